000001*
000002*    PTCREC - work item partition control record.  A single
000003*    record giving the number of partitions (01-20) wrkpsplt
000004*    divides the clean work item feed into for parallel
000005*    testantlr156 counting.  Kept with a text editor.
000006*
000007 01  PARTITION-CONTROL-RECORD.
000008     05  PTC-PARTITION-COUNT       PIC 9(002).
000009     05  FILLER                    PIC X(078).
