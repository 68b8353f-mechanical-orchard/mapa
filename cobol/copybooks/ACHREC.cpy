000001*
000002*    ACHREC - audit chain anchor record.  A single record holding
000003*    the chain sequence and chain value of the last audit record
000004*    written, rewritten under the shared lock each time a record
000005*    is added to the journal.  It is the starting point for the
000006*    next record's link and lets the chain verification prove
000007*    that no records were removed from the end of the journal.
000008*
000009 01  AUDIT-CHAIN-RECORD.
000010     05  ACH-LAST-SEQUENCE         PIC 9(008).
000011     05  FILLER                    PIC X(001).
000012     05  ACH-LAST-CHAIN            PIC 9(015).
000013     05  FILLER                    PIC X(001).
000014     05  ACH-UPDATED-BY            PIC X(012).
000015     05  FILLER                    PIC X(001).
000016     05  ACH-UPDATED-TIME          PIC X(026).
000017     05  FILLER                    PIC X(016).
