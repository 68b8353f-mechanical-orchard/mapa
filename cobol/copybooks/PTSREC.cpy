000001*
000002*    PTSREC - work item partition status record.  wrkpsplt writes
000003*    one per partition to the partition manifest (WRKPMAN) and to
000004*    the partition's own status file, giving the WORK-ITEM-ID
000005*    range and item count it put there, stamped with the split
000006*    time.  The testantlr156 instance counting the partition
000007*    rewrites its status file with its counts and COMPLETE or
000008*    FAILED; the merge step accepts a partition only when its
000009*    status file carries the manifest's split time, COMPLETE and
000010*    counts that balance to the items split into it.
000011*
000012 01  PARTITION-STATUS-RECORD.
000013     05  PTS-PARTITION-NUMBER      PIC 9(002).
000014     05  FILLER                    PIC X(001).
000015     05  PTS-SPLIT-TIME            PIC X(014).
000016     05  FILLER                    PIC X(001).
000017     05  PTS-LOW-ITEM-ID           PIC X(008).
000018     05  FILLER                    PIC X(001).
000019     05  PTS-HIGH-ITEM-ID          PIC X(008).
000020     05  FILLER                    PIC X(001).
000021     05  PTS-SPLIT-COUNT           PIC 9(009).
000022     05  FILLER                    PIC X(001).
000023     05  PTS-STATUS                PIC X(008).
000024         88  PTS-SPLIT                 VALUE 'SPLIT   '.
000025         88  PTS-COMPLETE              VALUE 'COMPLETE'.
000026         88  PTS-FAILED                VALUE 'FAILED  '.
000027     05  FILLER                    PIC X(001).
000028     05  PTS-INPUT-COUNT           PIC 9(009).
000029     05  PTS-PASS-COUNT            PIC 9(009) OCCURS 3 TIMES.
000030     05  PTS-GRAND-TOTAL           PIC 9(009).
000031     05  FILLER                    PIC X(001).
000032     05  PTS-COUNTED-TIME          PIC X(014).
000033     05  FILLER                    PIC X(010).
