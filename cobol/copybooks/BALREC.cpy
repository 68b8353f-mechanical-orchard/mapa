000001*
000002*    BALREC - work item feed balance status record.  Rewritten by
000003*    wrkbal each time it balances a feed run: INBAL when the raw
000004*    items all reconcile to rejects, plans and counts, OUTBAL
000005*    when a control total is missing or a check fails.  dspchain
000006*    holds the downstream for the business date while the feed
000007*    is out of balance.
000008*
000009 01  BALANCE-STATUS-RECORD.
000010     05  BAL-BUSINESS-DATE         PIC X(008).
000011     05  BAL-RUN-NUMBER            PIC 9(006).
000012     05  BAL-STATUS                PIC X(008).
000013         88  BAL-IN-BALANCE            VALUE 'INBAL'.
000014         88  BAL-OUT-OF-BALANCE        VALUE 'OUTBAL'.
000015     05  BAL-CHECKED-TIME          PIC X(014).
000016     05  BAL-FAILED-CHECKS         PIC 9(002).
000017     05  BAL-REASON                PIC X(040).
000018     05  FILLER                    PIC X(002).
