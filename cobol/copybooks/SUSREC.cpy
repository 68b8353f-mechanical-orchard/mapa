000001*
000002*    SUSREC - work item reject suspense record.  wrkedit holds
000003*    every reject here until it is worked: keyed by the item id
000004*    as keyed, plus a sequence number because blank, malformed
000005*    and duplicate ids are exactly the ones that repeat.  The
000006*    same bad record fed again is counted against its open entry
000007*    rather than added twice, so the first-rejected date shows
000008*    how long the item has really been outstanding.
000009*    Status:  OPEN        waiting for the keying area
000010*             CORRECTED   corrected id/data submitted (wrksusmt);
000011*                         wrkreent sets the re-entry date when it
000012*                         feeds the item back into WORKFILE
000013*             WRITTEN-OFF abandoned, with the reason recorded
000014*
000015 01  SUSPENSE-RECORD.
000016     05  SUS-KEY.
000017         10  SUS-ITEM-ID           PIC X(008).
000018         10  SUS-ITEM-SEQ          PIC 9(004).
000019     05  SUS-STATUS                PIC X(011).
000020         88  SUS-OPEN                  VALUE 'OPEN'.
000021         88  SUS-CORRECTED             VALUE 'CORRECTED'.
000022         88  SUS-WRITTEN-OFF           VALUE 'WRITTEN-OFF'.
000023     05  SUS-REASON-CODE           PIC X(004).
000024     05  SUS-FIRST-REJECT-DATE     PIC X(008).
000025     05  SUS-LAST-REJECT-DATE      PIC X(008).
000026     05  SUS-REJECT-COUNT          PIC 9(004).
000027     05  SUS-ORIGINAL-DATA         PIC X(072).
000028     05  SUS-CORRECTED-ID          PIC X(008).
000029     05  SUS-CORRECTED-DATA        PIC X(072).
000030     05  SUS-ACTION-DATE           PIC X(008).
000031     05  SUS-ACTION-BY             PIC X(012).
000032     05  SUS-WRITEOFF-REASON       PIC X(040).
000033     05  SUS-REENTRY-DATE          PIC X(008).
000034     05  FILLER                    PIC X(020).
