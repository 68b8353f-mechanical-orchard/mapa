000001*
000002*    CTTREC - work item feed control-total record.  Appended by
000003*    wrkedit, dsplnbld and testantlr156 at the end of a good run,
000004*    booked to the business date and the feed run number that
000005*    wrkedit issues, so wrkbal can prove every raw item was
000006*    rejected, planned or counted.  The counts by source are:
000007*      wrkedit       input raw items read, accepted clean items
000008*                    written, excluded items rejected to WORKREJ
000009*      dsplnbld      input clean items read, accepted items routed
000010*                    into the plans, excluded items matching no
000011*                    rule, other items over the plan step limit
000012*      testantlr156  input clean items read, accepted grand total
000013*                    over all passes, other number of passes
000014*    A rerun appends a new record; the latest one for a source
000015*    and run is the one that counts.
000016*
000017 01  CONTROL-TOTAL-RECORD.
000018     05  CTT-BUSINESS-DATE         PIC X(008).
000019     05  CTT-RUN-NUMBER            PIC 9(006).
000020     05  CTT-SOURCE-PGM            PIC X(012).
000021     05  CTT-WRITTEN-TIME          PIC X(014).
000022     05  CTT-INPUT-COUNT           PIC 9(009).
000023     05  CTT-ACCEPTED-COUNT        PIC 9(009).
000024     05  CTT-EXCLUDED-COUNT        PIC 9(009).
000025     05  CTT-OTHER-COUNT           PIC 9(009).
000026     05  FILLER                    PIC X(024).
