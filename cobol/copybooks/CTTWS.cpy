000001*
000002*    CTTWS - working fields for the shared CTTLOAD routine.  The
000003*    caller sets the business date (and run number, when known)
000004*    before 9400-FIND-FEED-RUN, and the date, run number and
000005*    counts before 9450-WRITE-CONTROL-TOTAL.
000006*
000007 01  CONTROL-TOTAL-AREA.
000008     05  WS-CTT-FILE-STATUS        PIC X(002) VALUE SPACES.
000009     05  WS-CTT-TIMESTAMP          PIC X(026) VALUE SPACES.
000010     05  WS-CTT-BUSINESS-DATE      PIC X(008) VALUE SPACES.
000011     05  WS-CTT-RUN-NUMBER         PIC 9(006) VALUE 0.
000012     05  WS-CTT-RUN-INPUT          PIC X(006) VALUE SPACES.
000013     05  WS-CTT-RUN-FOUND-SW       PIC X(001) VALUE 'N'.
000014         88  WS-CTT-RUN-FOUND          VALUE 'Y'.
000015     05  WS-CTT-LAST-SW            PIC X(001) VALUE 'N'.
000016         88  WS-CTT-TAKE-LAST          VALUE 'Y'.
000017     05  WS-CTT-INPUT-COUNT        PIC 9(009) VALUE 0.
000018     05  WS-CTT-ACCEPTED-COUNT     PIC 9(009) VALUE 0.
000019     05  WS-CTT-EXCLUDED-COUNT     PIC 9(009) VALUE 0.
000020     05  WS-CTT-OTHER-COUNT        PIC 9(009) VALUE 0.
