000001*
000002*    CTTLOAD - shared work item control-total routines.  COPY
000003*    this at the end of the PROCEDURE DIVISION of any program
000004*    that SELECTs the file through CTTFC and carries the CTTWS
000005*    fields.
000006*    9400-FIND-FEED-RUN finds the latest feed run wrkedit booked:
000007*    for WS-CTT-BUSINESS-DATE when it is set, otherwise the last
000008*    one on the file, whose date it then fills in.  The run
000009*    number comes back in WS-CTT-RUN-NUMBER with WS-CTT-RUN-FOUND
000010*    set, or zero when there is none.
000011*
000012 9400-FIND-FEED-RUN.
000013     MOVE 'N' TO WS-CTT-RUN-FOUND-SW
000014     MOVE 0 TO WS-CTT-RUN-NUMBER
000015     IF WS-CTT-BUSINESS-DATE = SPACES
000016         SET WS-CTT-TAKE-LAST TO TRUE
000017     ELSE
000018         MOVE 'N' TO WS-CTT-LAST-SW
000019     END-IF
000020     OPEN INPUT CONTROL-TOTAL-FILE
000021     IF WS-CTT-FILE-STATUS = '00'
000022         PERFORM UNTIL WS-CTT-FILE-STATUS NOT = '00'
000023             READ CONTROL-TOTAL-FILE
000024                 AT END
000025                     MOVE '10' TO WS-CTT-FILE-STATUS
000026                 NOT AT END
000027                     PERFORM 9410-CHECK-FEED-RUN
000028             END-READ
000029         END-PERFORM
000030         CLOSE CONTROL-TOTAL-FILE
000031     END-IF
000032     .
000033
000034 9410-CHECK-FEED-RUN.
000035     IF CTT-SOURCE-PGM = 'wrkedit'
000036             AND CTT-RUN-NUMBER NUMERIC
000037         IF WS-CTT-TAKE-LAST
000038             MOVE CTT-BUSINESS-DATE TO WS-CTT-BUSINESS-DATE
000039             MOVE CTT-RUN-NUMBER TO WS-CTT-RUN-NUMBER
000040             SET WS-CTT-RUN-FOUND TO TRUE
000041         ELSE
000042             IF CTT-BUSINESS-DATE = WS-CTT-BUSINESS-DATE
000043                 IF CTT-RUN-NUMBER > WS-CTT-RUN-NUMBER
000044                     MOVE CTT-RUN-NUMBER TO WS-CTT-RUN-NUMBER
000045                 END-IF
000046                 SET WS-CTT-RUN-FOUND TO TRUE
000047             END-IF
000048         END-IF
000049     END-IF
000050     .
000051
000052*    9420-RESOLVE-FEED-RUN settles the feed run a downstream step
000053*    books its totals to.  The caller moves its business date and
000054*    run number arguments to WS-CTT-BUSINESS-DATE and
000055*    WS-CTT-RUN-INPUT; a run number is taken as given only with a
000056*    date, otherwise the latest wrkedit run (for the date, if
000057*    one was given) is used.
000058 9420-RESOLVE-FEED-RUN.
000059     MOVE 'N' TO WS-CTT-RUN-FOUND-SW
000060     IF WS-CTT-RUN-INPUT NOT = SPACES
000061         IF WS-CTT-BUSINESS-DATE NOT = SPACES
000062                 AND FUNCTION TEST-NUMVAL (WS-CTT-RUN-INPUT) = 0
000063             COMPUTE WS-CTT-RUN-NUMBER =
000064                 FUNCTION NUMVAL (WS-CTT-RUN-INPUT)
000065             SET WS-CTT-RUN-FOUND TO TRUE
000066         ELSE
000067             DISPLAY MYNAME
000068                 ' *WARNING* FEED RUN NUMBER "' WS-CTT-RUN-INPUT
000069                 '" NOT USABLE, USING LATEST FEED RUN'
000070         END-IF
000071     END-IF
000072     IF NOT WS-CTT-RUN-FOUND
000073         PERFORM 9400-FIND-FEED-RUN
000074         IF WS-CTT-BUSINESS-DATE = SPACES
000075             MOVE FUNCTION CURRENT-DATE TO WS-CTT-TIMESTAMP
000076             MOVE WS-CTT-TIMESTAMP (1:8) TO WS-CTT-BUSINESS-DATE
000077         END-IF
000078         IF NOT WS-CTT-RUN-FOUND
000079             DISPLAY MYNAME
000080                 ' *WARNING* NO FEED RUN BOOKED BY wrkedit FOR '
000081                 WS-CTT-BUSINESS-DATE ', RUN ' WS-CTT-RUN-NUMBER
000082                 ' USED'
000083         END-IF
000084     END-IF
000085     .
000086
000087*    9450-WRITE-CONTROL-TOTAL appends this program's totals for
000088*    the feed run.  A control-total file that cannot be written
000089*    is reported but does not fail the run; the balancing step
000090*    then reports the totals as missing.
000091 9450-WRITE-CONTROL-TOTAL.
000092     MOVE FUNCTION CURRENT-DATE TO WS-CTT-TIMESTAMP
000093     OPEN EXTEND CONTROL-TOTAL-FILE
000094     IF WS-CTT-FILE-STATUS NOT = '00'
000095         CLOSE CONTROL-TOTAL-FILE
000096         OPEN OUTPUT CONTROL-TOTAL-FILE
000097     END-IF
000098     IF WS-CTT-FILE-STATUS = '00'
000099         MOVE SPACES TO CONTROL-TOTAL-RECORD
000100         MOVE WS-CTT-BUSINESS-DATE TO CTT-BUSINESS-DATE
000101         MOVE WS-CTT-RUN-NUMBER TO CTT-RUN-NUMBER
000102         MOVE MYNAME TO CTT-SOURCE-PGM
000103         MOVE WS-CTT-TIMESTAMP (1:14) TO CTT-WRITTEN-TIME
000104         MOVE WS-CTT-INPUT-COUNT TO CTT-INPUT-COUNT
000105         MOVE WS-CTT-ACCEPTED-COUNT TO CTT-ACCEPTED-COUNT
000106         MOVE WS-CTT-EXCLUDED-COUNT TO CTT-EXCLUDED-COUNT
000107         MOVE WS-CTT-OTHER-COUNT TO CTT-OTHER-COUNT
000108         WRITE CONTROL-TOTAL-RECORD
000109         CLOSE CONTROL-TOTAL-FILE
000110         DISPLAY MYNAME ': CONTROL TOTALS POSTED FOR '
000111             WS-CTT-BUSINESS-DATE ' RUN ' WS-CTT-RUN-NUMBER
000112     ELSE
000113         DISPLAY MYNAME
000114             ' *WARNING* CONTROL TOTAL FILE NOT WRITABLE, STATUS='
000115             WS-CTT-FILE-STATUS
000116     END-IF
000117     .
