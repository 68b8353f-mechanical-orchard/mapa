000003 Environment Division.
000004 Input-Output Section.
000005 File-Control.
000006     SELECT COMPLETION-FILE
000007         ASSIGN TO WS-REG-COMPLETION-NAME
000008         ORGANIZATION LINE SEQUENTIAL
000009         FILE STATUS IS WS-CPLT-FILE-STATUS.
000010     SELECT GATE-STATUS-FILE
000011         ASSIGN TO 'GATESTAT'
000012         ORGANIZATION LINE SEQUENTIAL
000013         FILE STATUS IS WS-GATE-FILE-STATUS.
000014     SELECT CALENDAR-FILE
000015         ASSIGN TO 'SHOPCAL'
000016         ORGANIZATION LINE SEQUENTIAL
000017         FILE STATUS IS WS-CAL-FILE-STATUS.
000018     SELECT GATE-HISTORY-FILE
000019         ASSIGN TO 'GATEHIST'
000020         ORGANIZATION LINE SEQUENTIAL
000021         FILE STATUS IS WS-GH-FILE-STATUS.
000022     SELECT BALANCE-STATUS-FILE
000023         ASSIGN TO 'BALSTAT'
000024         ORGANIZATION LINE SEQUENTIAL
000025         FILE STATUS IS WS-BAL-FILE-STATUS.
000026 COPY REGFC.
000027 COPY EVTFC.
000028
000029 Data Division.
000030 File Section.
000031 FD  COMPLETION-FILE.
000032 COPY CPLTREC.
000033
000034 FD  GATE-STATUS-FILE.
000035 COPY GATEREC.
000036
000037 FD  CALENDAR-FILE.
000038 COPY CALREC.
000039
000040 FD  GATE-HISTORY-FILE.
000041 COPY GHREC.
000042
000043 FD  BALANCE-STATUS-FILE.
000044 COPY BALREC.
000045
000046 FD  REGISTRY-FILE.
000047 COPY REGREC.
000048
000049 FD  EXCEPTION-LOG-FILE.
000050 COPY EVTREC.
000051
000052 Working-Storage Section.
000053
000054 01  CONSTANTS.
000055     05  MYNAME                PIC X(012) VALUE 'dspchain'.
000056     05  RECON-PGM             PIC X(008) VALUE 'dsprecon'.
000057
000058 01  WS-FILE-STATUS-FIELDS.
000059     05  WS-CPLT-FILE-STATUS   PIC X(002) VALUE SPACES.
000060     05  WS-GATE-FILE-STATUS   PIC X(002) VALUE SPACES.
000061     05  WS-CAL-FILE-STATUS    PIC X(002) VALUE SPACES.
000062     05  WS-GH-FILE-STATUS     PIC X(002) VALUE SPACES.
000063     05  WS-BAL-FILE-STATUS    PIC X(002) VALUE SPACES.
000064
000065 01  GATE-CONTROLS.
000066     05  WS-TIMESTAMP          PIC X(026) VALUE SPACES.
000067     05  WS-BUSINESS-DATE      PIC X(008) VALUE SPACES.
000068     05  WS-CUTOFF-TIME        PIC X(006) VALUE SPACES.
000069     05  WS-CURRENT-TIME       PIC X(006) VALUE SPACES.
000070     05  WS-RECON-RC           PIC S9(009) COMP-3 VALUE +0.
000071     05  WS-REQUIRED-COUNT     PIC 9(002) VALUE 0.
000072     05  WS-DONE-COUNT         PIC 9(002) VALUE 0.
000073     05  WS-FAILED-COUNT       PIC 9(002) VALUE 0.
000074     05  WS-GATE-DECISION      PIC X(008) VALUE SPACES.
000075     05  WS-GATE-REASON        PIC X(040) VALUE SPACES.
000076     05  WS-FINAL-RC           PIC S9(004) COMP-3 VALUE +0.
000077     05  WS-CAL-FOUND-SW       PIC X(001) VALUE 'N'.
000078         88  WS-CAL-DATE-FOUND         VALUE 'Y'.
000079     05  WS-FEED-BALANCE-SW    PIC X(001) VALUE 'U'.
000080         88  WS-FEED-IN-BALANCE        VALUE 'I'.
000081         88  WS-FEED-OUT-OF-BALANCE    VALUE 'O'.
000082         88  WS-FEED-NOT-BALANCED      VALUE 'U'.
000083
000084 COPY REGWS.
000085 COPY EVTWS.
000086
000087 Procedure Division.
000088     PERFORM 0100-GET-ARGUMENTS
000089     PERFORM 0200-READ-COMPLETION-SIGNALS
000090     PERFORM 0300-DECIDE-GATE-ACTION
000091     MOVE WS-FINAL-RC TO RETURN-CODE
000092     GOBACK
000093     .
000094
000095 0100-GET-ARGUMENTS.
000096     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
000097     MOVE WS-TIMESTAMP (9:6) TO WS-CURRENT-TIME
000098     DISPLAY 1 UPON ARGUMENT-NUMBER
000099     ACCEPT WS-BUSINESS-DATE FROM ARGUMENT-VALUE
000100     IF WS-BUSINESS-DATE = SPACES
000101         MOVE WS-TIMESTAMP (1:8) TO WS-BUSINESS-DATE
000102         PERFORM 0150-ASSIGN-BUSINESS-DATE
000103     END-IF
000104     DISPLAY 2 UPON ARGUMENT-NUMBER
000105     ACCEPT WS-CUTOFF-TIME FROM ARGUMENT-VALUE
000106     .
000107
000108 0150-ASSIGN-BUSINESS-DATE.
000109     MOVE 'N' TO WS-CAL-FOUND-SW
000110     OPEN INPUT CALENDAR-FILE
000111     IF WS-CAL-FILE-STATUS = '00'
000112         PERFORM UNTIL WS-CAL-FILE-STATUS NOT = '00'
000113             READ CALENDAR-FILE
000114                 AT END
000115                     MOVE '10' TO WS-CAL-FILE-STATUS
000116                 NOT AT END
000117                     IF CAL-DATE = WS-BUSINESS-DATE
000118                             AND CAL-BUSINESS-DATE NUMERIC
000119                         MOVE CAL-BUSINESS-DATE
000120                             TO WS-BUSINESS-DATE
000121                         SET WS-CAL-DATE-FOUND TO TRUE
000122                         MOVE '10' TO WS-CAL-FILE-STATUS
000123                     END-IF
000124             END-READ
000125         END-PERFORM
000126         CLOSE CALENDAR-FILE
000127         IF NOT WS-CAL-DATE-FOUND
000128             DISPLAY MYNAME
000129                 ' *WARNING* SHOP CALENDAR HAS NO BUSINESS DATE'
000130                 ' FOR ' WS-BUSINESS-DATE ', USING CALENDAR DATE'
000131         END-IF
000132     ELSE
000133         DISPLAY MYNAME
000134             ' *WARNING* SHOP CALENDAR NOT AVAILABLE, STATUS='
000135             WS-CAL-FILE-STATUS ', USING CALENDAR DATE'
000136     END-IF
000137     .
000138
000139*    Every active dispatcher in the registry has its completion
000140*    signal read; only those flagged as required for the gate
000141*    take part in the decision, the others are recorded on the
000142*    gate record for information.
000143 0200-READ-COMPLETION-SIGNALS.
000144     PERFORM 9200-LOAD-DISPATCHER-REGISTRY
000145     PERFORM VARYING RGT-IDX FROM 1 BY 1
000146             UNTIL RGT-IDX > RGT-ENTRY-COUNT
000147         PERFORM 0210-READ-ONE-SIGNAL
000148     END-PERFORM
000149     PERFORM 0250-READ-BALANCE-STATUS
000150     .
000151
000152 0210-READ-ONE-SIGNAL.
000153     MOVE RGT-COMPLETION-FILE (RGT-IDX) TO WS-REG-COMPLETION-NAME
000154     OPEN INPUT COMPLETION-FILE
000155     IF WS-CPLT-FILE-STATUS = '00'
000156         READ COMPLETION-FILE
000157             AT END
000158                 CONTINUE
000159             NOT AT END
000160                 IF COMPL-RUN-DATE = WS-BUSINESS-DATE
000161                     MOVE COMPL-STATUS
000162                         TO RGT-CPLT-STATUS (RGT-IDX)
000163                     IF COMPL-RUN-NUMBER NUMERIC
000164                         MOVE COMPL-RUN-NUMBER
000165                             TO RGT-CPLT-RUN-NUMBER (RGT-IDX)
000166                     END-IF
000167                 END-IF
000168         END-READ
000169         CLOSE COMPLETION-FILE
000170     END-IF
000171     DISPLAY MYNAME ' ' WS-BUSINESS-DATE ' '
000172         RGT-DISPATCHER-NAME (RGT-IDX) '='
000173         RGT-CPLT-STATUS (RGT-IDX)
000174     .
000175
000176*    The work item feed balance posted by wrkbal for the business
000177*    date.  A feed that was never balanced is reported but does
000178*    not hold the gate; one found out of balance does.
000179 0250-READ-BALANCE-STATUS.
000180     OPEN INPUT BALANCE-STATUS-FILE
000181     IF WS-BAL-FILE-STATUS = '00'
000182         READ BALANCE-STATUS-FILE
000183             AT END
000184                 CONTINUE
000185             NOT AT END
000186                 IF BAL-BUSINESS-DATE = WS-BUSINESS-DATE
000187                     IF BAL-IN-BALANCE
000188                         SET WS-FEED-IN-BALANCE TO TRUE
000189                     ELSE
000190                         SET WS-FEED-OUT-OF-BALANCE TO TRUE
000191                     END-IF
000192                 END-IF
000193         END-READ
000194         CLOSE BALANCE-STATUS-FILE
000195     END-IF
000196     EVALUATE TRUE
000197         WHEN WS-FEED-IN-BALANCE
000198             DISPLAY MYNAME ' ' WS-BUSINESS-DATE
000199                 ' WORK ITEM FEED IN BALANCE, RUN ' BAL-RUN-NUMBER
000200         WHEN WS-FEED-OUT-OF-BALANCE
000201             DISPLAY MYNAME ' ' WS-BUSINESS-DATE
000202                 ' WORK ITEM FEED OUT OF BALANCE, RUN '
000203                 BAL-RUN-NUMBER ': ' BAL-REASON
000204         WHEN OTHER
000205             DISPLAY MYNAME
000206                 ' *NOTICE* NO FEED BALANCE POSTED FOR '
000207                 WS-BUSINESS-DATE
000208     END-EVALUATE
000209     .
000210
000211 0300-DECIDE-GATE-ACTION.
000212     MOVE 0 TO WS-REQUIRED-COUNT
000213     MOVE 0 TO WS-DONE-COUNT
000214     MOVE 0 TO WS-FAILED-COUNT
000215     PERFORM VARYING RGT-IDX FROM 1 BY 1
000216             UNTIL RGT-IDX > RGT-ENTRY-COUNT
000217         IF RGT-REQUIRED-FOR-GATE (RGT-IDX)
000218             ADD 1 TO WS-REQUIRED-COUNT
000219             EVALUATE RGT-CPLT-STATUS (RGT-IDX)
000220                 WHEN 'COMPLETE'
000221                 WHEN 'WARNING '
000222                     ADD 1 TO WS-DONE-COUNT
000223                 WHEN 'FAILED  '
000224                     ADD 1 TO WS-FAILED-COUNT
000225             END-EVALUATE
000226         END-IF
000227     END-PERFORM
000228     IF WS-REQUIRED-COUNT = 0
000229         MOVE 'NO DISPATCHER REGISTERED FOR THE GATE'
000230             TO WS-GATE-REASON
000231         PERFORM 0500-HOLD-DOWNSTREAM
000232     ELSE
000233         IF WS-DONE-COUNT = WS-REQUIRED-COUNT
000234             IF WS-FEED-OUT-OF-BALANCE
000235                 MOVE 'WORK ITEM FEED OUT OF BALANCE'
000236                     TO WS-GATE-REASON
000237                 PERFORM 0500-HOLD-DOWNSTREAM
000238             ELSE
000239                 PERFORM 0400-RELEASE-DOWNSTREAM
000240             END-IF
000241         ELSE
000242             IF WS-FAILED-COUNT > 0
000243                 MOVE 'DISPATCHER RUN FAILED' TO WS-GATE-REASON
000244                 PERFORM 0500-HOLD-DOWNSTREAM
000245             ELSE
000246                 IF WS-CUTOFF-TIME NOT = SPACES
000247                         AND WS-CURRENT-TIME >= WS-CUTOFF-TIME
000248                     MOVE 'COMPLETION MISSING PAST CUTOFF'
000249                         TO WS-GATE-REASON
000250                     PERFORM 0500-HOLD-DOWNSTREAM
000251                 ELSE
000252                     DISPLAY MYNAME
000253                         ': COMPLETION NOT POSTED YET, NO GATE'
000254                         ' DECISION TAKEN'
000255                     MOVE 4 TO WS-FINAL-RC
000256                 END-IF
000257             END-IF
000258         END-IF
000259     END-IF
000260     .
000261
000262 0400-RELEASE-DOWNSTREAM.
000263     DISPLAY MYNAME ': ALL ' WS-REQUIRED-COUNT
000264         ' REQUIRED DISPATCHER(S) COMPLETE, RUNNING ' RECON-PGM
000265     CALL RECON-PGM
000266     MOVE RETURN-CODE TO WS-RECON-RC
000267     MOVE 0 TO RETURN-CODE
000268     MOVE 'RELEASED' TO WS-GATE-DECISION
000269     MOVE 'ALL REQUIRED DISPATCHERS COMPLETE' TO WS-GATE-REASON
000270     PERFORM 0600-WRITE-GATE-RECORD
000271     MOVE WS-RECON-RC TO WS-FINAL-RC
000272     DISPLAY MYNAME ': DOWNSTREAM RELEASED, ' RECON-PGM ' RC='
000273         WS-RECON-RC
000274     .
000275
000276 0500-HOLD-DOWNSTREAM.
000277     MOVE 'HELD    ' TO WS-GATE-DECISION
000278     PERFORM 0600-WRITE-GATE-RECORD
000279     MOVE 8 TO WS-FINAL-RC
000280     DISPLAY MYNAME ': DOWNSTREAM HELD, ' WS-GATE-REASON
000281     MOVE 'E' TO WS-EVT-SEVERITY
000282     MOVE 'CHN0001' TO WS-EVT-MSG-CODE
000283     MOVE SPACES TO WS-EVT-MSG-TEXT
000284     STRING 'DOWNSTREAM HELD FOR ' DELIMITED BY SIZE
000285         WS-BUSINESS-DATE DELIMITED BY SIZE
000286         ', ' DELIMITED BY SIZE
000287         WS-GATE-REASON DELIMITED BY SIZE
000288         INTO WS-EVT-MSG-TEXT
000289     PERFORM 9100-WRITE-EXCEPTION-EVENT
000290     .
000291
000292 0600-WRITE-GATE-RECORD.
000293     OPEN OUTPUT GATE-STATUS-FILE
000294     IF WS-GATE-FILE-STATUS = '00'
000295         MOVE SPACES TO GATE-STATUS-RECORD
000296         MOVE WS-BUSINESS-DATE TO GATE-RUN-DATE
000297         MOVE WS-GATE-DECISION TO GATE-STATUS
000298         MOVE WS-TIMESTAMP (9:8) TO GATE-DECISION-TIME
000299         MOVE WS-GATE-REASON TO GATE-REASON
000300         MOVE RGT-ENTRY-COUNT TO GATE-DISPATCHER-COUNT
000301         PERFORM VARYING RGT-IDX FROM 1 BY 1
000302                 UNTIL RGT-IDX > RGT-ENTRY-COUNT
000303             MOVE RGT-DISPATCHER-NAME (RGT-IDX)
000304                 TO GATE-DSP-NAME (RGT-IDX)
000305             MOVE RGT-CPLT-STATUS (RGT-IDX)
000306                 TO GATE-DSP-STATUS (RGT-IDX)
000307             MOVE RGT-GATE-REQUIRED (RGT-IDX)
000308                 TO GATE-DSP-REQUIRED (RGT-IDX)
000309         END-PERFORM
000310         WRITE GATE-STATUS-RECORD
000311         CLOSE GATE-STATUS-FILE
000312     ELSE
000313         DISPLAY MYNAME
000314             ' *WARNING* GATE STATUS NOT WRITABLE, STATUS='
000315             WS-GATE-FILE-STATUS
000316     END-IF
000317     PERFORM 0650-APPEND-GATE-HISTORY
000318     .
000319
000320 0650-APPEND-GATE-HISTORY.
000321     OPEN EXTEND GATE-HISTORY-FILE
000322     IF WS-GH-FILE-STATUS NOT = '00'
000323         CLOSE GATE-HISTORY-FILE
000324         OPEN OUTPUT GATE-HISTORY-FILE
000325     END-IF
000326     IF WS-GH-FILE-STATUS = '00'
000327         MOVE SPACES TO GATE-HISTORY-RECORD
000328         MOVE WS-BUSINESS-DATE TO GH-RUN-DATE
000329         MOVE WS-GATE-DECISION TO GH-STATUS
000330         MOVE WS-TIMESTAMP (9:8) TO GH-DECISION-TIME
000331         MOVE WS-CUTOFF-TIME TO GH-CUTOFF-TIME
000332         MOVE WS-GATE-REASON TO GH-REASON
000333         MOVE RGT-ENTRY-COUNT TO GH-DISPATCHER-COUNT
000334         PERFORM VARYING RGT-IDX FROM 1 BY 1
000335                 UNTIL RGT-IDX > RGT-ENTRY-COUNT
000336             MOVE RGT-DISPATCHER-NAME (RGT-IDX)
000337                 TO GH-DSP-NAME (RGT-IDX)
000338             MOVE RGT-CPLT-STATUS (RGT-IDX)
000339                 TO GH-DSP-STATUS (RGT-IDX)
000340             MOVE RGT-CPLT-RUN-NUMBER (RGT-IDX)
000341                 TO GH-DSP-RUN-NUMBER (RGT-IDX)
000342             MOVE RGT-GATE-REQUIRED (RGT-IDX)
000343                 TO GH-DSP-REQUIRED (RGT-IDX)
000344         END-PERFORM
000345         WRITE GATE-HISTORY-RECORD
000346         CLOSE GATE-HISTORY-FILE
000347     ELSE
000348         DISPLAY MYNAME
000349             ' *WARNING* GATE HISTORY NOT WRITABLE, STATUS='
000350             WS-GH-FILE-STATUS
000351     END-IF
000352     .
000353
000354 COPY REGLOAD.
000355
000356 COPY EVTLOG.
