000017     PERFORM 0280-APPLY-PLAN-RESTART
000018     PERFORM 0300-LOAD-DISPATCH-TABLE
000019     PERFORM 0350-LOAD-RC-POLICY
000020     PERFORM 9300-LOAD-VARIANT-MASTER
000021     PERFORM 0450-EXECUTE-PLAN-STEP
000022         VARYING WS-CURRENT-STEP FROM WS-RESUME-STEP BY 1
000023         UNTIL WS-CURRENT-STEP > WS-PLAN-STEP-COUNT
000024             OR WS-PLAN-ABANDONED
000025     IF WS-PLAN-FAILED-STEPS NOT = 0
000026         MOVE 'FAILED  ' TO WS-COMPLETION-STATUS
000027     ELSE
000028         IF WS-PLAN-WARNED-STEPS NOT = 0
000029             MOVE 'WARNING ' TO WS-COMPLETION-STATUS
000030         ELSE
000031             MOVE 'COMPLETE' TO WS-COMPLETION-STATUS
000032         END-IF
000033         IF NOT WS-X-FROM-OVERRIDE
000034             PERFORM 0285-CLEAR-PLAN-PROGRESS
000035         END-IF
000036     END-IF
000037     PERFORM 0850-WRITE-REPORT-TRAILER
000038     PERFORM 0900-WRITE-COMPLETION-SIGNAL
000039     IF WS-PLAN-FAILED-STEPS NOT = 0
000040         DISPLAY MYNAME ' End - PGM-0001 FAILED, RC='
000041             WS-RUN-FAILED-RC ' ' WS-RUN-TIMESTAMP
000042         MOVE WS-RUN-FAILED-RC TO RETURN-CODE
000043     ELSE
000044         DISPLAY MYNAME ' End ' WS-RUN-TIMESTAMP
000045     END-IF
000046     .
000047
000048 COPY DSPLCK.
000049
000050 COPY VMLOAD.
000051
000052 COPY AUTHLOAD.
000053
000054 COPY ACHLOAD.
000055
000056 COPY REGLOAD.
000057
000058
000059 0100-INITIALIZE-RUN.
000060     MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
000061     MOVE WS-RUN-TIMESTAMP (1:8) TO WS-RUN-DATE
000062     MOVE WS-RUN-TIMESTAMP (9:8) TO WS-RUN-TIME
000063     MOVE WS-RUN-TIME TO WS-START-TIME
000064     MOVE SPACES TO WS-COMPLETION-STATUS
000065     MOVE 0 TO WS-CALL-RETURN-CODE
000066     MOVE 0 TO WS-RUN-FAILED-RC
000067     MOVE 0 TO WS-PLAN-FAILED-STEPS
000068     MOVE 0 TO WS-PLAN-WARNED-STEPS
000069     SET WS-NOT-DEFAULTED TO TRUE
000070     PERFORM 0110-ASSIGN-BUSINESS-DATE
000071     PERFORM 0150-OBTAIN-RUN-NUMBER
000072     MOVE WS-RUN-NUMBER TO WS-EVT-RUN-NUMBER
000073     .
000074
000075 0110-ASSIGN-BUSINESS-DATE.
000076     MOVE 'N' TO WS-CAL-FOUND-SW
000077     MOVE SPACES TO WS-PERIOD-END-TYPE
000078     OPEN INPUT CALENDAR-FILE
000079     IF WS-CAL-FILE-STATUS = '00'
000080         PERFORM UNTIL WS-CAL-FILE-STATUS NOT = '00'
000081             READ CALENDAR-FILE
000082                 AT END
000083                     MOVE '10' TO WS-CAL-FILE-STATUS
000084                 NOT AT END
000085                     IF CAL-DATE = WS-RUN-DATE
000086                             AND CAL-BUSINESS-DATE NUMERIC
000087                         MOVE CAL-BUSINESS-DATE TO WS-RUN-DATE
000088                         SET WS-CAL-DATE-FOUND TO TRUE
000089                         MOVE '10' TO WS-CAL-FILE-STATUS
000090                         IF CAL-DATE = CAL-BUSINESS-DATE
000091                             PERFORM 0125-TAKE-PERIOD-END-FLAG
000092                         END-IF
000093                     END-IF
000094             END-READ
000095         END-PERFORM
000096         CLOSE CALENDAR-FILE
000097         IF NOT WS-CAL-DATE-FOUND
000098             DISPLAY MYNAME
000099                 ' *WARNING* SHOP CALENDAR HAS NO BUSINESS DATE'
000100                 ' FOR ' WS-RUN-DATE ', USING CALENDAR DATE'
000101         ELSE
000102             IF CAL-DATE NOT = CAL-BUSINESS-DATE
000103                 PERFORM 0120-FIND-PERIOD-END
000104             END-IF
000105         END-IF
000106     ELSE
000107         DISPLAY MYNAME
000108             ' *WARNING* SHOP CALENDAR NOT AVAILABLE, STATUS='
000109             WS-CAL-FILE-STATUS ', USING CALENDAR DATE'
000110     END-IF
000111     .
000112
000113*    A run booked to another day's business date (a holiday, or a
000114*    run that slipped past midnight) takes the period-end flag of
000115*    that business date, not of the calendar date it ran on.
000116 0120-FIND-PERIOD-END.
000117     OPEN INPUT CALENDAR-FILE
000118     IF WS-CAL-FILE-STATUS = '00'
000119         PERFORM UNTIL WS-CAL-FILE-STATUS NOT = '00'
000120             READ CALENDAR-FILE
000121                 AT END
000122                     MOVE '10' TO WS-CAL-FILE-STATUS
000123                 NOT AT END
000124                     IF CAL-DATE = WS-RUN-DATE
000125                         PERFORM 0125-TAKE-PERIOD-END-FLAG
000126                         MOVE '10' TO WS-CAL-FILE-STATUS
000127                     END-IF
000128             END-READ
000129         END-PERFORM
000130         CLOSE CALENDAR-FILE
000131     END-IF
000132     .
000133
000134 0125-TAKE-PERIOD-END-FLAG.
000135     IF CAL-MONTH-END OR CAL-QUARTER-END OR CAL-YEAR-END
000136         MOVE CAL-PERIOD-END TO WS-PERIOD-END-TYPE
000137         DISPLAY MYNAME ' BUSINESS DATE ' WS-RUN-DATE
000138             ' IS A PERIOD END, TYPE ' WS-PERIOD-END-TYPE
000139     END-IF
000140     .
000141
000142 0150-OBTAIN-RUN-NUMBER.
000143     MOVE 0 TO WS-RUN-NUMBER
000144     PERFORM 0050-ACQUIRE-SHARED-LOCK
000145     IF WS-LOCK-FAILED
000146         DISPLAY MYNAME
000147             ' *WARNING* RUN NUMBER REGISTRY LOCKED, RUN'
000148             ' NUMBER 0 USED FOR THIS RUN'
000149     ELSE
000150         MOVE 'Y' TO WS-RUN-REG-OK-SW
000151         OPEN INPUT RUN-NUMBER-FILE
000152         EVALUATE TRUE
000153             WHEN WS-RUN-FILE-STATUS = '00'
000154                 READ RUN-NUMBER-FILE
000155                     AT END
000156                         CONTINUE
000157                     NOT AT END
000158                         IF RUN-LAST-NUMBER NUMERIC
000159                             MOVE RUN-LAST-NUMBER
000160                                 TO WS-RUN-NUMBER
000161                         ELSE
000162                             MOVE 'N' TO WS-RUN-REG-OK-SW
000163                             DISPLAY MYNAME
000164                                 ' *WARNING* RUN NUMBER REGISTRY'
000165                                 ' CORRUPT, RUN NUMBER 0 USED FOR'
000166                                 ' THIS RUN'
000167                         END-IF
000168                 END-READ
000169                 CLOSE RUN-NUMBER-FILE
000170             WHEN WS-RUN-FILE-STATUS = '35'
000171                 CONTINUE
000172             WHEN OTHER
000173                 MOVE 'N' TO WS-RUN-REG-OK-SW
000174                 DISPLAY MYNAME
000175                     ' *WARNING* RUN NUMBER REGISTRY NOT'
000176                     ' READABLE, STATUS=' WS-RUN-FILE-STATUS
000177                     ', RUN NUMBER 0 USED FOR THIS RUN'
000178         END-EVALUATE
000179         IF WS-RUN-REG-OK
000180             ADD 1 TO WS-RUN-NUMBER
000181             OPEN OUTPUT RUN-NUMBER-FILE
000182             IF WS-RUN-FILE-STATUS = '00'
000183                 MOVE SPACES TO RUN-NUMBER-RECORD
000184                 MOVE WS-RUN-NUMBER TO RUN-LAST-NUMBER
000185                 WRITE RUN-NUMBER-RECORD
000186                 CLOSE RUN-NUMBER-FILE
000187             ELSE
000188                 DISPLAY MYNAME
000189                     ' *WARNING* RUN NUMBER REGISTRY NOT'
000190                     ' WRITABLE, STATUS=' WS-RUN-FILE-STATUS
000191             END-IF
000192             DISPLAY MYNAME ' RUN NUMBER ' WS-RUN-NUMBER
000193         END-IF
000194         PERFORM 0080-RELEASE-SHARED-LOCK
000195     END-IF
000196     .
000197
000198 0200-READ-CONTROL-RECORD.
000199     MOVE 0 TO WS-X-VALUE
000200     MOVE 0 TO WS-RETRY-LIMIT
000201     MOVE SPACES TO WS-FALLBACK-PGM
000202     OPEN INPUT CONTROL-FILE
000203     IF WS-CTRL-FILE-STATUS = '00'
000204         READ CONTROL-FILE
000205             AT END
000206                 MOVE 0 TO WS-X-VALUE
000207             NOT AT END
000208                 MOVE CTRL-X-VALUE TO WS-X-INPUT
000209                 PERFORM 0290-NORMALIZE-X-INPUT
000210                 IF WS-X-INPUT-VALID
000211                     MOVE WS-X-WORK TO WS-X-VALUE
000212                 ELSE
000213                     DISPLAY MYNAME
000214                         ' *WARNING* CONTROL X VALUE "'
000215                         CTRL-X-VALUE '" INVALID, USING 0'
000216                     MOVE 0 TO WS-X-VALUE
000217                 END-IF
000218                 IF CTRL-RETRY-LIMIT NUMERIC
000219                     MOVE CTRL-RETRY-LIMIT TO WS-RETRY-LIMIT
000220                     IF WS-RETRY-LIMIT > 97
000221                         MOVE 97 TO WS-RETRY-LIMIT
000222                     END-IF
000223                 END-IF
000224                 IF CTRL-FALLBACK-PGM NOT = SPACES
000225                     MOVE CTRL-FALLBACK-PGM TO WS-FALLBACK-PGM
000226                 END-IF
000227         END-READ
000228         CLOSE CONTROL-FILE
000229     END-IF
000230     .
000231
000232*    On a period-end business date the period-end plan set is
000233*    tried first; the normal plan is read when there is none.
000234 0250-READ-PLAN-FILE.
000235     MOVE 0 TO WS-PLAN-STEP-COUNT
000236     MOVE 'S' TO WS-PLAN-ERROR-ACTION-SW
000237     MOVE SPACES TO WS-PLAN-SET
000238     IF NOT WS-ORDINARY-DAY
000239         PERFORM 0230-READ-PERIOD-END-PLAN
000240     END-IF
000241     IF WS-NO-PLAN-SET
000242         PERFORM 0255-READ-NORMAL-PLAN
000243     END-IF
000244     IF WS-PLAN-STEP-COUNT = 0
000245         MOVE 1 TO WS-PLAN-STEP-COUNT
000246         MOVE WS-X-VALUE TO WS-PLAN-STEP-X (1)
000247         MOVE SPACES TO WS-PLAN-STEP-PARM (1)
000248         MOVE 'C' TO WS-X-SOURCE
000249         MOVE SPACES TO WS-PLAN-SET
000250     ELSE
000251         MOVE 'P' TO WS-X-SOURCE
000252         IF WS-NO-PLAN-SET
000253             MOVE 'N' TO WS-PLAN-SET
000254         END-IF
000255         DISPLAY MYNAME ' PLAN OF ' WS-PLAN-STEP-COUNT
000256             ' STEP(S) LOADED, PLAN SET ' WS-PLAN-SET
000257     END-IF
000258     .
000259
000260*    The period-end plan names come from this dispatcher's entry
000261*    in the dispatcher registry.  A year-end with no year-end plan
000262*    on file falls back to the quarter-end plan, and a quarter-end
000263*    with none to the month-end plan.
000264 0230-READ-PERIOD-END-PLAN.
000265     MOVE 'N' TO WS-PERIOD-REG-SW
000266     PERFORM 9200-LOAD-DISPATCHER-REGISTRY
000267     PERFORM VARYING RGT-IDX FROM 1 BY 1
000268             UNTIL RGT-IDX > RGT-ENTRY-COUNT
000269                 OR WS-PERIOD-REG-FOUND
000270         IF RGT-DISPATCHER-NAME (RGT-IDX) = MYNAME
000271             SET WS-PERIOD-REG-FOUND TO TRUE
000272             IF WS-YEAR-END-DAY
000273                 MOVE 'Y' TO WS-TRY-PLAN-SET
000274                 MOVE RGT-YEAR-END-PLAN (RGT-IDX)
000275                     TO WS-REG-PLAN-NAME
000276                 PERFORM 0240-LOAD-PERIOD-PLAN-STEPS
000277             END-IF
000278             IF WS-NO-PLAN-SET
000279                     AND (WS-YEAR-END-DAY OR WS-QUARTER-END-DAY)
000280                 MOVE 'Q' TO WS-TRY-PLAN-SET
000281                 MOVE RGT-QUARTER-END-PLAN (RGT-IDX)
000282                     TO WS-REG-PLAN-NAME
000283                 PERFORM 0240-LOAD-PERIOD-PLAN-STEPS
000284             END-IF
000285             IF WS-NO-PLAN-SET
000286                 MOVE 'M' TO WS-TRY-PLAN-SET
000287                 MOVE RGT-MONTH-END-PLAN (RGT-IDX)
000288                     TO WS-REG-PLAN-NAME
000289                 PERFORM 0240-LOAD-PERIOD-PLAN-STEPS
000290             END-IF
000291         END-IF
000292     END-PERFORM
000293     IF NOT WS-PERIOD-REG-FOUND
000294         DISPLAY MYNAME
000295             ' *WARNING* NOT IN THE DISPATCHER REGISTRY,'
000296             ' NO PERIOD-END PLAN, NORMAL PLAN USED'
000297     ELSE
000298         IF WS-NO-PLAN-SET
000299             DISPLAY MYNAME ' NO PERIOD-END PLAN ON FILE FOR'
000300                 ' TYPE ' WS-PERIOD-END-TYPE ', NORMAL PLAN USED'
000301         END-IF
000302     END-IF
000303     .
000304
000305 0240-LOAD-PERIOD-PLAN-STEPS.
000306     IF WS-REG-PLAN-NAME NOT = SPACES
000307         MOVE 0 TO WS-PLAN-STEP-COUNT
000308         MOVE 'S' TO WS-PLAN-ERROR-ACTION-SW
000309         OPEN INPUT PERIOD-PLAN-FILE
000310         EVALUATE TRUE
000311             WHEN WS-PLAN-FILE-STATUS = '00'
000312                 PERFORM 0245-READ-PERIOD-PLAN-STEPS
000313                 CLOSE PERIOD-PLAN-FILE
000314                 IF WS-PLAN-STEP-COUNT > 0
000315                     MOVE WS-TRY-PLAN-SET TO WS-PLAN-SET
000316                 ELSE
000317                     MOVE 'S' TO WS-PLAN-ERROR-ACTION-SW
000318                     DISPLAY MYNAME ' *WARNING* PERIOD-END PLAN '
000319                         WS-REG-PLAN-NAME ' HOLDS NO VALID STEP,'
000320                         ' IGNORED'
000321                 END-IF
000322             WHEN WS-PLAN-FILE-STATUS = '35'
000323                 CONTINUE
000324             WHEN OTHER
000325                 DISPLAY MYNAME ' *WARNING* PERIOD-END PLAN '
000326                     WS-REG-PLAN-NAME ' NOT READABLE, STATUS='
000327                     WS-PLAN-FILE-STATUS ', IGNORED'
000328         END-EVALUATE
000329     END-IF
000330     .
000331
000332 0245-READ-PERIOD-PLAN-STEPS.
000333     READ PERIOD-PLAN-FILE
000334         AT END
000335             MOVE '10' TO WS-PLAN-FILE-STATUS
000336         NOT AT END
000337             IF PPLN-ERROR-ACTION = 'S' OR 'C'
000338                 MOVE PPLN-ERROR-ACTION TO WS-PLAN-ERROR-ACTION-SW
000339             ELSE
000340                 DISPLAY MYNAME
000341                     ' *WARNING* PLAN ERROR ACTION "'
000342                     PPLN-ERROR-ACTION
000343                     '" INVALID, ASSUMING STOP ON ERROR'
000344             END-IF
000345     END-READ
000346     PERFORM UNTIL WS-PLAN-FILE-STATUS NOT = '00'
000347             AND WS-PLAN-FILE-STATUS NOT = '04'
000348             AND WS-PLAN-FILE-STATUS NOT = '06'
000349         READ PERIOD-PLAN-FILE
000350             AT END
000351                 MOVE '10' TO WS-PLAN-FILE-STATUS
000352             NOT AT END
000353                 IF WS-PLAN-FILE-STATUS = '04'
000354                         OR WS-PLAN-FILE-STATUS = '06'
000355                     DISPLAY MYNAME
000356                         ' *WARNING* OVER-LENGTH PLAN RECORD'
000357                         ' IGNORED'
000358                 ELSE
000359                     MOVE PPLN-STEP-X-VALUE TO WS-PLAN-IN-X
000360                     MOVE PPLN-STEP-PARM TO WS-PLAN-IN-PARM
000361                     PERFORM 0260-STORE-PLAN-STEP
000362                 END-IF
000363         END-READ
000364     END-PERFORM
000365     .
000366
000367 0255-READ-NORMAL-PLAN.
000368     OPEN INPUT PLAN-FILE
000369     IF WS-PLAN-FILE-STATUS = '00'
000370         READ PLAN-FILE
000371             AT END
000372                 MOVE '10' TO WS-PLAN-FILE-STATUS
000373             NOT AT END
000374                 IF PLAN-ERROR-ACTION = 'S' OR 'C'
000375                     MOVE PLAN-ERROR-ACTION
000376                         TO WS-PLAN-ERROR-ACTION-SW
000377                 ELSE
000378                     DISPLAY MYNAME
000379                         ' *WARNING* PLAN ERROR ACTION "'
000380                         PLAN-ERROR-ACTION
000381                         '" INVALID, ASSUMING STOP ON ERROR'
000382                 END-IF
000383         END-READ
000384         PERFORM UNTIL WS-PLAN-FILE-STATUS NOT = '00'
000385                 AND WS-PLAN-FILE-STATUS NOT = '04'
000386                 AND WS-PLAN-FILE-STATUS NOT = '06'
000387             READ PLAN-FILE
000388                 AT END
000389                     MOVE '10' TO WS-PLAN-FILE-STATUS
000390                 NOT AT END
000391                     IF WS-PLAN-FILE-STATUS = '04'
000392                             OR WS-PLAN-FILE-STATUS = '06'
000393                         DISPLAY MYNAME
000394                             ' *WARNING* OVER-LENGTH PLAN RECORD'
000395                             ' IGNORED'
000396                     ELSE
000397                         MOVE PLAN-STEP-X-VALUE TO WS-PLAN-IN-X
000398                         MOVE PLAN-STEP-PARM TO WS-PLAN-IN-PARM
000399                         PERFORM 0260-STORE-PLAN-STEP
000400                     END-IF
000401             END-READ
000402         END-PERFORM
000403         CLOSE PLAN-FILE
000404     END-IF
000405     .
000406
000407 0260-STORE-PLAN-STEP.
000408     IF WS-PLAN-STEP-COUNT >= 50
000409         DISPLAY MYNAME
000410             ' *WARNING* PLAN STEP LIMIT EXCEEDED, IGNORING'
000411             ' EXTRA STEPS'
000412         MOVE '10' TO WS-PLAN-FILE-STATUS
000413     ELSE
000414         MOVE WS-PLAN-IN-X TO WS-X-INPUT
000415         PERFORM 0290-NORMALIZE-X-INPUT
000416         IF WS-X-INPUT-VALID
000417             ADD 1 TO WS-PLAN-STEP-COUNT
000418             MOVE WS-X-WORK
000419                 TO WS-PLAN-STEP-X (WS-PLAN-STEP-COUNT)
000420             MOVE WS-PLAN-IN-PARM
000421                 TO WS-PLAN-STEP-PARM (WS-PLAN-STEP-COUNT)
000422         ELSE
000423             DISPLAY MYNAME ' *WARNING* PLAN STEP X VALUE "'
000424                 WS-PLAN-IN-X '" INVALID, STEP SKIPPED'
000425         END-IF
000426     END-IF
000427     .
000428
000429*    An X override (argument 1) or FRESH restart (argument 2) is
000430*    honoured only for an operator id (argument 3) authorized for
000431*    it in the operator authorization file.  A refused request is
000432*    ignored - the run goes ahead from its plan or control record
000433*    as though it had not been asked for.
000434 0270-APPLY-OPERATOR-OVERRIDE.
000435     MOVE SPACES TO WS-OVERRIDE-X
000436     MOVE SPACES TO WS-OPERATOR-ID
000437     DISPLAY 1 UPON ARGUMENT-NUMBER
000438     ACCEPT WS-OVERRIDE-X FROM ARGUMENT-VALUE
000439     DISPLAY 3 UPON ARGUMENT-NUMBER
000440     ACCEPT WS-OPERATOR-ID FROM ARGUMENT-VALUE
000441     IF WS-OVERRIDE-X NOT = SPACES
000442         MOVE WS-OVERRIDE-X TO WS-X-INPUT
000443         PERFORM 0290-NORMALIZE-X-INPUT
000444         IF WS-X-INPUT-VALID
000445             MOVE 'OVERRIDE' TO WS-AUTH-PRIVILEGE
000446             MOVE SPACES TO WS-AUTH-DETAIL
000447             STRING 'X OVERRIDE ' WS-X-WORK
000448                 ' FOR BUSINESS DATE ' WS-RUN-DATE
000449                 DELIMITED BY SIZE INTO WS-AUTH-DETAIL
000450             PERFORM 0275-CHECK-OPERATOR-PRIVILEGE
000451         END-IF
000452         EVALUATE TRUE
000453             WHEN WS-X-INPUT-INVALID
000454                 DISPLAY MYNAME ' *WARNING* OVERRIDE X VALUE "'
000455                     WS-OVERRIDE-X '" NOT NUMERIC, IGNORED'
000456             WHEN WS-AUTH-DENIED
000457                 DISPLAY MYNAME ' *WARNING* OVERRIDE X='
000458                     WS-X-WORK ' REFUSED FOR OPERATOR "'
000459                     WS-OPERATOR-ID '" - ' WS-AUTH-REASON
000460             WHEN OTHER
000461                 MOVE WS-X-WORK TO WS-X-VALUE
000462                 MOVE 1 TO WS-PLAN-STEP-COUNT
000463                 MOVE WS-X-VALUE TO WS-PLAN-STEP-X (1)
000464                 MOVE SPACES TO WS-PLAN-STEP-PARM (1)
000465                 MOVE 'O' TO WS-X-SOURCE
000466                 DISPLAY MYNAME ' *NOTICE* OPERATOR OVERRIDE X='
000467                     WS-X-VALUE ' BY ' WS-OPERATOR-ID
000468                     ' IN EFFECT FOR THIS RUN ONLY'
000469         END-EVALUATE
000470     END-IF
000471     .
000472
000473 0275-CHECK-OPERATOR-PRIVILEGE.
000474     MOVE WS-OPERATOR-ID TO WS-AUTH-OPERATOR
000475     MOVE WS-RUN-NUMBER TO WS-AUTH-RUN-NUMBER
000476     PERFORM 9600-CHECK-AUTHORIZATION
000477     IF WS-AUTH-DENIED
000478         MOVE 'E' TO WS-EVT-SEVERITY
000479         MOVE 'SEC0001' TO WS-EVT-MSG-CODE
000480         MOVE SPACES TO WS-EVT-MSG-TEXT
000481         STRING WS-AUTH-PRIVILEGE ' REFUSED FOR OPERATOR "'
000482             WS-OPERATOR-ID '" - ' WS-AUTH-REASON
000483             DELIMITED BY SIZE INTO WS-EVT-MSG-TEXT
000484         PERFORM 9100-WRITE-EXCEPTION-EVENT
000485     END-IF
000486     .
000487
000488 0280-APPLY-PLAN-RESTART.
000489     MOVE 1 TO WS-RESUME-STEP
000490     MOVE ALL 'N' TO WS-STEP-DONE-TABLE
000491     MOVE SPACES TO WS-FRESH-OPTION
000492     DISPLAY 2 UPON ARGUMENT-NUMBER
000493     ACCEPT WS-FRESH-OPTION FROM ARGUMENT-VALUE
000494     IF WS-FRESH-REQUESTED
000495         MOVE 'FRESH' TO WS-AUTH-PRIVILEGE
000496         MOVE SPACES TO WS-AUTH-DETAIL
000497         STRING 'FRESH PLAN RESTART FOR BUSINESS DATE '
000498             WS-RUN-DATE
000499             DELIMITED BY SIZE INTO WS-AUTH-DETAIL
000500         PERFORM 0275-CHECK-OPERATOR-PRIVILEGE
000501         IF WS-AUTH-DENIED
000502             DISPLAY MYNAME ' *WARNING* FRESH RUN REFUSED FOR'
000503                 ' OPERATOR "' WS-OPERATOR-ID '" - '
000504                 WS-AUTH-REASON
000505             MOVE SPACES TO WS-FRESH-OPTION
000506         END-IF
000507     END-IF
000508     EVALUATE TRUE
000509         WHEN WS-FRESH-REQUESTED
000510             PERFORM 0285-CLEAR-PLAN-PROGRESS
000511             DISPLAY MYNAME ' *NOTICE* FRESH RUN REQUESTED,'
000512                 ' PLAN PROGRESS CLEARED'
000513         WHEN WS-X-FROM-OVERRIDE
000514             CONTINUE
000515         WHEN OTHER
000516             PERFORM 0282-READ-PLAN-PROGRESS
000517             PERFORM 0283-FIND-RESUME-STEP
000518     END-EVALUATE
000519     .
000520
000521 0282-READ-PLAN-PROGRESS.
000522     OPEN INPUT PROGRESS-FILE
000523     IF WS-PGR-FILE-STATUS = '00'
000524         PERFORM UNTIL WS-PGR-FILE-STATUS NOT = '00'
000525             READ PROGRESS-FILE
000526                 AT END
000527                     MOVE '10' TO WS-PGR-FILE-STATUS
000528                 NOT AT END
000529                     IF PGR-RUN-DATE = WS-RUN-DATE
000530                             AND (PGR-OUTCOME = 'COMPLETE'
000531                                 OR PGR-OUTCOME = 'WARNING ')
000532                             AND PGR-STEP-NUMBER NUMERIC
000533                             AND PGR-STEP-NUMBER >= 1
000534                             AND PGR-STEP-NUMBER <=
000535                                 WS-PLAN-STEP-COUNT
000536                             AND PGR-X-VALUE =
000537                                 WS-PLAN-STEP-X (PGR-STEP-NUMBER)
000538                         MOVE 'Y' TO
000539                             WS-STEP-DONE-SW (PGR-STEP-NUMBER)
000540                     END-IF
000541             END-READ
000542         END-PERFORM
000543         CLOSE PROGRESS-FILE
000544     END-IF
000545     .
000546
000547 0283-FIND-RESUME-STEP.
000548     MOVE 1 TO WS-RESUME-STEP
000549     PERFORM UNTIL WS-RESUME-STEP > WS-PLAN-STEP-COUNT
000550             OR WS-STEP-DONE-SW (WS-RESUME-STEP) NOT = 'Y'
000551         ADD 1 TO WS-RESUME-STEP
000552     END-PERFORM
000553     IF WS-RESUME-STEP > 1
000554             AND WS-RESUME-STEP NOT > WS-PLAN-STEP-COUNT
000555         DISPLAY MYNAME ' *NOTICE* UNFINISHED PLAN FOR '
000556             WS-RUN-DATE ' FOUND, RESUMING AT STEP '
000557             WS-RESUME-STEP
000558     END-IF
000559     IF WS-RESUME-STEP > WS-PLAN-STEP-COUNT
000560             AND WS-PLAN-STEP-COUNT > 0
000561             AND WS-STEP-DONE-SW (1) = 'Y'
000562         DISPLAY MYNAME ' *NOTICE* PLAN FOR ' WS-RUN-DATE
000563             ' ALREADY COMPLETE, NOTHING TO DISPATCH -'
000564             ' USE FRESH TO FORCE A FROM-THE-TOP RUN'
000565     END-IF
000566     .
000567
000568 0285-CLEAR-PLAN-PROGRESS.
000569     OPEN OUTPUT PROGRESS-FILE
000570     IF WS-PGR-FILE-STATUS = '00'
000571         CLOSE PROGRESS-FILE
000572     END-IF
000573     .
000574
000575 0290-NORMALIZE-X-INPUT.
000576     SET WS-X-INPUT-INVALID TO TRUE
000577     MOVE 0 TO WS-X-WORK
000578     EVALUATE TRUE
000579         WHEN WS-X-INPUT NUMERIC
000580             MOVE WS-X-INPUT TO WS-X-WORK
000581             SET WS-X-INPUT-VALID TO TRUE
000582         WHEN WS-X-INPUT (1:2) NUMERIC
000583                 AND WS-X-INPUT (3:1) = SPACE
000584             MOVE WS-X-INPUT (1:2) TO WS-X-WORK
000585             SET WS-X-INPUT-VALID TO TRUE
000586         WHEN WS-X-INPUT (1:1) NUMERIC
000587                 AND WS-X-INPUT (2:2) = SPACES
000588             MOVE WS-X-INPUT (1:1) TO WS-X-WORK
000589             SET WS-X-INPUT-VALID TO TRUE
000590     END-EVALUATE
000591     .
000592
000593 0300-LOAD-DISPATCH-TABLE.
000594     MOVE 0 TO DSP-TBL-ENTRY-COUNT
000595     OPEN INPUT DISPATCH-TABLE-FILE
000596     IF WS-DSPTBL-FILE-STATUS = '00'
000597         PERFORM UNTIL WS-DSPTBL-FILE-STATUS NOT = '00'
000598                 AND WS-DSPTBL-FILE-STATUS NOT = '04'
000599                 AND WS-DSPTBL-FILE-STATUS NOT = '06'
000600             READ DISPATCH-TABLE-FILE
000601                 AT END
000602                     MOVE '10' TO WS-DSPTBL-FILE-STATUS
000603                 NOT AT END
000604                     EVALUATE TRUE
000605                         WHEN WS-DSPTBL-FILE-STATUS = '04'
000606                             OR WS-DSPTBL-FILE-STATUS = '06'
000607                             DISPLAY MYNAME
000608                               ' *WARNING* OVER-LENGTH DISPATCH'
000609                               ' TABLE ROW IGNORED'
000610                         WHEN DSP-TBL-ENTRY-COUNT >= 100
000611                             DISPLAY MYNAME
000612                               ' *WARNING* DISPATCH TABLE ENTRY'
000613                               ' LIMIT EXCEEDED, IGNORING EXTRA'
000614                               ' ROWS'
000615                             MOVE '10' TO WS-DSPTBL-FILE-STATUS
000616                         WHEN OTHER
000617                             PERFORM 0310-STORE-TABLE-ROW
000618                     END-EVALUATE
000619             END-READ
000620         END-PERFORM
000621         CLOSE DISPATCH-TABLE-FILE
000622     END-IF
000623     PERFORM 0320-CHECK-TABLE-DATES
000624     .
000625
000626 0310-STORE-TABLE-ROW.
000627     ADD 1 TO DSP-TBL-ENTRY-COUNT
000628     SET DSP-TBL-IDX TO DSP-TBL-ENTRY-COUNT
000629     EVALUATE TRUE
000630         WHEN DISPATCH-KEY NUMERIC
000631             MOVE DISPATCH-KEY TO DSP-TBL-KEY (DSP-TBL-IDX)
000632             MOVE DISPATCH-PGM-NAME
000633                 TO DSP-TBL-PGM-NAME (DSP-TBL-IDX)
000634             MOVE DISPATCH-EFF-FROM-DATE
000635                 TO DSP-TBL-EFF-FROM (DSP-TBL-IDX)
000636             MOVE DISPATCH-EFF-TO-DATE
000637                 TO DSP-TBL-EFF-TO (DSP-TBL-IDX)
000638             MOVE DISPATCH-SHADOW-PGM
000639                 TO DSP-TBL-SHADOW-PGM (DSP-TBL-IDX)
000640         WHEN DISPATCH-OLD-KEY NUMERIC
000641             MOVE DISPATCH-OLD-KEY TO DSP-TBL-KEY (DSP-TBL-IDX)
000642             MOVE DISPATCH-OLD-PGM-NAME
000643                 TO DSP-TBL-PGM-NAME (DSP-TBL-IDX)
000644             MOVE SPACES TO DSP-TBL-EFF-FROM (DSP-TBL-IDX)
000645             MOVE SPACES TO DSP-TBL-EFF-TO (DSP-TBL-IDX)
000646             MOVE SPACES TO DSP-TBL-SHADOW-PGM (DSP-TBL-IDX)
000647         WHEN OTHER
000648             SUBTRACT 1 FROM DSP-TBL-ENTRY-COUNT
000649             DISPLAY MYNAME
000650                 ' *WARNING* DISPATCH TABLE ROW WITH BAD KEY'
000651                 ' IGNORED: ' DISPATCH-TABLE-RECORD
000652     END-EVALUATE
000653     .
000654
000655 0320-CHECK-TABLE-DATES.
000656     PERFORM VARYING DSP-TBL-IDX FROM 1 BY 1
000657             UNTIL DSP-TBL-IDX > DSP-TBL-ENTRY-COUNT
000658         PERFORM 0330-CHECK-ONE-ENTRY-DATES
000659     END-PERFORM
000660     .
000661
000662 0330-CHECK-ONE-ENTRY-DATES.
000663     MOVE '00000000' TO DSP-EFF-FROM-1
000664     MOVE '99999999' TO DSP-EFF-TO-1
000665     IF DSP-TBL-EFF-FROM (DSP-TBL-IDX) NOT = SPACES
000666         MOVE DSP-TBL-EFF-FROM (DSP-TBL-IDX) TO DSP-EFF-FROM-1
000667     END-IF
000668     IF DSP-TBL-EFF-TO (DSP-TBL-IDX) NOT = SPACES
000669         MOVE DSP-TBL-EFF-TO (DSP-TBL-IDX) TO DSP-EFF-TO-1
000670     END-IF
000671     IF DSP-EFF-FROM-1 > DSP-EFF-TO-1
000672         DISPLAY MYNAME ' *WARNING* DISPATCH TABLE ROW FOR X='
000673             DSP-TBL-KEY (DSP-TBL-IDX) ' NEVER BECOMES ACTIVE'
000674     END-IF
000675     SET DSP-TBL-IDX2 TO DSP-TBL-IDX
000676     PERFORM UNTIL DSP-TBL-IDX2 >= DSP-TBL-ENTRY-COUNT
000677         SET DSP-TBL-IDX2 UP BY 1
000678         IF DSP-TBL-KEY (DSP-TBL-IDX2) = DSP-TBL-KEY (DSP-TBL-IDX)
000679             PERFORM 0340-CHECK-ENTRY-OVERLAP
000680         END-IF
000681     END-PERFORM
000682     .
000683
000684 0340-CHECK-ENTRY-OVERLAP.
000685     MOVE '00000000' TO DSP-EFF-FROM-2
000686     MOVE '99999999' TO DSP-EFF-TO-2
000687     IF DSP-TBL-EFF-FROM (DSP-TBL-IDX2) NOT = SPACES
000688         MOVE DSP-TBL-EFF-FROM (DSP-TBL-IDX2) TO DSP-EFF-FROM-2
000689     END-IF
000690     IF DSP-TBL-EFF-TO (DSP-TBL-IDX2) NOT = SPACES
000691         MOVE DSP-TBL-EFF-TO (DSP-TBL-IDX2) TO DSP-EFF-TO-2
000692     END-IF
000693     IF DSP-EFF-FROM-1 NOT > DSP-EFF-TO-2
000694             AND DSP-EFF-FROM-2 NOT > DSP-EFF-TO-1
000695         DISPLAY MYNAME
000696             ' *WARNING* OVERLAPPING DISPATCH TABLE ROWS FOR X='
000697             DSP-TBL-KEY (DSP-TBL-IDX)
000698         MOVE 'W' TO WS-EVT-SEVERITY
000699         MOVE 'DSP0002' TO WS-EVT-MSG-CODE
000700         MOVE SPACES TO WS-EVT-MSG-TEXT
000701         STRING 'OVERLAPPING DISPATCH TABLE ROWS FOR X='
000702                 DELIMITED BY SIZE
000703             DSP-TBL-KEY (DSP-TBL-IDX) DELIMITED BY SIZE
000704             INTO WS-EVT-MSG-TEXT
000705         PERFORM 9100-WRITE-EXCEPTION-EVENT
000706     END-IF
000707     .
000708
000709 0350-LOAD-RC-POLICY.
000710     MOVE 0 TO WS-RCP-TBL-ROWS
000711     OPEN INPUT RC-POLICY-FILE
000712     IF WS-RCP-FILE-STATUS = '00'
000713         PERFORM UNTIL WS-RCP-FILE-STATUS NOT = '00'
000714             READ RC-POLICY-FILE
000715                 AT END
000716                     MOVE '10' TO WS-RCP-FILE-STATUS
000717                 NOT AT END
000718                     PERFORM 0360-STORE-POLICY-ROW
000719             END-READ
000720         END-PERFORM
000721         CLOSE RC-POLICY-FILE
000722     END-IF
000723     .
000724
000725 0360-STORE-POLICY-ROW.
000726     EVALUATE TRUE
000727         WHEN RCP-PGM-NAME = SPACES
000728             OR RCP-RETURN-CODE NOT NUMERIC
000729             OR (RCP-DISPOSITION NOT = 'S'
000730                 AND RCP-DISPOSITION NOT = 'W'
000731                 AND RCP-DISPOSITION NOT = 'R'
000732                 AND RCP-DISPOSITION NOT = 'F')
000733             DISPLAY MYNAME
000734                 ' *WARNING* BAD RETURN-CODE POLICY ROW'
000735                 ' IGNORED: ' RC-POLICY-RECORD (1:20)
000736         WHEN WS-RCP-TBL-ROWS >= 200
000737             DISPLAY MYNAME
000738                 ' *WARNING* RETURN-CODE POLICY TABLE FULL,'
000739                 ' ROW FOR ' RCP-PGM-NAME ' IGNORED'
000740         WHEN OTHER
000741             ADD 1 TO WS-RCP-TBL-ROWS
000742             SET WS-RCP-IDX TO WS-RCP-TBL-ROWS
000743             MOVE RCP-PGM-NAME
000744                 TO WS-RCP-PGM-NAME (WS-RCP-IDX)
000745             MOVE RCP-RETURN-CODE TO WS-RCP-RC-WORK
000746             MOVE WS-RCP-RC-WORK
000747                 TO WS-RCP-RETURN-CODE (WS-RCP-IDX)
000748             MOVE RCP-DISPOSITION
000749                 TO WS-RCP-DISPOSITION (WS-RCP-IDX)
000750     END-EVALUATE
000751     .
000752
000753 0400-RESOLVE-PGM-0001.
000754     MOVE 'PGMA0009' TO PGM-0001
000755     MOVE SPACES TO WS-SELECTED-EFF-FROM
000756     MOVE SPACES TO WS-SELECTED-EFF-TO
000757     MOVE SPACES TO WS-SELECTED-SHADOW-PGM
000758     SET WS-DEFAULTED TO TRUE
000759     IF DSP-TBL-ENTRY-COUNT > 0
000760         SET DSP-TBL-IDX TO 1
000761         SEARCH DSP-TBL-ENTRY
000762             AT END
000763                 SET WS-DEFAULTED TO TRUE
000764             WHEN DSP-TBL-KEY (DSP-TBL-IDX) = WS-X-VALUE
000765                 AND (DSP-TBL-EFF-FROM (DSP-TBL-IDX) = SPACES
000766                     OR DSP-TBL-EFF-FROM (DSP-TBL-IDX)
000767                         NOT > WS-RUN-DATE)
000768                 AND (DSP-TBL-EFF-TO (DSP-TBL-IDX) = SPACES
000769                     OR DSP-TBL-EFF-TO (DSP-TBL-IDX)
000770                         NOT < WS-RUN-DATE)
000771                 MOVE DSP-TBL-PGM-NAME (DSP-TBL-IDX) TO PGM-0001
000772                 MOVE DSP-TBL-EFF-FROM (DSP-TBL-IDX)
000773                     TO WS-SELECTED-EFF-FROM
000774                 MOVE DSP-TBL-EFF-TO (DSP-TBL-IDX)
000775                     TO WS-SELECTED-EFF-TO
000776                 MOVE DSP-TBL-SHADOW-PGM (DSP-TBL-IDX)
000777                     TO WS-SELECTED-SHADOW-PGM
000778                 SET WS-NOT-DEFAULTED TO TRUE
000779         END-SEARCH
000780     END-IF
000781     IF WS-DEFAULTED
000782         DISPLAY MYNAME
000783             ' *WARNING* X=' WS-X-VALUE
000784             ' NOT FOUND, DEFAULTING TO ' PGM-0001
000785         MOVE 'W' TO WS-EVT-SEVERITY
000786         MOVE 'DSP0003' TO WS-EVT-MSG-CODE
000787         MOVE SPACES TO WS-EVT-MSG-TEXT
000788         STRING 'X=' DELIMITED BY SIZE
000789             WS-X-VALUE DELIMITED BY SIZE
000790             ' NOT IN DISPATCH TABLE, DEFAULTED TO '
000791                 DELIMITED BY SIZE
000792             PGM-0001 DELIMITED BY SIZE
000793             INTO WS-EVT-MSG-TEXT
000794         PERFORM 9100-WRITE-EXCEPTION-EVENT
000795     END-IF
000796     .
000797
000798 0450-EXECUTE-PLAN-STEP.
000799     IF WS-STEP-DONE-SW (WS-CURRENT-STEP) = 'Y'
000800         DISPLAY MYNAME ' *NOTICE* STEP ' WS-CURRENT-STEP
000801             ' ALREADY COMPLETE ON A PRIOR RUN, SKIPPED'
000802     ELSE
000803         MOVE WS-PLAN-STEP-X (WS-CURRENT-STEP) TO WS-X-VALUE
000804         MOVE FUNCTION CURRENT-DATE (9:8) TO WS-START-TIME
000805         PERFORM 0460-DISPATCH-ONE-STEP
000806     END-IF
000807     .
000808
000809 0460-DISPATCH-ONE-STEP.
000810     PERFORM 0400-RESOLVE-PGM-0001
000811     PERFORM 0600-UPDATE-VARIANT-COUNTS
000812     IF NOT WS-LOCK-FAILED
000813         PERFORM 0700-CALL-SELECTED-PROGRAM
000814     END-IF
000815     IF WS-LOCK-FAILED
000816         IF WS-CALL-RETURN-CODE = 0
000817             MOVE 12 TO WS-CALL-RETURN-CODE
000818         END-IF
000819         SET WS-STEP-HARD-FAIL TO TRUE
000820     END-IF
000821     IF WS-STEP-FAILED-DISP
000822         MOVE 'FAILED  ' TO WS-COMPLETION-STATUS
000823         ADD 1 TO WS-PLAN-FAILED-STEPS
000824         MOVE WS-CALL-RETURN-CODE TO WS-RUN-FAILED-RC
000825         MOVE 'E' TO WS-EVT-SEVERITY
000826         MOVE 'DSP0004' TO WS-EVT-MSG-CODE
000827         MOVE SPACES TO WS-EVT-MSG-TEXT
000828         STRING 'DISPATCH STEP ' DELIMITED BY SIZE
000829             WS-CURRENT-STEP DELIMITED BY SIZE
000830             ' FAILED, PGM=' DELIMITED BY SIZE
000831             PGM-0001 DELIMITED BY SIZE
000832             INTO WS-EVT-MSG-TEXT
000833         PERFORM 9100-WRITE-EXCEPTION-EVENT
000834         IF WS-PLAN-STOP-ON-ERROR OR WS-LOCK-FAILED
000835             SET WS-PLAN-ABANDONED TO TRUE
000836             IF WS-CURRENT-STEP < WS-PLAN-STEP-COUNT
000837                 DISPLAY MYNAME ' *WARNING* STEP ' WS-CURRENT-STEP
000838                     ' FAILED, ABANDONING REMAINING STEPS'
000839             END-IF
000840         END-IF
000841     ELSE
000842         IF WS-STEP-WARNING
000843             MOVE 'WARNING ' TO WS-COMPLETION-STATUS
000844             ADD 1 TO WS-PLAN-WARNED-STEPS
000845         ELSE
000846             MOVE 'COMPLETE' TO WS-COMPLETION-STATUS
000847         END-IF
000848     END-IF
000849     IF NOT WS-X-FROM-OVERRIDE
000850         PERFORM 0470-RECORD-STEP-PROGRESS
000851     END-IF
000852     PERFORM 0800-WRITE-SUMMARY-REPORT
000853     .
000854
000855 0470-RECORD-STEP-PROGRESS.
000856     OPEN EXTEND PROGRESS-FILE
000857     IF WS-PGR-FILE-STATUS NOT = '00'
000858         CLOSE PROGRESS-FILE
000859         OPEN OUTPUT PROGRESS-FILE
000860     END-IF
000861     IF WS-PGR-FILE-STATUS = '00'
000862         MOVE SPACES TO PLAN-PROGRESS-RECORD
000863         MOVE WS-RUN-DATE TO PGR-RUN-DATE
000864         MOVE WS-RUN-NUMBER TO PGR-RUN-NUMBER
000865         MOVE WS-CURRENT-STEP TO PGR-STEP-NUMBER
000866         MOVE WS-X-VALUE TO PGR-X-VALUE
000867         MOVE WS-COMPLETION-STATUS TO PGR-OUTCOME
000868         WRITE PLAN-PROGRESS-RECORD
000869         CLOSE PROGRESS-FILE
000870     ELSE
000871         DISPLAY MYNAME
000872             ' *WARNING* PLAN PROGRESS NOT RECORDED, STATUS='
000873             WS-PGR-FILE-STATUS
000874     END-IF
000875     .
000876
000877 0500-WRITE-AUDIT-RECORD.
000878     MOVE SPACES TO AUDIT-JOURNAL-RECORD
000879     MOVE MYNAME TO AUDIT-PROGRAM-NAME
000880     MOVE WS-RUN-TIMESTAMP TO AUDIT-RUN-ID
000881     MOVE WS-RUN-NUMBER TO AUDIT-RUN-NUMBER
000882     MOVE WS-X-VALUE TO AUDIT-X-VALUE
000883     MOVE WS-X-SOURCE TO AUDIT-X-SOURCE
000884     MOVE PGM-0001 TO AUDIT-PGM-SELECTED
000885     MOVE WS-RUN-DATE TO AUDIT-RUN-DATE
000886     MOVE WS-RUN-TIME TO AUDIT-RUN-TIME
000887     MOVE WS-SELECTED-EFF-FROM TO AUDIT-EFF-FROM-DATE
000888     MOVE WS-SELECTED-EFF-TO TO AUDIT-EFF-TO-DATE
000889     MOVE WS-CURRENT-STEP TO AUDIT-STEP-NUMBER
000890     MOVE WS-ATTEMPT-NUMBER TO AUDIT-ATTEMPT-NUMBER
000891     MOVE WS-CALL-RETURN-CODE TO AUDIT-RETURN-CODE
000892     MOVE WS-STEP-DISPOSITION TO AUDIT-DISPOSITION
000893     IF WS-DEFAULTED
000894         MOVE 'Y' TO AUDIT-DEFAULTED-FLAG
000895     ELSE
000896         MOVE 'N' TO AUDIT-DEFAULTED-FLAG
000897     END-IF
000898     IF WS-FALLBACK-USED
000899         MOVE 'Y' TO AUDIT-FALLBACK-FLAG
000900     ELSE
000901         MOVE 'N' TO AUDIT-FALLBACK-FLAG
000902     END-IF
000903     IF WS-SHADOW-CALL
000904         MOVE 'Y' TO AUDIT-SHADOW-FLAG
000905     ELSE
000906         MOVE 'N' TO AUDIT-SHADOW-FLAG
000907     END-IF
000908     IF WS-X-FROM-PLAN
000909         MOVE WS-PLAN-SET TO AUDIT-PLAN-SET
000910     END-IF
000911     PERFORM 0050-ACQUIRE-SHARED-LOCK
000912     IF WS-LOCK-FAILED
000913         DISPLAY MYNAME
000914             ' *ERROR* AUDIT RECORD NOT WRITTEN, SHARED LOCK'
000915             ' UNAVAILABLE'
000916         MOVE 'E' TO WS-EVT-SEVERITY
000917         MOVE 'DSP0005' TO WS-EVT-MSG-CODE
000918         MOVE 'AUDIT RECORD NOT WRITTEN, LOCK UNAVAILABLE'
000919             TO WS-EVT-MSG-TEXT
000920         PERFORM 9100-WRITE-EXCEPTION-EVENT
000921     ELSE
000922         OPEN I-O AUDIT-JOURNAL-FILE
000923         IF WS-AUDIT-FILE-STATUS = '35'
000924             OPEN OUTPUT AUDIT-JOURNAL-FILE
000925         END-IF
000926         IF WS-AUDIT-FILE-STATUS NOT = '00'
000927             DISPLAY MYNAME
000928                 ' *WARNING* AUDIT JOURNAL NOT AVAILABLE, STATUS='
000929                 WS-AUDIT-FILE-STATUS
000930             MOVE 'W' TO WS-EVT-SEVERITY
000931             MOVE 'DSP0006' TO WS-EVT-MSG-CODE
000932             MOVE SPACES TO WS-EVT-MSG-TEXT
000933             STRING 'AUDIT JOURNAL NOT AVAILABLE, STATUS='
000934                     DELIMITED BY SIZE
000935                 WS-AUDIT-FILE-STATUS DELIMITED BY SIZE
000936                 INTO WS-EVT-MSG-TEXT
000937             PERFORM 9100-WRITE-EXCEPTION-EVENT
000938         ELSE
000939             PERFORM 0510-CHAIN-AUDIT-RECORD
000940             WRITE AUDIT-JOURNAL-RECORD
000941                 INVALID KEY
000942                     DISPLAY MYNAME
000943                         ' *WARNING* DUPLICATE AUDIT KEY '
000944                         AUDIT-RECORD-KEY ' NOT WRITTEN'
000945                 NOT INVALID KEY
000946                     PERFORM 0520-ADVANCE-AUDIT-CHAIN
000947             END-WRITE
000948             CLOSE AUDIT-JOURNAL-FILE
000949         END-IF
000950         PERFORM 0080-RELEASE-SHARED-LOCK
000951     END-IF
000952     .
000953
000954*    The record takes the next chain sequence after the anchor and
000955*    is linked to the anchor's chain value; the anchor only moves
000956*    on once the record is safely on the journal.
000957 0510-CHAIN-AUDIT-RECORD.
000958     PERFORM 9710-READ-CHAIN-ANCHOR
000959     COMPUTE AUDIT-CHAIN-SEQUENCE = WS-ACH-LAST-SEQUENCE + 1
000960     MOVE WS-ACH-LAST-CHAIN TO AUDIT-PREV-CHAIN
000961     MOVE AUDIT-JOURNAL-RECORD TO WS-ACH-RECORD-IMAGE
000962     PERFORM 9700-COMPUTE-AUDIT-CHAIN
000963     MOVE WS-ACH-CHAIN-VALUE TO AUDIT-CHAIN-VALUE
000964     .
000965
000966 0520-ADVANCE-AUDIT-CHAIN.
000967     MOVE AUDIT-CHAIN-SEQUENCE TO WS-ACH-LAST-SEQUENCE
000968     MOVE AUDIT-CHAIN-VALUE TO WS-ACH-LAST-CHAIN
000969     PERFORM 9720-WRITE-CHAIN-ANCHOR
000970     IF NOT WS-ACH-ANCHOR-WRITTEN
000971         MOVE 'E' TO WS-EVT-SEVERITY
000972         MOVE 'DSP0011' TO WS-EVT-MSG-CODE
000973         MOVE SPACES TO WS-EVT-MSG-TEXT
000974         STRING 'AUDIT CHAIN ANCHOR NOT WRITTEN AT SEQUENCE '
000975                 DELIMITED BY SIZE
000976             AUDIT-CHAIN-SEQUENCE DELIMITED BY SIZE
000977             INTO WS-EVT-MSG-TEXT
000978         PERFORM 9100-WRITE-EXCEPTION-EVENT
000979     END-IF
000980     .
000981
000982 0600-UPDATE-VARIANT-COUNTS.
000983     PERFORM 0050-ACQUIRE-SHARED-LOCK
000984     IF WS-LOCK-FAILED
000985         DISPLAY MYNAME
000986             ' *ERROR* VARIANT COUNTS NOT UPDATED, SHARED LOCK'
000987             ' UNAVAILABLE'
000988         MOVE 'E' TO WS-EVT-SEVERITY
000989         MOVE 'DSP0007' TO WS-EVT-MSG-CODE
000990         MOVE 'VARIANT COUNTS NOT UPDATED, LOCK UNAVAILABLE'
000991             TO WS-EVT-MSG-TEXT
000992         PERFORM 9100-WRITE-EXCEPTION-EVENT
000993     ELSE
000994         PERFORM 0601-UPDATE-COUNT-RECORD
000995         PERFORM 0650-UPDATE-VARIANT-HISTORY
000996         PERFORM 0080-RELEASE-SHARED-LOCK
000997     END-IF
000998     .
000999
001000 0601-UPDATE-COUNT-RECORD.
001001     OPEN I-O COUNTS-FILE
001002     IF WS-CNT-FILE-STATUS = '35'
001003         OPEN OUTPUT COUNTS-FILE
001004         CLOSE COUNTS-FILE
001005         OPEN I-O COUNTS-FILE
001006     END-IF
001007     IF WS-CNT-FILE-STATUS NOT = '00'
001008         DISPLAY MYNAME
001009             ' *WARNING* VARIANT COUNTS NOT AVAILABLE, STATUS='
001010             WS-CNT-FILE-STATUS
001011     ELSE
001012         MOVE PGM-0001 TO VC-PGM-NAME
001013         READ COUNTS-FILE
001014             INVALID KEY
001015                 MOVE PGM-0001 TO VC-PGM-NAME
001016                 MOVE 1 TO VC-RUN-COUNT
001017                 WRITE VARIANT-COUNT-RECORD
001018                     INVALID KEY
001019                         DISPLAY MYNAME
001020                             ' *WARNING* VARIANT COUNT FOR '
001021                             PGM-0001 ' NOT WRITTEN'
001022                 END-WRITE
001023             NOT INVALID KEY
001024                 ADD 1 TO VC-RUN-COUNT
001025                 REWRITE VARIANT-COUNT-RECORD
001026         END-READ
001027         CLOSE COUNTS-FILE
001028     END-IF
001029     .
001030
001031 0650-UPDATE-VARIANT-HISTORY.
001032     OPEN I-O HISTORY-FILE
001033     IF WS-HIST-FILE-STATUS = '35'
001034         OPEN OUTPUT HISTORY-FILE
001035         CLOSE HISTORY-FILE
001036         OPEN I-O HISTORY-FILE
001037     END-IF
001038     IF WS-HIST-FILE-STATUS NOT = '00'
001039         DISPLAY MYNAME
001040             ' *WARNING* VARIANT HISTORY NOT AVAILABLE, STATUS='
001041             WS-HIST-FILE-STATUS
001042     ELSE
001043         MOVE WS-RUN-DATE TO VH-RUN-DATE
001044         MOVE PGM-0001 TO VH-PGM-NAME
001045         READ HISTORY-FILE
001046             INVALID KEY
001047                 MOVE WS-RUN-DATE TO VH-RUN-DATE
001048                 MOVE PGM-0001 TO VH-PGM-NAME
001049                 MOVE 1 TO VH-RUN-COUNT
001050                 WRITE VARIANT-HISTORY-RECORD
001051                     INVALID KEY
001052                         DISPLAY MYNAME
001053                             ' *WARNING* VARIANT HISTORY FOR '
001054                             PGM-0001 ' NOT WRITTEN'
001055                 END-WRITE
001056             NOT INVALID KEY
001057                 ADD 1 TO VH-RUN-COUNT
001058                 REWRITE VARIANT-HISTORY-RECORD
001059         END-READ
001060         CLOSE HISTORY-FILE
001061     END-IF
001062     .
001063
001064 0700-CALL-SELECTED-PROGRAM.
001065     SET WS-FALLBACK-NOT-USED TO TRUE
001066     MOVE 0 TO WS-ATTEMPT-NUMBER
001067     PERFORM 0710-CALL-ONE-ATTEMPT
001068         WITH TEST AFTER
001069         UNTIL NOT WS-STEP-RETRYABLE
001070             OR WS-ATTEMPT-NUMBER > WS-RETRY-LIMIT
001071     IF WS-STEP-FAILED-DISP
001072             AND WS-FALLBACK-PGM NOT = SPACES
001073             AND WS-FALLBACK-PGM NOT = PGM-0001
001074         DISPLAY MYNAME ' *WARNING* RETRIES EXHAUSTED FOR '
001075             PGM-0001 ', FALLING BACK TO ' WS-FALLBACK-PGM
001076         MOVE WS-FALLBACK-PGM TO PGM-0001
001077         SET WS-FALLBACK-USED TO TRUE
001078         PERFORM 0710-CALL-ONE-ATTEMPT
001079     END-IF
001080     IF WS-SELECTED-SHADOW-PGM NOT = SPACES
001081         PERFORM 0750-CALL-SHADOW-PROGRAM
001082     END-IF
001083     .
001084
001085 0705-SET-DISPATCH-CONTEXT.
001086     MOVE WS-RUN-TIMESTAMP TO CTX-RUN-ID
001087     MOVE WS-RUN-NUMBER TO CTX-RUN-NUMBER
001088     MOVE WS-RUN-DATE TO CTX-BUSINESS-DATE
001089     MOVE WS-CURRENT-STEP TO CTX-STEP-NUMBER
001090     MOVE WS-X-VALUE TO CTX-X-VALUE
001091     MOVE MYNAME TO CTX-DISPATCHER-NAME
001092     MOVE WS-PLAN-STEP-PARM (WS-CURRENT-STEP) TO CTX-PARM-VALUE
001093     .
001094
001095 0710-CALL-ONE-ATTEMPT.
001096     ADD 1 TO WS-ATTEMPT-NUMBER
001097     PERFORM 0720-CHECK-VARIANT-RETIRED
001098     IF WS-VM-IS-RETIRED
001099         MOVE 16 TO WS-CALL-RETURN-CODE
001100         SET WS-STEP-HARD-FAIL TO TRUE
001101     ELSE
001102         PERFORM 0705-SET-DISPATCH-CONTEXT
001103         CALL PGM-0001 USING DISPATCH-CONTEXT
001104         MOVE RETURN-CODE TO WS-CALL-RETURN-CODE
001105         MOVE 0 TO RETURN-CODE
001106         PERFORM 0730-APPLY-RC-POLICY
001107     END-IF
001108     IF WS-STEP-RETRYABLE
001109             AND WS-ATTEMPT-NUMBER <= WS-RETRY-LIMIT
001110         DISPLAY MYNAME ' *WARNING* ' PGM-0001 ' ATTEMPT '
001111             WS-ATTEMPT-NUMBER ' FAILED, RC='
001112             WS-CALL-RETURN-CODE ', RETRYING'
001113     END-IF
001114     PERFORM 0500-WRITE-AUDIT-RECORD
001115     .
001116
001117*    A variant retired on the master as of the business date is
001118*    never called.  The attempt is failed outright with RC=16 so
001119*    it is journalled, takes no retries and goes to the fallback
001120*    program, which is checked the same way.
001121 0720-CHECK-VARIANT-RETIRED.
001122     MOVE PGM-0001 TO WS-VM-LOOKUP-PGM
001123     MOVE WS-RUN-DATE TO WS-VM-LOOKUP-DATE
001124     PERFORM 9320-CHECK-VARIANT
001125     IF WS-VM-IS-RETIRED
001126         DISPLAY MYNAME ' *ERROR* VARIANT ' PGM-0001
001127             ' IS RETIRED (' WS-VM-RETIRE-DATE '), CALL REFUSED'
001128         MOVE 'E' TO WS-EVT-SEVERITY
001129         MOVE 'DSP0010' TO WS-EVT-MSG-CODE
001130         MOVE SPACES TO WS-EVT-MSG-TEXT
001131         STRING 'RETIRED VARIANT ' DELIMITED BY SIZE
001132             PGM-0001 DELIMITED BY SIZE
001133             ' NOT CALLED, STEP ' DELIMITED BY SIZE
001134             WS-CURRENT-STEP DELIMITED BY SIZE
001135             ', OWNER ' DELIMITED BY SIZE
001136             WS-VM-OWNING-TEAM DELIMITED BY SIZE
001137             INTO WS-EVT-MSG-TEXT
001138         PERFORM 9100-WRITE-EXCEPTION-EVENT
001139     END-IF
001140     .
001141
001142 0730-APPLY-RC-POLICY.
001143     IF WS-CALL-RETURN-CODE = 0
001144         SET WS-STEP-SUCCESS TO TRUE
001145     ELSE
001146         SET WS-STEP-RETRYABLE TO TRUE
001147     END-IF
001148     IF WS-RCP-TBL-ROWS > 0
001149             AND WS-CALL-RETURN-CODE >= 0
001150             AND WS-CALL-RETURN-CODE <= 9999
001151         MOVE WS-CALL-RETURN-CODE TO WS-RCP-RC-WORK
001152         SET WS-RCP-IDX TO 1
001153         SEARCH WS-RCP-ENTRY
001154             AT END
001155                 CONTINUE
001156             WHEN WS-RCP-PGM-NAME (WS-RCP-IDX) = PGM-0001
001157                 AND WS-RCP-RETURN-CODE (WS-RCP-IDX)
001158                     = WS-RCP-RC-WORK
001159                 MOVE WS-RCP-DISPOSITION (WS-RCP-IDX)
001160                     TO WS-STEP-DISPOSITION
001161         END-SEARCH
001162     END-IF
001163     .
001164
001165*    The shadow program named on the dispatch table row is
001166*    called once, after the production variant has finished its
001167*    retries and any fallback, with the same run context.  Its
001168*    return code is put through its own return-code policy rows
001169*    and journalled under attempt 00, then every production
001170*    field it touched - including a lock failure on its audit
001171*    write - is put back, so the shadow can never change the
001172*    step outcome, the completion status or the counts.  A
001173*    shadow retired on the variant master is not called at all.
001174 0750-CALL-SHADOW-PROGRAM.
001175     MOVE PGM-0001 TO WS-PROD-PGM-0001
001176     MOVE WS-CALL-RETURN-CODE TO WS-PROD-RETURN-CODE
001177     MOVE WS-STEP-DISPOSITION TO WS-PROD-DISPOSITION
001178     MOVE WS-ATTEMPT-NUMBER TO WS-PROD-ATTEMPT-NUMBER
001179     MOVE WS-FALLBACK-USED-SW TO WS-PROD-FALLBACK-SW
001180     MOVE WS-LOCK-FAILED-SW TO WS-PROD-LOCK-FAILED-SW
001181     SET WS-SHADOW-CALL TO TRUE
001182     SET WS-FALLBACK-NOT-USED TO TRUE
001183     MOVE WS-SELECTED-SHADOW-PGM TO PGM-0001
001184     MOVE 0 TO WS-ATTEMPT-NUMBER
001185     PERFORM 0720-CHECK-VARIANT-RETIRED
001186     IF NOT WS-VM-IS-RETIRED
001187         PERFORM 0760-RUN-SHADOW-CALL
001188     END-IF
001189     MOVE WS-PROD-PGM-0001 TO PGM-0001
001190     MOVE WS-PROD-RETURN-CODE TO WS-CALL-RETURN-CODE
001191     MOVE WS-PROD-DISPOSITION TO WS-STEP-DISPOSITION
001192     MOVE WS-PROD-ATTEMPT-NUMBER TO WS-ATTEMPT-NUMBER
001193     MOVE WS-PROD-FALLBACK-SW TO WS-FALLBACK-USED-SW
001194     MOVE WS-PROD-LOCK-FAILED-SW TO WS-LOCK-FAILED-SW
001195     SET WS-PRODUCTION-CALL TO TRUE
001196     .
001197
001198 0760-RUN-SHADOW-CALL.
001199     PERFORM 0705-SET-DISPATCH-CONTEXT
001200     CALL PGM-0001 USING DISPATCH-CONTEXT
001201     MOVE RETURN-CODE TO WS-CALL-RETURN-CODE
001202     MOVE 0 TO RETURN-CODE
001203     PERFORM 0730-APPLY-RC-POLICY
001204     MOVE WS-CALL-RETURN-CODE TO WS-SHADOW-RETURN-CODE
001205     MOVE WS-STEP-DISPOSITION TO WS-SHADOW-DISPOSITION
001206     IF WS-SHADOW-RETURN-CODE NOT = WS-PROD-RETURN-CODE
001207             OR WS-SHADOW-DISPOSITION NOT = WS-PROD-DISPOSITION
001208         DISPLAY MYNAME ' *NOTICE* SHADOW ' PGM-0001
001209             ' RC=' WS-CALL-RETURN-CODE ' DISP='
001210             WS-SHADOW-DISPOSITION ' DIFFERS FROM '
001211             WS-PROD-PGM-0001 ' RC=' WS-PROD-RETURN-CODE
001212             ' DISP=' WS-PROD-DISPOSITION
001213     END-IF
001214     PERFORM 0500-WRITE-AUDIT-RECORD
001215     .
001216
001217 0800-WRITE-SUMMARY-REPORT.
001218     MOVE FUNCTION CURRENT-DATE (9:8) TO WS-END-TIME
001219     COMPUTE WS-START-TOTAL-HS =
001220         ((WS-START-HH * 3600) + (WS-START-MM * 60) + WS-START-SS)
001221             * 100 + WS-START-HS
001222     COMPUTE WS-END-TOTAL-HS =
001223         ((WS-END-HH * 3600) + (WS-END-MM * 60) + WS-END-SS)
001224             * 100 + WS-END-HS
001225     COMPUTE WS-ELAPSED-TIME = WS-END-TOTAL-HS - WS-START-TOTAL-HS
001226     IF WS-ELAPSED-TIME < 0
001227         ADD 8640000 TO WS-ELAPSED-TIME
001228     END-IF
001229     PERFORM 0050-ACQUIRE-SHARED-LOCK
001230     IF WS-LOCK-FAILED
001231         DISPLAY MYNAME
001232             ' *ERROR* REPORT DETAIL NOT WRITTEN, SHARED LOCK'
001233             ' UNAVAILABLE'
001234         MOVE 'E' TO WS-EVT-SEVERITY
001235         MOVE 'DSP0008' TO WS-EVT-MSG-CODE
001236         MOVE 'REPORT DETAIL NOT WRITTEN, LOCK UNAVAILABLE'
001237             TO WS-EVT-MSG-TEXT
001238         PERFORM 9100-WRITE-EXCEPTION-EVENT
001239     ELSE
001240         PERFORM 0810-APPEND-REPORT-DETAIL
001241         PERFORM 0080-RELEASE-SHARED-LOCK
001242     END-IF
001243     .
001244
001245 0810-APPEND-REPORT-DETAIL.
001246     OPEN EXTEND REPORT-FILE
001247     IF WS-RPT-FILE-STATUS NOT = '00'
001248         CLOSE REPORT-FILE
001249         OPEN OUTPUT REPORT-FILE
001250         MOVE SPACES TO RPT-HEADER-RECORD
001251         MOVE 'DISPATCHER SUMMARY -' TO RPT-HDR-LITERAL
001252         MOVE WS-RUN-DATE TO RPT-HDR-RUN-DATE
001253         WRITE RPT-HEADER-RECORD
001254     END-IF
001255     MOVE SPACES TO RPT-DETAIL-RECORD
001256     MOVE MYNAME TO RPT-PROGRAM-NAME
001257     MOVE WS-RUN-DATE TO RPT-RUN-DATE
001258     MOVE WS-RUN-NUMBER TO RPT-RUN-NUMBER
001259     MOVE WS-CURRENT-STEP TO RPT-STEP-NUMBER
001260     MOVE PGM-0001 TO RPT-PGM-VARIANT
001261     MOVE WS-START-TIME TO RPT-START-TIME
001262     MOVE WS-END-TIME TO RPT-END-TIME
001263     MOVE WS-ELAPSED-TIME TO RPT-ELAPSED-TIME
001264     MOVE WS-COMPLETION-STATUS TO RPT-STATUS
001265     IF WS-DEFAULTED
001266         MOVE 'Y' TO RPT-DEFAULTED-FLAG
001267     ELSE
001268         MOVE 'N' TO RPT-DEFAULTED-FLAG
001269     END-IF
001270     MOVE WS-X-SOURCE TO RPT-X-SOURCE
001271     MOVE WS-STEP-DISPOSITION TO RPT-DISPOSITION
001272     IF WS-X-FROM-PLAN
001273         MOVE WS-PLAN-SET TO RPT-PLAN-SET
001274     END-IF
001275     WRITE RPT-DETAIL-RECORD
001276     CLOSE REPORT-FILE
001277     .
001278
001279 0850-WRITE-REPORT-TRAILER.
001280     PERFORM 0050-ACQUIRE-SHARED-LOCK
001281     IF WS-LOCK-FAILED
001282         DISPLAY MYNAME
001283             ' *ERROR* REPORT TRAILER NOT WRITTEN, SHARED LOCK'
001284             ' UNAVAILABLE'
001285         MOVE 'E' TO WS-EVT-SEVERITY
001286         MOVE 'DSP0009' TO WS-EVT-MSG-CODE
001287         MOVE 'REPORT TRAILER NOT WRITTEN, LOCK UNAVAILABLE'
001288             TO WS-EVT-MSG-TEXT
001289         PERFORM 9100-WRITE-EXCEPTION-EVENT
001290     END-IF
001291     IF NOT WS-LOCK-FAILED
001292         PERFORM 0860-SUM-VARIANT-COUNTS
001293         OPEN EXTEND REPORT-FILE
001294         IF WS-RPT-FILE-STATUS = '00'
001295             MOVE SPACES TO RPT-TRAILER-RECORD
001296             MOVE 'END OF SUMMARY - ' TO RPT-TRL-LITERAL
001297             MOVE ' RUNS ' TO RPT-TRL-RUNS-LIT
001298             MOVE WS-TOTAL-RUN-COUNT TO RPT-TRL-RUN-COUNT
001299             WRITE RPT-TRAILER-RECORD
001300             CLOSE REPORT-FILE
001301         END-IF
001302         PERFORM 0080-RELEASE-SHARED-LOCK
001303     END-IF
001304     .
001305
001306 0860-SUM-VARIANT-COUNTS.
001307     MOVE 0 TO WS-TOTAL-RUN-COUNT
001308     OPEN INPUT COUNTS-FILE
001309     IF WS-CNT-FILE-STATUS = '00'
001310         PERFORM UNTIL WS-CNT-FILE-STATUS NOT = '00'
001311             READ COUNTS-FILE NEXT RECORD
001312                 AT END
001313                     MOVE '10' TO WS-CNT-FILE-STATUS
001314                 NOT AT END
001315                     ADD VC-RUN-COUNT TO WS-TOTAL-RUN-COUNT
001316             END-READ
001317         END-PERFORM
001318         CLOSE COUNTS-FILE
001319     END-IF
001320     .
001321
001322 0900-WRITE-COMPLETION-SIGNAL.
001323     MOVE MYNAME TO COMPL-PROGRAM-NAME
001324     MOVE PGM-0001 TO COMPL-PGM-VARIANT
001325     MOVE WS-RUN-TIMESTAMP TO COMPL-RUN-ID
001326     MOVE WS-RUN-DATE TO COMPL-RUN-DATE
001327     MOVE WS-COMPLETION-STATUS TO COMPL-STATUS
001328     MOVE WS-RUN-NUMBER TO COMPL-RUN-NUMBER
001329     OPEN OUTPUT COMPLETION-FILE
001330     WRITE COMPLETION-RECORD
001331     CLOSE COMPLETION-FILE
001332     .
