000001*
000002*    AUTHLOAD - shared operator authorization routines.  COPY this
000003*    at the end of the PROCEDURE DIVISION of any program that
000004*    SELECTs the authorization file and security log through
000005*    AUTHFC and carries the AUTHWS fields.
000006*    9600-CHECK-AUTHORIZATION decides whether WS-AUTH-OPERATOR may
000007*    perform WS-AUTH-PRIVILEGE today and appends the attempt,
000008*    granted or denied, to the security log.  The check fails
000009*    closed: no operator id, no authorization file, or a security
000010*    log that cannot be written all mean the request is refused.
000011*
000012 9600-CHECK-AUTHORIZATION.
000013     PERFORM 9620-FIND-AUTHORIZATION
000014     PERFORM 9650-WRITE-SECURITY-LOG
000015     .
000016
000017 9610-LOAD-AUTHORIZATION-FILE.
000018     MOVE 0 TO AUT-ENTRY-COUNT
000019     SET WS-AUTH-LOADED TO TRUE
000020     MOVE 'N' TO WS-AUTH-AVAILABLE-SW
000021     OPEN INPUT OPERATOR-AUTH-FILE
000022     IF WS-AUTH-FILE-STATUS = '00'
000023         SET WS-AUTH-AVAILABLE TO TRUE
000024         PERFORM UNTIL WS-AUTH-FILE-STATUS NOT = '00'
000025             READ OPERATOR-AUTH-FILE
000026                 AT END
000027                     MOVE '10' TO WS-AUTH-FILE-STATUS
000028                 NOT AT END
000029                     IF AUTH-OPERATOR-ID NOT = SPACES
000030                             AND AUTH-OPERATOR-ID (1:1) NOT = '*'
000031                         PERFORM 9615-STORE-AUTHORIZATION-ROW
000032                     END-IF
000033             END-READ
000034         END-PERFORM
000035         CLOSE OPERATOR-AUTH-FILE
000036     ELSE
000037         DISPLAY MYNAME
000038             ' *WARNING* OPERATOR AUTHORIZATION FILE NOT'
000039             ' AVAILABLE,'
000040             ' STATUS=' WS-AUTH-FILE-STATUS
000041             ', PRIVILEGED REQUESTS WILL BE REFUSED'
000042     END-IF
000043     .
000044
000045 9615-STORE-AUTHORIZATION-ROW.
000046     EVALUATE TRUE
000047         WHEN NOT AUTH-VALID-PRIVILEGE
000048             DISPLAY MYNAME ' *WARNING* AUTHORIZATION ROW FOR '
000049                 AUTH-OPERATOR-ID ' HAS UNKNOWN PRIVILEGE "'
000050                 AUTH-PRIVILEGE '", IGNORED'
000051         WHEN AUTH-EFF-FROM-DATE NOT NUMERIC
000052             DISPLAY MYNAME ' *WARNING* AUTHORIZATION ROW FOR '
000053                 AUTH-OPERATOR-ID ' ' AUTH-PRIVILEGE
000054                 ' HAS BAD EFFECTIVE DATE, IGNORED'
000055         WHEN AUTH-EXPIRY-DATE NOT = SPACES
000056                 AND AUTH-EXPIRY-DATE NOT NUMERIC
000057             DISPLAY MYNAME ' *WARNING* AUTHORIZATION ROW FOR '
000058                 AUTH-OPERATOR-ID ' ' AUTH-PRIVILEGE
000059                 ' HAS BAD EXPIRY DATE, IGNORED'
000060         WHEN AUT-ENTRY-COUNT >= 300
000061             DISPLAY MYNAME
000062                 ' *WARNING* AUTHORIZATION FILE EXCEEDS'
000063                 ' 300 ROWS, ' AUTH-OPERATOR-ID ' ' AUTH-PRIVILEGE
000064                 ' IGNORED'
000065         WHEN OTHER
000066             ADD 1 TO AUT-ENTRY-COUNT
000067             SET AUT-IDX TO AUT-ENTRY-COUNT
000068             MOVE AUTH-OPERATOR-ID TO AUT-OPERATOR-ID (AUT-IDX)
000069             MOVE AUTH-PRIVILEGE TO AUT-PRIVILEGE (AUT-IDX)
000070             MOVE AUTH-EFF-FROM-DATE
000071                 TO AUT-EFF-FROM-DATE (AUT-IDX)
000072             IF AUTH-EXPIRY-DATE = SPACES
000073                 MOVE '99999999' TO AUT-EXPIRY-DATE (AUT-IDX)
000074             ELSE
000075                 MOVE AUTH-EXPIRY-DATE
000076                     TO AUT-EXPIRY-DATE (AUT-IDX)
000077             END-IF
000078     END-EVALUATE
000079     .
000080
000081*    9620-FIND-AUTHORIZATION only decides - it writes nothing to
000082*    the security log, so a caller can use it on its own to
000083*    re-check an authority recorded elsewhere (an approver named
000084*    on an approval record) under the request it is logging.
000085 9620-FIND-AUTHORIZATION.
000086     MOVE FUNCTION CURRENT-DATE TO WS-AUTH-TIMESTAMP
000087     MOVE WS-AUTH-TIMESTAMP (1:8) TO WS-AUTH-CHECK-DATE
000088     IF NOT WS-AUTH-LOADED
000089         PERFORM 9610-LOAD-AUTHORIZATION-FILE
000090     END-IF
000091     SET WS-AUTH-DENIED TO TRUE
000092     SET WS-AUTH-NO-ROW TO TRUE
000093     MOVE 'N' TO WS-AUTH-OPERATOR-SEEN-SW
000094     EVALUATE TRUE
000095         WHEN WS-AUTH-OPERATOR = SPACES
000096             MOVE 'NO OPERATOR ID GIVEN' TO WS-AUTH-REASON
000097         WHEN NOT WS-AUTH-AVAILABLE
000098             MOVE 'AUTHORIZATION FILE NOT AVAILABLE'
000099                 TO WS-AUTH-REASON
000100         WHEN OTHER
000101             PERFORM 9625-CHECK-AUTHORIZATION-ROW
000102                 VARYING AUT-IDX FROM 1 BY 1
000103                 UNTIL AUT-IDX > AUT-ENTRY-COUNT
000104                     OR WS-AUTH-GRANTED
000105             EVALUATE TRUE
000106                 WHEN WS-AUTH-GRANTED
000107                     MOVE 'AUTHORIZED' TO WS-AUTH-REASON
000108                 WHEN WS-AUTH-ROW-EXPIRED
000109                     MOVE 'AUTHORIZATION EXPIRED'
000110                         TO WS-AUTH-REASON
000111                 WHEN WS-AUTH-ROW-NOT-YET
000112                     MOVE 'AUTHORIZATION NOT YET EFFECTIVE'
000113                         TO WS-AUTH-REASON
000114                 WHEN WS-AUTH-OPERATOR-SEEN
000115                     MOVE 'PRIVILEGE NOT HELD BY OPERATOR'
000116                         TO WS-AUTH-REASON
000117                 WHEN OTHER
000118                     MOVE 'OPERATOR NOT IN AUTHORIZATION FILE'
000119                         TO WS-AUTH-REASON
000120             END-EVALUATE
000121     END-EVALUATE
000122     .
000123
000124 9625-CHECK-AUTHORIZATION-ROW.
000125     IF AUT-OPERATOR-ID (AUT-IDX) = WS-AUTH-OPERATOR
000126         SET WS-AUTH-OPERATOR-SEEN TO TRUE
000127         IF AUT-PRIVILEGE (AUT-IDX) = WS-AUTH-PRIVILEGE
000128             EVALUATE TRUE
000129                 WHEN AUT-EFF-FROM-DATE (AUT-IDX)
000130                         > WS-AUTH-CHECK-DATE
000131                     SET WS-AUTH-ROW-NOT-YET TO TRUE
000132                 WHEN AUT-EXPIRY-DATE (AUT-IDX)
000133                         < WS-AUTH-CHECK-DATE
000134                     SET WS-AUTH-ROW-EXPIRED TO TRUE
000135                 WHEN OTHER
000136                     SET WS-AUTH-GRANTED TO TRUE
000137             END-EVALUATE
000138         END-IF
000139     END-IF
000140     .
000141
000142*    9650-WRITE-SECURITY-LOG appends the outcome of the last
000143*    9620 decision.  A grant that cannot be recorded is turned
000144*    into a refusal - nothing privileged happens unlogged.
000145 9650-WRITE-SECURITY-LOG.
000146     OPEN EXTEND SECURITY-LOG-FILE
000147     IF WS-SEC-FILE-STATUS NOT = '00'
000148         CLOSE SECURITY-LOG-FILE
000149         OPEN OUTPUT SECURITY-LOG-FILE
000150     END-IF
000151     IF WS-SEC-FILE-STATUS = '00'
000152         MOVE SPACES TO SECURITY-LOG-RECORD
000153         MOVE WS-AUTH-TIMESTAMP TO SEC-TIMESTAMP
000154         MOVE MYNAME TO SEC-PROGRAM-NAME
000155         MOVE WS-AUTH-RUN-NUMBER TO SEC-RUN-NUMBER
000156         MOVE WS-AUTH-OPERATOR TO SEC-OPERATOR-ID
000157         MOVE WS-AUTH-PRIVILEGE TO SEC-PRIVILEGE
000158         IF WS-AUTH-GRANTED
000159             SET SEC-GRANTED TO TRUE
000160         ELSE
000161             SET SEC-DENIED TO TRUE
000162         END-IF
000163         MOVE WS-AUTH-REASON TO SEC-REASON
000164         MOVE WS-AUTH-DETAIL TO SEC-DETAIL
000165         WRITE SECURITY-LOG-RECORD
000166         CLOSE SECURITY-LOG-FILE
000167     ELSE
000168         DISPLAY MYNAME
000169             ' *ERROR* SECURITY LOG NOT WRITABLE, STATUS='
000170             WS-SEC-FILE-STATUS
000171         IF WS-AUTH-GRANTED
000172             SET WS-AUTH-DENIED TO TRUE
000173             MOVE 'SECURITY LOG NOT WRITABLE'
000174                 TO WS-AUTH-REASON
000175         END-IF
000176     END-IF
000177     .
