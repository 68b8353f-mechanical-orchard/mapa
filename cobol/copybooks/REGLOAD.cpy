000001*
000002*    REGLOAD - shared dispatcher registry load routine.  COPY
000003*    this at the end of the PROCEDURE DIVISION of any program
000004*    that SELECTs the registry through REGFC and carries the
000005*    REGWS fields.  9200-LOAD-DISPATCHER-REGISTRY reads every
000006*    active dispatcher into the RGT table in file order and
000007*    sets WS-REG-LOADED when at least one was found; a missing
000008*    or empty registry is reported and left for the caller to
000009*    act on.  A blank gate flag is taken as required, the safe
000010*    choice for the downstream hand-off.
000011*
000012 9200-LOAD-DISPATCHER-REGISTRY.
000013     MOVE 0 TO RGT-ENTRY-COUNT
000014     MOVE 0 TO WS-REG-ROW-NUMBER
000015     MOVE 'N' TO WS-REG-LOADED-SW
000016     OPEN INPUT REGISTRY-FILE
000017     IF WS-REG-FILE-STATUS = '00'
000018         PERFORM UNTIL WS-REG-FILE-STATUS NOT = '00'
000019             READ REGISTRY-FILE
000020                 AT END
000021                     MOVE '10' TO WS-REG-FILE-STATUS
000022                 NOT AT END
000023                     PERFORM 9210-STORE-REGISTRY-ENTRY
000024             END-READ
000025         END-PERFORM
000026         CLOSE REGISTRY-FILE
000027         IF RGT-ENTRY-COUNT > 0
000028             SET WS-REG-LOADED TO TRUE
000029         ELSE
000030             DISPLAY MYNAME
000031                 ' *WARNING* DISPATCHER REGISTRY HOLDS NO ACTIVE'
000032                 ' DISPATCHER'
000033         END-IF
000034     ELSE
000035         DISPLAY MYNAME
000036             ' *WARNING* DISPATCHER REGISTRY NOT AVAILABLE,'
000037             ' STATUS=' WS-REG-FILE-STATUS
000038     END-IF
000039     .
000040
000041 9210-STORE-REGISTRY-ENTRY.
000042     ADD 1 TO WS-REG-ROW-NUMBER
000043     EVALUATE TRUE
000044         WHEN REG-INACTIVE
000045             CONTINUE
000046         WHEN REG-DISPATCHER-NAME = SPACES
000047             DISPLAY MYNAME ' *WARNING* REGISTRY ROW '
000048                 WS-REG-ROW-NUMBER
000049                 ' HAS NO DISPATCHER NAME, IGNORED'
000050         WHEN NOT REG-ACTIVE
000051             DISPLAY MYNAME ' *WARNING* REGISTRY ROW '
000052                 WS-REG-ROW-NUMBER ' STATUS "' REG-STATUS
000053                 '" IS NOT A OR I, IGNORED'
000054         WHEN RGT-ENTRY-COUNT >= 10
000055             DISPLAY MYNAME ' *WARNING* REGISTRY ROW '
000056                 WS-REG-ROW-NUMBER ' EXCEEDS LIMIT OF 10, '
000057                 REG-DISPATCHER-NAME ' IGNORED'
000058         WHEN OTHER
000059             ADD 1 TO RGT-ENTRY-COUNT
000060             SET RGT-IDX TO RGT-ENTRY-COUNT
000061             MOVE REG-DISPATCHER-NAME
000062                 TO RGT-DISPATCHER-NAME (RGT-IDX)
000063             MOVE REG-CONTROL-FILE TO RGT-CONTROL-FILE (RGT-IDX)
000064             MOVE REG-PLAN-FILE TO RGT-PLAN-FILE (RGT-IDX)
000065             MOVE REG-PROGRESS-FILE
000066                 TO RGT-PROGRESS-FILE (RGT-IDX)
000067             MOVE REG-COMPLETION-FILE
000068                 TO RGT-COMPLETION-FILE (RGT-IDX)
000069             MOVE REG-MONTH-END-PLAN
000070                 TO RGT-MONTH-END-PLAN (RGT-IDX)
000071             MOVE REG-QUARTER-END-PLAN
000072                 TO RGT-QUARTER-END-PLAN (RGT-IDX)
000073             MOVE REG-YEAR-END-PLAN
000074                 TO RGT-YEAR-END-PLAN (RGT-IDX)
000075             IF REG-NOT-REQUIRED
000076                 MOVE 'N' TO RGT-GATE-REQUIRED (RGT-IDX)
000077             ELSE
000078                 MOVE 'Y' TO RGT-GATE-REQUIRED (RGT-IDX)
000079             END-IF
000080             MOVE 'MISSING ' TO RGT-CPLT-STATUS (RGT-IDX)
000081             MOVE 0 TO RGT-CPLT-RUN-NUMBER (RGT-IDX)
000082             MOVE SPACES TO RGT-CPLT-RUN-ID (RGT-IDX)
000083     END-EVALUATE
000084     .
