000001*
000002*    ACHLOAD - shared audit chain routines.  COPY this at the end
000003*    of the PROCEDURE DIVISION of any program that SELECTs the
000004*    chain anchor through ACHFC and carries the ACHWS fields.
000005*    The chain value is two running remainders taken over every
000006*    byte of the record except the chain value itself, each
000007*    seeded from its half of the previous record's chain value,
000008*    so a change to any field or to the order of the records
000009*    gives a different value.  A program adding audit records
000010*    holds the shared lock from 9710-READ-CHAIN-ANCHOR until its
000011*    9720-WRITE-CHAIN-ANCHOR, so two writers can never take the
000012*    same sequence.
000013*
000014 9700-COMPUTE-AUDIT-CHAIN.
000015     MOVE WS-ACH-PREV-LANE-1 TO WS-ACH-LANE-1
000016     MOVE WS-ACH-PREV-LANE-2 TO WS-ACH-LANE-2
000017     MOVE ZEROS TO WS-ACH-IMAGE-CHAIN
000018     PERFORM 9705-CHAIN-ONE-BYTE
000019         VARYING WS-ACH-POSITION FROM 1 BY 1
000020         UNTIL WS-ACH-POSITION > 140
000021     MOVE WS-ACH-LANE-1 TO WS-ACH-CHAIN-LANE-1
000022     MOVE WS-ACH-LANE-2 TO WS-ACH-CHAIN-LANE-2
000023     .
000024
000025 9705-CHAIN-ONE-BYTE.
000026     COMPUTE WS-ACH-BYTE-VALUE = FUNCTION ORD
000027         (WS-ACH-RECORD-IMAGE (WS-ACH-POSITION:1))
000028     COMPUTE WS-ACH-LANE-1 = FUNCTION MOD
000029         (WS-ACH-LANE-1 * 257 + WS-ACH-BYTE-VALUE, 99999989)
000030     COMPUTE WS-ACH-LANE-2 = FUNCTION MOD
000031         (WS-ACH-LANE-2 * 263 + WS-ACH-BYTE-VALUE, 9999991)
000032     .
000033
000034 9710-READ-CHAIN-ANCHOR.
000035     MOVE 'N' TO WS-ACH-ANCHOR-SW
000036     MOVE 0 TO WS-ACH-LAST-SEQUENCE
000037     MOVE 0 TO WS-ACH-LAST-CHAIN
000038     OPEN INPUT AUDIT-CHAIN-FILE
000039     IF WS-ACH-FILE-STATUS = '00'
000040         READ AUDIT-CHAIN-FILE
000041             AT END
000042                 CONTINUE
000043             NOT AT END
000044                 IF ACH-LAST-SEQUENCE NUMERIC
000045                         AND ACH-LAST-CHAIN NUMERIC
000046                     SET WS-ACH-ANCHOR-FOUND TO TRUE
000047                     MOVE ACH-LAST-SEQUENCE
000048                         TO WS-ACH-LAST-SEQUENCE
000049                     MOVE ACH-LAST-CHAIN TO WS-ACH-LAST-CHAIN
000050                 ELSE
000051                     DISPLAY MYNAME
000052                         ' *WARNING* AUDIT CHAIN ANCHOR CORRUPT,'
000053                         ' CHAIN RESTARTED'
000054                 END-IF
000055         END-READ
000056         CLOSE AUDIT-CHAIN-FILE
000057     END-IF
000058     .
000059
000060 9720-WRITE-CHAIN-ANCHOR.
000061     MOVE 'N' TO WS-ACH-WRITTEN-SW
000062     OPEN OUTPUT AUDIT-CHAIN-FILE
000063     IF WS-ACH-FILE-STATUS = '00'
000064         MOVE SPACES TO AUDIT-CHAIN-RECORD
000065         MOVE WS-ACH-LAST-SEQUENCE TO ACH-LAST-SEQUENCE
000066         MOVE WS-ACH-LAST-CHAIN TO ACH-LAST-CHAIN
000067         MOVE MYNAME TO ACH-UPDATED-BY
000068         MOVE FUNCTION CURRENT-DATE TO ACH-UPDATED-TIME
000069         WRITE AUDIT-CHAIN-RECORD
000070         IF WS-ACH-FILE-STATUS = '00'
000071             SET WS-ACH-ANCHOR-WRITTEN TO TRUE
000072         END-IF
000073         CLOSE AUDIT-CHAIN-FILE
000074     END-IF
000075     IF NOT WS-ACH-ANCHOR-WRITTEN
000076         DISPLAY MYNAME
000077             ' *ERROR* AUDIT CHAIN ANCHOR NOT WRITTEN, STATUS='
000078             WS-ACH-FILE-STATUS
000079     END-IF
000080     .
