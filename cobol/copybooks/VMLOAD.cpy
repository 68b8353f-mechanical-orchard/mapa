000001*
000002*    VMLOAD - shared variant master routines.  COPY this at the
000003*    end of the PROCEDURE DIVISION of any program that SELECTs
000004*    the master through VMFC and carries the VMWS fields.
000005*    9300-LOAD-VARIANT-MASTER reads the whole master into the VMT
000006*    table (it is read in key order, so the table is in name
000007*    order) and sets WS-VM-LOADED when the file could be read; a
000008*    missing master is reported and left for the caller to act
000009*    on.
000010*
000011 9300-LOAD-VARIANT-MASTER.
000012     MOVE 0 TO VMT-ENTRY-COUNT
000013     MOVE 'N' TO WS-VM-LOADED-SW
000014     OPEN INPUT VARIANT-MASTER-FILE
000015     IF WS-VM-FILE-STATUS = '00'
000016         SET WS-VM-LOADED TO TRUE
000017         PERFORM UNTIL WS-VM-FILE-STATUS NOT = '00'
000018             READ VARIANT-MASTER-FILE
000019                 AT END
000020                     MOVE '10' TO WS-VM-FILE-STATUS
000021                 NOT AT END
000022                     PERFORM 9310-STORE-VARIANT-ENTRY
000023             END-READ
000024         END-PERFORM
000025         CLOSE VARIANT-MASTER-FILE
000026     ELSE
000027         DISPLAY MYNAME
000028             ' *WARNING* VARIANT MASTER NOT AVAILABLE, STATUS='
000029             WS-VM-FILE-STATUS
000030     END-IF
000031     .
000032
000033 9310-STORE-VARIANT-ENTRY.
000034     IF VMT-ENTRY-COUNT >= 300
000035         DISPLAY MYNAME ' *WARNING* VARIANT MASTER EXCEEDS 300'
000036             ' ENTRIES, ' VM-PGM-NAME ' IGNORED'
000037     ELSE
000038         ADD 1 TO VMT-ENTRY-COUNT
000039         SET VMT-IDX TO VMT-ENTRY-COUNT
000040         MOVE VM-PGM-NAME TO VMT-PGM-NAME (VMT-IDX)
000041         MOVE VM-OWNING-TEAM TO VMT-OWNING-TEAM (VMT-IDX)
000042         MOVE VM-STATUS TO VMT-STATUS (VMT-IDX)
000043         MOVE VM-RETIRE-DATE TO VMT-RETIRE-DATE (VMT-IDX)
000044     END-IF
000045     .
000046
000047*    9320-CHECK-VARIANT looks up WS-VM-LOOKUP-PGM.  A variant is
000048*    retired as of WS-VM-LOOKUP-DATE when its status is RETIRED
000049*    or its retirement date has been reached; a blank lookup date
000050*    stands for an open-ended range, which any retirement date
000051*    falls inside.  A name not on the master comes back not
000052*    found with the team shown as UNKNOWN.
000053 9320-CHECK-VARIANT.
000054     MOVE 'N' TO WS-VM-FOUND-SW
000055     MOVE 'N' TO WS-VM-RETIRED-SW
000056     MOVE 'N' TO WS-VM-FROZEN-SW
000057     MOVE 'UNKNOWN' TO WS-VM-OWNING-TEAM
000058     MOVE SPACES TO WS-VM-RETIRE-DATE
000059     IF VMT-ENTRY-COUNT > 0
000060         SET VMT-IDX TO 1
000061         SEARCH VMT-ENTRY
000062             AT END
000063                 CONTINUE
000064             WHEN VMT-PGM-NAME (VMT-IDX) = WS-VM-LOOKUP-PGM
000065                 SET WS-VM-FOUND TO TRUE
000066                 MOVE VMT-OWNING-TEAM (VMT-IDX)
000067                     TO WS-VM-OWNING-TEAM
000068                 MOVE VMT-RETIRE-DATE (VMT-IDX)
000069                     TO WS-VM-RETIRE-DATE
000070                 IF VMT-FROZEN (VMT-IDX)
000071                     SET WS-VM-IS-FROZEN TO TRUE
000072                 END-IF
000073                 IF VMT-RETIRED (VMT-IDX)
000074                     SET WS-VM-IS-RETIRED TO TRUE
000075                 END-IF
000076                 IF VMT-RETIRE-DATE (VMT-IDX) NOT = SPACES
000077                         AND (WS-VM-LOOKUP-DATE = SPACES
000078                             OR VMT-RETIRE-DATE (VMT-IDX)
000079                                 NOT > WS-VM-LOOKUP-DATE)
000080                     SET WS-VM-IS-RETIRED TO TRUE
000081                 END-IF
000082         END-SEARCH
000083     END-IF
000084     .
