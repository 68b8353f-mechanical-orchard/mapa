000001*
000002*    MCLOAD - shared message catalog routines.  COPY this at the
000003*    end of the PROCEDURE DIVISION of any program that SELECTs the
000004*    catalog through MCFC and carries the MCWS fields.
000005*    9500-LOAD-MESSAGE-CATALOG reads the catalog into the MCT
000006*    table and sets WS-MC-LOADED when the file could be read; a
000007*    missing catalog is reported and left for the caller to act
000008*    on.  Blank and comment ('*' in column 1) lines are skipped so
000009*    the file can be kept with a text editor.
000010*
000011 9500-LOAD-MESSAGE-CATALOG.
000012     MOVE 0 TO MCT-ENTRY-COUNT
000013     MOVE 'N' TO WS-MC-LOADED-SW
000014     OPEN INPUT MESSAGE-CATALOG-FILE
000015     IF WS-MC-FILE-STATUS = '00'
000016         SET WS-MC-LOADED TO TRUE
000017         PERFORM UNTIL WS-MC-FILE-STATUS NOT = '00'
000018             READ MESSAGE-CATALOG-FILE
000019                 AT END
000020                     MOVE '10' TO WS-MC-FILE-STATUS
000021                 NOT AT END
000022                     IF MC-MSG-CODE NOT = SPACES
000023                             AND MC-MSG-CODE (1:1) NOT = '*'
000024                         PERFORM 9510-STORE-CATALOG-ENTRY
000025                     END-IF
000026             END-READ
000027         END-PERFORM
000028         CLOSE MESSAGE-CATALOG-FILE
000029     ELSE
000030         DISPLAY MYNAME
000031             ' *WARNING* MESSAGE CATALOG NOT AVAILABLE, STATUS='
000032             WS-MC-FILE-STATUS
000033     END-IF
000034     .
000035
000036 9510-STORE-CATALOG-ENTRY.
000037     IF MCT-ENTRY-COUNT >= 300
000038         DISPLAY MYNAME ' *WARNING* MESSAGE CATALOG EXCEEDS 300'
000039             ' ENTRIES, ' MC-MSG-CODE ' IGNORED'
000040     ELSE
000041         ADD 1 TO MCT-ENTRY-COUNT
000042         SET MCT-IDX TO MCT-ENTRY-COUNT
000043         MOVE MC-MSG-CODE TO MCT-MSG-CODE (MCT-IDX)
000044         MOVE MC-DESCRIPTION TO MCT-DESCRIPTION (MCT-IDX)
000045         MOVE MC-ACTION-TEXT TO MCT-ACTION-TEXT (MCT-IDX)
000046         MOVE MC-PAGE-FLAG TO MCT-PAGE-FLAG (MCT-IDX)
000047         MOVE MC-PAGE-GROUP TO MCT-PAGE-GROUP (MCT-IDX)
000048     END-IF
000049     .
000050
000051*    9520-FIND-MESSAGE-CODE looks up WS-MC-LOOKUP-CODE.  A code
000052*    not in the catalog comes back not found, not paging, with
000053*    blank description and action text.
000054 9520-FIND-MESSAGE-CODE.
000055     MOVE 'N' TO WS-MC-FOUND-SW
000056     MOVE 'N' TO WS-MC-PAGE-FLAG
000057     MOVE SPACES TO WS-MC-DESCRIPTION
000058     MOVE SPACES TO WS-MC-ACTION-TEXT
000059     MOVE SPACES TO WS-MC-PAGE-GROUP
000060     IF MCT-ENTRY-COUNT > 0
000061         SET MCT-IDX TO 1
000062         SEARCH MCT-ENTRY
000063             AT END
000064                 CONTINUE
000065             WHEN MCT-MSG-CODE (MCT-IDX) = WS-MC-LOOKUP-CODE
000066                 SET WS-MC-FOUND TO TRUE
000067                 MOVE MCT-DESCRIPTION (MCT-IDX)
000068                     TO WS-MC-DESCRIPTION
000069                 MOVE MCT-ACTION-TEXT (MCT-IDX)
000070                     TO WS-MC-ACTION-TEXT
000071                 MOVE MCT-PAGE-FLAG (MCT-IDX) TO WS-MC-PAGE-FLAG
000072                 MOVE MCT-PAGE-GROUP (MCT-IDX) TO WS-MC-PAGE-GROUP
000073         END-SEARCH
000074     END-IF
000075     .
