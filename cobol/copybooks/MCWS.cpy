000001*
000002*    MCWS - working-storage area the message catalog (MCREC) is
000003*    loaded into by the shared MCLOAD routine, plus the lookup
000004*    field a caller sets before 9520-FIND-MESSAGE-CODE and the
000005*    catalog entry it reads back.
000006*
000007 01  MESSAGE-CATALOG-AREA.
000008     05  WS-MC-FILE-STATUS         PIC X(002) VALUE SPACES.
000009     05  WS-MC-LOADED-SW           PIC X(001) VALUE 'N'.
000010         88  WS-MC-LOADED              VALUE 'Y'.
000011     05  WS-MC-LOOKUP-CODE         PIC X(008) VALUE SPACES.
000012     05  WS-MC-FOUND-SW            PIC X(001) VALUE 'N'.
000013         88  WS-MC-FOUND               VALUE 'Y'.
000014         88  WS-MC-NOT-FOUND           VALUE 'N'.
000015     05  WS-MC-DESCRIPTION         PIC X(040) VALUE SPACES.
000016     05  WS-MC-ACTION-TEXT         PIC X(060) VALUE SPACES.
000017     05  WS-MC-PAGE-FLAG           PIC X(001) VALUE 'N'.
000018         88  WS-MC-PAGES               VALUE 'Y'.
000019     05  WS-MC-PAGE-GROUP          PIC X(012) VALUE SPACES.
000020     05  MCT-ENTRY-COUNT           PIC S9(004) COMP-3 VALUE +0.
000021     05  MCT-ENTRY                 OCCURS 300 TIMES
000022                                   INDEXED BY MCT-IDX.
000023         10  MCT-MSG-CODE          PIC X(008).
000024         10  MCT-DESCRIPTION       PIC X(040).
000025         10  MCT-ACTION-TEXT       PIC X(060).
000026         10  MCT-PAGE-FLAG         PIC X(001).
000027         10  MCT-PAGE-GROUP        PIC X(012).
