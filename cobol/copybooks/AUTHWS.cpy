000001*
000002*    AUTHWS - working-storage for the shared AUTHLOAD operator
000003*    authorization routines.  A caller moves the operator id, the
000004*    privilege wanted and a description of the request here (and
000005*    its run number, where it has one) and PERFORMs
000006*    9600-CHECK-AUTHORIZATION, then tests WS-AUTH-GRANTED; the
000007*    reason comes back in WS-AUTH-REASON.  The authorization file
000008*    is loaded into the AUT table on the first check.
000009*
000010 01  OPERATOR-AUTH-AREA.
000011     05  WS-AUTH-FILE-STATUS       PIC X(002) VALUE SPACES.
000012     05  WS-SEC-FILE-STATUS        PIC X(002) VALUE SPACES.
000013     05  WS-AUTH-LOADED-SW         PIC X(001) VALUE 'N'.
000014         88  WS-AUTH-LOADED            VALUE 'Y'.
000015     05  WS-AUTH-AVAILABLE-SW      PIC X(001) VALUE 'N'.
000016         88  WS-AUTH-AVAILABLE         VALUE 'Y'.
000017     05  WS-AUTH-TIMESTAMP         PIC X(026) VALUE SPACES.
000018     05  WS-AUTH-CHECK-DATE        PIC X(008) VALUE SPACES.
000019     05  WS-AUTH-RUN-NUMBER        PIC 9(006) VALUE 0.
000020     05  WS-AUTH-OPERATOR          PIC X(012) VALUE SPACES.
000021     05  WS-AUTH-PRIVILEGE         PIC X(010) VALUE SPACES.
000022     05  WS-AUTH-DETAIL            PIC X(060) VALUE SPACES.
000023     05  WS-AUTH-RESULT-SW         PIC X(001) VALUE 'N'.
000024         88  WS-AUTH-GRANTED           VALUE 'Y'.
000025         88  WS-AUTH-DENIED            VALUE 'N'.
000026     05  WS-AUTH-REASON            PIC X(034) VALUE SPACES.
000027     05  WS-AUTH-ROW-STATE         PIC X(001) VALUE SPACES.
000028         88  WS-AUTH-NO-ROW            VALUE SPACE.
000029         88  WS-AUTH-ROW-EXPIRED       VALUE 'X'.
000030         88  WS-AUTH-ROW-NOT-YET       VALUE 'F'.
000031     05  WS-AUTH-OPERATOR-SEEN-SW  PIC X(001) VALUE 'N'.
000032         88  WS-AUTH-OPERATOR-SEEN     VALUE 'Y'.
000033     05  AUT-ENTRY-COUNT           PIC S9(004) COMP-3 VALUE +0.
000034     05  AUT-ENTRY                 OCCURS 300 TIMES
000035                                   INDEXED BY AUT-IDX.
000036         10  AUT-OPERATOR-ID       PIC X(012).
000037         10  AUT-PRIVILEGE         PIC X(010).
000038         10  AUT-EFF-FROM-DATE     PIC X(008).
000039         10  AUT-EXPIRY-DATE       PIC X(008).
