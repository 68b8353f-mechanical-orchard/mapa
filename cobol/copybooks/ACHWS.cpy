000001*
000002*    ACHWS - working-storage for the shared ACHLOAD audit chain
000003*    routines.  9710-READ-CHAIN-ANCHOR returns the last chain
000004*    sequence and value in WS-ACH-LAST-SEQUENCE and
000005*    WS-ACH-LAST-CHAIN (zero when the chain has not started).  A
000006*    caller moves a complete audit record, with its sequence and
000007*    previous chain value filled in, to WS-ACH-RECORD-IMAGE and
000008*    PERFORMs 9700-COMPUTE-AUDIT-CHAIN; the value comes back in
000009*    WS-ACH-CHAIN-VALUE.
000010*
000011 01  AUDIT-CHAIN-AREA.
000012     05  WS-ACH-FILE-STATUS        PIC X(002) VALUE SPACES.
000013     05  WS-ACH-ANCHOR-SW          PIC X(001) VALUE 'N'.
000014         88  WS-ACH-ANCHOR-FOUND       VALUE 'Y'.
000015     05  WS-ACH-WRITTEN-SW         PIC X(001) VALUE 'N'.
000016         88  WS-ACH-ANCHOR-WRITTEN     VALUE 'Y'.
000017     05  WS-ACH-LAST-SEQUENCE      PIC 9(008) VALUE 0.
000018     05  WS-ACH-LAST-CHAIN         PIC 9(015) VALUE 0.
000019     05  WS-ACH-RECORD-IMAGE       PIC X(140) VALUE SPACES.
000020     05  WS-ACH-IMAGE-FIELDS REDEFINES WS-ACH-RECORD-IMAGE.
000021         10  FILLER                PIC X(101).
000022         10  WS-ACH-IMAGE-SEQUENCE PIC 9(008).
000023         10  WS-ACH-IMAGE-PREV     PIC 9(015).
000024         10  WS-ACH-IMAGE-PREV-LANES REDEFINES WS-ACH-IMAGE-PREV.
000025             15  WS-ACH-PREV-LANE-1
000026                                   PIC 9(008).
000027             15  WS-ACH-PREV-LANE-2
000028                                   PIC 9(007).
000029         10  WS-ACH-IMAGE-CHAIN    PIC 9(015).
000030         10  FILLER                PIC X(001).
000031     05  WS-ACH-CHAIN-VALUE        PIC 9(015) VALUE 0.
000032     05  WS-ACH-CHAIN-LANES REDEFINES WS-ACH-CHAIN-VALUE.
000033         10  WS-ACH-CHAIN-LANE-1   PIC 9(008).
000034         10  WS-ACH-CHAIN-LANE-2   PIC 9(007).
000035     05  WS-ACH-LANE-1             PIC 9(011) COMP-3 VALUE 0.
000036     05  WS-ACH-LANE-2             PIC 9(011) COMP-3 VALUE 0.
000037     05  WS-ACH-POSITION           PIC S9(004) COMP VALUE +0.
000038     05  WS-ACH-BYTE-VALUE         PIC 9(003) VALUE 0.
