000001*
000002*    REGWS - working-storage area the dispatcher registry
000003*    (REGREC) is loaded into by the shared REGLOAD routine:
000004*    one entry per active dispatcher, plus the completion
000005*    signal fields each caller fills as it reads the signals,
000006*    and the file names the per-dispatcher files are assigned
000007*    to before each OPEN.
000008*
000009 01  DISPATCHER-REGISTRY-AREA.
000010     05  WS-REG-FILE-STATUS        PIC X(002) VALUE SPACES.
000011     05  WS-REG-LOADED-SW          PIC X(001) VALUE 'N'.
000012         88  WS-REG-LOADED             VALUE 'Y'.
000013     05  WS-REG-ROW-NUMBER         PIC 9(004) VALUE 0.
000014     05  RGT-ENTRY-COUNT           PIC S9(004) COMP-3 VALUE +0.
000015     05  RGT-ENTRY                 OCCURS 10 TIMES
000016                                   INDEXED BY RGT-IDX.
000017         10  RGT-DISPATCHER-NAME   PIC X(012).
000018         10  RGT-CONTROL-FILE      PIC X(008).
000019         10  RGT-PLAN-FILE         PIC X(008).
000020         10  RGT-PROGRESS-FILE     PIC X(008).
000021         10  RGT-COMPLETION-FILE   PIC X(008).
000022         10  RGT-MONTH-END-PLAN    PIC X(008).
000023         10  RGT-QUARTER-END-PLAN  PIC X(008).
000024         10  RGT-YEAR-END-PLAN     PIC X(008).
000025         10  RGT-GATE-REQUIRED     PIC X(001).
000026             88  RGT-REQUIRED-FOR-GATE VALUE 'Y'.
000027         10  RGT-CPLT-STATUS       PIC X(008).
000028         10  RGT-CPLT-RUN-NUMBER   PIC 9(006).
000029         10  RGT-CPLT-RUN-ID       PIC X(026).
000030 01  DISPATCHER-FILE-NAMES.
000031     05  WS-REG-CONTROL-NAME       PIC X(008) VALUE SPACES.
000032     05  WS-REG-PLAN-NAME          PIC X(008) VALUE SPACES.
000033     05  WS-REG-PROGRESS-NAME      PIC X(008) VALUE SPACES.
000034     05  WS-REG-COMPLETION-NAME    PIC X(008) VALUE SPACES.
