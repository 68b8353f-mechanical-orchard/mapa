000003*    programs: run identification, the resolved PGM-0001 value,
000004*    call status, retry policy, plan steps, report/checkpoint
000005*    timing fields and the variant count total for the trailer.
000006*    The shadow area holds the outcome of a shadow call and the
000007*    production outcome it must leave untouched.  The plan set
000008*    area records whether tonight is a period end and which plan
000009*    set (N normal, M, Q or Y period-end) the steps came from.
000010*
000011 01  WS-DISPATCH-TARGET.
000012     05  PGM-0001                  PIC X(008) VALUE SPACES.
000013 01  WS-DISPATCH-STATUS.
000014     05  WS-CALL-RETURN-CODE       PIC S9(009) COMP-3 VALUE +0.
000015     05  WS-RUN-FAILED-RC          PIC S9(009) COMP-3 VALUE +0.
000016     05  WS-COMPLETION-STATUS      PIC X(008) VALUE SPACES.
000017 01  WS-RETRY-AREA.
000018     05  WS-RETRY-LIMIT            PIC 9(002) VALUE 0.
000019     05  WS-FALLBACK-PGM           PIC X(008) VALUE SPACES.
000020     05  WS-ATTEMPT-NUMBER         PIC 9(002) VALUE 0.
000021     05  WS-FALLBACK-USED-SW       PIC X(001) VALUE 'N'.
000022         88  WS-FALLBACK-USED          VALUE 'Y'.
000023         88  WS-FALLBACK-NOT-USED      VALUE 'N'.
000024 01  WS-SHADOW-AREA.
000025     05  WS-SHADOW-CALL-SW         PIC X(001) VALUE 'N'.
000026         88  WS-SHADOW-CALL            VALUE 'Y'.
000027         88  WS-PRODUCTION-CALL        VALUE 'N'.
000028     05  WS-SHADOW-RETURN-CODE     PIC S9(009) COMP-3 VALUE +0.
000029     05  WS-SHADOW-DISPOSITION     PIC X(001) VALUE SPACES.
000030     05  WS-PROD-PGM-0001          PIC X(008) VALUE SPACES.
000031     05  WS-PROD-RETURN-CODE       PIC S9(009) COMP-3 VALUE +0.
000032     05  WS-PROD-DISPOSITION       PIC X(001) VALUE SPACES.
000033     05  WS-PROD-ATTEMPT-NUMBER    PIC 9(002) VALUE 0.
000034     05  WS-PROD-FALLBACK-SW       PIC X(001) VALUE 'N'.
000035     05  WS-PROD-LOCK-FAILED-SW    PIC X(001) VALUE 'N'.
000036 01  WS-OVERRIDE-AREA.
000037     05  WS-OVERRIDE-X             PIC X(003) VALUE SPACES.
000038     05  WS-X-SOURCE               PIC X(001) VALUE 'C'.
000039         88  WS-X-FROM-CONTROL         VALUE 'C'.
000040         88  WS-X-FROM-PLAN            VALUE 'P'.
000041         88  WS-X-FROM-OVERRIDE        VALUE 'O'.
000042     05  WS-OPERATOR-ID            PIC X(012) VALUE SPACES.
000043 01  WS-X-EDIT-AREA.
000044     05  WS-X-INPUT                PIC X(003) VALUE SPACES.
000045     05  WS-X-WORK                 PIC 9(003) VALUE 0.
000046     05  WS-X-VALID-SW             PIC X(001) VALUE 'N'.
000047         88  WS-X-INPUT-VALID          VALUE 'Y'.
000048         88  WS-X-INPUT-INVALID        VALUE 'N'.
000049 01  WS-PLAN-AREA.
000050     05  WS-PLAN-STEP-COUNT        PIC S9(004) COMP-3 VALUE +0.
000051     05  WS-CURRENT-STEP           PIC 9(003) VALUE 0.
000052     05  WS-PLAN-FAILED-STEPS      PIC 9(003) VALUE 0.
000053     05  WS-PLAN-WARNED-STEPS      PIC 9(003) VALUE 0.
000054     05  WS-PLAN-ERROR-ACTION-SW   PIC X(001) VALUE 'S'.
000055         88  WS-PLAN-STOP-ON-ERROR     VALUE 'S'.
000056         88  WS-PLAN-CONTINUE-ON-ERROR VALUE 'C'.
000057     05  WS-PLAN-ABANDON-SW        PIC X(001) VALUE 'N'.
000058         88  WS-PLAN-ABANDONED         VALUE 'Y'.
000059     05  WS-PLAN-STEP-ENTRY        OCCURS 1 TO 50 TIMES
000060                             DEPENDING ON WS-PLAN-STEP-COUNT.
000061         10  WS-PLAN-STEP-X        PIC 9(003).
000062         10  WS-PLAN-STEP-PARM     PIC X(040).
000063 01  WS-PLAN-SET-AREA.
000064     05  WS-PERIOD-END-TYPE        PIC X(001) VALUE SPACES.
000065         88  WS-ORDINARY-DAY           VALUE ' '.
000066         88  WS-MONTH-END-DAY          VALUE 'M'.
000067         88  WS-QUARTER-END-DAY        VALUE 'Q'.
000068         88  WS-YEAR-END-DAY           VALUE 'Y'.
000069     05  WS-PLAN-SET               PIC X(001) VALUE SPACES.
000070         88  WS-NO-PLAN-SET            VALUE ' '.
000071     05  WS-TRY-PLAN-SET           PIC X(001) VALUE SPACES.
000072     05  WS-PERIOD-REG-SW          PIC X(001) VALUE 'N'.
000073         88  WS-PERIOD-REG-FOUND       VALUE 'Y'.
000074     05  WS-PLAN-IN-X              PIC X(003) VALUE SPACES.
000075     05  WS-PLAN-IN-PARM           PIC X(040) VALUE SPACES.
000076 01  WS-REPORT-FIELDS.
000077     05  WS-START-TIME             PIC X(008) VALUE SPACES.
000078     05  WS-START-TIME-R REDEFINES WS-START-TIME.
000079         10  WS-START-HH           PIC 9(002).
000080         10  WS-START-MM           PIC 9(002).
000081         10  WS-START-SS           PIC 9(002).
000082         10  WS-START-HS           PIC 9(002).
000083     05  WS-END-TIME               PIC X(008) VALUE SPACES.
000084     05  WS-END-TIME-R REDEFINES WS-END-TIME.
000085         10  WS-END-HH             PIC 9(002).
000086         10  WS-END-MM             PIC 9(002).
000087         10  WS-END-SS             PIC 9(002).
000088         10  WS-END-HS             PIC 9(002).
000089     05  WS-START-TOTAL-HS         PIC S9(009) COMP-3 VALUE 0.
000090     05  WS-END-TOTAL-HS           PIC S9(009) COMP-3 VALUE 0.
000091     05  WS-ELAPSED-TIME           PIC S9(008) VALUE 0.
000092 01  WS-COUNTS-AREA.
000093     05  WS-TOTAL-RUN-COUNT        PIC 9(009) VALUE 0.
000094 01  WS-RUN-NUMBER-AREA.
000095     05  WS-RUN-NUMBER             PIC 9(006) VALUE 0.
000096     05  WS-RUN-REG-OK-SW          PIC X(001) VALUE 'Y'.
000097         88  WS-RUN-REG-OK             VALUE 'Y'.
000098 COPY LCKWS.
000099 01  WS-FILE-STATUS-FIELDS.
000100     05  WS-CTRL-FILE-STATUS       PIC X(002) VALUE SPACES.
000101     05  WS-PLAN-FILE-STATUS       PIC X(002) VALUE SPACES.
000102     05  WS-DSPTBL-FILE-STATUS     PIC X(002) VALUE SPACES.
000103     05  WS-AUDIT-FILE-STATUS      PIC X(002) VALUE SPACES.
000104     05  WS-RPT-FILE-STATUS        PIC X(002) VALUE SPACES.
000105     05  WS-CNT-FILE-STATUS        PIC X(002) VALUE SPACES.
000106     05  WS-HIST-FILE-STATUS       PIC X(002) VALUE SPACES.
000107     05  WS-CPLT-FILE-STATUS       PIC X(002) VALUE SPACES.
000108     05  WS-RUN-FILE-STATUS        PIC X(002) VALUE SPACES.
000109     05  WS-CAL-FILE-STATUS        PIC X(002) VALUE SPACES.
000110     05  WS-PGR-FILE-STATUS        PIC X(002) VALUE SPACES.
000111     05  WS-RCP-FILE-STATUS        PIC X(002) VALUE SPACES.
000112 01  WS-RC-POLICY-AREA.
000113     05  WS-STEP-DISPOSITION       PIC X(001) VALUE 'S'.
000114         88  WS-STEP-SUCCESS           VALUE 'S'.
000115         88  WS-STEP-WARNING           VALUE 'W'.
000116         88  WS-STEP-RETRYABLE         VALUE 'R'.
000117         88  WS-STEP-HARD-FAIL         VALUE 'F'.
000118         88  WS-STEP-FAILED-DISP       VALUES 'R' 'F'.
000119     05  WS-RCP-RC-WORK            PIC 9(004) VALUE 0.
000120     05  WS-RCP-TBL-ROWS           PIC S9(004) COMP-3 VALUE +0.
000121     05  WS-RCP-ENTRY              OCCURS 200 TIMES
000122                               INDEXED BY WS-RCP-IDX.
000123         10  WS-RCP-PGM-NAME       PIC X(008).
000124         10  WS-RCP-RETURN-CODE    PIC X(004).
000125         10  WS-RCP-DISPOSITION    PIC X(001).
000126 01  WS-CALENDAR-AREA.
000127     05  WS-CAL-FOUND-SW           PIC X(001) VALUE 'N'.
000128         88  WS-CAL-DATE-FOUND         VALUE 'Y'.
000129 01  WS-RESTART-AREA.
000130     05  WS-RESUME-STEP            PIC 9(003) VALUE 1.
000131     05  WS-FRESH-OPTION           PIC X(008) VALUE SPACES.
000132         88  WS-FRESH-REQUESTED        VALUE 'FRESH'.
000133     05  WS-STEP-DONE-TABLE.
000134         10  WS-STEP-DONE-SW       OCCURS 50 TIMES
000135                                   PIC X(001).
000136 COPY DSPTBLWS.
000137 COPY DSPCTX.
000138 COPY EVTWS.
000139 COPY VMWS.
000140 COPY AUTHWS.
000141 COPY ACHWS.
000142 COPY REGWS.
