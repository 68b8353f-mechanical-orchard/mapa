000006*    those itself, assigned to its own external name, since the
000007*    runtime control value, the dispatch plan and the completion
000008*    signal are per program, not shared across dispatchers.
000009*    PERIOD-PLAN-FILE is here because its name is not fixed: it
000010*    is assigned at run time to whichever period-end plan the
000011*    dispatcher registry names for this member.
000012*
000013     SELECT DISPATCH-TABLE-FILE
000014         ASSIGN TO 'DSPTABLE'
000015         ORGANIZATION LINE SEQUENTIAL
000016         FILE STATUS IS WS-DSPTBL-FILE-STATUS.
000017
000018     SELECT AUDIT-JOURNAL-FILE
000019         ASSIGN TO 'AUDTJRNL'
000020         ORGANIZATION INDEXED
000021         ACCESS MODE DYNAMIC
000022         RECORD KEY IS AUDIT-RECORD-KEY
000023         ALTERNATE RECORD KEY IS AUDIT-PGM-DATE-KEY
000024             WITH DUPLICATES
000025         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000026
000027     SELECT REPORT-FILE
000028         ASSIGN TO 'DSPRPT'
000029         ORGANIZATION LINE SEQUENTIAL
000030         FILE STATUS IS WS-RPT-FILE-STATUS.
000031
000032     SELECT COUNTS-FILE
000033         ASSIGN TO 'VARCOUNT'
000034         ORGANIZATION INDEXED
000035         ACCESS MODE DYNAMIC
000036         RECORD KEY IS VC-PGM-NAME
000037         FILE STATUS IS WS-CNT-FILE-STATUS.
000038
000039     SELECT HISTORY-FILE
000040         ASSIGN TO 'VARHIST'
000041         ORGANIZATION INDEXED
000042         ACCESS MODE DYNAMIC
000043         RECORD KEY IS VH-HISTORY-KEY
000044         FILE STATUS IS WS-HIST-FILE-STATUS.
000045
000046 COPY LCKFC.
000047
000048     SELECT RUN-NUMBER-FILE
000049         ASSIGN TO 'RUNNUMS'
000050         ORGANIZATION LINE SEQUENTIAL
000051         FILE STATUS IS WS-RUN-FILE-STATUS.
000052
000053     SELECT CALENDAR-FILE
000054         ASSIGN TO 'SHOPCAL'
000055         ORGANIZATION LINE SEQUENTIAL
000056         FILE STATUS IS WS-CAL-FILE-STATUS.
000057
000058     SELECT RC-POLICY-FILE
000059         ASSIGN TO 'RCPOLICY'
000060         ORGANIZATION LINE SEQUENTIAL
000061         FILE STATUS IS WS-RCP-FILE-STATUS.
000062
000063 COPY VMFC.
000064
000065 COPY EVTFC.
000066
000067 COPY AUTHFC.
000068
000069 COPY ACHFC.
000070
000071 COPY REGFC.
000072
000073     SELECT PERIOD-PLAN-FILE
000074         ASSIGN TO WS-REG-PLAN-NAME
000075         ORGANIZATION LINE SEQUENTIAL
000076         FILE STATUS IS WS-PLAN-FILE-STATUS.
