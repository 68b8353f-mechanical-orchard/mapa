000001*
000002*    REGFC - FILE-CONTROL entry for the dispatcher registry.
000003*    COPY this into the FILE-CONTROL paragraph of any program
000004*    that works across all dispatchers through the shared
000005*    REGLOAD routine; the matching FD takes REGREC and the
000006*    working fields come from REGWS.
000007*
000008     SELECT REGISTRY-FILE
000009         ASSIGN TO 'DSPREGS'
000010         ORGANIZATION LINE SEQUENTIAL
000011         FILE STATUS IS WS-REG-FILE-STATUS.
