000001*
000002*    CTTFC - FILE-CONTROL entry for the work item control-total
000003*    file.  COPY this into the FILE-CONTROL paragraph of any
000004*    program that posts or reads feed control totals through the
000005*    shared CTTLOAD routine; the matching FD takes CTTREC and the
000006*    working fields come from CTTWS.
000007*
000008     SELECT CONTROL-TOTAL-FILE
000009         ASSIGN TO 'CTLTOTS'
000010         ORGANIZATION LINE SEQUENTIAL
000011         FILE STATUS IS WS-CTT-FILE-STATUS.
