000001*
000002*    ACHFC - FILE-CONTROL entry for the audit chain anchor.  COPY
000003*    this into the FILE-CONTROL paragraph of any program that
000004*    chains audit journal records through the shared ACHLOAD
000005*    routine; the matching FD takes ACHREC and the working fields
000006*    come from ACHWS.
000007*
000008     SELECT AUDIT-CHAIN-FILE
000009         ASSIGN TO 'AUDCHAIN'
000010         ORGANIZATION LINE SEQUENTIAL
000011         FILE STATUS IS WS-ACH-FILE-STATUS.
