000001*
000002*    AUTHFC - FILE-CONTROL entries for the operator authorization
000003*    file and the security log.  COPY this into the FILE-CONTROL
000004*    paragraph of any program that checks a privileged request
000005*    through the shared AUTHLOAD routine; the matching FDs take
000006*    AUTHREC and SECREC and the working fields come from AUTHWS.
000007*
000008     SELECT OPERATOR-AUTH-FILE
000009         ASSIGN TO 'OPAUTH'
000010         ORGANIZATION LINE SEQUENTIAL
000011         FILE STATUS IS WS-AUTH-FILE-STATUS.
000012
000013     SELECT SECURITY-LOG-FILE
000014         ASSIGN TO 'SECLOG'
000015         ORGANIZATION LINE SEQUENTIAL
000016         FILE STATUS IS WS-SEC-FILE-STATUS.
