000001*
000002*    MCFC - FILE-CONTROL entry for the message catalog.  COPY this
000003*    into the FILE-CONTROL paragraph of any program that looks up
000004*    message codes through the shared MCLOAD routine; the matching
000005*    FD takes MCREC and the working fields come from MCWS.
000006*
000007     SELECT MESSAGE-CATALOG-FILE
000008         ASSIGN TO 'MSGCAT'
000009         ORGANIZATION LINE SEQUENTIAL
000010         FILE STATUS IS WS-MC-FILE-STATUS.
