000001*
000002*    VMFC - FILE-CONTROL entry for the variant master.  COPY this
000003*    into the FILE-CONTROL paragraph of any program that checks
000004*    variants through the shared VMLOAD routine; the matching FD
000005*    takes VMREC and the working fields come from VMWS.  The
000006*    maintenance program dspvarmt SELECTs the file itself for
000007*    keyed update.
000008*
000009     SELECT VARIANT-MASTER-FILE
000010         ASSIGN TO 'VARMAST'
000011         ORGANIZATION INDEXED
000012         ACCESS MODE SEQUENTIAL
000013         RECORD KEY IS VM-PGM-NAME
000014         FILE STATUS IS WS-VM-FILE-STATUS.
