000001*
000002*    SUSFC - FILE-CONTROL entry for the work item reject suspense
000003*    file.  COPY this into the FILE-CONTROL paragraph of any
000004*    program that posts to, works or reports on the suspense
000005*    file; the matching FD takes SUSREC and each program declares
000006*    WS-SUS-FILE-STATUS with its other file status fields.
000007*
000008     SELECT SUSPENSE-FILE
000009         ASSIGN TO 'WRKSUSP'
000010         ORGANIZATION INDEXED
000011         ACCESS MODE DYNAMIC
000012         RECORD KEY IS SUS-KEY
000013         FILE STATUS IS WS-SUS-FILE-STATUS.
