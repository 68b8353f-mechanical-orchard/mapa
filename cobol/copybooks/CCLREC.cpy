000001*
000002*    CCLREC - configuration change log record.  dspcfgmt appends
000003*    one record for every row it adds, changes or deletes in the
000004*    return-code policy file, the routing rules or a dispatcher's
000005*    control record: when, which operator, which file and row,
000006*    and the row image before and after the change (blank before
000007*    an add and after a delete).  The log is never rewritten; it
000008*    is the audit trail for changes that used to be made with a
000009*    text editor.
000010*
000011 01  CONFIG-CHANGE-RECORD.
000012     05  CCL-TIMESTAMP             PIC X(026).
000013     05  FILLER                    PIC X(001).
000014     05  CCL-OPERATOR-ID           PIC X(012).
000015     05  FILLER                    PIC X(001).
000016     05  CCL-FILE-NAME             PIC X(008).
000017     05  FILLER                    PIC X(001).
000018     05  CCL-ACTION                PIC X(006).
000019         88  CCL-ROW-ADDED             VALUE 'ADD'.
000020         88  CCL-ROW-CHANGED           VALUE 'CHANGE'.
000021         88  CCL-ROW-DELETED           VALUE 'DELETE'.
000022     05  FILLER                    PIC X(001).
000023     05  CCL-ROW-NUMBER            PIC 9(004).
000024     05  FILLER                    PIC X(001).
000025     05  CCL-BEFORE-IMAGE          PIC X(080).
000026     05  FILLER                    PIC X(001).
000027     05  CCL-AFTER-IMAGE           PIC X(080).
