000001*
000002*    MCREC - message catalog record.  One record per exception
000003*    event message code (EVT-MSG-CODE) giving what the code means,
000004*    what the operator should do about it, and whether an event
000005*    carrying it pages the on-call group named here.  The catalog
000006*    is read by dspalert to decide what to page and by dspexrpt to
000007*    print the action text beside each code on the daily report.
000008*    MC-PAGE-FLAG is 'Y' to page, anything else to leave the event
000009*    for the morning report.
000010*
000011 01  MESSAGE-CATALOG-RECORD.
000012     05  MC-MSG-CODE               PIC X(008).
000013     05  MC-DESCRIPTION            PIC X(040).
000014     05  MC-ACTION-TEXT            PIC X(060).
000015     05  MC-PAGE-FLAG              PIC X(001).
000016         88  MC-PAGE-ON-CALL           VALUE 'Y'.
000017     05  MC-PAGE-GROUP             PIC X(012).
000018     05  FILLER                    PIC X(009).
