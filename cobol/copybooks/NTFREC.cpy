000001*
000002*    NTFREC - operator paging notification record.  dspalert
000003*    appends one record to the notification file for each new
000004*    exception event whose message code the catalog flags to page
000005*    on-call, unless the same code was already paged within the
000006*    hold-back window.  The paging interface picks the records up
000007*    by group; NTF-EVENT-TIMESTAMP is the time of the event itself
000008*    and is what the hold-back window is measured against.
000009*
000010 01  NOTIFICATION-RECORD.
000011     05  NTF-WRITTEN-TIME          PIC X(014).
000012     05  NTF-PAGE-GROUP            PIC X(012).
000013     05  NTF-MSG-CODE              PIC X(008).
000014     05  NTF-SEVERITY              PIC X(001).
000015     05  NTF-EVENT-TIMESTAMP       PIC X(026).
000016     05  NTF-PROGRAM-NAME          PIC X(012).
000017     05  NTF-RUN-NUMBER            PIC 9(006).
000018     05  NTF-DESCRIPTION           PIC X(040).
000019     05  NTF-ACTION-TEXT           PIC X(060).
000020     05  NTF-MSG-TEXT              PIC X(080).
000021     05  FILLER                    PIC X(011).
