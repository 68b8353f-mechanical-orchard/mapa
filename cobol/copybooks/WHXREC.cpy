000001*
000002*    WHXREC - warehouse interface records for the dispatch audit
000003*    extract written by audjextr.  Fixed layout, 120 bytes, record
000004*    type in the first byte:  one 'H' header, one 'D' detail per
000005*    audit journal record, one 'T' trailer carrying the detail
000006*    count and the hash total of the detail return codes for the
000007*    load to balance to.  Signed fields carry a leading separate
000008*    sign so the file is plain text end to end.  The header mode
000009*    is DELTA (runs after the last extracted run number) or RANGE
000010*    (a re-extract of the business dates given).
000011*
000012 01  WHX-HEADER-RECORD.
000013     05  WHX-HDR-TYPE              PIC X(001).
000014     05  WHX-HDR-SOURCE            PIC X(008).
000015     05  WHX-HDR-CREATED           PIC X(014).
000016     05  WHX-HDR-MODE              PIC X(005).
000017     05  WHX-HDR-FROM-RUN          PIC 9(006).
000018     05  WHX-HDR-FROM-DATE         PIC X(008).
000019     05  WHX-HDR-TO-DATE           PIC X(008).
000020     05  FILLER                    PIC X(070).
000021 01  WHX-DETAIL-RECORD.
000022     05  WHX-DET-TYPE              PIC X(001).
000023     05  WHX-RUN-ID                PIC X(026).
000024     05  WHX-RUN-NUMBER            PIC 9(006).
000025     05  WHX-STEP-NUMBER           PIC 9(003).
000026     05  WHX-ATTEMPT-NUMBER        PIC 9(002).
000027     05  WHX-PROGRAM-NAME          PIC X(012).
000028     05  WHX-BUSINESS-DATE         PIC X(008).
000029     05  WHX-RUN-TIME              PIC X(008).
000030     05  WHX-X-VALUE               PIC 9(003).
000031     05  WHX-X-SOURCE              PIC X(001).
000032     05  WHX-VARIANT               PIC X(008).
000033     05  WHX-RETURN-CODE           PIC S9(004)
000034                                   SIGN LEADING SEPARATE.
000035     05  WHX-DEFAULTED-FLAG        PIC X(001).
000036     05  WHX-FALLBACK-FLAG         PIC X(001).
000037     05  WHX-DISPOSITION           PIC X(001).
000038     05  WHX-SHADOW-FLAG           PIC X(001).
000039     05  FILLER                    PIC X(033).
000040 01  WHX-TRAILER-RECORD.
000041     05  WHX-TRL-TYPE              PIC X(001).
000042     05  WHX-TRL-RECORD-COUNT      PIC 9(009).
000043     05  WHX-TRL-RC-HASH-TOTAL     PIC S9(013)
000044                                   SIGN LEADING SEPARATE.
000045     05  WHX-TRL-HIGH-RUN          PIC 9(006).
000046     05  FILLER                    PIC X(090).
