000009*    key unique even when both dispatchers start in the same
000010*    centisecond), alternate key program name + run date (with
000011*    duplicates) for inquiries by dispatcher and date.
000012*    A shadow call made alongside a step is journalled against
000013*    the same run and step under attempt 00, flagged as a
000014*    shadow, so it never collides with a production attempt;
000015*    blank (older records) means production.  Each record is
000016*    chained to the one written before it: the chain sequence
000017*    counts every audit record ever written, and the chain value
000018*    is computed (ACHLOAD) from the record's own contents and the
000019*    previous record's chain value, which it also carries, so an
000020*    altered, deleted or inserted record breaks the chain.
000021*    Records written before chaining carry spaces there.  The
000022*    plan set tells which plan the step came from: N the normal
000023*    plan, M, Q or Y the month-, quarter- or year-end plan; blank
000024*    on older records and on runs driven by the control record.
000025*
000026 01  AUDIT-JOURNAL-RECORD.
000027     05  AUDIT-RECORD-KEY.
000028         10  AUDIT-RUN-ID          PIC X(026).
000029         10  AUDIT-RUN-NUMBER      PIC 9(006).
000030         10  AUDIT-STEP-NUMBER     PIC 9(003).
000031         10  AUDIT-ATTEMPT-NUMBER  PIC 9(002).
000032     05  AUDIT-PGM-DATE-KEY.
000033         10  AUDIT-PROGRAM-NAME    PIC X(012).
000034         10  AUDIT-RUN-DATE        PIC X(008).
000035     05  AUDIT-X-VALUE             PIC 9(003).
000036     05  AUDIT-X-SOURCE            PIC X(001).
000037     05  AUDIT-PGM-SELECTED        PIC X(008).
000038     05  AUDIT-RUN-TIME            PIC X(008).
000039     05  AUDIT-RETURN-CODE         PIC S9(004).
000040     05  AUDIT-DEFAULTED-FLAG      PIC X(001).
000041     05  AUDIT-FALLBACK-FLAG       PIC X(001).
000042     05  AUDIT-EFF-FROM-DATE       PIC X(008).
000043     05  AUDIT-EFF-TO-DATE         PIC X(008).
000044     05  AUDIT-DISPOSITION         PIC X(001).
000045     05  AUDIT-SHADOW-FLAG         PIC X(001).
000046         88  AUDIT-SHADOW-CALL         VALUE 'Y'.
000047     05  AUDIT-CHAIN-SEQUENCE      PIC 9(008).
000048     05  AUDIT-PREV-CHAIN          PIC 9(015).
000049     05  AUDIT-CHAIN-VALUE         PIC 9(015).
000050     05  AUDIT-PLAN-SET            PIC X(001).
000051         88  AUDIT-NORMAL-PLAN         VALUE 'N'.
000052         88  AUDIT-PERIOD-END-PLAN     VALUE 'M' 'Q' 'Y'.
