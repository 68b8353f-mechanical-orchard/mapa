000001*
000002*    AVRREC - audit chain verification result.  audjvrfy replaces
000003*    this single record each time it walks the audit journal and
000004*    archive; dspeod prints it on the end of day report as the
000005*    daily evidence that the journal has not been tampered with.
000006*    The result is INTACT, WARNING (run-number gaps only) or
000007*    BROKEN (an altered record or a broken link in the chain).
000008*
000009 01  AUDIT-VERIFY-RECORD.
000010     05  AVR-VERIFIED-TIME         PIC X(014).
000011     05  FILLER                    PIC X(001).
000012     05  AVR-RESULT                PIC X(008).
000013         88  AVR-CHAIN-INTACT          VALUE 'INTACT  '.
000014         88  AVR-CHAIN-WARNING         VALUE 'WARNING '.
000015         88  AVR-CHAIN-BROKEN          VALUE 'BROKEN  '.
000016     05  FILLER                    PIC X(001).
000017     05  AVR-RECORDS-CHECKED       PIC 9(009).
000018     05  AVR-CHAINED-COUNT         PIC 9(009).
000019     05  AVR-UNCHAINED-COUNT       PIC 9(009).
000020     05  AVR-ALTERED-COUNT         PIC 9(006).
000021     05  AVR-BROKEN-LINK-COUNT     PIC 9(006).
000022     05  AVR-RUN-GAP-COUNT         PIC 9(006).
000023     05  AVR-LAST-SEQUENCE         PIC 9(008).
000024     05  AVR-ANCHOR-SEQUENCE       PIC 9(008).
000025     05  FILLER                    PIC X(015).
