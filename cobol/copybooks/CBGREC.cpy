000001*
000002*    CBGREC - general ledger interface records for the monthly
000003*    dispatch chargeback written by dspchgbk.  Fixed layout, 120
000004*    bytes, record type in the first byte: one 'H' header naming
000005*    the business month, one 'D' detail per cost center, variant
000006*    and rate row with billable calls, one 'T' trailer carrying
000007*    the detail count, the billed calls and the total amount for
000008*    the ledger load to balance to.  Amounts are in currency
000009*    units with two implied decimals and a leading separate sign
000010*    so the file is plain text end to end.  Failed attempts,
000011*    retries, fallback and shadow calls are never billed and do
000012*    not appear on the file.
000013*
000014 01  CBG-HEADER-RECORD.
000015     05  CBG-HDR-TYPE              PIC X(001).
000016     05  CBG-HDR-SOURCE            PIC X(008).
000017     05  CBG-HDR-CREATED           PIC X(014).
000018     05  CBG-HDR-MONTH             PIC X(006).
000019     05  FILLER                    PIC X(091).
000020 01  CBG-DETAIL-RECORD.
000021     05  CBG-DET-TYPE              PIC X(001).
000022     05  CBG-MONTH                 PIC X(006).
000023     05  CBG-COST-CENTER           PIC X(008).
000024     05  CBG-GL-ACCOUNT            PIC X(012).
000025     05  CBG-VARIANT               PIC X(008).
000026     05  CBG-RATE-FROM-DATE        PIC X(008).
000027     05  CBG-BILLED-CALLS          PIC 9(007).
000028     05  CBG-BILLED-SECONDS        PIC 9(009)V9(002).
000029     05  CBG-CALL-AMOUNT           PIC S9(011)V9(002)
000030                                   SIGN LEADING SEPARATE.
000031     05  CBG-TIME-AMOUNT           PIC S9(011)V9(002)
000032                                   SIGN LEADING SEPARATE.
000033     05  CBG-TOTAL-AMOUNT          PIC S9(011)V9(002)
000034                                   SIGN LEADING SEPARATE.
000035     05  FILLER                    PIC X(017).
000036 01  CBG-TRAILER-RECORD.
000037     05  CBG-TRL-TYPE              PIC X(001).
000038     05  CBG-TRL-RECORD-COUNT      PIC 9(009).
000039     05  CBG-TRL-BILLED-CALLS      PIC 9(009).
000040     05  CBG-TRL-TOTAL-AMOUNT      PIC S9(013)V9(002)
000041                                   SIGN LEADING SEPARATE.
000042     05  FILLER                    PIC X(085).
