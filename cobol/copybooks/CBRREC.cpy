000001*
000002*    CBRREC - chargeback rate record.  One record per PGMA variant
000003*    per effective date, giving the cost center its calls are
000004*    charged to, the general ledger account the charge is posted
000005*    against, and the rate per call and per elapsed second.  A
000006*    row applies from its effective date until the next later row
000007*    for the same variant, so a rate or cost center change is made
000008*    by adding a row, never by altering one already billed.
000009*    Rates are plain digits with implied decimals: the call rate
000010*    carries four places, the second rate six.  The file is in
000011*    no particular order; dspchgbk checks each row as it loads.
000012*
000013 01  CHARGEBACK-RATE-RECORD.
000014     05  CBR-PGM-NAME              PIC X(008).
000015     05  FILLER                    PIC X(001).
000016     05  CBR-EFF-FROM-DATE         PIC X(008).
000017     05  FILLER                    PIC X(001).
000018     05  CBR-COST-CENTER           PIC X(008).
000019     05  FILLER                    PIC X(001).
000020     05  CBR-GL-ACCOUNT            PIC X(012).
000021     05  FILLER                    PIC X(001).
000022     05  CBR-RATE-PER-CALL         PIC 9(005)V9(004).
000023     05  FILLER                    PIC X(001).
000024     05  CBR-RATE-PER-SECOND       PIC 9(003)V9(006).
000025     05  FILLER                    PIC X(021).
