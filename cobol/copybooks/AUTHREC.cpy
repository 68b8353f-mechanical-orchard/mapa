000001*
000002*    AUTHREC - operator authorization record.  One record per
000003*    operator id and privileged action the operator may perform,
000004*    in force from AUTH-EFF-FROM-DATE through AUTH-EXPIRY-DATE
000005*    (blank expiry = no end date).  The privileges are OVERRIDE
000006*    (X override to a dispatcher), FRESH (from-the-top plan
000007*    restart), LOCKBREAK (dsplkmgr BREAK), APPROVE (dsptbchg
000008*    approval of the pending dispatch table), PROMOTE (dsptbpro
000009*    promotion or restore of the live table) and CONFIG (dspcfgmt
000010*    maintenance of the return-code policy, routing rules and
000011*    control records).  The file is kept by security
000012*    administration with a text editor; blank and comment ('*' in
000013*    column 1) lines are skipped.
000014*
000015 01  OPERATOR-AUTH-RECORD.
000016     05  AUTH-OPERATOR-ID          PIC X(012).
000017     05  FILLER                    PIC X(001).
000018     05  AUTH-PRIVILEGE            PIC X(010).
000019         88  AUTH-VALID-PRIVILEGE      VALUES 'OVERRIDE' 'FRESH'
000020                                       'LOCKBREAK' 'APPROVE'
000021                                       'PROMOTE' 'CONFIG'.
000022     05  FILLER                    PIC X(001).
000023     05  AUTH-EFF-FROM-DATE        PIC X(008).
000024     05  FILLER                    PIC X(001).
000025     05  AUTH-EXPIRY-DATE          PIC X(008).
000026     05  FILLER                    PIC X(001).
000027     05  AUTH-GRANTED-BY           PIC X(012).
000028     05  FILLER                    PIC X(026).
