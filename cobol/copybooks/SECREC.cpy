000001*
000002*    SECREC - security log record.  One record is appended by the
000003*    shared AUTHLOAD routine for every privileged request checked
000004*    against the operator authorization file, granted or denied,
000005*    giving who asked for what, from which program and run, the
000006*    outcome with its reason, and the caller's description of the
000007*    request.  dspsecrp reports it by month for the auditors.
000008*
000009 01  SECURITY-LOG-RECORD.
000010     05  SEC-TIMESTAMP             PIC X(026).
000011     05  FILLER                    PIC X(001).
000012     05  SEC-PROGRAM-NAME          PIC X(012).
000013     05  FILLER                    PIC X(001).
000014     05  SEC-RUN-NUMBER            PIC 9(006).
000015     05  FILLER                    PIC X(001).
000016     05  SEC-OPERATOR-ID           PIC X(012).
000017     05  FILLER                    PIC X(001).
000018     05  SEC-PRIVILEGE             PIC X(010).
000019     05  FILLER                    PIC X(001).
000020     05  SEC-OUTCOME               PIC X(007).
000021         88  SEC-GRANTED               VALUE 'GRANTED'.
000022         88  SEC-DENIED                VALUE 'DENIED '.
000023     05  FILLER                    PIC X(001).
000024     05  SEC-REASON                PIC X(034).
000025     05  FILLER                    PIC X(001).
000026     05  SEC-DETAIL                PIC X(060).
