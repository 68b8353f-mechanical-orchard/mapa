000001*
000002*    REGREC - dispatcher registry record.  One record per
000003*    dispatcher member, giving the external names of its
000004*    control, plan, progress and completion files and whether
000005*    its completion signal is required before the downstream
000006*    gate can be released.  The gate, status snapshot, EOD
000007*    report, what-if preview and plan builder all work from
000008*    this list, so a new dispatcher is onboarded by adding a
000009*    record here instead of changing those programs.  A status
000010*    of 'I' keeps a retired dispatcher on file without it
000011*    being read; blank is taken as active.  The month-, quarter-
000012*    and year-end plan names are the dispatcher's optional
000013*    period-end plan set, run in place of the normal plan on a
000014*    business date the shop calendar flags as a period end;
000015*    blank means the dispatcher has no plan for that period.
000016*
000017 01  DISPATCHER-REGISTRY-RECORD.
000018     05  REG-DISPATCHER-NAME       PIC X(012).
000019     05  FILLER                    PIC X(001).
000020     05  REG-CONTROL-FILE          PIC X(008).
000021     05  FILLER                    PIC X(001).
000022     05  REG-PLAN-FILE             PIC X(008).
000023     05  FILLER                    PIC X(001).
000024     05  REG-PROGRESS-FILE         PIC X(008).
000025     05  FILLER                    PIC X(001).
000026     05  REG-COMPLETION-FILE       PIC X(008).
000027     05  FILLER                    PIC X(001).
000028     05  REG-GATE-REQUIRED         PIC X(001).
000029         88  REG-REQUIRED-FOR-GATE     VALUE 'Y'.
000030         88  REG-NOT-REQUIRED          VALUE 'N'.
000031     05  FILLER                    PIC X(001).
000032     05  REG-STATUS                PIC X(001).
000033         88  REG-ACTIVE                VALUE 'A' ' '.
000034         88  REG-INACTIVE              VALUE 'I'.
000035     05  FILLER                    PIC X(001).
000036     05  REG-MONTH-END-PLAN        PIC X(008).
000037     05  FILLER                    PIC X(001).
000038     05  REG-QUARTER-END-PLAN      PIC X(008).
000039     05  FILLER                    PIC X(001).
000040     05  REG-YEAR-END-PLAN         PIC X(008).
000041     05  FILLER                    PIC X(001).
