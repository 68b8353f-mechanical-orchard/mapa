000001*
000002*    GATEREC - downstream gate status record.  Written by the
000003*    chain driver after inspecting the completion signal of
000004*    every dispatcher in the registry for the business date:
000005*    RELEASED when every dispatcher required for the gate
000006*    posted COMPLETE and the reconciliation was run, HELD when
000007*    one failed or its signal was still missing past the
000008*    cutoff.  One status entry is carried per registered
000009*    dispatcher, in registry order.
000010*
000011 01  GATE-STATUS-RECORD.
000012     05  GATE-RUN-DATE             PIC X(008).
000013     05  GATE-STATUS               PIC X(008).
000014     05  GATE-DECISION-TIME        PIC X(008).
000015     05  GATE-REASON               PIC X(040).
000016     05  GATE-DISPATCHER-COUNT     PIC 9(002).
000017     05  GATE-DISPATCHER-ENTRY     OCCURS 10 TIMES.
000018         10  GATE-DSP-NAME         PIC X(012).
000019         10  GATE-DSP-STATUS       PIC X(008).
000020         10  GATE-DSP-REQUIRED     PIC X(001).
