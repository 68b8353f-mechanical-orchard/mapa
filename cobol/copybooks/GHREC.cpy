000006*    numbers of the completion signals that drove each one, the
000007*    cutoff in force and the reason.  Read by the gatesla
000008*    monthly report to track the downstream hand-off SLA.
000009*    The new view carries one entry per registered dispatcher;
000010*    the old view overlays the original fixed two-dispatcher
000011*    layout so decisions taken before the dispatcher registry
000012*    still report.  An old record is recognised by the
000013*    decision time position holding a status word instead of
000014*    digits.
000015*
000016 01  GATE-HISTORY-RECORD.
000017     05  GH-NEW-VIEW.
000018         10  GH-RUN-DATE           PIC X(008).
000019         10  GH-STATUS             PIC X(008).
000020         10  GH-DECISION-TIME      PIC X(008).
000021         10  GH-CUTOFF-TIME        PIC X(006).
000022         10  GH-REASON             PIC X(040).
000023         10  GH-DISPATCHER-COUNT   PIC 9(002).
000024         10  GH-DISPATCHER-ENTRY   OCCURS 10 TIMES.
000025             15  GH-DSP-NAME       PIC X(012).
000026             15  GH-DSP-STATUS     PIC X(008).
000027             15  GH-DSP-RUN-NUMBER PIC 9(006).
000028             15  GH-DSP-REQUIRED   PIC X(001).
000029     05  GH-OLD-VIEW REDEFINES GH-NEW-VIEW.
000030         10  GH-OLD-RUN-DATE       PIC X(008).
000031         10  GH-OLD-STATUS         PIC X(008).
000032         10  GH-OLD-142-STATUS     PIC X(008).
000033         10  GH-OLD-143-STATUS     PIC X(008).
000034         10  GH-OLD-DECISION-TIME  PIC X(008).
000035         10  GH-OLD-CUTOFF-TIME    PIC X(006).
000036         10  GH-OLD-142-RUN-NUMBER PIC 9(006).
000037         10  GH-OLD-143-RUN-NUMBER PIC 9(006).
000038         10  GH-OLD-REASON         PIC X(040).
