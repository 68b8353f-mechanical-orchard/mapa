000008*    still load during the transition.  The effective dates let a
000009*    routing change be staged ahead of its cutover: a row is used
000010*    only when the run date falls inside its range, and blank
000011*    dates mean always active.  A row may also name a shadow
000012*    program, called alongside the production variant for
000013*    cut-over evidence only; its outcome never changes the run.
000014*
000015 01  DISPATCH-TABLE-RECORD.
000016     05  DISPATCH-NEW-VIEW.
000017         10  DISPATCH-KEY          PIC 9(003).
000018         10  DISPATCH-PGM-NAME     PIC X(008).
000019         10  DISPATCH-EFF-FROM-DATE PIC X(008).
000020         10  DISPATCH-EFF-TO-DATE  PIC X(008).
000021         10  DISPATCH-SHADOW-PGM   PIC X(008).
000022     05  DISPATCH-OLD-VIEW REDEFINES DISPATCH-NEW-VIEW.
000023         10  DISPATCH-OLD-KEY      PIC 9(001).
000024         10  DISPATCH-OLD-PGM-NAME PIC X(008).
000025         10  FILLER                PIC X(002).
