000014         10  DSP-TBL-PGM-NAME      PIC X(008).
000015         10  DSP-TBL-EFF-FROM      PIC X(008).
000016         10  DSP-TBL-EFF-TO        PIC X(008).
000017         10  DSP-TBL-SHADOW-PGM    PIC X(008).
000018 01  DISPATCH-DATE-WORK.
000019     05  DSP-EFF-FROM-1            PIC X(008) VALUE SPACES.
000020     05  DSP-EFF-TO-1              PIC X(008) VALUE SPACES.
000021     05  DSP-EFF-FROM-2            PIC X(008) VALUE SPACES.
000022     05  DSP-EFF-TO-2              PIC X(008) VALUE SPACES.
000023 01  DISPATCH-CONTROLS.
000024     05  WS-SELECTED-EFF-FROM      PIC X(008) VALUE SPACES.
000025     05  WS-SELECTED-EFF-TO        PIC X(008) VALUE SPACES.
000026     05  WS-SELECTED-SHADOW-PGM    PIC X(008) VALUE SPACES.
000027     05  WS-X-VALUE                PIC 9(003) VALUE 0.
000028     05  WS-DEFAULTED-SW           PIC X(001) VALUE 'N'.
000029         88  WS-DEFAULTED          VALUE 'Y'.
000030         88  WS-NOT-DEFAULTED      VALUE 'N'.
