000001*
000002*    VMWS - working-storage area the variant master (VMREC) is
000003*    loaded into by the shared VMLOAD routine, plus the lookup
000004*    fields a caller sets before 9320-CHECK-VARIANT and the
000005*    results it reads back: found, retired as of the lookup date,
000006*    frozen, and the owning team to print.
000007*
000008 01  VARIANT-MASTER-AREA.
000009     05  WS-VM-FILE-STATUS         PIC X(002) VALUE SPACES.
000010     05  WS-VM-LOADED-SW           PIC X(001) VALUE 'N'.
000011         88  WS-VM-LOADED              VALUE 'Y'.
000012     05  WS-VM-LOOKUP-PGM          PIC X(008) VALUE SPACES.
000013     05  WS-VM-LOOKUP-DATE         PIC X(008) VALUE SPACES.
000014     05  WS-VM-FOUND-SW            PIC X(001) VALUE 'N'.
000015         88  WS-VM-FOUND               VALUE 'Y'.
000016         88  WS-VM-NOT-FOUND           VALUE 'N'.
000017     05  WS-VM-RETIRED-SW          PIC X(001) VALUE 'N'.
000018         88  WS-VM-IS-RETIRED          VALUE 'Y'.
000019     05  WS-VM-FROZEN-SW           PIC X(001) VALUE 'N'.
000020         88  WS-VM-IS-FROZEN           VALUE 'Y'.
000021     05  WS-VM-OWNING-TEAM         PIC X(020) VALUE SPACES.
000022     05  WS-VM-RETIRE-DATE         PIC X(008) VALUE SPACES.
000023     05  VMT-ENTRY-COUNT           PIC S9(004) COMP-3 VALUE +0.
000024     05  VMT-ENTRY                 OCCURS 300 TIMES
000025                                   INDEXED BY VMT-IDX.
000026         10  VMT-PGM-NAME          PIC X(008).
000027         10  VMT-OWNING-TEAM       PIC X(020).
000028         10  VMT-STATUS            PIC X(008).
000029             88  VMT-RETIRED           VALUE 'RETIRED'.
000030             88  VMT-FROZEN            VALUE 'FROZEN'.
000031         10  VMT-RETIRE-DATE       PIC X(008).
