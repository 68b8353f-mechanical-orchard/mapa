000001*
000002*    VMREC - variant master record.  One record per PGMA variant
000003*    program name, giving what it is, which team owns it, who is
000004*    on call for it and where it stands in its life: ACTIVE,
000005*    FROZEN (still callable, but its code is under a change
000006*    freeze) or RETIRED.  A retirement date may be set ahead of
000007*    time; from that business date on the variant is treated as
000008*    retired whatever its status says.  The file is indexed on
000009*    program name and maintained only through dspvarmt, which
000010*    stamps the date and operator of the last change.
000011*
000012 01  VARIANT-MASTER-RECORD.
000013     05  VM-PGM-NAME               PIC X(008).
000014     05  VM-DESCRIPTION            PIC X(040).
000015     05  VM-OWNING-TEAM            PIC X(020).
000016     05  VM-ONCALL-CONTACT         PIC X(030).
000017     05  VM-STATUS                 PIC X(008).
000018         88  VM-ACTIVE                 VALUE 'ACTIVE'.
000019         88  VM-FROZEN                 VALUE 'FROZEN'.
000020         88  VM-RETIRED                VALUE 'RETIRED'.
000021         88  VM-STATUS-VALID           VALUE 'ACTIVE' 'FROZEN'
000022                                             'RETIRED'.
000023     05  VM-RETIRE-DATE            PIC X(008).
000024     05  VM-LAST-CHANGED-DATE      PIC X(008).
000025     05  VM-LAST-CHANGED-BY        PIC X(012).
000026     05  FILLER                    PIC X(026).
