000042
000043 FD  RC-POLICY-FILE.
000044 COPY RCPREC.
000045
000046 FD  VARIANT-MASTER-FILE.
000047 COPY VMREC.
000048
000049 FD  OPERATOR-AUTH-FILE.
000050 COPY AUTHREC.
000051
000052 FD  SECURITY-LOG-FILE.
000053 COPY SECREC.
000054
000055 FD  AUDIT-CHAIN-FILE.
000056 COPY ACHREC.
000057
000058 FD  REGISTRY-FILE.
000059 COPY REGREC.
000060
000061 FD  PERIOD-PLAN-FILE.
000062 COPY PLANREC REPLACING LEADING ==PLAN== BY ==PPLN==.
