000032     05  RPT-X-SOURCE              PIC X(001) VALUE SPACES.
000033     05  FILLER                    PIC X(002) VALUE SPACES.
000034     05  RPT-DISPOSITION           PIC X(001) VALUE SPACES.
000035     05  FILLER                    PIC X(002) VALUE SPACES.
000036     05  RPT-PLAN-SET              PIC X(001) VALUE SPACES.
000037     05  FILLER                    PIC X(019) VALUE SPACES.
000038 01  RPT-TRAILER-RECORD.
000039     05  RPT-TRL-LITERAL           PIC X(017)
000040                                    VALUE 'END OF SUMMARY - '.
000041     05  RPT-TRL-RUN-COUNT         PIC ZZZ9.
000042     05  RPT-TRL-RUNS-LIT          PIC X(006) VALUE ' RUNS '.
000043     05  FILLER                    PIC X(091) VALUE SPACES.
