000001 Identification Division.
000002 Program-ID. dspshcmp.
000003 Environment Division.
000004 Input-Output Section.
000005 File-Control.
000006     SELECT AUDIT-JOURNAL-FILE
000007         ASSIGN TO 'AUDTJRNL'
000008         ORGANIZATION INDEXED
000009         ACCESS MODE SEQUENTIAL
000010         RECORD KEY IS AUDIT-RECORD-KEY
000011         ALTERNATE RECORD KEY IS AUDIT-PGM-DATE-KEY
000012             WITH DUPLICATES
000013         FILE STATUS IS WS-AUDIT-FILE-STATUS.
000014     SELECT ARCHIVE-JOURNAL-FILE
000015         ASSIGN TO 'AUDTARCH'
000016         ORGANIZATION LINE SEQUENTIAL
000017         FILE STATUS IS WS-ARCH-FILE-STATUS.
000018     SELECT COMPARE-REPORT-FILE
000019         ASSIGN TO 'SHDCMPRP'
000020         ORGANIZATION LINE SEQUENTIAL
000021         FILE STATUS IS WS-CMP-FILE-STATUS.
000022     SELECT CALENDAR-FILE
000023         ASSIGN TO 'SHOPCAL'
000024         ORGANIZATION LINE SEQUENTIAL
000025         FILE STATUS IS WS-CAL-FILE-STATUS.
000026
000027 Data Division.
000028 File Section.
000029 FD  AUDIT-JOURNAL-FILE.
000030 COPY AUDREC.
000031
000032 FD  ARCHIVE-JOURNAL-FILE.
000033 COPY AUDREC REPLACING LEADING ==AUDIT== BY ==ARCH==.
000034
000035 FD  COMPARE-REPORT-FILE.
000036 01  CMP-PRINT-LINE            PIC X(132).
000037
000038 FD  CALENDAR-FILE.
000039 COPY CALREC.
000040
000041 Working-Storage Section.
000042
000043 01  CONSTANTS.
000044     05  MYNAME                PIC X(012) VALUE 'dspshcmp'.
000045
000046 01  WS-FILE-STATUS-FIELDS.
000047     05  WS-AUDIT-FILE-STATUS  PIC X(002) VALUE SPACES.
000048     05  WS-ARCH-FILE-STATUS   PIC X(002) VALUE SPACES.
000049     05  WS-CMP-FILE-STATUS    PIC X(002) VALUE SPACES.
000050     05  WS-CAL-FILE-STATUS    PIC X(002) VALUE SPACES.
000051
000052*    Archive and live journal records are both moved here so one
000053*    set of paragraphs classifies them.
000054 COPY AUDREC REPLACING LEADING ==AUDIT== BY ==CUR==.
000055
000056 01  COMPARE-CONTROLS.
000057     05  WS-TIMESTAMP          PIC X(026) VALUE SPACES.
000058     05  WS-FROM-DATE          PIC X(008) VALUE SPACES.
000059     05  WS-TO-DATE            PIC X(008) VALUE SPACES.
000060     05  WS-DEFAULT-DATE       PIC X(008) VALUE SPACES.
000061     05  WS-CAL-FOUND-SW       PIC X(001) VALUE 'N'.
000062         88  WS-CAL-DATE-FOUND         VALUE 'Y'.
000063     05  WS-SOURCE-COUNT       PIC 9(001) VALUE 0.
000064     05  WS-READ-COUNT         PIC 9(009) VALUE 0.
000065     05  WS-COMPARED-COUNT     PIC 9(009) VALUE 0.
000066     05  WS-DIFFER-COUNT       PIC 9(009) VALUE 0.
000067     05  WS-UNPAIRED-COUNT     PIC 9(009) VALUE 0.
000068     05  WS-LINE-COUNT         PIC 9(004) VALUE 0.
000069     05  WS-CMP-OPEN-SW        PIC X(001) VALUE 'N'.
000070         88  WS-CMP-OPEN-FAILED        VALUE 'Y'.
000071
000072*    One plan step (run id + run number + step) is gathered at a
000073*    time: the shadow call and the last production attempt, which
000074*    is the attempt whose outcome the run actually kept.
000075 01  STEP-GROUP-AREA.
000076     05  WS-GROUP-ACTIVE-SW    PIC X(001) VALUE 'N'.
000077         88  WS-GROUP-ACTIVE           VALUE 'Y'.
000078     05  WS-GROUP-KEY.
000079         10  WS-GROUP-RUN-ID   PIC X(026).
000080         10  WS-GROUP-RUN-NUMBER
000081                               PIC 9(006).
000082         10  WS-GROUP-STEP     PIC 9(003).
000083     05  WS-GROUP-RUN-DATE     PIC X(008).
000084     05  WS-GROUP-DISPATCHER   PIC X(012).
000085     05  WS-GROUP-SHADOW-SW    PIC X(001).
000086         88  WS-GROUP-HAS-SHADOW       VALUE 'Y'.
000087     05  WS-GROUP-SHADOW-PGM   PIC X(008).
000088     05  WS-GROUP-SHADOW-RC    PIC S9(004).
000089     05  WS-GROUP-SHADOW-DISP  PIC X(001).
000090     05  WS-GROUP-PROD-SW      PIC X(001).
000091         88  WS-GROUP-HAS-PROD         VALUE 'Y'.
000092     05  WS-GROUP-PROD-ATTEMPT PIC 9(002).
000093     05  WS-GROUP-PROD-PGM     PIC X(008).
000094     05  WS-GROUP-PROD-RC      PIC S9(004).
000095     05  WS-GROUP-PROD-DISP    PIC X(001).
000096
000097 01  SHADOW-SUMMARY-TABLE.
000098     05  SV-ENTRY-COUNT        PIC S9(004) COMP-3 VALUE +0.
000099     05  SV-ENTRY              OCCURS 100 TIMES
000100                               INDEXED BY SV-IDX.
000101         10  SV-SHADOW-PGM     PIC X(008).
000102         10  SV-COMPARED-COUNT PIC 9(006).
000103         10  SV-DIFFER-COUNT   PIC 9(006).
000104
000105 01  REPORT-LINE-AREAS.
000106     05  CMP-TITLE-LINE.
000107         10  FILLER            PIC X(030)
000108                 VALUE 'SHADOW-RUN COMPARISON REPORT  '.
000109         10  CMP-TTL-FROM      PIC X(008).
000110         10  FILLER            PIC X(004) VALUE ' TO '.
000111         10  CMP-TTL-TO        PIC X(008).
000112         10  FILLER            PIC X(082) VALUE SPACES.
000113     05  CMP-HEADING-LINE.
000114         10  FILLER            PIC X(002) VALUE SPACES.
000115         10  FILLER            PIC X(009) VALUE 'RUN DATE '.
000116         10  FILLER            PIC X(007) VALUE 'RUN NO '.
000117         10  FILLER            PIC X(004) VALUE 'STP '.
000118         10  FILLER            PIC X(013) VALUE 'DISPATCHER   '.
000119         10  FILLER            PIC X(009) VALUE 'PRODUCTN '.
000120         10  FILLER            PIC X(006) VALUE '   RC '.
000121         10  FILLER            PIC X(004) VALUE 'D   '.
000122         10  FILLER            PIC X(009) VALUE 'SHADOW   '.
000123         10  FILLER            PIC X(006) VALUE '   RC '.
000124         10  FILLER            PIC X(004) VALUE 'D   '.
000125         10  FILLER            PIC X(020) VALUE 'RESULT'.
000126         10  FILLER            PIC X(039) VALUE SPACES.
000127     05  CMP-DETAIL-LINE.
000128         10  FILLER            PIC X(002) VALUE SPACES.
000129         10  CMP-DET-DATE      PIC X(008).
000130         10  FILLER            PIC X(001) VALUE SPACES.
000131         10  CMP-DET-RUN-NUMBER
000132                               PIC 9(006).
000133         10  FILLER            PIC X(001) VALUE SPACES.
000134         10  CMP-DET-STEP      PIC 9(003).
000135         10  FILLER            PIC X(001) VALUE SPACES.
000136         10  CMP-DET-DISPATCHER
000137                               PIC X(012).
000138         10  FILLER            PIC X(001) VALUE SPACES.
000139         10  CMP-DET-PROD-PGM  PIC X(008).
000140         10  FILLER            PIC X(001) VALUE SPACES.
000141         10  CMP-DET-PROD-RC   PIC -ZZZ9.
000142         10  FILLER            PIC X(001) VALUE SPACES.
000143         10  CMP-DET-PROD-DISP PIC X(001).
000144         10  FILLER            PIC X(003) VALUE SPACES.
000145         10  CMP-DET-SHADOW-PGM
000146                               PIC X(008).
000147         10  FILLER            PIC X(001) VALUE SPACES.
000148         10  CMP-DET-SHADOW-RC PIC -ZZZ9.
000149         10  FILLER            PIC X(001) VALUE SPACES.
000150         10  CMP-DET-SHADOW-DISP
000151                               PIC X(001).
000152         10  FILLER            PIC X(003) VALUE SPACES.
000153         10  CMP-DET-RESULT    PIC X(020).
000154         10  FILLER            PIC X(039) VALUE SPACES.
000155     05  CMP-SUMMARY-LINE.
000156         10  FILLER            PIC X(002) VALUE SPACES.
000157         10  FILLER            PIC X(007) VALUE 'SHADOW '.
000158         10  CMP-SUM-PGM       PIC X(008).
000159         10  FILLER            PIC X(016)
000160                 VALUE ' STEPS COMPARED '.
000161         10  CMP-SUM-COMPARED  PIC ZZZZZ9.
000162         10  FILLER            PIC X(010) VALUE ' DIFFERED '.
000163         10  CMP-SUM-DIFFERED  PIC ZZZZZ9.
000164         10  FILLER            PIC X(077) VALUE SPACES.
000165     05  CMP-TOTAL-LINE.
000166         10  FILLER            PIC X(002) VALUE SPACES.
000167         10  CMP-TOT-LABEL     PIC X(031).
000168         10  CMP-TOT-VALUE     PIC ZZZZZZZZ9.
000169         10  FILLER            PIC X(090) VALUE SPACES.
000170     05  CMP-TEXT-LINE.
000171         10  FILLER            PIC X(002) VALUE SPACES.
000172         10  CMP-TEXT          PIC X(130).
000173
000174 Procedure Division.
000175     PERFORM 0100-GET-DATE-RANGE
000176     PERFORM 0200-OPEN-COMPARE-REPORT
000177     IF WS-CMP-OPEN-FAILED
000178         MOVE 8 TO RETURN-CODE
000179     ELSE
000180         PERFORM 0300-SCAN-ARCHIVE-JOURNAL
000181         PERFORM 0350-SCAN-LIVE-JOURNAL
000182         PERFORM 0600-PRINT-SUMMARY
000183         CLOSE COMPARE-REPORT-FILE
000184         DISPLAY MYNAME ': SHADOW COMPARISON WRITTEN FOR '
000185             WS-FROM-DATE ' TO ' WS-TO-DATE ', ' WS-COMPARED-COUNT
000186             ' STEP(S) COMPARED, ' WS-DIFFER-COUNT ' DIFFERED'
000187         EVALUATE TRUE
000188             WHEN WS-SOURCE-COUNT = 0
000189                 MOVE 8 TO RETURN-CODE
000190             WHEN WS-DIFFER-COUNT NOT = 0
000191                 MOVE 4 TO RETURN-CODE
000192             WHEN OTHER
000193                 CONTINUE
000194         END-EVALUATE
000195     END-IF
000196     GOBACK
000197     .
000198
000199*    Explicit arguments are business dates; a defaulted range is
000200*    the single business date the clock date maps to through the
000201*    shop calendar, since AUDIT-RUN-DATE carries the business
000202*    date.
000203 0100-GET-DATE-RANGE.
000204     MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
000205     DISPLAY 1 UPON ARGUMENT-NUMBER
000206     ACCEPT WS-FROM-DATE FROM ARGUMENT-VALUE
000207     DISPLAY 2 UPON ARGUMENT-NUMBER
000208     ACCEPT WS-TO-DATE FROM ARGUMENT-VALUE
000209     IF WS-FROM-DATE = SPACES
000210         MOVE WS-TIMESTAMP (1:8) TO WS-DEFAULT-DATE
000211         PERFORM 0150-ASSIGN-BUSINESS-DATE
000212         MOVE WS-DEFAULT-DATE TO WS-FROM-DATE
000213     END-IF
000214     IF WS-TO-DATE = SPACES
000215         MOVE WS-FROM-DATE TO WS-TO-DATE
000216     END-IF
000217     IF WS-TO-DATE < WS-FROM-DATE
000218         DISPLAY MYNAME ' *WARNING* TO DATE ' WS-TO-DATE
000219             ' BEFORE FROM DATE ' WS-FROM-DATE ', USING FROM DATE'
000220         MOVE WS-FROM-DATE TO WS-TO-DATE
000221     END-IF
000222     .
000223
000224 0150-ASSIGN-BUSINESS-DATE.
000225     MOVE 'N' TO WS-CAL-FOUND-SW
000226     OPEN INPUT CALENDAR-FILE
000227     IF WS-CAL-FILE-STATUS = '00'
000228         PERFORM UNTIL WS-CAL-FILE-STATUS NOT = '00'
000229             READ CALENDAR-FILE
000230                 AT END
000231                     MOVE '10' TO WS-CAL-FILE-STATUS
000232                 NOT AT END
000233                     IF CAL-DATE = WS-DEFAULT-DATE
000234                             AND CAL-BUSINESS-DATE NUMERIC
000235                         MOVE CAL-BUSINESS-DATE
000236                             TO WS-DEFAULT-DATE
000237                         SET WS-CAL-DATE-FOUND TO TRUE
000238                         MOVE '10' TO WS-CAL-FILE-STATUS
000239                     END-IF
000240             END-READ
000241         END-PERFORM
000242         CLOSE CALENDAR-FILE
000243         IF NOT WS-CAL-DATE-FOUND
000244             DISPLAY MYNAME
000245                 ' *WARNING* SHOP CALENDAR HAS NO BUSINESS DATE'
000246                 ' FOR ' WS-DEFAULT-DATE ', USING CALENDAR DATE'
000247         END-IF
000248     ELSE
000249         DISPLAY MYNAME
000250             ' *WARNING* SHOP CALENDAR NOT AVAILABLE, STATUS='
000251             WS-CAL-FILE-STATUS ', USING CALENDAR DATE'
000252     END-IF
000253     .
000254
000255 0200-OPEN-COMPARE-REPORT.
000256     OPEN OUTPUT COMPARE-REPORT-FILE
000257     IF WS-CMP-FILE-STATUS NOT = '00'
000258         DISPLAY MYNAME
000259             ' *ERROR* COMPARISON REPORT NOT WRITABLE, STATUS='
000260             WS-CMP-FILE-STATUS
000261         SET WS-CMP-OPEN-FAILED TO TRUE
000262     ELSE
000263         MOVE WS-FROM-DATE TO CMP-TTL-FROM
000264         MOVE WS-TO-DATE TO CMP-TTL-TO
000265         MOVE CMP-TITLE-LINE TO CMP-PRINT-LINE
000266         PERFORM 0900-WRITE-COMPARE-LINE
000267         MOVE CMP-HEADING-LINE TO CMP-PRINT-LINE
000268         PERFORM 0900-WRITE-COMPARE-LINE
000269     END-IF
000270     .
000271
000272*    The archive holds the older runs, so it is read first; both
000273*    files are in journal key order, which keeps every record of
000274*    a plan step together.
000275 0300-SCAN-ARCHIVE-JOURNAL.
000276     OPEN INPUT ARCHIVE-JOURNAL-FILE
000277     IF WS-ARCH-FILE-STATUS = '00'
000278         ADD 1 TO WS-SOURCE-COUNT
000279         PERFORM UNTIL WS-ARCH-FILE-STATUS NOT = '00'
000280             READ ARCHIVE-JOURNAL-FILE
000281                 AT END
000282                     MOVE '10' TO WS-ARCH-FILE-STATUS
000283                 NOT AT END
000284                     MOVE ARCH-JOURNAL-RECORD
000285                         TO CUR-JOURNAL-RECORD
000286                     PERFORM 0400-TAKE-JOURNAL-RECORD
000287             END-READ
000288         END-PERFORM
000289         CLOSE ARCHIVE-JOURNAL-FILE
000290         PERFORM 0500-COMPARE-STEP
000291     ELSE
000292         DISPLAY MYNAME
000293             ': NO ARCHIVE JOURNAL, COMPARISON COVERS THE LIVE'
000294             ' JOURNAL ONLY'
000295     END-IF
000296     .
000297
000298 0350-SCAN-LIVE-JOURNAL.
000299     OPEN INPUT AUDIT-JOURNAL-FILE
000300     IF WS-AUDIT-FILE-STATUS = '00'
000301         ADD 1 TO WS-SOURCE-COUNT
000302         PERFORM UNTIL WS-AUDIT-FILE-STATUS NOT = '00'
000303             READ AUDIT-JOURNAL-FILE
000304                 AT END
000305                     MOVE '10' TO WS-AUDIT-FILE-STATUS
000306                 NOT AT END
000307                     MOVE AUDIT-JOURNAL-RECORD
000308                         TO CUR-JOURNAL-RECORD
000309                     PERFORM 0400-TAKE-JOURNAL-RECORD
000310             END-READ
000311         END-PERFORM
000312         CLOSE AUDIT-JOURNAL-FILE
000313         PERFORM 0500-COMPARE-STEP
000314     ELSE
000315         DISPLAY MYNAME
000316             ' *WARNING* AUDIT JOURNAL NOT AVAILABLE, STATUS='
000317             WS-AUDIT-FILE-STATUS
000318     END-IF
000319     .
000320
000321 0400-TAKE-JOURNAL-RECORD.
000322     IF CUR-RUN-DATE >= WS-FROM-DATE
000323             AND CUR-RUN-DATE <= WS-TO-DATE
000324         ADD 1 TO WS-READ-COUNT
000325         IF NOT WS-GROUP-ACTIVE
000326                 OR CUR-RUN-ID NOT = WS-GROUP-RUN-ID
000327                 OR CUR-RUN-NUMBER NOT = WS-GROUP-RUN-NUMBER
000328                 OR CUR-STEP-NUMBER NOT = WS-GROUP-STEP
000329             PERFORM 0500-COMPARE-STEP
000330             PERFORM 0410-START-STEP-GROUP
000331         END-IF
000332         IF CUR-SHADOW-CALL
000333             MOVE 'Y' TO WS-GROUP-SHADOW-SW
000334             MOVE CUR-PGM-SELECTED TO WS-GROUP-SHADOW-PGM
000335             MOVE CUR-RETURN-CODE TO WS-GROUP-SHADOW-RC
000336             MOVE CUR-DISPOSITION TO WS-GROUP-SHADOW-DISP
000337         ELSE
000338             IF NOT WS-GROUP-HAS-PROD
000339                     OR CUR-ATTEMPT-NUMBER > WS-GROUP-PROD-ATTEMPT
000340                 MOVE 'Y' TO WS-GROUP-PROD-SW
000341                 MOVE CUR-ATTEMPT-NUMBER TO WS-GROUP-PROD-ATTEMPT
000342                 MOVE CUR-PGM-SELECTED TO WS-GROUP-PROD-PGM
000343                 MOVE CUR-RETURN-CODE TO WS-GROUP-PROD-RC
000344                 MOVE CUR-DISPOSITION TO WS-GROUP-PROD-DISP
000345             END-IF
000346         END-IF
000347     END-IF
000348     .
000349
000350 0410-START-STEP-GROUP.
000351     SET WS-GROUP-ACTIVE TO TRUE
000352     MOVE CUR-RUN-ID TO WS-GROUP-RUN-ID
000353     MOVE CUR-RUN-NUMBER TO WS-GROUP-RUN-NUMBER
000354     MOVE CUR-STEP-NUMBER TO WS-GROUP-STEP
000355     MOVE CUR-RUN-DATE TO WS-GROUP-RUN-DATE
000356     MOVE CUR-PROGRAM-NAME TO WS-GROUP-DISPATCHER
000357     MOVE 'N' TO WS-GROUP-SHADOW-SW
000358     MOVE 'N' TO WS-GROUP-PROD-SW
000359     MOVE SPACES TO WS-GROUP-SHADOW-PGM
000360     MOVE SPACES TO WS-GROUP-PROD-PGM
000361     MOVE 0 TO WS-GROUP-PROD-ATTEMPT
000362     .
000363
000364*    A step is only compared when it had a shadow call; a shadow
000365*    with no production attempt beside it is counted as unpaired
000366*    and listed, since the journal should never hold one.
000367 0500-COMPARE-STEP.
000368     IF WS-GROUP-ACTIVE
000369             AND WS-GROUP-HAS-SHADOW
000370         PERFORM 0510-FIND-SHADOW-ENTRY
000371         MOVE SPACES TO CMP-DET-RESULT
000372         IF NOT WS-GROUP-HAS-PROD
000373             ADD 1 TO WS-UNPAIRED-COUNT
000374             MOVE 'NO PRODUCTION CALL' TO CMP-DET-RESULT
000375         ELSE
000376             ADD 1 TO WS-COMPARED-COUNT
000377             IF SV-IDX <= SV-ENTRY-COUNT
000378                 ADD 1 TO SV-COMPARED-COUNT (SV-IDX)
000379             END-IF
000380             EVALUATE TRUE
000381                 WHEN WS-GROUP-SHADOW-RC NOT = WS-GROUP-PROD-RC
000382                         AND WS-GROUP-SHADOW-DISP
000383                             NOT = WS-GROUP-PROD-DISP
000384                     MOVE 'RC AND DISP DIFFER' TO CMP-DET-RESULT
000385                 WHEN WS-GROUP-SHADOW-RC NOT = WS-GROUP-PROD-RC
000386                     MOVE 'RC DIFFERS' TO CMP-DET-RESULT
000387                 WHEN WS-GROUP-SHADOW-DISP
000388                         NOT = WS-GROUP-PROD-DISP
000389                     MOVE 'DISPOSITION DIFFERS' TO CMP-DET-RESULT
000390                 WHEN OTHER
000391                     CONTINUE
000392             END-EVALUATE
000393             IF CMP-DET-RESULT NOT = SPACES
000394                 ADD 1 TO WS-DIFFER-COUNT
000395                 IF SV-IDX <= SV-ENTRY-COUNT
000396                     ADD 1 TO SV-DIFFER-COUNT (SV-IDX)
000397                 END-IF
000398             END-IF
000399         END-IF
000400         IF CMP-DET-RESULT NOT = SPACES
000401             PERFORM 0520-PRINT-DIFFERENCE
000402         END-IF
000403     END-IF
000404     MOVE 'N' TO WS-GROUP-ACTIVE-SW
000405     .
000406
000407 0510-FIND-SHADOW-ENTRY.
000408     SET SV-IDX TO 1
000409     SEARCH SV-ENTRY
000410         AT END
000411             IF SV-ENTRY-COUNT >= 100
000412                 DISPLAY MYNAME
000413                     ' *WARNING* SHADOW TABLE FULL, '
000414                     WS-GROUP-SHADOW-PGM ' NOT SUMMARIZED'
000415                 SET SV-IDX TO 101
000416             ELSE
000417                 ADD 1 TO SV-ENTRY-COUNT
000418                 SET SV-IDX TO SV-ENTRY-COUNT
000419                 MOVE WS-GROUP-SHADOW-PGM
000420                     TO SV-SHADOW-PGM (SV-IDX)
000421                 MOVE 0 TO SV-COMPARED-COUNT (SV-IDX)
000422                 MOVE 0 TO SV-DIFFER-COUNT (SV-IDX)
000423             END-IF
000424         WHEN SV-SHADOW-PGM (SV-IDX) = WS-GROUP-SHADOW-PGM
000425             CONTINUE
000426     END-SEARCH
000427     .
000428
000429 0520-PRINT-DIFFERENCE.
000430     MOVE WS-GROUP-RUN-DATE TO CMP-DET-DATE
000431     MOVE WS-GROUP-RUN-NUMBER TO CMP-DET-RUN-NUMBER
000432     MOVE WS-GROUP-STEP TO CMP-DET-STEP
000433     MOVE WS-GROUP-DISPATCHER TO CMP-DET-DISPATCHER
000434     MOVE WS-GROUP-PROD-PGM TO CMP-DET-PROD-PGM
000435     MOVE WS-GROUP-SHADOW-PGM TO CMP-DET-SHADOW-PGM
000436     MOVE WS-GROUP-SHADOW-RC TO CMP-DET-SHADOW-RC
000437     MOVE WS-GROUP-SHADOW-DISP TO CMP-DET-SHADOW-DISP
000438     IF WS-GROUP-HAS-PROD
000439         MOVE WS-GROUP-PROD-RC TO CMP-DET-PROD-RC
000440         MOVE WS-GROUP-PROD-DISP TO CMP-DET-PROD-DISP
000441     ELSE
000442         MOVE 0 TO CMP-DET-PROD-RC
000443         MOVE SPACE TO CMP-DET-PROD-DISP
000444     END-IF
000445     MOVE CMP-DETAIL-LINE TO CMP-PRINT-LINE
000446     PERFORM 0900-WRITE-COMPARE-LINE
000447     .
000448
000449 0600-PRINT-SUMMARY.
000450     IF WS-DIFFER-COUNT = 0
000451             AND WS-UNPAIRED-COUNT = 0
000452         IF WS-COMPARED-COUNT = 0
000453             MOVE 'NO SHADOW CALLS JOURNALLED IN THIS DATE RANGE'
000454                 TO CMP-TEXT
000455         ELSE
000456             MOVE 'EVERY SHADOW CALL MATCHED PRODUCTION'
000457                 TO CMP-TEXT
000458         END-IF
000459         MOVE CMP-TEXT-LINE TO CMP-PRINT-LINE
000460         PERFORM 0900-WRITE-COMPARE-LINE
000461     END-IF
000462     MOVE SPACES TO CMP-PRINT-LINE
000463     PERFORM 0900-WRITE-COMPARE-LINE
000464     PERFORM VARYING SV-IDX FROM 1 BY 1
000465             UNTIL SV-IDX > SV-ENTRY-COUNT
000466         MOVE SV-SHADOW-PGM (SV-IDX) TO CMP-SUM-PGM
000467         MOVE SV-COMPARED-COUNT (SV-IDX) TO CMP-SUM-COMPARED
000468         MOVE SV-DIFFER-COUNT (SV-IDX) TO CMP-SUM-DIFFERED
000469         MOVE CMP-SUMMARY-LINE TO CMP-PRINT-LINE
000470         PERFORM 0900-WRITE-COMPARE-LINE
000471     END-PERFORM
000472     MOVE 'JOURNAL RECORDS IN RANGE      ' TO CMP-TOT-LABEL
000473     MOVE WS-READ-COUNT TO CMP-TOT-VALUE
000474     MOVE CMP-TOTAL-LINE TO CMP-PRINT-LINE
000475     PERFORM 0900-WRITE-COMPARE-LINE
000476     MOVE 'STEPS COMPARED                ' TO CMP-TOT-LABEL
000477     MOVE WS-COMPARED-COUNT TO CMP-TOT-VALUE
000478     MOVE CMP-TOTAL-LINE TO CMP-PRINT-LINE
000479     PERFORM 0900-WRITE-COMPARE-LINE
000480     MOVE 'STEPS DIFFERING               ' TO CMP-TOT-LABEL
000481     MOVE WS-DIFFER-COUNT TO CMP-TOT-VALUE
000482     MOVE CMP-TOTAL-LINE TO CMP-PRINT-LINE
000483     PERFORM 0900-WRITE-COMPARE-LINE
000484     IF WS-UNPAIRED-COUNT NOT = 0
000485         MOVE 'SHADOW CALLS WITHOUT PRODUCTION' TO CMP-TOT-LABEL
000486         MOVE WS-UNPAIRED-COUNT TO CMP-TOT-VALUE
000487         MOVE CMP-TOTAL-LINE TO CMP-PRINT-LINE
000488         PERFORM 0900-WRITE-COMPARE-LINE
000489     END-IF
000490     .
000491
000492 0900-WRITE-COMPARE-LINE.
000493     WRITE CMP-PRINT-LINE
000494     ADD 1 TO WS-LINE-COUNT
000495     .
