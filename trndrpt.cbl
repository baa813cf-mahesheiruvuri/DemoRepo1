001700*               THE RUNS THAT WENT OUT OF BALANCE - SO THE
001800*               BATCH-WINDOW AND VOLUME-GROWTH QUESTIONS CAN
001900*               BE ANSWERED FROM ONE REPORT.
001910* 10/15/26 RJT  FISCAL CALENDAR.  THE PARAMETER CARD TAKES AN
001920*               OPTIONAL FISCAL PERIOD (YYPP) IN COLUMNS 5-8.  A
001930*               KEYED PERIOD IS LOOKED UP ON THE FISCAL CALENDAR
001940*               (SEE FSCLOAD) AND SELECTS THE RUNS DATED WITHIN IT
001950*               IN PLACE OF THE CALENDAR MONTH; THE HEADINGS SHOW
001960*               THE PERIOD AND ITS DATES.  A PERIOD NOT ON THE
001970*               CALENDAR LISTS NOTHING AND ENDS RC 16.
002000*----------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002800         FILE STATUS IS WS-PARM-STATUS.
002900     SELECT TREND-REPORT ASSIGN TO TRNRPT
003000         ORGANIZATION IS LINE SEQUENTIAL.
003010     SELECT OPTIONAL FISCAL-CALENDAR ASSIGN TO FSCCAL
003020         ORGANIZATION IS INDEXED
003030         ACCESS MODE IS SEQUENTIAL
003040         RECORD KEY IS FSC-DATE
003050         FILE STATUS IS WS-CALENDAR-STATUS.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  RUN-STATS-FILE
004900     RECORDING MODE IS F.
005000 01  PARAMETER-RECORD.
005100     05  TRN-MONTH               PIC 9(04).
005110     05  TRN-FISCAL-PERIOD       PIC 9(04).
005120     05  TRN-FISCAL-PERIOD-R REDEFINES TRN-FISCAL-PERIOD.
005130         10  TRN-FISCAL-YY       PIC 9(02).
005140         10  TRN-FISCAL-PP       PIC 9(02).
005150     05  FILLER                  PIC X(72).
005300 FD  TREND-REPORT
005400     RECORDING MODE IS F.
005500 01  REPORT-RECORD               PIC X(132).
005506*    ONE RECORD PER CALENDAR DATE, LOADED BY FSCLOAD.
005512 FD  FISCAL-CALENDAR
005518     RECORD CONTAINS 40 CHARACTERS.
005524 01  FISCAL-CALENDAR-RECORD.
005530     05  FSC-DATE                PIC 9(06).
005536     05  FSC-FISCAL-PERIOD       PIC 9(04).
005542     05  FSC-FISCAL-PERIOD-R REDEFINES FSC-FISCAL-PERIOD.
005548         10  FSC-FISCAL-YY       PIC 9(02).
005554         10  FSC-FISCAL-PP       PIC 9(02).
005560     05  FSC-PERIOD-START        PIC 9(06).
005566     05  FSC-PERIOD-END          PIC 9(06).
005572     05  FSC-LOAD-STAMP.
005578         10  FSC-LOAD-DATE       PIC 9(06).
005584         10  FSC-LOAD-TIME       PIC 9(08).
005590     05  FILLER                  PIC X(04).
005600 WORKING-STORAGE SECTION.
005700 01  WS-SWITCHES.
005800     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
005900         88  WS-EOF                        VALUE 'Y'.
005910     05  WS-CALENDAR-EOF-SWITCH  PIC X(01) VALUE 'N'.
005920         88  WS-CALENDAR-EOF               VALUE 'Y'.
005930     05  WS-PERIOD-FOUND-SWITCH  PIC X(01) VALUE 'N'.
005940         88  WS-PERIOD-FOUND               VALUE 'Y'.
006000 01  WS-PARM-STATUS              PIC X(02) VALUE '00'.
006010 01  WS-CALENDAR-STATUS          PIC X(02) VALUE '00'.
006100 01  WS-SELECT-MONTH             PIC 9(04) VALUE ZERO.
006200     88  WS-SELECT-ALL-MONTHS              VALUE ZERO.
006210 01  WS-SELECT-PERIOD            PIC 9(04) VALUE ZERO.
006220     88  WS-SELECT-ALL-PERIODS             VALUE ZERO.
006230 01  WS-SELECT-PERIOD-R REDEFINES WS-SELECT-PERIOD.
006240     05  WS-SELECT-YY            PIC 9(02).
006250     05  WS-SELECT-PP            PIC 9(02).
006260 01  WS-PERIOD-START             PIC 9(06) VALUE ZERO.
006270 01  WS-PERIOD-END               PIC 9(06) VALUE ZERO.
006300 01  WS-TIME-FIELDS.
006400     05  WS-TIME-WORK            PIC 9(08).
006500     05  WS-TIME-WORK-R REDEFINES WS-TIME-WORK.
010100         10  FILLER              PIC X(16)
010200             VALUE '  REPORT MONTH: '.
010300         10  WS-HDG-MONTH        PIC X(04).
010305         10  FILLER              PIC X(17)
010310             VALUE '  FISCAL PERIOD: '.
010315         10  WS-HDG-PERIOD.
010320             15  WS-HDG-FISCAL-YY PIC X(02).
010325             15  WS-HDG-SLASH    PIC X(01).
010330             15  WS-HDG-FISCAL-PP PIC X(02).
010335     05  WS-PERIOD-RANGE-LINE.
010340         10  FILLER              PIC X(24)
010345             VALUE 'FISCAL PERIOD RUNS FROM '.
010350         10  WS-RNG-START        PIC 9(06).
010355         10  FILLER              PIC X(04) VALUE ' TO '.
010360         10  WS-RNG-END          PIC 9(06).
010365     05  WS-PERIOD-ERROR-LINE.
010370         10  FILLER              PIC X(14) VALUE 'FISCAL PERIOD '.
010375         10  WS-PER-PERIOD       PIC 9(04).
010380         10  FILLER              PIC X(44)
010385             VALUE ' NOT ON THE FISCAL CALENDAR - NO RUNS LISTED'.
010400     05  WS-HEADING-LINE-3.
010500         10  FILLER              PIC X(08) VALUE 'DATE'.
010600         10  FILLER              PIC X(10) VALUE 'START'.
016800     STOP RUN.
016900*----------------------------------------------------------------
017000* 1000-INITIALIZE - OPEN THE FILES, READ THE REPORT-MONTH CARD,
017010*               FIND A KEYED FISCAL PERIOD'S DATES, WRITE THE
017020*               HEADINGS, AND PRIME THE FIRST READ.  A FISCAL
017030*               PERIOD NOT ON THE CALENDAR LISTS NO RUNS.
017200*----------------------------------------------------------------
017300 1000-INITIALIZE.
017400     OPEN INPUT RUN-STATS-FILE.
017500     OPEN OUTPUT TREND-REPORT.
017600     PERFORM 1500-READ-PARAMETERS THRU 1500-EXIT.
017700     ACCEPT WS-CURRENT-DATE FROM DATE.
017710     IF NOT WS-SELECT-ALL-PERIODS
017720         PERFORM 1600-FIND-PERIOD THRU 1600-EXIT
017730     END-IF.
017800     PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT.
017810     IF NOT WS-SELECT-ALL-PERIODS
017820         AND NOT WS-PERIOD-FOUND
017830         MOVE WS-SELECT-PERIOD TO WS-PER-PERIOD
017840         WRITE REPORT-RECORD FROM WS-PERIOD-ERROR-LINE
017850         SET WS-EOF TO TRUE
017860         GO TO 1000-EXIT
017870     END-IF.
017900     PERFORM 1100-READ-RUN-STATS THRU 1100-EXIT.
018000     GO TO 1000-EXIT.
018100 1000-EXIT.
020300     ELSE
020400         MOVE WS-SELECT-MONTH  TO WS-HDG-MONTH
020500     END-IF.
020510     IF WS-SELECT-ALL-PERIODS
020520         MOVE 'ALL'            TO WS-HDG-PERIOD
020530     ELSE
020540         MOVE 'N/A '           TO WS-HDG-MONTH
020550         MOVE WS-SELECT-YY     TO WS-HDG-FISCAL-YY
020560         MOVE '/'              TO WS-HDG-SLASH
020570         MOVE WS-SELECT-PP     TO WS-HDG-FISCAL-PP
020580     END-IF.
020600     WRITE REPORT-RECORD FROM WS-HEADING-LINE-1.
020700     WRITE REPORT-RECORD FROM WS-HEADING-LINE-2.
020710     IF WS-PERIOD-FOUND
020720         MOVE WS-PERIOD-START  TO WS-RNG-START
020730         MOVE WS-PERIOD-END    TO WS-RNG-END
020740         WRITE REPORT-RECORD FROM WS-PERIOD-RANGE-LINE
020750     END-IF.
020800     MOVE SPACES TO REPORT-RECORD.
020900     WRITE REPORT-RECORD.
021000     WRITE REPORT-RECORD FROM WS-HEADING-LINE-3.
021400*----------------------------------------------------------------
021500* 1500-READ-PARAMETERS - READ THE REPORT MONTH (YYMM).  A
021600*               MISSING, EMPTY, OR NON-NUMERIC CARD REPORTS
021610*               THE WHOLE HISTORY FILE.  A NUMERIC FISCAL PERIOD
021620*               (YYPP, PP 01-12) IN COLUMNS 5-8 IS REPORTED IN
021630*               PLACE OF THE MONTH.
021800*----------------------------------------------------------------
021900 1500-READ-PARAMETERS.
022000     OPEN INPUT PARAMETER-FILE.
022600                 IF TRN-MONTH IS NUMERIC
022700                     MOVE TRN-MONTH TO WS-SELECT-MONTH
022800                 END-IF
022810                 IF TRN-FISCAL-PERIOD IS NUMERIC
022820                     AND TRN-FISCAL-PP NOT < 01
022830                     AND TRN-FISCAL-PP NOT > 12
022840                     MOVE TRN-FISCAL-PERIOD TO WS-SELECT-PERIOD
022850                     MOVE ZERO              TO WS-SELECT-MONTH
022860                 END-IF
022900         END-READ
023000         CLOSE PARAMETER-FILE
023100     END-IF.
023300 1500-EXIT.
023400     EXIT.
023500*----------------------------------------------------------------
023502* 1600-FIND-PERIOD - SCAN THE FISCAL CALENDAR FOR THE SELECTED
023504*               PERIOD AND TAKE ITS FIRST AND LAST DATES
023506*----------------------------------------------------------------
023508 1600-FIND-PERIOD.
023510     OPEN INPUT FISCAL-CALENDAR.
023512     IF WS-CALENDAR-STATUS NOT = '00'
023514         IF WS-CALENDAR-STATUS = '05'
023516             CLOSE FISCAL-CALENDAR
023518         END-IF
023520         GO TO 1600-EXIT
023522     END-IF.
023524     PERFORM 1610-READ-CALENDAR THRU 1610-EXIT
023526         UNTIL WS-CALENDAR-EOF OR WS-PERIOD-FOUND.
023528     CLOSE FISCAL-CALENDAR.
023530     GO TO 1600-EXIT.
023532 1600-EXIT.
023534     EXIT.
023536*----------------------------------------------------------------
023538* 1610-READ-CALENDAR - READ THE NEXT CALENDAR DATE AND TEST IT
023540*               FOR THE SELECTED PERIOD
023542*----------------------------------------------------------------
023544 1610-READ-CALENDAR.
023546     READ FISCAL-CALENDAR
023548         AT END
023550             SET WS-CALENDAR-EOF TO TRUE
023552             GO TO 1610-EXIT
023554     END-READ.
023556     IF FSC-FISCAL-PERIOD = WS-SELECT-PERIOD
023558         SET WS-PERIOD-FOUND TO TRUE
023560         MOVE FSC-PERIOD-START TO WS-PERIOD-START
023562         MOVE FSC-PERIOD-END   TO WS-PERIOD-END
023564     END-IF.
023566     GO TO 1610-EXIT.
023568 1610-EXIT.
023570     EXIT.
023572*----------------------------------------------------------------
023600* 2000-PROCESS-RUN - REPORT ONE RUN-HISTORY RECORD IF IT FALLS
023700*               IN THE SELECTED MONTH OR FISCAL PERIOD AND ROLL
023800*               IT INTO THE SUMMARY
023900*----------------------------------------------------------------
024000 2000-PROCESS-RUN.
024100     IF NOT WS-SELECT-ALL-MONTHS
024200         AND RST-RUN-YYMM NOT = WS-SELECT-MONTH
024300         GO TO 2000-NEXT
024310     END-IF.
024320     IF NOT WS-SELECT-ALL-PERIODS
024330         IF RST-RUN-DATE < WS-PERIOD-START
024340             OR RST-RUN-DATE > WS-PERIOD-END
024350             GO TO 2000-NEXT
024360         END-IF
024400     END-IF.
024500     ADD 1 TO WS-RUNS-LISTED.
024600     ADD RST-RECORDS-READ TO WS-TOTAL-READ.
031900 2300-EXIT.
032000     EXIT.
032100*----------------------------------------------------------------
032110* 9000-TERMINATE - WRITE THE SUMMARY AND CLOSE THE FILES.  RC 16
032120*               WHEN THE FISCAL PERIOD KEYED IS NOT ON THE
032130*               CALENDAR.
032300*----------------------------------------------------------------
032400 9000-TERMINATE.
032500     MOVE SPACES TO REPORT-RECORD.
035100     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-6.
035200     CLOSE RUN-STATS-FILE.
035300     CLOSE TREND-REPORT.
035310     IF NOT WS-SELECT-ALL-PERIODS
035320         AND NOT WS-PERIOD-FOUND
035330         MOVE 16 TO RETURN-CODE
035340     END-IF.
035400     GO TO 9000-EXIT.
035500 9000-EXIT.
035600     EXIT.
