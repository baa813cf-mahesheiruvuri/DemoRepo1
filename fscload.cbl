000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. FSCLOAD.
000030 AUTHOR. D-L-DEV-SVCS.
000040 INSTALLATION. DAILY-LEDGER-BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26 RJT  INITIAL VERSION.  LOADS FINANCE'S FISCAL CALENDAR
000110*               TO THE KEYED CALENDAR FILE THE NIGHTLY CHAIN AND
000120*               THE MONTH-END CLOSE READ.  THE FISCAL YEAR STARTS
000130*               IN JULY AND IS CUT INTO TWELVE PERIODS ON A 4-4-5
000140*               WEEK PATTERN, SO PERIOD ENDS DO NOT FALL ON MONTH
000150*               ENDS.  FINANCE SUBMITS ONE CARD PER PERIOD - THE
000160*               FISCAL YEAR AND PERIOD AND THE PERIOD'S FIRST AND
000170*               LAST DATES - AND THE LOAD WRITES ONE CALENDAR
000180*               RECORD FOR EVERY DATE IN THE PERIOD, KEYED BY THE
000190*               DATE AND CARRYING THE FISCAL YEAR, PERIOD, AND
000200*               PERIOD START AND END.  A DATE ALREADY ON THE FILE
000210*               IS REPLACED; A D CARD DELETES THE PERIOD'S DATES.
000220*               EVERY DATE LOADED IS STAMPED WITH THIS RUN'S DATE
000230*               AND TIME, SO TWO CARDS IN ONE SUBMISSION THAT
000240*               OVERLAP ARE CAUGHT RATHER THAN THE LATER ONE
000250*               QUIETLY TAKING THE SHARED DATES.
000260*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT PERIOD-CARD-FILE ASSIGN TO FSCIN
000310         ORGANIZATION IS LINE SEQUENTIAL.
000320     SELECT OPTIONAL FISCAL-CALENDAR ASSIGN TO FSCCAL
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS RANDOM
000350         RECORD KEY IS FSC-DATE
000360         FILE STATUS IS WS-CALENDAR-STATUS.
000370     SELECT EDIT-REPORT ASSIGN TO FSCRPT
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390 DATA DIVISION.
000400 FILE SECTION.
000410*    ONE FISCAL PERIOD PER CARD.  THE ACTION IS BLANK (OR L) TO
000420*    LOAD THE PERIOD'S DATES, OR D TO DELETE THEM.  THE FISCAL
000430*    YEAR IS THE YEAR THE FISCAL YEAR ENDS IN - FY27 RUNS FROM
000440*    JULY 2026 TO JUNE 2027.
000450 FD  PERIOD-CARD-FILE
000460     RECORDING MODE IS F.
000470 01  PERIOD-CARD-RECORD.
000480     05  FCD-ACTION              PIC X(01).
000490     05  FCD-FISCAL-PERIOD       PIC 9(04).
000500     05  FCD-FISCAL-PERIOD-R REDEFINES FCD-FISCAL-PERIOD.
000510         10  FCD-FISCAL-YY       PIC 9(02).
000520         10  FCD-FISCAL-PP       PIC 9(02).
000530     05  FCD-START-DATE          PIC 9(06).
000540     05  FCD-END-DATE            PIC 9(06).
000550     05  FILLER                  PIC X(63).
000560*    ONE RECORD PER CALENDAR DATE.  THE PERIOD START AND END RIDE
000570*    ON EVERY DATE SO A READER HOLDING ANY ONE DATE OF A PERIOD
000580*    KNOWS THE WHOLE PERIOD'S RANGE.
000590 FD  FISCAL-CALENDAR
000600     RECORD CONTAINS 40 CHARACTERS.
000610 01  FISCAL-CALENDAR-RECORD.
000620     05  FSC-DATE                PIC 9(06).
000630     05  FSC-FISCAL-PERIOD       PIC 9(04).
000640     05  FSC-FISCAL-PERIOD-R REDEFINES FSC-FISCAL-PERIOD.
000650         10  FSC-FISCAL-YY       PIC 9(02).
000660         10  FSC-FISCAL-PP       PIC 9(02).
000670     05  FSC-PERIOD-START        PIC 9(06).
000680     05  FSC-PERIOD-END          PIC 9(06).
000690     05  FSC-LOAD-STAMP.
000700         10  FSC-LOAD-DATE       PIC 9(06).
000710         10  FSC-LOAD-TIME       PIC 9(08).
000720     05  FILLER                  PIC X(04).
000730 FD  EDIT-REPORT
000740     RECORDING MODE IS F.
000750 01  REPORT-RECORD               PIC X(132).
000760 WORKING-STORAGE SECTION.
000770 01  WS-SWITCHES.
000780     05  WS-CARD-EOF-SWITCH      PIC X(01) VALUE 'N'.
000790         88  WS-CARD-EOF                   VALUE 'Y'.
000800     05  WS-IO-ERROR-SWITCH      PIC X(01) VALUE 'N'.
000810         88  WS-IO-ERROR                   VALUE 'Y'.
000820     05  WS-CALENDAR-FOUND-SWITCH
000830                                 PIC X(01) VALUE 'N'.
000840         88  WS-CALENDAR-FOUND             VALUE 'Y'.
000850         88  WS-CALENDAR-NOT-FOUND         VALUE 'N'.
000860     05  WS-DATE-VALID-SWITCH    PIC X(01) VALUE 'N'.
000870         88  WS-DATE-VALID                 VALUE 'Y'.
000880         88  WS-DATE-INVALID               VALUE 'N'.
000890     05  WS-WALK-SWITCH          PIC X(01) VALUE 'N'.
000900         88  WS-WALK-DONE                  VALUE 'Y'.
000910         88  WS-WALK-GOING                 VALUE 'N'.
000920     05  WS-OVERLAP-SWITCH       PIC X(01) VALUE 'N'.
000930         88  WS-PERIOD-OVERLAPS            VALUE 'Y'.
000940         88  WS-PERIOD-CLEAR               VALUE 'N'.
000950 01  WS-CALENDAR-STATUS          PIC X(02) VALUE '00'.
000960*    EVERY DATE THIS RUN LOADS CARRIES THE SAME STAMP, WHICH IS
000970*    HOW A DATE TAKEN BY AN EARLIER CARD OF THIS SUBMISSION IS
000980*    TOLD FROM ONE LOADED BY AN EARLIER SUBMISSION.
000990 01  WS-LOAD-STAMP.
001000     05  WS-STAMP-DATE           PIC 9(06).
001010     05  WS-STAMP-TIME           PIC 9(08).
001020*    A 4-4-5 PERIOD RUNS FOUR OR FIVE WEEKS, AND SIX IN THE LAST
001030*    PERIOD OF A 53-WEEK YEAR.  A CARD SPANNING MORE IS A KEYING
001040*    ERROR.
001050 01  WS-MAX-PERIOD-DAYS          PIC 9(03) COMP-3 VALUE 42.
001060*    DAYS IN EACH CALENDAR MONTH, JANUARY THROUGH DECEMBER.
001070*    FEBRUARY GAINS ITS 29TH DAY IN A YEAR DIVISIBLE BY FOUR.
001080 01  WS-MONTH-DAYS-TABLE.
001090     05  WS-MONTH-DAYS-VALUES    PIC X(24)
001100             VALUE '312831303130313130313031'.
001110     05  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-VALUES.
001120         10  WS-MONTH-DAYS       PIC 9(02) OCCURS 12 TIMES.
001130 01  WS-DATE-WORK.
001140     05  WS-EDIT-DATE            PIC 9(06).
001150     05  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
001160         10  WS-EDIT-YY          PIC 9(02).
001170         10  WS-EDIT-MM          PIC 9(02).
001180         10  WS-EDIT-DD          PIC 9(02).
001190     05  WS-WALK-DATE            PIC 9(06).
001200     05  WS-WALK-DATE-R REDEFINES WS-WALK-DATE.
001210         10  WS-WALK-YY          PIC 9(02).
001220         10  WS-WALK-MM          PIC 9(02).
001230         10  WS-WALK-DD          PIC 9(02).
001240     05  WS-DAYS-YY              PIC 9(02).
001250     05  WS-DAYS-MM              PIC 9(02).
001260     05  WS-DAYS-IN-MONTH        PIC 9(02).
001270     05  WS-LEAP-QUOTIENT        PIC 9(02) COMP-3.
001280     05  WS-LEAP-REMAINDER       PIC 9(01) COMP-3.
001290 01  WS-PERIOD-COUNTS.
001300     05  WS-PERIOD-DAYS          PIC 9(03) COMP-3 VALUE ZERO.
001310     05  WS-PERIOD-ON-FILE       PIC 9(03) COMP-3 VALUE ZERO.
001320     05  WS-PERIOD-ADDED         PIC 9(03) COMP-3 VALUE ZERO.
001330     05  WS-PERIOD-REPLACED      PIC 9(03) COMP-3 VALUE ZERO.
001340 01  WS-ACCUMULATORS.
001350     05  WS-CARDS-READ           PIC 9(07)     COMP-3 VALUE ZERO.
001360     05  WS-PERIODS-LOADED       PIC 9(07)     COMP-3 VALUE ZERO.
001370     05  WS-PERIODS-DELETED      PIC 9(07)     COMP-3 VALUE ZERO.
001380     05  WS-DATES-ADDED          PIC 9(07)     COMP-3 VALUE ZERO.
001390     05  WS-DATES-REPLACED       PIC 9(07)     COMP-3 VALUE ZERO.
001400     05  WS-DATES-DELETED        PIC 9(07)     COMP-3 VALUE ZERO.
001410     05  WS-CARDS-IN-ERROR       PIC 9(07)     COMP-3 VALUE ZERO.
001420 01  WS-DATE-FIELDS.
001430     05  WS-CURRENT-DATE.
001440         10  WS-CURRENT-YY       PIC 9(02).
001450         10  WS-CURRENT-MM       PIC 9(02).
001460         10  WS-CURRENT-DD       PIC 9(02).
001470 01  WS-REPORT-LINES.
001480     05  WS-HEADING-LINE-1.
001490         10  FILLER              PIC X(30) VALUE SPACES.
001500         10  FILLER              PIC X(38)
001510             VALUE 'FISCAL CALENDAR LOAD - EDIT REPORT'.
001520     05  WS-HEADING-LINE-2.
001530         10  FILLER              PIC X(10) VALUE 'RUN DATE: '.
001540         10  WS-HDG-MM           PIC 99.
001550         10  FILLER              PIC X(01) VALUE '/'.
001560         10  WS-HDG-DD           PIC 99.
001570         10  FILLER              PIC X(01) VALUE '/'.
001580         10  WS-HDG-YY           PIC 99.
001590     05  WS-HEADING-LINE-3.
001600         10  FILLER              PIC X(08) VALUE 'ACTION'.
001610         10  FILLER              PIC X(08) VALUE 'PERIOD'.
001620         10  FILLER              PIC X(08) VALUE 'START'.
001630         10  FILLER              PIC X(08) VALUE 'END'.
001640         10  FILLER              PIC X(06) VALUE 'DAYS'.
001650         10  FILLER              PIC X(07) VALUE 'ADDED'.
001660         10  FILLER              PIC X(10) VALUE 'REPLACED'.
001670         10  FILLER              PIC X(24) VALUE 'DISPOSITION'.
001680     05  WS-DETAIL-LINE.
001690         10  WS-DTL-ACTION       PIC X(01).
001700         10  FILLER              PIC X(07) VALUE SPACES.
001710         10  WS-DTL-PERIOD       PIC X(08).
001720         10  WS-DTL-START        PIC X(08).
001730         10  WS-DTL-END          PIC X(08).
001740         10  WS-DTL-COUNTS.
001750             15  WS-DTL-DAYS     PIC ZZ9.
001760             15  FILLER          PIC X(03) VALUE SPACES.
001770             15  WS-DTL-ADDED    PIC ZZ9.
001780             15  FILLER          PIC X(04) VALUE SPACES.
001790             15  WS-DTL-REPLACED PIC ZZ9.
001800             15  FILLER          PIC X(07) VALUE SPACES.
001810         10  WS-DTL-DISPOSITION  PIC X(50).
001820     05  WS-TOTAL-LINE-1.
001830         10  FILLER              PIC X(24)
001840             VALUE 'PERIOD CARDS READ     : '.
001850         10  WS-TOT-CARDS        PIC ZZZ,ZZ9.
001860     05  WS-TOTAL-LINE-2.
001870         10  FILLER              PIC X(24)
001880             VALUE 'PERIODS LOADED        : '.
001890         10  WS-TOT-LOADED       PIC ZZZ,ZZ9.
001900     05  WS-TOTAL-LINE-3.
001910         10  FILLER              PIC X(24)
001920             VALUE 'PERIODS DELETED       : '.
001930         10  WS-TOT-DELETED      PIC ZZZ,ZZ9.
001940     05  WS-TOTAL-LINE-4.
001950         10  FILLER              PIC X(24)
001960             VALUE 'DATES ADDED           : '.
001970         10  WS-TOT-DATES-ADDED  PIC ZZZ,ZZ9.
001980     05  WS-TOTAL-LINE-5.
001990         10  FILLER              PIC X(24)
002000             VALUE 'DATES REPLACED        : '.
002010         10  WS-TOT-DATES-REPL   PIC ZZZ,ZZ9.
002020     05  WS-TOTAL-LINE-6.
002030         10  FILLER              PIC X(24)
002040             VALUE 'DATES DELETED         : '.
002050         10  WS-TOT-DATES-DEL    PIC ZZZ,ZZ9.
002060     05  WS-TOTAL-LINE-7.
002070         10  FILLER              PIC X(24)
002080             VALUE 'CARDS IN ERROR        : '.
002090         10  WS-TOT-ERRORS       PIC ZZZ,ZZ9.
002100     05  WS-ERROR-LINE.
002110         10  FILLER              PIC X(33)
002120             VALUE 'FISCAL CALENDAR I/O ERROR - DATE '.
002130         10  WS-ERR-DATE         PIC X(06).
002140         10  FILLER              PIC X(09) VALUE '  STATUS '.
002150         10  WS-ERR-STATUS       PIC X(02).
002160 PROCEDURE DIVISION.
002170 0000-MAINLINE.
002180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002190     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
002200         UNTIL WS-CARD-EOF OR WS-IO-ERROR.
002210     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002220     STOP RUN.
002230*----------------------------------------------------------------
002240* 1000-INITIALIZE - OPEN THE FILES, TAKE THE RUN'S LOAD STAMP,
002250*               WRITE THE REPORT HEADINGS, AND PRIME THE FIRST
002260*               CARD READ.  A BRAND NEW (EMPTY) CALENDAR COMES
002270*               BACK STATUS 05 ON THE OPEN, WHICH IS ACCEPTED SO
002280*               THE FIRST-EVER SUBMISSION CAN BUILD THE FILE.
002290*----------------------------------------------------------------
002300 1000-INITIALIZE.
002310     OPEN INPUT PERIOD-CARD-FILE.
002320     OPEN OUTPUT EDIT-REPORT.
002330     ACCEPT WS-CURRENT-DATE FROM DATE.
002340     ACCEPT WS-STAMP-DATE FROM DATE.
002350     ACCEPT WS-STAMP-TIME FROM TIME.
002360     PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT.
002370     OPEN I-O FISCAL-CALENDAR.
002380     IF WS-CALENDAR-STATUS NOT = '00' AND NOT = '05'
002390         MOVE SPACES TO WS-ERR-DATE
002400         PERFORM 8000-IO-ERROR THRU 8000-EXIT
002410         GO TO 1000-EXIT
002420     END-IF.
002430     PERFORM 1100-READ-CARD THRU 1100-EXIT.
002440     GO TO 1000-EXIT.
002450 1000-EXIT.
002460     EXIT.
002470*----------------------------------------------------------------
002480* 1100-READ-CARD - READ THE NEXT PERIOD CARD
002490*----------------------------------------------------------------
002500 1100-READ-CARD.
002510     READ PERIOD-CARD-FILE
002520         AT END
002530             SET WS-CARD-EOF TO TRUE
002540     END-READ.
002550     GO TO 1100-EXIT.
002560 1100-EXIT.
002570     EXIT.
002580*----------------------------------------------------------------
002590* 1200-WRITE-HEADINGS - WRITE THE RUN-DATE AND COLUMN HEADINGS
002600*----------------------------------------------------------------
002610 1200-WRITE-HEADINGS.
002620     MOVE WS-CURRENT-MM TO WS-HDG-MM.
002630     MOVE WS-CURRENT-DD TO WS-HDG-DD.
002640     MOVE WS-CURRENT-YY TO WS-HDG-YY.
002650     WRITE REPORT-RECORD FROM WS-HEADING-LINE-1.
002660     WRITE REPORT-RECORD FROM WS-HEADING-LINE-2.
002670     MOVE SPACES TO REPORT-RECORD.
002680     WRITE REPORT-RECORD.
002690     WRITE REPORT-RECORD FROM WS-HEADING-LINE-3.
002700     GO TO 1200-EXIT.
002710 1200-EXIT.
002720     EXIT.
002730*----------------------------------------------------------------
002740* 2000-PROCESS-CARD - EDIT ONE PERIOD CARD, APPLY IT TO THE
002750*               CALENDAR, AND REPORT ITS DISPOSITION.  THE PERIOD
002760*               IS YYPP WITH PP 01-12, BOTH DATES MUST BE REAL
002770*               YYMMDD DATES, AND THE END MAY NOT FALL BEFORE THE
002780*               START.  THE WHOLE PERIOD IS CHECKED BEFORE ANY
002790*               DATE IS WRITTEN, SO A CARD IS APPLIED IN FULL OR
002800*               NOT AT ALL.
002810*----------------------------------------------------------------
002820 2000-PROCESS-CARD.
002830     ADD 1 TO WS-CARDS-READ.
002840     MOVE SPACES              TO WS-DETAIL-LINE.
002850     MOVE FCD-ACTION          TO WS-DTL-ACTION.
002860     MOVE FCD-FISCAL-PERIOD   TO WS-DTL-PERIOD.
002870     MOVE FCD-START-DATE      TO WS-DTL-START.
002880     MOVE FCD-END-DATE        TO WS-DTL-END.
002890     IF FCD-ACTION = SPACE
002900         MOVE 'L'             TO FCD-ACTION
002910     END-IF.
002920     IF FCD-ACTION NOT = 'L' AND NOT = 'D'
002930         MOVE 'INVALID ACTION - MUST BE BLANK, L, OR D'
002940                                    TO WS-DTL-DISPOSITION
002950         GO TO 2000-ERROR
002960     END-IF.
002970     IF FCD-FISCAL-PERIOD IS NOT NUMERIC
002980         MOVE 'FISCAL PERIOD IS NOT NUMERIC'
002990                                    TO WS-DTL-DISPOSITION
003000         GO TO 2000-ERROR
003010     END-IF.
003020     IF FCD-FISCAL-PP < 01 OR FCD-FISCAL-PP > 12
003030         MOVE 'FISCAL PERIOD MUST BE YYPP WITH PP 01-12'
003040                                    TO WS-DTL-DISPOSITION
003050         GO TO 2000-ERROR
003060     END-IF.
003070     MOVE FCD-START-DATE TO WS-EDIT-DATE.
003080     PERFORM 2100-EDIT-DATE THRU 2100-EXIT.
003090     IF WS-DATE-INVALID
003100         MOVE 'PERIOD START IS NOT A VALID YYMMDD DATE'
003110                                    TO WS-DTL-DISPOSITION
003120         GO TO 2000-ERROR
003130     END-IF.
003140     MOVE FCD-END-DATE TO WS-EDIT-DATE.
003150     PERFORM 2100-EDIT-DATE THRU 2100-EXIT.
003160     IF WS-DATE-INVALID
003170         MOVE 'PERIOD END IS NOT A VALID YYMMDD DATE'
003180                                    TO WS-DTL-DISPOSITION
003190         GO TO 2000-ERROR
003200     END-IF.
003210     IF FCD-END-DATE < FCD-START-DATE
003220         MOVE 'PERIOD END FALLS BEFORE THE PERIOD START'
003230                                    TO WS-DTL-DISPOSITION
003240         GO TO 2000-ERROR
003250     END-IF.
003260     PERFORM 2200-CHECK-PERIOD THRU 2200-EXIT.
003270     IF WS-IO-ERROR
003280         GO TO 2000-EXIT
003290     END-IF.
003300     IF WS-PERIOD-DAYS > WS-MAX-PERIOD-DAYS
003310         MOVE 'PERIOD RUNS LONGER THAN SIX WEEKS'
003320                                    TO WS-DTL-DISPOSITION
003330         GO TO 2000-ERROR
003340     END-IF.
003350     IF FCD-ACTION = 'L' AND WS-PERIOD-OVERLAPS
003360         MOVE 'OVERLAPS A PERIOD LOADED EARLIER IN THIS RUN'
003370                                    TO WS-DTL-DISPOSITION
003380         GO TO 2000-ERROR
003390     END-IF.
003400     IF FCD-ACTION = 'D' AND WS-PERIOD-ON-FILE = ZERO
003410         MOVE 'PERIOD NOT ON THE CALENDAR - NOTHING DELETED'
003420                                    TO WS-DTL-DISPOSITION
003430         GO TO 2000-ERROR
003440     END-IF.
003450     PERFORM 3000-APPLY-PERIOD THRU 3000-EXIT.
003460     IF WS-IO-ERROR
003470         GO TO 2000-EXIT
003480     END-IF.
003490     IF FCD-ACTION = 'L'
003500         ADD 1 TO WS-PERIODS-LOADED
003510         MOVE WS-PERIOD-DAYS     TO WS-DTL-DAYS
003520         MOVE WS-PERIOD-ADDED    TO WS-DTL-ADDED
003530         MOVE WS-PERIOD-REPLACED TO WS-DTL-REPLACED
003540         MOVE 'LOADED'           TO WS-DTL-DISPOSITION
003550     ELSE
003560         ADD 1 TO WS-PERIODS-DELETED
003570         MOVE WS-PERIOD-ON-FILE  TO WS-DTL-DAYS
003580         MOVE 'DELETED'          TO WS-DTL-DISPOSITION
003590     END-IF.
003600     PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
003610     GO TO 2000-NEXT.
003620 2000-ERROR.
003630     ADD 1 TO WS-CARDS-IN-ERROR.
003640     PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
003650 2000-NEXT.
003660     PERFORM 1100-READ-CARD THRU 1100-EXIT.
003670     GO TO 2000-EXIT.
003680 2000-EXIT.
003690     EXIT.
003700*----------------------------------------------------------------
003710* 2100-EDIT-DATE - PROVE WS-EDIT-DATE IS A REAL YYMMDD DATE
003720*----------------------------------------------------------------
003730 2100-EDIT-DATE.
003740     SET WS-DATE-INVALID TO TRUE.
003750     IF WS-EDIT-DATE IS NOT NUMERIC
003760         GO TO 2100-EXIT
003770     END-IF.
003780     IF WS-EDIT-MM < 01 OR WS-EDIT-MM > 12
003790         GO TO 2100-EXIT
003800     END-IF.
003810     MOVE WS-EDIT-YY TO WS-DAYS-YY.
003820     MOVE WS-EDIT-MM TO WS-DAYS-MM.
003830     PERFORM 2150-SET-MONTH-DAYS THRU 2150-EXIT.
003840     IF WS-EDIT-DD < 01 OR WS-EDIT-DD > WS-DAYS-IN-MONTH
003850         GO TO 2100-EXIT
003860     END-IF.
003870     SET WS-DATE-VALID TO TRUE.
003880     GO TO 2100-EXIT.
003890 2100-EXIT.
003900     EXIT.
003910*----------------------------------------------------------------
003920* 2150-SET-MONTH-DAYS - THE NUMBER OF DAYS IN MONTH WS-DAYS-MM OF
003930*               YEAR WS-DAYS-YY
003940*----------------------------------------------------------------
003950 2150-SET-MONTH-DAYS.
003960     MOVE WS-MONTH-DAYS (WS-DAYS-MM) TO WS-DAYS-IN-MONTH.
003970     IF WS-DAYS-MM = 02
003980         DIVIDE WS-DAYS-YY BY 4 GIVING WS-LEAP-QUOTIENT
003990             REMAINDER WS-LEAP-REMAINDER
004000         IF WS-LEAP-REMAINDER = ZERO
004010             MOVE 29 TO WS-DAYS-IN-MONTH
004020         END-IF
004030     END-IF.
004040     GO TO 2150-EXIT.
004050 2150-EXIT.
004060     EXIT.
004070*----------------------------------------------------------------
004080* 2200-CHECK-PERIOD - WALK THE CARD'S DATES BEFORE ANYTHING IS
004090*               WRITTEN: COUNT THE DAYS, NOTE ANY DATE AN EARLIER
004100*               CARD OF THIS SUBMISSION ALREADY LOADED, AND COUNT
004110*               THE DATES ON FILE UNDER THE CARD'S PERIOD.  THE
004120*               WALK GIVES UP ONCE THE PERIOD IS TOO LONG.
004130*----------------------------------------------------------------
004140 2200-CHECK-PERIOD.
004150     MOVE ZERO TO WS-PERIOD-DAYS.
004160     MOVE ZERO TO WS-PERIOD-ON-FILE.
004170     SET WS-PERIOD-CLEAR TO TRUE.
004180     SET WS-WALK-GOING TO TRUE.
004190     MOVE FCD-START-DATE TO WS-WALK-DATE.
004200     PERFORM 2210-CHECK-DATE THRU 2210-EXIT
004210         UNTIL WS-WALK-DONE OR WS-IO-ERROR.
004220     GO TO 2200-EXIT.
004230 2200-EXIT.
004240     EXIT.
004250*----------------------------------------------------------------
004260* 2210-CHECK-DATE - CHECK ONE DATE OF THE PERIOD, THEN STEP TO
004270*               THE NEXT
004280*----------------------------------------------------------------
004290 2210-CHECK-DATE.
004300     ADD 1 TO WS-PERIOD-DAYS.
004310     PERFORM 2500-READ-CALENDAR THRU 2500-EXIT.
004320     IF WS-IO-ERROR
004330         GO TO 2210-EXIT
004340     END-IF.
004350     IF WS-CALENDAR-FOUND
004360         IF FSC-LOAD-STAMP = WS-LOAD-STAMP
004370             SET WS-PERIOD-OVERLAPS TO TRUE
004380         END-IF
004390         IF FSC-FISCAL-PERIOD = FCD-FISCAL-PERIOD
004400             ADD 1 TO WS-PERIOD-ON-FILE
004410         END-IF
004420     END-IF.
004430     IF WS-WALK-DATE = FCD-END-DATE
004440         OR WS-PERIOD-DAYS > WS-MAX-PERIOD-DAYS
004450         SET WS-WALK-DONE TO TRUE
004460     ELSE
004470         PERFORM 2700-NEXT-DATE THRU 2700-EXIT
004480     END-IF.
004490     GO TO 2210-EXIT.
004500 2210-EXIT.
004510     EXIT.
004520*----------------------------------------------------------------
004530* 2500-READ-CALENDAR - READ THE CALENDAR FOR WS-WALK-DATE.  STATUS
004540*               23 (NOT FOUND) IS A NORMAL ANSWER; ANYTHING ELSE
004550*               NON-ZERO STOPS THE RUN.
004560*----------------------------------------------------------------
004570 2500-READ-CALENDAR.
004580     SET WS-CALENDAR-NOT-FOUND TO TRUE.
004590     MOVE WS-WALK-DATE TO FSC-DATE.
004600     READ FISCAL-CALENDAR.
004610     EVALUATE WS-CALENDAR-STATUS
004620         WHEN '00'
004630             SET WS-CALENDAR-FOUND TO TRUE
004640         WHEN '23'
004650             CONTINUE
004660         WHEN OTHER
004670             PERFORM 8000-IO-ERROR THRU 8000-EXIT
004680     END-EVALUATE.
004690     GO TO 2500-EXIT.
004700 2500-EXIT.
004710     EXIT.
004720*----------------------------------------------------------------
004730* 2700-NEXT-DATE - STEP WS-WALK-DATE ON ONE DAY, ACROSS A MONTH
004740*               OR YEAR END AS NEEDED
004750*----------------------------------------------------------------
004760 2700-NEXT-DATE.
004770     MOVE WS-WALK-YY TO WS-DAYS-YY.
004780     MOVE WS-WALK-MM TO WS-DAYS-MM.
004790     PERFORM 2150-SET-MONTH-DAYS THRU 2150-EXIT.
004800     IF WS-WALK-DD < WS-DAYS-IN-MONTH
004810         ADD 1 TO WS-WALK-DD
004820         GO TO 2700-EXIT
004830     END-IF.
004840     MOVE 01 TO WS-WALK-DD.
004850     IF WS-WALK-MM < 12
004860         ADD 1 TO WS-WALK-MM
004870         GO TO 2700-EXIT
004880     END-IF.
004890     MOVE 01 TO WS-WALK-MM.
004900     IF WS-WALK-YY = 99
004910         MOVE ZERO TO WS-WALK-YY
004920     ELSE
004930         ADD 1 TO WS-WALK-YY
004940     END-IF.
004950     GO TO 2700-EXIT.
004960 2700-EXIT.
004970     EXIT.
004980*----------------------------------------------------------------
004990* 2800-WRITE-DETAIL - WRITE ONE CARD'S REPORT DETAIL LINE
005000*----------------------------------------------------------------
005010 2800-WRITE-DETAIL.
005020     WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
005030     GO TO 2800-EXIT.
005040 2800-EXIT.
005050     EXIT.
005060*----------------------------------------------------------------
005070* 3000-APPLY-PERIOD - WALK THE CARD'S DATES AGAIN, LOADING OR
005080*               DELETING EACH ONE
005090*----------------------------------------------------------------
005100 3000-APPLY-PERIOD.
005110     MOVE ZERO TO WS-PERIOD-ADDED.
005120     MOVE ZERO TO WS-PERIOD-REPLACED.
005130     SET WS-WALK-GOING TO TRUE.
005140     MOVE FCD-START-DATE TO WS-WALK-DATE.
005150     PERFORM 3100-APPLY-DATE THRU 3100-EXIT
005160         UNTIL WS-WALK-DONE OR WS-IO-ERROR.
005170     GO TO 3000-EXIT.
005180 3000-EXIT.
005190     EXIT.
005200*----------------------------------------------------------------
005210* 3100-APPLY-DATE - LOAD ONE DATE - ADDING IT, OR REPLACING THE
005220*               RECORD ALREADY ON FILE, WHICH MAY BELONG TO
005230*               ANOTHER PERIOD WHEN FINANCE MOVES A PERIOD
005240*               BOUNDARY - OR, ON A D CARD, DELETE IT IF IT IS ON
005250*               FILE UNDER THE CARD'S PERIOD
005260*----------------------------------------------------------------
005270 3100-APPLY-DATE.
005280     PERFORM 2500-READ-CALENDAR THRU 2500-EXIT.
005290     IF WS-IO-ERROR
005300         GO TO 3100-EXIT
005310     END-IF.
005320     IF FCD-ACTION = 'D'
005330         IF WS-CALENDAR-FOUND
005340             AND FSC-FISCAL-PERIOD = FCD-FISCAL-PERIOD
005350             DELETE FISCAL-CALENDAR RECORD
005360             IF WS-CALENDAR-STATUS NOT = '00'
005370                 PERFORM 8000-IO-ERROR THRU 8000-EXIT
005380                 GO TO 3100-EXIT
005390             END-IF
005400             ADD 1 TO WS-DATES-DELETED
005410         END-IF
005420         GO TO 3100-NEXT
005430     END-IF.
005440     MOVE SPACES            TO FISCAL-CALENDAR-RECORD.
005450     MOVE WS-WALK-DATE      TO FSC-DATE.
005460     MOVE FCD-FISCAL-PERIOD TO FSC-FISCAL-PERIOD.
005470     MOVE FCD-START-DATE    TO FSC-PERIOD-START.
005480     MOVE FCD-END-DATE      TO FSC-PERIOD-END.
005490     MOVE WS-LOAD-STAMP     TO FSC-LOAD-STAMP.
005500     IF WS-CALENDAR-FOUND
005510         REWRITE FISCAL-CALENDAR-RECORD
005520     ELSE
005530         WRITE FISCAL-CALENDAR-RECORD
005540     END-IF.
005550     IF WS-CALENDAR-STATUS NOT = '00'
005560         PERFORM 8000-IO-ERROR THRU 8000-EXIT
005570         GO TO 3100-EXIT
005580     END-IF.
005590     IF WS-CALENDAR-FOUND
005600         ADD 1 TO WS-PERIOD-REPLACED
005610         ADD 1 TO WS-DATES-REPLACED
005620     ELSE
005630         ADD 1 TO WS-PERIOD-ADDED
005640         ADD 1 TO WS-DATES-ADDED
005650     END-IF.
005660 3100-NEXT.
005670     IF WS-WALK-DATE = FCD-END-DATE
005680         SET WS-WALK-DONE TO TRUE
005690     ELSE
005700         PERFORM 2700-NEXT-DATE THRU 2700-EXIT
005710     END-IF.
005720     GO TO 3100-EXIT.
005730 3100-EXIT.
005740     EXIT.
005750*----------------------------------------------------------------
005760* 8000-IO-ERROR - REPORT A CALENDAR I/O FAILURE AND FLAG THE RUN
005770*               SO IT STOPS AND ENDS RC 16
005780*----------------------------------------------------------------
005790 8000-IO-ERROR.
005800     MOVE WS-WALK-DATE       TO WS-ERR-DATE.
005810     MOVE WS-CALENDAR-STATUS TO WS-ERR-STATUS.
005820     WRITE REPORT-RECORD FROM WS-ERROR-LINE.
005830     SET WS-IO-ERROR TO TRUE.
005840     GO TO 8000-EXIT.
005850 8000-EXIT.
005860     EXIT.
005870*----------------------------------------------------------------
005880* 9000-TERMINATE - WRITE THE SUMMARY TOTALS, CLOSE THE FILES,
005890*               AND SET THE RETURN CODE.  RC 4 FLAGS THAT SOME
005900*               CARDS WERE NOT APPLIED - SEE FSCRPT FOR EACH
005910*               CARD'S DISPOSITION.  RC 16 FLAGS A CALENDAR I/O
005920*               FAILURE - THE CARDS LISTED BEFORE THE ERROR LINE
005930*               WERE APPLIED, THE CARD IN HAND MAY BE PART LOADED,
005940*               AND THE REST WERE NOT; RERUN THE WHOLE SUBMISSION
005950*               ONCE THE FILE IS FIXED.
005960*----------------------------------------------------------------
005970 9000-TERMINATE.
005980     MOVE SPACES TO REPORT-RECORD.
005990     WRITE REPORT-RECORD.
006000     MOVE WS-CARDS-READ       TO WS-TOT-CARDS.
006010     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-1.
006020     MOVE WS-PERIODS-LOADED   TO WS-TOT-LOADED.
006030     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-2.
006040     MOVE WS-PERIODS-DELETED  TO WS-TOT-DELETED.
006050     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-3.
006060     MOVE WS-DATES-ADDED      TO WS-TOT-DATES-ADDED.
006070     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-4.
006080     MOVE WS-DATES-REPLACED   TO WS-TOT-DATES-REPL.
006090     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-5.
006100     MOVE WS-DATES-DELETED    TO WS-TOT-DATES-DEL.
006110     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-6.
006120     MOVE WS-CARDS-IN-ERROR   TO WS-TOT-ERRORS.
006130     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-7.
006140     CLOSE PERIOD-CARD-FILE.
006150     CLOSE FISCAL-CALENDAR.
006160     CLOSE EDIT-REPORT.
006170     IF WS-CARDS-IN-ERROR > ZERO
006180         MOVE 4 TO RETURN-CODE
006190     END-IF.
006200     IF WS-IO-ERROR
006210         MOVE 16 TO RETURN-CODE
006220     END-IF.
006230     GO TO 9000-EXIT.
006240 9000-EXIT.
006250     EXIT.
