000500*               RUN RC 8 SO A STRAGGLER AIMED AT A REPORTED
000510*               MONTH PAGES SUPPORT INSTEAD OF MOVING THE
000520*               BOOKS.
000521* 10/15/26 RJT  SUPPLEMENTARY LATE-FEED CYCLES.  THE GL EXTRACT
000522*               NOW CARRIES THE CYCLE THAT WROTE IT (LRECL 24)
000523*               AND THE RUN-DATE GUARD ALSO BYPASSES A RECORD
000524*               FROM ANY CYCLE BUT THE ONE THE BUSINESS-DATE
000525*               FILE NAMES, SO A SUPPLEMENTARY CYCLE POSTS ONLY
000526*               ITS OWN REGION AND CAN NEVER DOUBLE-POST THE
000527*               MAIN CYCLE.  THE CYCLE IS SHOWN ON THE HEADING,
000528*               CARRIED ON THE STEP CONTROL RECORD, AND KEYS THE
000529*               REGISTER STAMP.
000530* 10/15/26 RJT  FISCAL CALENDAR.  THE BOOKS NOW CLOSE ON FINANCE'S
000531*               4-4-5 FISCAL PERIODS (SEE FSCLOAD), NOT CALENDAR
000532*               MONTHS.  THE RUN DATE IS LOOKED UP ON THE FISCAL
000533*               CALENDAR AND ITS FISCAL PERIOD IS STAMPED ON EVERY
000534*               ACCOUNT POSTED; THE MTD TOTAL NOW ROLLS WHEN THE
000535*               FISCAL PERIOD CHANGES AND THE YTD TOTAL WHEN THE
000536*               FISCAL YEAR DOES.  THE CLOSED-PERIOD CHECK NOW
000537*               COMPARES THE FISCAL PERIOD.  A RUN DATE NOT ON THE
000538*               CALENDAR POSTS NOTHING AND ENDS RC 16.
000539*----------------------------------------------------------------
000540 ENVIRONMENT DIVISION.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000740     SELECT OPTIONAL RUN-REGISTER ASSIGN TO RUNREG
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS RANDOM
000770         RECORD KEY IS REG-KEY
000780         FILE STATUS IS WS-REGISTER-STATUS.
000781     SELECT OPTIONAL FISCAL-CALENDAR ASSIGN TO FSCCAL
000782         ORGANIZATION IS INDEXED
000783         ACCESS MODE IS RANDOM
000784         RECORD KEY IS FSC-DATE
000785         FILE STATUS IS WS-CALENDAR-STATUS.
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  GL-EXTRACT-FILE
000880         10  GL-RUN-MM           PIC 9(02).
000890         10  GL-RUN-DD           PIC 9(02).
000900     05  GL-AMOUNT               PIC S9(05)V99.
000905     05  GL-CYCLE                PIC 9(01).
000910 FD  ACCOUNT-MASTER
000920     RECORD CONTAINS 50 CHARACTERS.
000930 01  ACCOUNT-MASTER-RECORD.
001000     05  AM-DAILY-TOTAL          PIC S9(09)V99 COMP-3.
001010     05  AM-MTD-TOTAL            PIC S9(09)V99 COMP-3.
001020     05  AM-YTD-TOTAL            PIC S9(09)V99 COMP-3.
001023     05  AM-FISCAL-PERIOD        PIC 9(04).
001026     05  AM-FISCAL-PERIOD-R REDEFINES AM-FISCAL-PERIOD.
001029         10  AM-FISCAL-YY        PIC 9(02).
001032         10  AM-FISCAL-PP        PIC 9(02).
001035     05  FILLER                  PIC X(12).
001040 FD  POSTING-REPORT
001050     RECORDING MODE IS F.
001060 01  REPORT-RECORD               PIC X(132).
001120     05  BAL-RECORDS-IN          PIC 9(07).
001130     05  BAL-RECORDS-OUT         PIC 9(07).
001140     05  BAL-AMOUNT-TOTAL        PIC S9(09)V99.
001145     05  BAL-CYCLE               PIC 9(01).
001150 FD  BUSINESS-DATE-FILE
001160     RECORDING MODE IS F.
001170 01  BUSINESS-DATE-RECORD.
001180     05  BUS-DATE                PIC 9(06).
001186     05  BUS-CYCLE               PIC 9(01).
001192     05  FILLER                  PIC X(73).
001200 FD  CLOSE-CONTROL-FILE
001210     RECORDING MODE IS F.
001220 01  CLOSE-CONTROL-RECORD.
001280 FD  RUN-REGISTER
001290     RECORD CONTAINS 50 CHARACTERS.
001300 01  REGISTER-RECORD.
001305     05  REG-KEY.
001310         10  REG-BUSINESS-DATE   PIC 9(06).
001315         10  REG-CYCLE           PIC 9(01).
001320     05  REG-STATUS              PIC X(01).
001330     05  REG-EDIT-DONE           PIC X(01).
001340     05  REG-MERGE-DONE          PIC X(01).
001360     05  REG-POST-DONE           PIC X(01).
001370     05  REG-OPENED-TIME         PIC 9(08).
001380     05  REG-CLOSED-TIME         PIC 9(08).
001381     05  FILLER                  PIC X(22).
001382*    ONE RECORD PER CALENDAR DATE, LOADED BY FSCLOAD.
001383 FD  FISCAL-CALENDAR
001384     RECORD CONTAINS 40 CHARACTERS.
001385 01  FISCAL-CALENDAR-RECORD.
001386     05  FSC-DATE                PIC 9(06).
001387     05  FSC-FISCAL-PERIOD       PIC 9(04).
001388     05  FSC-FISCAL-PERIOD-R REDEFINES FSC-FISCAL-PERIOD.
001389         10  FSC-FISCAL-YY       PIC 9(02).
001390         10  FSC-FISCAL-PP       PIC 9(02).
001391     05  FSC-PERIOD-START        PIC 9(06).
001392     05  FSC-PERIOD-END          PIC 9(06).
001393     05  FSC-LOAD-STAMP.
001394         10  FSC-LOAD-DATE       PIC 9(06).
001395         10  FSC-LOAD-TIME       PIC 9(08).
001396     05  FILLER                  PIC X(04).
001400 WORKING-STORAGE SECTION.
001410 01  WS-SWITCHES.
001420     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001500 01  WS-BUSDATE-STATUS           PIC X(02) VALUE '00'.
001510 01  WS-REGISTER-STATUS          PIC X(02) VALUE '00'.
001520 01  WS-CLOSE-STATUS             PIC X(02) VALUE '00'.
001526 01  WS-CALENDAR-STATUS          PIC X(02) VALUE '00'.
001532 01  WS-CYCLE                    PIC 9(01) VALUE 1.
001538*    THE FISCAL PERIODS (YYPP) THE BOOKS HAVE FORMALLY CLOSED (SEE
001544*    MTHCLOSE).  AN EXTRACT RECORD DATED IN ONE MUST NOT POST.
001550*    SIXTY ENTRIES HOLDS FIVE YEARS OF PERIOD ENDS.
001560 01  WS-CLOSED-MONTH-TABLE.
001570     05  WS-CLM-MAX              PIC 9(03) COMP-3 VALUE 60.
001580     05  WS-CLM-COUNT            PIC 9(03) COMP-3 VALUE ZERO.
001640     05  WS-PERIOD-CLOSED-SWITCH PIC X(01) VALUE 'N'.
001650         88  WS-PERIOD-CLOSED              VALUE 'Y'.
001660         88  WS-PERIOD-OPEN                VALUE 'N'.
001670     05  WS-GL-PERIOD            PIC 9(04).
001700 01  WS-DATE-FIELDS.
001710     05  WS-CURRENT-DATE.
001720         10  WS-CURRENT-YY       PIC 9(02).
001730         10  WS-CURRENT-MM       PIC 9(02).
001740         10  WS-CURRENT-DD       PIC 9(02).
001741*    THE RUN DATE'S FISCAL PERIOD, FROM THE FISCAL CALENDAR.
001742     05  WS-RUN-FISCAL-PERIOD    PIC 9(04) VALUE ZERO.
001743     05  WS-RUN-FISCAL-PERIOD-R REDEFINES WS-RUN-FISCAL-PERIOD.
001744         10  WS-RUN-FISCAL-YY    PIC 9(02).
001745         10  WS-RUN-FISCAL-PP    PIC 9(02).
001750 01  WS-ACCUMULATORS.
001760     05  WS-RECORDS-READ         PIC 9(07)     COMP-3 VALUE ZERO.
001770     05  WS-RECORDS-POSTED       PIC 9(07)     COMP-3 VALUE ZERO.
001780     05  WS-RECORDS-BYPASSED     PIC 9(07)     COMP-3 VALUE ZERO.
001790     05  WS-ACCOUNTS-ADDED       PIC 9(07)     COMP-3 VALUE ZERO.
001800     05  WS-ACCOUNTS-UPDATED     PIC 9(07)     COMP-3 VALUE ZERO.
001810     05  WS-PERIOD-ROLLOVERS     PIC 9(07)     COMP-3 VALUE ZERO.
001820     05  WS-YEAR-ROLLOVERS       PIC 9(07)     COMP-3 VALUE ZERO.
001830     05  WS-CLOSED-REJECTS       PIC 9(07)     COMP-3 VALUE ZERO.
001840     05  WS-AMOUNT-POSTED        PIC S9(09)V99 COMP-3 VALUE ZERO.
001940         10  WS-HDG-DD           PIC 99.
001950         10  FILLER              PIC X(01) VALUE '/'.
001960         10  WS-HDG-YY           PIC 99.
001961         10  FILLER              PIC X(09) VALUE '  CYCLE: '.
001962         10  WS-HDG-CYCLE        PIC 9(01).
001963         10  FILLER              PIC X(17)
001964             VALUE '  FISCAL PERIOD: '.
001965         10  WS-HDG-FISCAL-YY    PIC 99.
001966         10  FILLER              PIC X(01) VALUE '/'.
001967         10  WS-HDG-FISCAL-PP    PIC 99.
001970     05  WS-TOTAL-LINE-1.
001980         10  FILLER              PIC X(24)
001990             VALUE 'EXTRACT RECORDS READ  : '.
002040         10  WS-TOT-POSTED       PIC ZZZ,ZZ9.
002050     05  WS-TOTAL-LINE-3.
002060         10  FILLER              PIC X(24)
002070             VALUE 'DATE/CYCLE BYPASSED   : '.
002080         10  WS-TOT-BYPASSED     PIC ZZZ,ZZ9.
002090     05  WS-TOTAL-LINE-4.
002100         10  FILLER              PIC X(24)
002160         10  WS-TOT-UPDATED      PIC ZZZ,ZZ9.
002170     05  WS-TOTAL-LINE-6.
002180         10  FILLER              PIC X(24)
002190             VALUE 'PERIOD-END ROLLOVERS  : '.
002200         10  WS-TOT-PERIOD-ROLL  PIC ZZZ,ZZ9.
002210     05  WS-TOTAL-LINE-7.
002220         10  FILLER              PIC X(24)
002230             VALUE 'FISCAL YEAR ROLLOVERS : '.
002240         10  WS-TOT-YEAR-ROLL    PIC ZZZ,ZZ9.
002250     05  WS-TOTAL-LINE-8.
002260         10  FILLER              PIC X(24)
002360         10  WS-CLS-KEY          PIC X(10).
002370         10  FILLER              PIC X(08) VALUE '  DATE: '.
002380         10  WS-CLS-DATE         PIC 9(06).
002381     05  WS-CALENDAR-LINE.
002382         10  FILLER              PIC X(10) VALUE 'RUN DATE '.
002383         10  WS-CAL-DATE         PIC 9(06).
002384         10  FILLER              PIC X(50)
002385             VALUE ' NOT ON THE FISCAL CALENDAR - NOTHING POSTED'.
002386         10  FILLER              PIC X(09) VALUE '  STATUS '.
002387         10  WS-CAL-STATUS       PIC X(02).
002390     05  WS-ERROR-LINE.
002400         10  FILLER              PIC X(30)
002410             VALUE 'ACCOUNT MASTER I/O ERROR - KEY'.
002560*               MASTER IS OPENED I-O; A BRAND NEW (EMPTY) MASTER
002570*               COMES BACK STATUS 05 ON THE OPEN, WHICH IS
002580*               ACCEPTED - EVERY ACCOUNT WILL TAKE THE ADD PATH.
002583*               A RUN DATE NOT ON THE FISCAL CALENDAR STOPS THE
002586*               RUN BEFORE THE FIRST EXTRACT READ (SEE 1150).
002590*----------------------------------------------------------------
002600 1000-INITIALIZE.
002610     OPEN INPUT GL-EXTRACT-FILE.
002660         PERFORM 8000-MASTER-ERROR THRU 8000-EXIT
002670     END-IF.
002680     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
002685     PERFORM 1150-GET-FISCAL-PERIOD THRU 1150-EXIT.
002690     PERFORM 1300-LOAD-CLOSED-MONTHS THRU 1300-EXIT.
002700     PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT.
002701     IF WS-RUN-FISCAL-PERIOD = ZERO
002702         MOVE WS-CURRENT-DATE    TO WS-CAL-DATE
002703         MOVE WS-CALENDAR-STATUS TO WS-CAL-STATUS
002704         WRITE REPORT-RECORD FROM WS-CALENDAR-LINE
002705         SET WS-IO-ERROR TO TRUE
002706         GO TO 1000-EXIT
002707     END-IF.
002710     PERFORM 1100-READ-EXTRACT THRU 1100-EXIT.
002720     GO TO 1000-EXIT.
002730 1000-EXIT.
002780*               IT TO THE BUSINESS-DATE FILE; EVERY STEP READS
002790*               THAT ONE DATE SO A JOB STRADDLING MIDNIGHT
002800*               CANNOT STAMP TWO DATES.  WITHOUT THE FILE THE
002806*               SYSTEM CLOCK IS USED AS BEFORE.  THE FILE ALSO
002812*               GIVES THE CYCLE BEING POSTED.
002820*----------------------------------------------------------------
002830 1050-GET-BUSINESS-DATE.
002840     ACCEPT WS-CURRENT-DATE FROM DATE.
002900             NOT AT END
002910                 IF BUS-DATE IS NUMERIC AND BUS-DATE > ZERO
002920                     MOVE BUS-DATE TO WS-CURRENT-DATE
002922                 END-IF
002924                 IF BUS-CYCLE IS NUMERIC AND BUS-CYCLE > ZERO
002926                     MOVE BUS-CYCLE TO WS-CYCLE
002930                 END-IF
002940         END-READ
002950         CLOSE BUSINESS-DATE-FILE
003090 1100-EXIT.
003100     EXIT.
003110*----------------------------------------------------------------
003111* 1150-GET-FISCAL-PERIOD - LOOK THE RUN DATE UP ON THE FISCAL
003112*               CALENDAR (SEE FSCLOAD).  EVERY RECORD THAT POSTS
003113*               CARRIES THE RUN DATE, SO THIS ONE PERIOD IS THE
003114*               PERIOD OF THE WHOLE NIGHT'S POSTING.  A DATE NOT
003115*               ON THE CALENDAR, OR NO CALENDAR, LEAVES THE
003116*               PERIOD ZERO.
003117*----------------------------------------------------------------
003118 1150-GET-FISCAL-PERIOD.
003119     MOVE ZERO TO WS-RUN-FISCAL-PERIOD.
003120     OPEN INPUT FISCAL-CALENDAR.
003121     IF WS-CALENDAR-STATUS NOT = '00'
003122         IF WS-CALENDAR-STATUS = '05'
003123             CLOSE FISCAL-CALENDAR
003124         END-IF
003125         GO TO 1150-EXIT
003126     END-IF.
003127     MOVE WS-CURRENT-DATE TO FSC-DATE.
003128     READ FISCAL-CALENDAR.
003129     IF WS-CALENDAR-STATUS = '00'
003130         MOVE FSC-FISCAL-PERIOD TO WS-RUN-FISCAL-PERIOD
003131     END-IF.
003132     CLOSE FISCAL-CALENDAR.
003133     GO TO 1150-EXIT.
003134 1150-EXIT.
003135     EXIT.
003136*----------------------------------------------------------------
003137* 1200-WRITE-HEADINGS - WRITE THE RUN-DATE HEADING
003138*----------------------------------------------------------------
003140 1200-WRITE-HEADINGS.
003150     MOVE WS-CURRENT-MM TO WS-HDG-MM.
003160     MOVE WS-CURRENT-DD TO WS-HDG-DD.
003170     MOVE WS-CURRENT-YY TO WS-HDG-YY.
003172     MOVE WS-CYCLE      TO WS-HDG-CYCLE.
003174     MOVE WS-RUN-FISCAL-YY TO WS-HDG-FISCAL-YY.
003176     MOVE WS-RUN-FISCAL-PP TO WS-HDG-FISCAL-PP.
003180     WRITE REPORT-RECORD FROM WS-HEADING-LINE-1.
003190     WRITE REPORT-RECORD FROM WS-HEADING-LINE-2.
003200     MOVE SPACES TO REPORT-RECORD.
003230 1200-EXIT.
003240     EXIT.
003250*----------------------------------------------------------------
003260* 1300-LOAD-CLOSED-MONTHS - LOAD THE FORMALLY CLOSED PERIODS
003270*               FROM THE CLOSE-CONTROL FILE (SEE MTHCLOSE).  A
003280*               MISSING FILE (NO PERIOD EVER CLOSED) LEAVES THE
003290*               TABLE EMPTY AND EVERY PERIOD OPEN.  THE FILE
003300*               IS APPENDED OLDEST-FIRST, SO WHEN IT OUTGROWS
003310*               THE TABLE THE OLDEST ENTRY IS PUSHED OUT TO
004040*               ANY OTHER DATE MEANS THE STEP WAS POINTED AT
004050*               THE WRONG GENERATION, AND THE RECORD IS
004060*               BYPASSED AND COUNTED RATHER THAN DOUBLE-POSTED.
004063*               THE SAME GOES FOR A RECORD WRITTEN BY ANOTHER
004066*               CYCLE OF THE SAME DATE.
004070*----------------------------------------------------------------
004080 2000-POST-RECORD.
004090     ADD 1 TO WS-RECORDS-READ.
004100     IF GL-RUN-DATE NOT = WS-CURRENT-DATE
004105         OR GL-CYCLE NOT = WS-CYCLE
004110         ADD 1 TO WS-RECORDS-BYPASSED
004120     ELSE
004130         PERFORM 2050-CHECK-CLOSED-MONTH THRU 2050-EXIT
004340     EXIT.
004350*----------------------------------------------------------------
004360* 2050-CHECK-CLOSED-MONTH - REJECT AN EXTRACT RECORD DATED IN
004367*               A FISCAL PERIOD THE BOOKS HAVE FORMALLY CLOSED.
004374*               THE REJECT IS LISTED AND COUNTED, AND THE RUN
004381*               ENDS RC 8 - THE RECORD MUST BE TAKEN UP WITH
004388*               FINANCE, NOT ROLLED INTO THE NEW PERIOD.  ONLY
004395*               RECORDS CARRYING THE RUN DATE GET THIS FAR, SO
004402*               THE RUN DATE'S PERIOD IS THE RECORD'S PERIOD.
004410*----------------------------------------------------------------
004420 2050-CHECK-CLOSED-MONTH.
004430     SET WS-PERIOD-OPEN TO TRUE.
004440     IF WS-CLM-COUNT = ZERO
004450         GO TO 2050-EXIT
004460     END-IF.
004470     MOVE WS-RUN-FISCAL-PERIOD TO WS-GL-PERIOD.
004490     MOVE 1 TO WS-CLM-SUB.
004500     PERFORM 2060-TEST-CLOSED-MONTH THRU 2060-EXIT
004510         UNTIL WS-PERIOD-CLOSED OR WS-CLM-SUB > WS-CLM-COUNT.
004590 2050-EXIT.
004600     EXIT.
004610*----------------------------------------------------------------
004620* 2060-TEST-CLOSED-MONTH - COMPARE ONE CLOSED-PERIOD ENTRY
004630*----------------------------------------------------------------
004640 2060-TEST-CLOSED-MONTH.
004650     IF WS-CLM-MONTH (WS-CLM-SUB) = WS-GL-PERIOD
004660         SET WS-PERIOD-CLOSED TO TRUE
004670     ELSE
004680         ADD 1 TO WS-CLM-SUB
005020     MOVE GL-AMOUNT       TO AM-DAILY-TOTAL.
005030     MOVE GL-AMOUNT       TO AM-MTD-TOTAL.
005040     MOVE GL-AMOUNT       TO AM-YTD-TOTAL.
005045     MOVE WS-RUN-FISCAL-PERIOD TO AM-FISCAL-PERIOD.
005050     WRITE ACCOUNT-MASTER-RECORD.
005060     IF WS-MASTER-STATUS NOT = '00'
005070         MOVE GL-ACCOUNT-CODE TO WS-ERR-KEY
005140     EXIT.
005150*----------------------------------------------------------------
005160* 2300-UPDATE-MASTER - ROLL THE PERIOD TOTALS FORWARD ACROSS A
005165*               DAY, FISCAL PERIOD, OR FISCAL YEAR BOUNDARY AND
005170*               ADD IN THE NEW AMOUNT.  A FISCAL YEAR CHANGE
005175*               CLEARS YTD, MTD, AND DAILY; A FISCAL PERIOD
005180*               CHANGE CLEARS MTD AND DAILY; A DAY CHANGE CLEARS
005185*               DAILY ONLY.  THE BOUNDARIES ARE FINANCE'S, SO THEY
005190*               ARE TAKEN FROM THE FISCAL PERIOD STAMPED ON THE
005195*               MASTER, NOT FROM THE CALENDAR MONTH OF THE LAST
005200*               POSTED DATE.
005210*----------------------------------------------------------------
005220 2300-UPDATE-MASTER.
005226     IF AM-FISCAL-PERIOD IS NOT NUMERIC
005232         OR AM-FISCAL-YY NOT = WS-RUN-FISCAL-YY
005240         ADD 1 TO WS-YEAR-ROLLOVERS
005250         MOVE ZERO TO AM-YTD-TOTAL
005260         MOVE ZERO TO AM-MTD-TOTAL
005270         MOVE ZERO TO AM-DAILY-TOTAL
005280     ELSE
005290         IF AM-FISCAL-PP NOT = WS-RUN-FISCAL-PP
005300             ADD 1 TO WS-PERIOD-ROLLOVERS
005310             MOVE ZERO TO AM-MTD-TOTAL
005320             MOVE ZERO TO AM-DAILY-TOTAL
005330         ELSE
005340             IF GL-RUN-DATE NOT = AM-LAST-POSTED-DATE
005350                 MOVE ZERO TO AM-DAILY-TOTAL
005360             END-IF
005370         END-IF
005400     ADD GL-AMOUNT TO AM-MTD-TOTAL.
005410     ADD GL-AMOUNT TO AM-YTD-TOTAL.
005420     MOVE GL-RUN-DATE TO AM-LAST-POSTED-DATE.
005425     MOVE WS-RUN-FISCAL-PERIOD TO AM-FISCAL-PERIOD.
005430     REWRITE ACCOUNT-MASTER-RECORD.
005440     IF WS-MASTER-STATUS NOT = '00'
005450         MOVE GL-ACCOUNT-CODE TO WS-ERR-KEY
005670*----------------------------------------------------------------
005680* 9000-TERMINATE - WRITE THE POSTING TOTALS, CLOSE THE FILES,
005690*               AND SET THE RETURN CODE.  RC 16 = MASTER I/O
005697*               FAILURE, OR A RUN DATE NOT ON THE FISCAL CALENDAR;
005704*               RC 8 = ONE OR MORE RECORDS WERE DATED IN A
005711*               CLOSED FISCAL PERIOD AND REFUSED; RC 4 = ONE OR
005720*               MORE EXTRACT RECORDS WERE DATE-BYPASSED, SO
005730*               OPERATIONS MUST CHECK THE GENERATION AND RUN
005740*               DATE BEFORE TRUSTING THE NIGHT'S POSTING.
005840     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-4.
005850     MOVE WS-ACCOUNTS-UPDATED TO WS-TOT-UPDATED.
005860     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-5.
005870     MOVE WS-PERIOD-ROLLOVERS TO WS-TOT-PERIOD-ROLL.
005880     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-6.
005890     MOVE WS-YEAR-ROLLOVERS   TO WS-TOT-YEAR-ROLL.
005900     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-7.
006270     MOVE WS-RECORDS-READ   TO BAL-RECORDS-IN.
006280     MOVE WS-RECORDS-POSTED TO BAL-RECORDS-OUT.
006290     MOVE WS-AMOUNT-POSTED  TO BAL-AMOUNT-TOTAL.
006295     MOVE WS-CYCLE          TO BAL-CYCLE.
006300     WRITE BAL-RECORD.
006310     CLOSE BALANCE-FILE.
006320     GO TO 9300-EXIT.
006340     EXIT.
006350*----------------------------------------------------------------
006360* 9400-STAMP-REGISTER - STAMP THE POSTING COMPLETION FLAG ON
006370*               THE RUN-REGISTER RECORD FOR THE DATE AND CYCLE.
006380*               A MISSING REGISTER OR AN UNREGISTERED DATE IS
006390*               LEFT ALONE - THE STAMP IS RESTART BOOKKEEPING,
006400*               NOT A GATE.
006450         GO TO 9400-EXIT
006460     END-IF.
006470     MOVE WS-CURRENT-DATE TO REG-BUSINESS-DATE.
006475     MOVE WS-CYCLE        TO REG-CYCLE.
006480     READ RUN-REGISTER.
006490     IF WS-REGISTER-STATUS = '00'
006500         MOVE 'Y' TO REG-POST-DONE
