000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DORMSWP.
000030 AUTHOR. D-L-DEV-SVCS.
000040 INSTALLATION. DAILY-LEDGER-BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26 RJT  INITIAL VERSION.  MONTHLY DORMANT-ACCOUNT SWEEP.
000110*               WALKS THE ACCOUNT REFERENCE MASTER AND, FOR EACH
000120*               OPEN ACCOUNT, TAKES ITS LAST ACTIVITY FROM THE
000130*               ACCOUNT MASTER'S LAST-POSTED DATE (OR THE OPEN
000140*               DATE, FOR AN ACCOUNT NEVER POSTED OR REOPENED
000150*               SINCE).  AN ACCOUNT IDLE PAST THE WARNING PERIOD
000160*               IS INACTIVE; ONE IDLE PAST THE CLOSURE PERIOD IS
000170*               DORMANT, AND A CLOSE CARD IS PROPOSED FOR IT IN
000180*               ACCTMNT'S CARD LAYOUT FOR OPERATIONS TO REVIEW
000190*               AND RELEASE.  A DORMANT ACCOUNT STILL CARRYING A
000200*               YTD BALANCE IS REPORTED BUT NEVER PROPOSED.
000201* 10/15/26 RJT  THE PROPOSED CARDS CARRY ACCTMNT'S NEW BATCH AND
000202*               SUBMITTER FIELDS - BATCH DS AND THE SWEEP DATE,
000203*               SUBMITTER DORMSWP - SO THE SWEEP'S CLOSURES ARE
000204*               RELEASED LIKE ANY OTHER CARDS, BY A SECOND
000205*               OPERATOR APPROVING THE BATCH.
000210*----------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT OPTIONAL ACCOUNT-REF-FILE ASSIGN TO ACREF
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS SEQUENTIAL
000280         RECORD KEY IS AREF-KEY
000290         FILE STATUS IS WS-AREF-STATUS.
000300     SELECT OPTIONAL ACCOUNT-MASTER ASSIGN TO ACCTMST
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS RANDOM
000330         RECORD KEY IS AM-KEY
000340         FILE STATUS IS WS-MASTER-STATUS.
000350     SELECT PARAMETER-FILE ASSIGN TO DRMPARM
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-PARM-STATUS.
000380     SELECT PROPOSED-CARD-FILE ASSIGN TO DRMCARD
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400     SELECT DORMANCY-REPORT ASSIGN TO DRMRPT
000410         ORGANIZATION IS LINE SEQUENTIAL.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  ACCOUNT-REF-FILE
000450     RECORD CONTAINS 80 CHARACTERS.
000460 01  ACCOUNT-REF-RECORD.
000470     05  AREF-KEY                PIC X(10).
000480     05  AREF-ACCT-STATUS        PIC X(01).
000490     05  AREF-OPEN-DATE          PIC 9(06).
000500     05  AREF-CLOSE-DATE         PIC 9(06).
000510     05  FILLER                  PIC X(57).
000520 FD  ACCOUNT-MASTER
000530     RECORD CONTAINS 50 CHARACTERS.
000540 01  ACCOUNT-MASTER-RECORD.
000550     05  AM-KEY                  PIC X(10).
000560     05  AM-LAST-POSTED-DATE     PIC 9(06).
000570     05  AM-DAILY-TOTAL          PIC S9(09)V99 COMP-3.
000580     05  AM-MTD-TOTAL            PIC S9(09)V99 COMP-3.
000590     05  AM-YTD-TOTAL            PIC S9(09)V99 COMP-3.
000600     05  FILLER                  PIC X(16).
000610*    THE WARNING AND CLOSURE PERIODS, IN WHOLE MONTHS IDLE.
000620 FD  PARAMETER-FILE
000630     RECORDING MODE IS F.
000640 01  PARAMETER-RECORD.
000650     05  DRM-WARNING-MONTHS      PIC 9(03).
000660     05  DRM-CLOSURE-MONTHS      PIC 9(03).
000670     05  FILLER                  PIC X(74).
000680*    ONE PROPOSED CLOSE CARD PER DORMANT ACCOUNT, IN ACCTMNT'S
000686*    MAINT-CARD-RECORD LAYOUT, EFFECTIVE THE SWEEP DATE, IN A
000692*    BATCH OF ITS OWN THAT OPERATIONS APPROVES TO RELEASE.
000700 FD  PROPOSED-CARD-FILE
000710     RECORDING MODE IS F.
000720 01  MAINT-CARD-RECORD.
000730     05  MNT-ACTION              PIC X(01).
000740     05  MNT-KEY                 PIC X(10).
000744     05  MNT-EFF-DATE            PIC 9(06).
000748     05  MNT-BATCH-ID.
000752         10  MNT-BATCH-PREFIX    PIC X(02).
000756         10  MNT-BATCH-DATE      PIC 9(06).
000760     05  MNT-SUBMITTER           PIC X(08).
000764     05  FILLER                  PIC X(47).
000770 FD  DORMANCY-REPORT
000780     RECORDING MODE IS F.
000790 01  REPORT-RECORD               PIC X(132).
000800 WORKING-STORAGE SECTION.
000810 01  WS-SWITCHES.
000820     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000830         88  WS-EOF                        VALUE 'Y'.
000840     05  WS-IO-ERROR-SWITCH      PIC X(01) VALUE 'N'.
000850         88  WS-IO-ERROR                   VALUE 'Y'.
000860     05  WS-FAILED-SWITCH        PIC X(01) VALUE 'N'.
000870         88  WS-RUN-FAILED                 VALUE 'Y'.
000880     05  WS-REF-OPEN-SWITCH      PIC X(01) VALUE 'N'.
000890         88  WS-REF-OPEN                   VALUE 'Y'.
000900     05  WS-MASTER-OPEN-SWITCH   PIC X(01) VALUE 'N'.
000910         88  WS-MASTER-OPEN                VALUE 'Y'.
000920     05  WS-MASTER-FOUND-SWITCH  PIC X(01) VALUE 'N'.
000930         88  WS-MASTER-FOUND               VALUE 'Y'.
000940         88  WS-MASTER-NOT-FOUND           VALUE 'N'.
000950     05  WS-CLASS-SWITCH         PIC X(01) VALUE 'A'.
000960         88  WS-CLASS-ACTIVE               VALUE 'A'.
000970         88  WS-CLASS-INACTIVE             VALUE 'I'.
000980         88  WS-CLASS-DORMANT              VALUE 'D'.
000990 01  WS-AREF-STATUS              PIC X(02) VALUE '00'.
001000 01  WS-MASTER-STATUS            PIC X(02) VALUE '00'.
001010 01  WS-PARM-STATUS              PIC X(02) VALUE '00'.
001020*    THE PERIODS, IN WHOLE MONTHS SINCE THE LAST ACTIVITY.  THE
001030*    CARD OVERRIDES THE COMPILED-IN DEFAULTS; THE CLOSURE PERIOD
001040*    MUST BE LONGER THAN THE WARNING PERIOD.
001050 01  WS-PERIODS.
001060     05  WS-WARNING-MONTHS       PIC 9(03) COMP-3 VALUE 6.
001070     05  WS-CLOSURE-MONTHS       PIC 9(03) COMP-3 VALUE 12.
001080*    THE ACCOUNT'S LAST ACTIVITY - THE LATER OF ITS LAST POSTING
001090*    AND ITS OPEN DATE, SO A NEVER-POSTED ACCOUNT AGES FROM ITS
001100*    OPENING AND A REOPENED ONE FROM ITS REOPENING.
001110 01  WS-ACTIVITY-FIELDS.
001120     05  WS-LAST-ACTIVITY-DATE   PIC 9(06) VALUE ZERO.
001130     05  WS-LAST-ACTIVITY-R REDEFINES WS-LAST-ACTIVITY-DATE.
001140         10  WS-LAST-YY          PIC 9(02).
001150         10  WS-LAST-MM          PIC 9(02).
001160         10  WS-LAST-DD          PIC 9(02).
001170     05  WS-MONTHS-IDLE          PIC S9(05) COMP-3 VALUE ZERO.
001180     05  WS-ACCT-YTD-TOTAL       PIC S9(09)V99 COMP-3 VALUE ZERO.
001190 01  WS-ACCUMULATORS.
001200     05  WS-ACCOUNTS-READ        PIC 9(07) COMP-3 VALUE ZERO.
001210     05  WS-ACCOUNTS-CLOSED      PIC 9(07) COMP-3 VALUE ZERO.
001220     05  WS-ACCOUNTS-ACTIVE      PIC 9(07) COMP-3 VALUE ZERO.
001230     05  WS-ACCOUNTS-INACTIVE    PIC 9(07) COMP-3 VALUE ZERO.
001240     05  WS-ACCOUNTS-DORMANT     PIC 9(07) COMP-3 VALUE ZERO.
001250     05  WS-CLOSURES-PROPOSED    PIC 9(07) COMP-3 VALUE ZERO.
001260     05  WS-CLOSURES-HELD        PIC 9(07) COMP-3 VALUE ZERO.
001270 01  WS-PAGE-CONTROLS.
001280     05  WS-LINES-PER-PAGE      PIC 9(03)      COMP-3 VALUE 55.
001290     05  WS-LINE-COUNT          PIC 9(03)      COMP-3 VALUE 999.
001300     05  WS-PAGE-NUMBER         PIC 9(05)      COMP-3 VALUE ZERO.
001310 01  WS-PRINT-AREA              PIC X(132)     VALUE SPACES.
001320 01  WS-DATE-FIELDS.
001330     05  WS-CURRENT-DATE.
001340         10  WS-CURRENT-YY       PIC 9(02).
001350         10  WS-CURRENT-MM       PIC 9(02).
001360         10  WS-CURRENT-DD       PIC 9(02).
001370 01  WS-DATE-EDIT.
001380     05  WS-EDT-DATE             PIC 9(06).
001390     05  WS-EDT-DATE-R REDEFINES WS-EDT-DATE.
001400         10  WS-EDT-YY           PIC 9(02).
001410         10  WS-EDT-MM           PIC 9(02).
001420         10  WS-EDT-DD           PIC 9(02).
001430 01  WS-REPORT-LINES.
001440     05  WS-HEADING-LINE-1.
001450         10  FILLER              PIC X(35) VALUE SPACES.
001460         10  FILLER              PIC X(30)
001470             VALUE 'DORMANT ACCOUNT SWEEP REPORT'.
001480     05  WS-HEADING-LINE-2.
001490         10  FILLER              PIC X(10) VALUE 'RUN DATE: '.
001500         10  WS-HDG-MM           PIC 99.
001510         10  FILLER              PIC X(01) VALUE '/'.
001520         10  WS-HDG-DD           PIC 99.
001530         10  FILLER              PIC X(01) VALUE '/'.
001540         10  WS-HDG-YY           PIC 99.
001550         10  FILLER              PIC X(18)
001560             VALUE '  WARNING MONTHS: '.
001570         10  WS-HDG-WARNING      PIC ZZ9.
001580         10  FILLER              PIC X(18)
001590             VALUE '  CLOSURE MONTHS: '.
001600         10  WS-HDG-CLOSURE      PIC ZZ9.
001610         10  FILLER              PIC X(62) VALUE SPACES.
001620         10  FILLER              PIC X(05) VALUE 'PAGE '.
001630         10  WS-HDG-PAGE         PIC ZZZZ9.
001640     05  WS-HEADING-LINE-3.
001650         10  FILLER              PIC X(12) VALUE 'ACCOUNT KEY'.
001660         10  FILLER              PIC X(10) VALUE 'OPENED'.
001670         10  FILLER              PIC X(13) VALUE 'LAST POSTED'.
001680         10  FILLER              PIC X(08) VALUE ' MONTHS'.
001690         10  FILLER              PIC X(05) VALUE SPACES.
001700         10  FILLER              PIC X(15) VALUE 'YTD TOTAL'.
001710         10  FILLER              PIC X(10) VALUE 'CLASS'.
001720         10  FILLER              PIC X(30) VALUE 'ACTION'.
001730     05  WS-DETAIL-LINE.
001740         10  WS-DTL-KEY          PIC X(10).
001750         10  FILLER              PIC X(02) VALUE SPACES.
001760         10  WS-DTL-OPENED       PIC X(08).
001770         10  FILLER              PIC X(02) VALUE SPACES.
001780         10  WS-DTL-LAST-POSTED  PIC X(08).
001790         10  FILLER              PIC X(05) VALUE SPACES.
001800         10  WS-DTL-MONTHS       PIC ZZZZ9.
001810         10  FILLER              PIC X(03) VALUE SPACES.
001820         10  WS-DTL-YTD          PIC ---,---,--9.99.
001830         10  FILLER              PIC X(06) VALUE SPACES.
001840         10  WS-DTL-CLASS        PIC X(10).
001850         10  WS-DTL-ACTION       PIC X(30).
001860     05  WS-EDITED-DATE.
001870         10  WS-ED-MM            PIC 99.
001880         10  FILLER              PIC X(01) VALUE '/'.
001890         10  WS-ED-DD            PIC 99.
001900         10  FILLER              PIC X(01) VALUE '/'.
001910         10  WS-ED-YY            PIC 99.
001920     05  WS-TOTAL-LINE-1.
001930         10  FILLER              PIC X(22)
001940             VALUE 'REFERENCE ACCOUNTS  : '.
001950         10  WS-TOT-READ         PIC ZZZ,ZZ9.
001960     05  WS-TOTAL-LINE-2.
001970         10  FILLER              PIC X(22)
001980             VALUE 'ALREADY CLOSED      : '.
001990         10  WS-TOT-CLOSED       PIC ZZZ,ZZ9.
002000     05  WS-TOTAL-LINE-3.
002010         10  FILLER              PIC X(22)
002020             VALUE 'OPEN - ACTIVE       : '.
002030         10  WS-TOT-ACTIVE       PIC ZZZ,ZZ9.
002040     05  WS-TOTAL-LINE-4.
002050         10  FILLER              PIC X(22)
002060             VALUE 'OPEN - INACTIVE     : '.
002070         10  WS-TOT-INACTIVE     PIC ZZZ,ZZ9.
002080     05  WS-TOTAL-LINE-5.
002090         10  FILLER              PIC X(22)
002100             VALUE 'OPEN - DORMANT      : '.
002110         10  WS-TOT-DORMANT      PIC ZZZ,ZZ9.
002120     05  WS-TOTAL-LINE-6.
002130         10  FILLER              PIC X(22)
002140             VALUE 'CLOSURES PROPOSED   : '.
002150         10  WS-TOT-PROPOSED     PIC ZZZ,ZZ9.
002160     05  WS-TOTAL-LINE-7.
002170         10  FILLER              PIC X(22)
002180             VALUE 'HELD - YTD NOT ZERO : '.
002190         10  WS-TOT-HELD         PIC ZZZ,ZZ9.
002200     05  WS-RESULT-LINE.
002210         10  FILLER              PIC X(08) VALUE 'RESULT: '.
002220         10  WS-RSL-TEXT         PIC X(60).
002230     05  WS-ERROR-LINE.
002240         10  FILLER              PIC X(13) VALUE 'I/O ERROR ON '.
002250         10  WS-ERR-FILE         PIC X(17).
002260         10  FILLER              PIC X(07) VALUE ' - KEY '.
002270         10  WS-ERR-KEY          PIC X(10).
002280         10  FILLER              PIC X(09) VALUE '  STATUS '.
002290         10  WS-ERR-STATUS       PIC X(02).
002300 PROCEDURE DIVISION.
002310 0000-MAINLINE.
002320     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002330     IF NOT WS-RUN-FAILED
002340         PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
002350             UNTIL WS-EOF OR WS-IO-ERROR
002360     END-IF.
002370     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002380     STOP RUN.
002390*----------------------------------------------------------------
002400* 1000-INITIALIZE - OPEN THE FILES, READ THE PERIOD CARD, AND
002410*               PRIME THE FIRST REFERENCE READ.  AN EMPTY OR
002420*               MISSING REFERENCE MASTER SWEEPS NOTHING; AN EMPTY
002430*               OR MISSING ACCOUNT MASTER AGES EVERY ACCOUNT FROM
002440*               ITS OPEN DATE.  THE PAGE-1 HEADINGS ARE THROWN BY
002450*               THE FIRST LINE PRINTED THROUGH 2900-WRITE-REPORT-
002460*               LINE.
002470*----------------------------------------------------------------
002480 1000-INITIALIZE.
002490     OPEN OUTPUT DORMANCY-REPORT.
002500     OPEN OUTPUT PROPOSED-CARD-FILE.
002510     ACCEPT WS-CURRENT-DATE FROM DATE.
002520     PERFORM 1500-READ-PARAMETERS THRU 1500-EXIT.
002530     IF WS-RUN-FAILED
002540         GO TO 1000-EXIT
002550     END-IF.
002560     OPEN INPUT ACCOUNT-REF-FILE.
002570     IF WS-AREF-STATUS NOT = '00' AND NOT = '05'
002580         MOVE 'REFERENCE MASTER' TO WS-ERR-FILE
002590         MOVE SPACES             TO WS-ERR-KEY
002600         MOVE WS-AREF-STATUS     TO WS-ERR-STATUS
002610         PERFORM 8000-IO-ERROR THRU 8000-EXIT
002620         GO TO 1000-EXIT
002630     END-IF.
002640     SET WS-REF-OPEN TO TRUE.
002650     OPEN INPUT ACCOUNT-MASTER.
002660     IF WS-MASTER-STATUS NOT = '00' AND NOT = '05'
002670         MOVE 'ACCOUNT MASTER'   TO WS-ERR-FILE
002680         MOVE SPACES             TO WS-ERR-KEY
002690         MOVE WS-MASTER-STATUS   TO WS-ERR-STATUS
002700         PERFORM 8000-IO-ERROR THRU 8000-EXIT
002710         GO TO 1000-EXIT
002720     END-IF.
002730     SET WS-MASTER-OPEN TO TRUE.
002740     PERFORM 1100-READ-REFERENCE THRU 1100-EXIT.
002750     GO TO 1000-EXIT.
002760 1000-EXIT.
002770     EXIT.
002780*----------------------------------------------------------------
002790* 1100-READ-REFERENCE - READ THE NEXT REFERENCE MASTER ACCOUNT IN
002800*               KEY SEQUENCE
002810*----------------------------------------------------------------
002820 1100-READ-REFERENCE.
002830     READ ACCOUNT-REF-FILE
002840         AT END
002850             SET WS-EOF TO TRUE
002860     END-READ.
002870     IF NOT WS-EOF
002880         AND WS-AREF-STATUS NOT = '00'
002890         MOVE 'REFERENCE MASTER' TO WS-ERR-FILE
002900         MOVE AREF-KEY           TO WS-ERR-KEY
002910         MOVE WS-AREF-STATUS     TO WS-ERR-STATUS
002920         PERFORM 8000-IO-ERROR THRU 8000-EXIT
002930     END-IF.
002940     GO TO 1100-EXIT.
002950 1100-EXIT.
002960     EXIT.
002970*----------------------------------------------------------------
002980* 1200-WRITE-HEADINGS - WRITE THE RUN-DATE, PERIOD, AND COLUMN
002990*               HEADINGS AT THE TOP OF EACH PAGE
003000*----------------------------------------------------------------
003010 1200-WRITE-HEADINGS.
003020     ADD 1 TO WS-PAGE-NUMBER.
003030     MOVE WS-CURRENT-MM     TO WS-HDG-MM.
003040     MOVE WS-CURRENT-DD     TO WS-HDG-DD.
003050     MOVE WS-CURRENT-YY     TO WS-HDG-YY.
003060     MOVE WS-WARNING-MONTHS TO WS-HDG-WARNING.
003070     MOVE WS-CLOSURE-MONTHS TO WS-HDG-CLOSURE.
003080     MOVE WS-PAGE-NUMBER    TO WS-HDG-PAGE.
003090     WRITE REPORT-RECORD FROM WS-HEADING-LINE-1.
003100     WRITE REPORT-RECORD FROM WS-HEADING-LINE-2.
003110     MOVE SPACES TO REPORT-RECORD.
003120     WRITE REPORT-RECORD.
003130     WRITE REPORT-RECORD FROM WS-HEADING-LINE-3.
003140     MOVE 4 TO WS-LINE-COUNT.
003150     GO TO 1200-EXIT.
003160 1200-EXIT.
003170     EXIT.
003180*----------------------------------------------------------------
003190* 1500-READ-PARAMETERS - READ THE WARNING AND CLOSURE PERIODS.  A
003200*               MISSING OR EMPTY CARD, OR A BLANK OR ZERO PERIOD,
003210*               KEEPS THE COMPILED-IN DEFAULT.  A PERIOD KEYED
003220*               NON-NUMERIC, OR A CLOSURE PERIOD NOT LONGER THAN
003230*               THE WARNING PERIOD, FAILS THE RUN RATHER THAN
003240*               PROPOSE CLOSURES ON A PERIOD NOBODY MEANT.
003250*----------------------------------------------------------------
003260 1500-READ-PARAMETERS.
003270     OPEN INPUT PARAMETER-FILE.
003280     IF WS-PARM-STATUS NOT = '00'
003290         GO TO 1500-EXIT
003300     END-IF.
003310     READ PARAMETER-FILE
003320         AT END
003330             CLOSE PARAMETER-FILE
003340             GO TO 1500-EXIT
003350     END-READ.
003360     CLOSE PARAMETER-FILE.
003370     IF DRM-WARNING-MONTHS NOT = SPACES
003380         IF DRM-WARNING-MONTHS IS NOT NUMERIC
003390             SET WS-RUN-FAILED TO TRUE
003400             MOVE 'WARNING PERIOD IS NOT NUMERIC' TO WS-RSL-TEXT
003410             GO TO 1500-EXIT
003420         END-IF
003430         IF DRM-WARNING-MONTHS > ZERO
003440             MOVE DRM-WARNING-MONTHS TO WS-WARNING-MONTHS
003450         END-IF
003460     END-IF.
003470     IF DRM-CLOSURE-MONTHS NOT = SPACES
003480         IF DRM-CLOSURE-MONTHS IS NOT NUMERIC
003490             SET WS-RUN-FAILED TO TRUE
003500             MOVE 'CLOSURE PERIOD IS NOT NUMERIC' TO WS-RSL-TEXT
003510             GO TO 1500-EXIT
003520         END-IF
003530         IF DRM-CLOSURE-MONTHS > ZERO
003540             MOVE DRM-CLOSURE-MONTHS TO WS-CLOSURE-MONTHS
003550         END-IF
003560     END-IF.
003570     IF WS-CLOSURE-MONTHS NOT > WS-WARNING-MONTHS
003580         SET WS-RUN-FAILED TO TRUE
003590         MOVE 'CLOSURE PERIOD MUST BE LONGER THAN WARNING PERIOD'
003600                                    TO WS-RSL-TEXT
003610     END-IF.
003620     GO TO 1500-EXIT.
003630 1500-EXIT.
003640     EXIT.
003650*----------------------------------------------------------------
003660* 2000-PROCESS-ACCOUNT - CLASSIFY ONE OPEN ACCOUNT.  ACTIVE
003670*               ACCOUNTS ARE COUNTED ONLY; INACTIVE AND DORMANT
003680*               ACCOUNTS ARE LISTED, AND A DORMANT ACCOUNT WITH NO
003690*               YTD BALANCE GETS A PROPOSED CLOSE CARD.
003700*----------------------------------------------------------------
003710 2000-PROCESS-ACCOUNT.
003720     ADD 1 TO WS-ACCOUNTS-READ.
003730     IF AREF-ACCT-STATUS NOT = 'O'
003740         ADD 1 TO WS-ACCOUNTS-CLOSED
003750         GO TO 2000-NEXT
003760     END-IF.
003770     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
003780     IF WS-IO-ERROR
003790         GO TO 2000-EXIT
003800     END-IF.
003810     PERFORM 2200-CLASSIFY-ACCOUNT THRU 2200-EXIT.
003820     IF WS-CLASS-ACTIVE
003830         ADD 1 TO WS-ACCOUNTS-ACTIVE
003840         GO TO 2000-NEXT
003850     END-IF.
003860     PERFORM 2300-FORMAT-DETAIL THRU 2300-EXIT.
003870     IF WS-CLASS-INACTIVE
003880         ADD 1 TO WS-ACCOUNTS-INACTIVE
003890         MOVE 'INACTIVE'     TO WS-DTL-CLASS
003900         MOVE 'WARNING - NO ACTION' TO WS-DTL-ACTION
003910     ELSE
003920         ADD 1 TO WS-ACCOUNTS-DORMANT
003930         MOVE 'DORMANT'      TO WS-DTL-CLASS
003940         IF WS-ACCT-YTD-TOTAL NOT = ZERO
003950             ADD 1 TO WS-CLOSURES-HELD
003960             MOVE 'HELD - YTD BALANCE NOT ZERO' TO WS-DTL-ACTION
003970         ELSE
003980             PERFORM 2500-PROPOSE-CLOSURE THRU 2500-EXIT
003990             MOVE 'CLOSE CARD PROPOSED' TO WS-DTL-ACTION
004000         END-IF
004010     END-IF.
004020     MOVE WS-DETAIL-LINE     TO WS-PRINT-AREA.
004030     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
004040 2000-NEXT.
004050     PERFORM 1100-READ-REFERENCE THRU 1100-EXIT.
004060     GO TO 2000-EXIT.
004070 2000-EXIT.
004080     EXIT.
004090*----------------------------------------------------------------
004100* 2100-READ-MASTER - READ THE ACCOUNT MASTER FOR THE REFERENCE
004110*               ACCOUNT.  STATUS 23 IS AN ACCOUNT THAT HAS NEVER
004120*               POSTED; A MISSING MASTER IS TREATED THE SAME.
004130*----------------------------------------------------------------
004140 2100-READ-MASTER.
004150     SET WS-MASTER-NOT-FOUND TO TRUE.
004160     MOVE ZERO TO WS-ACCT-YTD-TOTAL.
004170     IF WS-MASTER-STATUS = '05'
004180         GO TO 2100-EXIT
004190     END-IF.
004200     MOVE AREF-KEY TO AM-KEY.
004210     READ ACCOUNT-MASTER.
004220     EVALUATE WS-MASTER-STATUS
004230         WHEN '00'
004240             SET WS-MASTER-FOUND TO TRUE
004250             MOVE AM-YTD-TOTAL TO WS-ACCT-YTD-TOTAL
004260         WHEN '23'
004270             CONTINUE
004280         WHEN OTHER
004290             MOVE 'ACCOUNT MASTER'   TO WS-ERR-FILE
004300             MOVE AREF-KEY           TO WS-ERR-KEY
004310             MOVE WS-MASTER-STATUS   TO WS-ERR-STATUS
004320             PERFORM 8000-IO-ERROR THRU 8000-EXIT
004330     END-EVALUATE.
004340     GO TO 2100-EXIT.
004350 2100-EXIT.
004360     EXIT.
004370*----------------------------------------------------------------
004380* 2200-CLASSIFY-ACCOUNT - AGE THE ACCOUNT IN WHOLE MONTHS FROM ITS
004390*               LAST ACTIVITY TO THE RUN DATE (A MONTH IS NOT
004400*               COMPLETE UNTIL ITS DAY OF THE MONTH COMES ROUND)
004410*               AND CLASSIFY IT AGAINST THE TWO PERIODS.  AN
004420*               ACCOUNT WITH NO USABLE DATE AT ALL IS AGED AS
004430*               DORMANT SO IT IS LOOKED AT.
004440*----------------------------------------------------------------
004450 2200-CLASSIFY-ACCOUNT.
004460     MOVE ZERO TO WS-LAST-ACTIVITY-DATE.
004470     IF AREF-OPEN-DATE IS NUMERIC
004480         MOVE AREF-OPEN-DATE TO WS-LAST-ACTIVITY-DATE
004490     END-IF.
004500     IF WS-MASTER-FOUND
004510         AND AM-LAST-POSTED-DATE IS NUMERIC
004520         AND AM-LAST-POSTED-DATE > WS-LAST-ACTIVITY-DATE
004530         MOVE AM-LAST-POSTED-DATE TO WS-LAST-ACTIVITY-DATE
004540     END-IF.
004550     IF WS-LAST-ACTIVITY-DATE = ZERO
004560         MOVE 99999 TO WS-MONTHS-IDLE
004570     ELSE
004580         COMPUTE WS-MONTHS-IDLE =
004590             ((WS-CURRENT-YY * 12) + WS-CURRENT-MM)
004600           - ((WS-LAST-YY * 12) + WS-LAST-MM)
004610         IF WS-CURRENT-DD < WS-LAST-DD
004620             SUBTRACT 1 FROM WS-MONTHS-IDLE
004630         END-IF
004640         IF WS-MONTHS-IDLE < ZERO
004650             MOVE ZERO TO WS-MONTHS-IDLE
004660         END-IF
004670     END-IF.
004680     IF WS-MONTHS-IDLE NOT < WS-CLOSURE-MONTHS
004690         SET WS-CLASS-DORMANT TO TRUE
004700     ELSE
004710         IF WS-MONTHS-IDLE NOT < WS-WARNING-MONTHS
004720             SET WS-CLASS-INACTIVE TO TRUE
004730         ELSE
004740             SET WS-CLASS-ACTIVE TO TRUE
004750         END-IF
004760     END-IF.
004770     GO TO 2200-EXIT.
004780 2200-EXIT.
004790     EXIT.
004800*----------------------------------------------------------------
004810* 2300-FORMAT-DETAIL - FORMAT THE ACCOUNT'S REPORT LINE
004820*----------------------------------------------------------------
004830 2300-FORMAT-DETAIL.
004840     MOVE SPACES              TO WS-DETAIL-LINE.
004850     MOVE AREF-KEY            TO WS-DTL-KEY.
004860     IF AREF-OPEN-DATE IS NUMERIC
004870         MOVE AREF-OPEN-DATE  TO WS-EDT-DATE
004880         PERFORM 2350-EDIT-DATE THRU 2350-EXIT
004890         MOVE WS-EDITED-DATE  TO WS-DTL-OPENED
004900     END-IF.
004910     IF WS-MASTER-FOUND
004920         MOVE AM-LAST-POSTED-DATE TO WS-EDT-DATE
004930         PERFORM 2350-EDIT-DATE THRU 2350-EXIT
004940         MOVE WS-EDITED-DATE  TO WS-DTL-LAST-POSTED
004950     ELSE
004960         MOVE 'NEVER'         TO WS-DTL-LAST-POSTED
004970     END-IF.
004980     MOVE WS-MONTHS-IDLE      TO WS-DTL-MONTHS.
004990     MOVE WS-ACCT-YTD-TOTAL   TO WS-DTL-YTD.
005000     GO TO 2300-EXIT.
005010 2300-EXIT.
005020     EXIT.
005030*----------------------------------------------------------------
005040* 2350-EDIT-DATE - EDIT A YYMMDD DATE AS MM/DD/YY
005050*----------------------------------------------------------------
005060 2350-EDIT-DATE.
005070     MOVE WS-EDT-MM TO WS-ED-MM.
005080     MOVE WS-EDT-DD TO WS-ED-DD.
005090     MOVE WS-EDT-YY TO WS-ED-YY.
005100     GO TO 2350-EXIT.
005110 2350-EXIT.
005120     EXIT.
005130*----------------------------------------------------------------
005140* 2500-PROPOSE-CLOSURE - WRITE A CLOSE CARD FOR THE DORMANT
005150*               ACCOUNT, EFFECTIVE THE SWEEP DATE.  NOTHING IS
005160*               CLOSED HERE - OPERATIONS REVIEWS THE CARDS AND
005170*               RELEASES THEM TO ACCTMNT BY APPROVING THE BATCH.
005180*----------------------------------------------------------------
005190 2500-PROPOSE-CLOSURE.
005200     MOVE SPACES          TO MAINT-CARD-RECORD.
005210     MOVE 'C'             TO MNT-ACTION.
005220     MOVE AREF-KEY        TO MNT-KEY.
005225     MOVE WS-CURRENT-DATE TO MNT-EFF-DATE.
005230     MOVE 'DS'            TO MNT-BATCH-PREFIX.
005235     MOVE WS-CURRENT-DATE TO MNT-BATCH-DATE.
005240     MOVE 'DORMSWP'       TO MNT-SUBMITTER.
005245     WRITE MAINT-CARD-RECORD.
005250     ADD 1 TO WS-CLOSURES-PROPOSED.
005260     GO TO 2500-EXIT.
005270 2500-EXIT.
005280     EXIT.
005290*----------------------------------------------------------------
005300* 2900-WRITE-REPORT-LINE - COMMON REPORT WRITER.  THROWS A NEW
005310*               PAGE WITH HEADINGS WHEN THE CURRENT PAGE IS
005320*               FULL, THEN WRITES THE LINE IN WS-PRINT-AREA
005330*----------------------------------------------------------------
005340 2900-WRITE-REPORT-LINE.
005350     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
005360         PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT
005370     END-IF.
005380     WRITE REPORT-RECORD FROM WS-PRINT-AREA.
005390     ADD 1 TO WS-LINE-COUNT.
005400     GO TO 2900-EXIT.
005410 2900-EXIT.
005420     EXIT.
005430*----------------------------------------------------------------
005440* 8000-IO-ERROR - REPORT AN I/O FAILURE ON EITHER MASTER AND FLAG
005450*               THE RUN SO IT STOPS AND ENDS RC 16
005460*----------------------------------------------------------------
005470 8000-IO-ERROR.
005480     MOVE WS-ERROR-LINE TO WS-PRINT-AREA.
005490     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
005500     SET WS-IO-ERROR TO TRUE.
005510     GO TO 8000-EXIT.
005520 8000-EXIT.
005530     EXIT.
005540*----------------------------------------------------------------
005550* 9000-TERMINATE - WRITE THE SWEEP TOTALS, CLOSE THE FILES, AND
005560*               SET THE RETURN CODE.  RC 4 = ONE OR MORE DORMANT
005570*               ACCOUNTS - REVIEW DRMRPT AND THE PROPOSED CARDS.
005580*               RC 16 = BAD PERIOD CARD OR AN I/O ERROR - THE
005590*               PROPOSED CARDS ARE INCOMPLETE AND MUST NOT BE
005600*               RELEASED.
005610*----------------------------------------------------------------
005620 9000-TERMINATE.
005630     MOVE SPACES TO WS-PRINT-AREA.
005640     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
005650     MOVE WS-ACCOUNTS-READ     TO WS-TOT-READ.
005660     MOVE WS-TOTAL-LINE-1      TO WS-PRINT-AREA.
005670     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
005680     MOVE WS-ACCOUNTS-CLOSED   TO WS-TOT-CLOSED.
005690     MOVE WS-TOTAL-LINE-2      TO WS-PRINT-AREA.
005700     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
005710     MOVE WS-ACCOUNTS-ACTIVE   TO WS-TOT-ACTIVE.
005720     MOVE WS-TOTAL-LINE-3      TO WS-PRINT-AREA.
005730     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
005740     MOVE WS-ACCOUNTS-INACTIVE TO WS-TOT-INACTIVE.
005750     MOVE WS-TOTAL-LINE-4      TO WS-PRINT-AREA.
005760     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
005770     MOVE WS-ACCOUNTS-DORMANT  TO WS-TOT-DORMANT.
005780     MOVE WS-TOTAL-LINE-5      TO WS-PRINT-AREA.
005790     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
005800     MOVE WS-CLOSURES-PROPOSED TO WS-TOT-PROPOSED.
005810     MOVE WS-TOTAL-LINE-6      TO WS-PRINT-AREA.
005820     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
005830     MOVE WS-CLOSURES-HELD     TO WS-TOT-HELD.
005840     MOVE WS-TOTAL-LINE-7      TO WS-PRINT-AREA.
005850     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
005860     IF WS-RUN-FAILED
005870         MOVE WS-RESULT-LINE   TO WS-PRINT-AREA
005880         PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
005890     END-IF.
005900     IF WS-REF-OPEN
005910         CLOSE ACCOUNT-REF-FILE
005920     END-IF.
005930     IF WS-MASTER-OPEN
005940         CLOSE ACCOUNT-MASTER
005950     END-IF.
005960     CLOSE PROPOSED-CARD-FILE.
005970     CLOSE DORMANCY-REPORT.
005980     IF WS-ACCOUNTS-DORMANT > ZERO
005990         MOVE 4 TO RETURN-CODE
006000     END-IF.
006010     IF WS-RUN-FAILED OR WS-IO-ERROR
006020         MOVE 16 TO RETURN-CODE
006030     END-IF.
006040     GO TO 9000-EXIT.
006050 9000-EXIT.
006060     EXIT.
