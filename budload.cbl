000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BUDLOAD.
000030 AUTHOR. D-L-DEV-SVCS.
000040 INSTALLATION. DAILY-LEDGER-BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26 RJT  INITIAL VERSION.  LOADS FINANCE'S MONTHLY BUDGETS
000110*               TO THE KEYED BUDGET MASTER THE VARIANCE REPORT
000120*               (SEE BUDVAR) COMPARES THE ACCOUNT MASTER AGAINST.
000130*               EACH BUDGET IS KEYED BY A FULL ACCOUNT KEY, OR A
000140*               FOUR-BYTE ACCOUNT PREFIX WITH A BLANK SUFFIX, AND
000150*               THE BUDGET MONTH.  THE SUBMISSION IS KEYED CARDS
000160*               OR A FLAT FILE CUT FROM THE BUDGET SPREADSHEET IN
000170*               THE SAME LAYOUT.  EACH RECORD IS EDITED, APPLIED
000180*               TO THE MASTER IN PLACE (A NEW BUDGET IS ADDED, AN
000190*               EXISTING ONE REPLACED, OR ON A D CARD DELETED),
000200*               AND LISTED ON THE EDIT REPORT WITH ITS
000210*               DISPOSITION AND THE AMOUNT IT REPLACED.  EVERY
000220*               BUDGET LOADED IS STAMPED WITH THIS RUN'S DATE AND
000230*               TIME, SO A KEY AND MONTH KEYED TWICE IN ONE
000240*               SUBMISSION IS CAUGHT AS A DUPLICATE RATHER THAN
000250*               QUIETLY TAKING THE LAST ONE.
000251* 10/15/26 RJT  FISCAL CALENDAR.  BUDGETS ARE NOW SET BY 4-4-5
000252*               FISCAL PERIOD (SEE FSCLOAD), NOT CALENDAR MONTH.
000253*               THE CARD'S AND MASTER'S MONTH FIELD NOW HOLDS THE
000254*               FISCAL PERIOD AS YYPP, WHERE YY IS THE FISCAL YEAR
000255*               AND PP THE PERIOD 01-12 WITHIN IT.
000260*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT BUDGET-CARD-FILE ASSIGN TO BUDIN
000310         ORGANIZATION IS LINE SEQUENTIAL.
000320     SELECT OPTIONAL BUDGET-MASTER ASSIGN TO BUDMST
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS RANDOM
000350         RECORD KEY IS BUD-KEY
000360         FILE STATUS IS WS-BUDGET-STATUS.
000370     SELECT EDIT-REPORT ASSIGN TO BUDRPT
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390 DATA DIVISION.
000400 FILE SECTION.
000410*    ONE BUDGET PER CARD.  THE ACTION IS BLANK (OR L) TO LOAD THE
000420*    AMOUNT - ADDING OR REPLACING THE BUDGET - OR D TO DELETE IT.
000430*    THE AMOUNT IS SIGNED (TRAILING OVERPUNCH) SO A CREDIT-SIDE
000440*    ACCOUNT CAN CARRY A NEGATIVE BUDGET.
000450 FD  BUDGET-CARD-FILE
000460     RECORDING MODE IS F.
000470 01  BUDGET-CARD-RECORD.
000480     05  BCD-ACTION              PIC X(01).
000490     05  BCD-KEY                 PIC X(10).
000500     05  BCD-KEY-R REDEFINES BCD-KEY.
000510         10  BCD-KEY-PREFIX      PIC X(04).
000520         10  BCD-KEY-SUFFIX      PIC X(06).
000530     05  BCD-MONTH               PIC 9(04).
000540     05  BCD-MONTH-R REDEFINES BCD-MONTH.
000550         10  BCD-MONTH-YY        PIC 9(02).
000560         10  BCD-MONTH-MM        PIC 9(02).
000570     05  BCD-AMOUNT              PIC S9(09)V99.
000580     05  FILLER                  PIC X(54).
000586*    ONE RECORD PER BUDGETED KEY PER FISCAL PERIOD (YYPP, HELD
000592*    IN BUD-MONTH).  A PREFIX BUDGET
000600*    CARRIES THE FOUR-BYTE ACCOUNT PREFIX IN THE FIRST FOUR BYTES
000610*    OF THE ACCOUNT AND SPACES IN THE REST, AND BUDGETS THE
000620*    PREFIX AS A WHOLE.
000630 FD  BUDGET-MASTER
000640     RECORD CONTAINS 80 CHARACTERS.
000650 01  BUDGET-MASTER-RECORD.
000660     05  BUD-KEY.
000670         10  BUD-ACCOUNT         PIC X(10).
000680         10  BUD-MONTH           PIC 9(04).
000690     05  BUD-AMOUNT              PIC S9(09)V99 COMP-3.
000700     05  BUD-LOAD-STAMP.
000710         10  BUD-LOAD-DATE       PIC 9(06).
000720         10  BUD-LOAD-TIME       PIC 9(08).
000730     05  FILLER                  PIC X(46).
000740 FD  EDIT-REPORT
000750     RECORDING MODE IS F.
000760 01  REPORT-RECORD               PIC X(132).
000770 WORKING-STORAGE SECTION.
000780 01  WS-SWITCHES.
000790     05  WS-CARD-EOF-SWITCH      PIC X(01) VALUE 'N'.
000800         88  WS-CARD-EOF                   VALUE 'Y'.
000810     05  WS-IO-ERROR-SWITCH      PIC X(01) VALUE 'N'.
000820         88  WS-IO-ERROR                   VALUE 'Y'.
000830     05  WS-BUDGET-FOUND-SWITCH  PIC X(01) VALUE 'N'.
000840         88  WS-BUDGET-FOUND               VALUE 'Y'.
000850         88  WS-BUDGET-NOT-FOUND           VALUE 'N'.
000860 01  WS-BUDGET-STATUS            PIC X(02) VALUE '00'.
000870*    EVERY BUDGET THIS RUN LOADS CARRIES THE SAME STAMP, WHICH IS
000880*    HOW A SECOND CARD FOR THE SAME KEY AND MONTH IS TOLD FROM A
000890*    BUDGET LOADED BY AN EARLIER SUBMISSION.
000900 01  WS-LOAD-STAMP.
000910     05  WS-STAMP-DATE           PIC 9(06).
000920     05  WS-STAMP-TIME           PIC 9(08).
000930 01  WS-BEFORE-AMOUNT            PIC S9(09)V99 COMP-3 VALUE ZERO.
000940 01  WS-ACCUMULATORS.
000950     05  WS-CARDS-READ           PIC 9(07)     COMP-3 VALUE ZERO.
000960     05  WS-BUDGETS-ADDED        PIC 9(07)     COMP-3 VALUE ZERO.
000970     05  WS-BUDGETS-REPLACED     PIC 9(07)     COMP-3 VALUE ZERO.
000980     05  WS-BUDGETS-DELETED      PIC 9(07)     COMP-3 VALUE ZERO.
000990     05  WS-CARDS-IN-ERROR       PIC 9(07)     COMP-3 VALUE ZERO.
001000     05  WS-AMOUNT-LOADED        PIC S9(11)V99 COMP-3 VALUE ZERO.
001010 01  WS-DATE-FIELDS.
001020     05  WS-CURRENT-DATE.
001030         10  WS-CURRENT-YY       PIC 9(02).
001040         10  WS-CURRENT-MM       PIC 9(02).
001050         10  WS-CURRENT-DD       PIC 9(02).
001060 01  WS-REPORT-LINES.
001070     05  WS-HEADING-LINE-1.
001080         10  FILLER              PIC X(30) VALUE SPACES.
001090         10  FILLER              PIC X(38)
001100             VALUE 'BUDGET MASTER LOAD - EDIT REPORT'.
001110     05  WS-HEADING-LINE-2.
001120         10  FILLER              PIC X(10) VALUE 'RUN DATE: '.
001130         10  WS-HDG-MM           PIC 99.
001140         10  FILLER              PIC X(01) VALUE '/'.
001150         10  WS-HDG-DD           PIC 99.
001160         10  FILLER              PIC X(01) VALUE '/'.
001170         10  WS-HDG-YY           PIC 99.
001180     05  WS-HEADING-LINE-3.
001190         10  FILLER              PIC X(08) VALUE 'ACTION'.
001200         10  FILLER              PIC X(12) VALUE 'BUDGET KEY'.
001210         10  FILLER              PIC X(07) VALUE 'PERIOD'.
001220         10  FILLER              PIC X(06) VALUE SPACES.
001230         10  FILLER              PIC X(17) VALUE 'AMOUNT'.
001240         10  FILLER              PIC X(24) VALUE 'DISPOSITION'.
001250     05  WS-DETAIL-LINE.
001260         10  WS-DTL-ACTION       PIC X(01).
001270         10  FILLER              PIC X(07) VALUE SPACES.
001280         10  WS-DTL-KEY          PIC X(12).
001290         10  WS-DTL-MONTH        PIC X(07).
001300         10  WS-DTL-WHEN         PIC X(06).
001310         10  WS-DTL-AMOUNT       PIC ---,---,--9.99.
001320         10  FILLER              PIC X(03) VALUE SPACES.
001330         10  WS-DTL-DISPOSITION  PIC X(40).
001340     05  WS-TOTAL-LINE-1.
001350         10  FILLER              PIC X(24)
001360             VALUE 'BUDGET CARDS READ     : '.
001370         10  WS-TOT-CARDS        PIC ZZZ,ZZ9.
001380     05  WS-TOTAL-LINE-2.
001390         10  FILLER              PIC X(24)
001400             VALUE 'BUDGETS ADDED         : '.
001410         10  WS-TOT-ADDED        PIC ZZZ,ZZ9.
001420     05  WS-TOTAL-LINE-3.
001430         10  FILLER              PIC X(24)
001440             VALUE 'BUDGETS REPLACED      : '.
001450         10  WS-TOT-REPLACED     PIC ZZZ,ZZ9.
001460     05  WS-TOTAL-LINE-4.
001470         10  FILLER              PIC X(24)
001480             VALUE 'BUDGETS DELETED       : '.
001490         10  WS-TOT-DELETED      PIC ZZZ,ZZ9.
001500     05  WS-TOTAL-LINE-5.
001510         10  FILLER              PIC X(24)
001520             VALUE 'CARDS IN ERROR        : '.
001530         10  WS-TOT-ERRORS       PIC ZZZ,ZZ9.
001540     05  WS-TOTAL-LINE-6.
001550         10  FILLER              PIC X(24)
001560             VALUE 'AMOUNT LOADED         : '.
001570         10  WS-TOT-AMOUNT       PIC ---,---,---,--9.99.
001580     05  WS-ERROR-LINE.
001590         10  FILLER              PIC X(31)
001600             VALUE 'BUDGET MASTER I/O ERROR - KEY '.
001610         10  WS-ERR-KEY          PIC X(10).
001620         10  FILLER              PIC X(01) VALUE SPACE.
001630         10  WS-ERR-MONTH        PIC X(04).
001640         10  FILLER              PIC X(09) VALUE '  STATUS '.
001650         10  WS-ERR-STATUS       PIC X(02).
001660 PROCEDURE DIVISION.
001670 0000-MAINLINE.
001680     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001690     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
001700         UNTIL WS-CARD-EOF OR WS-IO-ERROR.
001710     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001720     STOP RUN.
001730*----------------------------------------------------------------
001740* 1000-INITIALIZE - OPEN THE FILES, TAKE THE RUN'S LOAD STAMP,
001750*               WRITE THE REPORT HEADINGS, AND PRIME THE FIRST
001760*               CARD READ.  A BRAND NEW (EMPTY) MASTER COMES BACK
001770*               STATUS 05 ON THE OPEN, WHICH IS ACCEPTED SO THE
001780*               FIRST-EVER SUBMISSION CAN BUILD THE MASTER.
001790*----------------------------------------------------------------
001800 1000-INITIALIZE.
001810     OPEN INPUT BUDGET-CARD-FILE.
001820     OPEN OUTPUT EDIT-REPORT.
001830     ACCEPT WS-CURRENT-DATE FROM DATE.
001840     ACCEPT WS-STAMP-DATE FROM DATE.
001850     ACCEPT WS-STAMP-TIME FROM TIME.
001860     PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT.
001870     OPEN I-O BUDGET-MASTER.
001880     IF WS-BUDGET-STATUS NOT = '00' AND NOT = '05'
001890         MOVE SPACES TO WS-ERR-KEY
001900         MOVE SPACES TO WS-ERR-MONTH
001910         PERFORM 8000-IO-ERROR THRU 8000-EXIT
001920         GO TO 1000-EXIT
001930     END-IF.
001940     PERFORM 1100-READ-CARD THRU 1100-EXIT.
001950     GO TO 1000-EXIT.
001960 1000-EXIT.
001970     EXIT.
001980*----------------------------------------------------------------
001990* 1100-READ-CARD - READ THE NEXT BUDGET CARD
002000*----------------------------------------------------------------
002010 1100-READ-CARD.
002020     READ BUDGET-CARD-FILE
002030         AT END
002040             SET WS-CARD-EOF TO TRUE
002050     END-READ.
002060     GO TO 1100-EXIT.
002070 1100-EXIT.
002080     EXIT.
002090*----------------------------------------------------------------
002100* 1200-WRITE-HEADINGS - WRITE THE RUN-DATE AND COLUMN HEADINGS
002110*----------------------------------------------------------------
002120 1200-WRITE-HEADINGS.
002130     MOVE WS-CURRENT-MM TO WS-HDG-MM.
002140     MOVE WS-CURRENT-DD TO WS-HDG-DD.
002150     MOVE WS-CURRENT-YY TO WS-HDG-YY.
002160     WRITE REPORT-RECORD FROM WS-HEADING-LINE-1.
002170     WRITE REPORT-RECORD FROM WS-HEADING-LINE-2.
002180     MOVE SPACES TO REPORT-RECORD.
002190     WRITE REPORT-RECORD.
002200     WRITE REPORT-RECORD FROM WS-HEADING-LINE-3.
002210     GO TO 1200-EXIT.
002220 1200-EXIT.
002230     EXIT.
002240*----------------------------------------------------------------
002250* 2000-PROCESS-CARD - EDIT ONE BUDGET CARD, APPLY IT TO THE
002260*               MASTER, AND REPORT ITS DISPOSITION.  THE KEY IS
002270*               EITHER A FULL ACCOUNT KEY OR A FOUR-BYTE PREFIX
002280*               WITH THE REST OF THE FIELD BLANK; THE MONTH IS
002286*               THE FISCAL PERIOD, YYPP.  A LOAD CARD NEEDS A
002292*               NUMERIC AMOUNT.
002300*----------------------------------------------------------------
002310 2000-PROCESS-CARD.
002320     ADD 1 TO WS-CARDS-READ.
002330     SET WS-BUDGET-NOT-FOUND  TO TRUE.
002340     MOVE SPACES              TO WS-DETAIL-LINE.
002350     MOVE BCD-ACTION          TO WS-DTL-ACTION.
002360     MOVE BCD-KEY             TO WS-DTL-KEY.
002370     MOVE BCD-MONTH           TO WS-DTL-MONTH.
002380     MOVE 'CARD'              TO WS-DTL-WHEN.
002390     MOVE BCD-KEY             TO WS-ERR-KEY.
002400     MOVE BCD-MONTH           TO WS-ERR-MONTH.
002410     IF BCD-ACTION = SPACE
002420         MOVE 'L'             TO BCD-ACTION
002430     END-IF.
002440     IF BCD-ACTION NOT = 'L' AND NOT = 'D'
002450         MOVE 'INVALID ACTION - MUST BE BLANK, L, OR D'
002460                                    TO WS-DTL-DISPOSITION
002470         GO TO 2000-ERROR
002480     END-IF.
002490     IF BCD-KEY-PREFIX = SPACES
002500         MOVE 'ACCOUNT KEY OR ACCOUNT PREFIX IS BLANK'
002510                                    TO WS-DTL-DISPOSITION
002520         GO TO 2000-ERROR
002530     END-IF.
002540     IF BCD-MONTH IS NOT NUMERIC
002550         MOVE 'FISCAL PERIOD IS NOT NUMERIC'
002560                                    TO WS-DTL-DISPOSITION
002570         GO TO 2000-ERROR
002580     END-IF.
002590     IF BCD-MONTH-MM < 01 OR BCD-MONTH-MM > 12
002600         MOVE 'FISCAL PERIOD MUST BE YYPP WITH PP 01-12'
002610                                    TO WS-DTL-DISPOSITION
002620         GO TO 2000-ERROR
002630     END-IF.
002640     IF BCD-ACTION = 'L'
002650         IF BCD-AMOUNT IS NOT NUMERIC
002660             MOVE 'BUDGET AMOUNT IS NOT NUMERIC'
002670                                    TO WS-DTL-DISPOSITION
002680             GO TO 2000-ERROR
002690         END-IF
002700         MOVE BCD-AMOUNT      TO WS-DTL-AMOUNT
002710     END-IF.
002720     PERFORM 2500-FIND-BUDGET THRU 2500-EXIT.
002730     IF WS-IO-ERROR
002740         GO TO 2000-EXIT
002750     END-IF.
002760     IF BCD-ACTION = 'L'
002770         PERFORM 3000-APPLY-LOAD THRU 3000-EXIT
002780     ELSE
002790         PERFORM 3600-APPLY-DELETE THRU 3600-EXIT
002800     END-IF.
002810     IF WS-IO-ERROR
002820         GO TO 2000-EXIT
002830     END-IF.
002840     PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
002850     IF WS-BUDGET-FOUND
002860         PERFORM 2850-WRITE-BEFORE THRU 2850-EXIT
002870     END-IF.
002880     GO TO 2000-NEXT.
002890 2000-ERROR.
002900     ADD 1 TO WS-CARDS-IN-ERROR.
002910     PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
002920 2000-NEXT.
002930     PERFORM 1100-READ-CARD THRU 1100-EXIT.
002940     GO TO 2000-EXIT.
002950 2000-EXIT.
002960     EXIT.
002970*----------------------------------------------------------------
002980* 2500-FIND-BUDGET - READ THE MASTER FOR THE CARD'S KEY AND MONTH
002990*----------------------------------------------------------------
003000 2500-FIND-BUDGET.
003010     SET WS-BUDGET-NOT-FOUND TO TRUE.
003020     MOVE BCD-KEY   TO BUD-ACCOUNT.
003030     MOVE BCD-MONTH TO BUD-MONTH.
003040     READ BUDGET-MASTER.
003050     EVALUATE WS-BUDGET-STATUS
003060         WHEN '00'
003070             SET WS-BUDGET-FOUND TO TRUE
003080             MOVE BUD-AMOUNT TO WS-BEFORE-AMOUNT
003090         WHEN '23'
003100             CONTINUE
003110         WHEN OTHER
003120             PERFORM 8000-IO-ERROR THRU 8000-EXIT
003130     END-EVALUATE.
003140     GO TO 2500-EXIT.
003150 2500-EXIT.
003160     EXIT.
003170*----------------------------------------------------------------
003180* 2800-WRITE-DETAIL - WRITE ONE CARD'S REPORT DETAIL LINE
003190*----------------------------------------------------------------
003200 2800-WRITE-DETAIL.
003210     WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
003220     GO TO 2800-EXIT.
003230 2800-EXIT.
003240     EXIT.
003250*----------------------------------------------------------------
003260* 2850-WRITE-BEFORE - LIST THE BUDGET AS IT STOOD BEFORE THE
003270*               CARD, UNDER THE CARD'S LINE
003280*----------------------------------------------------------------
003290 2850-WRITE-BEFORE.
003300     MOVE SPACES           TO WS-DETAIL-LINE.
003310     MOVE 'BEFORE'         TO WS-DTL-WHEN.
003320     MOVE WS-BEFORE-AMOUNT TO WS-DTL-AMOUNT.
003330     PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
003340     GO TO 2850-EXIT.
003350 2850-EXIT.
003360     EXIT.
003370*----------------------------------------------------------------
003380* 3000-APPLY-LOAD - ADD THE BUDGET, OR REPLACE THE ONE ALREADY ON
003390*               THE MASTER.  A BUDGET ALREADY CARRYING THIS RUN'S
003400*               STAMP CAME FROM AN EARLIER CARD IN THIS SAME
003410*               SUBMISSION - THE SECOND CARD IS A DUPLICATE AND IS
003420*               REFUSED, LEAVING THE FIRST CARD'S AMOUNT STANDING.
003430*----------------------------------------------------------------
003440 3000-APPLY-LOAD.
003450     IF WS-BUDGET-FOUND
003460         AND BUD-LOAD-STAMP = WS-LOAD-STAMP
003470         ADD 1 TO WS-CARDS-IN-ERROR
003480         MOVE 'DUPLICATE KEY AND MONTH IN THIS SUBMISSION'
003490                                    TO WS-DTL-DISPOSITION
003500         GO TO 3000-EXIT
003510     END-IF.
003520     IF WS-BUDGET-NOT-FOUND
003530         MOVE SPACES          TO BUDGET-MASTER-RECORD
003540         MOVE BCD-KEY         TO BUD-ACCOUNT
003550         MOVE BCD-MONTH       TO BUD-MONTH
003560     END-IF.
003570     MOVE BCD-AMOUNT          TO BUD-AMOUNT.
003580     MOVE WS-LOAD-STAMP       TO BUD-LOAD-STAMP.
003590     IF WS-BUDGET-FOUND
003600         REWRITE BUDGET-MASTER-RECORD
003610     ELSE
003620         WRITE BUDGET-MASTER-RECORD
003630     END-IF.
003640     IF WS-BUDGET-STATUS NOT = '00'
003650         PERFORM 8000-IO-ERROR THRU 8000-EXIT
003660         GO TO 3000-EXIT
003670     END-IF.
003680     ADD BCD-AMOUNT TO WS-AMOUNT-LOADED.
003690     IF WS-BUDGET-FOUND
003700         ADD 1 TO WS-BUDGETS-REPLACED
003710         MOVE 'REPLACED'      TO WS-DTL-DISPOSITION
003720     ELSE
003730         ADD 1 TO WS-BUDGETS-ADDED
003740         MOVE 'ADDED'         TO WS-DTL-DISPOSITION
003750     END-IF.
003760     GO TO 3000-EXIT.
003770 3000-EXIT.
003780     EXIT.
003790*----------------------------------------------------------------
003800* 3600-APPLY-DELETE - DELETE A BUDGET.  A KEY AND MONTH NOT ON THE
003810*               MASTER IS AN ERROR SO A TYPO ON A DELETE CARD IS
003820*               SEEN RATHER THAN IGNORED.
003830*----------------------------------------------------------------
003840 3600-APPLY-DELETE.
003850     IF WS-BUDGET-NOT-FOUND
003860         ADD 1 TO WS-CARDS-IN-ERROR
003870         MOVE 'NO BUDGET FOR KEY AND MONTH - NOTHING DELETED'
003880                                    TO WS-DTL-DISPOSITION
003890         GO TO 3600-EXIT
003900     END-IF.
003910     DELETE BUDGET-MASTER RECORD.
003920     IF WS-BUDGET-STATUS NOT = '00'
003930         PERFORM 8000-IO-ERROR THRU 8000-EXIT
003940         GO TO 3600-EXIT
003950     END-IF.
003960     ADD 1 TO WS-BUDGETS-DELETED.
003970     MOVE 'DELETED'           TO WS-DTL-DISPOSITION.
003980     GO TO 3600-EXIT.
003990 3600-EXIT.
004000     EXIT.
004010*----------------------------------------------------------------
004020* 8000-IO-ERROR - REPORT A BUDGET MASTER I/O FAILURE AND FLAG THE
004030*               RUN SO IT STOPS AND ENDS RC 16
004040*----------------------------------------------------------------
004050 8000-IO-ERROR.
004060     MOVE WS-BUDGET-STATUS TO WS-ERR-STATUS.
004070     WRITE REPORT-RECORD FROM WS-ERROR-LINE.
004080     SET WS-IO-ERROR TO TRUE.
004090     GO TO 8000-EXIT.
004100 8000-EXIT.
004110     EXIT.
004120*----------------------------------------------------------------
004130* 9000-TERMINATE - WRITE THE SUMMARY TOTALS, CLOSE THE FILES,
004140*               AND SET THE RETURN CODE.  RC 4 FLAGS THAT SOME
004150*               CARDS WERE NOT APPLIED - SEE BUDRPT FOR EACH
004160*               CARD'S DISPOSITION.  RC 16 FLAGS A MASTER I/O
004170*               FAILURE - THE CARDS LISTED BEFORE THE ERROR LINE
004180*               WERE APPLIED, THE REST WERE NOT.
004190*----------------------------------------------------------------
004200 9000-TERMINATE.
004210     MOVE SPACES TO REPORT-RECORD.
004220     WRITE REPORT-RECORD.
004230     MOVE WS-CARDS-READ       TO WS-TOT-CARDS.
004240     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-1.
004250     MOVE WS-BUDGETS-ADDED    TO WS-TOT-ADDED.
004260     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-2.
004270     MOVE WS-BUDGETS-REPLACED TO WS-TOT-REPLACED.
004280     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-3.
004290     MOVE WS-BUDGETS-DELETED  TO WS-TOT-DELETED.
004300     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-4.
004310     MOVE WS-CARDS-IN-ERROR   TO WS-TOT-ERRORS.
004320     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-5.
004330     MOVE WS-AMOUNT-LOADED    TO WS-TOT-AMOUNT.
004340     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-6.
004350     CLOSE BUDGET-CARD-FILE.
004360     CLOSE BUDGET-MASTER.
004370     CLOSE EDIT-REPORT.
004380     IF WS-CARDS-IN-ERROR > ZERO
004390         MOVE 4 TO RETURN-CODE
004400     END-IF.
004410     IF WS-IO-ERROR
004420         MOVE 16 TO RETURN-CODE
004430     END-IF.
004440     GO TO 9000-EXIT.
004450 9000-EXIT.
004460     EXIT.
