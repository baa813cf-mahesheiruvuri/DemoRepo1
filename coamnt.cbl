000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. COAMNT.
000030 AUTHOR. D-L-DEV-SVCS.
000040 INSTALLATION. DAILY-LEDGER-BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26 RJT  INITIAL VERSION.  CARD-DRIVEN MAINTENANCE OF THE
000110*               CHART-OF-ACCOUNTS MAP THE NIGHTLY RUN CODES ITS
000120*               GL JOURNAL FROM.  EACH MAP ENTRY TAKES A FULL
000130*               TRANSACTION KEY, OR A FOUR-BYTE ACCOUNT PREFIX
000140*               COVERING EVERY KEY UNDER IT, TO A GL COMPANY,
000150*               NATURAL ACCOUNT, COST CENTER, AND OFFSET
000160*               ACCOUNT.  OPERATIONS KEYS ADD, CHANGE, AND
000170*               DELETE CARDS THE WAY THEY KEY ACCTMNT'S OPEN AND
000180*               CLOSE CARDS; EACH CARD IS APPLIED TO THE KEYED
000190*               MAP IN PLACE AND LISTED ON THE MAINTENANCE
000200*               REPORT WITH ITS DISPOSITION AND THE CODING
000210*               BEFORE AND AFTER.
000220*----------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT MAINT-CARD-FILE ASSIGN TO COAIN
000270         ORGANIZATION IS LINE SEQUENTIAL.
000280     SELECT OPTIONAL CHART-MAP ASSIGN TO COAMAP
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS RANDOM
000310         RECORD KEY IS COA-KEY
000320         FILE STATUS IS WS-MAP-STATUS.
000330     SELECT MAINT-REPORT ASSIGN TO COARPT
000340         ORGANIZATION IS LINE SEQUENTIAL.
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  MAINT-CARD-FILE
000380     RECORDING MODE IS F.
000390 01  MAINT-CARD-RECORD.
000400     05  CMC-ACTION              PIC X(01).
000410     05  CMC-KEY                 PIC X(10).
000420     05  CMC-KEY-R REDEFINES CMC-KEY.
000430         10  CMC-KEY-PREFIX      PIC X(04).
000440         10  CMC-KEY-SUFFIX      PIC X(06).
000450     05  CMC-COMPANY             PIC X(04).
000460     05  CMC-NATURAL-ACCOUNT     PIC X(08).
000470     05  CMC-COST-CENTER         PIC X(06).
000480     05  CMC-OFFSET-ACCOUNT      PIC X(08).
000490     05  FILLER                  PIC X(43).
000500*    ONE ENTRY PER MAPPED KEY.  A PREFIX ENTRY CARRIES THE FOUR-
000510*    BYTE ACCOUNT PREFIX IN THE FIRST FOUR BYTES OF THE KEY AND
000520*    SPACES IN THE REST; A FULL-KEY ENTRY OVERRIDES THE PREFIX
000530*    ENTRY FOR THAT ONE KEY.
000540 FD  CHART-MAP
000550     RECORD CONTAINS 80 CHARACTERS.
000560 01  CHART-MAP-RECORD.
000570     05  COA-KEY                 PIC X(10).
000580     05  COA-COMPANY             PIC X(04).
000590     05  COA-NATURAL-ACCOUNT     PIC X(08).
000600     05  COA-COST-CENTER         PIC X(06).
000610     05  COA-OFFSET-ACCOUNT      PIC X(08).
000620     05  COA-MAINT-DATE          PIC 9(06).
000630     05  FILLER                  PIC X(38).
000640 FD  MAINT-REPORT
000650     RECORDING MODE IS F.
000660 01  REPORT-RECORD               PIC X(132).
000670 WORKING-STORAGE SECTION.
000680 01  WS-SWITCHES.
000690     05  WS-CARD-EOF-SWITCH      PIC X(01) VALUE 'N'.
000700         88  WS-CARD-EOF                   VALUE 'Y'.
000710     05  WS-IO-ERROR-SWITCH      PIC X(01) VALUE 'N'.
000720         88  WS-IO-ERROR                   VALUE 'Y'.
000730     05  WS-ENTRY-FOUND-SWITCH   PIC X(01) VALUE 'N'.
000740         88  WS-ENTRY-FOUND                VALUE 'Y'.
000750         88  WS-ENTRY-NOT-FOUND            VALUE 'N'.
000760 01  WS-MAP-STATUS               PIC X(02) VALUE '00'.
000770*    THE ENTRY'S CODING AS IT STOOD BEFORE THE CARD, FOR THE
000780*    BEFORE LINE UNDER A CARD THAT FOUND ITS KEY ON THE MAP.
000790 01  WS-BEFORE-CODING.
000800     05  WS-BEF-COMPANY          PIC X(04).
000810     05  WS-BEF-NATURAL-ACCOUNT  PIC X(08).
000820     05  WS-BEF-COST-CENTER      PIC X(06).
000830     05  WS-BEF-OFFSET-ACCOUNT   PIC X(08).
000840 01  WS-ACCUMULATORS.
000850     05  WS-CARDS-READ           PIC 9(07) COMP-3 VALUE ZERO.
000860     05  WS-ENTRIES-ADDED        PIC 9(07) COMP-3 VALUE ZERO.
000870     05  WS-ENTRIES-CHANGED      PIC 9(07) COMP-3 VALUE ZERO.
000880     05  WS-ENTRIES-DELETED      PIC 9(07) COMP-3 VALUE ZERO.
000890     05  WS-CARDS-IN-ERROR       PIC 9(07) COMP-3 VALUE ZERO.
000900 01  WS-DATE-FIELDS.
000910     05  WS-CURRENT-DATE.
000920         10  WS-CURRENT-YY       PIC 9(02).
000930         10  WS-CURRENT-MM       PIC 9(02).
000940         10  WS-CURRENT-DD       PIC 9(02).
000950 01  WS-REPORT-LINES.
000960     05  WS-HEADING-LINE-1.
000970         10  FILLER              PIC X(30) VALUE SPACES.
000980         10  FILLER              PIC X(38)
000990             VALUE 'CHART-OF-ACCOUNTS MAP MAINTENANCE'.
001000     05  WS-HEADING-LINE-2.
001010         10  FILLER              PIC X(10) VALUE 'RUN DATE: '.
001020         10  WS-HDG-MM           PIC 99.
001030         10  FILLER              PIC X(01) VALUE '/'.
001040         10  WS-HDG-DD           PIC 99.
001050         10  FILLER              PIC X(01) VALUE '/'.
001060         10  WS-HDG-YY           PIC 99.
001070     05  WS-HEADING-LINE-3.
001080         10  FILLER              PIC X(08) VALUE 'ACTION'.
001090         10  FILLER              PIC X(12) VALUE 'MAP KEY'.
001100         10  FILLER              PIC X(06) VALUE SPACES.
001110         10  FILLER              PIC X(30)
001120             VALUE 'CO   NATURAL  COST   OFFSET'.
001130         10  FILLER              PIC X(24) VALUE 'DISPOSITION'.
001140     05  WS-DETAIL-LINE.
001150         10  WS-DTL-ACTION       PIC X(01).
001160         10  FILLER              PIC X(07) VALUE SPACES.
001170         10  WS-DTL-KEY          PIC X(12).
001180         10  WS-DTL-WHEN         PIC X(06).
001190         10  WS-DTL-COMPANY      PIC X(05).
001200         10  WS-DTL-NATURAL      PIC X(09).
001210         10  WS-DTL-COST-CENTER  PIC X(07).
001220         10  WS-DTL-OFFSET       PIC X(09).
001230         10  WS-DTL-DISPOSITION  PIC X(40).
001240     05  WS-TOTAL-LINE-1.
001250         10  FILLER              PIC X(24)
001260             VALUE 'MAINTENANCE CARDS READ: '.
001270         10  WS-TOT-CARDS        PIC ZZZ,ZZ9.
001280     05  WS-TOTAL-LINE-2.
001290         10  FILLER              PIC X(24)
001300             VALUE 'MAP ENTRIES ADDED     : '.
001310         10  WS-TOT-ADDED        PIC ZZZ,ZZ9.
001320     05  WS-TOTAL-LINE-3.
001330         10  FILLER              PIC X(24)
001340             VALUE 'MAP ENTRIES CHANGED   : '.
001350         10  WS-TOT-CHANGED      PIC ZZZ,ZZ9.
001360     05  WS-TOTAL-LINE-4.
001370         10  FILLER              PIC X(24)
001380             VALUE 'MAP ENTRIES DELETED   : '.
001390         10  WS-TOT-DELETED      PIC ZZZ,ZZ9.
001400     05  WS-TOTAL-LINE-5.
001410         10  FILLER              PIC X(24)
001420             VALUE 'CARDS IN ERROR        : '.
001430         10  WS-TOT-ERRORS       PIC ZZZ,ZZ9.
001440     05  WS-ERROR-LINE.
001450         10  FILLER              PIC X(28)
001460             VALUE 'CHART MAP I/O ERROR - KEY '.
001470         10  WS-ERR-KEY          PIC X(10).
001480         10  FILLER              PIC X(09) VALUE '  STATUS '.
001490         10  WS-ERR-STATUS       PIC X(02).
001500 PROCEDURE DIVISION.
001510 0000-MAINLINE.
001520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001530     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
001540         UNTIL WS-CARD-EOF OR WS-IO-ERROR.
001550     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001560     STOP RUN.
001570*----------------------------------------------------------------
001580* 1000-INITIALIZE - OPEN THE FILES, WRITE THE REPORT HEADINGS,
001590*               AND PRIME THE FIRST CARD READ.  A BRAND NEW
001600*               (EMPTY) MAP COMES BACK STATUS 05 ON THE OPEN,
001610*               WHICH IS ACCEPTED SO THE FIRST-EVER RUN CAN
001620*               BUILD THE MAP FROM ADD CARDS ALONE.
001630*----------------------------------------------------------------
001640 1000-INITIALIZE.
001650     OPEN INPUT MAINT-CARD-FILE.
001660     OPEN OUTPUT MAINT-REPORT.
001670     ACCEPT WS-CURRENT-DATE FROM DATE.
001680     PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT.
001690     OPEN I-O CHART-MAP.
001700     IF WS-MAP-STATUS NOT = '00' AND NOT = '05'
001710         MOVE SPACES TO WS-ERR-KEY
001720         PERFORM 8000-IO-ERROR THRU 8000-EXIT
001730         GO TO 1000-EXIT
001740     END-IF.
001750     PERFORM 1100-READ-CARD THRU 1100-EXIT.
001760     GO TO 1000-EXIT.
001770 1000-EXIT.
001780     EXIT.
001790*----------------------------------------------------------------
001800* 1100-READ-CARD - READ THE NEXT MAINTENANCE CARD
001810*----------------------------------------------------------------
001820 1100-READ-CARD.
001830     READ MAINT-CARD-FILE
001840         AT END
001850             SET WS-CARD-EOF TO TRUE
001860     END-READ.
001870     GO TO 1100-EXIT.
001880 1100-EXIT.
001890     EXIT.
001900*----------------------------------------------------------------
001910* 1200-WRITE-HEADINGS - WRITE THE RUN-DATE AND COLUMN HEADINGS
001920*----------------------------------------------------------------
001930 1200-WRITE-HEADINGS.
001940     MOVE WS-CURRENT-MM TO WS-HDG-MM.
001950     MOVE WS-CURRENT-DD TO WS-HDG-DD.
001960     MOVE WS-CURRENT-YY TO WS-HDG-YY.
001970     WRITE REPORT-RECORD FROM WS-HEADING-LINE-1.
001980     WRITE REPORT-RECORD FROM WS-HEADING-LINE-2.
001990     MOVE SPACES TO REPORT-RECORD.
002000     WRITE REPORT-RECORD.
002010     WRITE REPORT-RECORD FROM WS-HEADING-LINE-3.
002020     GO TO 1200-EXIT.
002030 1200-EXIT.
002040     EXIT.
002050*----------------------------------------------------------------
002060* 2000-PROCESS-CARD - VALIDATE ONE MAINTENANCE CARD, APPLY IT TO
002070*               THE MAP, AND REPORT ITS DISPOSITION.  ACTION A
002080*               ADDS AN ENTRY, C REPLACES AN ENTRY'S CODING, AND
002090*               D DELETES AN ENTRY.  THE KEY IS EITHER A FULL
002100*               TRANSACTION KEY OR A FOUR-BYTE PREFIX WITH THE
002110*               REST OF THE FIELD BLANK.
002120*----------------------------------------------------------------
002130 2000-PROCESS-CARD.
002140     ADD 1 TO WS-CARDS-READ.
002150     SET WS-ENTRY-NOT-FOUND   TO TRUE.
002160     MOVE SPACES              TO WS-DETAIL-LINE.
002170     MOVE CMC-ACTION          TO WS-DTL-ACTION.
002180     MOVE CMC-KEY             TO WS-DTL-KEY.
002190     MOVE 'CARD'              TO WS-DTL-WHEN.
002200     MOVE CMC-COMPANY         TO WS-DTL-COMPANY.
002210     MOVE CMC-NATURAL-ACCOUNT TO WS-DTL-NATURAL.
002220     MOVE CMC-COST-CENTER     TO WS-DTL-COST-CENTER.
002230     MOVE CMC-OFFSET-ACCOUNT  TO WS-DTL-OFFSET.
002240     IF CMC-ACTION NOT = 'A' AND NOT = 'C' AND NOT = 'D'
002250         MOVE 'INVALID ACTION - MUST BE A, C, OR D'
002260                                    TO WS-DTL-DISPOSITION
002270         GO TO 2000-ERROR
002280     END-IF.
002290     IF CMC-KEY-PREFIX = SPACES
002300         MOVE 'MAP KEY OR ACCOUNT PREFIX IS BLANK'
002310                                    TO WS-DTL-DISPOSITION
002320         GO TO 2000-ERROR
002330     END-IF.
002340     IF CMC-ACTION NOT = 'D'
002350         IF CMC-COMPANY = SPACES
002360             OR CMC-NATURAL-ACCOUNT = SPACES
002370             OR CMC-COST-CENTER = SPACES
002380             OR CMC-OFFSET-ACCOUNT = SPACES
002390             MOVE 'GL CODING INCOMPLETE - ALL FOUR REQUIRED'
002400                                    TO WS-DTL-DISPOSITION
002410             GO TO 2000-ERROR
002420         END-IF
002430         IF CMC-OFFSET-ACCOUNT = CMC-NATURAL-ACCOUNT
002440             MOVE 'OFFSET ACCOUNT SAME AS NATURAL ACCOUNT'
002450                                    TO WS-DTL-DISPOSITION
002460             GO TO 2000-ERROR
002470         END-IF
002480     END-IF.
002490     PERFORM 2500-FIND-ENTRY THRU 2500-EXIT.
002500     IF WS-IO-ERROR
002510         GO TO 2000-EXIT
002520     END-IF.
002530     EVALUATE CMC-ACTION
002540         WHEN 'A'
002550             PERFORM 3000-APPLY-ADD THRU 3000-EXIT
002560         WHEN 'C'
002570             PERFORM 3300-APPLY-CHANGE THRU 3300-EXIT
002580         WHEN OTHER
002590             PERFORM 3600-APPLY-DELETE THRU 3600-EXIT
002600     END-EVALUATE.
002610     IF WS-IO-ERROR
002620         GO TO 2000-EXIT
002630     END-IF.
002640     PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
002650     IF WS-ENTRY-FOUND
002660         PERFORM 2850-WRITE-BEFORE THRU 2850-EXIT
002670     END-IF.
002680     GO TO 2000-NEXT.
002690 2000-ERROR.
002700     ADD 1 TO WS-CARDS-IN-ERROR.
002710     PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
002720 2000-NEXT.
002730     PERFORM 1100-READ-CARD THRU 1100-EXIT.
002740     GO TO 2000-EXIT.
002750 2000-EXIT.
002760     EXIT.
002770*----------------------------------------------------------------
002780* 2500-FIND-ENTRY - READ THE MAP ENTRY FOR THE CARD'S KEY
002790*----------------------------------------------------------------
002800 2500-FIND-ENTRY.
002810     SET WS-ENTRY-NOT-FOUND TO TRUE.
002820     MOVE CMC-KEY TO COA-KEY.
002830     READ CHART-MAP.
002840     EVALUATE WS-MAP-STATUS
002850         WHEN '00'
002860             SET WS-ENTRY-FOUND TO TRUE
002870             MOVE COA-COMPANY         TO WS-BEF-COMPANY
002880             MOVE COA-NATURAL-ACCOUNT TO WS-BEF-NATURAL-ACCOUNT
002890             MOVE COA-COST-CENTER     TO WS-BEF-COST-CENTER
002900             MOVE COA-OFFSET-ACCOUNT  TO WS-BEF-OFFSET-ACCOUNT
002910         WHEN '23'
002920             CONTINUE
002930         WHEN OTHER
002940             MOVE CMC-KEY TO WS-ERR-KEY
002950             PERFORM 8000-IO-ERROR THRU 8000-EXIT
002960     END-EVALUATE.
002970     GO TO 2500-EXIT.
002980 2500-EXIT.
002990     EXIT.
003000*----------------------------------------------------------------
003010* 2800-WRITE-DETAIL - WRITE ONE CARD'S REPORT DETAIL LINE
003020*----------------------------------------------------------------
003030 2800-WRITE-DETAIL.
003040     WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
003050     GO TO 2800-EXIT.
003060 2800-EXIT.
003070     EXIT.
003080*----------------------------------------------------------------
003090* 2850-WRITE-BEFORE - LIST THE ENTRY'S CODING AS IT STOOD BEFORE
003100*               THE CARD, UNDER THE CARD'S LINE
003110*----------------------------------------------------------------
003120 2850-WRITE-BEFORE.
003130     MOVE SPACES                 TO WS-DETAIL-LINE.
003140     MOVE 'BEFORE'               TO WS-DTL-WHEN.
003150     MOVE WS-BEF-COMPANY         TO WS-DTL-COMPANY.
003160     MOVE WS-BEF-NATURAL-ACCOUNT TO WS-DTL-NATURAL.
003170     MOVE WS-BEF-COST-CENTER     TO WS-DTL-COST-CENTER.
003180     MOVE WS-BEF-OFFSET-ACCOUNT  TO WS-DTL-OFFSET.
003190     PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
003200     GO TO 2850-EXIT.
003210 2850-EXIT.
003220     EXIT.
003230*----------------------------------------------------------------
003240* 3000-APPLY-ADD - ADD A NEW MAP ENTRY.  A KEY ALREADY MAPPED IS
003250*               AN ERROR - A CHANGE CARD IS NEEDED, SO A
003260*               DOUBLE-KEYED ADD CANNOT QUIETLY RECODE AN ACCOUNT.
003270*----------------------------------------------------------------
003280 3000-APPLY-ADD.
003290     IF WS-ENTRY-FOUND
003300         ADD 1 TO WS-CARDS-IN-ERROR
003310         MOVE 'ALREADY MAPPED - USE A CHANGE CARD'
003320                                    TO WS-DTL-DISPOSITION
003330         GO TO 3000-EXIT
003340     END-IF.
003350     MOVE SPACES              TO CHART-MAP-RECORD.
003360     MOVE CMC-KEY             TO COA-KEY.
003370     MOVE CMC-COMPANY         TO COA-COMPANY.
003380     MOVE CMC-NATURAL-ACCOUNT TO COA-NATURAL-ACCOUNT.
003390     MOVE CMC-COST-CENTER     TO COA-COST-CENTER.
003400     MOVE CMC-OFFSET-ACCOUNT  TO COA-OFFSET-ACCOUNT.
003410     MOVE WS-CURRENT-DATE     TO COA-MAINT-DATE.
003420     WRITE CHART-MAP-RECORD.
003430     IF WS-MAP-STATUS NOT = '00'
003440         MOVE CMC-KEY TO WS-ERR-KEY
003450         PERFORM 8000-IO-ERROR THRU 8000-EXIT
003460         GO TO 3000-EXIT
003470     END-IF.
003480     ADD 1 TO WS-ENTRIES-ADDED.
003490     MOVE 'ADDED'             TO WS-DTL-DISPOSITION.
003500     GO TO 3000-EXIT.
003510 3000-EXIT.
003520     EXIT.
003530*----------------------------------------------------------------
003540* 3300-APPLY-CHANGE - REPLACE AN ENTRY'S GL CODING.  A KEY NOT ON
003550*               THE MAP IS AN ERROR SO A TYPO ON A CHANGE CARD
003560*               CANNOT ADD A STRAY ENTRY.
003570*----------------------------------------------------------------
003580 3300-APPLY-CHANGE.
003590     IF WS-ENTRY-NOT-FOUND
003600         ADD 1 TO WS-CARDS-IN-ERROR
003610         MOVE 'KEY NOT ON MAP - USE AN ADD CARD'
003620                                    TO WS-DTL-DISPOSITION
003630         GO TO 3300-EXIT
003640     END-IF.
003650     MOVE CMC-COMPANY         TO COA-COMPANY.
003660     MOVE CMC-NATURAL-ACCOUNT TO COA-NATURAL-ACCOUNT.
003670     MOVE CMC-COST-CENTER     TO COA-COST-CENTER.
003680     MOVE CMC-OFFSET-ACCOUNT  TO COA-OFFSET-ACCOUNT.
003690     MOVE WS-CURRENT-DATE     TO COA-MAINT-DATE.
003700     REWRITE CHART-MAP-RECORD.
003710     IF WS-MAP-STATUS NOT = '00'
003720         MOVE CMC-KEY TO WS-ERR-KEY
003730         PERFORM 8000-IO-ERROR THRU 8000-EXIT
003740         GO TO 3300-EXIT
003750     END-IF.
003760     ADD 1 TO WS-ENTRIES-CHANGED.
003770     MOVE 'CHANGED'           TO WS-DTL-DISPOSITION.
003780     GO TO 3300-EXIT.
003790 3300-EXIT.
003800     EXIT.
003810*----------------------------------------------------------------
003820* 3600-APPLY-DELETE - DELETE A MAP ENTRY.  A KEY NOT ON THE MAP IS
003830*               AN ERROR.  ONCE DELETED, THE KEY FALLS BACK TO
003840*               ITS PREFIX ENTRY, OR REJECTS AS UNMAPPED IN THE
003850*               NIGHTLY RUN IF THERE IS NONE.
003860*----------------------------------------------------------------
003870 3600-APPLY-DELETE.
003880     IF WS-ENTRY-NOT-FOUND
003890         ADD 1 TO WS-CARDS-IN-ERROR
003900         MOVE 'KEY NOT ON MAP - NOTHING DELETED'
003910                                    TO WS-DTL-DISPOSITION
003920         GO TO 3600-EXIT
003930     END-IF.
003940     DELETE CHART-MAP RECORD.
003950     IF WS-MAP-STATUS NOT = '00'
003960         MOVE CMC-KEY TO WS-ERR-KEY
003970         PERFORM 8000-IO-ERROR THRU 8000-EXIT
003980         GO TO 3600-EXIT
003990     END-IF.
004000     ADD 1 TO WS-ENTRIES-DELETED.
004010     MOVE 'DELETED'           TO WS-DTL-DISPOSITION.
004020     GO TO 3600-EXIT.
004030 3600-EXIT.
004040     EXIT.
004050*----------------------------------------------------------------
004060* 8000-IO-ERROR - REPORT A MAP I/O FAILURE AND FLAG THE RUN SO IT
004070*               STOPS AND ENDS RC 16
004080*----------------------------------------------------------------
004090 8000-IO-ERROR.
004100     MOVE WS-MAP-STATUS TO WS-ERR-STATUS.
004110     WRITE REPORT-RECORD FROM WS-ERROR-LINE.
004120     SET WS-IO-ERROR TO TRUE.
004130     GO TO 8000-EXIT.
004140 8000-EXIT.
004150     EXIT.
004160*----------------------------------------------------------------
004170* 9000-TERMINATE - WRITE THE SUMMARY TOTALS, CLOSE THE FILES,
004180*               AND SET THE RETURN CODE.  RC 4 FLAGS THAT SOME
004190*               CARDS WERE NOT APPLIED - SEE COARPT FOR EACH
004200*               CARD'S DISPOSITION.  RC 16 FLAGS A MAP I/O
004210*               FAILURE - THE CARDS LISTED BEFORE THE ERROR LINE
004220*               WERE APPLIED, THE REST WERE NOT.
004230*----------------------------------------------------------------
004240 9000-TERMINATE.
004250     MOVE SPACES TO REPORT-RECORD.
004260     WRITE REPORT-RECORD.
004270     MOVE WS-CARDS-READ       TO WS-TOT-CARDS.
004280     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-1.
004290     MOVE WS-ENTRIES-ADDED    TO WS-TOT-ADDED.
004300     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-2.
004310     MOVE WS-ENTRIES-CHANGED  TO WS-TOT-CHANGED.
004320     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-3.
004330     MOVE WS-ENTRIES-DELETED  TO WS-TOT-DELETED.
004340     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-4.
004350     MOVE WS-CARDS-IN-ERROR   TO WS-TOT-ERRORS.
004360     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-5.
004370     CLOSE MAINT-CARD-FILE.
004380     CLOSE CHART-MAP.
004390     CLOSE MAINT-REPORT.
004400     IF WS-CARDS-IN-ERROR > ZERO
004410         MOVE 4 TO RETURN-CODE
004420     END-IF.
004430     IF WS-IO-ERROR
004440         MOVE 16 TO RETURN-CODE
004450     END-IF.
004460     GO TO 9000-EXIT.
004470 9000-EXIT.
004480     EXIT.
