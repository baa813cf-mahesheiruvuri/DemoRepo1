000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. APRINQ.
000030 AUTHOR. D-L-DEV-SVCS.
000040 INSTALLATION. DAILY-LEDGER-BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26 RJT  INITIAL VERSION.  AUDITORS' INQUIRY OVER THE
000110*               CUMULATIVE APPROVAL LOG WRITTEN BY ACCTMNT,
000120*               REJRECYC AND RUNREG.  LISTS WHO KEYED AND WHO
000130*               APPROVED EVERY CARD PRESENTED, WHETHER IT WAS
000140*               RELEASED OR REFUSED, AND THE CARD AS KEYED.  THE
000150*               SELECTION CARD NARROWS THE LIST BY LOG DATE,
000160*               PROGRAM, OPERATOR (AS SUBMITTER OR APPROVER) AND
000170*               RESULT.
000180*----------------------------------------------------------------
000190 ENVIRONMENT DIVISION.
000200 INPUT-OUTPUT SECTION.
000210 FILE-CONTROL.
000220     SELECT OPTIONAL APPROVAL-LOG ASSIGN TO APRLOG
000230         ORGANIZATION IS LINE SEQUENTIAL
000240         FILE STATUS IS WS-LOG-STATUS.
000250     SELECT SELECT-FILE ASSIGN TO APQPARM
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS WS-SELECT-STATUS.
000280     SELECT APPROVAL-REPORT ASSIGN TO APQRPT
000290         ORGANIZATION IS LINE SEQUENTIAL.
000300 DATA DIVISION.
000310 FILE SECTION.
000320*    CUMULATIVE - ONE ENTRY PER CARD PRESENTED, RELEASED OR NOT.
000330 FD  APPROVAL-LOG
000340     RECORDING MODE IS F.
000350 01  APPROVAL-LOG-RECORD.
000360     05  ALG-LOG-DATE            PIC 9(06).
000370     05  ALG-LOG-TIME            PIC 9(08).
000380     05  ALG-PROGRAM             PIC X(08).
000390     05  ALG-BATCH-ID            PIC X(08).
000400     05  ALG-SUBMITTER           PIC X(08).
000410     05  ALG-APPROVER            PIC X(08).
000420     05  ALG-RESULT              PIC X(01).
000430     05  ALG-CARD-IMAGE          PIC X(40).
000440     05  FILLER                  PIC X(33).
000450*    EVERY FIELD IS OPTIONAL - A BLANK FIELD SELECTS ALL.
000460 FD  SELECT-FILE
000470     RECORDING MODE IS F.
000480 01  SELECT-RECORD.
000490     05  APQ-FROM-DATE           PIC 9(06).
000500     05  APQ-TO-DATE             PIC 9(06).
000510     05  APQ-PROGRAM             PIC X(08).
000520     05  APQ-OPERATOR            PIC X(08).
000530     05  APQ-RESULT              PIC X(01).
000540     05  FILLER                  PIC X(51).
000550 FD  APPROVAL-REPORT
000560     RECORDING MODE IS F.
000570 01  REPORT-RECORD               PIC X(132).
000580 WORKING-STORAGE SECTION.
000590 01  WS-SWITCHES.
000600     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000610         88  WS-EOF                        VALUE 'Y'.
000620     05  WS-SELECTED-SWITCH      PIC X(01) VALUE 'N'.
000630         88  WS-RECORD-SELECTED            VALUE 'Y'.
000640         88  WS-RECORD-BYPASSED            VALUE 'N'.
000650     05  WS-IO-ERROR-SWITCH      PIC X(01) VALUE 'N'.
000660         88  WS-IO-ERROR                   VALUE 'Y'.
000670     05  WS-FAILED-SWITCH        PIC X(01) VALUE 'N'.
000680         88  WS-RUN-FAILED                 VALUE 'Y'.
000690     05  WS-LOG-OPEN-SWITCH      PIC X(01) VALUE 'N'.
000700         88  WS-LOG-OPEN                   VALUE 'Y'.
000710 01  WS-LOG-STATUS               PIC X(02) VALUE '00'.
000720 01  WS-SELECT-STATUS            PIC X(02) VALUE '00'.
000730 01  WS-SELECTION-CRITERIA.
000740     05  WS-SEL-FROM-DATE        PIC 9(06) VALUE ZERO.
000750     05  WS-SEL-TO-DATE          PIC 9(06) VALUE 999999.
000760     05  WS-SEL-PROGRAM          PIC X(08) VALUE SPACES.
000770     05  WS-SEL-OPERATOR         PIC X(08) VALUE SPACES.
000780     05  WS-SEL-RESULT           PIC X(01) VALUE SPACE.
000790 01  WS-ACCUMULATORS.
000800     05  WS-RECORDS-READ         PIC 9(07) COMP-3 VALUE ZERO.
000810     05  WS-RECORDS-SELECTED     PIC 9(07) COMP-3 VALUE ZERO.
000820     05  WS-CARDS-RELEASED       PIC 9(07) COMP-3 VALUE ZERO.
000830     05  WS-CARDS-NOT-APPROVED   PIC 9(07) COMP-3 VALUE ZERO.
000840     05  WS-CARDS-SELF-APPROVED  PIC 9(07) COMP-3 VALUE ZERO.
000850     05  WS-CARDS-NO-SUBMITTER   PIC 9(07) COMP-3 VALUE ZERO.
000860 01  WS-PAGE-CONTROLS.
000870     05  WS-LINES-PER-PAGE      PIC 9(03)      COMP-3 VALUE 55.
000880     05  WS-LINE-COUNT          PIC 9(03)      COMP-3 VALUE 999.
000890     05  WS-PAGE-NUMBER         PIC 9(05)      COMP-3 VALUE ZERO.
000900 01  WS-PRINT-AREA              PIC X(132)     VALUE SPACES.
000910 01  WS-DATE-FIELDS.
000920     05  WS-CURRENT-DATE.
000930         10  WS-CURRENT-YY       PIC 9(02).
000940         10  WS-CURRENT-MM       PIC 9(02).
000950         10  WS-CURRENT-DD       PIC 9(02).
000960 01  WS-DATE-EDIT.
000970     05  WS-EDT-DATE             PIC 9(06).
000980     05  WS-EDT-DATE-R REDEFINES WS-EDT-DATE.
000990         10  WS-EDT-YY           PIC 9(02).
001000         10  WS-EDT-MM           PIC 9(02).
001010         10  WS-EDT-DD           PIC 9(02).
001020 01  WS-REPORT-LINES.
001030     05  WS-HEADING-LINE-1.
001040         10  FILLER              PIC X(35) VALUE SPACES.
001050         10  FILLER              PIC X(30)
001060             VALUE 'APPROVAL LOG INQUIRY REPORT'.
001070     05  WS-HEADING-LINE-2.
001080         10  FILLER              PIC X(10) VALUE 'RUN DATE: '.
001090         10  WS-HDG-MM           PIC 99.
001100         10  FILLER              PIC X(01) VALUE '/'.
001110         10  WS-HDG-DD           PIC 99.
001120         10  FILLER              PIC X(01) VALUE '/'.
001130         10  WS-HDG-YY           PIC 99.
001140         10  FILLER              PIC X(100) VALUE SPACES.
001150         10  FILLER              PIC X(05) VALUE 'PAGE '.
001160         10  WS-HDG-PAGE         PIC ZZZZ9.
001170     05  WS-CRITERIA-LINE.
001180         10  FILLER              PIC X(11)
001190             VALUE 'SELECTION: '.
001200         10  FILLER              PIC X(06) VALUE 'DATES '.
001210         10  WS-CRT-FROM         PIC 9(06).
001220         10  FILLER              PIC X(01) VALUE '-'.
001230         10  WS-CRT-TO           PIC 9(06).
001240         10  FILLER              PIC X(10) VALUE '  PROGRAM '.
001250         10  WS-CRT-PROGRAM      PIC X(08).
001260         10  FILLER              PIC X(11) VALUE '  OPERATOR '.
001270         10  WS-CRT-OPERATOR     PIC X(08).
001280         10  FILLER              PIC X(09) VALUE '  RESULT '.
001290         10  WS-CRT-RESULT       PIC X(13).
001300     05  WS-HEADING-LINE-3.
001310         10  FILLER              PIC X(10) VALUE 'LOG DATE'.
001320         10  FILLER              PIC X(08) VALUE 'TIME'.
001330         10  FILLER              PIC X(10) VALUE 'PROGRAM'.
001340         10  FILLER              PIC X(10) VALUE 'BATCH'.
001350         10  FILLER              PIC X(10) VALUE 'KEYED BY'.
001360         10  FILLER              PIC X(12) VALUE 'APPROVED BY'.
001370         10  FILLER              PIC X(15) VALUE 'RESULT'.
001380         10  FILLER              PIC X(40) VALUE 'CARD AS KEYED'.
001390     05  WS-DETAIL-LINE.
001400         10  WS-DTL-DATE         PIC X(08).
001410         10  FILLER              PIC X(02) VALUE SPACES.
001420         10  WS-DTL-TIME         PIC 9(06).
001430         10  FILLER              PIC X(02) VALUE SPACES.
001440         10  WS-DTL-PROGRAM      PIC X(08).
001450         10  FILLER              PIC X(02) VALUE SPACES.
001460         10  WS-DTL-BATCH-ID     PIC X(08).
001470         10  FILLER              PIC X(02) VALUE SPACES.
001480         10  WS-DTL-SUBMITTER    PIC X(08).
001490         10  FILLER              PIC X(02) VALUE SPACES.
001500         10  WS-DTL-APPROVER     PIC X(08).
001510         10  FILLER              PIC X(04) VALUE SPACES.
001520         10  WS-DTL-RESULT       PIC X(13).
001530         10  FILLER              PIC X(02) VALUE SPACES.
001540         10  WS-DTL-CARD-IMAGE   PIC X(40).
001550     05  WS-EDITED-DATE.
001560         10  WS-ED-MM            PIC 99.
001570         10  FILLER              PIC X(01) VALUE '/'.
001580         10  WS-ED-DD            PIC 99.
001590         10  FILLER              PIC X(01) VALUE '/'.
001600         10  WS-ED-YY            PIC 99.
001610     05  WS-RESULT-TEXT          PIC X(13).
001620     05  WS-TOTAL-LINE-1.
001630         10  FILLER              PIC X(22)
001640             VALUE 'LOG ENTRIES READ    : '.
001650         10  WS-TOT-READ         PIC ZZZ,ZZ9.
001660     05  WS-TOTAL-LINE-2.
001670         10  FILLER              PIC X(22)
001680             VALUE 'ENTRIES SELECTED    : '.
001690         10  WS-TOT-SELECTED     PIC ZZZ,ZZ9.
001700     05  WS-TOTAL-LINE-3.
001710         10  FILLER              PIC X(22)
001720             VALUE '  RELEASED          : '.
001730         10  WS-TOT-RELEASED     PIC ZZZ,ZZ9.
001740     05  WS-TOTAL-LINE-4.
001750         10  FILLER              PIC X(22)
001760             VALUE '  NOT APPROVED      : '.
001770         10  WS-TOT-NOT-APPROVED PIC ZZZ,ZZ9.
001780     05  WS-TOTAL-LINE-5.
001790         10  FILLER              PIC X(22)
001800             VALUE '  SELF-APPROVED     : '.
001810         10  WS-TOT-SELF         PIC ZZZ,ZZ9.
001820     05  WS-TOTAL-LINE-6.
001830         10  FILLER              PIC X(22)
001840             VALUE '  NO SUBMITTER      : '.
001850         10  WS-TOT-NO-SUBMITTER PIC ZZZ,ZZ9.
001860     05  WS-RESULT-LINE.
001870         10  FILLER              PIC X(08) VALUE 'RESULT: '.
001880         10  WS-RSL-TEXT         PIC X(60).
001890     05  WS-ERROR-LINE.
001900         10  FILLER              PIC X(36)
001910             VALUE '*** APPROVAL LOG I/O ERROR, STATUS: '.
001920         10  WS-ERR-STATUS       PIC X(02).
001930         10  FILLER              PIC X(04) VALUE ' ***'.
001940 PROCEDURE DIVISION.
001950 0000-MAINLINE.
001960     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001970     IF NOT WS-RUN-FAILED
001980         PERFORM 2000-PROCESS-LOG THRU 2000-EXIT
001990             UNTIL WS-EOF OR WS-IO-ERROR
002000     END-IF.
002010     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002020     STOP RUN.
002030*----------------------------------------------------------------
002040* 1000-INITIALIZE - OPEN THE FILES, READ THE SELECTION CARD, AND
002050*               PRIME THE FIRST LOG READ.  AN EMPTY OR MISSING
002060*               LOG SIMPLY SELECTS NOTHING.  THE PAGE-1 HEADINGS
002070*               ARE THROWN BY THE FIRST LINE PRINTED THROUGH
002080*               2900-WRITE-REPORT-LINE.
002090*----------------------------------------------------------------
002100 1000-INITIALIZE.
002110     OPEN OUTPUT APPROVAL-REPORT.
002120     ACCEPT WS-CURRENT-DATE FROM DATE.
002130     PERFORM 1500-READ-SELECTION THRU 1500-EXIT.
002140     IF WS-RUN-FAILED
002150         GO TO 1000-EXIT
002160     END-IF.
002170     OPEN INPUT APPROVAL-LOG.
002180     IF WS-LOG-STATUS NOT = '00' AND NOT = '05'
002190         PERFORM 8000-IO-ERROR THRU 8000-EXIT
002200         GO TO 1000-EXIT
002210     END-IF.
002220     SET WS-LOG-OPEN TO TRUE.
002230     PERFORM 1100-READ-LOG THRU 1100-EXIT.
002240     GO TO 1000-EXIT.
002250 1000-EXIT.
002260     EXIT.
002270*----------------------------------------------------------------
002280* 1100-READ-LOG - READ THE NEXT APPROVAL LOG ENTRY
002290*----------------------------------------------------------------
002300 1100-READ-LOG.
002310     READ APPROVAL-LOG
002320         AT END
002330             SET WS-EOF TO TRUE
002340     END-READ.
002350     IF NOT WS-EOF
002360         AND WS-LOG-STATUS NOT = '00'
002370         PERFORM 8000-IO-ERROR THRU 8000-EXIT
002380     END-IF.
002390     GO TO 1100-EXIT.
002400 1100-EXIT.
002410     EXIT.
002420*----------------------------------------------------------------
002430* 1200-WRITE-HEADINGS - WRITE THE RUN-DATE, SELECTION, AND COLUMN
002440*               HEADINGS AT THE TOP OF EACH PAGE
002450*----------------------------------------------------------------
002460 1200-WRITE-HEADINGS.
002470     ADD 1 TO WS-PAGE-NUMBER.
002480     MOVE WS-CURRENT-MM     TO WS-HDG-MM.
002490     MOVE WS-CURRENT-DD     TO WS-HDG-DD.
002500     MOVE WS-CURRENT-YY     TO WS-HDG-YY.
002510     MOVE WS-PAGE-NUMBER    TO WS-HDG-PAGE.
002520     WRITE REPORT-RECORD FROM WS-HEADING-LINE-1.
002530     WRITE REPORT-RECORD FROM WS-HEADING-LINE-2.
002540     WRITE REPORT-RECORD FROM WS-CRITERIA-LINE.
002550     MOVE SPACES TO REPORT-RECORD.
002560     WRITE REPORT-RECORD.
002570     WRITE REPORT-RECORD FROM WS-HEADING-LINE-3.
002580     MOVE 5 TO WS-LINE-COUNT.
002590     GO TO 1200-EXIT.
002600 1200-EXIT.
002610     EXIT.
002620*----------------------------------------------------------------
002630* 1500-READ-SELECTION - READ THE SELECTION CARD.  A MISSING OR
002640*               EMPTY CARD, OR A BLANK FIELD, SELECTS ALL.  A
002650*               RESULT OTHER THAN BLANK, R, U, S OR N FAILS THE
002660*               RUN RATHER THAN LIST NOTHING WITHOUT SAYING WHY.
002670*----------------------------------------------------------------
002680 1500-READ-SELECTION.
002690     OPEN INPUT SELECT-FILE.
002700     IF WS-SELECT-STATUS = '00'
002710         READ SELECT-FILE
002720             AT END
002730                 CONTINUE
002740             NOT AT END
002750                 IF APQ-FROM-DATE IS NUMERIC
002760                     MOVE APQ-FROM-DATE TO WS-SEL-FROM-DATE
002770                 END-IF
002780                 IF APQ-TO-DATE IS NUMERIC
002790                     AND APQ-TO-DATE > ZERO
002800                     MOVE APQ-TO-DATE TO WS-SEL-TO-DATE
002810                 END-IF
002820                 MOVE APQ-PROGRAM  TO WS-SEL-PROGRAM
002830                 MOVE APQ-OPERATOR TO WS-SEL-OPERATOR
002840                 MOVE APQ-RESULT   TO WS-SEL-RESULT
002850         END-READ
002860         CLOSE SELECT-FILE
002870     END-IF.
002880     MOVE WS-SEL-FROM-DATE TO WS-CRT-FROM.
002890     MOVE WS-SEL-TO-DATE   TO WS-CRT-TO.
002900     MOVE WS-SEL-PROGRAM   TO WS-CRT-PROGRAM.
002910     MOVE WS-SEL-OPERATOR  TO WS-CRT-OPERATOR.
002920     IF WS-SEL-RESULT = SPACE
002930         MOVE 'ALL'        TO WS-CRT-RESULT
002940         GO TO 1500-EXIT
002950     END-IF.
002960     MOVE WS-SEL-RESULT    TO ALG-RESULT.
002970     PERFORM 2200-RESULT-TEXT THRU 2200-EXIT.
002980     IF WS-RESULT-TEXT = SPACES
002990         SET WS-RUN-FAILED TO TRUE
003000         MOVE 'INVALID RESULT - MUST BE BLANK OR R, U, S OR N'
003010                                    TO WS-RSL-TEXT
003020         GO TO 1500-EXIT
003030     END-IF.
003040     MOVE WS-RESULT-TEXT   TO WS-CRT-RESULT.
003050     GO TO 1500-EXIT.
003060 1500-EXIT.
003070     EXIT.
003080*----------------------------------------------------------------
003090* 2000-PROCESS-LOG - APPLY THE SELECTION TO ONE LOG ENTRY AND
003100*               LIST IT IF IT QUALIFIES
003110*----------------------------------------------------------------
003120 2000-PROCESS-LOG.
003130     ADD 1 TO WS-RECORDS-READ.
003140     PERFORM 2500-TEST-SELECTION THRU 2500-EXIT.
003150     IF WS-RECORD-BYPASSED
003160         GO TO 2000-NEXT
003170     END-IF.
003180     ADD 1 TO WS-RECORDS-SELECTED.
003190     EVALUATE ALG-RESULT
003200         WHEN 'R'
003210             ADD 1 TO WS-CARDS-RELEASED
003220         WHEN 'S'
003230             ADD 1 TO WS-CARDS-SELF-APPROVED
003240         WHEN 'N'
003250             ADD 1 TO WS-CARDS-NO-SUBMITTER
003260         WHEN OTHER
003270             ADD 1 TO WS-CARDS-NOT-APPROVED
003280     END-EVALUATE.
003290     PERFORM 2100-WRITE-DETAIL THRU 2100-EXIT.
003300 2000-NEXT.
003310     PERFORM 1100-READ-LOG THRU 1100-EXIT.
003320     GO TO 2000-EXIT.
003330 2000-EXIT.
003340     EXIT.
003350*----------------------------------------------------------------
003360* 2100-WRITE-DETAIL - FORMAT AND WRITE ONE SELECTED ENTRY.  THE
003370*               TIME IS SHOWN TO THE SECOND (HHMMSS).
003380*----------------------------------------------------------------
003390 2100-WRITE-DETAIL.
003400     MOVE ALG-LOG-DATE         TO WS-EDT-DATE.
003410     MOVE WS-EDT-MM            TO WS-ED-MM.
003420     MOVE WS-EDT-DD            TO WS-ED-DD.
003430     MOVE WS-EDT-YY            TO WS-ED-YY.
003440     MOVE WS-EDITED-DATE       TO WS-DTL-DATE.
003450     DIVIDE ALG-LOG-TIME BY 100 GIVING WS-DTL-TIME.
003460     MOVE ALG-PROGRAM          TO WS-DTL-PROGRAM.
003470     MOVE ALG-BATCH-ID         TO WS-DTL-BATCH-ID.
003480     MOVE ALG-SUBMITTER        TO WS-DTL-SUBMITTER.
003490     MOVE ALG-APPROVER         TO WS-DTL-APPROVER.
003500     PERFORM 2200-RESULT-TEXT THRU 2200-EXIT.
003510     MOVE WS-RESULT-TEXT       TO WS-DTL-RESULT.
003520     MOVE ALG-CARD-IMAGE       TO WS-DTL-CARD-IMAGE.
003530     MOVE WS-DETAIL-LINE       TO WS-PRINT-AREA.
003540     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
003550     GO TO 2100-EXIT.
003560 2100-EXIT.
003570     EXIT.
003580*----------------------------------------------------------------
003590* 2200-RESULT-TEXT - SPELL OUT THE RESULT CODE IN ALG-RESULT.  AN
003600*               UNKNOWN CODE LEAVES THE TEXT BLANK.
003610*----------------------------------------------------------------
003620 2200-RESULT-TEXT.
003630     EVALUATE ALG-RESULT
003640         WHEN 'R'
003650             MOVE 'RELEASED'      TO WS-RESULT-TEXT
003660         WHEN 'U'
003670             MOVE 'NOT APPROVED'  TO WS-RESULT-TEXT
003680         WHEN 'S'
003690             MOVE 'SELF-APPROVED' TO WS-RESULT-TEXT
003700         WHEN 'N'
003710             MOVE 'NO SUBMITTER'  TO WS-RESULT-TEXT
003720         WHEN OTHER
003730             MOVE SPACES          TO WS-RESULT-TEXT
003740     END-EVALUATE.
003750     GO TO 2200-EXIT.
003760 2200-EXIT.
003770     EXIT.
003780*----------------------------------------------------------------
003790* 2500-TEST-SELECTION - DATE RANGE, PROGRAM, OPERATOR AND RESULT
003800*               TESTS.  THE OPERATOR MATCHES AN ENTRY KEYED BY
003810*               THAT OPERATOR OR APPROVED BY THAT OPERATOR.  ALL
003820*               SUPPLIED CRITERIA MUST MATCH FOR THE ENTRY TO BE
003830*               SELECTED.
003840*----------------------------------------------------------------
003850 2500-TEST-SELECTION.
003860     SET WS-RECORD-BYPASSED TO TRUE.
003870     IF ALG-LOG-DATE < WS-SEL-FROM-DATE
003880         OR ALG-LOG-DATE > WS-SEL-TO-DATE
003890         GO TO 2500-EXIT
003900     END-IF.
003910     IF WS-SEL-PROGRAM NOT = SPACES
003920         AND ALG-PROGRAM NOT = WS-SEL-PROGRAM
003930         GO TO 2500-EXIT
003940     END-IF.
003950     IF WS-SEL-OPERATOR NOT = SPACES
003960         AND ALG-SUBMITTER NOT = WS-SEL-OPERATOR
003970         AND ALG-APPROVER NOT = WS-SEL-OPERATOR
003980         GO TO 2500-EXIT
003990     END-IF.
004000     IF WS-SEL-RESULT NOT = SPACE
004010         AND ALG-RESULT NOT = WS-SEL-RESULT
004020         GO TO 2500-EXIT
004030     END-IF.
004040     SET WS-RECORD-SELECTED TO TRUE.
004050     GO TO 2500-EXIT.
004060 2500-EXIT.
004070     EXIT.
004080*----------------------------------------------------------------
004090* 2900-WRITE-REPORT-LINE - COMMON REPORT WRITER.  THROWS A NEW
004100*               PAGE WITH HEADINGS WHEN THE CURRENT PAGE IS
004110*               FULL, THEN WRITES THE LINE IN WS-PRINT-AREA
004120*----------------------------------------------------------------
004130 2900-WRITE-REPORT-LINE.
004140     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
004150         PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT
004160     END-IF.
004170     WRITE REPORT-RECORD FROM WS-PRINT-AREA.
004180     ADD 1 TO WS-LINE-COUNT.
004190     GO TO 2900-EXIT.
004200 2900-EXIT.
004210     EXIT.
004220*----------------------------------------------------------------
004230* 8000-IO-ERROR - REPORT AN I/O FAILURE ON THE APPROVAL LOG AND
004240*               FLAG THE RUN SO IT STOPS AND ENDS RC 16
004250*----------------------------------------------------------------
004260 8000-IO-ERROR.
004270     MOVE WS-LOG-STATUS TO WS-ERR-STATUS.
004280     MOVE WS-ERROR-LINE TO WS-PRINT-AREA.
004290     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
004300     SET WS-IO-ERROR TO TRUE.
004310     GO TO 8000-EXIT.
004320 8000-EXIT.
004330     EXIT.
004340*----------------------------------------------------------------
004350* 9000-TERMINATE - WRITE THE SELECTION TOTALS, CLOSE THE FILES,
004360*               AND SET THE RETURN CODE.  RC 16 = BAD SELECTION
004370*               CARD OR A LOG I/O ERROR - THE LIST IS INCOMPLETE.
004380*----------------------------------------------------------------
004390 9000-TERMINATE.
004400     MOVE SPACES TO WS-PRINT-AREA.
004410     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
004420     MOVE WS-RECORDS-READ        TO WS-TOT-READ.
004430     MOVE WS-TOTAL-LINE-1        TO WS-PRINT-AREA.
004440     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
004450     MOVE WS-RECORDS-SELECTED    TO WS-TOT-SELECTED.
004460     MOVE WS-TOTAL-LINE-2        TO WS-PRINT-AREA.
004470     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
004480     MOVE WS-CARDS-RELEASED      TO WS-TOT-RELEASED.
004490     MOVE WS-TOTAL-LINE-3        TO WS-PRINT-AREA.
004500     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
004510     MOVE WS-CARDS-NOT-APPROVED  TO WS-TOT-NOT-APPROVED.
004520     MOVE WS-TOTAL-LINE-4        TO WS-PRINT-AREA.
004530     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
004540     MOVE WS-CARDS-SELF-APPROVED TO WS-TOT-SELF.
004550     MOVE WS-TOTAL-LINE-5        TO WS-PRINT-AREA.
004560     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
004570     MOVE WS-CARDS-NO-SUBMITTER  TO WS-TOT-NO-SUBMITTER.
004580     MOVE WS-TOTAL-LINE-6        TO WS-PRINT-AREA.
004590     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
004600     IF WS-RUN-FAILED
004610         MOVE WS-RESULT-LINE     TO WS-PRINT-AREA
004620         PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
004630     END-IF.
004640     IF WS-LOG-OPEN
004650         CLOSE APPROVAL-LOG
004660     END-IF.
004670     CLOSE APPROVAL-REPORT.
004680     IF WS-RUN-FAILED OR WS-IO-ERROR
004690         MOVE 16 TO RETURN-CODE
004700     END-IF.
004710     GO TO 9000-EXIT.
004720 9000-EXIT.
004730     EXIT.
