000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GLPROOF.
000030 AUTHOR. D-L-DEV-SVCS.
000040 INSTALLATION. DAILY-LEDGER-BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26 RJT  INITIAL VERSION.  MONTH-END GL PROOF.  PROVES
000110*               EACH ACCOUNT'S CLOSED PERIOD-TO-DATE TOTAL ON THE
000120*               MONTH-END CLOSE'S SNAPSHOT (SEE MTHCLOSE) AGAINST
000130*               WHAT THE GL ACKNOWLEDGED FOR IT OVER THE FISCAL
000140*               PERIOD PLUS WHAT IS STILL OPEN IN THE GL MATCH'S
000150*               SUSPENSE.  THE PERIOD'S ACKNOWLEDGMENTS COME FROM
000160*               THE ACKNOWLEDGED-POSTINGS GENERATIONS THE MATCH
000170*               WRITES EACH MORNING (SEE GLMATCH) AND THE OPEN
000180*               ITEMS FROM THE LATEST SUSPENSE GENERATION, BOTH
000190*               TAKEN BY THE RUN DATE OF THE NIGHT THEY BELONG TO
000200*               SO A LATE ACK OR AN ITEM STILL OPEN AFTER THE
000210*               CLOSE COUNTS IN ITS OWN PERIOD.  EVERY ACCOUNT
000220*               WHERE THE SNAPSHOT, THE GL, AND SUSPENSE DO NOT
000230*               FOOT IS LISTED, AND ANY BREAK ENDS THE RUN RC 8.
000240*               THE SNAPSHOT IS PROVED AGAINST ITS PERIOD'S
000250*               CLOSE-CONTROL TOTALS FIRST, AS IN BUDVAR.
000260*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT PARAMETER-FILE ASSIGN TO PRFPARM
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-PARM-STATUS.
000330     SELECT OPTIONAL CLOSE-CONTROL-FILE ASSIGN TO CLOSEIN
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-CLOSE-STATUS.
000360     SELECT OPTIONAL FISCAL-CALENDAR ASSIGN TO FSCCAL
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS FSC-DATE
000400         FILE STATUS IS WS-CALENDAR-STATUS.
000410*    THE SNAPSHOT IS THE BYTE-FOR-BYTE COPY OF THE MASTER THE
000420*    MONTH-END CLOSE CUTS, IN MASTER KEY SEQUENCE.
000430     SELECT OPTIONAL SNAPSHOT-FILE ASSIGN TO SNAPIN
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-SNAP-STATUS.
000460     SELECT OPTIONAL ACKNOWLEDGED-FILE ASSIGN TO ACKIN
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-ACKIN-STATUS.
000490     SELECT OPTIONAL SUSPENSE-IN-FILE ASSIGN TO SUSPIN
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-SUSPIN-STATUS.
000520     SELECT PROOF-REPORT ASSIGN TO PRFRPT
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540     SELECT SORT-WORK ASSIGN TO SORTWK01.
000550 DATA DIVISION.
000560 FILE SECTION.
000570*    THE FISCAL PERIOD TO PROVE (YYPP).  BLANK = THE LAST PERIOD
000580*    CLOSED.
000590 FD  PARAMETER-FILE
000600     RECORDING MODE IS F.
000610 01  PARAMETER-RECORD.
000620     05  PRF-PERIOD              PIC X(04).
000630     05  PRF-PERIOD-N REDEFINES PRF-PERIOD
000640                                 PIC 9(04).
000650     05  FILLER                  PIC X(76).
000660 FD  CLOSE-CONTROL-FILE
000670     RECORDING MODE IS F.
000680 01  CLOSE-CONTROL-RECORD.
000690     05  CCT-CLOSED-MONTH        PIC 9(04).
000700     05  CCT-CLOSED-DATE         PIC 9(06).
000710     05  CCT-ACCOUNT-COUNT       PIC 9(07).
000720     05  CCT-MTD-TOTAL           PIC S9(11)V99.
000730     05  CCT-YTD-TOTAL           PIC S9(11)V99.
000740*    ONE RECORD PER CALENDAR DATE, LOADED BY FSCLOAD.
000750 FD  FISCAL-CALENDAR
000760     RECORD CONTAINS 40 CHARACTERS.
000770 01  FISCAL-CALENDAR-RECORD.
000780     05  FSC-DATE                PIC 9(06).
000790     05  FSC-FISCAL-PERIOD       PIC 9(04).
000800     05  FSC-FISCAL-PERIOD-R REDEFINES FSC-FISCAL-PERIOD.
000810         10  FSC-FISCAL-YY       PIC 9(02).
000820         10  FSC-FISCAL-PP       PIC 9(02).
000830     05  FSC-PERIOD-START        PIC 9(06).
000840     05  FSC-PERIOD-END          PIC 9(06).
000850     05  FSC-LOAD-STAMP.
000860         10  FSC-LOAD-DATE       PIC 9(06).
000870         10  FSC-LOAD-TIME       PIC 9(08).
000880     05  FILLER                  PIC X(04).
000890 FD  SNAPSHOT-FILE
000900     RECORD CONTAINS 50 CHARACTERS.
000910 01  SNAPSHOT-RECORD             PIC X(50).
000920*    ONE RECORD PER ACK THE GL MATCH ACCEPTED - THE RUN DATE OF
000930*    THE NIGHT IT CONFIRMS, THE MORNING IT WAS MATCHED, AND HOW
000940*    (M = MATCHED, X = AMOUNT MISMATCH, C = CLEARED A SUSPENSE
000950*    ITEM, U = UNEXPECTED).
000960 FD  ACKNOWLEDGED-FILE
000970     RECORDING MODE IS F.
000980 01  ACKNOWLEDGED-RECORD.
000990     05  ACI-ACCOUNT-CODE        PIC X(10).
001000     05  ACI-RUN-DATE            PIC 9(06).
001010     05  ACI-AMOUNT              PIC S9(05)V99.
001020     05  ACI-MATCH-DATE          PIC 9(06).
001030     05  ACI-DISPOSITION         PIC X(01).
001040*    THE GL MATCH'S OPEN SUSPENSE ITEMS - EXTRACTED, NOT YET
001050*    ACKNOWLEDGED.
001060 FD  SUSPENSE-IN-FILE
001070     RECORDING MODE IS F.
001080 01  SUSPENSE-IN-RECORD.
001090     05  SPI-ACCOUNT-CODE        PIC X(10).
001100     05  SPI-RUN-DATE            PIC 9(06).
001110     05  SPI-AMOUNT              PIC S9(05)V99.
001120     05  SPI-FIRST-MISSED        PIC 9(06).
001130     05  SPI-AGE-NIGHTS          PIC 9(03).
001140 FD  PROOF-REPORT
001150     RECORDING MODE IS F.
001160 01  REPORT-RECORD               PIC X(132).
001170*    ONE ACKNOWLEDGMENT (A) OR OPEN SUSPENSE ITEM (S) DATED IN THE
001180*    PERIOD, SORTED INTO ACCOUNT ORDER TO MEET THE SNAPSHOT.
001190 SD  SORT-WORK.
001200 01  SORT-RECORD.
001210     05  SRT-ACCOUNT-CODE        PIC X(10).
001220     05  SRT-KIND                PIC X(01).
001230         88  SRT-ACKNOWLEDGMENT            VALUE 'A'.
001240         88  SRT-SUSPENSE                  VALUE 'S'.
001250     05  SRT-RUN-DATE            PIC 9(06).
001260     05  SRT-AMOUNT              PIC S9(05)V99.
001270     05  SRT-DISPOSITION         PIC X(01).
001280         88  SRT-MISMATCHED                VALUE 'X'.
001290         88  SRT-UNEXPECTED                VALUE 'U'.
001300 WORKING-STORAGE SECTION.
001310 01  WS-SWITCHES.
001320     05  WS-SNAP-EOF-SWITCH      PIC X(01) VALUE 'N'.
001330         88  WS-SNAP-EOF                   VALUE 'Y'.
001340     05  WS-SORT-EOF-SWITCH      PIC X(01) VALUE 'N'.
001350         88  WS-SORT-EOF                   VALUE 'Y'.
001360     05  WS-ACKIN-EOF-SWITCH     PIC X(01) VALUE 'N'.
001370         88  WS-ACKIN-EOF                  VALUE 'Y'.
001380     05  WS-SUSPIN-EOF-SWITCH    PIC X(01) VALUE 'N'.
001390         88  WS-SUSPIN-EOF                 VALUE 'Y'.
001400     05  WS-CLOSE-EOF-SWITCH     PIC X(01) VALUE 'N'.
001410         88  WS-CLOSE-EOF                  VALUE 'Y'.
001420     05  WS-CALENDAR-EOF-SWITCH  PIC X(01) VALUE 'N'.
001430         88  WS-CALENDAR-EOF               VALUE 'Y'.
001440     05  WS-IO-ERROR-SWITCH      PIC X(01) VALUE 'N'.
001450         88  WS-IO-ERROR                   VALUE 'Y'.
001460     05  WS-FAILED-SWITCH        PIC X(01) VALUE 'N'.
001470         88  WS-RUN-FAILED                 VALUE 'Y'.
001480     05  WS-SNAP-OPEN-SWITCH     PIC X(01) VALUE 'N'.
001490         88  WS-SNAP-OPEN                  VALUE 'Y'.
001500     05  WS-PERIOD-CLOSED-SWITCH PIC X(01) VALUE 'N'.
001510         88  WS-PERIOD-CLOSED              VALUE 'Y'.
001520     05  WS-PERIOD-FOUND-SWITCH  PIC X(01) VALUE 'N'.
001530         88  WS-PERIOD-FOUND               VALUE 'Y'.
001540 01  WS-PARM-STATUS              PIC X(02) VALUE '00'.
001550 01  WS-CLOSE-STATUS             PIC X(02) VALUE '00'.
001560 01  WS-CALENDAR-STATUS          PIC X(02) VALUE '00'.
001570 01  WS-SNAP-STATUS              PIC X(02) VALUE '00'.
001580 01  WS-ACKIN-STATUS             PIC X(02) VALUE '00'.
001590 01  WS-SUSPIN-STATUS            PIC X(02) VALUE '00'.
001600 01  WS-CARD-PERIOD              PIC X(04) VALUE SPACES.
001610 01  WS-REPORT-PERIOD            PIC 9(04) VALUE ZERO.
001620 01  WS-REPORT-PERIOD-R REDEFINES WS-REPORT-PERIOD.
001630     05  WS-RPT-YY               PIC 9(02).
001640     05  WS-RPT-PP               PIC 9(02).
001650*    THE FIRST AND LAST CALENDAR DATES OF THE PERIOD, FROM THE
001660*    FISCAL CALENDAR.  AN ACK OR SUSPENSE ITEM BELONGS TO THE
001670*    PERIOD WHEN THE RUN DATE IT CARRIES FALLS BETWEEN THEM.
001680 01  WS-PERIOD-START             PIC 9(06) VALUE ZERO.
001690 01  WS-PERIOD-START-R REDEFINES WS-PERIOD-START.
001700     05  WS-PST-YY               PIC 9(02).
001710     05  WS-PST-MM               PIC 9(02).
001720     05  WS-PST-DD               PIC 9(02).
001730 01  WS-PERIOD-END               PIC 9(06) VALUE ZERO.
001740 01  WS-PERIOD-END-R REDEFINES WS-PERIOD-END.
001750     05  WS-PEN-YY               PIC 9(02).
001760     05  WS-PEN-MM               PIC 9(02).
001770     05  WS-PEN-DD               PIC 9(02).
001780*    THE CLOSE-CONTROL RECORD OF THE PERIOD THE SNAPSHOT CLOSED,
001790*    WHICH THE SNAPSHOT MUST TIE TO.
001800 01  WS-CLOSED-CONTROLS.
001810     05  WS-CLS-ACCOUNT-COUNT    PIC 9(07)     COMP-3 VALUE ZERO.
001820     05  WS-CLS-MTD-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
001830*    ONE ACCOUNT, AS READ FROM THE SNAPSHOT.
001840 01  WS-ACCOUNT-RECORD.
001850     05  WS-ACT-KEY              PIC X(10).
001860     05  WS-ACT-LAST-POSTED-DATE PIC 9(06).
001870     05  WS-ACT-DAILY-TOTAL      PIC S9(09)V99 COMP-3.
001880     05  WS-ACT-MTD-TOTAL        PIC S9(09)V99 COMP-3.
001890     05  WS-ACT-YTD-TOTAL        PIC S9(09)V99 COMP-3.
001900     05  WS-ACT-FISCAL-PERIOD    PIC 9(04).
001910     05  FILLER                  PIC X(12).
001920*    THE SNAPSHOT AND THE SORTED ACKS AND ITEMS ARE MATCHED ON
001930*    ACCOUNT KEY.  EACH SIDE'S KEY GOES TO HIGH-VALUES AT ITS END
001940*    SO THE OTHER SIDE RUNS OUT ON ITS OWN; THE LOWER OF THE TWO
001950*    IS THE ACCOUNT BEING PROVED.
001960 01  WS-MATCH-KEYS.
001970     05  WS-SNAP-KEY             PIC X(10) VALUE LOW-VALUES.
001980     05  WS-SORTED-KEY           PIC X(10) VALUE LOW-VALUES.
001990     05  WS-PROOF-KEY            PIC X(10) VALUE SPACES.
002000*    ONE ACCOUNT'S PROOF.  THE SNAPSHOT'S MTD ONLY COUNTS WHEN THE
002010*    ACCOUNT LAST POSTED IN THE PERIOD - THE MASTER'S TOTALS ROLL
002020*    WHEN AN ACCOUNT NEXT POSTS, SO ONE LAST POSTED EARLIER HAS
002030*    NOTHING PERIOD-TO-DATE.
002040 01  WS-ACCOUNT-PROOF.
002050     05  WS-PRF-MTD              PIC S9(09)V99 COMP-3 VALUE ZERO.
002060     05  WS-PRF-GL               PIC S9(09)V99 COMP-3 VALUE ZERO.
002070     05  WS-PRF-SUSPENSE         PIC S9(09)V99 COMP-3 VALUE ZERO.
002080     05  WS-PRF-DIFFERENCE       PIC S9(11)V99 COMP-3 VALUE ZERO.
002090     05  WS-PRF-SNAP-SWITCH      PIC X(01) VALUE 'N'.
002100         88  WS-PRF-ON-SNAPSHOT            VALUE 'Y'.
002110         88  WS-PRF-NOT-ON-SNAPSHOT        VALUE 'N'.
002120     05  WS-PRF-GL-SIDE-SWITCH   PIC X(01) VALUE 'N'.
002130         88  WS-PRF-GL-SIDE                VALUE 'Y'.
002140         88  WS-PRF-NO-GL-SIDE             VALUE 'N'.
002150     05  WS-PRF-MISMATCH-SWITCH  PIC X(01) VALUE 'N'.
002160         88  WS-PRF-MISMATCH               VALUE 'Y'.
002170         88  WS-PRF-NO-MISMATCH            VALUE 'N'.
002180 01  WS-GRAND-TOTALS.
002190     05  WS-GRD-MTD              PIC S9(11)V99 COMP-3 VALUE ZERO.
002200     05  WS-GRD-GL               PIC S9(11)V99 COMP-3 VALUE ZERO.
002210     05  WS-GRD-SUSPENSE         PIC S9(11)V99 COMP-3 VALUE ZERO.
002220     05  WS-GRD-DIFFERENCE       PIC S9(11)V99 COMP-3 VALUE ZERO.
002230 01  WS-ACCUMULATORS.
002240     05  WS-ACCOUNTS-READ        PIC 9(07)     COMP-3 VALUE ZERO.
002250     05  WS-ACCOUNTS-PROVED      PIC 9(07)     COMP-3 VALUE ZERO.
002260     05  WS-ACCOUNTS-IN-BALANCE  PIC 9(07)     COMP-3 VALUE ZERO.
002270     05  WS-ACCOUNTS-BROKEN      PIC 9(07)     COMP-3 VALUE ZERO.
002280     05  WS-ACKS-READ            PIC 9(07)     COMP-3 VALUE ZERO.
002290     05  WS-ACKS-SELECTED        PIC 9(07)     COMP-3 VALUE ZERO.
002300     05  WS-SUSPENSE-READ        PIC 9(07)     COMP-3 VALUE ZERO.
002310     05  WS-SUSPENSE-SELECTED    PIC 9(07)     COMP-3 VALUE ZERO.
002320     05  WS-SNAP-MTD-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
002330 01  WS-PAGE-CONTROLS.
002340     05  WS-LINES-PER-PAGE      PIC 9(03)      COMP-3 VALUE 55.
002350     05  WS-LINE-COUNT          PIC 9(03)      COMP-3 VALUE 999.
002360     05  WS-PAGE-NUMBER         PIC 9(05)      COMP-3 VALUE ZERO.
002370 01  WS-PRINT-AREA              PIC X(132)     VALUE SPACES.
002380 01  WS-DATE-FIELDS.
002390     05  WS-CURRENT-DATE.
002400         10  WS-CURRENT-YY       PIC 9(02).
002410         10  WS-CURRENT-MM       PIC 9(02).
002420         10  WS-CURRENT-DD       PIC 9(02).
002430 01  WS-REPORT-LINES.
002440     05  WS-HEADING-LINE-1.
002450         10  FILLER              PIC X(40) VALUE SPACES.
002460         10  FILLER              PIC X(40)
002470             VALUE 'MONTH-END PROOF OF THE MASTER TO THE GL'.
002480     05  WS-HEADING-LINE-2.
002490         10  FILLER              PIC X(10) VALUE 'RUN DATE: '.
002500         10  WS-HDG-MM           PIC 99.
002510         10  FILLER              PIC X(01) VALUE '/'.
002520         10  WS-HDG-DD           PIC 99.
002530         10  FILLER              PIC X(01) VALUE '/'.
002540         10  WS-HDG-YY           PIC 99.
002550         10  FILLER              PIC X(16)
002560             VALUE '  FISCAL PERIOD '.
002570         10  WS-HDG-RPT-YY       PIC 99.
002580         10  FILLER              PIC X(01) VALUE '/'.
002590         10  WS-HDG-RPT-PP       PIC 99.
002600         10  FILLER              PIC X(09) VALUE '  DATES '.
002610         10  WS-HDG-START-MM     PIC 99.
002620         10  FILLER              PIC X(01) VALUE '/'.
002630         10  WS-HDG-START-DD     PIC 99.
002640         10  FILLER              PIC X(01) VALUE '/'.
002650         10  WS-HDG-START-YY     PIC 99.
002660         10  FILLER              PIC X(04) VALUE ' TO '.
002670         10  WS-HDG-END-MM       PIC 99.
002680         10  FILLER              PIC X(01) VALUE '/'.
002690         10  WS-HDG-END-DD       PIC 99.
002700         10  FILLER              PIC X(01) VALUE '/'.
002710         10  WS-HDG-END-YY       PIC 99.
002720         10  FILLER              PIC X(54) VALUE SPACES.
002730         10  FILLER              PIC X(05) VALUE 'PAGE '.
002740         10  WS-HDG-PAGE         PIC ZZZZ9.
002750     05  WS-HEADING-LINE-3.
002760         10  FILLER              PIC X(14) VALUE 'ACCOUNT KEY'.
002770         10  FILLER              PIC X(15) VALUE '  SNAPSHOT MTD'.
002780         10  FILLER              PIC X(15) VALUE '  GL ACKNOWLGD'.
002790         10  FILLER              PIC X(15) VALUE ' OPEN SUSPENSE'.
002800         10  FILLER              PIC X(15) VALUE '    DIFFERENCE'.
002810         10  FILLER              PIC X(04) VALUE SPACES.
002820         10  FILLER              PIC X(04) VALUE 'NOTE'.
002830*    ONE BREAK, OR THE GRAND TOTAL - THE KEY, THE THREE SIDES, THE
002840*    DIFFERENCE (SNAPSHOT LESS GL LESS SUSPENSE), AND WHAT IS
002850*    KNOWN ABOUT WHY.
002860     05  WS-DETAIL-LINE.
002870         10  WS-DTL-KEY          PIC X(14).
002880         10  WS-DTL-MTD          PIC ---,---,--9.99.
002890         10  FILLER              PIC X(01) VALUE SPACES.
002900         10  WS-DTL-GL           PIC ---,---,--9.99.
002910         10  FILLER              PIC X(01) VALUE SPACES.
002920         10  WS-DTL-SUSPENSE     PIC ---,---,--9.99.
002930         10  FILLER              PIC X(01) VALUE SPACES.
002940         10  WS-DTL-DIFFERENCE   PIC ---,---,--9.99.
002950         10  FILLER              PIC X(05) VALUE SPACES.
002960         10  WS-DTL-NOTE-SNAP    PIC X(17).
002970         10  WS-DTL-NOTE-GL      PIC X(17).
002980         10  WS-DTL-NOTE-AMOUNT  PIC X(16).
002990     05  WS-TOTAL-LINE-1.
003000         10  FILLER              PIC X(22)
003010             VALUE 'SNAPSHOT ACCOUNTS   : '.
003020         10  WS-TOT-READ         PIC ZZZ,ZZ9.
003030     05  WS-TOTAL-LINE-2.
003040         10  FILLER              PIC X(22)
003050             VALUE 'ACCOUNTS PROVED     : '.
003060         10  WS-TOT-PROVED       PIC ZZZ,ZZ9.
003070     05  WS-TOTAL-LINE-3.
003080         10  FILLER              PIC X(22)
003090             VALUE 'ACCOUNTS IN BALANCE : '.
003100         10  WS-TOT-IN-BALANCE   PIC ZZZ,ZZ9.
003110     05  WS-TOTAL-LINE-4.
003120         10  FILLER              PIC X(22)
003130             VALUE 'ACCOUNTS OUT (BREAK): '.
003140         10  WS-TOT-BROKEN       PIC ZZZ,ZZ9.
003150     05  WS-TOTAL-LINE-5.
003160         10  FILLER              PIC X(22)
003170             VALUE 'ACKS IN PERIOD      : '.
003180         10  WS-TOT-ACKS         PIC ZZZ,ZZ9.
003190         10  FILLER              PIC X(06) VALUE '  OF  '.
003200         10  WS-TOT-ACKS-READ    PIC ZZZ,ZZ9.
003210     05  WS-TOTAL-LINE-6.
003220         10  FILLER              PIC X(22)
003230             VALUE 'SUSPENSE IN PERIOD  : '.
003240         10  WS-TOT-SUSPENSE     PIC ZZZ,ZZ9.
003250         10  FILLER              PIC X(06) VALUE '  OF  '.
003260         10  WS-TOT-SUSPENSE-READ
003270                                 PIC ZZZ,ZZ9.
003280     05  WS-RESULT-LINE.
003290         10  FILLER              PIC X(08) VALUE 'RESULT: '.
003300         10  WS-RSL-TEXT         PIC X(60).
003310     05  WS-ERROR-LINE.
003320         10  FILLER              PIC X(13) VALUE 'I/O ERROR ON '.
003330         10  WS-ERR-FILE         PIC X(15).
003340         10  FILLER              PIC X(07) VALUE ' - KEY '.
003350         10  WS-ERR-KEY          PIC X(14).
003360         10  FILLER              PIC X(09) VALUE '  STATUS '.
003370         10  WS-ERR-STATUS       PIC X(02).
003380 PROCEDURE DIVISION.
003390 0000-MAINLINE.
003400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003410     IF NOT WS-RUN-FAILED
003420         AND NOT WS-IO-ERROR
003430         SORT SORT-WORK
003440             ON ASCENDING KEY SRT-ACCOUNT-CODE SRT-KIND
003450                              SRT-RUN-DATE
003460             INPUT PROCEDURE IS 2000-SELECT-PASS THRU 2000-EXIT
003470             OUTPUT PROCEDURE IS 3000-PROOF-PASS THRU 3000-EXIT
003480     END-IF.
003490     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003500     STOP RUN.
003510*----------------------------------------------------------------
003520* 1000-INITIALIZE - OPEN THE REPORT, READ THE PARAMETER CARD,
003530*               FIND THE PERIOD ON THE CLOSE-CONTROL FILE AND ITS
003540*               DATES ON THE FISCAL CALENDAR, AND OPEN THE
003550*               SNAPSHOT.  THE PAGE-1 HEADINGS ARE THROWN BY THE
003560*               FIRST LINE PRINTED THROUGH 2900-WRITE-REPORT-LINE.
003570*----------------------------------------------------------------
003580 1000-INITIALIZE.
003590     OPEN OUTPUT PROOF-REPORT.
003600     ACCEPT WS-CURRENT-DATE FROM DATE.
003610     PERFORM 1500-READ-PARAMETERS THRU 1500-EXIT.
003620     IF WS-RUN-FAILED
003630         GO TO 1000-EXIT
003640     END-IF.
003650     PERFORM 1700-FIND-CLOSED-PERIOD THRU 1700-EXIT.
003660     IF WS-RUN-FAILED
003670         GO TO 1000-EXIT
003680     END-IF.
003690     PERFORM 1600-FIND-PERIOD-DATES THRU 1600-EXIT.
003700     IF WS-RUN-FAILED
003710         GO TO 1000-EXIT
003720     END-IF.
003730     PERFORM 1300-OPEN-SNAPSHOT THRU 1300-EXIT.
003740     GO TO 1000-EXIT.
003750 1000-EXIT.
003760     EXIT.
003770*----------------------------------------------------------------
003780* 1200-WRITE-HEADINGS - WRITE THE RUN-DATE, FISCAL PERIOD, PERIOD
003790*               DATES, AND COLUMN HEADINGS AT THE TOP OF EACH PAGE
003800*----------------------------------------------------------------
003810 1200-WRITE-HEADINGS.
003820     ADD 1 TO WS-PAGE-NUMBER.
003830     MOVE WS-CURRENT-MM    TO WS-HDG-MM.
003840     MOVE WS-CURRENT-DD    TO WS-HDG-DD.
003850     MOVE WS-CURRENT-YY    TO WS-HDG-YY.
003860     MOVE WS-RPT-YY        TO WS-HDG-RPT-YY.
003870     MOVE WS-RPT-PP        TO WS-HDG-RPT-PP.
003880     MOVE WS-PST-MM        TO WS-HDG-START-MM.
003890     MOVE WS-PST-DD        TO WS-HDG-START-DD.
003900     MOVE WS-PST-YY        TO WS-HDG-START-YY.
003910     MOVE WS-PEN-MM        TO WS-HDG-END-MM.
003920     MOVE WS-PEN-DD        TO WS-HDG-END-DD.
003930     MOVE WS-PEN-YY        TO WS-HDG-END-YY.
003940     MOVE WS-PAGE-NUMBER   TO WS-HDG-PAGE.
003950     WRITE REPORT-RECORD FROM WS-HEADING-LINE-1.
003960     WRITE REPORT-RECORD FROM WS-HEADING-LINE-2.
003970     MOVE SPACES TO REPORT-RECORD.
003980     WRITE REPORT-RECORD.
003990     WRITE REPORT-RECORD FROM WS-HEADING-LINE-3.
004000     MOVE 4 TO WS-LINE-COUNT.
004010     GO TO 1200-EXIT.
004020 1200-EXIT.
004030     EXIT.
004040*----------------------------------------------------------------
004050* 1300-OPEN-SNAPSHOT - OPEN THE PERIOD-END SNAPSHOT.  A MISSING
004060*               SNAPSHOT FAILS THE RUN, SINCE THERE IS NOTHING TO
004070*               PROVE WITHOUT IT.
004080*----------------------------------------------------------------
004090 1300-OPEN-SNAPSHOT.
004100     OPEN INPUT SNAPSHOT-FILE.
004110     IF WS-SNAP-STATUS = '05'
004120         CLOSE SNAPSHOT-FILE
004130         SET WS-RUN-FAILED TO TRUE
004140         MOVE 'NO PERIOD-END SNAPSHOT SUPPLIED' TO WS-RSL-TEXT
004150         GO TO 1300-EXIT
004160     END-IF.
004170     IF WS-SNAP-STATUS NOT = '00'
004180         MOVE 'SNAPSHOT'     TO WS-ERR-FILE
004190         MOVE SPACES         TO WS-ERR-KEY
004200         MOVE WS-SNAP-STATUS TO WS-ERR-STATUS
004210         PERFORM 8000-IO-ERROR THRU 8000-EXIT
004220         GO TO 1300-EXIT
004230     END-IF.
004240     SET WS-SNAP-OPEN TO TRUE.
004250     GO TO 1300-EXIT.
004260 1300-EXIT.
004270     EXIT.
004280*----------------------------------------------------------------
004290* 1500-READ-PARAMETERS - READ THE PARAMETER CARD.  A MISSING OR
004300*               EMPTY CARD, OR A BLANK PERIOD, PROVES THE LAST
004310*               PERIOD CLOSED.  A PERIOD THAT IS KEYED BUT INVALID
004320*               FAILS THE RUN RATHER THAN PROVE THE WRONG PERIOD.
004330*----------------------------------------------------------------
004340 1500-READ-PARAMETERS.
004350     OPEN INPUT PARAMETER-FILE.
004360     IF WS-PARM-STATUS NOT = '00'
004370         GO TO 1500-EXIT
004380     END-IF.
004390     READ PARAMETER-FILE
004400         AT END
004410             CLOSE PARAMETER-FILE
004420             GO TO 1500-EXIT
004430     END-READ.
004440     CLOSE PARAMETER-FILE.
004450     IF PRF-PERIOD = SPACES
004460         GO TO 1500-EXIT
004470     END-IF.
004480     IF PRF-PERIOD-N IS NOT NUMERIC
004490         SET WS-RUN-FAILED TO TRUE
004500         MOVE 'FISCAL PERIOD IS NOT NUMERIC' TO WS-RSL-TEXT
004510         GO TO 1500-EXIT
004520     END-IF.
004530     MOVE PRF-PERIOD-N TO WS-REPORT-PERIOD.
004540     IF WS-RPT-PP < 01 OR WS-RPT-PP > 12
004550         SET WS-RUN-FAILED TO TRUE
004560         MOVE 'FISCAL PERIOD MUST BE YYPP WITH PP 01-12'
004570                                    TO WS-RSL-TEXT
004580         GO TO 1500-EXIT
004590     END-IF.
004600     MOVE PRF-PERIOD TO WS-CARD-PERIOD.
004610     GO TO 1500-EXIT.
004620 1500-EXIT.
004630     EXIT.
004640*----------------------------------------------------------------
004650* 1600-FIND-PERIOD-DATES - SCAN THE FISCAL CALENDAR FOR THE
004660*               PERIOD BEING PROVED AND TAKE ITS FIRST AND LAST
004670*               DATES.  A PERIOD NOT ON THE CALENDAR (OR NO
004680*               CALENDAR AT ALL) FAILS THE RUN - WITHOUT ITS DATES
004690*               NO ACK CAN BE PLACED IN THE PERIOD.
004700*----------------------------------------------------------------
004710 1600-FIND-PERIOD-DATES.
004720     OPEN INPUT FISCAL-CALENDAR.
004730     IF WS-CALENDAR-STATUS NOT = '00'
004732         IF WS-CALENDAR-STATUS = '05'
004734             CLOSE FISCAL-CALENDAR
004736         END-IF
004740         GO TO 1600-CHECK
004750     END-IF.
004760     PERFORM 1610-READ-CALENDAR THRU 1610-EXIT
004770         UNTIL WS-CALENDAR-EOF OR WS-PERIOD-FOUND.
004780     CLOSE FISCAL-CALENDAR.
004790 1600-CHECK.
004800     IF NOT WS-PERIOD-FOUND
004810         SET WS-RUN-FAILED TO TRUE
004820         MOVE 'FISCAL PERIOD IS NOT ON THE FISCAL CALENDAR'
004830                                    TO WS-RSL-TEXT
004840     END-IF.
004850     GO TO 1600-EXIT.
004860 1600-EXIT.
004870     EXIT.
004880*----------------------------------------------------------------
004890* 1610-READ-CALENDAR - READ THE NEXT CALENDAR DATE AND TEST IT
004900*               FOR THE PERIOD BEING PROVED
004910*----------------------------------------------------------------
004920 1610-READ-CALENDAR.
004930     READ FISCAL-CALENDAR
004940         AT END
004950             SET WS-CALENDAR-EOF TO TRUE
004960             GO TO 1610-EXIT
004970     END-READ.
004980     IF FSC-FISCAL-PERIOD = WS-REPORT-PERIOD
004990         SET WS-PERIOD-FOUND TO TRUE
005000         MOVE FSC-PERIOD-START TO WS-PERIOD-START
005010         MOVE FSC-PERIOD-END   TO WS-PERIOD-END
005020     END-IF.
005030     GO TO 1610-EXIT.
005040 1610-EXIT.
005050     EXIT.
005060*----------------------------------------------------------------
005070* 1700-FIND-CLOSED-PERIOD - FIND THE PERIOD ON THE CLOSE-CONTROL
005080*               FILE.  A BLANK CARD PERIOD TAKES THE LAST PERIOD
005090*               CLOSED (THE NEWEST SNAPSHOT); A KEYED PERIOD MUST
005100*               BE ONE THAT WAS CLOSED - AN OPEN PERIOD HAS NO
005110*               CLOSED FIGURES TO PROVE.  THE PERIOD'S ACCOUNT
005120*               COUNT AND MTD TOTAL ARE KEPT SO 9000-TERMINATE CAN
005130*               PROVE THE SNAPSHOT SUPPLIED IS THAT PERIOD'S.
005140*----------------------------------------------------------------
005150 1700-FIND-CLOSED-PERIOD.
005160     OPEN INPUT CLOSE-CONTROL-FILE.
005162     IF WS-CLOSE-STATUS = '05'
005164         CLOSE CLOSE-CONTROL-FILE
005166     END-IF.
005170     IF WS-CLOSE-STATUS = '00'
005180         PERFORM 1710-READ-CLOSE-CONTROL THRU 1710-EXIT
005190         PERFORM 1720-TEST-CLOSED-PERIOD THRU 1720-EXIT
005200             UNTIL WS-CLOSE-EOF
005210         CLOSE CLOSE-CONTROL-FILE
005220     END-IF.
005230     IF NOT WS-PERIOD-CLOSED
005240         SET WS-RUN-FAILED TO TRUE
005250         IF WS-CARD-PERIOD = SPACES
005260             MOVE 'NO CLOSED PERIOD ON THE CLOSE-CONTROL FILE'
005270                                    TO WS-RSL-TEXT
005280         ELSE
005290             MOVE 'FISCAL PERIOD NOT CLOSED - NO SNAPSHOT'
005300                                    TO WS-RSL-TEXT
005310         END-IF
005320     END-IF.
005330     GO TO 1700-EXIT.
005340 1700-EXIT.
005350     EXIT.
005360*----------------------------------------------------------------
005370* 1710-READ-CLOSE-CONTROL - READ THE NEXT CLOSED PERIOD
005380*----------------------------------------------------------------
005390 1710-READ-CLOSE-CONTROL.
005400     READ CLOSE-CONTROL-FILE
005410         AT END
005420             SET WS-CLOSE-EOF TO TRUE
005430     END-READ.
005440     GO TO 1710-EXIT.
005450 1710-EXIT.
005460     EXIT.
005470*----------------------------------------------------------------
005480* 1720-TEST-CLOSED-PERIOD - KEEP THE CLOSED PERIOD IF IT IS THE
005490*               CARD'S PERIOD, OR, WITH NO CARD PERIOD, IF IT IS
005500*               THE LATEST SO FAR (THE FILE IS APPENDED IN CLOSE
005510*               ORDER, SO THE LAST RECORD WINS)
005520*----------------------------------------------------------------
005530 1720-TEST-CLOSED-PERIOD.
005540     IF WS-CARD-PERIOD = SPACES
005550         OR CCT-CLOSED-MONTH = WS-REPORT-PERIOD
005560         SET WS-PERIOD-CLOSED TO TRUE
005570         MOVE CCT-CLOSED-MONTH  TO WS-REPORT-PERIOD
005580         MOVE CCT-ACCOUNT-COUNT TO WS-CLS-ACCOUNT-COUNT
005590         MOVE CCT-MTD-TOTAL     TO WS-CLS-MTD-TOTAL
005600     END-IF.
005610     PERFORM 1710-READ-CLOSE-CONTROL THRU 1710-EXIT.
005620     GO TO 1720-EXIT.
005630 1720-EXIT.
005640     EXIT.
005650*----------------------------------------------------------------
005660* 2000-SELECT-PASS - SORT INPUT PROCEDURE.  RELEASES THE
005670*               PERIOD'S ACKNOWLEDGMENTS, THEN THE PERIOD'S OPEN
005680*               SUSPENSE ITEMS
005690*----------------------------------------------------------------
005700 2000-SELECT-PASS.
005710     PERFORM 2100-SELECT-ACKS THRU 2100-EXIT.
005720     IF NOT WS-IO-ERROR
005730         PERFORM 2300-SELECT-SUSPENSE THRU 2300-EXIT
005740     END-IF.
005750     GO TO 2000-EXIT.
005760 2000-EXIT.
005770     EXIT.
005780*----------------------------------------------------------------
005790* 2100-SELECT-ACKS - READ EVERY ACKNOWLEDGED-POSTINGS GENERATION
005800*               SUPPLIED.  NO ACK FILE AT ALL (OPEN STATUS 05)
005810*               SELECTS NOTHING - EVERY ACCOUNT THAT POSTED IN THE
005820*               PERIOD THEN SHOWS AS A BREAK.
005830*----------------------------------------------------------------
005840 2100-SELECT-ACKS.
005850     OPEN INPUT ACKNOWLEDGED-FILE.
005860     IF WS-ACKIN-STATUS = '05'
005870         CLOSE ACKNOWLEDGED-FILE
005880         GO TO 2100-EXIT
005890     END-IF.
005900     IF WS-ACKIN-STATUS NOT = '00'
005910         MOVE 'ACKNOWLEDGED'  TO WS-ERR-FILE
005920         MOVE SPACES          TO WS-ERR-KEY
005930         MOVE WS-ACKIN-STATUS TO WS-ERR-STATUS
005940         PERFORM 8000-IO-ERROR THRU 8000-EXIT
005950         GO TO 2100-EXIT
005960     END-IF.
005970     PERFORM 2110-READ-ACK THRU 2110-EXIT.
005980     PERFORM 2120-RELEASE-ACK THRU 2120-EXIT
005990         UNTIL WS-ACKIN-EOF.
006000     CLOSE ACKNOWLEDGED-FILE.
006010     GO TO 2100-EXIT.
006020 2100-EXIT.
006030     EXIT.
006040*----------------------------------------------------------------
006050* 2110-READ-ACK - READ THE NEXT ACKNOWLEDGED POSTING
006060*----------------------------------------------------------------
006070 2110-READ-ACK.
006080     READ ACKNOWLEDGED-FILE
006090         AT END
006100             SET WS-ACKIN-EOF TO TRUE
006110             GO TO 2110-EXIT
006120     END-READ.
006130     ADD 1 TO WS-ACKS-READ.
006140     GO TO 2110-EXIT.
006150 2110-EXIT.
006160     EXIT.
006170*----------------------------------------------------------------
006180* 2120-RELEASE-ACK - RELEASE AN ACK WHOSE RUN DATE FALLS IN THE
006190*               PERIOD TO THE SORT.  EVERY DISPOSITION COUNTS -
006200*               THE AMOUNT IS WHAT THE GL BOOKED, WHETHER OR NOT
006210*               IT MATCHED OUR EXTRACT.
006220*----------------------------------------------------------------
006230 2120-RELEASE-ACK.
006240     IF ACI-RUN-DATE NOT < WS-PERIOD-START
006250         AND ACI-RUN-DATE NOT > WS-PERIOD-END
006260         ADD 1 TO WS-ACKS-SELECTED
006270         SET SRT-ACKNOWLEDGMENT TO TRUE
006280         MOVE ACI-ACCOUNT-CODE  TO SRT-ACCOUNT-CODE
006290         MOVE ACI-RUN-DATE      TO SRT-RUN-DATE
006300         MOVE ACI-AMOUNT        TO SRT-AMOUNT
006310         MOVE ACI-DISPOSITION   TO SRT-DISPOSITION
006320         RELEASE SORT-RECORD
006330     END-IF.
006340     PERFORM 2110-READ-ACK THRU 2110-EXIT.
006350     GO TO 2120-EXIT.
006360 2120-EXIT.
006370     EXIT.
006380*----------------------------------------------------------------
006390* 2300-SELECT-SUSPENSE - READ THE GL MATCH'S LATEST SUSPENSE
006400*               GENERATION.  NO SUSPENSE FILE (OPEN STATUS 05)
006410*               MEANS NOTHING IS OPEN.
006420*----------------------------------------------------------------
006430 2300-SELECT-SUSPENSE.
006440     OPEN INPUT SUSPENSE-IN-FILE.
006450     IF WS-SUSPIN-STATUS = '05'
006460         CLOSE SUSPENSE-IN-FILE
006470         GO TO 2300-EXIT
006480     END-IF.
006490     IF WS-SUSPIN-STATUS NOT = '00'
006500         MOVE 'SUSPENSE'       TO WS-ERR-FILE
006510         MOVE SPACES           TO WS-ERR-KEY
006520         MOVE WS-SUSPIN-STATUS TO WS-ERR-STATUS
006530         PERFORM 8000-IO-ERROR THRU 8000-EXIT
006540         GO TO 2300-EXIT
006550     END-IF.
006560     PERFORM 2310-READ-SUSPENSE THRU 2310-EXIT.
006570     PERFORM 2320-RELEASE-SUSPENSE THRU 2320-EXIT
006580         UNTIL WS-SUSPIN-EOF.
006590     CLOSE SUSPENSE-IN-FILE.
006600     GO TO 2300-EXIT.
006610 2300-EXIT.
006620     EXIT.
006630*----------------------------------------------------------------
006640* 2310-READ-SUSPENSE - READ THE NEXT OPEN SUSPENSE ITEM
006650*----------------------------------------------------------------
006660 2310-READ-SUSPENSE.
006670     READ SUSPENSE-IN-FILE
006680         AT END
006690             SET WS-SUSPIN-EOF TO TRUE
006700             GO TO 2310-EXIT
006710     END-READ.
006720     ADD 1 TO WS-SUSPENSE-READ.
006730     GO TO 2310-EXIT.
006740 2310-EXIT.
006750     EXIT.
006760*----------------------------------------------------------------
006770* 2320-RELEASE-SUSPENSE - RELEASE AN OPEN ITEM EXTRACTED ON A
006780*               NIGHT IN THE PERIOD TO THE SORT
006790*----------------------------------------------------------------
006800 2320-RELEASE-SUSPENSE.
006810     IF SPI-RUN-DATE NOT < WS-PERIOD-START
006820         AND SPI-RUN-DATE NOT > WS-PERIOD-END
006830         ADD 1 TO WS-SUSPENSE-SELECTED
006840         SET SRT-SUSPENSE TO TRUE
006850         MOVE SPI-ACCOUNT-CODE  TO SRT-ACCOUNT-CODE
006860         MOVE SPI-RUN-DATE      TO SRT-RUN-DATE
006870         MOVE SPI-AMOUNT        TO SRT-AMOUNT
006880         MOVE SPACE             TO SRT-DISPOSITION
006890         RELEASE SORT-RECORD
006900     END-IF.
006910     PERFORM 2310-READ-SUSPENSE THRU 2310-EXIT.
006920     GO TO 2320-EXIT.
006930 2320-EXIT.
006940     EXIT.
006950*----------------------------------------------------------------
006960* 2900-WRITE-REPORT-LINE - COMMON REPORT WRITER.  THROWS A NEW
006970*               PAGE WITH HEADINGS WHEN THE CURRENT PAGE IS
006980*               FULL, THEN WRITES THE LINE IN WS-PRINT-AREA
006990*----------------------------------------------------------------
007000 2900-WRITE-REPORT-LINE.
007010     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
007020         PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT
007030     END-IF.
007040     WRITE REPORT-RECORD FROM WS-PRINT-AREA.
007050     ADD 1 TO WS-LINE-COUNT.
007060     GO TO 2900-EXIT.
007070 2900-EXIT.
007080     EXIT.
007090*----------------------------------------------------------------
007100* 3000-PROOF-PASS - SORT OUTPUT PROCEDURE.  MATCHES THE SNAPSHOT
007110*               AGAINST THE SORTED ACKS AND SUSPENSE ITEMS IN
007120*               ACCOUNT ORDER AND PROVES EACH ACCOUNT FOUND ON
007130*               EITHER SIDE
007140*----------------------------------------------------------------
007150 3000-PROOF-PASS.
007160     PERFORM 3100-READ-SNAPSHOT THRU 3100-EXIT.
007170     PERFORM 3200-RETURN-SORTED THRU 3200-EXIT.
007180     PERFORM 3300-PROVE-ACCOUNT THRU 3300-EXIT
007190         UNTIL (WS-SNAP-EOF AND WS-SORT-EOF) OR WS-IO-ERROR.
007200     GO TO 3000-EXIT.
007210 3000-EXIT.
007220     EXIT.
007230*----------------------------------------------------------------
007240* 3100-READ-SNAPSHOT - READ THE NEXT SNAPSHOT ACCOUNT, ADDING IT
007250*               TO THE COUNT AND RAW MTD TOTAL THE SNAPSHOT MUST
007260*               TIE TO THE CLOSE WITH
007270*----------------------------------------------------------------
007280 3100-READ-SNAPSHOT.
007290     READ SNAPSHOT-FILE INTO WS-ACCOUNT-RECORD
007300         AT END
007310             SET WS-SNAP-EOF TO TRUE
007320             MOVE HIGH-VALUES TO WS-SNAP-KEY
007330             GO TO 3100-EXIT
007340     END-READ.
007350     IF WS-SNAP-STATUS NOT = '00'
007360         MOVE 'SNAPSHOT'     TO WS-ERR-FILE
007370         MOVE WS-ACT-KEY     TO WS-ERR-KEY
007380         MOVE WS-SNAP-STATUS TO WS-ERR-STATUS
007390         PERFORM 8000-IO-ERROR THRU 8000-EXIT
007400         GO TO 3100-EXIT
007410     END-IF.
007420     ADD 1 TO WS-ACCOUNTS-READ.
007430     ADD WS-ACT-MTD-TOTAL TO WS-SNAP-MTD-TOTAL.
007440     MOVE WS-ACT-KEY TO WS-SNAP-KEY.
007450     GO TO 3100-EXIT.
007460 3100-EXIT.
007470     EXIT.
007480*----------------------------------------------------------------
007490* 3200-RETURN-SORTED - RETURN THE NEXT SORTED ACK OR ITEM
007500*----------------------------------------------------------------
007510 3200-RETURN-SORTED.
007520     RETURN SORT-WORK
007530         AT END
007540             SET WS-SORT-EOF TO TRUE
007550             MOVE HIGH-VALUES TO WS-SORTED-KEY
007560             GO TO 3200-EXIT
007570     END-RETURN.
007580     MOVE SRT-ACCOUNT-CODE TO WS-SORTED-KEY.
007590     GO TO 3200-EXIT.
007600 3200-EXIT.
007610     EXIT.
007620*----------------------------------------------------------------
007630* 3300-PROVE-ACCOUNT - PROVE THE LOWER OF THE TWO KEYS: TAKE ITS
007640*               SNAPSHOT MTD IF IT IS ON THE SNAPSHOT, ADD UP ITS
007650*               ACKS AND OPEN ITEMS, AND LIST IT IF THE SNAPSHOT
007660*               DOES NOT EQUAL THE GL PLUS SUSPENSE
007670*----------------------------------------------------------------
007680 3300-PROVE-ACCOUNT.
007690     IF WS-SNAP-KEY < WS-SORTED-KEY
007700         MOVE WS-SNAP-KEY   TO WS-PROOF-KEY
007710     ELSE
007720         MOVE WS-SORTED-KEY TO WS-PROOF-KEY
007730     END-IF.
007740     MOVE ZERO TO WS-PRF-MTD.
007750     MOVE ZERO TO WS-PRF-GL.
007760     MOVE ZERO TO WS-PRF-SUSPENSE.
007770     SET WS-PRF-NOT-ON-SNAPSHOT TO TRUE.
007780     SET WS-PRF-NO-GL-SIDE TO TRUE.
007790     SET WS-PRF-NO-MISMATCH TO TRUE.
007800     IF WS-SNAP-KEY = WS-PROOF-KEY
007810         SET WS-PRF-ON-SNAPSHOT TO TRUE
007820         IF WS-ACT-FISCAL-PERIOD IS NUMERIC
007830             AND WS-ACT-FISCAL-PERIOD = WS-REPORT-PERIOD
007840             MOVE WS-ACT-MTD-TOTAL TO WS-PRF-MTD
007850         END-IF
007860         PERFORM 3100-READ-SNAPSHOT THRU 3100-EXIT
007870     END-IF.
007880     PERFORM 3400-ADD-SORTED THRU 3400-EXIT
007890         UNTIL WS-SORTED-KEY NOT = WS-PROOF-KEY.
007900     ADD 1 TO WS-ACCOUNTS-PROVED.
007910     COMPUTE WS-PRF-DIFFERENCE =
007920         WS-PRF-MTD - WS-PRF-GL - WS-PRF-SUSPENSE.
007930     ADD WS-PRF-MTD        TO WS-GRD-MTD.
007940     ADD WS-PRF-GL         TO WS-GRD-GL.
007950     ADD WS-PRF-SUSPENSE   TO WS-GRD-SUSPENSE.
007960     ADD WS-PRF-DIFFERENCE TO WS-GRD-DIFFERENCE.
007970     IF WS-PRF-DIFFERENCE = ZERO
007980         ADD 1 TO WS-ACCOUNTS-IN-BALANCE
007990         GO TO 3300-EXIT
008000     END-IF.
008010     ADD 1 TO WS-ACCOUNTS-BROKEN.
008020     PERFORM 3500-LIST-BREAK THRU 3500-EXIT.
008030     GO TO 3300-EXIT.
008040 3300-EXIT.
008050     EXIT.
008060*----------------------------------------------------------------
008070* 3400-ADD-SORTED - ADD ONE SORTED ACK TO THE GL SIDE OR ONE OPEN
008080*               ITEM TO SUSPENSE, NOTING A GL-SIDE POSTING OR AN
008090*               AMOUNT MISMATCH FOR THE BREAK LINE
008100*----------------------------------------------------------------
008110 3400-ADD-SORTED.
008120     IF SRT-SUSPENSE
008130         ADD SRT-AMOUNT TO WS-PRF-SUSPENSE
008140     ELSE
008150         ADD SRT-AMOUNT TO WS-PRF-GL
008160         IF SRT-UNEXPECTED
008170             SET WS-PRF-GL-SIDE TO TRUE
008180         END-IF
008190         IF SRT-MISMATCHED
008200             SET WS-PRF-MISMATCH TO TRUE
008210         END-IF
008220     END-IF.
008230     PERFORM 3200-RETURN-SORTED THRU 3200-EXIT.
008240     GO TO 3400-EXIT.
008250 3400-EXIT.
008260     EXIT.
008270*----------------------------------------------------------------
008280* 3500-LIST-BREAK - LIST ONE ACCOUNT THAT DOES NOT FOOT
008290*----------------------------------------------------------------
008300 3500-LIST-BREAK.
008310     MOVE SPACES            TO WS-DETAIL-LINE.
008320     MOVE WS-PROOF-KEY      TO WS-DTL-KEY.
008330     MOVE WS-PRF-MTD        TO WS-DTL-MTD.
008340     MOVE WS-PRF-GL         TO WS-DTL-GL.
008350     MOVE WS-PRF-SUSPENSE   TO WS-DTL-SUSPENSE.
008360     MOVE WS-PRF-DIFFERENCE TO WS-DTL-DIFFERENCE.
008370     IF WS-PRF-NOT-ON-SNAPSHOT
008380         MOVE 'NOT ON SNAPSHOT' TO WS-DTL-NOTE-SNAP
008390     END-IF.
008400     IF WS-PRF-GL-SIDE
008410         MOVE 'GL-SIDE POSTING' TO WS-DTL-NOTE-GL
008420     END-IF.
008430     IF WS-PRF-MISMATCH
008440         MOVE 'AMOUNT MISMATCH' TO WS-DTL-NOTE-AMOUNT
008450     END-IF.
008460     MOVE WS-DETAIL-LINE    TO WS-PRINT-AREA.
008470     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
008480     GO TO 3500-EXIT.
008490 3500-EXIT.
008500     EXIT.
008510*----------------------------------------------------------------
008520* 8000-IO-ERROR - REPORT AN I/O FAILURE AND FLAG THE RUN SO IT
008530*               STOPS AND ENDS RC 16
008540*----------------------------------------------------------------
008550 8000-IO-ERROR.
008560     MOVE WS-ERROR-LINE TO WS-PRINT-AREA.
008570     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
008580     SET WS-IO-ERROR TO TRUE.
008590     GO TO 8000-EXIT.
008600 8000-EXIT.
008610     EXIT.
008620*----------------------------------------------------------------
008630* 9000-TERMINATE - WRITE THE GRAND TOTAL AND THE COUNTS, PROVE
008640*               THE SNAPSHOT AGAINST ITS PERIOD'S CLOSE-CONTROL
008650*               TOTALS, CLOSE THE FILES, AND SET THE RETURN CODE.
008660*               RC 8 = ONE OR MORE ACCOUNTS DO NOT FOOT; RC 16 =
008670*               BAD CARD, NO CLOSED OR FISCAL PERIOD, NO SNAPSHOT,
008680*               A SNAPSHOT THAT DOES NOT TIE TO ITS PERIOD, OR AN
008690*               I/O ERROR.
008700*----------------------------------------------------------------
008710 9000-TERMINATE.
008720     IF NOT WS-RUN-FAILED
008730         AND NOT WS-IO-ERROR
008740         PERFORM 9100-WRITE-GRAND-TOTAL THRU 9100-EXIT
008750     END-IF.
008760     MOVE SPACES TO WS-PRINT-AREA.
008770     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
008780     MOVE WS-ACCOUNTS-READ       TO WS-TOT-READ.
008790     MOVE WS-TOTAL-LINE-1        TO WS-PRINT-AREA.
008800     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
008810     MOVE WS-ACCOUNTS-PROVED     TO WS-TOT-PROVED.
008820     MOVE WS-TOTAL-LINE-2        TO WS-PRINT-AREA.
008830     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
008840     MOVE WS-ACCOUNTS-IN-BALANCE TO WS-TOT-IN-BALANCE.
008850     MOVE WS-TOTAL-LINE-3        TO WS-PRINT-AREA.
008860     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
008870     MOVE WS-ACCOUNTS-BROKEN     TO WS-TOT-BROKEN.
008880     MOVE WS-TOTAL-LINE-4        TO WS-PRINT-AREA.
008890     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
008900     MOVE WS-ACKS-SELECTED       TO WS-TOT-ACKS.
008910     MOVE WS-ACKS-READ           TO WS-TOT-ACKS-READ.
008920     MOVE WS-TOTAL-LINE-5        TO WS-PRINT-AREA.
008930     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
008940     MOVE WS-SUSPENSE-SELECTED   TO WS-TOT-SUSPENSE.
008950     MOVE WS-SUSPENSE-READ       TO WS-TOT-SUSPENSE-READ.
008960     MOVE WS-TOTAL-LINE-6        TO WS-PRINT-AREA.
008970     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
008980     IF NOT WS-RUN-FAILED
008990         AND NOT WS-IO-ERROR
009000         IF WS-ACCOUNTS-READ NOT = WS-CLS-ACCOUNT-COUNT
009010             OR WS-SNAP-MTD-TOTAL NOT = WS-CLS-MTD-TOTAL
009020             SET WS-RUN-FAILED TO TRUE
009030             MOVE 'SNAPSHOT DOES NOT TIE TO THE CLOSE TOTALS'
009040                                    TO WS-RSL-TEXT
009050         END-IF
009060     END-IF.
009070     IF WS-RUN-FAILED
009080         MOVE WS-RESULT-LINE     TO WS-PRINT-AREA
009090         PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
009100     END-IF.
009110     IF WS-SNAP-OPEN
009120         CLOSE SNAPSHOT-FILE
009130     END-IF.
009140     CLOSE PROOF-REPORT.
009150     IF WS-ACCOUNTS-BROKEN > ZERO
009160         MOVE 8 TO RETURN-CODE
009170     END-IF.
009180     IF WS-RUN-FAILED OR WS-IO-ERROR
009190         MOVE 16 TO RETURN-CODE
009200     END-IF.
009210     GO TO 9000-EXIT.
009220 9000-EXIT.
009230     EXIT.
009240*----------------------------------------------------------------
009250* 9100-WRITE-GRAND-TOTAL - THE GRAND TOTAL LINE ACROSS EVERY
009260*               ACCOUNT PROVED, IN BALANCE OR NOT
009270*----------------------------------------------------------------
009280 9100-WRITE-GRAND-TOTAL.
009290     MOVE SPACES            TO WS-DETAIL-LINE.
009300     MOVE 'GRAND TOTAL'     TO WS-DTL-KEY.
009310     MOVE WS-GRD-MTD        TO WS-DTL-MTD.
009320     MOVE WS-GRD-GL         TO WS-DTL-GL.
009330     MOVE WS-GRD-SUSPENSE   TO WS-DTL-SUSPENSE.
009340     MOVE WS-GRD-DIFFERENCE TO WS-DTL-DIFFERENCE.
009350     MOVE WS-DETAIL-LINE    TO WS-PRINT-AREA.
009360     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
009370     GO TO 9100-EXIT.
009380 9100-EXIT.
009390     EXIT.
