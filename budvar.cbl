000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BUDVAR.
000030 AUTHOR. D-L-DEV-SVCS.
000040 INSTALLATION. DAILY-LEDGER-BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26 RJT  INITIAL VERSION.  MONTHLY BUDGET VERSUS ACTUAL
000110*               VARIANCE REPORT.  COMPARES EVERY ACCOUNT'S MTD AND
000120*               YTD TOTALS TO THE BUDGETS FINANCE LOADS TO THE
000130*               BUDGET MASTER (SEE BUDLOAD), SHOWING THE AMOUNT
000140*               AND PERCENT VARIANCE AND FLAGGING ANY ACCOUNT
000150*               OUTSIDE THE TOLERANCE PERCENTAGE ON THE PARAMETER
000160*               CARD.  ACCOUNTS ARE SUBTOTALLED AT EACH CHANGE OF
000170*               FOUR-BYTE ACCOUNT PREFIX LIKE THE NIGHTLY LEDGER,
000180*               AND EACH SUBTOTAL IS HELD TO THE PREFIX'S OWN
000190*               BUDGET WHERE FINANCE BUDGETS THE PREFIX AS A
000200*               WHOLE.  MID-MONTH IT READS THE LIVE ACCOUNT
000210*               MASTER; AT MONTH END IT READS THE MONTH-END
000220*               CLOSE'S SNAPSHOT (SEE MTHCLOSE) SO THE VARIANCE
000230*               MATCHES THE CLOSED BOOKS, AND PROVES THE SNAPSHOT
000240*               AGAINST THE CLOSE-CONTROL TOTALS FOR THE MONTH.
000241* 10/15/26 RJT  FISCAL CALENDAR.  THE BUDGET PERIOD IS NOW A 4-4-5
000242*               FISCAL PERIOD (YYPP, SEE FSCLOAD), NOT A CALENDAR
000243*               MONTH, AND THE BUDGET MASTER IS KEYED BY FISCAL
000244*               PERIOD.  AN ACCOUNT'S MTD AND YTD ARE TAKEN BY THE
000245*               FISCAL PERIOD STAMPED ON IT WHEN IT LAST POSTED.
000246*               A BLANK PERIOD ON A MASTER RUN IS THE RUN DATE'S
000247*               PERIOD FROM THE FISCAL CALENDAR.
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT PARAMETER-FILE ASSIGN TO VARPARM
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-PARM-STATUS.
000320     SELECT OPTIONAL ACCOUNT-MASTER ASSIGN TO ACCTMST
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS AM-KEY
000360         FILE STATUS IS WS-MASTER-STATUS.
000370*    THE SNAPSHOT IS THE BYTE-FOR-BYTE COPY OF THE MASTER THE
000380*    MONTH-END CLOSE CUTS, IN MASTER KEY SEQUENCE.
000390     SELECT OPTIONAL SNAPSHOT-FILE ASSIGN TO SNAPIN
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS WS-SNAP-STATUS.
000420     SELECT OPTIONAL CLOSE-CONTROL-FILE ASSIGN TO CLOSEIN
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-CLOSE-STATUS.
000450     SELECT OPTIONAL BUDGET-MASTER ASSIGN TO BUDMST
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS BUD-KEY
000490         FILE STATUS IS WS-BUDGET-STATUS.
000491     SELECT OPTIONAL FISCAL-CALENDAR ASSIGN TO FSCCAL
000492         ORGANIZATION IS INDEXED
000493         ACCESS MODE IS RANDOM
000494         RECORD KEY IS FSC-DATE
000495         FILE STATUS IS WS-CALENDAR-STATUS.
000500     SELECT VARIANCE-REPORT ASSIGN TO VARRPT
000510         ORGANIZATION IS LINE SEQUENTIAL.
000520 DATA DIVISION.
000530 FILE SECTION.
000540*    THE BUDGET FISCAL PERIOD (YYPP), THE SOURCE (BLANK OR M =
000550*    THE LIVE ACCOUNT MASTER, S = THE PERIOD-END SNAPSHOT), AND
000560*    THE TOLERANCE IN WHOLE PERCENT.
000570 FD  PARAMETER-FILE
000580     RECORDING MODE IS F.
000590 01  PARAMETER-RECORD.
000600     05  VAR-PERIOD              PIC X(04).
000610     05  VAR-PERIOD-N REDEFINES VAR-PERIOD
000620                                 PIC 9(04).
000630     05  VAR-SOURCE              PIC X(01).
000640     05  VAR-TOLERANCE-PCT       PIC 9(03).
000650     05  FILLER                  PIC X(72).
000660 FD  ACCOUNT-MASTER
000670     RECORD CONTAINS 50 CHARACTERS.
000680 01  ACCOUNT-MASTER-RECORD.
000690     05  AM-KEY                  PIC X(10).
000700     05  FILLER                  PIC X(40).
000710 FD  SNAPSHOT-FILE
000720     RECORD CONTAINS 50 CHARACTERS.
000730 01  SNAPSHOT-RECORD             PIC X(50).
000740 FD  CLOSE-CONTROL-FILE
000750     RECORDING MODE IS F.
000760 01  CLOSE-CONTROL-RECORD.
000770     05  CCT-CLOSED-MONTH        PIC 9(04).
000780     05  CCT-CLOSED-DATE         PIC 9(06).
000790     05  CCT-ACCOUNT-COUNT       PIC 9(07).
000800     05  CCT-MTD-TOTAL           PIC S9(11)V99.
000810     05  CCT-YTD-TOTAL           PIC S9(11)V99.
000820 FD  BUDGET-MASTER
000830     RECORD CONTAINS 80 CHARACTERS.
000840 01  BUDGET-MASTER-RECORD.
000850     05  BUD-KEY.
000860         10  BUD-ACCOUNT         PIC X(10).
000870         10  BUD-MONTH           PIC 9(04).
000880     05  BUD-AMOUNT              PIC S9(09)V99 COMP-3.
000890     05  BUD-LOAD-STAMP.
000900         10  BUD-LOAD-DATE       PIC 9(06).
000910         10  BUD-LOAD-TIME       PIC 9(08).
000920     05  FILLER                  PIC X(46).
000921*    ONE RECORD PER CALENDAR DATE, LOADED BY FSCLOAD.
000922 FD  FISCAL-CALENDAR
000923     RECORD CONTAINS 40 CHARACTERS.
000924 01  FISCAL-CALENDAR-RECORD.
000925     05  FSC-DATE                PIC 9(06).
000926     05  FSC-FISCAL-PERIOD       PIC 9(04).
000927     05  FSC-FISCAL-PERIOD-R REDEFINES FSC-FISCAL-PERIOD.
000928         10  FSC-FISCAL-YY       PIC 9(02).
000929         10  FSC-FISCAL-PP       PIC 9(02).
000930     05  FSC-PERIOD-START        PIC 9(06).
000931     05  FSC-PERIOD-END          PIC 9(06).
000932     05  FSC-LOAD-STAMP.
000933         10  FSC-LOAD-DATE       PIC 9(06).
000934         10  FSC-LOAD-TIME       PIC 9(08).
000935     05  FILLER                  PIC X(04).
000936 FD  VARIANCE-REPORT
000940     RECORDING MODE IS F.
000950 01  REPORT-RECORD               PIC X(132).
000960 WORKING-STORAGE SECTION.
000970 01  WS-SWITCHES.
000980     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000990         88  WS-EOF                        VALUE 'Y'.
001000     05  WS-CLOSE-EOF-SWITCH     PIC X(01) VALUE 'N'.
001010         88  WS-CLOSE-EOF                  VALUE 'Y'.
001020     05  WS-IO-ERROR-SWITCH      PIC X(01) VALUE 'N'.
001030         88  WS-IO-ERROR                   VALUE 'Y'.
001040     05  WS-FAILED-SWITCH        PIC X(01) VALUE 'N'.
001050         88  WS-RUN-FAILED                 VALUE 'Y'.
001060     05  WS-SOURCE-SWITCH        PIC X(01) VALUE 'M'.
001070         88  WS-FROM-MASTER                VALUE 'M'.
001080         88  WS-FROM-SNAPSHOT              VALUE 'S'.
001090     05  WS-SOURCE-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001100         88  WS-SOURCE-OPEN                VALUE 'Y'.
001110     05  WS-BUDGET-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001120         88  WS-BUDGET-OPEN                VALUE 'Y'.
001130     05  WS-PERIOD-CLOSED-SWITCH PIC X(01) VALUE 'N'.
001140         88  WS-PERIOD-CLOSED              VALUE 'Y'.
001150     05  WS-POSTED-LATER-SWITCH  PIC X(01) VALUE 'N'.
001160         88  WS-POSTED-LATER               VALUE 'Y'.
001170         88  WS-POSTED-IN-PERIOD           VALUE 'N'.
001180 01  WS-PARM-STATUS              PIC X(02) VALUE '00'.
001190 01  WS-MASTER-STATUS            PIC X(02) VALUE '00'.
001200 01  WS-SNAP-STATUS              PIC X(02) VALUE '00'.
001210 01  WS-CLOSE-STATUS             PIC X(02) VALUE '00'.
001220 01  WS-BUDGET-STATUS            PIC X(02) VALUE '00'.
001225 01  WS-CALENDAR-STATUS          PIC X(02) VALUE '00'.
001230*    THE TOLERANCE IS THE LARGEST VARIANCE, IN WHOLE PERCENT OF
001240*    BUDGET EITHER SIDE, THAT IS NOT FLAGGED.  THE CARD OVERRIDES
001250*    THE COMPILED-IN DEFAULT.
001260 01  WS-TOLERANCE-PCT            PIC 9(03) COMP-3 VALUE 10.
001270 01  WS-CARD-PERIOD              PIC X(04) VALUE SPACES.
001280 01  WS-REPORT-PERIOD            PIC 9(04) VALUE ZERO.
001290 01  WS-REPORT-PERIOD-R REDEFINES WS-REPORT-PERIOD.
001300     05  WS-RPT-YY               PIC 9(02).
001310     05  WS-RPT-PP               PIC 9(02).
001320*    THE CLOSE-CONTROL RECORD OF THE PERIOD THE SNAPSHOT CLOSED,
001330*    WHICH THE SNAPSHOT MUST TIE TO.
001340 01  WS-CLOSED-CONTROLS.
001350     05  WS-CLS-ACCOUNT-COUNT    PIC 9(07)     COMP-3 VALUE ZERO.
001360     05  WS-CLS-MTD-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
001370*    ONE ACCOUNT, AS READ FROM THE MASTER OR THE SNAPSHOT.
001380 01  WS-ACCOUNT-RECORD.
001390     05  WS-ACT-KEY              PIC X(10).
001400     05  WS-ACT-KEY-R REDEFINES WS-ACT-KEY.
001410         10  WS-ACT-PREFIX       PIC X(04).
001420         10  WS-ACT-SUFFIX       PIC X(06).
001430     05  WS-ACT-LAST-POSTED-DATE PIC 9(06).
001500     05  WS-ACT-DAILY-TOTAL      PIC S9(09)V99 COMP-3.
001510     05  WS-ACT-MTD-TOTAL        PIC S9(09)V99 COMP-3.
001520     05  WS-ACT-YTD-TOTAL        PIC S9(09)V99 COMP-3.
001524     05  WS-ACT-FISCAL-PERIOD    PIC 9(04).
001528     05  WS-ACT-FISCAL-PERIOD-R REDEFINES WS-ACT-FISCAL-PERIOD.
001532         10  WS-ACT-FISCAL-YY    PIC 9(02).
001536         10  WS-ACT-FISCAL-PP    PIC 9(02).
001540     05  FILLER                  PIC X(12).
001544*    THE ACCOUNT'S ACTUALS FOR THE BUDGET PERIOD.  THE MASTER'S
001550*    TOTALS ONLY ROLL WHEN AN ACCOUNT NEXT POSTS, SO AN ACCOUNT
001560*    LAST POSTED IN AN EARLIER FISCAL PERIOD HAS NOTHING
001570*    PERIOD-TO-DATE, AND ONE LAST POSTED IN AN EARLIER FISCAL
001580*    YEAR HAS NOTHING YEAR-TO-DATE EITHER.
001590 01  WS-ACCOUNT-ACTUALS.
001600     05  WS-ACCT-MTD-ACTUAL      PIC S9(09)V99 COMP-3 VALUE ZERO.
001610     05  WS-ACCT-YTD-ACTUAL      PIC S9(09)V99 COMP-3 VALUE ZERO.
001620*    BUDGET LOOKUP FOR ONE KEY - A FULL ACCOUNT KEY OR A PREFIX
001630*    WITH A BLANK SUFFIX.  THE PERIOD'S BUDGET IS THE MTD BUDGET;
001640*    THE FISCAL YEAR'S BUDGETS FROM PERIOD 01 THROUGH THE BUDGET
001650*    PERIOD ADD UP TO THE YTD BUDGET.
001660 01  WS-BUDGET-LOOKUP.
001670     05  WS-LKP-ACCOUNT          PIC X(10).
001680     05  WS-LKP-ACCOUNT-R REDEFINES WS-LKP-ACCOUNT.
001690         10  WS-LKP-PREFIX       PIC X(04).
001700         10  WS-LKP-SUFFIX       PIC X(06).
001710     05  WS-LKP-PERIOD.
001720         10  WS-LKP-YY           PIC 9(02).
001730         10  WS-LKP-PP           PIC 9(02).
001740     05  WS-LKP-MTD-BUDGET       PIC S9(09)V99 COMP-3 VALUE ZERO.
001750     05  WS-LKP-YTD-BUDGET       PIC S9(09)V99 COMP-3 VALUE ZERO.
001760     05  WS-LKP-MTD-SWITCH       PIC X(01) VALUE 'N'.
001770         88  WS-LKP-MTD-FOUND              VALUE 'Y'.
001780         88  WS-LKP-MTD-NOT-FOUND          VALUE 'N'.
001790     05  WS-LKP-YTD-SWITCH       PIC X(01) VALUE 'N'.
001800         88  WS-LKP-YTD-FOUND              VALUE 'Y'.
001810         88  WS-LKP-YTD-NOT-FOUND          VALUE 'N'.
001820*    PREFIX-LEVEL ACCUMULATORS FOR THE CONTROL BREAK ON THE
001830*    FOUR-BYTE ACCOUNT PREFIX.  THE ACCOUNT BUDGETS UNDER THE
001840*    PREFIX ARE SUMMED SEPARATELY SO THE SUBTOTAL CAN FALL BACK
001850*    TO THEM WHEN THE PREFIX HAS NO BUDGET OF ITS OWN.
001860*    WS-PREV-PREFIX HOLDS LOW-VALUES UNTIL THE FIRST ACCOUNT SO
001870*    THE FIRST PREFIX DOES NOT CUT AN EMPTY SUBTOTAL.
001880 01  WS-BREAK-CONTROLS.
001890     05  WS-PREV-PREFIX          PIC X(04)     VALUE LOW-VALUES.
001900     05  WS-PFX-MTD-ACTUAL       PIC S9(09)V99 COMP-3 VALUE ZERO.
001910     05  WS-PFX-YTD-ACTUAL       PIC S9(09)V99 COMP-3 VALUE ZERO.
001920     05  WS-PFX-MTD-BUDGET       PIC S9(09)V99 COMP-3 VALUE ZERO.
001930     05  WS-PFX-YTD-BUDGET       PIC S9(09)V99 COMP-3 VALUE ZERO.
001940     05  WS-PFX-MTD-SWITCH       PIC X(01) VALUE 'N'.
001950         88  WS-PFX-MTD-BUDGETED           VALUE 'Y'.
001960     05  WS-PFX-YTD-SWITCH       PIC X(01) VALUE 'N'.
001970         88  WS-PFX-YTD-BUDGETED           VALUE 'Y'.
001980 01  WS-GRAND-TOTALS.
001990     05  WS-GRD-MTD-ACTUAL       PIC S9(09)V99 COMP-3 VALUE ZERO.
002000     05  WS-GRD-YTD-ACTUAL       PIC S9(09)V99 COMP-3 VALUE ZERO.
002010     05  WS-GRD-MTD-BUDGET       PIC S9(09)V99 COMP-3 VALUE ZERO.
002020     05  WS-GRD-YTD-BUDGET       PIC S9(09)V99 COMP-3 VALUE ZERO.
002030     05  WS-GRD-MTD-SWITCH       PIC X(01) VALUE 'N'.
002040         88  WS-GRD-MTD-BUDGETED           VALUE 'Y'.
002050     05  WS-GRD-YTD-SWITCH       PIC X(01) VALUE 'N'.
002060         88  WS-GRD-YTD-BUDGETED           VALUE 'Y'.
002070*    ONE ACTUAL AGAINST ONE BUDGET, FORMATTED INTO A COLUMN BLOCK
002080*    OF THE REPORT LINE BY 2700-FORMAT-BLOCK.
002090 01  WS-VARIANCE-WORK.
002100     05  WS-VAR-ACTUAL           PIC S9(09)V99 COMP-3 VALUE ZERO.
002110     05  WS-VAR-BUDGET           PIC S9(09)V99 COMP-3 VALUE ZERO.
002120     05  WS-VAR-AMOUNT           PIC S9(11)V99 COMP-3 VALUE ZERO.
002130     05  WS-VAR-PCT              PIC S9(05)V9  COMP-3 VALUE ZERO.
002140     05  WS-VAR-BUDGET-SWITCH    PIC X(01) VALUE 'N'.
002150         88  WS-VAR-HAS-BUDGET             VALUE 'Y'.
002160         88  WS-VAR-NO-BUDGET              VALUE 'N'.
002170     05  WS-VAR-FLAG-SWITCH      PIC X(01) VALUE 'N'.
002180         88  WS-VAR-OUTSIDE                VALUE 'Y'.
002190         88  WS-VAR-WITHIN                 VALUE 'N'.
002200     05  WS-LINE-FLAG-SWITCH     PIC X(01) VALUE 'N'.
002210         88  WS-LINE-OUTSIDE               VALUE 'Y'.
002220         88  WS-LINE-WITHIN                VALUE 'N'.
002230 01  WS-ACCUMULATORS.
002240     05  WS-ACCOUNTS-READ        PIC 9(07)     COMP-3 VALUE ZERO.
002250     05  WS-ACCOUNTS-NO-BUDGET   PIC 9(07)     COMP-3 VALUE ZERO.
002260     05  WS-ACCOUNTS-OUTSIDE     PIC 9(07)     COMP-3 VALUE ZERO.
002270     05  WS-PREFIXES-OUTSIDE     PIC 9(07)     COMP-3 VALUE ZERO.
002280     05  WS-ACCOUNTS-LATER       PIC 9(07)     COMP-3 VALUE ZERO.
002290     05  WS-SNAP-MTD-TOTAL       PIC S9(11)V99 COMP-3 VALUE ZERO.
002300 01  WS-PAGE-CONTROLS.
002310     05  WS-LINES-PER-PAGE      PIC 9(03)      COMP-3 VALUE 55.
002320     05  WS-LINE-COUNT          PIC 9(03)      COMP-3 VALUE 999.
002330     05  WS-PAGE-NUMBER         PIC 9(05)      COMP-3 VALUE ZERO.
002340 01  WS-PRINT-AREA              PIC X(132)     VALUE SPACES.
002350 01  WS-DATE-FIELDS.
002360     05  WS-CURRENT-DATE.
002370         10  WS-CURRENT-YY       PIC 9(02).
002380         10  WS-CURRENT-MM       PIC 9(02).
002390         10  WS-CURRENT-DD       PIC 9(02).
002430 01  WS-REPORT-LINES.
002440     05  WS-HEADING-LINE-1.
002450         10  FILLER              PIC X(35) VALUE SPACES.
002460         10  FILLER              PIC X(37)
002470             VALUE 'BUDGET VERSUS ACTUAL VARIANCE REPORT'.
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
002600         10  FILLER              PIC X(10) VALUE '  SOURCE: '.
002610         10  WS-HDG-SOURCE       PIC X(15).
002620         10  FILLER              PIC X(17)
002630             VALUE '  TOLERANCE PCT: '.
002640         10  WS-HDG-TOLERANCE    PIC ZZ9.
002650         10  FILLER              PIC X(38) VALUE SPACES.
002660         10  FILLER              PIC X(05) VALUE 'PAGE '.
002670         10  WS-HDG-PAGE         PIC ZZZZ9.
002680     05  WS-HEADING-LINE-3.
002690         10  FILLER              PIC X(14) VALUE SPACES.
002700         10  FILLER              PIC X(16) VALUE ALL '-'.
002710         10  FILLER              PIC X(15)
002720             VALUE ' PERIOD-TO-DATE'.
002730         10  FILLER              PIC X(23) VALUE ALL '-'.
002740         10  FILLER              PIC X(16) VALUE ALL '-'.
002750         10  FILLER              PIC X(15)
002760             VALUE ' YEAR-TO-DATE  '.
002770         10  FILLER              PIC X(23) VALUE ALL '-'.
002780         10  FILLER              PIC X(10) VALUE 'TOLERANCE'.
002790     05  WS-HEADING-LINE-4.
002800         10  FILLER              PIC X(14) VALUE 'ACCOUNT KEY'.
002810         10  FILLER              PIC X(15) VALUE '        ACTUAL'.
002820         10  FILLER              PIC X(15) VALUE '        BUDGET'.
002830         10  FILLER              PIC X(15) VALUE '      VARIANCE'.
002840         10  FILLER              PIC X(09) VALUE ' VAR PCT'.
002850         10  FILLER              PIC X(15) VALUE '        ACTUAL'.
002860         10  FILLER              PIC X(15) VALUE '        BUDGET'.
002870         10  FILLER              PIC X(15) VALUE '      VARIANCE'.
002880         10  FILLER              PIC X(09) VALUE ' VAR PCT'.
002890         10  FILLER              PIC X(10) VALUE 'FLAG'.
002900*    ONE ACCOUNT, PREFIX SUBTOTAL, OR GRAND TOTAL LINE - THE KEY,
002910*    THE MTD AND YTD COLUMN BLOCKS, AND THE TOLERANCE FLAGS.
002920     05  WS-DETAIL-LINE.
002930         10  WS-DTL-KEY          PIC X(14).
002940         10  WS-DTL-MTD-BLOCK    PIC X(54).
002950         10  WS-DTL-YTD-BLOCK    PIC X(54).
002960         10  WS-DTL-FLAG.
002970             15  WS-DTL-FLAG-MTD PIC X(05).
002980             15  WS-DTL-FLAG-YTD PIC X(05).
002990     05  WS-BLOCK-LINE.
003000         10  WS-BLK-ACTUAL       PIC ---,---,--9.99.
003010         10  FILLER              PIC X(01) VALUE SPACES.
003020         10  WS-BLK-BUDGET-AREA.
003030             15  WS-BLK-BUDGET   PIC ---,---,--9.99.
003040             15  FILLER          PIC X(01) VALUE SPACES.
003050             15  WS-BLK-VARIANCE PIC ---,---,--9.99.
003060             15  FILLER          PIC X(01) VALUE SPACES.
003070             15  WS-BLK-PCT      PIC -----9.9.
003080             15  WS-BLK-PCT-X REDEFINES WS-BLK-PCT
003090                                 PIC X(08).
003100         10  FILLER              PIC X(01) VALUE SPACES.
003110     05  WS-SUBTOTAL-KEY.
003120         10  WS-SBK-PREFIX       PIC X(04).
003130         10  FILLER              PIC X(10) VALUE ' TOTAL'.
003140     05  WS-TOTAL-LINE-1.
003150         10  FILLER              PIC X(22)
003160             VALUE 'ACCOUNTS READ       : '.
003170         10  WS-TOT-READ         PIC ZZZ,ZZ9.
003180     05  WS-TOTAL-LINE-2.
003190         10  FILLER              PIC X(22)
003200             VALUE 'ACCOUNTS NO BUDGET  : '.
003210         10  WS-TOT-NO-BUDGET    PIC ZZZ,ZZ9.
003220     05  WS-TOTAL-LINE-3.
003230         10  FILLER              PIC X(22)
003240             VALUE 'ACCOUNTS OUTSIDE TOL: '.
003250         10  WS-TOT-OUTSIDE      PIC ZZZ,ZZ9.
003260     05  WS-TOTAL-LINE-4.
003270         10  FILLER              PIC X(22)
003280             VALUE 'PREFIXES OUTSIDE TOL: '.
003290         10  WS-TOT-PFX-OUTSIDE  PIC ZZZ,ZZ9.
003300     05  WS-TOTAL-LINE-5.
003310         10  FILLER              PIC X(22)
003320             VALUE 'POSTED AFTER PERIOD : '.
003330         10  WS-TOT-LATER        PIC ZZZ,ZZ9.
003340     05  WS-RESULT-LINE.
003350         10  FILLER              PIC X(08) VALUE 'RESULT: '.
003360         10  WS-RSL-TEXT         PIC X(60).
003370     05  WS-ERROR-LINE.
003380         10  FILLER              PIC X(13) VALUE 'I/O ERROR ON '.
003390         10  WS-ERR-FILE         PIC X(15).
003400         10  FILLER              PIC X(07) VALUE ' - KEY '.
003410         10  WS-ERR-KEY          PIC X(14).
003420         10  FILLER              PIC X(09) VALUE '  STATUS '.
003430         10  WS-ERR-STATUS       PIC X(02).
003440 PROCEDURE DIVISION.
003450 0000-MAINLINE.
003460     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003470     IF NOT WS-RUN-FAILED
003480         PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
003490             UNTIL WS-EOF OR WS-IO-ERROR
003500     END-IF.
003510     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003520     STOP RUN.
003530*----------------------------------------------------------------
003540* 1000-INITIALIZE - OPEN THE REPORT, READ THE PARAMETER CARD, FIX
003550*               THE BUDGET PERIOD, OPEN THE ACCOUNT SOURCE AND THE
003560*               BUDGET MASTER, AND PRIME THE FIRST ACCOUNT READ.
003570*               THE PAGE-1 HEADINGS ARE THROWN BY THE FIRST LINE
003580*               PRINTED THROUGH 2900-WRITE-REPORT-LINE.  A MISSING
003590*               BUDGET MASTER (OPEN STATUS 05) IS NOT AN ERROR -
003600*               EVERY ACCOUNT SIMPLY SHOWS NO BUDGET.
003610*----------------------------------------------------------------
003620 1000-INITIALIZE.
003630     OPEN OUTPUT VARIANCE-REPORT.
003640     ACCEPT WS-CURRENT-DATE FROM DATE.
003650     PERFORM 1500-READ-PARAMETERS THRU 1500-EXIT.
003660     IF WS-RUN-FAILED
003670         GO TO 1000-EXIT
003680     END-IF.
003690     IF WS-FROM-SNAPSHOT
003700         PERFORM 1700-FIND-CLOSED-MONTH THRU 1700-EXIT
003710     ELSE
003720         IF WS-CARD-PERIOD = SPACES
003730             PERFORM 1600-GET-FISCAL-PERIOD THRU 1600-EXIT
003740         END-IF
003750     END-IF.
003760     IF WS-RUN-FAILED
003770         GO TO 1000-EXIT
003780     END-IF.
003790     PERFORM 1300-OPEN-SOURCE THRU 1300-EXIT.
003800     IF WS-RUN-FAILED OR WS-IO-ERROR
003810         GO TO 1000-EXIT
003820     END-IF.
003830     OPEN INPUT BUDGET-MASTER.
003840     EVALUATE WS-BUDGET-STATUS
003850         WHEN '00'
003860             SET WS-BUDGET-OPEN TO TRUE
003870         WHEN '05'
003880             CLOSE BUDGET-MASTER
003890         WHEN OTHER
003900             MOVE 'BUDGET MASTER' TO WS-ERR-FILE
003910             MOVE SPACES          TO WS-ERR-KEY
003920             MOVE WS-BUDGET-STATUS TO WS-ERR-STATUS
003930             PERFORM 8000-IO-ERROR THRU 8000-EXIT
003940             GO TO 1000-EXIT
003950     END-EVALUATE.
003960     PERFORM 1100-READ-ACCOUNT THRU 1100-EXIT.
003970     GO TO 1000-EXIT.
003980 1000-EXIT.
003990     EXIT.
004000*----------------------------------------------------------------
004010* 1100-READ-ACCOUNT - READ THE NEXT ACCOUNT, IN KEY SEQUENCE, FROM
004020*               THE MASTER OR THE SNAPSHOT
004030*----------------------------------------------------------------
004040 1100-READ-ACCOUNT.
004050     IF WS-FROM-SNAPSHOT
004060         READ SNAPSHOT-FILE INTO WS-ACCOUNT-RECORD
004070             AT END
004080                 SET WS-EOF TO TRUE
004090         END-READ
004100         IF NOT WS-EOF
004110             AND WS-SNAP-STATUS NOT = '00'
004120             MOVE 'SNAPSHOT'     TO WS-ERR-FILE
004130             MOVE WS-ACT-KEY     TO WS-ERR-KEY
004140             MOVE WS-SNAP-STATUS TO WS-ERR-STATUS
004150             PERFORM 8000-IO-ERROR THRU 8000-EXIT
004160         END-IF
004170     ELSE
004180         READ ACCOUNT-MASTER INTO WS-ACCOUNT-RECORD
004190             AT END
004200                 SET WS-EOF TO TRUE
004210         END-READ
004220         IF NOT WS-EOF
004230             AND WS-MASTER-STATUS NOT = '00'
004240             MOVE 'ACCOUNT MASTER' TO WS-ERR-FILE
004250             MOVE AM-KEY           TO WS-ERR-KEY
004260             MOVE WS-MASTER-STATUS TO WS-ERR-STATUS
004270             PERFORM 8000-IO-ERROR THRU 8000-EXIT
004280         END-IF
004290     END-IF.
004300     GO TO 1100-EXIT.
004310 1100-EXIT.
004320     EXIT.
004330*----------------------------------------------------------------
004340* 1200-WRITE-HEADINGS - WRITE THE RUN-DATE, FISCAL PERIOD, SOURCE,
004350*               AND COLUMN HEADINGS AT THE TOP OF EACH PAGE
004360*----------------------------------------------------------------
004370 1200-WRITE-HEADINGS.
004380     ADD 1 TO WS-PAGE-NUMBER.
004390     MOVE WS-CURRENT-MM    TO WS-HDG-MM.
004400     MOVE WS-CURRENT-DD    TO WS-HDG-DD.
004410     MOVE WS-CURRENT-YY    TO WS-HDG-YY.
004420     MOVE WS-RPT-YY        TO WS-HDG-RPT-YY.
004430     MOVE WS-RPT-PP        TO WS-HDG-RPT-PP.
004440     IF WS-FROM-SNAPSHOT
004450         MOVE 'CLOSED SNAPSHOT' TO WS-HDG-SOURCE
004460     ELSE
004470         MOVE 'ACCOUNT MASTER'  TO WS-HDG-SOURCE
004480     END-IF.
004490     MOVE WS-TOLERANCE-PCT TO WS-HDG-TOLERANCE.
004500     MOVE WS-PAGE-NUMBER   TO WS-HDG-PAGE.
004510     WRITE REPORT-RECORD FROM WS-HEADING-LINE-1.
004520     WRITE REPORT-RECORD FROM WS-HEADING-LINE-2.
004530     MOVE SPACES TO REPORT-RECORD.
004540     WRITE REPORT-RECORD.
004550     WRITE REPORT-RECORD FROM WS-HEADING-LINE-3.
004560     WRITE REPORT-RECORD FROM WS-HEADING-LINE-4.
004570     MOVE 5 TO WS-LINE-COUNT.
004580     GO TO 1200-EXIT.
004590 1200-EXIT.
004600     EXIT.
004610*----------------------------------------------------------------
004620* 1300-OPEN-SOURCE - OPEN THE ACCOUNT SOURCE.  AN EMPTY OR
004630*               MISSING MASTER (OPEN STATUS 05) SIMPLY REPORTS NO
004640*               ACCOUNTS; A MISSING SNAPSHOT FAILS THE RUN, SINCE
004650*               THE CLOSED PERIOD CANNOT BE REPORTED WITHOUT IT.
004660*----------------------------------------------------------------
004670 1300-OPEN-SOURCE.
004680     IF WS-FROM-SNAPSHOT
004690         OPEN INPUT SNAPSHOT-FILE
004700         IF WS-SNAP-STATUS = '05'
004710             CLOSE SNAPSHOT-FILE
004720             SET WS-RUN-FAILED TO TRUE
004730             MOVE 'NO PERIOD-END SNAPSHOT SUPPLIED' TO WS-RSL-TEXT
004740             GO TO 1300-EXIT
004750         END-IF
004760         IF WS-SNAP-STATUS NOT = '00'
004770             MOVE 'SNAPSHOT'     TO WS-ERR-FILE
004780             MOVE SPACES         TO WS-ERR-KEY
004790             MOVE WS-SNAP-STATUS TO WS-ERR-STATUS
004800             PERFORM 8000-IO-ERROR THRU 8000-EXIT
004810             GO TO 1300-EXIT
004820         END-IF
004830     ELSE
004840         OPEN INPUT ACCOUNT-MASTER
004850         IF WS-MASTER-STATUS NOT = '00' AND NOT = '05'
004860             MOVE 'ACCOUNT MASTER' TO WS-ERR-FILE
004870             MOVE SPACES           TO WS-ERR-KEY
004880             MOVE WS-MASTER-STATUS TO WS-ERR-STATUS
004890             PERFORM 8000-IO-ERROR THRU 8000-EXIT
004900             GO TO 1300-EXIT
004910         END-IF
004920     END-IF.
004930     SET WS-SOURCE-OPEN TO TRUE.
004940     GO TO 1300-EXIT.
004950 1300-EXIT.
004960     EXIT.
004970*----------------------------------------------------------------
004980* 1500-READ-PARAMETERS - READ THE PARAMETER CARD.  A MISSING OR
004990*               EMPTY CARD REPORTS THE CURRENT FISCAL PERIOD OFF
005000*               THE LIVE MASTER AT THE DEFAULT TOLERANCE.  A BLANK
005010*               PERIOD IS THE RUN DATE'S FISCAL PERIOD (MASTER) OR
005020*               THE LAST PERIOD CLOSED (SNAPSHOT); A BLANK, ZERO,
005030*               OR NON-NUMERIC TOLERANCE KEEPS THE DEFAULT.  A
005040*               PERIOD OR SOURCE THAT IS KEYED BUT INVALID FAILS
005050*               THE RUN RATHER THAN REPORT THE WRONG PERIOD.
005060*----------------------------------------------------------------
005070 1500-READ-PARAMETERS.
005080     OPEN INPUT PARAMETER-FILE.
005090     IF WS-PARM-STATUS NOT = '00'
005100         GO TO 1500-EXIT
005110     END-IF.
005120     READ PARAMETER-FILE
005130         AT END
005140             CLOSE PARAMETER-FILE
005150             GO TO 1500-EXIT
005160     END-READ.
005170     CLOSE PARAMETER-FILE.
005180     IF VAR-TOLERANCE-PCT IS NUMERIC
005190         AND VAR-TOLERANCE-PCT > ZERO
005200         MOVE VAR-TOLERANCE-PCT TO WS-TOLERANCE-PCT
005210     END-IF.
005220     EVALUATE VAR-SOURCE
005230         WHEN SPACE
005240         WHEN 'M'
005250             SET WS-FROM-MASTER TO TRUE
005260         WHEN 'S'
005270             SET WS-FROM-SNAPSHOT TO TRUE
005280         WHEN OTHER
005290             SET WS-RUN-FAILED TO TRUE
005300             MOVE 'SOURCE MUST BE M, S, OR BLANK'
005310                                    TO WS-RSL-TEXT
005320             GO TO 1500-EXIT
005330     END-EVALUATE.
005340     IF VAR-PERIOD = SPACES
005350         GO TO 1500-EXIT
005360     END-IF.
005370     IF VAR-PERIOD-N IS NOT NUMERIC
005380         SET WS-RUN-FAILED TO TRUE
005390         MOVE 'FISCAL PERIOD IS NOT NUMERIC' TO WS-RSL-TEXT
005400         GO TO 1500-EXIT
005410     END-IF.
005420     MOVE VAR-PERIOD-N TO WS-REPORT-PERIOD.
005430     IF WS-RPT-PP < 01 OR WS-RPT-PP > 12
005440         SET WS-RUN-FAILED TO TRUE
005450         MOVE 'FISCAL PERIOD MUST BE YYPP WITH PP 01-12'
005460                                    TO WS-RSL-TEXT
005470         GO TO 1500-EXIT
005480     END-IF.
005490     MOVE VAR-PERIOD TO WS-CARD-PERIOD.
005500     GO TO 1500-EXIT.
005510 1500-EXIT.
005520     EXIT.
005530*----------------------------------------------------------------
005531* 1600-GET-FISCAL-PERIOD - FOR A MASTER RUN WITH NO CARD PERIOD,
005532*               LOOK THE RUN DATE UP ON THE FISCAL CALENDAR (SEE
005533*               FSCLOAD) AND REPORT ITS PERIOD.  A RUN DATE NOT ON
005534*               THE CALENDAR, OR NO CALENDAR, FAILS THE RUN.
005535*----------------------------------------------------------------
005536 1600-GET-FISCAL-PERIOD.
005537     OPEN INPUT FISCAL-CALENDAR.
005538     IF WS-CALENDAR-STATUS NOT = '00'
005539         IF WS-CALENDAR-STATUS = '05'
005540             CLOSE FISCAL-CALENDAR
005541         END-IF
005542         GO TO 1600-ERROR
005543     END-IF.
005544     MOVE WS-CURRENT-DATE TO FSC-DATE.
005545     READ FISCAL-CALENDAR.
005546     IF WS-CALENDAR-STATUS = '00'
005547         MOVE FSC-FISCAL-PERIOD TO WS-REPORT-PERIOD
005548         CLOSE FISCAL-CALENDAR
005549         GO TO 1600-EXIT
005550     END-IF.
005551     CLOSE FISCAL-CALENDAR.
005552 1600-ERROR.
005553     SET WS-RUN-FAILED TO TRUE.
005554     MOVE 'RUN DATE NOT ON THE FISCAL CALENDAR' TO WS-RSL-TEXT.
005555     GO TO 1600-EXIT.
005556 1600-EXIT.
005557     EXIT.
005558*----------------------------------------------------------------
005559* 1700-FIND-CLOSED-MONTH - FOR A SNAPSHOT RUN, FIND THE PERIOD ON
005560*               THE CLOSE-CONTROL FILE.  A BLANK CARD PERIOD TAKES
005561*               THE LAST PERIOD CLOSED (THE NEWEST SNAPSHOT); A
005562*               KEYED PERIOD MUST BE ONE THAT WAS CLOSED.  THE
005563*               PERIOD'S ACCOUNT COUNT AND MTD TOTAL ARE KEPT SO
005590*               9000-TERMINATE CAN PROVE THE SNAPSHOT SUPPLIED IS
005600*               THAT PERIOD'S.
005610*----------------------------------------------------------------
005620 1700-FIND-CLOSED-MONTH.
005630     OPEN INPUT CLOSE-CONTROL-FILE.
005632     IF WS-CLOSE-STATUS = '05'
005634         CLOSE CLOSE-CONTROL-FILE
005636     END-IF.
005640     IF WS-CLOSE-STATUS = '00'
005650         PERFORM 1710-READ-CLOSE-CONTROL THRU 1710-EXIT
005660         PERFORM 1720-TEST-CLOSED-MONTH THRU 1720-EXIT
005670             UNTIL WS-CLOSE-EOF
005680         CLOSE CLOSE-CONTROL-FILE
005690     END-IF.
005700     IF NOT WS-PERIOD-CLOSED
005710         SET WS-RUN-FAILED TO TRUE
005720         IF WS-CARD-PERIOD = SPACES
005730             MOVE 'NO CLOSED PERIOD ON THE CLOSE-CONTROL FILE'
005740                                    TO WS-RSL-TEXT
005750         ELSE
005760             MOVE 'FISCAL PERIOD NOT CLOSED - NO SNAPSHOT'
005770                                    TO WS-RSL-TEXT
005780         END-IF
005790     END-IF.
005800     GO TO 1700-EXIT.
005810 1700-EXIT.
005820     EXIT.
005830*----------------------------------------------------------------
005840* 1710-READ-CLOSE-CONTROL - READ THE NEXT CLOSED PERIOD
005850*----------------------------------------------------------------
005860 1710-READ-CLOSE-CONTROL.
005870     READ CLOSE-CONTROL-FILE
005880         AT END
005890             SET WS-CLOSE-EOF TO TRUE
005900     END-READ.
005910     GO TO 1710-EXIT.
005920 1710-EXIT.
005930     EXIT.
005940*----------------------------------------------------------------
005950* 1720-TEST-CLOSED-MONTH - KEEP THE CLOSED PERIOD IF IT IS THE
005960*               CARD'S PERIOD, OR, WITH NO CARD PERIOD, IF IT IS
005970*               THE LATEST SO FAR (THE FILE IS APPENDED IN CLOSE
005980*               ORDER, SO THE LAST RECORD WINS)
005990*----------------------------------------------------------------
006000 1720-TEST-CLOSED-MONTH.
006010     IF WS-CARD-PERIOD = SPACES
006020         OR CCT-CLOSED-MONTH = WS-REPORT-PERIOD
006030         SET WS-PERIOD-CLOSED TO TRUE
006040         MOVE CCT-CLOSED-MONTH  TO WS-REPORT-PERIOD
006050         MOVE CCT-ACCOUNT-COUNT TO WS-CLS-ACCOUNT-COUNT
006060         MOVE CCT-MTD-TOTAL     TO WS-CLS-MTD-TOTAL
006070     END-IF.
006080     PERFORM 1710-READ-CLOSE-CONTROL THRU 1710-EXIT.
006090     GO TO 1720-EXIT.
006100 1720-EXIT.
006110     EXIT.
006120*----------------------------------------------------------------
006130* 2000-PROCESS-ACCOUNT - ONE ACCOUNT'S VARIANCE LINE.  THE
006140*               ACCOUNT'S ACTUALS ROLL INTO ITS PREFIX WHETHER OR
006150*               NOT IT IS BUDGETED ITSELF; AN ACCOUNT WITH NO
006160*               BUDGET OF ITS OWN IS LISTED WITH ITS ACTUALS ONLY.
006170*----------------------------------------------------------------
006180 2000-PROCESS-ACCOUNT.
006190     ADD 1 TO WS-ACCOUNTS-READ.
006200     ADD WS-ACT-MTD-TOTAL TO WS-SNAP-MTD-TOTAL.
006210     PERFORM 2050-CHECK-PREFIX-BREAK THRU 2050-EXIT.
006220     PERFORM 2100-SET-ACTUALS THRU 2100-EXIT.
006230     MOVE SPACES     TO WS-DETAIL-LINE.
006240     MOVE WS-ACT-KEY TO WS-DTL-KEY.
006250     IF WS-POSTED-LATER
006260         ADD 1 TO WS-ACCOUNTS-LATER
006270         MOVE 'POSTED LATER' TO WS-DTL-MTD-BLOCK
006280         GO TO 2000-WRITE
006290     END-IF.
006300     ADD WS-ACCT-MTD-ACTUAL TO WS-PFX-MTD-ACTUAL.
006310     ADD WS-ACCT-YTD-ACTUAL TO WS-PFX-YTD-ACTUAL.
006320     MOVE WS-ACT-KEY TO WS-LKP-ACCOUNT.
006330     PERFORM 3000-GET-BUDGET THRU 3000-EXIT.
006340     IF WS-IO-ERROR
006350         GO TO 2000-EXIT
006360     END-IF.
006370     SET WS-LINE-WITHIN TO TRUE.
006380     MOVE WS-ACCT-MTD-ACTUAL TO WS-VAR-ACTUAL.
006390     MOVE WS-LKP-MTD-BUDGET  TO WS-VAR-BUDGET.
006400     MOVE WS-LKP-MTD-SWITCH  TO WS-VAR-BUDGET-SWITCH.
006410     PERFORM 2700-FORMAT-BLOCK THRU 2700-EXIT.
006420     MOVE WS-BLOCK-LINE      TO WS-DTL-MTD-BLOCK.
006430     IF WS-VAR-OUTSIDE
006440         MOVE '*MTD'         TO WS-DTL-FLAG-MTD
006450     END-IF.
006460     MOVE WS-ACCT-YTD-ACTUAL TO WS-VAR-ACTUAL.
006470     MOVE WS-LKP-YTD-BUDGET  TO WS-VAR-BUDGET.
006480     MOVE WS-LKP-YTD-SWITCH  TO WS-VAR-BUDGET-SWITCH.
006490     PERFORM 2700-FORMAT-BLOCK THRU 2700-EXIT.
006500     MOVE WS-BLOCK-LINE      TO WS-DTL-YTD-BLOCK.
006510     IF WS-VAR-OUTSIDE
006520         MOVE '*YTD'         TO WS-DTL-FLAG-YTD
006530     END-IF.
006540     IF WS-LINE-OUTSIDE
006550         ADD 1 TO WS-ACCOUNTS-OUTSIDE
006560     END-IF.
006570     IF WS-LKP-MTD-FOUND
006580         SET WS-PFX-MTD-BUDGETED TO TRUE
006590         ADD WS-LKP-MTD-BUDGET TO WS-PFX-MTD-BUDGET
006600     END-IF.
006610     IF WS-LKP-YTD-FOUND
006620         SET WS-PFX-YTD-BUDGETED TO TRUE
006630         ADD WS-LKP-YTD-BUDGET TO WS-PFX-YTD-BUDGET
006640     END-IF.
006650     IF WS-LKP-MTD-NOT-FOUND AND WS-LKP-YTD-NOT-FOUND
006660         ADD 1 TO WS-ACCOUNTS-NO-BUDGET
006670         MOVE 'NO BUDGET'    TO WS-DTL-FLAG
006680     END-IF.
006690 2000-WRITE.
006700     MOVE WS-DETAIL-LINE     TO WS-PRINT-AREA.
006710     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
006720     PERFORM 1100-READ-ACCOUNT THRU 1100-EXIT.
006730     GO TO 2000-EXIT.
006740 2000-EXIT.
006750     EXIT.
006760*----------------------------------------------------------------
006770* 2050-CHECK-PREFIX-BREAK - CUT THE SUBTOTAL FOR THE PRIOR PREFIX
006780*               WHEN THE ACCOUNT'S FOUR-BYTE PREFIX CHANGES.  THE
006790*               MASTER AND THE SNAPSHOT ARE BOTH IN KEY SEQUENCE,
006800*               SO EACH PREFIX'S ACCOUNTS ARE CONTIGUOUS.
006810*----------------------------------------------------------------
006820 2050-CHECK-PREFIX-BREAK.
006830     IF WS-ACT-PREFIX = WS-PREV-PREFIX
006840         GO TO 2050-EXIT
006850     END-IF.
006860     IF WS-PREV-PREFIX NOT = LOW-VALUES
006870         PERFORM 2060-WRITE-PREFIX-SUBTOTAL THRU 2060-EXIT
006880     END-IF.
006890     MOVE WS-ACT-PREFIX TO WS-PREV-PREFIX.
006900     MOVE ZERO TO WS-PFX-MTD-ACTUAL.
006910     MOVE ZERO TO WS-PFX-YTD-ACTUAL.
006920     MOVE ZERO TO WS-PFX-MTD-BUDGET.
006930     MOVE ZERO TO WS-PFX-YTD-BUDGET.
006940     MOVE 'N'  TO WS-PFX-MTD-SWITCH.
006950     MOVE 'N'  TO WS-PFX-YTD-SWITCH.
006960     GO TO 2050-EXIT.
006970 2050-EXIT.
006980     EXIT.
006990*----------------------------------------------------------------
007000* 2060-WRITE-PREFIX-SUBTOTAL - WRITE THE SUBTOTAL LINE FOR THE
007010*               PREFIX JUST FINISHED, FOLLOWED BY A BLANK LINE.  A
007020*               BUDGET KEYED TO THE PREFIX ITSELF IS THE PREFIX'S
007030*               BUDGET; WITHOUT ONE, THE SUBTOTAL IS HELD TO THE
007040*               SUM OF ITS ACCOUNTS' BUDGETS.  THE BUDGET USED
007050*               ROLLS INTO THE GRAND TOTAL.
007060*----------------------------------------------------------------
007070 2060-WRITE-PREFIX-SUBTOTAL.
007080     MOVE WS-PREV-PREFIX TO WS-LKP-PREFIX.
007090     MOVE SPACES         TO WS-LKP-SUFFIX.
007100     PERFORM 3000-GET-BUDGET THRU 3000-EXIT.
007110     IF WS-IO-ERROR
007120         GO TO 2060-EXIT
007130     END-IF.
007140     IF WS-LKP-MTD-FOUND
007150         SET WS-PFX-MTD-BUDGETED TO TRUE
007160         MOVE WS-LKP-MTD-BUDGET TO WS-PFX-MTD-BUDGET
007170     END-IF.
007180     IF WS-LKP-YTD-FOUND
007190         SET WS-PFX-YTD-BUDGETED TO TRUE
007200         MOVE WS-LKP-YTD-BUDGET TO WS-PFX-YTD-BUDGET
007210     END-IF.
007220     ADD WS-PFX-MTD-ACTUAL TO WS-GRD-MTD-ACTUAL.
007230     ADD WS-PFX-YTD-ACTUAL TO WS-GRD-YTD-ACTUAL.
007240     IF WS-PFX-MTD-BUDGETED
007250         SET WS-GRD-MTD-BUDGETED TO TRUE
007260         ADD WS-PFX-MTD-BUDGET TO WS-GRD-MTD-BUDGET
007270     END-IF.
007280     IF WS-PFX-YTD-BUDGETED
007290         SET WS-GRD-YTD-BUDGETED TO TRUE
007300         ADD WS-PFX-YTD-BUDGET TO WS-GRD-YTD-BUDGET
007310     END-IF.
007320     MOVE SPACES            TO WS-DETAIL-LINE.
007330     MOVE WS-PREV-PREFIX    TO WS-SBK-PREFIX.
007340     MOVE WS-SUBTOTAL-KEY   TO WS-DTL-KEY.
007350     SET WS-LINE-WITHIN TO TRUE.
007360     MOVE WS-PFX-MTD-ACTUAL TO WS-VAR-ACTUAL.
007370     MOVE WS-PFX-MTD-BUDGET TO WS-VAR-BUDGET.
007380     MOVE WS-PFX-MTD-SWITCH TO WS-VAR-BUDGET-SWITCH.
007390     PERFORM 2700-FORMAT-BLOCK THRU 2700-EXIT.
007400     MOVE WS-BLOCK-LINE     TO WS-DTL-MTD-BLOCK.
007410     IF WS-VAR-OUTSIDE
007420         MOVE '*MTD'        TO WS-DTL-FLAG-MTD
007430     END-IF.
007440     MOVE WS-PFX-YTD-ACTUAL TO WS-VAR-ACTUAL.
007450     MOVE WS-PFX-YTD-BUDGET TO WS-VAR-BUDGET.
007460     MOVE WS-PFX-YTD-SWITCH TO WS-VAR-BUDGET-SWITCH.
007470     PERFORM 2700-FORMAT-BLOCK THRU 2700-EXIT.
007480     MOVE WS-BLOCK-LINE     TO WS-DTL-YTD-BLOCK.
007490     IF WS-VAR-OUTSIDE
007500         MOVE '*YTD'        TO WS-DTL-FLAG-YTD
007510     END-IF.
007520     IF WS-LINE-OUTSIDE
007530         ADD 1 TO WS-PREFIXES-OUTSIDE
007540     END-IF.
007550     IF NOT WS-PFX-MTD-BUDGETED AND NOT WS-PFX-YTD-BUDGETED
007560         MOVE 'NO BUDGET'   TO WS-DTL-FLAG
007570     END-IF.
007580     MOVE WS-DETAIL-LINE    TO WS-PRINT-AREA.
007590     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
007600     MOVE SPACES            TO WS-PRINT-AREA.
007610     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
007620     GO TO 2060-EXIT.
007630 2060-EXIT.
007640     EXIT.
007650*----------------------------------------------------------------
007660* 2100-SET-ACTUALS - THE ACCOUNT'S MTD AND YTD FOR THE BUDGET
007666*               PERIOD, BY THE FISCAL PERIOD THE ACCOUNT LAST
007672*               POSTED IN.  A MASTER TOTAL CARRIED FROM AN EARLIER
007678*               PERIOD OR FISCAL YEAR HAS NOT YET BEEN ROLLED, SO
007684*               IT COUNTS AS NOTHING FOR THE PERIOD.  AN ACCOUNT
007690*               LAST POSTED AFTER THE BUDGET PERIOD (A MASTER RUN
007696*               FOR A PAST PERIOD) NO LONGER HOLDS THAT PERIOD'S
007702*               FIGURES AND IS LISTED BUT NOT TOTALLED.  AN
007708*               ACCOUNT WITH NO FISCAL PERIOD STAMPED HAS NOT
007714*               POSTED SINCE THE FISCAL CALENDAR WAS BROUGHT IN
007720*               AND COUNTS AS NOTHING.
007730*----------------------------------------------------------------
007740 2100-SET-ACTUALS.
007750     SET WS-POSTED-IN-PERIOD TO TRUE.
007760     MOVE ZERO TO WS-ACCT-MTD-ACTUAL.
007770     MOVE ZERO TO WS-ACCT-YTD-ACTUAL.
007774     IF WS-ACT-FISCAL-PERIOD IS NOT NUMERIC
007778         GO TO 2100-EXIT
007782     END-IF.
007786     IF WS-ACT-FISCAL-PERIOD > WS-REPORT-PERIOD
007790         SET WS-POSTED-LATER TO TRUE
007800         GO TO 2100-EXIT
007810     END-IF.
007820     IF WS-ACT-FISCAL-PERIOD = WS-REPORT-PERIOD
007830         MOVE WS-ACT-MTD-TOTAL TO WS-ACCT-MTD-ACTUAL
007840     END-IF.
007850     IF WS-ACT-FISCAL-YY = WS-RPT-YY
007860         MOVE WS-ACT-YTD-TOTAL TO WS-ACCT-YTD-ACTUAL
007870     END-IF.
007880     GO TO 2100-EXIT.
007890 2100-EXIT.
007900     EXIT.
007910*----------------------------------------------------------------
007920* 2700-FORMAT-BLOCK - FORMAT ONE ACTUAL AGAINST ONE BUDGET INTO
007930*               WS-BLOCK-LINE: AMOUNT VARIANCE (ACTUAL LESS
007940*               BUDGET) AND PERCENT OF BUDGET.  THE BLOCK IS
007950*               OUTSIDE TOLERANCE WHEN THE PERCENT IS BEYOND THE
007960*               TOLERANCE EITHER SIDE, OR THERE IS ACTIVITY
007970*               AGAINST A ZERO BUDGET (PERCENT SHOWN N/A).  WITH
007980*               NO BUDGET, ONLY THE ACTUAL IS SHOWN.
007990*----------------------------------------------------------------
008000 2700-FORMAT-BLOCK.
008010     SET WS-VAR-WITHIN TO TRUE.
008020     MOVE SPACES          TO WS-BLOCK-LINE.
008030     MOVE WS-VAR-ACTUAL   TO WS-BLK-ACTUAL.
008040     IF WS-VAR-NO-BUDGET
008050         GO TO 2700-EXIT
008060     END-IF.
008070     MOVE WS-VAR-BUDGET   TO WS-BLK-BUDGET.
008080     COMPUTE WS-VAR-AMOUNT = WS-VAR-ACTUAL - WS-VAR-BUDGET.
008090     MOVE WS-VAR-AMOUNT   TO WS-BLK-VARIANCE.
008100     IF WS-VAR-BUDGET = ZERO
008110         IF WS-VAR-AMOUNT = ZERO
008120             MOVE ZERO    TO WS-BLK-PCT
008130         ELSE
008140             MOVE '     N/A' TO WS-BLK-PCT-X
008150             SET WS-VAR-OUTSIDE TO TRUE
008160         END-IF
008170         GO TO 2700-CHECK
008180     END-IF.
008190     COMPUTE WS-VAR-PCT ROUNDED =
008200         (WS-VAR-AMOUNT * 100) / WS-VAR-BUDGET
008210         ON SIZE ERROR
008220             MOVE '  ******' TO WS-BLK-PCT-X
008230             SET WS-VAR-OUTSIDE TO TRUE
008240             GO TO 2700-CHECK
008250     END-COMPUTE.
008260     MOVE WS-VAR-PCT      TO WS-BLK-PCT.
008270     IF WS-VAR-PCT < ZERO
008280         COMPUTE WS-VAR-PCT = ZERO - WS-VAR-PCT
008290     END-IF.
008300     IF WS-VAR-PCT > WS-TOLERANCE-PCT
008310         SET WS-VAR-OUTSIDE TO TRUE
008320     END-IF.
008330 2700-CHECK.
008340     IF WS-VAR-OUTSIDE
008350         SET WS-LINE-OUTSIDE TO TRUE
008360     END-IF.
008370     GO TO 2700-EXIT.
008380 2700-EXIT.
008390     EXIT.
008400*----------------------------------------------------------------
008410* 2900-WRITE-REPORT-LINE - COMMON REPORT WRITER.  THROWS A NEW
008420*               PAGE WITH HEADINGS WHEN THE CURRENT PAGE IS
008430*               FULL, THEN WRITES THE LINE IN WS-PRINT-AREA
008440*----------------------------------------------------------------
008450 2900-WRITE-REPORT-LINE.
008460     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
008470         PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT
008480     END-IF.
008490     WRITE REPORT-RECORD FROM WS-PRINT-AREA.
008500     ADD 1 TO WS-LINE-COUNT.
008510     GO TO 2900-EXIT.
008520 2900-EXIT.
008530     EXIT.
008540*----------------------------------------------------------------
008550* 3000-GET-BUDGET - LOOK UP THE MTD AND YTD BUDGETS FOR THE KEY
008560*               IN WS-LKP-ACCOUNT, READING EACH PERIOD OF THE
008570*               FISCAL YEAR UP TO THE BUDGET PERIOD
008580*----------------------------------------------------------------
008590 3000-GET-BUDGET.
008600     MOVE ZERO TO WS-LKP-MTD-BUDGET.
008610     MOVE ZERO TO WS-LKP-YTD-BUDGET.
008620     SET WS-LKP-MTD-NOT-FOUND TO TRUE.
008630     SET WS-LKP-YTD-NOT-FOUND TO TRUE.
008640     IF NOT WS-BUDGET-OPEN
008650         GO TO 3000-EXIT
008660     END-IF.
008670     MOVE WS-RPT-YY TO WS-LKP-YY.
008680     PERFORM 3100-READ-BUDGET-MONTH THRU 3100-EXIT
008690         VARYING WS-LKP-PP FROM 1 BY 1
008700         UNTIL WS-LKP-PP > WS-RPT-PP OR WS-IO-ERROR.
008710     GO TO 3000-EXIT.
008720 3000-EXIT.
008730     EXIT.
008740*----------------------------------------------------------------
008750* 3100-READ-BUDGET-MONTH - READ ONE PERIOD'S BUDGET FOR THE KEY
008760*----------------------------------------------------------------
008770 3100-READ-BUDGET-MONTH.
008780     MOVE WS-LKP-ACCOUNT TO BUD-ACCOUNT.
008790     MOVE WS-LKP-PERIOD  TO BUD-MONTH.
008800     READ BUDGET-MASTER.
008810     EVALUATE WS-BUDGET-STATUS
008820         WHEN '00'
008830             SET WS-LKP-YTD-FOUND TO TRUE
008840             ADD BUD-AMOUNT TO WS-LKP-YTD-BUDGET
008850             IF WS-LKP-PP = WS-RPT-PP
008860                 SET WS-LKP-MTD-FOUND TO TRUE
008870                 MOVE BUD-AMOUNT TO WS-LKP-MTD-BUDGET
008880             END-IF
008890         WHEN '23'
008900             CONTINUE
008910         WHEN OTHER
008920             MOVE 'BUDGET MASTER'  TO WS-ERR-FILE
008930             MOVE BUD-KEY          TO WS-ERR-KEY
008940             MOVE WS-BUDGET-STATUS TO WS-ERR-STATUS
008950             PERFORM 8000-IO-ERROR THRU 8000-EXIT
008960     END-EVALUATE.
008970     GO TO 3100-EXIT.
008980 3100-EXIT.
008990     EXIT.
009000*----------------------------------------------------------------
009010* 8000-IO-ERROR - REPORT AN I/O FAILURE ON THE ACCOUNT SOURCE OR
009020*               THE BUDGET MASTER AND FLAG THE RUN SO IT STOPS
009030*               AND ENDS RC 16
009040*----------------------------------------------------------------
009050 8000-IO-ERROR.
009060     MOVE WS-ERROR-LINE TO WS-PRINT-AREA.
009070     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
009080     SET WS-IO-ERROR TO TRUE.
009090     GO TO 8000-EXIT.
009100 8000-EXIT.
009110     EXIT.
009120*----------------------------------------------------------------
009130* 9000-TERMINATE - CUT THE LAST PREFIX SUBTOTAL AND THE GRAND
009140*               TOTAL, WRITE THE COUNTS, PROVE A SNAPSHOT AGAINST
009148*               ITS PERIOD'S CLOSE-CONTROL TOTALS, CLOSE THE
009156*               FILES, AND SET THE RETURN CODE.  RC 4 = ONE OR
009164*               MORE ACCOUNTS OR PREFIXES OUTSIDE TOLERANCE;
009172*               RC 16 = BAD CARD, NO FISCAL OR CLOSED PERIOD, A
009180*               SNAPSHOT THAT DOES NOT TIE TO ITS PERIOD, OR AN
009188*               I/O ERROR.
009200*----------------------------------------------------------------
009210 9000-TERMINATE.
009220     IF WS-PREV-PREFIX NOT = LOW-VALUES
009230         AND NOT WS-IO-ERROR
009240         PERFORM 2060-WRITE-PREFIX-SUBTOTAL THRU 2060-EXIT
009250     END-IF.
009260     IF NOT WS-RUN-FAILED
009270         AND NOT WS-IO-ERROR
009280         PERFORM 9100-WRITE-GRAND-TOTAL THRU 9100-EXIT
009290     END-IF.
009300     MOVE SPACES TO WS-PRINT-AREA.
009310     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
009320     MOVE WS-ACCOUNTS-READ      TO WS-TOT-READ.
009330     MOVE WS-TOTAL-LINE-1       TO WS-PRINT-AREA.
009340     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
009350     MOVE WS-ACCOUNTS-NO-BUDGET TO WS-TOT-NO-BUDGET.
009360     MOVE WS-TOTAL-LINE-2       TO WS-PRINT-AREA.
009370     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
009380     MOVE WS-ACCOUNTS-OUTSIDE   TO WS-TOT-OUTSIDE.
009390     MOVE WS-TOTAL-LINE-3       TO WS-PRINT-AREA.
009400     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
009410     MOVE WS-PREFIXES-OUTSIDE   TO WS-TOT-PFX-OUTSIDE.
009420     MOVE WS-TOTAL-LINE-4       TO WS-PRINT-AREA.
009430     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
009440     MOVE WS-ACCOUNTS-LATER     TO WS-TOT-LATER.
009450     MOVE WS-TOTAL-LINE-5       TO WS-PRINT-AREA.
009460     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
009470     IF WS-FROM-SNAPSHOT
009480         AND NOT WS-RUN-FAILED
009490         AND NOT WS-IO-ERROR
009500         IF WS-ACCOUNTS-READ NOT = WS-CLS-ACCOUNT-COUNT
009510             OR WS-SNAP-MTD-TOTAL NOT = WS-CLS-MTD-TOTAL
009520             SET WS-RUN-FAILED TO TRUE
009530             MOVE 'SNAPSHOT DOES NOT TIE TO THE CLOSE TOTALS'
009540                                    TO WS-RSL-TEXT
009550         END-IF
009560     END-IF.
009570     IF WS-RUN-FAILED
009580         MOVE WS-RESULT-LINE    TO WS-PRINT-AREA
009590         PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
009600     END-IF.
009610     IF WS-SOURCE-OPEN
009620         IF WS-FROM-SNAPSHOT
009630             CLOSE SNAPSHOT-FILE
009640         ELSE
009650             CLOSE ACCOUNT-MASTER
009660         END-IF
009670     END-IF.
009680     IF WS-BUDGET-OPEN
009690         CLOSE BUDGET-MASTER
009700     END-IF.
009710     CLOSE VARIANCE-REPORT.
009720     IF WS-ACCOUNTS-OUTSIDE > ZERO
009730         OR WS-PREFIXES-OUTSIDE > ZERO
009740         MOVE 4 TO RETURN-CODE
009750     END-IF.
009760     IF WS-RUN-FAILED OR WS-IO-ERROR
009770         MOVE 16 TO RETURN-CODE
009780     END-IF.
009790     GO TO 9000-EXIT.
009800 9000-EXIT.
009810     EXIT.
009820*----------------------------------------------------------------
009830* 9100-WRITE-GRAND-TOTAL - THE GRAND TOTAL LINE: ALL ACTUALS
009840*               AGAINST THE SUM OF THE BUDGETS THE PREFIX
009850*               SUBTOTALS WERE HELD TO
009860*----------------------------------------------------------------
009870 9100-WRITE-GRAND-TOTAL.
009880     MOVE SPACES            TO WS-DETAIL-LINE.
009890     MOVE 'GRAND TOTAL'     TO WS-DTL-KEY.
009900     SET WS-LINE-WITHIN TO TRUE.
009910     MOVE WS-GRD-MTD-ACTUAL TO WS-VAR-ACTUAL.
009920     MOVE WS-GRD-MTD-BUDGET TO WS-VAR-BUDGET.
009930     MOVE WS-GRD-MTD-SWITCH TO WS-VAR-BUDGET-SWITCH.
009940     PERFORM 2700-FORMAT-BLOCK THRU 2700-EXIT.
009950     MOVE WS-BLOCK-LINE     TO WS-DTL-MTD-BLOCK.
009960     IF WS-VAR-OUTSIDE
009970         MOVE '*MTD'        TO WS-DTL-FLAG-MTD
009980     END-IF.
009990     MOVE WS-GRD-YTD-ACTUAL TO WS-VAR-ACTUAL.
010000     MOVE WS-GRD-YTD-BUDGET TO WS-VAR-BUDGET.
010010     MOVE WS-GRD-YTD-SWITCH TO WS-VAR-BUDGET-SWITCH.
010020     PERFORM 2700-FORMAT-BLOCK THRU 2700-EXIT.
010030     MOVE WS-BLOCK-LINE     TO WS-DTL-YTD-BLOCK.
010040     IF WS-VAR-OUTSIDE
010050         MOVE '*YTD'        TO WS-DTL-FLAG-YTD
010060     END-IF.
010070     MOVE WS-DETAIL-LINE    TO WS-PRINT-AREA.
010080     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
010090     GO TO 9100-EXIT.
010100 9100-EXIT.
010110     EXIT.
