000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BACKOUT.
000030 AUTHOR. D-L-DEV-SVCS.
000040 INSTALLATION. DAILY-LEDGER-BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26 RJT  INITIAL VERSION.  NIGHT BACKOUT - TAKES ONE
000110*               BUSINESS DATE BACK OUT OF THE BOOKS END TO END
000120*               SO A NIGHT THAT POSTED A BAD REGIONAL EXTRACT
000130*               CAN BE RERUN INSTEAD OF REPAIRED ONE ACCOUNT AT
000140*               A TIME WITH REVERSAL CARDS.  THE NIGHT'S GL
000150*               EXTRACT GENERATION IS SUBTRACTED FROM THE
000160*               ACCOUNT MASTER (DAILY, MTD, AND YTD), THE
000170*               NIGHT'S AUDIT TRAIL GENERATION IS DELETED FROM
000180*               THE KEYED AUDIT MASTER UNDER THE SAME KEYS THE
000190*               LOAD BUILT (SEE AUDLOAD), AND THE RUN-REGISTER
000200*               RECORD IS MARKED BACKED OUT SO THE NEXT RUNREG
000210*               OPEN OF THE DATE REOPENS IT INSTEAD OF REFUSING
000220*               IT AS A DOUBLE RUN.  EVERY ACCOUNT TOUCHED IS
000230*               LISTED BEFORE AND AFTER ON THE PROOF REPORT.  A
000240*               DATE IN A MONTH ALREADY ON THE CLOSE-CONTROL
000250*               FILE (SEE MTHCLOSE) IS REFUSED RC 12, AS IS A
000260*               DATE ALREADY BACKED OUT - A SECOND BACKOUT
000270*               WOULD TAKE THE NIGHT OUT TWICE.
000271* 10/15/26 RJT  SUPPLEMENTARY LATE-FEED CYCLES.  THE CARD NOW
000272*               CARRIES THE CYCLE TO BACK OUT IN COLUMN 7
000273*               (BLANK = 1, THE MAIN CYCLE) AND THE REGISTER IS
000274*               KEYED BY DATE AND CYCLE.  THE GL EXTRACT MUST
000275*               CARRY THE CYCLE AND THE AUDIT TRAIL THE CYCLE'S
000276*               RUN ID.  THE MAIN CYCLE IS REFUSED RC 12 WHILE
000277*               A SUPPLEMENTARY CYCLE OF THE DATE IS STILL ON
000278*               THE BOOKS.  BACKING OUT A SUPPLEMENTARY CYCLE
000279*               HANDS ITS REGIONS BACK TO THE MAIN RECORD AS
000280*               HELD SO ANOTHER SUPPLEMENTARY CYCLE CAN TAKE
000281*               THEM.
000282* 10/15/26 RJT  THE NIGHT'S ENTRIES ARE ALSO DELETED FROM THE
000283*               KEYED TRANSACTION HISTORY (SEE HSTLOAD), OR THE
000284*               RERUN WOULD REJECT EVERY RECORD AS A SUSPECTED
000285*               RE-SEND.  ONLY AN ENTRY CARRYING THE BACKED-OUT
000286*               DATE AND CYCLE IS DELETED.
000287* 10/15/26 RJT  FISCAL CALENDAR.  THE BOOKS NOW CLOSE ON FINANCE'S
000288*               FISCAL PERIODS (SEE FSCLOAD).  THE BACKOUT DATE IS
000289*               LOOKED UP ON THE FISCAL CALENDAR AND REFUSED RC 12
000290*               IF ITS FISCAL PERIOD IS CLOSED; A DATE NOT ON THE
000291*               CALENDAR FAILS THE RUN (RC 16).  AN ACCOUNT POSTED
000292*               SINCE BY A LATER NIGHT NOW KEEPS ITS MTD OR YTD
000293*               WHEN THAT NIGHT FELL IN A LATER FISCAL PERIOD OR
000294*               FISCAL YEAR, NOT A LATER CALENDAR MONTH OR YEAR.
000299*----------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000301 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT PARAMETER-FILE ASSIGN TO BKOPARM
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-PARM-STATUS.
000350     SELECT GL-EXTRACT-FILE ASSIGN TO GLXTIN
000360         ORGANIZATION IS LINE SEQUENTIAL.
000370     SELECT AUDIT-FILE ASSIGN TO AUDITIN
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390     SELECT OPTIONAL ACCOUNT-MASTER ASSIGN TO ACCTMST
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS AM-KEY
000430         FILE STATUS IS WS-MASTER-STATUS.
000440     SELECT OPTIONAL AUDIT-MASTER ASSIGN TO AUDMST
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS ADM-KEY
000480         FILE STATUS IS WS-AUDMST-STATUS.
000490     SELECT OPTIONAL RUN-REGISTER ASSIGN TO RUNREG
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS REG-KEY
000530         FILE STATUS IS WS-REGISTER-STATUS.
000531     SELECT OPTIONAL TRANS-HISTORY ASSIGN TO TRNHIST
000532         ORGANIZATION IS INDEXED
000533         ACCESS MODE IS RANDOM
000534         RECORD KEY IS HST-KEY
000535         FILE STATUS IS WS-HISTORY-STATUS.
000540     SELECT OPTIONAL CLOSE-CONTROL-FILE ASSIGN TO CLOSECTL
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-CLOSE-STATUS.
000563     SELECT OPTIONAL FISCAL-CALENDAR ASSIGN TO FSCCAL
000566         ORGANIZATION IS INDEXED
000569         ACCESS MODE IS RANDOM
000572         RECORD KEY IS FSC-DATE
000575         FILE STATUS IS WS-CALENDAR-STATUS.
000578     SELECT BACKOUT-REPORT ASSIGN TO BKORPT
000581         ORGANIZATION IS LINE SEQUENTIAL.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  PARAMETER-FILE
000620     RECORDING MODE IS F.
000630 01  PARAMETER-RECORD.
000640     05  BKO-BUSINESS-DATE       PIC 9(06).
000645     05  BKO-CYCLE               PIC X(01).
000650     05  FILLER                  PIC X(73).
000660 FD  GL-EXTRACT-FILE
000670     RECORDING MODE IS F.
000680 01  GL-EXTRACT-RECORD.
000690     05  GL-ACCOUNT-CODE         PIC X(10).
000700     05  GL-RUN-DATE             PIC 9(06).
000710     05  GL-AMOUNT               PIC S9(05)V99.
000715     05  GL-CYCLE                PIC 9(01).
000720 FD  AUDIT-FILE
000730     RECORDING MODE IS F.
000740 01  AUDIT-RECORD.
000750     05  AUD-RUN-ID              PIC X(08).
000760     05  AUD-TIMESTAMP.
000770         10  AUD-TS-DATE         PIC 9(06).
000780         10  AUD-TS-TIME         PIC 9(08).
000790     05  AUD-TRANS-KEY           PIC X(10).
000800     05  AUD-SOURCE-CODE         PIC X(01).
000810     05  AUD-CURRENCY-CODE       PIC X(03).
000820     05  AUD-TYPE-CODE           PIC X(01).
000830     05  AUD-ORIG-AMT-1          PIC S9(4)V99.
000840     05  AUD-ORIG-AMT-2          PIC S9(4)V99.
000850     05  AUD-VAR1                PIC S9(4)V99.
000860     05  AUD-VAR2                PIC S9(4)V99.
000870     05  AUD-VAR3                PIC S9(5)V99.
000880     05  AUD-PARAGRAPH-ID        PIC X(23).
000890 FD  ACCOUNT-MASTER
000900     RECORD CONTAINS 50 CHARACTERS.
000910 01  ACCOUNT-MASTER-RECORD.
000920     05  AM-KEY                  PIC X(10).
000930     05  AM-LAST-POSTED-DATE     PIC 9(06).
000940     05  AM-LAST-POSTED-R REDEFINES AM-LAST-POSTED-DATE.
000950         10  AM-LAST-YY          PIC 9(02).
000960         10  AM-LAST-MM          PIC 9(02).
000970         10  AM-LAST-DD          PIC 9(02).
000980     05  AM-DAILY-TOTAL          PIC S9(09)V99 COMP-3.
000990     05  AM-MTD-TOTAL            PIC S9(09)V99 COMP-3.
000994     05  AM-YTD-TOTAL            PIC S9(09)V99 COMP-3.
000998     05  AM-FISCAL-PERIOD        PIC 9(04).
001002     05  AM-FISCAL-PERIOD-R REDEFINES AM-FISCAL-PERIOD.
001006         10  AM-FISCAL-YY        PIC 9(02).
001010         10  AM-FISCAL-PP        PIC 9(02).
001014     05  FILLER                  PIC X(12).
001020 FD  AUDIT-MASTER
001030     RECORD CONTAINS 94 CHARACTERS.
001040 01  AUDIT-MASTER-RECORD.
001050     05  ADM-KEY.
001060         10  ADM-TRANS-KEY       PIC X(10).
001070         10  ADM-TIMESTAMP       PIC X(14).
001080         10  ADM-SEQUENCE        PIC 9(03).
001090     05  ADM-RUN-ID              PIC X(08).
001100     05  ADM-SOURCE-CODE         PIC X(01).
001110     05  ADM-CURRENCY-CODE       PIC X(03).
001120     05  ADM-TYPE-CODE           PIC X(01).
001130     05  ADM-ORIG-AMT-1          PIC S9(4)V99.
001140     05  ADM-ORIG-AMT-2          PIC S9(4)V99.
001150     05  ADM-VAR1                PIC S9(4)V99.
001160     05  ADM-VAR2                PIC S9(4)V99.
001170     05  ADM-VAR3                PIC S9(5)V99.
001180     05  ADM-PARAGRAPH-ID        PIC X(23).
001190 FD  RUN-REGISTER
001200     RECORD CONTAINS 50 CHARACTERS.
001210 01  REGISTER-RECORD.
001215     05  REG-KEY.
001220         10  REG-BUSINESS-DATE   PIC 9(06).
001225         10  REG-CYCLE           PIC 9(01).
001230     05  REG-STATUS              PIC X(01).
001240         88  REG-DATE-OPEN                 VALUE 'O'.
001250         88  REG-DATE-COMPLETE             VALUE 'C'.
001260         88  REG-DATE-BACKED-OUT           VALUE 'B'.
001265         88  REG-DATE-HELD                 VALUE 'H'.
001270     05  REG-EDIT-DONE           PIC X(01).
001280     05  REG-MERGE-DONE          PIC X(01).
001290     05  REG-MAIN-DONE           PIC X(01).
001300     05  REG-POST-DONE           PIC X(01).
001310     05  REG-OPENED-TIME         PIC 9(08).
001320     05  REG-CLOSED-TIME         PIC 9(08).
001323     05  REG-REGIONS.
001326         10  REG-REGION-STATUS   PIC X(01) OCCURS 3.
001330     05  FILLER                  PIC X(19).
001331 FD  TRANS-HISTORY
001332     RECORD CONTAINS 40 CHARACTERS.
001333 01  TRANS-HISTORY-RECORD.
001334     05  HST-KEY.
001335         10  HST-TRANS-KEY       PIC X(10).
001336         10  HST-SOURCE-CODE     PIC X(01).
001337         10  HST-AMOUNT-1        PIC S9(4)V99.
001338         10  HST-AMOUNT-2        PIC S9(4)V99.
001339         10  HST-TYPE-CODE       PIC X(01).
001340     05  HST-BUSINESS-DATE       PIC 9(06).
001341     05  HST-CYCLE               PIC 9(01).
001342     05  HST-CURRENCY-CODE       PIC X(03).
001343     05  FILLER                  PIC X(06).
001344 FD  CLOSE-CONTROL-FILE
001350     RECORDING MODE IS F.
001360 01  CLOSE-CONTROL-RECORD.
001370     05  CCT-CLOSED-MONTH        PIC 9(04).
001380     05  CCT-CLOSED-DATE         PIC 9(06).
001390     05  CCT-ACCOUNT-COUNT       PIC 9(07).
001400     05  CCT-MTD-TOTAL           PIC S9(11)V99.
001410     05  CCT-YTD-TOTAL           PIC S9(11)V99.
001411*    ONE RECORD PER CALENDAR DATE, LOADED BY FSCLOAD.
001412 FD  FISCAL-CALENDAR
001413     RECORD CONTAINS 40 CHARACTERS.
001414 01  FISCAL-CALENDAR-RECORD.
001415     05  FSC-DATE                PIC 9(06).
001416     05  FSC-FISCAL-PERIOD       PIC 9(04).
001417     05  FSC-FISCAL-PERIOD-R REDEFINES FSC-FISCAL-PERIOD.
001418         10  FSC-FISCAL-YY       PIC 9(02).
001419         10  FSC-FISCAL-PP       PIC 9(02).
001420     05  FSC-PERIOD-START        PIC 9(06).
001421     05  FSC-PERIOD-END          PIC 9(06).
001422     05  FSC-LOAD-STAMP.
001423         10  FSC-LOAD-DATE       PIC 9(06).
001424         10  FSC-LOAD-TIME       PIC 9(08).
001425     05  FILLER                  PIC X(04).
001426 FD  BACKOUT-REPORT
001430     RECORDING MODE IS F.
001440 01  REPORT-RECORD               PIC X(132).
001450 WORKING-STORAGE SECTION.
001460 01  WS-SWITCHES.
001470     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001480         88  WS-EOF                        VALUE 'Y'.
001490     05  WS-AUDIT-EOF-SWITCH     PIC X(01) VALUE 'N'.
001500         88  WS-AUDIT-EOF                  VALUE 'Y'.
001510     05  WS-CLOSE-EOF-SWITCH     PIC X(01) VALUE 'N'.
001520         88  WS-CLOSE-EOF                  VALUE 'Y'.
001530     05  WS-IO-ERROR-SWITCH      PIC X(01) VALUE 'N'.
001540         88  WS-IO-ERROR                   VALUE 'Y'.
001550     05  WS-BLOCKED-SWITCH       PIC X(01) VALUE 'N'.
001560         88  WS-BACKOUT-BLOCKED            VALUE 'Y'.
001570     05  WS-FAILED-SWITCH        PIC X(01) VALUE 'N'.
001580         88  WS-RUN-FAILED                 VALUE 'Y'.
001590*    SET WHEN THE REGISTER OPENED CLEAN - THE FILE STATUS IS
001600*    '00' BEFORE ANY OPEN IS EVER TRIED, SO THE CLOSE MUST
001610*    NOT BE GATED ON IT.
001620     05  WS-REG-OPENED-SWITCH    PIC X(01) VALUE 'N'.
001630         88  WS-REG-OPENED                 VALUE 'Y'.
001640     05  WS-POSTED-SWITCH        PIC X(01) VALUE 'N'.
001650         88  WS-NIGHT-POSTED               VALUE 'Y'.
001660     05  WS-PROOF-SWITCH         PIC X(01) VALUE 'N'.
001670         88  WS-PROOF-BREAK                VALUE 'Y'.
001680 01  WS-PARM-STATUS              PIC X(02) VALUE '00'.
001690 01  WS-MASTER-STATUS            PIC X(02) VALUE '00'.
001700 01  WS-AUDMST-STATUS            PIC X(02) VALUE '00'.
001710 01  WS-REGISTER-STATUS          PIC X(02) VALUE '00'.
001720 01  WS-CLOSE-STATUS             PIC X(02) VALUE '00'.
001723 01  WS-HISTORY-STATUS           PIC X(02) VALUE '00'.
001726 01  WS-CALENDAR-STATUS          PIC X(02) VALUE '00'.
001730 01  WS-BACKOUT-DATE             PIC 9(06) VALUE ZERO.
001740 01  WS-BACKOUT-DATE-R REDEFINES WS-BACKOUT-DATE.
001750     05  WS-BACKOUT-YY           PIC 9(02).
001760     05  WS-BACKOUT-MM           PIC 9(02).
001770     05  WS-BACKOUT-DD           PIC 9(02).
001775*    THE BACKOUT DATE'S FISCAL PERIOD, FROM THE FISCAL CALENDAR.
001780 01  WS-BACKOUT-PERIOD           PIC 9(04) VALUE ZERO.
001785 01  WS-BACKOUT-PERIOD-R REDEFINES WS-BACKOUT-PERIOD.
001790     05  WS-BACKOUT-FISCAL-YY    PIC 9(02).
001795     05  WS-BACKOUT-FISCAL-PP    PIC 9(02).
001801*    THE CYCLE BEING BACKED OUT, THE RUN ID ITS AUDIT TRAIL
001802*    WAS WRITTEN UNDER (SEE TESTFILE), AND THE REGIONS IT TOOK.
001803 01  WS-BACKOUT-CYCLE            PIC 9(01) VALUE 1.
001804 01  WS-CYCLE-RUN-ID             PIC X(08) VALUE 'TESTFILE'.
001805 01  WS-CYCLE-RUN-ID-R REDEFINES WS-CYCLE-RUN-ID.
001806     05  WS-CYCLE-RUN-PREFIX     PIC X(07).
001807     05  WS-CYCLE-RUN-CYCLE      PIC 9(01).
001808 01  WS-CYCLE-REGIONS.
001809     05  WS-CYCLE-REGION         PIC X(01) OCCURS 3.
001810 01  WS-REGION-SUB               PIC 9(01) COMP-3 VALUE ZERO.
001811 01  WS-LATER-CYCLE              PIC 9(02) COMP-3 VALUE ZERO.
001812 01  WS-LATER-CYCLES-ON          PIC 9(01) COMP-3 VALUE ZERO.
001813 01  WS-DATE-FIELDS.
001820     05  WS-CURRENT-DATE.
001830         10  WS-CURRENT-YY       PIC 9(02).
001840         10  WS-CURRENT-MM       PIC 9(02).
001850         10  WS-CURRENT-DD       PIC 9(02).
001860     05  WS-CURRENT-TIME         PIC 9(08).
001870*    ONE ACCOUNT'S SHARE OF THE NIGHT.  THE EXTRACT IS CUT IN
001880*    KEY ORDER, SO ALL OF AN ACCOUNT'S RECORDS ARE TOGETHER
001890*    AND THE MASTER IS READ AND REWRITTEN ONCE PER ACCOUNT.
001900 01  WS-ACCOUNT-BACKOUT.
001910     05  WS-BKO-KEY              PIC X(10).
001920     05  WS-BKO-AMOUNT           PIC S9(09)V99 COMP-3.
001930     05  WS-BKO-NOTE             PIC X(30).
001940*    THE SEQUENCE SUFFIX IS REBUILT EXACTLY AS AUDLOAD BUILT
001950*    IT - AUDITIN IS READ IN THE ORDER THE NIGHT WROTE IT, SO
001960*    EVERY ENTRY COMES BACK TO THE KEY IT WAS LOADED UNDER.
001970 01  WS-SEQUENCE-CONTROLS.
001980     05  WS-PREV-ENTRY.
001990         10  WS-PREV-TRANS-KEY   PIC X(10) VALUE LOW-VALUES.
002000         10  WS-PREV-TIMESTAMP   PIC X(14) VALUE LOW-VALUES.
002010     05  WS-CURR-ENTRY.
002020         10  WS-CURR-TRANS-KEY   PIC X(10).
002030         10  WS-CURR-TIMESTAMP   PIC X(14).
002040     05  WS-SEQUENCE             PIC 9(03) VALUE ZERO.
002050 01  WS-ACCUMULATORS.
002060     05  WS-EXTRACT-READ         PIC 9(07)     COMP-3 VALUE ZERO.
002070     05  WS-EXTRACT-WRONG-DATE   PIC 9(07)     COMP-3 VALUE ZERO.
002080     05  WS-EXTRACT-AMOUNT       PIC S9(09)V99 COMP-3 VALUE ZERO.
002090     05  WS-AUDIT-READ           PIC 9(07)     COMP-3 VALUE ZERO.
002100     05  WS-AUDIT-WRONG-DATE     PIC 9(07)     COMP-3 VALUE ZERO.
002110     05  WS-AUDIT-DELETED        PIC 9(07)     COMP-3 VALUE ZERO.
002120     05  WS-AUDIT-ABSENT         PIC 9(07)     COMP-3 VALUE ZERO.
002123     05  WS-HISTORY-DELETED      PIC 9(07)     COMP-3 VALUE ZERO.
002126     05  WS-HISTORY-ABSENT       PIC 9(07)     COMP-3 VALUE ZERO.
002130     05  WS-ACCOUNTS-BACKED-OUT  PIC 9(07)     COMP-3 VALUE ZERO.
002140     05  WS-ACCOUNTS-EXCEPTED    PIC 9(07)     COMP-3 VALUE ZERO.
002150     05  WS-AMOUNT-REMOVED       PIC S9(09)V99 COMP-3 VALUE ZERO.
002160     05  WS-AMOUNT-EXCEPTED      PIC S9(09)V99 COMP-3 VALUE ZERO.
002170     05  WS-BEFORE-YTD-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
002180     05  WS-AFTER-YTD-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
002190     05  WS-PROOF-YTD-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.
002200     05  WS-PROOF-AFTER-YTD      PIC S9(11)V99 COMP-3 VALUE ZERO.
002210     05  WS-PROOF-EXTRACT        PIC S9(11)V99 COMP-3 VALUE ZERO.
002220 01  WS-PAGE-CONTROLS.
002230     05  WS-LINES-PER-PAGE      PIC 9(03)      COMP-3 VALUE 55.
002240     05  WS-LINE-COUNT          PIC 9(03)      COMP-3 VALUE 999.
002250     05  WS-PAGE-NUMBER         PIC 9(05)      COMP-3 VALUE ZERO.
002260 01  WS-PRINT-AREA              PIC X(132)     VALUE SPACES.
002270 01  WS-REPORT-LINES.
002280     05  WS-HEADING-LINE-1.
002290         10  FILLER              PIC X(35) VALUE SPACES.
002300         10  FILLER              PIC X(27)
002310             VALUE 'NIGHT BACKOUT PROOF REPORT'.
002320     05  WS-HEADING-LINE-2.
002330         10  FILLER              PIC X(10) VALUE 'RUN DATE: '.
002340         10  WS-HDG-MM           PIC 99.
002350         10  FILLER              PIC X(01) VALUE '/'.
002360         10  WS-HDG-DD           PIC 99.
002370         10  FILLER              PIC X(01) VALUE '/'.
002380         10  WS-HDG-YY           PIC 99.
002390         10  FILLER              PIC X(26)
002400             VALUE '  BUSINESS DATE BACKED OUT'.
002410         10  FILLER              PIC X(01) VALUE SPACE.
002420         10  WS-HDG-BKO-DATE     PIC 9(06).
002423         10  FILLER              PIC X(07) VALUE ' CYCLE '.
002426         10  WS-HDG-BKO-CYCLE    PIC 9(01).
002430         10  FILLER              PIC X(58) VALUE SPACES.
002440         10  FILLER              PIC X(05) VALUE 'PAGE '.
002450         10  WS-HDG-PAGE         PIC ZZZZ9.
002460     05  WS-HEADING-LINE-3.
002470         10  FILLER              PIC X(12) VALUE 'ACCOUNT KEY'.
002480         10  FILLER              PIC X(08) VALUE 'STAGE'.
002490         10  FILLER              PIC X(16) VALUE '   DAILY TOTAL'.
002500         10  FILLER              PIC X(16) VALUE '     MTD TOTAL'.
002510         10  FILLER              PIC X(16) VALUE '     YTD TOTAL'.
002520         10  FILLER              PIC X(16) VALUE 'AMOUNT REMOVED'.
002530         10  FILLER              PIC X(30) VALUE 'NOTE'.
002540     05  WS-DETAIL-LINE.
002550         10  WS-DTL-KEY          PIC X(10).
002560         10  FILLER              PIC X(02) VALUE SPACES.
002570         10  WS-DTL-STAGE        PIC X(06).
002580         10  FILLER              PIC X(02) VALUE SPACES.
002590         10  WS-DTL-DAILY        PIC ---,---,--9.99.
002600         10  FILLER              PIC X(02) VALUE SPACES.
002610         10  WS-DTL-MTD          PIC ---,---,--9.99.
002620         10  FILLER              PIC X(02) VALUE SPACES.
002630         10  WS-DTL-YTD          PIC ---,---,--9.99.
002640         10  FILLER              PIC X(02) VALUE SPACES.
002650         10  WS-DTL-REMOVED-X    PIC X(14).
002660         10  WS-DTL-REMOVED REDEFINES WS-DTL-REMOVED-X
002670                                 PIC ---,---,--9.99.
002680         10  FILLER              PIC X(02) VALUE SPACES.
002690         10  WS-DTL-NOTE         PIC X(30).
002700     05  WS-EXCEPTION-LINE.
002710         10  WS-EXC-KEY          PIC X(10).
002720         10  FILLER              PIC X(02) VALUE SPACES.
002730         10  FILLER              PIC X(06) VALUE 'EXCPT '.
002740         10  FILLER              PIC X(50) VALUE SPACES.
002750         10  WS-EXC-AMOUNT       PIC ---,---,--9.99.
002760         10  FILLER              PIC X(02) VALUE SPACES.
002770         10  WS-EXC-TEXT         PIC X(30).
002780     05  WS-STAMP-LINE.
002790         10  FILLER              PIC X(24)
002800             VALUE 'REGISTER BEFORE BACKOUT '.
002810         10  FILLER              PIC X(08) VALUE 'STATUS '.
002820         10  WS-STP-STATUS       PIC X(01).
002830         10  FILLER              PIC X(07) VALUE '  EDIT '.
002840         10  WS-STP-EDIT         PIC X(01).
002850         10  FILLER              PIC X(08) VALUE '  MERGE '.
002860         10  WS-STP-MERGE        PIC X(01).
002870         10  FILLER              PIC X(07) VALUE '  MAIN '.
002880         10  WS-STP-MAIN         PIC X(01).
002890         10  FILLER              PIC X(07) VALUE '  POST '.
002900         10  WS-STP-POST         PIC X(01).
002903         10  FILLER              PIC X(10) VALUE '  REGIONS '.
002906         10  WS-STP-REGIONS      PIC X(03).
002910     05  WS-TOTAL-LINE-1.
002920         10  FILLER              PIC X(32)
002930             VALUE 'GL EXTRACT RECORDS READ       : '.
002940         10  WS-TOT-EXT-READ     PIC ZZZ,ZZ9.
002950     05  WS-TOTAL-LINE-2.
002960         10  FILLER              PIC X(32)
002970             VALUE 'GL EXTRACT AMOUNT             : '.
002980         10  WS-TOT-EXT-AMOUNT   PIC ---,---,--9.99.
002990     05  WS-TOTAL-LINE-3.
003000         10  FILLER              PIC X(32)
003010             VALUE 'ACCOUNTS BACKED OUT           : '.
003020         10  WS-TOT-ACCOUNTS     PIC ZZZ,ZZ9.
003030     05  WS-TOTAL-LINE-4.
003040         10  FILLER              PIC X(32)
003050             VALUE 'AMOUNT BACKED OUT             : '.
003060         10  WS-TOT-REMOVED      PIC ---,---,--9.99.
003070     05  WS-TOTAL-LINE-5.
003080         10  FILLER              PIC X(32)
003090             VALUE 'ACCOUNTS NOT BACKED OUT       : '.
003100         10  WS-TOT-EXCEPTED     PIC ZZZ,ZZ9.
003110     05  WS-TOTAL-LINE-6.
003120         10  FILLER              PIC X(32)
003130             VALUE 'AMOUNT NOT BACKED OUT         : '.
003140         10  WS-TOT-EXC-AMOUNT   PIC ---,---,--9.99.
003150     05  WS-TOTAL-LINE-7.
003160         10  FILLER              PIC X(32)
003170             VALUE 'YTD OF ACCOUNTS BEFORE BACKOUT: '.
003180         10  WS-TOT-BEFORE-YTD   PIC ---,---,---,--9.99.
003190     05  WS-TOTAL-LINE-8.
003200         10  FILLER              PIC X(32)
003210             VALUE 'YTD OF ACCOUNTS AFTER BACKOUT : '.
003220         10  WS-TOT-AFTER-YTD    PIC ---,---,---,--9.99.
003230     05  WS-TOTAL-LINE-9.
003240         10  FILLER              PIC X(32)
003250             VALUE 'AUDIT TRAIL RECORDS READ      : '.
003260         10  WS-TOT-AUD-READ     PIC ZZZ,ZZ9.
003270     05  WS-TOTAL-LINE-10.
003280         10  FILLER              PIC X(32)
003290             VALUE 'AUDIT MASTER ENTRIES DELETED  : '.
003300         10  WS-TOT-AUD-DELETED  PIC ZZZ,ZZ9.
003310     05  WS-TOTAL-LINE-11.
003320         10  FILLER              PIC X(32)
003330             VALUE 'AUDIT ENTRIES ALREADY ABSENT  : '.
003340         10  WS-TOT-AUD-ABSENT   PIC ZZZ,ZZ9.
003341     05  WS-TOTAL-LINE-12.
003342         10  FILLER              PIC X(32)
003343             VALUE 'HISTORY ENTRIES DELETED       : '.
003344         10  WS-TOT-HST-DELETED  PIC ZZZ,ZZ9.
003345     05  WS-TOTAL-LINE-13.
003346         10  FILLER              PIC X(32)
003347             VALUE 'HISTORY ENTRIES NOT PRESENT   : '.
003348         10  WS-TOT-HST-ABSENT   PIC ZZZ,ZZ9.
003350     05  WS-PROOF-LINE.
003360         10  FILLER              PIC X(32)
003370             VALUE 'PROOF (BEFORE - REMOVED = AFTER)'.
003380         10  FILLER              PIC X(02) VALUE ': '.
003390         10  WS-PRF-TEXT         PIC X(20).
003400     05  WS-RESULT-LINE.
003410         10  FILLER              PIC X(08) VALUE 'RESULT: '.
003420         10  WS-RSL-TEXT         PIC X(60).
003430     05  WS-ERROR-LINE.
003440         10  FILLER              PIC X(22)
003450             VALUE 'MASTER I/O ERROR - KEY'.
003460         10  FILLER              PIC X(02) VALUE SPACES.
003470         10  WS-ERR-KEY          PIC X(27).
003480         10  FILLER              PIC X(09) VALUE '  STATUS '.
003490         10  WS-ERR-STATUS       PIC X(02).
003500 PROCEDURE DIVISION.
003510 0000-MAINLINE.
003520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003530     IF NOT WS-RUN-FAILED AND NOT WS-BACKOUT-BLOCKED
003540         PERFORM 2000-BACKOUT-POSTINGS THRU 2000-EXIT
003550         PERFORM 3000-BACKOUT-AUDIT THRU 3000-EXIT
003555         PERFORM 3500-BACKOUT-HISTORY THRU 3500-EXIT
003560         PERFORM 4000-RESET-REGISTER THRU 4000-EXIT
003570     END-IF.
003580     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003590     STOP RUN.
003600*----------------------------------------------------------------
003607* 1000-INITIALIZE - READ AND VALIDATE THE BACKOUT-DATE CARD,
003614*               FIND THE DATE'S FISCAL PERIOD, REFUSE A DATE IN
003621*               A CLOSED FISCAL PERIOD, CHECK THE
003630*               DATE ON THE RUN REGISTER, AND PROVE BOTH INPUT
003640*               GENERATIONS BELONG TO THE DATE - ALL BEFORE
003650*               ANY MASTER IS TOUCHED
003660*----------------------------------------------------------------
003670 1000-INITIALIZE.
003680     OPEN OUTPUT BACKOUT-REPORT.
003690     ACCEPT WS-CURRENT-DATE FROM DATE.
003700     ACCEPT WS-CURRENT-TIME FROM TIME.
003710     PERFORM 1500-READ-PARAMETERS THRU 1500-EXIT.
003720     PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT.
003730     IF WS-RUN-FAILED
003740         GO TO 1000-EXIT
003750     END-IF.
003754     PERFORM 1250-GET-FISCAL-PERIOD THRU 1250-EXIT.
003758     IF WS-RUN-FAILED
003762         GO TO 1000-EXIT
003766     END-IF.
003770     PERFORM 1300-CHECK-CLOSED-MONTH THRU 1300-EXIT.
003774     IF WS-BACKOUT-BLOCKED
003780         GO TO 1000-EXIT
003790     END-IF.
003800     PERFORM 1400-CHECK-REGISTER THRU 1400-EXIT.
003810     IF WS-RUN-FAILED OR WS-BACKOUT-BLOCKED
003820         GO TO 1000-EXIT
003830     END-IF.
003840     PERFORM 1600-PROVE-GENERATIONS THRU 1600-EXIT.
003850     GO TO 1000-EXIT.
003860 1000-EXIT.
003870     EXIT.
003880*----------------------------------------------------------------
003890* 1100-READ-EXTRACT - READ THE NEXT GL EXTRACT RECORD
003900*----------------------------------------------------------------
003910 1100-READ-EXTRACT.
003920     READ GL-EXTRACT-FILE
003930         AT END
003940             SET WS-EOF TO TRUE
003950     END-READ.
003960     GO TO 1100-EXIT.
003970 1100-EXIT.
003980     EXIT.
003990*----------------------------------------------------------------
004000* 1150-READ-AUDIT - READ THE NEXT AUDIT TRAIL RECORD
004010*----------------------------------------------------------------
004020 1150-READ-AUDIT.
004030     READ AUDIT-FILE
004040         AT END
004050             SET WS-AUDIT-EOF TO TRUE
004060     END-READ.
004070     GO TO 1150-EXIT.
004080 1150-EXIT.
004090     EXIT.
004100*----------------------------------------------------------------
004110* 1200-WRITE-HEADINGS - WRITE THE RUN-DATE, BACKOUT-DATE, AND
004120*               COLUMN HEADINGS AT THE TOP OF EACH PAGE
004130*----------------------------------------------------------------
004140 1200-WRITE-HEADINGS.
004150     ADD 1 TO WS-PAGE-NUMBER.
004160     MOVE WS-CURRENT-MM   TO WS-HDG-MM.
004170     MOVE WS-CURRENT-DD   TO WS-HDG-DD.
004180     MOVE WS-CURRENT-YY   TO WS-HDG-YY.
004190     MOVE WS-BACKOUT-DATE TO WS-HDG-BKO-DATE.
004195     MOVE WS-BACKOUT-CYCLE TO WS-HDG-BKO-CYCLE.
004200     MOVE WS-PAGE-NUMBER  TO WS-HDG-PAGE.
004210     WRITE REPORT-RECORD FROM WS-HEADING-LINE-1.
004220     WRITE REPORT-RECORD FROM WS-HEADING-LINE-2.
004230     MOVE SPACES TO REPORT-RECORD.
004240     WRITE REPORT-RECORD.
004250     WRITE REPORT-RECORD FROM WS-HEADING-LINE-3.
004260     MOVE 4 TO WS-LINE-COUNT.
004270     GO TO 1200-EXIT.
004280 1200-EXIT.
004290     EXIT.
004291*----------------------------------------------------------------
004292* 1250-GET-FISCAL-PERIOD - LOOK THE BACKOUT DATE UP ON THE
004293*               FISCAL CALENDAR (SEE FSCLOAD).  A DATE NOT ON THE
004294*               CALENDAR, OR NO CALENDAR, FAILS THE RUN - WITHOUT
004295*               ITS PERIOD THE CLOSED-PERIOD CHECK CANNOT BE MADE.
004296*               A CALENDAR THAT WILL NOT OPEN IS REPORTED WITH ITS
004297*               FILE STATUS, NOT AS A DATE MISSING FROM IT.
004298*----------------------------------------------------------------
004299 1250-GET-FISCAL-PERIOD.
004300     OPEN INPUT FISCAL-CALENDAR.
004301     IF WS-CALENDAR-STATUS NOT = '00'
004302         IF WS-CALENDAR-STATUS = '05'
004303             CLOSE FISCAL-CALENDAR
004304         END-IF
004305         SET WS-RUN-FAILED TO TRUE
004306         MOVE SPACES TO WS-RSL-TEXT
004307         STRING 'FISCAL CALENDAR OPEN FAILED, STATUS: '
004308                                   DELIMITED BY SIZE
004309                WS-CALENDAR-STATUS DELIMITED BY SIZE
004310             INTO WS-RSL-TEXT
004311         END-STRING
004312         GO TO 1250-EXIT
004313     END-IF.
004314     MOVE WS-BACKOUT-DATE TO FSC-DATE.
004315     READ FISCAL-CALENDAR.
004316     IF WS-CALENDAR-STATUS = '00'
004317         MOVE FSC-FISCAL-PERIOD TO WS-BACKOUT-PERIOD
004318     ELSE
004319         SET WS-RUN-FAILED TO TRUE
004320         MOVE 'BACKOUT DATE NOT ON THE FISCAL CALENDAR'
004321                                    TO WS-RSL-TEXT
004322     END-IF.
004323     CLOSE FISCAL-CALENDAR.
004324     GO TO 1250-EXIT.
004325 1250-EXIT.
004326     EXIT.
004327*----------------------------------------------------------------
004328* 1300-CHECK-CLOSED-MONTH - REFUSE THE BACKOUT IF THE DATE'S
004329*               FISCAL PERIOD IS ON THE CLOSE-CONTROL FILE.  THE
004337*               CLOSED PICTURE HAS ALREADY BEEN REPORTED, AND
004345*               TAKING A NIGHT OUT OF IT WOULD MOVE BOOKS FINANCE
004353*               HAS SIGNED OFF.  A MISSING FILE (NO PERIOD EVER
004361*               CLOSED) LEAVES EVERY PERIOD OPEN.
004370*----------------------------------------------------------------
004380 1300-CHECK-CLOSED-MONTH.
004390     OPEN INPUT CLOSE-CONTROL-FILE.
004400     IF WS-CLOSE-STATUS NOT = '00'
004402         IF WS-CLOSE-STATUS = '05'
004404             CLOSE CLOSE-CONTROL-FILE
004406         END-IF
004410         GO TO 1300-EXIT
004420     END-IF.
004430     PERFORM 1310-READ-CLOSE-CONTROL THRU 1310-EXIT.
004440     PERFORM 1320-TEST-CLOSED-MONTH THRU 1320-EXIT
004450         UNTIL WS-CLOSE-EOF OR WS-BACKOUT-BLOCKED.
004460     CLOSE CLOSE-CONTROL-FILE.
004470     GO TO 1300-EXIT.
004480 1300-EXIT.
004490     EXIT.
004500*----------------------------------------------------------------
004510* 1310-READ-CLOSE-CONTROL - READ THE NEXT CLOSED PERIOD
004520*----------------------------------------------------------------
004530 1310-READ-CLOSE-CONTROL.
004540     READ CLOSE-CONTROL-FILE
004550         AT END
004560             SET WS-CLOSE-EOF TO TRUE
004570     END-READ.
004580     GO TO 1310-EXIT.
004590 1310-EXIT.
004600     EXIT.
004610*----------------------------------------------------------------
004620* 1320-TEST-CLOSED-MONTH - COMPARE ONE CLOSED PERIOD WITH THE
004630*               FISCAL PERIOD OF THE DATE BEING BACKED OUT
004640*----------------------------------------------------------------
004650 1320-TEST-CLOSED-MONTH.
004660     IF CCT-CLOSED-MONTH = WS-BACKOUT-PERIOD
004670         SET WS-BACKOUT-BLOCKED TO TRUE
004680         MOVE 'PERIOD IS CLOSED - BACKOUT REFUSED' TO WS-RSL-TEXT
004690         GO TO 1320-EXIT
004700     END-IF.
004710     PERFORM 1310-READ-CLOSE-CONTROL THRU 1310-EXIT.
004720     GO TO 1320-EXIT.
004730 1320-EXIT.
004740     EXIT.
004750*----------------------------------------------------------------
004760* 1400-CHECK-REGISTER - READ THE CYCLE'S RUN-REGISTER RECORD.
004770*               A DATE NEVER OPENED HAS NOTHING TO BACK OUT AND
004780*               FAILS THE RUN; A DATE ALREADY BACKED OUT IS
004790*               REFUSED RC 12 - THE NIGHT IS ALREADY OUT.  THE
004800*               POSTING FLAG SAYS WHETHER THE ACCOUNT MASTER
004810*               WAS EVER POSTED FOR THE DATE.  THE REGISTER IS
004820*               LEFT OPEN FOR THE RESET AT THE END.  THE MAIN
004821*               CYCLE CANNOT COME OUT FROM UNDER A LATER
004822*               SUPPLEMENTARY CYCLE OF THE DATE - THAT CYCLE
004823*               MUST BE BACKED OUT FIRST, OR IT IS REFUSED
004824*               RC 12.  THE LATER CYCLES ARE LOOKED FOR BEFORE
004825*               THE CYCLE'S OWN RECORD IS READ, SO THAT RECORD
004826*               IS THE ONE IN THE BUFFER FOR THE RESET.
004830*----------------------------------------------------------------
004840 1400-CHECK-REGISTER.
004850     OPEN I-O RUN-REGISTER.
004860     IF WS-REGISTER-STATUS NOT = '00'
004862         IF WS-REGISTER-STATUS = '05'
004864             CLOSE RUN-REGISTER
004866         END-IF
004870         SET WS-RUN-FAILED TO TRUE
004880         MOVE 'RUN REGISTER I/O ERROR ON OPEN' TO WS-RSL-TEXT
004890         GO TO 1400-EXIT
004900     END-IF.
004910     SET WS-REG-OPENED TO TRUE.
004911     IF WS-BACKOUT-CYCLE = 1
004912         PERFORM 1410-CHECK-LATER-CYCLE THRU 1410-EXIT
004913             VARYING WS-LATER-CYCLE FROM 2 BY 1
004914             UNTIL WS-LATER-CYCLE > 9 OR WS-RUN-FAILED
004915         IF WS-RUN-FAILED
004916             GO TO 1400-EXIT
004917         END-IF
004918     END-IF.
004920     MOVE WS-BACKOUT-DATE  TO REG-BUSINESS-DATE.
004925     MOVE WS-BACKOUT-CYCLE TO REG-CYCLE.
004930     READ RUN-REGISTER.
004940     IF WS-REGISTER-STATUS = '23'
004950         SET WS-RUN-FAILED TO TRUE
004960         MOVE 'CYCLE NOT ON RUN REGISTER - NOTHING TO BACK OUT'
004970                                    TO WS-RSL-TEXT
004980         GO TO 1400-EXIT
004990     END-IF.
005000     IF WS-REGISTER-STATUS NOT = '00'
005010         SET WS-RUN-FAILED TO TRUE
005020         MOVE 'RUN REGISTER I/O ERROR ON READ' TO WS-RSL-TEXT
005030         GO TO 1400-EXIT
005040     END-IF.
005050     MOVE REG-STATUS     TO WS-STP-STATUS.
005060     MOVE REG-EDIT-DONE  TO WS-STP-EDIT.
005070     MOVE REG-MERGE-DONE TO WS-STP-MERGE.
005080     MOVE REG-MAIN-DONE  TO WS-STP-MAIN.
005090     MOVE REG-POST-DONE  TO WS-STP-POST.
005093     MOVE REG-REGIONS    TO WS-STP-REGIONS.
005096     MOVE REG-REGIONS    TO WS-CYCLE-REGIONS.
005100     MOVE WS-STAMP-LINE  TO WS-PRINT-AREA.
005110     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
005120     IF REG-DATE-BACKED-OUT
005130         SET WS-BACKOUT-BLOCKED TO TRUE
005140         MOVE 'DATE ALREADY BACKED OUT - DOUBLE BACKOUT BLOCKED'
005150                                    TO WS-RSL-TEXT
005160         GO TO 1400-EXIT
005170     END-IF.
005171     IF WS-LATER-CYCLES-ON > ZERO
005172         SET WS-BACKOUT-BLOCKED TO TRUE
005173         MOVE 'SUPPLEMENTARY CYCLE STILL ON - BACK IT OUT FIRST'
005174                                    TO WS-RSL-TEXT
005175         GO TO 1400-EXIT
005176     END-IF.
005180     IF REG-POST-DONE = 'Y'
005190         SET WS-NIGHT-POSTED TO TRUE
005200     END-IF.
005210     GO TO 1400-EXIT.
005220 1400-EXIT.
005230     EXIT.
005231*----------------------------------------------------------------
005232* 1410-CHECK-LATER-CYCLE - LOOK FOR ONE SUPPLEMENTARY CYCLE OF
005233*               THE DATE.  ONE ON FILE AND NOT BACKED OUT IS
005234*               COUNTED AND LISTED.
005235*----------------------------------------------------------------
005236 1410-CHECK-LATER-CYCLE.
005237     MOVE WS-BACKOUT-DATE TO REG-BUSINESS-DATE.
005238     MOVE WS-LATER-CYCLE  TO REG-CYCLE.
005239     READ RUN-REGISTER.
005240     IF WS-REGISTER-STATUS = '23'
005241         GO TO 1410-EXIT
005242     END-IF.
005243     IF WS-REGISTER-STATUS NOT = '00'
005244         SET WS-RUN-FAILED TO TRUE
005245         MOVE 'RUN REGISTER I/O ERROR ON READ' TO WS-RSL-TEXT
005246         GO TO 1410-EXIT
005247     END-IF.
005248     IF REG-DATE-BACKED-OUT
005249         GO TO 1410-EXIT
005250     END-IF.
005251     ADD 1 TO WS-LATER-CYCLES-ON.
005252     MOVE SPACES TO WS-PRINT-AREA.
005253     STRING 'SUPPLEMENTARY CYCLE ' DELIMITED BY SIZE
005254            REG-CYCLE              DELIMITED BY SIZE
005255            ' OF THE DATE IS STILL ON THE BOOKS'
005256                                   DELIMITED BY SIZE
005257         INTO WS-PRINT-AREA
005258     END-STRING.
005259     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
005260     GO TO 1410-EXIT.
005261 1410-EXIT.
005262     EXIT.
005263*----------------------------------------------------------------
005264* 1500-READ-PARAMETERS - READ THE BUSINESS DATE TO BACK OUT
005265*               (YYMMDD).  THERE IS NO DEFAULT - BACKING OUT THE
005270*               WRONG NIGHT IS WORSE THAN BACKING OUT NONE, SO A
005280*               MISSING OR BAD CARD FAILS THE RUN.  THE CYCLE IN
005282*               COLUMN 7 DEFAULTS TO 1, THE MAIN CYCLE; A
005284*               SUPPLEMENTARY CYCLE WROTE ITS AUDIT TRAIL UNDER
005289*               RUN ID TESTSUP FOLLOWED BY THE CYCLE.  A BAD CARD
005294*               CLOSES THE CARD FILE ON ITS WAY OUT.
005299*----------------------------------------------------------------
005304 1500-READ-PARAMETERS.
005310     OPEN INPUT PARAMETER-FILE.
005320     IF WS-PARM-STATUS NOT = '00'
005330         SET WS-RUN-FAILED TO TRUE
005340         MOVE 'NO BACKOUT-DATE CARD SUPPLIED' TO WS-RSL-TEXT
005350         GO TO 1500-EXIT
005360     END-IF.
005370     READ PARAMETER-FILE
005380         AT END
005390             SET WS-RUN-FAILED TO TRUE
005400             MOVE 'BACKOUT-DATE CARD FILE IS EMPTY' TO WS-RSL-TEXT
005410             GO TO 1500-CLOSE
005420     END-READ.
005430     IF BKO-BUSINESS-DATE IS NOT NUMERIC
005440         SET WS-RUN-FAILED TO TRUE
005450         MOVE 'BACKOUT DATE IS NOT NUMERIC' TO WS-RSL-TEXT
005460         GO TO 1500-CLOSE
005470     END-IF.
005480     MOVE BKO-BUSINESS-DATE TO WS-BACKOUT-DATE.
005490     IF WS-BACKOUT-MM < 01 OR WS-BACKOUT-MM > 12
005500         OR WS-BACKOUT-DD < 01 OR WS-BACKOUT-DD > 31
005510         SET WS-RUN-FAILED TO TRUE
005520         MOVE 'BACKOUT DATE MUST BE YYMMDD' TO WS-RSL-TEXT
005530         GO TO 1500-CLOSE
005540     END-IF.
005541     IF BKO-CYCLE = SPACE
005542         MOVE 1 TO WS-BACKOUT-CYCLE
005543     ELSE
005544         IF BKO-CYCLE IS NOT NUMERIC OR BKO-CYCLE = '0'
005545             SET WS-RUN-FAILED TO TRUE
005546             MOVE 'BACKOUT CYCLE MUST BE 1-9 OR BLANK'
005547                                    TO WS-RSL-TEXT
005548             GO TO 1500-CLOSE
005549         END-IF
005550         MOVE BKO-CYCLE TO WS-BACKOUT-CYCLE
005551     END-IF.
005552     IF WS-BACKOUT-CYCLE > 1
005553         MOVE 'TESTSUP'        TO WS-CYCLE-RUN-PREFIX
005554         MOVE WS-BACKOUT-CYCLE TO WS-CYCLE-RUN-CYCLE
005555     END-IF.
005556 1500-CLOSE.
005557     CLOSE PARAMETER-FILE.
005560     GO TO 1500-EXIT.
005570 1500-EXIT.
005580     EXIT.
005590*----------------------------------------------------------------
005600* 1600-PROVE-GENERATIONS - READ BOTH INPUT GENERATIONS ONCE
005610*               THROUGH BEFORE ANYTHING IS CHANGED.  EVERY GL
005620*               EXTRACT RECORD MUST CARRY THE BACKOUT DATE AND
005626*               CYCLE AND EVERY AUDIT RECORD MUST BE STAMPED
005632*               WITH THE DATE AND THE CYCLE'S RUN ID -
005640*               ANY OTHER DATE MEANS THE JOB WAS POINTED AT THE
005650*               WRONG NIGHT'S GENERATION, AND THE RUN FAILS
005660*               WITH THE MASTERS UNTOUCHED.
005670*----------------------------------------------------------------
005680 1600-PROVE-GENERATIONS.
005690     OPEN INPUT GL-EXTRACT-FILE.
005700     PERFORM 1100-READ-EXTRACT THRU 1100-EXIT.
005710     PERFORM 1610-PROVE-EXTRACT THRU 1610-EXIT
005720         UNTIL WS-EOF.
005730     CLOSE GL-EXTRACT-FILE.
005740     OPEN INPUT AUDIT-FILE.
005750     PERFORM 1150-READ-AUDIT THRU 1150-EXIT.
005760     PERFORM 1620-PROVE-AUDIT THRU 1620-EXIT
005770         UNTIL WS-AUDIT-EOF.
005780     CLOSE AUDIT-FILE.
005790     IF WS-EXTRACT-WRONG-DATE > ZERO
005800         SET WS-RUN-FAILED TO TRUE
005810         MOVE 'GL EXTRACT GENERATION IS NOT FOR THE BACKOUT CYCLE'
005820                                    TO WS-RSL-TEXT
005830         GO TO 1600-EXIT
005840     END-IF.
005850     IF WS-AUDIT-WRONG-DATE > ZERO
005860         SET WS-RUN-FAILED TO TRUE
005870         MOVE 'AUDIT TRAIL GENERATION NOT FOR THE BACKOUT CYCLE'
005880                                    TO WS-RSL-TEXT
005890         GO TO 1600-EXIT
005900     END-IF.
005910     MOVE 'N' TO WS-EOF-SWITCH.
005920     MOVE 'N' TO WS-AUDIT-EOF-SWITCH.
005930     MOVE ZERO TO WS-EXTRACT-AMOUNT.
005940     GO TO 1600-EXIT.
005950 1600-EXIT.
005960     EXIT.
005970*----------------------------------------------------------------
005980* 1610-PROVE-EXTRACT - CHECK ONE GL EXTRACT RECORD'S DATE AND
005985*               CYCLE
005990*----------------------------------------------------------------
006000 1610-PROVE-EXTRACT.
006010     IF GL-RUN-DATE NOT = WS-BACKOUT-DATE
006015         OR GL-CYCLE NOT = WS-BACKOUT-CYCLE
006020         ADD 1 TO WS-EXTRACT-WRONG-DATE
006030     END-IF.
006040     PERFORM 1100-READ-EXTRACT THRU 1100-EXIT.
006050     GO TO 1610-EXIT.
006060 1610-EXIT.
006070     EXIT.
006080*----------------------------------------------------------------
006090* 1620-PROVE-AUDIT - CHECK ONE AUDIT RECORD'S TIMESTAMP DATE
006095*               AND RUN ID
006100*----------------------------------------------------------------
006110 1620-PROVE-AUDIT.
006120     IF AUD-TS-DATE NOT = WS-BACKOUT-DATE
006125         OR AUD-RUN-ID NOT = WS-CYCLE-RUN-ID
006130         ADD 1 TO WS-AUDIT-WRONG-DATE
006140     END-IF.
006150     PERFORM 1150-READ-AUDIT THRU 1150-EXIT.
006160     GO TO 1620-EXIT.
006170 1620-EXIT.
006180     EXIT.
006190*----------------------------------------------------------------
006200* 2000-BACKOUT-POSTINGS - SUBTRACT THE NIGHT'S GL EXTRACT FROM
006210*               THE ACCOUNT MASTER, ONE ACCOUNT AT A TIME.  A
006220*               NIGHT THE POSTING STEP NEVER FINISHED LEFT NO
006230*               POSTING TO TAKE OUT - THE MASTER IS LEFT ALONE
006240*               AND SAID SO ON THE REPORT.
006250*----------------------------------------------------------------
006260 2000-BACKOUT-POSTINGS.
006270     IF NOT WS-NIGHT-POSTED
006280         MOVE SPACES TO WS-PRINT-AREA
006290         MOVE 'POSTING NEVER COMPLETED - ACCOUNT MASTER UNTOUCHED'
006300                                    TO WS-PRINT-AREA
006310         PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
006320         GO TO 2000-EXIT
006330     END-IF.
006340     OPEN I-O ACCOUNT-MASTER.
006350     IF WS-MASTER-STATUS NOT = '00'
006352         IF WS-MASTER-STATUS = '05'
006354             CLOSE ACCOUNT-MASTER
006356         END-IF
006360         MOVE SPACES TO WS-ERR-KEY
006370         PERFORM 8000-MASTER-ERROR THRU 8000-EXIT
006380         GO TO 2000-EXIT
006390     END-IF.
006400     OPEN INPUT GL-EXTRACT-FILE.
006410     PERFORM 1100-READ-EXTRACT THRU 1100-EXIT.
006420     PERFORM 2100-BACKOUT-ACCOUNT THRU 2100-EXIT
006430         UNTIL WS-EOF OR WS-IO-ERROR.
006440     CLOSE GL-EXTRACT-FILE.
006450     CLOSE ACCOUNT-MASTER.
006460     GO TO 2000-EXIT.
006470 2000-EXIT.
006480     EXIT.
006490*----------------------------------------------------------------
006500* 2100-BACKOUT-ACCOUNT - GATHER ONE ACCOUNT'S EXTRACT RECORDS
006510*               AND TAKE THEIR TOTAL OUT OF ITS MASTER RECORD
006520*----------------------------------------------------------------
006530 2100-BACKOUT-ACCOUNT.
006540     MOVE GL-ACCOUNT-CODE TO WS-BKO-KEY.
006550     MOVE ZERO            TO WS-BKO-AMOUNT.
006560     PERFORM 2150-GATHER-EXTRACT THRU 2150-EXIT
006570         UNTIL WS-EOF OR GL-ACCOUNT-CODE NOT = WS-BKO-KEY.
006580     PERFORM 2200-APPLY-BACKOUT THRU 2200-EXIT.
006590     GO TO 2100-EXIT.
006600 2100-EXIT.
006610     EXIT.
006620*----------------------------------------------------------------
006630* 2150-GATHER-EXTRACT - ADD ONE EXTRACT RECORD TO THE ACCOUNT
006640*----------------------------------------------------------------
006650 2150-GATHER-EXTRACT.
006660     ADD 1         TO WS-EXTRACT-READ.
006670     ADD GL-AMOUNT TO WS-BKO-AMOUNT.
006680     ADD GL-AMOUNT TO WS-EXTRACT-AMOUNT.
006690     PERFORM 1100-READ-EXTRACT THRU 1100-EXIT.
006700     GO TO 2150-EXIT.
006710 2150-EXIT.
006720     EXIT.
006730*----------------------------------------------------------------
006740* 2200-APPLY-BACKOUT - TAKE THE ACCOUNT'S SHARE OF THE NIGHT
006750*               OUT OF ITS MASTER RECORD AND LIST IT BEFORE AND
006760*               AFTER.  A RECORD LAST POSTED ON THE BACKOUT DATE
006770*               LOSES THE AMOUNT FROM DAILY, MTD, AND YTD.  ONE
006780*               POSTED SINCE BY A LATER NIGHT KEEPS THAT NIGHT'S
006790*               DAILY TOTAL, AND KEEPS ITS MTD (OR YTD) TOO IF
006798*               THE LATER NIGHT ROLLED THE FISCAL PERIOD (OR
006806*               FISCAL YEAR) - THE BACKED-OUT AMOUNT IS NO LONGER
006814*               IN THAT TOTAL.  A RECORD MISSING, OR NOT POSTED
006822*               SINCE BEFORE THE DATE, NEVER CARRIED THE NIGHT
006830*               AND IS LISTED AS AN EXCEPTION WITH NOTHING
006838*               REMOVED.
006850*----------------------------------------------------------------
006860 2200-APPLY-BACKOUT.
006870     MOVE WS-BKO-KEY TO AM-KEY.
006880     READ ACCOUNT-MASTER.
006890     IF WS-MASTER-STATUS = '23'
006900         MOVE 'ACCOUNT NOT ON MASTER' TO WS-BKO-NOTE
006910         PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT
006920         GO TO 2200-EXIT
006930     END-IF.
006940     IF WS-MASTER-STATUS NOT = '00'
006950         MOVE WS-BKO-KEY TO WS-ERR-KEY
006960         PERFORM 8000-MASTER-ERROR THRU 8000-EXIT
006970         GO TO 2200-EXIT
006980     END-IF.
006990     IF AM-LAST-POSTED-DATE < WS-BACKOUT-DATE
007000         MOVE 'NOT POSTED ON THE DATE' TO WS-BKO-NOTE
007010         PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT
007020         GO TO 2200-EXIT
007030     END-IF.
007040     MOVE SPACES TO WS-BKO-NOTE.
007050     MOVE 'BEFORE' TO WS-DTL-STAGE.
007060     PERFORM 2300-WRITE-DETAIL THRU 2300-EXIT.
007070     ADD AM-YTD-TOTAL TO WS-BEFORE-YTD-TOTAL.
007080     IF AM-LAST-POSTED-DATE = WS-BACKOUT-DATE
007090         SUBTRACT WS-BKO-AMOUNT FROM AM-DAILY-TOTAL
007100         SUBTRACT WS-BKO-AMOUNT FROM AM-MTD-TOTAL
007110         SUBTRACT WS-BKO-AMOUNT FROM AM-YTD-TOTAL
007120     ELSE
007128         IF AM-FISCAL-PERIOD IS NOT NUMERIC
007136             OR AM-FISCAL-YY NOT = WS-BACKOUT-FISCAL-YY
007144             MOVE 'LATER YEAR - NOTHING REMOVED' TO WS-BKO-NOTE
007152         ELSE
007160             IF AM-FISCAL-PP NOT = WS-BACKOUT-FISCAL-PP
007168                 MOVE 'LATER PERIOD - YTD ONLY' TO WS-BKO-NOTE
007180                 SUBTRACT WS-BKO-AMOUNT FROM AM-YTD-TOTAL
007190             ELSE
007200                 MOVE 'LATER NIGHT - MTD AND YTD ONLY'
007210                                    TO WS-BKO-NOTE
007220                 SUBTRACT WS-BKO-AMOUNT FROM AM-MTD-TOTAL
007230                 SUBTRACT WS-BKO-AMOUNT FROM AM-YTD-TOTAL
007240             END-IF
007250         END-IF
007260     END-IF.
007270     REWRITE ACCOUNT-MASTER-RECORD.
007280     IF WS-MASTER-STATUS NOT = '00'
007290         MOVE WS-BKO-KEY TO WS-ERR-KEY
007300         PERFORM 8000-MASTER-ERROR THRU 8000-EXIT
007310         GO TO 2200-EXIT
007320     END-IF.
007330     ADD 1 TO WS-ACCOUNTS-BACKED-OUT.
007340     ADD WS-BKO-AMOUNT TO WS-AMOUNT-REMOVED.
007350     ADD AM-YTD-TOTAL  TO WS-AFTER-YTD-TOTAL.
007354     IF AM-LAST-POSTED-DATE = WS-BACKOUT-DATE
007358         ADD WS-BKO-AMOUNT TO WS-PROOF-YTD-TOTAL
007362     ELSE
007366         IF AM-FISCAL-PERIOD IS NUMERIC
007370             AND AM-FISCAL-YY = WS-BACKOUT-FISCAL-YY
007374             ADD WS-BKO-AMOUNT TO WS-PROOF-YTD-TOTAL
007378         END-IF
007382     END-IF.
007390     MOVE 'AFTER ' TO WS-DTL-STAGE.
007400     PERFORM 2300-WRITE-DETAIL THRU 2300-EXIT.
007410     GO TO 2200-EXIT.
007420 2200-EXIT.
007430     EXIT.
007440*----------------------------------------------------------------
007450* 2300-WRITE-DETAIL - LIST THE ACCOUNT'S MASTER TOTALS AT THE
007460*               STAGE IN WS-DTL-STAGE.  THE AMOUNT REMOVED AND
007470*               THE NOTE PRINT ON THE AFTER LINE ONLY.
007480*----------------------------------------------------------------
007490 2300-WRITE-DETAIL.
007500     MOVE AM-KEY         TO WS-DTL-KEY.
007510     MOVE AM-DAILY-TOTAL TO WS-DTL-DAILY.
007520     MOVE AM-MTD-TOTAL   TO WS-DTL-MTD.
007530     MOVE AM-YTD-TOTAL   TO WS-DTL-YTD.
007540     IF WS-DTL-STAGE = 'AFTER '
007550         MOVE WS-BKO-AMOUNT  TO WS-DTL-REMOVED
007560         MOVE WS-BKO-NOTE    TO WS-DTL-NOTE
007570     ELSE
007580         MOVE SPACES         TO WS-DTL-REMOVED-X
007590         MOVE SPACES         TO WS-DTL-NOTE
007600     END-IF.
007610     MOVE WS-DETAIL-LINE TO WS-PRINT-AREA.
007620     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
007630     GO TO 2300-EXIT.
007640 2300-EXIT.
007650     EXIT.
007660*----------------------------------------------------------------
007670* 2400-WRITE-EXCEPTION - LIST AN ACCOUNT WHOSE SHARE OF THE
007680*               NIGHT COULD NOT BE TAKEN OUT, AND COUNT IT.  THE
007690*               RUN ENDS RC 4 SO THE EXCEPTION IS LOOKED AT.
007700*----------------------------------------------------------------
007710 2400-WRITE-EXCEPTION.
007720     ADD 1 TO WS-ACCOUNTS-EXCEPTED.
007730     ADD WS-BKO-AMOUNT TO WS-AMOUNT-EXCEPTED.
007740     MOVE WS-BKO-KEY    TO WS-EXC-KEY.
007750     MOVE WS-BKO-AMOUNT TO WS-EXC-AMOUNT.
007760     MOVE WS-BKO-NOTE   TO WS-EXC-TEXT.
007770     MOVE WS-EXCEPTION-LINE TO WS-PRINT-AREA.
007780     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
007790     GO TO 2400-EXIT.
007800 2400-EXIT.
007810     EXIT.
007820*----------------------------------------------------------------
007830* 2900-WRITE-REPORT-LINE - COMMON REPORT WRITER.  THROWS A NEW
007840*               PAGE WITH HEADINGS WHEN THE CURRENT PAGE IS
007850*               FULL, THEN WRITES THE LINE IN WS-PRINT-AREA
007860*----------------------------------------------------------------
007870 2900-WRITE-REPORT-LINE.
007880     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
007890         PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT
007900     END-IF.
007910     WRITE REPORT-RECORD FROM WS-PRINT-AREA.
007920     ADD 1 TO WS-LINE-COUNT.
007930     GO TO 2900-EXIT.
007940 2900-EXIT.
007950     EXIT.
007960*----------------------------------------------------------------
007970* 3000-BACKOUT-AUDIT - DELETE THE NIGHT'S AUDIT TRAIL FROM THE
007980*               KEYED AUDIT MASTER.  AN ENTRY ALREADY ABSENT
007990*               (THE LOAD NEVER RAN, OR FAILED PART WAY) IS
008000*               COUNTED, NOT AN ERROR.  SKIPPED IF THE MASTER
008010*               BACKOUT FAILED, SO THE NIGHT STAYS TRACEABLE.
008020*----------------------------------------------------------------
008030 3000-BACKOUT-AUDIT.
008040     IF WS-IO-ERROR
008050         GO TO 3000-EXIT
008060     END-IF.
008070     OPEN I-O AUDIT-MASTER.
008080     IF WS-AUDMST-STATUS = '05'
008090         CLOSE AUDIT-MASTER
008100         GO TO 3000-EXIT
008110     END-IF.
008120     IF WS-AUDMST-STATUS NOT = '00'
008130         MOVE WS-AUDMST-STATUS TO WS-MASTER-STATUS
008140         MOVE SPACES TO WS-ERR-KEY
008150         PERFORM 8000-MASTER-ERROR THRU 8000-EXIT
008160         GO TO 3000-EXIT
008170     END-IF.
008180     OPEN INPUT AUDIT-FILE.
008190     PERFORM 1150-READ-AUDIT THRU 1150-EXIT.
008200     PERFORM 3100-DELETE-AUDIT-ENTRY THRU 3100-EXIT
008210         UNTIL WS-AUDIT-EOF OR WS-IO-ERROR.
008220     CLOSE AUDIT-FILE.
008230     CLOSE AUDIT-MASTER.
008240     GO TO 3000-EXIT.
008250 3000-EXIT.
008260     EXIT.
008270*----------------------------------------------------------------
008280* 3100-DELETE-AUDIT-ENTRY - REBUILD ONE ENTRY'S KEY AS THE LOAD
008290*               BUILT IT AND DELETE IT FROM THE AUDIT MASTER
008300*----------------------------------------------------------------
008310 3100-DELETE-AUDIT-ENTRY.
008320     ADD 1 TO WS-AUDIT-READ.
008330     MOVE AUD-TRANS-KEY TO WS-CURR-TRANS-KEY.
008340     MOVE AUD-TIMESTAMP TO WS-CURR-TIMESTAMP.
008350     IF WS-CURR-ENTRY = WS-PREV-ENTRY
008360         ADD 1 TO WS-SEQUENCE
008370     ELSE
008380         MOVE ZERO          TO WS-SEQUENCE
008390         MOVE WS-CURR-ENTRY TO WS-PREV-ENTRY
008400     END-IF.
008410     MOVE AUD-TRANS-KEY     TO ADM-TRANS-KEY.
008420     MOVE AUD-TIMESTAMP     TO ADM-TIMESTAMP.
008430     MOVE WS-SEQUENCE       TO ADM-SEQUENCE.
008440     DELETE AUDIT-MASTER RECORD.
008450     EVALUATE WS-AUDMST-STATUS
008460         WHEN '00'
008470             ADD 1 TO WS-AUDIT-DELETED
008480         WHEN '23'
008490             ADD 1 TO WS-AUDIT-ABSENT
008500         WHEN OTHER
008510             MOVE WS-AUDMST-STATUS TO WS-MASTER-STATUS
008520             MOVE ADM-KEY TO WS-ERR-KEY
008530             PERFORM 8000-MASTER-ERROR THRU 8000-EXIT
008540     END-EVALUATE.
008550     IF NOT WS-IO-ERROR
008560         PERFORM 1150-READ-AUDIT THRU 1150-EXIT
008570     END-IF.
008580     GO TO 3100-EXIT.
008590 3100-EXIT.
008600     EXIT.
008601*----------------------------------------------------------------
008602* 3500-BACKOUT-HISTORY - DELETE THE NIGHT'S ENTRIES FROM THE
008603*               KEYED TRANSACTION HISTORY SO THE RERUN DOES NOT
008604*               REJECT THEM AS RE-SENDS.  THE AUDIT TRAIL IS
008605*               READ AGAIN - IT CARRIES ONE RECORD PER ENTRY
008606*               THE HISTORY LOAD WROTE.  SKIPPED IF EITHER
008607*               MASTER FAILED, AND WHEN THERE IS NO HISTORY.
008608*----------------------------------------------------------------
008609 3500-BACKOUT-HISTORY.
008610     IF WS-IO-ERROR
008611         GO TO 3500-EXIT
008612     END-IF.
008613     OPEN I-O TRANS-HISTORY.
008614     IF WS-HISTORY-STATUS = '05'
008615         CLOSE TRANS-HISTORY
008616         GO TO 3500-EXIT
008617     END-IF.
008618     IF WS-HISTORY-STATUS NOT = '00'
008619         MOVE WS-HISTORY-STATUS TO WS-MASTER-STATUS
008620         MOVE SPACES TO WS-ERR-KEY
008621         PERFORM 8000-MASTER-ERROR THRU 8000-EXIT
008622         GO TO 3500-EXIT
008623     END-IF.
008624     MOVE 'N' TO WS-AUDIT-EOF-SWITCH.
008625     OPEN INPUT AUDIT-FILE.
008626     PERFORM 1150-READ-AUDIT THRU 1150-EXIT.
008627     PERFORM 3600-DELETE-HISTORY-ENTRY THRU 3600-EXIT
008628         UNTIL WS-AUDIT-EOF OR WS-IO-ERROR.
008629     CLOSE AUDIT-FILE.
008630     CLOSE TRANS-HISTORY.
008631     GO TO 3500-EXIT.
008632 3500-EXIT.
008633     EXIT.
008634*----------------------------------------------------------------
008635* 3600-DELETE-HISTORY-ENTRY - BUILD ONE ENTRY'S KEY AS THE LOAD
008636*               BUILT IT AND DELETE IT IF IT CARRIES THE
008637*               BACKED-OUT DATE AND CYCLE.  AN ENTRY NOT THERE
008638*               (THE LOAD NEVER RAN) OR BELONGING TO ANOTHER
008639*               NIGHT IS COUNTED AS NOT PRESENT AND LEFT ALONE.
008640*----------------------------------------------------------------
008641 3600-DELETE-HISTORY-ENTRY.
008642     MOVE AUD-TRANS-KEY     TO HST-TRANS-KEY.
008643     MOVE AUD-SOURCE-CODE   TO HST-SOURCE-CODE.
008644     MOVE AUD-ORIG-AMT-1    TO HST-AMOUNT-1.
008645     MOVE AUD-ORIG-AMT-2    TO HST-AMOUNT-2.
008646     MOVE AUD-TYPE-CODE     TO HST-TYPE-CODE.
008647     READ TRANS-HISTORY.
008648     EVALUATE WS-HISTORY-STATUS
008649         WHEN '00'
008650             IF HST-BUSINESS-DATE = WS-BACKOUT-DATE
008651                 AND HST-CYCLE = WS-BACKOUT-CYCLE
008652                 DELETE TRANS-HISTORY RECORD
008653                 IF WS-HISTORY-STATUS NOT = '00'
008654                     MOVE WS-HISTORY-STATUS TO WS-MASTER-STATUS
008655                     MOVE HST-KEY TO WS-ERR-KEY
008656                     PERFORM 8000-MASTER-ERROR THRU 8000-EXIT
008657                     GO TO 3600-EXIT
008658                 END-IF
008659                 ADD 1 TO WS-HISTORY-DELETED
008660             ELSE
008661                 ADD 1 TO WS-HISTORY-ABSENT
008662             END-IF
008663         WHEN '23'
008664             ADD 1 TO WS-HISTORY-ABSENT
008665         WHEN OTHER
008666             MOVE WS-HISTORY-STATUS TO WS-MASTER-STATUS
008667             MOVE HST-KEY TO WS-ERR-KEY
008668             PERFORM 8000-MASTER-ERROR THRU 8000-EXIT
008669             GO TO 3600-EXIT
008670     END-EVALUATE.
008671     PERFORM 1150-READ-AUDIT THRU 1150-EXIT.
008672     GO TO 3600-EXIT.
008673 3600-EXIT.
008674     EXIT.
008675*----------------------------------------------------------------
008676* 4000-RESET-REGISTER - MARK THE CYCLE BACKED OUT AND CLEAR ITS
008677*               STEP FLAGS.  THE NEXT RUNREG OPEN OF THE DATE
008678*               REOPENS IT FOR THE RERUN INSTEAD OF REFUSING IT
008679*               AS A DOUBLE RUN.  LEFT AS IT WAS IF ANY
008680*               MASTER FAILED, SO THE DATE CANNOT BE RERUN ON
008681*               TOP OF A HALF-FINISHED BACKOUT.  A
008682*               SUPPLEMENTARY CYCLE ALSO HANDS ITS REGIONS BACK
008683*               TO THE MAIN RECORD AS HELD (SEE 4100).
008684*----------------------------------------------------------------
008690 4000-RESET-REGISTER.
008700     IF WS-IO-ERROR
008710         GO TO 4000-EXIT
008720     END-IF.
008730     MOVE 'B'             TO REG-STATUS.
008740     MOVE 'N'             TO REG-EDIT-DONE.
008750     MOVE 'N'             TO REG-MERGE-DONE.
008760     MOVE 'N'             TO REG-MAIN-DONE.
008770     MOVE 'N'             TO REG-POST-DONE.
008780     MOVE WS-CURRENT-TIME TO REG-CLOSED-TIME.
008790     REWRITE REGISTER-RECORD.
008800     IF WS-REGISTER-STATUS NOT = '00'
008810         SET WS-RUN-FAILED TO TRUE
008820         MOVE 'RUN REGISTER I/O ERROR ON REWRITE' TO WS-RSL-TEXT
008830         GO TO 4000-EXIT
008840     END-IF.
008841     IF WS-BACKOUT-CYCLE > 1
008842         PERFORM 4100-RESTORE-HELD-REGIONS THRU 4100-EXIT
008843         IF WS-RUN-FAILED
008844             GO TO 4000-EXIT
008845         END-IF
008846         MOVE 'CYCLE BACKED OUT - REGIONS HELD FOR A NEW CYCLE'
008847                                    TO WS-RSL-TEXT
008848         GO TO 4000-EXIT
008849     END-IF.
008850     MOVE 'NIGHT BACKED OUT - DATE READY TO RERUN' TO WS-RSL-TEXT.
008860     GO TO 4000-EXIT.
008870 4000-EXIT.
008880     EXIT.
008881*----------------------------------------------------------------
008882* 4100-RESTORE-HELD-REGIONS - READ THE DATE'S MAIN-CYCLE RECORD
008883*               AND PUT EVERY REGION THE BACKED-OUT CYCLE TOOK
008884*               BACK TO HELD.  A DATE THE MAIN RECORD SHOWS
008885*               COMPLETE GOES BACK TO HELD WITH IT - ITS LATE
008886*               REGIONS ARE NO LONGER IN.
008887*----------------------------------------------------------------
008888 4100-RESTORE-HELD-REGIONS.
008889     MOVE WS-BACKOUT-DATE TO REG-BUSINESS-DATE.
008890     MOVE 1               TO REG-CYCLE.
008891     READ RUN-REGISTER.
008892     IF WS-REGISTER-STATUS NOT = '00'
008893         SET WS-RUN-FAILED TO TRUE
008894         MOVE 'RUN REGISTER I/O ERROR ON MAIN-CYCLE READ'
008895                                    TO WS-RSL-TEXT
008896         GO TO 4100-EXIT
008897     END-IF.
008898     PERFORM 4110-HOLD-REGION THRU 4110-EXIT
008899         VARYING WS-REGION-SUB FROM 1 BY 1
008900         UNTIL WS-REGION-SUB > 3.
008901     IF REG-DATE-COMPLETE
008902         SET REG-DATE-HELD TO TRUE
008903     END-IF.
008904     REWRITE REGISTER-RECORD.
008905     IF WS-REGISTER-STATUS NOT = '00'
008906         SET WS-RUN-FAILED TO TRUE
008907         MOVE 'RUN REGISTER I/O ERROR ON MAIN-CYCLE REWRITE'
008908                                    TO WS-RSL-TEXT
008909         GO TO 4100-EXIT
008910     END-IF.
008911     GO TO 4100-EXIT.
008912 4100-EXIT.
008913     EXIT.
008914*----------------------------------------------------------------
008915* 4110-HOLD-REGION - PUT ONE REGION THE CYCLE TOOK BACK TO HELD
008916*----------------------------------------------------------------
008917 4110-HOLD-REGION.
008918     IF WS-CYCLE-REGION (WS-REGION-SUB) = 'I'
008919         MOVE 'H' TO REG-REGION-STATUS (WS-REGION-SUB)
008920     END-IF.
008921     GO TO 4110-EXIT.
008922 4110-EXIT.
008923     EXIT.
008924*----------------------------------------------------------------
008925* 8000-MASTER-ERROR - REPORT A MASTER I/O FAILURE AND FLAG THE
008926*               RUN SO IT STOPS AND ENDS RC 16
008927*----------------------------------------------------------------
008930 8000-MASTER-ERROR.
008940     MOVE WS-MASTER-STATUS TO WS-ERR-STATUS.
008950     MOVE WS-ERROR-LINE    TO WS-PRINT-AREA.
008960     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
008970     SET WS-IO-ERROR TO TRUE.
008980     MOVE 'MASTER I/O ERROR - SEE THE JOB NOTES BEFORE RERUNNING'
008990                                TO WS-RSL-TEXT.
009000     GO TO 8000-EXIT.
009010 8000-EXIT.
009020     EXIT.
009030*----------------------------------------------------------------
009040* 9000-TERMINATE - WRITE THE BACKOUT TOTALS AND THE PROOF,
009050*               CLOSE THE FILES, AND SET THE RETURN CODE.
009056*               RC 16 = BAD CARD, DATE NOT ON THE FISCAL
009062*               CALENDAR, CYCLE NOT ON THE REGISTER,
009070*               WRONG GENERATION (NOTHING CHANGED), OR A MASTER
009080*               I/O ERROR (THE BACKOUT STOPPED PART WAY - SEE
009090*               THE JOB NOTES FOR THE RESTORE); RC 12 = PERIOD
009100*               CLOSED, CYCLE ALREADY BACKED OUT, OR A LATER
009105*               CYCLE STILL ON, NOTHING
009110*               CHANGED; RC 8 = THE PROOF DID NOT FOOT; RC 4 =
009120*               ONE OR MORE ACCOUNTS COULD NOT BE BACKED OUT -
009130*               SEE THE EXCEPTION LINES.
009140*----------------------------------------------------------------
009150 9000-TERMINATE.
009160     MOVE SPACES TO WS-PRINT-AREA.
009170     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
009180     MOVE WS-EXTRACT-READ        TO WS-TOT-EXT-READ.
009190     MOVE WS-TOTAL-LINE-1        TO WS-PRINT-AREA.
009200     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
009210     MOVE WS-EXTRACT-AMOUNT      TO WS-TOT-EXT-AMOUNT.
009220     MOVE WS-TOTAL-LINE-2        TO WS-PRINT-AREA.
009230     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
009240     MOVE WS-ACCOUNTS-BACKED-OUT TO WS-TOT-ACCOUNTS.
009250     MOVE WS-TOTAL-LINE-3        TO WS-PRINT-AREA.
009260     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
009270     MOVE WS-AMOUNT-REMOVED      TO WS-TOT-REMOVED.
009280     MOVE WS-TOTAL-LINE-4        TO WS-PRINT-AREA.
009290     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
009300     MOVE WS-ACCOUNTS-EXCEPTED   TO WS-TOT-EXCEPTED.
009310     MOVE WS-TOTAL-LINE-5        TO WS-PRINT-AREA.
009320     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
009330     MOVE WS-AMOUNT-EXCEPTED     TO WS-TOT-EXC-AMOUNT.
009340     MOVE WS-TOTAL-LINE-6        TO WS-PRINT-AREA.
009350     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
009360     MOVE WS-BEFORE-YTD-TOTAL    TO WS-TOT-BEFORE-YTD.
009370     MOVE WS-TOTAL-LINE-7        TO WS-PRINT-AREA.
009380     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
009390     MOVE WS-AFTER-YTD-TOTAL     TO WS-TOT-AFTER-YTD.
009400     MOVE WS-TOTAL-LINE-8        TO WS-PRINT-AREA.
009410     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
009420     MOVE WS-AUDIT-READ          TO WS-TOT-AUD-READ.
009430     MOVE WS-TOTAL-LINE-9        TO WS-PRINT-AREA.
009440     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
009450     MOVE WS-AUDIT-DELETED       TO WS-TOT-AUD-DELETED.
009460     MOVE WS-TOTAL-LINE-10       TO WS-PRINT-AREA.
009470     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
009480     MOVE WS-AUDIT-ABSENT        TO WS-TOT-AUD-ABSENT.
009490     MOVE WS-TOTAL-LINE-11       TO WS-PRINT-AREA.
009500     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
009501     MOVE WS-HISTORY-DELETED     TO WS-TOT-HST-DELETED.
009502     MOVE WS-TOTAL-LINE-12       TO WS-PRINT-AREA.
009503     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
009504     MOVE WS-HISTORY-ABSENT      TO WS-TOT-HST-ABSENT.
009505     MOVE WS-TOTAL-LINE-13       TO WS-PRINT-AREA.
009506     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
009510     PERFORM 9100-PROVE-BACKOUT THRU 9100-EXIT.
009520     MOVE WS-RESULT-LINE TO WS-PRINT-AREA.
009530     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
009540     IF WS-REG-OPENED
009550         CLOSE RUN-REGISTER
009560     END-IF.
009570     CLOSE BACKOUT-REPORT.
009580     IF WS-RUN-FAILED OR WS-IO-ERROR
009590         MOVE 16 TO RETURN-CODE
009600     ELSE
009610         IF WS-BACKOUT-BLOCKED
009620             MOVE 12 TO RETURN-CODE
009630         ELSE
009640             IF WS-PROOF-BREAK
009650                 MOVE 8 TO RETURN-CODE
009660             ELSE
009670                 IF WS-ACCOUNTS-EXCEPTED > ZERO
009680                     MOVE 4 TO RETURN-CODE
009690                 END-IF
009700             END-IF
009710         END-IF
009720     END-IF.
009730     GO TO 9000-EXIT.
009740 9000-EXIT.
009750     EXIT.
009760*----------------------------------------------------------------
009770* 9100-PROVE-BACKOUT - PROVE THE MASTER MOVED BY EXACTLY WHAT
009780*               WAS TAKEN OUT: THE TOUCHED ACCOUNTS' YTD BEFORE,
009790*               LESS THE AMOUNT REMOVED FROM YTD, MUST EQUAL
009800*               THEIR YTD AFTER; AND THE AMOUNT REMOVED PLUS THE
009810*               EXCEPTIONS MUST EQUAL THE WHOLE EXTRACT.  ONLY
009820*               PRINTED WHEN THE MASTER WAS ACTUALLY BACKED OUT.
009830*----------------------------------------------------------------
009840 9100-PROVE-BACKOUT.
009850     MOVE 'FOOTS' TO WS-PRF-TEXT.
009860     IF WS-RUN-FAILED OR WS-IO-ERROR OR WS-BACKOUT-BLOCKED
009870         OR NOT WS-NIGHT-POSTED
009880         GO TO 9100-EXIT
009890     END-IF.
009900     COMPUTE WS-PROOF-AFTER-YTD =
009910         WS-BEFORE-YTD-TOTAL - WS-PROOF-YTD-TOTAL.
009920     COMPUTE WS-PROOF-EXTRACT =
009930         WS-AMOUNT-REMOVED + WS-AMOUNT-EXCEPTED.
009940     IF WS-PROOF-AFTER-YTD NOT = WS-AFTER-YTD-TOTAL
009950         OR WS-PROOF-EXTRACT NOT = WS-EXTRACT-AMOUNT
009960         SET WS-PROOF-BREAK TO TRUE
009970         MOVE 'DOES NOT FOOT' TO WS-PRF-TEXT
009980     END-IF.
009990     MOVE WS-PROOF-LINE TO WS-PRINT-AREA.
010000     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
010010     GO TO 9100-EXIT.
010020 9100-EXIT.
010030     EXIT.
