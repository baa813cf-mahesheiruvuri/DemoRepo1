000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. UNUSRPT.
000030 AUTHOR. D-L-DEV-SVCS.
000040 INSTALLATION. DAILY-LEDGER-BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26 RJT  INITIAL VERSION.  UNUSUAL-ACTIVITY EXCEPTION
000110*               REPORT, RUN EACH NIGHT AFTER POSTING.  EVERY
000120*               TRANSACTION ON THE NIGHT'S AUDIT TRAIL IS HELD
000130*               AGAINST ITS ACCOUNT'S HISTORY ON THE AUDIT MASTER
000140*               AND FLAGGED WHEN ITS BASE-CURRENCY RESULT IS OVER
000150*               THE SINGLE-ITEM LIMIT, OVER A SET MULTIPLE OF THE
000160*               ACCOUNT'S AVERAGE DAILY ACTIVITY, THE FIRST
000170*               ACTIVITY ON A NEWLY OPENED ACCOUNT AND OVER THE
000180*               NEW-ACCOUNT LIMIT, OR A REVERSAL LARGER THAN
000190*               ANYTHING ORIGINALLY POSTED TO THE ACCOUNT.  THE
000200*               LIMITS COME FROM THE UNUPARM CARD.  EACH FLAGGED
000210*               ITEM IS LISTED WITH THE ACCOUNT'S MTD AND YTD FROM
000220*               THE ACCOUNT MASTER AND ITS AUDIT MASTER TRACE, SO
000230*               COMPLIANCE CAN REVIEW IT WITHOUT AN AUDMINQ RUN.
000240*               ENDS RC 4 WHEN ANYTHING IS FLAGGED SO THE ALERT
000250*               FIRES.
000260*----------------------------------------------------------------
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT AUDIT-FILE ASSIGN TO AUDITIN
000310         ORGANIZATION IS LINE SEQUENTIAL.
000320     SELECT OPTIONAL AUDIT-MASTER ASSIGN TO AUDMST
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS ADM-KEY
000360         FILE STATUS IS WS-AUDMST-STATUS.
000370     SELECT OPTIONAL ACCOUNT-MASTER ASSIGN TO ACCTMST
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS AM-KEY
000410         FILE STATUS IS WS-MASTER-STATUS.
000420     SELECT OPTIONAL ACCOUNT-REF-FILE ASSIGN TO ACREF
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS AREF-KEY
000460         FILE STATUS IS WS-AREF-STATUS.
000470     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BUSDATE
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-BUSDATE-STATUS.
000500     SELECT PARAMETER-FILE ASSIGN TO UNUPARM
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-PARM-STATUS.
000530     SELECT UNUSUAL-REPORT ASSIGN TO UNURPT
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550 DATA DIVISION.
000560 FILE SECTION.
000570*    THE NIGHT'S AUDIT TRAIL - ONE RECORD PER TRANSACTION THE MAIN
000580*    STEP ACCEPTED, WITH THE BASE-CURRENCY RESULT IN AUD-VAR3 (A
000590*    REVERSAL CARRIES IT NEGATIVE).
000600 FD  AUDIT-FILE
000610     RECORDING MODE IS F.
000620 01  AUDIT-RECORD.
000630     05  AUD-RUN-ID              PIC X(08).
000640     05  AUD-TIMESTAMP.
000650         10  AUD-TS-DATE         PIC 9(06).
000660         10  AUD-TS-TIME         PIC 9(08).
000670     05  AUD-TRANS-KEY           PIC X(10).
000680     05  AUD-SOURCE-CODE         PIC X(01).
000690     05  AUD-CURRENCY-CODE       PIC X(03).
000700     05  AUD-TYPE-CODE           PIC X(01).
000710     05  AUD-ORIG-AMT-1          PIC S9(4)V99.
000720     05  AUD-ORIG-AMT-2          PIC S9(4)V99.
000730     05  AUD-VAR1                PIC S9(4)V99.
000740     05  AUD-VAR2                PIC S9(4)V99.
000750     05  AUD-VAR3                PIC S9(5)V99.
000760     05  AUD-PARAGRAPH-ID        PIC X(23).
000770 FD  AUDIT-MASTER
000780     RECORD CONTAINS 94 CHARACTERS.
000790 01  AUDIT-MASTER-RECORD.
000800     05  ADM-KEY.
000810         10  ADM-TRANS-KEY       PIC X(10).
000820         10  ADM-TIMESTAMP.
000830             15  ADM-TS-DATE     PIC 9(06).
000840             15  ADM-TS-TIME     PIC 9(08).
000850         10  ADM-SEQUENCE        PIC 9(03).
000860     05  ADM-RUN-ID              PIC X(08).
000870     05  ADM-SOURCE-CODE         PIC X(01).
000880     05  ADM-CURRENCY-CODE       PIC X(03).
000890     05  ADM-TYPE-CODE           PIC X(01).
000900     05  ADM-ORIG-AMT-1          PIC S9(4)V99.
000910     05  ADM-ORIG-AMT-2          PIC S9(4)V99.
000920     05  ADM-VAR1                PIC S9(4)V99.
000930     05  ADM-VAR2                PIC S9(4)V99.
000940     05  ADM-VAR3                PIC S9(5)V99.
000950     05  ADM-PARAGRAPH-ID        PIC X(23).
000960 FD  ACCOUNT-MASTER
000970     RECORD CONTAINS 50 CHARACTERS.
000980 01  ACCOUNT-MASTER-RECORD.
000990     05  AM-KEY                  PIC X(10).
001000     05  AM-LAST-POSTED-DATE     PIC 9(06).
001010     05  AM-DAILY-TOTAL          PIC S9(09)V99 COMP-3.
001020     05  AM-MTD-TOTAL            PIC S9(09)V99 COMP-3.
001030     05  AM-YTD-TOTAL            PIC S9(09)V99 COMP-3.
001040     05  AM-FISCAL-PERIOD        PIC 9(04).
001050     05  FILLER                  PIC X(12).
001060 FD  ACCOUNT-REF-FILE
001070     RECORD CONTAINS 80 CHARACTERS.
001080 01  ACCOUNT-REF-RECORD.
001090     05  AREF-KEY                PIC X(10).
001100     05  AREF-ACCT-STATUS        PIC X(01).
001110     05  AREF-OPEN-DATE          PIC 9(06).
001120     05  AREF-CLOSE-DATE         PIC 9(06).
001130     05  FILLER                  PIC X(57).
001140 FD  BUSINESS-DATE-FILE
001150     RECORDING MODE IS F.
001160 01  BUSINESS-DATE-RECORD.
001170     05  BUS-DATE                PIC 9(06).
001180     05  BUS-CYCLE               PIC 9(01).
001190     05  FILLER                  PIC X(73).
001200*    THE LIMITS.  AMOUNTS ARE WHOLE BASE-CURRENCY UNITS; A BLANK
001210*    OR ZERO FIELD KEEPS THE COMPILED-IN DEFAULT.
001220 FD  PARAMETER-FILE
001230     RECORDING MODE IS F.
001240 01  PARAMETER-RECORD.
001250     05  UNP-SINGLE-LIMIT        PIC 9(05).
001260     05  UNP-ACTIVITY-MULTIPLE   PIC 9(03).
001270     05  UNP-MINIMUM-DAYS        PIC 9(03).
001280     05  UNP-NEW-ACCOUNT-LIMIT   PIC 9(05).
001290     05  UNP-NEW-ACCOUNT-MONTHS  PIC 9(03).
001300     05  UNP-TRACE-LIMIT         PIC 9(03).
001310     05  FILLER                  PIC X(58).
001320 FD  UNUSUAL-REPORT
001330     RECORDING MODE IS F.
001340 01  REPORT-RECORD               PIC X(132).
001350 WORKING-STORAGE SECTION.
001360 01  WS-SWITCHES.
001370     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001380         88  WS-EOF                        VALUE 'Y'.
001390     05  WS-IO-ERROR-SWITCH      PIC X(01) VALUE 'N'.
001400         88  WS-IO-ERROR                   VALUE 'Y'.
001410     05  WS-FAILED-SWITCH        PIC X(01) VALUE 'N'.
001420         88  WS-RUN-FAILED                 VALUE 'Y'.
001430     05  WS-AUDIT-OPEN-SWITCH    PIC X(01) VALUE 'N'.
001440         88  WS-AUDIT-OPEN                 VALUE 'Y'.
001450     05  WS-AUDMST-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001460         88  WS-AUDMST-OPEN                VALUE 'Y'.
001470     05  WS-MASTER-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001480         88  WS-MASTER-OPEN                VALUE 'Y'.
001490     05  WS-REF-OPEN-SWITCH      PIC X(01) VALUE 'N'.
001500         88  WS-REF-OPEN                   VALUE 'Y'.
001510     05  WS-SCAN-SWITCH          PIC X(01) VALUE 'N'.
001520         88  WS-SCAN-DONE                  VALUE 'Y'.
001530         88  WS-SCAN-GOING                 VALUE 'N'.
001540     05  WS-MASTER-FOUND-SWITCH  PIC X(01) VALUE 'N'.
001550         88  WS-MASTER-FOUND               VALUE 'Y'.
001560         88  WS-MASTER-NOT-FOUND           VALUE 'N'.
001570     05  WS-REF-LOOKUP-SWITCH    PIC X(01) VALUE 'N'.
001580         88  WS-REF-LOOKED-UP              VALUE 'Y'.
001590         88  WS-REF-NOT-LOOKED-UP          VALUE 'N'.
001600*    ONE BYTE PER TEST, SET WHEN THE TRANSACTION IN HAND TRIPS IT.
001610 01  WS-FLAGS.
001620     05  WS-FLAG-SINGLE-SWITCH   PIC X(01) VALUE 'N'.
001630         88  WS-FLAG-SINGLE                VALUE 'Y'.
001640     05  WS-FLAG-MULTIPLE-SWITCH PIC X(01) VALUE 'N'.
001650         88  WS-FLAG-MULTIPLE              VALUE 'Y'.
001660     05  WS-FLAG-NEW-SWITCH      PIC X(01) VALUE 'N'.
001670         88  WS-FLAG-NEW                   VALUE 'Y'.
001680     05  WS-FLAG-REVERSAL-SWITCH PIC X(01) VALUE 'N'.
001690         88  WS-FLAG-REVERSAL              VALUE 'Y'.
001700 01  WS-AUDMST-STATUS            PIC X(02) VALUE '00'.
001710 01  WS-MASTER-STATUS            PIC X(02) VALUE '00'.
001720 01  WS-AREF-STATUS              PIC X(02) VALUE '00'.
001730 01  WS-BUSDATE-STATUS           PIC X(02) VALUE '00'.
001740 01  WS-PARM-STATUS              PIC X(02) VALUE '00'.
001750 01  WS-CYCLE                    PIC 9(01) VALUE 1.
001760*    THE LIMITS.  THE CARD OVERRIDES THE COMPILED-IN DEFAULTS.
001770*    THE MULTIPLE TEST IS SKIPPED FOR AN ACCOUNT WITH FEWER ACTIVE
001780*    DAYS OF HISTORY THAN THE MINIMUM - ITS AVERAGE MEANS NOTHING
001790*    YET.
001800*    AN ACCOUNT IS NEWLY OPENED WHEN ITS OPEN DATE IS FEWER WHOLE
001810*    MONTHS BACK THAN THE NEW-ACCOUNT MONTHS.
001820 01  WS-LIMITS.
001830     05  WS-SINGLE-LIMIT         PIC 9(05) COMP-3 VALUE 10000.
001840     05  WS-ACTIVITY-MULTIPLE    PIC 9(03) COMP-3 VALUE 20.
001850     05  WS-MINIMUM-DAYS         PIC 9(03) COMP-3 VALUE 5.
001860     05  WS-NEW-ACCOUNT-LIMIT    PIC 9(05) COMP-3 VALUE 1000.
001870     05  WS-NEW-ACCOUNT-MONTHS   PIC 9(03) COMP-3 VALUE 3.
001880     05  WS-TRACE-LIMIT          PIC 9(03) COMP-3 VALUE 20.
001890*    THE ACCOUNT'S HISTORY, GATHERED ONCE PER TRANSACTION KEY AND
001900*    KEPT WHILE THE NEXT AUDIT RECORD CARRIES THE SAME KEY.  THE
001910*    AVERAGE IS THE ABSOLUTE RESULT POSTED PER ACTIVE DAY BEFORE
001920*    TONIGHT; THE LARGEST ORIGINAL TAKES IN TONIGHT'S ORIGINALS
001930*    TOO, SINCE A SAME-NIGHT CORRECTION IS NOT UNUSUAL.
001940 01  WS-HISTORY-FIELDS.
001950     05  WS-HST-KEY              PIC X(10) VALUE LOW-VALUES.
001960     05  WS-HST-ENTRIES          PIC 9(07)     COMP-3 VALUE ZERO.
001970     05  WS-HST-PRIOR-ENTRIES    PIC 9(07)     COMP-3 VALUE ZERO.
001980     05  WS-HST-DAYS             PIC 9(05)     COMP-3 VALUE ZERO.
001990     05  WS-HST-LAST-DATE        PIC 9(06)            VALUE ZERO.
002000     05  WS-HST-ABS-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
002010     05  WS-HST-AVERAGE          PIC S9(09)V99 COMP-3 VALUE ZERO.
002020     05  WS-HST-MAX-ORIGINAL     PIC S9(07)V99 COMP-3 VALUE ZERO.
002030 01  WS-TEST-FIELDS.
002040     05  WS-RESULT-ABS           PIC S9(07)V99 COMP-3 VALUE ZERO.
002050     05  WS-ENTRY-ABS            PIC S9(07)V99 COMP-3 VALUE ZERO.
002060     05  WS-MULTIPLE-LIMIT       PIC S9(11)V99 COMP-3 VALUE ZERO.
002070     05  WS-MONTHS-OPEN          PIC S9(05)    COMP-3 VALUE ZERO.
002080     05  WS-TRACE-SKIP           PIC S9(07)    COMP-3 VALUE ZERO.
002090     05  WS-TRACE-SEEN           PIC 9(07)     COMP-3 VALUE ZERO.
002100     05  WS-TRACE-SHOWN          PIC 9(07)     COMP-3 VALUE ZERO.
002110     05  WS-OPEN-DATE            PIC 9(06)            VALUE ZERO.
002120     05  WS-OPEN-DATE-R REDEFINES WS-OPEN-DATE.
002130         10  WS-OPEN-YY          PIC 9(02).
002140         10  WS-OPEN-MM          PIC 9(02).
002150         10  WS-OPEN-DD          PIC 9(02).
002160 01  WS-ACCUMULATORS.
002170     05  WS-RECORDS-READ         PIC 9(07) COMP-3 VALUE ZERO.
002180     05  WS-ITEMS-FLAGGED        PIC 9(07) COMP-3 VALUE ZERO.
002190     05  WS-SINGLE-FLAGGED       PIC 9(07) COMP-3 VALUE ZERO.
002200     05  WS-MULTIPLE-FLAGGED     PIC 9(07) COMP-3 VALUE ZERO.
002210     05  WS-NEW-FLAGGED          PIC 9(07) COMP-3 VALUE ZERO.
002220     05  WS-REVERSAL-FLAGGED     PIC 9(07) COMP-3 VALUE ZERO.
002230 01  WS-PAGE-CONTROLS.
002240     05  WS-LINES-PER-PAGE      PIC 9(03)      COMP-3 VALUE 55.
002250     05  WS-LINE-COUNT          PIC 9(03)      COMP-3 VALUE 999.
002260     05  WS-PAGE-NUMBER         PIC 9(05)      COMP-3 VALUE ZERO.
002270 01  WS-PRINT-AREA              PIC X(132)     VALUE SPACES.
002280 01  WS-DATE-FIELDS.
002290     05  WS-CURRENT-DATE.
002300         10  WS-CURRENT-YY       PIC 9(02).
002310         10  WS-CURRENT-MM       PIC 9(02).
002320         10  WS-CURRENT-DD       PIC 9(02).
002330 01  WS-DATE-EDIT.
002340     05  WS-EDT-DATE             PIC 9(06).
002350     05  WS-EDT-DATE-R REDEFINES WS-EDT-DATE.
002360         10  WS-EDT-YY           PIC 9(02).
002370         10  WS-EDT-MM           PIC 9(02).
002380         10  WS-EDT-DD           PIC 9(02).
002390 01  WS-REPORT-LINES.
002400     05  WS-HEADING-LINE-1.
002410         10  FILLER              PIC X(35) VALUE SPACES.
002420         10  FILLER              PIC X(36)
002430             VALUE 'UNUSUAL ACTIVITY EXCEPTION REPORT'.
002440         10  FILLER              PIC X(06) VALUE 'PAGE: '.
002450         10  WS-HDG-PAGE         PIC ZZZZ9.
002460     05  WS-HEADING-LINE-2.
002470         10  FILLER              PIC X(15)
002480            VALUE 'BUSINESS DATE: '.
002490         10  WS-HDG-MM           PIC 99.
002500         10  FILLER              PIC X(01) VALUE '/'.
002510         10  WS-HDG-DD           PIC 99.
002520         10  FILLER              PIC X(01) VALUE '/'.
002530         10  WS-HDG-YY           PIC 99.
002540         10  FILLER              PIC X(09) VALUE '  CYCLE: '.
002550         10  WS-HDG-CYCLE        PIC 9(01).
002560     05  WS-HEADING-LINE-3.
002570         10  FILLER              PIC X(14) VALUE 'SINGLE LIMIT: '.
002580         10  WS-HDG-SINGLE       PIC ZZ,ZZ9.
002590         10  FILLER              PIC X(12) VALUE '  MULTIPLE: '.
002600         10  WS-HDG-MULTIPLE     PIC ZZ9.
002610         10  FILLER              PIC X(14) VALUE '  AFTER DAYS: '.
002620         10  WS-HDG-MINIMUM      PIC ZZ9.
002630         10  FILLER              PIC X(19)
002640             VALUE '  NEW-ACCT LIMIT: '.
002650         10  WS-HDG-NEW-LIMIT    PIC ZZ,ZZ9.
002660         10  FILLER              PIC X(12) VALUE '  WITHIN: '.
002670         10  WS-HDG-NEW-MONTHS   PIC ZZ9.
002680         10  FILLER              PIC X(07) VALUE ' MONTHS'.
002690     05  WS-HEADING-LINE-4.
002700         10  FILLER              PIC X(12) VALUE 'TRANS KEY'.
002710         10  FILLER              PIC X(09) VALUE 'RUN ID'.
002720         10  FILLER              PIC X(16) VALUE 'DATE    TIME'.
002730         10  FILLER              PIC X(04) VALUE 'SRC'.
002740         10  FILLER              PIC X(04) VALUE 'TYP'.
002750         10  FILLER              PIC X(05) VALUE 'CUR'.
002760         10  FILLER              PIC X(12) VALUE '    RESULT'.
002770         10  FILLER              PIC X(16)
002780             VALUE '     ACCOUNT MTD'.
002790         10  FILLER              PIC X(16)
002800             VALUE '     ACCOUNT YTD'.
002810         10  FILLER              PIC X(10) VALUE '  OPENED'.
002820     05  WS-DETAIL-LINE.
002830         10  WS-DTL-KEY          PIC X(10).
002840         10  FILLER              PIC X(02) VALUE SPACES.
002850         10  WS-DTL-RUN-ID       PIC X(08).
002860         10  FILLER              PIC X(01) VALUE SPACES.
002870         10  WS-DTL-DATE         PIC 9(06).
002880         10  FILLER              PIC X(02) VALUE SPACES.
002890         10  WS-DTL-TIME         PIC 9(06).
002900         10  FILLER              PIC X(03) VALUE SPACES.
002910         10  WS-DTL-SOURCE       PIC X(01).
002920         10  FILLER              PIC X(03) VALUE SPACES.
002930         10  WS-DTL-TYPE         PIC X(01).
002940         10  FILLER              PIC X(03) VALUE SPACES.
002950         10  WS-DTL-CURRENCY     PIC X(03).
002960         10  FILLER              PIC X(02) VALUE SPACES.
002970         10  WS-DTL-RESULT       PIC ---,--9.99.
002980         10  FILLER              PIC X(02) VALUE SPACES.
002990         10  WS-DTL-MTD          PIC ---,---,--9.99.
003000         10  FILLER              PIC X(02) VALUE SPACES.
003010         10  WS-DTL-YTD          PIC ---,---,--9.99.
003020         10  FILLER              PIC X(02) VALUE SPACES.
003030         10  WS-DTL-OPENED       PIC X(08).
003040         10  FILLER              PIC X(02) VALUE SPACES.
003050         10  WS-DTL-NOTE         PIC X(14).
003060     05  WS-EDITED-DATE.
003070         10  WS-ED-MM            PIC 99.
003080         10  FILLER              PIC X(01) VALUE '/'.
003090         10  WS-ED-DD            PIC 99.
003100         10  FILLER              PIC X(01) VALUE '/'.
003110         10  WS-ED-YY            PIC 99.
003120     05  WS-SINGLE-LINE.
003130         10  FILLER              PIC X(06) VALUE SPACES.
003140         10  FILLER              PIC X(36)
003150             VALUE '** OVER THE SINGLE-ITEM LIMIT OF'.
003160         10  WS-SGL-LIMIT        PIC ZZ,ZZ9.
003170     05  WS-MULTIPLE-LINE.
003180         10  FILLER              PIC X(06) VALUE SPACES.
003190         10  FILLER              PIC X(08) VALUE '** OVER '.
003200         10  WS-MUL-MULTIPLE     PIC ZZ9.
003210         10  FILLER              PIC X(29)
003220             VALUE ' TIMES THE DAILY AVERAGE OF '.
003230         10  WS-MUL-AVERAGE      PIC ---,---,--9.99.
003240         10  FILLER              PIC X(07) VALUE ' OVER  '.
003250         10  WS-MUL-DAYS         PIC ZZ,ZZ9.
003260         10  FILLER              PIC X(12) VALUE ' ACTIVE DAYS'.
003270     05  WS-NEW-LINE.
003280         10  FILLER              PIC X(06) VALUE SPACES.
003290         10  FILLER              PIC X(36)
003300             VALUE '** FIRST ACTIVITY ON AN ACCOUNT OPEN'.
003310         10  FILLER              PIC X(03) VALUE 'ED '.
003320         10  WS-NEW-OPENED       PIC X(08).
003330         10  FILLER              PIC X(32)
003340             VALUE ', OVER THE NEW-ACCOUNT LIMIT OF'.
003350         10  WS-NEW-LIMIT        PIC ZZ,ZZ9.
003360     05  WS-REVERSAL-LINE.
003370         10  FILLER              PIC X(06) VALUE SPACES.
003380         10  FILLER              PIC X(40)
003390             VALUE '** REVERSAL LARGER THAN THE LARGEST ORIG'.
003400         10  FILLER              PIC X(18)
003410             VALUE 'INAL POSTED, '.
003420         10  WS-REV-ORIGINAL     PIC ---,--9.99.
003430     05  WS-NO-ORIGINAL-LINE.
003440         10  FILLER              PIC X(06) VALUE SPACES.
003450         10  FILLER              PIC X(29)
003460             VALUE '** REVERSAL WITH NO ORIGINAL '.
003470         10  FILLER              PIC X(19)
003480             VALUE 'ON THE AUDIT MASTER'.
003490     05  WS-TRACE-HEADING.
003500         10  FILLER              PIC X(06) VALUE SPACES.
003510         10  FILLER              PIC X(26)
003520             VALUE 'AUDIT MASTER TRACE - LAST '.
003530         10  WS-TRH-SHOWN        PIC ZZZ,ZZ9.
003540         10  FILLER              PIC X(04) VALUE ' OF '.
003550         10  WS-TRH-ENTRIES      PIC ZZZ,ZZ9.
003560         10  FILLER              PIC X(44)
003570             VALUE ' ENTRIES  (>> THIS ITEM, *  TONIGHT)'.
003580     05  WS-TRACE-LINE.
003590         10  FILLER              PIC X(06) VALUE SPACES.
003600         10  WS-TRC-MARK         PIC X(02).
003610         10  FILLER              PIC X(01) VALUE SPACES.
003620         10  WS-TRC-DATE         PIC 9(06).
003630         10  FILLER              PIC X(02) VALUE SPACES.
003640         10  WS-TRC-TIME         PIC 9(06).
003650         10  FILLER              PIC X(02) VALUE SPACES.
003660         10  WS-TRC-RUN-ID       PIC X(08).
003670         10  FILLER              PIC X(02) VALUE SPACES.
003680         10  WS-TRC-SOURCE       PIC X(01).
003690         10  FILLER              PIC X(03) VALUE SPACES.
003700         10  WS-TRC-TYPE         PIC X(01).
003710         10  FILLER              PIC X(03) VALUE SPACES.
003720         10  WS-TRC-CURRENCY     PIC X(03).
003730         10  FILLER              PIC X(02) VALUE SPACES.
003740         10  WS-TRC-VAR1         PIC ---,--9.99.
003750         10  FILLER              PIC X(02) VALUE SPACES.
003760         10  WS-TRC-VAR2         PIC ---,--9.99.
003770         10  FILLER              PIC X(02) VALUE SPACES.
003780         10  WS-TRC-VAR3         PIC ---,--9.99.
003790         10  FILLER              PIC X(02) VALUE SPACES.
003800         10  WS-TRC-PARAGRAPH    PIC X(23).
003810     05  WS-TOTAL-LINE-1.
003820         10  FILLER              PIC X(28)
003830             VALUE 'AUDIT RECORDS READ        : '.
003840         10  WS-TOT-READ         PIC ZZZ,ZZ9.
003850     05  WS-TOTAL-LINE-2.
003860         10  FILLER              PIC X(28)
003870             VALUE 'ITEMS FLAGGED             : '.
003880         10  WS-TOT-FLAGGED      PIC ZZZ,ZZ9.
003890     05  WS-TOTAL-LINE-3.
003900         10  FILLER              PIC X(28)
003910             VALUE '  OVER SINGLE-ITEM LIMIT  : '.
003920         10  WS-TOT-SINGLE       PIC ZZZ,ZZ9.
003930     05  WS-TOTAL-LINE-4.
003940         10  FILLER              PIC X(28)
003950             VALUE '  OVER DAILY-AVERAGE TEST : '.
003960         10  WS-TOT-MULTIPLE     PIC ZZZ,ZZ9.
003970     05  WS-TOTAL-LINE-5.
003980         10  FILLER              PIC X(28)
003990             VALUE '  NEW ACCOUNT OVER LIMIT  : '.
004000         10  WS-TOT-NEW          PIC ZZZ,ZZ9.
004010     05  WS-TOTAL-LINE-6.
004020         10  FILLER              PIC X(28)
004030             VALUE '  REVERSAL OVER ORIGINALS : '.
004040         10  WS-TOT-REVERSAL     PIC ZZZ,ZZ9.
004050     05  WS-NONE-LINE.
004060         10  FILLER              PIC X(40)
004070             VALUE 'NO UNUSUAL ACTIVITY FOR THIS CYCLE'.
004080     05  WS-RESULT-LINE.
004090         10  FILLER              PIC X(08) VALUE 'RESULT: '.
004100         10  WS-RSL-TEXT         PIC X(60).
004110     05  WS-ERROR-LINE.
004120         10  FILLER              PIC X(13) VALUE 'I/O ERROR ON '.
004130         10  WS-ERR-FILE         PIC X(17).
004140         10  FILLER              PIC X(07) VALUE ' - KEY '.
004150         10  WS-ERR-KEY          PIC X(10).
004160         10  FILLER              PIC X(09) VALUE '  STATUS '.
004170         10  WS-ERR-STATUS       PIC X(02).
004180 PROCEDURE DIVISION.
004190 0000-MAINLINE.
004200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004210     IF NOT WS-RUN-FAILED AND NOT WS-IO-ERROR
004220         PERFORM 2000-PROCESS-AUDIT THRU 2000-EXIT
004230             UNTIL WS-EOF OR WS-IO-ERROR
004240     END-IF.
004250     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004260     STOP RUN.
004270*----------------------------------------------------------------
004280* 1000-INITIALIZE - TAKE THE BUSINESS DATE AND CYCLE, READ THE
004290*               LIMITS CARD, OPEN THE FILES, AND PRIME THE FIRST
004300*               AUDIT READ.  THE AUDIT MASTER, ACCOUNT MASTER, AND
004310*               REFERENCE MASTER MUST ALL BE THERE - WITHOUT
004320*               THEM THERE IS NO HISTORY TO HOLD THE NIGHT
004330*               AGAINST.  THE PAGE-1 HEADINGS ARE THROWN BY THE
004340*               FIRST LINE PRINTED THROUGH 2900-WRITE-REPORT-LINE.
004350*----------------------------------------------------------------
004360 1000-INITIALIZE.
004370     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
004380     OPEN OUTPUT UNUSUAL-REPORT.
004390     PERFORM 1500-READ-PARAMETERS THRU 1500-EXIT.
004400     IF WS-RUN-FAILED
004410         GO TO 1000-EXIT
004420     END-IF.
004430     MOVE SPACES TO WS-ERR-KEY.
004440     OPEN INPUT AUDIT-MASTER.
004450     IF WS-AUDMST-STATUS NOT = '00'
004452         IF WS-AUDMST-STATUS = '05'
004454             CLOSE AUDIT-MASTER
004456         END-IF
004460         MOVE 'AUDIT MASTER'     TO WS-ERR-FILE
004470         MOVE WS-AUDMST-STATUS   TO WS-ERR-STATUS
004480         PERFORM 8000-IO-ERROR THRU 8000-EXIT
004490         GO TO 1000-EXIT
004500     END-IF.
004510     SET WS-AUDMST-OPEN TO TRUE.
004520     OPEN INPUT ACCOUNT-MASTER.
004530     IF WS-MASTER-STATUS NOT = '00'
004532         IF WS-MASTER-STATUS = '05'
004534             CLOSE ACCOUNT-MASTER
004536         END-IF
004540         MOVE 'ACCOUNT MASTER'   TO WS-ERR-FILE
004550         MOVE WS-MASTER-STATUS   TO WS-ERR-STATUS
004560         PERFORM 8000-IO-ERROR THRU 8000-EXIT
004570         GO TO 1000-EXIT
004580     END-IF.
004590     SET WS-MASTER-OPEN TO TRUE.
004600     OPEN INPUT ACCOUNT-REF-FILE.
004610     IF WS-AREF-STATUS NOT = '00'
004612         IF WS-AREF-STATUS = '05'
004614             CLOSE ACCOUNT-REF-FILE
004616         END-IF
004620         MOVE 'REFERENCE MASTER' TO WS-ERR-FILE
004630         MOVE WS-AREF-STATUS     TO WS-ERR-STATUS
004640         PERFORM 8000-IO-ERROR THRU 8000-EXIT
004650         GO TO 1000-EXIT
004660     END-IF.
004670     SET WS-REF-OPEN TO TRUE.
004680     OPEN INPUT AUDIT-FILE.
004690     SET WS-AUDIT-OPEN TO TRUE.
004700     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
004710     GO TO 1000-EXIT.
004720 1000-EXIT.
004730     EXIT.
004740*----------------------------------------------------------------
004750* 1050-GET-BUSINESS-DATE - TAKE THE HEADING DATE AND CYCLE FROM
004760*               THE BUSDATE FILE STEP003 WROTE, FALLING BACK TO
004770*               THE SYSTEM DATE AND CYCLE 1
004780*----------------------------------------------------------------
004790 1050-GET-BUSINESS-DATE.
004800     ACCEPT WS-CURRENT-DATE FROM DATE.
004810     OPEN INPUT BUSINESS-DATE-FILE.
004820     IF WS-BUSDATE-STATUS = '00'
004830         READ BUSINESS-DATE-FILE
004840             AT END
004850                 CONTINUE
004860             NOT AT END
004870                 IF BUS-DATE IS NUMERIC AND BUS-DATE > ZERO
004880                     MOVE BUS-DATE TO WS-CURRENT-DATE
004890                 END-IF
004900                 IF BUS-CYCLE IS NUMERIC AND BUS-CYCLE > ZERO
004910                     MOVE BUS-CYCLE TO WS-CYCLE
004920                 END-IF
004930         END-READ
004940         CLOSE BUSINESS-DATE-FILE
004950     END-IF.
004960     GO TO 1050-EXIT.
004970 1050-EXIT.
004980     EXIT.
004990*----------------------------------------------------------------
005000* 1200-WRITE-HEADINGS - WRITE THE TITLE, BUSINESS-DATE, LIMITS,
005010*               AND COLUMN HEADINGS AT THE TOP OF EACH PAGE
005020*----------------------------------------------------------------
005030 1200-WRITE-HEADINGS.
005040     ADD 1 TO WS-PAGE-NUMBER.
005050     MOVE WS-CURRENT-MM         TO WS-HDG-MM.
005060     MOVE WS-CURRENT-DD         TO WS-HDG-DD.
005070     MOVE WS-CURRENT-YY         TO WS-HDG-YY.
005080     MOVE WS-CYCLE              TO WS-HDG-CYCLE.
005090     MOVE WS-PAGE-NUMBER        TO WS-HDG-PAGE.
005100     MOVE WS-SINGLE-LIMIT       TO WS-HDG-SINGLE.
005110     MOVE WS-ACTIVITY-MULTIPLE  TO WS-HDG-MULTIPLE.
005120     MOVE WS-MINIMUM-DAYS       TO WS-HDG-MINIMUM.
005130     MOVE WS-NEW-ACCOUNT-LIMIT  TO WS-HDG-NEW-LIMIT.
005140     MOVE WS-NEW-ACCOUNT-MONTHS TO WS-HDG-NEW-MONTHS.
005150     WRITE REPORT-RECORD FROM WS-HEADING-LINE-1.
005160     WRITE REPORT-RECORD FROM WS-HEADING-LINE-2.
005170     WRITE REPORT-RECORD FROM WS-HEADING-LINE-3.
005180     MOVE SPACES TO REPORT-RECORD.
005190     WRITE REPORT-RECORD.
005200     WRITE REPORT-RECORD FROM WS-HEADING-LINE-4.
005210     MOVE 5 TO WS-LINE-COUNT.
005220     GO TO 1200-EXIT.
005230 1200-EXIT.
005240     EXIT.
005250*----------------------------------------------------------------
005260* 1500-READ-PARAMETERS - READ THE LIMITS CARD.  A MISSING OR
005270*               EMPTY CARD, OR A BLANK OR ZERO FIELD, KEEPS THE
005280*               COMPILED-IN DEFAULT.  A FIELD KEYED NON-NUMERIC
005290*               FAILS THE RUN RATHER THAN SCREEN THE NIGHT ON A
005300*               LIMIT NOBODY MEANT.
005310*----------------------------------------------------------------
005320 1500-READ-PARAMETERS.
005330     OPEN INPUT PARAMETER-FILE.
005340     IF WS-PARM-STATUS NOT = '00'
005350         GO TO 1500-EXIT
005360     END-IF.
005370     READ PARAMETER-FILE
005380         AT END
005390             CLOSE PARAMETER-FILE
005400             GO TO 1500-EXIT
005410     END-READ.
005420     CLOSE PARAMETER-FILE.
005430     IF UNP-SINGLE-LIMIT NOT = SPACES
005440         IF UNP-SINGLE-LIMIT IS NOT NUMERIC
005450             MOVE 'SINGLE-ITEM LIMIT IS NOT NUMERIC'
005460                                        TO WS-RSL-TEXT
005470             GO TO 1500-ERROR
005480         END-IF
005490         IF UNP-SINGLE-LIMIT > ZERO
005500             MOVE UNP-SINGLE-LIMIT TO WS-SINGLE-LIMIT
005510         END-IF
005520     END-IF.
005530     IF UNP-ACTIVITY-MULTIPLE NOT = SPACES
005540         IF UNP-ACTIVITY-MULTIPLE IS NOT NUMERIC
005550             MOVE 'ACTIVITY MULTIPLE IS NOT NUMERIC'
005560                                        TO WS-RSL-TEXT
005570             GO TO 1500-ERROR
005580         END-IF
005590         IF UNP-ACTIVITY-MULTIPLE > ZERO
005600             MOVE UNP-ACTIVITY-MULTIPLE TO WS-ACTIVITY-MULTIPLE
005610         END-IF
005620     END-IF.
005630     IF UNP-MINIMUM-DAYS NOT = SPACES
005640         IF UNP-MINIMUM-DAYS IS NOT NUMERIC
005650             MOVE 'MINIMUM ACTIVE DAYS IS NOT NUMERIC'
005660                                        TO WS-RSL-TEXT
005670             GO TO 1500-ERROR
005680         END-IF
005690         IF UNP-MINIMUM-DAYS > ZERO
005700             MOVE UNP-MINIMUM-DAYS TO WS-MINIMUM-DAYS
005710         END-IF
005720     END-IF.
005730     IF UNP-NEW-ACCOUNT-LIMIT NOT = SPACES
005740         IF UNP-NEW-ACCOUNT-LIMIT IS NOT NUMERIC
005750             MOVE 'NEW-ACCOUNT LIMIT IS NOT NUMERIC'
005760                                        TO WS-RSL-TEXT
005770             GO TO 1500-ERROR
005780         END-IF
005790         IF UNP-NEW-ACCOUNT-LIMIT > ZERO
005800             MOVE UNP-NEW-ACCOUNT-LIMIT TO WS-NEW-ACCOUNT-LIMIT
005810         END-IF
005820     END-IF.
005830     IF UNP-NEW-ACCOUNT-MONTHS NOT = SPACES
005840         IF UNP-NEW-ACCOUNT-MONTHS IS NOT NUMERIC
005850             MOVE 'NEW-ACCOUNT MONTHS IS NOT NUMERIC'
005860                                        TO WS-RSL-TEXT
005870             GO TO 1500-ERROR
005880         END-IF
005890         IF UNP-NEW-ACCOUNT-MONTHS > ZERO
005900             MOVE UNP-NEW-ACCOUNT-MONTHS TO WS-NEW-ACCOUNT-MONTHS
005910         END-IF
005920     END-IF.
005930     IF UNP-TRACE-LIMIT NOT = SPACES
005940         IF UNP-TRACE-LIMIT IS NOT NUMERIC
005950             MOVE 'TRACE LIMIT IS NOT NUMERIC' TO WS-RSL-TEXT
005960             GO TO 1500-ERROR
005970         END-IF
005980         IF UNP-TRACE-LIMIT > ZERO
005990             MOVE UNP-TRACE-LIMIT TO WS-TRACE-LIMIT
006000         END-IF
006010     END-IF.
006020     GO TO 1500-EXIT.
006030 1500-ERROR.
006040     SET WS-RUN-FAILED TO TRUE.
006050 1500-EXIT.
006060     EXIT.
006070*----------------------------------------------------------------
006080* 2000-PROCESS-AUDIT - HOLD ONE OF THE NIGHT'S TRANSACTIONS
006090*               AGAINST ITS ACCOUNT'S HISTORY AND REPORT IT IF ANY
006100*               TEST TRIPS.  THE HISTORY IS GATHERED AGAIN ONLY
006110*               WHEN THE TRANSACTION KEY CHANGES.
006120*----------------------------------------------------------------
006130 2000-PROCESS-AUDIT.
006140     ADD 1 TO WS-RECORDS-READ.
006150     IF AUD-VAR3 < ZERO
006160         COMPUTE WS-RESULT-ABS = ZERO - AUD-VAR3
006170     ELSE
006180         MOVE AUD-VAR3 TO WS-RESULT-ABS
006190     END-IF.
006200     IF AUD-TRANS-KEY NOT = WS-HST-KEY
006210         PERFORM 2200-GATHER-HISTORY THRU 2200-EXIT
006220         IF WS-IO-ERROR
006230             GO TO 2000-EXIT
006240         END-IF
006250     END-IF.
006260     PERFORM 2300-TEST-TRANSACTION THRU 2300-EXIT.
006270     IF WS-IO-ERROR
006280         GO TO 2000-EXIT
006290     END-IF.
006300     IF WS-FLAG-SINGLE OR WS-FLAG-MULTIPLE
006310         OR WS-FLAG-NEW OR WS-FLAG-REVERSAL
006320         PERFORM 2400-REPORT-ITEM THRU 2400-EXIT
006330         IF WS-IO-ERROR
006340             GO TO 2000-EXIT
006350         END-IF
006360     END-IF.
006370     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
006380     GO TO 2000-EXIT.
006390 2000-EXIT.
006400     EXIT.
006410*----------------------------------------------------------------
006420* 2100-READ-AUDIT - READ THE NEXT RECORD OF THE NIGHT'S AUDIT
006430*               TRAIL
006440*----------------------------------------------------------------
006450 2100-READ-AUDIT.
006460     READ AUDIT-FILE
006470         AT END
006480             SET WS-EOF TO TRUE
006490     END-READ.
006500     GO TO 2100-EXIT.
006510 2100-EXIT.
006520     EXIT.
006530*----------------------------------------------------------------
006540* 2200-GATHER-HISTORY - WALK THE ACCOUNT'S ENTRIES ON THE AUDIT
006550*               MASTER (CONTIGUOUS UNDER ITS TRANSACTION KEY) AND
006560*               TAKE THE ENTRY COUNT, THE ACTIVE DAYS AND ABSOLUTE
006570*               RESULT BEFORE TONIGHT, AND THE LARGEST ORIGINAL.
006580*               STATUS 23 ON THE START MEANS NO ENTRY REACHES THE
006590*               KEY - NO HISTORY AT ALL.
006600*----------------------------------------------------------------
006610 2200-GATHER-HISTORY.
006620     MOVE AUD-TRANS-KEY TO WS-HST-KEY.
006630     MOVE ZERO TO WS-HST-ENTRIES WS-HST-PRIOR-ENTRIES WS-HST-DAYS
006640                  WS-HST-LAST-DATE WS-HST-ABS-TOTAL WS-HST-AVERAGE
006650                  WS-HST-MAX-ORIGINAL.
006660     PERFORM 2250-START-HISTORY THRU 2250-EXIT.
006670     PERFORM 2210-READ-HISTORY THRU 2210-EXIT
006680         UNTIL WS-SCAN-DONE OR WS-IO-ERROR.
006690     IF WS-HST-DAYS > ZERO
006700         COMPUTE WS-HST-AVERAGE ROUNDED =
006710             WS-HST-ABS-TOTAL / WS-HST-DAYS
006720     END-IF.
006730     GO TO 2200-EXIT.
006740 2200-EXIT.
006750     EXIT.
006760*----------------------------------------------------------------
006770* 2210-READ-HISTORY - TAKE ONE AUDIT MASTER ENTRY INTO THE
006780*               ACCOUNT'S HISTORY.  AN ENTRY WRITTEN BY TONIGHT'S
006790*               RUN (SAME RUN ID AND DATE AS THE AUDIT TRAIL) IS
006800*               COUNTED FOR THE TRACE AND THE LARGEST ORIGINAL
006810*               BUT KEPT OUT OF THE AVERAGE IT IS TESTED AGAINST.
006820*----------------------------------------------------------------
006830 2210-READ-HISTORY.
006840     READ AUDIT-MASTER
006850         AT END
006860             SET WS-SCAN-DONE TO TRUE
006870             GO TO 2210-EXIT
006880     END-READ.
006890     IF WS-AUDMST-STATUS NOT = '00'
006900         MOVE 'AUDIT MASTER'     TO WS-ERR-FILE
006910         MOVE WS-HST-KEY         TO WS-ERR-KEY
006920         MOVE WS-AUDMST-STATUS   TO WS-ERR-STATUS
006930         PERFORM 8000-IO-ERROR THRU 8000-EXIT
006940         GO TO 2210-EXIT
006950     END-IF.
006960     IF ADM-TRANS-KEY NOT = WS-HST-KEY
006970         SET WS-SCAN-DONE TO TRUE
006980         GO TO 2210-EXIT
006990     END-IF.
007000     ADD 1 TO WS-HST-ENTRIES.
007010     IF ADM-VAR3 < ZERO
007020         COMPUTE WS-ENTRY-ABS = ZERO - ADM-VAR3
007030     ELSE
007040         MOVE ADM-VAR3 TO WS-ENTRY-ABS
007050     END-IF.
007060     IF ADM-TYPE-CODE NOT = 'R'
007070         AND WS-ENTRY-ABS > WS-HST-MAX-ORIGINAL
007080         MOVE WS-ENTRY-ABS TO WS-HST-MAX-ORIGINAL
007090     END-IF.
007100     IF ADM-RUN-ID = AUD-RUN-ID
007110         AND ADM-TS-DATE = AUD-TS-DATE
007120         GO TO 2210-EXIT
007130     END-IF.
007140     ADD 1 TO WS-HST-PRIOR-ENTRIES.
007150     ADD WS-ENTRY-ABS TO WS-HST-ABS-TOTAL.
007160     IF ADM-TS-DATE NOT = WS-HST-LAST-DATE
007170         ADD 1 TO WS-HST-DAYS
007180         MOVE ADM-TS-DATE TO WS-HST-LAST-DATE
007190     END-IF.
007200     GO TO 2210-EXIT.
007210 2210-EXIT.
007220     EXIT.
007230*----------------------------------------------------------------
007240* 2250-START-HISTORY - POSITION THE AUDIT MASTER AT THE FIRST
007250*               ENTRY FOR THE TRANSACTION KEY IN HAND
007260*----------------------------------------------------------------
007270 2250-START-HISTORY.
007280     SET WS-SCAN-GOING TO TRUE.
007290     MOVE LOW-VALUES TO ADM-KEY.
007300     MOVE WS-HST-KEY TO ADM-TRANS-KEY.
007310     START AUDIT-MASTER KEY NOT < ADM-KEY.
007320     EVALUATE WS-AUDMST-STATUS
007330         WHEN '00'
007340             CONTINUE
007350         WHEN '23'
007360             SET WS-SCAN-DONE TO TRUE
007370         WHEN OTHER
007380             MOVE 'AUDIT MASTER'     TO WS-ERR-FILE
007390             MOVE WS-HST-KEY         TO WS-ERR-KEY
007400             MOVE WS-AUDMST-STATUS   TO WS-ERR-STATUS
007410             PERFORM 8000-IO-ERROR THRU 8000-EXIT
007420     END-EVALUATE.
007430     GO TO 2250-EXIT.
007440 2250-EXIT.
007450     EXIT.
007460*----------------------------------------------------------------
007470* 2300-TEST-TRANSACTION - RUN THE FOUR TESTS.  THE FIRST-
007480*               ACTIVITY TEST LOOKS THE OPEN DATE UP ON THE
007490*               REFERENCE MASTER ONLY WHEN THE ACCOUNT HAS NO
007500*               HISTORY BEFORE TONIGHT AND THE RESULT IS OVER THE
007510*               NEW-ACCOUNT LIMIT.
007520*----------------------------------------------------------------
007530 2300-TEST-TRANSACTION.
007540     MOVE 'N' TO WS-FLAG-SINGLE-SWITCH WS-FLAG-MULTIPLE-SWITCH
007550                 WS-FLAG-NEW-SWITCH WS-FLAG-REVERSAL-SWITCH.
007560     SET WS-REF-NOT-LOOKED-UP TO TRUE.
007570     IF WS-RESULT-ABS > WS-SINGLE-LIMIT
007580         SET WS-FLAG-SINGLE TO TRUE
007590     END-IF.
007600     IF WS-HST-DAYS > ZERO
007610         AND WS-HST-DAYS NOT < WS-MINIMUM-DAYS
007620         COMPUTE WS-MULTIPLE-LIMIT =
007630             WS-HST-AVERAGE * WS-ACTIVITY-MULTIPLE
007640         IF WS-RESULT-ABS > WS-MULTIPLE-LIMIT
007650             SET WS-FLAG-MULTIPLE TO TRUE
007660         END-IF
007670     END-IF.
007680     IF WS-HST-PRIOR-ENTRIES = ZERO
007690         AND WS-RESULT-ABS > WS-NEW-ACCOUNT-LIMIT
007700         PERFORM 2500-READ-REFERENCE THRU 2500-EXIT
007710         IF WS-IO-ERROR
007720             GO TO 2300-EXIT
007730         END-IF
007740         PERFORM 2350-AGE-ACCOUNT THRU 2350-EXIT
007750     END-IF.
007760     IF AUD-TYPE-CODE = 'R'
007770         AND WS-RESULT-ABS > WS-HST-MAX-ORIGINAL
007780         SET WS-FLAG-REVERSAL TO TRUE
007790     END-IF.
007800     GO TO 2300-EXIT.
007810 2300-EXIT.
007820     EXIT.
007830*----------------------------------------------------------------
007840* 2350-AGE-ACCOUNT - AGE THE ACCOUNT IN WHOLE MONTHS FROM ITS
007850*               OPEN DATE TO THE BUSINESS DATE (A MONTH IS NOT
007860*               COMPLETE UNTIL ITS DAY OF THE MONTH COMES ROUND)
007870*               AND FLAG IT AS NEWLY OPENED INSIDE THE NEW-
007880*               ACCOUNT MONTHS.  AN ACCOUNT WITH NO USABLE OPEN
007890*               DATE CANNOT BE AGED AND IS LEFT TO THE OTHER
007900*               TESTS.
007910*----------------------------------------------------------------
007920 2350-AGE-ACCOUNT.
007930     IF WS-OPEN-DATE = ZERO
007940         GO TO 2350-EXIT
007950     END-IF.
007960     COMPUTE WS-MONTHS-OPEN =
007970         ((WS-CURRENT-YY * 12) + WS-CURRENT-MM)
007980       - ((WS-OPEN-YY * 12) + WS-OPEN-MM).
007990     IF WS-CURRENT-DD < WS-OPEN-DD
008000         SUBTRACT 1 FROM WS-MONTHS-OPEN
008010     END-IF.
008020     IF WS-MONTHS-OPEN < WS-NEW-ACCOUNT-MONTHS
008030         SET WS-FLAG-NEW TO TRUE
008040     END-IF.
008050     GO TO 2350-EXIT.
008060 2350-EXIT.
008070     EXIT.
008080*----------------------------------------------------------------
008090* 2400-REPORT-ITEM - LIST A FLAGGED TRANSACTION WITH ITS ACCOUNT'S
008100*               MTD, YTD, AND OPEN DATE, ONE LINE PER TEST IT
008110*               TRIPPED, AND ITS AUDIT MASTER TRACE
008120*----------------------------------------------------------------
008130 2400-REPORT-ITEM.
008140     ADD 1 TO WS-ITEMS-FLAGGED.
008150     IF WS-REF-NOT-LOOKED-UP
008160         PERFORM 2500-READ-REFERENCE THRU 2500-EXIT
008170     END-IF.
008180     IF NOT WS-IO-ERROR
008190         PERFORM 2550-READ-MASTER THRU 2550-EXIT
008200     END-IF.
008210     IF WS-IO-ERROR
008220         GO TO 2400-EXIT
008230     END-IF.
008240     MOVE SPACES TO WS-PRINT-AREA.
008250     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
008260     MOVE AUD-TRANS-KEY      TO WS-DTL-KEY.
008270     MOVE AUD-RUN-ID         TO WS-DTL-RUN-ID.
008280     MOVE AUD-TS-DATE        TO WS-DTL-DATE.
008290     DIVIDE AUD-TS-TIME BY 100 GIVING WS-DTL-TIME.
008300     MOVE AUD-SOURCE-CODE    TO WS-DTL-SOURCE.
008310     MOVE AUD-TYPE-CODE      TO WS-DTL-TYPE.
008320     MOVE AUD-CURRENCY-CODE  TO WS-DTL-CURRENCY.
008330     MOVE AUD-VAR3           TO WS-DTL-RESULT.
008340     MOVE SPACES             TO WS-DTL-NOTE.
008350     IF WS-MASTER-FOUND
008360         MOVE AM-MTD-TOTAL   TO WS-DTL-MTD
008370         MOVE AM-YTD-TOTAL   TO WS-DTL-YTD
008380     ELSE
008390         MOVE ZERO           TO WS-DTL-MTD WS-DTL-YTD
008400         MOVE 'NOT ON MASTER' TO WS-DTL-NOTE
008410     END-IF.
008420     IF WS-OPEN-DATE = ZERO
008430         MOVE 'UNKNOWN'      TO WS-DTL-OPENED
008440     ELSE
008450         MOVE WS-OPEN-DATE   TO WS-EDT-DATE
008460         PERFORM 2950-EDIT-DATE THRU 2950-EXIT
008470         MOVE WS-EDITED-DATE TO WS-DTL-OPENED
008480     END-IF.
008490     MOVE WS-DETAIL-LINE TO WS-PRINT-AREA.
008500     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
008510     PERFORM 2450-WRITE-FLAGS THRU 2450-EXIT.
008520     PERFORM 2600-WRITE-TRACE THRU 2600-EXIT.
008530     GO TO 2400-EXIT.
008540 2400-EXIT.
008550     EXIT.
008560*----------------------------------------------------------------
008570* 2450-WRITE-FLAGS - ONE LINE FOR EACH TEST THE ITEM TRIPPED,
008580*               SHOWING THE FIGURE IT WAS HELD AGAINST
008590*----------------------------------------------------------------
008600 2450-WRITE-FLAGS.
008610     IF WS-FLAG-SINGLE
008620         ADD 1 TO WS-SINGLE-FLAGGED
008630         MOVE WS-SINGLE-LIMIT       TO WS-SGL-LIMIT
008640         MOVE WS-SINGLE-LINE        TO WS-PRINT-AREA
008650         PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
008660     END-IF.
008670     IF WS-FLAG-MULTIPLE
008680         ADD 1 TO WS-MULTIPLE-FLAGGED
008690         MOVE WS-ACTIVITY-MULTIPLE  TO WS-MUL-MULTIPLE
008700         MOVE WS-HST-AVERAGE        TO WS-MUL-AVERAGE
008710         MOVE WS-HST-DAYS           TO WS-MUL-DAYS
008720         MOVE WS-MULTIPLE-LINE      TO WS-PRINT-AREA
008730         PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
008740     END-IF.
008750     IF WS-FLAG-NEW
008760         ADD 1 TO WS-NEW-FLAGGED
008770         MOVE WS-DTL-OPENED         TO WS-NEW-OPENED
008780         MOVE WS-NEW-ACCOUNT-LIMIT  TO WS-NEW-LIMIT
008790         MOVE WS-NEW-LINE           TO WS-PRINT-AREA
008800         PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
008810     END-IF.
008820     IF WS-FLAG-REVERSAL
008830         ADD 1 TO WS-REVERSAL-FLAGGED
008840         IF WS-HST-MAX-ORIGINAL = ZERO
008850             MOVE WS-NO-ORIGINAL-LINE TO WS-PRINT-AREA
008860         ELSE
008870             MOVE WS-HST-MAX-ORIGINAL TO WS-REV-ORIGINAL
008880             MOVE WS-REVERSAL-LINE    TO WS-PRINT-AREA
008890         END-IF
008900         PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
008910     END-IF.
008920     GO TO 2450-EXIT.
008930 2450-EXIT.
008940     EXIT.
008950*----------------------------------------------------------------
008960* 2500-READ-REFERENCE - LOOK THE ACCOUNT'S OPEN DATE UP ON THE
008970*               REFERENCE MASTER.  NOT FOUND LEAVES IT ZERO.
008980*----------------------------------------------------------------
008990 2500-READ-REFERENCE.
009000     SET WS-REF-LOOKED-UP TO TRUE.
009010     MOVE ZERO TO WS-OPEN-DATE.
009020     MOVE AUD-TRANS-KEY TO AREF-KEY.
009030     READ ACCOUNT-REF-FILE.
009040     EVALUATE WS-AREF-STATUS
009050         WHEN '00'
009060             IF AREF-OPEN-DATE IS NUMERIC
009070                 MOVE AREF-OPEN-DATE TO WS-OPEN-DATE
009080             END-IF
009090         WHEN '23'
009100             CONTINUE
009110         WHEN OTHER
009120             MOVE 'REFERENCE MASTER' TO WS-ERR-FILE
009130             MOVE AUD-TRANS-KEY      TO WS-ERR-KEY
009140             MOVE WS-AREF-STATUS     TO WS-ERR-STATUS
009150             PERFORM 8000-IO-ERROR THRU 8000-EXIT
009160     END-EVALUATE.
009170     GO TO 2500-EXIT.
009180 2500-EXIT.
009190     EXIT.
009200*----------------------------------------------------------------
009210* 2550-READ-MASTER - READ THE ACCOUNT'S POSTED TOTALS
009220*----------------------------------------------------------------
009230 2550-READ-MASTER.
009240     SET WS-MASTER-NOT-FOUND TO TRUE.
009250     MOVE AUD-TRANS-KEY TO AM-KEY.
009260     READ ACCOUNT-MASTER.
009270     EVALUATE WS-MASTER-STATUS
009280         WHEN '00'
009290             SET WS-MASTER-FOUND TO TRUE
009300         WHEN '23'
009310             CONTINUE
009320         WHEN OTHER
009330             MOVE 'ACCOUNT MASTER'   TO WS-ERR-FILE
009340             MOVE AUD-TRANS-KEY      TO WS-ERR-KEY
009350             MOVE WS-MASTER-STATUS   TO WS-ERR-STATUS
009360             PERFORM 8000-IO-ERROR THRU 8000-EXIT
009370     END-EVALUATE.
009380     GO TO 2550-EXIT.
009390 2550-EXIT.
009400     EXIT.
009410*----------------------------------------------------------------
009420* 2600-WRITE-TRACE - LIST THE ACCOUNT'S AUDIT MASTER ENTRIES IN
009430*               THE AUDMINQ LAYOUT, THE MOST RECENT ONES UP TO THE
009440*               TRACE LIMIT, MARKING THE FLAGGED ITEM AND THE REST
009450*               OF TONIGHT'S ENTRIES
009460*----------------------------------------------------------------
009470 2600-WRITE-TRACE.
009480     COMPUTE WS-TRACE-SKIP = WS-HST-ENTRIES - WS-TRACE-LIMIT.
009490     IF WS-TRACE-SKIP < ZERO
009500         MOVE ZERO TO WS-TRACE-SKIP
009510     END-IF.
009520     COMPUTE WS-TRACE-SHOWN = WS-HST-ENTRIES - WS-TRACE-SKIP.
009530     MOVE WS-TRACE-SHOWN  TO WS-TRH-SHOWN.
009540     MOVE WS-HST-ENTRIES  TO WS-TRH-ENTRIES.
009550     MOVE WS-TRACE-HEADING TO WS-PRINT-AREA.
009560     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
009570     MOVE ZERO TO WS-TRACE-SEEN.
009580     PERFORM 2250-START-HISTORY THRU 2250-EXIT.
009590     PERFORM 2610-TRACE-ENTRY THRU 2610-EXIT
009600         UNTIL WS-SCAN-DONE OR WS-IO-ERROR.
009610     GO TO 2600-EXIT.
009620 2600-EXIT.
009630     EXIT.
009640*----------------------------------------------------------------
009650* 2610-TRACE-ENTRY - READ ONE ENTRY AND LIST IT ONCE PAST THE
009660*               OLDER ENTRIES THE TRACE LIMIT LEAVES OUT
009670*----------------------------------------------------------------
009680 2610-TRACE-ENTRY.
009690     READ AUDIT-MASTER
009700         AT END
009710             SET WS-SCAN-DONE TO TRUE
009720             GO TO 2610-EXIT
009730     END-READ.
009740     IF WS-AUDMST-STATUS NOT = '00'
009750         MOVE 'AUDIT MASTER'     TO WS-ERR-FILE
009760         MOVE WS-HST-KEY         TO WS-ERR-KEY
009770         MOVE WS-AUDMST-STATUS   TO WS-ERR-STATUS
009780         PERFORM 8000-IO-ERROR THRU 8000-EXIT
009790         GO TO 2610-EXIT
009800     END-IF.
009810     IF ADM-TRANS-KEY NOT = WS-HST-KEY
009820         SET WS-SCAN-DONE TO TRUE
009830         GO TO 2610-EXIT
009840     END-IF.
009850     ADD 1 TO WS-TRACE-SEEN.
009860     IF WS-TRACE-SEEN NOT > WS-TRACE-SKIP
009870         GO TO 2610-EXIT
009880     END-IF.
009890     MOVE SPACES TO WS-TRC-MARK.
009900     IF ADM-RUN-ID = AUD-RUN-ID
009910         AND ADM-TS-DATE = AUD-TS-DATE
009920         MOVE ' *' TO WS-TRC-MARK
009930         IF ADM-TS-TIME = AUD-TS-TIME
009940             AND ADM-VAR3 = AUD-VAR3
009950             AND ADM-TYPE-CODE = AUD-TYPE-CODE
009960             MOVE '>>' TO WS-TRC-MARK
009970         END-IF
009980     END-IF.
009990     MOVE ADM-TS-DATE          TO WS-TRC-DATE.
010000     DIVIDE ADM-TS-TIME BY 100 GIVING WS-TRC-TIME.
010010     MOVE ADM-RUN-ID           TO WS-TRC-RUN-ID.
010020     MOVE ADM-SOURCE-CODE      TO WS-TRC-SOURCE.
010030     MOVE ADM-TYPE-CODE        TO WS-TRC-TYPE.
010040     MOVE ADM-CURRENCY-CODE    TO WS-TRC-CURRENCY.
010050     MOVE ADM-VAR1             TO WS-TRC-VAR1.
010060     MOVE ADM-VAR2             TO WS-TRC-VAR2.
010070     MOVE ADM-VAR3             TO WS-TRC-VAR3.
010080     MOVE ADM-PARAGRAPH-ID     TO WS-TRC-PARAGRAPH.
010090     MOVE WS-TRACE-LINE        TO WS-PRINT-AREA.
010100     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
010110     GO TO 2610-EXIT.
010120 2610-EXIT.
010130     EXIT.
010140*----------------------------------------------------------------
010150* 2900-WRITE-REPORT-LINE - COMMON REPORT WRITER.  THROWS A NEW
010160*               PAGE WITH HEADINGS WHEN THE CURRENT PAGE IS
010170*               FULL, THEN WRITES THE LINE IN WS-PRINT-AREA
010180*----------------------------------------------------------------
010190 2900-WRITE-REPORT-LINE.
010200     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
010210         PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT
010220     END-IF.
010230     WRITE REPORT-RECORD FROM WS-PRINT-AREA.
010240     ADD 1 TO WS-LINE-COUNT.
010250     GO TO 2900-EXIT.
010260 2900-EXIT.
010270     EXIT.
010280*----------------------------------------------------------------
010290* 2950-EDIT-DATE - EDIT THE YYMMDD DATE IN WS-EDT-DATE AS MM/DD/YY
010300*----------------------------------------------------------------
010310 2950-EDIT-DATE.
010320     MOVE WS-EDT-MM TO WS-ED-MM.
010330     MOVE WS-EDT-DD TO WS-ED-DD.
010340     MOVE WS-EDT-YY TO WS-ED-YY.
010350     GO TO 2950-EXIT.
010360 2950-EXIT.
010370     EXIT.
010380*----------------------------------------------------------------
010390* 8000-IO-ERROR - REPORT AN I/O FAILURE ON ANY OF THE MASTERS AND
010400*               FLAG THE RUN SO IT STOPS AND ENDS RC 16
010410*----------------------------------------------------------------
010420 8000-IO-ERROR.
010430     MOVE WS-ERROR-LINE TO WS-PRINT-AREA.
010440     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
010450     SET WS-IO-ERROR TO TRUE.
010460     GO TO 8000-EXIT.
010470 8000-EXIT.
010480     EXIT.
010490*----------------------------------------------------------------
010500* 9000-TERMINATE - WRITE THE TOTALS, CLOSE THE FILES, AND SET THE
010510*               RETURN CODE.  RC 4 = ONE OR MORE ITEMS FLAGGED FOR
010520*               COMPLIANCE REVIEW.  RC 16 = BAD LIMITS CARD OR AN
010530*               I/O ERROR - THE NIGHT WAS NOT FULLY SCREENED AND
010540*               THE STEP SHOULD BE RERUN.
010550*----------------------------------------------------------------
010560 9000-TERMINATE.
010570     MOVE SPACES TO WS-PRINT-AREA.
010580     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
010590     IF WS-ITEMS-FLAGGED = ZERO
010600         AND NOT WS-RUN-FAILED AND NOT WS-IO-ERROR
010610         MOVE WS-NONE-LINE      TO WS-PRINT-AREA
010620         PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
010630     END-IF.
010640     MOVE WS-RECORDS-READ      TO WS-TOT-READ.
010650     MOVE WS-TOTAL-LINE-1      TO WS-PRINT-AREA.
010660     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
010670     MOVE WS-ITEMS-FLAGGED     TO WS-TOT-FLAGGED.
010680     MOVE WS-TOTAL-LINE-2      TO WS-PRINT-AREA.
010690     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
010700     MOVE WS-SINGLE-FLAGGED    TO WS-TOT-SINGLE.
010710     MOVE WS-TOTAL-LINE-3      TO WS-PRINT-AREA.
010720     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
010730     MOVE WS-MULTIPLE-FLAGGED  TO WS-TOT-MULTIPLE.
010740     MOVE WS-TOTAL-LINE-4      TO WS-PRINT-AREA.
010750     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
010760     MOVE WS-NEW-FLAGGED       TO WS-TOT-NEW.
010770     MOVE WS-TOTAL-LINE-5      TO WS-PRINT-AREA.
010780     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
010790     MOVE WS-REVERSAL-FLAGGED  TO WS-TOT-REVERSAL.
010800     MOVE WS-TOTAL-LINE-6      TO WS-PRINT-AREA.
010810     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
010820     IF WS-RUN-FAILED
010830         MOVE WS-RESULT-LINE   TO WS-PRINT-AREA
010840         PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
010850     END-IF.
010860     IF WS-AUDIT-OPEN
010870         CLOSE AUDIT-FILE
010880     END-IF.
010890     IF WS-AUDMST-OPEN
010900         CLOSE AUDIT-MASTER
010910     END-IF.
010920     IF WS-MASTER-OPEN
010930         CLOSE ACCOUNT-MASTER
010940     END-IF.
010950     IF WS-REF-OPEN
010960         CLOSE ACCOUNT-REF-FILE
010970     END-IF.
010980     CLOSE UNUSUAL-REPORT.
010990     IF WS-ITEMS-FLAGGED > ZERO
011000         MOVE 4 TO RETURN-CODE
011010     END-IF.
011020     IF WS-RUN-FAILED OR WS-IO-ERROR
011030         MOVE 16 TO RETURN-CODE
011040     END-IF.
011050     GO TO 9000-EXIT.
011060 9000-EXIT.
011070     EXIT.
