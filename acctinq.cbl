000180*               PAGE CONTROL LIKE THE NIGHTLY LEDGER REPORT, SO
000190*               A BALANCE QUESTION NO LONGER MEANS DUMPING THE
000200*               VSAM FILE AND DECODING PACKED FIELDS BY HAND.
000201* 10/15/26 RJT  FISCAL CALENDAR.  THE SELECTION CARD TAKES AN
000202*               OPTIONAL FISCAL PERIOD (YYPP) SELECTING ONLY THE
000203*               ACCOUNTS LAST POSTED IN THAT PERIOD, WHOSE MTD IS
000204*               THAT PERIOD'S.  THE STATEMENT SHOWS EACH ACCOUNT'S
000205*               FISCAL PERIOD AND THE SELECTION LINE THE PERIOD
000206*               SELECTED.
000210*----------------------------------------------------------------
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000420     05  AM-DAILY-TOTAL          PIC S9(09)V99 COMP-3.
000430     05  AM-MTD-TOTAL            PIC S9(09)V99 COMP-3.
000440     05  AM-YTD-TOTAL            PIC S9(09)V99 COMP-3.
000443     05  AM-FISCAL-PERIOD        PIC 9(04).
000446     05  AM-FISCAL-PERIOD-R REDEFINES AM-FISCAL-PERIOD.
000449         10  AM-FISCAL-YY        PIC 9(02).
000452         10  AM-FISCAL-PP        PIC 9(02).
000455     05  FILLER                  PIC X(12).
000460 FD  SELECT-FILE
000470     RECORDING MODE IS F.
000480 01  SELECT-RECORD.
000490     05  SEL-KEY                 PIC X(10).
000500     05  SEL-SINCE-DATE          PIC 9(06).
000503     05  SEL-FISCAL-PERIOD       PIC 9(04).
000506     05  SEL-FISCAL-PERIOD-R REDEFINES SEL-FISCAL-PERIOD.
000509         10  SEL-FISCAL-YY       PIC 9(02).
000512         10  SEL-FISCAL-PP       PIC 9(02).
000515     05  FILLER                  PIC X(60).
000520 FD  STATEMENT-REPORT
000530     RECORDING MODE IS F.
000540 01  REPORT-RECORD               PIC X(132).
000690                                 PIC X(01) OCCURS 10 TIMES.
000700     05  WS-SEL-SINCE-DATE       PIC 9(06) VALUE ZERO.
000710         88  WS-SEL-ALL-DATES              VALUE ZERO.
000711     05  WS-SEL-FISCAL-PERIOD    PIC 9(04) VALUE ZERO.
000712         88  WS-SEL-ALL-PERIODS            VALUE ZERO.
000713     05  WS-SEL-FISCAL-PERIOD-R REDEFINES WS-SEL-FISCAL-PERIOD.
000714         10  WS-SEL-FISCAL-YY    PIC 9(02).
000715         10  WS-SEL-FISCAL-PP    PIC 9(02).
000720 01  WS-KEY-COMPARE.
000730     05  WS-AM-KEY               PIC X(10).
000740     05  WS-AM-KEY-BYTE REDEFINES WS-AM-KEY
001160         10  FILLER              PIC X(19)
001170             VALUE '  NOT POSTED SINCE '.
001180         10  WS-CRT-SINCE        PIC X(06).
001182         10  FILLER              PIC X(16)
001184             VALUE '  FISCAL PERIOD '.
001186         10  WS-CRT-PERIOD       PIC X(05).
001190     05  WS-HEADING-LINE-3.
001200         10  FILLER              PIC X(12) VALUE 'ACCOUNT KEY'.
001210         10  FILLER              PIC X(13) VALUE 'LAST POSTED'.
001215         10  FILLER              PIC X(08) VALUE 'PERIOD'.
001220         10  FILLER              PIC X(17) VALUE 'DAILY TOTAL'.
001230         10  FILLER              PIC X(17) VALUE 'MTD TOTAL'.
001240         10  FILLER              PIC X(17) VALUE 'YTD TOTAL'.
001300         10  WS-DTL-LAST-DD      PIC 99.
001310         10  FILLER              PIC X(01) VALUE '/'.
001320         10  WS-DTL-LAST-YY      PIC 99.
001323         10  FILLER              PIC X(03) VALUE SPACES.
001326         10  WS-DTL-PERIOD       PIC X(05).
001330         10  FILLER              PIC X(03) VALUE SPACES.
001340         10  WS-DTL-DAILY        PIC ---,---,--9.99.
001350         10  FILLER              PIC X(03) VALUE SPACES.
001650         10  WS-LPE-YY           PIC 9(02).
001660         10  WS-LPE-MM           PIC 9(02).
001670         10  WS-LPE-DD           PIC 9(02).
001672 01  WS-PERIOD-EDIT.
001674     05  WS-PDE-YY               PIC 99.
001676     05  FILLER                  PIC X(01) VALUE '/'.
001678     05  WS-PDE-PP               PIC 99.
001680 PROCEDURE DIVISION.
001690 0000-MAINLINE.
001700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002380*               NON-NUMERIC SINCE-DATE APPLIES NO DATE TEST.  A
002390*               KEYED SINCE-DATE SELECTS ONLY ACCOUNTS NOT
002400*               POSTED SINCE THAT DATE (LAST-POSTED BEFORE IT).
002402*               A KEYED FISCAL PERIOD (YYPP) SELECTS ONLY
002404*               ACCOUNTS LAST POSTED IN THAT PERIOD; A BLANK OR
002406*               NON-NUMERIC PERIOD, OR ONE WITH PP OUTSIDE 01-12,
002408*               APPLIES NO PERIOD TEST.
002410*----------------------------------------------------------------
002420 1500-READ-SELECTION.
002430     OPEN INPUT SELECT-FILE.
002490                 MOVE SEL-KEY TO WS-SEL-KEY
002500                 IF SEL-SINCE-DATE IS NUMERIC
002510                     MOVE SEL-SINCE-DATE TO WS-SEL-SINCE-DATE
002511                 END-IF
002512                 IF SEL-FISCAL-PERIOD IS NUMERIC
002513                     AND SEL-FISCAL-PP NOT < 01
002514                     AND SEL-FISCAL-PP NOT > 12
002515                     MOVE SEL-FISCAL-PERIOD
002516                                    TO WS-SEL-FISCAL-PERIOD
002520                 END-IF
002530         END-READ
002540         CLOSE SELECT-FILE
002620         MOVE 'N/A'              TO WS-CRT-SINCE
002630     ELSE
002640         MOVE WS-SEL-SINCE-DATE  TO WS-CRT-SINCE
002641     END-IF.
002642     IF WS-SEL-ALL-PERIODS
002643         MOVE 'N/A'              TO WS-CRT-PERIOD
002644     ELSE
002645         MOVE WS-SEL-FISCAL-YY   TO WS-PDE-YY
002646         MOVE WS-SEL-FISCAL-PP   TO WS-PDE-PP
002647         MOVE WS-PERIOD-EDIT     TO WS-CRT-PERIOD
002650     END-IF.
002660     GO TO 1500-EXIT.
002670 1500-EXIT.
002940     MOVE WS-LPE-MM           TO WS-DTL-LAST-MM.
002950     MOVE WS-LPE-DD           TO WS-DTL-LAST-DD.
002960     MOVE WS-LPE-YY           TO WS-DTL-LAST-YY.
002961     IF AM-FISCAL-PERIOD IS NUMERIC
002962         MOVE AM-FISCAL-YY    TO WS-PDE-YY
002963         MOVE AM-FISCAL-PP    TO WS-PDE-PP
002964         MOVE WS-PERIOD-EDIT  TO WS-DTL-PERIOD
002965     ELSE
002966         MOVE SPACES          TO WS-DTL-PERIOD
002967     END-IF.
002970     MOVE AM-DAILY-TOTAL      TO WS-DTL-DAILY.
002980     MOVE AM-MTD-TOTAL        TO WS-DTL-MTD.
002990     MOVE AM-YTD-TOTAL        TO WS-DTL-YTD.
003030 2100-EXIT.
003040     EXIT.
003050*----------------------------------------------------------------
003056* 2500-TEST-SELECTION - KEY-PREFIX, NOT-POSTED-SINCE AND FISCAL
003062*               PERIOD TESTS.
003070*               ALL SUPPLIED CRITERIA MUST MATCH FOR THE ACCOUNT
003080*               TO BE SELECTED.
003090*----------------------------------------------------------------
003180     IF NOT WS-SEL-ALL-DATES
003190         AND AM-LAST-POSTED-DATE NOT < WS-SEL-SINCE-DATE
003200         GO TO 2500-EXIT
003201     END-IF.
003202     IF NOT WS-SEL-ALL-PERIODS
003203         IF AM-FISCAL-PERIOD IS NOT NUMERIC
003204             GO TO 2500-EXIT
003205         END-IF
003206         IF AM-FISCAL-PERIOD NOT = WS-SEL-FISCAL-PERIOD
003207             GO TO 2500-EXIT
003208         END-IF
003210     END-IF.
003220     SET WS-RECORD-SELECTED TO TRUE.
003230     GO TO 2500-EXIT.
