000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. HSTLOAD.
000030 AUTHOR. D-L-DEV-SVCS.
000040 INSTALLATION. DAILY-LEDGER-BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26 RJT  INITIAL VERSION.  LOADS THE NIGHT'S PROCESSED
000110*               TRANSACTIONS INTO THE KEYED TRANSACTION HISTORY
000120*               AND PURGES THE HISTORY BACK TO THE RETENTION
000130*               PERIOD.  THE HISTORY IS KEYED ON TRANSACTION
000140*               KEY, SOURCE, BOTH ORIGINAL AMOUNTS, AND TYPE
000150*               CODE - TESTFILE REJECTS A RECORD ALREADY ON IT
000160*               (REASON 0010) SO A REGION RE-SENDING A PRIOR
000170*               NIGHT'S FILE, OR PRIOR NIGHTS' RECORDS INSIDE
000180*               TONIGHT'S, CANNOT POST TWICE.  THE ENTRIES COME
000190*               FROM THE NIGHT'S AUDIT TRAIL, WHICH CARRIES ONE
000200*               RECORD PER TRANSACTION THE MAIN STEP ACCEPTED,
000210*               THE SAME WAY AUDLOAD LOADS THE AUDIT MASTER.  AN
000220*               ENTRY ALREADY ON THE HISTORY (A RERUN OF THE
000230*               LOAD) IS BYPASSED AND COUNTED - THE LOAD IS SAFE
000240*               TO RERUN.  THE RETENTION PERIOD IS A NUMBER OF
000250*               BUSINESS DATES ON THE HSTPARM CARD, COUNTED OFF
000260*               THE RUN REGISTER, SO WEEKENDS AND HOLIDAYS WITH
000270*               NO RUN DO NOT EAT INTO IT.
000280*----------------------------------------------------------------
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT AUDIT-FILE ASSIGN TO AUDITIN
000330         ORGANIZATION IS LINE SEQUENTIAL.
000340     SELECT OPTIONAL TRANS-HISTORY ASSIGN TO TRNHIST
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS HST-KEY
000380         FILE STATUS IS WS-HISTORY-STATUS.
000390     SELECT OPTIONAL RUN-REGISTER ASSIGN TO RUNREG
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS REG-KEY
000430         FILE STATUS IS WS-REGISTER-STATUS.
000440     SELECT OPTIONAL PARAMETER-FILE ASSIGN TO HSTPARM
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-PARM-STATUS.
000470     SELECT LOAD-REPORT ASSIGN TO HSTRPT
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  AUDIT-FILE
000520     RECORDING MODE IS F.
000530 01  AUDIT-RECORD.
000540     05  AUD-RUN-ID              PIC X(08).
000550     05  AUD-RUN-ID-R REDEFINES AUD-RUN-ID.
000560         10  AUD-RUN-PREFIX      PIC X(07).
000570         10  AUD-RUN-CYCLE       PIC X(01).
000580     05  AUD-TIMESTAMP.
000590         10  AUD-TS-DATE         PIC 9(06).
000600         10  AUD-TS-TIME         PIC 9(08).
000610     05  AUD-TRANS-KEY           PIC X(10).
000620     05  AUD-SOURCE-CODE         PIC X(01).
000630     05  AUD-CURRENCY-CODE       PIC X(03).
000640     05  AUD-TYPE-CODE           PIC X(01).
000650     05  AUD-ORIG-AMT-1          PIC S9(4)V99.
000660     05  AUD-ORIG-AMT-2          PIC S9(4)V99.
000670     05  AUD-VAR1                PIC S9(4)V99.
000680     05  AUD-VAR2                PIC S9(4)V99.
000690     05  AUD-VAR3                PIC S9(5)V99.
000700     05  AUD-PARAGRAPH-ID        PIC X(23).
000710 FD  TRANS-HISTORY
000720     RECORD CONTAINS 40 CHARACTERS.
000730 01  TRANS-HISTORY-RECORD.
000740     05  HST-KEY.
000750         10  HST-TRANS-KEY       PIC X(10).
000760         10  HST-SOURCE-CODE     PIC X(01).
000770         10  HST-AMOUNT-1        PIC S9(4)V99.
000780         10  HST-AMOUNT-2        PIC S9(4)V99.
000790         10  HST-TYPE-CODE       PIC X(01).
000800     05  HST-BUSINESS-DATE       PIC 9(06).
000810     05  HST-CYCLE               PIC 9(01).
000820     05  HST-CURRENCY-CODE       PIC X(03).
000830     05  FILLER                  PIC X(06).
000840 FD  RUN-REGISTER
000850     RECORD CONTAINS 50 CHARACTERS.
000860 01  REGISTER-RECORD.
000870     05  REG-KEY.
000880         10  REG-BUSINESS-DATE   PIC 9(06).
000890         10  REG-CYCLE           PIC 9(01).
000900     05  REG-STATUS              PIC X(01).
000910         88  REG-DATE-BACKED-OUT           VALUE 'B'.
000920     05  REG-EDIT-DONE           PIC X(01).
000930     05  REG-MERGE-DONE          PIC X(01).
000940     05  REG-MAIN-DONE           PIC X(01).
000950     05  REG-POST-DONE           PIC X(01).
000960     05  REG-OPENED-TIME         PIC 9(08).
000970     05  REG-CLOSED-TIME         PIC 9(08).
000980     05  REG-REGIONS.
000990         10  REG-REGION-STATUS   PIC X(01) OCCURS 3 TIMES.
001000     05  FILLER                  PIC X(19).
001010 FD  PARAMETER-FILE
001020     RECORDING MODE IS F.
001030 01  PARAMETER-RECORD.
001040     05  HPM-RETAIN-DATES        PIC 9(03).
001050     05  FILLER                  PIC X(77).
001060 FD  LOAD-REPORT
001070     RECORDING MODE IS F.
001080 01  REPORT-RECORD               PIC X(132).
001090 WORKING-STORAGE SECTION.
001100 01  WS-SWITCHES.
001110     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
001120         88  WS-EOF                        VALUE 'Y'.
001130     05  WS-IO-ERROR-SWITCH      PIC X(01) VALUE 'N'.
001140         88  WS-IO-ERROR                   VALUE 'Y'.
001150     05  WS-REG-EOF-SWITCH       PIC X(01) VALUE 'N'.
001160         88  WS-REG-EOF                    VALUE 'Y'.
001170     05  WS-HST-EOF-SWITCH       PIC X(01) VALUE 'N'.
001180         88  WS-HST-EOF                    VALUE 'Y'.
001190     05  WS-PURGE-HELD-SWITCH    PIC X(01) VALUE 'N'.
001200         88  WS-PURGE-HELD                 VALUE 'Y'.
001210 01  WS-HISTORY-STATUS           PIC X(02) VALUE '00'.
001220 01  WS-REGISTER-STATUS          PIC X(02) VALUE '00'.
001230 01  WS-PARM-STATUS              PIC X(02) VALUE '00'.
001240*    THE RETENTION PERIOD IN BUSINESS DATES, FROM THE HSTPARM
001250*    CARD.  ZERO MEANS NO VALID CARD WAS READ AND HOLDS THE
001260*    PURGE - KEEPING TOO MUCH HISTORY ONLY COSTS SPACE, PURGING
001270*    TOO MUCH LETS A RE-SEND THROUGH.
001280 01  WS-RETAIN-DATES             PIC 9(03) COMP-3 VALUE ZERO.
001290*    THE BUSINESS DATES ON THE REGISTER (MAIN-CYCLE RECORDS NOT
001300*    BACKED OUT), AND THE OLDEST DATE THE RETENTION PERIOD KEEPS.
001310*    AN ENTRY DATED BEFORE THE CUTOFF IS PURGED.
001320 01  WS-PURGE-CONTROLS.
001330     05  WS-DATES-ON-REGISTER    PIC 9(05) COMP-3 VALUE ZERO.
001340     05  WS-CUTOFF-POSITION      PIC 9(05) COMP-3 VALUE ZERO.
001350     05  WS-DATES-COUNTED        PIC 9(05) COMP-3 VALUE ZERO.
001360     05  WS-CUTOFF-DATE          PIC 9(06) VALUE ZERO.
001370 01  WS-ACCUMULATORS.
001380     05  WS-RECORDS-READ         PIC 9(07) COMP-3 VALUE ZERO.
001390     05  WS-RECORDS-LOADED       PIC 9(07) COMP-3 VALUE ZERO.
001400     05  WS-RECORDS-BYPASSED     PIC 9(07) COMP-3 VALUE ZERO.
001410     05  WS-ENTRIES-PURGED       PIC 9(07) COMP-3 VALUE ZERO.
001420     05  WS-ENTRIES-KEPT         PIC 9(07) COMP-3 VALUE ZERO.
001430 01  WS-DATE-FIELDS.
001440     05  WS-CURRENT-DATE.
001450         10  WS-CURRENT-YY       PIC 9(02).
001460         10  WS-CURRENT-MM       PIC 9(02).
001470         10  WS-CURRENT-DD       PIC 9(02).
001480 01  WS-REPORT-LINES.
001490     05  WS-HEADING-LINE-1.
001500         10  FILLER              PIC X(30) VALUE SPACES.
001510         10  FILLER              PIC X(40)
001520             VALUE 'TRANSACTION HISTORY LOAD AND PURGE'.
001530     05  WS-HEADING-LINE-2.
001540         10  FILLER              PIC X(10) VALUE 'RUN DATE: '.
001550         10  WS-HDG-MM           PIC 99.
001560         10  FILLER              PIC X(01) VALUE '/'.
001570         10  WS-HDG-DD           PIC 99.
001580         10  FILLER              PIC X(01) VALUE '/'.
001590         10  WS-HDG-YY           PIC 99.
001600     05  WS-TOTAL-LINE-1.
001610         10  FILLER              PIC X(28)
001620             VALUE 'AUDIT RECORDS READ        : '.
001630         10  WS-TOT-READ         PIC ZZZ,ZZ9.
001640     05  WS-TOTAL-LINE-2.
001650         10  FILLER              PIC X(28)
001660             VALUE 'HISTORY ENTRIES LOADED    : '.
001670         10  WS-TOT-LOADED       PIC ZZZ,ZZ9.
001680     05  WS-TOTAL-LINE-3.
001690         10  FILLER              PIC X(28)
001700             VALUE 'ALREADY ON HISTORY        : '.
001710         10  WS-TOT-BYPASSED     PIC ZZZ,ZZ9.
001720     05  WS-TOTAL-LINE-4.
001730         10  FILLER              PIC X(28)
001740             VALUE 'RETENTION BUSINESS DATES  : '.
001750         10  WS-TOT-RETAIN       PIC ZZ9.
001760     05  WS-TOTAL-LINE-5.
001770         10  FILLER              PIC X(28)
001780             VALUE 'BUSINESS DATES ON REGISTER: '.
001790         10  WS-TOT-DATES        PIC ZZ,ZZ9.
001800     05  WS-TOTAL-LINE-6.
001810         10  FILLER              PIC X(28)
001820             VALUE 'OLDEST BUSINESS DATE KEPT : '.
001830         10  WS-TOT-CUTOFF       PIC 9(06).
001840     05  WS-TOTAL-LINE-7.
001850         10  FILLER              PIC X(28)
001860             VALUE 'HISTORY ENTRIES PURGED    : '.
001870         10  WS-TOT-PURGED       PIC ZZZ,ZZ9.
001880     05  WS-TOTAL-LINE-8.
001890         10  FILLER              PIC X(28)
001900             VALUE 'HISTORY ENTRIES RETAINED  : '.
001910         10  WS-TOT-KEPT         PIC ZZZ,ZZ9.
001920     05  WS-MESSAGE-LINE.
001930         10  FILLER              PIC X(08) VALUE 'RESULT: '.
001940         10  WS-MSG-TEXT         PIC X(60).
001950     05  WS-ERROR-LINE.
001960         10  FILLER              PIC X(28)
001970             VALUE 'HISTORY/REGISTER I/O ERROR -'.
001980         10  FILLER              PIC X(05) VALUE ' KEY '.
001990         10  WS-ERR-KEY          PIC X(24).
002000         10  FILLER              PIC X(09) VALUE '  STATUS '.
002010         10  WS-ERR-STATUS       PIC X(02).
002020 PROCEDURE DIVISION.
002030 0000-MAINLINE.
002040     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002050     PERFORM 2000-LOAD-RECORD THRU 2000-EXIT
002060         UNTIL WS-EOF OR WS-IO-ERROR.
002070     IF NOT WS-IO-ERROR
002080         PERFORM 3000-PURGE-HISTORY THRU 3000-EXIT
002090     END-IF.
002100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002110     STOP RUN.
002120*----------------------------------------------------------------
002130* 1000-INITIALIZE - OPEN THE FILES, READ THE RETENTION CARD,
002140*               WRITE THE REPORT HEADINGS, AND PRIME THE FIRST
002150*               AUDIT READ.  A BRAND NEW (EMPTY) HISTORY COMES
002160*               BACK STATUS 05 ON THE OPEN, WHICH IS ACCEPTED -
002170*               EVERY ENTRY LOADS.
002180*----------------------------------------------------------------
002190 1000-INITIALIZE.
002200     OPEN INPUT AUDIT-FILE.
002210     OPEN OUTPUT LOAD-REPORT.
002220     ACCEPT WS-CURRENT-DATE FROM DATE.
002230     PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT.
002240     PERFORM 1500-READ-PARAMETERS THRU 1500-EXIT.
002250     OPEN I-O TRANS-HISTORY.
002260     IF WS-HISTORY-STATUS NOT = '00' AND NOT = '05'
002270         MOVE WS-HISTORY-STATUS TO WS-ERR-STATUS
002280         MOVE SPACES TO WS-ERR-KEY
002290         PERFORM 8000-IO-ERROR THRU 8000-EXIT
002300         GO TO 1000-EXIT
002310     END-IF.
002320     PERFORM 1100-READ-AUDIT THRU 1100-EXIT.
002330     GO TO 1000-EXIT.
002340 1000-EXIT.
002350     EXIT.
002360*----------------------------------------------------------------
002370* 1100-READ-AUDIT - READ THE NEXT AUDIT TRAIL RECORD
002380*----------------------------------------------------------------
002390 1100-READ-AUDIT.
002400     READ AUDIT-FILE
002410         AT END
002420             SET WS-EOF TO TRUE
002430     END-READ.
002440     GO TO 1100-EXIT.
002450 1100-EXIT.
002460     EXIT.
002470*----------------------------------------------------------------
002480* 1200-WRITE-HEADINGS - WRITE THE RUN-DATE HEADING
002490*----------------------------------------------------------------
002500 1200-WRITE-HEADINGS.
002510     MOVE WS-CURRENT-MM TO WS-HDG-MM.
002520     MOVE WS-CURRENT-DD TO WS-HDG-DD.
002530     MOVE WS-CURRENT-YY TO WS-HDG-YY.
002540     WRITE REPORT-RECORD FROM WS-HEADING-LINE-1.
002550     WRITE REPORT-RECORD FROM WS-HEADING-LINE-2.
002560     MOVE SPACES TO REPORT-RECORD.
002570     WRITE REPORT-RECORD.
002580     GO TO 1200-EXIT.
002590 1200-EXIT.
002600     EXIT.
002610*----------------------------------------------------------------
002620* 1500-READ-PARAMETERS - READ THE RETENTION PERIOD (BUSINESS
002630*               DATES, COLUMNS 1-3) FROM THE HSTPARM CARD.  A
002640*               MISSING, BLANK, NON-NUMERIC, OR ZERO CARD HOLDS
002650*               THE PURGE; THE LOAD STILL RUNS.
002660*----------------------------------------------------------------
002670 1500-READ-PARAMETERS.
002680     OPEN INPUT PARAMETER-FILE.
002690     IF WS-PARM-STATUS = '00'
002700         READ PARAMETER-FILE
002710             AT END
002720                 CONTINUE
002730             NOT AT END
002740                 IF HPM-RETAIN-DATES IS NUMERIC
002750                     MOVE HPM-RETAIN-DATES TO WS-RETAIN-DATES
002760                 END-IF
002770         END-READ
002780         CLOSE PARAMETER-FILE
002790     END-IF.
002800     IF WS-RETAIN-DATES = ZERO
002810         SET WS-PURGE-HELD TO TRUE
002820         MOVE 'NO VALID RETENTION CARD - PURGE HELD'
002830                                   TO WS-MSG-TEXT
002840     END-IF.
002850     GO TO 1500-EXIT.
002860 1500-EXIT.
002870     EXIT.
002880*----------------------------------------------------------------
002890* 2000-LOAD-RECORD - WRITE ONE PROCESSED TRANSACTION TO THE
002900*               HISTORY UNDER ITS BUSINESS DATE AND CYCLE.  THE
002910*               BUSINESS DATE IS THE DATE OF THE AUDIT TIMESTAMP
002920*               (THE MAIN STEP STAMPS THE BUSINESS DATE THERE);
002930*               THE CYCLE COMES FROM THE RUN ID - TESTSUPN FOR A
002940*               SUPPLEMENTARY CYCLE N, OTHERWISE CYCLE 1.
002950*               STATUS 22 (DUPLICATE KEY) MEANS A RERUN OF THE
002960*               LOAD ALREADY CARRIED IT - BYPASSED AND COUNTED.
002970*               ANY OTHER NON-ZERO STATUS STOPS THE RUN.
002980*----------------------------------------------------------------
002990 2000-LOAD-RECORD.
003000     ADD 1 TO WS-RECORDS-READ.
003010     MOVE SPACES            TO TRANS-HISTORY-RECORD.
003020     MOVE AUD-TRANS-KEY     TO HST-TRANS-KEY.
003030     MOVE AUD-SOURCE-CODE   TO HST-SOURCE-CODE.
003040     MOVE AUD-ORIG-AMT-1    TO HST-AMOUNT-1.
003050     MOVE AUD-ORIG-AMT-2    TO HST-AMOUNT-2.
003060     MOVE AUD-TYPE-CODE     TO HST-TYPE-CODE.
003070     MOVE AUD-TS-DATE       TO HST-BUSINESS-DATE.
003080     MOVE AUD-CURRENCY-CODE TO HST-CURRENCY-CODE.
003090     IF AUD-RUN-PREFIX = 'TESTSUP' AND AUD-RUN-CYCLE IS NUMERIC
003100         MOVE AUD-RUN-CYCLE TO HST-CYCLE
003110     ELSE
003120         MOVE 1             TO HST-CYCLE
003130     END-IF.
003140     WRITE TRANS-HISTORY-RECORD.
003150     EVALUATE WS-HISTORY-STATUS
003160         WHEN '00'
003170             ADD 1 TO WS-RECORDS-LOADED
003180         WHEN '22'
003190             ADD 1 TO WS-RECORDS-BYPASSED
003200         WHEN OTHER
003210             MOVE WS-HISTORY-STATUS TO WS-ERR-STATUS
003220             MOVE HST-KEY TO WS-ERR-KEY
003230             PERFORM 8000-IO-ERROR THRU 8000-EXIT
003240     END-EVALUATE.
003250     IF NOT WS-IO-ERROR
003260         PERFORM 1100-READ-AUDIT THRU 1100-EXIT
003270     END-IF.
003280     GO TO 2000-EXIT.
003290 2000-EXIT.
003300     EXIT.
003310*----------------------------------------------------------------
003320* 3000-PURGE-HISTORY - FIND THE OLDEST BUSINESS DATE THE
003330*               RETENTION PERIOD KEEPS AND DELETE EVERY HISTORY
003340*               ENTRY DATED BEFORE IT.  THE BUSINESS DATES ARE
003350*               THE MAIN-CYCLE RECORDS ON THE RUN REGISTER, LESS
003360*               ANY NIGHT BACKED OUT AND NOT RERUN, SO TONIGHT
003370*               IS ALWAYS ONE OF THE DATES KEPT.  THE REGISTER
003380*               IS READ TWICE - ONCE TO COUNT THE DATES, ONCE TO
003390*               STOP ON THE CUTOFF.  A REGISTER THAT CANNOT BE
003400*               READ HOLDS THE PURGE; FEWER DATES THAN THE
003410*               RETENTION PERIOD PURGE NOTHING.
003420*----------------------------------------------------------------
003430 3000-PURGE-HISTORY.
003440     IF WS-PURGE-HELD
003450         GO TO 3000-EXIT
003460     END-IF.
003470     PERFORM 3100-COUNT-DATES THRU 3100-EXIT.
003480     IF WS-PURGE-HELD OR WS-IO-ERROR
003490         GO TO 3000-EXIT
003500     END-IF.
003510     IF WS-DATES-ON-REGISTER NOT > WS-RETAIN-DATES
003520         MOVE 'RETENTION PERIOD NOT YET REACHED - NOTHING PURGED'
003530                                    TO WS-MSG-TEXT
003540         GO TO 3000-EXIT
003550     END-IF.
003560     COMPUTE WS-CUTOFF-POSITION =
003570         WS-DATES-ON-REGISTER - WS-RETAIN-DATES + 1.
003580     PERFORM 3200-FIND-CUTOFF THRU 3200-EXIT.
003590     IF WS-IO-ERROR
003600         GO TO 3000-EXIT
003610     END-IF.
003620     MOVE LOW-VALUES TO HST-KEY.
003630     START TRANS-HISTORY KEY NOT < HST-KEY.
003640     EVALUATE WS-HISTORY-STATUS
003650         WHEN '00'
003660             PERFORM 3300-READ-HISTORY THRU 3300-EXIT
003670             PERFORM 3400-PURGE-ENTRY THRU 3400-EXIT
003680                 UNTIL WS-HST-EOF OR WS-IO-ERROR
003690         WHEN '23'
003700             CONTINUE
003710         WHEN OTHER
003720             MOVE WS-HISTORY-STATUS TO WS-ERR-STATUS
003730             MOVE SPACES TO WS-ERR-KEY
003740             PERFORM 8000-IO-ERROR THRU 8000-EXIT
003750     END-EVALUATE.
003760     IF NOT WS-IO-ERROR
003770         MOVE 'HISTORY LOADED AND PURGED' TO WS-MSG-TEXT
003780     END-IF.
003790     GO TO 3000-EXIT.
003800 3000-EXIT.
003810     EXIT.
003820*----------------------------------------------------------------
003830* 3100-COUNT-DATES - FIRST PASS OF THE REGISTER: COUNT THE
003840*               BUSINESS DATES
003850*----------------------------------------------------------------
003860 3100-COUNT-DATES.
003870     OPEN INPUT RUN-REGISTER.
003880     IF WS-REGISTER-STATUS NOT = '00'
003882         IF WS-REGISTER-STATUS = '05'
003884             CLOSE RUN-REGISTER
003886         END-IF
003890         SET WS-PURGE-HELD TO TRUE
003900         MOVE 'RUN REGISTER NOT AVAILABLE - PURGE HELD'
003910                                    TO WS-MSG-TEXT
003920         GO TO 3100-EXIT
003930     END-IF.
003940     MOVE 'N' TO WS-REG-EOF-SWITCH.
003950     PERFORM 3150-READ-REGISTER THRU 3150-EXIT.
003960     PERFORM 3160-COUNT-DATE THRU 3160-EXIT
003970         UNTIL WS-REG-EOF.
003980     CLOSE RUN-REGISTER.
003990     GO TO 3100-EXIT.
004000 3100-EXIT.
004010     EXIT.
004020*----------------------------------------------------------------
004030* 3150-READ-REGISTER - READ THE NEXT REGISTER RECORD IN DATE AND
004040*               CYCLE ORDER.  A READ ERROR STOPS THE RUN.
004050*----------------------------------------------------------------
004060 3150-READ-REGISTER.
004070     READ RUN-REGISTER
004080         AT END
004090             SET WS-REG-EOF TO TRUE
004100             GO TO 3150-EXIT
004110     END-READ.
004120     IF WS-REGISTER-STATUS NOT = '00'
004130         SET WS-REG-EOF TO TRUE
004140         MOVE WS-REGISTER-STATUS TO WS-ERR-STATUS
004150         MOVE REG-KEY TO WS-ERR-KEY
004160         PERFORM 8000-IO-ERROR THRU 8000-EXIT
004170     END-IF.
004180     GO TO 3150-EXIT.
004190 3150-EXIT.
004200     EXIT.
004210*----------------------------------------------------------------
004220* 3160-COUNT-DATE - COUNT ONE MAIN-CYCLE RECORD NOT BACKED OUT
004230*----------------------------------------------------------------
004240 3160-COUNT-DATE.
004250     IF REG-CYCLE = 1 AND NOT REG-DATE-BACKED-OUT
004260         ADD 1 TO WS-DATES-ON-REGISTER
004270     END-IF.
004280     PERFORM 3150-READ-REGISTER THRU 3150-EXIT.
004290     GO TO 3160-EXIT.
004300 3160-EXIT.
004310     EXIT.
004320*----------------------------------------------------------------
004330* 3200-FIND-CUTOFF - SECOND PASS OF THE REGISTER: STOP ON THE
004340*               OLDEST BUSINESS DATE THE RETENTION PERIOD KEEPS
004350*----------------------------------------------------------------
004360 3200-FIND-CUTOFF.
004370     OPEN INPUT RUN-REGISTER.
004380     IF WS-REGISTER-STATUS NOT = '00'
004382         IF WS-REGISTER-STATUS = '05'
004384             CLOSE RUN-REGISTER
004386         END-IF
004390         MOVE WS-REGISTER-STATUS TO WS-ERR-STATUS
004400         MOVE SPACES TO WS-ERR-KEY
004410         PERFORM 8000-IO-ERROR THRU 8000-EXIT
004420         GO TO 3200-EXIT
004430     END-IF.
004440     MOVE 'N' TO WS-REG-EOF-SWITCH.
004450     PERFORM 3150-READ-REGISTER THRU 3150-EXIT.
004460     PERFORM 3260-TEST-CUTOFF THRU 3260-EXIT
004470         UNTIL WS-REG-EOF OR WS-CUTOFF-DATE > ZERO.
004480     CLOSE RUN-REGISTER.
004490     GO TO 3200-EXIT.
004500 3200-EXIT.
004510     EXIT.
004520*----------------------------------------------------------------
004530* 3260-TEST-CUTOFF - COUNT ONE BUSINESS DATE AND TAKE IT AS THE
004540*               CUTOFF WHEN IT IS THE CUTOFF POSITION
004550*----------------------------------------------------------------
004560 3260-TEST-CUTOFF.
004570     IF REG-CYCLE = 1 AND NOT REG-DATE-BACKED-OUT
004580         ADD 1 TO WS-DATES-COUNTED
004590         IF WS-DATES-COUNTED = WS-CUTOFF-POSITION
004600             MOVE REG-BUSINESS-DATE TO WS-CUTOFF-DATE
004610             GO TO 3260-EXIT
004620         END-IF
004630     END-IF.
004640     PERFORM 3150-READ-REGISTER THRU 3150-EXIT.
004650     GO TO 3260-EXIT.
004660 3260-EXIT.
004670     EXIT.
004680*----------------------------------------------------------------
004690* 3300-READ-HISTORY - READ THE NEXT HISTORY ENTRY IN KEY ORDER
004700*----------------------------------------------------------------
004710 3300-READ-HISTORY.
004720     READ TRANS-HISTORY NEXT RECORD
004730         AT END
004740             SET WS-HST-EOF TO TRUE
004750             GO TO 3300-EXIT
004760     END-READ.
004770     IF WS-HISTORY-STATUS NOT = '00'
004780         MOVE WS-HISTORY-STATUS TO WS-ERR-STATUS
004790         MOVE HST-KEY TO WS-ERR-KEY
004800         PERFORM 8000-IO-ERROR THRU 8000-EXIT
004810     END-IF.
004820     GO TO 3300-EXIT.
004830 3300-EXIT.
004840     EXIT.
004850*----------------------------------------------------------------
004860* 3400-PURGE-ENTRY - DELETE AN ENTRY DATED BEFORE THE CUTOFF,
004870*               KEEP THE REST
004880*----------------------------------------------------------------
004890 3400-PURGE-ENTRY.
004900     IF HST-BUSINESS-DATE < WS-CUTOFF-DATE
004910         DELETE TRANS-HISTORY RECORD
004920         IF WS-HISTORY-STATUS NOT = '00'
004930             MOVE WS-HISTORY-STATUS TO WS-ERR-STATUS
004940             MOVE HST-KEY TO WS-ERR-KEY
004950             PERFORM 8000-IO-ERROR THRU 8000-EXIT
004960             GO TO 3400-EXIT
004970         END-IF
004980         ADD 1 TO WS-ENTRIES-PURGED
004990     ELSE
005000         ADD 1 TO WS-ENTRIES-KEPT
005010     END-IF.
005020     PERFORM 3300-READ-HISTORY THRU 3300-EXIT.
005030     GO TO 3400-EXIT.
005040 3400-EXIT.
005050     EXIT.
005060*----------------------------------------------------------------
005070* 8000-IO-ERROR - REPORT A HISTORY OR REGISTER I/O FAILURE AND
005080*               FLAG THE RUN SO IT STOPS AND ENDS RC 16
005090*----------------------------------------------------------------
005100 8000-IO-ERROR.
005110     WRITE REPORT-RECORD FROM WS-ERROR-LINE.
005120     SET WS-IO-ERROR TO TRUE.
005130     MOVE 'I/O ERROR - RERUN THE STEP ONCE THE FILE IS PUT RIGHT'
005140                                TO WS-MSG-TEXT.
005150     GO TO 8000-EXIT.
005160 8000-EXIT.
005170     EXIT.
005180*----------------------------------------------------------------
005190* 9000-TERMINATE - WRITE THE LOAD AND PURGE TOTALS, CLOSE THE
005200*               FILES, AND SET THE RETURN CODE.  RC 16 = HISTORY
005210*               OR REGISTER I/O FAILURE - RERUN THE STEP AFTER
005220*               THE FILE IS PUT RIGHT; ENTRIES ALREADY LOADED
005230*               BYPASS.  RC 4 = THE PURGE WAS HELD (NO VALID
005240*               RETENTION CARD, OR NO REGISTER) - THE LOAD RAN.
005250*----------------------------------------------------------------
005260 9000-TERMINATE.
005270     MOVE WS-RECORDS-READ      TO WS-TOT-READ.
005280     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-1.
005290     MOVE WS-RECORDS-LOADED    TO WS-TOT-LOADED.
005300     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-2.
005310     MOVE WS-RECORDS-BYPASSED  TO WS-TOT-BYPASSED.
005320     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-3.
005330     MOVE WS-RETAIN-DATES      TO WS-TOT-RETAIN.
005340     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-4.
005350     MOVE WS-DATES-ON-REGISTER TO WS-TOT-DATES.
005360     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-5.
005370     MOVE WS-CUTOFF-DATE       TO WS-TOT-CUTOFF.
005380     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-6.
005390     MOVE WS-ENTRIES-PURGED    TO WS-TOT-PURGED.
005400     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-7.
005410     MOVE WS-ENTRIES-KEPT      TO WS-TOT-KEPT.
005420     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-8.
005430     MOVE SPACES TO REPORT-RECORD.
005440     WRITE REPORT-RECORD.
005450     WRITE REPORT-RECORD FROM WS-MESSAGE-LINE.
005460     CLOSE AUDIT-FILE.
005470     CLOSE TRANS-HISTORY.
005480     CLOSE LOAD-REPORT.
005490     IF WS-IO-ERROR
005500         MOVE 16 TO RETURN-CODE
005510     ELSE
005520         IF WS-PURGE-HELD
005530             MOVE 4 TO RETURN-CODE
005540         END-IF
005550     END-IF.
005560     GO TO 9000-EXIT.
005570 9000-EXIT.
005580     EXIT.
