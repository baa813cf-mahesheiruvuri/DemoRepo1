000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RSNDRPT.
000030 AUTHOR. D-L-DEV-SVCS.
000040 INSTALLATION. DAILY-LEDGER-BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26 RJT  INITIAL VERSION.  SUSPECTED RE-SEND REPORT.
000110*               SELECTS THE NIGHT'S REJECTS FOR REASON 0010
000120*               (ALREADY ON THE TRANSACTION HISTORY), SORTS THEM
000130*               BY REGION (SOURCE CODE) AND TRANSACTION KEY, AND
000140*               LISTS EACH WITH THE BUSINESS DATE AND CYCLE IT
000150*               WAS FIRST PROCESSED UNDER, WITH A COUNT AND
000160*               AMOUNT TOTAL PER REGION - THE PAGE OPERATIONS
000170*               TAKES TO THE DATA PROVIDER WHEN A REGION
000180*               RE-SENDS AN OLD FILE.  ENDS RC 4 WHEN ANY
000190*               SUSPECTED RE-SEND IS LISTED SO THE ALERT FIRES.
000200*----------------------------------------------------------------
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT REJECT-FILE ASSIGN TO REJIN
000250         ORGANIZATION IS LINE SEQUENTIAL.
000260     SELECT OPTIONAL TRANS-HISTORY ASSIGN TO TRNHIST
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS RANDOM
000290         RECORD KEY IS HST-KEY
000300         FILE STATUS IS WS-HISTORY-STATUS.
000310     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BUSDATE
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-BUSDATE-STATUS.
000340     SELECT RESEND-REPORT ASSIGN TO RSNRPT
000350         ORGANIZATION IS LINE SEQUENTIAL.
000360     SELECT SORT-WORK ASSIGN TO SORTWK01.
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  REJECT-FILE
000400     RECORDING MODE IS F.
000410 01  REJECT-RECORD.
000420     05  REJ-KEY                 PIC X(10).
000430     05  REJ-AMOUNT-1            PIC S9(4)V99.
000440     05  REJ-AMOUNT-2            PIC S9(4)V99.
000450     05  REJ-SOURCE-CODE         PIC X(01).
000460     05  REJ-CURRENCY-CODE       PIC X(03).
000470     05  REJ-TYPE-CODE           PIC X(01).
000480     05  REJ-REASON-CODE         PIC X(04).
000490     05  REJ-REASON-TEXT         PIC X(40).
000500     05  REJ-RUN-DATE            PIC 9(06).
000510 FD  TRANS-HISTORY
000520     RECORD CONTAINS 40 CHARACTERS.
000530 01  TRANS-HISTORY-RECORD.
000540     05  HST-KEY.
000550         10  HST-TRANS-KEY       PIC X(10).
000560         10  HST-SOURCE-CODE     PIC X(01).
000570         10  HST-AMOUNT-1        PIC S9(4)V99.
000580         10  HST-AMOUNT-2        PIC S9(4)V99.
000590         10  HST-TYPE-CODE       PIC X(01).
000600     05  HST-BUSINESS-DATE       PIC 9(06).
000610     05  HST-CYCLE               PIC 9(01).
000620     05  HST-CURRENCY-CODE       PIC X(03).
000630     05  FILLER                  PIC X(06).
000640 FD  BUSINESS-DATE-FILE
000650     RECORDING MODE IS F.
000660 01  BUSINESS-DATE-RECORD.
000670     05  BUS-DATE                PIC 9(06).
000680     05  BUS-CYCLE               PIC 9(01).
000690     05  FILLER                  PIC X(73).
000700 FD  RESEND-REPORT
000710     RECORDING MODE IS F.
000720 01  REPORT-RECORD               PIC X(132).
000730 SD  SORT-WORK.
000740 01  SORT-RECORD.
000750     05  SRT-SOURCE-CODE         PIC X(01).
000760     05  SRT-KEY                 PIC X(10).
000770     05  SRT-AMOUNT-1            PIC S9(4)V99.
000780     05  SRT-AMOUNT-2            PIC S9(4)V99.
000790     05  SRT-CURRENCY-CODE       PIC X(03).
000800     05  SRT-TYPE-CODE           PIC X(01).
000810 WORKING-STORAGE SECTION.
000820 01  WS-SWITCHES.
000830     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000840         88  WS-EOF                        VALUE 'Y'.
000850     05  WS-SORT-EOF-SWITCH      PIC X(01) VALUE 'N'.
000860         88  WS-SORT-EOF                   VALUE 'Y'.
000870     05  WS-IO-ERROR-SWITCH      PIC X(01) VALUE 'N'.
000880         88  WS-IO-ERROR                   VALUE 'Y'.
000890*    SET WHEN THE HISTORY OPENED - WITH NO HISTORY THE PRIOR
000900*    DATE IS SIMPLY NOT SHOWN.
000910     05  WS-HISTORY-OPEN-SWITCH  PIC X(01) VALUE 'N'.
000920         88  WS-HISTORY-OPEN               VALUE 'Y'.
000930 01  WS-HISTORY-STATUS           PIC X(02) VALUE '00'.
000940 01  WS-BUSDATE-STATUS           PIC X(02) VALUE '00'.
000950 01  WS-CYCLE                    PIC 9(01) VALUE 1.
000960 01  WS-RESEND-REASON            PIC X(04) VALUE '0010'.
000970 01  WS-PREV-SOURCE-CODE         PIC X(01) VALUE LOW-VALUES.
000980 01  WS-ACCUMULATORS.
000990     05  WS-REJECTS-READ         PIC 9(07) COMP-3 VALUE ZERO.
001000     05  WS-RESENDS-SELECTED     PIC 9(07) COMP-3 VALUE ZERO.
001010     05  WS-RESENDS-NOT-FOUND    PIC 9(07) COMP-3 VALUE ZERO.
001020     05  WS-REGION-COUNT         PIC 9(07) COMP-3 VALUE ZERO.
001030     05  WS-REGION-AMOUNT-1      PIC S9(09)V99 COMP-3 VALUE ZERO.
001040     05  WS-REGION-AMOUNT-2      PIC S9(09)V99 COMP-3 VALUE ZERO.
001050     05  WS-REGIONS-LISTED       PIC 9(03) COMP-3 VALUE ZERO.
001060 01  WS-PAGE-CONTROLS.
001070     05  WS-LINES-PER-PAGE      PIC 9(03)      COMP-3 VALUE 55.
001080     05  WS-LINE-COUNT          PIC 9(03)      COMP-3 VALUE 999.
001090     05  WS-PAGE-NUMBER         PIC 9(05)      COMP-3 VALUE ZERO.
001100 01  WS-PRINT-AREA              PIC X(132)     VALUE SPACES.
001110 01  WS-DATE-FIELDS.
001120     05  WS-CURRENT-DATE.
001130         10  WS-CURRENT-YY       PIC 9(02).
001140         10  WS-CURRENT-MM       PIC 9(02).
001150         10  WS-CURRENT-DD       PIC 9(02).
001160 01  WS-REPORT-LINES.
001170     05  WS-HEADING-LINE-1.
001180         10  FILLER              PIC X(35) VALUE SPACES.
001190         10  FILLER              PIC X(36)
001200             VALUE 'SUSPECTED RE-SEND REPORT BY REGION'.
001210         10  FILLER              PIC X(06) VALUE 'PAGE: '.
001220         10  WS-HDG-PAGE         PIC ZZZZ9.
001230     05  WS-HEADING-LINE-2.
001240         10  FILLER              PIC X(15)
001250            VALUE 'BUSINESS DATE: '.
001260         10  WS-HDG-MM           PIC 99.
001270         10  FILLER              PIC X(01) VALUE '/'.
001280         10  WS-HDG-DD           PIC 99.
001290         10  FILLER              PIC X(01) VALUE '/'.
001300         10  WS-HDG-YY           PIC 99.
001310         10  FILLER              PIC X(09) VALUE '  CYCLE: '.
001320         10  WS-HDG-CYCLE        PIC 9(01).
001330     05  WS-HEADING-LINE-3.
001340         10  FILLER              PIC X(08) VALUE 'REGION'.
001350         10  FILLER              PIC X(13) VALUE 'TRANS KEY'.
001360         10  FILLER              PIC X(11) VALUE '   AMOUNT-1'.
001370         10  FILLER              PIC X(11) VALUE '   AMOUNT-2'.
001380         10  FILLER              PIC X(06) VALUE '  CUR'.
001390         10  FILLER              PIC X(06) VALUE 'TYPE'.
001400         10  FILLER              PIC X(30)
001410             VALUE 'FIRST PROCESSED (DATE/CYCLE)'.
001420     05  WS-DETAIL-LINE.
001430         10  FILLER              PIC X(03) VALUE SPACES.
001440         10  WS-DTL-REGION       PIC X(01).
001450         10  FILLER              PIC X(04) VALUE SPACES.
001460         10  WS-DTL-KEY          PIC X(10).
001470         10  FILLER              PIC X(03) VALUE SPACES.
001480         10  WS-DTL-AMOUNT-1     PIC -(4)9.99.
001490         10  FILLER              PIC X(03) VALUE SPACES.
001500         10  WS-DTL-AMOUNT-2     PIC -(4)9.99.
001510         10  FILLER              PIC X(03) VALUE SPACES.
001520         10  WS-DTL-CURRENCY     PIC X(03).
001530         10  FILLER              PIC X(04) VALUE SPACES.
001540         10  WS-DTL-TYPE         PIC X(01).
001550         10  FILLER              PIC X(05) VALUE SPACES.
001560         10  WS-DTL-PRIOR        PIC X(30).
001570     05  WS-PRIOR-TEXT.
001580         10  WS-PRI-DATE         PIC 9(06).
001590         10  FILLER              PIC X(09) VALUE '  CYCLE  '.
001600         10  WS-PRI-CYCLE        PIC 9(01).
001610     05  WS-REGION-TOTAL-LINE.
001620         10  FILLER              PIC X(07) VALUE 'REGION '.
001630         10  WS-RGT-REGION       PIC X(01).
001640         10  FILLER              PIC X(21)
001650             VALUE ' SUSPECTED RE-SENDS: '.
001660         10  WS-RGT-COUNT        PIC ZZZ,ZZ9.
001670         10  FILLER              PIC X(13) VALUE '   AMOUNT-1: '.
001680         10  WS-RGT-AMOUNT-1     PIC -(9)9.99.
001690         10  FILLER              PIC X(13) VALUE '   AMOUNT-2: '.
001700         10  WS-RGT-AMOUNT-2     PIC -(9)9.99.
001710     05  WS-TOTAL-LINE-1.
001720         10  FILLER              PIC X(28)
001730             VALUE 'REJECT RECORDS READ       : '.
001740         10  WS-TOT-READ         PIC ZZZ,ZZ9.
001750     05  WS-TOTAL-LINE-2.
001760         10  FILLER              PIC X(28)
001770             VALUE 'SUSPECTED RE-SENDS        : '.
001780         10  WS-TOT-SELECTED     PIC ZZZ,ZZ9.
001790     05  WS-TOTAL-LINE-3.
001800         10  FILLER              PIC X(28)
001810             VALUE 'REGIONS AFFECTED          : '.
001820         10  WS-TOT-REGIONS      PIC ZZ9.
001830     05  WS-TOTAL-LINE-4.
001840         10  FILLER              PIC X(28)
001850             VALUE 'NO LONGER ON HISTORY      : '.
001860         10  WS-TOT-NOT-FOUND    PIC ZZZ,ZZ9.
001870     05  WS-NONE-LINE.
001880         10  FILLER              PIC X(40)
001890             VALUE 'NO SUSPECTED RE-SENDS FOR THIS CYCLE'.
001900     05  WS-ERROR-LINE.
001910         10  FILLER              PIC X(28)
001920             VALUE 'TRANSACTION HISTORY ERROR - '.
001930         10  FILLER              PIC X(04) VALUE 'KEY '.
001940         10  WS-ERR-KEY          PIC X(24).
001950         10  FILLER              PIC X(09) VALUE '  STATUS '.
001960         10  WS-ERR-STATUS       PIC X(02).
001970 PROCEDURE DIVISION.
001980 0000-MAINLINE.
001990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002000     SORT SORT-WORK
002010         ON ASCENDING KEY SRT-SOURCE-CODE SRT-KEY
002020         INPUT PROCEDURE IS 2000-SELECT-PASS THRU 2000-EXIT
002030         OUTPUT PROCEDURE IS 3000-REPORT-PASS THRU 3000-EXIT.
002040     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002050     STOP RUN.
002060*----------------------------------------------------------------
002070* 1000-INITIALIZE - TAKE THE BUSINESS DATE AND CYCLE, OPEN THE
002080*               FILES.  THE HISTORY IS OPTIONAL: A NIGHT WITH NO
002090*               HISTORY HAS NO REASON 0010 REJECTS TO LOOK UP.
002100*----------------------------------------------------------------
002110 1000-INITIALIZE.
002120     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
002130     OPEN INPUT REJECT-FILE.
002140     OPEN OUTPUT RESEND-REPORT.
002150     OPEN INPUT TRANS-HISTORY.
002152     IF WS-HISTORY-STATUS = '05'
002154         CLOSE TRANS-HISTORY
002156     END-IF.
002160     IF WS-HISTORY-STATUS = '00'
002170         SET WS-HISTORY-OPEN TO TRUE
002180     END-IF.
002190     GO TO 1000-EXIT.
002200 1000-EXIT.
002210     EXIT.
002220*----------------------------------------------------------------
002230* 1050-GET-BUSINESS-DATE - TAKE THE HEADING DATE AND CYCLE FROM
002240*               THE BUSDATE FILE STEP003 WROTE, FALLING BACK TO
002250*               THE SYSTEM DATE AND CYCLE 1
002260*----------------------------------------------------------------
002270 1050-GET-BUSINESS-DATE.
002280     ACCEPT WS-CURRENT-DATE FROM DATE.
002290     OPEN INPUT BUSINESS-DATE-FILE.
002300     IF WS-BUSDATE-STATUS = '00'
002310         READ BUSINESS-DATE-FILE
002320             AT END
002330                 CONTINUE
002340             NOT AT END
002350                 IF BUS-DATE IS NUMERIC AND BUS-DATE > ZERO
002360                     MOVE BUS-DATE TO WS-CURRENT-DATE
002370                 END-IF
002380                 IF BUS-CYCLE IS NUMERIC AND BUS-CYCLE > ZERO
002390                     MOVE BUS-CYCLE TO WS-CYCLE
002400                 END-IF
002410         END-READ
002420         CLOSE BUSINESS-DATE-FILE
002430     END-IF.
002440     GO TO 1050-EXIT.
002450 1050-EXIT.
002460     EXIT.
002470*----------------------------------------------------------------
002480* 1200-WRITE-HEADINGS - WRITE THE TITLE, BUSINESS-DATE, AND
002490*               COLUMN HEADINGS AT THE TOP OF EACH PAGE
002500*----------------------------------------------------------------
002510 1200-WRITE-HEADINGS.
002520     ADD 1 TO WS-PAGE-NUMBER.
002530     MOVE WS-CURRENT-MM TO WS-HDG-MM.
002540     MOVE WS-CURRENT-DD TO WS-HDG-DD.
002550     MOVE WS-CURRENT-YY TO WS-HDG-YY.
002560     MOVE WS-CYCLE TO WS-HDG-CYCLE.
002570     MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE.
002580     WRITE REPORT-RECORD FROM WS-HEADING-LINE-1.
002590     WRITE REPORT-RECORD FROM WS-HEADING-LINE-2.
002600     MOVE SPACES TO REPORT-RECORD.
002610     WRITE REPORT-RECORD.
002620     WRITE REPORT-RECORD FROM WS-HEADING-LINE-3.
002630     MOVE 4 TO WS-LINE-COUNT.
002640     GO TO 1200-EXIT.
002650 1200-EXIT.
002660     EXIT.
002670*----------------------------------------------------------------
002680* 2000-SELECT-PASS - SORT INPUT PROCEDURE.  READS THE NIGHT'S
002690*               REJECTS AND RELEASES THE SUSPECTED RE-SENDS
002700*----------------------------------------------------------------
002710 2000-SELECT-PASS.
002720     PERFORM 2100-READ-REJECT THRU 2100-EXIT.
002730     PERFORM 2200-SELECT-REJECT THRU 2200-EXIT
002740         UNTIL WS-EOF.
002750     GO TO 2000-EXIT.
002760 2000-EXIT.
002770     EXIT.
002780*----------------------------------------------------------------
002790* 2100-READ-REJECT - READ THE NEXT REJECT RECORD
002800*----------------------------------------------------------------
002810 2100-READ-REJECT.
002820     READ REJECT-FILE
002830         AT END
002840             SET WS-EOF TO TRUE
002850             GO TO 2100-EXIT
002860     END-READ.
002870     ADD 1 TO WS-REJECTS-READ.
002880     GO TO 2100-EXIT.
002890 2100-EXIT.
002900     EXIT.
002910*----------------------------------------------------------------
002920* 2200-SELECT-REJECT - RELEASE A REASON 0010 REJECT TO THE SORT
002930*----------------------------------------------------------------
002940 2200-SELECT-REJECT.
002950     IF REJ-REASON-CODE = WS-RESEND-REASON
002960         ADD 1 TO WS-RESENDS-SELECTED
002970         MOVE REJ-SOURCE-CODE   TO SRT-SOURCE-CODE
002980         MOVE REJ-KEY           TO SRT-KEY
002990         MOVE REJ-AMOUNT-1      TO SRT-AMOUNT-1
003000         MOVE REJ-AMOUNT-2      TO SRT-AMOUNT-2
003010         MOVE REJ-CURRENCY-CODE TO SRT-CURRENCY-CODE
003020         MOVE REJ-TYPE-CODE     TO SRT-TYPE-CODE
003030         RELEASE SORT-RECORD
003040     END-IF.
003050     PERFORM 2100-READ-REJECT THRU 2100-EXIT.
003060     GO TO 2200-EXIT.
003070 2200-EXIT.
003080     EXIT.
003090*----------------------------------------------------------------
003100* 2900-WRITE-REPORT-LINE - COMMON REPORT WRITER.  THROWS A NEW
003110*               PAGE WITH HEADINGS WHEN THE CURRENT PAGE IS
003120*               FULL, THEN WRITES THE LINE IN WS-PRINT-AREA
003130*----------------------------------------------------------------
003140 2900-WRITE-REPORT-LINE.
003150     IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
003160         PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT
003170     END-IF.
003180     WRITE REPORT-RECORD FROM WS-PRINT-AREA.
003190     ADD 1 TO WS-LINE-COUNT.
003200     GO TO 2900-EXIT.
003210 2900-EXIT.
003220     EXIT.
003230*----------------------------------------------------------------
003240* 3000-REPORT-PASS - SORT OUTPUT PROCEDURE.  RETURNS THE
003250*               SUSPECTED RE-SENDS IN REGION AND KEY ORDER AND
003260*               LISTS THEM WITH A TOTAL AT EACH REGION BREAK
003270*----------------------------------------------------------------
003280 3000-REPORT-PASS.
003290     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT.
003300     PERFORM 3200-LIST-RESEND THRU 3200-EXIT
003310         UNTIL WS-SORT-EOF OR WS-IO-ERROR.
003320     IF WS-RESENDS-SELECTED > ZERO
003330         PERFORM 3300-REGION-BREAK THRU 3300-EXIT
003340     END-IF.
003350     GO TO 3000-EXIT.
003360 3000-EXIT.
003370     EXIT.
003380*----------------------------------------------------------------
003390* 3100-RETURN-SORTED - RETURN THE NEXT SORTED RE-SEND
003400*----------------------------------------------------------------
003410 3100-RETURN-SORTED.
003420     RETURN SORT-WORK
003430         AT END
003440             SET WS-SORT-EOF TO TRUE
003450     END-RETURN.
003460     GO TO 3100-EXIT.
003470 3100-EXIT.
003480     EXIT.
003490*----------------------------------------------------------------
003500* 3200-LIST-RESEND - BREAK ON A CHANGE OF REGION, LOOK THE
003510*               ENTRY UP ON THE HISTORY FOR THE DATE AND CYCLE
003520*               IT WAS FIRST PROCESSED UNDER, AND LIST IT
003530*----------------------------------------------------------------
003540 3200-LIST-RESEND.
003550     IF SRT-SOURCE-CODE NOT = WS-PREV-SOURCE-CODE
003560         IF WS-PREV-SOURCE-CODE NOT = LOW-VALUES
003570             PERFORM 3300-REGION-BREAK THRU 3300-EXIT
003580         END-IF
003590         MOVE SRT-SOURCE-CODE TO WS-PREV-SOURCE-CODE
003600         ADD 1 TO WS-REGIONS-LISTED
003610     END-IF.
003620     MOVE SPACES TO WS-DTL-PRIOR.
003630     IF WS-HISTORY-OPEN
003640         PERFORM 3250-LOOKUP-HISTORY THRU 3250-EXIT
003650         IF WS-IO-ERROR
003660             GO TO 3200-EXIT
003670         END-IF
003680     END-IF.
003690     MOVE SRT-SOURCE-CODE   TO WS-DTL-REGION.
003700     MOVE SRT-KEY           TO WS-DTL-KEY.
003710     MOVE SRT-AMOUNT-1      TO WS-DTL-AMOUNT-1.
003720     MOVE SRT-AMOUNT-2      TO WS-DTL-AMOUNT-2.
003730     MOVE SRT-CURRENCY-CODE TO WS-DTL-CURRENCY.
003740     MOVE SRT-TYPE-CODE     TO WS-DTL-TYPE.
003750     MOVE WS-DETAIL-LINE    TO WS-PRINT-AREA.
003760     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
003770     ADD 1 TO WS-REGION-COUNT.
003780     ADD SRT-AMOUNT-1 TO WS-REGION-AMOUNT-1.
003790     ADD SRT-AMOUNT-2 TO WS-REGION-AMOUNT-2.
003800     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT.
003810     GO TO 3200-EXIT.
003820 3200-EXIT.
003830     EXIT.
003840*----------------------------------------------------------------
003850* 3250-LOOKUP-HISTORY - READ THE HISTORY ENTRY THE RE-SEND
003860*               COLLIDED WITH.  NOT FOUND MEANS THE ENTRY HAS
003870*               SINCE BEEN PURGED OR BACKED OUT.
003880*----------------------------------------------------------------
003890 3250-LOOKUP-HISTORY.
003900     MOVE SRT-KEY           TO HST-TRANS-KEY.
003910     MOVE SRT-SOURCE-CODE   TO HST-SOURCE-CODE.
003920     MOVE SRT-AMOUNT-1      TO HST-AMOUNT-1.
003930     MOVE SRT-AMOUNT-2      TO HST-AMOUNT-2.
003940     MOVE SRT-TYPE-CODE     TO HST-TYPE-CODE.
003950     READ TRANS-HISTORY.
003960     EVALUATE WS-HISTORY-STATUS
003970         WHEN '00'
003980             MOVE HST-BUSINESS-DATE TO WS-PRI-DATE
003990             MOVE HST-CYCLE         TO WS-PRI-CYCLE
004000             MOVE WS-PRIOR-TEXT     TO WS-DTL-PRIOR
004010         WHEN '23'
004020             ADD 1 TO WS-RESENDS-NOT-FOUND
004030             MOVE 'NO LONGER ON HISTORY' TO WS-DTL-PRIOR
004040         WHEN OTHER
004050             MOVE WS-HISTORY-STATUS TO WS-ERR-STATUS
004060             MOVE HST-KEY TO WS-ERR-KEY
004070             PERFORM 8000-HISTORY-ERROR THRU 8000-EXIT
004080     END-EVALUATE.
004090     GO TO 3250-EXIT.
004100 3250-EXIT.
004110     EXIT.
004120*----------------------------------------------------------------
004130* 3300-REGION-BREAK - PRINT THE REGION'S COUNT AND AMOUNT
004140*               TOTALS AND RESET THEM FOR THE NEXT REGION
004150*----------------------------------------------------------------
004160 3300-REGION-BREAK.
004170     MOVE WS-PREV-SOURCE-CODE TO WS-RGT-REGION.
004180     MOVE WS-REGION-COUNT     TO WS-RGT-COUNT.
004190     MOVE WS-REGION-AMOUNT-1  TO WS-RGT-AMOUNT-1.
004200     MOVE WS-REGION-AMOUNT-2  TO WS-RGT-AMOUNT-2.
004210     MOVE SPACES TO WS-PRINT-AREA.
004220     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
004230     MOVE WS-REGION-TOTAL-LINE TO WS-PRINT-AREA.
004240     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
004250     MOVE SPACES TO WS-PRINT-AREA.
004260     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
004270     MOVE ZERO TO WS-REGION-COUNT.
004280     MOVE ZERO TO WS-REGION-AMOUNT-1.
004290     MOVE ZERO TO WS-REGION-AMOUNT-2.
004300     GO TO 3300-EXIT.
004310 3300-EXIT.
004320     EXIT.
004330*----------------------------------------------------------------
004340* 8000-HISTORY-ERROR - REPORT A HISTORY READ FAILURE AND FLAG
004350*               THE RUN SO IT STOPS AND ENDS RC 16
004360*----------------------------------------------------------------
004370 8000-HISTORY-ERROR.
004380     MOVE WS-ERROR-LINE TO WS-PRINT-AREA.
004390     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
004400     SET WS-IO-ERROR TO TRUE.
004410     GO TO 8000-EXIT.
004420 8000-EXIT.
004430     EXIT.
004440*----------------------------------------------------------------
004450* 9000-TERMINATE - WRITE THE TOTALS, CLOSE THE FILES, AND SET
004460*               THE RETURN CODE.  RC 4 = SUSPECTED RE-SENDS
004470*               LISTED (CALL THE DATA PROVIDER); RC 16 = THE
004480*               HISTORY COULD NOT BE READ.
004490*----------------------------------------------------------------
004500 9000-TERMINATE.
004510     IF WS-RESENDS-SELECTED = ZERO
004520         MOVE WS-NONE-LINE TO WS-PRINT-AREA
004530         PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
004540         MOVE SPACES TO WS-PRINT-AREA
004550         PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
004560     END-IF.
004570     MOVE WS-REJECTS-READ     TO WS-TOT-READ.
004580     MOVE WS-TOTAL-LINE-1     TO WS-PRINT-AREA.
004590     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
004600     MOVE WS-RESENDS-SELECTED TO WS-TOT-SELECTED.
004610     MOVE WS-TOTAL-LINE-2     TO WS-PRINT-AREA.
004620     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
004630     MOVE WS-REGIONS-LISTED   TO WS-TOT-REGIONS.
004640     MOVE WS-TOTAL-LINE-3     TO WS-PRINT-AREA.
004650     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
004660     MOVE WS-RESENDS-NOT-FOUND TO WS-TOT-NOT-FOUND.
004670     MOVE WS-TOTAL-LINE-4     TO WS-PRINT-AREA.
004680     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
004690     CLOSE REJECT-FILE.
004700     IF WS-HISTORY-OPEN
004710         CLOSE TRANS-HISTORY
004720     END-IF.
004730     CLOSE RESEND-REPORT.
004740     IF WS-IO-ERROR
004750         MOVE 16 TO RETURN-CODE
004760     ELSE
004770         IF WS-RESENDS-SELECTED > ZERO
004780             MOVE 4 TO RETURN-CODE
004790         END-IF
004800     END-IF.
004810     GO TO 9000-EXIT.
004820 9000-EXIT.
004830     EXIT.
