002368*               EVERY OTHER STEP USES, AND STAMP THE EDIT
002370*               COMPLETION FLAG ON THE REGISTER RECORD AT END
002372*               OF A CLEAN EDIT.
002374* 10/15/26 RJT  SUPPLEMENTARY LATE-FEED CYCLES.  A ONE-CARD
002376*               REGION PARAMETER (EDTPARM) NAMES THE REGION
002378*               THE STEP EDITS; WHEN THE BUSINESS-DATE FILE
002380*               SAYS THAT REGION DOES NOT RUN IN THIS CYCLE
002382*               (HELD FOR A LATER CYCLE, OR ALREADY IN) THE
002384*               EXTRACT IS NOT OPENED, AN EMPTY CLEAN FILE IS
002386*               HANDED ON, AND THE STEP ENDS RC 0.  THE CYCLE
002388*               IS SHOWN ON THE HEADING, CARRIED ON THE STEP
002390*               CONTROL RECORD, AND KEYS THE REGISTER STAMP.
002400*----------------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
003360     SELECT OPTIONAL RUN-REGISTER ASSIGN TO RUNREG
003370         ORGANIZATION IS INDEXED
003380         ACCESS MODE IS RANDOM
003390         RECORD KEY IS REG-KEY
003392         FILE STATUS IS WS-REGISTER-STATUS.
003394     SELECT OPTIONAL EDIT-PARM-FILE ASSIGN TO EDTPARM
003396         ORGANIZATION IS LINE SEQUENTIAL
003398         FILE STATUS IS WS-EDTPARM-STATUS.
003400     SELECT SORT-WORK ASSIGN TO SORTWK01.
003500 DATA DIVISION.
003600 FILE SECTION.
005960     05  BAL-RECORDS-IN          PIC 9(07).
005970     05  BAL-RECORDS-OUT         PIC 9(07).
005980     05  BAL-AMOUNT-TOTAL        PIC S9(09)V99.
005981     05  BAL-CYCLE               PIC 9(01).
005982 FD  BUSINESS-DATE-FILE
005983     RECORDING MODE IS F.
005984 01  BUSINESS-DATE-RECORD.
005985     05  BUS-DATE                PIC 9(06).
005986     05  BUS-CYCLE               PIC 9(01).
005987     05  BUS-REGION-RUN          PIC X(01) OCCURS 3 TIMES.
005988     05  FILLER                  PIC X(70).
005989 FD  RUN-REGISTER
005990     RECORD CONTAINS 50 CHARACTERS.
005991 01  REGISTER-RECORD.
005992     05  REG-KEY.
005993         10  REG-BUSINESS-DATE   PIC 9(06).
005994         10  REG-CYCLE           PIC 9(01).
005995     05  REG-STATUS              PIC X(01).
005996     05  REG-EDIT-DONE           PIC X(01).
005997     05  REG-MERGE-DONE          PIC X(01).
005998     05  REG-MAIN-DONE           PIC X(01).
005999     05  REG-POST-DONE           PIC X(01).
006000     05  REG-OPENED-TIME         PIC 9(08).
006001     05  REG-CLOSED-TIME         PIC 9(08).
006002     05  FILLER                  PIC X(22).
006003 FD  EDIT-PARM-FILE
006004     RECORDING MODE IS F.
006005 01  EDIT-PARM-RECORD.
006006     05  EDT-REGION              PIC X(01).
006007     05  FILLER                  PIC X(79).
006008 SD  SORT-WORK.
006100 01  SORT-RECORD.
006200     05  SRT-KEY                 PIC X(10).
006300     05  FILLER                  PIC X(53).
007300         88  WS-HEADER-SEEN                VALUE 'Y'.
007400     05  WS-TRAILER-SEEN-SWITCH  PIC X(01) VALUE 'N'.
007500         88  WS-TRAILER-SEEN               VALUE 'Y'.
007510     05  WS-REGION-RUN-SWITCH    PIC X(01) VALUE 'Y'.
007520         88  WS-REGION-RUNS                VALUE 'Y'.
007530         88  WS-REGION-NOT-IN-CYCLE        VALUE 'N'.
007600 01  WS-HEADER-FIELDS.
007700     05  WS-HDR-BUS-DATE         PIC 9(06) VALUE ZERO.
007800     05  WS-HDR-SOURCE-SYSTEM    PIC X(08) VALUE SPACES.
008900 01  WS-PREV-KEY                 PIC X(10) VALUE LOW-VALUES.
008910 01  WS-BUSDATE-STATUS           PIC X(02) VALUE '00'.
008920 01  WS-REGISTER-STATUS          PIC X(02) VALUE '00'.
008930 01  WS-EDTPARM-STATUS           PIC X(02) VALUE '00'.
008940 01  WS-CYCLE                    PIC 9(01) VALUE 1.
008950 01  WS-REGION                   PIC 9(01) VALUE ZERO.
009000 01  WS-DATE-FIELDS.
009100     05  WS-CURRENT-DATE.
009200         10  WS-CURRENT-YY       PIC 9(02).
010400         10  WS-HDG-DD           PIC 99.
010500         10  FILLER              PIC X(01) VALUE '/'.
010600         10  WS-HDG-YY           PIC 99.
010610         10  FILLER              PIC X(09) VALUE '  CYCLE: '.
010620         10  WS-HDG-CYCLE        PIC 9(01).
010630         10  FILLER              PIC X(10) VALUE '  REGION: '.
010640         10  WS-HDG-REGION       PIC X(01).
010700     05  WS-SOURCE-LINE.
010800         10  FILLER              PIC X(15)
010900             VALUE 'SOURCE SYSTEM: '.
014900     05  WS-VERDICT-LINE.
015000         10  FILLER              PIC X(09) VALUE 'VERDICT: '.
015100         10  WS-VERDICT-TEXT     PIC X(40).
015110     05  WS-HELD-LINE.
015120         10  FILLER              PIC X(07) VALUE 'REGION '.
015130         10  WS-HLD-REGION       PIC 9(01).
015140         10  FILLER              PIC X(42)
015150             VALUE ' DOES NOT RUN IN THIS CYCLE - EXTRACT NOT'.
015160         10  FILLER              PIC X(33)
015170             VALUE ' READ, EMPTY CLEAN FILE HANDED ON'.
015200 PROCEDURE DIVISION.
015300 0000-MAINLINE.
015400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015410     IF WS-REGION-RUNS
015420         SORT SORT-WORK
015430             ON ASCENDING KEY SRT-KEY
015440             INPUT PROCEDURE IS 2000-EDIT-PASS THRU 2000-EXIT
015450             OUTPUT PROCEDURE IS 3000-OUTPUT-PASS THRU 3000-EXIT
015460     END-IF.
015900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016000     STOP RUN.
016100*----------------------------------------------------------------
016110* 1000-INITIALIZE - OPEN THE FILES AND WRITE THE REPORT HEADING.
016120*               THE EXTRACT IS NOT OPENED WHEN THE REGION DOES
016130*               NOT RUN IN THIS CYCLE - A HELD REGION'S FEED
016140*               MAY NOT EVEN BE THERE YET.
016300*----------------------------------------------------------------
016400 1000-INITIALIZE.
016600     OPEN OUTPUT CLEAN-FILE.
016700     OPEN OUTPUT EDIT-REPORT.
016800     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
016900     MOVE WS-CURRENT-MM TO WS-HDG-MM.
017000     MOVE WS-CURRENT-DD TO WS-HDG-DD.
017100     MOVE WS-CURRENT-YY TO WS-HDG-YY.
017110     MOVE WS-CYCLE      TO WS-HDG-CYCLE.
017200     WRITE REPORT-RECORD FROM WS-HEADING-LINE-1.
017300     WRITE REPORT-RECORD FROM WS-HEADING-LINE-2.
017400     MOVE SPACES TO REPORT-RECORD.
017500     WRITE REPORT-RECORD.
017510     IF WS-REGION-NOT-IN-CYCLE
017520         MOVE WS-REGION TO WS-HLD-REGION
017530         WRITE REPORT-RECORD FROM WS-HELD-LINE
017540         GO TO 1000-EXIT
017550     END-IF.
017560     OPEN INPUT EXTRACT-FILE.
017600     GO TO 1000-EXIT.
017700 1000-EXIT.
017800     EXIT.
017840*               IT TO THE BUSINESS-DATE FILE; EVERY STEP READS
017850*               THAT ONE DATE SO A JOB STRADDLING MIDNIGHT
017860*               CANNOT STAMP TWO DATES.  WITHOUT THE FILE THE
017864*               SYSTEM CLOCK IS USED AS BEFORE.  THE FILE ALSO
017868*               GIVES THE CYCLE AND WHETHER THE REGION NAMED ON
017872*               THE EDTPARM CARD RUNS IN IT.  WITH NO CARD (OR
017876*               NO REGION ON IT) THE EDIT ALWAYS RUNS.
017880*----------------------------------------------------------------
017881 1050-GET-BUSINESS-DATE.
017882     ACCEPT WS-CURRENT-DATE FROM DATE.
017883     MOVE SPACE TO WS-HDG-REGION.
017884     OPEN INPUT EDIT-PARM-FILE.
017885     IF WS-EDTPARM-STATUS = '00'
017886         READ EDIT-PARM-FILE
017887             AT END
017888                 CONTINUE
017889             NOT AT END
017890                 IF EDT-REGION = '1' OR '2' OR '3'
017891                     MOVE EDT-REGION TO WS-REGION
017892                     MOVE EDT-REGION TO WS-HDG-REGION
017893                 END-IF
017894         END-READ
017895         CLOSE EDIT-PARM-FILE
017896     END-IF.
017897     OPEN INPUT BUSINESS-DATE-FILE.
017898     IF WS-BUSDATE-STATUS = '00'
017899         READ BUSINESS-DATE-FILE
017900             AT END
017901                 CONTINUE
017902             NOT AT END
017903                 IF BUS-DATE IS NUMERIC AND BUS-DATE > ZERO
017904                     MOVE BUS-DATE TO WS-CURRENT-DATE
017905                 END-IF
017906                 IF BUS-CYCLE IS NUMERIC AND BUS-CYCLE > ZERO
017907                     MOVE BUS-CYCLE TO WS-CYCLE
017908                 END-IF
017909                 IF WS-REGION > ZERO
017910                     AND BUS-REGION-RUN (WS-REGION) = 'N'
017911                     SET WS-REGION-NOT-IN-CYCLE TO TRUE
017912                 END-IF
017913         END-READ
017914         CLOSE BUSINESS-DATE-FILE
017915     END-IF.
017916     GO TO 1050-EXIT.
017917 1050-EXIT.
017918     EXIT.
017919*----------------------------------------------------------------
018000* 2000-EDIT-PASS - SORT INPUT PROCEDURE.  READS THE RAW EXTRACT,
018100*               VERIFIES THE HEADER AND TRAILER, ACCUMULATES THE
018200*               DETAIL COUNT AND AMOUNT HASH, AND RELEASES THE
035500*----------------------------------------------------------------
035600* 9000-TERMINATE - WRITE THE VERDICT, CLOSE THE FILES, AND SET
035700*               THE RETURN CODE.  RC 16 STOPS THE MAIN STEP
035710*               FROM RUNNING AGAINST A BAD EXTRACT.  A REGION
035720*               NOT IN THIS CYCLE WRITES NO CONTROL RECORD AND
035730*               NO STAMP - THE EDIT DID NOT RUN.
035900*----------------------------------------------------------------
036000 9000-TERMINATE.
036010     IF WS-REGION-NOT-IN-CYCLE
036020         MOVE 'REGION NOT IN THIS CYCLE - EDIT BYPASSED'
036030                                    TO WS-VERDICT-TEXT
036040         WRITE REPORT-RECORD FROM WS-VERDICT-LINE
036050         CLOSE CLEAN-FILE
036060         CLOSE EDIT-REPORT
036070         GO TO 9000-EXIT
036080     END-IF.
036100     MOVE SPACES TO REPORT-RECORD.
036200     WRITE REPORT-RECORD.
036300     MOVE WS-DETAIL-COUNT TO WS-CNT-DETAIL.
039400     MOVE WS-DETAIL-COUNT TO BAL-RECORDS-IN.
039500     MOVE WS-CLEAN-COUNT  TO BAL-RECORDS-OUT.
039600     MOVE WS-HASH-TOTAL   TO BAL-AMOUNT-TOTAL.
039610     MOVE WS-CYCLE        TO BAL-CYCLE.
039700     WRITE BAL-RECORD.
039800     CLOSE BALANCE-FILE.
039900     GO TO 9300-EXIT.
040100     EXIT.
040200*----------------------------------------------------------------
040300* 9400-STAMP-REGISTER - STAMP THE EDIT COMPLETION FLAG ON THE
040400*               RUN-REGISTER RECORD FOR THE DATE AND CYCLE.  A
040500*               MISSING REGISTER OR AN UNREGISTERED DATE IS
040600*               LEFT ALONE - THE STAMP IS RESTART BOOKKEEPING,
040700*               NOT A GATE.
041200         GO TO 9400-EXIT
041300     END-IF.
041400     MOVE WS-CURRENT-DATE TO REG-BUSINESS-DATE.
041410     MOVE WS-CYCLE        TO REG-CYCLE.
041500     READ RUN-REGISTER.
041600     IF WS-REGISTER-STATUS = '00'
041700         MOVE 'Y' TO REG-EDIT-DONE
