001620*               IT.  THE SUMMARY ACCUMULATORS RIDE THE
001630*               CHECKPOINT (CKPTOUT GROWS TO LRECL 367) SO A
001640*               RESTART'S TRAILER STILL COVERS THE WHOLE DAY.
001641* 10/15/26 RJT  SUPPLEMENTARY LATE-FEED CYCLES.  THE CYCLE AND
001642*               THE REGIONS RUNNING IN IT COME FROM THE
001643*               BUSINESS-DATE FILE.  THE REPORT HEADING SHOWS
001644*               THE CYCLE, EVERY GL EXTRACT RECORD CARRIES IT
001645*               (GLXTOUT GROWS TO LRECL 24), AND A
001646*               SUPPLEMENTARY CYCLE'S AUDIT RECORDS CARRY RUN ID
001647*               TESTSUPN (N = CYCLE) IN PLACE OF TESTFILE.  THE
001648*               RECONCILIATION PASSES OVER A REGION NOT IN THIS
001649*               CYCLE - ITS CONTROL RECORD BELONGS TO THE CYCLE
001650*               THAT RUNS IT - UNLESS RECORDS FROM IT TURN UP.
001651*               THE CYCLE IS CARRIED ON THE STEP CONTROL RECORD
001652*               AND KEYS THE REGISTER STAMP.
001653* 10/15/26 RJT  CROSS-NIGHT DUPLICATE CHECK.  A RECORD WHOSE
001654*               KEY, SOURCE, ORIGINAL AMOUNTS, AND TYPE CODE ARE
001655*               ALREADY ON THE KEYED TRANSACTION HISTORY (LOADED
001656*               NIGHTLY BY HSTLOAD OVER THE RETENTION PERIOD) IS
001657*               REJECTED REASON 0010 AS A SUSPECTED RE-SEND.  A
001658*               REVERSAL CARRIES TYPE R IN THE HISTORY KEY, SO
001659*               IT PASSES AGAINST ITS ORIGINAL; ONLY THE SAME
001660*               REVERSAL SENT TWICE IS REJECTED.  THE CHECK IS
001661*               BYPASSED WHEN NO HISTORY IS SUPPLIED.
001662* 10/15/26 RJT  CHART-OF-ACCOUNTS MAPPING AND A BALANCED GL
001663*               JOURNAL.  EVERY TRANSACTION KEY MUST MAP, BY ITS
001664*               FULL KEY OR ELSE ITS FOUR-BYTE ACCOUNT PREFIX, ON
001665*               THE KEYED CHART-OF-ACCOUNTS MAP (SEE COAMNT) OR
001666*               THE RECORD REJECTS REASON 0011, THE SAME WAY AN
001667*               ACCOUNT MISSING FROM THE REFERENCE MASTER DOES.
001668*               EACH POSTING ALSO GOES TO THE NEW GL JOURNAL AS
001669*               A DEBIT LINE AND A CREDIT LINE - NATURAL ACCOUNT
001670*               AGAINST OFFSET ACCOUNT, SIDES SWAPPED FOR A
001671*               NEGATIVE RESULT - BETWEEN A HEADER AND A TRAILER
001672*               CARRYING THE LINE COUNT AND THE DEBIT AND CREDIT
001673*               TOTALS.  THE REPORT PROVES DEBITS EQUAL CREDITS.
001674*               THE JOURNAL ACCUMULATORS RIDE THE CHECKPOINT
001675*               (CKPTOUT GROWS TO LRECL 396).  THE MAP CHECK IS
001676*               BYPASSED WHEN NO MAP IS SUPPLIED; THE JOURNAL
001677*               LINES THEN GO OUT WITHOUT GL CODING.
001678* 10/15/26 RJT  THE ACCOUNT REFERENCE MASTER AND THE EXCHANGE
001679*               RATES ARE NOW KEYED FILES READ BY KEY FOR EACH
001680*               RECORD INSTEAD OF TABLES LOADED AT INITIALIZE
001681*               TIME, SO NEITHER HAS A LIMIT ANY MORE.  THE RATE
001682*               COMES FROM THE RATE MASTER (CURRENCY AND QUOTE
001683*               DATE) RATECHK LOADS EACH NIGHT; A CURRENCY ON THE
001684*               MASTER BUT NOT QUOTED FOR THE RUN DATE IS STILL
001685*               STALE (0006), ONE NEVER QUOTED STILL 0005.
001686*----------------------------------------------------------------
001687 ENVIRONMENT DIVISION.
001688 INPUT-OUTPUT SECTION.
001689 FILE-CONTROL.
001690     SELECT TRANSACTION-FILE ASSIGN TO TRANSIN
001700         ORGANIZATION IS LINE SEQUENTIAL.
001710     SELECT REPORT-FILE ASSIGN TO RPTOUT
001880         ORGANIZATION IS LINE SEQUENTIAL.
001890     SELECT GL-SUMMARY-FILE ASSIGN TO GLSMOUT
001900         ORGANIZATION IS LINE SEQUENTIAL.
001903     SELECT GL-JOURNAL-FILE ASSIGN TO GLJOUT
001906         ORGANIZATION IS LINE SEQUENTIAL.
001910     SELECT OPTIONAL RUN-STATS-FILE ASSIGN TO RUNSTATS
001920         ORGANIZATION IS LINE SEQUENTIAL.
001930     SELECT OPTIONAL BALANCE-FILE ASSIGN TO BALOUT
001980     SELECT OPTIONAL RUN-REGISTER ASSIGN TO RUNREG
001990         ORGANIZATION IS INDEXED
002000         ACCESS MODE IS RANDOM
002010         RECORD KEY IS REG-KEY
002020         FILE STATUS IS WS-REGISTER-STATUS.
002026     SELECT OPTIONAL RATE-MASTER ASSIGN TO RATEMST
002032         ORGANIZATION IS INDEXED
002038         ACCESS MODE IS DYNAMIC
002044         RECORD KEY IS RTM-KEY
002050         FILE STATUS IS WS-RATE-STATUS.
002056     SELECT OPTIONAL ACCOUNT-REF-FILE ASSIGN TO ACREFIN
002062         ORGANIZATION IS INDEXED
002068         ACCESS MODE IS RANDOM
002074         RECORD KEY IS AREF-KEY
002080         FILE STATUS IS WS-AREF-STATUS.
002081     SELECT OPTIONAL TRANS-HISTORY ASSIGN TO TRNHIST
002082         ORGANIZATION IS INDEXED
002083         ACCESS MODE IS RANDOM
002084         RECORD KEY IS HST-KEY
002085         FILE STATUS IS WS-HISTORY-STATUS.
002086     SELECT OPTIONAL CHART-MAP ASSIGN TO COAMAP
002087         ORGANIZATION IS INDEXED
002088         ACCESS MODE IS RANDOM
002089         RECORD KEY IS COA-KEY
002090         FILE STATUS IS WS-MAP-STATUS.
002091 DATA DIVISION.
002100 FILE SECTION.
002110 FD  TRANSACTION-FILE
002120     RECORDING MODE IS F.
002510     05  CKPT-OUT-LINE-COUNT     PIC 9(03).
002520     05  CKPT-OUT-SUMMARY-COUNT  PIC 9(07).
002530     05  CKPT-OUT-SUMMARY-NET    PIC S9(09)V99.
002532     05  CKPT-OUT-JRNL-COUNT     PIC 9(07).
002534     05  CKPT-OUT-JRNL-DEBITS    PIC S9(09)V99.
002536     05  CKPT-OUT-JRNL-CREDITS   PIC S9(09)V99.
002540     05  CKPT-OUT-SRC-ENTRY OCCURS 9 TIMES.
002550         10  CKPT-OUT-SRC-READ   PIC 9(07).
002560         10  CKPT-OUT-SRC-VALID  PIC 9(07).
002740     05  CKPT-IN-LINE-COUNT      PIC 9(03).
002750     05  CKPT-IN-SUMMARY-COUNT   PIC 9(07).
002760     05  CKPT-IN-SUMMARY-NET     PIC S9(09)V99.
002762     05  CKPT-IN-JRNL-COUNT      PIC 9(07).
002764     05  CKPT-IN-JRNL-DEBITS     PIC S9(09)V99.
002766     05  CKPT-IN-JRNL-CREDITS    PIC S9(09)V99.
002770     05  CKPT-IN-SRC-ENTRY OCCURS 9 TIMES.
002780         10  CKPT-IN-SRC-READ    PIC 9(07).
002790         10  CKPT-IN-SRC-VALID   PIC 9(07).
003190     05  GL-ACCOUNT-CODE         PIC X(10).
003200     05  GL-RUN-DATE             PIC 9(06).
003210     05  GL-AMOUNT               PIC S9(05)V99.
003215     05  GL-CYCLE                PIC 9(01).
003220 FD  GL-SUMMARY-FILE
003230     RECORDING MODE IS F.
003240 01  GL-SUMMARY-RECORD.
003270     05  GLS-RUN-DATE            PIC 9(06).
003280     05  GLS-AMOUNT              PIC S9(09)V99.
003290     05  GLS-RECORD-COUNT        PIC 9(07).
003291 FD  GL-JOURNAL-FILE
003292     RECORDING MODE IS F.
003293*    H = HEADER, D = ONE DEBIT OR CREDIT LINE, T = TRAILER.
003294*    EVERY POSTING WRITES ONE D LINE OF EACH SIDE, SO THE
003295*    TRAILER'S DEBIT AND CREDIT TOTALS MUST AGREE.
003296 01  GL-JOURNAL-RECORD.
003297     05  GLJ-RECORD-TYPE         PIC X(01).
003298     05  GLJ-RUN-DATE            PIC 9(06).
003299     05  GLJ-CYCLE               PIC 9(01).
003300     05  GLJ-DETAIL.
003301         10  GLJ-COMPANY         PIC X(04).
003302         10  GLJ-GL-ACCOUNT      PIC X(08).
003303         10  GLJ-COST-CENTER     PIC X(06).
003304         10  GLJ-DR-CR           PIC X(01).
003305         10  GLJ-AMOUNT          PIC 9(07)V99.
003306         10  GLJ-TRANS-KEY       PIC X(10).
003307         10  GLJ-SOURCE-CODE     PIC X(01).
003308     05  GLJ-HEADER REDEFINES GLJ-DETAIL.
003309         10  GLJ-HDR-RUN-ID      PIC X(08).
003310         10  FILLER              PIC X(31).
003311     05  GLJ-TRAILER REDEFINES GLJ-DETAIL.
003312         10  GLJ-LINE-COUNT      PIC 9(07).
003313         10  GLJ-DEBIT-TOTAL     PIC 9(09)V99.
003314         10  GLJ-CREDIT-TOTAL    PIC 9(09)V99.
003315         10  FILLER              PIC X(10).
003316 FD  RUN-STATS-FILE
003317     RECORDING MODE IS F.
003320 01  RUN-STATS-RECORD.
003330     05  RST-RUN-DATE            PIC 9(06).
003340     05  RST-START-TIME          PIC 9(08).
003470     05  BAL-RECORDS-IN          PIC 9(07).
003480     05  BAL-RECORDS-OUT         PIC 9(07).
003490     05  BAL-AMOUNT-TOTAL        PIC S9(09)V99.
003495     05  BAL-CYCLE               PIC 9(01).
003500 FD  BUSINESS-DATE-FILE
003510     RECORDING MODE IS F.
003520 01  BUSINESS-DATE-RECORD.
003530     05  BUS-DATE                PIC 9(06).
003535     05  BUS-CYCLE               PIC 9(01).
003540     05  BUS-REGION-RUN          PIC X(01) OCCURS 3 TIMES.
003545     05  FILLER                  PIC X(70).
003550 FD  RUN-REGISTER
003560     RECORD CONTAINS 50 CHARACTERS.
003570 01  REGISTER-RECORD.
003575     05  REG-KEY.
003580         10  REG-BUSINESS-DATE   PIC 9(06).
003585         10  REG-CYCLE           PIC 9(01).
003590     05  REG-STATUS              PIC X(01).
003600     05  REG-EDIT-DONE           PIC X(01).
003610     05  REG-MERGE-DONE          PIC X(01).
003630     05  REG-POST-DONE           PIC X(01).
003640     05  REG-OPENED-TIME         PIC 9(08).
003650     05  REG-CLOSED-TIME         PIC 9(08).
003656     05  FILLER                  PIC X(22).
003662 FD  RATE-MASTER
003668     RECORD CONTAINS 80 CHARACTERS.
003674 01  RATE-MASTER-RECORD.
003680     05  RTM-KEY.
003686         10  RTM-CURRENCY-CODE   PIC X(03).
003692         10  RTM-DATE            PIC 9(06).
003698     05  RTM-VALUE               PIC 9(3)V9(6).
003704     05  RTM-LOAD-STAMP.
003710         10  RTM-LOAD-DATE       PIC 9(06).
003716         10  RTM-LOAD-TIME       PIC 9(08).
003722     05  FILLER                  PIC X(48).
003740 FD  ACCOUNT-REF-FILE
003750     RECORD CONTAINS 80 CHARACTERS.
003760 01  ACCOUNT-REF-RECORD.
003770     05  AREF-KEY                PIC X(10).
003780     05  AREF-ACCT-STATUS        PIC X(01).
003790     05  AREF-OPEN-DATE          PIC 9(06).
003800     05  AREF-CLOSE-DATE         PIC 9(06).
003810     05  FILLER                  PIC X(57).
003811 FD  TRANS-HISTORY
003812     RECORD CONTAINS 40 CHARACTERS.
003813 01  TRANS-HISTORY-RECORD.
003814     05  HST-KEY.
003815         10  HST-TRANS-KEY       PIC X(10).
003816         10  HST-SOURCE-CODE     PIC X(01).
003817         10  HST-AMOUNT-1        PIC S9(4)V99.
003818         10  HST-AMOUNT-2        PIC S9(4)V99.
003819         10  HST-TYPE-CODE       PIC X(01).
003820     05  HST-BUSINESS-DATE       PIC 9(06).
003821     05  HST-CYCLE               PIC 9(01).
003822     05  HST-CURRENCY-CODE       PIC X(03).
003823     05  FILLER                  PIC X(06).
003824 FD  CHART-MAP
003825     RECORD CONTAINS 80 CHARACTERS.
003826 01  CHART-MAP-RECORD.
003827     05  COA-KEY.
003828         10  COA-KEY-ACCOUNT     PIC X(04).
003829         10  COA-KEY-SUFFIX      PIC X(06).
003830     05  COA-COMPANY             PIC X(04).
003831     05  COA-NATURAL-ACCOUNT     PIC X(08).
003832     05  COA-COST-CENTER         PIC X(06).
003833     05  COA-OFFSET-ACCOUNT      PIC X(08).
003834     05  COA-MAINT-DATE          PIC 9(06).
003835     05  FILLER                  PIC X(38).
003836 WORKING-STORAGE SECTION.
003837 01  WS-SWITCHES.
003840     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
003850         88  WS-EOF                        VALUE 'Y'.
003860         88  WS-NOT-EOF                    VALUE 'N'.
003980         88  WS-CTL-EOF                    VALUE 'Y'.
003990     05  WS-REJECT-LIMIT-SWITCH  PIC X(01) VALUE 'N'.
004000         88  WS-REJECT-LIMIT-HIT           VALUE 'Y'.
004001*    SET WHEN THE TRANSACTION HISTORY OPENED - WITHOUT IT THE
004002*    CROSS-NIGHT DUPLICATE CHECK IS BYPASSED.
004003     05  WS-HISTORY-OPEN-SWITCH  PIC X(01) VALUE 'N'.
004004         88  WS-HISTORY-OPEN               VALUE 'Y'.
004005*    SET WHEN THE CHART-OF-ACCOUNTS MAP OPENED - WITHOUT IT THE
004006*    MAPPING CHECK IS BYPASSED AND THE JOURNAL GOES OUT UNCODED.
004007     05  WS-MAP-OPEN-SWITCH      PIC X(01) VALUE 'N'.
004008         88  WS-MAP-OPEN                   VALUE 'Y'.
004010 01  WS-CKPT-RESTART-STATUS      PIC X(02) VALUE '00'.
004020 01  WS-PARM-STATUS              PIC X(02) VALUE '00'.
004030 01  WS-RATE-STATUS              PIC X(02) VALUE '00'.
004040 01  WS-AREF-STATUS              PIC X(02) VALUE '00'.
004050 01  WS-BUSDATE-STATUS           PIC X(02) VALUE '00'.
004060 01  WS-REGISTER-STATUS          PIC X(02) VALUE '00'.
004061 01  WS-HISTORY-STATUS           PIC X(02) VALUE '00'.
004062 01  WS-MAP-STATUS               PIC X(02) VALUE '00'.
004063 01  WS-CYCLE                    PIC 9(01) VALUE 1.
004064*    Y/N PER REGION (SOURCE 1-3) - WHETHER IT RUNS IN THIS CYCLE.
004065 01  WS-REGION-RUN-FLAGS         VALUE 'YYY'.
004066     05  WS-REGION-RUN           PIC X(01) OCCURS 3 TIMES.
004070 01  WS-MODE                     PIC X(01) VALUE 'S'.
004080     88  WS-MODE-SUM                       VALUE 'S'.
004090     88  WS-MODE-DIFFERENCE                VALUE 'D'.
004400*    THE SUMMARY TRAILER THE GL SIDE PROVES RECEIPT AGAINST.
004410     05  WS-SUMMARY-COUNT        PIC 9(07)     COMP-3 VALUE ZERO.
004420     05  WS-SUMMARY-NET          PIC S9(09)V99 COMP-3 VALUE ZERO.
004421*    RUNNING LINE COUNT AND DEBIT AND CREDIT TOTALS OF THE GL
004422*    JOURNAL, FOR THE TRAILER THAT PROVES THE JOURNAL BALANCES.
004423     05  WS-JRNL-COUNT           PIC 9(07)     COMP-3 VALUE ZERO.
004424     05  WS-JRNL-DEBITS          PIC S9(09)V99 COMP-3 VALUE ZERO.
004425     05  WS-JRNL-CREDITS         PIC S9(09)V99 COMP-3 VALUE ZERO.
004430*    ACCOUNT-LEVEL ACCUMULATORS FOR THE CONTROL BREAK ON THE
004440*    FOUR-BYTE ACCOUNT PREFIX OF TRANS-KEY.  WS-PREV-ACCOUNT
004450*    HOLDS LOW-VALUES UNTIL THE FIRST VALID RECORD SO THE FIRST
004480     05  WS-PREV-ACCOUNT        PIC X(04)      VALUE LOW-VALUES.
004490     05  WS-ACCT-RECORD-COUNT   PIC 9(07)      COMP-3 VALUE ZERO.
004500     05  WS-ACCT-VAR3-TOTAL     PIC S9(09)V99  COMP-3 VALUE ZERO.
004510*    THE DAILY EXCHANGE RATES, READ FROM THE RATE MASTER BY
004520*    CURRENCY AND RUN DATE.  A BLANK CURRENCY CODE ON THE
004530*    TRANSACTION IS THE BASE CURRENCY AND NEEDS NO RATE; EVERY
004540*    OTHER CODE MUST BE QUOTED FOR THE RUN DATE OR THE RECORD
004550*    REJECTS.
004630 01  WS-CONVERSION-FIELDS.
004640     05  WS-RATE-OPEN-SWITCH    PIC X(01)      VALUE 'N'.
004650         88  WS-RATE-OPEN                      VALUE 'Y'.
004660     05  WS-RATE-FOUND-SWITCH   PIC X(01)      VALUE 'N'.
004670         88  WS-RATE-FOUND                     VALUE 'Y'.
004680         88  WS-RATE-NOT-FOUND                 VALUE 'N'.
004682     05  WS-RATE-STALE-SWITCH   PIC X(01)      VALUE 'N'.
004684         88  WS-RATE-STALE                     VALUE 'Y'.
004686         88  WS-RATE-NOT-STALE                 VALUE 'N'.
004690     05  WS-CONV-AMT-1          PIC S9(7)V99   COMP-3 VALUE ZERO.
004700     05  WS-CONV-AMT-2          PIC S9(7)V99   COMP-3 VALUE ZERO.
004710*    THE OPERATIONS-MAINTAINED ACCOUNT REFERENCE MASTER (SEE
004720*    ACCTMNT), READ BY TRANSACTION KEY.  EVERY KEY MUST BE ON IT
004730*    AND OPEN FOR THE RUN DATE OR THE RECORD REJECTS (REASONS
004740*    0007/0008).  WHEN NO REFERENCE FILE IS SUPPLIED THE CHECK
004750*    IS BYPASSED, SO THE NIGHT STILL RUNS WHILE THE MASTER IS
004760*    BEING BUILT UP - ONCE A FILE IS NAMED, AN EMPTY ONE REJECTS
004770*    EVERYTHING, WHICH IS THE CORRECT READING OF A MASTER WITH
004780*    NO OPEN ACCOUNTS.
004900 01  WS-AREF-CONTROLS.
004905     05  WS-AREF-OPEN-SWITCH    PIC X(01)      VALUE 'N'.
004910         88  WS-AREF-OPEN                      VALUE 'Y'.
004915*    THE GL CODING 3400-CHECK-MAPPING FOUND FOR THE RECORD,
004920*    CARRIED TO ITS JOURNAL LINES.  SPACES WHEN NO MAP WAS
004925*    SUPPLIED.  THE JOURNAL AMOUNT IS THE UNSIGNED RESULT - THE
004930*    SIGN DECIDES WHICH SIDE EACH ACCOUNT IS POSTED TO.
004935 01  WS-JOURNAL-FIELDS.
004940     05  WS-GL-COMPANY          PIC X(04)      VALUE SPACES.
004945     05  WS-GL-NATURAL-ACCOUNT  PIC X(08)      VALUE SPACES.
004950     05  WS-GL-COST-CENTER      PIC X(06)      VALUE SPACES.
004955     05  WS-GL-OFFSET-ACCOUNT   PIC X(08)      VALUE SPACES.
004960     05  WS-JRNL-AMOUNT         PIC 9(07)V99   COMP-3 VALUE ZERO.
004965     05  WS-JRNL-NATURAL-SIDE   PIC X(01)      VALUE 'D'.
004970     05  WS-JRNL-OFFSET-SIDE    PIC X(01)      VALUE 'C'.
004980*    PER-SOURCE ACCUMULATORS AND CONTROL TOTALS, SUBSCRIPTED BY
004990*    THE SOURCE CODE DIGIT.  SOURCE 9 IS ALSO THE CATCH-ALL FOR
005000*    A RECORD WHOSE SOURCE CODE IS NOT A DIGIT OF 1-9, SO A
005250     05  WS-START-TIME           PIC 9(08) VALUE ZERO.
005260 01  WS-AUDIT-FIELDS.
005270     05  WS-RUN-ID               PIC X(08) VALUE 'TESTFILE'.
005272     05  WS-RUN-ID-R REDEFINES WS-RUN-ID.
005274         10  WS-RUN-ID-PREFIX    PIC X(07).
005276         10  WS-RUN-ID-CYCLE     PIC 9(01).
005280     05  WS-TIMESTAMP.
005290         10  WS-TS-DATE          PIC 9(06).
005300         10  WS-TS-TIME          PIC 9(08).
005410         10  WS-HDG-DD           PIC 99.
005420         10  FILLER              PIC X(01) VALUE '/'.
005430         10  WS-HDG-YY           PIC 99.
005435         10  FILLER              PIC X(09) VALUE '  CYCLE: '.
005440         10  WS-HDG-CYCLE        PIC 9(01).
005445         10  FILLER              PIC X(83) VALUE SPACES.
005450         10  FILLER              PIC X(05) VALUE 'PAGE '.
005460         10  WS-HDG-PAGE         PIC ZZZZ9.
005470     05  WS-HEADING-LINE-3.
006260         10  WS-STL-REJECTS      PIC ZZZ,ZZ9.
006270         10  FILLER              PIC X(09) VALUE '  TOTAL: '.
006280         10  WS-STL-VAR3         PIC ---,---,--9.99.
006281     05  WS-JOURNAL-TOTAL-LINE.
006282         10  FILLER              PIC X(12) VALUE 'GL JOURNAL: '.
006283         10  WS-JTL-COUNT        PIC ZZZ,ZZ9.
006284         10  FILLER              PIC X(16)
006285             VALUE ' LINES  DEBITS: '.
006286         10  WS-JTL-DEBITS       PIC ZZZ,ZZZ,ZZ9.99.
006287         10  FILLER              PIC X(11) VALUE '  CREDITS: '.
006288         10  WS-JTL-CREDITS      PIC ZZZ,ZZZ,ZZ9.99.
006289         10  FILLER              PIC X(03) VALUE SPACES.
006290         10  WS-JTL-STATUS       PIC X(20).
006291 PROCEDURE DIVISION.
006300 0000-MAINLINE.
006310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006320     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
006400     OPEN INPUT TRANSACTION-FILE.
006410     PERFORM 1050-CLEAR-SOURCE-TABLE THRU 1050-EXIT.
006420     PERFORM 1500-READ-PARAMETERS THRU 1500-EXIT.
006426     PERFORM 1700-OPEN-RATES THRU 1700-EXIT.
006432     PERFORM 1750-OPEN-ACCOUNTS THRU 1750-EXIT.
006438     PERFORM 1780-OPEN-HISTORY THRU 1780-EXIT.
006444     PERFORM 1790-OPEN-CHART-MAP THRU 1790-EXIT.
006450     PERFORM 1300-CHECK-FOR-RESTART THRU 1300-EXIT.
006460     PERFORM 1600-OPEN-OUTPUT-FILES THRU 1600-EXIT.
006470     PERFORM 1080-GET-BUSINESS-DATE THRU 1080-EXIT.
006480     ACCEPT WS-START-TIME FROM TIME.
006481*    A RESTART EXTENDS THE JOURNAL THE ABORTED RUN STARTED, SO
006482*    ITS HEADER IS ALREADY THERE.
006483     IF NOT WS-RESTART-RUN
006484         PERFORM 1650-WRITE-JOURNAL-HEADER THRU 1650-EXIT
006485     END-IF.
006490*    THE PAGE-1 HEADINGS ARE NO LONGER WRITTEN HERE - THE FIRST
006500*    LINE PRINTED THROUGH 2900-WRITE-REPORT-LINE THROWS THE
006510*    FIRST PAGE.  ON A RESTART THE PAGE AND LINE POSITION COME
006870*               IT TO THE BUSINESS-DATE FILE; EVERY STEP READS
006880*               THAT ONE DATE SO A JOB STRADDLING MIDNIGHT
006890*               CANNOT STAMP TWO DATES.  WITHOUT THE FILE THE
006895*               SYSTEM CLOCK IS USED AS BEFORE.  THE FILE ALSO
006900*               GIVES THE CYCLE AND WHICH REGIONS RUN IN IT; A
006905*               SUPPLEMENTARY CYCLE TAGS ITS AUDIT RUN ID.
006910*----------------------------------------------------------------
006920 1080-GET-BUSINESS-DATE.
006930     ACCEPT WS-CURRENT-DATE FROM DATE.
007000                 IF BUS-DATE IS NUMERIC AND BUS-DATE > ZERO
007010                     MOVE BUS-DATE TO WS-CURRENT-DATE
007020                 END-IF
007021                 IF BUS-CYCLE IS NUMERIC AND BUS-CYCLE > ZERO
007022                     MOVE BUS-CYCLE TO WS-CYCLE
007023                 END-IF
007024                 MOVE BUS-REGION-RUN (1) TO WS-REGION-RUN (1)
007025                 MOVE BUS-REGION-RUN (2) TO WS-REGION-RUN (2)
007026                 MOVE BUS-REGION-RUN (3) TO WS-REGION-RUN (3)
007030         END-READ
007040         CLOSE BUSINESS-DATE-FILE
007042     END-IF.
007044     IF WS-CYCLE > 1
007046         MOVE 'TESTSUP' TO WS-RUN-ID-PREFIX
007048         MOVE WS-CYCLE  TO WS-RUN-ID-CYCLE
007050     END-IF.
007060     GO TO 1080-EXIT.
007070 1080-EXIT.
007250     MOVE WS-CURRENT-MM TO WS-HDG-MM.
007260     MOVE WS-CURRENT-DD TO WS-HDG-DD.
007270     MOVE WS-CURRENT-YY TO WS-HDG-YY.
007275     MOVE WS-CYCLE      TO WS-HDG-CYCLE.
007280     MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE.
007290     WRITE REPORT-RECORD FROM WS-HEADING-LINE-1.
007300     WRITE REPORT-RECORD FROM WS-HEADING-LINE-2.
007720             MOVE CKPT-IN-LINE-COUNT   TO WS-LINE-COUNT
007730             MOVE CKPT-IN-SUMMARY-COUNT TO WS-SUMMARY-COUNT
007740             MOVE CKPT-IN-SUMMARY-NET  TO WS-SUMMARY-NET
007742             MOVE CKPT-IN-JRNL-COUNT   TO WS-JRNL-COUNT
007744             MOVE CKPT-IN-JRNL-DEBITS  TO WS-JRNL-DEBITS
007746             MOVE CKPT-IN-JRNL-CREDITS TO WS-JRNL-CREDITS
007750             MOVE CKPT-IN-LAST-ACCOUNT TO WS-PREV-ACCOUNT
007760*            THE GRAND REJECT COUNT IS NOT CARRIED AS ITS OWN
007770*            CHECKPOINT FIELD - IT IS REBUILT AS THE SUM OF
008570     EXIT.
008580*----------------------------------------------------------------
008590* 1600-OPEN-OUTPUT-FILES - OPEN THE REPORT, REJECT, CHECKPOINT,
008598*               AUDIT, GL EXTRACT, AND GL JOURNAL FILES.  ON A
008606*               CHECKPOINT RESTART THEY ARE OPENED EXTEND SO THE
008614*               DETAIL LINES, REJECTS, CHECKPOINTS, AUDIT ENTRIES,
008622*               GL EXTRACT RECORDS, AND JOURNAL LINES WRITTEN BY
008630*               THE ABORTED RUN ARE KEPT RATHER THAN OVERLAID BY
008638*               AN EMPTY FILE - THE GRAND TOTAL AND RECONCILIATION
008646*               COVER THE WHOLE DAY'S RUN, SO THE VISIBLE DETAIL
008654*               MUST TOO.
008670*----------------------------------------------------------------
008680 1600-OPEN-OUTPUT-FILES.
008690     IF WS-RESTART-RUN
008730         OPEN EXTEND AUDIT-FILE
008740         OPEN EXTEND GL-EXTRACT-FILE
008750         OPEN EXTEND GL-SUMMARY-FILE
008755         OPEN EXTEND GL-JOURNAL-FILE
008760     ELSE
008770         OPEN OUTPUT REPORT-FILE
008780         OPEN OUTPUT REJECT-FILE
008800         OPEN OUTPUT AUDIT-FILE
008810         OPEN OUTPUT GL-EXTRACT-FILE
008820         OPEN OUTPUT GL-SUMMARY-FILE
008825         OPEN OUTPUT GL-JOURNAL-FILE
008830     END-IF.
008840     GO TO 1600-EXIT.
008850 1600-EXIT.
008860     EXIT.
008870*----------------------------------------------------------------
008880* 1650-WRITE-JOURNAL-HEADER - OPEN THE GL JOURNAL WITH THE RUN
008890*               DATE, CYCLE, AND RUN ID
008940*----------------------------------------------------------------
008942 1650-WRITE-JOURNAL-HEADER.
008944     MOVE SPACES           TO GL-JOURNAL-RECORD.
008946     MOVE 'H'              TO GLJ-RECORD-TYPE.
008948     MOVE WS-CURRENT-DATE  TO GLJ-RUN-DATE.
008950     MOVE WS-CYCLE         TO GLJ-CYCLE.
008952     MOVE WS-RUN-ID        TO GLJ-HDR-RUN-ID.
008954     WRITE GL-JOURNAL-RECORD.
008956     GO TO 1650-EXIT.
008958 1650-EXIT.
008960     EXIT.
008962*----------------------------------------------------------------
008964* 1700-OPEN-RATES - OPEN THE RATE MASTER.  A MISSING MASTER
008966*               LEAVES THE RATES UNAVAILABLE, SO ONLY
008968*               BASE-CURRENCY RECORDS PASS.
008970*----------------------------------------------------------------
008972 1700-OPEN-RATES.
008974     OPEN INPUT RATE-MASTER.
008976     IF WS-RATE-STATUS = '05'
008978         CLOSE RATE-MASTER
008990     END-IF.
009000     IF WS-RATE-STATUS = '00'
009010         SET WS-RATE-OPEN TO TRUE
009020     END-IF.
009040     GO TO 1700-EXIT.
009050 1700-EXIT.
009060     EXIT.
009070*----------------------------------------------------------------
009075* 1750-OPEN-ACCOUNTS - OPEN THE ACCOUNT REFERENCE MASTER.  A
009080*               MISSING REFERENCE FILE LEAVES THE ACCOUNT CHECK
009085*               BYPASSED.
009090*----------------------------------------------------------------
009100 1750-OPEN-ACCOUNTS.
009110     OPEN INPUT ACCOUNT-REF-FILE.
009120     IF WS-AREF-STATUS = '05'
009130         CLOSE ACCOUNT-REF-FILE
009300     END-IF.
009310     IF WS-AREF-STATUS = '00'
009320         SET WS-AREF-OPEN TO TRUE
009470     END-IF.
009530     GO TO 1750-EXIT.
009540 1750-EXIT.
009550     EXIT.
009560*----------------------------------------------------------------
009565* 1780-OPEN-HISTORY - OPEN THE TRANSACTION HISTORY FOR THE
009570*               CROSS-NIGHT DUPLICATE CHECK.  A MISSING HISTORY
009575*               LEAVES THE CHECK BYPASSED.
009580*----------------------------------------------------------------
009587 1780-OPEN-HISTORY.
009594     OPEN INPUT TRANS-HISTORY.
009601     IF WS-HISTORY-STATUS = '05'
009608         CLOSE TRANS-HISTORY
009615     END-IF.
009622     IF WS-HISTORY-STATUS = '00'
009629         SET WS-HISTORY-OPEN TO TRUE
009636     END-IF.
009643     GO TO 1780-EXIT.
009650 1780-EXIT.
009660     EXIT.
009670*----------------------------------------------------------------
009680* 1790-OPEN-CHART-MAP - OPEN THE CHART-OF-ACCOUNTS MAP FOR THE
009690*               MAPPING CHECK AND THE JOURNAL CODING.  A MISSING
009700*               MAP LEAVES THE CHECK BYPASSED.
009720*----------------------------------------------------------------
009730 1790-OPEN-CHART-MAP.
009740     OPEN INPUT CHART-MAP.
009750     IF WS-MAP-STATUS = '05'
009760         CLOSE CHART-MAP
009850     END-IF.
009856     IF WS-MAP-STATUS = '00'
009862         SET WS-MAP-OPEN TO TRUE
009868     END-IF.
009874     GO TO 1790-EXIT.
009880 1790-EXIT.
009890     EXIT.
009900*----------------------------------------------------------------
009910* 2000-PROCESS-RECORD - VALIDATE, COMPUTE, AND REPORT ONE RECORD
010080         ADD WS-VAR3 TO WS-SRC-VAR3 (WS-SRC-SUB)
010090         PERFORM 2100-WRITE-DETAIL-LINE THRU 2100-EXIT
010100         PERFORM 2200-WRITE-GL-EXTRACT THRU 2200-EXIT
010105         PERFORM 2250-WRITE-GL-JOURNAL THRU 2250-EXIT
010110         DIVIDE WS-RECORD-COUNT BY WS-CHECKPOINT-INTERVAL
010120             GIVING WS-CKPT-QUOTIENT
010130             REMAINDER WS-CKPT-REMAINDER
011370     MOVE TRANS-KEY       TO GL-ACCOUNT-CODE.
011380     MOVE WS-CURRENT-DATE TO GL-RUN-DATE.
011390     MOVE WS-VAR3         TO GL-AMOUNT.
011395     MOVE WS-CYCLE        TO GL-CYCLE.
011400     WRITE GL-EXTRACT-RECORD.
011410     GO TO 2200-EXIT.
011420 2200-EXIT.
011421     EXIT.
011422*----------------------------------------------------------------
011423* 2250-WRITE-GL-JOURNAL - WRITE THE BALANCED PAIR OF JOURNAL
011424*               LINES FOR ONE POSTING: THE NATURAL ACCOUNT AND
011425*               THE OFFSET ACCOUNT, BOTH UNDER THE MAPPED COMPANY
011426*               AND COST CENTER.  A POSITIVE RESULT DEBITS THE
011427*               NATURAL ACCOUNT AND CREDITS THE OFFSET; A
011428*               NEGATIVE RESULT POSTS THE OTHER WAY ROUND.
011429*----------------------------------------------------------------
011430 2250-WRITE-GL-JOURNAL.
011431     MOVE SPACES                TO GL-JOURNAL-RECORD.
011432     MOVE 'D'                   TO GLJ-RECORD-TYPE.
011433     MOVE WS-CURRENT-DATE       TO GLJ-RUN-DATE.
011434     MOVE WS-CYCLE              TO GLJ-CYCLE.
011435     MOVE WS-GL-COMPANY         TO GLJ-COMPANY.
011436     MOVE WS-GL-COST-CENTER     TO GLJ-COST-CENTER.
011437     MOVE TRANS-KEY             TO GLJ-TRANS-KEY.
011438     MOVE TRANS-SOURCE-CODE     TO GLJ-SOURCE-CODE.
011439     IF WS-VAR3 < ZERO
011440         COMPUTE WS-JRNL-AMOUNT = ZERO - WS-VAR3
011441         MOVE 'C'               TO WS-JRNL-NATURAL-SIDE
011442         MOVE 'D'               TO WS-JRNL-OFFSET-SIDE
011443     ELSE
011444         MOVE WS-VAR3           TO WS-JRNL-AMOUNT
011445         MOVE 'D'               TO WS-JRNL-NATURAL-SIDE
011446         MOVE 'C'               TO WS-JRNL-OFFSET-SIDE
011447     END-IF.
011448     MOVE WS-JRNL-AMOUNT        TO GLJ-AMOUNT.
011449     MOVE WS-GL-NATURAL-ACCOUNT TO GLJ-GL-ACCOUNT.
011450     MOVE WS-JRNL-NATURAL-SIDE  TO GLJ-DR-CR.
011451     PERFORM 2260-WRITE-JOURNAL-LINE THRU 2260-EXIT.
011452     MOVE WS-GL-OFFSET-ACCOUNT  TO GLJ-GL-ACCOUNT.
011453     MOVE WS-JRNL-OFFSET-SIDE   TO GLJ-DR-CR.
011454     PERFORM 2260-WRITE-JOURNAL-LINE THRU 2260-EXIT.
011455     GO TO 2250-EXIT.
011456 2250-EXIT.
011457     EXIT.
011458*----------------------------------------------------------------
011459* 2260-WRITE-JOURNAL-LINE - WRITE ONE JOURNAL LINE AND ADD IT TO
011460*               THE TRAILER TOTALS FOR ITS SIDE
011461*----------------------------------------------------------------
011462 2260-WRITE-JOURNAL-LINE.
011463     WRITE GL-JOURNAL-RECORD.
011464     ADD 1 TO WS-JRNL-COUNT.
011465     IF GLJ-DR-CR = 'D'
011466         ADD WS-JRNL-AMOUNT TO WS-JRNL-DEBITS
011467     ELSE
011468         ADD WS-JRNL-AMOUNT TO WS-JRNL-CREDITS
011469     END-IF.
011470     GO TO 2260-EXIT.
011471 2260-EXIT.
011472     EXIT.
011473*----------------------------------------------------------------
011474* 3000-VALIDATE-RECORD - NUMERIC CHECKS ON THE RAW AMOUNTS,
011475*               CONVERSION TO BASE CURRENCY, AND RANGE CHECKS
011476*               ON THE CONVERTED AMOUNTS.  A VALID RECORD
011480*               LEAVES ITS BASE-CURRENCY AMOUNTS IN WS-VAR1
011490*               AND WS-VAR2 FOR THE MODE COMPUTE.
011500*----------------------------------------------------------------
011510 3000-VALIDATE-RECORD.
011520     SET WS-RECORD-VALID TO TRUE.
011530     PERFORM 3200-CHECK-ACCOUNT THRU 3200-EXIT.
011532     IF WS-RECORD-INVALID
011534         GO TO 3000-EXIT
011536     END-IF.
011538     PERFORM 3400-CHECK-MAPPING THRU 3400-EXIT.
011540     IF WS-RECORD-INVALID
011550         GO TO 3000-EXIT
011560     END-IF.
011910         MOVE 'AMOUNT 2 IS OUT OF RANGE' TO WS-REJECT-REASON-TEXT
011920         GO TO 3000-EXIT
011930     END-IF.
011932     PERFORM 3300-CHECK-HISTORY THRU 3300-EXIT.
011934     IF WS-RECORD-INVALID
011936         GO TO 3000-EXIT
011938     END-IF.
011940     MOVE WS-CONV-AMT-1 TO WS-VAR1.
011950     MOVE WS-CONV-AMT-2 TO WS-VAR2.
011960     GO TO 3000-EXIT.
012000* 3100-CONVERT-CURRENCY - CONVERT BOTH AMOUNTS TO THE BASE
012010*               CURRENCY.  A BLANK CURRENCY CODE IS THE BASE
012020*               CURRENCY AND PASSES THROUGH AT PAR; ANY OTHER
012030*               CODE MUST BE QUOTED ON THE RATE MASTER FOR THE
012040*               RUN DATE OR THE RECORD REJECTS.
012050*----------------------------------------------------------------
012060 3100-CONVERT-CURRENCY.
012100         GO TO 3100-EXIT
012110     END-IF.
012120     PERFORM 3150-FIND-RATE THRU 3150-EXIT.
012130     IF WS-RATE-STALE
012210         SET WS-RECORD-INVALID TO TRUE
012220         MOVE '0006' TO WS-REJECT-REASON-CODE
012230         MOVE 'CURRENCY RATE IS STALE FOR RUN DATE'
012240                                   TO WS-REJECT-REASON-TEXT
012250         GO TO 3100-EXIT
012260     END-IF.
012261     IF WS-RATE-NOT-FOUND
012262         SET WS-RECORD-INVALID TO TRUE
012263         MOVE '0005' TO WS-REJECT-REASON-CODE
012264         MOVE 'CURRENCY RATE NOT ON RATE MASTER'
012265                                   TO WS-REJECT-REASON-TEXT
012266         GO TO 3100-EXIT
012267     END-IF.
012270     COMPUTE WS-CONV-AMT-1 ROUNDED =
012280         TRANS-AMOUNT-1 * RTM-VALUE.
012290     COMPUTE WS-CONV-AMT-2 ROUNDED =
012300         TRANS-AMOUNT-2 * RTM-VALUE.
012310     GO TO 3100-EXIT.
012320 3100-EXIT.
012330     EXIT.
012340*----------------------------------------------------------------
012343* 3150-FIND-RATE - READ THE RATE MASTER FOR THE TRANSACTION'S
012346*               CURRENCY ON THE RUN DATE.  WHEN THERE IS NO SUCH
012349*               QUOTE, THE FIRST QUOTE ON FILE FOR THE CURRENCY
012352*               TELLS A STALE RATE FROM A CURRENCY NEVER QUOTED.
012355*               A GARBLED QUOTE COUNTS AS NOT QUOTED SO ITS
012358*               CURRENCY REJECTS INSTEAD OF CONVERTING BY
012361*               NONSENSE.
012370*----------------------------------------------------------------
012380 3150-FIND-RATE.
012390     SET WS-RATE-NOT-FOUND TO TRUE.
012391     SET WS-RATE-NOT-STALE TO TRUE.
012392     IF NOT WS-RATE-OPEN
012393         GO TO 3150-EXIT
012394     END-IF.
012395     MOVE TRANS-CURRENCY-CODE TO RTM-CURRENCY-CODE.
012396     MOVE WS-CURRENT-DATE     TO RTM-DATE.
012397     READ RATE-MASTER
012398         KEY IS RTM-KEY
012399     END-READ.
012400     IF WS-RATE-STATUS = '00'
012401         IF RTM-VALUE IS NUMERIC
012402             SET WS-RATE-FOUND TO TRUE
012403         END-IF
012404         GO TO 3150-EXIT
012405     END-IF.
012406     MOVE TRANS-CURRENCY-CODE TO RTM-CURRENCY-CODE.
012407     MOVE ZERO                TO RTM-DATE.
012408     START RATE-MASTER
012409         KEY IS NOT LESS THAN RTM-KEY
012410     END-START.
012411     IF WS-RATE-STATUS NOT = '00'
012412         GO TO 3150-EXIT
012413     END-IF.
012414     READ RATE-MASTER NEXT RECORD
012415         AT END
012416             GO TO 3150-EXIT
012417     END-READ.
012418     IF RTM-CURRENCY-CODE = TRANS-CURRENCY-CODE
012419         SET WS-RATE-STALE TO TRUE
012420     END-IF.
012430     GO TO 3150-EXIT.
012440 3150-EXIT.
012570     EXIT.
012580*----------------------------------------------------------------
012590* 3200-CHECK-ACCOUNT - VERIFY THE TRANSACTION KEY IS ON THE
012660*               SUPPLIED.
012670*----------------------------------------------------------------
012680 3200-CHECK-ACCOUNT.
012690     IF NOT WS-AREF-OPEN
012700         GO TO 3200-EXIT
012710     END-IF.
012715     MOVE TRANS-KEY TO AREF-KEY.
012720     READ ACCOUNT-REF-FILE.
012725     IF WS-AREF-STATUS NOT = '00'
012730         OR AREF-OPEN-DATE IS NOT NUMERIC
012735         OR AREF-CLOSE-DATE IS NOT NUMERIC
012740         SET WS-RECORD-INVALID TO TRUE
012750         MOVE '0007' TO WS-REJECT-REASON-CODE
012760         MOVE 'ACCOUNT NOT ON REFERENCE MASTER'
012770                                   TO WS-REJECT-REASON-TEXT
012780         GO TO 3200-EXIT
012790     END-IF.
012800     IF AREF-ACCT-STATUS NOT = 'O'
012810         OR AREF-OPEN-DATE > WS-CURRENT-DATE
012820         OR (AREF-CLOSE-DATE > ZERO
012830             AND AREF-CLOSE-DATE < WS-CURRENT-DATE)
012850         SET WS-RECORD-INVALID TO TRUE
012860         MOVE '0008' TO WS-REJECT-REASON-CODE
012870         MOVE 'ACCOUNT IS CLOSED FOR THE RUN DATE'
012910 3200-EXIT.
012920     EXIT.
012930*----------------------------------------------------------------
012933* 3300-CHECK-HISTORY - REJECT A RECORD ALREADY PROCESSED ON AN
012936*               EARLIER NIGHT OR CYCLE WITHIN THE RETENTION
012939*               PERIOD - THE SAME KEY, SOURCE, ORIGINAL
012942*               AMOUNTS, AND TYPE CODE ON THE TRANSACTION
012945*               HISTORY.  THE TYPE CODE IS PART OF THE KEY, SO
012948*               A REVERSAL OF A PRIOR ORIGINAL PASSES.  THE
012951*               CHECK IS BYPASSED WHEN NO HISTORY WAS SUPPLIED;
012954*               A RECORD THE HISTORY CANNOT ANSWER FOR PASSES.
012960*----------------------------------------------------------------
012964 3300-CHECK-HISTORY.
012968     IF NOT WS-HISTORY-OPEN
012972         GO TO 3300-EXIT
012976     END-IF.
012980     MOVE TRANS-KEY          TO HST-TRANS-KEY.
012984     MOVE TRANS-SOURCE-CODE  TO HST-SOURCE-CODE.
012988     MOVE TRANS-AMOUNT-1     TO HST-AMOUNT-1.
012992     MOVE TRANS-AMOUNT-2     TO HST-AMOUNT-2.
012996     MOVE TRANS-TYPE-CODE    TO HST-TYPE-CODE.
013000     READ TRANS-HISTORY.
013004     IF WS-HISTORY-STATUS = '00'
013008         SET WS-RECORD-INVALID TO TRUE
013012         MOVE '0010' TO WS-REJECT-REASON-CODE
013016         MOVE 'ALREADY PROCESSED - SUSPECTED RE-SEND'
013020                                   TO WS-REJECT-REASON-TEXT
013024     END-IF.
013028     GO TO 3300-EXIT.
013032 3300-EXIT.
013040     EXIT.
013050*----------------------------------------------------------------
013052* 3400-CHECK-MAPPING - FIND THE GL CODING FOR THE TRANSACTION ON
013054*               THE CHART-OF-ACCOUNTS MAP, BY THE FULL KEY FIRST
013056*               AND THEN BY THE FOUR-BYTE ACCOUNT PREFIX (A MAP
013058*               ENTRY WITH A BLANK SUFFIX COVERS THE WHOLE
013060*               ACCOUNT).  A KEY THAT MAPS NEITHER WAY CANNOT BE
013062*               JOURNALED AND REJECTS.  THE CHECK IS BYPASSED
013064*               WHEN NO MAP WAS SUPPLIED.
013070*----------------------------------------------------------------
013077 3400-CHECK-MAPPING.
013084     MOVE SPACES TO WS-GL-COMPANY
013091                    WS-GL-NATURAL-ACCOUNT
013098                    WS-GL-COST-CENTER
013105                    WS-GL-OFFSET-ACCOUNT.
013112     IF NOT WS-MAP-OPEN
013119         GO TO 3400-EXIT
013130     END-IF.
013131     MOVE TRANS-KEY TO COA-KEY.
013132     READ CHART-MAP.
013133     IF WS-MAP-STATUS NOT = '00'
013134         MOVE TRANS-ACCOUNT TO COA-KEY-ACCOUNT
013135         MOVE SPACES        TO COA-KEY-SUFFIX
013136         READ CHART-MAP
013137     END-IF.
013138     IF WS-MAP-STATUS NOT = '00'
013139         SET WS-RECORD-INVALID TO TRUE
013140         MOVE '0011' TO WS-REJECT-REASON-CODE
013141         MOVE 'ACCOUNT NOT MAPPED ON CHART OF ACCOUNTS'
013142                                   TO WS-REJECT-REASON-TEXT
013143         GO TO 3400-EXIT
013144     END-IF.
013145     MOVE COA-COMPANY         TO WS-GL-COMPANY.
013146     MOVE COA-NATURAL-ACCOUNT TO WS-GL-NATURAL-ACCOUNT.
013147     MOVE COA-COST-CENTER     TO WS-GL-COST-CENTER.
013148     MOVE COA-OFFSET-ACCOUNT  TO WS-GL-OFFSET-ACCOUNT.
013149     GO TO 3400-EXIT.
013150 3400-EXIT.
013160     EXIT.
013170*----------------------------------------------------------------
013180* 3900-WRITE-REJECT - WRITE A FAILED RECORD TO THE REJECT FILE
014410     MOVE WS-LINE-COUNT   TO CKPT-OUT-LINE-COUNT.
014420     MOVE WS-SUMMARY-COUNT TO CKPT-OUT-SUMMARY-COUNT.
014430     MOVE WS-SUMMARY-NET  TO CKPT-OUT-SUMMARY-NET.
014432     MOVE WS-JRNL-COUNT   TO CKPT-OUT-JRNL-COUNT.
014434     MOVE WS-JRNL-DEBITS  TO CKPT-OUT-JRNL-DEBITS.
014436     MOVE WS-JRNL-CREDITS TO CKPT-OUT-JRNL-CREDITS.
014440     PERFORM 5050-SAVE-SOURCE-CKPT THRU 5050-EXIT
014450         VARYING WS-SRC-SUB FROM 1 BY 1 UNTIL WS-SRC-SUB > 9.
014460     WRITE CKPT-OUT-RECORD.
014830     CLOSE REJECT-FILE.
014840     CLOSE CHECKPOINT-FILE.
014850     PERFORM 9250-WRITE-SUMMARY-TRAILER THRU 9250-EXIT.
014855     PERFORM 9260-WRITE-JOURNAL-TRAILER THRU 9260-EXIT.
014860     CLOSE AUDIT-FILE.
014870     CLOSE GL-EXTRACT-FILE.
014880     CLOSE GL-SUMMARY-FILE.
014881     CLOSE GL-JOURNAL-FILE.
014882     IF WS-HISTORY-OPEN
014883         CLOSE TRANS-HISTORY
014884     END-IF.
014885     IF WS-MAP-OPEN
014886         CLOSE CHART-MAP
014887     END-IF.
014888     IF WS-RATE-OPEN
014889         CLOSE RATE-MASTER
014890     END-IF.
014891     IF WS-AREF-OPEN
014892         CLOSE ACCOUNT-REF-FILE
014893     END-IF.
014894     GO TO 9000-EXIT.
014900 9000-EXIT.
014910     EXIT.
014920*----------------------------------------------------------------
015070     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
015080     PERFORM 9150-WRITE-SOURCE-TOTAL THRU 9150-EXIT
015090         VARYING WS-SRC-SUB FROM 1 BY 1 UNTIL WS-SRC-SUB > 9.
015095     PERFORM 9160-WRITE-JOURNAL-TOTAL THRU 9160-EXIT.
015100     GO TO 9100-EXIT.
015110 9100-EXIT.
015120     EXIT.
015720 9250-EXIT.
015730     EXIT.
015740*----------------------------------------------------------------
015741* 9260-WRITE-JOURNAL-TRAILER - CLOSE THE GL JOURNAL WITH ITS LINE
015742*               COUNT AND DEBIT AND CREDIT TOTALS
015743*----------------------------------------------------------------
015744 9260-WRITE-JOURNAL-TRAILER.
015745     MOVE SPACES           TO GL-JOURNAL-RECORD.
015746     MOVE 'T'              TO GLJ-RECORD-TYPE.
015747     MOVE WS-CURRENT-DATE  TO GLJ-RUN-DATE.
015748     MOVE WS-CYCLE         TO GLJ-CYCLE.
015749     MOVE WS-JRNL-COUNT    TO GLJ-LINE-COUNT.
015750     MOVE WS-JRNL-DEBITS   TO GLJ-DEBIT-TOTAL.
015751     MOVE WS-JRNL-CREDITS  TO GLJ-CREDIT-TOTAL.
015752     WRITE GL-JOURNAL-RECORD.
015753     GO TO 9260-EXIT.
015754 9260-EXIT.
015755     EXIT.
015756*----------------------------------------------------------------
015757* 9300-WRITE-BALANCE-RECORD - APPEND THIS STEP'S CONTROL RECORD
015760*               TO THE NIGHTLY BALANCING FILE: EVERY RECORD
015770*               READ IN, EVERY VALID RECORD OUT (THE GL
015780*               EXTRACT COUNT), AND THE COMPUTED RESULT TOTAL.
015870     MOVE WS-RECORDS-READ TO BAL-RECORDS-IN.
015880     MOVE WS-RECORD-COUNT TO BAL-RECORDS-OUT.
015890     MOVE WS-VAR3-TOTAL   TO BAL-AMOUNT-TOTAL.
015895     MOVE WS-CYCLE        TO BAL-CYCLE.
015900     WRITE BAL-RECORD.
015910     CLOSE BALANCE-FILE.
015920     GO TO 9300-EXIT.
015940     EXIT.
015950*----------------------------------------------------------------
015960* 9400-STAMP-REGISTER - STAMP THE MAIN-STEP COMPLETION FLAG ON
015970*               THE RUN-REGISTER RECORD FOR THE DATE AND CYCLE.
015980*               A MISSING REGISTER OR AN UNREGISTERED DATE IS
015990*               LEFT ALONE - THE STAMP IS RESTART BOOKKEEPING,
016000*               NOT A GATE.
016050         GO TO 9400-EXIT
016060     END-IF.
016070     MOVE WS-CURRENT-DATE TO REG-BUSINESS-DATE.
016075     MOVE WS-CYCLE        TO REG-CYCLE.
016080     READ RUN-REGISTER.
016090     IF WS-REGISTER-STATUS = '00'
016100         MOVE 'Y' TO REG-MAIN-DONE
016330     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
016340     GO TO 9150-EXIT.
016350 9150-EXIT.
016351     EXIT.
016352*----------------------------------------------------------------
016353* 9160-WRITE-JOURNAL-TOTAL - PROVE THE GL JOURNAL: ITS DEBITS MUST
016354*               EQUAL ITS CREDITS.  A JOURNAL THAT DOES NOT
016355*               BALANCE PUTS THE RUN OUT OF BALANCE.
016356*----------------------------------------------------------------
016357 9160-WRITE-JOURNAL-TOTAL.
016358     MOVE WS-JRNL-COUNT   TO WS-JTL-COUNT.
016359     MOVE WS-JRNL-DEBITS  TO WS-JTL-DEBITS.
016360     MOVE WS-JRNL-CREDITS TO WS-JTL-CREDITS.
016361     IF WS-JRNL-DEBITS = WS-JRNL-CREDITS
016362         MOVE 'IN BALANCE'     TO WS-JTL-STATUS
016363     ELSE
016364         MOVE 'OUT OF BALANCE' TO WS-JTL-STATUS
016365         SET WS-DISCREPANCY TO TRUE
016366     END-IF.
016367     MOVE SPACES TO WS-PRINT-AREA.
016368     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
016369     MOVE WS-JOURNAL-TOTAL-LINE TO WS-PRINT-AREA.
016370     PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT.
016371     GO TO 9160-EXIT.
016372 9160-EXIT.
016373     EXIT.
016374*----------------------------------------------------------------
016380* 8000-RECONCILE - RECONCILE EACH SOURCE'S RECORDS READ AND
016390*               COMPUTED RESULT TOTAL AGAINST ITS OWN CONTROL
016400*               RECORD, SO AN OUT-OF-BALANCE RUN NAMES THE FEED
017050* 8200-RECONCILE-SOURCE - COMPARE ONE SOURCE'S COMPUTED FIGURES
017060*               TO ITS CONTROL RECORD AND WRITE THE RESULT.
017070*               SOURCES WITH NO ACTIVITY AND NO CONTROL RECORD
017074*               ARE SKIPPED.  A REGION NOT IN THIS CYCLE IS
017078*               LISTED AS SUCH AND NOT RECONCILED - ITS CONTROL
017082*               RECORD IS PROVED BY THE CYCLE THAT RUNS IT -
017086*               BUT ANY RECORD READ FROM IT IS A DISCREPANCY.
017090*----------------------------------------------------------------
017100 8200-RECONCILE-SOURCE.
017110     IF WS-SRC-READ (WS-SRC-SUB) = ZERO
017180     MOVE WS-SRC-VAR3 (WS-SRC-SUB)      TO WS-RCN-COMP-TOTAL.
017190     MOVE WS-SRC-CTL-COUNT (WS-SRC-SUB) TO WS-RCN-CTL-COUNT.
017200     MOVE WS-SRC-CTL-HASH (WS-SRC-SUB)  TO WS-RCN-CTL-TOTAL.
017201     IF WS-SRC-SUB NOT > 3
017202         AND WS-REGION-RUN (WS-SRC-SUB) = 'N'
017203         IF WS-SRC-READ (WS-SRC-SUB) = ZERO
017204             MOVE 'NOT IN THIS CYCLE' TO WS-RCN-SRC-STATUS
017205         ELSE
017206             SET WS-DISCREPANCY TO TRUE
017207             MOVE 'READ - NOT IN CYCLE' TO WS-RCN-SRC-STATUS
017208         END-IF
017209         MOVE WS-RECON-SOURCE-LINE TO WS-PRINT-AREA
017210         PERFORM 2900-WRITE-REPORT-LINE THRU 2900-EXIT
017211         GO TO 8200-EXIT
017212     END-IF.
017213     IF WS-SRC-READ (WS-SRC-SUB)
017220             NOT = WS-SRC-CTL-COUNT (WS-SRC-SUB)
017230         OR WS-SRC-VAR3 (WS-SRC-SUB)
017240             NOT = WS-SRC-CTL-HASH (WS-SRC-SUB)
