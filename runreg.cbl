000220*               STAMPS ITS COMPLETION FLAG ON THE REGISTER
000230*               RECORD AS IT ENDS; CLOSE AT THE BOTTOM OF THE
000240*               JOB MARKS THE DATE COMPLETE.
000241* 10/15/26 RJT  A DATE THE NIGHT BACKOUT (SEE BACKOUT) HAS
000242*               TAKEN OUT IS MARKED 'B' ON THE REGISTER.  OPEN
000243*               REOPENS SUCH A DATE FOR ITS RERUN - FRESH STEP
000244*               FLAGS AND OPEN TIME - INSTEAD OF REFUSING IT AS
000245*               A DOUBLE RUN.  CLOSE REFUSES A BACKED-OUT DATE
000246*               THAT WAS NEVER REOPENED.
000247* 10/15/26 RJT  SUPPLEMENTARY LATE-FEED CYCLES.  THE REGISTER IS
000248*               NOW KEYED BY BUSINESS DATE AND CYCLE NUMBER
000249*               (CYCLE 1 IS THE MAIN NIGHTLY CYCLE) AND EACH
000250*               RECORD CARRIES A STATUS PER REGION.  THE OPEN
000251*               CARD MAY HOLD ONE OR TWO REGIONS WHOSE EXTRACT
000252*               HAS NOT ARRIVED; THE MAIN CYCLE RUNS WITHOUT
000253*               THEM AND ITS CLOSE LEAVES THE DATE 'H' (HELD)
000254*               INSTEAD OF COMPLETE.  AN OPEN CARD FOR CYCLE 2-9
000255*               LATER THE SAME DATE TAKES THE HELD REGIONS INTO
000256*               A SUPPLEMENTARY CYCLE, AND ITS CLOSE MARKS THE
000257*               DATE COMPLETE ONCE NO REGION IS STILL OUT.  THE
000258*               BUSINESS-DATE FILE NOW ALSO CARRIES THE CYCLE
000259*               AND WHICH REGIONS RUN IN IT.
000260* 10/15/26 RJT  DUAL CONTROL.  AN OPEN CARD THAT KEYS A DATE - A
000261*               RERUN OF A SPECIFIC NIGHT - NOW CARRIES ITS BATCH
000262*               ID AND THE SUBMITTER WHO KEYED IT, AND IS HONOURED
000263*               ONLY WHEN A SECOND OPERATOR HAS RELEASED THE BATCH
000264*               ON THE APPROVAL FILE.  A CARD NOT APPROVED, OR
000265*               APPROVED ONLY BY ITS OWN SUBMITTER, FAILS THE RUN
000266*               (RC 16) BEFORE THE REGISTER IS TOUCHED.  EVERY
000267*               SUCH CARD IS WRITTEN TO THE CUMULATIVE APPROVAL
000268*               LOG WITH WHO KEYED AND WHO APPROVED IT.  A BLANK
000269*               DATE NEEDS NO APPROVAL.
000270* 10/15/26 RJT  FISCAL CALENDAR.  AN OPEN NOW LOOKS THE BUSINESS
000271*               DATE UP ON THE FISCAL CALENDAR (SEE FSCLOAD) AND
000272*               SHOWS ITS FISCAL PERIOD ON THE REPORT.  A DATE NOT
000273*               ON THE CALENDAR FAILS THE RUN (RC 16) BEFORE THE
000274*               REGISTER IS TOUCHED - THE NIGHT'S POSTINGS CANNOT
000275*               BE ASSIGNED A PERIOD, SO THE NIGHT DOES NOT START.
000276*----------------------------------------------------------------
000277 ENVIRONMENT DIVISION.
000278 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT OPTIONAL RUN-REGISTER ASSIGN TO RUNREG
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS RANDOM
000320         RECORD KEY IS REG-KEY
000330         FILE STATUS IS WS-REGISTER-STATUS.
000340     SELECT FUNCTION-CARD-FILE ASSIGN TO RRGPARM
000350         ORGANIZATION IS LINE SEQUENTIAL
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390     SELECT REGISTER-REPORT ASSIGN TO RRGRPT
000400         ORGANIZATION IS LINE SEQUENTIAL.
000401     SELECT OPTIONAL APPROVAL-FILE ASSIGN TO APRVIN
000402         ORGANIZATION IS LINE SEQUENTIAL
000403         FILE STATUS IS WS-APPROVAL-STATUS.
000404     SELECT OPTIONAL APPROVAL-LOG ASSIGN TO APRLOG
000405         ORGANIZATION IS LINE SEQUENTIAL
000406         FILE STATUS IS WS-LOG-STATUS.
000407     SELECT OPTIONAL FISCAL-CALENDAR ASSIGN TO FSCCAL
000408         ORGANIZATION IS INDEXED
000409         ACCESS MODE IS RANDOM
000410         RECORD KEY IS FSC-DATE
000411         FILE STATUS IS WS-CALENDAR-STATUS.
000412 DATA DIVISION.
000420 FILE SECTION.
000430 FD  RUN-REGISTER
000440     RECORD CONTAINS 50 CHARACTERS.
000450 01  REGISTER-RECORD.
000455     05  REG-KEY.
000460         10  REG-BUSINESS-DATE   PIC 9(06).
000465         10  REG-CYCLE           PIC 9(01).
000470     05  REG-STATUS              PIC X(01).
000480         88  REG-DATE-OPEN                 VALUE 'O'.
000490         88  REG-DATE-COMPLETE             VALUE 'C'.
000493         88  REG-DATE-BACKED-OUT           VALUE 'B'.
000496         88  REG-DATE-HELD                 VALUE 'H'.
000500     05  REG-EDIT-DONE           PIC X(01).
000510     05  REG-MERGE-DONE          PIC X(01).
000520     05  REG-MAIN-DONE           PIC X(01).
000530     05  REG-POST-DONE           PIC X(01).
000540     05  REG-OPENED-TIME         PIC 9(08).
000550     05  REG-CLOSED-TIME         PIC 9(08).
000555     05  REG-REGIONS.
000560         10  REG-REGION-STATUS   PIC X(01) OCCURS 3 TIMES.
000565     05  FILLER                  PIC X(19).
000570 FD  FUNCTION-CARD-FILE
000580     RECORDING MODE IS F.
000590 01  FUNCTION-CARD-RECORD.
000600     05  RRG-FUNCTION            PIC X(05).
000610     05  RRG-BUSINESS-DATE       PIC 9(06).
000613     05  RRG-CYCLE               PIC X(01).
000616     05  RRG-HOLD-REGION         PIC X(01) OCCURS 3 TIMES.
000619     05  RRG-BATCH-ID            PIC X(08).
000622     05  RRG-SUBMITTER           PIC X(08).
000625     05  FILLER                  PIC X(49).
000630 FD  BUSINESS-DATE-FILE
000640     RECORDING MODE IS F.
000650 01  BUSINESS-DATE-RECORD.
000660     05  BUS-DATE                PIC 9(06).
000661     05  BUS-CYCLE               PIC 9(01).
000662     05  BUS-REGION-RUN          PIC X(01) OCCURS 3 TIMES.
000663     05  FILLER                  PIC X(70).
000664*    ONE CARD PER RELEASED BATCH, KEYED BY THE SECOND OPERATOR.
000665*    ONLY THE CARDS NAMING THIS PROGRAM ARE LOOKED AT.
000666 FD  APPROVAL-FILE
000667     RECORDING MODE IS F.
000668 01  APPROVAL-RECORD.
000669     05  APR-PROGRAM             PIC X(08).
000670     05  APR-BATCH-ID            PIC X(08).
000671     05  APR-APPROVER            PIC X(08).
000672     05  FILLER                  PIC X(56).
000673*    CUMULATIVE - ONE ENTRY PER CARD PRESENTED, RELEASED OR NOT.
000674 FD  APPROVAL-LOG
000675     RECORDING MODE IS F.
000676 01  APPROVAL-LOG-RECORD.
000677     05  ALG-LOG-DATE            PIC 9(06).
000678     05  ALG-LOG-TIME            PIC 9(08).
000679     05  ALG-PROGRAM             PIC X(08).
000680     05  ALG-BATCH-ID            PIC X(08).
000681     05  ALG-SUBMITTER           PIC X(08).
000682     05  ALG-APPROVER            PIC X(08).
000683     05  ALG-RESULT              PIC X(01).
000684     05  ALG-CARD-IMAGE          PIC X(40).
000685     05  FILLER                  PIC X(33).
000686*    ONE RECORD PER CALENDAR DATE, LOADED BY FSCLOAD.
000687 FD  FISCAL-CALENDAR
000688     RECORD CONTAINS 40 CHARACTERS.
000689 01  FISCAL-CALENDAR-RECORD.
000690     05  FSC-DATE                PIC 9(06).
000691     05  FSC-FISCAL-PERIOD       PIC 9(04).
000692     05  FSC-FISCAL-PERIOD-R REDEFINES FSC-FISCAL-PERIOD.
000693         10  FSC-FISCAL-YY       PIC 9(02).
000694         10  FSC-FISCAL-PP       PIC 9(02).
000695     05  FSC-PERIOD-START        PIC 9(06).
000696     05  FSC-PERIOD-END          PIC 9(06).
000697     05  FSC-LOAD-STAMP.
000698         10  FSC-LOAD-DATE       PIC 9(06).
000699         10  FSC-LOAD-TIME       PIC 9(08).
000700     05  FILLER                  PIC X(04).
000701 FD  REGISTER-REPORT
000702     RECORDING MODE IS F.
000703 01  REPORT-RECORD               PIC X(132).
000710 WORKING-STORAGE SECTION.
000720 01  WS-SWITCHES.
000730     05  WS-FUNCTION-SWITCH      PIC X(01) VALUE ' '.
000800         88  WS-DOUBLE-RUN-BLOCKED         VALUE 'Y'.
000810     05  WS-FAILED-SWITCH        PIC X(01) VALUE 'N'.
000820         88  WS-RUN-FAILED                 VALUE 'Y'.
000821     05  WS-CARD-CYCLE-SWITCH    PIC X(01) VALUE 'N'.
000822         88  WS-CARD-CYCLE-KEYED           VALUE 'Y'.
000823     05  WS-CARD-DATE-SWITCH     PIC X(01) VALUE 'N'.
000824         88  WS-CARD-DATE-KEYED            VALUE 'Y'.
000825     05  WS-APR-EOF-SWITCH       PIC X(01) VALUE 'N'.
000826         88  WS-APR-EOF                    VALUE 'Y'.
000827     05  WS-APPROVAL-SWITCH      PIC X(01) VALUE 'U'.
000828         88  WS-CARD-RELEASED              VALUE 'R'.
000829         88  WS-CARD-NOT-APPROVED          VALUE 'U'.
000830         88  WS-CARD-SELF-APPROVED         VALUE 'S'.
000831         88  WS-CARD-NO-SUBMITTER          VALUE 'N'.
000832 01  WS-REGISTER-STATUS          PIC X(02) VALUE '00'.
000840 01  WS-CARD-STATUS              PIC X(02) VALUE '00'.
000841 01  WS-APPROVAL-STATUS          PIC X(02) VALUE '00'.
000842 01  WS-LOG-STATUS               PIC X(02) VALUE '00'.
000843 01  WS-CALENDAR-STATUS          PIC X(02) VALUE '00'.
000844*    THE FUNCTION CARD AS KEYED, KEPT FOR THE APPROVAL CHECK AND
000845*    THE APPROVAL LOG ONCE THE CARD FILE IS CLOSED.
000846 01  WS-DATE-CARD.
000847     05  WS-DCD-BATCH-ID         PIC X(08) VALUE SPACES.
000848     05  WS-DCD-SUBMITTER        PIC X(08) VALUE SPACES.
000849     05  WS-DCD-APPROVER         PIC X(08) VALUE SPACES.
000850     05  WS-DCD-IMAGE            PIC X(40) VALUE SPACES.
000851 01  WS-BUSINESS-DATE            PIC 9(06) VALUE ZERO.
000852 01  WS-CYCLE                    PIC 9(01) VALUE 1.
000853 01  WS-REGION-TABLES.
000854     05  WS-HOLD-REGIONS.
000855         10  WS-HOLD-REGION      PIC X(01) OCCURS 3 TIMES.
000856     05  WS-MAIN-REGIONS.
000857         10  WS-MAIN-REGION      PIC X(01) OCCURS 3 TIMES.
000858     05  WS-CYCLE-REGIONS.
000859         10  WS-CYCLE-REGION     PIC X(01) OCCURS 3 TIMES.
000860 01  WS-REGION-COUNTERS.
000861     05  WS-REGION-SUB           PIC 9(02) COMP-3 VALUE ZERO.
000862     05  WS-HELD-COUNT           PIC 9(02) COMP-3 VALUE ZERO.
000863     05  WS-TAKEN-COUNT          PIC 9(02) COMP-3 VALUE ZERO.
000864     05  WS-OUTSTANDING-COUNT    PIC 9(02) COMP-3 VALUE ZERO.
000865 01  WS-DATE-FIELDS.
000870     05  WS-CURRENT-DATE.
000880         10  WS-CURRENT-YY       PIC 9(02).
000890         10  WS-CURRENT-MM       PIC 9(02).
001000         10  FILLER              PIC X(17)
001010             VALUE '  BUSINESS DATE: '.
001020         10  WS-HDG-DATE         PIC 9(06).
001023         10  FILLER              PIC X(09) VALUE '  CYCLE: '.
001026         10  WS-HDG-CYCLE        PIC 9(01).
001030     05  WS-RESULT-LINE.
001040         10  FILLER              PIC X(08) VALUE 'RESULT: '.
001050         10  WS-RSL-TEXT         PIC X(60).
001140         10  WS-STP-MAIN         PIC X(01).
001150         10  FILLER              PIC X(07) VALUE '  POST '.
001160         10  WS-STP-POST         PIC X(01).
001161     05  WS-REGION-LINE.
001162         10  FILLER              PIC X(09) VALUE 'CYCLE '.
001163         10  WS-RGN-CYCLE        PIC 9(01).
001164         10  FILLER              PIC X(16)
001165             VALUE ' REGIONS:  1 = '.
001166         10  WS-RGN-1            PIC X(01).
001167         10  FILLER              PIC X(07) VALUE '  2 = '.
001168         10  WS-RGN-2            PIC X(01).
001169         10  FILLER              PIC X(07) VALUE '  3 = '.
001170         10  WS-RGN-3            PIC X(01).
001171         10  FILLER              PIC X(40)
001172             VALUE '   (I=IN  H=HELD  P=IN A LATER CYCLE)'.
001173     05  WS-APPROVAL-LINE.
001174         10  FILLER              PIC X(17)
001175             VALUE 'DATE CARD BATCH: '.
001176         10  WS-APL-BATCH-ID     PIC X(08).
001177         10  FILLER              PIC X(12) VALUE '  KEYED BY: '.
001178         10  WS-APL-SUBMITTER    PIC X(08).
001179         10  FILLER              PIC X(15)
001180             VALUE '  APPROVED BY: '.
001181         10  WS-APL-APPROVER     PIC X(08).
001182     05  WS-FISCAL-LINE.
001183         10  FILLER              PIC X(17)
001184             VALUE 'FISCAL PERIOD:   '.
001185         10  WS-FSL-YY           PIC 99.
001186         10  FILLER              PIC X(01) VALUE '/'.
001187         10  WS-FSL-PP           PIC 99.
001188         10  FILLER              PIC X(14) VALUE '    RUNS FROM '.
001189         10  WS-FSL-START        PIC 9(06).
001190         10  FILLER              PIC X(04) VALUE ' TO '.
001191         10  WS-FSL-END          PIC 9(06).
001192 PROCEDURE DIVISION.
001193 0000-MAINLINE.
001194     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001200     IF NOT WS-RUN-FAILED
001210         IF WS-FUNCTION-OPEN
001220             PERFORM 2000-OPEN-DATE THRU 2000-EXIT
001280     STOP RUN.
001290*----------------------------------------------------------------
001300* 1000-INITIALIZE - OPEN THE FILES, READ THE FUNCTION CARD, AND
001305*               SETTLE THE BUSINESS DATE AND CYCLE.  A BLANK
001310*               DATE ON A MAIN-CYCLE OPEN CARD TAKES THE SYSTEM
001315*               DATE - THE ONE PLACE IN THE CHAIN THE CLOCK IS
001320*               STILL READ.  A BLANK DATE ON A CLOSE CARD, OR ON
001325*               A SUPPLEMENTARY-CYCLE OPEN CARD, TAKES THE DATE
001330*               FROM THE BUSINESS-DATE FILE THE LAST OPEN WROTE,
001335*               SO A CLOSE AFTER MIDNIGHT STILL CLOSES THE NIGHT
001340*               IT BELONGS TO AND A LATE FEED JOINS ITS OWN
001345*               NIGHT.  A BLANK CYCLE IS CYCLE 1, EXCEPT THAT A
001350*               CLOSE CARD WITH A BLANK DATE ALSO TAKES THE
001355*               CYCLE FROM THE BUSINESS-DATE FILE.
001360*               A MISSING OR UNREADABLE CARD FAILS THE RUN.  SO
001365*               DOES AN OPEN CARD KEYING A DATE THAT A SECOND
001370*               OPERATOR HAS NOT RELEASED (SEE 1400), AND AN OPEN
001375*               FOR A DATE NOT ON THE FISCAL CALENDAR (SEE 1500).
001390*----------------------------------------------------------------
001400 1000-INITIALIZE.
001410     OPEN OUTPUT REGISTER-REPORT.
001640                                    TO WS-RSL-TEXT
001650             GO TO 1000-EXIT
001660     END-EVALUATE.
001661     IF RRG-CYCLE = SPACE
001662         MOVE 1 TO WS-CYCLE
001663     ELSE
001664         IF RRG-CYCLE IS NUMERIC AND RRG-CYCLE NOT = '0'
001665             MOVE RRG-CYCLE TO WS-CYCLE
001666             SET WS-CARD-CYCLE-KEYED TO TRUE
001667         ELSE
001668             SET WS-RUN-FAILED TO TRUE
001669             MOVE 'INVALID CYCLE - MUST BE BLANK OR 1 THRU 9'
001670                                    TO WS-RSL-TEXT
001671             GO TO 1000-EXIT
001672         END-IF
001673     END-IF.
001674     PERFORM 1200-EDIT-HOLD-FLAG THRU 1200-EXIT
001675         VARYING WS-REGION-SUB FROM 1 BY 1
001676         UNTIL WS-REGION-SUB > 3.
001677     IF WS-RUN-FAILED
001678         GO TO 1000-EXIT
001679     END-IF.
001680     IF RRG-BUSINESS-DATE IS NUMERIC
001681         AND RRG-BUSINESS-DATE > ZERO
001690         MOVE RRG-BUSINESS-DATE TO WS-BUSINESS-DATE
001692         SET WS-CARD-DATE-KEYED TO TRUE
001694         MOVE RRG-BATCH-ID         TO WS-DCD-BATCH-ID
001696         MOVE RRG-SUBMITTER        TO WS-DCD-SUBMITTER
001698         MOVE FUNCTION-CARD-RECORD TO WS-DCD-IMAGE
001700     ELSE
001710         MOVE WS-CURRENT-DATE   TO WS-BUSINESS-DATE
001720         IF WS-FUNCTION-CLOSE OR WS-CYCLE > 1
001730             PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
001740         END-IF
001750     END-IF.
001760     CLOSE FUNCTION-CARD-FILE.
001770     MOVE RRG-FUNCTION     TO WS-HDG-FUNCTION.
001780     MOVE WS-BUSINESS-DATE TO WS-HDG-DATE.
001785     MOVE WS-CYCLE         TO WS-HDG-CYCLE.
001790     WRITE REPORT-RECORD FROM WS-HEADING-LINE-1.
001800     WRITE REPORT-RECORD FROM WS-HEADING-LINE-2.
001810     MOVE SPACES TO REPORT-RECORD.
001820     WRITE REPORT-RECORD.
001821     IF WS-FUNCTION-OPEN AND WS-CARD-DATE-KEYED
001822         PERFORM 1400-CHECK-APPROVAL THRU 1400-EXIT
001823         IF WS-RUN-FAILED
001824             GO TO 1000-EXIT
001825         END-IF
001826     END-IF.
001827     IF WS-FUNCTION-OPEN
001828         PERFORM 1500-CHECK-CALENDAR THRU 1500-EXIT
001829         IF WS-RUN-FAILED
001830             GO TO 1000-EXIT
001831         END-IF
001832     END-IF.
001833     OPEN I-O RUN-REGISTER.
001840     IF WS-REGISTER-STATUS NOT = '00' AND NOT = '05'
001850         SET WS-RUN-FAILED TO TRUE
001860         MOVE 'RUN REGISTER I/O ERROR ON OPEN' TO WS-RSL-TEXT
001900     EXIT.
001910*----------------------------------------------------------------
001920* 1100-READ-REGISTER - RANDOM READ OF THE REGISTER BY THE
001930*               BUSINESS DATE AND THE CARD'S CYCLE.  STATUS 23
001940*               (NOT FOUND) IS A NORMAL ANSWER; ANYTHING ELSE
001950*               NON-ZERO FAILS THE RUN.
001960*----------------------------------------------------------------
001970 1100-READ-REGISTER.
001980     MOVE WS-BUSINESS-DATE TO REG-BUSINESS-DATE.
001985     MOVE WS-CYCLE         TO REG-CYCLE.
001990     READ RUN-REGISTER.
002000     EVALUATE WS-REGISTER-STATUS
002010         WHEN '00'
002110 1100-EXIT.
002120     EXIT.
002130*----------------------------------------------------------------
002131* 1150-READ-MAIN-CYCLE - RANDOM READ OF THE DATE'S MAIN-CYCLE
002132*               (CYCLE 1) RECORD, WHICH CARRIES THE DATE'S
002133*               OVERALL STATUS AND THE STANDING OF EVERY REGION
002134*----------------------------------------------------------------
002135 1150-READ-MAIN-CYCLE.
002136     MOVE WS-BUSINESS-DATE TO REG-BUSINESS-DATE.
002137     MOVE 1                TO REG-CYCLE.
002138     READ RUN-REGISTER.
002139     EVALUATE WS-REGISTER-STATUS
002140         WHEN '00'
002141             SET WS-REG-FOUND TO TRUE
002142         WHEN '23'
002143             SET WS-REG-NOT-FOUND TO TRUE
002144         WHEN OTHER
002145             SET WS-RUN-FAILED TO TRUE
002146             MOVE 'RUN REGISTER I/O ERROR ON READ'
002147                                    TO WS-RSL-TEXT
002148     END-EVALUATE.
002149     GO TO 1150-EXIT.
002150 1150-EXIT.
002151     EXIT.
002152*----------------------------------------------------------------
002153* 1200-EDIT-HOLD-FLAG - EDIT ONE REGION HOLD FLAG FROM THE CARD.
002154*               'H' HOLDS THE REGION OUT OF THE CYCLE BEING
002155*               OPENED; BLANK LETS IT RUN.
002156*----------------------------------------------------------------
002157 1200-EDIT-HOLD-FLAG.
002158     IF RRG-HOLD-REGION (WS-REGION-SUB) NOT = SPACE
002159         AND RRG-HOLD-REGION (WS-REGION-SUB) NOT = 'H'
002160         SET WS-RUN-FAILED TO TRUE
002161         MOVE 'INVALID REGION HOLD FLAG - MUST BE H OR BLANK'
002162                                    TO WS-RSL-TEXT
002163     END-IF.
002164     MOVE RRG-HOLD-REGION (WS-REGION-SUB)
002165                        TO WS-HOLD-REGION (WS-REGION-SUB).
002166     GO TO 1200-EXIT.
002167 1200-EXIT.
002168     EXIT.
002169*----------------------------------------------------------------
002170* 1300-READ-BUSINESS-DATE - A CLOSE CARD OR A SUPPLEMENTARY OPEN
002171*               CARD WITH A BLANK DATE TAKES THE DATE THE LAST
002172*               OPEN WROTE TO THE BUSINESS-DATE FILE, SO A CLOSE
002173*               RUNNING AFTER MIDNIGHT STILL CLOSES THE NIGHT IT
002174*               BELONGS TO.  A CLOSE CARD WITH NO CYCLE KEYED
002175*               TAKES THE FILE'S CYCLE AS WELL.  WITHOUT THE
002176*               FILE THE SYSTEM DATE STANDS.
002190*----------------------------------------------------------------
002200 1300-READ-BUSINESS-DATE.
002210     OPEN INPUT BUSINESS-DATE-FILE.
002260             IF BUS-DATE IS NUMERIC AND BUS-DATE > ZERO
002270                 MOVE BUS-DATE TO WS-BUSINESS-DATE
002280             END-IF
002282             IF NOT WS-CARD-CYCLE-KEYED
002284                 AND BUS-CYCLE IS NUMERIC AND BUS-CYCLE > ZERO
002286                 MOVE BUS-CYCLE TO WS-CYCLE
002288             END-IF
002290     END-READ.
002300     CLOSE BUSINESS-DATE-FILE.
002310     GO TO 1300-EXIT.
002320 1300-EXIT.
002330     EXIT.
002340*----------------------------------------------------------------
002341* 1400-CHECK-APPROVAL - AN OPEN CARD KEYING A DATE RERUNS THAT
002342*               NIGHT, SO ITS BATCH MUST BE RELEASED ON THE
002343*               APPROVAL FILE BY AN OPERATOR OTHER THAN THE ONE
002344*               WHO KEYED IT.  A CARD WITH NO SUBMITTER CANNOT BE
002345*               CHECKED AND IS NEVER RELEASED.  THE CARD IS
002346*               LOGGED WHATEVER THE ANSWER; A CARD NOT RELEASED,
002347*               OR ONE THAT CANNOT BE LOGGED, FAILS THE RUN.
002348*----------------------------------------------------------------
002349 1400-CHECK-APPROVAL.
002350     SET WS-CARD-NOT-APPROVED TO TRUE.
002351     IF WS-DCD-SUBMITTER = SPACES
002352         SET WS-CARD-NO-SUBMITTER TO TRUE
002353         GO TO 1400-LOG
002354     END-IF.
002355     IF WS-DCD-BATCH-ID = SPACES
002356         GO TO 1400-LOG
002357     END-IF.
002358     OPEN INPUT APPROVAL-FILE.
002359     IF WS-APPROVAL-STATUS NOT = '00'
002360         IF WS-APPROVAL-STATUS = '05'
002361             CLOSE APPROVAL-FILE
002362         END-IF
002363         GO TO 1400-LOG
002364     END-IF.
002365     PERFORM 1410-READ-APPROVAL THRU 1410-EXIT.
002366     PERFORM 1420-TEST-APPROVAL THRU 1420-EXIT
002367         UNTIL WS-APR-EOF OR WS-CARD-RELEASED.
002368     CLOSE APPROVAL-FILE.
002369 1400-LOG.
002370     MOVE WS-DCD-BATCH-ID  TO WS-APL-BATCH-ID.
002371     MOVE WS-DCD-SUBMITTER TO WS-APL-SUBMITTER.
002372     MOVE WS-DCD-APPROVER  TO WS-APL-APPROVER.
002373     WRITE REPORT-RECORD FROM WS-APPROVAL-LINE.
002374     PERFORM 1450-LOG-CARD THRU 1450-EXIT.
002375     IF WS-RUN-FAILED
002376         GO TO 1400-EXIT
002377     END-IF.
002378     EVALUATE TRUE
002379         WHEN WS-CARD-RELEASED
002380             CONTINUE
002381         WHEN WS-CARD-SELF-APPROVED
002382             SET WS-RUN-FAILED TO TRUE
002383             MOVE 'KEYED DATE REFUSED - SELF-APPROVED'
002384                                    TO WS-RSL-TEXT
002385         WHEN WS-CARD-NO-SUBMITTER
002386             SET WS-RUN-FAILED TO TRUE
002387             MOVE 'KEYED DATE REFUSED - NO SUBMITTER ON THE CARD'
002388                                    TO WS-RSL-TEXT
002389         WHEN OTHER
002390             SET WS-RUN-FAILED TO TRUE
002391             MOVE 'KEYED DATE REFUSED - BATCH NOT APPROVED'
002392                                    TO WS-RSL-TEXT
002393     END-EVALUATE.
002394     GO TO 1400-EXIT.
002395 1400-EXIT.
002396     EXIT.
002397*----------------------------------------------------------------
002398* 1410-READ-APPROVAL - READ THE NEXT APPROVAL CARD
002399*----------------------------------------------------------------
002400 1410-READ-APPROVAL.
002401     READ APPROVAL-FILE
002402         AT END
002403             SET WS-APR-EOF TO TRUE
002404     END-READ.
002405     GO TO 1410-EXIT.
002406 1410-EXIT.
002407     EXIT.
002408*----------------------------------------------------------------
002409* 1420-TEST-APPROVAL - COMPARE ONE APPROVAL CARD TO THE DATE
002410*               CARD'S BATCH.  A BATCH MAY CARRY MORE THAN ONE
002411*               APPROVAL; ANY ONE FROM AN OPERATOR OTHER THAN THE
002412*               SUBMITTER RELEASES IT.
002413*----------------------------------------------------------------
002414 1420-TEST-APPROVAL.
002415     IF APR-PROGRAM = 'RUNREG'
002416         AND APR-BATCH-ID = WS-DCD-BATCH-ID
002417         AND APR-APPROVER NOT = SPACES
002418         MOVE APR-APPROVER TO WS-DCD-APPROVER
002419         IF APR-APPROVER = WS-DCD-SUBMITTER
002420             SET WS-CARD-SELF-APPROVED TO TRUE
002421         ELSE
002422             SET WS-CARD-RELEASED TO TRUE
002423             GO TO 1420-EXIT
002424         END-IF
002425     END-IF.
002426     PERFORM 1410-READ-APPROVAL THRU 1410-EXIT.
002427     GO TO 1420-EXIT.
002428 1420-EXIT.
002429     EXIT.
002430*----------------------------------------------------------------
002431* 1450-LOG-CARD - WRITE THE DATE CARD, WHO KEYED IT, WHO APPROVED
002432*               IT, AND WHETHER IT WAS RELEASED, TO THE LOG
002433*----------------------------------------------------------------
002434 1450-LOG-CARD.
002435     OPEN EXTEND APPROVAL-LOG.
002436     IF WS-LOG-STATUS NOT = '00' AND NOT = '05'
002437         SET WS-RUN-FAILED TO TRUE
002438         MOVE 'APPROVAL LOG I/O ERROR ON OPEN' TO WS-RSL-TEXT
002439         GO TO 1450-EXIT
002440     END-IF.
002441     MOVE SPACES             TO APPROVAL-LOG-RECORD.
002442     MOVE WS-CURRENT-DATE    TO ALG-LOG-DATE.
002443     MOVE WS-CURRENT-TIME    TO ALG-LOG-TIME.
002444     MOVE 'RUNREG'           TO ALG-PROGRAM.
002445     MOVE WS-DCD-BATCH-ID    TO ALG-BATCH-ID.
002446     MOVE WS-DCD-SUBMITTER   TO ALG-SUBMITTER.
002447     MOVE WS-DCD-APPROVER    TO ALG-APPROVER.
002448     MOVE WS-APPROVAL-SWITCH TO ALG-RESULT.
002449     MOVE WS-DCD-IMAGE       TO ALG-CARD-IMAGE.
002450     WRITE APPROVAL-LOG-RECORD.
002451     IF WS-LOG-STATUS NOT = '00'
002452         SET WS-RUN-FAILED TO TRUE
002453         MOVE 'APPROVAL LOG I/O ERROR ON WRITE' TO WS-RSL-TEXT
002454     END-IF.
002455     CLOSE APPROVAL-LOG.
002456     GO TO 1450-EXIT.
002457 1450-EXIT.
002458     EXIT.
002459*----------------------------------------------------------------
002460* 1500-CHECK-CALENDAR - LOOK THE BUSINESS DATE UP ON THE FISCAL
002461*               CALENDAR AND SHOW ITS PERIOD.  A DATE NOT ON THE
002462*               CALENDAR, OR NO CALENDAR AT ALL, FAILS THE RUN -
002463*               FINANCE MUST LOAD THE PERIOD BEFORE THE NIGHT CAN
002464*               BE OPENED.
002465*----------------------------------------------------------------
002466 1500-CHECK-CALENDAR.
002467     OPEN INPUT FISCAL-CALENDAR.
002468     IF WS-CALENDAR-STATUS = '05'
002469         SET WS-RUN-FAILED TO TRUE
002470         MOVE 'BUSINESS DATE NOT ON THE FISCAL CALENDAR'
002471                                    TO WS-RSL-TEXT
002472         GO TO 1500-CLOSE
002473     END-IF.
002474     IF WS-CALENDAR-STATUS NOT = '00'
002475         SET WS-RUN-FAILED TO TRUE
002476         MOVE 'FISCAL CALENDAR I/O ERROR ON OPEN' TO WS-RSL-TEXT
002477         GO TO 1500-EXIT
002478     END-IF.
002479     MOVE WS-BUSINESS-DATE TO FSC-DATE.
002480     READ FISCAL-CALENDAR.
002481     EVALUATE WS-CALENDAR-STATUS
002482         WHEN '00'
002483             MOVE FSC-FISCAL-YY    TO WS-FSL-YY
002484             MOVE FSC-FISCAL-PP    TO WS-FSL-PP
002485             MOVE FSC-PERIOD-START TO WS-FSL-START
002486             MOVE FSC-PERIOD-END   TO WS-FSL-END
002487             WRITE REPORT-RECORD FROM WS-FISCAL-LINE
002488         WHEN '23'
002489             SET WS-RUN-FAILED TO TRUE
002490             MOVE 'BUSINESS DATE NOT ON THE FISCAL CALENDAR'
002491                                    TO WS-RSL-TEXT
002492         WHEN OTHER
002493             SET WS-RUN-FAILED TO TRUE
002494             MOVE 'FISCAL CALENDAR I/O ERROR ON READ'
002495                                    TO WS-RSL-TEXT
002496     END-EVALUATE.
002497 1500-CLOSE.
002498     CLOSE FISCAL-CALENDAR.
002499     GO TO 1500-EXIT.
002500 1500-EXIT.
002501     EXIT.
002502*----------------------------------------------------------------
002503* 2000-OPEN-DATE - OPEN THE BUSINESS DATE FOR TONIGHT'S MAIN
002504*               CYCLE.  A DATE ALREADY MARKED COMPLETE, OR ONE
002505*               WHOSE MAIN CYCLE HAS ALREADY CLOSED WITH A REGION
002506*               HELD, IS REFUSED RC 12 - THE DOUBLE-RUN BLOCK.
002507*               A DATE STILL OPEN IS A RESTART OF AN INCOMPLETE
002508*               NIGHT AND PROCEEDS WITH THE REGIONS IT WAS FIRST
002509*               OPENED WITH.  EITHER WAY THE STEPS ALREADY
002510*               STAMPED ARE LISTED.  A NEW DATE TAKES ITS REGION
002511*               HOLDS FROM THE CARD.  THE BUSINESS-DATE FILE IS
002512*               WRITTEN ONLY WHEN THE DATE MAY RUN.  A DATE THE
002513*               NIGHT BACKOUT TOOK OUT IS REOPENED FOR ITS RERUN.
002514*               A SUPPLEMENTARY CYCLE IS OPENED BY 2200.
002515*----------------------------------------------------------------
002516 2000-OPEN-DATE.
002517     IF WS-CYCLE > 1
002518         PERFORM 2200-OPEN-SUPP-CYCLE THRU 2200-EXIT
002519         GO TO 2000-EXIT
002520     END-IF.
002521     PERFORM 1100-READ-REGISTER THRU 1100-EXIT.
002522     IF WS-RUN-FAILED
002523         GO TO 2000-EXIT
002524     END-IF.
002525     IF WS-REG-FOUND AND REG-DATE-COMPLETE
002526         SET WS-DOUBLE-RUN-BLOCKED TO TRUE
002527         MOVE 'DATE ALREADY COMPLETE - DOUBLE RUN BLOCKED'
002528                                    TO WS-RSL-TEXT
002529         PERFORM 2500-LIST-STAMPS THRU 2500-EXIT
002530         GO TO 2000-EXIT
002540     END-IF.
002541     IF WS-REG-FOUND AND REG-DATE-HELD
002542         SET WS-DOUBLE-RUN-BLOCKED TO TRUE
002543         MOVE 'MAIN CYCLE ALREADY RUN - HELD REGION WAITS'
002544                                    TO WS-RSL-TEXT
002545         PERFORM 2500-LIST-STAMPS THRU 2500-EXIT
002546         GO TO 2000-EXIT
002547     END-IF.
002548     IF WS-REG-FOUND AND REG-DATE-BACKED-OUT
002549         PERFORM 2700-REOPEN-BACKED-OUT THRU 2700-EXIT
002550         IF NOT WS-RUN-FAILED
002551             PERFORM 2600-WRITE-BUSINESS-DATE THRU 2600-EXIT
002552         END-IF
002553         GO TO 2000-EXIT
002554     END-IF.
002555     IF WS-REG-FOUND
002560         MOVE 'DATE ALREADY OPEN - RESTART OF INCOMPLETE NIGHT'
002570                                    TO WS-RSL-TEXT
002580         PERFORM 2500-LIST-STAMPS THRU 2500-EXIT
002590     ELSE
002600         MOVE SPACES           TO REGISTER-RECORD
002610         MOVE WS-BUSINESS-DATE TO REG-BUSINESS-DATE
002615         MOVE 1                TO REG-CYCLE
002620         MOVE 'O'              TO REG-STATUS
002630         MOVE 'N'              TO REG-EDIT-DONE
002640         MOVE 'N'              TO REG-MERGE-DONE
002660         MOVE 'N'              TO REG-POST-DONE
002670         MOVE WS-CURRENT-TIME  TO REG-OPENED-TIME
002680         MOVE ZERO             TO REG-CLOSED-TIME
002682         PERFORM 2300-SET-MAIN-REGIONS THRU 2300-EXIT
002684         IF WS-RUN-FAILED
002686             GO TO 2000-EXIT
002688         END-IF
002690         WRITE REGISTER-RECORD
002700         IF WS-REGISTER-STATUS NOT = '00'
002710             SET WS-RUN-FAILED TO TRUE
002730                                    TO WS-RSL-TEXT
002740             GO TO 2000-EXIT
002750         END-IF
002752         IF WS-HELD-COUNT > ZERO
002754             MOVE 'DATE OPENED FOR TONIGHT''S RUN - REGION HELD'
002756                                    TO WS-RSL-TEXT
002758         ELSE
002760             MOVE 'DATE OPENED FOR TONIGHT''S RUN' TO WS-RSL-TEXT
002762         END-IF
002764         PERFORM 2500-LIST-STAMPS THRU 2500-EXIT
002770     END-IF.
002780     PERFORM 2600-WRITE-BUSINESS-DATE THRU 2600-EXIT.
002790     GO TO 2000-EXIT.
002800 2000-EXIT.
002810     EXIT.
002820*----------------------------------------------------------------
002821* 2200-OPEN-SUPP-CYCLE - OPEN A SUPPLEMENTARY CYCLE (2-9) FOR A
002822*               REGION THE MAIN CYCLE HELD.  THE DATE'S MAIN
002823*               CYCLE MUST HAVE CLOSED WITH A REGION HELD; A
002824*               DATE ALREADY COMPLETE IS REFUSED RC 12, AND A
002825*               DATE NEVER OPENED, STILL OPEN, OR BACKED OUT
002826*               FAILS THE STEP.  A NEW (OR BACKED-OUT) CYCLE
002827*               TAKES EVERY REGION STILL HELD ON THE MAIN-CYCLE
002828*               RECORD, LESS ANY THE CARD HOLDS AGAIN, AND MARKS
002829*               THEM 'P' ON THE MAIN-CYCLE RECORD SO NO OTHER
002830*               CYCLE CAN TAKE THEM TOO.  A CYCLE ALREADY
002831*               COMPLETE IS A DOUBLE RUN; ONE STILL OPEN IS A
002832*               RESTART WITH THE REGIONS IT FIRST TOOK.
002833*----------------------------------------------------------------
002834 2200-OPEN-SUPP-CYCLE.
002835     PERFORM 1150-READ-MAIN-CYCLE THRU 1150-EXIT.
002836     IF WS-RUN-FAILED
002837         GO TO 2200-EXIT
002838     END-IF.
002839     IF WS-REG-NOT-FOUND
002840         SET WS-RUN-FAILED TO TRUE
002841         MOVE 'MAIN CYCLE WAS NEVER OPENED FOR THIS DATE'
002842                                    TO WS-RSL-TEXT
002843         GO TO 2200-EXIT
002844     END-IF.
002845     IF REG-DATE-COMPLETE
002846         SET WS-DOUBLE-RUN-BLOCKED TO TRUE
002847         MOVE 'DATE ALREADY COMPLETE - EVERY REGION IS IN'
002848                                    TO WS-RSL-TEXT
002849         PERFORM 2500-LIST-STAMPS THRU 2500-EXIT
002850         GO TO 2200-EXIT
002851     END-IF.
002852     IF REG-DATE-OPEN
002853         SET WS-RUN-FAILED TO TRUE
002854         MOVE 'MAIN CYCLE STILL OPEN - CLOSE IT FIRST'
002855                                    TO WS-RSL-TEXT
002856         GO TO 2200-EXIT
002857     END-IF.
002858     IF REG-DATE-BACKED-OUT
002859         SET WS-RUN-FAILED TO TRUE
002860         MOVE 'MAIN CYCLE IS BACKED OUT - RERUN IT FIRST'
002861                                    TO WS-RSL-TEXT
002862         GO TO 2200-EXIT
002863     END-IF.
002864     MOVE REG-REGIONS TO WS-MAIN-REGIONS.
002865     PERFORM 1100-READ-REGISTER THRU 1100-EXIT.
002866     IF WS-RUN-FAILED
002867         GO TO 2200-EXIT
002868     END-IF.
002869     IF WS-REG-FOUND AND REG-DATE-COMPLETE
002870         SET WS-DOUBLE-RUN-BLOCKED TO TRUE
002871         MOVE 'CYCLE ALREADY COMPLETE - DOUBLE RUN BLOCKED'
002872                                    TO WS-RSL-TEXT
002873         PERFORM 2500-LIST-STAMPS THRU 2500-EXIT
002874         GO TO 2200-EXIT
002875     END-IF.
002876     IF WS-REG-FOUND AND REG-DATE-OPEN
002877         MOVE 'CYCLE ALREADY OPEN - RESTART OF INCOMPLETE CYCLE'
002878                                    TO WS-RSL-TEXT
002879         PERFORM 2500-LIST-STAMPS THRU 2500-EXIT
002880         PERFORM 2600-WRITE-BUSINESS-DATE THRU 2600-EXIT
002881         GO TO 2200-EXIT
002882     END-IF.
002883     MOVE ZERO TO WS-TAKEN-COUNT.
002884     PERFORM 2400-TAKE-HELD-REGION THRU 2400-EXIT
002885         VARYING WS-REGION-SUB FROM 1 BY 1
002886         UNTIL WS-REGION-SUB > 3.
002887     IF WS-TAKEN-COUNT = ZERO
002888         SET WS-RUN-FAILED TO TRUE
002889         MOVE 'NO HELD REGION LEFT FOR THIS CYCLE TO TAKE'
002890                                    TO WS-RSL-TEXT
002891         GO TO 2200-EXIT
002892     END-IF.
002893     IF WS-REG-FOUND
002894         MOVE 'CYCLE WAS BACKED OUT - REOPENED FOR RERUN'
002895                                    TO WS-RSL-TEXT
002896     ELSE
002897         MOVE 'SUPPLEMENTARY CYCLE OPENED FOR THE HELD REGION'
002898                                    TO WS-RSL-TEXT
002899     END-IF.
002900     MOVE SPACES           TO REGISTER-RECORD.
002901     MOVE WS-BUSINESS-DATE TO REG-BUSINESS-DATE.
002902     MOVE WS-CYCLE         TO REG-CYCLE.
002903     MOVE 'O'              TO REG-STATUS.
002904     MOVE 'N'              TO REG-EDIT-DONE.
002905     MOVE 'N'              TO REG-MERGE-DONE.
002906     MOVE 'N'              TO REG-MAIN-DONE.
002907     MOVE 'N'              TO REG-POST-DONE.
002908     MOVE WS-CURRENT-TIME  TO REG-OPENED-TIME.
002909     MOVE ZERO             TO REG-CLOSED-TIME.
002910     MOVE WS-CYCLE-REGIONS TO REG-REGIONS.
002911     IF WS-REG-FOUND
002912         REWRITE REGISTER-RECORD
002913     ELSE
002914         WRITE REGISTER-RECORD
002915     END-IF.
002916     IF WS-REGISTER-STATUS NOT = '00'
002917         SET WS-RUN-FAILED TO TRUE
002918         MOVE 'RUN REGISTER I/O ERROR ON WRITE'
002919                                    TO WS-RSL-TEXT
002920         GO TO 2200-EXIT
002921     END-IF.
002922     PERFORM 2500-LIST-STAMPS THRU 2500-EXIT.
002923     PERFORM 1150-READ-MAIN-CYCLE THRU 1150-EXIT.
002924     IF WS-RUN-FAILED
002925         GO TO 2200-EXIT
002926     END-IF.
002927     MOVE WS-MAIN-REGIONS TO REG-REGIONS.
002928     REWRITE REGISTER-RECORD.
002929     IF WS-REGISTER-STATUS NOT = '00'
002930         SET WS-RUN-FAILED TO TRUE
002931         MOVE 'RUN REGISTER I/O ERROR ON REWRITE'
002932                                    TO WS-RSL-TEXT
002933         GO TO 2200-EXIT
002934     END-IF.
002935     PERFORM 2600-WRITE-BUSINESS-DATE THRU 2600-EXIT.
002936     GO TO 2200-EXIT.
002937 2200-EXIT.
002938     EXIT.
002939*----------------------------------------------------------------
002940* 2300-SET-MAIN-REGIONS - SET EACH REGION OF A MAIN-CYCLE RECORD
002941*               'I' (RUNS TONIGHT) OR 'H' (HELD FOR A LATER
002942*               CYCLE) FROM THE CARD.  HOLDING ALL THREE LEAVES
002943*               NOTHING TO RUN AND FAILS THE STEP.
002944*----------------------------------------------------------------
002945 2300-SET-MAIN-REGIONS.
002946     MOVE ZERO TO WS-HELD-COUNT.
002947     PERFORM 2310-SET-MAIN-REGION THRU 2310-EXIT
002948         VARYING WS-REGION-SUB FROM 1 BY 1
002949         UNTIL WS-REGION-SUB > 3.
002950     IF WS-HELD-COUNT = 3
002951         SET WS-RUN-FAILED TO TRUE
002952         MOVE 'EVERY REGION HELD - NOTHING TO RUN'
002953                                    TO WS-RSL-TEXT
002954     END-IF.
002955     GO TO 2300-EXIT.
002956 2300-EXIT.
002957     EXIT.
002958*----------------------------------------------------------------
002959* 2310-SET-MAIN-REGION - SET ONE REGION OF THE MAIN-CYCLE RECORD
002960*----------------------------------------------------------------
002961 2310-SET-MAIN-REGION.
002962     IF WS-HOLD-REGION (WS-REGION-SUB) = 'H'
002963         MOVE 'H' TO REG-REGION-STATUS (WS-REGION-SUB)
002964         ADD 1 TO WS-HELD-COUNT
002965     ELSE
002966         MOVE 'I' TO REG-REGION-STATUS (WS-REGION-SUB)
002967     END-IF.
002968     GO TO 2310-EXIT.
002969 2310-EXIT.
002970     EXIT.
002971*----------------------------------------------------------------
002972* 2400-TAKE-HELD-REGION - A REGION STILL HELD ON THE MAIN-CYCLE
002973*               RECORD, AND NOT HELD AGAIN BY THE CARD, RUNS IN
002974*               THE SUPPLEMENTARY CYCLE BEING OPENED
002975*----------------------------------------------------------------
002976 2400-TAKE-HELD-REGION.
002977     MOVE SPACE TO WS-CYCLE-REGION (WS-REGION-SUB).
002978     IF WS-MAIN-REGION (WS-REGION-SUB) = 'H'
002979         AND WS-HOLD-REGION (WS-REGION-SUB) NOT = 'H'
002980         MOVE 'I' TO WS-CYCLE-REGION (WS-REGION-SUB)
002981         MOVE 'P' TO WS-MAIN-REGION (WS-REGION-SUB)
002982         ADD 1 TO WS-TAKEN-COUNT
002983     END-IF.
002984     GO TO 2400-EXIT.
002985 2400-EXIT.
002986     EXIT.
002987*----------------------------------------------------------------
002988* 2500-LIST-STAMPS - LIST WHICH STEPS HAVE ALREADY STAMPED THE
002989*               CYCLE, AND THE STANDING OF EACH REGION, SO A
002990*               RESTART KNOWS WHERE THE LAST RUN STOPPED AND A
002991*               BLOCKED RESUBMIT SHOWS THE NIGHT REALLY RAN
002992*----------------------------------------------------------------
002993 2500-LIST-STAMPS.
002994     MOVE REG-EDIT-DONE  TO WS-STP-EDIT.
002995     MOVE REG-MERGE-DONE TO WS-STP-MERGE.
002996     MOVE REG-MAIN-DONE  TO WS-STP-MAIN.
002997     MOVE REG-POST-DONE  TO WS-STP-POST.
002998     WRITE REPORT-RECORD FROM WS-STAMP-LINE.
002999     MOVE REG-CYCLE      TO WS-RGN-CYCLE.
003000     MOVE REG-REGION-STATUS (1) TO WS-RGN-1.
003001     MOVE REG-REGION-STATUS (2) TO WS-RGN-2.
003002     MOVE REG-REGION-STATUS (3) TO WS-RGN-3.
003003     WRITE REPORT-RECORD FROM WS-REGION-LINE.
003004     GO TO 2500-EXIT.
003005 2500-EXIT.
003006     EXIT.
003007*----------------------------------------------------------------
003008* 2600-WRITE-BUSINESS-DATE - WRITE THE ONE-RECORD BUSINESS-DATE
003009*               FILE EVERY STEP OF THE CHAIN READS IN PLACE OF
003010*               THE SYSTEM CLOCK: THE DATE, THE CYCLE, AND A
003011*               Y/N PER REGION SAYING WHETHER THAT REGION'S FEED
003012*               RUNS IN THIS CYCLE.  THE REGISTER RECORD OF THE
003013*               CYCLE BEING OPENED IS IN THE RECORD AREA, EXCEPT
003014*               AFTER A SUPPLEMENTARY OPEN, WHICH LEAVES ITS
003015*               REGIONS IN WS-CYCLE-REGIONS.
003016*----------------------------------------------------------------
003020 2600-WRITE-BUSINESS-DATE.
003022     IF REG-CYCLE = WS-CYCLE
003024         MOVE REG-REGIONS TO WS-CYCLE-REGIONS
003026     END-IF.
003030     OPEN OUTPUT BUSINESS-DATE-FILE.
003040     MOVE SPACES           TO BUSINESS-DATE-RECORD.
003050     MOVE WS-BUSINESS-DATE TO BUS-DATE.
003052     MOVE WS-CYCLE         TO BUS-CYCLE.
003054     PERFORM 2610-SET-REGION-RUN THRU 2610-EXIT
003056         VARYING WS-REGION-SUB FROM 1 BY 1
003058         UNTIL WS-REGION-SUB > 3.
003060     WRITE BUSINESS-DATE-RECORD.
003070     CLOSE BUSINESS-DATE-FILE.
003080     GO TO 2600-EXIT.
003090 2600-EXIT.
003100     EXIT.
003110*----------------------------------------------------------------
003111* 2610-SET-REGION-RUN - ONE REGION'S RUN FLAG ON THE BUSINESS-
003112*               DATE RECORD
003113*----------------------------------------------------------------
003114 2610-SET-REGION-RUN.
003115     IF WS-CYCLE-REGION (WS-REGION-SUB) = 'I'
003116         MOVE 'Y' TO BUS-REGION-RUN (WS-REGION-SUB)
003117     ELSE
003118         MOVE 'N' TO BUS-REGION-RUN (WS-REGION-SUB)
003119     END-IF.
003120     GO TO 2610-EXIT.
003121 2610-EXIT.
003122     EXIT.
003123*----------------------------------------------------------------
003124* 2700-REOPEN-BACKED-OUT - REOPEN A DATE THE NIGHT BACKOUT
003125*               TOOK OUT.  THE STEP FLAGS THE BACKOUT CLEARED
003126*               STAY CLEAR AND THE OPEN TIME IS RESTAMPED, SO
003127*               THE RERUN READS AS A FRESH NIGHT.  THE REGION
003128*               HOLDS ARE TAKEN AFRESH FROM THE CARD.
003129*----------------------------------------------------------------
003130 2700-REOPEN-BACKED-OUT.
003131     MOVE 'O'             TO REG-STATUS.
003132     MOVE 'N'             TO REG-EDIT-DONE.
003133     MOVE 'N'             TO REG-MERGE-DONE.
003134     MOVE 'N'             TO REG-MAIN-DONE.
003135     MOVE 'N'             TO REG-POST-DONE.
003136     MOVE WS-CURRENT-TIME TO REG-OPENED-TIME.
003137     MOVE ZERO            TO REG-CLOSED-TIME.
003138     PERFORM 2300-SET-MAIN-REGIONS THRU 2300-EXIT.
003139     IF WS-RUN-FAILED
003140         GO TO 2700-EXIT
003141     END-IF.
003142     REWRITE REGISTER-RECORD.
003143     IF WS-REGISTER-STATUS NOT = '00'
003144         SET WS-RUN-FAILED TO TRUE
003145         MOVE 'RUN REGISTER I/O ERROR ON REWRITE'
003146                                    TO WS-RSL-TEXT
003147         GO TO 2700-EXIT
003148     END-IF.
003149     MOVE 'DATE WAS BACKED OUT - REOPENED FOR RERUN'
003150                                    TO WS-RSL-TEXT.
003151     PERFORM 2500-LIST-STAMPS THRU 2500-EXIT.
003152     GO TO 2700-EXIT.
003153 2700-EXIT.
003154     EXIT.
003155*----------------------------------------------------------------
003156* 3000-CLOSE-DATE - CLOSE THE CYCLE AT THE BOTTOM OF A CLEAN RUN.
003157*               A CYCLE NEVER OPENED, OR ALREADY CLOSED, FAILS
003158*               THE STEP SO A MIS-WIRED CLOSE CANNOT PASS
003159*               SILENTLY.  SO DOES A BACKED-OUT CYCLE NOBODY HAS
003160*               REOPENED.  THE MAIN CYCLE MARKS THE DATE COMPLETE
003161*               WHEN EVERY REGION RAN IN IT, OR 'H' (HELD) WHEN
003162*               A REGION STILL WAITS ON A SUPPLEMENTARY CYCLE.
003163*               A SUPPLEMENTARY CYCLE IS CLOSED BY 3200.
003164*----------------------------------------------------------------
003170 3000-CLOSE-DATE.
003180     PERFORM 1100-READ-REGISTER THRU 1100-EXIT.
003190     IF WS-RUN-FAILED
003320         PERFORM 2500-LIST-STAMPS THRU 2500-EXIT
003330         GO TO 3000-EXIT
003340     END-IF.
003341     IF REG-DATE-HELD
003342         SET WS-RUN-FAILED TO TRUE
003343         MOVE 'MAIN CYCLE ALREADY CLOSED - REGION STILL HELD'
003344                                    TO WS-RSL-TEXT
003345         PERFORM 2500-LIST-STAMPS THRU 2500-EXIT
003346         GO TO 3000-EXIT
003347     END-IF.
003348     IF REG-DATE-BACKED-OUT
003349         SET WS-RUN-FAILED TO TRUE
003350         MOVE 'DATE WAS BACKED OUT AND NEVER REOPENED'
003351                                    TO WS-RSL-TEXT
003352         GO TO 3000-EXIT
003353     END-IF.
003354     IF WS-CYCLE > 1
003355         PERFORM 3200-CLOSE-SUPP-CYCLE THRU 3200-EXIT
003356         GO TO 3000-EXIT
003357     END-IF.
003358     MOVE ZERO TO WS-HELD-COUNT.
003359     PERFORM 3100-COUNT-HELD-REGION THRU 3100-EXIT
003360         VARYING WS-REGION-SUB FROM 1 BY 1
003361         UNTIL WS-REGION-SUB > 3.
003362     IF WS-HELD-COUNT > ZERO
003363         MOVE 'H'         TO REG-STATUS
003364     ELSE
003365         MOVE 'C'         TO REG-STATUS
003366     END-IF.
003367     MOVE WS-CURRENT-TIME TO REG-CLOSED-TIME.
003370     REWRITE REGISTER-RECORD.
003380     IF WS-REGISTER-STATUS NOT = '00'
003390         SET WS-RUN-FAILED TO TRUE
003410                                    TO WS-RSL-TEXT
003420         GO TO 3000-EXIT
003430     END-IF.
003432     IF WS-HELD-COUNT > ZERO
003434         MOVE 'MAIN CYCLE CLOSED - DATE WAITS ON A HELD REGION'
003436                                    TO WS-RSL-TEXT
003438     ELSE
003440         MOVE 'DATE MARKED COMPLETE' TO WS-RSL-TEXT
003442     END-IF.
003450     PERFORM 2500-LIST-STAMPS THRU 2500-EXIT.
003460     GO TO 3000-EXIT.
003470 3000-EXIT.
003480     EXIT.
003490*----------------------------------------------------------------
003491* 3100-COUNT-HELD-REGION - COUNT A REGION THE MAIN CYCLE HELD
003492*----------------------------------------------------------------
003493 3100-COUNT-HELD-REGION.
003494     IF REG-REGION-STATUS (WS-REGION-SUB) = 'H'
003495         ADD 1 TO WS-HELD-COUNT
003496     END-IF.
003497     GO TO 3100-EXIT.
003498 3100-EXIT.
003499     EXIT.
003500*----------------------------------------------------------------
003501* 3200-CLOSE-SUPP-CYCLE - MARK THE SUPPLEMENTARY CYCLE COMPLETE,
003502*               THEN MARK ITS REGIONS IN ON THE MAIN-CYCLE
003503*               RECORD.  WHEN NO REGION IS HELD OR PENDING IN
003504*               ANOTHER CYCLE ANY LONGER, THE DATE ITSELF IS
003505*               MARKED COMPLETE.
003506*----------------------------------------------------------------
003507 3200-CLOSE-SUPP-CYCLE.
003508     MOVE 'C'             TO REG-STATUS.
003509     MOVE WS-CURRENT-TIME TO REG-CLOSED-TIME.
003510     REWRITE REGISTER-RECORD.
003511     IF WS-REGISTER-STATUS NOT = '00'
003512         SET WS-RUN-FAILED TO TRUE
003513         MOVE 'RUN REGISTER I/O ERROR ON REWRITE'
003514                                    TO WS-RSL-TEXT
003515         GO TO 3200-EXIT
003516     END-IF.
003517     PERFORM 2500-LIST-STAMPS THRU 2500-EXIT.
003518     MOVE REG-REGIONS TO WS-CYCLE-REGIONS.
003519     PERFORM 1150-READ-MAIN-CYCLE THRU 1150-EXIT.
003520     IF WS-RUN-FAILED
003521         GO TO 3200-EXIT
003522     END-IF.
003523     IF WS-REG-NOT-FOUND
003524         SET WS-RUN-FAILED TO TRUE
003525         MOVE 'MAIN CYCLE RECORD MISSING FOR THIS DATE'
003526                                    TO WS-RSL-TEXT
003527         GO TO 3200-EXIT
003528     END-IF.
003529     MOVE REG-REGIONS TO WS-MAIN-REGIONS.
003530     MOVE ZERO TO WS-OUTSTANDING-COUNT.
003531     PERFORM 3210-MARK-REGION-IN THRU 3210-EXIT
003532         VARYING WS-REGION-SUB FROM 1 BY 1
003533         UNTIL WS-REGION-SUB > 3.
003534     MOVE WS-MAIN-REGIONS TO REG-REGIONS.
003535     IF WS-OUTSTANDING-COUNT = ZERO
003536         MOVE 'C'             TO REG-STATUS
003537         MOVE WS-CURRENT-TIME TO REG-CLOSED-TIME
003538     END-IF.
003539     REWRITE REGISTER-RECORD.
003540     IF WS-REGISTER-STATUS NOT = '00'
003541         SET WS-RUN-FAILED TO TRUE
003542         MOVE 'RUN REGISTER I/O ERROR ON REWRITE'
003543                                    TO WS-RSL-TEXT
003544         GO TO 3200-EXIT
003545     END-IF.
003546     IF WS-OUTSTANDING-COUNT = ZERO
003547         MOVE 'CYCLE CLOSED - DATE MARKED COMPLETE'
003548                                    TO WS-RSL-TEXT
003549     ELSE
003550         MOVE 'CYCLE CLOSED - DATE STILL WAITS ON A HELD REGION'
003551                                    TO WS-RSL-TEXT
003552     END-IF.
003553     PERFORM 2500-LIST-STAMPS THRU 2500-EXIT.
003554     GO TO 3200-EXIT.
003555 3200-EXIT.
003556     EXIT.
003557*----------------------------------------------------------------
003558* 3210-MARK-REGION-IN - A REGION THE CLOSING CYCLE RAN IS NOW IN
003559*               ON THE MAIN-CYCLE RECORD; COUNT ANY STILL OUT
003560*----------------------------------------------------------------
003561 3210-MARK-REGION-IN.
003562     IF WS-CYCLE-REGION (WS-REGION-SUB) = 'I'
003563         MOVE 'I' TO WS-MAIN-REGION (WS-REGION-SUB)
003564     END-IF.
003565     IF WS-MAIN-REGION (WS-REGION-SUB) = 'H'
003566         OR WS-MAIN-REGION (WS-REGION-SUB) = 'P'
003567         ADD 1 TO WS-OUTSTANDING-COUNT
003568     END-IF.
003569     GO TO 3210-EXIT.
003570 3210-EXIT.
003571     EXIT.
003572*----------------------------------------------------------------
003573* 9000-TERMINATE - WRITE THE RESULT, CLOSE THE FILES, AND SET
003574*               THE RETURN CODE.  RC 12 = DOUBLE RUN BLOCKED
003575*               (ITS OWN CODE SO THE ALERT STEPS CAN TELL IT
003576*               FROM A REAL FAILURE); RC 16 = BAD CARD, KEYED
003577*               DATE NOT RELEASED BY A SECOND OPERATOR, CYCLE OUT
003578*               OF ORDER, OR REGISTER OR APPROVAL LOG I/O ERROR.
003579*----------------------------------------------------------------
003580 9000-TERMINATE.
003581     WRITE REPORT-RECORD FROM WS-RESULT-LINE.
003582     CLOSE RUN-REGISTER.
003590     CLOSE REGISTER-REPORT.
003600     IF WS-RUN-FAILED
003610         MOVE 16 TO RETURN-CODE
