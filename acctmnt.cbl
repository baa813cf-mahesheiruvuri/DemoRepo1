000170*               DISPOSITION, AND WRITES THE UPDATED REFERENCE
000180*               MASTER, SO OPERATIONS CAN OPEN AND CLOSE
000190*               ACCOUNTS WITHOUT A PROGRAMMER.
000191* 10/15/26 RJT  THE REFERENCE MASTER IS NOW A KEYED FILE.  EACH
000192*               CARD READS ITS ACCOUNT BY KEY AND THE OPEN OR
000193*               CLOSE IS WRITTEN BACK IN PLACE, SO THE 1000-ENTRY
000194*               TABLE, THE NEW-FILE COPY, AND THE TABLE-FULL RC 8
000195*               ARE GONE.  RC 16 NOW FLAGS A MASTER I/O FAILURE.
000196* 10/15/26 RJT  DUAL CONTROL.  EVERY CARD NOW CARRIES ITS BATCH ID
000197*               AND THE SUBMITTER WHO KEYED IT, AND IS APPLIED
000198*               ONLY WHEN A SECOND OPERATOR HAS RELEASED ITS BATCH
000199*               ON THE APPROVAL FILE.  A CARD WHOSE BATCH IS NOT
000200*               APPROVED, OR IS APPROVED ONLY BY ITS OWN
000201*               SUBMITTER, IS REFUSED AND LISTED.  EVERY CARD IS
000202*               WRITTEN TO THE CUMULATIVE APPROVAL LOG WITH WHO
000203*               KEYED AND WHO APPROVED IT.
000204*----------------------------------------------------------------
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000236     SELECT OPTIONAL ACCOUNT-REF-FILE ASSIGN TO ACREF
000242         ORGANIZATION IS INDEXED
000248         ACCESS MODE IS RANDOM
000254         RECORD KEY IS AREF-KEY
000260         FILE STATUS IS WS-AREF-STATUS.
000270     SELECT MAINT-CARD-FILE ASSIGN TO MNTIN
000280         ORGANIZATION IS LINE SEQUENTIAL.
000284     SELECT OPTIONAL APPROVAL-FILE ASSIGN TO APRVIN
000288         ORGANIZATION IS LINE SEQUENTIAL
000292         FILE STATUS IS WS-APPROVAL-STATUS.
000296     SELECT OPTIONAL APPROVAL-LOG ASSIGN TO APRLOG
000300         ORGANIZATION IS LINE SEQUENTIAL
000304         FILE STATUS IS WS-LOG-STATUS.
000310     SELECT MAINT-REPORT ASSIGN TO MNTRPT
000320         ORGANIZATION IS LINE SEQUENTIAL.
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  ACCOUNT-REF-FILE
000360     RECORD CONTAINS 80 CHARACTERS.
000370 01  ACCOUNT-REF-RECORD.
000380     05  AREF-KEY                PIC X(10).
000390     05  AREF-ACCT-STATUS        PIC X(01).
000400     05  AREF-OPEN-DATE          PIC 9(06).
000410     05  AREF-CLOSE-DATE         PIC 9(06).
000420     05  FILLER                  PIC X(57).
000430 FD  MAINT-CARD-FILE
000440     RECORDING MODE IS F.
000460     05  MNT-ACTION              PIC X(01).
000470     05  MNT-KEY                 PIC X(10).
000480     05  MNT-EFF-DATE            PIC 9(06).
000484     05  MNT-BATCH-ID            PIC X(08).
000488     05  MNT-SUBMITTER           PIC X(08).
000492     05  FILLER                  PIC X(47).
000496*    ONE CARD PER RELEASED BATCH, KEYED BY THE SECOND OPERATOR.
000500*    ONLY THE CARDS NAMING THIS PROGRAM ARE LOADED.
000504 FD  APPROVAL-FILE
000510     RECORDING MODE IS F.
000513 01  APPROVAL-RECORD.
000516     05  APR-PROGRAM             PIC X(08).
000519     05  APR-BATCH-ID            PIC X(08).
000522     05  APR-APPROVER            PIC X(08).
000525     05  FILLER                  PIC X(56).
000528*    CUMULATIVE - ONE ENTRY PER CARD PRESENTED, RELEASED OR NOT.
000531 FD  APPROVAL-LOG
000534     RECORDING MODE IS F.
000537 01  APPROVAL-LOG-RECORD.
000540     05  ALG-LOG-DATE            PIC 9(06).
000543     05  ALG-LOG-TIME            PIC 9(08).
000546     05  ALG-PROGRAM             PIC X(08).
000549     05  ALG-BATCH-ID            PIC X(08).
000552     05  ALG-SUBMITTER           PIC X(08).
000555     05  ALG-APPROVER            PIC X(08).
000558     05  ALG-RESULT              PIC X(01).
000561     05  ALG-CARD-IMAGE          PIC X(40).
000564     05  FILLER                  PIC X(33).
000580 FD  MAINT-REPORT
000590     RECORDING MODE IS F.
000600 01  REPORT-RECORD               PIC X(132).
000610 WORKING-STORAGE SECTION.
000620 01  WS-SWITCHES.
000650     05  WS-CARD-EOF-SWITCH      PIC X(01) VALUE 'N'.
000660         88  WS-CARD-EOF                   VALUE 'Y'.
000670     05  WS-AREF-FOUND-SWITCH    PIC X(01) VALUE 'N'.
000680         88  WS-AREF-FOUND                 VALUE 'Y'.
000690         88  WS-AREF-NOT-FOUND             VALUE 'N'.
000691     05  WS-IO-ERROR-SWITCH      PIC X(01) VALUE 'N'.
000692         88  WS-IO-ERROR                   VALUE 'Y'.
000693     05  WS-APR-EOF-SWITCH       PIC X(01) VALUE 'N'.
000694         88  WS-APR-EOF                    VALUE 'Y'.
000695     05  WS-APR-OVERFLOW-SW      PIC X(01) VALUE 'N'.
000696         88  WS-APR-OVERFLOW               VALUE 'Y'.
000697     05  WS-APPROVAL-SWITCH      PIC X(01) VALUE 'U'.
000698         88  WS-CARD-RELEASED              VALUE 'R'.
000699         88  WS-CARD-NOT-APPROVED          VALUE 'U'.
000700         88  WS-CARD-SELF-APPROVED         VALUE 'S'.
000701         88  WS-CARD-NO-SUBMITTER          VALUE 'N'.
000702     05  WS-LOG-OPEN-SWITCH      PIC X(01) VALUE 'N'.
000703         88  WS-LOG-OPEN                   VALUE 'Y'.
000704     05  WS-AREF-OPEN-SWITCH     PIC X(01) VALUE 'N'.
000705         88  WS-AREF-OPEN                  VALUE 'Y'.
000720 01  WS-AREF-STATUS              PIC X(02) VALUE '00'.
000728 01  WS-APPROVAL-STATUS          PIC X(02) VALUE '00'.
000736 01  WS-LOG-STATUS               PIC X(02) VALUE '00'.
000744*    THE BATCHES RELEASED FOR THIS PROGRAM.  A BATCH MAY CARRY
000752*    MORE THAN ONE APPROVAL CARD; ANY ONE FROM AN OPERATOR OTHER
000760*    THAN THE SUBMITTER RELEASES IT.  APPROVALS BEYOND THE TABLE
000768*    LIMIT ARE IGNORED, SO THEIR CARDS ARE REFUSED, NEVER APPLIED.
000776 01  WS-APPROVAL-TABLE.
000784     05  WS-APR-MAX              PIC 9(03) COMP-3 VALUE 200.
000792     05  WS-APR-COUNT            PIC 9(03) COMP-3 VALUE ZERO.
000800     05  WS-APR-SUB              PIC 9(03) COMP-3 VALUE ZERO.
000808     05  WS-APR-ENTRY OCCURS 200 TIMES.
000816         10  WS-APR-BATCH-ID     PIC X(08).
000824         10  WS-APR-APPROVER     PIC X(08).
000832 01  WS-CARD-APPROVER            PIC X(08) VALUE SPACES.
000840*    THE CARDS ARE APPLIED TO THE KEYED REFERENCE MASTER IN PLACE,
000848*    ONE READ BY KEY PER CARD, SO THE ORDER OPERATIONS KEYED THE
000856*    CARDS DOES NOT MATTER AND THERE IS NO LIMIT ON THE NUMBER
000864*    OF ACCOUNTS.
000880 01  WS-ACCUMULATORS.
000900     05  WS-CARDS-READ           PIC 9(07) COMP-3 VALUE ZERO.
000910     05  WS-ACCOUNTS-OPENED      PIC 9(07) COMP-3 VALUE ZERO.
000920     05  WS-ACCOUNTS-CLOSED      PIC 9(07) COMP-3 VALUE ZERO.
000930     05  WS-CARDS-IN-ERROR       PIC 9(07) COMP-3 VALUE ZERO.
000940     05  WS-CARDS-REFUSED        PIC 9(07) COMP-3 VALUE ZERO.
000950 01  WS-DATE-FIELDS.
000960     05  WS-CURRENT-DATE.
000970         10  WS-CURRENT-YY       PIC 9(02).
000980         10  WS-CURRENT-MM       PIC 9(02).
000990         10  WS-CURRENT-DD       PIC 9(02).
000995     05  WS-CURRENT-TIME         PIC 9(08).
001000 01  WS-REPORT-LINES.
001010     05  WS-HEADING-LINE-1.
001020         10  FILLER              PIC X(30) VALUE SPACES.
001130         10  FILLER              PIC X(08) VALUE 'ACTION'.
001140         10  FILLER              PIC X(12) VALUE 'ACCOUNT KEY'.
001150         10  FILLER              PIC X(10) VALUE 'EFF DATE'.
001154         10  FILLER              PIC X(42) VALUE 'DISPOSITION'.
001158         10  FILLER              PIC X(10) VALUE 'BATCH'.
001162         10  FILLER              PIC X(10) VALUE 'KEYED BY'.
001166         10  FILLER              PIC X(11) VALUE 'APPROVED BY'.
001170     05  WS-DETAIL-LINE.
001180         10  WS-DTL-ACTION       PIC X(01).
001190         10  FILLER              PIC X(07) VALUE SPACES.
001210         10  WS-DTL-EFF-DATE     PIC X(06).
001220         10  FILLER              PIC X(04) VALUE SPACES.
001230         10  WS-DTL-DISPOSITION  PIC X(40).
001231         10  FILLER              PIC X(02) VALUE SPACES.
001232         10  WS-DTL-BATCH-ID     PIC X(08).
001233         10  FILLER              PIC X(02) VALUE SPACES.
001234         10  WS-DTL-SUBMITTER    PIC X(08).
001235         10  FILLER              PIC X(02) VALUE SPACES.
001236         10  WS-DTL-APPROVER     PIC X(08).
001237     05  WS-ERROR-LINE.
001238         10  FILLER              PIC X(36)
001239             VALUE '*** REFERENCE MASTER I/O ERROR, KEY '.
001240         10  WS-ERR-KEY          PIC X(10).
001241         10  FILLER              PIC X(09) VALUE ' STATUS: '.
001242         10  WS-ERR-STATUS       PIC X(02).
001243         10  FILLER              PIC X(04) VALUE ' ***'.
001244     05  WS-LOG-ERROR-LINE.
001245         10  FILLER              PIC X(36)
001246             VALUE '*** APPROVAL LOG I/O ERROR, STATUS: '.
001247         10  WS-LOG-ERR-STATUS   PIC X(02).
001248         10  FILLER              PIC X(04) VALUE ' ***'.
001249     05  WS-OVERFLOW-LINE.
001250         10  FILLER              PIC X(46)
001251             VALUE '*** OVER 200 BATCHES APPROVED - REST IGNORED'.
001252         10  FILLER              PIC X(04) VALUE ' ***'.
001253     05  WS-TOTAL-LINE-1.
001290         10  FILLER              PIC X(24)
001300             VALUE 'MAINTENANCE CARDS READ: '.
001310         10  WS-TOT-CARDS        PIC ZZZ,ZZ9.
001320     05  WS-TOTAL-LINE-2.
001330         10  FILLER              PIC X(24)
001340             VALUE 'ACCOUNTS OPENED       : '.
001350         10  WS-TOT-OPENED       PIC ZZZ,ZZ9.
001360     05  WS-TOTAL-LINE-3.
001370         10  FILLER              PIC X(24)
001380             VALUE 'ACCOUNTS CLOSED       : '.
001390         10  WS-TOT-CLOSED       PIC ZZZ,ZZ9.
001400     05  WS-TOTAL-LINE-4.
001410         10  FILLER              PIC X(24)
001420             VALUE 'CARDS IN ERROR        : '.
001430         10  WS-TOT-ERRORS       PIC ZZZ,ZZ9.
001440     05  WS-TOTAL-LINE-5.
001450         10  FILLER              PIC X(24)
001460             VALUE 'CARDS REFUSED         : '.
001470         10  WS-TOT-REFUSED      PIC ZZZ,ZZ9.
001480 PROCEDURE DIVISION.
001490 0000-MAINLINE.
001500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001510     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
001520         UNTIL WS-CARD-EOF OR WS-IO-ERROR.
001540     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001550     STOP RUN.
001560*----------------------------------------------------------------
001567* 1000-INITIALIZE - OPEN THE FILES, WRITE THE REPORT HEADINGS,
001574*               LOAD THE BATCH APPROVALS, AND PRIME THE FIRST
001581*               CARD READ.  A BRAND NEW (EMPTY) MASTER COMES BACK
001588*               STATUS 05 ON THE OPEN, WHICH IS ACCEPTED SO THE
001595*               FIRST-EVER RUN CAN BUILD THE MASTER FROM OPEN
001602*               CARDS ALONE.  NO APPROVAL FILE MEANS NOTHING IS
001609*               RELEASED.  NO CARD IS APPLIED UNLESS THE APPROVAL
001616*               LOG CAN BE WRITTEN.
001630*----------------------------------------------------------------
001640 1000-INITIALIZE.
001650     OPEN INPUT MAINT-CARD-FILE.
001670     OPEN OUTPUT MAINT-REPORT.
001690     ACCEPT WS-CURRENT-DATE FROM DATE.
001695     ACCEPT WS-CURRENT-TIME FROM TIME.
001700     PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT.
001701     PERFORM 1300-LOAD-APPROVALS THRU 1300-EXIT.
001702     OPEN EXTEND APPROVAL-LOG.
001703     IF WS-LOG-STATUS NOT = '00' AND NOT = '05'
001704         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
001705         GO TO 1000-EXIT
001706     END-IF.
001707     SET WS-LOG-OPEN TO TRUE.
001708     OPEN I-O ACCOUNT-REF-FILE.
001709     IF WS-AREF-STATUS NOT = '00' AND NOT = '05'
001710         MOVE SPACES TO WS-ERR-KEY
001711         PERFORM 8000-IO-ERROR THRU 8000-EXIT
001712         GO TO 1000-EXIT
001713     END-IF.
001714     SET WS-AREF-OPEN TO TRUE.
001715     PERFORM 1100-READ-CARD THRU 1100-EXIT.
001720     GO TO 1000-EXIT.
001730 1000-EXIT.
001740     EXIT.
001990 1200-EXIT.
002000     EXIT.
002010*----------------------------------------------------------------
002020* 1300-LOAD-APPROVALS - LOAD THIS PROGRAM'S BATCH APPROVALS FROM
002030*               THE APPROVAL FILE.  A CARD WITH NO BATCH OR NO
002040*               APPROVER RELEASES NOTHING AND IS SKIPPED.
002060*----------------------------------------------------------------
002067 1300-LOAD-APPROVALS.
002074     OPEN INPUT APPROVAL-FILE.
002081     IF WS-APPROVAL-STATUS NOT = '00'
002088         IF WS-APPROVAL-STATUS = '05'
002095             CLOSE APPROVAL-FILE
002102         END-IF
002109         GO TO 1300-EXIT
002120     END-IF.
002130     PERFORM 1310-READ-APPROVAL THRU 1310-EXIT.
002140     PERFORM 1320-STORE-APPROVAL THRU 1320-EXIT
002150         UNTIL WS-APR-EOF OR WS-APR-OVERFLOW.
002160     CLOSE APPROVAL-FILE.
002170     GO TO 1300-EXIT.
002180 1300-EXIT.
002220     EXIT.
002230*----------------------------------------------------------------
002240* 1310-READ-APPROVAL - READ THE NEXT APPROVAL CARD
002250*----------------------------------------------------------------
002260 1310-READ-APPROVAL.
002270     READ APPROVAL-FILE
002280         AT END
002290             SET WS-APR-EOF TO TRUE
002300     END-READ.
002310     GO TO 1310-EXIT.
002320 1310-EXIT.
002330     EXIT.
002340*----------------------------------------------------------------
002346* 1320-STORE-APPROVAL - FILE ONE APPROVAL FOR THIS PROGRAM IN THE
002352*               APPROVAL TABLE
002360*----------------------------------------------------------------
002365 1320-STORE-APPROVAL.
002370     IF APR-PROGRAM NOT = 'ACCTMNT'
002375         OR APR-BATCH-ID = SPACES
002380         OR APR-APPROVER = SPACES
002385         GO TO 1320-NEXT
002390     END-IF.
002395     IF WS-APR-COUNT = WS-APR-MAX
002400         SET WS-APR-OVERFLOW TO TRUE
002405         WRITE REPORT-RECORD FROM WS-OVERFLOW-LINE
002410         GO TO 1320-EXIT
002415     END-IF.
002420     ADD 1 TO WS-APR-COUNT.
002425     MOVE APR-BATCH-ID TO WS-APR-BATCH-ID (WS-APR-COUNT).
002430     MOVE APR-APPROVER TO WS-APR-APPROVER (WS-APR-COUNT).
002435 1320-NEXT.
002440     PERFORM 1310-READ-APPROVAL THRU 1310-EXIT.
002445     GO TO 1320-EXIT.
002450 1320-EXIT.
002470     EXIT.
002480*----------------------------------------------------------------
002487* 2000-PROCESS-CARD - CHECK ONE MAINTENANCE CARD'S RELEASE AND LOG
002494*               IT, THEN VALIDATE IT, APPLY IT TO THE MASTER, AND
002501*               REPORT ITS DISPOSITION
002510*----------------------------------------------------------------
002520 2000-PROCESS-CARD.
002530     ADD 1 TO WS-CARDS-READ.
002540     MOVE MNT-ACTION   TO WS-DTL-ACTION.
002550     MOVE MNT-KEY      TO WS-DTL-KEY.
002560     MOVE MNT-EFF-DATE TO WS-DTL-EFF-DATE.
002561     PERFORM 2100-CHECK-APPROVAL THRU 2100-EXIT.
002562     PERFORM 2200-LOG-CARD THRU 2200-EXIT.
002563     IF WS-IO-ERROR
002564         GO TO 2000-EXIT
002565     END-IF.
002566     IF NOT WS-CARD-RELEASED
002567         ADD 1 TO WS-CARDS-REFUSED
002568         EVALUATE TRUE
002569             WHEN WS-CARD-SELF-APPROVED
002570                 MOVE 'REFUSED - APPROVED BY ITS OWN SUBMITTER'
002571                                    TO WS-DTL-DISPOSITION
002572             WHEN WS-CARD-NO-SUBMITTER
002573                 MOVE 'REFUSED - NO SUBMITTER ON THE CARD'
002574                                    TO WS-DTL-DISPOSITION
002575             WHEN OTHER
002576                 MOVE 'REFUSED - BATCH NOT APPROVED'
002577                                    TO WS-DTL-DISPOSITION
002578         END-EVALUATE
002579         PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT
002580         GO TO 2000-NEXT
002581     END-IF.
002582     IF MNT-ACTION NOT = 'O' AND NOT = 'C'
002583         ADD 1 TO WS-CARDS-IN-ERROR
002590         MOVE 'INVALID ACTION - MUST BE O OR C'
002600                                    TO WS-DTL-DISPOSITION
002610         PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT
002760         GO TO 2000-NEXT
002770     END-IF.
002780     PERFORM 2500-FIND-ACCOUNT THRU 2500-EXIT.
002782     IF WS-IO-ERROR
002784         GO TO 2000-EXIT
002786     END-IF.
002790     IF MNT-ACTION = 'O'
002800         PERFORM 3000-APPLY-OPEN THRU 3000-EXIT
002810     ELSE
002820         PERFORM 3500-APPLY-CLOSE THRU 3500-EXIT
002822     END-IF.
002824     IF WS-IO-ERROR
002826         GO TO 2000-EXIT
002830     END-IF.
002840     PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
002850 2000-NEXT.
002880 2000-EXIT.
002890     EXIT.
002900*----------------------------------------------------------------
002901* 2100-CHECK-APPROVAL - DECIDE WHETHER THE CARD'S BATCH HAS BEEN
002902*               RELEASED BY AN OPERATOR OTHER THAN THE ONE WHO
002903*               KEYED IT.  A CARD WITH NO SUBMITTER CANNOT BE
002904*               CHECKED AND IS NEVER RELEASED.
002905*----------------------------------------------------------------
002906 2100-CHECK-APPROVAL.
002907     SET WS-CARD-NOT-APPROVED TO TRUE.
002908     MOVE SPACES TO WS-CARD-APPROVER.
002909     IF MNT-SUBMITTER = SPACES
002910         SET WS-CARD-NO-SUBMITTER TO TRUE
002911         GO TO 2100-EXIT
002912     END-IF.
002913     IF MNT-BATCH-ID = SPACES
002914         GO TO 2100-EXIT
002915     END-IF.
002916     MOVE 1 TO WS-APR-SUB.
002917     PERFORM 2110-TEST-APPROVAL THRU 2110-EXIT
002918         UNTIL WS-CARD-RELEASED OR WS-APR-SUB > WS-APR-COUNT.
002919     GO TO 2100-EXIT.
002920 2100-EXIT.
002921     EXIT.
002922*----------------------------------------------------------------
002923* 2110-TEST-APPROVAL - COMPARE ONE APPROVAL TO THE CARD'S BATCH
002924*----------------------------------------------------------------
002925 2110-TEST-APPROVAL.
002926     IF WS-APR-BATCH-ID (WS-APR-SUB) = MNT-BATCH-ID
002927         MOVE WS-APR-APPROVER (WS-APR-SUB) TO WS-CARD-APPROVER
002928         IF WS-APR-APPROVER (WS-APR-SUB) = MNT-SUBMITTER
002929             SET WS-CARD-SELF-APPROVED TO TRUE
002930         ELSE
002931             SET WS-CARD-RELEASED TO TRUE
002932             GO TO 2110-EXIT
002933         END-IF
002934     END-IF.
002935     ADD 1 TO WS-APR-SUB.
002936     GO TO 2110-EXIT.
002937 2110-EXIT.
002938     EXIT.
002939*----------------------------------------------------------------
002940* 2200-LOG-CARD - WRITE THE CARD, WHO KEYED IT, WHO APPROVED IT,
002941*               AND WHETHER IT WAS RELEASED TO THE APPROVAL LOG
002942*----------------------------------------------------------------
002943 2200-LOG-CARD.
002944     MOVE MNT-BATCH-ID       TO WS-DTL-BATCH-ID.
002945     MOVE MNT-SUBMITTER      TO WS-DTL-SUBMITTER.
002946     MOVE WS-CARD-APPROVER   TO WS-DTL-APPROVER.
002947     MOVE SPACES             TO APPROVAL-LOG-RECORD.
002948     MOVE WS-CURRENT-DATE    TO ALG-LOG-DATE.
002949     MOVE WS-CURRENT-TIME    TO ALG-LOG-TIME.
002950     MOVE 'ACCTMNT'          TO ALG-PROGRAM.
002951     MOVE MNT-BATCH-ID       TO ALG-BATCH-ID.
002952     MOVE MNT-SUBMITTER      TO ALG-SUBMITTER.
002953     MOVE WS-CARD-APPROVER   TO ALG-APPROVER.
002954     MOVE WS-APPROVAL-SWITCH TO ALG-RESULT.
002955     MOVE MAINT-CARD-RECORD  TO ALG-CARD-IMAGE.
002956     WRITE APPROVAL-LOG-RECORD.
002957     IF WS-LOG-STATUS NOT = '00'
002958         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
002959     END-IF.
002960     GO TO 2200-EXIT.
002961 2200-EXIT.
002962     EXIT.
002963*----------------------------------------------------------------
002964* 2500-FIND-ACCOUNT - READ THE REFERENCE MASTER RECORD FOR THE
002965*               CARD'S ACCOUNT KEY
002966*----------------------------------------------------------------
002967 2500-FIND-ACCOUNT.
002968     SET WS-AREF-NOT-FOUND TO TRUE.
002969     MOVE MNT-KEY TO AREF-KEY.
002970     READ ACCOUNT-REF-FILE.
002971     EVALUATE WS-AREF-STATUS
002972         WHEN '00'
002973             SET WS-AREF-FOUND TO TRUE
002974         WHEN '23'
002975             CONTINUE
002976         WHEN OTHER
002977             MOVE MNT-KEY TO WS-ERR-KEY
002978             PERFORM 8000-IO-ERROR THRU 8000-EXIT
002979     END-EVALUATE.
002990     GO TO 2500-EXIT.
003000 2500-EXIT.
003130     EXIT.
003140*----------------------------------------------------------------
003150* 2800-WRITE-DETAIL - WRITE ONE CARD'S REPORT DETAIL LINE
003210     EXIT.
003220*----------------------------------------------------------------
003230* 3000-APPLY-OPEN - OPEN THE CARD'S ACCOUNT.  A NEW KEY IS ADDED
003240*               TO THE MASTER; A CLOSED ACCOUNT IS REOPENED WITH
003250*               THE NEW EFFECTIVE DATE AND ITS CLOSE DATE
003260*               CLEARED; AN ACCOUNT ALREADY OPEN IS LEFT ALONE
003270*               AND REPORTED SO A DOUBLE-KEYED CARD IS VISIBLE.
003280*----------------------------------------------------------------
003290 3000-APPLY-OPEN.
003300     IF WS-AREF-NOT-FOUND
003306         MOVE SPACES       TO ACCOUNT-REF-RECORD
003312         MOVE MNT-KEY      TO AREF-KEY
003318         MOVE 'O'          TO AREF-ACCT-STATUS
003324         MOVE MNT-EFF-DATE TO AREF-OPEN-DATE
003330         MOVE ZERO         TO AREF-CLOSE-DATE
003336         WRITE ACCOUNT-REF-RECORD
003342         IF WS-AREF-STATUS NOT = '00'
003348             MOVE MNT-KEY TO WS-ERR-KEY
003354             PERFORM 8000-IO-ERROR THRU 8000-EXIT
003360             GO TO 3000-EXIT
003370         END-IF
003390         ADD 1 TO WS-ACCOUNTS-OPENED
003440         MOVE 'OPENED'     TO WS-DTL-DISPOSITION
003450         GO TO 3000-EXIT
003460     END-IF.
003470     IF AREF-ACCT-STATUS = 'O'
003480         ADD 1 TO WS-CARDS-IN-ERROR
003490         MOVE 'ALREADY OPEN - NO CHANGE'
003500                                    TO WS-DTL-DISPOSITION
003510         GO TO 3000-EXIT
003520     END-IF.
003521     MOVE 'O'          TO AREF-ACCT-STATUS.
003522     MOVE MNT-EFF-DATE TO AREF-OPEN-DATE.
003523     MOVE ZERO         TO AREF-CLOSE-DATE.
003524     REWRITE ACCOUNT-REF-RECORD.
003525     IF WS-AREF-STATUS NOT = '00'
003526         MOVE MNT-KEY TO WS-ERR-KEY
003527         PERFORM 8000-IO-ERROR THRU 8000-EXIT
003528         GO TO 3000-EXIT
003529     END-IF.
003530     ADD 1 TO WS-ACCOUNTS-OPENED.
003570     MOVE 'REOPENED'   TO WS-DTL-DISPOSITION.
003580     GO TO 3000-EXIT.
003590 3000-EXIT.
003710                                    TO WS-DTL-DISPOSITION
003720         GO TO 3500-EXIT
003730     END-IF.
003740     IF AREF-ACCT-STATUS NOT = 'O'
003750         ADD 1 TO WS-CARDS-IN-ERROR
003760         MOVE 'ALREADY CLOSED - NO CHANGE'
003770                                    TO WS-DTL-DISPOSITION
003780         GO TO 3500-EXIT
003790     END-IF.
003791     MOVE 'C'          TO AREF-ACCT-STATUS.
003792     MOVE MNT-EFF-DATE TO AREF-CLOSE-DATE.
003793     REWRITE ACCOUNT-REF-RECORD.
003794     IF WS-AREF-STATUS NOT = '00'
003795         MOVE MNT-KEY TO WS-ERR-KEY
003796         PERFORM 8000-IO-ERROR THRU 8000-EXIT
003797         GO TO 3500-EXIT
003798     END-IF.
003800     ADD 1 TO WS-ACCOUNTS-CLOSED.
003830     MOVE 'CLOSED'     TO WS-DTL-DISPOSITION.
003840     GO TO 3500-EXIT.
003850 3500-EXIT.
003860     EXIT.
003870*----------------------------------------------------------------
003880* 8000-IO-ERROR - REPORT A REFERENCE MASTER I/O FAILURE AND STOP
003890*               APPLYING CARDS
003900*----------------------------------------------------------------
003910 8000-IO-ERROR.
003920     MOVE WS-AREF-STATUS TO WS-ERR-STATUS.
003930     WRITE REPORT-RECORD FROM WS-ERROR-LINE.
003940     SET WS-IO-ERROR TO TRUE.
003950     GO TO 8000-EXIT.
003960 8000-EXIT.
003970     EXIT.
003980*----------------------------------------------------------------
003986* 8100-LOG-ERROR - REPORT AN APPROVAL LOG I/O FAILURE AND STOP
003992*               APPLYING CARDS - NO CARD GOES IN UNLOGGED
004000*----------------------------------------------------------------
004010 8100-LOG-ERROR.
004020     MOVE WS-LOG-STATUS TO WS-LOG-ERR-STATUS.
004030     WRITE REPORT-RECORD FROM WS-LOG-ERROR-LINE.
004040     SET WS-IO-ERROR TO TRUE.
004090     GO TO 8100-EXIT.
004100 8100-EXIT.
004110     EXIT.
004120*----------------------------------------------------------------
004130* 9000-TERMINATE - WRITE THE SUMMARY TOTALS, CLOSE THE FILES,
004140*               AND SET THE RETURN CODE.  RC 4 FLAGS THAT SOME
004148*               CARDS WERE NOT APPLIED, IN ERROR OR REFUSED FOR
004156*               WANT OF APPROVAL - SEE MNTRPT FOR EACH CARD'S
004164*               DISPOSITION.  RC 16 FLAGS A MASTER OR APPROVAL
004172*               LOG I/O FAILURE - THE CARDS LISTED BEFORE THE
004180*               ERROR LINE WERE APPLIED, THE REST WERE NOT.
004190*----------------------------------------------------------------
004200 9000-TERMINATE.
004210     MOVE SPACES TO REPORT-RECORD.
004220     WRITE REPORT-RECORD.
004230     MOVE WS-CARDS-READ       TO WS-TOT-CARDS.
004240     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-1.
004250     MOVE WS-ACCOUNTS-OPENED  TO WS-TOT-OPENED.
004260     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-2.
004270     MOVE WS-ACCOUNTS-CLOSED  TO WS-TOT-CLOSED.
004280     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-3.
004290     MOVE WS-CARDS-IN-ERROR   TO WS-TOT-ERRORS.
004300     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-4.
004310     MOVE WS-CARDS-REFUSED    TO WS-TOT-REFUSED.
004320     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-5.
004350     CLOSE MAINT-CARD-FILE.
004352     IF WS-LOG-OPEN
004354         CLOSE APPROVAL-LOG
004356     END-IF.
004358     IF WS-AREF-OPEN
004360         CLOSE ACCOUNT-REF-FILE
004362     END-IF.
004370     CLOSE MAINT-REPORT.
004380     IF WS-CARDS-IN-ERROR > ZERO OR WS-CARDS-REFUSED > ZERO
004390         MOVE 4 TO RETURN-CODE
004400     END-IF.
004410     IF WS-IO-ERROR
004420         MOVE 16 TO RETURN-CODE
004430     END-IF.
004440     GO TO 9000-EXIT.
004450 9000-EXIT.
