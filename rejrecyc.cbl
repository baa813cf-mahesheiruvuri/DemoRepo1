000360*               BACK THROUGH THE NIGHT AS A REVERSAL.
000370*               RESEQUENCED THE WHOLE PROGRAM'S SOURCE LINE
000380*               NUMBERS BACK TO A CLEAN ASCENDING SEQUENCE.
000381* 10/15/26 RJT  DUAL CONTROL.  EVERY CORRECTION CARD NOW CARRIES
000382*               ITS BATCH ID AND THE SUBMITTER WHO KEYED IT, AND
000383*               IS APPLIED ONLY WHEN A SECOND OPERATOR HAS
000384*               RELEASED ITS BATCH ON THE APPROVAL FILE.  A CARD
000385*               NOT APPROVED, OR APPROVED ONLY BY ITS OWN
000386*               SUBMITTER, IS NOT APPLIED - ITS REJECT STAYS
000387*               REJECTED - AND IS LISTED AT THE END OF THE REPORT.
000388*               EVERY CARD IS WRITTEN TO THE CUMULATIVE APPROVAL
000389*               LOG WITH WHO KEYED AND WHO APPROVED IT.
000390*----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450     SELECT CORRECTION-FILE ASSIGN TO CORRIN
000460         ORGANIZATION IS LINE SEQUENTIAL.
000461     SELECT OPTIONAL APPROVAL-FILE ASSIGN TO APRVIN
000462         ORGANIZATION IS LINE SEQUENTIAL
000463         FILE STATUS IS WS-APPROVAL-STATUS.
000464     SELECT OPTIONAL APPROVAL-LOG ASSIGN TO APRLOG
000465         ORGANIZATION IS LINE SEQUENTIAL
000466         FILE STATUS IS WS-LOG-STATUS.
000470     SELECT PARAMETER-FILE ASSIGN TO PARMIN
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-PARM-STATUS.
000710     05  CORR-KEY                PIC X(10).
000720     05  CORR-AMOUNT-1           PIC X(06).
000730     05  CORR-AMOUNT-2           PIC X(06).
000731     05  CORR-BATCH-ID           PIC X(08).
000732     05  CORR-SUBMITTER          PIC X(08).
000733     05  FILLER                  PIC X(42).
000734*    ONE CARD PER RELEASED BATCH, KEYED BY THE SECOND OPERATOR.
000735*    ONLY THE CARDS NAMING THIS PROGRAM ARE LOADED.
000736 FD  APPROVAL-FILE
000737     RECORDING MODE IS F.
000738 01  APPROVAL-RECORD.
000739     05  APR-PROGRAM             PIC X(08).
000740     05  APR-BATCH-ID            PIC X(08).
000741     05  APR-APPROVER            PIC X(08).
000742     05  FILLER                  PIC X(56).
000743*    CUMULATIVE - ONE ENTRY PER CARD PRESENTED, RELEASED OR NOT.
000744 FD  APPROVAL-LOG
000745     RECORDING MODE IS F.
000746 01  APPROVAL-LOG-RECORD.
000747     05  ALG-LOG-DATE            PIC 9(06).
000748     05  ALG-LOG-TIME            PIC 9(08).
000749     05  ALG-PROGRAM             PIC X(08).
000750     05  ALG-BATCH-ID            PIC X(08).
000751     05  ALG-SUBMITTER           PIC X(08).
000752     05  ALG-APPROVER            PIC X(08).
000753     05  ALG-RESULT              PIC X(01).
000754     05  ALG-CARD-IMAGE          PIC X(40).
000755     05  FILLER                  PIC X(33).
000756 FD  PARAMETER-FILE
000760     RECORDING MODE IS F.
000770 01  PARAMETER-RECORD.
000780     05  PARM-MODE               PIC X(01).
001110         88  WS-CORR-NOT-FOUND             VALUE 'N'.
001120     05  WS-CORR-OVERFLOW-SW     PIC X(01) VALUE 'N'.
001130         88  WS-CORR-OVERFLOW              VALUE 'Y'.
001131     05  WS-CORR-REFUSED-SW      PIC X(01) VALUE 'N'.
001132         88  WS-CORR-REFUSED               VALUE 'Y'.
001133         88  WS-CORR-NOT-REFUSED           VALUE 'N'.
001134     05  WS-APR-EOF-SWITCH       PIC X(01) VALUE 'N'.
001135         88  WS-APR-EOF                    VALUE 'Y'.
001136     05  WS-APR-OVERFLOW-SW      PIC X(01) VALUE 'N'.
001137         88  WS-APR-OVERFLOW               VALUE 'Y'.
001138     05  WS-APPROVAL-SWITCH      PIC X(01) VALUE 'U'.
001139         88  WS-CARD-RELEASED              VALUE 'R'.
001140         88  WS-CARD-NOT-APPROVED          VALUE 'U'.
001141         88  WS-CARD-SELF-APPROVED         VALUE 'S'.
001142         88  WS-CARD-NO-SUBMITTER          VALUE 'N'.
001143     05  WS-IO-ERROR-SWITCH      PIC X(01) VALUE 'N'.
001144         88  WS-IO-ERROR                   VALUE 'Y'.
001145     05  WS-LOG-OPEN-SWITCH      PIC X(01) VALUE 'N'.
001146         88  WS-LOG-OPEN                   VALUE 'Y'.
001147 01  WS-PARM-STATUS              PIC X(02) VALUE '00'.
001148 01  WS-APPROVAL-STATUS          PIC X(02) VALUE '00'.
001149 01  WS-LOG-STATUS               PIC X(02) VALUE '00'.
001150*    THE BATCHES RELEASED FOR THIS PROGRAM.  A BATCH MAY CARRY
001151*    MORE THAN ONE APPROVAL CARD; ANY ONE FROM AN OPERATOR OTHER
001152*    THAN THE SUBMITTER RELEASES IT.  APPROVALS BEYOND THE TABLE
001153*    LIMIT ARE IGNORED, SO THEIR CARDS ARE REFUSED, NEVER APPLIED.
001154 01  WS-APPROVAL-TABLE.
001155     05  WS-APR-MAX              PIC 9(03) COMP-3 VALUE 200.
001156     05  WS-APR-COUNT            PIC 9(03) COMP-3 VALUE ZERO.
001157     05  WS-APR-SUB              PIC 9(03) COMP-3 VALUE ZERO.
001158     05  WS-APR-ENTRY OCCURS 200 TIMES.
001159         10  WS-APR-BATCH-ID     PIC X(08).
001160         10  WS-APR-APPROVER     PIC X(08).
001161 01  WS-CARD-APPROVER            PIC X(08) VALUE SPACES.
001162 01  WS-VALIDATION-LIMITS.
001163     05  WS-LOW-RANGE            PIC S9(4)V99 VALUE 0.00.
001170     05  WS-HIGH-RANGE           PIC S9(4)V99 VALUE 9999.99.
001180 01  WS-REJECT-FIELDS.
001190     05  WS-REJECT-REASON-CODE   PIC X(04).
001210*    THE CORRECTION CARDS ARE LOADED INTO A TABLE UP FRONT SO
001220*    THE REJECT FILE CAN BE PROCESSED IN A SINGLE SEQUENTIAL
001230*    PASS REGARDLESS OF THE ORDER OPERATIONS KEYED THE CARDS.
001233*    A REFUSED CARD IS KEPT, WITH ITS RELEASE RESULT, SO IT CAN
001236*    BE LISTED; ONLY A RELEASED CARD ('R') IS EVER APPLIED.
001240 01  WS-CORRECTION-TABLE.
001250     05  WS-CORR-MAX             PIC 9(03) COMP-3 VALUE 500.
001260     05  WS-CORR-COUNT           PIC 9(03) COMP-3 VALUE ZERO.
001270     05  WS-CORR-SUB             PIC 9(03) COMP-3 VALUE ZERO.
001275     05  WS-REFUSED-SUB          PIC 9(03) COMP-3 VALUE ZERO.
001280     05  WS-CORR-ENTRY OCCURS 500 TIMES.
001290         10  WS-CORR-KEY         PIC X(10).
001300         10  WS-CORR-AMT-1       PIC X(06).
001310         10  WS-CORR-AMT-2       PIC X(06).
001312         10  WS-CORR-BATCH-ID    PIC X(08).
001314         10  WS-CORR-SUBMITTER   PIC X(08).
001316         10  WS-CORR-APPROVER    PIC X(08).
001318         10  WS-CORR-RESULT      PIC X(01).
001320 01  WS-CANDIDATE-AMOUNTS.
001330     05  WS-CAND-AMT-1           PIC X(06).
001340     05  WS-CAND-AMT-1-N REDEFINES WS-CAND-AMT-1
001410     05  WS-RECYCLED-COUNT       PIC 9(07) COMP-3 VALUE ZERO.
001420     05  WS-STILL-REJECTED-COUNT PIC 9(07) COMP-3 VALUE ZERO.
001430     05  WS-NO-CORRECTION-COUNT  PIC 9(07) COMP-3 VALUE ZERO.
001435     05  WS-CARDS-REFUSED        PIC 9(07) COMP-3 VALUE ZERO.
001440 01  WS-DATE-FIELDS.
001450     05  WS-CURRENT-DATE.
001460         10  WS-CURRENT-YY       PIC 9(02).
001470         10  WS-CURRENT-MM       PIC 9(02).
001480         10  WS-CURRENT-DD       PIC 9(02).
001485     05  WS-CURRENT-TIME         PIC 9(08).
001490 01  WS-REPORT-LINES.
001500     05  WS-HEADING-LINE-1.
001510         10  FILLER              PIC X(30) VALUE SPACES.
001960         10  FILLER              PIC X(22)
001970             VALUE 'NO CORRECTION CARD  : '.
001980         10  WS-TOT-NO-CORR      PIC ZZZ,ZZ9.
001981     05  WS-TOTAL-LINE-5.
001982         10  FILLER              PIC X(22)
001983             VALUE 'CARDS REFUSED       : '.
001984         10  WS-TOT-REFUSED      PIC ZZZ,ZZ9.
001985     05  WS-REFUSED-TITLE.
001986         10  FILLER              PIC X(40)
001987             VALUE 'CORRECTION CARDS REFUSED - NOT RELEASED '.
001988         10  FILLER              PIC X(20)
001989             VALUE 'BY A SECOND OPERATOR'.
001990     05  WS-REFUSED-HEADING.
001991         10  FILLER              PIC X(12) VALUE 'TRANS KEY'.
001992         10  FILLER              PIC X(10) VALUE 'NEW AMT 1'.
001993         10  FILLER              PIC X(10) VALUE 'NEW AMT 2'.
001994         10  FILLER              PIC X(10) VALUE 'BATCH'.
001995         10  FILLER              PIC X(10) VALUE 'KEYED BY'.
001996         10  FILLER              PIC X(10) VALUE 'APPRVD BY'.
001997         10  FILLER              PIC X(30) VALUE 'REASON'.
001998     05  WS-REFUSED-LINE.
001999         10  WS-RFL-KEY          PIC X(12).
002000         10  WS-RFL-AMT-1        PIC X(06).
002001         10  FILLER              PIC X(04) VALUE SPACES.
002002         10  WS-RFL-AMT-2        PIC X(06).
002003         10  FILLER              PIC X(04) VALUE SPACES.
002004         10  WS-RFL-BATCH-ID     PIC X(08).
002005         10  FILLER              PIC X(02) VALUE SPACES.
002006         10  WS-RFL-SUBMITTER    PIC X(08).
002007         10  FILLER              PIC X(02) VALUE SPACES.
002008         10  WS-RFL-APPROVER     PIC X(08).
002009         10  FILLER              PIC X(02) VALUE SPACES.
002010         10  WS-RFL-REASON       PIC X(30).
002011     05  WS-LOG-ERROR-LINE.
002012         10  FILLER              PIC X(36)
002013             VALUE '*** APPROVAL LOG I/O ERROR, STATUS: '.
002014         10  WS-LOG-ERR-STATUS   PIC X(02).
002015         10  FILLER              PIC X(04) VALUE ' ***'.
002016     05  WS-OVERFLOW-LINE.
002017         10  FILLER              PIC X(46)
002018             VALUE '*** OVER 200 BATCHES APPROVED - REST IGNORED'.
002019         10  FILLER              PIC X(04) VALUE ' ***'.
002020 PROCEDURE DIVISION.
002021 0000-MAINLINE.
002022     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002023     PERFORM 2000-PROCESS-REJECT THRU 2000-EXIT
002030         UNTIL WS-EOF OR WS-IO-ERROR.
002040     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002050     STOP RUN.
002060*----------------------------------------------------------------
002070* 1000-INITIALIZE - OPEN FILES, READ THE VALIDATION RANGES FROM
002075*               THE PARAMETER CARD, LOAD THE BATCH APPROVALS AND
002080*               THE CORRECTION CARDS, WRITE REPORT HEADINGS, AND
002085*               PRIME THE FIRST READ.  NO APPROVAL FILE MEANS NO
002090*               CARD IS RELEASED.  IF THE APPROVAL LOG CANNOT BE
002095*               WRITTEN NOTHING IS RECYCLED.
002100*----------------------------------------------------------------
002110 1000-INITIALIZE.
002120     OPEN INPUT REJECT-FILE.
002140     OPEN OUTPUT RECYCLE-FILE.
002150     OPEN OUTPUT RECYCLE-REPORT.
002160     PERFORM 1500-READ-PARAMETERS THRU 1500-EXIT.
002161     ACCEPT WS-CURRENT-DATE FROM DATE.
002162     ACCEPT WS-CURRENT-TIME FROM TIME.
002163     PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT.
002164     PERFORM 1600-LOAD-APPROVALS THRU 1600-EXIT.
002165     OPEN EXTEND APPROVAL-LOG.
002166     IF WS-LOG-STATUS NOT = '00' AND NOT = '05'
002167         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
002168         CLOSE CORRECTION-FILE
002169         GO TO 1000-EXIT
002170     END-IF.
002171     SET WS-LOG-OPEN TO TRUE.
002172     PERFORM 1700-LOAD-CORRECTIONS THRU 1700-EXIT.
002179     IF WS-IO-ERROR
002186         GO TO 1000-EXIT
002193     END-IF.
002200     PERFORM 1100-READ-REJECT THRU 1100-EXIT.
002210     GO TO 1000-EXIT.
002220 1000-EXIT.
002720 1500-EXIT.
002730     EXIT.
002740*----------------------------------------------------------------
002741* 1600-LOAD-APPROVALS - LOAD THIS PROGRAM'S BATCH APPROVALS FROM
002742*               THE APPROVAL FILE.  A CARD WITH NO BATCH OR NO
002743*               APPROVER RELEASES NOTHING AND IS SKIPPED.
002744*----------------------------------------------------------------
002745 1600-LOAD-APPROVALS.
002746     OPEN INPUT APPROVAL-FILE.
002747     IF WS-APPROVAL-STATUS NOT = '00'
002748         IF WS-APPROVAL-STATUS = '05'
002749             CLOSE APPROVAL-FILE
002750         END-IF
002751         GO TO 1600-EXIT
002752     END-IF.
002753     PERFORM 1610-READ-APPROVAL THRU 1610-EXIT.
002754     PERFORM 1620-STORE-APPROVAL THRU 1620-EXIT
002755         UNTIL WS-APR-EOF OR WS-APR-OVERFLOW.
002756     CLOSE APPROVAL-FILE.
002757     GO TO 1600-EXIT.
002758 1600-EXIT.
002759     EXIT.
002760*----------------------------------------------------------------
002761* 1610-READ-APPROVAL - READ THE NEXT APPROVAL CARD
002762*----------------------------------------------------------------
002763 1610-READ-APPROVAL.
002764     READ APPROVAL-FILE
002765         AT END
002766             SET WS-APR-EOF TO TRUE
002767     END-READ.
002768     GO TO 1610-EXIT.
002769 1610-EXIT.
002770     EXIT.
002771*----------------------------------------------------------------
002772* 1620-STORE-APPROVAL - FILE ONE APPROVAL FOR THIS PROGRAM IN THE
002773*               APPROVAL TABLE
002774*----------------------------------------------------------------
002775 1620-STORE-APPROVAL.
002776     IF APR-PROGRAM NOT = 'REJRECYC'
002777         OR APR-BATCH-ID = SPACES
002778         OR APR-APPROVER = SPACES
002779         GO TO 1620-NEXT
002780     END-IF.
002781     IF WS-APR-COUNT = WS-APR-MAX
002782         SET WS-APR-OVERFLOW TO TRUE
002783         WRITE REPORT-RECORD FROM WS-OVERFLOW-LINE
002784         GO TO 1620-EXIT
002785     END-IF.
002786     ADD 1 TO WS-APR-COUNT.
002787     MOVE APR-BATCH-ID TO WS-APR-BATCH-ID (WS-APR-COUNT).
002788     MOVE APR-APPROVER TO WS-APR-APPROVER (WS-APR-COUNT).
002789 1620-NEXT.
002790     PERFORM 1610-READ-APPROVAL THRU 1610-EXIT.
002791     GO TO 1620-EXIT.
002792 1620-EXIT.
002793     EXIT.
002794*----------------------------------------------------------------
002795* 1700-LOAD-CORRECTIONS - LOAD THE CORRECTION CARDS INTO THE
002796*               CORRECTION TABLE.  CARDS BEYOND THE TABLE LIMIT
002797*               ARE DROPPED AND THE RUN ENDS WITH A WARNING CODE
002798*               SO OPERATIONS CAN SPLIT THE CARD FILE AND RERUN.
002799*----------------------------------------------------------------
002800 1700-LOAD-CORRECTIONS.
002810     PERFORM 1710-READ-CORRECTION THRU 1710-EXIT.
002820     PERFORM 1720-STORE-CORRECTION THRU 1720-EXIT
002827         UNTIL WS-CORR-EOF OR WS-CORR-COUNT = WS-CORR-MAX
002834            OR WS-IO-ERROR.
002841     IF NOT WS-CORR-EOF AND NOT WS-IO-ERROR
002850         SET WS-CORR-OVERFLOW TO TRUE
002860     END-IF.
002870     CLOSE CORRECTION-FILE.
003000 1710-EXIT.
003010     EXIT.
003020*----------------------------------------------------------------
003026* 1720-STORE-CORRECTION - CHECK ONE CARD'S RELEASE, LOG IT, AND
003032*               FILE IT IN THE CORRECTION TABLE
003040*----------------------------------------------------------------
003050 1720-STORE-CORRECTION.
003051     PERFORM 1730-CHECK-APPROVAL THRU 1730-EXIT.
003052     PERFORM 1750-LOG-CARD THRU 1750-EXIT.
003053     IF WS-IO-ERROR
003054         GO TO 1720-EXIT
003055     END-IF.
003060     ADD 1 TO WS-CORR-COUNT.
003070     MOVE CORR-KEY      TO WS-CORR-KEY (WS-CORR-COUNT).
003080     MOVE CORR-AMOUNT-1 TO WS-CORR-AMT-1 (WS-CORR-COUNT).
003090     MOVE CORR-AMOUNT-2 TO WS-CORR-AMT-2 (WS-CORR-COUNT).
003091     MOVE CORR-BATCH-ID TO WS-CORR-BATCH-ID (WS-CORR-COUNT).
003092     MOVE CORR-SUBMITTER
003093                        TO WS-CORR-SUBMITTER (WS-CORR-COUNT).
003094     MOVE WS-CARD-APPROVER
003095                        TO WS-CORR-APPROVER (WS-CORR-COUNT).
003096     MOVE WS-APPROVAL-SWITCH
003097                        TO WS-CORR-RESULT (WS-CORR-COUNT).
003098     IF NOT WS-CARD-RELEASED
003099         ADD 1 TO WS-CARDS-REFUSED
003100     END-IF.
003101     PERFORM 1710-READ-CORRECTION THRU 1710-EXIT.
003110     GO TO 1720-EXIT.
003120 1720-EXIT.
003121     EXIT.
003122*----------------------------------------------------------------
003123* 1730-CHECK-APPROVAL - DECIDE WHETHER THE CARD'S BATCH HAS BEEN
003124*               RELEASED BY AN OPERATOR OTHER THAN THE ONE WHO
003125*               KEYED IT.  A CARD WITH NO SUBMITTER CANNOT BE
003126*               CHECKED AND IS NEVER RELEASED.
003127*----------------------------------------------------------------
003128 1730-CHECK-APPROVAL.
003129     SET WS-CARD-NOT-APPROVED TO TRUE.
003130     MOVE SPACES TO WS-CARD-APPROVER.
003131     IF CORR-SUBMITTER = SPACES
003132         SET WS-CARD-NO-SUBMITTER TO TRUE
003133         GO TO 1730-EXIT
003134     END-IF.
003135     IF CORR-BATCH-ID = SPACES
003136         GO TO 1730-EXIT
003137     END-IF.
003138     MOVE 1 TO WS-APR-SUB.
003139     PERFORM 1740-TEST-APPROVAL THRU 1740-EXIT
003140         UNTIL WS-CARD-RELEASED OR WS-APR-SUB > WS-APR-COUNT.
003141     GO TO 1730-EXIT.
003142 1730-EXIT.
003143     EXIT.
003144*----------------------------------------------------------------
003145* 1740-TEST-APPROVAL - COMPARE ONE APPROVAL TO THE CARD'S BATCH
003146*----------------------------------------------------------------
003147 1740-TEST-APPROVAL.
003148     IF WS-APR-BATCH-ID (WS-APR-SUB) = CORR-BATCH-ID
003149         MOVE WS-APR-APPROVER (WS-APR-SUB) TO WS-CARD-APPROVER
003150         IF WS-APR-APPROVER (WS-APR-SUB) = CORR-SUBMITTER
003151             SET WS-CARD-SELF-APPROVED TO TRUE
003152         ELSE
003153             SET WS-CARD-RELEASED TO TRUE
003154             GO TO 1740-EXIT
003155         END-IF
003156     END-IF.
003157     ADD 1 TO WS-APR-SUB.
003158     GO TO 1740-EXIT.
003159 1740-EXIT.
003160     EXIT.
003161*----------------------------------------------------------------
003162* 1750-LOG-CARD - WRITE THE CARD, WHO KEYED IT, WHO APPROVED IT,
003163*               AND WHETHER IT WAS RELEASED TO THE APPROVAL LOG
003164*----------------------------------------------------------------
003165 1750-LOG-CARD.
003166     MOVE SPACES             TO APPROVAL-LOG-RECORD.
003167     MOVE WS-CURRENT-DATE    TO ALG-LOG-DATE.
003168     MOVE WS-CURRENT-TIME    TO ALG-LOG-TIME.
003169     MOVE 'REJRECYC'         TO ALG-PROGRAM.
003170     MOVE CORR-BATCH-ID      TO ALG-BATCH-ID.
003171     MOVE CORR-SUBMITTER     TO ALG-SUBMITTER.
003172     MOVE WS-CARD-APPROVER   TO ALG-APPROVER.
003173     MOVE WS-APPROVAL-SWITCH TO ALG-RESULT.
003174     MOVE CORRECTION-RECORD  TO ALG-CARD-IMAGE.
003175     WRITE APPROVAL-LOG-RECORD.
003176     IF WS-LOG-STATUS NOT = '00'
003177         PERFORM 8100-LOG-ERROR THRU 8100-EXIT
003178     END-IF.
003179     GO TO 1750-EXIT.
003180 1750-EXIT.
003181     EXIT.
003182*----------------------------------------------------------------
003183* 2000-PROCESS-REJECT - MATCH ONE REJECT AGAINST THE CORRECTION
003184*               TABLE, APPLY THE CORRECTION, RE-VALIDATE, AND
003185*               WRITE THE RECYCLE RECORD OR REPORT THE FAILURE
003186*----------------------------------------------------------------
003190 2000-PROCESS-REJECT.
003200     ADD 1 TO WS-REJECTS-READ.
003210     PERFORM 2500-FIND-CORRECTION THRU 2500-EXIT.
003300             PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT
003310         END-IF
003320     ELSE
003340         ADD 1 TO WS-STILL-REJECTED-COUNT
003350         MOVE SPACES TO WS-DTL-NEW-AMT-1
003360         MOVE SPACES TO WS-DTL-NEW-AMT-2
003365         IF WS-CORR-REFUSED
003370             IF WS-CORR-RESULT (WS-REFUSED-SUB) = 'S'
003375                 MOVE 'CORRECTION SELF-APPROVED - NOT RECYCLED'
003380                                    TO WS-DTL-DISPOSITION
003381             ELSE
003382                 MOVE 'CORRECTION NOT APPROVED - NOT RECYCLED'
003383                                    TO WS-DTL-DISPOSITION
003384             END-IF
003385         ELSE
003386             ADD 1 TO WS-NO-CORRECTION-COUNT
003387             MOVE 'NO CORRECTION CARD - NOT RECYCLED'
003388                                    TO WS-DTL-DISPOSITION
003389         END-IF
003390         PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT
003400     END-IF.
003410     PERFORM 1100-READ-REJECT THRU 1100-EXIT.
003440     EXIT.
003450*----------------------------------------------------------------
003460* 2500-FIND-CORRECTION - SERIAL SEARCH OF THE CORRECTION TABLE
003466*               FOR A RELEASED CARD FOR THE REJECT'S TRANSACTION
003472*               KEY, NOTING ANY REFUSED CARD FOR IT ON THE WAY
003480*----------------------------------------------------------------
003490 2500-FIND-CORRECTION.
003500     SET WS-CORR-NOT-FOUND TO TRUE.
003505     SET WS-CORR-NOT-REFUSED TO TRUE.
003510     MOVE 1 TO WS-CORR-SUB.
003520     PERFORM 2510-TEST-CORRECTION THRU 2510-EXIT
003530         UNTIL WS-CORR-FOUND OR WS-CORR-SUB > WS-CORR-COUNT.
003590*----------------------------------------------------------------
003600 2510-TEST-CORRECTION.
003610     IF WS-CORR-KEY (WS-CORR-SUB) = REJ-KEY
003615         IF WS-CORR-RESULT (WS-CORR-SUB) = 'R'
003620             SET WS-CORR-FOUND TO TRUE
003625             GO TO 2510-EXIT
003630         END-IF
003635         SET WS-CORR-REFUSED TO TRUE
003640         MOVE WS-CORR-SUB TO WS-REFUSED-SUB
003650     END-IF.
003655     ADD 1 TO WS-CORR-SUB.
003660     GO TO 2510-EXIT.
003670 2510-EXIT.
003680     EXIT.
004730 3000-EXIT.
004740     EXIT.
004750*----------------------------------------------------------------
004752* 8100-LOG-ERROR - REPORT AN APPROVAL LOG I/O FAILURE AND STOP -
004754*               NO CARD IS APPLIED UNLOGGED
004756*----------------------------------------------------------------
004758 8100-LOG-ERROR.
004760     MOVE WS-LOG-STATUS TO WS-LOG-ERR-STATUS.
004762     WRITE REPORT-RECORD FROM WS-LOG-ERROR-LINE.
004764     SET WS-IO-ERROR TO TRUE.
004766     GO TO 8100-EXIT.
004768 8100-EXIT.
004770     EXIT.
004772*----------------------------------------------------------------
004774* 9000-TERMINATE - LIST THE REFUSED CARDS, WRITE THE SUMMARY
004776*               TOTALS, CLOSE THE FILES, AND SET THE RETURN
004778*               CODE.  RC 4 FLAGS THAT SOME CARDS WERE REFUSED OR
004780*               REJECTS COULD NOT BE RECYCLED SO OPERATIONS KNOW
004790*               THE CORRECTION PASS WAS INCOMPLETE.  RC 8 FLAGS
004800*               THAT THE CORRECTION CARD FILE OVERFLOWED THE
004810*               CORRECTION TABLE AND MUST BE SPLIT AND RERUN.
004812*               RC 16 FLAGS THAT THE APPROVAL LOG COULD NOT BE
004814*               WRITTEN - THE RECYCLE FILE IS INCOMPLETE AND MUST
004816*               NOT BE FED BACK.  THE CARDS REFUSED FOR WANT OF
004818*               APPROVAL ARE LISTED AHEAD OF THE TOTALS.
004820*----------------------------------------------------------------
004830 9000-TERMINATE.
004832     IF WS-CARDS-REFUSED > ZERO
004834         PERFORM 9100-LIST-REFUSED THRU 9100-EXIT
004836     END-IF.
004840     MOVE SPACES TO REPORT-RECORD.
004850     WRITE REPORT-RECORD.
004860     MOVE WS-REJECTS-READ         TO WS-TOT-READ.
004910     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-3.
004920     MOVE WS-NO-CORRECTION-COUNT  TO WS-TOT-NO-CORR.
004930     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-4.
004933     MOVE WS-CARDS-REFUSED        TO WS-TOT-REFUSED.
004936     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-5.
004940     CLOSE REJECT-FILE.
004942     IF WS-LOG-OPEN
004944         CLOSE APPROVAL-LOG
004946     END-IF.
004950     CLOSE RECYCLE-FILE.
004960     CLOSE RECYCLE-REPORT.
004970     IF WS-STILL-REJECTED-COUNT > ZERO OR WS-CARDS-REFUSED > ZERO
004980         MOVE 4 TO RETURN-CODE
004990     END-IF.
005000     IF WS-CORR-OVERFLOW
005010         MOVE 8 TO RETURN-CODE
005020     END-IF.
005022     IF WS-IO-ERROR
005024         MOVE 16 TO RETURN-CODE
005026     END-IF.
005030     GO TO 9000-EXIT.
005040 9000-EXIT.
005050     EXIT.
005060*----------------------------------------------------------------
005070* 9100-LIST-REFUSED - LIST EVERY CORRECTION CARD REFUSED FOR WANT
005080*               OF A SECOND OPERATOR'S APPROVAL, WHETHER OR NOT A
005090*               REJECT ON FILE MATCHED IT
005100*----------------------------------------------------------------
005110 9100-LIST-REFUSED.
005120     MOVE SPACES TO REPORT-RECORD.
005130     WRITE REPORT-RECORD.
005140     WRITE REPORT-RECORD FROM WS-REFUSED-TITLE.
005150     WRITE REPORT-RECORD FROM WS-REFUSED-HEADING.
005160     PERFORM 9110-LIST-REFUSED-CARD THRU 9110-EXIT
005170         VARYING WS-CORR-SUB FROM 1 BY 1
005180         UNTIL WS-CORR-SUB > WS-CORR-COUNT.
005190     GO TO 9100-EXIT.
005200 9100-EXIT.
005210     EXIT.
005220*----------------------------------------------------------------
005230* 9110-LIST-REFUSED-CARD - LIST ONE TABLE ENTRY IF IT WAS REFUSED
005240*----------------------------------------------------------------
005250 9110-LIST-REFUSED-CARD.
005260     IF WS-CORR-RESULT (WS-CORR-SUB) = 'R'
005270         GO TO 9110-EXIT
005280     END-IF.
005290     MOVE WS-CORR-KEY (WS-CORR-SUB)       TO WS-RFL-KEY.
005300     MOVE WS-CORR-AMT-1 (WS-CORR-SUB)     TO WS-RFL-AMT-1.
005310     MOVE WS-CORR-AMT-2 (WS-CORR-SUB)     TO WS-RFL-AMT-2.
005320     MOVE WS-CORR-BATCH-ID (WS-CORR-SUB)  TO WS-RFL-BATCH-ID.
005330     MOVE WS-CORR-SUBMITTER (WS-CORR-SUB) TO WS-RFL-SUBMITTER.
005340     MOVE WS-CORR-APPROVER (WS-CORR-SUB)  TO WS-RFL-APPROVER.
005350     EVALUATE WS-CORR-RESULT (WS-CORR-SUB)
005360         WHEN 'S'
005370             MOVE 'APPROVED BY ITS OWN SUBMITTER' TO WS-RFL-REASON
005380         WHEN 'N'
005390             MOVE 'NO SUBMITTER ON THE CARD'      TO WS-RFL-REASON
005400         WHEN OTHER
005410             MOVE 'BATCH NOT APPROVED'            TO WS-RFL-REASON
005420     END-EVALUATE.
005430     WRITE REPORT-RECORD FROM WS-REFUSED-LINE.
005440     GO TO 9110-EXIT.
005450 9110-EXIT.
005460     EXIT.
