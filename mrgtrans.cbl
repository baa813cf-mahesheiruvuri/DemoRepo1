000400*               AT END OF A CLEAN MERGE.  RESEQUENCED THE
000410*               WHOLE PROGRAM'S SOURCE LINE NUMBERS BACK TO
000420*               A CLEAN ASCENDING SEQUENCE.
000421* 10/15/26 RJT  SUPPLEMENTARY LATE-FEED CYCLES.  A REGION THE
000422*               BUSINESS-DATE FILE SAYS DOES NOT RUN IN THIS
000423*               CYCLE IS NOT READ AT ALL AND IS SHOWN AS SUCH ON
000424*               MRGRPT, SO ONLY THE CYCLE'S OWN REGIONS MERGE.
000425*               THE CYCLE IS SHOWN ON THE HEADING, CARRIED ON
000426*               THE STEP CONTROL RECORD, AND KEYS THE REGISTER
000427*               STAMP.
000430*----------------------------------------------------------------
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000620     SELECT OPTIONAL RUN-REGISTER ASSIGN TO RUNREG
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS REG-KEY
000660         FILE STATUS IS WS-REGISTER-STATUS.
000670 DATA DIVISION.
000680 FILE SECTION.
001000     05  BAL-RECORDS-IN          PIC 9(07).
001010     05  BAL-RECORDS-OUT         PIC 9(07).
001020     05  BAL-AMOUNT-TOTAL        PIC S9(09)V99.
001025     05  BAL-CYCLE               PIC 9(01).
001030 FD  BUSINESS-DATE-FILE
001040     RECORDING MODE IS F.
001050 01  BUSINESS-DATE-RECORD.
001060     05  BUS-DATE                PIC 9(06).
001065     05  BUS-CYCLE               PIC 9(01).
001070     05  BUS-REGION-RUN          PIC X(01) OCCURS 3 TIMES.
001075     05  FILLER                  PIC X(70).
001080 FD  RUN-REGISTER
001090     RECORD CONTAINS 50 CHARACTERS.
001100 01  REGISTER-RECORD.
001105     05  REG-KEY.
001110         10  REG-BUSINESS-DATE   PIC 9(06).
001115         10  REG-CYCLE           PIC 9(01).
001120     05  REG-STATUS              PIC X(01).
001130     05  REG-EDIT-DONE           PIC X(01).
001140     05  REG-MERGE-DONE          PIC X(01).
001160     05  REG-POST-DONE           PIC X(01).
001170     05  REG-OPENED-TIME         PIC 9(08).
001180     05  REG-CLOSED-TIME         PIC 9(08).
001190     05  FILLER                  PIC X(22).
001200 WORKING-STORAGE SECTION.
001210 01  WS-SWITCHES.
001220     05  WS-R1-EOF-SWITCH        PIC X(01) VALUE 'N'.
001480     05  WS-MERGED-COUNT         PIC 9(07) COMP-3 VALUE ZERO.
001490 01  WS-BUSDATE-STATUS           PIC X(02) VALUE '00'.
001500 01  WS-REGISTER-STATUS          PIC X(02) VALUE '00'.
001501 01  WS-CYCLE                    PIC 9(01) VALUE 1.
001502*    Y/N PER REGION - WHETHER ITS FEED RUNS IN THIS CYCLE.
001503 01  WS-REGION-RUN-FLAGS.
001504     05  WS-R1-RUN               PIC X(01) VALUE 'Y'.
001505     05  WS-R2-RUN               PIC X(01) VALUE 'Y'.
001506     05  WS-R3-RUN               PIC X(01) VALUE 'Y'.
001510 01  WS-DATE-FIELDS.
001520     05  WS-CURRENT-DATE.
001530         10  WS-CURRENT-YY       PIC 9(02).
001650         10  WS-HDG-DD           PIC 99.
001660         10  FILLER              PIC X(01) VALUE '/'.
001670         10  WS-HDG-YY           PIC 99.
001673         10  FILLER              PIC X(09) VALUE '  CYCLE: '.
001676         10  WS-HDG-CYCLE        PIC 9(01).
001680     05  WS-SOURCE-LINE.
001690         10  FILLER              PIC X(07) VALUE 'SOURCE '.
001700         10  WS-SRC-CODE         PIC X(01).
001710         10  FILLER              PIC X(14)
001720             VALUE ' RECORDS    : '.
001730         10  WS-SRC-COUNT        PIC ZZZZ,ZZ9.
001733         10  FILLER              PIC X(02) VALUE SPACES.
001736         10  WS-SRC-NOTE         PIC X(30).
001740     05  WS-TOTAL-LINE.
001750         10  FILLER              PIC X(22)
001760             VALUE 'MERGED RECORDS      : '.
001960     STOP RUN.
001970*----------------------------------------------------------------
001980* 1000-INITIALIZE - OPEN THE FILES, WRITE THE HEADINGS, AND
001985*               PRIME A RECORD FROM EACH REGIONAL FEED THAT
001990*               RUNS IN THIS CYCLE.  A FEED THAT DOES NOT IS
001995*               TREATED AS ALREADY AT END.
002000*----------------------------------------------------------------
002010 1000-INITIALIZE.
002020     OPEN INPUT REGION-1-FILE.
002080     MOVE WS-CURRENT-MM TO WS-HDG-MM.
002090     MOVE WS-CURRENT-DD TO WS-HDG-DD.
002100     MOVE WS-CURRENT-YY TO WS-HDG-YY.
002105     MOVE WS-CYCLE      TO WS-HDG-CYCLE.
002110     WRITE REPORT-RECORD FROM WS-HEADING-LINE-1.
002120     WRITE REPORT-RECORD FROM WS-HEADING-LINE-2.
002130     MOVE SPACES TO REPORT-RECORD.
002140     WRITE REPORT-RECORD.
002142     IF WS-R1-RUN = 'N'
002144         SET WS-R1-EOF TO TRUE
002146     ELSE
002148         PERFORM 1100-READ-REGION-1 THRU 1100-EXIT
002150     END-IF.
002152     IF WS-R2-RUN = 'N'
002154         SET WS-R2-EOF TO TRUE
002156     ELSE
002158         PERFORM 1200-READ-REGION-2 THRU 1200-EXIT
002160     END-IF.
002162     IF WS-R3-RUN = 'N'
002164         SET WS-R3-EOF TO TRUE
002166     ELSE
002168         PERFORM 1300-READ-REGION-3 THRU 1300-EXIT
002170     END-IF.
002180     GO TO 1000-EXIT.
002190 1000-EXIT.
002200     EXIT.
002240*               IT TO THE BUSINESS-DATE FILE; EVERY STEP READS
002250*               THAT ONE DATE SO A JOB STRADDLING MIDNIGHT
002260*               CANNOT STAMP TWO DATES.  WITHOUT THE FILE THE
002266*               SYSTEM CLOCK IS USED AS BEFORE.  THE FILE ALSO
002272*               GIVES THE CYCLE AND WHICH REGIONS RUN IN IT.
002280*----------------------------------------------------------------
002290 1050-GET-BUSINESS-DATE.
002300     ACCEPT WS-CURRENT-DATE FROM DATE.
002360             NOT AT END
002370                 IF BUS-DATE IS NUMERIC AND BUS-DATE > ZERO
002380                     MOVE BUS-DATE TO WS-CURRENT-DATE
002381                 END-IF
002382                 IF BUS-CYCLE IS NUMERIC AND BUS-CYCLE > ZERO
002383                     MOVE BUS-CYCLE TO WS-CYCLE
002384                 END-IF
002385                 IF BUS-REGION-RUN (1) = 'N'
002386                     MOVE 'N' TO WS-R1-RUN
002387                 END-IF
002388                 IF BUS-REGION-RUN (2) = 'N'
002389                     MOVE 'N' TO WS-R2-RUN
002390                 END-IF
002391                 IF BUS-REGION-RUN (3) = 'N'
002392                     MOVE 'N' TO WS-R3-RUN
002393                 END-IF
002400         END-READ
002410         CLOSE BUSINESS-DATE-FILE
002420     END-IF.
003440     EXIT.
003450*----------------------------------------------------------------
003460* 9000-TERMINATE - WRITE THE PER-SOURCE AND MERGED COUNTS AND
003466*               CLOSE THE FILES.  A REGION NOT IN THIS CYCLE
003472*               IS NOTED AGAINST ITS ZERO COUNT.
003480*----------------------------------------------------------------
003490 9000-TERMINATE.
003500     MOVE '1'         TO WS-SRC-CODE.
003510     MOVE WS-R1-COUNT TO WS-SRC-COUNT.
003512     MOVE SPACES      TO WS-SRC-NOTE.
003514     IF WS-R1-RUN = 'N'
003516         MOVE 'NOT IN THIS CYCLE' TO WS-SRC-NOTE
003518     END-IF.
003520     WRITE REPORT-RECORD FROM WS-SOURCE-LINE.
003530     MOVE '2'         TO WS-SRC-CODE.
003540     MOVE WS-R2-COUNT TO WS-SRC-COUNT.
003542     MOVE SPACES      TO WS-SRC-NOTE.
003544     IF WS-R2-RUN = 'N'
003546         MOVE 'NOT IN THIS CYCLE' TO WS-SRC-NOTE
003548     END-IF.
003550     WRITE REPORT-RECORD FROM WS-SOURCE-LINE.
003560     MOVE '3'         TO WS-SRC-CODE.
003570     MOVE WS-R3-COUNT TO WS-SRC-COUNT.
003572     MOVE SPACES      TO WS-SRC-NOTE.
003574     IF WS-R3-RUN = 'N'
003576         MOVE 'NOT IN THIS CYCLE' TO WS-SRC-NOTE
003578     END-IF.
003580     WRITE REPORT-RECORD FROM WS-SOURCE-LINE.
003590     MOVE WS-MERGED-COUNT TO WS-TOT-MERGED.
003600     WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
004010         WS-R1-COUNT + WS-R2-COUNT + WS-R3-COUNT.
004020     MOVE WS-MERGED-COUNT TO BAL-RECORDS-OUT.
004030     MOVE ZERO            TO BAL-AMOUNT-TOTAL.
004035     MOVE WS-CYCLE        TO BAL-CYCLE.
004040     WRITE BAL-RECORD.
004050     CLOSE BALANCE-FILE.
004060     GO TO 9300-EXIT.
004080     EXIT.
004090*----------------------------------------------------------------
004100* 9400-STAMP-REGISTER - STAMP THE MERGE COMPLETION FLAG ON THE
004110*               RUN-REGISTER RECORD FOR THE DATE AND CYCLE.  A
004120*               MISSING REGISTER OR AN UNREGISTERED DATE IS
004130*               LEFT ALONE - THE STAMP IS RESTART BOOKKEEPING,
004140*               NOT A GATE.
004190         GO TO 9400-EXIT
004200     END-IF.
004210     MOVE WS-CURRENT-DATE TO REG-BUSINESS-DATE.
004215     MOVE WS-CYCLE        TO REG-CYCLE.
004220     READ RUN-REGISTER.
004230     IF WS-REGISTER-STATUS = '00'
004240         MOVE 'Y' TO REG-MERGE-DONE
