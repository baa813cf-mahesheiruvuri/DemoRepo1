000660*               DATE AND THE GUARD IS AGAINST THE WRONG ONE.
000670*               RESEQUENCED THE WHOLE PROGRAM'S SOURCE LINE
000680*               NUMBERS BACK TO A CLEAN ASCENDING SEQUENCE.
000681* 10/15/26 RJT  THE GL EXTRACT RECORD NOW ENDS WITH THE CYCLE
000682*               THAT WROTE IT (1 = MAIN, 2-9 = A SUPPLEMENTARY
000683*               LATE-FEED CYCLE), LRECL 24.  A SUPPLEMENTARY
000684*               CYCLE CUTS ITS OWN GENERATION AND IS MATCHED IN
000685*               ITS OWN RUN; THE CYCLE IS NOT PART OF THE MATCH.
000686* 10/15/26 RJT  EVERY ACKNOWLEDGMENT THE MATCH ACCEPTS - MATCHED,
000687*               MISMATCHED, CLEARING A SUSPENSE ITEM OR
000688*               UNEXPECTED - IS WRITTEN TO THE ACKNOWLEDGED-
000689*               POSTINGS FILE (ACKOUT) WITH THE NIGHT IT CONFIRMS
000690*               AND HOW IT MATCHED, ONE GENERATION PER RUN.
000691*               THE MONTH-END GL PROOF (GLPROOF) ADDS THE
000692*               PERIOD'S GENERATIONS UP PER ACCOUNT AS WHAT THE
000693*               GL BOOKED.
000694*----------------------------------------------------------------
000700 ENVIRONMENT DIVISION.
000710 INPUT-OUTPUT SECTION.
000720 FILE-CONTROL.
000840         FILE STATUS IS WS-SUSPIN-STATUS.
000850     SELECT SUSPENSE-OUT-FILE ASSIGN TO SUSPOUT
000860         ORGANIZATION IS LINE SEQUENTIAL.
000863     SELECT ACKNOWLEDGED-FILE ASSIGN TO ACKOUT
000866         ORGANIZATION IS LINE SEQUENTIAL.
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  GL-EXTRACT-FILE
000920     05  GLX-ACCOUNT-CODE        PIC X(10).
000930     05  GLX-RUN-DATE            PIC 9(06).
000940     05  GLX-AMOUNT              PIC S9(05)V99.
000945     05  GLX-CYCLE               PIC 9(01).
000950 FD  GL-ACK-FILE
000960     RECORDING MODE IS F.
000970 01  GL-ACK-RECORD.
001230     05  SPO-AMOUNT              PIC S9(05)V99.
001240     05  SPO-FIRST-MISSED        PIC 9(06).
001250     05  SPO-AGE-NIGHTS          PIC 9(03).
001251*    ONE RECORD PER ACK ACCEPTED: THE AMOUNT THE GL BOOKED,
001252*    THE RUN DATE OF THE EXTRACT IT CONFIRMS, THE MORNING IT
001253*    WAS MATCHED, AND HOW - M = MATCHED, X = AMOUNT MISMATCH,
001254*    C = CLEARED A SUSPENSE ITEM, U = UNEXPECTED (NO EXTRACT,
001255*    NO SUSPENSE ITEM).
001256 FD  ACKNOWLEDGED-FILE
001257     RECORDING MODE IS F.
001258 01  ACKNOWLEDGED-RECORD.
001259     05  ACO-ACCOUNT-CODE        PIC X(10).
001260     05  ACO-RUN-DATE            PIC 9(06).
001261     05  ACO-AMOUNT              PIC S9(05)V99.
001262     05  ACO-MATCH-DATE          PIC 9(06).
001263     05  ACO-DISPOSITION         PIC X(01).
001264 WORKING-STORAGE SECTION.
001270 01  WS-SWITCHES.
001280     05  WS-EXTRACT-EOF-SWITCH   PIC X(01) VALUE 'N'.
001290         88  WS-EXTRACT-EOF                VALUE 'Y'.
001330         88  WS-EXCEPTIONS-FOUND           VALUE 'Y'.
001340 01  WS-PARM-STATUS              PIC X(02) VALUE '00'.
001350 01  WS-SUSPIN-STATUS            PIC X(02) VALUE '00'.
001355 01  WS-ACK-DISPOSITION          PIC X(01) VALUE SPACE.
001360 01  WS-MATCH-DATE               PIC 9(06) VALUE ZERO.
001370     88  WS-MATCH-ALL-DATES                VALUE ZERO.
001380*    ITEMS AGED PAST THE THRESHOLD ARE WHAT PAGE THE ROTATION -
002910     OPEN INPUT GL-ACK-FILE.
002920     OPEN OUTPUT MATCH-REPORT.
002930     OPEN OUTPUT SUSPENSE-OUT-FILE.
002935     OPEN OUTPUT ACKNOWLEDGED-FILE.
002940     PERFORM 1500-READ-PARAMETERS THRU 1500-EXIT.
002950     PERFORM 1700-LOAD-SUSPENSE THRU 1700-EXIT.
002960     ACCEPT WS-CURRENT-DATE FROM DATE.
005190         MOVE WS-SUS-AMOUNT (WS-SUS-SUB) TO WS-EXC-EXT-AMOUNT
005200         MOVE ACK-AMOUNT       TO WS-EXC-ACK-AMOUNT
005210         WRITE REPORT-RECORD FROM WS-EXCEPTION-LINE
005213         MOVE 'C' TO WS-ACK-DISPOSITION
005216         PERFORM 2400-LOG-ACK THRU 2400-EXIT
005220         IF WS-SUS-AMOUNT (WS-SUS-SUB) NOT = ACK-AMOUNT
005230             SET WS-EXCEPTIONS-FOUND TO TRUE
005240             ADD 1 TO WS-MISMATCH-COUNT
005340     MOVE ZERO                    TO WS-EXC-EXT-AMOUNT.
005350     MOVE ACK-AMOUNT              TO WS-EXC-ACK-AMOUNT.
005360     WRITE REPORT-RECORD FROM WS-EXCEPTION-LINE.
005363     MOVE 'U' TO WS-ACK-DISPOSITION.
005366     PERFORM 2400-LOG-ACK THRU 2400-EXIT.
005370     GO TO 2200-EXIT.
005380 2200-EXIT.
005390     EXIT.
005710 2300-COMPARE-AMOUNTS.
005720     IF GLX-AMOUNT = ACK-AMOUNT
005730         ADD 1 TO WS-MATCHED-COUNT
005735         MOVE 'M' TO WS-ACK-DISPOSITION
005740     ELSE
005745         MOVE 'X' TO WS-ACK-DISPOSITION
005750         SET WS-EXCEPTIONS-FOUND TO TRUE
005760         ADD 1 TO WS-MISMATCH-COUNT
005770         MOVE 'AMOUNT MISMATCH     : ' TO WS-EXC-TEXT
005800         MOVE ACK-AMOUNT              TO WS-EXC-ACK-AMOUNT
005810         WRITE REPORT-RECORD FROM WS-EXCEPTION-LINE
005820     END-IF.
005825     PERFORM 2400-LOG-ACK THRU 2400-EXIT.
005830     GO TO 2300-EXIT.
005840 2300-EXIT.
005841     EXIT.
005842*----------------------------------------------------------------
005843* 2400-LOG-ACK - WRITE THE ACK IN HAND TO THE ACKNOWLEDGED-
005844*               POSTINGS FILE WITH ITS DISPOSITION
005845*----------------------------------------------------------------
005846 2400-LOG-ACK.
005847     MOVE ACK-ACCOUNT-CODE   TO ACO-ACCOUNT-CODE.
005848     MOVE ACK-RUN-DATE       TO ACO-RUN-DATE.
005849     MOVE ACK-AMOUNT         TO ACO-AMOUNT.
005850     MOVE WS-CURRENT-DATE    TO ACO-MATCH-DATE.
005851     MOVE WS-ACK-DISPOSITION TO ACO-DISPOSITION.
005852     WRITE ACKNOWLEDGED-RECORD.
005853     GO TO 2400-EXIT.
005854 2400-EXIT.
005855     EXIT.
005860*----------------------------------------------------------------
005870* 9000-TERMINATE - CARRY THE UNCLEARED SUSPENSE FORWARD, WRITE
005880*               THE MATCH TOTALS AND THE AGING SECTION, CLOSE
006290     CLOSE GL-EXTRACT-FILE.
006300     CLOSE GL-ACK-FILE.
006310     CLOSE SUSPENSE-OUT-FILE.
006315     CLOSE ACKNOWLEDGED-FILE.
006320     CLOSE MATCH-REPORT.
006330     IF WS-EXCEPTIONS-FOUND OR WS-ESCALATED
006340         OR WS-SUS-TABLE-FULL
