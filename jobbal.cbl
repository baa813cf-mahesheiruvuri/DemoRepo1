000220*               MISSING STEP RECORD, ENDS THE RUN RC 8 SO THE
000230*               ALERT STEPS FIRE - NO MORE RECONSTRUCTING THE
000240*               NIGHT FROM FIVE SYSOUT REPORTS.
000241* 10/15/26 RJT  SUPPLEMENTARY LATE-FEED CYCLES.  EVERY CONTROL
000242*               RECORD NOW CARRIES THE CYCLE THAT WROTE IT
000243*               (BALIN GROWS TO LRECL 40).  THE DATE AND CYCLE
000244*               BEING BALANCED COME FROM THE BUSINESS-DATE FILE
000245*               INSTEAD OF THE SYSTEM CLOCK; A RECORD FROM
000246*               ANOTHER CYCLE OF THE NIGHT IS LISTED BUT KEPT
000247*               OUT OF THE CROSS-FOOT, SO EACH CYCLE BALANCES
000248*               ON ITS OWN.
000250*----------------------------------------------------------------
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000310         FILE STATUS IS WS-BAL-STATUS.
000320     SELECT BALANCE-REPORT ASSIGN TO BALRPT
000330         ORGANIZATION IS LINE SEQUENTIAL.
000332     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BUSDATE
000334         ORGANIZATION IS LINE SEQUENTIAL
000336         FILE STATUS IS WS-BUSDATE-STATUS.
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  BALANCE-FILE
000410     05  BAL-RECORDS-IN          PIC 9(07).
000420     05  BAL-RECORDS-OUT         PIC 9(07).
000430     05  BAL-AMOUNT-TOTAL        PIC S9(09)V99.
000435     05  BAL-CYCLE               PIC 9(01).
000440 FD  BALANCE-REPORT
000450     RECORDING MODE IS F.
000460 01  REPORT-RECORD               PIC X(132).
000461 FD  BUSINESS-DATE-FILE
000462     RECORDING MODE IS F.
000463 01  BUSINESS-DATE-RECORD.
000464     05  BUS-DATE                PIC 9(06).
000465     05  BUS-CYCLE               PIC 9(01).
000466     05  FILLER                  PIC X(73).
000470 WORKING-STORAGE SECTION.
000480 01  WS-SWITCHES.
000490     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000560     05  WS-BAL-OPENED-SWITCH    PIC X(01) VALUE 'N'.
000570         88  WS-BAL-OPENED                 VALUE 'Y'.
000580 01  WS-BAL-STATUS               PIC X(02) VALUE '00'.
000581 01  WS-BUSDATE-STATUS           PIC X(02) VALUE '00'.
000582*    THE CYCLE BEING BALANCED, AND THE CYCLE OF THE CONTROL
000583*    RECORD IN HAND (A RECORD WITH NO CYCLE IS CYCLE 1).
000584 01  WS-CYCLE                    PIC 9(01) VALUE 1.
000585 01  WS-REC-CYCLE                PIC 9(01) VALUE 1.
000590*    ONE BUCKET PER STEP OF THE CHAIN.  THE THREE REGIONAL EDIT
000600*    STEPS EACH APPEND A FILEDIT RECORD, SO THE EDIT BUCKET IS
000610*    A SUM.  A STEP NAME OUTSIDE THE CHAIN IS LISTED WHEN
000940         10  WS-HDG-DD           PIC 99.
000950         10  FILLER              PIC X(01) VALUE '/'.
000960         10  WS-HDG-YY           PIC 99.
000963         10  FILLER              PIC X(09) VALUE '  CYCLE: '.
000966         10  WS-HDG-CYCLE        PIC 9(01).
000970     05  WS-HEADING-LINE-3.
000980         10  FILLER              PIC X(10) VALUE 'STEP'.
000990         10  FILLER              PIC X(08) VALUE 'DATE'.
001000         10  FILLER              PIC X(12) VALUE 'RECORDS IN'.
001010         10  FILLER              PIC X(13) VALUE 'RECORDS OUT'.
001020         10  FILLER              PIC X(15) VALUE 'AMOUNT TOTAL'.
001025         10  FILLER              PIC X(05) VALUE 'CYCLE'.
001030     05  WS-DETAIL-LINE.
001040         10  WS-DTL-STEP         PIC X(08).
001050         10  FILLER              PIC X(02) VALUE SPACES.
001100         10  WS-DTL-OUT          PIC ZZZ,ZZ9.
001110         10  FILLER              PIC X(04) VALUE SPACES.
001120         10  WS-DTL-AMOUNT       PIC ---,---,--9.99.
001122         10  FILLER              PIC X(03) VALUE SPACES.
001124         10  WS-DTL-CYCLE        PIC 9(01).
001126         10  FILLER              PIC X(04) VALUE SPACES.
001128         10  WS-DTL-NOTE         PIC X(30).
001130     05  WS-CHECK-LINE.
001140         10  WS-CHK-TEXT         PIC X(28).
001150         10  WS-CHK-LEFT         PIC ---,---,--9.99.
001400*----------------------------------------------------------------
001410 1000-INITIALIZE.
001420     OPEN OUTPUT BALANCE-REPORT.
001430     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
001440     PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT.
001450     OPEN INPUT BALANCE-FILE.
001460     IF WS-BAL-STATUS NOT = '00'
001510     PERFORM 1100-READ-BALANCE THRU 1100-EXIT.
001520     GO TO 1000-EXIT.
001530 1000-EXIT.
001531     EXIT.
001532*----------------------------------------------------------------
001533* 1050-GET-BUSINESS-DATE - THE RUN-REGISTER STEP OPENS THE
001534*               BUSINESS DATE AND CYCLE AT THE TOP OF THE JOB
001535*               AND WRITES THEM TO THE BUSINESS-DATE FILE; THE
001536*               BALANCE IS HEADED WITH THAT DATE AND PROVES
001537*               THAT CYCLE.  WITHOUT THE FILE THE SYSTEM CLOCK
001538*               AND CYCLE 1 ARE USED.
001539*----------------------------------------------------------------
001540 1050-GET-BUSINESS-DATE.
001541     ACCEPT WS-CURRENT-DATE FROM DATE.
001542     OPEN INPUT BUSINESS-DATE-FILE.
001543     IF WS-BUSDATE-STATUS = '00'
001544         READ BUSINESS-DATE-FILE
001545             AT END
001546                 CONTINUE
001547             NOT AT END
001548                 IF BUS-DATE IS NUMERIC AND BUS-DATE > ZERO
001549                     MOVE BUS-DATE TO WS-CURRENT-DATE
001550                 END-IF
001551                 IF BUS-CYCLE IS NUMERIC AND BUS-CYCLE > ZERO
001552                     MOVE BUS-CYCLE TO WS-CYCLE
001553                 END-IF
001554         END-READ
001555         CLOSE BUSINESS-DATE-FILE
001556     END-IF.
001557     GO TO 1050-EXIT.
001558 1050-EXIT.
001559     EXIT.
001560*----------------------------------------------------------------
001561* 1100-READ-BALANCE - READ THE NEXT STEP CONTROL RECORD
001570*----------------------------------------------------------------
001580 1100-READ-BALANCE.
001590     READ BALANCE-FILE
001700     MOVE WS-CURRENT-MM TO WS-HDG-MM.
001710     MOVE WS-CURRENT-DD TO WS-HDG-DD.
001720     MOVE WS-CURRENT-YY TO WS-HDG-YY.
001725     MOVE WS-CYCLE      TO WS-HDG-CYCLE.
001730     WRITE REPORT-RECORD FROM WS-HEADING-LINE-1.
001740     WRITE REPORT-RECORD FROM WS-HEADING-LINE-2.
001750     MOVE SPACES TO REPORT-RECORD.
001830*               FIGURES IN THE STEP'S BUCKET.  THE THREE EDIT
001840*               STEPS SUM INTO ONE BUCKET.  A STEP NAME THIS
001850*               PROGRAM DOES NOT KNOW IS LISTED AND OTHERWISE
001856*               IGNORED.  A RECORD FROM ANOTHER CYCLE OF THE
001862*               NIGHT IS LISTED AS SUCH AND NOT TALLIED.
001870*----------------------------------------------------------------
001880 2000-TALLY-RECORD.
001890     ADD 1 TO WS-RECORDS-READ.
001920     MOVE BAL-RECORDS-IN   TO WS-DTL-IN.
001930     MOVE BAL-RECORDS-OUT  TO WS-DTL-OUT.
001940     MOVE BAL-AMOUNT-TOTAL TO WS-DTL-AMOUNT.
001941     IF BAL-CYCLE IS NUMERIC AND BAL-CYCLE > ZERO
001942         MOVE BAL-CYCLE    TO WS-REC-CYCLE
001943     ELSE
001944         MOVE 1            TO WS-REC-CYCLE
001945     END-IF.
001946     MOVE WS-REC-CYCLE     TO WS-DTL-CYCLE.
001947     IF WS-REC-CYCLE NOT = WS-CYCLE
001948         MOVE 'OTHER CYCLE - NOT BALANCED' TO WS-DTL-NOTE
001949         WRITE REPORT-RECORD FROM WS-DETAIL-LINE
001950         PERFORM 1100-READ-BALANCE THRU 1100-EXIT
001951         GO TO 2000-EXIT
001952     END-IF.
001953     MOVE SPACES           TO WS-DTL-NOTE.
001954     WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
001960     EVALUATE BAL-STEP-NAME
001970         WHEN 'FILEDIT'
001980             MOVE 'Y' TO WS-FIL-FOUND
