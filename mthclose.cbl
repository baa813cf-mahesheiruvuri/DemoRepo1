000210*               A MONTH ALREADY ON THE CLOSE-CONTROL FILE IS
000220*               REFUSED RC 12 SO A DOUBLE CLOSE CANNOT CUT A
000230*               SECOND OFFICIAL PICTURE.
000231* 10/15/26 RJT  FISCAL CALENDAR.  THE BOOKS NOW CLOSE ON FINANCE'S
000232*               4-4-5 FISCAL PERIODS (SEE FSCLOAD), NOT CALENDAR
000233*               MONTHS.  THE CARD CARRIES THE FISCAL PERIOD BEING
000234*               CLOSED (YYPP) AND THE CLOSE-CONTROL FILE NOW
000235*               RECORDS FISCAL PERIODS.  A PERIOD NOT ON THE
000236*               FISCAL CALENDAR FAILS THE RUN (RC 16); THE
000237*               PERIOD'S FIRST AND LAST DATES ARE SHOWN ON THE
000238*               HEADING.
000240*----------------------------------------------------------------
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000460         ORGANIZATION IS SEQUENTIAL.
000470     SELECT CLOSE-REPORT ASSIGN TO MECRPT
000480         ORGANIZATION IS LINE SEQUENTIAL.
000481     SELECT OPTIONAL FISCAL-CALENDAR ASSIGN TO FSCCAL
000482         ORGANIZATION IS INDEXED
000483         ACCESS MODE IS SEQUENTIAL
000484         RECORD KEY IS FSC-DATE
000485         FILE STATUS IS WS-CALENDAR-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  ACCOUNT-MASTER
000640 FD  PARAMETER-FILE
000650     RECORDING MODE IS F.
000660 01  PARAMETER-RECORD.
000670     05  MEC-CLOSE-PERIOD        PIC 9(04).
000680     05  FILLER                  PIC X(76).
000683*    ONE RECORD PER CLOSED FISCAL PERIOD.  THE CLOSED-MONTH FIELD
000686*    HOLDS THE FISCAL PERIOD (YYPP).
000690 FD  CLOSE-CONTROL-IN
000700     RECORDING MODE IS F.
000710 01  CLOSE-CONTROL-IN-RECORD.
000880 FD  CLOSE-REPORT
000890     RECORDING MODE IS F.
000900 01  REPORT-RECORD               PIC X(132).
000901*    ONE RECORD PER CALENDAR DATE, LOADED BY FSCLOAD.
000902 FD  FISCAL-CALENDAR
000903     RECORD CONTAINS 40 CHARACTERS.
000904 01  FISCAL-CALENDAR-RECORD.
000905     05  FSC-DATE                PIC 9(06).
000906     05  FSC-FISCAL-PERIOD       PIC 9(04).
000907     05  FSC-FISCAL-PERIOD-R REDEFINES FSC-FISCAL-PERIOD.
000908         10  FSC-FISCAL-YY       PIC 9(02).
000909         10  FSC-FISCAL-PP       PIC 9(02).
000910     05  FSC-PERIOD-START        PIC 9(06).
000911     05  FSC-PERIOD-END          PIC 9(06).
000912     05  FSC-LOAD-STAMP.
000913         10  FSC-LOAD-DATE       PIC 9(06).
000914         10  FSC-LOAD-TIME       PIC 9(08).
000915     05  FILLER                  PIC X(04).
000916 WORKING-STORAGE SECTION.
000920 01  WS-SWITCHES.
000930     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000940         88  WS-EOF                        VALUE 'Y'.
001000         88  WS-DOUBLE-CLOSE-BLOCKED       VALUE 'Y'.
001010     05  WS-FAILED-SWITCH        PIC X(01) VALUE 'N'.
001020         88  WS-RUN-FAILED                 VALUE 'Y'.
001022     05  WS-CALENDAR-EOF-SWITCH  PIC X(01) VALUE 'N'.
001024         88  WS-CALENDAR-EOF               VALUE 'Y'.
001026     05  WS-PERIOD-FOUND-SWITCH  PIC X(01) VALUE 'N'.
001028         88  WS-PERIOD-FOUND               VALUE 'Y'.
001030 01  WS-MASTER-STATUS            PIC X(02) VALUE '00'.
001040 01  WS-PARM-STATUS              PIC X(02) VALUE '00'.
001050 01  WS-CLOSE-IN-STATUS          PIC X(02) VALUE '00'.
001057 01  WS-CALENDAR-STATUS          PIC X(02) VALUE '00'.
001064 01  WS-CLOSE-PERIOD             PIC 9(04) VALUE ZERO.
001071 01  WS-CLOSE-PERIOD-R REDEFINES WS-CLOSE-PERIOD.
001080     05  WS-CLOSE-YY             PIC 9(02).
001085     05  WS-CLOSE-PP             PIC 9(02).
001090 01  WS-CLOSE-PERIOD-START       PIC 9(06) VALUE ZERO.
001095 01  WS-CLOSE-PERIOD-END         PIC 9(06) VALUE ZERO.
001100 01  WS-ACCUMULATORS.
001110     05  WS-ACCOUNTS-READ        PIC 9(07)     COMP-3 VALUE ZERO.
001120     05  WS-MTD-TOTAL            PIC S9(11)V99 COMP-3 VALUE ZERO.
001310     05  WS-HEADING-LINE-1.
001320         10  FILLER              PIC X(35) VALUE SPACES.
001330         10  FILLER              PIC X(26)
001340             VALUE 'PERIOD-END CLOSE STATEMENT'.
001350     05  WS-HEADING-LINE-2.
001360         10  FILLER              PIC X(10) VALUE 'RUN DATE: '.
001370         10  WS-HDG-MM           PIC 99.
001390         10  WS-HDG-DD           PIC 99.
001400         10  FILLER              PIC X(01) VALUE '/'.
001410         10  WS-HDG-YY           PIC 99.
001420         10  FILLER              PIC X(17)
001430             VALUE '  CLOSING PERIOD '.
001440         10  WS-HDG-CLOSE-YY     PIC 99.
001450         10  FILLER              PIC X(01) VALUE '/'.
001454         10  WS-HDG-CLOSE-PP     PIC 99.
001458         10  FILLER              PIC X(12) VALUE '  RUNS FROM '.
001462         10  WS-HDG-START        PIC 9(06).
001466         10  FILLER              PIC X(04) VALUE ' TO '.
001470         10  WS-HDG-END          PIC 9(06).
001474         10  FILLER              PIC X(41) VALUE SPACES.
001480         10  FILLER              PIC X(05) VALUE 'PAGE '.
001490         10  WS-HDG-PAGE         PIC ZZZZ9.
001500     05  WS-HEADING-LINE-3.
001970     STOP RUN.
001980*----------------------------------------------------------------
001990* 1000-INITIALIZE - OPEN THE FILES, READ AND VALIDATE THE
001998*               CLOSING-PERIOD CARD, FIND THE PERIOD ON THE
002006*               FISCAL CALENDAR, COPY THE CLOSE-CONTROL FILE
002014*               FORWARD (REFUSING A PERIOD ALREADY ON IT), AND
002022*               PRIME THE FIRST MASTER READ
002030*----------------------------------------------------------------
002040 1000-INITIALIZE.
002050     OPEN OUTPUT CLOSE-REPORT.
002070     OPEN OUTPUT CLOSE-CONTROL-OUT.
002080     ACCEPT WS-CURRENT-DATE FROM DATE.
002090     PERFORM 1500-READ-PARAMETERS THRU 1500-EXIT.
002092     IF NOT WS-RUN-FAILED
002094         PERFORM 1600-FIND-PERIOD THRU 1600-EXIT
002096     END-IF.
002100     PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT.
002110     IF WS-RUN-FAILED
002120         GO TO 1000-EXIT
002420 1100-EXIT.
002430     EXIT.
002440*----------------------------------------------------------------
002450* 1200-WRITE-HEADINGS - WRITE THE RUN-DATE, CLOSING-PERIOD, AND
002460*               COLUMN HEADINGS AT THE TOP OF EACH PAGE
002470*----------------------------------------------------------------
002480 1200-WRITE-HEADINGS.
002510     MOVE WS-CURRENT-DD TO WS-HDG-DD.
002520     MOVE WS-CURRENT-YY TO WS-HDG-YY.
002530     MOVE WS-CLOSE-YY   TO WS-HDG-CLOSE-YY.
002535     MOVE WS-CLOSE-PP   TO WS-HDG-CLOSE-PP.
002540     MOVE WS-CLOSE-PERIOD-START TO WS-HDG-START.
002545     MOVE WS-CLOSE-PERIOD-END   TO WS-HDG-END.
002550     MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE.
002560     WRITE REPORT-RECORD FROM WS-HEADING-LINE-1.
002570     WRITE REPORT-RECORD FROM WS-HEADING-LINE-2.
002630 1200-EXIT.
002640     EXIT.
002650*----------------------------------------------------------------
002660* 1500-READ-PARAMETERS - READ THE CLOSING FISCAL PERIOD (YYPP).
002670*               THERE IS NO DEFAULT - CLOSING THE WRONG PERIOD IS
002680*               WORSE THAN CLOSING NONE, SO A MISSING OR BAD
002690*               CARD FAILS THE RUN.
002700*----------------------------------------------------------------
002720     OPEN INPUT PARAMETER-FILE.
002730     IF WS-PARM-STATUS NOT = '00'
002740         SET WS-RUN-FAILED TO TRUE
002750         MOVE 'NO CLOSING-PERIOD CARD SUPPLIED' TO WS-RSL-TEXT
002760         GO TO 1500-EXIT
002770     END-IF.
002780     READ PARAMETER-FILE
002790         AT END
002800             SET WS-RUN-FAILED TO TRUE
002810             MOVE 'CLOSING-PERIOD CARD FILE IS EMPTY'
002820                                    TO WS-RSL-TEXT
002830             GO TO 1500-EXIT
002840     END-READ.
002850     IF MEC-CLOSE-PERIOD IS NOT NUMERIC
002860         SET WS-RUN-FAILED TO TRUE
002870         MOVE 'CLOSING PERIOD IS NOT NUMERIC' TO WS-RSL-TEXT
002880         GO TO 1500-EXIT
002890     END-IF.
002900     MOVE MEC-CLOSE-PERIOD TO WS-CLOSE-PERIOD.
002910     IF WS-CLOSE-PP < 01 OR WS-CLOSE-PP > 12
002920         SET WS-RUN-FAILED TO TRUE
002930         MOVE 'CLOSING PERIOD MUST BE YYPP WITH PP 01-12'
002940                                    TO WS-RSL-TEXT
002950         GO TO 1500-EXIT
002960     END-IF.
002990 1500-EXIT.
003000     EXIT.
003010*----------------------------------------------------------------
003011* 1600-FIND-PERIOD - SCAN THE FISCAL CALENDAR FOR THE PERIOD
003012*               BEING CLOSED AND TAKE ITS FIRST AND LAST DATES.
003013*               A PERIOD FINANCE HAS NOT LOADED (OR NO CALENDAR
003014*               AT ALL) FAILS THE RUN - A KEYING SLIP ON THE CARD
003015*               MUST NOT CLOSE A PERIOD THAT DOES NOT EXIST.
003016*----------------------------------------------------------------
003017 1600-FIND-PERIOD.
003018     OPEN INPUT FISCAL-CALENDAR.
003019     IF WS-CALENDAR-STATUS NOT = '00'
003020         IF WS-CALENDAR-STATUS = '05'
003021             CLOSE FISCAL-CALENDAR
003022         END-IF
003023         GO TO 1600-CHECK
003024     END-IF.
003025     PERFORM 1610-READ-CALENDAR THRU 1610-EXIT
003026         UNTIL WS-CALENDAR-EOF OR WS-PERIOD-FOUND.
003027     CLOSE FISCAL-CALENDAR.
003028 1600-CHECK.
003029     IF NOT WS-PERIOD-FOUND
003030         SET WS-RUN-FAILED TO TRUE
003031         MOVE 'CLOSING PERIOD IS NOT ON THE FISCAL CALENDAR'
003032                                    TO WS-RSL-TEXT
003033     END-IF.
003034     GO TO 1600-EXIT.
003035 1600-EXIT.
003036     EXIT.
003037*----------------------------------------------------------------
003038* 1610-READ-CALENDAR - READ THE NEXT CALENDAR DATE AND TEST IT
003039*               FOR THE PERIOD BEING CLOSED
003040*----------------------------------------------------------------
003041 1610-READ-CALENDAR.
003042     READ FISCAL-CALENDAR
003043         AT END
003044             SET WS-CALENDAR-EOF TO TRUE
003045             GO TO 1610-EXIT
003046     END-READ.
003047     IF FSC-FISCAL-PERIOD = WS-CLOSE-PERIOD
003048         SET WS-PERIOD-FOUND TO TRUE
003049         MOVE FSC-PERIOD-START TO WS-CLOSE-PERIOD-START
003050         MOVE FSC-PERIOD-END   TO WS-CLOSE-PERIOD-END
003051     END-IF.
003052     GO TO 1610-EXIT.
003053 1610-EXIT.
003054     EXIT.
003055*----------------------------------------------------------------
003056* 1700-COPY-CLOSE-CONTROL - COPY THE CLOSE-CONTROL FILE TO THE
003057*               NEW GENERATION, REFUSING THE RUN IF THE PERIOD
003058*               BEING CLOSED IS ALREADY ON IT.  A MISSING FILE
003059*               (FIRST EVER CLOSE) STARTS IT EMPTY.
003060*----------------------------------------------------------------
003070 1700-COPY-CLOSE-CONTROL.
003080     OPEN INPUT CLOSE-CONTROL-IN.
003170 1700-EXIT.
003180     EXIT.
003190*----------------------------------------------------------------
003200* 1710-READ-CLOSE-CONTROL - READ THE NEXT CLOSED PERIOD
003210*----------------------------------------------------------------
003220 1710-READ-CLOSE-CONTROL.
003230     READ CLOSE-CONTROL-IN
003280 1710-EXIT.
003290     EXIT.
003300*----------------------------------------------------------------
003310* 1720-COPY-ONE-MONTH - CARRY ONE CLOSED PERIOD FORWARD, OR
003320*               BLOCK THE RUN IF IT IS THE PERIOD BEING CLOSED
003330*----------------------------------------------------------------
003340 1720-COPY-ONE-MONTH.
003350     IF CCI-CLOSED-MONTH = WS-CLOSE-PERIOD
003360         SET WS-DOUBLE-CLOSE-BLOCKED TO TRUE
003370         MOVE 'PERIOD ALREADY CLOSED - DOUBLE CLOSE BLOCKED'
003380                                    TO WS-RSL-TEXT
003390         GO TO 1720-EXIT
003400     END-IF.
003940     EXIT.
003950*----------------------------------------------------------------
003960* 9000-TERMINATE - WRITE THE CLOSE TOTALS, RECORD THE CLOSED
003968*               PERIOD, CLOSE THE FILES, AND SET THE RETURN
003976*               CODE.  RC 12 = PERIOD ALREADY CLOSED (DOUBLE
003984*               CLOSE BLOCKED); RC 16 = BAD CARD, PERIOD NOT ON
003992*               THE FISCAL CALENDAR, OR MASTER I/O ERROR - THE
004000*               CLOSE-CONTROL RECORD IS WITHHELD
004010*               SO AN INCOMPLETE CLOSE IS NEVER OFFICIAL.
004020*----------------------------------------------------------------
004030 9000-TERMINATE.
004150     IF NOT WS-RUN-FAILED
004160         AND NOT WS-DOUBLE-CLOSE-BLOCKED
004170         AND NOT WS-IO-ERROR
004180         MOVE WS-CLOSE-PERIOD  TO CCO-CLOSED-MONTH
004190         MOVE WS-CURRENT-DATE  TO CCO-CLOSED-DATE
004200         MOVE WS-ACCOUNTS-READ TO CCO-ACCOUNT-COUNT
004210         MOVE WS-MTD-TOTAL     TO CCO-MTD-TOTAL
004220         MOVE WS-YTD-TOTAL     TO CCO-YTD-TOTAL
004230         WRITE CLOSE-CONTROL-OUT-RECORD
004240         MOVE 'PERIOD CLOSED - SNAPSHOT AND CONTROL RECORD CUT'
004250                               TO WS-RSL-TEXT
004260     END-IF.
004270     MOVE WS-RESULT-LINE TO WS-PRINT-AREA.
