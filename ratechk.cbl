000360*               RATE CHECK USES, OR A JOB STRADDLING MIDNIGHT
000370*               (OR A SCHEDULER-KEYED RERUN DATE) FAILS A GOOD
000380*               FILE OR PASSES ONE THE MAIN STEP THEN REJECTS.
000381* 10/15/26 RJT  AN ACCEPTED FILE IS NOW LOADED TO THE KEYED RATE
000382*               MASTER (CURRENCY AND QUOTE DATE) THE MAIN STEP
000383*               READS BY KEY, SO THERE IS NO LONGER A TABLE LIMIT
000384*               ON THE NUMBER OF CURRENCIES.  EACH RATE IS
000385*               STAMPED WITH THIS RUN'S DATE AND TIME AS IT IS
000386*               LOADED; A SECOND RECORD FOR A CURRENCY ALREADY
000387*               STAMPED THIS RUN IS THE DUPLICATE, AND A RERUN
000388*               REPLACES THE EARLIER RUN'S QUOTES.  WHEN THE
000389*               EDIT FAILS, EVERY RATE THIS RUN LOADED IS BACKED
000390*               OUT AGAIN SO A REJECTED FILE LEAVES NOTHING ON
000391*               THE MASTER.  THE PRIOR-DAY FILE NOW ONLY GIVES
000392*               THE PRIOR QUOTE DATE; THE PRIOR RATE ITSELF IS
000393*               READ FROM THE MASTER.
000394*----------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000540     SELECT OPTIONAL BUSINESS-DATE-FILE ASSIGN TO BUSDATE
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-BUSDATE-STATUS.
000561     SELECT OPTIONAL RATE-MASTER ASSIGN TO RATEMST
000562         ORGANIZATION IS INDEXED
000563         ACCESS MODE IS RANDOM
000564         RECORD KEY IS RTM-KEY
000565         FILE STATUS IS WS-RATEMST-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  RATE-FILE
000830 01  BUSINESS-DATE-RECORD.
000840     05  BUS-DATE                PIC 9(06).
000850     05  FILLER                  PIC X(74).
000851 FD  RATE-MASTER
000852     RECORD CONTAINS 80 CHARACTERS.
000853 01  RATE-MASTER-RECORD.
000854     05  RTM-KEY.
000855         10  RTM-CURRENCY-CODE   PIC X(03).
000856         10  RTM-DATE            PIC 9(06).
000857     05  RTM-VALUE               PIC 9(3)V9(6).
000858     05  RTM-LOAD-STAMP.
000859         10  RTM-LOAD-DATE       PIC 9(06).
000860         10  RTM-LOAD-TIME       PIC 9(08).
000861     05  FILLER                  PIC X(48).
000862 WORKING-STORAGE SECTION.
000870 01  WS-SWITCHES.
000880     05  WS-RATE-EOF-SWITCH      PIC X(01) VALUE 'N'.
000890         88  WS-RATE-EOF                   VALUE 'Y'.
000990     05  WS-DUP-FOUND-SWITCH     PIC X(01) VALUE 'N'.
001000         88  WS-DUP-FOUND                  VALUE 'Y'.
001010         88  WS-DUP-NOT-FOUND              VALUE 'N'.
001011     05  WS-ON-MASTER-SWITCH     PIC X(01) VALUE 'N'.
001012         88  WS-ON-MASTER                  VALUE 'Y'.
001013         88  WS-NOT-ON-MASTER              VALUE 'N'.
001014     05  WS-MASTER-ERROR-SWITCH  PIC X(01) VALUE 'N'.
001015         88  WS-MASTER-ERROR               VALUE 'Y'.
001016         88  WS-MASTER-OK                  VALUE 'N'.
001017     05  WS-MASTER-OPEN-SWITCH   PIC X(01) VALUE 'N'.
001018         88  WS-MASTER-OPEN                VALUE 'Y'.
001019*    SET WHEN THE RATE FILE OPENED CLEAN - THE FILE STATUS
001020*    ITSELF IS '10' BY END OF JOB, SO THE EMPTY-FILE TEST AND
001021*    THE CLOSE MUST NOT BE GATED ON IT.
001022     05  WS-RATE-OPENED-SWITCH   PIC X(01) VALUE 'N'.
001023         88  WS-RATE-OPENED                VALUE 'Y'.
001024 01  WS-RATE-STATUS              PIC X(02) VALUE '00'.
001030 01  WS-PRIOR-STATUS             PIC X(02) VALUE '00'.
001040 01  WS-PARM-STATUS              PIC X(02) VALUE '00'.
001050 01  WS-BUSDATE-STATUS           PIC X(02) VALUE '00'.
001055 01  WS-RATEMST-STATUS           PIC X(02) VALUE '00'.
001060*    THE TOLERANCE IS THE LARGEST DAY-OVER-DAY MOVE, IN WHOLE
001070*    PERCENT, A RATE MAY MAKE BEFORE THE NIGHT IS STOPPED.  A
001080*    MISSING OR BLANK CARD KEEPS THE COMPILED-IN DEFAULT.
001090 01  WS-TOLERANCE-PCT            PIC 9(03) COMP-3 VALUE 20.
001100*    THE PRIOR-DAY FILE IS THE LAST ACCEPTED RATE FILE, SO EVERY
001110*    QUOTE ON IT CARRIES THE SAME DATE - THE DATE THE PRIOR RATE
001120*    IS READ FROM THE MASTER UNDER.  ZERO WHEN THERE IS NO
001130*    USABLE PRIOR-DAY QUOTE.
001140 01  WS-PRIOR-FIELDS.
001150     05  WS-PRIOR-DATE           PIC 9(06)     VALUE ZERO.
001160     05  WS-PRIOR-VALUE          PIC 9(3)V9(6) COMP-3 VALUE ZERO.
001170*    EVERY RATE THIS RUN LOADS CARRIES THE SAME STAMP, WHICH IS
001180*    HOW A DUPLICATE IN THE FILE IS TOLD FROM AN EARLIER RUN'S
001190*    QUOTE, AND HOW A FAILED EDIT FINDS WHAT IT MUST BACK OUT.
001200 01  WS-LOAD-STAMP.
001210     05  WS-STAMP-DATE           PIC 9(06).
001220     05  WS-STAMP-TIME           PIC 9(08).
001240 01  WS-WORK-FIELDS.
001250     05  WS-RATES-READ           PIC 9(07)    COMP-3 VALUE ZERO.
001253     05  WS-RATES-LOADED         PIC 9(07)    COMP-3 VALUE ZERO.
001256     05  WS-RATES-BACKED-OUT     PIC 9(07)    COMP-3 VALUE ZERO.
001260     05  WS-MOVE-PCT             PIC S9(5)V9  COMP-3 VALUE ZERO.
001270 01  WS-DATE-FIELDS.
001280     05  WS-CURRENT-DATE.
001650         10  WS-DTL-RESULT       PIC X(44).
001660     05  WS-MESSAGE-LINE.
001670         10  WS-MSG-TEXT         PIC X(60).
001672     05  WS-MASTER-ERROR-TEXT.
001674         10  FILLER              PIC X(30)
001676             VALUE 'RATE MASTER I/O ERROR, STATUS '.
001678         10  WS-MET-STATUS       PIC X(02).
001680     05  WS-COUNT-LINE.
001690         10  FILLER              PIC X(22)
001700             VALUE 'RATE RECORDS READ   : '.
001710         10  WS-CNT-READ         PIC ZZZ,ZZ9.
001711     05  WS-LOADED-LINE.
001712         10  FILLER              PIC X(22)
001713             VALUE 'RATES LOADED        : '.
001714         10  WS-CNT-LOADED       PIC ZZZ,ZZ9.
001715     05  WS-BACKED-OUT-LINE.
001716         10  FILLER              PIC X(22)
001717             VALUE 'RATES BACKED OUT    : '.
001718         10  WS-CNT-BACKED-OUT   PIC ZZZ,ZZ9.
001720     05  WS-VERDICT-LINE.
001730         10  FILLER              PIC X(09) VALUE 'VERDICT: '.
001740         10  WS-VERDICT-TEXT     PIC X(44).
001750 PROCEDURE DIVISION.
001760*----------------------------------------------------------------
001767* 0000-MAINLINE - EDIT AND LOAD THE RATE FILE AND REPORT THE
001774*               RESULT.  SETS RC 16 WHEN THE FILE IS UNFIT, AFTER
001781*               BACKING ITS RATES OUT OF THE MASTER, SO THE JOB
001790*               STOPS THE NIGHT THE WAY A BAD PARAMETER CARD
001800*               ALREADY DOES.
001810*----------------------------------------------------------------
001860             UNTIL WS-RATE-EOF
001870     END-IF.
001880     PERFORM 2600-CHECK-FILE THRU 2600-EXIT.
001882     IF WS-EDIT-FAILED AND WS-RATES-LOADED > ZERO
001884         PERFORM 2700-BACK-OUT-LOAD THRU 2700-EXIT
001886     END-IF.
001890     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001900     STOP RUN.
001910*----------------------------------------------------------------
001920* 1000-INITIALIZE - OPEN THE FILES, READ THE TOLERANCE CARD,
001930*               FIND THE PRIOR DAY'S QUOTE DATE, WRITE THE REPORT
001940*               HEADINGS, AND PRIME THE FIRST RATE READ.  A
001947*               RATE FILE OR RATE MASTER THAT CANNOT BE OPENED
001954*               FAILS THE EDIT UP FRONT.  A BRAND NEW (EMPTY)
001961*               MASTER COMES BACK STATUS 05, WHICH IS ACCEPTED.
001970*----------------------------------------------------------------
001980 1000-INITIALIZE.
001990     OPEN OUTPUT RATE-REPORT.
002000     PERFORM 1500-READ-PARAMETERS THRU 1500-EXIT.
002010     PERFORM 1700-GET-PRIOR-DATE THRU 1700-EXIT.
002020     PERFORM 1050-GET-BUSINESS-DATE THRU 1050-EXIT.
002030     PERFORM 1200-WRITE-HEADINGS THRU 1200-EXIT.
002031     ACCEPT WS-STAMP-DATE FROM DATE.
002032     ACCEPT WS-STAMP-TIME FROM TIME.
002033     OPEN I-O RATE-MASTER.
002034     IF WS-RATEMST-STATUS NOT = '00' AND NOT = '05'
002035         SET WS-EDIT-FAILED TO TRUE
002036         SET WS-RATE-EOF TO TRUE
002037         MOVE 'RATE MASTER UNREADABLE - FILE REJECTED'
002038                                    TO WS-MSG-TEXT
002039         WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
002040         GO TO 1000-EXIT
002041     END-IF.
002042     SET WS-MASTER-OPEN TO TRUE.
002043     OPEN INPUT RATE-FILE.
002050     IF WS-RATE-STATUS NOT = '00'
002060         SET WS-EDIT-FAILED TO TRUE
002070         SET WS-RATE-EOF TO TRUE
002900 1500-EXIT.
002910     EXIT.
002920*----------------------------------------------------------------
002928* 1700-GET-PRIOR-DATE - FIND THE QUOTE DATE OF THE PRIOR DAY'S
002936*               RATE FILE.  A MISSING PRIOR FILE (FIRST RUN, OR A
002944*               SCRATCHED GENERATION) IS NOTED ON EVERY RATE;
002952*               ONE WITH NO USABLE QUOTE LEAVES EVERY RATE WITH
002960*               NO PRIOR QUOTE TO COMPARE AGAINST.
002970*----------------------------------------------------------------
002980 1700-GET-PRIOR-DATE.
002990     OPEN INPUT PRIOR-RATE-FILE.
003000     IF WS-PRIOR-STATUS NOT = '00'
003010         GO TO 1700-EXIT
003020     END-IF.
003030     SET WS-PRIOR-LOADED TO TRUE.
003040     PERFORM 1710-READ-PRIOR THRU 1710-EXIT.
003050     PERFORM 1720-TEST-PRIOR THRU 1720-EXIT
003060         UNTIL WS-PRIOR-EOF OR WS-PRIOR-DATE > ZERO.
003070     CLOSE PRIOR-RATE-FILE.
003080     GO TO 1700-EXIT.
003090 1700-EXIT.
003200 1710-EXIT.
003210     EXIT.
003220*----------------------------------------------------------------
003230* 1720-TEST-PRIOR - TAKE THE QUOTE DATE OF THE FIRST USABLE
003240*               PRIOR-DAY RECORD.  A GARBLED PRIOR QUOTE IS
003250*               SKIPPED.
003260*----------------------------------------------------------------
003270 1720-TEST-PRIOR.
003280     IF PRV-VALUE IS NUMERIC AND PRV-VALUE > ZERO
003290         AND PRV-DATE IS NUMERIC AND PRV-DATE > ZERO
003300         MOVE PRV-DATE TO WS-PRIOR-DATE
003310         GO TO 1720-EXIT
003320     END-IF.
003330     PERFORM 1710-READ-PRIOR THRU 1710-EXIT.
003340     GO TO 1720-EXIT.
003370*----------------------------------------------------------------
003380* 2000-EDIT-RATE - EDIT ONE RATE RECORD: NUMERIC RATE AND DATE,
003390*               QUOTED FOR THE RUN DATE, NO DUPLICATE CURRENCY,
003393*               AND WITHIN TOLERANCE OF THE PRIOR DAY'S QUOTE.
003396*               A RECORD THAT GETS AS FAR AS THE TOLERANCE CHECK
003399*               IS LOADED TO THE MASTER WHATEVER THE RESULT, SO
003402*               A LATER DUPLICATE OF IT IS STILL CAUGHT; A FAILED
003405*               EDIT BACKS IT OUT AGAIN AT THE END.
003410*----------------------------------------------------------------
003420 2000-EDIT-RATE.
003430     ADD 1 TO WS-RATES-READ.
003690         GO TO 2000-NEXT
003700     END-IF.
003710     PERFORM 2100-CHECK-DUPLICATE THRU 2100-EXIT.
003711     IF WS-MASTER-ERROR
003712         SET WS-EDIT-FAILED TO TRUE
003713         MOVE WS-MASTER-ERROR-TEXT TO WS-DTL-RESULT
003714         GO TO 2000-NEXT
003715     END-IF.
003720     IF WS-DUP-FOUND
003730         SET WS-EDIT-FAILED TO TRUE
003740         MOVE 'DUPLICATE CURRENCY CODE' TO WS-DTL-RESULT
003750         GO TO 2000-NEXT
003760     END-IF.
003770     PERFORM 2200-CHECK-TOLERANCE THRU 2200-EXIT.
003771     PERFORM 2300-LOAD-RATE THRU 2300-EXIT.
003772     IF WS-MASTER-ERROR
003773         SET WS-EDIT-FAILED TO TRUE
003774         MOVE WS-MASTER-ERROR-TEXT TO WS-DTL-RESULT
003775     END-IF.
003780 2000-NEXT.
003790     WRITE REPORT-RECORD FROM WS-DETAIL-LINE.
003800     PERFORM 1100-READ-RATE THRU 1100-EXIT.
003820 2000-EXIT.
003830     EXIT.
003840*----------------------------------------------------------------
003845* 2100-CHECK-DUPLICATE - READ THE MASTER FOR THE RECORD'S
003850*               CURRENCY ON THE RUN DATE.  A QUOTE CARRYING THIS
003855*               RUN'S STAMP WAS LOADED FROM AN EARLIER RECORD IN
003860*               THIS FILE - A DUPLICATE.  ONE CARRYING ANOTHER
003865*               STAMP IS FROM AN EARLIER RUN OF THE SAME DAY AND
003870*               IS REPLACED.
003880*----------------------------------------------------------------
003890 2100-CHECK-DUPLICATE.
003900     SET WS-DUP-NOT-FOUND TO TRUE.
003905     SET WS-NOT-ON-MASTER TO TRUE.
003910     MOVE RATE-CURRENCY-CODE TO RTM-CURRENCY-CODE.
003915     MOVE WS-CURRENT-DATE    TO RTM-DATE.
003920     READ RATE-MASTER.
003925     EVALUATE WS-RATEMST-STATUS
003930         WHEN '00'
003935             IF RTM-LOAD-STAMP = WS-LOAD-STAMP
003940                 SET WS-DUP-FOUND TO TRUE
003945             ELSE
003950                 SET WS-ON-MASTER TO TRUE
003955             END-IF
003960         WHEN '23'
003965             CONTINUE
003970         WHEN OTHER
003975             SET WS-MASTER-ERROR TO TRUE
003980             MOVE WS-RATEMST-STATUS TO WS-MET-STATUS
003985     END-EVALUATE.
003990     GO TO 2100-EXIT.
004000 2100-EXIT.
004130     EXIT.
004140*----------------------------------------------------------------
004150* 2200-CHECK-TOLERANCE - COMPARE THE RATE AGAINST THE PRIOR
004290                                   TO WS-DTL-RESULT
004300         GO TO 2200-EXIT
004310     END-IF.
004320     MOVE WS-PRIOR-VALUE TO WS-DTL-PRIOR.
004330     COMPUTE WS-MOVE-PCT ROUNDED =
004340         ((RATE-VALUE - WS-PRIOR-VALUE) * 100)
004350             / WS-PRIOR-VALUE.
004360     MOVE WS-MOVE-PCT TO WS-DTL-MOVE.
004370     IF WS-MOVE-PCT < ZERO
004380         COMPUTE WS-MOVE-PCT = ZERO - WS-MOVE-PCT
004480 2200-EXIT.
004490     EXIT.
004500*----------------------------------------------------------------
004507* 2250-FIND-PRIOR - READ THE MASTER FOR THE RECORD'S CURRENCY ON
004514*               THE PRIOR QUOTE DATE.  A GARBLED OR ZERO QUOTE IS
004521*               TREATED AS NO PRIOR QUOTE.
004530*----------------------------------------------------------------
004540 2250-FIND-PRIOR.
004550     SET WS-PRIOR-NOT-FOUND TO TRUE.
004553     IF WS-PRIOR-DATE = ZERO
004556         GO TO 2250-EXIT
004559     END-IF.
004562     MOVE RATE-CURRENCY-CODE TO RTM-CURRENCY-CODE.
004565     MOVE WS-PRIOR-DATE      TO RTM-DATE.
004568     READ RATE-MASTER.
004571     IF WS-RATEMST-STATUS = '00'
004574         AND RTM-VALUE IS NUMERIC AND RTM-VALUE > ZERO
004577         SET WS-PRIOR-FOUND TO TRUE
004580         MOVE RTM-VALUE TO WS-PRIOR-VALUE
004583     END-IF.
004590     GO TO 2250-EXIT.
004600 2250-EXIT.
004610     EXIT.
004620*----------------------------------------------------------------
004625* 2300-LOAD-RATE - LOAD THE RECORD TO THE MASTER UNDER THIS
004630*               RUN'S STAMP - A NEW QUOTE IS WRITTEN, AN EARLIER
004635*               RUN'S QUOTE FOR THE SAME DAY IS REWRITTEN
004640*----------------------------------------------------------------
004644 2300-LOAD-RATE.
004648     MOVE SPACES             TO RATE-MASTER-RECORD.
004652     MOVE RATE-CURRENCY-CODE TO RTM-CURRENCY-CODE.
004656     MOVE RATE-DATE          TO RTM-DATE.
004660     MOVE RATE-VALUE         TO RTM-VALUE.
004664     MOVE WS-LOAD-STAMP      TO RTM-LOAD-STAMP.
004668     IF WS-ON-MASTER
004672         REWRITE RATE-MASTER-RECORD
004680     ELSE
004690         WRITE RATE-MASTER-RECORD
004700     END-IF.
004703     IF WS-RATEMST-STATUS NOT = '00'
004706         SET WS-MASTER-ERROR TO TRUE
004709         MOVE WS-RATEMST-STATUS TO WS-MET-STATUS
004712         GO TO 2300-EXIT
004715     END-IF.
004718     ADD 1 TO WS-RATES-LOADED.
004721     GO TO 2300-EXIT.
004724 2300-EXIT.
004730     EXIT.
004740*----------------------------------------------------------------
004750* 2600-CHECK-FILE - AFTER THE LAST RECORD, FAIL AN EMPTY FILE -
004760*               IT WOULD PASS SILENTLY THROUGH TO THE MAIN STEP
004770*               AND REJECT EVERY FOREIGN CURRENCY ALL NIGHT.
004800*----------------------------------------------------------------
004810 2600-CHECK-FILE.
004820     IF WS-RATE-OPENED AND WS-RATES-READ = ZERO
004850                                    TO WS-MSG-TEXT
004860         WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
004870     END-IF.
004940     GO TO 2600-EXIT.
004950 2600-EXIT.
004960     EXIT.
004970*----------------------------------------------------------------
004971* 2700-BACK-OUT-LOAD - THE EDIT FAILED, SO DELETE EVERY QUOTE THIS
004972*               RUN LOADED.  THE RATE FILE IS READ AGAIN FROM THE
004973*               TOP AND EACH RUN-DATE QUOTE STILL CARRYING THIS
004974*               RUN'S STAMP IS REMOVED.  A QUOTE AN EARLIER RUN
004975*               LOADED AND THIS RUN REPLACED IS GONE AS WELL -
004976*               THE NIGHT MUST NOT RUN ON A MIX OF TWO FILES.
004977*----------------------------------------------------------------
004978 2700-BACK-OUT-LOAD.
004979     CLOSE RATE-FILE.
004980     OPEN INPUT RATE-FILE.
004981     MOVE 'N' TO WS-RATE-EOF-SWITCH.
004982     PERFORM 1100-READ-RATE THRU 1100-EXIT.
004983     PERFORM 2710-BACK-OUT-RATE THRU 2710-EXIT
004984         UNTIL WS-RATE-EOF.
004985     MOVE 'RATES LOADED THIS RUN BACKED OUT OF THE RATE MASTER'
004986                                    TO WS-MSG-TEXT.
004987     WRITE REPORT-RECORD FROM WS-MESSAGE-LINE.
004988     GO TO 2700-EXIT.
004989 2700-EXIT.
004990     EXIT.
004991*----------------------------------------------------------------
004992* 2710-BACK-OUT-RATE - DELETE ONE RECORD'S QUOTE IF THIS RUN
004993*               LOADED IT
004994*----------------------------------------------------------------
004995 2710-BACK-OUT-RATE.
004996     IF RATE-DATE IS NOT NUMERIC
004997         OR RATE-DATE NOT = WS-CURRENT-DATE
004998         GO TO 2710-NEXT
004999     END-IF.
005000     MOVE RATE-CURRENCY-CODE TO RTM-CURRENCY-CODE.
005001     MOVE RATE-DATE          TO RTM-DATE.
005002     READ RATE-MASTER.
005003     IF WS-RATEMST-STATUS = '00'
005004         AND RTM-LOAD-STAMP = WS-LOAD-STAMP
005005         DELETE RATE-MASTER RECORD
005006         IF WS-RATEMST-STATUS = '00'
005007             ADD 1 TO WS-RATES-BACKED-OUT
005008         END-IF
005009     END-IF.
005010 2710-NEXT.
005011     PERFORM 1100-READ-RATE THRU 1100-EXIT.
005012     GO TO 2710-EXIT.
005013 2710-EXIT.
005014     EXIT.
005015*----------------------------------------------------------------
005016* 9000-TERMINATE - WRITE THE COUNTS AND THE VERDICT, CLOSE THE
005017*               FILES, AND SET THE RETURN CODE.  RC 16 STOPS THE
005018*               MAIN STEP FROM RUNNING AGAINST A BAD RATE FILE.
005019*               LOADED LESS BACKED OUT IS WHAT A REJECTED FILE
005020*               LEFT ON THE MASTER, AND SHOULD BE ZERO.
005021*----------------------------------------------------------------
005022 9000-TERMINATE.
005030     MOVE SPACES TO REPORT-RECORD.
005040     WRITE REPORT-RECORD.
005050     MOVE WS-RATES-READ TO WS-CNT-READ.
005060     WRITE REPORT-RECORD FROM WS-COUNT-LINE.
005061     MOVE WS-RATES-LOADED TO WS-CNT-LOADED.
005062     WRITE REPORT-RECORD FROM WS-LOADED-LINE.
005063     IF WS-RATES-BACKED-OUT > ZERO
005064         MOVE WS-RATES-BACKED-OUT TO WS-CNT-BACKED-OUT
005065         WRITE REPORT-RECORD FROM WS-BACKED-OUT-LINE
005066     END-IF.
005070     IF WS-EDIT-FAILED
005080         MOVE 'FILE REJECTED - SEE MESSAGES ABOVE'
005090                                    TO WS-VERDICT-TEXT
005140     IF WS-RATE-OPENED
005150         CLOSE RATE-FILE
005160     END-IF.
005162     IF WS-MASTER-OPEN
005164         CLOSE RATE-MASTER
005166     END-IF.
005170     CLOSE RATE-REPORT.
005180     IF WS-EDIT-FAILED
005190         MOVE 16 TO RETURN-CODE
