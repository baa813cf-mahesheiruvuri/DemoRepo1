000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CNVFSC.
000030 AUTHOR. D-L-DEV-SVCS.
000040 INSTALLATION. DAILY-LEDGER-BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26 RJT  INITIAL VERSION.  ONE-TIME STAMP OF THE FISCAL
000110*               PERIOD ON EVERY ACCOUNT MASTER RECORD WHEN THE
000120*               BOOKS MOVE TO FINANCE'S FISCAL CALENDAR.  THE
000130*               NIGHTLY POSTING NOW ROLLS AN ACCOUNT'S MTD AND YTD
000140*               BY THE FISCAL PERIOD STAMPED ON IT WHEN IT LAST
000150*               POSTED, SO EACH ACCOUNT IS STAMPED WITH THE FISCAL
000160*               PERIOD OF ITS LAST-POSTED DATE, LOOKED UP ON THE
000170*               FISCAL CALENDAR (SEE FSCLOAD).  AN ACCOUNT NEVER
000180*               POSTED, OR LAST POSTED ON A DATE THE CALENDAR DOES
000190*               NOT HOLD, IS STAMPED ZERO AND ROLLS BOTH TOTALS
000200*               THE NEXT TIME IT POSTS; THE LATTER ARE LISTED.
000210*               RUN ONCE BY THE FSCCONV JOB, THEN RETIRED.
000220*----------------------------------------------------------------
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT OPTIONAL ACCOUNT-MASTER ASSIGN TO ACCTMST
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS SEQUENTIAL
000290         RECORD KEY IS AM-KEY
000300         FILE STATUS IS WS-MASTER-STATUS.
000310     SELECT OPTIONAL FISCAL-CALENDAR ASSIGN TO FSCCAL
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS RANDOM
000340         RECORD KEY IS FSC-DATE
000350         FILE STATUS IS WS-CALENDAR-STATUS.
000360     SELECT CONVERT-REPORT ASSIGN TO CNVRPT
000370         ORGANIZATION IS LINE SEQUENTIAL.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  ACCOUNT-MASTER
000410     RECORD CONTAINS 50 CHARACTERS.
000420 01  ACCOUNT-MASTER-RECORD.
000430     05  AM-KEY                  PIC X(10).
000440     05  AM-LAST-POSTED-DATE     PIC 9(06).
000450     05  AM-DAILY-TOTAL          PIC S9(09)V99 COMP-3.
000460     05  AM-MTD-TOTAL            PIC S9(09)V99 COMP-3.
000470     05  AM-YTD-TOTAL            PIC S9(09)V99 COMP-3.
000480     05  AM-FISCAL-PERIOD        PIC 9(04).
000490     05  AM-FISCAL-PERIOD-R REDEFINES AM-FISCAL-PERIOD.
000500         10  AM-FISCAL-YY        PIC 9(02).
000510         10  AM-FISCAL-PP        PIC 9(02).
000520     05  FILLER                  PIC X(12).
000530*    ONE RECORD PER CALENDAR DATE, LOADED BY FSCLOAD.
000540 FD  FISCAL-CALENDAR
000550     RECORD CONTAINS 40 CHARACTERS.
000560 01  FISCAL-CALENDAR-RECORD.
000570     05  FSC-DATE                PIC 9(06).
000580     05  FSC-FISCAL-PERIOD       PIC 9(04).
000590     05  FSC-FISCAL-PERIOD-R REDEFINES FSC-FISCAL-PERIOD.
000600         10  FSC-FISCAL-YY       PIC 9(02).
000610         10  FSC-FISCAL-PP       PIC 9(02).
000620     05  FSC-PERIOD-START        PIC 9(06).
000630     05  FSC-PERIOD-END          PIC 9(06).
000640     05  FSC-LOAD-STAMP.
000650         10  FSC-LOAD-DATE       PIC 9(06).
000660         10  FSC-LOAD-TIME       PIC 9(08).
000670     05  FILLER                  PIC X(04).
000680 FD  CONVERT-REPORT
000690     RECORDING MODE IS F.
000700 01  REPORT-RECORD               PIC X(132).
000710 WORKING-STORAGE SECTION.
000720 01  WS-SWITCHES.
000730     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000740         88  WS-EOF                        VALUE 'Y'.
000750     05  WS-IO-ERROR-SWITCH      PIC X(01) VALUE 'N'.
000760         88  WS-IO-ERROR                   VALUE 'Y'.
000770 01  WS-MASTER-STATUS            PIC X(02) VALUE '00'.
000780 01  WS-CALENDAR-STATUS          PIC X(02) VALUE '00'.
000790 01  WS-ACCUMULATORS.
000800     05  WS-ACCOUNTS-READ        PIC 9(07) COMP-3 VALUE ZERO.
000810     05  WS-ACCOUNTS-STAMPED     PIC 9(07) COMP-3 VALUE ZERO.
000820     05  WS-ACCOUNTS-NEVER       PIC 9(07) COMP-3 VALUE ZERO.
000830     05  WS-ACCOUNTS-MISSING     PIC 9(07) COMP-3 VALUE ZERO.
000840 01  WS-REPORT-LINES.
000850     05  WS-HEADING-LINE.
000860         10  FILLER              PIC X(40) VALUE
000870             'ACCOUNT MASTER FISCAL PERIOD CONVERSION'.
000880     05  WS-MISSING-LINE.
000890         10  FILLER              PIC X(09) VALUE 'ACCOUNT  '.
000900         10  WS-MSG-KEY          PIC X(10).
000910         10  FILLER              PIC X(15)
000920             VALUE '  LAST POSTED  '.
000930         10  WS-MSG-DATE         PIC 9(06).
000940         10  FILLER              PIC X(38)
000950             VALUE '  NOT ON THE FISCAL CALENDAR - ZEROED'.
000960     05  WS-ERROR-LINE.
000970         10  FILLER              PIC X(20)
000980             VALUE '*** I/O ERROR ON    '.
000990         10  WS-ERR-FILE         PIC X(08).
001000         10  FILLER              PIC X(06) VALUE ' KEY: '.
001010         10  WS-ERR-KEY          PIC X(10).
001020         10  FILLER              PIC X(09) VALUE ' STATUS: '.
001030         10  WS-ERR-STATUS       PIC X(02).
001040         10  FILLER              PIC X(04) VALUE ' ***'.
001050     05  WS-TOTAL-LINE-1.
001060         10  FILLER              PIC X(22)
001070             VALUE 'ACCOUNTS READ       : '.
001080         10  WS-TOT-READ         PIC ZZZ,ZZ9.
001090     05  WS-TOTAL-LINE-2.
001100         10  FILLER              PIC X(22)
001110             VALUE 'ACCOUNTS STAMPED    : '.
001120         10  WS-TOT-STAMPED      PIC ZZZ,ZZ9.
001130     05  WS-TOTAL-LINE-3.
001140         10  FILLER              PIC X(22)
001150             VALUE 'NEVER POSTED        : '.
001160         10  WS-TOT-NEVER        PIC ZZZ,ZZ9.
001170     05  WS-TOTAL-LINE-4.
001180         10  FILLER              PIC X(22)
001190             VALUE 'DATE NOT ON CALENDAR: '.
001200         10  WS-TOT-MISSING      PIC ZZZ,ZZ9.
001210 PROCEDURE DIVISION.
001220 0000-MAINLINE.
001230     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001240     PERFORM 2000-STAMP-ACCOUNT THRU 2000-EXIT
001250         UNTIL WS-EOF OR WS-IO-ERROR.
001260     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001270     STOP RUN.
001280*----------------------------------------------------------------
001290* 1000-INITIALIZE - OPEN THE FILES, WRITE THE HEADING, AND PRIME
001300*               THE FIRST MASTER READ.  THE CALENDAR MUST BE
001310*               LOADED FIRST - WITHOUT IT EVERY ACCOUNT WOULD BE
001320*               ZEROED, SO A MISSING CALENDAR STOPS THE RUN.
001330*----------------------------------------------------------------
001340 1000-INITIALIZE.
001350     OPEN OUTPUT CONVERT-REPORT.
001360     WRITE REPORT-RECORD FROM WS-HEADING-LINE.
001370     MOVE SPACES TO REPORT-RECORD.
001380     WRITE REPORT-RECORD.
001390     OPEN INPUT FISCAL-CALENDAR.
001400     IF WS-CALENDAR-STATUS NOT = '00'
001402         IF WS-CALENDAR-STATUS = '05'
001404             CLOSE FISCAL-CALENDAR
001406         END-IF
001410         MOVE 'FSCCAL'           TO WS-ERR-FILE
001420         MOVE SPACES             TO WS-ERR-KEY
001430         MOVE WS-CALENDAR-STATUS TO WS-ERR-STATUS
001440         PERFORM 8000-IO-ERROR THRU 8000-EXIT
001450         GO TO 1000-EXIT
001460     END-IF.
001470     OPEN I-O ACCOUNT-MASTER.
001480     IF WS-MASTER-STATUS NOT = '00'
001482         IF WS-MASTER-STATUS = '05'
001484             CLOSE ACCOUNT-MASTER
001486         END-IF
001490         MOVE 'ACCTMST'        TO WS-ERR-FILE
001500         MOVE SPACES           TO WS-ERR-KEY
001510         MOVE WS-MASTER-STATUS TO WS-ERR-STATUS
001520         PERFORM 8000-IO-ERROR THRU 8000-EXIT
001530         GO TO 1000-EXIT
001540     END-IF.
001550     PERFORM 1100-READ-MASTER THRU 1100-EXIT.
001560     GO TO 1000-EXIT.
001570 1000-EXIT.
001580     EXIT.
001590*----------------------------------------------------------------
001600* 1100-READ-MASTER - READ THE NEXT ACCOUNT IN KEY SEQUENCE
001610*----------------------------------------------------------------
001620 1100-READ-MASTER.
001630     READ ACCOUNT-MASTER
001640         AT END
001650             SET WS-EOF TO TRUE
001660             GO TO 1100-EXIT
001670     END-READ.
001680     IF WS-MASTER-STATUS NOT = '00'
001690         MOVE 'ACCTMST'        TO WS-ERR-FILE
001700         MOVE AM-KEY           TO WS-ERR-KEY
001710         MOVE WS-MASTER-STATUS TO WS-ERR-STATUS
001720         PERFORM 8000-IO-ERROR THRU 8000-EXIT
001730     END-IF.
001740     GO TO 1100-EXIT.
001750 1100-EXIT.
001760     EXIT.
001770*----------------------------------------------------------------
001780* 2000-STAMP-ACCOUNT - LOOK UP THE ACCOUNT'S LAST-POSTED DATE ON
001790*               THE FISCAL CALENDAR AND REWRITE THE ACCOUNT WITH
001800*               THAT DATE'S FISCAL PERIOD
001810*----------------------------------------------------------------
001820 2000-STAMP-ACCOUNT.
001830     ADD 1 TO WS-ACCOUNTS-READ.
001840     MOVE ZERO TO AM-FISCAL-PERIOD.
001850     IF AM-LAST-POSTED-DATE IS NOT NUMERIC
001860         OR AM-LAST-POSTED-DATE = ZERO
001870         ADD 1 TO WS-ACCOUNTS-NEVER
001880         GO TO 2000-REWRITE
001890     END-IF.
001900     MOVE AM-LAST-POSTED-DATE TO FSC-DATE.
001910     READ FISCAL-CALENDAR.
001920     EVALUATE WS-CALENDAR-STATUS
001930         WHEN '00'
001940             MOVE FSC-FISCAL-PERIOD TO AM-FISCAL-PERIOD
001950             ADD 1 TO WS-ACCOUNTS-STAMPED
001960         WHEN '23'
001970             ADD 1 TO WS-ACCOUNTS-MISSING
001980             MOVE AM-KEY              TO WS-MSG-KEY
001990             MOVE AM-LAST-POSTED-DATE TO WS-MSG-DATE
002000             WRITE REPORT-RECORD FROM WS-MISSING-LINE
002010         WHEN OTHER
002020             MOVE 'FSCCAL'           TO WS-ERR-FILE
002030             MOVE AM-KEY             TO WS-ERR-KEY
002040             MOVE WS-CALENDAR-STATUS TO WS-ERR-STATUS
002050             PERFORM 8000-IO-ERROR THRU 8000-EXIT
002060             GO TO 2000-EXIT
002070     END-EVALUATE.
002080 2000-REWRITE.
002090     REWRITE ACCOUNT-MASTER-RECORD.
002100     IF WS-MASTER-STATUS NOT = '00'
002110         MOVE 'ACCTMST'        TO WS-ERR-FILE
002120         MOVE AM-KEY           TO WS-ERR-KEY
002130         MOVE WS-MASTER-STATUS TO WS-ERR-STATUS
002140         PERFORM 8000-IO-ERROR THRU 8000-EXIT
002150         GO TO 2000-EXIT
002160     END-IF.
002170     PERFORM 1100-READ-MASTER THRU 1100-EXIT.
002180     GO TO 2000-EXIT.
002190 2000-EXIT.
002200     EXIT.
002210*----------------------------------------------------------------
002220* 8000-IO-ERROR - REPORT AN I/O FAILURE AND STOP THE RUN
002230*----------------------------------------------------------------
002240 8000-IO-ERROR.
002250     WRITE REPORT-RECORD FROM WS-ERROR-LINE.
002260     SET WS-IO-ERROR TO TRUE.
002270     GO TO 8000-EXIT.
002280 8000-EXIT.
002290     EXIT.
002300*----------------------------------------------------------------
002310* 9000-TERMINATE - WRITE THE TOTALS, CLOSE THE FILES, AND SET THE
002320*               RETURN CODE.  RC 4 FLAGS ACCOUNTS WHOSE
002330*               LAST-POSTED DATE IS NOT ON THE CALENDAR - SEE
002340*               CNVRPT.  RC 16 FLAGS AN I/O FAILURE OR NO
002350*               CALENDAR.  EVERY STAMP IS TAKEN AFRESH FROM THE
002360*               ACCOUNT'S LAST-POSTED DATE, SO THE RUN IS SIMPLY
002370*               REPEATED ONCE THE FAULT IS CLEARED.
002380*----------------------------------------------------------------
002390 9000-TERMINATE.
002400     MOVE SPACES TO REPORT-RECORD.
002410     WRITE REPORT-RECORD.
002420     MOVE WS-ACCOUNTS-READ    TO WS-TOT-READ.
002430     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-1.
002440     MOVE WS-ACCOUNTS-STAMPED TO WS-TOT-STAMPED.
002450     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-2.
002460     MOVE WS-ACCOUNTS-NEVER   TO WS-TOT-NEVER.
002470     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-3.
002480     MOVE WS-ACCOUNTS-MISSING TO WS-TOT-MISSING.
002490     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-4.
002500     CLOSE ACCOUNT-MASTER.
002510     CLOSE FISCAL-CALENDAR.
002520     CLOSE CONVERT-REPORT.
002530     IF WS-ACCOUNTS-MISSING > ZERO
002540         MOVE 4 TO RETURN-CODE
002550     END-IF.
002560     IF WS-IO-ERROR
002570         MOVE 16 TO RETURN-CODE
002580     END-IF.
002590     GO TO 9000-EXIT.
002600 9000-EXIT.
002610     EXIT.
