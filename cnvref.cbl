000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CNVREF.
000030 AUTHOR. D-L-DEV-SVCS.
000040 INSTALLATION. DAILY-LEDGER-BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26 RJT  INITIAL VERSION.  ONE-TIME LOAD OF THE KEYED
000110*               ACCOUNT REFERENCE MASTER FROM THE OLD FLAT
000120*               REFERENCE FILE, AND OF THE KEYED RATE MASTER FROM
000130*               THE PRIOR DAY'S ACCEPTED RATE FILE SO THE FIRST
000140*               RATE EDIT AFTER THE CHANGE HAS PRIOR QUOTES TO
000150*               COMPARE AGAINST.  THE FLAT REFERENCE FILE IS IN
000160*               THE ORDER THE OLD MAINTENANCE TABLE HELD IT, NOT
000170*               KEY ORDER, SO BOTH MASTERS ARE LOADED BY KEY
000180*               RATHER THAN REPROED.  A BLANK OR DUPLICATE KEY IS
000190*               LISTED AND DROPPED - THE OLD TABLE SEARCHES ONLY
000200*               EVER FOUND THE FIRST OF A DUPLICATED KEY, SO THE
000210*               FIRST IS THE ONE KEPT.  RUN ONCE BY THE REFCONV
000220*               JOB, THEN RETIRED.
000230*----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT OLD-REFERENCE-FILE ASSIGN TO OLDREF
000280         ORGANIZATION IS LINE SEQUENTIAL.
000290     SELECT OLD-RATE-FILE ASSIGN TO OLDRATE
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-OLDRATE-STATUS.
000320     SELECT ACCOUNT-REF-FILE ASSIGN TO ACREF
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS RANDOM
000350         RECORD KEY IS AREF-KEY
000360         FILE STATUS IS WS-AREF-STATUS.
000370     SELECT RATE-MASTER ASSIGN TO RATEMST
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS RTM-KEY
000410         FILE STATUS IS WS-RATEMST-STATUS.
000420     SELECT CONVERT-REPORT ASSIGN TO CNVRPT
000430         ORGANIZATION IS LINE SEQUENTIAL.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  OLD-REFERENCE-FILE
000470     RECORDING MODE IS F.
000480 01  OLD-REFERENCE-RECORD.
000490     05  OLDA-KEY                PIC X(10).
000500     05  FILLER                  PIC X(70).
000510 FD  OLD-RATE-FILE
000520     RECORDING MODE IS F.
000530 01  OLD-RATE-RECORD.
000540     05  OLDR-CURRENCY-CODE      PIC X(03).
000550     05  OLDR-DATE               PIC 9(06).
000560     05  OLDR-VALUE              PIC 9(3)V9(6).
000570     05  FILLER                  PIC X(62).
000580 FD  ACCOUNT-REF-FILE
000590     RECORD CONTAINS 80 CHARACTERS.
000600 01  ACCOUNT-REF-RECORD.
000610     05  AREF-KEY                PIC X(10).
000620     05  AREF-ACCT-STATUS        PIC X(01).
000630     05  AREF-OPEN-DATE          PIC 9(06).
000640     05  AREF-CLOSE-DATE         PIC 9(06).
000650     05  FILLER                  PIC X(57).
000660 FD  RATE-MASTER
000670     RECORD CONTAINS 80 CHARACTERS.
000680 01  RATE-MASTER-RECORD.
000690     05  RTM-KEY.
000700         10  RTM-CURRENCY-CODE   PIC X(03).
000710         10  RTM-DATE            PIC 9(06).
000720     05  RTM-VALUE               PIC 9(3)V9(6).
000730     05  RTM-LOAD-STAMP.
000740         10  RTM-LOAD-DATE       PIC 9(06).
000750         10  RTM-LOAD-TIME       PIC 9(08).
000760     05  FILLER                  PIC X(48).
000770 FD  CONVERT-REPORT
000780     RECORDING MODE IS F.
000790 01  REPORT-RECORD               PIC X(132).
000800 WORKING-STORAGE SECTION.
000810 01  WS-SWITCHES.
000820     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000830         88  WS-EOF                        VALUE 'Y'.
000840     05  WS-IO-ERROR-SWITCH      PIC X(01) VALUE 'N'.
000850         88  WS-IO-ERROR                   VALUE 'Y'.
000860     05  WS-AREF-OPEN-SWITCH     PIC X(01) VALUE 'N'.
000870         88  WS-AREF-OPEN                  VALUE 'Y'.
000880     05  WS-RATEMST-OPEN-SWITCH  PIC X(01) VALUE 'N'.
000890         88  WS-RATEMST-OPEN               VALUE 'Y'.
000900 01  WS-OLDRATE-STATUS           PIC X(02) VALUE '00'.
000910 01  WS-AREF-STATUS              PIC X(02) VALUE '00'.
000920 01  WS-RATEMST-STATUS           PIC X(02) VALUE '00'.
000930 01  WS-ACCUMULATORS.
000940     05  WS-ACCOUNTS-READ        PIC 9(07) COMP-3 VALUE ZERO.
000950     05  WS-ACCOUNTS-LOADED      PIC 9(07) COMP-3 VALUE ZERO.
000960     05  WS-RATES-READ           PIC 9(07) COMP-3 VALUE ZERO.
000970     05  WS-RATES-LOADED         PIC 9(07) COMP-3 VALUE ZERO.
000980     05  WS-RECORDS-DROPPED      PIC 9(07) COMP-3 VALUE ZERO.
000990*    THE LOAD STAMP EVERY CONVERTED QUOTE CARRIES - ALL ZERO, SO
001000*    IT CAN NEVER MATCH THE STAMP OF A RATE EDIT RUN.
001010 01  WS-CONVERSION-STAMP         PIC X(14) VALUE ALL '0'.
001020 01  WS-REPORT-LINES.
001030     05  WS-HEADING-LINE.
001040         10  FILLER              PIC X(44) VALUE
001050             'ACCOUNT REFERENCE AND RATE MASTER KEYED LOAD'.
001060     05  WS-DROP-LINE.
001070         10  FILLER              PIC X(10) VALUE 'DROPPED - '.
001080         10  WS-DRP-FILE         PIC X(08).
001090         10  FILLER              PIC X(06) VALUE ' KEY: '.
001100         10  WS-DRP-KEY          PIC X(10).
001110         10  FILLER              PIC X(02) VALUE SPACES.
001120         10  WS-DRP-REASON       PIC X(30).
001130     05  WS-ERROR-LINE.
001140         10  FILLER              PIC X(20)
001150             VALUE '*** I/O ERROR ON    '.
001160         10  WS-ERR-FILE         PIC X(08).
001170         10  FILLER              PIC X(06) VALUE ' KEY: '.
001180         10  WS-ERR-KEY          PIC X(10).
001190         10  FILLER              PIC X(09) VALUE ' STATUS: '.
001200         10  WS-ERR-STATUS       PIC X(02).
001210         10  FILLER              PIC X(04) VALUE ' ***'.
001220     05  WS-TOTAL-LINE-1.
001230         10  FILLER              PIC X(22)
001240             VALUE 'ACCOUNTS READ       : '.
001250         10  WS-TOT-ACCT-READ    PIC ZZZ,ZZ9.
001260     05  WS-TOTAL-LINE-2.
001270         10  FILLER              PIC X(22)
001280             VALUE 'ACCOUNTS LOADED     : '.
001290         10  WS-TOT-ACCT-LOADED  PIC ZZZ,ZZ9.
001300     05  WS-TOTAL-LINE-3.
001310         10  FILLER              PIC X(22)
001320             VALUE 'RATES READ          : '.
001330         10  WS-TOT-RATE-READ    PIC ZZZ,ZZ9.
001340     05  WS-TOTAL-LINE-4.
001350         10  FILLER              PIC X(22)
001360             VALUE 'RATES LOADED        : '.
001370         10  WS-TOT-RATE-LOADED  PIC ZZZ,ZZ9.
001380     05  WS-TOTAL-LINE-5.
001390         10  FILLER              PIC X(22)
001400             VALUE 'RECORDS DROPPED     : '.
001410         10  WS-TOT-DROPPED      PIC ZZZ,ZZ9.
001420 PROCEDURE DIVISION.
001430 0000-MAINLINE.
001440     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001450     PERFORM 2000-LOAD-ACCOUNT THRU 2000-EXIT
001460         UNTIL WS-EOF OR WS-IO-ERROR.
001470     IF NOT WS-IO-ERROR
001480         PERFORM 3000-LOAD-RATES THRU 3000-EXIT
001490     END-IF.
001500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001510     STOP RUN.
001520*----------------------------------------------------------------
001530* 1000-INITIALIZE - OPEN THE FILES, WRITE THE HEADING, AND
001540*               PRIME THE FIRST REFERENCE READ.  BOTH MASTERS ARE
001550*               FRESHLY DEFINED AND EMPTY.
001560*----------------------------------------------------------------
001570 1000-INITIALIZE.
001580     OPEN INPUT OLD-REFERENCE-FILE.
001590     OPEN OUTPUT CONVERT-REPORT.
001600     WRITE REPORT-RECORD FROM WS-HEADING-LINE.
001610     MOVE SPACES TO REPORT-RECORD.
001620     WRITE REPORT-RECORD.
001630     OPEN I-O ACCOUNT-REF-FILE.
001640     IF WS-AREF-STATUS NOT = '00' AND NOT = '05'
001650         MOVE 'ACREF'        TO WS-ERR-FILE
001660         MOVE SPACES         TO WS-ERR-KEY
001670         MOVE WS-AREF-STATUS TO WS-ERR-STATUS
001680         PERFORM 8000-IO-ERROR THRU 8000-EXIT
001690         GO TO 1000-EXIT
001700     END-IF.
001710     SET WS-AREF-OPEN TO TRUE.
001720     OPEN I-O RATE-MASTER.
001730     IF WS-RATEMST-STATUS NOT = '00' AND NOT = '05'
001740         MOVE 'RATEMST'         TO WS-ERR-FILE
001750         MOVE SPACES            TO WS-ERR-KEY
001760         MOVE WS-RATEMST-STATUS TO WS-ERR-STATUS
001770         PERFORM 8000-IO-ERROR THRU 8000-EXIT
001780         GO TO 1000-EXIT
001790     END-IF.
001800     SET WS-RATEMST-OPEN TO TRUE.
001810     PERFORM 1100-READ-ACCOUNT THRU 1100-EXIT.
001820     GO TO 1000-EXIT.
001830 1000-EXIT.
001840     EXIT.
001850*----------------------------------------------------------------
001860* 1100-READ-ACCOUNT - READ THE NEXT OLD REFERENCE RECORD
001870*----------------------------------------------------------------
001880 1100-READ-ACCOUNT.
001890     READ OLD-REFERENCE-FILE
001900         AT END
001910             SET WS-EOF TO TRUE
001920     END-READ.
001930     GO TO 1100-EXIT.
001940 1100-EXIT.
001950     EXIT.
001960*----------------------------------------------------------------
001970* 2000-LOAD-ACCOUNT - WRITE ONE REFERENCE RECORD TO THE KEYED
001980*               MASTER UNCHANGED
001990*----------------------------------------------------------------
002000 2000-LOAD-ACCOUNT.
002010     ADD 1 TO WS-ACCOUNTS-READ.
002020     IF OLDA-KEY = SPACES
002030         MOVE 'ACREF'             TO WS-DRP-FILE
002040         MOVE SPACES              TO WS-DRP-KEY
002050         MOVE 'BLANK ACCOUNT KEY' TO WS-DRP-REASON
002060         PERFORM 2800-WRITE-DROP THRU 2800-EXIT
002070         GO TO 2000-NEXT
002080     END-IF.
002090     MOVE OLD-REFERENCE-RECORD TO ACCOUNT-REF-RECORD.
002100     WRITE ACCOUNT-REF-RECORD.
002110     EVALUATE WS-AREF-STATUS
002120         WHEN '00'
002130             ADD 1 TO WS-ACCOUNTS-LOADED
002140         WHEN '22'
002150             MOVE 'ACREF'         TO WS-DRP-FILE
002160             MOVE OLDA-KEY        TO WS-DRP-KEY
002170             MOVE 'DUPLICATE ACCOUNT KEY'
002180                                  TO WS-DRP-REASON
002190             PERFORM 2800-WRITE-DROP THRU 2800-EXIT
002200         WHEN OTHER
002210             MOVE 'ACREF'         TO WS-ERR-FILE
002220             MOVE OLDA-KEY        TO WS-ERR-KEY
002230             MOVE WS-AREF-STATUS  TO WS-ERR-STATUS
002240             PERFORM 8000-IO-ERROR THRU 8000-EXIT
002250             GO TO 2000-EXIT
002260     END-EVALUATE.
002270 2000-NEXT.
002280     PERFORM 1100-READ-ACCOUNT THRU 1100-EXIT.
002290     GO TO 2000-EXIT.
002300 2000-EXIT.
002310     EXIT.
002320*----------------------------------------------------------------
002330* 2800-WRITE-DROP - LIST ONE DROPPED RECORD
002340*----------------------------------------------------------------
002350 2800-WRITE-DROP.
002360     ADD 1 TO WS-RECORDS-DROPPED.
002370     WRITE REPORT-RECORD FROM WS-DROP-LINE.
002380     GO TO 2800-EXIT.
002390 2800-EXIT.
002400     EXIT.
002410*----------------------------------------------------------------
002420* 3000-LOAD-RATES - LOAD THE PRIOR DAY'S RATE FILE TO THE RATE
002430*               MASTER.  A MISSING PRIOR-DAY FILE LOADS NOTHING -
002440*               THE FIRST RATE EDIT THEN NOTES EVERY CURRENCY AS
002450*               HAVING NO PRIOR QUOTE, AS IT ALWAYS HAS.
002460*----------------------------------------------------------------
002470 3000-LOAD-RATES.
002480     OPEN INPUT OLD-RATE-FILE.
002490     IF WS-OLDRATE-STATUS NOT = '00'
002500         GO TO 3000-EXIT
002510     END-IF.
002520     MOVE 'N' TO WS-EOF-SWITCH.
002530     PERFORM 3100-READ-RATE THRU 3100-EXIT.
002540     PERFORM 3200-LOAD-RATE THRU 3200-EXIT
002550         UNTIL WS-EOF OR WS-IO-ERROR.
002560     CLOSE OLD-RATE-FILE.
002570     GO TO 3000-EXIT.
002580 3000-EXIT.
002590     EXIT.
002600*----------------------------------------------------------------
002610* 3100-READ-RATE - READ THE NEXT PRIOR-DAY RATE RECORD
002620*----------------------------------------------------------------
002630 3100-READ-RATE.
002640     READ OLD-RATE-FILE
002650         AT END
002660             SET WS-EOF TO TRUE
002670     END-READ.
002680     GO TO 3100-EXIT.
002690 3100-EXIT.
002700     EXIT.
002710*----------------------------------------------------------------
002720* 3200-LOAD-RATE - WRITE ONE QUOTE TO THE RATE MASTER UNDER THE
002730*               CONVERSION STAMP.  A GARBLED QUOTE IS DROPPED, AS
002740*               THE RATE EDIT WOULD HAVE SKIPPED IT.
002750*----------------------------------------------------------------
002760 3200-LOAD-RATE.
002770     ADD 1 TO WS-RATES-READ.
002780     IF OLDR-DATE IS NOT NUMERIC
002790         OR OLDR-VALUE IS NOT NUMERIC
002800         MOVE 'RATEPRV'            TO WS-DRP-FILE
002810         MOVE OLDR-CURRENCY-CODE   TO WS-DRP-KEY
002820         MOVE 'QUOTE DATE OR RATE NOT NUMERIC'
002830                                   TO WS-DRP-REASON
002840         PERFORM 2800-WRITE-DROP THRU 2800-EXIT
002850         GO TO 3200-NEXT
002860     END-IF.
002870     MOVE SPACES              TO RATE-MASTER-RECORD.
002880     MOVE OLDR-CURRENCY-CODE  TO RTM-CURRENCY-CODE.
002890     MOVE OLDR-DATE           TO RTM-DATE.
002900     MOVE OLDR-VALUE          TO RTM-VALUE.
002910     MOVE WS-CONVERSION-STAMP TO RTM-LOAD-STAMP.
002920     WRITE RATE-MASTER-RECORD.
002930     EVALUATE WS-RATEMST-STATUS
002940         WHEN '00'
002950             ADD 1 TO WS-RATES-LOADED
002960         WHEN '22'
002970             MOVE 'RATEPRV'          TO WS-DRP-FILE
002980             MOVE OLDR-CURRENCY-CODE TO WS-DRP-KEY
002990             MOVE 'DUPLICATE CURRENCY/QUOTE DATE'
003000                                     TO WS-DRP-REASON
003010             PERFORM 2800-WRITE-DROP THRU 2800-EXIT
003020         WHEN OTHER
003030             MOVE 'RATEMST'          TO WS-ERR-FILE
003040             MOVE OLDR-CURRENCY-CODE TO WS-ERR-KEY
003050             MOVE WS-RATEMST-STATUS  TO WS-ERR-STATUS
003060             PERFORM 8000-IO-ERROR THRU 8000-EXIT
003070             GO TO 3200-EXIT
003080     END-EVALUATE.
003090 3200-NEXT.
003100     PERFORM 3100-READ-RATE THRU 3100-EXIT.
003110     GO TO 3200-EXIT.
003120 3200-EXIT.
003130     EXIT.
003140*----------------------------------------------------------------
003150* 8000-IO-ERROR - REPORT A MASTER I/O FAILURE AND STOP THE LOAD
003160*----------------------------------------------------------------
003170 8000-IO-ERROR.
003180     WRITE REPORT-RECORD FROM WS-ERROR-LINE.
003190     SET WS-IO-ERROR TO TRUE.
003200     GO TO 8000-EXIT.
003210 8000-EXIT.
003220     EXIT.
003230*----------------------------------------------------------------
003240* 9000-TERMINATE - WRITE THE LOAD TOTALS, CLOSE THE FILES, AND
003250*               SET THE RETURN CODE.  RC 4 FLAGS DROPPED RECORDS
003260*               - SEE CNVRPT.  RC 16 FLAGS AN I/O FAILURE; THE
003270*               LOAD IS INCOMPLETE AND MUST BE RERUN FROM THE
003280*               REDEFINE.
003290*----------------------------------------------------------------
003300 9000-TERMINATE.
003310     MOVE SPACES TO REPORT-RECORD.
003320     WRITE REPORT-RECORD.
003330     MOVE WS-ACCOUNTS-READ   TO WS-TOT-ACCT-READ.
003340     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-1.
003350     MOVE WS-ACCOUNTS-LOADED TO WS-TOT-ACCT-LOADED.
003360     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-2.
003370     MOVE WS-RATES-READ      TO WS-TOT-RATE-READ.
003380     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-3.
003390     MOVE WS-RATES-LOADED    TO WS-TOT-RATE-LOADED.
003400     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-4.
003410     MOVE WS-RECORDS-DROPPED TO WS-TOT-DROPPED.
003420     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-5.
003430     CLOSE OLD-REFERENCE-FILE.
003440     IF WS-AREF-OPEN
003450         CLOSE ACCOUNT-REF-FILE
003460     END-IF.
003470     IF WS-RATEMST-OPEN
003480         CLOSE RATE-MASTER
003490     END-IF.
003500     CLOSE CONVERT-REPORT.
003510     IF WS-RECORDS-DROPPED > ZERO
003520         MOVE 4 TO RETURN-CODE
003530     END-IF.
003540     IF WS-IO-ERROR
003550         MOVE 16 TO RETURN-CODE
003560     END-IF.
003570     GO TO 9000-EXIT.
003580 9000-EXIT.
003590     EXIT.
