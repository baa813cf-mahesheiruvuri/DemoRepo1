000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CNVREG.
000030 AUTHOR. D-L-DEV-SVCS.
000040 INSTALLATION. DAILY-LEDGER-BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26 RJT  INITIAL VERSION.  ONE-TIME CONVERSION OF THE RUN
000110*               REGISTER FROM THE DATE-KEYED LAYOUT TO THE
000120*               DATE-AND-CYCLE-KEYED LAYOUT THAT CARRIES THE
000130*               SUPPLEMENTARY LATE-FEED CYCLE AND THE PER-REGION
000140*               STATUS.  CYCLE 1 (THE MAIN CYCLE) IS INSERTED
000150*               AFTER THE BUSINESS DATE, THE STATUS, STEP FLAGS,
000160*               AND STAMPS ARE CARRIED OVER UNCHANGED, AND ALL
000170*               THREE REGIONS ARE MARKED IN - EVERY NIGHT RUN
000180*               BEFORE THE CYCLE EXISTED TOOK ALL THREE REGIONS
000190*               IN ONE CYCLE.  INPUT IS AN IDCAMS REPRO OF THE
000200*               OLD CLUSTER IN KEY ORDER, SO THE OUTPUT IS STILL
000210*               IN KEY ORDER FOR THE RELOAD.  RUN ONCE BY THE
000220*               CYCCONV JOB, THEN RETIRED.
000230*----------------------------------------------------------------
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT OLD-REGISTER-FILE ASSIGN TO OLDIN
000280         ORGANIZATION IS LINE SEQUENTIAL.
000290     SELECT NEW-REGISTER-FILE ASSIGN TO NEWOUT
000300         ORGANIZATION IS LINE SEQUENTIAL.
000310     SELECT CONVERT-REPORT ASSIGN TO CNVRPT
000320         ORGANIZATION IS LINE SEQUENTIAL.
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  OLD-REGISTER-FILE
000360     RECORDING MODE IS F.
000370*    THE PRE-CHANGE REGISTER RECORD: BUSINESS DATE (6 BYTES),
000380*    THEN STATUS, STEP FLAGS, AND OPEN/CLOSE STAMPS (21 BYTES),
000390*    THEN UNUSED SPACE (23 BYTES) - NO CYCLE, NO REGIONS.
000400 01  OLD-REGISTER-RECORD.
000410     05  OLDG-BUSINESS-DATE      PIC X(06).
000420     05  OLDG-REST               PIC X(21).
000430     05  FILLER                  PIC X(23).
000440 FD  NEW-REGISTER-FILE
000450     RECORDING MODE IS F.
000460 01  NEW-REGISTER-RECORD.
000470     05  NEWG-BUSINESS-DATE      PIC X(06).
000480     05  NEWG-CYCLE              PIC 9(01).
000490     05  NEWG-REST               PIC X(21).
000500     05  NEWG-REGIONS            PIC X(03).
000510     05  FILLER                  PIC X(19).
000520 FD  CONVERT-REPORT
000530     RECORDING MODE IS F.
000540 01  REPORT-RECORD               PIC X(132).
000550 WORKING-STORAGE SECTION.
000560 01  WS-SWITCHES.
000570     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000580         88  WS-EOF                        VALUE 'Y'.
000590 01  WS-ACCUMULATORS.
000600     05  WS-RECORDS-READ         PIC 9(07) COMP-3 VALUE ZERO.
000610     05  WS-RECORDS-WRITTEN      PIC 9(07) COMP-3 VALUE ZERO.
000620 01  WS-REPORT-LINES.
000630     05  WS-HEADING-LINE.
000640         10  FILLER              PIC X(45) VALUE
000650             'RUN REGISTER LAYOUT CONVERSION (DATE + CYCLE)'.
000660     05  WS-TOTAL-LINE-1.
000670         10  FILLER              PIC X(22)
000680             VALUE 'RECORDS READ        : '.
000690         10  WS-TOT-READ         PIC ZZZ,ZZ9.
000700     05  WS-TOTAL-LINE-2.
000710         10  FILLER              PIC X(22)
000720             VALUE 'RECORDS CONVERTED   : '.
000730         10  WS-TOT-WRITTEN      PIC ZZZ,ZZ9.
000740 PROCEDURE DIVISION.
000750 0000-MAINLINE.
000760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000770     PERFORM 2000-CONVERT-RECORD THRU 2000-EXIT
000780         UNTIL WS-EOF.
000790     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000800     STOP RUN.
000810*----------------------------------------------------------------
000820* 1000-INITIALIZE - OPEN THE FILES, WRITE THE HEADING, AND
000830*               PRIME THE FIRST READ
000840*----------------------------------------------------------------
000850 1000-INITIALIZE.
000860     OPEN INPUT OLD-REGISTER-FILE.
000870     OPEN OUTPUT NEW-REGISTER-FILE.
000880     OPEN OUTPUT CONVERT-REPORT.
000890     WRITE REPORT-RECORD FROM WS-HEADING-LINE.
000900     PERFORM 1100-READ-OLD THRU 1100-EXIT.
000910     GO TO 1000-EXIT.
000920 1000-EXIT.
000930     EXIT.
000940*----------------------------------------------------------------
000950* 1100-READ-OLD - READ THE NEXT PRE-CHANGE REGISTER RECORD
000960*----------------------------------------------------------------
000970 1100-READ-OLD.
000980     READ OLD-REGISTER-FILE
000990         AT END
001000             SET WS-EOF TO TRUE
001010     END-READ.
001020     GO TO 1100-EXIT.
001030 1100-EXIT.
001040     EXIT.
001050*----------------------------------------------------------------
001060* 2000-CONVERT-RECORD - INSERT CYCLE 1 AFTER THE BUSINESS DATE,
001070*               MARK ALL THREE REGIONS IN, AND WRITE THE
001080*               NEW-LAYOUT RECORD
001090*----------------------------------------------------------------
001100 2000-CONVERT-RECORD.
001110     ADD 1 TO WS-RECORDS-READ.
001120     MOVE SPACES             TO NEW-REGISTER-RECORD.
001130     MOVE OLDG-BUSINESS-DATE TO NEWG-BUSINESS-DATE.
001140     MOVE 1                  TO NEWG-CYCLE.
001150     MOVE OLDG-REST          TO NEWG-REST.
001160     MOVE 'III'              TO NEWG-REGIONS.
001170     WRITE NEW-REGISTER-RECORD.
001180     ADD 1 TO WS-RECORDS-WRITTEN.
001190     PERFORM 1100-READ-OLD THRU 1100-EXIT.
001200     GO TO 2000-EXIT.
001210 2000-EXIT.
001220     EXIT.
001230*----------------------------------------------------------------
001240* 9000-TERMINATE - WRITE THE CONVERSION TOTALS AND CLOSE FILES
001250*----------------------------------------------------------------
001260 9000-TERMINATE.
001270     MOVE SPACES TO REPORT-RECORD.
001280     WRITE REPORT-RECORD.
001290     MOVE WS-RECORDS-READ    TO WS-TOT-READ.
001300     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-1.
001310     MOVE WS-RECORDS-WRITTEN TO WS-TOT-WRITTEN.
001320     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-2.
001330     CLOSE OLD-REGISTER-FILE.
001340     CLOSE NEW-REGISTER-FILE.
001350     CLOSE CONVERT-REPORT.
001360     GO TO 9000-EXIT.
001370 9000-EXIT.
001380     EXIT.
