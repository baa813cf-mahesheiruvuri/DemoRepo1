000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CNVGLX.
000030 AUTHOR. D-L-DEV-SVCS.
000040 INSTALLATION. DAILY-LEDGER-BATCH.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* 10/15/26 RJT  INITIAL VERSION.  ONE-TIME CONVERSION OF THE
000110*               RETAINED GL EXTRACT GENERATIONS FROM THE 23-BYTE
000120*               LAYOUT TO THE 24-BYTE LAYOUT THAT ENDS WITH THE
000130*               CYCLE THAT WROTE THE RECORD.  CYCLE 1 (THE MAIN
000140*               CYCLE) IS APPENDED; EVERY RECORD WRITTEN BEFORE
000150*               THE SUPPLEMENTARY LATE-FEED CYCLE EXISTED CAME
000160*               FROM THE MAIN CYCLE.  WITHOUT THIS THE OLD- AND
000170*               NEW-LENGTH GENERATIONS CANNOT BE READ UNDER ONE
000180*               LAYOUT.  RUN ONCE BY THE CYCCONV JOB, THEN
000190*               RETIRED.
000200*----------------------------------------------------------------
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT OLD-EXTRACT-FILE ASSIGN TO OLDIN
000250         ORGANIZATION IS LINE SEQUENTIAL.
000260     SELECT NEW-EXTRACT-FILE ASSIGN TO NEWOUT
000270         ORGANIZATION IS LINE SEQUENTIAL.
000280     SELECT CONVERT-REPORT ASSIGN TO CNVRPT
000290         ORGANIZATION IS LINE SEQUENTIAL.
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  OLD-EXTRACT-FILE
000330     RECORDING MODE IS F.
000340*    THE PRE-CHANGE GL EXTRACT RECORD: ACCOUNT CODE, RUN DATE,
000350*    AND AMOUNT (23 BYTES) - NO CYCLE.
000360 01  OLD-EXTRACT-RECORD.
000370     05  OLDX-DATA               PIC X(23).
000380 FD  NEW-EXTRACT-FILE
000390     RECORDING MODE IS F.
000400 01  NEW-EXTRACT-RECORD.
000410     05  NEWX-DATA               PIC X(23).
000420     05  NEWX-CYCLE              PIC 9(01).
000430 FD  CONVERT-REPORT
000440     RECORDING MODE IS F.
000450 01  REPORT-RECORD               PIC X(132).
000460 WORKING-STORAGE SECTION.
000470 01  WS-SWITCHES.
000480     05  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000490         88  WS-EOF                        VALUE 'Y'.
000500 01  WS-ACCUMULATORS.
000510     05  WS-RECORDS-READ         PIC 9(07) COMP-3 VALUE ZERO.
000520     05  WS-RECORDS-WRITTEN      PIC 9(07) COMP-3 VALUE ZERO.
000530 01  WS-REPORT-LINES.
000540     05  WS-HEADING-LINE.
000550         10  FILLER              PIC X(44) VALUE
000560             'GL EXTRACT FILE LAYOUT CONVERSION (23 TO 24)'.
000570     05  WS-TOTAL-LINE-1.
000580         10  FILLER              PIC X(22)
000590             VALUE 'RECORDS READ        : '.
000600         10  WS-TOT-READ         PIC ZZZ,ZZ9.
000610     05  WS-TOTAL-LINE-2.
000620         10  FILLER              PIC X(22)
000630             VALUE 'RECORDS CONVERTED   : '.
000640         10  WS-TOT-WRITTEN      PIC ZZZ,ZZ9.
000650 PROCEDURE DIVISION.
000660 0000-MAINLINE.
000670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000680     PERFORM 2000-CONVERT-RECORD THRU 2000-EXIT
000690         UNTIL WS-EOF.
000700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000710     STOP RUN.
000720*----------------------------------------------------------------
000730* 1000-INITIALIZE - OPEN THE FILES, WRITE THE HEADING, AND
000740*               PRIME THE FIRST READ
000750*----------------------------------------------------------------
000760 1000-INITIALIZE.
000770     OPEN INPUT OLD-EXTRACT-FILE.
000780     OPEN OUTPUT NEW-EXTRACT-FILE.
000790     OPEN OUTPUT CONVERT-REPORT.
000800     WRITE REPORT-RECORD FROM WS-HEADING-LINE.
000810     PERFORM 1100-READ-OLD THRU 1100-EXIT.
000820     GO TO 1000-EXIT.
000830 1000-EXIT.
000840     EXIT.
000850*----------------------------------------------------------------
000860* 1100-READ-OLD - READ THE NEXT PRE-CHANGE GL EXTRACT RECORD
000870*----------------------------------------------------------------
000880 1100-READ-OLD.
000890     READ OLD-EXTRACT-FILE
000900         AT END
000910             SET WS-EOF TO TRUE
000920     END-READ.
000930     GO TO 1100-EXIT.
000940 1100-EXIT.
000950     EXIT.
000960*----------------------------------------------------------------
000970* 2000-CONVERT-RECORD - APPEND CYCLE 1 AND WRITE THE NEW-LAYOUT
000980*               RECORD
000990*----------------------------------------------------------------
001000 2000-CONVERT-RECORD.
001010     ADD 1 TO WS-RECORDS-READ.
001020     MOVE OLDX-DATA TO NEWX-DATA.
001030     MOVE 1         TO NEWX-CYCLE.
001040     WRITE NEW-EXTRACT-RECORD.
001050     ADD 1 TO WS-RECORDS-WRITTEN.
001060     PERFORM 1100-READ-OLD THRU 1100-EXIT.
001070     GO TO 2000-EXIT.
001080 2000-EXIT.
001090     EXIT.
001100*----------------------------------------------------------------
001110* 9000-TERMINATE - WRITE THE CONVERSION TOTALS AND CLOSE FILES
001120*----------------------------------------------------------------
001130 9000-TERMINATE.
001140     MOVE SPACES TO REPORT-RECORD.
001150     WRITE REPORT-RECORD.
001160     MOVE WS-RECORDS-READ    TO WS-TOT-READ.
001170     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-1.
001180     MOVE WS-RECORDS-WRITTEN TO WS-TOT-WRITTEN.
001190     WRITE REPORT-RECORD FROM WS-TOTAL-LINE-2.
001200     CLOSE OLD-EXTRACT-FILE.
001210     CLOSE NEW-EXTRACT-FILE.
001220     CLOSE CONVERT-REPORT.
001230     GO TO 9000-EXIT.
001240 9000-EXIT.
001250     EXIT.
