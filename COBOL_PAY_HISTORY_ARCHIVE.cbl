       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHARCH.
       AUTHOR. Jade Doumani.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-HIST-KEY
               ALTERNATE RECORD KEY IS PH-RUN-NUMBER WITH DUPLICATES
               FILE STATUS IS PAY-HISTORY-STATUS.
           SELECT PAY-ARCHIVE-FILE ASSIGN TO "PHARCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-HIST-KEY
               ALTERNATE RECORD KEY IS PA-RUN-NUMBER WITH DUPLICATES
               FILE STATUS IS PAY-ARCHIVE-STATUS.
           SELECT QUARTER-CONTROL-FILE ASSIGN TO "QTRCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QTR-CTL-STATUS.
           SELECT ARCHIVE-REPORT ASSIGN TO "PHARCH.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD PAY-HISTORY-FILE.
           01 PAY-HISTORY-RECORD.
               05 PH-HIST-KEY.
                   10 PH-EMP-ID     PIC 9(5).
                   10 PH-CHECK-DATE PIC 9(8).
                   10 PH-RUN-NUMBER PIC 9(4).
               05 PH-PERIOD-END-DATE PIC 9(8).
               05 PH-EMP-NAME       PIC A(30).
               05 PH-DEPT-CODE      PIC X(4).
               05 PH-PAY-TYPE       PIC X(1).
               05 PH-HOURLY-RATE    PIC 9(4)V99.
               05 PH-REGULAR-HOURS  PIC 9(2)V9.
               05 PH-OVERTIME-HOURS PIC 9(2)V9.
               05 PH-DOUBLETIME-HOURS PIC 9(2)V9.
               05 PH-OT-RATE        PIC 9(5)V99.
               05 PH-DT-RATE        PIC 9(5)V99.
               05 PH-SHIFT-PREM-HOURS PIC 9(3)V9.
               05 PH-SHIFT-PREM-AMOUNT PIC 9(7)V99.
               05 PH-VAC-HOURS      PIC 9(3)V9.
               05 PH-SICK-HOURS     PIC 9(3)V9.
               05 PH-HOL-HOURS      PIC 9(3)V9.
               05 PH-GROSS-PAY      PIC 9(7)V99.
               05 PH-FED-TAX        PIC 9(6)V99.
               05 PH-STATE-TAX      PIC 9(6)V99.
               05 PH-SS-TAX         PIC 9(6)V99.
               05 PH-MED-TAX        PIC 9(6)V99.
               05 PH-TOTAL-DEDUCTIONS PIC 9(7)V99.
               05 PH-NET-PAY        PIC 9(7)V99.
               05 PH-DED-COUNT      PIC 9(2).
               05 PH-DED-ENTRY OCCURS 20 TIMES.
                   10 PH-DED-PRIORITY PIC 9(2).
                   10 PH-DED-TYPE   PIC X(4).
                   10 PH-DED-AMOUNT PIC 9(7)V99.
               05 PH-RUN-MODE       PIC X(1).

           FD PAY-ARCHIVE-FILE.
           01 PAY-ARCHIVE-RECORD.
               05 PA-HISTORY-IMAGE.
                   10 PA-HIST-KEY.
                       15 PA-EMP-ID PIC 9(5).
                       15 PA-CHECK-DATE PIC 9(8).
                       15 PA-RUN-NUMBER PIC 9(4).
                   10 PA-HISTORY-DATA PIC X(459).
               05 PA-ARCHIVE-DATE   PIC 9(8).

           FD QUARTER-CONTROL-FILE.
           01 QUARTER-CONTROL-RECORD.
               05 QC-YEAR           PIC 9(4).
               05 QC-QTR-STATUS OCCURS 4 TIMES PIC X(1).

           FD ARCHIVE-REPORT.
           01 ARCHIVE-REPORT-LINE   PIC X(132).

       WORKING-STORAGE SECTION.
           01 PAY-HISTORY-STATUS   PIC X(2).
           01 PAY-ARCHIVE-STATUS   PIC X(2).
           01 QTR-CTL-STATUS       PIC X(2).
           01 ARCHIVE-THRU-YEAR    PIC 9(4).
           01 ARCHIVE-CONFIRM      PIC X(1).
           01 ARCHIVE-DATE-NUM     PIC 9(8).
           01 PH-EOF-FLAG          PIC X(3) VALUE 'NO'.
           01 HISTORY-YEAR         PIC 9(4).
           01 ARCHIVE-BALANCED     PIC X(3) VALUE 'YES'.
           01 LIVE-BALANCED        PIC X(3) VALUE 'YES'.
           01 REARCHIVED-COUNT     PIC 9(7) VALUE 0.
           01 DELETE-ERROR-COUNT   PIC 9(7) VALUE 0.
           01 ARCHIVE-ERROR-COUNT  PIC 9(7) VALUE 0.
           01 ARCHIVE-MISMATCH-COUNT PIC 9(7) VALUE 0.
           01 QTR-SUB              PIC 9(1).
           01 BAL-SUB              PIC 9(1).
           01 BAL-LIVE-BEFORE      PIC 9(1) VALUE 1.
           01 BAL-SELECTED         PIC 9(1) VALUE 2.
           01 BAL-WRITTEN          PIC 9(1) VALUE 3.
           01 BAL-ARCHIVED         PIC 9(1) VALUE 4.
           01 BAL-PURGED           PIC 9(1) VALUE 5.
           01 BAL-LIVE-AFTER       PIC 9(1) VALUE 6.
           01 BAL-EXPECTED-AFTER   PIC 9(1) VALUE 7.
           01 BALANCE-TABLE.
               05 BALANCE-ENTRY OCCURS 7 TIMES.
                   10 BAL-COUNT     PIC 9(7).
                   10 BAL-GROSS     PIC 9(11)V99.
                   10 BAL-TAXES     PIC 9(11)V99.
                   10 BAL-DEDUCTIONS PIC 9(11)V99.
                   10 BAL-NET       PIC 9(11)V99.
           01 WS-CURRENT-DATE.
               05 WS-CD-YYYY        PIC 9(4).
               05 WS-CD-MM          PIC 9(2).
               05 WS-CD-DD          PIC 9(2).
           01 WS-RUN-DATE-DISPLAY  PIC X(10).
           01 WS-ARC-LABEL         PIC X(30).
           01 WS-ARC-COUNT         PIC Z,ZZZ,ZZ9.
           01 WS-ARC-GROSS         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-ARC-TAXES         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-ARC-DEDUCTIONS    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-ARC-NET           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY "Pay history year-end archive".

           DISPLAY "Archive check dates through year (YYYY): ".
           ACCEPT ARCHIVE-THRU-YEAR.
           DISPLAY "Move these years to the archive now? (Y/N): ".
           ACCEPT ARCHIVE-CONFIRM.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           STRING WS-CD-MM DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-CD-DD DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-CD-YYYY DELIMITED BY SIZE
               INTO WS-RUN-DATE-DISPLAY.
           COMPUTE ARCHIVE-DATE-NUM = (WS-CD-YYYY * 10000)
               + (WS-CD-MM * 100) + WS-CD-DD.

           IF ARCHIVE-THRU-YEAR NOT NUMERIC
               OR ARCHIVE-THRU-YEAR = 0
               DISPLAY "ARCHIVE YEAR INVALID."
               DISPLAY "ARCHIVE RUN ABANDONED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF ARCHIVE-THRU-YEAR >= WS-CD-YYYY
               DISPLAY "YEAR " ARCHIVE-THRU-YEAR
                   " IS NOT CLOSED - ONLY PRIOR YEARS MAY BE ARCHIVED."
               DISPLAY "ARCHIVE RUN ABANDONED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CHECK-QUARTERS-CLOSED.

           PERFORM VARYING BAL-SUB FROM 1 BY 1 UNTIL BAL-SUB > 7
               MOVE 0 TO BAL-COUNT (BAL-SUB)
               MOVE 0 TO BAL-GROSS (BAL-SUB)
               MOVE 0 TO BAL-TAXES (BAL-SUB)
               MOVE 0 TO BAL-DEDUCTIONS (BAL-SUB)
               MOVE 0 TO BAL-NET (BAL-SUB)
           END-PERFORM.

           OPEN INPUT PAY-HISTORY-FILE.
           IF PAY-HISTORY-STATUS NOT = '00'
               DISPLAY "PAY HISTORY FILE NOT AVAILABLE - STATUS "
                   PAY-HISTORY-STATUS
               DISPLAY "ARCHIVE RUN ABANDONED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'NO ' TO PH-EOF-FLAG.
           PERFORM READ-NEXT-HISTORY.
           PERFORM UNTIL PH-EOF-FLAG = 'YES'
               MOVE BAL-LIVE-BEFORE TO BAL-SUB
               PERFORM ADD-TO-BALANCE
               COMPUTE HISTORY-YEAR = PH-CHECK-DATE / 10000
               IF HISTORY-YEAR <= ARCHIVE-THRU-YEAR
                   MOVE BAL-SELECTED TO BAL-SUB
                   PERFORM ADD-TO-BALANCE
               END-IF
               PERFORM READ-NEXT-HISTORY
           END-PERFORM.
           CLOSE PAY-HISTORY-FILE.

           OPEN OUTPUT ARCHIVE-REPORT.
           PERFORM PRINT-ARCHIVE-HEADER.

           IF BAL-COUNT (BAL-SELECTED) = 0
               PERFORM PRINT-BALANCE-SECTION
               MOVE "NOTHING TO ARCHIVE." TO ARCHIVE-REPORT-LINE
               WRITE ARCHIVE-REPORT-LINE
               CLOSE ARCHIVE-REPORT
               DISPLAY "NO PAY HISTORY ON OR BEFORE "
                   ARCHIVE-THRU-YEAR " - NOTHING TO ARCHIVE."
               STOP RUN
           END-IF.

           IF ARCHIVE-CONFIRM NOT = 'Y' AND ARCHIVE-CONFIRM NOT = 'y'
               PERFORM PRINT-BALANCE-SECTION
               MOVE SPACES TO ARCHIVE-REPORT-LINE
               STRING "TRIAL ONLY - NOTHING ARCHIVED OR PURGED"
                   DELIMITED BY SIZE
                   INTO ARCHIVE-REPORT-LINE
               WRITE ARCHIVE-REPORT-LINE
               CLOSE ARCHIVE-REPORT
               DISPLAY "RECORDS TO ARCHIVE: "
                   BAL-COUNT (BAL-SELECTED)
               DISPLAY "TRIAL ONLY - RE-RUN WITH Y TO ARCHIVE."
               STOP RUN
           END-IF.

           PERFORM COPY-TO-ARCHIVE.
           PERFORM VERIFY-ARCHIVE.

           IF ARCHIVE-BALANCED = 'YES'
               PERFORM PURGE-LIVE-HISTORY
               PERFORM COUNT-LIVE-HISTORY
           END-IF.

           PERFORM PRINT-BALANCE-SECTION.
           PERFORM PRINT-ARCHIVE-RESULT.
           CLOSE ARCHIVE-REPORT.

           DISPLAY "RECORDS ARCHIVED: " BAL-COUNT (BAL-WRITTEN)
               "  PURGED FROM LIVE HISTORY: " BAL-COUNT (BAL-PURGED).
           IF REARCHIVED-COUNT > 0
               DISPLAY "RECORDS ALREADY IN ARCHIVE REPLACED: "
                   REARCHIVED-COUNT
           END-IF.
           IF ARCHIVE-BALANCED NOT = 'YES'
               DISPLAY "ARCHIVE DOES NOT BALANCE TO LIVE HISTORY - "
                   "NOTHING PURGED. SEE PHARCH.TXT"
               DISPLAY "ARCHIVE RUN ABANDONED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF LIVE-BALANCED NOT = 'YES'
               DISPLAY "LIVE HISTORY DOES NOT BALANCE AFTER PURGE - "
                   "SEE PHARCH.TXT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "PAY HISTORY ARCHIVE COMPLETED - REPORT IS "
               "PHARCH.TXT".

           STOP RUN.

       CHECK-QUARTERS-CLOSED.
           OPEN INPUT QUARTER-CONTROL-FILE.
           IF QTR-CTL-STATUS NOT = '00'
               DISPLAY "No quarter control file - year closing "
                   "not verified."
           ELSE
               READ QUARTER-CONTROL-FILE
                   AT END MOVE 0 TO QC-YEAR
               END-READ
               CLOSE QUARTER-CONTROL-FILE
               IF QC-YEAR NUMERIC AND QC-YEAR > 0
                   AND QC-YEAR <= ARCHIVE-THRU-YEAR
                   PERFORM VARYING QTR-SUB FROM 1 BY 1
                       UNTIL QTR-SUB > 4
                       IF QC-QTR-STATUS (QTR-SUB) NOT = 'C'
                           DISPLAY "QUARTER " QTR-SUB " OF " QC-YEAR
                               " IS NOT CLOSED."
                           DISPLAY "ARCHIVE RUN ABANDONED."
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       READ-NEXT-HISTORY.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END MOVE 'YES' TO PH-EOF-FLAG
           END-READ.

       ADD-TO-BALANCE.
           ADD 1 TO BAL-COUNT (BAL-SUB).
           ADD PH-GROSS-PAY TO BAL-GROSS (BAL-SUB).
           ADD PH-FED-TAX PH-STATE-TAX PH-SS-TAX PH-MED-TAX
               TO BAL-TAXES (BAL-SUB).
           ADD PH-TOTAL-DEDUCTIONS TO BAL-DEDUCTIONS (BAL-SUB).
           ADD PH-NET-PAY TO BAL-NET (BAL-SUB).

       COPY-TO-ARCHIVE.
           OPEN I-O PAY-ARCHIVE-FILE.
           IF PAY-ARCHIVE-STATUS = '35'
               OPEN OUTPUT PAY-ARCHIVE-FILE
               CLOSE PAY-ARCHIVE-FILE
               OPEN I-O PAY-ARCHIVE-FILE
           END-IF.
           IF PAY-ARCHIVE-STATUS NOT = '00'
               DISPLAY "PAY HISTORY ARCHIVE NOT AVAILABLE - STATUS "
                   PAY-ARCHIVE-STATUS
               DISPLAY "ARCHIVE RUN ABANDONED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT PAY-HISTORY-FILE.
           MOVE 'NO ' TO PH-EOF-FLAG.
           PERFORM READ-NEXT-HISTORY.
           PERFORM UNTIL PH-EOF-FLAG = 'YES'
               COMPUTE HISTORY-YEAR = PH-CHECK-DATE / 10000
               IF HISTORY-YEAR <= ARCHIVE-THRU-YEAR
                   MOVE PAY-HISTORY-RECORD TO PA-HISTORY-IMAGE
                   MOVE ARCHIVE-DATE-NUM TO PA-ARCHIVE-DATE
                   WRITE PAY-ARCHIVE-RECORD
                       INVALID KEY
                           ADD 1 TO REARCHIVED-COUNT
                           REWRITE PAY-ARCHIVE-RECORD
                               INVALID KEY
                                   ADD 1 TO ARCHIVE-ERROR-COUNT
                               NOT INVALID KEY
                                   MOVE BAL-WRITTEN TO BAL-SUB
                                   PERFORM ADD-TO-BALANCE
                           END-REWRITE
                       NOT INVALID KEY
                           MOVE BAL-WRITTEN TO BAL-SUB
                           PERFORM ADD-TO-BALANCE
                   END-WRITE
               END-IF
               PERFORM READ-NEXT-HISTORY
           END-PERFORM.
           CLOSE PAY-HISTORY-FILE.
           CLOSE PAY-ARCHIVE-FILE.

       VERIFY-ARCHIVE.
           OPEN INPUT PAY-HISTORY-FILE.
           OPEN INPUT PAY-ARCHIVE-FILE.
           MOVE 'NO ' TO PH-EOF-FLAG.
           PERFORM READ-NEXT-HISTORY.
           PERFORM UNTIL PH-EOF-FLAG = 'YES'
               COMPUTE HISTORY-YEAR = PH-CHECK-DATE / 10000
               IF HISTORY-YEAR <= ARCHIVE-THRU-YEAR
                   PERFORM VERIFY-ARCHIVED-RECORD
               END-IF
               PERFORM READ-NEXT-HISTORY
           END-PERFORM.
           CLOSE PAY-ARCHIVE-FILE.
           CLOSE PAY-HISTORY-FILE.

           IF BAL-COUNT (BAL-ARCHIVED) NOT = BAL-COUNT (BAL-SELECTED)
               OR BAL-GROSS (BAL-ARCHIVED)
                   NOT = BAL-GROSS (BAL-SELECTED)
               OR BAL-TAXES (BAL-ARCHIVED)
                   NOT = BAL-TAXES (BAL-SELECTED)
               OR BAL-DEDUCTIONS (BAL-ARCHIVED)
                   NOT = BAL-DEDUCTIONS (BAL-SELECTED)
               OR BAL-NET (BAL-ARCHIVED)
                   NOT = BAL-NET (BAL-SELECTED)
               OR BAL-COUNT (BAL-WRITTEN)
                   NOT = BAL-COUNT (BAL-SELECTED)
               OR BAL-GROSS (BAL-WRITTEN)
                   NOT = BAL-GROSS (BAL-SELECTED)
               OR BAL-NET (BAL-WRITTEN)
                   NOT = BAL-NET (BAL-SELECTED)
               OR ARCHIVE-ERROR-COUNT > 0
               OR ARCHIVE-MISMATCH-COUNT > 0
               MOVE 'NO ' TO ARCHIVE-BALANCED
           END-IF.

       VERIFY-ARCHIVED-RECORD.
           MOVE PH-HIST-KEY TO PA-HIST-KEY.
           READ PAY-ARCHIVE-FILE
               INVALID KEY
                   ADD 1 TO ARCHIVE-MISMATCH-COUNT
               NOT INVALID KEY
                   IF PA-HISTORY-IMAGE NOT = PAY-HISTORY-RECORD
                       OR PA-ARCHIVE-DATE NOT = ARCHIVE-DATE-NUM
                       ADD 1 TO ARCHIVE-MISMATCH-COUNT
                   ELSE
                       MOVE BAL-ARCHIVED TO BAL-SUB
                       PERFORM ADD-TO-BALANCE
                   END-IF
           END-READ.

       PURGE-LIVE-HISTORY.
           OPEN I-O PAY-HISTORY-FILE.
           IF PAY-HISTORY-STATUS NOT = '00'
               DISPLAY "PAY HISTORY FILE NOT AVAILABLE - STATUS "
                   PAY-HISTORY-STATUS
               DISPLAY "ARCHIVE RUN ABANDONED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'NO ' TO PH-EOF-FLAG.
           PERFORM READ-NEXT-HISTORY.
           PERFORM UNTIL PH-EOF-FLAG = 'YES'
               COMPUTE HISTORY-YEAR = PH-CHECK-DATE / 10000
               IF HISTORY-YEAR <= ARCHIVE-THRU-YEAR
                   DELETE PAY-HISTORY-FILE RECORD
                       INVALID KEY
                           ADD 1 TO DELETE-ERROR-COUNT
                       NOT INVALID KEY
                           MOVE BAL-PURGED TO BAL-SUB
                           PERFORM ADD-TO-BALANCE
                   END-DELETE
               END-IF
               PERFORM READ-NEXT-HISTORY
           END-PERFORM.
           CLOSE PAY-HISTORY-FILE.

       COUNT-LIVE-HISTORY.
           OPEN INPUT PAY-HISTORY-FILE.
           MOVE 'NO ' TO PH-EOF-FLAG.
           PERFORM READ-NEXT-HISTORY.
           PERFORM UNTIL PH-EOF-FLAG = 'YES'
               MOVE BAL-LIVE-AFTER TO BAL-SUB
               PERFORM ADD-TO-BALANCE
               PERFORM READ-NEXT-HISTORY
           END-PERFORM.
           CLOSE PAY-HISTORY-FILE.

           COMPUTE BAL-COUNT (BAL-EXPECTED-AFTER) =
               BAL-COUNT (BAL-LIVE-BEFORE) - BAL-COUNT (BAL-SELECTED).
           COMPUTE BAL-GROSS (BAL-EXPECTED-AFTER) =
               BAL-GROSS (BAL-LIVE-BEFORE) - BAL-GROSS (BAL-SELECTED).
           COMPUTE BAL-TAXES (BAL-EXPECTED-AFTER) =
               BAL-TAXES (BAL-LIVE-BEFORE) - BAL-TAXES (BAL-SELECTED).
           COMPUTE BAL-DEDUCTIONS (BAL-EXPECTED-AFTER) =
               BAL-DEDUCTIONS (BAL-LIVE-BEFORE)
               - BAL-DEDUCTIONS (BAL-SELECTED).
           COMPUTE BAL-NET (BAL-EXPECTED-AFTER) =
               BAL-NET (BAL-LIVE-BEFORE) - BAL-NET (BAL-SELECTED).

           IF BAL-COUNT (BAL-LIVE-AFTER)
                   NOT = BAL-COUNT (BAL-EXPECTED-AFTER)
               OR BAL-GROSS (BAL-LIVE-AFTER)
                   NOT = BAL-GROSS (BAL-EXPECTED-AFTER)
               OR BAL-TAXES (BAL-LIVE-AFTER)
                   NOT = BAL-TAXES (BAL-EXPECTED-AFTER)
               OR BAL-DEDUCTIONS (BAL-LIVE-AFTER)
                   NOT = BAL-DEDUCTIONS (BAL-EXPECTED-AFTER)
               OR BAL-NET (BAL-LIVE-AFTER)
                   NOT = BAL-NET (BAL-EXPECTED-AFTER)
               OR BAL-COUNT (BAL-PURGED)
                   NOT = BAL-COUNT (BAL-SELECTED)
               OR DELETE-ERROR-COUNT > 0
               MOVE 'NO ' TO LIVE-BALANCED
           END-IF.

       PRINT-ARCHIVE-HEADER.
           MOVE SPACES TO ARCHIVE-REPORT-LINE.
           STRING "PAY HISTORY YEAR-END ARCHIVE   RUN DATE: "
               DELIMITED BY SIZE
               WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
               INTO ARCHIVE-REPORT-LINE.
           WRITE ARCHIVE-REPORT-LINE.

           MOVE SPACES TO ARCHIVE-REPORT-LINE.
           STRING "CHECK DATES THROUGH YEAR: " DELIMITED BY SIZE
               ARCHIVE-THRU-YEAR DELIMITED BY SIZE
               "   ARCHIVE DATE: " DELIMITED BY SIZE
               ARCHIVE-DATE-NUM DELIMITED BY SIZE
               INTO ARCHIVE-REPORT-LINE.
           WRITE ARCHIVE-REPORT-LINE.

           MOVE SPACES TO ARCHIVE-REPORT-LINE.
           WRITE ARCHIVE-REPORT-LINE.

       PRINT-BALANCE-SECTION.
           MOVE SPACES TO ARCHIVE-REPORT-LINE.
           STRING "                                RECORDS"
               DELIMITED BY SIZE
               "         GROSS PAY             TAXES"
               DELIMITED BY SIZE
               "        DEDUCTIONS           NET PAY"
               DELIMITED BY SIZE
               INTO ARCHIVE-REPORT-LINE.
           WRITE ARCHIVE-REPORT-LINE.

           MOVE "LIVE HISTORY BEFORE ARCHIVE:" TO WS-ARC-LABEL.
           MOVE BAL-LIVE-BEFORE TO BAL-SUB.
           PERFORM PRINT-BALANCE-LINE.

           MOVE "SELECTED FOR ARCHIVE:" TO WS-ARC-LABEL.
           MOVE BAL-SELECTED TO BAL-SUB.
           PERFORM PRINT-BALANCE-LINE.

           IF ARCHIVE-CONFIRM = 'Y' OR ARCHIVE-CONFIRM = 'y'
               MOVE "WRITTEN TO ARCHIVE:" TO WS-ARC-LABEL
               MOVE BAL-WRITTEN TO BAL-SUB
               PERFORM PRINT-BALANCE-LINE
               MOVE "VERIFIED ON ARCHIVE:" TO WS-ARC-LABEL
               MOVE BAL-ARCHIVED TO BAL-SUB
               PERFORM PRINT-BALANCE-LINE
               MOVE "PURGED FROM LIVE HISTORY:" TO WS-ARC-LABEL
               MOVE BAL-PURGED TO BAL-SUB
               PERFORM PRINT-BALANCE-LINE
               MOVE "LIVE HISTORY AFTER PURGE:" TO WS-ARC-LABEL
               MOVE BAL-LIVE-AFTER TO BAL-SUB
               PERFORM PRINT-BALANCE-LINE
               MOVE "EXPECTED LIVE AFTER PURGE:" TO WS-ARC-LABEL
               MOVE BAL-EXPECTED-AFTER TO BAL-SUB
               PERFORM PRINT-BALANCE-LINE
           END-IF.

           MOVE SPACES TO ARCHIVE-REPORT-LINE.
           WRITE ARCHIVE-REPORT-LINE.

       PRINT-BALANCE-LINE.
           MOVE BAL-COUNT (BAL-SUB) TO WS-ARC-COUNT.
           MOVE BAL-GROSS (BAL-SUB) TO WS-ARC-GROSS.
           MOVE BAL-TAXES (BAL-SUB) TO WS-ARC-TAXES.
           MOVE BAL-DEDUCTIONS (BAL-SUB) TO WS-ARC-DEDUCTIONS.
           MOVE BAL-NET (BAL-SUB) TO WS-ARC-NET.
           MOVE SPACES TO ARCHIVE-REPORT-LINE.
           STRING WS-ARC-LABEL DELIMITED BY SIZE
               WS-ARC-COUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ARC-GROSS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ARC-TAXES DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ARC-DEDUCTIONS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ARC-NET DELIMITED BY SIZE
               INTO ARCHIVE-REPORT-LINE.
           WRITE ARCHIVE-REPORT-LINE.

       PRINT-ARCHIVE-RESULT.
           IF REARCHIVED-COUNT > 0
               MOVE REARCHIVED-COUNT TO WS-ARC-COUNT
               MOVE SPACES TO ARCHIVE-REPORT-LINE
               STRING "RECORDS ALREADY IN ARCHIVE REPLACED: "
                   DELIMITED BY SIZE
                   WS-ARC-COUNT DELIMITED BY SIZE
                   INTO ARCHIVE-REPORT-LINE
               WRITE ARCHIVE-REPORT-LINE
           END-IF.

           IF ARCHIVE-ERROR-COUNT > 0
               MOVE ARCHIVE-ERROR-COUNT TO WS-ARC-COUNT
               MOVE SPACES TO ARCHIVE-REPORT-LINE
               STRING "*** RECORDS THAT COULD NOT BE ARCHIVED: "
                   DELIMITED BY SIZE
                   WS-ARC-COUNT DELIMITED BY SIZE
                   INTO ARCHIVE-REPORT-LINE
               WRITE ARCHIVE-REPORT-LINE
           END-IF.

           IF ARCHIVE-MISMATCH-COUNT > 0
               MOVE ARCHIVE-MISMATCH-COUNT TO WS-ARC-COUNT
               MOVE SPACES TO ARCHIVE-REPORT-LINE
               STRING "*** ARCHIVE RECORDS MISSING OR NOT MATCHING "
                   DELIMITED BY SIZE
                   "LIVE HISTORY: " DELIMITED BY SIZE
                   WS-ARC-COUNT DELIMITED BY SIZE
                   INTO ARCHIVE-REPORT-LINE
               WRITE ARCHIVE-REPORT-LINE
           END-IF.

           IF DELETE-ERROR-COUNT > 0
               MOVE DELETE-ERROR-COUNT TO WS-ARC-COUNT
               MOVE SPACES TO ARCHIVE-REPORT-LINE
               STRING "*** RECORDS THAT COULD NOT BE PURGED: "
                   DELIMITED BY SIZE
                   WS-ARC-COUNT DELIMITED BY SIZE
                   INTO ARCHIVE-REPORT-LINE
               WRITE ARCHIVE-REPORT-LINE
           END-IF.

           MOVE SPACES TO ARCHIVE-REPORT-LINE.
           IF ARCHIVE-BALANCED NOT = 'YES'
               STRING "*** ARCHIVE DOES NOT BALANCE TO SELECTED "
                   DELIMITED BY SIZE
                   "HISTORY - LIVE HISTORY NOT PURGED"
                   DELIMITED BY SIZE
                   INTO ARCHIVE-REPORT-LINE
           ELSE
               IF LIVE-BALANCED NOT = 'YES'
                   STRING "*** LIVE HISTORY AFTER PURGE DOES NOT "
                       DELIMITED BY SIZE
                       "BALANCE" DELIMITED BY SIZE
                       INTO ARCHIVE-REPORT-LINE
               ELSE
                   STRING "ARCHIVE AND LIVE HISTORY IN BALANCE"
                       DELIMITED BY SIZE
                       INTO ARCHIVE-REPORT-LINE
               END-IF
           END-IF.
           WRITE ARCHIVE-REPORT-LINE.
