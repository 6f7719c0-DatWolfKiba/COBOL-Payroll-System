       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETROPAY.
       AUTHOR. Jade Doumani.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETRO-CHANGE-FILE ASSIGN TO "RETROCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETRO-FILE-STATUS.
           SELECT RETRO-SORT-FILE ASSIGN TO "RTOSORT.TMP".
           SELECT SORTED-RETRO-FILE ASSIGN TO "RTOSRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RAW-HIST-KEY
               ALTERNATE RECORD KEY IS RAW-RUN-NUMBER WITH DUPLICATES
               FILE STATUS IS PAY-HISTORY-STATUS.
           SELECT HISTORY-SORT-FILE ASSIGN TO "HSTSORT.TMP".
           SELECT SORTED-HISTORY-FILE ASSIGN TO "RTOHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-RATE-FILE ASSIGN TO "TAXRATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-FILE-STATUS.
           SELECT YTD-MASTER ASSIGN TO "YTDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMP-ID
               FILE STATUS IS YTD-FILE-STATUS.
           SELECT RETRO-ADJ-FILE ASSIGN TO "RETROADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETRO-ADJ-STATUS.
           SELECT ADJUSTMENT-FILE ASSIGN TO "ADJTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJ-FILE-STATUS.
           SELECT RETRO-REPORT ASSIGN TO "RETRORPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD RETRO-CHANGE-FILE.
           01 RAW-RETRO-RECORD      PIC X(110).

           SD RETRO-SORT-FILE.
           01 RETRO-SORT-RECORD.
               05 RSRT-EMP-ID        PIC 9(5).
               05 RSRT-EFFECTIVE-DATE PIC 9(8).
               05 RSRT-REST          PIC X(97).

           FD SORTED-RETRO-FILE.
           01 RETRO-CHANGE-RECORD.
               05 RCH-EMP-ID        PIC 9(5).
               05 RCH-EFFECTIVE-DATE PIC 9(8).
               05 RCH-APPLIED-DATE  PIC 9(8).
               05 RCH-PAY-TYPE      PIC X(1).
               05 RCH-OLD-RATE      PIC 9(4)V99.
               05 RCH-NEW-RATE      PIC 9(4)V99.
               05 RCH-OLD-SALARY    PIC 9(7)V99.
               05 RCH-NEW-SALARY    PIC 9(7)V99.
               05 RCH-EMP-NAME      PIC A(30).
               05 RCH-DEPT-CODE     PIC X(4).
               05 RCH-WORK-STATE-CODE PIC X(2).
               05 RCH-ROUTING-NUMBER PIC 9(9).
               05 RCH-ACCOUNT-NUMBER PIC 9(12).
               05 RCH-PAY-METHOD    PIC X(1).

           FD PAY-HISTORY-FILE.
           01 RAW-HISTORY-RECORD.
               05 RAW-HIST-KEY.
                   10 RAW-EMP-ID    PIC 9(5).
                   10 RAW-CHECK-DATE PIC 9(8).
                   10 RAW-RUN-NUMBER PIC 9(4).
               05 FILLER            PIC X(459).

           SD HISTORY-SORT-FILE.
           01 HISTORY-SORT-RECORD.
               05 HSRT-EMP-ID        PIC 9(5).
               05 HSRT-CHECK-DATE    PIC 9(8).
               05 HSRT-RUN-NUMBER    PIC 9(4).
               05 HSRT-PERIOD-END-DATE PIC 9(8).
               05 HSRT-REST          PIC X(451).

           FD SORTED-HISTORY-FILE.
           01 PAY-HISTORY-RECORD.
               05 PH-EMP-ID         PIC 9(5).
               05 PH-CHECK-DATE     PIC 9(8).
               05 PH-RUN-NUMBER     PIC 9(4).
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

           FD TAX-RATE-FILE.
           01 TAX-RATE-RECORD.
               05 TAX-JURISDICTION  PIC X(3).
               05 TAX-EFFECTIVE-DATE PIC 9(8).
               05 TAX-BRACKET-FLOOR PIC 9(7)V99.
               05 TAX-RATE          PIC 9V999.

           FD YTD-MASTER.
           01 YTD-RECORD.
               05 YTD-EMP-ID        PIC 9(5).
               05 YTD-GROSS-PAY     PIC 9(9)V99.
               05 YTD-NET-PAY       PIC 9(9)V99.
               05 YTD-FED-TAX       PIC 9(9)V99.
               05 YTD-STATE-TAX     PIC 9(9)V99.
               05 YTD-DEDUCTIONS    PIC 9(9)V99.
               05 YTD-FICA-WAGES    PIC 9(9)V99.
               05 YTD-SOC-SEC-TAX   PIC 9(9)V99.
               05 YTD-MEDICARE-TAX  PIC 9(9)V99.
               05 YTD-FUTA-WAGES    PIC 9(9)V99.
               05 YTD-SUTA-WAGES    PIC 9(9)V99.
               05 YTD-QTR OCCURS 4 TIMES.
                   10 YTD-Q-GROSS   PIC 9(9)V99.
                   10 YTD-Q-FED-TAX PIC 9(9)V99.
                   10 YTD-Q-STATE-TAX PIC 9(9)V99.
                   10 YTD-Q-SS-TAX  PIC 9(9)V99.
                   10 YTD-Q-MED-TAX PIC 9(9)V99.
                   10 YTD-Q-FICA-WAGES PIC 9(9)V99.
                   10 YTD-Q-SUTA-WAGES PIC 9(9)V99.

           FD RETRO-ADJ-FILE.
           01 ADJUSTMENT-RECORD.
               05 ADJ-ACTION        PIC X(1).
               05 ADJ-EMP-ID        PIC 9(5).
               05 ADJ-GROSS         PIC 9(7)V99.
               05 ADJ-NET           PIC 9(7)V99.
               05 ADJ-FED           PIC 9(6)V99.
               05 ADJ-STATE         PIC 9(6)V99.
               05 ADJ-DEDUCTIONS    PIC 9(7)V99.
               05 ADJ-ROUTING-NUMBER PIC 9(9).
               05 ADJ-ACCOUNT-NUMBER PIC 9(12).
               05 ADJ-CHECK-NUMBER  PIC 9(8).
               05 ADJ-SS            PIC 9(6)V99.
               05 ADJ-MED           PIC 9(6)V99.
               05 ADJ-FICA-WAGES    PIC 9(7)V99.

           FD ADJUSTMENT-FILE.
           01 ADJ-POST-RECORD       PIC X(103).

           FD RETRO-REPORT.
           01 RETRO-REPORT-LINE     PIC X(110).

       WORKING-STORAGE SECTION.
           01 RETRO-FILE-STATUS    PIC X(2).
           01 PAY-HISTORY-STATUS   PIC X(2).
           01 TAX-FILE-STATUS      PIC X(2).
           01 YTD-FILE-STATUS      PIC X(2).
           01 RETRO-ADJ-STATUS     PIC X(2).
           01 ADJ-FILE-STATUS      PIC X(2).
           01 RETRO-EOF-FLAG       PIC X(3) VALUE 'NO'.
           01 PH-EOF-FLAG          PIC X(3) VALUE 'NO'.
           01 TAX-EOF-FLAG         PIC X(3) VALUE 'NO'.
           01 ADJ-EOF-FLAG         PIC X(3) VALUE 'NO'.
           01 YTD-MODE             PIC X(3) VALUE 'YES'.
           01 POST-CONFIRM         PIC X(1).
           01 RETRO-TABLE-COUNT    PIC 9(3) VALUE 0.
           01 RETRO-CHANGE-TABLE.
               05 RETRO-ENTRY OCCURS 500 TIMES.
                   10 RE-EMP-ID     PIC 9(5).
                   10 RE-EFFECTIVE-DATE PIC 9(8).
                   10 RE-APPLIED-DATE PIC 9(8).
                   10 RE-PAY-TYPE   PIC X(1).
                   10 RE-OLD-RATE   PIC 9(4)V99.
                   10 RE-NEW-RATE   PIC 9(4)V99.
                   10 RE-OLD-SALARY PIC 9(7)V99.
                   10 RE-NEW-SALARY PIC 9(7)V99.
                   10 RE-EMP-NAME   PIC A(30).
                   10 RE-WORK-STATE-CODE PIC X(2).
                   10 RE-ROUTING-NUMBER PIC 9(9).
                   10 RE-ACCOUNT-NUMBER PIC 9(12).
                   10 RE-USED       PIC X(3).
           01 RE-SUB               PIC 9(3).
           01 MATCH-SUB            PIC 9(3).
           01 EMP-FIRST-SUB        PIC 9(3).
           01 EMP-LAST-SUB         PIC 9(3).
           01 CURRENT-EMP-ID       PIC 9(5) VALUE 0.
           01 SALARY-MATCH         PIC X(3).
           01 PERIOD-KEY-TEXT      PIC X(24).
           01 SUP-VINTAGE-DATE     PIC 9(8) VALUE 0.
           01 SUP-FED-RATE         PIC 9V999 VALUE 0.
           01 SS-VINTAGE-DATE      PIC 9(8) VALUE 0.
           01 SS-WAGE-BASE         PIC 9(7)V99 VALUE 0.
           01 SS-TAX-RATE          PIC 9V999 VALUE 0.
           01 MED-VINTAGE-DATE     PIC 9(8) VALUE 0.
           01 MED-TAX-RATE         PIC 9V999 VALUE 0.
           01 SUPP-STATE-COUNT     PIC 9(2) VALUE 0.
           01 SUPP-STATE-TABLE.
               05 SUPP-STATE-ENTRY OCCURS 20 TIMES.
                   10 SUP-ST-CODE PIC X(2).
                   10 SUP-ST-VINTAGE PIC 9(8).
                   10 SUP-ST-RATE PIC 9V999.
           01 STATE-SUB            PIC 9(2).
           01 SUPP-STATE-KEY       PIC X(2).
           01 STATE-FOUND          PIC X(3).
           01 RATE-DIFF            PIC 9(4)V99.
           01 PERIOD-REGULAR       PIC 9(7)V99.
           01 PERIOD-OVERTIME      PIC 9(7)V99.
           01 PERIOD-DOUBLETIME    PIC 9(7)V99.
           01 PERIOD-SHIFT         PIC 9(7)V99.
           01 PERIOD-LEAVE         PIC 9(7)V99.
           01 PERIOD-RETRO         PIC 9(7)V99.
           01 EMP-RETRO-GROSS      PIC 9(7)V99.
           01 EMP-PERIOD-COUNT     PIC 9(3).
           01 RETRO-FED            PIC 9(6)V99.
           01 RETRO-STATE          PIC 9(6)V99.
           01 RETRO-SS             PIC 9(6)V99.
           01 RETRO-MED            PIC 9(6)V99.
           01 RETRO-NET            PIC S9(7)V99.
           01 PRIOR-FICA-WAGES     PIC 9(9)V99.
           01 SS-BASE-REMAINING    PIC 9(9)V99.
           01 FICA-SUBJECT-WAGES   PIC 9(7)V99.
           01 RUN-DATE-NUM         PIC 9(8).
           01 RETRO-EMP-COUNT      PIC 9(5) VALUE 0.
           01 RETRO-PERIOD-COUNT   PIC 9(5) VALUE 0.
           01 DECREASE-COUNT       PIC 9(5) VALUE 0.
           01 REVIEW-COUNT         PIC 9(5) VALUE 0.
           01 UNMATCHED-COUNT      PIC 9(5) VALUE 0.
           01 NO-STATE-RATE-COUNT  PIC 9(5) VALUE 0.
           01 POSTED-COUNT         PIC 9(5) VALUE 0.
           01 TOTAL-RETRO-GROSS    PIC 9(9)V99 VALUE 0.
           01 TOTAL-RETRO-NET      PIC 9(9)V99 VALUE 0.
           01 WS-CURRENT-DATE.
               05 WS-CD-YYYY        PIC 9(4).
               05 WS-CD-MM          PIC 9(2).
               05 WS-CD-DD          PIC 9(2).
           01 WS-RUN-DATE-DISPLAY  PIC X(10).
           01 WS-RTO-EMP-ID        PIC ZZZZ9.
           01 WS-RTO-OLD-RATE      PIC ZZZ9.99.
           01 WS-RTO-NEW-RATE      PIC ZZZ9.99.
           01 WS-RTO-REGULAR       PIC ZZ,ZZ9.99.
           01 WS-RTO-OVERTIME      PIC ZZ,ZZ9.99.
           01 WS-RTO-DOUBLETIME    PIC ZZ,ZZ9.99.
           01 WS-RTO-SHIFT         PIC ZZ,ZZ9.99.
           01 WS-RTO-LEAVE         PIC ZZ,ZZ9.99.
           01 WS-RTO-RETRO         PIC Z,ZZZ,ZZ9.99.
           01 WS-RTO-OLD-SALARY    PIC Z,ZZZ,ZZ9.99.
           01 WS-RTO-NEW-SALARY    PIC Z,ZZZ,ZZ9.99.
           01 WS-RTO-FED           PIC ZZZ,ZZ9.99.
           01 WS-RTO-STATE         PIC ZZZ,ZZ9.99.
           01 WS-RTO-SS            PIC ZZZ,ZZ9.99.
           01 WS-RTO-MED           PIC ZZZ,ZZ9.99.
           01 WS-RTO-NET           PIC Z,ZZZ,ZZ9.99-.
           01 WS-RTO-COUNT         PIC ZZZZ9.
           01 WS-RTO-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY "Retroactive pay calculation".

           DISPLAY "Post retro payments to ADJTRANS.DAT after "
               "calculation? (Y/N): ".
           ACCEPT POST-CONFIRM.

           OPEN INPUT RETRO-CHANGE-FILE.
           IF RETRO-FILE-STATUS = '35'
               DISPLAY "No retro changes queued - nothing to do."
               STOP RUN
           END-IF.
           IF RETRO-FILE-STATUS NOT = '00'
               DISPLAY "RETRO CHANGE FILE NOT AVAILABLE - STATUS "
                   RETRO-FILE-STATUS
               DISPLAY "RETRO RUN ABANDONED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE RETRO-CHANGE-FILE.

           OPEN INPUT PAY-HISTORY-FILE.
           IF PAY-HISTORY-STATUS NOT = '00'
               DISPLAY "PAY HISTORY FILE NOT AVAILABLE - STATUS "
                   PAY-HISTORY-STATUS
               DISPLAY "RETRO RUN ABANDONED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE PAY-HISTORY-FILE.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           STRING WS-CD-MM DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-CD-DD DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-CD-YYYY DELIMITED BY SIZE
               INTO WS-RUN-DATE-DISPLAY.

           COMPUTE RUN-DATE-NUM = (WS-CD-YYYY * 10000)
               + (WS-CD-MM * 100) + WS-CD-DD.

           PERFORM LOAD-TAX-RATES.

           SORT RETRO-SORT-FILE
               ON ASCENDING KEY RSRT-EMP-ID RSRT-EFFECTIVE-DATE
               USING RETRO-CHANGE-FILE
               GIVING SORTED-RETRO-FILE.

           PERFORM LOAD-RETRO-CHANGES.
           IF RETRO-TABLE-COUNT = 0
               DISPLAY "No retro changes queued - nothing to do."
               STOP RUN
           END-IF.

           SORT HISTORY-SORT-FILE
               ON ASCENDING KEY HSRT-EMP-ID HSRT-PERIOD-END-DATE
                   HSRT-RUN-NUMBER
               USING PAY-HISTORY-FILE
               GIVING SORTED-HISTORY-FILE.

           OPEN INPUT YTD-MASTER.
           IF YTD-FILE-STATUS NOT = '00'
               MOVE 'NO ' TO YTD-MODE
               DISPLAY "No YTD master - social security wage base "
                   "not applied."
           END-IF.

           OPEN INPUT SORTED-HISTORY-FILE.
           OPEN OUTPUT RETRO-ADJ-FILE.
           OPEN OUTPUT RETRO-REPORT.

           PERFORM PRINT-RETRO-HEADER.

           PERFORM READ-HISTORY.
           PERFORM UNTIL PH-EOF-FLAG = 'YES'
               IF PH-EMP-ID NOT = CURRENT-EMP-ID
                   IF CURRENT-EMP-ID > 0
                       PERFORM FINISH-EMPLOYEE-RETRO
                   END-IF
                   PERFORM START-EMPLOYEE-RETRO
               END-IF
               IF EMP-FIRST-SUB > 0
                   PERFORM PRICE-HISTORY-PERIOD
               END-IF
               PERFORM READ-HISTORY
           END-PERFORM.
           IF CURRENT-EMP-ID > 0
               PERFORM FINISH-EMPLOYEE-RETRO
           END-IF.

           PERFORM REPORT-UNMATCHED-CHANGES.
           PERFORM PRINT-RETRO-TOTALS.

           CLOSE SORTED-HISTORY-FILE.
           CLOSE RETRO-ADJ-FILE.
           CLOSE RETRO-REPORT.
           IF YTD-MODE = 'YES'
               CLOSE YTD-MASTER
           END-IF.

           IF POST-CONFIRM = 'Y' OR POST-CONFIRM = 'y'
               PERFORM POST-RETRO-ADJUSTMENTS
           ELSE
               DISPLAY "RETRO PAYMENTS NOT POSTED - CHANGES LEFT "
                   "QUEUED IN RETROCHG.DAT."
           END-IF.

           DISPLAY "EMPLOYEES WITH RETRO PAY: " RETRO-EMP-COUNT
               "  PERIODS RE-PRICED: " RETRO-PERIOD-COUNT.
           MOVE TOTAL-RETRO-GROSS TO WS-RTO-TOTAL.
           DISPLAY "TOTAL RETRO GROSS: " WS-RTO-TOTAL.
           IF DECREASE-COUNT > 0
               DISPLAY "WARNING - " DECREASE-COUNT
                   " PERIODS HAD RATE DECREASES - NOT RECOVERED"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF REVIEW-COUNT > 0
               DISPLAY "WARNING - " REVIEW-COUNT
                   " PERIODS NEED MANUAL REVIEW - SEE RETRORPT.TXT"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF UNMATCHED-COUNT > 0
               DISPLAY "WARNING - " UNMATCHED-COUNT
                   " CHANGES HAD NO PAID PERIODS TO RE-PRICE"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF NO-STATE-RATE-COUNT > 0
               DISPLAY "WARNING - " NO-STATE-RATE-COUNT
                   " EMPLOYEES HAD NO STATE SUPPLEMENTAL RATE"
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "RETRO RUN COMPLETED - REPORT IS RETRORPT.TXT".

           STOP RUN.

       LOAD-TAX-RATES.
           OPEN INPUT TAX-RATE-FILE.
           IF TAX-FILE-STATUS NOT = '00'
               DISPLAY "TAX RATE FILE NOT AVAILABLE - STATUS "
                   TAX-FILE-STATUS
               DISPLAY "RETRO RUN ABANDONED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM READ-TAX-RATE.
           PERFORM UNTIL TAX-EOF-FLAG = 'YES'
               IF TAX-EFFECTIVE-DATE <= RUN-DATE-NUM
                   PERFORM LOAD-TAX-RATE-ROW
               END-IF
               PERFORM READ-TAX-RATE
           END-PERFORM.
           CLOSE TAX-RATE-FILE.

           IF SS-TAX-RATE = 0 OR SS-WAGE-BASE = 0
               OR MED-TAX-RATE = 0
               DISPLAY "TAX RATE FILE HAS NO EFFECTIVE SOCIAL "
                   "SECURITY OR MEDICARE RATES."
               DISPLAY "RETRO RUN ABANDONED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF SUP-VINTAGE-DATE = 0
               MOVE .220 TO SUP-FED-RATE
               DISPLAY "No supplemental federal rate - using "
                   "22 percent."
           END-IF.

       READ-TAX-RATE.
           READ TAX-RATE-FILE
               AT END MOVE 'YES' TO TAX-EOF-FLAG
           END-READ.

       LOAD-TAX-RATE-ROW.
           IF TAX-JURISDICTION = 'SUP'
               IF TAX-EFFECTIVE-DATE >= SUP-VINTAGE-DATE
                   MOVE TAX-EFFECTIVE-DATE TO SUP-VINTAGE-DATE
                   MOVE TAX-RATE TO SUP-FED-RATE
               END-IF
           ELSE
           IF TAX-JURISDICTION = 'SS '
               IF TAX-EFFECTIVE-DATE >= SS-VINTAGE-DATE
                   MOVE TAX-EFFECTIVE-DATE TO SS-VINTAGE-DATE
                   MOVE TAX-BRACKET-FLOOR TO SS-WAGE-BASE
                   MOVE TAX-RATE TO SS-TAX-RATE
               END-IF
           ELSE
           IF TAX-JURISDICTION = 'MED'
               IF TAX-EFFECTIVE-DATE >= MED-VINTAGE-DATE
                   MOVE TAX-EFFECTIVE-DATE TO MED-VINTAGE-DATE
                   MOVE TAX-RATE TO MED-TAX-RATE
               END-IF
           ELSE
           IF TAX-JURISDICTION (3:1) = 'S'
               MOVE TAX-JURISDICTION (1:2) TO SUPP-STATE-KEY
               PERFORM FIND-SUPP-STATE
               IF STATE-FOUND = 'NO '
                   IF SUPP-STATE-COUNT < 20
                       ADD 1 TO SUPP-STATE-COUNT
                       MOVE SUPP-STATE-COUNT TO STATE-SUB
                       MOVE SUPP-STATE-KEY
                           TO SUP-ST-CODE (STATE-SUB)
                       MOVE 0 TO SUP-ST-VINTAGE (STATE-SUB)
                       MOVE 'YES' TO STATE-FOUND
                   ELSE
                       DISPLAY "TOO MANY STATE SUPPLEMENTAL RATES - "
                           "ROW IGNORED"
                   END-IF
               END-IF
               IF STATE-FOUND = 'YES'
                   AND TAX-EFFECTIVE-DATE >=
                       SUP-ST-VINTAGE (STATE-SUB)
                   MOVE TAX-EFFECTIVE-DATE
                       TO SUP-ST-VINTAGE (STATE-SUB)
                   MOVE TAX-RATE TO SUP-ST-RATE (STATE-SUB)
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       FIND-SUPP-STATE.
           MOVE 'NO ' TO STATE-FOUND.
           PERFORM VARYING STATE-SUB FROM 1 BY 1
               UNTIL STATE-SUB > SUPP-STATE-COUNT
               OR STATE-FOUND = 'YES'
               IF SUP-ST-CODE (STATE-SUB) = SUPP-STATE-KEY
                   MOVE 'YES' TO STATE-FOUND
               END-IF
           END-PERFORM.
           IF STATE-FOUND = 'YES'
               SUBTRACT 1 FROM STATE-SUB
           END-IF.

       LOAD-RETRO-CHANGES.
           OPEN INPUT SORTED-RETRO-FILE.
           PERFORM READ-RETRO-CHANGE.
           PERFORM UNTIL RETRO-EOF-FLAG = 'YES'
               IF RETRO-TABLE-COUNT < 500
                   ADD 1 TO RETRO-TABLE-COUNT
                   MOVE RETRO-TABLE-COUNT TO RE-SUB
                   MOVE RCH-EMP-ID TO RE-EMP-ID (RE-SUB)
                   MOVE RCH-EFFECTIVE-DATE
                       TO RE-EFFECTIVE-DATE (RE-SUB)
                   MOVE RCH-APPLIED-DATE TO RE-APPLIED-DATE (RE-SUB)
                   MOVE RCH-PAY-TYPE TO RE-PAY-TYPE (RE-SUB)
                   MOVE RCH-OLD-RATE TO RE-OLD-RATE (RE-SUB)
                   MOVE RCH-NEW-RATE TO RE-NEW-RATE (RE-SUB)
                   MOVE RCH-OLD-SALARY TO RE-OLD-SALARY (RE-SUB)
                   MOVE RCH-NEW-SALARY TO RE-NEW-SALARY (RE-SUB)
                   MOVE RCH-EMP-NAME TO RE-EMP-NAME (RE-SUB)
                   MOVE RCH-WORK-STATE-CODE
                       TO RE-WORK-STATE-CODE (RE-SUB)
                   MOVE RCH-ROUTING-NUMBER
                       TO RE-ROUTING-NUMBER (RE-SUB)
                   MOVE RCH-ACCOUNT-NUMBER
                       TO RE-ACCOUNT-NUMBER (RE-SUB)
                   MOVE 'NO ' TO RE-USED (RE-SUB)
               ELSE
                   DISPLAY "TOO MANY RETRO CHANGES - " RCH-EMP-ID
                       " NOT PROCESSED"
                   DISPLAY "RETRO RUN ABANDONED."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-RETRO-CHANGE
           END-PERFORM.
           CLOSE SORTED-RETRO-FILE.
           DISPLAY "Retro changes loaded: " RETRO-TABLE-COUNT.

       READ-RETRO-CHANGE.
           READ SORTED-RETRO-FILE
               AT END MOVE 'YES' TO RETRO-EOF-FLAG
           END-READ.

       READ-HISTORY.
           READ SORTED-HISTORY-FILE
               AT END MOVE 'YES' TO PH-EOF-FLAG
           END-READ.

       START-EMPLOYEE-RETRO.
           MOVE PH-EMP-ID TO CURRENT-EMP-ID.
           MOVE 0 TO EMP-RETRO-GROSS.
           MOVE 0 TO EMP-PERIOD-COUNT.
           MOVE 0 TO EMP-FIRST-SUB.
           MOVE 0 TO EMP-LAST-SUB.
           PERFORM VARYING RE-SUB FROM 1 BY 1
               UNTIL RE-SUB > RETRO-TABLE-COUNT
               IF RE-EMP-ID (RE-SUB) = CURRENT-EMP-ID
                   IF EMP-FIRST-SUB = 0
                       MOVE RE-SUB TO EMP-FIRST-SUB
                   END-IF
                   MOVE RE-SUB TO EMP-LAST-SUB
               END-IF
           END-PERFORM.

       PRICE-HISTORY-PERIOD.
           MOVE 0 TO MATCH-SUB.
           PERFORM VARYING RE-SUB FROM EMP-FIRST-SUB BY 1
               UNTIL RE-SUB > EMP-LAST-SUB
               IF RE-EFFECTIVE-DATE (RE-SUB) <= PH-PERIOD-END-DATE
                   MOVE RE-SUB TO MATCH-SUB
               END-IF
           END-PERFORM.

           IF MATCH-SUB > 0
               MOVE 'YES' TO RE-USED (MATCH-SUB)
               IF RE-PAY-TYPE (MATCH-SUB) = 'H'
                   AND PH-PAY-TYPE = 'H'
                   PERFORM PRICE-HOURLY-PERIOD
               ELSE
               IF RE-PAY-TYPE (MATCH-SUB) = 'S'
                   AND PH-PAY-TYPE = 'S'
                   PERFORM PRICE-SALARY-PERIOD
               ELSE
                   ADD 1 TO REVIEW-COUNT
                   PERFORM FORMAT-PERIOD-KEY
                   MOVE SPACES TO RETRO-REPORT-LINE
                   STRING PERIOD-KEY-TEXT DELIMITED BY SIZE
                       "PAID AS PAY TYPE " DELIMITED BY SIZE
                       PH-PAY-TYPE DELIMITED BY SIZE
                       " - PERIOD NOT RE-PRICED, REVIEW"
                       DELIMITED BY SIZE
                       INTO RETRO-REPORT-LINE
                   WRITE RETRO-REPORT-LINE
               END-IF
               END-IF
           END-IF.

       PRICE-HOURLY-PERIOD.
           IF PH-HOURLY-RATE > RE-NEW-RATE (MATCH-SUB)
               ADD 1 TO DECREASE-COUNT
               MOVE PH-HOURLY-RATE TO WS-RTO-OLD-RATE
               MOVE RE-NEW-RATE (MATCH-SUB) TO WS-RTO-NEW-RATE
               PERFORM FORMAT-PERIOD-KEY
               MOVE SPACES TO RETRO-REPORT-LINE
               STRING PERIOD-KEY-TEXT DELIMITED BY SIZE
                   WS-RTO-OLD-RATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RTO-NEW-RATE DELIMITED BY SIZE
                   "  RATE DECREASE - NOT RECOVERED"
                   DELIMITED BY SIZE
                   INTO RETRO-REPORT-LINE
               WRITE RETRO-REPORT-LINE
           ELSE
               IF PH-HOURLY-RATE > 0
                   AND PH-HOURLY-RATE < RE-NEW-RATE (MATCH-SUB)
                   COMPUTE RATE-DIFF =
                       RE-NEW-RATE (MATCH-SUB) - PH-HOURLY-RATE
                   COMPUTE PERIOD-REGULAR ROUNDED =
                       PH-REGULAR-HOURS * RATE-DIFF
                   COMPUTE PERIOD-OVERTIME ROUNDED =
                       PH-OVERTIME-HOURS * PH-OT-RATE * RATE-DIFF
                       / PH-HOURLY-RATE
                   COMPUTE PERIOD-DOUBLETIME ROUNDED =
                       PH-DOUBLETIME-HOURS * PH-DT-RATE * RATE-DIFF
                       / PH-HOURLY-RATE
                   COMPUTE PERIOD-SHIFT ROUNDED =
                       PH-SHIFT-PREM-AMOUNT * RATE-DIFF
                       / PH-HOURLY-RATE
                   COMPUTE PERIOD-LEAVE ROUNDED =
                       (PH-VAC-HOURS + PH-SICK-HOURS + PH-HOL-HOURS)
                       * RATE-DIFF
                   COMPUTE PERIOD-RETRO = PERIOD-REGULAR
                       + PERIOD-OVERTIME + PERIOD-DOUBLETIME
                       + PERIOD-SHIFT + PERIOD-LEAVE
                   PERFORM ADD-PERIOD-RETRO
                   PERFORM PRINT-HOURLY-PERIOD
               END-IF
           END-IF.

       PRICE-SALARY-PERIOD.
           IF PH-GROSS-PAY NOT = RE-NEW-SALARY (MATCH-SUB)
               MOVE 'NO ' TO SALARY-MATCH
               PERFORM VARYING RE-SUB FROM EMP-FIRST-SUB BY 1
                   UNTIL RE-SUB > EMP-LAST-SUB
                   IF RE-OLD-SALARY (RE-SUB) = PH-GROSS-PAY
                       MOVE 'YES' TO SALARY-MATCH
                   END-IF
               END-PERFORM
               MOVE PH-GROSS-PAY TO WS-RTO-OLD-SALARY
               MOVE RE-NEW-SALARY (MATCH-SUB) TO WS-RTO-NEW-SALARY
               PERFORM FORMAT-PERIOD-KEY
               MOVE SPACES TO RETRO-REPORT-LINE
               IF SALARY-MATCH = 'NO '
                   ADD 1 TO REVIEW-COUNT
                   STRING PERIOD-KEY-TEXT DELIMITED BY SIZE
                       "SALARY PAID " DELIMITED BY SIZE
                       WS-RTO-OLD-SALARY DELIMITED BY SIZE
                       " NOT A PRIOR SALARY - REVIEW"
                       DELIMITED BY SIZE
                       INTO RETRO-REPORT-LINE
                   WRITE RETRO-REPORT-LINE
               ELSE
               IF PH-GROSS-PAY > RE-NEW-SALARY (MATCH-SUB)
                   ADD 1 TO DECREASE-COUNT
                   STRING PERIOD-KEY-TEXT DELIMITED BY SIZE
                       "SALARY " DELIMITED BY SIZE
                       WS-RTO-OLD-SALARY DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-RTO-NEW-SALARY DELIMITED BY SIZE
                       "  SALARY DECREASE - NOT RECOVERED"
                       DELIMITED BY SIZE
                       INTO RETRO-REPORT-LINE
                   WRITE RETRO-REPORT-LINE
               ELSE
                   COMPUTE PERIOD-RETRO =
                       RE-NEW-SALARY (MATCH-SUB) - PH-GROSS-PAY
                   PERFORM ADD-PERIOD-RETRO
                   MOVE PERIOD-RETRO TO WS-RTO-RETRO
                   STRING PERIOD-KEY-TEXT DELIMITED BY SIZE
                       "SALARY " DELIMITED BY SIZE
                       WS-RTO-OLD-SALARY DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-RTO-NEW-SALARY DELIMITED BY SIZE
                       "  RETRO " DELIMITED BY SIZE
                       WS-RTO-RETRO DELIMITED BY SIZE
                       INTO RETRO-REPORT-LINE
                   WRITE RETRO-REPORT-LINE
               END-IF
               END-IF
           END-IF.

       ADD-PERIOD-RETRO.
           ADD PERIOD-RETRO TO EMP-RETRO-GROSS.
           ADD 1 TO EMP-PERIOD-COUNT.
           ADD 1 TO RETRO-PERIOD-COUNT.

       FORMAT-PERIOD-KEY.
           MOVE PH-EMP-ID TO WS-RTO-EMP-ID.
           MOVE SPACES TO PERIOD-KEY-TEXT.
           STRING WS-RTO-EMP-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PH-PERIOD-END-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PH-RUN-NUMBER DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               INTO PERIOD-KEY-TEXT.

       PRINT-HOURLY-PERIOD.
           MOVE PH-HOURLY-RATE TO WS-RTO-OLD-RATE.
           MOVE RE-NEW-RATE (MATCH-SUB) TO WS-RTO-NEW-RATE.
           MOVE PERIOD-REGULAR TO WS-RTO-REGULAR.
           MOVE PERIOD-OVERTIME TO WS-RTO-OVERTIME.
           MOVE PERIOD-DOUBLETIME TO WS-RTO-DOUBLETIME.
           MOVE PERIOD-SHIFT TO WS-RTO-SHIFT.
           MOVE PERIOD-LEAVE TO WS-RTO-LEAVE.
           MOVE PERIOD-RETRO TO WS-RTO-RETRO.
           PERFORM FORMAT-PERIOD-KEY.
           MOVE SPACES TO RETRO-REPORT-LINE.
           STRING PERIOD-KEY-TEXT DELIMITED BY SIZE
               WS-RTO-OLD-RATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RTO-NEW-RATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RTO-REGULAR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RTO-OVERTIME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RTO-DOUBLETIME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RTO-SHIFT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RTO-LEAVE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RTO-RETRO DELIMITED BY SIZE
               INTO RETRO-REPORT-LINE.
           WRITE RETRO-REPORT-LINE.

       FINISH-EMPLOYEE-RETRO.
           IF EMP-RETRO-GROSS > 0
               PERFORM COMPUTE-RETRO-TAXES
               PERFORM WRITE-RETRO-ADJUSTMENT
               PERFORM PRINT-EMPLOYEE-TOTAL
               ADD 1 TO RETRO-EMP-COUNT
               ADD EMP-RETRO-GROSS TO TOTAL-RETRO-GROSS
               ADD RETRO-NET TO TOTAL-RETRO-NET
           END-IF.

       COMPUTE-RETRO-TAXES.
           COMPUTE RETRO-FED ROUNDED =
               EMP-RETRO-GROSS * SUP-FED-RATE.

           MOVE RE-WORK-STATE-CODE (EMP-LAST-SUB)
               TO SUPP-STATE-KEY.
           PERFORM FIND-SUPP-STATE.
           IF STATE-FOUND = 'YES'
               COMPUTE RETRO-STATE ROUNDED =
                   EMP-RETRO-GROSS * SUP-ST-RATE (STATE-SUB)
           ELSE
               MOVE 0 TO RETRO-STATE
               ADD 1 TO NO-STATE-RATE-COUNT
               MOVE SPACES TO RETRO-REPORT-LINE
               STRING "  *** NO SUPPLEMENTAL RATE FOR STATE "
                   DELIMITED BY SIZE
                   RE-WORK-STATE-CODE (EMP-LAST-SUB)
                   DELIMITED BY SIZE
                   " - STATE TAX NOT WITHHELD ***"
                   DELIMITED BY SIZE
                   INTO RETRO-REPORT-LINE
               WRITE RETRO-REPORT-LINE
           END-IF.

           MOVE 0 TO PRIOR-FICA-WAGES.
           IF YTD-MODE = 'YES'
               MOVE CURRENT-EMP-ID TO YTD-EMP-ID
               READ YTD-MASTER
                   INVALID KEY MOVE 0 TO PRIOR-FICA-WAGES
                   NOT INVALID KEY
                       MOVE YTD-FICA-WAGES TO PRIOR-FICA-WAGES
               END-READ
           END-IF.

           IF PRIOR-FICA-WAGES >= SS-WAGE-BASE
               MOVE 0 TO SS-BASE-REMAINING
           ELSE
               COMPUTE SS-BASE-REMAINING =
                   SS-WAGE-BASE - PRIOR-FICA-WAGES
           END-IF.

           IF EMP-RETRO-GROSS > SS-BASE-REMAINING
               MOVE SS-BASE-REMAINING TO FICA-SUBJECT-WAGES
           ELSE
               MOVE EMP-RETRO-GROSS TO FICA-SUBJECT-WAGES
           END-IF.

           COMPUTE RETRO-SS ROUNDED =
               FICA-SUBJECT-WAGES * SS-TAX-RATE.
           COMPUTE RETRO-MED ROUNDED =
               EMP-RETRO-GROSS * MED-TAX-RATE.

           COMPUTE RETRO-NET = EMP-RETRO-GROSS - RETRO-FED
               - RETRO-STATE - RETRO-SS - RETRO-MED.

       WRITE-RETRO-ADJUSTMENT.
           MOVE 'B' TO ADJ-ACTION.
           MOVE CURRENT-EMP-ID TO ADJ-EMP-ID.
           MOVE EMP-RETRO-GROSS TO ADJ-GROSS.
           MOVE RETRO-NET TO ADJ-NET.
           MOVE RETRO-FED TO ADJ-FED.
           MOVE RETRO-STATE TO ADJ-STATE.
           COMPUTE ADJ-DEDUCTIONS = RETRO-FED + RETRO-STATE
               + RETRO-SS + RETRO-MED.
           MOVE RE-ROUTING-NUMBER (EMP-LAST-SUB)
               TO ADJ-ROUTING-NUMBER.
           MOVE RE-ACCOUNT-NUMBER (EMP-LAST-SUB)
               TO ADJ-ACCOUNT-NUMBER.
           MOVE 0 TO ADJ-CHECK-NUMBER.
           MOVE RETRO-SS TO ADJ-SS.
           MOVE RETRO-MED TO ADJ-MED.
           MOVE FICA-SUBJECT-WAGES TO ADJ-FICA-WAGES.
           WRITE ADJUSTMENT-RECORD.

       PRINT-EMPLOYEE-TOTAL.
           MOVE CURRENT-EMP-ID TO WS-RTO-EMP-ID.
           MOVE EMP-PERIOD-COUNT TO WS-RTO-COUNT.
           MOVE EMP-RETRO-GROSS TO WS-RTO-RETRO.
           MOVE SPACES TO RETRO-REPORT-LINE.
           STRING "  TOTAL " DELIMITED BY SIZE
               WS-RTO-EMP-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RE-EMP-NAME (EMP-LAST-SUB) DELIMITED BY SIZE
               " PERIODS: " DELIMITED BY SIZE
               WS-RTO-COUNT DELIMITED BY SIZE
               "  RETRO GROSS: " DELIMITED BY SIZE
               WS-RTO-RETRO DELIMITED BY SIZE
               INTO RETRO-REPORT-LINE.
           WRITE RETRO-REPORT-LINE.

           MOVE RETRO-FED TO WS-RTO-FED.
           MOVE RETRO-STATE TO WS-RTO-STATE.
           MOVE RETRO-SS TO WS-RTO-SS.
           MOVE RETRO-MED TO WS-RTO-MED.
           MOVE RETRO-NET TO WS-RTO-NET.
           MOVE SPACES TO RETRO-REPORT-LINE.
           STRING "        FED: " DELIMITED BY SIZE
               WS-RTO-FED DELIMITED BY SIZE
               "  STATE: " DELIMITED BY SIZE
               WS-RTO-STATE DELIMITED BY SIZE
               "  SS: " DELIMITED BY SIZE
               WS-RTO-SS DELIMITED BY SIZE
               "  MED: " DELIMITED BY SIZE
               WS-RTO-MED DELIMITED BY SIZE
               "  NET: " DELIMITED BY SIZE
               WS-RTO-NET DELIMITED BY SIZE
               INTO RETRO-REPORT-LINE.
           WRITE RETRO-REPORT-LINE.

           MOVE SPACES TO RETRO-REPORT-LINE.
           WRITE RETRO-REPORT-LINE.

       REPORT-UNMATCHED-CHANGES.
           PERFORM VARYING RE-SUB FROM 1 BY 1
               UNTIL RE-SUB > RETRO-TABLE-COUNT
               IF RE-USED (RE-SUB) = 'NO '
                   ADD 1 TO UNMATCHED-COUNT
                   MOVE RE-EMP-ID (RE-SUB) TO WS-RTO-EMP-ID
                   MOVE SPACES TO RETRO-REPORT-LINE
                   STRING WS-RTO-EMP-ID DELIMITED BY SIZE
                       "  EFFECTIVE " DELIMITED BY SIZE
                       RE-EFFECTIVE-DATE (RE-SUB) DELIMITED BY SIZE
                       "  NO PAID PERIODS ON OR AFTER EFFECTIVE DATE"
                       DELIMITED BY SIZE
                       INTO RETRO-REPORT-LINE
                   WRITE RETRO-REPORT-LINE
               END-IF
           END-PERFORM.

       POST-RETRO-ADJUSTMENTS.
           OPEN EXTEND ADJUSTMENT-FILE.
           IF ADJ-FILE-STATUS = '35'
               OPEN OUTPUT ADJUSTMENT-FILE
           END-IF.
           IF ADJ-FILE-STATUS NOT = '00'
               DISPLAY "ADJUSTMENT FILE NOT AVAILABLE - STATUS "
                   ADJ-FILE-STATUS
               DISPLAY "RETRO PAYMENTS NOT POSTED - RETROADJ.DAT "
                   "AND RETROCHG.DAT KEPT."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT RETRO-ADJ-FILE.
           PERFORM READ-RETRO-ADJ.
           PERFORM UNTIL ADJ-EOF-FLAG = 'YES'
               MOVE ADJUSTMENT-RECORD TO ADJ-POST-RECORD
               WRITE ADJ-POST-RECORD
               ADD 1 TO POSTED-COUNT
               PERFORM READ-RETRO-ADJ
           END-PERFORM.
           CLOSE RETRO-ADJ-FILE.
           CLOSE ADJUSTMENT-FILE.

           OPEN OUTPUT RETRO-CHANGE-FILE.
           CLOSE RETRO-CHANGE-FILE.

           DISPLAY "RETRO PAYMENTS POSTED TO ADJTRANS.DAT: "
               POSTED-COUNT.
           DISPLAY "RETRO CHANGE QUEUE CLEARED.".

       READ-RETRO-ADJ.
           READ RETRO-ADJ-FILE
               AT END MOVE 'YES' TO ADJ-EOF-FLAG
           END-READ.

       PRINT-RETRO-HEADER.
           MOVE SPACES TO RETRO-REPORT-LINE.
           STRING "RETROACTIVE PAY CALCULATION" DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
               INTO RETRO-REPORT-LINE.
           WRITE RETRO-REPORT-LINE.

           MOVE SPACES TO RETRO-REPORT-LINE.
           WRITE RETRO-REPORT-LINE.

           MOVE SPACES TO RETRO-REPORT-LINE.
           STRING "   ID  PER END   RUN    PAID RT  NEW RT"
               DELIMITED BY SIZE
               "   REGULAR  OVERTIME DBLE TIME     SHIFT"
               DELIMITED BY SIZE
               "     LEAVE        RETRO" DELIMITED BY SIZE
               INTO RETRO-REPORT-LINE.
           WRITE RETRO-REPORT-LINE.

           MOVE SPACES TO RETRO-REPORT-LINE.
           WRITE RETRO-REPORT-LINE.

       PRINT-RETRO-TOTALS.
           MOVE SPACES TO RETRO-REPORT-LINE.
           WRITE RETRO-REPORT-LINE.

           MOVE RETRO-EMP-COUNT TO WS-RTO-COUNT.
           MOVE TOTAL-RETRO-GROSS TO WS-RTO-TOTAL.
           MOVE SPACES TO RETRO-REPORT-LINE.
           STRING "EMPLOYEES: " DELIMITED BY SIZE
               WS-RTO-COUNT DELIMITED BY SIZE
               "  TOTAL RETRO GROSS: " DELIMITED BY SIZE
               WS-RTO-TOTAL DELIMITED BY SIZE
               INTO RETRO-REPORT-LINE.
           WRITE RETRO-REPORT-LINE.

           MOVE TOTAL-RETRO-NET TO WS-RTO-TOTAL.
           MOVE SPACES TO RETRO-REPORT-LINE.
           STRING "                  TOTAL RETRO NET:   "
               DELIMITED BY SIZE
               WS-RTO-TOTAL DELIMITED BY SIZE
               INTO RETRO-REPORT-LINE.
           WRITE RETRO-REPORT-LINE.

           MOVE DECREASE-COUNT TO WS-RTO-COUNT.
           MOVE SPACES TO RETRO-REPORT-LINE.
           STRING "DECREASES NOT RECOVERED: " DELIMITED BY SIZE
               WS-RTO-COUNT DELIMITED BY SIZE
               INTO RETRO-REPORT-LINE.
           WRITE RETRO-REPORT-LINE.

           MOVE REVIEW-COUNT TO WS-RTO-COUNT.
           MOVE SPACES TO RETRO-REPORT-LINE.
           STRING "PERIODS FOR MANUAL REVIEW: " DELIMITED BY SIZE
               WS-RTO-COUNT DELIMITED BY SIZE
               INTO RETRO-REPORT-LINE.
           WRITE RETRO-REPORT-LINE.

           MOVE SPACES TO RETRO-REPORT-LINE.
           STRING "FEDERAL WITHHELD AT SUPPLEMENTAL RATE; "
               DELIMITED BY SIZE
               "SS AND MEDICARE POSTED TO YTD FICA."
               DELIMITED BY SIZE
               INTO RETRO-REPORT-LINE.
           WRITE RETRO-REPORT-LINE.
