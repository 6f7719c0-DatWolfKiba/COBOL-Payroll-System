       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEMOGRAPHIC-MASTER ASSIGN TO "DEMOMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-EMP-ID
               ALTERNATE RECORD KEY IS DM-SSN WITH DUPLICATES
               FILE STATUS IS DEMOGRAPHIC-FILE-STATUS.
           SELECT YTD-MASTER ASSIGN TO "YTDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT QUARTER-CONTROL-FILE ASSIGN TO "QTRCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QTR-CTL-STATUS.
           SELECT TAX-LIABILITY-FILE ASSIGN TO "TAXLEDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-LEDGER-STATUS.
           SELECT LEDGER-SORT-FILE ASSIGN TO "TLSORT.TMP".
           SELECT SORTED-LEDGER-FILE ASSIGN TO "TLSORTED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-DEPOSIT-FILE ASSIGN TO "TAXPAID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-PAID-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD DEMOGRAPHIC-MASTER.
           01 DEMOGRAPHIC-RECORD.
               05 DM-EMP-ID         PIC 9(5).
               05 DM-EMP-NAME       PIC A(30).
               05 DM-SSN            PIC 9(9).
               05 DM-ADDRESS-1      PIC X(30).
               05 DM-ADDRESS-2      PIC X(30).
               05 DM-CITY           PIC X(20).
               05 DM-STATE          PIC X(2).
               05 DM-ZIP-CODE       PIC X(5).
               05 DM-ZIP-EXT        PIC X(4).
               05 DM-BIRTH-DATE     PIC 9(8).
               05 DM-HIRE-DATE      PIC 9(8).
               05 DM-TERM-DATE      PIC 9(8).
               05 DM-EMPLOYMENT-STATUS PIC X(1).
               05 DM-WORK-STATE-CODE PIC X(2).

           FD YTD-MASTER.
           01 YTD-RECORD.
               05 QX-MED-TAX        PIC 9(9)V99.
               05 QX-FICA-WAGES     PIC 9(9)V99.
               05 QX-SUTA-WAGES     PIC 9(9)V99.
               05 QX-SSN            PIC 9(9).
               05 QX-ADDRESS-1      PIC X(30).
               05 QX-ADDRESS-2      PIC X(30).
               05 QX-CITY           PIC X(20).
               05 QX-STATE          PIC X(2).
               05 QX-ZIP-CODE       PIC X(5).
               05 QX-ZIP-EXT        PIC X(4).

           FD QTR-REPORT.
           01 QTR-REPORT-LINE       PIC X(90).
               05 QC-YEAR           PIC 9(4).
               05 QC-QTR-STATUS OCCURS 4 TIMES PIC X(1).

           FD TAX-LIABILITY-FILE.
           01 TAX-LIABILITY-RECORD.
               05 TL-CHECK-DATE     PIC 9(8).
               05 TL-RUN-NUMBER     PIC 9(4).
               05 TL-RUN-MODE       PIC X(1).
               05 TL-TAX-TYPE       PIC X(4).
               05 TL-STATE          PIC X(2).
               05 TL-AMOUNT         PIC S9(9)V99
                   SIGN IS LEADING SEPARATE.
               05 TL-EMP-ID         PIC 9(5).
               05 TL-POSTED-DATE    PIC 9(8).

           SD LEDGER-SORT-FILE.
           01 LEDGER-SORT-RECORD.
               05 TLS-CHECK-DATE    PIC 9(8).
               05 TLS-RUN-NUMBER    PIC 9(4).
               05 TLS-RUN-MODE      PIC X(1).
               05 TLS-TAX-TYPE      PIC X(4).
               05 TLS-STATE         PIC X(2).
               05 TLS-AMOUNT        PIC S9(9)V99
                   SIGN IS LEADING SEPARATE.
               05 TLS-EMP-ID        PIC 9(5).
               05 TLS-POSTED-DATE   PIC 9(8).

           FD SORTED-LEDGER-FILE.
           01 SORTED-LEDGER-RECORD.
               05 STL-CHECK-DATE    PIC 9(8).
               05 STL-CHECK-DATE-PARTS REDEFINES STL-CHECK-DATE.
                   10 STL-CHK-YYYY  PIC 9(4).
                   10 STL-CHK-MM    PIC 9(2).
                   10 STL-CHK-DD    PIC 9(2).
               05 STL-RUN-NUMBER    PIC 9(4).
               05 STL-RUN-MODE      PIC X(1).
               05 STL-TAX-TYPE      PIC X(4).
               05 STL-STATE         PIC X(2).
               05 STL-AMOUNT        PIC S9(9)V99
                   SIGN IS LEADING SEPARATE.
               05 STL-EMP-ID        PIC 9(5).
               05 STL-POSTED-DATE   PIC 9(8).

           FD TAX-DEPOSIT-FILE.
           01 TAX-DEPOSIT-RECORD.
               05 TP-TAX-GROUP      PIC X(4).
               05 TP-STATE          PIC X(2).
               05 TP-TAX-QTR        PIC 9(5).
               05 TP-DUE-DATE       PIC 9(8).
               05 TP-PAID-DATE      PIC 9(8).
               05 TP-AMOUNT         PIC 9(9)V99.
               05 TP-REFERENCE      PIC X(15).

       WORKING-STORAGE SECTION.
           01 QTR-CTL-STATUS       PIC X(2).
           01 CLOSE-CONFIRM        PIC X(1).
           01 REPORT-QUARTER       PIC 9(1).
           01 YTD-FILE-STATUS      PIC X(2).
           01 YTD-EOF-FLAG         PIC X(3) VALUE 'NO'.
           01 DEMOGRAPHIC-FILE-STATUS PIC X(2).
           01 DEMO-FOUND           PIC X(3) VALUE 'NO'.
           01 STATEMENT-NAME       PIC X(30).
           01 STATEMENT-STATE      PIC X(2).
           01 QTR-EMP-COUNT        PIC 9(5) VALUE 0.
           01 NO-DEMO-COUNT        PIC 9(5) VALUE 0.
           01 NO-SSN-COUNT         PIC 9(5) VALUE 0.
           01 TOTAL-Q-WAGES        PIC 9(11)V99 VALUE 0.
           01 TOTAL-Q-FED          PIC 9(11)V99 VALUE 0.
           01 TOTAL-Q-SS-WAGES     PIC 9(11)V99 VALUE 0.
           01 TOTAL-Q-SS-TAX       PIC 9(11)V99 VALUE 0.
           01 TOTAL-Q-MED-TAX      PIC 9(11)V99 VALUE 0.
           01 TOTAL-Q-SUTA-WAGES   PIC 9(11)V99 VALUE 0.
           01 TAX-LEDGER-STATUS    PIC X(2).
           01 TAX-PAID-STATUS      PIC X(2).
           01 LEDGER-EOF-FLAG      PIC X(3) VALUE 'NO'.
           01 PAID-EOF-FLAG        PIC X(3) VALUE 'NO'.
           01 LEDGER-AVAILABLE     PIC X(3) VALUE 'NO'.
           01 DEPOSITS-AVAILABLE   PIC X(3) VALUE 'NO'.
           01 TAX-YEAR             PIC 9(4).
           01 REPORT-TAX-QTR       PIC 9(5).
           01 LEDGER-MONTH         PIC 9(1).
           01 PREV-LEDGER-KEY.
               05 PREV-STATE        PIC X(2).
               05 PREV-CHECK-DATE   PIC 9(8).
               05 PREV-RUN-NUMBER   PIC 9(4).
               05 PREV-EMP-ID       PIC 9(5).
               05 PREV-TAX-TYPE     PIC X(4).
           01 LEDGER-MONTH-TABLE.
               05 LEDGER-MONTH-LIABILITY OCCURS 3 TIMES
                   PIC S9(11)V99.
           01 LEDGER-941-TOTAL     PIC S9(11)V99 VALUE 0.
           01 LIABILITY-941        PIC S9(11)V99 VALUE 0.
           01 DEPOSIT-941-COUNT    PIC 9(5) VALUE 0.
           01 DEPOSIT-941-TOTAL    PIC S9(11)V99 VALUE 0.
           01 BALANCE-941          PIC S9(11)V99 VALUE 0.
           01 LEDGER-941-DIFF      PIC S9(11)V99 VALUE 0.
           01 DEPOSIT-SHORT-FLAG   PIC X(3) VALUE 'NO'.
           01 LEDGER-DIFF-FLAG     PIC X(3) VALUE 'NO'.
           01 WS-CURRENT-DATE.
               05 WS-CD-YYYY        PIC 9(4).
               05 WS-CD-MM          PIC 9(2).
           01 WS-QTR-SUTA          PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-QTR-COUNT         PIC ZZZZ9.
           01 WS-TOT-AMT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-TOT-SIGNED        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
               " after extract? (Y/N): ".
           ACCEPT CLOSE-CONFIRM.

           OPEN INPUT YTD-MASTER.

           IF YTD-FILE-STATUS NOT = '00'
               DISPLAY "YTD MASTER NOT AVAILABLE - STATUS "
                   YTD-FILE-STATUS
               DISPLAY "QUARTERLY RUN ABANDONED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT DEMOGRAPHIC-MASTER.
           IF DEMOGRAPHIC-FILE-STATUS NOT = '00'
               DISPLAY "DEMOGRAPHIC MASTER NOT AVAILABLE - STATUS "
                   DEMOGRAPHIC-FILE-STATUS
               DISPLAY "QUARTERLY RUN ABANDONED."
               CLOSE YTD-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM GET-TAX-YEAR.

           OPEN OUTPUT QTR-EXTRACT-FILE.
           OPEN OUTPUT QTR-REPORT.


           PERFORM PRINT-QTR-HEADER.

           MOVE 0 TO YTD-EMP-ID.
           START YTD-MASTER KEY NOT < YTD-EMP-ID
               INVALID KEY MOVE 'YES' TO YTD-EOF-FLAG
           PERFORM UNTIL YTD-EOF-FLAG = 'YES'
               IF YTD-Q-GROSS (REPORT-QUARTER) > 0
                   OR YTD-Q-SUTA-WAGES (REPORT-QUARTER) > 0
                   PERFORM GET-DEMOGRAPHICS
                   PERFORM WRITE-QTR-EXTRACT
                   PERFORM PRINT-QTR-DETAIL
               END-IF
           END-PERFORM.

           PERFORM PRINT-941-SUMMARY.
           PERFORM RECONCILE-941-DEPOSITS.

           CLOSE DEMOGRAPHIC-MASTER.
           CLOSE YTD-MASTER.
           CLOSE QTR-EXTRACT-FILE.
           CLOSE QTR-REPORT.
           END-IF.

           DISPLAY "EMPLOYEES EXTRACTED: " QTR-EMP-COUNT.
           IF NO-DEMO-COUNT > 0
               DISPLAY "WARNING - " NO-DEMO-COUNT
                   " YTD RECORDS NOT ON DEMOGRAPHIC MASTER"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF NO-SSN-COUNT > 0
               DISPLAY "WARNING - " NO-SSN-COUNT
                   " EMPLOYEES HAVE NO SSN ON FILE"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF DEPOSIT-SHORT-FLAG = 'YES'
               DISPLAY "WARNING - 941 DEPOSITS SHORT OF LIABILITY - "
                   "SEE QTRRPT.TXT"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF LEDGER-DIFF-FLAG = 'YES'
               DISPLAY "WARNING - TAX LIABILITY LEDGER DOES NOT "
                   "AGREE WITH 941 TOTALS"
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "QUARTERLY PROCESSING COMPLETED.".

               AT END MOVE 'YES' TO YTD-EOF-FLAG
           END-READ.

       GET-DEMOGRAPHICS.
           MOVE YTD-EMP-ID TO DM-EMP-ID.
           READ DEMOGRAPHIC-MASTER
               INVALID KEY MOVE 'NO ' TO DEMO-FOUND
               NOT INVALID KEY MOVE 'YES' TO DEMO-FOUND
           END-READ.
           IF DEMO-FOUND = 'NO '
               ADD 1 TO NO-DEMO-COUNT
               MOVE YTD-EMP-ID TO DM-EMP-ID
               MOVE "NOT ON DEMOGRAPHIC MASTER" TO DM-EMP-NAME
               MOVE 0 TO DM-SSN
               MOVE SPACES TO DM-ADDRESS-1
               MOVE SPACES TO DM-ADDRESS-2
               MOVE SPACES TO DM-CITY
               MOVE SPACES TO DM-STATE
               MOVE SPACES TO DM-ZIP-CODE
               MOVE SPACES TO DM-ZIP-EXT
               MOVE "??" TO DM-WORK-STATE-CODE
           ELSE
               IF DM-SSN NOT NUMERIC OR DM-SSN = 0
                   ADD 1 TO NO-SSN-COUNT
                   MOVE 0 TO DM-SSN
               END-IF
           END-IF.

       WRITE-QTR-EXTRACT.
           ADD 1 TO QTR-EMP-COUNT.
           MOVE DM-EMP-NAME TO STATEMENT-NAME.
           MOVE DM-WORK-STATE-CODE TO STATEMENT-STATE.

           MOVE REPORT-QUARTER TO QX-QUARTER.
           MOVE YTD-EMP-ID TO QX-EMP-ID.
               TO QX-FICA-WAGES.
           MOVE YTD-Q-SUTA-WAGES (REPORT-QUARTER)
               TO QX-SUTA-WAGES.
           MOVE DM-SSN TO QX-SSN.
           MOVE DM-ADDRESS-1 TO QX-ADDRESS-1.
           MOVE DM-ADDRESS-2 TO QX-ADDRESS-2.
           MOVE DM-CITY TO QX-CITY.
           MOVE DM-STATE TO QX-STATE.
           MOVE DM-ZIP-CODE TO QX-ZIP-CODE.
           MOVE DM-ZIP-EXT TO QX-ZIP-EXT.
           WRITE QTR-EXTRACT-RECORD.

           ADD YTD-Q-GROSS (REPORT-QUARTER) TO TOTAL-Q-WAGES.
               INTO QTR-REPORT-LINE.
           WRITE QTR-REPORT-LINE.

       GET-TAX-YEAR.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           MOVE WS-CD-YYYY TO TAX-YEAR.
           OPEN INPUT QUARTER-CONTROL-FILE.
           IF QTR-CTL-STATUS = '00'
               READ QUARTER-CONTROL-FILE
                   NOT AT END
                       IF QC-YEAR NUMERIC AND QC-YEAR > 0
                           MOVE QC-YEAR TO TAX-YEAR
                       END-IF
               END-READ
               CLOSE QUARTER-CONTROL-FILE
           END-IF.
           COMPUTE REPORT-TAX-QTR = (TAX-YEAR * 10) + REPORT-QUARTER.

       RECONCILE-941-DEPOSITS.
           COMPUTE LIABILITY-941 = TOTAL-Q-FED
               + (TOTAL-Q-SS-TAX * 2) + (TOTAL-Q-MED-TAX * 2).
           MOVE 0 TO LEDGER-MONTH-LIABILITY (1).
           MOVE 0 TO LEDGER-MONTH-LIABILITY (2).
           MOVE 0 TO LEDGER-MONTH-LIABILITY (3).

           OPEN INPUT TAX-LIABILITY-FILE.
           IF TAX-LEDGER-STATUS = '00'
               CLOSE TAX-LIABILITY-FILE
               MOVE 'YES' TO LEDGER-AVAILABLE
               SORT LEDGER-SORT-FILE
                   ON ASCENDING KEY TLS-STATE TLS-CHECK-DATE
                       TLS-RUN-NUMBER TLS-EMP-ID TLS-TAX-TYPE
                   USING TAX-LIABILITY-FILE
                   GIVING SORTED-LEDGER-FILE
               MOVE SPACES TO PREV-LEDGER-KEY
               OPEN INPUT SORTED-LEDGER-FILE
               PERFORM READ-SORTED-LEDGER
               PERFORM UNTIL LEDGER-EOF-FLAG = 'YES'
                   PERFORM ADD-LEDGER-LIABILITY
                   PERFORM READ-SORTED-LEDGER
               END-PERFORM
               CLOSE SORTED-LEDGER-FILE
           ELSE
               DISPLAY "No tax liability ledger - monthly liability "
                   "not reported."
           END-IF.

           OPEN INPUT TAX-DEPOSIT-FILE.
           IF TAX-PAID-STATUS = '00'
               MOVE 'YES' TO DEPOSITS-AVAILABLE
               PERFORM READ-TAX-DEPOSIT
               PERFORM UNTIL PAID-EOF-FLAG = 'YES'
                   IF TP-TAX-GROUP = '941 '
                       AND TP-TAX-QTR NUMERIC
                       AND TP-AMOUNT NUMERIC
                       AND TP-TAX-QTR = REPORT-TAX-QTR
                       ADD 1 TO DEPOSIT-941-COUNT
                       ADD TP-AMOUNT TO DEPOSIT-941-TOTAL
                   END-IF
                   PERFORM READ-TAX-DEPOSIT
               END-PERFORM
               CLOSE TAX-DEPOSIT-FILE
           ELSE
               DISPLAY "No tax deposits on file - 941 treated as "
                   "undeposited."
           END-IF.

           COMPUTE BALANCE-941 = LIABILITY-941 - DEPOSIT-941-TOTAL.
           IF BALANCE-941 > 0
               MOVE 'YES' TO DEPOSIT-SHORT-FLAG
           END-IF.
           IF LEDGER-AVAILABLE = 'YES'
               COMPUTE LEDGER-941-DIFF =
                   LEDGER-941-TOTAL - LIABILITY-941
               IF LEDGER-941-DIFF NOT = 0
                   MOVE 'YES' TO LEDGER-DIFF-FLAG
               END-IF
           END-IF.

           PERFORM PRINT-941-RECONCILIATION.

       READ-SORTED-LEDGER.
           READ SORTED-LEDGER-FILE
               AT END MOVE 'YES' TO LEDGER-EOF-FLAG
           END-READ.

       ADD-LEDGER-LIABILITY.
           IF STL-CHECK-DATE NUMERIC
               AND STL-AMOUNT NUMERIC
               AND STL-EMP-ID NUMERIC
               AND STL-STATE = SPACES
               AND (STL-TAX-TYPE = 'FIT ' OR 'SSEE'
                   OR 'MDEE' OR 'FICR')
               AND STL-CHK-YYYY = TAX-YEAR
               AND (STL-CHK-MM + 2) / 3 = REPORT-QUARTER
               IF STL-EMP-ID = 0 AND PREV-EMP-ID = 0
                   AND STL-STATE = PREV-STATE
                   AND STL-CHECK-DATE = PREV-CHECK-DATE
                   AND STL-RUN-NUMBER = PREV-RUN-NUMBER
                   AND STL-TAX-TYPE = PREV-TAX-TYPE
                   CONTINUE
               ELSE
                   COMPUTE LEDGER-MONTH = STL-CHK-MM
                       - ((REPORT-QUARTER - 1) * 3)
                   ADD STL-AMOUNT
                       TO LEDGER-MONTH-LIABILITY (LEDGER-MONTH)
                   ADD STL-AMOUNT TO LEDGER-941-TOTAL
               END-IF
               MOVE STL-STATE TO PREV-STATE
               MOVE STL-CHECK-DATE TO PREV-CHECK-DATE
               MOVE STL-RUN-NUMBER TO PREV-RUN-NUMBER
               MOVE STL-EMP-ID TO PREV-EMP-ID
               MOVE STL-TAX-TYPE TO PREV-TAX-TYPE
           END-IF.

       READ-TAX-DEPOSIT.
           READ TAX-DEPOSIT-FILE
               AT END MOVE 'YES' TO PAID-EOF-FLAG
           END-READ.

       PRINT-941-RECONCILIATION.
           MOVE SPACES TO QTR-REPORT-LINE.
           WRITE QTR-REPORT-LINE.

           MOVE SPACES TO QTR-REPORT-LINE.
           STRING "FORM 941 DEPOSIT RECONCILIATION - " DELIMITED BY SIZE
               TAX-YEAR DELIMITED BY SIZE
               " QUARTER " DELIMITED BY SIZE
               REPORT-QUARTER DELIMITED BY SIZE
               INTO QTR-REPORT-LINE.
           WRITE QTR-REPORT-LINE.

           MOVE LIABILITY-941 TO WS-TOT-SIGNED.
           MOVE SPACES TO QTR-REPORT-LINE.
           STRING "TOTAL TAXES AFTER ADJUSTMENTS (FIT + 2 X FICA): "
               DELIMITED BY SIZE
               WS-TOT-SIGNED DELIMITED BY SIZE
               INTO QTR-REPORT-LINE.
           WRITE QTR-REPORT-LINE.

           IF LEDGER-AVAILABLE = 'YES'
               MOVE LEDGER-MONTH-LIABILITY (1) TO WS-TOT-SIGNED
               MOVE SPACES TO QTR-REPORT-LINE
               STRING "MONTH 1 LIABILITY (LEDGER): " DELIMITED BY SIZE
                   WS-TOT-SIGNED DELIMITED BY SIZE
                   INTO QTR-REPORT-LINE
               WRITE QTR-REPORT-LINE
               MOVE LEDGER-MONTH-LIABILITY (2) TO WS-TOT-SIGNED
               MOVE SPACES TO QTR-REPORT-LINE
               STRING "MONTH 2 LIABILITY (LEDGER): " DELIMITED BY SIZE
                   WS-TOT-SIGNED DELIMITED BY SIZE
                   INTO QTR-REPORT-LINE
               WRITE QTR-REPORT-LINE
               MOVE LEDGER-MONTH-LIABILITY (3) TO WS-TOT-SIGNED
               MOVE SPACES TO QTR-REPORT-LINE
               STRING "MONTH 3 LIABILITY (LEDGER): " DELIMITED BY SIZE
                   WS-TOT-SIGNED DELIMITED BY SIZE
                   INTO QTR-REPORT-LINE
               WRITE QTR-REPORT-LINE
               MOVE LEDGER-941-TOTAL TO WS-TOT-SIGNED
               MOVE SPACES TO QTR-REPORT-LINE
               STRING "TOTAL LIABILITY FOR QUARTER (LEDGER): "
                   DELIMITED BY SIZE
                   WS-TOT-SIGNED DELIMITED BY SIZE
                   INTO QTR-REPORT-LINE
               WRITE QTR-REPORT-LINE
               IF LEDGER-DIFF-FLAG = 'YES'
                   MOVE LEDGER-941-DIFF TO WS-TOT-SIGNED
                   MOVE SPACES TO QTR-REPORT-LINE
                   STRING "*** LEDGER DIFFERS FROM 941 TOTALS BY: "
                       DELIMITED BY SIZE
                       WS-TOT-SIGNED DELIMITED BY SIZE
                       INTO QTR-REPORT-LINE
                   WRITE QTR-REPORT-LINE
               END-IF
           ELSE
               MOVE SPACES TO QTR-REPORT-LINE
               STRING "NO TAX LIABILITY LEDGER - MONTHLY LIABILITY "
                   DELIMITED BY SIZE
                   "NOT AVAILABLE" DELIMITED BY SIZE
                   INTO QTR-REPORT-LINE
               WRITE QTR-REPORT-LINE
           END-IF.

           MOVE DEPOSIT-941-COUNT TO WS-QTR-COUNT.
           MOVE DEPOSIT-941-TOTAL TO WS-TOT-SIGNED.
           MOVE SPACES TO QTR-REPORT-LINE.
           STRING "TOTAL DEPOSITS FOR QUARTER (" DELIMITED BY SIZE
               WS-QTR-COUNT DELIMITED BY SIZE
               "): " DELIMITED BY SIZE
               WS-TOT-SIGNED DELIMITED BY SIZE
               INTO QTR-REPORT-LINE.
           WRITE QTR-REPORT-LINE.

           MOVE SPACES TO QTR-REPORT-LINE.
           IF BALANCE-941 < 0
               COMPUTE WS-TOT-SIGNED = 0 - BALANCE-941
               STRING "OVERPAYMENT: " DELIMITED BY SIZE
                   WS-TOT-SIGNED DELIMITED BY SIZE
                   INTO QTR-REPORT-LINE
           ELSE
               MOVE BALANCE-941 TO WS-TOT-SIGNED
               IF DEPOSIT-SHORT-FLAG = 'YES'
                   STRING "*** BALANCE DUE: " DELIMITED BY SIZE
                       WS-TOT-SIGNED DELIMITED BY SIZE
                       INTO QTR-REPORT-LINE
               ELSE
                   STRING "BALANCE DUE: " DELIMITED BY SIZE
                       WS-TOT-SIGNED DELIMITED BY SIZE
                       INTO QTR-REPORT-LINE
               END-IF
           END-IF.
           WRITE QTR-REPORT-LINE.

       CLOSE-QUARTER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           OPEN INPUT QUARTER-CONTROL-FILE.
