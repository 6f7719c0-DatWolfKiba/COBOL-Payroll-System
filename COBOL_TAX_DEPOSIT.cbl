       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXDEP.
       AUTHOR. Jade Doumani.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPOSIT-SCHEDULE-FILE ASSIGN TO "DEPSCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEP-SCHED-STATUS.
           SELECT TAX-LIABILITY-FILE ASSIGN TO "TAXLEDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-LEDGER-STATUS.
           SELECT LEDGER-SORT-FILE ASSIGN TO "TLSORT.TMP".
           SELECT SORTED-LEDGER-FILE ASSIGN TO "TLSORTED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-DEPOSIT-FILE ASSIGN TO "TAXPAID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-PAID-STATUS.
           SELECT EFTPS-FILE ASSIGN TO "EFTPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATE-PAYMENT-FILE ASSIGN TO "STPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUE-DATE-REPORT ASSIGN TO "TAXDUE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD DEPOSIT-SCHEDULE-FILE.
           01 DEPOSIT-SCHEDULE-RECORD.
               05 DS-JURISDICTION   PIC X(2).
               05 DS-SCHEDULE       PIC X(1).
               05 DS-DUE-DAY        PIC 9(2).
               05 DS-NEXT-DAY-LIMIT PIC 9(9)V99.
               05 DS-ACCOUNT-ID     PIC X(15).
               05 DS-SUI-ACCOUNT-ID PIC X(15).

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

           FD EFTPS-FILE.
           01 EFTPS-RECORD.
               05 EF-TAXPAYER-ID    PIC X(15).
               05 EF-TAX-FORM       PIC X(4).
               05 EF-TAX-PERIOD     PIC 9(6).
               05 EF-SETTLEMENT-DATE PIC 9(8).
               05 EF-AMOUNT         PIC 9(9)V99.
               05 EF-DUE-DATE       PIC 9(8).
               05 EF-REFERENCE      PIC X(15).

           FD STATE-PAYMENT-FILE.
           01 STATE-PAYMENT-RECORD.
               05 SP-STATE          PIC X(2).
               05 SP-TAX-TYPE       PIC X(4).
               05 SP-ACCOUNT-ID     PIC X(15).
               05 SP-TAX-PERIOD     PIC 9(6).
               05 SP-PERIOD-FROM    PIC 9(8).
               05 SP-PERIOD-TO      PIC 9(8).
               05 SP-SETTLEMENT-DATE PIC 9(8).
               05 SP-AMOUNT         PIC 9(9)V99.
               05 SP-DUE-DATE       PIC 9(8).
               05 SP-REFERENCE      PIC X(15).

           FD DUE-DATE-REPORT.
           01 DUE-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
           01 DEP-SCHED-STATUS     PIC X(2).
           01 TAX-LEDGER-STATUS    PIC X(2).
           01 TAX-PAID-STATUS      PIC X(2).
           01 AS-OF-DATE           PIC 9(8).
           01 AS-OF-DATE-PARTS REDEFINES AS-OF-DATE.
               05 AS-OF-YYYY        PIC 9(4).
               05 AS-OF-MM          PIC 9(2).
               05 AS-OF-DD          PIC 9(2).
           01 POST-CONFIRM         PIC X(1).
           01 DEPOSITS-POSTED      PIC X(3) VALUE 'NO'.
           01 RUN-DATE-NUM         PIC 9(8).
           01 DEPOSIT-WINDOW-DAYS  PIC 9(2) VALUE 7.
           01 DEPOSIT-CUTOFF-DATE  PIC 9(8).
           01 FUTA-DEPOSIT-MINIMUM PIC 9(5)V99 VALUE 500.00.
           01 SCHED-EOF-FLAG       PIC X(3) VALUE 'NO'.
           01 LEDGER-EOF-FLAG      PIC X(3) VALUE 'NO'.
           01 PAID-EOF-FLAG        PIC X(3) VALUE 'NO'.
           01 FED-SCHEDULE         PIC X(1) VALUE 'M'.
           01 FED-DUE-DAY          PIC 9(2) VALUE 15.
           01 FED-NEXT-DAY-LIMIT   PIC 9(9)V99 VALUE 100000.00.
           01 FED-ACCOUNT-ID       PIC X(15) VALUE SPACES.
           01 SCHEDULE-COUNT       PIC 9(2) VALUE 0.
           01 SCHEDULE-TABLE.
               05 SCHEDULE-ENTRY OCCURS 60 TIMES.
                   10 SCH-JURISDICTION PIC X(2).
                   10 SCH-SCHEDULE  PIC X(1).
                   10 SCH-DUE-DAY   PIC 9(2).
                   10 SCH-NEXT-DAY-LIMIT PIC 9(9)V99.
                   10 SCH-ACCOUNT-ID PIC X(15).
                   10 SCH-SUI-ACCOUNT-ID PIC X(15).
           01 SCH-SUB              PIC 9(2).
           01 SCH-FOUND            PIC X(3).
           01 CUR-STATE            PIC X(2).
           01 CUR-SCHEDULE         PIC X(1).
           01 CUR-DUE-DAY          PIC 9(2).
           01 CUR-NEXT-DAY-LIMIT   PIC 9(9)V99.
           01 CUR-ACCOUNT-ID       PIC X(15).
           01 CUR-SUI-ACCOUNT-ID   PIC X(15).
           01 CUR-SWITCH-YEAR      PIC 9(4).
           01 CUR-WH-GROUP         PIC X(4).
           01 CUR-QTR-GROUP        PIC X(4).
           01 EFFECTIVE-SCHEDULE   PIC X(1).
           01 FIRST-LEDGER-FLAG    PIC X(3) VALUE 'YES'.
           01 LAST-CHECK-DATE      PIC 9(8).
           01 PREV-LEDGER-KEY.
               05 PREV-STATE        PIC X(2).
               05 PREV-CHECK-DATE   PIC 9(8).
               05 PREV-RUN-NUMBER   PIC 9(4).
               05 PREV-EMP-ID       PIC 9(5).
               05 PREV-TAX-TYPE     PIC X(4).
           01 WH-OPEN              PIC X(3).
           01 WH-DUE-DATE          PIC 9(8).
           01 WH-TAX-QTR           PIC 9(5).
           01 WH-FROM-DATE         PIC 9(8).
           01 WH-TO-DATE           PIC 9(8).
           01 WH-RULE              PIC X(4).
           01 WH-AMOUNT            PIC S9(9)V99.
           01 QG-OPEN              PIC X(3).
           01 QG-TAX-QTR           PIC 9(5).
           01 QG-FROM-DATE         PIC 9(8).
           01 QG-TO-DATE           PIC 9(8).
           01 QG-AMOUNT            PIC S9(9)V99.
           01 FUTA-CARRY           PIC S9(9)V99.
           01 FUTA-CARRY-FROM      PIC 9(8).
           01 FUTA-CARRY-QTR       PIC 9(5).
           01 FUTA-CARRIED-TOTAL   PIC S9(9)V99 VALUE 0.
           01 EMIT-GROUP           PIC X(4).
           01 EMIT-DUE-DATE        PIC 9(8).
           01 EMIT-TAX-QTR         PIC 9(5).
           01 EMIT-FROM-DATE       PIC 9(8).
           01 EMIT-TO-DATE         PIC 9(8).
           01 EMIT-RULE            PIC X(4).
           01 EMIT-AMOUNT          PIC S9(9)V99.
           01 EMIT-ACCOUNT-ID      PIC X(15).
           01 OBLIGATION-COUNT     PIC 9(4) VALUE 0.
           01 OBLIGATION-TABLE.
               05 OBLIGATION-ENTRY OCCURS 3000 TIMES.
                   10 OB-TAX-GROUP  PIC X(4).
                   10 OB-STATE      PIC X(2).
                   10 OB-TAX-QTR    PIC 9(5).
                   10 OB-DUE-DATE   PIC 9(8).
                   10 OB-FROM-DATE  PIC 9(8).
                   10 OB-TO-DATE    PIC 9(8).
                   10 OB-RULE       PIC X(4).
                   10 OB-LIABILITY  PIC S9(9)V99.
                   10 OB-PAID       PIC S9(9)V99.
                   10 OB-LAST-PAID-DATE PIC 9(8).
                   10 OB-DEPOSIT    PIC 9(9)V99.
                   10 OB-SETTLE-DATE PIC 9(8).
                   10 OB-ACCOUNT-ID PIC X(15).
           01 OB-SUB               PIC 9(4).
           01 OB-FOUND             PIC X(3).
           01 OB-BALANCE           PIC S9(9)V99.
           01 OB-STATUS            PIC X(10).
           01 OB-FLAGGED           PIC X(3).
           01 BASE-DATE            PIC 9(8).
           01 BASE-DATE-PARTS REDEFINES BASE-DATE.
               05 BASE-YYYY         PIC 9(4).
               05 BASE-MM           PIC 9(2).
               05 BASE-DD           PIC 9(2).
           01 CALC-DATE            PIC 9(8).
           01 CALC-DATE-PARTS REDEFINES CALC-DATE.
               05 CALC-YYYY         PIC 9(4).
               05 CALC-MM           PIC 9(2).
               05 CALC-DD           PIC 9(2).
           01 CALC-DAY-NUMBER      PIC 9(7).
           01 CALC-QUOTIENT        PIC 9(7).
           01 CALC-WEEKDAY         PIC 9(1).
           01 CALC-QUARTER         PIC 9(1).
           01 CALC-QTR-KEY         PIC 9(5).
           01 CALC-DUE-DATE        PIC 9(8).
           01 CALC-RULE            PIC X(4).
           01 QTR-YEAR             PIC 9(4).
           01 QTR-NUMBER           PIC 9(1).
           01 QTR-DUE-DAY          PIC 9(2).
           01 TAX-PERIOD-WORK      PIC 9(6).
           01 DEPOSIT-SEQUENCE     PIC 9(5) VALUE 0.
           01 DEPOSIT-REFERENCE    PIC X(15).
           01 LEDGER-READ-COUNT    PIC 9(7) VALUE 0.
           01 DUPLICATE-COUNT      PIC 9(5) VALUE 0.
           01 UNREADABLE-COUNT     PIC 9(5) VALUE 0.
           01 SWITCH-COUNT         PIC 9(3) VALUE 0.
           01 LIABILITY-TOTAL      PIC S9(11)V99 VALUE 0.
           01 PAID-ON-FILE-COUNT   PIC 9(5) VALUE 0.
           01 PAID-ON-FILE-TOTAL   PIC S9(11)V99 VALUE 0.
           01 UNMATCHED-COUNT      PIC 9(5) VALUE 0.
           01 UNMATCHED-TOTAL      PIC S9(11)V99 VALUE 0.
           01 EFTPS-COUNT          PIC 9(5) VALUE 0.
           01 EFTPS-TOTAL          PIC S9(11)V99 VALUE 0.
           01 STATE-PAY-COUNT      PIC 9(5) VALUE 0.
           01 STATE-PAY-TOTAL      PIC S9(11)V99 VALUE 0.
           01 LATE-COUNT           PIC 9(5) VALUE 0.
           01 LATE-TOTAL           PIC S9(11)V99 VALUE 0.
           01 PAID-LATE-COUNT      PIC 9(5) VALUE 0.
           01 PAID-LATE-TOTAL      PIC S9(11)V99 VALUE 0.
           01 NO-STATE-COUNT       PIC 9(5) VALUE 0.
           01 NO-ACCOUNT-COUNT     PIC 9(5) VALUE 0.
           01 UNMATCHED-HEADER-DONE PIC X(3) VALUE 'NO'.
           01 WS-CURRENT-DATE.
               05 WS-CD-YYYY        PIC 9(4).
               05 WS-CD-MM          PIC 9(2).
               05 WS-CD-DD          PIC 9(2).
           01 WS-RUN-DATE-DISPLAY  PIC X(10).
           01 WS-DEP-QTR           PIC X(6).
           01 WS-DEP-LIABILITY     PIC ZZ,ZZZ,ZZ9.99-.
           01 WS-DEP-PAID          PIC ZZ,ZZZ,ZZ9.99-.
           01 WS-DEP-BALANCE       PIC ZZ,ZZZ,ZZ9.99-.
           01 WS-DEP-DEPOSIT       PIC ZZ,ZZZ,ZZ9.99-.
           01 WS-DEP-SETTLE        PIC X(8).
           01 WS-DEP-FLAG          PIC X(4).
           01 WS-DEP-LIMIT         PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-DEP-DAYS          PIC Z9.
           01 WS-DEP-LABEL         PIC X(32).
           01 WS-DEP-COUNT         PIC ZZZZ9.
           01 WS-DEP-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           01 WS-DEP-SCHEDULE      PIC X(10).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY "Payroll tax deposit schedule".

           DISPLAY "Deposits as of date (YYYYMMDD, 0 for today): ".
           ACCEPT AS-OF-DATE.
           DISPLAY "Record generated deposits as made? (Y/N): ".
           ACCEPT POST-CONFIRM.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           STRING WS-CD-MM DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-CD-DD DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-CD-YYYY DELIMITED BY SIZE
               INTO WS-RUN-DATE-DISPLAY.

           COMPUTE RUN-DATE-NUM = (WS-CD-YYYY * 10000)
               + (WS-CD-MM * 100) + WS-CD-DD.

           IF AS-OF-DATE NOT NUMERIC
               DISPLAY "DEPOSIT DATE INVALID."
               DISPLAY "TAX DEPOSIT RUN ABANDONED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF AS-OF-DATE = 0
               MOVE RUN-DATE-NUM TO AS-OF-DATE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (AS-OF-DATE) NOT = 0
               DISPLAY "DEPOSIT DATE INVALID."
               DISPLAY "TAX DEPOSIT RUN ABANDONED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           COMPUTE CALC-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (AS-OF-DATE)
               + DEPOSIT-WINDOW-DAYS.
           COMPUTE DEPOSIT-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER (CALC-DAY-NUMBER).

           OPEN INPUT TAX-LIABILITY-FILE.
           IF TAX-LEDGER-STATUS NOT = '00'
               DISPLAY "TAX LIABILITY LEDGER NOT AVAILABLE - STATUS "
                   TAX-LEDGER-STATUS
               DISPLAY "TAX DEPOSIT RUN ABANDONED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE TAX-LIABILITY-FILE.

           PERFORM LOAD-DEPOSIT-SCHEDULE.

           SORT LEDGER-SORT-FILE
               ON ASCENDING KEY TLS-STATE TLS-CHECK-DATE
                   TLS-RUN-NUMBER TLS-EMP-ID TLS-TAX-TYPE
               USING TAX-LIABILITY-FILE
               GIVING SORTED-LEDGER-FILE.

           OPEN INPUT SORTED-LEDGER-FILE.
           PERFORM READ-SORTED-LEDGER.
           PERFORM UNTIL LEDGER-EOF-FLAG = 'YES'
               PERFORM PROCESS-LEDGER-ENTRY
               PERFORM READ-SORTED-LEDGER
           END-PERFORM.
           IF FIRST-LEDGER-FLAG = 'NO '
               PERFORM FINISH-JURISDICTION
           END-IF.
           CLOSE SORTED-LEDGER-FILE.

           OPEN OUTPUT DUE-DATE-REPORT.
           PERFORM PRINT-DUE-HEADER.

           PERFORM APPLY-DEPOSITS-MADE.

           IF POST-CONFIRM = 'Y' OR POST-CONFIRM = 'y'
               OPEN EXTEND TAX-DEPOSIT-FILE
               IF TAX-PAID-STATUS = '35'
                   OPEN OUTPUT TAX-DEPOSIT-FILE
               END-IF
               IF TAX-PAID-STATUS NOT = '00'
                   DISPLAY "TAX DEPOSIT FILE NOT AVAILABLE - STATUS "
                       TAX-PAID-STATUS
                   DISPLAY "TAX DEPOSIT RUN ABANDONED."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'YES' TO DEPOSITS-POSTED
           END-IF.

           OPEN OUTPUT EFTPS-FILE.
           OPEN OUTPUT STATE-PAYMENT-FILE.

           PERFORM PRINT-OBLIGATION-HEADER.
           PERFORM VARYING OB-SUB FROM 1 BY 1
               UNTIL OB-SUB > OBLIGATION-COUNT
               PERFORM REVIEW-OBLIGATION
           END-PERFORM.

           PERFORM PRINT-DEPOSIT-TOTALS.

           CLOSE EFTPS-FILE.
           CLOSE STATE-PAYMENT-FILE.
           CLOSE DUE-DATE-REPORT.
           IF DEPOSITS-POSTED = 'YES'
               CLOSE TAX-DEPOSIT-FILE
           END-IF.

           DISPLAY "LIABILITY PERIODS: " OBLIGATION-COUNT
               "  FEDERAL DEPOSITS: " EFTPS-COUNT
               "  STATE PAYMENTS: " STATE-PAY-COUNT.
           IF DEPOSITS-POSTED = 'YES'
               DISPLAY "GENERATED DEPOSITS RECORDED IN TAXPAID.DAT."
           ELSE
               DISPLAY "GENERATED DEPOSITS NOT RECORDED - RE-RUN "
                   "WITH Y ONCE TRANSMITTED."
           END-IF.
           IF DUPLICATE-COUNT > 0
               DISPLAY "DUPLICATE RUN LEDGER LINES IGNORED: "
                   DUPLICATE-COUNT
           END-IF.
           IF UNREADABLE-COUNT > 0
               DISPLAY "WARNING - " UNREADABLE-COUNT
                   " LEDGER LINES UNREADABLE - SKIPPED"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF LATE-COUNT > 0
               DISPLAY "WARNING - " LATE-COUNT
                   " DEPOSITS LATE OR UNDERPAID - SEE TAXDUE.TXT"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF UNMATCHED-COUNT > 0
               DISPLAY "WARNING - " UNMATCHED-COUNT
                   " DEPOSITS DO NOT MATCH A LIABILITY PERIOD"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF NO-STATE-COUNT > 0
               DISPLAY "WARNING - " NO-STATE-COUNT
                   " STATE LIABILITIES HAVE NO STATE - PAY MANUALLY"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF NO-ACCOUNT-COUNT > 0
               DISPLAY "WARNING - " NO-ACCOUNT-COUNT
                   " DEPOSITS HAVE NO TAXPAYER ACCOUNT ON DEPSCHED.DAT"
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "TAX DEPOSIT RUN COMPLETED - REPORT IS TAXDUE.TXT".

           STOP RUN.

       LOAD-DEPOSIT-SCHEDULE.
           OPEN INPUT DEPOSIT-SCHEDULE-FILE.
           IF DEP-SCHED-STATUS NOT = '00'
               DISPLAY "No deposit schedule - federal monthly, "
                   "states monthly by the 15th."
           ELSE
               PERFORM READ-DEPOSIT-SCHEDULE
               PERFORM UNTIL SCHED-EOF-FLAG = 'YES'
                   IF DS-JURISDICTION NOT = SPACES
                       PERFORM KEEP-DEPOSIT-SCHEDULE
                   END-IF
                   PERFORM READ-DEPOSIT-SCHEDULE
               END-PERFORM
               CLOSE DEPOSIT-SCHEDULE-FILE
           END-IF.

       READ-DEPOSIT-SCHEDULE.
           READ DEPOSIT-SCHEDULE-FILE
               AT END MOVE 'YES' TO SCHED-EOF-FLAG
           END-READ.

       KEEP-DEPOSIT-SCHEDULE.
           IF DS-DUE-DAY NOT NUMERIC OR DS-DUE-DAY > 28
               MOVE 0 TO DS-DUE-DAY
           END-IF.
           IF DS-NEXT-DAY-LIMIT NOT NUMERIC
               MOVE 0 TO DS-NEXT-DAY-LIMIT
           END-IF.
           IF DS-JURISDICTION = 'US'
               IF DS-SCHEDULE = 'M' OR DS-SCHEDULE = 'S'
                   MOVE DS-SCHEDULE TO FED-SCHEDULE
               ELSE
                   DISPLAY "INVALID FEDERAL DEPOSIT SCHEDULE "
                       DS-SCHEDULE " - MONTHLY USED"
               END-IF
               IF DS-DUE-DAY > 0
                   MOVE DS-DUE-DAY TO FED-DUE-DAY
               END-IF
               IF DS-NEXT-DAY-LIMIT > 0
                   MOVE DS-NEXT-DAY-LIMIT TO FED-NEXT-DAY-LIMIT
               END-IF
               MOVE DS-ACCOUNT-ID TO FED-ACCOUNT-ID
           ELSE
               IF SCHEDULE-COUNT >= 60
                   DISPLAY "TOO MANY DEPOSIT SCHEDULES - "
                       DS-JURISDICTION " IGNORED"
               ELSE
                   ADD 1 TO SCHEDULE-COUNT
                   MOVE DS-JURISDICTION
                       TO SCH-JURISDICTION (SCHEDULE-COUNT)
                   IF DS-SCHEDULE = 'M' OR DS-SCHEDULE = 'S'
                       OR DS-SCHEDULE = 'Q'
                       MOVE DS-SCHEDULE
                           TO SCH-SCHEDULE (SCHEDULE-COUNT)
                   ELSE
                       DISPLAY "INVALID DEPOSIT SCHEDULE "
                           DS-SCHEDULE " FOR " DS-JURISDICTION
                           " - MONTHLY USED"
                       MOVE 'M' TO SCH-SCHEDULE (SCHEDULE-COUNT)
                   END-IF
                   MOVE DS-DUE-DAY TO SCH-DUE-DAY (SCHEDULE-COUNT)
                   MOVE DS-NEXT-DAY-LIMIT
                       TO SCH-NEXT-DAY-LIMIT (SCHEDULE-COUNT)
                   MOVE DS-ACCOUNT-ID
                       TO SCH-ACCOUNT-ID (SCHEDULE-COUNT)
                   MOVE DS-SUI-ACCOUNT-ID
                       TO SCH-SUI-ACCOUNT-ID (SCHEDULE-COUNT)
               END-IF
           END-IF.

       READ-SORTED-LEDGER.
           READ SORTED-LEDGER-FILE
               AT END MOVE 'YES' TO LEDGER-EOF-FLAG
           END-READ.

       PROCESS-LEDGER-ENTRY.
           ADD 1 TO LEDGER-READ-COUNT.
           IF STL-CHECK-DATE NOT NUMERIC
               OR STL-AMOUNT NOT NUMERIC
               OR STL-EMP-ID NOT NUMERIC
               OR (STL-TAX-TYPE NOT = 'FIT ' AND NOT = 'SSEE'
                   AND NOT = 'MDEE' AND NOT = 'FICR'
                   AND NOT = 'FUTA' AND NOT = 'SIT '
                   AND NOT = 'SUI ')
               ADD 1 TO UNREADABLE-COUNT
           ELSE
           IF FUNCTION TEST-DATE-YYYYMMDD (STL-CHECK-DATE) NOT = 0
               ADD 1 TO UNREADABLE-COUNT
           ELSE
           IF STL-EMP-ID = 0 AND PREV-EMP-ID = 0
               AND STL-STATE = PREV-STATE
               AND STL-CHECK-DATE = PREV-CHECK-DATE
               AND STL-RUN-NUMBER = PREV-RUN-NUMBER
               AND STL-TAX-TYPE = PREV-TAX-TYPE
               AND FIRST-LEDGER-FLAG = 'NO '
               ADD 1 TO DUPLICATE-COUNT
           ELSE
               PERFORM POST-LEDGER-ENTRY
           END-IF
           END-IF
           END-IF.

       POST-LEDGER-ENTRY.
           MOVE STL-STATE TO PREV-STATE.
           MOVE STL-CHECK-DATE TO PREV-CHECK-DATE.
           MOVE STL-RUN-NUMBER TO PREV-RUN-NUMBER.
           MOVE STL-EMP-ID TO PREV-EMP-ID.
           MOVE STL-TAX-TYPE TO PREV-TAX-TYPE.

           IF FIRST-LEDGER-FLAG = 'YES'
               MOVE 'NO ' TO FIRST-LEDGER-FLAG
               PERFORM START-JURISDICTION
           ELSE
               IF STL-STATE NOT = CUR-STATE
                   PERFORM FINISH-JURISDICTION
                   PERFORM START-JURISDICTION
               ELSE
                   IF STL-CHECK-DATE NOT = LAST-CHECK-DATE
                       PERFORM CHECK-NEXT-DAY-RULE
                   END-IF
               END-IF
           END-IF.

           MOVE STL-CHECK-DATE TO LAST-CHECK-DATE.
           MOVE STL-CHECK-DATE TO BASE-DATE.
           IF STL-TAX-TYPE = 'FUTA' OR STL-TAX-TYPE = 'SUI '
               PERFORM ADD-QUARTERLY-LIABILITY
           ELSE
               PERFORM ADD-WITHHOLDING-LIABILITY
           END-IF.

       START-JURISDICTION.
           MOVE STL-STATE TO CUR-STATE.
           MOVE 0 TO CUR-SWITCH-YEAR.
           MOVE 'NO ' TO WH-OPEN.
           MOVE 'NO ' TO QG-OPEN.
           MOVE 0 TO FUTA-CARRY.
           MOVE 0 TO FUTA-CARRY-FROM.
           MOVE 0 TO FUTA-CARRY-QTR.
           IF CUR-STATE = SPACES
               MOVE '941 ' TO CUR-WH-GROUP
               MOVE '940 ' TO CUR-QTR-GROUP
               MOVE FED-SCHEDULE TO CUR-SCHEDULE
               MOVE FED-DUE-DAY TO CUR-DUE-DAY
               MOVE FED-NEXT-DAY-LIMIT TO CUR-NEXT-DAY-LIMIT
               MOVE FED-ACCOUNT-ID TO CUR-ACCOUNT-ID
               MOVE FED-ACCOUNT-ID TO CUR-SUI-ACCOUNT-ID
           ELSE
               MOVE 'SIT ' TO CUR-WH-GROUP
               MOVE 'SUI ' TO CUR-QTR-GROUP
               MOVE 'M' TO CUR-SCHEDULE
               MOVE 15 TO CUR-DUE-DAY
               MOVE 0 TO CUR-NEXT-DAY-LIMIT
               MOVE SPACES TO CUR-ACCOUNT-ID
               MOVE SPACES TO CUR-SUI-ACCOUNT-ID
               MOVE 'NO ' TO SCH-FOUND
               PERFORM VARYING SCH-SUB FROM 1 BY 1
                   UNTIL SCH-SUB > SCHEDULE-COUNT
                   OR SCH-FOUND = 'YES'
                   IF SCH-JURISDICTION (SCH-SUB) = CUR-STATE
                       MOVE 'YES' TO SCH-FOUND
                   END-IF
               END-PERFORM
               IF SCH-FOUND = 'YES'
                   SUBTRACT 1 FROM SCH-SUB
                   MOVE SCH-SCHEDULE (SCH-SUB) TO CUR-SCHEDULE
                   MOVE SCH-DUE-DAY (SCH-SUB) TO CUR-DUE-DAY
                   IF CUR-DUE-DAY = 0 AND CUR-SCHEDULE = 'M'
                       MOVE 15 TO CUR-DUE-DAY
                   END-IF
                   MOVE SCH-NEXT-DAY-LIMIT (SCH-SUB)
                       TO CUR-NEXT-DAY-LIMIT
                   MOVE SCH-ACCOUNT-ID (SCH-SUB) TO CUR-ACCOUNT-ID
                   MOVE SCH-SUI-ACCOUNT-ID (SCH-SUB)
                       TO CUR-SUI-ACCOUNT-ID
                   IF CUR-SUI-ACCOUNT-ID = SPACES
                       MOVE CUR-ACCOUNT-ID TO CUR-SUI-ACCOUNT-ID
                   END-IF
               END-IF
           END-IF.

       FINISH-JURISDICTION.
           PERFORM CHECK-NEXT-DAY-RULE.
           IF WH-OPEN = 'YES'
               PERFORM CLOSE-WITHHOLDING-PERIOD
           END-IF.
           IF QG-OPEN = 'YES'
               PERFORM CLOSE-QUARTER-PERIOD
           END-IF.
           IF CUR-STATE = SPACES AND FUTA-CARRY NOT = 0
               IF FUTA-CARRY-QTR / 10 < AS-OF-YYYY
                   PERFORM EMIT-FUTA-YEAR-END
               ELSE
                   MOVE FUTA-CARRY TO FUTA-CARRIED-TOTAL
               END-IF
           END-IF.

       ADD-WITHHOLDING-LIABILITY.
           PERFORM COMPUTE-TAX-QUARTER.
           PERFORM COMPUTE-PERIOD-DUE-DATE.
           IF WH-OPEN = 'YES'
               IF CALC-DUE-DATE NOT = WH-DUE-DATE
                   OR CALC-QTR-KEY NOT = WH-TAX-QTR
                   PERFORM CLOSE-WITHHOLDING-PERIOD
               END-IF
           END-IF.
           IF WH-OPEN NOT = 'YES'
               MOVE 'YES' TO WH-OPEN
               MOVE CALC-DUE-DATE TO WH-DUE-DATE
               MOVE CALC-QTR-KEY TO WH-TAX-QTR
               MOVE CALC-RULE TO WH-RULE
               MOVE BASE-DATE TO WH-FROM-DATE
               MOVE 0 TO WH-AMOUNT
           END-IF.
           ADD STL-AMOUNT TO WH-AMOUNT.
           MOVE BASE-DATE TO WH-TO-DATE.

       COMPUTE-PERIOD-DUE-DATE.
           MOVE CUR-SCHEDULE TO EFFECTIVE-SCHEDULE.
           IF CUR-SCHEDULE = 'M' AND CUR-SWITCH-YEAR = BASE-YYYY
               MOVE 'S' TO EFFECTIVE-SCHEDULE
           END-IF.
           IF EFFECTIVE-SCHEDULE = 'S'
               PERFORM SEMIWEEKLY-DUE-DATE
               MOVE 'SEMI' TO CALC-RULE
           ELSE
           IF EFFECTIVE-SCHEDULE = 'Q'
               MOVE BASE-YYYY TO QTR-YEAR
               MOVE CALC-QUARTER TO QTR-NUMBER
               MOVE CUR-DUE-DAY TO QTR-DUE-DAY
               PERFORM QUARTER-DUE-DATE
               MOVE 'QTR ' TO CALC-RULE
           ELSE
               PERFORM MONTHLY-DUE-DATE
               MOVE 'MNTH' TO CALC-RULE
           END-IF
           END-IF.

       CHECK-NEXT-DAY-RULE.
           IF WH-OPEN = 'YES' AND CUR-NEXT-DAY-LIMIT > 0
               AND WH-AMOUNT >= CUR-NEXT-DAY-LIMIT
               MOVE LAST-CHECK-DATE TO CALC-DATE
               PERFORM NEXT-BUSINESS-DAY
               MOVE CUR-WH-GROUP TO EMIT-GROUP
               MOVE CALC-DATE TO EMIT-DUE-DATE
               MOVE WH-TAX-QTR TO EMIT-TAX-QTR
               MOVE WH-FROM-DATE TO EMIT-FROM-DATE
               MOVE WH-TO-DATE TO EMIT-TO-DATE
               MOVE 'NEXT' TO EMIT-RULE
               MOVE WH-AMOUNT TO EMIT-AMOUNT
               MOVE CUR-ACCOUNT-ID TO EMIT-ACCOUNT-ID
               PERFORM EMIT-OBLIGATION
               MOVE 0 TO WH-AMOUNT
               MOVE 'NO ' TO WH-OPEN
               MOVE LAST-CHECK-DATE TO BASE-DATE
               IF CUR-SCHEDULE = 'M'
                   AND CUR-SWITCH-YEAR NOT = BASE-YYYY
                   MOVE BASE-YYYY TO CUR-SWITCH-YEAR
                   ADD 1 TO SWITCH-COUNT
                   DISPLAY "NEXT-DAY RULE ON " LAST-CHECK-DATE
                       " - JURISDICTION '" CUR-STATE
                       "' SEMIWEEKLY FOR REST OF " BASE-YYYY
               END-IF
           END-IF.

       CLOSE-WITHHOLDING-PERIOD.
           IF WH-AMOUNT NOT = 0
               MOVE CUR-WH-GROUP TO EMIT-GROUP
               MOVE WH-DUE-DATE TO EMIT-DUE-DATE
               MOVE WH-TAX-QTR TO EMIT-TAX-QTR
               MOVE WH-FROM-DATE TO EMIT-FROM-DATE
               MOVE WH-TO-DATE TO EMIT-TO-DATE
               MOVE WH-RULE TO EMIT-RULE
               MOVE WH-AMOUNT TO EMIT-AMOUNT
               MOVE CUR-ACCOUNT-ID TO EMIT-ACCOUNT-ID
               PERFORM EMIT-OBLIGATION
           END-IF.
           MOVE 'NO ' TO WH-OPEN.

       ADD-QUARTERLY-LIABILITY.
           PERFORM COMPUTE-TAX-QUARTER.
           IF QG-OPEN = 'YES' AND CALC-QTR-KEY NOT = QG-TAX-QTR
               PERFORM CLOSE-QUARTER-PERIOD
           END-IF.
           IF QG-OPEN NOT = 'YES'
               IF CUR-STATE = SPACES AND FUTA-CARRY NOT = 0
                   AND FUTA-CARRY-QTR / 10 < BASE-YYYY
                   PERFORM EMIT-FUTA-YEAR-END
               END-IF
               MOVE 'YES' TO QG-OPEN
               MOVE CALC-QTR-KEY TO QG-TAX-QTR
               MOVE BASE-DATE TO QG-FROM-DATE
               MOVE 0 TO QG-AMOUNT
           END-IF.
           ADD STL-AMOUNT TO QG-AMOUNT.
           MOVE BASE-DATE TO QG-TO-DATE.

       CLOSE-QUARTER-PERIOD.
           COMPUTE QTR-YEAR = QG-TAX-QTR / 10.
           COMPUTE QTR-NUMBER = QG-TAX-QTR - (QTR-YEAR * 10).
           MOVE 0 TO QTR-DUE-DAY.
           PERFORM QUARTER-DUE-DATE.
           MOVE CUR-QTR-GROUP TO EMIT-GROUP.
           MOVE CALC-DUE-DATE TO EMIT-DUE-DATE.
           MOVE QG-TAX-QTR TO EMIT-TAX-QTR.
           MOVE QG-TO-DATE TO EMIT-TO-DATE.
           MOVE 'QTR ' TO EMIT-RULE.
           IF CUR-STATE = SPACES
               MOVE CUR-ACCOUNT-ID TO EMIT-ACCOUNT-ID
               IF FUTA-CARRY = 0
                   MOVE QG-FROM-DATE TO FUTA-CARRY-FROM
               END-IF
               ADD QG-AMOUNT TO FUTA-CARRY
               MOVE QG-TAX-QTR TO FUTA-CARRY-QTR
               IF FUTA-CARRY > FUTA-DEPOSIT-MINIMUM
                   OR QTR-NUMBER = 4
                   MOVE FUTA-CARRY-FROM TO EMIT-FROM-DATE
                   MOVE FUTA-CARRY TO EMIT-AMOUNT
                   IF EMIT-AMOUNT NOT = 0
                       PERFORM EMIT-OBLIGATION
                   END-IF
                   MOVE 0 TO FUTA-CARRY
                   MOVE 0 TO FUTA-CARRY-FROM
               END-IF
           ELSE
               MOVE CUR-SUI-ACCOUNT-ID TO EMIT-ACCOUNT-ID
               MOVE QG-FROM-DATE TO EMIT-FROM-DATE
               MOVE QG-AMOUNT TO EMIT-AMOUNT
               IF EMIT-AMOUNT NOT = 0
                   PERFORM EMIT-OBLIGATION
               END-IF
           END-IF.
           MOVE 'NO ' TO QG-OPEN.

       EMIT-FUTA-YEAR-END.
           COMPUTE QTR-YEAR = FUTA-CARRY-QTR / 10.
           MOVE 4 TO QTR-NUMBER.
           MOVE 0 TO QTR-DUE-DAY.
           PERFORM QUARTER-DUE-DATE.
           MOVE '940 ' TO EMIT-GROUP.
           MOVE CALC-DUE-DATE TO EMIT-DUE-DATE.
           COMPUTE EMIT-TAX-QTR = (QTR-YEAR * 10) + 4.
           MOVE FUTA-CARRY-FROM TO EMIT-FROM-DATE.
           MOVE QG-TO-DATE TO EMIT-TO-DATE.
           MOVE 'QTR ' TO EMIT-RULE.
           MOVE FUTA-CARRY TO EMIT-AMOUNT.
           MOVE CUR-ACCOUNT-ID TO EMIT-ACCOUNT-ID.
           PERFORM EMIT-OBLIGATION.
           MOVE 0 TO FUTA-CARRY.
           MOVE 0 TO FUTA-CARRY-FROM.

       EMIT-OBLIGATION.
           MOVE 'NO ' TO OB-FOUND.
           PERFORM VARYING OB-SUB FROM 1 BY 1
               UNTIL OB-SUB > OBLIGATION-COUNT
               OR OB-FOUND = 'YES'
               IF OB-TAX-GROUP (OB-SUB) = EMIT-GROUP
                   AND OB-STATE (OB-SUB) = CUR-STATE
                   AND OB-TAX-QTR (OB-SUB) = EMIT-TAX-QTR
                   AND OB-DUE-DATE (OB-SUB) = EMIT-DUE-DATE
                   MOVE 'YES' TO OB-FOUND
               END-IF
           END-PERFORM.
           IF OB-FOUND = 'YES'
               SUBTRACT 1 FROM OB-SUB
               ADD EMIT-AMOUNT TO OB-LIABILITY (OB-SUB)
               IF EMIT-FROM-DATE < OB-FROM-DATE (OB-SUB)
                   MOVE EMIT-FROM-DATE TO OB-FROM-DATE (OB-SUB)
               END-IF
               IF EMIT-TO-DATE > OB-TO-DATE (OB-SUB)
                   MOVE EMIT-TO-DATE TO OB-TO-DATE (OB-SUB)
               END-IF
           ELSE
               IF OBLIGATION-COUNT >= 3000
                   DISPLAY "TOO MANY LIABILITY PERIODS ON LEDGER."
                   DISPLAY "TAX DEPOSIT RUN ABANDONED."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO OBLIGATION-COUNT
               MOVE OBLIGATION-COUNT TO OB-SUB
               MOVE EMIT-GROUP TO OB-TAX-GROUP (OB-SUB)
               MOVE CUR-STATE TO OB-STATE (OB-SUB)
               MOVE EMIT-TAX-QTR TO OB-TAX-QTR (OB-SUB)
               MOVE EMIT-DUE-DATE TO OB-DUE-DATE (OB-SUB)
               MOVE EMIT-FROM-DATE TO OB-FROM-DATE (OB-SUB)
               MOVE EMIT-TO-DATE TO OB-TO-DATE (OB-SUB)
               MOVE EMIT-RULE TO OB-RULE (OB-SUB)
               MOVE EMIT-AMOUNT TO OB-LIABILITY (OB-SUB)
               MOVE 0 TO OB-PAID (OB-SUB)
               MOVE 0 TO OB-LAST-PAID-DATE (OB-SUB)
               MOVE 0 TO OB-DEPOSIT (OB-SUB)
               MOVE 0 TO OB-SETTLE-DATE (OB-SUB)
               MOVE EMIT-ACCOUNT-ID TO OB-ACCOUNT-ID (OB-SUB)
           END-IF.
           ADD EMIT-AMOUNT TO LIABILITY-TOTAL.

       COMPUTE-TAX-QUARTER.
           COMPUTE CALC-QUARTER = (BASE-MM + 2) / 3.
           COMPUTE CALC-QTR-KEY = (BASE-YYYY * 10) + CALC-QUARTER.

       COMPUTE-WEEKDAY.
           COMPUTE CALC-QUOTIENT = (CALC-DAY-NUMBER - 1) / 7.
           COMPUTE CALC-WEEKDAY = CALC-DAY-NUMBER - 1
               - (CALC-QUOTIENT * 7).

       ROLL-TO-BUSINESS-DAY.
           COMPUTE CALC-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (CALC-DATE).
           PERFORM COMPUTE-WEEKDAY.
           IF CALC-WEEKDAY = 5
               ADD 2 TO CALC-DAY-NUMBER
           ELSE
               IF CALC-WEEKDAY = 6
                   ADD 1 TO CALC-DAY-NUMBER
               END-IF
           END-IF.
           COMPUTE CALC-DATE =
               FUNCTION DATE-OF-INTEGER (CALC-DAY-NUMBER).

       NEXT-BUSINESS-DAY.
           COMPUTE CALC-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (CALC-DATE) + 1.
           COMPUTE CALC-DATE =
               FUNCTION DATE-OF-INTEGER (CALC-DAY-NUMBER).
           PERFORM ROLL-TO-BUSINESS-DAY.

       SEMIWEEKLY-DUE-DATE.
           COMPUTE CALC-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (BASE-DATE).
           PERFORM COMPUTE-WEEKDAY.
           IF CALC-WEEKDAY >= 2 AND CALC-WEEKDAY <= 4
               COMPUTE CALC-DAY-NUMBER =
                   CALC-DAY-NUMBER + 9 - CALC-WEEKDAY
           ELSE
               IF CALC-WEEKDAY >= 5
                   COMPUTE CALC-DAY-NUMBER =
                       CALC-DAY-NUMBER + 11 - CALC-WEEKDAY
               ELSE
                   COMPUTE CALC-DAY-NUMBER =
                       CALC-DAY-NUMBER + 4 - CALC-WEEKDAY
               END-IF
           END-IF.
           COMPUTE CALC-DATE =
               FUNCTION DATE-OF-INTEGER (CALC-DAY-NUMBER).
           MOVE CALC-DATE TO CALC-DUE-DATE.

       MONTHLY-DUE-DATE.
           MOVE BASE-DATE TO CALC-DATE.
           IF CALC-MM = 12
               ADD 1 TO CALC-YYYY
               MOVE 1 TO CALC-MM
           ELSE
               ADD 1 TO CALC-MM
           END-IF.
           MOVE CUR-DUE-DAY TO CALC-DD.
           PERFORM ROLL-TO-BUSINESS-DAY.
           MOVE CALC-DATE TO CALC-DUE-DATE.

       QUARTER-DUE-DATE.
           MOVE QTR-YEAR TO CALC-YYYY.
           COMPUTE CALC-MM = (QTR-NUMBER * 3) + 1.
           IF CALC-MM > 12
               ADD 1 TO CALC-YYYY
               MOVE 1 TO CALC-MM
           END-IF.
           IF QTR-DUE-DAY > 0
               MOVE QTR-DUE-DAY TO CALC-DD
           ELSE
               IF CALC-MM = 12
                   ADD 1 TO CALC-YYYY
                   MOVE 1 TO CALC-MM
               ELSE
                   ADD 1 TO CALC-MM
               END-IF
               MOVE 1 TO CALC-DD
               COMPUTE CALC-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE (CALC-DATE) - 1
               COMPUTE CALC-DATE =
                   FUNCTION DATE-OF-INTEGER (CALC-DAY-NUMBER)
           END-IF.
           PERFORM ROLL-TO-BUSINESS-DAY.
           MOVE CALC-DATE TO CALC-DUE-DATE.

       APPLY-DEPOSITS-MADE.
           OPEN INPUT TAX-DEPOSIT-FILE.
           IF TAX-PAID-STATUS = '35'
               DISPLAY "No deposits on file - every liability "
                   "treated as unpaid."
           ELSE
               IF TAX-PAID-STATUS NOT = '00'
                   DISPLAY "TAX DEPOSIT FILE NOT AVAILABLE - STATUS "
                       TAX-PAID-STATUS
                   DISPLAY "TAX DEPOSIT RUN ABANDONED."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM READ-TAX-DEPOSIT
               PERFORM UNTIL PAID-EOF-FLAG = 'YES'
                   PERFORM MATCH-TAX-DEPOSIT
                   PERFORM READ-TAX-DEPOSIT
               END-PERFORM
               CLOSE TAX-DEPOSIT-FILE
           END-IF.

       READ-TAX-DEPOSIT.
           READ TAX-DEPOSIT-FILE
               AT END MOVE 'YES' TO PAID-EOF-FLAG
           END-READ.

       MATCH-TAX-DEPOSIT.
           IF TP-TAX-QTR NOT NUMERIC
               OR TP-DUE-DATE NOT NUMERIC
               OR TP-PAID-DATE NOT NUMERIC
               OR TP-AMOUNT NOT NUMERIC
               MOVE 0 TO TP-AMOUNT
               PERFORM PRINT-UNMATCHED-DEPOSIT
           ELSE
               ADD 1 TO PAID-ON-FILE-COUNT
               ADD TP-AMOUNT TO PAID-ON-FILE-TOTAL
               MOVE 'NO ' TO OB-FOUND
               PERFORM VARYING OB-SUB FROM 1 BY 1
                   UNTIL OB-SUB > OBLIGATION-COUNT
                   OR OB-FOUND = 'YES'
                   IF OB-TAX-GROUP (OB-SUB) = TP-TAX-GROUP
                       AND OB-STATE (OB-SUB) = TP-STATE
                       AND OB-TAX-QTR (OB-SUB) = TP-TAX-QTR
                       AND OB-DUE-DATE (OB-SUB) = TP-DUE-DATE
                       MOVE 'YES' TO OB-FOUND
                   END-IF
               END-PERFORM
               IF OB-FOUND = 'YES'
                   SUBTRACT 1 FROM OB-SUB
                   ADD TP-AMOUNT TO OB-PAID (OB-SUB)
                   IF TP-PAID-DATE > OB-LAST-PAID-DATE (OB-SUB)
                       MOVE TP-PAID-DATE
                           TO OB-LAST-PAID-DATE (OB-SUB)
                   END-IF
               ELSE
                   PERFORM PRINT-UNMATCHED-DEPOSIT
               END-IF
           END-IF.

       PRINT-UNMATCHED-DEPOSIT.
           ADD 1 TO UNMATCHED-COUNT.
           ADD TP-AMOUNT TO UNMATCHED-TOTAL.
           IF UNMATCHED-HEADER-DONE = 'NO '
               MOVE 'YES' TO UNMATCHED-HEADER-DONE
               MOVE SPACES TO DUE-REPORT-LINE
               STRING "DEPOSITS NOT MATCHED TO A LIABILITY PERIOD"
                   DELIMITED BY SIZE
                   INTO DUE-REPORT-LINE
               WRITE DUE-REPORT-LINE
           END-IF.
           MOVE TP-AMOUNT TO WS-DEP-PAID.
           MOVE SPACES TO DUE-REPORT-LINE.
           STRING TP-TAX-GROUP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TP-STATE DELIMITED BY SIZE
               " QTR " DELIMITED BY SIZE
               TP-TAX-QTR DELIMITED BY SIZE
               " DUE " DELIMITED BY SIZE
               TP-DUE-DATE DELIMITED BY SIZE
               " PAID " DELIMITED BY SIZE
               TP-PAID-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DEP-PAID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TP-REFERENCE DELIMITED BY SIZE
               " ***" DELIMITED BY SIZE
               INTO DUE-REPORT-LINE.
           WRITE DUE-REPORT-LINE.

       REVIEW-OBLIGATION.
           COMPUTE OB-BALANCE =
               OB-LIABILITY (OB-SUB) - OB-PAID (OB-SUB).
           IF OB-BALANCE > 0
               AND OB-STATE (OB-SUB) NOT = '??'
               AND OB-DUE-DATE (OB-SUB) <= DEPOSIT-CUTOFF-DATE
               PERFORM GENERATE-DEPOSIT
               COMPUTE OB-BALANCE =
                   OB-LIABILITY (OB-SUB) - OB-PAID (OB-SUB)
           END-IF.

           MOVE 'NO ' TO OB-FLAGGED.
           IF OB-STATE (OB-SUB) = '??'
               MOVE "NO STATE" TO OB-STATUS
               MOVE 'YES' TO OB-FLAGGED
               ADD 1 TO NO-STATE-COUNT
           ELSE
           IF OB-LIABILITY (OB-SUB) < 0
               MOVE "CREDIT" TO OB-STATUS
           ELSE
           IF OB-BALANCE <= 0
               IF OB-LAST-PAID-DATE (OB-SUB) > OB-DUE-DATE (OB-SUB)
                   MOVE "PAID LATE" TO OB-STATUS
                   MOVE 'YES' TO OB-FLAGGED
                   ADD 1 TO PAID-LATE-COUNT
                   ADD OB-LIABILITY (OB-SUB) TO PAID-LATE-TOTAL
               ELSE
               IF OB-BALANCE < 0
                   MOVE "OVERPAID" TO OB-STATUS
               ELSE
                   MOVE "PAID" TO OB-STATUS
               END-IF
               END-IF
           ELSE
           IF OB-DEPOSIT (OB-SUB) > 0
               AND OB-SETTLE-DATE (OB-SUB) <= OB-DUE-DATE (OB-SUB)
               MOVE "DEPOSITING" TO OB-STATUS
           ELSE
           IF OB-DUE-DATE (OB-SUB) < AS-OF-DATE
               OR OB-DEPOSIT (OB-SUB) > 0
               IF OB-PAID (OB-SUB) > 0
                   MOVE "UNDERPAID" TO OB-STATUS
               ELSE
                   MOVE "LATE" TO OB-STATUS
               END-IF
               MOVE 'YES' TO OB-FLAGGED
               ADD 1 TO LATE-COUNT
               ADD OB-BALANCE TO LATE-TOTAL
           ELSE
           IF OB-PAID (OB-SUB) > 0
               MOVE "PART PAID" TO OB-STATUS
           ELSE
               MOVE "NOT DUE" TO OB-STATUS
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

           IF OB-FLAGGED = 'YES'
               OR OB-BALANCE NOT = 0
               OR OB-DUE-DATE (OB-SUB) / 10000 >= AS-OF-YYYY
               PERFORM PRINT-OBLIGATION-LINE
           END-IF.

       GENERATE-DEPOSIT.
           IF OB-DUE-DATE (OB-SUB) > AS-OF-DATE
               MOVE OB-DUE-DATE (OB-SUB) TO CALC-DATE
           ELSE
               MOVE AS-OF-DATE TO CALC-DATE
               PERFORM NEXT-BUSINESS-DAY
           END-IF.
           MOVE CALC-DATE TO OB-SETTLE-DATE (OB-SUB).
           MOVE OB-BALANCE TO OB-DEPOSIT (OB-SUB).

           ADD 1 TO DEPOSIT-SEQUENCE.
           MOVE SPACES TO DEPOSIT-REFERENCE.
           STRING "TD" DELIMITED BY SIZE
               RUN-DATE-NUM DELIMITED BY SIZE
               DEPOSIT-SEQUENCE DELIMITED BY SIZE
               INTO DEPOSIT-REFERENCE.

           COMPUTE QTR-YEAR = OB-TAX-QTR (OB-SUB) / 10.
           COMPUTE QTR-NUMBER = OB-TAX-QTR (OB-SUB) - (QTR-YEAR * 10).
           IF OB-TAX-GROUP (OB-SUB) = '940 '
               COMPUTE TAX-PERIOD-WORK = (QTR-YEAR * 100) + 12
           ELSE
               COMPUTE TAX-PERIOD-WORK =
                   (QTR-YEAR * 100) + (QTR-NUMBER * 3)
           END-IF.

           IF OB-ACCOUNT-ID (OB-SUB) = SPACES
               ADD 1 TO NO-ACCOUNT-COUNT
           END-IF.

           IF OB-STATE (OB-SUB) = SPACES
               MOVE OB-ACCOUNT-ID (OB-SUB) TO EF-TAXPAYER-ID
               MOVE OB-TAX-GROUP (OB-SUB) TO EF-TAX-FORM
               MOVE TAX-PERIOD-WORK TO EF-TAX-PERIOD
               MOVE OB-SETTLE-DATE (OB-SUB) TO EF-SETTLEMENT-DATE
               MOVE OB-DEPOSIT (OB-SUB) TO EF-AMOUNT
               MOVE OB-DUE-DATE (OB-SUB) TO EF-DUE-DATE
               MOVE DEPOSIT-REFERENCE TO EF-REFERENCE
               WRITE EFTPS-RECORD
               ADD 1 TO EFTPS-COUNT
               ADD OB-DEPOSIT (OB-SUB) TO EFTPS-TOTAL
           ELSE
               MOVE OB-STATE (OB-SUB) TO SP-STATE
               MOVE OB-TAX-GROUP (OB-SUB) TO SP-TAX-TYPE
               MOVE OB-ACCOUNT-ID (OB-SUB) TO SP-ACCOUNT-ID
               MOVE TAX-PERIOD-WORK TO SP-TAX-PERIOD
               MOVE OB-FROM-DATE (OB-SUB) TO SP-PERIOD-FROM
               MOVE OB-TO-DATE (OB-SUB) TO SP-PERIOD-TO
               MOVE OB-SETTLE-DATE (OB-SUB) TO SP-SETTLEMENT-DATE
               MOVE OB-DEPOSIT (OB-SUB) TO SP-AMOUNT
               MOVE OB-DUE-DATE (OB-SUB) TO SP-DUE-DATE
               MOVE DEPOSIT-REFERENCE TO SP-REFERENCE
               WRITE STATE-PAYMENT-RECORD
               ADD 1 TO STATE-PAY-COUNT
               ADD OB-DEPOSIT (OB-SUB) TO STATE-PAY-TOTAL
           END-IF.

           IF DEPOSITS-POSTED = 'YES'
               MOVE OB-TAX-GROUP (OB-SUB) TO TP-TAX-GROUP
               MOVE OB-STATE (OB-SUB) TO TP-STATE
               MOVE OB-TAX-QTR (OB-SUB) TO TP-TAX-QTR
               MOVE OB-DUE-DATE (OB-SUB) TO TP-DUE-DATE
               MOVE OB-SETTLE-DATE (OB-SUB) TO TP-PAID-DATE
               MOVE OB-DEPOSIT (OB-SUB) TO TP-AMOUNT
               MOVE DEPOSIT-REFERENCE TO TP-REFERENCE
               WRITE TAX-DEPOSIT-RECORD
               ADD OB-DEPOSIT (OB-SUB) TO OB-PAID (OB-SUB)
               MOVE OB-SETTLE-DATE (OB-SUB)
                   TO OB-LAST-PAID-DATE (OB-SUB)
           END-IF.

       PRINT-DUE-HEADER.
           MOVE SPACES TO DUE-REPORT-LINE.
           STRING "PAYROLL TAX DEPOSIT DUE-DATE REPORT   AS OF: "
               DELIMITED BY SIZE
               AS-OF-DATE DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
               INTO DUE-REPORT-LINE.
           WRITE DUE-REPORT-LINE.

           IF FED-SCHEDULE = 'S'
               MOVE "SEMIWEEKLY" TO WS-DEP-SCHEDULE
           ELSE
               MOVE "MONTHLY" TO WS-DEP-SCHEDULE
           END-IF.
           MOVE FED-NEXT-DAY-LIMIT TO WS-DEP-LIMIT.
           MOVE SPACES TO DUE-REPORT-LINE.
           STRING "FEDERAL DEPOSIT SCHEDULE: " DELIMITED BY SIZE
               WS-DEP-SCHEDULE DELIMITED BY SIZE
               "  NEXT-DAY RULE AT: " DELIMITED BY SIZE
               WS-DEP-LIMIT DELIMITED BY SIZE
               INTO DUE-REPORT-LINE.
           WRITE DUE-REPORT-LINE.

           MOVE DEPOSIT-WINDOW-DAYS TO WS-DEP-DAYS.
           MOVE SPACES TO DUE-REPORT-LINE.
           STRING "DEPOSITS GENERATED FOR PERIODS DUE THROUGH "
               DELIMITED BY SIZE
               DEPOSIT-CUTOFF-DATE DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-DEP-DAYS DELIMITED BY SIZE
               " DAYS AHEAD)" DELIMITED BY SIZE
               INTO DUE-REPORT-LINE.
           WRITE DUE-REPORT-LINE.

           MOVE SPACES TO DUE-REPORT-LINE.
           WRITE DUE-REPORT-LINE.

       PRINT-OBLIGATION-HEADER.
           IF UNMATCHED-HEADER-DONE = 'YES'
               MOVE SPACES TO DUE-REPORT-LINE
               WRITE DUE-REPORT-LINE
           END-IF.

           MOVE SPACES TO DUE-REPORT-LINE.
           STRING "LIABILITY PERIODS" DELIMITED BY SIZE
               INTO DUE-REPORT-LINE.
           WRITE DUE-REPORT-LINE.

           MOVE SPACES TO DUE-REPORT-LINE.
           STRING "TYPE ST QTR    FROM     TO       RULE DUE DATE "
               DELIMITED BY SIZE
               "     LIABILITY           PAID        BALANCE"
               DELIMITED BY SIZE
               "    DEPOSIT NOW SETTLE   STATUS"
               DELIMITED BY SIZE
               INTO DUE-REPORT-LINE.
           WRITE DUE-REPORT-LINE.

       PRINT-OBLIGATION-LINE.
           COMPUTE QTR-YEAR = OB-TAX-QTR (OB-SUB) / 10.
           COMPUTE QTR-NUMBER = OB-TAX-QTR (OB-SUB) - (QTR-YEAR * 10).
           MOVE SPACES TO WS-DEP-QTR.
           STRING QTR-YEAR DELIMITED BY SIZE
               "Q" DELIMITED BY SIZE
               QTR-NUMBER DELIMITED BY SIZE
               INTO WS-DEP-QTR.
           MOVE OB-LIABILITY (OB-SUB) TO WS-DEP-LIABILITY.
           MOVE OB-PAID (OB-SUB) TO WS-DEP-PAID.
           MOVE OB-BALANCE TO WS-DEP-BALANCE.
           MOVE OB-DEPOSIT (OB-SUB) TO WS-DEP-DEPOSIT.
           IF OB-DEPOSIT (OB-SUB) > 0
               MOVE OB-SETTLE-DATE (OB-SUB) TO WS-DEP-SETTLE
           ELSE
               MOVE SPACES TO WS-DEP-SETTLE
           END-IF.
           IF OB-FLAGGED = 'YES'
               MOVE " ***" TO WS-DEP-FLAG
           ELSE
               MOVE SPACES TO WS-DEP-FLAG
           END-IF.

           MOVE SPACES TO DUE-REPORT-LINE.
           STRING OB-TAX-GROUP (OB-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OB-STATE (OB-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DEP-QTR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OB-FROM-DATE (OB-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OB-TO-DATE (OB-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OB-RULE (OB-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OB-DUE-DATE (OB-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DEP-LIABILITY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DEP-PAID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DEP-BALANCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DEP-DEPOSIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DEP-SETTLE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OB-STATUS DELIMITED BY SIZE
               WS-DEP-FLAG DELIMITED BY SIZE
               INTO DUE-REPORT-LINE.
           WRITE DUE-REPORT-LINE.

       PRINT-DEPOSIT-TOTALS.
           MOVE SPACES TO DUE-REPORT-LINE.
           WRITE DUE-REPORT-LINE.

           MOVE SPACES TO DUE-REPORT-LINE.
           STRING "DEPOSIT TOTALS" DELIMITED BY SIZE
               INTO DUE-REPORT-LINE.
           WRITE DUE-REPORT-LINE.

           MOVE "LIABILITY PERIODS ON LEDGER:" TO WS-DEP-LABEL.
           MOVE OBLIGATION-COUNT TO WS-DEP-COUNT.
           MOVE LIABILITY-TOTAL TO WS-DEP-TOTAL.
           PERFORM PRINT-DEPOSIT-TOTAL-LINE.

           MOVE "DEPOSITS ON FILE:" TO WS-DEP-LABEL.
           MOVE PAID-ON-FILE-COUNT TO WS-DEP-COUNT.
           MOVE PAID-ON-FILE-TOTAL TO WS-DEP-TOTAL.
           PERFORM PRINT-DEPOSIT-TOTAL-LINE.

           MOVE "FEDERAL DEPOSITS IN EFTPS.DAT:" TO WS-DEP-LABEL.
           MOVE EFTPS-COUNT TO WS-DEP-COUNT.
           MOVE EFTPS-TOTAL TO WS-DEP-TOTAL.
           PERFORM PRINT-DEPOSIT-TOTAL-LINE.

           MOVE "STATE PAYMENTS IN STPAY.DAT:" TO WS-DEP-LABEL.
           MOVE STATE-PAY-COUNT TO WS-DEP-COUNT.
           MOVE STATE-PAY-TOTAL TO WS-DEP-TOTAL.
           PERFORM PRINT-DEPOSIT-TOTAL-LINE.

           MOVE "LATE OR UNDERPAID:" TO WS-DEP-LABEL.
           MOVE LATE-COUNT TO WS-DEP-COUNT.
           MOVE LATE-TOTAL TO WS-DEP-TOTAL.
           PERFORM PRINT-DEPOSIT-TOTAL-LINE.

           MOVE "PAID AFTER DUE DATE:" TO WS-DEP-LABEL.
           MOVE PAID-LATE-COUNT TO WS-DEP-COUNT.
           MOVE PAID-LATE-TOTAL TO WS-DEP-TOTAL.
           PERFORM PRINT-DEPOSIT-TOTAL-LINE.

           MOVE "DEPOSITS NOT MATCHED:" TO WS-DEP-LABEL.
           MOVE UNMATCHED-COUNT TO WS-DEP-COUNT.
           MOVE UNMATCHED-TOTAL TO WS-DEP-TOTAL.
           PERFORM PRINT-DEPOSIT-TOTAL-LINE.

           MOVE FUTA-CARRIED-TOTAL TO WS-DEP-TOTAL.
           MOVE SPACES TO DUE-REPORT-LINE.
           STRING "FUTA UNDER DEPOSIT MINIMUM - CARRIED FORWARD: "
               DELIMITED BY SIZE
               WS-DEP-TOTAL DELIMITED BY SIZE
               INTO DUE-REPORT-LINE.
           WRITE DUE-REPORT-LINE.

           MOVE LEDGER-READ-COUNT TO WS-DEP-COUNT.
           MOVE SPACES TO DUE-REPORT-LINE.
           STRING "LEDGER LINES READ: " DELIMITED BY SIZE
               WS-DEP-COUNT DELIMITED BY SIZE
               INTO DUE-REPORT-LINE.
           WRITE DUE-REPORT-LINE.

           MOVE DUPLICATE-COUNT TO WS-DEP-COUNT.
           MOVE SPACES TO DUE-REPORT-LINE.
           STRING "DUPLICATE RUN LINES IGNORED: " DELIMITED BY SIZE
               WS-DEP-COUNT DELIMITED BY SIZE
               INTO DUE-REPORT-LINE.
           WRITE DUE-REPORT-LINE.

           MOVE UNREADABLE-COUNT TO WS-DEP-COUNT.
           MOVE SPACES TO DUE-REPORT-LINE.
           STRING "UNREADABLE LINES SKIPPED: " DELIMITED BY SIZE
               WS-DEP-COUNT DELIMITED BY SIZE
               INTO DUE-REPORT-LINE.
           WRITE DUE-REPORT-LINE.

           IF SWITCH-COUNT > 0
               MOVE SPACES TO DUE-REPORT-LINE
               STRING "NEXT-DAY RULE TRIGGERED - MONTHLY SCHEDULE "
                   DELIMITED BY SIZE
                   "TREATED AS SEMIWEEKLY FOR THE REST OF THAT YEAR"
                   DELIMITED BY SIZE
                   INTO DUE-REPORT-LINE
               WRITE DUE-REPORT-LINE
           END-IF.

           MOVE SPACES TO DUE-REPORT-LINE.
           IF DEPOSITS-POSTED = 'YES'
               STRING "GENERATED DEPOSITS RECORDED AS MADE ON THEIR "
                   DELIMITED BY SIZE
                   "SETTLEMENT DATES" DELIMITED BY SIZE
                   INTO DUE-REPORT-LINE
           ELSE
               STRING "GENERATED DEPOSITS NOT YET RECORDED AS MADE"
                   DELIMITED BY SIZE
                   INTO DUE-REPORT-LINE
           END-IF.
           WRITE DUE-REPORT-LINE.

       PRINT-DEPOSIT-TOTAL-LINE.
           MOVE SPACES TO DUE-REPORT-LINE.
           STRING WS-DEP-LABEL DELIMITED BY SIZE
               WS-DEP-COUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DEP-TOTAL DELIMITED BY SIZE
               INTO DUE-REPORT-LINE.
           WRITE DUE-REPORT-LINE.
