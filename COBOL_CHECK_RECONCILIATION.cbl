       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKRECON.
       AUTHOR. Jade Doumani.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-PAID-FILE ASSIGN TO "BANKPAID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-PAID-STATUS.
           SELECT POSITIVE-PAY-FILE ASSIGN TO "POSPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSITIVE-PAY-STATUS.
           SELECT CHECK-MASTER ASSIGN TO "CHKMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-CHECK-NUMBER
               FILE STATUS IS CHECK-MASTER-STATUS.
           SELECT STALE-VOID-FILE ASSIGN TO "STALEVD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STALE-VOID-STATUS.
           SELECT ADJUSTMENT-FILE ASSIGN TO "ADJTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJ-FILE-STATUS.
           SELECT RECON-REPORT ASSIGN TO "RECONRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD BANK-PAID-FILE.
           01 BANK-PAID-RECORD.
               05 BP-CHECK-NUMBER   PIC 9(8).
               05 BP-PAID-DATE      PIC 9(8).
               05 BP-AMOUNT         PIC 9(9)V99.

           FD POSITIVE-PAY-FILE.
           01 POSITIVE-PAY-RECORD.
               05 PP-CHECK-NUMBER   PIC 9(8).
               05 PP-CHECK-DATE     PIC 9(8).
               05 PP-PAYEE          PIC X(30).
               05 PP-AMOUNT         PIC 9(9)V99.

           FD CHECK-MASTER.
           01 CHECK-MASTER-RECORD.
               05 CK-CHECK-NUMBER   PIC 9(8).
               05 CK-EMP-ID         PIC 9(5).
               05 CK-PAYEE          PIC X(30).
               05 CK-CHECK-DATE     PIC 9(8).
               05 CK-RUN-NUMBER     PIC 9(4).
               05 CK-RUN-MODE       PIC X(1).
               05 CK-AMOUNT         PIC 9(9)V99.
               05 CK-GROSS          PIC 9(7)V99.
               05 CK-FED            PIC 9(6)V99.
               05 CK-STATE          PIC 9(6)V99.
               05 CK-DEDUCTIONS     PIC 9(7)V99.
               05 CK-STATUS         PIC X(1).
               05 CK-STATUS-DATE    PIC 9(8).
               05 CK-PAID-DATE      PIC 9(8).
               05 CK-PAID-AMOUNT    PIC 9(9)V99.
               05 CK-SS             PIC 9(6)V99.
               05 CK-MED            PIC 9(6)V99.
               05 CK-FICA-WAGES     PIC 9(7)V99.

           FD STALE-VOID-FILE.
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

           FD RECON-REPORT.
           01 RECON-REPORT-LINE     PIC X(100).

       WORKING-STORAGE SECTION.
           01 BANK-PAID-STATUS     PIC X(2).
           01 POSITIVE-PAY-STATUS  PIC X(2).
           01 CHECK-MASTER-STATUS  PIC X(2).
           01 STALE-VOID-STATUS    PIC X(2).
           01 ADJ-FILE-STATUS      PIC X(2).
           01 BANK-EOF-FLAG        PIC X(3) VALUE 'NO'.
           01 POSPAY-EOF-FLAG      PIC X(3) VALUE 'NO'.
           01 MASTER-EOF-FLAG      PIC X(3) VALUE 'NO'.
           01 BANK-MODE            PIC X(3) VALUE 'YES'.
           01 POST-CONFIRM         PIC X(1).
           01 VOIDS-POSTED         PIC X(3) VALUE 'NO'.
           01 RECON-AS-OF-DATE     PIC 9(8).
           01 RUN-DATE-NUM         PIC 9(8).
           01 STALE-DAYS           PIC 9(4) VALUE 180.
           01 ESCHEAT-DAYS         PIC 9(4) VALUE 1095.
           01 CHECK-AGE-DAYS       PIC S9(5).
           01 PAID-CLASS           PIC X(22).
           01 AGE-FLAG             PIC X(30).
           01 PAID-COUNT           PIC 9(5) VALUE 0.
           01 PAID-TOTAL           PIC 9(9)V99 VALUE 0.
           01 MISMATCH-COUNT       PIC 9(5) VALUE 0.
           01 MISMATCH-TOTAL       PIC 9(9)V99 VALUE 0.
           01 NOT-ISSUED-COUNT     PIC 9(5) VALUE 0.
           01 NOT-ISSUED-TOTAL     PIC 9(9)V99 VALUE 0.
           01 VOID-CASHED-COUNT    PIC 9(5) VALUE 0.
           01 VOID-CASHED-TOTAL    PIC 9(9)V99 VALUE 0.
           01 DUPLICATE-COUNT      PIC 9(5) VALUE 0.
           01 DUPLICATE-TOTAL      PIC 9(9)V99 VALUE 0.
           01 PRIOR-PAID-COUNT     PIC 9(5) VALUE 0.
           01 UNREADABLE-COUNT     PIC 9(5) VALUE 0.
           01 OUTSTANDING-COUNT    PIC 9(5) VALUE 0.
           01 OUTSTANDING-TOTAL    PIC 9(9)V99 VALUE 0.
           01 CURRENT-COUNT        PIC 9(5) VALUE 0.
           01 CURRENT-TOTAL        PIC 9(9)V99 VALUE 0.
           01 STALE-COUNT          PIC 9(5) VALUE 0.
           01 STALE-TOTAL          PIC 9(9)V99 VALUE 0.
           01 ESCHEAT-COUNT        PIC 9(5) VALUE 0.
           01 ESCHEAT-TOTAL        PIC 9(9)V99 VALUE 0.
           01 STALE-VOID-COUNT     PIC 9(5) VALUE 0.
           01 MANUAL-VOID-COUNT    PIC 9(5) VALUE 0.
           01 POSPAY-ADDED-COUNT   PIC 9(5) VALUE 0.
           01 EXCEPTION-COUNT      PIC 9(5) VALUE 0.
           01 WS-CURRENT-DATE.
               05 WS-CD-YYYY        PIC 9(4).
               05 WS-CD-MM          PIC 9(2).
               05 WS-CD-DD          PIC 9(2).
           01 WS-RUN-DATE-DISPLAY  PIC X(10).
           01 WS-REC-CHECK         PIC ZZZZZZZ9.
           01 WS-REC-EMP-ID        PIC ZZZZ9.
           01 WS-REC-AMOUNT        PIC Z,ZZZ,ZZ9.99.
           01 WS-REC-ISSUED        PIC Z,ZZZ,ZZ9.99.
           01 WS-REC-AGE           PIC ZZZZ9.
           01 WS-REC-COUNT         PIC ZZZZ9.
           01 WS-REC-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-REC-LABEL         PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY "Bank paid-check reconciliation".

           DISPLAY "Reconcile as of date (YYYYMMDD, 0 for today): ".
           ACCEPT RECON-AS-OF-DATE.
           DISPLAY "Post stale-check voids to ADJTRANS.DAT? (Y/N): ".
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

           IF RECON-AS-OF-DATE NOT NUMERIC
               DISPLAY "RECONCILIATION DATE INVALID."
               DISPLAY "RECONCILIATION ABANDONED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF RECON-AS-OF-DATE = 0
               MOVE RUN-DATE-NUM TO RECON-AS-OF-DATE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (RECON-AS-OF-DATE) NOT = 0
               DISPLAY "RECONCILIATION DATE INVALID."
               DISPLAY "RECONCILIATION ABANDONED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O CHECK-MASTER.
           IF CHECK-MASTER-STATUS = '35'
               OPEN OUTPUT CHECK-MASTER
               CLOSE CHECK-MASTER
               OPEN I-O CHECK-MASTER
           END-IF.
           IF CHECK-MASTER-STATUS NOT = '00'
               DISPLAY "CHECK MASTER NOT AVAILABLE - STATUS "
                   CHECK-MASTER-STATUS
               DISPLAY "RECONCILIATION ABANDONED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT BANK-PAID-FILE.
           IF BANK-PAID-STATUS = '35'
               MOVE 'NO ' TO BANK-MODE
               DISPLAY "No bank paid-items file - outstanding "
                   "checks listed only."
           ELSE
               IF BANK-PAID-STATUS NOT = '00'
                   DISPLAY "BANK PAID-ITEMS FILE NOT AVAILABLE - "
                       "STATUS " BANK-PAID-STATUS
                   DISPLAY "RECONCILIATION ABANDONED."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           IF POST-CONFIRM = 'Y' OR POST-CONFIRM = 'y'
               OPEN EXTEND ADJUSTMENT-FILE
               IF ADJ-FILE-STATUS = '35'
                   OPEN OUTPUT ADJUSTMENT-FILE
               END-IF
               IF ADJ-FILE-STATUS NOT = '00'
                   DISPLAY "ADJUSTMENT FILE NOT AVAILABLE - STATUS "
                       ADJ-FILE-STATUS
                   DISPLAY "RECONCILIATION ABANDONED."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'YES' TO VOIDS-POSTED
           END-IF.

           PERFORM LOAD-POSITIVE-PAY.

           OPEN OUTPUT STALE-VOID-FILE.
           OPEN OUTPUT RECON-REPORT.

           PERFORM PRINT-RECON-HEADER.

           IF BANK-MODE = 'YES'
               PERFORM PRINT-PAID-HEADER
               PERFORM READ-BANK-PAID
               PERFORM UNTIL BANK-EOF-FLAG = 'YES'
                   PERFORM MATCH-PAID-ITEM
                   PERFORM READ-BANK-PAID
               END-PERFORM
               CLOSE BANK-PAID-FILE
           END-IF.

           PERFORM PRINT-OUTSTANDING-HEADER.
           MOVE 0 TO CK-CHECK-NUMBER.
           START CHECK-MASTER KEY NOT < CK-CHECK-NUMBER
               INVALID KEY MOVE 'YES' TO MASTER-EOF-FLAG
           END-START.
           PERFORM UNTIL MASTER-EOF-FLAG = 'YES'
               READ CHECK-MASTER NEXT RECORD
                   AT END MOVE 'YES' TO MASTER-EOF-FLAG
                   NOT AT END
                       IF CK-STATUS = 'O' OR CK-STATUS = 'S'
                           PERFORM AGE-OUTSTANDING-CHECK
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM PRINT-RECON-TOTALS.

           CLOSE CHECK-MASTER.
           CLOSE STALE-VOID-FILE.
           CLOSE RECON-REPORT.
           IF VOIDS-POSTED = 'YES'
               CLOSE ADJUSTMENT-FILE
           END-IF.

           DISPLAY "CHECKS PAID: " PAID-COUNT
               "  OUTSTANDING: " OUTSTANDING-COUNT.
           IF POSPAY-ADDED-COUNT > 0
               DISPLAY "CHECKS ADDED FROM POSITIVE PAY: "
                   POSPAY-ADDED-COUNT
           END-IF.
           IF STALE-VOID-COUNT > 0
               IF VOIDS-POSTED = 'YES'
                   DISPLAY "STALE-CHECK VOIDS POSTED TO ADJTRANS.DAT: "
                       STALE-VOID-COUNT
               ELSE
                   DISPLAY "STALE-CHECK VOIDS WRITTEN TO STALEVD.DAT "
                       "(NOT POSTED): " STALE-VOID-COUNT
               END-IF
           END-IF.
           IF MANUAL-VOID-COUNT > 0
               DISPLAY "WARNING - " MANUAL-VOID-COUNT
                   " STALE CHECKS HAVE NO PAY DETAIL - VOID MANUALLY"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF ESCHEAT-COUNT > 0
               DISPLAY "WARNING - " ESCHEAT-COUNT
                   " CHECKS DUE FOR UNCLAIMED PROPERTY REPORTING"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF EXCEPTION-COUNT > 0
               DISPLAY "WARNING - " EXCEPTION-COUNT
                   " BANK PAID ITEMS NEED REVIEW - SEE RECONRPT.TXT"
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "RECONCILIATION COMPLETED - REPORT IS RECONRPT.TXT".

           STOP RUN.

       LOAD-POSITIVE-PAY.
           OPEN INPUT POSITIVE-PAY-FILE.
           IF POSITIVE-PAY-STATUS = '00'
               PERFORM READ-POSITIVE-PAY
               PERFORM UNTIL POSPAY-EOF-FLAG = 'YES'
                   IF PP-CHECK-NUMBER NUMERIC
                       AND PP-CHECK-DATE NUMERIC
                       AND PP-AMOUNT NUMERIC
                       PERFORM ADD-POSITIVE-PAY-CHECK
                   END-IF
                   PERFORM READ-POSITIVE-PAY
               END-PERFORM
               CLOSE POSITIVE-PAY-FILE
           END-IF.

       READ-POSITIVE-PAY.
           READ POSITIVE-PAY-FILE
               AT END MOVE 'YES' TO POSPAY-EOF-FLAG
           END-READ.

       ADD-POSITIVE-PAY-CHECK.
           MOVE PP-CHECK-NUMBER TO CK-CHECK-NUMBER.
           READ CHECK-MASTER
               INVALID KEY
                   MOVE PP-CHECK-NUMBER TO CK-CHECK-NUMBER
                   MOVE 0 TO CK-EMP-ID
                   MOVE PP-PAYEE TO CK-PAYEE
                   MOVE PP-CHECK-DATE TO CK-CHECK-DATE
                   MOVE 0 TO CK-RUN-NUMBER
                   MOVE SPACE TO CK-RUN-MODE
                   MOVE PP-AMOUNT TO CK-AMOUNT
                   MOVE 0 TO CK-GROSS
                   MOVE 0 TO CK-FED
                   MOVE 0 TO CK-STATE
                   MOVE 0 TO CK-DEDUCTIONS
                   MOVE 'O' TO CK-STATUS
                   MOVE RUN-DATE-NUM TO CK-STATUS-DATE
                   MOVE 0 TO CK-PAID-DATE
                   MOVE 0 TO CK-PAID-AMOUNT
                   MOVE 0 TO CK-SS
                   MOVE 0 TO CK-MED
                   MOVE 0 TO CK-FICA-WAGES
                   WRITE CHECK-MASTER-RECORD
                   ADD 1 TO POSPAY-ADDED-COUNT
           END-READ.

       READ-BANK-PAID.
           READ BANK-PAID-FILE
               AT END MOVE 'YES' TO BANK-EOF-FLAG
           END-READ.

       MATCH-PAID-ITEM.
           IF BP-CHECK-NUMBER NOT NUMERIC
               OR BP-PAID-DATE NOT NUMERIC
               OR BP-AMOUNT NOT NUMERIC
               ADD 1 TO UNREADABLE-COUNT
               ADD 1 TO EXCEPTION-COUNT
               MOVE SPACES TO RECON-REPORT-LINE
               STRING "? " DELIMITED BY SIZE
                   BANK-PAID-RECORD DELIMITED BY SIZE
                   "  NON-NUMERIC PAID ITEM - NOT MATCHED"
                   DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
               WRITE RECON-REPORT-LINE
           ELSE
               MOVE BP-CHECK-NUMBER TO CK-CHECK-NUMBER
               READ CHECK-MASTER
                   INVALID KEY
                       MOVE "PAID - NEVER ISSUED" TO PAID-CLASS
                       ADD 1 TO NOT-ISSUED-COUNT
                       ADD BP-AMOUNT TO NOT-ISSUED-TOTAL
                       ADD 1 TO EXCEPTION-COUNT
                       MOVE SPACES TO CK-PAYEE
                       MOVE 0 TO CK-EMP-ID
                       MOVE 0 TO CK-AMOUNT
                       PERFORM PRINT-PAID-DETAIL
                   NOT INVALID KEY
                       PERFORM CLASSIFY-PAID-ITEM
               END-READ
           END-IF.

       CLASSIFY-PAID-ITEM.
           IF CK-STATUS = 'O'
               IF BP-AMOUNT = CK-AMOUNT
                   MOVE "PAID" TO PAID-CLASS
                   MOVE 'P' TO CK-STATUS
                   ADD 1 TO PAID-COUNT
                   ADD BP-AMOUNT TO PAID-TOTAL
               ELSE
                   MOVE "AMOUNT MISMATCH" TO PAID-CLASS
                   MOVE 'M' TO CK-STATUS
                   ADD 1 TO MISMATCH-COUNT
                   ADD BP-AMOUNT TO MISMATCH-TOTAL
                   ADD 1 TO EXCEPTION-COUNT
               END-IF
               PERFORM RECORD-PAID-ITEM
           ELSE
           IF CK-STATUS = 'V' OR CK-STATUS = 'S'
               MOVE "VOIDED - CASHED" TO PAID-CLASS
               MOVE 'X' TO CK-STATUS
               ADD 1 TO VOID-CASHED-COUNT
               ADD BP-AMOUNT TO VOID-CASHED-TOTAL
               ADD 1 TO EXCEPTION-COUNT
               PERFORM RECORD-PAID-ITEM
           ELSE
           IF CK-PAID-DATE = BP-PAID-DATE
               AND CK-PAID-AMOUNT = BP-AMOUNT
               ADD 1 TO PRIOR-PAID-COUNT
           ELSE
               MOVE "DUPLICATE PRESENTMENT" TO PAID-CLASS
               ADD 1 TO DUPLICATE-COUNT
               ADD BP-AMOUNT TO DUPLICATE-TOTAL
               ADD 1 TO EXCEPTION-COUNT
               PERFORM PRINT-PAID-DETAIL
           END-IF
           END-IF
           END-IF.

       RECORD-PAID-ITEM.
           MOVE BP-PAID-DATE TO CK-PAID-DATE.
           MOVE BP-AMOUNT TO CK-PAID-AMOUNT.
           MOVE RUN-DATE-NUM TO CK-STATUS-DATE.
           REWRITE CHECK-MASTER-RECORD.
           PERFORM PRINT-PAID-DETAIL.

       AGE-OUTSTANDING-CHECK.
           MOVE 0 TO CHECK-AGE-DAYS.
           IF FUNCTION TEST-DATE-YYYYMMDD (CK-CHECK-DATE) = 0
               AND CK-CHECK-DATE < RECON-AS-OF-DATE
               COMPUTE CHECK-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE (RECON-AS-OF-DATE)
                   - FUNCTION INTEGER-OF-DATE (CK-CHECK-DATE)
           END-IF.

           ADD 1 TO OUTSTANDING-COUNT.
           ADD CK-AMOUNT TO OUTSTANDING-TOTAL.
           MOVE SPACES TO AGE-FLAG.

           IF CK-STATUS = 'O' AND CHECK-AGE-DAYS >= STALE-DAYS
               ADD 1 TO STALE-COUNT
               ADD CK-AMOUNT TO STALE-TOTAL
               IF CK-EMP-ID = 0
                   MOVE "STALE - VOID MANUALLY" TO AGE-FLAG
                   ADD 1 TO MANUAL-VOID-COUNT
               ELSE
                   PERFORM WRITE-STALE-VOID
               END-IF
           ELSE
           IF CK-STATUS = 'S'
               MOVE "STALE - VOIDED" TO AGE-FLAG
               ADD 1 TO STALE-COUNT
               ADD CK-AMOUNT TO STALE-TOTAL
           ELSE
               ADD 1 TO CURRENT-COUNT
               ADD CK-AMOUNT TO CURRENT-TOTAL
           END-IF
           END-IF.

           IF CHECK-AGE-DAYS >= ESCHEAT-DAYS
               MOVE "ESCHEAT DUE" TO AGE-FLAG
               ADD 1 TO ESCHEAT-COUNT
               ADD CK-AMOUNT TO ESCHEAT-TOTAL
           END-IF.

           PERFORM PRINT-OUTSTANDING-DETAIL.

       WRITE-STALE-VOID.
           MOVE 'V' TO ADJ-ACTION.
           MOVE CK-EMP-ID TO ADJ-EMP-ID.
           MOVE CK-GROSS TO ADJ-GROSS.
           MOVE CK-AMOUNT TO ADJ-NET.
           MOVE CK-FED TO ADJ-FED.
           MOVE CK-STATE TO ADJ-STATE.
           MOVE CK-DEDUCTIONS TO ADJ-DEDUCTIONS.
           MOVE 0 TO ADJ-ROUTING-NUMBER.
           MOVE 0 TO ADJ-ACCOUNT-NUMBER.
           MOVE CK-CHECK-NUMBER TO ADJ-CHECK-NUMBER.
           MOVE CK-SS TO ADJ-SS.
           MOVE CK-MED TO ADJ-MED.
           MOVE CK-FICA-WAGES TO ADJ-FICA-WAGES.
           WRITE ADJUSTMENT-RECORD.
           ADD 1 TO STALE-VOID-COUNT.

           IF VOIDS-POSTED = 'YES'
               MOVE ADJUSTMENT-RECORD TO ADJ-POST-RECORD
               WRITE ADJ-POST-RECORD
               MOVE 'S' TO CK-STATUS
               MOVE RUN-DATE-NUM TO CK-STATUS-DATE
               REWRITE CHECK-MASTER-RECORD
               MOVE "STALE - VOID POSTED" TO AGE-FLAG
           ELSE
               MOVE "STALE - VOID WRITTEN" TO AGE-FLAG
           END-IF.

       PRINT-RECON-HEADER.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "BANK CHECK RECONCILIATION   AS OF: "
               DELIMITED BY SIZE
               RECON-AS-OF-DATE DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
               INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

           MOVE STALE-DAYS TO WS-REC-AGE.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "STALE AFTER " DELIMITED BY SIZE
               WS-REC-AGE DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

           MOVE ESCHEAT-DAYS TO WS-REC-AGE.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "ESCHEAT DUE AFTER " DELIMITED BY SIZE
               WS-REC-AGE DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

       PRINT-PAID-HEADER.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "BANK PAID ITEMS" DELIMITED BY SIZE
               INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "CHECK NO  PAID DATE  EMP ID  PAYEE"
               DELIMITED BY SIZE
               "                            ISSUED         PAID"
               DELIMITED BY SIZE
               "  CLASS" DELIMITED BY SIZE
               INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

       PRINT-PAID-DETAIL.
           MOVE BP-CHECK-NUMBER TO WS-REC-CHECK.
           MOVE CK-EMP-ID TO WS-REC-EMP-ID.
           MOVE CK-AMOUNT TO WS-REC-ISSUED.
           MOVE BP-AMOUNT TO WS-REC-AMOUNT.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING WS-REC-CHECK DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               BP-PAID-DATE DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-REC-EMP-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CK-PAYEE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-REC-ISSUED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REC-AMOUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PAID-CLASS DELIMITED BY SIZE
               INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

       PRINT-OUTSTANDING-HEADER.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "OUTSTANDING CHECKS" DELIMITED BY SIZE
               INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "CHECK NO  ISSUED     EMP ID  PAYEE"
               DELIMITED BY SIZE
               "                            AMOUNT    AGE"
               DELIMITED BY SIZE
               "  FLAG" DELIMITED BY SIZE
               INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

       PRINT-OUTSTANDING-DETAIL.
           MOVE CK-CHECK-NUMBER TO WS-REC-CHECK.
           MOVE CK-EMP-ID TO WS-REC-EMP-ID.
           MOVE CK-AMOUNT TO WS-REC-AMOUNT.
           MOVE CHECK-AGE-DAYS TO WS-REC-AGE.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING WS-REC-CHECK DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CK-CHECK-DATE DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-REC-EMP-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CK-PAYEE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-REC-AMOUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-REC-AGE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AGE-FLAG DELIMITED BY SIZE
               INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

       PRINT-RECON-TOTALS.
           MOVE SPACES TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "RECONCILIATION TOTALS" DELIMITED BY SIZE
               INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

           MOVE "PAID AND MATCHED:" TO WS-REC-LABEL.
           MOVE PAID-COUNT TO WS-REC-COUNT.
           MOVE PAID-TOTAL TO WS-REC-TOTAL.
           PERFORM PRINT-RECON-TOTAL-LINE.

           MOVE "AMOUNT MISMATCHED:" TO WS-REC-LABEL.
           MOVE MISMATCH-COUNT TO WS-REC-COUNT.
           MOVE MISMATCH-TOTAL TO WS-REC-TOTAL.
           PERFORM PRINT-RECON-TOTAL-LINE.

           MOVE "PAID BUT NEVER ISSUED:" TO WS-REC-LABEL.
           MOVE NOT-ISSUED-COUNT TO WS-REC-COUNT.
           MOVE NOT-ISSUED-TOTAL TO WS-REC-TOTAL.
           PERFORM PRINT-RECON-TOTAL-LINE.

           MOVE "VOIDED BUT CASHED:" TO WS-REC-LABEL.
           MOVE VOID-CASHED-COUNT TO WS-REC-COUNT.
           MOVE VOID-CASHED-TOTAL TO WS-REC-TOTAL.
           PERFORM PRINT-RECON-TOTAL-LINE.

           MOVE "DUPLICATE PRESENTMENTS:" TO WS-REC-LABEL.
           MOVE DUPLICATE-COUNT TO WS-REC-COUNT.
           MOVE DUPLICATE-TOTAL TO WS-REC-TOTAL.
           PERFORM PRINT-RECON-TOTAL-LINE.

           MOVE "OUTSTANDING - CURRENT:" TO WS-REC-LABEL.
           MOVE CURRENT-COUNT TO WS-REC-COUNT.
           MOVE CURRENT-TOTAL TO WS-REC-TOTAL.
           PERFORM PRINT-RECON-TOTAL-LINE.

           MOVE "OUTSTANDING - STALE:" TO WS-REC-LABEL.
           MOVE STALE-COUNT TO WS-REC-COUNT.
           MOVE STALE-TOTAL TO WS-REC-TOTAL.
           PERFORM PRINT-RECON-TOTAL-LINE.

           MOVE "TOTAL OUTSTANDING:" TO WS-REC-LABEL.
           MOVE OUTSTANDING-COUNT TO WS-REC-COUNT.
           MOVE OUTSTANDING-TOTAL TO WS-REC-TOTAL.
           PERFORM PRINT-RECON-TOTAL-LINE.

           MOVE "DUE FOR ESCHEAT REPORTING:" TO WS-REC-LABEL.
           MOVE ESCHEAT-COUNT TO WS-REC-COUNT.
           MOVE ESCHEAT-TOTAL TO WS-REC-TOTAL.
           PERFORM PRINT-RECON-TOTAL-LINE.

           MOVE SPACES TO RECON-REPORT-LINE.
           MOVE PRIOR-PAID-COUNT TO WS-REC-COUNT.
           STRING "PAID ITEMS ALREADY RECONCILED: " DELIMITED BY SIZE
               WS-REC-COUNT DELIMITED BY SIZE
               INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

           MOVE SPACES TO RECON-REPORT-LINE.
           MOVE UNREADABLE-COUNT TO WS-REC-COUNT.
           STRING "UNREADABLE PAID ITEMS:         " DELIMITED BY SIZE
               WS-REC-COUNT DELIMITED BY SIZE
               INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

           MOVE SPACES TO RECON-REPORT-LINE.
           MOVE POSPAY-ADDED-COUNT TO WS-REC-COUNT.
           STRING "CHECKS ADDED FROM POSITIVE PAY: " DELIMITED BY SIZE
               WS-REC-COUNT DELIMITED BY SIZE
               INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

           MOVE SPACES TO RECON-REPORT-LINE.
           MOVE STALE-VOID-COUNT TO WS-REC-COUNT.
           IF VOIDS-POSTED = 'YES'
               STRING "STALE VOIDS POSTED TO ADJTRANS: "
                   DELIMITED BY SIZE
                   WS-REC-COUNT DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
           ELSE
               STRING "STALE VOIDS WRITTEN (NOT POSTED): "
                   DELIMITED BY SIZE
                   WS-REC-COUNT DELIMITED BY SIZE
                   INTO RECON-REPORT-LINE
           END-IF.
           WRITE RECON-REPORT-LINE.

           MOVE SPACES TO RECON-REPORT-LINE.
           MOVE MANUAL-VOID-COUNT TO WS-REC-COUNT.
           STRING "STALE CHECKS TO VOID MANUALLY: " DELIMITED BY SIZE
               WS-REC-COUNT DELIMITED BY SIZE
               INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.

       PRINT-RECON-TOTAL-LINE.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING WS-REC-LABEL DELIMITED BY SIZE
               WS-REC-COUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-REC-TOTAL DELIMITED BY SIZE
               INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
