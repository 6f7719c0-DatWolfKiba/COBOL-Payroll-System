           SELECT NEW-MASTER-FILE ASSIGN TO "NEWEMPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.
           SELECT NEW-CONTROL-FILE ASSIGN TO "NEWCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDING-FILE ASSIGN TO "PENDTRN.DAT"
               FILE STATUS IS PENDING-FILE-STATUS.
           SELECT PENDING-REPORT ASSIGN TO "PENDRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WITHHOLDING-MASTER ASSIGN TO "WITHMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WH-EMP-ID
               FILE STATUS IS WITHHOLDING-FILE-STATUS.
           SELECT DEMOGRAPHIC-MASTER ASSIGN TO "DEMOMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-EMP-ID
               ALTERNATE RECORD KEY IS DM-SSN WITH DUPLICATES
               FILE STATUS IS DEMOGRAPHIC-FILE-STATUS.
           SELECT NEW-HIRE-FILE ASSIGN TO "NEWHIRE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETRO-CHANGE-FILE ASSIGN TO "RETROCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETRO-FILE-STATUS.
           SELECT FINAL-PAY-FILE ASSIGN TO "FINALPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINAL-PAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
               05 PAY-FREQUENCY     PIC X(1).

           FD TRANS-FILE.
           01 RAW-TRANS-RECORD      PIC X(225).

           SD TRANS-SORT-FILE.
           01 TRANS-SORT-RECORD.
               05 TSRT-ACTION        PIC X(1).
               05 TSRT-EMP-ID        PIC 9(5).
               05 TSRT-REST          PIC X(219).

           FD SORTED-TRANS-FILE.
           01 TRANSACTION-RECORD.
               05 TRN-PAY-FREQUENCY PIC X(1).
               05 TRN-KEYED-DATE    PIC 9(8).
               05 TRN-EFFECTIVE-DATE PIC 9(8).
               05 TRN-DEMOGRAPHICS.
                   10 TRN-SSN       PIC 9(9).
                   10 TRN-ADDRESS-1 PIC X(30).
                   10 TRN-ADDRESS-2 PIC X(30).
                   10 TRN-CITY      PIC X(20).
                   10 TRN-STATE     PIC X(2).
                   10 TRN-ZIP-CODE  PIC X(5).
                   10 TRN-ZIP-EXT   PIC X(4).
                   10 TRN-BIRTH-DATE PIC 9(8).
                   10 TRN-HIRE-DATE PIC 9(8).
                   10 TRN-TERM-DATE PIC 9(8).
                   10 TRN-EMPLOYMENT-STATUS PIC X(1).
           01 W4-TRANSACTION-RECORD.
               05 TRW-ACTION        PIC X(1).
               05 TRW-EMP-ID        PIC 9(5).
               05 TRW-FILING-STATUS PIC X(1).
               05 TRW-CREDIT-AMOUNT PIC 9(5)V99.
               05 TRW-OTHER-INCOME  PIC 9(7)V99.
               05 TRW-EXTRA-DEDUCT  PIC 9(7)V99.
               05 TRW-ADDL-WITHHOLD PIC 9(5)V99.
               05 TRW-EXEMPT        PIC X(1).
               05 TRW-STATE-CODE    PIC X(2).
               05 TRW-LOCK-ACTION   PIC X(1).
               05 FILLER            PIC X(41).
               05 TRW-KEYED-DATE    PIC 9(8).
               05 TRW-EFFECTIVE-DATE PIC 9(8).

           FD NEW-MASTER-FILE.
           01 NEW-MASTER-RECORD.
               05 NEW-PAY-FREQUENCY  PIC X(1).

           FD AUDIT-LOG.
           01 AUDIT-LINE            PIC X(200).

           FD NEW-CONTROL-FILE.
           01 NEW-CONTROL-RECORD.
               05 NC-ID-HASH        PIC 9(10).

           FD PENDING-FILE.
           01 PENDING-RECORD        PIC X(225).

           FD PENDING-REPORT.
           01 PENDING-LINE          PIC X(80).

           FD WITHHOLDING-MASTER.
           01 WITHHOLDING-RECORD.
               05 WH-EMP-ID         PIC 9(5).
               05 WH-FEDERAL.
                   10 WH-FED-FILING-STATUS PIC X(1).
                   10 WH-FED-CREDIT-AMOUNT PIC 9(5)V99.
                   10 WH-FED-OTHER-INCOME PIC 9(7)V99.
                   10 WH-FED-EXTRA-DEDUCT PIC 9(7)V99.
                   10 WH-FED-ADDL-WITHHOLD PIC 9(5)V99.
                   10 WH-FED-EXEMPT  PIC X(1).
                   10 WH-FED-LOCK-IN PIC X(1).
                   10 WH-FED-EFFECTIVE-DATE PIC 9(8).
               05 WH-STATE.
                   10 WH-ST-STATE-CODE PIC X(2).
                   10 WH-ST-FILING-STATUS PIC X(1).
                   10 WH-ST-CREDIT-AMOUNT PIC 9(5)V99.
                   10 WH-ST-OTHER-INCOME PIC 9(7)V99.
                   10 WH-ST-EXTRA-DEDUCT PIC 9(7)V99.
                   10 WH-ST-ADDL-WITHHOLD PIC 9(5)V99.
                   10 WH-ST-EXEMPT   PIC X(1).
                   10 WH-ST-EFFECTIVE-DATE PIC 9(8).

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

           FD NEW-HIRE-FILE.
           01 NEW-HIRE-RECORD.
               05 NH-WORK-STATE     PIC X(2).
               05 NH-EMP-ID         PIC 9(5).
               05 NH-SSN            PIC 9(9).
               05 NH-EMP-NAME       PIC A(30).
               05 NH-ADDRESS-1      PIC X(30).
               05 NH-ADDRESS-2      PIC X(30).
               05 NH-CITY           PIC X(20).
               05 NH-STATE          PIC X(2).
               05 NH-ZIP-CODE       PIC X(5).
               05 NH-ZIP-EXT        PIC X(4).
               05 NH-BIRTH-DATE     PIC 9(8).
               05 NH-HIRE-DATE      PIC 9(8).
               05 NH-DUE-DATE       PIC 9(8).
               05 NH-REHIRE-FLAG    PIC X(1).

           FD RETRO-CHANGE-FILE.
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

           FD FINAL-PAY-FILE.
           01 FINAL-PAY-RECORD.
               05 FP-EMP-ID         PIC 9(5).
               05 FP-REST           PIC X(78).

       WORKING-STORAGE SECTION.
           01 TRANS-FILE-STATUS    PIC X(2).
           01 AUDIT-LOG-STATUS     PIC X(2).
           01 MASTER-EOF-FLAG      PIC X(3) VALUE 'NO'.
           01 TRANS-EOF-FLAG       PIC X(3) VALUE 'NO'.
           01 MASTER-KEY           PIC 9(6) VALUE 0.
           01 RETRO-FLAG           PIC X(3).
           01 PENDING-COUNT        PIC 9(5) VALUE 0.
           01 RETRO-COUNT          PIC 9(5) VALUE 0.
           01 WITHHOLDING-FILE-STATUS PIC X(2).
           01 LAST-NEW-MASTER-ID   PIC 9(5) VALUE 0.
           01 WH-RECORD-FOUND      PIC X(3).
           01 SAVED-WH-BEFORE-IMAGE PIC X(92).
           01 SAVED-WH-AFTER-IMAGE PIC X(92).
           01 W4-COUNT             PIC 9(5) VALUE 0.
           01 W4-EFFECTIVE-DATE    PIC 9(8).
           01 W4-AUDIT-TAG         PIC X(4).
           01 DEMOGRAPHIC-FILE-STATUS PIC X(2).
           01 DEMO-RECORD-FOUND    PIC X(3).
           01 DUP-SSN-EOF          PIC X(3).
           01 REHIRE-FLAG          PIC X(3).
           01 LAST-NEW-MASTER-NAME PIC A(30).
           01 LAST-NEW-MASTER-STATE PIC X(2).
           01 SAVED-DEMO-BEFORE-IMAGE PIC X(162).
           01 SAVED-DEMO-AFTER-IMAGE PIC X(162).
           01 DEMO-AUDIT-IMAGE     PIC X(162).
           01 SAVED-TERM-DATE      PIC 9(8).
           01 SAVED-EMPLOYMENT-STATUS PIC X(1).
           01 SSN-CHECK.
               05 SSN-AREA          PIC 9(3).
               05 SSN-GROUP         PIC 9(2).
               05 SSN-SERIAL        PIC 9(4).
           01 DUP-SSN-EMP-ID       PIC 9(5).
           01 NEW-HIRE-DAYS        PIC 9(3) VALUE 20.
           01 NEW-HIRE-DUE-DATE    PIC 9(8).
           01 DEMO-COUNT           PIC 9(5) VALUE 0.
           01 NEW-HIRE-COUNT       PIC 9(5) VALUE 0.
           01 LATE-HIRE-COUNT      PIC 9(5) VALUE 0.
           01 RETRO-FILE-STATUS    PIC X(2).
           01 RETRO-CHANGE-COUNT   PIC 9(5) VALUE 0.
           01 FINAL-PAY-STATUS     PIC X(2).
           01 FINAL-PAY-EOF        PIC X(3).
           01 FINAL-PAY-COUNT      PIC 9(5) VALUE 0.
           01 FINAL-PAY-HASH       PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
               GIVING SORTED-MASTER-FILE.

           SORT TRANS-SORT-FILE
               ON ASCENDING KEY TSRT-EMP-ID TSRT-ACTION
               USING TRANS-FILE PENDING-FILE
               GIVING SORTED-TRANS-FILE.

           OPEN INPUT SORTED-MASTER-FILE.
           OPEN INPUT SORTED-TRANS-FILE.
           OPEN OUTPUT NEW-MASTER-FILE.
           OPEN EXTEND AUDIT-LOG.
           IF AUDIT-LOG-STATUS = '35'
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           IF AUDIT-LOG-STATUS NOT = '00'
               DISPLAY "AUDIT LOG NOT AVAILABLE - STATUS "
                   AUDIT-LOG-STATUS
               DISPLAY "MAINTENANCE RUN ABANDONED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NEW-CONTROL-FILE.
           OPEN OUTPUT PENDING-FILE.
           OPEN OUTPUT PENDING-REPORT.

           OPEN I-O WITHHOLDING-MASTER.
           IF WITHHOLDING-FILE-STATUS = '35'
               OPEN OUTPUT WITHHOLDING-MASTER
               CLOSE WITHHOLDING-MASTER
               OPEN I-O WITHHOLDING-MASTER
           END-IF.
           IF WITHHOLDING-FILE-STATUS NOT = '00'
               DISPLAY "WITHHOLDING MASTER NOT AVAILABLE - STATUS "
                   WITHHOLDING-FILE-STATUS
               DISPLAY "MAINTENANCE RUN ABANDONED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O DEMOGRAPHIC-MASTER.
           IF DEMOGRAPHIC-FILE-STATUS = '35'
               OPEN OUTPUT DEMOGRAPHIC-MASTER
               CLOSE DEMOGRAPHIC-MASTER
               OPEN I-O DEMOGRAPHIC-MASTER
           END-IF.
           IF DEMOGRAPHIC-FILE-STATUS NOT = '00'
               DISPLAY "DEMOGRAPHIC MASTER NOT AVAILABLE - STATUS "
                   DEMOGRAPHIC-FILE-STATUS
               DISPLAY "MAINTENANCE RUN ABANDONED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT NEW-HIRE-FILE.

           OPEN EXTEND RETRO-CHANGE-FILE.
           IF RETRO-FILE-STATUS = '35'
               OPEN OUTPUT RETRO-CHANGE-FILE
           END-IF.
           IF RETRO-FILE-STATUS NOT = '00'
               DISPLAY "RETRO CHANGE FILE NOT AVAILABLE - STATUS "
                   RETRO-FILE-STATUS
               DISPLAY "MAINTENANCE RUN ABANDONED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM COUNT-FINAL-PAY-QUEUE.
           OPEN EXTEND FINAL-PAY-FILE.
           IF FINAL-PAY-STATUS = '35'
               OPEN OUTPUT FINAL-PAY-FILE
           END-IF.
           IF FINAL-PAY-STATUS NOT = '00'
               DISPLAY "FINAL PAY FILE NOT AVAILABLE - STATUS "
                   FINAL-PAY-STATUS
               DISPLAY "MAINTENANCE RUN ABANDONED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           STRING WS-CD-MM DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
                   ADD 1 TO UNCHANGED-COUNT
                   PERFORM READ-MASTER
               ELSE
                   IF TRN-ACTION = 'F' OR TRN-ACTION = 'S'
                       OR TRN-ACTION = 'L'
                       PERFORM APPLY-WITHHOLDING-TRANS
                       PERFORM READ-TRANS
                   ELSE
                   IF TRN-ACTION = 'D'
                       PERFORM APPLY-DEMOGRAPHIC-TRANS
                       PERFORM READ-TRANS
                   ELSE
                   IF TRANS-KEY < MASTER-KEY
                       PERFORM APPLY-UNMATCHED-TRANS
                       PERFORM READ-TRANS
                       PERFORM READ-MASTER
                       PERFORM READ-TRANS
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

           CLOSE AUDIT-LOG.
           CLOSE PENDING-FILE.
           CLOSE PENDING-REPORT.
           CLOSE WITHHOLDING-MASTER.
           CLOSE DEMOGRAPHIC-MASTER.
           CLOSE NEW-HIRE-FILE.
           CLOSE RETRO-CHANGE-FILE.
           CLOSE FINAL-PAY-FILE.

           DISPLAY "ADDS: " ADD-COUNT "  CHANGES: " CHANGE-COUNT
               "  TERMINATIONS: " TERM-COUNT
               "  UNCHANGED: " UNCHANGED-COUNT.
           DISPLAY "WITHHOLDING ELECTIONS APPLIED: " W4-COUNT.
           DISPLAY "DEMOGRAPHIC UPDATES: " DEMO-COUNT
               "  NEW HIRES REPORTED: " NEW-HIRE-COUNT.
           IF LATE-HIRE-COUNT > 0
               DISPLAY "WARNING - " LATE-HIRE-COUNT
                   " NEW HIRES PAST STATE REPORTING DEADLINE"
           END-IF.
           DISPLAY "REJECTED TRANSACTIONS: " REJECT-COUNT.
           DISPLAY "PENDING TRANSACTIONS HELD: " PENDING-COUNT.
           IF RETRO-COUNT > 0
                   " TRANSACTIONS APPLIED AFTER EFFECTIVE DATE"
                   " - RETRO PAY REVIEW NEEDED"
           END-IF.
           IF RETRO-CHANGE-COUNT > 0
               DISPLAY "RATE CHANGES QUEUED FOR RETRO PAY: "
                   RETRO-CHANGE-COUNT " - RUN RETROPAY"
           END-IF.
           IF FINAL-PAY-COUNT > 0
               DISPLAY "FINAL PAY QUEUE COUNT: " FINAL-PAY-COUNT
                   "  ID HASH: " FINAL-PAY-HASH
                   " - RUN PAYROLL IN MODE F"
           END-IF.
           DISPLAY "MAINTENANCE COMPLETED - NEW MASTER IS NEWEMPL.DAT".

           STOP RUN.
       WRITE-NEW-MASTER.
           ADD 1 TO NEW-MASTER-COUNT.
           ADD NEW-EMP-ID TO NEW-ID-HASH.
           MOVE NEW-EMP-ID TO LAST-NEW-MASTER-ID.
           MOVE NEW-EMP-NAME TO LAST-NEW-MASTER-NAME.
           MOVE NEW-WORK-STATE-CODE TO LAST-NEW-MASTER-STATE.
           WRITE NEW-MASTER-RECORD.

       READ-MASTER.
           ELSE
               IF TRN-ACTION = 'A'
                   PERFORM VALIDATE-TRANSACTION
                   IF TRN-VALID = 'YES'
                       PERFORM VALIDATE-DEMOGRAPHICS
                   END-IF
                   IF TRN-VALID = 'YES'
                       PERFORM BUILD-NEW-FROM-TRANS
                       MOVE NEW-MASTER-RECORD TO SAVED-AFTER-IMAGE
                       ADD 1 TO ADD-COUNT
                       PERFORM WRITE-AUDIT-ADD
                       PERFORM WRITE-AUDIT-DATES
                       PERFORM ADD-DEMOGRAPHIC-RECORD
                       MOVE TRN-EMP-ID TO LAST-TRANS-KEY
                   ELSE
                       PERFORM WRITE-AUDIT-REJECT
                       PERFORM WRITE-AUDIT-REJECT
                   ELSE
                       MOVE 'ACTN' TO REJ-REASON-CODE
                       MOVE "INVALID ACTION - MUST BE A C T D F S L"
                           TO REJ-REASON-TEXT
                       PERFORM WRITE-AUDIT-REJECT
                   END-IF
                   ADD 1 TO CHANGE-COUNT
                   PERFORM WRITE-AUDIT-CHANGE
                   PERFORM WRITE-AUDIT-DATES
                   IF RETRO-FLAG = 'YES'
                       PERFORM WRITE-RETRO-CHANGE
                   END-IF
                   PERFORM SYNC-DEMOGRAPHIC-RECORD
               ELSE
                   MOVE EMPLOYEE-RECORD TO NEW-MASTER-RECORD
                   PERFORM WRITE-NEW-MASTER
                   ADD 1 TO TERM-COUNT
                   PERFORM WRITE-AUDIT-TERM
                   PERFORM WRITE-AUDIT-DATES
                   PERFORM TERMINATE-DEMOGRAPHIC-RECORD
                   PERFORM WRITE-FINAL-PAY
               ELSE
                   IF TRN-ACTION = 'A'
                       MOVE 'DUPE' TO REJ-REASON-CODE
                           TO REJ-REASON-TEXT
                   ELSE
                       MOVE 'ACTN' TO REJ-REASON-CODE
                       MOVE "INVALID ACTION - MUST BE A C T D F S L"
                           TO REJ-REASON-TEXT
                   END-IF
                   MOVE EMPLOYEE-RECORD TO NEW-MASTER-RECORD
               END-IF
           END-IF.

       APPLY-WITHHOLDING-TRANS.
           IF TRW-EMP-ID NOT = MASTER-KEY
               AND TRW-EMP-ID NOT = LAST-NEW-MASTER-ID
               MOVE 'NOTF' TO REJ-REASON-CODE
               MOVE "EMPLOYEE ID NOT ON MASTER"
                   TO REJ-REASON-TEXT
               PERFORM WRITE-AUDIT-REJECT
           ELSE
               PERFORM VALIDATE-W4-TRANSACTION
               IF TRN-VALID = 'YES'
                   PERFORM READ-WITHHOLDING-RECORD
                   IF TRW-ACTION = 'F'
                       AND WH-FED-LOCK-IN = 'Y'
                       PERFORM CHECK-LOCK-IN-LIMITS
                   END-IF
               END-IF
               IF TRN-VALID = 'YES'
                   MOVE WITHHOLDING-RECORD TO SAVED-WH-BEFORE-IMAGE
                   IF TRW-ACTION = 'F'
                       PERFORM APPLY-FEDERAL-W4
                   ELSE
                   IF TRW-ACTION = 'S'
                       PERFORM APPLY-STATE-W4
                   ELSE
                       PERFORM APPLY-LOCK-IN-LETTER
                   END-IF
                   END-IF
                   MOVE WITHHOLDING-RECORD TO SAVED-WH-AFTER-IMAGE
                   PERFORM WRITE-WITHHOLDING-RECORD
                   ADD 1 TO W4-COUNT
                   PERFORM WRITE-AUDIT-WITHHOLDING
               ELSE
                   PERFORM WRITE-AUDIT-REJECT
               END-IF
           END-IF.

       READ-WITHHOLDING-RECORD.
           MOVE TRW-EMP-ID TO WH-EMP-ID.
           READ WITHHOLDING-MASTER
               INVALID KEY
                   MOVE 'NO ' TO WH-RECORD-FOUND
                   MOVE 'S' TO WH-FED-FILING-STATUS
                   MOVE 0 TO WH-FED-CREDIT-AMOUNT
                   MOVE 0 TO WH-FED-OTHER-INCOME
                   MOVE 0 TO WH-FED-EXTRA-DEDUCT
                   MOVE 0 TO WH-FED-ADDL-WITHHOLD
                   MOVE 'N' TO WH-FED-EXEMPT
                   MOVE 'N' TO WH-FED-LOCK-IN
                   MOVE 0 TO WH-FED-EFFECTIVE-DATE
                   MOVE SPACES TO WH-ST-STATE-CODE
                   MOVE 'S' TO WH-ST-FILING-STATUS
                   MOVE 0 TO WH-ST-CREDIT-AMOUNT
                   MOVE 0 TO WH-ST-OTHER-INCOME
                   MOVE 0 TO WH-ST-EXTRA-DEDUCT
                   MOVE 0 TO WH-ST-ADDL-WITHHOLD
                   MOVE 'N' TO WH-ST-EXEMPT
                   MOVE 0 TO WH-ST-EFFECTIVE-DATE
               NOT INVALID KEY
                   MOVE 'YES' TO WH-RECORD-FOUND
           END-READ.

       WRITE-WITHHOLDING-RECORD.
           IF WH-RECORD-FOUND = 'YES'
               REWRITE WITHHOLDING-RECORD
           ELSE
               WRITE WITHHOLDING-RECORD
           END-IF.
           IF WITHHOLDING-FILE-STATUS NOT = '00'
               DISPLAY "WITHHOLDING MASTER UPDATE FAILED FOR "
                   WH-EMP-ID " - STATUS " WITHHOLDING-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       APPLY-FEDERAL-W4.
           MOVE TRW-FILING-STATUS TO WH-FED-FILING-STATUS.
           MOVE TRW-CREDIT-AMOUNT TO WH-FED-CREDIT-AMOUNT.
           MOVE TRW-OTHER-INCOME TO WH-FED-OTHER-INCOME.
           MOVE TRW-EXTRA-DEDUCT TO WH-FED-EXTRA-DEDUCT.
           MOVE TRW-ADDL-WITHHOLD TO WH-FED-ADDL-WITHHOLD.
           MOVE TRW-EXEMPT TO WH-FED-EXEMPT.
           PERFORM SET-W4-EFFECTIVE-DATE.
           MOVE W4-EFFECTIVE-DATE TO WH-FED-EFFECTIVE-DATE.

       APPLY-STATE-W4.
           MOVE TRW-STATE-CODE TO WH-ST-STATE-CODE.
           MOVE TRW-FILING-STATUS TO WH-ST-FILING-STATUS.
           MOVE TRW-CREDIT-AMOUNT TO WH-ST-CREDIT-AMOUNT.
           MOVE TRW-OTHER-INCOME TO WH-ST-OTHER-INCOME.
           MOVE TRW-EXTRA-DEDUCT TO WH-ST-EXTRA-DEDUCT.
           MOVE TRW-ADDL-WITHHOLD TO WH-ST-ADDL-WITHHOLD.
           MOVE TRW-EXEMPT TO WH-ST-EXEMPT.
           PERFORM SET-W4-EFFECTIVE-DATE.
           MOVE W4-EFFECTIVE-DATE TO WH-ST-EFFECTIVE-DATE.

       APPLY-LOCK-IN-LETTER.
           IF TRW-LOCK-ACTION = 'Y'
               MOVE 'Y' TO WH-FED-LOCK-IN
               PERFORM APPLY-FEDERAL-W4
           ELSE
               MOVE 'N' TO WH-FED-LOCK-IN
           END-IF.

       SET-W4-EFFECTIVE-DATE.
           IF TRW-EFFECTIVE-DATE NUMERIC
               AND TRW-EFFECTIVE-DATE > 0
               MOVE TRW-EFFECTIVE-DATE TO W4-EFFECTIVE-DATE
           ELSE
               MOVE RUN-DATE-NUM TO W4-EFFECTIVE-DATE
           END-IF.

       VALIDATE-W4-TRANSACTION.
           MOVE 'YES' TO TRN-VALID.

           IF TRW-ACTION = 'L'
               AND TRW-LOCK-ACTION NOT = 'Y'
               AND TRW-LOCK-ACTION NOT = 'N'
               MOVE 'NO ' TO TRN-VALID
               MOVE 'LOCK' TO REJ-REASON-CODE
               MOVE "LOCK-IN ACTION MUST BE Y OR N"
                   TO REJ-REASON-TEXT
           END-IF.

           IF TRN-VALID = 'YES'
               AND (TRW-ACTION = 'F'
               OR (TRW-ACTION = 'L' AND TRW-LOCK-ACTION = 'Y'))
               AND TRW-FILING-STATUS NOT = 'S'
               AND TRW-FILING-STATUS NOT = 'M'
               AND TRW-FILING-STATUS NOT = 'H'
               MOVE 'NO ' TO TRN-VALID
               MOVE 'FSTS' TO REJ-REASON-CODE
               MOVE "INVALID FILING STATUS - MUST BE S M OR H"
                   TO REJ-REASON-TEXT
           END-IF.

           IF TRN-VALID = 'YES'
               AND TRW-ACTION = 'S'
               AND TRW-STATE-CODE = SPACES
               MOVE 'NO ' TO TRN-VALID
               MOVE 'STAT' TO REJ-REASON-CODE
               MOVE "WITHHOLDING STATE CODE IS BLANK"
                   TO REJ-REASON-TEXT
           END-IF.

           IF TRN-VALID = 'YES'
               AND TRW-ACTION = 'S'
               AND TRW-FILING-STATUS NOT = 'S'
               AND TRW-FILING-STATUS NOT = 'M'
               MOVE 'NO ' TO TRN-VALID
               MOVE 'FSTS' TO REJ-REASON-CODE
               MOVE "STATE FILING STATUS MUST BE S OR M"
                   TO REJ-REASON-TEXT
           END-IF.

           IF TRN-VALID = 'YES'
               AND (TRW-ACTION NOT = 'L' OR TRW-LOCK-ACTION = 'Y')
               AND (TRW-CREDIT-AMOUNT NOT NUMERIC
               OR TRW-OTHER-INCOME NOT NUMERIC
               OR TRW-EXTRA-DEDUCT NOT NUMERIC
               OR TRW-ADDL-WITHHOLD NOT NUMERIC)
               MOVE 'NO ' TO TRN-VALID
               MOVE 'W4AM' TO REJ-REASON-CODE
               MOVE "W-4 AMOUNT FIELD NOT NUMERIC"
                   TO REJ-REASON-TEXT
           END-IF.

           IF TRN-VALID = 'YES'
               AND (TRW-ACTION NOT = 'L' OR TRW-LOCK-ACTION = 'Y')
               IF TRW-EXEMPT = SPACE
                   MOVE 'N' TO TRW-EXEMPT
               END-IF
               IF TRW-EXEMPT NOT = 'Y' AND TRW-EXEMPT NOT = 'N'
                   MOVE 'NO ' TO TRN-VALID
                   MOVE 'EXMP' TO REJ-REASON-CODE
                   MOVE "EXEMPT FLAG MUST BE Y OR N"
                       TO REJ-REASON-TEXT
               END-IF
           END-IF.

           IF TRN-VALID = 'YES'
               AND TRW-ACTION = 'L'
               AND TRW-LOCK-ACTION = 'Y'
               AND TRW-EXEMPT = 'Y'
               MOVE 'NO ' TO TRN-VALID
               MOVE 'EXMP' TO REJ-REASON-CODE
               MOVE "LOCK-IN LETTER CANNOT CLAIM EXEMPT"
                   TO REJ-REASON-TEXT
           END-IF.

       CHECK-LOCK-IN-LIMITS.
           IF (TRW-FILING-STATUS NOT = WH-FED-FILING-STATUS
               AND TRW-FILING-STATUS NOT = 'S')
               OR TRW-EXEMPT = 'Y'
               OR TRW-CREDIT-AMOUNT > WH-FED-CREDIT-AMOUNT
               OR TRW-EXTRA-DEDUCT > WH-FED-EXTRA-DEDUCT
               OR TRW-OTHER-INCOME < WH-FED-OTHER-INCOME
               OR TRW-ADDL-WITHHOLD < WH-FED-ADDL-WITHHOLD
               MOVE 'NO ' TO TRN-VALID
               MOVE 'LOCK' TO REJ-REASON-CODE
               MOVE "LOCK-IN LETTER - W-4 REDUCES WITHHOLDING"
                   TO REJ-REASON-TEXT
           END-IF.

       APPLY-DEMOGRAPHIC-TRANS.
           IF TRN-EMP-ID NOT = MASTER-KEY
               AND TRN-EMP-ID NOT = LAST-NEW-MASTER-ID
               MOVE 'NOTF' TO REJ-REASON-CODE
               MOVE "EMPLOYEE ID NOT ON MASTER"
                   TO REJ-REASON-TEXT
               PERFORM WRITE-AUDIT-REJECT
           ELSE
               PERFORM VALIDATE-DEMOGRAPHICS
               IF TRN-VALID = 'YES'
                   AND TRN-EMPLOYMENT-STATUS NOT = 'A'
                   AND TRN-EMPLOYMENT-STATUS NOT = 'L'
                   AND TRN-EMPLOYMENT-STATUS NOT = SPACE
                   MOVE 'NO ' TO TRN-VALID
                   MOVE 'ESTS' TO REJ-REASON-CODE
                   MOVE "STATUS MUST BE A OR L - USE T TO TERM"
                       TO REJ-REASON-TEXT
               END-IF
               IF TRN-VALID = 'YES'
                   PERFORM READ-DEMOGRAPHIC-RECORD
                   IF DEMO-RECORD-FOUND = 'YES'
                       MOVE DEMOGRAPHIC-RECORD
                           TO SAVED-DEMO-BEFORE-IMAGE
                       MOVE DM-TERM-DATE TO SAVED-TERM-DATE
                       MOVE DM-EMPLOYMENT-STATUS
                           TO SAVED-EMPLOYMENT-STATUS
                   ELSE
                       MOVE 0 TO SAVED-TERM-DATE
                       MOVE 'A' TO SAVED-EMPLOYMENT-STATUS
                       IF TRN-EMP-ID = MASTER-KEY
                           MOVE EMP-NAME TO DM-EMP-NAME
                           MOVE WORK-STATE-CODE TO DM-WORK-STATE-CODE
                       ELSE
                           MOVE LAST-NEW-MASTER-NAME TO DM-EMP-NAME
                           MOVE LAST-NEW-MASTER-STATE
                               TO DM-WORK-STATE-CODE
                       END-IF
                   END-IF
                   PERFORM BUILD-DEMO-FROM-TRANS
                   MOVE SAVED-TERM-DATE TO DM-TERM-DATE
                   IF TRN-EMPLOYMENT-STATUS = SPACE
                       MOVE SAVED-EMPLOYMENT-STATUS
                           TO DM-EMPLOYMENT-STATUS
                   ELSE
                       MOVE TRN-EMPLOYMENT-STATUS
                           TO DM-EMPLOYMENT-STATUS
                   END-IF
                   PERFORM WRITE-DEMOGRAPHIC-RECORD
                   PERFORM WRITE-AUDIT-DEMOGRAPHIC
               ELSE
                   PERFORM WRITE-AUDIT-REJECT
               END-IF
           END-IF.

       ADD-DEMOGRAPHIC-RECORD.
           PERFORM READ-DEMOGRAPHIC-RECORD.
           IF DEMO-RECORD-FOUND = 'YES'
               MOVE DEMOGRAPHIC-RECORD TO SAVED-DEMO-BEFORE-IMAGE
               IF DM-EMPLOYMENT-STATUS = 'T'
                   MOVE 'YES' TO REHIRE-FLAG
               END-IF
           END-IF.
           PERFORM BUILD-DEMO-FROM-TRANS.
           MOVE TRN-EMP-NAME TO DM-EMP-NAME.
           MOVE TRN-WORK-STATE-CODE TO DM-WORK-STATE-CODE.
           MOVE 0 TO DM-TERM-DATE.
           MOVE 'A' TO DM-EMPLOYMENT-STATUS.
           PERFORM WRITE-DEMOGRAPHIC-RECORD.
           PERFORM WRITE-AUDIT-DEMOGRAPHIC.
           PERFORM WRITE-NEW-HIRE.

       SYNC-DEMOGRAPHIC-RECORD.
           PERFORM READ-DEMOGRAPHIC-RECORD.
           IF DEMO-RECORD-FOUND = 'YES'
               IF DM-EMP-NAME NOT = TRN-EMP-NAME
                   OR DM-WORK-STATE-CODE NOT = TRN-WORK-STATE-CODE
                   MOVE DEMOGRAPHIC-RECORD TO SAVED-DEMO-BEFORE-IMAGE
                   MOVE TRN-EMP-NAME TO DM-EMP-NAME
                   MOVE TRN-WORK-STATE-CODE TO DM-WORK-STATE-CODE
                   PERFORM WRITE-DEMOGRAPHIC-RECORD
                   PERFORM WRITE-AUDIT-DEMOGRAPHIC
               END-IF
           END-IF.

       TERMINATE-DEMOGRAPHIC-RECORD.
           PERFORM READ-DEMOGRAPHIC-RECORD.
           IF DEMO-RECORD-FOUND = 'YES'
               MOVE DEMOGRAPHIC-RECORD TO SAVED-DEMO-BEFORE-IMAGE
               IF TRN-TERM-DATE NUMERIC AND TRN-TERM-DATE > 0
                   MOVE TRN-TERM-DATE TO DM-TERM-DATE
               ELSE
                   IF TRN-EFFECTIVE-DATE NUMERIC
                       AND TRN-EFFECTIVE-DATE > 0
                       MOVE TRN-EFFECTIVE-DATE TO DM-TERM-DATE
                   ELSE
                       MOVE RUN-DATE-NUM TO DM-TERM-DATE
                   END-IF
               END-IF
               MOVE 'T' TO DM-EMPLOYMENT-STATUS
               PERFORM WRITE-DEMOGRAPHIC-RECORD
               PERFORM WRITE-AUDIT-DEMOGRAPHIC
           ELSE
               MOVE SPACES TO AUDIT-LINE
               STRING "DEM " DELIMITED BY SIZE
                   TRN-EMP-ID DELIMITED BY SIZE
                   " NOT ON DEMOGRAPHIC MASTER - TERM DATE NOT"
                   DELIMITED BY SIZE
                   " RECORDED" DELIMITED BY SIZE
                   INTO AUDIT-LINE
               WRITE AUDIT-LINE
           END-IF.

       READ-DEMOGRAPHIC-RECORD.
           MOVE TRN-EMP-ID TO DM-EMP-ID.
           READ DEMOGRAPHIC-MASTER KEY IS DM-EMP-ID
               INVALID KEY MOVE 'NO ' TO DEMO-RECORD-FOUND
               NOT INVALID KEY MOVE 'YES' TO DEMO-RECORD-FOUND
           END-READ.
           IF DEMO-RECORD-FOUND = 'NO '
               MOVE TRN-EMP-ID TO DM-EMP-ID
           END-IF.

       WRITE-DEMOGRAPHIC-RECORD.
           MOVE DEMOGRAPHIC-RECORD TO SAVED-DEMO-AFTER-IMAGE.
           IF DEMO-RECORD-FOUND = 'YES'
               REWRITE DEMOGRAPHIC-RECORD
           ELSE
               WRITE DEMOGRAPHIC-RECORD
           END-IF.
           IF DEMOGRAPHIC-FILE-STATUS NOT = '00'
               AND DEMOGRAPHIC-FILE-STATUS NOT = '02'
               DISPLAY "DEMOGRAPHIC MASTER UPDATE FAILED FOR "
                   TRN-EMP-ID " - STATUS " DEMOGRAPHIC-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO DEMO-COUNT
           END-IF.

       BUILD-DEMO-FROM-TRANS.
           MOVE TRN-EMP-ID TO DM-EMP-ID.
           MOVE TRN-SSN TO DM-SSN.
           MOVE TRN-ADDRESS-1 TO DM-ADDRESS-1.
           MOVE TRN-ADDRESS-2 TO DM-ADDRESS-2.
           MOVE TRN-CITY TO DM-CITY.
           MOVE TRN-STATE TO DM-STATE.
           MOVE TRN-ZIP-CODE TO DM-ZIP-CODE.
           MOVE TRN-ZIP-EXT TO DM-ZIP-EXT.
           MOVE TRN-BIRTH-DATE TO DM-BIRTH-DATE.
           MOVE TRN-HIRE-DATE TO DM-HIRE-DATE.

       WRITE-NEW-HIRE.
           MOVE TRN-WORK-STATE-CODE TO NH-WORK-STATE.
           MOVE TRN-EMP-ID TO NH-EMP-ID.
           MOVE TRN-SSN TO NH-SSN.
           MOVE TRN-EMP-NAME TO NH-EMP-NAME.
           MOVE TRN-ADDRESS-1 TO NH-ADDRESS-1.
           MOVE TRN-ADDRESS-2 TO NH-ADDRESS-2.
           MOVE TRN-CITY TO NH-CITY.
           MOVE TRN-STATE TO NH-STATE.
           MOVE TRN-ZIP-CODE TO NH-ZIP-CODE.
           MOVE TRN-ZIP-EXT TO NH-ZIP-EXT.
           MOVE TRN-BIRTH-DATE TO NH-BIRTH-DATE.
           MOVE TRN-HIRE-DATE TO NH-HIRE-DATE.
           COMPUTE NEW-HIRE-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (TRN-HIRE-DATE)
               + NEW-HIRE-DAYS).
           MOVE NEW-HIRE-DUE-DATE TO NH-DUE-DATE.
           IF REHIRE-FLAG = 'YES'
               MOVE 'Y' TO NH-REHIRE-FLAG
           ELSE
               MOVE 'N' TO NH-REHIRE-FLAG
           END-IF.
           WRITE NEW-HIRE-RECORD.
           ADD 1 TO NEW-HIRE-COUNT.

           MOVE SPACES TO AUDIT-LINE.
           IF RUN-DATE-NUM > NEW-HIRE-DUE-DATE
               ADD 1 TO LATE-HIRE-COUNT
               STRING "NHR " DELIMITED BY SIZE
                   TRN-EMP-ID DELIMITED BY SIZE
                   " STATE " DELIMITED BY SIZE
                   TRN-WORK-STATE-CODE DELIMITED BY SIZE
                   " HIRED " DELIMITED BY SIZE
                   TRN-HIRE-DATE DELIMITED BY SIZE
                   " DUE " DELIMITED BY SIZE
                   NEW-HIRE-DUE-DATE DELIMITED BY SIZE
                   " REHIRE " DELIMITED BY SIZE
                   NH-REHIRE-FLAG DELIMITED BY SIZE
                   " *LATE - PAST STATE REPORTING DEADLINE*"
                   DELIMITED BY SIZE
                   INTO AUDIT-LINE
           ELSE
               STRING "NHR " DELIMITED BY SIZE
                   TRN-EMP-ID DELIMITED BY SIZE
                   " STATE " DELIMITED BY SIZE
                   TRN-WORK-STATE-CODE DELIMITED BY SIZE
                   " HIRED " DELIMITED BY SIZE
                   TRN-HIRE-DATE DELIMITED BY SIZE
                   " DUE " DELIMITED BY SIZE
                   NEW-HIRE-DUE-DATE DELIMITED BY SIZE
                   " REHIRE " DELIMITED BY SIZE
                   NH-REHIRE-FLAG DELIMITED BY SIZE
                   INTO AUDIT-LINE
           END-IF.
           WRITE AUDIT-LINE.

       VALIDATE-DEMOGRAPHICS.
           MOVE 'YES' TO TRN-VALID.
           MOVE 'NO ' TO REHIRE-FLAG.

           IF TRN-SSN NOT NUMERIC
               MOVE 'NO ' TO TRN-VALID
               MOVE 'SSN ' TO REJ-REASON-CODE
               MOVE "SSN NOT NUMERIC" TO REJ-REASON-TEXT
           ELSE
               MOVE TRN-SSN TO SSN-CHECK
               IF SSN-AREA = 0 OR SSN-AREA = 666
                   OR SSN-AREA >= 900
                   OR SSN-GROUP = 0 OR SSN-SERIAL = 0
                   MOVE 'NO ' TO TRN-VALID
                   MOVE 'SSN ' TO REJ-REASON-CODE
                   MOVE "SSN AREA, GROUP OR SERIAL NOT VALID"
                       TO REJ-REASON-TEXT
               END-IF
           END-IF.

           IF TRN-VALID = 'YES'
               PERFORM CHECK-DUPLICATE-SSN
           END-IF.

           IF TRN-VALID = 'YES'
               AND (TRN-ADDRESS-1 = SPACES OR TRN-CITY = SPACES
               OR TRN-STATE = SPACES)
               MOVE 'NO ' TO TRN-VALID
               MOVE 'ADDR' TO REJ-REASON-CODE
               MOVE "STREET, CITY OR STATE IS BLANK"
                   TO REJ-REASON-TEXT
           END-IF.

           IF TRN-VALID = 'YES'
               AND (TRN-ZIP-CODE NOT NUMERIC
               OR (TRN-ZIP-EXT NOT = SPACES
               AND TRN-ZIP-EXT NOT NUMERIC))
               MOVE 'NO ' TO TRN-VALID
               MOVE 'ZIP ' TO REJ-REASON-CODE
               MOVE "ZIP CODE NOT NUMERIC" TO REJ-REASON-TEXT
           END-IF.

           IF TRN-VALID = 'YES'
               IF TRN-BIRTH-DATE NOT NUMERIC
                   MOVE 'NO ' TO TRN-VALID
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD (TRN-BIRTH-DATE)
                       NOT = 0
                       MOVE 'NO ' TO TRN-VALID
                   END-IF
               END-IF
               IF TRN-VALID = 'NO '
                   MOVE 'BDAT' TO REJ-REASON-CODE
                   MOVE "BIRTH DATE NOT A VALID DATE"
                       TO REJ-REASON-TEXT
               END-IF
           END-IF.

           IF TRN-VALID = 'YES'
               IF TRN-HIRE-DATE NOT NUMERIC
                   MOVE 'NO ' TO TRN-VALID
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD (TRN-HIRE-DATE)
                       NOT = 0
                       MOVE 'NO ' TO TRN-VALID
                   END-IF
               END-IF
               IF TRN-VALID = 'NO '
                   MOVE 'HDAT' TO REJ-REASON-CODE
                   MOVE "HIRE DATE NOT A VALID DATE"
                       TO REJ-REASON-TEXT
               END-IF
           END-IF.

           IF TRN-VALID = 'YES'
               AND TRN-BIRTH-DATE >= TRN-HIRE-DATE
               MOVE 'NO ' TO TRN-VALID
               MOVE 'HDAT' TO REJ-REASON-CODE
               MOVE "HIRE DATE NOT AFTER BIRTH DATE"
                   TO REJ-REASON-TEXT
           END-IF.

       CHECK-DUPLICATE-SSN.
           MOVE 'NO ' TO DUP-SSN-EOF.
           MOVE TRN-SSN TO DM-SSN.
           START DEMOGRAPHIC-MASTER KEY = DM-SSN
               INVALID KEY MOVE 'YES' TO DUP-SSN-EOF
           END-START.
           PERFORM UNTIL DUP-SSN-EOF = 'YES'
               READ DEMOGRAPHIC-MASTER NEXT RECORD
                   AT END MOVE 'YES' TO DUP-SSN-EOF
               END-READ
               IF DUP-SSN-EOF = 'NO '
                   IF DM-SSN NOT = TRN-SSN
                       MOVE 'YES' TO DUP-SSN-EOF
                   ELSE
                   IF DM-EMP-ID NOT = TRN-EMP-ID
                       IF DM-EMPLOYMENT-STATUS = 'T'
                           MOVE 'YES' TO REHIRE-FLAG
                       ELSE
                           MOVE 'NO ' TO TRN-VALID
                           MOVE 'DSSN' TO REJ-REASON-CODE
                           MOVE DM-EMP-ID TO DUP-SSN-EMP-ID
                           MOVE SPACES TO REJ-REASON-TEXT
                           STRING "SSN ALREADY ON FILE FOR EMPLOYEE "
                               DELIMITED BY SIZE
                               DUP-SSN-EMP-ID DELIMITED BY SIZE
                               INTO REJ-REASON-TEXT
                           MOVE 'YES' TO DUP-SSN-EOF
                       END-IF
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-EFFECTIVE-DATE.
           MOVE 'NO ' TO FUTURE-TRANS.
           MOVE 'NO ' TO RETRO-FLAG.
               WRITE PENDING-LINE
           END-IF.

       WRITE-RETRO-CHANGE.
           IF (PAY-TYPE = 'H' AND TRN-PAY-TYPE = 'H'
               AND TRN-HOURLY-RATE NOT = HOURLY-RATE)
               OR (PAY-TYPE = 'S' AND TRN-PAY-TYPE = 'S'
               AND TRN-PERIOD-SALARY NOT = PERIOD-SALARY)
               MOVE TRN-EMP-ID TO RCH-EMP-ID
               MOVE TRN-EFFECTIVE-DATE TO RCH-EFFECTIVE-DATE
               MOVE RUN-DATE-NUM TO RCH-APPLIED-DATE
               MOVE TRN-PAY-TYPE TO RCH-PAY-TYPE
               MOVE HOURLY-RATE TO RCH-OLD-RATE
               MOVE TRN-HOURLY-RATE TO RCH-NEW-RATE
               MOVE PERIOD-SALARY TO RCH-OLD-SALARY
               MOVE TRN-PERIOD-SALARY TO RCH-NEW-SALARY
               MOVE TRN-EMP-NAME TO RCH-EMP-NAME
               MOVE TRN-DEPT-CODE TO RCH-DEPT-CODE
               MOVE TRN-WORK-STATE-CODE TO RCH-WORK-STATE-CODE
               MOVE TRN-ROUTING-NUMBER TO RCH-ROUTING-NUMBER
               MOVE TRN-ACCOUNT-NUMBER TO RCH-ACCOUNT-NUMBER
               MOVE TRN-PAY-METHOD TO RCH-PAY-METHOD
               WRITE RETRO-CHANGE-RECORD
               ADD 1 TO RETRO-CHANGE-COUNT
               MOVE SPACES TO AUDIT-LINE
               STRING "RTO " DELIMITED BY SIZE
                   TRN-EMP-ID DELIMITED BY SIZE
                   " EFFECTIVE " DELIMITED BY SIZE
                   TRN-EFFECTIVE-DATE DELIMITED BY SIZE
                   " PAY TYPE " DELIMITED BY SIZE
                   TRN-PAY-TYPE DELIMITED BY SIZE
                   " - QUEUED FOR RETRO PAY CALCULATION"
                   DELIMITED BY SIZE
                   INTO AUDIT-LINE
               WRITE AUDIT-LINE
           END-IF.

       COUNT-FINAL-PAY-QUEUE.
           OPEN INPUT FINAL-PAY-FILE.
           IF FINAL-PAY-STATUS = '00'
               MOVE 'NO ' TO FINAL-PAY-EOF
               PERFORM READ-FINAL-PAY-QUEUE
               PERFORM UNTIL FINAL-PAY-EOF = 'YES'
                   ADD 1 TO FINAL-PAY-COUNT
                   ADD FP-EMP-ID TO FINAL-PAY-HASH
                   PERFORM READ-FINAL-PAY-QUEUE
               END-PERFORM
               CLOSE FINAL-PAY-FILE
           END-IF.

       READ-FINAL-PAY-QUEUE.
           READ FINAL-PAY-FILE
               AT END MOVE 'YES' TO FINAL-PAY-EOF
           END-READ.

       WRITE-FINAL-PAY.
           MOVE SAVED-BEFORE-IMAGE TO FINAL-PAY-RECORD.
           WRITE FINAL-PAY-RECORD.
           ADD 1 TO FINAL-PAY-COUNT.
           ADD TRN-EMP-ID TO FINAL-PAY-HASH.
           MOVE SPACES TO AUDIT-LINE.
           STRING "FNL " DELIMITED BY SIZE
               TRN-EMP-ID DELIMITED BY SIZE
               " QUEUED FOR FINAL PAY RUN" DELIMITED BY SIZE
               INTO AUDIT-LINE.
           WRITE AUDIT-LINE.

       PRINT-PENDING-HEADER.
           MOVE SPACES TO PENDING-LINE.
           STRING "PENDING TRANSACTION REPORT   RUN DATE: "
               INTO AUDIT-LINE.
           WRITE AUDIT-LINE.

       WRITE-AUDIT-WITHHOLDING.
           IF TRW-ACTION = 'F'
               MOVE "FW4 " TO W4-AUDIT-TAG
           ELSE
           IF TRW-ACTION = 'S'
               MOVE "SW4 " TO W4-AUDIT-TAG
           ELSE
               MOVE "LCK " TO W4-AUDIT-TAG
           END-IF
           END-IF.

           MOVE SPACES TO AUDIT-LINE.
           IF WH-RECORD-FOUND = 'YES'
               STRING W4-AUDIT-TAG DELIMITED BY SIZE
                   TRW-EMP-ID DELIMITED BY SIZE
                   " BEFORE: " DELIMITED BY SIZE
                   SAVED-WH-BEFORE-IMAGE DELIMITED BY SIZE
                   INTO AUDIT-LINE
           ELSE
               STRING W4-AUDIT-TAG DELIMITED BY SIZE
                   TRW-EMP-ID DELIMITED BY SIZE
                   " BEFORE: NO WITHHOLDING RECORD ON FILE"
                   DELIMITED BY SIZE
                   INTO AUDIT-LINE
           END-IF.
           WRITE AUDIT-LINE.

           MOVE SPACES TO AUDIT-LINE.
           STRING W4-AUDIT-TAG DELIMITED BY SIZE
               TRW-EMP-ID DELIMITED BY SIZE
               " AFTER : " DELIMITED BY SIZE
               SAVED-WH-AFTER-IMAGE DELIMITED BY SIZE
               INTO AUDIT-LINE.
           WRITE AUDIT-LINE.

       WRITE-AUDIT-DEMOGRAPHIC.
           MOVE SPACES TO AUDIT-LINE.
           IF DEMO-RECORD-FOUND = 'YES'
               MOVE SAVED-DEMO-BEFORE-IMAGE TO DEMO-AUDIT-IMAGE
               MOVE "*****" TO DEMO-AUDIT-IMAGE (36:5)
               STRING "DEM " DELIMITED BY SIZE
                   TRN-EMP-ID DELIMITED BY SIZE
                   " BEFORE: " DELIMITED BY SIZE
                   DEMO-AUDIT-IMAGE DELIMITED BY SIZE
                   INTO AUDIT-LINE
           ELSE
               STRING "DEM " DELIMITED BY SIZE
                   TRN-EMP-ID DELIMITED BY SIZE
                   " BEFORE: NO DEMOGRAPHIC RECORD ON FILE"
                   DELIMITED BY SIZE
                   INTO AUDIT-LINE
           END-IF.
           WRITE AUDIT-LINE.

           MOVE SAVED-DEMO-AFTER-IMAGE TO DEMO-AUDIT-IMAGE.
           MOVE "*****" TO DEMO-AUDIT-IMAGE (36:5).
           MOVE SPACES TO AUDIT-LINE.
           STRING "DEM " DELIMITED BY SIZE
               TRN-EMP-ID DELIMITED BY SIZE
               " AFTER : " DELIMITED BY SIZE
               DEMO-AUDIT-IMAGE DELIMITED BY SIZE
               INTO AUDIT-LINE.
           WRITE AUDIT-LINE.

       WRITE-AUDIT-REJECT.
           ADD 1 TO REJECT-COUNT.
           MOVE SPACES TO AUDIT-LINE.
               UNCHANGED-COUNT DELIMITED BY SIZE
               "  NEW MASTER TOTAL: " DELIMITED BY SIZE
               NEW-MASTER-COUNT DELIMITED BY SIZE
               "  WITHHOLDING: " DELIMITED BY SIZE
               W4-COUNT DELIMITED BY SIZE
               "  DEMOGRAPHIC: " DELIMITED BY SIZE
               DEMO-COUNT DELIMITED BY SIZE
               "  NEW HIRES: " DELIMITED BY SIZE
               NEW-HIRE-COUNT DELIMITED BY SIZE
               "  LATE: " DELIMITED BY SIZE
               LATE-HIRE-COUNT DELIMITED BY SIZE
               "  RETRO QUEUED: " DELIMITED BY SIZE
               RETRO-CHANGE-COUNT DELIMITED BY SIZE
               "  FINAL PAY QUEUED: " DELIMITED BY SIZE
               FINAL-PAY-COUNT DELIMITED BY SIZE
               INTO AUDIT-LINE.
           WRITE AUDIT-LINE.
