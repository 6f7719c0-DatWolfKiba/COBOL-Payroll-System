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
           SELECT INQUIRY-REPORT ASSIGN TO "INQRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUB-COPY-FILE ASSIGN TO "STUBCOPY.TXT"
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

           FD INQUIRY-REPORT.
           01 INQUIRY-LINE          PIC X(80).
       WORKING-STORAGE SECTION.
           01 PAY-HISTORY-STATUS   PIC X(2).
           01 PH-EOF-FLAG          PIC X(3) VALUE 'NO'.
           01 PAY-ARCHIVE-STATUS   PIC X(2).
           01 PA-EOF-FLAG          PIC X(3) VALUE 'NO'.
           01 ARCHIVE-MODE         PIC X(3) VALUE 'NO'.
           01 INQ-SOURCE-TAG       PIC X(8).
           01 INQ-ARCHIVE-COUNT    PIC 9(5) VALUE 0.
           01 INQ-EMP-ID           PIC 9(5).
           01 INQ-FROM-DATE        PIC 9(8).
           01 INQ-TO-DATE          PIC 9(8).
           01 WS-INQ-RUN           PIC ZZZ9.
           01 WS-INQ-GROSS         PIC Z,ZZZ,ZZ9.99.
           01 WS-INQ-NET           PIC Z,ZZZ,ZZ9.99.
           01 INQ-RUN-TAG          PIC X(9).
           01 WS-INQ-COUNT         PIC ZZZZ9.
           01 WS-INQ-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.

               STOP RUN
           END-IF.

           OPEN INPUT PAY-ARCHIVE-FILE.
           IF PAY-ARCHIVE-STATUS = '00'
               MOVE 'YES' TO ARCHIVE-MODE
           ELSE
               DISPLAY "No pay history archive - live history only."
           END-IF.

           OPEN OUTPUT INQUIRY-REPORT.
           OPEN OUTPUT STUB-COPY-FILE.

           PERFORM PRINT-INQUIRY-HEADER.

           IF ARCHIVE-MODE = 'YES'
               MOVE "ARCHIVED" TO INQ-SOURCE-TAG
               MOVE INQ-EMP-ID TO PA-EMP-ID
               MOVE INQ-FROM-DATE TO PA-CHECK-DATE
               MOVE 0 TO PA-RUN-NUMBER
               START PAY-ARCHIVE-FILE KEY NOT < PA-HIST-KEY
                   INVALID KEY MOVE 'YES' TO PA-EOF-FLAG
               END-START
               IF PA-EOF-FLAG NOT = 'YES'
                   PERFORM READ-PAY-ARCHIVE
               END-IF
               PERFORM UNTIL PA-EOF-FLAG = 'YES'
                   MOVE PA-HISTORY-IMAGE TO PAY-HISTORY-RECORD
                   ADD 1 TO INQ-ARCHIVE-COUNT
                   PERFORM LIST-PAY-HISTORY
                   PERFORM READ-PAY-ARCHIVE
               END-PERFORM
               CLOSE PAY-ARCHIVE-FILE
           END-IF.

           MOVE SPACES TO INQ-SOURCE-TAG.
           MOVE INQ-EMP-ID TO PH-EMP-ID.
           MOVE INQ-FROM-DATE TO PH-CHECK-DATE.
           MOVE 0 TO PH-RUN-NUMBER.
           START PAY-HISTORY-FILE KEY NOT < PH-HIST-KEY
               INVALID KEY MOVE 'YES' TO PH-EOF-FLAG
           END-START.
           IF PH-EOF-FLAG NOT = 'YES'
               PERFORM READ-PAY-HISTORY
           END-IF.
           PERFORM UNTIL PH-EOF-FLAG = 'YES'
               PERFORM LIST-PAY-HISTORY
               PERFORM READ-PAY-HISTORY
           END-PERFORM.

           CLOSE STUB-COPY-FILE.

           DISPLAY "PAYMENTS LISTED: " INQ-MATCH-COUNT.
           IF INQ-ARCHIVE-COUNT > 0
               DISPLAY "FROM ARCHIVE: " INQ-ARCHIVE-COUNT
           END-IF.
           IF INQ-REPRINT-RUN > 0
               IF REPRINT-DONE = 'YES'
                   DISPLAY "STUB REPRINTED FOR RUN "
           STOP RUN.

       READ-PAY-HISTORY.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END MOVE 'YES' TO PH-EOF-FLAG
           END-READ.
           IF PH-EOF-FLAG NOT = 'YES'
               IF PH-EMP-ID NOT = INQ-EMP-ID
                   OR PH-CHECK-DATE > INQ-TO-DATE
                   MOVE 'YES' TO PH-EOF-FLAG
               END-IF
           END-IF.

       READ-PAY-ARCHIVE.
           READ PAY-ARCHIVE-FILE NEXT RECORD
               AT END MOVE 'YES' TO PA-EOF-FLAG
           END-READ.
           IF PA-EOF-FLAG NOT = 'YES'
               IF PA-EMP-ID NOT = INQ-EMP-ID
                   OR PA-CHECK-DATE > INQ-TO-DATE
                   MOVE 'YES' TO PA-EOF-FLAG
               END-IF
           END-IF.

       LIST-PAY-HISTORY.
           PERFORM PRINT-INQUIRY-DETAIL.
           IF INQ-REPRINT-RUN > 0
               AND PH-RUN-NUMBER = INQ-REPRINT-RUN
               PERFORM REPRINT-PAY-STUB
               MOVE 'YES' TO REPRINT-DONE
           END-IF.

       PRINT-INQUIRY-HEADER.
           MOVE INQ-EMP-ID TO WS-INQ-EMP-ID.
           MOVE PH-RUN-NUMBER TO WS-INQ-RUN.
           MOVE PH-GROSS-PAY TO WS-INQ-GROSS.
           MOVE PH-NET-PAY TO WS-INQ-NET.
           IF PH-RUN-MODE = 'F'
               MOVE "FINAL PAY" TO INQ-RUN-TAG
           ELSE
               MOVE SPACES TO INQ-RUN-TAG
           END-IF.

           MOVE SPACES TO INQUIRY-LINE.
           STRING WS-INQ-RUN DELIMITED BY SIZE
               WS-INQ-GROSS DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-INQ-NET DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               INQ-RUN-TAG DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INQ-SOURCE-TAG DELIMITED BY SIZE
               INTO INQUIRY-LINE.
           WRITE INQUIRY-LINE.

               INTO STUB-LINE.
           WRITE STUB-LINE.

           IF PH-RUN-MODE = 'F'
               MOVE SPACES TO STUB-LINE
               STRING "FINAL PAY - GROSS INCLUDES LEAVE PAYOUT"
                   DELIMITED BY SIZE
                   INTO STUB-LINE
               WRITE STUB-LINE
           END-IF.

           MOVE SPACES TO STUB-LINE.
           STRING "EARNINGS            HRS         AMOUNT"
               DELIMITED BY SIZE
