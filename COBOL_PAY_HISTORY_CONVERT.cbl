       IDENTIFICATION DIVISION.
       PROGRAM-ID. PHCONV.
       AUTHOR. Jade Doumani.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-HISTORY-FILE ASSIGN TO "PAYHIST.SEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OLD-HISTORY-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-HIST-KEY
               ALTERNATE RECORD KEY IS PH-RUN-NUMBER WITH DUPLICATES
               FILE STATUS IS PAY-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD OLD-HISTORY-FILE.
           01 OLD-HISTORY-RECORD.
               05 OH-EMP-ID         PIC 9(5).
               05 OH-RUN-NUMBER     PIC 9(4).
               05 OH-PERIOD-END-DATE PIC 9(8).
               05 OH-CHECK-DATE     PIC 9(8).
               05 OH-REST.
                   10 FILLER        PIC X(89).
                   10 OH-GROSS-PAY  PIC 9(7)V99.
                   10 FILLER        PIC X(353).

           FD PAY-HISTORY-FILE.
           01 PAY-HISTORY-RECORD.
               05 PH-HIST-KEY.
                   10 PH-EMP-ID     PIC 9(5).
                   10 PH-CHECK-DATE PIC 9(8).
                   10 PH-RUN-NUMBER PIC 9(4).
               05 PH-PERIOD-END-DATE PIC 9(8).
               05 PH-REST.
                   10 FILLER        PIC X(89).
                   10 PH-GROSS-PAY  PIC 9(7)V99.
                   10 FILLER        PIC X(353).

       WORKING-STORAGE SECTION.
           01 OLD-HISTORY-STATUS   PIC X(2).
           01 PAY-HISTORY-STATUS   PIC X(2).
           01 OH-EOF-FLAG          PIC X(3) VALUE 'NO'.
           01 PH-EOF-FLAG          PIC X(3) VALUE 'NO'.
           01 RECORDS-READ         PIC 9(7) VALUE 0.
           01 RECORDS-WRITTEN      PIC 9(7) VALUE 0.
           01 RECORDS-REPLACED     PIC 9(7) VALUE 0.
           01 RECORDS-ON-FILE      PIC 9(7) VALUE 0.
           01 GROSS-READ           PIC 9(11)V99 VALUE 0.
           01 GROSS-REPLACED       PIC 9(11)V99 VALUE 0.
           01 GROSS-ON-FILE        PIC 9(11)V99 VALUE 0.
           01 GROSS-EXPECTED       PIC 9(11)V99 VALUE 0.
           01 WS-CONV-GROSS        PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY "Pay history conversion to keyed file".

           OPEN INPUT OLD-HISTORY-FILE.
           IF OLD-HISTORY-STATUS NOT = '00'
               DISPLAY "OLD PAY HISTORY FILE NOT AVAILABLE - STATUS "
                   OLD-HISTORY-STATUS
               DISPLAY "CONVERSION ABANDONED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT PAY-HISTORY-FILE.
           IF PAY-HISTORY-STATUS NOT = '00'
               DISPLAY "PAY HISTORY FILE NOT AVAILABLE - STATUS "
                   PAY-HISTORY-STATUS
               DISPLAY "CONVERSION ABANDONED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE PAY-HISTORY-FILE.
           OPEN I-O PAY-HISTORY-FILE.
           IF PAY-HISTORY-STATUS NOT = '00'
               DISPLAY "PAY HISTORY FILE NOT AVAILABLE - STATUS "
                   PAY-HISTORY-STATUS
               DISPLAY "CONVERSION ABANDONED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM READ-OLD-HISTORY.
           PERFORM UNTIL OH-EOF-FLAG = 'YES'
               ADD 1 TO RECORDS-READ
               ADD OH-GROSS-PAY TO GROSS-READ
               PERFORM CONVERT-HISTORY-RECORD
               PERFORM READ-OLD-HISTORY
           END-PERFORM.
           CLOSE OLD-HISTORY-FILE.
           CLOSE PAY-HISTORY-FILE.

           OPEN INPUT PAY-HISTORY-FILE.
           PERFORM READ-NEW-HISTORY.
           PERFORM UNTIL PH-EOF-FLAG = 'YES'
               ADD 1 TO RECORDS-ON-FILE
               ADD PH-GROSS-PAY TO GROSS-ON-FILE
               PERFORM READ-NEW-HISTORY
           END-PERFORM.
           CLOSE PAY-HISTORY-FILE.

           COMPUTE GROSS-EXPECTED = GROSS-READ - GROSS-REPLACED.

           DISPLAY "RECORDS READ:              " RECORDS-READ.
           DISPLAY "RECORDS WRITTEN:           " RECORDS-WRITTEN.
           DISPLAY "DUPLICATE RUNS REPLACED:   " RECORDS-REPLACED.
           DISPLAY "RECORDS ON KEYED FILE:     " RECORDS-ON-FILE.
           MOVE GROSS-READ TO WS-CONV-GROSS.
           DISPLAY "GROSS PAY READ:            " WS-CONV-GROSS.
           MOVE GROSS-ON-FILE TO WS-CONV-GROSS.
           DISPLAY "GROSS PAY ON KEYED FILE:   " WS-CONV-GROSS.

           IF RECORDS-ON-FILE NOT = RECORDS-WRITTEN
               OR RECORDS-READ NOT = RECORDS-WRITTEN + RECORDS-REPLACED
               OR GROSS-ON-FILE NOT = GROSS-EXPECTED
               DISPLAY "KEYED PAY HISTORY DOES NOT BALANCE TO "
                   "PAYHIST.SEQ."
               DISPLAY "CONVERSION ABANDONED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF RECORDS-REPLACED > 0
               DISPLAY "Restarted runs found - last copy of each "
                   "check kept."
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "PAY HISTORY CONVERSION COMPLETED.".

           STOP RUN.

       READ-OLD-HISTORY.
           READ OLD-HISTORY-FILE
               AT END MOVE 'YES' TO OH-EOF-FLAG
           END-READ.

       READ-NEW-HISTORY.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END MOVE 'YES' TO PH-EOF-FLAG
           END-READ.

       CONVERT-HISTORY-RECORD.
           MOVE OH-EMP-ID TO PH-EMP-ID.
           MOVE OH-CHECK-DATE TO PH-CHECK-DATE.
           MOVE OH-RUN-NUMBER TO PH-RUN-NUMBER.
           READ PAY-HISTORY-FILE
               INVALID KEY
                   MOVE OH-PERIOD-END-DATE TO PH-PERIOD-END-DATE
                   MOVE OH-REST TO PH-REST
                   WRITE PAY-HISTORY-RECORD
                       INVALID KEY
                           PERFORM CONVERSION-WRITE-FAILED
                       NOT INVALID KEY
                           ADD 1 TO RECORDS-WRITTEN
                   END-WRITE
               NOT INVALID KEY
                   ADD PH-GROSS-PAY TO GROSS-REPLACED
                   ADD 1 TO RECORDS-REPLACED
                   MOVE OH-PERIOD-END-DATE TO PH-PERIOD-END-DATE
                   MOVE OH-REST TO PH-REST
                   REWRITE PAY-HISTORY-RECORD
                       INVALID KEY
                           PERFORM CONVERSION-WRITE-FAILED
                   END-REWRITE
           END-READ.

       CONVERSION-WRITE-FAILED.
           DISPLAY "PAY HISTORY NOT WRITTEN FOR EMPLOYEE " PH-EMP-ID
               " CHECK DATE " PH-CHECK-DATE " RUN " PH-RUN-NUMBER
               " - STATUS " PAY-HISTORY-STATUS.
           DISPLAY "CONVERSION ABANDONED.".
           CLOSE OLD-HISTORY-FILE.
           CLOSE PAY-HISTORY-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
