               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-HIST-KEY
               ALTERNATE RECORD KEY IS PH-RUN-NUMBER WITH DUPLICATES
               FILE STATUS IS PAY-HISTORY-STATUS.
           SELECT PAYEE-MASTER ASSIGN TO "PAYEMAST.DAT"
               ORGANIZATION IS INDEXED
       DATA DIVISION.
       FILE SECTION.
           FD RUN-CONTROL-FILE.
           01 RUN-CONTROL-INPUT     PIC X(71).

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

           FD PAYEE-MASTER.
           01 PAYEE-RECORD.
               05 GL-ACCOUNT        PIC X(8).
               05 GL-DEPT-CODE      PIC X(4).
               05 GL-AMOUNT         PIC 9(9)V99.
               05 GL-PROJECT-CODE   PIC X(6).

           FD REMITTANCE-FILE.
           01 REMITTANCE-RECORD.
               05 RC-PRIOR-YTD-GROSS PIC 9(11)V99.
               05 RC-PRIOR-YTD-NET  PIC 9(11)V99.
               05 RC-PAY-GROUP      PIC X(1).
               05 RC-NEXT-ACH-DATE  PIC 9(8).
           01 PAY-HISTORY-STATUS   PIC X(2).
           01 PAYEE-FILE-STATUS    PIC X(2).
           01 GL-FILE-STATUS       PIC X(2).

           PERFORM PRINT-REMIT-HEADER.

           MOVE RC-RUN-NUMBER TO PH-RUN-NUMBER.
           START PAY-HISTORY-FILE KEY = PH-RUN-NUMBER
               INVALID KEY MOVE 'YES' TO PH-EOF-FLAG
           END-START.
           IF PH-EOF-FLAG NOT = 'YES'
               PERFORM READ-PAY-HISTORY
           END-IF.
           PERFORM UNTIL PH-EOF-FLAG = 'YES'
               PERFORM PROCESS-HISTORY-DEDUCTIONS
               PERFORM READ-PAY-HISTORY
           END-PERFORM.

           END-READ.
           MOVE RUN-CONTROL-INPUT TO RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.
           IF RC-RUN-MODE = 'P'
               DISPLAY "RUN CONTROL CARD IS FOR A PREVIEW RUN - "
                   "NOTHING WAS POSTED."
               DISPLAY "REMITTANCE RUN ABANDONED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Remitting deductions for run " RC-RUN-NUMBER.

       READ-PAY-HISTORY.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END MOVE 'YES' TO PH-EOF-FLAG
           END-READ.
           IF PH-EOF-FLAG NOT = 'YES'
               IF PH-RUN-NUMBER NOT = RC-RUN-NUMBER
                   MOVE 'YES' TO PH-EOF-FLAG
               END-IF
           END-IF.

       PROCESS-HISTORY-DEDUCTIONS.
           PERFORM VARYING PH-SUB FROM 1 BY 1
