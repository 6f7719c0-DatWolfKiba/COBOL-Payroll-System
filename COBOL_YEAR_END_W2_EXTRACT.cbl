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
               05 W2-FICA-WAGES     PIC 9(9)V99.
               05 W2-SS-TAX         PIC 9(9)V99.
               05 W2-MED-TAX        PIC 9(9)V99.
               05 W2-SSN            PIC 9(9).
               05 W2-ADDRESS-1      PIC X(30).
               05 W2-ADDRESS-2      PIC X(30).
               05 W2-CITY           PIC X(20).
               05 W2-STATE          PIC X(2).
               05 W2-ZIP-CODE       PIC X(5).
               05 W2-ZIP-EXT        PIC X(4).
               05 W2-WORK-STATE     PIC X(2).

           FD W2-REPORT.
           01 W2-REPORT-LINE        PIC X(90).
           01 CLOSE-CONFIRM        PIC X(1).
           01 YTD-FILE-STATUS      PIC X(2).
           01 YTD-EOF-FLAG         PIC X(3) VALUE 'NO'.
           01 DEMOGRAPHIC-FILE-STATUS PIC X(2).
           01 DEMO-FOUND           PIC X(3) VALUE 'NO'.
           01 STATEMENT-NAME       PIC X(30).
           01 W2-COUNT             PIC 9(5) VALUE 0.
           01 NO-DEMO-COUNT        PIC 9(5) VALUE 0.
           01 NO-SSN-COUNT         PIC 9(5) VALUE 0.
           01 TOTAL-WAGES          PIC 9(11)V99 VALUE 0.
           01 TOTAL-FED-TAX        PIC 9(11)V99 VALUE 0.
           01 TOTAL-STATE-TAX      PIC 9(11)V99 VALUE 0.
           DISPLAY "Close the year and reset YTD master? (Y/N): ".
           ACCEPT CLOSE-CONFIRM.

           OPEN INPUT YTD-MASTER.

           IF YTD-FILE-STATUS NOT = '00'
               DISPLAY "YTD MASTER NOT AVAILABLE - STATUS "
                   YTD-FILE-STATUS
               DISPLAY "YEAR-END RUN ABANDONED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT DEMOGRAPHIC-MASTER.
           IF DEMOGRAPHIC-FILE-STATUS NOT = '00'
               DISPLAY "DEMOGRAPHIC MASTER NOT AVAILABLE - STATUS "
                   DEMOGRAPHIC-FILE-STATUS
               DISPLAY "YEAR-END RUN ABANDONED."
               CLOSE YTD-MASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM PRINT-W2-HEADER.

           MOVE 0 TO YTD-EMP-ID.
           START YTD-MASTER KEY NOT < YTD-EMP-ID
               INVALID KEY MOVE 'YES' TO YTD-EOF-FLAG

           PERFORM READ-NEXT-YTD.
           PERFORM UNTIL YTD-EOF-FLAG = 'YES'
               PERFORM GET-DEMOGRAPHICS
               PERFORM WRITE-W2-EXTRACT
               PERFORM WRITE-PRIOR-YEAR
               PERFORM PRINT-W2-DETAIL

           PERFORM PRINT-W2-TOTALS.

           CLOSE DEMOGRAPHIC-MASTER.
           CLOSE YTD-MASTER.
           CLOSE W2-EXTRACT-FILE.
           CLOSE W2-REPORT.
           END-IF.

           DISPLAY "W-2 STATEMENTS EXTRACTED: " W2-COUNT.
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
           DISPLAY "YEAR-END PROCESSING COMPLETED."

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

       WRITE-W2-EXTRACT.
           ADD 1 TO W2-COUNT.
           MOVE YTD-EMP-ID TO W2-EMP-ID.
           MOVE DM-EMP-NAME TO STATEMENT-NAME.
           MOVE STATEMENT-NAME TO W2-EMP-NAME.
           MOVE YTD-GROSS-PAY TO W2-WAGES.
           MOVE YTD-FED-TAX TO W2-FED-TAX.
           MOVE YTD-FICA-WAGES TO W2-FICA-WAGES.
           MOVE YTD-SOC-SEC-TAX TO W2-SS-TAX.
           MOVE YTD-MEDICARE-TAX TO W2-MED-TAX.
           MOVE DM-SSN TO W2-SSN.
           MOVE DM-ADDRESS-1 TO W2-ADDRESS-1.
           MOVE DM-ADDRESS-2 TO W2-ADDRESS-2.
           MOVE DM-CITY TO W2-CITY.
           MOVE DM-STATE TO W2-STATE.
           MOVE DM-ZIP-CODE TO W2-ZIP-CODE.
           MOVE DM-ZIP-EXT TO W2-ZIP-EXT.
           MOVE DM-WORK-STATE-CODE TO W2-WORK-STATE.
           WRITE W2-EXTRACT-RECORD.

           ADD YTD-GROSS-PAY TO TOTAL-WAGES.
