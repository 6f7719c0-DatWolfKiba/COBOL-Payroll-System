       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYAUDIT.
       AUTHOR. Jade Doumani.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-PARM-FILE ASSIGN TO "AUDPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-PARM-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EMPLOYEE-FILE-STATUS.
           SELECT EMPLOYEE-SORT-FILE ASSIGN TO "AUDESORT.TMP".
           SELECT SORTED-EMPLOYEE-FILE ASSIGN TO "AUDEMPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TIMECARD-FILE ASSIGN TO "TIMECARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIMECARD-FILE-STATUS.
           SELECT TIMECARD-SORT-FILE ASSIGN TO "AUDTSORT.TMP".
           SELECT SORTED-TIMECARD-FILE ASSIGN TO "AUDTIME.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-LOG-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-HIST-KEY
               ALTERNATE RECORD KEY IS PH-RUN-NUMBER WITH DUPLICATES
               FILE STATUS IS PAY-HISTORY-STATUS.
           SELECT CHECK-MASTER ASSIGN TO "CHKMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-CHECK-NUMBER
               FILE STATUS IS CHECK-MASTER-STATUS.
           SELECT DEMOGRAPHIC-MASTER ASSIGN TO "DEMOMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-EMP-ID
               ALTERNATE RECORD KEY IS DM-SSN WITH DUPLICATES
               FILE STATUS IS DEMOGRAPHIC-FILE-STATUS.
           SELECT ACTIVITY-FILE ASSIGN TO "AUDACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTIVITY-FILE-STATUS.
           SELECT ACTIVITY-SORT-FILE ASSIGN TO "AUDASORT.TMP".
           SELECT EXCEPTION-MASTER ASSIGN TO "EXCPMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EX-KEY
               FILE STATUS IS EXCEPTION-FILE-STATUS.
           SELECT CLEARANCE-FILE ASSIGN TO "EXCPCLR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLEARANCE-FILE-STATUS.
           SELECT EXCEPTION-REPORT ASSIGN TO "EXCPRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD AUDIT-PARM-FILE.
           01 AUDIT-PARM-RECORD.
               05 AP-LARGE-CHECK    PIC 9(7)V99.
               05 AP-BANK-CHANGE-DAYS PIC 9(3).
               05 AP-CONTACT-CHANGE-DAYS PIC 9(3).

           FD RUN-CONTROL-FILE.
           01 RUN-CONTROL-INPUT     PIC X(71).

           FD EMPLOYEE-FILE.
           01 RAW-EMPLOYEE-RECORD   PIC X(83).

           SD EMPLOYEE-SORT-FILE.
           01 EMPLOYEE-SORT-RECORD.
               05 ESRT-EMP-ID        PIC 9(5).
               05 ESRT-EMP-NAME      PIC A(30).
               05 ESRT-HOURS-WORKED  PIC 9(3).
               05 ESRT-HOURLY-RATE   PIC 9(4)V99.
               05 ESRT-PAY-TYPE      PIC X(1).
               05 ESRT-PERIOD-SALARY PIC 9(7)V99.
               05 ESRT-DEPT-CODE     PIC X(4).
               05 ESRT-ROUTING-NUMBER PIC 9(9).
               05 ESRT-ACCOUNT-NUMBER PIC 9(12).
               05 ESRT-WORK-STATE-CODE PIC X(2).
               05 ESRT-PAY-METHOD    PIC X(1).
               05 ESRT-PAY-FREQUENCY PIC X(1).

           FD SORTED-EMPLOYEE-FILE.
           01 EMPLOYEE-RECORD.
               05 EMP-ID            PIC 9(5).
               05 EMP-NAME          PIC A(30).
               05 HOURS-WORKED      PIC 9(3).
               05 HOURLY-RATE       PIC 9(4)V99.
               05 PAY-TYPE          PIC X(1).
               05 PERIOD-SALARY     PIC 9(7)V99.
               05 DEPT-CODE         PIC X(4).
               05 ROUTING-NUMBER    PIC 9(9).
               05 ACCOUNT-NUMBER    PIC 9(12).
               05 WORK-STATE-CODE   PIC X(2).
               05 PAY-METHOD        PIC X(1).
               05 PAY-FREQUENCY     PIC X(1).

           FD TIMECARD-FILE.
           01 RAW-TIMECARD-RECORD   PIC X(28).

           SD TIMECARD-SORT-FILE.
           01 TC-SORT-RECORD.
               05 TCSRT-EMP-ID      PIC 9(5).
               05 TCSRT-REST        PIC X(23).

           FD SORTED-TIMECARD-FILE.
           01 TIMECARD-RECORD.
               05 TC-EMP-ID         PIC 9(5).
               05 TC-WORK-DATE      PIC 9(8).
               05 TC-HOURS          PIC 9(2)V9.
               05 TC-SHIFT          PIC X(1).
               05 TC-LEAVE-CODE     PIC X(1).
               05 TC-CHARGE-DEPT    PIC X(4).
               05 TC-PROJECT-CODE   PIC X(6).

           FD AUDIT-LOG.
           01 AUDIT-LINE            PIC X(200).
           01 AUDIT-HEADER-LINE.
               05 AH-TITLE          PIC X(37).
               05 AH-LABEL          PIC X(13).
               05 AH-RUN-MM         PIC 9(2).
               05 AH-SLASH-1        PIC X(1).
               05 AH-RUN-DD         PIC 9(2).
               05 AH-SLASH-2        PIC X(1).
               05 AH-RUN-YYYY       PIC 9(4).
               05 AH-REST           PIC X(140).
           01 AUDIT-MASTER-LINE.
               05 AL-TAG            PIC X(4).
               05 AL-EMP-ID         PIC X(5).
               05 AL-LABEL          PIC X(9).
               05 AL-MASTER-IMAGE.
                   10 AL-IMG-EMP-ID PIC X(5).
                   10 AL-IMG-NAME   PIC X(30).
                   10 AL-IMG-HOURS  PIC X(3).
                   10 AL-IMG-RATE   PIC 9(4)V99.
                   10 AL-IMG-PAY-TYPE PIC X(1).
                   10 AL-IMG-SALARY PIC 9(7)V99.
                   10 AL-IMG-DEPT   PIC X(4).
                   10 AL-IMG-ROUTING PIC 9(9).
                   10 AL-IMG-ACCOUNT PIC 9(12).
                   10 AL-IMG-STATE  PIC X(2).
                   10 AL-IMG-METHOD PIC X(1).
                   10 AL-IMG-FREQUENCY PIC X(1).
               05 AL-REST           PIC X(99).
           01 AUDIT-DEMOGRAPHIC-LINE.
               05 AD-TAG            PIC X(4).
               05 AD-EMP-ID         PIC X(5).
               05 AD-LABEL          PIC X(9).
               05 AD-DEMO-IMAGE.
                   10 AD-IMG-EMP-ID PIC X(5).
                   10 AD-IMG-NAME   PIC X(30).
                   10 AD-IMG-SSN    PIC X(9).
                   10 AD-IMG-ADDRESS PIC X(91).
                   10 AD-IMG-DATES  PIC X(27).
               05 AD-REST           PIC X(20).

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

           FD ACTIVITY-FILE.
           01 ACTIVITY-RECORD.
               05 ACT-EMP-ID        PIC 9(5).
               05 ACT-DATE          PIC 9(8).
               05 ACT-SOURCE        PIC 9(1).
               05 ACT-SEQUENCE      PIC 9(7).
               05 ACT-RUN-NUMBER    PIC 9(4).
               05 ACT-DATA          PIC X(95).
           01 ACTIVITY-EVENT-RECORD.
               05 AEV-KEY           PIC X(25).
               05 AEV-TYPE          PIC X(1).
               05 AEV-NAME          PIC X(30).
               05 AEV-PAY-TYPE      PIC X(1).
               05 AEV-RATE          PIC 9(4)V99.
               05 AEV-SALARY        PIC 9(7)V99.
               05 AEV-ROUTING       PIC 9(9).
               05 AEV-ACCOUNT       PIC 9(12).
               05 AEV-REST          PIC X(27).
           01 ACTIVITY-HISTORY-RECORD.
               05 AHS-KEY           PIC X(25).
               05 AHS-RUN-MODE      PIC X(1).
               05 AHS-PERIOD-END-DATE PIC 9(8).
               05 AHS-EMP-NAME      PIC X(30).
               05 AHS-PAY-TYPE      PIC X(1).
               05 AHS-HOURLY-RATE   PIC 9(4)V99.
               05 AHS-WORKED-HOURS  PIC 9(3)V9.
               05 AHS-LEAVE-HOURS   PIC 9(4)V9.
               05 AHS-GROSS-PAY     PIC 9(7)V99.
               05 AHS-NET-PAY       PIC 9(7)V99.
               05 AHS-REST          PIC X(22).
           01 ACTIVITY-CHECK-RECORD.
               05 ACK-KEY           PIC X(25).
               05 ACK-CHECK-NUMBER  PIC 9(8).
               05 ACK-PAYEE         PIC X(30).
               05 ACK-AMOUNT        PIC 9(9)V99.
               05 ACK-STATUS        PIC X(1).
               05 ACK-REST          PIC X(45).

           SD ACTIVITY-SORT-FILE.
           01 ACTIVITY-SORT-RECORD.
               05 ASRT-EMP-ID       PIC 9(5).
               05 ASRT-DATE         PIC 9(8).
               05 ASRT-SOURCE       PIC 9(1).
               05 ASRT-SEQUENCE     PIC 9(7).
               05 ASRT-REST         PIC X(99).

           FD EXCEPTION-MASTER.
           01 EXCEPTION-RECORD.
               05 EX-KEY.
                   10 EX-REASON-CODE PIC X(4).
                   10 EX-EMP-ID     PIC 9(5).
                   10 EX-REFERENCE  PIC X(22).
               05 EX-STATUS         PIC X(1).
               05 EX-DETAIL         PIC X(60).
               05 EX-AMOUNT         PIC 9(7)V99.
               05 EX-FIRST-FOUND-DATE PIC 9(8).
               05 EX-LAST-FOUND-DATE PIC 9(8).
               05 EX-CLEARED-BY     PIC X(10).
               05 EX-CLEARED-DATE   PIC 9(8).
               05 EX-CLEARED-NOTE   PIC X(40).

           FD CLEARANCE-FILE.
           01 CLEARANCE-RECORD.
               05 CLR-REASON-CODE   PIC X(4).
               05 CLR-EMP-ID        PIC 9(5).
               05 CLR-REFERENCE     PIC X(22).
               05 CLR-CLEARED-BY    PIC X(10).
               05 CLR-NOTE          PIC X(40).

           FD EXCEPTION-REPORT.
           01 EXCEPTION-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
           01 AUDIT-PARM-STATUS    PIC X(2).
           01 RUN-CONTROL-STATUS   PIC X(2).
           01 EMPLOYEE-FILE-STATUS PIC X(2).
           01 TIMECARD-FILE-STATUS PIC X(2).
           01 AUDIT-LOG-STATUS     PIC X(2).
           01 PAY-HISTORY-STATUS   PIC X(2).
           01 CHECK-MASTER-STATUS  PIC X(2).
           01 DEMOGRAPHIC-FILE-STATUS PIC X(2).
           01 ACTIVITY-FILE-STATUS PIC X(2).
           01 EXCEPTION-FILE-STATUS PIC X(2).
           01 CLEARANCE-FILE-STATUS PIC X(2).
           01 RUN-CONTROL-RECORD.
               05 RC-PERIOD-END-DATE PIC 9(8).
               05 RC-CHECK-DATE     PIC 9(8).
               05 RC-RUN-NUMBER     PIC 9(4).
               05 RC-RUN-MODE       PIC X(1).
               05 RC-EXPECTED-COUNT PIC 9(5).
               05 RC-EXPECTED-HASH  PIC 9(10).
               05 RC-PRIOR-YTD-GROSS PIC 9(11)V99.
               05 RC-PRIOR-YTD-NET  PIC 9(11)V99.
               05 RC-PAY-GROUP      PIC X(1).
               05 RC-NEXT-ACH-DATE  PIC 9(8).
           01 EMP-EOF-FLAG         PIC X(3) VALUE 'NO'.
           01 TC-EOF-FLAG          PIC X(3) VALUE 'NO'.
           01 AUDIT-EOF-FLAG       PIC X(3) VALUE 'NO'.
           01 PH-EOF-FLAG          PIC X(3) VALUE 'NO'.
           01 CHECK-EOF-FLAG       PIC X(3) VALUE 'NO'.
           01 ACTIVITY-EOF-FLAG    PIC X(3) VALUE 'NO'.
           01 CLEARANCE-EOF-FLAG   PIC X(3) VALUE 'NO'.
           01 EXCEPTION-EOF-FLAG   PIC X(3) VALUE 'NO'.
           01 RUN-CONTROL-MODE     PIC X(3) VALUE 'YES'.
           01 TIMECARD-MODE        PIC X(3) VALUE 'YES'.
           01 AUDIT-LOG-MODE       PIC X(3) VALUE 'YES'.
           01 PAY-HISTORY-MODE     PIC X(3) VALUE 'YES'.
           01 CHECK-MASTER-MODE    PIC X(3) VALUE 'YES'.
           01 DEMO-MODE            PIC X(3) VALUE 'YES'.
           01 LARGE-CHECK-AMOUNT   PIC 9(7)V99 VALUE 5000.00.
           01 BANK-CHANGE-DAYS     PIC 9(3) VALUE 30.
           01 CONTACT-CHANGE-DAYS  PIC 9(3) VALUE 30.
           01 RUN-DATE-NUM         PIC 9(8).
           01 AUDIT-RUN-DATE       PIC 9(8) VALUE 0.
           01 AUDIT-START-DATE     PIC 9(8) VALUE 0.
           01 ACTIVITY-COUNT       PIC 9(7) VALUE 0.
           01 AUDIT-EVENT-COUNT    PIC 9(7) VALUE 0.
           01 HISTORY-ROW-COUNT    PIC 9(7) VALUE 0.
           01 CHECK-ROW-COUNT      PIC 9(7) VALUE 0.
           01 EMPLOYEE-TABLE-COUNT PIC 9(5) VALUE 0.
           01 EMPLOYEE-TABLE.
               05 EMPLOYEE-ENTRY OCCURS 0 TO 25000 TIMES
                   DEPENDING ON EMPLOYEE-TABLE-COUNT
                   ASCENDING KEY IS ET-EMP-ID
                   INDEXED BY ET-IDX.
                   10 ET-EMP-ID     PIC 9(5).
                   10 ET-EMP-NAME   PIC X(30).
                   10 ET-PAY-TYPE   PIC X(1).
                   10 ET-HOURLY-RATE PIC 9(4)V99.
                   10 ET-PERIOD-SALARY PIC 9(7)V99.
                   10 ET-ROUTING-NUMBER PIC 9(9).
                   10 ET-ACCOUNT-NUMBER PIC 9(12).
           01 PUNCH-COUNT          PIC 9(5) VALUE 0.
           01 PUNCH-TABLE.
               05 PUNCH-ENTRY OCCURS 0 TO 25000 TIMES
                   DEPENDING ON PUNCH-COUNT
                   ASCENDING KEY IS PUN-EMP-ID
                   INDEXED BY PUN-IDX.
                   10 PUN-EMP-ID    PIC 9(5).
           01 PUNCH-FOUND          PIC X(3).
           01 GROUP-ROUTING-NUMBER PIC 9(9) VALUE 0.
           01 GROUP-ACCOUNT-NUMBER PIC 9(12) VALUE 0.
           01 GROUP-MEMBER-COUNT   PIC 9(5) VALUE 0.
           01 GROUP-TABLE-COUNT    PIC 9(3) VALUE 0.
           01 GROUP-MEMBER-TABLE.
               05 GROUP-MEMBER-ID OCCURS 100 TIMES PIC 9(5).
           01 GROUP-SUB            PIC 9(3).
           01 CHANGE-BEFORE-SEEN   PIC X(3) VALUE 'NO'.
           01 CHANGE-BEFORE-EMP-ID PIC X(5).
           01 CHANGE-BEFORE-IMAGE.
               05 CBI-EMP-ID        PIC X(5).
               05 CBI-NAME          PIC X(30).
               05 CBI-HOURS         PIC X(3).
               05 CBI-RATE          PIC 9(4)V99.
               05 CBI-PAY-TYPE      PIC X(1).
               05 CBI-SALARY        PIC 9(7)V99.
               05 CBI-DEPT          PIC X(4).
               05 CBI-ROUTING       PIC 9(9).
               05 CBI-ACCOUNT       PIC 9(12).
               05 CBI-STATE         PIC X(2).
               05 CBI-METHOD        PIC X(1).
               05 CBI-FREQUENCY     PIC X(1).
           01 DEMO-BEFORE-SEEN     PIC X(3) VALUE 'NO'.
           01 DEMO-BEFORE-EMP-ID   PIC X(5).
           01 DEMO-BEFORE-ADDRESS  PIC X(91).
           01 CURRENT-EMP-ID       PIC 9(5) VALUE 0.
           01 MASTER-FOUND         PIC X(3).
           01 MASTER-NAME          PIC X(30).
           01 MASTER-PAY-TYPE      PIC X(1).
           01 MASTER-RATE          PIC 9(4)V99.
           01 MASTER-SALARY        PIC 9(7)V99.
           01 MASTER-ROUTING       PIC 9(9).
           01 MASTER-ACCOUNT       PIC 9(12).
           01 DEMO-FOUND           PIC X(3).
           01 DEMO-NAME            PIC X(30).
           01 TERM-DATE-ON-FILE    PIC 9(8).
           01 IMAGE-SEEN           PIC X(3).
           01 IMAGE-NAME           PIC X(30).
           01 IMAGE-PAY-TYPE       PIC X(1).
           01 IMAGE-RATE           PIC 9(4)V99.
           01 IMAGE-SALARY         PIC 9(7)V99.
           01 IMAGE-ROUTING        PIC 9(9).
           01 IMAGE-ACCOUNT        PIC 9(12).
           01 BANK-CHANGE-DATE     PIC 9(8).
           01 BANK-CHANGE-FLAGGED  PIC X(3).
           01 CONTACT-CHANGE-DATE  PIC 9(8).
           01 CONTACT-CHANGE-TYPE  PIC X(7).
           01 PREV-PAY-SEEN        PIC X(3).
           01 PREV-PAY-TYPE        PIC X(1).
           01 PREV-PAY-RATE        PIC 9(4)V99.
           01 PREV-PAY-GROSS       PIC 9(7)V99.
           01 PAY-BASIS-CHANGED    PIC X(3).
           01 LAST-PAID-DATE       PIC 9(8).
           01 LAST-PAID-RUN        PIC 9(4).
           01 LAST-PAID-NAME       PIC X(30).
           01 POST-TERM-COUNT      PIC 9(3).
           01 FINAL-PAY-SEEN       PIC X(3).
           01 DAYS-APART           PIC S9(5).
           01 HIT-REASON-CODE      PIC X(4).
           01 HIT-EMP-ID           PIC 9(5).
           01 HIT-REFERENCE        PIC X(22).
           01 HIT-DETAIL           PIC X(60).
           01 HIT-AMOUNT           PIC 9(7)V99.
           01 HIT-DISPOSITION      PIC X(7).
           01 REASON-TABLE.
               05 REASON-ENTRY OCCURS 6 TIMES.
                   10 RSN-CODE      PIC X(4).
                   10 RSN-TITLE     PIC X(34).
                   10 RSN-FOUND     PIC 9(5).
                   10 RSN-NEW       PIC 9(5).
                   10 RSN-OPEN      PIC 9(5).
           01 RSN-SUB              PIC 9(2).
           01 RSN-MATCH            PIC 9(2).
           01 FOUND-COUNT          PIC 9(5) VALUE 0.
           01 NEW-COUNT            PIC 9(5) VALUE 0.
           01 OPEN-COUNT           PIC 9(5) VALUE 0.
           01 CLEARED-COUNT        PIC 9(5) VALUE 0.
           01 CLEAR-REJECT-COUNT   PIC 9(5) VALUE 0.
           01 CLEARANCE-RESULT     PIC X(16).
           01 WS-CURRENT-DATE.
               05 WS-CD-YYYY        PIC 9(4).
               05 WS-CD-MM          PIC 9(2).
               05 WS-CD-DD          PIC 9(2).
           01 WS-RUN-DATE-DISPLAY  PIC X(10).
           01 WS-EXC-AMOUNT        PIC Z,ZZZ,ZZ9.99.
           01 WS-EXC-RATE          PIC ZZZ9.99.
           01 WS-EXC-OLD-RATE      PIC ZZZ9.99.
           01 WS-EXC-HOURS         PIC ZZZ9.9.
           01 WS-EXC-DAYS          PIC ZZ9.
           01 WS-EXC-WINDOW        PIC ZZ9.
           01 WS-EXC-COUNT         PIC ZZZZ9.
           01 WS-EXC-FOUND         PIC ZZZZ9.
           01 WS-EXC-NEW           PIC ZZZZ9.
           01 WS-EXC-OPEN          PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCESS.
           DISPLAY "Payroll internal control audit".

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           STRING WS-CD-MM DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-CD-DD DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-CD-YYYY DELIMITED BY SIZE
               INTO WS-RUN-DATE-DISPLAY.

           COMPUTE RUN-DATE-NUM = (WS-CD-YYYY * 10000)
               + (WS-CD-MM * 100) + WS-CD-DD.

           PERFORM LOAD-REASON-CODES.
           PERFORM LOAD-AUDIT-PARAMETERS.
           PERFORM READ-RUN-CONTROL.

           OPEN INPUT EMPLOYEE-FILE.
           IF EMPLOYEE-FILE-STATUS NOT = '00'
               DISPLAY "EMPLOYEE FILE NOT AVAILABLE - STATUS "
                   EMPLOYEE-FILE-STATUS
               DISPLAY "CONTROL AUDIT ABANDONED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE EMPLOYEE-FILE.

           OPEN I-O EXCEPTION-MASTER.
           IF EXCEPTION-FILE-STATUS = '35'
               OPEN OUTPUT EXCEPTION-MASTER
               CLOSE EXCEPTION-MASTER
               OPEN I-O EXCEPTION-MASTER
           END-IF.
           IF EXCEPTION-FILE-STATUS NOT = '00'
               DISPLAY "EXCEPTION MASTER NOT AVAILABLE - STATUS "
                   EXCEPTION-FILE-STATUS
               DISPLAY "CONTROL AUDIT ABANDONED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT EXCEPTION-REPORT.
           PERFORM PRINT-AUDIT-HEADER.

           PERFORM APPLY-CLEARANCES.

           PERFORM CHECK-SHARED-ACCOUNTS.
           PERFORM LOAD-EMPLOYEE-TABLE.
           PERFORM LOAD-TIMECARD-PUNCHES.

           OPEN INPUT DEMOGRAPHIC-MASTER.
           IF DEMOGRAPHIC-FILE-STATUS NOT = '00'
               MOVE 'NO ' TO DEMO-MODE
               DISPLAY "No demographic master - termination dates "
                   "not checked."
               MOVE SPACES TO EXCEPTION-REPORT-LINE
               STRING "NOTE - NO DEMOGRAPHIC MASTER: TERMINATION "
                   DELIMITED BY SIZE
                   "DATES NOT CHECKED" DELIMITED BY SIZE
                   INTO EXCEPTION-REPORT-LINE
               WRITE EXCEPTION-REPORT-LINE
           END-IF.

           OPEN OUTPUT ACTIVITY-FILE.
           PERFORM EXTRACT-AUDIT-EVENTS.
           PERFORM EXTRACT-PAY-HISTORY.
           PERFORM EXTRACT-ISSUED-CHECKS.
           CLOSE ACTIVITY-FILE.

           SORT ACTIVITY-SORT-FILE
               ON ASCENDING KEY ASRT-EMP-ID ASRT-DATE ASRT-SOURCE
                   ASRT-SEQUENCE
               USING ACTIVITY-FILE
               GIVING ACTIVITY-FILE.

           PERFORM PRINT-FOUND-HEADER.

           OPEN INPUT ACTIVITY-FILE.
           PERFORM READ-ACTIVITY.
           PERFORM UNTIL ACTIVITY-EOF-FLAG = 'YES'
               IF ACT-EMP-ID NOT = CURRENT-EMP-ID
                   IF CURRENT-EMP-ID > 0
                       PERFORM FINISH-EMPLOYEE-REVIEW
                   END-IF
                   PERFORM START-EMPLOYEE-REVIEW
               END-IF
               IF ACT-SOURCE = 1
                   PERFORM REVIEW-AUDIT-EVENT
               ELSE
               IF ACT-SOURCE = 2
                   PERFORM REVIEW-PAY-HISTORY
               ELSE
                   PERFORM REVIEW-ISSUED-CHECK
               END-IF
               END-IF
               PERFORM READ-ACTIVITY
           END-PERFORM.
           IF CURRENT-EMP-ID > 0
               PERFORM FINISH-EMPLOYEE-REVIEW
           END-IF.
           CLOSE ACTIVITY-FILE.

           IF FOUND-COUNT = 0
               MOVE SPACES TO EXCEPTION-REPORT-LINE
               MOVE "NO EXCEPTIONS FOUND THIS RUN"
                   TO EXCEPTION-REPORT-LINE
               WRITE EXCEPTION-REPORT-LINE
           END-IF.

           PERFORM PRINT-OPEN-EXCEPTIONS.
           PERFORM PRINT-AUDIT-TOTALS.

           IF DEMO-MODE = 'YES'
               CLOSE DEMOGRAPHIC-MASTER
           END-IF.
           CLOSE EXCEPTION-MASTER.
           CLOSE EXCEPTION-REPORT.

           DISPLAY "EXCEPTIONS FOUND THIS RUN: " FOUND-COUNT
               "  NEW: " NEW-COUNT.
           DISPLAY "EXCEPTIONS CLEARED THIS RUN: " CLEARED-COUNT.
           IF CLEAR-REJECT-COUNT > 0
               DISPLAY "WARNING - " CLEAR-REJECT-COUNT
                   " CLEARANCES COULD NOT BE APPLIED"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF OPEN-COUNT > 0
               DISPLAY "WARNING - " OPEN-COUNT
                   " EXCEPTIONS OPEN - SEE EXCPRPT.TXT"
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "CONTROL AUDIT COMPLETED - REPORT IS EXCPRPT.TXT".

           STOP RUN.

       LOAD-REASON-CODES.
           MOVE "DUPB" TO RSN-CODE (1).
           MOVE "SAME BANK ACCOUNT ON MULTIPLE EMPS"
               TO RSN-TITLE (1).
           MOVE "BKCH" TO RSN-CODE (2).
           MOVE "BANK ACCOUNT CHANGE" TO RSN-TITLE (2).
           MOVE "NOTC" TO RSN-CODE (3).
           MOVE "HOURLY PAY WITHOUT PUNCHES" TO RSN-TITLE (3).
           MOVE "TERM" TO RSN-CODE (4).
           MOVE "PAID AFTER TERMINATION" TO RSN-TITLE (4).
           MOVE "RATE" TO RSN-CODE (5).
           MOVE "PAY RATE SET OUTSIDE MAINTENANCE" TO RSN-TITLE (5).
           MOVE "NAME" TO RSN-CODE (6).
           MOVE "CHECK PAYEE NOT EMPLOYEE NAME" TO RSN-TITLE (6).
           PERFORM VARYING RSN-SUB FROM 1 BY 1 UNTIL RSN-SUB > 6
               MOVE 0 TO RSN-FOUND (RSN-SUB)
               MOVE 0 TO RSN-NEW (RSN-SUB)
               MOVE 0 TO RSN-OPEN (RSN-SUB)
           END-PERFORM.

       LOAD-AUDIT-PARAMETERS.
           OPEN INPUT AUDIT-PARM-FILE.
           IF AUDIT-PARM-STATUS = '00'
               READ AUDIT-PARM-FILE
                   AT END
                       DISPLAY "Control audit parameter file empty - "
                           "defaults"
                   NOT AT END
                       IF AP-LARGE-CHECK NUMERIC
                           AND AP-LARGE-CHECK > 0
                           MOVE AP-LARGE-CHECK TO LARGE-CHECK-AMOUNT
                       END-IF
                       IF AP-BANK-CHANGE-DAYS NUMERIC
                           MOVE AP-BANK-CHANGE-DAYS
                               TO BANK-CHANGE-DAYS
                       END-IF
                       IF AP-CONTACT-CHANGE-DAYS NUMERIC
                           MOVE AP-CONTACT-CHANGE-DAYS
                               TO CONTACT-CHANGE-DAYS
                       END-IF
               END-READ
               CLOSE AUDIT-PARM-FILE
           ELSE
               DISPLAY "No control audit parameter file - defaults"
           END-IF.

       READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS NOT = '00'
               MOVE 'NO ' TO RUN-CONTROL-MODE
           ELSE
               READ RUN-CONTROL-FILE
                   AT END MOVE 'NO ' TO RUN-CONTROL-MODE
                   NOT AT END
                       MOVE RUN-CONTROL-INPUT TO RUN-CONTROL-RECORD
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           IF RUN-CONTROL-MODE = 'YES'
               IF RC-RUN-NUMBER NOT NUMERIC
                   OR RC-CHECK-DATE NOT NUMERIC
                   MOVE 'NO ' TO RUN-CONTROL-MODE
               END-IF
           END-IF.
           IF RUN-CONTROL-MODE = 'NO '
               DISPLAY "No run control card - timecard punches "
                   "not checked."
           END-IF.

       PRINT-AUDIT-HEADER.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING "PAYROLL INTERNAL CONTROL EXCEPTIONS"
               DELIMITED BY SIZE
               "   RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.

           MOVE LARGE-CHECK-AMOUNT TO WS-EXC-AMOUNT.
           MOVE BANK-CHANGE-DAYS TO WS-EXC-DAYS.
           MOVE CONTACT-CHANGE-DAYS TO WS-EXC-WINDOW.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING "LARGE CHECK: NET OF " DELIMITED BY SIZE
               WS-EXC-AMOUNT DELIMITED BY SIZE
               " OR MORE   BANK CHANGE WINDOW: " DELIMITED BY SIZE
               WS-EXC-DAYS DELIMITED BY SIZE
               " DAYS   NAME/ADDRESS WINDOW: " DELIMITED BY SIZE
               WS-EXC-WINDOW DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.

           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           MOVE "CLEARANCES" TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.

       APPLY-CLEARANCES.
           OPEN INPUT CLEARANCE-FILE.
           IF CLEARANCE-FILE-STATUS NOT = '00'
               MOVE SPACES TO EXCEPTION-REPORT-LINE
               MOVE "NO CLEARANCES SUBMITTED"
                   TO EXCEPTION-REPORT-LINE
               WRITE EXCEPTION-REPORT-LINE
           ELSE
               PERFORM READ-CLEARANCE
               IF CLEARANCE-EOF-FLAG = 'YES'
                   MOVE SPACES TO EXCEPTION-REPORT-LINE
                   MOVE "NO CLEARANCES SUBMITTED"
                       TO EXCEPTION-REPORT-LINE
                   WRITE EXCEPTION-REPORT-LINE
               END-IF
               PERFORM UNTIL CLEARANCE-EOF-FLAG = 'YES'
                   PERFORM APPLY-CLEARANCE
                   PERFORM READ-CLEARANCE
               END-PERFORM
               CLOSE CLEARANCE-FILE
               OPEN OUTPUT CLEARANCE-FILE
               CLOSE CLEARANCE-FILE
           END-IF.

       READ-CLEARANCE.
           READ CLEARANCE-FILE
               AT END MOVE 'YES' TO CLEARANCE-EOF-FLAG
           END-READ.

       APPLY-CLEARANCE.
           IF CLR-CLEARED-BY = SPACES
               MOVE "NO AUDITOR ID" TO CLEARANCE-RESULT
               ADD 1 TO CLEAR-REJECT-COUNT
           ELSE
               MOVE CLR-REASON-CODE TO EX-REASON-CODE
               MOVE CLR-EMP-ID TO EX-EMP-ID
               MOVE CLR-REFERENCE TO EX-REFERENCE
               READ EXCEPTION-MASTER
                   INVALID KEY
                       MOVE "NOT ON FILE" TO CLEARANCE-RESULT
                       ADD 1 TO CLEAR-REJECT-COUNT
                   NOT INVALID KEY
                       IF EX-STATUS = 'C'
                           MOVE "ALREADY CLEARED" TO CLEARANCE-RESULT
                       ELSE
                           MOVE 'C' TO EX-STATUS
                           MOVE CLR-CLEARED-BY TO EX-CLEARED-BY
                           MOVE RUN-DATE-NUM TO EX-CLEARED-DATE
                           MOVE CLR-NOTE TO EX-CLEARED-NOTE
                           REWRITE EXCEPTION-RECORD
                           MOVE "CLEARED" TO CLEARANCE-RESULT
                           ADD 1 TO CLEARED-COUNT
                       END-IF
               END-READ
           END-IF.

           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING CLR-REASON-CODE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CLR-EMP-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CLR-REFERENCE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CLEARANCE-RESULT DELIMITED BY SIZE
               "  BY " DELIMITED BY SIZE
               CLR-CLEARED-BY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CLR-NOTE DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.

       CHECK-SHARED-ACCOUNTS.
           SORT EMPLOYEE-SORT-FILE
               ON ASCENDING KEY ESRT-ROUTING-NUMBER
                   ESRT-ACCOUNT-NUMBER ESRT-EMP-ID
               USING EMPLOYEE-FILE
               GIVING SORTED-EMPLOYEE-FILE.

           MOVE 0 TO GROUP-MEMBER-COUNT.
           MOVE 0 TO GROUP-TABLE-COUNT.
           MOVE 'NO' TO EMP-EOF-FLAG.
           OPEN INPUT SORTED-EMPLOYEE-FILE.
           PERFORM READ-SORTED-EMPLOYEE.
           PERFORM UNTIL EMP-EOF-FLAG = 'YES'
               IF ROUTING-NUMBER NOT = GROUP-ROUTING-NUMBER
                   OR ACCOUNT-NUMBER NOT = GROUP-ACCOUNT-NUMBER
                   PERFORM FINISH-ACCOUNT-GROUP
                   MOVE ROUTING-NUMBER TO GROUP-ROUTING-NUMBER
                   MOVE ACCOUNT-NUMBER TO GROUP-ACCOUNT-NUMBER
                   MOVE 0 TO GROUP-MEMBER-COUNT
                   MOVE 0 TO GROUP-TABLE-COUNT
               END-IF
               ADD 1 TO GROUP-MEMBER-COUNT
               IF GROUP-TABLE-COUNT < 100
                   ADD 1 TO GROUP-TABLE-COUNT
                   MOVE EMP-ID TO GROUP-MEMBER-ID (GROUP-TABLE-COUNT)
               END-IF
               PERFORM READ-SORTED-EMPLOYEE
           END-PERFORM.
           PERFORM FINISH-ACCOUNT-GROUP.
           CLOSE SORTED-EMPLOYEE-FILE.

       READ-SORTED-EMPLOYEE.
           READ SORTED-EMPLOYEE-FILE
               AT END MOVE 'YES' TO EMP-EOF-FLAG
           END-READ.

       FINISH-ACCOUNT-GROUP.
           IF GROUP-MEMBER-COUNT > 1
               AND GROUP-ROUTING-NUMBER > 0
               AND GROUP-ACCOUNT-NUMBER > 0
               MOVE GROUP-MEMBER-COUNT TO WS-EXC-COUNT
               PERFORM VARYING GROUP-SUB FROM 1 BY 1
                   UNTIL GROUP-SUB > GROUP-TABLE-COUNT
                   MOVE "DUPB" TO HIT-REASON-CODE
                   MOVE GROUP-MEMBER-ID (GROUP-SUB) TO HIT-EMP-ID
                   MOVE SPACES TO HIT-REFERENCE
                   STRING GROUP-ROUTING-NUMBER DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       GROUP-ACCOUNT-NUMBER DELIMITED BY SIZE
                       INTO HIT-REFERENCE
                   MOVE SPACES TO HIT-DETAIL
                   STRING "ROUTING/ACCOUNT ON " DELIMITED BY SIZE
                       WS-EXC-COUNT DELIMITED BY SIZE
                       " EMPLOYEE RECORDS" DELIMITED BY SIZE
                       INTO HIT-DETAIL
                   MOVE 0 TO HIT-AMOUNT
                   PERFORM RAISE-EXCEPTION
               END-PERFORM
           END-IF.

       LOAD-EMPLOYEE-TABLE.
           SORT EMPLOYEE-SORT-FILE
               ON ASCENDING KEY ESRT-EMP-ID
               USING EMPLOYEE-FILE
               GIVING SORTED-EMPLOYEE-FILE.

           MOVE 0 TO EMPLOYEE-TABLE-COUNT.
           MOVE 'NO' TO EMP-EOF-FLAG.
           OPEN INPUT SORTED-EMPLOYEE-FILE.
           PERFORM READ-SORTED-EMPLOYEE.
           PERFORM UNTIL EMP-EOF-FLAG = 'YES'
               IF EMPLOYEE-TABLE-COUNT < 25000
                   ADD 1 TO EMPLOYEE-TABLE-COUNT
                   MOVE EMP-ID TO ET-EMP-ID (EMPLOYEE-TABLE-COUNT)
                   MOVE EMP-NAME TO ET-EMP-NAME (EMPLOYEE-TABLE-COUNT)
                   MOVE PAY-TYPE TO ET-PAY-TYPE (EMPLOYEE-TABLE-COUNT)
                   MOVE HOURLY-RATE
                       TO ET-HOURLY-RATE (EMPLOYEE-TABLE-COUNT)
                   MOVE PERIOD-SALARY
                       TO ET-PERIOD-SALARY (EMPLOYEE-TABLE-COUNT)
                   MOVE ROUTING-NUMBER
                       TO ET-ROUTING-NUMBER (EMPLOYEE-TABLE-COUNT)
                   MOVE ACCOUNT-NUMBER
                       TO ET-ACCOUNT-NUMBER (EMPLOYEE-TABLE-COUNT)
               END-IF
               PERFORM READ-SORTED-EMPLOYEE
           END-PERFORM.
           CLOSE SORTED-EMPLOYEE-FILE.

       LOAD-TIMECARD-PUNCHES.
           IF RUN-CONTROL-MODE = 'YES'
               OPEN INPUT TIMECARD-FILE
               IF TIMECARD-FILE-STATUS NOT = '00'
                   MOVE 'NO ' TO TIMECARD-MODE
               ELSE
                   CLOSE TIMECARD-FILE
               END-IF
           ELSE
               MOVE 'NO ' TO TIMECARD-MODE
           END-IF.

           IF TIMECARD-MODE = 'NO '
               MOVE SPACES TO EXCEPTION-REPORT-LINE
               STRING "NOTE - NO RUN CONTROL CARD OR TIMECARD FILE:"
                   DELIMITED BY SIZE
                   " TIMECARD PUNCHES NOT CHECKED" DELIMITED BY SIZE
                   INTO EXCEPTION-REPORT-LINE
               WRITE EXCEPTION-REPORT-LINE
           ELSE
               SORT TIMECARD-SORT-FILE
                   ON ASCENDING KEY TCSRT-EMP-ID
                   USING TIMECARD-FILE
                   GIVING SORTED-TIMECARD-FILE
               OPEN INPUT SORTED-TIMECARD-FILE
               PERFORM READ-SORTED-TIMECARD
               PERFORM UNTIL TC-EOF-FLAG = 'YES'
                   IF TC-EMP-ID NUMERIC
                       IF PUNCH-COUNT = 0
                           PERFORM ADD-PUNCHED-EMPLOYEE
                       ELSE
                           IF TC-EMP-ID NOT = PUN-EMP-ID (PUNCH-COUNT)
                               PERFORM ADD-PUNCHED-EMPLOYEE
                           END-IF
                       END-IF
                   END-IF
                   PERFORM READ-SORTED-TIMECARD
               END-PERFORM
               CLOSE SORTED-TIMECARD-FILE
           END-IF.

       READ-SORTED-TIMECARD.
           READ SORTED-TIMECARD-FILE
               AT END MOVE 'YES' TO TC-EOF-FLAG
           END-READ.

       ADD-PUNCHED-EMPLOYEE.
           IF PUNCH-COUNT < 25000
               ADD 1 TO PUNCH-COUNT
               MOVE TC-EMP-ID TO PUN-EMP-ID (PUNCH-COUNT)
           END-IF.

       EXTRACT-AUDIT-EVENTS.
           OPEN INPUT AUDIT-LOG.
           IF AUDIT-LOG-STATUS NOT = '00'
               MOVE 'NO ' TO AUDIT-LOG-MODE
               DISPLAY "No maintenance audit log - bank and rate "
                   "changes not traced."
               MOVE SPACES TO EXCEPTION-REPORT-LINE
               STRING "NOTE - NO MAINTENANCE AUDIT LOG: BANK AND "
                   DELIMITED BY SIZE
                   "RATE CHANGES NOT TRACED" DELIMITED BY SIZE
                   INTO EXCEPTION-REPORT-LINE
               WRITE EXCEPTION-REPORT-LINE
           ELSE
               PERFORM READ-AUDIT-LOG
               PERFORM UNTIL AUDIT-EOF-FLAG = 'YES'
                   PERFORM SCAN-AUDIT-LINE
                   PERFORM READ-AUDIT-LOG
               END-PERFORM
               CLOSE AUDIT-LOG
           END-IF.

       READ-AUDIT-LOG.
           READ AUDIT-LOG
               AT END MOVE 'YES' TO AUDIT-EOF-FLAG
           END-READ.

       SCAN-AUDIT-LINE.
           IF AH-TITLE = "EMPLOYEE MASTER MAINTENANCE AUDIT LOG"
               IF AH-RUN-MM NUMERIC AND AH-RUN-DD NUMERIC
                   AND AH-RUN-YYYY NUMERIC
                   COMPUTE AUDIT-RUN-DATE = (AH-RUN-YYYY * 10000)
                       + (AH-RUN-MM * 100) + AH-RUN-DD
                   IF AUDIT-START-DATE = 0
                       MOVE AUDIT-RUN-DATE TO AUDIT-START-DATE
                   END-IF
               END-IF
               MOVE 'NO ' TO CHANGE-BEFORE-SEEN
               MOVE 'NO ' TO DEMO-BEFORE-SEEN
           ELSE
           IF AUDIT-RUN-DATE > 0 AND AL-EMP-ID NUMERIC
               IF AL-TAG = "ADD " AND AL-LABEL = " AFTER : "
                   PERFORM WRITE-IMAGE-EVENT
               ELSE
               IF AL-TAG = "CHG " AND AL-LABEL = " BEFORE: "
                   MOVE AL-MASTER-IMAGE TO CHANGE-BEFORE-IMAGE
                   MOVE AL-EMP-ID TO CHANGE-BEFORE-EMP-ID
                   MOVE 'YES' TO CHANGE-BEFORE-SEEN
               ELSE
               IF AL-TAG = "CHG " AND AL-LABEL = " AFTER : "
                   IF CHANGE-BEFORE-SEEN = 'YES'
                       AND CHANGE-BEFORE-EMP-ID = AL-EMP-ID
                       PERFORM COMPARE-CHANGE-IMAGES
                   END-IF
                   PERFORM WRITE-IMAGE-EVENT
                   MOVE 'NO ' TO CHANGE-BEFORE-SEEN
               ELSE
               IF AD-TAG = "DEM " AND AD-LABEL = " BEFORE: "
                   AND AD-IMG-EMP-ID = AD-EMP-ID
                   MOVE AD-IMG-ADDRESS TO DEMO-BEFORE-ADDRESS
                   MOVE AD-EMP-ID TO DEMO-BEFORE-EMP-ID
                   MOVE 'YES' TO DEMO-BEFORE-SEEN
               ELSE
               IF AD-TAG = "DEM " AND AD-LABEL = " AFTER : "
                   IF DEMO-BEFORE-SEEN = 'YES'
                       AND DEMO-BEFORE-EMP-ID = AD-EMP-ID
                       AND DEMO-BEFORE-ADDRESS NOT = AD-IMG-ADDRESS
                       MOVE "D" TO AEV-TYPE
                       PERFORM WRITE-CHANGE-EVENT
                   END-IF
                   MOVE 'NO ' TO DEMO-BEFORE-SEEN
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

       COMPARE-CHANGE-IMAGES.
           IF CBI-NAME NOT = AL-IMG-NAME
               MOVE "N" TO AEV-TYPE
               PERFORM WRITE-CHANGE-EVENT
           END-IF.
           IF CBI-ROUTING NOT = AL-IMG-ROUTING
               OR CBI-ACCOUNT NOT = AL-IMG-ACCOUNT
               MOVE "B" TO AEV-TYPE
               PERFORM WRITE-CHANGE-EVENT
           END-IF.

       WRITE-CHANGE-EVENT.
           MOVE AL-EMP-ID TO ACT-EMP-ID.
           MOVE AUDIT-RUN-DATE TO ACT-DATE.
           MOVE 1 TO ACT-SOURCE.
           ADD 1 TO ACTIVITY-COUNT.
           MOVE ACTIVITY-COUNT TO ACT-SEQUENCE.
           MOVE 0 TO ACT-RUN-NUMBER.
           MOVE AL-IMG-NAME TO AEV-NAME.
           MOVE SPACE TO AEV-PAY-TYPE.
           MOVE 0 TO AEV-RATE.
           MOVE 0 TO AEV-SALARY.
           MOVE 0 TO AEV-ROUTING.
           MOVE 0 TO AEV-ACCOUNT.
           MOVE SPACES TO AEV-REST.
           IF AEV-TYPE = "B"
               MOVE AL-IMG-ROUTING TO AEV-ROUTING
               MOVE AL-IMG-ACCOUNT TO AEV-ACCOUNT
           END-IF.
           IF AEV-TYPE = "D"
               MOVE SPACES TO AEV-NAME
           END-IF.
           WRITE ACTIVITY-EVENT-RECORD.
           ADD 1 TO AUDIT-EVENT-COUNT.

       WRITE-IMAGE-EVENT.
           IF AL-IMG-RATE NUMERIC AND AL-IMG-SALARY NUMERIC
               AND AL-IMG-ROUTING NUMERIC AND AL-IMG-ACCOUNT NUMERIC
               MOVE AL-EMP-ID TO ACT-EMP-ID
               MOVE AUDIT-RUN-DATE TO ACT-DATE
               MOVE 1 TO ACT-SOURCE
               ADD 1 TO ACTIVITY-COUNT
               MOVE ACTIVITY-COUNT TO ACT-SEQUENCE
               MOVE 0 TO ACT-RUN-NUMBER
               MOVE "I" TO AEV-TYPE
               MOVE AL-IMG-NAME TO AEV-NAME
               MOVE AL-IMG-PAY-TYPE TO AEV-PAY-TYPE
               MOVE AL-IMG-RATE TO AEV-RATE
               MOVE AL-IMG-SALARY TO AEV-SALARY
               MOVE AL-IMG-ROUTING TO AEV-ROUTING
               MOVE AL-IMG-ACCOUNT TO AEV-ACCOUNT
               MOVE SPACES TO AEV-REST
               WRITE ACTIVITY-EVENT-RECORD
               ADD 1 TO AUDIT-EVENT-COUNT
           END-IF.

       EXTRACT-PAY-HISTORY.
           OPEN INPUT PAY-HISTORY-FILE.
           IF PAY-HISTORY-STATUS NOT = '00'
               MOVE 'NO ' TO PAY-HISTORY-MODE
               DISPLAY "No pay history - payments not reviewed."
               MOVE SPACES TO EXCEPTION-REPORT-LINE
               MOVE "NOTE - NO PAY HISTORY: PAYMENTS NOT REVIEWED"
                   TO EXCEPTION-REPORT-LINE
               WRITE EXCEPTION-REPORT-LINE
           ELSE
               PERFORM READ-PAY-HISTORY
               PERFORM UNTIL PH-EOF-FLAG = 'YES'
                   IF PH-EMP-ID NUMERIC AND PH-CHECK-DATE NUMERIC
                       PERFORM WRITE-HISTORY-ACTIVITY
                   END-IF
                   PERFORM READ-PAY-HISTORY
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
           END-IF.

       READ-PAY-HISTORY.
           READ PAY-HISTORY-FILE
               AT END MOVE 'YES' TO PH-EOF-FLAG
           END-READ.

       WRITE-HISTORY-ACTIVITY.
           MOVE PH-EMP-ID TO ACT-EMP-ID.
           MOVE PH-CHECK-DATE TO ACT-DATE.
           MOVE 2 TO ACT-SOURCE.
           ADD 1 TO ACTIVITY-COUNT.
           MOVE ACTIVITY-COUNT TO ACT-SEQUENCE.
           MOVE PH-RUN-NUMBER TO ACT-RUN-NUMBER.
           MOVE PH-RUN-MODE TO AHS-RUN-MODE.
           MOVE PH-PERIOD-END-DATE TO AHS-PERIOD-END-DATE.
           MOVE PH-EMP-NAME TO AHS-EMP-NAME.
           MOVE PH-PAY-TYPE TO AHS-PAY-TYPE.
           MOVE PH-HOURLY-RATE TO AHS-HOURLY-RATE.
           COMPUTE AHS-WORKED-HOURS = PH-REGULAR-HOURS
               + PH-OVERTIME-HOURS + PH-DOUBLETIME-HOURS.
           COMPUTE AHS-LEAVE-HOURS = PH-VAC-HOURS
               + PH-SICK-HOURS + PH-HOL-HOURS.
           MOVE PH-GROSS-PAY TO AHS-GROSS-PAY.
           MOVE PH-NET-PAY TO AHS-NET-PAY.
           MOVE SPACES TO AHS-REST.
           WRITE ACTIVITY-HISTORY-RECORD.
           ADD 1 TO HISTORY-ROW-COUNT.

       EXTRACT-ISSUED-CHECKS.
           OPEN INPUT CHECK-MASTER.
           IF CHECK-MASTER-STATUS NOT = '00'
               MOVE 'NO ' TO CHECK-MASTER-MODE
               DISPLAY "No check master - check payees not reviewed."
               MOVE SPACES TO EXCEPTION-REPORT-LINE
               MOVE "NOTE - NO CHECK MASTER: CHECK PAYEES NOT REVIEWED"
                   TO EXCEPTION-REPORT-LINE
               WRITE EXCEPTION-REPORT-LINE
           ELSE
               MOVE 0 TO CK-CHECK-NUMBER
               START CHECK-MASTER KEY NOT < CK-CHECK-NUMBER
                   INVALID KEY MOVE 'YES' TO CHECK-EOF-FLAG
               END-START
               PERFORM UNTIL CHECK-EOF-FLAG = 'YES'
                   READ CHECK-MASTER NEXT RECORD
                       AT END MOVE 'YES' TO CHECK-EOF-FLAG
                       NOT AT END
                           IF CK-EMP-ID > 0
                               PERFORM WRITE-CHECK-ACTIVITY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECK-MASTER
           END-IF.

       WRITE-CHECK-ACTIVITY.
           MOVE CK-EMP-ID TO ACT-EMP-ID.
           MOVE CK-CHECK-DATE TO ACT-DATE.
           MOVE 3 TO ACT-SOURCE.
           ADD 1 TO ACTIVITY-COUNT.
           MOVE ACTIVITY-COUNT TO ACT-SEQUENCE.
           MOVE CK-RUN-NUMBER TO ACT-RUN-NUMBER.
           MOVE CK-CHECK-NUMBER TO ACK-CHECK-NUMBER.
           MOVE CK-PAYEE TO ACK-PAYEE.
           MOVE CK-AMOUNT TO ACK-AMOUNT.
           MOVE CK-STATUS TO ACK-STATUS.
           MOVE SPACES TO ACK-REST.
           WRITE ACTIVITY-CHECK-RECORD.
           ADD 1 TO CHECK-ROW-COUNT.

       READ-ACTIVITY.
           READ ACTIVITY-FILE
               AT END MOVE 'YES' TO ACTIVITY-EOF-FLAG
           END-READ.

       PRINT-FOUND-HEADER.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           MOVE "EXCEPTIONS FOUND THIS RUN" TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING "CODE  EMPNO  REFERENCE               STATUS "
               DELIMITED BY SIZE
               "        AMOUNT  DETAIL" DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.

       START-EMPLOYEE-REVIEW.
           MOVE ACT-EMP-ID TO CURRENT-EMP-ID.
           MOVE 'NO ' TO MASTER-FOUND.
           MOVE SPACES TO MASTER-NAME.
           IF EMPLOYEE-TABLE-COUNT > 0
               SEARCH ALL EMPLOYEE-ENTRY
                   AT END MOVE 'NO ' TO MASTER-FOUND
                   WHEN ET-EMP-ID (ET-IDX) = CURRENT-EMP-ID
                       MOVE 'YES' TO MASTER-FOUND
                       MOVE ET-EMP-NAME (ET-IDX) TO MASTER-NAME
                       MOVE ET-PAY-TYPE (ET-IDX) TO MASTER-PAY-TYPE
                       MOVE ET-HOURLY-RATE (ET-IDX) TO MASTER-RATE
                       MOVE ET-PERIOD-SALARY (ET-IDX)
                           TO MASTER-SALARY
                       MOVE ET-ROUTING-NUMBER (ET-IDX)
                           TO MASTER-ROUTING
                       MOVE ET-ACCOUNT-NUMBER (ET-IDX)
                           TO MASTER-ACCOUNT
               END-SEARCH
           END-IF.

           MOVE 'NO ' TO DEMO-FOUND.
           MOVE SPACES TO DEMO-NAME.
           MOVE 0 TO TERM-DATE-ON-FILE.
           IF DEMO-MODE = 'YES'
               MOVE CURRENT-EMP-ID TO DM-EMP-ID
               READ DEMOGRAPHIC-MASTER
                   INVALID KEY MOVE 'NO ' TO DEMO-FOUND
                   NOT INVALID KEY
                       MOVE 'YES' TO DEMO-FOUND
                       MOVE DM-EMP-NAME TO DEMO-NAME
                       IF DM-EMPLOYMENT-STATUS = 'T'
                           AND DM-TERM-DATE NUMERIC
                           MOVE DM-TERM-DATE TO TERM-DATE-ON-FILE
                       END-IF
               END-READ
           END-IF.

           MOVE 'NO ' TO IMAGE-SEEN.
           MOVE SPACES TO IMAGE-NAME.
           MOVE 0 TO BANK-CHANGE-DATE.
           MOVE 'NO ' TO BANK-CHANGE-FLAGGED.
           MOVE 0 TO CONTACT-CHANGE-DATE.
           MOVE SPACES TO CONTACT-CHANGE-TYPE.
           MOVE 'NO ' TO PREV-PAY-SEEN.
           MOVE 0 TO LAST-PAID-DATE.
           MOVE 0 TO LAST-PAID-RUN.
           MOVE SPACES TO LAST-PAID-NAME.
           MOVE 0 TO POST-TERM-COUNT.
           MOVE 'NO ' TO FINAL-PAY-SEEN.

       REVIEW-AUDIT-EVENT.
           IF AEV-TYPE = "I"
               MOVE 'YES' TO IMAGE-SEEN
               MOVE AEV-NAME TO IMAGE-NAME
               MOVE AEV-PAY-TYPE TO IMAGE-PAY-TYPE
               MOVE AEV-RATE TO IMAGE-RATE
               MOVE AEV-SALARY TO IMAGE-SALARY
               MOVE AEV-ROUTING TO IMAGE-ROUTING
               MOVE AEV-ACCOUNT TO IMAGE-ACCOUNT
           ELSE
           IF AEV-TYPE = "N"
               MOVE ACT-DATE TO CONTACT-CHANGE-DATE
               MOVE "NAME" TO CONTACT-CHANGE-TYPE
           ELSE
           IF AEV-TYPE = "D"
               MOVE ACT-DATE TO CONTACT-CHANGE-DATE
               MOVE "ADDRESS" TO CONTACT-CHANGE-TYPE
           ELSE
           IF AEV-TYPE = "B"
               MOVE ACT-DATE TO BANK-CHANGE-DATE
               MOVE 'NO ' TO BANK-CHANGE-FLAGGED
               PERFORM CHECK-BANK-AFTER-CONTACT
           END-IF
           END-IF
           END-IF
           END-IF.

       CHECK-BANK-AFTER-CONTACT.
           IF CONTACT-CHANGE-DATE > 0
               AND FUNCTION TEST-DATE-YYYYMMDD (CONTACT-CHANGE-DATE)
                   = 0
               AND FUNCTION TEST-DATE-YYYYMMDD (BANK-CHANGE-DATE) = 0
               COMPUTE DAYS-APART =
                   FUNCTION INTEGER-OF-DATE (BANK-CHANGE-DATE)
                   - FUNCTION INTEGER-OF-DATE (CONTACT-CHANGE-DATE)
               IF DAYS-APART >= 0
                   AND DAYS-APART <= CONTACT-CHANGE-DAYS
                   MOVE "BKCH" TO HIT-REASON-CODE
                   MOVE CURRENT-EMP-ID TO HIT-EMP-ID
                   MOVE SPACES TO HIT-REFERENCE
                   STRING BANK-CHANGE-DATE DELIMITED BY SIZE
                       " AFTER " DELIMITED BY SIZE
                       CONTACT-CHANGE-TYPE DELIMITED BY SPACE
                       INTO HIT-REFERENCE
                   MOVE DAYS-APART TO WS-EXC-DAYS
                   MOVE SPACES TO HIT-DETAIL
                   STRING "ACCOUNT CHANGED " DELIMITED BY SIZE
                       WS-EXC-DAYS DELIMITED BY SIZE
                       " DAYS AFTER " DELIMITED BY SIZE
                       CONTACT-CHANGE-TYPE DELIMITED BY SPACE
                       " CHANGE ON " DELIMITED BY SIZE
                       CONTACT-CHANGE-DATE DELIMITED BY SIZE
                       INTO HIT-DETAIL
                   MOVE 0 TO HIT-AMOUNT
                   PERFORM RAISE-EXCEPTION
               END-IF
           END-IF.

       REVIEW-PAY-HISTORY.
           PERFORM CHECK-TERMINATED-PAY.
           PERFORM CHECK-TIMECARD-PUNCHES.
           PERFORM CHECK-LARGE-CHECK.
           PERFORM CHECK-RATE-CHANGE.
           MOVE ACT-DATE TO LAST-PAID-DATE.
           MOVE ACT-RUN-NUMBER TO LAST-PAID-RUN.
           MOVE AHS-EMP-NAME TO LAST-PAID-NAME.
           IF AHS-RUN-MODE = 'F'
               MOVE 'YES' TO FINAL-PAY-SEEN
           END-IF.

       BUILD-PAYMENT-REFERENCE.
           MOVE SPACES TO HIT-REFERENCE.
           STRING ACT-DATE DELIMITED BY SIZE
               " RUN " DELIMITED BY SIZE
               ACT-RUN-NUMBER DELIMITED BY SIZE
               INTO HIT-REFERENCE.

       CHECK-TERMINATED-PAY.
           MOVE SPACES TO HIT-DETAIL.
           IF FINAL-PAY-SEEN = 'YES'
               IF AHS-RUN-MODE = 'F'
                   MOVE "SECOND FINAL PAY FOR EMPLOYEE"
                       TO HIT-DETAIL
               ELSE
                   STRING "PAID FOR PERIOD ENDING " DELIMITED BY SIZE
                       AHS-PERIOD-END-DATE DELIMITED BY SIZE
                       " AFTER FINAL PAY" DELIMITED BY SIZE
                       INTO HIT-DETAIL
               END-IF
           ELSE
           IF AHS-RUN-MODE NOT = 'F'
               AND TERM-DATE-ON-FILE > 0
               AND AHS-PERIOD-END-DATE > TERM-DATE-ON-FILE
               ADD 1 TO POST-TERM-COUNT
               IF POST-TERM-COUNT > 1
                   STRING "PAID FOR PERIOD ENDING " DELIMITED BY SIZE
                       AHS-PERIOD-END-DATE DELIMITED BY SIZE
                       " - TERMINATED " DELIMITED BY SIZE
                       TERM-DATE-ON-FILE DELIMITED BY SIZE
                       INTO HIT-DETAIL
               END-IF
           END-IF
           END-IF.

           IF HIT-DETAIL NOT = SPACES
               MOVE "TERM" TO HIT-REASON-CODE
               MOVE CURRENT-EMP-ID TO HIT-EMP-ID
               PERFORM BUILD-PAYMENT-REFERENCE
               MOVE AHS-NET-PAY TO HIT-AMOUNT
               PERFORM RAISE-EXCEPTION
           END-IF.

       CHECK-TIMECARD-PUNCHES.
           IF TIMECARD-MODE = 'YES'
               AND ACT-RUN-NUMBER = RC-RUN-NUMBER
               AND ACT-DATE = RC-CHECK-DATE
               AND AHS-PAY-TYPE = 'H'
               AND AHS-WORKED-HOURS + AHS-LEAVE-HOURS > 0
               MOVE 'NO ' TO PUNCH-FOUND
               IF PUNCH-COUNT > 0
                   SEARCH ALL PUNCH-ENTRY
                       AT END MOVE 'NO ' TO PUNCH-FOUND
                       WHEN PUN-EMP-ID (PUN-IDX) = CURRENT-EMP-ID
                           MOVE 'YES' TO PUNCH-FOUND
                   END-SEARCH
               END-IF
               IF PUNCH-FOUND = 'NO '
                   MOVE "NOTC" TO HIT-REASON-CODE
                   MOVE CURRENT-EMP-ID TO HIT-EMP-ID
                   PERFORM BUILD-PAYMENT-REFERENCE
                   COMPUTE WS-EXC-HOURS = AHS-WORKED-HOURS
                       + AHS-LEAVE-HOURS
                   MOVE SPACES TO HIT-DETAIL
                   STRING "HOURLY PAY FOR " DELIMITED BY SIZE
                       WS-EXC-HOURS DELIMITED BY SIZE
                       " HOURS WITH NO TIMECARD PUNCHES"
                       DELIMITED BY SIZE
                       INTO HIT-DETAIL
                   MOVE AHS-GROSS-PAY TO HIT-AMOUNT
                   PERFORM RAISE-EXCEPTION
               END-IF
           END-IF.

       CHECK-LARGE-CHECK.
           IF BANK-CHANGE-DATE > 0
               AND BANK-CHANGE-FLAGGED = 'NO '
               AND AHS-NET-PAY >= LARGE-CHECK-AMOUNT
               AND FUNCTION TEST-DATE-YYYYMMDD (ACT-DATE) = 0
               AND FUNCTION TEST-DATE-YYYYMMDD (BANK-CHANGE-DATE) = 0
               COMPUTE DAYS-APART =
                   FUNCTION INTEGER-OF-DATE (ACT-DATE)
                   - FUNCTION INTEGER-OF-DATE (BANK-CHANGE-DATE)
               IF DAYS-APART >= 0
                   AND DAYS-APART <= BANK-CHANGE-DAYS
                   MOVE 'YES' TO BANK-CHANGE-FLAGGED
                   MOVE "BKCH" TO HIT-REASON-CODE
                   MOVE CURRENT-EMP-ID TO HIT-EMP-ID
                   MOVE SPACES TO HIT-REFERENCE
                   STRING BANK-CHANGE-DATE DELIMITED BY SIZE
                       " LARGE CHECK" DELIMITED BY SIZE
                       INTO HIT-REFERENCE
                   MOVE DAYS-APART TO WS-EXC-DAYS
                   MOVE SPACES TO HIT-DETAIL
                   STRING "ACCOUNT CHANGED " DELIMITED BY SIZE
                       WS-EXC-DAYS DELIMITED BY SIZE
                       " DAYS BEFORE LARGE CHECK DATED "
                       DELIMITED BY SIZE
                       ACT-DATE DELIMITED BY SIZE
                       INTO HIT-DETAIL
                   MOVE AHS-NET-PAY TO HIT-AMOUNT
                   PERFORM RAISE-EXCEPTION
               END-IF
           END-IF.

       CHECK-RATE-CHANGE.
           IF AHS-PAY-TYPE NOT = 'S' OR AHS-RUN-MODE NOT = 'F'
               MOVE 'NO ' TO PAY-BASIS-CHANGED
               IF PREV-PAY-SEEN = 'YES'
                   IF AHS-PAY-TYPE NOT = PREV-PAY-TYPE
                       MOVE 'YES' TO PAY-BASIS-CHANGED
                   ELSE
                   IF AHS-PAY-TYPE = 'H'
                       AND AHS-HOURLY-RATE NOT = PREV-PAY-RATE
                       MOVE 'YES' TO PAY-BASIS-CHANGED
                   ELSE
                   IF AHS-PAY-TYPE = 'S'
                       AND AHS-GROSS-PAY NOT = PREV-PAY-GROSS
                       MOVE 'YES' TO PAY-BASIS-CHANGED
                   END-IF
                   END-IF
                   END-IF
               ELSE
                   IF IMAGE-SEEN = 'YES'
                       MOVE 'YES' TO PAY-BASIS-CHANGED
                   END-IF
               END-IF
               IF PAY-BASIS-CHANGED = 'YES'
                   AND AUDIT-START-DATE > 0
                   AND ACT-DATE >= AUDIT-START-DATE
                   PERFORM TEST-RATE-AGAINST-IMAGE
               END-IF
               MOVE 'YES' TO PREV-PAY-SEEN
               MOVE AHS-PAY-TYPE TO PREV-PAY-TYPE
               MOVE AHS-HOURLY-RATE TO PREV-PAY-RATE
               MOVE AHS-GROSS-PAY TO PREV-PAY-GROSS
           END-IF.

       TEST-RATE-AGAINST-IMAGE.
           MOVE SPACES TO HIT-DETAIL.
           MOVE AHS-HOURLY-RATE TO WS-EXC-RATE.
           IF IMAGE-SEEN = 'NO '
               IF AHS-PAY-TYPE = 'H'
                   STRING "PAID AT RATE " DELIMITED BY SIZE
                       WS-EXC-RATE DELIMITED BY SIZE
                       " - NO MAINTENANCE CHANGE ON FILE"
                       DELIMITED BY SIZE
                       INTO HIT-DETAIL
               ELSE
                   MOVE "SALARY CHANGED - NO MAINTENANCE CHANGE ON FILE"
                       TO HIT-DETAIL
               END-IF
           ELSE
           IF AHS-PAY-TYPE NOT = IMAGE-PAY-TYPE
               STRING "PAID AS PAY TYPE " DELIMITED BY SIZE
                   AHS-PAY-TYPE DELIMITED BY SIZE
                   " - MAINTENANCE HAS PAY TYPE " DELIMITED BY SIZE
                   IMAGE-PAY-TYPE DELIMITED BY SIZE
                   INTO HIT-DETAIL
           ELSE
           IF AHS-PAY-TYPE = 'H'
               AND AHS-HOURLY-RATE NOT = IMAGE-RATE
               MOVE IMAGE-RATE TO WS-EXC-OLD-RATE
               STRING "PAID AT RATE " DELIMITED BY SIZE
                   WS-EXC-RATE DELIMITED BY SIZE
                   " - MAINTENANCE RATE " DELIMITED BY SIZE
                   WS-EXC-OLD-RATE DELIMITED BY SIZE
                   INTO HIT-DETAIL
           ELSE
           IF AHS-PAY-TYPE = 'S'
               AND AHS-GROSS-PAY NOT = IMAGE-SALARY
               MOVE IMAGE-SALARY TO WS-EXC-AMOUNT
               STRING "SALARY PAID DIFFERS FROM MAINTENANCE SALARY "
                   DELIMITED BY SIZE
                   WS-EXC-AMOUNT DELIMITED BY SIZE
                   INTO HIT-DETAIL
           END-IF
           END-IF
           END-IF
           END-IF.

           IF HIT-DETAIL NOT = SPACES
               MOVE "RATE" TO HIT-REASON-CODE
               MOVE CURRENT-EMP-ID TO HIT-EMP-ID
               PERFORM BUILD-PAYMENT-REFERENCE
               MOVE AHS-GROSS-PAY TO HIT-AMOUNT
               PERFORM RAISE-EXCEPTION
           END-IF.

       REVIEW-ISSUED-CHECK.
           MOVE SPACES TO HIT-DETAIL.
           IF ACT-DATE = LAST-PAID-DATE
               AND ACT-RUN-NUMBER = LAST-PAID-RUN
               IF ACK-PAYEE NOT = LAST-PAID-NAME
                   STRING "PAYEE " DELIMITED BY SIZE
                       ACK-PAYEE DELIMITED BY SIZE
                       " NOT NAME PAID" DELIMITED BY SIZE
                       INTO HIT-DETAIL
               END-IF
           ELSE
               IF (MASTER-FOUND = 'NO ' OR ACK-PAYEE NOT = MASTER-NAME)
                   AND (DEMO-FOUND = 'NO '
                       OR ACK-PAYEE NOT = DEMO-NAME)
                   AND (IMAGE-SEEN = 'NO '
                       OR ACK-PAYEE NOT = IMAGE-NAME)
                   STRING "PAYEE " DELIMITED BY SIZE
                       ACK-PAYEE DELIMITED BY SIZE
                       " NOT ON ANY MASTER" DELIMITED BY SIZE
                       INTO HIT-DETAIL
               END-IF
           END-IF.

           IF HIT-DETAIL NOT = SPACES
               MOVE "NAME" TO HIT-REASON-CODE
               MOVE CURRENT-EMP-ID TO HIT-EMP-ID
               MOVE SPACES TO HIT-REFERENCE
               STRING "CHECK " DELIMITED BY SIZE
                   ACK-CHECK-NUMBER DELIMITED BY SIZE
                   INTO HIT-REFERENCE
               MOVE ACK-AMOUNT TO HIT-AMOUNT
               PERFORM RAISE-EXCEPTION
           END-IF.

       FINISH-EMPLOYEE-REVIEW.
           IF MASTER-FOUND = 'YES' AND IMAGE-SEEN = 'YES'
               IF MASTER-PAY-TYPE NOT = IMAGE-PAY-TYPE
                   OR (MASTER-PAY-TYPE = 'H'
                       AND MASTER-RATE NOT = IMAGE-RATE)
                   OR (MASTER-PAY-TYPE = 'S'
                       AND MASTER-SALARY NOT = IMAGE-SALARY)
                   MOVE "RATE" TO HIT-REASON-CODE
                   MOVE CURRENT-EMP-ID TO HIT-EMP-ID
                   MOVE SPACES TO HIT-REFERENCE
                   IF MASTER-PAY-TYPE = 'H'
                       STRING "MASTER H " DELIMITED BY SIZE
                           MASTER-RATE DELIMITED BY SIZE
                           INTO HIT-REFERENCE
                   ELSE
                       STRING "MASTER " DELIMITED BY SIZE
                           MASTER-PAY-TYPE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           MASTER-SALARY DELIMITED BY SIZE
                           INTO HIT-REFERENCE
                   END-IF
                   MOVE SPACES TO HIT-DETAIL
                   STRING "EMPLOYEE FILE PAY DIFFERS FROM LAST "
                       DELIMITED BY SIZE
                       "MAINTENANCE IMAGE" DELIMITED BY SIZE
                       INTO HIT-DETAIL
                   MOVE 0 TO HIT-AMOUNT
                   PERFORM RAISE-EXCEPTION
               END-IF
               IF MASTER-ROUTING NOT = IMAGE-ROUTING
                   OR MASTER-ACCOUNT NOT = IMAGE-ACCOUNT
                   MOVE "BKCH" TO HIT-REASON-CODE
                   MOVE CURRENT-EMP-ID TO HIT-EMP-ID
                   MOVE SPACES TO HIT-REFERENCE
                   STRING MASTER-ROUTING DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       MASTER-ACCOUNT DELIMITED BY SIZE
                       INTO HIT-REFERENCE
                   MOVE SPACES TO HIT-DETAIL
                   STRING "EMPLOYEE FILE ACCOUNT NOT SET IN "
                       DELIMITED BY SIZE
                       "MAINTENANCE" DELIMITED BY SIZE
                       INTO HIT-DETAIL
                   MOVE 0 TO HIT-AMOUNT
                   PERFORM RAISE-EXCEPTION
               END-IF
           END-IF.

       RAISE-EXCEPTION.
           MOVE HIT-REASON-CODE TO EX-REASON-CODE.
           MOVE HIT-EMP-ID TO EX-EMP-ID.
           MOVE HIT-REFERENCE TO EX-REFERENCE.
           READ EXCEPTION-MASTER
               INVALID KEY
                   MOVE HIT-REASON-CODE TO EX-REASON-CODE
                   MOVE HIT-EMP-ID TO EX-EMP-ID
                   MOVE HIT-REFERENCE TO EX-REFERENCE
                   MOVE 'O' TO EX-STATUS
                   MOVE HIT-DETAIL TO EX-DETAIL
                   MOVE HIT-AMOUNT TO EX-AMOUNT
                   MOVE RUN-DATE-NUM TO EX-FIRST-FOUND-DATE
                   MOVE RUN-DATE-NUM TO EX-LAST-FOUND-DATE
                   MOVE SPACES TO EX-CLEARED-BY
                   MOVE 0 TO EX-CLEARED-DATE
                   MOVE SPACES TO EX-CLEARED-NOTE
                   WRITE EXCEPTION-RECORD
                   MOVE "NEW" TO HIT-DISPOSITION
                   ADD 1 TO NEW-COUNT
               NOT INVALID KEY
                   IF EX-STATUS = 'C'
                       MOVE "CLEARED" TO HIT-DISPOSITION
                   ELSE
                       MOVE HIT-DETAIL TO EX-DETAIL
                       MOVE HIT-AMOUNT TO EX-AMOUNT
                       MOVE RUN-DATE-NUM TO EX-LAST-FOUND-DATE
                       REWRITE EXCEPTION-RECORD
                       MOVE "OPEN" TO HIT-DISPOSITION
                   END-IF
           END-READ.

           ADD 1 TO FOUND-COUNT.
           PERFORM FIND-REASON-ENTRY.
           IF RSN-MATCH > 0
               ADD 1 TO RSN-FOUND (RSN-MATCH)
               IF HIT-DISPOSITION = "NEW"
                   ADD 1 TO RSN-NEW (RSN-MATCH)
               END-IF
           END-IF.

           MOVE HIT-AMOUNT TO WS-EXC-AMOUNT.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING HIT-REASON-CODE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               HIT-EMP-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               HIT-REFERENCE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               HIT-DISPOSITION DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EXC-AMOUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               HIT-DETAIL DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.

       FIND-REASON-ENTRY.
           MOVE 0 TO RSN-MATCH.
           PERFORM VARYING RSN-SUB FROM 1 BY 1 UNTIL RSN-SUB > 6
               IF RSN-CODE (RSN-SUB) = HIT-REASON-CODE
                   MOVE RSN-SUB TO RSN-MATCH
               END-IF
           END-PERFORM.

       PRINT-OPEN-EXCEPTIONS.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           MOVE "OPEN EXCEPTIONS - AWAITING AUDITOR CLEARANCE"
               TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING "CODE  EMPNO  REFERENCE               FIRST     "
               DELIMITED BY SIZE
               "LAST            AMOUNT  DETAIL" DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.

           MOVE LOW-VALUES TO EX-KEY.
           START EXCEPTION-MASTER KEY NOT < EX-KEY
               INVALID KEY MOVE 'YES' TO EXCEPTION-EOF-FLAG
           END-START.
           PERFORM UNTIL EXCEPTION-EOF-FLAG = 'YES'
               READ EXCEPTION-MASTER NEXT RECORD
                   AT END MOVE 'YES' TO EXCEPTION-EOF-FLAG
                   NOT AT END
                       IF EX-STATUS = 'O'
                           PERFORM PRINT-OPEN-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM.

           IF OPEN-COUNT = 0
               MOVE SPACES TO EXCEPTION-REPORT-LINE
               MOVE "NO OPEN EXCEPTIONS" TO EXCEPTION-REPORT-LINE
               WRITE EXCEPTION-REPORT-LINE
           END-IF.

       PRINT-OPEN-EXCEPTION.
           ADD 1 TO OPEN-COUNT.
           MOVE EX-REASON-CODE TO HIT-REASON-CODE.
           PERFORM FIND-REASON-ENTRY.
           IF RSN-MATCH > 0
               ADD 1 TO RSN-OPEN (RSN-MATCH)
           END-IF.

           MOVE EX-AMOUNT TO WS-EXC-AMOUNT.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING EX-REASON-CODE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EX-EMP-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EX-REFERENCE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EX-FIRST-FOUND-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EX-LAST-FOUND-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EXC-AMOUNT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EX-DETAIL DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.

       PRINT-AUDIT-TOTALS.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING "CODE  DESCRIPTION                       "
               DELIMITED BY SIZE
               "  FOUND    NEW   OPEN" DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           PERFORM VARYING RSN-SUB FROM 1 BY 1 UNTIL RSN-SUB > 6
               MOVE RSN-FOUND (RSN-SUB) TO WS-EXC-FOUND
               MOVE RSN-NEW (RSN-SUB) TO WS-EXC-NEW
               MOVE RSN-OPEN (RSN-SUB) TO WS-EXC-OPEN
               MOVE SPACES TO EXCEPTION-REPORT-LINE
               STRING RSN-CODE (RSN-SUB) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   RSN-TITLE (RSN-SUB) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-EXC-FOUND DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-EXC-NEW DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-EXC-OPEN DELIMITED BY SIZE
                   INTO EXCEPTION-REPORT-LINE
               WRITE EXCEPTION-REPORT-LINE
           END-PERFORM.

           MOVE FOUND-COUNT TO WS-EXC-FOUND.
           MOVE NEW-COUNT TO WS-EXC-NEW.
           MOVE OPEN-COUNT TO WS-EXC-OPEN.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING "      TOTAL                             "
               DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EXC-FOUND DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EXC-NEW DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EXC-OPEN DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.

           MOVE CLEARED-COUNT TO WS-EXC-COUNT.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING "CLEARED THIS RUN: " DELIMITED BY SIZE
               WS-EXC-COUNT DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           IF CLEAR-REJECT-COUNT > 0
               MOVE CLEAR-REJECT-COUNT TO WS-EXC-COUNT
               MOVE SPACES TO EXCEPTION-REPORT-LINE
               STRING "*** CLEARANCES NOT APPLIED: " DELIMITED BY SIZE
                   WS-EXC-COUNT DELIMITED BY SIZE
                   INTO EXCEPTION-REPORT-LINE
               WRITE EXCEPTION-REPORT-LINE
           END-IF.

           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING "AUDIT LOG REVIEWED FROM: " DELIMITED BY SIZE
               AUDIT-START-DATE DELIMITED BY SIZE
               "   PAY HISTORY ROWS: " DELIMITED BY SIZE
               HISTORY-ROW-COUNT DELIMITED BY SIZE
               "   CHECKS: " DELIMITED BY SIZE
               CHECK-ROW-COUNT DELIMITED BY SIZE
               "   MAINTENANCE EVENTS: " DELIMITED BY SIZE
               AUDIT-EVENT-COUNT DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
