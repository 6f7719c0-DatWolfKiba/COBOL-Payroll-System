               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LABOR-DIST-FILE ASSIGN TO "LABDIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LABOR-SORT-FILE ASSIGN TO "LDSORT.TMP".
           SELECT SORTED-LABOR-FILE ASSIGN TO "LDSORTED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LABOR-DIST-REPORT ASSIGN TO "LABDIST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QTR-CTL-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-HIST-KEY
               ALTERNATE RECORD KEY IS PH-RUN-NUMBER WITH DUPLICATES
               FILE STATUS IS PAY-HISTORY-STATUS.
           SELECT EMPLOYER-RATE-FILE ASSIGN TO "EMPRATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DED-KEY
               FILE STATUS IS DEDUCTION-FILE-STATUS.
           SELECT WITHHOLDING-MASTER ASSIGN TO "WITHMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WH-EMP-ID
               FILE STATUS IS WITHHOLDING-FILE-STATUS.
           SELECT FINAL-PAY-FILE ASSIGN TO "FINALPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINAL-PAY-STATUS.
           SELECT FINAL-RULE-FILE ASSIGN TO "FINALRUL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINAL-RULE-STATUS.
           SELECT FINAL-STATEMENT-FILE ASSIGN TO "FINALSTM.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEMOGRAPHIC-MASTER ASSIGN TO "DEMOMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM-EMP-ID
               ALTERNATE RECORD KEY IS DM-SSN WITH DUPLICATES
               FILE STATUS IS DEMOGRAPHIC-FILE-STATUS.
           SELECT CHECK-MASTER ASSIGN TO "CHKMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-CHECK-NUMBER
               FILE STATUS IS CHECK-MASTER-STATUS.
           SELECT VARIANCE-TOLERANCE-FILE ASSIGN TO "VARTOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VAR-TOL-STATUS.
           SELECT VARIANCE-REPORT ASSIGN TO "VARIANCE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAX-LIABILITY-FILE ASSIGN TO "TAXLEDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
                   10 CKPT-GL-DED-ENTRY OCCURS 10 TIMES.
                       15 CKPT-GLD-TYPE   PIC X(4).
                       15 CKPT-GLD-AMOUNT PIC 9(9)V99.
               05 CKPT-STATE-LIAB-COUNT PIC 9(2).
               05 CKPT-STATE-LIAB-TABLE.
                   10 CKPT-STATE-LIAB-ENTRY OCCURS 20 TIMES.
                       15 CKPT-SL-STATE   PIC X(2).
                       15 CKPT-SL-SIT     PIC 9(9)V99.
                       15 CKPT-SL-SUI     PIC 9(9)V99.

           FD ACH-FILE.
           01 ACH-OUT.
               05 TC-HOURS          PIC 9(2)V9.
               05 TC-SHIFT          PIC X(1).
               05 TC-LEAVE-CODE     PIC X(1).
               05 TC-CHARGE-DEPT    PIC X(4).
               05 TC-PROJECT-CODE   PIC X(6).

           SD TIMECARD-SORT-FILE.
           01 TC-SORT-RECORD.
               05 TCSRT-HOURS       PIC 9(2)V9.
               05 TCSRT-SHIFT       PIC X(1).
               05 TCSRT-LEAVE-CODE  PIC X(1).
               05 TCSRT-CHARGE-DEPT PIC X(4).
               05 TCSRT-PROJECT-CODE PIC X(6).

           FD SORTED-TIMECARD-FILE.
           01 SORTED-TIMECARD-RECORD.
               05 STC-HOURS         PIC 9(2)V9.
               05 STC-SHIFT         PIC X(1).
               05 STC-LEAVE-CODE    PIC X(1).
               05 STC-CHARGE-DEPT   PIC X(4).
               05 STC-PROJECT-CODE  PIC X(6).

           FD TIMECARD-EDIT-REPORT.
           01 TIMECARD-EDIT-LINE    PIC X(80).

           FD RUN-CONTROL-FILE.
           01 RUN-CONTROL-INPUT     PIC X(71).

           FD CLOSING-CONTROL-FILE.
           01 CLOSING-CONTROL-RECORD.
               05 GL-ACCOUNT        PIC X(8).
               05 GL-DEPT-CODE      PIC X(4).
               05 GL-AMOUNT         PIC 9(9)V99.
               05 GL-PROJECT-CODE   PIC X(6).

           FD LABOR-DIST-FILE.
           01 LABOR-DIST-RECORD.
               05 LD-EMP-ID         PIC 9(5).
               05 LD-HOME-DEPT      PIC X(4).
               05 LD-CHARGE-DEPT    PIC X(4).
               05 LD-PROJECT-CODE   PIC X(6).
               05 LD-CHECK-DATE     PIC 9(8).
               05 LD-RUN-NUMBER     PIC 9(4).
               05 LD-HOURS          PIC 9(3)V9.
               05 LD-REGULAR        PIC 9(7)V99.
               05 LD-OVERTIME       PIC 9(7)V99.
               05 LD-SHIFT          PIC 9(7)V99.
               05 LD-LEAVE          PIC 9(7)V99.
               05 LD-ER-COST        PIC 9(7)V99.

           SD LABOR-SORT-FILE.
           01 LABOR-SORT-RECORD.
               05 LDS-EMP-ID        PIC 9(5).
               05 LDS-HOME-DEPT     PIC X(4).
               05 LDS-CHARGE-DEPT   PIC X(4).
               05 LDS-PROJECT-CODE  PIC X(6).
               05 LDS-REST          PIC X(61).

           FD SORTED-LABOR-FILE.
           01 SORTED-LABOR-RECORD.
               05 SLD-EMP-ID        PIC 9(5).
               05 SLD-HOME-DEPT     PIC X(4).
               05 SLD-CHARGE-DEPT   PIC X(4).
               05 SLD-PROJECT-CODE  PIC X(6).
               05 SLD-CHECK-DATE    PIC 9(8).
               05 SLD-RUN-NUMBER    PIC 9(4).
               05 SLD-HOURS         PIC 9(3)V9.
               05 SLD-REGULAR       PIC 9(7)V99.
               05 SLD-OVERTIME      PIC 9(7)V99.
               05 SLD-SHIFT         PIC 9(7)V99.
               05 SLD-LEAVE         PIC 9(7)V99.
               05 SLD-ER-COST       PIC 9(7)V99.

           FD LABOR-DIST-REPORT.
           01 LABOR-DIST-LINE       PIC X(132).

           FD ADJUSTMENT-FILE.
           01 ADJUSTMENT-RECORD.
               05 ADJ-ROUTING-NUMBER PIC 9(9).
               05 ADJ-ACCOUNT-NUMBER PIC 9(12).
               05 ADJ-CHECK-NUMBER  PIC 9(8).
               05 ADJ-SS            PIC 9(6)V99.
               05 ADJ-MED           PIC 9(6)V99.
               05 ADJ-FICA-WAGES    PIC 9(7)V99.

           FD ADJ-CHECKPOINT-FILE.
           01 ADJ-CHECKPOINT-RECORD.

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

           FD EMPLOYER-RATE-FILE.
           01 EMPLOYER-RATE-RECORD.
               05 DED-GOAL-AMOUNT   PIC 9(7)V99.
               05 DED-TAKEN-TO-DATE PIC 9(7)V99.

           FD WITHHOLDING-MASTER.
           01 WITHHOLDING-RECORD.
               05 WH-EMP-ID         PIC 9(5).
               05 WH-ELECTION-DATA  PIC X(87).

           FD FINAL-PAY-FILE.
           01 FINAL-PAY-RECORD      PIC X(83).

           FD FINAL-RULE-FILE.
           01 FINAL-RULE-RECORD.
               05 FR-STATE          PIC X(2).
               05 FR-DEADLINE-DAYS  PIC 9(3).
               05 FR-SICK-PAYOUT    PIC X(1).
               05 FR-RECOVERY-PCT   PIC 9V999.

           FD FINAL-STATEMENT-FILE.
           01 FINAL-STATEMENT-LINE  PIC X(80).

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

           FD VARIANCE-TOLERANCE-FILE.
           01 VARIANCE-TOLERANCE-RECORD.
               05 VT-ITEM           PIC X(5).
               05 VT-PERCENT        PIC 9(3)V9.
               05 VT-MINIMUM        PIC 9(5)V99.

           FD VARIANCE-REPORT.
           01 VARIANCE-LINE         PIC X(132).

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

       WORKING-STORAGE SECTION.
           01 RUN-CONTROL-STATUS   PIC X(2).
           01 RUN-CONTROL-RECORD.
               05 RC-PRIOR-YTD-GROSS PIC 9(11)V99.
               05 RC-PRIOR-YTD-NET  PIC 9(11)V99.
               05 RC-PAY-GROUP      PIC X(1).
               05 RC-NEXT-ACH-DATE  PIC 9(8).
           01 WS-CHECK-DATE-DISPLAY PIC X(10).
           01 EMPLOYEE-SELECTED    PIC X(3).
           01 EMP-FREQUENCY-WORK   PIC X(1).
           01 GLD-WORK-TYPE        PIC X(4).
           01 GLD-WORK-AMOUNT      PIC 9(9)V99.
           01 GLD-FOUND            PIC X(3).
           01 STATE-LIAB-COUNT     PIC 9(2) VALUE 0.
           01 STATE-LIAB-TABLE.
               05 STATE-LIAB-ENTRY OCCURS 20 TIMES.
                   10 SL-STATE      PIC X(2) VALUE SPACES.
                   10 SL-SIT        PIC 9(9)V99 VALUE 0.
                   10 SL-SUI        PIC 9(9)V99 VALUE 0.
           01 SL-SUB               PIC 9(2).
           01 SL-FOUND             PIC X(3).
           01 TAX-LEDGER-STATUS    PIC X(2).
           01 TAX-LEDGER-COUNT     PIC 9(5) VALUE 0.
           01 LIABILITY-SIGN       PIC S9(1) VALUE +1.
           01 LIABILITY-STATE      PIC X(2).
           01 WS-GL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           01 REAL-RESTART         PIC X(3) VALUE 'NO'.
           01 LAST-CKPT-EMP-ID     PIC 9(5) VALUE 0.
               05 FED-BRACKET OCCURS 10 TIMES.
                   10 FED-BRK-FLOOR PIC 9(7)V99.
                   10 FED-BRK-RATE  PIC 9V999.
           01 FDM-VINTAGE-DATE     PIC 9(8) VALUE 0.
           01 FDM-BRACKET-COUNT    PIC 9(2) VALUE 0.
           01 FDM-BRACKET-TABLE.
               05 FDM-BRACKET OCCURS 10 TIMES.
                   10 FDM-BRK-FLOOR PIC 9(7)V99.
                   10 FDM-BRK-RATE  PIC 9V999.
           01 FDH-VINTAGE-DATE     PIC 9(8) VALUE 0.
           01 FDH-BRACKET-COUNT    PIC 9(2) VALUE 0.
           01 FDH-BRACKET-TABLE.
               05 FDH-BRACKET OCCURS 10 TIMES.
                   10 FDH-BRK-FLOOR PIC 9(7)V99.
                   10 FDH-BRK-RATE  PIC 9V999.
           01 STATE-TABLE-COUNT    PIC 9(2) VALUE 0.
           01 STATE-RATE-TABLE.
               05 STATE-ENTRY OCCURS 20 TIMES.
                   10 ST-BRACKET OCCURS 10 TIMES.
                       15 ST-BRK-FLOOR PIC 9(7)V99.
                       15 ST-BRK-RATE  PIC 9V999.
                   10 ST-MAR-VINTAGE-DATE PIC 9(8).
                   10 ST-MAR-BRACKET-COUNT PIC 9(2).
                   10 ST-MAR-BRACKET OCCURS 10 TIMES.
                       15 ST-MAR-BRK-FLOOR PIC 9(7)V99.
                       15 ST-MAR-BRK-RATE  PIC 9V999.
           01 CALC-BRACKET-COUNT   PIC 9(2).
           01 CALC-BRACKET-TABLE.
               05 CALC-BRACKET OCCURS 10 TIMES.
           01 TAX-BRK-SUB          PIC 9(2).
           01 STATE-SUB            PIC 9(2).
           01 STATE-FOUND          PIC X(3).
           01 WITHHOLDING-FILE-STATUS PIC X(2).
           01 WITHHOLDING-MODE     PIC X(3) VALUE 'NO'.
           01 WH-REC-FOUND         PIC X(3).
           01 EMPLOYEE-ELECTIONS.
               05 EL-EMP-ID         PIC 9(5).
               05 EL-FEDERAL.
                   10 EL-FED-FILING-STATUS PIC X(1).
                   10 EL-FED-CREDIT-AMOUNT PIC 9(5)V99.
                   10 EL-FED-OTHER-INCOME PIC 9(7)V99.
                   10 EL-FED-EXTRA-DEDUCT PIC 9(7)V99.
                   10 EL-FED-ADDL-WITHHOLD PIC 9(5)V99.
                   10 EL-FED-EXEMPT  PIC X(1).
                   10 EL-FED-LOCK-IN PIC X(1).
                   10 EL-FED-EFFECTIVE-DATE PIC 9(8).
               05 EL-STATE.
                   10 EL-ST-STATE-CODE PIC X(2).
                   10 EL-ST-FILING-STATUS PIC X(1).
                   10 EL-ST-CREDIT-AMOUNT PIC 9(5)V99.
                   10 EL-ST-OTHER-INCOME PIC 9(7)V99.
                   10 EL-ST-EXTRA-DEDUCT PIC 9(7)V99.
                   10 EL-ST-ADDL-WITHHOLD PIC 9(5)V99.
                   10 EL-ST-EXEMPT   PIC X(1).
                   10 EL-ST-EFFECTIVE-DATE PIC 9(8).
           01 ANNUAL-WAGES-WORK    PIC S9(9)V99.
           01 ANNUAL-TAX-WORK      PIC S9(9)V9999.

           01 HEALTH-INS-DEDUCTION PIC 9(4)V99 VALUE 75.00.
           01 RETIREMENT-401K-RATE PIC 9V999 VALUE 0.040.
                   10 DW-TYPE       PIC X(4).
                   10 DW-TAX-FLAG   PIC X(1).
                   10 DW-AMOUNT     PIC 9(7)V99.
                   10 DW-GOAL-FLAG  PIC X(1).
           01 DW-SUB               PIC 9(2).
           01 DED-WORK-AMT         PIC 9(7)V99.
           01 DED-GOAL-REMAINING   PIC 9(7)V99.
                   10 TCS-HOL-HOURS PIC 9(3)V9.
                   10 TCS-SHIFT-HOURS OCCURS 3 TIMES
                       PIC 9(3)V9.
                   10 TCS-CHARGE-FIRST PIC 9(5).
                   10 TCS-CHARGE-COUNT PIC 9(3).
           01 TC-CHARGE-COUNT      PIC 9(5) VALUE 0.
           01 TC-CHARGE-TABLE.
               05 TC-CHARGE OCCURS 0 TO 50000 TIMES
                   DEPENDING ON TC-CHARGE-COUNT.
                   10 TCC-DEPT      PIC X(4).
                   10 TCC-PROJECT   PIC X(6).
                   10 TCC-HOURS     PIC 9(3)V9.
                   10 TCC-SHIFT-HOURS OCCURS 3 TIMES
                       PIC 9(3)V9.
           01 TCC-SUB              PIC 9(5).
           01 TCC-LAST             PIC 9(5).
           01 TCC-FOUND            PIC X(3).
           01 LAST-TC-EMP-ID       PIC 9(5) VALUE 0.
           01 LAST-TC-DATE         PIC 9(8) VALUE 0.
           01 TC-SCAN-SUB          PIC 9(5).
           01 WS-STB-HOURS-TXT     PIC X(5).
           01 WS-STB-AMT           PIC Z,ZZZ,ZZ9.99.
           01 WS-STB-YTD           PIC ZZZ,ZZZ,ZZ9.99.
           01 FINAL-RUN            PIC X(3) VALUE 'NO'.
           01 FINAL-PAY-STATUS     PIC X(2).
           01 FINAL-RULE-STATUS    PIC X(2).
           01 FINAL-RULE-EOF       PIC X(3).
           01 FINAL-RULE-COUNT     PIC 9(2) VALUE 0.
           01 FINAL-RULE-TABLE.
               05 FINAL-RULE-ENTRY OCCURS 60 TIMES.
                   10 FRT-STATE     PIC X(2).
                   10 FRT-DEADLINE-DAYS PIC 9(3).
                   10 FRT-SICK-PAYOUT PIC X(1).
                   10 FRT-RECOVERY-PCT PIC 9V999.
           01 FRT-SUB              PIC 9(2).
           01 FRT-FOUND            PIC X(3).
           01 DEFAULT-RECOVERY-PCT PIC 9V999 VALUE 0.250.
           01 DEMOGRAPHIC-FILE-STATUS PIC X(2).
           01 DEMOGRAPHIC-MODE     PIC X(3) VALUE 'NO'.
           01 FINAL-TERM-DATE      PIC 9(8).
           01 FINAL-TERM-ON-FILE   PIC X(3).
           01 FINAL-DEADLINE-FLAG  PIC X(3).
           01 FINAL-DEADLINE-DATE  PIC 9(8).
           01 FINAL-SICK-PAYOUT    PIC X(1).
           01 FINAL-RECOVERY-PCT   PIC 9V999.
           01 FINAL-FORCED-CHECK   PIC X(3) VALUE 'NO'.
           01 FINAL-DEADLINE-MISSED PIC X(3).
           01 FINAL-PAYOUT-RATE    PIC 9(5)V99.
           01 FINAL-VAC-HOURS      PIC 9(4)V9.
           01 FINAL-SICK-HOURS     PIC 9(4)V9.
           01 FINAL-SICK-FORFEIT   PIC 9(4)V9.
           01 FINAL-HOL-FORFEIT    PIC 9(4)V9.
           01 FINAL-VAC-PAY        PIC 9(7)V99.
           01 FINAL-SICK-PAY       PIC 9(7)V99.
           01 FINAL-LEAVE-PAYOUT   PIC 9(7)V99.
           01 FINAL-PERIOD-GROSS   PIC 9(7)V99.
           01 FINAL-RECOVERY-LIMIT PIC 9(9)V99.
           01 FINAL-LOAN-RECOVERED PIC 9(7)V99.
           01 FINAL-LOAN-UNRECOVERED PIC 9(7)V99.
           01 FINAL-DED-STOPPED    PIC 9(2).
           01 FINAL-TAX-TOTAL      PIC 9(7)V99.
           01 FINAL-PAID-COUNT     PIC 9(5) VALUE 0.
           01 FINAL-FORCED-COUNT   PIC 9(5) VALUE 0.
           01 FINAL-MISSED-COUNT   PIC 9(5) VALUE 0.
           01 FINAL-PAYOUT-TOTAL   PIC 9(9)V99 VALUE 0.
           01 FINAL-UNRECOVERED-TOTAL PIC 9(9)V99 VALUE 0.
           01 FINAL-HOLD-COUNT     PIC 9(3) VALUE 0.
           01 FINAL-HOLD-TABLE.
               05 FINAL-HOLD-IMAGE OCCURS 500 TIMES PIC X(83).
           01 FINAL-HOLD-SUB       PIC 9(3).
           01 WS-FS-LABEL          PIC X(30).
           01 WS-FS-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           01 WS-FS-HOURS          PIC Z,ZZ9.9.
           01 WS-FS-RATE           PIC ZZ,ZZ9.99.
           01 WS-FS-COUNT          PIC ZZZZ9.
           01 LABOR-CHARGE-FIRST   PIC 9(5).
           01 LABOR-CHARGE-LAST    PIC 9(5).
           01 LABOR-CHARGE-COUNT   PIC 9(3).
           01 LABOR-SUB            PIC 9(5).
           01 LABOR-TOTAL-HOURS    PIC 9(4)V9.
           01 LABOR-TOTAL-WEIGHT   PIC 9(5)V9(4).
           01 LABOR-CHARGE-WEIGHT  PIC 9(5)V9(4).
           01 LABOR-BASE-OT-RATE   PIC 9(5)V99.
           01 LABOR-BASE-DT-RATE   PIC 9(5)V99.
           01 LABOR-WORKED-POOL    PIC S9(7)V99.
           01 LABOR-REG-POOL       PIC S9(7)V99.
           01 LABOR-OT-POOL        PIC S9(7)V99.
           01 LABOR-SHIFT-POOL     PIC S9(7)V99.
           01 LABOR-LEAVE-POOL     PIC 9(7)V99.
           01 LABOR-REG-DONE       PIC 9(7)V99.
           01 LABOR-OT-DONE        PIC 9(7)V99.
           01 LABOR-SHIFT-DONE     PIC 9(7)V99.
           01 LABOR-ER-DONE        PIC 9(7)V99.
           01 LABOR-EOF-FLAG       PIC X(3) VALUE 'NO'.
           01 LABOR-GROUP-OPEN     PIC X(3) VALUE 'NO'.
           01 LABOR-PRIOR-DEPT     PIC X(4).
           01 LABOR-PRIOR-PROJECT  PIC X(6).
           01 LABOR-GRP-HOURS      PIC 9(5)V9.
           01 LABOR-GRP-REGULAR    PIC 9(9)V99.
           01 LABOR-GRP-OVERTIME   PIC 9(9)V99.
           01 LABOR-GRP-SHIFT      PIC 9(9)V99.
           01 LABOR-GRP-LEAVE      PIC 9(9)V99.
           01 LABOR-GRP-ER         PIC 9(9)V99.
           01 LABOR-GRP-GROSS      PIC 9(9)V99.
           01 LABOR-DEPT-GROSS     PIC 9(9)V99.
           01 LABOR-DEPT-ER        PIC 9(9)V99.
           01 LABOR-RUN-HOURS      PIC 9(7)V9 VALUE 0.
           01 LABOR-RUN-GROSS      PIC 9(9)V99 VALUE 0.
           01 LABOR-RUN-ER         PIC 9(9)V99 VALUE 0.
           01 LABOR-REGISTER-ER    PIC 9(9)V99.
           01 WS-LD-EMP-ID         PIC ZZZZ9.
           01 WS-LD-HOURS          PIC ZZZ,ZZ9.9.
           01 WS-LD-REGULAR        PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-LD-OVERTIME       PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-LD-SHIFT          PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-LD-LEAVE          PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-LD-ER             PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-LD-GROSS          PIC ZZZ,ZZZ,ZZ9.99.
           01 CHECK-MASTER-STATUS  PIC X(2).
           01 CHECK-MASTER-MODE    PIC X(3) VALUE 'NO'.
           01 CURRENT-DATE-NUM     PIC 9(8).
           01 PREVIEW-RUN          PIC X(3) VALUE 'NO'.
           01 NET-PAY-SHORT        PIC X(3) VALUE 'NO'.
           01 VAR-TOL-STATUS       PIC X(2).
           01 VAR-TOL-EOF          PIC X(3).
           01 TOL-GROSS-PCT        PIC 9(3)V9 VALUE 10.0.
           01 TOL-GROSS-MIN        PIC 9(5)V99 VALUE 50.00.
           01 TOL-NET-PCT          PIC 9(3)V9 VALUE 10.0.
           01 TOL-NET-MIN          PIC 9(5)V99 VALUE 50.00.
           01 TOL-HOURS-PCT        PIC 9(3)V9 VALUE 10.0.
           01 TOL-HOURS-MIN        PIC 9(5)V99 VALUE 4.00.
           01 TOL-TAXES-PCT        PIC 9(3)V9 VALUE 15.0.
           01 TOL-TAXES-MIN        PIC 9(5)V99 VALUE 25.00.
           01 PRIOR-PAY-EOF        PIC X(3).
           01 PRIOR-PAY-FOUND      PIC X(3).
           01 PRIOR-PAY-NEW-EMP    PIC X(3).
           01 PRIOR-PAY-COUNT      PIC 9(5) VALUE 0.
           01 PRIOR-PAY-TABLE.
               05 PRIOR-PAY-ENTRY OCCURS 0 TO 25000 TIMES
                   DEPENDING ON PRIOR-PAY-COUNT
                   ASCENDING KEY IS PPE-EMP-ID
                   INDEXED BY PPE-IDX.
                   10 PPE-EMP-ID    PIC 9(5).
                   10 PPE-EMP-NAME  PIC A(30).
                   10 PPE-CHECK-DATE PIC 9(8).
                   10 PPE-RUN-MODE  PIC X(1).
                   10 PPE-GROSS     PIC 9(7)V99.
                   10 PPE-NET       PIC 9(7)V99.
                   10 PPE-HOURS     PIC 9(4)V9.
                   10 PPE-TAXES     PIC 9(7)V99.
                   10 PPE-STATUS    PIC X(1).
           01 PPE-SUB              PIC 9(5).
           01 VAR-CURRENT          PIC 9(7)V99.
           01 VAR-PRIOR            PIC 9(7)V99.
           01 VAR-PCT              PIC 9(3)V9.
           01 VAR-MINIMUM          PIC 9(5)V99.
           01 VAR-CHANGE           PIC S9(7)V99.
           01 VAR-LIMIT            PIC 9(7)V99.
           01 VAR-SWING            PIC X(3).
           01 VAR-CUR-HOURS        PIC 9(4)V9.
           01 VAR-CUR-TAXES        PIC 9(7)V99.
           01 VAR-LAST-CHECK-DATE  PIC 9(8).
           01 VAR-DATE-WORK.
               05 VAR-DATE-YYYY     PIC 9(4).
               05 VAR-DATE-MM       PIC 9(2).
               05 VAR-DATE-DD       PIC 9(2).
           01 VAR-FLAGS.
               05 VAR-FLAG-STATUS   PIC X(4).
               05 VAR-FLAG-GROSS    PIC X(3).
               05 VAR-FLAG-NET      PIC X(3).
               05 VAR-FLAG-HOURS    PIC X(3).
               05 VAR-FLAG-TAXES    PIC X(3).
               05 VAR-FLAG-NET-PAY  PIC X(4).
           01 VAR-INDENT           PIC X(37) VALUE SPACES.
           01 VAR-PAID-COUNT       PIC 9(5) VALUE 0.
           01 VAR-NEW-COUNT        PIC 9(5) VALUE 0.
           01 VAR-REJECT-COUNT     PIC 9(5) VALUE 0.
           01 VAR-MISSING-COUNT    PIC 9(5) VALUE 0.
           01 VAR-GROSS-COUNT      PIC 9(5) VALUE 0.
           01 VAR-NET-COUNT        PIC 9(5) VALUE 0.
           01 VAR-HOURS-COUNT      PIC 9(5) VALUE 0.
           01 VAR-TAXES-COUNT      PIC 9(5) VALUE 0.
           01 VAR-NO-NET-COUNT     PIC 9(5) VALUE 0.
           01 VAR-FLAGGED-COUNT    PIC 9(5) VALUE 0.
           01 VAR-COMPARED-GROSS   PIC 9(9)V99 VALUE 0.
           01 VAR-COMPARED-NET     PIC 9(9)V99 VALUE 0.
           01 VAR-PRIOR-GROSS      PIC 9(9)V99 VALUE 0.
           01 VAR-PRIOR-NET        PIC 9(9)V99 VALUE 0.
           01 WS-VAR-EMP-ID        PIC ZZZZ9.
           01 WS-VAR-GROSS         PIC Z,ZZZ,ZZ9.99.
           01 WS-VAR-NET           PIC Z,ZZZ,ZZ9.99.
           01 WS-VAR-HOURS         PIC Z,ZZ9.9.
           01 WS-VAR-TAXES         PIC Z,ZZZ,ZZ9.99.
           01 WS-VAR-DATE          PIC X(10).
           01 WS-VAR-COUNT         PIC ZZZZ9.
           01 WS-VAR-PCT           PIC ZZ9.9.
           01 WS-VAR-MIN           PIC ZZ,ZZ9.99.
           01 WS-VAR-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-VAR-PRIOR-TOTAL   PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCESS.

           MOVE RC-EXPECTED-COUNT TO NUM-EMPLOYEES.

           IF FINAL-RUN = 'YES'
               PERFORM CHECK-FINAL-PAY-QUEUE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SORT-DEPT-CODE SORT-EMP-ID
                   USING FINAL-PAY-FILE
                   GIVING SORTED-EMPLOYEE-FILE
           ELSE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SORT-DEPT-CODE SORT-EMP-ID
                   USING EMPLOYEE-FILE
                   GIVING SORTED-EMPLOYEE-FILE
           END-IF.

           PERFORM FIND-DUPLICATE-IDS.

           OPEN INPUT SORTED-EMPLOYEE-FILE.
           MOVE 0 TO I.

           IF PREVIEW-RUN = 'YES'
               PERFORM LOAD-VARIANCE-TOLERANCES
               PERFORM LOAD-PRIOR-PAY
           ELSE
               PERFORM READ-CHECK-NUMBER-CONTROL
               PERFORM READ-CHECKPOINT
           END-IF.

           IF LAST-CKPT-EMP-ID NOT = 0
               MOVE 'YES' TO REAL-RESTART
               OPEN EXTEND PAY-STUB-FILE
               OPEN EXTEND TIMECARD-EDIT-REPORT
               OPEN EXTEND GL-INTERFACE-FILE
               OPEN EXTEND LABOR-DIST-FILE
               OPEN EXTEND CHECK-REGISTER
               OPEN EXTEND POSITIVE-PAY-FILE
           ELSE
           IF PREVIEW-RUN = 'YES'
               OPEN OUTPUT PAYROLL-REPORT
               OPEN OUTPUT REJECT-REPORT
               OPEN OUTPUT TIMECARD-EDIT-REPORT
               OPEN OUTPUT VARIANCE-REPORT
           ELSE
               MOVE 0 TO I
               OPEN OUTPUT PAYROLL-REPORT
               OPEN OUTPUT PAY-STUB-FILE
               OPEN OUTPUT TIMECARD-EDIT-REPORT
               OPEN OUTPUT GL-INTERFACE-FILE
               OPEN OUTPUT LABOR-DIST-FILE
               OPEN OUTPUT CHECK-REGISTER
               OPEN OUTPUT POSITIVE-PAY-FILE
               PERFORM PRINT-CHECK-REGISTER-HEADER
           END-IF
           END-IF.

           IF PREVIEW-RUN = 'NO '
               PERFORM OPEN-PAY-HISTORY
           END-IF.

           MOVE RC-CHECK-DATE TO TAX-AS-OF-DATE.

           PERFORM OPEN-YTD-MASTER.
           PERFORM OPEN-DEDUCTION-MASTER.
           PERFORM OPEN-WITHHOLDING-MASTER.
           IF PREVIEW-RUN = 'NO '
               PERFORM OPEN-CHECK-MASTER
           END-IF.

           IF FINAL-RUN = 'YES'
               PERFORM OPEN-FINAL-PAY-FILES
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE.
           STRING WS-CD-MM DELIMITED BY SIZE
               WS-CD-YYYY DELIMITED BY SIZE
               INTO WS-RUN-DATE-DISPLAY.

           IF PREVIEW-RUN = 'YES'
               PERFORM PRINT-VARIANCE-HEADER
           END-IF.

           IF REAL-RESTART NOT = 'YES'
               PERFORM VERIFY-OPENING-YTD
           END-IF.
                   ADD 1 TO I
                   ADD EMP-ID TO RUN-ID-HASH
                   PERFORM PROCESS-EMPLOYEES
                   IF PREVIEW-RUN = 'NO '
                       PERFORM WRITE-CHECKPOINT
                   END-IF
               ELSE
                   IF TIMECARD-MODE = 'YES'
                       PERFORM MARK-TIMECARD-MATCHED
                   END-IF
                   IF PREVIEW-RUN = 'YES'
                       PERFORM MARK-PRIOR-OTHER-GROUP
                   END-IF
               END-IF
               READ SORTED-EMPLOYEE-FILE
                   AT END MOVE 'YES' TO EOF-FLAG
           END-IF.

           PERFORM PRINT-CONTROL-REPORT.
           IF PREVIEW-RUN = 'YES'
               PERFORM PRINT-VARIANCE-TOTALS
           ELSE
               PERFORM WRITE-TAX-LIABILITY
               PERFORM CLEAR-CHECKPOINT
               PERFORM WRITE-CLOSING-CONTROL
           END-IF.

           CLOSE SORTED-EMPLOYEE-FILE.
           CLOSE PAYROLL-REPORT.
           CLOSE REJECT-REPORT.
           CLOSE TIMECARD-EDIT-REPORT.
           IF PREVIEW-RUN = 'YES'
               CLOSE VARIANCE-REPORT
           ELSE
               CLOSE ACH-FILE
               CLOSE PAY-STUB-FILE
               CLOSE GL-INTERFACE-FILE
               CLOSE PAY-HISTORY-FILE
               CLOSE CHECK-REGISTER
               CLOSE POSITIVE-PAY-FILE
               PERFORM WRITE-CHECK-NUMBER-CONTROL
           END-IF.
           CLOSE YTD-MASTER.
           IF DEDUCTION-MODE = 'YES'
               CLOSE DEDUCTION-MASTER
           IF LEAVE-MODE = 'YES'
               CLOSE LEAVE-MASTER
           END-IF.
           IF WITHHOLDING-MODE = 'YES'
               CLOSE WITHHOLDING-MASTER
           END-IF.
           IF CHECK-MASTER-MODE = 'YES'
               CLOSE CHECK-MASTER
           END-IF.
           IF FINAL-RUN = 'YES'
               PERFORM PRINT-FINAL-PAY-TOTALS
               CLOSE FINAL-STATEMENT-FILE
               IF DEMOGRAPHIC-MODE = 'YES'
                   CLOSE DEMOGRAPHIC-MASTER
               END-IF
           END-IF.

           PERFORM VERIFY-RUN-CONTROLS.

           IF FINAL-RUN = 'YES'
               PERFORM REWRITE-FINAL-PAY-QUEUE
           END-IF.

           IF PREVIEW-RUN = 'YES'
               DISPLAY "PAYROLL PREVIEW COMPLETED - NOTHING POSTED."
           ELSE
               DISPLAY "PAYROLL PROCESSING COMPLETED."
           END-IF.

           STOP RUN.

               OR RC-CHECK-DATE NOT NUMERIC
               OR RC-EXPECTED-COUNT NOT NUMERIC
               OR RC-EXPECTED-HASH NOT NUMERIC
               OR (RC-RUN-MODE NOT = 'R' AND RC-RUN-MODE NOT = 'A'
                   AND RC-RUN-MODE NOT = 'F' AND RC-RUN-MODE NOT = 'P')
               DISPLAY "RUN CONTROL CARD INVALID: "
                   RUN-CONTROL-RECORD
               DISPLAY "PAYROLL RUN ABANDONED."
               STOP RUN
           END-IF.

           IF RC-RUN-MODE = 'F'
               IF RC-NEXT-ACH-DATE NOT NUMERIC
                   OR RC-NEXT-ACH-DATE < RC-CHECK-DATE
                   DISPLAY "RUN CONTROL NEXT ACH DATE INVALID: "
                       RC-NEXT-ACH-DATE
                   DISPLAY "PAYROLL RUN ABANDONED."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'YES' TO FINAL-RUN
           END-IF.

           IF RC-RUN-MODE = 'P'
               MOVE 'YES' TO PREVIEW-RUN
               DISPLAY "Preview run - no masters, checks, ACH or "
                   "history will be posted."
           END-IF.

           DISPLAY "Run " RC-RUN-NUMBER
               " period end " RC-PERIOD-END-DATE
               " check date " RC-CHECK-DATE
                       MOVE CKPT-ID-HASH TO RUN-ID-HASH
                       MOVE CKPT-GL-DED-COUNT TO GL-DED-TYPE-COUNT
                       MOVE CKPT-GL-DED-TABLE TO GL-DED-TYPE-TABLE
                       MOVE CKPT-STATE-LIAB-COUNT TO STATE-LIAB-COUNT
                       MOVE CKPT-STATE-LIAB-TABLE TO STATE-LIAB-TABLE
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.
                       IF VALID-EMPLOYEE = 'YES'
                           PERFORM CHECK-DUPLICATE-ID
                       END-IF
                       IF VALID-EMPLOYEE = 'NO '
                           AND FINAL-RUN = 'YES'
                           PERFORM HOLD-FINAL-PAY-EMPLOYEE
                       END-IF
                       ADD 1 TO SKIP-DONE-COUNT
                   ELSE
                       IF TIMECARD-MODE = 'YES'

           IF RC-PAY-GROUP = ' ' OR RC-PAY-GROUP = '*'
               OR RC-PAY-GROUP = EMP-FREQUENCY-WORK
               OR FINAL-RUN = 'YES'
               MOVE 'YES' TO EMPLOYEE-SELECTED
           ELSE
               MOVE 'NO ' TO EMPLOYEE-SELECTED
           MOVE RUN-ID-HASH TO CKPT-ID-HASH.
           MOVE GL-DED-TYPE-COUNT TO CKPT-GL-DED-COUNT.
           MOVE GL-DED-TYPE-TABLE TO CKPT-GL-DED-TABLE.
           MOVE STATE-LIAB-COUNT TO CKPT-STATE-LIAB-COUNT.
           MOVE STATE-LIAB-TABLE TO CKPT-STATE-LIAB-TABLE.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           IF PREVIEW-RUN = 'YES'
               MOVE SPACES TO REPORT-LINE
               STRING "PREVIEW RUN - NO CHECKS, ACH, GL OR POSTINGS"
                   DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING "EMPLOYEES PROCESSED: " DELIMITED BY SIZE
               WS-CTL-COUNT DELIMITED BY SIZE
               PERFORM PRINT-EMPLOYER-COSTS
           END-IF.

           PERFORM PRINT-TAX-LIABILITY.

           IF PREVIEW-RUN = 'NO '
               PERFORM PRINT-GL-CONTROLS
           END-IF.

           DISPLAY "CONTROL TOTALS - PROCESSED: " I
               " OF EXPECTED: " NUM-EMPLOYEES.
           DISPLAY "TOTAL HOURS: " TOTAL-HOURS.
           DISPLAY "TOTAL GROSS PAY: " TOTAL-GROSS-PAY.
           DISPLAY "TOTAL NET PAY: " TOTAL-NET-PAY.
           DISPLAY "EMPLOYEES REJECTED: " REJECT-COUNT.

       PRINT-GL-CONTROLS.
           PERFORM PRINT-LABOR-DISTRIBUTION.
           PERFORM WRITE-GL-CREDITS.

           MOVE GL-DEBIT-TOTAL TO WS-GL-AMOUNT.
               DISPLAY "WARNING - GL INTERFACE OUT OF BALANCE"
           END-IF.

       PRINT-EMPLOYER-COSTS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

       PRINT-TAX-LIABILITY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING "TAX LIABILITY BY CHECK DATE " DELIMITED BY SIZE
               WS-CHECK-DATE-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE RUN-FED-TAX-TOTAL TO WS-GL-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  FEDERAL WITHHOLDING: " DELIMITED BY SIZE
               WS-GL-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE RUN-SS-TAX-TOTAL TO WS-GL-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  SOC SEC EMPLOYEE: " DELIMITED BY SIZE
               WS-GL-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE RUN-MED-TAX-TOTAL TO WS-GL-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  MEDICARE EMPLOYEE: " DELIMITED BY SIZE
               WS-GL-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           COMPUTE WS-GL-AMOUNT = RUN-SS-TAX-TOTAL + RUN-MED-TAX-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           STRING "  EMPLOYER FICA: " DELIMITED BY SIZE
               WS-GL-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE RUN-FUTA-TOTAL TO WS-GL-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  FUTA: " DELIMITED BY SIZE
               WS-GL-AMOUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING SL-SUB FROM 1 BY 1
               UNTIL SL-SUB > STATE-LIAB-COUNT
               MOVE SL-SIT (SL-SUB) TO WS-GL-AMOUNT
               MOVE SL-SUI (SL-SUB) TO WS-CTL-GROSS
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   SL-STATE (SL-SUB) DELIMITED BY SIZE
                   " WITHHOLDING: " DELIMITED BY SIZE
                   WS-GL-AMOUNT DELIMITED BY SIZE
                   "  SUI: " DELIMITED BY SIZE
                   WS-CTL-GROSS DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

       OPEN-YTD-MASTER.
           OPEN I-O YTD-MASTER.
           IF YTD-FILE-STATUS = '35'
               OPEN I-O YTD-MASTER
           END-IF.

       OPEN-PAY-HISTORY.
           OPEN I-O PAY-HISTORY-FILE.
           IF PAY-HISTORY-STATUS = '35'
               OPEN OUTPUT PAY-HISTORY-FILE
               CLOSE PAY-HISTORY-FILE
               OPEN I-O PAY-HISTORY-FILE
           END-IF.
           IF PAY-HISTORY-STATUS NOT = '00'
               DISPLAY "PAY HISTORY FILE NOT AVAILABLE - STATUS "
                   PAY-HISTORY-STATUS
               DISPLAY "PAYROLL RUN ABANDONED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-CHECK-MASTER.
           OPEN I-O CHECK-MASTER.
           IF CHECK-MASTER-STATUS = '35'
               OPEN OUTPUT CHECK-MASTER
               CLOSE CHECK-MASTER
               OPEN I-O CHECK-MASTER
           END-IF.
           IF CHECK-MASTER-STATUS = '00'
               MOVE 'YES' TO CHECK-MASTER-MODE
           ELSE
               MOVE 'NO ' TO CHECK-MASTER-MODE
               DISPLAY "CHECK MASTER NOT AVAILABLE - STATUS "
                   CHECK-MASTER-STATUS
               DISPLAY "Checks will not be recorded for "
                   "bank reconciliation."
           END-IF.

       OPEN-DEDUCTION-MASTER.
           OPEN I-O DEDUCTION-MASTER.
           IF DEDUCTION-FILE-STATUS = '00'
                   "health and 401k deductions."
           END-IF.

       OPEN-WITHHOLDING-MASTER.
           OPEN INPUT WITHHOLDING-MASTER.
           IF WITHHOLDING-FILE-STATUS = '00'
               MOVE 'YES' TO WITHHOLDING-MODE
           ELSE
               MOVE 'NO ' TO WITHHOLDING-MODE
               DISPLAY "No withholding master - all employees "
                   "withheld as single with no adjustments."
           END-IF.

       OPEN-LEAVE-MASTER.
           OPEN I-O LEAVE-MASTER.
           IF LEAVE-FILE-STATUS = '00'
           END-IF.

       PRINT-DEPT-SUBTOTAL.
           MOVE DEPT-SUBTOTAL-COUNT TO WS-SUB-COUNT.
           MOVE DEPT-SUBTOTAL-GROSS TO WS-SUB-GROSS.
           MOVE DEPT-SUBTOTAL-NET TO WS-SUB-NET.
           PERFORM VALIDATE-EMPLOYEE.

           IF VALID-EMPLOYEE = 'YES'
               IF FINAL-RUN = 'YES'
                   PERFORM SET-UP-FINAL-PAY
               END-IF
               IF LEAVE-MODE = 'YES'
                   PERFORM PROCESS-LEAVE-HOURS
                   IF FINAL-RUN = 'YES'
                       PERFORM COMPUTE-LEAVE-PAYOUT
                   END-IF
               END-IF
               PERFORM CALCULATE-GROSS-PAY
               IF FINAL-RUN = 'YES'
                   MOVE GROSS-PAY TO FINAL-PERIOD-GROSS
                   ADD FINAL-LEAVE-PAYOUT TO GROSS-PAY
               END-IF
               PERFORM CALCULATE-NET-PAY
               IF FINAL-RUN = 'YES' AND DEDUCTION-MODE = 'YES'
                   PERFORM STOP-EMPLOYEE-DEDUCTIONS
               END-IF
               PERFORM CALCULATE-EMPLOYER-COSTS
               IF PREVIEW-RUN = 'NO '
                   PERFORM UPDATE-YTD
                   IF LEAVE-MODE = 'YES'
                       PERFORM UPDATE-LEAVE-BALANCES
                   END-IF
               END-IF
               PERFORM PRINT-DETAIL-LINE
               IF PREVIEW-RUN = 'YES'
                   PERFORM WRITE-VARIANCE-DETAIL
               ELSE
                   PERFORM WRITE-ACH-RECORD
                   PERFORM WRITE-PAY-STUB
                   PERFORM WRITE-PAY-HISTORY
               END-IF
               IF FINAL-RUN = 'YES'
                   PERFORM WRITE-FINAL-STATEMENT
               END-IF

               IF PAY-TYPE NOT = 'S'
                   ADD HOURS-WORKED TO TOTAL-HOURS
               ADD GROSS-PAY TO TOTAL-GROSS-PAY
               ADD NET-PAY TO TOTAL-NET-PAY
               PERFORM ACCUMULATE-GL-TOTALS
               PERFORM ACCUMULATE-STATE-LIABILITY
               IF PREVIEW-RUN = 'NO '
                   PERFORM DISTRIBUTE-LABOR
               END-IF

               DISPLAY "Employee " EMP-NAME " Gross pay of " GROSS-PAY
                   " Net pay of " NET-PAY

           IF VALID-EMPLOYEE = 'NO '
               PERFORM WRITE-REJECT
               IF PREVIEW-RUN = 'YES'
                   PERFORM WRITE-VARIANCE-REJECT
               END-IF
               IF FINAL-RUN = 'YES'
                   PERFORM HOLD-FINAL-PAY-EMPLOYEE
                   PERFORM WRITE-FINAL-STATEMENT-REJECT
               END-IF
           END-IF.

       VALIDATE-EMPLOYEE-BASIC.
           END-IF.

       FIND-DUPLICATE-IDS.
           IF FINAL-RUN = 'YES'
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SORT-EMP-ID
                   USING FINAL-PAY-FILE
                   GIVING ID-SEQUENCE-FILE
           ELSE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SORT-EMP-ID
                   USING EMPLOYEE-FILE
                   GIVING ID-SEQUENCE-FILE
           END-IF.

           MOVE 0 TO DUP-ID-COUNT.
           MOVE 'NO ' TO IDS-EOF-FLAG.
               TO YTD-Q-SUTA-WAGES (CURRENT-QUARTER).

       WRITE-ACH-RECORD.
           IF PAY-METHOD = 'C' OR FINAL-FORCED-CHECK = 'YES'
               PERFORM WRITE-CHECK-RECORD
           ELSE
               MOVE 0 TO CURRENT-CHECK-NUMBER
           MOVE NET-PAY TO PP-AMOUNT.
           WRITE POSITIVE-PAY-RECORD.

           IF CHECK-MASTER-MODE = 'YES'
               PERFORM WRITE-CHECK-MASTER
           END-IF.

       WRITE-CHECK-MASTER.
           MOVE CURRENT-CHECK-NUMBER TO CK-CHECK-NUMBER.
           MOVE EMP-ID TO CK-EMP-ID.
           MOVE EMP-NAME TO CK-PAYEE.
           MOVE RC-CHECK-DATE TO CK-CHECK-DATE.
           MOVE RC-RUN-NUMBER TO CK-RUN-NUMBER.
           MOVE RC-RUN-MODE TO CK-RUN-MODE.
           MOVE NET-PAY TO CK-AMOUNT.
           MOVE GROSS-PAY TO CK-GROSS.
           MOVE FEDERAL-TAX TO CK-FED.
           MOVE STATE-TAX TO CK-STATE.
           MOVE TOTAL-DEDUCTIONS TO CK-DEDUCTIONS.
           MOVE SOC-SEC-TAX TO CK-SS.
           MOVE MEDICARE-TAX TO CK-MED.
           MOVE FICA-SUBJECT-WAGES TO CK-FICA-WAGES.
           MOVE 'O' TO CK-STATUS.
           MOVE RC-CHECK-DATE TO CK-STATUS-DATE.
           MOVE 0 TO CK-PAID-DATE.
           MOVE 0 TO CK-PAID-AMOUNT.
           WRITE CHECK-MASTER-RECORD
               INVALID KEY
                   REWRITE CHECK-MASTER-RECORD
           END-WRITE.

       PRINT-CHECK-REGISTER-HEADER.
           MOVE SPACES TO CHECK-REGISTER-LINE.
           STRING "CHECK REGISTER   PAY DATE: " DELIMITED BY SIZE
           MOVE MEDICARE-TAX TO PH-MED-TAX.
           MOVE TOTAL-DEDUCTIONS TO PH-TOTAL-DEDUCTIONS.
           MOVE NET-PAY TO PH-NET-PAY.
           MOVE RC-RUN-MODE TO PH-RUN-MODE.

           PERFORM VARYING PH-SUB FROM 1 BY 1
               UNTIL PH-SUB > 20
               MOVE RETIREMENT-401K-AMT TO PH-DED-AMOUNT (2)
           END-IF.

           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   REWRITE PAY-HISTORY-RECORD
           END-WRITE.

       ACCUMULATE-GL-TOTALS.
           ADD FEDERAL-TAX TO RUN-FED-TAX-TOTAL.
           END-IF.

       WRITE-GL-LABOR-DEBIT.
           IF LABOR-GRP-GROSS > 0
               MOVE 'DR' TO GL-ENTRY-TYPE
               MOVE 'LABOR   ' TO GL-ACCOUNT
               MOVE LABOR-PRIOR-DEPT TO GL-DEPT-CODE
               MOVE LABOR-PRIOR-PROJECT TO GL-PROJECT-CODE
               MOVE LABOR-GRP-GROSS TO GL-AMOUNT
               WRITE GL-INTERFACE-RECORD
               ADD LABOR-GRP-GROSS TO GL-DEBIT-TOTAL
           END-IF.
           IF LABOR-GRP-ER > 0
               MOVE 'DR' TO GL-ENTRY-TYPE
               MOVE 'ERCOST  ' TO GL-ACCOUNT
               MOVE LABOR-PRIOR-DEPT TO GL-DEPT-CODE
               MOVE LABOR-PRIOR-PROJECT TO GL-PROJECT-CODE
               MOVE LABOR-GRP-ER TO GL-AMOUNT
               WRITE GL-INTERFACE-RECORD
               ADD LABOR-GRP-ER TO GL-DEBIT-TOTAL
           END-IF.

       WRITE-GL-CREDITS.
               MOVE 'CR' TO GL-ENTRY-TYPE
               MOVE 'FEDTAX  ' TO GL-ACCOUNT
               MOVE SPACES TO GL-DEPT-CODE
               MOVE SPACES TO GL-PROJECT-CODE
               MOVE RUN-FED-TAX-TOTAL TO GL-AMOUNT
               WRITE GL-INTERFACE-RECORD
               ADD RUN-FED-TAX-TOTAL TO GL-CREDIT-TOTAL
               MOVE 'CR' TO GL-ENTRY-TYPE
               MOVE 'STATETAX' TO GL-ACCOUNT
               MOVE SPACES TO GL-DEPT-CODE
               MOVE SPACES TO GL-PROJECT-CODE
               MOVE RUN-STATE-TAX-TOTAL TO GL-AMOUNT
               WRITE GL-INTERFACE-RECORD
               ADD RUN-STATE-TAX-TOTAL TO GL-CREDIT-TOTAL
               MOVE 'CR' TO GL-ENTRY-TYPE
               MOVE 'SOCSEC  ' TO GL-ACCOUNT
               MOVE SPACES TO GL-DEPT-CODE
               MOVE SPACES TO GL-PROJECT-CODE
               MOVE RUN-SS-TAX-TOTAL TO GL-AMOUNT
               WRITE GL-INTERFACE-RECORD
               ADD RUN-SS-TAX-TOTAL TO GL-CREDIT-TOTAL
               MOVE 'CR' TO GL-ENTRY-TYPE
               MOVE 'MEDICARE' TO GL-ACCOUNT
               MOVE SPACES TO GL-DEPT-CODE
               MOVE SPACES TO GL-PROJECT-CODE
               MOVE RUN-MED-TAX-TOTAL TO GL-AMOUNT
               WRITE GL-INTERFACE-RECORD
               ADD RUN-MED-TAX-TOTAL TO GL-CREDIT-TOTAL
                       GLD-TYPE (GLD-SUB) DELIMITED BY SIZE
                       INTO GL-ACCOUNT
                   MOVE SPACES TO GL-DEPT-CODE
                   MOVE SPACES TO GL-PROJECT-CODE
                   MOVE GLD-AMOUNT (GLD-SUB) TO GL-AMOUNT
                   WRITE GL-INTERFACE-RECORD
                   ADD GLD-AMOUNT (GLD-SUB) TO GL-CREDIT-TOTAL
               MOVE 'CR' TO GL-ENTRY-TYPE
               MOVE 'NETPAY  ' TO GL-ACCOUNT
               MOVE SPACES TO GL-DEPT-CODE
               MOVE SPACES TO GL-PROJECT-CODE
               MOVE TOTAL-NET-PAY TO GL-AMOUNT
               WRITE GL-INTERFACE-RECORD
               ADD TOTAL-NET-PAY TO GL-CREDIT-TOTAL
               MOVE 'CR' TO GL-ENTRY-TYPE
               MOVE 'ERFICA  ' TO GL-ACCOUNT
               MOVE SPACES TO GL-DEPT-CODE
               MOVE SPACES TO GL-PROJECT-CODE
               MOVE RUN-ER-FICA-TOTAL TO GL-AMOUNT
               WRITE GL-INTERFACE-RECORD
               ADD RUN-ER-FICA-TOTAL TO GL-CREDIT-TOTAL
               MOVE 'CR' TO GL-ENTRY-TYPE
               MOVE 'FUTA    ' TO GL-ACCOUNT
               MOVE SPACES TO GL-DEPT-CODE
               MOVE SPACES TO GL-PROJECT-CODE
               MOVE RUN-FUTA-TOTAL TO GL-AMOUNT
               WRITE GL-INTERFACE-RECORD
               ADD RUN-FUTA-TOTAL TO GL-CREDIT-TOTAL
               MOVE 'CR' TO GL-ENTRY-TYPE
               MOVE 'SUTA    ' TO GL-ACCOUNT
               MOVE SPACES TO GL-DEPT-CODE
               MOVE SPACES TO GL-PROJECT-CODE
               MOVE RUN-SUTA-TOTAL TO GL-AMOUNT
               WRITE GL-INTERFACE-RECORD
               ADD RUN-SUTA-TOTAL TO GL-CREDIT-TOTAL
               MOVE 'CR' TO GL-ENTRY-TYPE
               MOVE 'ER401K  ' TO GL-ACCOUNT
               MOVE SPACES TO GL-DEPT-CODE
               MOVE SPACES TO GL-PROJECT-CODE
               MOVE RUN-MATCH-TOTAL TO GL-AMOUNT
               WRITE GL-INTERFACE-RECORD
               ADD RUN-MATCH-TOTAL TO GL-CREDIT-TOTAL
           END-IF.

       ACCUMULATE-STATE-LIABILITY.
           IF STATE-TAX > 0 OR ER-SUTA-COST > 0
               MOVE 'NO ' TO SL-FOUND
               PERFORM VARYING SL-SUB FROM 1 BY 1
                   UNTIL SL-SUB > STATE-LIAB-COUNT
                   OR SL-FOUND = 'YES'
                   IF SL-STATE (SL-SUB) = WORK-STATE-CODE
                       MOVE 'YES' TO SL-FOUND
                   END-IF
               END-PERFORM
               IF SL-FOUND = 'YES'
                   SUBTRACT 1 FROM SL-SUB
               ELSE
                   IF STATE-LIAB-COUNT < 20
                       ADD 1 TO STATE-LIAB-COUNT
                       MOVE STATE-LIAB-COUNT TO SL-SUB
                       MOVE WORK-STATE-CODE TO SL-STATE (SL-SUB)
                   ELSE
                       DISPLAY "TOO MANY STATES FOR TAX LIABILITY - "
                           WORK-STATE-CODE " LUMPED INTO LAST STATE"
                       MOVE STATE-LIAB-COUNT TO SL-SUB
                   END-IF
               END-IF
               ADD STATE-TAX TO SL-SIT (SL-SUB)
               ADD ER-SUTA-COST TO SL-SUI (SL-SUB)
           END-IF.

       OPEN-TAX-LIABILITY-LEDGER.
           OPEN EXTEND TAX-LIABILITY-FILE.
           IF TAX-LEDGER-STATUS = '35'
               OPEN OUTPUT TAX-LIABILITY-FILE
           END-IF.
           IF TAX-LEDGER-STATUS NOT = '00'
               DISPLAY "TAX LIABILITY LEDGER NOT AVAILABLE - STATUS "
                   TAX-LEDGER-STATUS
               DISPLAY "PAYROLL RUN ABANDONED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-TAX-LIABILITY.
           PERFORM OPEN-TAX-LIABILITY-LEDGER.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.
           MOVE 0 TO TL-EMP-ID.
           MOVE SPACES TO LIABILITY-STATE.

           MOVE 'FIT ' TO TL-TAX-TYPE.
           MOVE RUN-FED-TAX-TOTAL TO TL-AMOUNT.
           PERFORM WRITE-TAX-LEDGER-LINE.
           MOVE 'SSEE' TO TL-TAX-TYPE.
           MOVE RUN-SS-TAX-TOTAL TO TL-AMOUNT.
           PERFORM WRITE-TAX-LEDGER-LINE.
           MOVE 'MDEE' TO TL-TAX-TYPE.
           MOVE RUN-MED-TAX-TOTAL TO TL-AMOUNT.
           PERFORM WRITE-TAX-LEDGER-LINE.
           MOVE 'FICR' TO TL-TAX-TYPE.
           COMPUTE TL-AMOUNT = RUN-SS-TAX-TOTAL + RUN-MED-TAX-TOTAL.
           PERFORM WRITE-TAX-LEDGER-LINE.
           MOVE 'FUTA' TO TL-TAX-TYPE.
           MOVE RUN-FUTA-TOTAL TO TL-AMOUNT.
           PERFORM WRITE-TAX-LEDGER-LINE.

           PERFORM VARYING SL-SUB FROM 1 BY 1
               UNTIL SL-SUB > STATE-LIAB-COUNT
               MOVE SL-STATE (SL-SUB) TO LIABILITY-STATE
               MOVE 'SIT ' TO TL-TAX-TYPE
               MOVE SL-SIT (SL-SUB) TO TL-AMOUNT
               PERFORM WRITE-TAX-LEDGER-LINE
               MOVE 'SUI ' TO TL-TAX-TYPE
               MOVE SL-SUI (SL-SUB) TO TL-AMOUNT
               PERFORM WRITE-TAX-LEDGER-LINE
           END-PERFORM.

           CLOSE TAX-LIABILITY-FILE.
           DISPLAY "TAX LIABILITY LEDGER ENTRIES WRITTEN: "
               TAX-LEDGER-COUNT.

       WRITE-ADJ-TAX-LIABILITY.
           MOVE ADJ-EMP-ID TO TL-EMP-ID.
           MOVE SPACES TO LIABILITY-STATE.
           MOVE 'FIT ' TO TL-TAX-TYPE.
           COMPUTE TL-AMOUNT = ADJ-FED * LIABILITY-SIGN.
           PERFORM WRITE-TAX-LEDGER-LINE.
           MOVE 'SSEE' TO TL-TAX-TYPE.
           COMPUTE TL-AMOUNT = ADJ-SS * LIABILITY-SIGN.
           PERFORM WRITE-TAX-LEDGER-LINE.
           MOVE 'MDEE' TO TL-TAX-TYPE.
           COMPUTE TL-AMOUNT = ADJ-MED * LIABILITY-SIGN.
           PERFORM WRITE-TAX-LEDGER-LINE.
           MOVE 'FICR' TO TL-TAX-TYPE.
           COMPUTE TL-AMOUNT = (ADJ-SS + ADJ-MED) * LIABILITY-SIGN.
           PERFORM WRITE-TAX-LEDGER-LINE.

           IF ADJ-STATE > 0
               MOVE '??' TO LIABILITY-STATE
               IF DEMOGRAPHIC-MODE = 'YES'
                   MOVE ADJ-EMP-ID TO DM-EMP-ID
                   READ DEMOGRAPHIC-MASTER
                       INVALID KEY MOVE '??' TO LIABILITY-STATE
                       NOT INVALID KEY
                           MOVE DM-WORK-STATE-CODE TO LIABILITY-STATE
                   END-READ
               END-IF
               MOVE 'SIT ' TO TL-TAX-TYPE
               COMPUTE TL-AMOUNT = ADJ-STATE * LIABILITY-SIGN
               PERFORM WRITE-TAX-LEDGER-LINE
           END-IF.

       WRITE-TAX-LEDGER-LINE.
           IF TL-AMOUNT NOT = 0
               MOVE RC-CHECK-DATE TO TL-CHECK-DATE
               MOVE RC-RUN-NUMBER TO TL-RUN-NUMBER
               MOVE RC-RUN-MODE TO TL-RUN-MODE
               MOVE LIABILITY-STATE TO TL-STATE
               MOVE CURRENT-DATE-NUM TO TL-POSTED-DATE
               WRITE TAX-LIABILITY-RECORD
               ADD 1 TO TAX-LEDGER-COUNT
           END-IF.

       ADJUSTMENT-RUN.
           OPEN INPUT ADJUSTMENT-FILE.
           IF ADJ-FILE-STATUS NOT = '00'

           PERFORM READ-ADJ-CHECKPOINT.
           PERFORM OPEN-YTD-MASTER.
           PERFORM OPEN-CHECK-MASTER.
           PERFORM OPEN-TAX-LIABILITY-LEDGER.

           OPEN INPUT DEMOGRAPHIC-MASTER.
           IF DEMOGRAPHIC-FILE-STATUS = '00'
               MOVE 'YES' TO DEMOGRAPHIC-MODE
           ELSE
               MOVE 'NO ' TO DEMOGRAPHIC-MODE
               DISPLAY "No demographic master - adjustment state "
                   "tax recorded under state ??."
           END-IF.

           IF ADJ-REAL-RESTART = 'YES'
               OPEN EXTEND PAYROLL-REPORT
               "/" DELIMITED BY SIZE
               WS-CD-YYYY DELIMITED BY SIZE
               INTO WS-RUN-DATE-DISPLAY.
           MOVE WS-CURRENT-DATE TO CURRENT-DATE-NUM.

           IF ADJ-REAL-RESTART = 'YES'
               PERFORM SKIP-APPLIED-ADJUSTMENTS
           CLOSE ADJUSTMENT-FILE.
           CLOSE PAYROLL-REPORT.
           CLOSE ACH-FILE.
           CLOSE TAX-LIABILITY-FILE.
           IF DEMOGRAPHIC-MODE = 'YES'
               CLOSE DEMOGRAPHIC-MASTER
           END-IF.
           DISPLAY "TAX LIABILITY LEDGER ENTRIES WRITTEN: "
               TAX-LEDGER-COUNT.
           PERFORM WRITE-CLOSING-CONTROL.
           CLOSE YTD-MASTER.
           IF CHECK-MASTER-MODE = 'YES'
               CLOSE CHECK-MASTER
           END-IF.

       READ-ADJUSTMENT.
           READ ADJUSTMENT-FILE
               OR ADJ-FED NOT NUMERIC
               OR ADJ-STATE NOT NUMERIC
               OR ADJ-DEDUCTIONS NOT NUMERIC
               OR ADJ-SS NOT NUMERIC
               OR ADJ-MED NOT NUMERIC
               OR ADJ-FICA-WAGES NOT NUMERIC
               OR ((ADJ-ACTION = 'R' OR ADJ-ACTION = 'B')
                   AND (ADJ-ROUTING-NUMBER NOT NUMERIC
                   OR ADJ-ACCOUNT-NUMBER NOT NUMERIC))
                   REWRITE YTD-RECORD
                   ADD 1 TO VOID-COUNT
                   ADD ADJ-GROSS TO VOID-GROSS-TOTAL
                   MOVE -1 TO LIABILITY-SIGN
                   PERFORM WRITE-ADJ-TAX-LIABILITY
                   PERFORM PRINT-ADJ-DETAIL
                   IF CHECK-MASTER-MODE = 'YES'
                       AND ADJ-CHECK-NUMBER NUMERIC
                       AND ADJ-CHECK-NUMBER > 0
                       PERFORM MARK-CHECK-VOIDED
                   END-IF
           END-READ.

       MARK-CHECK-VOIDED.
           MOVE ADJ-CHECK-NUMBER TO CK-CHECK-NUMBER.
           READ CHECK-MASTER
               INVALID KEY
                   DISPLAY "VOIDED CHECK " ADJ-CHECK-NUMBER
                       " NOT ON CHECK MASTER"
               NOT INVALID KEY
                   IF CK-STATUS = 'P' OR CK-STATUS = 'M'
                       MOVE 'X' TO CK-STATUS
                       MOVE SPACES TO REPORT-LINE
                       STRING "  CHECK ALREADY PAID BY BANK ON "
                           DELIMITED BY SIZE
                           CK-PAID-DATE DELIMITED BY SIZE
                           " - RECOVER FROM PAYEE"
                           DELIMITED BY SIZE
                           INTO REPORT-LINE
                       WRITE REPORT-LINE
                       DISPLAY "WARNING - VOIDED CHECK "
                           ADJ-CHECK-NUMBER " WAS ALREADY PAID"
                   ELSE
                   IF CK-STATUS NOT = 'S'
                       MOVE 'V' TO CK-STATUS
                   END-IF
                   END-IF
                   MOVE CURRENT-DATE-NUM TO CK-STATUS-DATE
                   REWRITE CHECK-MASTER-RECORD
           END-READ.

       PRINT-ADJ-NOT-NUMERIC.
           ELSE
               SUBTRACT ADJ-DEDUCTIONS FROM YTD-DEDUCTIONS
           END-IF.
           IF ADJ-SS > YTD-SOC-SEC-TAX
               MOVE 0 TO YTD-SOC-SEC-TAX
               MOVE 'YES' TO ADJ-FLOORED-FLAG
           ELSE
               SUBTRACT ADJ-SS FROM YTD-SOC-SEC-TAX
           END-IF.
           IF ADJ-MED > YTD-MEDICARE-TAX
               MOVE 0 TO YTD-MEDICARE-TAX
               MOVE 'YES' TO ADJ-FLOORED-FLAG
           ELSE
               SUBTRACT ADJ-MED FROM YTD-MEDICARE-TAX
           END-IF.
           IF ADJ-FICA-WAGES > YTD-FICA-WAGES
               MOVE 0 TO YTD-FICA-WAGES
               MOVE 'YES' TO ADJ-FLOORED-FLAG
           ELSE
               SUBTRACT ADJ-FICA-WAGES FROM YTD-FICA-WAGES
           END-IF.
           IF ADJ-GROSS > YTD-Q-GROSS (CURRENT-QUARTER)
               MOVE 0 TO YTD-Q-GROSS (CURRENT-QUARTER)
               MOVE 'YES' TO ADJ-FLOORED-FLAG
               SUBTRACT ADJ-STATE
                   FROM YTD-Q-STATE-TAX (CURRENT-QUARTER)
           END-IF.
           IF ADJ-SS > YTD-Q-SS-TAX (CURRENT-QUARTER)
               MOVE 0 TO YTD-Q-SS-TAX (CURRENT-QUARTER)
               MOVE 'YES' TO ADJ-FLOORED-FLAG
           ELSE
               SUBTRACT ADJ-SS
                   FROM YTD-Q-SS-TAX (CURRENT-QUARTER)
           END-IF.
           IF ADJ-MED > YTD-Q-MED-TAX (CURRENT-QUARTER)
               MOVE 0 TO YTD-Q-MED-TAX (CURRENT-QUARTER)
               MOVE 'YES' TO ADJ-FLOORED-FLAG
           ELSE
               SUBTRACT ADJ-MED
                   FROM YTD-Q-MED-TAX (CURRENT-QUARTER)
           END-IF.
           IF ADJ-FICA-WAGES > YTD-Q-FICA-WAGES (CURRENT-QUARTER)
               MOVE 0 TO YTD-Q-FICA-WAGES (CURRENT-QUARTER)
               MOVE 'YES' TO ADJ-FLOORED-FLAG
           ELSE
               SUBTRACT ADJ-FICA-WAGES
                   FROM YTD-Q-FICA-WAGES (CURRENT-QUARTER)
           END-IF.
           IF ADJ-FLOORED-FLAG = 'YES'
               DISPLAY "WARNING - VOID FOR " ADJ-EMP-ID
                   " EXCEEDED YTD BALANCE - FLOORED AT ZERO"
                   MOVE ADJ-FED TO YTD-FED-TAX
                   MOVE ADJ-STATE TO YTD-STATE-TAX
                   MOVE ADJ-DEDUCTIONS TO YTD-DEDUCTIONS
                   MOVE ADJ-FICA-WAGES TO YTD-FICA-WAGES
                   MOVE ADJ-SS TO YTD-SOC-SEC-TAX
                   MOVE ADJ-MED TO YTD-MEDICARE-TAX
                   MOVE 0 TO YTD-FUTA-WAGES
                   MOVE 0 TO YTD-SUTA-WAGES
                   PERFORM INIT-YTD-QUARTERS
                   ADD ADJ-FED TO YTD-FED-TAX
                   ADD ADJ-STATE TO YTD-STATE-TAX
                   ADD ADJ-DEDUCTIONS TO YTD-DEDUCTIONS
                   ADD ADJ-FICA-WAGES TO YTD-FICA-WAGES
                   ADD ADJ-SS TO YTD-SOC-SEC-TAX
                   ADD ADJ-MED TO YTD-MEDICARE-TAX
                   PERFORM POST-ADJ-QUARTER
                   REWRITE YTD-RECORD
           END-READ.
           MOVE 'ADJ' TO ACH-ENTRY-TYPE.
           WRITE ACH-OUT.

           MOVE +1 TO LIABILITY-SIGN.
           PERFORM WRITE-ADJ-TAX-LIABILITY.

           IF ADJ-ACTION = 'R'
               ADD 1 TO REISSUE-COUNT
               ADD ADJ-GROSS TO REISSUE-GROSS-TOTAL
           ADD ADJ-GROSS TO YTD-Q-GROSS (CURRENT-QUARTER).
           ADD ADJ-FED TO YTD-Q-FED-TAX (CURRENT-QUARTER).
           ADD ADJ-STATE TO YTD-Q-STATE-TAX (CURRENT-QUARTER).
           ADD ADJ-SS TO YTD-Q-SS-TAX (CURRENT-QUARTER).
           ADD ADJ-MED TO YTD-Q-MED-TAX (CURRENT-QUARTER).
           ADD ADJ-FICA-WAGES
               TO YTD-Q-FICA-WAGES (CURRENT-QUARTER).

       PRINT-ADJ-HEADER.
           MOVE SPACES TO REPORT-LINE.
                   MOVE 0 TO TCS-SHIFT-HOURS (TC-SUMMARY-COUNT 1)
                   MOVE 0 TO TCS-SHIFT-HOURS (TC-SUMMARY-COUNT 2)
                   MOVE 0 TO TCS-SHIFT-HOURS (TC-SUMMARY-COUNT 3)
                   COMPUTE TCS-CHARGE-FIRST (TC-SUMMARY-COUNT) =
                       TC-CHARGE-COUNT + 1
                   MOVE 0 TO TCS-CHARGE-COUNT (TC-SUMMARY-COUNT)
                   MOVE STC-EMP-ID TO LAST-TC-EMP-ID
                   MOVE 0 TO LAST-TC-DATE
               END-IF
                   END-IF
                   ADD STC-HOURS TO TCS-SHIFT-HOURS
                       (TC-SUMMARY-COUNT SHIFT-SUB)
                   PERFORM ADD-TIMECARD-CHARGE
               END-IF
               END-IF
               END-IF
           END-IF.
           PERFORM READ-TIMECARD.

       ADD-TIMECARD-CHARGE.
           MOVE 'NO ' TO TCC-FOUND.
           COMPUTE TCC-LAST = TCS-CHARGE-FIRST (TC-SUMMARY-COUNT)
               + TCS-CHARGE-COUNT (TC-SUMMARY-COUNT) - 1.
           PERFORM VARYING TCC-SUB
               FROM TCS-CHARGE-FIRST (TC-SUMMARY-COUNT) BY 1
               UNTIL TCC-SUB > TCC-LAST
               OR TCC-FOUND = 'YES'
               IF TCC-DEPT (TCC-SUB) = STC-CHARGE-DEPT
                   AND TCC-PROJECT (TCC-SUB) = STC-PROJECT-CODE
                   MOVE 'YES' TO TCC-FOUND
               END-IF
           END-PERFORM.
           IF TCC-FOUND = 'YES'
               SUBTRACT 1 FROM TCC-SUB
           ELSE
               IF TC-CHARGE-COUNT >= 50000
                   DISPLAY "MORE THAN 50000 CHARGE CODES ON "
                       "TIMECARD FILE - FILE UNUSABLE."
                   DISPLAY "PAYROLL RUN ABANDONED."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO TC-CHARGE-COUNT
               ADD 1 TO TCS-CHARGE-COUNT (TC-SUMMARY-COUNT)
               MOVE TC-CHARGE-COUNT TO TCC-SUB
               MOVE STC-CHARGE-DEPT TO TCC-DEPT (TCC-SUB)
               MOVE STC-PROJECT-CODE TO TCC-PROJECT (TCC-SUB)
               MOVE 0 TO TCC-HOURS (TCC-SUB)
               MOVE 0 TO TCC-SHIFT-HOURS (TCC-SUB 1)
               MOVE 0 TO TCC-SHIFT-HOURS (TCC-SUB 2)
               MOVE 0 TO TCC-SHIFT-HOURS (TCC-SUB 3)
           END-IF.
           ADD STC-HOURS TO TCC-HOURS (TCC-SUB).
           ADD STC-HOURS TO TCC-SHIFT-HOURS (TCC-SUB SHIFT-SUB).

       APPLY-TIMECARD-HOURS.
           PERFORM APPLY-TIMECARD-HOURS-SILENT.
           IF TC-FOUND = 'YES'
           COMPUTE LV-HOL-BALANCE = LV-HOL-BALANCE
               + HOL-ACCRUAL-RATE - HOL-TAKEN-HOURS.

           IF FINAL-RUN = 'YES'
               MOVE 0 TO LV-VAC-BALANCE
               MOVE 0 TO LV-SICK-BALANCE
               MOVE 0 TO LV-HOL-BALANCE
           END-IF.

           IF LEAVE-REC-FOUND = 'YES'
               REWRITE LEAVE-RECORD
           ELSE
           IF FINAL-RUN NOT = 'YES'
               MOVE EMP-ID TO LV-EMP-ID
               WRITE LEAVE-RECORD
           END-IF
           END-IF.

           MOVE LV-VAC-BALANCE TO CUR-VAC-BALANCE.
               INTO STUB-LINE.
           WRITE STUB-LINE.

           MOVE SPACES TO STUB-LINE.
           STRING "WITHHOLDING  FED STATUS " DELIMITED BY SIZE
               EL-FED-FILING-STATUS DELIMITED BY SIZE
               "  EXEMPT " DELIMITED BY SIZE
               EL-FED-EXEMPT DELIMITED BY SIZE
               "   STATE " DELIMITED BY SIZE
               EL-ST-STATE-CODE DELIMITED BY SIZE
               " STATUS " DELIMITED BY SIZE
               EL-ST-FILING-STATUS DELIMITED BY SIZE
               "  EXEMPT " DELIMITED BY SIZE
               EL-ST-EXEMPT DELIMITED BY SIZE
               INTO STUB-LINE.
           WRITE STUB-LINE.

           IF PAY-METHOD = 'C' OR FINAL-FORCED-CHECK = 'YES'
               MOVE CURRENT-CHECK-NUMBER TO WS-CHK-NUMBER
               MOVE SPACES TO STUB-LINE
               STRING "PAID BY CHECK NO " DELIMITED BY SIZE
               END-IF
           END-IF.

           IF FINAL-RUN = 'YES' AND FINAL-LEAVE-PAYOUT > 0
               MOVE "  VAC PAYOUT" TO WS-STB-LABEL
               MOVE FINAL-VAC-HOURS TO WS-STB-HOURS
               MOVE FINAL-VAC-PAY TO STUB-EARN-AMOUNT
               PERFORM WRITE-STUB-EARNINGS-LINE
               IF FINAL-SICK-PAY > 0
                   MOVE "  SICK PAYOUT" TO WS-STB-LABEL
                   MOVE FINAL-SICK-HOURS TO WS-STB-HOURS
                   MOVE FINAL-SICK-PAY TO STUB-EARN-AMOUNT
                   PERFORM WRITE-STUB-EARNINGS-LINE
               END-IF
           END-IF.

           MOVE "GROSS PAY" TO WS-STB-LABEL.
           MOVE GROSS-PAY TO STUB-EARN-AMOUNT.
           PERFORM WRITE-STUB-AMOUNT-LINE.

           COMPUTE TAXABLE-WAGES = GROSS-PAY - PRETAX-DEDUCTIONS.

           PERFORM GET-WITHHOLDING-ELECTIONS.
           PERFORM COMPUTE-FEDERAL-TAX.
           PERFORM COMPUTE-STATE-TAX.
           PERFORM COMPUTE-FICA-TAX.
               + SOC-SEC-TAX + MEDICARE-TAX
               + POSTTAX-DEDUCTIONS.

           MOVE 'NO ' TO NET-PAY-SHORT.
           IF TOTAL-DEDUCTIONS > GROSS-PAY
               MOVE 'YES' TO NET-PAY-SHORT
               MOVE GROSS-PAY TO TOTAL-DEDUCTIONS
           END-IF.

           COMPUTE NET-PAY = GROSS-PAY - TOTAL-DEDUCTIONS.

           IF DEDUCTION-MODE = 'YES' AND PREVIEW-RUN = 'NO '
               PERFORM UPDATE-DEDUCTION-TAKEN
           END-IF.

           PERFORM READ-TAX-RATE.
           PERFORM UNTIL TAX-EOF-FLAG = 'YES'
               IF TAX-EFFECTIVE-DATE <= TAX-AS-OF-DATE
                   AND TAX-JURISDICTION NOT = 'SUP'
                   AND TAX-JURISDICTION (3:1) NOT = 'S'
                   PERFORM SELECT-TAX-VINTAGE
               END-IF
               PERFORM READ-TAX-RATE
           PERFORM READ-TAX-RATE.
           PERFORM UNTIL TAX-EOF-FLAG = 'YES'
               IF TAX-EFFECTIVE-DATE <= TAX-AS-OF-DATE
                   AND TAX-JURISDICTION NOT = 'SUP'
                   AND TAX-JURISDICTION (3:1) NOT = 'S'
                   PERFORM LOAD-TAX-VINTAGE-ROW
               END-IF
               PERFORM READ-TAX-RATE

           DISPLAY "Tax rates loaded: " FED-BRACKET-COUNT
               " federal brackets, " STATE-TABLE-COUNT " states.".
           IF FDM-BRACKET-COUNT = 0
               DISPLAY "No married federal table - married "
                   "employees withheld at single rates."
           END-IF.
           IF FDH-BRACKET-COUNT = 0
               DISPLAY "No head of household federal table - "
                   "withheld at single rates."
           END-IF.

       CHECK-BRACKET-ORDER.
           PERFORM VARYING TAX-SUB FROM 2 BY 1
                   STOP RUN
               END-IF
           END-PERFORM.
           PERFORM VARYING TAX-SUB FROM 2 BY 1
               UNTIL TAX-SUB > FDM-BRACKET-COUNT
               IF FDM-BRK-FLOOR (TAX-SUB) <=
                   FDM-BRK-FLOOR (TAX-SUB - 1)
                   DISPLAY "FEDERAL MARRIED TAX BRACKETS OUT OF "
                       "ORDER IN TAX RATE FILE."
                   DISPLAY "PAYROLL RUN ABANDONED."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.
           PERFORM VARYING TAX-SUB FROM 2 BY 1
               UNTIL TAX-SUB > FDH-BRACKET-COUNT
               IF FDH-BRK-FLOOR (TAX-SUB) <=
                   FDH-BRK-FLOOR (TAX-SUB - 1)
                   DISPLAY "FEDERAL HEAD OF HOUSEHOLD TAX BRACKETS "
                       "OUT OF ORDER IN TAX RATE FILE."
                   DISPLAY "PAYROLL RUN ABANDONED."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.
           PERFORM VARYING STATE-SUB FROM 1 BY 1
               UNTIL STATE-SUB > STATE-TABLE-COUNT
               PERFORM VARYING TAX-SUB FROM 2 BY 1
                   UNTIL TAX-SUB > ST-BRACKET-COUNT (STATE-SUB)
                   IF ST-BRK-FLOOR (STATE-SUB TAX-SUB) <=
                       ST-BRK-FLOOR (STATE-SUB TAX-SUB - 1)
                       DISPLAY "TAX BRACKETS OUT OF ORDER FOR "
                           "STATE " ST-CODE (STATE-SUB) "."
                       DISPLAY "PAYROLL RUN ABANDONED."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
               PERFORM VARYING TAX-SUB FROM 2 BY 1
                   UNTIL TAX-SUB > ST-MAR-BRACKET-COUNT (STATE-SUB)
                   IF ST-MAR-BRK-FLOOR (STATE-SUB TAX-SUB) <=
                       ST-MAR-BRK-FLOOR (STATE-SUB TAX-SUB - 1)
                       DISPLAY "MARRIED TAX BRACKETS OUT OF ORDER "
                           "FOR STATE " ST-CODE (STATE-SUB) "."
                       DISPLAY "PAYROLL RUN ABANDONED."
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE TAX-EFFECTIVE-DATE TO FED-VINTAGE-DATE
               END-IF
           ELSE
           IF TAX-JURISDICTION = 'FDM'
               IF TAX-EFFECTIVE-DATE > FDM-VINTAGE-DATE
                   MOVE TAX-EFFECTIVE-DATE TO FDM-VINTAGE-DATE
               END-IF
           ELSE
           IF TAX-JURISDICTION = 'FDH'
               IF TAX-EFFECTIVE-DATE > FDH-VINTAGE-DATE
                   MOVE TAX-EFFECTIVE-DATE TO FDH-VINTAGE-DATE
               END-IF
           ELSE
           IF TAX-JURISDICTION = 'SS '
               IF TAX-EFFECTIVE-DATE > SS-VINTAGE-DATE
                   MOVE TAX-EFFECTIVE-DATE TO SS-VINTAGE-DATE
               IF TAX-EFFECTIVE-DATE > MED-VINTAGE-DATE
                   MOVE TAX-EFFECTIVE-DATE TO MED-VINTAGE-DATE
               END-IF
           ELSE
           IF TAX-JURISDICTION (3:1) = 'M'
               PERFORM FIND-STATE-ENTRY
               IF STATE-SUB > 0
                   AND TAX-EFFECTIVE-DATE >
                       ST-MAR-VINTAGE-DATE (STATE-SUB)
                   MOVE TAX-EFFECTIVE-DATE
                       TO ST-MAR-VINTAGE-DATE (STATE-SUB)
               END-IF
           ELSE
               PERFORM FIND-STATE-ENTRY
               IF STATE-SUB > 0
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       LOAD-TAX-VINTAGE-ROW.
                   END-IF
               END-IF
           ELSE
           IF TAX-JURISDICTION = 'FDM'
               IF TAX-EFFECTIVE-DATE = FDM-VINTAGE-DATE
                   IF FDM-BRACKET-COUNT < 10
                       ADD 1 TO FDM-BRACKET-COUNT
                       MOVE TAX-BRACKET-FLOOR
                           TO FDM-BRK-FLOOR (FDM-BRACKET-COUNT)
                       MOVE TAX-RATE
                           TO FDM-BRK-RATE (FDM-BRACKET-COUNT)
                   ELSE
                       DISPLAY "TOO MANY FEDERAL MARRIED BRACKETS - "
                           "ROW IGNORED"
                   END-IF
               END-IF
           ELSE
           IF TAX-JURISDICTION = 'FDH'
               IF TAX-EFFECTIVE-DATE = FDH-VINTAGE-DATE
                   IF FDH-BRACKET-COUNT < 10
                       ADD 1 TO FDH-BRACKET-COUNT
                       MOVE TAX-BRACKET-FLOOR
                           TO FDH-BRK-FLOOR (FDH-BRACKET-COUNT)
                       MOVE TAX-RATE
                           TO FDH-BRK-RATE (FDH-BRACKET-COUNT)
                   ELSE
                       DISPLAY "TOO MANY FEDERAL HEAD OF HOUSEHOLD "
                           "BRACKETS - ROW IGNORED"
                   END-IF
               END-IF
           ELSE
           IF TAX-JURISDICTION = 'SS '
               IF TAX-EFFECTIVE-DATE = SS-VINTAGE-DATE
                   MOVE TAX-BRACKET-FLOOR TO SS-WAGE-BASE
               IF TAX-EFFECTIVE-DATE = MED-VINTAGE-DATE
                   MOVE TAX-RATE TO MED-TAX-RATE
               END-IF
           ELSE
           IF TAX-JURISDICTION (3:1) = 'M'
               PERFORM FIND-STATE-ENTRY
               IF STATE-SUB > 0
                   AND TAX-EFFECTIVE-DATE =
                       ST-MAR-VINTAGE-DATE (STATE-SUB)
                   IF ST-MAR-BRACKET-COUNT (STATE-SUB) < 10
                       ADD 1 TO ST-MAR-BRACKET-COUNT (STATE-SUB)
                       MOVE ST-MAR-BRACKET-COUNT (STATE-SUB)
                           TO TAX-BRK-SUB
                       MOVE TAX-BRACKET-FLOOR
                           TO ST-MAR-BRK-FLOOR (STATE-SUB TAX-BRK-SUB)
                       MOVE TAX-RATE
                           TO ST-MAR-BRK-RATE (STATE-SUB TAX-BRK-SUB)
                   ELSE
                       DISPLAY "TOO MANY MARRIED BRACKETS FOR STATE "
                           ST-CODE (STATE-SUB) " - ROW IGNORED"
                   END-IF
               END-IF
           ELSE
               PERFORM FIND-STATE-ENTRY
               IF STATE-SUB > 0
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       FIND-STATE-ENTRY.
                       TO ST-CODE (STATE-SUB)
                   MOVE 0 TO ST-VINTAGE-DATE (STATE-SUB)
                   MOVE 0 TO ST-BRACKET-COUNT (STATE-SUB)
                   MOVE 0 TO ST-MAR-VINTAGE-DATE (STATE-SUB)
                   MOVE 0 TO ST-MAR-BRACKET-COUNT (STATE-SUB)
               END-IF
           END-IF.

                   TO REJ-REASON-TEXT
           END-IF.

       GET-WITHHOLDING-ELECTIONS.
           MOVE 'NO ' TO WH-REC-FOUND.
           IF WITHHOLDING-MODE = 'YES'
               MOVE EMP-ID TO WH-EMP-ID
               READ WITHHOLDING-MASTER INTO EMPLOYEE-ELECTIONS
                   INVALID KEY MOVE 'NO ' TO WH-REC-FOUND
                   NOT INVALID KEY MOVE 'YES' TO WH-REC-FOUND
               END-READ
           END-IF.
           IF WH-REC-FOUND = 'NO '
               MOVE EMP-ID TO EL-EMP-ID
               MOVE 'S' TO EL-FED-FILING-STATUS
               MOVE 0 TO EL-FED-CREDIT-AMOUNT
               MOVE 0 TO EL-FED-OTHER-INCOME
               MOVE 0 TO EL-FED-EXTRA-DEDUCT
               MOVE 0 TO EL-FED-ADDL-WITHHOLD
               MOVE 'N' TO EL-FED-EXEMPT
               MOVE 'N' TO EL-FED-LOCK-IN
               MOVE 0 TO EL-FED-EFFECTIVE-DATE
               MOVE SPACES TO EL-ST-STATE-CODE
           END-IF.
           IF EL-ST-STATE-CODE NOT = WORK-STATE-CODE
               MOVE WORK-STATE-CODE TO EL-ST-STATE-CODE
               MOVE 'S' TO EL-ST-FILING-STATUS
               MOVE 0 TO EL-ST-CREDIT-AMOUNT
               MOVE 0 TO EL-ST-OTHER-INCOME
               MOVE 0 TO EL-ST-EXTRA-DEDUCT
               MOVE 0 TO EL-ST-ADDL-WITHHOLD
               MOVE 'N' TO EL-ST-EXEMPT
               MOVE 0 TO EL-ST-EFFECTIVE-DATE
           END-IF.

       COMPUTE-FEDERAL-TAX.
           IF EL-FED-FILING-STATUS = 'M' AND FDM-BRACKET-COUNT > 0
               MOVE FDM-BRACKET-COUNT TO CALC-BRACKET-COUNT
               PERFORM VARYING TAX-SUB FROM 1 BY 1
                   UNTIL TAX-SUB > FDM-BRACKET-COUNT
                   MOVE FDM-BRK-FLOOR (TAX-SUB)
                       TO CALC-BRK-FLOOR (TAX-SUB)
                   MOVE FDM-BRK-RATE (TAX-SUB)
                       TO CALC-BRK-RATE (TAX-SUB)
               END-PERFORM
           ELSE
           IF EL-FED-FILING-STATUS = 'H' AND FDH-BRACKET-COUNT > 0
               MOVE FDH-BRACKET-COUNT TO CALC-BRACKET-COUNT
               PERFORM VARYING TAX-SUB FROM 1 BY 1
                   UNTIL TAX-SUB > FDH-BRACKET-COUNT
                   MOVE FDH-BRK-FLOOR (TAX-SUB)
                       TO CALC-BRK-FLOOR (TAX-SUB)
                   MOVE FDH-BRK-RATE (TAX-SUB)
                       TO CALC-BRK-RATE (TAX-SUB)
               END-PERFORM
           ELSE
               MOVE FED-BRACKET-COUNT TO CALC-BRACKET-COUNT
               PERFORM VARYING TAX-SUB FROM 1 BY 1
                   UNTIL TAX-SUB > FED-BRACKET-COUNT
                   MOVE FED-BRK-FLOOR (TAX-SUB)
                       TO CALC-BRK-FLOOR (TAX-SUB)
                   MOVE FED-BRK-RATE (TAX-SUB)
                       TO CALC-BRK-RATE (TAX-SUB)
               END-PERFORM
           END-IF
           END-IF.
           IF EL-FED-EXEMPT = 'Y'
               MOVE 0 TO FEDERAL-TAX
           ELSE
               COMPUTE ANNUAL-WAGES-WORK =
                   (TAXABLE-WAGES * PERIODS-PER-YEAR)
                   + EL-FED-OTHER-INCOME - EL-FED-EXTRA-DEDUCT
               IF ANNUAL-WAGES-WORK < 0
                   MOVE 0 TO ANNUAL-WAGES-WORK
               END-IF
               MOVE ANNUAL-WAGES-WORK TO CALC-TAXABLE
               PERFORM CALC-MARGINAL-TAX
               COMPUTE ANNUAL-TAX-WORK =
                   CALC-TAX-RESULT - EL-FED-CREDIT-AMOUNT
               IF ANNUAL-TAX-WORK < 0
                   MOVE 0 TO ANNUAL-TAX-WORK
               END-IF
               COMPUTE FEDERAL-TAX ROUNDED =
                   (ANNUAL-TAX-WORK / PERIODS-PER-YEAR)
                   + EL-FED-ADDL-WITHHOLD
           END-IF.

       COMPUTE-STATE-TAX.
           MOVE 'NO ' TO STATE-FOUND.
                   MOVE 'YES' TO STATE-FOUND
               END-IF
           END-PERFORM.
           IF STATE-FOUND = 'YES' AND EL-ST-EXEMPT NOT = 'Y'
               SUBTRACT 1 FROM STATE-SUB
               IF EL-ST-FILING-STATUS = 'M'
                   AND ST-MAR-BRACKET-COUNT (STATE-SUB) > 0
                   MOVE ST-MAR-BRACKET-COUNT (STATE-SUB)
                       TO CALC-BRACKET-COUNT
                   PERFORM VARYING TAX-SUB FROM 1 BY 1
                       UNTIL TAX-SUB > CALC-BRACKET-COUNT
                       MOVE ST-MAR-BRK-FLOOR (STATE-SUB TAX-SUB)
                           TO CALC-BRK-FLOOR (TAX-SUB)
                       MOVE ST-MAR-BRK-RATE (STATE-SUB TAX-SUB)
                           TO CALC-BRK-RATE (TAX-SUB)
                   END-PERFORM
               ELSE
                   MOVE ST-BRACKET-COUNT (STATE-SUB)
                       TO CALC-BRACKET-COUNT
                   PERFORM VARYING TAX-SUB FROM 1 BY 1
                       UNTIL TAX-SUB > CALC-BRACKET-COUNT
                       MOVE ST-BRK-FLOOR (STATE-SUB TAX-SUB)
                           TO CALC-BRK-FLOOR (TAX-SUB)
                       MOVE ST-BRK-RATE (STATE-SUB TAX-SUB)
                           TO CALC-BRK-RATE (TAX-SUB)
                   END-PERFORM
               END-IF
               COMPUTE ANNUAL-WAGES-WORK =
                   (TAXABLE-WAGES * PERIODS-PER-YEAR)
                   + EL-ST-OTHER-INCOME - EL-ST-EXTRA-DEDUCT
               IF ANNUAL-WAGES-WORK < 0
                   MOVE 0 TO ANNUAL-WAGES-WORK
               END-IF
               MOVE ANNUAL-WAGES-WORK TO CALC-TAXABLE
               PERFORM CALC-MARGINAL-TAX
               COMPUTE ANNUAL-TAX-WORK =
                   CALC-TAX-RESULT - EL-ST-CREDIT-AMOUNT
               IF ANNUAL-TAX-WORK < 0
                   MOVE 0 TO ANNUAL-TAX-WORK
               END-IF
               COMPUTE STATE-TAX ROUNDED =
                   (ANNUAL-TAX-WORK / PERIODS-PER-YEAR)
                   + EL-ST-ADDL-WITHHOLD
           ELSE
               MOVE 0 TO STATE-TAX
           END-IF.
                   COMPUTE DED-GOAL-REMAINING =
                       DED-GOAL-AMOUNT - DED-TAKEN-TO-DATE
               END-IF
               IF FINAL-RUN = 'YES' AND DED-TAX-FLAG NOT = 'P'
                   MOVE DED-GOAL-REMAINING TO DED-WORK-AMT
               END-IF
               IF DED-WORK-AMT > DED-GOAL-REMAINING
                   MOVE DED-GOAL-REMAINING TO DED-WORK-AMT
               END-IF
           MOVE DED-TYPE TO DW-TYPE (DED-WORK-COUNT).
           MOVE DED-TAX-FLAG TO DW-TAX-FLAG (DED-WORK-COUNT).
           MOVE DED-WORK-AMT TO DW-AMOUNT (DED-WORK-COUNT).
           IF DED-GOAL-AMOUNT > 0
               MOVE 'Y' TO DW-GOAL-FLAG (DED-WORK-COUNT)
           ELSE
               MOVE 'N' TO DW-GOAL-FLAG (DED-WORK-COUNT)
           END-IF.

       APPLY-POSTTAX-DEDUCTIONS.
           MOVE 0 TO POSTTAX-DEDUCTIONS.
           COMPUTE DED-AVAILABLE = GROSS-PAY - PRETAX-DEDUCTIONS
               - FEDERAL-TAX - STATE-TAX
               - SOC-SEC-TAX - MEDICARE-TAX.
           IF FINAL-RUN = 'YES'
               COMPUTE FINAL-RECOVERY-LIMIT ROUNDED =
                   DED-AVAILABLE * FINAL-RECOVERY-PCT
           END-IF.
           PERFORM VARYING DW-SUB FROM 1 BY 1
               UNTIL DW-SUB > DED-WORK-COUNT
               IF DW-TAX-FLAG (DW-SUB) NOT = 'P'
                   IF DW-AMOUNT (DW-SUB) > DED-AVAILABLE
                       MOVE DED-AVAILABLE TO DW-AMOUNT (DW-SUB)
                   END-IF
                   IF FINAL-RUN = 'YES'
                       AND DW-GOAL-FLAG (DW-SUB) = 'Y'
                       PERFORM APPLY-LOAN-RECOVERY-LIMIT
                   END-IF
                   ADD DW-AMOUNT (DW-SUB) TO POSTTAX-DEDUCTIONS
                   SUBTRACT DW-AMOUNT (DW-SUB) FROM DED-AVAILABLE
               END-IF
                   END-READ
               END-IF
           END-PERFORM.

       CHECK-FINAL-PAY-QUEUE.
           OPEN INPUT FINAL-PAY-FILE.
           IF FINAL-PAY-STATUS NOT = '00'
               DISPLAY "FINAL PAY FILE NOT AVAILABLE - STATUS "
                   FINAL-PAY-STATUS
               DISPLAY "PAYROLL RUN ABANDONED."
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE FINAL-PAY-FILE.

       OPEN-FINAL-PAY-FILES.
           IF REAL-RESTART = 'YES'
               OPEN EXTEND FINAL-STATEMENT-FILE
           ELSE
               OPEN OUTPUT FINAL-STATEMENT-FILE
           END-IF.

           OPEN INPUT DEMOGRAPHIC-MASTER.
           IF DEMOGRAPHIC-FILE-STATUS = '00'
               MOVE 'YES' TO DEMOGRAPHIC-MODE
           ELSE
               MOVE 'NO ' TO DEMOGRAPHIC-MODE
               DISPLAY "No demographic master - period end date "
                   "used as termination date."
           END-IF.

           PERFORM LOAD-FINAL-PAY-RULES.

       LOAD-FINAL-PAY-RULES.
           MOVE 0 TO FINAL-RULE-COUNT.
           MOVE 'NO ' TO FINAL-RULE-EOF.
           OPEN INPUT FINAL-RULE-FILE.
           IF FINAL-RULE-STATUS NOT = '00'
               DISPLAY "No final pay rule file - no state deadlines,"
                   " no sick payout, loan recovery at "
                   DEFAULT-RECOVERY-PCT
           ELSE
               PERFORM READ-FINAL-RULE
               PERFORM UNTIL FINAL-RULE-EOF = 'YES'
                   IF FR-DEADLINE-DAYS NOT NUMERIC
                       OR FR-RECOVERY-PCT NOT NUMERIC
                       DISPLAY "FINAL PAY RULE INVALID FOR STATE "
                           FR-STATE " - ROW IGNORED"
                   ELSE
                   IF FINAL-RULE-COUNT >= 60
                       DISPLAY "TOO MANY FINAL PAY RULES - STATE "
                           FR-STATE " IGNORED"
                   ELSE
                       ADD 1 TO FINAL-RULE-COUNT
                       MOVE FR-STATE TO FRT-STATE (FINAL-RULE-COUNT)
                       MOVE FR-DEADLINE-DAYS
                           TO FRT-DEADLINE-DAYS (FINAL-RULE-COUNT)
                       MOVE FR-SICK-PAYOUT
                           TO FRT-SICK-PAYOUT (FINAL-RULE-COUNT)
                       MOVE FR-RECOVERY-PCT
                           TO FRT-RECOVERY-PCT (FINAL-RULE-COUNT)
                   END-IF
                   END-IF
                   PERFORM READ-FINAL-RULE
               END-PERFORM
               CLOSE FINAL-RULE-FILE
               DISPLAY "Final pay rules loaded for "
                   FINAL-RULE-COUNT " states"
           END-IF.

       READ-FINAL-RULE.
           READ FINAL-RULE-FILE
               AT END MOVE 'YES' TO FINAL-RULE-EOF
           END-READ.

       FIND-FINAL-RULE.
           MOVE 'NO ' TO FRT-FOUND.
           PERFORM VARYING FRT-SUB FROM 1 BY 1
               UNTIL FRT-SUB > FINAL-RULE-COUNT
               OR FRT-FOUND = 'YES'
               IF FRT-STATE (FRT-SUB) = WORK-STATE-CODE
                   MOVE 'YES' TO FRT-FOUND
               END-IF
           END-PERFORM.
           IF FRT-FOUND = 'YES'
               SUBTRACT 1 FROM FRT-SUB
           END-IF.

       SET-UP-FINAL-PAY.
           MOVE 0 TO FINAL-VAC-HOURS.
           MOVE 0 TO FINAL-SICK-HOURS.
           MOVE 0 TO FINAL-SICK-FORFEIT.
           MOVE 0 TO FINAL-HOL-FORFEIT.
           MOVE 0 TO FINAL-VAC-PAY.
           MOVE 0 TO FINAL-SICK-PAY.
           MOVE 0 TO FINAL-LEAVE-PAYOUT.
           MOVE 0 TO FINAL-PAYOUT-RATE.
           MOVE 0 TO FINAL-LOAN-RECOVERED.
           MOVE 0 TO FINAL-LOAN-UNRECOVERED.
           MOVE 0 TO FINAL-DED-STOPPED.
           MOVE 0 TO FINAL-DEADLINE-DATE.
           MOVE 'NO ' TO FINAL-DEADLINE-FLAG.
           MOVE 'NO ' TO FINAL-FORCED-CHECK.
           MOVE 'NO ' TO FINAL-DEADLINE-MISSED.

           MOVE 'NO ' TO FINAL-TERM-ON-FILE.
           IF DEMOGRAPHIC-MODE = 'YES'
               MOVE EMP-ID TO DM-EMP-ID
               READ DEMOGRAPHIC-MASTER KEY IS DM-EMP-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF DM-TERM-DATE NUMERIC AND DM-TERM-DATE > 0
                           MOVE DM-TERM-DATE TO FINAL-TERM-DATE
                           MOVE 'YES' TO FINAL-TERM-ON-FILE
                       END-IF
               END-READ
           END-IF.
           IF FINAL-TERM-ON-FILE = 'NO '
               MOVE RC-PERIOD-END-DATE TO FINAL-TERM-DATE
           END-IF.

           PERFORM FIND-FINAL-RULE.
           IF FRT-FOUND = 'YES'
               MOVE 'YES' TO FINAL-DEADLINE-FLAG
               MOVE FRT-SICK-PAYOUT (FRT-SUB) TO FINAL-SICK-PAYOUT
               MOVE FRT-RECOVERY-PCT (FRT-SUB) TO FINAL-RECOVERY-PCT
               COMPUTE FINAL-DEADLINE-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (FINAL-TERM-DATE)
                   + FRT-DEADLINE-DAYS (FRT-SUB))
           ELSE
               MOVE 'N' TO FINAL-SICK-PAYOUT
               MOVE DEFAULT-RECOVERY-PCT TO FINAL-RECOVERY-PCT
           END-IF.

           IF FINAL-DEADLINE-FLAG = 'YES'
               IF PAY-METHOD NOT = 'C'
                   AND FINAL-DEADLINE-DATE < RC-NEXT-ACH-DATE
                   MOVE 'YES' TO FINAL-FORCED-CHECK
                   ADD 1 TO FINAL-FORCED-COUNT
               END-IF
               IF FINAL-DEADLINE-DATE < RC-CHECK-DATE
                   MOVE 'YES' TO FINAL-DEADLINE-MISSED
                   ADD 1 TO FINAL-MISSED-COUNT
                   DISPLAY "FINAL PAY DEADLINE " FINAL-DEADLINE-DATE
                       " MISSED FOR EMPLOYEE " EMP-ID
               END-IF
           END-IF.

       COMPUTE-LEAVE-PAYOUT.
           IF PAY-TYPE = 'S'
               COMPUTE FINAL-PAYOUT-RATE ROUNDED =
                   PERIOD-SALARY * PERIODS-PER-YEAR / 2080
           ELSE
               MOVE HOURLY-RATE TO FINAL-PAYOUT-RATE
           END-IF.

           COMPUTE FINAL-VAC-HOURS = LV-VAC-BALANCE
               + VAC-ACCRUAL-RATE - VAC-TAKEN-HOURS.
           COMPUTE FINAL-SICK-HOURS = LV-SICK-BALANCE
               + SICK-ACCRUAL-RATE - SICK-TAKEN-HOURS.
           COMPUTE FINAL-HOL-FORFEIT = LV-HOL-BALANCE
               + HOL-ACCRUAL-RATE - HOL-TAKEN-HOURS.
           IF FINAL-SICK-PAYOUT NOT = 'Y'
               MOVE FINAL-SICK-HOURS TO FINAL-SICK-FORFEIT
               MOVE 0 TO FINAL-SICK-HOURS
           END-IF.

           COMPUTE FINAL-VAC-PAY ROUNDED =
               FINAL-VAC-HOURS * FINAL-PAYOUT-RATE.
           COMPUTE FINAL-SICK-PAY ROUNDED =
               FINAL-SICK-HOURS * FINAL-PAYOUT-RATE.
           COMPUTE FINAL-LEAVE-PAYOUT =
               FINAL-VAC-PAY + FINAL-SICK-PAY.
           ADD FINAL-LEAVE-PAYOUT TO FINAL-PAYOUT-TOTAL.

       APPLY-LOAN-RECOVERY-LIMIT.
           IF DW-AMOUNT (DW-SUB) > FINAL-RECOVERY-LIMIT
               MOVE FINAL-RECOVERY-LIMIT TO DW-AMOUNT (DW-SUB)
           END-IF.
           SUBTRACT DW-AMOUNT (DW-SUB) FROM FINAL-RECOVERY-LIMIT.

       STOP-EMPLOYEE-DEDUCTIONS.
           PERFORM VARYING DW-SUB FROM 1 BY 1
               UNTIL DW-SUB > DED-WORK-COUNT
               IF DW-GOAL-FLAG (DW-SUB) = 'Y'
                   ADD DW-AMOUNT (DW-SUB) TO FINAL-LOAN-RECOVERED
               END-IF
           END-PERFORM.

           MOVE 'NO ' TO DED-EOF-FLAG.
           MOVE EMP-ID TO DED-EMP-ID.
           MOVE 0 TO DED-PRIORITY.
           START DEDUCTION-MASTER KEY NOT < DED-KEY
               INVALID KEY MOVE 'YES' TO DED-EOF-FLAG
           END-START.
           IF DED-EOF-FLAG NOT = 'YES'
               PERFORM READ-NEXT-DEDUCTION
           END-IF.
           PERFORM UNTIL DED-EOF-FLAG = 'YES'
               OR DED-EMP-ID NOT = EMP-ID
               PERFORM STOP-DEDUCTION-RECORD
               PERFORM READ-NEXT-DEDUCTION
           END-PERFORM.

           ADD FINAL-LOAN-UNRECOVERED TO FINAL-UNRECOVERED-TOTAL.

       STOP-DEDUCTION-RECORD.
           IF DED-GOAL-AMOUNT > DED-TAKEN-TO-DATE
               COMPUTE FINAL-LOAN-UNRECOVERED = FINAL-LOAN-UNRECOVERED
                   + DED-GOAL-AMOUNT - DED-TAKEN-TO-DATE
           END-IF.
           DELETE DEDUCTION-MASTER RECORD
               INVALID KEY
                   DISPLAY "DEDUCTION NOT STOPPED FOR " DED-EMP-ID
                       " PRIORITY " DED-PRIORITY
               NOT INVALID KEY
                   ADD 1 TO FINAL-DED-STOPPED
           END-DELETE.

       HOLD-FINAL-PAY-EMPLOYEE.
           IF FINAL-HOLD-COUNT < 500
               ADD 1 TO FINAL-HOLD-COUNT
               MOVE EMPLOYEE-RECORD
                   TO FINAL-HOLD-IMAGE (FINAL-HOLD-COUNT)
           ELSE
               DISPLAY "FINAL PAY HOLD TABLE FULL - EMPLOYEE "
                   EMP-ID " NOT REQUEUED"
           END-IF.

       REWRITE-FINAL-PAY-QUEUE.
           OPEN OUTPUT FINAL-PAY-FILE.
           PERFORM VARYING FINAL-HOLD-SUB FROM 1 BY 1
               UNTIL FINAL-HOLD-SUB > FINAL-HOLD-COUNT
               MOVE FINAL-HOLD-IMAGE (FINAL-HOLD-SUB)
                   TO FINAL-PAY-RECORD
               WRITE FINAL-PAY-RECORD
           END-PERFORM.
           CLOSE FINAL-PAY-FILE.
           IF FINAL-HOLD-COUNT > 0
               DISPLAY "FINAL PAY EMPLOYEES REJECTED AND REQUEUED: "
                   FINAL-HOLD-COUNT
           END-IF.

       WRITE-FINAL-STATEMENT.
           ADD 1 TO FINAL-PAID-COUNT.
           PERFORM WRITE-FINAL-STATEMENT-HEADER.

           MOVE SPACES TO FINAL-STATEMENT-LINE.
           IF FINAL-TERM-ON-FILE = 'YES'
               STRING "TERMINATION DATE " DELIMITED BY SIZE
                   FINAL-TERM-DATE DELIMITED BY SIZE
                   INTO FINAL-STATEMENT-LINE
           ELSE
               STRING "TERMINATION DATE " DELIMITED BY SIZE
                   FINAL-TERM-DATE DELIMITED BY SIZE
                   " (PERIOD END - NOT ON DEMOGRAPHIC MASTER)"
                   DELIMITED BY SIZE
                   INTO FINAL-STATEMENT-LINE
           END-IF.
           WRITE FINAL-STATEMENT-LINE.

           MOVE SPACES TO FINAL-STATEMENT-LINE.
           IF FINAL-DEADLINE-FLAG = 'YES'
               STRING "STATE FINAL PAY DUE " DELIMITED BY SIZE
                   FINAL-DEADLINE-DATE DELIMITED BY SIZE
                   "   NEXT ACH DATE " DELIMITED BY SIZE
                   RC-NEXT-ACH-DATE DELIMITED BY SIZE
                   INTO FINAL-STATEMENT-LINE
           ELSE
               STRING "NO FINAL PAY DEADLINE ON FILE FOR STATE "
                   DELIMITED BY SIZE
                   WORK-STATE-CODE DELIMITED BY SIZE
                   INTO FINAL-STATEMENT-LINE
           END-IF.
           WRITE FINAL-STATEMENT-LINE.

           MOVE "LAST PERIOD EARNINGS" TO WS-FS-LABEL.
           MOVE FINAL-PERIOD-GROSS TO WS-FS-AMOUNT.
           PERFORM WRITE-FINAL-AMOUNT-LINE.

           IF LEAVE-MODE = 'YES'
               MOVE "VACATION PAYOUT" TO WS-FS-LABEL
               MOVE FINAL-VAC-HOURS TO WS-FS-HOURS
               MOVE FINAL-VAC-PAY TO WS-FS-AMOUNT
               PERFORM WRITE-FINAL-PAYOUT-LINE
               IF FINAL-SICK-PAYOUT = 'Y'
                   MOVE "SICK PAYOUT" TO WS-FS-LABEL
                   MOVE FINAL-SICK-HOURS TO WS-FS-HOURS
                   MOVE FINAL-SICK-PAY TO WS-FS-AMOUNT
                   PERFORM WRITE-FINAL-PAYOUT-LINE
               END-IF
               IF FINAL-SICK-FORFEIT > 0
                   MOVE "SICK BALANCE NOT PAYABLE" TO WS-FS-LABEL
                   MOVE FINAL-SICK-FORFEIT TO WS-FS-HOURS
                   PERFORM WRITE-FINAL-HOURS-LINE
               END-IF
               IF FINAL-HOL-FORFEIT > 0
                   MOVE "HOLIDAY BALANCE FORFEITED" TO WS-FS-LABEL
                   MOVE FINAL-HOL-FORFEIT TO WS-FS-HOURS
                   PERFORM WRITE-FINAL-HOURS-LINE
               END-IF
               MOVE SPACES TO FINAL-STATEMENT-LINE
               STRING "LEAVE BALANCES CLEARED ON LEAVE MASTER"
                   DELIMITED BY SIZE
                   INTO FINAL-STATEMENT-LINE
               WRITE FINAL-STATEMENT-LINE
           ELSE
               MOVE SPACES TO FINAL-STATEMENT-LINE
               STRING "NO LEAVE MASTER - LEAVE PAYOUT NOT CALCULATED"
                   DELIMITED BY SIZE
                   INTO FINAL-STATEMENT-LINE
               WRITE FINAL-STATEMENT-LINE
           END-IF.

           MOVE "GROSS PAY" TO WS-FS-LABEL.
           MOVE GROSS-PAY TO WS-FS-AMOUNT.
           PERFORM WRITE-FINAL-AMOUNT-LINE.

           COMPUTE FINAL-TAX-TOTAL = FEDERAL-TAX + STATE-TAX
               + SOC-SEC-TAX + MEDICARE-TAX.
           MOVE "TAXES WITHHELD" TO WS-FS-LABEL.
           MOVE FINAL-TAX-TOTAL TO WS-FS-AMOUNT.
           PERFORM WRITE-FINAL-AMOUNT-LINE.

           MOVE "OTHER DEDUCTIONS" TO WS-FS-LABEL.
           COMPUTE WS-FS-AMOUNT =
               PRETAX-DEDUCTIONS + POSTTAX-DEDUCTIONS.
           PERFORM WRITE-FINAL-AMOUNT-LINE.

           IF DEDUCTION-MODE = 'YES'
               MOVE "  LOAN BALANCE RECOVERED" TO WS-FS-LABEL
               MOVE FINAL-LOAN-RECOVERED TO WS-FS-AMOUNT
               PERFORM WRITE-FINAL-AMOUNT-LINE
               MOVE "  LOAN BALANCE OUTSTANDING" TO WS-FS-LABEL
               MOVE FINAL-LOAN-UNRECOVERED TO WS-FS-AMOUNT
               PERFORM WRITE-FINAL-AMOUNT-LINE
               IF FINAL-LOAN-UNRECOVERED > 0
                   MOVE SPACES TO FINAL-STATEMENT-LINE
                   STRING "  ** OUTSTANDING LOAN BALANCE - REFER TO "
                       DELIMITED BY SIZE
                       "HR FOR COLLECTION **" DELIMITED BY SIZE
                       INTO FINAL-STATEMENT-LINE
                   WRITE FINAL-STATEMENT-LINE
               END-IF
               MOVE FINAL-DED-STOPPED TO WS-FS-COUNT
               MOVE SPACES TO FINAL-STATEMENT-LINE
               STRING "RECURRING DEDUCTIONS STOPPED: "
                   DELIMITED BY SIZE
                   WS-FS-COUNT DELIMITED BY SIZE
                   INTO FINAL-STATEMENT-LINE
               WRITE FINAL-STATEMENT-LINE
           END-IF.

           MOVE "NET PAY" TO WS-FS-LABEL.
           MOVE NET-PAY TO WS-FS-AMOUNT.
           PERFORM WRITE-FINAL-AMOUNT-LINE.

           MOVE CURRENT-CHECK-NUMBER TO WS-CHK-NUMBER.
           MOVE SPACES TO FINAL-STATEMENT-LINE.
           IF FINAL-FORCED-CHECK = 'YES'
               STRING "PAID BY CHECK NO " DELIMITED BY SIZE
                   WS-CHK-NUMBER DELIMITED BY SIZE
                   " - DEADLINE PRECEDES NEXT ACH DATE"
                   DELIMITED BY SIZE
                   INTO FINAL-STATEMENT-LINE
           ELSE
           IF PAY-METHOD = 'C'
               STRING "PAID BY CHECK NO " DELIMITED BY SIZE
                   WS-CHK-NUMBER DELIMITED BY SIZE
                   INTO FINAL-STATEMENT-LINE
           ELSE
               STRING "PAID BY DIRECT DEPOSIT ON " DELIMITED BY SIZE
                   RC-NEXT-ACH-DATE DELIMITED BY SIZE
                   INTO FINAL-STATEMENT-LINE
           END-IF
           END-IF.
           WRITE FINAL-STATEMENT-LINE.

           IF FINAL-DEADLINE-MISSED = 'YES'
               MOVE SPACES TO FINAL-STATEMENT-LINE
               STRING "*** STATE FINAL PAY DEADLINE MISSED - "
                   DELIMITED BY SIZE
                   "PENALTY EXPOSURE ***" DELIMITED BY SIZE
                   INTO FINAL-STATEMENT-LINE
               WRITE FINAL-STATEMENT-LINE
           END-IF.

           MOVE SPACES TO FINAL-STATEMENT-LINE.
           WRITE FINAL-STATEMENT-LINE.

       WRITE-FINAL-STATEMENT-REJECT.
           PERFORM WRITE-FINAL-STATEMENT-HEADER.

           MOVE SPACES TO FINAL-STATEMENT-LINE.
           STRING "NOT PAID - " DELIMITED BY SIZE
               REJ-REASON-TEXT DELIMITED BY SIZE
               INTO FINAL-STATEMENT-LINE.
           WRITE FINAL-STATEMENT-LINE.

           MOVE SPACES TO FINAL-STATEMENT-LINE.
           STRING "EMPLOYEE KEPT ON FINAL PAY QUEUE FOR NEXT RUN"
               DELIMITED BY SIZE
               INTO FINAL-STATEMENT-LINE.
           WRITE FINAL-STATEMENT-LINE.

           MOVE SPACES TO FINAL-STATEMENT-LINE.
           WRITE FINAL-STATEMENT-LINE.

       WRITE-FINAL-STATEMENT-HEADER.
           MOVE STUB-RULE-LINE TO FINAL-STATEMENT-LINE.
           WRITE FINAL-STATEMENT-LINE.

           MOVE SPACES TO FINAL-STATEMENT-LINE.
           STRING "TERMINATION SETTLEMENT STATEMENT" DELIMITED BY SIZE
               "    CHECK DATE: " DELIMITED BY SIZE
               WS-CHECK-DATE-DISPLAY DELIMITED BY SIZE
               INTO FINAL-STATEMENT-LINE.
           WRITE FINAL-STATEMENT-LINE.

           MOVE EMP-ID TO WS-STB-EMP-ID.
           MOVE SPACES TO FINAL-STATEMENT-LINE.
           STRING "EMP " DELIMITED BY SIZE
               WS-STB-EMP-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EMP-NAME DELIMITED BY SIZE
               " DEPT " DELIMITED BY SIZE
               DEPT-CODE DELIMITED BY SIZE
               " STATE " DELIMITED BY SIZE
               WORK-STATE-CODE DELIMITED BY SIZE
               INTO FINAL-STATEMENT-LINE.
           WRITE FINAL-STATEMENT-LINE.

       WRITE-FINAL-AMOUNT-LINE.
           MOVE SPACES TO FINAL-STATEMENT-LINE.
           STRING WS-FS-LABEL DELIMITED BY SIZE
               "                          " DELIMITED BY SIZE
               WS-FS-AMOUNT DELIMITED BY SIZE
               INTO FINAL-STATEMENT-LINE.
           WRITE FINAL-STATEMENT-LINE.

       WRITE-FINAL-PAYOUT-LINE.
           MOVE FINAL-PAYOUT-RATE TO WS-FS-RATE.
           MOVE SPACES TO FINAL-STATEMENT-LINE.
           STRING WS-FS-LABEL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FS-HOURS DELIMITED BY SIZE
               " HRS @ " DELIMITED BY SIZE
               WS-FS-RATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-FS-AMOUNT DELIMITED BY SIZE
               INTO FINAL-STATEMENT-LINE.
           WRITE FINAL-STATEMENT-LINE.

       WRITE-FINAL-HOURS-LINE.
           MOVE SPACES TO FINAL-STATEMENT-LINE.
           STRING WS-FS-LABEL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FS-HOURS DELIMITED BY SIZE
               " HRS" DELIMITED BY SIZE
               INTO FINAL-STATEMENT-LINE.
           WRITE FINAL-STATEMENT-LINE.

       PRINT-FINAL-PAY-TOTALS.
           MOVE STUB-RULE-LINE TO FINAL-STATEMENT-LINE.
           WRITE FINAL-STATEMENT-LINE.

           MOVE SPACES TO FINAL-STATEMENT-LINE.
           STRING "FINAL PAY RUN TOTALS" DELIMITED BY SIZE
               INTO FINAL-STATEMENT-LINE.
           WRITE FINAL-STATEMENT-LINE.

           MOVE FINAL-PAID-COUNT TO WS-FS-COUNT.
           MOVE SPACES TO FINAL-STATEMENT-LINE.
           STRING "FINAL PAYMENTS ISSUED:     " DELIMITED BY SIZE
               WS-FS-COUNT DELIMITED BY SIZE
               INTO FINAL-STATEMENT-LINE.
           WRITE FINAL-STATEMENT-LINE.

           MOVE FINAL-FORCED-COUNT TO WS-FS-COUNT.
           MOVE SPACES TO FINAL-STATEMENT-LINE.
           STRING "FORCED TO PAPER CHECK:     " DELIMITED BY SIZE
               WS-FS-COUNT DELIMITED BY SIZE
               INTO FINAL-STATEMENT-LINE.
           WRITE FINAL-STATEMENT-LINE.

           MOVE FINAL-MISSED-COUNT TO WS-FS-COUNT.
           MOVE SPACES TO FINAL-STATEMENT-LINE.
           STRING "STATE DEADLINES MISSED:    " DELIMITED BY SIZE
               WS-FS-COUNT DELIMITED BY SIZE
               INTO FINAL-STATEMENT-LINE.
           WRITE FINAL-STATEMENT-LINE.

           MOVE FINAL-HOLD-COUNT TO WS-FS-COUNT.
           MOVE SPACES TO FINAL-STATEMENT-LINE.
           STRING "REJECTED - KEPT ON QUEUE:  " DELIMITED BY SIZE
               WS-FS-COUNT DELIMITED BY SIZE
               INTO FINAL-STATEMENT-LINE.
           WRITE FINAL-STATEMENT-LINE.

           MOVE "LEAVE PAYOUT TOTAL" TO WS-FS-LABEL.
           MOVE FINAL-PAYOUT-TOTAL TO WS-FS-AMOUNT.
           PERFORM WRITE-FINAL-AMOUNT-LINE.

           MOVE "LOAN BALANCES NOT RECOVERED" TO WS-FS-LABEL.
           MOVE FINAL-UNRECOVERED-TOTAL TO WS-FS-AMOUNT.
           PERFORM WRITE-FINAL-AMOUNT-LINE.

           DISPLAY "FINAL PAYMENTS: " FINAL-PAID-COUNT
               "  FORCED TO CHECK: " FINAL-FORCED-COUNT
               "  DEADLINES MISSED: " FINAL-MISSED-COUNT.
           IF FINAL-MISSED-COUNT > 0
               DISPLAY "WARNING - " FINAL-MISSED-COUNT
                   " FINAL CHECKS PAST STATE DEADLINE"
           END-IF.
           IF FINAL-UNRECOVERED-TOTAL > 0
               DISPLAY "WARNING - LOAN BALANCES NOT RECOVERED: "
                   FINAL-UNRECOVERED-TOTAL " - SEE FINALSTM.TXT"
           END-IF.

       DISTRIBUTE-LABOR.
           MOVE 0 TO LABOR-CHARGE-COUNT.
           MOVE 1 TO LABOR-CHARGE-FIRST.
           IF TIMECARD-MODE = 'YES' AND TC-SUMMARY-COUNT > 0
               SEARCH ALL TC-SUMMARY
                   AT END MOVE 0 TO LABOR-CHARGE-COUNT
                   WHEN TCS-EMP-ID (TCS-IDX) = EMP-ID
                       MOVE TCS-CHARGE-FIRST (TCS-IDX)
                           TO LABOR-CHARGE-FIRST
                       MOVE TCS-CHARGE-COUNT (TCS-IDX)
                           TO LABOR-CHARGE-COUNT
               END-SEARCH
           END-IF.
           COMPUTE LABOR-CHARGE-LAST =
               LABOR-CHARGE-FIRST + LABOR-CHARGE-COUNT - 1.

           MOVE 0 TO LABOR-LEAVE-POOL.
           IF PAY-TYPE NOT = 'S'
               MOVE LEAVE-PAY TO LABOR-LEAVE-POOL
           END-IF.
           IF FINAL-RUN = 'YES'
               ADD FINAL-LEAVE-PAYOUT TO LABOR-LEAVE-POOL
           END-IF.
           COMPUTE LABOR-WORKED-POOL = GROSS-PAY - LABOR-LEAVE-POOL.

           IF PAY-TYPE = 'S'
               MOVE LABOR-WORKED-POOL TO LABOR-REG-POOL
               MOVE 0 TO LABOR-OT-POOL
               MOVE 0 TO LABOR-SHIFT-POOL
           ELSE
               COMPUTE LABOR-REG-POOL ROUNDED =
                   REGULAR-HOURS * HOURLY-RATE
               COMPUTE LABOR-BASE-OT-RATE ROUNDED = HOURLY-RATE * 1.5
               COMPUTE LABOR-BASE-DT-RATE ROUNDED = HOURLY-RATE * 2
               COMPUTE LABOR-OT-POOL =
                   (OVERTIME-HOURS * LABOR-BASE-OT-RATE)
                   + (DOUBLETIME-HOURS * LABOR-BASE-DT-RATE)
               COMPUTE LABOR-SHIFT-POOL = LABOR-WORKED-POOL
                   - LABOR-REG-POOL - LABOR-OT-POOL
               IF LABOR-SHIFT-POOL < 0
                   ADD LABOR-SHIFT-POOL TO LABOR-REG-POOL
                   MOVE 0 TO LABOR-SHIFT-POOL
               END-IF
           END-IF.

           MOVE 0 TO LABOR-TOTAL-HOURS.
           MOVE 0 TO LABOR-TOTAL-WEIGHT.
           PERFORM VARYING LABOR-SUB FROM LABOR-CHARGE-FIRST BY 1
               UNTIL LABOR-SUB > LABOR-CHARGE-LAST
               ADD TCC-HOURS (LABOR-SUB) TO LABOR-TOTAL-HOURS
               PERFORM COMPUTE-CHARGE-WEIGHT
               ADD LABOR-CHARGE-WEIGHT TO LABOR-TOTAL-WEIGHT
           END-PERFORM.
           IF LABOR-TOTAL-HOURS = 0
               MOVE 0 TO LABOR-CHARGE-COUNT
           END-IF.

           MOVE 0 TO LABOR-REG-DONE.
           MOVE 0 TO LABOR-OT-DONE.
           MOVE 0 TO LABOR-SHIFT-DONE.
           MOVE 0 TO LABOR-ER-DONE.

           IF LABOR-CHARGE-COUNT = 0
               MOVE DEPT-CODE TO LD-CHARGE-DEPT
               MOVE SPACES TO LD-PROJECT-CODE
               IF PAY-TYPE = 'S'
                   MOVE 0 TO LD-HOURS
               ELSE
                   MOVE PAY-HOURS TO LD-HOURS
               END-IF
               MOVE LABOR-REG-POOL TO LD-REGULAR
               MOVE LABOR-OT-POOL TO LD-OVERTIME
               MOVE LABOR-SHIFT-POOL TO LD-SHIFT
               MOVE LABOR-LEAVE-POOL TO LD-LEAVE
               MOVE ER-COST-TOTAL TO LD-ER-COST
               PERFORM WRITE-LABOR-DIST-RECORD
           ELSE
               PERFORM WRITE-LABOR-CHARGE
                   VARYING LABOR-SUB FROM LABOR-CHARGE-FIRST BY 1
                   UNTIL LABOR-SUB > LABOR-CHARGE-LAST
               IF LABOR-LEAVE-POOL > 0
                   MOVE DEPT-CODE TO LD-CHARGE-DEPT
                   MOVE SPACES TO LD-PROJECT-CODE
                   MOVE 0 TO LD-HOURS
                   MOVE 0 TO LD-REGULAR
                   MOVE 0 TO LD-OVERTIME
                   MOVE 0 TO LD-SHIFT
                   MOVE LABOR-LEAVE-POOL TO LD-LEAVE
                   COMPUTE LD-ER-COST = ER-COST-TOTAL - LABOR-ER-DONE
                   PERFORM WRITE-LABOR-DIST-RECORD
               END-IF
           END-IF.

       WRITE-LABOR-CHARGE.
           IF TCC-DEPT (LABOR-SUB) = SPACES
               MOVE DEPT-CODE TO LD-CHARGE-DEPT
           ELSE
               MOVE TCC-DEPT (LABOR-SUB) TO LD-CHARGE-DEPT
           END-IF.
           MOVE TCC-PROJECT (LABOR-SUB) TO LD-PROJECT-CODE.
           MOVE TCC-HOURS (LABOR-SUB) TO LD-HOURS.
           MOVE 0 TO LD-LEAVE.
           PERFORM COMPUTE-CHARGE-WEIGHT.

           IF LABOR-SUB = LABOR-CHARGE-LAST
               COMPUTE LD-REGULAR = LABOR-REG-POOL - LABOR-REG-DONE
               COMPUTE LD-OVERTIME = LABOR-OT-POOL - LABOR-OT-DONE
               COMPUTE LD-SHIFT = LABOR-SHIFT-POOL - LABOR-SHIFT-DONE
           ELSE
               COMPUTE LD-REGULAR = LABOR-REG-POOL
                   * TCC-HOURS (LABOR-SUB) / LABOR-TOTAL-HOURS
               COMPUTE LD-OVERTIME = LABOR-OT-POOL
                   * TCC-HOURS (LABOR-SUB) / LABOR-TOTAL-HOURS
               IF LABOR-TOTAL-WEIGHT > 0
                   COMPUTE LD-SHIFT = LABOR-SHIFT-POOL
                       * LABOR-CHARGE-WEIGHT / LABOR-TOTAL-WEIGHT
               ELSE
                   COMPUTE LD-SHIFT = LABOR-SHIFT-POOL
                       * TCC-HOURS (LABOR-SUB) / LABOR-TOTAL-HOURS
               END-IF
           END-IF.
           ADD LD-REGULAR TO LABOR-REG-DONE.
           ADD LD-OVERTIME TO LABOR-OT-DONE.
           ADD LD-SHIFT TO LABOR-SHIFT-DONE.

           IF LABOR-SUB = LABOR-CHARGE-LAST
               AND LABOR-LEAVE-POOL = 0
               COMPUTE LD-ER-COST = ER-COST-TOTAL - LABOR-ER-DONE
           ELSE
               IF GROSS-PAY > 0
                   COMPUTE LD-ER-COST = ER-COST-TOTAL
                       * (LD-REGULAR + LD-OVERTIME + LD-SHIFT)
                       / GROSS-PAY
               ELSE
                   MOVE 0 TO LD-ER-COST
               END-IF
           END-IF.
           ADD LD-ER-COST TO LABOR-ER-DONE.

           PERFORM WRITE-LABOR-DIST-RECORD.

       COMPUTE-CHARGE-WEIGHT.
           COMPUTE LABOR-CHARGE-WEIGHT =
               (TCC-SHIFT-HOURS (LABOR-SUB 1) * SHIFT-PREM-PCT (1))
               + (TCC-SHIFT-HOURS (LABOR-SUB 2) * SHIFT-PREM-PCT (2))
               + (TCC-SHIFT-HOURS (LABOR-SUB 3) * SHIFT-PREM-PCT (3)).

       WRITE-LABOR-DIST-RECORD.
           MOVE EMP-ID TO LD-EMP-ID.
           MOVE DEPT-CODE TO LD-HOME-DEPT.
           MOVE RC-CHECK-DATE TO LD-CHECK-DATE.
           MOVE RC-RUN-NUMBER TO LD-RUN-NUMBER.
           WRITE LABOR-DIST-RECORD.

       PRINT-LABOR-DISTRIBUTION.
           CLOSE LABOR-DIST-FILE.
           SORT LABOR-SORT-FILE
               ON ASCENDING KEY LDS-CHARGE-DEPT LDS-PROJECT-CODE
                   LDS-EMP-ID
               USING LABOR-DIST-FILE
               GIVING SORTED-LABOR-FILE.

           OPEN INPUT SORTED-LABOR-FILE.
           OPEN OUTPUT LABOR-DIST-REPORT.
           PERFORM PRINT-LABOR-HEADER.

           MOVE 'NO ' TO LABOR-GROUP-OPEN.
           MOVE 0 TO LABOR-DEPT-GROSS.
           MOVE 0 TO LABOR-DEPT-ER.
           PERFORM READ-SORTED-LABOR.
           PERFORM UNTIL LABOR-EOF-FLAG = 'YES'
               IF LABOR-GROUP-OPEN = 'YES'
                   AND (SLD-CHARGE-DEPT NOT = LABOR-PRIOR-DEPT
                   OR SLD-PROJECT-CODE NOT = LABOR-PRIOR-PROJECT)
                   PERFORM FINISH-LABOR-GROUP
                   IF SLD-CHARGE-DEPT NOT = LABOR-PRIOR-DEPT
                       PERFORM FINISH-LABOR-DEPT
                   END-IF
               END-IF
               IF LABOR-GROUP-OPEN NOT = 'YES'
                   PERFORM START-LABOR-GROUP
               END-IF
               PERFORM ADD-LABOR-DETAIL
               PERFORM READ-SORTED-LABOR
           END-PERFORM.
           IF LABOR-GROUP-OPEN = 'YES'
               PERFORM FINISH-LABOR-GROUP
               PERFORM FINISH-LABOR-DEPT
           END-IF.

           PERFORM PRINT-LABOR-TOTALS.

           CLOSE SORTED-LABOR-FILE.
           CLOSE LABOR-DIST-REPORT.

       READ-SORTED-LABOR.
           READ SORTED-LABOR-FILE
               AT END MOVE 'YES' TO LABOR-EOF-FLAG
           END-READ.

       PRINT-LABOR-HEADER.
           MOVE SPACES TO LABOR-DIST-LINE.
           STRING "LABOR DISTRIBUTION   PAY DATE: " DELIMITED BY SIZE
               WS-CHECK-DATE-DISPLAY DELIMITED BY SIZE
               "   RUN " DELIMITED BY SIZE
               RC-RUN-NUMBER DELIMITED BY SIZE
               "   PRINTED: " DELIMITED BY SIZE
               WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
               INTO LABOR-DIST-LINE.
           WRITE LABOR-DIST-LINE.

           MOVE SPACES TO LABOR-DIST-LINE.
           WRITE LABOR-DIST-LINE.

           MOVE SPACES TO LABOR-DIST-LINE.
           STRING "DEPT  PROJECT  EMP ID  HOME      HOURS"
               DELIMITED BY SIZE
               "         REGULAR        OVERTIME           SHIFT"
               DELIMITED BY SIZE
               "           LEAVE         ER COST" DELIMITED BY SIZE
               INTO LABOR-DIST-LINE.
           WRITE LABOR-DIST-LINE.

       START-LABOR-GROUP.
           MOVE 'YES' TO LABOR-GROUP-OPEN.
           MOVE SLD-CHARGE-DEPT TO LABOR-PRIOR-DEPT.
           MOVE SLD-PROJECT-CODE TO LABOR-PRIOR-PROJECT.
           MOVE 0 TO LABOR-GRP-HOURS.
           MOVE 0 TO LABOR-GRP-REGULAR.
           MOVE 0 TO LABOR-GRP-OVERTIME.
           MOVE 0 TO LABOR-GRP-SHIFT.
           MOVE 0 TO LABOR-GRP-LEAVE.
           MOVE 0 TO LABOR-GRP-ER.

       ADD-LABOR-DETAIL.
           ADD SLD-HOURS TO LABOR-GRP-HOURS.
           ADD SLD-REGULAR TO LABOR-GRP-REGULAR.
           ADD SLD-OVERTIME TO LABOR-GRP-OVERTIME.
           ADD SLD-SHIFT TO LABOR-GRP-SHIFT.
           ADD SLD-LEAVE TO LABOR-GRP-LEAVE.
           ADD SLD-ER-COST TO LABOR-GRP-ER.

           MOVE SLD-EMP-ID TO WS-LD-EMP-ID.
           MOVE SLD-HOURS TO WS-LD-HOURS.
           MOVE SLD-REGULAR TO WS-LD-REGULAR.
           MOVE SLD-OVERTIME TO WS-LD-OVERTIME.
           MOVE SLD-SHIFT TO WS-LD-SHIFT.
           MOVE SLD-LEAVE TO WS-LD-LEAVE.
           MOVE SLD-ER-COST TO WS-LD-ER.
           MOVE SPACES TO LABOR-DIST-LINE.
           STRING SLD-CHARGE-DEPT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SLD-PROJECT-CODE DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-LD-EMP-ID DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               SLD-HOME-DEPT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LD-HOURS DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-LD-REGULAR DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-LD-OVERTIME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-LD-SHIFT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-LD-LEAVE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-LD-ER DELIMITED BY SIZE
               INTO LABOR-DIST-LINE.
           WRITE LABOR-DIST-LINE.

       FINISH-LABOR-GROUP.
           COMPUTE LABOR-GRP-GROSS = LABOR-GRP-REGULAR
               + LABOR-GRP-OVERTIME + LABOR-GRP-SHIFT
               + LABOR-GRP-LEAVE.
           PERFORM WRITE-GL-LABOR-DEBIT.

           ADD LABOR-GRP-HOURS TO LABOR-RUN-HOURS.
           ADD LABOR-GRP-GROSS TO LABOR-RUN-GROSS.
           ADD LABOR-GRP-ER TO LABOR-RUN-ER.
           ADD LABOR-GRP-GROSS TO LABOR-DEPT-GROSS.
           ADD LABOR-GRP-ER TO LABOR-DEPT-ER.

           MOVE LABOR-GRP-HOURS TO WS-LD-HOURS.
           MOVE LABOR-GRP-REGULAR TO WS-LD-REGULAR.
           MOVE LABOR-GRP-OVERTIME TO WS-LD-OVERTIME.
           MOVE LABOR-GRP-SHIFT TO WS-LD-SHIFT.
           MOVE LABOR-GRP-LEAVE TO WS-LD-LEAVE.
           MOVE LABOR-GRP-ER TO WS-LD-ER.
           MOVE SPACES TO LABOR-DIST-LINE.
           STRING LABOR-PRIOR-DEPT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               LABOR-PRIOR-PROJECT DELIMITED BY SIZE
               "   TOTAL       " DELIMITED BY SIZE
               WS-LD-HOURS DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-LD-REGULAR DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-LD-OVERTIME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-LD-SHIFT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-LD-LEAVE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-LD-ER DELIMITED BY SIZE
               INTO LABOR-DIST-LINE.
           WRITE LABOR-DIST-LINE.
           MOVE SPACES TO LABOR-DIST-LINE.
           WRITE LABOR-DIST-LINE.

           MOVE 'NO ' TO LABOR-GROUP-OPEN.

       FINISH-LABOR-DEPT.
           MOVE LABOR-DEPT-GROSS TO WS-LD-GROSS.
           MOVE LABOR-DEPT-ER TO WS-LD-ER.
           MOVE SPACES TO LABOR-DIST-LINE.
           STRING "DEPT " DELIMITED BY SIZE
               LABOR-PRIOR-DEPT DELIMITED BY SIZE
               " CHARGED GROSS: " DELIMITED BY SIZE
               WS-LD-GROSS DELIMITED BY SIZE
               "  ER COST: " DELIMITED BY SIZE
               WS-LD-ER DELIMITED BY SIZE
               INTO LABOR-DIST-LINE.
           WRITE LABOR-DIST-LINE.
           MOVE SPACES TO LABOR-DIST-LINE.
           WRITE LABOR-DIST-LINE.

           MOVE 0 TO LABOR-DEPT-GROSS.
           MOVE 0 TO LABOR-DEPT-ER.

       PRINT-LABOR-TOTALS.
           COMPUTE LABOR-REGISTER-ER = RUN-ER-FICA-TOTAL
               + RUN-FUTA-TOTAL + RUN-SUTA-TOTAL + RUN-MATCH-TOTAL.

           MOVE LABOR-RUN-HOURS TO WS-LD-HOURS.
           MOVE SPACES TO LABOR-DIST-LINE.
           STRING "DISTRIBUTED HOURS:    " DELIMITED BY SIZE
               WS-LD-HOURS DELIMITED BY SIZE
               INTO LABOR-DIST-LINE.
           WRITE LABOR-DIST-LINE.

           MOVE LABOR-RUN-GROSS TO WS-LD-GROSS.
           MOVE TOTAL-GROSS-PAY TO WS-LD-REGULAR.
           MOVE SPACES TO LABOR-DIST-LINE.
           STRING "DISTRIBUTED GROSS: " DELIMITED BY SIZE
               WS-LD-GROSS DELIMITED BY SIZE
               "   REGISTER GROSS: " DELIMITED BY SIZE
               WS-LD-REGULAR DELIMITED BY SIZE
               INTO LABOR-DIST-LINE.
           WRITE LABOR-DIST-LINE.

           MOVE LABOR-RUN-ER TO WS-LD-GROSS.
           MOVE LABOR-REGISTER-ER TO WS-LD-REGULAR.
           MOVE SPACES TO LABOR-DIST-LINE.
           STRING "DISTRIBUTED ER COST: " DELIMITED BY SIZE
               WS-LD-GROSS DELIMITED BY SIZE
               " REGISTER ER COST: " DELIMITED BY SIZE
               WS-LD-REGULAR DELIMITED BY SIZE
               INTO LABOR-DIST-LINE.
           WRITE LABOR-DIST-LINE.

           IF LABOR-RUN-GROSS NOT = TOTAL-GROSS-PAY
               OR LABOR-RUN-ER NOT = LABOR-REGISTER-ER
               MOVE SPACES TO LABOR-DIST-LINE
               STRING "*** LABOR DISTRIBUTION DOES NOT TIE TO "
                   DELIMITED BY SIZE
                   "REGISTER ***" DELIMITED BY SIZE
                   INTO LABOR-DIST-LINE
               WRITE LABOR-DIST-LINE
               DISPLAY "WARNING - LABOR DISTRIBUTION DOES NOT TIE "
                   "TO REGISTER - SEE LABDIST.TXT"
           END-IF.

       LOAD-VARIANCE-TOLERANCES.
           MOVE 'NO ' TO VAR-TOL-EOF.
           OPEN INPUT VARIANCE-TOLERANCE-FILE.
           IF VAR-TOL-STATUS NOT = '00'
               DISPLAY "No variance tolerance file - default "
                   "tolerances used."
           ELSE
               PERFORM READ-VARIANCE-TOLERANCE
               PERFORM UNTIL VAR-TOL-EOF = 'YES'
                   IF VT-PERCENT NOT NUMERIC
                       OR VT-MINIMUM NOT NUMERIC
                       DISPLAY "VARIANCE TOLERANCE INVALID FOR "
                           VT-ITEM " - ROW IGNORED"
                   ELSE
                   IF VT-ITEM = 'GROSS'
                       MOVE VT-PERCENT TO TOL-GROSS-PCT
                       MOVE VT-MINIMUM TO TOL-GROSS-MIN
                   ELSE
                   IF VT-ITEM = 'NET'
                       MOVE VT-PERCENT TO TOL-NET-PCT
                       MOVE VT-MINIMUM TO TOL-NET-MIN
                   ELSE
                   IF VT-ITEM = 'HOURS'
                       MOVE VT-PERCENT TO TOL-HOURS-PCT
                       MOVE VT-MINIMUM TO TOL-HOURS-MIN
                   ELSE
                   IF VT-ITEM = 'TAXES'
                       MOVE VT-PERCENT TO TOL-TAXES-PCT
                       MOVE VT-MINIMUM TO TOL-TAXES-MIN
                   ELSE
                       DISPLAY "VARIANCE TOLERANCE ITEM UNKNOWN: "
                           VT-ITEM " - ROW IGNORED"
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
                   PERFORM READ-VARIANCE-TOLERANCE
               END-PERFORM
               CLOSE VARIANCE-TOLERANCE-FILE
           END-IF.

       READ-VARIANCE-TOLERANCE.
           READ VARIANCE-TOLERANCE-FILE
               AT END MOVE 'YES' TO VAR-TOL-EOF
           END-READ.

       LOAD-PRIOR-PAY.
           MOVE 0 TO PRIOR-PAY-COUNT.
           OPEN INPUT PAY-HISTORY-FILE.
           IF PAY-HISTORY-STATUS NOT = '00'
               DISPLAY "No pay history - every employee will be "
                   "reported as new."
           ELSE
               MOVE 'NO ' TO PRIOR-PAY-EOF
               PERFORM READ-PRIOR-HISTORY
               PERFORM UNTIL PRIOR-PAY-EOF = 'YES'
                   PERFORM KEEP-PRIOR-PAY
                   PERFORM READ-PRIOR-HISTORY
               END-PERFORM
               CLOSE PAY-HISTORY-FILE
               DISPLAY "Prior pay loaded for " PRIOR-PAY-COUNT
                   " employees"
           END-IF.

       READ-PRIOR-HISTORY.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END MOVE 'YES' TO PRIOR-PAY-EOF
           END-READ.

       KEEP-PRIOR-PAY.
           MOVE 'YES' TO PRIOR-PAY-NEW-EMP.
           IF PRIOR-PAY-COUNT > 0
               IF PH-EMP-ID = PPE-EMP-ID (PRIOR-PAY-COUNT)
                   MOVE 'NO ' TO PRIOR-PAY-NEW-EMP
               END-IF
           END-IF.

           IF PRIOR-PAY-NEW-EMP = 'YES'
               IF PRIOR-PAY-COUNT >= 25000
                   DISPLAY "MORE THAN 25000 EMPLOYEES IN PAY HISTORY"
                       " - VARIANCE TABLE FULL."
                   DISPLAY "PAYROLL RUN ABANDONED."
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO PRIOR-PAY-COUNT
               MOVE PH-EMP-ID TO PPE-EMP-ID (PRIOR-PAY-COUNT)
               MOVE SPACE TO PPE-STATUS (PRIOR-PAY-COUNT)
           END-IF.

           MOVE PH-EMP-NAME TO PPE-EMP-NAME (PRIOR-PAY-COUNT).
           MOVE PH-CHECK-DATE TO PPE-CHECK-DATE (PRIOR-PAY-COUNT).
           MOVE PH-RUN-MODE TO PPE-RUN-MODE (PRIOR-PAY-COUNT).
           MOVE PH-GROSS-PAY TO PPE-GROSS (PRIOR-PAY-COUNT).
           MOVE PH-NET-PAY TO PPE-NET (PRIOR-PAY-COUNT).
           COMPUTE PPE-HOURS (PRIOR-PAY-COUNT) =
               PH-REGULAR-HOURS + PH-OVERTIME-HOURS
               + PH-DOUBLETIME-HOURS + PH-VAC-HOURS
               + PH-SICK-HOURS + PH-HOL-HOURS.
           COMPUTE PPE-TAXES (PRIOR-PAY-COUNT) =
               PH-FED-TAX + PH-STATE-TAX
               + PH-SS-TAX + PH-MED-TAX.

       FIND-PRIOR-PAY.
           MOVE 'NO ' TO PRIOR-PAY-FOUND.
           IF PRIOR-PAY-COUNT > 0
               SEARCH ALL PRIOR-PAY-ENTRY
                   AT END MOVE 'NO ' TO PRIOR-PAY-FOUND
                   WHEN PPE-EMP-ID (PPE-IDX) = EMP-ID
                       MOVE 'YES' TO PRIOR-PAY-FOUND
               END-SEARCH
           END-IF.

       MARK-PRIOR-OTHER-GROUP.
           PERFORM FIND-PRIOR-PAY.
           IF PRIOR-PAY-FOUND = 'YES'
               IF PPE-STATUS (PPE-IDX) = SPACE
                   MOVE 'O' TO PPE-STATUS (PPE-IDX)
               END-IF
           END-IF.

       PRINT-VARIANCE-HEADER.
           MOVE SPACES TO VARIANCE-LINE.
           STRING "PAYROLL PREVIEW VARIANCE REPORT - NOTHING POSTED"
               DELIMITED BY SIZE
               INTO VARIANCE-LINE.
           WRITE VARIANCE-LINE.

           MOVE SPACES TO VARIANCE-LINE.
           STRING "RUN " DELIMITED BY SIZE
               RC-RUN-NUMBER DELIMITED BY SIZE
               "   PERIOD END " DELIMITED BY SIZE
               RC-PERIOD-END-DATE DELIMITED BY SIZE
               "   CHECK DATE " DELIMITED BY SIZE
               WS-CHECK-DATE-DISPLAY DELIMITED BY SIZE
               "   PAY GROUP " DELIMITED BY SIZE
               RC-PAY-GROUP DELIMITED BY SIZE
               "   PRINTED " DELIMITED BY SIZE
               WS-RUN-DATE-DISPLAY DELIMITED BY SIZE
               INTO VARIANCE-LINE.
           WRITE VARIANCE-LINE.

           MOVE SPACES TO VARIANCE-LINE.
           STRING "TOLERANCES (PCT OF PRIOR / MINIMUM CHANGE):"
               DELIMITED BY SIZE
               INTO VARIANCE-LINE.
           WRITE VARIANCE-LINE.

           MOVE TOL-GROSS-PCT TO WS-VAR-PCT.
           MOVE TOL-GROSS-MIN TO WS-VAR-MIN.
           MOVE SPACES TO VARIANCE-LINE.
           STRING "  GROSS " DELIMITED BY SIZE
               WS-VAR-PCT DELIMITED BY SIZE
               "% / " DELIMITED BY SIZE
               WS-VAR-MIN DELIMITED BY SIZE
               INTO VARIANCE-LINE.
           MOVE TOL-NET-PCT TO WS-VAR-PCT.
           MOVE TOL-NET-MIN TO WS-VAR-MIN.
           STRING "    NET " DELIMITED BY SIZE
               WS-VAR-PCT DELIMITED BY SIZE
               "% / " DELIMITED BY SIZE
               WS-VAR-MIN DELIMITED BY SIZE
               INTO VARIANCE-LINE (30:).
           MOVE TOL-HOURS-PCT TO WS-VAR-PCT.
           MOVE TOL-HOURS-MIN TO WS-VAR-MIN.
           STRING "    HOURS " DELIMITED BY SIZE
               WS-VAR-PCT DELIMITED BY SIZE
               "% / " DELIMITED BY SIZE
               WS-VAR-MIN DELIMITED BY SIZE
               INTO VARIANCE-LINE (59:).
           MOVE TOL-TAXES-PCT TO WS-VAR-PCT.
           MOVE TOL-TAXES-MIN TO WS-VAR-MIN.
           STRING "    TAXES " DELIMITED BY SIZE
               WS-VAR-PCT DELIMITED BY SIZE
               "% / " DELIMITED BY SIZE
               WS-VAR-MIN DELIMITED BY SIZE
               INTO VARIANCE-LINE (90:).
           WRITE VARIANCE-LINE.

           MOVE SPACES TO VARIANCE-LINE.
           STRING "FLAGS: NEW=NO PRIOR PAY  REJ=REJECTED  "
               DELIMITED BY SIZE
               "MISS=NOT IN THIS RUN  GRS/NET/HRS/TAX=SWING  "
               DELIMITED BY SIZE
               "ZERO/NEG=NO NET PAY" DELIMITED BY SIZE
               INTO VARIANCE-LINE.
           WRITE VARIANCE-LINE.

           MOVE SPACES TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.

           MOVE SPACES TO VARIANCE-LINE.
           STRING "EMPNO  NAME                            ROW    "
               DELIMITED BY SIZE
               "       GROSS           NET    HOURS         TAXES"
               DELIMITED BY SIZE
               "  FLAGS" DELIMITED BY SIZE
               INTO VARIANCE-LINE.
           WRITE VARIANCE-LINE.

       WRITE-VARIANCE-DETAIL.
           ADD 1 TO VAR-PAID-COUNT.
           MOVE SPACES TO VAR-FLAGS.
           IF PAY-TYPE = 'S'
               MOVE 0 TO VAR-CUR-HOURS
           ELSE
               COMPUTE VAR-CUR-HOURS =
                   REGULAR-HOURS + OVERTIME-HOURS
                   + DOUBLETIME-HOURS + VAC-TAKEN-HOURS
                   + SICK-TAKEN-HOURS + HOL-TAKEN-HOURS
           END-IF.
           COMPUTE VAR-CUR-TAXES = FEDERAL-TAX + STATE-TAX
               + SOC-SEC-TAX + MEDICARE-TAX.

           PERFORM FIND-PRIOR-PAY.
           IF PRIOR-PAY-FOUND = 'YES'
               MOVE 'P' TO PPE-STATUS (PPE-IDX)
               PERFORM COMPARE-PRIOR-PAY
           ELSE
               MOVE 'NEW' TO VAR-FLAG-STATUS
               ADD 1 TO VAR-NEW-COUNT
           END-IF.

           IF NET-PAY = 0
               IF NET-PAY-SHORT = 'YES'
                   MOVE 'NEG' TO VAR-FLAG-NET-PAY
               ELSE
                   MOVE 'ZERO' TO VAR-FLAG-NET-PAY
               END-IF
               ADD 1 TO VAR-NO-NET-COUNT
           END-IF.

           IF VAR-FLAGS NOT = SPACES
               ADD 1 TO VAR-FLAGGED-COUNT
           END-IF.

           MOVE EMP-ID TO WS-VAR-EMP-ID.
           MOVE GROSS-PAY TO WS-VAR-GROSS.
           MOVE NET-PAY TO WS-VAR-NET.
           MOVE VAR-CUR-HOURS TO WS-VAR-HOURS.
           MOVE VAR-CUR-TAXES TO WS-VAR-TAXES.
           MOVE SPACES TO VARIANCE-LINE.
           STRING WS-VAR-EMP-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EMP-NAME DELIMITED BY SIZE
               "  THIS   " DELIMITED BY SIZE
               WS-VAR-GROSS DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-VAR-NET DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-VAR-HOURS DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-VAR-TAXES DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               VAR-FLAG-STATUS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VAR-FLAG-GROSS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VAR-FLAG-NET DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VAR-FLAG-HOURS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VAR-FLAG-TAXES DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               VAR-FLAG-NET-PAY DELIMITED BY SIZE
               INTO VARIANCE-LINE.
           WRITE VARIANCE-LINE.

           IF PRIOR-PAY-FOUND = 'YES'
               PERFORM WRITE-VARIANCE-PRIOR-LINE
           END-IF.

       COMPARE-PRIOR-PAY.
           ADD GROSS-PAY TO VAR-COMPARED-GROSS.
           ADD NET-PAY TO VAR-COMPARED-NET.
           ADD PPE-GROSS (PPE-IDX) TO VAR-PRIOR-GROSS.
           ADD PPE-NET (PPE-IDX) TO VAR-PRIOR-NET.

           MOVE GROSS-PAY TO VAR-CURRENT.
           MOVE PPE-GROSS (PPE-IDX) TO VAR-PRIOR.
           MOVE TOL-GROSS-PCT TO VAR-PCT.
           MOVE TOL-GROSS-MIN TO VAR-MINIMUM.
           PERFORM TEST-VARIANCE.
           IF VAR-SWING = 'YES'
               MOVE 'GRS' TO VAR-FLAG-GROSS
               ADD 1 TO VAR-GROSS-COUNT
           END-IF.

           MOVE NET-PAY TO VAR-CURRENT.
           MOVE PPE-NET (PPE-IDX) TO VAR-PRIOR.
           MOVE TOL-NET-PCT TO VAR-PCT.
           MOVE TOL-NET-MIN TO VAR-MINIMUM.
           PERFORM TEST-VARIANCE.
           IF VAR-SWING = 'YES'
               MOVE 'NET' TO VAR-FLAG-NET
               ADD 1 TO VAR-NET-COUNT
           END-IF.

           MOVE VAR-CUR-HOURS TO VAR-CURRENT.
           MOVE PPE-HOURS (PPE-IDX) TO VAR-PRIOR.
           MOVE TOL-HOURS-PCT TO VAR-PCT.
           MOVE TOL-HOURS-MIN TO VAR-MINIMUM.
           PERFORM TEST-VARIANCE.
           IF VAR-SWING = 'YES'
               MOVE 'HRS' TO VAR-FLAG-HOURS
               ADD 1 TO VAR-HOURS-COUNT
           END-IF.

           MOVE VAR-CUR-TAXES TO VAR-CURRENT.
           MOVE PPE-TAXES (PPE-IDX) TO VAR-PRIOR.
           MOVE TOL-TAXES-PCT TO VAR-PCT.
           MOVE TOL-TAXES-MIN TO VAR-MINIMUM.
           PERFORM TEST-VARIANCE.
           IF VAR-SWING = 'YES'
               MOVE 'TAX' TO VAR-FLAG-TAXES
               ADD 1 TO VAR-TAXES-COUNT
           END-IF.

       TEST-VARIANCE.
           MOVE 'NO ' TO VAR-SWING.
           COMPUTE VAR-CHANGE = VAR-CURRENT - VAR-PRIOR.
           IF VAR-CHANGE < 0
               COMPUTE VAR-CHANGE = 0 - VAR-CHANGE
           END-IF.
           COMPUTE VAR-LIMIT ROUNDED = VAR-PRIOR * VAR-PCT / 100.
           IF VAR-CHANGE > VAR-MINIMUM
               AND VAR-CHANGE > VAR-LIMIT
               MOVE 'YES' TO VAR-SWING
           END-IF.

       WRITE-VARIANCE-PRIOR-LINE.
           MOVE PPE-CHECK-DATE (PPE-IDX) TO VAR-DATE-WORK.
           MOVE SPACES TO WS-VAR-DATE.
           STRING VAR-DATE-MM DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               VAR-DATE-DD DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               VAR-DATE-YYYY DELIMITED BY SIZE
               INTO WS-VAR-DATE.
           MOVE PPE-GROSS (PPE-IDX) TO WS-VAR-GROSS.
           MOVE PPE-NET (PPE-IDX) TO WS-VAR-NET.
           MOVE PPE-HOURS (PPE-IDX) TO WS-VAR-HOURS.
           MOVE PPE-TAXES (PPE-IDX) TO WS-VAR-TAXES.
           MOVE SPACES TO VARIANCE-LINE.
           STRING VAR-INDENT DELIMITED BY SIZE
               "  PRIOR  " DELIMITED BY SIZE
               WS-VAR-GROSS DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-VAR-NET DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-VAR-HOURS DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-VAR-TAXES DELIMITED BY SIZE
               "  PAID " DELIMITED BY SIZE
               WS-VAR-DATE DELIMITED BY SIZE
               INTO VARIANCE-LINE.
           WRITE VARIANCE-LINE.

       WRITE-VARIANCE-REJECT.
           ADD 1 TO VAR-REJECT-COUNT.
           ADD 1 TO VAR-FLAGGED-COUNT.
           PERFORM FIND-PRIOR-PAY.
           IF PRIOR-PAY-FOUND = 'YES'
               IF PPE-STATUS (PPE-IDX) NOT = 'P'
                   MOVE 'R' TO PPE-STATUS (PPE-IDX)
               END-IF
           END-IF.

           MOVE EMP-ID TO WS-VAR-EMP-ID.
           MOVE SPACES TO VARIANCE-LINE.
           STRING WS-VAR-EMP-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               EMP-NAME DELIMITED BY SIZE
               "  REJ    " DELIMITED BY SIZE
               REJ-REASON-TEXT DELIMITED BY SIZE
               INTO VARIANCE-LINE.
           MOVE "REJ" TO VARIANCE-LINE (98:3).
           WRITE VARIANCE-LINE.

           IF PRIOR-PAY-FOUND = 'YES'
               PERFORM WRITE-VARIANCE-PRIOR-LINE
           END-IF.

       PRINT-VARIANCE-TOTALS.
           MOVE 0 TO VAR-LAST-CHECK-DATE.
           PERFORM VARYING PPE-SUB FROM 1 BY 1
               UNTIL PPE-SUB > PRIOR-PAY-COUNT
               IF (PPE-STATUS (PPE-SUB) = 'P'
                   OR PPE-STATUS (PPE-SUB) = 'R')
                   AND PPE-CHECK-DATE (PPE-SUB) > VAR-LAST-CHECK-DATE
                   MOVE PPE-CHECK-DATE (PPE-SUB)
                       TO VAR-LAST-CHECK-DATE
               END-IF
           END-PERFORM.
           IF VAR-LAST-CHECK-DATE = 0
               PERFORM VARYING PPE-SUB FROM 1 BY 1
                   UNTIL PPE-SUB > PRIOR-PAY-COUNT
                   IF PPE-CHECK-DATE (PPE-SUB) > VAR-LAST-CHECK-DATE
                       MOVE PPE-CHECK-DATE (PPE-SUB)
                           TO VAR-LAST-CHECK-DATE
                   END-IF
               END-PERFORM
           END-IF.

           MOVE SPACES TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE SPACES TO VARIANCE-LINE.
           STRING "PAID LAST PERIOD BUT NOT ON THE EMPLOYEE FILE"
               DELIMITED BY SIZE
               INTO VARIANCE-LINE.
           WRITE VARIANCE-LINE.

           PERFORM VARYING PPE-SUB FROM 1 BY 1
               UNTIL PPE-SUB > PRIOR-PAY-COUNT
               IF PPE-STATUS (PPE-SUB) = SPACE
                   AND PPE-RUN-MODE (PPE-SUB) NOT = 'F'
                   AND PPE-CHECK-DATE (PPE-SUB) >= VAR-LAST-CHECK-DATE
                   SET PPE-IDX TO PPE-SUB
                   PERFORM WRITE-VARIANCE-MISSING
               END-IF
           END-PERFORM.

           IF VAR-MISSING-COUNT = 0
               MOVE SPACES TO VARIANCE-LINE
               STRING "  NONE" DELIMITED BY SIZE
                   INTO VARIANCE-LINE
               WRITE VARIANCE-LINE
           END-IF.

           MOVE SPACES TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE SPACES TO VARIANCE-LINE.
           STRING "PREVIEW TOTALS" DELIMITED BY SIZE
               INTO VARIANCE-LINE.
           WRITE VARIANCE-LINE.

           MOVE VAR-PAID-COUNT TO WS-VAR-COUNT.
           MOVE SPACES TO VARIANCE-LINE.
           STRING "  EMPLOYEES PAID:        " DELIMITED BY SIZE
               WS-VAR-COUNT DELIMITED BY SIZE
               INTO VARIANCE-LINE.
           WRITE VARIANCE-LINE.

           MOVE VAR-NEW-COUNT TO WS-VAR-COUNT.
           MOVE SPACES TO VARIANCE-LINE.
           STRING "  NEW - NO PRIOR PAY:    " DELIMITED BY SIZE
               WS-VAR-COUNT DELIMITED BY SIZE
               INTO VARIANCE-LINE.
           WRITE VARIANCE-LINE.

           MOVE VAR-REJECT-COUNT TO WS-VAR-COUNT.
           MOVE SPACES TO VARIANCE-LINE.
           STRING "  REJECTED - NOT PAID:   " DELIMITED BY SIZE
               WS-VAR-COUNT DELIMITED BY SIZE
               INTO VARIANCE-LINE.
           WRITE VARIANCE-LINE.

           MOVE VAR-MISSING-COUNT TO WS-VAR-COUNT.
           MOVE SPACES TO VARIANCE-LINE.
           STRING "  MISSING THIS PERIOD:   " DELIMITED BY SIZE
               WS-VAR-COUNT DELIMITED BY SIZE
               INTO VARIANCE-LINE.
           WRITE VARIANCE-LINE.

           MOVE VAR-GROSS-COUNT TO WS-VAR-COUNT.
           MOVE SPACES TO VARIANCE-LINE.
           STRING "  GROSS SWINGS:          " DELIMITED BY SIZE
               WS-VAR-COUNT DELIMITED BY SIZE
               INTO VARIANCE-LINE.
           WRITE VARIANCE-LINE.

           MOVE VAR-NET-COUNT TO WS-VAR-COUNT.
           MOVE SPACES TO VARIANCE-LINE.
           STRING "  NET SWINGS:            " DELIMITED BY SIZE
               WS-VAR-COUNT DELIMITED BY SIZE
               INTO VARIANCE-LINE.
           WRITE VARIANCE-LINE.

           MOVE VAR-HOURS-COUNT TO WS-VAR-COUNT.
           MOVE SPACES TO VARIANCE-LINE.
           STRING "  HOURS SWINGS:          " DELIMITED BY SIZE
               WS-VAR-COUNT DELIMITED BY SIZE
               INTO VARIANCE-LINE.
           WRITE VARIANCE-LINE.

           MOVE VAR-TAXES-COUNT TO WS-VAR-COUNT.
           MOVE SPACES TO VARIANCE-LINE.
           STRING "  TAX SWINGS:            " DELIMITED BY SIZE
               WS-VAR-COUNT DELIMITED BY SIZE
               INTO VARIANCE-LINE.
           WRITE VARIANCE-LINE.

           MOVE VAR-NO-NET-COUNT TO WS-VAR-COUNT.
           MOVE SPACES TO VARIANCE-LINE.
           STRING "  ZERO OR NEGATIVE NET:  " DELIMITED BY SIZE
               WS-VAR-COUNT DELIMITED BY SIZE
               INTO VARIANCE-LINE.
           WRITE VARIANCE-LINE.

           MOVE VAR-FLAGGED-COUNT TO WS-VAR-COUNT.
           MOVE SPACES TO VARIANCE-LINE.
           STRING "  EMPLOYEES FLAGGED:     " DELIMITED BY SIZE
               WS-VAR-COUNT DELIMITED BY SIZE
               INTO VARIANCE-LINE.
           WRITE VARIANCE-LINE.

           MOVE TOTAL-GROSS-PAY TO WS-VAR-TOTAL.
           MOVE VAR-COMPARED-GROSS TO WS-VAR-PRIOR-TOTAL.
           MOVE SPACES TO VARIANCE-LINE.
           STRING "  GROSS THIS RUN: " DELIMITED BY SIZE
               WS-VAR-TOTAL DELIMITED BY SIZE
               "   COMPARED: " DELIMITED BY SIZE
               WS-VAR-PRIOR-TOTAL DELIMITED BY SIZE
               INTO VARIANCE-LINE.
           MOVE VAR-PRIOR-GROSS TO WS-VAR-PRIOR-TOTAL.
           STRING "   PRIOR: " DELIMITED BY SIZE
               WS-VAR-PRIOR-TOTAL DELIMITED BY SIZE
               INTO VARIANCE-LINE (64:).
           WRITE VARIANCE-LINE.

           MOVE TOTAL-NET-PAY TO WS-VAR-TOTAL.
           MOVE VAR-COMPARED-NET TO WS-VAR-PRIOR-TOTAL.
           MOVE SPACES TO VARIANCE-LINE.
           STRING "  NET THIS RUN:   " DELIMITED BY SIZE
               WS-VAR-TOTAL DELIMITED BY SIZE
               "   COMPARED: " DELIMITED BY SIZE
               WS-VAR-PRIOR-TOTAL DELIMITED BY SIZE
               INTO VARIANCE-LINE.
           MOVE VAR-PRIOR-NET TO WS-VAR-PRIOR-TOTAL.
           STRING "   PRIOR: " DELIMITED BY SIZE
               WS-VAR-PRIOR-TOTAL DELIMITED BY SIZE
               INTO VARIANCE-LINE (64:).
           WRITE VARIANCE-LINE.

           MOVE SPACES TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE SPACES TO VARIANCE-LINE.
           STRING "REVIEWED BY: ______________________________"
               DELIMITED BY SIZE
               "   DATE: __________" DELIMITED BY SIZE
               INTO VARIANCE-LINE.
           WRITE VARIANCE-LINE.

           DISPLAY "PREVIEW EMPLOYEES FLAGGED: " VAR-FLAGGED-COUNT.
           IF VAR-FLAGGED-COUNT > 0
               DISPLAY "WARNING - REVIEW VARIANCE.TXT BEFORE THE "
                   "LIVE RUN"
               MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-VARIANCE-MISSING.
           ADD 1 TO VAR-MISSING-COUNT.
           ADD 1 TO VAR-FLAGGED-COUNT.
           MOVE PPE-EMP-ID (PPE-IDX) TO WS-VAR-EMP-ID.
           MOVE SPACES TO VARIANCE-LINE.
           STRING WS-VAR-EMP-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PPE-EMP-NAME (PPE-IDX) DELIMITED BY SIZE
               INTO VARIANCE-LINE.
           MOVE "MISS" TO VARIANCE-LINE (98:4).
           WRITE VARIANCE-LINE.
           PERFORM WRITE-VARIANCE-PRIOR-LINE.
