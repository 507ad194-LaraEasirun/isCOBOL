                   FILE STATUS IS LVC-STATUS.
       Select LeaveReport ASSIGN TO "FEHLZEIT.DAT"
                   organization is line sequential.
       Select TaxDataFile ASSIGN TO "EMPTAX.DAT"
                   organization is line sequential
                   FILE STATUS IS TAX-STATUS.
       Select DeductFile ASSIGN TO "DEDUCT.DAT"
                   organization is line sequential
                   FILE STATUS IS DED-STATUS.
       Select BankDetailFile ASSIGN TO "EMPBANK.DAT"
                   organization is line sequential
                   FILE STATUS IS BNK-STATUS.
       Select NetPayFile ASSIGN TO "NETPAY.DAT"
                   organization is line sequential
                   FILE STATUS IS NP-STATUS.
       Select PayAccountFile ASSIGN TO "PAYACCT.DAT"
                   organization is line sequential
                   FILE STATUS IS PA-STATUS.
       Select ClearingFile ASSIGN TO "CLEARING-IN.DAT"
                   organization is line sequential
                   FILE STATUS IS CLR-STATUS.
       Select ClearingWork ASSIGN TO "CLEARING-IN-WRK.DAT"
                   organization is line sequential.
       Select OutPayFile ASSIGN TO "OUTPAY.DAT"
                   organization is line sequential
                   FILE STATUS IS OUTPAY-STATUS.
       Select ShiftPlanFile ASSIGN TO "SCHICHTPLAN.DAT"
                   organization is line sequential
                   FILE STATUS IS PL-STATUS.
       Select PlanTolerance ASSIGN TO "PLANTOL.DAT"
                   organization is line sequential
                   FILE STATUS IS PT-STATUS.
       Select PunctualFile ASSIGN TO "PUNCTUAL.DAT"
                   organization is line sequential
                   FILE STATUS IS PU-STATUS.
       Select PunctualWork ASSIGN TO "PUNCTUAL-WRK.DAT"
                   organization is line sequential.
       Select EmployeeMaster ASSIGN TO "EMPLOYEE.DAT"
                   organization is line sequential
                   FILE STATUS IS MR-STATUS.
       Select LabourFile ASSIGN TO "LABOUR.DAT"
                   organization is line sequential
                   FILE STATUS IS LC-STATUS.
       Select LabourWork ASSIGN TO "LABOUR-WRK.DAT"
                   organization is line sequential.
       Select PinNumbers ASSIGN TO "PIN.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is card-number
                   FILE STATUS IS PIN-STATUS.
       Select TxnLog ASSIGN TO "TXNLOG.DAT"
                   organization is line sequential
                   FILE STATUS IS TXN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ShiftPunches.
              05 pay-total-minutes PIC 9(5).
              05 pay-ot-minutes    PIC 9(5).
              05 pay-missing-count PIC 9(3).
              05 pay-department    PIC X(4).
              05 pay-cost-centre   PIC 9(4).
       FD PayRateFile.
           01 PayRateRecord.
              05 pr-employee   PIC 9(5).
           01 LeaveConfigRecord PIC 9(3).
       FD LeaveReport.
           01 LeaveLine PIC X(78).
       FD TaxDataFile.
           copy "emptax-record.cpy".
       FD DeductFile.
           copy "deduct-record.cpy".
       FD BankDetailFile.
           copy "empbank-record.cpy".
       FD NetPayFile.
           copy "netpay-record.cpy".
       FD PayAccountFile.
           01 PayAccountRecord PIC 9(10).
       FD ClearingFile.
           01 ClearingRecord.
              05 ci-account    PIC 9(10).
              05 ci-amount     PIC 9(7)V99.
              05 ci-sender-ref PIC X(16).
           01 ClearingTrailer.
              05 ct-tag   PIC X(8).
              05 ct-count PIC 9(7).
              05 ct-total PIC 9(9)V99.
       FD ClearingWork.
           01 ClearingWorkRecord PIC X(35).
       FD OutPayFile.
           copy "outpay-record.cpy".
       FD ShiftPlanFile.
           copy "shiftplan-record.cpy".
       FD PlanTolerance.
           01 PlanToleranceRecord.
              05 pt-late  PIC 9(3).
              05 pt-early PIC 9(3).
       FD PunctualFile.
           copy "punctual-record.cpy".
       FD PunctualWork.
           01 PunctualWorkRecord PIC X(22).
       FD EmployeeMaster.
           copy "employee-record.cpy".
       FD LabourFile.
           copy "labour-record.cpy".
       FD LabourWork.
           01 LabourWorkRecord PIC X(49).
       FD PinNumbers.
           copy "pin-record.cpy".
       FD TxnLog.
           copy "txnlog-record.cpy".
       WORKING-STORAGE SECTION.
        01 JJ-EVENT PIC X.
        01 JJ-JOB-NAME PIC X(12).
              10 EM-TOTAL    PIC 9(5).
              10 EM-OT       PIC 9(5).
              10 EM-MISSING  PIC 9(3).
              10 EM-ABSENCE  PIC 9(5).
              10 EM-PAID     PIC X.
              10 EM-GROSS    PIC 9(7)V99.
              10 EM-TAX      PIC 9(7)V99.
              10 EM-CHURCH   PIC 9(7)V99.
              10 EM-RV       PIC 9(5)V99.
              10 EM-KV       PIC 9(5)V99.
              10 EM-AV       PIC 9(5)V99.
              10 EM-PV       PIC 9(5)V99.
              10 EM-NET      PIC 9(7)V99.
              10 EM-ER-SV    PIC 9(7)V99.
              10 EM-DEPT     PIC X(4).
              10 EM-COST-CENTRE PIC 9(4).
              10 EM-MTD-GROSS PIC 9(7)V99.
        01 WORKED-MINUTES PIC S9(5).
        01 OT-MINUTES PIC 9(5).
        01 IN-HH PIC 99.
              10 AB-T-EMPLOYEE PIC 9(5).
              10 AB-T-TYPE     PIC X.
              10 AB-T-CREDITED PIC X.
              10 AB-T-APPROVED PIC X(8).
        01 EXCUSED-FLAG PIC X.
        01 EXCUSED-TYPE PIC X.
        01 ANNUAL-LEAVE-DAYS PIC 9(3) VALUE 30.
        01 LEAVE-LEFT PIC S9(3).
        01 RANGE-DAYS PIC S9(5).
        01 STANDARD-MINUTES PIC 9(4) VALUE 480.
        01 TAX-STATUS PIC XX.
        01 DED-STATUS PIC XX.
        01 tax-eof PIC 9.
        01 ded-eof PIC 9.
        01 DT-COUNT PIC 9(3) VALUE 0.
        01 dt-index PIC 9(3).
        01 DT-TABLE.
           05 DT-ENTRY OCCURS 100 TIMES.
              10 DT-RECORD PIC X(28).
        01 DEFAULT-DEDUCT-VALUES.
           05 FILLER PIC X(28)
              VALUE "SRV0000000009300093000755000".
           05 FILLER PIC X(28)
              VALUE "SKV0000000008150081500517500".
           05 FILLER PIC X(28)
              VALUE "SAV0000000001300013000755000".
           05 FILLER PIC X(28)
              VALUE "SPV0000000001700017000517500".
           05 FILLER PIC X(28)
              VALUE "ZPV0000000000600000000517500".
           05 FILLER PIC X(28)
              VALUE "T  1000000000000000000000000".
           05 FILLER PIC X(28)
              VALUE "T  1013000008000000000000000".
           05 FILLER PIC X(28)
              VALUE "T  1025000014000000000000000".
           05 FILLER PIC X(28)
              VALUE "T  1040000020000000000000000".
           05 FILLER PIC X(28)
              VALUE "T  1060000027000000000000000".
           05 FILLER PIC X(28)
              VALUE "T  2000000000000000000000000".
           05 FILLER PIC X(28)
              VALUE "T  2015000007000000000000000".
           05 FILLER PIC X(28)
              VALUE "T  2027000013000000000000000".
           05 FILLER PIC X(28)
              VALUE "T  2042000019000000000000000".
           05 FILLER PIC X(28)
              VALUE "T  2062000026000000000000000".
           05 FILLER PIC X(28)
              VALUE "T  3000000000000000000000000".
           05 FILLER PIC X(28)
              VALUE "T  3023000005000000000000000".
           05 FILLER PIC X(28)
              VALUE "T  3040000011000000000000000".
           05 FILLER PIC X(28)
              VALUE "T  3060000017000000000000000".
           05 FILLER PIC X(28)
              VALUE "T  3080000024000000000000000".
           05 FILLER PIC X(28)
              VALUE "T  4000000000000000000000000".
           05 FILLER PIC X(28)
              VALUE "T  4013000008000000000000000".
           05 FILLER PIC X(28)
              VALUE "T  4025000014000000000000000".
           05 FILLER PIC X(28)
              VALUE "T  4040000020000000000000000".
           05 FILLER PIC X(28)
              VALUE "T  4060000027000000000000000".
           05 FILLER PIC X(28)
              VALUE "T  5000000008000000000000000".
           05 FILLER PIC X(28)
              VALUE "T  5013000018000000000000000".
           05 FILLER PIC X(28)
              VALUE "T  5025000023000000000000000".
           05 FILLER PIC X(28)
              VALUE "T  5040000028000000000000000".
           05 FILLER PIC X(28)
              VALUE "T  6000000010000000000000000".
           05 FILLER PIC X(28)
              VALUE "T  6013000019000000000000000".
           05 FILLER PIC X(28)
              VALUE "T  6025000024000000000000000".
           05 FILLER PIC X(28)
              VALUE "T  6040000029000000000000000".
        01 DEFAULT-DEDUCT-TABLE REDEFINES DEFAULT-DEDUCT-VALUES.
           05 DEFAULT-DEDUCT PIC X(28) OCCURS 33 TIMES.
        01 TAX-CLASS PIC 9.
        01 CHURCH-PCT PIC 9V9.
        01 CHILDLESS PIC X.
        01 TAX-FOUND PIC X.
        01 TAX-RATE PIC 9(2)V999.
        01 BEST-FROM PIC S9(5)V99.
        01 SV-BASIS PIC 9(7)V99.
        01 SV-EE PIC S9(5)V99.
        01 SV-ER PIC S9(5)V99.
        01 EMP-SV-EE PIC 9(7)V99.
        01 EMP-DEDUCTIONS PIC 9(7)V99.
        01 DEDUCT-BASIS PIC 9(7)V99.
        01 DEDUCT-SIGN PIC S9.
        01 MONTH-TAX-RATE PIC 9(2)V999.
        01 MONTH-TAX PIC 9(7)V99.
        01 MONTH-CHURCH PIC 9(7)V99.
        01 PRIOR-TAX PIC 9(7)V99.
        01 PRIOR-CHURCH PIC 9(7)V99.
        01 MTD-GROSS PIC 9(7)V99.
        01 NET-WORK PIC S9(7)V99.
        01 TOTAL-NET PIC 9(9)V99 VALUE 0.
        01 TOTAL-ER-SV PIC 9(9)V99 VALUE 0.
        01 SLIP-COUNT PIC 9(3) VALUE 0.
        01 PRINT-AMOUNT PIC Z(6)9.99.
        01 PRINT-RATE PIC ZZ9.99.
        01 PRINT-PCT PIC Z9.999.
        01 PRINT-HH PIC ZZZ9.
        01 PRINT-MM PIC 99.
        01 PRINT-MINUTES PIC 9(5).
        01 PRINT-LABEL PIC X(30).
        01 BNK-STATUS PIC XX.
        01 NP-STATUS PIC XX.
        01 PA-STATUS PIC XX.
        01 CLR-STATUS PIC XX.
        01 OUTPAY-STATUS PIC XX.
        01 bank-eof PIC 9.
        01 np-eof PIC 9.
        01 clr-eof PIC 9.
        01 BANK-FOUND PIC X.
        01 IBAN-VALID PIC X.
        01 PAY-PERIOD PIC 9(6).
        01 PAY-ID PIC 9(7).
        01 PAYROLL-ACCOUNT PIC 9(10) VALUE 0.
        01 NP-COUNT PIC 9(3) VALUE 0.
        01 np-index PIC 9(3).
        01 NP-TABLE.
           05 NP-ENTRY OCCURS 500 TIMES.
              10 NP-T-EMPLOYEE PIC 9(5).
              10 NP-T-AMOUNT   PIC 9(7)V99.
              10 NP-T-DATE     PIC 9(8).
        01 CR-COUNT PIC 9(3) VALUE 0.
        01 cr-index PIC 9(3).
        01 CR-TABLE.
           05 CR-ENTRY OCCURS 100 TIMES.
              10 CR-ACCOUNT PIC 9(10).
              10 CR-AMOUNT  PIC 9(7)V99.
              10 CR-REF     PIC X(16).
        01 CLR-TRAILER-SEEN PIC X.
        01 CLR-TRAILER-COUNT PIC 9(7).
        01 CLR-TRAILER-TOTAL PIC 9(9)V99.
        01 CR-TOTAL PIC 9(9)V99.
        01 INT-COUNT PIC 9(3) VALUE 0.
        01 INT-TOTAL PIC 9(9)V99 VALUE 0.
        01 EXT-COUNT PIC 9(3) VALUE 0.
        01 EXT-TOTAL PIC 9(9)V99 VALUE 0.
        01 DONE-COUNT PIC 9(3) VALUE 0.
        01 DONE-TOTAL PIC 9(9)V99 VALUE 0.
        01 HELD-COUNT PIC 9(3) VALUE 0.
        01 HELD-TOTAL PIC 9(9)V99 VALUE 0.
        01 DIFF-COUNT PIC 9(3) VALUE 0.
        01 DIFF-TOTAL PIC S9(9)V99 VALUE 0.
        01 PRINT-DIFF PIC -Z(7)9.99.
        01 PIN-STATUS PIC XX.
        01 TXN-STATUS PIC XX.
        01 scan-eof PIC 9.
        01 BUSINESS-DATE PIC 9(8) VALUE 0.
        01 PAYROLL-OPEN PIC X VALUE 'N'.
        01 PAYROLL-DEBITED PIC X.
        01 PAYROLL-CARD PIC 9(13).
        01 PAYROLL-AVAILABLE PIC S9(9)V99.
        01 LOCK-ACTION PIC X.
        01 LOCK-JOB PIC X(12) VALUE "DIGITALUHR".
        01 LOCK-RESOURCE PIC X(12) VALUE "PIN.DAT".
        01 LOCK-RESULT PIC X.
        01 LOCK-HOLDER PIC X(12).
        01 CONTROL-TOTAL PIC 9(9)V99 VALUE 0.
        01 PRINT-TOTAL PIC Z(8)9.99.
        01 PRINT-DATE PIC X(10).
        01 PL-STATUS PIC XX.
        01 PT-STATUS PIC XX.
        01 PU-STATUS PIC XX.
        01 plan-eof PIC 9.
        01 pu-eof PIC 9.
        01 LATE-TOLERANCE PIC 9(3) VALUE 5.
        01 EARLY-TOLERANCE PIC 9(3) VALUE 5.
        01 PL-COUNT PIC 9(3) VALUE 0.
        01 pl-index PIC 9(3).
        01 PLAN-TABLE.
           05 PLAN-ENTRY OCCURS 200 TIMES.
              10 PT-EMPLOYEE  PIC 9(5).
              10 PT-START-MIN PIC 9(4).
              10 PT-END-MIN   PIC 9(4).
              10 PT-TYPE      PIC X.
              10 PT-MATCHED   PIC X.
        01 DV-COUNT PIC 9(3) VALUE 0.
        01 dv-index PIC 9(3).
        01 DV-TABLE.
           05 DV-ENTRY OCCURS 300 TIMES.
              10 DV-EMPLOYEE PIC 9(5).
              10 DV-STATE    PIC X.
              10 DV-LATE     PIC 9(4).
              10 DV-EARLY    PIC 9(4).
        01 PLAN-START PIC S9(5).
        01 PLAN-END PIC S9(5).
        01 ACTUAL-IN PIC S9(5).
        01 ACTUAL-OUT PIC S9(5).
        01 LATE-MIN PIC S9(5).
        01 EARLY-MIN PIC S9(5).
        01 PLAN-HH PIC 99.
        01 PLAN-MM PIC 99.
        01 PLAN-END-HH PIC 99.
        01 PLAN-END-MM PIC 99.
        01 PRINT-DEVIATION PIC ZZZ9.
        01 THIS-MONTH PIC 9(6).
        01 SM-COUNT PIC 9(3) VALUE 0.
        01 sm-index PIC 9(3).
        01 SM-TABLE.
           05 SM-ENTRY OCCURS 100 TIMES.
              10 SM-EMPLOYEE  PIC 9(5).
              10 SM-PLANNED   PIC 9(3).
              10 SM-ONTIME    PIC 9(3).
              10 SM-LATE      PIC 9(3).
              10 SM-LATE-MIN  PIC 9(5).
              10 SM-EARLY     PIC 9(3).
              10 SM-EARLY-MIN PIC 9(5).
              10 SM-UNPLANNED PIC 9(3).
              10 SM-NOSHOW    PIC 9(3).
              10 SM-EXCUSED   PIC 9(3).
        01 PRINT-N1 PIC ZZ9.
        01 PRINT-N2 PIC ZZ9.
        01 PRINT-N3 PIC ZZ9.
        01 PRINT-N4 PIC ZZ9.
        01 PRINT-N5 PIC ZZ9.
        01 PRINT-N6 PIC ZZ9.
        01 PRINT-N7 PIC ZZ9.
        01 PRINT-M1 PIC ZZZZ9.
        01 PRINT-M2 PIC ZZZZ9.
        01 MR-STATUS PIC XX.
        01 LC-STATUS PIC XX.
        01 mr-eof PIC 9.
        01 lc-eof PIC 9.
        01 MASTER-LOADED PIC X VALUE 'N'.
        01 EMPLOYEE-STATE PIC X.
        01 REJECTED-COUNT PIC 9(5) VALUE 0.
        01 MT-COUNT PIC 9(3) VALUE 0.
        01 mt-index PIC 9(3).
        01 MT-TABLE.
           05 MT-ENTRY OCCURS 500 TIMES.
              10 MT-EMPLOYEE    PIC 9(5).
              10 MT-DEPT        PIC X(4).
              10 MT-COST-CENTRE PIC 9(4).
              10 MT-ENTRY-DATE  PIC 9(8).
              10 MT-EXIT-DATE   PIC 9(8).
              10 MT-HOURS       PIC 9(2)V9.
        01 KS-COUNT PIC 9(3) VALUE 0.
        01 ks-index PIC 9(3).
        01 KS-TABLE.
           05 KS-ENTRY OCCURS 100 TIMES.
              10 KS-COST-CENTRE PIC 9(4).
              10 KS-GROSS       PIC 9(9)V99.
              10 KS-ER-SV       PIC 9(9)V99.
        01 DP-COUNT PIC 9(3) VALUE 0.
        01 dp-index PIC 9(3).
        01 DP-TABLE.
           05 DP-ENTRY OCCURS 100 TIMES.
              10 DP-DEPT     PIC X(4).
              10 DP-EMPS     PIC 9(3).
              10 DP-CONTRACT PIC 9(6)V9.
              10 DP-MINUTES  PIC 9(7).
              10 DP-OT       PIC 9(7).
              10 DP-COST     PIC 9(9)V99.
        01 WORK-DEPT PIC X(4).
        01 PRINT-DEPT PIC X(5).
        01 MONTH-CONTRACT PIC 9(6)V9.
        01 TOTAL-CONTRACT PIC 9(7)V9 VALUE 0.
        01 TOTAL-MINUTES PIC 9(8) VALUE 0.
        01 TOTAL-OT PIC 9(8) VALUE 0.
        01 TOTAL-COST PIC 9(10)V99 VALUE 0.
        01 TOTAL-EMPS PIC 9(4) VALUE 0.
        01 ACTUAL-HOURS PIC 9(7)V9.
        01 RATIO-PCT PIC 9(4).
        01 PRINT-HOURS1 PIC Z(5)9.9.
        01 PRINT-HOURS2 PIC Z(5)9.9.
        01 PRINT-HOURS3 PIC Z(5)9.9.
        01 PRINT-PCT3 PIC ZZZ9.
        01 PRINT-EMPS PIC ZZZ9.
        01 PRINT-COST PIC Z(9)9.99.
        copy "date-time.cpy".
        copy "report-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           COMPUTE TODAY-YMD = year * 10000 + month * 100 + day-1
           MOVE year TO CURRENT-YEAR
           PERFORM LOAD-ABSENCES
           PERFORM LOAD-EMPLOYEE-MASTER
           PERFORM LOAD-PLAN-TOLERANCE
           PERFORM LOAD-SHIFT-PLAN

           MOVE 'S' TO JJ-EVENT
           MOVE "DIGITALUHR" TO JJ-JOB-NAME
                 AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
                 PERFORM CHECK-PUNCH-EMPLOYEE
                 IF EMPLOYEE-STATE = SPACE
                   PERFORM PROCESS-ONE-PUNCH
                 ELSE
                   ADD 1 TO REJECTED-COUNT
                 END-IF
                 ADD 1 TO RECORDS-PROCESSED
                 READ ShiftPunches
                     AT END SET eof TO 1
             CLOSE ShiftPunches
             PERFORM REPORT-OPEN-PUNCHES
             PERFORM CREDIT-ABSENT-EMPLOYEES
             PERFORM REPORT-UNWORKED-PLAN
             CLOSE ShiftTimes
             PERFORM SAVE-PUNCTUALITY
             PERFORM WRITE-PUNCTUALITY-SUMMARY
             PERFORM WRITE-PAYROLL-EXTRACT
             PERFORM WRITE-WAGE-JOURNAL
             PERFORM PAY-NET-WAGES
             PERFORM SAVE-LABOUR-HISTORY
             PERFORM WRITE-DEPARTMENT-REPORT
             PERFORM WRITE-LEAVE-REPORT
             DISPLAY "Stempelungen verarbeitet: " RECORDS-PROCESSED
             DISPLAY "Stempelungen abgewiesen: " REJECTED-COUNT
             DISPLAY "Mitarbeiter im Abrechnungsextrakt: " EMP-COUNT
           END-IF

                  " = " WORK-HH ":" WORK-MM " " SHIFT-FLAG
                  DELIMITED BY SIZE INTO WORK-LINE
           MOVE WORK-LINE TO ShiftTimeLine
           WRITE ShiftTimeLine
           PERFORM COMPARE-WITH-PLAN.

       COMPARE-WITH-PLAN.
           PERFORM VARYING pl-index FROM 1 BY 1
                   UNTIL pl-index > PL-COUNT
             IF PT-EMPLOYEE (pl-index) = EM-EMPLOYEE (emp-index)
                AND PT-MATCHED (pl-index) = 'N'
               EXIT PERFORM
             END-IF
           END-PERFORM
           PERFORM ADD-DEVIATION
           IF pl-index > PL-COUNT
             MOVE 'U' TO DV-STATE (DV-COUNT)
             MOVE SPACES TO WORK-LINE
             STRING "MA " EM-EMPLOYEE (emp-index)
                    " Schicht nicht im Schichtplan (ungeplant)"
                    DELIMITED BY SIZE INTO WORK-LINE
             MOVE WORK-LINE TO ShiftTimeLine
             WRITE ShiftTimeLine
             EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO PT-MATCHED (pl-index)
           MOVE 'G' TO DV-STATE (DV-COUNT)
           MOVE PT-START-MIN (pl-index) TO PLAN-START
           MOVE PT-END-MIN (pl-index) TO PLAN-END
           IF PLAN-END NOT > PLAN-START
             ADD 1440 TO PLAN-END
           END-IF
           MOVE PD-IN-MIN (pend-index) TO ACTUAL-IN
           IF ACTUAL-IN - PLAN-START > 720
             SUBTRACT 1440 FROM ACTUAL-IN
           END-IF
           IF PLAN-START - ACTUAL-IN > 720
             ADD 1440 TO ACTUAL-IN
           END-IF
           COMPUTE ACTUAL-OUT = ACTUAL-IN + WORKED-MINUTES
           COMPUTE LATE-MIN = ACTUAL-IN - PLAN-START
           COMPUTE EARLY-MIN = PLAN-END - ACTUAL-OUT
           DIVIDE PT-START-MIN (pl-index) BY 60
                   GIVING PLAN-HH REMAINDER PLAN-MM
           DIVIDE PT-END-MIN (pl-index) BY 60
                   GIVING PLAN-END-HH REMAINDER PLAN-END-MM
           IF LATE-MIN > LATE-TOLERANCE
             MOVE LATE-MIN TO DV-LATE (DV-COUNT)
             MOVE LATE-MIN TO PRINT-DEVIATION
             MOVE SPACES TO WORK-LINE
             STRING "MA " EM-EMPLOYEE (emp-index)
                    " Verspaetung " PRINT-DEVIATION
                    " Min (Plan " PLAN-HH ":" PLAN-MM ")"
                    DELIMITED BY SIZE INTO WORK-LINE
             MOVE WORK-LINE TO ShiftTimeLine
             WRITE ShiftTimeLine
           END-IF
           IF EARLY-MIN > EARLY-TOLERANCE
             MOVE EARLY-MIN TO DV-EARLY (DV-COUNT)
             MOVE EARLY-MIN TO PRINT-DEVIATION
             MOVE SPACES TO WORK-LINE
             STRING "MA " EM-EMPLOYEE (emp-index)
                    " vorzeitig gegangen " PRINT-DEVIATION
                    " Min (Plan " PLAN-END-HH ":" PLAN-END-MM ")"
                    DELIMITED BY SIZE INTO WORK-LINE
             MOVE WORK-LINE TO ShiftTimeLine
             WRITE ShiftTimeLine
           END-IF.

       ADD-DEVIATION.
           IF DV-COUNT = 300
             DISPLAY "ABBRUCH: mehr als 300 Schichten je Lauf."
             STOP RUN
           END-IF
           ADD 1 TO DV-COUNT
           MOVE punch-employee TO DV-EMPLOYEE (DV-COUNT)
           MOVE SPACE TO DV-STATE (DV-COUNT)
           MOVE 0 TO DV-LATE (DV-COUNT)
           MOVE 0 TO DV-EARLY (DV-COUNT).

       REPORT-UNWORKED-PLAN.
           PERFORM VARYING pl-index FROM 1 BY 1
                   UNTIL pl-index > PL-COUNT
             IF PT-MATCHED (pl-index) = 'N'
               PERFORM CHECK-UNWORKED-SHIFT
             END-IF
           END-PERFORM.

       CHECK-UNWORKED-SHIFT.
           PERFORM VARYING pend-index FROM 1 BY 1
                   UNTIL pend-index > PENDING-COUNT
             IF PD-EMPLOYEE (pend-index) = PT-EMPLOYEE (pl-index)
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           MOVE PT-EMPLOYEE (pl-index) TO punch-employee
           PERFORM ADD-DEVIATION
           MOVE 'O' TO DV-STATE (DV-COUNT)
           MOVE SPACE TO EXCUSED-TYPE
           PERFORM VARYING abs-index FROM 1 BY 1
                   UNTIL abs-index > ABS-COUNT
             IF AB-T-EMPLOYEE (abs-index) = PT-EMPLOYEE (pl-index)
                AND AB-T-APPROVED (abs-index) NOT = SPACES
               MOVE 'E' TO DV-STATE (DV-COUNT)
               MOVE AB-T-TYPE (abs-index) TO EXCUSED-TYPE
               EXIT PERFORM
             END-IF
           END-PERFORM
           DIVIDE PT-START-MIN (pl-index) BY 60
                   GIVING PLAN-HH REMAINDER PLAN-MM
           DIVIDE PT-END-MIN (pl-index) BY 60
                   GIVING PLAN-END-HH REMAINDER PLAN-END-MM
           MOVE SPACES TO WORK-LINE
           IF DV-STATE (DV-COUNT) = 'E'
             STRING "MA " PT-EMPLOYEE (pl-index)
                    " Plan " PLAN-HH ":" PLAN-MM "-"
                    PLAN-END-HH ":" PLAN-END-MM
                    " Abwesenheit genehmigt (" EXCUSED-TYPE ")"
                    DELIMITED BY SIZE INTO WORK-LINE
           ELSE
             STRING "MA " PT-EMPLOYEE (pl-index)
                    " Plan " PLAN-HH ":" PLAN-MM "-"
                    PLAN-END-HH ":" PLAN-END-MM
                    " ohne Stempelung - nicht erschienen"
                    DELIMITED BY SIZE INTO WORK-LINE
           END-IF
           MOVE WORK-LINE TO ShiftTimeLine
           WRITE ShiftTimeLine.

       LOAD-PLAN-TOLERANCE.
           OPEN INPUT PlanTolerance
           IF PT-STATUS = "00"
             READ PlanTolerance
               AT END CONTINUE
             END-READ
             IF PT-STATUS = "00"
               MOVE pt-late TO LATE-TOLERANCE
               MOVE pt-early TO EARLY-TOLERANCE
             END-IF
             CLOSE PlanTolerance
           END-IF.

       LOAD-SHIFT-PLAN.
           MOVE 0 TO PL-COUNT
           MOVE 0 TO plan-eof
           OPEN INPUT ShiftPlanFile
           IF PL-STATUS = "00"
             READ ShiftPlanFile
              AT END SET plan-eof TO 1
             END-READ
             PERFORM UNTIL plan-eof = 1
               IF pl-date = TODAY-YMD
                 IF PL-COUNT = 200
                   DISPLAY "ABBRUCH: SCHICHTPLAN.DAT mehr als 200"
                           " Schichten je Tag."
                   STOP RUN
                 END-IF
                 ADD 1 TO PL-COUNT
                 MOVE pl-employee TO PT-EMPLOYEE (PL-COUNT)
                 DIVIDE pl-start BY 100
                         GIVING PLAN-HH REMAINDER PLAN-MM
                 COMPUTE PT-START-MIN (PL-COUNT) =
                         PLAN-HH * 60 + PLAN-MM
                 DIVIDE pl-end BY 100
                         GIVING PLAN-HH REMAINDER PLAN-MM
                 COMPUTE PT-END-MIN (PL-COUNT) =
                         PLAN-HH * 60 + PLAN-MM
                 MOVE pl-type TO PT-TYPE (PL-COUNT)
                 MOVE 'N' TO PT-MATCHED (PL-COUNT)
               END-IF
               READ ShiftPlanFile
                AT END SET plan-eof TO 1
               END-READ
             END-PERFORM
             CLOSE ShiftPlanFile
           END-IF.

       SAVE-PUNCTUALITY.
           MOVE 0 TO pu-eof
           OPEN OUTPUT PunctualWork
           OPEN INPUT PunctualFile
           IF PU-STATUS = "00"
             READ PunctualFile
              AT END SET pu-eof TO 1
             END-READ
             PERFORM UNTIL pu-eof = 1
               IF pu-date NOT = TODAY-YMD
                 MOVE PunctualRecord TO PunctualWorkRecord
                 WRITE PunctualWorkRecord
               END-IF
               READ PunctualFile
                AT END SET pu-eof TO 1
               END-READ
             END-PERFORM
             CLOSE PunctualFile
           END-IF
           CLOSE PunctualWork
           MOVE 0 TO pu-eof
           OPEN INPUT PunctualWork
           OPEN OUTPUT PunctualFile
           READ PunctualWork
            AT END SET pu-eof TO 1
           END-READ
           PERFORM UNTIL pu-eof = 1
             MOVE PunctualWorkRecord TO PunctualRecord
             WRITE PunctualRecord
             READ PunctualWork
              AT END SET pu-eof TO 1
             END-READ
           END-PERFORM
           CLOSE PunctualWork
           PERFORM VARYING dv-index FROM 1 BY 1
                   UNTIL dv-index > DV-COUNT
             MOVE DV-EMPLOYEE (dv-index) TO pu-employee
             MOVE TODAY-YMD TO pu-date
             MOVE DV-STATE (dv-index) TO pu-state
             MOVE DV-LATE (dv-index) TO pu-late
             MOVE DV-EARLY (dv-index) TO pu-early
             WRITE PunctualRecord
           END-PERFORM
           CLOSE PunctualFile.

       WRITE-PUNCTUALITY-SUMMARY.
           COMPUTE THIS-MONTH = TODAY-YMD / 100
           MOVE 0 TO SM-COUNT
           MOVE 0 TO pu-eof
           OPEN INPUT PunctualFile
           IF PU-STATUS = "00"
             READ PunctualFile
              AT END SET pu-eof TO 1
             END-READ
             PERFORM UNTIL pu-eof = 1
               IF pu-date / 100 = THIS-MONTH
                 PERFORM ADD-TO-SUMMARY
               END-IF
               READ PunctualFile
                AT END SET pu-eof TO 1
               END-READ
             END-PERFORM
             CLOSE PunctualFile
           END-IF
           MOVE 'O' TO rpt-action
           MOVE "PUENKTLICH" TO rpt-name
           MOVE SPACES TO rpt-filename
           STRING "PUENKT-" THIS-MONTH ".DAT"
                  DELIMITED BY SIZE INTO rpt-filename
           MOVE SPACES TO rpt-title
           STRING "Puenktlichkeit Monat " THIS-MONTH (5:2) "/"
                  THIS-MONTH (1:4)
                  DELIMITED BY SIZE INTO rpt-title
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line
           STRING "Toleranz Verspaetung " LATE-TOLERANCE
                  " Min, vorzeitiges Gehen " EARLY-TOLERANCE " Min"
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "MA     Gepl Puenktl Versp  Minuten Vorz.  Minuten"
             TO rpt-line
           MOVE "Ungepl Fehlt Entsch" TO rpt-line (52:19)
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING sm-index FROM 1 BY 1
                   UNTIL sm-index > SM-COUNT
             MOVE SM-PLANNED (sm-index) TO PRINT-N1
             MOVE SM-ONTIME (sm-index) TO PRINT-N2
             MOVE SM-LATE (sm-index) TO PRINT-N3
             MOVE SM-LATE-MIN (sm-index) TO PRINT-M1
             MOVE SM-EARLY (sm-index) TO PRINT-N4
             MOVE SM-EARLY-MIN (sm-index) TO PRINT-M2
             MOVE SM-UNPLANNED (sm-index) TO PRINT-N5
             MOVE SM-NOSHOW (sm-index) TO PRINT-N6
             MOVE SM-EXCUSED (sm-index) TO PRINT-N7
             STRING SM-EMPLOYEE (sm-index) "   " PRINT-N1 "     "
                    PRINT-N2 "   " PRINT-N3 "    " PRINT-M1 "   "
                    PRINT-N4 "    " PRINT-M2 "    " PRINT-N5 "   "
                    PRINT-N6 "    " PRINT-N7
                    DELIMITED BY SIZE INTO rpt-line
             PERFORM WRITE-REPORT-LINE
           END-PERFORM
           IF SM-COUNT = 0
             MOVE "Keine Schichtvergleiche in diesem Monat." TO rpt-line
             PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE 'C' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           DISPLAY "Puenktlichkeitsuebersicht: " rpt-filename.

       ADD-TO-SUMMARY.
           PERFORM VARYING sm-index FROM 1 BY 1
                   UNTIL sm-index > SM-COUNT
             IF SM-EMPLOYEE (sm-index) = pu-employee
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF sm-index > SM-COUNT
             IF SM-COUNT = 100
               DISPLAY "ABBRUCH: PUNCTUAL.DAT mehr als 100"
                       " Mitarbeiter je Monat."
               STOP RUN
             END-IF
             ADD 1 TO SM-COUNT
             MOVE SM-COUNT TO sm-index
             MOVE pu-employee TO SM-EMPLOYEE (sm-index)
             MOVE 0 TO SM-PLANNED (sm-index)
             MOVE 0 TO SM-ONTIME (sm-index)
             MOVE 0 TO SM-LATE (sm-index)
             MOVE 0 TO SM-LATE-MIN (sm-index)
             MOVE 0 TO SM-EARLY (sm-index)
             MOVE 0 TO SM-EARLY-MIN (sm-index)
             MOVE 0 TO SM-UNPLANNED (sm-index)
             MOVE 0 TO SM-NOSHOW (sm-index)
             MOVE 0 TO SM-EXCUSED (sm-index)
           END-IF
           EVALUATE pu-state
             WHEN 'G'
               ADD 1 TO SM-PLANNED (sm-index)
               IF pu-late = 0 AND pu-early = 0
                 ADD 1 TO SM-ONTIME (sm-index)
               END-IF
               IF pu-late > 0
                 ADD 1 TO SM-LATE (sm-index)
                 ADD pu-late TO SM-LATE-MIN (sm-index)
               END-IF
               IF pu-early > 0
                 ADD 1 TO SM-EARLY (sm-index)
                 ADD pu-early TO SM-EARLY-MIN (sm-index)
               END-IF
             WHEN 'U'
               ADD 1 TO SM-UNPLANNED (sm-index)
             WHEN 'O'
               ADD 1 TO SM-PLANNED (sm-index)
               ADD 1 TO SM-NOSHOW (sm-index)
             WHEN 'E'
               ADD 1 TO SM-PLANNED (sm-index)
               ADD 1 TO SM-EXCUSED (sm-index)
           END-EVALUATE.

       REPORT-OPEN-PUNCHES.
           PERFORM VARYING pend-index FROM 1 BY 1
                   UNTIL pend-index > PENDING-COUNT
             MOVE 0 TO EM-TOTAL (emp-index)
             MOVE 0 TO EM-OT (emp-index)
             MOVE 0 TO EM-MISSING (emp-index)
             MOVE 0 TO EM-ABSENCE (emp-index)
             MOVE 'N' TO EM-PAID (emp-index)
             MOVE 0 TO EM-GROSS (emp-index)
             MOVE 0 TO EM-TAX (emp-index)
             MOVE 0 TO EM-CHURCH (emp-index)
             MOVE 0 TO EM-RV (emp-index)
             MOVE 0 TO EM-KV (emp-index)
             MOVE 0 TO EM-AV (emp-index)
             MOVE 0 TO EM-PV (emp-index)
             MOVE 0 TO EM-NET (emp-index)
             MOVE 0 TO EM-ER-SV (emp-index)
             MOVE SPACES TO EM-DEPT (emp-index)
             MOVE 0 TO EM-COST-CENTRE (emp-index)
             MOVE 0 TO EM-MTD-GROSS (emp-index)
             PERFORM FIND-MASTER
             IF mt-index NOT > MT-COUNT
               MOVE MT-DEPT (mt-index) TO EM-DEPT (emp-index)
               MOVE MT-COST-CENTRE (mt-index)
                 TO EM-COST-CENTRE (emp-index)
             END-IF
           END-IF.

       FIND-MASTER.
           PERFORM VARYING mt-index FROM 1 BY 1
                   UNTIL mt-index > MT-COUNT
             IF MT-EMPLOYEE (mt-index) = punch-employee
               EXIT PERFORM
             END-IF
           END-PERFORM.

       CHECK-PUNCH-EMPLOYEE.
           PERFORM CHECK-EMPLOYEE-STATE
           IF EMPLOYEE-STATE = SPACE
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WORK-LINE
           EVALUATE EMPLOYEE-STATE
             WHEN 'U'
               STRING "MA " punch-employee
                      " nicht im Mitarbeiterstamm - abgewiesen"
                      DELIMITED BY SIZE INTO WORK-LINE
             WHEN 'N'
               STRING "MA " punch-employee " Eintritt erst am "
                      MT-ENTRY-DATE (mt-index) " - abgewiesen"
                      DELIMITED BY SIZE INTO WORK-LINE
             WHEN OTHER
               STRING "MA " punch-employee " ausgeschieden am "
                      MT-EXIT-DATE (mt-index) " - abgewiesen"
                      DELIMITED BY SIZE INTO WORK-LINE
           END-EVALUATE
           MOVE WORK-LINE TO ShiftTimeLine
           WRITE ShiftTimeLine.

       CHECK-EMPLOYEE-STATE.
           MOVE SPACE TO EMPLOYEE-STATE
           IF MASTER-LOADED = 'N'
             EXIT PARAGRAPH
           END-IF
           PERFORM FIND-MASTER
           IF mt-index > MT-COUNT
             MOVE 'U' TO EMPLOYEE-STATE
             EXIT PARAGRAPH
           END-IF
           IF MT-ENTRY-DATE (mt-index) > TODAY-YMD
             MOVE 'N' TO EMPLOYEE-STATE
             EXIT PARAGRAPH
           END-IF
           IF MT-EXIT-DATE (mt-index) > 0
              AND MT-EXIT-DATE (mt-index) < TODAY-YMD
             MOVE 'A' TO EMPLOYEE-STATE
           END-IF.

       LOAD-EMPLOYEE-MASTER.
           MOVE 0 TO MT-COUNT
           MOVE 0 TO mr-eof
           OPEN INPUT EmployeeMaster
           IF MR-STATUS NOT = "00"
             DISPLAY "EMPLOYEE.DAT fehlt - Stempelungen werden nicht"
                     " gegen den Mitarbeiterstamm geprueft."
             EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO MASTER-LOADED
           READ EmployeeMaster
            AT END SET mr-eof TO 1
           END-READ
           PERFORM UNTIL mr-eof = 1 OR MT-COUNT = 500
             ADD 1 TO MT-COUNT
             MOVE mr-employee TO MT-EMPLOYEE (MT-COUNT)
             MOVE mr-department TO MT-DEPT (MT-COUNT)
             MOVE mr-cost-centre TO MT-COST-CENTRE (MT-COUNT)
             MOVE mr-entry-date TO MT-ENTRY-DATE (MT-COUNT)
             MOVE mr-exit-date TO MT-EXIT-DATE (MT-COUNT)
             MOVE mr-weekly-hours TO MT-HOURS (MT-COUNT)
             READ EmployeeMaster
              AT END SET mr-eof TO 1
             END-READ
           END-PERFORM
           IF mr-eof = 0
             DISPLAY "ABBRUCH: EMPLOYEE.DAT groesser als 500"
                     " Eintraege."
             STOP RUN
           END-IF
           CLOSE EmployeeMaster.

       FIND-PENDING.
           MOVE 0 TO pend-index
           PERFORM VARYING pend-index FROM 1 BY 1
           MOVE SPACES TO TODAY-DASHED
           STRING year "-" month "-" day-1
                  DELIMITED BY SIZE INTO TODAY-DASHED
           PERFORM LOAD-DEDUCTIONS
           PERFORM LOAD-MONTH-TO-DATE
           OPEN OUTPUT WageJournal
           MOVE SPACES TO WAGE-WORK-LINE
           STRING "Lohnjournal vom " TODAY-DASHED
                  DELIMITED BY SIZE INTO WAGE-WORK-LINE
           MOVE WAGE-WORK-LINE TO WageLine
           WRITE WageLine
           MOVE 'O' TO rpt-action
           MOVE "LOHNZETTEL" TO rpt-name
           MOVE SPACES TO rpt-filename
           STRING "LOHNZT-" TODAY-YMD ".DAT"
                  DELIMITED BY SIZE INTO rpt-filename
           MOVE SPACES TO rpt-title
           STRING "Lohnabrechnung vom " TODAY-DASHED
                  DELIMITED BY SIZE INTO rpt-title
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line
           PERFORM VARYING emp-index FROM 1 BY 1
                   UNTIL emp-index > EMP-COUNT
             PERFORM COMPUTE-ONE-WAGE
           END-PERFORM
           IF SLIP-COUNT = 0
             MOVE "Keine Lohnzettel in diesem Lauf." TO rpt-line
             PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE 'C' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO WAGE-WORK-LINE
           STRING "Bruttolohn gesamt: " TOTAL-GROSS " EUR"
                  DELIMITED BY SIZE INTO WAGE-WORK-LINE
           MOVE WAGE-WORK-LINE TO WageLine
           WRITE WageLine
           DISPLAY WAGE-WORK-LINE
           MOVE SPACES TO WAGE-WORK-LINE
           STRING "Nettolohn gesamt: " TOTAL-NET " EUR"
                  DELIMITED BY SIZE INTO WAGE-WORK-LINE
           MOVE WAGE-WORK-LINE TO WageLine
           WRITE WageLine
           DISPLAY WAGE-WORK-LINE
           MOVE SPACES TO WAGE-WORK-LINE
           STRING "AG-Sozialversicherung gesamt: " TOTAL-ER-SV " EUR"
                  DELIMITED BY SIZE INTO WAGE-WORK-LINE
           MOVE WAGE-WORK-LINE TO WageLine
           WRITE WageLine
           DISPLAY WAGE-WORK-LINE
           CLOSE WageJournal
           DISPLAY "Lohnzettel: " SLIP-COUNT " in " rpt-filename
           PERFORM WRITE-WAGE-GL-LINE.

       COMPUTE-ONE-WAGE.
                  DELIMITED BY SIZE INTO WAGE-WORK-LINE
           MOVE WAGE-WORK-LINE TO WageLine
           WRITE WageLine
           DISPLAY WAGE-WORK-LINE
           MOVE 'Y' TO EM-PAID (emp-index)
           MOVE EMP-GROSS TO EM-GROSS (emp-index)
           PERFORM FIND-EMPLOYEE-TAX
           PERFORM COMPUTE-DEDUCTIONS
           ADD EM-NET (emp-index) TO TOTAL-NET
           ADD EM-ER-SV (emp-index) TO TOTAL-ER-SV
           MOVE SPACES TO WAGE-WORK-LINE
           STRING "MA " EM-EMPLOYEE (emp-index)
                  " LSt " EM-TAX (emp-index)
                  " KiSt " EM-CHURCH (emp-index)
                  " SV-AN " EMP-SV-EE
                  " Netto " EM-NET (emp-index)
                  DELIMITED BY SIZE INTO WAGE-WORK-LINE
           MOVE WAGE-WORK-LINE TO WageLine
           WRITE WageLine
           DISPLAY WAGE-WORK-LINE
           PERFORM WRITE-PAYSLIP.

       FIND-EMPLOYEE-TAX.
           MOVE 6 TO TAX-CLASS
           MOVE 0 TO CHURCH-PCT
           MOVE 'N' TO CHILDLESS
           MOVE 'N' TO TAX-FOUND
           MOVE 0 TO tax-eof
           OPEN INPUT TaxDataFile
           IF TAX-STATUS = "00"
             READ TaxDataFile
              AT END SET tax-eof TO 1
             END-READ
             PERFORM UNTIL tax-eof = 1
               IF et-employee = EM-EMPLOYEE (emp-index)
                 MOVE et-class TO TAX-CLASS
                 MOVE et-church-pct TO CHURCH-PCT
                 MOVE et-childless TO CHILDLESS
                 MOVE 'Y' TO TAX-FOUND
                 SET tax-eof TO 1
               ELSE
                 READ TaxDataFile
                  AT END SET tax-eof TO 1
                 END-READ
               END-IF
             END-PERFORM
             CLOSE TaxDataFile
           END-IF
           IF TAX-FOUND = 'N' OR TAX-CLASS < 1 OR TAX-CLASS > 6
             MOVE 6 TO TAX-CLASS
             MOVE SPACES TO WAGE-WORK-LINE
             STRING "MA " EM-EMPLOYEE (emp-index)
                    " keine gueltigen Steuerdaten in EMPTAX.DAT -"
                    " Steuerklasse 6"
                    DELIMITED BY SIZE INTO WAGE-WORK-LINE
             MOVE WAGE-WORK-LINE TO WageLine
             WRITE WageLine
             DISPLAY WAGE-WORK-LINE
           END-IF.

       COMPUTE-DEDUCTIONS.
           MOVE 0 TO EMP-SV-EE
           MOVE EM-MTD-GROSS (emp-index) TO MTD-GROSS
           COMPUTE DEDUCT-BASIS = MTD-GROSS + EMP-GROSS
           MOVE 1 TO DEDUCT-SIGN
           PERFORM DEDUCTIONS-ON-BASIS
           MOVE TAX-RATE TO MONTH-TAX-RATE
           COMPUTE MONTH-TAX ROUNDED = DEDUCT-BASIS * TAX-RATE / 100
           COMPUTE MONTH-CHURCH ROUNDED =
                   MONTH-TAX * CHURCH-PCT / 100
           MOVE 0 TO PRIOR-TAX
           MOVE 0 TO PRIOR-CHURCH
           IF MTD-GROSS > 0
             MOVE MTD-GROSS TO DEDUCT-BASIS
             MOVE -1 TO DEDUCT-SIGN
             PERFORM DEDUCTIONS-ON-BASIS
             COMPUTE PRIOR-TAX ROUNDED =
                     DEDUCT-BASIS * TAX-RATE / 100
             COMPUTE PRIOR-CHURCH ROUNDED =
                     PRIOR-TAX * CHURCH-PCT / 100
           END-IF
           MOVE MONTH-TAX-RATE TO TAX-RATE
           COMPUTE EM-TAX (emp-index) = MONTH-TAX - PRIOR-TAX
           COMPUTE EM-CHURCH (emp-index) =
                   MONTH-CHURCH - PRIOR-CHURCH
           COMPUTE EMP-DEDUCTIONS = EM-TAX (emp-index)
                   + EM-CHURCH (emp-index) + EMP-SV-EE
           COMPUTE NET-WORK = EMP-GROSS - EMP-DEDUCTIONS
           IF NET-WORK < 0
             MOVE 0 TO NET-WORK
           END-IF
           MOVE NET-WORK TO EM-NET (emp-index).

       DEDUCTIONS-ON-BASIS.
           MOVE 0 TO TAX-RATE
           MOVE -1 TO BEST-FROM
           PERFORM VARYING dt-index FROM 1 BY 1
                   UNTIL dt-index > DT-COUNT
             MOVE DT-RECORD (dt-index) TO DeductRecord
             EVALUATE dd-type
               WHEN 'T'
                 IF dd-class = TAX-CLASS
                    AND dd-from <= DEDUCT-BASIS
                    AND dd-from > BEST-FROM
                   MOVE dd-from TO BEST-FROM
                   MOVE dd-ee-pct TO TAX-RATE
                 END-IF
               WHEN 'S'
                 PERFORM COMPUTE-ONE-CONTRIBUTION
                 PERFORM ADD-CONTRIBUTION
               WHEN 'Z'
                 IF CHILDLESS = 'J'
                   PERFORM COMPUTE-ONE-CONTRIBUTION
                   PERFORM ADD-CONTRIBUTION
                 END-IF
             END-EVALUATE
           END-PERFORM.

       COMPUTE-ONE-CONTRIBUTION.
           MOVE DEDUCT-BASIS TO SV-BASIS
           IF dd-ceiling > 0 AND SV-BASIS > dd-ceiling
             MOVE dd-ceiling TO SV-BASIS
           END-IF
           COMPUTE SV-EE ROUNDED = SV-BASIS * dd-ee-pct / 100
           COMPUTE SV-ER ROUNDED = SV-BASIS * dd-er-pct / 100.

       ADD-CONTRIBUTION.
           IF DEDUCT-SIGN < 0
             COMPUTE SV-EE = 0 - SV-EE
             COMPUTE SV-ER = 0 - SV-ER
           END-IF
           ADD SV-EE TO EMP-SV-EE
           ADD SV-ER TO EM-ER-SV (emp-index)
           EVALUATE dd-code
             WHEN "RV"
               ADD SV-EE TO EM-RV (emp-index)
             WHEN "KV"
               ADD SV-EE TO EM-KV (emp-index)
             WHEN "AV"
               ADD SV-EE TO EM-AV (emp-index)
             WHEN OTHER
               ADD SV-EE TO EM-PV (emp-index)
           END-EVALUATE.

       WRITE-PAYSLIP.
           IF SLIP-COUNT > 0
             MOVE 'P' TO rpt-action
             CALL "REPORT-WRITER" USING ReportRequest
           END-IF
           ADD 1 TO SLIP-COUNT
           STRING "Lohnzettel Mitarbeiter " EM-EMPLOYEE (emp-index)
                  "   Abrechnung vom " TODAY-DASHED
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REPORT-LINE
           STRING "Steuerklasse " TAX-CLASS
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE EM-SHIFTS (emp-index) TO PRINT-HH
           STRING "Schichten                     " PRINT-HH
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REPORT-LINE
           MOVE "Bezahlte Zeit gesamt (Std)" TO PRINT-LABEL
           MOVE EM-TOTAL (emp-index) TO PRINT-MINUTES
           PERFORM WRITE-SLIP-HOURS
           MOVE "  davon Ueberstunden" TO PRINT-LABEL
           MOVE EM-OT (emp-index) TO PRINT-MINUTES
           PERFORM WRITE-SLIP-HOURS
           MOVE "  davon Abwesenheit" TO PRINT-LABEL
           MOVE EM-ABSENCE (emp-index) TO PRINT-MINUTES
           PERFORM WRITE-SLIP-HOURS
           MOVE THIS-RATE TO PRINT-RATE
           STRING "Stundensatz                   " PRINT-RATE
                  " EUR, Ueberstundenzuschlag " THIS-OT-PCT " %"
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Grundlohn" TO PRINT-LABEL
           MOVE REGULAR-GROSS TO PRINT-AMOUNT
           PERFORM WRITE-SLIP-AMOUNT
           MOVE "Ueberstundenverguetung" TO PRINT-LABEL
           MOVE OT-GROSS TO PRINT-AMOUNT
           PERFORM WRITE-SLIP-AMOUNT
           MOVE "Bruttolohn" TO PRINT-LABEL
           MOVE EMP-GROSS TO PRINT-AMOUNT
           PERFORM WRITE-SLIP-AMOUNT
           IF EM-MTD-GROSS (emp-index) > 0
             MOVE "  Brutto Monat bisher" TO PRINT-LABEL
             MOVE EM-MTD-GROSS (emp-index) TO PRINT-AMOUNT
             PERFORM WRITE-SLIP-AMOUNT
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE TAX-RATE TO PRINT-PCT
           STRING "Lohnsteuer (" PRINT-PCT " %)"
                  DELIMITED BY SIZE INTO PRINT-LABEL
           MOVE EM-TAX (emp-index) TO PRINT-AMOUNT
           PERFORM WRITE-SLIP-AMOUNT
           MOVE "Kirchensteuer" TO PRINT-LABEL
           MOVE EM-CHURCH (emp-index) TO PRINT-AMOUNT
           PERFORM WRITE-SLIP-AMOUNT
           MOVE "Rentenversicherung" TO PRINT-LABEL
           MOVE EM-RV (emp-index) TO PRINT-AMOUNT
           PERFORM WRITE-SLIP-AMOUNT
           MOVE "Krankenversicherung" TO PRINT-LABEL
           MOVE EM-KV (emp-index) TO PRINT-AMOUNT
           PERFORM WRITE-SLIP-AMOUNT
           MOVE "Arbeitslosenversicherung" TO PRINT-LABEL
           MOVE EM-AV (emp-index) TO PRINT-AMOUNT
           PERFORM WRITE-SLIP-AMOUNT
           MOVE "Pflegeversicherung" TO PRINT-LABEL
           MOVE EM-PV (emp-index) TO PRINT-AMOUNT
           PERFORM WRITE-SLIP-AMOUNT
           MOVE "Abzuege gesamt" TO PRINT-LABEL
           MOVE EMP-DEDUCTIONS TO PRINT-AMOUNT
           PERFORM WRITE-SLIP-AMOUNT
           PERFORM WRITE-REPORT-LINE
           MOVE "Nettolohn / Auszahlung" TO PRINT-LABEL
           MOVE EM-NET (emp-index) TO PRINT-AMOUNT
           PERFORM WRITE-SLIP-AMOUNT
           PERFORM WRITE-REPORT-LINE
           MOVE "AG-Anteil Sozialversicherung" TO PRINT-LABEL
           MOVE EM-ER-SV (emp-index) TO PRINT-AMOUNT
           PERFORM WRITE-SLIP-AMOUNT.

       WRITE-SLIP-HOURS.
           DIVIDE PRINT-MINUTES BY 60
                   GIVING PRINT-HH REMAINDER PRINT-MM
           STRING PRINT-LABEL PRINT-HH ":" PRINT-MM
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REPORT-LINE.

       WRITE-SLIP-AMOUNT.
           STRING PRINT-LABEL PRINT-AMOUNT " EUR"
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO PRINT-LABEL.

       LOAD-DEDUCTIONS.
           MOVE 0 TO DT-COUNT
           OPEN INPUT DeductFile
           IF DED-STATUS = "35"
             OPEN OUTPUT DeductFile
             PERFORM VARYING dt-index FROM 1 BY 1
                     UNTIL dt-index > 33
               MOVE DEFAULT-DEDUCT (dt-index) TO DeductRecord
               WRITE DeductRecord
             END-PERFORM
             CLOSE DeductFile
             DISPLAY "DEDUCT.DAT mit Standardsaetzen angelegt."
             OPEN INPUT DeductFile
           END-IF
           IF DED-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ded-eof
           READ DeductFile
            AT END SET ded-eof TO 1
           END-READ
           PERFORM UNTIL ded-eof = 1 OR DT-COUNT = 100
             ADD 1 TO DT-COUNT
             MOVE DeductRecord TO DT-RECORD (DT-COUNT)
             READ DeductFile
              AT END SET ded-eof TO 1
             END-READ
           END-PERFORM
           IF ded-eof = 0
             DISPLAY "ABBRUCH: DEDUCT.DAT groesser als 100 Eintraege."
             STOP RUN
           END-IF
           CLOSE DeductFile.

       WRITE-REPORT-LINE.
           MOVE 'L' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line.

       PAY-NET-WAGES.
           COMPUTE PAY-PERIOD = TODAY-YMD / 100
           PERFORM LOAD-NETPAY-REGISTER
           PERFORM READ-PAYROLL-ACCOUNT
           MOVE 'O' TO rpt-action
           MOVE "LOHNZAHLUNG" TO rpt-name
           MOVE SPACES TO rpt-filename
           STRING "LOHNZL-" TODAY-YMD ".DAT"
                  DELIMITED BY SIZE INTO rpt-filename
           MOVE SPACES TO rpt-title
           STRING "Zahlungskontrolliste Lohn " PAY-PERIOD
                  DELIMITED BY SIZE INTO rpt-title
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line
           PERFORM OPEN-NETPAY-REGISTER
           PERFORM OPEN-OUTPAY-FILE
           PERFORM OPEN-PAYROLL-ACCOUNT
           PERFORM VARYING emp-index FROM 1 BY 1
                   UNTIL emp-index > EMP-COUNT
             IF EM-PAID (emp-index) = 'Y'
               PERFORM PAY-ONE-EMPLOYEE
             END-IF
           END-PERFORM
           IF CR-COUNT > 0 AND PAYROLL-OPEN = 'Y'
             PERFORM ADD-CLEARING-CREDITS
           END-IF
           PERFORM CLOSE-PAYROLL-ACCOUNT
           CLOSE OutPayFile
           CLOSE NetPayFile
           PERFORM WRITE-REPORT-LINE
           MOVE "Hausbank (CLEARING-IN.DAT)" TO PRINT-LABEL
           MOVE INT-COUNT TO PRINT-HH
           MOVE INT-TOTAL TO PRINT-TOTAL
           PERFORM WRITE-CONTROL-LINE
           MOVE "Fremdbanken (OUTPAY.DAT)" TO PRINT-LABEL
           MOVE EXT-COUNT TO PRINT-HH
           MOVE EXT-TOTAL TO PRINT-TOTAL
           PERFORM WRITE-CONTROL-LINE
           MOVE "bereits ausgezahlt" TO PRINT-LABEL
           MOVE DONE-COUNT TO PRINT-HH
           MOVE DONE-TOTAL TO PRINT-TOTAL
           PERFORM WRITE-CONTROL-LINE
           MOVE "zurueckgehalten" TO PRINT-LABEL
           MOVE HELD-COUNT TO PRINT-HH
           MOVE HELD-TOTAL TO PRINT-TOTAL
           PERFORM WRITE-CONTROL-LINE
           MOVE "Differenz zum Vorlauf" TO PRINT-LABEL
           MOVE DIFF-COUNT TO PRINT-HH
           MOVE DIFF-TOTAL TO PRINT-DIFF
           STRING PRINT-LABEL PRINT-HH "  " PRINT-DIFF " EUR"
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REPORT-LINE
           COMPUTE CONTROL-TOTAL = INT-TOTAL + EXT-TOTAL
                   + DONE-TOTAL + HELD-TOTAL + DIFF-TOTAL
           MOVE "Summe Kontrolliste" TO PRINT-LABEL
           MOVE CONTROL-TOTAL TO PRINT-TOTAL
           STRING PRINT-LABEL "      " PRINT-TOTAL " EUR"
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REPORT-LINE
           MOVE "Nettolohn lt. Lohnjournal" TO PRINT-LABEL
           MOVE TOTAL-NET TO PRINT-TOTAL
           STRING PRINT-LABEL "      " PRINT-TOTAL " EUR"
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REPORT-LINE
           IF CONTROL-TOTAL = TOTAL-NET
             MOVE "Abstimmung mit WAGES.DAT: Summen stimmen ueberein."
               TO rpt-line
           ELSE
             MOVE "ABWEICHUNG zur Nettolohnsumme in WAGES.DAT!"
               TO rpt-line
           END-IF
           DISPLAY rpt-line
           PERFORM WRITE-REPORT-LINE
           MOVE 'C' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           DISPLAY "Lohnzahlungen Hausbank: " INT-COUNT
                   " Fremdbanken: " EXT-COUNT
                   " zurueckgehalten: " HELD-COUNT
           DISPLAY "Zahlungskontrolliste: " rpt-filename.

       PAY-ONE-EMPLOYEE.
           IF EM-NET (emp-index) = 0
             STRING "MA " EM-EMPLOYEE (emp-index)
                    " Nettolohn 0.00 - keine Zahlung"
                    DELIMITED BY SIZE INTO rpt-line
             PERFORM WRITE-REPORT-LINE
             EXIT PARAGRAPH
           END-IF
           MOVE EM-NET (emp-index) TO PRINT-AMOUNT
           PERFORM VARYING np-index FROM 1 BY 1
                   UNTIL np-index > NP-COUNT
             IF NP-T-EMPLOYEE (np-index) = EM-EMPLOYEE (emp-index)
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF np-index NOT > NP-COUNT
             ADD 1 TO DONE-COUNT
             ADD NP-T-AMOUNT (np-index) TO DONE-TOTAL
             MOVE NP-T-AMOUNT (np-index) TO PRINT-AMOUNT
             MOVE SPACES TO PRINT-DATE
             STRING NP-T-DATE (np-index) (7:2) "."
                    NP-T-DATE (np-index) (5:2) "."
                    NP-T-DATE (np-index) (1:4)
                    DELIMITED BY SIZE INTO PRINT-DATE
             STRING "MA " EM-EMPLOYEE (emp-index) " " PRINT-AMOUNT
                    " bereits ausgezahlt am " PRINT-DATE
                    DELIMITED BY SIZE INTO rpt-line
             PERFORM WRITE-REPORT-LINE
             IF NP-T-AMOUNT (np-index) NOT = EM-NET (emp-index)
               ADD 1 TO DIFF-COUNT
               COMPUTE DIFF-TOTAL = DIFF-TOTAL + EM-NET (emp-index)
                       - NP-T-AMOUNT (np-index)
               MOVE EM-NET (emp-index) TO PRINT-AMOUNT
               STRING "   ACHTUNG: jetzt " PRINT-AMOUNT
                      " berechnet - Differenz manuell klaeren"
                      DELIMITED BY SIZE INTO rpt-line
               DISPLAY "MA " EM-EMPLOYEE (emp-index) rpt-line
               PERFORM WRITE-REPORT-LINE
             END-IF
             EXIT PARAGRAPH
           END-IF
           PERFORM FIND-BANK-DETAILS
           IF BANK-FOUND = 'N'
             PERFORM HOLD-PAYMENT
             STRING "MA " EM-EMPLOYEE (emp-index) " " PRINT-AMOUNT
                    " keine Bankverbindung in EMPBANK.DAT"
                    DELIMITED BY SIZE INTO rpt-line
             PERFORM WRITE-REPORT-LINE
             EXIT PARAGRAPH
           END-IF
           IF eb-account = 0
             CALL "IBANCHECK" USING eb-iban IBAN-VALID
             IF IBAN-VALID NOT = 'Y'
               PERFORM HOLD-PAYMENT
               STRING "MA " EM-EMPLOYEE (emp-index) " "
                      PRINT-AMOUNT " IBAN ungueltig: " eb-iban
                      DELIMITED BY SIZE INTO rpt-line
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
             END-IF
           END-IF
           PERFORM DEBIT-PAYROLL-ACCOUNT
           IF PAYROLL-DEBITED = 'N'
             PERFORM HOLD-PAYMENT
             IF PAYROLL-OPEN = 'N'
               STRING "MA " EM-EMPLOYEE (emp-index) " "
                      PRINT-AMOUNT " Lohnkonto nicht verfuegbar"
                      DELIMITED BY SIZE INTO rpt-line
             ELSE
               STRING "MA " EM-EMPLOYEE (emp-index) " "
                      PRINT-AMOUNT " Lohnkonto nicht gedeckt"
                      DELIMITED BY SIZE INTO rpt-line
             END-IF
             PERFORM WRITE-REPORT-LINE
             EXIT PARAGRAPH
           END-IF
           MOVE EM-EMPLOYEE (emp-index) TO np-employee
           MOVE PAY-PERIOD TO np-period
           MOVE EM-NET (emp-index) TO np-amount
           MOVE TODAY-YMD TO np-date
           IF eb-account > 0
             ADD 1 TO CR-COUNT
             MOVE eb-account TO CR-ACCOUNT (CR-COUNT)
             MOVE EM-NET (emp-index) TO CR-AMOUNT (CR-COUNT)
             MOVE SPACES TO CR-REF (CR-COUNT)
             STRING "LOHN" EM-EMPLOYEE (emp-index) "-" PAY-PERIOD
                    DELIMITED BY SIZE INTO CR-REF (CR-COUNT)
             ADD 1 TO INT-COUNT
             ADD EM-NET (emp-index) TO INT-TOTAL
             MOVE 'I' TO np-channel
             MOVE 0 TO np-payment-id
             STRING "MA " EM-EMPLOYEE (emp-index) " " PRINT-AMOUNT
                    " Hausbank Konto " eb-account
                    DELIMITED BY SIZE INTO rpt-line
           ELSE
             CALL "TXNSEQ" USING PAY-ID
             MOVE PAY-ID TO op-payment-id
             MOVE PAYROLL-ACCOUNT TO op-account
             MOVE EM-NET (emp-index) TO op-amount
             MOVE eb-name TO op-bene-name
             MOVE eb-iban TO op-bene-iban
             MOVE SPACES TO op-reference
             STRING "Lohn/Gehalt " PAY-PERIOD " MA "
                    EM-EMPLOYEE (emp-index)
                    DELIMITED BY SIZE INTO op-reference
             MOVE "LOHN" TO op-origin
             MOVE TODAY-YMD TO op-entry-date
             MOVE 'P' TO op-status
             MOVE 0 TO op-sent-date
             MOVE SPACES TO op-return-reason
             WRITE OutPaymentRecord
             ADD 1 TO EXT-COUNT
             ADD EM-NET (emp-index) TO EXT-TOTAL
             MOVE 'E' TO np-channel
             MOVE PAY-ID TO np-payment-id
             STRING "MA " EM-EMPLOYEE (emp-index) " " PRINT-AMOUNT
                    " Fremdbank " eb-iban
                    DELIMITED BY SIZE INTO rpt-line
           END-IF
           WRITE NetPayRecord
           PERFORM WRITE-REPORT-LINE.

       HOLD-PAYMENT.
           ADD 1 TO HELD-COUNT
           ADD EM-NET (emp-index) TO HELD-TOTAL
           DISPLAY "MA " EM-EMPLOYEE (emp-index)
                   " Nettolohn nicht ausgezahlt -"
                   " Bankverbindung pruefen".

       FIND-BANK-DETAILS.
           MOVE 'N' TO BANK-FOUND
           MOVE 0 TO bank-eof
           OPEN INPUT BankDetailFile
           IF BNK-STATUS = "00"
             READ BankDetailFile
              AT END SET bank-eof TO 1
             END-READ
             PERFORM UNTIL bank-eof = 1
               IF eb-employee = EM-EMPLOYEE (emp-index)
                 IF eb-account > 0 OR eb-iban NOT = SPACES
                   MOVE 'Y' TO BANK-FOUND
                 END-IF
                 SET bank-eof TO 1
               ELSE
                 READ BankDetailFile
                  AT END SET bank-eof TO 1
                 END-READ
               END-IF
             END-PERFORM
             CLOSE BankDetailFile
           END-IF.

       WRITE-CONTROL-LINE.
           STRING PRINT-LABEL PRINT-HH "  " PRINT-TOTAL " EUR"
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REPORT-LINE.

       LOAD-NETPAY-REGISTER.
           MOVE 0 TO NP-COUNT
           MOVE 0 TO np-eof
           OPEN INPUT NetPayFile
           IF NP-STATUS = "00"
             READ NetPayFile
              AT END SET np-eof TO 1
             END-READ
             PERFORM UNTIL np-eof = 1
               IF np-date = TODAY-YMD
                 IF NP-COUNT = 500
                   DISPLAY "ABBRUCH: NETPAY.DAT groesser als 500"
                           " Eintraege je Tag."
                   STOP RUN
                 END-IF
                 ADD 1 TO NP-COUNT
                 MOVE np-employee TO NP-T-EMPLOYEE (NP-COUNT)
                 MOVE np-amount TO NP-T-AMOUNT (NP-COUNT)
                 MOVE np-date TO NP-T-DATE (NP-COUNT)
               END-IF
               READ NetPayFile
                AT END SET np-eof TO 1
               END-READ
             END-PERFORM
             CLOSE NetPayFile
           END-IF.

       OPEN-NETPAY-REGISTER.
           OPEN INPUT NetPayFile
           IF NP-STATUS = "35"
             OPEN OUTPUT NetPayFile
             CLOSE NetPayFile
           ELSE
             CLOSE NetPayFile
           END-IF
           OPEN EXTEND NetPayFile.

       OPEN-OUTPAY-FILE.
           OPEN INPUT OutPayFile
           IF OUTPAY-STATUS = "35"
             OPEN OUTPUT OutPayFile
             CLOSE OutPayFile
           ELSE
             CLOSE OutPayFile
           END-IF
           OPEN EXTEND OutPayFile.

       OPEN-PAYROLL-ACCOUNT.
           MOVE 'N' TO PAYROLL-OPEN
           IF PAYROLL-ACCOUNT = 0
             DISPLAY "Kein Lohnkonto in PAYACCT.DAT -"
                     " Zahlungen zurueckgehalten."
             EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO LOCK-ACTION
           CALL "RUNLOCK" USING LOCK-ACTION LOCK-JOB
                LOCK-RESOURCE LOCK-RESULT LOCK-HOLDER
           IF LOCK-RESULT = 'N'
             DISPLAY "PIN.DAT gesperrt von " LOCK-HOLDER
                     " - Zahlungen zurueckgehalten."
             EXIT PARAGRAPH
           END-IF
           OPEN I-O PinNumbers
           IF PIN-STATUS NOT = "00"
             DISPLAY "PIN.DAT nicht verfuegbar -"
                     " Zahlungen zurueckgehalten."
             PERFORM RELEASE-PIN-LOCK
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO scan-eof
           MOVE ZERO TO card-number
           START PinNumbers KEY NOT < card-number
             INVALID KEY SET scan-eof TO 1
           END-START
           PERFORM UNTIL scan-eof = 1
             READ PinNumbers NEXT
               AT END SET scan-eof TO 1
               NOT AT END
                 IF account-number = PAYROLL-ACCOUNT
                   MOVE card-number TO PAYROLL-CARD
                   MOVE 'Y' TO PAYROLL-OPEN
                   SET scan-eof TO 1
                 END-IF
             END-READ
           END-PERFORM
           IF PAYROLL-OPEN = 'N'
             DISPLAY "Lohnkonto " PAYROLL-ACCOUNT " nicht in PIN.DAT"
                     " - Zahlungen zurueckgehalten."
             CLOSE PinNumbers
             PERFORM RELEASE-PIN-LOCK
             EXIT PARAGRAPH
           END-IF
           CALL "BUSDATE" USING BUSINESS-DATE
           OPEN INPUT TxnLog
           IF TXN-STATUS = "35"
             OPEN OUTPUT TxnLog
             CLOSE TxnLog
           ELSE
             CLOSE TxnLog
           END-IF
           OPEN EXTEND TxnLog.

       CLOSE-PAYROLL-ACCOUNT.
           IF PAYROLL-OPEN = 'Y'
             CLOSE TxnLog
             CLOSE PinNumbers
             PERFORM RELEASE-PIN-LOCK
             MOVE 'N' TO PAYROLL-OPEN
           END-IF.

       RELEASE-PIN-LOCK.
           MOVE 'R' TO LOCK-ACTION
           CALL "RUNLOCK" USING LOCK-ACTION LOCK-JOB
                LOCK-RESOURCE LOCK-RESULT LOCK-HOLDER.

       DEBIT-PAYROLL-ACCOUNT.
           MOVE 'N' TO PAYROLL-DEBITED
           IF PAYROLL-OPEN = 'N'
             EXIT PARAGRAPH
           END-IF
           MOVE PAYROLL-CARD TO card-number
           READ PinNumbers
             INVALID KEY EXIT PARAGRAPH
           END-READ
           COMPUTE PAYROLL-AVAILABLE = account-balance
                   + overdraft-limit - pending-holds
           IF EM-NET (emp-index) > PAYROLL-AVAILABLE
             EXIT PARAGRAPH
           END-IF
           SUBTRACT EM-NET (emp-index) FROM account-balance
           REWRITE PinRecord
           MOVE FUNCTION CURRENT-DATE TO date-time
           MOVE PAYROLL-ACCOUNT TO log-account-number
           MOVE SPACES TO log-timestamp
           STRING year "-" month "-" day-1 "T"
                  hour "-" minutes "-" seconds
                  DELIMITED BY SIZE INTO log-timestamp
           MOVE "TRANSFER-EXT" TO log-type
           MOVE 'Y' TO log-status
           MOVE EM-NET (emp-index) TO log-amount
           MOVE BUSINESS-DATE TO log-business-date
           MOVE "LOHN" TO log-terminal-id
           MOVE 0 TO log-ref-seq
           MOVE SPACES TO log-rate-version
           CALL "TXNSEQ" USING log-seq-number
           WRITE TxnLogRecord
           MOVE 'Y' TO PAYROLL-DEBITED.

       READ-PAYROLL-ACCOUNT.
           MOVE 0 TO PAYROLL-ACCOUNT
           OPEN INPUT PayAccountFile
           IF PA-STATUS = "00"
             READ PayAccountFile
               AT END CONTINUE
             END-READ
             IF PA-STATUS = "00"
               MOVE PayAccountRecord TO PAYROLL-ACCOUNT
             END-IF
             CLOSE PayAccountFile
           END-IF.

       ADD-CLEARING-CREDITS.
           MOVE 'N' TO CLR-TRAILER-SEEN
           MOVE 0 TO CLR-TRAILER-COUNT
           MOVE 0 TO CLR-TRAILER-TOTAL
           MOVE 0 TO CR-TOTAL
           OPEN OUTPUT ClearingWork
           OPEN INPUT ClearingFile
           IF CLR-STATUS = "00"
             MOVE 0 TO clr-eof
             READ ClearingFile
              AT END SET clr-eof TO 1
             END-READ
             PERFORM UNTIL clr-eof = 1
               IF ClearingRecord(1:8) = "TRAILER "
                 MOVE 'Y' TO CLR-TRAILER-SEEN
                 MOVE ct-count TO CLR-TRAILER-COUNT
                 MOVE ct-total TO CLR-TRAILER-TOTAL
               ELSE
                 MOVE ClearingRecord TO ClearingWorkRecord
                 WRITE ClearingWorkRecord
               END-IF
               READ ClearingFile
                AT END SET clr-eof TO 1
               END-READ
             END-PERFORM
             CLOSE ClearingFile
           ELSE
             MOVE 'Y' TO CLR-TRAILER-SEEN
           END-IF
           CLOSE ClearingWork
           OPEN INPUT ClearingWork
           OPEN OUTPUT ClearingFile
           MOVE 0 TO clr-eof
           READ ClearingWork
            AT END SET clr-eof TO 1
           END-READ
           PERFORM UNTIL clr-eof = 1
             MOVE ClearingWorkRecord TO ClearingRecord
             WRITE ClearingRecord
             READ ClearingWork
              AT END SET clr-eof TO 1
             END-READ
           END-PERFORM
           CLOSE ClearingWork
           PERFORM VARYING cr-index FROM 1 BY 1
                   UNTIL cr-index > CR-COUNT
             MOVE CR-ACCOUNT (cr-index) TO ci-account
             MOVE CR-AMOUNT (cr-index) TO ci-amount
             MOVE CR-REF (cr-index) TO ci-sender-ref
             WRITE ClearingRecord
             ADD CR-AMOUNT (cr-index) TO CR-TOTAL
           END-PERFORM
           IF CLR-TRAILER-SEEN = 'Y'
             MOVE SPACES TO ClearingRecord
             MOVE "TRAILER " TO ct-tag
             COMPUTE ct-count = CLR-TRAILER-COUNT + CR-COUNT
             COMPUTE ct-total = CLR-TRAILER-TOTAL + CR-TOTAL
             WRITE ClearingTrailer
           END-IF
           CLOSE ClearingFile.

       FIND-EMPLOYEE-RATE.
           MOVE 'N' TO RATE-FOUND
           END-IF.

       WRITE-WAGE-GL-LINE.
           MOVE 0 TO KS-COUNT
           PERFORM VARYING emp-index FROM 1 BY 1
                   UNTIL emp-index > EMP-COUNT
             IF EM-PAID (emp-index) = 'Y'
               PERFORM ADD-TO-COST-CENTRE
             END-IF
           END-PERFORM
           OPEN OUTPUT WageGlExtract
           PERFORM VARYING ks-index FROM 1 BY 1
                   UNTIL ks-index > KS-COUNT
             MOVE SPACES TO WageGlLine
             STRING TODAY-DASHED " S 50000 "
                    KS-GROSS (ks-index) " LOHN KST "
                    KS-COST-CENTRE (ks-index)
                    DELIMITED BY SIZE INTO WageGlLine
             WRITE WageGlLine
           END-PERFORM
           MOVE SPACES TO WageGlLine
           STRING TODAY-DASHED " H 20000 "
                  TOTAL-GROSS " LOHN"
                  DELIMITED BY SIZE INTO WageGlLine
           WRITE WageGlLine
           PERFORM VARYING ks-index FROM 1 BY 1
                   UNTIL ks-index > KS-COUNT
             MOVE SPACES TO WageGlLine
             STRING TODAY-DASHED " S 50100 "
                    KS-ER-SV (ks-index) " SVAG KST "
                    KS-COST-CENTRE (ks-index)
                    DELIMITED BY SIZE INTO WageGlLine
             WRITE WageGlLine
           END-PERFORM
           MOVE SPACES TO WageGlLine
           STRING TODAY-DASHED " H 20100 "
                  TOTAL-ER-SV " SVAG"
                  DELIMITED BY SIZE INTO WageGlLine
           WRITE WageGlLine
           CLOSE WageGlExtract.

       ADD-TO-COST-CENTRE.
           PERFORM VARYING ks-index FROM 1 BY 1
                   UNTIL ks-index > KS-COUNT
             IF KS-COST-CENTRE (ks-index) =
                EM-COST-CENTRE (emp-index)
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF ks-index > KS-COUNT
             ADD 1 TO KS-COUNT
             MOVE KS-COUNT TO ks-index
             MOVE EM-COST-CENTRE (emp-index)
               TO KS-COST-CENTRE (ks-index)
             MOVE 0 TO KS-GROSS (ks-index)
             MOVE 0 TO KS-ER-SV (ks-index)
           END-IF
           ADD EM-GROSS (emp-index) TO KS-GROSS (ks-index)
           ADD EM-ER-SV (emp-index) TO KS-ER-SV (ks-index).

       LOAD-MONTH-TO-DATE.
           COMPUTE THIS-MONTH = TODAY-YMD / 100
           MOVE 0 TO lc-eof
           OPEN INPUT LabourFile
           IF LC-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           READ LabourFile
            AT END SET lc-eof TO 1
           END-READ
           PERFORM UNTIL lc-eof = 1
             IF lc-date / 100 = THIS-MONTH
                AND lc-date < TODAY-YMD
                AND lc-gross IS NUMERIC
               PERFORM VARYING emp-index FROM 1 BY 1
                       UNTIL emp-index > EMP-COUNT
                 IF EM-EMPLOYEE (emp-index) = lc-employee
                   ADD lc-gross TO EM-MTD-GROSS (emp-index)
                   EXIT PERFORM
                 END-IF
               END-PERFORM
             END-IF
             READ LabourFile
              AT END SET lc-eof TO 1
             END-READ
           END-PERFORM
           CLOSE LabourFile.

       SAVE-LABOUR-HISTORY.
           MOVE 0 TO lc-eof
           OPEN OUTPUT LabourWork
           OPEN INPUT LabourFile
           IF LC-STATUS = "00"
             READ LabourFile
              AT END SET lc-eof TO 1
             END-READ
             PERFORM UNTIL lc-eof = 1
               IF lc-date NOT = TODAY-YMD
                 MOVE LabourCostRecord TO LabourWorkRecord
                 WRITE LabourWorkRecord
               END-IF
               READ LabourFile
                AT END SET lc-eof TO 1
               END-READ
             END-PERFORM
             CLOSE LabourFile
           END-IF
           CLOSE LabourWork
           MOVE 0 TO lc-eof
           OPEN INPUT LabourWork
           OPEN OUTPUT LabourFile
           READ LabourWork
            AT END SET lc-eof TO 1
           END-READ
           PERFORM UNTIL lc-eof = 1
             MOVE LabourWorkRecord TO LabourCostRecord
             WRITE LabourCostRecord
             READ LabourWork
              AT END SET lc-eof TO 1
             END-READ
           END-PERFORM
           CLOSE LabourWork
           PERFORM VARYING emp-index FROM 1 BY 1
                   UNTIL emp-index > EMP-COUNT
             MOVE EM-EMPLOYEE (emp-index) TO lc-employee
             MOVE TODAY-YMD TO lc-date
             MOVE EM-DEPT (emp-index) TO lc-department
             MOVE EM-COST-CENTRE (emp-index) TO lc-cost-centre
             MOVE EM-TOTAL (emp-index) TO lc-minutes
             MOVE EM-OT (emp-index) TO lc-ot-minutes
             COMPUTE lc-cost = EM-GROSS (emp-index)
                     + EM-ER-SV (emp-index)
             MOVE EM-GROSS (emp-index) TO lc-gross
             WRITE LabourCostRecord
           END-PERFORM
           CLOSE LabourFile.

       WRITE-DEPARTMENT-REPORT.
           COMPUTE THIS-MONTH = TODAY-YMD / 100
           MOVE 0 TO DP-COUNT
           PERFORM VARYING mt-index FROM 1 BY 1
                   UNTIL mt-index > MT-COUNT
             IF MT-ENTRY-DATE (mt-index) / 100 NOT > THIS-MONTH
                AND (MT-EXIT-DATE (mt-index) = 0
                     OR MT-EXIT-DATE (mt-index) / 100
                        NOT < THIS-MONTH)
               MOVE MT-DEPT (mt-index) TO WORK-DEPT
               PERFORM FIND-DEPARTMENT
               ADD 1 TO DP-EMPS (dp-index)
               COMPUTE MONTH-CONTRACT ROUNDED =
                       MT-HOURS (mt-index) * 52 / 12
               ADD MONTH-CONTRACT TO DP-CONTRACT (dp-index)
             END-IF
           END-PERFORM
           MOVE 0 TO lc-eof
           OPEN INPUT LabourFile
           IF LC-STATUS = "00"
             READ LabourFile
              AT END SET lc-eof TO 1
             END-READ
             PERFORM UNTIL lc-eof = 1
               IF lc-date / 100 = THIS-MONTH
                 MOVE lc-department TO WORK-DEPT
                 PERFORM FIND-DEPARTMENT
                 ADD lc-minutes TO DP-MINUTES (dp-index)
                 ADD lc-ot-minutes TO DP-OT (dp-index)
                 ADD lc-cost TO DP-COST (dp-index)
               END-IF
               READ LabourFile
                AT END SET lc-eof TO 1
               END-READ
             END-PERFORM
             CLOSE LabourFile
           END-IF
           MOVE 'O' TO rpt-action
           MOVE "ABTEILUNG" TO rpt-name
           MOVE SPACES TO rpt-filename
           STRING "ABTKST-" THIS-MONTH ".DAT"
                  DELIMITED BY SIZE INTO rpt-filename
           MOVE SPACES TO rpt-title
           STRING "Personalkosten je Abteilung " THIS-MONTH (5:2)
                  "/" THIS-MONTH (1:4)
                  DELIMITED BY SIZE INTO rpt-title
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line
           MOVE "Abt.    MA  Soll-Std   Ist-Std  Ueberstd  Ist/Soll"
             TO rpt-line
           MOVE "Personalkosten" TO rpt-line (55:14)
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING dp-index FROM 1 BY 1
                   UNTIL dp-index > DP-COUNT
             PERFORM REPORT-ONE-DEPARTMENT
           END-PERFORM
           PERFORM WRITE-REPORT-LINE
           MOVE "Summe" TO PRINT-DEPT
           MOVE TOTAL-EMPS TO PRINT-EMPS
           MOVE TOTAL-CONTRACT TO PRINT-HOURS1
           COMPUTE ACTUAL-HOURS ROUNDED = TOTAL-MINUTES / 60
           MOVE ACTUAL-HOURS TO PRINT-HOURS2
           COMPUTE ACTUAL-HOURS ROUNDED = TOTAL-OT / 60
           MOVE ACTUAL-HOURS TO PRINT-HOURS3
           MOVE 0 TO RATIO-PCT
           IF TOTAL-CONTRACT > 0
             COMPUTE RATIO-PCT ROUNDED =
                     TOTAL-MINUTES / 60 * 100 / TOTAL-CONTRACT
           END-IF
           MOVE RATIO-PCT TO PRINT-PCT3
           MOVE TOTAL-COST TO PRINT-COST
           PERFORM WRITE-DEPARTMENT-LINE
           MOVE 'C' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           DISPLAY "Abteilungsbericht: " rpt-filename.

       REPORT-ONE-DEPARTMENT.
           MOVE DP-DEPT (dp-index) TO PRINT-DEPT
           IF PRINT-DEPT = SPACES
             MOVE "----" TO PRINT-DEPT
           END-IF
           MOVE DP-EMPS (dp-index) TO PRINT-EMPS
           MOVE DP-CONTRACT (dp-index) TO PRINT-HOURS1
           COMPUTE ACTUAL-HOURS ROUNDED = DP-MINUTES (dp-index) / 60
           MOVE ACTUAL-HOURS TO PRINT-HOURS2
           COMPUTE ACTUAL-HOURS ROUNDED = DP-OT (dp-index) / 60
           MOVE ACTUAL-HOURS TO PRINT-HOURS3
           MOVE 0 TO RATIO-PCT
           IF DP-CONTRACT (dp-index) > 0
             COMPUTE RATIO-PCT ROUNDED = DP-MINUTES (dp-index) / 60
                     * 100 / DP-CONTRACT (dp-index)
           END-IF
           MOVE RATIO-PCT TO PRINT-PCT3
           MOVE DP-COST (dp-index) TO PRINT-COST
           ADD DP-EMPS (dp-index) TO TOTAL-EMPS
           ADD DP-CONTRACT (dp-index) TO TOTAL-CONTRACT
           ADD DP-MINUTES (dp-index) TO TOTAL-MINUTES
           ADD DP-OT (dp-index) TO TOTAL-OT
           ADD DP-COST (dp-index) TO TOTAL-COST
           PERFORM WRITE-DEPARTMENT-LINE.

       WRITE-DEPARTMENT-LINE.
           STRING PRINT-DEPT " " PRINT-EMPS "  " PRINT-HOURS1 "  "
                  PRINT-HOURS2 "  " PRINT-HOURS3 "     " PRINT-PCT3
                  " %  " PRINT-COST " EUR"
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REPORT-LINE.

       FIND-DEPARTMENT.
           PERFORM VARYING dp-index FROM 1 BY 1
                   UNTIL dp-index > DP-COUNT
             IF DP-DEPT (dp-index) = WORK-DEPT
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF dp-index > DP-COUNT
             IF DP-COUNT = 100
               DISPLAY "ABBRUCH: mehr als 100 Abteilungen."
               STOP RUN
             END-IF
             ADD 1 TO DP-COUNT
             MOVE DP-COUNT TO dp-index
             MOVE WORK-DEPT TO DP-DEPT (dp-index)
             MOVE 0 TO DP-EMPS (dp-index)
             MOVE 0 TO DP-CONTRACT (dp-index)
             MOVE 0 TO DP-MINUTES (dp-index)
             MOVE 0 TO DP-OT (dp-index)
             MOVE 0 TO DP-COST (dp-index)
           END-IF.

       LOAD-ABSENCES.
           MOVE 0 TO ABS-COUNT
           MOVE 0 TO abs-eof
                 MOVE ab-employee TO AB-T-EMPLOYEE (ABS-COUNT)
                 MOVE ab-type TO AB-T-TYPE (ABS-COUNT)
                 MOVE 'N' TO AB-T-CREDITED (ABS-COUNT)
                 MOVE ab-approved-by TO AB-T-APPROVED (ABS-COUNT)
               END-IF
               READ AbsenceFile
                AT END SET abs-eof TO 1

       CREDIT-ONE-ABSENCE.
           MOVE AB-T-EMPLOYEE (abs-index) TO punch-employee
           PERFORM CHECK-EMPLOYEE-STATE
           IF EMPLOYEE-STATE NOT = SPACE
             MOVE SPACES TO WORK-LINE
             STRING "MA " AB-T-EMPLOYEE (abs-index)
                    " Abwesenheit nicht angerechnet - inaktiv"
                    DELIMITED BY SIZE INTO WORK-LINE
             MOVE WORK-LINE TO ShiftTimeLine
             WRITE ShiftTimeLine
             EXIT PARAGRAPH
           END-IF
           PERFORM FIND-EMPLOYEE
           IF EM-SHIFTS (emp-index) = 0
              AND AB-T-CREDITED (abs-index) = 'N'
             ADD STANDARD-MINUTES TO EM-TOTAL (emp-index)
             ADD STANDARD-MINUTES TO EM-ABSENCE (emp-index)
             ADD 1 TO EM-SHIFTS (emp-index)
             MOVE 'Y' TO AB-T-CREDITED (abs-index)
             MOVE SPACES TO WORK-LINE
             MOVE EM-TOTAL (emp-index) TO pay-total-minutes
             MOVE EM-OT (emp-index) TO pay-ot-minutes
             MOVE EM-MISSING (emp-index) TO pay-missing-count
             MOVE EM-DEPT (emp-index) TO pay-department
             MOVE EM-COST-CENTRE (emp-index) TO pay-cost-centre
             WRITE PayrollRecord
             DISPLAY "MA " pay-employee
                     " Schichten " pay-shift-count
