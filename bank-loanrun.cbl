       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-LOANRUN.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select PinNumbers ASSIGN TO "PIN.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is card-number
                   FILE STATUS IS PIN-STATUS.
       Select TxnLog ASSIGN TO "TXNLOG.DAT"
                   organization is line sequential
                   FILE STATUS IS TXN-STATUS.
       Select LoanFile ASSIGN TO "LOANS.DAT"
                   organization is line sequential
                   FILE STATUS IS LOAN-STATUS.
       Select ArrearsReport ASSIGN TO "LOANARREARS-RPT.DAT"
                   organization is line sequential.
       DATA DIVISION.
       FILE SECTION.
       FD PinNumbers.
           copy "pin-record.cpy".
       FD TxnLog.
           copy "txnlog-record.cpy".
       FD LoanFile.
           copy "loan-record.cpy".
       FD ArrearsReport.
           01 ReportLine PIC X(72).
       WORKING-STORAGE SECTION.
        01 BUSINESS-DATE PIC 9(8) VALUE 0.
        01 JJ-EVENT PIC X.
        01 JJ-JOB-NAME PIC X(12).
        01 JJ-RECORDS PIC 9(7) VALUE 0.
        01 JJ-RESULT PIC X(4).
        01 LOCK-ACTION PIC X.
        01 LOCK-JOB PIC X(12).
        01 LOCK-RESOURCE PIC X(12) VALUE "PIN.DAT".
        01 LOCK-RESULT PIC X.
        01 LOCK-HOLDER PIC X(12).
        01 PIN-STATUS PIC XX.
        01 TXN-STATUS PIC XX.
        01 LOAN-STATUS PIC XX.
        01 eof PIC 9.
        01 scan-eof PIC 9.
        01 WORK-ACCOUNT PIC 9(10).
        01 ACCOUNT-FOUND PIC X.
        01 WORK-MONTHS PIC S9(3).
        01 MONTHLY-RATE PIC 9V9(9).
        01 SCHED-REMAIN PIC 9(7)V99.
        01 DUE-INTEREST PIC 9(7)V99.
        01 DUE-PRINCIPAL PIC S9(7)V99.
        01 TOTAL-DUE PIC 9(7)V99.
        01 AVAILABLE-BALANCE PIC S9(7)V99.
        01 LATE-FEE PIC 9(3)V99 VALUE 5.00.
        01 DAYS-PAST-DUE PIC S9(5).
        01 INSTALLMENT-RAISED PIC X.
        01 LOAN-COUNT PIC 9(3) VALUE 0.
        01 loan-index PIC 9(3).
        01 LOAN-TABLE.
           05 LOAN-ENTRY OCCURS 500 TIMES.
              10 LT-RECORD PIC X(126).
        01 WS-LOG-TYPE PIC X(12).
        01 WS-LOG-AMOUNT PIC 9(7)V99 VALUE 0.
        01 INSTALLMENTS-DUE PIC 9(5) VALUE 0.
        01 INSTALLMENTS-PAID PIC 9(5) VALUE 0.
        01 LOANS-IN-ARREARS PIC 9(5) VALUE 0.
        01 LOANS-REPAID PIC 9(5) VALUE 0.
        01 TOTAL-INTEREST PIC 9(9)V99 VALUE 0.
        01 TOTAL-PRINCIPAL PIC 9(9)V99 VALUE 0.
        01 TOTAL-FEES PIC 9(9)V99 VALUE 0.
        01 TOTAL-ARREARS PIC 9(9)V99 VALUE 0.
        01 EDIT-AMOUNT PIC Z(6)9.99.
        01 EDIT-TOTAL PIC Z(8)9.99.
        01 EDIT-DAYS PIC Z(4)9.
        01 WORK-LINE PIC X(72).
        copy "date-time.cpy" replacing
             ==year== by ==log-year==
             ==month== by ==log-month==
             ==day-1== by ==log-day==
             ==hour== by ==log-hour==
             ==minutes== by ==log-min==
             ==seconds== by ==log-sec==
             ==cent== by ==log-cent==.
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           MOVE 'A' TO LOCK-ACTION
           MOVE "BANK-LOANRUN" TO LOCK-JOB
           CALL "RUNLOCK" USING LOCK-ACTION LOCK-JOB
                LOCK-RESOURCE LOCK-RESULT LOCK-HOLDER
           IF LOCK-RESULT = 'N'
             DISPLAY "Stapellauf abgelehnt: PIN.DAT gesperrt"
                     " von " LOCK-HOLDER
             STOP RUN
           END-IF

           MOVE 'S' TO JJ-EVENT
           MOVE "BANK-LOANRUN" TO JJ-JOB-NAME
           MOVE 0 TO JJ-RECORDS
           MOVE SPACES TO JJ-RESULT
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT

           CALL "BUSDATE" USING BUSINESS-DATE
           DISPLAY "BANK-LOANRUN: Kreditraten per " BUSINESS-DATE

           PERFORM LOAD-LOANS

           CALL "BANK-PINBACKUP"
           OPEN I-O PinNumbers
           PERFORM OPEN-TXN-LOG

           PERFORM VARYING loan-index FROM 1 BY 1
                   UNTIL loan-index > LOAN-COUNT
             MOVE LT-RECORD (loan-index) TO LoanRecord
             IF ln-status = 'A'
               PERFORM PROCESS-ONE-LOAN
               MOVE LoanRecord TO LT-RECORD (loan-index)
             END-IF
           END-PERFORM

           PERFORM SAVE-LOANS
           CLOSE PinNumbers
           CLOSE TxnLog
           PERFORM WRITE-ARREARS-REPORT

           MOVE 'E' TO JJ-EVENT
           MOVE INSTALLMENTS-DUE TO JJ-RECORDS
           MOVE "OK" TO JJ-RESULT
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT

           MOVE 'R' TO LOCK-ACTION
           CALL "RUNLOCK" USING LOCK-ACTION LOCK-JOB
                LOCK-RESOURCE LOCK-RESULT LOCK-HOLDER

       STOP RUN.

       PROCESS-ONE-LOAN.
           IF ln-arr-count > 0
             PERFORM COLLECT-ARREARS
           END-IF
           PERFORM UNTIL ln-next-due > BUSINESS-DATE
                      OR ln-status NOT = 'A'
             PERFORM RAISE-INSTALLMENT
             IF INSTALLMENT-RAISED = 'Y'
               PERFORM COLLECT-ARREARS
               IF ln-arr-count > 0
                 ADD LATE-FEE TO ln-arr-fees
               END-IF
             END-IF
           END-PERFORM.

       RAISE-INSTALLMENT.
           MOVE 'N' TO INSTALLMENT-RAISED
           COMPUTE SCHED-REMAIN = ln-outstanding - ln-arr-principal
           IF SCHED-REMAIN = 0
             MOVE 99999999 TO ln-next-due
             EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO INSTALLMENT-RAISED
           ADD 1 TO INSTALLMENTS-DUE
           ADD 1 TO ln-due-count
           COMPUTE MONTHLY-RATE = ln-rate / 12
           COMPUTE DUE-INTEREST ROUNDED = SCHED-REMAIN * MONTHLY-RATE
           COMPUTE DUE-PRINCIPAL = ln-installment - DUE-INTEREST
           IF DUE-PRINCIPAL > SCHED-REMAIN
              OR ln-due-count >= ln-term-months
             MOVE SCHED-REMAIN TO DUE-PRINCIPAL
           END-IF
           IF DUE-PRINCIPAL < 0
             MOVE 0 TO DUE-PRINCIPAL
           END-IF
           ADD DUE-PRINCIPAL TO ln-arr-principal
           ADD DUE-INTEREST TO ln-arr-interest
           IF ln-arr-count = 0
             MOVE ln-next-due TO ln-arr-since
           END-IF
           ADD 1 TO ln-arr-count
           IF ln-arr-principal = ln-outstanding
             MOVE 99999999 TO ln-next-due
           ELSE
             MOVE ln-due-count TO WORK-MONTHS
             CALL "MONTH-ADD" USING ln-first-due WORK-MONTHS
                  ln-next-due
           END-IF.

       COLLECT-ARREARS.
           COMPUTE TOTAL-DUE = ln-arr-principal + ln-arr-interest
                             + ln-arr-fees
           MOVE ln-account TO WORK-ACCOUNT
           PERFORM FIND-ACCOUNT
           IF ACCOUNT-FOUND = 'N'
             EXIT PARAGRAPH
           END-IF
           COMPUTE AVAILABLE-BALANCE = account-balance - pending-holds
           IF AVAILABLE-BALANCE < TOTAL-DUE
             EXIT PARAGRAPH
           END-IF
           SUBTRACT TOTAL-DUE FROM account-balance
           REWRITE PinRecord
           IF ln-arr-interest > 0
             MOVE "LOAN-INT" TO WS-LOG-TYPE
             MOVE ln-arr-interest TO WS-LOG-AMOUNT
             PERFORM WRITE-TXN-LOG
           END-IF
           IF ln-arr-principal > 0
             MOVE "LOAN-PRIN" TO WS-LOG-TYPE
             MOVE ln-arr-principal TO WS-LOG-AMOUNT
             PERFORM WRITE-TXN-LOG
           END-IF
           IF ln-arr-fees > 0
             MOVE "LOAN-FEE" TO WS-LOG-TYPE
             MOVE ln-arr-fees TO WS-LOG-AMOUNT
             PERFORM WRITE-TXN-LOG
           END-IF
           ADD ln-arr-count TO INSTALLMENTS-PAID
           ADD ln-arr-interest TO TOTAL-INTEREST
           ADD ln-arr-principal TO TOTAL-PRINCIPAL
           ADD ln-arr-fees TO TOTAL-FEES
           SUBTRACT ln-arr-principal FROM ln-outstanding
           MOVE 0 TO ln-arr-principal
           MOVE 0 TO ln-arr-interest
           MOVE 0 TO ln-arr-fees
           MOVE 0 TO ln-arr-since
           MOVE 0 TO ln-arr-count
           IF ln-outstanding = 0
             MOVE 'P' TO ln-status
             ADD 1 TO LOANS-REPAID
           END-IF.

       WRITE-ARREARS-REPORT.
           OPEN OUTPUT ArrearsReport
           MOVE SPACES TO WORK-LINE
           STRING "Kreditrueckstaende " BUSINESS-DATE
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Kredit  Konto       Raten  Tage  Rueckstand  Gebuehr"
             TO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING loan-index FROM 1 BY 1
                   UNTIL loan-index > LOAN-COUNT
             MOVE LT-RECORD (loan-index) TO LoanRecord
             IF ln-status = 'A' AND ln-arr-count > 0
               PERFORM WRITE-ARREARS-LINE
             END-IF
           END-PERFORM
           MOVE SPACES TO WORK-LINE
           STRING "Raten faellig:  " INSTALLMENTS-DUE
                  "   eingezogen: " INSTALLMENTS-PAID
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE TOTAL-INTEREST TO EDIT-TOTAL
           MOVE SPACES TO WORK-LINE
           STRING "Zinsen eingezogen:   " EDIT-TOTAL " EUR"
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE TOTAL-PRINCIPAL TO EDIT-TOTAL
           MOVE SPACES TO WORK-LINE
           STRING "Tilgung eingezogen:  " EDIT-TOTAL " EUR"
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE TOTAL-FEES TO EDIT-TOTAL
           MOVE SPACES TO WORK-LINE
           STRING "Mahngebuehren:       " EDIT-TOTAL " EUR"
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE TOTAL-ARREARS TO EDIT-TOTAL
           MOVE SPACES TO WORK-LINE
           STRING "Rueckstand gesamt:   " EDIT-TOTAL " EUR in "
                  LOANS-IN-ARREARS " Krediten"
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WORK-LINE
           STRING "Vollstaendig getilgt: " LOANS-REPAID
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE ArrearsReport.

       WRITE-ARREARS-LINE.
           ADD 1 TO LOANS-IN-ARREARS
           COMPUTE TOTAL-DUE = ln-arr-principal + ln-arr-interest
                             + ln-arr-fees
           ADD TOTAL-DUE TO TOTAL-ARREARS
           CALL "DATE-DIFF" USING ln-arr-since BUSINESS-DATE
                DAYS-PAST-DUE
           MOVE DAYS-PAST-DUE TO EDIT-DAYS
           MOVE TOTAL-DUE TO EDIT-AMOUNT
           MOVE SPACES TO WORK-LINE
           STRING ln-number " " ln-account " " ln-arr-count "  "
                  EDIT-DAYS " " EDIT-AMOUNT " " ln-arr-fees
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE.

       FIND-ACCOUNT.
           MOVE 'N' TO ACCOUNT-FOUND
           MOVE 0 TO scan-eof
           MOVE ZERO TO card-number
           START PinNumbers KEY NOT < card-number
             INVALID KEY SET scan-eof TO 1
           END-START
           PERFORM UNTIL scan-eof = 1
             READ PinNumbers NEXT
               AT END SET scan-eof TO 1
               NOT AT END
                 IF account-number = WORK-ACCOUNT
                   MOVE 'Y' TO ACCOUNT-FOUND
                   SET scan-eof TO 1
                 END-IF
             END-READ
           END-PERFORM.

       LOAD-LOANS.
           MOVE 0 TO LOAN-COUNT
           MOVE 0 TO eof
           OPEN INPUT LoanFile
           IF LOAN-STATUS = "00"
             READ LoanFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR LOAN-COUNT = 500
               ADD 1 TO LOAN-COUNT
               MOVE LoanRecord TO LT-RECORD (LOAN-COUNT)
               READ LoanFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             IF eof = 0
               DISPLAY "ABBRUCH: LOANS.DAT groesser als 500"
                       " Kredite."
               MOVE 'E' TO JJ-EVENT
               MOVE 0 TO JJ-RECORDS
               MOVE "FAIL" TO JJ-RESULT
               CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                    JJ-RECORDS JJ-RESULT
               MOVE 'R' TO LOCK-ACTION
               CALL "RUNLOCK" USING LOCK-ACTION LOCK-JOB
                    LOCK-RESOURCE LOCK-RESULT LOCK-HOLDER
               STOP RUN
             END-IF
             CLOSE LoanFile
           END-IF.

       SAVE-LOANS.
           OPEN OUTPUT LoanFile
           PERFORM VARYING loan-index FROM 1 BY 1
                   UNTIL loan-index > LOAN-COUNT
             MOVE LT-RECORD (loan-index) TO LoanRecord
             WRITE LoanRecord
           END-PERFORM
           CLOSE LoanFile.

       OPEN-TXN-LOG.
           OPEN INPUT TxnLog
           IF TXN-STATUS = "35"
             OPEN OUTPUT TxnLog
             CLOSE TxnLog
           ELSE
             CLOSE TxnLog
           END-IF
           OPEN EXTEND TxnLog.

       WRITE-TXN-LOG.
           MOVE FUNCTION CURRENT-DATE TO date-time
           MOVE account-number TO log-account-number
           MOVE SPACES TO log-timestamp
           STRING log-year  "-" log-month "-" log-day "T"
                  log-hour "-" log-min "-" log-sec
                  DELIMITED BY SIZE INTO log-timestamp
           MOVE WS-LOG-TYPE TO log-type
           MOVE 'Y' TO log-status
           MOVE WS-LOG-AMOUNT TO log-amount
           MOVE BUSINESS-DATE TO log-business-date
           MOVE SPACES TO log-terminal-id
           MOVE ln-number TO log-ref-seq
           MOVE SPACES TO log-rate-version
           CALL "TXNSEQ" USING log-seq-number
           WRITE TxnLogRecord.

       WRITE-REPORT-LINE.
           DISPLAY WORK-LINE
           MOVE WORK-LINE TO ReportLine
           WRITE ReportLine.
