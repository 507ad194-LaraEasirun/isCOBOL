       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-LOAN.
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
       DATA DIVISION.
       FILE SECTION.
       FD PinNumbers.
           copy "pin-record.cpy".
       FD TxnLog.
           copy "txnlog-record.cpy".
       FD LoanFile.
           copy "loan-record.cpy".
       WORKING-STORAGE SECTION.
        01 BUSINESS-DATE PIC 9(8) VALUE 0.
        01 PIN-STATUS PIC XX.
        01 TXN-STATUS PIC XX.
        01 LOAN-STATUS PIC XX.
        01 eof PIC 9.
        01 scan-eof PIC 9.
        01 MENU-CHOICE PIC 9 VALUE 0.
        01 OPERATOR-ID PIC X(8).
        01 ANSWER PIC X.
        01 LOCK-ACTION PIC X.
        01 LOCK-JOB PIC X(12).
        01 LOCK-RESOURCE PIC X(12) VALUE "PIN.DAT".
        01 LOCK-RESULT PIC X.
        01 LOCK-HOLDER PIC X(12).
        01 WORK-ACCOUNT PIC 9(10).
        01 ACCOUNT-FOUND PIC X.
        01 WORK-PRINCIPAL PIC 9(7)V99.
        01 WORK-RATE PIC 9V9999.
        01 WORK-TERM PIC 9(3).
        01 WORK-PAY-DAY PIC 9(2).
        01 WORK-NUMBER PIC 9(7).
        01 WORK-DATE PIC 9(8).
        01 WORK-MONTHS PIC S9(3).
        01 MONTHLY-RATE PIC 9V9(9).
        01 WORK-INSTALLMENT PIC 9(7)V99.
        01 LOAN-SERIES PIC X(8) VALUE "KREDIT".
        01 LOAN-COUNT PIC 9(3) VALUE 0.
        01 loan-index PIC 9(3).
        01 LOAN-FOUND-INDEX PIC 9(3).
        01 LOAN-TABLE.
           05 LOAN-ENTRY OCCURS 500 TIMES.
              10 LT-RECORD PIC X(126).
        01 PLAN-INDEX PIC 9(3).
        01 PLAN-REMAIN PIC 9(7)V99.
        01 PLAN-INTEREST PIC 9(7)V99.
        01 PLAN-PRINCIPAL PIC 9(7)V99.
        01 PLAN-INSTALLMENT PIC 9(7)V99.
        01 PLAN-DUE PIC 9(8).
        01 PLAN-TOTAL-INTEREST PIC 9(9)V99.
        01 SHOWN-COUNT PIC 9(3).
        01 EDIT-AMOUNT PIC Z(6)9.99.
        01 EDIT-INTEREST PIC Z(6)9.99.
        01 EDIT-PRINCIPAL PIC Z(6)9.99.
        01 EDIT-REMAIN PIC Z(6)9.99.
        01 EDIT-TOTAL PIC Z(8)9.99.
        01 EDIT-RATE PIC 9.9999.
        01 WS-LOG-TYPE PIC X(12).
        01 WS-LOG-AMOUNT PIC 9(7)V99 VALUE 0.
        copy "report-request.cpy".
        copy "date-time.cpy" replacing
             ==year== by ==log-year==
             ==month== by ==log-month==
             ==day-1== by ==log-day==
             ==hour== by ==log-hour==
             ==minutes== by ==log-min==
             ==seconds== by ==log-sec==
             ==cent== by ==log-cent==.
        copy "signon-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "BANK-LOAN: Ratenkredite"
           MOVE 'S' TO so-action
           MOVE "BANK-LOAN" TO so-program
           MOVE "CLERK" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Anmeldung fehlgeschlagen. Abbruch."
             STOP RUN
           END-IF
           MOVE so-operator TO OPERATOR-ID

           MOVE 'C' TO LOCK-ACTION
           MOVE "BANK-LOAN" TO LOCK-JOB
           CALL "RUNLOCK" USING LOCK-ACTION LOCK-JOB
                LOCK-RESOURCE LOCK-RESULT LOCK-HOLDER
           IF LOCK-RESULT = 'N'
             DISPLAY "PIN.DAT gesperrt von " LOCK-HOLDER
                     " - bitte spaeter erneut versuchen."
             STOP RUN
           END-IF

           CALL "BUSDATE" USING BUSINESS-DATE
           OPEN I-O PinNumbers
           PERFORM OPEN-TXN-LOG
           PERFORM UNTIL MENU-CHOICE = 4
             DISPLAY "1) Kredit anlegen  2) Tilgungsplan drucken"
             DISPLAY "3) Kredite eines Kontos  4) Ende"
             ACCEPT MENU-CHOICE
             EVALUATE MENU-CHOICE
               WHEN 1
                 PERFORM OPEN-LOAN
               WHEN 2
                 PERFORM REPRINT-SCHEDULE
               WHEN 3
                 PERFORM LIST-ACCOUNT-LOANS
               WHEN 4
                 DISPLAY "Programmende."
               WHEN OTHER
                 DISPLAY "Bitte Eingabe ueberpruefen!"
             END-EVALUATE
           END-PERFORM
           CLOSE PinNumbers
           CLOSE TxnLog

       STOP RUN.

       OPEN-LOAN.
           DISPLAY "Tilgungskonto (10-stellig): "
           ACCEPT WORK-ACCOUNT
           PERFORM FIND-ACCOUNT
           IF ACCOUNT-FOUND = 'N'
             DISPLAY "Konto " WORK-ACCOUNT " nicht gefunden."
             EXIT PARAGRAPH
           END-IF
           IF dormant-flag = 'D'
             DISPLAY "Konto inaktiv - kein Kredit moeglich."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Kreditbetrag: "
           ACCEPT WORK-PRINCIPAL
           IF WORK-PRINCIPAL = 0
             DISPLAY "Betrag muss groesser 0 sein."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Sollzins p.a. (z.B. 0.0650): "
           ACCEPT WORK-RATE
           DISPLAY "Laufzeit in Monaten: "
           ACCEPT WORK-TERM
           IF WORK-TERM = 0
             DISPLAY "Laufzeit muss groesser 0 sein."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Ratentag im Monat (1-28): "
           ACCEPT WORK-PAY-DAY
           IF WORK-PAY-DAY < 1 OR WORK-PAY-DAY > 28
             DISPLAY "Ratentag muss zwischen 1 und 28 liegen."
             EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-INSTALLMENT
           MOVE WORK-INSTALLMENT TO EDIT-AMOUNT
           MOVE WORK-RATE TO EDIT-RATE
           DISPLAY "Monatsrate: " EDIT-AMOUNT " EUR bei " EDIT-RATE
                   " p.a. und " WORK-TERM " Monaten"
           DISPLAY "Kredit anlegen und auszahlen? (J/N): "
           ACCEPT ANSWER
           IF ANSWER NOT = 'J' AND ANSWER NOT = 'j'
             DISPLAY "Anlage abgebrochen."
             EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-LOANS
           IF LOAN-COUNT = 500
             DISPLAY "LOANS.DAT voll - Anlage nicht moeglich."
             EXIT PARAGRAPH
           END-IF

           CALL "SEQSERVICE" USING LOAN-SERIES WORK-NUMBER
           INITIALIZE LoanRecord
           MOVE WORK-NUMBER TO ln-number
           MOVE account-number TO ln-account
           MOVE WORK-PRINCIPAL TO ln-principal
           MOVE WORK-PRINCIPAL TO ln-outstanding
           MOVE WORK-RATE TO ln-rate
           MOVE WORK-TERM TO ln-term-months
           MOVE WORK-INSTALLMENT TO ln-installment
           MOVE WORK-PAY-DAY TO ln-pay-day
           MOVE BUSINESS-DATE TO ln-start-date
           MOVE BUSINESS-DATE TO WORK-DATE
           MOVE WORK-PAY-DAY TO WORK-DATE(7:2)
           MOVE 1 TO WORK-MONTHS
           CALL "MONTH-ADD" USING WORK-DATE WORK-MONTHS
                ln-first-due
           MOVE ln-first-due TO ln-next-due
           MOVE 'A' TO ln-status
           MOVE OPERATOR-ID TO ln-operator
           ADD 1 TO LOAN-COUNT
           MOVE LoanRecord TO LT-RECORD (LOAN-COUNT)
           PERFORM SAVE-LOANS

           ADD WORK-PRINCIPAL TO account-balance
           REWRITE PinRecord
           MOVE "LOAN-PAYOUT" TO WS-LOG-TYPE
           MOVE WORK-PRINCIPAL TO WS-LOG-AMOUNT
           PERFORM WRITE-TXN-LOG
           DISPLAY "Kredit " ln-number " angelegt, erste Rate am "
                   ln-first-due
           DISPLAY "Neuer Kontostand: " account-balance
           PERFORM PRINT-SCHEDULE.

       COMPUTE-INSTALLMENT.
           COMPUTE MONTHLY-RATE = WORK-RATE / 12
           IF MONTHLY-RATE = 0
             COMPUTE WORK-INSTALLMENT ROUNDED =
                     WORK-PRINCIPAL / WORK-TERM
           ELSE
             COMPUTE WORK-INSTALLMENT ROUNDED =
                     WORK-PRINCIPAL * MONTHLY-RATE
                     / (1 - (1 + MONTHLY-RATE) ** (0 - WORK-TERM))
           END-IF.

       REPRINT-SCHEDULE.
           DISPLAY "Kredit-Nummer: "
           ACCEPT WORK-NUMBER
           PERFORM LOAD-LOANS
           MOVE 0 TO LOAN-FOUND-INDEX
           PERFORM VARYING loan-index FROM 1 BY 1
                   UNTIL loan-index > LOAN-COUNT
             MOVE LT-RECORD (loan-index) TO LoanRecord
             IF ln-number = WORK-NUMBER
               MOVE loan-index TO LOAN-FOUND-INDEX
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF LOAN-FOUND-INDEX = 0
             DISPLAY "Kredit " WORK-NUMBER " nicht gefunden."
             EXIT PARAGRAPH
           END-IF
           MOVE LT-RECORD (LOAN-FOUND-INDEX) TO LoanRecord
           PERFORM PRINT-SCHEDULE.

       PRINT-SCHEDULE.
           MOVE 'O' TO rpt-action
           MOVE "LOANPLAN" TO rpt-name
           MOVE SPACES TO rpt-filename
           STRING "LOANPLAN-" ln-number ".DAT"
                  DELIMITED BY SIZE INTO rpt-filename
           MOVE "Tilgungsplan Ratenkredit" TO rpt-title
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE ln-principal TO EDIT-AMOUNT
           MOVE ln-rate TO EDIT-RATE
           MOVE 'L' TO rpt-action
           MOVE SPACES TO rpt-line
           STRING "Kredit " ln-number " Konto " ln-account
                  " Betrag " EDIT-AMOUNT " Zins " EDIT-RATE
                  DELIMITED BY SIZE INTO rpt-line
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE ln-installment TO EDIT-AMOUNT
           MOVE 'L' TO rpt-action
           MOVE SPACES TO rpt-line
           STRING "Laufzeit " ln-term-months " Monate, Rate "
                  EDIT-AMOUNT " EUR am " ln-pay-day ". des Monats"
                  DELIMITED BY SIZE INTO rpt-line
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE 'L' TO rpt-action
           MOVE "Nr.  Faellig        Rate      Zins   Tilgung"
             TO rpt-line
           MOVE "   Restschuld" TO rpt-line(45:13)
           CALL "REPORT-WRITER" USING ReportRequest

           MOVE ln-principal TO PLAN-REMAIN
           MOVE 0 TO PLAN-TOTAL-INTEREST
           COMPUTE MONTHLY-RATE = ln-rate / 12
           PERFORM VARYING PLAN-INDEX FROM 1 BY 1
                   UNTIL PLAN-INDEX > ln-term-months
                      OR PLAN-REMAIN = 0
             COMPUTE PLAN-INTEREST ROUNDED =
                     PLAN-REMAIN * MONTHLY-RATE
             COMPUTE PLAN-PRINCIPAL =
                     ln-installment - PLAN-INTEREST
             IF PLAN-PRINCIPAL > PLAN-REMAIN
                OR PLAN-INDEX = ln-term-months
               MOVE PLAN-REMAIN TO PLAN-PRINCIPAL
             END-IF
             COMPUTE PLAN-INSTALLMENT =
                     PLAN-PRINCIPAL + PLAN-INTEREST
             SUBTRACT PLAN-PRINCIPAL FROM PLAN-REMAIN
             ADD PLAN-INTEREST TO PLAN-TOTAL-INTEREST
             COMPUTE WORK-MONTHS = PLAN-INDEX - 1
             CALL "MONTH-ADD" USING ln-first-due WORK-MONTHS
                  PLAN-DUE
             MOVE PLAN-INSTALLMENT TO EDIT-AMOUNT
             MOVE PLAN-INTEREST TO EDIT-INTEREST
             MOVE PLAN-PRINCIPAL TO EDIT-PRINCIPAL
             MOVE PLAN-REMAIN TO EDIT-REMAIN
             MOVE 'L' TO rpt-action
             MOVE SPACES TO rpt-line
             STRING PLAN-INDEX "  " PLAN-DUE " " EDIT-AMOUNT
                    " " EDIT-INTEREST " " EDIT-PRINCIPAL
                    " " EDIT-REMAIN
                    DELIMITED BY SIZE INTO rpt-line
             CALL "REPORT-WRITER" USING ReportRequest
           END-PERFORM
           MOVE PLAN-TOTAL-INTEREST TO EDIT-TOTAL
           MOVE 'L' TO rpt-action
           MOVE SPACES TO rpt-line
           STRING "Zinsen gesamt: " EDIT-TOTAL " EUR"
                  DELIMITED BY SIZE INTO rpt-line
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE 'C' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           DISPLAY "Tilgungsplan: " rpt-filename.

       LIST-ACCOUNT-LOANS.
           DISPLAY "Kontonummer: "
           ACCEPT WORK-ACCOUNT
           PERFORM LOAD-LOANS
           MOVE 0 TO SHOWN-COUNT
           PERFORM VARYING loan-index FROM 1 BY 1
                   UNTIL loan-index > LOAN-COUNT
             MOVE LT-RECORD (loan-index) TO LoanRecord
             IF ln-account = WORK-ACCOUNT
               ADD 1 TO SHOWN-COUNT
               MOVE ln-outstanding TO EDIT-AMOUNT
               DISPLAY ln-number " Rest " EDIT-AMOUNT
                       " naechste Rate " ln-next-due
                       " Rueckst. " ln-arr-count
                       " Status " ln-status
             END-IF
           END-PERFORM
           IF SHOWN-COUNT = 0
             DISPLAY "Keine Kredite zu Konto " WORK-ACCOUNT
           END-IF.

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
