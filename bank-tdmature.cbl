       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-TDMATURE.
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
       Select TermDepFile ASSIGN TO "TERMDEP.DAT"
                   organization is line sequential
                   FILE STATUS IS TERMDEP-STATUS.
       Select TermRates ASSIGN TO "TDRATES.DAT"
                   organization is line sequential
                   FILE STATUS IS TR-STATUS.
       Select MaturityReport ASSIGN TO "TDMATURE-RPT.DAT"
                   organization is line sequential.
       DATA DIVISION.
       FILE SECTION.
       FD PinNumbers.
           copy "pin-record.cpy".
       FD TxnLog.
           copy "txnlog-record.cpy".
       FD TermDepFile.
           copy "termdep-record.cpy".
       FD TermRates.
           01 TermRateRecord.
              05 tr-term-months  PIC 9(2).
              05 tr-rate         PIC 9V9999.
              05 tr-penalty-rate PIC 9V9999.
       FD MaturityReport.
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
        01 TERMDEP-STATUS PIC XX.
        01 TR-STATUS PIC XX.
        01 eof PIC 9.
        01 scan-eof PIC 9.
        01 WORK-ACCOUNT PIC 9(10).
        01 ACCOUNT-FOUND PIC X.
        01 WORK-TERM PIC 9(2).
        01 WORK-MONTHS PIC S9(3).
        01 WORK-NUMBER PIC 9(7).
        01 TD-SERIES PIC X(8) VALUE "FESTGELD".
        01 RATE-COUNT PIC 9(2) VALUE 0.
        01 rate-index PIC 9(2).
        01 RATE-TABLE.
           05 RATE-ENTRY OCCURS 20 TIMES.
              10 RT-TERM    PIC 9(2).
              10 RT-RATE    PIC 9V9999.
              10 RT-PENALTY PIC 9V9999.
        01 RATE-FOUND PIC X.
        01 FOUND-RATE PIC 9V9999.
        01 FOUND-PENALTY PIC 9V9999.
        01 TD-COUNT PIC 9(3) VALUE 0.
        01 td-index PIC 9(3).
        01 LOADED-COUNT PIC 9(3).
        01 TD-TABLE.
           05 TD-ENTRY OCCURS 500 TIMES.
              10 TT-RECORD PIC X(72).
        01 MATURITY-INTEREST PIC 9(7)V99.
        01 NEW-PRINCIPAL PIC 9(7)V99.
        01 OLD-MATURITY PIC 9(8).
        01 LOG-ACCOUNT PIC 9(10).
        01 LOG-REF PIC 9(7).
        01 WS-LOG-TYPE PIC X(12).
        01 WS-LOG-AMOUNT PIC 9(7)V99 VALUE 0.
        01 PAID-COUNT PIC 9(5) VALUE 0.
        01 ROLLED-COUNT PIC 9(5) VALUE 0.
        01 HELD-COUNT PIC 9(5) VALUE 0.
        01 PAID-TOTAL PIC 9(9)V99 VALUE 0.
        01 INTEREST-TOTAL PIC 9(9)V99 VALUE 0.
        01 TOTAL-KAPST PIC 9(9)V99 VALUE 0.
        01 TOTAL-SOLI PIC 9(9)V99 VALUE 0.
        01 EDIT-AMOUNT PIC Z(6)9.99.
        01 EDIT-TOTAL PIC Z(8)9.99.
        01 WORK-LINE PIC X(72).
        copy "withhold-request.cpy".
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
           MOVE "BANK-TDMATUR" TO LOCK-JOB
           CALL "RUNLOCK" USING LOCK-ACTION LOCK-JOB
                LOCK-RESOURCE LOCK-RESULT LOCK-HOLDER
           IF LOCK-RESULT = 'N'
             DISPLAY "Stapellauf abgelehnt: PIN.DAT gesperrt"
                     " von " LOCK-HOLDER
             STOP RUN
           END-IF

           MOVE 'S' TO JJ-EVENT
           MOVE "BANK-TDMATUR" TO JJ-JOB-NAME
           MOVE 0 TO JJ-RECORDS
           MOVE SPACES TO JJ-RESULT
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT

           CALL "BUSDATE" USING BUSINESS-DATE
           DISPLAY "BANK-TDMATURE: Festgeld-Faelligkeiten per "
                   BUSINESS-DATE

           PERFORM LOAD-TERM-RATES
           PERFORM LOAD-TERM-DEPOSITS

           CALL "BANK-PINBACKUP"
           OPEN I-O PinNumbers
           PERFORM OPEN-TXN-LOG
           OPEN OUTPUT MaturityReport
           MOVE SPACES TO WORK-LINE
           STRING "Festgeld-Faelligkeiten " BUSINESS-DATE
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE TD-COUNT TO LOADED-COUNT
           PERFORM VARYING td-index FROM 1 BY 1
                   UNTIL td-index > LOADED-COUNT
             MOVE TT-RECORD (td-index) TO TermDepRecord
             IF td-status = 'A'
                AND td-maturity-date <= BUSINESS-DATE
               PERFORM PROCESS-MATURITY
             END-IF
           END-PERFORM

           PERFORM SAVE-TERM-DEPOSITS
           CLOSE PinNumbers
           CLOSE TxnLog

           MOVE SPACES TO WORK-LINE
           STRING "Ausgezahlt:   " PAID-COUNT " Anlagen"
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WORK-LINE
           STRING "Prolongiert:  " ROLLED-COUNT " Anlagen"
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WORK-LINE
           STRING "Zurueckgest.: " HELD-COUNT " Anlagen"
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE PAID-TOTAL TO EDIT-TOTAL
           MOVE SPACES TO WORK-LINE
           STRING "Auszahlung gesamt:  " EDIT-TOTAL " EUR"
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE INTEREST-TOTAL TO EDIT-TOTAL
           MOVE SPACES TO WORK-LINE
           STRING "Zinsen gesamt:      " EDIT-TOTAL " EUR"
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE TOTAL-KAPST TO EDIT-TOTAL
           MOVE SPACES TO WORK-LINE
           STRING "Kapitalertragst.:   " EDIT-TOTAL " EUR"
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE TOTAL-SOLI TO EDIT-TOTAL
           MOVE SPACES TO WORK-LINE
           STRING "Solidaritaetszuschl:" EDIT-TOTAL " EUR"
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE MaturityReport

           MOVE 'E' TO JJ-EVENT
           COMPUTE JJ-RECORDS = PAID-COUNT + ROLLED-COUNT
           MOVE "OK" TO JJ-RESULT
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT

           MOVE 'R' TO LOCK-ACTION
           CALL "RUNLOCK" USING LOCK-ACTION LOCK-JOB
                LOCK-RESOURCE LOCK-RESULT LOCK-HOLDER

       STOP RUN.

       PROCESS-MATURITY.
           COMPUTE MATURITY-INTEREST ROUNDED =
                   td-principal * td-rate * td-term-months / 12
           MOVE td-term-months TO WORK-TERM
           PERFORM FIND-TERM-RATE
           IF td-rollover = 'J' AND RATE-FOUND = 'Y'
              AND TD-COUNT < 500
             PERFORM ROLL-OVER-DEPOSIT
           ELSE
             PERFORM PAY-OUT-DEPOSIT
           END-IF.

       ROLL-OVER-DEPOSIT.
           MOVE 0 TO wh-kapst
           MOVE 0 TO wh-soli
           IF MATURITY-INTEREST > 0
             MOVE td-account TO WORK-ACCOUNT
             PERFORM FIND-ACCOUNT
             IF ACCOUNT-FOUND = 'N'
               ADD 1 TO HELD-COUNT
               MOVE SPACES TO WORK-LINE
               STRING "OFFEN " td-number " Konto " td-account
                      " nicht gefunden - bleibt aktiv"
                      DELIMITED BY SIZE INTO WORK-LINE
               PERFORM WRITE-REPORT-LINE
               EXIT PARAGRAPH
             END-IF
             PERFORM WITHHOLD-INTEREST
             SUBTRACT wh-kapst FROM account-balance
             SUBTRACT wh-soli FROM account-balance
             REWRITE PinRecord
           END-IF
           MOVE td-account TO LOG-ACCOUNT
           MOVE td-number TO LOG-REF
           MOVE "TD-INTCAP" TO WS-LOG-TYPE
           MOVE MATURITY-INTEREST TO WS-LOG-AMOUNT
           IF MATURITY-INTEREST > 0
             PERFORM WRITE-TXN-LOG
             PERFORM WRITE-WITHHOLDING-LOG
           END-IF
           COMPUTE NEW-PRINCIPAL = td-principal + MATURITY-INTEREST
           MOVE td-maturity-date TO OLD-MATURITY
           MOVE 'R' TO td-status
           MOVE BUSINESS-DATE TO td-closed-date
           MOVE TermDepRecord TO TT-RECORD (td-index)
           ADD MATURITY-INTEREST TO INTEREST-TOTAL

           CALL "SEQSERVICE" USING TD-SERIES WORK-NUMBER
           MOVE WORK-NUMBER TO td-number
           MOVE NEW-PRINCIPAL TO td-principal
           MOVE FOUND-RATE TO td-rate
           MOVE FOUND-PENALTY TO td-penalty-rate
           MOVE OLD-MATURITY TO td-start-date
           MOVE td-term-months TO WORK-MONTHS
           CALL "MONTH-ADD" USING OLD-MATURITY WORK-MONTHS
                td-maturity-date
           MOVE 'A' TO td-status
           MOVE 0 TO td-closed-date
           ADD 1 TO TD-COUNT
           MOVE TermDepRecord TO TT-RECORD (TD-COUNT)
           ADD 1 TO ROLLED-COUNT

           MOVE NEW-PRINCIPAL TO EDIT-AMOUNT
           MOVE SPACES TO WORK-LINE
           STRING "PROL " LOG-REF " Konto " td-account " neu "
                  td-number " " EDIT-AMOUNT " bis " td-maturity-date
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE.

       PAY-OUT-DEPOSIT.
           MOVE td-account TO WORK-ACCOUNT
           PERFORM FIND-ACCOUNT
           IF ACCOUNT-FOUND = 'N'
             ADD 1 TO HELD-COUNT
             MOVE SPACES TO WORK-LINE
             STRING "OFFEN " td-number " Konto " td-account
                    " nicht gefunden - bleibt aktiv"
                    DELIMITED BY SIZE INTO WORK-LINE
             PERFORM WRITE-REPORT-LINE
             EXIT PARAGRAPH
           END-IF
           PERFORM WITHHOLD-INTEREST
           ADD td-principal TO account-balance
           ADD MATURITY-INTEREST TO account-balance
           SUBTRACT wh-kapst FROM account-balance
           SUBTRACT wh-soli FROM account-balance
           REWRITE PinRecord
           MOVE account-number TO LOG-ACCOUNT
           MOVE td-number TO LOG-REF
           MOVE "TD-REPAY" TO WS-LOG-TYPE
           MOVE td-principal TO WS-LOG-AMOUNT
           PERFORM WRITE-TXN-LOG
           IF MATURITY-INTEREST > 0
             MOVE "TD-INTEREST" TO WS-LOG-TYPE
             MOVE MATURITY-INTEREST TO WS-LOG-AMOUNT
             PERFORM WRITE-TXN-LOG
             PERFORM WRITE-WITHHOLDING-LOG
           END-IF
           MOVE 'M' TO td-status
           MOVE BUSINESS-DATE TO td-closed-date
           MOVE TermDepRecord TO TT-RECORD (td-index)
           COMPUTE NEW-PRINCIPAL = td-principal + MATURITY-INTEREST
                   - wh-kapst - wh-soli
           ADD 1 TO PAID-COUNT
           ADD NEW-PRINCIPAL TO PAID-TOTAL
           ADD MATURITY-INTEREST TO INTEREST-TOTAL

           MOVE NEW-PRINCIPAL TO EDIT-AMOUNT
           MOVE SPACES TO WORK-LINE
           STRING "AUSZ " td-number " Konto " td-account " "
                  EDIT-AMOUNT " EUR"
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE.

       WITHHOLD-INTEREST.
           MOVE 'B' TO wh-action
           MOVE td-account TO wh-account
           MOVE BUSINESS-DATE(1:4) TO wh-tax-year
           MOVE MATURITY-INTEREST TO wh-interest
           CALL "BANK-WITHHOLD" USING WithholdRequest
           ADD wh-kapst TO TOTAL-KAPST
           ADD wh-soli TO TOTAL-SOLI.

       WRITE-WITHHOLDING-LOG.
           IF wh-kapst > 0
             MOVE "TAX-KAPST" TO WS-LOG-TYPE
             MOVE wh-kapst TO WS-LOG-AMOUNT
             PERFORM WRITE-TXN-LOG
           END-IF
           IF wh-soli > 0
             MOVE "TAX-SOLI" TO WS-LOG-TYPE
             MOVE wh-soli TO WS-LOG-AMOUNT
             PERFORM WRITE-TXN-LOG
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

       LOAD-TERM-RATES.
           MOVE 0 TO RATE-COUNT
           MOVE 0 TO eof
           OPEN INPUT TermRates
           IF TR-STATUS = "00"
             READ TermRates
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR RATE-COUNT = 20
               ADD 1 TO RATE-COUNT
               MOVE tr-term-months TO RT-TERM (RATE-COUNT)
               MOVE tr-rate TO RT-RATE (RATE-COUNT)
               MOVE tr-penalty-rate TO RT-PENALTY (RATE-COUNT)
               READ TermRates
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE TermRates
           END-IF.

       FIND-TERM-RATE.
           MOVE 'N' TO RATE-FOUND
           PERFORM VARYING rate-index FROM 1 BY 1
                   UNTIL rate-index > RATE-COUNT
             IF RT-TERM (rate-index) = WORK-TERM
               MOVE 'Y' TO RATE-FOUND
               MOVE RT-RATE (rate-index) TO FOUND-RATE
               MOVE RT-PENALTY (rate-index) TO FOUND-PENALTY
               EXIT PERFORM
             END-IF
           END-PERFORM.

       LOAD-TERM-DEPOSITS.
           MOVE 0 TO TD-COUNT
           MOVE 0 TO eof
           OPEN INPUT TermDepFile
           IF TERMDEP-STATUS = "00"
             READ TermDepFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR TD-COUNT = 500
               ADD 1 TO TD-COUNT
               MOVE TermDepRecord TO TT-RECORD (TD-COUNT)
               READ TermDepFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             IF eof = 0
               DISPLAY "ABBRUCH: TERMDEP.DAT groesser als 500"
                       " Anlagen."
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
             CLOSE TermDepFile
           END-IF.

       SAVE-TERM-DEPOSITS.
           OPEN OUTPUT TermDepFile
           PERFORM VARYING td-index FROM 1 BY 1
                   UNTIL td-index > TD-COUNT
             MOVE TT-RECORD (td-index) TO TermDepRecord
             WRITE TermDepRecord
           END-PERFORM
           CLOSE TermDepFile.

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
           MOVE LOG-ACCOUNT TO log-account-number
           MOVE SPACES TO log-timestamp
           STRING log-year  "-" log-month "-" log-day "T"
                  log-hour "-" log-min "-" log-sec
                  DELIMITED BY SIZE INTO log-timestamp
           MOVE WS-LOG-TYPE TO log-type
           MOVE 'Y' TO log-status
           MOVE WS-LOG-AMOUNT TO log-amount
           MOVE BUSINESS-DATE TO log-business-date
           MOVE SPACES TO log-terminal-id
           MOVE LOG-REF TO log-ref-seq
           MOVE SPACES TO log-rate-version
           CALL "TXNSEQ" USING log-seq-number
           WRITE TxnLogRecord.

       WRITE-REPORT-LINE.
           DISPLAY WORK-LINE
           MOVE WORK-LINE TO ReportLine
           WRITE ReportLine.
