        01 TOTAL-INTEREST-PAID PIC S9(9)V99 VALUE 0.
        01 TOTAL-DEBIT-INTEREST PIC S9(9)V99 VALUE 0.
        01 ACCOUNTS-PROCESSED PIC 9(7) VALUE 0.
        01 TAX-YEAR PIC 9(4).
        01 EXEMPT-AMOUNT PIC 9(7)V99.
        01 KAPST-AMOUNT PIC 9(7)V99.
        01 SOLI-AMOUNT PIC 9(7)V99.
        01 INTEREST-SEQ PIC 9(7).
        01 TOTAL-EXEMPT PIC 9(9)V99 VALUE 0.
        01 TOTAL-KAPST PIC 9(9)V99 VALUE 0.
        01 TOTAL-SOLI PIC 9(9)V99 VALUE 0.
        01 RUN-MODE PIC X.
        01 POST-SWITCH PIC X.
        01 REPORT-SWITCH PIC X.
        01 POSTING-COUNT PIC 9(7) VALUE 0.
        01 POSTING-TOTAL PIC 9(11)V99 VALUE 0.
        01 PRINT-AMOUNT PIC Z(6)9.99.
        01 PRINT-TAX PIC Z(6)9.99.
        01 PRINT-SOLI PIC Z(4)9.99.
        01 PRINT-BALANCE PIC -Z(6)9.99.
        01 PRINT-TOTAL PIC -Z(10)9.99.
        copy "report-request.cpy".
        copy "withhold-request.cpy".
        copy "preview-request.cpy".
        copy "date-time.cpy" replacing
             ==year== by ==log-year==
             ==month== by ==log-month==
             CALL "BUSDATE" USING BUSINESS-DATE
             MOVE BUSINESS-DATE TO ACCRUAL-DATE
           END-IF
           CALL "BUSDATE" USING BUSINESS-DATE
           MOVE SPACE TO RUN-MODE
           PERFORM UNTIL RUN-MODE = 'V' OR RUN-MODE = 'E'
             DISPLAY "Modus (V = Vorschau, E = Echtlauf): "
             ACCEPT RUN-MODE
             MOVE FUNCTION UPPER-CASE (RUN-MODE) TO RUN-MODE
           END-PERFORM

           PERFORM LOAD-RATE-SCHEDULE
           IF CR-TIER-COUNT = 0 OR DR-TIER-COUNT = 0
           DISPLAY "Sollzins-Version  " DR-VERSION
                   " gueltig ab " DR-EFFECTIVE

           MOVE ACCRUAL-DATE(1:4) TO TAX-YEAR
           IF RUN-MODE = 'V'
             PERFORM RUN-PREVIEW
           ELSE
             PERFORM RUN-LIVE
           END-IF
           IF pv-result = 'N' OR pv-result = 'F'
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

           DISPLAY "Konten verarbeitet: " ACCOUNTS-PROCESSED
           DISPLAY "Zinsen gesamt ausgezahlt: " TOTAL-INTEREST-PAID
           DISPLAY "Sollzinsen gesamt belastet: "
                   TOTAL-DEBIT-INTEREST
                   " (Version " DR-VERSION ")"
           DISPLAY "Freigestellte Zinsen: " TOTAL-EXEMPT
           DISPLAY "Kapitalertragsteuer einbehalten: " TOTAL-KAPST
           DISPLAY "Solidaritaetszuschlag einbehalten: " TOTAL-SOLI
           IF RUN-MODE = 'V'
             DISPLAY "Bericht: " rpt-filename
             DISPLAY "Freigabe durch Finanzen mit BANK-PVSIGN."
           END-IF

           MOVE 'E' TO JJ-EVENT
           MOVE ACCOUNTS-PROCESSED TO JJ-RECORDS

       STOP RUN.

       RUN-PREVIEW.
           MOVE 'N' TO POST-SWITCH
           MOVE 'J' TO REPORT-SWITCH
           MOVE 'O' TO rpt-action
           MOVE "PV-INTR" TO rpt-name
           MOVE SPACES TO rpt-filename
           STRING "PV-INTR-" BUSINESS-DATE ".DAT"
                  DELIMITED BY SIZE INTO rpt-filename
           MOVE SPACES TO rpt-title
           STRING "Vorschau Zinslauf " ACCRUAL-DATE
                  DELIMITED BY SIZE INTO rpt-title
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line
           PERFORM INTEREST-PASS
           PERFORM WRITE-PREVIEW-TOTALS
           MOVE 'C' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE 'W' TO pv-action
           PERFORM CALL-PREVIEWCTL.

       RUN-LIVE.
           MOVE 'N' TO POST-SWITCH
           MOVE 'N' TO REPORT-SWITCH
           PERFORM INTEREST-PASS
           MOVE 'C' TO pv-action
           PERFORM CALL-PREVIEWCTL
           IF pv-result = 'N' OR pv-result = 'F'
             DISPLAY "Echtlauf abgebrochen - keine Buchungen."
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ACCOUNTS-PROCESSED
           MOVE 0 TO POSTING-COUNT
           MOVE 0 TO POSTING-TOTAL
           MOVE 0 TO TOTAL-INTEREST-PAID
           MOVE 0 TO TOTAL-DEBIT-INTEREST
           MOVE 0 TO TOTAL-EXEMPT
           MOVE 0 TO TOTAL-KAPST
           MOVE 0 TO TOTAL-SOLI
           CALL "BANK-PINBACKUP"
           MOVE 'J' TO POST-SWITCH
           PERFORM INTEREST-PASS
           MOVE 'D' TO pv-action
           PERFORM CALL-PREVIEWCTL.

       CALL-PREVIEWCTL.
           MOVE "BANK-INTEREST" TO pv-job
           MOVE BUSINESS-DATE TO pv-run-date
           MOVE POSTING-COUNT TO pv-count
           MOVE POSTING-TOTAL TO pv-total
           CALL "PREVIEWCTL" USING PreviewRequest.

       INTEREST-PASS.
           MOVE 0 TO eof
           MOVE 'R' TO wh-action
           CALL "BANK-WITHHOLD" USING WithholdRequest
           IF POST-SWITCH = 'J'
             OPEN I-O PinNumbers
             PERFORM OPEN-TXN-LOG
           ELSE
             OPEN INPUT PinNumbers
           END-IF
           READ PinNumbers
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             PERFORM INTEREST-ONE-ACCOUNT
             ADD 1 TO ACCOUNTS-PROCESSED
             READ PinNumbers
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE PinNumbers
           IF POST-SWITCH = 'J'
             CLOSE TxnLog
           END-IF.

       INTEREST-ONE-ACCOUNT.
           IF account-balance < 0
             COMPUTE WORK-BALANCE = 0 - account-balance
             PERFORM COMPUTE-DEBIT-INTEREST
             SUBTRACT INTEREST-AMOUNT FROM account-balance
             ADD INTEREST-AMOUNT TO TOTAL-DEBIT-INTEREST
             ADD 1 TO POSTING-COUNT
             ADD INTEREST-AMOUNT TO POSTING-TOTAL
             IF POST-SWITCH = 'J'
               REWRITE PinRecord
               PERFORM WRITE-DEBIT-INTEREST-LOG
             END-IF
             IF REPORT-SWITCH = 'J' AND INTEREST-AMOUNT NOT = 0
               MOVE INTEREST-AMOUNT TO PRINT-AMOUNT
               MOVE account-balance TO PRINT-BALANCE
               STRING account-number " Sollzins " PRINT-AMOUNT
                      "  neuer Saldo " PRINT-BALANCE
                      DELIMITED BY SIZE INTO rpt-line
               PERFORM WRITE-PREVIEW-LINE
             END-IF
           ELSE
             MOVE account-balance TO WORK-BALANCE
             PERFORM COMPUTE-CREDIT-INTEREST
             ADD INTEREST-AMOUNT TO account-balance
             ADD INTEREST-AMOUNT TO TOTAL-INTEREST-PAID
             PERFORM COMPUTE-WITHHOLDING
             SUBTRACT KAPST-AMOUNT FROM account-balance
             SUBTRACT SOLI-AMOUNT FROM account-balance
             ADD 1 TO POSTING-COUNT
             ADD INTEREST-AMOUNT TO POSTING-TOTAL
             IF KAPST-AMOUNT > 0
               ADD 1 TO POSTING-COUNT
               ADD KAPST-AMOUNT TO POSTING-TOTAL
             END-IF
             IF SOLI-AMOUNT > 0
               ADD 1 TO POSTING-COUNT
               ADD SOLI-AMOUNT TO POSTING-TOTAL
             END-IF
             IF POST-SWITCH = 'J'
               REWRITE PinRecord
               PERFORM WRITE-INTEREST-LOG
               PERFORM WRITE-WITHHOLDING-LOG
             END-IF
             IF REPORT-SWITCH = 'J' AND INTEREST-AMOUNT NOT = 0
               MOVE INTEREST-AMOUNT TO PRINT-AMOUNT
               MOVE KAPST-AMOUNT TO PRINT-TAX
               MOVE SOLI-AMOUNT TO PRINT-SOLI
               STRING account-number " Habenzins " PRINT-AMOUNT
                      " KapSt " PRINT-TAX " Soli " PRINT-SOLI
                      DELIMITED BY SIZE INTO rpt-line
               PERFORM WRITE-PREVIEW-LINE
             END-IF
           END-IF.

       WRITE-PREVIEW-TOTALS.
           MOVE SPACES TO rpt-line
           PERFORM WRITE-PREVIEW-LINE
           MOVE TOTAL-INTEREST-PAID TO PRINT-TOTAL
           STRING "Habenzinsen gesamt    " PRINT-TOTAL
                  " Version " CR-VERSION
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-PREVIEW-LINE
           MOVE TOTAL-DEBIT-INTEREST TO PRINT-TOTAL
           STRING "Sollzinsen gesamt     " PRINT-TOTAL
                  " Version " DR-VERSION
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-PREVIEW-LINE
           MOVE TOTAL-EXEMPT TO PRINT-TOTAL
           STRING "Freigestellt          " PRINT-TOTAL
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-PREVIEW-LINE
           MOVE TOTAL-KAPST TO PRINT-TOTAL
           STRING "Kapitalertragsteuer   " PRINT-TOTAL
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-PREVIEW-LINE
           MOVE TOTAL-SOLI TO PRINT-TOTAL
           STRING "Solidaritaetszuschlag " PRINT-TOTAL
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-PREVIEW-LINE
           MOVE POSTING-TOTAL TO PRINT-TOTAL
           STRING "Buchungen " POSTING-COUNT " Summe "
                  PRINT-TOTAL
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-PREVIEW-LINE.

       WRITE-PREVIEW-LINE.
           MOVE 'L' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line.

       LOAD-RATE-SCHEDULE.
           PERFORM FIND-EFFECTIVE-DATES
           PERFORM LOAD-EFFECTIVE-TIERS
           END-PERFORM
           MOVE TIER-INTEREST TO INTEREST-AMOUNT.

       COMPUTE-WITHHOLDING.
           IF POST-SWITCH = 'J'
             MOVE 'B' TO wh-action
           ELSE
             MOVE 'V' TO wh-action
           END-IF
           MOVE account-number TO wh-account
           MOVE TAX-YEAR TO wh-tax-year
           MOVE INTEREST-AMOUNT TO wh-interest
           CALL "BANK-WITHHOLD" USING WithholdRequest
           MOVE wh-exempt TO EXEMPT-AMOUNT
           MOVE wh-kapst TO KAPST-AMOUNT
           MOVE wh-soli TO SOLI-AMOUNT
           ADD EXEMPT-AMOUNT TO TOTAL-EXEMPT
           ADD KAPST-AMOUNT TO TOTAL-KAPST
           ADD SOLI-AMOUNT TO TOTAL-SOLI.

       OPEN-TXN-LOG.
           OPEN INPUT TxnLog
           IF TXN-STATUS = "35"
           MOVE 0 TO log-ref-seq
           MOVE CR-VERSION TO log-rate-version
           CALL "TXNSEQ" USING log-seq-number
           WRITE TxnLogRecord
           MOVE log-seq-number TO INTEREST-SEQ.

       WRITE-WITHHOLDING-LOG.
           IF KAPST-AMOUNT > 0
             MOVE "TAX-KAPST" TO log-type
             MOVE KAPST-AMOUNT TO log-amount
             PERFORM WRITE-TAX-LOG
           END-IF
           IF SOLI-AMOUNT > 0
             MOVE "TAX-SOLI" TO log-type
             MOVE SOLI-AMOUNT TO log-amount
             PERFORM WRITE-TAX-LOG
           END-IF.

       WRITE-TAX-LOG.
           MOVE FUNCTION CURRENT-DATE TO date-time
           MOVE account-number TO log-account-number
           MOVE SPACES TO log-timestamp
           STRING log-year  "-" log-month "-" log-day "T"
                  log-hour "-" log-min "-" log-sec
                  DELIMITED BY SIZE INTO log-timestamp
           MOVE 'Y' TO log-status
           MOVE ACCRUAL-DATE TO log-business-date
           MOVE SPACES TO log-terminal-id
           MOVE INTEREST-SEQ TO log-ref-seq
           MOVE SPACES TO log-rate-version
           CALL "TXNSEQ" USING log-seq-number
           WRITE TxnLogRecord.
