        01 ACCOUNTS-CHARGED PIC 9(7) VALUE 0.
        01 TOTAL-FEES PIC 9(9)V99 VALUE 0.
        01 CHARGED-THIS-ACCOUNT PIC X.
        01 POSTING-COUNT PIC 9(7) VALUE 0.
        01 RUN-MODE PIC X.
        01 POST-SWITCH PIC X.
        01 REPORT-SWITCH PIC X.
        01 PRINT-AMOUNT PIC Z(8)9.99.
        01 PRINT-BALANCE PIC -Z(6)9.99.
        copy "report-request.cpy".
        copy "preview-request.cpy".
        copy "date-time.cpy" replacing
             ==year== by ==log-year==
             ==month== by ==log-month==
           END-IF

           DISPLAY "BANK-FEES: Monatliche Kontogebuehren"
           CALL "BUSDATE" USING BUSINESS-DATE
           PERFORM ACCEPT-RUN-MODE
           PERFORM LOAD-FEE-SCHEDULE
           IF FEE-COUNT = 0
             DISPLAY "Keine Gebuehren in FEESCHED.DAT gefunden."
           ELSE
             IF RUN-MODE = 'V'
               PERFORM RUN-PREVIEW
             ELSE
               PERFORM RUN-LIVE
             END-IF
           END-IF

           MOVE 'R' TO LOCK-ACTION
           END-IF
           MOVE 0 TO eof.

       ACCEPT-RUN-MODE.
           MOVE SPACE TO RUN-MODE
           PERFORM UNTIL RUN-MODE = 'V' OR RUN-MODE = 'E'
             DISPLAY "Modus (V = Vorschau, E = Echtlauf): "
             ACCEPT RUN-MODE
             MOVE FUNCTION UPPER-CASE (RUN-MODE) TO RUN-MODE
           END-PERFORM.

       RUN-PREVIEW.
           MOVE 'N' TO POST-SWITCH
           MOVE 'J' TO REPORT-SWITCH
           MOVE 'O' TO rpt-action
           MOVE "PV-FEES" TO rpt-name
           MOVE SPACES TO rpt-filename
           STRING "PV-FEES-" BUSINESS-DATE ".DAT"
                  DELIMITED BY SIZE INTO rpt-filename
           MOVE SPACES TO rpt-title
           STRING "Vorschau Kontogebuehren " BUSINESS-DATE
                  DELIMITED BY SIZE INTO rpt-title
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line
           PERFORM FEE-PASS
           MOVE TOTAL-FEES TO PRINT-AMOUNT
           STRING "Summe: " POSTING-COUNT " Buchungen auf "
                  ACCOUNTS-CHARGED " Konten  " PRINT-AMOUNT
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-PREVIEW-LINE
           MOVE 'C' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE 'W' TO pv-action
           PERFORM CALL-PREVIEWCTL
           IF pv-result = 'F'
             DISPLAY "Probelauf nicht gespeichert - keine Freigabe"
                     " moeglich."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Vorschau: " ACCOUNTS-CHARGED " Konten, Gebuehren "
                   TOTAL-FEES
           DISPLAY "Bericht: " rpt-filename
           DISPLAY "Freigabe durch Finanzen mit BANK-PVSIGN.".

       RUN-LIVE.
           MOVE 'N' TO POST-SWITCH
           MOVE 'N' TO REPORT-SWITCH
           PERFORM FEE-PASS
           MOVE 'C' TO pv-action
           PERFORM CALL-PREVIEWCTL
           IF pv-result = 'N' OR pv-result = 'F'
             DISPLAY "Echtlauf abgebrochen - keine Buchungen."
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO POSTING-COUNT
           MOVE 0 TO ACCOUNTS-CHARGED
           MOVE 0 TO TOTAL-FEES
           CALL "BANK-PINBACKUP"
           MOVE 'J' TO POST-SWITCH
           PERFORM FEE-PASS
           MOVE 'D' TO pv-action
           PERFORM CALL-PREVIEWCTL
           DISPLAY "Belastete Konten: " ACCOUNTS-CHARGED
           DISPLAY "Gebuehren gesamt: " TOTAL-FEES.

       CALL-PREVIEWCTL.
           MOVE "BANK-FEES" TO pv-job
           MOVE BUSINESS-DATE TO pv-run-date
           MOVE POSTING-COUNT TO pv-count
           MOVE TOTAL-FEES TO pv-total
           CALL "PREVIEWCTL" USING PreviewRequest.

       FEE-PASS.
           MOVE 0 TO eof
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
             PERFORM CHARGE-ONE-ACCOUNT
             READ PinNumbers
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE PinNumbers
           IF POST-SWITCH = 'J'
             CLOSE TxnLog
           END-IF.

       CHARGE-ONE-ACCOUNT.
           MOVE 'N' TO CHARGED-THIS-ACCOUNT
           PERFORM VARYING fee-index FROM 1 BY 1
                OR FT-APPLIES (fee-index) = account-type
               SUBTRACT FT-AMOUNT (fee-index) FROM account-balance
               ADD FT-AMOUNT (fee-index) TO TOTAL-FEES
               ADD 1 TO POSTING-COUNT
               MOVE 'Y' TO CHARGED-THIS-ACCOUNT
               IF POST-SWITCH = 'J'
                 PERFORM WRITE-FEE-TXN
               END-IF
               IF REPORT-SWITCH = 'J'
                 MOVE FT-AMOUNT (fee-index) TO PRINT-AMOUNT
                 STRING account-number " FEE " FT-CODE (fee-index)
                        "  " PRINT-AMOUNT
                        DELIMITED BY SIZE INTO rpt-line
                 PERFORM WRITE-PREVIEW-LINE
               END-IF
             END-IF
           END-PERFORM
           IF CHARGED-THIS-ACCOUNT = 'Y'
             IF POST-SWITCH = 'J'
               REWRITE PinRecord
             END-IF
             ADD 1 TO ACCOUNTS-CHARGED
             IF REPORT-SWITCH = 'J'
               MOVE account-balance TO PRINT-BALANCE
               STRING account-number " neuer Saldo "
                      PRINT-BALANCE
                      DELIMITED BY SIZE INTO rpt-line
               PERFORM WRITE-PREVIEW-LINE
             END-IF
           END-IF.

       WRITE-PREVIEW-LINE.
           MOVE 'L' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line.

       OPEN-TXN-LOG.
           OPEN INPUT TxnLog
           IF TXN-STATUS = "35"
