                   organization is line sequential.
       Select RetryReport ASSIGN TO "STANDING-RETRY.DAT"
                   organization is line sequential.
       Select OutPayFile ASSIGN TO "OUTPAY.DAT"
                   organization is line sequential
                   FILE STATUS IS OUTPAY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PinNumbers.
              05 st-amount         PIC 9(7)V99.
              05 st-frequency      PIC X.
              05 st-next-due       PIC 9(8).
              05 st-bene-name      PIC X(27).
              05 st-bene-iban      PIC X(34).
              05 st-reference      PIC X(30).
       FD StandingSorted.
           01 StandingSortedRecord.
              05 ss-account-number PIC 9(10).
              05 ss-amount         PIC 9(7)V99.
              05 ss-frequency      PIC X.
              05 ss-next-due       PIC 9(8).
              05 ss-bene-name      PIC X(27).
              05 ss-bene-iban      PIC X(34).
              05 ss-reference      PIC X(30).
       FD PinAcctSorted.
           01 PinAcctRecord.
              05 pa-account-number PIC 9(10).
              05 so-amount         PIC 9(7)V99.
              05 so-frequency      PIC X.
              05 so-next-due       PIC 9(8).
              05 so-bene-name      PIC X(27).
              05 so-bene-iban      PIC X(34).
              05 so-reference      PIC X(30).
       SD SortPinAcct.
           01 SortPinAcctRecord.
              05 sp-account-number PIC 9(10).
              05 sw-amount         PIC 9(7)V99.
              05 sw-frequency      PIC X.
              05 sw-next-due       PIC 9(8).
              05 sw-bene-name      PIC X(27).
              05 sw-bene-iban      PIC X(34).
              05 sw-reference      PIC X(30).
       FD RetryReport.
           01 RetryLine PIC X(72).
       FD OutPayFile.
           copy "outpay-record.cpy".
       WORKING-STORAGE SECTION.
        01 BUSINESS-DATE PIC 9(8) VALUE 0.
        01 LOCK-ACTION PIC X.
        01 PIN-STATUS PIC XX.
        01 TXN-STATUS PIC XX.
        01 SO-STATUS PIC XX.
        01 OUTPAY-STATUS PIC XX.
        01 OUTPAY-COUNT PIC 9(5) VALUE 0.
        01 TODAY-NUM PIC 9(8).
        01 POSTED-COUNT PIC 9(5) VALUE 0.
        01 RETRY-COUNT PIC 9(5) VALUE 0.
        01 ORDER-COUNT PIC 9(5) VALUE 0.
        01 POSTED-TOTAL PIC 9(11)V99 VALUE 0.
        01 RUN-MODE PIC X.
        01 POST-SWITCH PIC X.
        01 REPORT-SWITCH PIC X.
        01 SIM-CARD PIC 9(13) VALUE 0.
        01 SIM-BALANCE PIC S9(7)V99.
        01 PRINT-AMOUNT PIC Z(6)9.99.
        01 PRINT-BALANCE PIC -Z(6)9.99.
        01 PRINT-TOTAL PIC Z(10)9.99.
        01 MATCH-CARD PIC 9(13).
        01 ACCOUNT-MATCHED PIC X.
        01 DUE-DATE-NUM PIC 9(8).
             ==minutes== by ==log-min==
             ==seconds== by ==log-sec==
             ==cent== by ==log-cent==.
        copy "report-request.cpy".
        copy "preview-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           END-IF
           CLOSE StandingFile

           MOVE SPACE TO RUN-MODE
           PERFORM UNTIL RUN-MODE = 'V' OR RUN-MODE = 'E'
             DISPLAY "Modus (V = Vorschau, E = Echtlauf): "
             ACCEPT RUN-MODE
             MOVE FUNCTION UPPER-CASE (RUN-MODE) TO RUN-MODE
           END-PERFORM

           SORT SortOrders
               ON ASCENDING KEY so-account-number
               INPUT PROCEDURE IS EXTRACT-PIN-ACCOUNTS
               GIVING PinAcctSorted

           IF RUN-MODE = 'V'
             PERFORM RUN-PREVIEW
           ELSE
             PERFORM RUN-LIVE
           END-IF

           PERFORM RELEASE-LOCK

       STOP RUN.

       RUN-PREVIEW.
           MOVE 'N' TO POST-SWITCH
           MOVE 'J' TO REPORT-SWITCH
           MOVE 'O' TO rpt-action
           MOVE "PV-STND" TO rpt-name
           MOVE SPACES TO rpt-filename
           STRING "PV-STND-" BUSINESS-DATE ".DAT"
                  DELIMITED BY SIZE INTO rpt-filename
           MOVE SPACES TO rpt-title
           STRING "Vorschau Dauerauftraege " BUSINESS-DATE
                  DELIMITED BY SIZE INTO rpt-title
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line
           PERFORM ORDER-PASS
           MOVE SPACES TO rpt-line
           PERFORM WRITE-PREVIEW-LINE
           MOVE POSTED-TOTAL TO PRINT-TOTAL
           STRING "Zu buchen: " POSTED-COUNT " Auftraege  "
                  PRINT-TOTAL
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-PREVIEW-LINE
           STRING "Wiedervorlage: " RETRY-COUNT
                  "  davon an Fremdbanken: " OUTPAY-COUNT
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
           DISPLAY "Vorschau: " POSTED-COUNT " Auftraege, Summe "
                   POSTED-TOTAL
           DISPLAY "Bericht: " rpt-filename
           DISPLAY "Freigabe durch Finanzen mit BANK-PVSIGN.".

       RUN-LIVE.
           MOVE 'N' TO POST-SWITCH
           MOVE 'N' TO REPORT-SWITCH
           PERFORM ORDER-PASS
           MOVE 'C' TO pv-action
           PERFORM CALL-PREVIEWCTL
           IF pv-result = 'N' OR pv-result = 'F'
             DISPLAY "Echtlauf abgebrochen - keine Buchungen."
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO ORDER-COUNT
           MOVE 0 TO POSTED-COUNT
           MOVE 0 TO POSTED-TOTAL
           MOVE 0 TO RETRY-COUNT
           MOVE 0 TO OUTPAY-COUNT
           CALL "BANK-PINBACKUP"
           MOVE 'J' TO POST-SWITCH
           PERFORM ORDER-PASS
           MOVE 'D' TO pv-action
           PERFORM CALL-PREVIEWCTL
           IF ORDER-COUNT = 0
             DISPLAY "Keine Dauerauftraege vorhanden."
           ELSE
             PERFORM COPY-BACK-ORDERS
             DISPLAY "Gebuchte Dauerauftraege: " POSTED-COUNT
             DISPLAY "Zur Wiedervorlage: " RETRY-COUNT
             DISPLAY "Davon an Fremdbanken: " OUTPAY-COUNT
           END-IF.

       CALL-PREVIEWCTL.
           MOVE "BANK-STANDING" TO pv-job
           MOVE BUSINESS-DATE TO pv-run-date
           MOVE POSTED-COUNT TO pv-count
           MOVE POSTED-TOTAL TO pv-total
           CALL "PREVIEWCTL" USING PreviewRequest.

       ORDER-PASS.
           MOVE 0 TO order-eof
           MOVE 0 TO acct-eof
           MOVE 0 TO SIM-CARD
           IF POST-SWITCH = 'J'
             OPEN I-O PinNumbers
             PERFORM OPEN-TXN-LOG
             OPEN OUTPUT StandingWork
             OPEN OUTPUT RetryReport
             PERFORM OPEN-OUTPAY-FILE
           ELSE
             OPEN INPUT PinNumbers
           END-IF
           OPEN INPUT StandingSorted
           OPEN INPUT PinAcctSorted
           READ StandingSorted
            AT END SET order-eof TO 1
           END-READ
           END-PERFORM
           CLOSE StandingSorted
           CLOSE PinAcctSorted
           IF POST-SWITCH = 'J'
             CLOSE StandingWork
             CLOSE RetryReport
             CLOSE OutPayFile
             CLOSE TxnLog
           END-IF
           CLOSE PinNumbers.

       WRITE-RETRY-LINE.
           IF POST-SWITCH = 'J'
             WRITE RetryLine
           END-IF
           IF REPORT-SWITCH = 'J'
             MOVE RetryLine TO rpt-line
             PERFORM WRITE-PREVIEW-LINE
           END-IF.

       WRITE-PREVIEW-LINE.
           MOVE 'L' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line.

       RELEASE-LOCK.
           MOVE 'R' TO LOCK-ACTION
               STRING "Konto " ss-account-number
                      " nicht gefunden - Dauerauftrag offen"
                      DELIMITED BY SIZE INTO RetryLine
               PERFORM WRITE-RETRY-LINE
               DISPLAY RetryLine
             ELSE
               PERFORM POST-ONE-ORDER
             END-IF
           END-IF
           IF POST-SWITCH = 'J'
             WRITE StandingWorkRecord
           END-IF.

       ADVANCE-PIN-EXTRACT.
           PERFORM UNTIL acct-eof = 1
               STRING "Karte " MATCH-CARD
                      " nicht lesbar - Dauerauftrag offen"
                      DELIMITED BY SIZE INTO RetryLine
               PERFORM WRITE-RETRY-LINE
             NOT INVALID KEY
               IF POST-SWITCH = 'N' AND card-number = SIM-CARD
                 MOVE SIM-BALANCE TO account-balance
               END-IF
               IF ss-amount > account-balance
                 ADD 1 TO RETRY-COUNT
                 IF POST-SWITCH = 'J'
                   PERFORM WRITE-FAILED-TXN
                 END-IF
                 MOVE SPACES TO RetryLine
                 STRING "Konto " ss-account-number
                        " Betrag " ss-amount
                        " Deckung fehlt - Wiedervorlage"
                        DELIMITED BY SIZE INTO RetryLine
                 PERFORM WRITE-RETRY-LINE
                 DISPLAY RetryLine
               ELSE
                 SUBTRACT ss-amount FROM account-balance
                 IF POST-SWITCH = 'J'
                   REWRITE PinRecord
                   PERFORM WRITE-POSTED-TXN
                   IF ss-bene-iban NOT = SPACES
                     PERFORM WRITE-OUTBOUND-PAYMENT
                   END-IF
                 ELSE
                   MOVE card-number TO SIM-CARD
                   MOVE account-balance TO SIM-BALANCE
                   IF ss-bene-iban NOT = SPACES
                     ADD 1 TO OUTPAY-COUNT
                   END-IF
                 END-IF
                 IF REPORT-SWITCH = 'J'
                   MOVE ss-amount TO PRINT-AMOUNT
                   MOVE account-balance TO PRINT-BALANCE
                   STRING ss-account-number " " PRINT-AMOUNT
                          " an " ss-bene-name (1:20)
                          " Saldo " PRINT-BALANCE
                          DELIMITED BY SIZE INTO rpt-line
                   PERFORM WRITE-PREVIEW-LINE
                 END-IF
                 PERFORM ADVANCE-DUE-DATE
                 ADD 1 TO POSTED-COUNT
                 ADD ss-amount TO POSTED-TOTAL
               END-IF
           END-READ.

             MOVE sw-amount TO st-amount
             MOVE sw-frequency TO st-frequency
             MOVE sw-next-due TO st-next-due
             MOVE sw-bene-name TO st-bene-name
             MOVE sw-bene-iban TO st-bene-iban
             MOVE sw-reference TO st-reference
             WRITE StandingRecord
             READ StandingWork
              AT END SET eof TO 1
           END-IF
           OPEN EXTEND TxnLog.

       OPEN-OUTPAY-FILE.
           OPEN INPUT OutPayFile
           IF OUTPAY-STATUS = "35"
             OPEN OUTPUT OutPayFile
             CLOSE OutPayFile
           ELSE
             CLOSE OutPayFile
           END-IF
           OPEN EXTEND OutPayFile.

       WRITE-OUTBOUND-PAYMENT.
           MOVE log-seq-number TO op-payment-id
           MOVE ss-account-number TO op-account
           MOVE ss-amount TO op-amount
           MOVE ss-bene-name TO op-bene-name
           MOVE ss-bene-iban TO op-bene-iban
           MOVE ss-reference TO op-reference
           MOVE "STND" TO op-origin
           MOVE BUSINESS-DATE TO op-entry-date
           MOVE 'P' TO op-status
           MOVE 0 TO op-sent-date
           MOVE SPACES TO op-return-reason
           WRITE OutPaymentRecord
           ADD 1 TO OUTPAY-COUNT.

       WRITE-POSTED-TXN.
           MOVE 'Y' TO log-status
           PERFORM WRITE-STANDING-TXN.
