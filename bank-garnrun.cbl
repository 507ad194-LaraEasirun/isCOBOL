       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-GARNRUN.
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
       Select TxnCatalog ASSIGN TO "TXNCAT.DAT"
                   organization is line sequential
                   FILE STATUS IS CAT-STATUS.
       Select TxnDaily ASSIGN TO DYNAMIC TXND-FILENAME
                   organization is line sequential
                   FILE STATUS IS TXD-STATUS.
       Select GarnishFile ASSIGN TO "GARNISH.DAT"
                   organization is line sequential
                   FILE STATUS IS GRN-STATUS.
       Select PKontoFile ASSIGN TO "PKONTO.DAT"
                   organization is line sequential
                   FILE STATUS IS PKO-STATUS.
       Select OutPayFile ASSIGN TO "OUTPAY.DAT"
                   organization is line sequential
                   FILE STATUS IS OUTPAY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PinNumbers.
           copy "pin-record.cpy".
       FD TxnLog.
           copy "txnlog-record.cpy".
       FD TxnCatalog.
           01 TxnCatRecord.
              05 tc-date     PIC 9(8).
              05 tc-filename PIC X(20).
              05 tc-status   PIC X.
       FD TxnDaily.
           01 TxnDailyRecord PIC X(82).
       FD GarnishFile.
           copy "garnish-record.cpy".
       FD PKontoFile.
           copy "pkonto-record.cpy".
       FD OutPayFile.
           copy "outpay-record.cpy".
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
        01 SEAL-DATE PIC 9(8) VALUE 0.
        01 SEAL-RESULT PIC X.
        01 PIN-STATUS PIC XX.
        01 TXN-STATUS PIC XX.
        01 CAT-STATUS PIC XX.
        01 TXD-STATUS PIC XX.
        01 GRN-STATUS PIC XX.
        01 PKO-STATUS PIC XX.
        01 OUTPAY-STATUS PIC XX.
        01 TXND-FILENAME PIC X(20).
        01 eof PIC 9.
        01 day-eof PIC 9.
        01 scan-eof PIC 9.
        01 RUN-MONTH PIC 9(6).
        01 RUN-YM PIC X(7).
        01 NEXT-MONTH PIC 9(6).
        01 GRN-COUNT PIC 9(4) VALUE 0.
        01 grn-index PIC 9(4).
        01 GRN-TABLE.
           05 GRN-ENTRY OCCURS 1000 TIMES.
              10 GT-RECORD PIC X(155).
        01 PKO-COUNT PIC 9(4) VALUE 0.
        01 pko-index PIC 9(4).
        01 PKO-FOUND-INDEX PIC 9(4).
        01 PKO-TABLE.
           05 PKO-ENTRY OCCURS 1000 TIMES.
              10 PT-RECORD PIC X(51).
        01 ACC-COUNT PIC 9(3) VALUE 0.
        01 acc-index PIC 9(3).
        01 ACC-TABLE.
           05 ACC-ENTRY OCCURS 500 TIMES.
              10 AT-ACCOUNT PIC 9(10).
              10 AT-SPEND   PIC 9(9)V99.
        01 WORK-ACCOUNT PIC 9(10).
        01 WANTED-PRIORITY PIC 9(3).
        01 ACCOUNT-FOUND PIC X.
        01 AVAILABLE PIC S9(9)V99.
        01 FREE-AMOUNT PIC S9(9)V99.
        01 SEIZABLE PIC S9(9)V99.
        01 OPEN-CLAIM PIC 9(9)V99.
        01 PAY-AMOUNT PIC 9(7)V99.
        01 IS-PKONTO PIC X.
        01 PAID-COUNT PIC 9(5) VALUE 0.
        01 PAID-TOTAL PIC 9(11)V99 VALUE 0.
        01 SATISFIED-COUNT PIC 9(5) VALUE 0.
        01 ORDER-COUNT PIC 9(5) VALUE 0.
        01 LETTER-COUNT PIC 9(5) VALUE 0.
        01 EDIT-AMOUNT PIC Z(8)9.99.
        01 EDIT-TOTAL PIC Z(10)9.99.
        copy "date-time.cpy" replacing
             ==year== by ==log-year==
             ==month== by ==log-month==
             ==day-1== by ==log-day==
             ==hour== by ==log-hour==
             ==minutes== by ==log-min==
             ==seconds== by ==log-sec==
             ==cent== by ==log-cent==.
        copy "report-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           MOVE 'A' TO LOCK-ACTION
           MOVE "BANK-GARNRUN" TO LOCK-JOB
           CALL "RUNLOCK" USING LOCK-ACTION LOCK-JOB
                LOCK-RESOURCE LOCK-RESULT LOCK-HOLDER
           IF LOCK-RESULT = 'N'
             DISPLAY "Stapellauf abgelehnt: PIN.DAT gesperrt"
                     " von " LOCK-HOLDER
             STOP RUN
           END-IF

           MOVE 'S' TO JJ-EVENT
           MOVE "BANK-GARNRUN" TO JJ-JOB-NAME
           MOVE 0 TO JJ-RECORDS
           MOVE SPACES TO JJ-RESULT
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT

           CALL "BUSDATE" USING BUSINESS-DATE
           MOVE BUSINESS-DATE (1:6) TO RUN-MONTH
           MOVE SPACES TO RUN-YM
           STRING BUSINESS-DATE (1:4) "-" BUSINESS-DATE (5:2)
                  DELIMITED BY SIZE INTO RUN-YM
           IF RUN-MONTH (5:2) = "12"
             COMPUTE NEXT-MONTH = RUN-MONTH + 89
           ELSE
             COMPUTE NEXT-MONTH = RUN-MONTH + 1
           END-IF
           DISPLAY "BANK-GARNRUN: Pfaendungsabrechnung Monat "
                   RUN-MONTH

           MOVE 0 TO SEAL-DATE
           CALL "BANK-SEALCHK" USING SEAL-DATE SEAL-RESULT
           IF SEAL-RESULT = 'N'
             DISPLAY "ABBRUCH: TXNLOG.DAT passt nicht zu seinen"
                     " Pruefsiegeln!"
             MOVE "SEAL" TO JJ-RESULT
             PERFORM ABORT-RUN
           END-IF

           PERFORM LOAD-GARNISHMENTS
           PERFORM LOAD-PKONTO
           PERFORM COLLECT-ACCOUNTS
           IF ACC-COUNT = 0
             DISPLAY "Keine offenen Pfaendungen fuer " RUN-MONTH
             MOVE "OK" TO JJ-RESULT
             PERFORM END-JOURNAL
             PERFORM RELEASE-LOCK
             STOP RUN
           END-IF
           PERFORM SCAN-TXNLOG
           PERFORM SCAN-DAILY-FILES

           MOVE 'O' TO rpt-action
           MOVE "GARNLTR" TO rpt-name
           MOVE SPACES TO rpt-filename
           STRING "GARNLTR-" RUN-MONTH ".DAT"
                  DELIMITED BY SIZE INTO rpt-filename
           MOVE SPACES TO rpt-title
           STRING "Abrechnung Pfaendung " RUN-MONTH
                  DELIMITED BY SIZE INTO rpt-title
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line

           PERFORM OPEN-TXN-LOG
           PERFORM OPEN-OUTPAY-FILE
           OPEN I-O PinNumbers
           PERFORM VARYING acc-index FROM 1 BY 1
                   UNTIL acc-index > ACC-COUNT
             PERFORM PROCESS-ONE-ACCOUNT
           END-PERFORM
           CLOSE PinNumbers
           CLOSE OutPayFile
           CLOSE TxnLog

           MOVE 'C' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest

           PERFORM SAVE-GARNISHMENTS
           PERFORM SAVE-PKONTO

           MOVE PAID-TOTAL TO EDIT-TOTAL
           DISPLAY "Pfaendungen abgerechnet: " ORDER-COUNT
           DISPLAY "Zahlungen an Glaeubiger: " PAID-COUNT
                   " Summe " EDIT-TOTAL
           DISPLAY "Davon vollstaendig erledigt: " SATISFIED-COUNT
           DISPLAY "Abrechnungsschreiben: " rpt-filename

           MOVE PAID-COUNT TO JJ-RECORDS
           MOVE "OK" TO JJ-RESULT
           PERFORM END-JOURNAL
           PERFORM RELEASE-LOCK

       STOP RUN.

       ABORT-RUN.
           PERFORM END-JOURNAL
           PERFORM RELEASE-LOCK
           STOP RUN.

       END-JOURNAL.
           MOVE 'E' TO JJ-EVENT
           MOVE "BANK-GARNRUN" TO JJ-JOB-NAME
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT.

       RELEASE-LOCK.
           MOVE 'R' TO LOCK-ACTION
           CALL "RUNLOCK" USING LOCK-ACTION LOCK-JOB
                LOCK-RESOURCE LOCK-RESULT LOCK-HOLDER.

       LOAD-GARNISHMENTS.
           MOVE 0 TO GRN-COUNT
           MOVE 0 TO eof
           OPEN INPUT GarnishFile
           IF GRN-STATUS = "00"
             READ GarnishFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR GRN-COUNT = 1000
               ADD 1 TO GRN-COUNT
               MOVE GarnishRecord TO GT-RECORD (GRN-COUNT)
               READ GarnishFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             IF eof = 0
               DISPLAY "ABBRUCH: GARNISH.DAT groesser als 1000"
                       " Pfaendungen."
               MOVE "FAIL" TO JJ-RESULT
               PERFORM ABORT-RUN
             END-IF
             CLOSE GarnishFile
           END-IF.

       SAVE-GARNISHMENTS.
           OPEN OUTPUT GarnishFile
           PERFORM VARYING grn-index FROM 1 BY 1
                   UNTIL grn-index > GRN-COUNT
             MOVE GT-RECORD (grn-index) TO GarnishRecord
             WRITE GarnishRecord
           END-PERFORM
           CLOSE GarnishFile.

       LOAD-PKONTO.
           MOVE 0 TO PKO-COUNT
           MOVE 0 TO eof
           OPEN INPUT PKontoFile
           IF PKO-STATUS = "00"
             READ PKontoFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR PKO-COUNT = 1000
               ADD 1 TO PKO-COUNT
               MOVE PKontoRecord TO PT-RECORD (PKO-COUNT)
               READ PKontoFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             IF eof = 0
               DISPLAY "ABBRUCH: PKONTO.DAT groesser als 1000"
                       " Konten."
               MOVE "FAIL" TO JJ-RESULT
               PERFORM ABORT-RUN
             END-IF
             CLOSE PKontoFile
           END-IF.

       SAVE-PKONTO.
           IF PKO-COUNT = 0
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PKontoFile
           PERFORM VARYING pko-index FROM 1 BY 1
                   UNTIL pko-index > PKO-COUNT
             MOVE PT-RECORD (pko-index) TO PKontoRecord
             WRITE PKontoRecord
           END-PERFORM
           CLOSE PKontoFile.

       COLLECT-ACCOUNTS.
           MOVE 0 TO ACC-COUNT
           PERFORM VARYING grn-index FROM 1 BY 1
                   UNTIL grn-index > GRN-COUNT
             MOVE GT-RECORD (grn-index) TO GarnishRecord
             IF gr-status = 'O' AND gr-last-run < RUN-MONTH
               MOVE gr-account TO WORK-ACCOUNT
               PERFORM FIND-ACC-ENTRY
               IF acc-index = 0
                 IF ACC-COUNT = 500
                   DISPLAY "ABBRUCH: mehr als 500 gepfaendete"
                           " Konten."
                   MOVE "FAIL" TO JJ-RESULT
                   PERFORM ABORT-RUN
                 END-IF
                 ADD 1 TO ACC-COUNT
                 MOVE gr-account TO AT-ACCOUNT (ACC-COUNT)
                 MOVE 0 TO AT-SPEND (ACC-COUNT)
               END-IF
             END-IF
           END-PERFORM.

       FIND-ACC-ENTRY.
           PERFORM VARYING acc-index FROM 1 BY 1
                   UNTIL acc-index > ACC-COUNT
             IF AT-ACCOUNT (acc-index) = WORK-ACCOUNT
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           MOVE 0 TO acc-index.

       SCAN-TXNLOG.
           MOVE 0 TO eof
           OPEN INPUT TxnLog
           IF TXN-STATUS = "00"
             READ TxnLog
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               PERFORM NOTE-SPEND-RECORD
               READ TxnLog
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE TxnLog
           END-IF.

       SCAN-DAILY-FILES.
           MOVE 0 TO eof
           OPEN INPUT TxnCatalog
           IF CAT-STATUS = "00"
             READ TxnCatalog
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF tc-status = 'O'
                 PERFORM SCAN-ONE-DAILY-FILE
               END-IF
               READ TxnCatalog
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE TxnCatalog
           END-IF.

       SCAN-ONE-DAILY-FILE.
           MOVE tc-filename TO TXND-FILENAME
           MOVE 0 TO day-eof
           OPEN INPUT TxnDaily
           IF TXD-STATUS = "00"
             READ TxnDaily
              AT END SET day-eof TO 1
             END-READ
             PERFORM UNTIL day-eof = 1
               MOVE TxnDailyRecord TO TxnLogRecord
               PERFORM NOTE-SPEND-RECORD
               READ TxnDaily
                AT END SET day-eof TO 1
               END-READ
             END-PERFORM
             CLOSE TxnDaily
           END-IF.

       NOTE-SPEND-RECORD.
           IF (log-type = "WITHDRAWAL"
               OR log-type = "TRANSFER-OUT"
               OR log-type = "TRANSFER-EXT")
              AND log-status = 'Y'
              AND log-timestamp (1:7) = RUN-YM
             MOVE log-account-number TO WORK-ACCOUNT
             PERFORM FIND-ACC-ENTRY
             IF acc-index > 0
               ADD log-amount TO AT-SPEND (acc-index)
             END-IF
           END-IF.

       PROCESS-ONE-ACCOUNT.
           MOVE AT-ACCOUNT (acc-index) TO WORK-ACCOUNT
           PERFORM FIND-ACCOUNT
           IF ACCOUNT-FOUND = 'N'
             DISPLAY "Konto " WORK-ACCOUNT " nicht gefunden -"
                     " Pfaendung nicht abgerechnet."
             EXIT PARAGRAPH
           END-IF
           COMPUTE AVAILABLE = account-balance - pending-holds
           IF AVAILABLE < 0
             MOVE 0 TO AVAILABLE
           END-IF
           MOVE 'N' TO IS-PKONTO
           MOVE 0 TO FREE-AMOUNT
           MOVE 0 TO PKO-FOUND-INDEX
           PERFORM VARYING pko-index FROM 1 BY 1
                   UNTIL pko-index > PKO-COUNT
             MOVE PT-RECORD (pko-index) TO PKontoRecord
             IF pk-account = WORK-ACCOUNT AND pk-status = 'A'
               MOVE pko-index TO PKO-FOUND-INDEX
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF PKO-FOUND-INDEX > 0
             MOVE 'J' TO IS-PKONTO
             COMPUTE FREE-AMOUNT = pk-allowance - AT-SPEND (acc-index)
             IF pk-carry-month = RUN-MONTH
               ADD pk-carry TO FREE-AMOUNT
             END-IF
             IF FREE-AMOUNT < 0
               MOVE 0 TO FREE-AMOUNT
             END-IF
           END-IF
           COMPUTE SEIZABLE = AVAILABLE - FREE-AMOUNT
           IF SEIZABLE < 0
             MOVE 0 TO SEIZABLE
           END-IF

           PERFORM VARYING WANTED-PRIORITY FROM 0 BY 1
                   UNTIL WANTED-PRIORITY > 99
             PERFORM VARYING grn-index FROM 1 BY 1
                     UNTIL grn-index > GRN-COUNT
               MOVE GT-RECORD (grn-index) TO GarnishRecord
               IF gr-account = WORK-ACCOUNT
                  AND gr-priority = WANTED-PRIORITY
                  AND gr-status = 'O'
                  AND gr-last-run < RUN-MONTH
                 PERFORM SETTLE-ONE-ORDER
               END-IF
             END-PERFORM
           END-PERFORM
           REWRITE PinRecord

           IF IS-PKONTO = 'J'
             MOVE PT-RECORD (PKO-FOUND-INDEX) TO PKontoRecord
             IF AVAILABLE < FREE-AMOUNT
               MOVE AVAILABLE TO pk-carry
             ELSE
               MOVE FREE-AMOUNT TO pk-carry
             END-IF
             MOVE NEXT-MONTH TO pk-carry-month
             MOVE PKontoRecord TO PT-RECORD (PKO-FOUND-INDEX)
           END-IF.

       SETTLE-ONE-ORDER.
           ADD 1 TO ORDER-COUNT
           COMPUTE OPEN-CLAIM = gr-claimed - gr-paid
           IF SEIZABLE < OPEN-CLAIM
             MOVE SEIZABLE TO PAY-AMOUNT
           ELSE
             MOVE OPEN-CLAIM TO PAY-AMOUNT
           END-IF
           IF PAY-AMOUNT > 0
             SUBTRACT PAY-AMOUNT FROM SEIZABLE
             SUBTRACT PAY-AMOUNT FROM account-balance
             ADD PAY-AMOUNT TO gr-paid
             PERFORM WRITE-GARN-TXN
             PERFORM WRITE-OUTBOUND-PAYMENT
             ADD 1 TO PAID-COUNT
             ADD PAY-AMOUNT TO PAID-TOTAL
           END-IF
           IF gr-paid >= gr-claimed
             MOVE 'E' TO gr-status
             ADD 1 TO SATISFIED-COUNT
           END-IF
           MOVE RUN-MONTH TO gr-last-run
           MOVE GarnishRecord TO GT-RECORD (grn-index)
           PERFORM WRITE-LETTER.

       WRITE-GARN-TXN.
           MOVE FUNCTION CURRENT-DATE TO date-time
           MOVE WORK-ACCOUNT TO log-account-number
           MOVE SPACES TO log-timestamp
           STRING log-year  "-" log-month "-" log-day "T"
                  log-hour "-" log-min "-" log-sec
                  DELIMITED BY SIZE INTO log-timestamp
           MOVE "GARN-PAY" TO log-type
           MOVE 'Y' TO log-status
           MOVE PAY-AMOUNT TO log-amount
           MOVE BUSINESS-DATE TO log-business-date
           MOVE SPACES TO log-terminal-id
           MOVE gr-id TO log-ref-seq
           MOVE SPACES TO log-rate-version
           CALL "TXNSEQ" USING log-seq-number
           WRITE TxnLogRecord.

       WRITE-OUTBOUND-PAYMENT.
           MOVE log-seq-number TO op-payment-id
           MOVE WORK-ACCOUNT TO op-account
           MOVE PAY-AMOUNT TO op-amount
           MOVE gr-creditor TO op-bene-name
           MOVE gr-creditor-iban TO op-bene-iban
           MOVE gr-order-ref TO op-reference
           MOVE "PFAE" TO op-origin
           MOVE BUSINESS-DATE TO op-entry-date
           MOVE 'P' TO op-status
           MOVE 0 TO op-sent-date
           MOVE SPACES TO op-return-reason
           WRITE OutPaymentRecord.

       WRITE-LETTER.
           IF LETTER-COUNT > 0
             MOVE 'P' TO rpt-action
             CALL "REPORT-WRITER" USING ReportRequest
           END-IF
           ADD 1 TO LETTER-COUNT
           STRING "An: " gr-creditor
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-LETTER-LINE
           STRING "    " gr-creditor-iban
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           STRING "Abrechnung Pfaendung Nr. " gr-id
                  " fuer den Monat " RUN-MONTH
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-LETTER-LINE
           STRING "Aktenzeichen:       " gr-order-ref
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-LETTER-LINE
           STRING "Schuldnerkonto:     " WORK-ACCOUNT " "
                  account-name
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-LETTER-LINE
           STRING "Eingang Beschluss:  " gr-received
                  "   Rang " gr-priority
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE gr-claimed TO EDIT-AMOUNT
           STRING "Forderung:                   " EDIT-AMOUNT
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-LETTER-LINE
           MOVE PAY-AMOUNT TO EDIT-AMOUNT
           STRING "In diesem Monat ueberwiesen: " EDIT-AMOUNT
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-LETTER-LINE
           MOVE gr-paid TO EDIT-AMOUNT
           STRING "Insgesamt gezahlt:           " EDIT-AMOUNT
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-LETTER-LINE
           COMPUTE OPEN-CLAIM = gr-claimed - gr-paid
           MOVE OPEN-CLAIM TO EDIT-AMOUNT
           STRING "Restforderung:               " EDIT-AMOUNT
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           IF IS-PKONTO = 'J'
             MOVE FREE-AMOUNT TO EDIT-AMOUNT
             STRING "Das Konto ist ein P-Konto. Geschuetzter"
                    " Betrag: " EDIT-AMOUNT
                    DELIMITED BY SIZE INTO rpt-line
             PERFORM WRITE-LETTER-LINE
           END-IF
           IF PAY-AMOUNT = 0
             MOVE "Es war kein pfaendbares Guthaben vorhanden."
               TO rpt-line
             PERFORM WRITE-LETTER-LINE
           END-IF
           IF gr-status = 'E'
             MOVE "Die Forderung ist damit vollstaendig beglichen."
               TO rpt-line
             PERFORM WRITE-LETTER-LINE
           END-IF.

       WRITE-LETTER-LINE.
           MOVE 'L' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line.

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

       OPEN-TXN-LOG.
           OPEN INPUT TxnLog
           IF TXN-STATUS = "35"
             OPEN OUTPUT TxnLog
             CLOSE TxnLog
           ELSE
             CLOSE TxnLog
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
