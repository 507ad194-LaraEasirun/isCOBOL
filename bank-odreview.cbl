       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-ODREVIEW.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select PinNumbers ASSIGN TO "PIN.DAT"
                   organization is indexed
                   access mode is sequential
                   record key is card-number
                   FILE STATUS IS PIN-STATUS.
       Select ProdRules ASSIGN TO "PRODRULES.DAT"
                   organization is line sequential
                   FILE STATUS IS PRD-STATUS.
       Select TxnLog ASSIGN TO "TXNLOG.DAT"
                   organization is line sequential
                   FILE STATUS IS TXN-STATUS.
       Select TxnCatalog ASSIGN TO "TXNCAT.DAT"
                   organization is line sequential
                   FILE STATUS IS CAT-STATUS.
       Select TxnDaily ASSIGN TO DYNAMIC TXND-FILENAME
                   organization is line sequential
                   FILE STATUS IS TXD-STATUS.
       Select ReturnFile ASSIGN TO "DDRETURN.DAT"
                   organization is line sequential
                   FILE STATUS IS RET-STATUS.
       Select BlockFile ASSIGN TO "FRAUD-BLOCK.DAT"
                   organization is line sequential
                   FILE STATUS IS BLK-STATUS.
       Select PendAuthFile ASSIGN TO "PENDAUTH.DAT"
                   organization is line sequential
                   FILE STATUS IS PAF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PinNumbers.
           copy "pin-record.cpy".
       FD ProdRules.
           01 ProdRuleRecord.
              05 pr-account-type    PIC X.
              05 pr-allow-overdraft PIC X.
              05 pr-transfer-allow  PIC 9(7)V99.
       FD TxnLog.
           copy "txnlog-record.cpy".
       FD TxnCatalog.
           01 TxnCatRecord.
              05 tc-date     PIC 9(8).
              05 tc-filename PIC X(20).
              05 tc-status   PIC X.
       FD TxnDaily.
           01 TxnDailyRecord PIC X(82).
       FD ReturnFile.
           01 ReturnRecord.
              05 rt-account     PIC 9(10).
              05 rt-amount      PIC 9(7)V99.
              05 rt-creditor-id PIC X(18).
              05 rt-mandate-ref PIC X(20).
              05 rt-collect-ref PIC X(16).
              05 rt-date        PIC 9(8).
              05 rt-reason      PIC X(4).
       FD BlockFile.
           copy "fraudblock-record.cpy".
       FD PendAuthFile.
           copy "pendauth-record.cpy".
       WORKING-STORAGE SECTION.
        01 BUSINESS-DATE PIC 9(8) VALUE 0.
        01 JJ-EVENT PIC X.
        01 JJ-JOB-NAME PIC X(12).
        01 JJ-RECORDS PIC 9(7) VALUE 0.
        01 JJ-RESULT PIC X(4).
        01 SEAL-DATE PIC 9(8) VALUE 0.
        01 SEAL-RESULT PIC X.
        01 PIN-STATUS PIC XX.
        01 PRD-STATUS PIC XX.
        01 TXN-STATUS PIC XX.
        01 CAT-STATUS PIC XX.
        01 TXD-STATUS PIC XX.
        01 RET-STATUS PIC XX.
        01 BLK-STATUS PIC XX.
        01 PAF-STATUS PIC XX.
        01 TXND-FILENAME PIC X(20).
        01 AUTH-SERIES PIC X(8) VALUE "PENDAUTH".
        01 REVIEW-MAKER PIC X(8) VALUE "ODREVIEW".
        01 PEND-ID PIC 9(7).
        01 eof PIC 9.
        01 day-eof PIC 9.
        01 WINDOW-DAYS PIC 9(3) VALUE 90.
        01 MAX-OD-LIMIT PIC 9(7)V99 VALUE 10000.00.
        01 TODAY-INT PIC 9(7).
        01 START-INT PIC 9(7).
        01 WINDOW-START PIC 9(8).
        01 TXN-YMD PIC 9(8).
        01 TXN-INT PIC 9(7).
        01 DAY-IDX PIC S9(7).
        01 BUCKET-IDX PIC 9.
        01 TXN-SIGN PIC S9.
        01 RULE-COUNT PIC 99 VALUE 0.
        01 rule-index PIC 99.
        01 RULE-TABLE.
           05 RULE-ENTRY OCCURS 10 TIMES.
              10 RL-TYPE     PIC X.
              10 RL-ALLOW-OD PIC X.
        01 RULE-ALLOW-OD PIC X.
        01 ACCT-COUNT PIC 9(3) VALUE 0.
        01 acct-index PIC 9(3).
        01 day-index PIC 9(3).
        01 ACCT-OVERFLOW PIC X VALUE 'N'.
        01 ACCT-TABLE.
           05 ACCT-ENTRY OCCURS 500 TIMES.
              10 AC-ACCOUNT      PIC 9(10).
              10 AC-CARD         PIC 9(13).
              10 AC-NAME         PIC X(20).
              10 AC-BALANCE      PIC S9(7)V99.
              10 AC-LIMIT        PIC 9(7)V99.
              10 AC-PENDING      PIC X.
              10 AC-BLOCKED      PIC X.
              10 AC-RETURNS      PIC 9(3).
              10 AC-CREDIT-TOTAL PIC 9(9)V99.
              10 AC-CREDIT-HIT   PIC X OCCURS 3 TIMES.
              10 AC-FUTURE-NET   PIC S9(9)V99.
              10 AC-DAY-NET      PIC S9(9)V99 OCCURS 90 TIMES.
        01 WANTED-ACCOUNT PIC 9(10).
        01 RUN-BALANCE PIC S9(9)V99.
        01 BALANCE-SUM PIC S9(11)V99.
        01 AVG-BALANCE PIC S9(9)V99.
        01 OD-DAYS PIC 9(3).
        01 CREDIT-MONTHS PIC 9.
        01 MONTHLY-CREDIT PIC 9(9)V99.
        01 REVIEW-SCORE PIC S9(3).
        01 NEW-LIMIT PIC 9(7)V99.
        01 PROPOSAL PIC X(12).
        01 PROPOSAL-REASON PIC X(4).
        01 PENDING-NOTE PIC X(13).
        01 REVIEWED-COUNT PIC 9(5) VALUE 0.
        01 RAISE-COUNT PIC 9(5) VALUE 0.
        01 LOWER-COUNT PIC 9(5) VALUE 0.
        01 CANCEL-COUNT PIC 9(5) VALUE 0.
        01 OPEN-COUNT PIC 9(5) VALUE 0.
        01 EDIT-BALANCE PIC Z(8)9.99-.
        01 EDIT-LIMIT PIC Z(6)9.99.
        01 EDIT-NEW-LIMIT PIC Z(6)9.99.
        01 EDIT-CREDIT PIC Z(8)9.99.
        01 EDIT-SCORE PIC ZZ9.
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
           MOVE 'S' TO JJ-EVENT
           MOVE "BANK-ODREVIEW" TO JJ-JOB-NAME
           MOVE 0 TO JJ-RECORDS
           MOVE SPACES TO JJ-RESULT
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT

           CALL "BUSDATE" USING BUSINESS-DATE
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(BUSINESS-DATE)
           COMPUTE START-INT = TODAY-INT - WINDOW-DAYS + 1
           COMPUTE WINDOW-START = FUNCTION DATE-OF-INTEGER(START-INT)
           DISPLAY "BANK-ODREVIEW: Pruefung Ueberziehungsrahmen per "
                   BUSINESS-DATE

           MOVE 0 TO SEAL-DATE
           CALL "BANK-SEALCHK" USING SEAL-DATE SEAL-RESULT
           IF SEAL-RESULT = 'N'
             DISPLAY "ABBRUCH: TXNLOG.DAT passt nicht zu seinen"
                     " Pruefsiegeln!"
             MOVE "SEAL" TO JJ-RESULT
             PERFORM END-JOURNAL
             STOP RUN
           END-IF

           PERFORM LOAD-PRODUCT-RULES
           PERFORM LOAD-ACCOUNTS
           IF ACCT-OVERFLOW = 'Y'
             DISPLAY "ABBRUCH: Kontentabelle voll - keine"
                     " Vorschlaege erstellt."
             MOVE "FAIL" TO JJ-RESULT
             PERFORM END-JOURNAL
             STOP RUN
           END-IF
           PERFORM LOAD-OPEN-PROPOSALS
           PERFORM SCAN-TXNLOG
           PERFORM SCAN-DAILY-FILES
           PERFORM SCAN-RETURNS
           PERFORM SCAN-FRAUD-BLOCKS

           MOVE 'O' TO rpt-action
           MOVE "ODREVIEW" TO rpt-name
           MOVE SPACES TO rpt-filename
           STRING "ODREV-" BUSINESS-DATE ".DAT"
                  DELIMITED BY SIZE INTO rpt-filename
           MOVE SPACES TO rpt-title
           STRING "Pruefung Dispo-Rahmen " BUSINESS-DATE
                  DELIMITED BY SIZE INTO rpt-title
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line
           STRING "Zeitraum " WINDOW-START " bis " BUSINESS-DATE
                  " (" WINDOW-DAYS " Tage)"
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REVIEW-LINE
           PERFORM WRITE-REVIEW-LINE

           PERFORM VARYING acct-index FROM 1 BY 1
                   UNTIL acct-index > ACCT-COUNT
             PERFORM REVIEW-ONE-ACCOUNT
           END-PERFORM

           PERFORM WRITE-REVIEW-TOTALS
           MOVE 'C' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest

           DISPLAY "Geprueft: " REVIEWED-COUNT
           DISPLAY "Vorschlaege Erhoehung: " RAISE-COUNT
                   "  Senkung: " LOWER-COUNT
                   "  Kuendigung: " CANCEL-COUNT
           DISPLAY "Bereits offene Vorschlaege: " OPEN-COUNT
           DISPLAY "Report: " rpt-filename

           COMPUTE JJ-RECORDS = RAISE-COUNT + LOWER-COUNT
                              + CANCEL-COUNT
           MOVE "OK" TO JJ-RESULT
           PERFORM END-JOURNAL

       STOP RUN.

       END-JOURNAL.
           MOVE 'E' TO JJ-EVENT
           MOVE "BANK-ODREVIEW" TO JJ-JOB-NAME
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT.

       LOAD-PRODUCT-RULES.
           MOVE 0 TO RULE-COUNT
           MOVE 0 TO eof
           OPEN INPUT ProdRules
           IF PRD-STATUS = "00"
             READ ProdRules
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR RULE-COUNT = 10
               ADD 1 TO RULE-COUNT
               MOVE pr-account-type TO RL-TYPE (RULE-COUNT)
               MOVE pr-allow-overdraft TO RL-ALLOW-OD (RULE-COUNT)
               READ ProdRules
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE ProdRules
           END-IF.

       FIND-PRODUCT-RULE.
           MOVE 'J' TO RULE-ALLOW-OD
           PERFORM VARYING rule-index FROM 1 BY 1
                   UNTIL rule-index > RULE-COUNT
             IF RL-TYPE (rule-index) = account-type
               MOVE RL-ALLOW-OD (rule-index) TO RULE-ALLOW-OD
               EXIT PERFORM
             END-IF
           END-PERFORM.

       LOAD-ACCOUNTS.
           MOVE 0 TO eof
           OPEN INPUT PinNumbers
           IF PIN-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           READ PinNumbers
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             PERFORM FIND-PRODUCT-RULE
             IF RULE-ALLOW-OD NOT = 'N' AND dormant-flag NOT = 'D'
               MOVE account-number TO WANTED-ACCOUNT
               PERFORM FIND-ACCOUNT
               IF acct-index = 0
                 PERFORM ADD-ACCOUNT
               END-IF
             END-IF
             READ PinNumbers
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE PinNumbers.

       ADD-ACCOUNT.
           IF ACCT-COUNT = 500
             MOVE 'Y' TO ACCT-OVERFLOW
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO ACCT-COUNT
           MOVE account-number TO AC-ACCOUNT (ACCT-COUNT)
           MOVE card-number TO AC-CARD (ACCT-COUNT)
           MOVE account-name TO AC-NAME (ACCT-COUNT)
           MOVE account-balance TO AC-BALANCE (ACCT-COUNT)
           MOVE overdraft-limit TO AC-LIMIT (ACCT-COUNT)
           MOVE 'N' TO AC-PENDING (ACCT-COUNT)
           MOVE 'N' TO AC-BLOCKED (ACCT-COUNT)
           MOVE 0 TO AC-RETURNS (ACCT-COUNT)
           MOVE 0 TO AC-CREDIT-TOTAL (ACCT-COUNT)
           MOVE 0 TO AC-FUTURE-NET (ACCT-COUNT)
           PERFORM VARYING day-index FROM 1 BY 1 UNTIL day-index > 3
             MOVE 'N' TO AC-CREDIT-HIT (ACCT-COUNT, day-index)
           END-PERFORM
           PERFORM VARYING day-index FROM 1 BY 1
                   UNTIL day-index > WINDOW-DAYS
             MOVE 0 TO AC-DAY-NET (ACCT-COUNT, day-index)
           END-PERFORM.

       FIND-ACCOUNT.
           PERFORM VARYING acct-index FROM 1 BY 1
                   UNTIL acct-index > ACCT-COUNT
             IF AC-ACCOUNT (acct-index) = WANTED-ACCOUNT
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           MOVE 0 TO acct-index.

       LOAD-OPEN-PROPOSALS.
           MOVE 0 TO eof
           OPEN INPUT PendAuthFile
           IF PAF-STATUS = "00"
             READ PendAuthFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF pa-action = "ODLIMIT" AND pa-status = 'P'
                 MOVE pa-account TO WANTED-ACCOUNT
                 PERFORM FIND-ACCOUNT
                 IF acct-index > 0
                   MOVE 'Y' TO AC-PENDING (acct-index)
                 END-IF
               END-IF
               READ PendAuthFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE PendAuthFile
           END-IF.

       SCAN-TXNLOG.
           MOVE 0 TO eof
           OPEN INPUT TxnLog
           IF TXN-STATUS = "00"
             READ TxnLog
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               PERFORM NOTE-TXN-RECORD
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
               PERFORM NOTE-TXN-RECORD
               READ TxnDaily
                AT END SET day-eof TO 1
               END-READ
             END-PERFORM
             CLOSE TxnDaily
           END-IF.

       NOTE-TXN-RECORD.
           IF log-status NOT = 'Y'
             EXIT PARAGRAPH
           END-IF
           PERFORM CLASSIFY-TXN
           IF TXN-SIGN = 0
             EXIT PARAGRAPH
           END-IF
           MOVE log-account-number TO WANTED-ACCOUNT
           PERFORM FIND-ACCOUNT
           IF acct-index = 0
             EXIT PARAGRAPH
           END-IF
           IF log-business-date > 0
             MOVE log-business-date TO TXN-YMD
           ELSE
             COMPUTE TXN-YMD =
                 FUNCTION NUMVAL(log-timestamp(1:4)) * 10000
                 + FUNCTION NUMVAL(log-timestamp(6:2)) * 100
                 + FUNCTION NUMVAL(log-timestamp(9:2))
           END-IF
           COMPUTE TXN-INT = FUNCTION INTEGER-OF-DATE(TXN-YMD)
           COMPUTE DAY-IDX = TXN-INT - START-INT + 1
           IF DAY-IDX < 1
             EXIT PARAGRAPH
           END-IF
           IF DAY-IDX > WINDOW-DAYS
             IF TXN-SIGN = 1
               ADD log-amount TO AC-FUTURE-NET (acct-index)
             ELSE
               SUBTRACT log-amount FROM AC-FUTURE-NET (acct-index)
             END-IF
             EXIT PARAGRAPH
           END-IF
           IF TXN-SIGN = 1
             ADD log-amount TO AC-DAY-NET (acct-index, DAY-IDX)
           ELSE
             SUBTRACT log-amount FROM AC-DAY-NET (acct-index, DAY-IDX)
           END-IF
           IF log-type = "DEPOSIT" OR log-type = "TRANSFER-IN"
              OR log-type = "CLEARING-IN"
             COMPUTE BUCKET-IDX = (DAY-IDX - 1) / 30 + 1
             MOVE 'J' TO AC-CREDIT-HIT (acct-index, BUCKET-IDX)
             ADD log-amount TO AC-CREDIT-TOTAL (acct-index)
           END-IF.

       CLASSIFY-TXN.
           MOVE 0 TO TXN-SIGN
           EVALUATE log-type
             WHEN "DEPOSIT"
             WHEN "INTEREST"
             WHEN "TRANSFER-IN"
             WHEN "TRANSFER-REV"
             WHEN "CLEARING-IN"
             WHEN "PROVCREDIT"
             WHEN "ADJUST-CR"
             WHEN "ESCHEAT-IN"
             WHEN "TD-REPAY"
             WHEN "TD-INTEREST"
             WHEN "LOAN-PAYOUT"
             WHEN "DDEBIT-REF"
             WHEN "OUTPAY-RET"
             WHEN "SUSP-POST"
             WHEN "BALFWD-CR"
               MOVE 1 TO TXN-SIGN
             WHEN "WITHDRAWAL"
             WHEN "TRANSFER-OUT"
             WHEN "STANDING"
             WHEN "FEE"
             WHEN "DEBIT-INT"
             WHEN "PROVREVERSE"
             WHEN "ADJUST-DR"
             WHEN "ESCHEAT-OUT"
             WHEN "TD-PLACE"
             WHEN "LOAN-PRIN"
             WHEN "LOAN-INT"
             WHEN "LOAN-FEE"
             WHEN "DDEBIT"
             WHEN "VENDING"
             WHEN "TRANSFER-EXT"
             WHEN "TAX-KAPST"
             WHEN "TAX-SOLI"
             WHEN "GARN-PAY"
             WHEN "BALFWD-DR"
               MOVE -1 TO TXN-SIGN
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       SCAN-RETURNS.
           MOVE 0 TO eof
           OPEN INPUT ReturnFile
           IF RET-STATUS = "00"
             READ ReturnFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF rt-date >= WINDOW-START
                  AND rt-date <= BUSINESS-DATE
                 MOVE rt-account TO WANTED-ACCOUNT
                 PERFORM FIND-ACCOUNT
                 IF acct-index > 0
                   ADD 1 TO AC-RETURNS (acct-index)
                 END-IF
               END-IF
               READ ReturnFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE ReturnFile
           END-IF.

       SCAN-FRAUD-BLOCKS.
           MOVE 0 TO eof
           OPEN INPUT BlockFile
           IF BLK-STATUS = "00"
             READ BlockFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF fb-status = 'O'
                 MOVE fb-account TO WANTED-ACCOUNT
                 PERFORM FIND-ACCOUNT
                 IF acct-index > 0
                   MOVE 'J' TO AC-BLOCKED (acct-index)
                 END-IF
               END-IF
               READ BlockFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE BlockFile
           END-IF.

       REVIEW-ONE-ACCOUNT.
           ADD 1 TO REVIEWED-COUNT
           PERFORM COMPUTE-BALANCE-PROFILE
           PERFORM COMPUTE-REVIEW-SCORE
           PERFORM DECIDE-PROPOSAL
           PERFORM PRINT-ACCOUNT-REVIEW
           IF PROPOSAL NOT = "BEIBEHALTEN"
             IF AC-PENDING (acct-index) = 'Y'
               ADD 1 TO OPEN-COUNT
             ELSE
               PERFORM WRITE-PROPOSAL
             END-IF
           END-IF.

       COMPUTE-BALANCE-PROFILE.
           COMPUTE RUN-BALANCE = AC-BALANCE (acct-index)
                               - AC-FUTURE-NET (acct-index)
           MOVE 0 TO BALANCE-SUM
           MOVE 0 TO OD-DAYS
           PERFORM VARYING day-index FROM WINDOW-DAYS BY -1
                   UNTIL day-index < 1
             ADD RUN-BALANCE TO BALANCE-SUM
             IF RUN-BALANCE < 0
               ADD 1 TO OD-DAYS
             END-IF
             SUBTRACT AC-DAY-NET (acct-index, day-index)
               FROM RUN-BALANCE
           END-PERFORM
           COMPUTE AVG-BALANCE = BALANCE-SUM / WINDOW-DAYS
           MOVE 0 TO CREDIT-MONTHS
           PERFORM VARYING day-index FROM 1 BY 1 UNTIL day-index > 3
             IF AC-CREDIT-HIT (acct-index, day-index) = 'J'
               ADD 1 TO CREDIT-MONTHS
             END-IF
           END-PERFORM
           COMPUTE MONTHLY-CREDIT = AC-CREDIT-TOTAL (acct-index) / 3.

       COMPUTE-REVIEW-SCORE.
           MOVE 50 TO REVIEW-SCORE
           IF AVG-BALANCE >= 0
             ADD 20 TO REVIEW-SCORE
           ELSE
             IF AVG-BALANCE < 0 - AC-LIMIT (acct-index) / 2
               SUBTRACT 20 FROM REVIEW-SCORE
             END-IF
           END-IF
           EVALUATE CREDIT-MONTHS
             WHEN 3
               ADD 20 TO REVIEW-SCORE
             WHEN 2
               ADD 10 TO REVIEW-SCORE
             WHEN 0
               SUBTRACT 20 FROM REVIEW-SCORE
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           EVALUATE TRUE
             WHEN OD-DAYS = 0
               ADD 10 TO REVIEW-SCORE
             WHEN OD-DAYS > 45
               SUBTRACT 20 FROM REVIEW-SCORE
             WHEN OD-DAYS > 20
               SUBTRACT 10 FROM REVIEW-SCORE
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           COMPUTE REVIEW-SCORE = REVIEW-SCORE
                                - AC-RETURNS (acct-index) * 15
           IF REVIEW-SCORE < 0
             MOVE 0 TO REVIEW-SCORE
           END-IF
           IF REVIEW-SCORE > 100
             MOVE 100 TO REVIEW-SCORE
           END-IF.

       DECIDE-PROPOSAL.
           MOVE "BEIBEHALTEN" TO PROPOSAL
           MOVE SPACES TO PROPOSAL-REASON
           MOVE AC-LIMIT (acct-index) TO NEW-LIMIT
           EVALUATE TRUE
             WHEN AC-BLOCKED (acct-index) = 'J'
               IF AC-LIMIT (acct-index) > 0
                 MOVE "KUENDIGEN" TO PROPOSAL
                 MOVE "SPER" TO PROPOSAL-REASON
                 MOVE 0 TO NEW-LIMIT
               END-IF
             WHEN REVIEW-SCORE < 30
               IF AC-LIMIT (acct-index) > 0
                 MOVE "KUENDIGEN" TO PROPOSAL
                 MOVE "SCOR" TO PROPOSAL-REASON
                 MOVE 0 TO NEW-LIMIT
               END-IF
             WHEN REVIEW-SCORE < 50
               IF AC-LIMIT (acct-index) > 0
                 COMPUTE NEW-LIMIT =
                     FUNCTION INTEGER(AC-LIMIT (acct-index) / 200)
                     * 100
                 IF NEW-LIMIT = 0
                   MOVE "KUENDIGEN" TO PROPOSAL
                 ELSE
                   MOVE "SENKEN" TO PROPOSAL
                 END-IF
                 MOVE "SCOR" TO PROPOSAL-REASON
               END-IF
             WHEN REVIEW-SCORE >= 80 AND CREDIT-MONTHS = 3
               COMPUTE NEW-LIMIT =
                   FUNCTION INTEGER(MONTHLY-CREDIT / 100) * 100
               IF NEW-LIMIT > MAX-OD-LIMIT
                 MOVE MAX-OD-LIMIT TO NEW-LIMIT
               END-IF
               IF NEW-LIMIT > AC-LIMIT (acct-index)
                 MOVE "ERHOEHEN" TO PROPOSAL
                 MOVE "GEHA" TO PROPOSAL-REASON
               ELSE
                 MOVE AC-LIMIT (acct-index) TO NEW-LIMIT
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       PRINT-ACCOUNT-REVIEW.
           MOVE AC-LIMIT (acct-index) TO EDIT-LIMIT
           MOVE SPACES TO rpt-line
           STRING "Konto " AC-ACCOUNT (acct-index)
                  " " AC-NAME (acct-index)
                  " Rahmen " EDIT-LIMIT
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REVIEW-LINE
           MOVE AVG-BALANCE TO EDIT-BALANCE
           MOVE MONTHLY-CREDIT TO EDIT-CREDIT
           STRING "  Saldo-Schnitt " EDIT-BALANCE
                  " Eingang/Monat " EDIT-CREDIT
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REVIEW-LINE
           STRING "  Monate mit Eingang " CREDIT-MONTHS
                  "  Tage im Soll " OD-DAYS
                  "  Rueckl. " AC-RETURNS (acct-index)
                  "  Sperre " AC-BLOCKED (acct-index)
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REVIEW-LINE
           MOVE REVIEW-SCORE TO EDIT-SCORE
           MOVE NEW-LIMIT TO EDIT-NEW-LIMIT
           MOVE SPACES TO PENDING-NOTE
           IF AC-PENDING (acct-index) = 'Y'
             MOVE " Antrag offen" TO PENDING-NOTE
           END-IF
           IF PROPOSAL = "BEIBEHALTEN"
             STRING "  Score " EDIT-SCORE " -> BEIBEHALTEN"
                    DELIMITED BY SIZE INTO rpt-line
           ELSE
             STRING "  Score " EDIT-SCORE " -> " PROPOSAL
                    " auf " EDIT-NEW-LIMIT
                    " (" PROPOSAL-REASON ")" PENDING-NOTE
                    DELIMITED BY SIZE INTO rpt-line
           END-IF
           PERFORM WRITE-REVIEW-LINE.

       WRITE-PROPOSAL.
           OPEN INPUT PendAuthFile
           IF PAF-STATUS = "35"
             OPEN OUTPUT PendAuthFile
             CLOSE PendAuthFile
           ELSE
             CLOSE PendAuthFile
           END-IF
           OPEN EXTEND PendAuthFile
           CALL "SEQSERVICE" USING AUTH-SERIES PEND-ID
           MOVE PEND-ID TO pa-id
           MOVE "ODLIMIT" TO pa-action
           MOVE AC-CARD (acct-index) TO pa-card
           MOVE AC-ACCOUNT (acct-index) TO pa-account
           MOVE NEW-LIMIT TO pa-amount
           MOVE 0 TO pa-ref-seq
           MOVE PROPOSAL-REASON TO pa-reason
           MOVE REVIEW-MAKER TO pa-maker
           MOVE 'P' TO pa-status
           MOVE SPACES TO pa-checker
           MOVE FUNCTION CURRENT-DATE TO date-time
           MOVE SPACES TO pa-timestamp
           STRING log-year  "-" log-month "-" log-day "T"
                  log-hour "-" log-min "-" log-sec
                  DELIMITED BY SIZE INTO pa-timestamp
           WRITE PendAuthRecord
           CLOSE PendAuthFile
           EVALUATE PROPOSAL
             WHEN "ERHOEHEN"
               ADD 1 TO RAISE-COUNT
             WHEN "SENKEN"
               ADD 1 TO LOWER-COUNT
             WHEN OTHER
               ADD 1 TO CANCEL-COUNT
           END-EVALUATE.

       WRITE-REVIEW-TOTALS.
           STRING "Geprueft: " REVIEWED-COUNT
                  "  Erhoehung: " RAISE-COUNT
                  "  Senkung: " LOWER-COUNT
                  "  Kuendigung: " CANCEL-COUNT
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REVIEW-LINE
           STRING "Vorschlaege zur Freigabe in BANK-APPROVE, bereits"
                  " offen: " OPEN-COUNT
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REVIEW-LINE.

       WRITE-REVIEW-LINE.
           MOVE 'L' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line.
