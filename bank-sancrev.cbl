       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-SANCREV.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select SancHoldFile ASSIGN TO "SANCHOLD.DAT"
                   organization is line sequential
                   FILE STATUS IS SQH-STATUS.
       Select BankCustFile ASSIGN TO "BANKCUST.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is bc-number
                   FILE STATUS IS BC-STATUS.
       Select LinkFile ASSIGN TO "BANKLINK.DAT"
                   organization is line sequential
                   FILE STATUS IS LNK-STATUS.
       Select BlockFile ASSIGN TO "FRAUD-BLOCK.DAT"
                   organization is line sequential
                   FILE STATUS IS BLK-STATUS.
       Select PinNumbers ASSIGN TO "PIN.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is card-number
                   FILE STATUS IS PIN-STATUS.
       Select TxnLog ASSIGN TO "TXNLOG.DAT"
                   organization is line sequential
                   FILE STATUS IS TXN-STATUS.
       Select SuspenseFile ASSIGN TO "SUSPENSE.DAT"
                   organization is line sequential
                   FILE STATUS IS SUS-STATUS.
       Select DecisionLog ASSIGN TO "SANCTION.LOG"
                   organization is line sequential
                   FILE STATUS IS DL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SancHoldFile.
           copy "sanchold-record.cpy".
       FD BankCustFile.
           copy "bankcust-record.cpy".
       FD LinkFile.
           copy "banklink-record.cpy".
       FD BlockFile.
           copy "fraudblock-record.cpy".
       FD PinNumbers.
           copy "pin-record.cpy".
       FD TxnLog.
           copy "txnlog-record.cpy".
       FD SuspenseFile.
           copy "suspense-record.cpy".
       FD DecisionLog.
           01 DecisionLogLine PIC X(120).
       WORKING-STORAGE SECTION.
        01 BUSINESS-DATE PIC 9(8) VALUE 0.
        01 LOCK-ACTION PIC X.
        01 LOCK-JOB PIC X(12).
        01 LOCK-RESOURCE PIC X(12) VALUE "PIN.DAT".
        01 LOCK-RESULT PIC X.
        01 LOCK-HOLDER PIC X(12).
        01 SQH-STATUS PIC XX.
        01 BC-STATUS PIC XX.
        01 LNK-STATUS PIC XX.
        01 BLK-STATUS PIC XX.
        01 PIN-STATUS PIC XX.
        01 TXN-STATUS PIC XX.
        01 SUS-STATUS PIC XX.
        01 SUSP-SERIES PIC X(8) VALUE "SUSPENSE".
        01 DL-STATUS PIC XX.
        01 eof PIC 9.
        01 scan-eof PIC 9.
        01 blk-eof PIC 9.
        01 OPERATOR-ID PIC X(8).
        01 MENU-CHOICE PIC 9 VALUE 0.
        01 ANSWER PIC X.
        01 DECISION PIC X.
        01 DECISION-REASON PIC X(40).
        01 NEW-SCREEN-FLAG PIC X.
        01 WORK-HOLD-ID PIC 9(7).
        01 WORK-ACCOUNT PIC 9(10).
        01 HOLD-COUNT PIC 9(3) VALUE 0.
        01 hold-index PIC 9(3).
        01 HOLD-FOUND-INDEX PIC 9(3).
        01 HOLD-TABLE.
           05 HOLD-ENTRY OCCURS 500 TIMES.
              10 HT-RECORD PIC X(154).
        01 OPEN-COUNT PIC 9(3).
        01 BLOCK-SEEN PIC X.
        01 ACCOUNT-FOUND PIC X.
        01 FROZEN-COUNT PIC 9(3).
        01 DECISION-STAMP PIC X(20).
        01 DECISION-TEXT PIC X(12).
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
           DISPLAY "BANK-SANCREV: Pruefung Sanktionstreffer"
           MOVE 'S' TO so-action
           MOVE "BANK-SANCREV" TO so-program
           MOVE "COMPLIANCE" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Anmeldung fehlgeschlagen. Abbruch."
             STOP RUN
           END-IF
           MOVE so-operator TO OPERATOR-ID

           MOVE 'C' TO LOCK-ACTION
           MOVE "BANK-SANCREV" TO LOCK-JOB
           CALL "RUNLOCK" USING LOCK-ACTION LOCK-JOB
                LOCK-RESOURCE LOCK-RESULT LOCK-HOLDER
           IF LOCK-RESULT = 'N'
             DISPLAY "PIN.DAT gesperrt von " LOCK-HOLDER
                     " - bitte spaeter erneut versuchen."
             STOP RUN
           END-IF

           CALL "BUSDATE" USING BUSINESS-DATE
           PERFORM UNTIL MENU-CHOICE = 3
             DISPLAY "1) Offene Treffer  2) Treffer entscheiden"
             DISPLAY "3) Ende"
             ACCEPT MENU-CHOICE
             EVALUATE MENU-CHOICE
               WHEN 1
                 PERFORM LIST-OPEN-HOLDS
               WHEN 2
                 PERFORM DECIDE-HOLD
               WHEN 3
                 DISPLAY "Programmende."
               WHEN OTHER
                 DISPLAY "Bitte Eingabe ueberpruefen!"
             END-EVALUATE
           END-PERFORM

       STOP RUN.

       LOAD-HOLDS.
           MOVE 0 TO HOLD-COUNT
           MOVE 0 TO eof
           OPEN INPUT SancHoldFile
           IF SQH-STATUS = "00"
             READ SancHoldFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR HOLD-COUNT = 500
               ADD 1 TO HOLD-COUNT
               MOVE SancHoldRecord TO HT-RECORD (HOLD-COUNT)
               READ SancHoldFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             IF eof = 0
               DISPLAY "ABBRUCH: SANCHOLD.DAT groesser als 500"
                       " Eintraege."
               CLOSE SancHoldFile
               STOP RUN
             END-IF
             CLOSE SancHoldFile
           END-IF.

       SAVE-HOLDS.
           OPEN OUTPUT SancHoldFile
           PERFORM VARYING hold-index FROM 1 BY 1
                   UNTIL hold-index > HOLD-COUNT
             MOVE HT-RECORD (hold-index) TO SancHoldRecord
             WRITE SancHoldRecord
           END-PERFORM
           CLOSE SancHoldFile.

       LIST-OPEN-HOLDS.
           PERFORM LOAD-HOLDS
           MOVE 0 TO OPEN-COUNT
           PERFORM VARYING hold-index FROM 1 BY 1
                   UNTIL hold-index > HOLD-COUNT
             MOVE HT-RECORD (hold-index) TO SancHoldRecord
             IF hq-status = 'O'
               ADD 1 TO OPEN-COUNT
               IF hq-kind = 'C'
                 DISPLAY hq-hold-id " " hq-date " Kunde "
                         hq-cust-number " " hq-screened-name
               ELSE
                 DISPLAY hq-hold-id " " hq-date " Zahlung Konto "
                         hq-account " " hq-amount " "
                         hq-sender-ref
               END-IF
               DISPLAY "        Liste " hq-list-source " "
                       hq-list-name
             END-IF
           END-PERFORM
           DISPLAY "Offene Treffer: " OPEN-COUNT.

       DECIDE-HOLD.
           PERFORM LOAD-HOLDS
           DISPLAY "Treffer-Nr.: "
           ACCEPT WORK-HOLD-ID
           MOVE 0 TO HOLD-FOUND-INDEX
           PERFORM VARYING hold-index FROM 1 BY 1
                   UNTIL hold-index > HOLD-COUNT
             MOVE HT-RECORD (hold-index) TO SancHoldRecord
             IF hq-hold-id = WORK-HOLD-ID
               MOVE hold-index TO HOLD-FOUND-INDEX
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF HOLD-FOUND-INDEX = 0
             DISPLAY "Treffer " WORK-HOLD-ID " nicht gefunden."
             EXIT PARAGRAPH
           END-IF
           MOVE HT-RECORD (HOLD-FOUND-INDEX) TO SancHoldRecord
           IF hq-status NOT = 'O'
             DISPLAY "Treffer bereits entschieden (" hq-status
                     ") von " hq-operator " am " hq-decision-date
             EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-HOLD
           DISPLAY "B) Treffer bestaetigen - Konten sperren"
           DISPLAY "F) Fehlalarm - freigeben"
           ACCEPT DECISION
           MOVE FUNCTION UPPER-CASE(DECISION) TO DECISION
           IF DECISION NOT = 'B' AND DECISION NOT = 'F'
             DISPLAY "Keine Entscheidung getroffen."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Begruendung (Pflicht): "
           ACCEPT DECISION-REASON
           IF DECISION-REASON = SPACES
             DISPLAY "Begruendung ist Pflicht. Abbruch."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Entscheidung wirklich ausfuehren? (J/N): "
           ACCEPT ANSWER
           IF ANSWER NOT = 'J' AND ANSWER NOT = 'j'
             DISPLAY "Entscheidung abgebrochen."
             EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-DECISION-STAMP
           IF DECISION = 'B'
             PERFORM CONFIRM-MATCH
             MOVE 'F' TO hq-status
             MOVE "BESTAETIGT" TO DECISION-TEXT
           ELSE
             PERFORM RELEASE-MATCH
             MOVE 'R' TO hq-status
             MOVE "FEHLALARM" TO DECISION-TEXT
           END-IF
           MOVE OPERATOR-ID TO hq-operator
           MOVE BUSINESS-DATE TO hq-decision-date
           MOVE SancHoldRecord TO HT-RECORD (HOLD-FOUND-INDEX)
           PERFORM SAVE-HOLDS
           PERFORM WRITE-DECISION-LOG
           DISPLAY "Entscheidung gespeichert.".

       SHOW-HOLD.
           DISPLAY "Treffer:   " hq-hold-id " vom " hq-date
           IF hq-kind = 'C'
             DISPLAY "Kunde:     " hq-cust-number " "
                     hq-screened-name
             PERFORM SHOW-CUSTOMER-ACCOUNTS
           ELSE
             DISPLAY "Zahlung:   Konto " hq-account
                     " Betrag " hq-amount
             DISPLAY "Absender:  " hq-sender-ref
           END-IF
           DISPLAY "Liste:     " hq-list-source " " hq-list-name
           DISPLAY "Geb.-Dat.: " hq-list-birth
                   "  Land: " hq-list-country.

       SHOW-CUSTOMER-ACCOUNTS.
           MOVE 0 TO eof
           OPEN INPUT LinkFile
           IF LNK-STATUS = "00"
             READ LinkFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF bl-cust-number = hq-cust-number
                 DISPLAY "  Konto " bl-account-number
               END-IF
               READ LinkFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE LinkFile
           END-IF.

       CONFIRM-MATCH.
           MOVE 0 TO FROZEN-COUNT
           IF hq-kind = 'C'
             MOVE 0 TO eof
             OPEN INPUT LinkFile
             IF LNK-STATUS = "00"
               READ LinkFile
                AT END SET eof TO 1
               END-READ
               PERFORM UNTIL eof = 1
                 IF bl-cust-number = hq-cust-number
                   MOVE bl-account-number TO WORK-ACCOUNT
                   PERFORM FREEZE-ACCOUNT
                 END-IF
                 READ LinkFile
                  AT END SET eof TO 1
                 END-READ
               END-PERFORM
               CLOSE LinkFile
             END-IF
             MOVE 'F' TO NEW-SCREEN-FLAG
             PERFORM SET-CUSTOMER-FLAG
           ELSE
             MOVE hq-account TO WORK-ACCOUNT
             PERFORM FREEZE-ACCOUNT
             DISPLAY "Betrag " hq-amount " bleibt angehalten."
           END-IF
           DISPLAY "Konten gesperrt: " FROZEN-COUNT.

       FREEZE-ACCOUNT.
           MOVE 'N' TO BLOCK-SEEN
           MOVE 0 TO blk-eof
           OPEN INPUT BlockFile
           IF BLK-STATUS = "00"
             READ BlockFile
              AT END SET blk-eof TO 1
             END-READ
             PERFORM UNTIL blk-eof = 1
               IF fb-account = WORK-ACCOUNT
                  AND fb-status = 'O'
                  AND fb-reason = "SANK"
                 MOVE 'Y' TO BLOCK-SEEN
               END-IF
               READ BlockFile
                AT END SET blk-eof TO 1
               END-READ
             END-PERFORM
             CLOSE BlockFile
           END-IF
           IF BLOCK-SEEN = 'Y'
             DISPLAY "  Konto " WORK-ACCOUNT " bereits gesperrt."
             EXIT PARAGRAPH
           END-IF
           IF BLK-STATUS = "35"
             OPEN OUTPUT BlockFile
             CLOSE BlockFile
           END-IF
           OPEN EXTEND BlockFile
           MOVE WORK-ACCOUNT TO fb-account
           MOVE 1 TO fb-severity
           MOVE 'O' TO fb-status
           MOVE "SANK" TO fb-reason
           MOVE OPERATOR-ID TO fb-operator
           MOVE DECISION-STAMP TO fb-timestamp
           WRITE FraudBlockRecord
           CLOSE BlockFile
           ADD 1 TO FROZEN-COUNT
           DISPLAY "  Konto " WORK-ACCOUNT " gesperrt.".

       RELEASE-MATCH.
           IF hq-kind = 'C'
             MOVE 'S' TO NEW-SCREEN-FLAG
             PERFORM SET-CUSTOMER-FLAG
           ELSE
             PERFORM POST-HELD-CREDIT
           END-IF.

       SET-CUSTOMER-FLAG.
           OPEN I-O BankCustFile
           IF BC-STATUS NOT = "00"
             DISPLAY "BANKCUST.DAT nicht verfuegbar."
             EXIT PARAGRAPH
           END-IF
           MOVE hq-cust-number TO bc-number
           READ BankCustFile
             INVALID KEY
               DISPLAY "Kunde " hq-cust-number " nicht gefunden."
             NOT INVALID KEY
               MOVE NEW-SCREEN-FLAG TO bc-screen-flag
               REWRITE BankCustRecord
           END-READ
           CLOSE BankCustFile.

       POST-HELD-CREDIT.
           OPEN I-O PinNumbers
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
                 IF account-number = hq-account
                   MOVE 'Y' TO ACCOUNT-FOUND
                   SET scan-eof TO 1
                 END-IF
             END-READ
           END-PERFORM
           IF hq-gl-posted = 'Y'
             PERFORM WRITE-SANCTION-RELEASE-TXN
           END-IF
           IF ACCOUNT-FOUND = 'Y'
             ADD hq-amount TO account-balance
             REWRITE PinRecord
             PERFORM WRITE-CLEARING-TXN
             DISPLAY "Betrag " hq-amount " auf Konto " hq-account
                     " gebucht."
           ELSE
             PERFORM WRITE-SUSPENSE-RECORD
             DISPLAY "Konto " hq-account " unbekannt - Betrag in"
                     " SUSPENSE.DAT."
           END-IF
           CLOSE PinNumbers.

       WRITE-SANCTION-RELEASE-TXN.
           OPEN INPUT TxnLog
           IF TXN-STATUS = "35"
             OPEN OUTPUT TxnLog
             CLOSE TxnLog
           ELSE
             CLOSE TxnLog
           END-IF
           OPEN EXTEND TxnLog
           MOVE FUNCTION CURRENT-DATE TO date-time
           MOVE 0 TO log-account-number
           MOVE SPACES TO log-timestamp
           STRING log-year  "-" log-month "-" log-day "T"
                  log-hour "-" log-min "-" log-sec
                  DELIMITED BY SIZE INTO log-timestamp
           MOVE "SANC-REL" TO log-type
           MOVE 'Y' TO log-status
           MOVE hq-amount TO log-amount
           MOVE BUSINESS-DATE TO log-business-date
           MOVE SPACES TO log-terminal-id
           MOVE hq-hold-id TO log-ref-seq
           MOVE SPACES TO log-rate-version
           CALL "TXNSEQ" USING log-seq-number
           WRITE TxnLogRecord
           CLOSE TxnLog.

       WRITE-CLEARING-TXN.
           OPEN INPUT TxnLog
           IF TXN-STATUS = "35"
             OPEN OUTPUT TxnLog
             CLOSE TxnLog
           ELSE
             CLOSE TxnLog
           END-IF
           OPEN EXTEND TxnLog
           MOVE FUNCTION CURRENT-DATE TO date-time
           MOVE hq-account TO log-account-number
           MOVE SPACES TO log-timestamp
           STRING log-year  "-" log-month "-" log-day "T"
                  log-hour "-" log-min "-" log-sec
                  DELIMITED BY SIZE INTO log-timestamp
           MOVE "CLEARING-IN" TO log-type
           MOVE 'Y' TO log-status
           MOVE hq-amount TO log-amount
           MOVE BUSINESS-DATE TO log-business-date
           MOVE SPACES TO log-terminal-id
           MOVE hq-hold-id TO log-ref-seq
           MOVE SPACES TO log-rate-version
           CALL "TXNSEQ" USING log-seq-number
           WRITE TxnLogRecord
           CLOSE TxnLog.

       WRITE-SUSPENSE-RECORD.
           OPEN INPUT SuspenseFile
           IF SUS-STATUS = "35"
             OPEN OUTPUT SuspenseFile
             CLOSE SuspenseFile
           ELSE
             CLOSE SuspenseFile
           END-IF
           OPEN EXTEND SuspenseFile
           MOVE hq-account TO sus-account
           MOVE hq-amount TO sus-amount
           MOVE hq-sender-ref TO sus-sender-ref
           MOVE BUSINESS-DATE TO sus-date
           MOVE "KONTO UNBEKANNT" TO sus-reason
           CALL "SEQSERVICE" USING SUSP-SERIES sus-id
           MOVE 'O' TO sus-state
           MOVE 0 TO sus-closed-date
           MOVE 0 TO sus-new-account
           MOVE SPACES TO sus-operator
           WRITE SuspenseRecord
           CLOSE SuspenseFile
           PERFORM WRITE-SUSPENSE-TXN.

       WRITE-SUSPENSE-TXN.
           OPEN INPUT TxnLog
           IF TXN-STATUS = "35"
             OPEN OUTPUT TxnLog
             CLOSE TxnLog
           ELSE
             CLOSE TxnLog
           END-IF
           OPEN EXTEND TxnLog
           MOVE FUNCTION CURRENT-DATE TO date-time
           MOVE 0 TO log-account-number
           MOVE SPACES TO log-timestamp
           STRING log-year  "-" log-month "-" log-day "T"
                  log-hour "-" log-min "-" log-sec
                  DELIMITED BY SIZE INTO log-timestamp
           MOVE "SUSP-IN" TO log-type
           MOVE 'Y' TO log-status
           MOVE sus-amount TO log-amount
           MOVE BUSINESS-DATE TO log-business-date
           MOVE SPACES TO log-terminal-id
           MOVE sus-id TO log-ref-seq
           MOVE SPACES TO log-rate-version
           CALL "TXNSEQ" USING log-seq-number
           WRITE TxnLogRecord
           CLOSE TxnLog.

       BUILD-DECISION-STAMP.
           MOVE FUNCTION CURRENT-DATE TO date-time
           MOVE SPACES TO DECISION-STAMP
           STRING log-year "-" log-month "-" log-day "T"
                  log-hour "-" log-min "-" log-sec
                  DELIMITED BY SIZE INTO DECISION-STAMP.

       WRITE-DECISION-LOG.
           OPEN INPUT DecisionLog
           IF DL-STATUS = "35"
             OPEN OUTPUT DecisionLog
             CLOSE DecisionLog
           ELSE
             CLOSE DecisionLog
           END-IF
           OPEN EXTEND DecisionLog
           MOVE SPACES TO DecisionLogLine
           STRING DECISION-STAMP " Treffer " hq-hold-id
                  " " hq-kind " " DECISION-TEXT
                  " Operator " OPERATOR-ID
                  " Grund " DECISION-REASON
                  DELIMITED BY SIZE INTO DecisionLogLine
           WRITE DecisionLogLine
           CLOSE DecisionLog.
