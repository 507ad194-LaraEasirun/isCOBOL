       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-TERMDEP.
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
       Select BlockFile ASSIGN TO "FRAUD-BLOCK.DAT"
                   organization is line sequential
                   FILE STATUS IS BLK-STATUS.
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
       FD BlockFile.
           copy "fraudblock-record.cpy".
       WORKING-STORAGE SECTION.
        01 BUSINESS-DATE PIC 9(8) VALUE 0.
        01 PIN-STATUS PIC XX.
        01 TXN-STATUS PIC XX.
        01 TERMDEP-STATUS PIC XX.
        01 TR-STATUS PIC XX.
        01 BLK-STATUS PIC XX.
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
        01 BLOCKED-FLAG PIC X.
        01 WORK-PRINCIPAL PIC 9(7)V99.
        01 WORK-TERM PIC 9(2).
        01 WORK-ROLLOVER PIC X.
        01 WORK-MONTHS PIC S9(3).
        01 WORK-NUMBER PIC 9(7).
        01 AVAILABLE-BALANCE PIC S9(7)V99.
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
        01 TD-FOUND-INDEX PIC 9(3).
        01 TD-SHOWN-RECORD PIC X(72).
        01 TD-TABLE.
           05 TD-ENTRY OCCURS 500 TIMES.
              10 TT-RECORD PIC X(72).
        01 TD-SERIES PIC X(8) VALUE "FESTGELD".
        01 HELD-DAYS PIC S9(5).
        01 EARLY-INTEREST PIC 9(7)V99.
        01 SHOWN-COUNT PIC 9(3).
        01 EDIT-AMOUNT PIC Z(6)9.99.
        01 EDIT-RATE PIC 9.9999.
        01 WS-LOG-TYPE PIC X(12).
        01 WS-LOG-AMOUNT PIC 9(7)V99 VALUE 0.
        copy "withhold-request.cpy".
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
           DISPLAY "BANK-TERMDEP: Festgeldanlagen"
           MOVE 'S' TO so-action
           MOVE "BANK-TERMDEP" TO so-program
           MOVE "CLERK" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Anmeldung fehlgeschlagen. Abbruch."
             STOP RUN
           END-IF
           MOVE so-operator TO OPERATOR-ID

           MOVE 'C' TO LOCK-ACTION
           MOVE "BANK-TERMDEP" TO LOCK-JOB
           CALL "RUNLOCK" USING LOCK-ACTION LOCK-JOB
                LOCK-RESOURCE LOCK-RESULT LOCK-HOLDER
           IF LOCK-RESULT = 'N'
             DISPLAY "PIN.DAT gesperrt von " LOCK-HOLDER
                     " - bitte spaeter erneut versuchen."
             STOP RUN
           END-IF

           CALL "BUSDATE" USING BUSINESS-DATE
           PERFORM LOAD-TERM-RATES
           OPEN I-O PinNumbers
           PERFORM OPEN-TXN-LOG
           PERFORM UNTIL MENU-CHOICE = 4
             DISPLAY "1) Festgeld anlegen  2) Vorzeitig kuendigen"
             DISPLAY "3) Festgelder eines Kontos  4) Ende"
             ACCEPT MENU-CHOICE
             EVALUATE MENU-CHOICE
               WHEN 1
                 PERFORM PLACE-DEPOSIT
               WHEN 2
                 PERFORM TERMINATE-EARLY
               WHEN 3
                 PERFORM LIST-ACCOUNT-DEPOSITS
               WHEN 4
                 DISPLAY "Programmende."
               WHEN OTHER
                 DISPLAY "Bitte Eingabe ueberpruefen!"
             END-EVALUATE
           END-PERFORM
           CLOSE PinNumbers
           CLOSE TxnLog

       STOP RUN.

       PLACE-DEPOSIT.
           DISPLAY "Belastungskonto (10-stellig): "
           ACCEPT WORK-ACCOUNT
           PERFORM FIND-ACCOUNT
           IF ACCOUNT-FOUND = 'N'
             DISPLAY "Konto " WORK-ACCOUNT " nicht gefunden."
             EXIT PARAGRAPH
           END-IF
           IF dormant-flag = 'D'
             DISPLAY "Konto inaktiv - keine Anlage moeglich."
             EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-FRAUD-BLOCK
           IF BLOCKED-FLAG = 'J'
             DISPLAY "Konto gesperrt (FRAUD-BLOCK.DAT) - keine"
                     " Anlage moeglich."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Anlagebetrag: "
           ACCEPT WORK-PRINCIPAL
           IF WORK-PRINCIPAL = 0
             DISPLAY "Betrag muss groesser 0 sein."
             EXIT PARAGRAPH
           END-IF
           COMPUTE AVAILABLE-BALANCE = account-balance - pending-holds
           IF WORK-PRINCIPAL > AVAILABLE-BALANCE
             DISPLAY "Unzureichender Kontostand. Verfuegbar: "
                     AVAILABLE-BALANCE
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Laufzeit in Monaten (3, 6, 12): "
           ACCEPT WORK-TERM
           PERFORM FIND-TERM-RATE
           IF RATE-FOUND = 'N'
             DISPLAY "Keine Kondition fuer " WORK-TERM
                     " Monate in TDRATES.DAT."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Bei Faelligkeit prolongieren? (J/N): "
           ACCEPT WORK-ROLLOVER
           IF WORK-ROLLOVER = 'j'
             MOVE 'J' TO WORK-ROLLOVER
           END-IF
           IF WORK-ROLLOVER NOT = 'J'
             MOVE 'N' TO WORK-ROLLOVER
           END-IF
           MOVE FOUND-RATE TO EDIT-RATE
           MOVE WORK-PRINCIPAL TO EDIT-AMOUNT
           DISPLAY "Festgeld " EDIT-AMOUNT " EUR zu " EDIT-RATE
                   " p.a., " WORK-TERM " Monate anlegen? (J/N): "
           ACCEPT ANSWER
           IF ANSWER NOT = 'J' AND ANSWER NOT = 'j'
             DISPLAY "Anlage abgebrochen."
             EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-TERM-DEPOSITS
           IF TD-COUNT = 500
             DISPLAY "TERMDEP.DAT voll - Anlage nicht moeglich."
             EXIT PARAGRAPH
           END-IF

           CALL "SEQSERVICE" USING TD-SERIES WORK-NUMBER
           MOVE WORK-NUMBER TO td-number
           MOVE account-number TO td-account
           MOVE WORK-PRINCIPAL TO td-principal
           MOVE FOUND-RATE TO td-rate
           MOVE FOUND-PENALTY TO td-penalty-rate
           MOVE WORK-TERM TO td-term-months
           MOVE BUSINESS-DATE TO td-start-date
           MOVE WORK-TERM TO WORK-MONTHS
           CALL "MONTH-ADD" USING BUSINESS-DATE WORK-MONTHS
                td-maturity-date
           MOVE WORK-ROLLOVER TO td-rollover
           MOVE 'A' TO td-status
           MOVE 0 TO td-closed-date
           MOVE OPERATOR-ID TO td-operator
           ADD 1 TO TD-COUNT
           MOVE TermDepRecord TO TT-RECORD (TD-COUNT)
           PERFORM SAVE-TERM-DEPOSITS

           SUBTRACT WORK-PRINCIPAL FROM account-balance
           REWRITE PinRecord
           MOVE "TD-PLACE" TO WS-LOG-TYPE
           MOVE WORK-PRINCIPAL TO WS-LOG-AMOUNT
           PERFORM WRITE-TXN-LOG
           DISPLAY "Festgeld " td-number " angelegt, faellig am "
                   td-maturity-date
           DISPLAY "Neuer Kontostand: " account-balance.

       TERMINATE-EARLY.
           DISPLAY "Festgeld-Nummer: "
           ACCEPT WORK-NUMBER
           PERFORM LOAD-TERM-DEPOSITS
           PERFORM FIND-TERM-DEPOSIT
           IF TD-FOUND-INDEX = 0
             DISPLAY "Festgeld " WORK-NUMBER " nicht gefunden."
             EXIT PARAGRAPH
           END-IF
           MOVE TT-RECORD (TD-FOUND-INDEX) TO TermDepRecord
           IF td-status NOT = 'A'
             DISPLAY "Festgeld " WORK-NUMBER " ist nicht aktiv"
                     " (Status " td-status ")."
             EXIT PARAGRAPH
           END-IF
           MOVE TermDepRecord TO TD-SHOWN-RECORD
           CALL "DATE-DIFF" USING td-start-date BUSINESS-DATE
                HELD-DAYS
           IF HELD-DAYS < 0
             MOVE 0 TO HELD-DAYS
           END-IF
           COMPUTE EARLY-INTEREST ROUNDED =
                   td-principal * td-penalty-rate * HELD-DAYS / 365
           MOVE td-penalty-rate TO EDIT-RATE
           MOVE td-principal TO EDIT-AMOUNT
           DISPLAY "Anlage " EDIT-AMOUNT " seit " td-start-date
                   " (" HELD-DAYS " Tage)"
           MOVE EARLY-INTEREST TO EDIT-AMOUNT
           DISPLAY "Vorschusszins " EDIT-RATE " p.a. statt "
                   td-rate " - Zinsen " EDIT-AMOUNT
           DISPLAY "Vorzeitig kuendigen und auszahlen? (J/N): "
           ACCEPT ANSWER
           IF ANSWER NOT = 'J' AND ANSWER NOT = 'j'
             DISPLAY "Kuendigung abgebrochen."
             EXIT PARAGRAPH
           END-IF
           MOVE td-account TO WORK-ACCOUNT
           PERFORM FIND-ACCOUNT
           IF ACCOUNT-FOUND = 'N'
             DISPLAY "Gegenkonto " WORK-ACCOUNT " nicht mehr"
                     " vorhanden - Auszahlung ueber Filiale."
             EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-TERM-DEPOSITS
           PERFORM FIND-TERM-DEPOSIT
           IF TD-FOUND-INDEX = 0
             DISPLAY "Festgeld " WORK-NUMBER " nicht mehr vorhanden."
             EXIT PARAGRAPH
           END-IF
           IF TT-RECORD (TD-FOUND-INDEX) NOT = TD-SHOWN-RECORD
             MOVE TT-RECORD (TD-FOUND-INDEX) TO TermDepRecord
             DISPLAY "Festgeld " WORK-NUMBER " wurde zwischenzeitlich"
                     " geaendert (Status " td-status ") - Abbruch."
             EXIT PARAGRAPH
           END-IF
           MOVE TT-RECORD (TD-FOUND-INDEX) TO TermDepRecord
           MOVE 'E' TO td-status
           MOVE BUSINESS-DATE TO td-closed-date
           MOVE TermDepRecord TO TT-RECORD (TD-FOUND-INDEX)
           PERFORM SAVE-TERM-DEPOSITS
           MOVE 'B' TO wh-action
           MOVE td-account TO wh-account
           MOVE BUSINESS-DATE(1:4) TO wh-tax-year
           MOVE EARLY-INTEREST TO wh-interest
           CALL "BANK-WITHHOLD" USING WithholdRequest
           ADD td-principal TO account-balance
           ADD EARLY-INTEREST TO account-balance
           SUBTRACT wh-kapst FROM account-balance
           SUBTRACT wh-soli FROM account-balance
           REWRITE PinRecord
           MOVE "TD-REPAY" TO WS-LOG-TYPE
           MOVE td-principal TO WS-LOG-AMOUNT
           PERFORM WRITE-TXN-LOG
           IF EARLY-INTEREST > 0
             MOVE "TD-INTEREST" TO WS-LOG-TYPE
             MOVE EARLY-INTEREST TO WS-LOG-AMOUNT
             PERFORM WRITE-TXN-LOG
           END-IF
           IF wh-kapst > 0
             MOVE "TAX-KAPST" TO WS-LOG-TYPE
             MOVE wh-kapst TO WS-LOG-AMOUNT
             PERFORM WRITE-TXN-LOG
             MOVE wh-kapst TO EDIT-AMOUNT
             DISPLAY "Kapitalertragsteuer einbehalten: " EDIT-AMOUNT
           END-IF
           IF wh-soli > 0
             MOVE "TAX-SOLI" TO WS-LOG-TYPE
             MOVE wh-soli TO WS-LOG-AMOUNT
             PERFORM WRITE-TXN-LOG
             MOVE wh-soli TO EDIT-AMOUNT
             DISPLAY "Solidaritaetszuschlag einbehalten: "
                     EDIT-AMOUNT
           END-IF
           DISPLAY "Festgeld " td-number " vorzeitig aufgeloest."
           DISPLAY "Neuer Kontostand: " account-balance.

       LIST-ACCOUNT-DEPOSITS.
           DISPLAY "Kontonummer: "
           ACCEPT WORK-ACCOUNT
           PERFORM LOAD-TERM-DEPOSITS
           MOVE 0 TO SHOWN-COUNT
           PERFORM VARYING td-index FROM 1 BY 1
                   UNTIL td-index > TD-COUNT
             MOVE TT-RECORD (td-index) TO TermDepRecord
             IF td-account = WORK-ACCOUNT
               ADD 1 TO SHOWN-COUNT
               MOVE td-principal TO EDIT-AMOUNT
               MOVE td-rate TO EDIT-RATE
               DISPLAY td-number " " EDIT-AMOUNT " " EDIT-RATE
                       " " td-term-months "M ab " td-start-date
                       " bis " td-maturity-date
                       " Prol. " td-rollover " Status " td-status
             END-IF
           END-PERFORM
           IF SHOWN-COUNT = 0
             DISPLAY "Keine Festgelder zu Konto " WORK-ACCOUNT
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

       CHECK-FRAUD-BLOCK.
           MOVE 'N' TO BLOCKED-FLAG
           MOVE 0 TO scan-eof
           OPEN INPUT BlockFile
           IF BLK-STATUS = "00"
             READ BlockFile
              AT END SET scan-eof TO 1
             END-READ
             PERFORM UNTIL scan-eof = 1
               IF fb-account = account-number
                  AND fb-status = 'O'
                  AND fb-severity = 1
                 MOVE 'J' TO BLOCKED-FLAG
               END-IF
               READ BlockFile
                AT END SET scan-eof TO 1
               END-READ
             END-PERFORM
             CLOSE BlockFile
           END-IF.

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

       FIND-TERM-DEPOSIT.
           MOVE 0 TO TD-FOUND-INDEX
           PERFORM VARYING td-index FROM 1 BY 1
                   UNTIL td-index > TD-COUNT
             MOVE TT-RECORD (td-index) TO TermDepRecord
             IF td-number = WORK-NUMBER
               MOVE td-index TO TD-FOUND-INDEX
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
           MOVE td-number TO log-ref-seq
           MOVE SPACES TO log-rate-version
           CALL "TXNSEQ" USING log-seq-number
           WRITE TxnLogRecord.
