       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-MANDATE.
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
       Select MandateFile ASSIGN TO "MANDATE.DAT"
                   organization is line sequential
                   FILE STATUS IS MND-STATUS.
       Select DebitHistory ASSIGN TO "DDEBITS.DAT"
                   organization is line sequential
                   FILE STATUS IS DDH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PinNumbers.
           copy "pin-record.cpy".
       FD TxnLog.
           copy "txnlog-record.cpy".
       FD MandateFile.
           copy "mandate-record.cpy".
       FD DebitHistory.
           copy "ddebit-record.cpy".
       WORKING-STORAGE SECTION.
        01 BUSINESS-DATE PIC 9(8) VALUE 0.
        01 PIN-STATUS PIC XX.
        01 TXN-STATUS PIC XX.
        01 MND-STATUS PIC XX.
        01 DDH-STATUS PIC XX.
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
        01 WORK-CREDITOR PIC X(18).
        01 WORK-REFERENCE PIC X(20).
        01 WORK-SIGNED PIC 9(8).
        01 WORK-SEQ PIC 9(7).
        01 ACCOUNT-FOUND PIC X.
        01 MND-COUNT PIC 9(3) VALUE 0.
        01 mnd-index PIC 9(3).
        01 MND-FOUND-INDEX PIC 9(3).
        01 MND-TABLE.
           05 MND-ENTRY OCCURS 500 TIMES.
              10 MT-RECORD PIC X(73).
        01 DDH-COUNT PIC 9(4) VALUE 0.
        01 ddh-index PIC 9(4).
        01 DDH-FOUND-INDEX PIC 9(4).
        01 DDH-TABLE.
           05 DDH-ENTRY OCCURS 2000 TIMES.
              10 DT-RECORD PIC X(97).
        01 REFUND-DAYS PIC 9(3) VALUE 56.
        01 DEBIT-AGE PIC S9(5).
        01 SHOWN-COUNT PIC 9(4).
        01 EDIT-AMOUNT PIC Z(6)9.99.
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
           DISPLAY "BANK-MANDATE: Lastschriftmandate und Erstattung"
           MOVE 'S' TO so-action
           MOVE "BANK-MANDATE" TO so-program
           MOVE "CLERK" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Anmeldung fehlgeschlagen. Abbruch."
             STOP RUN
           END-IF
           MOVE so-operator TO OPERATOR-ID

           MOVE 'C' TO LOCK-ACTION
           MOVE "BANK-MANDATE" TO LOCK-JOB
           CALL "RUNLOCK" USING LOCK-ACTION LOCK-JOB
                LOCK-RESOURCE LOCK-RESULT LOCK-HOLDER
           IF LOCK-RESULT = 'N'
             DISPLAY "PIN.DAT gesperrt von " LOCK-HOLDER
                     " - bitte spaeter erneut versuchen."
             STOP RUN
           END-IF

           CALL "BUSDATE" USING BUSINESS-DATE
           PERFORM UNTIL MENU-CHOICE = 5
             DISPLAY "1) Mandat erfassen  2) Mandat widerrufen"
             DISPLAY "3) Lastschrift erstatten"
                     "  4) Mandate/Lastschriften eines Kontos"
             DISPLAY "5) Ende"
             ACCEPT MENU-CHOICE
             EVALUATE MENU-CHOICE
               WHEN 1
                 PERFORM CAPTURE-MANDATE
               WHEN 2
                 PERFORM REVOKE-MANDATE
               WHEN 3
                 PERFORM REFUND-DEBIT
               WHEN 4
                 PERFORM LIST-ACCOUNT
               WHEN 5
                 DISPLAY "Programmende."
               WHEN OTHER
                 DISPLAY "Bitte Eingabe ueberpruefen!"
             END-EVALUATE
           END-PERFORM

       STOP RUN.

       CAPTURE-MANDATE.
           DISPLAY "Kontonummer (10-stellig): "
           ACCEPT WORK-ACCOUNT
           OPEN INPUT PinNumbers
           PERFORM FIND-ACCOUNT
           CLOSE PinNumbers
           IF ACCOUNT-FOUND = 'N'
             DISPLAY "Konto " WORK-ACCOUNT " nicht gefunden."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Glaeubiger-ID: "
           ACCEPT WORK-CREDITOR
           DISPLAY "Mandatsreferenz: "
           ACCEPT WORK-REFERENCE
           IF WORK-CREDITOR = SPACES OR WORK-REFERENCE = SPACES
             DISPLAY "Glaeubiger-ID und Mandatsreferenz sind"
                     " Pflicht."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Unterschrieben am (JJJJMMTT): "
           ACCEPT WORK-SIGNED
           IF WORK-SIGNED = 0 OR WORK-SIGNED > BUSINESS-DATE
             DISPLAY "Unterschriftsdatum ungueltig."
             EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-MANDATES
           PERFORM FIND-MANDATE
           IF MND-FOUND-INDEX > 0
             DISPLAY "Mandat ist bereits erfasst."
             EXIT PARAGRAPH
           END-IF
           IF MND-COUNT = 500
             DISPLAY "MANDATE.DAT voll - Erfassung nicht moeglich."
             EXIT PARAGRAPH
           END-IF
           MOVE WORK-CREDITOR TO md-creditor-id
           MOVE WORK-REFERENCE TO md-mandate-ref
           MOVE WORK-ACCOUNT TO md-account
           MOVE WORK-SIGNED TO md-signed-date
           MOVE 'A' TO md-status
           MOVE 0 TO md-last-used
           MOVE OPERATOR-ID TO md-operator
           ADD 1 TO MND-COUNT
           MOVE MandateRecord TO MT-RECORD (MND-COUNT)
           PERFORM SAVE-MANDATES
           DISPLAY "Mandat erfasst.".

       REVOKE-MANDATE.
           DISPLAY "Kontonummer (10-stellig): "
           ACCEPT WORK-ACCOUNT
           DISPLAY "Glaeubiger-ID: "
           ACCEPT WORK-CREDITOR
           DISPLAY "Mandatsreferenz: "
           ACCEPT WORK-REFERENCE
           PERFORM LOAD-MANDATES
           PERFORM FIND-MANDATE
           IF MND-FOUND-INDEX = 0
             DISPLAY "Mandat nicht gefunden."
             EXIT PARAGRAPH
           END-IF
           MOVE MT-RECORD (MND-FOUND-INDEX) TO MandateRecord
           IF md-status NOT = 'A'
             DISPLAY "Mandat ist bereits widerrufen."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Mandat widerrufen? (J/N): "
           ACCEPT ANSWER
           IF ANSWER NOT = 'J' AND ANSWER NOT = 'j'
             DISPLAY "Abgebrochen."
             EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-MANDATES
           PERFORM FIND-MANDATE
           IF MND-FOUND-INDEX = 0
             DISPLAY "Mandat nicht mehr vorhanden."
             EXIT PARAGRAPH
           END-IF
           MOVE MT-RECORD (MND-FOUND-INDEX) TO MandateRecord
           IF md-status NOT = 'A'
             DISPLAY "Mandat wurde zwischenzeitlich widerrufen."
             EXIT PARAGRAPH
           END-IF
           MOVE 'R' TO md-status
           MOVE OPERATOR-ID TO md-operator
           MOVE MandateRecord TO MT-RECORD (MND-FOUND-INDEX)
           PERFORM SAVE-MANDATES
           DISPLAY "Mandat widerrufen.".

       REFUND-DEBIT.
           DISPLAY "Belegnummer der Lastschrift: "
           ACCEPT WORK-SEQ
           PERFORM LOAD-DEBIT-HISTORY
           PERFORM FIND-DEBIT
           IF DDH-FOUND-INDEX = 0
             DISPLAY "Lastschrift " WORK-SEQ " nicht gefunden."
             EXIT PARAGRAPH
           END-IF
           MOVE DT-RECORD (DDH-FOUND-INDEX) TO DirectDebitRecord
           IF dd-status NOT = 'B'
             DISPLAY "Lastschrift wurde bereits erstattet am "
                     dd-refund-date
             EXIT PARAGRAPH
           END-IF
           CALL "DATE-DIFF" USING dd-date BUSINESS-DATE DEBIT-AGE
           IF DEBIT-AGE > REFUND-DAYS
             DISPLAY "Erstattungsfrist von 8 Wochen abgelaufen"
                     " (Belastung am " dd-date ")."
             EXIT PARAGRAPH
           END-IF
           MOVE dd-amount TO EDIT-AMOUNT
           DISPLAY "Konto " dd-account " Betrag " EDIT-AMOUNT
                   " Glaeubiger " dd-creditor-id
           DISPLAY "Lastschrift erstatten? (J/N): "
           ACCEPT ANSWER
           IF ANSWER NOT = 'J' AND ANSWER NOT = 'j'
             DISPLAY "Abgebrochen."
             EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-DEBIT-HISTORY
           PERFORM FIND-DEBIT
           IF DDH-FOUND-INDEX = 0
             DISPLAY "Lastschrift " WORK-SEQ " nicht mehr vorhanden."
             EXIT PARAGRAPH
           END-IF
           MOVE DT-RECORD (DDH-FOUND-INDEX) TO DirectDebitRecord
           IF dd-status NOT = 'B'
             DISPLAY "Lastschrift wurde zwischenzeitlich erstattet"
                     " am " dd-refund-date
             EXIT PARAGRAPH
           END-IF
           MOVE dd-account TO WORK-ACCOUNT
           OPEN I-O PinNumbers
           PERFORM FIND-ACCOUNT
           IF ACCOUNT-FOUND = 'N'
             CLOSE PinNumbers
             DISPLAY "Konto " WORK-ACCOUNT " nicht gefunden."
             EXIT PARAGRAPH
           END-IF
           ADD dd-amount TO account-balance
           REWRITE PinRecord
           CLOSE PinNumbers
           PERFORM OPEN-TXN-LOG
           PERFORM WRITE-REFUND-TXN
           CLOSE TxnLog
           MOVE 'R' TO dd-status
           MOVE BUSINESS-DATE TO dd-refund-date
           MOVE DirectDebitRecord TO DT-RECORD (DDH-FOUND-INDEX)
           PERFORM SAVE-DEBIT-HISTORY
           DISPLAY "Lastschrift erstattet. Neuer Kontostand: "
                   account-balance.

       LIST-ACCOUNT.
           DISPLAY "Kontonummer (10-stellig): "
           ACCEPT WORK-ACCOUNT
           PERFORM LOAD-MANDATES
           PERFORM LOAD-DEBIT-HISTORY
           MOVE 0 TO SHOWN-COUNT
           PERFORM VARYING mnd-index FROM 1 BY 1
                   UNTIL mnd-index > MND-COUNT
             MOVE MT-RECORD (mnd-index) TO MandateRecord
             IF md-account = WORK-ACCOUNT
               ADD 1 TO SHOWN-COUNT
               DISPLAY "Mandat " md-creditor-id " " md-mandate-ref
                       " vom " md-signed-date " Status " md-status
             END-IF
           END-PERFORM
           PERFORM VARYING ddh-index FROM 1 BY 1
                   UNTIL ddh-index > DDH-COUNT
             MOVE DT-RECORD (ddh-index) TO DirectDebitRecord
             IF dd-account = WORK-ACCOUNT
               ADD 1 TO SHOWN-COUNT
               MOVE dd-amount TO EDIT-AMOUNT
               DISPLAY "Beleg " dd-seq " " dd-date " " EDIT-AMOUNT
                       " " dd-creditor-id " Status " dd-status
             END-IF
           END-PERFORM
           IF SHOWN-COUNT = 0
             DISPLAY "Keine Mandate oder Lastschriften zu Konto "
                     WORK-ACCOUNT
           END-IF.

       FIND-MANDATE.
           MOVE 0 TO MND-FOUND-INDEX
           PERFORM VARYING mnd-index FROM 1 BY 1
                   UNTIL mnd-index > MND-COUNT
             MOVE MT-RECORD (mnd-index) TO MandateRecord
             IF md-creditor-id = WORK-CREDITOR
                AND md-mandate-ref = WORK-REFERENCE
                AND md-account = WORK-ACCOUNT
               MOVE mnd-index TO MND-FOUND-INDEX
               EXIT PERFORM
             END-IF
           END-PERFORM.

       FIND-DEBIT.
           MOVE 0 TO DDH-FOUND-INDEX
           PERFORM VARYING ddh-index FROM 1 BY 1
                   UNTIL ddh-index > DDH-COUNT
             MOVE DT-RECORD (ddh-index) TO DirectDebitRecord
             IF dd-seq = WORK-SEQ
               MOVE ddh-index TO DDH-FOUND-INDEX
               EXIT PERFORM
             END-IF
           END-PERFORM.

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

       LOAD-MANDATES.
           MOVE 0 TO MND-COUNT
           MOVE 0 TO eof
           OPEN INPUT MandateFile
           IF MND-STATUS = "00"
             READ MandateFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR MND-COUNT = 500
               ADD 1 TO MND-COUNT
               MOVE MandateRecord TO MT-RECORD (MND-COUNT)
               READ MandateFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             IF eof = 0
               DISPLAY "ABBRUCH: MANDATE.DAT groesser als 500"
                       " Mandate."
               STOP RUN
             END-IF
             CLOSE MandateFile
           END-IF.

       SAVE-MANDATES.
           OPEN OUTPUT MandateFile
           PERFORM VARYING mnd-index FROM 1 BY 1
                   UNTIL mnd-index > MND-COUNT
             MOVE MT-RECORD (mnd-index) TO MandateRecord
             WRITE MandateRecord
           END-PERFORM
           CLOSE MandateFile.

       LOAD-DEBIT-HISTORY.
           MOVE 0 TO DDH-COUNT
           MOVE 0 TO eof
           OPEN INPUT DebitHistory
           IF DDH-STATUS = "00"
             READ DebitHistory
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR DDH-COUNT = 2000
               ADD 1 TO DDH-COUNT
               MOVE DirectDebitRecord TO DT-RECORD (DDH-COUNT)
               READ DebitHistory
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             IF eof = 0
               DISPLAY "ABBRUCH: DDEBITS.DAT groesser als 2000"
                       " Lastschriften."
               STOP RUN
             END-IF
             CLOSE DebitHistory
           END-IF.

       SAVE-DEBIT-HISTORY.
           OPEN OUTPUT DebitHistory
           PERFORM VARYING ddh-index FROM 1 BY 1
                   UNTIL ddh-index > DDH-COUNT
             MOVE DT-RECORD (ddh-index) TO DirectDebitRecord
             WRITE DirectDebitRecord
           END-PERFORM
           CLOSE DebitHistory.

       OPEN-TXN-LOG.
           OPEN INPUT TxnLog
           IF TXN-STATUS = "35"
             OPEN OUTPUT TxnLog
             CLOSE TxnLog
           ELSE
             CLOSE TxnLog
           END-IF
           OPEN EXTEND TxnLog.

       WRITE-REFUND-TXN.
           MOVE FUNCTION CURRENT-DATE TO date-time
           MOVE dd-account TO log-account-number
           MOVE SPACES TO log-timestamp
           STRING log-year  "-" log-month "-" log-day "T"
                  log-hour "-" log-min "-" log-sec
                  DELIMITED BY SIZE INTO log-timestamp
           MOVE "DDEBIT-REF" TO log-type
           MOVE 'Y' TO log-status
           MOVE dd-amount TO log-amount
           MOVE BUSINESS-DATE TO log-business-date
           MOVE SPACES TO log-terminal-id
           MOVE dd-seq TO log-ref-seq
           MOVE SPACES TO log-rate-version
           CALL "TXNSEQ" USING log-seq-number
           WRITE TxnLogRecord.
