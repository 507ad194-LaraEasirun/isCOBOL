       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-GARNISH.
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
       Select GarnishFile ASSIGN TO "GARNISH.DAT"
                   organization is line sequential
                   FILE STATUS IS GRN-STATUS.
       Select PKontoFile ASSIGN TO "PKONTO.DAT"
                   organization is line sequential
                   FILE STATUS IS PKO-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PinNumbers.
           copy "pin-record.cpy".
       FD TxnLog.
           copy "txnlog-record.cpy".
       FD GarnishFile.
           copy "garnish-record.cpy".
       FD PKontoFile.
           copy "pkonto-record.cpy".
       WORKING-STORAGE SECTION.
        01 BUSINESS-DATE PIC 9(8) VALUE 0.
        01 PIN-STATUS PIC XX.
        01 TXN-STATUS PIC XX.
        01 GRN-STATUS PIC XX.
        01 PKO-STATUS PIC XX.
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
        01 GARN-SERIES PIC X(8) VALUE "PFAENDNG".
        01 BASE-ALLOWANCE PIC 9(7)V99 VALUE 1555.00.
        01 WORK-ACCOUNT PIC 9(10).
        01 WORK-ID PIC 9(7).
        01 WORK-CREDITOR PIC X(27).
        01 WORK-IBAN PIC X(34).
        01 WORK-ORDER-REF PIC X(30).
        01 WORK-CLAIMED PIC 9(9)V99.
        01 WORK-PRIORITY PIC 9(2).
        01 WORK-ALLOWANCE PIC 9(7)V99.
        01 IBAN-VALID-FLAG PIC X.
        01 ACCOUNT-FOUND PIC X.
        01 GRN-COUNT PIC 9(4) VALUE 0.
        01 grn-index PIC 9(4).
        01 GRN-FOUND-INDEX PIC 9(4).
        01 GRN-TABLE.
           05 GRN-ENTRY OCCURS 1000 TIMES.
              10 GT-RECORD PIC X(155).
        01 PKO-COUNT PIC 9(4) VALUE 0.
        01 pko-index PIC 9(4).
        01 PKO-FOUND-INDEX PIC 9(4).
        01 PKO-TABLE.
           05 PKO-ENTRY OCCURS 1000 TIMES.
              10 PT-RECORD PIC X(51).
        01 SHOWN-COUNT PIC 9(4).
        01 OPEN-AMOUNT PIC 9(9)V99.
        01 LOG-TYPE-WANTED PIC X(12).
        01 LOG-AMOUNT-WANTED PIC 9(7)V99.
        01 LOG-REF-WANTED PIC 9(7).
        01 EDIT-AMOUNT PIC Z(8)9.99.
        01 EDIT-PAID PIC Z(8)9.99.
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
           DISPLAY "BANK-GARNISH: Pfaendungen und P-Konto"
           MOVE 'S' TO so-action
           MOVE "BANK-GARNISH" TO so-program
           MOVE "CLERK" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Anmeldung fehlgeschlagen. Abbruch."
             STOP RUN
           END-IF
           MOVE so-operator TO OPERATOR-ID

           MOVE 'C' TO LOCK-ACTION
           MOVE "BANK-GARNISH" TO LOCK-JOB
           CALL "RUNLOCK" USING LOCK-ACTION LOCK-JOB
                LOCK-RESOURCE LOCK-RESULT LOCK-HOLDER
           IF LOCK-RESULT = 'N'
             DISPLAY "PIN.DAT gesperrt von " LOCK-HOLDER
                     " - bitte spaeter erneut versuchen."
             STOP RUN
           END-IF

           CALL "BUSDATE" USING BUSINESS-DATE
           PERFORM UNTIL MENU-CHOICE = 6
             DISPLAY "1) Pfaendung erfassen  2) Pfaendung aufheben"
             DISPLAY "3) P-Konto einrichten/aendern"
                     "  4) P-Konto aufheben"
             DISPLAY "5) Pfaendungen eines Kontos  6) Ende"
             ACCEPT MENU-CHOICE
             EVALUATE MENU-CHOICE
               WHEN 1
                 PERFORM CAPTURE-GARNISHMENT
               WHEN 2
                 PERFORM RELEASE-GARNISHMENT
               WHEN 3
                 PERFORM MAINTAIN-PKONTO
               WHEN 4
                 PERFORM CANCEL-PKONTO
               WHEN 5
                 PERFORM LIST-ACCOUNT
               WHEN 6
                 DISPLAY "Programmende."
               WHEN OTHER
                 DISPLAY "Bitte Eingabe ueberpruefen!"
             END-EVALUATE
           END-PERFORM

       STOP RUN.

       CAPTURE-GARNISHMENT.
           DISPLAY "Kontonummer (10-stellig): "
           ACCEPT WORK-ACCOUNT
           OPEN INPUT PinNumbers
           PERFORM FIND-ACCOUNT
           CLOSE PinNumbers
           IF ACCOUNT-FOUND = 'N'
             DISPLAY "Konto " WORK-ACCOUNT " nicht gefunden."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Glaeubiger (Name): "
           ACCEPT WORK-CREDITOR
           DISPLAY "IBAN des Glaeubigers: "
           ACCEPT WORK-IBAN
           DISPLAY "Aktenzeichen/Beschluss: "
           ACCEPT WORK-ORDER-REF
           IF WORK-CREDITOR = SPACES OR WORK-ORDER-REF = SPACES
             DISPLAY "Glaeubiger und Aktenzeichen sind Pflicht."
             EXIT PARAGRAPH
           END-IF
           CALL "IBANCHECK" USING WORK-IBAN IBAN-VALID-FLAG
           IF IBAN-VALID-FLAG = 'N'
             DISPLAY "IBAN des Glaeubigers ungueltig."
             EXIT PARAGRAPH
           END-IF
           INSPECT WORK-IBAN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "Forderungsbetrag: "
           ACCEPT WORK-CLAIMED
           IF WORK-CLAIMED = 0
             DISPLAY "Forderungsbetrag muss groesser 0 sein."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Rang (01 = zuerst zu bedienen): "
           ACCEPT WORK-PRIORITY
           IF WORK-PRIORITY = 0
             MOVE 1 TO WORK-PRIORITY
           END-IF
           PERFORM LOAD-GARNISHMENTS
           PERFORM VARYING grn-index FROM 1 BY 1
                   UNTIL grn-index > GRN-COUNT
             MOVE GT-RECORD (grn-index) TO GarnishRecord
             IF gr-account = WORK-ACCOUNT
                AND gr-order-ref = WORK-ORDER-REF
                AND gr-status = 'O'
               DISPLAY "Pfaendung " gr-id " mit diesem Aktenzeichen"
                       " ist bereits erfasst."
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           IF GRN-COUNT = 1000
             DISPLAY "GARNISH.DAT voll - Erfassung nicht moeglich."
             EXIT PARAGRAPH
           END-IF
           CALL "SEQSERVICE" USING GARN-SERIES WORK-ID
           MOVE WORK-ID TO gr-id
           MOVE WORK-ACCOUNT TO gr-account
           MOVE WORK-CREDITOR TO gr-creditor
           MOVE WORK-IBAN TO gr-creditor-iban
           MOVE WORK-ORDER-REF TO gr-order-ref
           MOVE WORK-CLAIMED TO gr-claimed
           MOVE 0 TO gr-paid
           MOVE WORK-PRIORITY TO gr-priority
           MOVE 'O' TO gr-status
           MOVE BUSINESS-DATE TO gr-received
           MOVE 0 TO gr-last-run
           MOVE OPERATOR-ID TO gr-operator
           ADD 1 TO GRN-COUNT
           MOVE GarnishRecord TO GT-RECORD (GRN-COUNT)
           PERFORM SAVE-GARNISHMENTS
           MOVE "GARN-ORDER" TO LOG-TYPE-WANTED
           IF WORK-CLAIMED > 9999999.99
             MOVE 9999999.99 TO LOG-AMOUNT-WANTED
           ELSE
             MOVE WORK-CLAIMED TO LOG-AMOUNT-WANTED
           END-IF
           MOVE WORK-ID TO LOG-REF-WANTED
           PERFORM WRITE-MEMO-TXN
           DISPLAY "Pfaendung " WORK-ID " erfasst."
           PERFORM LOAD-PKONTO
           PERFORM FIND-PKONTO
           IF PKO-FOUND-INDEX = 0
             DISPLAY "Hinweis: Konto ist kein P-Konto - das gesamte"
                     " Guthaben ist gesperrt."
           END-IF.

       RELEASE-GARNISHMENT.
           MOVE 'R' TO so-action
           MOVE "SUPERVISOR" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Aufhebung nur mit Rolle SUPERVISOR."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Nummer der Pfaendung: "
           ACCEPT WORK-ID
           PERFORM LOAD-GARNISHMENTS
           PERFORM FIND-GARNISHMENT
           IF GRN-FOUND-INDEX = 0
             DISPLAY "Pfaendung " WORK-ID " nicht gefunden."
             EXIT PARAGRAPH
           END-IF
           MOVE GT-RECORD (GRN-FOUND-INDEX) TO GarnishRecord
           IF gr-status NOT = 'O'
             DISPLAY "Pfaendung ist nicht mehr offen (Status "
                     gr-status ")."
             EXIT PARAGRAPH
           END-IF
           COMPUTE OPEN-AMOUNT = gr-claimed - gr-paid
           MOVE OPEN-AMOUNT TO EDIT-AMOUNT
           DISPLAY "Konto " gr-account " Glaeubiger " gr-creditor
           DISPLAY "Aktenzeichen " gr-order-ref
                   " offen " EDIT-AMOUNT
           DISPLAY "Pfaendung aufheben? (J/N): "
           ACCEPT ANSWER
           IF ANSWER NOT = 'J' AND ANSWER NOT = 'j'
             DISPLAY "Abgebrochen."
             EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-GARNISHMENTS
           PERFORM FIND-GARNISHMENT
           IF GRN-FOUND-INDEX = 0
             DISPLAY "Pfaendung " WORK-ID " nicht mehr vorhanden."
             EXIT PARAGRAPH
           END-IF
           MOVE GT-RECORD (GRN-FOUND-INDEX) TO GarnishRecord
           IF gr-status NOT = 'O'
             DISPLAY "Pfaendung wurde zwischenzeitlich geschlossen"
                     " (Status " gr-status ")."
             EXIT PARAGRAPH
           END-IF
           COMPUTE OPEN-AMOUNT = gr-claimed - gr-paid
           MOVE 'A' TO gr-status
           MOVE OPERATOR-ID TO gr-operator
           MOVE GarnishRecord TO GT-RECORD (GRN-FOUND-INDEX)
           PERFORM SAVE-GARNISHMENTS
           MOVE gr-account TO WORK-ACCOUNT
           MOVE "GARN-REL" TO LOG-TYPE-WANTED
           IF OPEN-AMOUNT > 9999999.99
             MOVE 9999999.99 TO LOG-AMOUNT-WANTED
           ELSE
             MOVE OPEN-AMOUNT TO LOG-AMOUNT-WANTED
           END-IF
           MOVE gr-id TO LOG-REF-WANTED
           PERFORM WRITE-MEMO-TXN
           DISPLAY "Pfaendung aufgehoben.".

       MAINTAIN-PKONTO.
           DISPLAY "Kontonummer (10-stellig): "
           ACCEPT WORK-ACCOUNT
           OPEN INPUT PinNumbers
           PERFORM FIND-ACCOUNT
           CLOSE PinNumbers
           IF ACCOUNT-FOUND = 'N'
             DISPLAY "Konto " WORK-ACCOUNT " nicht gefunden."
             EXIT PARAGRAPH
           END-IF
           MOVE BASE-ALLOWANCE TO EDIT-AMOUNT
           DISPLAY "Monatlicher Freibetrag (0 = Grundfreibetrag "
                   EDIT-AMOUNT "): "
           ACCEPT WORK-ALLOWANCE
           IF WORK-ALLOWANCE = 0
             MOVE BASE-ALLOWANCE TO WORK-ALLOWANCE
           END-IF
           IF WORK-ALLOWANCE < BASE-ALLOWANCE
             DISPLAY "Freibetrag darf den Grundfreibetrag nicht"
                     " unterschreiten."
             EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PKONTO
           PERFORM FIND-PKONTO
           IF PKO-FOUND-INDEX = 0
             PERFORM VARYING pko-index FROM 1 BY 1
                     UNTIL pko-index > PKO-COUNT
               MOVE PT-RECORD (pko-index) TO PKontoRecord
               IF pk-account = WORK-ACCOUNT
                 MOVE pko-index TO PKO-FOUND-INDEX
                 EXIT PERFORM
               END-IF
             END-PERFORM
           END-IF
           IF PKO-FOUND-INDEX = 0
             IF PKO-COUNT = 1000
               DISPLAY "PKONTO.DAT voll - Erfassung nicht moeglich."
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO PKO-COUNT
             MOVE PKO-COUNT TO PKO-FOUND-INDEX
             MOVE WORK-ACCOUNT TO pk-account
             MOVE 0 TO pk-carry
             MOVE 0 TO pk-carry-month
             MOVE BUSINESS-DATE TO pk-since
           ELSE
             MOVE PT-RECORD (PKO-FOUND-INDEX) TO PKontoRecord
             IF pk-status NOT = 'A'
               MOVE 0 TO pk-carry
               MOVE 0 TO pk-carry-month
               MOVE BUSINESS-DATE TO pk-since
             END-IF
           END-IF
           MOVE WORK-ALLOWANCE TO pk-allowance
           MOVE 'A' TO pk-status
           MOVE OPERATOR-ID TO pk-operator
           MOVE PKontoRecord TO PT-RECORD (PKO-FOUND-INDEX)
           PERFORM SAVE-PKONTO
           MOVE "PKONTO-ON" TO LOG-TYPE-WANTED
           MOVE WORK-ALLOWANCE TO LOG-AMOUNT-WANTED
           MOVE 0 TO LOG-REF-WANTED
           PERFORM WRITE-MEMO-TXN
           DISPLAY "P-Konto gespeichert.".

       CANCEL-PKONTO.
           DISPLAY "Kontonummer (10-stellig): "
           ACCEPT WORK-ACCOUNT
           PERFORM LOAD-PKONTO
           PERFORM FIND-PKONTO
           IF PKO-FOUND-INDEX = 0
             DISPLAY "Konto " WORK-ACCOUNT " ist kein P-Konto."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "P-Konto-Schutz aufheben? (J/N): "
           ACCEPT ANSWER
           IF ANSWER NOT = 'J' AND ANSWER NOT = 'j'
             DISPLAY "Abgebrochen."
             EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PKONTO
           PERFORM FIND-PKONTO
           IF PKO-FOUND-INDEX = 0
             DISPLAY "P-Konto wurde zwischenzeitlich aufgehoben."
             EXIT PARAGRAPH
           END-IF
           MOVE PT-RECORD (PKO-FOUND-INDEX) TO PKontoRecord
           MOVE 'I' TO pk-status
           MOVE OPERATOR-ID TO pk-operator
           MOVE PKontoRecord TO PT-RECORD (PKO-FOUND-INDEX)
           PERFORM SAVE-PKONTO
           MOVE "PKONTO-OFF" TO LOG-TYPE-WANTED
           MOVE 0 TO LOG-AMOUNT-WANTED
           MOVE 0 TO LOG-REF-WANTED
           PERFORM WRITE-MEMO-TXN
           DISPLAY "P-Konto aufgehoben.".

       LIST-ACCOUNT.
           DISPLAY "Kontonummer (10-stellig): "
           ACCEPT WORK-ACCOUNT
           PERFORM LOAD-GARNISHMENTS
           PERFORM LOAD-PKONTO
           MOVE 0 TO SHOWN-COUNT
           PERFORM FIND-PKONTO
           IF PKO-FOUND-INDEX > 0
             MOVE PT-RECORD (PKO-FOUND-INDEX) TO PKontoRecord
             MOVE pk-allowance TO EDIT-AMOUNT
             MOVE pk-carry TO EDIT-PAID
             DISPLAY "P-Konto seit " pk-since " Freibetrag "
                     EDIT-AMOUNT " Uebertrag " EDIT-PAID
                     " fuer " pk-carry-month
           ELSE
             DISPLAY "Kein P-Konto."
           END-IF
           PERFORM VARYING grn-index FROM 1 BY 1
                   UNTIL grn-index > GRN-COUNT
             MOVE GT-RECORD (grn-index) TO GarnishRecord
             IF gr-account = WORK-ACCOUNT
               ADD 1 TO SHOWN-COUNT
               MOVE gr-claimed TO EDIT-AMOUNT
               MOVE gr-paid TO EDIT-PAID
               DISPLAY "Pfaendung " gr-id " Rang " gr-priority
                       " " gr-creditor " Status " gr-status
               DISPLAY "  " gr-order-ref " Forderung " EDIT-AMOUNT
                       " gezahlt " EDIT-PAID
             END-IF
           END-PERFORM
           IF SHOWN-COUNT = 0
             DISPLAY "Keine Pfaendungen zu Konto " WORK-ACCOUNT
           END-IF.

       FIND-GARNISHMENT.
           MOVE 0 TO GRN-FOUND-INDEX
           PERFORM VARYING grn-index FROM 1 BY 1
                   UNTIL grn-index > GRN-COUNT
             MOVE GT-RECORD (grn-index) TO GarnishRecord
             IF gr-id = WORK-ID
               MOVE grn-index TO GRN-FOUND-INDEX
               EXIT PERFORM
             END-IF
           END-PERFORM.

       FIND-PKONTO.
           MOVE 0 TO PKO-FOUND-INDEX
           PERFORM VARYING pko-index FROM 1 BY 1
                   UNTIL pko-index > PKO-COUNT
             MOVE PT-RECORD (pko-index) TO PKontoRecord
             IF pk-account = WORK-ACCOUNT AND pk-status = 'A'
               MOVE pko-index TO PKO-FOUND-INDEX
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
               STOP RUN
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
               STOP RUN
             END-IF
             CLOSE PKontoFile
           END-IF.

       SAVE-PKONTO.
           OPEN OUTPUT PKontoFile
           PERFORM VARYING pko-index FROM 1 BY 1
                   UNTIL pko-index > PKO-COUNT
             MOVE PT-RECORD (pko-index) TO PKontoRecord
             WRITE PKontoRecord
           END-PERFORM
           CLOSE PKontoFile.

       WRITE-MEMO-TXN.
           OPEN INPUT TxnLog
           IF TXN-STATUS = "35"
             OPEN OUTPUT TxnLog
             CLOSE TxnLog
           ELSE
             CLOSE TxnLog
           END-IF
           OPEN EXTEND TxnLog
           MOVE FUNCTION CURRENT-DATE TO date-time
           MOVE WORK-ACCOUNT TO log-account-number
           MOVE SPACES TO log-timestamp
           STRING log-year  "-" log-month "-" log-day "T"
                  log-hour "-" log-min "-" log-sec
                  DELIMITED BY SIZE INTO log-timestamp
           MOVE LOG-TYPE-WANTED TO log-type
           MOVE 'Y' TO log-status
           MOVE LOG-AMOUNT-WANTED TO log-amount
           MOVE BUSINESS-DATE TO log-business-date
           MOVE SPACES TO log-terminal-id
           MOVE LOG-REF-WANTED TO log-ref-seq
           MOVE SPACES TO log-rate-version
           CALL "TXNSEQ" USING log-seq-number
           WRITE TxnLogRecord
           CLOSE TxnLog.
