       Select LinkFile ASSIGN TO "BANKLINK.DAT"
                   organization is line sequential
                   FILE STATUS IS LNK-STATUS.
       Select NotifyPrefFile ASSIGN TO "NOTIFYPREF.DAT"
                   organization is line sequential
                   FILE STATUS IS NPF-STATUS.
       Select PinNumbers ASSIGN TO "PIN.DAT"
                   organization is indexed
                   access mode is dynamic
           copy "bankcust-record.cpy".
       FD LinkFile.
           copy "banklink-record.cpy".
       FD NotifyPrefFile.
           copy "notifypref-record.cpy".
       FD PinNumbers.
           copy "pin-record.cpy".
       WORKING-STORAGE SECTION.
        01 BC-STATUS PIC XX.
        01 LNK-STATUS PIC XX.
        01 PIN-STATUS PIC XX.
        01 NPF-STATUS PIC XX.
        01 PREF-COUNT PIC 9(3) VALUE 0.
        01 pref-index PIC 9(3).
        01 PREF-FOUND-INDEX PIC 9(3).
        01 PREF-TABLE.
           05 PREF-ENTRY OCCURS 500 TIMES.
              10 PT-RECORD PIC X(71).
        01 ANSWER PIC X.
        01 NEW-LIMIT PIC 9(7)V99.
        01 MENU-CHOICE PIC 9 VALUE 0.
        01 WS-KUNDE-SERIES PIC X(8) VALUE "BANKKD".
        01 WORK-CUST-NUMBER PIC 9(7).
        01 LINKED-ACCOUNTS PIC 9(3).
        01 ACCOUNT-FOUND PIC X.
        01 NEW-VALUE PIC X(30).
        01 BUSINESS-DATE PIC 9(8) VALUE 0.
        01 CURRENT-YEAR PIC 9(4).
        01 NEW-ALLOWANCE PIC 9(5)V99.
        01 MAX-ALLOWANCE PIC 9(5)V99 VALUE 2000.00.
        01 SEARCH-NAME PIC X(30).
        01 SEARCH-KEY PIC X(20).
        01 MATCH-COUNT PIC 9(3).
        01 NAME-MATCH PIC X.
        01 part-index PIC 9.
        01 NAME-PARTS.
           05 NAME-PART PIC X(30) OCCURS 3 TIMES.
        copy "signon-request.cpy".
        copy "namekey-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "BANK-CUSTMAINT: Kundenstammpflege"
           MOVE 'S' TO so-action
           MOVE "BANK-CUSTMAINT" TO so-program
           MOVE "CLERK" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Anmeldung fehlgeschlagen. Abbruch."
             STOP RUN
           END-IF
           CALL "BUSDATE" USING BUSINESS-DATE
           MOVE BUSINESS-DATE(1:4) TO CURRENT-YEAR
           OPEN I-O BankCustFile
           IF BC-STATUS = "35"
             OPEN OUTPUT BankCustFile
             CLOSE BankCustFile
             OPEN I-O BankCustFile
           END-IF
           PERFORM UNTIL MENU-CHOICE = 9
             DISPLAY "1) Kunde anlegen  2) Kunde aendern"
             DISPLAY "3) Kunde anzeigen  4) Konto verknuepfen"
             DISPLAY "5) Gesamtposition  6) Freistellungsauftrag"
             DISPLAY "7) Benachrichtigungen  8) Kunde suchen"
             DISPLAY "9) Ende"
             ACCEPT MENU-CHOICE
             EVALUATE MENU-CHOICE
               WHEN 1
               WHEN 5
                 PERFORM SHOW-TOTAL-POSITION
               WHEN 6
                 PERFORM EDIT-EXEMPTION
               WHEN 7
                 PERFORM EDIT-NOTIFICATIONS
               WHEN 8
                 PERFORM SEARCH-CUSTOMER
               WHEN 9
                 DISPLAY "Programmende."
               WHEN OTHER
                 DISPLAY "Bitte Eingabe ueberpruefen!"
           ACCEPT bc-ort
           DISPLAY "Telefon: "
           ACCEPT bc-telefon
           MOVE 0 TO bc-fsa-allowance
           MOVE CURRENT-YEAR TO bc-fsa-year
           MOVE 0 TO bc-fsa-used
           MOVE 0 TO bc-fsa-prev-used
           MOVE 'N' TO bc-screen-flag
           WRITE BankCustRecord
             INVALID KEY
               DISPLAY "Kundennummer bereits vergeben."
             IF NEW-VALUE NOT = SPACES
               MOVE NEW-VALUE(1:15) TO bc-telefon
             END-IF
             IF bc-screen-flag = 'S' OR bc-screen-flag = SPACE
               MOVE 'N' TO bc-screen-flag
             END-IF
             REWRITE BankCustRecord
             DISPLAY "Kunde geaendert."
           END-IF.
             DISPLAY "Strasse: " bc-strasse
             DISPLAY "Ort:     " bc-ort
             DISPLAY "Telefon: " bc-telefon
             IF bc-fsa-allowance > 0
               DISPLAY "Freistellung: " bc-fsa-allowance
                       " genutzt " bc-fsa-used " (" bc-fsa-year ")"
             ELSE
               DISPLAY "Freistellung: keine"
             END-IF
             EVALUATE bc-screen-flag
               WHEN 'S'
                 DISPLAY "Sanktionspruefung: unauffaellig"
               WHEN 'H'
                 DISPLAY "Sanktionspruefung: TREFFER in Pruefung"
               WHEN 'F'
                 DISPLAY "Sanktionspruefung: BESTAETIGT - gesperrt"
               WHEN OTHER
                 DISPLAY "Sanktionspruefung: ausstehend"
             END-EVALUATE
             PERFORM LIST-LINKED-ACCOUNTS
           END-IF.

       SEARCH-CUSTOMER.
           DISPLAY "Name (klingt wie): "
           MOVE SPACES TO SEARCH-NAME
           ACCEPT SEARCH-NAME
           MOVE SEARCH-NAME TO nk-text
           CALL "NAMEKEY" USING NameKeyRequest
           MOVE nk-key TO SEARCH-KEY
           IF SEARCH-KEY = SPACES
             DISPLAY "Leerer Suchbegriff."
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO MATCH-COUNT
           MOVE 0 TO scan-eof
           MOVE 0 TO bc-number
           START BankCustFile KEY NOT < bc-number
             INVALID KEY SET scan-eof TO 1
           END-START
           PERFORM UNTIL scan-eof = 1
             READ BankCustFile NEXT
               AT END SET scan-eof TO 1
               NOT AT END
                 PERFORM CHECK-NAME-MATCH
                 IF NAME-MATCH = 'Y'
                   ADD 1 TO MATCH-COUNT
                   DISPLAY "Kd " bc-number " " bc-name " " bc-ort
                 END-IF
             END-READ
           END-PERFORM
           DISPLAY "Treffer: " MATCH-COUNT.

       CHECK-NAME-MATCH.
           MOVE 'N' TO NAME-MATCH
           MOVE bc-name TO nk-text
           CALL "NAMEKEY" USING NameKeyRequest
           IF nk-key = SEARCH-KEY
             MOVE 'Y' TO NAME-MATCH
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO NAME-PARTS
           UNSTRING bc-name DELIMITED BY ALL SPACE
             INTO NAME-PART (1) NAME-PART (2) NAME-PART (3)
           END-UNSTRING
           PERFORM VARYING part-index FROM 1 BY 1
                   UNTIL part-index > 3 OR NAME-MATCH = 'Y'
             IF NAME-PART (part-index) NOT = SPACES
               MOVE NAME-PART (part-index) TO nk-text
               CALL "NAMEKEY" USING NameKeyRequest
               IF nk-key = SEARCH-KEY
                 MOVE 'Y' TO NAME-MATCH
               END-IF
             END-IF
           END-PERFORM.

       EDIT-EXEMPTION.
           DISPLAY "Kundennummer: "
           ACCEPT WORK-CUST-NUMBER
           PERFORM FIND-CUSTOMER
           IF CUST-FOUND = 'N'
             EXIT PARAGRAPH
           END-IF
           IF bc-fsa-year NOT = CURRENT-YEAR
             IF bc-fsa-year + 1 = CURRENT-YEAR
               MOVE bc-fsa-used TO bc-fsa-prev-used
             ELSE
               MOVE 0 TO bc-fsa-prev-used
             END-IF
             MOVE CURRENT-YEAR TO bc-fsa-year
             MOVE 0 TO bc-fsa-used
           END-IF
           DISPLAY "Freistellungsbetrag bisher: " bc-fsa-allowance
                   " genutzt " bc-fsa-used
           DISPLAY "Neuer Freistellungsbetrag (0 = Widerruf): "
           ACCEPT NEW-ALLOWANCE
           IF NEW-ALLOWANCE > MAX-ALLOWANCE
             DISPLAY "Hoechstbetrag " MAX-ALLOWANCE " ueberschritten."
             EXIT PARAGRAPH
           END-IF
           IF NEW-ALLOWANCE < bc-fsa-used AND NEW-ALLOWANCE > 0
             DISPLAY "Betrag kleiner als bereits genutzt ("
                     bc-fsa-used ")."
             EXIT PARAGRAPH
           END-IF
           MOVE NEW-ALLOWANCE TO bc-fsa-allowance
           REWRITE BankCustRecord
           DISPLAY "Freistellungsauftrag gespeichert.".

       EDIT-NOTIFICATIONS.
           DISPLAY "Kundennummer: "
           ACCEPT WORK-CUST-NUMBER
           PERFORM FIND-CUSTOMER
           IF CUST-FOUND = 'N'
             EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-NOTIFY-PREFS
           MOVE 0 TO PREF-FOUND-INDEX
           PERFORM VARYING pref-index FROM 1 BY 1
                   UNTIL pref-index > PREF-COUNT
             MOVE PT-RECORD (pref-index) TO NotifyPrefRecord
             IF np-cust-number = WORK-CUST-NUMBER
               MOVE pref-index TO PREF-FOUND-INDEX
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF PREF-FOUND-INDEX = 0
             IF PREF-COUNT = 500
               DISPLAY "NOTIFYPREF.DAT voll (500 Kunden)."
               EXIT PARAGRAPH
             END-IF
             MOVE SPACES TO NotifyPrefRecord
             MOVE WORK-CUST-NUMBER TO np-cust-number
             MOVE 'K' TO np-channel
             MOVE 'N' TO np-evt-withdrawal
             MOVE 0 TO np-withdraw-limit
             MOVE 'N' TO np-evt-low-bal
             MOVE 0 TO np-balance-limit
             MOVE 'N' TO np-evt-cardlock
             MOVE 'N' TO np-evt-expiry
             MOVE 'N' TO np-evt-standing
           ELSE
             DISPLAY "Kanal bisher: " np-channel " " np-address
           END-IF
           DISPLAY "Kanal (S = SMS, E = E-Mail, K = keine): "
           ACCEPT ANSWER
           MOVE FUNCTION UPPER-CASE(ANSWER) TO ANSWER
           EVALUATE ANSWER
             WHEN 'S'
               DISPLAY "Mobilnummer (leer = " bc-telefon "): "
               ACCEPT NEW-VALUE
               IF NEW-VALUE = SPACES
                 MOVE bc-telefon TO NEW-VALUE
               END-IF
               IF NEW-VALUE = SPACES
                 DISPLAY "Keine Telefonnummer hinterlegt."
                 EXIT PARAGRAPH
               END-IF
               MOVE NEW-VALUE TO np-address
             WHEN 'E'
               DISPLAY "E-Mail-Adresse: "
               ACCEPT np-address
               IF np-address = SPACES
                 DISPLAY "E-Mail-Adresse ist Pflicht."
                 EXIT PARAGRAPH
               END-IF
             WHEN 'K'
               MOVE SPACES TO np-address
             WHEN OTHER
               DISPLAY "Bitte Eingabe ueberpruefen!"
               EXIT PARAGRAPH
           END-EVALUATE
           MOVE ANSWER TO np-channel
           IF np-channel NOT = 'K'
             DISPLAY "Abhebung ueber Schwelle melden? (J/N): "
             ACCEPT ANSWER
             PERFORM SET-EVENT-ANSWER
             MOVE ANSWER TO np-evt-withdrawal
             IF np-evt-withdrawal = 'Y'
               DISPLAY "Schwelle Abhebung: "
               ACCEPT NEW-LIMIT
               MOVE NEW-LIMIT TO np-withdraw-limit
             END-IF
             DISPLAY "Saldo unter Schwelle melden? (J/N): "
             ACCEPT ANSWER
             PERFORM SET-EVENT-ANSWER
             MOVE ANSWER TO np-evt-low-bal
             IF np-evt-low-bal = 'Y'
               DISPLAY "Schwelle Saldo: "
               ACCEPT NEW-LIMIT
               MOVE NEW-LIMIT TO np-balance-limit
             END-IF
             DISPLAY "Kartensperre melden? (J/N): "
             ACCEPT ANSWER
             PERFORM SET-EVENT-ANSWER
             MOVE ANSWER TO np-evt-cardlock
             DISPLAY "Kartenablauf melden? (J/N): "
             ACCEPT ANSWER
             PERFORM SET-EVENT-ANSWER
             MOVE ANSWER TO np-evt-expiry
             DISPLAY "Dauerauftrag nicht ausgefuehrt melden? (J/N): "
             ACCEPT ANSWER
             PERFORM SET-EVENT-ANSWER
             MOVE ANSWER TO np-evt-standing
           END-IF
           IF PREF-FOUND-INDEX = 0
             ADD 1 TO PREF-COUNT
             MOVE PREF-COUNT TO PREF-FOUND-INDEX
           END-IF
           MOVE NotifyPrefRecord TO PT-RECORD (PREF-FOUND-INDEX)
           PERFORM SAVE-NOTIFY-PREFS
           DISPLAY "Benachrichtigungen gespeichert.".

       SET-EVENT-ANSWER.
           IF ANSWER = 'J' OR ANSWER = 'j'
             MOVE 'Y' TO ANSWER
           ELSE
             MOVE 'N' TO ANSWER
           END-IF.

       LOAD-NOTIFY-PREFS.
           MOVE 0 TO PREF-COUNT
           MOVE 0 TO eof
           OPEN INPUT NotifyPrefFile
           IF NPF-STATUS = "00"
             READ NotifyPrefFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR PREF-COUNT = 500
               ADD 1 TO PREF-COUNT
               MOVE NotifyPrefRecord TO PT-RECORD (PREF-COUNT)
               READ NotifyPrefFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE NotifyPrefFile
           END-IF.

       SAVE-NOTIFY-PREFS.
           OPEN OUTPUT NotifyPrefFile
           PERFORM VARYING pref-index FROM 1 BY 1
                   UNTIL pref-index > PREF-COUNT
             MOVE PT-RECORD (pref-index) TO NotifyPrefRecord
             WRITE NotifyPrefRecord
           END-PERFORM
           CLOSE NotifyPrefFile.

       LIST-LINKED-ACCOUNTS.
           MOVE 0 TO eof
           OPEN INPUT LinkFile
