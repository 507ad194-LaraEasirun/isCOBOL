              05 st-amount         PIC 9(7)V99.
              05 st-frequency      PIC X.
              05 st-next-due       PIC 9(8).
              05 st-bene-name      PIC X(27).
              05 st-bene-iban      PIC X(34).
              05 st-reference      PIC X(30).
       FD WorkFile.
           01 WorkRecord.
              05 wk-account-number PIC 9(10).
              05 wk-amount         PIC 9(7)V99.
              05 wk-frequency      PIC X.
              05 wk-next-due       PIC 9(8).
              05 wk-bene-name      PIC X(27).
              05 wk-bene-iban      PIC X(34).
              05 wk-reference      PIC X(30).
       FD PinNumbers.
           copy "pin-record.cpy".
       FD HistoryFile.
        01 WORK-AMOUNT PIC 9(7)V99.
        01 WORK-FREQ PIC X.
        01 WORK-DUE PIC 9(8).
        01 WORK-BENE-NAME PIC X(27).
        01 WORK-BENE-IBAN PIC X(34).
        01 WORK-REFERENCE PIC X(30).
        01 IBAN-VALID PIC X.
        01 ACCOUNT-FOUND PIC X.
        01 DATE-OK PIC X.
        01 DUE-DIFF PIC S9(5).
             ==minutes== by ==hist-min==
             ==seconds== by ==hist-sec==
             ==cent== by ==hist-cent==.
        copy "signon-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "STANDING-MAINT: Dauerauftragspflege"
           MOVE 'S' TO so-action
           MOVE "STANDING-MAINT" TO so-program
           MOVE "CLERK" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Anmeldung fehlgeschlagen. Abbruch."
             STOP RUN
           END-IF
           CALL "BUSDATE" USING BUSINESS-DATE
           PERFORM UNTIL MENU-CHOICE = 5
             DISPLAY "1) Auflisten  2) Anlegen  3) Aendern"
                       " Betrag " st-amount
                       " Rhythmus " st-frequency
                       " naechste Faelligkeit " st-next-due
               IF st-bene-iban NOT = SPACES
                 DISPLAY "  an " FUNCTION TRIM(st-bene-name)
                         " " FUNCTION TRIM(st-bene-iban)
                 DISPLAY "  " FUNCTION TRIM(st-reference)
               END-IF
               READ StandingFile
                AT END SET eof TO 1
               END-READ
           IF DATE-OK = 'N'
             EXIT PARAGRAPH
           END-IF
           PERFORM ASK-BENEFICIARY
           IF DATE-OK = 'N'
             EXIT PARAGRAPH
           END-IF
           PERFORM APPEND-ORDER
           MOVE "ANLAGE" TO HIST-ACTION
           MOVE SPACES TO OLD-VALUE
             END-IF
           END-IF.

       ASK-BENEFICIARY.
           MOVE 'Y' TO DATE-OK
           MOVE SPACES TO WORK-BENE-NAME
           MOVE SPACES TO WORK-REFERENCE
           DISPLAY "IBAN Fremdbank (leer = ohne Empfaenger): "
           ACCEPT WORK-BENE-IBAN
           IF WORK-BENE-IBAN = SPACES
             EXIT PARAGRAPH
           END-IF
           CALL "IBANCHECK" USING WORK-BENE-IBAN IBAN-VALID
           IF IBAN-VALID = 'N'
             DISPLAY "IBAN " FUNCTION TRIM(WORK-BENE-IBAN)
                     " ungueltig."
             MOVE 'N' TO DATE-OK
             EXIT PARAGRAPH
           END-IF
           INSPECT WORK-BENE-IBAN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "Name des Empfaengers: "
           ACCEPT WORK-BENE-NAME
           IF WORK-BENE-NAME = SPACES
             DISPLAY "Empfaengername fehlt."
             MOVE 'N' TO DATE-OK
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Verwendungszweck: "
           ACCEPT WORK-REFERENCE.

       APPEND-ORDER.
           OPEN INPUT StandingFile
           IF SO-STATUS = "35"
           MOVE WORK-AMOUNT TO st-amount
           MOVE WORK-FREQ TO st-frequency
           MOVE WORK-DUE TO st-next-due
           MOVE WORK-BENE-NAME TO st-bene-name
           MOVE WORK-BENE-IBAN TO st-bene-iban
           MOVE WORK-REFERENCE TO st-reference
           WRITE StandingRecord
           CLOSE StandingFile.

