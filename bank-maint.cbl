             ==minutes== by ==log-min==
             ==seconds== by ==log-sec==
             ==cent== by ==log-cent==.
        copy "signon-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "BANK-MAINT: Karten- und Kontoverwaltung"
           MOVE 'S' TO so-action
           MOVE "BANK-MAINT" TO so-program
           MOVE "MAKER" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Anmeldung fehlgeschlagen. Abbruch."
             STOP RUN
           END-IF
           MOVE so-operator TO OPERATOR-ID
           OPEN I-O PinNumbers
           IF PIN-STATUS = "35"
             OPEN OUTPUT PinNumbers
           CLOSE PendAuthFile.

       REACTIVATE-ACCOUNT.
           MOVE 'R' TO so-action
           MOVE "SUPERVISOR" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Reaktivierung nur mit Rolle SUPERVISOR."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Kartennummer: "
           ACCEPT WORK-CARD-NUMBER
           PERFORM FIND-CARD
