             ==minutes== by ==log-min==
             ==seconds== by ==log-sec==
             ==cent== by ==log-cent==.
        copy "signon-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "BANK-UNLOCK: Kartenentsperrung (nur Supervisor)"
           MOVE 'S' TO so-action
           MOVE "BANK-UNLOCK" TO so-program
           MOVE "SUPERVISOR" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Anmeldung fehlgeschlagen. Abbruch."
             STOP RUN
           END-IF
           MOVE so-operator TO OPERATOR-ID
           DISPLAY "Kartennummer: "
           ACCEPT WORK-CARD-NUMBER
           OPEN INPUT PinNumbers
           PERFORM FIND-CARD
           IF FOUND-FLAG = 'Y'
             PERFORM REQUEST-UNLOCK
           END-IF
           CLOSE PinNumbers

       STOP RUN.

