             ==minutes== by ==log-min==
             ==seconds== by ==log-sec==
             ==cent== by ==log-cent==.
        copy "signon-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "BANK-DISPUTE: Reklamation 'Geld nicht erhalten'"
           MOVE 'S' TO so-action
           MOVE "BANK-DISPUTE" TO so-program
           MOVE "CLERK" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Anmeldung fehlgeschlagen. Abbruch."
             STOP RUN
           END-IF
           MOVE so-operator TO OPERATOR-ID
           DISPLAY "Belegnummer der Auszahlung: "
           ACCEPT WANTED-SEQ

