             ==minutes== by ==log-min==
             ==seconds== by ==log-sec==
             ==cent== by ==log-cent==.
        copy "signon-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "BANK-ADJUST: Korrekturbuchung zu einem Beleg"
           MOVE 'S' TO so-action
           MOVE "BANK-ADJUST" TO so-program
           MOVE "MAKER" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Anmeldung fehlgeschlagen. Abbruch."
             STOP RUN
           END-IF
           MOVE so-operator TO OPERATOR-ID
           DISPLAY "Belegnummer der Originalbuchung: "
           ACCEPT WANTED-SEQ

