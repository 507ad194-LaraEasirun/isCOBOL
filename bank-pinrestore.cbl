        01 RESTORED-COUNT PIC 9(5) VALUE 0.
        01 GEN-OVERFLOW PIC X VALUE 'N'.
        01 ANSWER PIC X.
        copy "signon-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "BANK-PINRESTORE: Generation zuruecksichern"
           MOVE 'S' TO so-action
           MOVE "BANK-PINRESTORE" TO so-program
           MOVE "SUPERVISOR" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Anmeldung fehlgeschlagen. Abbruch."
             STOP RUN
           END-IF
           DISPLAY "Generationsnummer (z.B. 0003): "
           ACCEPT WS-GEN-NUMBER
           MOVE SPACES TO GEN-FILENAME
