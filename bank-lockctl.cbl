       01 AGE-MINUTES PIC S9(9).
       01 OPERATOR-ID PIC X(8).
       copy "date-time.cpy".
       copy "signon-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "BANK-LOCKCTL: Batch-Sperren je Betriebsmittel"
           MOVE 'S' TO so-action
           MOVE "BANK-LOCKCTL" TO so-program
           MOVE "OPERATIONS" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Anmeldung fehlgeschlagen. Abbruch."
             STOP RUN
           END-IF
           MOVE so-operator TO OPERATOR-ID
           PERFORM READ-LOCK-CONFIG
           PERFORM COMPUTE-NOW-SERIAL

           END-IF.

       FORCE-RELEASE.
           MOVE 'R' TO so-action
           MOVE "SUPERVISOR" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Zwangsfreigabe nur mit Rolle SUPERVISOR."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Betriebsmittel (z.B. PIN.DAT): "
