        01 RESTORE-VALUE PIC X(30).
        01 PREV-VALUE PIC X(30).
        copy "date-time.cpy".
        copy "signon-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "BOOK-UNDO: Feld aus Historie zuruecksetzen"
           MOVE 'S' TO so-action
           MOVE "BOOK-UNDO" TO so-program
           MOVE "WERKSTATT" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Anmeldung fehlgeschlagen. Abbruch."
             STOP RUN
           END-IF
           DISPLAY "Kundennummer: "
           ACCEPT WORK-NUMBER

