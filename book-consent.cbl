        01 CURRENT-STATE PIC X.
        01 TODAY-YMD PIC 9(8).
        copy "date-time.cpy".
        copy "signon-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "BOOK-CONSENT: Einwilligungsverwaltung"
           MOVE 'S' TO so-action
           MOVE "BOOK-CONSENT" TO so-program
           MOVE "WERKSTATT" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Anmeldung fehlgeschlagen. Abbruch."
             STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO date-time
           COMPUTE TODAY-YMD = year * 10000 + month * 100 + day-1
           PERFORM UNTIL MENU-CHOICE = 4
