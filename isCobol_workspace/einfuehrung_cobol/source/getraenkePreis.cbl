       01 eof pic 9.
       01 PRICE-STATUS pic xx.
       01 MENU-CHOICE pic 9 value 0.
       01 WORK-SLOT pic 9.
       01 WORK-VALID pic 9(8).
       01 WORK-PRICE pic 9V99.
       01 WORK-COST pic 9V99.
       copy "date-time.cpy".
       copy "signon-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "GETRAENKE-PREIS: Preispflege mit Historie"
           MOVE 'S' TO so-action
           MOVE "GETRAENKE-PREIS" TO so-program
           MOVE "OPERATIONS" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Anmeldung fehlgeschlagen. Abbruch."
             STOP RUN
           END-IF
           PERFORM UNTIL MENU-CHOICE = 3
           MOVE WORK-VALID TO pp-valid-from
           MOVE WORK-PRICE TO pp-price
           MOVE WORK-COST TO pp-cost
           MOVE so-operator TO pp-changed-by
           MOVE FUNCTION CURRENT-DATE TO date-time
           MOVE SPACES TO pp-timestamp
           STRING year "-" month "-" day-1 "T"
