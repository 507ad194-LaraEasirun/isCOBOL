        01 INVOICE-FOUND PIC X.
        01 CAPTURED-COUNT PIC 9(5) VALUE 0.
        copy "date-time.cpy".
        copy "signon-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "STUDENT-PAYMENT: Zahlungserfassung"
           MOVE 'S' TO so-action
           MOVE "STUDENT-PAYMENT" TO so-program
           MOVE "BURSAR" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Anmeldung fehlgeschlagen. Abbruch."
             STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO date-time
           PERFORM UNTIL ANSWER NOT = 'J' AND ANSWER NOT = 'j'
             PERFORM CAPTURE-ONE-PAYMENT
