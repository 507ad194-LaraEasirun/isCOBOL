       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-TERMEVT.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
        01 OPERATOR-ID PIC X(8).
        01 WORK-TERMINAL PIC X(4).
        01 EVENT-CHOICE PIC 9 VALUE 0.
        01 TEV-EVENT PIC X(8).
        01 TEV-DETAIL PIC X(30).
        01 TEV-LAST-EVENT PIC X(8).
        01 CONFIRM-ANSWER PIC X.
        copy "signon-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "BANK-TERMEVT: Terminalstatus erfassen"
           MOVE 'S' TO so-action
           MOVE "BANK-TERMEVT" TO so-program
           MOVE "OPERATIONS" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Anmeldung fehlgeschlagen. Abbruch."
             STOP RUN
           END-IF
           MOVE so-operator TO OPERATOR-ID
           DISPLAY "Terminal-Kennung (z.B. T001): "
           ACCEPT WORK-TERMINAL
           IF WORK-TERMINAL = SPACES
             DISPLAY "Terminal-Kennung ist Pflicht. Abbruch."
             STOP RUN
           END-IF

           MOVE SPACES TO TEV-EVENT
           CALL "TERMEVENT" USING WORK-TERMINAL TEV-EVENT OPERATOR-ID
                TEV-DETAIL TEV-LAST-EVENT
           IF TEV-LAST-EVENT = SPACES
             DISPLAY "Letzter Status: keiner (in Betrieb)"
           ELSE
             DISPLAY "Letzter Status: " TEV-LAST-EVENT
           END-IF

           DISPLAY "1) In Betrieb"
           DISPLAY "2) Ausser Betrieb"
           DISPLAY "3) Kassette niedrig"
           DISPLAY "4) Kassette leer"
           DISPLAY "5) Belegdrucker gestoert"
           DISPLAY "6) Tresortuer geoeffnet"
           DISPLAY "Auswahl: "
           ACCEPT EVENT-CHOICE
           EVALUATE EVENT-CHOICE
             WHEN 1 MOVE "INSERV" TO TEV-EVENT
             WHEN 2 MOVE "OUTSERV" TO TEV-EVENT
             WHEN 3 MOVE "CASHLOW" TO TEV-EVENT
             WHEN 4 MOVE "CASHOUT" TO TEV-EVENT
             WHEN 5 MOVE "PRTFAULT" TO TEV-EVENT
             WHEN 6 MOVE "DOOROPEN" TO TEV-EVENT
             WHEN OTHER
               DISPLAY "Ungueltige Auswahl. Abbruch."
               STOP RUN
           END-EVALUATE
           IF TEV-EVENT = TEV-LAST-EVENT
             DISPLAY "Status " TEV-EVENT " ist bereits gemeldet."
             STOP RUN
           END-IF

           DISPLAY "Bemerkung (Pflicht bei Stoerung): "
           ACCEPT TEV-DETAIL
           IF TEV-DETAIL = SPACES AND TEV-EVENT NOT = "INSERV"
             DISPLAY "Bemerkung ist Pflicht. Abbruch."
             STOP RUN
           END-IF
           DISPLAY "Status " TEV-EVENT " fuer Terminal " WORK-TERMINAL
                   " erfassen? (J/N): "
           ACCEPT CONFIRM-ANSWER
           IF CONFIRM-ANSWER NOT = 'J' AND CONFIRM-ANSWER NOT = 'j'
             DISPLAY "Abgebrochen."
             STOP RUN
           END-IF
           CALL "TERMEVENT" USING WORK-TERMINAL TEV-EVENT OPERATOR-ID
                TEV-DETAIL TEV-LAST-EVENT
           DISPLAY "Status erfasst."

       STOP RUN.
