        01 cas-eof PIC 9.
        01 OPERATOR-ID PIC X(8).
        01 WORK-TERMINAL PIC X(4).
        01 WORK-CURRENCY PIC X(3).
        01 ADD-10 PIC 9(5).
        01 ADD-20 PIC 9(5).
        01 ADD-50 PIC 9(5).
              10 CT-10 PIC 9(5).
              10 CT-20 PIC 9(5).
              10 CT-50 PIC 9(5).
              10 CT-CUR PIC X(3).
        01 CAS-OWN-INDEX PIC 9(2) VALUE 0.
        01 FLEET-10 PIC 9(7) VALUE 0.
        01 FLEET-20 PIC 9(7) VALUE 0.
        01 COUNTED-20 PIC 9(5).
        01 COUNTED-50 PIC 9(5).
        01 VARIANCE-VALUE PIC S9(7)V99.
        01 TEV-EVENT PIC X(8).
        01 TEV-DETAIL PIC X(30).
        01 TEV-LAST-EVENT PIC X(8).
        copy "date-time.cpy".
        copy "signon-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "BANK-REPLENISH: Kassetten auffuellen"
           MOVE 'S' TO so-action
           MOVE "BANK-REPLENISH" TO so-program
           MOVE "OPERATIONS" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Anmeldung fehlgeschlagen. Abbruch."
             STOP RUN
           END-IF
           MOVE so-operator TO OPERATOR-ID
           DISPLAY "Terminal-Kennung (z.B. T001): "
           ACCEPT WORK-TERMINAL
           DISPLAY "Waehrung (EUR/USD/CHF, leer = EUR): "
           ACCEPT WORK-CURRENCY
           MOVE FUNCTION UPPER-CASE(WORK-CURRENCY) TO WORK-CURRENCY
           IF WORK-CURRENCY = SPACES
             MOVE "EUR" TO WORK-CURRENCY
           END-IF

           PERFORM LOAD-CASSETTE-TABLE
           IF CAS-OWN-INDEX = 0
                     " werden."
             STOP RUN
           END-IF
           MOVE "DOOROPEN" TO TEV-EVENT
           MOVE SPACES TO TEV-DETAIL
           STRING "Nachfuellen " WORK-CURRENCY
                  DELIMITED BY SIZE INTO TEV-DETAIL
           CALL "TERMEVENT" USING WORK-TERMINAL TEV-EVENT OPERATOR-ID
                TEV-DETAIL TEV-LAST-EVENT
           DISPLAY "Terminal " WORK-TERMINAL
                   " Bestand 10 " WORK-CURRENCY ": "
                   CT-10 (CAS-OWN-INDEX)
           DISPLAY "Terminal " WORK-TERMINAL
                   " Bestand 20 " WORK-CURRENCY ": "
                   CT-20 (CAS-OWN-INDEX)
           DISPLAY "Terminal " WORK-TERMINAL
                   " Bestand 50 " WORK-CURRENCY ": "
                   CT-50 (CAS-OWN-INDEX)

           DISPLAY "Gezaehlter Istbestand 10-" WORK-CURRENCY
                   "-Scheine: "
           ACCEPT COUNTED-10
           DISPLAY "Gezaehlter Istbestand 20-" WORK-CURRENCY
                   "-Scheine: "
           ACCEPT COUNTED-20
           DISPLAY "Gezaehlter Istbestand 50-" WORK-CURRENCY
                   "-Scheine: "
           ACCEPT COUNTED-50
           COMPUTE VARIANCE-VALUE =
                   (COUNTED-10 - CT-10 (CAS-OWN-INDEX)) * 10
                 + (COUNTED-20 - CT-20 (CAS-OWN-INDEX)) * 20
                 + (COUNTED-50 - CT-50 (CAS-OWN-INDEX)) * 50
           DISPLAY "Differenz Ist - Buch: " VARIANCE-VALUE " "
                   WORK-CURRENCY
           PERFORM WRITE-CASH-VARIANCE
           MOVE COUNTED-10 TO CT-10 (CAS-OWN-INDEX)
           MOVE COUNTED-20 TO CT-20 (CAS-OWN-INDEX)
           MOVE COUNTED-50 TO CT-50 (CAS-OWN-INDEX)

           DISPLAY "Zugang 10-" WORK-CURRENCY "-Scheine: "
           ACCEPT ADD-10
           DISPLAY "Zugang 20-" WORK-CURRENCY "-Scheine: "
           ACCEPT ADD-20
           DISPLAY "Zugang 50-" WORK-CURRENCY "-Scheine: "
           ACCEPT ADD-50

           ADD ADD-10 TO CT-10 (CAS-OWN-INDEX)

           PERFORM SAVE-CASSETTE-TABLE
           PERFORM WRITE-CASHBOX-LOG
           MOVE "INSERV" TO TEV-EVENT
           MOVE SPACES TO TEV-DETAIL
           STRING "Kassetten " WORK-CURRENCY " aufgefuellt"
                  DELIMITED BY SIZE INTO TEV-DETAIL
           CALL "TERMEVENT" USING WORK-TERMINAL TEV-EVENT OPERATOR-ID
                TEV-DETAIL TEV-LAST-EVENT

           DISPLAY "Neuer Bestand 10 " WORK-CURRENCY ": "
                   CT-10 (CAS-OWN-INDEX)
           DISPLAY "Neuer Bestand 20 " WORK-CURRENCY ": "
                   CT-20 (CAS-OWN-INDEX)
           DISPLAY "Neuer Bestand 50 " WORK-CURRENCY ": "
                   CT-50 (CAS-OWN-INDEX)

           PERFORM VARYING cas-index FROM 1 BY 1
                   UNTIL cas-index > CAS-COUNT
             IF CT-CUR (cas-index) = WORK-CURRENCY
               ADD CT-10 (cas-index) TO FLEET-10
               ADD CT-20 (cas-index) TO FLEET-20
               ADD CT-50 (cas-index) TO FLEET-50
             END-IF
           END-PERFORM
           DISPLAY "Flotte gesamt 10 " WORK-CURRENCY ": " FLEET-10
           DISPLAY "Flotte gesamt 20 " WORK-CURRENCY ": " FLEET-20
           DISPLAY "Flotte gesamt 50 " WORK-CURRENCY ": " FLEET-50

       STOP RUN.

           MOVE WORK-TERMINAL TO cv-terminal-id
           MOVE BUSINESS-DATE TO cv-business-date
           MOVE VARIANCE-VALUE TO cv-variance
           MOVE WORK-CURRENCY TO cv-currency
           WRITE CashVarRecord
           CLOSE CashVarFile.

               MOVE cas-count-10 TO CT-10 (CAS-COUNT)
               MOVE cas-count-20 TO CT-20 (CAS-COUNT)
               MOVE cas-count-50 TO CT-50 (CAS-COUNT)
               IF cas-currency = SPACES
                 MOVE "EUR" TO CT-CUR (CAS-COUNT)
               ELSE
                 MOVE cas-currency TO CT-CUR (CAS-COUNT)
               END-IF
               IF cas-terminal-id = WORK-TERMINAL
                  AND CT-CUR (CAS-COUNT) = WORK-CURRENCY
                 MOVE CAS-COUNT TO CAS-OWN-INDEX
               END-IF
               READ CassetteFile
             ADD 1 TO CAS-COUNT
             MOVE CAS-COUNT TO CAS-OWN-INDEX
             MOVE WORK-TERMINAL TO CT-ID (CAS-OWN-INDEX)
             MOVE WORK-CURRENCY TO CT-CUR (CAS-OWN-INDEX)
             MOVE 0 TO CT-10 (CAS-OWN-INDEX)
             MOVE 0 TO CT-20 (CAS-OWN-INDEX)
             MOVE 0 TO CT-50 (CAS-OWN-INDEX)
             MOVE CT-10 (cas-index) TO cas-count-10
             MOVE CT-20 (cas-index) TO cas-count-20
             MOVE CT-50 (cas-index) TO cas-count-50
             MOVE CT-CUR (cas-index) TO cas-currency
             WRITE CassetteRecord
           END-PERFORM
           CLOSE CassetteFile.
           MOVE SPACES TO CashboxLogLine
           STRING year "-" month "-" day-1 "T"
                  hour "-" minutes "-" seconds
                  " REPLENISH " WORK-TERMINAL " " WORK-CURRENCY
                  " 10=" ADD-10 " 20=" ADD-20
                  " 50=" ADD-50 " OP=" OPERATOR-ID
                  DELIMITED BY SIZE INTO CashboxLogLine
