             ==minutes== by ==log-min==
             ==seconds== by ==log-sec==
             ==cent== by ==log-cent==.
        copy "signon-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "BANK-FRAUDREL: Kontosperre aufheben"
                   " (nur Supervisor)"
           MOVE 'S' TO so-action
           MOVE "BANK-FRAUDREL" TO so-program
           MOVE "SUPERVISOR" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Anmeldung fehlgeschlagen. Abbruch."
             STOP RUN
           END-IF
           MOVE so-operator TO OPERATOR-ID
           DISPLAY "Kontonummer: "
           ACCEPT WORK-ACCOUNT

             PERFORM UNTIL blk-eof = 1
               IF fb-account = WORK-ACCOUNT
                  AND fb-status = 'O'
                  AND fb-reason = "SANK"
                 DISPLAY "Sanktionssperre seit " fb-timestamp
                         " - keine Freigabe ueber Betrugssperre"
               END-IF
               IF fb-account = WORK-ACCOUNT
                  AND fb-status = 'O'
                  AND fb-reason NOT = "SANK"
                 ADD 1 TO OPEN-BLOCKS
                 DISPLAY "Sperre Stufe " fb-severity
                         " seit " fb-timestamp
           PERFORM UNTIL blk-eof = 1
             IF fb-account = WORK-ACCOUNT
                AND fb-status = 'O'
                AND fb-reason NOT = "SANK"
               MOVE 'R' TO fb-status
               MOVE REASON-CODE TO fb-reason
               MOVE OPERATOR-ID TO fb-operator
