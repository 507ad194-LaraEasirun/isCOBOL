        01 REPORTED-COUNT PIC 9(5) VALUE 0.
        01 ACCOUNT-FOUND PIC X.
        01 APPLY-OK PIC X.
        01 CARDS-CHANGED PIC 9(3).
        01 WORK-AMOUNT PIC 9(7)V99.
        01 WORK-LINE PIC X(90).
        copy "date-time.cpy" replacing
             ==minutes== by ==log-min==
             ==seconds== by ==log-sec==
             ==cent== by ==log-cent==.
        copy "signon-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "BANK-APPROVE: Freigabe vorgemerkter Antraege"
           MOVE 'S' TO so-action
           MOVE "BANK-APPROVE" TO so-program
           MOVE "CHECKER" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Anmeldung fehlgeschlagen. Abbruch."
             STOP RUN
           END-IF
           MOVE so-operator TO CHECKER-ID

           OPEN INPUT PendAuthFile
           IF PAF-STATUS NOT = "00"
           IF pa-maker = CHECKER-ID
             DISPLAY "Eigenfreigabe nicht zulaessig -"
                     " Antrag bleibt offen."
             MOVE 'V' TO so-action
             MOVE "VIER-AUGEN" TO so-role
             CALL "OPSIGNON" USING SignonRequest
           ELSE
             DISPLAY "F = freigeben, A = ablehnen,"
                     " sonst ueberspringen: "
               PERFORM APPLY-UNLOCK
             WHEN "BALADJ"
               PERFORM APPLY-BALANCE-ADJUST
             WHEN "ODLIMIT"
               PERFORM APPLY-OVERDRAFT-LIMIT
             WHEN OTHER
               DISPLAY "Unbekannte Antragsart " pa-action
           END-EVALUATE
             MOVE 'Y' TO APPLY-OK
           END-IF.

       APPLY-OVERDRAFT-LIMIT.
           MOVE 0 TO CARDS-CHANGED
           MOVE 0 TO scan-eof
           MOVE ZERO TO card-number
           START PinNumbers KEY NOT < card-number
             INVALID KEY SET scan-eof TO 1
           END-START
           PERFORM UNTIL scan-eof = 1
             READ PinNumbers NEXT
               AT END SET scan-eof TO 1
               NOT AT END
                 IF account-number = pa-account
                   MOVE pa-amount TO overdraft-limit
                   REWRITE PinRecord
                   ADD 1 TO CARDS-CHANGED
                 END-IF
             END-READ
           END-PERFORM
           IF CARDS-CHANGED = 0
             DISPLAY "Konto " pa-account " nicht gefunden."
           ELSE
             MOVE "ODLIMIT" TO log-type
             MOVE pa-amount TO WORK-AMOUNT
             PERFORM WRITE-APPROVAL-TXN
             MOVE 'Y' TO APPLY-OK
           END-IF.

       FIND-REQUEST-ACCOUNT.
           MOVE 'N' TO ACCOUNT-FOUND
           MOVE 0 TO scan-eof
