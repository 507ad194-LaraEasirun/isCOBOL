        01 SUSPENSE-CARD PIC 9(13) VALUE 0.
        01 SUSPENSE-FOUND PIC X VALUE 'N'.
        01 WORK-LINE PIC X(78).
        01 POST-SWITCH PIC X.
        01 REPORT-SWITCH PIC X.
        copy "preview-request.cpy".
        copy "date-time.cpy" replacing
             ==year== by ==log-year==
             ==month== by ==log-month==

           DISPLAY "BANK-ESCHEAT: Abfuehrung langjaehrig"
                   " inaktiver Guthaben"
           MOVE SPACE TO RUN-MODE
           PERFORM UNTIL RUN-MODE = 'V' OR RUN-MODE = 'S'
             DISPLAY "Modus (V = Vorpruefung, S = Abfuehrung): "
             ACCEPT RUN-MODE
             MOVE FUNCTION UPPER-CASE (RUN-MODE) TO RUN-MODE
           END-PERFORM
           CALL "BUSDATE" USING BUSINESS-DATE

           PERFORM READ-CONFIG
           IF RUN-MODE = 'S' AND SUSPENSE-ACCOUNT = 0
               INPUT PROCEDURE IS EXTRACT-PIN-ACCOUNTS
               GIVING PinAcctSorted

           IF RUN-MODE = 'V'
             MOVE 'N' TO POST-SWITCH
             MOVE 'J' TO REPORT-SWITCH
             PERFORM ESCHEAT-PASS
             MOVE 'W' TO pv-action
             PERFORM CALL-PREVIEWCTL
             IF pv-result = 'F'
               DISPLAY "Probelauf nicht gespeichert - keine"
                       " Freigabe moeglich."
             ELSE
               DISPLAY "Freigabe durch Finanzen mit BANK-PVSIGN."
             END-IF
           ELSE
             PERFORM FIND-SUSPENSE-CARD
             IF SUSPENSE-FOUND = 'N'
               DISPLAY "Sammelkonto " SUSPENSE-ACCOUNT
               PERFORM RELEASE-LOCK
               STOP RUN
             END-IF
             MOVE 'N' TO POST-SWITCH
             MOVE 'N' TO REPORT-SWITCH
             PERFORM ESCHEAT-PASS
             MOVE 'C' TO pv-action
             PERFORM CALL-PREVIEWCTL
             IF pv-result = 'N' OR pv-result = 'F'
               DISPLAY "Abfuehrung abgebrochen - keine Buchungen."
               PERFORM RELEASE-LOCK
               STOP RUN
             END-IF
             MOVE 0 TO DUE-COUNT
             MOVE 0 TO SWEPT-COUNT
             MOVE 0 TO SWEPT-TOTAL
             CALL "BANK-PINBACKUP"
             MOVE 'J' TO POST-SWITCH
             MOVE 'J' TO REPORT-SWITCH
             PERFORM ESCHEAT-PASS
             MOVE 'D' TO pv-action
             PERFORM CALL-PREVIEWCTL
           END-IF

           PERFORM RELEASE-LOCK

       STOP RUN.

       RELEASE-LOCK.
           MOVE 'R' TO LOCK-ACTION
           CALL "RUNLOCK" USING LOCK-ACTION LOCK-JOB
                LOCK-RESOURCE LOCK-RESULT LOCK-HOLDER.

       ESCHEAT-PASS.
           IF POST-SWITCH = 'J'
             OPEN I-O PinNumbers
             PERFORM OPEN-TXN-LOG
           ELSE
             OPEN INPUT PinNumbers
           END-IF
           IF REPORT-SWITCH = 'J'
             OPEN OUTPUT NotifyReport
           END-IF
           MOVE SPACES TO WORK-LINE
           STRING "Benachrichtigungsliste Abfuehrung (inaktiv seit "
                  DORMANT-YEARS " Jahren):"
           PERFORM WALK-LAST-ACTIVITY

           CLOSE PinNumbers
           IF POST-SWITCH = 'J'
             CLOSE TxnLog
           END-IF

           MOVE SPACES TO WORK-LINE
           IF POST-SWITCH = 'J'
             STRING "Faellig: " DUE-COUNT
                    "  Abgefuehrt: " SWEPT-COUNT
                    "  Summe: " SWEPT-TOTAL " EUR"
                    DELIMITED BY SIZE INTO WORK-LINE
           ELSE
             STRING "Faellig: " DUE-COUNT
                    "  Vorgesehen: " SWEPT-COUNT
                    "  Summe: " SWEPT-TOTAL " EUR"
                    DELIMITED BY SIZE INTO WORK-LINE
           END-IF
           PERFORM WRITE-NOTIFY-LINE
           IF REPORT-SWITCH = 'J'
             CLOSE NotifyReport
             DISPLAY "Liste: ESCHEAT.DAT"
           END-IF.

       CALL-PREVIEWCTL.
           MOVE "BANK-ESCHEAT" TO pv-job
           MOVE BUSINESS-DATE TO pv-run-date
           MOVE SWEPT-COUNT TO pv-count
           MOVE SWEPT-TOTAL TO pv-total
           CALL "PREVIEWCTL" USING PreviewRequest.

       PROPOSE-SWEEP.
           ADD 1 TO SWEPT-COUNT
           ADD account-balance TO SWEPT-TOTAL
           MOVE account-balance TO SWEEP-AMOUNT
           MOVE SPACES TO WORK-LINE
           STRING "  VORGESEHEN " SWEEP-AMOUNT
                  " EUR an Sammelkonto " SUSPENSE-ACCOUNT
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-NOTIFY-LINE.

       READ-CONFIG.
           OPEN INPUT ConfigFile
                        " Saldo " account-balance
                        DELIMITED BY SIZE INTO WORK-LINE
                 PERFORM WRITE-NOTIFY-LINE
                 IF account-balance > 0
                   IF POST-SWITCH = 'J'
                     PERFORM SWEEP-ONE-ACCOUNT
                   ELSE
                     PERFORM PROPOSE-SWEEP
                   END-IF
                 END-IF
               END-IF
           END-READ.
           WRITE TxnLogRecord.

       WRITE-NOTIFY-LINE.
           IF REPORT-SWITCH = 'N'
             EXIT PARAGRAPH
           END-IF
           DISPLAY WORK-LINE
           MOVE WORK-LINE TO ReportLine
           WRITE ReportLine.
