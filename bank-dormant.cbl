        01 ACCOUNT-SEEN PIC X.
        01 ACT-OVERFLOW PIC X VALUE 'N'.
        01 WORK-LINE PIC X(72).
        01 BUSINESS-DATE PIC 9(8) VALUE 0.
        01 RUN-MODE PIC X.
        01 POST-SWITCH PIC X.
        01 REPORT-SWITCH PIC X.
        01 DORMANT-BALANCE PIC 9(11)V99 VALUE 0.
        01 PRINT-TOTAL PIC Z(10)9.99.
        copy "report-request.cpy".
        copy "preview-request.cpy".
        copy "date-time.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
             STOP RUN
           END-IF

           CALL "BUSDATE" USING BUSINESS-DATE
           MOVE SPACE TO RUN-MODE
           PERFORM UNTIL RUN-MODE = 'V' OR RUN-MODE = 'E'
             DISPLAY "Modus (V = Vorschau, E = Echtlauf): "
             ACCEPT RUN-MODE
             MOVE FUNCTION UPPER-CASE (RUN-MODE) TO RUN-MODE
           END-PERFORM
           IF RUN-MODE = 'V'
             PERFORM RUN-PREVIEW
           ELSE
             PERFORM RUN-LIVE
           END-IF

       STOP RUN.

       RUN-PREVIEW.
           MOVE 'N' TO POST-SWITCH
           MOVE 'J' TO REPORT-SWITCH
           MOVE 'O' TO rpt-action
           MOVE "PV-DORM" TO rpt-name
           MOVE SPACES TO rpt-filename
           STRING "PV-DORM-" BUSINESS-DATE ".DAT"
                  DELIMITED BY SIZE INTO rpt-filename
           MOVE SPACES TO rpt-title
           STRING "Vorschau inaktive Konten " WORK-YMD
                  DELIMITED BY SIZE INTO rpt-title
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line
           PERFORM DORMANT-PASS
           MOVE SPACES TO rpt-line
           PERFORM WRITE-PREVIEW-LINE
           MOVE DORMANT-BALANCE TO PRINT-TOTAL
           STRING "Geprueft: " CHECKED-COUNT "  zu markieren: "
                  DORMANT-COUNT "  Salden " PRINT-TOTAL
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-PREVIEW-LINE
           MOVE 'C' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE 'W' TO pv-action
           PERFORM CALL-PREVIEWCTL
           IF pv-result = 'F'
             DISPLAY "Probelauf nicht gespeichert - keine Freigabe"
                     " moeglich."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Geprueft: " CHECKED-COUNT
           DISPLAY "Zu markieren: " DORMANT-COUNT
           DISPLAY "Bericht: " rpt-filename
           DISPLAY "Freigabe durch Finanzen mit BANK-PVSIGN.".

       RUN-LIVE.
           MOVE 'N' TO POST-SWITCH
           MOVE 'N' TO REPORT-SWITCH
           PERFORM DORMANT-PASS
           MOVE 'C' TO pv-action
           PERFORM CALL-PREVIEWCTL
           IF pv-result = 'N' OR pv-result = 'F'
             DISPLAY "Echtlauf abgebrochen - keine Konten markiert."
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO CHECKED-COUNT
           MOVE 0 TO DORMANT-COUNT
           MOVE 0 TO DORMANT-BALANCE
           MOVE 'J' TO POST-SWITCH
           PERFORM DORMANT-PASS
           MOVE 'D' TO pv-action
           PERFORM CALL-PREVIEWCTL
           DISPLAY "Geprueft: " CHECKED-COUNT
           DISPLAY "Als inaktiv markiert: " DORMANT-COUNT
           DISPLAY "Liste: DORMANT.DAT".

       CALL-PREVIEWCTL.
           MOVE "BANK-DORMANT" TO pv-job
           MOVE BUSINESS-DATE TO pv-run-date
           MOVE DORMANT-COUNT TO pv-count
           MOVE DORMANT-BALANCE TO pv-total
           CALL "PREVIEWCTL" USING PreviewRequest.

       DORMANT-PASS.
           MOVE 0 TO eof
           IF POST-SWITCH = 'J'
             OPEN I-O PinNumbers
             OPEN OUTPUT DormantReport
             MOVE SPACES TO WORK-LINE
             STRING "Inaktive Konten (keine Kundenbewegung seit "
                    "einem Jahr), Stand " WORK-YMD
                    DELIMITED BY SIZE INTO WORK-LINE
             MOVE WORK-LINE TO DormantLine
             WRITE DormantLine
           ELSE
             OPEN INPUT PinNumbers
           END-IF
           READ PinNumbers
            AT END SET eof TO 1
           END-READ
             END-READ
           END-PERFORM
           CLOSE PinNumbers
           IF POST-SWITCH = 'J'
             CLOSE DormantReport
           END-IF.

       WRITE-PREVIEW-LINE.
           MOVE 'L' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line.

       COLLECT-LAST-ACTIVITY.
           MOVE 0 TO eof
                OR as-type = "PINCHECK" OR as-type = "PINCHANGE"
                OR as-type = "NEWCARD" OR as-type = "REISSUE"
                OR as-type = "REACTIVATE" OR as-type = "UNLOCK"
                OR as-type = "TRANSFER-EXT" OR as-type = "VENDING"
               PERFORM NOTE-ACTIVITY
             END-IF
             READ AcctSorted
           END-PERFORM
           IF LAST-INT > 0 AND LAST-INT < CUTOFF-INT
              AND dormant-flag NOT = 'D'
             ADD 1 TO DORMANT-COUNT
             ADD FUNCTION ABS (account-balance) TO DORMANT-BALANCE
             MOVE SPACES TO WORK-LINE
             STRING "Konto " account-number " " account-name
                    " letzte Bewegung vor Stichtag"
                    DELIMITED BY SIZE INTO WORK-LINE
             IF POST-SWITCH = 'J'
               MOVE 'D' TO dormant-flag
               REWRITE PinRecord
               MOVE WORK-LINE TO DormantLine
               WRITE DormantLine
               DISPLAY WORK-LINE
             END-IF
             IF REPORT-SWITCH = 'J'
               MOVE WORK-LINE TO rpt-line
               PERFORM WRITE-PREVIEW-LINE
             END-IF
           END-IF.
