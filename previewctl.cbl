       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREVIEWCTL.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select PreviewFile ASSIGN TO "PREVIEW.DAT"
                   organization is line sequential
                   FILE STATUS IS PRV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PreviewFile.
           copy "preview-record.cpy".
       WORKING-STORAGE SECTION.
       01 PRV-STATUS PIC XX.
       01 prv-eof PIC 9.
       01 PRV-COUNT PIC 9(3) VALUE 0.
       01 prv-index PIC 9(3).
       01 FOUND-INDEX PIC 9(3) VALUE 0.
       01 keep-index PIC 9(3).
       01 PRV-OVERFLOW PIC X.
       01 PRV-TABLE.
          05 PRV-ENTRY OCCURS 200 TIMES.
             10 PT-RECORD PIC X(89).
       01 OVERRIDE-ANSWER PIC X.
       01 OVERRIDE-OPERATOR PIC X(8).
       01 DISPLAY-COUNT PIC Z(6)9.
       01 DISPLAY-TOTAL PIC Z(10)9.99.
       copy "signon-request.cpy".
       copy "date-time.cpy".
       LINKAGE SECTION.
           copy "preview-request.cpy".
       PROCEDURE DIVISION USING PreviewRequest.
       MAIN.
           MOVE 'N' TO pv-result
           PERFORM LOAD-PREVIEWS
           IF PRV-OVERFLOW = 'Y'
             DISPLAY "FEHLER: PREVIEW.DAT groesser als 200"
                     " Eintraege - Lauf nicht freigegeben."
             MOVE 'F' TO pv-result
             GOBACK
           END-IF
           PERFORM FIND-PREVIEW
           EVALUATE pv-action
             WHEN 'W'
               PERFORM RECORD-PREVIEW
             WHEN 'C'
               PERFORM CHECK-LIVE-RUN
             WHEN 'D'
               PERFORM CLOSE-PREVIEW
           END-EVALUATE
           GOBACK.

       RECORD-PREVIEW.
           IF FOUND-INDEX = 0
             PERFORM PURGE-OLD-PREVIEWS
             IF PRV-COUNT = 200
               DISPLAY "FEHLER: PREVIEW.DAT voll (200 Eintraege)"
                       " - Probelauf nicht gespeichert."
               MOVE 'F' TO pv-result
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO PRV-COUNT
             MOVE PRV-COUNT TO FOUND-INDEX
           END-IF
           MOVE SPACES TO PreviewRecord
           MOVE pv-job TO pr-job
           MOVE pv-run-date TO pr-run-date
           MOVE pv-count TO pr-count
           MOVE pv-total TO pr-total
           MOVE 'O' TO pr-state
           MOVE FUNCTION CURRENT-DATE TO date-time
           STRING year "-" month "-" day-1 "T"
                  hour "-" minutes "-" seconds
                  DELIMITED BY SIZE INTO pr-created
           MOVE 0 TO pr-signed-date
           MOVE PreviewRecord TO PT-RECORD (FOUND-INDEX)
           PERFORM SAVE-PREVIEWS
           MOVE 'Y' TO pv-result.

       CHECK-LIVE-RUN.
           IF FOUND-INDEX = 0
             DISPLAY "Kein Probelauf fuer " pv-job " per "
                     pv-run-date " vorhanden."
           ELSE
             MOVE PT-RECORD (FOUND-INDEX) TO PreviewRecord
             EVALUATE TRUE
               WHEN pr-state NOT = 'F'
                 DISPLAY "Probelauf " pv-job " per " pv-run-date
                         " ist nicht freigegeben (Status "
                         pr-state ")."
               WHEN pr-count NOT = pv-count
                    OR pr-total NOT = pv-total
                 DISPLAY "Summen weichen vom freigegebenen"
                         " Probelauf ab."
                 MOVE pr-count TO DISPLAY-COUNT
                 MOVE pr-total TO DISPLAY-TOTAL
                 DISPLAY "  Probelauf: " DISPLAY-COUNT
                         " Buchungen  " DISPLAY-TOTAL
                 MOVE pv-count TO DISPLAY-COUNT
                 MOVE pv-total TO DISPLAY-TOTAL
                 DISPLAY "  Echtlauf:  " DISPLAY-COUNT
                         " Buchungen  " DISPLAY-TOTAL
               WHEN OTHER
                 MOVE 'Y' TO pv-result
             END-EVALUATE
           END-IF
           IF pv-result NOT = 'Y'
             PERFORM REQUEST-OVERRIDE
           END-IF.

       REQUEST-OVERRIDE.
           DISPLAY "Echtlauf trotzdem starten"
                   " (Supervisor-Uebersteuerung)? (J/N): "
           ACCEPT OVERRIDE-ANSWER
           IF OVERRIDE-ANSWER NOT = 'J' AND OVERRIDE-ANSWER NOT = 'j'
             EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO so-action
           MOVE pv-job TO so-program
           MOVE "SUPERVISOR" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Uebersteuerung abgelehnt."
             EXIT PARAGRAPH
           END-IF
           MOVE so-operator TO OVERRIDE-OPERATOR
           MOVE 'U' TO so-action
           CALL "OPSIGNON" USING SignonRequest
           IF FOUND-INDEX = 0
             PERFORM PURGE-OLD-PREVIEWS
             IF PRV-COUNT = 200
               DISPLAY "FEHLER: PREVIEW.DAT voll (200 Eintraege)"
                       " - Probelauf nicht gespeichert."
               MOVE 'F' TO pv-result
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO PRV-COUNT
             MOVE PRV-COUNT TO FOUND-INDEX
             MOVE SPACES TO PreviewRecord
             MOVE pv-job TO pr-job
             MOVE pv-run-date TO pr-run-date
             MOVE 0 TO pr-count
             MOVE 0 TO pr-total
             MOVE 0 TO pr-signed-date
             MOVE 'U' TO pr-state
           END-IF
           MOVE OVERRIDE-OPERATOR TO pr-override-by
           MOVE PreviewRecord TO PT-RECORD (FOUND-INDEX)
           PERFORM SAVE-PREVIEWS
           DISPLAY "Uebersteuert durch " OVERRIDE-OPERATOR "."
           MOVE 'U' TO pv-result.

       PURGE-OLD-PREVIEWS.
           MOVE 0 TO keep-index
           PERFORM VARYING prv-index FROM 1 BY 1
                   UNTIL prv-index > PRV-COUNT
             MOVE PT-RECORD (prv-index) TO PreviewRecord
             IF pr-job NOT = pv-job OR pr-run-date > pv-run-date
               ADD 1 TO keep-index
               MOVE PreviewRecord TO PT-RECORD (keep-index)
             END-IF
           END-PERFORM
           MOVE keep-index TO PRV-COUNT.

       CLOSE-PREVIEW.
           IF FOUND-INDEX = 0
             EXIT PARAGRAPH
           END-IF
           MOVE PT-RECORD (FOUND-INDEX) TO PreviewRecord
           MOVE 'V' TO pr-state
           MOVE PreviewRecord TO PT-RECORD (FOUND-INDEX)
           PERFORM SAVE-PREVIEWS
           MOVE 'Y' TO pv-result.

       FIND-PREVIEW.
           MOVE 0 TO FOUND-INDEX
           PERFORM VARYING prv-index FROM 1 BY 1
                   UNTIL prv-index > PRV-COUNT
             MOVE PT-RECORD (prv-index) TO PreviewRecord
             IF pr-job = pv-job AND pr-run-date = pv-run-date
               MOVE prv-index TO FOUND-INDEX
             END-IF
           END-PERFORM.

       LOAD-PREVIEWS.
           MOVE 0 TO PRV-COUNT
           MOVE 0 TO prv-eof
           MOVE 'N' TO PRV-OVERFLOW
           OPEN INPUT PreviewFile
           IF PRV-STATUS = "00"
             READ PreviewFile
              AT END SET prv-eof TO 1
             END-READ
             PERFORM UNTIL prv-eof = 1 OR PRV-COUNT = 200
               ADD 1 TO PRV-COUNT
               MOVE PreviewRecord TO PT-RECORD (PRV-COUNT)
               READ PreviewFile
                AT END SET prv-eof TO 1
               END-READ
             END-PERFORM
             IF prv-eof = 0
               MOVE 'Y' TO PRV-OVERFLOW
             END-IF
             CLOSE PreviewFile
           END-IF.

       SAVE-PREVIEWS.
           OPEN OUTPUT PreviewFile
           PERFORM VARYING prv-index FROM 1 BY 1
                   UNTIL prv-index > PRV-COUNT
             MOVE PT-RECORD (prv-index) TO PreviewRecord
             WRITE PreviewRecord
           END-PERFORM
           CLOSE PreviewFile
           IF FOUND-INDEX > 0
             MOVE PT-RECORD (FOUND-INDEX) TO PreviewRecord
           END-IF.
