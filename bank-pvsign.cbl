       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-PVSIGN.
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
        01 BUSINESS-DATE PIC 9(8) VALUE 0.
        01 PRV-STATUS PIC XX.
        01 prv-eof PIC 9.
        01 MENU-CHOICE PIC 9 VALUE 0.
        01 OPERATOR-ID PIC X(8).
        01 ANSWER PIC X.
        01 WORK-JOB PIC X(16).
        01 WORK-DATE PIC 9(8).
        01 SHOW-ALL PIC X.
        01 LISTED-COUNT PIC 9(3).
        01 PRV-COUNT PIC 9(3) VALUE 0.
        01 prv-index PIC 9(3).
        01 FOUND-INDEX PIC 9(3) VALUE 0.
        01 DISPLAY-COUNT PIC Z(6)9.
        01 DISPLAY-TOTAL PIC Z(10)9.99.
        01 STATE-TEXT PIC X(14).
        01 PRV-TABLE.
           05 PRV-ENTRY OCCURS 200 TIMES.
              10 PT-RECORD PIC X(89).
        copy "signon-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "BANK-PVSIGN: Freigabe von Probelaeufen"
           CALL "BUSDATE" USING BUSINESS-DATE

           MOVE 'S' TO so-action
           MOVE "BANK-PVSIGN" TO so-program
           MOVE "FINANCE" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Anmeldung fehlgeschlagen. Abbruch."
             STOP RUN
           END-IF
           MOVE so-operator TO OPERATOR-ID
           PERFORM LOAD-PREVIEWS

           PERFORM UNTIL MENU-CHOICE = 4
             DISPLAY "1) Offene Probelaeufe  2) Alle Probelaeufe"
             DISPLAY "3) Probelauf freigeben  4) Ende"
             ACCEPT MENU-CHOICE
             EVALUATE MENU-CHOICE
               WHEN 1
                 MOVE 'N' TO SHOW-ALL
                 PERFORM LIST-PREVIEWS
               WHEN 2
                 MOVE 'Y' TO SHOW-ALL
                 PERFORM LIST-PREVIEWS
               WHEN 3
                 PERFORM SIGN-OFF-PREVIEW
               WHEN 4
                 DISPLAY "Programmende."
               WHEN OTHER
                 DISPLAY "Bitte Eingabe ueberpruefen!"
             END-EVALUATE
           END-PERFORM

       STOP RUN.

       LIST-PREVIEWS.
           MOVE 0 TO LISTED-COUNT
           PERFORM VARYING prv-index FROM 1 BY 1
                   UNTIL prv-index > PRV-COUNT
             MOVE PT-RECORD (prv-index) TO PreviewRecord
             IF SHOW-ALL = 'Y' OR pr-state = 'O'
               ADD 1 TO LISTED-COUNT
               PERFORM SHOW-PREVIEW
             END-IF
           END-PERFORM
           IF LISTED-COUNT = 0
             DISPLAY "Keine Probelaeufe vorhanden."
           END-IF.

       SHOW-PREVIEW.
           EVALUATE pr-state
             WHEN 'O'
               MOVE "offen" TO STATE-TEXT
             WHEN 'F'
               MOVE "freigegeben" TO STATE-TEXT
             WHEN 'V'
               MOVE "verbraucht" TO STATE-TEXT
             WHEN 'U'
               MOVE "uebersteuert" TO STATE-TEXT
             WHEN OTHER
               MOVE pr-state TO STATE-TEXT
           END-EVALUATE
           MOVE pr-count TO DISPLAY-COUNT
           MOVE pr-total TO DISPLAY-TOTAL
           DISPLAY pr-job " " pr-run-date " " DISPLAY-COUNT
                   " Buchungen " DISPLAY-TOTAL " " STATE-TEXT
           IF pr-state NOT = 'O'
              AND pr-signed-by NOT = SPACES
             DISPLAY "    freigegeben durch " pr-signed-by
                     " am " pr-signed-date
           END-IF
           IF pr-override-by NOT = SPACES
             DISPLAY "    uebersteuert durch " pr-override-by
           END-IF.

       SIGN-OFF-PREVIEW.
           DISPLAY "Job (z.B. BANK-FEES): "
           ACCEPT WORK-JOB
           MOVE FUNCTION UPPER-CASE (WORK-JOB) TO WORK-JOB
           DISPLAY "Geschaeftsdatum (JJJJMMTT, leer = "
                   BUSINESS-DATE "): "
           MOVE 0 TO WORK-DATE
           ACCEPT WORK-DATE
           IF WORK-DATE = 0
             MOVE BUSINESS-DATE TO WORK-DATE
           END-IF
           MOVE 0 TO FOUND-INDEX
           PERFORM VARYING prv-index FROM 1 BY 1
                   UNTIL prv-index > PRV-COUNT
             MOVE PT-RECORD (prv-index) TO PreviewRecord
             IF pr-job = WORK-JOB AND pr-run-date = WORK-DATE
               MOVE prv-index TO FOUND-INDEX
             END-IF
           END-PERFORM
           IF FOUND-INDEX = 0
             DISPLAY "Probelauf nicht gefunden."
             EXIT PARAGRAPH
           END-IF
           MOVE PT-RECORD (FOUND-INDEX) TO PreviewRecord
           PERFORM SHOW-PREVIEW
           IF pr-state NOT = 'O'
             DISPLAY "Nur offene Probelaeufe koennen freigegeben"
                     " werden."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Probelauf-Bericht geprueft und freigeben? (J/N): "
           ACCEPT ANSWER
           IF ANSWER NOT = 'J' AND ANSWER NOT = 'j'
             DISPLAY "Keine Freigabe."
             EXIT PARAGRAPH
           END-IF
           MOVE 'F' TO pr-state
           MOVE OPERATOR-ID TO pr-signed-by
           MOVE BUSINESS-DATE TO pr-signed-date
           MOVE PreviewRecord TO PT-RECORD (FOUND-INDEX)
           PERFORM SAVE-PREVIEWS
           DISPLAY "Probelauf " pr-job " per " pr-run-date
                   " freigegeben.".

       LOAD-PREVIEWS.
           MOVE 0 TO PRV-COUNT
           MOVE 0 TO prv-eof
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
               DISPLAY "ABBRUCH: PREVIEW.DAT groesser als 200"
                       " Eintraege."
               STOP RUN
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
