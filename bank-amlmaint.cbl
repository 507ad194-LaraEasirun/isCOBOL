       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-AMLMAINT.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select AmlCaseFile ASSIGN TO "AMLCASE.DAT"
                   organization is line sequential
                   FILE STATUS IS CASE-STATUS.
       Select AmlHitFile ASSIGN TO "AMLHIT.DAT"
                   organization is line sequential
                   FILE STATUS IS HIT-STATUS.
       Select AmlNoteFile ASSIGN TO "AMLNOTE.DAT"
                   organization is line sequential
                   FILE STATUS IS NOTE-STATUS.
       Select BankCustFile ASSIGN TO "BANKCUST.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is bc-number
                   FILE STATUS IS BC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD AmlCaseFile.
           copy "amlcase-record.cpy".
       FD AmlHitFile.
           copy "amlhit-record.cpy".
       FD AmlNoteFile.
           copy "amlnote-record.cpy".
       FD BankCustFile.
           copy "bankcust-record.cpy".
       WORKING-STORAGE SECTION.
        01 BUSINESS-DATE PIC 9(8) VALUE 0.
        01 CASE-STATUS PIC XX.
        01 HIT-STATUS PIC XX.
        01 NOTE-STATUS PIC XX.
        01 BC-STATUS PIC XX.
        01 eof PIC 9.
        01 MENU-CHOICE PIC 9 VALUE 0.
        01 OPERATOR-ID PIC X(8).
        01 WORK-CASE-ID PIC 9(7).
        01 WORK-STATUS PIC X.
        01 WORK-INVESTIGATOR PIC X(8).
        01 WORK-DUE PIC 9(8).
        01 WORK-NOTE PIC X(60).
        01 DUE-DIFF PIC S9(5).
        01 CASE-COUNT PIC 9(3) VALUE 0.
        01 case-index PIC 9(3).
        01 CASE-FOUND-INDEX PIC 9(3).
        01 CASE-TABLE.
           05 CASE-ENTRY OCCURS 500 TIMES.
              10 CT-RECORD PIC X(69).
        01 SHOWN-COUNT PIC 9(4).
        01 STATUS-TEXT PIC X(20).
        copy "signon-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "BANK-AMLMAINT: Geldwaesche-Verdachtsfaelle"
           MOVE 'S' TO so-action
           MOVE "BANK-AMLMAINT" TO so-program
           MOVE "COMPLIANCE" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Anmeldung fehlgeschlagen. Abbruch."
             STOP RUN
           END-IF
           MOVE so-operator TO OPERATOR-ID

           CALL "BUSDATE" USING BUSINESS-DATE
           PERFORM UNTIL MENU-CHOICE = 7
             DISPLAY "1) Offene Faelle  2) Fall anzeigen"
                     "  3) Bearbeiter zuweisen"
             DISPLAY "4) Status setzen  5) Notiz erfassen"
                     "  6) Frist aendern  7) Ende"
             ACCEPT MENU-CHOICE
             EVALUATE MENU-CHOICE
               WHEN 1
                 PERFORM LIST-OPEN-CASES
               WHEN 2
                 PERFORM SHOW-CASE
               WHEN 3
                 PERFORM ASSIGN-INVESTIGATOR
               WHEN 4
                 PERFORM SET-CASE-STATUS
               WHEN 5
                 PERFORM ADD-CASE-NOTE
               WHEN 6
                 PERFORM CHANGE-DUE-DATE
               WHEN 7
                 DISPLAY "Programmende."
               WHEN OTHER
                 DISPLAY "Bitte Eingabe ueberpruefen!"
             END-EVALUATE
           END-PERFORM

       STOP RUN.

       LIST-OPEN-CASES.
           PERFORM LOAD-CASES
           MOVE 0 TO SHOWN-COUNT
           PERFORM VARYING case-index FROM 1 BY 1
                   UNTIL case-index > CASE-COUNT
             MOVE CT-RECORD (case-index) TO AmlCaseRecord
             IF ac-status = 'O' OR ac-status = 'U'
               ADD 1 TO SHOWN-COUNT
               PERFORM DESCRIBE-STATUS
               DISPLAY ac-case-id " Kunde " ac-cust-number
                       " Konto " ac-account " Stufe " ac-severity
               DISPLAY "        " STATUS-TEXT " Bearbeiter "
                       ac-investigator " Frist " ac-due-date
                       " Treffer " ac-hit-count
             END-IF
           END-PERFORM
           DISPLAY "Offene Faelle: " SHOWN-COUNT.

       SHOW-CASE.
           PERFORM ASK-CASE
           IF CASE-FOUND-INDEX = 0
             EXIT PARAGRAPH
           END-IF
           PERFORM DESCRIBE-STATUS
           DISPLAY "Fall:        " ac-case-id
           DISPLAY "Kunde:       " ac-cust-number
           IF ac-cust-number > 0
             OPEN INPUT BankCustFile
             IF BC-STATUS = "00"
               MOVE ac-cust-number TO bc-number
               READ BankCustFile
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                   DISPLAY "             " bc-name
               END-READ
               CLOSE BankCustFile
             END-IF
           END-IF
           DISPLAY "Konto:       " ac-account
           DISPLAY "Status:      " STATUS-TEXT
           DISPLAY "Stufe:       " ac-severity
           DISPLAY "Bearbeiter:  " ac-investigator
           DISPLAY "Eroeffnet:   " ac-opened-date
           DISPLAY "Frist:       " ac-due-date
           IF ac-closed-date > 0
             DISPLAY "Abschluss:   " ac-closed-date
           END-IF
           IF ac-sar-date > 0
             DISPLAY "Gemeldet am: " ac-sar-date
           END-IF
           DISPLAY "Treffer:"
           MOVE 0 TO eof
           OPEN INPUT AmlHitFile
           IF HIT-STATUS = "00"
             READ AmlHitFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF ah-case-id = ac-case-id
                 DISPLAY "  " ah-date " " ah-source " "
                         ah-severity " " ah-text
               END-IF
               READ AmlHitFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE AmlHitFile
           END-IF
           DISPLAY "Notizen:"
           MOVE 0 TO eof
           OPEN INPUT AmlNoteFile
           IF NOTE-STATUS = "00"
             READ AmlNoteFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF an-case-id = ac-case-id
                 DISPLAY "  " an-date " " an-operator " "
                         an-status " " an-text
               END-IF
               READ AmlNoteFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE AmlNoteFile
           END-IF.

       ASSIGN-INVESTIGATOR.
           PERFORM ASK-OPEN-CASE
           IF CASE-FOUND-INDEX = 0
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Bearbeiter (leer = " OPERATOR-ID "): "
           ACCEPT WORK-INVESTIGATOR
           IF WORK-INVESTIGATOR = SPACES
             MOVE OPERATOR-ID TO WORK-INVESTIGATOR
           END-IF
           MOVE WORK-INVESTIGATOR TO ac-investigator
           IF ac-status = 'O'
             MOVE 'U' TO ac-status
           END-IF
           MOVE SPACES TO WORK-NOTE
           STRING "Bearbeiter " WORK-INVESTIGATOR " zugewiesen"
                  DELIMITED BY SIZE INTO WORK-NOTE
           PERFORM STORE-CASE
           PERFORM APPEND-NOTE
           DISPLAY "Fall " ac-case-id " an " WORK-INVESTIGATOR
                   " zugewiesen.".

       SET-CASE-STATUS.
           PERFORM ASK-OPEN-CASE
           IF CASE-FOUND-INDEX = 0
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Neuer Status (U = in Pruefung,"
                   " C = ohne Massnahme geschlossen,"
           DISPLAY "  R = gemeldet): "
           ACCEPT WORK-STATUS
           IF WORK-STATUS = 'u' OR WORK-STATUS = 'c'
              OR WORK-STATUS = 'r'
             INSPECT WORK-STATUS CONVERTING "ucr" TO "UCR"
           END-IF
           IF WORK-STATUS NOT = 'U' AND WORK-STATUS NOT = 'C'
              AND WORK-STATUS NOT = 'R'
             DISPLAY "Status " WORK-STATUS " unzulaessig."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Begruendung: "
           ACCEPT WORK-NOTE
           IF WORK-NOTE = SPACES AND WORK-STATUS NOT = 'U'
             DISPLAY "Begruendung ist fuer den Abschluss Pflicht."
             EXIT PARAGRAPH
           END-IF
           IF ac-investigator = SPACES
             MOVE OPERATOR-ID TO ac-investigator
           END-IF
           MOVE WORK-STATUS TO ac-status
           IF WORK-STATUS = 'C' OR WORK-STATUS = 'R'
             MOVE BUSINESS-DATE TO ac-closed-date
           END-IF
           IF WORK-NOTE = SPACES
             MOVE "Status in Pruefung gesetzt" TO WORK-NOTE
           END-IF
           PERFORM STORE-CASE
           PERFORM APPEND-NOTE
           PERFORM DESCRIBE-STATUS
           DISPLAY "Fall " ac-case-id ": " STATUS-TEXT.

       ADD-CASE-NOTE.
           PERFORM ASK-CASE
           IF CASE-FOUND-INDEX = 0
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Notiz: "
           ACCEPT WORK-NOTE
           IF WORK-NOTE = SPACES
             EXIT PARAGRAPH
           END-IF
           PERFORM APPEND-NOTE
           DISPLAY "Notiz gespeichert.".

       CHANGE-DUE-DATE.
           PERFORM ASK-OPEN-CASE
           IF CASE-FOUND-INDEX = 0
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Neue Frist (JJJJMMTT): "
           ACCEPT WORK-DUE
           CALL "DATE-DIFF" USING BUSINESS-DATE WORK-DUE DUE-DIFF
           IF WORK-DUE = 0 OR DUE-DIFF < 0
             DISPLAY "Frist " WORK-DUE " liegt vor dem Buchungstag."
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WORK-NOTE
           STRING "Frist " ac-due-date " auf " WORK-DUE " geaendert"
                  DELIMITED BY SIZE INTO WORK-NOTE
           MOVE WORK-DUE TO ac-due-date
           PERFORM STORE-CASE
           PERFORM APPEND-NOTE
           DISPLAY "Frist geaendert.".

       ASK-CASE.
           DISPLAY "Fallnummer: "
           ACCEPT WORK-CASE-ID
           PERFORM LOAD-CASES
           MOVE 0 TO CASE-FOUND-INDEX
           PERFORM VARYING case-index FROM 1 BY 1
                   UNTIL case-index > CASE-COUNT
             MOVE CT-RECORD (case-index) TO AmlCaseRecord
             IF ac-case-id = WORK-CASE-ID
               MOVE case-index TO CASE-FOUND-INDEX
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF CASE-FOUND-INDEX = 0
             DISPLAY "Fall " WORK-CASE-ID " nicht gefunden."
           END-IF.

       ASK-OPEN-CASE.
           PERFORM ASK-CASE
           IF CASE-FOUND-INDEX > 0
              AND ac-status NOT = 'O' AND ac-status NOT = 'U'
             DISPLAY "Fall " ac-case-id " ist bereits abgeschlossen."
             MOVE 0 TO CASE-FOUND-INDEX
           END-IF.

       DESCRIBE-STATUS.
           EVALUATE ac-status
             WHEN 'O'
               MOVE "offen" TO STATUS-TEXT
             WHEN 'U'
               MOVE "in Pruefung" TO STATUS-TEXT
             WHEN 'C'
               MOVE "ohne Massnahme" TO STATUS-TEXT
             WHEN 'R'
               MOVE "gemeldet" TO STATUS-TEXT
             WHEN OTHER
               MOVE "unbekannt" TO STATUS-TEXT
           END-EVALUATE.

       STORE-CASE.
           MOVE AmlCaseRecord TO CT-RECORD (CASE-FOUND-INDEX)
           PERFORM SAVE-CASES.

       LOAD-CASES.
           MOVE 0 TO CASE-COUNT
           MOVE 0 TO eof
           OPEN INPUT AmlCaseFile
           IF CASE-STATUS = "00"
             READ AmlCaseFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR CASE-COUNT = 500
               ADD 1 TO CASE-COUNT
               MOVE AmlCaseRecord TO CT-RECORD (CASE-COUNT)
               READ AmlCaseFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             IF eof = 0
               DISPLAY "AMLCASE.DAT groesser als 500 Faelle."
                       " Abbruch."
               STOP RUN
             END-IF
             CLOSE AmlCaseFile
           END-IF.

       SAVE-CASES.
           OPEN OUTPUT AmlCaseFile
           PERFORM VARYING case-index FROM 1 BY 1
                   UNTIL case-index > CASE-COUNT
             MOVE CT-RECORD (case-index) TO AmlCaseRecord
             WRITE AmlCaseRecord
           END-PERFORM
           CLOSE AmlCaseFile
           MOVE CT-RECORD (CASE-FOUND-INDEX) TO AmlCaseRecord.

       APPEND-NOTE.
           OPEN INPUT AmlNoteFile
           IF NOTE-STATUS = "35"
             OPEN OUTPUT AmlNoteFile
             CLOSE AmlNoteFile
           ELSE
             CLOSE AmlNoteFile
           END-IF
           OPEN EXTEND AmlNoteFile
           MOVE ac-case-id TO an-case-id
           MOVE BUSINESS-DATE TO an-date
           MOVE OPERATOR-ID TO an-operator
           MOVE ac-status TO an-status
           MOVE WORK-NOTE TO an-text
           WRITE AmlNoteRecord
           CLOSE AmlNoteFile.
