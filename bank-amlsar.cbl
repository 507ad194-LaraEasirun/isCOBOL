       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-AMLSAR.
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
       Select SarExtract ASSIGN TO DYNAMIC SAR-FILENAME
                   organization is line sequential
                   FILE STATUS IS SAR-STATUS.
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
       FD SarExtract.
           01 SarCaseRecord.
              05 sc-tag          PIC X(8).
              05 sc-case-id      PIC 9(7).
              05 sc-cust-number  PIC 9(7).
              05 sc-name         PIC X(30).
              05 sc-strasse      PIC X(30).
              05 sc-ort          PIC X(30).
              05 sc-account      PIC 9(10).
              05 sc-reported     PIC 9(8).
              05 sc-investigator PIC X(8).
           01 SarHitRecord.
              05 sh-tag      PIC X(8).
              05 sh-case-id  PIC 9(7).
              05 sh-date     PIC 9(8).
              05 sh-source   PIC X(5).
              05 sh-account  PIC 9(10).
              05 sh-text     PIC X(72).
           01 SarNoteRecord.
              05 sn-tag      PIC X(8).
              05 sn-case-id  PIC 9(7).
              05 sn-date     PIC 9(8).
              05 sn-operator PIC X(8).
              05 sn-text     PIC X(60).
           01 SarTrailer.
              05 sr-tag   PIC X(8).
              05 sr-count PIC 9(7).
       WORKING-STORAGE SECTION.
        01 BUSINESS-DATE PIC 9(8) VALUE 0.
        01 JJ-EVENT PIC X.
        01 JJ-JOB-NAME PIC X(12).
        01 JJ-RECORDS PIC 9(7) VALUE 0.
        01 JJ-RESULT PIC X(4).
        01 CASE-STATUS PIC XX.
        01 HIT-STATUS PIC XX.
        01 NOTE-STATUS PIC XX.
        01 BC-STATUS PIC XX.
        01 SAR-STATUS PIC XX.
        01 SAR-FILENAME PIC X(20).
        01 eof PIC 9.
        01 CASE-COUNT PIC 9(3) VALUE 0.
        01 case-index PIC 9(3).
        01 CASE-TABLE.
           05 CASE-ENTRY OCCURS 500 TIMES.
              10 CT-RECORD PIC X(69).
        01 PENDING-COUNT PIC 9(5) VALUE 0.
        01 SAR-COUNT PIC 9(7) VALUE 0.
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           MOVE 'S' TO JJ-EVENT
           MOVE "BANK-AMLSAR" TO JJ-JOB-NAME
           MOVE 0 TO JJ-RECORDS
           MOVE SPACES TO JJ-RESULT
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT

           CALL "BUSDATE" USING BUSINESS-DATE
           DISPLAY "BANK-AMLSAR: Verdachtsmeldungen per "
                   BUSINESS-DATE

           PERFORM LOAD-CASES
           PERFORM VARYING case-index FROM 1 BY 1
                   UNTIL case-index > CASE-COUNT
             MOVE CT-RECORD (case-index) TO AmlCaseRecord
             IF ac-status = 'R' AND ac-sar-date = 0
               ADD 1 TO PENDING-COUNT
             END-IF
           END-PERFORM
           IF PENDING-COUNT = 0
             DISPLAY "Keine neuen gemeldeten Faelle."
             MOVE 'E' TO JJ-EVENT
             MOVE 0 TO JJ-RECORDS
             MOVE "OK" TO JJ-RESULT
             CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                  JJ-RECORDS JJ-RESULT
             STOP RUN
           END-IF

           MOVE SPACES TO SAR-FILENAME
           STRING "SAR-" BUSINESS-DATE ".DAT"
                  DELIMITED BY SIZE INTO SAR-FILENAME
           OPEN INPUT SarExtract
           IF SAR-STATUS = "00"
             CLOSE SarExtract
             DISPLAY "ABBRUCH: " SAR-FILENAME " bereits erstellt."
             MOVE 'E' TO JJ-EVENT
             MOVE 0 TO JJ-RECORDS
             MOVE "FAIL" TO JJ-RESULT
             CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                  JJ-RECORDS JJ-RESULT
             STOP RUN
           END-IF

           OPEN OUTPUT SarExtract
           OPEN INPUT BankCustFile
           PERFORM VARYING case-index FROM 1 BY 1
                   UNTIL case-index > CASE-COUNT
             MOVE CT-RECORD (case-index) TO AmlCaseRecord
             IF ac-status = 'R' AND ac-sar-date = 0
               PERFORM EXTRACT-ONE-CASE
             END-IF
           END-PERFORM
           IF BC-STATUS NOT = "35"
             CLOSE BankCustFile
           END-IF
           MOVE SPACES TO SarTrailer
           MOVE "TRAILER " TO sr-tag
           MOVE SAR-COUNT TO sr-count
           WRITE SarTrailer
           CLOSE SarExtract
           PERFORM SAVE-CASES

           DISPLAY "Gemeldete Faelle extrahiert: " SAR-COUNT
           DISPLAY "Ausgabedatei: " SAR-FILENAME

           MOVE 'E' TO JJ-EVENT
           MOVE SAR-COUNT TO JJ-RECORDS
           MOVE "OK" TO JJ-RESULT
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT

       STOP RUN.

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
               DISPLAY "ABBRUCH: AMLCASE.DAT groesser als 500"
                       " Faelle."
               MOVE 'E' TO JJ-EVENT
               MOVE 0 TO JJ-RECORDS
               MOVE "FAIL" TO JJ-RESULT
               CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                    JJ-RECORDS JJ-RESULT
               STOP RUN
             END-IF
             CLOSE AmlCaseFile
           END-IF.

       EXTRACT-ONE-CASE.
           MOVE SPACES TO SarCaseRecord
           MOVE "FALL    " TO sc-tag
           MOVE ac-case-id TO sc-case-id
           MOVE ac-cust-number TO sc-cust-number
           IF ac-cust-number > 0 AND BC-STATUS NOT = "35"
             MOVE ac-cust-number TO bc-number
             READ BankCustFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 MOVE bc-name TO sc-name
                 MOVE bc-strasse TO sc-strasse
                 MOVE bc-ort TO sc-ort
             END-READ
           END-IF
           MOVE ac-account TO sc-account
           MOVE ac-closed-date TO sc-reported
           MOVE ac-investigator TO sc-investigator
           WRITE SarCaseRecord
           PERFORM EXTRACT-CASE-HITS
           PERFORM EXTRACT-CASE-NOTES
           MOVE BUSINESS-DATE TO ac-sar-date
           MOVE AmlCaseRecord TO CT-RECORD (case-index)
           ADD 1 TO SAR-COUNT
           DISPLAY "Fall " ac-case-id " Kunde " ac-cust-number
                   " Konto " ac-account " extrahiert".

       EXTRACT-CASE-HITS.
           MOVE 0 TO eof
           OPEN INPUT AmlHitFile
           IF HIT-STATUS = "00"
             READ AmlHitFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF ah-case-id = ac-case-id
                 MOVE SPACES TO SarHitRecord
                 MOVE "TREFFER " TO sh-tag
                 MOVE ah-case-id TO sh-case-id
                 MOVE ah-date TO sh-date
                 MOVE ah-source TO sh-source
                 MOVE ah-account TO sh-account
                 MOVE ah-text TO sh-text
                 WRITE SarHitRecord
               END-IF
               READ AmlHitFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE AmlHitFile
           END-IF.

       EXTRACT-CASE-NOTES.
           MOVE 0 TO eof
           OPEN INPUT AmlNoteFile
           IF NOTE-STATUS = "00"
             READ AmlNoteFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF an-case-id = ac-case-id
                 MOVE SPACES TO SarNoteRecord
                 MOVE "NOTIZ   " TO sn-tag
                 MOVE an-case-id TO sn-case-id
                 MOVE an-date TO sn-date
                 MOVE an-operator TO sn-operator
                 MOVE an-text TO sn-text
                 WRITE SarNoteRecord
               END-IF
               READ AmlNoteFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE AmlNoteFile
           END-IF.

       SAVE-CASES.
           OPEN OUTPUT AmlCaseFile
           PERFORM VARYING case-index FROM 1 BY 1
                   UNTIL case-index > CASE-COUNT
             MOVE CT-RECORD (case-index) TO AmlCaseRecord
             WRITE AmlCaseRecord
           END-PERFORM
           CLOSE AmlCaseFile.
