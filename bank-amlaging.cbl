       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-AMLAGING.
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
       Select AgingReport ASSIGN TO "AMLAGING-RPT.DAT"
                   organization is line sequential.
       DATA DIVISION.
       FILE SECTION.
       FD AmlCaseFile.
           copy "amlcase-record.cpy".
       FD AmlHitFile.
           copy "amlhit-record.cpy".
       FD AgingReport.
           01 ReportLine PIC X(72).
       WORKING-STORAGE SECTION.
        01 BUSINESS-DATE PIC 9(8) VALUE 0.
        01 JJ-EVENT PIC X.
        01 JJ-JOB-NAME PIC X(12).
        01 JJ-RECORDS PIC 9(7) VALUE 0.
        01 JJ-RESULT PIC X(4).
        01 CASE-STATUS PIC XX.
        01 HIT-STATUS PIC XX.
        01 eof PIC 9.
        01 CASE-COUNT PIC 9(3) VALUE 0.
        01 case-index PIC 9(3).
        01 CASE-TABLE.
           05 CASE-ENTRY OCCURS 500 TIMES.
              10 CT-RECORD PIC X(69).
        01 CASE-AGE PIC S9(5).
        01 DUE-DIFF PIC S9(5).
        01 OVERDUE-FLAG PIC X(9).
        01 OPEN-COUNT PIC 9(5) VALUE 0.
        01 OVERDUE-COUNT PIC 9(5) VALUE 0.
        01 CLOSED-COUNT PIC 9(5) VALUE 0.
        01 REPORTED-COUNT PIC 9(5) VALUE 0.
        01 BUCKET-1 PIC 9(5) VALUE 0.
        01 BUCKET-2 PIC 9(5) VALUE 0.
        01 BUCKET-3 PIC 9(5) VALUE 0.
        01 BUCKET-4 PIC 9(5) VALUE 0.
        01 HIT-TOTAL PIC 9(7) VALUE 0.
        01 HIT-WORKED PIC 9(7) VALUE 0.
        01 HIT-PENDING PIC 9(7) VALUE 0.
        01 HIT-ORPHAN PIC 9(7) VALUE 0.
        01 HIT-FOUND PIC X.
        01 EDIT-AGE PIC ZZZZ9.
        01 WORK-LINE PIC X(72).
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           MOVE 'S' TO JJ-EVENT
           MOVE "BANK-AMLAGE" TO JJ-JOB-NAME
           MOVE 0 TO JJ-RECORDS
           MOVE SPACES TO JJ-RESULT
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT

           CALL "BUSDATE" USING BUSINESS-DATE
           DISPLAY "BANK-AMLAGING: Offene GW-Faelle per "
                   BUSINESS-DATE

           PERFORM LOAD-CASES
           OPEN OUTPUT AgingReport
           MOVE SPACES TO WORK-LINE
           STRING "Altersstruktur offener GW-Faelle per "
                  BUSINESS-DATE
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Fall    Kunde   Konto      St Bearb.   Tage Frist"
             TO WORK-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM VARYING case-index FROM 1 BY 1
                   UNTIL case-index > CASE-COUNT
             MOVE CT-RECORD (case-index) TO AmlCaseRecord
             EVALUATE ac-status
               WHEN 'O'
               WHEN 'U'
                 PERFORM AGE-ONE-CASE
               WHEN 'C'
                 ADD 1 TO CLOSED-COUNT
               WHEN 'R'
                 ADD 1 TO REPORTED-COUNT
             END-EVALUATE
           END-PERFORM

           PERFORM COUNT-HITS

           MOVE SPACES TO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WORK-LINE
           STRING "Offen gesamt: " OPEN-COUNT
                  "  davon ueberfaellig: " OVERDUE-COUNT
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WORK-LINE
           STRING "  0-30 Tage: " BUCKET-1 "  31-60: " BUCKET-2
                  "  61-90: " BUCKET-3 "  ueber 90: " BUCKET-4
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WORK-LINE
           STRING "Abgeschlossen ohne Massnahme: " CLOSED-COUNT
                  "  gemeldet: " REPORTED-COUNT
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WORK-LINE
           STRING "Treffer gesamt: " HIT-TOTAL
                  "  bearbeitet: " HIT-WORKED
                  "  offen: " HIT-PENDING
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           IF HIT-ORPHAN > 0
             MOVE SPACES TO WORK-LINE
             STRING "WARNUNG: " HIT-ORPHAN
                    " Treffer ohne gueltigen Fall"
                    DELIMITED BY SIZE INTO WORK-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF
           CLOSE AgingReport

           MOVE 'E' TO JJ-EVENT
           MOVE OPEN-COUNT TO JJ-RECORDS
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
               DISPLAY "Hinweis: AMLCASE.DAT groesser als 500"
                       " Faelle - Auswertung unvollstaendig."
             END-IF
             CLOSE AmlCaseFile
           END-IF.

       AGE-ONE-CASE.
           ADD 1 TO OPEN-COUNT
           CALL "DATE-DIFF" USING ac-opened-date BUSINESS-DATE
                CASE-AGE
           EVALUATE TRUE
             WHEN CASE-AGE <= 30
               ADD 1 TO BUCKET-1
             WHEN CASE-AGE <= 60
               ADD 1 TO BUCKET-2
             WHEN CASE-AGE <= 90
               ADD 1 TO BUCKET-3
             WHEN OTHER
               ADD 1 TO BUCKET-4
           END-EVALUATE
           CALL "DATE-DIFF" USING BUSINESS-DATE ac-due-date DUE-DIFF
           IF DUE-DIFF < 0
             MOVE "UEBERF." TO OVERDUE-FLAG
             ADD 1 TO OVERDUE-COUNT
           ELSE
             MOVE SPACES TO OVERDUE-FLAG
           END-IF
           MOVE CASE-AGE TO EDIT-AGE
           MOVE SPACES TO WORK-LINE
           STRING ac-case-id " " ac-cust-number " " ac-account " "
                  ac-status ac-severity " " ac-investigator " "
                  EDIT-AGE " " ac-due-date " " OVERDUE-FLAG
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE.

       COUNT-HITS.
           MOVE 0 TO eof
           OPEN INPUT AmlHitFile
           IF HIT-STATUS = "00"
             READ AmlHitFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               ADD 1 TO HIT-TOTAL
               PERFORM CLASSIFY-HIT
               READ AmlHitFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE AmlHitFile
           END-IF.

       CLASSIFY-HIT.
           MOVE 'N' TO HIT-FOUND
           PERFORM VARYING case-index FROM 1 BY 1
                   UNTIL case-index > CASE-COUNT
             MOVE CT-RECORD (case-index) TO AmlCaseRecord
             IF ac-case-id = ah-case-id
               MOVE 'Y' TO HIT-FOUND
               IF ac-status = 'C' OR ac-status = 'R'
                 ADD 1 TO HIT-WORKED
               ELSE
                 ADD 1 TO HIT-PENDING
               END-IF
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF HIT-FOUND = 'N'
             ADD 1 TO HIT-ORPHAN
           END-IF.

       WRITE-REPORT-LINE.
           DISPLAY WORK-LINE
           MOVE WORK-LINE TO ReportLine
           WRITE ReportLine.
