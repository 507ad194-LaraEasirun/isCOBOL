                   access mode is dynamic
                   record key is student-number
                   FILE STATUS IS FS-STATUS.
       Select SponsorFile ASSIGN TO "SPONSORS.DAT"
                   organization is line sequential
                   FILE STATUS IS SP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OpenItems.
              05 student-name      PIC X(20).
              05 program-code      PIC X(6).
              05 enrollment-status PIC X(1).
       FD SponsorFile.
           copy "sponsor-record.cpy".
       WORKING-STORAGE SECTION.
        01 eof PIC 9.
        01 stud-eof PIC 9.
        01 OI-STATUS PIC XX.
        01 FS-STATUS PIC XX.
        01 SP-FILE-STATUS PIC XX.
        01 DEBTOR-LABEL PIC X(10).
        01 TODAY-YMD PIC 9(8).
        01 DAYS-OVERDUE PIC S9(5).
        01 OPEN-AMOUNT PIC 9(5)V99.
                 MOVE student-name TO STUDENT-NAME-OUT
             END-READ
             CLOSE StudentNumbers
           END-IF
           MOVE "Student" TO DEBTOR-LABEL
           IF STUDENT-NAME-OUT = SPACES
             PERFORM FIND-SPONSOR-NAME
           END-IF.

       FIND-SPONSOR-NAME.
           MOVE 0 TO stud-eof
           OPEN INPUT SponsorFile
           IF SP-FILE-STATUS = "00"
             READ SponsorFile
              AT END SET stud-eof TO 1
             END-READ
             PERFORM UNTIL stud-eof = 1
               IF sp-number = oi-student
                 MOVE "Foerderer" TO DEBTOR-LABEL
                 MOVE sp-name TO STUDENT-NAME-OUT
                 SET stud-eof TO 1
               ELSE
                 READ SponsorFile
                  AT END SET stud-eof TO 1
                 END-READ
               END-IF
             END-PERFORM
             CLOSE SponsorFile
           END-IF.

       PRINT-DUNNING-LETTER.
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE 'L' TO rpt-action
           MOVE SPACES TO rpt-line
           STRING DEBTOR-LABEL DELIMITED BY SPACE
                  " " oi-student " " STUDENT-NAME-OUT
                  DELIMITED BY SIZE INTO rpt-line
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE 'L' TO rpt-action
