       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-CAPACITY.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select StudentNumbers ASSIGN TO "STUDENTS.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is student-number
                   FILE STATUS IS FS-STATUS.
       Select CourseFile ASSIGN TO "COURSES.DAT"
                   organization is line sequential
                   FILE STATUS IS CRS-STATUS.
       Select CapacityFile ASSIGN TO "COURSECAP.DAT"
                   organization is line sequential
                   FILE STATUS IS CC-FILE-STATUS.
       Select EnrollFile ASSIGN TO "ENROLL.DAT"
                   organization is line sequential
                   FILE STATUS IS EN-STATUS.
       Select WaitFile ASSIGN TO "WAITLIST.DAT"
                   organization is line sequential
                   FILE STATUS IS WL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD StudentNumbers.
           01 StudentRecord.
              05 student-number    PIC 9(13).
              05 student-name      PIC X(20).
              05 program-code      PIC X(6).
              05 enrollment-status PIC X(1).
       FD CourseFile.
           copy "course-record.cpy".
       FD CapacityFile.
           copy "coursecap-record.cpy".
       FD EnrollFile.
           copy "enroll-record.cpy".
       FD WaitFile.
           copy "waitlist-record.cpy".
       WORKING-STORAGE SECTION.
        01 eof PIC 9.
        01 FS-STATUS PIC XX.
        01 CRS-STATUS PIC XX.
        01 CC-FILE-STATUS PIC XX.
        01 EN-STATUS PIC XX.
        01 WL-FILE-STATUS PIC XX.
        01 WANTED-TERM PIC X(5).
        01 TODAY-YMD PIC 9(8).
        01 CS-COUNT PIC 9(3) VALUE 0.
        01 cs-index PIC 9(3).
        01 CS-FOUND PIC X.
        01 CS-TABLE.
           05 CS-ENTRY OCCURS 300 TIMES.
              10 CS-COURSE   PIC X(8).
              10 CS-CAPACITY PIC 9(4).
              10 CS-TAKEN    PIC 9(4).
              10 CS-WAITING  PIC 9(4).
              10 CS-MOVED    PIC 9(4).
        01 WT-COUNT PIC 9(4) VALUE 0.
        01 wt-index PIC 9(4).
        01 WT-TABLE.
           05 WT-ENTRY OCCURS 3000 TIMES.
              10 WT-RECORD PIC X(57).
        01 SEARCH-COURSE PIC X(8).
        01 LETTER-COUNT PIC 9(4) VALUE 0.
        01 TOTAL-TAKEN PIC 9(5) VALUE 0.
        01 TOTAL-WAITING PIC 9(5) VALUE 0.
        01 TOTAL-MOVED PIC 9(5) VALUE 0.
        01 FULL-COUNT PIC 9(3) VALUE 0.
        01 NAME-TEXT PIC X(20).
        01 TITLE-TEXT PIC X(30).
        01 PRINT-CAPACITY PIC X(5).
        01 PRINT-NUMBER PIC ZZZ9.
        01 PRINT-TAKEN PIC ZZZ9.
        01 PRINT-WAITING PIC ZZZ9.
        01 PRINT-MOVED PIC ZZZ9.
        01 PRINT-DATE PIC X(10).
        copy "date-time.cpy".
        copy "report-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "STUDENT-CAPACITY: Kursbelegung und Wartelisten"
           DISPLAY "Semester (z.B. 25WS): "
           ACCEPT WANTED-TERM
           MOVE FUNCTION CURRENT-DATE TO date-time
           COMPUTE TODAY-YMD = year * 10000 + month * 100 + day-1
           PERFORM LOAD-CAPACITIES
           PERFORM COUNT-ENROLLMENTS
           PERFORM LOAD-WAITLIST

           MOVE 'O' TO rpt-action
           MOVE "KAPAZITAET" TO rpt-name
           MOVE SPACES TO rpt-filename
           STRING "KAPAZ-" DELIMITED BY SIZE
                  WANTED-TERM DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
                  INTO rpt-filename
           MOVE SPACES TO rpt-title
           STRING "Kursbelegung Semester " WANTED-TERM
                  DELIMITED BY SIZE INTO rpt-title
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line
           MOVE "Kurs     Kapaz. Belegt Warteliste Nachgerueckt"
             TO rpt-line
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING cs-index FROM 1 BY 1
                   UNTIL cs-index > CS-COUNT
             PERFORM REPORT-ONE-COURSE
           END-PERFORM
           PERFORM WRITE-REPORT-LINE
           STRING "Kurse " CS-COUNT " voll " FULL-COUNT
                  " belegt " TOTAL-TAKEN " wartend " TOTAL-WAITING
                  " nachgerueckt " TOTAL-MOVED
                  DELIMITED BY SIZE INTO rpt-line
           DISPLAY rpt-line
           PERFORM WRITE-REPORT-LINE
           MOVE 'C' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           DISPLAY "Bericht: " rpt-filename

           MOVE 'O' TO rpt-action
           MOVE "NACHRUECK" TO rpt-name
           MOVE SPACES TO rpt-filename
           STRING "NACHR-" TODAY-YMD ".DAT"
                  DELIMITED BY SIZE INTO rpt-filename
           MOVE SPACES TO rpt-title
           STRING "Nachrueckbenachrichtigung " WANTED-TERM
                  DELIMITED BY SIZE INTO rpt-title
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line
           PERFORM VARYING wt-index FROM 1 BY 1
                   UNTIL wt-index > WT-COUNT
             MOVE WT-RECORD (wt-index) TO WaitlistRecord
             IF wl-term = WANTED-TERM AND wl-status = 'N'
                AND wl-letter-date = 0
               PERFORM WRITE-LETTER
               MOVE TODAY-YMD TO wl-letter-date
               MOVE WaitlistRecord TO WT-RECORD (wt-index)
             END-IF
           END-PERFORM
           IF LETTER-COUNT = 0
             MOVE "Keine neuen Nachrueckbenachrichtigungen." TO rpt-line
             PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE 'C' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           IF LETTER-COUNT > 0
             PERFORM SAVE-WAITLIST
           END-IF
           DISPLAY "Benachrichtigungen: " LETTER-COUNT
           DISPLAY "Schreiben: " rpt-filename

       STOP RUN.

       REPORT-ONE-COURSE.
           IF CS-CAPACITY (cs-index) = 0
             MOVE "  -  " TO PRINT-CAPACITY
           ELSE
             MOVE CS-CAPACITY (cs-index) TO PRINT-NUMBER
             MOVE PRINT-NUMBER TO PRINT-CAPACITY
             IF CS-TAKEN (cs-index) NOT < CS-CAPACITY (cs-index)
               ADD 1 TO FULL-COUNT
             END-IF
           END-IF
           MOVE CS-TAKEN (cs-index) TO PRINT-TAKEN
           MOVE CS-WAITING (cs-index) TO PRINT-WAITING
           MOVE CS-MOVED (cs-index) TO PRINT-MOVED
           ADD CS-TAKEN (cs-index) TO TOTAL-TAKEN
           ADD CS-WAITING (cs-index) TO TOTAL-WAITING
           ADD CS-MOVED (cs-index) TO TOTAL-MOVED
           STRING CS-COURSE (cs-index) "  " PRINT-CAPACITY "  "
                  PRINT-TAKEN "       " PRINT-WAITING "         "
                  PRINT-MOVED
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REPORT-LINE.

       WRITE-LETTER.
           MOVE wl-student TO student-number
           MOVE wl-course TO SEARCH-COURSE
           PERFORM FIND-NAMES
           IF LETTER-COUNT > 0
             MOVE 'P' TO rpt-action
             CALL "REPORT-WRITER" USING ReportRequest
           END-IF
           ADD 1 TO LETTER-COUNT
           STRING "An: " NAME-TEXT
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REPORT-LINE
           STRING "    Matrikelnummer " wl-student
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           STRING "Kurs " wl-course " " TITLE-TEXT
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REPORT-LINE
           STRING "Semester " wl-term
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           STRING wl-moved-date (7:2) "." wl-moved-date (5:2) "."
                  wl-moved-date (1:4)
                  DELIMITED BY SIZE INTO PRINT-DATE
           STRING "Ein Platz ist frei geworden. Sie sind am "
                  PRINT-DATE
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REPORT-LINE
           MOVE "von der Warteliste nachgerueckt und fuer den Kurs"
             TO rpt-line
           PERFORM WRITE-REPORT-LINE
           MOVE "verbindlich angemeldet."
             TO rpt-line
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Falls Sie den Platz nicht benoetigen, melden Sie sich"
             TO rpt-line
           PERFORM WRITE-REPORT-LINE
           MOVE "bitte umgehend im Studierendensekretariat ab."
             TO rpt-line
           PERFORM WRITE-REPORT-LINE.

       FIND-NAMES.
           MOVE "(unbekannt)" TO NAME-TEXT
           OPEN INPUT StudentNumbers
           IF FS-STATUS = "00"
             READ StudentNumbers
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE student-name TO NAME-TEXT
             END-READ
             CLOSE StudentNumbers
           END-IF
           MOVE SPACES TO TITLE-TEXT
           MOVE 0 TO eof
           OPEN INPUT CourseFile
           IF CRS-STATUS = "00"
             READ CourseFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF crs-code = SEARCH-COURSE
                 MOVE crs-title TO TITLE-TEXT
                 SET eof TO 1
               ELSE
                 READ CourseFile
                  AT END SET eof TO 1
                 END-READ
               END-IF
             END-PERFORM
             CLOSE CourseFile
           END-IF.

       FIND-COURSE-ENTRY.
           MOVE 'N' TO CS-FOUND
           PERFORM VARYING cs-index FROM 1 BY 1
                   UNTIL cs-index > CS-COUNT
             IF CS-COURSE (cs-index) = SEARCH-COURSE
               MOVE 'Y' TO CS-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF CS-FOUND = 'N'
             IF CS-COUNT = 300
               DISPLAY "ABBRUCH: mehr als 300 Kurse im Semester."
               STOP RUN
             END-IF
             ADD 1 TO CS-COUNT
             MOVE CS-COUNT TO cs-index
             MOVE SEARCH-COURSE TO CS-COURSE (cs-index)
             MOVE 0 TO CS-CAPACITY (cs-index)
             MOVE 0 TO CS-TAKEN (cs-index)
             MOVE 0 TO CS-WAITING (cs-index)
             MOVE 0 TO CS-MOVED (cs-index)
           END-IF.

       LOAD-CAPACITIES.
           MOVE 0 TO eof
           OPEN INPUT CapacityFile
           IF CC-FILE-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           READ CapacityFile
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             IF cc-term = WANTED-TERM
               MOVE cc-course TO SEARCH-COURSE
               PERFORM FIND-COURSE-ENTRY
               MOVE cc-capacity TO CS-CAPACITY (cs-index)
             END-IF
             READ CapacityFile
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE CapacityFile.

       COUNT-ENROLLMENTS.
           MOVE 0 TO eof
           OPEN INPUT EnrollFile
           IF EN-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           READ EnrollFile
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             IF en-term = WANTED-TERM AND en-grade NOT = "AB"
               MOVE en-course TO SEARCH-COURSE
               PERFORM FIND-COURSE-ENTRY
               ADD 1 TO CS-TAKEN (cs-index)
             END-IF
             READ EnrollFile
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE EnrollFile.

       LOAD-WAITLIST.
           MOVE 0 TO WT-COUNT
           MOVE 0 TO eof
           OPEN INPUT WaitFile
           IF WL-FILE-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           READ WaitFile
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             IF WT-COUNT = 3000
               DISPLAY "ABBRUCH: WAITLIST.DAT groesser als 3000"
                       " Eintraege."
               STOP RUN
             END-IF
             ADD 1 TO WT-COUNT
             MOVE WaitlistRecord TO WT-RECORD (WT-COUNT)
             IF wl-term = WANTED-TERM
               MOVE wl-course TO SEARCH-COURSE
               PERFORM FIND-COURSE-ENTRY
               IF wl-status = 'W'
                 ADD 1 TO CS-WAITING (cs-index)
               END-IF
               IF wl-status = 'N'
                 ADD 1 TO CS-MOVED (cs-index)
               END-IF
             END-IF
             READ WaitFile
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE WaitFile.

       SAVE-WAITLIST.
           OPEN OUTPUT WaitFile
           PERFORM VARYING wt-index FROM 1 BY 1
                   UNTIL wt-index > WT-COUNT
             MOVE WT-RECORD (wt-index) TO WaitlistRecord
             WRITE WaitlistRecord
           END-PERFORM
           CLOSE WaitFile.

       WRITE-REPORT-LINE.
           MOVE 'L' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line.
