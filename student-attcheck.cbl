       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-ATTCHECK.
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
       Select TermFile ASSIGN TO "TERMS.DAT"
                   organization is line sequential
                   FILE STATUS IS TRM-STATUS.
       Select CourseFile ASSIGN TO "COURSES.DAT"
                   organization is line sequential
                   FILE STATUS IS CRS-STATUS.
       Select AttendFile ASSIGN TO "ATTEND.DAT"
                   organization is line sequential
                   FILE STATUS IS ATT-FILE-STATUS.
       Select QuotaFile ASSIGN TO "ATTQUOTA.DAT"
                   organization is line sequential
                   FILE STATUS IS AQ-FILE-STATUS.
       Select FlagFile ASSIGN TO "ATTFLAG.DAT"
                   organization is line sequential
                   FILE STATUS IS AF-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD StudentNumbers.
           01 StudentRecord.
              05 student-number    PIC 9(13).
              05 student-name      PIC X(20).
              05 program-code      PIC X(6).
              05 enrollment-status PIC X(1).
       FD TermFile.
           01 TermRecord.
              05 term-code  PIC X(5).
              05 term-start PIC 9(8).
              05 term-end   PIC 9(8).
       FD CourseFile.
           copy "course-record.cpy".
       FD AttendFile.
           copy "attend-record.cpy".
       FD QuotaFile.
           copy "attquota-record.cpy".
       FD FlagFile.
           copy "attflag-record.cpy".
       WORKING-STORAGE SECTION.
        01 eof PIC 9.
        01 FS-STATUS PIC XX.
        01 TRM-STATUS PIC XX.
        01 CRS-STATUS PIC XX.
        01 ATT-FILE-STATUS PIC XX.
        01 AQ-FILE-STATUS PIC XX.
        01 AF-FILE-STATUS PIC XX.
        01 TODAY-YMD PIC 9(8).
        01 CURRENT-TERM PIC X(5).
        01 QT-COUNT PIC 9(3) VALUE 0.
        01 qt-index PIC 9(3).
        01 QT-TABLE.
           05 QT-ENTRY OCCURS 200 TIMES.
              10 QT-COURSE PIC X(8).
              10 QT-WARN   PIC 9(2).
              10 QT-LIMIT  PIC 9(2).
        01 DEFAULT-WARN PIC 9(2) VALUE 3.
        01 DEFAULT-LIMIT PIC 9(2) VALUE 4.
        01 WORK-WARN PIC 9(2).
        01 WORK-LIMIT PIC 9(2).
        01 AG-COUNT PIC 9(4) VALUE 0.
        01 ag-index PIC 9(4).
        01 AG-FOUND PIC X.
        01 AG-TABLE.
           05 AG-ENTRY OCCURS 6000 TIMES.
              10 AG-STUDENT PIC 9(13).
              10 AG-COURSE  PIC X(8).
              10 AG-ABSENT  PIC 9(3).
        01 FL-COUNT PIC 9(4) VALUE 0.
        01 fl-index PIC 9(4).
        01 FL-TABLE.
           05 FL-ENTRY OCCURS 6000 TIMES.
              10 FL-RECORD PIC X(38).
        01 NEW-COUNT PIC 9(4) VALUE 0.
        01 new-index PIC 9(4).
        01 NEW-TABLE.
           05 NEW-ENTRY OCCURS 6000 TIMES.
              10 NEW-RECORD PIC X(38).
        01 NEW-LEVEL PIC X.
        01 OLD-LEVEL PIC X.
        01 OLD-DATE PIC 9(8).
        01 LETTER-COUNT PIC 9(4) VALUE 0.
        01 WARNED-COUNT PIC 9(4) VALUE 0.
        01 BLOCKED-COUNT PIC 9(4) VALUE 0.
        01 NAME-TEXT PIC X(20).
        01 TITLE-TEXT PIC X(30).
        01 PRINT-ABSENT PIC ZZ9.
        01 PRINT-WARN PIC Z9.
        01 PRINT-LIMIT PIC Z9.
        copy "date-time.cpy".
        copy "report-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO date-time
           COMPUTE TODAY-YMD = year * 10000 + month * 100 + day-1
           DISPLAY "STUDENT-ATTCHECK: Fehlzeitenpruefung " TODAY-YMD
           PERFORM FIND-CURRENT-TERM
           IF CURRENT-TERM = SPACES
             DISPLAY "Kein laufendes Semester in TERMS.DAT."
             STOP RUN
           END-IF
           DISPLAY "Semester " CURRENT-TERM
           PERFORM LOAD-QUOTAS
           PERFORM LOAD-ABSENCES
           PERFORM LOAD-FLAGS

           MOVE 'O' TO rpt-action
           MOVE "FEHLZEIT" TO rpt-name
           MOVE SPACES TO rpt-filename
           STRING "FEHLZT-" TODAY-YMD ".DAT"
                  DELIMITED BY SIZE INTO rpt-filename
           MOVE SPACES TO rpt-title
           STRING "Fehlzeiten " CURRENT-TERM " Stand " day-1 "."
                  month "." year
                  DELIMITED BY SIZE INTO rpt-title
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line

           PERFORM VARYING fl-index FROM 1 BY 1
                   UNTIL fl-index > FL-COUNT
             MOVE FL-RECORD (fl-index) TO AttendFlagRecord
             IF af-term NOT = CURRENT-TERM
               ADD 1 TO NEW-COUNT
               MOVE AttendFlagRecord TO NEW-RECORD (NEW-COUNT)
             END-IF
           END-PERFORM
           PERFORM VARYING ag-index FROM 1 BY 1
                   UNTIL ag-index > AG-COUNT
             PERFORM CHECK-ONE-ABSENCE
           END-PERFORM
           IF LETTER-COUNT = 0
             MOVE "Keine neuen Fehlzeitenschreiben." TO rpt-line
             PERFORM WRITE-LETTER-LINE
           END-IF
           MOVE 'C' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           PERFORM SAVE-FLAGS
           DISPLAY "Verwarnt: " WARNED-COUNT
                   "  Limit ueberschritten: " BLOCKED-COUNT
                   "  neue Schreiben: " LETTER-COUNT
           DISPLAY "Schreiben: " rpt-filename

       STOP RUN.

       CHECK-ONE-ABSENCE.
           PERFORM FIND-QUOTA
           MOVE SPACE TO NEW-LEVEL
           IF AG-ABSENT (ag-index) > WORK-LIMIT
             MOVE 'S' TO NEW-LEVEL
             ADD 1 TO BLOCKED-COUNT
           ELSE
             IF AG-ABSENT (ag-index) NOT < WORK-WARN
               MOVE 'W' TO NEW-LEVEL
               ADD 1 TO WARNED-COUNT
             END-IF
           END-IF
           IF NEW-LEVEL = SPACE
             EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OLD-FLAG
           IF NEW-LEVEL NOT = OLD-LEVEL
              AND NOT (NEW-LEVEL = 'W' AND OLD-LEVEL = 'S')
             PERFORM WRITE-LETTER
             MOVE TODAY-YMD TO OLD-DATE
           END-IF
           IF NEW-COUNT = 6000
             DISPLAY "ABBRUCH: ATTFLAG.DAT groesser als 6000"
                     " Eintraege."
             STOP RUN
           END-IF
           ADD 1 TO NEW-COUNT
           MOVE AG-STUDENT (ag-index) TO af-student
           MOVE AG-COURSE (ag-index) TO af-course
           MOVE CURRENT-TERM TO af-term
           MOVE AG-ABSENT (ag-index) TO af-absent
           MOVE NEW-LEVEL TO af-level
           MOVE OLD-DATE TO af-date
           MOVE AttendFlagRecord TO NEW-RECORD (NEW-COUNT).

       FIND-QUOTA.
           MOVE DEFAULT-WARN TO WORK-WARN
           MOVE DEFAULT-LIMIT TO WORK-LIMIT
           PERFORM VARYING qt-index FROM 1 BY 1
                   UNTIL qt-index > QT-COUNT
             IF QT-COURSE (qt-index) = "STANDARD"
               MOVE QT-WARN (qt-index) TO WORK-WARN
               MOVE QT-LIMIT (qt-index) TO WORK-LIMIT
             END-IF
           END-PERFORM
           PERFORM VARYING qt-index FROM 1 BY 1
                   UNTIL qt-index > QT-COUNT
             IF QT-COURSE (qt-index) = AG-COURSE (ag-index)
               MOVE QT-WARN (qt-index) TO WORK-WARN
               MOVE QT-LIMIT (qt-index) TO WORK-LIMIT
             END-IF
           END-PERFORM.

       FIND-OLD-FLAG.
           MOVE SPACE TO OLD-LEVEL
           MOVE 0 TO OLD-DATE
           PERFORM VARYING fl-index FROM 1 BY 1
                   UNTIL fl-index > FL-COUNT
             MOVE FL-RECORD (fl-index) TO AttendFlagRecord
             IF af-student = AG-STUDENT (ag-index)
                AND af-course = AG-COURSE (ag-index)
                AND af-term = CURRENT-TERM
               MOVE af-level TO OLD-LEVEL
               MOVE af-date TO OLD-DATE
             END-IF
           END-PERFORM.

       WRITE-LETTER.
           PERFORM FIND-NAMES
           IF LETTER-COUNT > 0
             MOVE 'P' TO rpt-action
             CALL "REPORT-WRITER" USING ReportRequest
           END-IF
           ADD 1 TO LETTER-COUNT
           STRING "An: " NAME-TEXT
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-LETTER-LINE
           STRING "    Matrikelnummer " AG-STUDENT (ag-index)
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           STRING "Fehlzeiten im Kurs " AG-COURSE (ag-index) " "
                  TITLE-TEXT
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-LETTER-LINE
           STRING "Semester " CURRENT-TERM
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE AG-ABSENT (ag-index) TO PRINT-ABSENT
           MOVE WORK-WARN TO PRINT-WARN
           MOVE WORK-LIMIT TO PRINT-LIMIT
           STRING "Unentschuldigte Fehltermine bisher: " PRINT-ABSENT
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-LETTER-LINE
           STRING "Zulaessig sind hoechstens:          " PRINT-LIMIT
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           IF NEW-LEVEL = 'S'
             MOVE "Das Fehlzeitenlimit ist ueberschritten. Eine Note"
               TO rpt-line
             PERFORM WRITE-LETTER-LINE
             MOVE "kann nur mit Genehmigung des Pruefungsamts"
               TO rpt-line
             PERFORM WRITE-LETTER-LINE
             MOVE "erfasst werden."
               TO rpt-line
             PERFORM WRITE-LETTER-LINE
           ELSE
             MOVE "Bei weiteren unentschuldigten Fehlterminen ueber"
               TO rpt-line
             PERFORM WRITE-LETTER-LINE
             MOVE "das Limit hinaus wird keine Note erfasst."
               TO rpt-line
             PERFORM WRITE-LETTER-LINE
           END-IF.

       WRITE-LETTER-LINE.
           MOVE 'L' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line.

       FIND-NAMES.
           MOVE "(unbekannt)" TO NAME-TEXT
           OPEN INPUT StudentNumbers
           IF FS-STATUS = "00"
             MOVE AG-STUDENT (ag-index) TO student-number
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
               IF crs-code = AG-COURSE (ag-index)
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

       FIND-CURRENT-TERM.
           MOVE SPACES TO CURRENT-TERM
           MOVE 0 TO eof
           OPEN INPUT TermFile
           IF TRM-STATUS = "00"
             READ TermFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF term-start NOT > TODAY-YMD
                  AND term-end NOT < TODAY-YMD
                 MOVE term-code TO CURRENT-TERM
               END-IF
               READ TermFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE TermFile
           END-IF.

       LOAD-QUOTAS.
           MOVE 0 TO QT-COUNT
           MOVE 0 TO eof
           OPEN INPUT QuotaFile
           IF AQ-FILE-STATUS = "35"
             OPEN OUTPUT QuotaFile
             MOVE "STANDARD" TO aq-course
             MOVE DEFAULT-WARN TO aq-warn
             MOVE DEFAULT-LIMIT TO aq-limit
             WRITE AttendQuotaRecord
             CLOSE QuotaFile
             DISPLAY "ATTQUOTA.DAT mit Standardwerten angelegt."
             OPEN INPUT QuotaFile
           END-IF
           IF AQ-FILE-STATUS = "00"
             READ QuotaFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR QT-COUNT = 200
               ADD 1 TO QT-COUNT
               MOVE aq-course TO QT-COURSE (QT-COUNT)
               MOVE aq-warn TO QT-WARN (QT-COUNT)
               MOVE aq-limit TO QT-LIMIT (QT-COUNT)
               READ QuotaFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             IF eof = 0
               DISPLAY "ABBRUCH: ATTQUOTA.DAT groesser als 200"
                       " Eintraege."
               STOP RUN
             END-IF
             CLOSE QuotaFile
           END-IF.

       LOAD-ABSENCES.
           MOVE 0 TO AG-COUNT
           MOVE 0 TO eof
           OPEN INPUT AttendFile
           IF ATT-FILE-STATUS = "00"
             READ AttendFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF att-term = CURRENT-TERM AND att-status = 'F'
                 PERFORM ADD-ABSENCE
               END-IF
               READ AttendFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE AttendFile
           END-IF.

       ADD-ABSENCE.
           MOVE 'N' TO AG-FOUND
           PERFORM VARYING ag-index FROM 1 BY 1
                   UNTIL ag-index > AG-COUNT OR AG-FOUND = 'Y'
             IF AG-STUDENT (ag-index) = att-student
                AND AG-COURSE (ag-index) = att-course
               MOVE 'Y' TO AG-FOUND
               ADD 1 TO AG-ABSENT (ag-index)
             END-IF
           END-PERFORM
           IF AG-FOUND = 'N'
             IF AG-COUNT = 6000
               DISPLAY "ABBRUCH: mehr als 6000 Fehlzeiten-Eintraege."
               STOP RUN
             END-IF
             ADD 1 TO AG-COUNT
             MOVE att-student TO AG-STUDENT (AG-COUNT)
             MOVE att-course TO AG-COURSE (AG-COUNT)
             MOVE 1 TO AG-ABSENT (AG-COUNT)
           END-IF.

       LOAD-FLAGS.
           MOVE 0 TO FL-COUNT
           MOVE 0 TO eof
           OPEN INPUT FlagFile
           IF AF-FILE-STATUS = "00"
             READ FlagFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR FL-COUNT = 6000
               ADD 1 TO FL-COUNT
               MOVE AttendFlagRecord TO FL-RECORD (FL-COUNT)
               READ FlagFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             IF eof = 0
               DISPLAY "ABBRUCH: ATTFLAG.DAT groesser als 6000"
                       " Eintraege."
               STOP RUN
             END-IF
             CLOSE FlagFile
           END-IF.

       SAVE-FLAGS.
           OPEN OUTPUT FlagFile
           PERFORM VARYING new-index FROM 1 BY 1
                   UNTIL new-index > NEW-COUNT
             MOVE NEW-RECORD (new-index) TO AttendFlagRecord
             WRITE AttendFlagRecord
           END-PERFORM
           CLOSE FlagFile.
