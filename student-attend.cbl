       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-ATTEND.
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
       Select EnrollFile ASSIGN TO "ENROLL.DAT"
                   organization is line sequential
                   FILE STATUS IS EN-STATUS.
       Select AttendFile ASSIGN TO "ATTEND.DAT"
                   organization is line sequential
                   FILE STATUS IS ATT-FILE-STATUS.
       Select WorkFile ASSIGN TO "ATTEND-WRK.DAT"
                   organization is line sequential.
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
       FD CourseFile.
           copy "course-record.cpy".
       FD EnrollFile.
           copy "enroll-record.cpy".
       FD AttendFile.
           copy "attend-record.cpy".
       FD WorkFile.
           01 WorkRecord PIC X(43).
       FD FlagFile.
           copy "attflag-record.cpy".
       WORKING-STORAGE SECTION.
        01 eof PIC 9.
        01 FS-STATUS PIC XX.
        01 CRS-STATUS PIC XX.
        01 EN-STATUS PIC XX.
        01 ATT-FILE-STATUS PIC XX.
        01 AF-FILE-STATUS PIC XX.
        01 MENU-CHOICE PIC 9 VALUE 0.
        01 WORK-STUDENT PIC 9(13).
        01 WORK-COURSE PIC X(8).
        01 WORK-TERM PIC X(5).
        01 WORK-DATE PIC 9(8).
        01 TODAY-YMD PIC 9(8).
        01 COURSE-FOUND PIC X.
        01 COURSE-TITLE PIC X(30).
        01 ALREADY-CAPTURED PIC X.
        01 ANSWER PIC X.
        01 LIST-COUNT PIC 9(3) VALUE 0.
        01 list-index PIC 9(3).
        01 LIST-TABLE.
           05 LIST-ENTRY OCCURS 300 TIMES.
              10 LT-STUDENT PIC 9(13).
              10 LT-NAME    PIC X(20).
              10 LT-STATUS  PIC X.
        01 PRESENT-COUNT PIC 9(3).
        01 ABSENT-COUNT PIC 9(3).
        01 EXCUSED-COUNT PIC 9(3).
        01 SUM-COURSE PIC X(8).
        01 SUM-TERM PIC X(5).
        01 FLAG-TEXT PIC X(20).
        copy "date-time.cpy".
        copy "signon-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "STUDENT-ATTEND: Anwesenheit erfassen"
           MOVE 'S' TO so-action
           MOVE "STUDENT-ATTEND" TO so-program
           MOVE "DOZENT" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Anmeldung fehlgeschlagen. Abbruch."
             STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO date-time
           COMPUTE TODAY-YMD = year * 10000 + month * 100 + day-1
           PERFORM UNTIL MENU-CHOICE = 3
             DISPLAY "1) Anwesenheit fuer Kurs erfassen"
             DISPLAY "2) Fehlzeiten eines Studenten  3) Ende"
             ACCEPT MENU-CHOICE
             EVALUATE MENU-CHOICE
               WHEN 1
                 PERFORM CAPTURE-COURSE
               WHEN 2
                 PERFORM SHOW-STUDENT
               WHEN 3
                 DISPLAY "Programmende."
               WHEN OTHER
                 DISPLAY "Bitte Eingabe ueberpruefen!"
             END-EVALUATE
           END-PERFORM

       STOP RUN.

       CAPTURE-COURSE.
           DISPLAY "Kurskennung: "
           ACCEPT WORK-COURSE
           PERFORM CHECK-COURSE
           IF COURSE-FOUND = 'N'
             DISPLAY "Kurs " WORK-COURSE " nicht im Katalog."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Semester (z.B. 25WS): "
           ACCEPT WORK-TERM
           DISPLAY "Datum der Veranstaltung (JJJJMMTT): "
           ACCEPT WORK-DATE
           IF WORK-DATE NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD (WORK-DATE) NOT = 0
             DISPLAY "Datum ungueltig."
             EXIT PARAGRAPH
           END-IF
           IF WORK-DATE > TODAY-YMD
             DISPLAY "Datum liegt in der Zukunft."
             EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-COURSE-LIST
           IF LIST-COUNT = 0
             DISPLAY "Keine Belegungen fuer " WORK-COURSE " "
                     WORK-TERM "."
             EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ALREADY-CAPTURED
           IF ALREADY-CAPTURED = 'Y'
             DISPLAY "Fuer " WORK-DATE " bereits erfasst."
                     " Neu erfassen? (J/N): "
             ACCEPT ANSWER
             IF ANSWER NOT = 'J' AND ANSWER NOT = 'j'
               EXIT PARAGRAPH
             END-IF
           END-IF
           DISPLAY WORK-COURSE " " COURSE-TITLE " am " WORK-DATE
                   ": " LIST-COUNT " Teilnehmer"
           DISPLAY "A = anwesend (Eingabetaste), F = fehlt,"
                   " E = entschuldigt"
           PERFORM VARYING list-index FROM 1 BY 1
                   UNTIL list-index > LIST-COUNT
             PERFORM ASK-ONE-STUDENT
           END-PERFORM
           MOVE 0 TO PRESENT-COUNT
           MOVE 0 TO ABSENT-COUNT
           MOVE 0 TO EXCUSED-COUNT
           PERFORM VARYING list-index FROM 1 BY 1
                   UNTIL list-index > LIST-COUNT
             EVALUATE LT-STATUS (list-index)
               WHEN 'A'
                 ADD 1 TO PRESENT-COUNT
               WHEN 'F'
                 ADD 1 TO ABSENT-COUNT
               WHEN 'E'
                 ADD 1 TO EXCUSED-COUNT
             END-EVALUATE
           END-PERFORM
           DISPLAY "Anwesend " PRESENT-COUNT "  fehlt " ABSENT-COUNT
                   "  entschuldigt " EXCUSED-COUNT
           DISPLAY "Speichern? (J/N): "
           ACCEPT ANSWER
           IF ANSWER NOT = 'J' AND ANSWER NOT = 'j'
             DISPLAY "Nicht gespeichert."
             EXIT PARAGRAPH
           END-IF
           IF ALREADY-CAPTURED = 'Y'
             PERFORM REMOVE-OLD-CAPTURE
           END-IF
           PERFORM APPEND-CAPTURE
           DISPLAY "Anwesenheit gespeichert.".

       ASK-ONE-STUDENT.
           MOVE 'X' TO LT-STATUS (list-index)
           PERFORM UNTIL LT-STATUS (list-index) = 'A'
                      OR LT-STATUS (list-index) = 'F'
                      OR LT-STATUS (list-index) = 'E'
             DISPLAY "  " LT-STUDENT (list-index) " "
                     LT-NAME (list-index) ": "
             MOVE SPACE TO ANSWER
             ACCEPT ANSWER
             MOVE FUNCTION UPPER-CASE (ANSWER)
               TO LT-STATUS (list-index)
             IF LT-STATUS (list-index) = SPACE
               MOVE 'A' TO LT-STATUS (list-index)
             END-IF
           END-PERFORM.

       SHOW-STUDENT.
           DISPLAY "Matrikelnummer: "
           ACCEPT WORK-STUDENT
           DISPLAY "Semester: "
           ACCEPT WORK-TERM
           MOVE SPACES TO SUM-COURSE
           MOVE 0 TO eof
           OPEN INPUT EnrollFile
           IF EN-STATUS = "00"
             READ EnrollFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF en-student = WORK-STUDENT
                  AND en-term = WORK-TERM
                 MOVE en-course TO SUM-COURSE
                 PERFORM SHOW-COURSE-SUMMARY
               END-IF
               READ EnrollFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE EnrollFile
           END-IF
           IF SUM-COURSE = SPACES
             DISPLAY "Keine Belegungen im Semester " WORK-TERM "."
           END-IF.

       SHOW-COURSE-SUMMARY.
           MOVE 0 TO PRESENT-COUNT
           MOVE 0 TO ABSENT-COUNT
           MOVE 0 TO EXCUSED-COUNT
           OPEN INPUT AttendFile
           IF ATT-FILE-STATUS = "00"
             PERFORM UNTIL ATT-FILE-STATUS NOT = "00"
               READ AttendFile
                AT END MOVE "10" TO ATT-FILE-STATUS
                NOT AT END
                  IF att-student = WORK-STUDENT
                     AND att-course = SUM-COURSE
                     AND att-term = WORK-TERM
                    EVALUATE att-status
                      WHEN 'A'
                        ADD 1 TO PRESENT-COUNT
                      WHEN 'F'
                        ADD 1 TO ABSENT-COUNT
                      WHEN 'E'
                        ADD 1 TO EXCUSED-COUNT
                    END-EVALUATE
                  END-IF
               END-READ
             END-PERFORM
             CLOSE AttendFile
           END-IF
           MOVE SPACES TO FLAG-TEXT
           OPEN INPUT FlagFile
           IF AF-FILE-STATUS = "00"
             PERFORM UNTIL AF-FILE-STATUS NOT = "00"
               READ FlagFile
                AT END MOVE "10" TO AF-FILE-STATUS
                NOT AT END
                  IF af-student = WORK-STUDENT
                     AND af-course = SUM-COURSE
                     AND af-term = WORK-TERM
                    IF af-level = 'S'
                      MOVE "Limit ueberschritten" TO FLAG-TEXT
                    ELSE
                      MOVE "verwarnt" TO FLAG-TEXT
                    END-IF
                  END-IF
               END-READ
             END-PERFORM
             CLOSE FlagFile
           END-IF
           DISPLAY "  " SUM-COURSE " anwesend " PRESENT-COUNT
                   " fehlt " ABSENT-COUNT " entschuldigt "
                   EXCUSED-COUNT " " FLAG-TEXT.

       CHECK-COURSE.
           MOVE 'N' TO COURSE-FOUND
           MOVE SPACES TO COURSE-TITLE
           MOVE 0 TO eof
           OPEN INPUT CourseFile
           IF CRS-STATUS = "00"
             READ CourseFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF crs-code = WORK-COURSE
                 MOVE 'Y' TO COURSE-FOUND
                 MOVE crs-title TO COURSE-TITLE
                 SET eof TO 1
               ELSE
                 READ CourseFile
                  AT END SET eof TO 1
                 END-READ
               END-IF
             END-PERFORM
             CLOSE CourseFile
           END-IF.

       LOAD-COURSE-LIST.
           MOVE 0 TO LIST-COUNT
           MOVE 0 TO eof
           OPEN INPUT EnrollFile
           IF EN-STATUS = "00"
             READ EnrollFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR LIST-COUNT = 300
               IF en-course = WORK-COURSE
                  AND en-term = WORK-TERM
                  AND en-grade NOT = "AB"
                 ADD 1 TO LIST-COUNT
                 MOVE en-student TO LT-STUDENT (LIST-COUNT)
                 MOVE SPACES TO LT-NAME (LIST-COUNT)
                 MOVE 'A' TO LT-STATUS (LIST-COUNT)
               END-IF
               READ EnrollFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             IF eof = 0
               DISPLAY "Mehr als 300 Teilnehmer - Kursliste"
                       " unvollstaendig."
             END-IF
             CLOSE EnrollFile
           END-IF
           OPEN INPUT StudentNumbers
           IF FS-STATUS = "00"
             PERFORM VARYING list-index FROM 1 BY 1
                     UNTIL list-index > LIST-COUNT
               MOVE LT-STUDENT (list-index) TO student-number
               READ StudentNumbers
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                   MOVE student-name TO LT-NAME (list-index)
               END-READ
             END-PERFORM
             CLOSE StudentNumbers
           END-IF.

       CHECK-ALREADY-CAPTURED.
           MOVE 'N' TO ALREADY-CAPTURED
           MOVE 0 TO eof
           OPEN INPUT AttendFile
           IF ATT-FILE-STATUS = "00"
             READ AttendFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF att-course = WORK-COURSE
                  AND att-term = WORK-TERM
                  AND att-date = WORK-DATE
                 MOVE 'Y' TO ALREADY-CAPTURED
                 SET eof TO 1
               ELSE
                 READ AttendFile
                  AT END SET eof TO 1
                 END-READ
               END-IF
             END-PERFORM
             CLOSE AttendFile
           END-IF.

       REMOVE-OLD-CAPTURE.
           MOVE 0 TO eof
           OPEN INPUT AttendFile
           OPEN OUTPUT WorkFile
           READ AttendFile
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             IF att-course NOT = WORK-COURSE
                OR att-term NOT = WORK-TERM
                OR att-date NOT = WORK-DATE
               MOVE AttendanceRecord TO WorkRecord
               WRITE WorkRecord
             END-IF
             READ AttendFile
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE AttendFile
           CLOSE WorkFile
           MOVE 0 TO eof
           OPEN INPUT WorkFile
           OPEN OUTPUT AttendFile
           READ WorkFile
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             MOVE WorkRecord TO AttendanceRecord
             WRITE AttendanceRecord
             READ WorkFile
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE WorkFile
           CLOSE AttendFile.

       APPEND-CAPTURE.
           OPEN INPUT AttendFile
           IF ATT-FILE-STATUS = "35"
             OPEN OUTPUT AttendFile
             CLOSE AttendFile
           ELSE
             CLOSE AttendFile
           END-IF
           OPEN EXTEND AttendFile
           PERFORM VARYING list-index FROM 1 BY 1
                   UNTIL list-index > LIST-COUNT
             MOVE LT-STUDENT (list-index) TO att-student
             MOVE WORK-COURSE TO att-course
             MOVE WORK-TERM TO att-term
             MOVE WORK-DATE TO att-date
             MOVE LT-STATUS (list-index) TO att-status
             MOVE so-operator TO att-operator
             WRITE AttendanceRecord
           END-PERFORM
           CLOSE AttendFile.
