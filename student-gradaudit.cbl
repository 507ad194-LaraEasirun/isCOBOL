       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-GRADAUDIT.
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
       Select CandidateFile ASSIGN TO "GRADCAND.DAT"
                   organization is line sequential
                   FILE STATUS IS CAND-STATUS.
       Select GradList ASSIGN TO "GRADLIST.DAT"
                   organization is line sequential
                   FILE STATUS IS GRD-STATUS.
       Select RequirementFile ASSIGN TO "GRADREQ.DAT"
                   organization is line sequential
                   FILE STATUS IS GQ-FILE-STATUS.
       Select CourseFile ASSIGN TO "COURSES.DAT"
                   organization is line sequential
                   FILE STATUS IS CRS-STATUS.
       Select EnrollFile ASSIGN TO "ENROLL.DAT"
                   organization is line sequential
                   FILE STATUS IS EN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD StudentNumbers.
           01 StudentRecord.
              05 student-number    PIC 9(13).
              05 student-name      PIC X(20).
              05 program-code      PIC X(6).
              05 enrollment-status PIC X(1).
       FD CandidateFile.
           01 CandidateRecord.
              05 cand-student PIC 9(13).
       FD GradList.
           01 GradRecord.
              05 grad-student PIC 9(13).
       FD RequirementFile.
           copy "gradreq-record.cpy".
       FD CourseFile.
           copy "course-record.cpy".
       FD EnrollFile.
           copy "enroll-record.cpy".
       WORKING-STORAGE SECTION.
        01 eof PIC 9.
        01 cand-eof PIC 9.
        01 FS-STATUS PIC XX.
        01 CAND-STATUS PIC XX.
        01 GRD-STATUS PIC XX.
        01 GQ-FILE-STATUS PIC XX.
        01 CRS-STATUS PIC XX.
        01 EN-STATUS PIC XX.
        01 WANTED-TERM PIC X(5).
        01 RQ-COUNT PIC 9(3) VALUE 0.
        01 rq-index PIC 9(3).
        01 rw-index PIC 9(3).
        01 RQ-TABLE.
           05 RQ-ENTRY OCCURS 500 TIMES.
              10 RQ-RECORD PIC X(26).
        01 CT-COUNT PIC 9(3) VALUE 0.
        01 ct-index PIC 9(3).
        01 CT-TABLE.
           05 CT-ENTRY OCCURS 500 TIMES.
              10 CT-CODE    PIC X(8).
              10 CT-CREDITS PIC 9(2).
        01 SC-COUNT PIC 9(3) VALUE 0.
        01 sc-index PIC 9(3).
        01 SC-FOUND PIC X.
        01 SC-TABLE.
           05 SC-ENTRY OCCURS 150 TIMES.
              10 SC-COURSE PIC X(8).
              10 SC-STATE  PIC X.
              10 SC-GRADE  PIC 9(2).
        01 WORK-STUDENT PIC 9(13).
        01 WORK-NAME PIC X(20).
        01 WORK-PROGRAM PIC X(6).
        01 WORK-GRADE PIC 9(2).
        01 WORK-COURSE PIC X(8).
        01 WORK-GROUP PIC X(4).
        01 WORK-STATE PIC X.
        01 STATE-TEXT PIC X(16).
        01 STUDENT-FOUND PIC X.
        01 PROGRAM-FOUND PIC X.
        01 MIN-CREDITS PIC 9(3).
        01 MIN-GRADE PIC 9(2).
        01 EARNED-CREDITS PIC 9(3).
        01 GROUP-DONE PIC 9(2).
        01 GROUP-MISSING PIC 9(2).
        01 MISSING-REQUIRED PIC 9(2).
        01 MISSING-GROUPS PIC 9(2).
        01 RUNNING-COUNT PIC 9(2).
        01 CAND-COUNT PIC 9(4) VALUE 0.
        01 PASS-COUNT PIC 9(4) VALUE 0.
        01 AUDIT-COUNT PIC 9(4) VALUE 0.
        01 FAIL-COUNT PIC 9(4) VALUE 0.
        01 EX-COUNT PIC 9(3) VALUE 0.
        01 ex-index PIC 9(3).
        01 EX-TABLE.
           05 EX-ENTRY OCCURS 500 TIMES.
              10 EX-LINE PIC X(72).
        01 EXCEPTION-TEXT PIC X(72).
        01 PRINT-GRADE PIC X(3).
        copy "date-time.cpy".
        copy "report-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "STUDENT-GRADAUDIT: Abschlusspruefung"
           DISPLAY "Semester (z.B. 25WS): "
           ACCEPT WANTED-TERM
           MOVE FUNCTION CURRENT-DATE TO date-time
           PERFORM LOAD-REQUIREMENTS
           PERFORM LOAD-COURSES
           OPEN INPUT CandidateFile
           IF CAND-STATUS NOT = "00"
             DISPLAY "Keine Abschlusskandidaten (GRADCAND.DAT)."
             STOP RUN
           END-IF
           OPEN OUTPUT GradList

           MOVE 'O' TO rpt-action
           MOVE "GRADAUDIT" TO rpt-name
           MOVE SPACES TO rpt-filename
           STRING "AUDIT-" DELIMITED BY SIZE
                  WANTED-TERM DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
                  INTO rpt-filename
           MOVE SPACES TO rpt-title
           STRING "Abschlusspruefung Semester " WANTED-TERM
                  DELIMITED BY SIZE INTO rpt-title
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line

           MOVE 0 TO cand-eof
           READ CandidateFile
            AT END SET cand-eof TO 1
           END-READ
           PERFORM UNTIL cand-eof = 1
             ADD 1 TO CAND-COUNT
             MOVE cand-student TO WORK-STUDENT
             PERFORM AUDIT-ONE-STUDENT
             READ CandidateFile
              AT END SET cand-eof TO 1
             END-READ
           END-PERFORM
           CLOSE CandidateFile
           CLOSE GradList
           IF AUDIT-COUNT = 0
             MOVE "Keine Kandidaten geprueft." TO rpt-line
             PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE 'C' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           DISPLAY "Pruefbericht: " rpt-filename

           MOVE 'O' TO rpt-action
           MOVE "GRADEXC" TO rpt-name
           MOVE SPACES TO rpt-filename
           STRING "GRADEXC-" DELIMITED BY SIZE
                  WANTED-TERM DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
                  INTO rpt-filename
           MOVE SPACES TO rpt-title
           STRING "Abschluss nicht erfuellt " WANTED-TERM
                  DELIMITED BY SIZE INTO rpt-title
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line
           PERFORM VARYING ex-index FROM 1 BY 1
                   UNTIL ex-index > EX-COUNT
             MOVE EX-LINE (ex-index) TO rpt-line
             PERFORM WRITE-REPORT-LINE
           END-PERFORM
           IF EX-COUNT = 0
             MOVE "Alle Kandidaten erfuellen die Anforderungen."
               TO rpt-line
             PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           COMPUTE FAIL-COUNT = CAND-COUNT - PASS-COUNT
           STRING "Kandidaten " CAND-COUNT "  bestanden " PASS-COUNT
                  "  Ausnahmen " FAIL-COUNT
                  DELIMITED BY SIZE INTO rpt-line
           DISPLAY rpt-line
           PERFORM WRITE-REPORT-LINE
           MOVE 'C' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           DISPLAY "Ausnahmeliste: " rpt-filename
           DISPLAY "GRADLIST.DAT: " PASS-COUNT " Studierende"

       STOP RUN.

       AUDIT-ONE-STUDENT.
           PERFORM FIND-STUDENT
           IF STUDENT-FOUND = 'N'
             MOVE SPACES TO EXCEPTION-TEXT
             STRING WORK-STUDENT " nicht in STUDENTS.DAT"
                    DELIMITED BY SIZE INTO EXCEPTION-TEXT
             PERFORM ADD-EXCEPTION
             EXIT PARAGRAPH
           END-IF
           PERFORM FIND-PROGRAM-RULES
           IF PROGRAM-FOUND = 'N'
             MOVE SPACES TO EXCEPTION-TEXT
             STRING WORK-STUDENT " " WORK-NAME " " WORK-PROGRAM
                    " ohne Anforderungen"
                    DELIMITED BY SIZE INTO EXCEPTION-TEXT
             PERFORM ADD-EXCEPTION
             EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-STUDENT-COURSES
           MOVE 0 TO MISSING-REQUIRED
           MOVE 0 TO MISSING-GROUPS
           MOVE 0 TO RUNNING-COUNT
           MOVE 0 TO EARNED-CREDITS
           PERFORM VARYING sc-index FROM 1 BY 1
                   UNTIL sc-index > SC-COUNT
             IF SC-STATE (sc-index) = 'E'
               PERFORM ADD-CREDITS
             END-IF
             IF SC-STATE (sc-index) = 'L'
               ADD 1 TO RUNNING-COUNT
             END-IF
           END-PERFORM

           IF AUDIT-COUNT > 0
             MOVE 'P' TO rpt-action
             CALL "REPORT-WRITER" USING ReportRequest
           END-IF
           ADD 1 TO AUDIT-COUNT
           STRING "Student " WORK-STUDENT " " WORK-NAME
                  "  Studiengang " WORK-PROGRAM
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Pflichtkurse" TO rpt-line
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING rq-index FROM 1 BY 1
                   UNTIL rq-index > RQ-COUNT
             MOVE RQ-RECORD (rq-index) TO GradReqRecord
             IF gq-program = WORK-PROGRAM AND gq-type = 'R'
               MOVE gq-course TO WORK-COURSE
               PERFORM FIND-COURSE-STATE
               IF WORK-STATE NOT = 'E'
                 ADD 1 TO MISSING-REQUIRED
               END-IF
               STRING "  " WORK-COURSE " " STATE-TEXT " " PRINT-GRADE
                      DELIMITED BY SIZE INTO rpt-line
               PERFORM WRITE-REPORT-LINE
             END-IF
           END-PERFORM
           PERFORM VARYING rq-index FROM 1 BY 1
                   UNTIL rq-index > RQ-COUNT
             MOVE RQ-RECORD (rq-index) TO GradReqRecord
             IF gq-program = WORK-PROGRAM AND gq-type = 'G'
               PERFORM AUDIT-ONE-GROUP
             END-IF
           END-PERFORM
           PERFORM WRITE-REPORT-LINE
           STRING "Credits " EARNED-CREDITS " von mindestens "
                  MIN-CREDITS
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REPORT-LINE
           IF RUNNING-COUNT > 0
             STRING "Laufende Kurse: " RUNNING-COUNT
                    DELIMITED BY SIZE INTO rpt-line
             PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           IF MISSING-REQUIRED = 0 AND MISSING-GROUPS = 0
              AND EARNED-CREDITS NOT < MIN-CREDITS
             MOVE "Ergebnis: Anforderungen erfuellt" TO rpt-line
             PERFORM WRITE-REPORT-LINE
             MOVE WORK-STUDENT TO grad-student
             WRITE GradRecord
             ADD 1 TO PASS-COUNT
           ELSE
             MOVE "Ergebnis: Anforderungen NICHT erfuellt" TO rpt-line
             PERFORM WRITE-REPORT-LINE
             MOVE SPACES TO EXCEPTION-TEXT
             STRING WORK-STUDENT " " WORK-NAME " " WORK-PROGRAM
                    DELIMITED BY SIZE INTO EXCEPTION-TEXT
             PERFORM ADD-EXCEPTION
             MOVE SPACES TO EXCEPTION-TEXT
             STRING "    Pflicht fehlt " MISSING-REQUIRED
                    "  Wahlgruppen offen " MISSING-GROUPS
                    "  Credits " EARNED-CREDITS "/" MIN-CREDITS
                    "  laufend " RUNNING-COUNT
                    DELIMITED BY SIZE INTO EXCEPTION-TEXT
             PERFORM ADD-EXCEPTION
           END-IF.

       AUDIT-ONE-GROUP.
           MOVE gq-group TO WORK-GROUP
           MOVE 0 TO GROUP-DONE
           STRING "Wahlgruppe " gq-group " (mindestens " gq-count
                  ")"
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING rw-index FROM 1 BY 1
                   UNTIL rw-index > RQ-COUNT
             MOVE RQ-RECORD (rw-index) TO GradReqRecord
             IF gq-program = WORK-PROGRAM AND gq-type = 'W'
                AND gq-group = WORK-GROUP
               MOVE gq-course TO WORK-COURSE
               PERFORM FIND-COURSE-STATE
               IF WORK-STATE = 'E'
                 ADD 1 TO GROUP-DONE
               END-IF
               IF WORK-STATE NOT = SPACE
                 STRING "  " WORK-COURSE " " STATE-TEXT " "
                        PRINT-GRADE
                        DELIMITED BY SIZE INTO rpt-line
                 PERFORM WRITE-REPORT-LINE
               END-IF
             END-IF
           END-PERFORM
           MOVE RQ-RECORD (rq-index) TO GradReqRecord
           IF GROUP-DONE < gq-count
             ADD 1 TO MISSING-GROUPS
             COMPUTE GROUP-MISSING = gq-count - GROUP-DONE
             STRING "  erledigt " GROUP-DONE ", es fehlen "
                    GROUP-MISSING
                    DELIMITED BY SIZE INTO rpt-line
           ELSE
             STRING "  erledigt " GROUP-DONE
                    DELIMITED BY SIZE INTO rpt-line
           END-IF
           PERFORM WRITE-REPORT-LINE.

       FIND-COURSE-STATE.
           MOVE SPACE TO WORK-STATE
           MOVE "fehlt" TO STATE-TEXT
           MOVE SPACES TO PRINT-GRADE
           PERFORM VARYING sc-index FROM 1 BY 1
                   UNTIL sc-index > SC-COUNT
             IF SC-COURSE (sc-index) = WORK-COURSE
               MOVE SC-STATE (sc-index) TO WORK-STATE
               EXIT PERFORM
             END-IF
           END-PERFORM
           EVALUATE WORK-STATE
             WHEN 'E'
               MOVE "erledigt" TO STATE-TEXT
               STRING SC-GRADE (sc-index) (1:1) ","
                      SC-GRADE (sc-index) (2:1)
                      DELIMITED BY SIZE INTO PRINT-GRADE
             WHEN 'L'
               MOVE "in Bearbeitung" TO STATE-TEXT
             WHEN 'N'
               MOVE "nicht bestanden" TO STATE-TEXT
           END-EVALUATE.

       ADD-CREDITS.
           PERFORM VARYING ct-index FROM 1 BY 1
                   UNTIL ct-index > CT-COUNT
             IF CT-CODE (ct-index) = SC-COURSE (sc-index)
               ADD CT-CREDITS (ct-index) TO EARNED-CREDITS
               EXIT PERFORM
             END-IF
           END-PERFORM.

       ADD-EXCEPTION.
           IF EX-COUNT < 500
             ADD 1 TO EX-COUNT
             MOVE EXCEPTION-TEXT TO EX-LINE (EX-COUNT)
           END-IF.

       FIND-STUDENT.
           MOVE 'N' TO STUDENT-FOUND
           MOVE SPACES TO WORK-NAME
           MOVE SPACES TO WORK-PROGRAM
           OPEN INPUT StudentNumbers
           IF FS-STATUS = "00"
             MOVE WORK-STUDENT TO student-number
             READ StudentNumbers
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 MOVE 'Y' TO STUDENT-FOUND
                 MOVE student-name TO WORK-NAME
                 MOVE program-code TO WORK-PROGRAM
             END-READ
             CLOSE StudentNumbers
           END-IF.

       FIND-PROGRAM-RULES.
           MOVE 'N' TO PROGRAM-FOUND
           MOVE 0 TO MIN-CREDITS
           MOVE 40 TO MIN-GRADE
           PERFORM VARYING rq-index FROM 1 BY 1
                   UNTIL rq-index > RQ-COUNT
             MOVE RQ-RECORD (rq-index) TO GradReqRecord
             IF gq-program = WORK-PROGRAM
               MOVE 'Y' TO PROGRAM-FOUND
               IF gq-type = 'P'
                 MOVE gq-credits TO MIN-CREDITS
                 IF gq-grade > 0
                   MOVE gq-grade TO MIN-GRADE
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       LOAD-STUDENT-COURSES.
           MOVE 0 TO SC-COUNT
           MOVE 0 TO eof
           OPEN INPUT EnrollFile
           IF EN-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           READ EnrollFile
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             IF en-student = WORK-STUDENT AND en-grade NOT = "AB"
               PERFORM ADD-STUDENT-COURSE
             END-IF
             READ EnrollFile
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE EnrollFile.

       ADD-STUDENT-COURSE.
           MOVE 'N' TO SC-FOUND
           PERFORM VARYING sc-index FROM 1 BY 1
                   UNTIL sc-index > SC-COUNT
             IF SC-COURSE (sc-index) = en-course
               MOVE 'Y' TO SC-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF SC-FOUND = 'N'
             IF SC-COUNT = 150
               DISPLAY "ABBRUCH: mehr als 150 Kurse fuer "
                       WORK-STUDENT
               STOP RUN
             END-IF
             ADD 1 TO SC-COUNT
             MOVE SC-COUNT TO sc-index
             MOVE en-course TO SC-COURSE (sc-index)
             MOVE 'N' TO SC-STATE (sc-index)
             MOVE 99 TO SC-GRADE (sc-index)
           END-IF
           IF en-grade = SPACES
             IF SC-STATE (sc-index) NOT = 'E'
               MOVE 'L' TO SC-STATE (sc-index)
             END-IF
             EXIT PARAGRAPH
           END-IF
           IF en-grade NUMERIC
             MOVE en-grade TO WORK-GRADE
             IF WORK-GRADE NOT < 10 AND WORK-GRADE NOT > MIN-GRADE
               MOVE 'E' TO SC-STATE (sc-index)
               IF WORK-GRADE < SC-GRADE (sc-index)
                 MOVE WORK-GRADE TO SC-GRADE (sc-index)
               END-IF
             END-IF
           END-IF.

       LOAD-REQUIREMENTS.
           MOVE 0 TO RQ-COUNT
           MOVE 0 TO eof
           OPEN INPUT RequirementFile
           IF GQ-FILE-STATUS NOT = "00"
             DISPLAY "GRADREQ.DAT fehlt - keine Abschlusspruefung."
             STOP RUN
           END-IF
           READ RequirementFile
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1 OR RQ-COUNT = 500
             ADD 1 TO RQ-COUNT
             MOVE GradReqRecord TO RQ-RECORD (RQ-COUNT)
             READ RequirementFile
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           IF eof = 0
             DISPLAY "ABBRUCH: GRADREQ.DAT groesser als 500"
                     " Eintraege."
             STOP RUN
           END-IF
           CLOSE RequirementFile.

       LOAD-COURSES.
           MOVE 0 TO CT-COUNT
           MOVE 0 TO eof
           OPEN INPUT CourseFile
           IF CRS-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           READ CourseFile
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1 OR CT-COUNT = 500
             ADD 1 TO CT-COUNT
             MOVE crs-code TO CT-CODE (CT-COUNT)
             IF crs-credits NUMERIC
               MOVE crs-credits TO CT-CREDITS (CT-COUNT)
             ELSE
               MOVE 0 TO CT-CREDITS (CT-COUNT)
             END-IF
             IF CT-CREDITS (CT-COUNT) = 0
               DISPLAY "Kurs " crs-code " ohne Leistungspunkte"
                       " - nicht gewertet."
             END-IF
             READ CourseFile
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           IF eof = 0
             DISPLAY "ABBRUCH: COURSES.DAT groesser als 500"
                     " Eintraege."
             STOP RUN
           END-IF
           CLOSE CourseFile.

       WRITE-REPORT-LINE.
           MOVE 'L' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line.
