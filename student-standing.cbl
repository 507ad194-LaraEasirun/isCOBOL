       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-STANDING.
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
       Select EnrollFile ASSIGN TO "ENROLL.DAT"
                   organization is line sequential
                   FILE STATUS IS EN-STATUS.
       Select RuleFile ASSIGN TO "STDRULES.DAT"
                   organization is line sequential
                   FILE STATUS IS SR-FILE-STATUS.
       Select StandingFile ASSIGN TO "STUDSTAND.DAT"
                   organization is line sequential
                   FILE STATUS IS SH-FILE-STATUS.
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
       FD EnrollFile.
           copy "enroll-record.cpy".
       FD RuleFile.
           copy "stdrule-record.cpy".
       FD StandingFile.
           copy "standing-record.cpy".
       WORKING-STORAGE SECTION.
        01 eof PIC 9.
        01 FS-STATUS PIC XX.
        01 TRM-STATUS PIC XX.
        01 CRS-STATUS PIC XX.
        01 EN-STATUS PIC XX.
        01 SR-FILE-STATUS PIC XX.
        01 SH-FILE-STATUS PIC XX.
        01 WANTED-TERM PIC X(5).
        01 TERM-FOUND PIC X.
        01 TODAY-YMD PIC 9(8).
        01 CT-COUNT PIC 9(3) VALUE 0.
        01 ct-index PIC 9(3).
        01 CT-TABLE.
           05 CT-ENTRY OCCURS 500 TIMES.
              10 CT-CODE    PIC X(8).
              10 CT-CREDITS PIC 9(2).
        01 WORK-CREDITS PIC 9(2).
        01 WORK-GRADE PIC 9(2).
        01 RL-COUNT PIC 9(2) VALUE 0.
        01 rl-index PIC 9(2).
        01 RL-TABLE.
           05 RL-ENTRY OCCURS 20 TIMES.
              10 RL-STANDING PIC X.
              10 RL-PREV     PIC X.
              10 RL-BASIS    PIC X.
              10 RL-LIMIT    PIC 9V9.
        01 SG-COUNT PIC 9(4) VALUE 0.
        01 sg-index PIC 9(4).
        01 SG-FOUND PIC X.
        01 SG-TABLE.
           05 SG-ENTRY OCCURS 3000 TIMES.
              10 SG-STUDENT      PIC 9(13).
              10 SG-TERM-POINTS  PIC 9(5).
              10 SG-TERM-CREDITS PIC 9(3).
              10 SG-CUM-POINTS   PIC 9(6).
              10 SG-CUM-CREDITS  PIC 9(3).
              10 SG-TERM-GPA     PIC 9V99.
              10 SG-CUM-GPA      PIC 9V99.
              10 SG-STANDING     PIC X.
              10 SG-PROGRAM      PIC X(6).
              10 SG-NAME         PIC X(20).
              10 SG-PICKED       PIC X.
        01 HT-COUNT PIC 9(5) VALUE 0.
        01 ht-index PIC 9(5).
        01 HT-TABLE.
           05 HT-ENTRY OCCURS 10000 TIMES.
              10 HT-RECORD PIC X(39).
        01 NEW-COUNT PIC 9(5) VALUE 0.
        01 new-index PIC 9(5).
        01 NEW-TABLE.
           05 NEW-ENTRY OCCURS 10000 TIMES.
              10 NEW-RECORD PIC X(39).
        01 PREV-STANDING PIC X.
        01 PREV-TERM PIC X(5).
        01 RULE-MATCH PIC X.
        01 RULE-VALUE PIC 9V99.
        01 PG-COUNT PIC 9(2) VALUE 0.
        01 pg-index PIC 9(2).
        01 PG-FOUND PIC X.
        01 PG-TABLE.
           05 PG-CODE PIC X(6) OCCURS 50 TIMES.
        01 DEANS-TOP PIC 9(2) VALUE 5.
        01 DEANS-MIN-CREDITS PIC 9(3) VALUE 15.
        01 DEANS-RANK PIC 9(2).
        01 BEST-INDEX PIC 9(4).
        01 LETTER-COUNT PIC 9(4) VALUE 0.
        01 ASSESSED-COUNT PIC 9(4) VALUE 0.
        01 STANDING-COUNTS.
           05 COUNT-G PIC 9(4) VALUE 0.
           05 COUNT-W PIC 9(4) VALUE 0.
           05 COUNT-P PIC 9(4) VALUE 0.
           05 COUNT-D PIC 9(4) VALUE 0.
        01 STANDING-TEXT PIC X(20).
        01 PREV-TEXT PIC X(20).
        01 TEXT-CODE PIC X.
        01 WORK-TEXT PIC X(20).
        01 PRINT-GPA PIC 9.99.
        01 PRINT-CUM PIC 9.99.
        01 PRINT-CREDITS PIC ZZ9.
        copy "date-time.cpy".
        copy "report-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "STUDENT-STANDING: Studienstand zum Semesterende"
           DISPLAY "Abzuschliessendes Semester (z.B. 25WS): "
           ACCEPT WANTED-TERM
           MOVE FUNCTION CURRENT-DATE TO date-time
           COMPUTE TODAY-YMD = year * 10000 + month * 100 + day-1
           PERFORM FIND-TERM
           IF TERM-FOUND = 'N'
             DISPLAY "Semester " WANTED-TERM
                     " nicht in TERMS.DAT."
             STOP RUN
           END-IF

           PERFORM LOAD-COURSES
           PERFORM LOAD-RULES
           PERFORM LOAD-GRADES
           IF SG-COUNT = 0
             DISPLAY "Keine benoteten Belegungen bis " WANTED-TERM "."
             STOP RUN
           END-IF
           PERFORM LOAD-HISTORY
           PERFORM VARYING ht-index FROM 1 BY 1
                   UNTIL ht-index > HT-COUNT
             MOVE HT-RECORD (ht-index) TO StudentStandingRecord
             IF sh-term NOT = WANTED-TERM
               ADD 1 TO NEW-COUNT
               MOVE StudentStandingRecord TO NEW-RECORD (NEW-COUNT)
             END-IF
           END-PERFORM

           MOVE 'O' TO rpt-action
           MOVE "STANDING" TO rpt-name
           MOVE SPACES TO rpt-filename
           STRING "STAND-" DELIMITED BY SIZE
                  WANTED-TERM DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
                  INTO rpt-filename
           MOVE SPACES TO rpt-title
           STRING "Studienstand Semester " WANTED-TERM
                  DELIMITED BY SIZE INTO rpt-title
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line
           OPEN INPUT StudentNumbers
           PERFORM VARYING sg-index FROM 1 BY 1
                   UNTIL sg-index > SG-COUNT
             IF SG-TERM-CREDITS (sg-index) > 0
               PERFORM ASSESS-ONE-STUDENT
             END-IF
           END-PERFORM
           CLOSE StudentNumbers
           IF LETTER-COUNT = 0
             MOVE "Keine Aenderungen des Studienstands." TO rpt-line
             PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE 'C' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           DISPLAY "Schreiben: " rpt-filename
           PERFORM SAVE-HISTORY

           PERFORM WRITE-DEANS-LIST

           DISPLAY "Bewertet: " ASSESSED-COUNT
                   "  gut " COUNT-G "  Warnung " COUNT-W
                   "  Probezeit " COUNT-P "  Ausschluss " COUNT-D
           DISPLAY "Geaenderter Studienstand: " LETTER-COUNT

       STOP RUN.

       ASSESS-ONE-STUDENT.
           ADD 1 TO ASSESSED-COUNT
           COMPUTE SG-TERM-GPA (sg-index) ROUNDED =
                   SG-TERM-POINTS (sg-index)
                   / SG-TERM-CREDITS (sg-index) / 10
           COMPUTE SG-CUM-GPA (sg-index) ROUNDED =
                   SG-CUM-POINTS (sg-index)
                   / SG-CUM-CREDITS (sg-index) / 10
           MOVE "(unbekannt)" TO SG-NAME (sg-index)
           MOVE SPACES TO SG-PROGRAM (sg-index)
           IF FS-STATUS = "00"
             MOVE SG-STUDENT (sg-index) TO student-number
             READ StudentNumbers
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 MOVE student-name TO SG-NAME (sg-index)
                 MOVE program-code TO SG-PROGRAM (sg-index)
             END-READ
           END-IF
           PERFORM FIND-PREV-STANDING
           PERFORM APPLY-RULES
           EVALUATE SG-STANDING (sg-index)
             WHEN 'G'
               ADD 1 TO COUNT-G
             WHEN 'W'
               ADD 1 TO COUNT-W
             WHEN 'P'
               ADD 1 TO COUNT-P
             WHEN 'D'
               ADD 1 TO COUNT-D
           END-EVALUATE
           IF NEW-COUNT = 10000
             DISPLAY "ABBRUCH: STUDSTAND.DAT groesser als 10000"
                     " Eintraege."
             STOP RUN
           END-IF
           ADD 1 TO NEW-COUNT
           MOVE SG-STUDENT (sg-index) TO sh-student
           MOVE WANTED-TERM TO sh-term
           MOVE SG-STANDING (sg-index) TO sh-standing
           MOVE SG-TERM-GPA (sg-index) TO sh-term-gpa
           MOVE SG-CUM-GPA (sg-index) TO sh-cum-gpa
           MOVE SG-TERM-CREDITS (sg-index) TO sh-term-credits
           MOVE SG-CUM-CREDITS (sg-index) TO sh-cum-credits
           MOVE TODAY-YMD TO sh-date
           MOVE StudentStandingRecord TO NEW-RECORD (NEW-COUNT)
           IF SG-STANDING (sg-index) NOT = PREV-STANDING
             PERFORM WRITE-LETTER
           END-IF.

       FIND-PREV-STANDING.
           MOVE 'G' TO PREV-STANDING
           MOVE SPACES TO PREV-TERM
           PERFORM VARYING ht-index FROM 1 BY 1
                   UNTIL ht-index > HT-COUNT
             MOVE HT-RECORD (ht-index) TO StudentStandingRecord
             IF sh-student = SG-STUDENT (sg-index)
                AND sh-term < WANTED-TERM
                AND sh-term > PREV-TERM
               MOVE sh-term TO PREV-TERM
               MOVE sh-standing TO PREV-STANDING
             END-IF
           END-PERFORM.

       APPLY-RULES.
           MOVE 'G' TO SG-STANDING (sg-index)
           MOVE 'N' TO RULE-MATCH
           PERFORM VARYING rl-index FROM 1 BY 1
                   UNTIL rl-index > RL-COUNT OR RULE-MATCH = 'Y'
             IF RL-PREV (rl-index) = SPACE
                OR RL-PREV (rl-index) = PREV-STANDING
               IF RL-BASIS (rl-index) = 'T'
                 MOVE SG-TERM-GPA (sg-index) TO RULE-VALUE
               ELSE
                 MOVE SG-CUM-GPA (sg-index) TO RULE-VALUE
               END-IF
               IF RULE-VALUE > RL-LIMIT (rl-index)
                 MOVE 'Y' TO RULE-MATCH
                 MOVE RL-STANDING (rl-index)
                   TO SG-STANDING (sg-index)
               END-IF
             END-IF
           END-PERFORM.

       WRITE-LETTER.
           IF LETTER-COUNT > 0
             MOVE 'P' TO rpt-action
             CALL "REPORT-WRITER" USING ReportRequest
           END-IF
           ADD 1 TO LETTER-COUNT
           MOVE PREV-STANDING TO TEXT-CODE
           PERFORM SET-STANDING-TEXT
           MOVE WORK-TEXT TO PREV-TEXT
           MOVE SG-STANDING (sg-index) TO TEXT-CODE
           PERFORM SET-STANDING-TEXT
           MOVE WORK-TEXT TO STANDING-TEXT
           STRING "An: " SG-NAME (sg-index)
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REPORT-LINE
           STRING "    Matrikelnummer " SG-STUDENT (sg-index)
                  "  Studiengang " SG-PROGRAM (sg-index)
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           STRING "Ihr Studienstand nach dem Semester " WANTED-TERM
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SG-TERM-GPA (sg-index) TO PRINT-GPA
           MOVE SG-TERM-CREDITS (sg-index) TO PRINT-CREDITS
           STRING "Notendurchschnitt Semester: " PRINT-GPA
                  "  (" PRINT-CREDITS " Leistungspunkte)"
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REPORT-LINE
           MOVE SG-CUM-GPA (sg-index) TO PRINT-CUM
           MOVE SG-CUM-CREDITS (sg-index) TO PRINT-CREDITS
           STRING "Notendurchschnitt gesamt:   " PRINT-CUM
                  "  (" PRINT-CREDITS " Leistungspunkte)"
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           STRING "Bisheriger Studienstand: " PREV-TEXT
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REPORT-LINE
           STRING "Neuer Studienstand:      " STANDING-TEXT
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           EVALUATE SG-STANDING (sg-index)
             WHEN 'W'
               MOVE "Bitte nehmen Sie Kontakt mit der Studienberatung"
                 TO rpt-line
               PERFORM WRITE-REPORT-LINE
               MOVE "auf." TO rpt-line
               PERFORM WRITE-REPORT-LINE
             WHEN 'P'
               MOVE "Sie studieren im kommenden Semester auf Probe."
                 TO rpt-line
               PERFORM WRITE-REPORT-LINE
               MOVE "Ohne Verbesserung droht der Ausschluss."
                 TO rpt-line
               PERFORM WRITE-REPORT-LINE
             WHEN 'D'
               MOVE "Sie werden zum Semesterwechsel nicht"
                 TO rpt-line
               PERFORM WRITE-REPORT-LINE
               MOVE "zurueckgemeldet." TO rpt-line
               PERFORM WRITE-REPORT-LINE
           END-EVALUATE.

       SET-STANDING-TEXT.
           EVALUATE TEXT-CODE
             WHEN 'G'
               MOVE "gut" TO WORK-TEXT
             WHEN 'W'
               MOVE "Warnung" TO WORK-TEXT
             WHEN 'P'
               MOVE "Probezeit" TO WORK-TEXT
             WHEN 'D'
               MOVE "Ausschluss" TO WORK-TEXT
             WHEN OTHER
               MOVE TEXT-CODE TO WORK-TEXT
           END-EVALUATE.

       WRITE-DEANS-LIST.
           MOVE 'O' TO rpt-action
           MOVE "DEKANLISTE" TO rpt-name
           MOVE SPACES TO rpt-filename
           STRING "DEKAN-" DELIMITED BY SIZE
                  WANTED-TERM DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
                  INTO rpt-filename
           MOVE SPACES TO rpt-title
           STRING "Dekansliste Semester " WANTED-TERM
                  DELIMITED BY SIZE INTO rpt-title
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line
           MOVE DEANS-MIN-CREDITS TO PRINT-CREDITS
           STRING "Beste " DEANS-TOP " je Studiengang, Studienstand"
                  " gut, mindestens " PRINT-CREDITS " LP"
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING sg-index FROM 1 BY 1
                   UNTIL sg-index > SG-COUNT
             MOVE 'N' TO SG-PICKED (sg-index)
             IF SG-TERM-CREDITS (sg-index) > 0
               PERFORM NOTE-PROGRAM
             END-IF
           END-PERFORM
           PERFORM VARYING pg-index FROM 1 BY 1
                   UNTIL pg-index > PG-COUNT
             PERFORM WRITE-REPORT-LINE
             STRING "Studiengang " PG-CODE (pg-index)
                    DELIMITED BY SIZE INTO rpt-line
             PERFORM WRITE-REPORT-LINE
             PERFORM VARYING DEANS-RANK FROM 1 BY 1
                     UNTIL DEANS-RANK > DEANS-TOP
               PERFORM PICK-BEST-STUDENT
               IF BEST-INDEX = 0
                 EXIT PERFORM
               END-IF
               MOVE SG-TERM-GPA (BEST-INDEX) TO PRINT-GPA
               MOVE SG-TERM-CREDITS (BEST-INDEX) TO PRINT-CREDITS
               STRING "  " DEANS-RANK ". " SG-STUDENT (BEST-INDEX)
                      " " SG-NAME (BEST-INDEX) " " PRINT-GPA
                      "  " PRINT-CREDITS " LP"
                      DELIMITED BY SIZE INTO rpt-line
               PERFORM WRITE-REPORT-LINE
             END-PERFORM
             IF DEANS-RANK = 1
               MOVE "  niemand" TO rpt-line
               PERFORM WRITE-REPORT-LINE
             END-IF
           END-PERFORM
           MOVE 'C' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           DISPLAY "Dekansliste: " rpt-filename.

       NOTE-PROGRAM.
           MOVE 'N' TO PG-FOUND
           PERFORM VARYING pg-index FROM 1 BY 1
                   UNTIL pg-index > PG-COUNT
             IF PG-CODE (pg-index) = SG-PROGRAM (sg-index)
               MOVE 'Y' TO PG-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF PG-FOUND = 'N' AND PG-COUNT < 50
             ADD 1 TO PG-COUNT
             MOVE SG-PROGRAM (sg-index) TO PG-CODE (PG-COUNT)
           END-IF.

       PICK-BEST-STUDENT.
           MOVE 0 TO BEST-INDEX
           PERFORM VARYING sg-index FROM 1 BY 1
                   UNTIL sg-index > SG-COUNT
             IF SG-PROGRAM (sg-index) = PG-CODE (pg-index)
                AND SG-PICKED (sg-index) = 'N'
                AND SG-STANDING (sg-index) = 'G'
                AND SG-TERM-CREDITS (sg-index) NOT < DEANS-MIN-CREDITS
               IF BEST-INDEX = 0
                 MOVE sg-index TO BEST-INDEX
               ELSE
                 IF SG-TERM-GPA (sg-index) < SG-TERM-GPA (BEST-INDEX)
                    OR (SG-TERM-GPA (sg-index) =
                        SG-TERM-GPA (BEST-INDEX)
                    AND SG-TERM-CREDITS (sg-index) >
                        SG-TERM-CREDITS (BEST-INDEX))
                   MOVE sg-index TO BEST-INDEX
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           IF BEST-INDEX > 0
             MOVE 'Y' TO SG-PICKED (BEST-INDEX)
           END-IF.

       WRITE-REPORT-LINE.
           MOVE 'L' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line.

       FIND-TERM.
           MOVE 'N' TO TERM-FOUND
           MOVE 0 TO eof
           OPEN INPUT TermFile
           IF TRM-STATUS = "00"
             READ TermFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF term-code = WANTED-TERM
                 MOVE 'Y' TO TERM-FOUND
                 SET eof TO 1
               ELSE
                 READ TermFile
                  AT END SET eof TO 1
                 END-READ
               END-IF
             END-PERFORM
             CLOSE TermFile
           END-IF.

       LOAD-COURSES.
           MOVE 0 TO CT-COUNT
           MOVE 0 TO eof
           OPEN INPUT CourseFile
           IF CRS-STATUS = "00"
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
             CLOSE CourseFile
           END-IF.

       LOAD-RULES.
           MOVE 0 TO RL-COUNT
           MOVE 0 TO eof
           OPEN INPUT RuleFile
           IF SR-FILE-STATUS = "35"
             OPEN OUTPUT RuleFile
             MOVE "DPC35" TO StandingRuleRecord
             WRITE StandingRuleRecord
             MOVE "P C35" TO StandingRuleRecord
             WRITE StandingRuleRecord
             MOVE "W T30" TO StandingRuleRecord
             WRITE StandingRuleRecord
             CLOSE RuleFile
             DISPLAY "STDRULES.DAT mit Standardregeln angelegt."
             OPEN INPUT RuleFile
           END-IF
           IF SR-FILE-STATUS = "00"
             READ RuleFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR RL-COUNT = 20
               ADD 1 TO RL-COUNT
               MOVE sr-standing TO RL-STANDING (RL-COUNT)
               MOVE sr-prev TO RL-PREV (RL-COUNT)
               MOVE sr-basis TO RL-BASIS (RL-COUNT)
               MOVE sr-limit TO RL-LIMIT (RL-COUNT)
               READ RuleFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             IF eof = 0
               DISPLAY "ABBRUCH: STDRULES.DAT groesser als 20"
                       " Eintraege."
               STOP RUN
             END-IF
             CLOSE RuleFile
           END-IF.

       LOAD-GRADES.
           MOVE 0 TO SG-COUNT
           MOVE 0 TO eof
           OPEN INPUT EnrollFile
           IF EN-STATUS = "00"
             READ EnrollFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF en-term NOT > WANTED-TERM
                  AND en-grade NUMERIC
                 MOVE en-grade TO WORK-GRADE
                 PERFORM FIND-CREDITS
                 IF WORK-CREDITS > 0
                    AND WORK-GRADE NOT < 10 AND WORK-GRADE NOT > 50
                   PERFORM ADD-GRADE
                 END-IF
               END-IF
               READ EnrollFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE EnrollFile
           END-IF.

       FIND-CREDITS.
           MOVE 0 TO WORK-CREDITS
           PERFORM VARYING ct-index FROM 1 BY 1
                   UNTIL ct-index > CT-COUNT
             IF CT-CODE (ct-index) = en-course
               MOVE CT-CREDITS (ct-index) TO WORK-CREDITS
               EXIT PERFORM
             END-IF
           END-PERFORM.

       ADD-GRADE.
           MOVE 'N' TO SG-FOUND
           PERFORM VARYING sg-index FROM 1 BY 1
                   UNTIL sg-index > SG-COUNT
             IF SG-STUDENT (sg-index) = en-student
               MOVE 'Y' TO SG-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF SG-FOUND = 'N'
             IF SG-COUNT = 3000
               DISPLAY "ABBRUCH: mehr als 3000 Studenten mit Noten."
               STOP RUN
             END-IF
             ADD 1 TO SG-COUNT
             MOVE SG-COUNT TO sg-index
             MOVE en-student TO SG-STUDENT (sg-index)
             MOVE 0 TO SG-TERM-POINTS (sg-index)
             MOVE 0 TO SG-TERM-CREDITS (sg-index)
             MOVE 0 TO SG-CUM-POINTS (sg-index)
             MOVE 0 TO SG-CUM-CREDITS (sg-index)
             MOVE 0 TO SG-TERM-GPA (sg-index)
             MOVE 0 TO SG-CUM-GPA (sg-index)
             MOVE SPACE TO SG-STANDING (sg-index)
           END-IF
           COMPUTE SG-CUM-POINTS (sg-index) =
                   SG-CUM-POINTS (sg-index) + WORK-GRADE * WORK-CREDITS
           ADD WORK-CREDITS TO SG-CUM-CREDITS (sg-index)
           IF en-term = WANTED-TERM
             COMPUTE SG-TERM-POINTS (sg-index) =
                     SG-TERM-POINTS (sg-index)
                     + WORK-GRADE * WORK-CREDITS
             ADD WORK-CREDITS TO SG-TERM-CREDITS (sg-index)
           END-IF.

       LOAD-HISTORY.
           MOVE 0 TO HT-COUNT
           MOVE 0 TO eof
           OPEN INPUT StandingFile
           IF SH-FILE-STATUS = "00"
             READ StandingFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR HT-COUNT = 10000
               ADD 1 TO HT-COUNT
               MOVE StudentStandingRecord TO HT-RECORD (HT-COUNT)
               READ StandingFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             IF eof = 0
               DISPLAY "ABBRUCH: STUDSTAND.DAT groesser als 10000"
                       " Eintraege."
               STOP RUN
             END-IF
             CLOSE StandingFile
           END-IF.

       SAVE-HISTORY.
           OPEN OUTPUT StandingFile
           PERFORM VARYING new-index FROM 1 BY 1
                   UNTIL new-index > NEW-COUNT
             MOVE NEW-RECORD (new-index) TO StudentStandingRecord
             WRITE StudentStandingRecord
           END-PERFORM
           CLOSE StandingFile.
