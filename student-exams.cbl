       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-EXAMS.
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
       Select RoomFile ASSIGN TO "RAEUME.DAT"
                   organization is line sequential
                   FILE STATUS IS RM-STATUS.
       Select BlockFile ASSIGN TO "RAUMSPERRE.DAT"
                   organization is line sequential
                   FILE STATUS IS BLK-STATUS.
       Select WindowFile ASSIGN TO "PRUEFFENSTER.DAT"
                   organization is line sequential
                   FILE STATUS IS PW-STATUS.
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
       FD RoomFile.
           01 RoomRecord.
              05 rm-name       PIC X(10).
              05 rm-tische     PIC 9(3).
              05 rm-kapazitaet PIC 9(2).
       FD BlockFile.
           01 BlockRecord.
              05 rs-raum   PIC X(10).
              05 rs-tag    PIC 9.
              05 rs-stunde PIC 9.
       FD WindowFile.
           copy "examwin-record.cpy".
       WORKING-STORAGE SECTION.
        01 eof PIC 9.
        01 FS-STATUS PIC XX.
        01 CRS-STATUS PIC XX.
        01 EN-STATUS PIC XX.
        01 RM-STATUS PIC XX.
        01 BLK-STATUS PIC XX.
        01 PW-STATUS PIC XX.
        01 WANTED-TERM PIC X(5).
        01 WIN-COUNT PIC 9(2) VALUE 0.
        01 win-index PIC 9(2).
        01 win-index-2 PIC 9(2).
        01 WIN-TABLE.
           05 WIN-ENTRY OCCURS 40 TIMES.
              10 WT-DATE      PIC 9(8).
              10 WT-SLOT      PIC 9.
              10 WT-FROM-HOUR PIC 9.
              10 WT-TO-HOUR   PIC 9.
              10 WT-WEEKDAY   PIC 9.
        01 WIN-SWAP PIC X(12).
        01 ROOM-COUNT PIC 9(2) VALUE 0.
        01 room-index PIC 9(2).
        01 ROOM-TABLE.
           05 ROOM-ENTRY OCCURS 20 TIMES.
              10 RT-NAME    PIC X(10).
              10 RT-SEATS   PIC 9(5).
              10 RT-FREE    PIC X.
              10 RT-USED    PIC X OCCURS 40 TIMES.
        01 BLOCK-COUNT PIC 9(3) VALUE 0.
        01 block-index PIC 9(3).
        01 BLOCK-TABLE.
           05 BLOCK-ENTRY OCCURS 300 TIMES.
              10 BT-RAUM   PIC X(10).
              10 BT-TAG    PIC 9.
              10 BT-STUNDE PIC 9.
        01 COURSE-COUNT PIC 9(3) VALUE 0.
        01 course-index PIC 9(3).
        01 COURSE-TABLE.
           05 COURSE-ENTRY OCCURS 300 TIMES.
              10 CT-CODE     PIC X(8).
              10 CT-TITLE    PIC X(30).
              10 CT-SIZE     PIC 9(4).
              10 CT-WINDOW   PIC 9(2).
              10 CT-REASON   PIC X.
        01 ORDER-TABLE.
           05 ORDER-COURSE PIC 9(3) OCCURS 300 TIMES.
        01 order-index PIC 9(3).
        01 order-index-2 PIC 9(3).
        01 ORDER-SWAP PIC 9(3).
        01 ENR-COUNT PIC 9(4) VALUE 0.
        01 enr-index PIC 9(4).
        01 ENR-TABLE.
           05 ENR-ENTRY OCCURS 6000 TIMES.
              10 ET-NUMBER  PIC 9(13).
              10 ET-COURSE  PIC 9(3).
              10 ET-STUDENT PIC 9(4).
        01 STUD-COUNT PIC 9(4) VALUE 0.
        01 stud-index PIC 9(4).
        01 stud-index-2 PIC 9(4).
        01 STUD-TABLE.
           05 STUD-NUMBER PIC 9(13) OCCURS 2000 TIMES.
        01 SLOT-TABLE.
           05 SLOT-STUDENT OCCURS 2000 TIMES.
              10 SLOT-ENTRY OCCURS 40 TIMES.
                 15 SL-COURSE PIC 9(3).
                 15 SL-ROOM   PIC 9(2).
        01 ASG-COUNT PIC 9(3) VALUE 0.
        01 asg-index PIC 9(3).
        01 ASG-FIRST PIC 9(3).
        01 ASG-TABLE.
           05 ASG-ENTRY OCCURS 800 TIMES.
              10 AT-COURSE PIC 9(3).
              10 AT-WINDOW PIC 9(2).
              10 AT-ROOM   PIC 9(2).
              10 AT-SEATS  PIC 9(4).
              10 AT-FILLED PIC 9(4).
        01 WORK-COURSE PIC 9(3).
        01 WORK-NUMBER PIC 9(13).
        01 CONFLICT-FLAG PIC X.
        01 CONFLICT-FREE-SEEN PIC X.
        01 PLACED-FLAG PIC X.
        01 FOUND-FLAG PIC X.
        01 BEST-ROOM PIC 9(2).
        01 FREE-SEATS PIC 9(7).
        01 STILL-OPEN PIC 9(4).
        01 PLACED-COUNT PIC 9(3) VALUE 0.
        01 UNPLACED-COUNT PIC 9(3) VALUE 0.
        01 LINE-COUNT PIC 9(4).
        01 PRINT-DATE PIC X(10).
        01 PRINT-NAME PIC X(20).
        01 WEEKDAY-NAMES PIC X(14) VALUE "MoDiMiDoFrSaSo".
        01 WEEKDAY-TABLE REDEFINES WEEKDAY-NAMES.
           05 WEEKDAY-NAME PIC X(2) OCCURS 7 TIMES.
        copy "report-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "STUDENT-EXAMS: Pruefungsplanung"
           DISPLAY "Semester (z.B. 25WS): "
           ACCEPT WANTED-TERM

           PERFORM LOAD-WINDOWS
           IF WIN-COUNT = 0
             DISPLAY "Keine Pruefungstermine fuer " WANTED-TERM
                     " in PRUEFFENSTER.DAT."
             STOP RUN
           END-IF
           PERFORM LOAD-ROOMS
           IF ROOM-COUNT = 0
             DISPLAY "Keine Raeume in RAEUME.DAT gefunden."
             STOP RUN
           END-IF
           PERFORM LOAD-BLOCKS
           PERFORM LOAD-ENROLLMENTS
           IF ENR-COUNT = 0
             DISPLAY "Keine Belegungen fuer " WANTED-TERM
                     " in ENROLL.DAT."
             STOP RUN
           END-IF
           PERFORM LOAD-COURSE-TITLES
           PERFORM BUILD-STUDENTS
           PERFORM ORDER-COURSES

           INITIALIZE SLOT-TABLE
           PERFORM VARYING order-index FROM 1 BY 1
                   UNTIL order-index > COURSE-COUNT
             MOVE ORDER-COURSE (order-index) TO WORK-COURSE
             PERFORM PLACE-COURSE
           END-PERFORM

           MOVE 'O' TO rpt-action
           MOVE "PRUEFPLAN" TO rpt-name
           MOVE SPACES TO rpt-filename
           STRING "PRUEFPLAN-" DELIMITED BY SIZE
                  WANTED-TERM DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
                  INTO rpt-filename
           MOVE SPACES TO rpt-title
           STRING "Pruefungsplan " WANTED-TERM
                  DELIMITED BY SIZE INTO rpt-title
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line
           PERFORM PRINT-ROOM-PLAN
           MOVE 'P' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line
           PERFORM PRINT-STUDENT-PLANS
           MOVE 'P' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line
           PERFORM PRINT-UNPLACED
           MOVE 'C' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest

           DISPLAY "Kurse: " COURSE-COUNT " eingeplant: " PLACED-COUNT
                   " nicht eingeplant: " UNPLACED-COUNT
           DISPLAY "Studenten: " STUD-COUNT
           DISPLAY "Report: " rpt-filename

       STOP RUN.

       PLACE-COURSE.
           MOVE 'N' TO PLACED-FLAG
           MOVE 'N' TO CONFLICT-FREE-SEEN
           PERFORM VARYING win-index FROM 1 BY 1
                   UNTIL win-index > WIN-COUNT OR PLACED-FLAG = 'Y'
             PERFORM CHECK-STUDENT-CONFLICT
             IF CONFLICT-FLAG = 'N'
               MOVE 'Y' TO CONFLICT-FREE-SEEN
               PERFORM TRY-ROOMS
             END-IF
           END-PERFORM
           IF PLACED-FLAG = 'Y'
             ADD 1 TO PLACED-COUNT
           ELSE
             ADD 1 TO UNPLACED-COUNT
             IF CONFLICT-FREE-SEEN = 'N'
               MOVE 'K' TO CT-REASON (WORK-COURSE)
             ELSE
               MOVE 'R' TO CT-REASON (WORK-COURSE)
             END-IF
           END-IF.

       CHECK-STUDENT-CONFLICT.
           MOVE 'N' TO CONFLICT-FLAG
           PERFORM VARYING enr-index FROM 1 BY 1
                   UNTIL enr-index > ENR-COUNT OR CONFLICT-FLAG = 'Y'
             IF ET-COURSE (enr-index) = WORK-COURSE
               MOVE ET-STUDENT (enr-index) TO stud-index
               IF SL-COURSE (stud-index, win-index) > 0
                 MOVE 'Y' TO CONFLICT-FLAG
               END-IF
             END-IF
           END-PERFORM.

       TRY-ROOMS.
           MOVE 0 TO BEST-ROOM
           MOVE 0 TO FREE-SEATS
           PERFORM VARYING room-index FROM 1 BY 1
                   UNTIL room-index > ROOM-COUNT
             PERFORM CHECK-ROOM-FREE
             IF RT-FREE (room-index) = 'J'
               ADD RT-SEATS (room-index) TO FREE-SEATS
               IF RT-SEATS (room-index) NOT < CT-SIZE (WORK-COURSE)
                 IF BEST-ROOM = 0
                   MOVE room-index TO BEST-ROOM
                 ELSE
                   IF RT-SEATS (room-index) < RT-SEATS (BEST-ROOM)
                     MOVE room-index TO BEST-ROOM
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           IF FREE-SEATS < CT-SIZE (WORK-COURSE)
             EXIT PARAGRAPH
           END-IF
           IF ASG-COUNT + ROOM-COUNT > 800
             DISPLAY "ABBRUCH: mehr als 800 Raumbelegungen."
             STOP RUN
           END-IF
           COMPUTE ASG-FIRST = ASG-COUNT + 1
           IF BEST-ROOM > 0
             MOVE BEST-ROOM TO room-index
             MOVE CT-SIZE (WORK-COURSE) TO STILL-OPEN
             PERFORM ASSIGN-ROOM
           ELSE
             MOVE CT-SIZE (WORK-COURSE) TO STILL-OPEN
             PERFORM VARYING room-index FROM 1 BY 1
                     UNTIL room-index > ROOM-COUNT OR STILL-OPEN = 0
               IF RT-FREE (room-index) = 'J'
                 PERFORM ASSIGN-ROOM
               END-IF
             END-PERFORM
           END-IF
           MOVE 'Y' TO PLACED-FLAG
           MOVE win-index TO CT-WINDOW (WORK-COURSE)
           MOVE ASG-FIRST TO asg-index
           PERFORM VARYING enr-index FROM 1 BY 1
                   UNTIL enr-index > ENR-COUNT
             IF ET-COURSE (enr-index) = WORK-COURSE
               PERFORM SEAT-STUDENT
             END-IF
           END-PERFORM.

       CHECK-ROOM-FREE.
           MOVE 'J' TO RT-FREE (room-index)
           IF RT-USED (room-index, win-index) = 'J'
             MOVE 'N' TO RT-FREE (room-index)
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING block-index FROM 1 BY 1
                   UNTIL block-index > BLOCK-COUNT
             IF BT-RAUM (block-index) = RT-NAME (room-index)
                AND BT-TAG (block-index) = WT-WEEKDAY (win-index)
                AND BT-STUNDE (block-index)
                    NOT < WT-FROM-HOUR (win-index)
                AND BT-STUNDE (block-index)
                    NOT > WT-TO-HOUR (win-index)
               MOVE 'N' TO RT-FREE (room-index)
             END-IF
           END-PERFORM.

       ASSIGN-ROOM.
           ADD 1 TO ASG-COUNT
           MOVE WORK-COURSE TO AT-COURSE (ASG-COUNT)
           MOVE win-index TO AT-WINDOW (ASG-COUNT)
           MOVE room-index TO AT-ROOM (ASG-COUNT)
           MOVE 0 TO AT-FILLED (ASG-COUNT)
           IF RT-SEATS (room-index) < STILL-OPEN
             MOVE RT-SEATS (room-index) TO AT-SEATS (ASG-COUNT)
           ELSE
             MOVE STILL-OPEN TO AT-SEATS (ASG-COUNT)
           END-IF
           SUBTRACT AT-SEATS (ASG-COUNT) FROM STILL-OPEN
           MOVE 'J' TO RT-USED (room-index, win-index).

       SEAT-STUDENT.
           IF AT-FILLED (asg-index) = AT-SEATS (asg-index)
             ADD 1 TO asg-index
           END-IF
           ADD 1 TO AT-FILLED (asg-index)
           MOVE ET-STUDENT (enr-index) TO stud-index
           MOVE WORK-COURSE TO SL-COURSE (stud-index, win-index)
           MOVE AT-ROOM (asg-index) TO SL-ROOM (stud-index, win-index).

       PRINT-ROOM-PLAN.
           MOVE "Pruefungsplan je Tag und Raum" TO rpt-line
           PERFORM WRITE-EXAM-LINE
           PERFORM VARYING win-index FROM 1 BY 1
                   UNTIL win-index > WIN-COUNT
             PERFORM WRITE-EXAM-LINE
             PERFORM FORMAT-WINDOW
             PERFORM WRITE-EXAM-LINE
             MOVE 0 TO LINE-COUNT
             PERFORM VARYING room-index FROM 1 BY 1
                     UNTIL room-index > ROOM-COUNT
               PERFORM VARYING asg-index FROM 1 BY 1
                       UNTIL asg-index > ASG-COUNT
                 IF AT-WINDOW (asg-index) = win-index
                    AND AT-ROOM (asg-index) = room-index
                   MOVE AT-COURSE (asg-index) TO course-index
                   STRING "  Raum " RT-NAME (room-index) " "
                          CT-CODE (course-index) " "
                          CT-TITLE (course-index) " "
                          AT-SEATS (asg-index) " Teiln."
                          DELIMITED BY SIZE INTO rpt-line
                   PERFORM WRITE-EXAM-LINE
                   ADD 1 TO LINE-COUNT
                 END-IF
               END-PERFORM
             END-PERFORM
             IF LINE-COUNT = 0
               MOVE "  keine Pruefung" TO rpt-line
               PERFORM WRITE-EXAM-LINE
             END-IF
           END-PERFORM.

       PRINT-STUDENT-PLANS.
           MOVE "Pruefungstermine je Student" TO rpt-line
           PERFORM WRITE-EXAM-LINE
           OPEN INPUT StudentNumbers
           PERFORM VARYING stud-index FROM 1 BY 1
                   UNTIL stud-index > STUD-COUNT
             MOVE SPACES TO PRINT-NAME
             IF FS-STATUS = "00"
               MOVE STUD-NUMBER (stud-index) TO student-number
               READ StudentNumbers
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE student-name TO PRINT-NAME
               END-READ
             END-IF
             PERFORM WRITE-EXAM-LINE
             STRING "Matrikel " STUD-NUMBER (stud-index) " "
                    PRINT-NAME
                    DELIMITED BY SIZE INTO rpt-line
             PERFORM WRITE-EXAM-LINE
             PERFORM VARYING win-index FROM 1 BY 1
                     UNTIL win-index > WIN-COUNT
               IF SL-COURSE (stud-index, win-index) > 0
                 MOVE SL-COURSE (stud-index, win-index)
                   TO course-index
                 MOVE SL-ROOM (stud-index, win-index) TO room-index
                 PERFORM FORMAT-DATE
                 STRING "  " WEEKDAY-NAME (WT-WEEKDAY (win-index))
                        " " PRINT-DATE " Block " WT-SLOT (win-index)
                        " " CT-CODE (course-index) " "
                        CT-TITLE (course-index) (1:20)
                        " Raum " RT-NAME (room-index)
                        DELIMITED BY SIZE INTO rpt-line
                 PERFORM WRITE-EXAM-LINE
               END-IF
             END-PERFORM
             PERFORM VARYING enr-index FROM 1 BY 1
                     UNTIL enr-index > ENR-COUNT
               IF ET-STUDENT (enr-index) = stud-index
                  AND CT-WINDOW (ET-COURSE (enr-index)) = 0
                 MOVE ET-COURSE (enr-index) TO course-index
                 STRING "  noch offen: " CT-CODE (course-index) " "
                        CT-TITLE (course-index)
                        DELIMITED BY SIZE INTO rpt-line
                 PERFORM WRITE-EXAM-LINE
               END-IF
             END-PERFORM
           END-PERFORM
           IF FS-STATUS = "00"
             CLOSE StudentNumbers
           END-IF.

       PRINT-UNPLACED.
           MOVE "Nicht eingeplante Pruefungen" TO rpt-line
           PERFORM WRITE-EXAM-LINE
           PERFORM WRITE-EXAM-LINE
           PERFORM VARYING course-index FROM 1 BY 1
                   UNTIL course-index > COURSE-COUNT
             IF CT-WINDOW (course-index) = 0
               STRING CT-CODE (course-index) " "
                      CT-TITLE (course-index) " "
                      CT-SIZE (course-index) " Teiln."
                      DELIMITED BY SIZE INTO rpt-line
               PERFORM WRITE-EXAM-LINE
               IF CT-REASON (course-index) = 'K'
                 MOVE "  Teilnehmer-Ueberschneidung in allen Terminen"
                   TO rpt-line
               ELSE
                 MOVE "  kein freier Raum ausreichender Groesse"
                   TO rpt-line
               END-IF
               PERFORM WRITE-EXAM-LINE
             END-IF
           END-PERFORM
           IF UNPLACED-COUNT = 0
             MOVE "  keine" TO rpt-line
             PERFORM WRITE-EXAM-LINE
           END-IF.

       FORMAT-WINDOW.
           PERFORM FORMAT-DATE
           STRING WEEKDAY-NAME (WT-WEEKDAY (win-index)) " "
                  PRINT-DATE " Block " WT-SLOT (win-index)
                  " (Std. " WT-FROM-HOUR (win-index) "-"
                  WT-TO-HOUR (win-index) ")"
                  DELIMITED BY SIZE INTO rpt-line.

       FORMAT-DATE.
           MOVE SPACES TO PRINT-DATE
           STRING WT-DATE (win-index) (7:2) "."
                  WT-DATE (win-index) (5:2) "."
                  WT-DATE (win-index) (1:4)
                  DELIMITED BY SIZE INTO PRINT-DATE.

       WRITE-EXAM-LINE.
           MOVE 'L' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line.

       ORDER-COURSES.
           PERFORM VARYING order-index FROM 1 BY 1
                   UNTIL order-index > COURSE-COUNT
             MOVE order-index TO ORDER-COURSE (order-index)
           END-PERFORM
           PERFORM VARYING order-index FROM 1 BY 1
                   UNTIL order-index > COURSE-COUNT
             PERFORM VARYING order-index-2 FROM order-index BY 1
                     UNTIL order-index-2 > COURSE-COUNT
               IF CT-SIZE (ORDER-COURSE (order-index-2))
                  > CT-SIZE (ORDER-COURSE (order-index))
                 MOVE ORDER-COURSE (order-index) TO ORDER-SWAP
                 MOVE ORDER-COURSE (order-index-2)
                   TO ORDER-COURSE (order-index)
                 MOVE ORDER-SWAP TO ORDER-COURSE (order-index-2)
               END-IF
             END-PERFORM
           END-PERFORM.

       BUILD-STUDENTS.
           PERFORM VARYING enr-index FROM 1 BY 1
                   UNTIL enr-index > ENR-COUNT
             MOVE ET-NUMBER (enr-index) TO WORK-NUMBER
             MOVE 'N' TO FOUND-FLAG
             PERFORM VARYING stud-index FROM 1 BY 1
                     UNTIL stud-index > STUD-COUNT
                        OR FOUND-FLAG = 'Y'
                        OR STUD-NUMBER (stud-index) > WORK-NUMBER
               IF STUD-NUMBER (stud-index) = WORK-NUMBER
                 MOVE 'Y' TO FOUND-FLAG
               END-IF
             END-PERFORM
             IF FOUND-FLAG = 'N'
               IF STUD-COUNT = 2000
                 DISPLAY "ABBRUCH: mehr als 2000 Studenten im"
                         " Semester."
                 STOP RUN
               END-IF
               PERFORM VARYING stud-index-2 FROM STUD-COUNT BY -1
                       UNTIL stud-index-2 < stud-index
                 MOVE STUD-NUMBER (stud-index-2)
                   TO STUD-NUMBER (stud-index-2 + 1)
               END-PERFORM
               MOVE WORK-NUMBER TO STUD-NUMBER (stud-index)
               ADD 1 TO STUD-COUNT
             END-IF
           END-PERFORM
           PERFORM VARYING enr-index FROM 1 BY 1
                   UNTIL enr-index > ENR-COUNT
             PERFORM VARYING stud-index FROM 1 BY 1
                     UNTIL stud-index > STUD-COUNT
                        OR STUD-NUMBER (stud-index)
                           = ET-NUMBER (enr-index)
               CONTINUE
             END-PERFORM
             MOVE stud-index TO ET-STUDENT (enr-index)
           END-PERFORM.

       LOAD-ENROLLMENTS.
           MOVE 0 TO eof
           OPEN INPUT EnrollFile
           IF EN-STATUS = "00"
             READ EnrollFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF en-term = WANTED-TERM AND en-grade NOT = "AB"
                 PERFORM ADD-ENROLLMENT
               END-IF
               READ EnrollFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE EnrollFile
           END-IF.

       ADD-ENROLLMENT.
           MOVE 0 TO WORK-COURSE
           PERFORM VARYING course-index FROM 1 BY 1
                   UNTIL course-index > COURSE-COUNT
                      OR WORK-COURSE > 0
             IF CT-CODE (course-index) = en-course
               MOVE course-index TO WORK-COURSE
             END-IF
           END-PERFORM
           IF WORK-COURSE = 0
             IF COURSE-COUNT = 300
               DISPLAY "ABBRUCH: mehr als 300 Kurse im Semester."
               STOP RUN
             END-IF
             ADD 1 TO COURSE-COUNT
             MOVE COURSE-COUNT TO WORK-COURSE
             MOVE en-course TO CT-CODE (WORK-COURSE)
             MOVE SPACES TO CT-TITLE (WORK-COURSE)
             MOVE 0 TO CT-SIZE (WORK-COURSE)
             MOVE 0 TO CT-WINDOW (WORK-COURSE)
             MOVE SPACE TO CT-REASON (WORK-COURSE)
           END-IF
           PERFORM VARYING enr-index FROM 1 BY 1
                   UNTIL enr-index > ENR-COUNT
             IF ET-NUMBER (enr-index) = en-student
                AND ET-COURSE (enr-index) = WORK-COURSE
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           IF ENR-COUNT = 6000
             DISPLAY "ABBRUCH: ENROLL.DAT hat mehr als 6000"
                     " Belegungen im Semester."
             STOP RUN
           END-IF
           ADD 1 TO ENR-COUNT
           MOVE en-student TO ET-NUMBER (ENR-COUNT)
           MOVE WORK-COURSE TO ET-COURSE (ENR-COUNT)
           MOVE 0 TO ET-STUDENT (ENR-COUNT)
           ADD 1 TO CT-SIZE (WORK-COURSE).

       LOAD-COURSE-TITLES.
           MOVE 0 TO eof
           OPEN INPUT CourseFile
           IF CRS-STATUS = "00"
             READ CourseFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               PERFORM VARYING course-index FROM 1 BY 1
                       UNTIL course-index > COURSE-COUNT
                 IF CT-CODE (course-index) = crs-code
                   MOVE crs-title TO CT-TITLE (course-index)
                 END-IF
               END-PERFORM
               READ CourseFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE CourseFile
           END-IF.

       LOAD-WINDOWS.
           MOVE 0 TO eof
           OPEN INPUT WindowFile
           IF PW-STATUS = "00"
             READ WindowFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR WIN-COUNT = 40
               IF pw-term = WANTED-TERM
                  AND FUNCTION TEST-DATE-YYYYMMDD (pw-date) = 0
                 ADD 1 TO WIN-COUNT
                 MOVE pw-date TO WT-DATE (WIN-COUNT)
                 MOVE pw-slot TO WT-SLOT (WIN-COUNT)
                 MOVE pw-from-hour TO WT-FROM-HOUR (WIN-COUNT)
                 MOVE pw-to-hour TO WT-TO-HOUR (WIN-COUNT)
                 COMPUTE WT-WEEKDAY (WIN-COUNT) = FUNCTION MOD
                   (FUNCTION INTEGER-OF-DATE (pw-date) - 1, 7) + 1
               END-IF
               READ WindowFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             IF eof = 0
               DISPLAY "ABBRUCH: mehr als 40 Pruefungstermine"
                       " im Semester."
               STOP RUN
             END-IF
             CLOSE WindowFile
           END-IF
           PERFORM VARYING win-index FROM 1 BY 1
                   UNTIL win-index > WIN-COUNT
             PERFORM VARYING win-index-2 FROM win-index BY 1
                     UNTIL win-index-2 > WIN-COUNT
               IF WIN-ENTRY (win-index-2) (1:9)
                  < WIN-ENTRY (win-index) (1:9)
                 MOVE WIN-ENTRY (win-index) TO WIN-SWAP
                 MOVE WIN-ENTRY (win-index-2) TO WIN-ENTRY (win-index)
                 MOVE WIN-SWAP TO WIN-ENTRY (win-index-2)
               END-IF
             END-PERFORM
           END-PERFORM.

       LOAD-ROOMS.
           MOVE 0 TO eof
           OPEN INPUT RoomFile
           IF RM-STATUS = "00"
             READ RoomFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR ROOM-COUNT = 20
               IF rm-kapazitaet > 0
                 ADD 1 TO ROOM-COUNT
                 MOVE rm-name TO RT-NAME (ROOM-COUNT)
                 COMPUTE RT-SEATS (ROOM-COUNT) = rm-tische
                         * rm-kapazitaet
                 MOVE 'N' TO RT-FREE (ROOM-COUNT)
                 PERFORM VARYING win-index FROM 1 BY 1
                         UNTIL win-index > 40
                   MOVE 'N' TO RT-USED (ROOM-COUNT, win-index)
                 END-PERFORM
               END-IF
               READ RoomFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE RoomFile
           END-IF.

       LOAD-BLOCKS.
           MOVE 0 TO eof
           OPEN INPUT BlockFile
           IF BLK-STATUS = "00"
             READ BlockFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR BLOCK-COUNT = 300
               ADD 1 TO BLOCK-COUNT
               MOVE rs-raum TO BT-RAUM (BLOCK-COUNT)
               MOVE rs-tag TO BT-TAG (BLOCK-COUNT)
               MOVE rs-stunde TO BT-STUNDE (BLOCK-COUNT)
               READ BlockFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE BlockFile
           END-IF.
