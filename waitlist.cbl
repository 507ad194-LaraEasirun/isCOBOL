       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAITLIST.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       FD CapacityFile.
           copy "coursecap-record.cpy".
       FD EnrollFile.
           copy "enroll-record.cpy".
       FD WaitFile.
           copy "waitlist-record.cpy".
       WORKING-STORAGE SECTION.
       01 CC-FILE-STATUS PIC XX.
       01 EN-STATUS PIC XX.
       01 WL-FILE-STATUS PIC XX.
       01 wait-eof PIC 9.
       01 TODAY-YMD PIC 9(8).
       01 NOW-HMS PIC 9(6).
       01 WT-COUNT PIC 9(4) VALUE 0.
       01 wt-index PIC 9(4).
       01 FIRST-INDEX PIC 9(4).
       01 WAIT-CHANGED PIC X.
       01 WAIT-OVERFLOW PIC X.
       01 WT-TABLE.
          05 WT-ENTRY OCCURS 3000 TIMES.
             10 WT-RECORD PIC X(57).
       copy "date-time.cpy".
       LINKAGE SECTION.
           copy "waitlist-request.cpy".
       PROCEDURE DIVISION USING WaitlistRequest.
       MAIN.
           MOVE 'N' TO wr-result
           MOVE 0 TO wr-moved
           MOVE FUNCTION CURRENT-DATE TO date-time
           COMPUTE TODAY-YMD = year * 10000 + month * 100 + day-1
           COMPUTE NOW-HMS = hour * 10000 + minutes * 100 + seconds
           PERFORM LOAD-WAITLIST
           IF WAIT-OVERFLOW = 'Y'
             DISPLAY "FEHLER: WAITLIST.DAT groesser als 3000"
                     " Eintraege."
             MOVE 'E' TO wr-result
             GOBACK
           END-IF
           PERFORM COUNT-SEATS
           EVALUATE wr-action
             WHEN 'C'
               PERFORM CHECK-SEATS
             WHEN 'A'
               PERFORM ADD-WAITING
             WHEN 'M'
               PERFORM MOVE-UP
             WHEN 'R'
               PERFORM REMOVE-WAITING
           END-EVALUATE
           GOBACK.

       CHECK-SEATS.
           IF wr-capacity > 0 AND wr-taken NOT < wr-capacity
             MOVE 'F' TO wr-result
           ELSE
             MOVE 'O' TO wr-result
           END-IF.

       ADD-WAITING.
           IF wr-position > 0
             MOVE 'N' TO wr-result
             EXIT PARAGRAPH
           END-IF
           OPEN INPUT WaitFile
           IF WL-FILE-STATUS = "35"
             OPEN OUTPUT WaitFile
             CLOSE WaitFile
           ELSE
             CLOSE WaitFile
           END-IF
           OPEN EXTEND WaitFile
           MOVE wr-course TO wl-course
           MOVE wr-term TO wl-term
           MOVE wr-student TO wl-student
           MOVE TODAY-YMD TO wl-date
           MOVE NOW-HMS TO wl-time
           MOVE 'W' TO wl-status
           MOVE 0 TO wl-moved-date
           MOVE 0 TO wl-letter-date
           WRITE WaitlistRecord
           CLOSE WaitFile
           ADD 1 TO wr-waiting
           MOVE wr-waiting TO wr-position
           MOVE 'Y' TO wr-result.

       MOVE-UP.
           MOVE 'N' TO WAIT-CHANGED
           PERFORM UNTIL wr-waiting = 0
                      OR (wr-capacity > 0
                          AND wr-taken NOT < wr-capacity)
             MOVE 0 TO FIRST-INDEX
             PERFORM VARYING wt-index FROM 1 BY 1
                     UNTIL wt-index > WT-COUNT
               MOVE WT-RECORD (wt-index) TO WaitlistRecord
               IF wl-course = wr-course AND wl-term = wr-term
                  AND wl-status = 'W'
                 MOVE wt-index TO FIRST-INDEX
                 EXIT PERFORM
               END-IF
             END-PERFORM
             IF FIRST-INDEX = 0
               EXIT PERFORM
             END-IF
             MOVE WT-RECORD (FIRST-INDEX) TO WaitlistRecord
             OPEN EXTEND EnrollFile
             MOVE wl-student TO en-student
             MOVE wl-course TO en-course
             MOVE wl-term TO en-term
             MOVE SPACES TO en-grade
             WRITE EnrollRecord
             CLOSE EnrollFile
             MOVE 'N' TO wl-status
             MOVE TODAY-YMD TO wl-moved-date
             MOVE WaitlistRecord TO WT-RECORD (FIRST-INDEX)
             MOVE 'Y' TO WAIT-CHANGED
             ADD 1 TO wr-taken
             ADD 1 TO wr-moved
             SUBTRACT 1 FROM wr-waiting
           END-PERFORM
           IF WAIT-CHANGED = 'Y'
             PERFORM SAVE-WAITLIST
             MOVE 'Y' TO wr-result
           END-IF.

       REMOVE-WAITING.
           MOVE 'N' TO WAIT-CHANGED
           PERFORM VARYING wt-index FROM 1 BY 1
                   UNTIL wt-index > WT-COUNT
             MOVE WT-RECORD (wt-index) TO WaitlistRecord
             IF wl-student = wr-student AND wl-term = wr-term
                AND (wl-course = wr-course OR wr-course = SPACES)
                AND wl-status = 'W'
               MOVE 'Z' TO wl-status
               MOVE WaitlistRecord TO WT-RECORD (wt-index)
               MOVE 'Y' TO WAIT-CHANGED
             END-IF
           END-PERFORM
           IF WAIT-CHANGED = 'Y'
             PERFORM SAVE-WAITLIST
             MOVE 'Y' TO wr-result
           END-IF.

       COUNT-SEATS.
           MOVE 0 TO wr-capacity
           MOVE 0 TO wr-taken
           MOVE 0 TO wr-waiting
           MOVE 0 TO wr-position
           MOVE 0 TO wait-eof
           OPEN INPUT CapacityFile
           IF CC-FILE-STATUS = "00"
             READ CapacityFile
              AT END SET wait-eof TO 1
             END-READ
             PERFORM UNTIL wait-eof = 1
               IF cc-course = wr-course AND cc-term = wr-term
                 MOVE cc-capacity TO wr-capacity
                 SET wait-eof TO 1
               ELSE
                 READ CapacityFile
                  AT END SET wait-eof TO 1
                 END-READ
               END-IF
             END-PERFORM
             CLOSE CapacityFile
           END-IF
           MOVE 0 TO wait-eof
           OPEN INPUT EnrollFile
           IF EN-STATUS = "00"
             READ EnrollFile
              AT END SET wait-eof TO 1
             END-READ
             PERFORM UNTIL wait-eof = 1
               IF en-course = wr-course AND en-term = wr-term
                  AND en-grade NOT = "AB"
                 ADD 1 TO wr-taken
               END-IF
               READ EnrollFile
                AT END SET wait-eof TO 1
               END-READ
             END-PERFORM
             CLOSE EnrollFile
           END-IF
           PERFORM VARYING wt-index FROM 1 BY 1
                   UNTIL wt-index > WT-COUNT
             MOVE WT-RECORD (wt-index) TO WaitlistRecord
             IF wl-course = wr-course AND wl-term = wr-term
                AND wl-status = 'W'
               ADD 1 TO wr-waiting
               IF wl-student = wr-student
                 MOVE wr-waiting TO wr-position
               END-IF
             END-IF
           END-PERFORM.

       LOAD-WAITLIST.
           MOVE 0 TO WT-COUNT
           MOVE 0 TO wait-eof
           MOVE 'N' TO WAIT-OVERFLOW
           OPEN INPUT WaitFile
           IF WL-FILE-STATUS = "00"
             READ WaitFile
              AT END SET wait-eof TO 1
             END-READ
             PERFORM UNTIL wait-eof = 1 OR WT-COUNT = 3000
               ADD 1 TO WT-COUNT
               MOVE WaitlistRecord TO WT-RECORD (WT-COUNT)
               READ WaitFile
                AT END SET wait-eof TO 1
               END-READ
             END-PERFORM
             IF wait-eof = 0
               MOVE 'Y' TO WAIT-OVERFLOW
             END-IF
             CLOSE WaitFile
           END-IF.

       SAVE-WAITLIST.
           OPEN OUTPUT WaitFile
           PERFORM VARYING wt-index FROM 1 BY 1
                   UNTIL wt-index > WT-COUNT
             MOVE WT-RECORD (wt-index) TO WaitlistRecord
             WRITE WaitlistRecord
           END-PERFORM
           CLOSE WaitFile.
