                   FILE STATUS IS EN-STATUS.
       Select WorkFile ASSIGN TO "ENROLL-WRK.DAT"
                   organization is line sequential.
       Select FlagFile ASSIGN TO "ATTFLAG.DAT"
                   organization is line sequential
                   FILE STATUS IS AF-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD StudentNumbers.
           copy "enroll-record.cpy".
       FD WorkFile.
           01 WorkRecord PIC X(28).
       FD FlagFile.
           copy "attflag-record.cpy".
       WORKING-STORAGE SECTION.
        01 eof PIC 9.
        01 FS-STATUS PIC XX.
        01 COURSE-FOUND PIC X.
        01 ENROLL-EXISTS PIC X.
        01 GRADE-SET PIC X.
        01 AF-FILE-STATUS PIC XX.
        01 QUOTA-EXCEEDED PIC X.
        01 QUOTA-ABSENT PIC 9(3).
        01 OVERRIDE-ANSWER PIC X.
        01 OVERRIDE-OPERATOR PIC X(8).
        01 GRADE-OPERATOR PIC X(8).
        01 WAIT-ANSWER PIC X.
        01 ENROLL-REMOVED PIC X.
        01 ENROLL-GRADED PIC X.
        copy "signon-request.cpy".
        copy "waitlist-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "STUDENT-ENROLL: Kursbelegung und Noten"
           MOVE 'S' TO so-action
           MOVE "STUDENT-ENROLL" TO so-program
           MOVE "REGISTRAR" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Anmeldung fehlgeschlagen. Abbruch."
             STOP RUN
           END-IF
           PERFORM UNTIL MENU-CHOICE = 5
             DISPLAY "1) Belegung erfassen  2) Note erfassen"
             DISPLAY "3) Belegungen anzeigen  4) Belegung stornieren"
             DISPLAY "5) Ende"
             ACCEPT MENU-CHOICE
             EVALUATE MENU-CHOICE
               WHEN 1
               WHEN 3
                 PERFORM LIST-ENROLLMENTS
               WHEN 4
                 PERFORM CANCEL-ENROLLMENT
               WHEN 5
                 DISPLAY "Programmende."
               WHEN OTHER
                 DISPLAY "Bitte Eingabe ueberpruefen!"
             DISPLAY "Belegung bereits vorhanden."
             EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO wr-action
           MOVE WORK-COURSE TO wr-course
           MOVE WORK-TERM TO wr-term
           MOVE WORK-STUDENT TO wr-student
           CALL "WAITLIST" USING WaitlistRequest
           IF wr-result = 'E'
             DISPLAY "Warteliste nicht verfuegbar - Belegung nicht"
                     " erfasst."
             EXIT PARAGRAPH
           END-IF
           IF wr-position > 0
             DISPLAY "Bereits auf der Warteliste, Platz " wr-position
                     "."
             EXIT PARAGRAPH
           END-IF
           IF wr-result = 'F'
             DISPLAY "Kurs voll (" wr-taken "/" wr-capacity "), "
                     wr-waiting " Wartende."
             DISPLAY "Auf die Warteliste setzen? (J/N): "
             ACCEPT WAIT-ANSWER
             IF WAIT-ANSWER NOT = 'J' AND WAIT-ANSWER NOT = 'j'
               DISPLAY "Belegung nicht erfasst."
               EXIT PARAGRAPH
             END-IF
             MOVE 'A' TO wr-action
             CALL "WAITLIST" USING WaitlistRequest
             IF wr-result NOT = 'Y'
               DISPLAY "Belegung nicht erfasst."
               EXIT PARAGRAPH
             END-IF
             DISPLAY "Auf Warteliste gesetzt, Platz " wr-position "."
             EXIT PARAGRAPH
           END-IF
           PERFORM APPEND-ENROLLMENT
           DISPLAY "Belegung erfasst.".

       CANCEL-ENROLLMENT.
           DISPLAY "Matrikelnummer: "
           ACCEPT WORK-STUDENT
           DISPLAY "Kurskennung: "
           ACCEPT WORK-COURSE
           DISPLAY "Semester: "
           ACCEPT WORK-TERM
           MOVE 'N' TO ENROLL-REMOVED
           MOVE 'N' TO ENROLL-GRADED
           PERFORM REMOVE-ENROLLMENT
           IF ENROLL-GRADED = 'Y'
             DISPLAY "Belegung bereits benotet, Storno nicht moeglich."
             EXIT PARAGRAPH
           END-IF
           MOVE WORK-COURSE TO wr-course
           MOVE WORK-TERM TO wr-term
           MOVE WORK-STUDENT TO wr-student
           IF ENROLL-REMOVED = 'N'
             MOVE 'R' TO wr-action
             CALL "WAITLIST" USING WaitlistRequest
             EVALUATE wr-result
               WHEN 'Y'
                 DISPLAY "Von der Warteliste gestrichen."
               WHEN 'E'
                 DISPLAY "Warteliste nicht verfuegbar."
               WHEN OTHER
                 DISPLAY "Belegung nicht gefunden."
             END-EVALUATE
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Belegung storniert."
           MOVE 'M' TO wr-action
           CALL "WAITLIST" USING WaitlistRequest
           IF wr-result = 'E'
             DISPLAY "Nachruecken nicht moeglich - Warteliste"
                     " pruefen."
           END-IF
           IF wr-moved > 0
             DISPLAY wr-moved " Student(en) von der Warteliste"
                     " nachgerueckt."
           END-IF.

       RECORD-GRADE.
           DISPLAY "Matrikelnummer: "
           ACCEPT WORK-STUDENT
           ACCEPT WORK-COURSE
           DISPLAY "Semester: "
           ACCEPT WORK-TERM
           PERFORM CHECK-ABSENCE-QUOTA
           IF QUOTA-EXCEEDED = 'Y'
             DISPLAY "Fehlzeitenlimit ueberschritten: " QUOTA-ABSENT
                     " unentschuldigte Fehltermine."
             PERFORM REQUEST-OVERRIDE
             IF QUOTA-EXCEEDED = 'Y'
               DISPLAY "Note nicht erfasst."
               EXIT PARAGRAPH
             END-IF
           END-IF
           DISPLAY "Note (z.B. 13 fuer 1,3): "
           ACCEPT WORK-GRADE
           MOVE 'N' TO GRADE-SET
             DISPLAY "Belegung nicht gefunden."
           END-IF.

       CHECK-ABSENCE-QUOTA.
           MOVE 'N' TO QUOTA-EXCEEDED
           MOVE 0 TO QUOTA-ABSENT
           MOVE 0 TO eof
           OPEN INPUT FlagFile
           IF AF-FILE-STATUS = "00"
             READ FlagFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF af-student = WORK-STUDENT
                  AND af-course = WORK-COURSE
                  AND af-term = WORK-TERM
                  AND af-level = 'S'
                 MOVE 'Y' TO QUOTA-EXCEEDED
                 MOVE af-absent TO QUOTA-ABSENT
               END-IF
               READ FlagFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE FlagFile
           END-IF.

       REQUEST-OVERRIDE.
           DISPLAY "Note trotzdem erfassen"
                   " (Supervisor-Uebersteuerung)? (J/N): "
           ACCEPT OVERRIDE-ANSWER
           IF OVERRIDE-ANSWER NOT = 'J' AND OVERRIDE-ANSWER NOT = 'j'
             EXIT PARAGRAPH
           END-IF
           MOVE so-operator TO GRADE-OPERATOR
           MOVE 'S' TO so-action
           MOVE "STUDENT-ENROLL" TO so-program
           MOVE "SUPERVISOR" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Uebersteuerung abgelehnt."
             MOVE GRADE-OPERATOR TO so-operator
             EXIT PARAGRAPH
           END-IF
           MOVE so-operator TO OVERRIDE-OPERATOR
           MOVE 'U' TO so-action
           CALL "OPSIGNON" USING SignonRequest
           DISPLAY "Uebersteuert durch " OVERRIDE-OPERATOR "."
           MOVE GRADE-OPERATOR TO so-operator
           MOVE "REGISTRAR" TO so-role
           MOVE 'N' TO QUOTA-EXCEEDED.

       LIST-ENROLLMENTS.
           DISPLAY "Matrikelnummer: "
           ACCEPT WORK-STUDENT
           END-PERFORM
           CLOSE WorkFile
           CLOSE EnrollFile.

       REMOVE-ENROLLMENT.
           MOVE 0 TO eof
           OPEN INPUT EnrollFile
           IF EN-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WorkFile
           READ EnrollFile
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             IF en-student = WORK-STUDENT
                AND en-course = WORK-COURSE
                AND en-term = WORK-TERM
                AND en-grade = SPACES
               MOVE 'Y' TO ENROLL-REMOVED
             ELSE
               IF en-student = WORK-STUDENT
                  AND en-course = WORK-COURSE
                  AND en-term = WORK-TERM
                  AND en-grade NOT = "AB"
                 MOVE 'Y' TO ENROLL-GRADED
               END-IF
               MOVE EnrollRecord TO WorkRecord
               WRITE WorkRecord
             END-IF
             READ EnrollFile
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE EnrollFile
           CLOSE WorkFile
           IF ENROLL-REMOVED = 'N'
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO eof
           OPEN INPUT WorkFile
           OPEN OUTPUT EnrollFile
           READ WorkFile
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             MOVE WorkRecord TO EnrollRecord
             WRITE EnrollRecord
             READ WorkFile
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE WorkFile
           CLOSE EnrollFile.
