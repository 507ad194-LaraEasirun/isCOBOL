       IDENTIFICATION DIVISION.
       PROGRAM-ID. TISCHE-VERTRETUNG.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select TeacherFile ASSIGN TO "LEHRER.DAT"
                   organization is line sequential
                   FILE STATUS IS LR-STATUS.
       Select TeacherPlan ASSIGN TO "LEHRERPLAN.DAT"
                   organization is line sequential
                   FILE STATUS IS LP-STATUS.
       Select SubstFile ASSIGN TO "VERTRETUNG.DAT"
                   organization is line sequential.
       DATA DIVISION.
       FILE SECTION.
       FD TeacherFile.
           copy "lehrer-record.cpy".
       FD TeacherPlan.
           copy "lehrerplan-record.cpy".
       FD SubstFile.
           01 SubstLine PIC X(72).
       WORKING-STORAGE SECTION.
       01 eof PIC 9.
       01 LR-STATUS PIC XX.
       01 LP-STATUS PIC XX.
       01 LEHRER-ANZAHL PIC 9(2) VALUE 0.
       01 lehrer-index PIC 9(2).
       01 fach-index PIC 9.
       01 LEHRER-TABELLE.
           05 LEHRER-EINTRAG OCCURS 50 TIMES.
              10 LT-KUERZEL  PIC X(4).
              10 LT-NAME     PIC X(20).
              10 LT-FACH     PIC X(6) OCCURS 5 TIMES.
              10 LT-MAX      PIC 9(2).
              10 LT-SPERRTAG PIC X OCCURS 5 TIMES.
              10 LT-STUNDEN  PIC 9(2).
              10 LT-KRANK    PIC X.
              10 LT-BELEGT   PIC X OCCURS 8 TIMES.
       01 PLAN-ANZAHL PIC 9(4) VALUE 0.
       01 plan-index PIC 9(4).
       01 PLAN-TABELLE.
           05 PLAN-EINTRAG OCCURS 800 TIMES.
              10 PT-TAG     PIC 9.
              10 PT-STUNDE  PIC 9.
              10 PT-KLASSE  PIC X(10).
              10 PT-FACH    PIC X(6).
              10 PT-LEHRER  PIC X(4).
       01 WORK-TAG PIC 9.
       01 WORK-KUERZEL PIC X(4).
       01 KRANK-ANZAHL PIC 9(2) VALUE 0.
       01 BESTER-LEHRER PIC 9(2).
       01 LEHRER-PASST PIC X.
       01 VERTRETEN PIC 9(3) VALUE 0.
       01 ENTFAELLT PIC 9(3) VALUE 0.
       01 WORK-LINE PIC X(72).
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM LOAD-TEACHERS
           PERFORM LOAD-TEACHER-PLAN
           IF LEHRER-ANZAHL = 0
             DISPLAY "Keine Lehrer in LEHRER.DAT gefunden."
             STOP RUN
           END-IF
           IF PLAN-ANZAHL = 0
             DISPLAY "Kein Lehrereinsatz in LEHRERPLAN.DAT - zuerst"
                     " TISCHE laufen lassen."
             STOP RUN
           END-IF

           MOVE 0 TO WORK-TAG
           PERFORM UNTIL WORK-TAG >= 1 AND WORK-TAG <= 5
             DISPLAY "Tag der Vertretung (1-5): " WITH NO ADVANCING
             ACCEPT WORK-TAG
           END-PERFORM
           MOVE "X" TO WORK-KUERZEL
           PERFORM UNTIL WORK-KUERZEL = SPACES
             DISPLAY "Kuerzel erkrankter Lehrer (leer = Ende): "
                     WITH NO ADVANCING
             MOVE SPACES TO WORK-KUERZEL
             ACCEPT WORK-KUERZEL
             IF WORK-KUERZEL NOT = SPACES
               PERFORM MARK-SICK-TEACHER
             END-IF
           END-PERFORM
           IF KRANK-ANZAHL = 0
             DISPLAY "Keine Lehrer krank gemeldet - nichts zu tun."
             STOP RUN
           END-IF

           PERFORM MARK-DAY-BUSY

           OPEN OUTPUT SubstFile
           MOVE SPACES TO WORK-LINE
           STRING "Vertretungsplan Tag " WORK-TAG
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-SUBST-LINE
           PERFORM VARYING lehrer-index FROM 1 BY 1
                   UNTIL lehrer-index > LEHRER-ANZAHL
             IF LT-KRANK (lehrer-index) = 'J'
               MOVE SPACES TO WORK-LINE
               STRING "Krank: " LT-KUERZEL (lehrer-index) " "
                      LT-NAME (lehrer-index)
                      DELIMITED BY SIZE INTO WORK-LINE
               PERFORM WRITE-SUBST-LINE
             END-IF
           END-PERFORM
           PERFORM VARYING plan-index FROM 1 BY 1
                   UNTIL plan-index > PLAN-ANZAHL
             IF PT-TAG (plan-index) = WORK-TAG
               PERFORM REPLAN-ONE-SLOT
             END-IF
           END-PERFORM
           MOVE SPACES TO WORK-LINE
           STRING "Vertreten: " VERTRETEN " Entfaellt: " ENTFAELLT
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-SUBST-LINE
           CLOSE SubstFile
           DISPLAY "Vertretungsplan geschrieben: VERTRETUNG.DAT"

       STOP RUN.

       LOAD-TEACHERS.
           MOVE 0 TO eof
           OPEN INPUT TeacherFile
           IF LR-STATUS NOT = "00"
             DISPLAY "LEHRER.DAT nicht gefunden."
             EXIT PARAGRAPH
           END-IF
           READ TeacherFile
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1 OR LEHRER-ANZAHL = 50
             ADD 1 TO LEHRER-ANZAHL
             MOVE lr-kuerzel TO LT-KUERZEL (LEHRER-ANZAHL)
             MOVE lr-name TO LT-NAME (LEHRER-ANZAHL)
             MOVE lr-max-stunden TO LT-MAX (LEHRER-ANZAHL)
             MOVE 0 TO LT-STUNDEN (LEHRER-ANZAHL)
             MOVE 'N' TO LT-KRANK (LEHRER-ANZAHL)
             PERFORM VARYING fach-index FROM 1 BY 1
                     UNTIL fach-index > 5
               MOVE lr-fach (fach-index)
                 TO LT-FACH (LEHRER-ANZAHL, fach-index)
               MOVE lr-sperrtag (fach-index)
                 TO LT-SPERRTAG (LEHRER-ANZAHL, fach-index)
             END-PERFORM
             READ TeacherFile
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           IF eof = 0
             DISPLAY "ABBRUCH: LEHRER.DAT groesser als 50 Eintraege."
             STOP RUN
           END-IF
           CLOSE TeacherFile
           MOVE 0 TO eof.

       LOAD-TEACHER-PLAN.
           MOVE 0 TO eof
           OPEN INPUT TeacherPlan
           IF LP-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           READ TeacherPlan
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1 OR PLAN-ANZAHL = 800
             ADD 1 TO PLAN-ANZAHL
             MOVE lp-tag TO PT-TAG (PLAN-ANZAHL)
             MOVE lp-stunde TO PT-STUNDE (PLAN-ANZAHL)
             MOVE lp-klasse TO PT-KLASSE (PLAN-ANZAHL)
             MOVE lp-fach TO PT-FACH (PLAN-ANZAHL)
             MOVE lp-lehrer TO PT-LEHRER (PLAN-ANZAHL)
             MOVE lp-lehrer TO WORK-KUERZEL
             PERFORM FIND-TEACHER
             IF lehrer-index <= LEHRER-ANZAHL
               ADD 1 TO LT-STUNDEN (lehrer-index)
             END-IF
             READ TeacherPlan
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           IF eof = 0
             DISPLAY "ABBRUCH: LEHRERPLAN.DAT hat mehr als 800"
                     " Eintraege."
             STOP RUN
           END-IF
           CLOSE TeacherPlan
           MOVE 0 TO eof.

       FIND-TEACHER.
           PERFORM VARYING lehrer-index FROM 1 BY 1
                   UNTIL lehrer-index > LEHRER-ANZAHL
             IF LT-KUERZEL (lehrer-index) = WORK-KUERZEL
               EXIT PERFORM
             END-IF
           END-PERFORM.

       MARK-SICK-TEACHER.
           PERFORM FIND-TEACHER
           IF lehrer-index > LEHRER-ANZAHL
             DISPLAY "Lehrer " WORK-KUERZEL " nicht in LEHRER.DAT."
             EXIT PARAGRAPH
           END-IF
           IF LT-KRANK (lehrer-index) = 'N'
             MOVE 'J' TO LT-KRANK (lehrer-index)
             ADD 1 TO KRANK-ANZAHL
           END-IF.

       MARK-DAY-BUSY.
           PERFORM VARYING lehrer-index FROM 1 BY 1
                   UNTIL lehrer-index > LEHRER-ANZAHL
             PERFORM VARYING fach-index FROM 1 BY 1
                     UNTIL fach-index > 8
               MOVE 'N' TO LT-BELEGT (lehrer-index, fach-index)
             END-PERFORM
           END-PERFORM
           PERFORM VARYING plan-index FROM 1 BY 1
                   UNTIL plan-index > PLAN-ANZAHL
             IF PT-TAG (plan-index) = WORK-TAG
                AND PT-STUNDE (plan-index) >= 1
                AND PT-STUNDE (plan-index) <= 8
               MOVE PT-LEHRER (plan-index) TO WORK-KUERZEL
               PERFORM FIND-TEACHER
               IF lehrer-index <= LEHRER-ANZAHL
                 MOVE 'J' TO LT-BELEGT (lehrer-index,
                                        PT-STUNDE (plan-index))
               END-IF
             END-IF
           END-PERFORM.

       REPLAN-ONE-SLOT.
           IF PT-LEHRER (plan-index) NOT = SPACES
             MOVE PT-LEHRER (plan-index) TO WORK-KUERZEL
             PERFORM FIND-TEACHER
             IF lehrer-index <= LEHRER-ANZAHL
               IF LT-KRANK (lehrer-index) = 'N'
                 EXIT PARAGRAPH
               END-IF
               SUBTRACT 1 FROM LT-STUNDEN (lehrer-index)
             END-IF
           END-IF
           MOVE 0 TO BESTER-LEHRER
           IF PT-FACH (plan-index) NOT = SPACES
              AND PT-STUNDE (plan-index) >= 1
              AND PT-STUNDE (plan-index) <= 8
             PERFORM VARYING lehrer-index FROM 1 BY 1
                     UNTIL lehrer-index > LEHRER-ANZAHL
               PERFORM CHECK-TEACHER-FITS
               IF LEHRER-PASST = 'J'
                 IF BESTER-LEHRER = 0
                   MOVE lehrer-index TO BESTER-LEHRER
                 ELSE
                   IF LT-STUNDEN (lehrer-index)
                      < LT-STUNDEN (BESTER-LEHRER)
                     MOVE lehrer-index TO BESTER-LEHRER
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
           END-IF
           MOVE SPACES TO WORK-LINE
           IF BESTER-LEHRER = 0
             ADD 1 TO ENTFAELLT
             STRING "  Std " PT-STUNDE (plan-index) " "
                    PT-KLASSE (plan-index) " " PT-FACH (plan-index)
                    " " PT-LEHRER (plan-index) " -> entfaellt"
                    DELIMITED BY SIZE INTO WORK-LINE
           ELSE
             ADD 1 TO VERTRETEN
             ADD 1 TO LT-STUNDEN (BESTER-LEHRER)
             MOVE 'J' TO LT-BELEGT (BESTER-LEHRER,
                                    PT-STUNDE (plan-index))
             STRING "  Std " PT-STUNDE (plan-index) " "
                    PT-KLASSE (plan-index) " " PT-FACH (plan-index)
                    " " PT-LEHRER (plan-index) " -> "
                    LT-KUERZEL (BESTER-LEHRER) " "
                    LT-NAME (BESTER-LEHRER)
                    DELIMITED BY SIZE INTO WORK-LINE
           END-IF
           PERFORM WRITE-SUBST-LINE.

       CHECK-TEACHER-FITS.
           MOVE 'N' TO LEHRER-PASST
           IF LT-KRANK (lehrer-index) = 'J'
              OR LT-SPERRTAG (lehrer-index, WORK-TAG) NOT = SPACE
              OR LT-BELEGT (lehrer-index, PT-STUNDE (plan-index)) = 'J'
              OR LT-STUNDEN (lehrer-index) NOT < LT-MAX (lehrer-index)
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING fach-index FROM 1 BY 1
                   UNTIL fach-index > 5
             IF LT-FACH (lehrer-index, fach-index) =
                PT-FACH (plan-index)
               MOVE 'J' TO LEHRER-PASST
               EXIT PERFORM
             END-IF
           END-PERFORM.

       WRITE-SUBST-LINE.
           DISPLAY WORK-LINE
           MOVE WORK-LINE TO SubstLine
           WRITE SubstLine.
