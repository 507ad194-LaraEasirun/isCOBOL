       Select BlockFile ASSIGN TO "RAUMSPERRE.DAT"
                   organization is line sequential
                   FILE STATUS IS BLK-STATUS.
       Select TeacherFile ASSIGN TO "LEHRER.DAT"
                   organization is line sequential
                   FILE STATUS IS LR-STATUS.
       Select TeacherPlan ASSIGN TO "LEHRERPLAN.DAT"
                   organization is line sequential.
       Select PlanFile ASSIGN TO "TISCHPLAN.DAT"
                   organization is line sequential.
       DATA DIVISION.
              05 kp-klasse PIC X(10).
              05 kp-tag    PIC 9.
              05 kp-stunde PIC 9.
              05 kp-fach   PIC X(6).
       FD BlockFile.
           01 BlockRecord.
              05 rs-raum   PIC X(10).
              05 rs-tag    PIC 9.
              05 rs-stunde PIC 9.
       FD TeacherFile.
           copy "lehrer-record.cpy".
       FD TeacherPlan.
           copy "lehrerplan-record.cpy".
       FD PlanFile.
           01 PlanLine PIC X(72).
       WORKING-STORAGE SECTION.
              10 BD-KLASSE PIC X(10).
              10 BD-TAG    PIC 9.
              10 BD-STUNDE PIC 9.
              10 BD-FACH   PIC X(6).
              10 BD-LEHRER PIC X(4).
              10 BD-VERPLANT PIC X.
       01 SPERR-ANZAHL PIC 9(3) VALUE 0.
       01 sperr-index PIC 9(3).
       01 SPERR-TABELLE.
       01 DUPLICATE-FLAG PIC X.
       01 KLASSE-GROESSE PIC 9(3).
       01 WORK-LINE PIC X(72).
       01 LR-STATUS PIC XX.
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
              10 LT-BELEGT   PIC X OCCURS 40 TIMES.
       01 LEHRER-PLANUNG PIC X VALUE 'N'.
       01 slot-index PIC 9(2).
       01 BESTER-LEHRER PIC 9(2).
       01 LEHRER-PASST PIC X.
       01 UNBESETZT PIC 9(3) VALUE 0.
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM LOAD-ROOMS
           PERFORM LOAD-SCHEDULE
           PERFORM LOAD-BLOCKS
           PERFORM LOAD-TEACHERS
           IF KLASSEN-ANZAHL = 0
             DISPLAY "Keine Klassen in KLASSEN.DAT gefunden."
             STOP RUN

           PERFORM PRINT-ROOM-GRID
           PERFORM PRINT-CLASS-GRID
           IF LEHRER-PLANUNG = 'J'
             PERFORM PRINT-TEACHER-GRID
             PERFORM PRINT-UNCOVERED
             PERFORM SAVE-TEACHER-PLAN
           END-IF

           MOVE SPACES TO WORK-LINE
           STRING "Nicht platzierte Schueler gesamt: " UNPLATZIERT
               MOVE kp-klasse TO BD-KLASSE (BEDARF-ANZAHL)
               MOVE kp-tag TO BD-TAG (BEDARF-ANZAHL)
               MOVE kp-stunde TO BD-STUNDE (BEDARF-ANZAHL)
               MOVE kp-fach TO BD-FACH (BEDARF-ANZAHL)
               MOVE SPACES TO BD-LEHRER (BEDARF-ANZAHL)
               MOVE 'N' TO BD-VERPLANT (BEDARF-ANZAHL)
               READ SchedFile
                AT END SET eof TO 1
               END-READ
           END-IF
           MOVE 0 TO eof.

       LOAD-TEACHERS.
           MOVE 0 TO eof
           OPEN INPUT TeacherFile
           IF LR-STATUS NOT = "00"
             DISPLAY "LEHRER.DAT nicht gefunden - Plan ohne"
                     " Lehrerzuordnung."
             EXIT PARAGRAPH
           END-IF
           MOVE 'J' TO LEHRER-PLANUNG
           READ TeacherFile
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1 OR LEHRER-ANZAHL = 50
             ADD 1 TO LEHRER-ANZAHL
             MOVE lr-kuerzel TO LT-KUERZEL (LEHRER-ANZAHL)
             MOVE lr-name TO LT-NAME (LEHRER-ANZAHL)
             MOVE lr-max-stunden TO LT-MAX (LEHRER-ANZAHL)
             MOVE 0 TO LT-STUNDEN (LEHRER-ANZAHL)
             PERFORM VARYING fach-index FROM 1 BY 1
                     UNTIL fach-index > 5
               MOVE lr-fach (fach-index)
                 TO LT-FACH (LEHRER-ANZAHL, fach-index)
               MOVE lr-sperrtag (fach-index)
                 TO LT-SPERRTAG (LEHRER-ANZAHL, fach-index)
             END-PERFORM
             PERFORM VARYING slot-index FROM 1 BY 1
                     UNTIL slot-index > 40
               MOVE 'N' TO LT-BELEGT (LEHRER-ANZAHL, slot-index)
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

       ASSIGN-TEACHER.
           COMPUTE slot-index = (WORK-TAG - 1) * 8 + WORK-STUNDE
           MOVE 0 TO BESTER-LEHRER
           IF BD-FACH (bedarf-index) NOT = SPACES
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
           IF BESTER-LEHRER = 0
             ADD 1 TO UNBESETZT
             EXIT PARAGRAPH
           END-IF
           MOVE LT-KUERZEL (BESTER-LEHRER) TO BD-LEHRER (bedarf-index)
           ADD 1 TO LT-STUNDEN (BESTER-LEHRER)
           MOVE 'J' TO LT-BELEGT (BESTER-LEHRER, slot-index).

       CHECK-TEACHER-FITS.
           MOVE 'N' TO LEHRER-PASST
           IF LT-SPERRTAG (lehrer-index, WORK-TAG) NOT = SPACE
              OR LT-BELEGT (lehrer-index, slot-index) = 'J'
              OR LT-STUNDEN (lehrer-index) NOT < LT-MAX (lehrer-index)
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING fach-index FROM 1 BY 1
                   UNTIL fach-index > 5
             IF LT-FACH (lehrer-index, fach-index) =
                BD-FACH (bedarf-index)
               MOVE 'J' TO LEHRER-PASST
               EXIT PERFORM
             END-IF
           END-PERFORM.

       PRINT-TEACHER-GRID.
           MOVE "Wochenplan je Lehrer:" TO WORK-LINE
           PERFORM WRITE-PLAN-LINE
           PERFORM VARYING lehrer-index FROM 1 BY 1
                   UNTIL lehrer-index > LEHRER-ANZAHL
             MOVE SPACES TO WORK-LINE
             STRING "Lehrer " LT-KUERZEL (lehrer-index) " "
                    LT-NAME (lehrer-index) " "
                    LT-STUNDEN (lehrer-index) " von "
                    LT-MAX (lehrer-index) " Stunden"
                    DELIMITED BY SIZE INTO WORK-LINE
             PERFORM WRITE-PLAN-LINE
             PERFORM VARYING WORK-TAG FROM 1 BY 1
                     UNTIL WORK-TAG > 5
               PERFORM VARYING WORK-STUNDE FROM 1 BY 1
                       UNTIL WORK-STUNDE > 8
                 PERFORM PRINT-TEACHER-SLOT
               END-PERFORM
             END-PERFORM
           END-PERFORM.

       PRINT-TEACHER-SLOT.
           PERFORM VARYING bedarf-index FROM 1 BY 1
                   UNTIL bedarf-index > BEDARF-ANZAHL
             IF BD-TAG (bedarf-index) = WORK-TAG
                AND BD-STUNDE (bedarf-index) = WORK-STUNDE
                AND BD-LEHRER (bedarf-index) =
                    LT-KUERZEL (lehrer-index)
               MOVE SPACES TO WORK-LINE
               STRING "  Tag " WORK-TAG " Std " WORK-STUNDE
                      " " BD-KLASSE (bedarf-index)
                      " " BD-FACH (bedarf-index)
                      DELIMITED BY SIZE INTO WORK-LINE
               PERFORM WRITE-PLAN-LINE
             END-IF
           END-PERFORM.

       PRINT-UNCOVERED.
           MOVE "Nicht besetzte Stunden:" TO WORK-LINE
           PERFORM WRITE-PLAN-LINE
           PERFORM VARYING bedarf-index FROM 1 BY 1
                   UNTIL bedarf-index > BEDARF-ANZAHL
             IF BD-LEHRER (bedarf-index) = SPACES
                AND BD-VERPLANT (bedarf-index) = 'J'
               MOVE SPACES TO WORK-LINE
               IF BD-FACH (bedarf-index) = SPACES
                 STRING "  Tag " BD-TAG (bedarf-index)
                        " Std " BD-STUNDE (bedarf-index)
                        " " BD-KLASSE (bedarf-index)
                        " kein Fach angegeben"
                        DELIMITED BY SIZE INTO WORK-LINE
               ELSE
                 STRING "  Tag " BD-TAG (bedarf-index)
                        " Std " BD-STUNDE (bedarf-index)
                        " " BD-KLASSE (bedarf-index)
                        " " BD-FACH (bedarf-index)
                        " kein qualifizierter Lehrer frei"
                        DELIMITED BY SIZE INTO WORK-LINE
               END-IF
               PERFORM WRITE-PLAN-LINE
             END-IF
           END-PERFORM
           MOVE SPACES TO WORK-LINE
           STRING "Nicht besetzte Stunden gesamt: " UNBESETZT
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-PLAN-LINE.

       SAVE-TEACHER-PLAN.
           OPEN OUTPUT TeacherPlan
           PERFORM VARYING bedarf-index FROM 1 BY 1
                   UNTIL bedarf-index > BEDARF-ANZAHL
             IF BD-VERPLANT (bedarf-index) = 'J'
               PERFORM SAVE-ONE-TEACHER-SLOT
             END-IF
           END-PERFORM
           CLOSE TeacherPlan
           DISPLAY "Lehrereinsatz geschrieben: LEHRERPLAN.DAT".

       SAVE-ONE-TEACHER-SLOT.
           MOVE BD-TAG (bedarf-index) TO lp-tag
           MOVE BD-STUNDE (bedarf-index) TO lp-stunde
           MOVE BD-KLASSE (bedarf-index) TO lp-klasse
           MOVE BD-FACH (bedarf-index) TO lp-fach
           MOVE BD-LEHRER (bedarf-index) TO lp-lehrer
           WRITE LehrerPlanRecord.

       PLACE-ONE-SLOT.
           PERFORM RESET-SLOT-ROOMS
           PERFORM VARYING bedarf-index FROM 1 BY 1
             PERFORM WRITE-PLAN-LINE
             EXIT PARAGRAPH
           END-IF
           MOVE 'J' TO BD-VERPLANT (bedarf-index)
           IF LEHRER-PLANUNG = 'J'
             PERFORM ASSIGN-TEACHER
           END-IF
           MOVE KLASSE-GROESSE TO OFFEN
           MOVE 'N' TO GETEILT-FLAG
           PERFORM VARYING raum-index FROM 1 BY 1
