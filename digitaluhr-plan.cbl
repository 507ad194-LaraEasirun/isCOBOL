       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIGITALUHR-PLAN.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select ShiftPlanFile ASSIGN TO "SCHICHTPLAN.DAT"
                   organization is line sequential
                   FILE STATUS IS PL-STATUS.
       Select WorkFile ASSIGN TO "SCHICHTPLAN-WRK.DAT"
                   organization is line sequential
                   FILE STATUS IS WRK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ShiftPlanFile.
           copy "shiftplan-record.cpy".
       FD WorkFile.
           01 WorkRecord PIC X(22).
       WORKING-STORAGE SECTION.
        01 eof PIC 9.
        01 PL-STATUS PIC XX.
        01 WRK-STATUS PIC XX.
        01 MENU-CHOICE PIC 9 VALUE 0.
        01 TODAY-YMD PIC 9(8).
        01 WORK-EMPLOYEE PIC 9(5).
        01 WORK-DATE PIC 9(8).
        01 WORK-START PIC 9(4).
        01 WORK-END PIC 9(4).
        01 WORK-TYPE PIC X.
        01 NEW-TYPE PIC X.
        01 WORK-TIME-X PIC X(4).
        01 WORK-TIME PIC 9(4).
        01 WORK-HH PIC 9(2).
        01 WORK-MM PIC 9(2).
        01 DATE-MM PIC 9(2).
        01 DATE-DD PIC 9(2).
        01 INPUT-OK PIC X.
        01 PLAN-FOUND PIC X.
        01 CHANGED-FLAG PIC X.
        01 LIST-COUNT PIC 9(5).
        01 LIST-EMPLOYEE PIC 9(5).
        01 LIST-FROM PIC 9(8).
        01 TYPE-TEXT PIC X(5).
        copy "date-time.cpy".
        copy "signon-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "DIGITALUHR-PLAN: Schichtplanpflege"
           MOVE 'S' TO so-action
           MOVE "DIGITALUHR-PLAN" TO so-program
           MOVE "PERSONAL" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Anmeldung fehlgeschlagen. Abbruch."
             STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO date-time
           COMPUTE TODAY-YMD = year * 10000 + month * 100 + day-1
           PERFORM UNTIL MENU-CHOICE = 5
             DISPLAY "1) Auflisten  2) Anlegen  3) Aendern"
             DISPLAY "4) Loeschen  5) Ende"
             ACCEPT MENU-CHOICE
             EVALUATE MENU-CHOICE
               WHEN 1
                 PERFORM LIST-SHIFTS
               WHEN 2
                 PERFORM ADD-SHIFT
               WHEN 3
                 PERFORM CHANGE-SHIFT
               WHEN 4
                 PERFORM DELETE-SHIFT
               WHEN 5
                 DISPLAY "Programmende."
               WHEN OTHER
                 DISPLAY "Bitte Eingabe ueberpruefen!"
             END-EVALUATE
           END-PERFORM

       STOP RUN.

       LIST-SHIFTS.
           DISPLAY "Mitarbeiter (0 = alle): "
           ACCEPT LIST-EMPLOYEE
           DISPLAY "ab Datum (JJJJMMTT, 0 = alle): "
           ACCEPT LIST-FROM
           MOVE 0 TO LIST-COUNT
           MOVE 0 TO eof
           OPEN INPUT ShiftPlanFile
           IF PL-STATUS = "00"
             READ ShiftPlanFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF (LIST-EMPLOYEE = 0 OR pl-employee = LIST-EMPLOYEE)
                  AND pl-date NOT < LIST-FROM
                 ADD 1 TO LIST-COUNT
                 PERFORM SET-TYPE-TEXT
                 DISPLAY "MA " pl-employee " " pl-date " "
                         pl-start (1:2) ":" pl-start (3:2) " - "
                         pl-end (1:2) ":" pl-end (3:2) " "
                         TYPE-TEXT
               END-IF
               READ ShiftPlanFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE ShiftPlanFile
           END-IF
           DISPLAY "Geplante Schichten: " LIST-COUNT.

       ADD-SHIFT.
           DISPLAY "Mitarbeiter: "
           ACCEPT WORK-EMPLOYEE
           IF WORK-EMPLOYEE = 0
             DISPLAY "Mitarbeiternummer fehlt."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Datum (JJJJMMTT): "
           ACCEPT WORK-DATE
           PERFORM CHECK-PLAN-DATE
           IF INPUT-OK = 'N'
             EXIT PARAGRAPH
           END-IF
           PERFORM FIND-SHIFT
           IF PLAN-FOUND = 'Y'
             DISPLAY "MA " WORK-EMPLOYEE " ist am " WORK-DATE
                     " bereits eingeplant."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Beginn (HHMM): "
           ACCEPT WORK-TIME-X
           PERFORM CHECK-TIME
           IF INPUT-OK = 'N'
             EXIT PARAGRAPH
           END-IF
           MOVE WORK-TIME TO WORK-START
           DISPLAY "Ende (HHMM): "
           ACCEPT WORK-TIME-X
           PERFORM CHECK-TIME
           IF INPUT-OK = 'N'
             EXIT PARAGRAPH
           END-IF
           MOVE WORK-TIME TO WORK-END
           IF WORK-START = WORK-END
             DISPLAY "Beginn und Ende duerfen nicht gleich sein."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Schichtart (F=Frueh S=Spaet N=Nacht T=Tag): "
           ACCEPT WORK-TYPE
           PERFORM CHECK-TYPE
           IF INPUT-OK = 'N'
             EXIT PARAGRAPH
           END-IF
           PERFORM APPEND-SHIFT
           DISPLAY "Schicht eingeplant.".

       CHANGE-SHIFT.
           DISPLAY "Mitarbeiter: "
           ACCEPT WORK-EMPLOYEE
           DISPLAY "Datum (JJJJMMTT): "
           ACCEPT WORK-DATE
           PERFORM CHECK-PLAN-DATE
           IF INPUT-OK = 'N'
             EXIT PARAGRAPH
           END-IF
           PERFORM FIND-SHIFT
           IF PLAN-FOUND = 'N'
             DISPLAY "Keine Schicht fuer MA " WORK-EMPLOYEE
                     " am " WORK-DATE " gefunden."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Neuer Beginn HHMM (leer = unveraendert): "
           ACCEPT WORK-TIME-X
           IF WORK-TIME-X NOT = SPACES
             PERFORM CHECK-TIME
             IF INPUT-OK = 'N'
               EXIT PARAGRAPH
             END-IF
             MOVE WORK-TIME TO WORK-START
           END-IF
           DISPLAY "Neues Ende HHMM (leer = unveraendert): "
           ACCEPT WORK-TIME-X
           IF WORK-TIME-X NOT = SPACES
             PERFORM CHECK-TIME
             IF INPUT-OK = 'N'
               EXIT PARAGRAPH
             END-IF
             MOVE WORK-TIME TO WORK-END
           END-IF
           IF WORK-START = WORK-END
             DISPLAY "Beginn und Ende duerfen nicht gleich sein."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Neue Schichtart (leer = unveraendert): "
           MOVE SPACE TO NEW-TYPE
           ACCEPT NEW-TYPE
           IF NEW-TYPE NOT = SPACE
             MOVE NEW-TYPE TO WORK-TYPE
             PERFORM CHECK-TYPE
             IF INPUT-OK = 'N'
               EXIT PARAGRAPH
             END-IF
           END-IF
           MOVE 'N' TO CHANGED-FLAG
           PERFORM REWRITE-SHIFTS
           DISPLAY "Schicht geaendert.".

       DELETE-SHIFT.
           DISPLAY "Mitarbeiter: "
           ACCEPT WORK-EMPLOYEE
           DISPLAY "Datum (JJJJMMTT): "
           ACCEPT WORK-DATE
           PERFORM CHECK-PLAN-DATE
           IF INPUT-OK = 'N'
             EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO CHANGED-FLAG
           PERFORM DELETE-SHIFTS
           IF CHANGED-FLAG = 'Y'
             DISPLAY "Schicht geloescht."
           ELSE
             DISPLAY "Keine Schicht fuer MA " WORK-EMPLOYEE
                     " am " WORK-DATE " gefunden."
           END-IF.

       CHECK-PLAN-DATE.
           MOVE 'Y' TO INPUT-OK
           COMPUTE DATE-MM = FUNCTION MOD(WORK-DATE / 100, 100)
           COMPUTE DATE-DD = FUNCTION MOD(WORK-DATE, 100)
           IF DATE-MM < 1 OR DATE-MM > 12
              OR DATE-DD < 1 OR DATE-DD > 31
             DISPLAY "Datum " WORK-DATE " unzulaessig."
             MOVE 'N' TO INPUT-OK
           ELSE
             IF WORK-DATE < TODAY-YMD
               DISPLAY "Datum " WORK-DATE " liegt in der"
                       " Vergangenheit."
               MOVE 'N' TO INPUT-OK
             END-IF
           END-IF.

       CHECK-TIME.
           MOVE 'Y' TO INPUT-OK
           IF WORK-TIME-X NOT NUMERIC
             DISPLAY "Uhrzeit " WORK-TIME-X " unzulaessig (HHMM)."
             MOVE 'N' TO INPUT-OK
             EXIT PARAGRAPH
           END-IF
           MOVE WORK-TIME-X TO WORK-TIME
           DIVIDE WORK-TIME BY 100 GIVING WORK-HH REMAINDER WORK-MM
           IF WORK-HH > 23 OR WORK-MM > 59
             DISPLAY "Uhrzeit " WORK-TIME-X " unzulaessig (HHMM)."
             MOVE 'N' TO INPUT-OK
           END-IF.

       CHECK-TYPE.
           MOVE 'Y' TO INPUT-OK
           MOVE FUNCTION UPPER-CASE(WORK-TYPE) TO WORK-TYPE
           IF WORK-TYPE NOT = 'F' AND WORK-TYPE NOT = 'S'
              AND WORK-TYPE NOT = 'N' AND WORK-TYPE NOT = 'T'
             DISPLAY "Schichtart " WORK-TYPE " unzulaessig"
                     " (erlaubt: F, S, N, T)."
             MOVE 'N' TO INPUT-OK
           END-IF.

       SET-TYPE-TEXT.
           EVALUATE pl-type
             WHEN 'F'
               MOVE "Frueh" TO TYPE-TEXT
             WHEN 'S'
               MOVE "Spaet" TO TYPE-TEXT
             WHEN 'N'
               MOVE "Nacht" TO TYPE-TEXT
             WHEN OTHER
               MOVE "Tag" TO TYPE-TEXT
           END-EVALUATE.

       FIND-SHIFT.
           MOVE 'N' TO PLAN-FOUND
           MOVE 0 TO eof
           OPEN INPUT ShiftPlanFile
           IF PL-STATUS = "00"
             READ ShiftPlanFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF pl-employee = WORK-EMPLOYEE
                  AND pl-date = WORK-DATE
                 MOVE 'Y' TO PLAN-FOUND
                 MOVE pl-start TO WORK-START
                 MOVE pl-end TO WORK-END
                 MOVE pl-type TO WORK-TYPE
                 SET eof TO 1
               ELSE
                 READ ShiftPlanFile
                  AT END SET eof TO 1
                 END-READ
               END-IF
             END-PERFORM
             CLOSE ShiftPlanFile
           END-IF.

       APPEND-SHIFT.
           OPEN INPUT ShiftPlanFile
           IF PL-STATUS = "35"
             OPEN OUTPUT ShiftPlanFile
             CLOSE ShiftPlanFile
           ELSE
             CLOSE ShiftPlanFile
           END-IF
           OPEN EXTEND ShiftPlanFile
           MOVE WORK-EMPLOYEE TO pl-employee
           MOVE WORK-DATE TO pl-date
           MOVE WORK-START TO pl-start
           MOVE WORK-END TO pl-end
           MOVE WORK-TYPE TO pl-type
           WRITE ShiftPlanRecord
           CLOSE ShiftPlanFile.

       REWRITE-SHIFTS.
           MOVE 0 TO eof
           OPEN INPUT ShiftPlanFile
           IF PL-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WorkFile
           READ ShiftPlanFile
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             IF pl-employee = WORK-EMPLOYEE
                AND pl-date = WORK-DATE
                AND CHANGED-FLAG = 'N'
               MOVE 'Y' TO CHANGED-FLAG
               MOVE WORK-START TO pl-start
               MOVE WORK-END TO pl-end
               MOVE WORK-TYPE TO pl-type
             END-IF
             MOVE ShiftPlanRecord TO WorkRecord
             WRITE WorkRecord
             READ ShiftPlanFile
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE ShiftPlanFile
           CLOSE WorkFile
           PERFORM COPY-BACK-SHIFTS.

       DELETE-SHIFTS.
           MOVE 0 TO eof
           OPEN INPUT ShiftPlanFile
           IF PL-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WorkFile
           READ ShiftPlanFile
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             IF pl-employee = WORK-EMPLOYEE
                AND pl-date = WORK-DATE
                AND CHANGED-FLAG = 'N'
               MOVE 'Y' TO CHANGED-FLAG
             ELSE
               MOVE ShiftPlanRecord TO WorkRecord
               WRITE WorkRecord
             END-IF
             READ ShiftPlanFile
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE ShiftPlanFile
           CLOSE WorkFile
           PERFORM COPY-BACK-SHIFTS.

       COPY-BACK-SHIFTS.
           MOVE 0 TO eof
           OPEN INPUT WorkFile
           OPEN OUTPUT ShiftPlanFile
           READ WorkFile
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             MOVE WorkRecord TO ShiftPlanRecord
             WRITE ShiftPlanRecord
             READ WorkFile
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE WorkFile
           CLOSE ShiftPlanFile.
