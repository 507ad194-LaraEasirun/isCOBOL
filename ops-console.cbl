       Select RetryQueue ASSIGN TO "RETRY.DAT"
                   organization is line sequential
                   FILE STATUS IS RQ-STATUS.
       Select IncidentFile ASSIGN TO "INCIDENT.DAT"
                   organization is line sequential
                   FILE STATUS IS INC-STATUS.
       Select IncidentLog ASSIGN TO "INCLOG.DAT"
                   organization is line sequential
                   FILE STATUS IS ILG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD JobRunJournal.
              05 rl-timestamp PIC X(20).
       FD RetryQueue.
           copy "retry-record.cpy".
       FD IncidentFile.
           copy "incident-record.cpy".
       FD IncidentLog.
           copy "inclog-record.cpy".
       WORKING-STORAGE SECTION.
        01 eof PIC 9.
        01 JJ-STATUS PIC XX.
        01 OPEN-JOBS PIC 9(3) VALUE 0.
        01 OPEN-RETRIES PIC 9(3) VALUE 0.
        01 WANTED-JOB PIC X(12).
        01 INC-STATUS PIC XX.
        01 ILG-STATUS PIC XX.
        01 OPERATOR-ID PIC X(8).
        01 INC-COUNT PIC 9(3) VALUE 0.
        01 inc-index PIC 9(3).
        01 FOUND-INDEX PIC 9(3) VALUE 0.
        01 INC-TABLE.
           05 INC-ENTRY OCCURS 500 TIMES.
              10 IT-RECORD PIC X(214).
        01 OPEN-INCIDENTS PIC 9(3) VALUE 0.
        01 CRITICAL-INCIDENTS PIC 9(3) VALUE 0.
        01 OPENED-INCIDENTS PIC 9(3) VALUE 0.
        01 CLOSED-INCIDENTS PIC 9(3) VALUE 0.
        01 SHIFT-ACTIONS PIC 9(3) VALUE 0.
        01 WANTED-ID PIC 9(6).
        01 INC-CHOICE PIC 9 VALUE 0.
        01 NEW-SEVERITY PIC 9.
        01 OLD-SEVERITY PIC 9.
        01 INPUT-TEXT PIC X(60).
        01 SEVERITY-TEXT PIC X(8).
        01 STATUS-TEXT PIC X(11).
        01 NOW-TIMESTAMP PIC X(20).
        01 LOG-EVENT PIC X(12).
        01 LOG-TEXT PIC X(60).
        01 WORK-INCIDENT PIC X(214).
        01 SHIFT-DATE PIC 9(8).
        01 SHIFT-TIME PIC 9(4).
        01 SHIFT-START PIC X(20).
        01 NEXT-OPERATOR PIC X(8).
        01 DISPLAY-RECORDS PIC Z(6)9.
        copy "signon-request.cpy".
        copy "incident-request.cpy".
        copy "report-request.cpy".
        copy "date-time.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "OPS-CONSOLE: Betriebsuebersicht"
           MOVE 'S' TO so-action
           MOVE "OPS-CONSOLE" TO so-program
           MOVE "OPERATIONS" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Anmeldung fehlgeschlagen. Abbruch."
             STOP RUN
           END-IF
           MOVE so-operator TO OPERATOR-ID
           PERFORM LOAD-JOURNAL
           PERFORM UNTIL MENU-CHOICE = 5
             PERFORM SHOW-DASHBOARD
             DISPLAY "1) Aktualisieren  2) Job-Historie  3) Stoerungen"
             DISPLAY "4) Schichtuebergabe  5) Ende"
             ACCEPT MENU-CHOICE
             EVALUATE MENU-CHOICE
               WHEN 1
               WHEN 2
                 PERFORM SHOW-JOB-HISTORY
               WHEN 3
                 PERFORM MAINTAIN-INCIDENTS
               WHEN 4
                 PERFORM SHIFT-HANDOVER
               WHEN 5
                 DISPLAY "Programmende."
               WHEN OTHER
                 DISPLAY "Bitte Eingabe ueberpruefen!"
           PERFORM SHOW-OPEN-JOBS
           PERFORM SHOW-OPEN-RETRIES
           PERFORM SHOW-LAST-SUCCESS
           PERFORM SHOW-OPEN-INCIDENTS
           DISPLAY "------------------------------------------".

       SHOW-LOCKS.
             END-PERFORM
             CLOSE JobRunJournal
           END-IF
           MOVE 0 TO eof
           PERFORM SYNC-RUN-INCIDENTS.

       SYNC-RUN-INCIDENTS.
           PERFORM VARYING run-index FROM 1 BY 1
                   UNTIL run-index > RUN-COUNT
             IF RN-END (run-index) NOT = SPACES
                AND RN-RESULT (run-index) NOT = "OK"
                AND RN-RESULT (run-index) NOT = SPACES
               MOVE 'J' TO ir-source
               MOVE RN-JOB (run-index) TO ir-job
               MOVE RN-END (run-index) TO ir-ref
               MOVE RN-RESULT (run-index) TO ir-result
               MOVE RN-RECORDS (run-index) TO DISPLAY-RECORDS
               MOVE SPACES TO ir-text
               STRING "Lauf beendet mit Ergebnis "
                      RN-RESULT (run-index)
                      ", Saetze " DISPLAY-RECORDS
                      DELIMITED BY SIZE INTO ir-text
               CALL "INCIDENT" USING IncidentRequest
             END-IF
           END-PERFORM.

       MATCH-END-EVENT.
           MOVE 0 TO FOUND-OPEN
             MOVE jr-records TO RN-RECORDS (FOUND-OPEN)
             MOVE jr-result TO RN-RESULT (FOUND-OPEN)
           END-IF.

       SHOW-OPEN-INCIDENTS.
           PERFORM LOAD-INCIDENTS
           MOVE 0 TO OPEN-INCIDENTS
           MOVE 0 TO CRITICAL-INCIDENTS
           DISPLAY "Offene Stoerungen:"
           PERFORM VARYING inc-index FROM 1 BY 1
                   UNTIL inc-index > INC-COUNT
             MOVE IT-RECORD (inc-index) TO IncidentRecord
             IF in-status NOT = 'G'
               ADD 1 TO OPEN-INCIDENTS
               IF in-severity = 1
                 ADD 1 TO CRITICAL-INCIDENTS
               END-IF
               PERFORM SHOW-INCIDENT-LINE
             END-IF
           END-PERFORM
           IF OPEN-INCIDENTS = 0
             DISPLAY "  keine"
           ELSE
             DISPLAY "  gesamt " OPEN-INCIDENTS
                     ", davon kritisch " CRITICAL-INCIDENTS
           END-IF.

       SET-INCIDENT-TEXTS.
           EVALUATE in-severity
             WHEN 1
               MOVE "kritisch" TO SEVERITY-TEXT
             WHEN 2
               MOVE "hoch" TO SEVERITY-TEXT
             WHEN OTHER
               MOVE "mittel" TO SEVERITY-TEXT
           END-EVALUATE
           EVALUATE in-status
             WHEN 'O'
               MOVE "offen" TO STATUS-TEXT
             WHEN 'B'
               MOVE "in Arbeit" TO STATUS-TEXT
             WHEN 'G'
               MOVE "geschlossen" TO STATUS-TEXT
             WHEN OTHER
               MOVE in-status TO STATUS-TEXT
           END-EVALUATE.

       SHOW-INCIDENT-LINE.
           PERFORM SET-INCIDENT-TEXTS
           DISPLAY "  " in-id " " SEVERITY-TEXT " " in-job
                   " " STATUS-TEXT " " in-owner " " in-opened.

       MAINTAIN-INCIDENTS.
           PERFORM SHOW-OPEN-INCIDENTS
           DISPLAY "Stoerungsnummer (0 = zurueck): "
           MOVE 0 TO WANTED-ID
           ACCEPT WANTED-ID
           IF WANTED-ID = 0
             EXIT PARAGRAPH
           END-IF
           PERFORM FIND-INCIDENT
           IF FOUND-INDEX = 0
             DISPLAY "Stoerung nicht gefunden."
             EXIT PARAGRAPH
           END-IF
           PERFORM SHOW-INCIDENT-DETAIL
           IF in-status = 'G'
             DISPLAY "Stoerung ist bereits geschlossen."
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO INC-CHOICE
           PERFORM UNTIL INC-CHOICE = 5
             DISPLAY "1) Uebernehmen  2) Massnahme erfassen"
                     "  3) Schweregrad"
             DISPLAY "4) Schliessen  5) Zurueck"
             ACCEPT INC-CHOICE
             EVALUATE INC-CHOICE
               WHEN 1
                 PERFORM TAKE-INCIDENT
               WHEN 2
                 PERFORM ADD-INCIDENT-ACTION
               WHEN 3
                 PERFORM CHANGE-SEVERITY
               WHEN 4
                 PERFORM CLOSE-INCIDENT
               WHEN 5
                 CONTINUE
               WHEN OTHER
                 DISPLAY "Bitte Eingabe ueberpruefen!"
             END-EVALUATE
           END-PERFORM.

       FIND-INCIDENT.
           MOVE 0 TO FOUND-INDEX
           PERFORM VARYING inc-index FROM 1 BY 1
                   UNTIL inc-index > INC-COUNT
             MOVE IT-RECORD (inc-index) TO IncidentRecord
             IF in-id = WANTED-ID
               MOVE inc-index TO FOUND-INDEX
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF FOUND-INDEX > 0
             MOVE IT-RECORD (FOUND-INDEX) TO IncidentRecord
           END-IF.

       SHOW-INCIDENT-DETAIL.
           PERFORM SET-INCIDENT-TEXTS
           DISPLAY "Stoerung " in-id " Job " in-job
                   " Ergebnis " in-result
           DISPLAY "  Schweregrad: " SEVERITY-TEXT
                   "  Status: " STATUS-TEXT
                   "  Verantwortlich: " in-owner
           DISPLAY "  Eroeffnet: " in-opened "  Bezug: " in-ref
           IF in-status = 'G'
             DISPLAY "  Geschlossen: " in-closed
             DISPLAY "  Loesung: " in-resolution
           END-IF
           DISPLAY "  Massnahmen:"
           MOVE 0 TO eof
           OPEN INPUT IncidentLog
           IF ILG-STATUS = "00"
             READ IncidentLog
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF il-id = in-id
                 DISPLAY "    " il-timestamp " " il-operator
                         " " il-event
                 DISPLAY "      " il-text
               END-IF
               READ IncidentLog
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE IncidentLog
           END-IF
           MOVE 0 TO eof.

       TAKE-INCIDENT.
           MOVE OPERATOR-ID TO in-owner
           MOVE 'B' TO in-status
           MOVE "UEBERNAHME" TO LOG-EVENT
           MOVE SPACES TO LOG-TEXT
           STRING "Uebernommen von " OPERATOR-ID
                  DELIMITED BY SIZE INTO LOG-TEXT
           PERFORM UPDATE-INCIDENT
           DISPLAY "Stoerung " in-id " uebernommen.".

       ADD-INCIDENT-ACTION.
           DISPLAY "Massnahme: "
           MOVE SPACES TO INPUT-TEXT
           ACCEPT INPUT-TEXT
           IF INPUT-TEXT = SPACES
             DISPLAY "Keine Massnahme erfasst."
             EXIT PARAGRAPH
           END-IF
           MOVE INPUT-TEXT TO in-action
           IF in-status = 'O'
             MOVE 'B' TO in-status
           END-IF
           IF in-owner = SPACES
             MOVE OPERATOR-ID TO in-owner
           END-IF
           MOVE "MASSNAHME" TO LOG-EVENT
           MOVE INPUT-TEXT TO LOG-TEXT
           PERFORM UPDATE-INCIDENT
           DISPLAY "Massnahme erfasst.".

       CHANGE-SEVERITY.
           DISPLAY "Schweregrad (1 kritisch, 2 hoch, 3 mittel): "
           MOVE 0 TO NEW-SEVERITY
           ACCEPT NEW-SEVERITY
           IF NEW-SEVERITY < 1 OR NEW-SEVERITY > 3
             DISPLAY "Bitte Eingabe ueberpruefen!"
             EXIT PARAGRAPH
           END-IF
           MOVE in-severity TO OLD-SEVERITY
           MOVE NEW-SEVERITY TO in-severity
           MOVE "SCHWERE" TO LOG-EVENT
           MOVE SPACES TO LOG-TEXT
           STRING "Schweregrad " OLD-SEVERITY " -> " NEW-SEVERITY
                  DELIMITED BY SIZE INTO LOG-TEXT
           PERFORM UPDATE-INCIDENT
           DISPLAY "Schweregrad geaendert.".

       CLOSE-INCIDENT.
           DISPLAY "Loesung: "
           MOVE SPACES TO INPUT-TEXT
           ACCEPT INPUT-TEXT
           IF INPUT-TEXT = SPACES
             DISPLAY "Ohne Loesung kann nicht geschlossen werden."
             EXIT PARAGRAPH
           END-IF
           PERFORM SET-NOW-TIMESTAMP
           MOVE 'G' TO in-status
           MOVE NOW-TIMESTAMP TO in-closed
           MOVE INPUT-TEXT TO in-resolution
           IF in-owner = SPACES
             MOVE OPERATOR-ID TO in-owner
           END-IF
           MOVE "GESCHLOSSEN" TO LOG-EVENT
           MOVE INPUT-TEXT TO LOG-TEXT
           PERFORM UPDATE-INCIDENT
           DISPLAY "Stoerung " in-id " geschlossen."
           MOVE 5 TO INC-CHOICE.

       UPDATE-INCIDENT.
           MOVE IncidentRecord TO WORK-INCIDENT
           MOVE in-id TO WANTED-ID
           PERFORM LOAD-INCIDENTS
           PERFORM FIND-INCIDENT
           IF FOUND-INDEX = 0
             DISPLAY "Stoerung " WANTED-ID " nicht mehr vorhanden."
             EXIT PARAGRAPH
           END-IF
           MOVE WORK-INCIDENT TO IT-RECORD (FOUND-INDEX)
           PERFORM SAVE-INCIDENTS
           PERFORM WRITE-INCIDENT-LOG.

       SET-NOW-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO date-time
           MOVE SPACES TO NOW-TIMESTAMP
           STRING year "-" month "-" day-1 "T"
                  hour "-" minutes "-" seconds
                  DELIMITED BY SIZE INTO NOW-TIMESTAMP.

       WRITE-INCIDENT-LOG.
           PERFORM SET-NOW-TIMESTAMP
           OPEN INPUT IncidentLog
           IF ILG-STATUS = "35"
             OPEN OUTPUT IncidentLog
             CLOSE IncidentLog
           ELSE
             CLOSE IncidentLog
           END-IF
           OPEN EXTEND IncidentLog
           MOVE in-id TO il-id
           MOVE NOW-TIMESTAMP TO il-timestamp
           MOVE OPERATOR-ID TO il-operator
           MOVE LOG-EVENT TO il-event
           MOVE LOG-TEXT TO il-text
           WRITE IncLogRecord
           CLOSE IncidentLog.

       LOAD-INCIDENTS.
           MOVE 0 TO INC-COUNT
           MOVE 0 TO eof
           OPEN INPUT IncidentFile
           IF INC-STATUS = "00"
             READ IncidentFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR INC-COUNT = 500
               ADD 1 TO INC-COUNT
               MOVE IncidentRecord TO IT-RECORD (INC-COUNT)
               READ IncidentFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             IF eof = 0
               DISPLAY "ABBRUCH: INCIDENT.DAT groesser als 500"
                       " Eintraege."
               STOP RUN
             END-IF
             CLOSE IncidentFile
           END-IF
           MOVE 0 TO eof.

       SAVE-INCIDENTS.
           OPEN OUTPUT IncidentFile
           PERFORM VARYING inc-index FROM 1 BY 1
                   UNTIL inc-index > INC-COUNT
             MOVE IT-RECORD (inc-index) TO IncidentRecord
             WRITE IncidentRecord
           END-PERFORM
           CLOSE IncidentFile
           IF FOUND-INDEX > 0
             MOVE IT-RECORD (FOUND-INDEX) TO IncidentRecord
           END-IF.

       SHIFT-HANDOVER.
           PERFORM SET-NOW-TIMESTAMP
           DISPLAY "Schichtbeginn Datum (JJJJMMTT, leer = heute): "
           MOVE 0 TO SHIFT-DATE
           ACCEPT SHIFT-DATE
           IF SHIFT-DATE = 0
             MOVE date-1 TO SHIFT-DATE
           END-IF
           DISPLAY "Schichtbeginn Uhrzeit (HHMM): "
           MOVE 0 TO SHIFT-TIME
           ACCEPT SHIFT-TIME
           IF SHIFT-TIME > 2359 OR SHIFT-TIME (3:2) > "59"
             DISPLAY "Bitte Eingabe ueberpruefen!"
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Uebergabe an (Benutzer): "
           MOVE SPACES TO NEXT-OPERATOR
           ACCEPT NEXT-OPERATOR
           MOVE SPACES TO SHIFT-START
           STRING SHIFT-DATE (1:4) "-" SHIFT-DATE (5:2) "-"
                  SHIFT-DATE (7:2) "T" SHIFT-TIME (1:2) "-"
                  SHIFT-TIME (3:2) "-00"
                  DELIMITED BY SIZE INTO SHIFT-START
           PERFORM LOAD-INCIDENTS

           MOVE 'O' TO rpt-action
           MOVE "OPS-SHIFT" TO rpt-name
           MOVE SPACES TO rpt-filename
           STRING "UEB-" SHIFT-DATE SHIFT-TIME ".DAT"
                  DELIMITED BY SIZE INTO rpt-filename
           MOVE "Schichtuebergabe Betrieb" TO rpt-title
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line
           STRING "Schicht von " SHIFT-START " bis " NOW-TIMESTAMP
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-SHIFT-LINE
           STRING "Uebergabe von " OPERATOR-ID " an " NEXT-OPERATOR
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-SHIFT-LINE
           PERFORM WRITE-SHIFT-LINE

           MOVE "In der Schicht eroeffnet:" TO rpt-line
           PERFORM WRITE-SHIFT-LINE
           MOVE 0 TO OPENED-INCIDENTS
           PERFORM VARYING inc-index FROM 1 BY 1
                   UNTIL inc-index > INC-COUNT
             MOVE IT-RECORD (inc-index) TO IncidentRecord
             IF in-opened >= SHIFT-START
               ADD 1 TO OPENED-INCIDENTS
               PERFORM WRITE-INCIDENT-REPORT-LINE
             END-IF
           END-PERFORM
           IF OPENED-INCIDENTS = 0
             MOVE "  keine" TO rpt-line
             PERFORM WRITE-SHIFT-LINE
           END-IF
           PERFORM WRITE-SHIFT-LINE

           MOVE "In der Schicht geschlossen:" TO rpt-line
           PERFORM WRITE-SHIFT-LINE
           MOVE 0 TO CLOSED-INCIDENTS
           PERFORM VARYING inc-index FROM 1 BY 1
                   UNTIL inc-index > INC-COUNT
             MOVE IT-RECORD (inc-index) TO IncidentRecord
             IF in-status = 'G' AND in-closed >= SHIFT-START
               ADD 1 TO CLOSED-INCIDENTS
               PERFORM WRITE-INCIDENT-REPORT-LINE
               STRING "    Loesung: " in-resolution
                      DELIMITED BY SIZE INTO rpt-line
               PERFORM WRITE-SHIFT-LINE
             END-IF
           END-PERFORM
           IF CLOSED-INCIDENTS = 0
             MOVE "  keine" TO rpt-line
             PERFORM WRITE-SHIFT-LINE
           END-IF
           PERFORM WRITE-SHIFT-LINE

           MOVE "Weiterhin offen:" TO rpt-line
           PERFORM WRITE-SHIFT-LINE
           MOVE 0 TO OPEN-INCIDENTS
           PERFORM VARYING inc-index FROM 1 BY 1
                   UNTIL inc-index > INC-COUNT
             MOVE IT-RECORD (inc-index) TO IncidentRecord
             IF in-status NOT = 'G'
               ADD 1 TO OPEN-INCIDENTS
               PERFORM WRITE-INCIDENT-REPORT-LINE
               IF in-action NOT = SPACES
                 STRING "    Letzte Massnahme: " in-action
                        DELIMITED BY SIZE INTO rpt-line
                 PERFORM WRITE-SHIFT-LINE
               END-IF
             END-IF
           END-PERFORM
           IF OPEN-INCIDENTS = 0
             MOVE "  keine" TO rpt-line
             PERFORM WRITE-SHIFT-LINE
           END-IF
           PERFORM WRITE-SHIFT-LINE

           MOVE "Massnahmen in der Schicht:" TO rpt-line
           PERFORM WRITE-SHIFT-LINE
           PERFORM WRITE-SHIFT-ACTIONS
           PERFORM WRITE-SHIFT-LINE

           STRING "Eroeffnet: " OPENED-INCIDENTS
                  "  Geschlossen: " CLOSED-INCIDENTS
                  "  Offen: " OPEN-INCIDENTS
                  "  Massnahmen: " SHIFT-ACTIONS
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-SHIFT-LINE
           MOVE 'C' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           DISPLAY "Eroeffnet: " OPENED-INCIDENTS
                   "  Geschlossen: " CLOSED-INCIDENTS
                   "  Offen: " OPEN-INCIDENTS
           DISPLAY "Uebergabebericht: " rpt-filename.

       WRITE-SHIFT-ACTIONS.
           MOVE 0 TO SHIFT-ACTIONS
           MOVE 0 TO eof
           OPEN INPUT IncidentLog
           IF ILG-STATUS = "00"
             READ IncidentLog
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF il-timestamp >= SHIFT-START
                  AND il-event NOT = "ERFASST"
                 ADD 1 TO SHIFT-ACTIONS
                 STRING "  " il-id " " il-timestamp " "
                        il-operator " " il-event
                        DELIMITED BY SIZE INTO rpt-line
                 PERFORM WRITE-SHIFT-LINE
                 STRING "    " il-text
                        DELIMITED BY SIZE INTO rpt-line
                 PERFORM WRITE-SHIFT-LINE
               END-IF
               READ IncidentLog
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE IncidentLog
           END-IF
           MOVE 0 TO eof
           IF SHIFT-ACTIONS = 0
             MOVE "  keine" TO rpt-line
             PERFORM WRITE-SHIFT-LINE
           END-IF.

       WRITE-INCIDENT-REPORT-LINE.
           PERFORM SET-INCIDENT-TEXTS
           STRING "  " in-id " " SEVERITY-TEXT " " in-job " "
                  STATUS-TEXT " " in-owner " " in-opened
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-SHIFT-LINE.

       WRITE-SHIFT-LINE.
           MOVE 'L' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line.
