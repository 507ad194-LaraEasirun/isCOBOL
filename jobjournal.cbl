           copy "jobrun-record.cpy".
       WORKING-STORAGE SECTION.
       01 JJ-STATUS PIC XX.
       01 DISPLAY-RECORDS PIC Z(6)9.
       copy "date-time.cpy".
       copy "incident-request.cpy".
       LINKAGE SECTION.
       01 LS-EVENT PIC X.
       01 LS-JOB-NAME PIC X(12).
           MOVE LS-RESULT TO jr-result
           WRITE JobRunRecord
           CLOSE JobRunJournal
           IF LS-EVENT = 'E' AND LS-RESULT NOT = "OK"
              AND LS-RESULT NOT = SPACES
             PERFORM OPEN-JOB-INCIDENT
           END-IF
           GOBACK.

       OPEN-JOB-INCIDENT.
           MOVE 'J' TO ir-source
           MOVE LS-JOB-NAME TO ir-job
           MOVE jr-timestamp TO ir-ref
           MOVE LS-RESULT TO ir-result
           MOVE LS-RECORDS TO DISPLAY-RECORDS
           MOVE SPACES TO ir-text
           STRING "Lauf beendet mit Ergebnis " LS-RESULT
                  ", Saetze " DISPLAY-RECORDS
                  DELIMITED BY SIZE INTO ir-text
           CALL "INCIDENT" USING IncidentRequest
           IF ir-new = 'Y'
             DISPLAY "Stoerung " ir-id " fuer " LS-JOB-NAME
                     " erfasst."
           END-IF.
