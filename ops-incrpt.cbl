       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPS-INCRPT.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select IncidentFile ASSIGN TO "INCIDENT.DAT"
                   organization is line sequential
                   FILE STATUS IS INC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD IncidentFile.
           copy "incident-record.cpy".
       WORKING-STORAGE SECTION.
        01 eof PIC 9.
        01 INC-STATUS PIC XX.
        01 REPORT-MONTH PIC 9(6).
        01 WORK-MONTH PIC 9(6).
        01 JOB-COUNT PIC 9(3) VALUE 0.
        01 job-index PIC 9(3).
        01 FOUND-INDEX PIC 9(3).
        01 JOB-TABLE.
           05 JOB-ENTRY OCCURS 100 TIMES.
              10 IJ-JOB      PIC X(12).
              10 IJ-OPENED   PIC 9(5).
              10 IJ-CLOSED   PIC 9(5).
              10 IJ-STILL    PIC 9(5).
              10 IJ-TOT-MINS PIC 9(9).
        01 SEVERITY-COUNTS.
           05 SEV-OPENED PIC 9(5) OCCURS 3 TIMES.
        01 TOTAL-OPENED PIC 9(5) VALUE 0.
        01 TOTAL-CLOSED PIC 9(5) VALUE 0.
        01 TOTAL-STILL PIC 9(5) VALUE 0.
        01 TOTAL-MINS PIC 9(9) VALUE 0.
        01 WORK-YMD PIC 9(8).
        01 WORK-DAY PIC 9(7).
        01 START-SERIAL PIC 9(11).
        01 END-SERIAL PIC 9(11).
        01 RESOLVE-MINUTES PIC 9(7).
        01 MEAN-MINUTES PIC 9(7).
        01 MEAN-HOURS PIC 9(5).
        01 MEAN-REST PIC 9(2).
        01 DISPLAY-OPENED PIC Z(4)9.
        01 DISPLAY-CLOSED PIC Z(4)9.
        01 DISPLAY-STILL PIC Z(4)9.
        01 DISPLAY-HOURS PIC Z(4)9.
        01 JOB-TABLE-FULL PIC X VALUE 'N'.
        copy "report-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "OPS-INCRPT: Monatsbericht Stoerungen"
           DISPLAY "Berichtsmonat (JJJJMM): "
           ACCEPT REPORT-MONTH
           IF REPORT-MONTH (5:2) < "01" OR REPORT-MONTH (5:2) > "12"
             DISPLAY "Bitte Eingabe ueberpruefen!"
             STOP RUN
           END-IF
           MOVE 0 TO SEV-OPENED (1)
           MOVE 0 TO SEV-OPENED (2)
           MOVE 0 TO SEV-OPENED (3)
           PERFORM COLLECT-INCIDENTS
           IF JOB-TABLE-FULL = 'J'
             DISPLAY "ABBRUCH: mehr als 100 Jobs mit Stoerungen."
             STOP RUN
           END-IF

           MOVE 'O' TO rpt-action
           MOVE "OPS-INCRPT" TO rpt-name
           MOVE SPACES TO rpt-filename
           STRING "INCRPT-" REPORT-MONTH ".DAT"
                  DELIMITED BY SIZE INTO rpt-filename
           MOVE SPACES TO rpt-title
           STRING "Stoerungen Monat " REPORT-MONTH (5:2) "/"
                  REPORT-MONTH (1:4)
                  DELIMITED BY SIZE INTO rpt-title
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line
           MOVE "Job" TO rpt-line (1:3)
           MOVE "Eroeffnet" TO rpt-line (10:9)
           MOVE "Geschlossen" TO rpt-line (20:11)
           MOVE "Offen" TO rpt-line (33:5)
           MOVE "Mittl. Loesungszeit" TO rpt-line (40:19)
           PERFORM WRITE-INC-LINE
           IF JOB-COUNT = 0
             MOVE "Keine Stoerungen im Berichtsmonat." TO rpt-line
             PERFORM WRITE-INC-LINE
           END-IF
           PERFORM VARYING job-index FROM 1 BY 1
                   UNTIL job-index > JOB-COUNT
             PERFORM WRITE-JOB-LINE
           END-PERFORM
           PERFORM WRITE-INC-LINE
           PERFORM WRITE-TOTAL-LINES
           MOVE 'C' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           DISPLAY "Eroeffnet: " TOTAL-OPENED
                   "  Geschlossen: " TOTAL-CLOSED
           DISPLAY "Bericht: " rpt-filename

       STOP RUN.

       COLLECT-INCIDENTS.
           MOVE 0 TO eof
           OPEN INPUT IncidentFile
           IF INC-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           READ IncidentFile
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             PERFORM COUNT-ONE-INCIDENT
             READ IncidentFile
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE IncidentFile.

       COUNT-ONE-INCIDENT.
           COMPUTE WORK-MONTH =
               FUNCTION NUMVAL(in-opened (1:4)) * 100
               + FUNCTION NUMVAL(in-opened (6:2))
           IF WORK-MONTH = REPORT-MONTH
             PERFORM FIND-JOB
             IF FOUND-INDEX = 0
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO IJ-OPENED (FOUND-INDEX)
             ADD 1 TO TOTAL-OPENED
             IF in-severity >= 1 AND in-severity <= 3
               ADD 1 TO SEV-OPENED (in-severity)
             END-IF
             IF in-status NOT = 'G'
               ADD 1 TO IJ-STILL (FOUND-INDEX)
               ADD 1 TO TOTAL-STILL
             END-IF
           END-IF
           IF in-status = 'G' AND in-closed NOT = SPACES
             COMPUTE WORK-MONTH =
                 FUNCTION NUMVAL(in-closed (1:4)) * 100
                 + FUNCTION NUMVAL(in-closed (6:2))
             IF WORK-MONTH = REPORT-MONTH
               PERFORM FIND-JOB
               IF FOUND-INDEX = 0
                 EXIT PARAGRAPH
               END-IF
               PERFORM COMPUTE-RESOLVE-MINUTES
               ADD 1 TO IJ-CLOSED (FOUND-INDEX)
               ADD RESOLVE-MINUTES TO IJ-TOT-MINS (FOUND-INDEX)
               ADD 1 TO TOTAL-CLOSED
               ADD RESOLVE-MINUTES TO TOTAL-MINS
             END-IF
           END-IF.

       FIND-JOB.
           MOVE 0 TO FOUND-INDEX
           PERFORM VARYING job-index FROM 1 BY 1
                   UNTIL job-index > JOB-COUNT
             IF IJ-JOB (job-index) = in-job
               MOVE job-index TO FOUND-INDEX
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF FOUND-INDEX = 0
             IF JOB-COUNT < 100
               ADD 1 TO JOB-COUNT
               MOVE JOB-COUNT TO FOUND-INDEX
               MOVE in-job TO IJ-JOB (FOUND-INDEX)
               MOVE 0 TO IJ-OPENED (FOUND-INDEX)
               MOVE 0 TO IJ-CLOSED (FOUND-INDEX)
               MOVE 0 TO IJ-STILL (FOUND-INDEX)
               MOVE 0 TO IJ-TOT-MINS (FOUND-INDEX)
             ELSE
               MOVE 'J' TO JOB-TABLE-FULL
             END-IF
           END-IF.

       COMPUTE-RESOLVE-MINUTES.
           COMPUTE WORK-YMD =
               FUNCTION NUMVAL(in-opened (1:4)) * 10000
               + FUNCTION NUMVAL(in-opened (6:2)) * 100
               + FUNCTION NUMVAL(in-opened (9:2))
           COMPUTE WORK-DAY = FUNCTION INTEGER-OF-DATE(WORK-YMD)
           COMPUTE START-SERIAL = WORK-DAY * 1440
               + FUNCTION NUMVAL(in-opened (12:2)) * 60
               + FUNCTION NUMVAL(in-opened (15:2))
           COMPUTE WORK-YMD =
               FUNCTION NUMVAL(in-closed (1:4)) * 10000
               + FUNCTION NUMVAL(in-closed (6:2)) * 100
               + FUNCTION NUMVAL(in-closed (9:2))
           COMPUTE WORK-DAY = FUNCTION INTEGER-OF-DATE(WORK-YMD)
           COMPUTE END-SERIAL = WORK-DAY * 1440
               + FUNCTION NUMVAL(in-closed (12:2)) * 60
               + FUNCTION NUMVAL(in-closed (15:2))
           IF END-SERIAL >= START-SERIAL
             COMPUTE RESOLVE-MINUTES = END-SERIAL - START-SERIAL
           ELSE
             MOVE 0 TO RESOLVE-MINUTES
           END-IF.

       WRITE-JOB-LINE.
           MOVE IJ-OPENED (job-index) TO DISPLAY-OPENED
           MOVE IJ-CLOSED (job-index) TO DISPLAY-CLOSED
           MOVE IJ-STILL (job-index) TO DISPLAY-STILL
           IF IJ-CLOSED (job-index) > 0
             COMPUTE MEAN-MINUTES ROUNDED =
                 IJ-TOT-MINS (job-index) / IJ-CLOSED (job-index)
             PERFORM SPLIT-MEAN-MINUTES
             STRING IJ-JOB (job-index) " " DISPLAY-OPENED
                    "       " DISPLAY-CLOSED "  " DISPLAY-STILL
                    "  " DISPLAY-HOURS " Std " MEAN-REST " Min"
                    DELIMITED BY SIZE INTO rpt-line
           ELSE
             STRING IJ-JOB (job-index) " " DISPLAY-OPENED
                    "       " DISPLAY-CLOSED "  " DISPLAY-STILL
                    "           -"
                    DELIMITED BY SIZE INTO rpt-line
           END-IF
           PERFORM WRITE-INC-LINE.

       WRITE-TOTAL-LINES.
           MOVE TOTAL-OPENED TO DISPLAY-OPENED
           MOVE TOTAL-CLOSED TO DISPLAY-CLOSED
           MOVE TOTAL-STILL TO DISPLAY-STILL
           IF TOTAL-CLOSED > 0
             COMPUTE MEAN-MINUTES ROUNDED =
                 TOTAL-MINS / TOTAL-CLOSED
             PERFORM SPLIT-MEAN-MINUTES
             STRING "Gesamt       " DISPLAY-OPENED
                    "       " DISPLAY-CLOSED "  " DISPLAY-STILL
                    "  " DISPLAY-HOURS " Std " MEAN-REST " Min"
                    DELIMITED BY SIZE INTO rpt-line
           ELSE
             STRING "Gesamt       " DISPLAY-OPENED
                    "       " DISPLAY-CLOSED "  " DISPLAY-STILL
                    "           -"
                    DELIMITED BY SIZE INTO rpt-line
           END-IF
           PERFORM WRITE-INC-LINE
           PERFORM WRITE-INC-LINE
           MOVE "Eroeffnet nach Schweregrad:" TO rpt-line
           PERFORM WRITE-INC-LINE
           MOVE SEV-OPENED (1) TO DISPLAY-OPENED
           STRING "  kritisch " DISPLAY-OPENED
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-INC-LINE
           MOVE SEV-OPENED (2) TO DISPLAY-OPENED
           STRING "  hoch     " DISPLAY-OPENED
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-INC-LINE
           MOVE SEV-OPENED (3) TO DISPLAY-OPENED
           STRING "  mittel   " DISPLAY-OPENED
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-INC-LINE.

       SPLIT-MEAN-MINUTES.
           DIVIDE MEAN-MINUTES BY 60 GIVING MEAN-HOURS
                  REMAINDER MEAN-REST
           MOVE MEAN-HOURS TO DISPLAY-HOURS.

       WRITE-INC-LINE.
           MOVE 'L' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line.
