       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-ACCREVIEW.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select OperatorFile ASSIGN TO "OPERATORS.DAT"
                   organization is line sequential
                   FILE STATUS IS OPR-STATUS.
       Select SecLog ASSIGN TO "SECLOG.DAT"
                   organization is line sequential
                   FILE STATUS IS SEC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OperatorFile.
           copy "operator-record.cpy".
       FD SecLog.
           copy "seclog-record.cpy".
       WORKING-STORAGE SECTION.
        01 BUSINESS-DATE PIC 9(8) VALUE 0.
        01 OPR-STATUS PIC XX.
        01 SEC-STATUS PIC XX.
        01 eof PIC 9.
        01 JJ-EVENT PIC X.
        01 JJ-JOB-NAME PIC X(12).
        01 JJ-RECORDS PIC 9(7) VALUE 0.
        01 JJ-RESULT PIC X(4).
        01 REVIEW-MONTH PIC X(7).
        01 IDLE-DAYS PIC 9(3) VALUE 90.
        01 IDLE-LIMIT PIC 9(8).
        01 OPR-COUNT PIC 9(3) VALUE 0.
        01 opr-index PIC 9(3).
        01 role-index PIC 9.
        01 known-index PIC 9(2).
        01 OPR-TABLE.
           05 OPR-ENTRY OCCURS 500 TIMES.
              10 OT-RECORD PIC X(144).
        copy "oprole-table.cpy".
        01 HAS-MAKER PIC X.
        01 HAS-CHECKER PIC X.
        01 ROLE-COUNT PIC 9.
        01 HOLDER-COUNT PIC 9(3).
        01 FINDING-COUNT PIC 9(4) VALUE 0.
        01 FAILED-COUNT PIC 9(5) VALUE 0.
        01 REFUSED-COUNT PIC 9(5) VALUE 0.
        01 ADMIN-COUNT PIC 9(5) VALUE 0.
        01 STATE-TEXT PIC X(10).
        01 EDIT-COUNT PIC ZZZZ9.
        copy "report-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           MOVE 'S' TO JJ-EVENT
           MOVE "BANK-ACCREVW" TO JJ-JOB-NAME
           MOVE 0 TO JJ-RECORDS
           MOVE SPACES TO JJ-RESULT
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT

           CALL "BUSDATE" USING BUSINESS-DATE
           MOVE SPACES TO REVIEW-MONTH
           STRING BUSINESS-DATE(1:4) "-" BUSINESS-DATE(5:2)
                  DELIMITED BY SIZE INTO REVIEW-MONTH
           COMPUTE IDLE-LIMIT = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(BUSINESS-DATE) - IDLE-DAYS)
           DISPLAY "BANK-ACCREVIEW: Zugriffsueberpruefung "
                   REVIEW-MONTH
           PERFORM LOAD-OPERATORS
           IF OPR-COUNT = 0
             DISPLAY "Keine Benutzer in OPERATORS.DAT."
           END-IF

           MOVE 'O' TO rpt-action
           MOVE "ACCREVIEW" TO rpt-name
           MOVE SPACES TO rpt-filename
           STRING "ACCREV-" BUSINESS-DATE(1:6) ".DAT"
                  DELIMITED BY SIZE INTO rpt-filename
           MOVE SPACES TO rpt-title
           STRING "Zugriffsueberpruefung " REVIEW-MONTH
                  DELIMITED BY SIZE INTO rpt-title
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line

           PERFORM PRINT-OPERATORS
           PERFORM PRINT-ROLE-HOLDERS
           PERFORM PRINT-SECURITY-EVENTS

           MOVE 'C' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           DISPLAY "Benutzer: " OPR-COUNT "  Hinweise: " FINDING-COUNT
           DISPLAY "Bericht: " rpt-filename
           MOVE OPR-COUNT TO JJ-RECORDS
           MOVE "OK" TO JJ-RESULT
           PERFORM END-JOURNAL

       STOP RUN.

       END-JOURNAL.
           MOVE 'E' TO JJ-EVENT
           MOVE "BANK-ACCREVW" TO JJ-JOB-NAME
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT.

       PRINT-OPERATORS.
           MOVE "Benutzer und Rollen" TO rpt-line
           PERFORM WRITE-REVIEW-LINE
           PERFORM VARYING opr-index FROM 1 BY 1
                   UNTIL opr-index > OPR-COUNT
             MOVE OT-RECORD (opr-index) TO OperatorRecord
             PERFORM SET-STATE-TEXT
             STRING op-id " " op-name(1:24) " " STATE-TEXT
                    " bis " op-valid-until " zul. " op-last-signon
                    DELIMITED BY SIZE INTO rpt-line
             PERFORM WRITE-REVIEW-LINE
             STRING "   " op-role (1) " " op-role (2) " "
                    op-role (3) " " op-role (4) " " op-role (5)
                    " " op-role (6)
                    DELIMITED BY SIZE INTO rpt-line
             PERFORM WRITE-REVIEW-LINE
             PERFORM CHECK-FINDINGS
           END-PERFORM
           PERFORM WRITE-REVIEW-LINE.

       SET-STATE-TEXT.
           EVALUATE TRUE
             WHEN op-state = 'G'
               MOVE "GESPERRT" TO STATE-TEXT
             WHEN op-state = 'E'
               MOVE "ABGELAUFEN" TO STATE-TEXT
             WHEN op-valid-until > 0
                  AND op-valid-until < BUSINESS-DATE
               MOVE "ABGELAUFEN" TO STATE-TEXT
             WHEN OTHER
               MOVE "AKTIV" TO STATE-TEXT
           END-EVALUATE.

       CHECK-FINDINGS.
           MOVE 'N' TO HAS-MAKER
           MOVE 'N' TO HAS-CHECKER
           MOVE 0 TO ROLE-COUNT
           PERFORM VARYING role-index FROM 1 BY 1
                   UNTIL role-index > 6
             IF op-role (role-index) NOT = SPACES
               ADD 1 TO ROLE-COUNT
             END-IF
             IF op-role (role-index) = "MAKER"
               MOVE 'Y' TO HAS-MAKER
             END-IF
             IF op-role (role-index) = "CHECKER"
               MOVE 'Y' TO HAS-CHECKER
             END-IF
           END-PERFORM
           IF HAS-MAKER = 'Y' AND HAS-CHECKER = 'Y'
             MOVE "   HINWEIS: MAKER und CHECKER bei einer Kennung"
                  TO rpt-line
             PERFORM WRITE-FINDING-LINE
           END-IF
           IF STATE-TEXT NOT = "AKTIV" AND ROLE-COUNT > 0
             MOVE "   HINWEIS: nicht aktiv, Rollen noch zugeordnet"
                  TO rpt-line
             PERFORM WRITE-FINDING-LINE
           END-IF
           IF STATE-TEXT = "AKTIV" AND op-last-signon < IDLE-LIMIT
             MOVE SPACES TO rpt-line
             STRING "   HINWEIS: keine Anmeldung seit " IDLE-DAYS
                    " Tagen"
                    DELIMITED BY SIZE INTO rpt-line
             PERFORM WRITE-FINDING-LINE
           END-IF.

       PRINT-ROLE-HOLDERS.
           MOVE "Rolleninhaber" TO rpt-line
           PERFORM WRITE-REVIEW-LINE
           PERFORM VARYING known-index FROM 1 BY 1
                   UNTIL known-index > KNOWN-ROLE-COUNT
             MOVE 0 TO HOLDER-COUNT
             PERFORM VARYING opr-index FROM 1 BY 1
                     UNTIL opr-index > OPR-COUNT
               MOVE OT-RECORD (opr-index) TO OperatorRecord
               PERFORM VARYING role-index FROM 1 BY 1
                       UNTIL role-index > 6
                 IF op-role (role-index) = KNOWN-ROLE (known-index)
                   ADD 1 TO HOLDER-COUNT
                   PERFORM SET-STATE-TEXT
                   STRING "  " KNOWN-ROLE (known-index) " " op-id
                          " " op-name(1:30) " " STATE-TEXT
                          DELIMITED BY SIZE INTO rpt-line
                   PERFORM WRITE-REVIEW-LINE
                 END-IF
               END-PERFORM
             END-PERFORM
             IF HOLDER-COUNT = 0
               STRING "  " KNOWN-ROLE (known-index) " (kein Inhaber)"
                      DELIMITED BY SIZE INTO rpt-line
               PERFORM WRITE-REVIEW-LINE
             END-IF
           END-PERFORM
           PERFORM WRITE-REVIEW-LINE.

       PRINT-SECURITY-EVENTS.
           MOVE SPACES TO rpt-line
           STRING "Sicherheitsereignisse " REVIEW-MONTH
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REVIEW-LINE
           MOVE 0 TO eof
           OPEN INPUT SecLog
           IF SEC-STATUS = "00"
             READ SecLog
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF sl-timestamp(1:7) = REVIEW-MONTH
                 PERFORM PRINT-ONE-EVENT
               END-IF
               READ SecLog
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE SecLog
           END-IF
           MOVE FAILED-COUNT TO EDIT-COUNT
           STRING "  Fehlanmeldungen        " EDIT-COUNT
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REVIEW-LINE
           MOVE REFUSED-COUNT TO EDIT-COUNT
           STRING "  Verweigerte Funktionen " EDIT-COUNT
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REVIEW-LINE
           MOVE ADMIN-COUNT TO EDIT-COUNT
           STRING "  Benutzerverwaltung     " EDIT-COUNT
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REVIEW-LINE.

       PRINT-ONE-EVENT.
           EVALUATE sl-event
             WHEN "FEHLANMELD"
               ADD 1 TO FAILED-COUNT
             WHEN "VERWALTUNG"
               ADD 1 TO ADMIN-COUNT
             WHEN OTHER
               ADD 1 TO REFUSED-COUNT
           END-EVALUATE
           STRING "  " sl-timestamp(1:10) " " sl-operator " "
                  sl-program " " sl-event " " sl-text(1:22)
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REVIEW-LINE.

       LOAD-OPERATORS.
           MOVE 0 TO OPR-COUNT
           MOVE 0 TO eof
           OPEN INPUT OperatorFile
           IF OPR-STATUS = "00"
             READ OperatorFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR OPR-COUNT = 500
               ADD 1 TO OPR-COUNT
               MOVE OperatorRecord TO OT-RECORD (OPR-COUNT)
               READ OperatorFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             IF eof = 0
               DISPLAY "ABBRUCH: OPERATORS.DAT groesser als 500"
                       " Eintraege."
               MOVE "FAIL" TO JJ-RESULT
               PERFORM END-JOURNAL
               STOP RUN
             END-IF
             CLOSE OperatorFile
           END-IF.

       WRITE-FINDING-LINE.
           ADD 1 TO FINDING-COUNT
           PERFORM WRITE-REVIEW-LINE.

       WRITE-REVIEW-LINE.
           MOVE 'L' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line.
