       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSIGNON.
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
       01 OPR-STATUS PIC XX.
       01 SEC-STATUS PIC XX.
       01 opr-eof PIC 9.
       01 BUSINESS-DATE PIC 9(8).
       01 WS-OPERATOR PIC X(8).
       01 WS-PASSWORD PIC X(16).
       01 WS-HASH PIC 9(12).
       01 WS-EVENT PIC X(10).
       01 WS-TEXT PIC X(30).
       01 OPR-COUNT PIC 9(3) VALUE 0.
       01 opr-index PIC 9(3).
       01 FOUND-INDEX PIC 9(3) VALUE 0.
       01 role-index PIC 9.
       01 ROLE-FOUND PIC X.
       01 MAX-FAILED PIC 9 VALUE 3.
       01 OPR-OVERFLOW PIC X.
       01 OPR-TABLE.
          05 OPR-ENTRY OCCURS 500 TIMES.
             10 OT-RECORD PIC X(144).
       copy "date-time.cpy".
       LINKAGE SECTION.
           copy "signon-request.cpy".
       PROCEDURE DIVISION USING SignonRequest.
       MAIN.
           MOVE 'N' TO so-result
           CALL "BUSDATE" USING BUSINESS-DATE
           EVALUATE so-action
             WHEN 'S'
               PERFORM SIGN-ON
             WHEN 'R'
               PERFORM CHECK-ROLE-ONLY
             WHEN 'V'
               MOVE so-operator TO WS-OPERATOR
               MOVE "VERWEIGERT" TO WS-EVENT
               MOVE "Funktion verweigert" TO WS-TEXT
               PERFORM WRITE-SECLOG
               MOVE 'Y' TO so-result
             WHEN 'U'
               MOVE so-operator TO WS-OPERATOR
               MOVE "UEBERSTEU" TO WS-EVENT
               MOVE "Abweichung uebersteuert" TO WS-TEXT
               PERFORM WRITE-SECLOG
               MOVE 'Y' TO so-result
           END-EVALUATE
           GOBACK.

       SIGN-ON.
           MOVE SPACES TO so-operator
           DISPLAY "Operator-Kennung: "
           ACCEPT WS-OPERATOR
           IF WS-OPERATOR = SPACES
             DISPLAY "Operator-Kennung ist Pflicht."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Kennwort: "
           ACCEPT WS-PASSWORD
           PERFORM LOAD-OPERATORS
           IF OPR-OVERFLOW = 'Y'
             EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OPERATOR
           IF FOUND-INDEX = 0
             MOVE "FEHLANMELD" TO WS-EVENT
             MOVE "Kennung unbekannt" TO WS-TEXT
             PERFORM REFUSE-SIGN-ON
             EXIT PARAGRAPH
           END-IF
           MOVE OT-RECORD (FOUND-INDEX) TO OperatorRecord
           IF op-state = 'G'
             MOVE "FEHLANMELD" TO WS-EVENT
             MOVE "Kennung gesperrt" TO WS-TEXT
             PERFORM REFUSE-SIGN-ON
             EXIT PARAGRAPH
           END-IF
           IF op-state = 'E'
              OR (op-valid-until > 0
                  AND op-valid-until < BUSINESS-DATE)
             MOVE 'E' TO op-state
             MOVE OperatorRecord TO OT-RECORD (FOUND-INDEX)
             PERFORM SAVE-OPERATORS
             MOVE "FEHLANMELD" TO WS-EVENT
             MOVE "Kennung abgelaufen" TO WS-TEXT
             PERFORM REFUSE-SIGN-ON
             EXIT PARAGRAPH
           END-IF
           CALL "PWHASH" USING WS-OPERATOR WS-PASSWORD WS-HASH
           IF WS-HASH NOT = op-pw-hash
             ADD 1 TO op-failed
             MOVE "FEHLANMELD" TO WS-EVENT
             MOVE "Kennwort falsch" TO WS-TEXT
             IF op-failed >= MAX-FAILED
               MOVE 'G' TO op-state
               MOVE "Kennwort falsch - gesperrt" TO WS-TEXT
             END-IF
             MOVE OperatorRecord TO OT-RECORD (FOUND-INDEX)
             PERFORM SAVE-OPERATORS
             PERFORM REFUSE-SIGN-ON
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO op-failed
           MOVE BUSINESS-DATE TO op-last-signon
           MOVE OperatorRecord TO OT-RECORD (FOUND-INDEX)
           PERFORM SAVE-OPERATORS
           MOVE WS-OPERATOR TO so-operator
           IF so-role NOT = SPACES
             PERFORM CHECK-ROLE
             IF ROLE-FOUND = 'N'
               EXIT PARAGRAPH
             END-IF
           END-IF
           DISPLAY "Angemeldet: " op-id " " op-name
           MOVE 'Y' TO so-result.

       REFUSE-SIGN-ON.
           PERFORM WRITE-SECLOG
           DISPLAY "Anmeldung abgelehnt: " WS-TEXT.

       CHECK-ROLE-ONLY.
           MOVE so-operator TO WS-OPERATOR
           PERFORM LOAD-OPERATORS
           IF OPR-OVERFLOW = 'Y'
             EXIT PARAGRAPH
           END-IF
           PERFORM FIND-OPERATOR
           IF FOUND-INDEX = 0
             MOVE "ROLLE-FEHL" TO WS-EVENT
             MOVE "Kennung unbekannt" TO WS-TEXT
             PERFORM WRITE-SECLOG
             DISPLAY "Keine Berechtigung fuer diese Funktion."
             EXIT PARAGRAPH
           END-IF
           MOVE OT-RECORD (FOUND-INDEX) TO OperatorRecord
           IF op-state NOT = 'A'
             MOVE "ROLLE-FEHL" TO WS-EVENT
             MOVE "Kennung nicht aktiv" TO WS-TEXT
             PERFORM WRITE-SECLOG
             DISPLAY "Keine Berechtigung fuer diese Funktion."
             EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ROLE
           IF ROLE-FOUND = 'Y'
             MOVE 'Y' TO so-result
           END-IF.

       CHECK-ROLE.
           MOVE 'N' TO ROLE-FOUND
           PERFORM VARYING role-index FROM 1 BY 1
                   UNTIL role-index > 6
             IF op-role (role-index) = so-role
               MOVE 'Y' TO ROLE-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF ROLE-FOUND = 'N'
             MOVE "ROLLE-FEHL" TO WS-EVENT
             MOVE SPACES TO WS-TEXT
             STRING "Rolle " so-role " fehlt"
                    DELIMITED BY SIZE INTO WS-TEXT
             PERFORM WRITE-SECLOG
             DISPLAY "Keine Berechtigung: Rolle " so-role
                     " erforderlich."
           END-IF.

       FIND-OPERATOR.
           MOVE 0 TO FOUND-INDEX
           PERFORM VARYING opr-index FROM 1 BY 1
                   UNTIL opr-index > OPR-COUNT
             MOVE OT-RECORD (opr-index) TO OperatorRecord
             IF op-id = WS-OPERATOR
               MOVE opr-index TO FOUND-INDEX
               EXIT PERFORM
             END-IF
           END-PERFORM.

       LOAD-OPERATORS.
           MOVE 0 TO OPR-COUNT
           MOVE 0 TO opr-eof
           MOVE 'N' TO OPR-OVERFLOW
           OPEN INPUT OperatorFile
           IF OPR-STATUS = "00"
             READ OperatorFile
              AT END SET opr-eof TO 1
             END-READ
             PERFORM UNTIL opr-eof = 1 OR OPR-COUNT = 500
               ADD 1 TO OPR-COUNT
               MOVE OperatorRecord TO OT-RECORD (OPR-COUNT)
               READ OperatorFile
                AT END SET opr-eof TO 1
               END-READ
             END-PERFORM
             IF opr-eof = 0
               DISPLAY "FEHLER: OPERATORS.DAT groesser als 500"
                       " Eintraege - Anmeldung nicht moeglich."
               MOVE 'Y' TO OPR-OVERFLOW
             END-IF
             CLOSE OperatorFile
           END-IF.

       SAVE-OPERATORS.
           OPEN OUTPUT OperatorFile
           PERFORM VARYING opr-index FROM 1 BY 1
                   UNTIL opr-index > OPR-COUNT
             MOVE OT-RECORD (opr-index) TO OperatorRecord
             WRITE OperatorRecord
           END-PERFORM
           CLOSE OperatorFile
           IF FOUND-INDEX > 0
             MOVE OT-RECORD (FOUND-INDEX) TO OperatorRecord
           END-IF.

       WRITE-SECLOG.
           OPEN INPUT SecLog
           IF SEC-STATUS = "35"
             OPEN OUTPUT SecLog
             CLOSE SecLog
           ELSE
             CLOSE SecLog
           END-IF
           OPEN EXTEND SecLog
           MOVE FUNCTION CURRENT-DATE TO date-time
           MOVE SPACES TO SecLogRecord
           STRING year "-" month "-" day-1 "T"
                  hour "-" minutes "-" seconds
                  DELIMITED BY SIZE INTO sl-timestamp
           MOVE WS-OPERATOR TO sl-operator
           MOVE so-program TO sl-program
           MOVE WS-EVENT TO sl-event
           MOVE so-role TO sl-role
           MOVE WS-TEXT TO sl-text
           WRITE SecLogRecord
           CLOSE SecLog.
