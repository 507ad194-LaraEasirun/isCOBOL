       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-OPERATOR.
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
        01 MENU-CHOICE PIC 9 VALUE 0.
        01 OPERATOR-ID PIC X(8).
        01 ANSWER PIC X.
        01 WORK-ID PIC X(8).
        01 WORK-NAME PIC X(30).
        01 WORK-PASSWORD PIC X(16).
        01 WORK-PASSWORD-2 PIC X(16).
        01 PASSWORD-OK PIC X.
        01 PASSWORD-LEN PIC 9(2).
        01 WORK-VALID-UNTIL PIC 9(8).
        01 WORK-STATE PIC X.
        01 WORK-ROLE PIC X(10).
        01 WORK-HASH PIC 9(12).
        01 ROLE-OK PIC X.
        01 ROLE-LIST PIC X(66).
        01 SEC-EVENT PIC X(10).
        01 SEC-TEXT PIC X(30).
        01 OPR-COUNT PIC 9(3) VALUE 0.
        01 opr-index PIC 9(3).
        01 FOUND-INDEX PIC 9(3) VALUE 0.
        01 role-index PIC 9.
        01 known-index PIC 9(2).
        01 SHOWN-STATE PIC X.
        01 NEW-OPERATOR-RECORD PIC X(144).
        01 NEW-ROLES.
           05 NEW-ROLE PIC X(10) OCCURS 6 TIMES.
        01 OPR-TABLE.
           05 OPR-ENTRY OCCURS 500 TIMES.
              10 OT-RECORD PIC X(144).
        copy "oprole-table.cpy".
        copy "signon-request.cpy".
        copy "date-time.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "BANK-OPERATOR: Benutzer- und Rollenverwaltung"
           CALL "BUSDATE" USING BUSINESS-DATE
           PERFORM LOAD-OPERATORS
           IF OPR-COUNT = 0
             PERFORM CREATE-FIRST-ADMIN
             STOP RUN
           END-IF

           MOVE 'S' TO so-action
           MOVE "BANK-OPERATOR" TO so-program
           MOVE "ADMIN" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Anmeldung fehlgeschlagen. Abbruch."
             STOP RUN
           END-IF
           MOVE so-operator TO OPERATOR-ID

           PERFORM UNTIL MENU-CHOICE = 6
             DISPLAY "1) Benutzer auflisten  2) Benutzer anlegen"
             DISPLAY "3) Rollen aendern  4) Kennwort zuruecksetzen"
             DISPLAY "5) Sperren/Entsperren/Gueltigkeit  6) Ende"
             ACCEPT MENU-CHOICE
             EVALUATE MENU-CHOICE
               WHEN 1
                 PERFORM LIST-OPERATORS
               WHEN 2
                 PERFORM ADD-OPERATOR
               WHEN 3
                 PERFORM CHANGE-ROLES
               WHEN 4
                 PERFORM RESET-PASSWORD
               WHEN 5
                 PERFORM CHANGE-STATE
               WHEN 6
                 DISPLAY "Programmende."
               WHEN OTHER
                 DISPLAY "Bitte Eingabe ueberpruefen!"
             END-EVALUATE
           END-PERFORM

       STOP RUN.

       CREATE-FIRST-ADMIN.
           DISPLAY "OPERATORS.DAT ist leer - erstes Administrator"
                   "konto anlegen."
           DISPLAY "Kennung: "
           ACCEPT WORK-ID
           IF WORK-ID = SPACES
             DISPLAY "Kennung ist Pflicht. Abbruch."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Name: "
           ACCEPT WORK-NAME
           PERFORM ACCEPT-PASSWORD
           IF PASSWORD-OK = 'N'
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OperatorRecord
           MOVE WORK-ID TO op-id
           MOVE WORK-NAME TO op-name
           CALL "PWHASH" USING WORK-ID WORK-PASSWORD WORK-HASH
           MOVE WORK-HASH TO op-pw-hash
           MOVE "ADMIN" TO op-role (1)
           MOVE 'A' TO op-state
           MOVE 0 TO op-valid-until
           MOVE 0 TO op-failed
           MOVE 0 TO op-last-signon
           MOVE BUSINESS-DATE TO op-pw-changed
           MOVE WORK-ID TO op-created-by
           MOVE 1 TO OPR-COUNT
           MOVE OperatorRecord TO OT-RECORD (1)
           PERFORM SAVE-OPERATORS
           MOVE WORK-ID TO OPERATOR-ID
           MOVE "VERWALTUNG" TO SEC-EVENT
           MOVE "Erstanlage Administrator" TO SEC-TEXT
           MOVE "ADMIN" TO WORK-ROLE
           PERFORM WRITE-SECLOG
           DISPLAY "Administrator " WORK-ID " angelegt.".

       LIST-OPERATORS.
           PERFORM LOAD-OPERATORS
           PERFORM VARYING opr-index FROM 1 BY 1
                   UNTIL opr-index > OPR-COUNT
             MOVE OT-RECORD (opr-index) TO OperatorRecord
             PERFORM BUILD-ROLE-LIST
             DISPLAY op-id " " op-name " Status " op-state
                     " gueltig bis " op-valid-until
                     " letzte Anmeldung " op-last-signon
             DISPLAY "  Rollen: " ROLE-LIST
           END-PERFORM
           IF OPR-COUNT = 0
             DISPLAY "Keine Benutzer vorhanden."
           END-IF.

       ADD-OPERATOR.
           DISPLAY "Neue Kennung: "
           ACCEPT WORK-ID
           IF WORK-ID = SPACES
             DISPLAY "Kennung ist Pflicht."
             EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-OPERATORS
           PERFORM FIND-OPERATOR
           IF FOUND-INDEX > 0
             DISPLAY "Kennung " WORK-ID " existiert bereits."
             EXIT PARAGRAPH
           END-IF
           IF OPR-COUNT = 500
             DISPLAY "Benutzertabelle voll (500)."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Name: "
           ACCEPT WORK-NAME
           PERFORM ACCEPT-PASSWORD
           IF PASSWORD-OK = 'N'
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Gueltig bis (JJJJMMTT, 0 = unbefristet): "
           ACCEPT WORK-VALID-UNTIL
           IF WORK-VALID-UNTIL > 0
              AND WORK-VALID-UNTIL < BUSINESS-DATE
             DISPLAY "Gueltigkeit liegt in der Vergangenheit."
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OperatorRecord
           MOVE WORK-ID TO op-id
           MOVE WORK-NAME TO op-name
           CALL "PWHASH" USING WORK-ID WORK-PASSWORD WORK-HASH
           MOVE WORK-HASH TO op-pw-hash
           MOVE 'A' TO op-state
           MOVE WORK-VALID-UNTIL TO op-valid-until
           MOVE 0 TO op-failed
           MOVE 0 TO op-last-signon
           MOVE BUSINESS-DATE TO op-pw-changed
           MOVE OPERATOR-ID TO op-created-by
           PERFORM ACCEPT-ROLES
           MOVE OperatorRecord TO NEW-OPERATOR-RECORD
           PERFORM LOAD-OPERATORS
           PERFORM FIND-OPERATOR
           IF FOUND-INDEX > 0
             DISPLAY "Kennung " WORK-ID " wurde zwischenzeitlich"
                     " angelegt."
             EXIT PARAGRAPH
           END-IF
           IF OPR-COUNT = 500
             DISPLAY "Benutzertabelle voll (500)."
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO OPR-COUNT
           MOVE NEW-OPERATOR-RECORD TO OT-RECORD (OPR-COUNT)
           PERFORM SAVE-OPERATORS
           MOVE "VERWALTUNG" TO SEC-EVENT
           MOVE SPACES TO SEC-TEXT
           STRING "Anlage " WORK-ID DELIMITED BY SIZE INTO SEC-TEXT
           MOVE SPACES TO WORK-ROLE
           PERFORM WRITE-SECLOG
           DISPLAY "Benutzer " WORK-ID " angelegt.".

       CHANGE-ROLES.
           PERFORM SELECT-OPERATOR
           IF FOUND-INDEX = 0
             EXIT PARAGRAPH
           END-IF
           IF WORK-ID = OPERATOR-ID
             DISPLAY "Eigene Rollen koennen nicht geaendert werden."
             MOVE "VERWEIGERT" TO SEC-EVENT
             MOVE "Eigene Rollen aendern" TO SEC-TEXT
             MOVE "ADMIN" TO WORK-ROLE
             PERFORM WRITE-SECLOG
             EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-ROLE-LIST
           DISPLAY "Bisherige Rollen: " ROLE-LIST
           PERFORM VARYING role-index FROM 1 BY 1
                   UNTIL role-index > 6
             MOVE SPACES TO op-role (role-index)
           END-PERFORM
           PERFORM ACCEPT-ROLES
           PERFORM VARYING role-index FROM 1 BY 1
                   UNTIL role-index > 6
             MOVE op-role (role-index) TO NEW-ROLE (role-index)
           END-PERFORM
           PERFORM RELOAD-OPERATOR
           IF FOUND-INDEX = 0
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING role-index FROM 1 BY 1
                   UNTIL role-index > 6
             MOVE NEW-ROLE (role-index) TO op-role (role-index)
           END-PERFORM
           MOVE OperatorRecord TO OT-RECORD (FOUND-INDEX)
           PERFORM SAVE-OPERATORS
           PERFORM BUILD-ROLE-LIST
           MOVE "VERWALTUNG" TO SEC-EVENT
           MOVE SPACES TO SEC-TEXT
           STRING "Rollen " WORK-ID DELIMITED BY SIZE INTO SEC-TEXT
           MOVE SPACES TO WORK-ROLE
           PERFORM WRITE-SECLOG
           DISPLAY "Neue Rollen: " ROLE-LIST.

       RESET-PASSWORD.
           PERFORM SELECT-OPERATOR
           IF FOUND-INDEX = 0
             EXIT PARAGRAPH
           END-IF
           PERFORM ACCEPT-PASSWORD
           IF PASSWORD-OK = 'N'
             EXIT PARAGRAPH
           END-IF
           CALL "PWHASH" USING WORK-ID WORK-PASSWORD WORK-HASH
           PERFORM RELOAD-OPERATOR
           IF FOUND-INDEX = 0
             EXIT PARAGRAPH
           END-IF
           MOVE WORK-HASH TO op-pw-hash
           MOVE 0 TO op-failed
           IF op-state = 'G'
             MOVE 'A' TO op-state
           END-IF
           MOVE BUSINESS-DATE TO op-pw-changed
           MOVE OperatorRecord TO OT-RECORD (FOUND-INDEX)
           PERFORM SAVE-OPERATORS
           MOVE "VERWALTUNG" TO SEC-EVENT
           MOVE SPACES TO SEC-TEXT
           STRING "Kennwort neu " WORK-ID
                  DELIMITED BY SIZE INTO SEC-TEXT
           MOVE SPACES TO WORK-ROLE
           PERFORM WRITE-SECLOG
           DISPLAY "Kennwort fuer " WORK-ID " zurueckgesetzt.".

       CHANGE-STATE.
           PERFORM SELECT-OPERATOR
           IF FOUND-INDEX = 0
             EXIT PARAGRAPH
           END-IF
           IF WORK-ID = OPERATOR-ID
             DISPLAY "Eigene Kennung kann nicht geaendert werden."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Aktueller Status " op-state " gueltig bis "
                   op-valid-until " Fehlversuche " op-failed
           DISPLAY "Neuer Status (A = aktiv, G = gesperrt, "
                   "E = abgelaufen): "
           ACCEPT WORK-STATE
           MOVE FUNCTION UPPER-CASE(WORK-STATE) TO WORK-STATE
           IF WORK-STATE NOT = 'A' AND WORK-STATE NOT = 'G'
              AND WORK-STATE NOT = 'E'
             DISPLAY "Ungueltiger Status."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Gueltig bis (JJJJMMTT, 0 = unbefristet): "
           ACCEPT WORK-VALID-UNTIL
           IF WORK-STATE = 'A' AND WORK-VALID-UNTIL > 0
              AND WORK-VALID-UNTIL < BUSINESS-DATE
             DISPLAY "Gueltigkeit liegt in der Vergangenheit."
             EXIT PARAGRAPH
           END-IF
           PERFORM RELOAD-OPERATOR
           IF FOUND-INDEX = 0
             EXIT PARAGRAPH
           END-IF
           IF op-state NOT = SHOWN-STATE
             DISPLAY "Status von " WORK-ID " wurde zwischenzeitlich"
                     " auf " op-state " geaendert - bitte neu"
                     " pruefen."
             EXIT PARAGRAPH
           END-IF
           MOVE WORK-STATE TO op-state
           MOVE WORK-VALID-UNTIL TO op-valid-until
           IF WORK-STATE = 'A'
             MOVE 0 TO op-failed
           END-IF
           MOVE OperatorRecord TO OT-RECORD (FOUND-INDEX)
           PERFORM SAVE-OPERATORS
           MOVE "VERWALTUNG" TO SEC-EVENT
           MOVE SPACES TO SEC-TEXT
           STRING "Status " WORK-STATE " " WORK-ID
                  DELIMITED BY SIZE INTO SEC-TEXT
           MOVE SPACES TO WORK-ROLE
           PERFORM WRITE-SECLOG
           DISPLAY "Benutzer " WORK-ID " Status " WORK-STATE
                   " gueltig bis " WORK-VALID-UNTIL.

       SELECT-OPERATOR.
           DISPLAY "Kennung: "
           ACCEPT WORK-ID
           PERFORM LOAD-OPERATORS
           PERFORM FIND-OPERATOR
           IF FOUND-INDEX = 0
             DISPLAY "Kennung " WORK-ID " nicht gefunden."
             EXIT PARAGRAPH
           END-IF
           MOVE OT-RECORD (FOUND-INDEX) TO OperatorRecord
           MOVE op-state TO SHOWN-STATE.

       RELOAD-OPERATOR.
           PERFORM LOAD-OPERATORS
           PERFORM FIND-OPERATOR
           IF FOUND-INDEX = 0
             DISPLAY "Kennung " WORK-ID " nicht mehr vorhanden."
             EXIT PARAGRAPH
           END-IF
           MOVE OT-RECORD (FOUND-INDEX) TO OperatorRecord.

       ACCEPT-PASSWORD.
           MOVE 'N' TO PASSWORD-OK
           DISPLAY "Kennwort (mindestens 8 Zeichen): "
           ACCEPT WORK-PASSWORD
           DISPLAY "Kennwort wiederholen: "
           ACCEPT WORK-PASSWORD-2
           MOVE 0 TO PASSWORD-LEN
           IF WORK-PASSWORD NOT = SPACES
             COMPUTE PASSWORD-LEN =
                     FUNCTION LENGTH(FUNCTION TRIM(WORK-PASSWORD))
           END-IF
           IF PASSWORD-LEN < 8
             DISPLAY "Kennwort zu kurz."
             EXIT PARAGRAPH
           END-IF
           IF WORK-PASSWORD NOT = WORK-PASSWORD-2
             DISPLAY "Kennwoerter stimmen nicht ueberein."
             EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO PASSWORD-OK.

       ACCEPT-ROLES.
           DISPLAY "Rollen: ADMIN SUPERVISOR MAKER CHECKER CLERK"
           DISPLAY "        COMPLIANCE OPERATIONS WERKSTATT"
                   " REGISTRAR BURSAR FINANCE"
           DISPLAY "        DOZENT PERSONAL"
           MOVE 1 TO role-index
           PERFORM UNTIL role-index > 6
             DISPLAY "Rolle " role-index " (leer = fertig): "
             ACCEPT WORK-ROLE
             MOVE FUNCTION UPPER-CASE(WORK-ROLE) TO WORK-ROLE
             IF WORK-ROLE = SPACES
               EXIT PERFORM
             END-IF
             MOVE 'N' TO ROLE-OK
             PERFORM VARYING known-index FROM 1 BY 1
                     UNTIL known-index > KNOWN-ROLE-COUNT
               IF KNOWN-ROLE (known-index) = WORK-ROLE
                 MOVE 'Y' TO ROLE-OK
               END-IF
             END-PERFORM
             IF ROLE-OK = 'Y'
               MOVE WORK-ROLE TO op-role (role-index)
               ADD 1 TO role-index
             ELSE
               DISPLAY "Unbekannte Rolle " WORK-ROLE
             END-IF
           END-PERFORM.

       BUILD-ROLE-LIST.
           MOVE SPACES TO ROLE-LIST
           STRING op-role (1) " " op-role (2) " " op-role (3) " "
                  op-role (4) " " op-role (5) " " op-role (6)
                  DELIMITED BY SIZE INTO ROLE-LIST.

       FIND-OPERATOR.
           MOVE 0 TO FOUND-INDEX
           PERFORM VARYING opr-index FROM 1 BY 1
                   UNTIL opr-index > OPR-COUNT
             MOVE OT-RECORD (opr-index) TO OperatorRecord
             IF op-id = WORK-ID
               MOVE opr-index TO FOUND-INDEX
               EXIT PERFORM
             END-IF
           END-PERFORM.

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
               STOP RUN
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
           MOVE OPERATOR-ID TO sl-operator
           MOVE "BANK-OPERATOR" TO sl-program
           MOVE SEC-EVENT TO sl-event
           MOVE WORK-ROLE TO sl-role
           MOVE SEC-TEXT TO sl-text
           WRITE SecLogRecord
           CLOSE SecLog.
