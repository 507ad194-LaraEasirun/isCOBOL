       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCIDENT.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select IncidentFile ASSIGN TO "INCIDENT.DAT"
                   organization is line sequential
                   FILE STATUS IS INC-STATUS.
       Select IncidentLog ASSIGN TO "INCLOG.DAT"
                   organization is line sequential
                   FILE STATUS IS ILG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD IncidentFile.
           copy "incident-record.cpy".
       FD IncidentLog.
           copy "inclog-record.cpy".
       WORKING-STORAGE SECTION.
       01 INC-STATUS PIC XX.
       01 ILG-STATUS PIC XX.
       01 inc-eof PIC 9.
       01 LAST-ID PIC 9(6) VALUE 0.
       01 OPEN-TIMESTAMP PIC X(20).
       copy "date-time.cpy".
       LINKAGE SECTION.
           copy "incident-request.cpy".
       PROCEDURE DIVISION USING IncidentRequest.
       MAIN.
           MOVE 'N' TO ir-new
           MOVE 0 TO ir-id
           PERFORM FIND-EXISTING
           IF ir-id > 0
             GOBACK
           END-IF
           PERFORM OPEN-INCIDENT
           GOBACK.

       FIND-EXISTING.
           MOVE 0 TO LAST-ID
           MOVE 0 TO inc-eof
           OPEN INPUT IncidentFile
           IF INC-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           READ IncidentFile
            AT END SET inc-eof TO 1
           END-READ
           PERFORM UNTIL inc-eof = 1
             IF in-id > LAST-ID
               MOVE in-id TO LAST-ID
             END-IF
             IF in-source = ir-source AND in-job = ir-job
               IF ir-source = 'J' AND in-ref = ir-ref
                 MOVE in-id TO ir-id
               END-IF
               IF ir-source NOT = 'J' AND in-status NOT = 'G'
                 MOVE in-id TO ir-id
               END-IF
             END-IF
             READ IncidentFile
              AT END SET inc-eof TO 1
             END-READ
           END-PERFORM
           CLOSE IncidentFile.

       OPEN-INCIDENT.
           MOVE FUNCTION CURRENT-DATE TO date-time
           MOVE SPACES TO OPEN-TIMESTAMP
           STRING year "-" month "-" day-1 "T"
                  hour "-" minutes "-" seconds
                  DELIMITED BY SIZE INTO OPEN-TIMESTAMP
           MOVE SPACES TO IncidentRecord
           ADD 1 TO LAST-ID
           MOVE LAST-ID TO in-id
           MOVE ir-source TO in-source
           MOVE ir-job TO in-job
           MOVE ir-ref TO in-ref
           MOVE ir-result TO in-result
           EVALUATE ir-result
             WHEN "CTLT"
             WHEN "SEAL"
             WHEN "DIFF"
             WHEN "00090"
               MOVE 1 TO in-severity
             WHEN "FAIL"
             WHEN "FULL"
               MOVE 2 TO in-severity
             WHEN OTHER
               IF ir-source = 'A'
                 MOVE 2 TO in-severity
               ELSE
                 MOVE 3 TO in-severity
               END-IF
           END-EVALUATE
           MOVE 'O' TO in-status
           MOVE OPEN-TIMESTAMP TO in-opened
           MOVE ir-text TO in-action
           OPEN INPUT IncidentFile
           IF INC-STATUS = "35"
             OPEN OUTPUT IncidentFile
             CLOSE IncidentFile
           ELSE
             CLOSE IncidentFile
           END-IF
           OPEN EXTEND IncidentFile
           WRITE IncidentRecord
           CLOSE IncidentFile
           OPEN INPUT IncidentLog
           IF ILG-STATUS = "35"
             OPEN OUTPUT IncidentLog
             CLOSE IncidentLog
           ELSE
             CLOSE IncidentLog
           END-IF
           OPEN EXTEND IncidentLog
           MOVE LAST-ID TO il-id
           MOVE OPEN-TIMESTAMP TO il-timestamp
           MOVE "SYSTEM" TO il-operator
           MOVE "ERFASST" TO il-event
           MOVE ir-text TO il-text
           WRITE IncLogRecord
           CLOSE IncidentLog
           MOVE LAST-ID TO ir-id
           MOVE 'Y' TO ir-new.
