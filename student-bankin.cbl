       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-BANKIN.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select SchoolInFile ASSIGN TO "SCHOOLIN.DAT"
                   organization is line sequential
                   FILE STATUS IS BX-FILE-STATUS.
       Select OpenItems ASSIGN TO "OPENITEMS.DAT"
                   organization is line sequential
                   FILE STATUS IS OI-STATUS.
       Select PaymentFile ASSIGN TO "PAYMENTS.DAT"
                   organization is line sequential
                   FILE STATUS IS PAY-STATUS.
       Select CreditFile ASSIGN TO "CREDITNOTES.DAT"
                   organization is line sequential
                   FILE STATUS IS CN-FILE-STATUS.
       Select StudentCredits ASSIGN TO "STUDCREDIT.DAT"
                   organization is line sequential
                   FILE STATUS IS GH-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SchoolInFile.
           copy "schoolin-record.cpy".
       FD OpenItems.
           copy "openitem-record.cpy".
       FD PaymentFile.
           01 PaymentRecord.
              05 pay-invoice PIC 9(7).
              05 pay-amount  PIC 9(5)V99.
              05 pay-date    PIC 9(8).
       FD CreditFile.
           copy "creditnote-record.cpy".
       FD StudentCredits.
           copy "studcredit-record.cpy".
       WORKING-STORAGE SECTION.
        01 JJ-EVENT PIC X.
        01 JJ-JOB-NAME PIC X(12).
        01 JJ-RECORDS PIC 9(7) VALUE 0.
        01 JJ-RESULT PIC X(4).
        01 eof PIC 9.
        01 BX-FILE-STATUS PIC XX.
        01 OI-STATUS PIC XX.
        01 PAY-STATUS PIC XX.
        01 CN-FILE-STATUS PIC XX.
        01 GH-FILE-STATUS PIC XX.
        01 LOCK-ACTION PIC X.
        01 LOCK-JOB PIC X(12).
        01 LOCK-RESOURCE PIC X(12) VALUE "PIN.DAT".
        01 LOCK-RESULT PIC X.
        01 LOCK-HOLDER PIC X(12).
        01 TODAY-YMD PIC 9(8).
        01 OT-COUNT PIC 9(4) VALUE 0.
        01 ot-index PIC 9(4).
        01 OT-TABLE.
           05 OT-ENTRY OCCURS 3000 TIMES.
              10 OT-INVOICE PIC 9(7).
              10 OT-STUDENT PIC 9(13).
              10 OT-AMOUNT  PIC 9(5)V99.
              10 OT-PAID    PIC 9(7)V99.
              10 OT-DUE     PIC 9(8).
        01 BT-COUNT PIC 9(4) VALUE 0.
        01 bt-index PIC 9(4).
        01 BT-TABLE.
           05 BT-ENTRY OCCURS 5000 TIMES.
              10 BT-RECORD PIC X(89).
        01 GT-COUNT PIC 9(4) VALUE 0.
        01 gt-index PIC 9(4).
        01 GT-TABLE.
           05 GT-ENTRY OCCURS 2000 TIMES.
              10 GT-RECORD PIC X(62).
        01 REF-INDEX PIC 9(2).
        01 REF-CHAR PIC X.
        01 REF-DIGIT PIC 9.
        01 RUN-LENGTH PIC 9(2).
        01 RUN-VALUE PIC 9(13).
        01 IC-COUNT PIC 9 VALUE 0.
        01 ic-index PIC 9.
        01 IC-TABLE.
           05 IC-INVOICE PIC 9(7) OCCURS 5 TIMES.
        01 REF-STUDENT PIC 9(13).
        01 MATCH-INVOICE PIC 9(7).
        01 MATCH-STUDENT PIC 9(13).
        01 TARGET-INDEX PIC 9(4).
        01 TARGET-DUE PIC 9(8).
        01 REST-AMOUNT PIC 9(7)V99.
        01 OPEN-AMOUNT PIC 9(7)V99.
        01 ALLOC-AMOUNT PIC 9(7)V99.
        01 ALLOC-TOTAL PIC 9(7)V99.
        01 ALLOC-DATE PIC 9(8).
        01 NEW-COUNT PIC 9(5) VALUE 0.
        01 MATCHED-COUNT PIC 9(5) VALUE 0.
        01 UNMATCHED-COUNT PIC 9(5) VALUE 0.
        01 CREDIT-COUNT PIC 9(5) VALUE 0.
        01 PAYMENT-COUNT PIC 9(5) VALUE 0.
        01 USED-COUNT PIC 9(5) VALUE 0.
        01 MATCHED-TOTAL PIC 9(9)V99 VALUE 0.
        01 UNMATCHED-TOTAL PIC 9(9)V99 VALUE 0.
        01 CREDIT-TOTAL PIC 9(9)V99 VALUE 0.
        01 USED-TOTAL PIC 9(9)V99 VALUE 0.
        01 UM-COUNT PIC 9(3) VALUE 0.
        01 um-index PIC 9(3).
        01 UM-TABLE.
           05 UM-INDEX-ENTRY PIC 9(4) OCCURS 500 TIMES.
        01 PRINT-AMOUNT PIC Z(6)9.99.
        01 PRINT-TOTAL PIC Z(8)9.99.
        copy "date-time.cpy".
        copy "report-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "STUDENT-BANKIN: Zuordnung Bankeingaenge"
           MOVE FUNCTION CURRENT-DATE TO date-time
           COMPUTE TODAY-YMD = year * 10000 + month * 100 + day-1

           MOVE 'A' TO LOCK-ACTION
           MOVE "STUDENT-BANK" TO LOCK-JOB
           CALL "RUNLOCK" USING LOCK-ACTION LOCK-JOB
                LOCK-RESOURCE LOCK-RESULT LOCK-HOLDER
           IF LOCK-RESULT = 'N'
             DISPLAY "Stapellauf abgelehnt: PIN.DAT gesperrt"
                     " von " LOCK-HOLDER
             STOP RUN
           END-IF

           MOVE 'S' TO JJ-EVENT
           MOVE "STUDENT-BANK" TO JJ-JOB-NAME
           MOVE 0 TO JJ-RECORDS
           MOVE SPACES TO JJ-RESULT
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT

           PERFORM LOAD-OPEN-ITEMS
           PERFORM ADD-PAYMENTS
           PERFORM ADD-CREDIT-NOTES
           PERFORM LOAD-SCHOOL-IN
           PERFORM LOAD-STUDENT-CREDITS
           PERFORM OPEN-PAYMENTS

           MOVE 'O' TO rpt-action
           MOVE "ZAHLEINGANG" TO rpt-name
           MOVE SPACES TO rpt-filename
           STRING "ZAHLEIN-" TODAY-YMD ".DAT"
                  DELIMITED BY SIZE INTO rpt-filename
           MOVE SPACES TO rpt-title
           STRING "Zuordnung Bankeingaenge " day-1 "." month "."
                  year
                  DELIMITED BY SIZE INTO rpt-title
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line

           MOVE "Verrechnete Guthaben" TO rpt-line
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING gt-index FROM 1 BY 1
                   UNTIL gt-index > GT-COUNT
             MOVE GT-RECORD (gt-index) TO StudentCreditRecord
             IF gh-open > 0
               PERFORM USE-ONE-CREDIT
               MOVE StudentCreditRecord TO GT-RECORD (gt-index)
             END-IF
           END-PERFORM
           PERFORM WRITE-REPORT-LINE

           MOVE "Zugeordnete Eingaenge" TO rpt-line
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING bt-index FROM 1 BY 1
                   UNTIL bt-index > BT-COUNT
             MOVE BT-RECORD (bt-index) TO SchoolInRecord
             IF bx-state = 'N'
               ADD 1 TO NEW-COUNT
               PERFORM MATCH-ONE-CREDIT
               MOVE SchoolInRecord TO BT-RECORD (bt-index)
             END-IF
           END-PERFORM
           PERFORM WRITE-REPORT-LINE

           MOVE "Nicht zuordenbar (manuelle Zuordnung)" TO rpt-line
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING um-index FROM 1 BY 1
                   UNTIL um-index > UM-COUNT
             MOVE BT-RECORD (UM-INDEX-ENTRY (um-index))
               TO SchoolInRecord
             PERFORM REPORT-UNMATCHED
           END-PERFORM
           PERFORM WRITE-REPORT-LINE

           CLOSE PaymentFile
           PERFORM SAVE-SCHOOL-IN
           PERFORM SAVE-STUDENT-CREDITS
           PERFORM RELEASE-LOCK

           MOVE MATCHED-TOTAL TO PRINT-TOTAL
           STRING "Zugeordnet:       " MATCHED-COUNT " Eingaenge "
                  PRINT-TOTAL " EUR"
                  DELIMITED BY SIZE INTO rpt-line
           DISPLAY rpt-line
           PERFORM WRITE-REPORT-LINE
           MOVE CREDIT-TOTAL TO PRINT-TOTAL
           STRING "Neue Guthaben:    " CREDIT-COUNT " Eingaenge "
                  PRINT-TOTAL " EUR"
                  DELIMITED BY SIZE INTO rpt-line
           DISPLAY rpt-line
           PERFORM WRITE-REPORT-LINE
           MOVE USED-TOTAL TO PRINT-TOTAL
           STRING "Verrechnet:       " USED-COUNT " Guthaben  "
                  PRINT-TOTAL " EUR"
                  DELIMITED BY SIZE INTO rpt-line
           DISPLAY rpt-line
           PERFORM WRITE-REPORT-LINE
           MOVE UNMATCHED-TOTAL TO PRINT-TOTAL
           STRING "Nicht zuordenbar: " UNMATCHED-COUNT " Eingaenge "
                  PRINT-TOTAL " EUR"
                  DELIMITED BY SIZE INTO rpt-line
           DISPLAY rpt-line
           PERFORM WRITE-REPORT-LINE
           STRING "Zahlungssaetze PAYMENTS.DAT: " PAYMENT-COUNT
                  DELIMITED BY SIZE INTO rpt-line
           DISPLAY rpt-line
           PERFORM WRITE-REPORT-LINE
           MOVE 'C' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           DISPLAY "Bericht: " rpt-filename

           MOVE 'E' TO JJ-EVENT
           MOVE NEW-COUNT TO JJ-RECORDS
           MOVE "OK" TO JJ-RESULT
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT

       STOP RUN.

       MATCH-ONE-CREDIT.
           PERFORM PARSE-REFERENCE
           MOVE 0 TO MATCH-INVOICE
           MOVE 0 TO MATCH-STUDENT
           PERFORM VARYING ic-index FROM 1 BY 1
                   UNTIL ic-index > IC-COUNT
                      OR MATCH-STUDENT > 0
             PERFORM VARYING ot-index FROM 1 BY 1
                     UNTIL ot-index > OT-COUNT
               IF OT-INVOICE (ot-index) = IC-INVOICE (ic-index)
                 MOVE OT-INVOICE (ot-index) TO MATCH-INVOICE
                 MOVE OT-STUDENT (ot-index) TO MATCH-STUDENT
                 EXIT PERFORM
               END-IF
             END-PERFORM
           END-PERFORM
           IF MATCH-STUDENT > 0 AND REF-STUDENT > 0
              AND MATCH-STUDENT NOT = REF-STUDENT
             MOVE 0 TO MATCH-INVOICE
             MOVE 0 TO MATCH-STUDENT
             MOVE 0 TO REF-STUDENT
           END-IF
           IF MATCH-STUDENT = 0 AND REF-STUDENT > 0
             PERFORM VARYING ot-index FROM 1 BY 1
                     UNTIL ot-index > OT-COUNT
               IF OT-STUDENT (ot-index) = REF-STUDENT
                 MOVE REF-STUDENT TO MATCH-STUDENT
                 EXIT PERFORM
               END-IF
             END-PERFORM
           END-IF
           MOVE MATCH-INVOICE TO bx-invoice
           MOVE MATCH-STUDENT TO bx-student
           MOVE 0 TO ALLOC-TOTAL
           MOVE bx-amount TO REST-AMOUNT
           MOVE bx-date TO ALLOC-DATE
           IF MATCH-STUDENT > 0
             PERFORM ALLOCATE-TO-STUDENT
           END-IF
           IF ALLOC-TOTAL = 0
             MOVE 'U' TO bx-state
             IF UM-COUNT < 500
               ADD 1 TO UM-COUNT
               MOVE bt-index TO UM-INDEX-ENTRY (UM-COUNT)
             END-IF
             ADD 1 TO UNMATCHED-COUNT
             ADD bx-amount TO UNMATCHED-TOTAL
             EXIT PARAGRAPH
           END-IF
           MOVE 'Z' TO bx-state
           MOVE ALLOC-TOTAL TO bx-matched
           MOVE REST-AMOUNT TO bx-credit
           ADD 1 TO MATCHED-COUNT
           ADD ALLOC-TOTAL TO MATCHED-TOTAL
           IF REST-AMOUNT > 0
             PERFORM ADD-STUDENT-CREDIT
             ADD 1 TO CREDIT-COUNT
             ADD REST-AMOUNT TO CREDIT-TOTAL
           END-IF
           MOVE bx-amount TO PRINT-AMOUNT
           STRING bx-date " " bx-sender-ref " " PRINT-AMOUNT
                  " -> " MATCH-STUDENT
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REPORT-LINE
           IF REST-AMOUNT > 0
             MOVE REST-AMOUNT TO PRINT-AMOUNT
             STRING "           davon Guthaben " PRINT-AMOUNT " EUR"
                    DELIMITED BY SIZE INTO rpt-line
             PERFORM WRITE-REPORT-LINE
           END-IF.

       USE-ONE-CREDIT.
           MOVE gh-student TO MATCH-STUDENT
           MOVE 0 TO MATCH-INVOICE
           MOVE 0 TO ALLOC-TOTAL
           MOVE gh-open TO REST-AMOUNT
           MOVE TODAY-YMD TO ALLOC-DATE
           PERFORM ALLOCATE-TO-STUDENT
           IF ALLOC-TOTAL = 0
             EXIT PARAGRAPH
           END-IF
           MOVE REST-AMOUNT TO gh-open
           ADD 1 TO USED-COUNT
           ADD ALLOC-TOTAL TO USED-TOTAL
           MOVE ALLOC-TOTAL TO PRINT-AMOUNT
           STRING gh-student " Guthaben vom " gh-date " verrechnet "
                  PRINT-AMOUNT
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REPORT-LINE.

       ALLOCATE-TO-STUDENT.
           IF MATCH-INVOICE > 0
             PERFORM VARYING ot-index FROM 1 BY 1
                     UNTIL ot-index > OT-COUNT
               IF OT-INVOICE (ot-index) = MATCH-INVOICE
                 MOVE ot-index TO TARGET-INDEX
                 PERFORM ALLOCATE-TO-ITEM
                 EXIT PERFORM
               END-IF
             END-PERFORM
           END-IF
           PERFORM UNTIL REST-AMOUNT = 0
             MOVE 0 TO TARGET-INDEX
             MOVE 99999999 TO TARGET-DUE
             PERFORM VARYING ot-index FROM 1 BY 1
                     UNTIL ot-index > OT-COUNT
               IF OT-STUDENT (ot-index) = MATCH-STUDENT
                  AND OT-PAID (ot-index) < OT-AMOUNT (ot-index)
                  AND OT-DUE (ot-index) < TARGET-DUE
                 MOVE ot-index TO TARGET-INDEX
                 MOVE OT-DUE (ot-index) TO TARGET-DUE
               END-IF
             END-PERFORM
             IF TARGET-INDEX = 0
               EXIT PERFORM
             END-IF
             PERFORM ALLOCATE-TO-ITEM
           END-PERFORM.

       ALLOCATE-TO-ITEM.
           IF OT-PAID (TARGET-INDEX) NOT < OT-AMOUNT (TARGET-INDEX)
             EXIT PARAGRAPH
           END-IF
           COMPUTE OPEN-AMOUNT = OT-AMOUNT (TARGET-INDEX)
                                 - OT-PAID (TARGET-INDEX)
           IF REST-AMOUNT < OPEN-AMOUNT
             MOVE REST-AMOUNT TO ALLOC-AMOUNT
           ELSE
             MOVE OPEN-AMOUNT TO ALLOC-AMOUNT
           END-IF
           MOVE OT-INVOICE (TARGET-INDEX) TO pay-invoice
           MOVE ALLOC-AMOUNT TO pay-amount
           MOVE ALLOC-DATE TO pay-date
           WRITE PaymentRecord
           ADD 1 TO PAYMENT-COUNT
           ADD ALLOC-AMOUNT TO OT-PAID (TARGET-INDEX)
           ADD ALLOC-AMOUNT TO ALLOC-TOTAL
           SUBTRACT ALLOC-AMOUNT FROM REST-AMOUNT.

       PARSE-REFERENCE.
           MOVE 0 TO IC-COUNT
           MOVE 0 TO REF-STUDENT
           MOVE 0 TO RUN-LENGTH
           MOVE 0 TO RUN-VALUE
           PERFORM VARYING REF-INDEX FROM 1 BY 1
                   UNTIL REF-INDEX > 17
             IF REF-INDEX > 16
               MOVE SPACE TO REF-CHAR
             ELSE
               MOVE bx-sender-ref (REF-INDEX:1) TO REF-CHAR
             END-IF
             IF REF-CHAR IS NUMERIC
               MOVE REF-CHAR TO REF-DIGIT
               IF RUN-LENGTH < 13
                 COMPUTE RUN-VALUE = RUN-VALUE * 10 + REF-DIGIT
               END-IF
               ADD 1 TO RUN-LENGTH
             ELSE
               PERFORM END-OF-RUN
             END-IF
           END-PERFORM.

       END-OF-RUN.
           IF RUN-LENGTH = 13
             MOVE RUN-VALUE TO REF-STUDENT
           END-IF
           IF RUN-LENGTH = 7 AND IC-COUNT < 5
             ADD 1 TO IC-COUNT
             MOVE RUN-VALUE TO IC-INVOICE (IC-COUNT)
           END-IF
           MOVE 0 TO RUN-LENGTH
           MOVE 0 TO RUN-VALUE.

       REPORT-UNMATCHED.
           MOVE bx-amount TO PRINT-AMOUNT
           STRING bx-date " " bx-sender-ref " " PRINT-AMOUNT
                  " Konto " bx-account
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REPORT-LINE.

       ADD-STUDENT-CREDIT.
           IF GT-COUNT = 2000
             DISPLAY "ABBRUCH: STUDCREDIT.DAT groesser als 2000"
                     " Eintraege."
             PERFORM RELEASE-LOCK
             STOP RUN
           END-IF
           ADD 1 TO GT-COUNT
           MOVE MATCH-STUDENT TO gh-student
           MOVE REST-AMOUNT TO gh-amount
           MOVE REST-AMOUNT TO gh-open
           MOVE bx-date TO gh-date
           MOVE bx-seq TO gh-seq
           MOVE bx-sender-ref TO gh-sender-ref
           MOVE StudentCreditRecord TO GT-RECORD (GT-COUNT).

       LOAD-OPEN-ITEMS.
           MOVE 0 TO OT-COUNT
           MOVE 0 TO eof
           OPEN INPUT OpenItems
           IF OI-STATUS NOT = "00"
             DISPLAY "OPENITEMS.DAT fehlt - erst STUDENT-AR starten."
             PERFORM RELEASE-LOCK
             STOP RUN
           END-IF
           READ OpenItems
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             IF OT-COUNT = 3000
               DISPLAY "ABBRUCH: OPENITEMS.DAT groesser als 3000"
                       " Eintraege."
               PERFORM RELEASE-LOCK
               STOP RUN
             END-IF
             ADD 1 TO OT-COUNT
             MOVE oi-invoice TO OT-INVOICE (OT-COUNT)
             MOVE oi-student TO OT-STUDENT (OT-COUNT)
             MOVE oi-amount TO OT-AMOUNT (OT-COUNT)
             MOVE 0 TO OT-PAID (OT-COUNT)
             MOVE oi-due-date TO OT-DUE (OT-COUNT)
             READ OpenItems
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE OpenItems.

       ADD-PAYMENTS.
           MOVE 0 TO eof
           OPEN INPUT PaymentFile
           IF PAY-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           READ PaymentFile
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             PERFORM VARYING ot-index FROM 1 BY 1
                     UNTIL ot-index > OT-COUNT
               IF OT-INVOICE (ot-index) = pay-invoice
                 ADD pay-amount TO OT-PAID (ot-index)
                 EXIT PERFORM
               END-IF
             END-PERFORM
             READ PaymentFile
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE PaymentFile.

       ADD-CREDIT-NOTES.
           MOVE 0 TO eof
           OPEN INPUT CreditFile
           IF CN-FILE-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           READ CreditFile
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             PERFORM VARYING ot-index FROM 1 BY 1
                     UNTIL ot-index > OT-COUNT
               IF OT-INVOICE (ot-index) = cn-invoice
                 ADD cn-amount TO OT-PAID (ot-index)
                 EXIT PERFORM
               END-IF
             END-PERFORM
             READ CreditFile
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE CreditFile.

       LOAD-SCHOOL-IN.
           MOVE 0 TO BT-COUNT
           MOVE 0 TO eof
           OPEN INPUT SchoolInFile
           IF BX-FILE-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           READ SchoolInFile
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             IF BT-COUNT = 5000
               DISPLAY "ABBRUCH: SCHOOLIN.DAT groesser als 5000"
                       " Eintraege."
               PERFORM RELEASE-LOCK
               STOP RUN
             END-IF
             ADD 1 TO BT-COUNT
             MOVE SchoolInRecord TO BT-RECORD (BT-COUNT)
             READ SchoolInFile
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE SchoolInFile.

       LOAD-STUDENT-CREDITS.
           MOVE 0 TO GT-COUNT
           MOVE 0 TO eof
           OPEN INPUT StudentCredits
           IF GH-FILE-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           READ StudentCredits
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             IF GT-COUNT = 2000
               DISPLAY "ABBRUCH: STUDCREDIT.DAT groesser als 2000"
                       " Eintraege."
               PERFORM RELEASE-LOCK
               STOP RUN
             END-IF
             ADD 1 TO GT-COUNT
             MOVE StudentCreditRecord TO GT-RECORD (GT-COUNT)
             READ StudentCredits
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE StudentCredits.

       OPEN-PAYMENTS.
           OPEN INPUT PaymentFile
           IF PAY-STATUS = "35"
             OPEN OUTPUT PaymentFile
             CLOSE PaymentFile
           ELSE
             CLOSE PaymentFile
           END-IF
           OPEN EXTEND PaymentFile.

       SAVE-SCHOOL-IN.
           IF BT-COUNT = 0
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SchoolInFile
           PERFORM VARYING bt-index FROM 1 BY 1
                   UNTIL bt-index > BT-COUNT
             MOVE BT-RECORD (bt-index) TO SchoolInRecord
             WRITE SchoolInRecord
           END-PERFORM
           CLOSE SchoolInFile.

       SAVE-STUDENT-CREDITS.
           IF GT-COUNT = 0
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT StudentCredits
           PERFORM VARYING gt-index FROM 1 BY 1
                   UNTIL gt-index > GT-COUNT
             MOVE GT-RECORD (gt-index) TO StudentCreditRecord
             WRITE StudentCreditRecord
           END-PERFORM
           CLOSE StudentCredits.

       RELEASE-LOCK.
           MOVE 'R' TO LOCK-ACTION
           CALL "RUNLOCK" USING LOCK-ACTION LOCK-JOB
                LOCK-RESOURCE LOCK-RESULT LOCK-HOLDER.

       WRITE-REPORT-LINE.
           MOVE 'L' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line.
