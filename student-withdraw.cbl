       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-WITHDRAW.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select StudentNumbers ASSIGN TO "STUDENTS.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is student-number
                   FILE STATUS IS FS-STATUS.
       Select TermFile ASSIGN TO "TERMS.DAT"
                   organization is line sequential
                   FILE STATUS IS TRM-STATUS.
       Select ScheduleFile ASSIGN TO "REFUNDSCHED.DAT"
                   organization is line sequential
                   FILE STATUS IS RS-FILE-STATUS.
       Select InvoiceFile ASSIGN TO "INVOICES.DAT"
                   organization is line sequential
                   FILE STATUS IS INV-STATUS.
       Select PaymentFile ASSIGN TO "PAYMENTS.DAT"
                   organization is line sequential
                   FILE STATUS IS PAY-STATUS.
       Select CreditFile ASSIGN TO "CREDITNOTES.DAT"
                   organization is line sequential
                   FILE STATUS IS CN-FILE-STATUS.
       Select RefundFile ASSIGN TO "REFUNDS.DAT"
                   organization is line sequential
                   FILE STATUS IS RF-FILE-STATUS.
       Select EnrollFile ASSIGN TO "ENROLL.DAT"
                   organization is line sequential
                   FILE STATUS IS EN-STATUS.
       Select WorkFile ASSIGN TO "ENROLL-WRK.DAT"
                   organization is line sequential.
       Select WithdrawFile ASSIGN TO "WITHDRAW.DAT"
                   organization is line sequential
                   FILE STATUS IS WD-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD StudentNumbers.
           01 StudentRecord.
              05 student-number    PIC 9(13).
              05 student-name      PIC X(20).
              05 program-code      PIC X(6).
              05 enrollment-status PIC X(1).
       FD TermFile.
           01 TermRecord.
              05 term-code  PIC X(5).
              05 term-start PIC 9(8).
              05 term-end   PIC 9(8).
       FD ScheduleFile.
           copy "refundsched-record.cpy".
       FD InvoiceFile.
           01 InvoiceRecord.
              05 inv-number         PIC 9(7).
              05 inv-student-number PIC 9(13).
              05 inv-program-code   PIC X(6).
              05 inv-amount         PIC 9(5)V99.
              05 inv-date           PIC 9(8).
              05 inv-due-date       PIC 9(8).
       FD PaymentFile.
           01 PaymentRecord.
              05 pay-invoice PIC 9(7).
              05 pay-amount  PIC 9(5)V99.
              05 pay-date    PIC 9(8).
       FD CreditFile.
           copy "creditnote-record.cpy".
       FD RefundFile.
           copy "refund-record.cpy".
       FD EnrollFile.
           copy "enroll-record.cpy".
       FD WorkFile.
           01 WorkRecord PIC X(28).
       FD WithdrawFile.
           copy "withdraw-record.cpy".
       WORKING-STORAGE SECTION.
        01 eof PIC 9.
        01 FS-STATUS PIC XX.
        01 TRM-STATUS PIC XX.
        01 RS-FILE-STATUS PIC XX.
        01 INV-STATUS PIC XX.
        01 PAY-STATUS PIC XX.
        01 CN-FILE-STATUS PIC XX.
        01 RF-FILE-STATUS PIC XX.
        01 EN-STATUS PIC XX.
        01 WD-FILE-STATUS PIC XX.
        01 MENU-CHOICE PIC 9 VALUE 0.
        01 WORK-STUDENT PIC 9(13).
        01 WORK-DATE PIC 9(8).
        01 WORK-TERM PIC X(5).
        01 WORK-TERM-START PIC 9(8).
        01 WORK-TERM-END PIC 9(8).
        01 TODAY-YMD PIC 9(8).
        01 STUDENT-FOUND PIC X.
        01 FOUND-NAME PIC X(20).
        01 FOUND-PROGRAM PIC X(6).
        01 FOUND-STATUS PIC X.
        01 ANSWER PIC X.
        01 RS-COUNT PIC 9(2) VALUE 0.
        01 rs-index PIC 9(2).
        01 RS-TABLE.
           05 RS-ENTRY OCCURS 20 TIMES.
              10 RT-WEEK    PIC 9(2).
              10 RT-PERCENT PIC 9(3).
        01 TERM-DAYS PIC S9(5).
        01 WORK-WEEK PIC 9(2).
        01 WORK-PERCENT PIC 9(3).
        01 INVOICE-CUTOFF PIC 9(8).
        01 CUTOFF-DAYS PIC S9(5) VALUE -180.
        01 TUITION-INVOICE PIC 9(7).
        01 TUITION-AMOUNT PIC 9(5)V99.
        01 PAID-AMOUNT PIC 9(7)V99.
        01 CREDITED-AMOUNT PIC 9(7)V99.
        01 OUTSTANDING PIC S9(7)V99.
        01 REFUND-SHARE PIC 9(5)V99.
        01 CREDIT-PART PIC 9(5)V99.
        01 REFUND-PART PIC 9(5)V99.
        01 CREDIT-SERIES PIC X(8) VALUE "GUTSCHR".
        01 REFUND-SERIES PIC X(8) VALUE "ERSTATT".
        01 CREDIT-NUMBER PIC 9(7).
        01 REFUND-NUMBER PIC 9(7).
        01 WITHDRAWN-COURSES PIC 9(2).
        01 wc-index PIC 9(2).
        01 MOVED-TOTAL PIC 9(4).
        01 WAIT-ERROR PIC X.
        01 WC-TABLE.
           05 WC-COURSE PIC X(8) OCCURS 30 TIMES.
        01 PRINT-AMOUNT PIC Z(4)9.99.
        01 PRINT-TOTAL PIC Z(6)9.99.
        01 PRINT-DATE PIC X(10).
        01 REPORT-COUNT PIC 9(4).
        01 TOTAL-TUITION PIC 9(7)V99.
        01 TOTAL-CREDIT PIC 9(7)V99.
        01 TOTAL-REFUND PIC 9(7)V99.
        copy "date-time.cpy".
        copy "report-request.cpy".
        copy "signon-request.cpy".
        copy "waitlist-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "STUDENT-WITHDRAW: Abmeldung waehrend des Semesters"
           MOVE 'S' TO so-action
           MOVE "STUDENT-WITHDRAW" TO so-program
           MOVE "REGISTRAR" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Anmeldung fehlgeschlagen. Abbruch."
             STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO date-time
           COMPUTE TODAY-YMD = year * 10000 + month * 100 + day-1
           PERFORM LOAD-SCHEDULE
           PERFORM UNTIL MENU-CHOICE = 3
             DISPLAY "1) Abmeldung erfassen  2) Abmeldebericht"
                     "  3) Ende"
             ACCEPT MENU-CHOICE
             EVALUATE MENU-CHOICE
               WHEN 1
                 PERFORM WITHDRAW-STUDENT
               WHEN 2
                 PERFORM WITHDRAWAL-REPORT
               WHEN 3
                 DISPLAY "Programmende."
               WHEN OTHER
                 DISPLAY "Bitte Eingabe ueberpruefen!"
             END-EVALUATE
           END-PERFORM

       STOP RUN.

       WITHDRAW-STUDENT.
           DISPLAY "Matrikelnummer: "
           ACCEPT WORK-STUDENT
           PERFORM FIND-STUDENT
           IF STUDENT-FOUND = 'N'
             DISPLAY "Student " WORK-STUDENT " nicht gefunden."
             EXIT PARAGRAPH
           END-IF
           IF FOUND-STATUS NOT = 'A' AND FOUND-STATUS NOT = 'B'
             DISPLAY "Student " WORK-STUDENT " hat Status "
                     FOUND-STATUS " - keine Abmeldung moeglich."
             EXIT PARAGRAPH
           END-IF
           DISPLAY WORK-STUDENT " " FOUND-NAME " " FOUND-PROGRAM
           DISPLAY "Abmeldedatum (JJJJMMTT, 0 = heute): "
           ACCEPT WORK-DATE
           IF WORK-DATE = 0
             MOVE TODAY-YMD TO WORK-DATE
           END-IF
           IF WORK-DATE NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD (WORK-DATE) NOT = 0
             DISPLAY "Datum ungueltig."
             EXIT PARAGRAPH
           END-IF
           PERFORM FIND-TERM
           IF WORK-TERM = SPACES
             DISPLAY "Datum " WORK-DATE " liegt in keinem Semester"
                     " aus TERMS.DAT."
             EXIT PARAGRAPH
           END-IF
           COMPUTE TERM-DAYS = FUNCTION INTEGER-OF-DATE (WORK-DATE)
                   - FUNCTION INTEGER-OF-DATE (WORK-TERM-START)
           COMPUTE WORK-WEEK = TERM-DAYS / 7 + 1
           PERFORM FIND-PERCENT
           PERFORM FIND-TUITION
           MOVE 0 TO REFUND-SHARE
           MOVE 0 TO CREDIT-PART
           MOVE 0 TO REFUND-PART
           IF TUITION-INVOICE = 0
             DISPLAY "Keine Semesterrechnung gefunden - keine"
                     " Erstattung."
           ELSE
             PERFORM FIND-PAID
             COMPUTE REFUND-SHARE ROUNDED =
                     TUITION-AMOUNT * WORK-PERCENT / 100
             COMPUTE OUTSTANDING = TUITION-AMOUNT - PAID-AMOUNT
                     - CREDITED-AMOUNT
             IF OUTSTANDING < 0
               MOVE 0 TO OUTSTANDING
             END-IF
             IF REFUND-SHARE > OUTSTANDING
               MOVE OUTSTANDING TO CREDIT-PART
               COMPUTE REFUND-PART = REFUND-SHARE - CREDIT-PART
             ELSE
               MOVE REFUND-SHARE TO CREDIT-PART
             END-IF
             IF REFUND-PART > PAID-AMOUNT
               MOVE PAID-AMOUNT TO REFUND-PART
             END-IF
             MOVE TUITION-AMOUNT TO PRINT-AMOUNT
             DISPLAY "Semester " WORK-TERM ", Woche " WORK-WEEK
                     ", Erstattungssatz " WORK-PERCENT "%"
             DISPLAY "Rechnung " TUITION-INVOICE " ueber "
                     PRINT-AMOUNT " EUR"
             MOVE PAID-AMOUNT TO PRINT-AMOUNT
             DISPLAY "  bezahlt             " PRINT-AMOUNT " EUR"
             MOVE CREDIT-PART TO PRINT-AMOUNT
             DISPLAY "  Gutschrift          " PRINT-AMOUNT " EUR"
             MOVE REFUND-PART TO PRINT-AMOUNT
             DISPLAY "  Rueckzahlung        " PRINT-AMOUNT " EUR"
           END-IF
           DISPLAY "Abmeldung zum " WORK-DATE " buchen? (J/N): "
           ACCEPT ANSWER
           IF ANSWER NOT = 'J' AND ANSWER NOT = 'j'
             DISPLAY "Abgebrochen."
             EXIT PARAGRAPH
           END-IF

           PERFORM SET-STUDENT-STATUS
           PERFORM MARK-ENROLLMENTS
           PERFORM RELEASE-SEATS
           MOVE 0 TO CREDIT-NUMBER
           MOVE 0 TO REFUND-NUMBER
           IF CREDIT-PART > 0
             PERFORM WRITE-CREDIT-NOTE
           END-IF
           IF REFUND-PART > 0
             PERFORM WRITE-REFUND
           END-IF
           PERFORM WRITE-WITHDRAWAL
           DISPLAY "Abmeldung gebucht, " WITHDRAWN-COURSES
                   " Belegungen abgemeldet."
           IF CREDIT-NUMBER > 0
             DISPLAY "Gutschrift " CREDIT-NUMBER
           END-IF
           IF REFUND-NUMBER > 0
             DISPLAY "Rueckzahlung " REFUND-NUMBER " angewiesen."
           END-IF.

       FIND-STUDENT.
           MOVE 'N' TO STUDENT-FOUND
           OPEN INPUT StudentNumbers
           IF FS-STATUS = "00"
             MOVE WORK-STUDENT TO student-number
             READ StudentNumbers
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 MOVE 'Y' TO STUDENT-FOUND
                 MOVE student-name TO FOUND-NAME
                 MOVE program-code TO FOUND-PROGRAM
                 MOVE enrollment-status TO FOUND-STATUS
             END-READ
             CLOSE StudentNumbers
           END-IF.

       SET-STUDENT-STATUS.
           OPEN I-O StudentNumbers
           MOVE WORK-STUDENT TO student-number
           READ StudentNumbers
             INVALID KEY
               DISPLAY "Student " WORK-STUDENT
                       " nicht mehr vorhanden."
             NOT INVALID KEY
               MOVE 'E' TO enrollment-status
               REWRITE StudentRecord
           END-READ
           CLOSE StudentNumbers.

       FIND-TERM.
           MOVE SPACES TO WORK-TERM
           MOVE 0 TO eof
           OPEN INPUT TermFile
           IF TRM-STATUS = "00"
             READ TermFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF term-start NOT > WORK-DATE
                  AND term-end NOT < WORK-DATE
                 MOVE term-code TO WORK-TERM
                 MOVE term-start TO WORK-TERM-START
                 MOVE term-end TO WORK-TERM-END
                 SET eof TO 1
               ELSE
                 READ TermFile
                  AT END SET eof TO 1
                 END-READ
               END-IF
             END-PERFORM
             CLOSE TermFile
           END-IF.

       FIND-PERCENT.
           MOVE 0 TO WORK-PERCENT
           PERFORM VARYING rs-index FROM RS-COUNT BY -1
                   UNTIL rs-index < 1
             IF WORK-WEEK NOT > RT-WEEK (rs-index)
               MOVE RT-PERCENT (rs-index) TO WORK-PERCENT
             END-IF
           END-PERFORM.

       FIND-TUITION.
           MOVE 0 TO TUITION-INVOICE
           MOVE 0 TO TUITION-AMOUNT
           CALL "DATE-ADD" USING WORK-TERM-START CUTOFF-DAYS
                INVOICE-CUTOFF
           MOVE 0 TO eof
           OPEN INPUT InvoiceFile
           IF INV-STATUS = "00"
             READ InvoiceFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF inv-student-number = WORK-STUDENT
                  AND inv-program-code = FOUND-PROGRAM
                  AND inv-date NOT < INVOICE-CUTOFF
                  AND inv-date NOT > WORK-TERM-END
                  AND inv-number > TUITION-INVOICE
                 MOVE inv-number TO TUITION-INVOICE
                 MOVE inv-amount TO TUITION-AMOUNT
               END-IF
               READ InvoiceFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE InvoiceFile
           END-IF.

       FIND-PAID.
           MOVE 0 TO PAID-AMOUNT
           MOVE 0 TO CREDITED-AMOUNT
           MOVE 0 TO eof
           OPEN INPUT PaymentFile
           IF PAY-STATUS = "00"
             READ PaymentFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF pay-invoice = TUITION-INVOICE
                 ADD pay-amount TO PAID-AMOUNT
               END-IF
               READ PaymentFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE PaymentFile
           END-IF
           MOVE 0 TO eof
           OPEN INPUT CreditFile
           IF CN-FILE-STATUS = "00"
             READ CreditFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF cn-invoice = TUITION-INVOICE
                 ADD cn-amount TO CREDITED-AMOUNT
               END-IF
               READ CreditFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE CreditFile
           END-IF.

       MARK-ENROLLMENTS.
           MOVE 0 TO WITHDRAWN-COURSES
           MOVE 0 TO eof
           OPEN INPUT EnrollFile
           IF EN-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WorkFile
           READ EnrollFile
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             IF en-student = WORK-STUDENT
                AND en-term = WORK-TERM
                AND en-grade = SPACES
               MOVE "AB" TO en-grade
               ADD 1 TO WITHDRAWN-COURSES
               IF WITHDRAWN-COURSES NOT > 30
                 MOVE en-course TO WC-COURSE (WITHDRAWN-COURSES)
               END-IF
             END-IF
             MOVE EnrollRecord TO WorkRecord
             WRITE WorkRecord
             READ EnrollFile
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE EnrollFile
           CLOSE WorkFile
           MOVE 0 TO eof
           OPEN INPUT WorkFile
           OPEN OUTPUT EnrollFile
           READ WorkFile
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             MOVE WorkRecord TO EnrollRecord
             WRITE EnrollRecord
             READ WorkFile
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE WorkFile
           CLOSE EnrollFile.

       RELEASE-SEATS.
           MOVE 0 TO MOVED-TOTAL
           MOVE 'N' TO WAIT-ERROR
           MOVE WORK-TERM TO wr-term
           MOVE WORK-STUDENT TO wr-student
           PERFORM VARYING wc-index FROM 1 BY 1
                   UNTIL wc-index > WITHDRAWN-COURSES
                      OR wc-index > 30
             MOVE 'M' TO wr-action
             MOVE WC-COURSE (wc-index) TO wr-course
             CALL "WAITLIST" USING WaitlistRequest
             IF wr-result = 'E'
               MOVE 'J' TO WAIT-ERROR
             END-IF
             ADD wr-moved TO MOVED-TOTAL
           END-PERFORM
           MOVE 'R' TO wr-action
           MOVE SPACES TO wr-course
           CALL "WAITLIST" USING WaitlistRequest
           IF wr-result = 'E'
             MOVE 'J' TO WAIT-ERROR
           END-IF
           IF WAIT-ERROR = 'J'
             DISPLAY "Warteliste nicht verfuegbar - Nachruecken und"
                     " Streichung bitte pruefen."
           END-IF
           IF MOVED-TOTAL > 0
             DISPLAY MOVED-TOTAL " Student(en) von der Warteliste"
                     " nachgerueckt."
           END-IF.

       WRITE-CREDIT-NOTE.
           CALL "SEQSERVICE" USING CREDIT-SERIES CREDIT-NUMBER
           OPEN INPUT CreditFile
           IF CN-FILE-STATUS = "35"
             OPEN OUTPUT CreditFile
             CLOSE CreditFile
           ELSE
             CLOSE CreditFile
           END-IF
           OPEN EXTEND CreditFile
           MOVE CREDIT-NUMBER TO cn-number
           MOVE TUITION-INVOICE TO cn-invoice
           MOVE WORK-STUDENT TO cn-student
           MOVE CREDIT-PART TO cn-amount
           MOVE TODAY-YMD TO cn-date
           MOVE "ABML" TO cn-reason
           WRITE CreditNoteRecord
           CLOSE CreditFile.

       WRITE-REFUND.
           CALL "SEQSERVICE" USING REFUND-SERIES REFUND-NUMBER
           OPEN INPUT RefundFile
           IF RF-FILE-STATUS = "35"
             OPEN OUTPUT RefundFile
             CLOSE RefundFile
           ELSE
             CLOSE RefundFile
           END-IF
           OPEN EXTEND RefundFile
           MOVE REFUND-NUMBER TO rf-number
           MOVE WORK-STUDENT TO rf-student
           MOVE TUITION-INVOICE TO rf-invoice
           MOVE REFUND-PART TO rf-amount
           MOVE TODAY-YMD TO rf-date
           MOVE 'O' TO rf-status
           WRITE RefundRecord
           CLOSE RefundFile.

       WRITE-WITHDRAWAL.
           OPEN INPUT WithdrawFile
           IF WD-FILE-STATUS = "35"
             OPEN OUTPUT WithdrawFile
             CLOSE WithdrawFile
           ELSE
             CLOSE WithdrawFile
           END-IF
           OPEN EXTEND WithdrawFile
           MOVE WORK-STUDENT TO wd-student
           MOVE FOUND-NAME TO wd-name
           MOVE WORK-TERM TO wd-term
           MOVE WORK-DATE TO wd-date
           MOVE WORK-WEEK TO wd-week
           MOVE WORK-PERCENT TO wd-percent
           MOVE TUITION-INVOICE TO wd-invoice
           MOVE TUITION-AMOUNT TO wd-tuition
           MOVE CREDIT-PART TO wd-credit
           MOVE REFUND-PART TO wd-refund
           MOVE WITHDRAWN-COURSES TO wd-courses
           MOVE FOUND-STATUS TO wd-old-status
           MOVE so-operator TO wd-operator
           WRITE WithdrawalRecord
           CLOSE WithdrawFile.

       WITHDRAWAL-REPORT.
           DISPLAY "Semester (z.B. 25WS): "
           ACCEPT WORK-TERM
           MOVE 0 TO REPORT-COUNT
           MOVE 0 TO TOTAL-TUITION
           MOVE 0 TO TOTAL-CREDIT
           MOVE 0 TO TOTAL-REFUND
           MOVE 'O' TO rpt-action
           MOVE "ABMELDUNG" TO rpt-name
           MOVE SPACES TO rpt-filename
           STRING "ABMELD-" DELIMITED BY SIZE
                  WORK-TERM DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
                  INTO rpt-filename
           MOVE SPACES TO rpt-title
           STRING "Abmeldungen Semester " WORK-TERM
                  DELIMITED BY SIZE INTO rpt-title
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line
           MOVE "Matrikelnr." TO rpt-line (1:11)
           MOVE "Name" TO rpt-line (15:4)
           MOVE "Datum" TO rpt-line (36:5)
           MOVE "Wo" TO rpt-line (47:2)
           MOVE "%" TO rpt-line (52:1)
           MOVE "Gutschr." TO rpt-line (54:8)
           MOVE "Rueckz." TO rpt-line (64:7)
           PERFORM WRITE-REPORT-LINE
           MOVE 0 TO eof
           OPEN INPUT WithdrawFile
           IF WD-FILE-STATUS = "00"
             READ WithdrawFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF wd-term = WORK-TERM
                 PERFORM REPORT-ONE-WITHDRAWAL
               END-IF
               READ WithdrawFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE WithdrawFile
           END-IF
           PERFORM WRITE-REPORT-LINE
           STRING "Abmeldungen: " REPORT-COUNT
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REPORT-LINE
           MOVE TOTAL-TUITION TO PRINT-TOTAL
           STRING "Semestergebuehren: " PRINT-TOTAL " EUR"
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REPORT-LINE
           MOVE TOTAL-CREDIT TO PRINT-TOTAL
           STRING "Gutschriften:      " PRINT-TOTAL " EUR"
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REPORT-LINE
           MOVE TOTAL-REFUND TO PRINT-TOTAL
           STRING "Rueckzahlungen:    " PRINT-TOTAL " EUR"
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-REPORT-LINE
           MOVE 'C' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           DISPLAY "Abmeldungen: " REPORT-COUNT
           DISPLAY "Bericht: " rpt-filename.

       REPORT-ONE-WITHDRAWAL.
           ADD 1 TO REPORT-COUNT
           ADD wd-tuition TO TOTAL-TUITION
           ADD wd-credit TO TOTAL-CREDIT
           ADD wd-refund TO TOTAL-REFUND
           MOVE SPACES TO PRINT-DATE
           STRING wd-date (7:2) "." wd-date (5:2) "." wd-date (1:4)
                  DELIMITED BY SIZE INTO PRINT-DATE
           MOVE wd-student TO rpt-line (1:13)
           MOVE wd-name TO rpt-line (15:20)
           MOVE PRINT-DATE TO rpt-line (36:10)
           MOVE wd-week TO rpt-line (47:2)
           MOVE wd-percent TO rpt-line (50:3)
           MOVE wd-credit TO PRINT-AMOUNT
           MOVE PRINT-AMOUNT TO rpt-line (53:8)
           MOVE wd-refund TO PRINT-AMOUNT
           MOVE PRINT-AMOUNT TO rpt-line (63:8)
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE 'L' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line.

       LOAD-SCHEDULE.
           MOVE 0 TO RS-COUNT
           MOVE 0 TO eof
           OPEN INPUT ScheduleFile
           IF RS-FILE-STATUS = "35"
             OPEN OUTPUT ScheduleFile
             MOVE 1 TO rs-week
             MOVE 100 TO rs-percent
             WRITE RefundScheduleRecord
             MOVE 4 TO rs-week
             MOVE 50 TO rs-percent
             WRITE RefundScheduleRecord
             CLOSE ScheduleFile
             DISPLAY "REFUNDSCHED.DAT mit Standardstaffel angelegt."
             OPEN INPUT ScheduleFile
           END-IF
           IF RS-FILE-STATUS = "00"
             READ ScheduleFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR RS-COUNT = 20
               ADD 1 TO RS-COUNT
               MOVE rs-week TO RT-WEEK (RS-COUNT)
               MOVE rs-percent TO RT-PERCENT (RS-COUNT)
               READ ScheduleFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             IF eof = 0
               DISPLAY "ABBRUCH: REFUNDSCHED.DAT groesser als 20"
                       " Eintraege."
               STOP RUN
             END-IF
             CLOSE ScheduleFile
           END-IF.
