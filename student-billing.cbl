                   FILE STATUS IS FEE-STATUS.
       Select InvoiceFile ASSIGN TO "INVOICES.DAT"
                   organization is line sequential.
       Select TermFile ASSIGN TO "TERMS.DAT"
                   organization is line sequential
                   FILE STATUS IS TRM-STATUS.
       Select AwardFile ASSIGN TO "AWARDS.DAT"
                   organization is line sequential
                   FILE STATUS IS AW-FILE-STATUS.
       Select SponsorFile ASSIGN TO "SPONSORS.DAT"
                   organization is line sequential
                   FILE STATUS IS SP-FILE-STATUS.
       Select AwardLog ASSIGN TO "AWARDLOG.DAT"
                   organization is line sequential
                   FILE STATUS IS AL-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
        FD StudentNumbers.
              05 inv-amount         PIC 9(5)V99.
              05 inv-date           PIC 9(8).
              05 inv-due-date       PIC 9(8).
        FD TermFile.
           01 TermRecord.
              05 term-code  PIC X(5).
              05 term-start PIC 9(8).
              05 term-end   PIC 9(8).
        FD AwardFile.
           copy "award-record.cpy".
        FD SponsorFile.
           copy "sponsor-record.cpy".
        FD AwardLog.
           copy "awardlog-record.cpy".
       WORKING-STORAGE SECTION.
        01 eof PIC 9.
        01 FS-STATUS PIC XX.
        01 FEE-STATUS PIC XX.
        01 TRM-STATUS PIC XX.
        01 AW-FILE-STATUS PIC XX.
        01 SP-FILE-STATUS PIC XX.
        01 AL-FILE-STATUS PIC XX.
        01 WS-INVOICE-SERIES PIC X(8) VALUE "INVOICE".
        01 WS-PROGRAM-NAME PIC X(12) VALUE "STUDBILLING".
        01 FEE-COUNT PIC 9(2) VALUE 0.
        01 FEE-FOUND PIC X.
        01 BILLED-COUNT PIC 9(5) VALUE 0.
        01 SKIPPED-COUNT PIC 9(5) VALUE 0.
        01 BILL-TERM PIC X(5).
        01 BILL-TERM-START PIC 9(8).
        01 AWT-COUNT PIC 9(4) VALUE 0.
        01 awt-index PIC 9(4).
        01 AWT-TABLE.
           05 AWT-ENTRY OCCURS 2000 TIMES.
              10 AWT-STUDENT PIC 9(13).
              10 AWT-TYPE    PIC X(4).
              10 AWT-KIND    PIC X.
              10 AWT-PERCENT PIC 9(3)V99.
              10 AWT-AMOUNT  PIC 9(5)V99.
              10 AWT-SPONSOR PIC X(6).
        01 SPT-COUNT PIC 9(3) VALUE 0.
        01 spt-index PIC 9(3).
        01 SPT-TABLE.
           05 SPT-ENTRY OCCURS 200 TIMES.
              10 SPT-CODE   PIC X(6).
              10 SPT-NUMBER PIC 9(13).
              10 SPT-NAME   PIC X(30).
        01 SPONSOR-FOUND PIC X.
        01 WORK-SPONSOR PIC X(6).
        01 RED-COUNT PIC 9(2) VALUE 0.
        01 red-index PIC 9(2).
        01 RED-TABLE.
           05 RED-ENTRY OCCURS 10 TIMES.
              10 RED-TYPE    PIC X(4).
              10 RED-SPONSOR PIC X(6).
              10 RED-SPT     PIC 9(3).
              10 RED-AMOUNT  PIC 9(5)V99.
              10 RED-INVOICE PIC 9(7).
        01 THIS-REDUCTION PIC 9(5)V99.
        01 REDUCTION-SUM PIC 9(5)V99.
        01 NET-FEE PIC 9(5)V99.
        01 STUDENT-INVOICE PIC 9(7).
        01 AWARD-TOTAL PIC 9(9)V99 VALUE 0.
        01 SPONSOR-TOTAL PIC 9(9)V99 VALUE 0.
        01 SPONSOR-BILLS PIC 9(5) VALUE 0.
        01 PRINT-AMOUNT PIC Z(4)9.99.
        01 PRINT-TOTAL PIC Z(8)9.99.
        01 TYPE-TEXT PIC X(14).
        01 Steuersatz.
          05 Steuerung PIC X(72).
        copy "report-request.cpy".
           DISPLAY "STUDENT-BILLING: Gebuehrenlauf"

           PERFORM LOAD-FEE-TABLE
           COMPUTE TODAY-YMD = year * 10000 + month * 100 + day-1
           PERFORM FIND-BILLING-TERM
           PERFORM LOAD-SPONSORS
           PERFORM LOAD-AWARDS
           IF FEE-COUNT = 0
             DISPLAY "Keine Gebuehrensaetze in PROGFEES.DAT."
           ELSE
               DISPLAY "Keine Studenten vorhanden."
             ELSE
               OPEN OUTPUT InvoiceFile
               PERFORM OPEN-AWARD-LOG
               MOVE 'O' TO rpt-action
               MOVE "BILLS" TO rpt-name
               MOVE SPACES TO rpt-filename
               MOVE 'C' TO rpt-action
               CALL "REPORT-WRITER" USING ReportRequest
               CLOSE InvoiceFile
               CLOSE AwardLog
               CLOSE StudentNumbers
               DISPLAY "Rechnungen erstellt: " BILLED-COUNT
               DISPLAY "Foerdererrechnungen: " SPONSOR-BILLS
               DISPLAY "Nicht aktive Studenten: " SKIPPED-COUNT
               DISPLAY "Rechnungsdruck: " rpt-filename
             END-IF
           END-IF
           MOVE 0 TO eof.

       FIND-BILLING-TERM.
           MOVE SPACES TO BILL-TERM
           MOVE 99999999 TO BILL-TERM-START
           MOVE 0 TO eof
           OPEN INPUT TermFile
           IF TRM-STATUS = "00"
             READ TermFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF term-end NOT < TODAY-YMD
                  AND term-start < BILL-TERM-START
                 MOVE term-code TO BILL-TERM
                 MOVE term-start TO BILL-TERM-START
               END-IF
               READ TermFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE TermFile
           END-IF
           MOVE 0 TO eof.

       LOAD-SPONSORS.
           MOVE 0 TO SPT-COUNT
           MOVE 0 TO eof
           OPEN INPUT SponsorFile
           IF SP-FILE-STATUS = "00"
             READ SponsorFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR SPT-COUNT = 200
               ADD 1 TO SPT-COUNT
               MOVE sp-code TO SPT-CODE (SPT-COUNT)
               MOVE sp-number TO SPT-NUMBER (SPT-COUNT)
               MOVE sp-name TO SPT-NAME (SPT-COUNT)
               READ SponsorFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             IF eof = 0
               DISPLAY "ABBRUCH: SPONSORS.DAT groesser als 200"
                       " Eintraege."
               STOP RUN
             END-IF
             CLOSE SponsorFile
           END-IF
           MOVE 0 TO eof.

       LOAD-AWARDS.
           MOVE 0 TO AWT-COUNT
           MOVE 0 TO eof
           OPEN INPUT AwardFile
           IF AW-FILE-STATUS = "00"
             IF BILL-TERM = SPACES
               DISPLAY "Kein Semester in TERMS.DAT - Ermaessigungen"
                       " werden nicht beruecksichtigt."
               SET eof TO 1
             ELSE
               DISPLAY "Ermaessigungen fuer Semester " BILL-TERM
               READ AwardFile
                AT END SET eof TO 1
               END-READ
             END-IF
             PERFORM UNTIL eof = 1
               IF (aw-from-term = SPACES
                   OR aw-from-term NOT > BILL-TERM)
                  AND (aw-to-term = SPACES
                   OR aw-to-term NOT < BILL-TERM)
                 PERFORM ADD-AWARD
               END-IF
               READ AwardFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE AwardFile
           END-IF
           MOVE 0 TO eof.

       ADD-AWARD.
           IF aw-sponsor NOT = SPACES
             MOVE aw-sponsor TO WORK-SPONSOR
             PERFORM FIND-SPONSOR
             IF SPONSOR-FOUND = 'N'
               DISPLAY "Foerderer " aw-sponsor " nicht in SPONSORS.DAT"
                       " (Student " aw-student ") - nicht angerechnet."
               EXIT PARAGRAPH
             END-IF
           END-IF
           IF AWT-COUNT = 2000
             DISPLAY "ABBRUCH: AWARDS.DAT mehr als 2000 gueltige"
                     " Eintraege."
             STOP RUN
           END-IF
           ADD 1 TO AWT-COUNT
           MOVE aw-student TO AWT-STUDENT (AWT-COUNT)
           MOVE aw-type TO AWT-TYPE (AWT-COUNT)
           MOVE aw-kind TO AWT-KIND (AWT-COUNT)
           MOVE aw-percent TO AWT-PERCENT (AWT-COUNT)
           MOVE aw-amount TO AWT-AMOUNT (AWT-COUNT)
           MOVE aw-sponsor TO AWT-SPONSOR (AWT-COUNT).

       FIND-SPONSOR.
           MOVE 'N' TO SPONSOR-FOUND
           PERFORM VARYING spt-index FROM 1 BY 1
                   UNTIL spt-index > SPT-COUNT
             IF SPT-CODE (spt-index) = WORK-SPONSOR
               MOVE 'Y' TO SPONSOR-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM.

       OPEN-AWARD-LOG.
           OPEN INPUT AwardLog
           IF AL-FILE-STATUS = "35"
             OPEN OUTPUT AwardLog
             CLOSE AwardLog
           ELSE
             CLOSE AwardLog
           END-IF
           OPEN EXTEND AwardLog.

       APPLY-AWARDS.
           MOVE 0 TO RED-COUNT
           MOVE 0 TO REDUCTION-SUM
           PERFORM VARYING awt-index FROM 1 BY 1
                   UNTIL awt-index > AWT-COUNT
             IF AWT-STUDENT (awt-index) = student-number
                AND RED-COUNT < 10
               IF AWT-KIND (awt-index) = 'P'
                 COMPUTE THIS-REDUCTION ROUNDED =
                         THIS-FEE * AWT-PERCENT (awt-index) / 100
               ELSE
                 MOVE AWT-AMOUNT (awt-index) TO THIS-REDUCTION
               END-IF
               IF REDUCTION-SUM + THIS-REDUCTION > THIS-FEE
                 COMPUTE THIS-REDUCTION = THIS-FEE - REDUCTION-SUM
               END-IF
               IF THIS-REDUCTION > 0
                 ADD THIS-REDUCTION TO REDUCTION-SUM
                 ADD 1 TO RED-COUNT
                 MOVE AWT-TYPE (awt-index) TO RED-TYPE (RED-COUNT)
                 MOVE AWT-SPONSOR (awt-index)
                   TO RED-SPONSOR (RED-COUNT)
                 MOVE THIS-REDUCTION TO RED-AMOUNT (RED-COUNT)
                 MOVE 0 TO RED-INVOICE (RED-COUNT)
                 MOVE 0 TO RED-SPT (RED-COUNT)
                 IF AWT-SPONSOR (awt-index) NOT = SPACES
                   MOVE AWT-SPONSOR (awt-index) TO WORK-SPONSOR
                   PERFORM FIND-SPONSOR
                   MOVE spt-index TO RED-SPT (RED-COUNT)
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           COMPUTE NET-FEE = THIS-FEE - REDUCTION-SUM.

       BILL-ONE-STUDENT.
           MOVE 'N' TO FEE-FOUND
           PERFORM VARYING fee-index FROM 1 BY 1
             DISPLAY "Kein Gebuehrensatz fuer Studiengang "
                     program-code " (Student " student-number ")"
           ELSE
             PERFORM APPLY-AWARDS
             CALL "SEQRESERVE" USING WS-INVOICE-SERIES
                  WS-LAST-INVOICE WS-PROGRAM-NAME
             MOVE WS-LAST-INVOICE TO inv-number
             MOVE WS-LAST-INVOICE TO STUDENT-INVOICE
             MOVE student-number TO inv-student-number
             MOVE program-code TO inv-program-code
             MOVE NET-FEE TO inv-amount
             COMPUTE TODAY-YMD = year * 10000 + month * 100
                     + day-1
             MOVE TODAY-YMD TO inv-date
             CALL "SEQCOMMIT" USING WS-INVOICE-SERIES
                  WS-LAST-INVOICE
             ADD 1 TO BILLED-COUNT
             PERFORM VARYING red-index FROM 1 BY 1
                     UNTIL red-index > RED-COUNT
               IF RED-SPONSOR (red-index) NOT = SPACES
                 PERFORM BILL-SPONSOR
               END-IF
               PERFORM LOG-AWARD
             END-PERFORM
             PERFORM PRINT-ONE-BILL
             PERFORM VARYING red-index FROM 1 BY 1
                     UNTIL red-index > RED-COUNT
               IF RED-SPONSOR (red-index) NOT = SPACES
                 PERFORM PRINT-SPONSOR-BILL
               END-IF
             END-PERFORM
           END-IF.

       BILL-SPONSOR.
           CALL "SEQRESERVE" USING WS-INVOICE-SERIES
                WS-LAST-INVOICE WS-PROGRAM-NAME
           MOVE WS-LAST-INVOICE TO inv-number
           MOVE WS-LAST-INVOICE TO RED-INVOICE (red-index)
           MOVE SPT-NUMBER (RED-SPT (red-index)) TO inv-student-number
           MOVE RED-SPONSOR (red-index) TO inv-program-code
           MOVE RED-AMOUNT (red-index) TO inv-amount
           MOVE TODAY-YMD TO inv-date
           MOVE DUE-YMD TO inv-due-date
           WRITE InvoiceRecord
           CALL "SEQCOMMIT" USING WS-INVOICE-SERIES
                WS-LAST-INVOICE
           ADD 1 TO SPONSOR-BILLS
           ADD RED-AMOUNT (red-index) TO SPONSOR-TOTAL.

       LOG-AWARD.
           MOVE BILL-TERM TO al-term
           MOVE student-number TO al-student
           MOVE program-code TO al-program
           MOVE RED-TYPE (red-index) TO al-type
           MOVE RED-SPONSOR (red-index) TO al-sponsor
           MOVE RED-AMOUNT (red-index) TO al-amount
           MOVE STUDENT-INVOICE TO al-invoice
           MOVE RED-INVOICE (red-index) TO al-sponsor-invoice
           MOVE TODAY-YMD TO al-date
           WRITE AwardLogRecord
           ADD RED-AMOUNT (red-index) TO AWARD-TOTAL.

       SET-TYPE-TEXT.
           EVALUATE RED-TYPE (red-index)
             WHEN "STIP"
               MOVE "Stipendium" TO TYPE-TEXT
             WHEN "RABT"
               MOVE "Rabatt" TO TYPE-TEXT
             WHEN "GESW"
               MOVE "Geschwister" TO TYPE-TEXT
             WHEN OTHER
               MOVE RED-TYPE (red-index) TO TYPE-TEXT
           END-EVALUATE.

       PRINT-ONE-BILL.
           MOVE SPACES TO Steuersatz
           STRING "Rechnung " STUDENT-INVOICE " vom "
                  day-1 "." month "." year
                  DELIMITED BY SIZE INTO Steuersatz
           PERFORM WRITE-REPORT-LINE
                  DELIMITED BY SIZE INTO Steuersatz
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO Steuersatz
           MOVE THIS-FEE TO PRINT-AMOUNT
           STRING "Studiengang " program-code
                  "  Gebuehr               " PRINT-AMOUNT " EUR"
                  DELIMITED BY SIZE INTO Steuersatz
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING red-index FROM 1 BY 1
                   UNTIL red-index > RED-COUNT
             PERFORM SET-TYPE-TEXT
             MOVE RED-AMOUNT (red-index) TO PRINT-AMOUNT
             MOVE SPACES TO Steuersatz
             STRING "  abzgl. " TYPE-TEXT " " RED-SPONSOR (red-index)
                    "   -" PRINT-AMOUNT " EUR"
                    DELIMITED BY SIZE INTO Steuersatz
             PERFORM WRITE-REPORT-LINE
           END-PERFORM
           IF RED-COUNT > 0
             MOVE NET-FEE TO PRINT-AMOUNT
             MOVE SPACES TO Steuersatz
             STRING "  Rechnungsbetrag                    "
                    PRINT-AMOUNT " EUR"
                    DELIMITED BY SIZE INTO Steuersatz
             PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO Steuersatz
           PERFORM WRITE-REPORT-LINE.

       PRINT-SPONSOR-BILL.
           MOVE SPACES TO Steuersatz
           STRING "Rechnung " RED-INVOICE (red-index) " vom "
                  day-1 "." month "." year
                  DELIMITED BY SIZE INTO Steuersatz
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO Steuersatz
           STRING "Foerderer " SPT-NUMBER (RED-SPT (red-index)) " "
                  SPT-NAME (RED-SPT (red-index))
                  DELIMITED BY SIZE INTO Steuersatz
           PERFORM WRITE-REPORT-LINE
           PERFORM SET-TYPE-TEXT
           MOVE RED-AMOUNT (red-index) TO PRINT-AMOUNT
           MOVE SPACES TO Steuersatz
           STRING TYPE-TEXT " Semester " BILL-TERM " fuer "
                  student-number " " PRINT-AMOUNT " EUR"
                  DELIMITED BY SIZE INTO Steuersatz
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO Steuersatz
               PERFORM WRITE-REPORT-LINE
               DISPLAY Steuersatz
             END-IF
           END-PERFORM
           IF AWARD-TOTAL > 0
             MOVE AWARD-TOTAL TO PRINT-TOTAL
             MOVE SPACES TO Steuersatz
             STRING "Ermaessigungen gesamt: " PRINT-TOTAL " EUR"
                    DELIMITED BY SIZE INTO Steuersatz
             PERFORM WRITE-REPORT-LINE
             DISPLAY Steuersatz
             MOVE SPACES TO Steuersatz
             MOVE SPONSOR-TOTAL TO PRINT-TOTAL
             STRING "davon an Foerderer berechnet: " PRINT-TOTAL
                    " EUR"
                    DELIMITED BY SIZE INTO Steuersatz
             PERFORM WRITE-REPORT-LINE
             DISPLAY Steuersatz
           END-IF.

       WRITE-REPORT-LINE.
           MOVE 'L' TO rpt-action
