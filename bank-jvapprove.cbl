       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-JVAPPROVE.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select VoucherFile ASSIGN TO "JVOUCHER.DAT"
                   organization is line sequential
                   FILE STATUS IS JVF-STATUS.
       Select GlBalances ASSIGN TO "GLBAL.DAT"
                   organization is line sequential
                   FILE STATUS IS BAL-STATUS.
       Select GlPeriods ASSIGN TO "GLPERIOD.DAT"
                   organization is line sequential
                   FILE STATUS IS PER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD VoucherFile.
           copy "jvoucher-record.cpy".
       FD GlBalances.
           01 GlBalanceRecord.
              05 gb-period  PIC X(6).
              05 gb-account PIC X(5).
              05 gb-debit   PIC 9(11)V99.
              05 gb-credit  PIC 9(11)V99.
       FD GlPeriods.
           01 GlPeriodRecord.
              05 gp-period PIC X(6).
              05 gp-status PIC X.
       WORKING-STORAGE SECTION.
        01 eof PIC 9.
        01 JVF-STATUS PIC XX.
        01 BAL-STATUS PIC XX.
        01 PER-STATUS PIC XX.
        01 CHECKER-ID PIC X(8).
        01 MENU-CHOICE PIC 9 VALUE 0.
        01 ANSWER PIC X.
        01 APPROVED-COUNT PIC 9(5) VALUE 0.
        01 REJECTED-COUNT PIC 9(5) VALUE 0.
        01 POSTED-THIS-RUN PIC 9(5).
        01 VT-COUNT PIC 9(4) VALUE 0.
        01 vt-index PIC 9(4).
        01 line-index PIC 9(4).
        01 VT-TABLE.
           05 VT-ENTRY OCCURS 1000 TIMES.
              10 VT-RECORD PIC X(109).
        01 BAL-COUNT PIC 9(3) VALUE 0.
        01 bal-index PIC 9(3).
        01 BAL-TABLE.
           05 BAL-ENTRY OCCURS 500 TIMES.
              10 BL-PERIOD  PIC X(6).
              10 BL-ACCOUNT PIC X(5).
              10 BL-DEBIT   PIC 9(11)V99.
              10 BL-CREDIT  PIC 9(11)V99.
        01 PERIOD-COUNT PIC 9(3) VALUE 0.
        01 period-index PIC 9(3).
        01 PERIOD-TABLE.
           05 PERIOD-ENTRY OCCURS 100 TIMES.
              10 PD-PERIOD PIC X(6).
              10 PD-STATUS PIC X.
        01 FOUND-INDEX PIC 9(3).
        01 WORK-PERIOD PIC X(6).
        01 PERIOD-CLOSED PIC X.
        01 CAPACITY-OK PIC X.
        01 VOUCHER-ID PIC 9(7).
        01 VOUCHER-DATE PIC 9(8).
        01 VOUCHER-MAKER PIC X(8).
        01 VOUCHER-REVERSE PIC X.
        01 VOUCHER-LINES PIC 9(2).
        01 REVERSAL-ID PIC 9(7).
        01 REVERSAL-DATE PIC 9(8).
        01 REVERSAL-PARTS REDEFINES REVERSAL-DATE.
           05 RD-YEAR  PIC 9(4).
           05 RD-MONTH PIC 9(2).
           05 RD-DAY   PIC 9(2).
        01 REVERSAL-LAST PIC 9(4).
        01 JV-SERIES PIC X(8) VALUE "GLBELEG".
        01 POST-PERIOD PIC X(6).
        01 POST-ACCOUNT PIC X(5).
        01 POST-SIDE PIC X.
        01 POST-AMOUNT PIC 9(9)V99.
        01 EDIT-AMOUNT PIC Z(8)9.99.
        01 JOURNAL-PERIOD PIC X(6).
        01 LAST-ID PIC 9(7).
        01 JOURNAL-VOUCHERS PIC 9(5).
        01 JOURNAL-DEBIT PIC 9(11)V99.
        01 JOURNAL-CREDIT PIC 9(11)V99.
        01 EDIT-TOTAL PIC Z(10)9.99.
        01 STATUS-TEXT PIC X(10).
        copy "date-time.cpy" replacing
             ==year== by ==log-year==
             ==month== by ==log-month==
             ==day-1== by ==log-day==
             ==hour== by ==log-hour==
             ==minutes== by ==log-min==
             ==seconds== by ==log-sec==
             ==cent== by ==log-cent==.
        copy "report-request.cpy".
        copy "signon-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "BANK-JVAPPROVE: Freigabe von Hauptbuch-Belegen"
           MOVE 'S' TO so-action
           MOVE "BANK-JVAPPROVE" TO so-program
           MOVE "CHECKER" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Anmeldung fehlgeschlagen. Abbruch."
             STOP RUN
           END-IF
           MOVE so-operator TO CHECKER-ID

           OPEN INPUT VoucherFile
           IF JVF-STATUS NOT = "00"
             DISPLAY "Keine Belege vorhanden."
             STOP RUN
           END-IF
           CLOSE VoucherFile

           PERFORM UNTIL MENU-CHOICE = 3
             DISPLAY "1) Offene Belege bearbeiten"
             DISPLAY "2) Belegjournal drucken  3) Ende"
             ACCEPT MENU-CHOICE
             EVALUATE MENU-CHOICE
               WHEN 1
                 PERFORM PROCESS-OPEN-VOUCHERS
               WHEN 2
                 PERFORM PRINT-VOUCHER-JOURNAL
               WHEN 3
                 CONTINUE
               WHEN OTHER
                 DISPLAY "Bitte Eingabe ueberpruefen!"
             END-EVALUATE
           END-PERFORM

           DISPLAY "Freigegeben: " APPROVED-COUNT
                   "  Abgelehnt: " REJECTED-COUNT

       STOP RUN.

       PROCESS-OPEN-VOUCHERS.
           PERFORM LOAD-VOUCHERS
           IF CAPACITY-OK = 'N'
             DISPLAY "ABBRUCH: JVOUCHER.DAT groesser als 1000"
                     " Zeilen - Bearbeitung nicht moeglich."
             EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-BALANCES
           IF CAPACITY-OK = 'N'
             DISPLAY "ABBRUCH: GLBAL.DAT groesser als 500"
                     " Salden - Bearbeitung nicht moeglich."
             EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PERIODS
           MOVE 0 TO POSTED-THIS-RUN

           PERFORM VARYING vt-index FROM 1 BY 1
                   UNTIL vt-index > VT-COUNT
             MOVE VT-RECORD (vt-index) TO JVoucherRecord
             IF jv-status = 'P' AND jv-line = 1
               PERFORM HANDLE-ONE-VOUCHER
             END-IF
           END-PERFORM

           IF POSTED-THIS-RUN > 0
             PERFORM SAVE-BALANCES
           END-IF
           PERFORM SAVE-VOUCHERS.

       HANDLE-ONE-VOUCHER.
           MOVE jv-id TO VOUCHER-ID
           MOVE jv-date TO VOUCHER-DATE
           MOVE jv-maker TO VOUCHER-MAKER
           MOVE jv-reverse TO VOUCHER-REVERSE
           DISPLAY "Beleg " VOUCHER-ID " vom " VOUCHER-DATE
                   " von " VOUCHER-MAKER
           IF VOUCHER-REVERSE = 'J'
             DISPLAY "  (Abgrenzung - Storno am 1. der Folgeperiode)"
           END-IF
           PERFORM VARYING line-index FROM 1 BY 1
                   UNTIL line-index > VT-COUNT
             MOVE VT-RECORD (line-index) TO JVoucherRecord
             IF jv-id = VOUCHER-ID
               MOVE jv-amount TO EDIT-AMOUNT
               DISPLAY "  " jv-line " " jv-account " " jv-side
                       " " EDIT-AMOUNT " " jv-text
             END-IF
           END-PERFORM
           IF VOUCHER-MAKER = CHECKER-ID
             DISPLAY "Eigenfreigabe nicht zulaessig -"
                     " Beleg bleibt offen."
             MOVE 'V' TO so-action
             MOVE "VIER-AUGEN" TO so-role
             CALL "OPSIGNON" USING SignonRequest
             EXIT PARAGRAPH
           END-IF
           DISPLAY "F = freigeben und buchen, A = ablehnen,"
                   " sonst ueberspringen: "
           ACCEPT ANSWER
           EVALUATE ANSWER
             WHEN 'F'
             WHEN 'f'
               PERFORM APPROVE-VOUCHER
             WHEN 'A'
             WHEN 'a'
               MOVE 'R' TO ANSWER
               PERFORM MARK-VOUCHER
               ADD 1 TO REJECTED-COUNT
               DISPLAY "Beleg abgelehnt."
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       APPROVE-VOUCHER.
           MOVE VOUCHER-DATE(1:6) TO WORK-PERIOD
           PERFORM CHECK-PERIOD-CLOSED
           IF PERIOD-CLOSED = 'J'
             DISPLAY "Periode " WORK-PERIOD " ist geschlossen -"
                     " Beleg bleibt offen."
             EXIT PARAGRAPH
           END-IF
           IF VOUCHER-REVERSE = 'J'
             MOVE VOUCHER-DATE TO REVERSAL-DATE
             MOVE 1 TO RD-DAY
             IF RD-MONTH = 12
               ADD 1 TO RD-YEAR
               MOVE 1 TO RD-MONTH
             ELSE
               ADD 1 TO RD-MONTH
             END-IF
             MOVE REVERSAL-DATE(1:6) TO WORK-PERIOD
             PERFORM CHECK-PERIOD-CLOSED
             IF PERIOD-CLOSED = 'J'
               DISPLAY "Folgeperiode " WORK-PERIOD " ist geschlossen"
                       " - Beleg bleibt offen."
               EXIT PARAGRAPH
             END-IF
           END-IF
           PERFORM CHECK-CAPACITY
           IF CAPACITY-OK = 'N'
             DISPLAY "Tabellenkapazitaet erschoepft -"
                     " Beleg bleibt offen."
             EXIT PARAGRAPH
           END-IF

           MOVE VOUCHER-DATE(1:6) TO POST-PERIOD
           PERFORM VARYING line-index FROM 1 BY 1
                   UNTIL line-index > VT-COUNT
             MOVE VT-RECORD (line-index) TO JVoucherRecord
             IF jv-id = VOUCHER-ID
               MOVE jv-account TO POST-ACCOUNT
               MOVE jv-side TO POST-SIDE
               MOVE jv-amount TO POST-AMOUNT
               PERFORM APPLY-ONE-POSTING
             END-IF
           END-PERFORM
           MOVE 'A' TO ANSWER
           PERFORM MARK-VOUCHER
           ADD 1 TO APPROVED-COUNT
           ADD 1 TO POSTED-THIS-RUN
           DISPLAY "Beleg freigegeben und gebucht."
           IF VOUCHER-REVERSE = 'J'
             PERFORM CREATE-REVERSAL
           END-IF.

       CHECK-CAPACITY.
           MOVE 'Y' TO CAPACITY-OK
           MOVE 0 TO VOUCHER-LINES
           PERFORM VARYING line-index FROM 1 BY 1
                   UNTIL line-index > VT-COUNT
             MOVE VT-RECORD (line-index) TO JVoucherRecord
             IF jv-id = VOUCHER-ID
               ADD 1 TO VOUCHER-LINES
             END-IF
           END-PERFORM
           IF VOUCHER-REVERSE = 'J'
              AND VT-COUNT + VOUCHER-LINES > 1000
             MOVE 'N' TO CAPACITY-OK
           END-IF
           IF BAL-COUNT + (VOUCHER-LINES * 2) > 500
             MOVE 'N' TO CAPACITY-OK
           END-IF.

       MARK-VOUCHER.
           MOVE FUNCTION CURRENT-DATE TO date-time
           PERFORM VARYING line-index FROM 1 BY 1
                   UNTIL line-index > VT-COUNT
             MOVE VT-RECORD (line-index) TO JVoucherRecord
             IF jv-id = VOUCHER-ID
               MOVE ANSWER TO jv-status
               MOVE CHECKER-ID TO jv-checker
               MOVE SPACES TO jv-timestamp
               STRING log-year "-" log-month "-" log-day "T"
                      log-hour "-" log-min "-" log-sec
                      DELIMITED BY SIZE INTO jv-timestamp
               MOVE JVoucherRecord TO VT-RECORD (line-index)
             END-IF
           END-PERFORM.

       CREATE-REVERSAL.
           CALL "SEQSERVICE" USING JV-SERIES REVERSAL-ID
           MOVE REVERSAL-DATE(1:6) TO POST-PERIOD
           MOVE VT-COUNT TO REVERSAL-LAST
           PERFORM VARYING line-index FROM 1 BY 1
                   UNTIL line-index > REVERSAL-LAST
             MOVE VT-RECORD (line-index) TO JVoucherRecord
             IF jv-id = VOUCHER-ID
               MOVE REVERSAL-ID TO jv-id
               MOVE REVERSAL-DATE TO jv-date
               IF jv-side = 'S'
                 MOVE 'H' TO jv-side
               ELSE
                 MOVE 'S' TO jv-side
               END-IF
               MOVE 'N' TO jv-reverse
               MOVE VOUCHER-ID TO jv-orig-id
               MOVE jv-account TO POST-ACCOUNT
               MOVE jv-side TO POST-SIDE
               MOVE jv-amount TO POST-AMOUNT
               PERFORM APPLY-ONE-POSTING
               ADD 1 TO VT-COUNT
               MOVE JVoucherRecord TO VT-RECORD (VT-COUNT)
             END-IF
           END-PERFORM
           DISPLAY "Storno-Beleg " REVERSAL-ID " zum " REVERSAL-DATE
                   " gebucht.".

       APPLY-ONE-POSTING.
           MOVE 0 TO FOUND-INDEX
           PERFORM VARYING bal-index FROM 1 BY 1
                   UNTIL bal-index > BAL-COUNT
             IF BL-PERIOD (bal-index) = POST-PERIOD
                AND BL-ACCOUNT (bal-index) = POST-ACCOUNT
               MOVE bal-index TO FOUND-INDEX
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF FOUND-INDEX = 0
             ADD 1 TO BAL-COUNT
             MOVE BAL-COUNT TO FOUND-INDEX
             MOVE POST-PERIOD TO BL-PERIOD (FOUND-INDEX)
             MOVE POST-ACCOUNT TO BL-ACCOUNT (FOUND-INDEX)
             MOVE 0 TO BL-DEBIT (FOUND-INDEX)
             MOVE 0 TO BL-CREDIT (FOUND-INDEX)
           END-IF
           IF POST-SIDE = 'S'
             ADD POST-AMOUNT TO BL-DEBIT (FOUND-INDEX)
           ELSE
             ADD POST-AMOUNT TO BL-CREDIT (FOUND-INDEX)
           END-IF.

       CHECK-PERIOD-CLOSED.
           MOVE 'N' TO PERIOD-CLOSED
           PERFORM VARYING period-index FROM 1 BY 1
                   UNTIL period-index > PERIOD-COUNT
             IF PD-PERIOD (period-index) = WORK-PERIOD
                AND (PD-STATUS (period-index) = 'C'
                     OR PD-STATUS (period-index) = 'Y')
               MOVE 'J' TO PERIOD-CLOSED
               EXIT PERFORM
             END-IF
           END-PERFORM.

       LOAD-VOUCHERS.
           MOVE 'Y' TO CAPACITY-OK
           MOVE 0 TO VT-COUNT
           MOVE 0 TO eof
           OPEN INPUT VoucherFile
           IF JVF-STATUS = "00"
             READ VoucherFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR VT-COUNT = 1000
               ADD 1 TO VT-COUNT
               MOVE JVoucherRecord TO VT-RECORD (VT-COUNT)
               READ VoucherFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             IF eof = 0
               MOVE 'N' TO CAPACITY-OK
             END-IF
             CLOSE VoucherFile
           END-IF
           MOVE 0 TO eof.

       SAVE-VOUCHERS.
           OPEN OUTPUT VoucherFile
           PERFORM VARYING vt-index FROM 1 BY 1
                   UNTIL vt-index > VT-COUNT
             MOVE VT-RECORD (vt-index) TO JVoucherRecord
             WRITE JVoucherRecord
           END-PERFORM
           CLOSE VoucherFile.

       LOAD-BALANCES.
           MOVE 'Y' TO CAPACITY-OK
           MOVE 0 TO BAL-COUNT
           MOVE 0 TO eof
           OPEN INPUT GlBalances
           IF BAL-STATUS = "00"
             READ GlBalances
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR BAL-COUNT = 500
               ADD 1 TO BAL-COUNT
               MOVE gb-period TO BL-PERIOD (BAL-COUNT)
               MOVE gb-account TO BL-ACCOUNT (BAL-COUNT)
               MOVE gb-debit TO BL-DEBIT (BAL-COUNT)
               MOVE gb-credit TO BL-CREDIT (BAL-COUNT)
               READ GlBalances
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             IF eof = 0
               MOVE 'N' TO CAPACITY-OK
             END-IF
             CLOSE GlBalances
           END-IF
           MOVE 0 TO eof.

       SAVE-BALANCES.
           OPEN OUTPUT GlBalances
           PERFORM VARYING bal-index FROM 1 BY 1
                   UNTIL bal-index > BAL-COUNT
             MOVE BL-PERIOD (bal-index) TO gb-period
             MOVE BL-ACCOUNT (bal-index) TO gb-account
             MOVE BL-DEBIT (bal-index) TO gb-debit
             MOVE BL-CREDIT (bal-index) TO gb-credit
             WRITE GlBalanceRecord
           END-PERFORM
           CLOSE GlBalances.

       LOAD-PERIODS.
           MOVE 0 TO PERIOD-COUNT
           MOVE 0 TO eof
           OPEN INPUT GlPeriods
           IF PER-STATUS = "00"
             READ GlPeriods
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR PERIOD-COUNT = 100
               ADD 1 TO PERIOD-COUNT
               MOVE gp-period TO PD-PERIOD (PERIOD-COUNT)
               MOVE gp-status TO PD-STATUS (PERIOD-COUNT)
               READ GlPeriods
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE GlPeriods
           END-IF
           MOVE 0 TO eof.

       PRINT-VOUCHER-JOURNAL.
           DISPLAY "Periode (JJJJMM, leer = alle): "
           MOVE SPACES TO JOURNAL-PERIOD
           ACCEPT JOURNAL-PERIOD
           MOVE 0 TO JOURNAL-VOUCHERS
           MOVE 0 TO JOURNAL-DEBIT
           MOVE 0 TO JOURNAL-CREDIT
           MOVE 0 TO LAST-ID

           MOVE 'O' TO rpt-action
           MOVE "JVJOURNAL" TO rpt-name
           MOVE "JVJOURNAL.DAT" TO rpt-filename
           MOVE SPACES TO rpt-title
           IF JOURNAL-PERIOD = SPACES
             MOVE "Belegjournal Hauptbuch" TO rpt-title
           ELSE
             STRING "Belegjournal Hauptbuch Periode " JOURNAL-PERIOD
                    DELIMITED BY SIZE INTO rpt-title
           END-IF
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line

           MOVE 0 TO eof
           OPEN INPUT VoucherFile
           IF JVF-STATUS = "00"
             READ VoucherFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF JOURNAL-PERIOD = SPACES
                  OR jv-date(1:6) = JOURNAL-PERIOD
                 PERFORM PRINT-JOURNAL-LINE
               END-IF
               READ VoucherFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE VoucherFile
           END-IF
           MOVE 0 TO eof

           PERFORM WRITE-JOURNAL-LINE
           MOVE JOURNAL-DEBIT TO EDIT-TOTAL
           STRING "Belege " JOURNAL-VOUCHERS
                  "  gebucht Soll  " EDIT-TOTAL
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-JOURNAL-LINE
           MOVE JOURNAL-CREDIT TO EDIT-TOTAL
           STRING "              gebucht Haben " EDIT-TOTAL
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-JOURNAL-LINE

           MOVE 'C' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           DISPLAY "Belege im Journal: " JOURNAL-VOUCHERS
           DISPLAY "Bericht: " rpt-filename.

       PRINT-JOURNAL-LINE.
           IF jv-id NOT = LAST-ID
             MOVE jv-id TO LAST-ID
             ADD 1 TO JOURNAL-VOUCHERS
             EVALUATE jv-status
               WHEN 'P' MOVE "offen" TO STATUS-TEXT
               WHEN 'A' MOVE "gebucht" TO STATUS-TEXT
               WHEN 'R' MOVE "abgelehnt" TO STATUS-TEXT
               WHEN OTHER MOVE jv-status TO STATUS-TEXT
             END-EVALUATE
             PERFORM WRITE-JOURNAL-LINE
             STRING "Beleg " jv-id " " jv-date " " STATUS-TEXT
                    " Erfasser " jv-maker " Pruefer " jv-checker
                    DELIMITED BY SIZE INTO rpt-line
             PERFORM WRITE-JOURNAL-LINE
             IF jv-reverse = 'J'
               MOVE "  Abgrenzung mit automatischem Storno"
                 TO rpt-line
               PERFORM WRITE-JOURNAL-LINE
             END-IF
             IF jv-orig-id > 0
               STRING "  Storno zu Beleg " jv-orig-id
                      DELIMITED BY SIZE INTO rpt-line
               PERFORM WRITE-JOURNAL-LINE
             END-IF
           END-IF
           IF jv-status = 'A'
             IF jv-side = 'S'
               ADD jv-amount TO JOURNAL-DEBIT
             ELSE
               ADD jv-amount TO JOURNAL-CREDIT
             END-IF
           END-IF
           MOVE jv-amount TO EDIT-AMOUNT
           STRING "  " jv-line " " jv-account " " jv-side " "
                  EDIT-AMOUNT " " jv-text
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-JOURNAL-LINE.

       WRITE-JOURNAL-LINE.
           MOVE 'L' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line.
