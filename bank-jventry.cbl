       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-JVENTRY.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select VoucherFile ASSIGN TO "JVOUCHER.DAT"
                   organization is line sequential
                   FILE STATUS IS JVF-STATUS.
       Select GlPeriods ASSIGN TO "GLPERIOD.DAT"
                   organization is line sequential
                   FILE STATUS IS PER-STATUS.
       Select GlChart ASSIGN TO "GLCHART.DAT"
                   organization is line sequential
                   FILE STATUS IS CHT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD VoucherFile.
           copy "jvoucher-record.cpy".
       FD GlPeriods.
           01 GlPeriodRecord.
              05 gp-period PIC X(6).
              05 gp-status PIC X.
       FD GlChart.
           copy "glchart-record.cpy".
       WORKING-STORAGE SECTION.
        01 BUSINESS-DATE PIC 9(8) VALUE 0.
        01 eof PIC 9.
        01 JVF-STATUS PIC XX.
        01 PER-STATUS PIC XX.
        01 CHT-STATUS PIC XX.
        01 OPERATOR-ID PIC X(8).
        01 ANSWER PIC X.
        01 MORE-VOUCHERS PIC X VALUE 'J'.
        01 VOUCHER-DONE PIC X.
        01 LINES-DONE PIC X.
        01 WORK-DATE-IN PIC X(8).
        01 WORK-DATE PIC 9(8).
        01 WORK-DATE-PARTS REDEFINES WORK-DATE.
           05 WD-YEAR  PIC 9(4).
           05 WD-MONTH PIC 9(2).
           05 WD-DAY   PIC 9(2).
        01 REVERSAL-DATE PIC 9(8).
        01 REVERSAL-PARTS REDEFINES REVERSAL-DATE.
           05 RD-YEAR  PIC 9(4).
           05 RD-MONTH PIC 9(2).
           05 RD-DAY   PIC 9(2).
        01 WORK-PERIOD PIC X(6).
        01 PERIOD-CLOSED PIC X.
        01 WORK-REVERSE PIC X.
        01 PERIOD-COUNT PIC 9(3) VALUE 0.
        01 period-index PIC 9(3).
        01 PERIOD-TABLE.
           05 PERIOD-ENTRY OCCURS 100 TIMES.
              10 PD-PERIOD PIC X(6).
              10 PD-STATUS PIC X.
        01 CHART-COUNT PIC 9(3) VALUE 0.
        01 chart-index PIC 9(3).
        01 CHART-TABLE.
           05 CHART-ENTRY OCCURS 150 TIMES.
              10 CH-ACCOUNT PIC X(5).
              10 CH-NAME    PIC X(30).
        01 ACCOUNT-OK PIC X.
        01 ACCOUNT-NAME-OUT PIC X(30).
        01 JL-COUNT PIC 9(2) VALUE 0.
        01 jl-index PIC 9(2).
        01 JL-TABLE.
           05 JL-ENTRY OCCURS 20 TIMES.
              10 JL-ACCOUNT PIC X(5).
              10 JL-SIDE    PIC X.
              10 JL-AMOUNT  PIC 9(9)V99.
              10 JL-TEXT    PIC X(30).
        01 WORK-ACCOUNT PIC X(5).
        01 WORK-SIDE PIC X.
        01 WORK-AMOUNT PIC 9(9)V99.
        01 WORK-TEXT PIC X(30).
        01 TOTAL-DEBIT PIC 9(11)V99.
        01 TOTAL-CREDIT PIC 9(11)V99.
        01 EDIT-AMOUNT PIC Z(10)9.99.
        01 EDIT-DEBIT PIC Z(10)9.99.
        01 EDIT-CREDIT PIC Z(10)9.99.
        01 JV-SERIES PIC X(8) VALUE "GLBELEG".
        01 VOUCHER-ID PIC 9(7).
        01 SAVED-COUNT PIC 9(5) VALUE 0.
        copy "date-time.cpy" replacing
             ==year== by ==log-year==
             ==month== by ==log-month==
             ==day-1== by ==log-day==
             ==hour== by ==log-hour==
             ==minutes== by ==log-min==
             ==seconds== by ==log-sec==
             ==cent== by ==log-cent==.
        copy "signon-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "BANK-JVENTRY: Hauptbuch-Belege erfassen"
           MOVE 'S' TO so-action
           MOVE "BANK-JVENTRY" TO so-program
           MOVE "MAKER" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Anmeldung fehlgeschlagen. Abbruch."
             STOP RUN
           END-IF
           MOVE so-operator TO OPERATOR-ID

           CALL "BUSDATE" USING BUSINESS-DATE
           PERFORM LOAD-PERIODS
           PERFORM LOAD-CHART

           PERFORM UNTIL MORE-VOUCHERS NOT = 'J'
             PERFORM ENTER-ONE-VOUCHER
             DISPLAY "Weiteren Beleg erfassen? (J/N): "
             ACCEPT ANSWER
             IF ANSWER = 'J' OR ANSWER = 'j'
               MOVE 'J' TO MORE-VOUCHERS
             ELSE
               MOVE 'N' TO MORE-VOUCHERS
             END-IF
           END-PERFORM

           DISPLAY "Belege zur Freigabe vorgemerkt: " SAVED-COUNT

       STOP RUN.

       ENTER-ONE-VOUCHER.
           MOVE 0 TO JL-COUNT
           DISPLAY "Belegdatum (JJJJMMTT, leer = " BUSINESS-DATE "): "
           MOVE SPACES TO WORK-DATE-IN
           ACCEPT WORK-DATE-IN
           IF WORK-DATE-IN = SPACES
             MOVE BUSINESS-DATE TO WORK-DATE
           ELSE
             IF WORK-DATE-IN NOT NUMERIC
               DISPLAY "Ungueltiges Datum. Beleg verworfen."
               EXIT PARAGRAPH
             END-IF
             MOVE WORK-DATE-IN TO WORK-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WORK-DATE) NOT = 0
             DISPLAY "Ungueltiges Datum. Beleg verworfen."
             EXIT PARAGRAPH
           END-IF
           MOVE WORK-DATE(1:6) TO WORK-PERIOD
           PERFORM CHECK-PERIOD-CLOSED
           IF PERIOD-CLOSED = 'J'
             DISPLAY "Periode " WORK-PERIOD " ist geschlossen."
                     " Beleg verworfen."
             EXIT PARAGRAPH
           END-IF

           DISPLAY "Abgrenzung - am 1. der Folgeperiode automatisch"
                   " stornieren? (J/N): "
           ACCEPT WORK-REVERSE
           IF WORK-REVERSE = 'j'
             MOVE 'J' TO WORK-REVERSE
           END-IF
           IF WORK-REVERSE NOT = 'J'
             MOVE 'N' TO WORK-REVERSE
           ELSE
             PERFORM COMPUTE-REVERSAL-DATE
             MOVE REVERSAL-DATE(1:6) TO WORK-PERIOD
             PERFORM CHECK-PERIOD-CLOSED
             IF PERIOD-CLOSED = 'J'
               DISPLAY "Folgeperiode " WORK-PERIOD " ist geschlossen."
                       " Beleg verworfen."
               EXIT PARAGRAPH
             END-IF
             DISPLAY "Storno wird gebucht zum " REVERSAL-DATE
           END-IF

           MOVE 'N' TO VOUCHER-DONE
           PERFORM UNTIL VOUCHER-DONE = 'J'
             PERFORM ENTER-LINES
             PERFORM CHECK-BALANCE
           END-PERFORM.

       COMPUTE-REVERSAL-DATE.
           MOVE WORK-DATE TO REVERSAL-DATE
           MOVE 1 TO RD-DAY
           IF RD-MONTH = 12
             ADD 1 TO RD-YEAR
             MOVE 1 TO RD-MONTH
           ELSE
             ADD 1 TO RD-MONTH
           END-IF.

       ENTER-LINES.
           MOVE 'N' TO LINES-DONE
           PERFORM UNTIL LINES-DONE = 'J'
             IF JL-COUNT = 20
               DISPLAY "Maximal 20 Zeilen je Beleg."
               MOVE 'J' TO LINES-DONE
             ELSE
               PERFORM ENTER-ONE-LINE
             END-IF
           END-PERFORM.

       ENTER-ONE-LINE.
           COMPUTE jl-index = JL-COUNT + 1
           DISPLAY "Zeile " jl-index " - Konto (leer = Ende): "
           MOVE SPACES TO WORK-ACCOUNT
           ACCEPT WORK-ACCOUNT
           IF WORK-ACCOUNT = SPACES
             MOVE 'J' TO LINES-DONE
             EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ACCOUNT
           IF ACCOUNT-OK = 'N'
             DISPLAY "Konto " WORK-ACCOUNT " nicht im Kontenplan."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "  " ACCOUNT-NAME-OUT
           DISPLAY "Soll oder Haben (S/H): "
           ACCEPT WORK-SIDE
           MOVE FUNCTION UPPER-CASE(WORK-SIDE) TO WORK-SIDE
           IF WORK-SIDE NOT = 'S' AND WORK-SIDE NOT = 'H'
             DISPLAY "Bitte S oder H eingeben. Zeile verworfen."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Betrag: "
           ACCEPT WORK-AMOUNT
           IF WORK-AMOUNT = 0
             DISPLAY "Betrag muss groesser 0 sein. Zeile verworfen."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Buchungstext: "
           MOVE SPACES TO WORK-TEXT
           ACCEPT WORK-TEXT
           IF WORK-TEXT = SPACES
             DISPLAY "Buchungstext ist Pflicht. Zeile verworfen."
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO JL-COUNT
           MOVE WORK-ACCOUNT TO JL-ACCOUNT (JL-COUNT)
           MOVE WORK-SIDE TO JL-SIDE (JL-COUNT)
           MOVE WORK-AMOUNT TO JL-AMOUNT (JL-COUNT)
           MOVE WORK-TEXT TO JL-TEXT (JL-COUNT).

       CHECK-ACCOUNT.
           MOVE 'N' TO ACCOUNT-OK
           MOVE SPACES TO ACCOUNT-NAME-OUT
           IF CHART-COUNT = 0
             MOVE 'Y' TO ACCOUNT-OK
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING chart-index FROM 1 BY 1
                   UNTIL chart-index > CHART-COUNT
             IF CH-ACCOUNT (chart-index) = WORK-ACCOUNT
               MOVE 'Y' TO ACCOUNT-OK
               MOVE CH-NAME (chart-index) TO ACCOUNT-NAME-OUT
               EXIT PERFORM
             END-IF
           END-PERFORM.

       CHECK-BALANCE.
           MOVE 0 TO TOTAL-DEBIT
           MOVE 0 TO TOTAL-CREDIT
           PERFORM VARYING jl-index FROM 1 BY 1
                   UNTIL jl-index > JL-COUNT
             IF JL-SIDE (jl-index) = 'S'
               ADD JL-AMOUNT (jl-index) TO TOTAL-DEBIT
             ELSE
               ADD JL-AMOUNT (jl-index) TO TOTAL-CREDIT
             END-IF
           END-PERFORM
           MOVE TOTAL-DEBIT TO EDIT-DEBIT
           MOVE TOTAL-CREDIT TO EDIT-CREDIT
           DISPLAY "Summe Soll " EDIT-DEBIT "  Haben " EDIT-CREDIT
           IF JL-COUNT >= 2 AND TOTAL-DEBIT = TOTAL-CREDIT
             DISPLAY "Beleg speichern? (J/N): "
             ACCEPT ANSWER
             IF ANSWER = 'J' OR ANSWER = 'j'
               PERFORM SAVE-VOUCHER
             ELSE
               DISPLAY "Beleg verworfen."
             END-IF
             MOVE 'J' TO VOUCHER-DONE
           ELSE
             DISPLAY "Beleg ist nicht ausgeglichen"
                     " (mindestens 2 Zeilen, Soll = Haben)."
             IF JL-COUNT = 20
               DISPLAY "Keine weiteren Zeilen moeglich."
                       " Beleg verworfen."
               MOVE 'J' TO VOUCHER-DONE
             ELSE
               DISPLAY "Weitere Zeilen erfassen (J) oder"
                       " Beleg verwerfen (N)? "
               ACCEPT ANSWER
               IF ANSWER NOT = 'J' AND ANSWER NOT = 'j'
                 DISPLAY "Beleg verworfen."
                 MOVE 'J' TO VOUCHER-DONE
               END-IF
             END-IF
           END-IF.

       SAVE-VOUCHER.
           CALL "SEQSERVICE" USING JV-SERIES VOUCHER-ID
           MOVE FUNCTION CURRENT-DATE TO date-time
           OPEN INPUT VoucherFile
           IF JVF-STATUS = "35"
             OPEN OUTPUT VoucherFile
             CLOSE VoucherFile
           ELSE
             CLOSE VoucherFile
           END-IF
           OPEN EXTEND VoucherFile
           PERFORM VARYING jl-index FROM 1 BY 1
                   UNTIL jl-index > JL-COUNT
             MOVE VOUCHER-ID TO jv-id
             MOVE jl-index TO jv-line
             MOVE WORK-DATE TO jv-date
             MOVE JL-ACCOUNT (jl-index) TO jv-account
             MOVE JL-SIDE (jl-index) TO jv-side
             MOVE JL-AMOUNT (jl-index) TO jv-amount
             MOVE JL-TEXT (jl-index) TO jv-text
             MOVE WORK-REVERSE TO jv-reverse
             MOVE 0 TO jv-orig-id
             MOVE OPERATOR-ID TO jv-maker
             MOVE 'P' TO jv-status
             MOVE SPACES TO jv-checker
             MOVE SPACES TO jv-timestamp
             STRING log-year "-" log-month "-" log-day "T"
                    log-hour "-" log-min "-" log-sec
                    DELIMITED BY SIZE INTO jv-timestamp
             WRITE JVoucherRecord
           END-PERFORM
           CLOSE VoucherFile
           ADD 1 TO SAVED-COUNT
           DISPLAY "Beleg " VOUCHER-ID " erfasst - Freigabe durch"
                   " zweiten Operator erforderlich (BANK-JVAPPROVE).".

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

       LOAD-CHART.
           MOVE 0 TO CHART-COUNT
           MOVE 0 TO eof
           OPEN INPUT GlChart
           IF CHT-STATUS = "00"
             READ GlChart
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR CHART-COUNT = 150
               ADD 1 TO CHART-COUNT
               MOVE gc-account TO CH-ACCOUNT (CHART-COUNT)
               MOVE gc-name TO CH-NAME (CHART-COUNT)
               READ GlChart
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE GlChart
           END-IF
           MOVE 0 TO eof.
