       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-GLFS.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select GlBalances ASSIGN TO "GLBAL.DAT"
                   organization is line sequential
                   FILE STATUS IS BAL-STATUS.
       Select GlChart ASSIGN TO "GLCHART.DAT"
                   organization is line sequential
                   FILE STATUS IS CHT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD GlBalances.
           01 GlBalanceRecord.
              05 gb-period  PIC X(6).
              05 gb-account PIC X(5).
              05 gb-debit   PIC 9(11)V99.
              05 gb-credit  PIC 9(11)V99.
       FD GlChart.
           copy "glchart-record.cpy".
       WORKING-STORAGE SECTION.
        01 eof PIC 9.
        01 BAL-STATUS PIC XX.
        01 CHT-STATUS PIC XX.
        01 WORK-PERIOD PIC X(6).
        01 WORK-PERIOD-NUM REDEFINES WORK-PERIOD.
           05 WP-YEAR  PIC 9(4).
           05 WP-MONTH PIC 9(2).
        01 PRIOR-PERIOD PIC X(6).
        01 PRIOR-PERIOD-NUM REDEFINES PRIOR-PERIOD.
           05 PP-YEAR  PIC 9(4).
           05 PP-MONTH PIC 9(2).
        01 ACCT-COUNT PIC 9(3) VALUE 0.
        01 acct-index PIC 9(3).
        01 ACCT-TABLE.
           05 ACCT-ENTRY OCCURS 150 TIMES.
              10 AC-ACCOUNT   PIC X(5).
              10 AC-NAME      PIC X(30).
              10 AC-CLASS     PIC X.
              10 AC-LINE      PIC 9(2).
              10 AC-LINE-NAME PIC X(24).
              10 AC-CURRENT   PIC S9(13)V99.
              10 AC-PRIOR     PIC S9(13)V99.
        01 ACCT-FOUND PIC X.
        01 CUR-OPENING PIC X(6).
        01 PRIOR-OPENING PIC X(6).
        01 CUR-OPENING-FOUND PIC X.
        01 PRIOR-OPENING-FOUND PIC X.
        01 IN-CURRENT PIC X.
        01 IN-PRIOR PIC X.
        01 DERIVED-COUNT PIC 9(3) VALUE 0.
        01 MOVEMENT PIC S9(13)V99.
        01 WANTED-CLASS PIC X.
        01 WANTED-LINE PIC 9(2).
        01 line-number PIC 9(3).
        01 LINE-HIT PIC X.
        01 LINE-NAME-OUT PIC X(24).
        01 LINE-CURRENT PIC S9(13)V99.
        01 LINE-PRIOR PIC S9(13)V99.
        01 CLASS-CURRENT PIC S9(13)V99.
        01 CLASS-PRIOR PIC S9(13)V99.
        01 ASSET-CURRENT PIC S9(13)V99 VALUE 0.
        01 ASSET-PRIOR PIC S9(13)V99 VALUE 0.
        01 LIAB-CURRENT PIC S9(13)V99 VALUE 0.
        01 LIAB-PRIOR PIC S9(13)V99 VALUE 0.
        01 EQUITY-CURRENT PIC S9(13)V99 VALUE 0.
        01 EQUITY-PRIOR PIC S9(13)V99 VALUE 0.
        01 INCOME-CURRENT PIC S9(13)V99 VALUE 0.
        01 INCOME-PRIOR PIC S9(13)V99 VALUE 0.
        01 EXPENSE-CURRENT PIC S9(13)V99 VALUE 0.
        01 EXPENSE-PRIOR PIC S9(13)V99 VALUE 0.
        01 RESULT-CUM-CURRENT PIC S9(13)V99 VALUE 0.
        01 RESULT-CUM-PRIOR PIC S9(13)V99 VALUE 0.
        01 PASSIVE-CURRENT PIC S9(13)V99.
        01 PASSIVE-PRIOR PIC S9(13)V99.
        01 EDIT-CURRENT PIC Z(10)9.99-.
        01 EDIT-PRIOR PIC Z(10)9.99-.
        01 LABEL-TEXT PIC X(36).
        01 BALANCE-OK PIC X.
        copy "report-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "BANK-GLFS: Bilanz und Gewinn- und Verlustrechnung"
           DISPLAY "Periode (JJJJMM): "
           ACCEPT WORK-PERIOD
           IF WORK-PERIOD NOT NUMERIC
              OR WP-MONTH < 1 OR WP-MONTH > 12
             DISPLAY "Ungueltige Periode. Abbruch."
             STOP RUN
           END-IF
           IF WP-MONTH = 1
             COMPUTE PP-YEAR = WP-YEAR - 1
             MOVE 12 TO PP-MONTH
           ELSE
             MOVE WP-YEAR TO PP-YEAR
             COMPUTE PP-MONTH = WP-MONTH - 1
           END-IF

           PERFORM LOAD-CHART
           PERFORM LOAD-BALANCES

           MOVE 'O' TO rpt-action
           MOVE "GLFS" TO rpt-name
           MOVE SPACES TO rpt-filename
           STRING "GLFS-" WORK-PERIOD ".DAT"
                  DELIMITED BY SIZE INTO rpt-filename
           MOVE SPACES TO rpt-title
           STRING "Jahresabschluss Periode " WORK-PERIOD
                  DELIMITED BY SIZE INTO rpt-title
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line

           PERFORM PRINT-BALANCE-SHEET
           MOVE 'P' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           PERFORM PRINT-PROFIT-AND-LOSS

           MOVE 'C' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest

           IF DERIVED-COUNT > 0
             DISPLAY "Konten ohne Kontenklasse (aus Kontonummer"
                     " abgeleitet): " DERIVED-COUNT
           END-IF
           IF BALANCE-OK = 'N'
             DISPLAY "ABWEICHUNG: Aktiva ungleich Passiva!"
           END-IF
           DISPLAY "Report: " rpt-filename

       STOP RUN.

       LOAD-CHART.
           MOVE 0 TO ACCT-COUNT
           MOVE 0 TO eof
           OPEN INPUT GlChart
           IF CHT-STATUS = "00"
             READ GlChart
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR ACCT-COUNT = 150
               ADD 1 TO ACCT-COUNT
               MOVE gc-account TO AC-ACCOUNT (ACCT-COUNT)
               MOVE gc-name TO AC-NAME (ACCT-COUNT)
               MOVE FUNCTION UPPER-CASE(gc-class)
                 TO AC-CLASS (ACCT-COUNT)
               IF gc-line NUMERIC
                 MOVE gc-line TO AC-LINE (ACCT-COUNT)
               ELSE
                 MOVE 0 TO AC-LINE (ACCT-COUNT)
               END-IF
               MOVE gc-line-name TO AC-LINE-NAME (ACCT-COUNT)
               MOVE 0 TO AC-CURRENT (ACCT-COUNT)
               MOVE 0 TO AC-PRIOR (ACCT-COUNT)
               IF AC-CLASS (ACCT-COUNT) NOT = 'A'
                  AND AC-CLASS (ACCT-COUNT) NOT = 'L'
                  AND AC-CLASS (ACCT-COUNT) NOT = 'E'
                  AND AC-CLASS (ACCT-COUNT) NOT = 'I'
                  AND AC-CLASS (ACCT-COUNT) NOT = 'X'
                 MOVE ACCT-COUNT TO acct-index
                 PERFORM DERIVE-CLASS
               END-IF
               READ GlChart
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE GlChart
           END-IF
           MOVE 0 TO eof.

       DERIVE-CLASS.
           ADD 1 TO DERIVED-COUNT
           EVALUATE AC-ACCOUNT (acct-index)(1:1)
             WHEN '1' MOVE 'A' TO AC-CLASS (acct-index)
             WHEN '2' MOVE 'L' TO AC-CLASS (acct-index)
             WHEN '3' MOVE 'X' TO AC-CLASS (acct-index)
             WHEN OTHER MOVE 'I' TO AC-CLASS (acct-index)
           END-EVALUATE
           MOVE 99 TO AC-LINE (acct-index)
           MOVE "Nicht zugeordnet" TO AC-LINE-NAME (acct-index).

       LOAD-BALANCES.
           PERFORM FIND-OPENING-PERIODS
           MOVE 0 TO eof
           OPEN INPUT GlBalances
           IF BAL-STATUS NOT = "00"
             DISPLAY "Keine Hauptbuch-Salden vorhanden."
           ELSE
             READ GlBalances
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF gb-period NOT > WORK-PERIOD
                 PERFORM APPLY-ONE-BALANCE
               END-IF
               READ GlBalances
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE GlBalances
           END-IF.

       FIND-OPENING-PERIODS.
           MOVE SPACES TO CUR-OPENING
           STRING WP-YEAR "00" DELIMITED BY SIZE INTO CUR-OPENING
           MOVE SPACES TO PRIOR-OPENING
           STRING PP-YEAR "00" DELIMITED BY SIZE INTO PRIOR-OPENING
           MOVE 'N' TO CUR-OPENING-FOUND
           MOVE 'N' TO PRIOR-OPENING-FOUND
           MOVE 0 TO eof
           OPEN INPUT GlBalances
           IF BAL-STATUS = "00"
             READ GlBalances
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF gb-period = CUR-OPENING
                 MOVE 'Y' TO CUR-OPENING-FOUND
               END-IF
               IF gb-period = PRIOR-OPENING
                 MOVE 'Y' TO PRIOR-OPENING-FOUND
               END-IF
               READ GlBalances
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE GlBalances
           END-IF
           MOVE 0 TO eof.

       APPLY-ONE-BALANCE.
           PERFORM FIND-ACCOUNT
           IF ACCT-FOUND = 'N'
             EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO IN-CURRENT
           IF CUR-OPENING-FOUND = 'N' OR gb-period NOT < CUR-OPENING
             MOVE 'Y' TO IN-CURRENT
           END-IF
           MOVE 'N' TO IN-PRIOR
           IF gb-period NOT > PRIOR-PERIOD
              AND (PRIOR-OPENING-FOUND = 'N'
                   OR gb-period NOT < PRIOR-OPENING)
             MOVE 'Y' TO IN-PRIOR
           END-IF
           IF AC-CLASS (acct-index) = 'A'
              OR AC-CLASS (acct-index) = 'X'
             COMPUTE MOVEMENT = gb-debit - gb-credit
           ELSE
             COMPUTE MOVEMENT = gb-credit - gb-debit
           END-IF
           EVALUATE AC-CLASS (acct-index)
             WHEN 'I'
             WHEN 'X'
               IF gb-period = WORK-PERIOD
                 ADD MOVEMENT TO AC-CURRENT (acct-index)
               END-IF
               IF gb-period = PRIOR-PERIOD
                 ADD MOVEMENT TO AC-PRIOR (acct-index)
               END-IF
               IF AC-CLASS (acct-index) = 'X'
                 COMPUTE MOVEMENT = 0 - MOVEMENT
               END-IF
               IF IN-CURRENT = 'Y'
                 ADD MOVEMENT TO RESULT-CUM-CURRENT
               END-IF
               IF IN-PRIOR = 'Y'
                 ADD MOVEMENT TO RESULT-CUM-PRIOR
               END-IF
             WHEN OTHER
               IF IN-CURRENT = 'Y'
                 ADD MOVEMENT TO AC-CURRENT (acct-index)
               END-IF
               IF IN-PRIOR = 'Y'
                 ADD MOVEMENT TO AC-PRIOR (acct-index)
               END-IF
           END-EVALUATE.

       FIND-ACCOUNT.
           MOVE 'N' TO ACCT-FOUND
           PERFORM VARYING acct-index FROM 1 BY 1
                   UNTIL acct-index > ACCT-COUNT
             IF AC-ACCOUNT (acct-index) = gb-account
               MOVE 'Y' TO ACCT-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF ACCT-FOUND = 'N' AND ACCT-COUNT < 150
             ADD 1 TO ACCT-COUNT
             MOVE ACCT-COUNT TO acct-index
             MOVE gb-account TO AC-ACCOUNT (acct-index)
             MOVE "(nicht im Kontenplan)" TO AC-NAME (acct-index)
             MOVE 0 TO AC-CURRENT (acct-index)
             MOVE 0 TO AC-PRIOR (acct-index)
             PERFORM DERIVE-CLASS
             MOVE 'Y' TO ACCT-FOUND
           END-IF.

       PRINT-BALANCE-SHEET.
           STRING "BILANZ zum Ende " WORK-PERIOD
                  "   Vorperiode " PRIOR-PERIOD
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-FS-LINE
           PERFORM WRITE-COLUMN-HEADING

           MOVE "AKTIVA" TO rpt-line
           PERFORM WRITE-FS-LINE
           MOVE 'A' TO WANTED-CLASS
           PERFORM PRINT-CLASS
           MOVE CLASS-CURRENT TO ASSET-CURRENT
           MOVE CLASS-PRIOR TO ASSET-PRIOR
           MOVE "SUMME AKTIVA" TO LABEL-TEXT
           PERFORM WRITE-TOTAL-LINE
           PERFORM WRITE-FS-LINE

           MOVE "PASSIVA - Verbindlichkeiten" TO rpt-line
           PERFORM WRITE-FS-LINE
           MOVE 'L' TO WANTED-CLASS
           PERFORM PRINT-CLASS
           MOVE CLASS-CURRENT TO LIAB-CURRENT
           MOVE CLASS-PRIOR TO LIAB-PRIOR
           MOVE "Summe Verbindlichkeiten" TO LABEL-TEXT
           PERFORM WRITE-TOTAL-LINE
           PERFORM WRITE-FS-LINE

           MOVE "PASSIVA - Eigenkapital" TO rpt-line
           PERFORM WRITE-FS-LINE
           MOVE 'E' TO WANTED-CLASS
           PERFORM PRINT-CLASS
           COMPUTE EQUITY-CURRENT = CLASS-CURRENT + RESULT-CUM-CURRENT
           COMPUTE EQUITY-PRIOR = CLASS-PRIOR + RESULT-CUM-PRIOR
           MOVE RESULT-CUM-CURRENT TO CLASS-CURRENT
           MOVE RESULT-CUM-PRIOR TO CLASS-PRIOR
           MOVE "  Ergebnis (nicht vorgetragen)" TO LABEL-TEXT
           PERFORM WRITE-TOTAL-LINE
           MOVE EQUITY-CURRENT TO CLASS-CURRENT
           MOVE EQUITY-PRIOR TO CLASS-PRIOR
           MOVE "Summe Eigenkapital" TO LABEL-TEXT
           PERFORM WRITE-TOTAL-LINE
           PERFORM WRITE-FS-LINE

           COMPUTE PASSIVE-CURRENT = LIAB-CURRENT + EQUITY-CURRENT
           COMPUTE PASSIVE-PRIOR = LIAB-PRIOR + EQUITY-PRIOR
           MOVE PASSIVE-CURRENT TO CLASS-CURRENT
           MOVE PASSIVE-PRIOR TO CLASS-PRIOR
           MOVE "SUMME PASSIVA" TO LABEL-TEXT
           PERFORM WRITE-TOTAL-LINE
           PERFORM WRITE-FS-LINE

           MOVE 'Y' TO BALANCE-OK
           IF ASSET-CURRENT NOT = PASSIVE-CURRENT
              OR ASSET-PRIOR NOT = PASSIVE-PRIOR
             MOVE 'N' TO BALANCE-OK
           END-IF
           IF BALANCE-OK = 'Y'
             MOVE "Pruefung: Aktiva = Verbindlichkeiten + Eigenkapital"
               TO rpt-line
           ELSE
             MOVE "ABWEICHUNG: Aktiva ungleich Verbindlichkeiten"
               TO rpt-line
             PERFORM WRITE-FS-LINE
             COMPUTE CLASS-CURRENT = ASSET-CURRENT - PASSIVE-CURRENT
             COMPUTE CLASS-PRIOR = ASSET-PRIOR - PASSIVE-PRIOR
             MOVE "Differenz" TO LABEL-TEXT
             PERFORM WRITE-TOTAL-LINE
             MOVE SPACES TO rpt-line
           END-IF
           PERFORM WRITE-FS-LINE.

       PRINT-PROFIT-AND-LOSS.
           STRING "GEWINN- UND VERLUSTRECHNUNG " WORK-PERIOD
                  "   Vorperiode " PRIOR-PERIOD
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-FS-LINE
           PERFORM WRITE-COLUMN-HEADING

           MOVE "ERTRAEGE" TO rpt-line
           PERFORM WRITE-FS-LINE
           MOVE 'I' TO WANTED-CLASS
           PERFORM PRINT-CLASS
           MOVE CLASS-CURRENT TO INCOME-CURRENT
           MOVE CLASS-PRIOR TO INCOME-PRIOR
           MOVE "SUMME ERTRAEGE" TO LABEL-TEXT
           PERFORM WRITE-TOTAL-LINE
           PERFORM WRITE-FS-LINE

           MOVE "AUFWENDUNGEN" TO rpt-line
           PERFORM WRITE-FS-LINE
           MOVE 'X' TO WANTED-CLASS
           PERFORM PRINT-CLASS
           MOVE CLASS-CURRENT TO EXPENSE-CURRENT
           MOVE CLASS-PRIOR TO EXPENSE-PRIOR
           MOVE "SUMME AUFWENDUNGEN" TO LABEL-TEXT
           PERFORM WRITE-TOTAL-LINE
           PERFORM WRITE-FS-LINE

           COMPUTE CLASS-CURRENT = INCOME-CURRENT - EXPENSE-CURRENT
           COMPUTE CLASS-PRIOR = INCOME-PRIOR - EXPENSE-PRIOR
           MOVE "PERIODENERGEBNIS" TO LABEL-TEXT
           PERFORM WRITE-TOTAL-LINE.

       PRINT-CLASS.
           MOVE 0 TO CLASS-CURRENT
           MOVE 0 TO CLASS-PRIOR
           PERFORM VARYING line-number FROM 0 BY 1
                   UNTIL line-number > 99
             MOVE line-number TO WANTED-LINE
             PERFORM PRINT-ONE-GROUP
           END-PERFORM.

       PRINT-ONE-GROUP.
           MOVE 'N' TO LINE-HIT
           MOVE 0 TO LINE-CURRENT
           MOVE 0 TO LINE-PRIOR
           PERFORM VARYING acct-index FROM 1 BY 1
                   UNTIL acct-index > ACCT-COUNT
             IF AC-CLASS (acct-index) = WANTED-CLASS
                AND AC-LINE (acct-index) = WANTED-LINE
               IF LINE-HIT = 'N'
                 MOVE 'Y' TO LINE-HIT
                 MOVE AC-LINE-NAME (acct-index) TO LINE-NAME-OUT
                 IF LINE-NAME-OUT = SPACES
                   MOVE "Ohne Gliederung" TO LINE-NAME-OUT
                 END-IF
                 STRING "  " LINE-NAME-OUT
                        DELIMITED BY SIZE INTO rpt-line
                 PERFORM WRITE-FS-LINE
               END-IF
               ADD AC-CURRENT (acct-index) TO LINE-CURRENT
               ADD AC-PRIOR (acct-index) TO LINE-PRIOR
               MOVE AC-CURRENT (acct-index) TO EDIT-CURRENT
               MOVE AC-PRIOR (acct-index) TO EDIT-PRIOR
               STRING "    " AC-ACCOUNT (acct-index) " "
                      AC-NAME (acct-index)(1:26) " "
                      EDIT-CURRENT " " EDIT-PRIOR
                      DELIMITED BY SIZE INTO rpt-line
               PERFORM WRITE-FS-LINE
             END-IF
           END-PERFORM
           IF LINE-HIT = 'Y'
             ADD LINE-CURRENT TO CLASS-CURRENT
             ADD LINE-PRIOR TO CLASS-PRIOR
             MOVE LINE-CURRENT TO EDIT-CURRENT
             MOVE LINE-PRIOR TO EDIT-PRIOR
             STRING "  Summe " LINE-NAME-OUT "     "
                    EDIT-CURRENT " " EDIT-PRIOR
                    DELIMITED BY SIZE INTO rpt-line
             PERFORM WRITE-FS-LINE
           END-IF.

       WRITE-COLUMN-HEADING.
           STRING "    Konto Bezeichnung                 "
                  "         Periode      Vorperiode"
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-FS-LINE
           PERFORM WRITE-FS-LINE.

       WRITE-TOTAL-LINE.
           MOVE CLASS-CURRENT TO EDIT-CURRENT
           MOVE CLASS-PRIOR TO EDIT-PRIOR
           STRING LABEL-TEXT " " EDIT-CURRENT " " EDIT-PRIOR
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-FS-LINE.

       WRITE-FS-LINE.
           MOVE 'L' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line.
