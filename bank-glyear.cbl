       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-GLYEAR.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select GlBalances ASSIGN TO "GLBAL.DAT"
                   organization is line sequential
                   FILE STATUS IS BAL-STATUS.
       Select GlPeriods ASSIGN TO "GLPERIOD.DAT"
                   organization is line sequential
                   FILE STATUS IS PER-STATUS.
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
       FD GlPeriods.
           01 GlPeriodRecord.
              05 gp-period PIC X(6).
              05 gp-status PIC X.
       FD GlChart.
           copy "glchart-record.cpy".
       WORKING-STORAGE SECTION.
        01 JJ-EVENT PIC X.
        01 JJ-JOB-NAME PIC X(12).
        01 JJ-RECORDS PIC 9(7) VALUE 0.
        01 JJ-RESULT PIC X(4).
        01 eof PIC 9.
        01 BAL-STATUS PIC XX.
        01 PER-STATUS PIC XX.
        01 CHT-STATUS PIC XX.
        01 ANSWER PIC X.
        01 WORK-YEAR PIC 9(4).
        01 NEW-YEAR PIC 9(4).
        01 WORK-PERIOD PIC X(6).
        01 WORK-PERIOD-NUM REDEFINES WORK-PERIOD.
           05 WP-YEAR  PIC 9(4).
           05 WP-MONTH PIC 9(2).
        01 YEAR-FIRST PIC X(6).
        01 CLOSING-PERIOD PIC X(6).
        01 NEXT-OPENING PIC X(6).
        01 OLD-OPENING-FOUND PIC X.
        01 month-number PIC 9(2).
        01 OPEN-MONTHS PIC 9(2).
        01 RETAINED-ACCOUNT PIC X(5) VALUE "29900".
        01 RETAINED-OK PIC X.
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
        01 ACCT-COUNT PIC 9(3) VALUE 0.
        01 acct-index PIC 9(3).
        01 ACCT-TABLE.
           05 ACCT-ENTRY OCCURS 150 TIMES.
              10 AC-ACCOUNT PIC X(5).
              10 AC-NAME    PIC X(30).
              10 AC-CLASS   PIC X.
              10 AC-NET     PIC S9(13)V99.
        01 ACCT-FOUND PIC X.
        01 DERIVED-COUNT PIC 9(3) VALUE 0.
        01 FOUND-INDEX PIC 9(3).
        01 POST-PERIOD PIC X(6).
        01 POST-ACCOUNT PIC X(5).
        01 POST-NET PIC S9(13)V99.
        01 POST-SIDE PIC X.
        01 POST-AMOUNT PIC 9(11)V99.
        01 YEAR-RESULT PIC S9(13)V99 VALUE 0.
        01 CLOSING-COUNT PIC 9(5) VALUE 0.
        01 OPENING-COUNT PIC 9(5) VALUE 0.
        01 OPENING-DEBIT PIC 9(13)V99 VALUE 0.
        01 OPENING-CREDIT PIC 9(13)V99 VALUE 0.
        01 EDIT-AMOUNT PIC Z(10)9.99.
        01 EDIT-RESULT PIC Z(10)9.99-.
        01 EDIT-DEBIT PIC Z(12)9.99.
        01 EDIT-CREDIT PIC Z(12)9.99.
        copy "report-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "BANK-GLYEAR: Jahresabschluss Hauptbuch"
           DISPLAY "Geschaeftsjahr (JJJJ): "
           ACCEPT WORK-YEAR
           IF WORK-YEAR = 0
             DISPLAY "Ungueltiges Geschaeftsjahr. Abbruch."
             STOP RUN
           END-IF
           COMPUTE NEW-YEAR = WORK-YEAR + 1
           MOVE SPACES TO YEAR-FIRST
           STRING WORK-YEAR "00" DELIMITED BY SIZE INTO YEAR-FIRST
           MOVE SPACES TO CLOSING-PERIOD
           STRING WORK-YEAR "13" DELIMITED BY SIZE INTO CLOSING-PERIOD
           MOVE SPACES TO NEXT-OPENING
           STRING NEW-YEAR "00" DELIMITED BY SIZE INTO NEXT-OPENING

           MOVE 'S' TO JJ-EVENT
           MOVE "BANK-GLYEAR" TO JJ-JOB-NAME
           MOVE 0 TO JJ-RECORDS
           MOVE SPACES TO JJ-RESULT
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT

           PERFORM LOAD-PERIODS
           MOVE CLOSING-PERIOD TO WORK-PERIOD
           PERFORM FIND-PERIOD
           IF FOUND-INDEX > 0
             DISPLAY "ABBRUCH: Geschaeftsjahr " WORK-YEAR
                     " ist bereits abgeschlossen."
             PERFORM ABORT-RUN
           END-IF
           PERFORM CHECK-YEAR-PERIODS
           IF OPEN-MONTHS > 0
             DISPLAY "ABBRUCH: " OPEN-MONTHS " Perioden des Jahres "
                     WORK-YEAR " sind nicht geschlossen"
                     " (BANK-GLCLOSE)."
             PERFORM ABORT-RUN
           END-IF
           IF PERIOD-COUNT > 86
             DISPLAY "ABBRUCH: Periodentabelle voll."
             PERFORM ABORT-RUN
           END-IF

           PERFORM LOAD-CHART
           PERFORM CHECK-RETAINED-ACCOUNT
           IF RETAINED-OK = 'N'
             DISPLAY "ABBRUCH: Gewinnvortragskonto " RETAINED-ACCOUNT
                     " fehlt im Kontenplan oder ist kein"
                     " Eigenkapitalkonto (Klasse E)."
             PERFORM ABORT-RUN
           END-IF

           PERFORM LOAD-BALANCES
           PERFORM SCAN-OPENING
           IF OLD-OPENING-FOUND = 'X'
             DISPLAY "ABBRUCH: Eroeffnungssalden " NEXT-OPENING
                     " bereits vorhanden."
             PERFORM ABORT-RUN
           END-IF

           DISPLAY "Geschaeftsjahr " WORK-YEAR " abschliessen und"
                   " Saldenvortrag nach " NEW-YEAR " erstellen? (J/N): "
           ACCEPT ANSWER
           IF ANSWER NOT = 'J' AND ANSWER NOT = 'j'
             DISPLAY "Jahresabschluss abgebrochen."
             MOVE 'E' TO JJ-EVENT
             MOVE 0 TO JJ-RECORDS
             MOVE "OK" TO JJ-RESULT
             CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                  JJ-RECORDS JJ-RESULT
             STOP RUN
           END-IF

           PERFORM SUM-YEAR-BALANCES

           MOVE 'O' TO rpt-action
           MOVE "GLYEAR" TO rpt-name
           MOVE SPACES TO rpt-filename
           STRING "GLYEAR-" WORK-YEAR ".DAT"
                  DELIMITED BY SIZE INTO rpt-filename
           MOVE SPACES TO rpt-title
           STRING "Jahresabschlussprotokoll " WORK-YEAR
                  DELIMITED BY SIZE INTO rpt-title
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line

           PERFORM WRITE-CLOSING-ENTRIES
           IF BAL-COUNT > 500
             PERFORM CAPACITY-ABORT
           END-IF
           PERFORM WRITE-OPENING-BALANCES
           IF BAL-COUNT > 500
             PERFORM CAPACITY-ABORT
           END-IF

           PERFORM PROTOCOL-LINE
           MOVE OPENING-DEBIT TO EDIT-DEBIT
           MOVE OPENING-CREDIT TO EDIT-CREDIT
           STRING "Eroeffnung Soll " EDIT-DEBIT
                  "  Haben " EDIT-CREDIT
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM PROTOCOL-LINE
           IF OPENING-DEBIT = OPENING-CREDIT
             MOVE "Eroeffnungsbilanz ist ausgeglichen." TO rpt-line
           ELSE
             MOVE "ABWEICHUNG: Eroeffnungsbilanz nicht ausgeglichen!"
               TO rpt-line
           END-IF
           PERFORM PROTOCOL-LINE
           IF DERIVED-COUNT > 0
             STRING "Hinweis: " DERIVED-COUNT " Konten ohne"
                    " Kontenklasse (aus Kontonummer abgeleitet)"
                    DELIMITED BY SIZE INTO rpt-line
             PERFORM PROTOCOL-LINE
           END-IF

           PERFORM SAVE-BALANCES
           PERFORM LOCK-YEAR
           PERFORM SAVE-PERIODS
           STRING "Perioden " YEAR-FIRST(1:4) "01 bis "
                  CLOSING-PERIOD " fuer Buchungen gesperrt."
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM PROTOCOL-LINE

           MOVE 'C' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest

           MOVE YEAR-RESULT TO EDIT-RESULT
           DISPLAY "Jahresergebnis:      " EDIT-RESULT
           DISPLAY "Abschlussbuchungen:  " CLOSING-COUNT
           DISPLAY "Eroeffnungssalden:   " OPENING-COUNT
           DISPLAY "Protokoll: " rpt-filename

           MOVE 'E' TO JJ-EVENT
           COMPUTE JJ-RECORDS = CLOSING-COUNT + OPENING-COUNT
           MOVE "OK" TO JJ-RESULT
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT

       STOP RUN.

       ABORT-RUN.
           MOVE 'E' TO JJ-EVENT
           MOVE 0 TO JJ-RECORDS
           MOVE "FAIL" TO JJ-RESULT
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT
           STOP RUN.

       CAPACITY-ABORT.
           MOVE "ABBRUCH: Tabellenkapazitaet GLBAL.DAT erschoepft -"
             TO rpt-line
           PERFORM PROTOCOL-LINE
           MOVE "keine Abschlussbuchung gespeichert." TO rpt-line
           PERFORM PROTOCOL-LINE
           MOVE 'C' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           DISPLAY "ABBRUCH: Tabellenkapazitaet GLBAL.DAT erschoepft."
           PERFORM ABORT-RUN.

       CHECK-YEAR-PERIODS.
           MOVE 0 TO OPEN-MONTHS
           PERFORM VARYING month-number FROM 1 BY 1
                   UNTIL month-number > 12
             MOVE WORK-YEAR TO WP-YEAR
             MOVE month-number TO WP-MONTH
             PERFORM FIND-PERIOD
             IF FOUND-INDEX = 0
               ADD 1 TO OPEN-MONTHS
             ELSE
               IF PD-STATUS (FOUND-INDEX) NOT = 'C'
                 ADD 1 TO OPEN-MONTHS
               END-IF
             END-IF
           END-PERFORM.

       FIND-PERIOD.
           MOVE 0 TO FOUND-INDEX
           PERFORM VARYING period-index FROM 1 BY 1
                   UNTIL period-index > PERIOD-COUNT
             IF PD-PERIOD (period-index) = WORK-PERIOD
               MOVE period-index TO FOUND-INDEX
               EXIT PERFORM
             END-IF
           END-PERFORM.

       LOCK-YEAR.
           PERFORM VARYING month-number FROM 1 BY 1
                   UNTIL month-number > 13
             MOVE WORK-YEAR TO WP-YEAR
             MOVE month-number TO WP-MONTH
             PERFORM FIND-PERIOD
             IF FOUND-INDEX = 0
               ADD 1 TO PERIOD-COUNT
               MOVE PERIOD-COUNT TO FOUND-INDEX
               MOVE WORK-PERIOD TO PD-PERIOD (FOUND-INDEX)
             END-IF
             MOVE 'Y' TO PD-STATUS (FOUND-INDEX)
           END-PERFORM.

       CHECK-RETAINED-ACCOUNT.
           MOVE 'N' TO RETAINED-OK
           PERFORM VARYING acct-index FROM 1 BY 1
                   UNTIL acct-index > ACCT-COUNT
             IF AC-ACCOUNT (acct-index) = RETAINED-ACCOUNT
               IF AC-CLASS (acct-index) = 'E'
                 MOVE 'Y' TO RETAINED-OK
               END-IF
               EXIT PERFORM
             END-IF
           END-PERFORM.

       SCAN-OPENING.
           MOVE 'N' TO OLD-OPENING-FOUND
           PERFORM VARYING bal-index FROM 1 BY 1
                   UNTIL bal-index > BAL-COUNT
             IF BL-PERIOD (bal-index) = NEXT-OPENING
               MOVE 'X' TO OLD-OPENING-FOUND
               EXIT PERFORM
             END-IF
             IF BL-PERIOD (bal-index) = YEAR-FIRST
               MOVE 'Y' TO OLD-OPENING-FOUND
             END-IF
           END-PERFORM.

       SUM-YEAR-BALANCES.
           PERFORM VARYING bal-index FROM 1 BY 1
                   UNTIL bal-index > BAL-COUNT
             IF BL-PERIOD (bal-index) NOT > CLOSING-PERIOD
               MOVE BL-ACCOUNT (bal-index) TO POST-ACCOUNT
               PERFORM FIND-ACCOUNT
               IF ACCT-FOUND = 'Y'
                 PERFORM ADD-ONE-BALANCE
               END-IF
             END-IF
           END-PERFORM.

       ADD-ONE-BALANCE.
           IF OLD-OPENING-FOUND = 'N'
              OR BL-PERIOD (bal-index) NOT < YEAR-FIRST
             COMPUTE AC-NET (acct-index) = AC-NET (acct-index)
                   + BL-DEBIT (bal-index) - BL-CREDIT (bal-index)
           END-IF.

       FIND-ACCOUNT.
           MOVE 'N' TO ACCT-FOUND
           PERFORM VARYING acct-index FROM 1 BY 1
                   UNTIL acct-index > ACCT-COUNT
             IF AC-ACCOUNT (acct-index) = POST-ACCOUNT
               MOVE 'Y' TO ACCT-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF ACCT-FOUND = 'N' AND ACCT-COUNT < 150
             ADD 1 TO ACCT-COUNT
             MOVE ACCT-COUNT TO acct-index
             MOVE POST-ACCOUNT TO AC-ACCOUNT (acct-index)
             MOVE "(nicht im Kontenplan)" TO AC-NAME (acct-index)
             MOVE 0 TO AC-NET (acct-index)
             PERFORM DERIVE-CLASS
             MOVE 'Y' TO ACCT-FOUND
           END-IF.

       DERIVE-CLASS.
           ADD 1 TO DERIVED-COUNT
           EVALUATE AC-ACCOUNT (acct-index)(1:1)
             WHEN '1' MOVE 'A' TO AC-CLASS (acct-index)
             WHEN '2' MOVE 'L' TO AC-CLASS (acct-index)
             WHEN '3' MOVE 'X' TO AC-CLASS (acct-index)
             WHEN OTHER MOVE 'I' TO AC-CLASS (acct-index)
           END-EVALUATE.

       WRITE-CLOSING-ENTRIES.
           STRING "Abschlussbuchungen Periode " CLOSING-PERIOD
                  " gegen Gewinnvortrag " RETAINED-ACCOUNT
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM PROTOCOL-LINE
           PERFORM PROTOCOL-LINE
           MOVE CLOSING-PERIOD TO POST-PERIOD
           MOVE 0 TO YEAR-RESULT
           PERFORM VARYING acct-index FROM 1 BY 1
                   UNTIL acct-index > ACCT-COUNT
             IF (AC-CLASS (acct-index) = 'I'
                 OR AC-CLASS (acct-index) = 'X')
                AND AC-NET (acct-index) NOT = 0
               MOVE AC-ACCOUNT (acct-index) TO POST-ACCOUNT
               COMPUTE POST-NET = 0 - AC-NET (acct-index)
               SUBTRACT AC-NET (acct-index) FROM YEAR-RESULT
               PERFORM POST-NET-AMOUNT
               ADD 1 TO CLOSING-COUNT
               MOVE 0 TO AC-NET (acct-index)
             END-IF
           END-PERFORM
           IF YEAR-RESULT NOT = 0
             MOVE RETAINED-ACCOUNT TO POST-ACCOUNT
             PERFORM FIND-ACCOUNT
             COMPUTE POST-NET = 0 - YEAR-RESULT
             PERFORM POST-NET-AMOUNT
             ADD 1 TO CLOSING-COUNT
             ADD POST-NET TO AC-NET (acct-index)
           END-IF
           MOVE YEAR-RESULT TO EDIT-RESULT
           STRING "Jahresergebnis " WORK-YEAR ": " EDIT-RESULT
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM PROTOCOL-LINE
           PERFORM PROTOCOL-LINE.

       WRITE-OPENING-BALANCES.
           STRING "Eroeffnungssalden Periode " NEXT-OPENING
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM PROTOCOL-LINE
           PERFORM PROTOCOL-LINE
           MOVE NEXT-OPENING TO POST-PERIOD
           PERFORM VARYING acct-index FROM 1 BY 1
                   UNTIL acct-index > ACCT-COUNT
             IF AC-CLASS (acct-index) NOT = 'I'
                AND AC-CLASS (acct-index) NOT = 'X'
                AND AC-NET (acct-index) NOT = 0
               MOVE AC-ACCOUNT (acct-index) TO POST-ACCOUNT
               MOVE AC-NET (acct-index) TO POST-NET
               PERFORM POST-NET-AMOUNT
               ADD 1 TO OPENING-COUNT
               IF POST-SIDE = 'S'
                 ADD POST-AMOUNT TO OPENING-DEBIT
               ELSE
                 ADD POST-AMOUNT TO OPENING-CREDIT
               END-IF
             END-IF
           END-PERFORM.

       POST-NET-AMOUNT.
           IF POST-NET < 0
             MOVE 'H' TO POST-SIDE
             COMPUTE POST-AMOUNT = 0 - POST-NET
           ELSE
             MOVE 'S' TO POST-SIDE
             MOVE POST-NET TO POST-AMOUNT
           END-IF
           IF BAL-COUNT < 500
             ADD 1 TO BAL-COUNT
             MOVE POST-PERIOD TO BL-PERIOD (BAL-COUNT)
             MOVE POST-ACCOUNT TO BL-ACCOUNT (BAL-COUNT)
             MOVE 0 TO BL-DEBIT (BAL-COUNT)
             MOVE 0 TO BL-CREDIT (BAL-COUNT)
             IF POST-SIDE = 'S'
               MOVE POST-AMOUNT TO BL-DEBIT (BAL-COUNT)
             ELSE
               MOVE POST-AMOUNT TO BL-CREDIT (BAL-COUNT)
             END-IF
           ELSE
             MOVE 501 TO BAL-COUNT
           END-IF
           MOVE POST-AMOUNT TO EDIT-AMOUNT
           STRING "  " POST-PERIOD " " POST-ACCOUNT " "
                  AC-NAME (acct-index) " " POST-SIDE " " EDIT-AMOUNT
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM PROTOCOL-LINE.

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
               MOVE 0 TO AC-NET (ACCT-COUNT)
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

       LOAD-BALANCES.
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
               DISPLAY "ABBRUCH: GLBAL.DAT groesser als 500"
                       " Salden - Lauf nicht moeglich."
               PERFORM ABORT-RUN
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

       SAVE-PERIODS.
           OPEN OUTPUT GlPeriods
           PERFORM VARYING period-index FROM 1 BY 1
                   UNTIL period-index > PERIOD-COUNT
             MOVE PD-PERIOD (period-index) TO gp-period
             MOVE PD-STATUS (period-index) TO gp-status
             WRITE GlPeriodRecord
           END-PERFORM
           CLOSE GlPeriods.

       PROTOCOL-LINE.
           MOVE 'L' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line.
