              05 bi-zahl1    PIC X(9).
              05 bi-operator PIC X(1).
              05 bi-zahl2    PIC X(9).
           01 BatchFinLine.
              05 bf-kennung  PIC X(1).
              05 bf-code     PIC X(2).
              05 bf-betrag   PIC X(12).
              05 bf-zins     PIC X(8).
              05 bf-laufzeit PIC X(4).
       FD BatchOutput.
           01 BatchOutLine PIC X(60).
       WORKING-STORAGE SECTION.
           01 bi-eof pic 9.
           01 BATCH-LINE-COUNT pic 9(5) value 0.
           01 BATCH-ERROR-COUNT pic 9(5) value 0.
           01 WS-FIN-CODE pic x(2).
           01 WS-FIN-BETRAG pic 9(9)V99.
           01 WS-FIN-ZINS pic 99V9(4).
           01 WS-FIN-LAUFZEIT pic 9(3).
           01 WS-FIN-I pic 9V9(12).
           01 WS-FIN-FAKTOR pic 9(9)V9(10).
           01 WS-FIN-QUOTE pic 9(9)V9(10).
           01 WS-FIN-ERGEBNIS pic 9(9)V99.
           01 WS-FIN-RATE pic 9(9)V99.
           01 WS-FIN-REST pic 9(9)V99.
           01 WS-FIN-ZINSANTEIL pic 9(9)V99.
           01 WS-FIN-TILGUNG pic 9(9)V99.
           01 WS-FIN-MONATSRATE pic 9(9)V99.
           01 WS-FIN-MONAT pic 9(3).
           01 WS-FIN-SUMME-RATE pic 9(9)V99.
           01 WS-FIN-SUMME-ZINS pic 9(9)V99.
           01 WS-FIN-SUMME-TILG pic 9(9)V99.
           01 WS-FIN-EINHEIT pic x(8).
           01 WS-FIN-IN-BETRAG pic S9(12)V99.
           01 WS-FIN-IN-ZINS pic S9(8)V9(4).
           01 WS-FIN-IN-LAUFZEIT pic S9(4)V99.
           01 WS-PLAN-OPEN pic x value "N".
           01 WS-PRINT-BETRAG pic Z(8)9.99.
           01 WS-PRINT-ZINS pic Z9.9999.
           01 WS-PRINT-ERGEBNIS pic Z(8)9.99.
           01 WS-PRINT-RATE pic Z(8)9.99.
           01 WS-PRINT-ZINSANTEIL pic Z(8)9.99.
           01 WS-PRINT-TILGUNG pic Z(8)9.99.
           01 WS-PRINT-REST pic Z(8)9.99.
           copy "report-request.cpy".
           copy "date-time.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
       ELSE
         PERFORM INTERACTIVE-MODE
       END-IF
       IF WS-PLAN-OPEN = "Y"
         MOVE 'C' TO rpt-action
         CALL "REPORT-WRITER" USING ReportRequest
         DISPLAY "Tilgungsplaene gedruckt: " rpt-filename
       END-IF
       CLOSE CalcHistory
       STOP RUN.

       INTERACTIVE-MODE.
       PERFORM UNTIL antwort = "Nein"
           DISPLAY "Erste Zahl (A = Ergebnis, MR = Speicher,"
                   " F = Finanzfunktion): "
           ACCEPT WS-FIRST-INPUT
           IF WS-FIRST-INPUT = "F" OR WS-FIRST-INPUT = "f"
             PERFORM FINANCE-INTERACTIVE
           ELSE
             PERFORM SET-FIRST-OPERAND

             DISPLAY "Geben Sie die zweite Zahl ein: "
             ACCEPT zahl2

             DISPLAY "Wählen Sie den Operator: "
             ACCEPT eingabe

             PERFORM RUN-OPERATION
             IF WS-CALC-OK = "Y"
               DISPLAY WS-RESULT-LABEL " = " result
               MOVE "Y" TO WS-HAS-RESULT
               PERFORM WRITE-CALC-HISTORY
               DISPLAY "Speicher: M+ (addieren), MC (loeschen),"
                       " Leer = weiter: "
               ACCEPT WS-MEM-CMD
               EVALUATE WS-MEM-CMD
                 WHEN "M+"
                   ADD result TO WS-MEMORY
                   DISPLAY "Speicher: " WS-MEMORY
                 WHEN "MC"
                   MOVE 0 TO WS-MEMORY
                   DISPLAY "Speicher geloescht."
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
             ELSE
               DISPLAY WS-ERROR-TEXT
             END-IF
           END-IF
           DISPLAY ""
           DISPLAY "Möchten Sie weitermachen?"
                   BATCH-ERROR-COUNT " Fehler.".

       BATCH-ONE-LINE.
           IF bf-kennung = "F"
             PERFORM BATCH-FINANCE-LINE
             EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(bi-zahl1) NOT = 0
              OR FUNCTION TEST-NUMVAL(bi-zahl2) NOT = 0
             ADD 1 TO BATCH-ERROR-COUNT
               MOVE "Unbekannter Operator" TO WS-ERROR-TEXT
          END-EVALUATE.

       FINANCE-INTERACTIVE.
           DISPLAY "Finanzfunktion: AN = Annuitaet, TP = Tilgungsplan,"
           DISPLAY "ZZ = Zinseszins, SP = Sparplan, EF = Effektivzins: "
           ACCEPT WS-FIN-CODE
           MOVE FUNCTION UPPER-CASE(WS-FIN-CODE) TO WS-FIN-CODE
           MOVE 0 TO WS-FIN-BETRAG
           MOVE 0 TO WS-FIN-ZINS
           MOVE 0 TO WS-FIN-LAUFZEIT
           EVALUATE WS-FIN-CODE
             WHEN "AN"
             WHEN "TP"
               DISPLAY "Darlehensbetrag: "
               ACCEPT WS-FIN-BETRAG
               DISPLAY "Sollzins % p.a.: "
               ACCEPT WS-FIN-ZINS
               DISPLAY "Laufzeit in Monaten: "
               ACCEPT WS-FIN-LAUFZEIT
             WHEN "ZZ"
               DISPLAY "Anlagebetrag: "
               ACCEPT WS-FIN-BETRAG
               DISPLAY "Zins % p.a.: "
               ACCEPT WS-FIN-ZINS
               DISPLAY "Laufzeit in Jahren: "
               ACCEPT WS-FIN-LAUFZEIT
             WHEN "SP"
               DISPLAY "Monatliche Sparrate: "
               ACCEPT WS-FIN-BETRAG
               DISPLAY "Zins % p.a.: "
               ACCEPT WS-FIN-ZINS
               DISPLAY "Laufzeit in Monaten: "
               ACCEPT WS-FIN-LAUFZEIT
             WHEN "EF"
               DISPLAY "Nominalzins % p.a.: "
               ACCEPT WS-FIN-ZINS
               DISPLAY "Zinsperioden pro Jahr (12 = monatlich): "
               ACCEPT WS-FIN-LAUFZEIT
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           PERFORM RUN-FINANCE
           IF WS-CALC-OK = "Y"
             MOVE WS-FIN-ERGEBNIS TO WS-PRINT-ERGEBNIS
             DISPLAY WS-RESULT-LABEL " = " WS-PRINT-ERGEBNIS " "
                     WS-FIN-EINHEIT
             IF WS-FIN-CODE = "TP"
               DISPLAY "Tilgungsplan: " rpt-filename
             END-IF
             PERFORM WRITE-FINANCE-HISTORY
           ELSE
             DISPLAY WS-ERROR-TEXT
           END-IF.

       BATCH-FINANCE-LINE.
           IF FUNCTION TEST-NUMVAL(bf-betrag) NOT = 0
              OR FUNCTION TEST-NUMVAL(bf-zins) NOT = 0
              OR FUNCTION TEST-NUMVAL(bf-laufzeit) NOT = 0
             ADD 1 TO BATCH-ERROR-COUNT
             MOVE SPACES TO BatchOutLine
             STRING "FEHLER Zeile " BATCH-LINE-COUNT
                    ": Zahl nicht numerisch"
                    DELIMITED BY SIZE INTO BatchOutLine
             WRITE BatchOutLine
             EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(bf-code) TO WS-FIN-CODE
           COMPUTE WS-FIN-IN-BETRAG = FUNCTION NUMVAL(bf-betrag)
           COMPUTE WS-FIN-IN-ZINS = FUNCTION NUMVAL(bf-zins)
           COMPUTE WS-FIN-IN-LAUFZEIT = FUNCTION NUMVAL(bf-laufzeit)
           MOVE SPACES TO WS-ERROR-TEXT
           EVALUATE TRUE
             WHEN WS-FIN-IN-BETRAG < 0
                  OR WS-FIN-IN-ZINS < 0
                  OR WS-FIN-IN-LAUFZEIT < 0
               MOVE "Negative Werte nicht zulaessig"
                 TO WS-ERROR-TEXT
             WHEN WS-FIN-IN-BETRAG > 999999999.99
               MOVE "Betrag zu gross" TO WS-ERROR-TEXT
             WHEN WS-FIN-IN-ZINS > 99.9999
               MOVE "Zinssatz zu gross" TO WS-ERROR-TEXT
             WHEN WS-FIN-IN-LAUFZEIT > 999
               MOVE "Laufzeit zu gross" TO WS-ERROR-TEXT
             WHEN WS-FIN-IN-LAUFZEIT NOT =
                  FUNCTION INTEGER-PART(WS-FIN-IN-LAUFZEIT)
               MOVE "Laufzeit muss ganzzahlig sein"
                 TO WS-ERROR-TEXT
           END-EVALUATE
           IF WS-ERROR-TEXT NOT = SPACES
             ADD 1 TO BATCH-ERROR-COUNT
             MOVE SPACES TO BatchOutLine
             STRING "FEHLER Zeile " BATCH-LINE-COUNT
                    ": " WS-ERROR-TEXT
                    DELIMITED BY SIZE INTO BatchOutLine
             WRITE BatchOutLine
             EXIT PARAGRAPH
           END-IF
           MOVE WS-FIN-IN-BETRAG TO WS-FIN-BETRAG
           MOVE WS-FIN-IN-ZINS TO WS-FIN-ZINS
           MOVE WS-FIN-IN-LAUFZEIT TO WS-FIN-LAUFZEIT
           PERFORM RUN-FINANCE
           IF WS-CALC-OK = "Y"
             PERFORM FORMAT-FINANCE-LINE
             MOVE CalcHistoryLine TO BatchOutLine
             WRITE BatchOutLine
             PERFORM WRITE-FINANCE-HISTORY
           ELSE
             ADD 1 TO BATCH-ERROR-COUNT
             MOVE SPACES TO BatchOutLine
             STRING "FEHLER Zeile " BATCH-LINE-COUNT
                    ": " WS-ERROR-TEXT
                    DELIMITED BY SIZE INTO BatchOutLine
             WRITE BatchOutLine
           END-IF.

       RUN-FINANCE.
           MOVE "N" TO WS-CALC-OK
           MOVE SPACES TO WS-ERROR-TEXT
           MOVE "EUR" TO WS-FIN-EINHEIT
           MOVE 0 TO WS-FIN-ERGEBNIS
           MOVE 0 TO WS-FIN-RATE
           COMPUTE WS-FIN-I = WS-FIN-ZINS / 1200
           EVALUATE WS-FIN-CODE
             WHEN "AN"
             WHEN "TP"
             WHEN "SP"
               IF WS-FIN-BETRAG = 0
                 MOVE "Betrag muss groesser 0 sein" TO WS-ERROR-TEXT
                 EXIT PARAGRAPH
               END-IF
               IF WS-FIN-LAUFZEIT = 0 OR WS-FIN-LAUFZEIT > 600
                 MOVE "Laufzeit 1 bis 600 Monate" TO WS-ERROR-TEXT
                 EXIT PARAGRAPH
               END-IF
             WHEN "ZZ"
               IF WS-FIN-BETRAG = 0
                 MOVE "Betrag muss groesser 0 sein" TO WS-ERROR-TEXT
                 EXIT PARAGRAPH
               END-IF
               IF WS-FIN-LAUFZEIT = 0 OR WS-FIN-LAUFZEIT > 100
                 MOVE "Laufzeit 1 bis 100 Jahre" TO WS-ERROR-TEXT
                 EXIT PARAGRAPH
               END-IF
             WHEN "EF"
               IF WS-FIN-LAUFZEIT = 0 OR WS-FIN-LAUFZEIT > 365
                 MOVE "Zinsperioden 1 bis 365" TO WS-ERROR-TEXT
                 EXIT PARAGRAPH
               END-IF
             WHEN OTHER
               MOVE "Unbekannte Finanzfunktion" TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-EVALUATE
           EVALUATE WS-FIN-CODE
             WHEN "AN"
             WHEN "TP"
               PERFORM CALC-ANNUITY
               MOVE WS-FIN-RATE TO WS-FIN-ERGEBNIS
               MOVE "Monatsrate" TO WS-RESULT-LABEL
             WHEN "ZZ"
               COMPUTE WS-FIN-FAKTOR =
                       (1 + WS-FIN-ZINS / 100) ** WS-FIN-LAUFZEIT
                 ON SIZE ERROR
                   MOVE "Ergebnis zu gross" TO WS-ERROR-TEXT
                   EXIT PARAGRAPH
               END-COMPUTE
               COMPUTE WS-FIN-ERGEBNIS ROUNDED =
                       WS-FIN-BETRAG * WS-FIN-FAKTOR
                 ON SIZE ERROR
                   MOVE "Ergebnis zu gross" TO WS-ERROR-TEXT
                   EXIT PARAGRAPH
               END-COMPUTE
               MOVE "Endkapital" TO WS-RESULT-LABEL
             WHEN "SP"
               IF WS-FIN-I = 0
                 COMPUTE WS-FIN-ERGEBNIS =
                         WS-FIN-BETRAG * WS-FIN-LAUFZEIT
               ELSE
                 COMPUTE WS-FIN-FAKTOR = (1 + WS-FIN-I)
                         ** WS-FIN-LAUFZEIT
                   ON SIZE ERROR
                     MOVE "Ergebnis zu gross" TO WS-ERROR-TEXT
                     EXIT PARAGRAPH
                 END-COMPUTE
                 COMPUTE WS-FIN-QUOTE = (WS-FIN-FAKTOR - 1) / WS-FIN-I
                   ON SIZE ERROR
                     MOVE "Ergebnis zu gross" TO WS-ERROR-TEXT
                     EXIT PARAGRAPH
                 END-COMPUTE
                 COMPUTE WS-FIN-ERGEBNIS ROUNDED =
                         WS-FIN-BETRAG * WS-FIN-QUOTE
                   ON SIZE ERROR
                     MOVE "Ergebnis zu gross" TO WS-ERROR-TEXT
                     EXIT PARAGRAPH
                 END-COMPUTE
               END-IF
               MOVE "Endwert" TO WS-RESULT-LABEL
             WHEN "EF"
               COMPUTE WS-FIN-I = WS-FIN-ZINS / (100 * WS-FIN-LAUFZEIT)
               COMPUTE WS-FIN-FAKTOR = (1 + WS-FIN-I) ** WS-FIN-LAUFZEIT
               COMPUTE WS-FIN-ERGEBNIS ROUNDED =
                       (WS-FIN-FAKTOR - 1) * 100
               MOVE "Effektivzins" TO WS-RESULT-LABEL
               MOVE "% p.a." TO WS-FIN-EINHEIT
           END-EVALUATE
           IF WS-ERROR-TEXT NOT = SPACES
             EXIT PARAGRAPH
           END-IF
           IF WS-FIN-CODE = "TP"
             PERFORM PRINT-REPAYMENT-PLAN
           END-IF
           MOVE "Y" TO WS-CALC-OK.

       CALC-ANNUITY.
           IF WS-FIN-I = 0
             COMPUTE WS-FIN-RATE ROUNDED =
                     WS-FIN-BETRAG / WS-FIN-LAUFZEIT
             EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FIN-FAKTOR = (1 + WS-FIN-I) ** WS-FIN-LAUFZEIT
             ON SIZE ERROR
               MOVE "Ergebnis zu gross" TO WS-ERROR-TEXT
               EXIT PARAGRAPH
           END-COMPUTE
           COMPUTE WS-FIN-QUOTE = WS-FIN-I * WS-FIN-FAKTOR
           COMPUTE WS-FIN-QUOTE = WS-FIN-QUOTE / (WS-FIN-FAKTOR - 1)
           COMPUTE WS-FIN-RATE ROUNDED = WS-FIN-BETRAG * WS-FIN-QUOTE
             ON SIZE ERROR
               MOVE "Ergebnis zu gross" TO WS-ERROR-TEXT
           END-COMPUTE.

       PRINT-REPAYMENT-PLAN.
           IF WS-PLAN-OPEN = "Y"
             MOVE 'P' TO rpt-action
             CALL "REPORT-WRITER" USING ReportRequest
           ELSE
             MOVE FUNCTION CURRENT-DATE TO date-time
             MOVE 'O' TO rpt-action
             MOVE "TASCHENRECHN" TO rpt-name
             MOVE SPACES TO rpt-filename
             STRING "TILG-" year month day-1 ".DAT"
                    DELIMITED BY SIZE INTO rpt-filename
             MOVE "Tilgungsplan" TO rpt-title
             CALL "REPORT-WRITER" USING ReportRequest
             MOVE "Y" TO WS-PLAN-OPEN
           END-IF
           MOVE 'L' TO rpt-action
           MOVE WS-FIN-BETRAG TO WS-PRINT-BETRAG
           MOVE WS-FIN-ZINS TO WS-PRINT-ZINS
           MOVE WS-FIN-RATE TO WS-PRINT-RATE
           MOVE SPACES TO rpt-line
           STRING "Darlehen " WS-PRINT-BETRAG " EUR, Zins "
                  WS-PRINT-ZINS " %, " WS-FIN-LAUFZEIT " Monate"
                  DELIMITED BY SIZE INTO rpt-line
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line
           STRING "Monatsrate " WS-PRINT-RATE " EUR"
                  DELIMITED BY SIZE INTO rpt-line
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line
           STRING "Monat         Rate       Zinsen"
                  "      Tilgung   Restschuld"
                  DELIMITED BY SIZE INTO rpt-line
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE WS-FIN-BETRAG TO WS-FIN-REST
           MOVE 0 TO WS-FIN-SUMME-RATE
           MOVE 0 TO WS-FIN-SUMME-ZINS
           MOVE 0 TO WS-FIN-SUMME-TILG
           PERFORM VARYING WS-FIN-MONAT FROM 1 BY 1
                   UNTIL WS-FIN-MONAT > WS-FIN-LAUFZEIT
             PERFORM PLAN-ONE-MONTH
           END-PERFORM
           MOVE WS-FIN-SUMME-RATE TO WS-PRINT-RATE
           MOVE WS-FIN-SUMME-ZINS TO WS-PRINT-ZINSANTEIL
           MOVE WS-FIN-SUMME-TILG TO WS-PRINT-TILGUNG
           MOVE SPACES TO rpt-line
           STRING "Summe " WS-PRINT-RATE " " WS-PRINT-ZINSANTEIL " "
                  WS-PRINT-TILGUNG
                  DELIMITED BY SIZE INTO rpt-line
           CALL "REPORT-WRITER" USING ReportRequest.

       PLAN-ONE-MONTH.
           COMPUTE WS-FIN-ZINSANTEIL ROUNDED = WS-FIN-REST * WS-FIN-I
           IF WS-FIN-MONAT = WS-FIN-LAUFZEIT
              OR WS-FIN-RATE - WS-FIN-ZINSANTEIL > WS-FIN-REST
             MOVE WS-FIN-REST TO WS-FIN-TILGUNG
             COMPUTE WS-FIN-MONATSRATE =
                     WS-FIN-REST + WS-FIN-ZINSANTEIL
           ELSE
             COMPUTE WS-FIN-TILGUNG = WS-FIN-RATE - WS-FIN-ZINSANTEIL
             MOVE WS-FIN-RATE TO WS-FIN-MONATSRATE
           END-IF
           SUBTRACT WS-FIN-TILGUNG FROM WS-FIN-REST
           ADD WS-FIN-MONATSRATE TO WS-FIN-SUMME-RATE
           ADD WS-FIN-ZINSANTEIL TO WS-FIN-SUMME-ZINS
           ADD WS-FIN-TILGUNG TO WS-FIN-SUMME-TILG
           MOVE WS-FIN-MONATSRATE TO WS-PRINT-RATE
           MOVE WS-FIN-ZINSANTEIL TO WS-PRINT-ZINSANTEIL
           MOVE WS-FIN-TILGUNG TO WS-PRINT-TILGUNG
           MOVE WS-FIN-REST TO WS-PRINT-REST
           MOVE SPACES TO rpt-line
           STRING "  " WS-FIN-MONAT " " WS-PRINT-RATE " "
                  WS-PRINT-ZINSANTEIL " " WS-PRINT-TILGUNG " "
                  WS-PRINT-REST
                  DELIMITED BY SIZE INTO rpt-line
           CALL "REPORT-WRITER" USING ReportRequest.

       FORMAT-FINANCE-LINE.
           MOVE WS-FIN-BETRAG TO WS-PRINT-BETRAG
           MOVE WS-FIN-ZINS TO WS-PRINT-ZINS
           MOVE WS-FIN-ERGEBNIS TO WS-PRINT-ERGEBNIS
           MOVE SPACES TO CalcHistoryLine
           STRING WS-FIN-CODE " " WS-PRINT-BETRAG " " WS-PRINT-ZINS
                  "% " WS-FIN-LAUFZEIT " = " WS-PRINT-ERGEBNIS " "
                  WS-FIN-EINHEIT
                  DELIMITED BY SIZE INTO CalcHistoryLine.

       WRITE-FINANCE-HISTORY.
           PERFORM FORMAT-FINANCE-LINE
           WRITE CalcHistoryLine.

       OPEN-CALC-HISTORY.
           OPEN INPUT CalcHistory
           IF CH-STATUS = "35"
