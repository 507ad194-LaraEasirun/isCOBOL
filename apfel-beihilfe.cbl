       IDENTIFICATION DIVISION.
       PROGRAM-ID. APFEL-BEIHILFE.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select RateFile ASSIGN TO "APFELSATZ.DAT"
                   organization is line sequential
                   FILE STATUS IS SATZ-STATUS.
       Select DistLog ASSIGN TO "APFELLOG.DAT"
                   organization is line sequential
                   FILE STATUS IS LOG-STATUS.
       Select OrderFile ASSIGN TO "APFELORDER.DAT"
                   organization is line sequential
                   FILE STATUS IS ORD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RateFile.
           copy "apfelsatz-record.cpy".
       FD DistLog.
           copy "apfellog-record.cpy".
       FD OrderFile.
           copy "apfelorder-record.cpy".
       WORKING-STORAGE SECTION.
       01 eof PIC 9.
       01 SATZ-STATUS PIC XX.
       01 LOG-STATUS PIC XX.
       01 ORD-STATUS PIC XX.
       01 PERIODE-VON PIC 9(8).
       01 PERIODE-BIS PIC 9(8).
       01 ARTIKEL-ANZAHL PIC 9(2) VALUE 0.
       01 artikel-index PIC 9(2).
       01 ARTIKEL-TABELLE.
           05 ARTIKEL-EINTRAG OCCURS 20 TIMES.
              10 AT-NAME      PIC X(15).
              10 AT-SATZ      PIC 9(2)V99.
              10 AT-MAX-WOCHE PIC 9(2).
              10 AT-HAT-SATZ  PIC X.
              10 AT-VERTEILT  PIC 9(6).
              10 AT-FAEHIG    PIC 9(6).
              10 AT-BEIHILFE  PIC 9(7)V99.
              10 AT-GELIEFERT PIC 9(6).
              10 AT-RECHNUNG  PIC 9(7)V99.
       01 WOCHEN-ANZAHL PIC 9(3) VALUE 0.
       01 woche-index PIC 9(3).
       01 WOCHEN-TABELLE.
           05 WOCHEN-EINTRAG OCCURS 500 TIMES.
              10 WO-WOCHE    PIC 9(6).
              10 WO-MONTAG   PIC 9(8).
              10 WO-KLASSE   PIC X(10).
              10 WO-ARTIKEL  PIC 9(2).
              10 WO-MENGE    PIC 9(5).
              10 WO-SCHUELER PIC 9(3).
       01 WORK-NAME PIC X(15).
       01 WORK-WOCHE PIC 9(6).
       01 WORK-GRENZE PIC 9(6).
       01 WORK-FAEHIG PIC 9(6).
       01 GESAMT-BEIHILFE PIC 9(8)V99 VALUE 0.
       01 GESAMT-RECHNUNG PIC 9(8)V99 VALUE 0.
       01 GEKAPPT-ANZAHL PIC 9(3) VALUE 0.
       01 LIEFER-ANZAHL PIC 9(3) VALUE 0.
       01 PRINT-SATZ PIC Z9.99.
       01 PRINT-BETRAG PIC Z(7)9.99.
       copy "report-request.cpy".
       copy "date-time.cpy".

       PROCEDURE DIVISION.
       MAIN.
           MOVE 0 TO PERIODE-VON
           PERFORM UNTIL PERIODE-VON > 19000000
             DISPLAY "Antragszeitraum von (JJJJMMTT): "
             ACCEPT PERIODE-VON
           END-PERFORM
           MOVE 0 TO PERIODE-BIS
           PERFORM UNTIL PERIODE-BIS >= PERIODE-VON
             DISPLAY "Antragszeitraum bis (JJJJMMTT): "
             ACCEPT PERIODE-BIS
           END-PERFORM

           PERFORM LOAD-RATES
           IF ARTIKEL-ANZAHL = 0
             DISPLAY "Keine Beihilfesaetze in APFELSATZ.DAT."
             STOP RUN
           END-IF
           PERFORM LOAD-DISTRIBUTIONS
           IF WOCHEN-ANZAHL = 0
             DISPLAY "Keine Verteilungen im Antragszeitraum."
             STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO date-time
           PERFORM PRINT-SUPPORTING-LIST
           PERFORM PRINT-CLAIM-FORM
           STOP RUN.

       LOAD-RATES.
           MOVE 0 TO eof
           OPEN INPUT RateFile
           IF SATZ-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           READ RateFile
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             IF ARTIKEL-ANZAHL = 20
               DISPLAY "ABBRUCH: APFELSATZ.DAT hat mehr als 20"
                       " Artikel."
               STOP RUN
             END-IF
             ADD 1 TO ARTIKEL-ANZAHL
             MOVE as-artikel TO AT-NAME (ARTIKEL-ANZAHL)
             MOVE as-satz TO AT-SATZ (ARTIKEL-ANZAHL)
             MOVE as-max-woche TO AT-MAX-WOCHE (ARTIKEL-ANZAHL)
             MOVE 'J' TO AT-HAT-SATZ (ARTIKEL-ANZAHL)
             PERFORM CLEAR-ARTICLE-TOTALS
             READ RateFile
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE RateFile
           MOVE 0 TO eof.

       CLEAR-ARTICLE-TOTALS.
           MOVE 0 TO AT-VERTEILT (ARTIKEL-ANZAHL)
           MOVE 0 TO AT-FAEHIG (ARTIKEL-ANZAHL)
           MOVE 0 TO AT-BEIHILFE (ARTIKEL-ANZAHL)
           MOVE 0 TO AT-GELIEFERT (ARTIKEL-ANZAHL)
           MOVE 0 TO AT-RECHNUNG (ARTIKEL-ANZAHL).

       FIND-ARTICLE.
           PERFORM VARYING artikel-index FROM 1 BY 1
                   UNTIL artikel-index > ARTIKEL-ANZAHL
             IF AT-NAME (artikel-index) = WORK-NAME
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF artikel-index > ARTIKEL-ANZAHL
             IF ARTIKEL-ANZAHL = 20
               DISPLAY "ABBRUCH: mehr als 20 Artikel."
               STOP RUN
             END-IF
             ADD 1 TO ARTIKEL-ANZAHL
             MOVE ARTIKEL-ANZAHL TO artikel-index
             MOVE WORK-NAME TO AT-NAME (artikel-index)
             MOVE 0 TO AT-SATZ (artikel-index)
             MOVE 0 TO AT-MAX-WOCHE (artikel-index)
             MOVE 'N' TO AT-HAT-SATZ (artikel-index)
             PERFORM CLEAR-ARTICLE-TOTALS
           END-IF.

       LOAD-DISTRIBUTIONS.
           MOVE 0 TO eof
           OPEN INPUT DistLog
           IF LOG-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           READ DistLog
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             IF al-datum >= PERIODE-VON
                AND al-datum <= PERIODE-BIS
               PERFORM ADD-TO-WEEK
             END-IF
             READ DistLog
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE DistLog
           MOVE 0 TO eof.

       ADD-TO-WEEK.
           MOVE al-artikel TO WORK-NAME
           PERFORM FIND-ARTICLE
           ADD al-menge TO AT-VERTEILT (artikel-index)
           COMPUTE WORK-WOCHE =
                   (FUNCTION INTEGER-OF-DATE(al-datum) - 1) / 7
           PERFORM VARYING woche-index FROM 1 BY 1
                   UNTIL woche-index > WOCHEN-ANZAHL
             IF WO-WOCHE (woche-index) = WORK-WOCHE
                AND WO-KLASSE (woche-index) = al-klasse
                AND WO-ARTIKEL (woche-index) = artikel-index
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF woche-index > WOCHEN-ANZAHL
             IF WOCHEN-ANZAHL = 500
               DISPLAY "ABBRUCH: mehr als 500 Wochenverteilungen im"
                       " Antragszeitraum."
               STOP RUN
             END-IF
             ADD 1 TO WOCHEN-ANZAHL
             MOVE WOCHEN-ANZAHL TO woche-index
             MOVE WORK-WOCHE TO WO-WOCHE (woche-index)
             COMPUTE WO-MONTAG (woche-index) = FUNCTION
                     DATE-OF-INTEGER(WORK-WOCHE * 7 + 1)
             MOVE al-klasse TO WO-KLASSE (woche-index)
             MOVE artikel-index TO WO-ARTIKEL (woche-index)
             MOVE 0 TO WO-MENGE (woche-index)
             MOVE 0 TO WO-SCHUELER (woche-index)
           END-IF
           ADD al-menge TO WO-MENGE (woche-index)
           IF al-schueler > WO-SCHUELER (woche-index)
             MOVE al-schueler TO WO-SCHUELER (woche-index)
           END-IF.

       PRINT-SUPPORTING-LIST.
           MOVE 'O' TO rpt-action
           MOVE "APFEL-BEIHIL" TO rpt-name
           MOVE SPACES TO rpt-filename
           STRING "APFBEL-" year month day-1 ".DAT"
                  DELIMITED BY SIZE INTO rpt-filename
           MOVE "Belegliste Schulobst Lieferungen" TO rpt-title
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE 'L' TO rpt-action
           MOVE SPACES TO rpt-line
           STRING "Zeitraum " PERIODE-VON " bis " PERIODE-BIS
                  DELIMITED BY SIZE INTO rpt-line
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE "Lieferdatum Artikel         Menge Rechnung   Betrag"
             TO rpt-line
           CALL "REPORT-WRITER" USING ReportRequest

           MOVE 0 TO eof
           OPEN INPUT OrderFile
           IF ORD-STATUS = "00"
             READ OrderFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF ao-status = 'G'
                  AND ao-liefer-datum >= PERIODE-VON
                  AND ao-liefer-datum <= PERIODE-BIS
                 PERFORM LIST-ONE-DELIVERY
               END-IF
               READ OrderFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE OrderFile
           END-IF
           MOVE 0 TO eof

           MOVE GESAMT-RECHNUNG TO PRINT-BETRAG
           MOVE SPACES TO rpt-line
           STRING "Lieferungen " LIEFER-ANZAHL
                  "  Rechnungssumme " PRINT-BETRAG " EUR"
                  DELIMITED BY SIZE INTO rpt-line
           CALL "REPORT-WRITER" USING ReportRequest

           MOVE SPACES TO rpt-line
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE "Gekappte Wochenmengen:" TO rpt-line
           CALL "REPORT-WRITER" USING ReportRequest
           PERFORM VARYING woche-index FROM 1 BY 1
                   UNTIL woche-index > WOCHEN-ANZAHL
             PERFORM RATE-ONE-WEEK
           END-PERFORM
           MOVE SPACES TO rpt-line
           STRING "Gekappte Wochen: " GEKAPPT-ANZAHL
                  DELIMITED BY SIZE INTO rpt-line
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE 'C' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           DISPLAY "Belegliste: " rpt-filename.

       LIST-ONE-DELIVERY.
           ADD 1 TO LIEFER-ANZAHL
           ADD ao-betrag TO GESAMT-RECHNUNG
           MOVE ao-artikel TO WORK-NAME
           PERFORM FIND-ARTICLE
           ADD ao-geliefert TO AT-GELIEFERT (artikel-index)
           ADD ao-betrag TO AT-RECHNUNG (artikel-index)
           MOVE ao-betrag TO PRINT-BETRAG
           MOVE SPACES TO rpt-line
           STRING ao-liefer-datum "    " ao-artikel " "
                  ao-geliefert " " ao-rechnung-nr " " PRINT-BETRAG
                  DELIMITED BY SIZE INTO rpt-line
           CALL "REPORT-WRITER" USING ReportRequest.

       RATE-ONE-WEEK.
           MOVE WO-ARTIKEL (woche-index) TO artikel-index
           IF AT-HAT-SATZ (artikel-index) = 'N'
             EXIT PARAGRAPH
           END-IF
           COMPUTE WORK-GRENZE = WO-SCHUELER (woche-index)
                   * AT-MAX-WOCHE (artikel-index)
           IF WO-MENGE (woche-index) > WORK-GRENZE
             MOVE WORK-GRENZE TO WORK-FAEHIG
             ADD 1 TO GEKAPPT-ANZAHL
             MOVE SPACES TO rpt-line
             STRING "Woche ab " WO-MONTAG (woche-index) " "
                    WO-KLASSE (woche-index) " "
                    AT-NAME (artikel-index)
                    " verteilt " WO-MENGE (woche-index)
                    " max " WORK-GRENZE
                    DELIMITED BY SIZE INTO rpt-line
             CALL "REPORT-WRITER" USING ReportRequest
           ELSE
             MOVE WO-MENGE (woche-index) TO WORK-FAEHIG
           END-IF
           ADD WORK-FAEHIG TO AT-FAEHIG (artikel-index).

       PRINT-CLAIM-FORM.
           MOVE 'O' TO rpt-action
           MOVE "APFEL-BEIHIL" TO rpt-name
           MOVE SPACES TO rpt-filename
           STRING "APFANTR-" year month day-1 ".DAT"
                  DELIMITED BY SIZE INTO rpt-filename
           MOVE "Beihilfeantrag Schulobstprogramm" TO rpt-title
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE 'L' TO rpt-action
           MOVE SPACES TO rpt-line
           STRING "Antragszeitraum " PERIODE-VON " bis " PERIODE-BIS
                  DELIMITED BY SIZE INTO rpt-line
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE "Artikel         Verteilt Faehig  Satz     Beihilfe"
             TO rpt-line
           CALL "REPORT-WRITER" USING ReportRequest
           PERFORM VARYING artikel-index FROM 1 BY 1
                   UNTIL artikel-index > ARTIKEL-ANZAHL
             PERFORM CLAIM-ONE-ARTICLE
           END-PERFORM
           MOVE GESAMT-BEIHILFE TO PRINT-BETRAG
           MOVE SPACES TO rpt-line
           STRING "Beantragte Beihilfe gesamt          " PRINT-BETRAG
                  " EUR"
                  DELIMITED BY SIZE INTO rpt-line
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE GESAMT-RECHNUNG TO PRINT-BETRAG
           MOVE SPACES TO rpt-line
           STRING "Rechnungen im Zeitraum              " PRINT-BETRAG
                  " EUR"
                  DELIMITED BY SIZE INTO rpt-line
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE 'C' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           DISPLAY "Beihilfeantrag: " rpt-filename.

       CLAIM-ONE-ARTICLE.
           IF AT-VERTEILT (artikel-index) = 0
              AND AT-GELIEFERT (artikel-index) = 0
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO rpt-line
           IF AT-HAT-SATZ (artikel-index) = 'N'
             STRING AT-NAME (artikel-index) " "
                    AT-VERTEILT (artikel-index)
                    " kein Beihilfesatz - nicht beihilfefaehig"
                    DELIMITED BY SIZE INTO rpt-line
             CALL "REPORT-WRITER" USING ReportRequest
             EXIT PARAGRAPH
           END-IF
           COMPUTE AT-BEIHILFE (artikel-index) ROUNDED =
                   AT-FAEHIG (artikel-index) * AT-SATZ (artikel-index)
           ADD AT-BEIHILFE (artikel-index) TO GESAMT-BEIHILFE
           MOVE AT-SATZ (artikel-index) TO PRINT-SATZ
           MOVE AT-BEIHILFE (artikel-index) TO PRINT-BETRAG
           STRING AT-NAME (artikel-index) " "
                  AT-VERTEILT (artikel-index) "   "
                  AT-FAEHIG (artikel-index) " "
                  PRINT-SATZ " " PRINT-BETRAG
                  DELIMITED BY SIZE INTO rpt-line
           CALL "REPORT-WRITER" USING ReportRequest.
