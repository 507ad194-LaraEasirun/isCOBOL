                   organization is line sequential
                   FILE STATUS IS CAR-STATUS.
       Select OrderFile ASSIGN TO "APFELORDER.DAT"
                   organization is line sequential
                   FILE STATUS IS ORD-STATUS.
       Select OrderWork ASSIGN TO "APFELORDER-WRK.DAT"
                   organization is line sequential.
       Select DistLog ASSIGN TO "APFELLOG.DAT"
                   organization is line sequential
                   FILE STATUS IS LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD StudentNumbers.
              05 ar-name PIC X(15).
              05 ar-rest PIC 9(3).
       FD OrderFile.
           copy "apfelorder-record.cpy".
       FD OrderWork.
           01 OrderWorkRecord PIC X(57).
       FD DistLog.
           copy "apfellog-record.cpy".
       WORKING-STORAGE SECTION.
       01 eof PIC 9.
       01 FS-STATUS PIC XX.
       01 CAR-STATUS PIC XX.
       01 ORD-STATUS PIC XX.
       01 LOG-STATUS PIC XX.
       01 KLASSE PIC X(10) VALUE SPACES.
       01 TODAY-YMD PIC 9(8).
       01 RECHNUNG-NR PIC X(10).
       01 RECHNUNG-BETRAG PIC 9(5)V99.
       01 ORDER-FOUND PIC X.
       01 N PIC 9(2).
       01 artikel-anzahl PIC 9(1).
       01 RUN-MODE PIC X.
       01 schueler-apfel PIC 9(3).
       01 BEDARF PIC 9(4).
       01 SHORT-COUNT PIC 9(1) VALUE 0.
       copy "report-request.cpy".
       copy "date-time.cpy".

           IF RUN-MODE NOT = 'V'
             MOVE 'A' TO RUN-MODE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO date-time
           COMPUTE TODAY-YMD = year * 10000 + month * 100 + day-1
           IF RUN-MODE = 'A'
             DISPLAY "Klasse / Lerngruppe: "
             ACCEPT KLASSE
           END-IF

           DISPLAY "Wie viele Artikeltypen gibt es (max. 5)?".
           ACCEPT artikel-anzahl.

           PERFORM PRINT-DISTRIBUTION-SHEET
           PERFORM SAVE-CARRY-FORWARD
           PERFORM WRITE-DISTRIBUTION-LOG
           DISPLAY "Verteilungsliste gedruckt: " rpt-filename
           STOP RUN.

             ACCEPT empfangen (artikel-index)
             ADD empfangen (artikel-index)
               TO K (artikel-index)
             IF empfangen (artikel-index) > 0
               DISPLAY "Rechnungsnummer: "
               MOVE SPACES TO RECHNUNG-NR
               ACCEPT RECHNUNG-NR
               DISPLAY "Rechnungsbetrag: "
               ACCEPT RECHNUNG-BETRAG
               PERFORM RECORD-DELIVERY
             END-IF
           END-IF.

       RECORD-DELIVERY.
           MOVE 'N' TO ORDER-FOUND
           MOVE 0 TO eof
           OPEN OUTPUT OrderWork
           OPEN INPUT OrderFile
           IF ORD-STATUS = "00"
             READ OrderFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF ORDER-FOUND = 'N'
                  AND ao-status = 'O'
                  AND ao-artikel = artikel-name (artikel-index)
                 MOVE 'J' TO ORDER-FOUND
                 PERFORM FILL-DELIVERY
                 DISPLAY "Bestellung vom " ao-bestell-datum
                         " ueber " ao-bestellt " Stueck erledigt."
               END-IF
               MOVE ApfelOrderRecord TO OrderWorkRecord
               WRITE OrderWorkRecord
               READ OrderFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE OrderFile
           END-IF
           IF ORDER-FOUND = 'N'
             DISPLAY "Keine offene Bestellung - Lieferung ohne"
                     " Bestellung erfasst."
             MOVE TODAY-YMD TO ao-bestell-datum
             MOVE artikel-name (artikel-index) TO ao-artikel
             MOVE 0 TO ao-bestellt
             PERFORM FILL-DELIVERY
             MOVE ApfelOrderRecord TO OrderWorkRecord
             WRITE OrderWorkRecord
           END-IF
           CLOSE OrderWork

           MOVE 0 TO eof
           OPEN INPUT OrderWork
           OPEN OUTPUT OrderFile
           READ OrderWork
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             MOVE OrderWorkRecord TO ApfelOrderRecord
             WRITE ApfelOrderRecord
             READ OrderWork
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE OrderWork
           CLOSE OrderFile
           MOVE 0 TO eof.

       FILL-DELIVERY.
           MOVE TODAY-YMD TO ao-liefer-datum
           MOVE empfangen (artikel-index) TO ao-geliefert
           MOVE RECHNUNG-NR TO ao-rechnung-nr
           MOVE RECHNUNG-BETRAG TO ao-betrag
           MOVE 'G' TO ao-status.

       ADD-CARRY-FORWARD.
           MOVE 0 TO eof
           OPEN INPUT CarryFile
           END-PERFORM.

       WRITE-PURCHASE-PROPOSAL.
           PERFORM CHECK-OPEN-ORDERS
           IF SHORT-COUNT = 0
             DISPLAY "Alle Fehlmengen sind bereits bestellt."
             EXIT PARAGRAPH
           END-IF
           OPEN INPUT OrderFile
           IF ORD-STATUS = "35"
             OPEN OUTPUT OrderFile
             CLOSE OrderFile
           ELSE
             CLOSE OrderFile
           END-IF
           OPEN EXTEND OrderFile
           PERFORM VARYING artikel-index FROM 1 BY 1
                   UNTIL artikel-index > artikel-anzahl
             IF fehlmenge (artikel-index) > 0
               MOVE TODAY-YMD TO ao-bestell-datum
               MOVE artikel-name (artikel-index) TO ao-artikel
               MOVE fehlmenge (artikel-index) TO ao-bestellt
               MOVE 0 TO ao-liefer-datum
               MOVE 0 TO ao-geliefert
               MOVE SPACES TO ao-rechnung-nr
               MOVE 0 TO ao-betrag
               MOVE 'O' TO ao-status
               WRITE ApfelOrderRecord
             END-IF
           END-PERFORM
           CLOSE OrderFile
           DISPLAY "Bestellvorschlag: APFELORDER.DAT"
           DISPLAY "Bestellschein: " rpt-filename.

       CHECK-OPEN-ORDERS.
           MOVE 0 TO eof
           OPEN INPUT OrderFile
           IF ORD-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           READ OrderFile
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             IF ao-status = 'O'
               PERFORM VARYING artikel-index FROM 1 BY 1
                       UNTIL artikel-index > artikel-anzahl
                 IF ao-artikel = artikel-name (artikel-index)
                    AND fehlmenge (artikel-index) > 0
                   DISPLAY "Offene Bestellung vom " ao-bestell-datum
                           " ueber " ao-bestellt " "
                           artikel-name (artikel-index)
                           " - keine neue Bestellung."
                   MOVE 0 TO fehlmenge (artikel-index)
                   SUBTRACT 1 FROM SHORT-COUNT
                 END-IF
               END-PERFORM
             END-IF
             READ OrderFile
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE OrderFile
           MOVE 0 TO eof.

       SAVE-CARRY-FORWARD.
           OPEN OUTPUT CarryFile
           PERFORM VARYING artikel-index FROM 1 BY 1
           CLOSE CarryFile
           DISPLAY "Uebertrag gespeichert: APFELREST.DAT".

       WRITE-DISTRIBUTION-LOG.
           OPEN INPUT DistLog
           IF LOG-STATUS = "35"
             OPEN OUTPUT DistLog
             CLOSE DistLog
           ELSE
             CLOSE DistLog
           END-IF
           OPEN EXTEND DistLog
           PERFORM VARYING artikel-index FROM 1 BY 1
                   UNTIL artikel-index > artikel-anzahl
             MOVE TODAY-YMD TO al-datum
             MOVE KLASSE TO al-klasse
             MOVE artikel-name (artikel-index) TO al-artikel
             COMPUTE al-menge = aepfel (artikel-index) * N
             MOVE N TO al-schueler
             WRITE ApfelLogRecord
           END-PERFORM
           CLOSE DistLog
           DISPLAY "Verteilung protokolliert: APFELLOG.DAT".

       LOAD-CLASS-ROSTER.
           MOVE 0 TO N
           MOVE 0 TO eof
