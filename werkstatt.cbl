                   FILE STATUS IS WO-STATUS.
       Select WorkFile ASSIGN TO "WORKORD-WRK.DAT"
                   organization is line sequential.
       Select OrderLineFile ASSIGN TO "WOLINE.DAT"
                   organization is line sequential
                   FILE STATUS IS WL-STATUS.
       Select LineWorkFile ASSIGN TO "WOLINE-WRK.DAT"
                   organization is line sequential.
       Select LabourRateFile ASSIGN TO "LABRATE.DAT"
                   organization is line sequential
                   FILE STATUS IS LR-STATUS.
       Select InvoiceJournal ASSIGN TO "WKRJNL.DAT"
                   organization is line sequential
                   FILE STATUS IS WI-STATUS.
       Select OdometerFile ASSIGN TO "KMSTAND.DAT"
                   organization is line sequential
                   FILE STATUS IS OD-STATUS.
       Select ReceivableFile ASSIGN TO "WKFORD.DAT"
                   organization is line sequential
                   FILE STATUS IS FRD-STATUS.
       Select CustomerFile ASSIGN TO "CUSTOMER.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is cust-number
                   FILE STATUS IS FS-STATUS.
       Select VehicleFile ASSIGN TO "VEHICLES.DAT"
                   organization is indexed
                   access mode is dynamic
       FD WorkOrderFile.
           copy "workorder-record.cpy".
       FD WorkFile.
           01 WorkRecord PIC X(80).
       FD OrderLineFile.
           copy "woline-record.cpy".
       FD LineWorkFile.
           01 LineWorkRecord PIC X(72).
       FD LabourRateFile.
           copy "labrate-record.cpy".
       FD InvoiceJournal.
           copy "wkinv-record.cpy".
       FD OdometerFile.
           copy "kmstand-record.cpy".
       FD ReceivableFile.
           copy "wkford-record.cpy".
       FD CustomerFile.
           copy "customer-record.cpy".
       FD VehicleFile.
           copy "vehicle-record.cpy".
       WORKING-STORAGE SECTION.
        01 VEHICLE-CUST PIC 9(7).
        01 ORDER-FOUND PIC X.
        01 TODAY-YMD PIC 9(8).
        01 WL-STATUS PIC XX.
        01 LR-STATUS PIC XX.
        01 WI-STATUS PIC XX.
        01 FS-STATUS PIC XX.
        01 line-eof PIC 9.
        01 WS-INVOICE-SERIES PIC X(8) VALUE "WKRECHNG".
        01 WS-PROGRAM-NAME PIC X(12) VALUE "WERKSTATT".
        01 VAT-RATE PIC 9(2)V99 VALUE 19.00.
        01 OPERATOR-ID PIC X(8).
        01 CURRENT-STATUS PIC X.
        01 CURRENT-INVOICE PIC 9(7).
        01 ORDER-CUST PIC 9(7).
        01 ORDER-KENNZ PIC X(12).
        01 OWNER-CONFIRMED PIC X.
        01 ORDER-TEXT PIC X(30).
        01 SET-INVOICE PIC X VALUE 'N'.
        01 STORE-INVOICE PIC 9(7).
        01 NEW-INVOICE PIC 9(7) VALUE 0.
        01 LINE-COUNT PIC 9(3).
        01 LAST-LINE PIC 9(3).
        01 LINE-TYPE PIC X.
        01 WORK-LINE-NO PIC 9(3).
        01 LINE-FOUND PIC X.
        01 SHOW-LINES PIC X.
        01 WORK-CODE PIC X(8).
        01 WORK-QUANTITY PIC 9(5)V99.
        01 WORK-PRICE PIC 9(5)V99.
        01 NET-TOTAL PIC 9(7)V99.
        01 VAT-AMOUNT PIC 9(7)V99.
        01 GROSS-TOTAL PIC 9(7)V99.
        01 RATE-COUNT PIC 9(2) VALUE 0.
        01 rate-index PIC 9(2).
        01 RATE-FOUND PIC 9(2).
        01 RATE-TABLE.
           05 RATE-ENTRY OCCURS 20 TIMES.
              10 RT-TYPE PIC X(8).
              10 RT-TEXT PIC X(20).
              10 RT-RATE PIC 9(5)V99.
        01 DEFAULT-RATE-VALUES.
           05 FILLER PIC X(35)
              VALUE "MECH    Mechanik            0009500".
           05 FILLER PIC X(35)
              VALUE "ELEK    Elektrik            0011000".
           05 FILLER PIC X(35)
              VALUE "KARO    Karosserie          0010500".
           05 FILLER PIC X(35)
              VALUE "DIAG    Diagnose            0012000".
        01 DEFAULT-RATE-TABLE REDEFINES DEFAULT-RATE-VALUES.
           05 DEFAULT-RATE PIC X(35) OCCURS 4 TIMES.
        01 CANCEL-NUMBER PIC 9(7).
        01 INVOICE-FOUND PIC X.
        01 CANCELLED-BY PIC 9(7).
        01 CANCEL-REASON PIC X(30).
        01 DOC-TYPE PIC X.
        01 DOC-REF PIC 9(7).
        01 CUSTOMER-FOUND PIC X.
        01 ANSWER PIC X.
        01 PRINT-QTY PIC Z(4)9.99.
        01 PRINT-PRICE PIC Z(4)9.99.
        01 PRINT-AMOUNT PIC Z(6)9.99.
        01 PRINT-SIGN PIC X.
        01 PRINT-RATE PIC Z9.99.
        01 INVOICE-LINE PIC X(72).
        01 PART-IN-STOCK PIC X.
        01 PRINT-STOCK PIC -(5)9.99.
        01 REMOVED-TYPE PIC X.
        01 REMOVED-CODE PIC X(8).
        01 REMOVED-QTY PIC 9(5)V99.
        01 OD-STATUS PIC XX.
        01 ODO-KM PIC 9(7).
        01 ODO-LAST-KM PIC 9(7).
        01 ODO-SERVICE PIC X.
        01 FRD-STATUS PIC XX.
        01 WF-COUNT PIC 9(4) VALUE 0.
        01 wf-index PIC 9(4).
        01 WF-FOUND PIC 9(4).
        01 WF-TABLE.
           05 WF-ENTRY OCCURS 3000 TIMES.
              10 WT-RECORD PIC X(69).
        copy "date-time.cpy".
        copy "signon-request.cpy".
        copy "report-request.cpy".
        copy "partstock-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "WERKSTATT: Auftragsverwaltung"
           MOVE 'S' TO so-action
           MOVE "WERKSTATT" TO so-program
           MOVE "WERKSTATT" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Anmeldung fehlgeschlagen. Abbruch."
             STOP RUN
           END-IF
           MOVE so-operator TO OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO date-time
           COMPUTE TODAY-YMD = year * 10000 + month * 100 + day-1
           PERFORM LOAD-LABOUR-RATES
           PERFORM UNTIL MENU-CHOICE = 7
             DISPLAY "1) Auftrag anlegen  2) Status aendern"
             DISPLAY "3) Auftrag anzeigen  4) Auftraege je"
                     " Fahrzeug"
             DISPLAY "5) Positionen erfassen  6) Gutschrift"
                     "  7) Ende"
             ACCEPT MENU-CHOICE
             EVALUATE MENU-CHOICE
               WHEN 1
               WHEN 4
                 PERFORM LIST-VEHICLE-ORDERS
               WHEN 5
                 PERFORM MAINTAIN-LINES
               WHEN 6
                 PERFORM CANCEL-INVOICE
               WHEN 7
                 DISPLAY "Programmende."
               WHEN OTHER
                 DISPLAY "Bitte Eingabe ueberpruefen!"
           MOVE 'A' TO wo-order-status
           MOVE TODAY-YMD TO wo-angelegt
           MOVE TODAY-YMD TO wo-geaendert
           MOVE 0 TO wo-invoice
           PERFORM APPEND-ORDER
           DISPLAY "Auftrag " NEW-ORDER-NUMBER " angelegt"
                   " (Status A = angenommen).".
                     " F=fertig R=abgerechnet)."
             EXIT PARAGRAPH
           END-IF
           IF NEW-STATUS = 'R'
             DISPLAY "Status R wird durch die Rechnungsstellung"
                     " gesetzt (Status F = fertig)."
             EXIT PARAGRAPH
           END-IF
           PERFORM FIND-ORDER
           IF ORDER-FOUND = 'N'
             DISPLAY "Auftrag " WORK-ORDER " nicht gefunden."
             EXIT PARAGRAPH
           END-IF
           IF CURRENT-STATUS = 'R'
             DISPLAY "Auftrag ist abgerechnet (Rechnung "
                     CURRENT-INVOICE "). Aenderung nur nach"
                     " Gutschrift."
             EXIT PARAGRAPH
           END-IF
           IF NEW-STATUS = 'F'
             PERFORM CHECK-OWNER-CHANGE
             IF OWNER-CONFIRMED = 'N'
               EXIT PARAGRAPH
             END-IF
             PERFORM ENTER-ODOMETER
             IF ODO-KM = 0
               EXIT PARAGRAPH
             END-IF
           END-IF
           MOVE 'N' TO SET-INVOICE
           IF NEW-STATUS = 'F'
             PERFORM INVOICE-ORDER
             IF NEW-INVOICE = 0
               EXIT PARAGRAPH
             END-IF
             MOVE 'R' TO NEW-STATUS
             MOVE 'Y' TO SET-INVOICE
             MOVE NEW-INVOICE TO STORE-INVOICE
           END-IF
           MOVE 'N' TO ORDER-FOUND
           PERFORM REWRITE-ORDERS
           IF ORDER-FOUND = 'Y'
             IF NEW-STATUS = 'R'
               DISPLAY "Auftrag fertig und abgerechnet (Status R)."
               PERFORM APPEND-ODOMETER
             ELSE
               DISPLAY "Status geaendert."
             END-IF
           ELSE
             DISPLAY "Auftrag " WORK-ORDER " nicht gefunden."
           END-IF.

       CHECK-OWNER-CHANGE.
           MOVE 'Y' TO OWNER-CONFIRMED
           MOVE ORDER-KENNZ TO WORK-KENNZEICHEN
           PERFORM FIND-VEHICLE
           IF VEHICLE-FOUND = 'N' OR VEHICLE-CUST = ORDER-CUST
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Fahrzeug " ORDER-KENNZ " wurde inzwischen an"
                   " Kunde " VEHICLE-CUST " uebergeben."
           DISPLAY "Rechnung geht an Auftraggeber Kunde " ORDER-CUST
                   ". Fortfahren? (J/N): "
           ACCEPT ANSWER
           IF ANSWER NOT = 'J' AND ANSWER NOT = 'j'
             MOVE 'N' TO OWNER-CONFIRMED
             DISPLAY "Abschluss abgebrochen."
           END-IF.

       ENTER-ODOMETER.
           DISPLAY "Km-Stand bei Abschluss: "
           MOVE 0 TO ODO-KM
           ACCEPT ODO-KM
           IF ODO-KM = 0
             DISPLAY "Ohne Km-Stand kein Abschluss."
             EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LAST-ODOMETER
           IF ODO-KM < ODO-LAST-KM
             DISPLAY "Km-Stand kleiner als zuletzt erfasst ("
                     ODO-LAST-KM "). Trotzdem uebernehmen (J/N)? "
             ACCEPT ANSWER
             IF ANSWER NOT = 'J' AND ANSWER NOT = 'j'
               MOVE 0 TO ODO-KM
               DISPLAY "Abschluss abgebrochen."
               EXIT PARAGRAPH
             END-IF
           END-IF
           DISPLAY "Service durchgefuehrt (O = Oelservice,"
                   " I = Inspektion, leer = keiner): "
           MOVE SPACE TO ODO-SERVICE
           ACCEPT ODO-SERVICE
           INSPECT ODO-SERVICE CONVERTING "oi" TO "OI"
           IF ODO-SERVICE NOT = 'O' AND ODO-SERVICE NOT = 'I'
             MOVE SPACE TO ODO-SERVICE
           END-IF.

       FIND-LAST-ODOMETER.
           MOVE 0 TO ODO-LAST-KM
           MOVE 0 TO line-eof
           OPEN INPUT OdometerFile
           IF OD-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           READ OdometerFile
            AT END SET line-eof TO 1
           END-READ
           PERFORM UNTIL line-eof = 1
             IF od-kennzeichen = ORDER-KENNZ
                AND od-km > ODO-LAST-KM
               MOVE od-km TO ODO-LAST-KM
             END-IF
             READ OdometerFile
              AT END SET line-eof TO 1
             END-READ
           END-PERFORM
           CLOSE OdometerFile.

       APPEND-ODOMETER.
           OPEN INPUT OdometerFile
           IF OD-STATUS = "35"
             OPEN OUTPUT OdometerFile
             CLOSE OdometerFile
           ELSE
             CLOSE OdometerFile
           END-IF
           OPEN EXTEND OdometerFile
           MOVE ORDER-KENNZ TO od-kennzeichen
           MOVE TODAY-YMD TO od-date
           MOVE ODO-KM TO od-km
           MOVE 'W' TO od-source
           MOVE ODO-SERVICE TO od-service
           MOVE WORK-ORDER TO od-order
           MOVE OPERATOR-ID TO od-operator
           WRITE OdometerRecord
           CLOSE OdometerFile.

       FIND-ORDER.
           MOVE 'N' TO ORDER-FOUND
           MOVE 0 TO eof
           OPEN INPUT WorkOrderFile
           IF WO-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           READ WorkOrderFile
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             IF wo-number = WORK-ORDER
               MOVE 'Y' TO ORDER-FOUND
               MOVE wo-order-status TO CURRENT-STATUS
               MOVE wo-invoice TO CURRENT-INVOICE
               MOVE wo-cust-number TO ORDER-CUST
               MOVE wo-kennzeichen TO ORDER-KENNZ
               MOVE wo-beschreibung TO ORDER-TEXT
               SET eof TO 1
             ELSE
               READ WorkOrderFile
                AT END SET eof TO 1
               END-READ
             END-IF
           END-PERFORM
           CLOSE WorkOrderFile.

       REWRITE-ORDERS.
           MOVE 0 TO eof
           OPEN INPUT WorkOrderFile
             IF wo-number = WORK-ORDER
               MOVE NEW-STATUS TO wo-order-status
               MOVE TODAY-YMD TO wo-geaendert
               IF SET-INVOICE = 'Y'
                 MOVE STORE-INVOICE TO wo-invoice
               END-IF
               MOVE 'Y' TO ORDER-FOUND
             END-IF
             MOVE WorkOrderRecord TO WorkRecord
           END-IF
           IF ORDER-FOUND = 'N'
             DISPLAY "Auftrag " WORK-ORDER " nicht gefunden."
           ELSE
             MOVE 'Y' TO SHOW-LINES
             PERFORM SCAN-ORDER-LINES
           END-IF.

       LIST-VEHICLE-ORDERS.
                   " Status " wo-order-status
           DISPLAY "  " wo-beschreibung
           DISPLAY "  angelegt " wo-angelegt
                   " geaendert " wo-geaendert
           IF wo-invoice > 0
             DISPLAY "  Rechnung " wo-invoice
           END-IF.


       MAINTAIN-LINES.
           DISPLAY "Auftragsnummer: "
           ACCEPT WORK-ORDER
           PERFORM FIND-ORDER
           IF ORDER-FOUND = 'N'
             DISPLAY "Auftrag " WORK-ORDER " nicht gefunden."
             EXIT PARAGRAPH
           END-IF
           IF CURRENT-STATUS = 'R'
             DISPLAY "Auftrag ist abgerechnet (Rechnung "
                     CURRENT-INVOICE "). Positionen nur nach"
                     " Gutschrift aenderbar."
             EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO SHOW-LINES
           PERFORM SCAN-ORDER-LINES
           MOVE 'X' TO LINE-TYPE
           PERFORM UNTIL LINE-TYPE = SPACE
             DISPLAY "Position: A=Arbeit T=Teil L=loeschen"
                     " (leer = Ende): "
             MOVE SPACE TO LINE-TYPE
             ACCEPT LINE-TYPE
             MOVE FUNCTION UPPER-CASE (LINE-TYPE) TO LINE-TYPE
             EVALUATE LINE-TYPE
               WHEN 'A'
                 PERFORM ADD-LABOUR-LINE
               WHEN 'T'
                 PERFORM ADD-PART-LINE
               WHEN 'L'
                 PERFORM REMOVE-LINE
               WHEN SPACE
                 CONTINUE
               WHEN OTHER
                 DISPLAY "Bitte Eingabe ueberpruefen!"
             END-EVALUATE
           END-PERFORM
           MOVE 'N' TO SHOW-LINES
           PERFORM SCAN-ORDER-LINES
           MOVE NET-TOTAL TO PRINT-AMOUNT
           DISPLAY "Auftrag " WORK-ORDER ": " LINE-COUNT
                   " Positionen, netto " PRINT-AMOUNT " EUR".

       SCAN-ORDER-LINES.
           MOVE 0 TO LINE-COUNT
           MOVE 0 TO LAST-LINE
           MOVE 0 TO NET-TOTAL
           MOVE 0 TO line-eof
           OPEN INPUT OrderLineFile
           IF WL-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           READ OrderLineFile
            AT END SET line-eof TO 1
           END-READ
           PERFORM UNTIL line-eof = 1
             IF wl-order = WORK-ORDER
               ADD 1 TO LINE-COUNT
               ADD wl-amount TO NET-TOTAL
               IF wl-line > LAST-LINE
                 MOVE wl-line TO LAST-LINE
               END-IF
               IF SHOW-LINES = 'Y'
                 MOVE wl-quantity TO PRINT-QTY
                 MOVE wl-price TO PRINT-PRICE
                 MOVE wl-amount TO PRINT-AMOUNT
                 DISPLAY "  " wl-line " " wl-type " " wl-code " "
                         wl-text(1:20) " " PRINT-QTY " x "
                         PRINT-PRICE " = " PRINT-AMOUNT
               END-IF
             END-IF
             READ OrderLineFile
              AT END SET line-eof TO 1
             END-READ
           END-PERFORM
           CLOSE OrderLineFile.

       ADD-LABOUR-LINE.
           PERFORM VARYING rate-index FROM 1 BY 1
                   UNTIL rate-index > RATE-COUNT
             MOVE RT-RATE (rate-index) TO PRINT-PRICE
             DISPLAY "  " RT-TYPE (rate-index) " "
                     RT-TEXT (rate-index) " " PRINT-PRICE " EUR/Std"
           END-PERFORM
           DISPLAY "Arbeitsart: "
           MOVE SPACES TO WORK-CODE
           ACCEPT WORK-CODE
           MOVE FUNCTION UPPER-CASE (WORK-CODE) TO WORK-CODE
           MOVE 0 TO RATE-FOUND
           PERFORM VARYING rate-index FROM 1 BY 1
                   UNTIL rate-index > RATE-COUNT
             IF RT-TYPE (rate-index) = WORK-CODE
               MOVE rate-index TO RATE-FOUND
             END-IF
           END-PERFORM
           IF RATE-FOUND = 0
             DISPLAY "Arbeitsart " WORK-CODE " unbekannt."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Stunden: "
           MOVE 0 TO WORK-QUANTITY
           ACCEPT WORK-QUANTITY
           IF WORK-QUANTITY = 0
             DISPLAY "Keine Stunden - Position verworfen."
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WorkOrderLine
           DISPLAY "Taetigkeit (leer = " RT-TEXT (RATE-FOUND) "): "
           ACCEPT wl-text
           IF wl-text = SPACES
             MOVE RT-TEXT (RATE-FOUND) TO wl-text
           END-IF
           MOVE 'A' TO wl-type
           MOVE WORK-CODE TO wl-code
           MOVE WORK-QUANTITY TO wl-quantity
           MOVE RT-RATE (RATE-FOUND) TO wl-price
           PERFORM APPEND-LINE.

       ADD-PART-LINE.
           MOVE SPACES TO WorkOrderLine
           DISPLAY "Teilenummer: "
           ACCEPT wl-code
           MOVE FUNCTION UPPER-CASE (wl-code) TO wl-code
           MOVE wl-code TO WORK-CODE
           MOVE 'L' TO ps-action
           MOVE WORK-CODE TO ps-part
           CALL "PARTSTOCK" USING PartStockRequest
           MOVE ps-result TO PART-IN-STOCK
           IF PART-IN-STOCK = 'Y'
             MOVE ps-stock TO PRINT-STOCK
             DISPLAY "Lager: " ps-text " Bestand " PRINT-STOCK
             DISPLAY "Bezeichnung (leer = Lagertext): "
           ELSE
             DISPLAY "Teil nicht im Lagerstamm - kein Lagerabgang."
             DISPLAY "Bezeichnung: "
           END-IF
           ACCEPT wl-text
           IF wl-text = SPACES AND PART-IN-STOCK = 'Y'
             MOVE ps-text TO wl-text
           END-IF
           DISPLAY "Menge: "
           MOVE 0 TO WORK-QUANTITY
           ACCEPT WORK-QUANTITY
           DISPLAY "Einzelpreis netto: "
           MOVE 0 TO WORK-PRICE
           ACCEPT WORK-PRICE
           IF WORK-QUANTITY = 0 OR WORK-PRICE = 0
             DISPLAY "Menge oder Preis fehlt - Position verworfen."
             EXIT PARAGRAPH
           END-IF
           MOVE 'T' TO wl-type
           MOVE WORK-QUANTITY TO wl-quantity
           MOVE WORK-PRICE TO wl-price
           PERFORM APPEND-LINE
           IF PART-IN-STOCK = 'Y'
             PERFORM BOOK-PART-CONSUMPTION
           END-IF.

       BOOK-PART-CONSUMPTION.
           IF WORK-QUANTITY > ps-stock
             DISPLAY "Achtung: Lagerbestand reicht nicht aus."
           END-IF
           MOVE 'V' TO ps-action
           MOVE WORK-CODE TO ps-part
           MOVE WORK-QUANTITY TO ps-quantity
           MOVE 0 TO ps-price
           MOVE WORK-ORDER TO ps-order
           MOVE SPACES TO ps-ref
           MOVE OPERATOR-ID TO ps-operator
           CALL "PARTSTOCK" USING PartStockRequest
           IF ps-result = 'Y'
             MOVE ps-stock TO PRINT-STOCK
             DISPLAY "Lagerabgang gebucht, Bestand " PRINT-STOCK
             IF ps-stock < ps-min
               DISPLAY "Mindestbestand unterschritten - Teil"
                       " nachbestellen."
             END-IF
           END-IF.

       APPEND-LINE.
           ADD 1 TO LAST-LINE
           MOVE WORK-ORDER TO wl-order
           MOVE LAST-LINE TO wl-line
           COMPUTE wl-amount ROUNDED = wl-quantity * wl-price
           MOVE wl-amount TO PRINT-AMOUNT
           MOVE wl-line TO WORK-LINE-NO
           OPEN INPUT OrderLineFile
           IF WL-STATUS = "35"
             OPEN OUTPUT OrderLineFile
             CLOSE OrderLineFile
           ELSE
             CLOSE OrderLineFile
           END-IF
           OPEN EXTEND OrderLineFile
           WRITE WorkOrderLine
           CLOSE OrderLineFile
           DISPLAY "Position " WORK-LINE-NO " erfasst: " PRINT-AMOUNT
                   " EUR netto.".

       REMOVE-LINE.
           DISPLAY "Positionsnummer: "
           MOVE 0 TO WORK-LINE-NO
           ACCEPT WORK-LINE-NO
           MOVE 'N' TO LINE-FOUND
           MOVE 0 TO line-eof
           OPEN INPUT OrderLineFile
           IF WL-STATUS NOT = "00"
             DISPLAY "Position " WORK-LINE-NO " nicht gefunden."
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LineWorkFile
           READ OrderLineFile
            AT END SET line-eof TO 1
           END-READ
           PERFORM UNTIL line-eof = 1
             IF wl-order = WORK-ORDER AND wl-line = WORK-LINE-NO
               MOVE 'Y' TO LINE-FOUND
               MOVE wl-type TO REMOVED-TYPE
               MOVE wl-code TO REMOVED-CODE
               MOVE wl-quantity TO REMOVED-QTY
             ELSE
               MOVE WorkOrderLine TO LineWorkRecord
               WRITE LineWorkRecord
             END-IF
             READ OrderLineFile
              AT END SET line-eof TO 1
             END-READ
           END-PERFORM
           CLOSE OrderLineFile
           CLOSE LineWorkFile
           IF LINE-FOUND = 'N'
             DISPLAY "Position " WORK-LINE-NO " nicht gefunden."
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO line-eof
           OPEN INPUT LineWorkFile
           OPEN OUTPUT OrderLineFile
           READ LineWorkFile
            AT END SET line-eof TO 1
           END-READ
           PERFORM UNTIL line-eof = 1
             MOVE LineWorkRecord TO WorkOrderLine
             WRITE WorkOrderLine
             READ LineWorkFile
              AT END SET line-eof TO 1
             END-READ
           END-PERFORM
           CLOSE LineWorkFile
           CLOSE OrderLineFile
           DISPLAY "Position " WORK-LINE-NO " geloescht."
           IF REMOVED-TYPE = 'T'
             MOVE 'R' TO ps-action
             MOVE REMOVED-CODE TO ps-part
             MOVE REMOVED-QTY TO ps-quantity
             MOVE 0 TO ps-price
             MOVE WORK-ORDER TO ps-order
             MOVE SPACES TO ps-ref
             MOVE OPERATOR-ID TO ps-operator
             CALL "PARTSTOCK" USING PartStockRequest
             IF ps-result = 'Y'
               MOVE ps-stock TO PRINT-STOCK
               DISPLAY "Teil zurueck ins Lager, Bestand "
                       PRINT-STOCK
             END-IF
           END-IF.

       LOAD-LABOUR-RATES.
           MOVE 0 TO RATE-COUNT
           OPEN INPUT LabourRateFile
           IF LR-STATUS = "35"
             OPEN OUTPUT LabourRateFile
             PERFORM VARYING rate-index FROM 1 BY 1
                     UNTIL rate-index > 4
               MOVE DEFAULT-RATE (rate-index) TO LabourRateRecord
               WRITE LabourRateRecord
             END-PERFORM
             CLOSE LabourRateFile
             DISPLAY "LABRATE.DAT mit Standardsaetzen angelegt."
             OPEN INPUT LabourRateFile
           END-IF
           IF LR-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO line-eof
           READ LabourRateFile
            AT END SET line-eof TO 1
           END-READ
           PERFORM UNTIL line-eof = 1 OR RATE-COUNT = 20
             ADD 1 TO RATE-COUNT
             MOVE lr-type TO RT-TYPE (RATE-COUNT)
             MOVE lr-text TO RT-TEXT (RATE-COUNT)
             MOVE lr-rate TO RT-RATE (RATE-COUNT)
             READ LabourRateFile
              AT END SET line-eof TO 1
             END-READ
           END-PERFORM
           CLOSE LabourRateFile.

       INVOICE-ORDER.
           MOVE 0 TO NEW-INVOICE
           MOVE 'N' TO SHOW-LINES
           PERFORM SCAN-ORDER-LINES
           IF LINE-COUNT = 0
             DISPLAY "Keine Positionen erfasst - Auftrag kann nicht"
                     " abgerechnet werden."
             EXIT PARAGRAPH
           END-IF
           COMPUTE VAT-AMOUNT ROUNDED = NET-TOTAL * VAT-RATE / 100
           COMPUTE GROSS-TOTAL = NET-TOTAL + VAT-AMOUNT
           MOVE ORDER-CUST TO cust-number
           PERFORM FIND-CUSTOMER
           CALL "SEQRESERVE" USING WS-INVOICE-SERIES
                NEW-INVOICE WS-PROGRAM-NAME
           MOVE 'R' TO DOC-TYPE
           MOVE 0 TO DOC-REF
           MOVE SPACES TO CANCEL-REASON
           PERFORM PRINT-DOCUMENT
           PERFORM APPEND-JOURNAL
           CALL "SEQCOMMIT" USING WS-INVOICE-SERIES NEW-INVOICE
           PERFORM APPEND-RECEIVABLE
           MOVE GROSS-TOTAL TO PRINT-AMOUNT
           DISPLAY "Rechnung " NEW-INVOICE " ueber " PRINT-AMOUNT
                   " EUR brutto: " rpt-filename.

       FIND-CUSTOMER.
           MOVE 'N' TO CUSTOMER-FOUND
           OPEN INPUT CustomerFile
           IF FS-STATUS = "00"
             READ CustomerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO CUSTOMER-FOUND
             END-READ
             CLOSE CustomerFile
           END-IF.

       PRINT-DOCUMENT.
           MOVE 'O' TO rpt-action
           MOVE "WKRECHNUNG" TO rpt-name
           MOVE SPACES TO rpt-filename
           STRING "WKRG-" NEW-INVOICE ".DAT"
                  DELIMITED BY SIZE INTO rpt-filename
           IF DOC-TYPE = 'G'
             MOVE "Werkstatt - Gutschrift" TO rpt-title
             MOVE "-" TO PRINT-SIGN
           ELSE
             MOVE "Werkstatt - Rechnung" TO rpt-title
             MOVE SPACE TO PRINT-SIGN
           END-IF
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO INVOICE-LINE
           IF DOC-TYPE = 'G'
             STRING "Gutschrift Nr. " NEW-INVOICE
                    " zu Rechnung Nr. " DOC-REF
                    " vom " day-1 "." month "." year
                    DELIMITED BY SIZE INTO INVOICE-LINE
           ELSE
             STRING "Rechnung Nr. " NEW-INVOICE
                    " vom " day-1 "." month "." year
                    DELIMITED BY SIZE INTO INVOICE-LINE
           END-IF
           PERFORM WRITE-INVOICE-LINE
           PERFORM WRITE-INVOICE-LINE
           STRING "Kundennummer " ORDER-CUST
                  DELIMITED BY SIZE INTO INVOICE-LINE
           PERFORM WRITE-INVOICE-LINE
           IF CUSTOMER-FOUND = 'Y'
             STRING cust-firstname DELIMITED BY "  "
                    " " cust-nachname DELIMITED BY SIZE
                    INTO INVOICE-LINE
             PERFORM WRITE-INVOICE-LINE
             MOVE cust-strasse TO INVOICE-LINE
             PERFORM WRITE-INVOICE-LINE
           END-IF
           PERFORM WRITE-INVOICE-LINE
           STRING "Auftrag " WORK-ORDER " Fahrzeug " ORDER-KENNZ
                  DELIMITED BY SIZE INTO INVOICE-LINE
           PERFORM WRITE-INVOICE-LINE
           STRING "  " ORDER-TEXT
                  DELIMITED BY SIZE INTO INVOICE-LINE
           PERFORM WRITE-INVOICE-LINE
           PERFORM WRITE-INVOICE-LINE
           MOVE "Pos Art Nummer   Bezeichnung" TO INVOICE-LINE
           MOVE "Menge" TO INVOICE-LINE(42:5)
           MOVE "Preis" TO INVOICE-LINE(51:5)
           MOVE "Betrag" TO INVOICE-LINE(62:6)
           PERFORM WRITE-INVOICE-LINE
           PERFORM PRINT-ORDER-LINES
           PERFORM WRITE-INVOICE-LINE
           MOVE NET-TOTAL TO PRINT-AMOUNT
           STRING "Nettobetrag" DELIMITED BY SIZE INTO INVOICE-LINE
           MOVE PRINT-SIGN TO INVOICE-LINE(57:1)
           MOVE PRINT-AMOUNT TO INVOICE-LINE(58:10)
           MOVE "EUR" TO INVOICE-LINE(69:3)
           PERFORM WRITE-INVOICE-LINE
           MOVE VAT-RATE TO PRINT-RATE
           MOVE VAT-AMOUNT TO PRINT-AMOUNT
           STRING "zzgl. MwSt " PRINT-RATE " %"
                  DELIMITED BY SIZE INTO INVOICE-LINE
           MOVE PRINT-SIGN TO INVOICE-LINE(57:1)
           MOVE PRINT-AMOUNT TO INVOICE-LINE(58:10)
           MOVE "EUR" TO INVOICE-LINE(69:3)
           PERFORM WRITE-INVOICE-LINE
           MOVE GROSS-TOTAL TO PRINT-AMOUNT
           STRING "Gesamtbetrag" DELIMITED BY SIZE INTO INVOICE-LINE
           MOVE PRINT-SIGN TO INVOICE-LINE(57:1)
           MOVE PRINT-AMOUNT TO INVOICE-LINE(58:10)
           MOVE "EUR" TO INVOICE-LINE(69:3)
           PERFORM WRITE-INVOICE-LINE
           IF DOC-TYPE = 'G' AND CANCEL-REASON NOT = SPACES
             PERFORM WRITE-INVOICE-LINE
             STRING "Grund: " CANCEL-REASON
                    DELIMITED BY SIZE INTO INVOICE-LINE
             PERFORM WRITE-INVOICE-LINE
           END-IF
           MOVE 'C' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest.

       PRINT-ORDER-LINES.
           MOVE 0 TO line-eof
           OPEN INPUT OrderLineFile
           IF WL-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           READ OrderLineFile
            AT END SET line-eof TO 1
           END-READ
           PERFORM UNTIL line-eof = 1
             IF wl-order = WORK-ORDER
               MOVE wl-quantity TO PRINT-QTY
               MOVE wl-price TO PRINT-PRICE
               MOVE wl-amount TO PRINT-AMOUNT
               STRING wl-line " " wl-type "   " wl-code " "
                      wl-text(1:20) " " PRINT-QTY " " PRINT-PRICE
                      DELIMITED BY SIZE INTO INVOICE-LINE
               MOVE PRINT-SIGN TO INVOICE-LINE(57:1)
               MOVE PRINT-AMOUNT TO INVOICE-LINE(58:10)
               PERFORM WRITE-INVOICE-LINE
             END-IF
             READ OrderLineFile
              AT END SET line-eof TO 1
             END-READ
           END-PERFORM
           CLOSE OrderLineFile.

       WRITE-INVOICE-LINE.
           MOVE 'L' TO rpt-action
           MOVE INVOICE-LINE TO rpt-line
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO INVOICE-LINE.

       APPEND-JOURNAL.
           OPEN INPUT InvoiceJournal
           IF WI-STATUS = "35"
             OPEN OUTPUT InvoiceJournal
             CLOSE InvoiceJournal
           ELSE
             CLOSE InvoiceJournal
           END-IF
           OPEN EXTEND InvoiceJournal
           MOVE SPACES TO WorkInvoiceRecord
           MOVE NEW-INVOICE TO wi-number
           MOVE DOC-TYPE TO wi-type
           MOVE TODAY-YMD TO wi-date
           MOVE WORK-ORDER TO wi-order
           MOVE ORDER-CUST TO wi-cust
           MOVE ORDER-KENNZ TO wi-kennzeichen
           MOVE NET-TOTAL TO wi-net
           MOVE VAT-AMOUNT TO wi-vat
           MOVE GROSS-TOTAL TO wi-gross
           MOVE DOC-REF TO wi-ref
           MOVE OPERATOR-ID TO wi-operator
           MOVE CANCEL-REASON TO wi-reason
           WRITE WorkInvoiceRecord
           CLOSE InvoiceJournal.

       APPEND-RECEIVABLE.
           OPEN INPUT ReceivableFile
           IF FRD-STATUS = "35"
             OPEN OUTPUT ReceivableFile
             CLOSE ReceivableFile
           ELSE
             CLOSE ReceivableFile
           END-IF
           OPEN EXTEND ReceivableFile
           MOVE SPACES TO WorkReceivableRecord
           MOVE NEW-INVOICE TO wf-invoice
           MOVE 'R' TO wf-type
           MOVE ORDER-CUST TO wf-cust
           MOVE TODAY-YMD TO wf-date
           MOVE GROSS-TOTAL TO wf-amount
           MOVE 'O' TO wf-status
           MOVE 0 TO wf-collect-date
           MOVE 0 TO wf-return-date
           WRITE WorkReceivableRecord
           CLOSE ReceivableFile.

       CANCEL-RECEIVABLE.
           MOVE 0 TO WF-COUNT
           MOVE 0 TO WF-FOUND
           MOVE 0 TO line-eof
           OPEN INPUT ReceivableFile
           IF FRD-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           READ ReceivableFile
            AT END SET line-eof TO 1
           END-READ
           PERFORM UNTIL line-eof = 1 OR WF-COUNT = 3000
             ADD 1 TO WF-COUNT
             MOVE WorkReceivableRecord TO WT-RECORD (WF-COUNT)
             IF wf-invoice = CANCEL-NUMBER AND wf-type = 'R'
               MOVE WF-COUNT TO WF-FOUND
             END-IF
             READ ReceivableFile
              AT END SET line-eof TO 1
             END-READ
           END-PERFORM
           CLOSE ReceivableFile
           IF line-eof = 0
             DISPLAY "WKFORD.DAT groesser als 3000 Eintraege -"
                     " Forderung bitte manuell ausbuchen."
             EXIT PARAGRAPH
           END-IF
           IF WF-FOUND = 0
             EXIT PARAGRAPH
           END-IF
           MOVE WT-RECORD (WF-FOUND) TO WorkReceivableRecord
           EVALUATE wf-status
             WHEN 'O'
             WHEN 'Z'
               MOVE 'S' TO wf-status
               MOVE WorkReceivableRecord TO WT-RECORD (WF-FOUND)
               OPEN OUTPUT ReceivableFile
               PERFORM VARYING wf-index FROM 1 BY 1
                       UNTIL wf-index > WF-COUNT
                 MOVE WT-RECORD (wf-index) TO WorkReceivableRecord
                 WRITE WorkReceivableRecord
               END-PERFORM
               CLOSE ReceivableFile
               DISPLAY "Offene Forderung ausgebucht."
             WHEN 'E'
             WHEN 'B'
               DISPLAY "Rechnung ist bereits bezahlt bzw."
                       " eingezogen - Erstattung an den Kunden"
                       " veranlassen."
           END-EVALUATE.

       CANCEL-INVOICE.
           DISPLAY "Rechnungsnummer: "
           MOVE 0 TO CANCEL-NUMBER
           ACCEPT CANCEL-NUMBER
           PERFORM FIND-INVOICE
           IF INVOICE-FOUND = 'N'
             DISPLAY "Rechnung " CANCEL-NUMBER " nicht im Journal."
             EXIT PARAGRAPH
           END-IF
           IF CANCELLED-BY > 0
             DISPLAY "Rechnung " CANCEL-NUMBER " bereits durch"
                     " Gutschrift " CANCELLED-BY " storniert."
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ORDER-TEXT
           PERFORM FIND-ORDER
           MOVE GROSS-TOTAL TO PRINT-AMOUNT
           DISPLAY "Rechnung " CANCEL-NUMBER " Auftrag " WORK-ORDER
                   " Kunde " ORDER-CUST " brutto " PRINT-AMOUNT
                   " EUR"
           DISPLAY "Grund der Stornierung: "
           MOVE SPACES TO CANCEL-REASON
           ACCEPT CANCEL-REASON
           IF CANCEL-REASON = SPACES
             DISPLAY "Ohne Grund keine Gutschrift."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Gutschrift erstellen? (J/N): "
           ACCEPT ANSWER
           IF ANSWER NOT = 'J' AND ANSWER NOT = 'j'
             DISPLAY "Keine Gutschrift erstellt."
             EXIT PARAGRAPH
           END-IF
           MOVE ORDER-CUST TO cust-number
           PERFORM FIND-CUSTOMER
           CALL "SEQRESERVE" USING WS-INVOICE-SERIES
                NEW-INVOICE WS-PROGRAM-NAME
           MOVE 'G' TO DOC-TYPE
           MOVE CANCEL-NUMBER TO DOC-REF
           PERFORM PRINT-DOCUMENT
           PERFORM APPEND-JOURNAL
           CALL "SEQCOMMIT" USING WS-INVOICE-SERIES NEW-INVOICE
           DISPLAY "Gutschrift " NEW-INVOICE " erstellt: "
                   rpt-filename
           PERFORM CANCEL-RECEIVABLE
           IF ORDER-FOUND = 'Y' AND CURRENT-STATUS = 'R'
              AND CURRENT-INVOICE = CANCEL-NUMBER
             MOVE 'B' TO NEW-STATUS
             MOVE 'Y' TO SET-INVOICE
             MOVE 0 TO STORE-INVOICE
             PERFORM REWRITE-ORDERS
             DISPLAY "Auftrag " WORK-ORDER " wieder in Arbeit"
                     " (Status B)."
           END-IF.

       FIND-INVOICE.
           MOVE 'N' TO INVOICE-FOUND
           MOVE 0 TO CANCELLED-BY
           MOVE 0 TO line-eof
           OPEN INPUT InvoiceJournal
           IF WI-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           READ InvoiceJournal
            AT END SET line-eof TO 1
           END-READ
           PERFORM UNTIL line-eof = 1
             IF wi-type = 'R' AND wi-number = CANCEL-NUMBER
               MOVE 'Y' TO INVOICE-FOUND
               MOVE wi-order TO WORK-ORDER
               MOVE wi-cust TO ORDER-CUST
               MOVE wi-kennzeichen TO ORDER-KENNZ
               MOVE wi-net TO NET-TOTAL
               MOVE wi-vat TO VAT-AMOUNT
               MOVE wi-gross TO GROSS-TOTAL
             END-IF
             IF wi-type = 'G' AND wi-ref = CANCEL-NUMBER
               MOVE wi-number TO CANCELLED-BY
             END-IF
             READ InvoiceJournal
              AT END SET line-eof TO 1
             END-READ
           END-PERFORM
           CLOSE InvoiceJournal.
