       IDENTIFICATION DIVISION.
       PROGRAM-ID. WERKSTATT-LAGER.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select PartFile ASSIGN TO "PARTS.DAT"
                   organization is line sequential
                   FILE STATUS IS PART-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PartFile.
           copy "part-record.cpy".
       WORKING-STORAGE SECTION.
        01 PART-STATUS PIC XX.
        01 part-eof PIC 9.
        01 MENU-CHOICE PIC 9 VALUE 0.
        01 OPERATOR-ID PIC X(8).
        01 PART-COUNT PIC 9(3) VALUE 0.
        01 part-index PIC 9(3).
        01 FOUND-INDEX PIC 9(3) VALUE 0.
        01 PART-TABLE.
           05 PART-ENTRY OCCURS 500 TIMES.
              10 PT-RECORD PIC X(95).
        01 WORK-PART PIC X(8).
        01 NEW-VALUE PIC X(30).
        01 WORK-QUANTITY PIC 9(5)V99.
        01 WORK-PRICE PIC 9(5)V99.
        01 DELIVERY-REF PIC X(20).
        01 ORDER-QTY PIC 9(6)V99.
        01 ORDER-VALUE PIC 9(9)V99.
        01 REORDER-COUNT PIC 9(3).
        01 REORDER-TOTAL PIC 9(9)V99.
        01 PRINT-STOCK PIC -(5)9.99.
        01 PRINT-MIN PIC Z(4)9.99.
        01 PRINT-PRICE PIC Z(4)9.99.
        01 PRINT-ORDER PIC Z(4)9.99.
        01 PRINT-TOTAL PIC Z(8)9.99.
        copy "date-time.cpy".
        copy "signon-request.cpy".
        copy "report-request.cpy".
        copy "partstock-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "WERKSTATT-LAGER: Teilelager"
           MOVE 'S' TO so-action
           MOVE "WERKSTATT-LAGER" TO so-program
           MOVE "WERKSTATT" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Anmeldung fehlgeschlagen. Abbruch."
             STOP RUN
           END-IF
           MOVE so-operator TO OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO date-time

           PERFORM UNTIL MENU-CHOICE = 5
             DISPLAY "1) Teil anlegen/aendern  2) Wareneingang"
             DISPLAY "3) Teil anzeigen  4) Bestellvorschlag  5) Ende"
             ACCEPT MENU-CHOICE
             EVALUATE MENU-CHOICE
               WHEN 1
                 PERFORM MAINTAIN-PART
               WHEN 2
                 PERFORM GOODS-RECEIPT
               WHEN 3
                 PERFORM SHOW-PART
               WHEN 4
                 PERFORM REORDER-LIST
               WHEN 5
                 DISPLAY "Programmende."
               WHEN OTHER
                 DISPLAY "Bitte Eingabe ueberpruefen!"
             END-EVALUATE
           END-PERFORM

       STOP RUN.

       FIND-PART.
           DISPLAY "Teilenummer: "
           MOVE SPACES TO WORK-PART
           ACCEPT WORK-PART
           MOVE FUNCTION UPPER-CASE (WORK-PART) TO WORK-PART
           PERFORM LOAD-PARTS
           MOVE 0 TO FOUND-INDEX
           PERFORM VARYING part-index FROM 1 BY 1
                   UNTIL part-index > PART-COUNT
             MOVE PT-RECORD (part-index) TO PartRecord
             IF part-number = WORK-PART
               MOVE part-index TO FOUND-INDEX
             END-IF
           END-PERFORM
           IF FOUND-INDEX > 0
             MOVE PT-RECORD (FOUND-INDEX) TO PartRecord
           END-IF.

       MAINTAIN-PART.
           PERFORM FIND-PART
           IF WORK-PART = SPACES
             DISPLAY "Keine Teilenummer."
             EXIT PARAGRAPH
           END-IF
           IF FOUND-INDEX = 0
             IF PART-COUNT = 500
               DISPLAY "Teilestamm voll (500 Teile)."
               EXIT PARAGRAPH
             END-IF
             DISPLAY "Neues Teil " WORK-PART
             MOVE SPACES TO PartRecord
             MOVE WORK-PART TO part-number
             MOVE 0 TO part-stock
             MOVE 0 TO part-min
             MOVE 0 TO part-price
             MOVE 0 TO part-last-used
             MOVE 0 TO part-last-rcpt
           ELSE
             PERFORM DISPLAY-PART
           END-IF
           DISPLAY "Bezeichnung (leer = unveraendert): "
           MOVE SPACES TO NEW-VALUE
           ACCEPT NEW-VALUE
           IF NEW-VALUE NOT = SPACES
             MOVE NEW-VALUE TO part-text
           END-IF
           IF part-text = SPACES
             DISPLAY "Ohne Bezeichnung nicht gespeichert."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Mindestbestand (leer = unveraendert): "
           MOVE SPACES TO NEW-VALUE
           ACCEPT NEW-VALUE
           IF NEW-VALUE NOT = SPACES
             INSPECT NEW-VALUE REPLACING ALL "," BY "."
             COMPUTE part-min = FUNCTION NUMVAL (NEW-VALUE)
           END-IF
           DISPLAY "Einkaufspreis (leer = unveraendert): "
           MOVE SPACES TO NEW-VALUE
           ACCEPT NEW-VALUE
           IF NEW-VALUE NOT = SPACES
             INSPECT NEW-VALUE REPLACING ALL "," BY "."
             COMPUTE part-price = FUNCTION NUMVAL (NEW-VALUE)
           END-IF
           DISPLAY "Lieferant (leer = unveraendert): "
           MOVE SPACES TO NEW-VALUE
           ACCEPT NEW-VALUE
           IF NEW-VALUE NOT = SPACES
             MOVE NEW-VALUE TO part-supplier
           END-IF
           IF FOUND-INDEX = 0
             ADD 1 TO PART-COUNT
             MOVE PART-COUNT TO FOUND-INDEX
           END-IF
           MOVE PartRecord TO PT-RECORD (FOUND-INDEX)
           PERFORM SAVE-PARTS
           DISPLAY "Teil " part-number " gespeichert.".

       GOODS-RECEIPT.
           DISPLAY "Teilenummer: "
           MOVE SPACES TO WORK-PART
           ACCEPT WORK-PART
           MOVE FUNCTION UPPER-CASE (WORK-PART) TO WORK-PART
           DISPLAY "Menge: "
           MOVE 0 TO WORK-QUANTITY
           ACCEPT WORK-QUANTITY
           IF WORK-QUANTITY = 0
             DISPLAY "Keine Menge - kein Wareneingang."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Lieferschein-Nr.: "
           MOVE SPACES TO DELIVERY-REF
           ACCEPT DELIVERY-REF
           DISPLAY "Neuer Einkaufspreis (leer = unveraendert): "
           MOVE SPACES TO NEW-VALUE
           ACCEPT NEW-VALUE
           MOVE 0 TO WORK-PRICE
           IF NEW-VALUE NOT = SPACES
             INSPECT NEW-VALUE REPLACING ALL "," BY "."
             COMPUTE WORK-PRICE = FUNCTION NUMVAL (NEW-VALUE)
           END-IF
           MOVE 'Z' TO ps-action
           MOVE WORK-PART TO ps-part
           MOVE WORK-QUANTITY TO ps-quantity
           MOVE WORK-PRICE TO ps-price
           MOVE 0 TO ps-order
           MOVE DELIVERY-REF TO ps-ref
           MOVE OPERATOR-ID TO ps-operator
           CALL "PARTSTOCK" USING PartStockRequest
           IF ps-result NOT = 'Y'
             DISPLAY "Teil " WORK-PART " nicht im Lagerstamm -"
                     " bitte zuerst anlegen."
           ELSE
             MOVE ps-stock TO PRINT-STOCK
             DISPLAY "Wareneingang gebucht: " ps-text
             DISPLAY "Neuer Bestand " PRINT-STOCK
           END-IF.

       SHOW-PART.
           PERFORM FIND-PART
           IF FOUND-INDEX = 0
             DISPLAY "Teil " WORK-PART " nicht gefunden."
           ELSE
             PERFORM DISPLAY-PART
           END-IF.

       DISPLAY-PART.
           MOVE part-stock TO PRINT-STOCK
           MOVE part-min TO PRINT-MIN
           MOVE part-price TO PRINT-PRICE
           DISPLAY "Teil:        " part-number " " part-text
           DISPLAY "Bestand:     " PRINT-STOCK
                   "  Mindestbestand " PRINT-MIN
           DISPLAY "EK-Preis:    " PRINT-PRICE
                   "  Lieferant " part-supplier
           DISPLAY "Letzter Verbrauch " part-last-used
                   "  letzter Eingang " part-last-rcpt.

       REORDER-LIST.
           PERFORM LOAD-PARTS
           MOVE 0 TO REORDER-COUNT
           MOVE 0 TO REORDER-TOTAL
           MOVE 'O' TO rpt-action
           MOVE "BESTELLUNG" TO rpt-name
           MOVE SPACES TO rpt-filename
           STRING "BESTELL-" year month day-1 ".DAT"
                  DELIMITED BY SIZE INTO rpt-filename
           MOVE "Bestellvorschlag Werkstattlager" TO rpt-title
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line
           MOVE "Teil" TO rpt-line (1:4)
           MOVE "Bezeichnung" TO rpt-line (10:11)
           MOVE "Lieferant" TO rpt-line (29:9)
           MOVE "Bestand" TO rpt-line (47:7)
           MOVE "Minimum" TO rpt-line (56:7)
           MOVE "Bestellen" TO rpt-line (63:9)
           PERFORM WRITE-REORDER-LINE
           PERFORM VARYING part-index FROM 1 BY 1
                   UNTIL part-index > PART-COUNT
             MOVE PT-RECORD (part-index) TO PartRecord
             IF part-stock < part-min
               PERFORM REORDER-ONE-PART
             END-IF
           END-PERFORM
           PERFORM WRITE-REORDER-LINE
           IF REORDER-COUNT = 0
             MOVE "Kein Teil unter Mindestbestand." TO rpt-line
           ELSE
             MOVE REORDER-TOTAL TO PRINT-TOTAL
             STRING REORDER-COUNT " Teile nachbestellen,"
                    " Einkaufswert ca. " PRINT-TOTAL " EUR"
                    DELIMITED BY SIZE INTO rpt-line
           END-IF
           DISPLAY rpt-line
           PERFORM WRITE-REORDER-LINE
           MOVE 'C' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           DISPLAY "Bestellvorschlag: " rpt-filename.

       REORDER-ONE-PART.
           ADD 1 TO REORDER-COUNT
           COMPUTE ORDER-QTY = part-min * 2 - part-stock
           COMPUTE ORDER-VALUE ROUNDED = ORDER-QTY * part-price
           ADD ORDER-VALUE TO REORDER-TOTAL
           MOVE part-stock TO PRINT-STOCK
           MOVE part-min TO PRINT-MIN
           MOVE ORDER-QTY TO PRINT-ORDER
           MOVE part-number TO rpt-line (1:8)
           MOVE part-text TO rpt-line (10:18)
           MOVE part-supplier TO rpt-line (29:15)
           MOVE PRINT-STOCK TO rpt-line (45:9)
           MOVE PRINT-MIN TO rpt-line (55:8)
           MOVE PRINT-ORDER TO rpt-line (64:8)
           DISPLAY rpt-line
           PERFORM WRITE-REORDER-LINE.

       WRITE-REORDER-LINE.
           MOVE 'L' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line.

       LOAD-PARTS.
           MOVE 0 TO PART-COUNT
           MOVE 0 TO part-eof
           OPEN INPUT PartFile
           IF PART-STATUS = "00"
             READ PartFile
              AT END SET part-eof TO 1
             END-READ
             PERFORM UNTIL part-eof = 1 OR PART-COUNT = 500
               ADD 1 TO PART-COUNT
               MOVE PartRecord TO PT-RECORD (PART-COUNT)
               READ PartFile
                AT END SET part-eof TO 1
               END-READ
             END-PERFORM
             IF part-eof = 0
               DISPLAY "ABBRUCH: PARTS.DAT groesser als 500"
                       " Eintraege."
               STOP RUN
             END-IF
             CLOSE PartFile
           END-IF.

       SAVE-PARTS.
           OPEN OUTPUT PartFile
           PERFORM VARYING part-index FROM 1 BY 1
                   UNTIL part-index > PART-COUNT
             MOVE PT-RECORD (part-index) TO PartRecord
             WRITE PartRecord
           END-PERFORM
           CLOSE PartFile
           IF FOUND-INDEX > 0
             MOVE PT-RECORD (FOUND-INDEX) TO PartRecord
           END-IF.
