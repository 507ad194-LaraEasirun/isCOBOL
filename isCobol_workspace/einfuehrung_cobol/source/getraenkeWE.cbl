                   FILE STATUS IS INV-STATUS.
       Select InvWork ASSIGN TO "INVENTORY-WRK.DAT"
                   organization is line sequential.
       Select BatchFile ASSIGN TO "GETRBATCH.DAT"
                   organization is line sequential
                   FILE STATUS IS GB-STATUS.
       Select ReceiptReport ASSIGN TO "WE-REPORT.DAT"
                   organization is line sequential.
       DATA DIVISION.
               05 iw-machine  PIC X(4).
               05 iw-drink-id PIC 9.
               05 iw-stock    PIC 9(3).
       FD BatchFile.
           copy "getrbatch-record.cpy".
       FD ReceiptReport.
           01 ReportLine PIC X(72).
       WORKING-STORAGE SECTION.
       01 LINE-COUNT pic 9(3) value 0.
       01 INV-UPDATED pic x.
       01 WORK-LINE pic x(72).
       01 GB-STATUS pic xx.
       01 LOT-NUMBER pic x(10).
       01 BEST-BEFORE pic x(8).
       01 BEST-BEFORE-NUM redefines BEST-BEFORE pic 9(8).
       01 BEST-BEFORE-OK pic x.
       01 TODAY-YMD pic 9(8).
       copy "date-time.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "GETRAENKE-WE: Wareneingang buchen"
           MOVE FUNCTION CURRENT-DATE TO date-time
           COMPUTE TODAY-YMD = year * 10000 + month * 100 + day-1
           DISPLAY "Bestellnummer: "
           ACCEPT WANTED-ORDER

                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-RECEIPT-LINE
           IF DELIVERED-QTY > 0
             PERFORM ACCEPT-BATCH
             PERFORM BOOK-INTO-INVENTORY
             PERFORM WRITE-BATCH
             MOVE SPACES TO WORK-LINE
             STRING "  Charge " LOT-NUMBER " MHD "
                    BEST-BEFORE (7:2) "." BEST-BEFORE (5:2) "."
                    BEST-BEFORE (1:4)
                    DELIMITED BY SIZE INTO WORK-LINE
             PERFORM WRITE-RECEIPT-LINE
           END-IF
           MOVE 'E' TO go-order-status.

       ACCEPT-BATCH.
           DISPLAY "Chargennummer: "
           ACCEPT LOT-NUMBER
           MOVE 'N' TO BEST-BEFORE-OK
           PERFORM UNTIL BEST-BEFORE-OK = 'Y'
             DISPLAY "Mindesthaltbarkeitsdatum (JJJJMMTT): "
             ACCEPT BEST-BEFORE
             IF BEST-BEFORE NOT NUMERIC
               DISPLAY "Datum ungueltig."
             ELSE
               IF BEST-BEFORE-NUM NOT > TODAY-YMD
                 DISPLAY "MHD liegt nicht in der Zukunft."
               ELSE
                 MOVE 'Y' TO BEST-BEFORE-OK
               END-IF
             END-IF
           END-PERFORM.

       WRITE-BATCH.
           OPEN INPUT BatchFile
           IF GB-STATUS = "35"
             OPEN OUTPUT BatchFile
             CLOSE BatchFile
           ELSE
             CLOSE BatchFile
           END-IF
           OPEN EXTEND BatchFile
           MOVE go-machine TO gb-machine
           MOVE go-slot TO gb-slot
           MOVE LOT-NUMBER TO gb-lot
           MOVE TODAY-YMD TO gb-received
           MOVE BEST-BEFORE-NUM TO gb-best-before
           MOVE DELIVERED-QTY TO gb-qty
           WRITE BatchRecord
           CLOSE BatchFile.

       BOOK-INTO-INVENTORY.
           MOVE 'N' TO INV-UPDATED
           MOVE 0 TO eof
