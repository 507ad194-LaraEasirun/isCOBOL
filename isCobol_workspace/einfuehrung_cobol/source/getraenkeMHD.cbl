       IDENTIFICATION DIVISION.
       PROGRAM-ID. GETRAENKE-MHD.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select MachineFile ASSIGN TO "MACHINES.DAT"
                   organization is line sequential
                   FILE STATUS IS MA-STATUS.
       Select BatchFile ASSIGN TO "GETRBATCH.DAT"
                   organization is line sequential
                   FILE STATUS IS GB-STATUS.
       Select BatchWork ASSIGN TO "GETRBATCH-WRK.DAT"
                   organization is line sequential.
       Select InventoryFile ASSIGN TO "INVENTORY.DAT"
                   organization is line sequential
                   FILE STATUS IS INV-STATUS.
       Select InvWork ASSIGN TO "INVENTORY-WRK.DAT"
                   organization is line sequential.
       Select PriceFile ASSIGN TO "PRICES.DAT"
                   organization is line sequential
                   FILE STATUS IS PRICE-STATUS.
       Select WriteOffJournal ASSIGN TO "GETRWOFF.DAT"
                   organization is line sequential
                   FILE STATUS IS GW-STATUS.
       Select MhdReport ASSIGN TO "MHD-REPORT.DAT"
                   organization is line sequential.
       DATA DIVISION.
       FILE SECTION.
       FD MachineFile.
           copy "machine-record.cpy".
       FD BatchFile.
           copy "getrbatch-record.cpy".
       FD BatchWork.
           01 BatchWorkRecord PIC X(34).
       FD InventoryFile.
           01 InventoryRecord.
               05 inv-machine  PIC X(4).
               05 inv-drink-id PIC 9.
               05 inv-stock    PIC 9(3).
       FD InvWork.
           01 InvWorkRecord.
               05 iw-machine  PIC X(4).
               05 iw-drink-id PIC 9.
               05 iw-stock    PIC 9(3).
       FD PriceFile.
           copy "getrprice-record.cpy".
       FD WriteOffJournal.
           copy "getrwoff-record.cpy".
       FD MhdReport.
           01 ReportLine PIC X(72).
       WORKING-STORAGE SECTION.
       01 eof pic 9.
       01 MA-STATUS pic xx.
       01 GB-STATUS pic xx.
       01 INV-STATUS pic xx.
       01 PRICE-STATUS pic xx.
       01 GW-STATUS pic xx.
       01 TODAY-YMD pic 9(8).
       01 LIMIT-YMD pic 9(8).
       01 WARN-DAYS pic S9(5) value 14.
       01 drink-index pic 99.
       01 COST-TABLE.
           05 SLOT-COST OCCURS 9 TIMES PIC 9V99.
       01 BEST-VALID-TABLE.
           05 BEST-VALID OCCURS 9 TIMES PIC 9(8).
       01 MACHINE-COUNT pic 9(2) value 0.
       01 machine-index pic 9(2).
       01 MACHINE-TABLE.
           05 MACHINE-ENTRY OCCURS 20 TIMES.
              10 MC-ID       PIC X(4).
              10 MC-LOCATION PIC X(20).
       01 MACHINE-SEEN pic x.
       01 WO-COUNT pic 9(3) value 0.
       01 wo-index pic 9(3).
       01 WO-TABLE.
           05 WO-ENTRY OCCURS 200 TIMES.
              10 WO-MACHINE PIC X(4).
              10 WO-SLOT    PIC 9.
              10 WO-QTY     PIC 9(5).
       01 WRITE-OFF-QTY pic 9(5) value 0.
       01 WRITE-OFF-VALUE pic 9(7)V99 value 0.
       01 EXPIRING-COUNT pic 9(3).
       01 EXPIRING-QTY pic 9(5) value 0.
       01 FORMAT-YMD pic 9(8).
       01 PRINT-DATE pic x(10).
       01 PRINT-VALUE pic Z(6)9.99.
       01 WORK-LINE pic x(72).
       copy "date-time.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO date-time
           COMPUTE TODAY-YMD = year * 10000 + month * 100 + day-1
           CALL "DATE-ADD" USING TODAY-YMD WARN-DAYS LIMIT-YMD
           DISPLAY "GETRAENKE-MHD: Haltbarkeitspruefung vom "
                   day-1 "." month "." year

           OPEN INPUT BatchFile
           IF GB-STATUS NOT = "00"
             DISPLAY "GETRBATCH.DAT nicht gefunden."
             STOP RUN
           END-IF
           CLOSE BatchFile

           PERFORM LOAD-COST-PRICES
           PERFORM LOAD-MACHINES

           OPEN OUTPUT MhdReport
           MOVE SPACES TO WORK-LINE
           STRING "MHD-Liste Tourenfahrer vom "
                  day-1 "." month "." year
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-MHD-LINE

           PERFORM WRITE-OFF-EXPIRED
           IF WO-COUNT > 0
             PERFORM ADJUST-INVENTORY
           END-IF

           MOVE LIMIT-YMD TO FORMAT-YMD
           PERFORM FORMAT-DATE
           MOVE SPACES TO WORK-LINE
           STRING "Ware mit Ablauf bis " PRINT-DATE ":"
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-MHD-LINE
           PERFORM VARYING machine-index FROM 1 BY 1
                   UNTIL machine-index > MACHINE-COUNT
             PERFORM LIST-ONE-MACHINE
           END-PERFORM

           MOVE SPACES TO WORK-LINE
           STRING "Bald ablaufend gesamt: " EXPIRING-QTY " Stueck"
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-MHD-LINE
           MOVE WRITE-OFF-VALUE TO PRINT-VALUE
           MOVE SPACES TO WORK-LINE
           STRING "Abgeschrieben: " WRITE-OFF-QTY " Stueck, Wert "
                  PRINT-VALUE " EUR"
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-MHD-LINE
           CLOSE MhdReport
           DISPLAY "MHD-Liste: MHD-REPORT.DAT"

       STOP RUN.

       LOAD-COST-PRICES.
           PERFORM VARYING drink-index FROM 1 BY 1
                   UNTIL drink-index > 9
             MOVE 0 TO SLOT-COST (drink-index)
             MOVE 0 TO BEST-VALID (drink-index)
           END-PERFORM
           MOVE 0 TO eof
           OPEN INPUT PriceFile
           IF PRICE-STATUS = "00"
             READ PriceFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF pp-slot > 0
                  AND pp-valid-from <= TODAY-YMD
                  AND pp-valid-from > BEST-VALID (pp-slot)
                 MOVE pp-valid-from TO BEST-VALID (pp-slot)
                 MOVE pp-cost TO SLOT-COST (pp-slot)
               END-IF
               READ PriceFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE PriceFile
           END-IF
           MOVE 0 TO eof.

       LOAD-MACHINES.
           MOVE 0 TO MACHINE-COUNT
           MOVE 0 TO eof
           OPEN INPUT MachineFile
           IF MA-STATUS = "00"
             READ MachineFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR MACHINE-COUNT = 20
               ADD 1 TO MACHINE-COUNT
               MOVE ma-id TO MC-ID (MACHINE-COUNT)
               MOVE ma-location TO MC-LOCATION (MACHINE-COUNT)
               READ MachineFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE MachineFile
           END-IF
           MOVE 0 TO eof
           OPEN INPUT BatchFile
           READ BatchFile
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             PERFORM NOTE-MACHINE
             READ BatchFile
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE BatchFile
           MOVE 0 TO eof.

       NOTE-MACHINE.
           MOVE 'N' TO MACHINE-SEEN
           PERFORM VARYING machine-index FROM 1 BY 1
                   UNTIL machine-index > MACHINE-COUNT
             IF MC-ID (machine-index) = gb-machine
               MOVE 'Y' TO MACHINE-SEEN
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF MACHINE-SEEN = 'N' AND MACHINE-COUNT < 20
             ADD 1 TO MACHINE-COUNT
             MOVE gb-machine TO MC-ID (MACHINE-COUNT)
             MOVE SPACES TO MC-LOCATION (MACHINE-COUNT)
           END-IF.

       WRITE-OFF-EXPIRED.
           MOVE "Abschreibung abgelaufener Ware:" TO WORK-LINE
           PERFORM WRITE-MHD-LINE
           OPEN INPUT WriteOffJournal
           IF GW-STATUS = "35"
             OPEN OUTPUT WriteOffJournal
             CLOSE WriteOffJournal
           ELSE
             CLOSE WriteOffJournal
           END-IF
           OPEN EXTEND WriteOffJournal
           MOVE 0 TO eof
           OPEN INPUT BatchFile
           OPEN OUTPUT BatchWork
           READ BatchFile
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             IF gb-qty > 0
               IF gb-best-before < TODAY-YMD
                 PERFORM WRITE-OFF-ONE-BATCH
               ELSE
                 MOVE BatchRecord TO BatchWorkRecord
                 WRITE BatchWorkRecord
               END-IF
             END-IF
             READ BatchFile
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE BatchFile
           CLOSE BatchWork
           CLOSE WriteOffJournal
           IF WO-COUNT = 0
             MOVE "  keine abgelaufene Ware" TO WORK-LINE
             PERFORM WRITE-MHD-LINE
           END-IF
           MOVE 0 TO eof
           OPEN INPUT BatchWork
           OPEN OUTPUT BatchFile
           READ BatchWork
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             MOVE BatchWorkRecord TO BatchRecord
             WRITE BatchRecord
             READ BatchWork
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE BatchWork
           CLOSE BatchFile
           MOVE 0 TO eof.

       WRITE-OFF-ONE-BATCH.
           MOVE TODAY-YMD TO gw-date
           MOVE gb-machine TO gw-machine
           MOVE gb-slot TO gw-slot
           MOVE gb-lot TO gw-lot
           MOVE gb-best-before TO gw-best-before
           MOVE gb-qty TO gw-qty
           MOVE 0 TO gw-cost
           IF gb-slot > 0
             MOVE SLOT-COST (gb-slot) TO gw-cost
           END-IF
           COMPUTE gw-value = gw-qty * gw-cost
           WRITE WriteOffRecord
           ADD gw-qty TO WRITE-OFF-QTY
           ADD gw-value TO WRITE-OFF-VALUE
           MOVE gb-best-before TO FORMAT-YMD
           PERFORM FORMAT-DATE
           MOVE gw-value TO PRINT-VALUE
           MOVE SPACES TO WORK-LINE
           STRING "  " gb-machine " Slot " gb-slot
                  " Charge " gb-lot " MHD " PRINT-DATE
                  " Menge " gb-qty " Wert " PRINT-VALUE
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-MHD-LINE
           PERFORM VARYING wo-index FROM 1 BY 1
                   UNTIL wo-index > WO-COUNT
             IF WO-MACHINE (wo-index) = gb-machine
                AND WO-SLOT (wo-index) = gb-slot
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF wo-index > WO-COUNT
             IF WO-COUNT = 200
               DISPLAY "ABBRUCH: mehr als 200 Automaten-Slots mit"
                       " Abschreibung."
               STOP RUN
             END-IF
             ADD 1 TO WO-COUNT
             MOVE WO-COUNT TO wo-index
             MOVE gb-machine TO WO-MACHINE (wo-index)
             MOVE gb-slot TO WO-SLOT (wo-index)
             MOVE 0 TO WO-QTY (wo-index)
           END-IF
           ADD gb-qty TO WO-QTY (wo-index).

       ADJUST-INVENTORY.
           MOVE 0 TO eof
           OPEN INPUT InventoryFile
           IF INV-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT InvWork
           READ InventoryFile
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             MOVE InventoryRecord TO InvWorkRecord
             PERFORM VARYING wo-index FROM 1 BY 1
                     UNTIL wo-index > WO-COUNT
               IF WO-MACHINE (wo-index) = inv-machine
                  AND WO-SLOT (wo-index) = inv-drink-id
                 IF WO-QTY (wo-index) > inv-stock
                   MOVE 0 TO iw-stock
                 ELSE
                   COMPUTE iw-stock = inv-stock - WO-QTY (wo-index)
                 END-IF
               END-IF
             END-PERFORM
             WRITE InvWorkRecord
             READ InventoryFile
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE InventoryFile
           CLOSE InvWork
           MOVE 0 TO eof
           OPEN INPUT InvWork
           OPEN OUTPUT InventoryFile
           READ InvWork
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             MOVE InvWorkRecord TO InventoryRecord
             WRITE InventoryRecord
             READ InvWork
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE InvWork
           CLOSE InventoryFile
           MOVE 0 TO eof.

       LIST-ONE-MACHINE.
           MOVE 0 TO EXPIRING-COUNT
           MOVE SPACES TO WORK-LINE
           STRING "Automat " MC-ID (machine-index) " "
                  MC-LOCATION (machine-index)
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-MHD-LINE
           MOVE 0 TO eof
           OPEN INPUT BatchFile
           READ BatchFile
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             IF gb-machine = MC-ID (machine-index)
                AND gb-qty > 0
                AND gb-best-before NOT > LIMIT-YMD
               ADD 1 TO EXPIRING-COUNT
               ADD gb-qty TO EXPIRING-QTY
               MOVE gb-best-before TO FORMAT-YMD
               PERFORM FORMAT-DATE
               MOVE SPACES TO WORK-LINE
               STRING "  Slot " gb-slot " Charge " gb-lot
                      " MHD " PRINT-DATE " Menge " gb-qty
                      DELIMITED BY SIZE INTO WORK-LINE
               PERFORM WRITE-MHD-LINE
             END-IF
             READ BatchFile
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE BatchFile
           MOVE 0 TO eof
           IF EXPIRING-COUNT = 0
             MOVE "  keine Ware mit kurzem MHD" TO WORK-LINE
             PERFORM WRITE-MHD-LINE
           END-IF.

       FORMAT-DATE.
           MOVE SPACES TO PRINT-DATE
           STRING FORMAT-YMD(7:2) "." FORMAT-YMD(5:2) "."
                  FORMAT-YMD(1:4)
                  DELIMITED BY SIZE INTO PRINT-DATE.

       WRITE-MHD-LINE.
           DISPLAY WORK-LINE
           MOVE WORK-LINE TO ReportLine
           WRITE ReportLine.
