       Select PriceFile ASSIGN TO "PRICES.DAT"
                   organization is line sequential
                   FILE STATUS IS PRICE-STATUS.
       Select WriteOffJournal ASSIGN TO "GETRWOFF.DAT"
                   organization is line sequential
                   FILE STATUS IS GW-STATUS.
       Select DailyReport ASSIGN TO "GETRREPORT.DAT"
                   organization is line sequential.
       DATA DIVISION.
               05 sj-price     PIC 9V99.
               05 sj-paid      PIC 9V99.
               05 sj-change    PIC 9V99.
               05 sj-method    PIC X.
               05 sj-txn-seq   PIC 9(7).
       FD InventoryFile.
           01 InventoryRecord.
               05 inv-machine  PIC X(4).
           copy "machine-record.cpy".
       FD PriceFile.
           copy "getrprice-record.cpy".
       FD WriteOffJournal.
           copy "getrwoff-record.cpy".
       FD DailyReport.
           01 ReportLine PIC X(72).
       WORKING-STORAGE SECTION.
       01 SLOT-MARGIN pic S9(7)V99.
       01 TOTAL-MARGIN pic S9(9)V99 value 0.
       01 WORK-LINE pic x(72).
       01 GW-STATUS pic xx.
       01 MACHINE-REVENUE pic 9(7)V99.
       01 MACHINE-WOFF-QTY pic 9(5).
       01 MACHINE-WOFF-VALUE pic 9(7)V99.
       01 TOTAL-REVENUE pic 9(9)V99 value 0.
       01 TOTAL-WOFF-VALUE pic 9(9)V99 value 0.
       01 NET-MARGIN pic S9(9)V99.
       01 PRINT-NET pic -(9)9.99.
       copy "date-time.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
           STRING "Ertrag gesamt: " TOTAL-MARGIN " EUR"
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WORK-LINE
           STRING "Umsatz gesamt: " TOTAL-REVENUE
                  " EUR, Abschreibung MHD: " TOTAL-WOFF-VALUE " EUR"
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           COMPUTE NET-MARGIN = TOTAL-MARGIN - TOTAL-WOFF-VALUE
           MOVE SPACES TO WORK-LINE
           MOVE NET-MARGIN TO PRINT-NET
           STRING "Ertrag nach Abschreibung: " PRINT-NET " EUR"
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE DailyReport

       STOP RUN.
               END-IF
             END-IF
           END-PERFORM
           MOVE 0 TO MACHINE-REVENUE
           PERFORM VARYING drink-index FROM 1 BY 1
                   UNTIL drink-index > 9
             ADD DS-REVENUE (drink-index) TO MACHINE-REVENUE
           END-PERFORM
           PERFORM SUM-TODAYS-WRITEOFFS
           ADD MACHINE-REVENUE TO TOTAL-REVENUE
           ADD MACHINE-WOFF-VALUE TO TOTAL-WOFF-VALUE
           MOVE SPACES TO WORK-LINE
           STRING "Umsatz " MACHINE-REVENUE " EUR, Abschreibung MHD "
                  MACHINE-WOFF-QTY " Stueck " MACHINE-WOFF-VALUE
                  " EUR"
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE "Nachbestell-Liste:" TO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING drink-index FROM 1 BY 1
             CLOSE SalesJournal
           END-IF.

       SUM-TODAYS-WRITEOFFS.
           MOVE 0 TO MACHINE-WOFF-QTY
           MOVE 0 TO MACHINE-WOFF-VALUE
           MOVE 0 TO eof
           OPEN INPUT WriteOffJournal
           IF GW-STATUS = "00"
             READ WriteOffJournal
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF gw-machine = CURRENT-MACHINE
                  AND gw-date = TODAY-YMD
                 ADD gw-qty TO MACHINE-WOFF-QTY
                 ADD gw-value TO MACHINE-WOFF-VALUE
               END-IF
               READ WriteOffJournal
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE WriteOffJournal
           END-IF.

       LOAD-STOCK-LEVELS.
           MOVE 0 TO eof
           OPEN INPUT InventoryFile
