       IDENTIFICATION DIVISION.
       PROGRAM-ID. GETRAENKE-KARTE.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select SalesJournal ASSIGN TO "GETRSALES.DAT"
                   organization is line sequential
                   FILE STATUS IS SJ-STATUS.
       Select TxnLog ASSIGN TO "TXNLOG.DAT"
                   organization is line sequential
                   FILE STATUS IS TXN-STATUS.
       Select KarteReport ASSIGN TO "KARTE-REPORT.DAT"
                   organization is line sequential.
       DATA DIVISION.
       FILE SECTION.
       FD SalesJournal.
           01 SalesRecord.
               05 sj-machine   PIC X(4).
               05 sj-timestamp PIC X(20).
               05 sj-drink-id  PIC 9.
               05 sj-name      PIC X(15).
               05 sj-price     PIC 9V99.
               05 sj-paid      PIC 9V99.
               05 sj-change    PIC 9V99.
               05 sj-method    PIC X.
               05 sj-txn-seq   PIC 9(7).
       FD TxnLog.
           copy "txnlog-record.cpy".
       FD KarteReport.
           01 ReportLine PIC X(72).
       WORKING-STORAGE SECTION.
       01 eof pic 9.
       01 SJ-STATUS pic xx.
       01 TXN-STATUS pic xx.
       01 TODAY-STAMP pic x(10).
       01 MC-COUNT pic 9(2) value 0.
       01 mc-index pic 9(2).
       01 MC-TABLE.
           05 MC-ENTRY OCCURS 20 TIMES.
              10 MC-MACHINE    PIC X(4).
              10 MC-SALE-COUNT PIC 9(5).
              10 MC-SALE-TOTAL PIC 9(7)V99.
              10 MC-BANK-COUNT PIC 9(5).
              10 MC-BANK-TOTAL PIC 9(7)V99.
       01 BK-COUNT pic 9(3) value 0.
       01 bk-index pic 9(3).
       01 BK-TABLE.
           05 BK-ENTRY OCCURS 500 TIMES.
              10 BK-SEQ     PIC 9(7).
              10 BK-MACHINE PIC X(4).
              10 BK-AMOUNT  PIC 9(7)V99.
              10 BK-MATCHED PIC X.
       01 WORK-MACHINE pic x(4).
       01 FLEET-SALE-COUNT pic 9(7) value 0.
       01 FLEET-SALE-TOTAL pic 9(9)V99 value 0.
       01 FLEET-BANK-COUNT pic 9(7) value 0.
       01 FLEET-BANK-TOTAL pic 9(9)V99 value 0.
       01 DIFF-VALUE pic S9(7)V99.
       01 PRINT-DIFF pic -(7)9.99.
       01 OPEN-ITEMS pic 9(5) value 0.
       01 WORK-LINE pic x(72).
       copy "date-time.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO date-time
           MOVE SPACES TO TODAY-STAMP
           STRING year "-" month "-" day-1
                  DELIMITED BY SIZE INTO TODAY-STAMP
           DISPLAY "GETRAENKE-KARTE: Kartenumsaetze vom " TODAY-STAMP

           OPEN OUTPUT KarteReport
           MOVE SPACES TO WORK-LINE
           STRING "Kartenabrechnung " TODAY-STAMP
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM LOAD-BANK-POSTINGS
           PERFORM MATCH-CARD-SALES
           PERFORM REPORT-UNMATCHED-POSTINGS

           PERFORM VARYING mc-index FROM 1 BY 1
                   UNTIL mc-index > MC-COUNT
             PERFORM REPORT-ONE-MACHINE
           END-PERFORM
           COMPUTE DIFF-VALUE = FLEET-BANK-TOTAL - FLEET-SALE-TOTAL
           MOVE SPACES TO WORK-LINE
           STRING "GESAMT Verkaeufe " FLEET-SALE-COUNT " "
                  FLEET-SALE-TOTAL " Bank " FLEET-BANK-COUNT " "
                  FLEET-BANK-TOTAL
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WORK-LINE
           MOVE DIFF-VALUE TO PRINT-DIFF
           STRING "Differenz " PRINT-DIFF " EUR, offene Posten "
                  OPEN-ITEMS
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE KarteReport

       STOP RUN.

       LOAD-BANK-POSTINGS.
           MOVE 0 TO eof
           OPEN INPUT TxnLog
           IF TXN-STATUS = "00"
             READ TxnLog
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF log-type = "VENDING"
                  AND log-status = 'Y'
                  AND log-timestamp(1:10) = TODAY-STAMP
                 PERFORM NOTE-BANK-POSTING
               END-IF
               READ TxnLog
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE TxnLog
           END-IF
           MOVE 0 TO eof.

       NOTE-BANK-POSTING.
           IF BK-COUNT = 500
             DISPLAY "ABBRUCH: mehr als 500 Kartenbuchungen am Tag."
             STOP RUN
           END-IF
           ADD 1 TO BK-COUNT
           MOVE log-seq-number TO BK-SEQ (BK-COUNT)
           MOVE log-terminal-id TO BK-MACHINE (BK-COUNT)
           MOVE log-amount TO BK-AMOUNT (BK-COUNT)
           MOVE 'N' TO BK-MATCHED (BK-COUNT)
           MOVE log-terminal-id TO WORK-MACHINE
           PERFORM FIND-MACHINE
           ADD 1 TO MC-BANK-COUNT (mc-index)
           ADD log-amount TO MC-BANK-TOTAL (mc-index).

       MATCH-CARD-SALES.
           MOVE 0 TO eof
           OPEN INPUT SalesJournal
           IF SJ-STATUS = "00"
             READ SalesJournal
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF sj-method = 'K'
                  AND sj-timestamp(1:10) = TODAY-STAMP
                 PERFORM MATCH-ONE-SALE
               END-IF
               READ SalesJournal
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE SalesJournal
           END-IF
           MOVE 0 TO eof.

       MATCH-ONE-SALE.
           MOVE sj-machine TO WORK-MACHINE
           PERFORM FIND-MACHINE
           ADD 1 TO MC-SALE-COUNT (mc-index)
           ADD sj-price TO MC-SALE-TOTAL (mc-index)
           PERFORM VARYING bk-index FROM 1 BY 1
                   UNTIL bk-index > BK-COUNT
             IF BK-SEQ (bk-index) = sj-txn-seq
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF bk-index > BK-COUNT
             ADD 1 TO OPEN-ITEMS
             MOVE SPACES TO WORK-LINE
             STRING "Verkauf ohne Buchung: " sj-machine " "
                    sj-timestamp(12:8) " Slot " sj-drink-id " "
                    sj-price " EUR Buchung " sj-txn-seq
                    DELIMITED BY SIZE INTO WORK-LINE
             PERFORM WRITE-REPORT-LINE
           ELSE
             MOVE 'J' TO BK-MATCHED (bk-index)
             IF BK-AMOUNT (bk-index) NOT = sj-price
               ADD 1 TO OPEN-ITEMS
               MOVE SPACES TO WORK-LINE
               STRING "Betrag abweichend: Buchung " sj-txn-seq
                      " Bank " BK-AMOUNT (bk-index)
                      " Verkauf " sj-price
                      DELIMITED BY SIZE INTO WORK-LINE
               PERFORM WRITE-REPORT-LINE
             END-IF
           END-IF.

       REPORT-UNMATCHED-POSTINGS.
           PERFORM VARYING bk-index FROM 1 BY 1
                   UNTIL bk-index > BK-COUNT
             IF BK-MATCHED (bk-index) = 'N'
               ADD 1 TO OPEN-ITEMS
               MOVE SPACES TO WORK-LINE
               STRING "Buchung ohne Verkauf: " BK-MACHINE (bk-index)
                      " Buchung " BK-SEQ (bk-index) " "
                      BK-AMOUNT (bk-index) " EUR"
                      DELIMITED BY SIZE INTO WORK-LINE
               PERFORM WRITE-REPORT-LINE
             END-IF
           END-PERFORM.

       FIND-MACHINE.
           PERFORM VARYING mc-index FROM 1 BY 1
                   UNTIL mc-index > MC-COUNT
             IF MC-MACHINE (mc-index) = WORK-MACHINE
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF mc-index > MC-COUNT
             IF MC-COUNT = 20
               DISPLAY "ABBRUCH: mehr als 20 Automaten."
               STOP RUN
             END-IF
             ADD 1 TO MC-COUNT
             MOVE MC-COUNT TO mc-index
             MOVE WORK-MACHINE TO MC-MACHINE (mc-index)
             MOVE 0 TO MC-SALE-COUNT (mc-index)
             MOVE 0 TO MC-SALE-TOTAL (mc-index)
             MOVE 0 TO MC-BANK-COUNT (mc-index)
             MOVE 0 TO MC-BANK-TOTAL (mc-index)
           END-IF.

       REPORT-ONE-MACHINE.
           COMPUTE DIFF-VALUE = MC-BANK-TOTAL (mc-index)
                   - MC-SALE-TOTAL (mc-index)
           MOVE DIFF-VALUE TO PRINT-DIFF
           MOVE SPACES TO WORK-LINE
           STRING "Automat " MC-MACHINE (mc-index)
                  " Verk. " MC-SALE-COUNT (mc-index) " "
                  MC-SALE-TOTAL (mc-index)
                  " Bank " MC-BANK-COUNT (mc-index) " "
                  MC-BANK-TOTAL (mc-index)
                  " Diff " PRINT-DIFF
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           ADD MC-SALE-COUNT (mc-index) TO FLEET-SALE-COUNT
           ADD MC-SALE-TOTAL (mc-index) TO FLEET-SALE-TOTAL
           ADD MC-BANK-COUNT (mc-index) TO FLEET-BANK-COUNT
           ADD MC-BANK-TOTAL (mc-index) TO FLEET-BANK-TOTAL.

       WRITE-REPORT-LINE.
           DISPLAY WORK-LINE
           MOVE WORK-LINE TO ReportLine
           WRITE ReportLine.
