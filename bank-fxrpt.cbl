       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-FXRPT.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select TxnLog ASSIGN TO "TXNLOG.DAT"
                   organization is line sequential
                   FILE STATUS IS TXN-STATUS.
       Select TxnCatalog ASSIGN TO "TXNCAT.DAT"
                   organization is line sequential
                   FILE STATUS IS CAT-STATUS.
       Select TxnDaily ASSIGN TO DYNAMIC TXND-FILENAME
                   organization is line sequential
                   FILE STATUS IS TXD-STATUS.
       Select FxRateFile ASSIGN TO "FXRATE.DAT"
                   organization is line sequential
                   FILE STATUS IS FXR-STATUS.
       Select FxReport ASSIGN TO "FXREPORT.DAT"
                   organization is line sequential.
       DATA DIVISION.
       FILE SECTION.
       FD TxnLog.
           copy "txnlog-record.cpy".
       FD TxnCatalog.
           01 TxnCatRecord.
              05 tc-date     PIC 9(8).
              05 tc-filename PIC X(20).
              05 tc-status   PIC X.
       FD TxnDaily.
           01 TxnDailyRecord PIC X(82).
       FD FxRateFile.
           copy "fxrate-record.cpy".
       FD FxReport.
           01 ReportLine PIC X(72).
       WORKING-STORAGE SECTION.
        01 BUSINESS-DATE PIC 9(8) VALUE 0.
        01 JJ-EVENT PIC X.
        01 JJ-JOB-NAME PIC X(12).
        01 JJ-RECORDS PIC 9(7) VALUE 0.
        01 JJ-RESULT PIC X(4).
        01 SEAL-DATE PIC 9(8) VALUE 0.
        01 SEAL-RESULT PIC X.
        01 TXN-STATUS PIC XX.
        01 CAT-STATUS PIC XX.
        01 TXD-STATUS PIC XX.
        01 FXR-STATUS PIC XX.
        01 TXND-FILENAME PIC X(20).
        01 eof PIC 9.
        01 day-eof PIC 9.
        01 CUR-COUNT PIC 9(2) VALUE 0.
        01 cur-index PIC 9(2).
        01 CUR-TABLE.
           05 CUR-ENTRY OCCURS 10 TIMES.
              10 CR-CUR     PIC X(3).
              10 CR-BUY     PIC 9(4)V9(6).
              10 CR-SELL    PIC 9(4)V9(6).
              10 CR-COUNT   PIC 9(7).
              10 CR-FOREIGN PIC 9(9).
              10 CR-EUR     PIC 9(9)V99.
              10 CR-MARGIN  PIC 9(7)V99.
        01 WANTED-CUR PIC X(3).
        01 CUR-FOUND PIC X.
        01 TOTAL-EUR PIC 9(9)V99 VALUE 0.
        01 TOTAL-MARGIN PIC 9(7)V99 VALUE 0.
        01 TOTAL-COUNT PIC 9(7) VALUE 0.
        01 WORK-LINE PIC X(72).
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           MOVE 'S' TO JJ-EVENT
           MOVE "BANK-FXRPT" TO JJ-JOB-NAME
           MOVE 0 TO JJ-RECORDS
           MOVE SPACES TO JJ-RESULT
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT

           CALL "BUSDATE" USING BUSINESS-DATE
           DISPLAY "BANK-FXRPT: Sortengeschaeft per " BUSINESS-DATE

           MOVE 0 TO SEAL-DATE
           CALL "BANK-SEALCHK" USING SEAL-DATE SEAL-RESULT
           IF SEAL-RESULT = 'N'
             DISPLAY "ABBRUCH: TXNLOG.DAT passt nicht zu seinen"
                     " Pruefsiegeln!"
             MOVE 'E' TO JJ-EVENT
             MOVE 0 TO JJ-RECORDS
             MOVE "SEAL" TO JJ-RESULT
             CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                  JJ-RECORDS JJ-RESULT
             STOP RUN
           END-IF

           PERFORM LOAD-RATES
           PERFORM SCAN-TXNLOG
           PERFORM SCAN-DAILY-FILES

           OPEN OUTPUT FxReport
           MOVE SPACES TO WORK-LINE
           STRING "Sortenauszahlungen und Kursmarge "
                  BUSINESS-DATE
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING cur-index FROM 1 BY 1
                   UNTIL cur-index > CUR-COUNT
             PERFORM REPORT-ONE-CURRENCY
           END-PERFORM
           MOVE SPACES TO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WORK-LINE
           STRING "GESAMT Auszahlungen " TOTAL-COUNT
                  " Belastung " TOTAL-EUR " EUR"
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WORK-LINE
           STRING "GESAMT Kursmarge (Konto 43000) " TOTAL-MARGIN
                  " EUR"
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE FxReport

           MOVE 'E' TO JJ-EVENT
           MOVE TOTAL-COUNT TO JJ-RECORDS
           MOVE "OK" TO JJ-RESULT
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT

       STOP RUN.

       LOAD-RATES.
           MOVE 0 TO CUR-COUNT
           MOVE 0 TO eof
           OPEN INPUT FxRateFile
           IF FXR-STATUS = "00"
             READ FxRateFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF fx-rate-date = BUSINESS-DATE
                 MOVE FUNCTION UPPER-CASE(fx-currency) TO WANTED-CUR
                 PERFORM FIND-CURRENCY
                 IF CUR-FOUND = 'Y'
                   MOVE fx-buy-rate TO CR-BUY (cur-index)
                   MOVE fx-sell-rate TO CR-SELL (cur-index)
                 END-IF
               END-IF
               READ FxRateFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE FxRateFile
           ELSE
             DISPLAY "FXRATE.DAT nicht gefunden."
           END-IF.

       FIND-CURRENCY.
           MOVE 'N' TO CUR-FOUND
           PERFORM VARYING cur-index FROM 1 BY 1
                   UNTIL cur-index > CUR-COUNT
             IF CR-CUR (cur-index) = WANTED-CUR
               MOVE 'Y' TO CUR-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF CUR-FOUND = 'N' AND CUR-COUNT < 10
             ADD 1 TO CUR-COUNT
             MOVE CUR-COUNT TO cur-index
             MOVE WANTED-CUR TO CR-CUR (cur-index)
             MOVE 0 TO CR-BUY (cur-index)
             MOVE 0 TO CR-SELL (cur-index)
             MOVE 0 TO CR-COUNT (cur-index)
             MOVE 0 TO CR-FOREIGN (cur-index)
             MOVE 0 TO CR-EUR (cur-index)
             MOVE 0 TO CR-MARGIN (cur-index)
             MOVE 'Y' TO CUR-FOUND
           END-IF.

       SCAN-TXNLOG.
           MOVE 0 TO eof
           OPEN INPUT TxnLog
           IF TXN-STATUS = "00"
             READ TxnLog
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               PERFORM NOTE-FX-RECORD
               READ TxnLog
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE TxnLog
           END-IF.

       SCAN-DAILY-FILES.
           MOVE 0 TO eof
           OPEN INPUT TxnCatalog
           IF CAT-STATUS = "00"
             READ TxnCatalog
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF tc-status = 'O' AND tc-date = BUSINESS-DATE
                 PERFORM SCAN-ONE-DAILY-FILE
               END-IF
               READ TxnCatalog
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE TxnCatalog
           END-IF.

       SCAN-ONE-DAILY-FILE.
           MOVE tc-filename TO TXND-FILENAME
           MOVE 0 TO day-eof
           OPEN INPUT TxnDaily
           IF TXD-STATUS = "00"
             READ TxnDaily
              AT END SET day-eof TO 1
             END-READ
             PERFORM UNTIL day-eof = 1
               MOVE TxnDailyRecord TO TxnLogRecord
               PERFORM NOTE-FX-RECORD
               READ TxnDaily
                AT END SET day-eof TO 1
               END-READ
             END-PERFORM
             CLOSE TxnDaily
           END-IF.

       NOTE-FX-RECORD.
           IF log-business-date NOT = BUSINESS-DATE
              OR log-status NOT = 'Y'
              OR log-rate-version(1:3) = SPACES
             EXIT PARAGRAPH
           END-IF
           IF log-type NOT = "WITHDRAWAL" AND log-type NOT = "FX-MARGIN"
             EXIT PARAGRAPH
           END-IF
           MOVE log-rate-version(1:3) TO WANTED-CUR
           PERFORM FIND-CURRENCY
           IF CUR-FOUND = 'N'
             EXIT PARAGRAPH
           END-IF
           IF log-type = "WITHDRAWAL"
             ADD 1 TO CR-COUNT (cur-index)
             ADD log-ref-seq TO CR-FOREIGN (cur-index)
             ADD log-amount TO CR-EUR (cur-index)
             ADD 1 TO TOTAL-COUNT
             ADD log-amount TO TOTAL-EUR
           ELSE
             ADD log-amount TO CR-MARGIN (cur-index)
             ADD log-amount TO TOTAL-MARGIN
           END-IF.

       REPORT-ONE-CURRENCY.
           MOVE SPACES TO WORK-LINE
           STRING CR-CUR (cur-index)
                  " Ankauf " CR-BUY (cur-index)
                  " Verkauf " CR-SELL (cur-index)
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WORK-LINE
           STRING "    Anzahl " CR-COUNT (cur-index)
                  " ausgezahlt " CR-FOREIGN (cur-index) " "
                  CR-CUR (cur-index)
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WORK-LINE
           STRING "    Belastung " CR-EUR (cur-index) " EUR"
                  "  Marge " CR-MARGIN (cur-index) " EUR"
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           DISPLAY WORK-LINE
           MOVE WORK-LINE TO ReportLine
           WRITE ReportLine.
