       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-CASHFCST.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select CassetteFile ASSIGN TO "CASSETTE.DAT"
                   organization is line sequential
                   FILE STATUS IS CAS-STATUS.
       Select TxnLog ASSIGN TO "TXNLOG.DAT"
                   organization is line sequential
                   FILE STATUS IS TXN-STATUS.
       Select ArchiveFile ASSIGN TO DYNAMIC ARCHIVE-FILENAME
                   organization is line sequential
                   FILE STATUS IS ARC-STATUS.
       Select TxnCatalog ASSIGN TO "TXNCAT.DAT"
                   organization is line sequential
                   FILE STATUS IS CAT-STATUS.
       Select TxnDaily ASSIGN TO DYNAMIC TXND-FILENAME
                   organization is line sequential
                   FILE STATUS IS TXD-STATUS.
       Select HolidayFile ASSIGN TO "HOLIDAYS.DAT"
                   organization is line sequential
                   FILE STATUS IS HOL-STATUS.
       Select CashOrderOut ASSIGN TO DYNAMIC ORDER-FILENAME
                   organization is line sequential
                   FILE STATUS IS ORD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CassetteFile.
           copy "cassette-record.cpy".
       FD TxnLog.
           copy "txnlog-record.cpy".
       FD ArchiveFile.
           01 ArchiveLine PIC X(82).
       FD TxnCatalog.
           01 TxnCatRecord.
              05 tc-date     PIC 9(8).
              05 tc-filename PIC X(20).
              05 tc-status   PIC X.
       FD TxnDaily.
           01 TxnDailyRecord PIC X(82).
       FD HolidayFile.
           01 HolidayRecord PIC 9(8).
       FD CashOrderOut.
           01 CashOrderRecord.
              05 co-terminal-id   PIC X(4).
              05 co-currency      PIC X(3).
              05 co-delivery-date PIC 9(8).
              05 co-notes-10      PIC 9(5).
              05 co-notes-20      PIC 9(5).
              05 co-notes-50      PIC 9(5).
              05 co-value         PIC 9(9).
           01 CashOrderHeader.
              05 ch-tag           PIC X(8).
              05 ch-order-date    PIC 9(8).
              05 ch-delivery-date PIC 9(8).
              05 ch-created       PIC X(20).
           01 CashOrderTrailer.
              05 ct-tag   PIC X(8).
              05 ct-count PIC 9(7).
              05 ct-notes PIC 9(9).
       WORKING-STORAGE SECTION.
        01 BUSINESS-DATE PIC 9(8) VALUE 0.
        01 JJ-EVENT PIC X.
        01 JJ-JOB-NAME PIC X(12).
        01 JJ-RECORDS PIC 9(7) VALUE 0.
        01 JJ-RESULT PIC X(4).
        01 SEAL-DATE PIC 9(8) VALUE 0.
        01 SEAL-RESULT PIC X.
        01 CAS-STATUS PIC XX.
        01 TXN-STATUS PIC XX.
        01 ARC-STATUS PIC XX.
        01 CAT-STATUS PIC XX.
        01 TXD-STATUS PIC XX.
        01 HOL-STATUS PIC XX.
        01 ORD-STATUS PIC XX.
        01 ARCHIVE-FILENAME PIC X(20).
        01 TXND-FILENAME PIC X(20).
        01 ORDER-FILENAME PIC X(20).
        01 eof PIC 9.
        01 day-eof PIC 9.
        01 HISTORY-WEEKS PIC 9(2) VALUE 8.
        01 COVER-DAYS PIC 9(2) VALUE 7.
        01 HOLIDAY-UPLIFT PIC 9V99 VALUE 1.30.
        01 SAFETY-FACTOR PIC 9V99 VALUE 1.20.
        01 BUNDLE-SIZE PIC 9(3) VALUE 100.
        01 CASSETTE-CAPACITY PIC 9(5) VALUE 3000.
        01 TODAY-INT PIC 9(7).
        01 START-INT PIC 9(7).
        01 END-INT PIC 9(7).
        01 WINDOW-START PIC 9(8).
        01 WINDOW-END PIC 9(8).
        01 DELIVERY-DATE PIC 9(8).
        01 DELIVERY-INT PIC 9(7).
        01 FOLLOWING-DELIVERY PIC 9(8).
        01 FOLLOWING-INT PIC 9(7).
        01 WORK-DATE PIC 9(8).
        01 WORK-INT PIC 9(7).
        01 NEXT-DAY-DATE PIC 9(8).
        01 ARC-MONTH PIC 9(6).
        01 ARC-LAST-MONTH PIC 9(6).
        01 TXN-YMD PIC 9(8).
        01 TXN-INT PIC 9(7).
        01 WEEKDAY PIC 9.
        01 WDL-CUR PIC X(3).
        01 WDL-WHOLE PIC 9(9).
        01 WDL-REST PIC 9(9).
        01 NOTES-10 PIC 9(7).
        01 NOTES-20 PIC 9(7).
        01 NOTES-50 PIC 9(7).
        01 HOLIDAY-COUNT PIC 9(3) VALUE 0.
        01 hol-index PIC 9(3).
        01 HOLIDAY-TABLE.
           05 HOLIDAY-DATE OCCURS 100 TIMES PIC 9(8).
        01 IS-HOLIDAY PIC X.
        01 CAS-COUNT PIC 9(2) VALUE 0.
        01 cas-index PIC 9(2).
        01 den-index PIC 9.
        01 TERM-FOUND PIC X.
        01 SKIPPED-COUNT PIC 9(7) VALUE 0.
        01 CAS-TABLE.
           05 CAS-ENTRY OCCURS 20 TIMES.
              10 FT-ID       PIC X(4).
              10 FT-CUR      PIC X(3).
              10 FT-STOCK    PIC 9(5) OCCURS 3 TIMES.
              10 FT-WEEKDAY  OCCURS 7 TIMES.
                 15 FT-NOTES PIC 9(7) OCCURS 3 TIMES.
              10 FT-PRE-DEMAND PIC 9(7)V99 OCCURS 3 TIMES.
              10 FT-CYC-DEMAND PIC 9(7)V99 OCCURS 3 TIMES.
              10 FT-DRY-DATE PIC 9(8) OCCURS 3 TIMES.
              10 FT-ORDER    PIC 9(5) OCCURS 3 TIMES.
        01 DENOM-VALUE PIC 9(2) OCCURS 3 TIMES.
        01 DAY-DEMAND PIC 9(7)V99.
        01 DAY-FACTOR PIC 9V99.
        01 PROFILE-DAY PIC 9.
        01 LEFT-AT-DELIVERY PIC S9(7).
        01 PRE-NOTES PIC 9(7).
        01 TARGET-NOTES PIC 9(7).
        01 ORDER-NOTES PIC 9(7).
        01 ORDER-VALUE PIC 9(9).
        01 ORDER-COUNT PIC 9(7) VALUE 0.
        01 ORDER-NOTES-TOTAL PIC 9(9) VALUE 0.
        01 DRY-COUNT PIC 9(5) VALUE 0.
        01 CAPPED-FLAG PIC X.
        01 TERMINAL-DRY PIC X.
        01 EDIT-DEMAND PIC Z(5)9.
        01 EDIT-CYCLE PIC Z(5)9.
        01 EDIT-STOCK PIC Z(4)9.
        01 EDIT-ORDER PIC Z(4)9.
        copy "date-time.cpy" replacing
             ==year== by ==run-year==
             ==month== by ==run-month==
             ==day-1== by ==run-day==
             ==hour== by ==run-hour==
             ==minutes== by ==run-min==
             ==seconds== by ==run-sec==
             ==cent== by ==run-cent==.
        copy "report-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           MOVE 'S' TO JJ-EVENT
           MOVE "BANK-CASHFC" TO JJ-JOB-NAME
           MOVE 0 TO JJ-RECORDS
           MOVE SPACES TO JJ-RESULT
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT

           MOVE 10 TO DENOM-VALUE (1)
           MOVE 20 TO DENOM-VALUE (2)
           MOVE 50 TO DENOM-VALUE (3)
           CALL "BUSDATE" USING BUSINESS-DATE
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(BUSINESS-DATE)
           COMPUTE END-INT = TODAY-INT - 1
           COMPUTE START-INT = TODAY-INT - HISTORY-WEEKS * 7
           COMPUTE WINDOW-START = FUNCTION DATE-OF-INTEGER(START-INT)
           COMPUTE WINDOW-END = FUNCTION DATE-OF-INTEGER(END-INT)
           CALL "NEXT-BUSINESS-DAY" USING BUSINESS-DATE DELIVERY-DATE
           COMPUTE DELIVERY-INT =
                   FUNCTION INTEGER-OF-DATE(DELIVERY-DATE)
           COMPUTE WORK-DATE = FUNCTION DATE-OF-INTEGER(
                   DELIVERY-INT + COVER-DAYS - 1)
           CALL "NEXT-BUSINESS-DAY" USING WORK-DATE FOLLOWING-DELIVERY
           COMPUTE FOLLOWING-INT =
                   FUNCTION INTEGER-OF-DATE(FOLLOWING-DELIVERY)
           DISPLAY "BANK-CASHFCST: Bargeldbedarf per " BUSINESS-DATE
           DISPLAY "Lieferung " DELIVERY-DATE
                   ", folgende Lieferung " FOLLOWING-DELIVERY

           MOVE 0 TO SEAL-DATE
           CALL "BANK-SEALCHK" USING SEAL-DATE SEAL-RESULT
           IF SEAL-RESULT = 'N'
             DISPLAY "ABBRUCH: TXNLOG.DAT passt nicht zu seinen"
                     " Pruefsiegeln!"
             MOVE "SEAL" TO JJ-RESULT
             PERFORM END-JOURNAL
             STOP RUN
           END-IF

           PERFORM LOAD-HOLIDAYS
           PERFORM LOAD-CASSETTE-TABLE
           PERFORM SCAN-ARCHIVES
           PERFORM SCAN-TXNLOG
           PERFORM SCAN-DAILY-FILES
           IF SKIPPED-COUNT > 0
             DISPLAY "Hinweis: " SKIPPED-COUNT " Auszahlungen ohne"
                     " Platz in der Terminaltabelle."
           END-IF

           MOVE 'O' TO rpt-action
           MOVE "CASHFCST" TO rpt-name
           MOVE SPACES TO rpt-filename
           STRING "CASHFC-" BUSINESS-DATE ".DAT"
                  DELIMITED BY SIZE INTO rpt-filename
           MOVE SPACES TO rpt-title
           STRING "Bargeldprognose " BUSINESS-DATE
                  DELIMITED BY SIZE INTO rpt-title
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line
           STRING "Historie " WINDOW-START " bis " WINDOW-END
                  " (" HISTORY-WEEKS " Wochen)"
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-FORECAST-LINE
           STRING "Lieferung " DELIVERY-DATE " deckt bis "
                  FOLLOWING-DELIVERY " (Sicherheit 20%, Buendel "
                  BUNDLE-SIZE ")"
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-FORECAST-LINE
           PERFORM WRITE-FORECAST-LINE

           PERFORM OPEN-ORDER-FILE
           PERFORM VARYING cas-index FROM 1 BY 1
                   UNTIL cas-index > CAS-COUNT
             PERFORM FORECAST-ONE-TERMINAL
           END-PERFORM
           PERFORM CLOSE-ORDER-FILE

           PERFORM WRITE-DRY-SECTION
           MOVE 'C' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest

           DISPLAY "Terminals: " CAS-COUNT "  Bestellungen: "
                   ORDER-COUNT "  Leerlauf vor Lieferung: " DRY-COUNT
           DISPLAY "Bestelldatei: " ORDER-FILENAME
           DISPLAY "Report: " rpt-filename

           MOVE ORDER-COUNT TO JJ-RECORDS
           MOVE "OK" TO JJ-RESULT
           PERFORM END-JOURNAL

       STOP RUN.

       END-JOURNAL.
           MOVE 'E' TO JJ-EVENT
           MOVE "BANK-CASHFC" TO JJ-JOB-NAME
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT.

       LOAD-HOLIDAYS.
           MOVE 0 TO HOLIDAY-COUNT
           MOVE 0 TO eof
           OPEN INPUT HolidayFile
           IF HOL-STATUS = "00"
             READ HolidayFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR HOLIDAY-COUNT = 100
               ADD 1 TO HOLIDAY-COUNT
               MOVE HolidayRecord TO HOLIDAY-DATE (HOLIDAY-COUNT)
               READ HolidayFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE HolidayFile
           END-IF.

       LOAD-CASSETTE-TABLE.
           MOVE 0 TO CAS-COUNT
           INITIALIZE CAS-TABLE
           MOVE 0 TO eof
           OPEN INPUT CassetteFile
           IF CAS-STATUS = "00"
             READ CassetteFile
               AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR CAS-COUNT = 20
               ADD 1 TO CAS-COUNT
               MOVE cas-terminal-id TO FT-ID (CAS-COUNT)
               MOVE cas-count-10 TO FT-STOCK (CAS-COUNT, 1)
               MOVE cas-count-20 TO FT-STOCK (CAS-COUNT, 2)
               MOVE cas-count-50 TO FT-STOCK (CAS-COUNT, 3)
               IF cas-currency = SPACES
                 MOVE "EUR" TO FT-CUR (CAS-COUNT)
               ELSE
                 MOVE cas-currency TO FT-CUR (CAS-COUNT)
               END-IF
               READ CassetteFile
                 AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE CassetteFile
           END-IF.

       SCAN-ARCHIVES.
           COMPUTE ARC-MONTH = WINDOW-START / 100
           COMPUTE ARC-LAST-MONTH = BUSINESS-DATE / 100
           PERFORM UNTIL ARC-MONTH >= ARC-LAST-MONTH
             PERFORM SCAN-ONE-ARCHIVE
             IF FUNCTION MOD(ARC-MONTH, 100) = 12
               COMPUTE ARC-MONTH = ARC-MONTH + 89
             ELSE
               ADD 1 TO ARC-MONTH
             END-IF
           END-PERFORM.

       SCAN-ONE-ARCHIVE.
           MOVE SPACES TO ARCHIVE-FILENAME
           STRING "TXNLOG-" ARC-MONTH ".DAT"
                  DELIMITED BY SIZE INTO ARCHIVE-FILENAME
           MOVE 0 TO eof
           OPEN INPUT ArchiveFile
           IF ARC-STATUS = "00"
             READ ArchiveFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF ArchiveLine(1:8) NOT = "TRAILER "
                 MOVE ArchiveLine TO TxnLogRecord
                 PERFORM NOTE-WITHDRAWAL-RECORD
               END-IF
               READ ArchiveFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE ArchiveFile
           END-IF.

       SCAN-TXNLOG.
           MOVE 0 TO eof
           OPEN INPUT TxnLog
           IF TXN-STATUS = "00"
             READ TxnLog
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               PERFORM NOTE-WITHDRAWAL-RECORD
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
               IF tc-status = 'O'
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
               PERFORM NOTE-WITHDRAWAL-RECORD
               READ TxnDaily
                AT END SET day-eof TO 1
               END-READ
             END-PERFORM
             CLOSE TxnDaily
           END-IF.

       NOTE-WITHDRAWAL-RECORD.
           IF (log-type NOT = "WITHDRAWAL" AND log-type NOT = "ACQ-WDL")
              OR log-status NOT = 'Y'
             EXIT PARAGRAPH
           END-IF
           IF log-timestamp(1:4) NOT NUMERIC
              OR log-timestamp(6:2) NOT NUMERIC
              OR log-timestamp(9:2) NOT NUMERIC
             EXIT PARAGRAPH
           END-IF
           COMPUTE TXN-YMD =
               FUNCTION NUMVAL(log-timestamp(1:4)) * 10000
               + FUNCTION NUMVAL(log-timestamp(6:2)) * 100
               + FUNCTION NUMVAL(log-timestamp(9:2))
           IF TXN-YMD < WINDOW-START OR TXN-YMD > WINDOW-END
             EXIT PARAGRAPH
           END-IF
           COMPUTE TXN-INT = FUNCTION INTEGER-OF-DATE(TXN-YMD)
           COMPUTE WEEKDAY = FUNCTION MOD(TXN-INT + 6, 7) + 1
           IF log-rate-version(1:3) = SPACES
              OR log-type = "ACQ-WDL"
             MOVE "EUR" TO WDL-CUR
             MOVE log-amount TO WDL-WHOLE
           ELSE
             MOVE log-rate-version(1:3) TO WDL-CUR
             MOVE log-ref-seq TO WDL-WHOLE
           END-IF
           PERFORM SPLIT-DENOMINATIONS
           PERFORM FIND-TERMINAL
           IF TERM-FOUND = 'N'
             ADD 1 TO SKIPPED-COUNT
             EXIT PARAGRAPH
           END-IF
           ADD NOTES-10 TO FT-NOTES (cas-index, WEEKDAY, 1)
           ADD NOTES-20 TO FT-NOTES (cas-index, WEEKDAY, 2)
           ADD NOTES-50 TO FT-NOTES (cas-index, WEEKDAY, 3).

       SPLIT-DENOMINATIONS.
           COMPUTE NOTES-50 = WDL-WHOLE / 50
           COMPUTE WDL-REST = WDL-WHOLE - NOTES-50 * 50
           COMPUTE NOTES-20 = WDL-REST / 20
           COMPUTE WDL-REST = WDL-REST - NOTES-20 * 20
           COMPUTE NOTES-10 = WDL-REST / 10.

       FIND-TERMINAL.
           MOVE 'N' TO TERM-FOUND
           PERFORM VARYING cas-index FROM 1 BY 1
                   UNTIL cas-index > CAS-COUNT
             IF FT-ID (cas-index) = log-terminal-id
                AND FT-CUR (cas-index) = WDL-CUR
               MOVE 'Y' TO TERM-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF TERM-FOUND = 'N' AND CAS-COUNT < 20
             ADD 1 TO CAS-COUNT
             MOVE CAS-COUNT TO cas-index
             MOVE log-terminal-id TO FT-ID (cas-index)
             MOVE WDL-CUR TO FT-CUR (cas-index)
             MOVE 'Y' TO TERM-FOUND
           END-IF.

       FORECAST-ONE-TERMINAL.
           PERFORM VARYING den-index FROM 1 BY 1 UNTIL den-index > 3
             MOVE 0 TO FT-PRE-DEMAND (cas-index, den-index)
             MOVE 0 TO FT-CYC-DEMAND (cas-index, den-index)
             MOVE 0 TO FT-DRY-DATE (cas-index, den-index)
             MOVE 0 TO FT-ORDER (cas-index, den-index)
           END-PERFORM
           PERFORM VARYING WORK-INT FROM TODAY-INT BY 1
                   UNTIL WORK-INT >= FOLLOWING-INT
             PERFORM FORECAST-ONE-DAY
           END-PERFORM
           MOVE 'N' TO CAPPED-FLAG
           MOVE 0 TO ORDER-VALUE
           PERFORM VARYING den-index FROM 1 BY 1 UNTIL den-index > 3
             PERFORM PLAN-ONE-DENOMINATION
           END-PERFORM
           PERFORM PRINT-TERMINAL-FORECAST
           IF ORDER-VALUE > 0
             PERFORM WRITE-ORDER-RECORD
           END-IF.

       FORECAST-ONE-DAY.
           COMPUTE WORK-DATE = FUNCTION DATE-OF-INTEGER(WORK-INT)
           PERFORM CHECK-HOLIDAY
           IF IS-HOLIDAY = 'Y'
             MOVE 7 TO PROFILE-DAY
           ELSE
             COMPUTE PROFILE-DAY = FUNCTION MOD(WORK-INT + 6, 7) + 1
           END-IF
           COMPUTE NEXT-DAY-DATE =
                   FUNCTION DATE-OF-INTEGER(WORK-INT + 1)
           MOVE NEXT-DAY-DATE TO WORK-DATE
           PERFORM CHECK-HOLIDAY
           IF IS-HOLIDAY = 'Y'
             MOVE HOLIDAY-UPLIFT TO DAY-FACTOR
           ELSE
             MOVE 1 TO DAY-FACTOR
           END-IF
           COMPUTE WORK-DATE = FUNCTION DATE-OF-INTEGER(WORK-INT)
           PERFORM VARYING den-index FROM 1 BY 1 UNTIL den-index > 3
             COMPUTE DAY-DEMAND ROUNDED =
                 FT-NOTES (cas-index, PROFILE-DAY, den-index)
                 / HISTORY-WEEKS * DAY-FACTOR
             IF WORK-INT < DELIVERY-INT
               ADD DAY-DEMAND TO FT-PRE-DEMAND (cas-index, den-index)
               IF FT-PRE-DEMAND (cas-index, den-index)
                  > FT-STOCK (cas-index, den-index)
                  AND FT-DRY-DATE (cas-index, den-index) = 0
                 MOVE WORK-DATE TO FT-DRY-DATE (cas-index, den-index)
               END-IF
             ELSE
               ADD DAY-DEMAND TO FT-CYC-DEMAND (cas-index, den-index)
             END-IF
           END-PERFORM.

       CHECK-HOLIDAY.
           MOVE 'N' TO IS-HOLIDAY
           PERFORM VARYING hol-index FROM 1 BY 1
                   UNTIL hol-index > HOLIDAY-COUNT
             IF HOLIDAY-DATE (hol-index) = WORK-DATE
               MOVE 'Y' TO IS-HOLIDAY
               EXIT PERFORM
             END-IF
           END-PERFORM.

       PLAN-ONE-DENOMINATION.
           COMPUTE PRE-NOTES = FT-PRE-DEMAND (cas-index, den-index)
               + 0.99
           COMPUTE LEFT-AT-DELIVERY = FT-STOCK (cas-index, den-index)
               - PRE-NOTES
           IF LEFT-AT-DELIVERY < 0
             MOVE 0 TO LEFT-AT-DELIVERY
           END-IF
           COMPUTE TARGET-NOTES =
               FT-CYC-DEMAND (cas-index, den-index) * SAFETY-FACTOR
               + 0.99
           IF TARGET-NOTES <= LEFT-AT-DELIVERY
              OR LEFT-AT-DELIVERY >= CASSETTE-CAPACITY
             EXIT PARAGRAPH
           END-IF
           COMPUTE ORDER-NOTES = TARGET-NOTES - LEFT-AT-DELIVERY
           COMPUTE ORDER-NOTES = (ORDER-NOTES + BUNDLE-SIZE - 1)
               / BUNDLE-SIZE
           COMPUTE ORDER-NOTES = ORDER-NOTES * BUNDLE-SIZE
           IF LEFT-AT-DELIVERY + ORDER-NOTES > CASSETTE-CAPACITY
             COMPUTE ORDER-NOTES = (CASSETTE-CAPACITY
                 - LEFT-AT-DELIVERY) / BUNDLE-SIZE
             COMPUTE ORDER-NOTES = ORDER-NOTES * BUNDLE-SIZE
             MOVE 'Y' TO CAPPED-FLAG
           END-IF
           MOVE ORDER-NOTES TO FT-ORDER (cas-index, den-index)
           COMPUTE ORDER-VALUE = ORDER-VALUE
               + ORDER-NOTES * DENOM-VALUE (den-index).

       PRINT-TERMINAL-FORECAST.
           MOVE 'N' TO TERMINAL-DRY
           STRING "Terminal " FT-ID (cas-index) " "
                  FT-CUR (cas-index)
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-FORECAST-LINE
           PERFORM VARYING den-index FROM 1 BY 1 UNTIL den-index > 3
             MOVE FT-STOCK (cas-index, den-index) TO EDIT-STOCK
             MOVE FT-ORDER (cas-index, den-index) TO EDIT-ORDER
             COMPUTE EDIT-DEMAND ROUNDED =
                 FT-PRE-DEMAND (cas-index, den-index)
             COMPUTE EDIT-CYCLE ROUNDED =
                 FT-CYC-DEMAND (cas-index, den-index)
             STRING "  " DENOM-VALUE (den-index) "er Bestand "
                    EDIT-STOCK " Bedarf bis Lief. " EDIT-DEMAND
                    " Zyklus " EDIT-CYCLE " Best. " EDIT-ORDER
                    DELIMITED BY SIZE INTO rpt-line
             PERFORM WRITE-FORECAST-LINE
             IF FT-DRY-DATE (cas-index, den-index) > 0
               MOVE 'Y' TO TERMINAL-DRY
             END-IF
           END-PERFORM
           IF CAPPED-FLAG = 'Y'
             STRING "  Hinweis: Bestellung auf Kassettenkapazitaet "
                    CASSETTE-CAPACITY " Scheine begrenzt"
                    DELIMITED BY SIZE INTO rpt-line
             PERFORM WRITE-FORECAST-LINE
           END-IF
           IF TERMINAL-DRY = 'Y'
             ADD 1 TO DRY-COUNT
           END-IF.

       WRITE-DRY-SECTION.
           PERFORM WRITE-FORECAST-LINE
           STRING "Leerlauf vor Lieferung " DELIVERY-DATE ":"
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-FORECAST-LINE
           IF DRY-COUNT = 0
             MOVE "  keine Terminals betroffen" TO rpt-line
             PERFORM WRITE-FORECAST-LINE
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING cas-index FROM 1 BY 1
                   UNTIL cas-index > CAS-COUNT
             PERFORM VARYING den-index FROM 1 BY 1
                     UNTIL den-index > 3
               IF FT-DRY-DATE (cas-index, den-index) > 0
                 MOVE FT-STOCK (cas-index, den-index) TO EDIT-STOCK
                 STRING "  " FT-ID (cas-index) " "
                        FT-CUR (cas-index) " "
                        DENOM-VALUE (den-index) "er leer am "
                        FT-DRY-DATE (cas-index, den-index)
                        " (Bestand " EDIT-STOCK ")"
                        DELIMITED BY SIZE INTO rpt-line
                 PERFORM WRITE-FORECAST-LINE
               END-IF
             END-PERFORM
           END-PERFORM.

       OPEN-ORDER-FILE.
           MOVE SPACES TO ORDER-FILENAME
           STRING "CITORD-" BUSINESS-DATE ".DAT"
                  DELIMITED BY SIZE INTO ORDER-FILENAME
           OPEN OUTPUT CashOrderOut
           IF ORD-STATUS NOT = "00"
             DISPLAY "ABBRUCH: Bestelldatei " ORDER-FILENAME
                     " nicht anlegbar."
             MOVE 'C' TO rpt-action
             CALL "REPORT-WRITER" USING ReportRequest
             MOVE "FAIL" TO JJ-RESULT
             PERFORM END-JOURNAL
             STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO date-time
           MOVE SPACES TO CashOrderHeader
           MOVE "HEADER  " TO ch-tag
           MOVE BUSINESS-DATE TO ch-order-date
           MOVE DELIVERY-DATE TO ch-delivery-date
           STRING run-year "-" run-month "-" run-day "T"
                  run-hour "-" run-min "-" run-sec
                  DELIMITED BY SIZE INTO ch-created
           WRITE CashOrderHeader.

       WRITE-ORDER-RECORD.
           MOVE FT-ID (cas-index) TO co-terminal-id
           MOVE FT-CUR (cas-index) TO co-currency
           MOVE DELIVERY-DATE TO co-delivery-date
           MOVE FT-ORDER (cas-index, 1) TO co-notes-10
           MOVE FT-ORDER (cas-index, 2) TO co-notes-20
           MOVE FT-ORDER (cas-index, 3) TO co-notes-50
           MOVE ORDER-VALUE TO co-value
           WRITE CashOrderRecord
           ADD 1 TO ORDER-COUNT
           COMPUTE ORDER-NOTES-TOTAL = ORDER-NOTES-TOTAL
               + co-notes-10 + co-notes-20 + co-notes-50.

       CLOSE-ORDER-FILE.
           MOVE SPACES TO CashOrderTrailer
           MOVE "TRAILER " TO ct-tag
           MOVE ORDER-COUNT TO ct-count
           MOVE ORDER-NOTES-TOTAL TO ct-notes
           WRITE CashOrderTrailer
           CLOSE CashOrderOut.

       WRITE-FORECAST-LINE.
           MOVE 'L' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line.
