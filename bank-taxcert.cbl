       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-TAXCERT.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select TxnLog ASSIGN TO "TXNLOG.DAT"
                   organization is line sequential
                   FILE STATUS IS TXN-STATUS.
       Select ArchiveFile ASSIGN TO DYNAMIC ARCHIVE-FILENAME
                   organization is line sequential
                   FILE STATUS IS ARC-STATUS.
       Select BankCustFile ASSIGN TO "BANKCUST.DAT"
                   organization is indexed
                   access mode is sequential
                   record key is bc-number
                   FILE STATUS IS BC-STATUS.
       Select LinkFile ASSIGN TO "BANKLINK.DAT"
                   organization is line sequential
                   FILE STATUS IS LNK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TxnLog.
           copy "txnlog-record.cpy".
       FD ArchiveFile.
           01 ArchiveLine PIC X(82).
       FD BankCustFile.
           copy "bankcust-record.cpy".
       FD LinkFile.
           copy "banklink-record.cpy".
       WORKING-STORAGE SECTION.
        01 BUSINESS-DATE PIC 9(8) VALUE 0.
        01 SEAL-DATE PIC 9(8) VALUE 0.
        01 SEAL-RESULT PIC X.
        01 JJ-EVENT PIC X.
        01 JJ-JOB-NAME PIC X(12).
        01 JJ-RECORDS PIC 9(7) VALUE 0.
        01 JJ-RESULT PIC X(4).
        01 eof PIC 9.
        01 TXN-STATUS PIC XX.
        01 ARC-STATUS PIC XX.
        01 ARCHIVE-FILENAME PIC X(20).
        01 WORK-YM PIC 9(6).
        01 WORK-MONTH PIC 99.
        01 BC-STATUS PIC XX.
        01 LNK-STATUS PIC XX.
        01 TAX-YEAR PIC 9(4).
        01 RECORD-YEAR PIC 9(4).
        01 CUST-COUNT PIC 9(3) VALUE 0.
        01 cust-index PIC 9(3).
        01 CUST-TABLE.
           05 CUST-ENTRY OCCURS 500 TIMES.
              10 CU-NUMBER    PIC 9(7).
              10 CU-NAME      PIC X(30).
              10 CU-STRASSE   PIC X(30).
              10 CU-ORT       PIC X(30).
              10 CU-EXEMPT    PIC 9(5)V99.
              10 CU-GROSS     PIC 9(9)V99.
              10 CU-KAPST     PIC 9(9)V99.
              10 CU-SOLI      PIC 9(9)V99.
        01 LINK-COUNT PIC 9(3) VALUE 0.
        01 link-index PIC 9(3).
        01 LINK-TABLE.
           05 LINK-ENTRY OCCURS 500 TIMES.
              10 LK-ACCOUNT PIC 9(10).
              10 LK-CUST    PIC 9(7).
        01 CUST-FOUND PIC X.
        01 CERT-COUNT PIC 9(7) VALUE 0.
        01 TOTAL-GROSS PIC 9(11)V99 VALUE 0.
        01 TOTAL-KAPST PIC 9(11)V99 VALUE 0.
        01 TOTAL-SOLI PIC 9(11)V99 VALUE 0.
        01 EDIT-AMOUNT PIC Z(8)9.99.
        copy "report-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           MOVE 'S' TO JJ-EVENT
           MOVE "BANK-TAXCERT" TO JJ-JOB-NAME
           MOVE 0 TO JJ-RECORDS
           MOVE SPACES TO JJ-RESULT
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT

           DISPLAY "BANK-TAXCERT: Jahressteuerbescheinigungen"
           DISPLAY "Steuerjahr (JJJJ, 0 = Jahr des Buchungstags): "
           ACCEPT TAX-YEAR
           IF TAX-YEAR = 0
             CALL "BUSDATE" USING BUSINESS-DATE
             MOVE BUSINESS-DATE(1:4) TO TAX-YEAR
           END-IF

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

           PERFORM LOAD-CUSTOMER-MASTER
           IF CUST-COUNT = 0
             DISPLAY "Keine Kunden in BANKCUST.DAT."
             MOVE 'E' TO JJ-EVENT
             MOVE 0 TO JJ-RECORDS
             MOVE "OK" TO JJ-RESULT
             CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                  JJ-RECORDS JJ-RESULT
             STOP RUN
           END-IF
           PERFORM LOAD-CUSTOMER-LINKS
           PERFORM COLLECT-INTEREST-YEAR

           MOVE 'O' TO rpt-action
           MOVE "TAXCERT" TO rpt-name
           MOVE SPACES TO rpt-filename
           STRING "TAXCERT-" TAX-YEAR ".DAT"
                  DELIMITED BY SIZE INTO rpt-filename
           MOVE "Jahressteuerbescheinigungen" TO rpt-title
           CALL "REPORT-WRITER" USING ReportRequest

           PERFORM VARYING cust-index FROM 1 BY 1
                   UNTIL cust-index > CUST-COUNT
             IF CU-GROSS (cust-index) > 0
                OR CU-EXEMPT (cust-index) > 0
               PERFORM PRINT-CERTIFICATE
             END-IF
           END-PERFORM

           MOVE 'C' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest

           DISPLAY "Bescheinigungen erstellt: " CERT-COUNT
           MOVE TOTAL-GROSS TO EDIT-AMOUNT
           DISPLAY "Kapitalertraege gesamt:   " EDIT-AMOUNT
           MOVE TOTAL-KAPST TO EDIT-AMOUNT
           DISPLAY "Kapitalertragsteuer:      " EDIT-AMOUNT
           MOVE TOTAL-SOLI TO EDIT-AMOUNT
           DISPLAY "Solidaritaetszuschlag:    " EDIT-AMOUNT
           DISPLAY "Ausgabedatei: " rpt-filename

           MOVE 'E' TO JJ-EVENT
           MOVE CERT-COUNT TO JJ-RECORDS
           MOVE "OK" TO JJ-RESULT
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT

       STOP RUN.

       LOAD-CUSTOMER-MASTER.
           MOVE 0 TO CUST-COUNT
           MOVE 0 TO eof
           OPEN INPUT BankCustFile
           IF BC-STATUS = "00"
             READ BankCustFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR CUST-COUNT = 500
               ADD 1 TO CUST-COUNT
               MOVE bc-number TO CU-NUMBER (CUST-COUNT)
               MOVE bc-name TO CU-NAME (CUST-COUNT)
               MOVE bc-strasse TO CU-STRASSE (CUST-COUNT)
               MOVE bc-ort TO CU-ORT (CUST-COUNT)
               EVALUATE TRUE
                 WHEN bc-fsa-year = TAX-YEAR
                   MOVE bc-fsa-used TO CU-EXEMPT (CUST-COUNT)
                 WHEN bc-fsa-year = TAX-YEAR + 1
                   MOVE bc-fsa-prev-used TO CU-EXEMPT (CUST-COUNT)
                 WHEN OTHER
                   MOVE 0 TO CU-EXEMPT (CUST-COUNT)
               END-EVALUATE
               MOVE 0 TO CU-GROSS (CUST-COUNT)
               MOVE 0 TO CU-KAPST (CUST-COUNT)
               MOVE 0 TO CU-SOLI (CUST-COUNT)
               READ BankCustFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             IF eof = 0
               DISPLAY "Hinweis: mehr als 500 Kunden - Rest ohne"
                       " Bescheinigung."
             END-IF
             CLOSE BankCustFile
           END-IF.

       LOAD-CUSTOMER-LINKS.
           MOVE 0 TO LINK-COUNT
           MOVE 0 TO eof
           OPEN INPUT LinkFile
           IF LNK-STATUS = "00"
             READ LinkFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR LINK-COUNT = 500
               ADD 1 TO LINK-COUNT
               MOVE bl-account-number TO LK-ACCOUNT (LINK-COUNT)
               MOVE bl-cust-number TO LK-CUST (LINK-COUNT)
               READ LinkFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE LinkFile
           END-IF.

       COLLECT-INTEREST-YEAR.
           PERFORM VARYING WORK-MONTH FROM 1 BY 1
                   UNTIL WORK-MONTH > 12
             COMPUTE WORK-YM = TAX-YEAR * 100 + WORK-MONTH
             PERFORM SCAN-ONE-ARCHIVE
           END-PERFORM
           MOVE 0 TO eof
           OPEN INPUT TxnLog
           IF TXN-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           READ TxnLog
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             PERFORM CHECK-INTEREST-RECORD
             READ TxnLog
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE TxnLog.

       SCAN-ONE-ARCHIVE.
           MOVE SPACES TO ARCHIVE-FILENAME
           STRING "TXNLOG-" WORK-YM ".DAT"
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
                 PERFORM CHECK-INTEREST-RECORD
               END-IF
               READ ArchiveFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE ArchiveFile
           END-IF.

       CHECK-INTEREST-RECORD.
           IF log-status = 'Y'
              AND (log-type = "INTEREST" OR log-type = "TD-INTEREST"
                   OR log-type = "TD-INTCAP"
                   OR log-type = "TAX-KAPST" OR log-type = "TAX-SOLI")
             IF log-business-date > 0
               MOVE log-business-date(1:4) TO RECORD-YEAR
             ELSE
               MOVE log-timestamp(1:4) TO RECORD-YEAR
             END-IF
             IF RECORD-YEAR = TAX-YEAR
               PERFORM ADD-TO-CUSTOMER
             END-IF
           END-IF.

       ADD-TO-CUSTOMER.
           PERFORM FIND-ACCOUNT-CUSTOMER
           IF CUST-FOUND = 'N'
             EXIT PARAGRAPH
           END-IF
           EVALUATE log-type
             WHEN "INTEREST"
             WHEN "TD-INTEREST"
             WHEN "TD-INTCAP"
               ADD log-amount TO CU-GROSS (cust-index)
             WHEN "TAX-KAPST"
               ADD log-amount TO CU-KAPST (cust-index)
             WHEN "TAX-SOLI"
               ADD log-amount TO CU-SOLI (cust-index)
           END-EVALUATE.

       FIND-ACCOUNT-CUSTOMER.
           MOVE 'N' TO CUST-FOUND
           PERFORM VARYING link-index FROM 1 BY 1
                   UNTIL link-index > LINK-COUNT
             IF LK-ACCOUNT (link-index) = log-account-number
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF link-index > LINK-COUNT
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING cust-index FROM 1 BY 1
                   UNTIL cust-index > CUST-COUNT
             IF CU-NUMBER (cust-index) = LK-CUST (link-index)
               MOVE 'Y' TO CUST-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM.

       PRINT-CERTIFICATE.
           IF CERT-COUNT > 0
             MOVE 'P' TO rpt-action
             CALL "REPORT-WRITER" USING ReportRequest
           END-IF
           ADD 1 TO CERT-COUNT
           ADD CU-GROSS (cust-index) TO TOTAL-GROSS
           ADD CU-KAPST (cust-index) TO TOTAL-KAPST
           ADD CU-SOLI (cust-index) TO TOTAL-SOLI
           MOVE CU-NAME (cust-index) TO rpt-line
           PERFORM WRITE-CERT-LINE
           MOVE CU-STRASSE (cust-index) TO rpt-line
           PERFORM WRITE-CERT-LINE
           MOVE CU-ORT (cust-index) TO rpt-line
           PERFORM WRITE-CERT-LINE
           MOVE SPACES TO rpt-line
           PERFORM WRITE-CERT-LINE
           STRING "Jahressteuerbescheinigung " TAX-YEAR
                  "  Kunde " CU-NUMBER (cust-index)
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-CERT-LINE
           MOVE "Erfasste Konten:" TO rpt-line
           PERFORM WRITE-CERT-LINE
           PERFORM VARYING link-index FROM 1 BY 1
                   UNTIL link-index > LINK-COUNT
             IF LK-CUST (link-index) = CU-NUMBER (cust-index)
               STRING "  Konto " LK-ACCOUNT (link-index)
                      DELIMITED BY SIZE INTO rpt-line
               PERFORM WRITE-CERT-LINE
             END-IF
           END-PERFORM
           MOVE SPACES TO rpt-line
           PERFORM WRITE-CERT-LINE
           MOVE CU-GROSS (cust-index) TO EDIT-AMOUNT
           STRING "Kapitalertraege (Zinsen) brutto: " EDIT-AMOUNT
                  " EUR" DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-CERT-LINE
           MOVE CU-EXEMPT (cust-index) TO EDIT-AMOUNT
           STRING "Genutzter Freistellungsbetrag:   " EDIT-AMOUNT
                  " EUR" DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-CERT-LINE
           MOVE CU-KAPST (cust-index) TO EDIT-AMOUNT
           STRING "Einbehaltene Kapitalertragsteuer:" EDIT-AMOUNT
                  " EUR" DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-CERT-LINE
           MOVE CU-SOLI (cust-index) TO EDIT-AMOUNT
           STRING "Solidaritaetszuschlag:           " EDIT-AMOUNT
                  " EUR" DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-CERT-LINE.

       WRITE-CERT-LINE.
           MOVE 'L' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line.
