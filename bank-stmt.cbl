       Select LinkFile ASSIGN TO "BANKLINK.DAT"
                   organization is line sequential
                   FILE STATUS IS LNK-STATUS.
       Select TermDepFile ASSIGN TO "TERMDEP.DAT"
                   organization is line sequential
                   FILE STATUS IS TERMDEP-STATUS.
       Select OutPayFile ASSIGN TO "OUTPAY.DAT"
                   organization is line sequential
                   FILE STATUS IS OUTPAY-STATUS.
       Select CsvFile ASSIGN TO DYNAMIC CSV-FILENAME
                   organization is line sequential
                   FILE STATUS IS CSV-STATUS.
       Select CamtFile ASSIGN TO DYNAMIC CAMT-FILENAME
                   organization is line sequential
                   FILE STATUS IS CAMT-STATUS.
       Select ExportControl ASSIGN TO "STMTEXPORT.DAT"
                   organization is line sequential
                   FILE STATUS IS SXC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PinNumbers.
       FD TxnLog.
           copy "txnlog-record.cpy".
       FD ArchiveFile.
           01 ArchiveLine PIC X(82).
       FD SortInput.
           01 SortInputRecord PIC X(82).
       FD TxnSorted.
           01 SortedTxnRecord.
              05 srt-account-number PIC 9(10).
              05 srt-type           PIC X(12).
              05 srt-status         PIC X(1).
              05 srt-amount         PIC 9(7)V99.
              05 srt-seq-number     PIC 9(7).
              05 srt-business-date  PIC 9(8).
              05 srt-terminal-id    PIC X(4).
              05 srt-ref-seq        PIC 9(7).
              05 srt-rate-version   PIC X(4).
       FD BankCustFile.
           copy "bankcust-record.cpy".
       FD LinkFile.
           copy "banklink-record.cpy".
       FD TermDepFile.
           copy "termdep-record.cpy".
       FD OutPayFile.
           copy "outpay-record.cpy".
       FD CsvFile.
           01 CsvLine PIC X(200).
       FD CamtFile.
           01 CamtLine PIC X(200).
       FD ExportControl.
           copy "stmtexp-record.cpy".
       SD SortWork.
           01 SortTxnRecord.
              05 sw-account-number PIC 9(10).
              05 sw-type           PIC X(12).
              05 sw-status         PIC X(1).
              05 sw-amount         PIC 9(7)V99.
              05 sw-seq-number     PIC 9(7).
              05 sw-business-date  PIC 9(8).
              05 sw-terminal-id    PIC X(4).
              05 sw-ref-seq        PIC 9(7).
              05 sw-rate-version   PIC X(4).
       WORKING-STORAGE SECTION.
        01 SEAL-DATE PIC 9(8) VALUE 0.
        01 SEAL-RESULT PIC X.
           05 PIN-ENTRY OCCURS 500 TIMES.
              10 PN-ACCOUNT PIC 9(10).
              10 PN-NAME    PIC X(20).
              10 PN-TYPE    PIC X.
              10 PN-MATCHED PIC X.
        01 PIN-OVERFLOW PIC X VALUE 'N'.
        01 GROUP-NAME PIC X(20).
        01 GROUP-TYPE PIC X.
        01 BC-STATUS PIC XX.
        01 LNK-STATUS PIC XX.
        01 CUST-COUNT PIC 9(3) VALUE 0.
              10 LK-ACCOUNT PIC 9(10).
              10 LK-CUST    PIC 9(7).
        01 ADDRESS-CUST PIC 9(7).
        01 TERMDEP-STATUS PIC XX.
        01 TD-COUNT PIC 9(3) VALUE 0.
        01 td-index PIC 9(3).
        01 TD-TABLE.
           05 TD-ENTRY OCCURS 500 TIMES.
              10 TT-ACCOUNT  PIC 9(10).
              10 TT-NUMBER   PIC 9(7).
              10 TT-AMOUNT   PIC 9(7)V99.
              10 TT-MATURITY PIC 9(8).
        01 TD-SHOWN PIC 9(3).
        01 TD-EDIT-AMOUNT PIC Z(6)9.99.
        01 EDIT-AMOUNT PIC -(7)9.99.
        01 EXPORT-WANTED PIC X VALUE 'N'.
        01 EXPORT-ACTIVE PIC X VALUE 'N'.
        01 OUTPAY-STATUS PIC XX.
        01 CSV-STATUS PIC XX.
        01 CAMT-STATUS PIC XX.
        01 SXC-STATUS PIC XX.
        01 CSV-FILENAME PIC X(30).
        01 CAMT-FILENAME PIC X(30).
        01 EXPORTED-ACCOUNTS PIC 9(5) VALUE 0.
        01 EXPORT-ENTRIES PIC 9(5).
        01 EXPORT-CREATED PIC X(20).
        01 PERIOD-FIRST-YMD PIC 9(8).
        01 PERIOD-LAST-YMD PIC 9(8).
        01 PERIOD-NEXT-YMD PIC 9(8).
        01 PERIOD-FIRST-ISO PIC X(10).
        01 PERIOD-LAST-ISO PIC X(10).
        01 EXP-BOOK-DATE PIC X(8).
        01 EXP-VALUE-DATE PIC 9(8).
        01 EXP-BOOK-ISO PIC X(10).
        01 EXP-VALUE-ISO PIC X(10).
        01 EXP-SIGNED PIC -(9)9.99.
        01 EXP-UNSIGNED PIC Z(9)9.99.
        01 EXP-ABS-AMOUNT PIC 9(9)V99.
        01 EXP-COUNT PIC Z(4)9.
        01 EXP-CDT-DBT PIC X(4).
        01 EXP-BAL-CODE PIC X(4).
        01 EXP-BAL-DATE PIC X(10).
        01 EXP-BAL-AMOUNT PIC S9(9)V99.
        01 CP-NAME PIC X(27).
        01 CP-IBAN PIC X(34).
        01 CP-REFERENCE PIC X(30).
        01 OP-COUNT PIC 9(4) VALUE 0.
        01 op-index PIC 9(4).
        01 OP-OVERFLOW PIC X VALUE 'N'.
        01 OP-TABLE.
           05 OP-ENTRY OCCURS 2000 TIMES.
              10 OT-PAYMENT-ID PIC 9(7).
              10 OT-NAME       PIC X(27).
              10 OT-IBAN       PIC X(34).
              10 OT-REFERENCE  PIC X(30).
        copy "report-request.cpy".
        copy "date-time.cpy".
       LINKAGE SECTION.
           DISPLAY "BANK-STMT: Monatsauszuege"
           DISPLAY "Abrechnungsmonat eingeben (JJJJMM): "
           ACCEPT STMT-MONTH
           DISPLAY "Exportdateien fuer Geschaeftskonten erstellen?"
                   " (J/N): "
           ACCEPT EXPORT-WANTED
           IF EXPORT-WANTED = 'j'
             MOVE 'J' TO EXPORT-WANTED
           END-IF
           IF EXPORT-WANTED = 'J'
             PERFORM SET-EXPORT-PERIOD
           END-IF

           MOVE 0 TO SEAL-DATE
           CALL "BANK-SEALCHK" USING SEAL-DATE SEAL-RESULT

           PERFORM LOAD-PIN-NAMES
           PERFORM LOAD-CUSTOMER-MASTER
           PERFORM LOAD-TERM-DEPOSITS
           IF EXPORT-WANTED = 'J'
             PERFORM LOAD-OUTBOUND-PAYMENTS
           END-IF
           IF PIN-OVERFLOW = 'Y'
             DISPLAY "Hinweis: mehr als 500 Karten - Namen und"
                     " umsatzlose Konten ggf. unvollstaendig."

           DISPLAY "Auszuege erstellt: " ACCOUNTS-PRINTED
           DISPLAY "Ausgabedatei: " rpt-filename
           IF EXPORT-WANTED = 'J'
             DISPLAY "Exportierte Konten: " EXPORTED-ACCOUNTS
                     " (Kontrolldatei STMTEXPORT.DAT)"
           END-IF

       STOP RUN.

             END-READ
             PERFORM UNTIL srt-eof = 1
               IF ArchiveLine(1:8) NOT = "TRAILER "
                 MOVE ArchiveLine TO SortInputRecord
                 WRITE SortInputRecord
               END-IF
               READ ArchiveFile
               ADD 1 TO PIN-COUNT
               MOVE account-number TO PN-ACCOUNT (PIN-COUNT)
               MOVE account-name TO PN-NAME (PIN-COUNT)
               MOVE account-type TO PN-TYPE (PIN-COUNT)
               MOVE 'N' TO PN-MATCHED (PIN-COUNT)
               READ PinNumbers
                AT END SET pin-eof TO 1
           END-IF
           MOVE 0 TO pin-eof.

       LOAD-TERM-DEPOSITS.
           MOVE 0 TO TD-COUNT
           MOVE 0 TO pin-eof
           OPEN INPUT TermDepFile
           IF TERMDEP-STATUS = "00"
             READ TermDepFile
              AT END SET pin-eof TO 1
             END-READ
             PERFORM UNTIL pin-eof = 1 OR TD-COUNT = 500
               IF td-status = 'A'
                 ADD 1 TO TD-COUNT
                 MOVE td-account TO TT-ACCOUNT (TD-COUNT)
                 MOVE td-number TO TT-NUMBER (TD-COUNT)
                 MOVE td-principal TO TT-AMOUNT (TD-COUNT)
                 MOVE td-maturity-date TO TT-MATURITY (TD-COUNT)
               END-IF
               READ TermDepFile
                AT END SET pin-eof TO 1
               END-READ
             END-PERFORM
             CLOSE TermDepFile
           END-IF
           MOVE 0 TO pin-eof.

       PRINT-TERM-DEPOSITS.
           MOVE 0 TO TD-SHOWN
           PERFORM VARYING td-index FROM 1 BY 1
                   UNTIL td-index > TD-COUNT
             IF TT-ACCOUNT (td-index) = CURRENT-ACCOUNT
               IF TD-SHOWN = 0
                 MOVE 'L' TO rpt-action
                 MOVE "Festgeldanlagen:" TO rpt-line
                 CALL "REPORT-WRITER" USING ReportRequest
               END-IF
               ADD 1 TO TD-SHOWN
               MOVE TT-AMOUNT (td-index) TO TD-EDIT-AMOUNT
               MOVE 'L' TO rpt-action
               MOVE SPACES TO rpt-line
               STRING "  Nr. " TT-NUMBER (td-index) " "
                      TD-EDIT-AMOUNT " EUR faellig am "
                      TT-MATURITY (td-index)
                      DELIMITED BY SIZE INTO rpt-line
               CALL "REPORT-WRITER" USING ReportRequest
             END-IF
           END-PERFORM.

       PRINT-STATEMENT-ADDRESS.
           MOVE 0 TO ADDRESS-CUST
           PERFORM VARYING link-index FROM 1 BY 1
               WHEN "PROVCREDIT"
               WHEN "ADJUST-CR"
               WHEN "ESCHEAT-IN"
               WHEN "TD-REPAY"
               WHEN "TD-INTEREST"
               WHEN "LOAN-PAYOUT"
               WHEN "DDEBIT-REF"
               WHEN "OUTPAY-RET"
               WHEN "SUSP-POST"
                 MOVE srt-amount TO MOVEMENT-SIGN
                 PERFORM SET-PHASE-BY-MONTH
               WHEN "WITHDRAWAL"
               WHEN "PROVREVERSE"
               WHEN "ADJUST-DR"
               WHEN "ESCHEAT-OUT"
               WHEN "TD-PLACE"
               WHEN "LOAN-PRIN"
               WHEN "LOAN-INT"
               WHEN "LOAN-FEE"
               WHEN "DDEBIT"
               WHEN "VENDING"
               WHEN "TRANSFER-EXT"
               WHEN "TAX-KAPST"
               WHEN "TAX-SOLI"
               WHEN "GARN-PAY"
                 COMPUTE MOVEMENT-SIGN = 0 - srt-amount
                 PERFORM SET-PHASE-BY-MONTH
               WHEN "BALFWD-CR"

       FIND-ACCOUNT-NAME.
           MOVE SPACES TO GROUP-NAME
           MOVE SPACES TO GROUP-TYPE
           PERFORM VARYING pin-index FROM 1 BY 1
                   UNTIL pin-index > PIN-COUNT
             IF PN-ACCOUNT (pin-index) = CURRENT-ACCOUNT
               MOVE PN-NAME (pin-index) TO GROUP-NAME
               MOVE PN-TYPE (pin-index) TO GROUP-TYPE
               MOVE 'Y' TO PN-MATCHED (pin-index)
               EXIT PERFORM
             END-IF
           MOVE SPACES TO rpt-line
           STRING "Anfangssaldo: " EDIT-AMOUNT
                  DELIMITED BY SIZE INTO rpt-line
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE 'N' TO EXPORT-ACTIVE
           IF EXPORT-WANTED = 'J' AND GROUP-TYPE = 'G'
             PERFORM EXPORT-ACCOUNT-HEADER
           END-IF.

       PRINT-MOVEMENT-LINE.
           MOVE MOVEMENT-SIGN TO EDIT-AMOUNT
           MOVE SPACES TO rpt-line
           STRING srt-timestamp " " srt-type " " EDIT-AMOUNT
                  DELIMITED BY SIZE INTO rpt-line
           CALL "REPORT-WRITER" USING ReportRequest
           IF EXPORT-ACTIVE = 'J'
             PERFORM EXPORT-MOVEMENT
           END-IF.

       PRINT-ACCOUNT-FOOTER.
           COMPUTE CLOSING-BALANCE = OPENING-BALANCE + MONTH-NET
           STRING "Endsaldo:     " EDIT-AMOUNT
                  DELIMITED BY SIZE INTO rpt-line
           CALL "REPORT-WRITER" USING ReportRequest
           IF EXPORT-ACTIVE = 'J'
             PERFORM EXPORT-ACCOUNT-FOOTER
           END-IF
           PERFORM PRINT-TERM-DEPOSITS
           MOVE 'L' TO rpt-action
           MOVE SPACES TO rpt-line
           CALL "REPORT-WRITER" USING ReportRequest.
             IF PN-MATCHED (pin-index) = 'N'
               MOVE PN-ACCOUNT (pin-index) TO CURRENT-ACCOUNT
               MOVE PN-NAME (pin-index) TO GROUP-NAME
               MOVE PN-TYPE (pin-index) TO GROUP-TYPE
               MOVE 'Y' TO PN-MATCHED (pin-index)
               MOVE 0 TO OPENING-BALANCE
               MOVE 0 TO MONTH-NET
               PERFORM PRINT-ACCOUNT-FOOTER
             END-IF
           END-PERFORM.

       SET-EXPORT-PERIOD.
           IF STMT-MONTH NOT NUMERIC
              OR STMT-MONTH(5:2) < "01" OR STMT-MONTH(5:2) > "12"
             DISPLAY "Ungueltiger Monat - Export entfaellt."
             MOVE 'N' TO EXPORT-WANTED
             EXIT PARAGRAPH
           END-IF
           COMPUTE PERIOD-FIRST-YMD =
                   FUNCTION NUMVAL(STMT-MONTH) * 100 + 1
           IF STMT-MONTH(5:2) = "12"
             COMPUTE PERIOD-NEXT-YMD =
                     (FUNCTION NUMVAL(STMT-MONTH(1:4)) + 1) * 10000
                     + 101
           ELSE
             COMPUTE PERIOD-NEXT-YMD = PERIOD-FIRST-YMD + 100
           END-IF
           COMPUTE PERIOD-LAST-YMD = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(PERIOD-NEXT-YMD) - 1)
           MOVE SPACES TO PERIOD-FIRST-ISO
           STRING STMT-MONTH(1:4) "-" STMT-MONTH(5:2) "-01"
                  DELIMITED BY SIZE INTO PERIOD-FIRST-ISO
           MOVE PERIOD-LAST-YMD TO EXP-VALUE-DATE
           PERFORM FORMAT-VALUE-ISO
           MOVE EXP-VALUE-ISO TO PERIOD-LAST-ISO
           MOVE SPACES TO EXPORT-CREATED
           STRING year "-" month "-" day-1 "T" hour ":" minutes ":"
                  seconds
                  DELIMITED BY SIZE INTO EXPORT-CREATED.

       LOAD-OUTBOUND-PAYMENTS.
           MOVE 0 TO OP-COUNT
           MOVE 0 TO pin-eof
           OPEN INPUT OutPayFile
           IF OUTPAY-STATUS = "00"
             READ OutPayFile
              AT END SET pin-eof TO 1
             END-READ
             PERFORM UNTIL pin-eof = 1
               IF OP-COUNT = 2000
                 MOVE 'Y' TO OP-OVERFLOW
                 EXIT PERFORM
               END-IF
               ADD 1 TO OP-COUNT
               MOVE op-payment-id TO OT-PAYMENT-ID (OP-COUNT)
               MOVE op-bene-name TO OT-NAME (OP-COUNT)
               MOVE op-bene-iban TO OT-IBAN (OP-COUNT)
               MOVE op-reference TO OT-REFERENCE (OP-COUNT)
               READ OutPayFile
                AT END SET pin-eof TO 1
               END-READ
             END-PERFORM
             CLOSE OutPayFile
           END-IF
           MOVE 0 TO pin-eof
           IF OP-OVERFLOW = 'Y'
             DISPLAY "Hinweis: mehr als 2000 Auslandszahlungen -"
                     " Gegenparteien ggf. unvollstaendig."
           END-IF.

       EXPORT-ACCOUNT-HEADER.
           MOVE SPACES TO CSV-FILENAME
           STRING "STMX-" CURRENT-ACCOUNT "-" STMT-MONTH ".CSV"
                  DELIMITED BY SIZE INTO CSV-FILENAME
           MOVE SPACES TO CAMT-FILENAME
           STRING "STMX-" CURRENT-ACCOUNT "-" STMT-MONTH ".XML"
                  DELIMITED BY SIZE INTO CAMT-FILENAME
           OPEN OUTPUT CsvFile
           IF CSV-STATUS NOT = "00"
             DISPLAY "Exportdatei nicht anlegbar: " CSV-FILENAME
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CamtFile
           IF CAMT-STATUS NOT = "00"
             DISPLAY "Exportdatei nicht anlegbar: " CAMT-FILENAME
             CLOSE CsvFile
             EXIT PARAGRAPH
           END-IF
           MOVE 'J' TO EXPORT-ACTIVE
           MOVE 0 TO EXPORT-ENTRIES
           MOVE OPENING-BALANCE TO EXP-SIGNED
           MOVE SPACES TO CsvLine
           STRING "Konto;Periode;Satzart;Buchungstag;Valuta;"
                  "Umsatzart;Betrag;Belegnummer;Gegenpartei;"
                  "Gegenpartei-IBAN;Referenz"
                  DELIMITED BY SIZE INTO CsvLine
           WRITE CsvLine
           MOVE SPACES TO CsvLine
           STRING CURRENT-ACCOUNT ";" STMT-MONTH ";ANFANG;"
                  PERIOD-FIRST-YMD ";;;"
                  FUNCTION TRIM(EXP-SIGNED) ";;;;"
                  DELIMITED BY SIZE INTO CsvLine
           WRITE CsvLine
           MOVE '<?xml version="1.0" encoding="UTF-8"?>' TO CamtLine
           WRITE CamtLine
           MOVE SPACES TO CamtLine
           STRING '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
                  'camt.053.001.02">'
                  DELIMITED BY SIZE INTO CamtLine
           WRITE CamtLine
           MOVE "  <BkToCstmrStmt>" TO CamtLine
           WRITE CamtLine
           MOVE "    <GrpHdr>" TO CamtLine
           WRITE CamtLine
           MOVE SPACES TO CamtLine
           STRING "      <MsgId>STMX-" CURRENT-ACCOUNT "-" STMT-MONTH
                  "</MsgId>"
                  DELIMITED BY SIZE INTO CamtLine
           WRITE CamtLine
           MOVE SPACES TO CamtLine
           STRING "      <CreDtTm>" EXPORT-CREATED(1:19) "</CreDtTm>"
                  DELIMITED BY SIZE INTO CamtLine
           WRITE CamtLine
           MOVE "    </GrpHdr>" TO CamtLine
           WRITE CamtLine
           MOVE "    <Stmt>" TO CamtLine
           WRITE CamtLine
           MOVE SPACES TO CamtLine
           STRING "      <Id>" CURRENT-ACCOUNT "-" STMT-MONTH "</Id>"
                  DELIMITED BY SIZE INTO CamtLine
           WRITE CamtLine
           MOVE SPACES TO CamtLine
           STRING "      <FrToDt><FrDtTm>" PERIOD-FIRST-ISO
                  "T00:00:00</FrDtTm><ToDtTm>" PERIOD-LAST-ISO
                  "T23:59:59</ToDtTm></FrToDt>"
                  DELIMITED BY SIZE INTO CamtLine
           WRITE CamtLine
           MOVE SPACES TO CamtLine
           STRING "      <Acct><Id><Othr><Id>" CURRENT-ACCOUNT
                  "</Id></Othr></Id><Ccy>EUR</Ccy><Ownr><Nm>"
                  FUNCTION TRIM(GROUP-NAME) "</Nm></Ownr></Acct>"
                  DELIMITED BY SIZE INTO CamtLine
           WRITE CamtLine
           MOVE "OPBD" TO EXP-BAL-CODE
           MOVE PERIOD-FIRST-ISO TO EXP-BAL-DATE
           MOVE OPENING-BALANCE TO EXP-BAL-AMOUNT
           PERFORM WRITE-CAMT-BALANCE.

       EXPORT-MOVEMENT.
           ADD 1 TO EXPORT-ENTRIES
           MOVE SPACES TO EXP-BOOK-DATE
           STRING srt-timestamp(1:4) srt-timestamp(6:2)
                  srt-timestamp(9:2)
                  DELIMITED BY SIZE INTO EXP-BOOK-DATE
           MOVE srt-timestamp(1:10) TO EXP-BOOK-ISO
           IF srt-business-date NUMERIC AND srt-business-date > 0
             MOVE srt-business-date TO EXP-VALUE-DATE
           ELSE
             MOVE EXP-BOOK-DATE TO EXP-VALUE-DATE
           END-IF
           PERFORM FORMAT-VALUE-ISO
           PERFORM FIND-COUNTERPARTY
           MOVE MOVEMENT-SIGN TO EXP-SIGNED
           IF MOVEMENT-SIGN < 0
             COMPUTE EXP-ABS-AMOUNT = 0 - MOVEMENT-SIGN
             MOVE "DBIT" TO EXP-CDT-DBT
           ELSE
             MOVE MOVEMENT-SIGN TO EXP-ABS-AMOUNT
             MOVE "CRDT" TO EXP-CDT-DBT
           END-IF
           MOVE EXP-ABS-AMOUNT TO EXP-UNSIGNED
           MOVE SPACES TO CsvLine
           STRING CURRENT-ACCOUNT ";" STMT-MONTH ";UMSATZ;"
                  EXP-BOOK-DATE ";" EXP-VALUE-DATE ";"
                  FUNCTION TRIM(srt-type) ";"
                  FUNCTION TRIM(EXP-SIGNED) ";"
                  srt-seq-number ";"
                  FUNCTION TRIM(CP-NAME) ";"
                  FUNCTION TRIM(CP-IBAN) ";"
                  FUNCTION TRIM(CP-REFERENCE)
                  DELIMITED BY SIZE INTO CsvLine
           WRITE CsvLine
           MOVE "      <Ntry>" TO CamtLine
           WRITE CamtLine
           MOVE SPACES TO CamtLine
           STRING '        <Amt Ccy="EUR">' FUNCTION TRIM(EXP-UNSIGNED)
                  "</Amt><CdtDbtInd>" EXP-CDT-DBT
                  "</CdtDbtInd><Sts>BOOK</Sts>"
                  DELIMITED BY SIZE INTO CamtLine
           WRITE CamtLine
           MOVE SPACES TO CamtLine
           STRING "        <BookgDt><Dt>" EXP-BOOK-ISO
                  "</Dt></BookgDt><ValDt><Dt>" EXP-VALUE-ISO
                  "</Dt></ValDt>"
                  DELIMITED BY SIZE INTO CamtLine
           WRITE CamtLine
           MOVE SPACES TO CamtLine
           STRING "        <AcctSvcrRef>" srt-seq-number
                  "</AcctSvcrRef><BkTxCd><Prtry><Cd>"
                  FUNCTION TRIM(srt-type)
                  "</Cd></Prtry></BkTxCd>"
                  DELIMITED BY SIZE INTO CamtLine
           WRITE CamtLine
           MOVE "        <NtryDtls><TxDtls>" TO CamtLine
           WRITE CamtLine
           MOVE SPACES TO CamtLine
           STRING "          <Refs><EndToEndId>"
                  FUNCTION TRIM(CP-REFERENCE)
                  "</EndToEndId></Refs>"
                  DELIMITED BY SIZE INTO CamtLine
           WRITE CamtLine
           IF CP-NAME NOT = SPACES
             MOVE SPACES TO CamtLine
             STRING "          <RltdPties><Cdtr><Nm>"
                    FUNCTION TRIM(CP-NAME)
                    "</Nm></Cdtr><CdtrAcct><Id><IBAN>"
                    FUNCTION TRIM(CP-IBAN)
                    "</IBAN></Id></CdtrAcct></RltdPties>"
                    DELIMITED BY SIZE INTO CamtLine
             WRITE CamtLine
           END-IF
           MOVE "        </TxDtls></NtryDtls>" TO CamtLine
           WRITE CamtLine
           MOVE "      </Ntry>" TO CamtLine
           WRITE CamtLine.

       EXPORT-ACCOUNT-FOOTER.
           MOVE CLOSING-BALANCE TO EXP-SIGNED
           MOVE SPACES TO CsvLine
           STRING CURRENT-ACCOUNT ";" STMT-MONTH ";ENDE;"
                  PERIOD-LAST-YMD ";;;"
                  FUNCTION TRIM(EXP-SIGNED) ";;;;"
                  DELIMITED BY SIZE INTO CsvLine
           WRITE CsvLine
           MOVE "CLBD" TO EXP-BAL-CODE
           MOVE PERIOD-LAST-ISO TO EXP-BAL-DATE
           MOVE CLOSING-BALANCE TO EXP-BAL-AMOUNT
           PERFORM WRITE-CAMT-BALANCE
           MOVE EXPORT-ENTRIES TO EXP-COUNT
           MOVE SPACES TO CamtLine
           STRING "      <TxsSummry><TtlNtries><NbOfNtries>"
                  FUNCTION TRIM(EXP-COUNT)
                  "</NbOfNtries></TtlNtries></TxsSummry>"
                  DELIMITED BY SIZE INTO CamtLine
           WRITE CamtLine
           MOVE "    </Stmt>" TO CamtLine
           WRITE CamtLine
           MOVE "  </BkToCstmrStmt>" TO CamtLine
           WRITE CamtLine
           MOVE "</Document>" TO CamtLine
           WRITE CamtLine
           CLOSE CsvFile
           CLOSE CamtFile
           MOVE 'N' TO EXPORT-ACTIVE
           ADD 1 TO EXPORTED-ACCOUNTS
           PERFORM WRITE-EXPORT-CONTROL.

       WRITE-CAMT-BALANCE.
           IF EXP-BAL-AMOUNT < 0
             COMPUTE EXP-ABS-AMOUNT = 0 - EXP-BAL-AMOUNT
             MOVE "DBIT" TO EXP-CDT-DBT
           ELSE
             MOVE EXP-BAL-AMOUNT TO EXP-ABS-AMOUNT
             MOVE "CRDT" TO EXP-CDT-DBT
           END-IF
           MOVE EXP-ABS-AMOUNT TO EXP-UNSIGNED
           MOVE SPACES TO CamtLine
           STRING "      <Bal><Tp><CdOrPrtry><Cd>" EXP-BAL-CODE
                  "</Cd></CdOrPrtry></Tp>"
                  DELIMITED BY SIZE INTO CamtLine
           WRITE CamtLine
           MOVE SPACES TO CamtLine
           STRING '        <Amt Ccy="EUR">' FUNCTION TRIM(EXP-UNSIGNED)
                  "</Amt><CdtDbtInd>" EXP-CDT-DBT
                  "</CdtDbtInd><Dt><Dt>" EXP-BAL-DATE
                  "</Dt></Dt></Bal>"
                  DELIMITED BY SIZE INTO CamtLine
           WRITE CamtLine.

       FIND-COUNTERPARTY.
           MOVE SPACES TO CP-NAME
           MOVE SPACES TO CP-IBAN
           MOVE SPACES TO CP-REFERENCE
           IF srt-type = "TRANSFER-EXT" OR "GARN-PAY"
                         OR "OUTPAY-RET"
             PERFORM VARYING op-index FROM 1 BY 1
                     UNTIL op-index > OP-COUNT
               IF OT-PAYMENT-ID (op-index) = srt-seq-number
                  OR OT-PAYMENT-ID (op-index) = srt-ref-seq
                 MOVE OT-NAME (op-index) TO CP-NAME
                 MOVE OT-IBAN (op-index) TO CP-IBAN
                 MOVE OT-REFERENCE (op-index) TO CP-REFERENCE
                 EXIT PERFORM
               END-IF
             END-PERFORM
           END-IF
           IF CP-REFERENCE = SPACES
             IF srt-ref-seq NUMERIC AND srt-ref-seq > 0
               STRING "REF" srt-ref-seq
                      DELIMITED BY SIZE INTO CP-REFERENCE
             ELSE
               IF srt-terminal-id NOT = SPACES
                 STRING "TERM" srt-terminal-id
                        DELIMITED BY SIZE INTO CP-REFERENCE
               ELSE
                 MOVE "NOTPROVIDED" TO CP-REFERENCE
               END-IF
             END-IF
           END-IF.

       FORMAT-VALUE-ISO.
           MOVE SPACES TO EXP-VALUE-ISO
           STRING EXP-VALUE-DATE(1:4) "-" EXP-VALUE-DATE(5:2) "-"
                  EXP-VALUE-DATE(7:2)
                  DELIMITED BY SIZE INTO EXP-VALUE-ISO.

       WRITE-EXPORT-CONTROL.
           OPEN INPUT ExportControl
           IF SXC-STATUS = "35"
             OPEN OUTPUT ExportControl
             CLOSE ExportControl
           ELSE
             CLOSE ExportControl
           END-IF
           OPEN EXTEND ExportControl
           MOVE CURRENT-ACCOUNT TO se-account
           MOVE STMT-MONTH TO se-period
           MOVE "CSV " TO se-format
           MOVE CSV-FILENAME TO se-filename
           MOVE OPENING-BALANCE TO se-opening
           MOVE CLOSING-BALANCE TO se-closing
           MOVE EXPORT-ENTRIES TO se-entries
           MOVE EXPORT-CREATED TO se-created
           WRITE StmtExportRecord
           MOVE "CAMT" TO se-format
           MOVE CAMT-FILENAME TO se-filename
           WRITE StmtExportRecord
           CLOSE ExportControl.
