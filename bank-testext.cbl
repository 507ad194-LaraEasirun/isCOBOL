       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-TESTEXT.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select PinNumbers ASSIGN TO "PIN.DAT"
                   organization is indexed
                   access mode is sequential
                   record key is card-number
                   FILE STATUS IS PIN-STATUS.
       Select BankCustFile ASSIGN TO "BANKCUST.DAT"
                   organization is indexed
                   access mode is sequential
                   record key is bc-number
                   FILE STATUS IS BC-STATUS.
       Select CustomerFile ASSIGN TO "CUSTOMER.DAT"
                   organization is indexed
                   access mode is sequential
                   record key is cust-number
                   FILE STATUS IS CU-STATUS.
       Select StudentNumbers ASSIGN TO "STUDENTS.DAT"
                   organization is indexed
                   access mode is sequential
                   record key is student-number
                   FILE STATUS IS ST-STATUS.
       Select LinkFile ASSIGN TO "BANKLINK.DAT"
                   organization is line sequential
                   FILE STATUS IS LNK-STATUS.
       Select TxnLog ASSIGN TO "TXNLOG.DAT"
                   organization is line sequential
                   FILE STATUS IS TXN-STATUS.
       Select HoldsFile ASSIGN TO "HOLDS.DAT"
                   organization is line sequential
                   FILE STATUS IS HLD-STATUS.
       Select SubstFile ASSIGN TO "TESTSUBST.DAT"
                   organization is line sequential
                   FILE STATUS IS SUB-STATUS.
       Select TestPin ASSIGN TO "TEST-PIN.DAT"
                   organization is indexed
                   access mode is random
                   record key is tp-card-number
                   FILE STATUS IS OUT-STATUS.
       Select TestBankCust ASSIGN TO "TEST-BANKCUST.DAT"
                   organization is indexed
                   access mode is random
                   record key is tb-number
                   FILE STATUS IS OUT-STATUS.
       Select TestCustomer ASSIGN TO "TEST-CUSTOMER.DAT"
                   organization is indexed
                   access mode is random
                   record key is tc-number
                   FILE STATUS IS OUT-STATUS.
       Select TestStudents ASSIGN TO "TEST-STUDENTS.DAT"
                   organization is indexed
                   access mode is random
                   record key is ts-student-number
                   FILE STATUS IS OUT-STATUS.
       Select TestLink ASSIGN TO "TEST-BANKLINK.DAT"
                   organization is line sequential
                   FILE STATUS IS OUT-STATUS.
       Select TestTxnLog ASSIGN TO "TEST-TXNLOG.DAT"
                   organization is line sequential
                   FILE STATUS IS OUT-STATUS.
       Select TestHolds ASSIGN TO "TEST-HOLDS.DAT"
                   organization is line sequential
                   FILE STATUS IS OUT-STATUS.
       Select TestSeal ASSIGN TO "TEST-TXNSEAL.DAT"
                   organization is line sequential
                   FILE STATUS IS OUT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PinNumbers.
           copy "pin-record.cpy".
       FD BankCustFile.
           copy "bankcust-record.cpy".
       FD CustomerFile.
           copy "customer-record.cpy".
       FD StudentNumbers.
           01 StudentRecord.
              05 student-number    PIC 9(13).
              05 student-name      PIC X(20).
              05 program-code      PIC X(6).
              05 enrollment-status PIC X(1).
       FD LinkFile.
           copy "banklink-record.cpy".
       FD TxnLog.
           copy "txnlog-record.cpy".
       FD HoldsFile.
           copy "hold-record.cpy".
       FD SubstFile.
           01 SubstRecord.
              05 sb-kind  PIC X.
              05 FILLER   PIC X.
              05 sb-value PIC X(25).
       FD TestPin.
           01 TestPinRecord.
              05 tp-card-number PIC 9(13).
              05 FILLER         PIC X(97).
       FD TestBankCust.
           01 TestBankCustRecord.
              05 tb-number PIC 9(7).
              05 FILLER    PIC X(131).
       FD TestCustomer.
           01 TestCustomerRecord.
              05 tc-number PIC 9(7).
              05 FILLER    PIC X(94).
       FD TestStudents.
           01 TestStudentRecord.
              05 ts-student-number PIC 9(13).
              05 FILLER            PIC X(27).
       FD TestLink.
           01 TestLinkRecord PIC X(30).
       FD TestTxnLog.
           01 TestTxnRecord PIC X(82).
       FD TestHolds.
           01 TestHoldRecord PIC X(28).
       FD TestSeal.
           copy "txnseal-record.cpy".
       WORKING-STORAGE SECTION.
        01 BUSINESS-DATE PIC 9(8) VALUE 0.
        01 JJ-EVENT PIC X.
        01 JJ-JOB-NAME PIC X(12).
        01 JJ-RECORDS PIC 9(7) VALUE 0.
        01 JJ-RESULT PIC X(4).
        01 eof PIC 9.
        01 PIN-STATUS PIC XX.
        01 BC-STATUS PIC XX.
        01 CU-STATUS PIC XX.
        01 ST-STATUS PIC XX.
        01 LNK-STATUS PIC XX.
        01 TXN-STATUS PIC XX.
        01 HLD-STATUS PIC XX.
        01 SUB-STATUS PIC XX.
        01 OUT-STATUS PIC XX.
        01 SCALE-PERCENT PIC 9(3) VALUE 0.
        01 TEST-PIN-VALUE PIC 9(4) VALUE 1234.
        01 ENCODED-PIN PIC 9(4).
        01 HOLDS-LOADED PIC X VALUE 'N'.
        01 FILE-READ PIC 9(7).
        01 FILE-WRITTEN PIC 9(7).
        01 TOTAL-WRITTEN PIC 9(7) VALUE 0.
        01 COUNT-FILE PIC X(14).
        01 COUNT-NOTE PIC X(20).
        01 CARD-COUNT PIC 9(3) VALUE 0.
        01 card-index PIC 9(3).
        01 CARD-MAP.
           05 CARD-MAP-ENTRY OCCURS 500 TIMES.
              10 CM-OLD PIC 9(13).
              10 CM-NEW PIC 9(13).
        01 ACCT-COUNT PIC 9(4) VALUE 0.
        01 acct-index PIC 9(4).
        01 ACCT-MAP.
           05 ACCT-MAP-ENTRY OCCURS 1000 TIMES.
              10 AM-OLD   PIC 9(10).
              10 AM-NEW   PIC 9(10).
              10 AM-CUST  PIC 9(7).
              10 AM-HOLDS PIC 9(7)V99.
        01 OLD-CARD PIC 9(13).
        01 NEW-CARD PIC 9(13).
        01 OLD-ACCOUNT PIC 9(10).
        01 NEW-ACCOUNT PIC 9(10).
        01 NEW-CARD-BASE PIC 9(12).
        01 NEW-CHECK-DIGIT PIC 9.
        01 SEAL-COUNT PIC 9(3) VALUE 0.
        01 seal-index PIC 9(3).
        01 SEAL-TABLE.
           05 SEAL-ENTRY OCCURS 400 TIMES.
              10 SL-DATE      PIC 9(8).
              10 SL-COUNT     PIC 9(7).
              10 SL-HASH      PIC 9(12).
              10 SL-FIRST-SEQ PIC 9(7).
              10 SL-LAST-SEQ  PIC 9(7).
        01 AMOUNT-CENTS PIC 9(9).
        01 TYPE-WEIGHT PIC 9(4).
        01 VN-COUNT PIC 9(2) VALUE 0.
        01 NN-COUNT PIC 9(2) VALUE 0.
        01 SN-COUNT PIC 9(2) VALUE 0.
        01 SUBST-TABLES.
           05 VN-ENTRY PIC X(25) OCCURS 50 TIMES.
           05 NN-ENTRY PIC X(25) OCCURS 50 TIMES.
           05 SN-ENTRY PIC X(25) OCCURS 50 TIMES.
        01 DEFAULT-FIRST-VALUES.
           05 FILLER PIC X(12) VALUE "Anna".
           05 FILLER PIC X(12) VALUE "Bernd".
           05 FILLER PIC X(12) VALUE "Claudia".
           05 FILLER PIC X(12) VALUE "Dieter".
           05 FILLER PIC X(12) VALUE "Eva".
           05 FILLER PIC X(12) VALUE "Frank".
           05 FILLER PIC X(12) VALUE "Gisela".
           05 FILLER PIC X(12) VALUE "Heinz".
           05 FILLER PIC X(12) VALUE "Ingrid".
           05 FILLER PIC X(12) VALUE "Juergen".
        01 DEFAULT-FIRST-TABLE REDEFINES DEFAULT-FIRST-VALUES.
           05 DEFAULT-FIRST PIC X(12) OCCURS 10 TIMES.
        01 DEFAULT-LAST-VALUES.
           05 FILLER PIC X(12) VALUE "Muster".
           05 FILLER PIC X(12) VALUE "Beispiel".
           05 FILLER PIC X(12) VALUE "Probe".
           05 FILLER PIC X(12) VALUE "Test".
           05 FILLER PIC X(12) VALUE "Schablone".
           05 FILLER PIC X(12) VALUE "Vorlage".
           05 FILLER PIC X(12) VALUE "Entwurf".
           05 FILLER PIC X(12) VALUE "Modell".
           05 FILLER PIC X(12) VALUE "Attrappe".
           05 FILLER PIC X(12) VALUE "Platzhalter".
        01 DEFAULT-LAST-TABLE REDEFINES DEFAULT-LAST-VALUES.
           05 DEFAULT-LAST PIC X(12) OCCURS 10 TIMES.
        01 DEFAULT-STREET-VALUES.
           05 FILLER PIC X(16) VALUE "Hauptstrasse".
           05 FILLER PIC X(16) VALUE "Bahnhofstrasse".
           05 FILLER PIC X(16) VALUE "Gartenweg".
           05 FILLER PIC X(16) VALUE "Lindenallee".
           05 FILLER PIC X(16) VALUE "Schulstrasse".
           05 FILLER PIC X(16) VALUE "Am Markt".
           05 FILLER PIC X(16) VALUE "Ringstrasse".
           05 FILLER PIC X(16) VALUE "Waldweg".
           05 FILLER PIC X(16) VALUE "Kirchplatz".
           05 FILLER PIC X(16) VALUE "Muehlenweg".
        01 DEFAULT-STREET-TABLE REDEFINES DEFAULT-STREET-VALUES.
           05 DEFAULT-STREET PIC X(16) OCCURS 10 TIMES.
        01 subst-index PIC 9(2).
        01 NAME-KEY PIC 9(13).
        01 NAME-QUOTIENT PIC 9(13).
        01 MASKED-FIRST PIC X(25).
        01 MASKED-LAST PIC X(25).
        01 MASKED-NAME PIC X(30).
        01 MASKED-STREET PIC X(30).
        01 HOUSE-NUMBER PIC 9(3).
        01 HOUSE-TEXT PIC Z(2)9.
        copy "signon-request.cpy".
        copy "report-request.cpy".
        copy "namekey-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "BANK-TESTEXT: Anonymisierter Testdatenabzug"
           CALL "BUSDATE" USING BUSINESS-DATE

           MOVE 'S' TO so-action
           MOVE "BANK-TESTEXT" TO so-program
           MOVE "ADMIN" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Anmeldung fehlgeschlagen. Abbruch."
             STOP RUN
           END-IF

           MOVE 'S' TO JJ-EVENT
           MOVE "BANK-TESTEXT" TO JJ-JOB-NAME
           MOVE 0 TO JJ-RECORDS
           MOVE SPACES TO JJ-RESULT
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT

           MOVE 0 TO SCALE-PERCENT
           PERFORM UNTIL SCALE-PERCENT > 0 AND SCALE-PERCENT < 101
             DISPLAY "Skalierung der Betraege in Prozent (1-100): "
             ACCEPT SCALE-PERCENT
           END-PERFORM

           PERFORM LOAD-SUBSTITUTIONS
           PERFORM BUILD-NUMBER-MAP

           MOVE 'O' TO rpt-action
           MOVE "TESTEXT" TO rpt-name
           MOVE SPACES TO rpt-filename
           STRING "TESTEXT-" BUSINESS-DATE ".DAT"
                  DELIMITED BY SIZE INTO rpt-filename
           MOVE SPACES TO rpt-title
           STRING "Anonymisierter Testdatenabzug " BUSINESS-DATE
                  DELIMITED BY SIZE INTO rpt-title
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line
           STRING "Betraege skaliert auf " SCALE-PERCENT " Prozent,"
                  " Test-PIN " TEST-PIN-VALUE
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-EXTRACT-LINE
           STRING "Ersetzungsliste: " VN-COUNT " Vornamen, "
                  NN-COUNT " Nachnamen, " SN-COUNT " Strassen"
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-EXTRACT-LINE
           PERFORM WRITE-EXTRACT-LINE
           MOVE "Datei            gelesen  geschrieben" TO rpt-line
           PERFORM WRITE-EXTRACT-LINE

           PERFORM MASK-LINKS
           PERFORM MASK-HOLDS
           PERFORM MASK-PINS
           PERFORM MASK-TXNLOG
           PERFORM WRITE-TEST-SEALS
           PERFORM MASK-BANKCUST
           PERFORM MASK-CUSTOMERS
           PERFORM MASK-STUDENTS

           PERFORM WRITE-EXTRACT-LINE
           STRING "Umgeschluesselt: " CARD-COUNT " Karten, "
                  ACCT-COUNT " Konten"
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-EXTRACT-LINE
           MOVE 'C' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest

           DISPLAY "Testdaten geschrieben: " TOTAL-WRITTEN " Saetze"
           DISPLAY "Protokoll: " rpt-filename

           MOVE 'E' TO JJ-EVENT
           MOVE TOTAL-WRITTEN TO JJ-RECORDS
           MOVE "OK" TO JJ-RESULT
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT

       STOP RUN.

       LOAD-SUBSTITUTIONS.
           MOVE 0 TO VN-COUNT
           MOVE 0 TO NN-COUNT
           MOVE 0 TO SN-COUNT
           MOVE 0 TO eof
           OPEN INPUT SubstFile
           IF SUB-STATUS = "00"
             READ SubstFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF sb-value NOT = SPACES
                 EVALUATE sb-kind
                   WHEN 'V'
                     IF VN-COUNT < 50
                       ADD 1 TO VN-COUNT
                       MOVE sb-value TO VN-ENTRY (VN-COUNT)
                     END-IF
                   WHEN 'N'
                     IF NN-COUNT < 50
                       ADD 1 TO NN-COUNT
                       MOVE sb-value TO NN-ENTRY (NN-COUNT)
                     END-IF
                   WHEN 'S'
                     IF SN-COUNT < 50
                       ADD 1 TO SN-COUNT
                       MOVE sb-value TO SN-ENTRY (SN-COUNT)
                     END-IF
                 END-EVALUATE
               END-IF
               READ SubstFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE SubstFile
           ELSE
             DISPLAY "TESTSUBST.DAT nicht gefunden - Standardliste"
                     " wird verwendet."
           END-IF
           IF VN-COUNT = 0
             PERFORM VARYING subst-index FROM 1 BY 1
                     UNTIL subst-index > 10
               MOVE DEFAULT-FIRST (subst-index) TO VN-ENTRY
                    (subst-index)
             END-PERFORM
             MOVE 10 TO VN-COUNT
           END-IF
           IF NN-COUNT = 0
             PERFORM VARYING subst-index FROM 1 BY 1
                     UNTIL subst-index > 10
               MOVE DEFAULT-LAST (subst-index) TO NN-ENTRY
                    (subst-index)
             END-PERFORM
             MOVE 10 TO NN-COUNT
           END-IF
           IF SN-COUNT = 0
             PERFORM VARYING subst-index FROM 1 BY 1
                     UNTIL subst-index > 10
               MOVE DEFAULT-STREET (subst-index) TO SN-ENTRY
                    (subst-index)
             END-PERFORM
             MOVE 10 TO SN-COUNT
           END-IF.

       BUILD-NUMBER-MAP.
           MOVE 0 TO CARD-COUNT
           MOVE 0 TO ACCT-COUNT
           MOVE 0 TO eof
           OPEN INPUT PinNumbers
           IF PIN-STATUS NOT = "00"
             DISPLAY "ABBRUCH: PIN.DAT nicht lesbar - kein"
                     " Testdatenabzug erstellt."
             MOVE "FAIL" TO JJ-RESULT
             PERFORM ABORT-EXTRACT
           END-IF
           READ PinNumbers
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             MOVE card-number TO OLD-CARD
             PERFORM MAP-CARD
             MOVE account-number TO OLD-ACCOUNT
             PERFORM MAP-ACCOUNT
             READ PinNumbers
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE PinNumbers.

       MAP-CARD.
           MOVE 0 TO NEW-CARD
           IF OLD-CARD = 0
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING card-index FROM 1 BY 1
                   UNTIL card-index > CARD-COUNT
             IF CM-OLD (card-index) = OLD-CARD
               MOVE CM-NEW (card-index) TO NEW-CARD
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           IF CARD-COUNT = 500
             DISPLAY "ABBRUCH: Kartentabelle voll (500) - kein"
                     " Testdatenabzug erstellt."
             MOVE "FULL" TO JJ-RESULT
             PERFORM ABORT-EXTRACT
           END-IF
           ADD 1 TO CARD-COUNT
           COMPUTE NEW-CARD-BASE = 499900000000 + CARD-COUNT
           CALL "CARDDIGIT" USING NEW-CARD-BASE NEW-CHECK-DIGIT
           COMPUTE NEW-CARD = NEW-CARD-BASE * 10 + NEW-CHECK-DIGIT
           MOVE OLD-CARD TO CM-OLD (CARD-COUNT)
           MOVE NEW-CARD TO CM-NEW (CARD-COUNT).

       MAP-ACCOUNT.
           MOVE 0 TO NEW-ACCOUNT
           MOVE 0 TO acct-index
           IF OLD-ACCOUNT = 0
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING acct-index FROM 1 BY 1
                   UNTIL acct-index > ACCT-COUNT
             IF AM-OLD (acct-index) = OLD-ACCOUNT
               MOVE AM-NEW (acct-index) TO NEW-ACCOUNT
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           IF ACCT-COUNT = 1000
             DISPLAY "ABBRUCH: Kontentabelle voll (1000) - kein"
                     " Testdatenabzug erstellt."
             MOVE "FULL" TO JJ-RESULT
             PERFORM ABORT-EXTRACT
           END-IF
           ADD 1 TO ACCT-COUNT
           MOVE ACCT-COUNT TO acct-index
           COMPUTE NEW-ACCOUNT = 9000000000 + ACCT-COUNT
           MOVE OLD-ACCOUNT TO AM-OLD (acct-index)
           MOVE NEW-ACCOUNT TO AM-NEW (acct-index)
           MOVE 0 TO AM-CUST (acct-index)
           MOVE 0 TO AM-HOLDS (acct-index).

       MASK-LINKS.
           MOVE 0 TO FILE-READ
           MOVE 0 TO FILE-WRITTEN
           MOVE 0 TO eof
           OPEN INPUT LinkFile
           IF LNK-STATUS NOT = "00"
             MOVE "BANKLINK.DAT" TO COUNT-FILE
             PERFORM WRITE-MISSING-LINE
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TestLink
           READ LinkFile
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             ADD 1 TO FILE-READ
             MOVE bl-account-number TO OLD-ACCOUNT
             PERFORM MAP-ACCOUNT
             MOVE NEW-ACCOUNT TO bl-account-number
             IF acct-index > 0
               MOVE bl-cust-number TO AM-CUST (acct-index)
             END-IF
             MOVE bl-card-number TO OLD-CARD
             PERFORM MAP-CARD
             MOVE NEW-CARD TO bl-card-number
             MOVE BankLinkRecord TO TestLinkRecord
             WRITE TestLinkRecord
             ADD 1 TO FILE-WRITTEN
             READ LinkFile
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE TestLink
           CLOSE LinkFile
           MOVE "BANKLINK.DAT" TO COUNT-FILE
           MOVE SPACES TO COUNT-NOTE
           PERFORM WRITE-COUNT-LINE.

       MASK-HOLDS.
           MOVE 0 TO FILE-READ
           MOVE 0 TO FILE-WRITTEN
           MOVE 0 TO eof
           OPEN INPUT HoldsFile
           IF HLD-STATUS NOT = "00"
             MOVE "HOLDS.DAT" TO COUNT-FILE
             PERFORM WRITE-MISSING-LINE
             EXIT PARAGRAPH
           END-IF
           MOVE 'J' TO HOLDS-LOADED
           OPEN OUTPUT TestHolds
           READ HoldsFile
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             ADD 1 TO FILE-READ
             MOVE hold-account-number TO OLD-ACCOUNT
             PERFORM MAP-ACCOUNT
             MOVE NEW-ACCOUNT TO hold-account-number
             COMPUTE hold-amount ROUNDED =
                     hold-amount * SCALE-PERCENT / 100
             IF hold-status = 'O' AND acct-index > 0
               ADD hold-amount TO AM-HOLDS (acct-index)
             END-IF
             MOVE HoldRecord TO TestHoldRecord
             WRITE TestHoldRecord
             ADD 1 TO FILE-WRITTEN
             READ HoldsFile
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE TestHolds
           CLOSE HoldsFile
           MOVE "HOLDS.DAT" TO COUNT-FILE
           MOVE SPACES TO COUNT-NOTE
           PERFORM WRITE-COUNT-LINE.

       MASK-PINS.
           MOVE 0 TO FILE-READ
           MOVE 0 TO FILE-WRITTEN
           MOVE 0 TO eof
           CALL "PINENCODE" USING TEST-PIN-VALUE ENCODED-PIN
           OPEN INPUT PinNumbers
           OPEN OUTPUT TestPin
           READ PinNumbers
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             ADD 1 TO FILE-READ
             MOVE card-number TO OLD-CARD
             PERFORM MAP-CARD
             MOVE NEW-CARD TO card-number
             MOVE account-number TO OLD-ACCOUNT
             PERFORM MAP-ACCOUNT
             MOVE NEW-ACCOUNT TO account-number
             MOVE NEW-ACCOUNT TO NAME-KEY
             IF acct-index > 0
               IF AM-CUST (acct-index) > 0
                 MOVE AM-CUST (acct-index) TO NAME-KEY
               END-IF
             END-IF
             PERFORM MAKE-MASKED-NAME
             MOVE MASKED-NAME TO account-name
             COMPUTE account-balance ROUNDED =
                     account-balance * SCALE-PERCENT / 100
             COMPUTE daily-withdrawn ROUNDED =
                     daily-withdrawn * SCALE-PERCENT / 100
             IF HOLDS-LOADED = 'J'
               MOVE 0 TO pending-holds
               IF acct-index > 0
                 MOVE AM-HOLDS (acct-index) TO pending-holds
               END-IF
             ELSE
               COMPUTE pending-holds ROUNDED =
                       pending-holds * SCALE-PERCENT / 100
             END-IF
             MOVE ENCODED-PIN TO card-pin
             IF has-joint-pin = 'Y'
               MOVE ENCODED-PIN TO pin-2
             END-IF
             MOVE 'J' TO pin-encoded-flag
             MOVE 0 TO failed-attempts
             MOVE PinRecord TO TestPinRecord
             WRITE TestPinRecord
               INVALID KEY
                 DISPLAY "Testkarte " tp-card-number " doppelt."
               NOT INVALID KEY
                 ADD 1 TO FILE-WRITTEN
             END-WRITE
             READ PinNumbers
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE TestPin
           CLOSE PinNumbers
           MOVE "PIN.DAT" TO COUNT-FILE
           MOVE SPACES TO COUNT-NOTE
           PERFORM WRITE-COUNT-LINE.

       MASK-TXNLOG.
           MOVE 0 TO FILE-READ
           MOVE 0 TO FILE-WRITTEN
           MOVE 0 TO SEAL-COUNT
           MOVE 0 TO eof
           OPEN INPUT TxnLog
           IF TXN-STATUS NOT = "00"
             MOVE "TXNLOG.DAT" TO COUNT-FILE
             PERFORM WRITE-MISSING-LINE
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TestTxnLog
           READ TxnLog
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             ADD 1 TO FILE-READ
             MOVE log-account-number TO OLD-ACCOUNT
             PERFORM MAP-ACCOUNT
             MOVE NEW-ACCOUNT TO log-account-number
             COMPUTE log-amount ROUNDED =
                     log-amount * SCALE-PERCENT / 100
             PERFORM SEAL-ONE-RECORD
             MOVE TxnLogRecord TO TestTxnRecord
             WRITE TestTxnRecord
             ADD 1 TO FILE-WRITTEN
             READ TxnLog
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE TestTxnLog
           CLOSE TxnLog
           MOVE "TXNLOG.DAT" TO COUNT-FILE
           MOVE SPACES TO COUNT-NOTE
           PERFORM WRITE-COUNT-LINE.

       SEAL-ONE-RECORD.
           PERFORM VARYING seal-index FROM 1 BY 1
                   UNTIL seal-index > SEAL-COUNT
             IF SL-DATE (seal-index) = log-business-date
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF seal-index > SEAL-COUNT
             IF SEAL-COUNT = 400
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO SEAL-COUNT
             MOVE log-business-date TO SL-DATE (seal-index)
             MOVE 0 TO SL-COUNT (seal-index)
             MOVE 0 TO SL-HASH (seal-index)
             MOVE 0 TO SL-FIRST-SEQ (seal-index)
             MOVE 0 TO SL-LAST-SEQ (seal-index)
           END-IF
           ADD 1 TO SL-COUNT (seal-index)
           COMPUTE AMOUNT-CENTS = log-amount * 100
           COMPUTE TYPE-WEIGHT = FUNCTION ORD(log-type(1:1))
                   + FUNCTION ORD(log-type(2:1)) * 3
           COMPUTE SL-HASH (seal-index) =
                   FUNCTION MOD(SL-HASH (seal-index)
                   + AMOUNT-CENTS * TYPE-WEIGHT
                   + log-seq-number, 999999999999)
           IF SL-FIRST-SEQ (seal-index) = 0
              OR log-seq-number < SL-FIRST-SEQ (seal-index)
             MOVE log-seq-number TO SL-FIRST-SEQ (seal-index)
           END-IF
           IF log-seq-number > SL-LAST-SEQ (seal-index)
             MOVE log-seq-number TO SL-LAST-SEQ (seal-index)
           END-IF.

       WRITE-TEST-SEALS.
           IF SEAL-COUNT = 0
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TestSeal
           PERFORM VARYING seal-index FROM 1 BY 1
                   UNTIL seal-index > SEAL-COUNT
             MOVE SL-DATE (seal-index) TO ts-date
             MOVE SL-COUNT (seal-index) TO ts-count
             MOVE SL-HASH (seal-index) TO ts-hash
             MOVE SL-FIRST-SEQ (seal-index) TO ts-first-seq
             MOVE SL-LAST-SEQ (seal-index) TO ts-last-seq
             WRITE TxnSealRecord
           END-PERFORM
           CLOSE TestSeal
           MOVE "TXNSEAL.DAT" TO COUNT-FILE
           MOVE SEAL-COUNT TO FILE-READ
           MOVE SEAL-COUNT TO FILE-WRITTEN
           MOVE "(neu berechnet)" TO COUNT-NOTE
           PERFORM WRITE-COUNT-LINE.

       MASK-BANKCUST.
           MOVE 0 TO FILE-READ
           MOVE 0 TO FILE-WRITTEN
           MOVE 0 TO eof
           OPEN INPUT BankCustFile
           IF BC-STATUS NOT = "00"
             MOVE "BANKCUST.DAT" TO COUNT-FILE
             PERFORM WRITE-MISSING-LINE
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TestBankCust
           READ BankCustFile
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             ADD 1 TO FILE-READ
             MOVE bc-number TO NAME-KEY
             PERFORM MAKE-MASKED-NAME
             MOVE MASKED-NAME TO bc-name
             PERFORM MAKE-MASKED-STREET
             MOVE MASKED-STREET TO bc-strasse
             MOVE SPACES TO bc-telefon
             STRING "0000 " bc-number
                    DELIMITED BY SIZE INTO bc-telefon
             MOVE BankCustRecord TO TestBankCustRecord
             WRITE TestBankCustRecord
               INVALID KEY
                 DISPLAY "Testkunde " tb-number " doppelt."
               NOT INVALID KEY
                 ADD 1 TO FILE-WRITTEN
             END-WRITE
             READ BankCustFile
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE TestBankCust
           CLOSE BankCustFile
           MOVE "BANKCUST.DAT" TO COUNT-FILE
           MOVE SPACES TO COUNT-NOTE
           PERFORM WRITE-COUNT-LINE.

       MASK-CUSTOMERS.
           MOVE 0 TO FILE-READ
           MOVE 0 TO FILE-WRITTEN
           MOVE 0 TO eof
           OPEN INPUT CustomerFile
           IF CU-STATUS NOT = "00"
             MOVE "CUSTOMER.DAT" TO COUNT-FILE
             PERFORM WRITE-MISSING-LINE
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TestCustomer
           READ CustomerFile
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             ADD 1 TO FILE-READ
             MOVE cust-number TO NAME-KEY
             PERFORM MAKE-MASKED-NAME
             MOVE MASKED-FIRST TO cust-firstname
             MOVE MASKED-LAST TO cust-nachname
             PERFORM MAKE-MASKED-STREET
             MOVE MASKED-STREET TO cust-strasse
             MOVE cust-nachname TO nk-text
             CALL "NAMEKEY" USING NameKeyRequest
             MOVE nk-key TO cust-name-key
             MOVE CustomerRecord TO TestCustomerRecord
             WRITE TestCustomerRecord
               INVALID KEY
                 DISPLAY "Testkunde " tc-number " doppelt."
               NOT INVALID KEY
                 ADD 1 TO FILE-WRITTEN
             END-WRITE
             READ CustomerFile
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE TestCustomer
           CLOSE CustomerFile
           MOVE "CUSTOMER.DAT" TO COUNT-FILE
           MOVE SPACES TO COUNT-NOTE
           PERFORM WRITE-COUNT-LINE.

       MASK-STUDENTS.
           MOVE 0 TO FILE-READ
           MOVE 0 TO FILE-WRITTEN
           MOVE 0 TO eof
           OPEN INPUT StudentNumbers
           IF ST-STATUS NOT = "00"
             MOVE "STUDENTS.DAT" TO COUNT-FILE
             PERFORM WRITE-MISSING-LINE
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TestStudents
           READ StudentNumbers
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             ADD 1 TO FILE-READ
             MOVE student-number TO NAME-KEY
             PERFORM MAKE-MASKED-NAME
             MOVE MASKED-NAME TO student-name
             MOVE StudentRecord TO TestStudentRecord
             WRITE TestStudentRecord
               INVALID KEY
                 DISPLAY "Teststudent " ts-student-number
                         " doppelt."
               NOT INVALID KEY
                 ADD 1 TO FILE-WRITTEN
             END-WRITE
             READ StudentNumbers
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE TestStudents
           CLOSE StudentNumbers
           MOVE "STUDENTS.DAT" TO COUNT-FILE
           MOVE SPACES TO COUNT-NOTE
           PERFORM WRITE-COUNT-LINE.

       MAKE-MASKED-NAME.
           DIVIDE NAME-KEY BY VN-COUNT GIVING NAME-QUOTIENT
           COMPUTE subst-index = FUNCTION MOD(NAME-KEY, VN-COUNT) + 1
           MOVE VN-ENTRY (subst-index) TO MASKED-FIRST
           COMPUTE subst-index =
                   FUNCTION MOD(NAME-QUOTIENT, NN-COUNT) + 1
           MOVE NN-ENTRY (subst-index) TO MASKED-LAST
           MOVE SPACES TO MASKED-NAME
           STRING MASKED-FIRST DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  MASKED-LAST DELIMITED BY "  "
                  INTO MASKED-NAME.

       MAKE-MASKED-STREET.
           COMPUTE subst-index = FUNCTION MOD(NAME-KEY, SN-COUNT) + 1
           COMPUTE HOUSE-NUMBER = FUNCTION MOD(NAME-KEY, 97) + 1
           MOVE HOUSE-NUMBER TO HOUSE-TEXT
           MOVE SPACES TO MASKED-STREET
           STRING SN-ENTRY (subst-index) DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(HOUSE-TEXT) DELIMITED BY SIZE
                  INTO MASKED-STREET.

       WRITE-COUNT-LINE.
           ADD FILE-WRITTEN TO TOTAL-WRITTEN
           MOVE SPACES TO rpt-line
           STRING COUNT-FILE "  " FILE-READ "    " FILE-WRITTEN
                  "  " COUNT-NOTE
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-EXTRACT-LINE
           IF FILE-READ NOT = FILE-WRITTEN
             STRING "  ACHTUNG: " COUNT-FILE " unvollstaendig"
                    DELIMITED BY SIZE INTO rpt-line
             PERFORM WRITE-EXTRACT-LINE
           END-IF.

       WRITE-MISSING-LINE.
           MOVE SPACES TO rpt-line
           STRING COUNT-FILE "  nicht vorhanden - uebersprungen"
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-EXTRACT-LINE.

       WRITE-EXTRACT-LINE.
           MOVE 'L' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line.

       ABORT-EXTRACT.
           MOVE 'E' TO JJ-EVENT
           MOVE 0 TO JJ-RECORDS
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT
           STOP RUN.
