       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-DSAR.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select RequestFile ASSIGN TO "DSREQ.DAT"
                   organization is line sequential
                   FILE STATUS IS REQ-STATUS.
       Select PinNumbers ASSIGN TO "PIN.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is card-number
                   FILE STATUS IS PIN-STATUS.
       Select BankCustFile ASSIGN TO "BANKCUST.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is bc-number
                   FILE STATUS IS BC-STATUS.
       Select LinkFile ASSIGN TO "BANKLINK.DAT"
                   organization is line sequential
                   FILE STATUS IS LNK-STATUS.
       Select SancHoldFile ASSIGN TO "SANCHOLD.DAT"
                   organization is line sequential
                   FILE STATUS IS SQH-STATUS.
       Select CustomerFile ASSIGN TO "CUSTOMER.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is cust-number
                   FILE STATUS IS CU-STATUS.
       Select VehicleFile ASSIGN TO "VEHICLES.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is veh-kennzeichen
                   alternate record key is veh-cust-number
                       with duplicates
                   FILE STATUS IS VEH-STATUS.
       Select ConsentFile ASSIGN TO "CONSENT.DAT"
                   organization is line sequential
                   FILE STATUS IS CON-STATUS.
       Select StudentNumbers ASSIGN TO "STUDENTS.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is student-number
                   FILE STATUS IS ST-STATUS.
       Select EnrollFile ASSIGN TO "ENROLL.DAT"
                   organization is line sequential
                   FILE STATUS IS EN-STATUS.
       Select TermFile ASSIGN TO "TERMS.DAT"
                   organization is line sequential
                   FILE STATUS IS TRM-STATUS.
       Select CustArchive ASSIGN TO "CUSTARCH.DAT"
                   organization is line sequential
                   FILE STATUS IS ARC-STATUS.
       Select VehArchive ASSIGN TO "VEHARCH.DAT"
                   organization is line sequential
                   FILE STATUS IS VARC-STATUS.
       Select ArchiveWork ASSIGN TO "DSERASE-WRK.DAT"
                   organization is line sequential.
       Select TxnScan ASSIGN TO DYNAMIC TXN-FILENAME
                   organization is line sequential
                   FILE STATUS IS TXN-STATUS.
       Select TxnCatalog ASSIGN TO "TXNCAT.DAT"
                   organization is line sequential
                   FILE STATUS IS CAT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RequestFile.
           01 RequestRecord.
              05 dr-id    PIC X(8).
              05 dr-kind  PIC X.
              05 dr-value PIC X(30).
       FD PinNumbers.
           copy "pin-record.cpy".
       FD BankCustFile.
           copy "bankcust-record.cpy".
       FD LinkFile.
           copy "banklink-record.cpy".
       FD SancHoldFile.
           copy "sanchold-record.cpy".
       FD CustomerFile.
           copy "customer-record.cpy".
       FD VehicleFile.
           copy "vehicle-record.cpy".
       FD ConsentFile.
           copy "consent-record.cpy".
       FD StudentNumbers.
           01 StudentRecord.
              05 student-number    PIC 9(13).
              05 student-name      PIC X(20).
              05 program-code      PIC X(6).
              05 enrollment-status PIC X(1).
       FD EnrollFile.
           copy "enroll-record.cpy".
       FD TermFile.
           01 TermRecord.
              05 term-code  PIC X(5).
              05 term-start PIC 9(8).
              05 term-end   PIC 9(8).
       FD CustArchive.
           01 CustArchiveRecord PIC X(110).
       FD VehArchive.
           01 VehArchiveRecord PIC X(40).
       FD ArchiveWork.
           01 ArchiveWorkRecord PIC X(110).
       FD TxnScan.
           copy "txnlog-record.cpy".
       FD TxnCatalog.
           01 TxnCatRecord.
              05 tc-date     PIC 9(8).
              05 tc-filename PIC X(20).
              05 tc-status   PIC X.
       WORKING-STORAGE SECTION.
        01 BUSINESS-DATE PIC 9(8) VALUE 0.
        01 JJ-EVENT PIC X.
        01 JJ-JOB-NAME PIC X(12).
        01 JJ-RECORDS PIC 9(7) VALUE 0.
        01 JJ-RESULT PIC X(4).
        01 LOCK-ACTION PIC X.
        01 LOCK-JOB PIC X(12).
        01 LOCK-RESOURCE PIC X(12) VALUE "PIN.DAT".
        01 LOCK-RESULT PIC X.
        01 LOCK-HOLDER PIC X(12).
        01 RUN-MODE PIC X.
        01 eof PIC 9.
        01 req-eof PIC 9.
        01 cat-eof PIC 9.
        01 REQ-STATUS PIC XX.
        01 PIN-STATUS PIC XX.
        01 BC-STATUS PIC XX.
        01 LNK-STATUS PIC XX.
        01 SQH-STATUS PIC XX.
        01 CU-STATUS PIC XX.
        01 VEH-STATUS PIC XX.
        01 CON-STATUS PIC XX.
        01 ST-STATUS PIC XX.
        01 EN-STATUS PIC XX.
        01 TRM-STATUS PIC XX.
        01 ARC-STATUS PIC XX.
        01 VARC-STATUS PIC XX.
        01 TXN-STATUS PIC XX.
        01 CAT-STATUS PIC XX.
        01 TXN-FILENAME PIC X(20).
        01 REQUEST-COUNT PIC 9(5) VALUE 0.
        01 CHANGED-COUNT PIC 9(7) VALUE 0.
        01 KEPT-COUNT PIC 9(7) VALUE 0.
        01 BANK-RETAIN-YEARS PIC 9(2) VALUE 10.
        01 WERKSTATT-RETAIN-YEARS PIC 9(2) VALUE 3.
        01 STUDENT-RETAIN-YEARS PIC 9(2) VALUE 5.
        01 ERASED-TEXT PIC X(9) VALUE "GELOESCHT".
        01 SEARCH-NAME PIC X(30).
        01 SEARCH-LEN PIC 9(2).
        01 SEARCH-NUMBER PIC 9(13).
        01 NAME-WORK PIC X(40).
        01 NAME-HITS PIC 9(3).
        01 IN-SET PIC X.
        01 BC-COUNT PIC 9(2) VALUE 0.
        01 bc-index PIC 9(2).
        01 BC-SET.
           05 BC-ENTRY PIC 9(7) OCCURS 20 TIMES.
        01 ACC-COUNT PIC 9(2) VALUE 0.
        01 acc-index PIC 9(2).
        01 ACC-SET.
           05 ACC-ENTRY OCCURS 50 TIMES.
              10 AS-ACCOUNT   PIC 9(10).
              10 AS-LAST-DATE PIC 9(8).
        01 CARD-COUNT PIC 9(2) VALUE 0.
        01 card-index PIC 9(2).
        01 CARD-SET.
           05 CARD-ENTRY PIC 9(13) OCCURS 50 TIMES.
        01 WK-COUNT PIC 9(2) VALUE 0.
        01 wk-index PIC 9(2).
        01 WK-SET.
           05 WK-ENTRY OCCURS 20 TIMES.
              10 WK-NUMBER PIC 9(7).
              10 WK-ERASE  PIC X.
        01 STU-COUNT PIC 9(2) VALUE 0.
        01 stu-index PIC 9(2).
        01 STU-SET.
           05 STU-ENTRY PIC 9(13) OCCURS 20 TIMES.
        01 TERM-COUNT PIC 9(3) VALUE 0.
        01 term-index PIC 9(3).
        01 TERM-TABLE.
           05 TERM-ENTRY OCCURS 200 TIMES.
              10 TE-CODE PIC X(5).
              10 TE-END  PIC 9(8).
        01 TERM-UNKNOWN PIC X.
        01 UNKNOWN-TERM PIC X(5).
        01 SET-OVERFLOW PIC X.
        01 PROBE-BC PIC 9(7).
        01 PROBE-ACCOUNT PIC 9(10).
        01 PROBE-CARD PIC 9(13).
        01 PROBE-WK PIC 9(7).
        01 NEXT-MONTH PIC 9(6).
        01 LAST-MONTH PIC 9(6).
        01 MONTH-PART PIC 9(2).
        01 FIRST-YEAR PIC 9(4).
        01 TXN-HITS PIC 9(7).
        01 FILE-HITS PIC 9(7).
        01 BANK-ERASE PIC X.
        01 BANK-REASON PIC X(50).
        01 LAST-ACTIVITY PIC 9(8).
        01 RETAIN-UNTIL PIC 9(8).
        01 VEH-COUNT PIC 9(2).
        01 veh-index PIC 9(2).
        01 VEH-KEYS.
           05 VEH-KEY PIC X(12) OCCURS 20 TIMES.
        01 NEW-KENNZ PIC X(12).
        01 PRINT-AMOUNT PIC -(7)9.99.
        01 PROTOCOL-FILE PIC X(14).
        01 PROTOCOL-TEXT PIC X(50) VALUE SPACES.
        copy "customer-record.cpy" replacing
             ==CustomerRecord== by ==ArchCustomerRecord==
             ==cust-number== by ==ac-number==
             ==cust-firstname== by ==ac-firstname==
             ==cust-nachname== by ==ac-nachname==
             ==cust-strasse== by ==ac-strasse==
             ==cust-active== by ==ac-active==
             ==cust-inactive-date== by ==ac-inactive-date==
             ==cust-name-key== by ==ac-name-key==.
        copy "vehicle-record.cpy" replacing
             ==VehicleRecord== by ==ArchVehicleRecord==
             ==veh-cust-number== by ==av-cust-number==
             ==veh-kennzeichen== by ==av-kennzeichen==
             ==veh-marke== by ==av-marke==
             ==veh-baujahr== by ==av-baujahr==
             ==veh-tuev-date== by ==av-tuev-date==.
        copy "signon-request.cpy".
        copy "report-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "BANK-DSAR: Auskunft und Loeschung"
                   " personenbezogener Daten"
           CALL "BUSDATE" USING BUSINESS-DATE

           MOVE 'S' TO so-action
           MOVE "BANK-DSAR" TO so-program
           MOVE "COMPLIANCE" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Anmeldung fehlgeschlagen. Abbruch."
             STOP RUN
           END-IF

           MOVE SPACE TO RUN-MODE
           PERFORM UNTIL RUN-MODE = 'A' OR RUN-MODE = 'L'
             DISPLAY "Modus (A = Auskunft, L = Loeschung): "
             ACCEPT RUN-MODE
             MOVE FUNCTION UPPER-CASE (RUN-MODE) TO RUN-MODE
           END-PERFORM

           OPEN INPUT RequestFile
           IF REQ-STATUS NOT = "00"
             DISPLAY "DSREQ.DAT nicht gefunden - keine Antraege."
             STOP RUN
           END-IF

           MOVE "BANK-DSAR" TO JJ-JOB-NAME
           IF RUN-MODE = 'L'
             MOVE 'A' TO LOCK-ACTION
             MOVE "BANK-DSAR" TO LOCK-JOB
             CALL "RUNLOCK" USING LOCK-ACTION LOCK-JOB
                  LOCK-RESOURCE LOCK-RESULT LOCK-HOLDER
             IF LOCK-RESULT = 'N'
               DISPLAY "Loeschlauf abgelehnt: PIN.DAT gesperrt"
                       " von " LOCK-HOLDER
               CLOSE RequestFile
               STOP RUN
             END-IF
             CALL "BANK-PINBACKUP"
           END-IF
           MOVE 'S' TO JJ-EVENT
           MOVE 0 TO JJ-RECORDS
           MOVE SPACES TO JJ-RESULT
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT

           MOVE 'O' TO rpt-action
           MOVE "DSAR" TO rpt-name
           MOVE SPACES TO rpt-filename
           MOVE SPACES TO rpt-title
           IF RUN-MODE = 'A'
             STRING "DSAUSK-" BUSINESS-DATE ".DAT"
                    DELIMITED BY SIZE INTO rpt-filename
             STRING "Datenauskunft " BUSINESS-DATE
                    DELIMITED BY SIZE INTO rpt-title
           ELSE
             STRING "DSLOE-" BUSINESS-DATE ".DAT"
                    DELIMITED BY SIZE INTO rpt-filename
             STRING "Loeschprotokoll " BUSINESS-DATE
                    DELIMITED BY SIZE INTO rpt-title
           END-IF
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line

           MOVE 0 TO req-eof
           READ RequestFile
            AT END SET req-eof TO 1
           END-READ
           PERFORM UNTIL req-eof = 1
             IF RequestRecord NOT = SPACES
               ADD 1 TO REQUEST-COUNT
               PERFORM PROCESS-ONE-REQUEST
             END-IF
             READ RequestFile
              AT END SET req-eof TO 1
             END-READ
           END-PERFORM
           CLOSE RequestFile

           PERFORM WRITE-DS-LINE
           STRING "Antraege: " REQUEST-COUNT
                  DELIMITED BY SIZE INTO rpt-line
           IF RUN-MODE = 'L'
             STRING "Antraege: " REQUEST-COUNT
                    "  geaendert: " CHANGED-COUNT
                    "  behalten: " KEPT-COUNT
                    DELIMITED BY SIZE INTO rpt-line
           END-IF
           PERFORM WRITE-DS-LINE
           MOVE 'C' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           DISPLAY "Antraege bearbeitet: " REQUEST-COUNT
           DISPLAY "Bericht: " rpt-filename

           MOVE 'E' TO JJ-EVENT
           MOVE REQUEST-COUNT TO JJ-RECORDS
           MOVE "OK" TO JJ-RESULT
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT
           IF RUN-MODE = 'L'
             MOVE 'R' TO LOCK-ACTION
             CALL "RUNLOCK" USING LOCK-ACTION LOCK-JOB
                  LOCK-RESOURCE LOCK-RESULT LOCK-HOLDER
           END-IF

       STOP RUN.

       PROCESS-ONE-REQUEST.
           PERFORM CLEAR-SETS
           PERFORM WRITE-DS-LINE
           STRING "Antrag " dr-id "  Suchbegriff " dr-kind ": "
                  dr-value
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-DS-LINE
           MOVE ALL "-" TO rpt-line
           PERFORM WRITE-DS-LINE
           MOVE 0 TO SEARCH-NUMBER
           IF dr-kind NOT = 'N'
             IF FUNCTION TEST-NUMVAL (dr-value) = 0
               COMPUTE SEARCH-NUMBER = FUNCTION NUMVAL (dr-value)
             END-IF
           END-IF
           EVALUATE dr-kind
             WHEN 'N'
               PERFORM FIND-BY-NAME
             WHEN 'G'
               PERFORM FIND-BY-BIRTH
             WHEN 'B'
               MOVE SEARCH-NUMBER TO PROBE-BC
               PERFORM ADD-BANK-CUST
             WHEN 'K'
               MOVE SEARCH-NUMBER TO PROBE-CARD
               PERFORM ADD-CARD
             WHEN 'W'
               MOVE SEARCH-NUMBER TO PROBE-WK
               PERFORM ADD-WK-CUST
             WHEN 'S'
               IF STU-COUNT < 20 AND SEARCH-NUMBER > 0
                 ADD 1 TO STU-COUNT
                 MOVE SEARCH-NUMBER TO STU-ENTRY (STU-COUNT)
               END-IF
             WHEN OTHER
               MOVE "  Unbekannte Suchart - Antrag uebergangen."
                    TO rpt-line
               PERFORM WRITE-DS-LINE
               EXIT PARAGRAPH
           END-EVALUATE

           PERFORM EXPAND-LINKS
           PERFORM EXPAND-PINS
           PERFORM EXPAND-LINKS
           IF SET-OVERFLOW = 'Y'
             MOVE "  ACHTUNG: Trefferliste gekuerzt - Antrag"
                  TO rpt-line
             PERFORM WRITE-DS-LINE
             MOVE "  bitte mit genauerem Suchbegriff wiederholen."
                  TO rpt-line
             PERFORM WRITE-DS-LINE
           END-IF
           IF BC-COUNT = 0 AND ACC-COUNT = 0 AND CARD-COUNT = 0
              AND WK-COUNT = 0 AND STU-COUNT = 0
             MOVE "  Keine Daten zu diesem Suchbegriff gespeichert."
                  TO rpt-line
             PERFORM WRITE-DS-LINE
             EXIT PARAGRAPH
           END-IF

           PERFORM SCAN-TRANSACTIONS
           IF RUN-MODE = 'A'
             PERFORM DISCLOSE-BANK
             PERFORM DISCLOSE-WERKSTATT
             PERFORM DISCLOSE-STUDENTS
           ELSE
             PERFORM ERASE-BANK
             PERFORM ERASE-WERKSTATT
             PERFORM ERASE-STUDENTS
           END-IF.

       CLEAR-SETS.
           MOVE 0 TO BC-COUNT
           MOVE 0 TO ACC-COUNT
           MOVE 0 TO CARD-COUNT
           MOVE 0 TO WK-COUNT
           MOVE 0 TO STU-COUNT
           MOVE 'N' TO SET-OVERFLOW.

       ADD-BANK-CUST.
           IF PROBE-BC = 0
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING bc-index FROM 1 BY 1
                   UNTIL bc-index > BC-COUNT
             IF BC-ENTRY (bc-index) = PROBE-BC
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           IF BC-COUNT = 20
             MOVE 'Y' TO SET-OVERFLOW
           ELSE
             ADD 1 TO BC-COUNT
             MOVE PROBE-BC TO BC-ENTRY (BC-COUNT)
           END-IF.

       ADD-ACCOUNT.
           IF PROBE-ACCOUNT = 0
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING acc-index FROM 1 BY 1
                   UNTIL acc-index > ACC-COUNT
             IF AS-ACCOUNT (acc-index) = PROBE-ACCOUNT
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           IF ACC-COUNT = 50
             MOVE 'Y' TO SET-OVERFLOW
           ELSE
             ADD 1 TO ACC-COUNT
             MOVE PROBE-ACCOUNT TO AS-ACCOUNT (ACC-COUNT)
             MOVE 0 TO AS-LAST-DATE (ACC-COUNT)
           END-IF.

       ADD-CARD.
           IF PROBE-CARD = 0
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING card-index FROM 1 BY 1
                   UNTIL card-index > CARD-COUNT
             IF CARD-ENTRY (card-index) = PROBE-CARD
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           IF CARD-COUNT = 50
             MOVE 'Y' TO SET-OVERFLOW
           ELSE
             ADD 1 TO CARD-COUNT
             MOVE PROBE-CARD TO CARD-ENTRY (CARD-COUNT)
           END-IF.

       ADD-WK-CUST.
           IF PROBE-WK = 0
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING wk-index FROM 1 BY 1
                   UNTIL wk-index > WK-COUNT
             IF WK-NUMBER (wk-index) = PROBE-WK
               EXIT PARAGRAPH
             END-IF
           END-PERFORM
           IF WK-COUNT = 20
             MOVE 'Y' TO SET-OVERFLOW
           ELSE
             ADD 1 TO WK-COUNT
             MOVE PROBE-WK TO WK-NUMBER (WK-COUNT)
             MOVE 'N' TO WK-ERASE (WK-COUNT)
           END-IF.

       CHECK-BANK-CUST.
           MOVE 'N' TO IN-SET
           PERFORM VARYING bc-index FROM 1 BY 1
                   UNTIL bc-index > BC-COUNT
             IF BC-ENTRY (bc-index) = PROBE-BC
               MOVE 'Y' TO IN-SET
               EXIT PERFORM
             END-IF
           END-PERFORM.

       CHECK-ACCOUNT.
           MOVE 'N' TO IN-SET
           PERFORM VARYING acc-index FROM 1 BY 1
                   UNTIL acc-index > ACC-COUNT
             IF AS-ACCOUNT (acc-index) = PROBE-ACCOUNT
               MOVE 'Y' TO IN-SET
               EXIT PERFORM
             END-IF
           END-PERFORM.

       CHECK-CARD.
           MOVE 'N' TO IN-SET
           PERFORM VARYING card-index FROM 1 BY 1
                   UNTIL card-index > CARD-COUNT
             IF CARD-ENTRY (card-index) = PROBE-CARD
               MOVE 'Y' TO IN-SET
               EXIT PERFORM
             END-IF
           END-PERFORM.

       CHECK-WK-CUST.
           MOVE 'N' TO IN-SET
           PERFORM VARYING wk-index FROM 1 BY 1
                   UNTIL wk-index > WK-COUNT
             IF WK-NUMBER (wk-index) = PROBE-WK
               MOVE 'Y' TO IN-SET
               EXIT PERFORM
             END-IF
           END-PERFORM.

       FIND-BY-NAME.
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (dr-value))
                TO SEARCH-NAME
           MOVE FUNCTION LENGTH (FUNCTION TRIM (dr-value))
                TO SEARCH-LEN
           IF SEARCH-NAME = SPACES
             EXIT PARAGRAPH
           END-IF

           MOVE 0 TO eof
           OPEN INPUT BankCustFile
           IF BC-STATUS = "00"
             PERFORM UNTIL eof = 1
               READ BankCustFile NEXT
                AT END SET eof TO 1
                NOT AT END
                  MOVE bc-name TO NAME-WORK
                  PERFORM MATCH-NAME
                  IF NAME-HITS > 0
                    MOVE bc-number TO PROBE-BC
                    PERFORM ADD-BANK-CUST
                  END-IF
               END-READ
             END-PERFORM
             CLOSE BankCustFile
           END-IF

           MOVE 0 TO eof
           OPEN INPUT PinNumbers
           IF PIN-STATUS = "00"
             PERFORM UNTIL eof = 1
               READ PinNumbers NEXT
                AT END SET eof TO 1
                NOT AT END
                  MOVE account-name TO NAME-WORK
                  PERFORM MATCH-NAME
                  IF NAME-HITS > 0
                    MOVE card-number TO PROBE-CARD
                    PERFORM ADD-CARD
                  END-IF
               END-READ
             END-PERFORM
             CLOSE PinNumbers
           END-IF

           MOVE 0 TO eof
           OPEN INPUT CustomerFile
           IF CU-STATUS = "00"
             PERFORM UNTIL eof = 1
               READ CustomerFile NEXT
                AT END SET eof TO 1
                NOT AT END
                  MOVE SPACES TO NAME-WORK
                  STRING cust-firstname DELIMITED BY "  "
                         " " DELIMITED BY SIZE
                         cust-nachname DELIMITED BY "  "
                         INTO NAME-WORK
                  PERFORM MATCH-NAME
                  IF NAME-HITS > 0
                    MOVE cust-number TO PROBE-WK
                    PERFORM ADD-WK-CUST
                  END-IF
               END-READ
             END-PERFORM
             CLOSE CustomerFile
           END-IF

           MOVE 0 TO eof
           OPEN INPUT CustArchive
           IF ARC-STATUS = "00"
             PERFORM UNTIL eof = 1
               READ CustArchive
                AT END SET eof TO 1
                NOT AT END
                  MOVE CustArchiveRecord TO ArchCustomerRecord
                  MOVE SPACES TO NAME-WORK
                  STRING ac-firstname DELIMITED BY "  "
                         " " DELIMITED BY SIZE
                         ac-nachname DELIMITED BY "  "
                         INTO NAME-WORK
                  PERFORM MATCH-NAME
                  IF NAME-HITS > 0
                    MOVE ac-number TO PROBE-WK
                    PERFORM ADD-WK-CUST
                  END-IF
               END-READ
             END-PERFORM
             CLOSE CustArchive
           END-IF

           MOVE 0 TO eof
           OPEN INPUT StudentNumbers
           IF ST-STATUS = "00"
             PERFORM UNTIL eof = 1
               READ StudentNumbers NEXT
                AT END SET eof TO 1
                NOT AT END
                  MOVE student-name TO NAME-WORK
                  PERFORM MATCH-NAME
                  IF NAME-HITS > 0 AND STU-COUNT < 20
                    ADD 1 TO STU-COUNT
                    MOVE student-number TO STU-ENTRY (STU-COUNT)
                  END-IF
               END-READ
             END-PERFORM
             CLOSE StudentNumbers
           END-IF.

       MATCH-NAME.
           MOVE 0 TO NAME-HITS
           MOVE FUNCTION UPPER-CASE (NAME-WORK) TO NAME-WORK
           INSPECT NAME-WORK TALLYING NAME-HITS
                   FOR ALL SEARCH-NAME (1:SEARCH-LEN).

       FIND-BY-BIRTH.
           IF SEARCH-NUMBER = 0
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO eof
           OPEN INPUT SancHoldFile
           IF SQH-STATUS = "00"
             PERFORM UNTIL eof = 1
               READ SancHoldFile
                AT END SET eof TO 1
                NOT AT END
                  IF hq-list-birth = SEARCH-NUMBER
                    MOVE hq-cust-number TO PROBE-BC
                    PERFORM ADD-BANK-CUST
                  END-IF
               END-READ
             END-PERFORM
             CLOSE SancHoldFile
           END-IF
           MOVE "  Geburtsdatum nur in Sanktionspruefungen gespeichert."
                TO rpt-line
           PERFORM WRITE-DS-LINE.

       EXPAND-LINKS.
           MOVE 0 TO eof
           OPEN INPUT LinkFile
           IF LNK-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL eof = 1
             READ LinkFile
              AT END SET eof TO 1
              NOT AT END
                MOVE bl-cust-number TO PROBE-BC
                PERFORM CHECK-BANK-CUST
                IF IN-SET = 'N'
                  MOVE bl-account-number TO PROBE-ACCOUNT
                  PERFORM CHECK-ACCOUNT
                END-IF
                IF IN-SET = 'N'
                  MOVE bl-card-number TO PROBE-CARD
                  PERFORM CHECK-CARD
                END-IF
                IF IN-SET = 'Y'
                  MOVE bl-cust-number TO PROBE-BC
                  PERFORM ADD-BANK-CUST
                  MOVE bl-account-number TO PROBE-ACCOUNT
                  PERFORM ADD-ACCOUNT
                  MOVE bl-card-number TO PROBE-CARD
                  PERFORM ADD-CARD
                END-IF
             END-READ
           END-PERFORM
           CLOSE LinkFile.

       EXPAND-PINS.
           MOVE 0 TO eof
           OPEN INPUT PinNumbers
           IF PIN-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL eof = 1
             READ PinNumbers NEXT
              AT END SET eof TO 1
              NOT AT END
                MOVE card-number TO PROBE-CARD
                PERFORM CHECK-CARD
                IF IN-SET = 'N'
                  MOVE account-number TO PROBE-ACCOUNT
                  PERFORM CHECK-ACCOUNT
                END-IF
                IF IN-SET = 'Y'
                  MOVE card-number TO PROBE-CARD
                  PERFORM ADD-CARD
                  MOVE account-number TO PROBE-ACCOUNT
                  PERFORM ADD-ACCOUNT
                END-IF
             END-READ
           END-PERFORM
           CLOSE PinNumbers.

       SCAN-TRANSACTIONS.
           MOVE 0 TO TXN-HITS
           IF ACC-COUNT = 0
             EXIT PARAGRAPH
           END-IF
           IF RUN-MODE = 'A'
             PERFORM WRITE-DS-LINE
             MOVE "Umsaetze (TXNLOG und Monatsarchive):" TO rpt-line
             PERFORM WRITE-DS-LINE
           END-IF
           DIVIDE BUSINESS-DATE BY 10000 GIVING FIRST-YEAR
           SUBTRACT BANK-RETAIN-YEARS FROM FIRST-YEAR
           COMPUTE NEXT-MONTH = FIRST-YEAR * 100 + 1
           COMPUTE LAST-MONTH = BUSINESS-DATE / 100
           PERFORM UNTIL NEXT-MONTH > LAST-MONTH
             MOVE SPACES TO TXN-FILENAME
             STRING "TXNLOG-" NEXT-MONTH ".DAT"
                    DELIMITED BY SIZE INTO TXN-FILENAME
             PERFORM SCAN-TXN-FILE
             ADD 1 TO NEXT-MONTH
             COMPUTE MONTH-PART = FUNCTION MOD (NEXT-MONTH, 100)
             IF MONTH-PART = 13
               ADD 88 TO NEXT-MONTH
             END-IF
           END-PERFORM
           MOVE "TXNLOG.DAT" TO TXN-FILENAME
           PERFORM SCAN-TXN-FILE
           MOVE 0 TO cat-eof
           OPEN INPUT TxnCatalog
           IF CAT-STATUS = "00"
             PERFORM UNTIL cat-eof = 1
               READ TxnCatalog
                AT END SET cat-eof TO 1
                NOT AT END
                  IF tc-status = 'O'
                    MOVE tc-filename TO TXN-FILENAME
                    PERFORM SCAN-TXN-FILE
                  END-IF
               END-READ
             END-PERFORM
             CLOSE TxnCatalog
           END-IF
           IF RUN-MODE = 'A'
             STRING "  Umsaetze gesamt: " TXN-HITS
                    DELIMITED BY SIZE INTO rpt-line
             PERFORM WRITE-DS-LINE
           END-IF.

       SCAN-TXN-FILE.
           MOVE 0 TO FILE-HITS
           MOVE 0 TO eof
           OPEN INPUT TxnScan
           IF TXN-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL eof = 1
             READ TxnScan
              AT END SET eof TO 1
              NOT AT END
                IF TxnLogRecord (1:8) NOT = "TRAILER "
                  MOVE log-account-number TO PROBE-ACCOUNT
                  PERFORM CHECK-ACCOUNT
                  IF IN-SET = 'Y'
                    PERFORM NOTE-ONE-TXN
                  END-IF
                END-IF
             END-READ
           END-PERFORM
           CLOSE TxnScan.

       NOTE-ONE-TXN.
           ADD 1 TO TXN-HITS
           ADD 1 TO FILE-HITS
           IF log-type (1:6) NOT = "BALFWD"
              AND log-business-date > AS-LAST-DATE (acc-index)
             MOVE log-business-date TO AS-LAST-DATE (acc-index)
           END-IF
           IF RUN-MODE = 'A'
             IF FILE-HITS = 1
               STRING "  " TXN-FILENAME
                      DELIMITED BY SIZE INTO rpt-line
               PERFORM WRITE-DS-LINE
             END-IF
             MOVE log-amount TO PRINT-AMOUNT
             STRING "    " log-account-number " "
                    log-timestamp (1:10) " " log-type " "
                    PRINT-AMOUNT " " log-status
                    DELIMITED BY SIZE INTO rpt-line
             PERFORM WRITE-DS-LINE
           END-IF.

       DISCLOSE-BANK.
           IF BC-COUNT = 0 AND CARD-COUNT = 0
             EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-DS-LINE
           MOVE "Bankkunden (BANKCUST.DAT):" TO rpt-line
           PERFORM WRITE-DS-LINE
           OPEN INPUT BankCustFile
           IF BC-STATUS = "00"
             PERFORM VARYING bc-index FROM 1 BY 1
                     UNTIL bc-index > BC-COUNT
               MOVE BC-ENTRY (bc-index) TO bc-number
               READ BankCustFile
                 INVALID KEY
                   STRING "  Kunde " BC-ENTRY (bc-index)
                          " nicht mehr im Bestand"
                          DELIMITED BY SIZE INTO rpt-line
                   PERFORM WRITE-DS-LINE
                 NOT INVALID KEY
                   STRING "  Kunde " bc-number " " bc-name
                          DELIMITED BY SIZE INTO rpt-line
                   PERFORM WRITE-DS-LINE
                   STRING "    " bc-strasse " " bc-ort
                          DELIMITED BY SIZE INTO rpt-line
                   PERFORM WRITE-DS-LINE
                   STRING "    Telefon " bc-telefon
                          "  Freistellung " bc-fsa-allowance
                          " (" bc-fsa-year ")"
                          DELIMITED BY SIZE INTO rpt-line
                   PERFORM WRITE-DS-LINE
               END-READ
             END-PERFORM
             CLOSE BankCustFile
           END-IF

           MOVE "Konten und Karten (PIN.DAT, BANKLINK.DAT):"
                TO rpt-line
           PERFORM WRITE-DS-LINE
           OPEN INPUT PinNumbers
           IF PIN-STATUS = "00"
             PERFORM VARYING card-index FROM 1 BY 1
                     UNTIL card-index > CARD-COUNT
               MOVE CARD-ENTRY (card-index) TO card-number
               READ PinNumbers
                 INVALID KEY
                   STRING "  Karte " CARD-ENTRY (card-index)
                          " nicht mehr im Bestand"
                          DELIMITED BY SIZE INTO rpt-line
                   PERFORM WRITE-DS-LINE
                 NOT INVALID KEY
                   MOVE account-balance TO PRINT-AMOUNT
                   STRING "  Karte " card-number " Konto "
                          account-number " " account-name
                          DELIMITED BY SIZE INTO rpt-line
                   PERFORM WRITE-DS-LINE
                   STRING "    Saldo " PRINT-AMOUNT " Art "
                          account-type " Status " card-locked-flag
                          dormant-flag " gueltig bis "
                          card-expiry-date
                          DELIMITED BY SIZE INTO rpt-line
                   PERFORM WRITE-DS-LINE
               END-READ
             END-PERFORM
             CLOSE PinNumbers
           END-IF

           MOVE 0 TO eof
           OPEN INPUT SancHoldFile
           IF SQH-STATUS = "00"
             PERFORM UNTIL eof = 1
               READ SancHoldFile
                AT END SET eof TO 1
                NOT AT END
                  MOVE hq-cust-number TO PROBE-BC
                  PERFORM CHECK-BANK-CUST
                  IF IN-SET = 'Y'
                    STRING "  Sanktionspruefung " hq-hold-id " vom "
                           hq-date " Status " hq-status
                           DELIMITED BY SIZE INTO rpt-line
                    PERFORM WRITE-DS-LINE
                    STRING "    geprueft: " hq-screened-name
                           DELIMITED BY SIZE INTO rpt-line
                    PERFORM WRITE-DS-LINE
                  END-IF
               END-READ
             END-PERFORM
             CLOSE SancHoldFile
           END-IF.

       DISCLOSE-WERKSTATT.
           IF WK-COUNT = 0
             EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-DS-LINE
           MOVE "Werkstattkunden (CUSTOMER.DAT, VEHICLES.DAT):"
                TO rpt-line
           PERFORM WRITE-DS-LINE
           OPEN INPUT CustomerFile
           IF CU-STATUS = "00"
             PERFORM VARYING wk-index FROM 1 BY 1
                     UNTIL wk-index > WK-COUNT
               MOVE WK-NUMBER (wk-index) TO cust-number
               READ CustomerFile
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   STRING "  Kunde " cust-number " "
                          cust-firstname " " cust-nachname
                          DELIMITED BY SIZE INTO rpt-line
                   PERFORM WRITE-DS-LINE
                   STRING "    " cust-strasse " Status "
                          cust-active " " cust-inactive-date
                          DELIMITED BY SIZE INTO rpt-line
                   PERFORM WRITE-DS-LINE
               END-READ
             END-PERFORM
             CLOSE CustomerFile
           END-IF

           OPEN INPUT VehicleFile
           IF VEH-STATUS = "00"
             PERFORM VARYING wk-index FROM 1 BY 1
                     UNTIL wk-index > WK-COUNT
               MOVE WK-NUMBER (wk-index) TO veh-cust-number
               MOVE 0 TO eof
               START VehicleFile KEY = veh-cust-number
                 INVALID KEY SET eof TO 1
               END-START
               PERFORM UNTIL eof = 1
                 READ VehicleFile NEXT
                  AT END SET eof TO 1
                  NOT AT END
                    IF veh-cust-number NOT = WK-NUMBER (wk-index)
                      SET eof TO 1
                    ELSE
                      STRING "  Fahrzeug " veh-kennzeichen " "
                             veh-marke " Bj. " veh-baujahr
                             " TUEV " veh-tuev-date
                             DELIMITED BY SIZE INTO rpt-line
                      PERFORM WRITE-DS-LINE
                    END-IF
                 END-READ
               END-PERFORM
             END-PERFORM
             CLOSE VehicleFile
           END-IF

           MOVE 0 TO eof
           OPEN INPUT ConsentFile
           IF CON-STATUS = "00"
             PERFORM UNTIL eof = 1
               READ ConsentFile
                AT END SET eof TO 1
                NOT AT END
                  MOVE cn-cust-number TO PROBE-WK
                  PERFORM CHECK-WK-CUST
                  IF IN-SET = 'Y'
                    STRING "  Einwilligung Kunde " cn-cust-number
                           " Kanal " cn-channel " Status "
                           cn-consent-status " vom " cn-date " "
                           cn-source
                           DELIMITED BY SIZE INTO rpt-line
                    PERFORM WRITE-DS-LINE
                  END-IF
               END-READ
             END-PERFORM
             CLOSE ConsentFile
           END-IF

           MOVE 0 TO eof
           OPEN INPUT CustArchive
           IF ARC-STATUS = "00"
             PERFORM UNTIL eof = 1
               READ CustArchive
                AT END SET eof TO 1
                NOT AT END
                  MOVE CustArchiveRecord TO ArchCustomerRecord
                  MOVE ac-number TO PROBE-WK
                  PERFORM CHECK-WK-CUST
                  IF IN-SET = 'Y'
                    STRING "  Archiv Kunde " ac-number " "
                           ac-firstname " " ac-nachname
                           DELIMITED BY SIZE INTO rpt-line
                    PERFORM WRITE-DS-LINE
                    STRING "    " ac-strasse " deaktiviert "
                           ac-inactive-date
                           DELIMITED BY SIZE INTO rpt-line
                    PERFORM WRITE-DS-LINE
                  END-IF
               END-READ
             END-PERFORM
             CLOSE CustArchive
           END-IF

           MOVE 0 TO eof
           OPEN INPUT VehArchive
           IF VARC-STATUS = "00"
             PERFORM UNTIL eof = 1
               READ VehArchive
                AT END SET eof TO 1
                NOT AT END
                  MOVE VehArchiveRecord TO ArchVehicleRecord
                  MOVE av-cust-number TO PROBE-WK
                  PERFORM CHECK-WK-CUST
                  IF IN-SET = 'Y'
                    STRING "  Archiv Fahrzeug " av-kennzeichen " "
                           av-marke " Bj. " av-baujahr
                           DELIMITED BY SIZE INTO rpt-line
                    PERFORM WRITE-DS-LINE
                  END-IF
               END-READ
             END-PERFORM
             CLOSE VehArchive
           END-IF.

       DISCLOSE-STUDENTS.
           IF STU-COUNT = 0
             EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-DS-LINE
           MOVE "Studierende (STUDENTS.DAT):" TO rpt-line
           PERFORM WRITE-DS-LINE
           OPEN INPUT StudentNumbers
           IF ST-STATUS = "00"
             PERFORM VARYING stu-index FROM 1 BY 1
                     UNTIL stu-index > STU-COUNT
               MOVE STU-ENTRY (stu-index) TO student-number
               READ StudentNumbers
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   STRING "  Matrikel " student-number " "
                          student-name " Studiengang "
                          program-code " Status " enrollment-status
                          DELIMITED BY SIZE INTO rpt-line
                   PERFORM WRITE-DS-LINE
               END-READ
             END-PERFORM
             CLOSE StudentNumbers
           END-IF.

       ERASE-BANK.
           IF BC-COUNT = 0 AND CARD-COUNT = 0
             EXIT PARAGRAPH
           END-IF
           PERFORM DECIDE-BANK-ERASURE
           IF BANK-ERASE = 'N'
             MOVE "BANKCUST.DAT" TO PROTOCOL-FILE
             MOVE BANK-REASON TO PROTOCOL-TEXT
             PERFORM WRITE-KEPT-LINE
             MOVE "PIN.DAT" TO PROTOCOL-FILE
             MOVE BANK-REASON TO PROTOCOL-TEXT
             PERFORM WRITE-KEPT-LINE
           ELSE
             PERFORM ERASE-BANK-CUSTOMERS
             PERFORM ERASE-ACCOUNT-NAMES
           END-IF
           MOVE "BANKLINK.DAT" TO PROTOCOL-FILE
           MOVE "nur Nummern, keine Personendaten" TO PROTOCOL-TEXT
           PERFORM WRITE-KEPT-LINE
           IF ACC-COUNT > 0
             MOVE "TXNLOG*.DAT" TO PROTOCOL-FILE
             MOVE "Buchungsbelege 10 Jahre (AO/HGB), ohne Namen"
                  TO PROTOCOL-TEXT
             PERFORM WRITE-KEPT-LINE
           END-IF
           MOVE "SANCHOLD.DAT" TO PROTOCOL-FILE
           MOVE "Dokumentation Sanktionspruefung (GwG)"
                TO PROTOCOL-TEXT
           PERFORM WRITE-KEPT-LINE.

       DECIDE-BANK-ERASURE.
           MOVE 'J' TO BANK-ERASE
           MOVE SPACES TO BANK-REASON
           OPEN INPUT PinNumbers
           IF PIN-STATUS = "00"
             PERFORM VARYING card-index FROM 1 BY 1
                     UNTIL card-index > CARD-COUNT
               MOVE CARD-ENTRY (card-index) TO card-number
               READ PinNumbers
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF dormant-flag NOT = 'E'
                      OR account-balance NOT = 0
                     MOVE 'N' TO BANK-ERASE
                     STRING "Geschaeftsbeziehung besteht (Konto "
                            account-number ")"
                            DELIMITED BY SIZE INTO BANK-REASON
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PinNumbers
           END-IF
           IF BANK-ERASE = 'N'
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LAST-ACTIVITY
           PERFORM VARYING acc-index FROM 1 BY 1
                   UNTIL acc-index > ACC-COUNT
             IF AS-LAST-DATE (acc-index) > LAST-ACTIVITY
               MOVE AS-LAST-DATE (acc-index) TO LAST-ACTIVITY
             END-IF
           END-PERFORM
           IF LAST-ACTIVITY > 0
             COMPUTE RETAIN-UNTIL =
                     LAST-ACTIVITY + BANK-RETAIN-YEARS * 10000
             IF RETAIN-UNTIL NOT < BUSINESS-DATE
               MOVE 'N' TO BANK-ERASE
               STRING "Aufbewahrungsfrist laeuft bis " RETAIN-UNTIL
                      DELIMITED BY SIZE INTO BANK-REASON
             END-IF
           END-IF.

       ERASE-BANK-CUSTOMERS.
           OPEN I-O BankCustFile
           IF BC-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           MOVE "BANKCUST.DAT" TO PROTOCOL-FILE
           PERFORM VARYING bc-index FROM 1 BY 1
                   UNTIL bc-index > BC-COUNT
             MOVE BC-ENTRY (bc-index) TO bc-number
             READ BankCustFile
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF bc-name = ERASED-TEXT
                   STRING "Kunde " bc-number " bereits geloescht"
                          DELIMITED BY SIZE INTO PROTOCOL-TEXT
                   PERFORM WRITE-KEPT-LINE
                 ELSE
                   MOVE ERASED-TEXT TO bc-name
                   MOVE SPACES TO bc-strasse
                   MOVE SPACES TO bc-ort
                   MOVE SPACES TO bc-telefon
                   REWRITE BankCustRecord
                   STRING "Kunde " bc-number
                          ": Name, Anschrift, Telefon"
                          DELIMITED BY SIZE INTO PROTOCOL-TEXT
                   PERFORM WRITE-CHANGED-LINE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE BankCustFile.

       ERASE-ACCOUNT-NAMES.
           OPEN I-O PinNumbers
           IF PIN-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           MOVE "PIN.DAT" TO PROTOCOL-FILE
           PERFORM VARYING card-index FROM 1 BY 1
                   UNTIL card-index > CARD-COUNT
             MOVE CARD-ENTRY (card-index) TO card-number
             READ PinNumbers
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF account-name NOT = ERASED-TEXT
                   MOVE ERASED-TEXT TO account-name
                   REWRITE PinRecord
                   STRING "Karte " card-number ": Kontoinhaber"
                          DELIMITED BY SIZE INTO PROTOCOL-TEXT
                   PERFORM WRITE-CHANGED-LINE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PinNumbers.

       ERASE-WERKSTATT.
           IF WK-COUNT = 0
             EXIT PARAGRAPH
           END-IF
           OPEN I-O CustomerFile
           IF CU-STATUS = "00"
             PERFORM VARYING wk-index FROM 1 BY 1
                     UNTIL wk-index > WK-COUNT
               MOVE WK-NUMBER (wk-index) TO cust-number
               READ CustomerFile
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   PERFORM ERASE-ONE-CUSTOMER
               END-READ
             END-PERFORM
             CLOSE CustomerFile
           END-IF
           PERFORM ERASE-CUSTOMER-ARCHIVE
           PERFORM ERASE-VEHICLES
           PERFORM ERASE-VEHICLE-ARCHIVE
           MOVE "CONSENT.DAT" TO PROTOCOL-FILE
           MOVE "Nachweis der Einwilligung, ohne Namen"
                TO PROTOCOL-TEXT
           PERFORM WRITE-KEPT-LINE.

       ERASE-ONE-CUSTOMER.
           MOVE "CUSTOMER.DAT" TO PROTOCOL-FILE
           IF cust-nachname = ERASED-TEXT
             MOVE 'J' TO WK-ERASE (wk-index)
             STRING "Kunde " cust-number " bereits geloescht"
                    DELIMITED BY SIZE INTO PROTOCOL-TEXT
             PERFORM WRITE-KEPT-LINE
             EXIT PARAGRAPH
           END-IF
           IF cust-active NOT = 'I'
             STRING "Kunde " cust-number " ist aktiv"
                    DELIMITED BY SIZE INTO PROTOCOL-TEXT
             PERFORM WRITE-KEPT-LINE
             EXIT PARAGRAPH
           END-IF
           COMPUTE RETAIN-UNTIL =
                   cust-inactive-date + WERKSTATT-RETAIN-YEARS * 10000
           IF RETAIN-UNTIL NOT < BUSINESS-DATE
             STRING "Kunde " cust-number " Frist bis " RETAIN-UNTIL
                    DELIMITED BY SIZE INTO PROTOCOL-TEXT
             PERFORM WRITE-KEPT-LINE
             EXIT PARAGRAPH
           END-IF
           MOVE 'J' TO WK-ERASE (wk-index)
           MOVE ERASED-TEXT TO cust-firstname
           MOVE ERASED-TEXT TO cust-nachname
           MOVE SPACES TO cust-strasse
           MOVE SPACES TO cust-name-key
           REWRITE CustomerRecord
           STRING "Kunde " cust-number ": Name, Strasse"
                  DELIMITED BY SIZE INTO PROTOCOL-TEXT
           PERFORM WRITE-CHANGED-LINE.

       ERASE-CUSTOMER-ARCHIVE.
           MOVE 0 TO eof
           OPEN INPUT CustArchive
           IF ARC-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ArchiveWork
           MOVE "CUSTARCH.DAT" TO PROTOCOL-FILE
           PERFORM UNTIL eof = 1
             READ CustArchive
              AT END SET eof TO 1
              NOT AT END
                MOVE CustArchiveRecord TO ArchCustomerRecord
                MOVE ac-number TO PROBE-WK
                PERFORM CHECK-WK-CUST
                IF IN-SET = 'Y' AND ac-nachname NOT = ERASED-TEXT
                  COMPUTE RETAIN-UNTIL = ac-inactive-date
                          + WERKSTATT-RETAIN-YEARS * 10000
                  IF RETAIN-UNTIL < BUSINESS-DATE
                    MOVE 'J' TO WK-ERASE (wk-index)
                    MOVE ERASED-TEXT TO ac-firstname
                    MOVE ERASED-TEXT TO ac-nachname
                    MOVE SPACES TO ac-strasse
                    MOVE SPACES TO ac-name-key
                    MOVE SPACES TO CustArchiveRecord
                    MOVE ArchCustomerRecord TO CustArchiveRecord
                    STRING "Archiv Kunde " ac-number
                           ": Name, Strasse"
                           DELIMITED BY SIZE INTO PROTOCOL-TEXT
                    PERFORM WRITE-CHANGED-LINE
                  ELSE
                    STRING "Archiv Kunde " ac-number " Frist bis "
                           RETAIN-UNTIL
                           DELIMITED BY SIZE INTO PROTOCOL-TEXT
                    PERFORM WRITE-KEPT-LINE
                  END-IF
                END-IF
                MOVE CustArchiveRecord TO ArchiveWorkRecord
                WRITE ArchiveWorkRecord
             END-READ
           END-PERFORM
           CLOSE CustArchive
           CLOSE ArchiveWork
           MOVE 0 TO eof
           OPEN INPUT ArchiveWork
           OPEN OUTPUT CustArchive
           PERFORM UNTIL eof = 1
             READ ArchiveWork
              AT END SET eof TO 1
              NOT AT END
                MOVE ArchiveWorkRecord TO CustArchiveRecord
                WRITE CustArchiveRecord
             END-READ
           END-PERFORM
           CLOSE ArchiveWork
           CLOSE CustArchive.

       ERASE-VEHICLES.
           OPEN I-O VehicleFile
           IF VEH-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           MOVE "VEHICLES.DAT" TO PROTOCOL-FILE
           PERFORM VARYING wk-index FROM 1 BY 1
                   UNTIL wk-index > WK-COUNT
             IF WK-ERASE (wk-index) = 'J'
               PERFORM COLLECT-VEHICLE-KEYS
               PERFORM VARYING veh-index FROM 1 BY 1
                       UNTIL veh-index > VEH-COUNT
                 PERFORM ERASE-ONE-VEHICLE
               END-PERFORM
             END-IF
           END-PERFORM
           CLOSE VehicleFile.

       COLLECT-VEHICLE-KEYS.
           MOVE 0 TO VEH-COUNT
           MOVE 0 TO eof
           MOVE WK-NUMBER (wk-index) TO veh-cust-number
           START VehicleFile KEY = veh-cust-number
             INVALID KEY SET eof TO 1
           END-START
           PERFORM UNTIL eof = 1
             READ VehicleFile NEXT
              AT END SET eof TO 1
              NOT AT END
                IF veh-cust-number NOT = WK-NUMBER (wk-index)
                  SET eof TO 1
                ELSE
                  IF veh-kennzeichen (1:3) NOT = "GEL"
                     AND VEH-COUNT < 20
                    ADD 1 TO VEH-COUNT
                    MOVE veh-kennzeichen TO VEH-KEY (VEH-COUNT)
                  END-IF
                END-IF
             END-READ
           END-PERFORM.

       ERASE-ONE-VEHICLE.
           MOVE VEH-KEY (veh-index) TO veh-kennzeichen
           READ VehicleFile
             INVALID KEY
               EXIT PARAGRAPH
           END-READ
           DELETE VehicleFile
           MOVE SPACES TO NEW-KENNZ
           STRING "GEL" veh-cust-number veh-index
                  DELIMITED BY SIZE INTO NEW-KENNZ
           MOVE NEW-KENNZ TO veh-kennzeichen
           WRITE VehicleRecord
           STRING "Kunde " veh-cust-number ": Kennzeichen "
                  VEH-KEY (veh-index)
                  DELIMITED BY SIZE INTO PROTOCOL-TEXT
           PERFORM WRITE-CHANGED-LINE.

       ERASE-VEHICLE-ARCHIVE.
           MOVE 0 TO eof
           OPEN INPUT VehArchive
           IF VARC-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ArchiveWork
           MOVE "VEHARCH.DAT" TO PROTOCOL-FILE
           MOVE 0 TO VEH-COUNT
           PERFORM UNTIL eof = 1
             READ VehArchive
              AT END SET eof TO 1
              NOT AT END
                MOVE VehArchiveRecord TO ArchVehicleRecord
                MOVE av-cust-number TO PROBE-WK
                PERFORM CHECK-WK-CUST
                IF IN-SET = 'Y'
                  IF WK-ERASE (wk-index) = 'J'
                     AND av-kennzeichen (1:3) NOT = "GEL"
                    ADD 1 TO VEH-COUNT
                    STRING "Archiv Kunde " av-cust-number
                           ": Kennzeichen " av-kennzeichen
                           DELIMITED BY SIZE INTO PROTOCOL-TEXT
                    MOVE SPACES TO NEW-KENNZ
                    STRING "GEL" av-cust-number VEH-COUNT
                           DELIMITED BY SIZE INTO NEW-KENNZ
                    MOVE NEW-KENNZ TO av-kennzeichen
                    MOVE SPACES TO VehArchiveRecord
                    MOVE ArchVehicleRecord TO VehArchiveRecord
                    PERFORM WRITE-CHANGED-LINE
                  END-IF
                END-IF
                MOVE VehArchiveRecord TO ArchiveWorkRecord
                WRITE ArchiveWorkRecord
             END-READ
           END-PERFORM
           CLOSE VehArchive
           CLOSE ArchiveWork
           MOVE 0 TO eof
           OPEN INPUT ArchiveWork
           OPEN OUTPUT VehArchive
           PERFORM UNTIL eof = 1
             READ ArchiveWork
              AT END SET eof TO 1
              NOT AT END
                MOVE ArchiveWorkRecord TO VehArchiveRecord
                WRITE VehArchiveRecord
             END-READ
           END-PERFORM
           CLOSE ArchiveWork
           CLOSE VehArchive.

       ERASE-STUDENTS.
           IF STU-COUNT = 0
             EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-TERM-ENDS
           OPEN I-O StudentNumbers
           IF ST-STATUS = "00"
             PERFORM VARYING stu-index FROM 1 BY 1
                     UNTIL stu-index > STU-COUNT
               MOVE STU-ENTRY (stu-index) TO student-number
               READ StudentNumbers
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   PERFORM ERASE-ONE-STUDENT
               END-READ
             END-PERFORM
             CLOSE StudentNumbers
           END-IF
           MOVE "ENROLL.DAT" TO PROTOCOL-FILE
           MOVE "Leistungsnachweise, Aufbewahrung Hochschulrecht"
                TO PROTOCOL-TEXT
           PERFORM WRITE-KEPT-LINE.

       ERASE-ONE-STUDENT.
           MOVE "STUDENTS.DAT" TO PROTOCOL-FILE
           IF student-name = ERASED-TEXT
             STRING "Student " student-number " bereits geloescht"
                    DELIMITED BY SIZE INTO PROTOCOL-TEXT
             PERFORM WRITE-KEPT-LINE
             EXIT PARAGRAPH
           END-IF
           IF enrollment-status NOT = 'E'
             STRING "Student " student-number " nicht exmatrikuliert"
                    DELIMITED BY SIZE INTO PROTOCOL-TEXT
             PERFORM WRITE-KEPT-LINE
             EXIT PARAGRAPH
           END-IF
           PERFORM FIND-LAST-TERM-END
           IF TERM-UNKNOWN = 'J'
             STRING "Student " student-number " Semester "
                    UNKNOWN-TERM " ohne Enddatum"
                    DELIMITED BY SIZE INTO PROTOCOL-TEXT
             PERFORM WRITE-KEPT-LINE
             EXIT PARAGRAPH
           END-IF
           IF LAST-ACTIVITY > 0
             COMPUTE RETAIN-UNTIL =
                     LAST-ACTIVITY + STUDENT-RETAIN-YEARS * 10000
             IF RETAIN-UNTIL NOT < BUSINESS-DATE
               STRING "Student " student-number " Frist bis "
                      RETAIN-UNTIL
                      DELIMITED BY SIZE INTO PROTOCOL-TEXT
               PERFORM WRITE-KEPT-LINE
               EXIT PARAGRAPH
             END-IF
           END-IF
           MOVE ERASED-TEXT TO student-name
           REWRITE StudentRecord
           STRING "Student " student-number ": Name"
                  DELIMITED BY SIZE INTO PROTOCOL-TEXT
           PERFORM WRITE-CHANGED-LINE.

       FIND-LAST-TERM-END.
           MOVE 0 TO LAST-ACTIVITY
           MOVE 'N' TO TERM-UNKNOWN
           MOVE 0 TO eof
           OPEN INPUT EnrollFile
           IF EN-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           READ EnrollFile
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             IF en-student = student-number
               PERFORM NOTE-ENROLLED-TERM
             END-IF
             READ EnrollFile
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE EnrollFile.

       NOTE-ENROLLED-TERM.
           PERFORM VARYING term-index FROM 1 BY 1
                   UNTIL term-index > TERM-COUNT
             IF TE-CODE (term-index) = en-term
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF term-index > TERM-COUNT
             MOVE 'J' TO TERM-UNKNOWN
             MOVE en-term TO UNKNOWN-TERM
             EXIT PARAGRAPH
           END-IF
           IF TE-END (term-index) > LAST-ACTIVITY
             MOVE TE-END (term-index) TO LAST-ACTIVITY
           END-IF.

       LOAD-TERM-ENDS.
           MOVE 0 TO TERM-COUNT
           MOVE 0 TO eof
           OPEN INPUT TermFile
           IF TRM-STATUS = "00"
             READ TermFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR TERM-COUNT = 200
               ADD 1 TO TERM-COUNT
               MOVE term-code TO TE-CODE (TERM-COUNT)
               MOVE term-end TO TE-END (TERM-COUNT)
               READ TermFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             IF eof = 0
               DISPLAY "ABBRUCH: TERMS.DAT groesser als 200"
                       " Semester."
               STOP RUN
             END-IF
             CLOSE TermFile
           END-IF.

       WRITE-CHANGED-LINE.
           ADD 1 TO CHANGED-COUNT
           STRING "  GEAENDERT " PROTOCOL-FILE " " PROTOCOL-TEXT
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-DS-LINE
           MOVE SPACES TO PROTOCOL-TEXT.

       WRITE-KEPT-LINE.
           ADD 1 TO KEPT-COUNT
           STRING "  BEHALTEN  " PROTOCOL-FILE " " PROTOCOL-TEXT
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-DS-LINE
           MOVE SPACES TO PROTOCOL-TEXT.

       WRITE-DS-LINE.
           MOVE 'L' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line.
