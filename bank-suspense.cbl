       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-SUSPENSE.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select PinNumbers ASSIGN TO "PIN.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is card-number
                   FILE STATUS IS PIN-STATUS.
       Select TxnLog ASSIGN TO "TXNLOG.DAT"
                   organization is line sequential
                   FILE STATUS IS TXN-STATUS.
       Select SuspenseFile ASSIGN TO "SUSPENSE.DAT"
                   organization is line sequential
                   FILE STATUS IS SUS-STATUS.
       Select InReturnFile ASSIGN TO "INRETURN.DAT"
                   organization is line sequential
                   FILE STATUS IS IRT-STATUS.
       Select HolidayFile ASSIGN TO "HOLIDAYS.DAT"
                   organization is line sequential
                   FILE STATUS IS HOL-STATUS.
       Select GlBalances ASSIGN TO "GLBAL.DAT"
                   organization is line sequential
                   FILE STATUS IS BAL-STATUS.
       Select GlPostedDates ASSIGN TO "GLPOSTED.DAT"
                   organization is line sequential
                   FILE STATUS IS PST-STATUS.
       Select SancHoldFile ASSIGN TO "SANCHOLD.DAT"
                   organization is line sequential
                   FILE STATUS IS SQH-STATUS.
       Select TxnCatalog ASSIGN TO "TXNCAT.DAT"
                   organization is line sequential
                   FILE STATUS IS CAT-STATUS.
       Select TxnDaily ASSIGN TO DYNAMIC TXND-FILENAME
                   organization is line sequential
                   FILE STATUS IS TXD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PinNumbers.
           copy "pin-record.cpy".
       FD TxnLog.
           copy "txnlog-record.cpy".
       FD SuspenseFile.
           copy "suspense-record.cpy".
       FD InReturnFile.
           copy "inreturn-record.cpy".
       FD HolidayFile.
           01 HolidayRecord PIC 9(8).
       FD GlBalances.
           01 GlBalanceRecord.
              05 gb-period  PIC X(6).
              05 gb-account PIC X(5).
              05 gb-debit   PIC 9(11)V99.
              05 gb-credit  PIC 9(11)V99.
       FD GlPostedDates.
           01 GlPostedRecord.
              05 gd-date PIC X(10).
       FD SancHoldFile.
           copy "sanchold-record.cpy".
       FD TxnCatalog.
           01 TxnCatRecord.
              05 tc-date     PIC 9(8).
              05 tc-filename PIC X(20).
              05 tc-status   PIC X.
       FD TxnDaily.
           01 TxnDailyRecord PIC X(82).
       WORKING-STORAGE SECTION.
        01 BUSINESS-DATE PIC 9(8) VALUE 0.
        01 PIN-STATUS PIC XX.
        01 TXN-STATUS PIC XX.
        01 SUS-STATUS PIC XX.
        01 IRT-STATUS PIC XX.
        01 HOL-STATUS PIC XX.
        01 BAL-STATUS PIC XX.
        01 PST-STATUS PIC XX.
        01 SQH-STATUS PIC XX.
        01 CAT-STATUS PIC XX.
        01 TXD-STATUS PIC XX.
        01 TXND-FILENAME PIC X(20).
        01 eof PIC 9.
        01 scan-eof PIC 9.
        01 day-eof PIC 9.
        01 MENU-CHOICE PIC 9 VALUE 0.
        01 OPERATOR-ID PIC X(8).
        01 ANSWER PIC X.
        01 LOCK-ACTION PIC X.
        01 LOCK-JOB PIC X(12).
        01 LOCK-RESOURCE PIC X(12) VALUE "PIN.DAT".
        01 LOCK-RESULT PIC X.
        01 LOCK-HOLDER PIC X(12).
        01 SUSP-SERIES PIC X(8) VALUE "SUSPENSE".
        01 GL-SUSPENSE-ACCOUNT PIC X(5) VALUE "28000".
        01 WORK-ACCOUNT PIC 9(10).
        01 WORK-ID PIC 9(7).
        01 WORK-REASON PIC X(4).
        01 SEARCH-AMOUNT PIC 9(7)V99.
        01 SEARCH-TEXT PIC X(16).
        01 SEARCH-LEN PIC 9(2).
        01 SEARCH-HITS PIC 9(3).
        01 UPPER-REF PIC X(16).
        01 ACCOUNT-FOUND PIC X.
        01 ITEM-MATCHES PIC X.
        01 IDS-ASSIGNED PIC 9(4) VALUE 0.
        01 SUS-COUNT PIC 9(4) VALUE 0.
        01 sus-index PIC 9(4).
        01 SUS-FOUND-INDEX PIC 9(4).
        01 SUS-TABLE.
           05 SUS-ENTRY OCCURS 2000 TIMES.
              10 ST-RECORD PIC X(97).
        01 HOLIDAY-COUNT PIC 9(3) VALUE 0.
        01 hol-index PIC 9(3).
        01 HOLIDAY-TABLE.
           05 HOLIDAY-DATE OCCURS 100 TIMES PIC 9(8).
        01 FREE-DAY PIC X.
        01 AGE-INT PIC 9(7).
        01 TODAY-INT PIC 9(7).
        01 AGE-DATE PIC 9(8).
        01 AGE-DOW PIC 9.
        01 AGE-DAYS PIC 9(5).
        01 AGE-BUCKET PIC 9.
        01 WANTED-BUCKET PIC 9.
        01 BUCKET-LABEL PIC X(14).
        01 SHOWN-COUNT PIC 9(4).
        01 BUCKET-TABLE.
           05 BUCKET-ENTRY OCCURS 3 TIMES.
              10 BK-COUNT PIC 9(5).
              10 BK-TOTAL PIC 9(9)V99.
        01 OPEN-COUNT PIC 9(5).
        01 OPEN-TOTAL PIC 9(9)V99.
        01 HELD-COUNT PIC 9(5).
        01 HELD-TOTAL PIC 9(9)V99.
        01 BOOKED-TOTAL PIC 9(9)V99.
        01 WORK-PERIOD PIC X(6).
        01 CUR-OPENING PIC X(6).
        01 CUR-OPENING-FOUND PIC X.
        01 GL-BALANCE PIC S9(11)V99.
        01 UNPOSTED-NET PIC S9(11)V99.
        01 EXPECTED-BALANCE PIC S9(11)V99.
        01 RECON-DIFFERENCE PIC S9(11)V99.
        01 RECORD-YMD PIC 9(8).
        01 DATE-POSTED PIC X.
        01 POSTED-COUNT PIC 9(3) VALUE 0.
        01 posted-index PIC 9(3).
        01 POSTED-TABLE.
           05 PT-DATE OCCURS 500 TIMES PIC 9(8).
        01 LOG-ACCOUNT-WANTED PIC 9(10).
        01 LOG-TYPE-WANTED PIC X(12).
        01 EDIT-AMOUNT PIC Z(6)9.99.
        01 EDIT-TOTAL PIC Z(8)9.99.
        01 EDIT-SIGNED PIC Z(8)9.99-.
        01 EDIT-DAYS PIC ZZZZ9.
        01 EDIT-COUNT PIC ZZZZ9.
        copy "date-time.cpy" replacing
             ==year== by ==log-year==
             ==month== by ==log-month==
             ==day-1== by ==log-day==
             ==hour== by ==log-hour==
             ==minutes== by ==log-min==
             ==seconds== by ==log-sec==
             ==cent== by ==log-cent==.
        copy "report-request.cpy".
        copy "signon-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "BANK-SUSPENSE: Schwebende Zahlungseingaenge"
           MOVE 'S' TO so-action
           MOVE "BANK-SUSPENSE" TO so-program
           MOVE "CLERK" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Anmeldung fehlgeschlagen. Abbruch."
             STOP RUN
           END-IF
           MOVE so-operator TO OPERATOR-ID

           MOVE 'C' TO LOCK-ACTION
           MOVE "BANK-SUSPENS" TO LOCK-JOB
           CALL "RUNLOCK" USING LOCK-ACTION LOCK-JOB
                LOCK-RESOURCE LOCK-RESULT LOCK-HOLDER
           IF LOCK-RESULT = 'N'
             DISPLAY "PIN.DAT gesperrt von " LOCK-HOLDER
                     " - bitte spaeter erneut versuchen."
             STOP RUN
           END-IF

           CALL "BUSDATE" USING BUSINESS-DATE
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(BUSINESS-DATE)
           PERFORM LOAD-HOLIDAYS
           PERFORM LOAD-SUSPENSE
           IF IDS-ASSIGNED > 0
             PERFORM SAVE-SUSPENSE
             DISPLAY IDS-ASSIGNED " Altposten mit Nummer versehen."
           END-IF
           PERFORM UNTIL MENU-CHOICE = 6
             DISPLAY "1) Offene Posten nach Alter  2) Suchen"
             DISPLAY "3) Auf Konto umbuchen  4) An Absender zurueck"
             DISPLAY "5) Monatsabschluss (Alter/Abstimmung)  6) Ende"
             ACCEPT MENU-CHOICE
             EVALUATE MENU-CHOICE
               WHEN 1
                 PERFORM LIST-BY-AGE
               WHEN 2
                 PERFORM SEARCH-ITEMS
               WHEN 3
                 PERFORM REPOST-ITEM
               WHEN 4
                 PERFORM RETURN-ITEM
               WHEN 5
                 PERFORM MONTH-END-REPORT
               WHEN 6
                 DISPLAY "Programmende."
               WHEN OTHER
                 DISPLAY "Bitte Eingabe ueberpruefen!"
             END-EVALUATE
           END-PERFORM

       STOP RUN.

       LIST-BY-AGE.
           PERFORM LOAD-SUSPENSE
           MOVE 0 TO SHOWN-COUNT
           PERFORM VARYING WANTED-BUCKET FROM 3 BY -1
                   UNTIL WANTED-BUCKET = 0
             PERFORM VARYING sus-index FROM 1 BY 1
                     UNTIL sus-index > SUS-COUNT
               MOVE ST-RECORD (sus-index) TO SuspenseRecord
               IF sus-state = 'O'
                 PERFORM COMPUTE-AGE
                 IF AGE-BUCKET = WANTED-BUCKET
                   PERFORM SHOW-ITEM
                 END-IF
               END-IF
             END-PERFORM
           END-PERFORM
           IF SHOWN-COUNT = 0
             DISPLAY "Keine offenen Posten."
           END-IF.

       SEARCH-ITEMS.
           DISPLAY "Betrag (0 = beliebig): "
           ACCEPT SEARCH-AMOUNT
           DISPLAY "Absenderreferenz enthaelt (leer = beliebig): "
           ACCEPT SEARCH-TEXT
           MOVE FUNCTION UPPER-CASE(SEARCH-TEXT) TO SEARCH-TEXT
           MOVE 0 TO SEARCH-LEN
           IF SEARCH-TEXT NOT = SPACES
             COMPUTE SEARCH-LEN =
                     FUNCTION LENGTH(FUNCTION TRIM(SEARCH-TEXT))
           END-IF
           PERFORM LOAD-SUSPENSE
           MOVE 0 TO SHOWN-COUNT
           PERFORM VARYING sus-index FROM 1 BY 1
                   UNTIL sus-index > SUS-COUNT
             MOVE ST-RECORD (sus-index) TO SuspenseRecord
             IF sus-state = 'O'
               PERFORM MATCH-ITEM
               IF ITEM-MATCHES = 'Y'
                 PERFORM COMPUTE-AGE
                 PERFORM SHOW-ITEM
               END-IF
             END-IF
           END-PERFORM
           IF SHOWN-COUNT = 0
             DISPLAY "Keine passenden offenen Posten."
           END-IF.

       MATCH-ITEM.
           MOVE 'Y' TO ITEM-MATCHES
           IF SEARCH-AMOUNT > 0 AND sus-amount NOT = SEARCH-AMOUNT
             MOVE 'N' TO ITEM-MATCHES
             EXIT PARAGRAPH
           END-IF
           IF SEARCH-LEN > 0
             MOVE FUNCTION UPPER-CASE(sus-sender-ref) TO UPPER-REF
             MOVE 0 TO SEARCH-HITS
             INSPECT UPPER-REF TALLYING SEARCH-HITS
                     FOR ALL SEARCH-TEXT(1:SEARCH-LEN)
             IF SEARCH-HITS = 0
               MOVE 'N' TO ITEM-MATCHES
             END-IF
           END-IF.

       SHOW-ITEM.
           ADD 1 TO SHOWN-COUNT
           MOVE sus-amount TO EDIT-AMOUNT
           MOVE AGE-DAYS TO EDIT-DAYS
           DISPLAY "Posten " sus-id " vom " sus-date
                   " Alter " EDIT-DAYS " AT  Betrag " EDIT-AMOUNT
           DISPLAY "  Konto " sus-account " Ref " sus-sender-ref
                   " " sus-reason.

       SELECT-OPEN-ITEM.
           DISPLAY "Nummer des Postens: "
           ACCEPT WORK-ID
           PERFORM LOAD-SUSPENSE
           IF IDS-ASSIGNED > 0
             PERFORM SAVE-SUSPENSE
           END-IF
           PERFORM FIND-SUSPENSE-ITEM
           IF SUS-FOUND-INDEX = 0
             DISPLAY "Posten " WORK-ID " nicht gefunden."
             EXIT PARAGRAPH
           END-IF
           MOVE ST-RECORD (SUS-FOUND-INDEX) TO SuspenseRecord
           IF sus-state NOT = 'O'
             DISPLAY "Posten ist bereits erledigt (Status "
                     sus-state ")."
             MOVE 0 TO SUS-FOUND-INDEX
             EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-AGE
           MOVE 0 TO SHOWN-COUNT
           PERFORM SHOW-ITEM.

       RELOAD-OPEN-ITEM.
           PERFORM LOAD-SUSPENSE
           PERFORM FIND-SUSPENSE-ITEM
           IF SUS-FOUND-INDEX = 0
             DISPLAY "Posten " WORK-ID " nicht mehr vorhanden."
             EXIT PARAGRAPH
           END-IF
           MOVE ST-RECORD (SUS-FOUND-INDEX) TO SuspenseRecord
           IF sus-state NOT = 'O'
             DISPLAY "Posten wurde zwischenzeitlich erledigt (Status "
                     sus-state ")."
             MOVE 0 TO SUS-FOUND-INDEX
           END-IF.

       FIND-SUSPENSE-ITEM.
           MOVE 0 TO SUS-FOUND-INDEX
           PERFORM VARYING sus-index FROM 1 BY 1
                   UNTIL sus-index > SUS-COUNT
             MOVE ST-RECORD (sus-index) TO SuspenseRecord
             IF sus-id = WORK-ID
               MOVE sus-index TO SUS-FOUND-INDEX
               EXIT PERFORM
             END-IF
           END-PERFORM.

       REPOST-ITEM.
           PERFORM SELECT-OPEN-ITEM
           IF SUS-FOUND-INDEX = 0
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Zielkonto (10-stellig): "
           ACCEPT WORK-ACCOUNT
           OPEN I-O PinNumbers
           PERFORM FIND-ACCOUNT
           IF ACCOUNT-FOUND = 'N'
             CLOSE PinNumbers
             DISPLAY "Konto " WORK-ACCOUNT " nicht gefunden."
             EXIT PARAGRAPH
           END-IF
           IF dormant-flag = 'E'
             CLOSE PinNumbers
             DISPLAY "Konto " WORK-ACCOUNT " ist aufgeloest."
             EXIT PARAGRAPH
           END-IF
           IF card-locked-flag = 'L'
             CLOSE PinNumbers
             DISPLAY "Konto " WORK-ACCOUNT " ist gesperrt."
             EXIT PARAGRAPH
           END-IF
           IF dormant-flag = 'D'
             CLOSE PinNumbers
             DISPLAY "Konto " WORK-ACCOUNT " ist nachrichtenlos."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Zielkonto " account-number " " account-name
           DISPLAY "Betrag auf dieses Konto buchen? (J/N): "
           ACCEPT ANSWER
           IF ANSWER NOT = 'J' AND ANSWER NOT = 'j'
             CLOSE PinNumbers
             DISPLAY "Abgebrochen."
             EXIT PARAGRAPH
           END-IF
           PERFORM RELOAD-OPEN-ITEM
           IF SUS-FOUND-INDEX = 0
             CLOSE PinNumbers
             EXIT PARAGRAPH
           END-IF
           ADD sus-amount TO account-balance
           REWRITE PinRecord
           CLOSE PinNumbers
           MOVE 'U' TO sus-state
           MOVE BUSINESS-DATE TO sus-closed-date
           MOVE WORK-ACCOUNT TO sus-new-account
           MOVE OPERATOR-ID TO sus-operator
           MOVE SuspenseRecord TO ST-RECORD (SUS-FOUND-INDEX)
           MOVE WORK-ACCOUNT TO LOG-ACCOUNT-WANTED
           MOVE "SUSP-POST" TO LOG-TYPE-WANTED
           PERFORM WRITE-SUSPENSE-TXN
           DISPLAY "Posten " sus-id " auf Konto " WORK-ACCOUNT
                   " gebucht."
           PERFORM SAVE-SUSPENSE.

       RETURN-ITEM.
           PERFORM SELECT-OPEN-ITEM
           IF SUS-FOUND-INDEX = 0
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Rueckgabegrund (AC01 = Konto unbekannt, "
                   "AC04 = Konto aufgeloest; leer = AC01): "
           ACCEPT WORK-REASON
           MOVE FUNCTION UPPER-CASE(WORK-REASON) TO WORK-REASON
           IF WORK-REASON = SPACES
             MOVE "AC01" TO WORK-REASON
           END-IF
           DISPLAY "Betrag an Absender zurueckgeben? (J/N): "
           ACCEPT ANSWER
           IF ANSWER NOT = 'J' AND ANSWER NOT = 'j'
             DISPLAY "Abgebrochen."
             EXIT PARAGRAPH
           END-IF
           PERFORM RELOAD-OPEN-ITEM
           IF SUS-FOUND-INDEX = 0
             EXIT PARAGRAPH
           END-IF
           OPEN INPUT InReturnFile
           IF IRT-STATUS = "35"
             OPEN OUTPUT InReturnFile
             CLOSE InReturnFile
           ELSE
             CLOSE InReturnFile
           END-IF
           OPEN EXTEND InReturnFile
           MOVE sus-id TO ir-return-id
           MOVE sus-sender-ref TO ir-sender-ref
           MOVE sus-amount TO ir-amount
           MOVE sus-account TO ir-orig-account
           MOVE sus-date TO ir-orig-date
           MOVE BUSINESS-DATE TO ir-return-date
           MOVE WORK-REASON TO ir-reason
           MOVE 'O' TO ir-state
           MOVE OPERATOR-ID TO ir-operator
           WRITE InReturnRecord
           CLOSE InReturnFile
           MOVE 'R' TO sus-state
           MOVE BUSINESS-DATE TO sus-closed-date
           MOVE 0 TO sus-new-account
           MOVE OPERATOR-ID TO sus-operator
           MOVE SuspenseRecord TO ST-RECORD (SUS-FOUND-INDEX)
           MOVE 0 TO LOG-ACCOUNT-WANTED
           MOVE "SUSP-RET" TO LOG-TYPE-WANTED
           PERFORM WRITE-SUSPENSE-TXN
           DISPLAY "Posten " sus-id " zur Rueckgabe in INRETURN.DAT"
                   " gestellt."
           PERFORM SAVE-SUSPENSE.

       MONTH-END-REPORT.
           PERFORM LOAD-SUSPENSE
           PERFORM VARYING AGE-BUCKET FROM 1 BY 1 UNTIL AGE-BUCKET > 3
             MOVE 0 TO BK-COUNT (AGE-BUCKET)
             MOVE 0 TO BK-TOTAL (AGE-BUCKET)
           END-PERFORM
           MOVE 0 TO OPEN-COUNT
           MOVE 0 TO OPEN-TOTAL
           PERFORM VARYING sus-index FROM 1 BY 1
                   UNTIL sus-index > SUS-COUNT
             MOVE ST-RECORD (sus-index) TO SuspenseRecord
             IF sus-state = 'O'
               PERFORM COMPUTE-AGE
               ADD 1 TO BK-COUNT (AGE-BUCKET)
               ADD sus-amount TO BK-TOTAL (AGE-BUCKET)
               ADD 1 TO OPEN-COUNT
               ADD sus-amount TO OPEN-TOTAL
             END-IF
           END-PERFORM
           PERFORM LOAD-SANCTION-HOLDS
           COMPUTE BOOKED-TOTAL = OPEN-TOTAL + HELD-TOTAL
           MOVE BUSINESS-DATE(1:6) TO WORK-PERIOD
           PERFORM LOAD-GL-SUSPENSE
           PERFORM LOAD-POSTED-DATES
           MOVE 0 TO UNPOSTED-NET
           PERFORM SCAN-UNPOSTED-LOG
           PERFORM SCAN-UNPOSTED-DAILY
           COMPUTE EXPECTED-BALANCE = GL-BALANCE + UNPOSTED-NET
           COMPUTE RECON-DIFFERENCE = BOOKED-TOTAL - EXPECTED-BALANCE

           MOVE 'O' TO rpt-action
           MOVE "SUSPENSE" TO rpt-name
           MOVE SPACES TO rpt-filename
           STRING "SUSP-" BUSINESS-DATE ".DAT"
                  DELIMITED BY SIZE INTO rpt-filename
           MOVE SPACES TO rpt-title
           STRING "Schwebende Posten per " BUSINESS-DATE
                  DELIMITED BY SIZE INTO rpt-title
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line
           MOVE "Altersstruktur (Geschaeftstage)" TO rpt-line
           PERFORM WRITE-SUSPENSE-LINE
           PERFORM VARYING AGE-BUCKET FROM 1 BY 1 UNTIL AGE-BUCKET > 3
             PERFORM SET-BUCKET-LABEL
             MOVE BK-COUNT (AGE-BUCKET) TO EDIT-COUNT
             MOVE BK-TOTAL (AGE-BUCKET) TO EDIT-TOTAL
             STRING "  " BUCKET-LABEL EDIT-COUNT " Posten "
                    EDIT-TOTAL " EUR"
                    DELIMITED BY SIZE INTO rpt-line
             PERFORM WRITE-SUSPENSE-LINE
           END-PERFORM
           MOVE OPEN-COUNT TO EDIT-COUNT
           MOVE OPEN-TOTAL TO EDIT-TOTAL
           STRING "  Summe         " EDIT-COUNT " Posten "
                  EDIT-TOTAL " EUR"
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-SUSPENSE-LINE
           PERFORM WRITE-SUSPENSE-LINE
           STRING "Posten aelter als 10 Geschaeftstage:"
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-SUSPENSE-LINE
           PERFORM VARYING sus-index FROM 1 BY 1
                   UNTIL sus-index > SUS-COUNT
             MOVE ST-RECORD (sus-index) TO SuspenseRecord
             IF sus-state = 'O'
               PERFORM COMPUTE-AGE
               IF AGE-BUCKET = 3
                 MOVE sus-amount TO EDIT-AMOUNT
                 MOVE AGE-DAYS TO EDIT-DAYS
                 STRING "  " sus-id " " sus-date " " EDIT-DAYS
                        " AT " EDIT-AMOUNT " " sus-sender-ref
                        DELIMITED BY SIZE INTO rpt-line
                 PERFORM WRITE-SUSPENSE-LINE
               END-IF
             END-IF
           END-PERFORM
           PERFORM WRITE-SUSPENSE-LINE
           STRING "Abstimmung mit Hauptbuchkonto " GL-SUSPENSE-ACCOUNT
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-SUSPENSE-LINE
           MOVE GL-BALANCE TO EDIT-SIGNED
           STRING "  Saldo Hauptbuch bis " WORK-PERIOD "    "
                  EDIT-SIGNED
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-SUSPENSE-LINE
           MOVE UNPOSTED-NET TO EDIT-SIGNED
           STRING "  Noch nicht ins Hauptbuch     " EDIT-SIGNED
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-SUSPENSE-LINE
           MOVE EXPECTED-BALANCE TO EDIT-SIGNED
           STRING "  Sollbestand                  " EDIT-SIGNED
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-SUSPENSE-LINE
           MOVE OPEN-TOTAL TO EDIT-SIGNED
           STRING "  Offene Posten SUSPENSE.DAT   " EDIT-SIGNED
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-SUSPENSE-LINE
           MOVE HELD-TOTAL TO EDIT-SIGNED
           MOVE HELD-COUNT TO EDIT-COUNT
           STRING "  Sanktionshalt SANCHOLD.DAT   " EDIT-SIGNED
                  " (" EDIT-COUNT " Posten)"
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-SUSPENSE-LINE
           MOVE RECON-DIFFERENCE TO EDIT-SIGNED
           IF RECON-DIFFERENCE = 0
             STRING "  Abstimmung ausgeglichen      " EDIT-SIGNED
                    DELIMITED BY SIZE INTO rpt-line
           ELSE
             STRING "  DIFFERENZ                    " EDIT-SIGNED
                    DELIMITED BY SIZE INTO rpt-line
           END-IF
           PERFORM WRITE-SUSPENSE-LINE
           MOVE 'C' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE RECON-DIFFERENCE TO EDIT-SIGNED
           DISPLAY "Offene Posten: " OPEN-COUNT
                   "  Differenz zum Hauptbuch: " EDIT-SIGNED
           DISPLAY "Bericht: " rpt-filename.

       SET-BUCKET-LABEL.
           EVALUATE AGE-BUCKET
             WHEN 1
               MOVE "0 bis 5 Tage" TO BUCKET-LABEL
             WHEN 2
               MOVE "6 bis 10 Tage" TO BUCKET-LABEL
             WHEN OTHER
               MOVE "ueber 10 Tage" TO BUCKET-LABEL
           END-EVALUATE.

       COMPUTE-AGE.
           MOVE 0 TO AGE-DAYS
           IF sus-date NUMERIC AND sus-date > 0
              AND sus-date < BUSINESS-DATE
             COMPUTE AGE-INT = FUNCTION INTEGER-OF-DATE(sus-date)
             PERFORM UNTIL AGE-INT >= TODAY-INT
               ADD 1 TO AGE-INT
               PERFORM CHECK-FREE-DAY
               IF FREE-DAY = 'N'
                 ADD 1 TO AGE-DAYS
               END-IF
             END-PERFORM
           END-IF
           EVALUATE TRUE
             WHEN AGE-DAYS <= 5
               MOVE 1 TO AGE-BUCKET
             WHEN AGE-DAYS <= 10
               MOVE 2 TO AGE-BUCKET
             WHEN OTHER
               MOVE 3 TO AGE-BUCKET
           END-EVALUATE.

       CHECK-FREE-DAY.
           MOVE 'N' TO FREE-DAY
           COMPUTE AGE-DOW = FUNCTION MOD(AGE-INT + 6, 7) + 1
           IF AGE-DOW = 6 OR AGE-DOW = 7
             MOVE 'J' TO FREE-DAY
             EXIT PARAGRAPH
           END-IF
           COMPUTE AGE-DATE = FUNCTION DATE-OF-INTEGER(AGE-INT)
           PERFORM VARYING hol-index FROM 1 BY 1
                   UNTIL hol-index > HOLIDAY-COUNT
             IF HOLIDAY-DATE (hol-index) = AGE-DATE
               MOVE 'J' TO FREE-DAY
               EXIT PERFORM
             END-IF
           END-PERFORM.

       LOAD-GL-SUSPENSE.
           MOVE 0 TO GL-BALANCE
           MOVE SPACES TO CUR-OPENING
           STRING WORK-PERIOD(1:4) "00" DELIMITED BY SIZE
                  INTO CUR-OPENING
           MOVE 'N' TO CUR-OPENING-FOUND
           MOVE 0 TO eof
           OPEN INPUT GlBalances
           IF BAL-STATUS = "00"
             READ GlBalances
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF gb-period = CUR-OPENING
                 MOVE 'Y' TO CUR-OPENING-FOUND
               END-IF
               READ GlBalances
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE GlBalances
           END-IF
           MOVE 0 TO eof
           OPEN INPUT GlBalances
           IF BAL-STATUS = "00"
             READ GlBalances
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF gb-account = GL-SUSPENSE-ACCOUNT
                  AND gb-period NOT > WORK-PERIOD
                  AND (CUR-OPENING-FOUND = 'N'
                       OR gb-period NOT < CUR-OPENING)
                 COMPUTE GL-BALANCE = GL-BALANCE + gb-credit
                                    - gb-debit
               END-IF
               READ GlBalances
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE GlBalances
           END-IF
           MOVE 0 TO eof.

       LOAD-POSTED-DATES.
           MOVE 0 TO POSTED-COUNT
           MOVE 0 TO day-eof
           OPEN INPUT GlPostedDates
           IF PST-STATUS = "00"
             READ GlPostedDates
              AT END SET day-eof TO 1
             END-READ
             PERFORM UNTIL day-eof = 1 OR POSTED-COUNT = 500
               ADD 1 TO POSTED-COUNT
               COMPUTE PT-DATE (POSTED-COUNT) =
                   FUNCTION NUMVAL(gd-date(1:4)) * 10000
                   + FUNCTION NUMVAL(gd-date(6:2)) * 100
                   + FUNCTION NUMVAL(gd-date(9:2))
               READ GlPostedDates
                AT END SET day-eof TO 1
               END-READ
             END-PERFORM
             CLOSE GlPostedDates
           END-IF
           MOVE 0 TO day-eof.

       CHECK-DATE-POSTED.
           MOVE 'N' TO DATE-POSTED
           PERFORM VARYING posted-index FROM 1 BY 1
                   UNTIL posted-index > POSTED-COUNT
             IF PT-DATE (posted-index) = RECORD-YMD
               MOVE 'J' TO DATE-POSTED
               EXIT PERFORM
             END-IF
           END-PERFORM.

       SCAN-UNPOSTED-LOG.
           MOVE 0 TO eof
           OPEN INPUT TxnLog
           IF TXN-STATUS = "00"
             READ TxnLog
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               PERFORM SET-RECORD-YMD
               PERFORM NOTE-UNPOSTED-RECORD
               READ TxnLog
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE TxnLog
           END-IF.

       SCAN-UNPOSTED-DAILY.
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
           MOVE tc-date TO RECORD-YMD
           MOVE 0 TO day-eof
           OPEN INPUT TxnDaily
           IF TXD-STATUS = "00"
             READ TxnDaily
              AT END SET day-eof TO 1
             END-READ
             PERFORM UNTIL day-eof = 1
               MOVE TxnDailyRecord TO TxnLogRecord
               PERFORM NOTE-UNPOSTED-RECORD
               READ TxnDaily
                AT END SET day-eof TO 1
               END-READ
             END-PERFORM
             CLOSE TxnDaily
           END-IF.

       SET-RECORD-YMD.
           IF log-business-date NUMERIC
              AND log-business-date > 0
             MOVE log-business-date TO RECORD-YMD
           ELSE
             IF log-timestamp(1:4) NUMERIC
               COMPUTE RECORD-YMD =
                   FUNCTION NUMVAL(log-timestamp(1:4)) * 10000
                   + FUNCTION NUMVAL(log-timestamp(6:2)) * 100
                   + FUNCTION NUMVAL(log-timestamp(9:2))
             ELSE
               MOVE 0 TO RECORD-YMD
             END-IF
           END-IF.

       NOTE-UNPOSTED-RECORD.
           IF log-status NOT = 'Y'
             EXIT PARAGRAPH
           END-IF
           IF log-type NOT = "SUSP-IN" AND log-type NOT = "SUSP-POST"
              AND log-type NOT = "SUSP-RET"
              AND log-type NOT = "SANC-HOLD"
              AND log-type NOT = "SANC-REL"
             EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-DATE-POSTED
           IF DATE-POSTED = 'J'
             EXIT PARAGRAPH
           END-IF
           IF log-type = "SUSP-IN" OR log-type = "SANC-HOLD"
             ADD log-amount TO UNPOSTED-NET
           ELSE
             SUBTRACT log-amount FROM UNPOSTED-NET
           END-IF.

       LOAD-SANCTION-HOLDS.
           MOVE 0 TO HELD-COUNT
           MOVE 0 TO HELD-TOTAL
           MOVE 0 TO scan-eof
           OPEN INPUT SancHoldFile
           IF SQH-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           READ SancHoldFile
            AT END SET scan-eof TO 1
           END-READ
           PERFORM UNTIL scan-eof = 1
             IF hq-kind = 'P' AND hq-gl-posted = 'Y'
                AND (hq-status = 'O' OR hq-status = 'F')
               ADD 1 TO HELD-COUNT
               ADD hq-amount TO HELD-TOTAL
             END-IF
             READ SancHoldFile
              AT END SET scan-eof TO 1
             END-READ
           END-PERFORM
           CLOSE SancHoldFile.

       FIND-ACCOUNT.
           MOVE 'N' TO ACCOUNT-FOUND
           MOVE 0 TO scan-eof
           MOVE ZERO TO card-number
           START PinNumbers KEY NOT < card-number
             INVALID KEY SET scan-eof TO 1
           END-START
           PERFORM UNTIL scan-eof = 1
             READ PinNumbers NEXT
               AT END SET scan-eof TO 1
               NOT AT END
                 IF account-number = WORK-ACCOUNT
                   MOVE 'Y' TO ACCOUNT-FOUND
                   SET scan-eof TO 1
                 END-IF
             END-READ
           END-PERFORM.

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

       LOAD-SUSPENSE.
           MOVE 0 TO SUS-COUNT
           MOVE 0 TO IDS-ASSIGNED
           MOVE 0 TO eof
           OPEN INPUT SuspenseFile
           IF SUS-STATUS = "00"
             READ SuspenseFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR SUS-COUNT = 2000
               IF sus-id NOT NUMERIC OR sus-id = 0
                 CALL "SEQSERVICE" USING SUSP-SERIES sus-id
                 MOVE 'O' TO sus-state
                 MOVE 0 TO sus-closed-date
                 MOVE 0 TO sus-new-account
                 MOVE SPACES TO sus-operator
                 ADD 1 TO IDS-ASSIGNED
               END-IF
               ADD 1 TO SUS-COUNT
               MOVE SuspenseRecord TO ST-RECORD (SUS-COUNT)
               READ SuspenseFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             IF eof = 0
               DISPLAY "ABBRUCH: SUSPENSE.DAT groesser als 2000"
                       " Posten."
               STOP RUN
             END-IF
             CLOSE SuspenseFile
           END-IF.

       SAVE-SUSPENSE.
           OPEN OUTPUT SuspenseFile
           PERFORM VARYING sus-index FROM 1 BY 1
                   UNTIL sus-index > SUS-COUNT
             MOVE ST-RECORD (sus-index) TO SuspenseRecord
             WRITE SuspenseRecord
           END-PERFORM
           CLOSE SuspenseFile.

       WRITE-SUSPENSE-TXN.
           OPEN INPUT TxnLog
           IF TXN-STATUS = "35"
             OPEN OUTPUT TxnLog
             CLOSE TxnLog
           ELSE
             CLOSE TxnLog
           END-IF
           OPEN EXTEND TxnLog
           MOVE FUNCTION CURRENT-DATE TO date-time
           MOVE LOG-ACCOUNT-WANTED TO log-account-number
           MOVE SPACES TO log-timestamp
           STRING log-year  "-" log-month "-" log-day "T"
                  log-hour "-" log-min "-" log-sec
                  DELIMITED BY SIZE INTO log-timestamp
           MOVE LOG-TYPE-WANTED TO log-type
           MOVE 'Y' TO log-status
           MOVE sus-amount TO log-amount
           MOVE BUSINESS-DATE TO log-business-date
           MOVE SPACES TO log-terminal-id
           MOVE sus-id TO log-ref-seq
           MOVE SPACES TO log-rate-version
           CALL "TXNSEQ" USING log-seq-number
           WRITE TxnLogRecord
           CLOSE TxnLog.

       WRITE-SUSPENSE-LINE.
           MOVE 'L' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line.
