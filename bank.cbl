                   organization is line sequential
                   FILE STATUS IS TJ-STATUS.
       Select ReceiptFile ASSIGN TO DYNAMIC RECEIPT-FILENAME
                   organization is line sequential
                   FILE STATUS IS RCPT-STATUS.
       Select BlockFile ASSIGN TO "FRAUD-BLOCK.DAT"
                   organization is line sequential
                   FILE STATUS IS BLK-STATUS.
       Select TxnDaily ASSIGN TO DYNAMIC TXND-FILENAME
                   organization is line sequential
                   FILE STATUS IS TXD-STATUS.
       Select TermDepFile ASSIGN TO "TERMDEP.DAT"
                   organization is line sequential
                   FILE STATUS IS TERMDEP-STATUS.
       Select OutPayFile ASSIGN TO "OUTPAY.DAT"
                   organization is line sequential
                   FILE STATUS IS OUTPAY-STATUS.
       Select FxRateFile ASSIGN TO "FXRATE.DAT"
                   organization is line sequential
                   FILE STATUS IS FXR-STATUS.
       Select IssuerFile ASSIGN TO "ISSUER.DAT"
                   organization is line sequential
                   FILE STATUS IS ISS-STATUS.
       Select AuthReqFile ASSIGN TO "AUTHREQ.DAT"
                   organization is line sequential
                   FILE STATUS IS ARQ-STATUS.
       Select AuthRspFile ASSIGN TO "AUTHRSP.DAT"
                   organization is line sequential
                   FILE STATUS IS ARS-STATUS.
       Select GarnishFile ASSIGN TO "GARNISH.DAT"
                   organization is line sequential
                   FILE STATUS IS GRN-STATUS.
       Select PKontoFile ASSIGN TO "PKONTO.DAT"
                   organization is line sequential
                   FILE STATUS IS PKO-STATUS.
       Select TermEventFile ASSIGN TO "TERMEVENT.DAT"
                   organization is line sequential
                   FILE STATUS IS TEV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PinNumbers.
              05 tc-status   PIC X.
       FD TxnDaily.
           01 TxnDailyRecord PIC X(82).
       FD TermDepFile.
           copy "termdep-record.cpy".
       FD OutPayFile.
           copy "outpay-record.cpy".
       FD FxRateFile.
           copy "fxrate-record.cpy".
       FD IssuerFile.
           copy "issuer-record.cpy".
       FD AuthReqFile.
           copy "authreq-record.cpy".
       FD AuthRspFile.
           copy "authrsp-record.cpy".
       FD GarnishFile.
           copy "garnish-record.cpy".
       FD PKontoFile.
           copy "pkonto-record.cpy".
       FD TermEventFile.
           copy "termevent-record.cpy".
       WORKING-STORAGE SECTION.
        01 BUSINESS-DATE PIC 9(8) VALUE 0.
        01 PIN-STATUS PIC XX.
        01 TARGET-ACCOUNT-NUMBER PIC 9(10).
        01 TARGET-CARD-NUMBER PIC 9(13).
        01 TARGET-FOUND-FLAG PIC X VALUE 'N'.
        01 CURRENCY-FOUND PIC X VALUE 'N'.
        01 TJ-STATUS PIC XX.
        01 TFR-SERIES PIC X(8) VALUE "TFRJNL".
        01 TFR-JNL-SEQ PIC 9(7).
              10 CT-10 PIC 9(5).
              10 CT-20 PIC 9(5).
              10 CT-50 PIC 9(5).
              10 CT-CUR PIC X(3).
        01 CAS-OWN-INDEX PIC 9(2) VALUE 0.
        01 CAS-WANTED-CUR PIC X(3) VALUE "EUR".
        01 DEP-10 PIC 9(5).
        01 DEP-20 PIC 9(5).
        01 DEP-50 PIC 9(5).
        01 MONTH-TFR-SUM PIC 9(9)V99.
        01 CURRENT-YM PIC X(7).
        01 TRANSFER-RULE-OK PIC X VALUE 'Y'.
        01 GRN-STATUS PIC XX.
        01 PKO-STATUS PIC XX.
        01 GARN-ACTIVE PIC X VALUE 'N'.
        01 GARN-OK PIC X VALUE 'Y'.
        01 MONTH-SPEND-SUM PIC 9(9)V99.
        01 CURRENT-YYYYMM PIC 9(6).
        01 PK-FREE PIC S9(9)V99.
        01 ENCODED-PIN PIC 9(4).
        01 PIN-MATCH-FLAG PIC X.
        01 CARD-EXPIRED-FLAG PIC X VALUE 'N'.
        01 CAT-DATE-KNOWN PIC X.
        01 scan-eof PIC 9.
        01 MASKED-CARD-NUMBER PIC X(16).
        01 TERMDEP-STATUS PIC XX.
        01 TD-SHOWN PIC 9(3).
        01 OUTPAY-STATUS PIC XX.
        01 BENE-NAME PIC X(27).
        01 BENE-IBAN PIC X(34).
        01 BENE-REFERENCE PIC X(30).
        01 IBAN-VALID-FLAG PIC X.
        01 WS-LOG-TYPE PIC X(12).
        01 WS-LOG-STATUS PIC X(1).
        01 WS-LOG-AMOUNT PIC 9(7)V99 VALUE 0.
        01 WS-LOG-REF-SEQ PIC 9(7) VALUE 0.
        01 WS-LOG-RATE-VERSION PIC X(4) VALUE SPACES.
        01 FXR-STATUS PIC XX.
        01 FX-COUNT PIC 9(2) VALUE 0.
        01 fx-index PIC 9(2).
        01 FX-TABLE.
           05 FX-ENTRY OCCURS 10 TIMES.
              10 FT-CUR  PIC X(3).
              10 FT-BUY  PIC 9(4)V9(6).
              10 FT-SELL PIC 9(4)V9(6).
        01 FX-OFFER-LIST PIC X(40).
        01 FX-OFFER-PTR PIC 9(3).
        01 FX-OFFER-COUNT PIC 9(2).
        01 WDL-CURRENCY PIC X(3) VALUE "EUR".
        01 WDL-FX-INDEX PIC 9(2) VALUE 0.
        01 DISPENSE-AMOUNT PIC 9(7)V99.
        01 FX-MID-RATE PIC 9(4)V9(6).
        01 FX-MID-VALUE PIC 9(7)V99.
        01 FX-MARGIN PIC S9(7)V99.
        01 FX-CONFIRM PIC X.
        01 FX-WDL-SEQ PIC 9(7).
        01 RECEIPT-CURRENCY PIC X(3) VALUE "EUR".
        01 RECEIPT-FOREIGN PIC 9(7)V99.
        01 RECEIPT-RATE PIC 9(4)V9(6).
        01 RCPT-STATUS PIC XX.
        01 TEV-EVENT PIC X(8).
        01 TEV-SOURCE PIC X(8) VALUE "ATM".
        01 TEV-DETAIL PIC X(30).
        01 TEV-LAST-EVENT PIC X(8).
        01 TEV-STATUS PIC XX.
        01 tev-eof PIC 9.
        01 PRT-FAULT-OPEN PIC X.
        01 CASH-LOW-LIMIT PIC 9(5) VALUE 20.
        01 LEFT-10 PIC S9(5).
        01 LEFT-20 PIC S9(5).
        01 LEFT-50 PIC S9(5).
        01 ISS-STATUS PIC XX.
        01 ARQ-STATUS PIC XX.
        01 ARS-STATUS PIC XX.
        01 ISSUER-FOUND PIC X VALUE 'N'.
        01 ACQ-ISSUER-ID PIC X(4).
        01 ACQ-ISSUER-NAME PIC X(30).
        01 AUTH-SERIES PIC X(8) VALUE "ACQAUTH".
        01 AUTH-ID PIC 9(7).
        01 AUTH-TYPE PIC X.
        01 AUTH-RESULT PIC X.
        01 AUTH-REASON PIC X(30).
        01 AUTH-POLLS PIC 9 VALUE 0.
        01 AUTH-POLL-LIMIT PIC 9 VALUE 3.
        01 AUTH-WAIT-KEY PIC X.
        copy "date-time.cpy" replacing
             ==year== by ==log-year==
             ==month== by ==log-month==
           PERFORM LOAD-PRODUCT-RULES
           PERFORM READ-CUTOFF-TIME
           PERFORM LOAD-TXN-CATALOG
           PERFORM LOAD-FX-RATES

           MOVE "CARDPRMT" TO MSG-WANTED-ID
           PERFORM SHOW-MESSAGE
           PERFORM FIND-CARD

           IF FOUND-FLAG = 'N'
             MOVE 'N' TO ISSUER-FOUND
             IF CARD-VALID-FLAG = 'Y'
               PERFORM FIND-ISSUER
             END-IF
             IF ISSUER-FOUND = 'Y'
               PERFORM ACQUIRER-SESSION
             ELSE
               MOVE "CARDNF" TO MSG-WANTED-ID
               PERFORM SHOW-MESSAGE
             END-IF
           ELSE
             PERFORM MASK-CARD-NUMBER
             PERFORM CHECK-CARD-EXPIRY
           MOVE "TGTPRMPT" TO MSG-WANTED-ID
           MOVE "Zielkontonummer eingeben: " TO MSG-TEXT-OUT
           PERFORM ADD-DEFAULT-MESSAGE
           MOVE "TGTEXT" TO MSG-WANTED-ID
           MOVE "(0 = Empfaenger bei einer anderen Bank)"
             TO MSG-TEXT-OUT
           PERFORM ADD-DEFAULT-MESSAGE
           MOVE "BENNAME" TO MSG-WANTED-ID
           MOVE "Name des Empfaengers: " TO MSG-TEXT-OUT
           PERFORM ADD-DEFAULT-MESSAGE
           MOVE "BENIBAN" TO MSG-WANTED-ID
           MOVE "IBAN des Empfaengers: " TO MSG-TEXT-OUT
           PERFORM ADD-DEFAULT-MESSAGE
           MOVE "BENREF" TO MSG-WANTED-ID
           MOVE "Verwendungszweck: " TO MSG-TEXT-OUT
           PERFORM ADD-DEFAULT-MESSAGE
           MOVE "IBANBAD" TO MSG-WANTED-ID
           MOVE "Empfaengerangaben ungueltig (IBAN/Name)."
             TO MSG-TEXT-OUT
           PERFORM ADD-DEFAULT-MESSAGE
           MOVE "NOFUNDS" TO MSG-WANTED-ID
           MOVE "Unzureichender Kontostand." TO MSG-TEXT-OUT
           PERFORM ADD-DEFAULT-MESSAGE
           MOVE "BALAVAIL" TO MSG-WANTED-ID
           MOVE "Verfuegbarer Betrag:   " TO MSG-TEXT-OUT
           PERFORM ADD-DEFAULT-MESSAGE
           MOVE "TDHDR" TO MSG-WANTED-ID
           MOVE "Festgeldanlagen:" TO MSG-TEXT-OUT
           PERFORM ADD-DEFAULT-MESSAGE
           MOVE "TDDUE" TO MSG-WANTED-ID
           MOVE " faellig am " TO MSG-TEXT-OUT
           PERFORM ADD-DEFAULT-MESSAGE
           MOVE "PINCURR" TO MSG-WANTED-ID
           MOVE "Aktuelle PIN eingeben: " TO MSG-TEXT-OUT
           PERFORM ADD-DEFAULT-MESSAGE
           MOVE "Auszahlung erfolgt. Kontostand:"
             TO MSG-TEXT-OUT
           PERFORM ADD-DEFAULT-MESSAGE
           MOVE "FXPRMPT" TO MSG-WANTED-ID
           MOVE "Waehrung waehlen" TO MSG-TEXT-OUT
           PERFORM ADD-DEFAULT-MESSAGE
           MOVE "FXNONE" TO MSG-WANTED-ID
           MOVE "Waehrung an diesem Geraet nicht verfuegbar."
             TO MSG-TEXT-OUT
           PERFORM ADD-DEFAULT-MESSAGE
           MOVE "FXRATE" TO MSG-WANTED-ID
           MOVE "Tageskurs je 1 EUR:" TO MSG-TEXT-OUT
           PERFORM ADD-DEFAULT-MESSAGE
           MOVE "FXDEBIT" TO MSG-WANTED-ID
           MOVE "Belastung Ihres Kontos:" TO MSG-TEXT-OUT
           PERFORM ADD-DEFAULT-MESSAGE
           MOVE "FXCONF" TO MSG-WANTED-ID
           MOVE "Auszahlung bestaetigen (J/N): " TO MSG-TEXT-OUT
           PERFORM ADD-DEFAULT-MESSAGE
           MOVE "FXCANCEL" TO MSG-WANTED-ID
           MOVE "Auszahlung abgebrochen." TO MSG-TEXT-OUT
           PERFORM ADD-DEFAULT-MESSAGE
           MOVE "DEP10PRM" TO MSG-WANTED-ID
           MOVE "Anzahl 10-EUR-Scheine: " TO MSG-TEXT-OUT
           PERFORM ADD-DEFAULT-MESSAGE
           MOVE "RCPTBAL" TO MSG-WANTED-ID
           MOVE "Verfuegbar:  " TO MSG-TEXT-OUT
           PERFORM ADD-DEFAULT-MESSAGE
           MOVE "RCPTFX" TO MSG-WANTED-ID
           MOVE "Ausgezahlt:  " TO MSG-TEXT-OUT
           PERFORM ADD-DEFAULT-MESSAGE
           MOVE "ACQCARD" TO MSG-WANTED-ID
           MOVE "Fremdkarte" TO MSG-TEXT-OUT
           PERFORM ADD-DEFAULT-MESSAGE
           MOVE "AUTHWAIT" TO MSG-WANTED-ID
           MOVE "Autorisierung laeuft - bitte Eingabe druecken."
             TO MSG-TEXT-OUT
           PERFORM ADD-DEFAULT-MESSAGE
           MOVE "ACQDECL" TO MSG-WANTED-ID
           MOVE "Abgelehnt durch kartenausgebende Bank:"
             TO MSG-TEXT-OUT
           PERFORM ADD-DEFAULT-MESSAGE
           MOVE "ACQTOUT" TO MSG-WANTED-ID
           MOVE "Keine Antwort der Bank - Vorgang storniert."
             TO MSG-TEXT-OUT
           PERFORM ADD-DEFAULT-MESSAGE
           MOVE "RCPTERR" TO MSG-WANTED-ID
           MOVE "Belegdruck zur Zeit nicht moeglich." TO MSG-TEXT-OUT
           PERFORM ADD-DEFAULT-MESSAGE
           MOVE "RCPTRATE" TO MSG-WANTED-ID
           MOVE "Kurs:        " TO MSG-TEXT-OUT
           PERFORM ADD-DEFAULT-MESSAGE
           MOVE "RCPTFOOT" TO MSG-WANTED-ID
           MOVE "************************************"
             TO MSG-TEXT-OUT
           PERFORM ADD-DEFAULT-MESSAGE
           MOVE "GARNDECL" TO MSG-WANTED-ID
           MOVE "Pfaendung: Freibetrag des P-Kontos ausgeschoepft."
             TO MSG-TEXT-OUT
           PERFORM ADD-DEFAULT-MESSAGE.

       ADD-DEFAULT-MESSAGE.
           END-IF
           OPEN EXTEND TxnLog.

       SHOW-TERM-DEPOSITS.
           MOVE 0 TO TD-SHOWN
           MOVE 0 TO scan-eof
           OPEN INPUT TermDepFile
           IF TERMDEP-STATUS = "00"
             READ TermDepFile
              AT END SET scan-eof TO 1
             END-READ
             PERFORM UNTIL scan-eof = 1
               IF td-account = account-number AND td-status = 'A'
                 IF TD-SHOWN = 0
                   MOVE "TDHDR" TO MSG-WANTED-ID
                   PERFORM SHOW-MESSAGE
                 END-IF
                 ADD 1 TO TD-SHOWN
                 MOVE "TDDUE" TO MSG-WANTED-ID
                 PERFORM GET-MESSAGE
                 DISPLAY td-number " " td-principal
                         MSG-TEXT-OUT(1:12) td-maturity-date
               END-IF
               READ TermDepFile
                AT END SET scan-eof TO 1
               END-READ
             END-PERFORM
             CLOSE TermDepFile
           END-IF.

       FIND-CARD.
           MOVE 'N' TO FOUND-FLAG
           MOVE USER-CARD-NUMBER TO card-number
             END-READ
           END-IF.

       FIND-ISSUER.
           MOVE 'N' TO ISSUER-FOUND
           MOVE 0 TO scan-eof
           OPEN INPUT IssuerFile
           IF ISS-STATUS = "00"
             READ IssuerFile
              AT END SET scan-eof TO 1
             END-READ
             PERFORM UNTIL scan-eof = 1
               IF is-bin = USER-CARD-NUMBER(1:6)
                 MOVE 'Y' TO ISSUER-FOUND
                 MOVE is-issuer-id TO ACQ-ISSUER-ID
                 MOVE is-name TO ACQ-ISSUER-NAME
                 SET scan-eof TO 1
               ELSE
                 READ IssuerFile
                  AT END SET scan-eof TO 1
                 END-READ
               END-IF
             END-PERFORM
             CLOSE IssuerFile
           END-IF.

       ACQUIRER-SESSION.
           MOVE USER-CARD-NUMBER TO card-number
           MOVE 0 TO account-number
           PERFORM MASK-CARD-NUMBER
           MOVE "ACQCARD" TO MSG-WANTED-ID
           PERFORM GET-MESSAGE
           DISPLAY FUNCTION TRIM(MSG-TEXT-OUT) " " MASKED-CARD-NUMBER
                   " " FUNCTION TRIM(ACQ-ISSUER-NAME)
           MOVE "PINPRMPT" TO MSG-WANTED-ID
           PERFORM SHOW-MESSAGE
           ACCEPT USER-PIN
           CALL "PINENCODE" USING USER-PIN ENCODED-PIN
           MOVE "AMTPRMPT" TO MSG-WANTED-ID
           PERFORM SHOW-MESSAGE
           ACCEPT AMOUNT
           MOVE AMOUNT TO DISPENSE-AMOUNT
           MOVE "EUR" TO CAS-WANTED-CUR
           PERFORM PLAN-DISPENSE
           IF DISPENSE-OK = 'N'
             MOVE "NODISP" TO MSG-WANTED-ID
             PERFORM SHOW-MESSAGE
             MOVE "WDLHINT1" TO MSG-WANTED-ID
             PERFORM SHOW-MESSAGE
             MOVE "WDLHINT2" TO MSG-WANTED-ID
             PERFORM SHOW-MESSAGE
             EXIT PARAGRAPH
           END-IF
           CALL "SEQSERVICE" USING AUTH-SERIES AUTH-ID
           MOVE 'A' TO AUTH-TYPE
           PERFORM WRITE-AUTH-REQUEST
           PERFORM AWAIT-AUTH-RESPONSE
           MOVE "ACQ-WDL" TO WS-LOG-TYPE
           MOVE AMOUNT TO WS-LOG-AMOUNT
           MOVE AUTH-ID TO WS-LOG-REF-SEQ
           MOVE ACQ-ISSUER-ID TO WS-LOG-RATE-VERSION
           EVALUATE AUTH-RESULT
             WHEN 'A'
               PERFORM UPDATE-CASSETTES
               MOVE "WDLOUT" TO MSG-WANTED-ID
               PERFORM GET-MESSAGE
               DISPLAY FUNCTION TRIM(MSG-TEXT-OUT) " "
                       NOTES-50 " x 50 EUR, "
                       NOTES-20 " x 20 EUR, " NOTES-10 " x 10 EUR"
               MOVE 'Y' TO WS-LOG-STATUS
               PERFORM WRITE-TXN-LOG
               MOVE log-seq-number TO RECEIPT-SEQ
               MOVE "ACQ-WDL" TO RECEIPT-TYPE
               MOVE AMOUNT TO RECEIPT-AMOUNT
               MOVE 'J' TO RECEIPT-WITH-NOTES
               PERFORM WRITE-RECEIPT
             WHEN 'D'
               MOVE "ACQDECL" TO MSG-WANTED-ID
               PERFORM GET-MESSAGE
               DISPLAY FUNCTION TRIM(MSG-TEXT-OUT) " "
                       FUNCTION TRIM(AUTH-REASON)
               MOVE 'N' TO WS-LOG-STATUS
               PERFORM WRITE-TXN-LOG
             WHEN OTHER
               MOVE 'R' TO AUTH-TYPE
               PERFORM WRITE-AUTH-REQUEST
               MOVE "ACQTOUT" TO MSG-WANTED-ID
               PERFORM SHOW-MESSAGE
               MOVE 'N' TO WS-LOG-STATUS
               PERFORM WRITE-TXN-LOG
           END-EVALUATE
           MOVE 0 TO WS-LOG-REF-SEQ
           MOVE SPACES TO WS-LOG-RATE-VERSION.

       WRITE-AUTH-REQUEST.
           OPEN INPUT AuthReqFile
           IF ARQ-STATUS = "35"
             OPEN OUTPUT AuthReqFile
             CLOSE AuthReqFile
           ELSE
             CLOSE AuthReqFile
           END-IF
           OPEN EXTEND AuthReqFile
           MOVE FUNCTION CURRENT-DATE TO date-time
           MOVE AUTH-ID TO ar-auth-id
           MOVE AUTH-TYPE TO ar-type
           MOVE USER-CARD-NUMBER TO ar-card-number
           MOVE ACQ-ISSUER-ID TO ar-issuer-id
           MOVE TERMINAL-ID TO ar-terminal-id
           MOVE AMOUNT TO ar-amount
           MOVE ENCODED-PIN TO ar-pin-block
           COMPUTE ar-date = log-year * 10000 + log-month * 100
                             + log-day
           COMPUTE ar-time = log-hour * 10000 + log-min * 100
                             + log-sec
           WRITE AuthRequestRecord
           CLOSE AuthReqFile.

       AWAIT-AUTH-RESPONSE.
           MOVE SPACE TO AUTH-RESULT
           MOVE SPACES TO AUTH-REASON
           MOVE 0 TO AUTH-POLLS
           PERFORM UNTIL AUTH-RESULT NOT = SPACE
                   OR AUTH-POLLS = AUTH-POLL-LIMIT
             PERFORM READ-AUTH-RESPONSE
             IF AUTH-RESULT = SPACE
               ADD 1 TO AUTH-POLLS
               IF AUTH-POLLS < AUTH-POLL-LIMIT
                 MOVE "AUTHWAIT" TO MSG-WANTED-ID
                 PERFORM SHOW-MESSAGE
                 ACCEPT AUTH-WAIT-KEY
               END-IF
             END-IF
           END-PERFORM.

       READ-AUTH-RESPONSE.
           MOVE 0 TO scan-eof
           OPEN INPUT AuthRspFile
           IF ARS-STATUS = "00"
             READ AuthRspFile
              AT END SET scan-eof TO 1
             END-READ
             PERFORM UNTIL scan-eof = 1
               IF rs-auth-id = AUTH-ID
                  AND (rs-result = 'A' OR rs-result = 'D')
                 MOVE rs-result TO AUTH-RESULT
                 MOVE rs-reason TO AUTH-REASON
                 SET scan-eof TO 1
               ELSE
                 READ AuthRspFile
                  AT END SET scan-eof TO 1
                 END-READ
               END-IF
             END-PERFORM
             CLOSE AuthRspFile
           END-IF.

       CHECK-CARD-EXPIRY.
           MOVE 'N' TO CARD-EXPIRED-FLAG
           CALL "BUSDATE" USING BUSINESS-DATE
             CALL "NEXT-BUSINESS-DAY" USING BUSINESS-DATE
                  VALUE-DATE
             MOVE VALUE-DATE TO log-business-date
             IF WS-LOG-AMOUNT > 0 AND WS-LOG-TYPE NOT = "FX-MARGIN"
               MOVE "CUTOFF" TO MSG-WANTED-ID
               PERFORM GET-MESSAGE
               DISPLAY FUNCTION TRIM(MSG-TEXT-OUT) " "
             MOVE BUSINESS-DATE TO log-business-date
           END-IF
           MOVE TERMINAL-ID TO log-terminal-id
           MOVE WS-LOG-REF-SEQ TO log-ref-seq
           MOVE WS-LOG-RATE-VERSION TO log-rate-version
           CALL "TXNSEQ" USING log-seq-number
           PERFORM WRITE-DAILY-TXN.

                 MOVE "BALAVAIL" TO MSG-WANTED-ID
                 PERFORM GET-MESSAGE
                 DISPLAY MSG-TEXT-OUT(1:23) AVAILABLE-BALANCE
                 PERFORM SHOW-TERM-DEPOSITS
               WHEN 2
                 PERFORM DO-WITHDRAWAL
               WHEN 3
             WHEN "PROVCREDIT"
             WHEN "ADJUST-CR"
             WHEN "ESCHEAT-IN"
             WHEN "TD-REPAY"
             WHEN "TD-INTEREST"
             WHEN "LOAN-PAYOUT"
             WHEN "DDEBIT-REF"
             WHEN "OUTPAY-RET"
             WHEN "SUSP-POST"
             WHEN "BALFWD-CR"
               MOVE 1 TO MS-WORK-SIGN
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
             WHEN "BALFWD-DR"
               MOVE 2 TO MS-WORK-SIGN
             WHEN OTHER
           END-IF.

       DO-WITHDRAWAL.
           PERFORM SELECT-WDL-CURRENCY
           IF WDL-CURRENCY = SPACES
             EXIT PARAGRAPH
           END-IF
           MOVE "AMTPRMPT" TO MSG-WANTED-ID
           PERFORM SHOW-MESSAGE
           ACCEPT AMOUNT
           MOVE AMOUNT TO DISPENSE-AMOUNT
           MOVE 0 TO FX-MARGIN
           IF WDL-CURRENCY NOT = "EUR"
             PERFORM CONVERT-FX-AMOUNT
             IF FX-CONFIRM NOT = 'J'
               MOVE "FXCANCEL" TO MSG-WANTED-ID
               PERFORM SHOW-MESSAGE
               EXIT PARAGRAPH
             END-IF
           END-IF
           MOVE WDL-CURRENCY TO CAS-WANTED-CUR
           PERFORM CHECK-FRAUD-BLOCK
           PERFORM FIND-PRODUCT-RULE
           PERFORM CHECK-GARNISHMENT
           IF RULE-ALLOW-OD = 'N' OR GARN-ACTIVE = 'J'
             MOVE 0 TO EFFECTIVE-OD
           ELSE
             MOVE overdraft-limit TO EFFECTIVE-OD
           IF BLOCKED-FLAG = 'J'
             PERFORM DECLINE-BLOCKED
           ELSE
           IF GARN-OK = 'N'
             PERFORM DECLINE-GARNISHED
           ELSE
           IF AMOUNT > account-balance - pending-holds
                       + EFFECTIVE-OD
             MOVE "NOFUNDS" TO MSG-WANTED-ID
                 MOVE "WDLOUT" TO MSG-WANTED-ID
                 PERFORM GET-MESSAGE
                 DISPLAY FUNCTION TRIM(MSG-TEXT-OUT) " "
                         NOTES-50 " x 50 " CAS-WANTED-CUR ", "
                         NOTES-20 " x 20 " CAS-WANTED-CUR ", "
                         NOTES-10 " x 10 " CAS-WANTED-CUR
                 MOVE "WDLOK" TO MSG-WANTED-ID
                 PERFORM GET-MESSAGE
                 DISPLAY FUNCTION TRIM(MSG-TEXT-OUT) " "
                 MOVE "WITHDRAWAL" TO WS-LOG-TYPE
                 MOVE 'Y' TO WS-LOG-STATUS
                 MOVE AMOUNT TO WS-LOG-AMOUNT
                 IF WDL-CURRENCY NOT = "EUR"
                   MOVE DISPENSE-AMOUNT TO WS-LOG-REF-SEQ
                   MOVE WDL-CURRENCY TO WS-LOG-RATE-VERSION
                 END-IF
                 PERFORM WRITE-TXN-LOG
                 MOVE log-seq-number TO RECEIPT-SEQ
                 IF WDL-CURRENCY NOT = "EUR"
                   PERFORM WRITE-FX-MARGIN
                   MOVE WDL-CURRENCY TO RECEIPT-CURRENCY
                   MOVE DISPENSE-AMOUNT TO RECEIPT-FOREIGN
                   MOVE FT-SELL (WDL-FX-INDEX) TO RECEIPT-RATE
                 END-IF
                 MOVE 0 TO WS-LOG-REF-SEQ
                 MOVE SPACES TO WS-LOG-RATE-VERSION
                 MOVE "WITHDRAWAL" TO RECEIPT-TYPE
                 MOVE AMOUNT TO RECEIPT-AMOUNT
                 MOVE 'J' TO RECEIPT-WITH-NOTES
               END-IF
             END-IF
           END-IF
           END-IF
           END-IF
           MOVE "EUR" TO CAS-WANTED-CUR.

       LOAD-FX-RATES.
           MOVE 0 TO FX-COUNT
           CALL "BUSDATE" USING BUSINESS-DATE
           MOVE 0 TO scan-eof
           OPEN INPUT FxRateFile
           IF FXR-STATUS = "00"
             READ FxRateFile
              AT END SET scan-eof TO 1
             END-READ
             PERFORM UNTIL scan-eof = 1 OR FX-COUNT = 10
               IF fx-rate-date = BUSINESS-DATE
                  AND fx-sell-rate > 0
                  AND fx-sell-rate <= fx-buy-rate
                  AND fx-currency NOT = "EUR"
                 ADD 1 TO FX-COUNT
                 MOVE FUNCTION UPPER-CASE(fx-currency)
                   TO FT-CUR (FX-COUNT)
                 MOVE fx-buy-rate TO FT-BUY (FX-COUNT)
                 MOVE fx-sell-rate TO FT-SELL (FX-COUNT)
               END-IF
               READ FxRateFile
                AT END SET scan-eof TO 1
               END-READ
             END-PERFORM
             CLOSE FxRateFile
           END-IF.

       SELECT-WDL-CURRENCY.
           MOVE "EUR" TO WDL-CURRENCY
           MOVE 0 TO WDL-FX-INDEX
           MOVE "EUR" TO CAS-WANTED-CUR
           PERFORM LOAD-CASSETTES
           MOVE SPACES TO FX-OFFER-LIST
           MOVE 1 TO FX-OFFER-PTR
           MOVE 0 TO FX-OFFER-COUNT
           STRING "EUR" DELIMITED BY SIZE
             INTO FX-OFFER-LIST WITH POINTER FX-OFFER-PTR
           PERFORM VARYING cas-index FROM 1 BY 1
                   UNTIL cas-index > CAS-COUNT
             IF CT-ID (cas-index) = TERMINAL-ID
                AND CT-CUR (cas-index) NOT = "EUR"
               MOVE CT-CUR (cas-index) TO WDL-CURRENCY
               PERFORM FIND-FX-RATE
               IF WDL-FX-INDEX > 0
                 ADD 1 TO FX-OFFER-COUNT
                 STRING "/" CT-CUR (cas-index) DELIMITED BY SIZE
                   INTO FX-OFFER-LIST WITH POINTER FX-OFFER-PTR
               END-IF
             END-IF
           END-PERFORM
           MOVE "EUR" TO WDL-CURRENCY
           MOVE 0 TO WDL-FX-INDEX
           IF FX-OFFER-COUNT = 0
             EXIT PARAGRAPH
           END-IF
           MOVE "FXPRMPT" TO MSG-WANTED-ID
           PERFORM GET-MESSAGE
           DISPLAY FUNCTION TRIM(MSG-TEXT-OUT) " ("
                   FUNCTION TRIM(FX-OFFER-LIST) "): "
           ACCEPT WDL-CURRENCY
           MOVE FUNCTION UPPER-CASE(WDL-CURRENCY) TO WDL-CURRENCY
           IF WDL-CURRENCY = SPACES OR WDL-CURRENCY = "EUR"
             MOVE "EUR" TO WDL-CURRENCY
             EXIT PARAGRAPH
           END-IF
           PERFORM FIND-FX-RATE
           IF WDL-FX-INDEX = 0
             MOVE "FXNONE" TO MSG-WANTED-ID
             PERFORM SHOW-MESSAGE
             MOVE SPACES TO WDL-CURRENCY
             EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO CURRENCY-FOUND
           PERFORM VARYING cas-index FROM 1 BY 1
                   UNTIL cas-index > CAS-COUNT
             IF CT-ID (cas-index) = TERMINAL-ID
                AND CT-CUR (cas-index) = WDL-CURRENCY
               MOVE 'Y' TO CURRENCY-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF CURRENCY-FOUND = 'N'
             MOVE "FXNONE" TO MSG-WANTED-ID
             PERFORM SHOW-MESSAGE
             MOVE SPACES TO WDL-CURRENCY
           END-IF.

       FIND-FX-RATE.
           MOVE 0 TO WDL-FX-INDEX
           PERFORM VARYING fx-index FROM 1 BY 1
                   UNTIL fx-index > FX-COUNT
             IF FT-CUR (fx-index) = WDL-CURRENCY
               MOVE fx-index TO WDL-FX-INDEX
               EXIT PERFORM
             END-IF
           END-PERFORM.

       CONVERT-FX-AMOUNT.
           MOVE 'N' TO FX-CONFIRM
           COMPUTE AMOUNT ROUNDED =
                   DISPENSE-AMOUNT / FT-SELL (WDL-FX-INDEX)
           COMPUTE FX-MID-RATE ROUNDED =
                   (FT-BUY (WDL-FX-INDEX) + FT-SELL (WDL-FX-INDEX)) / 2
           COMPUTE FX-MID-VALUE ROUNDED =
                   DISPENSE-AMOUNT / FX-MID-RATE
           COMPUTE FX-MARGIN = AMOUNT - FX-MID-VALUE
           IF FX-MARGIN < 0
             MOVE 0 TO FX-MARGIN
           END-IF
           MOVE "FXRATE" TO MSG-WANTED-ID
           PERFORM GET-MESSAGE
           DISPLAY FUNCTION TRIM(MSG-TEXT-OUT) " "
                   FT-SELL (WDL-FX-INDEX) " " WDL-CURRENCY
           MOVE "FXDEBIT" TO MSG-WANTED-ID
           PERFORM GET-MESSAGE
           DISPLAY FUNCTION TRIM(MSG-TEXT-OUT) " " AMOUNT " EUR"
           MOVE "FXCONF" TO MSG-WANTED-ID
           PERFORM SHOW-MESSAGE
           ACCEPT FX-CONFIRM
           IF FX-CONFIRM = 'j'
             MOVE 'J' TO FX-CONFIRM
           END-IF.

       WRITE-FX-MARGIN.
           IF FX-MARGIN = 0
             EXIT PARAGRAPH
           END-IF
           MOVE log-seq-number TO FX-WDL-SEQ
           MOVE "FX-MARGIN" TO WS-LOG-TYPE
           MOVE 'Y' TO WS-LOG-STATUS
           MOVE FX-MARGIN TO WS-LOG-AMOUNT
           MOVE FX-WDL-SEQ TO WS-LOG-REF-SEQ
           MOVE WDL-CURRENCY TO WS-LOG-RATE-VERSION
           PERFORM WRITE-TXN-LOG.

       LOAD-PRODUCT-RULES.
           MOVE 0 TO RULE-COUNT
           MOVE 0 TO scan-eof

       SUM-MONTH-TRANSFERS.
           MOVE 0 TO MONTH-TFR-SUM
           MOVE 0 TO MONTH-SPEND-SUM
           MOVE FUNCTION CURRENT-DATE TO date-time
           MOVE SPACES TO CURRENT-YM
           STRING log-year "-" log-month

       NOTE-TFR-RECORD.
           IF log-account-number = account-number
              AND (log-type = "TRANSFER-OUT"
                   OR log-type = "TRANSFER-EXT")
              AND log-status = 'Y'
              AND log-timestamp(1:7) = CURRENT-YM
             ADD log-amount TO MONTH-TFR-SUM
           END-IF
           IF log-account-number = account-number
              AND (log-type = "WITHDRAWAL"
                   OR log-type = "TRANSFER-OUT"
                   OR log-type = "TRANSFER-EXT"
                   OR log-type = "VENDING")
              AND log-status = 'Y'
              AND log-timestamp(1:7) = CURRENT-YM
             ADD log-amount TO MONTH-SPEND-SUM
           END-IF.

       SCAN-DAILY-TRANSFERS.
             CLOSE BlockFile
           END-IF.

       CHECK-GARNISHMENT.
           MOVE 'N' TO GARN-ACTIVE
           MOVE 'Y' TO GARN-OK
           MOVE 0 TO scan-eof
           OPEN INPUT GarnishFile
           IF GRN-STATUS = "00"
             READ GarnishFile
              AT END SET scan-eof TO 1
             END-READ
             PERFORM UNTIL scan-eof = 1
               IF gr-account = account-number
                  AND gr-status = 'O'
                 MOVE 'J' TO GARN-ACTIVE
               END-IF
               READ GarnishFile
                AT END SET scan-eof TO 1
               END-READ
             END-PERFORM
             CLOSE GarnishFile
           END-IF
           IF GARN-ACTIVE = 'N'
             EXIT PARAGRAPH
           END-IF
           PERFORM SUM-MONTH-TRANSFERS
           COMPUTE CURRENT-YYYYMM = log-year * 100 + log-month
           MOVE 0 TO PK-FREE
           MOVE 0 TO scan-eof
           OPEN INPUT PKontoFile
           IF PKO-STATUS = "00"
             READ PKontoFile
              AT END SET scan-eof TO 1
             END-READ
             PERFORM UNTIL scan-eof = 1
               IF pk-account = account-number
                  AND pk-status = 'A'
                 COMPUTE PK-FREE = pk-allowance - MONTH-SPEND-SUM
                 IF pk-carry-month = CURRENT-YYYYMM
                   ADD pk-carry TO PK-FREE
                 END-IF
                 SET scan-eof TO 1
               ELSE
                 READ PKontoFile
                  AT END SET scan-eof TO 1
                 END-READ
               END-IF
             END-PERFORM
             CLOSE PKontoFile
           END-IF
           IF AMOUNT > PK-FREE
             MOVE 'N' TO GARN-OK
           END-IF.

       DECLINE-GARNISHED.
           MOVE "GARNDECL" TO MSG-WANTED-ID
           PERFORM SHOW-MESSAGE
           MOVE "BRANCH" TO MSG-WANTED-ID
           PERFORM SHOW-MESSAGE
           MOVE "GARN-DECL" TO WS-LOG-TYPE
           MOVE 'N' TO WS-LOG-STATUS
           MOVE AMOUNT TO WS-LOG-AMOUNT
           PERFORM WRITE-TXN-LOG.

       DECLINE-BLOCKED.
           MOVE "BLOCKED" TO MSG-WANTED-ID
           PERFORM SHOW-MESSAGE
       PLAN-DISPENSE.
           MOVE 'N' TO DISPENSE-OK
           PERFORM LOAD-CASSETTES
           COMPUTE CENT-CHECK = DISPENSE-AMOUNT * 100
           IF FUNCTION MOD(CENT-CHECK, 1000) NOT = 0
             CONTINUE
           ELSE
             MOVE DISPENSE-AMOUNT TO WHOLE-AMOUNT
             COMPUTE MAX-50 = WHOLE-AMOUNT / 50
             IF MAX-50 > cas-count-50
               MOVE cas-count-50 TO MAX-50
                 END-IF
               END-PERFORM
             END-PERFORM
           END-IF
           PERFORM CHECK-CASH-LEVEL.

       CHECK-CASH-LEVEL.
           MOVE cas-count-10 TO LEFT-10
           MOVE cas-count-20 TO LEFT-20
           MOVE cas-count-50 TO LEFT-50
           IF DISPENSE-OK = 'Y'
             SUBTRACT NOTES-10 FROM LEFT-10
             SUBTRACT NOTES-20 FROM LEFT-20
             SUBTRACT NOTES-50 FROM LEFT-50
           END-IF
           MOVE SPACES TO TEV-EVENT
           MOVE SPACES TO TEV-DETAIL
           IF LEFT-10 + LEFT-20 + LEFT-50 = 0
             IF CAS-WANTED-CUR = "EUR"
               MOVE "CASHOUT" TO TEV-EVENT
             ELSE
               MOVE "CASHLOW" TO TEV-EVENT
             END-IF
             STRING "Kassetten " CAS-WANTED-CUR " leer"
                    DELIMITED BY SIZE INTO TEV-DETAIL
           ELSE
             IF LEFT-10 < CASH-LOW-LIMIT
                OR LEFT-20 < CASH-LOW-LIMIT
                OR LEFT-50 < CASH-LOW-LIMIT
               MOVE "CASHLOW" TO TEV-EVENT
               STRING "Kassette " CAS-WANTED-CUR " 10:" LEFT-10
                      " 20:" LEFT-20 " 50:" LEFT-50
                      DELIMITED BY SIZE INTO TEV-DETAIL
             END-IF
           END-IF
           IF TEV-EVENT NOT = SPACES
             CALL "TERMEVENT" USING TERMINAL-ID TEV-EVENT TEV-SOURCE
                  TEV-DETAIL TEV-LAST-EVENT
           END-IF.

       LOAD-CASSETTES.
               MOVE cas-count-10 TO CT-10 (CAS-COUNT)
               MOVE cas-count-20 TO CT-20 (CAS-COUNT)
               MOVE cas-count-50 TO CT-50 (CAS-COUNT)
               IF cas-currency = SPACES
                 MOVE "EUR" TO CT-CUR (CAS-COUNT)
               ELSE
                 MOVE cas-currency TO CT-CUR (CAS-COUNT)
               END-IF
               IF cas-terminal-id = TERMINAL-ID
                  AND CT-CUR (CAS-COUNT) = CAS-WANTED-CUR
                 MOVE CAS-COUNT TO CAS-OWN-INDEX
               END-IF
               READ CassetteFile
             ADD 1 TO CAS-COUNT
             MOVE CAS-COUNT TO CAS-OWN-INDEX
             MOVE TERMINAL-ID TO CT-ID (CAS-OWN-INDEX)
             MOVE CAS-WANTED-CUR TO CT-CUR (CAS-OWN-INDEX)
             MOVE 0 TO CT-10 (CAS-OWN-INDEX)
             MOVE 0 TO CT-20 (CAS-OWN-INDEX)
             MOVE 0 TO CT-50 (CAS-OWN-INDEX)
                     TERMINAL-ID " nicht erfasst,"
                     " Bestand gilt als leer."
             MOVE TERMINAL-ID TO cas-terminal-id
             MOVE CAS-WANTED-CUR TO cas-currency
             MOVE 0 TO cas-count-10
             MOVE 0 TO cas-count-20
             MOVE 0 TO cas-count-50
           ELSE
             MOVE TERMINAL-ID TO cas-terminal-id
             MOVE CAS-WANTED-CUR TO cas-currency
             MOVE CT-10 (CAS-OWN-INDEX) TO cas-count-10
             MOVE CT-20 (CAS-OWN-INDEX) TO cas-count-20
             MOVE CT-50 (CAS-OWN-INDEX) TO cas-count-50
             MOVE CT-10 (cas-index) TO cas-count-10
             MOVE CT-20 (cas-index) TO cas-count-20
             MOVE CT-50 (cas-index) TO cas-count-50
             MOVE CT-CUR (cas-index) TO cas-currency
             WRITE CassetteRecord
           END-PERFORM
           MOVE TERMINAL-ID TO cas-terminal-id
           MOVE CT-10 (CAS-OWN-INDEX) TO cas-count-10
           MOVE CT-20 (CAS-OWN-INDEX) TO cas-count-20
           MOVE CT-50 (CAS-OWN-INDEX) TO cas-count-50
           MOVE CAS-WANTED-CUR TO cas-currency
           CLOSE CassetteFile.

       DO-TRANSFER.
           MOVE "TGTEXT" TO MSG-WANTED-ID
           PERFORM SHOW-MESSAGE
           MOVE "TGTPRMPT" TO MSG-WANTED-ID
           PERFORM SHOW-MESSAGE
           ACCEPT TARGET-ACCOUNT-NUMBER
           PERFORM CHECK-FRAUD-BLOCK
           PERFORM FIND-PRODUCT-RULE
           PERFORM CHECK-TRANSFER-ALLOWANCE
           PERFORM CHECK-GARNISHMENT
           IF BLOCKED-FLAG = 'J'
             PERFORM DECLINE-BLOCKED
           ELSE
           IF GARN-OK = 'N'
             PERFORM DECLINE-GARNISHED
           ELSE
           IF TRANSFER-RULE-OK = 'N'
             DISPLAY "Freibetrag fuer Ueberweisungen in diesem"
                     " Monat ausgeschoepft."
             IF AMOUNT > account-balance - pending-holds
               MOVE "NOFUNDS" TO MSG-WANTED-ID
               PERFORM SHOW-MESSAGE
             ELSE
             IF TARGET-ACCOUNT-NUMBER = 0
               PERFORM DO-EXTERNAL-TRANSFER
             ELSE
               MOVE account-number TO SOURCE-ACCOUNT-NUMBER
               PERFORM FIND-TARGET-ACCOUNT
                 PERFORM WRITE-RECEIPT
               END-IF
             END-IF
             END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       DO-EXTERNAL-TRANSFER.
           MOVE "BENNAME" TO MSG-WANTED-ID
           PERFORM SHOW-MESSAGE
           ACCEPT BENE-NAME
           MOVE "BENIBAN" TO MSG-WANTED-ID
           PERFORM SHOW-MESSAGE
           ACCEPT BENE-IBAN
           MOVE "BENREF" TO MSG-WANTED-ID
           PERFORM SHOW-MESSAGE
           ACCEPT BENE-REFERENCE
           CALL "IBANCHECK" USING BENE-IBAN IBAN-VALID-FLAG
           IF IBAN-VALID-FLAG = 'N' OR BENE-NAME = SPACES
             MOVE "IBANBAD" TO MSG-WANTED-ID
             PERFORM SHOW-MESSAGE
             EXIT PARAGRAPH
           END-IF
           INSPECT BENE-IBAN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           SUBTRACT AMOUNT FROM account-balance
           REWRITE PinRecord
           MOVE "TRANSFER-EXT" TO WS-LOG-TYPE
           MOVE 'Y' TO WS-LOG-STATUS
           MOVE AMOUNT TO WS-LOG-AMOUNT
           PERFORM WRITE-TXN-LOG
           MOVE log-seq-number TO RECEIPT-SEQ
           PERFORM WRITE-OUTBOUND-PAYMENT
           MOVE "TFROK" TO MSG-WANTED-ID
           PERFORM GET-MESSAGE
           DISPLAY FUNCTION TRIM(MSG-TEXT-OUT) " "
                   account-balance
           MOVE "TRANSFER-EXT" TO RECEIPT-TYPE
           MOVE AMOUNT TO RECEIPT-AMOUNT
           MOVE 'N' TO RECEIPT-WITH-NOTES
           PERFORM WRITE-RECEIPT.

       WRITE-OUTBOUND-PAYMENT.
           OPEN INPUT OutPayFile
           IF OUTPAY-STATUS = "35"
             OPEN OUTPUT OutPayFile
             CLOSE OutPayFile
           ELSE
             CLOSE OutPayFile
           END-IF
           OPEN EXTEND OutPayFile
           MOVE log-seq-number TO op-payment-id
           MOVE account-number TO op-account
           MOVE AMOUNT TO op-amount
           MOVE BENE-NAME TO op-bene-name
           MOVE BENE-IBAN TO op-bene-iban
           MOVE BENE-REFERENCE TO op-reference
           MOVE TERMINAL-ID TO op-origin
           MOVE log-business-date TO op-entry-date
           MOVE 'P' TO op-status
           MOVE 0 TO op-sent-date
           MOVE SPACES TO op-return-reason
           WRITE OutPaymentRecord
           CLOSE OutPayFile.

       CHECK-PRINTER-FAULT.
           MOVE 'N' TO PRT-FAULT-OPEN
           MOVE 0 TO tev-eof
           OPEN INPUT TermEventFile
           IF TEV-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           READ TermEventFile
            AT END SET tev-eof TO 1
           END-READ
           PERFORM UNTIL tev-eof = 1
             IF te-terminal-id = TERMINAL-ID
               IF te-event = "PRTFAULT"
                 MOVE 'Y' TO PRT-FAULT-OPEN
               END-IF
               IF te-event = "INSERV"
                 MOVE 'N' TO PRT-FAULT-OPEN
               END-IF
             END-IF
             READ TermEventFile
              AT END SET tev-eof TO 1
             END-READ
           END-PERFORM
           CLOSE TermEventFile.

       WRITE-RECEIPT.
           MOVE SPACES TO RECEIPT-FILENAME
           STRING "RCPT-" RECEIPT-SEQ ".DAT"
                  DELIMITED BY SIZE INTO RECEIPT-FILENAME
           OPEN OUTPUT ReceiptFile
           IF RCPT-STATUS NOT = "00"
             MOVE "EUR" TO RECEIPT-CURRENCY
             MOVE "PRTFAULT" TO TEV-EVENT
             MOVE SPACES TO TEV-DETAIL
             STRING "Beleg " RECEIPT-FILENAME " Status " RCPT-STATUS
                    DELIMITED BY SIZE INTO TEV-DETAIL
             CALL "TERMEVENT" USING TERMINAL-ID TEV-EVENT TEV-SOURCE
                  TEV-DETAIL TEV-LAST-EVENT
             MOVE "RCPTERR" TO MSG-WANTED-ID
             PERFORM SHOW-MESSAGE
             EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-PRINTER-FAULT
           IF PRT-FAULT-OPEN = 'Y'
             MOVE "INSERV" TO TEV-EVENT
             MOVE "Belegdrucker wieder bereit" TO TEV-DETAIL
             CALL "TERMEVENT" USING TERMINAL-ID TEV-EVENT TEV-SOURCE
                  TEV-DETAIL TEV-LAST-EVENT
           END-IF
           MOVE "RCPTHDR" TO MSG-WANTED-ID
           PERFORM GET-MESSAGE
           MOVE MSG-TEXT-OUT TO ReceiptLine
                  DELIMITED BY SIZE INTO RECEIPT-WORK-LINE
           MOVE RECEIPT-WORK-LINE TO ReceiptLine
           WRITE ReceiptLine
           IF RECEIPT-CURRENCY NOT = "EUR"
             MOVE "RCPTFX" TO MSG-WANTED-ID
             PERFORM GET-MESSAGE
             MOVE SPACES TO RECEIPT-WORK-LINE
             STRING MSG-TEXT-OUT(1:13) RECEIPT-FOREIGN " "
                    RECEIPT-CURRENCY
                    DELIMITED BY SIZE INTO RECEIPT-WORK-LINE
             MOVE RECEIPT-WORK-LINE TO ReceiptLine
             WRITE ReceiptLine
             MOVE "RCPTRATE" TO MSG-WANTED-ID
             PERFORM GET-MESSAGE
             MOVE SPACES TO RECEIPT-WORK-LINE
             STRING MSG-TEXT-OUT(1:13) RECEIPT-RATE " "
                    RECEIPT-CURRENCY "/EUR"
                    DELIMITED BY SIZE INTO RECEIPT-WORK-LINE
             MOVE RECEIPT-WORK-LINE TO ReceiptLine
             WRITE ReceiptLine
           END-IF
           IF RECEIPT-WITH-NOTES = 'J'
             MOVE "RCPTNOTE" TO MSG-WANTED-ID
             PERFORM GET-MESSAGE
             MOVE RECEIPT-WORK-LINE TO ReceiptLine
             WRITE ReceiptLine
           END-IF
           IF RECEIPT-TYPE NOT = "ACQ-WDL"
             COMPUTE AVAILABLE-BALANCE =
                     account-balance - pending-holds
             MOVE "RCPTBAL" TO MSG-WANTED-ID
             PERFORM GET-MESSAGE
             MOVE SPACES TO RECEIPT-WORK-LINE
             STRING MSG-TEXT-OUT(1:13) AVAILABLE-BALANCE " EUR"
                    DELIMITED BY SIZE INTO RECEIPT-WORK-LINE
             MOVE RECEIPT-WORK-LINE TO ReceiptLine
             WRITE ReceiptLine
           END-IF
           MOVE "RCPTFOOT" TO MSG-WANTED-ID
           PERFORM GET-MESSAGE
           MOVE MSG-TEXT-OUT(1:36) TO ReceiptLine
           WRITE ReceiptLine
           CLOSE ReceiptFile
           MOVE "EUR" TO RECEIPT-CURRENCY
           DISPLAY "Beleg erstellt: " RECEIPT-FILENAME.

       WRITE-TFR-JOURNAL.
