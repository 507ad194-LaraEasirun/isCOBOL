       Select PriceFile ASSIGN TO "PRICES.DAT"
                   organization is line sequential
                   FILE STATUS IS PRICE-STATUS.
       Select PinNumbers ASSIGN TO "PIN.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is card-number
                   FILE STATUS IS PIN-STATUS.
       Select TxnLog ASSIGN TO "TXNLOG.DAT"
                   organization is line sequential
                   FILE STATUS IS TXN-STATUS.
       Select BlockFile ASSIGN TO "FRAUD-BLOCK.DAT"
                   organization is line sequential
                   FILE STATUS IS BLK-STATUS.
       Select BatchFile ASSIGN TO "GETRBATCH.DAT"
                   organization is line sequential
                   FILE STATUS IS GB-STATUS.
       Select BatchWork ASSIGN TO "GETRBATCH-WRK.DAT"
                   organization is line sequential.
       Select GarnishFile ASSIGN TO "GARNISH.DAT"
                   organization is line sequential
                   FILE STATUS IS GRN-STATUS.
       Select PKontoFile ASSIGN TO "PKONTO.DAT"
                   organization is line sequential
                   FILE STATUS IS PKO-STATUS.
       Select TxnCatalog ASSIGN TO "TXNCAT.DAT"
                   organization is line sequential
                   FILE STATUS IS CAT-STATUS.
       Select TxnDaily ASSIGN TO DYNAMIC TXND-FILENAME
                   organization is line sequential
                   FILE STATUS IS TXD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD InventoryFile.
               05 sj-price     PIC 9V99.
               05 sj-paid      PIC 9V99.
               05 sj-change    PIC 9V99.
               05 sj-method    PIC X.
               05 sj-txn-seq   PIC 9(7).
       FD ProductFile.
           01 ProductRecord.
               05 prd-slot     PIC 9.
           copy "machine-record.cpy".
       FD PriceFile.
           copy "getrprice-record.cpy".
       FD PinNumbers.
           copy "pin-record.cpy".
       FD TxnLog.
           copy "txnlog-record.cpy".
       FD BlockFile.
           copy "fraudblock-record.cpy".
       FD BatchFile.
           copy "getrbatch-record.cpy".
       FD BatchWork.
           01 BatchWorkRecord PIC X(34).
       FD GarnishFile.
           copy "garnish-record.cpy".
       FD PKontoFile.
           copy "pkonto-record.cpy".
       FD TxnCatalog.
           01 TxnCatRecord.
              05 tc-date     PIC 9(8).
              05 tc-filename PIC X(20).
              05 tc-status   PIC X.
       FD TxnDaily.
           01 TxnDailyRecord PIC X(82).
       WORKING-STORAGE SECTION.
       01 auswahl pic 9.
       01 geld pic 9V99.
       01 other-cb-index pic 9(2).
       01 OTHER-CB-TABLE.
           05 OTHER-CB-ENTRY OCCURS 20 TIMES PIC X(24).
       01 zahlart pic 9.
       01 PAY-METHOD pic x.
       01 CARD-TXN-SEQ pic 9(7).
       01 PIN-STATUS pic xx.
       01 TXN-STATUS pic xx.
       01 BLK-STATUS pic xx.
       01 blk-eof pic 9.
       01 USER-CARD-NUMBER pic 9(13).
       01 USER-PIN pic 9(4).
       01 ENCODED-PIN pic 9(4).
       01 CARD-VALID-FLAG pic x.
       01 CARD-FOUND pic x.
       01 CARD-OK pic x.
       01 BLOCKED-FLAG pic x.
       01 PIN-MATCH-FLAG pic x.
       01 PIN-TRIES pic 9.
       01 BUSINESS-DATE pic 9(8) value 0.
       01 CARD-LOG-TYPE pic x(12).
       01 CARD-LOG-STATUS pic x.
       01 CARD-LOG-AMOUNT pic 9(7)V99.
       01 LOCK-ACTION pic x.
       01 LOCK-JOB pic x(12) value "GETRAENKE".
       01 LOCK-RESOURCE pic x(12) value "PIN.DAT".
       01 LOCK-RESULT pic x.
       01 LOCK-HOLDER pic x(12).
       01 GB-STATUS pic xx.
       01 batch-eof pic 9.
       01 batch-rec pic 9(5).
       01 OLDEST-REC pic 9(5).
       01 OLDEST-BEST-BEFORE pic 9(8).
       01 GRN-STATUS pic xx.
       01 PKO-STATUS pic xx.
       01 CAT-STATUS pic xx.
       01 TXD-STATUS pic xx.
       01 TXND-FILENAME pic x(20).
       01 scan-eof pic 9.
       01 cat-eof pic 9.
       01 GARN-ACTIVE pic x.
       01 GARN-OK pic x.
       01 MONTH-SPEND-SUM pic 9(9)V99.
       01 CURRENT-YM pic x(7).
       01 CURRENT-YYYYMM pic 9(6).
       01 PK-FREE pic S9(9)V99.
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           IF STOCK-COUNT (drink-index) = 0
             DISPLAY "SOLD OUT"
           ELSE
             DISPLAY "Zahlungsart: 1 = Bargeld, 2 = Bankkarte"
             ACCEPT zahlart
             IF zahlart = 2
               PERFORM PAY-BY-CARD
             ELSE
               PERFORM PAY-WITH-COINS
             END-IF
           END-IF.

       PAY-WITH-COINS.
           DISPLAY "Bitte werfen Sie mindestens " preis
                   " EUR in den Automaten"
           ACCEPT geld
           IF geld >= preis
             COMPUTE wechselgeld = geld - preis
             PERFORM LOAD-CASHBOX
             PERFORM PLAN-CHANGE
             IF CHANGE-OK = 'N'
               DISPLAY "Verkauf abgebrochen: Wechselgeld "
                       wechselgeld " EUR kann nicht passend"
                       " ausgezahlt werden."
               DISPLAY "Bitte Betrag passend einwerfen."
             ELSE
               DISPLAY "Vielen Dank, bitte entnehmen Sie"
                       " Ihr Getränk!"
               IF wechselgeld > 0
                 DISPLAY "Ihr Wechselgeld: " wechselgeld " EUR"
                 DISPLAY "  2,00: " CHANGE-PLAN (1)
                         "  1,00: " CHANGE-PLAN (2)
                         "  0,50: " CHANGE-PLAN (3)
                         "  0,20: " CHANGE-PLAN (4)
                         "  0,10: " CHANGE-PLAN (5)
               END-IF
               PERFORM UPDATE-CASHBOX
               SUBTRACT 1 FROM STOCK-COUNT (drink-index)
               PERFORM SAVE-INVENTORY
               PERFORM TAKE-FROM-OLDEST-BATCH
               MOVE 'B' TO PAY-METHOD
               MOVE 0 TO CARD-TXN-SEQ
               PERFORM WRITE-SALES-JOURNAL
             END-IF
           ELSE
             DISPLAY "Zu wenig Geld eingeworfen!"
           END-IF.

       PAY-BY-CARD.
           MOVE 'C' TO LOCK-ACTION
           CALL "RUNLOCK" USING LOCK-ACTION LOCK-JOB
                LOCK-RESOURCE LOCK-RESULT LOCK-HOLDER
           IF LOCK-RESULT = 'N'
             DISPLAY "Kartenzahlung zurzeit nicht moeglich,"
                     " bitte bar bezahlen."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Bitte Kartennummer eingeben:"
           ACCEPT USER-CARD-NUMBER
           CALL "CARDCHECK" USING USER-CARD-NUMBER CARD-VALID-FLAG
           IF CARD-VALID-FLAG = 'N'
             DISPLAY "Kartennummer ungueltig."
             EXIT PARAGRAPH
           END-IF
           OPEN I-O PinNumbers
           IF PIN-STATUS NOT = "00"
             DISPLAY "Kartenzahlung zurzeit nicht moeglich,"
                     " bitte bar bezahlen."
             EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-TXN-LOG
           PERFORM AUTHORIZE-CARD
           IF CARD-OK = 'Y'
             SUBTRACT preis FROM account-balance
             MOVE "VENDING" TO CARD-LOG-TYPE
             MOVE 'Y' TO CARD-LOG-STATUS
             MOVE preis TO CARD-LOG-AMOUNT
             PERFORM WRITE-CARD-TXN
             MOVE log-seq-number TO CARD-TXN-SEQ
           END-IF
           IF CARD-FOUND = 'Y'
             REWRITE PinRecord
           END-IF
           CLOSE TxnLog
           CLOSE PinNumbers
           IF CARD-OK = 'Y'
             DISPLAY "Betrag " preis " EUR vom Konto abgebucht."
             DISPLAY "Vielen Dank, bitte entnehmen Sie"
                     " Ihr Getränk!"
             SUBTRACT 1 FROM STOCK-COUNT (drink-index)
             PERFORM SAVE-INVENTORY
             PERFORM TAKE-FROM-OLDEST-BATCH
             MOVE preis TO geld
             MOVE 0 TO wechselgeld
             MOVE 'K' TO PAY-METHOD
             PERFORM WRITE-SALES-JOURNAL
           END-IF.

       AUTHORIZE-CARD.
           MOVE 'N' TO CARD-OK
           MOVE 'N' TO CARD-FOUND
           MOVE USER-CARD-NUMBER TO card-number
           READ PinNumbers
             INVALID KEY CONTINUE
             NOT INVALID KEY MOVE 'Y' TO CARD-FOUND
           END-READ
           IF CARD-FOUND = 'N'
             DISPLAY "Karte unbekannt, bitte bar bezahlen."
             EXIT PARAGRAPH
           END-IF
           CALL "BUSDATE" USING BUSINESS-DATE
           IF card-expiry-date > 0
              AND card-expiry-date < BUSINESS-DATE
             DISPLAY "Karte abgelaufen."
             EXIT PARAGRAPH
           END-IF
           IF card-locked-flag = 'L'
             DISPLAY "Karte gesperrt."
             EXIT PARAGRAPH
           END-IF
           IF dormant-flag = 'D'
             DISPLAY "Konto inaktiv, bitte an die Bank wenden."
             EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-FRAUD-BLOCK
           IF BLOCKED-FLAG = 'J'
             DISPLAY "Konto gesperrt, bitte an die Bank wenden."
             MOVE "VENDING" TO CARD-LOG-TYPE
             MOVE 'N' TO CARD-LOG-STATUS
             MOVE preis TO CARD-LOG-AMOUNT
             PERFORM WRITE-CARD-TXN
             EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CARD-PIN
           IF PIN-MATCH-FLAG = 'N'
             EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-GARNISHMENT
           IF GARN-OK = 'N'
             DISPLAY "Kartenzahlung nicht moeglich, bitte an die"
                     " Bank wenden."
             MOVE "VENDING" TO CARD-LOG-TYPE
             MOVE 'N' TO CARD-LOG-STATUS
             MOVE preis TO CARD-LOG-AMOUNT
             PERFORM WRITE-CARD-TXN
             EXIT PARAGRAPH
           END-IF
           IF preis > account-balance - pending-holds
             DISPLAY "Kontodeckung nicht ausreichend."
             MOVE "VENDING" TO CARD-LOG-TYPE
             MOVE 'N' TO CARD-LOG-STATUS
             MOVE preis TO CARD-LOG-AMOUNT
             PERFORM WRITE-CARD-TXN
             EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO CARD-OK.

       CHECK-CARD-PIN.
           MOVE 'N' TO PIN-MATCH-FLAG
           MOVE 0 TO PIN-TRIES
           PERFORM UNTIL PIN-TRIES = 3 OR PIN-MATCH-FLAG = 'Y'
                   OR card-locked-flag = 'L'
             DISPLAY "Bitte PIN eingeben:"
             ACCEPT USER-PIN
             ADD 1 TO PIN-TRIES
             PERFORM MATCH-USER-PIN
             IF PIN-MATCH-FLAG = 'Y'
               MOVE 0 TO failed-attempts
             ELSE
               ADD 1 TO failed-attempts
               DISPLAY "PIN falsch."
               IF failed-attempts >= 3
                 MOVE 'L' TO card-locked-flag
                 DISPLAY "Karte gesperrt."
               END-IF
             END-IF
             MOVE "PINCHECK" TO CARD-LOG-TYPE
             MOVE PIN-MATCH-FLAG TO CARD-LOG-STATUS
             MOVE 0 TO CARD-LOG-AMOUNT
             PERFORM WRITE-CARD-TXN
           END-PERFORM.

       MATCH-USER-PIN.
           MOVE 'N' TO PIN-MATCH-FLAG
           IF pin-encoded-flag = 'J'
             CALL "PINENCODE" USING USER-PIN ENCODED-PIN
             IF ENCODED-PIN = card-pin
                OR (has-joint-pin = 'Y' AND ENCODED-PIN = pin-2)
               MOVE 'Y' TO PIN-MATCH-FLAG
             END-IF
           ELSE
             IF USER-PIN = card-pin
                OR (has-joint-pin = 'Y' AND USER-PIN = pin-2)
               MOVE 'Y' TO PIN-MATCH-FLAG
             END-IF
           END-IF.

       CHECK-FRAUD-BLOCK.
           MOVE 'N' TO BLOCKED-FLAG
           MOVE 0 TO blk-eof
           OPEN INPUT BlockFile
           IF BLK-STATUS = "00"
             READ BlockFile
              AT END SET blk-eof TO 1
             END-READ
             PERFORM UNTIL blk-eof = 1
               IF fb-account = account-number
                  AND fb-status = 'O'
                  AND fb-severity = 1
                 MOVE 'J' TO BLOCKED-FLAG
               END-IF
               READ BlockFile
                AT END SET blk-eof TO 1
               END-READ
             END-PERFORM
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
           PERFORM SUM-MONTH-SPEND
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
           IF preis > PK-FREE
             MOVE 'N' TO GARN-OK
           END-IF.

       SUM-MONTH-SPEND.
           MOVE 0 TO MONTH-SPEND-SUM
           MOVE FUNCTION CURRENT-DATE TO date-time
           MOVE SPACES TO CURRENT-YM
           STRING year "-" month
                  DELIMITED BY SIZE INTO CURRENT-YM
           COMPUTE CURRENT-YYYYMM = year * 100 + month
           CLOSE TxnLog
           MOVE 0 TO scan-eof
           OPEN INPUT TxnLog
           IF TXN-STATUS = "00"
             READ TxnLog
              AT END SET scan-eof TO 1
             END-READ
             PERFORM UNTIL scan-eof = 1
               PERFORM NOTE-SPEND-RECORD
               READ TxnLog
                AT END SET scan-eof TO 1
               END-READ
             END-PERFORM
             CLOSE TxnLog
           END-IF
           OPEN EXTEND TxnLog
           MOVE 0 TO cat-eof
           OPEN INPUT TxnCatalog
           IF CAT-STATUS = "00"
             READ TxnCatalog
              AT END SET cat-eof TO 1
             END-READ
             PERFORM UNTIL cat-eof = 1
               IF tc-status = 'O'
                 PERFORM SCAN-DAILY-FILE
               END-IF
               READ TxnCatalog
                AT END SET cat-eof TO 1
               END-READ
             END-PERFORM
             CLOSE TxnCatalog
           END-IF.

       SCAN-DAILY-FILE.
           MOVE tc-filename TO TXND-FILENAME
           MOVE 0 TO scan-eof
           OPEN INPUT TxnDaily
           IF TXD-STATUS = "00"
             READ TxnDaily
              AT END SET scan-eof TO 1
             END-READ
             PERFORM UNTIL scan-eof = 1
               MOVE TxnDailyRecord TO TxnLogRecord
               PERFORM NOTE-SPEND-RECORD
               READ TxnDaily
                AT END SET scan-eof TO 1
               END-READ
             END-PERFORM
             CLOSE TxnDaily
           END-IF.

       NOTE-SPEND-RECORD.
           IF log-account-number = account-number
              AND (log-type = "WITHDRAWAL"
                   OR log-type = "TRANSFER-OUT"
                   OR log-type = "TRANSFER-EXT"
                   OR log-type = "VENDING")
              AND log-status = 'Y'
              AND log-timestamp(1:7) = CURRENT-YM
             ADD log-amount TO MONTH-SPEND-SUM
           END-IF.

       OPEN-TXN-LOG.
           OPEN INPUT TxnLog
           IF TXN-STATUS = "35"
             OPEN OUTPUT TxnLog
             CLOSE TxnLog
           ELSE
             CLOSE TxnLog
           END-IF
           OPEN EXTEND TxnLog.

       WRITE-CARD-TXN.
           MOVE FUNCTION CURRENT-DATE TO date-time
           MOVE account-number TO log-account-number
           MOVE SPACES TO log-timestamp
           STRING year "-" month "-" day-1 "T"
                  hour "-" minutes "-" seconds
                  DELIMITED BY SIZE INTO log-timestamp
           MOVE CARD-LOG-TYPE TO log-type
           MOVE CARD-LOG-STATUS TO log-status
           MOVE CARD-LOG-AMOUNT TO log-amount
           CALL "BUSDATE" USING BUSINESS-DATE
           MOVE BUSINESS-DATE TO log-business-date
           MOVE MACHINE-ID TO log-terminal-id
           MOVE 0 TO log-ref-seq
           MOVE SPACES TO log-rate-version
           CALL "TXNSEQ" USING log-seq-number
           WRITE TxnLogRecord.

       TAKE-FROM-OLDEST-BATCH.
           MOVE 0 TO OLDEST-REC
           MOVE 0 TO batch-rec
           MOVE 99999999 TO OLDEST-BEST-BEFORE
           MOVE 0 TO batch-eof
           OPEN INPUT BatchFile
           IF GB-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           READ BatchFile
             AT END SET batch-eof TO 1
           END-READ
           PERFORM UNTIL batch-eof = 1
             ADD 1 TO batch-rec
             IF gb-machine = MACHINE-ID
                AND gb-slot = drink-index
                AND gb-qty > 0
                AND gb-best-before < OLDEST-BEST-BEFORE
               MOVE batch-rec TO OLDEST-REC
               MOVE gb-best-before TO OLDEST-BEST-BEFORE
             END-IF
             READ BatchFile
               AT END SET batch-eof TO 1
             END-READ
           END-PERFORM
           CLOSE BatchFile
           IF OLDEST-REC = 0
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO batch-rec
           MOVE 0 TO batch-eof
           OPEN INPUT BatchFile
           OPEN OUTPUT BatchWork
           READ BatchFile
             AT END SET batch-eof TO 1
           END-READ
           PERFORM UNTIL batch-eof = 1
             ADD 1 TO batch-rec
             IF batch-rec = OLDEST-REC
               SUBTRACT 1 FROM gb-qty
             END-IF
             IF gb-qty > 0
               MOVE BatchRecord TO BatchWorkRecord
               WRITE BatchWorkRecord
             END-IF
             READ BatchFile
               AT END SET batch-eof TO 1
             END-READ
           END-PERFORM
           CLOSE BatchFile
           CLOSE BatchWork
           MOVE 0 TO batch-eof
           OPEN INPUT BatchWork
           OPEN OUTPUT BatchFile
           READ BatchWork
             AT END SET batch-eof TO 1
           END-READ
           PERFORM UNTIL batch-eof = 1
             MOVE BatchWorkRecord TO BatchRecord
             WRITE BatchRecord
             READ BatchWork
               AT END SET batch-eof TO 1
             END-READ
           END-PERFORM
           CLOSE BatchWork
           CLOSE BatchFile.

       LOAD-CASHBOX.
           MOVE 0 TO cb-count-200
           MOVE 0 TO cb-count-100
           MOVE preis TO sj-price
           MOVE geld TO sj-paid
           MOVE wechselgeld TO sj-change
           MOVE PAY-METHOD TO sj-method
           MOVE CARD-TXN-SEQ TO sj-txn-seq
           WRITE SalesRecord
           CLOSE SalesJournal.

