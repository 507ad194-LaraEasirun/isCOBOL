       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-NOTIFY.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select NotifyPrefFile ASSIGN TO "NOTIFYPREF.DAT"
                   organization is line sequential
                   FILE STATUS IS NPF-STATUS.
       Select LinkFile ASSIGN TO "BANKLINK.DAT"
                   organization is line sequential
                   FILE STATUS IS LNK-STATUS.
       Select TxnLog ASSIGN TO "TXNLOG.DAT"
                   organization is line sequential
                   FILE STATUS IS TXN-STATUS.
       Select PinNumbers ASSIGN TO "PIN.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is card-number
                   FILE STATUS IS PIN-STATUS.
       Select NotifyOutFile ASSIGN TO "NOTIFY-OUT.DAT"
                   organization is line sequential
                   FILE STATUS IS OUT-STATUS.
       Select SentLog ASSIGN TO "NOTIFY-SENT.DAT"
                   organization is line sequential
                   FILE STATUS IS SENT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD NotifyPrefFile.
           copy "notifypref-record.cpy".
       FD LinkFile.
           copy "banklink-record.cpy".
       FD TxnLog.
           copy "txnlog-record.cpy".
       FD PinNumbers.
           copy "pin-record.cpy".
       FD NotifyOutFile.
           copy "notifyout-record.cpy".
       FD SentLog.
           01 SentLogRecord.
              05 ns-key.
                 10 ns-cust-number PIC 9(7).
                 10 ns-event       PIC X(12).
                 10 ns-object      PIC 9(13).
                 10 ns-ref         PIC 9(8).
              05 ns-sent-date PIC 9(8).
       WORKING-STORAGE SECTION.
        01 BUSINESS-DATE PIC 9(8) VALUE 0.
        01 JJ-EVENT PIC X.
        01 JJ-JOB-NAME PIC X(12).
        01 JJ-RECORDS PIC 9(7) VALUE 0.
        01 JJ-RESULT PIC X(4).
        01 SEAL-DATE PIC 9(8) VALUE 0.
        01 SEAL-RESULT PIC X.
        01 NPF-STATUS PIC XX.
        01 LNK-STATUS PIC XX.
        01 TXN-STATUS PIC XX.
        01 PIN-STATUS PIC XX.
        01 OUT-STATUS PIC XX.
        01 SENT-STATUS PIC XX.
        01 eof PIC 9.
        01 PREF-COUNT PIC 9(3) VALUE 0.
        01 pref-index PIC 9(3).
        01 PREF-TABLE.
           05 PREF-ENTRY OCCURS 500 TIMES.
              10 PT-RECORD PIC X(71).
        01 LINK-COUNT PIC 9(3) VALUE 0.
        01 link-index PIC 9(3).
        01 LINK-TABLE.
           05 LINK-ENTRY OCCURS 500 TIMES.
              10 CL-CUST PIC 9(7).
              10 CL-ACCOUNT PIC 9(10).
        01 SENT-COUNT PIC 9(4) VALUE 0.
        01 sent-index PIC 9(4).
        01 SENT-TABLE.
           05 SENT-KEY PIC X(40) OCCURS 5000 TIMES.
        01 SENT-CUTOFF PIC 9(8).
        01 SENT-DAYS-BACK PIC S9(5) VALUE -62.
        01 LOCK-COUNT PIC 9(3) VALUE 0.
        01 lock-index PIC 9(3).
        01 LOCK-TABLE.
           05 LOCK-ACCOUNT PIC 9(10) OCCURS 200 TIMES.
        01 LOCK-SEEN PIC X.
        01 NEXT-MONTH-DATE PIC 9(8).
        01 ONE-MONTH PIC S9(3) VALUE 1.
        01 EVT-NAME PIC X(12).
        01 EVT-ACCOUNT PIC 9(10).
        01 EVT-OBJECT PIC 9(13).
        01 EVT-REF PIC 9(8).
        01 EVT-AMOUNT PIC S9(7)V99.
        01 EVT-TEXT PIC X(60).
        01 EVT-WANTED PIC X.
        01 WORK-KEY.
           05 wk-cust-number PIC 9(7).
           05 wk-event       PIC X(12).
           05 wk-object      PIC 9(13).
           05 wk-ref         PIC 9(8).
        01 ALREADY-SENT PIC X.
        01 NOTIFY-COUNT PIC 9(7) VALUE 0.
        01 DUPLICATE-COUNT PIC 9(7) VALUE 0.
        01 TXN-READ-COUNT PIC 9(7) VALUE 0.
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           MOVE 'S' TO JJ-EVENT
           MOVE "BANK-NOTIFY" TO JJ-JOB-NAME
           MOVE 0 TO JJ-RECORDS
           MOVE SPACES TO JJ-RESULT
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT

           CALL "BUSDATE" USING BUSINESS-DATE
           DISPLAY "BANK-NOTIFY: Kundenbenachrichtigungen per "
                   BUSINESS-DATE

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

           CALL "MONTH-ADD" USING BUSINESS-DATE ONE-MONTH
                NEXT-MONTH-DATE
           CALL "DATE-ADD" USING BUSINESS-DATE SENT-DAYS-BACK
                SENT-CUTOFF

           PERFORM LOAD-PREFERENCES
           IF PREF-COUNT = 0
             DISPLAY "Keine Benachrichtigungswuensche hinterlegt."
             MOVE 'E' TO JJ-EVENT
             MOVE 0 TO JJ-RECORDS
             MOVE "OK" TO JJ-RESULT
             CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                  JJ-RECORDS JJ-RESULT
             STOP RUN
           END-IF
           PERFORM LOAD-LINKS
           PERFORM LOAD-SENT-LOG

           PERFORM OPEN-NOTIFY-FILES
           PERFORM SCAN-TODAYS-TXNS
           PERFORM SCAN-ACCOUNT-STATE
           CLOSE NotifyOutFile
           CLOSE SentLog

           DISPLAY "Buchungen des Tages:       " TXN-READ-COUNT
           DISPLAY "Benachrichtigungen erzeugt: " NOTIFY-COUNT
           DISPLAY "Bereits gesendet (uebersprungen): "
                   DUPLICATE-COUNT

           MOVE 'E' TO JJ-EVENT
           MOVE NOTIFY-COUNT TO JJ-RECORDS
           MOVE "OK" TO JJ-RESULT
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT

       STOP RUN.

       LOAD-PREFERENCES.
           MOVE 0 TO PREF-COUNT
           MOVE 0 TO eof
           OPEN INPUT NotifyPrefFile
           IF NPF-STATUS = "00"
             READ NotifyPrefFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF np-channel = 'S' OR np-channel = 'E'
                 IF PREF-COUNT = 500
                   DISPLAY "ABBRUCH: NOTIFYPREF.DAT mehr als 500"
                           " aktive Eintraege."
                   STOP RUN
                 END-IF
                 ADD 1 TO PREF-COUNT
                 MOVE NotifyPrefRecord TO PT-RECORD (PREF-COUNT)
               END-IF
               READ NotifyPrefFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE NotifyPrefFile
           END-IF.

       LOAD-LINKS.
           MOVE 0 TO LINK-COUNT
           MOVE 0 TO eof
           OPEN INPUT LinkFile
           IF LNK-STATUS = "00"
             READ LinkFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR LINK-COUNT = 500
               ADD 1 TO LINK-COUNT
               MOVE bl-cust-number TO CL-CUST (LINK-COUNT)
               MOVE bl-account-number TO CL-ACCOUNT (LINK-COUNT)
               READ LinkFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             IF eof = 0
               DISPLAY "ABBRUCH: BANKLINK.DAT groesser als 500"
                       " Eintraege."
               STOP RUN
             END-IF
             CLOSE LinkFile
           END-IF.

       LOAD-SENT-LOG.
           MOVE 0 TO SENT-COUNT
           MOVE 0 TO eof
           OPEN INPUT SentLog
           IF SENT-STATUS = "00"
             READ SentLog
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF ns-sent-date >= SENT-CUTOFF
                 IF SENT-COUNT < 5000
                   ADD 1 TO SENT-COUNT
                   MOVE ns-key TO SENT-KEY (SENT-COUNT)
                 ELSE
                   DISPLAY "Hinweis: NOTIFY-SENT.DAT - mehr als"
                           " 5000 aktuelle Eintraege."
                   SET eof TO 1
                 END-IF
               END-IF
               IF eof = 0
                 READ SentLog
                  AT END SET eof TO 1
                 END-READ
               END-IF
             END-PERFORM
             CLOSE SentLog
           END-IF.

       OPEN-NOTIFY-FILES.
           OPEN INPUT NotifyOutFile
           IF OUT-STATUS = "35"
             OPEN OUTPUT NotifyOutFile
             CLOSE NotifyOutFile
           ELSE
             CLOSE NotifyOutFile
           END-IF
           OPEN EXTEND NotifyOutFile
           OPEN INPUT SentLog
           IF SENT-STATUS = "35"
             OPEN OUTPUT SentLog
             CLOSE SentLog
           ELSE
             CLOSE SentLog
           END-IF
           OPEN EXTEND SentLog.

       SCAN-TODAYS-TXNS.
           MOVE 0 TO eof
           OPEN INPUT TxnLog
           IF TXN-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           READ TxnLog
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             IF log-business-date = BUSINESS-DATE
               ADD 1 TO TXN-READ-COUNT
               PERFORM CHECK-TXN-EVENT
             END-IF
             READ TxnLog
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE TxnLog.

       CHECK-TXN-EVENT.
           MOVE log-account-number TO EVT-ACCOUNT
           MOVE log-account-number TO EVT-OBJECT
           MOVE log-seq-number TO EVT-REF
           MOVE log-amount TO EVT-AMOUNT
           EVALUATE TRUE
             WHEN log-type = "WITHDRAWAL" AND log-status = 'Y'
               MOVE "ABHEBUNG" TO EVT-NAME
               MOVE "Abhebung ueber Ihrer Schwelle" TO EVT-TEXT
               PERFORM NOTIFY-ACCOUNT-CUSTOMERS
             WHEN log-type = "STANDING" AND log-status = 'N'
               MOVE "DAUERAUFTRAG" TO EVT-NAME
               MOVE "Dauerauftrag mangels Deckung nicht ausgefuehrt"
                 TO EVT-TEXT
               PERFORM NOTIFY-ACCOUNT-CUSTOMERS
             WHEN log-type = "PINCHECK" AND log-status = 'N'
               PERFORM NOTE-PIN-FAILURE
           END-EVALUATE.

       NOTE-PIN-FAILURE.
           MOVE 'N' TO LOCK-SEEN
           PERFORM VARYING lock-index FROM 1 BY 1
                   UNTIL lock-index > LOCK-COUNT
             IF LOCK-ACCOUNT (lock-index) = log-account-number
               MOVE 'Y' TO LOCK-SEEN
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF LOCK-SEEN = 'N' AND LOCK-COUNT < 200
             ADD 1 TO LOCK-COUNT
             MOVE log-account-number TO LOCK-ACCOUNT (LOCK-COUNT)
           END-IF.

       SCAN-ACCOUNT-STATE.
           MOVE 0 TO eof
           OPEN INPUT PinNumbers
           IF PIN-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO card-number
           START PinNumbers KEY NOT < card-number
             INVALID KEY SET eof TO 1
           END-START
           PERFORM UNTIL eof = 1
             READ PinNumbers NEXT
               AT END SET eof TO 1
               NOT AT END
                 PERFORM CHECK-ACCOUNT-STATE
             END-READ
           END-PERFORM
           CLOSE PinNumbers.

       CHECK-ACCOUNT-STATE.
           MOVE account-number TO EVT-ACCOUNT
           MOVE account-balance TO EVT-AMOUNT

           MOVE "SALDO" TO EVT-NAME
           MOVE account-number TO EVT-OBJECT
           MOVE BUSINESS-DATE TO EVT-REF
           MOVE "Kontostand unter Ihrer Schwelle" TO EVT-TEXT
           PERFORM NOTIFY-ACCOUNT-CUSTOMERS

           IF card-locked-flag = 'L'
             MOVE 'N' TO LOCK-SEEN
             PERFORM VARYING lock-index FROM 1 BY 1
                     UNTIL lock-index > LOCK-COUNT
               IF LOCK-ACCOUNT (lock-index) = account-number
                 MOVE 'Y' TO LOCK-SEEN
                 EXIT PERFORM
               END-IF
             END-PERFORM
             IF LOCK-SEEN = 'Y'
               MOVE "KARTESPERRE" TO EVT-NAME
               MOVE card-number TO EVT-OBJECT
               MOVE BUSINESS-DATE TO EVT-REF
               MOVE 0 TO EVT-AMOUNT
               MOVE "Karte nach PIN-Fehleingaben gesperrt"
                 TO EVT-TEXT
               PERFORM NOTIFY-ACCOUNT-CUSTOMERS
             END-IF
           END-IF

           IF card-expiry-date(1:6) = NEXT-MONTH-DATE(1:6)
             MOVE "KARTENABLAUF" TO EVT-NAME
             MOVE card-number TO EVT-OBJECT
             MOVE card-expiry-date TO EVT-REF
             MOVE 0 TO EVT-AMOUNT
             MOVE SPACES TO EVT-TEXT
             STRING "Ihre Karte laeuft am " card-expiry-date(7:2)
                    "." card-expiry-date(5:2) "."
                    card-expiry-date(1:4) " ab"
                    DELIMITED BY SIZE INTO EVT-TEXT
             PERFORM NOTIFY-ACCOUNT-CUSTOMERS
           END-IF.

       NOTIFY-ACCOUNT-CUSTOMERS.
           PERFORM VARYING link-index FROM 1 BY 1
                   UNTIL link-index > LINK-COUNT
             IF CL-ACCOUNT (link-index) = EVT-ACCOUNT
               PERFORM NOTIFY-ONE-CUSTOMER
             END-IF
           END-PERFORM.

       NOTIFY-ONE-CUSTOMER.
           PERFORM VARYING pref-index FROM 1 BY 1
                   UNTIL pref-index > PREF-COUNT
             MOVE PT-RECORD (pref-index) TO NotifyPrefRecord
             IF np-cust-number = CL-CUST (link-index)
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF pref-index > PREF-COUNT
             EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO EVT-WANTED
           EVALUATE EVT-NAME
             WHEN "ABHEBUNG"
               IF np-evt-withdrawal = 'Y'
                  AND EVT-AMOUNT > np-withdraw-limit
                 MOVE 'Y' TO EVT-WANTED
               END-IF
             WHEN "SALDO"
               IF np-evt-low-bal = 'Y'
                  AND EVT-AMOUNT < np-balance-limit
                 MOVE 'Y' TO EVT-WANTED
               END-IF
             WHEN "KARTESPERRE"
               MOVE np-evt-cardlock TO EVT-WANTED
             WHEN "KARTENABLAUF"
               MOVE np-evt-expiry TO EVT-WANTED
             WHEN "DAUERAUFTRAG"
               MOVE np-evt-standing TO EVT-WANTED
           END-EVALUATE
           IF EVT-WANTED NOT = 'Y'
             EXIT PARAGRAPH
           END-IF

           MOVE np-cust-number TO wk-cust-number
           MOVE EVT-NAME TO wk-event
           MOVE EVT-OBJECT TO wk-object
           MOVE EVT-REF TO wk-ref
           MOVE 'N' TO ALREADY-SENT
           PERFORM VARYING sent-index FROM 1 BY 1
                   UNTIL sent-index > SENT-COUNT
             IF SENT-KEY (sent-index) = WORK-KEY
               MOVE 'Y' TO ALREADY-SENT
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF ALREADY-SENT = 'Y'
             ADD 1 TO DUPLICATE-COUNT
             EXIT PARAGRAPH
           END-IF

           MOVE np-cust-number TO no-cust-number
           MOVE np-channel TO no-channel
           MOVE np-address TO no-address
           MOVE EVT-NAME TO no-event
           MOVE EVT-ACCOUNT TO no-account
           MOVE EVT-AMOUNT TO no-amount
           MOVE BUSINESS-DATE TO no-date
           MOVE EVT-TEXT TO no-text
           WRITE NotifyOutRecord
           ADD 1 TO NOTIFY-COUNT

           MOVE WORK-KEY TO ns-key
           MOVE BUSINESS-DATE TO ns-sent-date
           WRITE SentLogRecord
           IF SENT-COUNT < 5000
             ADD 1 TO SENT-COUNT
             MOVE WORK-KEY TO SENT-KEY (SENT-COUNT)
           END-IF.
