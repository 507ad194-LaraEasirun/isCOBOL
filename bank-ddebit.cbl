       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-DDEBIT.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select DebitFile ASSIGN TO "DDEBIT-IN.DAT"
                   organization is line sequential
                   FILE STATUS IS DDI-STATUS.
       Select PinNumbers ASSIGN TO "PIN.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is card-number
                   FILE STATUS IS PIN-STATUS.
       Select TxnLog ASSIGN TO "TXNLOG.DAT"
                   organization is line sequential
                   FILE STATUS IS TXN-STATUS.
       Select MandateFile ASSIGN TO "MANDATE.DAT"
                   organization is line sequential
                   FILE STATUS IS MND-STATUS.
       Select DebitHistory ASSIGN TO "DDEBITS.DAT"
                   organization is line sequential
                   FILE STATUS IS DDH-STATUS.
       Select ReturnFile ASSIGN TO "DDRETURN.DAT"
                   organization is line sequential
                   FILE STATUS IS RET-STATUS.
       Select BlockFile ASSIGN TO "FRAUD-BLOCK.DAT"
                   organization is line sequential
                   FILE STATUS IS BLK-STATUS.
       Select PostingReport ASSIGN TO "DDEBIT-RPT.DAT"
                   organization is line sequential.
       DATA DIVISION.
       FILE SECTION.
       FD DebitFile.
           copy "ddebitin-record.cpy".
       FD PinNumbers.
           copy "pin-record.cpy".
       FD TxnLog.
           copy "txnlog-record.cpy".
       FD MandateFile.
           copy "mandate-record.cpy".
       FD DebitHistory.
           copy "ddebit-record.cpy".
       FD ReturnFile.
           01 ReturnRecord.
              05 rt-account     PIC 9(10).
              05 rt-amount      PIC 9(7)V99.
              05 rt-creditor-id PIC X(18).
              05 rt-mandate-ref PIC X(20).
              05 rt-collect-ref PIC X(16).
              05 rt-date        PIC 9(8).
              05 rt-reason      PIC X(4).
       FD BlockFile.
           copy "fraudblock-record.cpy".
       FD PostingReport.
           01 ReportLine PIC X(72).
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
        01 eof PIC 9.
        01 scan-eof PIC 9.
        01 DDI-STATUS PIC XX.
        01 PIN-STATUS PIC XX.
        01 TXN-STATUS PIC XX.
        01 MND-STATUS PIC XX.
        01 DDH-STATUS PIC XX.
        01 RET-STATUS PIC XX.
        01 BLK-STATUS PIC XX.
        01 ACCOUNT-FOUND PIC X.
        01 BLOCKED-FLAG PIC X.
        01 MANDATE-INDEX PIC 9(3).
        01 RETURN-REASON PIC X(4).
        01 AVAILABLE-BALANCE PIC S9(9)V99.
        01 MND-COUNT PIC 9(3) VALUE 0.
        01 mnd-index PIC 9(3).
        01 MND-TABLE.
           05 MND-ENTRY OCCURS 500 TIMES.
              10 MT-RECORD PIC X(73).
        01 MND-CHANGED PIC X VALUE 'N'.
        01 MND-OVERFLOW PIC X VALUE 'N'.
        01 POSTED-COUNT PIC 9(7) VALUE 0.
        01 POSTED-TOTAL PIC 9(11)V99 VALUE 0.
        01 RETURN-COUNT PIC 9(7) VALUE 0.
        01 RETURN-TOTAL PIC 9(11)V99 VALUE 0.
        01 TRAILER-SEEN PIC X VALUE 'N'.
        01 TRAILER-COUNT PIC 9(7).
        01 TRAILER-TOTAL PIC 9(9)V99.
        01 FILE-COUNT PIC 9(7) VALUE 0.
        01 FILE-TOTAL PIC 9(11)V99 VALUE 0.
        01 EDIT-AMOUNT PIC Z(6)9.99.
        01 WORK-LINE PIC X(72).
        copy "date-time.cpy" replacing
             ==year== by ==log-year==
             ==month== by ==log-month==
             ==day-1== by ==log-day==
             ==hour== by ==log-hour==
             ==minutes== by ==log-min==
             ==seconds== by ==log-sec==
             ==cent== by ==log-cent==.
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           MOVE 'A' TO LOCK-ACTION
           MOVE "BANK-DDEBIT" TO LOCK-JOB
           CALL "RUNLOCK" USING LOCK-ACTION LOCK-JOB
                LOCK-RESOURCE LOCK-RESULT LOCK-HOLDER
           IF LOCK-RESULT = 'N'
             DISPLAY "Stapellauf abgelehnt: PIN.DAT gesperrt"
                     " von " LOCK-HOLDER
             STOP RUN
           END-IF

           CALL "BUSDATE" USING BUSINESS-DATE
           DISPLAY "BANK-DDEBIT: Lastschrifteingaenge per "
                   BUSINESS-DATE

           MOVE 'S' TO JJ-EVENT
           MOVE "BANK-DDEBIT" TO JJ-JOB-NAME
           MOVE 0 TO JJ-RECORDS
           MOVE SPACES TO JJ-RESULT
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT

           OPEN INPUT DebitFile
           IF DDI-STATUS NOT = "00"
             DISPLAY "DDEBIT-IN.DAT nicht gefunden."
           ELSE
             PERFORM LOAD-MANDATES
             CALL "BANK-PINBACKUP"
             OPEN I-O PinNumbers
             PERFORM OPEN-TXN-LOG
             PERFORM OPEN-DEBIT-HISTORY
             PERFORM OPEN-RETURN-FILE
             READ DebitFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF InboundDebitRecord(1:8) = "TRAILER "
                 MOVE 'Y' TO TRAILER-SEEN
                 MOVE dt-count TO TRAILER-COUNT
                 MOVE dt-total TO TRAILER-TOTAL
               ELSE
                 PERFORM POST-ONE-DEBIT
               END-IF
               READ DebitFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE DebitFile
             CLOSE ReturnFile
             CLOSE DebitHistory
             CLOSE TxnLog
             CLOSE PinNumbers
             IF MND-CHANGED = 'Y'
               PERFORM SAVE-MANDATES
             END-IF
             PERFORM WRITE-POSTING-SUMMARY
           END-IF

           MOVE 'E' TO JJ-EVENT
           MOVE FILE-COUNT TO JJ-RECORDS
           MOVE "OK" TO JJ-RESULT
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT

           MOVE 'R' TO LOCK-ACTION
           CALL "RUNLOCK" USING LOCK-ACTION LOCK-JOB
                LOCK-RESOURCE LOCK-RESULT LOCK-HOLDER

       STOP RUN.

       POST-ONE-DEBIT.
           ADD 1 TO FILE-COUNT
           ADD di-amount TO FILE-TOTAL
           MOVE SPACES TO RETURN-REASON
           PERFORM FIND-DEBIT-ACCOUNT
           IF ACCOUNT-FOUND = 'N'
             MOVE "AC04" TO RETURN-REASON
           ELSE
             IF dormant-flag = 'D'
               MOVE "AC04" TO RETURN-REASON
             END-IF
           END-IF
           IF RETURN-REASON = SPACES
             PERFORM CHECK-FRAUD-BLOCK
             IF BLOCKED-FLAG = 'J'
               MOVE "AC06" TO RETURN-REASON
             END-IF
           END-IF
           IF RETURN-REASON = SPACES
             PERFORM FIND-MANDATE
             IF MANDATE-INDEX = 0
               MOVE "MD01" TO RETURN-REASON
             END-IF
           END-IF
           IF RETURN-REASON = SPACES
             COMPUTE AVAILABLE-BALANCE = account-balance
                     + overdraft-limit - pending-holds
             IF di-amount > AVAILABLE-BALANCE
               MOVE "AM04" TO RETURN-REASON
             END-IF
           END-IF
           IF RETURN-REASON = SPACES
             SUBTRACT di-amount FROM account-balance
             REWRITE PinRecord
             PERFORM WRITE-DEBIT-TXN
             PERFORM WRITE-DEBIT-HISTORY
             MOVE MT-RECORD (MANDATE-INDEX) TO MandateRecord
             MOVE BUSINESS-DATE TO md-last-used
             MOVE MandateRecord TO MT-RECORD (MANDATE-INDEX)
             MOVE 'Y' TO MND-CHANGED
             ADD 1 TO POSTED-COUNT
             ADD di-amount TO POSTED-TOTAL
           ELSE
             PERFORM WRITE-RETURN-RECORD
             ADD 1 TO RETURN-COUNT
             ADD di-amount TO RETURN-TOTAL
           END-IF.

       FIND-DEBIT-ACCOUNT.
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
                 IF account-number = di-account
                   MOVE 'Y' TO ACCOUNT-FOUND
                   SET scan-eof TO 1
                 END-IF
             END-READ
           END-PERFORM.

       FIND-MANDATE.
           MOVE 0 TO MANDATE-INDEX
           PERFORM VARYING mnd-index FROM 1 BY 1
                   UNTIL mnd-index > MND-COUNT
             MOVE MT-RECORD (mnd-index) TO MandateRecord
             IF md-creditor-id = di-creditor-id
                AND md-mandate-ref = di-mandate-ref
                AND md-account = di-account
                AND md-status = 'A'
                AND md-signed-date <= BUSINESS-DATE
               MOVE mnd-index TO MANDATE-INDEX
               EXIT PERFORM
             END-IF
           END-PERFORM.

       CHECK-FRAUD-BLOCK.
           MOVE 'N' TO BLOCKED-FLAG
           MOVE 0 TO scan-eof
           OPEN INPUT BlockFile
           IF BLK-STATUS = "00"
             READ BlockFile
              AT END SET scan-eof TO 1
             END-READ
             PERFORM UNTIL scan-eof = 1
               IF fb-account = di-account
                  AND fb-status = 'O'
                  AND fb-severity = 1
                 MOVE 'J' TO BLOCKED-FLAG
               END-IF
               READ BlockFile
                AT END SET scan-eof TO 1
               END-READ
             END-PERFORM
             CLOSE BlockFile
           END-IF.

       LOAD-MANDATES.
           MOVE 0 TO MND-COUNT
           MOVE 0 TO scan-eof
           OPEN INPUT MandateFile
           IF MND-STATUS = "00"
             READ MandateFile
              AT END SET scan-eof TO 1
             END-READ
             PERFORM UNTIL scan-eof = 1 OR MND-COUNT = 500
               ADD 1 TO MND-COUNT
               MOVE MandateRecord TO MT-RECORD (MND-COUNT)
               READ MandateFile
                AT END SET scan-eof TO 1
               END-READ
             END-PERFORM
             IF scan-eof = 0
               MOVE 'Y' TO MND-OVERFLOW
               DISPLAY "WARNUNG: MANDATE.DAT hat mehr als 500"
                       " Mandate - Rest wird zurueckgegeben."
             END-IF
             CLOSE MandateFile
           END-IF.

       SAVE-MANDATES.
           IF MND-OVERFLOW = 'Y'
             EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT MandateFile
           PERFORM VARYING mnd-index FROM 1 BY 1
                   UNTIL mnd-index > MND-COUNT
             MOVE MT-RECORD (mnd-index) TO MandateRecord
             WRITE MandateRecord
           END-PERFORM
           CLOSE MandateFile.

       OPEN-TXN-LOG.
           OPEN INPUT TxnLog
           IF TXN-STATUS = "35"
             OPEN OUTPUT TxnLog
             CLOSE TxnLog
           ELSE
             CLOSE TxnLog
           END-IF
           OPEN EXTEND TxnLog.

       OPEN-DEBIT-HISTORY.
           OPEN INPUT DebitHistory
           IF DDH-STATUS = "35"
             OPEN OUTPUT DebitHistory
             CLOSE DebitHistory
           ELSE
             CLOSE DebitHistory
           END-IF
           OPEN EXTEND DebitHistory.

       OPEN-RETURN-FILE.
           OPEN INPUT ReturnFile
           IF RET-STATUS = "35"
             OPEN OUTPUT ReturnFile
             CLOSE ReturnFile
           ELSE
             CLOSE ReturnFile
           END-IF
           OPEN EXTEND ReturnFile.

       WRITE-DEBIT-TXN.
           MOVE FUNCTION CURRENT-DATE TO date-time
           MOVE di-account TO log-account-number
           MOVE SPACES TO log-timestamp
           STRING log-year  "-" log-month "-" log-day "T"
                  log-hour "-" log-min "-" log-sec
                  DELIMITED BY SIZE INTO log-timestamp
           MOVE "DDEBIT" TO log-type
           MOVE 'Y' TO log-status
           MOVE di-amount TO log-amount
           MOVE BUSINESS-DATE TO log-business-date
           MOVE SPACES TO log-terminal-id
           MOVE 0 TO log-ref-seq
           MOVE SPACES TO log-rate-version
           CALL "TXNSEQ" USING log-seq-number
           WRITE TxnLogRecord.

       WRITE-DEBIT-HISTORY.
           MOVE log-seq-number TO dd-seq
           MOVE di-account TO dd-account
           MOVE di-amount TO dd-amount
           MOVE di-creditor-id TO dd-creditor-id
           MOVE di-mandate-ref TO dd-mandate-ref
           MOVE di-collect-ref TO dd-collect-ref
           MOVE BUSINESS-DATE TO dd-date
           MOVE 'B' TO dd-status
           MOVE 0 TO dd-refund-date
           WRITE DirectDebitRecord.

       WRITE-RETURN-RECORD.
           MOVE di-account TO rt-account
           MOVE di-amount TO rt-amount
           MOVE di-creditor-id TO rt-creditor-id
           MOVE di-mandate-ref TO rt-mandate-ref
           MOVE di-collect-ref TO rt-collect-ref
           MOVE BUSINESS-DATE TO rt-date
           MOVE RETURN-REASON TO rt-reason
           WRITE ReturnRecord
           MOVE di-amount TO EDIT-AMOUNT
           MOVE SPACES TO WORK-LINE
           STRING "RUECKGABE " RETURN-REASON " Konto " di-account
                  " " EDIT-AMOUNT " " di-creditor-id
                  DELIMITED BY SIZE INTO WORK-LINE
           DISPLAY WORK-LINE.

       WRITE-POSTING-SUMMARY.
           OPEN OUTPUT PostingReport
           MOVE SPACES TO WORK-LINE
           STRING "Lastschrifteingaenge " BUSINESS-DATE
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO WORK-LINE
           STRING "Belastet:       " POSTED-COUNT " Saetze, "
                  POSTED-TOTAL " EUR"
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO WORK-LINE
           STRING "Zurueckgegeben: " RETURN-COUNT " Saetze, "
                  RETURN-TOTAL " EUR"
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-SUMMARY-LINE
           IF TRAILER-SEEN = 'N'
             MOVE "ACHTUNG: Trailer fehlt in DDEBIT-IN.DAT"
               TO WORK-LINE
             PERFORM WRITE-SUMMARY-LINE
           ELSE
             IF FILE-COUNT = TRAILER-COUNT
                AND FILE-TOTAL = TRAILER-TOTAL
               MOVE "Kontrollsummen stimmen mit Trailer ueberein."
                 TO WORK-LINE
               PERFORM WRITE-SUMMARY-LINE
             ELSE
               MOVE SPACES TO WORK-LINE
               STRING "ABWEICHUNG: Datei " FILE-COUNT "/"
                      FILE-TOTAL " Trailer " TRAILER-COUNT "/"
                      TRAILER-TOTAL
                      DELIMITED BY SIZE INTO WORK-LINE
               PERFORM WRITE-SUMMARY-LINE
             END-IF
           END-IF
           CLOSE PostingReport.

       WRITE-SUMMARY-LINE.
           DISPLAY WORK-LINE
           MOVE WORK-LINE TO ReportLine
           WRITE ReportLine.
