       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-OUTRETURN.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select ReturnFile ASSIGN TO "CLEARING-RET.DAT"
                   organization is line sequential
                   FILE STATUS IS RET-STATUS.
       Select OutPayFile ASSIGN TO "OUTPAY.DAT"
                   organization is line sequential
                   FILE STATUS IS OUTPAY-STATUS.
       Select OutPayWork ASSIGN TO "OUTPAY-WRK.DAT"
                   organization is line sequential
                   FILE STATUS IS WRK-STATUS.
       Select PinNumbers ASSIGN TO "PIN.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is card-number
                   FILE STATUS IS PIN-STATUS.
       Select TxnLog ASSIGN TO "TXNLOG.DAT"
                   organization is line sequential
                   FILE STATUS IS TXN-STATUS.
       Select ReturnReport ASSIGN TO "OUTRETURN-RPT.DAT"
                   organization is line sequential.
       DATA DIVISION.
       FILE SECTION.
       FD ReturnFile.
           01 ReturnRecord.
              05 rr-payment-id PIC 9(7).
              05 rr-amount     PIC 9(7)V99.
              05 rr-reason     PIC X(4).
       FD OutPayFile.
           copy "outpay-record.cpy".
       FD OutPayWork.
           01 OutPayWorkRecord PIC X(142).
       FD PinNumbers.
           copy "pin-record.cpy".
       FD TxnLog.
           copy "txnlog-record.cpy".
       FD ReturnReport.
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
        01 RET-STATUS PIC XX.
        01 OUTPAY-STATUS PIC XX.
        01 WRK-STATUS PIC XX.
        01 PIN-STATUS PIC XX.
        01 TXN-STATUS PIC XX.
        01 WORK-ACCOUNT PIC 9(10).
        01 ACCOUNT-FOUND PIC X.
        01 RET-COUNT PIC 9(3) VALUE 0.
        01 ret-index PIC 9(3).
        01 RET-TABLE.
           05 RET-ENTRY OCCURS 500 TIMES.
              10 RT-PAYMENT-ID PIC 9(7).
              10 RT-AMOUNT     PIC 9(7)V99.
              10 RT-REASON     PIC X(4).
              10 RT-MATCHED    PIC X.
        01 BOOKED-COUNT PIC 9(5) VALUE 0.
        01 BOOKED-TOTAL PIC 9(9)V99 VALUE 0.
        01 HELD-COUNT PIC 9(5) VALUE 0.
        01 UNMATCHED-COUNT PIC 9(5) VALUE 0.
        01 EDIT-AMOUNT PIC Z(6)9.99.
        01 EDIT-TOTAL PIC Z(8)9.99.
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
           MOVE "BANK-OUTRET" TO LOCK-JOB
           CALL "RUNLOCK" USING LOCK-ACTION LOCK-JOB
                LOCK-RESOURCE LOCK-RESULT LOCK-HOLDER
           IF LOCK-RESULT = 'N'
             DISPLAY "Stapellauf abgelehnt: PIN.DAT gesperrt"
                     " von " LOCK-HOLDER
             STOP RUN
           END-IF

           MOVE 'S' TO JJ-EVENT
           MOVE "BANK-OUTRET" TO JJ-JOB-NAME
           MOVE 0 TO JJ-RECORDS
           MOVE SPACES TO JJ-RESULT
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT

           CALL "BUSDATE" USING BUSINESS-DATE
           DISPLAY "BANK-OUTRETURN: Rueckgaben Ausgangszahlungen per "
                   BUSINESS-DATE

           PERFORM LOAD-RETURNS
           IF RET-COUNT = 0
             DISPLAY "Keine Rueckgaben vorhanden."
             MOVE 'E' TO JJ-EVENT
             MOVE 0 TO JJ-RECORDS
             MOVE "OK" TO JJ-RESULT
             CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                  JJ-RECORDS JJ-RESULT
             PERFORM RELEASE-LOCK
             STOP RUN
           END-IF

           OPEN INPUT OutPayFile
           IF OUTPAY-STATUS NOT = "00"
             DISPLAY "ABBRUCH: OUTPAY.DAT nicht vorhanden."
             PERFORM ABORT-RUN
           END-IF

           CALL "BANK-PINBACKUP"
           OPEN I-O PinNumbers
           PERFORM OPEN-TXN-LOG
           OPEN OUTPUT OutPayWork
           OPEN OUTPUT ReturnReport
           MOVE SPACES TO WORK-LINE
           STRING "Rueckgaben Ausgangszahlungen " BUSINESS-DATE
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 0 TO eof
           READ OutPayFile
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             IF op-status = 'S'
               PERFORM MATCH-RETURN
             END-IF
             MOVE OutPaymentRecord TO OutPayWorkRecord
             WRITE OutPayWorkRecord
             READ OutPayFile
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE OutPayFile
           CLOSE OutPayWork
           CLOSE TxnLog
           CLOSE PinNumbers
           PERFORM COPY-BACK-PAYMENTS

           PERFORM VARYING ret-index FROM 1 BY 1
                   UNTIL ret-index > RET-COUNT
             IF RT-MATCHED (ret-index) = 'N'
               ADD 1 TO UNMATCHED-COUNT
               MOVE RT-AMOUNT (ret-index) TO EDIT-AMOUNT
               MOVE SPACES TO WORK-LINE
               STRING "KLAE " RT-PAYMENT-ID (ret-index) " "
                      EDIT-AMOUNT " " RT-REASON (ret-index)
                      " keine offene Zahlung"
                      DELIMITED BY SIZE INTO WORK-LINE
               PERFORM WRITE-REPORT-LINE
             END-IF
           END-PERFORM

           MOVE SPACES TO WORK-LINE
           STRING "Gutgeschrieben: " BOOKED-COUNT " Rueckgaben"
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE BOOKED-TOTAL TO EDIT-TOTAL
           MOVE SPACES TO WORK-LINE
           STRING "Summe:          " EDIT-TOTAL " EUR"
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WORK-LINE
           STRING "Konto fehlt:    " HELD-COUNT
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WORK-LINE
           STRING "Nicht zuordenbar: " UNMATCHED-COUNT
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE ReturnReport

           MOVE 'E' TO JJ-EVENT
           MOVE BOOKED-COUNT TO JJ-RECORDS
           MOVE "OK" TO JJ-RESULT
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT
           PERFORM RELEASE-LOCK

       STOP RUN.

       ABORT-RUN.
           MOVE 'E' TO JJ-EVENT
           MOVE 0 TO JJ-RECORDS
           MOVE "FAIL" TO JJ-RESULT
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT
           PERFORM RELEASE-LOCK
           STOP RUN.

       RELEASE-LOCK.
           MOVE 'R' TO LOCK-ACTION
           CALL "RUNLOCK" USING LOCK-ACTION LOCK-JOB
                LOCK-RESOURCE LOCK-RESULT LOCK-HOLDER.

       LOAD-RETURNS.
           MOVE 0 TO RET-COUNT
           MOVE 0 TO eof
           OPEN INPUT ReturnFile
           IF RET-STATUS = "00"
             READ ReturnFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR RET-COUNT = 500
               ADD 1 TO RET-COUNT
               MOVE rr-payment-id TO RT-PAYMENT-ID (RET-COUNT)
               MOVE rr-amount TO RT-AMOUNT (RET-COUNT)
               MOVE rr-reason TO RT-REASON (RET-COUNT)
               MOVE 'N' TO RT-MATCHED (RET-COUNT)
               READ ReturnFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             IF eof = 0
               DISPLAY "ABBRUCH: CLEARING-RET.DAT groesser als 500"
                       " Rueckgaben."
               PERFORM ABORT-RUN
             END-IF
             CLOSE ReturnFile
           END-IF.

       MATCH-RETURN.
           PERFORM VARYING ret-index FROM 1 BY 1
                   UNTIL ret-index > RET-COUNT
             IF RT-PAYMENT-ID (ret-index) = op-payment-id
                AND RT-AMOUNT (ret-index) = op-amount
                AND RT-MATCHED (ret-index) = 'N'
               PERFORM BOOK-RETURN
               EXIT PERFORM
             END-IF
           END-PERFORM.

       BOOK-RETURN.
           MOVE 'Y' TO RT-MATCHED (ret-index)
           MOVE op-account TO WORK-ACCOUNT
           PERFORM FIND-ACCOUNT
           IF ACCOUNT-FOUND = 'N'
             ADD 1 TO HELD-COUNT
             MOVE SPACES TO WORK-LINE
             STRING "OFFEN " op-payment-id " Konto " op-account
                    " nicht gefunden"
                    DELIMITED BY SIZE INTO WORK-LINE
             PERFORM WRITE-REPORT-LINE
             EXIT PARAGRAPH
           END-IF
           ADD op-amount TO account-balance
           REWRITE PinRecord
           PERFORM WRITE-TXN-LOG
           MOVE 'R' TO op-status
           MOVE RT-REASON (ret-index) TO op-return-reason
           ADD 1 TO BOOKED-COUNT
           ADD op-amount TO BOOKED-TOTAL
           MOVE op-amount TO EDIT-AMOUNT
           MOVE SPACES TO WORK-LINE
           STRING "RUECK " op-payment-id " Konto " op-account " "
                  EDIT-AMOUNT " " op-return-reason
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE.

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

       COPY-BACK-PAYMENTS.
           MOVE 0 TO eof
           OPEN INPUT OutPayWork
           OPEN OUTPUT OutPayFile
           READ OutPayWork
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             MOVE OutPayWorkRecord TO OutPaymentRecord
             WRITE OutPaymentRecord
             READ OutPayWork
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE OutPayWork
           CLOSE OutPayFile.

       OPEN-TXN-LOG.
           OPEN INPUT TxnLog
           IF TXN-STATUS = "35"
             OPEN OUTPUT TxnLog
             CLOSE TxnLog
           ELSE
             CLOSE TxnLog
           END-IF
           OPEN EXTEND TxnLog.

       WRITE-TXN-LOG.
           MOVE FUNCTION CURRENT-DATE TO date-time
           MOVE op-account TO log-account-number
           MOVE SPACES TO log-timestamp
           STRING log-year  "-" log-month "-" log-day "T"
                  log-hour "-" log-min "-" log-sec
                  DELIMITED BY SIZE INTO log-timestamp
           MOVE "OUTPAY-RET" TO log-type
           MOVE 'Y' TO log-status
           MOVE op-amount TO log-amount
           MOVE BUSINESS-DATE TO log-business-date
           MOVE SPACES TO log-terminal-id
           MOVE op-payment-id TO log-ref-seq
           MOVE SPACES TO log-rate-version
           CALL "TXNSEQ" USING log-seq-number
           WRITE TxnLogRecord.

       WRITE-REPORT-LINE.
           DISPLAY WORK-LINE
           MOVE WORK-LINE TO ReportLine
           WRITE ReportLine.
