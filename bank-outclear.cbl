       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-OUTCLEAR.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select OutPayFile ASSIGN TO "OUTPAY.DAT"
                   organization is line sequential
                   FILE STATUS IS OUTPAY-STATUS.
       Select OutPayWork ASSIGN TO "OUTPAY-WRK.DAT"
                   organization is line sequential
                   FILE STATUS IS WRK-STATUS.
       Select InReturnFile ASSIGN TO "INRETURN.DAT"
                   organization is line sequential
                   FILE STATUS IS IRT-STATUS.
       Select InReturnWork ASSIGN TO "INRETURN-WRK.DAT"
                   organization is line sequential.
       Select ClearingOut ASSIGN TO DYNAMIC CLEARING-FILENAME
                   organization is line sequential
                   FILE STATUS IS CLR-STATUS.
       Select ClearReport ASSIGN TO "OUTCLEAR-RPT.DAT"
                   organization is line sequential.
       DATA DIVISION.
       FILE SECTION.
       FD OutPayFile.
           copy "outpay-record.cpy".
       FD OutPayWork.
           01 OutPayWorkRecord PIC X(142).
       FD InReturnFile.
           copy "inreturn-record.cpy".
       FD InReturnWork.
           01 InReturnWorkRecord PIC X(71).
       FD ClearingOut.
           01 ClearingOutRecord.
              05 co-payment-id PIC 9(7).
              05 co-account    PIC 9(10).
              05 co-amount     PIC 9(7)V99.
              05 co-bene-name  PIC X(27).
              05 co-bene-iban  PIC X(34).
              05 co-reference  PIC X(30).
           01 ClearingOutHeader.
              05 ch-tag        PIC X(8).
              05 ch-date       PIC 9(8).
              05 ch-created    PIC X(20).
           01 ClearingOutTrailer.
              05 ct-tag   PIC X(8).
              05 ct-count PIC 9(7).
              05 ct-total PIC 9(9)V99.
       FD ClearReport.
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
        01 OUTPAY-STATUS PIC XX.
        01 WRK-STATUS PIC XX.
        01 IRT-STATUS PIC XX.
        01 RETURN-COUNT PIC 9(7) VALUE 0.
        01 CLR-STATUS PIC XX.
        01 CLEARING-FILENAME PIC X(30).
        01 SENT-COUNT PIC 9(7) VALUE 0.
        01 SENT-TOTAL PIC 9(9)V99 VALUE 0.
        01 EDIT-AMOUNT PIC Z(6)9.99.
        01 EDIT-TOTAL PIC Z(8)9.99.
        01 WORK-LINE PIC X(72).
        copy "date-time.cpy" replacing
             ==year== by ==run-year==
             ==month== by ==run-month==
             ==day-1== by ==run-day==
             ==hour== by ==run-hour==
             ==minutes== by ==run-min==
             ==seconds== by ==run-sec==
             ==cent== by ==run-cent==.
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           MOVE 'A' TO LOCK-ACTION
           MOVE "BANK-OUTCLR" TO LOCK-JOB
           CALL "RUNLOCK" USING LOCK-ACTION LOCK-JOB
                LOCK-RESOURCE LOCK-RESULT LOCK-HOLDER
           IF LOCK-RESULT = 'N'
             DISPLAY "Stapellauf abgelehnt: PIN.DAT gesperrt"
                     " von " LOCK-HOLDER
             STOP RUN
           END-IF

           MOVE 'S' TO JJ-EVENT
           MOVE "BANK-OUTCLR" TO JJ-JOB-NAME
           MOVE 0 TO JJ-RECORDS
           MOVE SPACES TO JJ-RESULT
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT

           CALL "BUSDATE" USING BUSINESS-DATE
           DISPLAY "BANK-OUTCLEAR: Ausgangszahlungen per "
                   BUSINESS-DATE

           MOVE SPACES TO CLEARING-FILENAME
           STRING "CLEARING-OUT-" BUSINESS-DATE ".DAT"
                  DELIMITED BY SIZE INTO CLEARING-FILENAME
           OPEN INPUT ClearingOut
           IF CLR-STATUS = "00"
             CLOSE ClearingOut
             DISPLAY "ABBRUCH: " FUNCTION TRIM(CLEARING-FILENAME)
                     " bereits erstellt."
             PERFORM ABORT-RUN
           END-IF

           OPEN INPUT InReturnFile
           IF IRT-STATUS = "00"
             CLOSE InReturnFile
           END-IF
           OPEN INPUT OutPayFile
           IF OUTPAY-STATUS NOT = "00" AND IRT-STATUS NOT = "00"
             DISPLAY "Keine Ausgangszahlungen vorhanden."
             MOVE 'E' TO JJ-EVENT
             MOVE 0 TO JJ-RECORDS
             MOVE "OK" TO JJ-RESULT
             CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                  JJ-RECORDS JJ-RESULT
             PERFORM RELEASE-LOCK
             STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO date-time
           OPEN OUTPUT OutPayWork
           OPEN OUTPUT ClearingOut
           OPEN OUTPUT ClearReport
           MOVE SPACES TO ClearingOutHeader
           MOVE "HEADER  " TO ch-tag
           MOVE BUSINESS-DATE TO ch-date
           STRING run-year "-" run-month "-" run-day "T"
                  run-hour "-" run-min "-" run-sec
                  DELIMITED BY SIZE INTO ch-created
           WRITE ClearingOutHeader
           MOVE SPACES TO WORK-LINE
           STRING "Clearing-Ausgang " BUSINESS-DATE " Datei "
                  CLEARING-FILENAME
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 0 TO eof
           IF OUTPAY-STATUS = "00"
             READ OutPayFile
              AT END SET eof TO 1
             END-READ
           ELSE
             SET eof TO 1
           END-IF
           PERFORM UNTIL eof = 1
             IF op-status = 'P'
               PERFORM SEND-ONE-PAYMENT
             END-IF
             MOVE OutPaymentRecord TO OutPayWorkRecord
             WRITE OutPayWorkRecord
             READ OutPayFile
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           IF IRT-STATUS = "00"
             PERFORM SEND-INBOUND-RETURNS
           END-IF

           MOVE SPACES TO ClearingOutTrailer
           MOVE "TRAILER " TO ct-tag
           MOVE SENT-COUNT TO ct-count
           MOVE SENT-TOTAL TO ct-total
           WRITE ClearingOutTrailer
           CLOSE ClearingOut
           CLOSE OutPayWork
           IF OUTPAY-STATUS = "00"
             CLOSE OutPayFile
             PERFORM COPY-BACK-PAYMENTS
           END-IF

           MOVE SPACES TO WORK-LINE
           STRING "Uebergeben:   " SENT-COUNT " Zahlungen, davon "
                  RETURN-COUNT " Rueckgaben"
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SENT-TOTAL TO EDIT-TOTAL
           MOVE SPACES TO WORK-LINE
           STRING "Summe:        " EDIT-TOTAL " EUR"
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE ClearReport

           MOVE 'E' TO JJ-EVENT
           MOVE SENT-COUNT TO JJ-RECORDS
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

       SEND-ONE-PAYMENT.
           MOVE op-payment-id TO co-payment-id
           MOVE op-account TO co-account
           MOVE op-amount TO co-amount
           MOVE op-bene-name TO co-bene-name
           MOVE op-bene-iban TO co-bene-iban
           MOVE op-reference TO co-reference
           WRITE ClearingOutRecord
           MOVE 'S' TO op-status
           MOVE BUSINESS-DATE TO op-sent-date
           ADD 1 TO SENT-COUNT
           ADD op-amount TO SENT-TOTAL
           MOVE op-amount TO EDIT-AMOUNT
           MOVE SPACES TO WORK-LINE
           STRING op-payment-id " Konto " op-account " "
                  EDIT-AMOUNT " " op-bene-iban(1:22)
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE.

       SEND-INBOUND-RETURNS.
           MOVE 0 TO eof
           OPEN INPUT InReturnFile
           OPEN OUTPUT InReturnWork
           READ InReturnFile
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             IF ir-state = 'O'
               PERFORM SEND-ONE-RETURN
             END-IF
             MOVE InReturnRecord TO InReturnWorkRecord
             WRITE InReturnWorkRecord
             READ InReturnFile
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE InReturnFile
           CLOSE InReturnWork

           MOVE 0 TO eof
           OPEN INPUT InReturnWork
           OPEN OUTPUT InReturnFile
           READ InReturnWork
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             MOVE InReturnWorkRecord TO InReturnRecord
             WRITE InReturnRecord
             READ InReturnWork
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE InReturnWork
           CLOSE InReturnFile.

       SEND-ONE-RETURN.
           MOVE ir-return-id TO co-payment-id
           MOVE ir-orig-account TO co-account
           MOVE ir-amount TO co-amount
           MOVE "RUECKGABE AN AUFTRAGGEBER" TO co-bene-name
           MOVE SPACES TO co-bene-iban
           MOVE SPACES TO co-reference
           STRING "RUECKGABE " ir-reason " " ir-sender-ref
                  DELIMITED BY SIZE INTO co-reference
           WRITE ClearingOutRecord
           MOVE 'S' TO ir-state
           ADD 1 TO SENT-COUNT
           ADD 1 TO RETURN-COUNT
           ADD ir-amount TO SENT-TOTAL
           MOVE ir-amount TO EDIT-AMOUNT
           MOVE SPACES TO WORK-LINE
           STRING ir-return-id " Rueckgabe " ir-reason " "
                  EDIT-AMOUNT " " ir-sender-ref
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE.

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

       WRITE-REPORT-LINE.
           DISPLAY WORK-LINE
           MOVE WORK-LINE TO ReportLine
           WRITE ReportLine.
