       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-ACQSETL.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select IssuerFile ASSIGN TO "ISSUER.DAT"
                   organization is line sequential
                   FILE STATUS IS ISS-STATUS.
       Select TxnLog ASSIGN TO "TXNLOG.DAT"
                   organization is line sequential
                   FILE STATUS IS TXN-STATUS.
       Select TxnCatalog ASSIGN TO "TXNCAT.DAT"
                   organization is line sequential
                   FILE STATUS IS CAT-STATUS.
       Select TxnDaily ASSIGN TO DYNAMIC TXND-FILENAME
                   organization is line sequential
                   FILE STATUS IS TXD-STATUS.
       Select SettleOut ASSIGN TO DYNAMIC SETTLE-FILENAME
                   organization is line sequential
                   FILE STATUS IS SET-STATUS.
       Select SettleReport ASSIGN TO "ACQSETTLE-RPT.DAT"
                   organization is line sequential.
       DATA DIVISION.
       FILE SECTION.
       FD IssuerFile.
           copy "issuer-record.cpy".
       FD TxnLog.
           copy "txnlog-record.cpy".
       FD TxnCatalog.
           01 TxnCatRecord.
              05 tc-date     PIC 9(8).
              05 tc-filename PIC X(20).
              05 tc-status   PIC X.
       FD TxnDaily.
           01 TxnDailyRecord PIC X(82).
       FD SettleOut.
           01 SettleHeader.
              05 sh-tag       PIC X(8).
              05 sh-date      PIC 9(8).
              05 sh-created   PIC X(20).
           01 SettleDetail.
              05 sd-tag       PIC X(8).
              05 sd-issuer-id PIC X(4).
              05 sd-auth-id   PIC 9(7).
              05 sd-terminal  PIC X(4).
              05 sd-amount    PIC 9(7)V99.
              05 sd-fee       PIC 9(3)V99.
           01 SettleIssuer.
              05 si-tag       PIC X(8).
              05 si-issuer-id PIC X(4).
              05 si-name      PIC X(30).
              05 si-count     PIC 9(7).
              05 si-amount    PIC 9(9)V99.
              05 si-fee       PIC 9(7)V99.
              05 si-claim     PIC 9(9)V99.
           01 SettleTrailer.
              05 st-tag       PIC X(8).
              05 st-issuers   PIC 9(3).
              05 st-count     PIC 9(7).
              05 st-total     PIC 9(11)V99.
       FD SettleReport.
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
        01 SEAL-DATE PIC 9(8) VALUE 0.
        01 SEAL-RESULT PIC X.
        01 ISS-STATUS PIC XX.
        01 TXN-STATUS PIC XX.
        01 CAT-STATUS PIC XX.
        01 TXD-STATUS PIC XX.
        01 SET-STATUS PIC XX.
        01 TXND-FILENAME PIC X(20).
        01 SETTLE-FILENAME PIC X(30).
        01 eof PIC 9.
        01 day-eof PIC 9.
        01 ISS-COUNT PIC 9(3) VALUE 0.
        01 iss-index PIC 9(3).
        01 ISS-TABLE.
           05 ISS-ENTRY OCCURS 100 TIMES.
              10 IT-ID        PIC X(4).
              10 IT-NAME      PIC X(30).
              10 IT-FEE       PIC 9(3)V99.
              10 IT-COUNT     PIC 9(7).
              10 IT-AMOUNT    PIC 9(9)V99.
              10 IT-FEE-TOTAL PIC 9(7)V99.
        01 WANTED-ISSUER PIC X(4).
        01 ISSUER-KNOWN PIC X.
        01 SETTLE-COUNT PIC 9(7) VALUE 0.
        01 SETTLE-ISSUERS PIC 9(3) VALUE 0.
        01 SETTLE-TOTAL PIC 9(11)V99 VALUE 0.
        01 UNKNOWN-COUNT PIC 9(5) VALUE 0.
        01 CLAIM-AMOUNT PIC 9(9)V99.
        01 POST-TYPE PIC X(12).
        01 POST-AMOUNT PIC 9(9)V99.
        01 EDIT-AMOUNT PIC Z(8)9.99.
        01 EDIT-TOTAL PIC Z(10)9.99.
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
           MOVE "BANK-ACQSETL" TO LOCK-JOB
           CALL "RUNLOCK" USING LOCK-ACTION LOCK-JOB
                LOCK-RESOURCE LOCK-RESULT LOCK-HOLDER
           IF LOCK-RESULT = 'N'
             DISPLAY "Stapellauf abgelehnt: PIN.DAT gesperrt"
                     " von " LOCK-HOLDER
             STOP RUN
           END-IF

           MOVE 'S' TO JJ-EVENT
           MOVE "BANK-ACQSETL" TO JJ-JOB-NAME
           MOVE 0 TO JJ-RECORDS
           MOVE SPACES TO JJ-RESULT
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT

           CALL "BUSDATE" USING BUSINESS-DATE
           DISPLAY "BANK-ACQSETL: Fremdkarten-Abrechnung per "
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
             PERFORM RELEASE-LOCK
             STOP RUN
           END-IF

           MOVE SPACES TO SETTLE-FILENAME
           STRING "ACQSETTLE-" BUSINESS-DATE ".DAT"
                  DELIMITED BY SIZE INTO SETTLE-FILENAME
           OPEN INPUT SettleOut
           IF SET-STATUS = "00"
             CLOSE SettleOut
             DISPLAY "ABBRUCH: " FUNCTION TRIM(SETTLE-FILENAME)
                     " bereits erstellt."
             PERFORM ABORT-RUN
           END-IF

           PERFORM LOAD-ISSUERS
           IF ISS-COUNT = 0
             DISPLAY "ABBRUCH: ISSUER.DAT fehlt oder ist leer."
             PERFORM ABORT-RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO date-time
           OPEN OUTPUT SettleOut
           OPEN OUTPUT SettleReport
           MOVE SPACES TO SettleHeader
           MOVE "HEADER  " TO sh-tag
           MOVE BUSINESS-DATE TO sh-date
           STRING log-year "-" log-month "-" log-day "T"
                  log-hour "-" log-min "-" log-sec
                  DELIMITED BY SIZE INTO sh-created
           WRITE SettleHeader
           MOVE SPACES TO WORK-LINE
           STRING "Fremdkarten-Abrechnung " BUSINESS-DATE " Datei "
                  SETTLE-FILENAME
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM SCAN-TXNLOG
           PERFORM SCAN-DAILY-FILES

           PERFORM OPEN-TXN-LOG
           PERFORM VARYING iss-index FROM 1 BY 1
                   UNTIL iss-index > ISS-COUNT
             IF IT-COUNT (iss-index) > 0
               PERFORM SETTLE-ONE-ISSUER
             END-IF
           END-PERFORM
           CLOSE TxnLog

           MOVE SPACES TO SettleTrailer
           MOVE "TRAILER " TO st-tag
           MOVE SETTLE-ISSUERS TO st-issuers
           MOVE SETTLE-COUNT TO st-count
           MOVE SETTLE-TOTAL TO st-total
           WRITE SettleTrailer
           CLOSE SettleOut

           MOVE SPACES TO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SETTLE-TOTAL TO EDIT-TOTAL
           MOVE SPACES TO WORK-LINE
           STRING "Banken " SETTLE-ISSUERS "  Auszahlungen "
                  SETTLE-COUNT "  Forderung " EDIT-TOTAL " EUR"
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           IF UNKNOWN-COUNT > 0
             MOVE SPACES TO WORK-LINE
             STRING "WARNUNG: " UNKNOWN-COUNT " Auszahlungen ohne"
                    " ISSUER.DAT-Eintrag (Entgelt 0)"
                    DELIMITED BY SIZE INTO WORK-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF
           CLOSE SettleReport

           MOVE 'E' TO JJ-EVENT
           MOVE SETTLE-COUNT TO JJ-RECORDS
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

       LOAD-ISSUERS.
           MOVE 0 TO ISS-COUNT
           MOVE 0 TO eof
           OPEN INPUT IssuerFile
           IF ISS-STATUS = "00"
             READ IssuerFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               MOVE is-issuer-id TO WANTED-ISSUER
               PERFORM FIND-ISSUER
               IF ISSUER-KNOWN = 'N' AND iss-index > 0
                 MOVE is-name TO IT-NAME (iss-index)
                 MOVE is-fee TO IT-FEE (iss-index)
               END-IF
               READ IssuerFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE IssuerFile
           END-IF.

       FIND-ISSUER.
           MOVE 'N' TO ISSUER-KNOWN
           PERFORM VARYING iss-index FROM 1 BY 1
                   UNTIL iss-index > ISS-COUNT
             IF IT-ID (iss-index) = WANTED-ISSUER
               MOVE 'Y' TO ISSUER-KNOWN
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF ISSUER-KNOWN = 'N'
             IF ISS-COUNT < 100
               ADD 1 TO ISS-COUNT
               MOVE ISS-COUNT TO iss-index
               MOVE WANTED-ISSUER TO IT-ID (iss-index)
               MOVE "UNBEKANNT" TO IT-NAME (iss-index)
               MOVE 0 TO IT-FEE (iss-index)
               MOVE 0 TO IT-COUNT (iss-index)
               MOVE 0 TO IT-AMOUNT (iss-index)
               MOVE 0 TO IT-FEE-TOTAL (iss-index)
             ELSE
               MOVE 0 TO iss-index
             END-IF
           END-IF.

       SCAN-TXNLOG.
           MOVE 0 TO eof
           OPEN INPUT TxnLog
           IF TXN-STATUS = "00"
             READ TxnLog
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               PERFORM NOTE-ACQ-RECORD
               READ TxnLog
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE TxnLog
           END-IF.

       SCAN-DAILY-FILES.
           MOVE 0 TO eof
           OPEN INPUT TxnCatalog
           IF CAT-STATUS = "00"
             READ TxnCatalog
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF tc-status = 'O' AND tc-date = BUSINESS-DATE
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
           MOVE 0 TO day-eof
           OPEN INPUT TxnDaily
           IF TXD-STATUS = "00"
             READ TxnDaily
              AT END SET day-eof TO 1
             END-READ
             PERFORM UNTIL day-eof = 1
               MOVE TxnDailyRecord TO TxnLogRecord
               PERFORM NOTE-ACQ-RECORD
               READ TxnDaily
                AT END SET day-eof TO 1
               END-READ
             END-PERFORM
             CLOSE TxnDaily
           END-IF.

       NOTE-ACQ-RECORD.
           IF log-type NOT = "ACQ-WDL" OR log-status NOT = 'Y'
              OR log-business-date NOT = BUSINESS-DATE
             EXIT PARAGRAPH
           END-IF
           MOVE log-rate-version TO WANTED-ISSUER
           PERFORM FIND-ISSUER
           IF iss-index = 0
             ADD 1 TO UNKNOWN-COUNT
             EXIT PARAGRAPH
           END-IF
           IF ISSUER-KNOWN = 'N'
             ADD 1 TO UNKNOWN-COUNT
           END-IF
           ADD 1 TO IT-COUNT (iss-index)
           ADD log-amount TO IT-AMOUNT (iss-index)
           ADD IT-FEE (iss-index) TO IT-FEE-TOTAL (iss-index)
           MOVE SPACES TO SettleDetail
           MOVE "DETAIL  " TO sd-tag
           MOVE IT-ID (iss-index) TO sd-issuer-id
           MOVE log-ref-seq TO sd-auth-id
           MOVE log-terminal-id TO sd-terminal
           MOVE log-amount TO sd-amount
           MOVE IT-FEE (iss-index) TO sd-fee
           WRITE SettleDetail.

       SETTLE-ONE-ISSUER.
           COMPUTE CLAIM-AMOUNT = IT-AMOUNT (iss-index)
                                + IT-FEE-TOTAL (iss-index)
           ADD 1 TO SETTLE-ISSUERS
           ADD IT-COUNT (iss-index) TO SETTLE-COUNT
           ADD CLAIM-AMOUNT TO SETTLE-TOTAL
           MOVE SPACES TO SettleIssuer
           MOVE "BANK    " TO si-tag
           MOVE IT-ID (iss-index) TO si-issuer-id
           MOVE IT-NAME (iss-index) TO si-name
           MOVE IT-COUNT (iss-index) TO si-count
           MOVE IT-AMOUNT (iss-index) TO si-amount
           MOVE IT-FEE-TOTAL (iss-index) TO si-fee
           MOVE CLAIM-AMOUNT TO si-claim
           WRITE SettleIssuer

           MOVE "ACQ-CLAIM" TO POST-TYPE
           MOVE IT-AMOUNT (iss-index) TO POST-AMOUNT
           PERFORM WRITE-SETTLE-LOG
           IF IT-FEE-TOTAL (iss-index) > 0
             MOVE "ACQ-FEE" TO POST-TYPE
             MOVE IT-FEE-TOTAL (iss-index) TO POST-AMOUNT
             PERFORM WRITE-SETTLE-LOG
           END-IF

           MOVE CLAIM-AMOUNT TO EDIT-AMOUNT
           MOVE SPACES TO WORK-LINE
           STRING IT-ID (iss-index) " " IT-NAME (iss-index)(1:20)
                  " " IT-COUNT (iss-index) " Stk "
                  EDIT-AMOUNT " EUR"
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE.

       OPEN-TXN-LOG.
           OPEN INPUT TxnLog
           IF TXN-STATUS = "35"
             OPEN OUTPUT TxnLog
             CLOSE TxnLog
           ELSE
             CLOSE TxnLog
           END-IF
           OPEN EXTEND TxnLog.

       WRITE-SETTLE-LOG.
           MOVE FUNCTION CURRENT-DATE TO date-time
           MOVE 0 TO log-account-number
           MOVE SPACES TO log-timestamp
           STRING log-year  "-" log-month "-" log-day "T"
                  log-hour "-" log-min "-" log-sec
                  DELIMITED BY SIZE INTO log-timestamp
           MOVE POST-TYPE TO log-type
           MOVE 'Y' TO log-status
           MOVE POST-AMOUNT TO log-amount
           MOVE BUSINESS-DATE TO log-business-date
           MOVE SPACES TO log-terminal-id
           MOVE IT-COUNT (iss-index) TO log-ref-seq
           MOVE IT-ID (iss-index) TO log-rate-version
           CALL "TXNSEQ" USING log-seq-number
           WRITE TxnLogRecord.

       WRITE-REPORT-LINE.
           DISPLAY WORK-LINE
           MOVE WORK-LINE TO ReportLine
           WRITE ReportLine.
