       Select SuspenseFile ASSIGN TO "SUSPENSE.DAT"
                   organization is line sequential
                   FILE STATUS IS SUS-STATUS.
       Select SancHoldFile ASSIGN TO "SANCHOLD.DAT"
                   organization is line sequential
                   FILE STATUS IS SQH-STATUS.
       Select SchoolAccounts ASSIGN TO "SCHOOLACCT.DAT"
                   organization is line sequential
                   FILE STATUS IS SA-FILE-STATUS.
       Select SchoolInFile ASSIGN TO "SCHOOLIN.DAT"
                   organization is line sequential
                   FILE STATUS IS BX-FILE-STATUS.
       Select PostingReport ASSIGN TO "INBOUND-RPT.DAT"
                   organization is line sequential.
       DATA DIVISION.
       FD TxnLog.
           copy "txnlog-record.cpy".
       FD SuspenseFile.
           copy "suspense-record.cpy".
       FD SancHoldFile.
           copy "sanchold-record.cpy".
       FD SchoolAccounts.
           01 SchoolAccountRecord.
              05 sa-account PIC 9(10).
       FD SchoolInFile.
           copy "schoolin-record.cpy".
       FD PostingReport.
           01 ReportLine PIC X(72).
       WORKING-STORAGE SECTION.
        01 PIN-STATUS PIC XX.
        01 TXN-STATUS PIC XX.
        01 SUS-STATUS PIC XX.
        01 SQH-STATUS PIC XX.
        01 SA-FILE-STATUS PIC XX.
        01 BX-FILE-STATUS PIC XX.
        01 SA-COUNT PIC 9(2) VALUE 0.
        01 sa-index PIC 9(2).
        01 SA-TABLE.
           05 SA-NUMBER PIC 9(10) OCCURS 20 TIMES.
        01 SCHOOL-COUNT PIC 9(7) VALUE 0.
        01 SCHOOL-TOTAL PIC 9(11)V99 VALUE 0.
        01 HOLD-SERIES PIC X(8) VALUE "SANKTION".
        01 SUSP-SERIES PIC X(8) VALUE "SUSPENSE".
        01 SCREEN-NAME PIC X(30).
        01 SCREEN-HIT PIC X.
        01 SCREEN-LIST-RECORD.
           05 sl-name       PIC X(30).
           05 sl-birth-date PIC 9(8).
           05 sl-country    PIC X(2).
           05 sl-source     PIC X(8).
        01 HELD-COUNT PIC 9(7) VALUE 0.
        01 HELD-TOTAL PIC 9(11)V99 VALUE 0.
        01 ACCOUNT-FOUND PIC X.
        01 POSTED-COUNT PIC 9(7) VALUE 0.
        01 POSTED-TOTAL PIC 9(11)V99 VALUE 0.
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM LOAD-SCHOOL-ACCOUNTS

           MOVE 'A' TO LOCK-ACTION
           MOVE "BANK-INBOUND" TO LOCK-JOB
           CALL "RUNLOCK" USING LOCK-ACTION LOCK-JOB
             OPEN I-O PinNumbers
             PERFORM OPEN-TXN-LOG
             PERFORM OPEN-SUSPENSE
             PERFORM OPEN-SANCTION-HOLD
             IF SA-COUNT > 0
               PERFORM OPEN-SCHOOL-IN
             END-IF
             READ ClearingFile
              AT END SET eof TO 1
             END-READ
             END-PERFORM
             CLOSE ClearingFile
             CLOSE SuspenseFile
             CLOSE SancHoldFile
             IF SA-COUNT > 0
               CLOSE SchoolInFile
             END-IF
             CLOSE TxnLog
             CLOSE PinNumbers
             PERFORM WRITE-POSTING-SUMMARY
       POST-ONE-CREDIT.
           ADD 1 TO FILE-COUNT
           ADD ci-amount TO FILE-TOTAL
           MOVE ci-sender-ref TO SCREEN-NAME
           CALL "SANCSCREEN" USING SCREEN-NAME SCREEN-HIT
                SCREEN-LIST-RECORD
           IF SCREEN-HIT = 'Y'
             PERFORM WRITE-SANCTION-HOLD
             ADD 1 TO HELD-COUNT
             ADD ci-amount TO HELD-TOTAL
             EXIT PARAGRAPH
           END-IF
           PERFORM FIND-CREDIT-ACCOUNT
           IF ACCOUNT-FOUND = 'Y'
             ADD ci-amount TO account-balance
             REWRITE PinRecord
             PERFORM WRITE-CLEARING-TXN
             PERFORM CHECK-SCHOOL-CREDIT
             ADD 1 TO POSTED-COUNT
             ADD ci-amount TO POSTED-TOTAL
           ELSE
           END-IF
           OPEN EXTEND SuspenseFile.

       CHECK-SCHOOL-CREDIT.
           PERFORM VARYING sa-index FROM 1 BY 1
                   UNTIL sa-index > SA-COUNT
             IF SA-NUMBER (sa-index) = ci-account
               MOVE ci-account TO bx-account
               MOVE ci-amount TO bx-amount
               MOVE ci-sender-ref TO bx-sender-ref
               MOVE BUSINESS-DATE TO bx-date
               MOVE log-seq-number TO bx-seq
               MOVE 'N' TO bx-state
               MOVE 0 TO bx-matched
               MOVE 0 TO bx-credit
               MOVE 0 TO bx-invoice
               MOVE 0 TO bx-student
               WRITE SchoolInRecord
               ADD 1 TO SCHOOL-COUNT
               ADD ci-amount TO SCHOOL-TOTAL
               EXIT PERFORM
             END-IF
           END-PERFORM.

       LOAD-SCHOOL-ACCOUNTS.
           MOVE 0 TO SA-COUNT
           MOVE 0 TO scan-eof
           OPEN INPUT SchoolAccounts
           IF SA-FILE-STATUS = "00"
             READ SchoolAccounts
              AT END SET scan-eof TO 1
             END-READ
             PERFORM UNTIL scan-eof = 1 OR SA-COUNT = 20
               ADD 1 TO SA-COUNT
               MOVE sa-account TO SA-NUMBER (SA-COUNT)
               READ SchoolAccounts
                AT END SET scan-eof TO 1
               END-READ
             END-PERFORM
             IF scan-eof = 0
               DISPLAY "ABBRUCH: SCHOOLACCT.DAT groesser als 20"
                       " Eintraege."
               STOP RUN
             END-IF
             CLOSE SchoolAccounts
           END-IF.

       OPEN-SCHOOL-IN.
           OPEN INPUT SchoolInFile
           IF BX-FILE-STATUS = "35"
             OPEN OUTPUT SchoolInFile
             CLOSE SchoolInFile
           ELSE
             CLOSE SchoolInFile
           END-IF
           OPEN EXTEND SchoolInFile.

       OPEN-SANCTION-HOLD.
           OPEN INPUT SancHoldFile
           IF SQH-STATUS = "35"
             OPEN OUTPUT SancHoldFile
             CLOSE SancHoldFile
           ELSE
             CLOSE SancHoldFile
           END-IF
           OPEN EXTEND SancHoldFile.

       WRITE-SANCTION-HOLD.
           MOVE SPACES TO SancHoldRecord
           CALL "SEQSERVICE" USING HOLD-SERIES hq-hold-id
           MOVE 'P' TO hq-kind
           MOVE 0 TO hq-cust-number
           MOVE ci-account TO hq-account
           MOVE ci-amount TO hq-amount
           MOVE ci-sender-ref TO hq-sender-ref
           MOVE FUNCTION UPPER-CASE(ci-sender-ref) TO hq-screened-name
           MOVE sl-name TO hq-list-name
           MOVE sl-birth-date TO hq-list-birth
           MOVE sl-country TO hq-list-country
           MOVE sl-source TO hq-list-source
           MOVE BUSINESS-DATE TO hq-date
           MOVE 'O' TO hq-status
           MOVE 0 TO hq-decision-date
           MOVE 'Y' TO hq-gl-posted
           WRITE SancHoldRecord
           PERFORM WRITE-SANCTION-TXN
           DISPLAY "Angehalten: Konto " ci-account " " ci-amount
                   " Ref " ci-sender-ref " ~ " sl-source.

       WRITE-SANCTION-TXN.
           MOVE FUNCTION CURRENT-DATE TO date-time
           MOVE 0 TO log-account-number
           MOVE SPACES TO log-timestamp
           STRING log-year  "-" log-month "-" log-day "T"
                  log-hour "-" log-min "-" log-sec
                  DELIMITED BY SIZE INTO log-timestamp
           MOVE "SANC-HOLD" TO log-type
           MOVE 'Y' TO log-status
           MOVE hq-amount TO log-amount
           MOVE BUSINESS-DATE TO log-business-date
           MOVE SPACES TO log-terminal-id
           MOVE hq-hold-id TO log-ref-seq
           MOVE SPACES TO log-rate-version
           CALL "TXNSEQ" USING log-seq-number
           WRITE TxnLogRecord.

       WRITE-CLEARING-TXN.
           MOVE FUNCTION CURRENT-DATE TO date-time
           MOVE ci-account TO log-account-number
           MOVE ci-sender-ref TO sus-sender-ref
           MOVE BUSINESS-DATE TO sus-date
           MOVE "KONTO UNBEKANNT" TO sus-reason
           CALL "SEQSERVICE" USING SUSP-SERIES sus-id
           MOVE 'O' TO sus-state
           MOVE 0 TO sus-closed-date
           MOVE 0 TO sus-new-account
           MOVE SPACES TO sus-operator
           WRITE SuspenseRecord
           PERFORM WRITE-SUSPENSE-TXN.

       WRITE-SUSPENSE-TXN.
           MOVE FUNCTION CURRENT-DATE TO date-time
           MOVE 0 TO log-account-number
           MOVE SPACES TO log-timestamp
           STRING log-year  "-" log-month "-" log-day "T"
                  log-hour "-" log-min "-" log-sec
                  DELIMITED BY SIZE INTO log-timestamp
           MOVE "SUSP-IN" TO log-type
           MOVE 'Y' TO log-status
           MOVE sus-amount TO log-amount
           MOVE BUSINESS-DATE TO log-business-date
           MOVE SPACES TO log-terminal-id
           MOVE sus-id TO log-ref-seq
           MOVE SPACES TO log-rate-version
           CALL "TXNSEQ" USING log-seq-number
           WRITE TxnLogRecord.

       WRITE-POSTING-SUMMARY.
           OPEN OUTPUT PostingReport
                  SUSPENSE-TOTAL " EUR"
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO WORK-LINE
           STRING "Angehalten (Sanktionspruefung): " HELD-COUNT
                  " Saetze, " HELD-TOTAL " EUR"
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-SUMMARY-LINE
           IF SA-COUNT > 0
             MOVE SPACES TO WORK-LINE
             STRING "davon Hochschulkonten: " SCHOOL-COUNT
                    " Saetze, " SCHOOL-TOTAL " EUR"
                    DELIMITED BY SIZE INTO WORK-LINE
             PERFORM WRITE-SUMMARY-LINE
           END-IF
           IF TRAILER-SEEN = 'N'
             MOVE "ACHTUNG: Trailer fehlt in CLEARING-IN.DAT"
               TO WORK-LINE
