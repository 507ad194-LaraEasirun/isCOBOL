       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-SCREEN.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select BankCustFile ASSIGN TO "BANKCUST.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is bc-number
                   FILE STATUS IS BC-STATUS.
       Select SancHoldFile ASSIGN TO "SANCHOLD.DAT"
                   organization is line sequential
                   FILE STATUS IS SQH-STATUS.
       Select ScreenReport ASSIGN TO "SCREEN-RPT.DAT"
                   organization is line sequential.
       DATA DIVISION.
       FILE SECTION.
       FD BankCustFile.
           copy "bankcust-record.cpy".
       FD SancHoldFile.
           copy "sanchold-record.cpy".
       FD ScreenReport.
           01 ReportLine PIC X(72).
       WORKING-STORAGE SECTION.
        01 BUSINESS-DATE PIC 9(8) VALUE 0.
        01 JJ-EVENT PIC X.
        01 JJ-JOB-NAME PIC X(12).
        01 JJ-RECORDS PIC 9(7) VALUE 0.
        01 JJ-RESULT PIC X(4).
        01 BC-STATUS PIC XX.
        01 SQH-STATUS PIC XX.
        01 eof PIC 9.
        01 HOLD-SERIES PIC X(8) VALUE "SANKTION".
        01 OPEN-HOLD-COUNT PIC 9(3) VALUE 0.
        01 open-index PIC 9(3).
        01 OPEN-HOLD-TABLE.
           05 OPEN-HOLD-CUST PIC 9(7) OCCURS 500 TIMES.
        01 HOLD-OPEN PIC X.
        01 SCREEN-NAME PIC X(30).
        01 SCREEN-HIT PIC X.
        01 SCREEN-LIST-RECORD.
           05 sl-name       PIC X(30).
           05 sl-birth-date PIC 9(8).
           05 sl-country    PIC X(2).
           05 sl-source     PIC X(8).
        01 SCREENED-COUNT PIC 9(7) VALUE 0.
        01 CLEAR-COUNT PIC 9(7) VALUE 0.
        01 HIT-COUNT PIC 9(7) VALUE 0.
        01 WORK-LINE PIC X(72).
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           MOVE 'S' TO JJ-EVENT
           MOVE "BANK-SCREEN" TO JJ-JOB-NAME
           MOVE 0 TO JJ-RECORDS
           MOVE SPACES TO JJ-RESULT
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT

           CALL "BUSDATE" USING BUSINESS-DATE
           DISPLAY "BANK-SCREEN: Sanktionspruefung Kunden per "
                   BUSINESS-DATE

           PERFORM LOAD-OPEN-HOLDS
           OPEN OUTPUT ScreenReport
           MOVE SPACES TO WORK-LINE
           STRING "Sanktionspruefung Kundenstamm " BUSINESS-DATE
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE

           OPEN I-O BankCustFile
           IF BC-STATUS = "00"
             PERFORM OPEN-HOLD-FILE
             MOVE 0 TO eof
             MOVE ZERO TO bc-number
             START BankCustFile KEY NOT < bc-number
               INVALID KEY SET eof TO 1
             END-START
             PERFORM UNTIL eof = 1
               READ BankCustFile NEXT
                 AT END SET eof TO 1
                 NOT AT END
                   IF bc-screen-flag = 'N' OR bc-screen-flag = SPACE
                     PERFORM SCREEN-ONE-CUSTOMER
                   END-IF
               END-READ
             END-PERFORM
             CLOSE SancHoldFile
             CLOSE BankCustFile
           ELSE
             DISPLAY "BANKCUST.DAT nicht gefunden."
           END-IF

           MOVE SPACES TO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WORK-LINE
           STRING "Geprueft: " SCREENED-COUNT
                  "  unauffaellig: " CLEAR-COUNT
                  "  Treffer: " HIT-COUNT
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE ScreenReport

           MOVE 'E' TO JJ-EVENT
           MOVE SCREENED-COUNT TO JJ-RECORDS
           MOVE "OK" TO JJ-RESULT
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT

       STOP RUN.

       LOAD-OPEN-HOLDS.
           MOVE 0 TO OPEN-HOLD-COUNT
           MOVE 0 TO eof
           OPEN INPUT SancHoldFile
           IF SQH-STATUS = "00"
             READ SancHoldFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR OPEN-HOLD-COUNT = 500
               IF hq-kind = 'C' AND hq-status = 'O'
                 ADD 1 TO OPEN-HOLD-COUNT
                 MOVE hq-cust-number TO OPEN-HOLD-CUST
                      (OPEN-HOLD-COUNT)
               END-IF
               READ SancHoldFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE SancHoldFile
           END-IF.

       OPEN-HOLD-FILE.
           OPEN INPUT SancHoldFile
           IF SQH-STATUS = "35"
             OPEN OUTPUT SancHoldFile
             CLOSE SancHoldFile
           ELSE
             CLOSE SancHoldFile
           END-IF
           OPEN EXTEND SancHoldFile.

       SCREEN-ONE-CUSTOMER.
           ADD 1 TO SCREENED-COUNT
           MOVE bc-name TO SCREEN-NAME
           CALL "SANCSCREEN" USING SCREEN-NAME SCREEN-HIT
                SCREEN-LIST-RECORD
           IF SCREEN-HIT = 'N'
             MOVE 'S' TO bc-screen-flag
             REWRITE BankCustRecord
             ADD 1 TO CLEAR-COUNT
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO HIT-COUNT
           MOVE 'H' TO bc-screen-flag
           REWRITE BankCustRecord
           PERFORM CHECK-OPEN-HOLD
           IF HOLD-OPEN = 'N'
             PERFORM WRITE-CUSTOMER-HOLD
           END-IF
           MOVE SPACES TO WORK-LINE
           STRING "TREFFER Kunde " bc-number " " bc-name(1:20)
                  " ~ " sl-source " " sl-name(1:20)
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE.

       CHECK-OPEN-HOLD.
           MOVE 'N' TO HOLD-OPEN
           PERFORM VARYING open-index FROM 1 BY 1
                   UNTIL open-index > OPEN-HOLD-COUNT
             IF OPEN-HOLD-CUST (open-index) = bc-number
               MOVE 'Y' TO HOLD-OPEN
               EXIT PERFORM
             END-IF
           END-PERFORM.

       WRITE-CUSTOMER-HOLD.
           MOVE SPACES TO SancHoldRecord
           CALL "SEQSERVICE" USING HOLD-SERIES hq-hold-id
           MOVE 'C' TO hq-kind
           MOVE bc-number TO hq-cust-number
           MOVE 0 TO hq-account
           MOVE 0 TO hq-amount
           MOVE FUNCTION UPPER-CASE(bc-name) TO hq-screened-name
           MOVE sl-name TO hq-list-name
           MOVE sl-birth-date TO hq-list-birth
           MOVE sl-country TO hq-list-country
           MOVE sl-source TO hq-list-source
           MOVE BUSINESS-DATE TO hq-date
           MOVE 'O' TO hq-status
           MOVE 0 TO hq-decision-date
           WRITE SancHoldRecord
           IF OPEN-HOLD-COUNT < 500
             ADD 1 TO OPEN-HOLD-COUNT
             MOVE bc-number TO OPEN-HOLD-CUST (OPEN-HOLD-COUNT)
           END-IF.

       WRITE-REPORT-LINE.
           DISPLAY WORK-LINE
           MOVE WORK-LINE TO ReportLine
           WRITE ReportLine.
