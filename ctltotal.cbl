       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTLTOTAL.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select CtlTotalFile ASSIGN TO "CTLTOTAL.DAT"
                   organization is line sequential
                   FILE STATUS IS CTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CtlTotalFile.
           copy "ctltotal-record.cpy".
       WORKING-STORAGE SECTION.
       01 CTL-STATUS PIC XX.
       01 ctl-eof PIC 9.
       01 BUSINESS-DATE PIC 9(8).
       01 ENTRY-FOUND PIC X.
       01 FOUND-PRODUCER PIC X(12).
       01 FOUND-DATE PIC 9(8).
       01 FOUND-RECORDS PIC 9(9).
       01 FOUND-HASH PIC S9(13)V99.
       01 DISPLAY-RECORDS PIC Z(8)9.
       01 DISPLAY-HASH PIC -Z(12)9.99.
       copy "date-time.cpy".
       LINKAGE SECTION.
           copy "ctltotal-request.cpy".
       PROCEDURE DIVISION USING CtlTotalRequest.
       MAIN.
           MOVE 'N' TO ctl-result
           EVALUATE ctl-action
             WHEN 'W'
               PERFORM RECORD-TOTALS
             WHEN 'V'
               PERFORM VERIFY-TOTALS
           END-EVALUATE
           GOBACK.

       RECORD-TOTALS.
           CALL "BUSDATE" USING BUSINESS-DATE
           OPEN INPUT CtlTotalFile
           IF CTL-STATUS = "35"
             OPEN OUTPUT CtlTotalFile
             CLOSE CtlTotalFile
           ELSE
             CLOSE CtlTotalFile
           END-IF
           OPEN EXTEND CtlTotalFile
           MOVE FUNCTION CURRENT-DATE TO date-time
           MOVE SPACES TO CtlTotalRecord
           MOVE ctl-file TO ct-file
           MOVE ctl-job TO ct-producer
           MOVE BUSINESS-DATE TO ct-business-date
           MOVE ctl-records TO ct-records
           MOVE ctl-hash TO ct-hash
           STRING year "-" month "-" day-1 "T"
                  hour "-" minutes "-" seconds
                  DELIMITED BY SIZE INTO ct-timestamp
           WRITE CtlTotalRecord
           CLOSE CtlTotalFile
           MOVE 'Y' TO ctl-result.

       VERIFY-TOTALS.
           MOVE 'N' TO ENTRY-FOUND
           MOVE 0 TO ctl-eof
           OPEN INPUT CtlTotalFile
           IF CTL-STATUS = "00"
             READ CtlTotalFile
              AT END SET ctl-eof TO 1
             END-READ
             PERFORM UNTIL ctl-eof = 1
               IF ct-file = ctl-file
                 MOVE 'Y' TO ENTRY-FOUND
                 MOVE ct-producer TO FOUND-PRODUCER
                 MOVE ct-business-date TO FOUND-DATE
                 MOVE ct-records TO FOUND-RECORDS
                 MOVE ct-hash TO FOUND-HASH
               END-IF
               READ CtlTotalFile
                AT END SET ctl-eof TO 1
               END-READ
             END-PERFORM
             CLOSE CtlTotalFile
           END-IF
           IF ENTRY-FOUND = 'N'
             DISPLAY "KONTROLLSUMMENFEHLER: keine Kontrollsumme fuer "
                     ctl-file " in CTLTOTAL.DAT."
             EXIT PARAGRAPH
           END-IF
           IF FOUND-RECORDS NOT = ctl-records
              OR FOUND-HASH NOT = ctl-hash
             DISPLAY "KONTROLLSUMMENFEHLER: " ctl-file
                     " passt nicht zur Uebergabe von "
                     FOUND-PRODUCER " (" FOUND-DATE ")."
             MOVE FOUND-RECORDS TO DISPLAY-RECORDS
             MOVE FOUND-HASH TO DISPLAY-HASH
             DISPLAY "  geschrieben: " DISPLAY-RECORDS
                     " Saetze  Summe " DISPLAY-HASH
             MOVE ctl-records TO DISPLAY-RECORDS
             MOVE ctl-hash TO DISPLAY-HASH
             DISPLAY "  gelesen:     " DISPLAY-RECORDS
                     " Saetze  Summe " DISPLAY-HASH
                     "  (" ctl-job ")"
             EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO ctl-result.
