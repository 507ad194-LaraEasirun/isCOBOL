       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-WLLOAD.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select ListInput ASSIGN TO "WATCHLIST-IN.DAT"
                   organization is line sequential
                   FILE STATUS IS IN-STATUS.
       Select WatchListFile ASSIGN TO "WATCHLIST.DAT"
                   organization is line sequential
                   FILE STATUS IS WL-STATUS.
       Select BankCustFile ASSIGN TO "BANKCUST.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is bc-number
                   FILE STATUS IS BC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ListInput.
           01 ListInputRecord.
              05 li-name       PIC X(30).
              05 li-birth-date PIC 9(8).
              05 li-country    PIC X(2).
              05 li-source     PIC X(8).
       FD WatchListFile.
           copy "watchlist-record.cpy".
       FD BankCustFile.
           copy "bankcust-record.cpy".
       WORKING-STORAGE SECTION.
        01 BUSINESS-DATE PIC 9(8) VALUE 0.
        01 JJ-EVENT PIC X.
        01 JJ-JOB-NAME PIC X(12).
        01 JJ-RECORDS PIC 9(7) VALUE 0.
        01 JJ-RESULT PIC X(4).
        01 IN-STATUS PIC XX.
        01 WL-STATUS PIC XX.
        01 BC-STATUS PIC XX.
        01 eof PIC 9.
        01 LOAD-COUNT PIC 9(5) VALUE 0.
        01 REJECT-COUNT PIC 9(5) VALUE 0.
        01 MAX-ENTRIES PIC 9(5) VALUE 2000.
        01 RESCREEN-COUNT PIC 9(7) VALUE 0.
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           MOVE 'S' TO JJ-EVENT
           MOVE "BANK-WLLOAD" TO JJ-JOB-NAME
           MOVE 0 TO JJ-RECORDS
           MOVE SPACES TO JJ-RESULT
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT

           CALL "BUSDATE" USING BUSINESS-DATE
           DISPLAY "BANK-WLLOAD: Sanktionslisten laden per "
                   BUSINESS-DATE

           OPEN INPUT ListInput
           IF IN-STATUS NOT = "00"
             DISPLAY "WATCHLIST-IN.DAT nicht gefunden -"
                     " bestehende Liste bleibt aktiv."
             MOVE 'E' TO JJ-EVENT
             MOVE 0 TO JJ-RECORDS
             MOVE "FAIL" TO JJ-RESULT
             CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                  JJ-RECORDS JJ-RESULT
             STOP RUN
           END-IF
           PERFORM COUNT-VALID-ENTRIES
           IF LOAD-COUNT = 0 OR LOAD-COUNT > MAX-ENTRIES
             CLOSE ListInput
             DISPLAY "ABBRUCH: " LOAD-COUNT " gueltige Eintraege"
                     " (erlaubt 1 bis " MAX-ENTRIES ")"
                     " - bestehende Liste bleibt aktiv."
             MOVE 'E' TO JJ-EVENT
             MOVE 0 TO JJ-RECORDS
             MOVE "FAIL" TO JJ-RESULT
             CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                  JJ-RECORDS JJ-RESULT
             STOP RUN
           END-IF
           CLOSE ListInput

           PERFORM WRITE-WATCH-LIST
           PERFORM MARK-CUSTOMERS-RESCREEN

           DISPLAY "Eintraege geladen:    " LOAD-COUNT
           DISPLAY "Eintraege verworfen:  " REJECT-COUNT
           DISPLAY "Kunden zur Pruefung:  " RESCREEN-COUNT

           MOVE 'E' TO JJ-EVENT
           MOVE LOAD-COUNT TO JJ-RECORDS
           MOVE "OK" TO JJ-RESULT
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT

       STOP RUN.

       COUNT-VALID-ENTRIES.
           MOVE 0 TO eof
           READ ListInput
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             IF li-name NOT = SPACES AND li-source NOT = SPACES
               ADD 1 TO LOAD-COUNT
             ELSE
               ADD 1 TO REJECT-COUNT
             END-IF
             READ ListInput
              AT END SET eof TO 1
             END-READ
           END-PERFORM.

       WRITE-WATCH-LIST.
           OPEN INPUT ListInput
           OPEN OUTPUT WatchListFile
           MOVE 0 TO eof
           READ ListInput
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             IF li-name NOT = SPACES AND li-source NOT = SPACES
               MOVE FUNCTION UPPER-CASE(li-name) TO wl-name
               IF li-birth-date IS NUMERIC
                 MOVE li-birth-date TO wl-birth-date
               ELSE
                 MOVE 0 TO wl-birth-date
               END-IF
               MOVE FUNCTION UPPER-CASE(li-country) TO wl-country
               MOVE FUNCTION UPPER-CASE(li-source) TO wl-source
               WRITE WatchListRecord
             ELSE
               DISPLAY "Verworfen: " ListInputRecord
             END-IF
             READ ListInput
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE WatchListFile
           CLOSE ListInput.

       MARK-CUSTOMERS-RESCREEN.
           OPEN I-O BankCustFile
           IF BC-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO eof
           MOVE ZERO TO bc-number
           START BankCustFile KEY NOT < bc-number
             INVALID KEY SET eof TO 1
           END-START
           PERFORM UNTIL eof = 1
             READ BankCustFile NEXT
               AT END SET eof TO 1
               NOT AT END
                 IF bc-screen-flag = 'S' OR bc-screen-flag = SPACE
                   MOVE 'N' TO bc-screen-flag
                   REWRITE BankCustRecord
                   ADD 1 TO RESCREEN-COUNT
                 ELSE
                   IF bc-screen-flag = 'N'
                     ADD 1 TO RESCREEN-COUNT
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE BankCustFile.
