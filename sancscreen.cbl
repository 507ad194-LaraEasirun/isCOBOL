       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCSCREEN.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select WatchListFile ASSIGN TO "WATCHLIST.DAT"
                   organization is line sequential
                   FILE STATUS IS WL-STATUS.
       Select SancHoldFile ASSIGN TO "SANCHOLD.DAT"
                   organization is line sequential
                   FILE STATUS IS SQH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD WatchListFile.
           copy "watchlist-record.cpy".
       FD SancHoldFile.
           copy "sanchold-record.cpy".
       WORKING-STORAGE SECTION.
       01 WL-STATUS PIC XX.
       01 SQH-STATUS PIC XX.
       01 eof PIC 9.
       01 LIST-LOADED PIC X VALUE 'N'.
       01 LIST-COUNT PIC 9(4) VALUE 0.
       01 list-index PIC 9(4).
       01 LIST-TABLE.
          05 LIST-ENTRY OCCURS 2000 TIMES.
             10 LT-RECORD PIC X(48).
       01 RELEASE-COUNT PIC 9(3) VALUE 0.
       01 release-index PIC 9(3).
       01 RELEASE-TABLE.
          05 RELEASE-ENTRY OCCURS 500 TIMES.
             10 RT-SCREENED-NAME PIC X(30).
             10 RT-LIST-NAME PIC X(30).
       01 SCREEN-NAME PIC X(30).
       01 SCREEN-LEN PIC 9(2).
       01 ENTRY-LEN PIC 9(2).
       01 MATCH-TALLY PIC 9(3).
       01 ENTRY-MATCH PIC X.
       01 ENTRY-RELEASED PIC X.
       01 MIN-PREFIX-LEN PIC 9(2) VALUE 8.
       LINKAGE SECTION.
       01 LS-NAME PIC X(30).
       01 LS-HIT PIC X.
       01 LS-LIST-RECORD PIC X(48).
       PROCEDURE DIVISION USING LS-NAME LS-HIT LS-LIST-RECORD.
       MAIN.
           MOVE 'N' TO LS-HIT
           MOVE SPACES TO LS-LIST-RECORD
           IF LIST-LOADED = 'N'
             PERFORM LOAD-WATCH-LIST
             PERFORM LOAD-RELEASED-MATCHES
             MOVE 'Y' TO LIST-LOADED
           END-IF
           MOVE FUNCTION UPPER-CASE(LS-NAME) TO SCREEN-NAME
           IF SCREEN-NAME = SPACES
             GOBACK
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(SCREEN-NAME TRAILING))
             TO SCREEN-LEN
           PERFORM VARYING list-index FROM 1 BY 1
                   UNTIL list-index > LIST-COUNT
             MOVE LT-RECORD (list-index) TO WatchListRecord
             PERFORM MATCH-ONE-ENTRY
             IF ENTRY-MATCH = 'Y'
               PERFORM CHECK-RELEASED
               IF ENTRY-RELEASED = 'N'
                 MOVE 'Y' TO LS-HIT
                 MOVE WatchListRecord TO LS-LIST-RECORD
                 EXIT PERFORM
               END-IF
             END-IF
           END-PERFORM
           GOBACK.

       LOAD-WATCH-LIST.
           MOVE 0 TO LIST-COUNT
           MOVE 0 TO eof
           OPEN INPUT WatchListFile
           IF WL-STATUS = "00"
             READ WatchListFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR LIST-COUNT = 2000
               IF wl-name NOT = SPACES
                 ADD 1 TO LIST-COUNT
                 MOVE FUNCTION UPPER-CASE(wl-name) TO wl-name
                 MOVE WatchListRecord TO LT-RECORD (LIST-COUNT)
               END-IF
               READ WatchListFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE WatchListFile
           END-IF.

       LOAD-RELEASED-MATCHES.
           MOVE 0 TO RELEASE-COUNT
           MOVE 0 TO eof
           OPEN INPUT SancHoldFile
           IF SQH-STATUS = "00"
             READ SancHoldFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR RELEASE-COUNT = 500
               IF hq-status = 'R'
                 ADD 1 TO RELEASE-COUNT
                 MOVE FUNCTION UPPER-CASE(hq-screened-name)
                   TO RT-SCREENED-NAME (RELEASE-COUNT)
                 MOVE hq-list-name TO RT-LIST-NAME (RELEASE-COUNT)
               END-IF
               READ SancHoldFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE SancHoldFile
           END-IF.

       MATCH-ONE-ENTRY.
           MOVE 'N' TO ENTRY-MATCH
           IF wl-name = SCREEN-NAME
             MOVE 'Y' TO ENTRY-MATCH
             EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(wl-name TRAILING))
             TO ENTRY-LEN
           IF ENTRY-LEN <= SCREEN-LEN
             IF ENTRY-LEN < MIN-PREFIX-LEN
               EXIT PARAGRAPH
             END-IF
             MOVE 0 TO MATCH-TALLY
             INSPECT SCREEN-NAME TALLYING MATCH-TALLY
                     FOR ALL wl-name(1:ENTRY-LEN)
             IF MATCH-TALLY > 0
               MOVE 'Y' TO ENTRY-MATCH
             END-IF
           ELSE
             IF SCREEN-LEN >= MIN-PREFIX-LEN
                AND wl-name(1:SCREEN-LEN) = SCREEN-NAME(1:SCREEN-LEN)
               MOVE 'Y' TO ENTRY-MATCH
             END-IF
           END-IF.

       CHECK-RELEASED.
           MOVE 'N' TO ENTRY-RELEASED
           PERFORM VARYING release-index FROM 1 BY 1
                   UNTIL release-index > RELEASE-COUNT
             IF RT-SCREENED-NAME (release-index) = SCREEN-NAME
                AND RT-LIST-NAME (release-index) = wl-name
               MOVE 'Y' TO ENTRY-RELEASED
               EXIT PERFORM
             END-IF
           END-PERFORM.
