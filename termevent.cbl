       IDENTIFICATION DIVISION.
       PROGRAM-ID. TERMEVENT.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select TermEventFile ASSIGN TO "TERMEVENT.DAT"
                   organization is line sequential
                   FILE STATUS IS TEV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD TermEventFile.
           copy "termevent-record.cpy".
       WORKING-STORAGE SECTION.
       01 TEV-STATUS PIC XX.
       01 eof PIC 9.
       copy "date-time.cpy".
       LINKAGE SECTION.
       01 LS-TERMINAL PIC X(4).
       01 LS-EVENT PIC X(8).
       01 LS-SOURCE PIC X(8).
       01 LS-DETAIL PIC X(30).
       01 LS-LAST-EVENT PIC X(8).
       PROCEDURE DIVISION USING LS-TERMINAL LS-EVENT LS-SOURCE
                                LS-DETAIL LS-LAST-EVENT.
       MAIN.
           MOVE SPACES TO LS-LAST-EVENT
           MOVE 0 TO eof
           OPEN INPUT TermEventFile
           IF TEV-STATUS = "35"
             OPEN OUTPUT TermEventFile
             CLOSE TermEventFile
           ELSE
             READ TermEventFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF te-terminal-id = LS-TERMINAL
                 MOVE te-event TO LS-LAST-EVENT
               END-IF
               READ TermEventFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE TermEventFile
           END-IF
           IF LS-EVENT = SPACES OR LS-EVENT = LS-LAST-EVENT
             GOBACK
           END-IF
           IF LS-LAST-EVENT = SPACES AND LS-EVENT = "INSERV"
             GOBACK
           END-IF
           OPEN EXTEND TermEventFile
           MOVE FUNCTION CURRENT-DATE TO date-time
           MOVE LS-TERMINAL TO te-terminal-id
           MOVE date-1 TO te-date
           COMPUTE te-time = hour * 10000 + minutes * 100 + seconds
           MOVE LS-EVENT TO te-event
           MOVE LS-SOURCE TO te-source
           MOVE LS-DETAIL TO te-detail
           WRITE TermEventRecord
           CLOSE TermEventFile
           GOBACK.
