       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-TERMAVL.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select AtmConfig ASSIGN TO "ATMCONFIG.DAT"
                   organization is line sequential
                   FILE STATUS IS CFG-STATUS.
       Select TermEventFile ASSIGN TO "TERMEVENT.DAT"
                   organization is line sequential
                   FILE STATUS IS TEV-STATUS.
       Select AvailReport ASSIGN TO "TERMAVAIL.DAT"
                   organization is line sequential.
       DATA DIVISION.
       FILE SECTION.
       FD AtmConfig.
           01 AtmConfigRecord.
              05 cfg-terminal-id PIC X(4).
       FD TermEventFile.
           copy "termevent-record.cpy".
       FD AvailReport.
           01 ReportLine PIC X(72).
       WORKING-STORAGE SECTION.
        01 BUSINESS-DATE PIC 9(8) VALUE 0.
        01 JJ-EVENT PIC X.
        01 JJ-JOB-NAME PIC X(12).
        01 JJ-RECORDS PIC 9(7) VALUE 0.
        01 JJ-RESULT PIC X(4).
        01 CFG-STATUS PIC XX.
        01 TEV-STATUS PIC XX.
        01 eof PIC 9.
        01 TERM-COUNT PIC 9(2) VALUE 0.
        01 term-index PIC 9(2).
        01 TERM-TABLE.
           05 TERM-ID PIC X(4) OCCURS 50 TIMES.
        01 WANTED-TERMINAL PIC X(4).
        01 TERM-KNOWN PIC X.
        01 DAY-MINUTES PIC 9(4) VALUE 1440.
        01 END-MINUTE PIC 9(4).
        01 EVENT-MINUTE PIC 9(4).
        01 EVENT-HH PIC 9(2).
        01 EVENT-MM PIC 9(2).
        01 STATE-OUT PIC X.
        01 DAY-STARTED PIC X.
        01 OUT-START PIC 9(4).
        01 OUT-REASON PIC X(8).
        01 OUT-DETAIL PIC X(30).
        01 OUT-LENGTH PIC 9(4).
        01 OUT-COUNT PIC 9(3).
        01 OUT-MINUTES PIC 9(4).
        01 LOW-COUNT PIC 9(3).
        01 SERVICE-MINUTES PIC 9(4).
        01 AVAIL-PCT PIC 9(3)V99.
        01 EDIT-PCT PIC ZZ9.99.
        01 FROM-HH PIC 9(2).
        01 FROM-MM PIC 9(2).
        01 TO-HH PIC 9(2).
        01 TO-MM PIC 9(2).
        01 OUT-OPEN-TEXT PIC X(6).
        01 FLEET-SERVICE PIC 9(7) VALUE 0.
        01 FLEET-OUTAGES PIC 9(5) VALUE 0.
        01 WORK-LINE PIC X(72).
        copy "date-time.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           MOVE 'S' TO JJ-EVENT
           MOVE "BANK-TERMAVL" TO JJ-JOB-NAME
           MOVE 0 TO JJ-RECORDS
           MOVE SPACES TO JJ-RESULT
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT

           CALL "BUSDATE" USING BUSINESS-DATE
           DISPLAY "BANK-TERMAVL: Verfuegbarkeit Terminals per "
                   BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE TO date-time
           IF date-1 = BUSINESS-DATE
             COMPUTE END-MINUTE = hour * 60 + minutes
           ELSE
             MOVE DAY-MINUTES TO END-MINUTE
           END-IF

           PERFORM LOAD-TERMINALS
           OPEN OUTPUT AvailReport
           MOVE SPACES TO WORK-LINE
           STRING "Terminalverfuegbarkeit " BUSINESS-DATE
                  " (Minuten 0 bis " END-MINUTE ")"
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING term-index FROM 1 BY 1
                   UNTIL term-index > TERM-COUNT
             PERFORM REPORT-ONE-TERMINAL
           END-PERFORM
           MOVE SPACES TO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WORK-LINE
           STRING "FLOTTE Terminals " TERM-COUNT
                  "  in Betrieb " FLEET-SERVICE " Min"
                  "  Ausfaelle " FLEET-OUTAGES
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           CLOSE AvailReport

           MOVE 'E' TO JJ-EVENT
           MOVE TERM-COUNT TO JJ-RECORDS
           MOVE "OK" TO JJ-RESULT
           CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                JJ-RECORDS JJ-RESULT

       STOP RUN.

       LOAD-TERMINALS.
           MOVE 0 TO TERM-COUNT
           MOVE 0 TO eof
           OPEN INPUT AtmConfig
           IF CFG-STATUS = "00"
             READ AtmConfig
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF cfg-terminal-id NOT = SPACES
                 MOVE cfg-terminal-id TO WANTED-TERMINAL
                 PERFORM ADD-TERMINAL
               END-IF
               READ AtmConfig
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE AtmConfig
           END-IF
           MOVE 0 TO eof
           OPEN INPUT TermEventFile
           IF TEV-STATUS = "00"
             READ TermEventFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF te-date <= BUSINESS-DATE
                  AND te-terminal-id NOT = SPACES
                 MOVE te-terminal-id TO WANTED-TERMINAL
                 PERFORM ADD-TERMINAL
               END-IF
               READ TermEventFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE TermEventFile
           END-IF.

       ADD-TERMINAL.
           MOVE 'N' TO TERM-KNOWN
           PERFORM VARYING term-index FROM 1 BY 1
                   UNTIL term-index > TERM-COUNT
             IF TERM-ID (term-index) = WANTED-TERMINAL
               MOVE 'Y' TO TERM-KNOWN
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF TERM-KNOWN = 'N'
             IF TERM-COUNT < 50
               ADD 1 TO TERM-COUNT
               MOVE WANTED-TERMINAL TO TERM-ID (TERM-COUNT)
             ELSE
               DISPLAY "WARNUNG: mehr als 50 Terminals - "
                       WANTED-TERMINAL " nicht ausgewertet."
             END-IF
           END-IF.

       REPORT-ONE-TERMINAL.
           MOVE 'N' TO STATE-OUT
           MOVE 'N' TO DAY-STARTED
           MOVE SPACES TO OUT-REASON
           MOVE SPACES TO OUT-DETAIL
           MOVE 0 TO OUT-START
           MOVE 0 TO OUT-COUNT
           MOVE 0 TO OUT-MINUTES
           MOVE 0 TO LOW-COUNT
           MOVE SPACES TO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WORK-LINE
           STRING "Terminal " TERM-ID (term-index)
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE

           MOVE 0 TO eof
           OPEN INPUT TermEventFile
           IF TEV-STATUS = "00"
             READ TermEventFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF te-terminal-id = TERM-ID (term-index)
                  AND te-date <= BUSINESS-DATE
                 PERFORM APPLY-ONE-EVENT
               END-IF
               READ TermEventFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE TermEventFile
           END-IF
           IF DAY-STARTED = 'N'
             PERFORM START-REPORT-DAY
           END-IF
           IF STATE-OUT = 'Y'
             MOVE END-MINUTE TO EVENT-MINUTE
             MOVE "offen" TO OUT-OPEN-TEXT
             PERFORM CLOSE-OUTAGE
           END-IF

           COMPUTE SERVICE-MINUTES = END-MINUTE - OUT-MINUTES
           IF END-MINUTE > 0
             COMPUTE AVAIL-PCT ROUNDED =
                     SERVICE-MINUTES * 100 / END-MINUTE
           ELSE
             MOVE 100 TO AVAIL-PCT
           END-IF
           MOVE AVAIL-PCT TO EDIT-PCT
           ADD SERVICE-MINUTES TO FLEET-SERVICE
           ADD OUT-COUNT TO FLEET-OUTAGES
           MOVE SPACES TO WORK-LINE
           STRING "  in Betrieb " SERVICE-MINUTES " Min ("
                  EDIT-PCT " %)  Ausfaelle " OUT-COUNT
                  " mit " OUT-MINUTES " Min"
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE
           IF LOW-COUNT > 0
             MOVE SPACES TO WORK-LINE
             STRING "  Warnungen Kassette niedrig: " LOW-COUNT
                    DELIMITED BY SIZE INTO WORK-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF.

       APPLY-ONE-EVENT.
           IF te-date = BUSINESS-DATE AND DAY-STARTED = 'N'
             PERFORM START-REPORT-DAY
           END-IF
           DIVIDE te-time BY 10000 GIVING EVENT-HH
           COMPUTE EVENT-MM = (te-time - EVENT-HH * 10000) / 100
           COMPUTE EVENT-MINUTE = EVENT-HH * 60 + EVENT-MM
           IF EVENT-MINUTE > END-MINUTE
             MOVE END-MINUTE TO EVENT-MINUTE
           END-IF
           EVALUATE te-event
             WHEN "INSERV"
               IF STATE-OUT = 'Y'
                 IF DAY-STARTED = 'Y'
                   MOVE SPACES TO OUT-OPEN-TEXT
                   PERFORM CLOSE-OUTAGE
                 END-IF
                 MOVE 'N' TO STATE-OUT
               END-IF
             WHEN "CASHLOW"
               IF DAY-STARTED = 'Y'
                 ADD 1 TO LOW-COUNT
               END-IF
             WHEN "OUTSERV"
             WHEN "CASHOUT"
             WHEN "PRTFAULT"
             WHEN "DOOROPEN"
               IF STATE-OUT = 'N'
                 MOVE 'Y' TO STATE-OUT
                 MOVE te-event TO OUT-REASON
                 MOVE te-detail TO OUT-DETAIL
                 MOVE EVENT-MINUTE TO OUT-START
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       START-REPORT-DAY.
           MOVE 'Y' TO DAY-STARTED
           IF STATE-OUT = 'Y'
             MOVE 0 TO OUT-START
           END-IF.

       CLOSE-OUTAGE.
           COMPUTE OUT-LENGTH = EVENT-MINUTE - OUT-START
           ADD 1 TO OUT-COUNT
           ADD OUT-LENGTH TO OUT-MINUTES
           DIVIDE OUT-START BY 60 GIVING FROM-HH REMAINDER FROM-MM
           DIVIDE EVENT-MINUTE BY 60 GIVING TO-HH REMAINDER TO-MM
           MOVE SPACES TO WORK-LINE
           STRING "  " FROM-HH ":" FROM-MM " - " TO-HH ":" TO-MM
                  " " OUT-OPEN-TEXT " " OUT-LENGTH " Min "
                  OUT-REASON " " OUT-DETAIL
                  DELIMITED BY SIZE INTO WORK-LINE
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           DISPLAY WORK-LINE
           MOVE WORK-LINE TO ReportLine
           WRITE ReportLine.
