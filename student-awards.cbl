       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-AWARDS.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select AwardLog ASSIGN TO "AWARDLOG.DAT"
                   organization is line sequential
                   FILE STATUS IS AL-FILE-STATUS.
       Select SponsorFile ASSIGN TO "SPONSORS.DAT"
                   organization is line sequential
                   FILE STATUS IS SP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD AwardLog.
           copy "awardlog-record.cpy".
       FD SponsorFile.
           copy "sponsor-record.cpy".
       WORKING-STORAGE SECTION.
        01 eof PIC 9.
        01 AL-FILE-STATUS PIC XX.
        01 SP-FILE-STATUS PIC XX.
        01 WANTED-TERM PIC X(5).
        01 TY-COUNT PIC 9(2) VALUE 0.
        01 ty-index PIC 9(2).
        01 TY-FOUND PIC X.
        01 TY-TABLE.
           05 TY-ENTRY OCCURS 30 TIMES.
              10 TY-TYPE   PIC X(4).
              10 TY-COUNTER PIC 9(5).
              10 TY-TOTAL  PIC 9(9)V99.
        01 SO-COUNT PIC 9(3) VALUE 0.
        01 so-index PIC 9(3).
        01 SO-FOUND PIC X.
        01 SO-TABLE.
           05 SO-ENTRY OCCURS 200 TIMES.
              10 SO-CODE    PIC X(6).
              10 SO-COUNTER PIC 9(5).
              10 SO-TOTAL   PIC 9(9)V99.
        01 LOG-COUNT PIC 9(5) VALUE 0.
        01 GRAND-TOTAL PIC 9(9)V99 VALUE 0.
        01 SPONSOR-NAME PIC X(30).
        01 TYPE-TEXT PIC X(14).
        01 PRINT-TOTAL PIC Z(8)9.99.
        copy "date-time.cpy".
        copy "report-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "STUDENT-AWARDS: Ermaessigungen je Semester"
           DISPLAY "Semester (z.B. 25WS): "
           ACCEPT WANTED-TERM
           MOVE FUNCTION CURRENT-DATE TO date-time
           MOVE 0 TO eof
           OPEN INPUT AwardLog
           IF AL-FILE-STATUS NOT = "00"
             DISPLAY "Keine Ermaessigungen gebucht (AWARDLOG.DAT)."
             STOP RUN
           END-IF
           READ AwardLog
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             IF al-term = WANTED-TERM
               ADD 1 TO LOG-COUNT
               ADD al-amount TO GRAND-TOTAL
               PERFORM ADD-TYPE
               PERFORM ADD-SPONSOR
             END-IF
             READ AwardLog
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE AwardLog

           MOVE 'O' TO rpt-action
           MOVE "FOERDER" TO rpt-name
           MOVE SPACES TO rpt-filename
           STRING "FOERDER-" DELIMITED BY SIZE
                  WANTED-TERM DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
                  INTO rpt-filename
           MOVE SPACES TO rpt-title
           STRING "Ermaessigungen Semester " WANTED-TERM
                  DELIMITED BY SIZE INTO rpt-title
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line

           MOVE "Summen je Art" TO rpt-line
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING ty-index FROM 1 BY 1
                   UNTIL ty-index > TY-COUNT
             PERFORM SET-TYPE-TEXT
             MOVE TY-TOTAL (ty-index) TO PRINT-TOTAL
             STRING "  " TY-TYPE (ty-index) " " TYPE-TEXT " "
                    TY-COUNTER (ty-index) " Posten " PRINT-TOTAL
                    " EUR"
                    DELIMITED BY SIZE INTO rpt-line
             PERFORM WRITE-REPORT-LINE
           END-PERFORM
           PERFORM WRITE-REPORT-LINE
           MOVE "Summen je Foerderer" TO rpt-line
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING so-index FROM 1 BY 1
                   UNTIL so-index > SO-COUNT
             PERFORM FIND-SPONSOR-NAME
             MOVE SO-TOTAL (so-index) TO PRINT-TOTAL
             STRING "  " SO-CODE (so-index) " " SPONSOR-NAME (1:24)
                    " " SO-COUNTER (so-index) " " PRINT-TOTAL
                    DELIMITED BY SIZE INTO rpt-line
             PERFORM WRITE-REPORT-LINE
           END-PERFORM
           PERFORM WRITE-REPORT-LINE
           MOVE GRAND-TOTAL TO PRINT-TOTAL
           STRING "Gesamt " LOG-COUNT " Posten " PRINT-TOTAL " EUR"
                  DELIMITED BY SIZE INTO rpt-line
           DISPLAY rpt-line
           PERFORM WRITE-REPORT-LINE
           MOVE 'C' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           DISPLAY "Bericht: " rpt-filename

       STOP RUN.

       ADD-TYPE.
           MOVE 'N' TO TY-FOUND
           PERFORM VARYING ty-index FROM 1 BY 1
                   UNTIL ty-index > TY-COUNT
             IF TY-TYPE (ty-index) = al-type
               MOVE 'Y' TO TY-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF TY-FOUND = 'N'
             IF TY-COUNT = 30
               DISPLAY "ABBRUCH: mehr als 30 Ermaessigungsarten."
               STOP RUN
             END-IF
             ADD 1 TO TY-COUNT
             MOVE TY-COUNT TO ty-index
             MOVE al-type TO TY-TYPE (ty-index)
             MOVE 0 TO TY-COUNTER (ty-index)
             MOVE 0 TO TY-TOTAL (ty-index)
           END-IF
           ADD 1 TO TY-COUNTER (ty-index)
           ADD al-amount TO TY-TOTAL (ty-index).

       ADD-SPONSOR.
           MOVE 'N' TO SO-FOUND
           PERFORM VARYING so-index FROM 1 BY 1
                   UNTIL so-index > SO-COUNT
             IF SO-CODE (so-index) = al-sponsor
               MOVE 'Y' TO SO-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF SO-FOUND = 'N'
             IF SO-COUNT = 200
               DISPLAY "ABBRUCH: mehr als 200 Foerderer."
               STOP RUN
             END-IF
             ADD 1 TO SO-COUNT
             MOVE SO-COUNT TO so-index
             MOVE al-sponsor TO SO-CODE (so-index)
             MOVE 0 TO SO-COUNTER (so-index)
             MOVE 0 TO SO-TOTAL (so-index)
           END-IF
           ADD 1 TO SO-COUNTER (so-index)
           ADD al-amount TO SO-TOTAL (so-index).

       SET-TYPE-TEXT.
           EVALUATE TY-TYPE (ty-index)
             WHEN "STIP"
               MOVE "Stipendium" TO TYPE-TEXT
             WHEN "RABT"
               MOVE "Rabatt" TO TYPE-TEXT
             WHEN "GESW"
               MOVE "Geschwister" TO TYPE-TEXT
             WHEN OTHER
               MOVE SPACES TO TYPE-TEXT
           END-EVALUATE.

       FIND-SPONSOR-NAME.
           IF SO-CODE (so-index) = SPACES
             MOVE "(Hochschule)" TO SPONSOR-NAME
             EXIT PARAGRAPH
           END-IF
           MOVE "(unbekannt)" TO SPONSOR-NAME
           MOVE 0 TO eof
           OPEN INPUT SponsorFile
           IF SP-FILE-STATUS = "00"
             READ SponsorFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF sp-code = SO-CODE (so-index)
                 MOVE sp-name TO SPONSOR-NAME
                 SET eof TO 1
               ELSE
                 READ SponsorFile
                  AT END SET eof TO 1
                 END-READ
               END-IF
             END-PERFORM
             CLOSE SponsorFile
           END-IF.

       WRITE-REPORT-LINE.
           MOVE 'L' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line.
