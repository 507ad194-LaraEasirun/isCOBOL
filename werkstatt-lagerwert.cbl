       IDENTIFICATION DIVISION.
       PROGRAM-ID. WERKSTATT-LAGERWERT.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select PartFile ASSIGN TO "PARTS.DAT"
                   organization is line sequential
                   FILE STATUS IS PART-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PartFile.
           copy "part-record.cpy".
       WORKING-STORAGE SECTION.
        01 eof PIC 9.
        01 PART-STATUS PIC XX.
        01 PART-COUNT PIC 9(3) VALUE 0.
        01 part-index PIC 9(3).
        01 PART-TABLE.
           05 PART-ENTRY OCCURS 500 TIMES.
              10 PT-RECORD PIC X(95).
        01 TODAY-YMD PIC 9(8).
        01 MONTH-INDEX PIC 9(6).
        01 CUTOFF-YEAR PIC 9(4).
        01 CUTOFF-MONTH PIC 9(2).
        01 CUTOFF-YMD PIC 9(8).
        01 LAST-MOVE PIC 9(8).
        01 PART-VALUE PIC S9(9)V99.
        01 STOCK-TOTAL PIC S9(11)V99 VALUE 0.
        01 SLOW-TOTAL PIC S9(11)V99 VALUE 0.
        01 SLOW-COUNT PIC 9(3) VALUE 0.
        01 VALUED-COUNT PIC 9(3) VALUE 0.
        01 PRINT-STOCK PIC -(5)9.99.
        01 PRINT-PRICE PIC Z(4)9.99.
        01 PRINT-VALUE PIC -(7)9.99.
        01 PRINT-TOTAL PIC -(9)9.99.
        01 PRINT-DATE PIC X(10).
        copy "date-time.cpy".
        copy "report-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO date-time
           COMPUTE TODAY-YMD = year * 10000 + month * 100 + day-1
           DISPLAY "WERKSTATT-LAGERWERT: Lagerbewertung "
                   month "/" year
           PERFORM LOAD-PARTS
           IF PART-COUNT = 0
             DISPLAY "Keine Teile in PARTS.DAT."
             STOP RUN
           END-IF
           COMPUTE MONTH-INDEX = year * 12 + month - 1 - 6
           DIVIDE MONTH-INDEX BY 12 GIVING CUTOFF-YEAR
                  REMAINDER CUTOFF-MONTH
           ADD 1 TO CUTOFF-MONTH
           COMPUTE CUTOFF-YMD = CUTOFF-YEAR * 10000
                   + CUTOFF-MONTH * 100 + day-1

           MOVE 'O' TO rpt-action
           MOVE "LAGERWERT" TO rpt-name
           MOVE SPACES TO rpt-filename
           STRING "LAGERWERT-" year month ".DAT"
                  DELIMITED BY SIZE INTO rpt-filename
           MOVE SPACES TO rpt-title
           STRING "Lagerbewertung Werkstatt " month "/" year
                  DELIMITED BY SIZE INTO rpt-title
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line
           MOVE "Teil" TO rpt-line (1:4)
           MOVE "Bezeichnung" TO rpt-line (10:11)
           MOVE "Bestand" TO rpt-line (33:7)
           MOVE "EK-Preis" TO rpt-line (42:8)
           MOVE "Wert" TO rpt-line (57:4)
           MOVE "Verbrauch" TO rpt-line (63:9)
           PERFORM WRITE-VALUE-LINE
           PERFORM VARYING part-index FROM 1 BY 1
                   UNTIL part-index > PART-COUNT
             MOVE PT-RECORD (part-index) TO PartRecord
             PERFORM VALUE-ONE-PART
           END-PERFORM
           PERFORM WRITE-VALUE-LINE
           MOVE STOCK-TOTAL TO PRINT-TOTAL
           STRING "Lagerwert gesamt (" VALUED-COUNT " Teile): "
                  PRINT-TOTAL " EUR"
                  DELIMITED BY SIZE INTO rpt-line
           DISPLAY rpt-line
           PERFORM WRITE-VALUE-LINE
           PERFORM WRITE-VALUE-LINE

           MOVE SPACES TO PRINT-DATE
           STRING CUTOFF-YMD (7:2) "." CUTOFF-YMD (5:2) "."
                  CUTOFF-YMD (1:4)
                  DELIMITED BY SIZE INTO PRINT-DATE
           STRING "Ladenhueter (ohne Verbrauch seit " PRINT-DATE
                  "):"
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-VALUE-LINE
           PERFORM VARYING part-index FROM 1 BY 1
                   UNTIL part-index > PART-COUNT
             MOVE PT-RECORD (part-index) TO PartRecord
             PERFORM CHECK-SLOW-MOVER
           END-PERFORM
           IF SLOW-COUNT = 0
             MOVE "  keine" TO rpt-line
             PERFORM WRITE-VALUE-LINE
           END-IF
           PERFORM WRITE-VALUE-LINE
           MOVE SLOW-TOTAL TO PRINT-TOTAL
           STRING "Ladenhueter: " SLOW-COUNT " Teile, gebunden "
                  PRINT-TOTAL " EUR"
                  DELIMITED BY SIZE INTO rpt-line
           DISPLAY rpt-line
           PERFORM WRITE-VALUE-LINE
           MOVE 'C' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           DISPLAY "Bericht: " rpt-filename

       STOP RUN.

       VALUE-ONE-PART.
           COMPUTE PART-VALUE ROUNDED = part-stock * part-price
           ADD PART-VALUE TO STOCK-TOTAL
           ADD 1 TO VALUED-COUNT
           MOVE part-stock TO PRINT-STOCK
           MOVE part-price TO PRINT-PRICE
           MOVE PART-VALUE TO PRINT-VALUE
           MOVE part-number TO rpt-line (1:8)
           MOVE part-text TO rpt-line (10:20)
           MOVE PRINT-STOCK TO rpt-line (31:9)
           MOVE PRINT-PRICE TO rpt-line (41:8)
           MOVE PRINT-VALUE TO rpt-line (50:11)
           IF part-last-used > 0
             MOVE part-last-used TO rpt-line (63:8)
           ELSE
             MOVE "nie" TO rpt-line (63:3)
           END-IF
           PERFORM WRITE-VALUE-LINE.

       CHECK-SLOW-MOVER.
           IF part-stock NOT > 0
             EXIT PARAGRAPH
           END-IF
           MOVE part-last-used TO LAST-MOVE
           IF LAST-MOVE = 0
             MOVE part-last-rcpt TO LAST-MOVE
           END-IF
           IF LAST-MOVE NOT < CUTOFF-YMD
             EXIT PARAGRAPH
           END-IF
           ADD 1 TO SLOW-COUNT
           COMPUTE PART-VALUE ROUNDED = part-stock * part-price
           ADD PART-VALUE TO SLOW-TOTAL
           MOVE part-stock TO PRINT-STOCK
           MOVE PART-VALUE TO PRINT-VALUE
           MOVE part-number TO rpt-line (3:8)
           MOVE part-text TO rpt-line (12:20)
           MOVE PRINT-STOCK TO rpt-line (33:9)
           MOVE PRINT-VALUE TO rpt-line (43:11)
           IF part-last-used > 0
             MOVE part-last-used TO rpt-line (56:8)
           ELSE
             MOVE "nie" TO rpt-line (56:3)
           END-IF
           PERFORM WRITE-VALUE-LINE.

       WRITE-VALUE-LINE.
           MOVE 'L' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line.

       LOAD-PARTS.
           MOVE 0 TO PART-COUNT
           MOVE 0 TO eof
           OPEN INPUT PartFile
           IF PART-STATUS = "00"
             READ PartFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR PART-COUNT = 500
               ADD 1 TO PART-COUNT
               MOVE PartRecord TO PT-RECORD (PART-COUNT)
               READ PartFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             IF eof = 0
               DISPLAY "ABBRUCH: PARTS.DAT groesser als 500"
                       " Eintraege."
               STOP RUN
             END-IF
             CLOSE PartFile
           END-IF.
