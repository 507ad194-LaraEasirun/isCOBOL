       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTSTOCK.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select PartFile ASSIGN TO "PARTS.DAT"
                   organization is line sequential
                   FILE STATUS IS PART-STATUS.
       Select PartMoveFile ASSIGN TO "PARTMOVE.DAT"
                   organization is line sequential
                   FILE STATUS IS PM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PartFile.
           copy "part-record.cpy".
       FD PartMoveFile.
           copy "partmove-record.cpy".
       WORKING-STORAGE SECTION.
       01 PART-STATUS PIC XX.
       01 PM-STATUS PIC XX.
       01 part-eof PIC 9.
       01 PART-COUNT PIC 9(3) VALUE 0.
       01 part-index PIC 9(3).
       01 FOUND-INDEX PIC 9(3) VALUE 0.
       01 TODAY-YMD PIC 9(8).
       01 TABLE-FULL PIC X VALUE 'N'.
       01 PART-TABLE.
          05 PART-ENTRY OCCURS 500 TIMES.
             10 PT-RECORD PIC X(95).
       copy "date-time.cpy".
       LINKAGE SECTION.
           copy "partstock-request.cpy".
       PROCEDURE DIVISION USING PartStockRequest.
       MAIN.
           MOVE 'N' TO ps-result
           MOVE SPACES TO ps-text
           MOVE 0 TO ps-stock
           MOVE 0 TO ps-min
           MOVE FUNCTION CURRENT-DATE TO date-time
           COMPUTE TODAY-YMD = year * 10000 + month * 100 + day-1
           PERFORM LOAD-PARTS
           IF TABLE-FULL = 'Y'
             DISPLAY "PARTS.DAT groesser als 500 Eintraege -"
                     " keine Lagerbuchung."
             GOBACK
           END-IF
           MOVE 0 TO FOUND-INDEX
           PERFORM VARYING part-index FROM 1 BY 1
                   UNTIL part-index > PART-COUNT
             MOVE PT-RECORD (part-index) TO PartRecord
             IF part-number = ps-part
               MOVE part-index TO FOUND-INDEX
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF FOUND-INDEX = 0
             GOBACK
           END-IF
           MOVE PT-RECORD (FOUND-INDEX) TO PartRecord
           EVALUATE ps-action
             WHEN 'V'
               SUBTRACT ps-quantity FROM part-stock
               MOVE TODAY-YMD TO part-last-used
               PERFORM BOOK-MOVEMENT
             WHEN 'R'
               ADD ps-quantity TO part-stock
               PERFORM BOOK-MOVEMENT
             WHEN 'Z'
               ADD ps-quantity TO part-stock
               MOVE TODAY-YMD TO part-last-rcpt
               IF ps-price > 0
                 MOVE ps-price TO part-price
               END-IF
               PERFORM BOOK-MOVEMENT
             WHEN OTHER
               MOVE part-price TO ps-price
           END-EVALUATE
           MOVE 'Y' TO ps-result
           MOVE part-text TO ps-text
           MOVE part-stock TO ps-stock
           MOVE part-min TO ps-min
           GOBACK.

       BOOK-MOVEMENT.
           MOVE PartRecord TO PT-RECORD (FOUND-INDEX)
           PERFORM SAVE-PARTS
           OPEN INPUT PartMoveFile
           IF PM-STATUS = "35"
             OPEN OUTPUT PartMoveFile
             CLOSE PartMoveFile
           ELSE
             CLOSE PartMoveFile
           END-IF
           OPEN EXTEND PartMoveFile
           MOVE TODAY-YMD TO pm-date
           MOVE ps-part TO pm-part
           MOVE ps-action TO pm-type
           MOVE ps-quantity TO pm-quantity
           MOVE ps-order TO pm-order
           MOVE ps-ref TO pm-ref
           MOVE ps-operator TO pm-operator
           WRITE PartMoveRecord
           CLOSE PartMoveFile.

       LOAD-PARTS.
           MOVE 'N' TO TABLE-FULL
           MOVE 0 TO PART-COUNT
           MOVE 0 TO part-eof
           OPEN INPUT PartFile
           IF PART-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           READ PartFile
            AT END SET part-eof TO 1
           END-READ
           PERFORM UNTIL part-eof = 1 OR PART-COUNT = 500
             ADD 1 TO PART-COUNT
             MOVE PartRecord TO PT-RECORD (PART-COUNT)
             READ PartFile
              AT END SET part-eof TO 1
             END-READ
           END-PERFORM
           IF part-eof = 0
             MOVE 'Y' TO TABLE-FULL
           END-IF
           CLOSE PartFile.

       SAVE-PARTS.
           OPEN OUTPUT PartFile
           PERFORM VARYING part-index FROM 1 BY 1
                   UNTIL part-index > PART-COUNT
             MOVE PT-RECORD (part-index) TO PartRecord
             WRITE PartRecord
           END-PERFORM
           CLOSE PartFile
           MOVE PT-RECORD (FOUND-INDEX) TO PartRecord.
