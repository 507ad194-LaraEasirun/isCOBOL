        01 SKIPPED-COUNT PIC 9(7) VALUE 0.
        01 ABORT-FLAG PIC X VALUE 'N'.
        01 FOUND-INDEX PIC 9(3).
        copy "ctltotal-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM LOAD-PERIODS
           PERFORM LOAD-POSTED-DATES
           MOVE POSTED-COUNT TO LOADED-POSTED-COUNT
           PERFORM VERIFY-EXTRACT-TOTALS

           MOVE 0 TO eof
           OPEN INPUT GlExtract

       STOP RUN.

       VERIFY-EXTRACT-TOTALS.
           MOVE 0 TO ctl-records
           MOVE 0 TO ctl-hash
           MOVE 0 TO eof
           OPEN INPUT GlExtract
           IF EXT-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           READ GlExtract
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             IF ge-side = 'S' OR ge-side = 'H'
               ADD 1 TO ctl-records
               ADD ge-amount TO ctl-hash
             END-IF
             READ GlExtract
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE GlExtract
           MOVE 'V' TO ctl-action
           MOVE "GLEXTRACT.DAT" TO ctl-file
           MOVE "BANK-GLPOST" TO ctl-job
           CALL "CTLTOTAL" USING CtlTotalRequest
           IF ctl-result NOT = 'Y'
             DISPLAY "ABBRUCH: GLEXTRACT.DAT nicht uebernommen -"
                     " BANK-GL neu laufen lassen."
             MOVE 'E' TO JJ-EVENT
             MOVE 0 TO JJ-RECORDS
             MOVE "CTLT" TO JJ-RESULT
             CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                  JJ-RECORDS JJ-RESULT
             MOVE 90 TO RETURN-CODE
             STOP RUN
           END-IF.

       POST-ONE-LINE.
           MOVE SPACES TO WORK-PERIOD
           STRING ge-date(1:4) ge-date(6:2)
           PERFORM VARYING period-index FROM 1 BY 1
                   UNTIL period-index > PERIOD-COUNT
             IF PD-PERIOD (period-index) = WORK-PERIOD
                AND (PD-STATUS (period-index) = 'C'
                     OR PD-STATUS (period-index) = 'Y')
               MOVE 'J' TO PERIOD-CLOSED
               EXIT PERFORM
             END-IF
