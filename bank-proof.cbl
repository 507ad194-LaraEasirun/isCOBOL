        01 TXN-SIGN PIC S9.
        01 DIFF-COUNT PIC 9(2) VALUE 0.
        01 WORK-LINE PIC X(78).
        01 GL-RECORDS PIC 9(9) VALUE 0.
        01 GL-HASH PIC S9(13)V99 VALUE 0.
        copy "ctltotal-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.

           MOVE TODAY-FILENAME TO SNAP-FILENAME
           PERFORM SUM-SNAPSHOT
           PERFORM VERIFY-HANDOFF
           MOVE SNAP-TOTAL TO TODAY-TOTAL
           MOVE PREV-FILENAME TO SNAP-FILENAME
           PERFORM SUM-SNAPSHOT

           PERFORM SUM-TXN-NET
           PERFORM SUM-GL-NET
           MOVE "GLEXTRACT.DAT" TO ctl-file
           MOVE GL-RECORDS TO ctl-records
           MOVE GL-HASH TO ctl-hash
           PERFORM VERIFY-HANDOFF

           OPEN OUTPUT ProofReport
           MOVE SPACES TO WORK-LINE
             CLOSE PrevPointer
           END-IF.

       VERIFY-HANDOFF.
           MOVE 'V' TO ctl-action
           MOVE "BANK-PROOF" TO ctl-job
           CALL "CTLTOTAL" USING CtlTotalRequest
           IF ctl-result NOT = 'Y'
             DISPLAY "ABBRUCH: Tagesbeweis nicht moeglich -"
                     " Uebergabe " ctl-file " fehlerhaft."
             MOVE 'E' TO JJ-EVENT
             MOVE 0 TO JJ-RECORDS
             MOVE "CTLT" TO JJ-RESULT
             CALL "JOBJOURNAL" USING JJ-EVENT JJ-JOB-NAME
                  JJ-RECORDS JJ-RESULT
             MOVE 90 TO RETURN-CODE
             STOP RUN
           END-IF.

       SUM-SNAPSHOT.
           MOVE 0 TO SNAP-TOTAL
           MOVE SNAP-FILENAME TO ctl-file
           MOVE 0 TO ctl-records
           MOVE 0 TO eof
           OPEN INPUT Snapshot
           IF SNP-STATUS = "00"
             END-READ
             PERFORM UNTIL eof = 1
               ADD snap-balance TO SNAP-TOTAL
               ADD 1 TO ctl-records
               READ Snapshot
                AT END SET eof TO 1
               END-READ
             CLOSE Snapshot
           ELSE
             DISPLAY "Snapshot " SNAP-FILENAME " nicht lesbar."
           END-IF
           MOVE SNAP-TOTAL TO ctl-hash.

       SUM-TXN-NET.
           MOVE 0 TO TXN-NET
             WHEN "PROVCREDIT"
             WHEN "ADJUST-CR"
             WHEN "ESCHEAT-IN"
             WHEN "TD-REPAY"
             WHEN "TD-INTEREST"
             WHEN "LOAN-PAYOUT"
             WHEN "DDEBIT-REF"
             WHEN "OUTPAY-RET"
             WHEN "SUSP-POST"
             WHEN "BALFWD-CR"
               MOVE 1 TO TXN-SIGN
             WHEN "WITHDRAWAL"
             WHEN "PROVREVERSE"
             WHEN "ADJUST-DR"
             WHEN "ESCHEAT-OUT"
             WHEN "TD-PLACE"
             WHEN "LOAN-PRIN"
             WHEN "LOAN-INT"
             WHEN "LOAN-FEE"
             WHEN "DDEBIT"
             WHEN "VENDING"
             WHEN "TRANSFER-EXT"
             WHEN "TAX-KAPST"
             WHEN "TAX-SOLI"
             WHEN "GARN-PAY"
             WHEN "BALFWD-DR"
               MOVE -1 TO TXN-SIGN
             WHEN OTHER

       SUM-GL-NET.
           MOVE 0 TO GL-NET
           MOVE 0 TO GL-RECORDS
           MOVE 0 TO GL-HASH
           MOVE 0 TO eof
           OPEN INPUT GlExtract
           IF EXT-STATUS = "00"
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               IF ge-side = 'S' OR ge-side = 'H'
                 ADD 1 TO GL-RECORDS
                 ADD ge-amount TO GL-HASH
               END-IF
               IF GlExtractRecord(1:8) NOT = "CONTROL "
                  AND ge-date = PROOF-DATE-DASHED
                  AND ge-account = "20000"
