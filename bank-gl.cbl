        01 JJ-JOB-NAME PIC X(12).
        01 JJ-RECORDS PIC 9(7) VALUE 0.
        01 JJ-RESULT PIC X(4).
        copy "ctltotal-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           CLOSE GlSorted
           CLOSE GlExtract

           MOVE 'W' TO ctl-action
           MOVE "GLEXTRACT.DAT" TO ctl-file
           MOVE "BANK-GL" TO ctl-job
           COMPUTE ctl-records = PAIR-COUNT * 2
           COMPUTE ctl-hash = TOTAL-DEBIT + TOTAL-CREDIT
           CALL "CTLTOTAL" USING CtlTotalRequest

           DISPLAY "Buchungspaare: " PAIR-COUNT
           DISPLAY "Soll gesamt:  " TOTAL-DEBIT
           DISPLAY "Haben gesamt: " TOTAL-CREDIT
             WHEN "ADJUST-DR"
               MOVE "20000" TO DEBIT-ACCOUNT
               MOVE "41000" TO CREDIT-ACCOUNT
             WHEN "TD-PLACE"
               MOVE "20000" TO DEBIT-ACCOUNT
               MOVE "21000" TO CREDIT-ACCOUNT
             WHEN "TD-REPAY"
               MOVE "21000" TO DEBIT-ACCOUNT
               MOVE "20000" TO CREDIT-ACCOUNT
             WHEN "TD-INTEREST"
               MOVE "30000" TO DEBIT-ACCOUNT
               MOVE "20000" TO CREDIT-ACCOUNT
             WHEN "TD-INTCAP"
               MOVE "30000" TO DEBIT-ACCOUNT
               MOVE "21000" TO CREDIT-ACCOUNT
             WHEN "LOAN-PAYOUT"
               MOVE "15000" TO DEBIT-ACCOUNT
               MOVE "20000" TO CREDIT-ACCOUNT
             WHEN "LOAN-PRIN"
               MOVE "20000" TO DEBIT-ACCOUNT
               MOVE "15000" TO CREDIT-ACCOUNT
             WHEN "LOAN-INT"
               MOVE "20000" TO DEBIT-ACCOUNT
               MOVE "42000" TO CREDIT-ACCOUNT
             WHEN "LOAN-FEE"
               MOVE "20000" TO DEBIT-ACCOUNT
               MOVE "41000" TO CREDIT-ACCOUNT
             WHEN "DDEBIT"
               MOVE "20000" TO DEBIT-ACCOUNT
               MOVE "10000" TO CREDIT-ACCOUNT
             WHEN "VENDING"
               MOVE "20000" TO DEBIT-ACCOUNT
               MOVE "10000" TO CREDIT-ACCOUNT
             WHEN "DDEBIT-REF"
               MOVE "10000" TO DEBIT-ACCOUNT
               MOVE "20000" TO CREDIT-ACCOUNT
             WHEN "TRANSFER-EXT"
               MOVE "20000" TO DEBIT-ACCOUNT
               MOVE "10000" TO CREDIT-ACCOUNT
             WHEN "OUTPAY-RET"
               MOVE "10000" TO DEBIT-ACCOUNT
               MOVE "20000" TO CREDIT-ACCOUNT
             WHEN "TAX-KAPST"
               MOVE "20000" TO DEBIT-ACCOUNT
               MOVE "27000" TO CREDIT-ACCOUNT
             WHEN "TAX-SOLI"
               MOVE "20000" TO DEBIT-ACCOUNT
               MOVE "27000" TO CREDIT-ACCOUNT
             WHEN "FX-MARGIN"
               MOVE "10000" TO DEBIT-ACCOUNT
               MOVE "43000" TO CREDIT-ACCOUNT
             WHEN "ACQ-CLAIM"
               MOVE "12000" TO DEBIT-ACCOUNT
               MOVE "10000" TO CREDIT-ACCOUNT
             WHEN "ACQ-FEE"
               MOVE "12000" TO DEBIT-ACCOUNT
               MOVE "44000" TO CREDIT-ACCOUNT
             WHEN "GARN-PAY"
               MOVE "20000" TO DEBIT-ACCOUNT
               MOVE "10000" TO CREDIT-ACCOUNT
             WHEN "SUSP-IN"
               MOVE "10000" TO DEBIT-ACCOUNT
               MOVE "28000" TO CREDIT-ACCOUNT
             WHEN "SUSP-POST"
               MOVE "28000" TO DEBIT-ACCOUNT
               MOVE "20000" TO CREDIT-ACCOUNT
             WHEN "SUSP-RET"
               MOVE "28000" TO DEBIT-ACCOUNT
               MOVE "10000" TO CREDIT-ACCOUNT
             WHEN "SANC-HOLD"
               MOVE "10000" TO DEBIT-ACCOUNT
               MOVE "28000" TO CREDIT-ACCOUNT
             WHEN "SANC-REL"
               MOVE "28000" TO DEBIT-ACCOUNT
               MOVE "10000" TO CREDIT-ACCOUNT
             WHEN OTHER
               MOVE 'N' TO POSTABLE-FLAG
           END-EVALUATE.
