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
