                 ADD srt-amount TO COMPUTED-BALANCE
               WHEN "ESCHEAT-IN"
                 ADD srt-amount TO COMPUTED-BALANCE
               WHEN "TD-REPAY"
                 ADD srt-amount TO COMPUTED-BALANCE
               WHEN "TD-INTEREST"
                 ADD srt-amount TO COMPUTED-BALANCE
               WHEN "LOAN-PAYOUT"
                 ADD srt-amount TO COMPUTED-BALANCE
               WHEN "DDEBIT-REF"
                 ADD srt-amount TO COMPUTED-BALANCE
               WHEN "OUTPAY-RET"
                 ADD srt-amount TO COMPUTED-BALANCE
               WHEN "SUSP-POST"
                 ADD srt-amount TO COMPUTED-BALANCE
               WHEN "BALFWD-CR"
                 ADD srt-amount TO COMPUTED-BALANCE
               WHEN "WITHDRAWAL"
                 SUBTRACT srt-amount FROM COMPUTED-BALANCE
               WHEN "ESCHEAT-OUT"
                 SUBTRACT srt-amount FROM COMPUTED-BALANCE
               WHEN "TD-PLACE"
                 SUBTRACT srt-amount FROM COMPUTED-BALANCE
               WHEN "LOAN-PRIN"
                 SUBTRACT srt-amount FROM COMPUTED-BALANCE
               WHEN "LOAN-INT"
                 SUBTRACT srt-amount FROM COMPUTED-BALANCE
               WHEN "LOAN-FEE"
                 SUBTRACT srt-amount FROM COMPUTED-BALANCE
               WHEN "DDEBIT"
                 SUBTRACT srt-amount FROM COMPUTED-BALANCE
               WHEN "VENDING"
                 SUBTRACT srt-amount FROM COMPUTED-BALANCE
               WHEN "TRANSFER-EXT"
                 SUBTRACT srt-amount FROM COMPUTED-BALANCE
               WHEN "TAX-KAPST"
                 SUBTRACT srt-amount FROM COMPUTED-BALANCE
               WHEN "TAX-SOLI"
                 SUBTRACT srt-amount FROM COMPUTED-BALANCE
               WHEN "GARN-PAY"
                 SUBTRACT srt-amount FROM COMPUTED-BALANCE
               WHEN "BALFWD-DR"
                 SUBTRACT srt-amount FROM COMPUTED-BALANCE
               WHEN OTHER
