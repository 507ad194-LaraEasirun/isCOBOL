                 ADD log-amount TO AT-NET (acct-index)
               WHEN "ESCHEAT-IN"
                 ADD log-amount TO AT-NET (acct-index)
               WHEN "TD-REPAY"
                 ADD log-amount TO AT-NET (acct-index)
               WHEN "TD-INTEREST"
                 ADD log-amount TO AT-NET (acct-index)
               WHEN "LOAN-PAYOUT"
                 ADD log-amount TO AT-NET (acct-index)
               WHEN "DDEBIT-REF"
                 ADD log-amount TO AT-NET (acct-index)
               WHEN "OUTPAY-RET"
                 ADD log-amount TO AT-NET (acct-index)
               WHEN "SUSP-POST"
                 ADD log-amount TO AT-NET (acct-index)
               WHEN "BALFWD-CR"
                 ADD log-amount TO AT-NET (acct-index)
               WHEN "WITHDRAWAL"
                 SUBTRACT log-amount FROM AT-NET (acct-index)
               WHEN "ESCHEAT-OUT"
                 SUBTRACT log-amount FROM AT-NET (acct-index)
               WHEN "TD-PLACE"
                 SUBTRACT log-amount FROM AT-NET (acct-index)
               WHEN "LOAN-PRIN"
                 SUBTRACT log-amount FROM AT-NET (acct-index)
               WHEN "LOAN-INT"
                 SUBTRACT log-amount FROM AT-NET (acct-index)
               WHEN "LOAN-FEE"
                 SUBTRACT log-amount FROM AT-NET (acct-index)
               WHEN "DDEBIT"
                 SUBTRACT log-amount FROM AT-NET (acct-index)
               WHEN "VENDING"
                 SUBTRACT log-amount FROM AT-NET (acct-index)
               WHEN "TRANSFER-EXT"
                 SUBTRACT log-amount FROM AT-NET (acct-index)
               WHEN "TAX-KAPST"
                 SUBTRACT log-amount FROM AT-NET (acct-index)
               WHEN "TAX-SOLI"
                 SUBTRACT log-amount FROM AT-NET (acct-index)
               WHEN "GARN-PAY"
                 SUBTRACT log-amount FROM AT-NET (acct-index)
               WHEN "BALFWD-DR"
                 SUBTRACT log-amount FROM AT-NET (acct-index)
               WHEN OTHER
