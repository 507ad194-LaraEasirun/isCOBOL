       01 OutPaymentRecord.
          05 op-payment-id    PIC 9(7).
          05 op-account       PIC 9(10).
          05 op-amount        PIC 9(7)V99.
          05 op-bene-name     PIC X(27).
          05 op-bene-iban     PIC X(34).
          05 op-reference     PIC X(30).
          05 op-origin        PIC X(4).
          05 op-entry-date    PIC 9(8).
          05 op-status        PIC X.
          05 op-sent-date     PIC 9(8).
          05 op-return-reason PIC X(4).
