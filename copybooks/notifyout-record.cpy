       01 NotifyOutRecord.
          05 no-cust-number PIC 9(7).
          05 no-channel     PIC X.
          05 no-address     PIC X(40).
          05 no-event       PIC X(12).
          05 no-account     PIC 9(10).
          05 no-amount      PIC S9(7)V99.
          05 no-date        PIC 9(8).
          05 no-text        PIC X(60).
