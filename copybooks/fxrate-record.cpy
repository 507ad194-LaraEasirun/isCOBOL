       01 FxRateRecord.
          05 fx-currency   PIC X(3).
          05 fx-rate-date  PIC 9(8).
          05 fx-buy-rate   PIC 9(4)V9(6).
          05 fx-sell-rate  PIC 9(4)V9(6).
