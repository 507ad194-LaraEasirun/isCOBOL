       01 PartStockRequest.
          05 ps-action   PIC X.
          05 ps-part     PIC X(8).
          05 ps-quantity PIC 9(5)V99.
          05 ps-price    PIC 9(5)V99.
          05 ps-order    PIC 9(7).
          05 ps-ref      PIC X(20).
          05 ps-operator PIC X(8).
          05 ps-result   PIC X.
          05 ps-text     PIC X(30).
          05 ps-stock    PIC S9(5)V99.
          05 ps-min      PIC 9(5)V99.
