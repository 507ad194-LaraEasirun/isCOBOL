       01 WorkOrderLine.
          05 wl-order    PIC 9(7).
          05 wl-line     PIC 9(3).
          05 wl-type     PIC X.
          05 wl-code     PIC X(8).
          05 wl-text     PIC X(30).
          05 wl-quantity PIC 9(5)V99.
          05 wl-price    PIC 9(5)V99.
          05 wl-amount   PIC 9(7)V99.
