          05 wo-order-status PIC X.
          05 wo-angelegt     PIC 9(8).
          05 wo-geaendert    PIC 9(8).
          05 wo-invoice      PIC 9(7).
