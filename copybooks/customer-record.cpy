          05 cust-strasse   PIC X(30).
          05 cust-active    PIC X.
          05 cust-inactive-date PIC 9(8).
          05 cust-name-key  PIC X(20).
