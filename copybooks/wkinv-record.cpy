       01 WorkInvoiceRecord.
          05 wi-number      PIC 9(7).
          05 wi-type        PIC X.
          05 wi-date        PIC 9(8).
          05 wi-order       PIC 9(7).
          05 wi-cust        PIC 9(7).
          05 wi-kennzeichen PIC X(12).
          05 wi-net         PIC 9(7)V99.
          05 wi-vat         PIC 9(7)V99.
          05 wi-gross       PIC 9(7)V99.
          05 wi-ref         PIC 9(7).
          05 wi-operator    PIC X(8).
          05 wi-reason      PIC X(30).
