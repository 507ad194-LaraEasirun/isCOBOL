       01 MandateRecord.
          05 md-creditor-id  PIC X(18).
          05 md-mandate-ref  PIC X(20).
          05 md-account      PIC 9(10).
          05 md-signed-date  PIC 9(8).
          05 md-status       PIC X.
          05 md-last-used    PIC 9(8).
          05 md-operator     PIC X(8).
