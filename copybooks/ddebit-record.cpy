       01 DirectDebitRecord.
          05 dd-seq          PIC 9(7).
          05 dd-account      PIC 9(10).
          05 dd-amount       PIC 9(7)V99.
          05 dd-creditor-id  PIC X(18).
          05 dd-mandate-ref  PIC X(20).
          05 dd-collect-ref  PIC X(16).
          05 dd-date         PIC 9(8).
          05 dd-status       PIC X.
          05 dd-refund-date  PIC 9(8).
