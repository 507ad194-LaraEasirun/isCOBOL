       01 InReturnRecord.
          05 ir-return-id    PIC 9(7).
          05 ir-sender-ref   PIC X(16).
          05 ir-amount       PIC 9(7)V99.
          05 ir-orig-account PIC 9(10).
          05 ir-orig-date    PIC 9(8).
          05 ir-return-date  PIC 9(8).
          05 ir-reason       PIC X(4).
          05 ir-state        PIC X.
          05 ir-operator     PIC X(8).
