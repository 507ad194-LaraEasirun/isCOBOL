       01 SuspenseRecord.
          05 sus-account     PIC 9(10).
          05 sus-amount      PIC 9(7)V99.
          05 sus-sender-ref  PIC X(16).
          05 sus-date        PIC 9(8).
          05 sus-reason      PIC X(20).
          05 sus-id          PIC 9(7).
          05 sus-state       PIC X.
          05 sus-closed-date PIC 9(8).
          05 sus-new-account PIC 9(10).
          05 sus-operator    PIC X(8).
