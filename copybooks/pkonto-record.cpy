       01 PKontoRecord.
          05 pk-account     PIC 9(10).
          05 pk-allowance   PIC 9(7)V99.
          05 pk-carry       PIC 9(7)V99.
          05 pk-carry-month PIC 9(6).
          05 pk-status      PIC X.
          05 pk-since       PIC 9(8).
          05 pk-operator    PIC X(8).
