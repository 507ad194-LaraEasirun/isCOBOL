       01 TermDepRecord.
          05 td-number        PIC 9(7).
          05 td-account       PIC 9(10).
          05 td-principal     PIC 9(7)V99.
          05 td-rate          PIC 9V9999.
          05 td-penalty-rate  PIC 9V9999.
          05 td-term-months   PIC 9(2).
          05 td-start-date    PIC 9(8).
          05 td-maturity-date PIC 9(8).
          05 td-rollover      PIC X.
          05 td-status        PIC X.
          05 td-closed-date   PIC 9(8).
          05 td-operator      PIC X(8).
