       01 SchoolInRecord.
          05 bx-account    PIC 9(10).
          05 bx-amount     PIC 9(7)V99.
          05 bx-sender-ref PIC X(16).
          05 bx-date       PIC 9(8).
          05 bx-seq        PIC 9(7).
          05 bx-state      PIC X.
          05 bx-matched    PIC 9(7)V99.
          05 bx-credit     PIC 9(7)V99.
          05 bx-invoice    PIC 9(7).
          05 bx-student    PIC 9(13).
