       01 StudentCreditRecord.
          05 gh-student    PIC 9(13).
          05 gh-amount     PIC 9(7)V99.
          05 gh-open       PIC 9(7)V99.
          05 gh-date       PIC 9(8).
          05 gh-seq        PIC 9(7).
          05 gh-sender-ref PIC X(16).
