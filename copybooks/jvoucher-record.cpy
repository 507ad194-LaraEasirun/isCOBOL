       01 JVoucherRecord.
          05 jv-id        PIC 9(7).
          05 jv-line      PIC 9(2).
          05 jv-date      PIC 9(8).
          05 jv-account   PIC X(5).
          05 jv-side      PIC X.
          05 jv-amount    PIC 9(9)V99.
          05 jv-text      PIC X(30).
          05 jv-reverse   PIC X.
          05 jv-orig-id   PIC 9(7).
          05 jv-maker     PIC X(8).
          05 jv-status    PIC X.
          05 jv-checker   PIC X(8).
          05 jv-timestamp PIC X(20).
