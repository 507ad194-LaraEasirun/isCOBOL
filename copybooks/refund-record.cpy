       01 RefundRecord.
          05 rf-number  PIC 9(7).
          05 rf-student PIC 9(13).
          05 rf-invoice PIC 9(7).
          05 rf-amount  PIC 9(5)V99.
          05 rf-date    PIC 9(8).
          05 rf-status  PIC X.
