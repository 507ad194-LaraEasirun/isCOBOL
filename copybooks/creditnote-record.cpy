       01 CreditNoteRecord.
          05 cn-number  PIC 9(7).
          05 cn-invoice PIC 9(7).
          05 cn-student PIC 9(13).
          05 cn-amount  PIC 9(5)V99.
          05 cn-date    PIC 9(8).
          05 cn-reason  PIC X(4).
