       01 AmlNoteRecord.
          05 an-case-id  PIC 9(7).
          05 an-date     PIC 9(8).
          05 an-operator PIC X(8).
          05 an-status   PIC X.
          05 an-text     PIC X(60).
