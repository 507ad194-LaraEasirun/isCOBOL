       01 IncLogRecord.
          05 il-id        PIC 9(6).
          05 il-timestamp PIC X(20).
          05 il-operator  PIC X(8).
          05 il-event     PIC X(12).
          05 il-text      PIC X(60).
