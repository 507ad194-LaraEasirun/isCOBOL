       01 SecLogRecord.
          05 sl-timestamp PIC X(20).
          05 sl-operator  PIC X(8).
          05 sl-program   PIC X(16).
          05 sl-event     PIC X(10).
          05 sl-role      PIC X(10).
          05 sl-text      PIC X(30).
