       01 AuthRequestRecord.
          05 ar-auth-id     PIC 9(7).
          05 ar-type        PIC X.
          05 ar-card-number PIC 9(13).
          05 ar-issuer-id   PIC X(4).
          05 ar-terminal-id PIC X(4).
          05 ar-amount      PIC 9(7)V99.
          05 ar-pin-block   PIC 9(4).
          05 ar-date        PIC 9(8).
          05 ar-time        PIC 9(6).
