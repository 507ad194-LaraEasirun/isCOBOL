       01 NetPayRecord.
          05 np-employee   PIC 9(5).
          05 np-period     PIC 9(6).
          05 np-amount     PIC 9(7)V99.
          05 np-channel    PIC X.
          05 np-date       PIC 9(8).
          05 np-payment-id PIC 9(7).
