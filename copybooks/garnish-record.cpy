       01 GarnishRecord.
          05 gr-id            PIC 9(7).
          05 gr-account       PIC 9(10).
          05 gr-creditor      PIC X(27).
          05 gr-creditor-iban PIC X(34).
          05 gr-order-ref     PIC X(30).
          05 gr-claimed       PIC 9(9)V99.
          05 gr-paid          PIC 9(9)V99.
          05 gr-priority      PIC 9(2).
          05 gr-status        PIC X.
          05 gr-received      PIC 9(8).
          05 gr-last-run      PIC 9(6).
          05 gr-operator      PIC X(8).
