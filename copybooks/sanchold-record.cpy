       01 SancHoldRecord.
          05 hq-hold-id       PIC 9(7).
          05 hq-kind          PIC X.
          05 hq-cust-number   PIC 9(7).
          05 hq-account       PIC 9(10).
          05 hq-amount        PIC 9(7)V99.
          05 hq-sender-ref    PIC X(16).
          05 hq-screened-name PIC X(30).
          05 hq-list-name     PIC X(30).
          05 hq-list-birth    PIC 9(8).
          05 hq-list-country  PIC X(2).
          05 hq-list-source   PIC X(8).
          05 hq-date          PIC 9(8).
          05 hq-status        PIC X.
          05 hq-operator      PIC X(8).
          05 hq-decision-date PIC 9(8).
          05 hq-gl-posted     PIC X.
