       01 WorkMandateRecord.
          05 wm-cust         PIC 9(7).
          05 wm-account      PIC 9(10).
          05 wm-mandate-ref  PIC X(20).
          05 wm-signed       PIC 9(8).
          05 wm-status       PIC X.
          05 wm-operator     PIC X(8).
