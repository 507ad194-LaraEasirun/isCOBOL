       01 NotifyPrefRecord.
          05 np-cust-number    PIC 9(7).
          05 np-channel        PIC X.
          05 np-address        PIC X(40).
          05 np-evt-withdrawal PIC X.
          05 np-withdraw-limit PIC 9(7)V99.
          05 np-evt-low-bal    PIC X.
          05 np-balance-limit  PIC 9(7)V99.
          05 np-evt-cardlock   PIC X.
          05 np-evt-expiry     PIC X.
          05 np-evt-standing   PIC X.
