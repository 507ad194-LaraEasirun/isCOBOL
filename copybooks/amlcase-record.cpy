       01 AmlCaseRecord.
          05 ac-case-id      PIC 9(7).
          05 ac-cust-number  PIC 9(7).
          05 ac-account      PIC 9(10).
          05 ac-status       PIC X.
          05 ac-severity     PIC 9.
          05 ac-investigator PIC X(8).
          05 ac-opened-date  PIC 9(8).
          05 ac-due-date     PIC 9(8).
          05 ac-closed-date  PIC 9(8).
          05 ac-hit-count    PIC 9(3).
          05 ac-sar-date     PIC 9(8).
