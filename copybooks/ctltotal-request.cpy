       01 CtlTotalRequest.
          05 ctl-action  PIC X.
          05 ctl-file    PIC X(20).
          05 ctl-job     PIC X(12).
          05 ctl-records PIC 9(9).
          05 ctl-hash    PIC S9(13)V99.
          05 ctl-result  PIC X.
