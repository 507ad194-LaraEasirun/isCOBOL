       01 WorkReceivableRecord.
          05 wf-invoice      PIC 9(7).
          05 wf-type         PIC X.
          05 wf-cust         PIC 9(7).
          05 wf-date         PIC 9(8).
          05 wf-amount       PIC 9(7)V99.
          05 wf-status       PIC X.
          05 wf-collect-ref  PIC X(16).
          05 wf-collect-date PIC 9(8).
          05 wf-return-date  PIC 9(8).
          05 wf-return-reason PIC X(4).
