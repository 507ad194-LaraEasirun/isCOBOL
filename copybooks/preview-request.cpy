       01 PreviewRequest.
          05 pv-action   PIC X.
          05 pv-job      PIC X(16).
          05 pv-run-date PIC 9(8).
          05 pv-count    PIC 9(7).
          05 pv-total    PIC 9(11)V99.
          05 pv-result   PIC X.
