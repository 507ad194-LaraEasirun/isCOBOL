       01 PreviewRecord.
          05 pr-job         PIC X(16).
          05 pr-run-date    PIC 9(8).
          05 pr-count       PIC 9(7).
          05 pr-total       PIC 9(11)V99.
          05 pr-state       PIC X.
          05 pr-created     PIC X(20).
          05 pr-signed-by   PIC X(8).
          05 pr-signed-date PIC 9(8).
          05 pr-override-by PIC X(8).
