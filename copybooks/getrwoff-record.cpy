       01 WriteOffRecord.
          05 gw-date        PIC 9(8).
          05 gw-machine     PIC X(4).
          05 gw-slot        PIC 9.
          05 gw-lot         PIC X(10).
          05 gw-best-before PIC 9(8).
          05 gw-qty         PIC 9(3).
          05 gw-cost        PIC 9V99.
          05 gw-value       PIC 9(5)V99.
