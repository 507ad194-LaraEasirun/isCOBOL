       01 BatchRecord.
          05 gb-machine     PIC X(4).
          05 gb-slot        PIC 9.
          05 gb-lot         PIC X(10).
          05 gb-received    PIC 9(8).
          05 gb-best-before PIC 9(8).
          05 gb-qty         PIC 9(3).
