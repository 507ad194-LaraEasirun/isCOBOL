       01 PartMoveRecord.
          05 pm-date     PIC 9(8).
          05 pm-part     PIC X(8).
          05 pm-type     PIC X.
          05 pm-quantity PIC 9(5)V99.
          05 pm-order    PIC 9(7).
          05 pm-ref      PIC X(20).
          05 pm-operator PIC X(8).
