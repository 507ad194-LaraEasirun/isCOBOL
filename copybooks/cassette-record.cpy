          05 cas-count-10      PIC 9(5).
          05 cas-count-20      PIC 9(5).
          05 cas-count-50      PIC 9(5).
          05 cas-currency      PIC X(3).
