       01 PunctualRecord.
          05 pu-employee PIC 9(5).
          05 pu-date     PIC 9(8).
          05 pu-state    PIC X.
          05 pu-late     PIC 9(4).
          05 pu-early    PIC 9(4).
