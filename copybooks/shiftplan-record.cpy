       01 ShiftPlanRecord.
          05 pl-employee PIC 9(5).
          05 pl-date     PIC 9(8).
          05 pl-start    PIC 9(4).
          05 pl-end      PIC 9(4).
          05 pl-type     PIC X.
