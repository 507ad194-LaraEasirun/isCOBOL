       01 LabourCostRecord.
          05 lc-employee    PIC 9(5).
          05 lc-date        PIC 9(8).
          05 lc-department  PIC X(4).
          05 lc-cost-centre PIC 9(4).
          05 lc-minutes     PIC 9(5).
          05 lc-ot-minutes  PIC 9(5).
          05 lc-cost        PIC 9(7)V99.
          05 lc-gross       PIC 9(7)V99.
