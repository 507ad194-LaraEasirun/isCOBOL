       01 LabourRateRecord.
          05 lr-type PIC X(8).
          05 lr-text PIC X(20).
          05 lr-rate PIC 9(5)V99.
