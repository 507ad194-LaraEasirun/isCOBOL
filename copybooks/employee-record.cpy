       01 EmployeeRecord.
          05 mr-employee     PIC 9(5).
          05 mr-name         PIC X(27).
          05 mr-department   PIC X(4).
          05 mr-cost-centre  PIC 9(4).
          05 mr-entry-date   PIC 9(8).
          05 mr-exit-date    PIC 9(8).
          05 mr-weekly-hours PIC 9(2)V9.
