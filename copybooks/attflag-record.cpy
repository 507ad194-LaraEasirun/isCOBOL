       01 AttendFlagRecord.
          05 af-student PIC 9(13).
          05 af-course  PIC X(8).
          05 af-term    PIC X(5).
          05 af-absent  PIC 9(3).
          05 af-level   PIC X.
          05 af-date    PIC 9(8).
