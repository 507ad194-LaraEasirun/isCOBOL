       01 AttendanceRecord.
          05 att-student  PIC 9(13).
          05 att-course   PIC X(8).
          05 att-term     PIC X(5).
          05 att-date     PIC 9(8).
          05 att-status   PIC X.
          05 att-operator PIC X(8).
