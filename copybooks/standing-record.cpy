       01 StudentStandingRecord.
          05 sh-student      PIC 9(13).
          05 sh-term         PIC X(5).
          05 sh-standing     PIC X.
          05 sh-term-gpa     PIC 9V99.
          05 sh-cum-gpa      PIC 9V99.
          05 sh-term-credits PIC 9(3).
          05 sh-cum-credits  PIC 9(3).
          05 sh-date         PIC 9(8).
