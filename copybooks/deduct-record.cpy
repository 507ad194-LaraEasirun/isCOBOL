       01 DeductRecord.
          05 dd-type    PIC X.
          05 dd-code    PIC X(2).
          05 dd-class   PIC 9.
          05 dd-from    PIC 9(5)V99.
          05 dd-ee-pct  PIC 9(2)V999.
          05 dd-er-pct  PIC 9(2)V999.
          05 dd-ceiling PIC 9(5)V99.
