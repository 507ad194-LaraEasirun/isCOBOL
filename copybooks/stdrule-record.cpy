       01 StandingRuleRecord.
          05 sr-standing PIC X.
          05 sr-prev     PIC X.
          05 sr-basis    PIC X.
          05 sr-limit    PIC 9V9.
