       01 SignonRequest.
          05 so-action   PIC X.
          05 so-program  PIC X(16).
          05 so-role     PIC X(10).
          05 so-operator PIC X(8).
          05 so-result   PIC X.
