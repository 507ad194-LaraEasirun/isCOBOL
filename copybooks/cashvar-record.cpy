          05 cv-terminal-id   PIC X(4).
          05 cv-business-date PIC 9(8).
          05 cv-variance      PIC S9(7)V99.
          05 cv-currency      PIC X(3).
