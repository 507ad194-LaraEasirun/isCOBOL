       01 WithholdRequest.
          05 wh-action   PIC X.
          05 wh-account  PIC 9(10).
          05 wh-tax-year PIC 9(4).
          05 wh-interest PIC S9(7)V99.
          05 wh-exempt   PIC 9(7)V99.
          05 wh-kapst    PIC 9(7)V99.
          05 wh-soli     PIC 9(7)V99.
          05 wh-result   PIC X.
