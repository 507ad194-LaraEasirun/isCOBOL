       01 EmpTaxRecord.
          05 et-employee   PIC 9(5).
          05 et-class      PIC 9.
          05 et-church-pct PIC 9V9.
          05 et-childless  PIC X.
