       01 EmpBankRecord.
          05 eb-employee PIC 9(5).
          05 eb-name     PIC X(27).
          05 eb-account  PIC 9(10).
          05 eb-iban     PIC X(34).
