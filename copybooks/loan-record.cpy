       01 LoanRecord.
          05 ln-number        PIC 9(7).
          05 ln-account       PIC 9(10).
          05 ln-principal     PIC 9(7)V99.
          05 ln-outstanding   PIC 9(7)V99.
          05 ln-rate          PIC 9V9999.
          05 ln-term-months   PIC 9(3).
          05 ln-installment   PIC 9(7)V99.
          05 ln-pay-day       PIC 9(2).
          05 ln-start-date    PIC 9(8).
          05 ln-first-due     PIC 9(8).
          05 ln-next-due      PIC 9(8).
          05 ln-due-count     PIC 9(3).
          05 ln-arr-principal PIC 9(7)V99.
          05 ln-arr-interest  PIC 9(7)V99.
          05 ln-arr-fees      PIC 9(5)V99.
          05 ln-arr-since     PIC 9(8).
          05 ln-arr-count     PIC 9(3).
          05 ln-status        PIC X.
          05 ln-operator      PIC X(8).
