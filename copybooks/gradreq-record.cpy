       01 GradReqRecord.
          05 gq-program PIC X(6).
          05 gq-type    PIC X.
          05 gq-course  PIC X(8).
          05 gq-group   PIC X(4).
          05 gq-count   PIC 9(2).
          05 gq-credits PIC 9(3).
          05 gq-grade   PIC 9(2).
