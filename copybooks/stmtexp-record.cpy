       01 StmtExportRecord.
          05 se-account  PIC 9(10).
          05 se-period   PIC X(6).
          05 se-format   PIC X(4).
          05 se-filename PIC X(30).
          05 se-opening  PIC S9(9)V99.
          05 se-closing  PIC S9(9)V99.
          05 se-entries  PIC 9(5).
          05 se-created  PIC X(20).
