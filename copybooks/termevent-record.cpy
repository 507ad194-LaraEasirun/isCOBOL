       01 TermEventRecord.
          05 te-terminal-id PIC X(4).
          05 te-date        PIC 9(8).
          05 te-time        PIC 9(6).
          05 te-event       PIC X(8).
          05 te-source      PIC X(8).
          05 te-detail      PIC X(30).
