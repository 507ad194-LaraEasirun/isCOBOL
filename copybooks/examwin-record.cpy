       01 ExamWindowRecord.
          05 pw-term      PIC X(5).
          05 pw-date      PIC 9(8).
          05 pw-slot      PIC 9.
          05 pw-from-hour PIC 9.
          05 pw-to-hour   PIC 9.
