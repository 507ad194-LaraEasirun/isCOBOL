       01 AttendQuotaRecord.
          05 aq-course PIC X(8).
          05 aq-warn   PIC 9(2).
          05 aq-limit  PIC 9(2).
