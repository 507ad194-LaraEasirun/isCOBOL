       01 AppointmentRecord.
          05 ap-number       PIC 9(7).
          05 ap-date         PIC 9(8).
          05 ap-time         PIC 9(4).
          05 ap-kennzeichen  PIC X(12).
          05 ap-cust-number  PIC 9(7).
          05 ap-hours        PIC 9(2)V9.
          05 ap-text         PIC X(30).
          05 ap-status       PIC X.
          05 ap-order        PIC 9(7).
          05 ap-operator     PIC X(8).
          05 ap-booked       PIC 9(8).
