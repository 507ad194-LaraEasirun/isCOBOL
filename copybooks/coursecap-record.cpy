       01 CourseCapRecord.
          05 cc-course   PIC X(8).
          05 cc-term     PIC X(5).
          05 cc-capacity PIC 9(4).
