       01 LehrerPlanRecord.
          05 lp-tag     PIC 9.
          05 lp-stunde  PIC 9.
          05 lp-klasse  PIC X(10).
          05 lp-fach    PIC X(6).
          05 lp-lehrer  PIC X(4).
