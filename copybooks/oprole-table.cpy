       01 KNOWN-ROLE-VALUES.
          05 FILLER PIC X(10) VALUE "ADMIN".
          05 FILLER PIC X(10) VALUE "SUPERVISOR".
          05 FILLER PIC X(10) VALUE "MAKER".
          05 FILLER PIC X(10) VALUE "CHECKER".
          05 FILLER PIC X(10) VALUE "CLERK".
          05 FILLER PIC X(10) VALUE "COMPLIANCE".
          05 FILLER PIC X(10) VALUE "OPERATIONS".
          05 FILLER PIC X(10) VALUE "WERKSTATT".
          05 FILLER PIC X(10) VALUE "REGISTRAR".
          05 FILLER PIC X(10) VALUE "BURSAR".
          05 FILLER PIC X(10) VALUE "FINANCE".
          05 FILLER PIC X(10) VALUE "DOZENT".
          05 FILLER PIC X(10) VALUE "PERSONAL".
       01 KNOWN-ROLE-TABLE REDEFINES KNOWN-ROLE-VALUES.
          05 KNOWN-ROLE PIC X(10) OCCURS 13 TIMES.
       01 KNOWN-ROLE-COUNT PIC 9(2) VALUE 13.
