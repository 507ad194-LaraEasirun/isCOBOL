       01 VehicleOwnerRecord.
          05 vo-kennzeichen  PIC X(12).
          05 vo-cust-number  PIC 9(7).
          05 vo-from         PIC 9(8).
          05 vo-to           PIC 9(8).
          05 vo-operator     PIC X(8).
