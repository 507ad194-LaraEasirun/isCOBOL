       FD VehicleFile.
           copy "vehicle-record.cpy".
       FD CustArchive.
           01 CustArchiveRecord PIC X(110).
       FD VehArchive.
           01 VehArchiveRecord PIC X(40).
       FD PurgeReport.
