       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOOK-CUSTCONV.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select OldCustomerFile ASSIGN TO "CUSTOMER-OLD.DAT"
                   organization is indexed
                   access mode is sequential
                   record key is old-cust-number
                   FILE STATUS IS OLD-STATUS.
       Select CustomerFile ASSIGN TO "CUSTOMER.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is cust-number
                   FILE STATUS IS FS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OldCustomerFile.
           01 OldCustomerRecord.
              05 old-cust-number PIC 9(7).
              05 FILLER          PIC X(74).
       FD CustomerFile.
           copy "customer-record.cpy".
       WORKING-STORAGE SECTION.
        01 eof PIC 9.
        01 OLD-STATUS PIC XX.
        01 FS-STATUS PIC XX.
        01 LOADED-COUNT PIC 9(7) VALUE 0.
        01 REJECT-COUNT PIC 9(7) VALUE 0.
        copy "namekey-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "BOOK-CUSTCONV: CUSTOMER-OLD.DAT (81 Byte)"
                   " -> CUSTOMER.DAT (101 Byte)"
           OPEN INPUT OldCustomerFile
           IF OLD-STATUS NOT = "00"
             DISPLAY "CUSTOMER-OLD.DAT nicht gefunden oder nicht im"
                     " alten Satzformat (Status " OLD-STATUS ")."
           ELSE
             OPEN OUTPUT CustomerFile
             READ OldCustomerFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               MOVE SPACES TO CustomerRecord
               MOVE OldCustomerRecord TO CustomerRecord(1:81)
               MOVE cust-nachname TO nk-text
               CALL "NAMEKEY" USING NameKeyRequest
               MOVE nk-key TO cust-name-key
               WRITE CustomerRecord
                 INVALID KEY
                   ADD 1 TO REJECT-COUNT
                   DISPLAY "Doppelte Kundennummer abgewiesen: "
                           cust-number
                 NOT INVALID KEY
                   ADD 1 TO LOADED-COUNT
               END-WRITE
               READ OldCustomerFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE OldCustomerFile
             CLOSE CustomerFile
             DISPLAY "Umgesetzte Kunden: " LOADED-COUNT
             DISPLAY "Abgewiesene Kunden: " REJECT-COUNT
           END-IF

       STOP RUN.
