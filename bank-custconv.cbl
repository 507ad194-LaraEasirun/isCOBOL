       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-CUSTCONV.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select OldBankCustFile ASSIGN TO "BANKCUST-OLD.DAT"
                   organization is indexed
                   access mode is sequential
                   record key is old-bc-number
                   FILE STATUS IS OLD-STATUS.
       Select BankCustFile ASSIGN TO "BANKCUST.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is bc-number
                   FILE STATUS IS BC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OldBankCustFile.
           01 OldBankCustRecord.
              05 old-bc-number PIC 9(7).
              05 FILLER        PIC X(105).
       FD BankCustFile.
           copy "bankcust-record.cpy".
       WORKING-STORAGE SECTION.
        01 eof PIC 9.
        01 OLD-STATUS PIC XX.
        01 BC-STATUS PIC XX.
        01 BUSINESS-DATE PIC 9(8) VALUE 0.
        01 LOADED-COUNT PIC 9(7) VALUE 0.
        01 REJECT-COUNT PIC 9(7) VALUE 0.
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "BANK-CUSTCONV: BANKCUST-OLD.DAT (112 Byte)"
                   " -> BANKCUST.DAT (138 Byte)"
           OPEN INPUT OldBankCustFile
           IF OLD-STATUS NOT = "00"
             DISPLAY "BANKCUST-OLD.DAT nicht gefunden oder nicht im"
                     " alten Satzformat (Status " OLD-STATUS ")."
           ELSE
             CALL "BUSDATE" USING BUSINESS-DATE
             OPEN OUTPUT BankCustFile
             READ OldBankCustFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1
               MOVE SPACES TO BankCustRecord
               MOVE OldBankCustRecord TO BankCustRecord(1:112)
               MOVE 0 TO bc-fsa-allowance
               MOVE BUSINESS-DATE(1:4) TO bc-fsa-year
               MOVE 0 TO bc-fsa-used
               MOVE 0 TO bc-fsa-prev-used
               MOVE 'N' TO bc-screen-flag
               WRITE BankCustRecord
                 INVALID KEY
                   ADD 1 TO REJECT-COUNT
                   DISPLAY "Doppelte Kundennummer abgewiesen: "
                           bc-number
                 NOT INVALID KEY
                   ADD 1 TO LOADED-COUNT
               END-WRITE
               READ OldBankCustFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             CLOSE OldBankCustFile
             CLOSE BankCustFile
             DISPLAY "Umgesetzte Kunden: " LOADED-COUNT
             DISPLAY "Abgewiesene Kunden: " REJECT-COUNT
             DISPLAY "Freistellungsauftraege mit BANK-CUSTMAINT"
                     " erfassen."
           END-IF

       STOP RUN.
