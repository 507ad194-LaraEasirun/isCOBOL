                   FILE STATUS IS OI-STATUS.
       Select NewOpenItems ASSIGN TO "OPENITEMS-NEW.DAT"
                   organization is line sequential.
       Select CreditFile ASSIGN TO "CREDITNOTES.DAT"
                   organization is line sequential
                   FILE STATUS IS CN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD InvoiceFile.
              05 no-item-status   PIC X.
              05 no-due-date      PIC 9(8).
              05 no-dunning-level PIC 9.
       FD CreditFile.
           copy "creditnote-record.cpy".
       WORKING-STORAGE SECTION.
        01 JJ-EVENT PIC X.
        01 JJ-JOB-NAME PIC X(12).
        01 INV-STATUS PIC XX.
        01 PAY-STATUS PIC XX.
        01 OI-STATUS PIC XX.
        01 CN-FILE-STATUS PIC XX.
        01 CR-COUNT PIC 9(4) VALUE 0.
        01 cr-index PIC 9(4).
        01 CR-TABLE.
           05 CR-ENTRY OCCURS 2000 TIMES.
              10 CR-INVOICE PIC 9(7).
              10 CR-AMOUNT  PIC 9(5)V99.
        01 PAID-SUM PIC 9(7)V99.
        01 OLD-LEVEL PIC 9.
        01 ITEM-COUNT PIC 9(5) VALUE 0.
               USING InvoiceFile
               GIVING InvSorted
           PERFORM SORT-PAYMENTS
           PERFORM LOAD-CREDITS

           OPEN INPUT InvSorted
           OPEN INPUT PaySorted
                 GIVING PaySorted
           END-IF.

       LOAD-CREDITS.
           MOVE 0 TO CR-COUNT
           MOVE 0 TO eof
           OPEN INPUT CreditFile
           IF CN-FILE-STATUS = "00"
             READ CreditFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR CR-COUNT = 2000
               ADD 1 TO CR-COUNT
               MOVE cn-invoice TO CR-INVOICE (CR-COUNT)
               MOVE cn-amount TO CR-AMOUNT (CR-COUNT)
               READ CreditFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             IF eof = 0
               DISPLAY "ABBRUCH: CREDITNOTES.DAT groesser als 2000"
                       " Eintraege."
               STOP RUN
             END-IF
             CLOSE CreditFile
           END-IF.

       MATCH-ONE-INVOICE.
           MOVE 0 TO PAID-SUM
           PERFORM UNTIL pay-eof = 1
              AT END SET pay-eof TO 1
             END-READ
           END-PERFORM
           PERFORM VARYING cr-index FROM 1 BY 1
                   UNTIL cr-index > CR-COUNT
             IF CR-INVOICE (cr-index) = is-number
               ADD CR-AMOUNT (cr-index) TO PAID-SUM
             END-IF
           END-PERFORM
           PERFORM FIND-OLD-LEVEL
           ADD 1 TO ITEM-COUNT
           MOVE is-number TO no-invoice
