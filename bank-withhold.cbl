       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK-WITHHOLD.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select BankCustFile ASSIGN TO "BANKCUST.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is bc-number
                   FILE STATUS IS BC-STATUS.
       Select LinkFile ASSIGN TO "BANKLINK.DAT"
                   organization is line sequential
                   FILE STATUS IS LNK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BankCustFile.
           copy "bankcust-record.cpy".
       FD LinkFile.
           copy "banklink-record.cpy".
       WORKING-STORAGE SECTION.
       01 BC-STATUS PIC XX.
       01 LNK-STATUS PIC XX.
       01 lnk-eof PIC 9.
       01 LINKS-LOADED PIC X VALUE 'N'.
       01 BANKCUST-OPEN PIC X.
       01 CUST-FOUND PIC X.
       01 LINK-COUNT PIC 9(3) VALUE 0.
       01 link-index PIC 9(3).
       01 LINK-TABLE.
          05 LINK-ENTRY OCCURS 500 TIMES.
             10 CL-ACCOUNT PIC 9(10).
             10 CL-CUST    PIC 9(7).
       01 KAPST-RATE PIC 9V9999 VALUE 0.2500.
       01 SOLI-RATE PIC 9V9999 VALUE 0.0550.
       01 EXEMPT-REMAINING PIC S9(5)V99.
       01 TAXABLE-AMOUNT PIC 9(7)V99.
       01 FSA-COUNT PIC 9(3) VALUE 0.
       01 fsa-index PIC 9(3).
       01 FSA-TABLE.
          05 FSA-ENTRY OCCURS 500 TIMES.
             10 FSA-CUST      PIC 9(7).
             10 FSA-YEAR      PIC 9(4).
             10 FSA-USED      PIC 9(5)V99.
             10 FSA-PREV-USED PIC 9(5)V99.
       LINKAGE SECTION.
           copy "withhold-request.cpy".
       PROCEDURE DIVISION USING WithholdRequest.
       MAIN.
           MOVE 0 TO wh-exempt
           MOVE 0 TO wh-kapst
           MOVE 0 TO wh-soli
           MOVE 'N' TO wh-result
           IF LINKS-LOADED = 'N'
             PERFORM LOAD-CUSTOMER-LINKS
           END-IF
           EVALUATE wh-action
             WHEN 'R'
               MOVE 0 TO FSA-COUNT
             WHEN 'B'
               PERFORM COMPUTE-WITHHOLDING
             WHEN 'V'
               PERFORM COMPUTE-WITHHOLDING
           END-EVALUATE
           GOBACK.

       LOAD-CUSTOMER-LINKS.
           MOVE 0 TO LINK-COUNT
           MOVE 0 TO lnk-eof
           OPEN INPUT LinkFile
           IF LNK-STATUS = "00"
             READ LinkFile
              AT END SET lnk-eof TO 1
             END-READ
             PERFORM UNTIL lnk-eof = 1 OR LINK-COUNT = 500
               ADD 1 TO LINK-COUNT
               MOVE bl-account-number TO CL-ACCOUNT (LINK-COUNT)
               MOVE bl-cust-number TO CL-CUST (LINK-COUNT)
               READ LinkFile
                AT END SET lnk-eof TO 1
               END-READ
             END-PERFORM
             IF lnk-eof = 0
               DISPLAY "Warnung: BANKLINK.DAT groesser als 500"
                       " Eintraege - Rest ohne Freistellung."
             END-IF
             CLOSE LinkFile
           END-IF
           MOVE 'Y' TO LINKS-LOADED.

       COMPUTE-WITHHOLDING.
           IF wh-interest NOT > 0
             EXIT PARAGRAPH
           END-IF
           IF wh-action = 'B'
             OPEN I-O BankCustFile
           ELSE
             OPEN INPUT BankCustFile
           END-IF
           MOVE 'N' TO BANKCUST-OPEN
           MOVE 'N' TO CUST-FOUND
           IF BC-STATUS = "00"
             MOVE 'Y' TO BANKCUST-OPEN
             PERFORM FIND-ACCOUNT-CUSTOMER
           END-IF
           IF CUST-FOUND = 'Y'
             MOVE 'Y' TO wh-result
             IF bc-fsa-year NOT = wh-tax-year
               IF bc-fsa-year + 1 = wh-tax-year
                 MOVE bc-fsa-used TO bc-fsa-prev-used
               ELSE
                 MOVE 0 TO bc-fsa-prev-used
               END-IF
               MOVE wh-tax-year TO bc-fsa-year
               MOVE 0 TO bc-fsa-used
             END-IF
             COMPUTE EXEMPT-REMAINING =
                     bc-fsa-allowance - bc-fsa-used
             IF EXEMPT-REMAINING > 0
               IF EXEMPT-REMAINING < wh-interest
                 MOVE EXEMPT-REMAINING TO wh-exempt
               ELSE
                 MOVE wh-interest TO wh-exempt
               END-IF
               ADD wh-exempt TO bc-fsa-used
             END-IF
             IF wh-action = 'B'
               REWRITE BankCustRecord
             ELSE
               PERFORM REMEMBER-FSA-USAGE
             END-IF
           END-IF
           IF BANKCUST-OPEN = 'Y'
             CLOSE BankCustFile
           END-IF
           COMPUTE TAXABLE-AMOUNT = wh-interest - wh-exempt
           COMPUTE wh-kapst ROUNDED = TAXABLE-AMOUNT * KAPST-RATE
           COMPUTE wh-soli ROUNDED = wh-kapst * SOLI-RATE.

       FIND-ACCOUNT-CUSTOMER.
           MOVE 'N' TO CUST-FOUND
           PERFORM VARYING link-index FROM 1 BY 1
                   UNTIL link-index > LINK-COUNT
             IF CL-ACCOUNT (link-index) = wh-account
               MOVE CL-CUST (link-index) TO bc-number
               READ BankCustFile
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE 'Y' TO CUST-FOUND
               END-READ
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF CUST-FOUND = 'Y' AND wh-action = 'V'
             PERFORM RECALL-FSA-USAGE
           END-IF.

       RECALL-FSA-USAGE.
           PERFORM VARYING fsa-index FROM 1 BY 1
                   UNTIL fsa-index > FSA-COUNT
             IF FSA-CUST (fsa-index) = bc-number
               MOVE FSA-YEAR (fsa-index) TO bc-fsa-year
               MOVE FSA-USED (fsa-index) TO bc-fsa-used
               MOVE FSA-PREV-USED (fsa-index) TO bc-fsa-prev-used
               EXIT PERFORM
             END-IF
           END-PERFORM.

       REMEMBER-FSA-USAGE.
           PERFORM VARYING fsa-index FROM 1 BY 1
                   UNTIL fsa-index > FSA-COUNT
             IF FSA-CUST (fsa-index) = bc-number
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF fsa-index > FSA-COUNT
             IF FSA-COUNT = 500
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO FSA-COUNT
             MOVE FSA-COUNT TO fsa-index
           END-IF
           MOVE bc-number TO FSA-CUST (fsa-index)
           MOVE bc-fsa-year TO FSA-YEAR (fsa-index)
           MOVE bc-fsa-used TO FSA-USED (fsa-index)
           MOVE bc-fsa-prev-used TO FSA-PREV-USED (fsa-index).
