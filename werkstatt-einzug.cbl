       IDENTIFICATION DIVISION.
       PROGRAM-ID. WERKSTATT-EINZUG.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select ReceivableFile ASSIGN TO "WKFORD.DAT"
                   organization is line sequential
                   FILE STATUS IS FRD-STATUS.
       Select WorkMandateFile ASSIGN TO "WKMANDAT.DAT"
                   organization is line sequential
                   FILE STATUS IS WM-FILE-STATUS.
       Select MandateFile ASSIGN TO "MANDATE.DAT"
                   organization is line sequential
                   FILE STATUS IS MND-STATUS.
       Select ReturnFile ASSIGN TO "DDRETURN.DAT"
                   organization is line sequential
                   FILE STATUS IS RET-STATUS.
       Select CollectionFile ASSIGN TO DYNAMIC COLLECT-FILENAME
                   organization is line sequential
                   FILE STATUS IS COL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ReceivableFile.
           copy "wkford-record.cpy".
       FD WorkMandateFile.
           copy "wkmandat-record.cpy".
       FD MandateFile.
           copy "mandate-record.cpy".
       FD ReturnFile.
           01 ReturnRecord.
              05 rt-account     PIC 9(10).
              05 rt-amount      PIC 9(7)V99.
              05 rt-creditor-id PIC X(18).
              05 rt-mandate-ref PIC X(20).
              05 rt-collect-ref PIC X(16).
              05 rt-date        PIC 9(8).
              05 rt-reason      PIC X(4).
       FD CollectionFile.
           copy "ddebitin-record.cpy".
       WORKING-STORAGE SECTION.
        01 eof PIC 9.
        01 FRD-STATUS PIC XX.
        01 WM-FILE-STATUS PIC XX.
        01 MND-STATUS PIC XX.
        01 RET-STATUS PIC XX.
        01 COL-STATUS PIC XX.
        01 COLLECT-FILENAME PIC X(30).
        01 COLLECT-OPEN PIC X VALUE 'N'.
        01 TODAY-YMD PIC 9(8).
        01 WS-CREDITOR-ID PIC X(18) VALUE "DE98ZZZ09999999999".
        01 RETURN-FEE PIC 9(3)V99 VALUE 7.50.
        01 WF-COUNT PIC 9(4) VALUE 0.
        01 wf-index PIC 9(4).
        01 FOUND-INDEX PIC 9(4).
        01 WF-TABLE.
           05 WF-ENTRY OCCURS 3000 TIMES.
              10 WT-RECORD PIC X(69).
        01 WM-COUNT PIC 9(4) VALUE 0.
        01 wm-index PIC 9(4).
        01 WM-TABLE.
           05 WM-ENTRY OCCURS 2000 TIMES.
              10 WMT-RECORD PIC X(54).
        01 MND-COUNT PIC 9(3) VALUE 0.
        01 mnd-index PIC 9(3).
        01 MND-TABLE.
           05 MND-ENTRY OCCURS 500 TIMES.
              10 MT-RECORD PIC X(73).
        01 MANDATE-OK PIC X.
        01 RETURN-COUNT PIC 9(5) VALUE 0.
        01 RETURN-TOTAL PIC 9(9)V99 VALUE 0.
        01 FEE-COUNT PIC 9(5) VALUE 0.
        01 COLLECT-COUNT PIC 9(7) VALUE 0.
        01 COLLECT-TOTAL PIC 9(9)V99 VALUE 0.
        01 NO-MANDATE-COUNT PIC 9(5) VALUE 0.
        01 NO-BANK-COUNT PIC 9(5) VALUE 0.
        01 PRINT-AMOUNT PIC Z(6)9.99.
        01 PRINT-TOTAL PIC Z(8)9.99.
        copy "date-time.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO date-time
           COMPUTE TODAY-YMD = year * 10000 + month * 100 + day-1
           DISPLAY "WERKSTATT-EINZUG: Lastschrifteinzug Werkstatt"
                   " per " TODAY-YMD

           MOVE SPACES TO COLLECT-FILENAME
           STRING "WKEINZUG-" TODAY-YMD ".DAT"
                  DELIMITED BY SIZE INTO COLLECT-FILENAME
           OPEN INPUT CollectionFile
           IF COL-STATUS = "00"
             CLOSE CollectionFile
             DISPLAY "ABBRUCH: " FUNCTION TRIM(COLLECT-FILENAME)
                     " bereits erstellt."
             STOP RUN
           END-IF

           PERFORM LOAD-RECEIVABLES
           IF WF-COUNT = 0
             DISPLAY "Keine Posten in WKFORD.DAT."
             STOP RUN
           END-IF
           PERFORM LOAD-WORK-MANDATES
           PERFORM LOAD-BANK-MANDATES

           DISPLAY "Ruecklastschriften:"
           PERFORM PROCESS-RETURNS
           IF RETURN-COUNT = 0
             DISPLAY "  keine"
           END-IF

           DISPLAY "Einzug offener Rechnungen:"
           PERFORM VARYING wf-index FROM 1 BY 1
                   UNTIL wf-index > WF-COUNT
             MOVE WT-RECORD (wf-index) TO WorkReceivableRecord
             IF wf-type = 'R' AND wf-status = 'O'
               PERFORM COLLECT-ONE-INVOICE
               MOVE WorkReceivableRecord TO WT-RECORD (wf-index)
             END-IF
           END-PERFORM

           IF COLLECT-OPEN = 'Y'
             MOVE SPACES TO InboundDebitTrailer
             MOVE "TRAILER " TO dt-tag
             MOVE COLLECT-COUNT TO dt-count
             MOVE COLLECT-TOTAL TO dt-total
             WRITE InboundDebitTrailer
             CLOSE CollectionFile
           END-IF
           PERFORM SAVE-RECEIVABLES

           MOVE RETURN-TOTAL TO PRINT-TOTAL
           DISPLAY "Ruecklastschriften: " RETURN-COUNT
                   " ueber " PRINT-TOTAL " EUR, Gebuehren: "
                   FEE-COUNT
           MOVE COLLECT-TOTAL TO PRINT-TOTAL
           DISPLAY "Eingezogen: " COLLECT-COUNT " Rechnungen ueber "
                   PRINT-TOTAL " EUR"
           DISPLAY "Ohne Mandat: " NO-MANDATE-COUNT
                   ", Mandat nicht bei der Bank: " NO-BANK-COUNT
           IF COLLECT-COUNT > 0
             DISPLAY "Einzugsdatei " FUNCTION TRIM(COLLECT-FILENAME)
                     " als DDEBIT-IN.DAT an BANK-DDEBIT uebergeben."
           END-IF

       STOP RUN.

       PROCESS-RETURNS.
           MOVE 0 TO eof
           OPEN INPUT ReturnFile
           IF RET-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           READ ReturnFile
            AT END SET eof TO 1
           END-READ
           PERFORM UNTIL eof = 1
             IF rt-creditor-id = WS-CREDITOR-ID
               PERFORM APPLY-RETURN
             END-IF
             READ ReturnFile
              AT END SET eof TO 1
             END-READ
           END-PERFORM
           CLOSE ReturnFile.

       APPLY-RETURN.
           MOVE 0 TO FOUND-INDEX
           PERFORM VARYING wf-index FROM 1 BY 1
                   UNTIL wf-index > WF-COUNT OR FOUND-INDEX > 0
             MOVE WT-RECORD (wf-index) TO WorkReceivableRecord
             IF wf-type = 'R' AND wf-status = 'E'
                AND wf-collect-ref = rt-collect-ref
               MOVE wf-index TO FOUND-INDEX
             END-IF
           END-PERFORM
           IF FOUND-INDEX = 0
             EXIT PARAGRAPH
           END-IF
           MOVE WT-RECORD (FOUND-INDEX) TO WorkReceivableRecord
           MOVE 'Z' TO wf-status
           MOVE rt-date TO wf-return-date
           MOVE rt-reason TO wf-return-reason
           MOVE WorkReceivableRecord TO WT-RECORD (FOUND-INDEX)
           ADD 1 TO RETURN-COUNT
           ADD wf-amount TO RETURN-TOTAL
           MOVE wf-amount TO PRINT-AMOUNT
           DISPLAY "  Rechnung " wf-invoice " Kunde " wf-cust " "
                   PRINT-AMOUNT " EUR Grund " rt-reason
           IF WF-COUNT = 3000
             DISPLAY "ABBRUCH: WKFORD.DAT voll - Gebuehr nicht"
                     " erfasst."
             STOP RUN
           END-IF
           MOVE 'F' TO wf-type
           MOVE TODAY-YMD TO wf-date
           MOVE RETURN-FEE TO wf-amount
           MOVE 'O' TO wf-status
           MOVE SPACES TO wf-collect-ref
           MOVE 0 TO wf-collect-date
           MOVE 0 TO wf-return-date
           MOVE SPACES TO wf-return-reason
           ADD 1 TO WF-COUNT
           MOVE WorkReceivableRecord TO WT-RECORD (WF-COUNT)
           ADD 1 TO FEE-COUNT.

       COLLECT-ONE-INVOICE.
           MOVE 0 TO FOUND-INDEX
           PERFORM VARYING wm-index FROM 1 BY 1
                   UNTIL wm-index > WM-COUNT
             MOVE WMT-RECORD (wm-index) TO WorkMandateRecord
             IF wm-cust = wf-cust AND wm-status = 'A'
               MOVE wm-index TO FOUND-INDEX
             END-IF
           END-PERFORM
           IF FOUND-INDEX = 0
             ADD 1 TO NO-MANDATE-COUNT
             EXIT PARAGRAPH
           END-IF
           MOVE WMT-RECORD (FOUND-INDEX) TO WorkMandateRecord
           MOVE 'N' TO MANDATE-OK
           PERFORM VARYING mnd-index FROM 1 BY 1
                   UNTIL mnd-index > MND-COUNT
             MOVE MT-RECORD (mnd-index) TO MandateRecord
             IF md-creditor-id = WS-CREDITOR-ID
                AND md-mandate-ref = wm-mandate-ref
                AND md-account = wm-account
                AND md-status = 'A'
               MOVE 'Y' TO MANDATE-OK
             END-IF
           END-PERFORM
           MOVE wf-amount TO PRINT-AMOUNT
           IF MANDATE-OK = 'N'
             ADD 1 TO NO-BANK-COUNT
             DISPLAY "  Rechnung " wf-invoice " Kunde " wf-cust
                     " - Mandat " wm-mandate-ref
                     " fehlt in BANK-MANDATE"
             EXIT PARAGRAPH
           END-IF
           IF COLLECT-OPEN = 'N'
             OPEN OUTPUT CollectionFile
             MOVE 'Y' TO COLLECT-OPEN
           END-IF
           MOVE SPACES TO wf-collect-ref
           STRING "W" wf-invoice TODAY-YMD
                  DELIMITED BY SIZE INTO wf-collect-ref
           MOVE SPACES TO InboundDebitRecord
           MOVE wm-account TO di-account
           MOVE wf-amount TO di-amount
           MOVE WS-CREDITOR-ID TO di-creditor-id
           MOVE wm-mandate-ref TO di-mandate-ref
           MOVE wf-collect-ref TO di-collect-ref
           WRITE InboundDebitRecord
           MOVE 'E' TO wf-status
           MOVE TODAY-YMD TO wf-collect-date
           ADD 1 TO COLLECT-COUNT
           ADD wf-amount TO COLLECT-TOTAL
           DISPLAY "  Rechnung " wf-invoice " Kunde " wf-cust " "
                   PRINT-AMOUNT " EUR Konto " wm-account.

       LOAD-RECEIVABLES.
           MOVE 0 TO WF-COUNT
           MOVE 0 TO eof
           OPEN INPUT ReceivableFile
           IF FRD-STATUS = "00"
             READ ReceivableFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR WF-COUNT = 3000
               ADD 1 TO WF-COUNT
               MOVE WorkReceivableRecord TO WT-RECORD (WF-COUNT)
               READ ReceivableFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             IF eof = 0
               DISPLAY "ABBRUCH: WKFORD.DAT groesser als 3000"
                       " Eintraege."
               STOP RUN
             END-IF
             CLOSE ReceivableFile
           END-IF.

       SAVE-RECEIVABLES.
           OPEN OUTPUT ReceivableFile
           PERFORM VARYING wf-index FROM 1 BY 1
                   UNTIL wf-index > WF-COUNT
             MOVE WT-RECORD (wf-index) TO WorkReceivableRecord
             WRITE WorkReceivableRecord
           END-PERFORM
           CLOSE ReceivableFile.

       LOAD-WORK-MANDATES.
           MOVE 0 TO WM-COUNT
           MOVE 0 TO eof
           OPEN INPUT WorkMandateFile
           IF WM-FILE-STATUS = "00"
             READ WorkMandateFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR WM-COUNT = 2000
               ADD 1 TO WM-COUNT
               MOVE WorkMandateRecord TO WMT-RECORD (WM-COUNT)
               READ WorkMandateFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             IF eof = 0
               DISPLAY "ABBRUCH: WKMANDAT.DAT groesser als 2000"
                       " Eintraege."
               STOP RUN
             END-IF
             CLOSE WorkMandateFile
           END-IF.

       LOAD-BANK-MANDATES.
           MOVE 0 TO MND-COUNT
           MOVE 0 TO eof
           OPEN INPUT MandateFile
           IF MND-STATUS = "00"
             READ MandateFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR MND-COUNT = 500
               ADD 1 TO MND-COUNT
               MOVE MandateRecord TO MT-RECORD (MND-COUNT)
               READ MandateFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             IF eof = 0
               DISPLAY "ABBRUCH: MANDATE.DAT groesser als 500"
                       " Eintraege."
               STOP RUN
             END-IF
             CLOSE MandateFile
           END-IF.
