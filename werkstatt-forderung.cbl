       IDENTIFICATION DIVISION.
       PROGRAM-ID. WERKSTATT-FORDERUNG.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select ReceivableFile ASSIGN TO "WKFORD.DAT"
                   organization is line sequential
                   FILE STATUS IS FRD-STATUS.
       Select CustomerFile ASSIGN TO "CUSTOMER.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is cust-number
                   FILE STATUS IS FS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ReceivableFile.
           copy "wkford-record.cpy".
       FD CustomerFile.
           copy "customer-record.cpy".
       WORKING-STORAGE SECTION.
        01 eof PIC 9.
        01 FRD-STATUS PIC XX.
        01 FS-STATUS PIC XX.
        01 TODAY-YMD PIC 9(8).
        01 CUTOFF-YMD PIC 9(8).
        01 CUTOFF-DAYS PIC S9(5) VALUE -90.
        01 WF-COUNT PIC 9(4) VALUE 0.
        01 wf-index PIC 9(4).
        01 WF-TABLE.
           05 WF-ENTRY OCCURS 3000 TIMES.
              10 WT-RECORD PIC X(69).
        01 CL-COUNT PIC 9(4) VALUE 0.
        01 cl-index PIC 9(4).
        01 CL-FOUND PIC X.
        01 CL-TABLE.
           05 CL-CUST PIC 9(7) OCCURS 3000 TIMES.
        01 WORK-CUST PIC 9(7).
        01 CUST-NAME PIC X(36).
        01 ITEM-SHOWN PIC X.
        01 STATUS-TEXT PIC X(10).
        01 CUST-OPEN PIC 9(9)V99.
        01 CUST-COLLECTED PIC 9(9)V99.
        01 CUST-RETURNED PIC 9(9)V99.
        01 TOTAL-OPEN PIC 9(11)V99 VALUE 0.
        01 TOTAL-COLLECTED PIC 9(11)V99 VALUE 0.
        01 TOTAL-RETURNED PIC 9(11)V99 VALUE 0.
        01 LISTED-CUSTOMERS PIC 9(4) VALUE 0.
        01 PRINT-AMOUNT PIC Z(6)9.99.
        01 PRINT-OPEN PIC Z(8)9.99.
        01 PRINT-COLLECTED PIC Z(8)9.99.
        01 PRINT-RETURNED PIC Z(8)9.99.
        01 PRINT-DATE PIC X(10).
        copy "date-time.cpy".
        copy "report-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE TO date-time
           COMPUTE TODAY-YMD = year * 10000 + month * 100 + day-1
           CALL "DATE-ADD" USING TODAY-YMD CUTOFF-DAYS CUTOFF-YMD
           DISPLAY "WERKSTATT-FORDERUNG: Forderungsliste Werkstatt "
                   TODAY-YMD
           PERFORM LOAD-RECEIVABLES
           IF WF-COUNT = 0
             DISPLAY "Keine Posten in WKFORD.DAT."
             STOP RUN
           END-IF
           PERFORM VARYING wf-index FROM 1 BY 1
                   UNTIL wf-index > WF-COUNT
             MOVE WT-RECORD (wf-index) TO WorkReceivableRecord
             PERFORM CHECK-ITEM-SHOWN
             IF ITEM-SHOWN = 'Y'
               PERFORM ADD-CUSTOMER
             END-IF
           END-PERFORM

           MOVE 'O' TO rpt-action
           MOVE "FORDERUNG" TO rpt-name
           MOVE SPACES TO rpt-filename
           STRING "WKFORD-" TODAY-YMD ".DAT"
                  DELIMITED BY SIZE INTO rpt-filename
           MOVE SPACES TO rpt-title
           STRING "Forderungen Werkstatt " day-1 "." month "." year
                  DELIMITED BY SIZE INTO rpt-title
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line
           MOVE SPACES TO PRINT-DATE
           STRING CUTOFF-YMD (7:2) "." CUTOFF-YMD (5:2) "."
                  CUTOFF-YMD (1:4)
                  DELIMITED BY SIZE INTO PRINT-DATE
           STRING "Offen, zurueckgegeben und eingezogen seit "
                  PRINT-DATE
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-RECV-LINE
           PERFORM WRITE-RECV-LINE
           MOVE "Rechnung" TO rpt-line (3:8)
           MOVE "Art" TO rpt-line (13:3)
           MOVE "Datum" TO rpt-line (22:5)
           MOVE "Betrag" TO rpt-line (36:6)
           MOVE "Status" TO rpt-line (44:6)
           MOVE "Einzug" TO rpt-line (55:6)
           MOVE "Grund" TO rpt-line (65:5)
           PERFORM WRITE-RECV-LINE

           PERFORM VARYING cl-index FROM 1 BY 1
                   UNTIL cl-index > CL-COUNT
             MOVE CL-CUST (cl-index) TO WORK-CUST
             PERFORM REPORT-ONE-CUSTOMER
           END-PERFORM
           IF CL-COUNT = 0
             MOVE "  keine Posten" TO rpt-line
             PERFORM WRITE-RECV-LINE
           END-IF

           PERFORM WRITE-RECV-LINE
           MOVE TOTAL-OPEN TO PRINT-OPEN
           MOVE TOTAL-COLLECTED TO PRINT-COLLECTED
           MOVE TOTAL-RETURNED TO PRINT-RETURNED
           STRING "Gesamt " LISTED-CUSTOMERS " Kunden: offen "
                  PRINT-OPEN
                  DELIMITED BY SIZE INTO rpt-line
           DISPLAY rpt-line
           PERFORM WRITE-RECV-LINE
           STRING "  eingezogen " PRINT-COLLECTED
                  "  zurueck " PRINT-RETURNED " EUR"
                  DELIMITED BY SIZE INTO rpt-line
           DISPLAY rpt-line
           PERFORM WRITE-RECV-LINE
           MOVE 'C' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           DISPLAY "Bericht: " rpt-filename

       STOP RUN.

       CHECK-ITEM-SHOWN.
           MOVE 'N' TO ITEM-SHOWN
           EVALUATE wf-status
             WHEN 'O'
               MOVE 'Y' TO ITEM-SHOWN
             WHEN 'Z'
               MOVE 'Y' TO ITEM-SHOWN
             WHEN 'E'
               IF wf-collect-date NOT < CUTOFF-YMD
                 MOVE 'Y' TO ITEM-SHOWN
               END-IF
           END-EVALUATE.

       ADD-CUSTOMER.
           MOVE 'N' TO CL-FOUND
           PERFORM VARYING cl-index FROM 1 BY 1
                   UNTIL cl-index > CL-COUNT OR CL-FOUND = 'Y'
             IF CL-CUST (cl-index) = wf-cust
               MOVE 'Y' TO CL-FOUND
             END-IF
           END-PERFORM
           IF CL-FOUND = 'N'
             ADD 1 TO CL-COUNT
             MOVE wf-cust TO CL-CUST (CL-COUNT)
           END-IF.

       REPORT-ONE-CUSTOMER.
           PERFORM FIND-CUSTOMER-NAME
           ADD 1 TO LISTED-CUSTOMERS
           MOVE 0 TO CUST-OPEN
           MOVE 0 TO CUST-COLLECTED
           MOVE 0 TO CUST-RETURNED
           PERFORM WRITE-RECV-LINE
           STRING "Kunde " WORK-CUST " " CUST-NAME
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-RECV-LINE
           PERFORM VARYING wf-index FROM 1 BY 1
                   UNTIL wf-index > WF-COUNT
             MOVE WT-RECORD (wf-index) TO WorkReceivableRecord
             IF wf-cust = WORK-CUST
               PERFORM CHECK-ITEM-SHOWN
               IF ITEM-SHOWN = 'Y'
                 PERFORM REPORT-ONE-ITEM
               END-IF
             END-IF
           END-PERFORM
           ADD CUST-OPEN TO TOTAL-OPEN
           ADD CUST-COLLECTED TO TOTAL-COLLECTED
           ADD CUST-RETURNED TO TOTAL-RETURNED
           MOVE CUST-OPEN TO PRINT-OPEN
           MOVE CUST-COLLECTED TO PRINT-COLLECTED
           MOVE CUST-RETURNED TO PRINT-RETURNED
           STRING "  Summe offen " PRINT-OPEN
                  " eingez. " PRINT-COLLECTED
                  " zurueck " PRINT-RETURNED
                  DELIMITED BY SIZE INTO rpt-line
           PERFORM WRITE-RECV-LINE.

       REPORT-ONE-ITEM.
           EVALUATE wf-status
             WHEN 'O'
               MOVE "offen" TO STATUS-TEXT
               ADD wf-amount TO CUST-OPEN
             WHEN 'E'
               MOVE "eingezogen" TO STATUS-TEXT
               ADD wf-amount TO CUST-COLLECTED
             WHEN 'Z'
               MOVE "zurueck" TO STATUS-TEXT
               ADD wf-amount TO CUST-RETURNED
               ADD wf-amount TO CUST-OPEN
           END-EVALUATE
           MOVE wf-amount TO PRINT-AMOUNT
           MOVE wf-invoice TO rpt-line (3:7)
           IF wf-type = 'F'
             MOVE "Gebuehr" TO rpt-line (13:7)
           ELSE
             MOVE "Rechnung" TO rpt-line (13:8)
           END-IF
           MOVE wf-date TO rpt-line (22:8)
           MOVE PRINT-AMOUNT TO rpt-line (32:10)
           MOVE STATUS-TEXT TO rpt-line (44:10)
           IF wf-collect-date > 0
             MOVE wf-collect-date TO rpt-line (55:8)
           END-IF
           MOVE wf-return-reason TO rpt-line (65:4)
           PERFORM WRITE-RECV-LINE.

       FIND-CUSTOMER-NAME.
           MOVE "(unbekannt)" TO CUST-NAME
           OPEN INPUT CustomerFile
           IF FS-STATUS = "00"
             MOVE WORK-CUST TO cust-number
             READ CustomerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                 MOVE SPACES TO CUST-NAME
                 STRING FUNCTION TRIM(cust-firstname) " "
                        FUNCTION TRIM(cust-nachname)
                        DELIMITED BY SIZE INTO CUST-NAME
             END-READ
             CLOSE CustomerFile
           END-IF.

       WRITE-RECV-LINE.
           MOVE 'L' TO rpt-action
           CALL "REPORT-WRITER" USING ReportRequest
           MOVE SPACES TO rpt-line.

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
