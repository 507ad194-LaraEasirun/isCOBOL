       IDENTIFICATION DIVISION.
       PROGRAM-ID. WERKSTATT-LASTSCHRIFT.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       Select MandateFile ASSIGN TO "WKMANDAT.DAT"
                   organization is line sequential
                   FILE STATUS IS WM-FILE-STATUS.
       Select ReceivableFile ASSIGN TO "WKFORD.DAT"
                   organization is line sequential
                   FILE STATUS IS FRD-STATUS.
       Select CustomerFile ASSIGN TO "CUSTOMER.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is cust-number
                   FILE STATUS IS FS-STATUS.
       Select PinNumbers ASSIGN TO "PIN.DAT"
                   organization is indexed
                   access mode is dynamic
                   record key is card-number
                   FILE STATUS IS PIN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD MandateFile.
           copy "wkmandat-record.cpy".
       FD ReceivableFile.
           copy "wkford-record.cpy".
       FD CustomerFile.
           copy "customer-record.cpy".
       FD PinNumbers.
           copy "pin-record.cpy".
       WORKING-STORAGE SECTION.
        01 eof PIC 9.
        01 scan-eof PIC 9.
        01 WM-FILE-STATUS PIC XX.
        01 FRD-STATUS PIC XX.
        01 FS-STATUS PIC XX.
        01 PIN-STATUS PIC XX.
        01 MENU-CHOICE PIC 9 VALUE 0.
        01 OPERATOR-ID PIC X(8).
        01 TODAY-YMD PIC 9(8).
        01 WS-CREDITOR-ID PIC X(18) VALUE "DE98ZZZ09999999999".
        01 WM-COUNT PIC 9(4) VALUE 0.
        01 wm-index PIC 9(4).
        01 FOUND-INDEX PIC 9(4) VALUE 0.
        01 WM-TABLE.
           05 WM-ENTRY OCCURS 2000 TIMES.
              10 MT-RECORD PIC X(54).
        01 WF-COUNT PIC 9(4) VALUE 0.
        01 wf-index PIC 9(4).
        01 WF-TABLE.
           05 WF-ENTRY OCCURS 3000 TIMES.
              10 WT-RECORD PIC X(69).
        01 WORK-CUST PIC 9(7).
        01 WORK-ACCOUNT PIC 9(10).
        01 WORK-SIGNED PIC 9(8).
        01 WORK-INVOICE PIC 9(7).
        01 CUSTOMER-FOUND PIC X.
        01 ACCOUNT-FOUND PIC X.
        01 ACCOUNT-HOLDER PIC X(20).
        01 PAID-COUNT PIC 9(3).
        01 PAID-TOTAL PIC 9(7)V99.
        01 ANSWER PIC X.
        01 STATUS-TEXT PIC X(12).
        01 PRINT-AMOUNT PIC Z(6)9.99.
        copy "date-time.cpy".
        copy "signon-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "WERKSTATT-LASTSCHRIFT: Lastschriftmandate und"
                   " Zahlungen"
           MOVE 'S' TO so-action
           MOVE "WERKSTATT-LSCHR" TO so-program
           MOVE "WERKSTATT" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Anmeldung fehlgeschlagen. Abbruch."
             STOP RUN
           END-IF
           MOVE so-operator TO OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE TO date-time
           COMPUTE TODAY-YMD = year * 10000 + month * 100 + day-1
           PERFORM UNTIL MENU-CHOICE = 5
             DISPLAY "1) Mandat erfassen  2) Mandat widerrufen"
             DISPLAY "3) Zahlung erfassen  4) Posten eines Kunden"
                     "  5) Ende"
             ACCEPT MENU-CHOICE
             EVALUATE MENU-CHOICE
               WHEN 1
                 PERFORM CAPTURE-MANDATE
               WHEN 2
                 PERFORM REVOKE-MANDATE
               WHEN 3
                 PERFORM RECORD-PAYMENT
               WHEN 4
                 PERFORM LIST-CUSTOMER-ITEMS
               WHEN 5
                 DISPLAY "Programmende."
               WHEN OTHER
                 DISPLAY "Bitte Eingabe ueberpruefen!"
             END-EVALUATE
           END-PERFORM

       STOP RUN.

       CAPTURE-MANDATE.
           DISPLAY "Kundennummer: "
           ACCEPT WORK-CUST
           PERFORM FIND-CUSTOMER
           IF CUSTOMER-FOUND = 'N'
             DISPLAY "Kunde " WORK-CUST " nicht in CUSTOMER.DAT."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Kunde " cust-number " " cust-firstname " "
                   cust-nachname
           PERFORM LOAD-MANDATES
           PERFORM FIND-ACTIVE-MANDATE
           IF FOUND-INDEX > 0
             DISPLAY "Kunde hat bereits ein aktives Mandat ("
                     wm-mandate-ref ") - bitte zuerst widerrufen."
             EXIT PARAGRAPH
           END-IF
           IF WM-COUNT = 2000
             DISPLAY "WKMANDAT.DAT voll - Erfassung nicht moeglich."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Kontonummer (10-stellig): "
           ACCEPT WORK-ACCOUNT
           PERFORM FIND-ACCOUNT
           IF ACCOUNT-FOUND = 'N'
             DISPLAY "Konto " WORK-ACCOUNT " nicht gefunden."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Kontoinhaber: " ACCOUNT-HOLDER
           DISPLAY "Unterschrieben am (JJJJMMTT): "
           ACCEPT WORK-SIGNED
           IF WORK-SIGNED = 0 OR WORK-SIGNED > TODAY-YMD
              OR FUNCTION TEST-DATE-YYYYMMDD (WORK-SIGNED) NOT = 0
             DISPLAY "Unterschriftsdatum ungueltig."
             EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WorkMandateRecord
           MOVE WORK-CUST TO wm-cust
           MOVE WORK-ACCOUNT TO wm-account
           STRING "WK" WORK-CUST "-" WORK-SIGNED
                  DELIMITED BY SIZE INTO wm-mandate-ref
           MOVE WORK-SIGNED TO wm-signed
           MOVE 'A' TO wm-status
           MOVE OPERATOR-ID TO wm-operator
           ADD 1 TO WM-COUNT
           MOVE WorkMandateRecord TO MT-RECORD (WM-COUNT)
           MOVE 0 TO FOUND-INDEX
           PERFORM SAVE-MANDATES
           DISPLAY "Mandat erfasst: Glaeubiger-ID " WS-CREDITOR-ID
           DISPLAY "Mandatsreferenz " wm-mandate-ref
                   " Konto " WORK-ACCOUNT
           DISPLAY "Mandat bitte auch in BANK-MANDATE fuer das"
                   " Konto erfassen.".

       REVOKE-MANDATE.
           DISPLAY "Kundennummer: "
           ACCEPT WORK-CUST
           PERFORM LOAD-MANDATES
           PERFORM FIND-ACTIVE-MANDATE
           IF FOUND-INDEX = 0
             DISPLAY "Kein aktives Mandat fuer Kunde " WORK-CUST "."
             EXIT PARAGRAPH
           END-IF
           DISPLAY "Mandat " wm-mandate-ref " Konto " wm-account
                   " vom " wm-signed
           DISPLAY "Mandat widerrufen? (J/N): "
           ACCEPT ANSWER
           IF ANSWER NOT = 'J' AND ANSWER NOT = 'j'
             DISPLAY "Abgebrochen."
             EXIT PARAGRAPH
           END-IF
           MOVE 'W' TO wm-status
           MOVE OPERATOR-ID TO wm-operator
           MOVE WorkMandateRecord TO MT-RECORD (FOUND-INDEX)
           PERFORM SAVE-MANDATES
           DISPLAY "Mandat widerrufen. Offene Rechnungen werden"
                   " nicht mehr eingezogen.".

       FIND-ACTIVE-MANDATE.
           MOVE 0 TO FOUND-INDEX
           PERFORM VARYING wm-index FROM 1 BY 1
                   UNTIL wm-index > WM-COUNT
             MOVE MT-RECORD (wm-index) TO WorkMandateRecord
             IF wm-cust = WORK-CUST AND wm-status = 'A'
               MOVE wm-index TO FOUND-INDEX
             END-IF
           END-PERFORM
           IF FOUND-INDEX > 0
             MOVE MT-RECORD (FOUND-INDEX) TO WorkMandateRecord
           END-IF.

       RECORD-PAYMENT.
           DISPLAY "Rechnungsnummer: "
           ACCEPT WORK-INVOICE
           PERFORM LOAD-RECEIVABLES
           MOVE 0 TO PAID-COUNT
           MOVE 0 TO PAID-TOTAL
           PERFORM VARYING wf-index FROM 1 BY 1
                   UNTIL wf-index > WF-COUNT
             MOVE WT-RECORD (wf-index) TO WorkReceivableRecord
             IF wf-invoice = WORK-INVOICE
                AND (wf-status = 'O' OR wf-status = 'Z')
               PERFORM DISPLAY-ITEM
               ADD 1 TO PAID-COUNT
               ADD wf-amount TO PAID-TOTAL
             END-IF
           END-PERFORM
           IF PAID-COUNT = 0
             DISPLAY "Keine offenen Posten zu Rechnung "
                     WORK-INVOICE "."
             EXIT PARAGRAPH
           END-IF
           MOVE PAID-TOTAL TO PRINT-AMOUNT
           DISPLAY "Zahlungseingang ueber " PRINT-AMOUNT
                   " EUR buchen? (J/N): "
           ACCEPT ANSWER
           IF ANSWER NOT = 'J' AND ANSWER NOT = 'j'
             DISPLAY "Abgebrochen."
             EXIT PARAGRAPH
           END-IF
           PERFORM VARYING wf-index FROM 1 BY 1
                   UNTIL wf-index > WF-COUNT
             MOVE WT-RECORD (wf-index) TO WorkReceivableRecord
             IF wf-invoice = WORK-INVOICE
                AND (wf-status = 'O' OR wf-status = 'Z')
               MOVE 'B' TO wf-status
               MOVE TODAY-YMD TO wf-collect-date
               MOVE WorkReceivableRecord TO WT-RECORD (wf-index)
             END-IF
           END-PERFORM
           PERFORM SAVE-RECEIVABLES
           DISPLAY "Zahlung gebucht.".

       LIST-CUSTOMER-ITEMS.
           DISPLAY "Kundennummer: "
           ACCEPT WORK-CUST
           PERFORM LOAD-MANDATES
           PERFORM FIND-ACTIVE-MANDATE
           IF FOUND-INDEX > 0
             DISPLAY "Lastschriftmandat " wm-mandate-ref
                     " Konto " wm-account
           ELSE
             DISPLAY "Kein aktives Lastschriftmandat."
           END-IF
           PERFORM LOAD-RECEIVABLES
           MOVE 0 TO PAID-COUNT
           PERFORM VARYING wf-index FROM 1 BY 1
                   UNTIL wf-index > WF-COUNT
             MOVE WT-RECORD (wf-index) TO WorkReceivableRecord
             IF wf-cust = WORK-CUST
               PERFORM DISPLAY-ITEM
               ADD 1 TO PAID-COUNT
             END-IF
           END-PERFORM
           IF PAID-COUNT = 0
             DISPLAY "Keine Posten."
           END-IF.

       DISPLAY-ITEM.
           EVALUATE wf-status
             WHEN 'O'
               MOVE "offen" TO STATUS-TEXT
             WHEN 'E'
               MOVE "eingezogen" TO STATUS-TEXT
             WHEN 'Z'
               MOVE "zurueck" TO STATUS-TEXT
             WHEN 'B'
               MOVE "bezahlt" TO STATUS-TEXT
             WHEN 'S'
               MOVE "storniert" TO STATUS-TEXT
             WHEN OTHER
               MOVE SPACES TO STATUS-TEXT
           END-EVALUATE
           MOVE wf-amount TO PRINT-AMOUNT
           IF wf-type = 'F'
             DISPLAY "  Gebuehr  " wf-invoice " " wf-date " "
                     PRINT-AMOUNT " " STATUS-TEXT
           ELSE
             DISPLAY "  Rechnung " wf-invoice " " wf-date " "
                     PRINT-AMOUNT " " STATUS-TEXT " "
                     wf-return-reason
           END-IF.

       FIND-CUSTOMER.
           MOVE 'N' TO CUSTOMER-FOUND
           OPEN INPUT CustomerFile
           IF FS-STATUS = "00"
             MOVE WORK-CUST TO cust-number
             READ CustomerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO CUSTOMER-FOUND
             END-READ
             CLOSE CustomerFile
           END-IF.

       FIND-ACCOUNT.
           MOVE 'N' TO ACCOUNT-FOUND
           MOVE SPACES TO ACCOUNT-HOLDER
           OPEN INPUT PinNumbers
           IF PIN-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF
           MOVE 0 TO scan-eof
           MOVE ZERO TO card-number
           START PinNumbers KEY NOT < card-number
             INVALID KEY SET scan-eof TO 1
           END-START
           PERFORM UNTIL scan-eof = 1
             READ PinNumbers NEXT
               AT END SET scan-eof TO 1
               NOT AT END
                 IF account-number = WORK-ACCOUNT
                   MOVE 'Y' TO ACCOUNT-FOUND
                   MOVE account-name TO ACCOUNT-HOLDER
                   SET scan-eof TO 1
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PinNumbers.

       LOAD-MANDATES.
           MOVE 0 TO WM-COUNT
           MOVE 0 TO eof
           OPEN INPUT MandateFile
           IF WM-FILE-STATUS = "00"
             READ MandateFile
              AT END SET eof TO 1
             END-READ
             PERFORM UNTIL eof = 1 OR WM-COUNT = 2000
               ADD 1 TO WM-COUNT
               MOVE WorkMandateRecord TO MT-RECORD (WM-COUNT)
               READ MandateFile
                AT END SET eof TO 1
               END-READ
             END-PERFORM
             IF eof = 0
               DISPLAY "ABBRUCH: WKMANDAT.DAT groesser als 2000"
                       " Eintraege."
               STOP RUN
             END-IF
             CLOSE MandateFile
           END-IF.

       SAVE-MANDATES.
           OPEN OUTPUT MandateFile
           PERFORM VARYING wm-index FROM 1 BY 1
                   UNTIL wm-index > WM-COUNT
             MOVE MT-RECORD (wm-index) TO WorkMandateRecord
             WRITE WorkMandateRecord
           END-PERFORM
           CLOSE MandateFile
           IF FOUND-INDEX > 0
             MOVE MT-RECORD (FOUND-INDEX) TO WorkMandateRecord
           END-IF.

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
