              10 CT-VORNAME  PIC X(15).
              10 CT-NACHNAME PIC X(20).
              10 CT-STRASSE  PIC X(30).
              10 CT-NAMEKEY  PIC X(20).
              10 CT-STRKEY   PIC X(20).
              10 CT-MERGED   PIC X.
        01 SURVIVOR-NUMBER PIC 9(7).
        01 DUP-NUMBER PIC 9(7).
        01 ANSWER PIC X.
        01 MERGE-DONE PIC X VALUE 'N'.
        copy "date-time.cpy".
        copy "signon-request.cpy".
        copy "namekey-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY "BOOK-MERGE: Dublettenabgleich CUSTOMER.DAT"
           MOVE 'S' TO so-action
           MOVE "BOOK-MERGE" TO so-program
           MOVE "WERKSTATT" TO so-role
           CALL "OPSIGNON" USING SignonRequest
           IF so-result NOT = 'Y'
             DISPLAY "Anmeldung fehlgeschlagen. Abbruch."
             STOP RUN
           END-IF
           PERFORM LOAD-CUSTOMERS
           IF CUST-COUNT = 0
             DISPLAY "Keine Kunden vorhanden."
                         UNTIL inner-index > CUST-COUNT
                   IF inner-index > outer-index
                      AND CT-MERGED (inner-index) = 'N'
                      AND CT-NAMEKEY (inner-index) =
                          CT-NAMEKEY (outer-index)
                      AND CT-STRKEY (inner-index) =
                          CT-STRKEY (outer-index)
                     PERFORM PRESENT-ONE-PAIR
                   END-IF
                 END-PERFORM
                   MOVE cust-firstname TO CT-VORNAME (CUST-COUNT)
                   MOVE cust-nachname TO CT-NACHNAME (CUST-COUNT)
                   MOVE cust-strasse TO CT-STRASSE (CUST-COUNT)
                   MOVE cust-name-key TO CT-NAMEKEY (CUST-COUNT)
                   IF cust-name-key = SPACES
                     MOVE cust-nachname TO nk-text
                     CALL "NAMEKEY" USING NameKeyRequest
                     MOVE nk-key TO CT-NAMEKEY (CUST-COUNT)
                   END-IF
                   MOVE cust-strasse TO nk-text
                   CALL "NAMEKEY" USING NameKeyRequest
                   MOVE nk-key TO CT-STRKEY (CUST-COUNT)
                   MOVE 'N' TO CT-MERGED (CUST-COUNT)
               END-READ
             END-PERFORM
