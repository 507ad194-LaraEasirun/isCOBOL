              10 NT-VORNAME  PIC X(15).
              10 NT-NACHNAME PIC X(20).
              10 NT-NUMBER   PIC 9(7).
        copy "namekey-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
               MOVE old-strasse TO cust-strasse
               MOVE 'A' TO cust-active
               MOVE 0 TO cust-inactive-date
               MOVE cust-nachname TO nk-text
               CALL "NAMEKEY" USING NameKeyRequest
               MOVE nk-key TO cust-name-key
               WRITE CustomerRecord
               ADD 1 TO LOADED-COUNT
               IF NAME-COUNT < 500
