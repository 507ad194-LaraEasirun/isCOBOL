        01 LIST-MODE PIC X.
        01 PICK-NUMBER PIC 9(7).
        01 ANSWER PIC X VALUE 'J'.
        01 SEARCH-MODE PIC X.
        01 TERM-KEY PIC X(20).
        01 CUST-KEY PIC X(20).
        01 STREET-KEY PIC X(20).
        copy "namekey-request.cpy".
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
       STOP RUN.

       SEARCH-ONCE.
           DISPLAY "Suchart: 1) Teilbegriff  2) Klingt wie: "
           ACCEPT SEARCH-MODE
           IF SEARCH-MODE = '2'
             DISPLAY "Suchbegriff (Nachname oder Strasse): "
           ELSE
             MOVE '1' TO SEARCH-MODE
             DISPLAY "Suchbegriff (Teil von Nachname oder Strasse): "
           END-IF
           MOVE SPACES TO SEARCH-TERM
           ACCEPT SEARCH-TERM
           IF SEARCH-MODE = '2'
             MOVE SEARCH-TERM TO nk-text
             CALL "NAMEKEY" USING NameKeyRequest
             MOVE nk-key TO TERM-KEY
             IF TERM-KEY = SPACES
               MOVE SPACES TO SEARCH-TERM
             END-IF
           END-IF
           COMPUTE TERM-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(SEARCH-TERM))
           IF TERM-LENGTH = 0
       CHECK-ONE-CUSTOMER.
           MOVE 0 TO NAME-HITS
           MOVE 0 TO STREET-HITS
           IF SEARCH-MODE = '2'
             PERFORM CHECK-SOUNDS-LIKE
           ELSE
             INSPECT cust-nachname TALLYING NAME-HITS
                 FOR ALL SEARCH-TERM(1:TERM-LENGTH)
             INSPECT cust-strasse TALLYING STREET-HITS
                 FOR ALL SEARCH-TERM(1:TERM-LENGTH)
           END-IF
           IF NAME-HITS > 0 OR STREET-HITS > 0
             ADD 1 TO MATCH-COUNT
             MOVE 'N' TO LIST-MODE
                     " Fahrzeuge: " VEHICLE-COUNT
           END-IF.

       CHECK-SOUNDS-LIKE.
           MOVE cust-name-key TO CUST-KEY
           IF CUST-KEY = SPACES
             MOVE cust-nachname TO nk-text
             CALL "NAMEKEY" USING NameKeyRequest
             MOVE nk-key TO CUST-KEY
           END-IF
           MOVE cust-strasse TO nk-text
           CALL "NAMEKEY" USING NameKeyRequest
           MOVE nk-key TO STREET-KEY
           IF CUST-KEY = TERM-KEY
             MOVE 1 TO NAME-HITS
           END-IF
           IF STREET-KEY = TERM-KEY
             MOVE 1 TO STREET-HITS
           END-IF.

       COUNT-VEHICLES.
           MOVE 0 TO VEHICLE-COUNT
           MOVE 0 TO veh-eof
