        01 ALERT-TABLE.
           05 ALERT-ENTRY OCCURS 200 TIMES.
              10 AL-SEVERITY PIC 9.
              10 AL-ACCOUNT  PIC 9(10).
              10 AL-TEXT     PIC X(72).
        01 severity-wanted PIC 9.
        01 WORK-LINE PIC X(72).
        01 blk-eof PIC 9.
        01 BLOCK-SEEN PIC X.
        01 NEW-BLOCK-COUNT PIC 9(5) VALUE 0.
        01 ALERT-ACCOUNT PIC 9(10).
        01 AML-SOURCE PIC X(5) VALUE "FRAUD".
        01 AML-CASE-ID PIC 9(7).
        01 AML-RESULT PIC X.
        01 AML-NEW-COUNT PIC 9(5) VALUE 0.
        01 AML-ATTACH-COUNT PIC 9(5) VALUE 0.
       LINKAGE SECTION.
       PROCEDURE DIVISION.
       MAIN.
           END-PERFORM
           CLOSE AlertReport

           PERFORM VARYING alert-index FROM 1 BY 1
                   UNTIL alert-index > ALERT-COUNT
             PERFORM FILE-AML-ALERT
           END-PERFORM

           DISPLAY "Meldungen gesamt: " ALERT-COUNT
           DISPLAY "Neue Kontosperren: " NEW-BLOCK-COUNT
           DISPLAY "Neue GW-Faelle: " AML-NEW-COUNT
                   "  Zu bestehenden Faellen: " AML-ATTACH-COUNT
           DISPLAY "Report: FRAUD-ALERTS.DAT"
           DISPLAY "Sperrdatei: FRAUD-BLOCK.DAT"

           END-PERFORM
           IF WINDOW-FAILS = 5 AND WINDOW-ACCTS >= 3
             MOVE SPACES TO WORK-LINE
             MOVE 0 TO ALERT-ACCOUNT
             STRING "PIN-Fehlversuche gehaeuft um " ts-timestamp
                    " (" WINDOW-FAILS " in 10 Min, "
                    WINDOW-ACCTS " Konten)"
             IF LAST-NEAR-DAY > 0
                AND WORK-DAY = LAST-NEAR-DAY + 1
               MOVE SPACES TO WORK-LINE
               MOVE CURRENT-ACCOUNT TO ALERT-ACCOUNT
               STRING "Konto " CURRENT-ACCOUNT
                      " Abhebungen nahe Tageslimit an Folgetagen ("
                      as-timestamp ")"
              AND as-amount >= LAST-DEP-AMOUNT
              AND LAST-DEP-AMOUNT > 0
             MOVE SPACES TO WORK-LINE
             MOVE CURRENT-ACCOUNT TO ALERT-ACCOUNT
             STRING "Konto " CURRENT-ACCOUNT
                    " Einzahlung sofort voll abgehoben ("
                    as-timestamp ")"
           IF ALERT-COUNT < 200
             ADD 1 TO ALERT-COUNT
             MOVE 1 TO AL-SEVERITY (ALERT-COUNT)
             MOVE ALERT-ACCOUNT TO AL-ACCOUNT (ALERT-COUNT)
             MOVE WORK-LINE TO AL-TEXT (ALERT-COUNT)
           END-IF.

           IF ALERT-COUNT < 200
             ADD 1 TO ALERT-COUNT
             MOVE 2 TO AL-SEVERITY (ALERT-COUNT)
             MOVE ALERT-ACCOUNT TO AL-ACCOUNT (ALERT-COUNT)
             MOVE WORK-LINE TO AL-TEXT (ALERT-COUNT)
           END-IF.

       FILE-AML-ALERT.
           CALL "AMLATTACH" USING AML-SOURCE
                AL-ACCOUNT (alert-index) AL-SEVERITY (alert-index)
                AL-TEXT (alert-index) AML-CASE-ID AML-RESULT
           EVALUATE AML-RESULT
             WHEN 'N'
               ADD 1 TO AML-NEW-COUNT
             WHEN 'A'
               ADD 1 TO AML-ATTACH-COUNT
             WHEN 'F'
               DISPLAY "AMLCASE.DAT voll - Meldung ohne Fall: "
                       AL-TEXT (alert-index)
           END-EVALUATE.
