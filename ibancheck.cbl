       IDENTIFICATION DIVISION.
       PROGRAM-ID. IBANCHECK.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.
       01 WS-IBAN PIC X(34).
       01 WS-LENGTH PIC 9(2).
       01 WS-POS PIC 9(2).
       01 WS-CHAR PIC X.
       01 WS-REMAINDER PIC 9(5).
       01 WS-VALUE PIC 9(2).
       01 WS-REARRANGED PIC X(34).
       LINKAGE SECTION.
       01 LS-IBAN PIC X(34).
       01 LS-VALID PIC X.
       PROCEDURE DIVISION USING LS-IBAN LS-VALID.
       MAIN.
           MOVE 'N' TO LS-VALID
           MOVE LS-IBAN TO WS-IBAN
           INSPECT WS-IBAN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 0 TO WS-LENGTH
           PERFORM VARYING WS-POS FROM 34 BY -1
                   UNTIL WS-POS = 0
             IF WS-IBAN(WS-POS:1) NOT = SPACE
               MOVE WS-POS TO WS-LENGTH
               EXIT PERFORM
             END-IF
           END-PERFORM
           IF WS-LENGTH < 15
             GOBACK
           END-IF
           IF WS-IBAN(1:1) NOT ALPHABETIC-UPPER
              OR WS-IBAN(2:1) NOT ALPHABETIC-UPPER
              OR WS-IBAN(3:2) NOT NUMERIC
             GOBACK
           END-IF
           MOVE SPACES TO WS-REARRANGED
           MOVE WS-IBAN(5:WS-LENGTH - 4) TO WS-REARRANGED
           MOVE WS-IBAN(1:4) TO WS-REARRANGED(WS-LENGTH - 3:4)
           MOVE 0 TO WS-REMAINDER
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-LENGTH
             MOVE WS-REARRANGED(WS-POS:1) TO WS-CHAR
             EVALUATE TRUE
               WHEN WS-CHAR IS NUMERIC
                 MOVE WS-CHAR TO WS-VALUE
                 COMPUTE WS-REMAINDER =
                     FUNCTION MOD(WS-REMAINDER * 10 + WS-VALUE, 97)
               WHEN WS-CHAR IS ALPHABETIC-UPPER
                    AND WS-CHAR NOT = SPACE
                 COMPUTE WS-VALUE =
                     FUNCTION ORD(WS-CHAR) - FUNCTION ORD("A") + 10
                 COMPUTE WS-REMAINDER =
                     FUNCTION MOD(WS-REMAINDER * 100 + WS-VALUE, 97)
               WHEN OTHER
                 GOBACK
             END-EVALUATE
           END-PERFORM
           IF WS-REMAINDER = 1
             MOVE 'Y' TO LS-VALID
           END-IF
           GOBACK.
