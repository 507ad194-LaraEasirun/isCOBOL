       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAMEKEY.
       AUTHOR. lspadin.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WORK-TEXT PIC X(30).
       01 LETTERS PIC X(32).
       01 LETTER-COUNT PIC 9(2).
       01 text-index PIC 9(2).
       01 let-index PIC 9(2).
       01 raw-index PIC 9(2).
       01 key-index PIC 9(2).
       01 RAW-POINTER PIC 9(2).
       01 RAW-COUNT PIC 9(2).
       01 RAW-CODES PIC X(64).
       01 CODE-TEXT PIC X(2).
       01 CUR-CHAR PIC X.
       01 PREV-CHAR PIC X.
       01 NEXT-CHAR PIC X.
       01 MAPPED-CHAR PIC X.
       01 LAST-CODE PIC X.
       LINKAGE SECTION.
           copy "namekey-request.cpy".
       PROCEDURE DIVISION USING NameKeyRequest.
       MAIN.
           MOVE SPACES TO nk-key
           MOVE FUNCTION UPPER-CASE (nk-text) TO WORK-TEXT
           PERFORM CLEAN-TEXT
           PERFORM CODE-LETTERS
           PERFORM BUILD-KEY
           GOBACK.

       CLEAN-TEXT.
           MOVE SPACES TO LETTERS
           MOVE 0 TO LETTER-COUNT
           PERFORM VARYING text-index FROM 1 BY 1
                   UNTIL text-index > 30 OR LETTER-COUNT > 30
             MOVE WORK-TEXT (text-index:1) TO CUR-CHAR
             EVALUATE TRUE
               WHEN CUR-CHAR = SPACE OR CUR-CHAR = '-'
                 IF LETTER-COUNT > 0
                    AND LETTERS (LETTER-COUNT:1) NOT = SPACE
                   ADD 1 TO LETTER-COUNT
                 END-IF
               WHEN CUR-CHAR IS ALPHABETIC-UPPER
                 ADD 1 TO LETTER-COUNT
                 MOVE CUR-CHAR TO LETTERS (LETTER-COUNT:1)
               WHEN CUR-CHAR = X"C3" AND text-index < 30
                 ADD 1 TO text-index
                 EVALUATE WORK-TEXT (text-index:1)
                   WHEN X"84"
                   WHEN X"A4"
                     MOVE 'A' TO MAPPED-CHAR
                   WHEN X"96"
                   WHEN X"B6"
                     MOVE 'O' TO MAPPED-CHAR
                   WHEN X"9C"
                   WHEN X"BC"
                     MOVE 'U' TO MAPPED-CHAR
                   WHEN X"9F"
                     MOVE 'S' TO MAPPED-CHAR
                   WHEN OTHER
                     MOVE SPACE TO MAPPED-CHAR
                 END-EVALUATE
                 IF MAPPED-CHAR NOT = SPACE
                   ADD 1 TO LETTER-COUNT
                   MOVE MAPPED-CHAR TO LETTERS (LETTER-COUNT:1)
                 END-IF
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-PERFORM.

       CODE-LETTERS.
           MOVE SPACES TO RAW-CODES
           MOVE 1 TO RAW-POINTER
           MOVE SPACE TO PREV-CHAR
           PERFORM VARYING let-index FROM 1 BY 1
                   UNTIL let-index > LETTER-COUNT
             MOVE LETTERS (let-index:1) TO CUR-CHAR
             MOVE LETTERS (let-index + 1:1) TO NEXT-CHAR
             IF CUR-CHAR NOT = SPACE
               PERFORM CODE-ONE-LETTER
             END-IF
             MOVE CUR-CHAR TO PREV-CHAR
           END-PERFORM
           COMPUTE RAW-COUNT = RAW-POINTER - 1.

       CODE-ONE-LETTER.
           MOVE SPACES TO CODE-TEXT
           EVALUATE CUR-CHAR
             WHEN 'A'
             WHEN 'E'
             WHEN 'I'
             WHEN 'J'
             WHEN 'O'
             WHEN 'U'
             WHEN 'Y'
               MOVE "0" TO CODE-TEXT
             WHEN 'H'
               CONTINUE
             WHEN 'B'
               MOVE "1" TO CODE-TEXT
             WHEN 'P'
               IF NEXT-CHAR = 'H'
                 MOVE "3" TO CODE-TEXT
               ELSE
                 MOVE "1" TO CODE-TEXT
               END-IF
             WHEN 'D'
             WHEN 'T'
               IF NEXT-CHAR = 'C' OR NEXT-CHAR = 'S'
                  OR NEXT-CHAR = 'Z'
                 MOVE "8" TO CODE-TEXT
               ELSE
                 MOVE "2" TO CODE-TEXT
               END-IF
             WHEN 'F'
             WHEN 'V'
             WHEN 'W'
               MOVE "3" TO CODE-TEXT
             WHEN 'G'
             WHEN 'K'
             WHEN 'Q'
               MOVE "4" TO CODE-TEXT
             WHEN 'C'
               PERFORM CODE-LETTER-C
             WHEN 'X'
               IF PREV-CHAR = 'C' OR PREV-CHAR = 'K'
                  OR PREV-CHAR = 'Q'
                 MOVE "8" TO CODE-TEXT
               ELSE
                 MOVE "48" TO CODE-TEXT
               END-IF
             WHEN 'L'
               MOVE "5" TO CODE-TEXT
             WHEN 'M'
             WHEN 'N'
               MOVE "6" TO CODE-TEXT
             WHEN 'R'
               MOVE "7" TO CODE-TEXT
             WHEN 'S'
             WHEN 'Z'
               MOVE "8" TO CODE-TEXT
           END-EVALUATE
           IF CODE-TEXT NOT = SPACES
             STRING CODE-TEXT DELIMITED BY SPACE
                    INTO RAW-CODES WITH POINTER RAW-POINTER
           END-IF.

       CODE-LETTER-C.
           IF PREV-CHAR = SPACE
             IF NEXT-CHAR = 'A' OR NEXT-CHAR = 'H' OR NEXT-CHAR = 'K'
                OR NEXT-CHAR = 'L' OR NEXT-CHAR = 'O'
                OR NEXT-CHAR = 'Q' OR NEXT-CHAR = 'R'
                OR NEXT-CHAR = 'U' OR NEXT-CHAR = 'X'
               MOVE "4" TO CODE-TEXT
             ELSE
               MOVE "8" TO CODE-TEXT
             END-IF
             EXIT PARAGRAPH
           END-IF
           IF PREV-CHAR = 'S' OR PREV-CHAR = 'Z'
             MOVE "8" TO CODE-TEXT
             EXIT PARAGRAPH
           END-IF
           IF NEXT-CHAR = 'A' OR NEXT-CHAR = 'H' OR NEXT-CHAR = 'K'
              OR NEXT-CHAR = 'O' OR NEXT-CHAR = 'Q'
              OR NEXT-CHAR = 'U' OR NEXT-CHAR = 'X'
             MOVE "4" TO CODE-TEXT
           ELSE
             MOVE "8" TO CODE-TEXT
           END-IF.

       BUILD-KEY.
           MOVE SPACE TO LAST-CODE
           MOVE 0 TO key-index
           PERFORM VARYING raw-index FROM 1 BY 1
                   UNTIL raw-index > RAW-COUNT
             MOVE RAW-CODES (raw-index:1) TO CUR-CHAR
             IF CUR-CHAR NOT = LAST-CODE
               MOVE CUR-CHAR TO LAST-CODE
               IF (CUR-CHAR NOT = '0' OR raw-index = 1)
                  AND key-index < 20
                 ADD 1 TO key-index
                 MOVE CUR-CHAR TO nk-key (key-index:1)
               END-IF
             END-IF
           END-PERFORM.
