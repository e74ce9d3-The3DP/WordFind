      * Alphanumeric like the rating: a pre-seed archive group has
      * blanks here and still reprints cleanly.
           05 AH-SEED           PIC X(06).
      * Y on a clue-mode page; blank on groups archived before clue
      * mode existed, which reprint as plain word banks.
           05 AH-CLUE-MODE      PIC X(01).
       01 ARC-GRID-REC.
           05 AG-TYPE           PIC X(01).
           05 AG-PUZZLE-ID      PIC X(10).
           05 AW-ROW-DELTA      PIC S9(01) SIGN LEADING SEPARATE.
           05 AW-COL-DELTA      PIC S9(01) SIGN LEADING SEPARATE.
           05 AW-PLACED         PIC X(01).
           05 AW-CLUE           PIC X(40).

      * Up to 50 request cards held for the single pass over the
      * archive, each with a tally of how many archived puzzles it
       01 DIFFICULTY        PIC X(01).
       01 DIFF-RATING       PIC X(03).
       01 PUZZLE-SEED       PIC X(06).
       01 CLUE-MODE         PIC X(01).
       01 GRID.
           05 GRID-ROW OCCURS 30 TIMES.
               10 GRID-COL OCCURS 30 TIMES PIC X(01).
               10 WE-ROW-DELTA   PIC S9(01).
               10 WE-COL-DELTA   PIC S9(01).
               10 WE-PLACED      PIC X(01).
               10 WE-CLUE        PIC X(40).
       01 ANSWER-MASK.
           05 ANSWER-MASK-ROW OCCURS 30 TIMES.
               10 ANSWER-MASK-COL OCCURS 30 TIMES PIC X(01).
       01 ROW-LINE-POS      PIC 9(03).
       01 BANK-COL          PIC 9(02).
       01 BANK-POS          PIC 9(03).
       01 CLUE-SEQ          PIC 9(02).
       01 REPRINT-SEVERITY  PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
           MOVE AH-DIFFICULTY TO DIFFICULTY
           MOVE AH-RATING TO DIFF-RATING
           MOVE AH-SEED TO PUZZLE-SEED
           MOVE 'N' TO CLUE-MODE
           IF AH-CLUE-MODE = 'Y'
               MOVE 'Y' TO CLUE-MODE
           END-IF
           MOVE SPACES TO GRID
           MOVE SPACES TO WORD-TABLE
           IF GRID-SIZE > 30
           IF AW-SEQ > 0 AND AW-SEQ <= 50
               MOVE AW-TEXT TO WE-TEXT (AW-SEQ)
               MOVE AW-PLACED TO WE-PLACED (AW-SEQ)
               MOVE AW-CLUE TO WE-CLUE (AW-SEQ)
               IF AW-PLACED = 'Y'
                   MOVE AW-LENGTH TO WE-LENGTH (AW-SEQ)
                   MOVE AW-ROW-START TO WE-ROW-START (AW-SEQ)
      * layout the generator prints, so a reprint drops onto the
      * print shop's template unchanged. Page and key stay together
      * in one file here; a reprint is a correction pull, not a
      * bound book. A clue-mode page gets its clue bank and, after
      * the key, each clue with its answer, as the generator printed
      * them.
       PRINT-REPRINT-PAGE.
           MOVE SPACES TO REPRINT-RECORD
           STRING 'PUZZLE ' PUZZLE-ID
               ' SEED ' PUZZLE-SEED
               ' REPRINT OF RUN ' RUN-STAMP
               DELIMITED BY SIZE INTO REPRINT-RECORD
           IF CLUE-MODE = 'Y'
               MOVE 'CLUES' TO REPRINT-RECORD (112:5)
           END-IF
           WRITE REPRINT-RECORD
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > GRID-SIZE
               PERFORM BUILD-GRID-ROW-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > GRID-SIZE
               PERFORM BUILD-ANSWER-ROW-LINE
               WRITE REPRINT-RECORD
           END-PERFORM
           IF CLUE-MODE = 'Y'
               PERFORM PRINT-CLUE-ANSWERS
           END-IF.

      * Same bank the reader page shows: placed words only, four to
      * a line - or on a clue-mode page the numbered clues, one to a
      * line.
       PRINT-WORD-BANK.
           IF CLUE-MODE = 'Y'
               PERFORM PRINT-CLUE-BANK
           ELSE
               PERFORM PRINT-PLAIN-WORD-BANK
           END-IF.

       PRINT-PLAIN-WORD-BANK.
           MOVE SPACES TO REPRINT-RECORD
           STRING 'FIND THESE WORDS:'
               DELIMITED BY SIZE INTO REPRINT-RECORD
               WRITE REPRINT-RECORD
           END-IF.

       PRINT-CLUE-BANK.
           MOVE SPACES TO REPRINT-RECORD
           STRING 'FIND THE ANSWERS TO THESE CLUES:'
               DELIMITED BY SIZE INTO REPRINT-RECORD
           WRITE REPRINT-RECORD
           MOVE 0 TO CLUE-SEQ
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WORD-COUNT
               IF WE-PLACED (I) = 'Y'
                   ADD 1 TO CLUE-SEQ
                   MOVE SPACES TO REPRINT-RECORD
                   STRING '  ' CLUE-SEQ '. '
                       FUNCTION TRIM (WE-CLUE (I))
                       ' (' WE-LENGTH (I) ' LETTERS)'
                       DELIMITED BY SIZE INTO REPRINT-RECORD
                   WRITE REPRINT-RECORD
               END-IF
           END-PERFORM.

       PRINT-CLUE-ANSWERS.
           MOVE SPACES TO REPRINT-RECORD
           STRING 'PUZZLE ' PUZZLE-ID ' CLUE ANSWERS'
               DELIMITED BY SIZE INTO REPRINT-RECORD
           WRITE REPRINT-RECORD
           MOVE 0 TO CLUE-SEQ
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WORD-COUNT
               IF WE-PLACED (I) = 'Y'
                   ADD 1 TO CLUE-SEQ
                   MOVE SPACES TO REPRINT-RECORD
                   STRING '  ' CLUE-SEQ '. '
                       FUNCTION TRIM (WE-CLUE (I))
                       ' - ' FUNCTION UPPER-CASE (WE-TEXT (I))
                       DELIMITED BY SIZE INTO REPRINT-RECORD
                   WRITE REPRINT-RECORD
               END-IF
           END-PERFORM.

       BUILD-GRID-ROW-LINE.
           MOVE SPACES TO REPRINT-RECORD
           MOVE 1 TO ROW-LINE-POS
