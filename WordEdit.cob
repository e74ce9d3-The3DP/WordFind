           05 PCR-SEED             PIC X(06).
           05 PCR-MASK-FILE        PIC X(50).
           05 PCR-MESSAGE          PIC X(60).
      * Y asks for a clue-mode page: every word drawn must have a
      * clue on the master, which this edit checks ahead of the run.
           05 PCR-CLUE-MODE        PIC X(01).

      * Same record size the generator reads - a list this program
      * passes must arrive at the generator without truncation.
       01 EDIT-REPORT-RECORD       PIC X(150).

      * Same layout the generator reads - theme code, word, last-used
      * date, clue. This edit only counts what a themed card could
      * draw; it never writes the master back.
       FD WORD-MASTER-FILE.
       01 WORD-MASTER-RECORD.
           05 WMR-THEME            PIC X(08).
           05 WMR-WORD             PIC X(20).
           05 WMR-LAST-USED        PIC X(08).
           05 WMR-CLUE             PIC X(40).

      * Same blocklist master the generator screens with - status A
      * active / D deactivated, the word, and the last change's who
               10 WM-THEME      PIC X(08).
               10 WM-WORD       PIC X(20).
               10 WM-LAST-USED  PIC X(08).
               10 WM-CLUE       PIC X(40).
       01 MX                    PIC 9(03).
       01 WM-WORD-LEN           PIC 9(02).
       01 THEME-USABLE-COUNT    PIC 9(03).
       01 THEME-CLUED-COUNT     PIC 9(03).
       01 THEME-UNCLUED-COUNT   PIC 9(03).

       PROCEDURE DIVISION.

           IF PCR-THEME NOT = SPACES
               PERFORM EDIT-THEME-CARD
           ELSE
               IF PCR-CLUE-MODE = 'Y'
                   PERFORM RECORD-CLUE-MODE-UNTHEMED
                   IF EDIT-SEVERITY < 8
                       MOVE 8 TO EDIT-SEVERITY
                   END-IF
               END-IF
               PERFORM EDIT-LIST-CARD
           END-IF.

                                   TO WM-WORD (WORD-MASTER-COUNT)
                               MOVE WMR-LAST-USED
                                   TO WM-LAST-USED (WORD-MASTER-COUNT)
                               MOVE WMR-CLUE
                                   TO WM-CLUE (WORD-MASTER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
      * A themed card has no CSV to clean - the edit here is whether
      * the master can actually supply what the card asks for: enough
      * distinct words in the theme short enough for the card's grid.
      * A clue-mode card can only draw words with a clue on file, so
      * every usable word still lacking one is named for the desk to
      * fill in, and the card is unrunnable if the clued words alone
      * cannot cover it - found here, not at print time.
       EDIT-THEME-CARD.
           IF WORD-MASTER-LOADED = 'N'
               PERFORM RECORD-MASTER-NOT-AVAILABLE
               END-IF
           ELSE
               MOVE 0 TO THEME-USABLE-COUNT
               MOVE 0 TO THEME-CLUED-COUNT
               MOVE 0 TO THEME-UNCLUED-COUNT
               PERFORM VARYING MX FROM 1 BY 1
                       UNTIL MX > WORD-MASTER-COUNT
                   IF WM-THEME (MX) = PCR-THEME
                           (WM-WORD (MX))) TO WM-WORD-LEN
                       IF WM-WORD-LEN <= GRID-SIZE
                           ADD 1 TO THEME-USABLE-COUNT
                           IF WM-CLUE (MX) NOT = SPACES
                               ADD 1 TO THEME-CLUED-COUNT
                           ELSE
                               IF PCR-CLUE-MODE = 'Y'
                                   ADD 1 TO THEME-UNCLUED-COUNT
                                   PERFORM RECORD-WORD-WITHOUT-CLUE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
                   IF EDIT-SEVERITY < 8
                       MOVE 8 TO EDIT-SEVERITY
                   END-IF
               ELSE
                   IF PCR-CLUE-MODE = 'Y'
                       PERFORM CHECK-CLUED-THEME-WORDS
                   END-IF
               END-IF
           END-IF.

      * Words without clues only cost the card something when there
      * are too few clued ones left to fill it; otherwise they are a
      * warning for the desk, not a stop.
       CHECK-CLUED-THEME-WORDS.
           IF THEME-CLUED-COUNT < WORD-COUNT
               PERFORM RECORD-CLUES-SHORT
               IF EDIT-SEVERITY < 8
                   MOVE 8 TO EDIT-SEVERITY
               END-IF
           ELSE
               IF THEME-UNCLUED-COUNT > 0 AND EDIT-SEVERITY < 4
                   MOVE 4 TO EDIT-SEVERITY
               END-IF
           END-IF.

       RECORD-WORD-WITHOUT-CLUE.
           MOVE SPACES TO EDIT-REPORT-RECORD
           STRING 'PUZZLE ' PUZZLE-ID
               ' THEME ' FUNCTION TRIM (PCR-THEME)
               ' WORD ' FUNCTION TRIM (WM-WORD (MX))
               ' HAS NO CLUE - NOT USABLE ON A CLUE-MODE CARD'
               DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD.

       RECORD-CLUES-SHORT.
           MOVE SPACES TO EDIT-REPORT-RECORD
           STRING 'PUZZLE ' PUZZLE-ID
               ' THEME ' FUNCTION TRIM (PCR-THEME)
               ' HAS ' THEME-CLUED-COUNT
               ' USABLE WORDS WITH CLUES, CLUE-MODE CARD ASKS FOR '
               WORD-COUNT ' - DO NOT RUN'
               DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD.

       RECORD-CLUE-MODE-UNTHEMED.
           MOVE SPACES TO EDIT-REPORT-RECORD
           STRING 'PUZZLE ' PUZZLE-ID
               ' CLUE MODE NEEDS A THEMED CARD - A WORD LIST FILE'
               ' CARRIES NO CLUES - DO NOT RUN'
               DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
           WRITE EDIT-REPORT-RECORD.

       RECORD-MASTER-NOT-AVAILABLE.
           MOVE SPACES TO EDIT-REPORT-RECORD
           STRING 'PUZZLE ' PUZZLE-ID
