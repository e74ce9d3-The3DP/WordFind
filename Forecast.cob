                                   PIC X(03).

      * Same card layout the generator reads - only the fields that
      * shape themed demand matter here: theme, grid size, word
      * count and clue mode.
       FD PUZZLE-CTL-FILE.
       01 PUZZLE-CTL-RECORD.
           05 PCR-PUZZLE-ID        PIC X(10).
           05 PCR-SEED             PIC X(06).
           05 PCR-MASK-FILE        PIC X(50).
           05 PCR-MESSAGE          PIC X(60).
           05 PCR-CLUE-MODE        PIC X(01).

      * Same layout the generator reads - theme code, word, last-used
      * date, clue. This forecast only reads the master, never
      * writes it.
       FD WORD-MASTER-FILE.
       01 WORD-MASTER-RECORD.
           05 WMR-THEME            PIC X(08).
           05 WMR-WORD             PIC X(20).
           05 WMR-LAST-USED        PIC X(08).
           05 WMR-CLUE             PIC X(40).

       FD FORECAST-REPORT-FILE.
       01 FORECAST-REPORT-RECORD   PIC X(132).
               10 WM-WORD       PIC X(20).
               10 WM-LAST-USED  PIC X(08).
               10 WM-SIM-USED   PIC X(08).
               10 WM-CLUE       PIC X(40).
               10 WM-REPORTED   PIC X(01).
       01 WM-CHOSEN-FLAGS.
           05 WM-CHOSEN OCCURS 500 TIMES PIC X(01).
               10 QU-THEME      PIC X(08).
               10 QU-GRID-SIZE  PIC 9(02).
               10 QU-WORD-COUNT PIC 9(02).
               10 QU-CLUE-MODE  PIC X(01).
               10 QU-REPORTED   PIC X(01).
       01 QX                PIC 9(03).
       01 QY                PIC 9(03).
                                   TO WM-LAST-USED (WORD-MASTER-COUNT)
                               MOVE WMR-LAST-USED
                                   TO WM-SIM-USED (WORD-MASTER-COUNT)
                               MOVE WMR-CLUE
                                   TO WM-CLUE (WORD-MASTER-COUNT)
                               MOVE 'N'
                                   TO WM-REPORTED (WORD-MASTER-COUNT)
                           END-IF
                       MOVE PCR-WORD-COUNT
                           TO QU-WORD-COUNT (QUEUE-COUNT)
                   END-IF
                   MOVE 'N' TO QU-CLUE-MODE (QUEUE-COUNT)
                   IF PCR-CLUE-MODE = 'Y'
                       MOVE 'Y' TO QU-CLUE-MODE (QUEUE-COUNT)
                   END-IF
                   MOVE 'N' TO QU-REPORTED (QUEUE-COUNT)
               END-IF
           END-IF.
      * is inside the freshness window is a forced repeat; finding
      * no pick at all is a shortfall. Picks stamp the simulated
      * date afterwards, so the next card down the queue sees this
      * card's consumption - exactly what run day will do. A
      * clue-mode card can only use words that carry a clue.
       FORECAST-ONE-CARD.
           MOVE 0 TO CARD-USABLE-COUNT
           PERFORM VARYING MX FROM 1 BY 1
                   UNTIL MX > WORD-MASTER-COUNT
               IF WM-THEME (MX) = REPORT-THEME
                       AND WM-WORD (MX) NOT = SPACES
                       AND (QU-CLUE-MODE (QX) = 'N'
                           OR WM-CLUE (MX) NOT = SPACES)
                   MOVE FUNCTION LENGTH (FUNCTION TRIM (WM-WORD (MX)))
                       TO WM-WORD-LEN
                   IF WM-WORD-LEN <= QU-GRID-SIZE (QX)
               IF WM-THEME (MX) = REPORT-THEME
                       AND WM-CHOSEN (MX) NOT = 'Y'
                       AND WM-WORD (MX) NOT = SPACES
                       AND (QU-CLUE-MODE (QX) = 'N'
                           OR WM-CLUE (MX) NOT = SPACES)
                   MOVE FUNCTION LENGTH (FUNCTION TRIM (WM-WORD (MX)))
                       TO WM-WORD-LEN
                   IF WM-WORD-LEN <= QU-GRID-SIZE (QX)
