       IDENTIFICATION DIVISION.
       PROGRAM-ID. GenTune.
       AUTHOR. OpenAI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TUNE-CTL-FILE ASSIGN TO "TUNECTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TUNE-CTL-STATUS.
           SELECT GEN-STATS-FILE ASSIGN TO "GENSTATS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GEN-STATS-STATUS.
           SELECT TUNING-REPORT-FILE ASSIGN TO "TUNING.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * One parameter card: the run-date range to summarise (either
      * end blank means open), the fewest puzzles a combination must
      * have before it can be called routine, and the share of its
      * puzzles that must hit a limit for it to count as routine. A
      * missing card or a blank or bad field takes all dates, 3
      * puzzles and 25 percent.
       FD TUNE-CTL-FILE.
       01 TUNE-CTL-RECORD.
           05 TCT-FROM-DATE        PIC X(08).
           05 TCT-TO-DATE          PIC X(08).
           05 TCT-MIN-PUZZLES      PIC 9(03).
           05 TCT-MIN-PUZZLES-X REDEFINES TCT-MIN-PUZZLES
                                   PIC X(03).
           05 TCT-ROUTINE-PCT      PIC 9(03).
           05 TCT-ROUTINE-PCT-X REDEFINES TCT-ROUTINE-PCT
                                   PIC X(03).

      * Same layout the generator appends, one record per puzzle it
      * laid out. Read only.
       FD GEN-STATS-FILE.
       01 GEN-STATS-RECORD.
           05 GSR-PUZZLE-ID        PIC X(10).
           05 GSR-RUN-STAMP        PIC X(14).
           05 GSR-GRID-SIZE        PIC 9(02).
           05 GSR-DIFFICULTY       PIC X(01).
           05 GSR-THEME            PIC X(08).
           05 GSR-MASK-FILE        PIC X(50).
           05 GSR-WORD-COUNT       PIC 9(02).
           05 GSR-WORDS-PLACED     PIC 9(02).
           05 GSR-RANDOM-TRIES     PIC 9(04).
           05 GSR-EXHAUSTIVE-WORDS PIC 9(02).
           05 GSR-UNPLACED-WORDS   PIC 9(02).
           05 GSR-SCREEN-PASSES    PIC 9(02).
           05 GSR-SCREEN-EXHAUSTED PIC X(01).
           05 GSR-SPANS-REROLLED   PIC 9(05).
           05 GSR-MESSAGE-HIT      PIC X(01).
           05 GSR-CROSSINGS        PIC 9(03).
           05 GSR-ELAPSED          PIC 9(07).
           05 GSR-OUTCOME          PIC X(01).
           05 GSR-SEED             PIC 9(06).

       FD TUNING-REPORT-FILE.
       01 TUNING-REPORT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
       01 TUNE-CTL-STATUS   PIC X(02).
       01 GEN-STATS-STATUS  PIC X(02).
       01 FILE-EOF          PIC X(01).
       01 FROM-DATE         PIC X(08) VALUE SPACES.
       01 TO-DATE           PIC X(08) VALUE SPACES.
       01 FROM-DATE-OUT     PIC X(08).
       01 TO-DATE-OUT       PIC X(08).
       01 MIN-PUZZLES       PIC 9(03) VALUE 3.
       01 ROUTINE-PCT       PIC 9(03) VALUE 25.
       01 EDIT-DATE         PIC X(08).
       01 EDIT-DATE-OK      PIC X(01).
       01 DATE-DIGITS-BAD   PIC 9(02).
       01 DD                PIC 9(02).
       01 STATS-RECORDS     PIC 9(07) VALUE 0.
       01 STATS-IN-RANGE    PIC 9(07) VALUE 0.
       01 STATS-RUN-DATE    PIC X(08).

      * One entry per card combination - grid size, difficulty,
      * theme (blank for a list file) and mask (blank for the plain
      * square) - with the effort its puzzles cost summed and the
      * worst single puzzle's figure kept beside each sum. Sorted on
      * the key before printing so a combination's neighbours are
      * its near relations.
       01 GROUP-COUNT       PIC 9(03) VALUE 0.
       01 GROUP-OVERFLOW    PIC X(01) VALUE 'N'.
       01 GROUP-TABLE.
           05 GROUP-ENTRY OCCURS 500 TIMES.
               10 GT-KEY.
                   15 GT-GRID-SIZE  PIC 9(02).
                   15 GT-DIFFICULTY PIC X(01).
                   15 GT-THEME      PIC X(08).
                   15 GT-MASK       PIC X(50).
               10 GT-PUZZLES        PIC 9(05).
               10 GT-HELD           PIC 9(05).
               10 GT-TRIES-SUM      PIC 9(08).
               10 GT-TRIES-MAX      PIC 9(04).
               10 GT-EXH-SUM        PIC 9(06).
               10 GT-EXH-MAX        PIC 9(02).
               10 GT-EXH-PUZZLES    PIC 9(05).
               10 GT-UNPLACED-SUM   PIC 9(06).
               10 GT-PASS-SUM       PIC 9(06).
               10 GT-PASS-MAX       PIC 9(02).
               10 GT-SCREEN-OUT     PIC 9(05).
               10 GT-SPANS-SUM      PIC 9(08).
               10 GT-MSG-HITS       PIC 9(05).
               10 GT-CROSS-SUM      PIC 9(07).
               10 GT-ELAPSED-SUM    PIC 9(10).
               10 GT-ELAPSED-MAX    PIC 9(07).
       01 SWAP-ENTRY        PIC X(152).
       01 GX                PIC 9(03).
       01 HX                PIC 9(03).
       01 GROUP-FOUND       PIC X(01).
       01 SORT-SWAPPED      PIC X(01).

       01 THEME-OUT         PIC X(08).
       01 MASK-OUT          PIC X(20).
       01 PUZZLES-OUT       PIC ZZZZ9.
       01 HELD-OUT          PIC ZZZZ9.
       01 TRIES-AVG         PIC 9(04)V9.
       01 TRIES-AVG-OUT     PIC ZZZ9.9.
       01 TRIES-MAX-OUT     PIC ZZZ9.
       01 EXH-AVG           PIC 9(02)V9.
       01 EXH-AVG-OUT       PIC Z9.9.
       01 EXH-MAX-OUT       PIC Z9.
       01 EXH-PCT           PIC 9(03).
       01 EXH-PCT-OUT       PIC ZZ9.
       01 PASS-AVG          PIC 9(02)V9.
       01 PASS-AVG-OUT      PIC Z9.9.
       01 PASS-MAX-OUT      PIC Z9.
       01 OUT-PCT           PIC 9(03).
       01 OUT-PCT-OUT       PIC ZZ9.
       01 HITS-OUT          PIC ZZZZ9.
       01 CROSS-AVG         PIC 9(03)V9.
       01 CROSS-AVG-OUT     PIC ZZ9.9.
       01 SECS-AVG          PIC 9(04)V99.
       01 SECS-AVG-OUT      PIC ZZZ9.99.
       01 SECS-MAX          PIC 9(04)V99.
       01 SECS-MAX-OUT      PIC ZZZ9.99.
       01 SHOWN-COUNT       PIC 9(03).
       01 TUNE-SEVERITY     PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.

       BEGIN.
           OPEN OUTPUT TUNING-REPORT-FILE
           PERFORM READ-TUNE-CARD
           PERFORM READ-GENERATION-STATS
           PERFORM SORT-GROUPS
           PERFORM PRINT-TUNING-HEADER
           PERFORM PRINT-GROUP-EFFORT
           PERFORM PRINT-ROUTINE-EXHAUSTIVE
           PERFORM PRINT-ROUTINE-SCREEN-OUT
           CLOSE TUNING-REPORT-FILE
           MOVE TUNE-SEVERITY TO RETURN-CODE
           STOP RUN.

      * A bad card field falls back to its default rather than
      * reporting from garbage - the header line always shows what
      * was actually used.
       READ-TUNE-CARD.
           OPEN INPUT TUNE-CTL-FILE
           IF TUNE-CTL-STATUS = '00'
               READ TUNE-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM EDIT-TUNE-CARD
               END-READ
               CLOSE TUNE-CTL-FILE
           END-IF.

       EDIT-TUNE-CARD.
           MOVE TCT-FROM-DATE TO EDIT-DATE
           PERFORM EDIT-CARD-DATE
           IF EDIT-DATE-OK = 'Y'
               MOVE TCT-FROM-DATE TO FROM-DATE
           END-IF
           MOVE TCT-TO-DATE TO EDIT-DATE
           PERFORM EDIT-CARD-DATE
           IF EDIT-DATE-OK = 'Y'
               MOVE TCT-TO-DATE TO TO-DATE
           END-IF
           IF TCT-MIN-PUZZLES-X NOT = SPACES
                   AND TCT-MIN-PUZZLES IS NUMERIC
                   AND TCT-MIN-PUZZLES > 0
               MOVE TCT-MIN-PUZZLES TO MIN-PUZZLES
           END-IF
           IF TCT-ROUTINE-PCT-X NOT = SPACES
                   AND TCT-ROUTINE-PCT IS NUMERIC
                   AND TCT-ROUTINE-PCT > 0
                   AND TCT-ROUTINE-PCT <= 100
               MOVE TCT-ROUTINE-PCT TO ROUTINE-PCT
           END-IF.

       EDIT-CARD-DATE.
           MOVE 'N' TO EDIT-DATE-OK
           IF EDIT-DATE NOT = SPACES
               MOVE 0 TO DATE-DIGITS-BAD
               PERFORM VARYING DD FROM 1 BY 1 UNTIL DD > 8
                   IF EDIT-DATE (DD:1) < '0'
                           OR EDIT-DATE (DD:1) > '9'
                       ADD 1 TO DATE-DIGITS-BAD
                   END-IF
               END-PERFORM
               IF DATE-DIGITS-BAD = 0
                       AND EDIT-DATE (5:2) >= '01'
                       AND EDIT-DATE (5:2) <= '12'
                       AND EDIT-DATE (7:2) >= '01'
                       AND EDIT-DATE (7:2) <= '31'
                       AND FUNCTION TEST-DATE-YYYYMMDD
                           (FUNCTION NUMVAL (EDIT-DATE)) = 0
                   MOVE 'Y' TO EDIT-DATE-OK
               END-IF
           END-IF.

      * No statistics file yet is not an error - the generator
      * creates it on its first run - but a report with nothing
      * behind it says so.
       READ-GENERATION-STATS.
           OPEN INPUT GEN-STATS-FILE
           IF GEN-STATS-STATUS = '00'
               MOVE 'N' TO FILE-EOF
               PERFORM UNTIL FILE-EOF = 'Y'
                   READ GEN-STATS-FILE
                       AT END
                           MOVE 'Y' TO FILE-EOF
                       NOT AT END
                           IF GSR-PUZZLE-ID NOT = SPACES
                               ADD 1 TO STATS-RECORDS
                               PERFORM APPLY-STATS-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GEN-STATS-FILE
           ELSE
               MOVE SPACES TO TUNING-REPORT-RECORD
               STRING 'GENERATION STATISTICS GENSTATS.DAT COULD NOT BE'
                   ' OPENED, STATUS ' GEN-STATS-STATUS
                   ' - NOTHING TO REPORT'
                   DELIMITED BY SIZE INTO TUNING-REPORT-RECORD
               WRITE TUNING-REPORT-RECORD
               IF TUNE-SEVERITY < 4
                   MOVE 4 TO TUNE-SEVERITY
               END-IF
           END-IF.

      * A record outside the card's date range is counted as read and
      * otherwise passed over. The numeric fields are the generator's
      * own, so only the range test stands between them and the sums.
       APPLY-STATS-RECORD.
           MOVE GSR-RUN-STAMP (1:8) TO STATS-RUN-DATE
           IF (FROM-DATE = SPACES OR STATS-RUN-DATE >= FROM-DATE)
                   AND (TO-DATE = SPACES OR STATS-RUN-DATE <= TO-DATE)
               ADD 1 TO STATS-IN-RANGE
               PERFORM FIND-STATS-GROUP
               IF GX > 0
                   PERFORM ADD-TO-STATS-GROUP
               END-IF
           END-IF.

       FIND-STATS-GROUP.
           MOVE 0 TO GX
           PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > GROUP-COUNT
               IF GT-GRID-SIZE (HX) = GSR-GRID-SIZE
                       AND GT-DIFFICULTY (HX) = GSR-DIFFICULTY
                       AND GT-THEME (HX) = GSR-THEME
                       AND GT-MASK (HX) = GSR-MASK-FILE
                   MOVE HX TO GX
               END-IF
           END-PERFORM
           IF GX = 0
               IF GROUP-COUNT >= 500
                   MOVE 'Y' TO GROUP-OVERFLOW
               ELSE
                   ADD 1 TO GROUP-COUNT
                   MOVE GROUP-COUNT TO GX
                   INITIALIZE GROUP-ENTRY (GX)
                   MOVE GSR-GRID-SIZE TO GT-GRID-SIZE (GX)
                   MOVE GSR-DIFFICULTY TO GT-DIFFICULTY (GX)
                   MOVE GSR-THEME TO GT-THEME (GX)
                   MOVE GSR-MASK-FILE TO GT-MASK (GX)
               END-IF
           END-IF.

       ADD-TO-STATS-GROUP.
           ADD 1 TO GT-PUZZLES (GX)
           IF GSR-OUTCOME = 'H'
               ADD 1 TO GT-HELD (GX)
           END-IF
           ADD GSR-RANDOM-TRIES TO GT-TRIES-SUM (GX)
           IF GSR-RANDOM-TRIES > GT-TRIES-MAX (GX)
               MOVE GSR-RANDOM-TRIES TO GT-TRIES-MAX (GX)
           END-IF
           ADD GSR-EXHAUSTIVE-WORDS TO GT-EXH-SUM (GX)
           IF GSR-EXHAUSTIVE-WORDS > GT-EXH-MAX (GX)
               MOVE GSR-EXHAUSTIVE-WORDS TO GT-EXH-MAX (GX)
           END-IF
           IF GSR-EXHAUSTIVE-WORDS > 0
               ADD 1 TO GT-EXH-PUZZLES (GX)
           END-IF
           ADD GSR-UNPLACED-WORDS TO GT-UNPLACED-SUM (GX)
           ADD GSR-SCREEN-PASSES TO GT-PASS-SUM (GX)
           IF GSR-SCREEN-PASSES > GT-PASS-MAX (GX)
               MOVE GSR-SCREEN-PASSES TO GT-PASS-MAX (GX)
           END-IF
           IF GSR-SCREEN-EXHAUSTED = 'Y'
               ADD 1 TO GT-SCREEN-OUT (GX)
           END-IF
           ADD GSR-SPANS-REROLLED TO GT-SPANS-SUM (GX)
           IF GSR-MESSAGE-HIT = 'Y'
               ADD 1 TO GT-MSG-HITS (GX)
           END-IF
           ADD GSR-CROSSINGS TO GT-CROSS-SUM (GX)
           ADD GSR-ELAPSED TO GT-ELAPSED-SUM (GX)
           IF GSR-ELAPSED > GT-ELAPSED-MAX (GX)
               MOVE GSR-ELAPSED TO GT-ELAPSED-MAX (GX)
           END-IF.

      * Exchange sort on the combination key. A few hundred entries
      * at most, once per run.
       SORT-GROUPS.
           MOVE 'Y' TO SORT-SWAPPED
           PERFORM UNTIL SORT-SWAPPED = 'N'
               MOVE 'N' TO SORT-SWAPPED
               PERFORM VARYING GX FROM 1 BY 1 UNTIL GX >= GROUP-COUNT
                   COMPUTE HX = GX + 1
                   IF GT-KEY (GX) > GT-KEY (HX)
                       MOVE GROUP-ENTRY (GX) TO SWAP-ENTRY
                       MOVE GROUP-ENTRY (HX) TO GROUP-ENTRY (GX)
                       MOVE SWAP-ENTRY TO GROUP-ENTRY (HX)
                       MOVE 'Y' TO SORT-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-TUNING-HEADER.
           MOVE FROM-DATE TO FROM-DATE-OUT
           IF FROM-DATE-OUT = SPACES
               MOVE 'FIRST' TO FROM-DATE-OUT
           END-IF
           MOVE TO-DATE TO TO-DATE-OUT
           IF TO-DATE-OUT = SPACES
               MOVE 'LATEST' TO TO-DATE-OUT
           END-IF
           MOVE SPACES TO TUNING-REPORT-RECORD
           STRING 'GENERATION EFFORT TUNING REPORT  RUNS '
               FROM-DATE-OUT ' TO ' TO-DATE-OUT
               '  ' STATS-IN-RANGE ' OF ' STATS-RECORDS
               ' STATISTICS RECORDS  ' GROUP-COUNT ' COMBINATIONS'
               DELIMITED BY SIZE INTO TUNING-REPORT-RECORD
           WRITE TUNING-REPORT-RECORD
           MOVE SPACES TO TUNING-REPORT-RECORD
           STRING 'ROUTINE MEANS ' ROUTINE-PCT
               '% OR MORE OF A COMBINATION''S PUZZLES, WITH AT LEAST '
               MIN-PUZZLES ' PUZZLES BEHIND IT'
               DELIMITED BY SIZE INTO TUNING-REPORT-RECORD
           WRITE TUNING-REPORT-RECORD
           IF GROUP-OVERFLOW = 'Y'
               MOVE SPACES TO TUNING-REPORT-RECORD
               STRING 'MORE THAN 500 CARD COMBINATIONS - PUZZLES OF'
                   ' COMBINATIONS BEYOND THE 500TH NOT REPORTED'
                   DELIMITED BY SIZE INTO TUNING-REPORT-RECORD
               WRITE TUNING-REPORT-RECORD
               IF TUNE-SEVERITY < 4
                   MOVE 4 TO TUNE-SEVERITY
               END-IF
           END-IF.

      * Section 1: every combination with its average and worst
      * effort - random placement tries per puzzle, words per puzzle
      * sent to the exhaustive scan and the share of puzzles that
      * needed it, filler screen passes per puzzle and the share that
      * ran out of passes, hidden-message screen hits, crossings per
      * puzzle, and seconds per puzzle.
       PRINT-GROUP-EFFORT.
           PERFORM WRITE-BLANK-LINE
           MOVE SPACES TO TUNING-REPORT-RECORD
           STRING 'EFFORT BY CARD COMBINATION'
               DELIMITED BY SIZE INTO TUNING-REPORT-RECORD
           WRITE TUNING-REPORT-RECORD
           MOVE SPACES TO TUNING-REPORT-RECORD
           STRING '                                             '
               '       RANDOM TRIES EXHAUSTIVE     SCREEN PAS'
               'SES   MSG   CROSS  SECONDS'
               DELIMITED BY SIZE INTO TUNING-REPORT-RECORD
           WRITE TUNING-REPORT-RECORD
           MOVE SPACES TO TUNING-REPORT-RECORD
           STRING '  SZ  D  THEME    MASK                  PUZZ '
               ' HELD     AVG  MAX   AVG MX  PUZ%   AVG MX  O'
               'UT%   HITS    AVG      AVG     MAX'
               DELIMITED BY SIZE INTO TUNING-REPORT-RECORD
           WRITE TUNING-REPORT-RECORD
           PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > GROUP-COUNT
               PERFORM EDIT-GROUP-FIGURES
               MOVE SPACES TO TUNING-REPORT-RECORD
               STRING '  ' GT-GRID-SIZE (GX) '  ' GT-DIFFICULTY (GX)
                   '  ' THEME-OUT ' ' MASK-OUT
                   ' ' PUZZLES-OUT ' ' HELD-OUT
                   '  ' TRIES-AVG-OUT ' ' TRIES-MAX-OUT
                   '  ' EXH-AVG-OUT ' ' EXH-MAX-OUT
                   '  ' EXH-PCT-OUT '%'
                   '  ' PASS-AVG-OUT ' ' PASS-MAX-OUT
                   '  ' OUT-PCT-OUT '%'
                   '  ' HITS-OUT
                   '  ' CROSS-AVG-OUT
                   '  ' SECS-AVG-OUT ' ' SECS-MAX-OUT
                   DELIMITED BY SIZE INTO TUNING-REPORT-RECORD
               WRITE TUNING-REPORT-RECORD
           END-PERFORM
           IF GROUP-COUNT = 0
               PERFORM WRITE-NONE-LINE
           END-IF.

      * A blank theme is a CSV list-file card and a blank mask the
      * plain square; a mask name longer than the column is cut.
       EDIT-GROUP-FIGURES.
           MOVE GT-THEME (GX) TO THEME-OUT
           IF THEME-OUT = SPACES
               MOVE '(LIST)' TO THEME-OUT
           END-IF
           MOVE GT-MASK (GX) TO MASK-OUT
           IF MASK-OUT = SPACES
               MOVE '(SQUARE)' TO MASK-OUT
           END-IF
           MOVE GT-PUZZLES (GX) TO PUZZLES-OUT
           MOVE GT-HELD (GX) TO HELD-OUT
           COMPUTE TRIES-AVG ROUNDED =
               GT-TRIES-SUM (GX) / GT-PUZZLES (GX)
           MOVE TRIES-AVG TO TRIES-AVG-OUT
           MOVE GT-TRIES-MAX (GX) TO TRIES-MAX-OUT
           COMPUTE EXH-AVG ROUNDED = GT-EXH-SUM (GX) / GT-PUZZLES (GX)
           MOVE EXH-AVG TO EXH-AVG-OUT
           MOVE GT-EXH-MAX (GX) TO EXH-MAX-OUT
           COMPUTE EXH-PCT ROUNDED =
               (GT-EXH-PUZZLES (GX) * 100) / GT-PUZZLES (GX)
           MOVE EXH-PCT TO EXH-PCT-OUT
           COMPUTE PASS-AVG ROUNDED =
               GT-PASS-SUM (GX) / GT-PUZZLES (GX)
           MOVE PASS-AVG TO PASS-AVG-OUT
           MOVE GT-PASS-MAX (GX) TO PASS-MAX-OUT
           COMPUTE OUT-PCT ROUNDED =
               (GT-SCREEN-OUT (GX) * 100) / GT-PUZZLES (GX)
           MOVE OUT-PCT TO OUT-PCT-OUT
           MOVE GT-MSG-HITS (GX) TO HITS-OUT
           COMPUTE CROSS-AVG ROUNDED =
               GT-CROSS-SUM (GX) / GT-PUZZLES (GX)
           MOVE CROSS-AVG TO CROSS-AVG-OUT
           COMPUTE SECS-AVG ROUNDED =
               GT-ELAPSED-SUM (GX) / (GT-PUZZLES (GX) * 100)
           MOVE SECS-AVG TO SECS-AVG-OUT
           COMPUTE SECS-MAX = GT-ELAPSED-MAX (GX) / 100
           MOVE SECS-MAX TO SECS-MAX-OUT.

      * Section 2: combinations whose random tries routinely run dry
      * and fall back to the exhaustive scan - the grid is too small
      * or the headings too few for the words the cards ask for. An
      * exhaustive word that still found no position is a word short
      * on the page.
       PRINT-ROUTINE-EXHAUSTIVE.
           PERFORM WRITE-BLANK-LINE
           MOVE SPACES TO TUNING-REPORT-RECORD
           STRING 'COMBINATIONS ROUTINELY FALLING BACK TO THE'
               ' EXHAUSTIVE PLACEMENT SCAN'
               DELIMITED BY SIZE INTO TUNING-REPORT-RECORD
           WRITE TUNING-REPORT-RECORD
           MOVE 0 TO SHOWN-COUNT
           PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > GROUP-COUNT
               PERFORM EDIT-GROUP-FIGURES
               IF GT-PUZZLES (GX) >= MIN-PUZZLES
                       AND GT-EXH-PUZZLES (GX) > 0
                       AND EXH-PCT >= ROUTINE-PCT
                   ADD 1 TO SHOWN-COUNT
                   MOVE SPACES TO TUNING-REPORT-RECORD
                   STRING '  ' GT-GRID-SIZE (GX) '  '
                       GT-DIFFICULTY (GX) '  ' THEME-OUT ' ' MASK-OUT
                       '  ' GT-EXH-PUZZLES (GX) ' OF '
                       GT-PUZZLES (GX) ' PUZZLES (' EXH-PCT-OUT '%)'
                       '  WORDS SCANNED ' GT-EXH-SUM (GX)
                       '  NEVER PLACED ' GT-UNPLACED-SUM (GX)
                       DELIMITED BY SIZE INTO TUNING-REPORT-RECORD
                   WRITE TUNING-REPORT-RECORD
               END-IF
           END-PERFORM
           IF SHOWN-COUNT = 0
               PERFORM WRITE-NONE-LINE
           ELSE
               IF TUNE-SEVERITY < 4
                   MOVE 4 TO TUNE-SEVERITY
               END-IF
           END-IF.

      * Section 3: combinations whose filler routinely still spells
      * a blocklisted word when the screen passes run out - a long
      * blocklist against a dense shape, usually. Message hits ride
      * along: they are the same screen failing on letters it may
      * not reroll.
       PRINT-ROUTINE-SCREEN-OUT.
           PERFORM WRITE-BLANK-LINE
           MOVE SPACES TO TUNING-REPORT-RECORD
           STRING 'COMBINATIONS ROUTINELY RUNNING OUT OF SCREEN PASSES'
               DELIMITED BY SIZE INTO TUNING-REPORT-RECORD
           WRITE TUNING-REPORT-RECORD
           MOVE 0 TO SHOWN-COUNT
           PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > GROUP-COUNT
               PERFORM EDIT-GROUP-FIGURES
               IF GT-PUZZLES (GX) >= MIN-PUZZLES
                       AND GT-SCREEN-OUT (GX) > 0
                       AND OUT-PCT >= ROUTINE-PCT
                   ADD 1 TO SHOWN-COUNT
                   MOVE SPACES TO TUNING-REPORT-RECORD
                   STRING '  ' GT-GRID-SIZE (GX) '  '
                       GT-DIFFICULTY (GX) '  ' THEME-OUT ' ' MASK-OUT
                       '  ' GT-SCREEN-OUT (GX) ' OF '
                       GT-PUZZLES (GX) ' PUZZLES (' OUT-PCT-OUT '%)'
                       '  SPANS REROLLED ' GT-SPANS-SUM (GX)
                       '  MESSAGE HITS ' GT-MSG-HITS (GX)
                       DELIMITED BY SIZE INTO TUNING-REPORT-RECORD
                   WRITE TUNING-REPORT-RECORD
               END-IF
           END-PERFORM
           IF SHOWN-COUNT = 0
               PERFORM WRITE-NONE-LINE
           ELSE
               IF TUNE-SEVERITY < 4
                   MOVE 4 TO TUNE-SEVERITY
               END-IF
           END-IF.

       WRITE-BLANK-LINE.
           MOVE SPACES TO TUNING-REPORT-RECORD
           WRITE TUNING-REPORT-RECORD.

       WRITE-NONE-LINE.
           MOVE SPACES TO TUNING-REPORT-RECORD
           STRING '  NONE'
               DELIMITED BY SIZE INTO TUNING-REPORT-RECORD
           WRITE TUNING-REPORT-RECORD.
