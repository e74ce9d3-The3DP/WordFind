       IDENTIFICATION DIVISION.
       PROGRAM-ID. SolveCheck.
       AUTHOR. OpenAI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOLVE-CTL-FILE ASSIGN TO "SOLVCTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SOLVE-CTL-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "PUZZARCH.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.
           SELECT SOLVE-REPORT-FILE ASSIGN TO "SOLVCHK.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * One optional parameter card: the run date whose archive groups
      * are to be re-solved, the same date the pre-ship balance is
      * run for. A missing card or a blank date re-solves every group
      * in the archive.
       FD SOLVE-CTL-FILE.
       01 SOLVE-CTL-RECORD.
           05 SVC-RUN-DATE         PIC X(08).

      * Same record layout the generator's WRITE-PUZZLE-ARCHIVE
      * produces - H header, G grid row, W word entry, T trailer.
       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD           PIC X(120).

       FD SOLVE-REPORT-FILE.
       01 SOLVE-REPORT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
       01 SOLVE-CTL-STATUS  PIC X(02).
       01 ARCHIVE-STATUS    PIC X(02).
       01 ARCHIVE-EOF       PIC X(01).
       01 RUN-DATE          PIC X(08) VALUE SPACES.

       01 ARC-TYPE-CODE     PIC X(01).
       01 ARC-HEADER-REC.
           05 AH-TYPE           PIC X(01).
           05 AH-PUZZLE-ID      PIC X(10).
           05 AH-GRID-SIZE      PIC 9(02).
           05 AH-WORD-COUNT     PIC 9(02).
           05 AH-WORDS-PLACED   PIC 9(02).
           05 AH-RUN-STAMP      PIC X(14).
           05 AH-WORD-LIST-FILE PIC X(50).
           05 AH-DIFFICULTY     PIC X(01).
           05 AH-RATING         PIC X(03).
           05 AH-SEED           PIC X(06).
       01 ARC-GRID-REC.
           05 AG-TYPE           PIC X(01).
           05 AG-PUZZLE-ID      PIC X(10).
           05 AG-ROW-NUM        PIC 9(02).
           05 AG-ROW-TEXT       PIC X(30).
       01 ARC-WORD-REC.
           05 AW-TYPE           PIC X(01).
           05 AW-PUZZLE-ID      PIC X(10).
           05 AW-SEQ            PIC 9(02).
           05 AW-TEXT           PIC X(20).
           05 AW-LENGTH         PIC 9(02).
           05 AW-ROW-START      PIC 9(02).
           05 AW-COL-START      PIC 9(02).
           05 AW-ROW-DELTA      PIC S9(01) SIGN LEADING SEPARATE.
           05 AW-COL-DELTA      PIC S9(01) SIGN LEADING SEPARATE.
           05 AW-PLACED         PIC X(01).

      * The group being collected: Y once its header is in and it
      * belongs to the run being checked, reset by the trailer.
       01 GROUP-OPEN        PIC X(01) VALUE 'N'.
       01 GROUP-WANTED      PIC X(01) VALUE 'N'.

      * The archived puzzle being re-solved, dimensioned to match the
      * generator's own tables.
       01 PUZZLE-ID         PIC X(10).
       01 GRID-SIZE         PIC 9(02).
       01 WORD-COUNT        PIC 9(02).
       01 RUN-STAMP         PIC X(14).
       01 GRID.
           05 GRID-ROW OCCURS 30 TIMES.
               10 GRID-COL OCCURS 30 TIMES PIC X(01).
       01 WORD-TABLE.
           05 WORD-ENTRY OCCURS 50 TIMES.
               10 WE-TEXT        PIC X(20).
               10 WE-LENGTH      PIC 9(02).
               10 WE-ROW-START   PIC 9(02).
               10 WE-COL-START   PIC 9(02).
               10 WE-ROW-DELTA   PIC S9(01).
               10 WE-COL-DELTA   PIC S9(01).
               10 WE-PLACED      PIC X(01).

      * The eight compass headings, in the generator's own DIRECTION
      * order: right, left, down, up, down-right, up-left, down-left,
      * up-right.
       01 DIRECTION-DELTAS.
           05 FILLER PIC S9 VALUE 0.
           05 FILLER PIC S9 VALUE 1.
           05 FILLER PIC S9 VALUE 0.
           05 FILLER PIC S9 VALUE -1.
           05 FILLER PIC S9 VALUE 1.
           05 FILLER PIC S9 VALUE 0.
           05 FILLER PIC S9 VALUE -1.
           05 FILLER PIC S9 VALUE 0.
           05 FILLER PIC S9 VALUE 1.
           05 FILLER PIC S9 VALUE 1.
           05 FILLER PIC S9 VALUE -1.
           05 FILLER PIC S9 VALUE -1.
           05 FILLER PIC S9 VALUE 1.
           05 FILLER PIC S9 VALUE -1.
           05 FILLER PIC S9 VALUE -1.
           05 FILLER PIC S9 VALUE 1.
       01 DIRECTION-DELTA-TABLE REDEFINES DIRECTION-DELTAS.
           05 DIR-DELTA OCCURS 8 TIMES.
               10 DIR-ROW-DELTA PIC S9.
               10 DIR-COL-DELTA PIC S9.

      * The word under test, upper-cased so the compare is blind to
      * the case the grid and the word table were archived in.
       01 SEARCH-WORD       PIC X(20).
       01 SEARCH-LEN        PIC 9(02).
       01 SEARCH-PALINDROME PIC X(01).
       01 RECORDED-OK       PIC X(01).
       01 RECORDED-SEEN     PIC X(01).
       01 RECORDED-END-ROW  PIC S9(03).
       01 RECORDED-END-COL  PIC S9(03).
       01 DIR-LIMIT         PIC 9(01).
       01 DX                PIC 9(01).
       01 ROW-DELTA         PIC S9(01).
       01 COL-DELTA         PIC S9(01).
       01 ROW-START         PIC 9(02).
       01 COL-START         PIC 9(02).
       01 END-ROW           PIC S9(03).
       01 END-COL           PIC S9(03).
       01 TRY-ROW           PIC S9(03).
       01 TRY-COL           PIC S9(03).
       01 READING-MATCHES   PIC X(01).
       01 EXTRA-READINGS    PIC 9(03).
       01 CONTAINING-IX     PIC 9(02).
       01 CELLS-ON-PATH     PIC 9(02).
       01 CELL-ON-PATH      PIC X(01).
       01 I                 PIC 9(02).
       01 J                 PIC 9(02).
       01 K                 PIC 9(02).
       01 T                 PIC 9(02).
       01 ROW-EDIT          PIC Z9.
       01 COL-EDIT          PIC Z9.
       01 ROW-DELTA-EDIT    PIC +9.
       01 COL-DELTA-EDIT    PIC +9.

       01 PUZZLES-CHECKED   PIC 9(05) VALUE 0.
       01 PUZZLES-FLAGGED   PIC 9(05) VALUE 0.
       01 WORDS-CHECKED     PIC 9(05) VALUE 0.
       01 PUZZLE-PROBLEMS   PIC 9(03).
       01 MISPLACED-COUNT   PIC 9(05) VALUE 0.
       01 REPEATED-COUNT    PIC 9(05) VALUE 0.
       01 INSIDE-COUNT      PIC 9(05) VALUE 0.
       01 TORN-COUNT        PIC 9(05) VALUE 0.
       01 CHECK-SEVERITY    PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.

       BEGIN.
           OPEN OUTPUT SOLVE-REPORT-FILE
           PERFORM READ-RUN-DATE-CARD
           PERFORM SCAN-ARCHIVE
           PERFORM PRINT-VERDICT
           CLOSE SOLVE-REPORT-FILE
           MOVE CHECK-SEVERITY TO RETURN-CODE
           STOP RUN.

       READ-RUN-DATE-CARD.
           OPEN INPUT SOLVE-CTL-FILE
           IF SOLVE-CTL-STATUS = '00'
               READ SOLVE-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SVC-RUN-DATE NOT = SPACES
                           MOVE SVC-RUN-DATE TO RUN-DATE
                       END-IF
               END-READ
               CLOSE SOLVE-CTL-FILE
           END-IF
           MOVE SPACES TO SOLVE-REPORT-RECORD
           IF RUN-DATE = SPACES
               STRING 'INDEPENDENT SOLVE OF EVERY ARCHIVED PUZZLE'
                   DELIMITED BY SIZE INTO SOLVE-REPORT-RECORD
           ELSE
               STRING 'INDEPENDENT SOLVE OF PUZZLES ARCHIVED FOR RUN '
                   RUN-DATE
                   DELIMITED BY SIZE INTO SOLVE-REPORT-RECORD
           END-IF
           WRITE SOLVE-REPORT-RECORD.

      * One sequential pass: a group's rows and words are collected
      * as they arrive and the grid is re-solved when its trailer
      * lands. The W records are the answer key being audited, so
      * nothing here trusts them beyond the word text itself.
       SCAN-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-STATUS NOT = '00'
               MOVE SPACES TO SOLVE-REPORT-RECORD
               STRING 'ARCHIVE PUZZARCH.DAT COULD NOT BE OPENED,'
                   ' STATUS ' ARCHIVE-STATUS
                   DELIMITED BY SIZE INTO SOLVE-REPORT-RECORD
               WRITE SOLVE-REPORT-RECORD
               MOVE 8 TO CHECK-SEVERITY
           ELSE
               MOVE 'N' TO ARCHIVE-EOF
               PERFORM UNTIL ARCHIVE-EOF = 'Y'
                   READ ARCHIVE-FILE
                       AT END
                           MOVE 'Y' TO ARCHIVE-EOF
                       NOT AT END
                           PERFORM APPLY-ARCHIVE-RECORD
                   END-READ
               END-PERFORM
               IF GROUP-OPEN = 'Y'
                   PERFORM RECORD-TORN-GROUP
               END-IF
               CLOSE ARCHIVE-FILE
           END-IF.

       APPLY-ARCHIVE-RECORD.
           MOVE ARCHIVE-RECORD (1:1) TO ARC-TYPE-CODE
           EVALUATE ARC-TYPE-CODE
               WHEN 'H'
                   IF GROUP-OPEN = 'Y'
                       PERFORM RECORD-TORN-GROUP
                   END-IF
                   PERFORM START-ARCHIVED-PUZZLE
               WHEN 'G'
                   IF GROUP-WANTED = 'Y'
                       MOVE ARCHIVE-RECORD TO ARC-GRID-REC
                       IF AG-ROW-NUM IS NUMERIC
                               AND AG-ROW-NUM > 0 AND AG-ROW-NUM <= 30
                           MOVE AG-ROW-TEXT TO GRID-ROW (AG-ROW-NUM)
                       END-IF
                   END-IF
               WHEN 'W'
                   IF GROUP-WANTED = 'Y'
                       MOVE ARCHIVE-RECORD TO ARC-WORD-REC
                       PERFORM STORE-ARCHIVED-WORD
                   END-IF
               WHEN 'T'
                   IF GROUP-WANTED = 'Y'
                       PERFORM CHECK-ONE-PUZZLE
                   END-IF
                   MOVE 'N' TO GROUP-OPEN
                   MOVE 'N' TO GROUP-WANTED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       START-ARCHIVED-PUZZLE.
           MOVE ARCHIVE-RECORD TO ARC-HEADER-REC
           MOVE 'Y' TO GROUP-OPEN
           MOVE 'N' TO GROUP-WANTED
           IF RUN-DATE = SPACES OR AH-RUN-STAMP (1:8) = RUN-DATE
               MOVE 'Y' TO GROUP-WANTED
               MOVE AH-PUZZLE-ID TO PUZZLE-ID
               MOVE AH-RUN-STAMP TO RUN-STAMP
               MOVE 0 TO GRID-SIZE
               MOVE 0 TO WORD-COUNT
               IF AH-GRID-SIZE IS NUMERIC
                   MOVE AH-GRID-SIZE TO GRID-SIZE
               END-IF
               IF AH-WORD-COUNT IS NUMERIC
                   MOVE AH-WORD-COUNT TO WORD-COUNT
               END-IF
               IF GRID-SIZE > 30
                   MOVE 30 TO GRID-SIZE
               END-IF
               IF WORD-COUNT > 50
                   MOVE 50 TO WORD-COUNT
               END-IF
               MOVE SPACES TO GRID
               MOVE SPACES TO WORD-TABLE
           END-IF.

       STORE-ARCHIVED-WORD.
           IF AW-SEQ IS NUMERIC AND AW-SEQ > 0 AND AW-SEQ <= 50
               MOVE AW-TEXT TO WE-TEXT (AW-SEQ)
               MOVE AW-PLACED TO WE-PLACED (AW-SEQ)
               IF AW-PLACED = 'Y'
                   MOVE AW-LENGTH TO WE-LENGTH (AW-SEQ)
                   MOVE AW-ROW-START TO WE-ROW-START (AW-SEQ)
                   MOVE AW-COL-START TO WE-COL-START (AW-SEQ)
                   MOVE AW-ROW-DELTA TO WE-ROW-DELTA (AW-SEQ)
                   MOVE AW-COL-DELTA TO WE-COL-DELTA (AW-SEQ)
               END-IF
           END-IF.

      * A header whose trailer never arrives cannot be re-solved - its
      * word table may be cut short. For the run being shipped that
      * is as good as a failed solve; archive housekeeping is where
      * the torn group itself gets dealt with.
       RECORD-TORN-GROUP.
           IF GROUP-WANTED = 'Y'
               ADD 1 TO TORN-COUNT
               MOVE SPACES TO SOLVE-REPORT-RECORD
               STRING 'PUZZLE ' PUZZLE-ID
                   ' RUN ' RUN-STAMP
                   ' HAS NO TRAILER - GROUP NOT RE-SOLVED'
                   DELIMITED BY SIZE INTO SOLVE-REPORT-RECORD
               WRITE SOLVE-REPORT-RECORD
               MOVE 8 TO CHECK-SEVERITY
           END-IF
           MOVE 'N' TO GROUP-OPEN
           MOVE 'N' TO GROUP-WANTED.

      * Every word the reader's bank shows - placed words only, the
      * same rule the printed bank follows - is hunted through the
      * whole grid. A word that failed to place never reached the
      * page, so there is nothing for a reader to find twice.
       CHECK-ONE-PUZZLE.
           ADD 1 TO PUZZLES-CHECKED
           MOVE 0 TO PUZZLE-PROBLEMS
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WORD-COUNT
               IF WE-PLACED (I) = 'Y'
                       AND WE-TEXT (I) NOT = SPACES
                   ADD 1 TO WORDS-CHECKED
                   PERFORM CHECK-ONE-WORD
               END-IF
           END-PERFORM
           MOVE SPACES TO SOLVE-REPORT-RECORD
           IF PUZZLE-PROBLEMS = 0
               STRING 'PUZZLE ' PUZZLE-ID
                   ' RUN ' RUN-STAMP
                   ' SOLVES CLEANLY - ONE READING PER WORD'
                   DELIMITED BY SIZE INTO SOLVE-REPORT-RECORD
           ELSE
               ADD 1 TO PUZZLES-FLAGGED
               STRING 'PUZZLE ' PUZZLE-ID
                   ' RUN ' RUN-STAMP
                   ' HAS ' PUZZLE-PROBLEMS
                   ' SOLVE PROBLEMS - HOLD'
                   DELIMITED BY SIZE INTO SOLVE-REPORT-RECORD
               MOVE 8 TO CHECK-SEVERITY
           END-IF
           WRITE SOLVE-REPORT-RECORD.

      * A palindrome reads the same from either end, so every place
      * it sits on the grid matches twice - once each way. Only the
      * downward and rightward half of the headings is searched for
      * one, and the recorded placement is recognised from either
      * end; otherwise every palindrome would report itself twice.
      * A single letter matches on all eight headings at one cell,
      * so it is searched on one heading only.
       CHECK-ONE-WORD.
           MOVE FUNCTION UPPER-CASE (FUNCTION TRIM (WE-TEXT (I)))
               TO SEARCH-WORD
           MOVE FUNCTION LENGTH (FUNCTION TRIM (WE-TEXT (I)))
               TO SEARCH-LEN
           MOVE 'N' TO SEARCH-PALINDROME
           IF SEARCH-WORD (1:SEARCH-LEN) =
                   FUNCTION REVERSE (SEARCH-WORD (1:SEARCH-LEN))
               MOVE 'Y' TO SEARCH-PALINDROME
           END-IF
           PERFORM CHECK-RECORDED-PLACEMENT
           IF RECORDED-OK = 'Y'
               MOVE WE-ROW-START (I) TO ROW-START
               MOVE WE-COL-START (I) TO COL-START
               MOVE WE-ROW-DELTA (I) TO ROW-DELTA
               MOVE WE-COL-DELTA (I) TO COL-DELTA
               PERFORM FIND-CONTAINING-WORD
               IF CONTAINING-IX > 0
                   PERFORM RECORD-INSIDE-LONGER-WORD
               END-IF
           END-IF
           MOVE 'N' TO RECORDED-SEEN
           MOVE 0 TO EXTRA-READINGS
           IF SEARCH-LEN = 1
               MOVE 1 TO DIR-LIMIT
           ELSE
               MOVE 8 TO DIR-LIMIT
           END-IF
           PERFORM VARYING ROW-START FROM 1 BY 1
                   UNTIL ROW-START > GRID-SIZE
               PERFORM VARYING COL-START FROM 1 BY 1
                       UNTIL COL-START > GRID-SIZE
                   IF FUNCTION UPPER-CASE
                           (GRID-COL (ROW-START, COL-START))
                           = SEARCH-WORD (1:1)
                       PERFORM VARYING DX FROM 1 BY 1
                               UNTIL DX > DIR-LIMIT
                           PERFORM TEST-ONE-READING
                       END-PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM
           IF RECORDED-OK = 'N'
               PERFORM RECORD-NOT-AT-PLACEMENT
           END-IF.

      * The recorded placement must lie wholly on the grid and spell
      * the word cell for cell. The length stored with the placement
      * has to agree with the word too - a key drawn from a stale
      * length would bracket the wrong cells.
       CHECK-RECORDED-PLACEMENT.
           MOVE 'Y' TO RECORDED-OK
           COMPUTE RECORDED-END-ROW = WE-ROW-START (I)
               + ((SEARCH-LEN - 1) * WE-ROW-DELTA (I))
           COMPUTE RECORDED-END-COL = WE-COL-START (I)
               + ((SEARCH-LEN - 1) * WE-COL-DELTA (I))
           IF WE-LENGTH (I) NOT = SEARCH-LEN
                   OR (WE-ROW-DELTA (I) = 0 AND WE-COL-DELTA (I) = 0
                       AND SEARCH-LEN > 1)
                   OR WE-ROW-START (I) < 1
                   OR WE-ROW-START (I) > GRID-SIZE
                   OR WE-COL-START (I) < 1
                   OR WE-COL-START (I) > GRID-SIZE
                   OR RECORDED-END-ROW < 1
                   OR RECORDED-END-ROW > GRID-SIZE
                   OR RECORDED-END-COL < 1
                   OR RECORDED-END-COL > GRID-SIZE
               MOVE 'N' TO RECORDED-OK
           ELSE
               PERFORM VARYING K FROM 0 BY 1
                       UNTIL K > SEARCH-LEN - 1
                   COMPUTE TRY-ROW =
                       WE-ROW-START (I) + (K * WE-ROW-DELTA (I))
                   COMPUTE TRY-COL =
                       WE-COL-START (I) + (K * WE-COL-DELTA (I))
                   IF FUNCTION UPPER-CASE (GRID-COL (TRY-ROW, TRY-COL))
                           NOT = SEARCH-WORD (K + 1:1)
                       MOVE 'N' TO RECORDED-OK
                   END-IF
               END-PERFORM
           END-IF.

       TEST-ONE-READING.
           MOVE DIR-ROW-DELTA (DX) TO ROW-DELTA
           MOVE DIR-COL-DELTA (DX) TO COL-DELTA
           IF SEARCH-PALINDROME = 'Y'
                   AND (ROW-DELTA < 0
                       OR (ROW-DELTA = 0 AND COL-DELTA < 0))
               CONTINUE
           ELSE
               COMPUTE END-ROW =
                   ROW-START + ((SEARCH-LEN - 1) * ROW-DELTA)
               COMPUTE END-COL =
                   COL-START + ((SEARCH-LEN - 1) * COL-DELTA)
               IF END-ROW >= 1 AND END-ROW <= GRID-SIZE
                       AND END-COL >= 1 AND END-COL <= GRID-SIZE
                   PERFORM MATCH-ONE-READING
                   IF READING-MATCHES = 'Y'
                       PERFORM CLASSIFY-ONE-READING
                   END-IF
               END-IF
           END-IF.

       MATCH-ONE-READING.
           MOVE 'Y' TO READING-MATCHES
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > SEARCH-LEN - 1
                   OR READING-MATCHES = 'N'
               COMPUTE TRY-ROW = ROW-START + (K * ROW-DELTA)
               COMPUTE TRY-COL = COL-START + (K * COL-DELTA)
               IF FUNCTION UPPER-CASE (GRID-COL (TRY-ROW, TRY-COL))
                       NOT = SEARCH-WORD (K + 1:1)
                   MOVE 'N' TO READING-MATCHES
               END-IF
           END-PERFORM.

      * The recorded placement is the one reading the answer key
      * brackets; any other reading is a second find for the reader.
      * A second find that sits wholly on the cells of a longer bank
      * word (CAT inside CATERPILLAR) gets its own line, since the
      * cure there is a bank change rather than a reseed. The same
      * line is written when the recorded placement itself was laid
      * over a longer word's cells - the reader circles one and has
      * found both. When the recorded placement does not hold, the
      * first reading found is where the reader will circle the word:
      * it is only counted for the not-at-placement line, and a second
      * find is reported from the reading after it. (Palindromes are
      * already searched one way only, so the mirrored reading of the
      * same cells never arrives here.)
       CLASSIFY-ONE-READING.
           IF RECORDED-OK = 'Y'
                   AND ((ROW-START = WE-ROW-START (I)
                           AND COL-START = WE-COL-START (I)
                           AND ROW-DELTA = WE-ROW-DELTA (I)
                           AND COL-DELTA = WE-COL-DELTA (I))
                       OR (SEARCH-PALINDROME = 'Y'
                           AND ROW-START = RECORDED-END-ROW
                           AND COL-START = RECORDED-END-COL
                           AND ROW-DELTA = 0 - WE-ROW-DELTA (I)
                           AND COL-DELTA = 0 - WE-COL-DELTA (I))
                       OR (SEARCH-LEN = 1
                           AND ROW-START = WE-ROW-START (I)
                           AND COL-START = WE-COL-START (I)))
               MOVE 'Y' TO RECORDED-SEEN
           ELSE
               ADD 1 TO EXTRA-READINGS
               IF RECORDED-OK = 'N' AND RECORDED-SEEN = 'N'
                   MOVE 'Y' TO RECORDED-SEEN
               ELSE
                   PERFORM FIND-CONTAINING-WORD
                   IF CONTAINING-IX > 0
                       PERFORM RECORD-INSIDE-LONGER-WORD
                   ELSE
                       PERFORM RECORD-EXTRA-READING
                   END-IF
               END-IF
           END-IF.

       FIND-CONTAINING-WORD.
           MOVE 0 TO CONTAINING-IX
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WORD-COUNT OR CONTAINING-IX > 0
               IF J NOT = I
                       AND WE-PLACED (J) = 'Y'
                       AND WE-LENGTH (J) > SEARCH-LEN
                   MOVE 0 TO CELLS-ON-PATH
                   PERFORM VARYING K FROM 0 BY 1
                           UNTIL K > SEARCH-LEN - 1
                       COMPUTE TRY-ROW = ROW-START + (K * ROW-DELTA)
                       COMPUTE TRY-COL = COL-START + (K * COL-DELTA)
                       PERFORM TEST-CELL-ON-WORD-PATH
                       IF CELL-ON-PATH = 'Y'
                           ADD 1 TO CELLS-ON-PATH
                       END-IF
                   END-PERFORM
                   IF CELLS-ON-PATH = SEARCH-LEN
                       MOVE J TO CONTAINING-IX
                   END-IF
               END-IF
           END-PERFORM.

       TEST-CELL-ON-WORD-PATH.
           MOVE 'N' TO CELL-ON-PATH
           PERFORM VARYING T FROM 0 BY 1
                   UNTIL T > WE-LENGTH (J) - 1 OR CELL-ON-PATH = 'Y'
               IF TRY-ROW = WE-ROW-START (J) + (T * WE-ROW-DELTA (J))
                       AND TRY-COL =
                           WE-COL-START (J) + (T * WE-COL-DELTA (J))
                   MOVE 'Y' TO CELL-ON-PATH
               END-IF
           END-PERFORM.

       RECORD-NOT-AT-PLACEMENT.
           ADD 1 TO MISPLACED-COUNT
           ADD 1 TO PUZZLE-PROBLEMS
           MOVE WE-ROW-START (I) TO ROW-EDIT
           MOVE WE-COL-START (I) TO COL-EDIT
           MOVE WE-ROW-DELTA (I) TO ROW-DELTA-EDIT
           MOVE WE-COL-DELTA (I) TO COL-DELTA-EDIT
           MOVE SPACES TO SOLVE-REPORT-RECORD
           STRING '  PUZZLE ' PUZZLE-ID
               ' WORD ' FUNCTION TRIM (WE-TEXT (I))
               ' NOT AT RECORDED ROW ' ROW-EDIT
               ' COL ' COL-EDIT
               ' HEADING ' ROW-DELTA-EDIT COL-DELTA-EDIT
               ' - READS ' EXTRA-READINGS ' TIMES ELSEWHERE'
               DELIMITED BY SIZE INTO SOLVE-REPORT-RECORD
           WRITE SOLVE-REPORT-RECORD.

       RECORD-EXTRA-READING.
           ADD 1 TO REPEATED-COUNT
           ADD 1 TO PUZZLE-PROBLEMS
           MOVE ROW-START TO ROW-EDIT
           MOVE COL-START TO COL-EDIT
           MOVE ROW-DELTA TO ROW-DELTA-EDIT
           MOVE COL-DELTA TO COL-DELTA-EDIT
           MOVE SPACES TO SOLVE-REPORT-RECORD
           STRING '  PUZZLE ' PUZZLE-ID
               ' WORD ' FUNCTION TRIM (WE-TEXT (I))
               ' FOUND MORE THAN ONCE - ALSO AT ROW ' ROW-EDIT
               ' COL ' COL-EDIT
               ' HEADING ' ROW-DELTA-EDIT COL-DELTA-EDIT
               DELIMITED BY SIZE INTO SOLVE-REPORT-RECORD
           WRITE SOLVE-REPORT-RECORD.

       RECORD-INSIDE-LONGER-WORD.
           ADD 1 TO INSIDE-COUNT
           ADD 1 TO PUZZLE-PROBLEMS
           MOVE ROW-START TO ROW-EDIT
           MOVE COL-START TO COL-EDIT
           MOVE SPACES TO SOLVE-REPORT-RECORD
           STRING '  PUZZLE ' PUZZLE-ID
               ' WORD ' FUNCTION TRIM (WE-TEXT (I))
               ' ALSO READS INSIDE LONGER BANK WORD '
               FUNCTION TRIM (WE-TEXT (CONTAINING-IX))
               ' AT ROW ' ROW-EDIT
               ' COL ' COL-EDIT
               DELIMITED BY SIZE INTO SOLVE-REPORT-RECORD
           WRITE SOLVE-REPORT-RECORD.

       PRINT-VERDICT.
           MOVE SPACES TO SOLVE-REPORT-RECORD
           STRING 'PUZZLES RE-SOLVED ' PUZZLES-CHECKED
               '  WORDS ' WORDS-CHECKED
               '  NOT AT PLACEMENT ' MISPLACED-COUNT
               '  EXTRA READINGS ' REPEATED-COUNT
               '  INSIDE LONGER WORDS ' INSIDE-COUNT
               '  TORN GROUPS ' TORN-COUNT
               DELIMITED BY SIZE INTO SOLVE-REPORT-RECORD
           WRITE SOLVE-REPORT-RECORD
           IF PUZZLES-CHECKED = 0 AND CHECK-SEVERITY < 4
               MOVE SPACES TO SOLVE-REPORT-RECORD
               STRING 'NO ARCHIVED PUZZLES FOUND TO RE-SOLVE'
                   DELIMITED BY SIZE INTO SOLVE-REPORT-RECORD
               WRITE SOLVE-REPORT-RECORD
               MOVE 4 TO CHECK-SEVERITY
           END-IF
           MOVE SPACES TO SOLVE-REPORT-RECORD
           IF CHECK-SEVERITY < 8
               STRING 'EVERY WORD READS ONCE, WHERE THE KEY SAYS -'
                   ' CLEAR TO SHIP'
                   DELIMITED BY SIZE INTO SOLVE-REPORT-RECORD
           ELSE
               STRING PUZZLES-FLAGGED
                   ' PUZZLES FAIL THE INDEPENDENT SOLVE -'
                   ' HOLD THE SHIPMENT'
                   DELIMITED BY SIZE INTO SOLVE-REPORT-RECORD
           END-IF
           WRITE SOLVE-REPORT-RECORD.
