               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL TYPESET-FILE ASSIGN TO "TYPESET.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO "PUZZHOLD.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT DUP-CTL-FILE ASSIGN TO "DUPCTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DUP-CTL-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "CHECKPT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINT-STATUS.
           SELECT OPTIONAL ARCHIVE-INDEX-FILE ASSIGN TO "PUZZIDX.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-INDEX-STATUS.
           SELECT OPTIONAL USAGE-HISTORY-FILE ASSIGN TO "USAGEHST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS USAGE-HISTORY-STATUS.
           SELECT OPTIONAL GEN-STATS-FILE ASSIGN TO "GENSTATS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GEN-STATS-STATUS.
           SELECT WORD-MASTER-FILE ASSIGN TO "WORDMST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WORD-MASTER-STATUS.
      * sentence out for readers who finish the puzzle. Blank keeps
      * plain random filler.
           05 PCR-MESSAGE          PIC X(60).
      * Optional clue mode for "find the answer" pages: Y prints each
      * word's clue from the word master in the bank instead of the
      * word itself. Only a themed card can carry it - a CSV list
      * has no clues to print. Blank or N is the plain word bank.
           05 PCR-CLUE-MODE        PIC X(01).

      * Sized to comfortably clear MAX-WORD-COUNT (50) words of up to
      * WE-TEXT's 20 characters each plus 49 separating commas (1049
       FD AUDIT-FILE.
       01 AUDIT-RECORD             PIC X(200).

      * A rejected card is written back whole (190 bytes) with the
      * reason appended, so the puzzle desk can correct and resubmit
      * it without digging out the original control file.
       FD CTL-REJECT-FILE.
       FD TYPESET-FILE.
       01 TYPESET-RECORD           PIC X(80).

      * Puzzles held back by the near-duplicate guard, in the archive
      * layout (H, G rows, W words, T trailer) so the desk sees
      * exactly the page that would have gone out. Between the W
      * records and the trailer, one O record per earlier puzzle the
      * held one overlaps: that puzzle's ID and run date, the words
      * the two share, this puzzle's placed words and the percentage.
       FD HOLD-FILE.
       01 HOLD-RECORD              PIC X(120).

      * Optional guard card: the look-back window in days and the
      * overlap percentage a new puzzle must exceed against any one
      * earlier puzzle to be held. Alphanumeric views as on the
      * control card, so a mistyped field is caught before use.
       FD DUP-CTL-FILE.
       01 DUP-CTL-RECORD.
           05 DCR-WINDOW-DAYS      PIC 9(03).
           05 DCR-WINDOW-DAYS-X REDEFINES DCR-WINDOW-DAYS
                                   PIC X(03).
           05 DCR-OVERLAP-PCT      PIC 9(03).
           05 DCR-OVERLAP-PCT-X REDEFINES DCR-OVERLAP-PCT
                                   PIC X(03).

      * One record, rewritten after every control card is disposed of
      * (generated or rejected): how many cards this batch has
      * committed and, for the operator's benefit, which puzzle went
           05 IX-START-REC         PIC 9(07).
           05 IX-END-REC           PIC 9(07).

      * Permanent usage ledger, one record per placed word per puzzle
      * that goes out: the word, the theme it was drawn from (blank
      * for a list-file word), the puzzle, the run date and where it
      * came from - T a theme pick off the word master, L a CSV list
      * file. Always extended, never rewritten; the master's last-used
      * date only remembers the latest use, this remembers them all.
       FD USAGE-HISTORY-FILE.
       01 USAGE-HISTORY-RECORD.
           05 UHR-WORD             PIC X(20).
           05 UHR-THEME            PIC X(08).
           05 UHR-PUZZLE-ID        PIC X(10).
           05 UHR-RUN-DATE         PIC X(08).
           05 UHR-SOURCE           PIC X(01).

      * Permanent generation-effort log, one record per puzzle the
      * generator lays out (printed or held): the card combination
      * it came from - grid size, difficulty, theme, mask - and what
      * the layout cost. Random placement tries summed over the
      * words, words that needed the exhaustive scan and words no
      * position could take, filler screen passes used and whether
      * the screen ran out of passes, blocked spans rerolled, a
      * blocklisted word the hidden message made, letter crossings,
      * and elapsed time in hundredths of a second from seeding to
      * the rating. Outcome P printed, H held as a near-duplicate.
      * Always extended, never rewritten; the tuning report reads it.
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

      * Permanent vocabulary the puzzle desk curates, one word per
      * record filed under a theme code (HOLIDAY, KIDS, SPORTS, ...).
      * The last-used date is deliberately alphanumeric: a blank or
      * zero date collates lowest, so a word never used before is the
      * first one the freshness pick reaches for. The clue is the
      * reader-facing hint a clue-mode page prints in place of the
      * word; blank means the word has none yet.
       FD WORD-MASTER-FILE.
       01 WORD-MASTER-RECORD.
           05 WMR-THEME            PIC X(08).
           05 WMR-WORD             PIC X(20).
           05 WMR-LAST-USED        PIC X(08).
           05 WMR-CLUE             PIC X(40).

      * Blocklist master the puzzle desk maintains with the blocklist
      * maintenance program - status A active / D deactivated, the
               10 WE-ROW-DELTA   PIC S9(01).
               10 WE-COL-DELTA   PIC S9(01).
               10 WE-PLACED      PIC X(01) VALUE 'N'.
               10 WE-CLUE        PIC X(40).
       01 WORD-LIST             PIC X(1100)
           VALUE 'apple,banana,orange,grape'.
       01 ANSWER-MASK.
       01 ROW-LINE-POS          PIC 9(03).
       01 BANK-COL              PIC 9(02).
       01 BANK-POS              PIC 9(03).
       01 CLUE-SEQ              PIC 9(02).

      * Tallied by PLACE-WORDS/PLACE-WORD so PRINT-AUDIT-RECORD can
      * report how many of the requested words actually made it onto

      * Highest severity reached this run, handed back as the
      * condition code: 0 clean, 4 at least one exception line was
      * written, 8 at least one control card was rejected or its
      * puzzle held as a near-duplicate - either way a page the batch
      * asked for did not go out. The scheduler acts on it instead of
      * every run ending clean.
       01 RUN-SEVERITY          PIC 9(02) VALUE 0.

      * Restart bookkeeping. A non-empty checkpoint left by a run that

      * Working images of the four archive record types. The deltas
      * carry a separate leading sign so a text archive round-trips
      * them exactly. The clue-mode flag and the word clues ride at
      * the end of the H and W records, so a clue page reprints with
      * the clues it went out with even after the master changes;
      * groups archived before clues existed read back blank there.
       01 ARCHIVE-STATUS        PIC X(02).
       01 ARCHIVE-READY         PIC X(01) VALUE 'N'.

       01 BACKFILL-START        PIC 9(07).
       01 BACKFILL-ID           PIC X(10).
       01 BACKFILL-STAMP        PIC X(14).
       01 USAGE-HISTORY-STATUS  PIC X(02).
       01 USAGE-HISTORY-READY   PIC X(01) VALUE 'N'.
       01 GEN-STATS-STATUS      PIC X(02).
       01 GEN-STATS-READY       PIC X(01) VALUE 'N'.
       01 ARC-HEADER-REC.
           05 AH-TYPE           PIC X(01).
           05 AH-PUZZLE-ID      PIC X(10).
           05 AH-DIFFICULTY     PIC X(01).
           05 AH-RATING         PIC 9(03).
           05 AH-SEED           PIC 9(06).
           05 AH-CLUE-MODE      PIC X(01).
       01 ARC-GRID-REC.
           05 AG-TYPE           PIC X(01).
           05 AG-PUZZLE-ID      PIC X(10).
           05 AW-ROW-DELTA      PIC S9(01) SIGN LEADING SEPARATE.
           05 AW-COL-DELTA      PIC S9(01) SIGN LEADING SEPARATE.
           05 AW-PLACED         PIC X(01).
           05 AW-CLUE           PIC X(40).
       01 ARC-TRAILER-REC.
           05 AT-TYPE           PIC X(01).
           05 AT-PUZZLE-ID      PIC X(10).
      * draw the answer key without parsing the bracketed print
      * image. Bank and key records share sequence numbers, placed
      * words only - the export must never name a word that is not
      * on the grid, same rule as the printed bank. On a clue-mode
      * page each B record carries the clue beside its answer, so
      * the typesetter sets the clue and keeps the answer for the
      * back-of-book key; a plain page leaves the clue blank.
       01 TS-HEADER-REC.
           05 TSH-TYPE          PIC X(01).
           05 TSH-PUZZLE-ID     PIC X(10).
           05 TSB-PUZZLE-ID     PIC X(10).
           05 TSB-SEQ           PIC 9(02).
           05 TSB-TEXT          PIC X(20).
           05 TSB-CLUE          PIC X(40).
       01 TS-KEY-REC.
           05 TSK-TYPE          PIC X(01).
           05 TSK-PUZZLE-ID     PIC X(10).
               10 WM-THEME      PIC X(08).
               10 WM-WORD       PIC X(20).
               10 WM-LAST-USED  PIC X(08).
               10 WM-CLUE       PIC X(40).
       01 WM-CHOSEN-FLAGS.
           05 WM-CHOSEN OCCURS 500 TIMES PIC X(01).
       01 PUZZLE-THEME          PIC X(08) VALUE SPACES.
      * Y when this card's bank prints clues instead of words.
       01 PUZZLE-CLUE-MODE      PIC X(01) VALUE 'N'.
       01 MX                    PIC 9(03).
       01 BEST-MX               PIC 9(03).
       01 WM-WORD-LEN           PIC 9(02).
       01 CROSSING-COUNT        PIC 9(03).
       01 DIR-WEIGHT            PIC 9(01).

      * Near-duplicate guard. A puzzle whose placed words largely
      * repeat one that ran inside the window is held for the desk
      * rather than printed. No DUPCTL.DAT card means a 30-day window
      * and a 50 percent limit; a window of 000 turns the guard off,
      * which is also how the desk pushes a held page through once
      * it has decided the repeat is acceptable. The placed words of
      * every archived puzzle inside the window are collected on the
      * startup counting pass, and each puzzle this run commits joins
      * them, so two cards in one batch are checked against each
      * other too. A group is only kept once its trailer arrives.
       01 DUP-CTL-STATUS        PIC X(02).
       01 DUP-WINDOW-DAYS       PIC 9(03) VALUE 30.
       01 DUP-OVERLAP-LIMIT     PIC 9(03) VALUE 50.
       01 DUP-GUARD-ACTIVE      PIC X(01) VALUE 'N'.
       01 DUP-RUN-DATE          PIC 9(08).
       01 DUP-CUTOFF-DATE       PIC 9(08).
       01 DUP-CUTOFF-DATE-X REDEFINES DUP-CUTOFF-DATE
                                PIC X(08).
       01 RECENT-TABLE-FULL     PIC X(01) VALUE 'N'.
       01 RECENT-PUZZLE-COUNT   PIC 9(04) VALUE 0.
       01 RECENT-PUZZLE-TABLE.
           05 RECENT-PUZZLE OCCURS 1000 TIMES.
               10 RP-PUZZLE-ID  PIC X(10).
               10 RP-RUN-DATE   PIC X(08).
               10 RP-FIRST-WORD PIC 9(05).
               10 RP-WORD-TOTAL PIC 9(02).
               10 RP-SHARED     PIC 9(02).
               10 RP-PERCENT    PIC 9(03).
               10 RP-OVER-LIMIT PIC X(01).
       01 RECENT-WORD-COUNT     PIC 9(05) VALUE 0.
       01 RECENT-WORDS-KEPT     PIC 9(05) VALUE 0.
       01 RECENT-WORD-TABLE.
           05 RW-TEXT OCCURS 20000 TIMES PIC X(20).
       01 PENDING-IN-WINDOW     PIC X(01) VALUE 'N'.
       01 PENDING-ID            PIC X(10).
       01 PENDING-DATE          PIC X(08).
       01 RX                    PIC 9(04).
       01 RW                    PIC 9(05).
       01 RW-LAST               PIC 9(05).
       01 DUP-WORD              PIC X(20).
       01 DUP-WORD-FOUND        PIC X(01).
       01 PUZZLE-HELD           PIC X(01) VALUE 'N'.
       01 HOLD-OVERLAP-REC.
           05 HO-TYPE           PIC X(01).
           05 HO-PUZZLE-ID      PIC X(10).
           05 HO-EARLIER-ID     PIC X(10).
           05 HO-EARLIER-DATE   PIC X(08).
           05 HO-SHARED         PIC 9(02).
           05 HO-PLACED         PIC 9(02).
           05 HO-PERCENT        PIC 9(03).

      * Per-puzzle effort tallies for the statistics record, zeroed
      * as each puzzle starts. Clock readings are hundredths of a
      * second since midnight; a layout running across midnight gets
      * a day added to its end reading.
       01 PUZZLE-RANDOM-TRIES   PIC 9(04).
       01 PUZZLE-EXHAUSTIVE     PIC 9(02).
       01 PUZZLE-UNPLACED       PIC 9(02).
       01 PUZZLE-SPANS-REROLLED PIC 9(05).
       01 PUZZLE-SCREEN-OUT     PIC X(01).
       01 CLOCK-READING         PIC X(21).
       01 CLOCK-TIME.
           05 CLOCK-HH          PIC 9(02).
           05 CLOCK-MM          PIC 9(02).
           05 CLOCK-SS          PIC 9(02).
           05 CLOCK-HS          PIC 9(02).
       01 CLOCK-HSEC            PIC 9(07).
       01 GEN-START-HSEC        PIC 9(07).
       01 GEN-END-HSEC          PIC 9(08).

       PROCEDURE DIVISION.

       BEGIN.
               OPEN EXTEND AUDIT-FILE
               OPEN EXTEND CTL-REJECT-FILE
               OPEN EXTEND TYPESET-FILE
               OPEN EXTEND HOLD-FILE
           ELSE
               OPEN OUTPUT EXCEPTIONS-FILE
               OPEN OUTPUT REPORT-FILE
               OPEN OUTPUT AUDIT-FILE
               OPEN OUTPUT CTL-REJECT-FILE
               OPEN OUTPUT TYPESET-FILE
               OPEN OUTPUT HOLD-FILE
           END-IF
      * Status 05 is the normal first-ever run: the optional archive
      * was not there yet and the open created it. The index opens
      * holds records has to be backfilled from a read pass - an
      * index listing only today's groups would send the reprint
      * job looking for months of older puzzles and finding nothing.
           PERFORM READ-DUPLICATE-CONTROL
           PERFORM COUNT-ARCHIVE-RECORDS
           OPEN EXTEND ARCHIVE-INDEX-FILE
           IF ARCHIVE-INDEX-STATUS = '00'
           ELSE
               PERFORM RECORD-ARCHIVE-OPEN-FAILURE
           END-IF
           OPEN EXTEND USAGE-HISTORY-FILE
           IF USAGE-HISTORY-STATUS = '00'
                   OR USAGE-HISTORY-STATUS = '05'
               MOVE 'Y' TO USAGE-HISTORY-READY
           ELSE
               PERFORM RECORD-USAGE-OPEN-FAILURE
           END-IF
           OPEN EXTEND GEN-STATS-FILE
           IF GEN-STATS-STATUS = '00' OR GEN-STATS-STATUS = '05'
               MOVE 'Y' TO GEN-STATS-READY
           ELSE
               PERFORM RECORD-STATS-OPEN-FAILURE
           END-IF
           PERFORM LOAD-WORD-MASTER
           PERFORM LOAD-BLOCKLIST
           OPEN INPUT PUZZLE-CTL-FILE
           CLOSE AUDIT-FILE
           CLOSE CTL-REJECT-FILE
           CLOSE TYPESET-FILE
           CLOSE HOLD-FILE
           IF ARCHIVE-READY = 'Y'
               CLOSE ARCHIVE-FILE
           END-IF
           IF INDEX-READY = 'Y'
               CLOSE ARCHIVE-INDEX-FILE
           END-IF
           IF USAGE-HISTORY-READY = 'Y'
               CLOSE USAGE-HISTORY-FILE
           END-IF
           IF GEN-STATS-READY = 'Y'
               CLOSE GEN-STATS-FILE
           END-IF
           MOVE RUN-SEVERITY TO RETURN-CODE
           STOP RUN.

                           MOVE 'Y' TO ARCHIVE-EOF
                       NOT AT END
                           ADD 1 TO ARCHIVE-REC-COUNT
                           IF DUP-GUARD-ACTIVE = 'Y'
                               PERFORM COLLECT-RECENT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

      * A bad field on the guard card is reported and its default
      * kept - the guard is a safety net, and a typo must not take it
      * down for the whole batch.
       READ-DUPLICATE-CONTROL.
           OPEN INPUT DUP-CTL-FILE
           IF DUP-CTL-STATUS = '00'
               READ DUP-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-DUPLICATE-CONTROL
               END-READ
               CLOSE DUP-CTL-FILE
           END-IF
           IF DUP-WINDOW-DAYS > 0
               MOVE 'Y' TO DUP-GUARD-ACTIVE
               MOVE CURRENT-DATE-TIME (1:8) TO DUP-RUN-DATE
               COMPUTE DUP-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (DUP-RUN-DATE)
                       - DUP-WINDOW-DAYS)
           END-IF.

       APPLY-DUPLICATE-CONTROL.
           IF DCR-WINDOW-DAYS-X NOT = SPACES
               IF DCR-WINDOW-DAYS-X IS NUMERIC
                   MOVE DCR-WINDOW-DAYS TO DUP-WINDOW-DAYS
               ELSE
                   MOVE SPACES TO EXCEPTIONS-RECORD
                   STRING 'DUPCTL.DAT WINDOW DAYS "' DCR-WINDOW-DAYS-X
                       '" NOT NUMERIC - ' DUP-WINDOW-DAYS
                       ' DAYS USED'
                       DELIMITED BY SIZE INTO EXCEPTIONS-RECORD
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-IF
           IF DCR-OVERLAP-PCT-X NOT = SPACES
               IF DCR-OVERLAP-PCT-X IS NUMERIC
                       AND DCR-OVERLAP-PCT <= 100
                   MOVE DCR-OVERLAP-PCT TO DUP-OVERLAP-LIMIT
               ELSE
                   MOVE SPACES TO EXCEPTIONS-RECORD
                   STRING 'DUPCTL.DAT OVERLAP PERCENT "'
                       DCR-OVERLAP-PCT-X
                       '" NOT 000-100 - ' DUP-OVERLAP-LIMIT
                       ' PERCENT USED'
                       DELIMITED BY SIZE INTO EXCEPTIONS-RECORD
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
           END-IF.

      * Only groups headed inside the window are collected, and only
      * their placed words - an unplaced entry never reached a reader.
      * Words gathered for a group are given back if the next header
      * arrives before its trailer.
       COLLECT-RECENT-RECORD.
           EVALUATE ARCHIVE-RECORD (1:1)
               WHEN 'H'
                   MOVE ARCHIVE-RECORD TO ARC-HEADER-REC
                   MOVE RECENT-WORDS-KEPT TO RECENT-WORD-COUNT
                   MOVE AH-PUZZLE-ID TO PENDING-ID
                   MOVE AH-RUN-STAMP (1:8) TO PENDING-DATE
                   IF PENDING-DATE >= DUP-CUTOFF-DATE-X
                       MOVE 'Y' TO PENDING-IN-WINDOW
                   ELSE
                       MOVE 'N' TO PENDING-IN-WINDOW
                   END-IF
               WHEN 'W'
                   IF PENDING-IN-WINDOW = 'Y'
                           AND ARCHIVE-RECORD (2:10) = PENDING-ID
                       MOVE ARCHIVE-RECORD TO ARC-WORD-REC
                       IF AW-PLACED = 'Y'
                           MOVE FUNCTION LOWER-CASE (AW-TEXT)
                               TO DUP-WORD
                           PERFORM ADD-RECENT-WORD
                       END-IF
                   END-IF
               WHEN 'T'
                   IF PENDING-IN-WINDOW = 'Y'
                           AND ARCHIVE-RECORD (2:10) = PENDING-ID
                       PERFORM ADD-RECENT-PUZZLE
                   END-IF
                   MOVE RECENT-WORDS-KEPT TO RECENT-WORD-COUNT
                   MOVE 'N' TO PENDING-IN-WINDOW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ADD-RECENT-WORD.
           IF RECENT-WORD-COUNT < 20000
               ADD 1 TO RECENT-WORD-COUNT
               MOVE DUP-WORD TO RW-TEXT (RECENT-WORD-COUNT)
           ELSE
               PERFORM RECORD-RECENT-TABLE-FULL
           END-IF.

      * Files the pending group's words (RECENT-WORDS-KEPT + 1 up to
      * RECENT-WORD-COUNT) under its ID and run date.
       ADD-RECENT-PUZZLE.
           IF RECENT-PUZZLE-COUNT < 1000
                   AND RECENT-TABLE-FULL = 'N'
               ADD 1 TO RECENT-PUZZLE-COUNT
               MOVE PENDING-ID TO RP-PUZZLE-ID (RECENT-PUZZLE-COUNT)
               MOVE PENDING-DATE TO RP-RUN-DATE (RECENT-PUZZLE-COUNT)
               COMPUTE RP-FIRST-WORD (RECENT-PUZZLE-COUNT) =
                   RECENT-WORDS-KEPT + 1
               COMPUTE RP-WORD-TOTAL (RECENT-PUZZLE-COUNT) =
                   RECENT-WORD-COUNT - RECENT-WORDS-KEPT
               MOVE RECENT-WORD-COUNT TO RECENT-WORDS-KEPT
           ELSE
               PERFORM RECORD-RECENT-TABLE-FULL
           END-IF.

      * Reported once. Puzzles already collected are still checked;
      * anything past the table's reach is not, which is why the
      * line names the guard as incomplete rather than passing quiet.
       RECORD-RECENT-TABLE-FULL.
           IF RECENT-TABLE-FULL = 'N'
               MOVE 'Y' TO RECENT-TABLE-FULL
               MOVE SPACES TO EXCEPTIONS-RECORD
               STRING 'NEAR-DUPLICATE GUARD TABLE FULL AT '
                   RECENT-PUZZLE-COUNT ' PUZZLES - LATER PUZZLES IN'
                   ' THE ' DUP-WINDOW-DAYS '-DAY WINDOW NOT COMPARED'
                   DELIMITED BY SIZE INTO EXCEPTIONS-RECORD
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.

      * One-time upgrade pass: the index file did not exist but the
      * archive already holds groups, so every complete H..T group
      * on file gets its entry written before this run appends its
                                   TO WM-WORD (WORD-MASTER-COUNT)
                               MOVE WMR-LAST-USED
                                   TO WM-LAST-USED (WORD-MASTER-COUNT)
                               MOVE WMR-CLUE
                                   TO WM-CLUE (WORD-MASTER-COUNT)
                           ELSE
                               MOVE 'Y' TO WORD-MASTER-OVERFLOW
                           END-IF
                       MOVE WM-THEME (MX) TO WMR-THEME
                       MOVE WM-WORD (MX) TO WMR-WORD
                       MOVE WM-LAST-USED (MX) TO WMR-LAST-USED
                       MOVE WM-CLUE (MX) TO WMR-CLUE
                       WRITE WORD-MASTER-RECORD
                   END-PERFORM
                   CLOSE WORD-MASTER-FILE
                   AND PCR-SEED IS NOT NUMERIC
               MOVE 'SEED NOT NUMERIC' TO CARD-REJECT-REASON
           END-IF
           IF CARD-REJECT-REASON = SPACES
                   AND PCR-CLUE-MODE NOT = SPACE
                   AND PCR-CLUE-MODE NOT = 'Y'
                   AND PCR-CLUE-MODE NOT = 'N'
               MOVE 'CLUE MODE NOT Y OR N' TO CARD-REJECT-REASON
           END-IF
           IF CARD-REJECT-REASON = SPACES
                   AND PCR-CLUE-MODE = 'Y'
                   AND PCR-THEME = SPACES
               MOVE 'CLUE MODE NEEDS A THEMED CARD'
                   TO CARD-REJECT-REASON
           END-IF
           IF CARD-REJECT-REASON = SPACES
               IF SEEN-ID-COUNT < 500
                   ADD 1 TO SEEN-ID-COUNT

       RECORD-CARD-REJECT.
           MOVE SPACES TO CTL-REJECT-RECORD
           STRING PUZZLE-CTL-RECORD (1:190)
               ' - ' FUNCTION TRIM (CARD-REJECT-REASON)
               DELIMITED BY SIZE INTO CTL-REJECT-RECORD
           WRITE CTL-REJECT-RECORD
           IF PCR-DIFFICULTY NOT = SPACES
               MOVE PCR-DIFFICULTY TO PUZZLE-DIFFICULTY
           END-IF
           MOVE 'N' TO PUZZLE-CLUE-MODE
           IF PCR-CLUE-MODE = 'Y'
               MOVE 'Y' TO PUZZLE-CLUE-MODE
           END-IF
           MOVE 'N' TO MASK-ACTIVE
           MOVE SPACES TO MASK-FILENAME
           IF PCR-MASK-FILE NOT = SPACES
           END-IF.

       PROCESS-ONE-PUZZLE.
           PERFORM START-EFFORT-TALLIES
           PERFORM SEED-PUZZLE-GENERATOR
           PERFORM INITIALIZE-GRID
           PERFORM LOAD-GRID-MASK
           PERFORM FILL-EMPTY-CELLS
           PERFORM SCREEN-FILLER-WORDS
           PERFORM COMPUTE-DIFFICULTY-RATING
           PERFORM READ-EFFORT-CLOCK
           MOVE CLOCK-HSEC TO GEN-END-HSEC
           PERFORM CHECK-NEAR-DUPLICATE
           IF PUZZLE-HELD = 'Y'
               PERFORM WRITE-HELD-PUZZLE
           ELSE
               PERFORM PRINT-PUZZLE-HEADER
               PERFORM PRINT-GRID
               PERFORM PRINT-WORD-BANK
               PERFORM PRINT-ANSWER-KEY
               PERFORM WRITE-TYPESET-EXPORT
               PERFORM PRINT-AUDIT-RECORD
               PERFORM WRITE-PUZZLE-ARCHIVE
               PERFORM WRITE-USAGE-HISTORY
               PERFORM STAMP-THEME-WORDS-USED
               PERFORM REMEMBER-RECENT-PUZZLE
           END-IF
           PERFORM WRITE-GENERATION-STATS.

       START-EFFORT-TALLIES.
           MOVE 0 TO PUZZLE-RANDOM-TRIES
           MOVE 0 TO PUZZLE-EXHAUSTIVE
           MOVE 0 TO PUZZLE-UNPLACED
           MOVE 0 TO PUZZLE-SPANS-REROLLED
           MOVE 'N' TO PUZZLE-SCREEN-OUT
           PERFORM READ-EFFORT-CLOCK
           MOVE CLOCK-HSEC TO GEN-START-HSEC.

       READ-EFFORT-CLOCK.
           MOVE FUNCTION CURRENT-DATE TO CLOCK-READING
           MOVE CLOCK-READING (9:8) TO CLOCK-TIME
           COMPUTE CLOCK-HSEC = (CLOCK-HH * 360000) + (CLOCK-MM * 6000)
               + (CLOCK-SS * 100) + CLOCK-HS.

       INITIALIZE-GRID.
           MOVE SPACES TO GRID.

      * A themed card draws its words from the in-storage master; a
      * plain card still reads the daily CSV. Either way the word
      * table ends up filled the same shape. The last-used stamping
      * for the themed words that land waits until the puzzle is
      * known to be going out - see STAMP-THEME-WORDS-USED.
       PLACE-WORDS.
           MOVE SPACES TO WORD-TABLE
           MOVE ZEROS TO SELECTED-MASTER-TABLE
               IF FUNCTION TRIM (WE-TEXT (I)) NOT = SPACES
                   MOVE WE-LENGTH (I) TO WORD-LENGTH
                   PERFORM PLACE-WORD
               END-IF
           END-PERFORM.

      * A themed word that actually went out on a page gets today's
      * date stamped back on its master entry so tomorrow's selection
      * passes it over. A held puzzle never reaches here - its words
      * have not been used. A card carrying its own seed skips the
      * stamping too: it is there to reproduce an earlier page, and
      * the reproduction must not disturb the freshness dates the
      * real rotation runs on.
       STAMP-THEME-WORDS-USED.
           IF SEED-FROM-CARD = 'N'
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WORD-COUNT
                   IF WE-PLACED (I) = 'Y'
                           AND SELECTED-MASTER-IX (I) > 0
                       MOVE CURRENT-DATE-TIME (1:8)
                           TO WM-LAST-USED (SELECTED-MASTER-IX (I))
                       MOVE 'Y' TO WORD-MASTER-UPDATED
                   END-IF
               END-PERFORM
           END-IF.

      * A CSV that runs out of words before the card is satisfied is
      * reported just like a short theme - the pre-edit program
      * take the one used longest ago (a never-used word's blank date
      * collates lowest of all and wins outright). Ties fall to the
      * earlier master entry, which keeps the desk's own file order
      * as the tie-break. A clue-mode card only draws words that have
      * a clue on file - a bank line with nothing to print is no
      * use to the reader - so a theme short of clued words comes up
      * short here the same way a small theme does.
       SELECT-THEME-WORDS.
           MOVE SPACES TO WM-CHOSEN-FLAGS
           MOVE 0 TO THEME-PICK-COUNT
                       MOVE FUNCTION LENGTH (FUNCTION TRIM
                           (WE-TEXT (I))) TO WE-LENGTH (I)
                       MOVE BEST-MX TO SELECTED-MASTER-IX (I)
                       IF PUZZLE-CLUE-MODE = 'Y'
                           MOVE WM-CLUE (BEST-MX) TO WE-CLUE (I)
                       END-IF
                       ADD 1 TO THEME-PICK-COUNT
                   END-IF
               END-PERFORM
               IF WM-THEME (MX) = PUZZLE-THEME
                       AND WM-CHOSEN (MX) NOT = 'Y'
                       AND WM-WORD (MX) NOT = SPACES
                       AND (PUZZLE-CLUE-MODE = 'N'
                           OR WM-CLUE (MX) NOT = SPACES)
                   MOVE FUNCTION LENGTH (FUNCTION TRIM (WM-WORD (MX)))
                       TO WM-WORD-LEN
                   IF WM-WORD-LEN <= GRID-SIZE

       RECORD-THEME-SHORTFALL.
           MOVE SPACES TO EXCEPTIONS-RECORD
           IF PUZZLE-CLUE-MODE = 'Y'
               STRING 'PUZZLE ' PUZZLE-ID
                   ' THEME ' FUNCTION TRIM (PUZZLE-THEME)
                   ' SUPPLIED ' THEME-PICK-COUNT
                   ' OF ' WORD-COUNT ' REQUESTED CLUED WORDS'
                   DELIMITED BY SIZE INTO EXCEPTIONS-RECORD
           ELSE
               STRING 'PUZZLE ' PUZZLE-ID
                   ' THEME ' FUNCTION TRIM (PUZZLE-THEME)
                   ' SUPPLIED ' THEME-PICK-COUNT
                   ' OF ' WORD-COUNT ' REQUESTED WORDS'
                   DELIMITED BY SIZE INTO EXCEPTIONS-RECORD
           END-IF
           PERFORM WRITE-EXCEPTION-LINE.

      * Placement is retried, with a fresh random direction/start each
                   PERFORM CHOOSE-START-POSITION
                   PERFORM PLACE-WORD-IN-GRID
               END-PERFORM
               ADD RETRY-COUNT TO PUZZLE-RANDOM-TRIES
               IF WE-PLACED (I) NOT = 'Y'
                   ADD 1 TO PUZZLE-EXHAUSTIVE
                   PERFORM PLACE-WORD-EXHAUSTIVE
               END-IF
           END-IF
           IF WE-PLACED (I) = 'Y'
               ADD 1 TO WORDS-PLACED-COUNT
           ELSE
               ADD 1 TO PUZZLE-UNPLACED
               PERFORM RECORD-PLACEMENT-FAILURE
           END-IF.

               PERFORM SCREEN-DIAGONALS-DOWN-LEFT
           END-PERFORM
           IF FOUND-BLOCKED = 'Y'
               MOVE 'Y' TO PUZZLE-SCREEN-OUT
               PERFORM RECORD-SCREEN-EXHAUSTED
           END-IF.

      * where a span of pure answer letters keeps the long-standing
      * screen-exhausted treatment.
       REROLL-BLOCKED-SPAN.
           ADD 1 TO PUZZLE-SPANS-REROLLED
           MOVE 0 TO SPAN-REROLLED-COUNT
           MOVE 'N' TO SPAN-HAS-MESSAGE
           PERFORM VARYING K FROM BP BY 1
      * A word that failed to place must never show here - a reader
      * hunting a word that isn't on the grid is worse than a shorter
      * bank - which is why the list keys off WE-PLACED rather than
      * the requested word count. A clue-mode page prints the clues
      * instead, numbered one to a line with the answer's letter
      * count, since a clue runs too long to sit four across.
       PRINT-WORD-BANK.
           IF PUZZLE-CLUE-MODE = 'Y'
               PERFORM PRINT-CLUE-BANK
           ELSE
               PERFORM PRINT-PLAIN-WORD-BANK
           END-IF.

       PRINT-PLAIN-WORD-BANK.
           MOVE SPACES TO REPORT-RECORD
           STRING 'FIND THESE WORDS:'
               DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       PRINT-CLUE-BANK.
           MOVE SPACES TO REPORT-RECORD
           STRING 'FIND THE ANSWERS TO THESE CLUES:'
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 0 TO CLUE-SEQ
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WORD-COUNT
               IF WE-PLACED (I) = 'Y'
                   ADD 1 TO CLUE-SEQ
                   MOVE SPACES TO REPORT-RECORD
                   STRING '  ' CLUE-SEQ '. '
                       FUNCTION TRIM (WE-CLUE (I))
                       ' (' WE-LENGTH (I) ' LETTERS)'
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM.

      * Answer key: same GRID the puzzle was printed from, with every
      * cell that belongs to a placed word bracketed so a proofreader
      * (or the reader, in the back of the book) can see the solution.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > GRID-SIZE
               PERFORM BUILD-ANSWER-ROW-LINE
               WRITE SOLUTIONS-RECORD
           END-PERFORM
           IF PUZZLE-CLUE-MODE = 'Y'
               PERFORM PRINT-CLUE-ANSWERS
           END-IF.

      * A clue page's key also has to say which word each clue was
      * after - the grid brackets show where, this says what - in
      * the same numbering the bank printed.
       PRINT-CLUE-ANSWERS.
           MOVE SPACES TO SOLUTIONS-RECORD
           STRING 'PUZZLE ' PUZZLE-ID ' CLUE ANSWERS'
               DELIMITED BY SIZE INTO SOLUTIONS-RECORD
           WRITE SOLUTIONS-RECORD
           MOVE 0 TO CLUE-SEQ
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WORD-COUNT
               IF WE-PLACED (I) = 'Y'
                   ADD 1 TO CLUE-SEQ
                   MOVE SPACES TO SOLUTIONS-RECORD
                   STRING '  ' CLUE-SEQ '. '
                       FUNCTION TRIM (WE-CLUE (I))
                       ' - ' FUNCTION UPPER-CASE (WE-TEXT (I))
                       DELIMITED BY SIZE INTO SOLUTIONS-RECORD
                   WRITE SOLUTIONS-RECORD
               END-IF
           END-PERFORM.

       BUILD-ANSWER-ROW-LINE.
                   MOVE PUZZLE-ID TO TSB-PUZZLE-ID
                   MOVE TS-SEQ TO TSB-SEQ
                   MOVE WE-TEXT (I) TO TSB-TEXT
                   MOVE WE-CLUE (I) TO TSB-CLUE
                   WRITE TYPESET-RECORD FROM TS-BANK-REC
               END-IF
           END-PERFORM
       WRITE-PUZZLE-ARCHIVE.
           IF ARCHIVE-READY = 'Y'
               COMPUTE ARC-GROUP-START = ARCHIVE-REC-COUNT + 1
               PERFORM BUILD-ARCHIVE-HEADER
               WRITE ARCHIVE-RECORD FROM ARC-HEADER-REC
               ADD 1 TO ARCHIVE-REC-COUNT
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > GRID-SIZE
                   PERFORM BUILD-ARCHIVE-GRID-ROW
                   WRITE ARCHIVE-RECORD FROM ARC-GRID-REC
                   ADD 1 TO ARCHIVE-REC-COUNT
               END-PERFORM
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WORD-COUNT
                   PERFORM BUILD-ARCHIVE-WORD
                   WRITE ARCHIVE-RECORD FROM ARC-WORD-REC
                   ADD 1 TO ARCHIVE-REC-COUNT
               END-PERFORM
               END-IF
           END-IF.

      * The H, G and W images are built here once for both places a
      * finished puzzle is written in archive layout - the archive
      * itself and the near-duplicate hold file.
       BUILD-ARCHIVE-HEADER.
           MOVE 'H' TO AH-TYPE
           MOVE PUZZLE-ID TO AH-PUZZLE-ID
           MOVE GRID-SIZE TO AH-GRID-SIZE
           MOVE WORD-COUNT TO AH-WORD-COUNT
           MOVE WORDS-PLACED-COUNT TO AH-WORDS-PLACED
           MOVE CURRENT-DATE-TIME (1:14) TO AH-RUN-STAMP
           MOVE WORD-LIST-FILENAME TO AH-WORD-LIST-FILE
           MOVE PUZZLE-DIFFICULTY TO AH-DIFFICULTY
           MOVE DIFF-RATING TO AH-RATING
           MOVE PUZZLE-SEED TO AH-SEED
           MOVE PUZZLE-CLUE-MODE TO AH-CLUE-MODE.

       BUILD-ARCHIVE-GRID-ROW.
           MOVE 'G' TO AG-TYPE
           MOVE PUZZLE-ID TO AG-PUZZLE-ID
           MOVE I TO AG-ROW-NUM
           MOVE GRID-ROW (I) TO AG-ROW-TEXT.

       BUILD-ARCHIVE-WORD.
           MOVE 'W' TO AW-TYPE
           MOVE PUZZLE-ID TO AW-PUZZLE-ID
           MOVE I TO AW-SEQ
           MOVE WE-TEXT (I) TO AW-TEXT
           MOVE WE-CLUE (I) TO AW-CLUE
           IF WE-PLACED (I) = 'Y'
               MOVE WE-LENGTH (I) TO AW-LENGTH
               MOVE WE-ROW-START (I) TO AW-ROW-START
               MOVE WE-COL-START (I) TO AW-COL-START
               MOVE WE-ROW-DELTA (I) TO AW-ROW-DELTA
               MOVE WE-COL-DELTA (I) TO AW-COL-DELTA
               MOVE 'Y' TO AW-PLACED
           ELSE
               MOVE 0 TO AW-LENGTH
               MOVE 0 TO AW-ROW-START
               MOVE 0 TO AW-COL-START
               MOVE 0 TO AW-ROW-DELTA
               MOVE 0 TO AW-COL-DELTA
               MOVE 'N' TO AW-PLACED
           END-IF.

      * An archive without its index is still whole - reprints fall
      * back to the full scan - so this is an exception, not a stop.
       RECORD-INDEX-OPEN-FAILURE.
               DELIMITED BY SIZE INTO EXCEPTIONS-RECORD
           PERFORM WRITE-EXCEPTION-LINE.

      * Written for held puzzles too - the layout effort was spent
      * either way, and the tuning report wants every card the
      * generator worked on. The elapsed figure stops at the rating,
      * so report and file I/O never pad the layout cost.
       WRITE-GENERATION-STATS.
           IF GEN-STATS-READY = 'Y'
               IF GEN-END-HSEC < GEN-START-HSEC
                   ADD 8640000 TO GEN-END-HSEC
               END-IF
               MOVE SPACES TO GEN-STATS-RECORD
               MOVE PUZZLE-ID TO GSR-PUZZLE-ID
               MOVE CURRENT-DATE-TIME (1:14) TO GSR-RUN-STAMP
               MOVE GRID-SIZE TO GSR-GRID-SIZE
               MOVE PUZZLE-DIFFICULTY TO GSR-DIFFICULTY
               MOVE PUZZLE-THEME TO GSR-THEME
               MOVE MASK-FILENAME TO GSR-MASK-FILE
               MOVE WORD-COUNT TO GSR-WORD-COUNT
               MOVE WORDS-PLACED-COUNT TO GSR-WORDS-PLACED
               MOVE PUZZLE-RANDOM-TRIES TO GSR-RANDOM-TRIES
               MOVE PUZZLE-EXHAUSTIVE TO GSR-EXHAUSTIVE-WORDS
               MOVE PUZZLE-UNPLACED TO GSR-UNPLACED-WORDS
               MOVE SCREEN-PASS TO GSR-SCREEN-PASSES
               MOVE PUZZLE-SCREEN-OUT TO GSR-SCREEN-EXHAUSTED
               MOVE PUZZLE-SPANS-REROLLED TO GSR-SPANS-REROLLED
               MOVE MESSAGE-SCREEN-HIT TO GSR-MESSAGE-HIT
               MOVE CROSSING-COUNT TO GSR-CROSSINGS
               COMPUTE GSR-ELAPSED = GEN-END-HSEC - GEN-START-HSEC
               IF PUZZLE-HELD = 'Y'
                   MOVE 'H' TO GSR-OUTCOME
               ELSE
                   MOVE 'P' TO GSR-OUTCOME
               END-IF
               MOVE PUZZLE-SEED TO GSR-SEED
               WRITE GEN-STATS-RECORD
           END-IF.

      * Losing the effort log never stops the puzzles going out.
       RECORD-STATS-OPEN-FAILURE.
           MOVE SPACES TO EXCEPTIONS-RECORD
           STRING 'GENERATION STATISTICS GENSTATS.DAT COULD NOT BE'
               ' OPENED, STATUS ' GEN-STATS-STATUS
               ' - THIS RUN WILL BE MISSING FROM THE TUNING REPORT'
               DELIMITED BY SIZE INTO EXCEPTIONS-RECORD
           PERFORM WRITE-EXCEPTION-LINE.

      * Compares this puzzle's placed words with each collected
      * earlier puzzle. The overlap is the share of THIS puzzle's
      * placed words the earlier one also carried, so a small page
      * lifted whole out of a big one counts as the repeat it is. A
      * rerun under the same puzzle ID replaces that page rather than
      * repeating it, so its own earlier archive group is passed over.
       CHECK-NEAR-DUPLICATE.
           MOVE 'N' TO PUZZLE-HELD
           IF DUP-GUARD-ACTIVE = 'Y' AND WORDS-PLACED-COUNT > 0
               PERFORM VARYING RX FROM 1 BY 1
                       UNTIL RX > RECENT-PUZZLE-COUNT
                   MOVE 0 TO RP-SHARED (RX)
                   MOVE 0 TO RP-PERCENT (RX)
                   MOVE 'N' TO RP-OVER-LIMIT (RX)
                   IF RP-PUZZLE-ID (RX) NOT = PUZZLE-ID
                       PERFORM COUNT-SHARED-WORDS
                       COMPUTE RP-PERCENT (RX) =
                           RP-SHARED (RX) * 100 / WORDS-PLACED-COUNT
                       IF RP-PERCENT (RX) > DUP-OVERLAP-LIMIT
                           MOVE 'Y' TO RP-OVER-LIMIT (RX)
                           MOVE 'Y' TO PUZZLE-HELD
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       COUNT-SHARED-WORDS.
           COMPUTE RW-LAST = RP-FIRST-WORD (RX) + RP-WORD-TOTAL (RX) - 1
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WORD-COUNT
               IF WE-PLACED (I) = 'Y'
                   MOVE FUNCTION LOWER-CASE (WE-TEXT (I)) TO DUP-WORD
                   MOVE 'N' TO DUP-WORD-FOUND
                   PERFORM VARYING RW FROM RP-FIRST-WORD (RX) BY 1
                           UNTIL RW > RW-LAST OR DUP-WORD-FOUND = 'Y'
                       IF RW-TEXT (RW) = DUP-WORD
                           MOVE 'Y' TO DUP-WORD-FOUND
                       END-IF
                   END-PERFORM
                   IF DUP-WORD-FOUND = 'Y'
                       ADD 1 TO RP-SHARED (RX)
                   END-IF
               END-IF
           END-PERFORM.

      * The held page goes to PUZZHOLD.DAT and nowhere else - not the
      * book, the answer keys, the typesetter, the audit, the archive
      * or the usage ledger - so nothing downstream can ship it. The
      * exception report names every earlier puzzle it overlapped
      * past the limit, and the run ends at 8: a page the batch asked
      * for is missing until the desk replaces or releases it.
       WRITE-HELD-PUZZLE.
           PERFORM BUILD-ARCHIVE-HEADER
           WRITE HOLD-RECORD FROM ARC-HEADER-REC
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > GRID-SIZE
               PERFORM BUILD-ARCHIVE-GRID-ROW
               WRITE HOLD-RECORD FROM ARC-GRID-REC
           END-PERFORM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WORD-COUNT
               PERFORM BUILD-ARCHIVE-WORD
               WRITE HOLD-RECORD FROM ARC-WORD-REC
           END-PERFORM
           MOVE SPACES TO EXCEPTIONS-RECORD
           STRING 'PUZZLE ' PUZZLE-ID
               ' HELD AS A NEAR-DUPLICATE - NOT PRINTED, WRITTEN TO'
               ' PUZZHOLD.DAT'
               DELIMITED BY SIZE INTO EXCEPTIONS-RECORD
           PERFORM WRITE-EXCEPTION-LINE
           PERFORM VARYING RX FROM 1 BY 1
                   UNTIL RX > RECENT-PUZZLE-COUNT
               IF RP-OVER-LIMIT (RX) = 'Y'
                   PERFORM WRITE-HELD-OVERLAP
               END-IF
           END-PERFORM
           MOVE 'T' TO AT-TYPE
           MOVE PUZZLE-ID TO AT-PUZZLE-ID
           WRITE HOLD-RECORD FROM ARC-TRAILER-REC
           IF RUN-SEVERITY < 8
               MOVE 8 TO RUN-SEVERITY
           END-IF.

       WRITE-HELD-OVERLAP.
           MOVE 'O' TO HO-TYPE
           MOVE PUZZLE-ID TO HO-PUZZLE-ID
           MOVE RP-PUZZLE-ID (RX) TO HO-EARLIER-ID
           MOVE RP-RUN-DATE (RX) TO HO-EARLIER-DATE
           MOVE RP-SHARED (RX) TO HO-SHARED
           MOVE WORDS-PLACED-COUNT TO HO-PLACED
           MOVE RP-PERCENT (RX) TO HO-PERCENT
           WRITE HOLD-RECORD FROM HOLD-OVERLAP-REC
           MOVE SPACES TO EXCEPTIONS-RECORD
           STRING 'PUZZLE ' PUZZLE-ID ' SHARES ' RP-SHARED (RX)
               ' OF ' WORDS-PLACED-COUNT ' PLACED WORDS ('
               RP-PERCENT (RX) '%) WITH ' RP-PUZZLE-ID (RX)
               ' OF ' RP-RUN-DATE (RX) ' - LIMIT ' DUP-OVERLAP-LIMIT
               '%'
               DELIMITED BY SIZE INTO EXCEPTIONS-RECORD
           PERFORM WRITE-EXCEPTION-LINE.

      * A puzzle that went out joins the comparison set, so a later
      * card in this same batch cannot repeat it either.
       REMEMBER-RECENT-PUZZLE.
           IF DUP-GUARD-ACTIVE = 'Y'
               MOVE RECENT-WORDS-KEPT TO RECENT-WORD-COUNT
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WORD-COUNT
                   IF WE-PLACED (I) = 'Y'
                       MOVE FUNCTION LOWER-CASE (WE-TEXT (I))
                           TO DUP-WORD
                       PERFORM ADD-RECENT-WORD
                   END-IF
               END-PERFORM
               MOVE PUZZLE-ID TO PENDING-ID
               MOVE CURRENT-DATE-TIME (1:8) TO PENDING-DATE
               PERFORM ADD-RECENT-PUZZLE
               MOVE RECENT-WORDS-KEPT TO RECENT-WORD-COUNT
           END-IF.

      * One ledger line per word that made it onto the grid. A seeded
      * card is a reproduction of a page already counted when it first
      * went out, so - as with the master's last-used stamp - it
      * leaves the ledger alone.
       WRITE-USAGE-HISTORY.
           IF USAGE-HISTORY-READY = 'Y' AND SEED-FROM-CARD = 'N'
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WORD-COUNT
                   IF WE-PLACED (I) = 'Y'
                       MOVE SPACES TO USAGE-HISTORY-RECORD
                       MOVE WE-TEXT (I) TO UHR-WORD
                       MOVE PUZZLE-ID TO UHR-PUZZLE-ID
                       MOVE CURRENT-DATE-TIME (1:8) TO UHR-RUN-DATE
                       IF SELECTED-MASTER-IX (I) > 0
                           MOVE WM-THEME (SELECTED-MASTER-IX (I))
                               TO UHR-THEME
                           MOVE 'T' TO UHR-SOURCE
                       ELSE
                           MOVE 'L' TO UHR-SOURCE
                       END-IF
                       WRITE USAGE-HISTORY-RECORD
                   END-IF
               END-PERFORM
           END-IF.

      * The puzzles still go out without the ledger; the wear report
      * just undercounts this run, which the exception line explains.
       RECORD-USAGE-OPEN-FAILURE.
           MOVE SPACES TO EXCEPTIONS-RECORD
           STRING 'USAGE HISTORY USAGEHST.DAT COULD NOT BE OPENED,'
               ' STATUS ' USAGE-HISTORY-STATUS
               ' - WORDS USED THIS RUN WILL NOT BE LEDGERED'
               DELIMITED BY SIZE INTO EXCEPTIONS-RECORD
           PERFORM WRITE-EXCEPTION-LINE.

       MARK-ANSWER-CELLS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WORD-COUNT
               IF WE-PLACED (I) = 'Y'
