       IDENTIFICATION DIVISION.
       PROGRAM-ID. Contest.
       AUTHOR. OpenAI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTEST-ENTRY-FILE ASSIGN TO "CONTEST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CONTEST-ENTRY-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "PUZZARCH.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.
           SELECT ARCHIVE-INDEX-FILE ASSIGN TO "PUZZIDX.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-INDEX-STATUS.
           SELECT CONTEST-REPORT-FILE ASSIGN TO "CONTEST.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * One record per find the reader mailed in: who sent it, which
      * puzzle it is for, the word, and the start and end cells as
      * row and column numbers counted from 1 at the top left - the
      * same numbering the answer key's rows and columns run in. All
      * the finds one entrant sent for one puzzle make up that
      * entrant's entry, in whatever order the clerks keyed them.
       FD CONTEST-ENTRY-FILE.
       01 CONTEST-ENTRY-RECORD.
           05 CEN-ENTRANT          PIC X(10).
           05 CEN-PUZZLE-ID        PIC X(10).
           05 CEN-WORD             PIC X(20).
           05 CEN-CELLS            PIC X(08).

      * Same record layout the generator's WRITE-PUZZLE-ARCHIVE
      * produces - H header, G grid row, W word entry, T trailer.
       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD           PIC X(120).

      * One entry per archived group, written by the generator as it
      * archives: puzzle ID, run stamp, and the 1-based record range
      * (H through T) the group occupies in PUZZARCH.DAT.
       FD ARCHIVE-INDEX-FILE.
       01 ARCHIVE-INDEX-RECORD.
           05 IX-PUZZLE-ID         PIC X(10).
           05 IX-RUN-STAMP         PIC X(14).
           05 IX-START-REC         PIC 9(07).
           05 IX-END-REC           PIC 9(07).

       FD CONTEST-REPORT-FILE.
       01 CONTEST-REPORT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.
       01 CONTEST-ENTRY-STATUS PIC X(02).
       01 ARCHIVE-STATUS    PIC X(02).
       01 ARCHIVE-INDEX-STATUS PIC X(02).
       01 FILE-EOF          PIC X(01).

       01 ARC-TYPE-CODE     PIC X(01).
       01 ARC-HEADER-REC.
           05 AH-TYPE           PIC X(01).
           05 AH-PUZZLE-ID      PIC X(10).
           05 AH-GRID-SIZE      PIC 9(02).
           05 AH-WORD-COUNT     PIC 9(02).
           05 AH-WORDS-PLACED   PIC 9(02).
           05 AH-RUN-STAMP      PIC X(14).
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

      * Every find on the contest file, held for grading. The cells
      * are kept as keyed so a mistyped cell can be shown back on
      * the reject list exactly as the clerk entered it. The verdict
      * is C correct, W wrong, D a repeat of a word already credited
      * on this entry (scored as wrong), R rejected ungraded.
       01 FIND-COUNT        PIC 9(04) VALUE 0.
       01 FIND-TABLE.
           05 FIND-ENTRY OCCURS 5000 TIMES.
               10 FD-ENTRY-IX   PIC 9(04).
               10 FD-WORD       PIC X(20).
               10 FD-CELLS.
                   15 FD-START-ROW PIC 9(02).
                   15 FD-START-COL PIC 9(02).
                   15 FD-END-ROW   PIC 9(02).
                   15 FD-END-COL   PIC 9(02).
               10 FD-CELLS-X REDEFINES FD-CELLS PIC X(08).
               10 FD-VERDICT    PIC X(01).
               10 FD-REASON     PIC X(30).
       01 FX                PIC 9(04).

      * One entry per entrant and puzzle, with the grade it earned.
      * ENTRY-ORDER lists the entries sorted by entrant then puzzle
      * for the register.
       01 ENTRY-COUNT       PIC 9(04) VALUE 0.
       01 ENTRY-TABLE.
           05 CONTEST-ENTRY OCCURS 1000 TIMES.
               10 EN-ENTRANT    PIC X(10).
               10 EN-PUZZLE-ID  PIC X(10).
               10 EN-PUZZLE-IX  PIC 9(03).
               10 EN-CORRECT    PIC 9(03).
               10 EN-WRONG      PIC 9(03).
               10 EN-MISSING    PIC 9(03).
               10 EN-REJECTED   PIC 9(03).
               10 EN-RANKED     PIC X(01).
       01 ENTRY-ORDER-TABLE.
           05 ENTRY-ORDER OCCURS 1000 TIMES PIC 9(04).
       01 EX                PIC 9(04).
       01 EY                PIC 9(04).
       01 OX                PIC 9(04).
       01 ORDER-HOLD        PIC 9(04).
       01 TABLES-OVERFLOW   PIC X(01) VALUE 'N'.

      * The puzzles the contest file names, each with its placed
      * words as archived. The index gives each one's record range;
      * a puzzle the index doesn't know is looked for by a full scan
      * before it can be called unknown. A puzzle archived more than
      * once is graded against its latest group, the same rule the
      * archive housekeeping applies.
       01 PUZZLE-COUNT      PIC 9(03) VALUE 0.
       01 PUZZLE-TABLE.
           05 PUZZLE-ENTRY OCCURS 100 TIMES.
               10 PZ-PUZZLE-ID  PIC X(10).
               10 PZ-IN-INDEX   PIC X(01).
               10 PZ-START-REC  PIC 9(07).
               10 PZ-END-REC    PIC 9(07).
               10 PZ-FOUND      PIC X(01).
               10 PZ-GRID-SIZE  PIC 9(02).
               10 PZ-WORD-COUNT PIC 9(02).
               10 PZ-RUN-STAMP  PIC X(14).
               10 PZ-ENTRIES    PIC 9(04).
       01 PUZZLE-WORD-TABLE.
           05 PUZZLE-WORDS OCCURS 100 TIMES.
               10 PUZZLE-WORD OCCURS 50 TIMES.
                   15 PW-TEXT       PIC X(20).
                   15 PW-START-ROW  PIC 9(02).
                   15 PW-START-COL  PIC 9(02).
                   15 PW-END-ROW    PIC 9(02).
                   15 PW-END-COL    PIC 9(02).
       01 PX                PIC 9(03).
       01 WX                PIC 9(02).

      * The indexed fetch walks the wanted groups in archive order,
      * so the archive is read once, front to back, and no further
      * than the last wanted record.
       01 FETCH-ORDER-COUNT PIC 9(03) VALUE 0.
       01 FETCH-ORDER-TABLE.
           05 FETCH-ORDER OCCURS 100 TIMES PIC 9(03).
       01 FETCH-HOLD        PIC 9(03).
       01 QX                PIC 9(03).
       01 QY                PIC 9(03).
       01 INDEX-USABLE      PIC X(01) VALUE 'N'.
       01 RECORD-NUMBER     PIC 9(07).
       01 LAST-WANTED-END   PIC 9(07) VALUE 0.
       01 UNINDEXED-COUNT   PIC 9(03).

      * The group being collected off the archive. It only goes into
      * the puzzle table when its trailer arrives, so a torn group is
      * never graded against.
       01 STAGE-PX          PIC 9(03) VALUE 0.
       01 STAGE-GRID-SIZE   PIC 9(02).
       01 STAGE-WORD-COUNT  PIC 9(02).
       01 STAGE-RUN-STAMP   PIC X(14).
       01 STAGE-WORD-TABLE.
           05 STAGE-WORD OCCURS 50 TIMES.
               10 SW-TEXT       PIC X(20).
               10 SW-START-ROW  PIC 9(02).
               10 SW-START-COL  PIC 9(02).
               10 SW-END-ROW    PIC 9(02).
               10 SW-END-COL    PIC 9(02).
       01 END-ROW           PIC S9(03).
       01 END-COL           PIC S9(03).

      * Grading one find. CREDITED marks the entry's bank words
      * already found, so a word sent in twice is only paid once.
       01 CREDITED-TABLE.
           05 CREDITED OCCURS 50 TIMES PIC X(01).
       01 MATCH-WX          PIC 9(02).
       01 SAW-REPEAT        PIC X(01).
       01 CELLS-BAD         PIC X(01).

      * Leader list bookkeeping.
       01 BEST-EX           PIC 9(04).
       01 RANK-POSITION     PIC 9(04).
       01 RANK-SHOWN        PIC 9(04).
       01 PREV-CORRECT      PIC 9(03).
       01 PREV-WRONG        PIC 9(03).
       01 VERDICT-TEXT      PIC X(09).
       01 REJECT-LINES      PIC 9(04) VALUE 0.

       01 CONTEST-SEVERITY  PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.

       BEGIN.
           OPEN OUTPUT CONTEST-REPORT-FILE
           PERFORM LOAD-CONTEST-ENTRIES
           IF CONTEST-SEVERITY < 8
               PERFORM LOAD-ARCHIVE-INDEX
               IF INDEX-USABLE = 'Y'
                   PERFORM FETCH-INDEXED-GROUPS
               END-IF
               IF CONTEST-SEVERITY < 8
                   PERFORM SCAN-FOR-UNINDEXED-PUZZLES
               END-IF
           END-IF
           IF CONTEST-SEVERITY < 8
               PERFORM GRADE-ALL-ENTRIES
               PERFORM PRINT-ENTRANT-REGISTER
               PERFORM PRINT-LEADER-LISTS
               PERFORM PRINT-REJECT-LIST
           END-IF
           CLOSE CONTEST-REPORT-FILE
           MOVE CONTEST-SEVERITY TO RETURN-CODE
           STOP RUN.

      * A contest file bigger than the tables hold is refused whole
      * rather than graded in part - a reader whose finds fell off
      * the end would read as having scored nothing.
       LOAD-CONTEST-ENTRIES.
           OPEN INPUT CONTEST-ENTRY-FILE
           IF CONTEST-ENTRY-STATUS = '00'
               MOVE 'N' TO FILE-EOF
               PERFORM UNTIL FILE-EOF = 'Y'
                   READ CONTEST-ENTRY-FILE
                       AT END
                           MOVE 'Y' TO FILE-EOF
                       NOT AT END
                           IF CONTEST-ENTRY-RECORD NOT = SPACES
                               PERFORM STORE-ONE-FIND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTEST-ENTRY-FILE
               IF TABLES-OVERFLOW = 'Y'
                   MOVE SPACES TO CONTEST-REPORT-RECORD
                   STRING 'CONTEST FILE CONTEST.DAT IS OVER 5000 FINDS,'
                       ' 1000 ENTRIES OR 100 PUZZLES - SPLIT THE FILE'
                       ' AND RERUN'
                       DELIMITED BY SIZE INTO CONTEST-REPORT-RECORD
                   WRITE CONTEST-REPORT-RECORD
                   MOVE 8 TO CONTEST-SEVERITY
               END-IF
               IF FIND-COUNT = 0 AND CONTEST-SEVERITY < 8
                   MOVE SPACES TO CONTEST-REPORT-RECORD
                   STRING 'NO ENTRIES ON CONTEST.DAT - NOTHING TO GRADE'
                       DELIMITED BY SIZE INTO CONTEST-REPORT-RECORD
                   WRITE CONTEST-REPORT-RECORD
                   MOVE 8 TO CONTEST-SEVERITY
               END-IF
           ELSE
               MOVE SPACES TO CONTEST-REPORT-RECORD
               STRING 'CONTEST FILE CONTEST.DAT COULD NOT BE OPENED,'
                   ' STATUS ' CONTEST-ENTRY-STATUS
                   DELIMITED BY SIZE INTO CONTEST-REPORT-RECORD
               WRITE CONTEST-REPORT-RECORD
               MOVE 8 TO CONTEST-SEVERITY
           END-IF.

      * A find with no entrant or no puzzle ID belongs to no entry;
      * it goes straight onto the reject list.
       STORE-ONE-FIND.
           IF FIND-COUNT >= 5000
               MOVE 'Y' TO TABLES-OVERFLOW
           ELSE
               ADD 1 TO FIND-COUNT
               MOVE 0 TO FD-ENTRY-IX (FIND-COUNT)
               MOVE FUNCTION LOWER-CASE (FUNCTION TRIM (CEN-WORD))
                   TO FD-WORD (FIND-COUNT)
               MOVE CEN-CELLS TO FD-CELLS-X (FIND-COUNT)
               MOVE SPACE TO FD-VERDICT (FIND-COUNT)
               MOVE SPACES TO FD-REASON (FIND-COUNT)
               IF CEN-ENTRANT = SPACES OR CEN-PUZZLE-ID = SPACES
                   MOVE 'R' TO FD-VERDICT (FIND-COUNT)
                   MOVE 'ENTRANT OR PUZZLE ID MISSING'
                       TO FD-REASON (FIND-COUNT)
               ELSE
                   PERFORM FIND-OR-ADD-ENTRY
                   MOVE EX TO FD-ENTRY-IX (FIND-COUNT)
               END-IF
           END-IF.

       FIND-OR-ADD-ENTRY.
           MOVE 0 TO EY
           PERFORM VARYING EX FROM 1 BY 1 UNTIL EX > ENTRY-COUNT
               IF EN-ENTRANT (EX) = CEN-ENTRANT
                       AND EN-PUZZLE-ID (EX) = CEN-PUZZLE-ID
                   MOVE EX TO EY
               END-IF
           END-PERFORM
           IF EY = 0
               IF ENTRY-COUNT >= 1000
                   MOVE 'Y' TO TABLES-OVERFLOW
               ELSE
                   ADD 1 TO ENTRY-COUNT
                   MOVE ENTRY-COUNT TO EY
                   MOVE CEN-ENTRANT TO EN-ENTRANT (EY)
                   MOVE CEN-PUZZLE-ID TO EN-PUZZLE-ID (EY)
                   MOVE 0 TO EN-CORRECT (EY)
                   MOVE 0 TO EN-WRONG (EY)
                   MOVE 0 TO EN-MISSING (EY)
                   MOVE 0 TO EN-REJECTED (EY)
                   MOVE 'N' TO EN-RANKED (EY)
                   PERFORM FIND-OR-ADD-PUZZLE
                   MOVE PX TO EN-PUZZLE-IX (EY)
               END-IF
           END-IF
           MOVE EY TO EX.

       FIND-OR-ADD-PUZZLE.
           MOVE 0 TO QX
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PUZZLE-COUNT
               IF PZ-PUZZLE-ID (PX) = CEN-PUZZLE-ID
                   MOVE PX TO QX
               END-IF
           END-PERFORM
           IF QX = 0
               IF PUZZLE-COUNT >= 100
                   MOVE 'Y' TO TABLES-OVERFLOW
                   MOVE 1 TO QX
               ELSE
                   ADD 1 TO PUZZLE-COUNT
                   MOVE PUZZLE-COUNT TO QX
                   MOVE CEN-PUZZLE-ID TO PZ-PUZZLE-ID (QX)
                   MOVE 'N' TO PZ-IN-INDEX (QX)
                   MOVE 0 TO PZ-START-REC (QX)
                   MOVE 0 TO PZ-END-REC (QX)
                   MOVE 'N' TO PZ-FOUND (QX)
                   MOVE 0 TO PZ-GRID-SIZE (QX)
                   MOVE 0 TO PZ-WORD-COUNT (QX)
                   MOVE 0 TO PZ-ENTRIES (QX)
               END-IF
           END-IF
           MOVE QX TO PX.

      * Every index entry for a named puzzle is kept, later over
      * earlier, so each puzzle ends up pointing at its latest group.
       LOAD-ARCHIVE-INDEX.
           OPEN INPUT ARCHIVE-INDEX-FILE
           IF ARCHIVE-INDEX-STATUS = '00'
               MOVE 'Y' TO INDEX-USABLE
               MOVE 'N' TO FILE-EOF
               PERFORM UNTIL FILE-EOF = 'Y'
                   READ ARCHIVE-INDEX-FILE
                       AT END
                           MOVE 'Y' TO FILE-EOF
                       NOT AT END
                           PERFORM TEST-INDEX-ENTRY
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-INDEX-FILE
           ELSE
               MOVE SPACES TO CONTEST-REPORT-RECORD
               STRING 'ARCHIVE INDEX PUZZIDX.DAT NOT AVAILABLE,'
                   ' STATUS ' ARCHIVE-INDEX-STATUS
                   ' - FULL ARCHIVE SCAN'
                   DELIMITED BY SIZE INTO CONTEST-REPORT-RECORD
               WRITE CONTEST-REPORT-RECORD
           END-IF.

       TEST-INDEX-ENTRY.
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PUZZLE-COUNT
               IF IX-PUZZLE-ID = PZ-PUZZLE-ID (PX)
                   MOVE 'Y' TO PZ-IN-INDEX (PX)
                   MOVE IX-START-REC TO PZ-START-REC (PX)
                   MOVE IX-END-REC TO PZ-END-REC (PX)
               END-IF
           END-PERFORM.

      * The indexed groups go into start-record order and the archive
      * is read once: records are only counted until the next wanted
      * group's range arrives. A range that does not open on that
      * puzzle's own header means the index no longer describes this
      * archive - a loud stop, never a grade against the wrong page.
       FETCH-INDEXED-GROUPS.
           MOVE 0 TO FETCH-ORDER-COUNT
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PUZZLE-COUNT
               IF PZ-IN-INDEX (PX) = 'Y'
                   ADD 1 TO FETCH-ORDER-COUNT
                   MOVE PX TO FETCH-ORDER (FETCH-ORDER-COUNT)
                   IF PZ-END-REC (PX) > LAST-WANTED-END
                       MOVE PZ-END-REC (PX) TO LAST-WANTED-END
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING QX FROM 1 BY 1 UNTIL QX > FETCH-ORDER-COUNT
               PERFORM VARYING QY FROM QX BY 1
                       UNTIL QY > FETCH-ORDER-COUNT
                   IF PZ-START-REC (FETCH-ORDER (QY))
                           < PZ-START-REC (FETCH-ORDER (QX))
                       MOVE FETCH-ORDER (QX) TO FETCH-HOLD
                       MOVE FETCH-ORDER (QY) TO FETCH-ORDER (QX)
                       MOVE FETCH-HOLD TO FETCH-ORDER (QY)
                   END-IF
               END-PERFORM
           END-PERFORM
           IF FETCH-ORDER-COUNT > 0
               OPEN INPUT ARCHIVE-FILE
               IF ARCHIVE-STATUS NOT = '00'
                   PERFORM RECORD-ARCHIVE-OPEN-FAILURE
               ELSE
                   MOVE 0 TO RECORD-NUMBER
                   MOVE 1 TO QX
                   MOVE 0 TO STAGE-PX
                   MOVE 'N' TO FILE-EOF
                   PERFORM UNTIL FILE-EOF = 'Y'
                           OR RECORD-NUMBER >= LAST-WANTED-END
                       READ ARCHIVE-FILE
                           AT END
                               MOVE 'Y' TO FILE-EOF
                           NOT AT END
                               ADD 1 TO RECORD-NUMBER
                               PERFORM FETCH-ONE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-FILE
                   IF FILE-EOF = 'Y' AND CONTEST-SEVERITY < 8
                           AND RECORD-NUMBER < LAST-WANTED-END
                       PERFORM RECORD-STALE-INDEX
                   END-IF
               END-IF
           END-IF.

       FETCH-ONE-RECORD.
           IF QX <= FETCH-ORDER-COUNT
                   AND RECORD-NUMBER = PZ-START-REC (FETCH-ORDER (QX))
               MOVE ARCHIVE-RECORD TO ARC-HEADER-REC
               IF AH-TYPE = 'H'
                       AND AH-PUZZLE-ID
                           = PZ-PUZZLE-ID (FETCH-ORDER (QX))
                   MOVE FETCH-ORDER (QX) TO STAGE-PX
                   PERFORM START-STAGED-GROUP
               ELSE
                   PERFORM RECORD-STALE-INDEX
                   MOVE 'Y' TO FILE-EOF
               END-IF
           ELSE
               IF STAGE-PX > 0
                   PERFORM APPLY-STAGED-RECORD
               END-IF
           END-IF
           IF QX <= FETCH-ORDER-COUNT AND FILE-EOF = 'N'
                   AND RECORD-NUMBER = PZ-END-REC (FETCH-ORDER (QX))
               IF STAGE-PX = 0
                       OR ARCHIVE-RECORD (1:1) NOT = 'T'
                   PERFORM RECORD-STALE-INDEX
                   MOVE 'Y' TO FILE-EOF
               END-IF
               MOVE 0 TO STAGE-PX
               ADD 1 TO QX
           END-IF.

       RECORD-STALE-INDEX.
           MOVE SPACES TO CONTEST-REPORT-RECORD
           STRING 'INDEX PUZZIDX.DAT DOES NOT MATCH PUZZARCH.DAT AT'
               ' RECORD ' RECORD-NUMBER
               ' - REBUILD PUZZIDX.DAT AND RERUN; NOTHING GRADED'
               DELIMITED BY SIZE INTO CONTEST-REPORT-RECORD
           WRITE CONTEST-REPORT-RECORD
           MOVE 8 TO CONTEST-SEVERITY.

       RECORD-ARCHIVE-OPEN-FAILURE.
           MOVE SPACES TO CONTEST-REPORT-RECORD
           STRING 'ARCHIVE PUZZARCH.DAT COULD NOT BE OPENED,'
               ' STATUS ' ARCHIVE-STATUS ' - NOTHING GRADED'
               DELIMITED BY SIZE INTO CONTEST-REPORT-RECORD
           WRITE CONTEST-REPORT-RECORD
           MOVE 8 TO CONTEST-SEVERITY.

      * The second look: any named puzzle the index had no entry for
      * is hunted through the whole archive - the generator archives
      * even when its index write fails, and an entrant must not be
      * turned away over a missing index line. Later clean groups
      * replace earlier ones, as on the indexed path.
       SCAN-FOR-UNINDEXED-PUZZLES.
           MOVE 0 TO UNINDEXED-COUNT
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PUZZLE-COUNT
               IF PZ-IN-INDEX (PX) = 'N'
                   ADD 1 TO UNINDEXED-COUNT
               END-IF
           END-PERFORM
           IF UNINDEXED-COUNT > 0
               OPEN INPUT ARCHIVE-FILE
               IF ARCHIVE-STATUS NOT = '00'
                   PERFORM RECORD-ARCHIVE-OPEN-FAILURE
               ELSE
                   MOVE 0 TO STAGE-PX
                   MOVE 'N' TO FILE-EOF
                   PERFORM UNTIL FILE-EOF = 'Y'
                       READ ARCHIVE-FILE
                           AT END
                               MOVE 'Y' TO FILE-EOF
                           NOT AT END
                               PERFORM SCAN-ONE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-FILE
               END-IF
           END-IF.

       SCAN-ONE-RECORD.
           IF ARCHIVE-RECORD (1:1) = 'H'
               MOVE ARCHIVE-RECORD TO ARC-HEADER-REC
               MOVE 0 TO STAGE-PX
               PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PUZZLE-COUNT
                   IF PZ-IN-INDEX (PX) = 'N'
                           AND PZ-PUZZLE-ID (PX) = AH-PUZZLE-ID
                       MOVE PX TO STAGE-PX
                   END-IF
               END-PERFORM
               IF STAGE-PX > 0
                   PERFORM START-STAGED-GROUP
               END-IF
           ELSE
               IF STAGE-PX > 0
                   PERFORM APPLY-STAGED-RECORD
                   IF ARCHIVE-RECORD (1:1) = 'T'
                       MOVE 0 TO STAGE-PX
                   END-IF
               END-IF
           END-IF.

       START-STAGED-GROUP.
           MOVE AH-GRID-SIZE TO STAGE-GRID-SIZE
           IF STAGE-GRID-SIZE > 30
               MOVE 30 TO STAGE-GRID-SIZE
           END-IF
           MOVE AH-RUN-STAMP TO STAGE-RUN-STAMP
           MOVE 0 TO STAGE-WORD-COUNT
           MOVE SPACES TO STAGE-WORD-TABLE.

      * Only placed words are gradeable - a word that failed to place
      * never reached the printed bank. The end cell is worked out
      * from the start cell, length and heading the way the answer
      * key brackets it.
       APPLY-STAGED-RECORD.
           MOVE ARCHIVE-RECORD (1:1) TO ARC-TYPE-CODE
           EVALUATE ARC-TYPE-CODE
               WHEN 'W'
                   MOVE ARCHIVE-RECORD TO ARC-WORD-REC
                   IF AW-PUZZLE-ID = PZ-PUZZLE-ID (STAGE-PX)
                           AND AW-PLACED = 'Y'
                           AND STAGE-WORD-COUNT < 50
                       ADD 1 TO STAGE-WORD-COUNT
                       MOVE AW-TEXT TO SW-TEXT (STAGE-WORD-COUNT)
                       MOVE AW-ROW-START
                           TO SW-START-ROW (STAGE-WORD-COUNT)
                       MOVE AW-COL-START
                           TO SW-START-COL (STAGE-WORD-COUNT)
                       COMPUTE END-ROW = AW-ROW-START
                           + ((AW-LENGTH - 1) * AW-ROW-DELTA)
                       COMPUTE END-COL = AW-COL-START
                           + ((AW-LENGTH - 1) * AW-COL-DELTA)
                       MOVE END-ROW TO SW-END-ROW (STAGE-WORD-COUNT)
                       MOVE END-COL TO SW-END-COL (STAGE-WORD-COUNT)
                   END-IF
               WHEN 'T'
                   IF ARCHIVE-RECORD (2:10) = PZ-PUZZLE-ID (STAGE-PX)
                       MOVE 'Y' TO PZ-FOUND (STAGE-PX)
                       MOVE STAGE-GRID-SIZE TO PZ-GRID-SIZE (STAGE-PX)
                       MOVE STAGE-WORD-COUNT
                           TO PZ-WORD-COUNT (STAGE-PX)
                       MOVE STAGE-RUN-STAMP TO PZ-RUN-STAMP (STAGE-PX)
                       MOVE STAGE-WORD-TABLE
                           TO PUZZLE-WORDS (STAGE-PX)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Entry by entry: an entry for a puzzle the archive does not
      * hold is rejected whole; otherwise each find is cell-checked
      * against the grid and then matched to the bank.
       GRADE-ALL-ENTRIES.
           PERFORM VARYING EX FROM 1 BY 1 UNTIL EX > ENTRY-COUNT
               MOVE EN-PUZZLE-IX (EX) TO PX
               MOVE ALL 'N' TO CREDITED-TABLE
               PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > FIND-COUNT
                   IF FD-ENTRY-IX (FX) = EX
                       PERFORM GRADE-ONE-FIND
                   END-IF
               END-PERFORM
               IF PZ-FOUND (PX) = 'Y'
                   ADD 1 TO PZ-ENTRIES (PX)
                   COMPUTE EN-MISSING (EX) =
                       PZ-WORD-COUNT (PX) - EN-CORRECT (EX)
               ELSE
                   MOVE 'Y' TO EN-RANKED (EX)
               END-IF
           END-PERFORM.

       GRADE-ONE-FIND.
           IF PZ-FOUND (PX) = 'N'
               MOVE 'R' TO FD-VERDICT (FX)
               MOVE 'UNKNOWN PUZZLE ID' TO FD-REASON (FX)
               ADD 1 TO EN-REJECTED (EX)
           ELSE
               PERFORM CHECK-FIND-CELLS
               IF CELLS-BAD = 'Y'
                   MOVE 'R' TO FD-VERDICT (FX)
                   MOVE 'CELL OFF THE GRID' TO FD-REASON (FX)
                   ADD 1 TO EN-REJECTED (EX)
               ELSE
                   PERFORM MATCH-FIND-TO-BANK
               END-IF
           END-IF.

       CHECK-FIND-CELLS.
           MOVE 'N' TO CELLS-BAD
           IF FD-CELLS-X (FX) IS NOT NUMERIC
               MOVE 'Y' TO CELLS-BAD
           ELSE
               IF FD-START-ROW (FX) < 1
                       OR FD-START-ROW (FX) > PZ-GRID-SIZE (PX)
                       OR FD-START-COL (FX) < 1
                       OR FD-START-COL (FX) > PZ-GRID-SIZE (PX)
                       OR FD-END-ROW (FX) < 1
                       OR FD-END-ROW (FX) > PZ-GRID-SIZE (PX)
                       OR FD-END-COL (FX) < 1
                       OR FD-END-COL (FX) > PZ-GRID-SIZE (PX)
                   MOVE 'Y' TO CELLS-BAD
               END-IF
           END-IF.

      * A find is good when the word is a bank word and its two cells
      * are that word's recorded ends, read either way round - a
      * reader who circles RANANAB from the B end has still found it.
      * Each bank occurrence pays once per entry.
       MATCH-FIND-TO-BANK.
           MOVE 0 TO MATCH-WX
           MOVE 'N' TO SAW-REPEAT
           PERFORM VARYING WX FROM 1 BY 1
                   UNTIL WX > PZ-WORD-COUNT (PX) OR MATCH-WX > 0
               IF PW-TEXT (PX, WX) = FD-WORD (FX)
                       AND ((FD-START-ROW (FX) = PW-START-ROW (PX, WX)
                           AND FD-START-COL (FX) = PW-START-COL (PX, WX)
                           AND FD-END-ROW (FX) = PW-END-ROW (PX, WX)
                           AND FD-END-COL (FX) = PW-END-COL (PX, WX))
                       OR (FD-START-ROW (FX) = PW-END-ROW (PX, WX)
                           AND FD-START-COL (FX) = PW-END-COL (PX, WX)
                           AND FD-END-ROW (FX) = PW-START-ROW (PX, WX)
                           AND FD-END-COL (FX) = PW-START-COL (PX, WX)))
                   IF CREDITED (WX) = 'Y'
                       MOVE 'Y' TO SAW-REPEAT
                   ELSE
                       MOVE WX TO MATCH-WX
                   END-IF
               END-IF
           END-PERFORM
           IF MATCH-WX > 0
               MOVE 'Y' TO CREDITED (MATCH-WX)
               MOVE 'C' TO FD-VERDICT (FX)
               ADD 1 TO EN-CORRECT (EX)
           ELSE
               IF SAW-REPEAT = 'Y'
                   MOVE 'D' TO FD-VERDICT (FX)
               ELSE
                   MOVE 'W' TO FD-VERDICT (FX)
               END-IF
               ADD 1 TO EN-WRONG (EX)
           END-IF.

      * The register: entrants in ID order, each graded entry with
      * every find's verdict and the entry's totals. Entries for
      * unknown puzzles appear on the reject list instead.
       PRINT-ENTRANT-REGISTER.
           PERFORM VARYING EX FROM 1 BY 1 UNTIL EX > ENTRY-COUNT
               MOVE EX TO ENTRY-ORDER (EX)
           END-PERFORM
           PERFORM VARYING EX FROM 1 BY 1 UNTIL EX > ENTRY-COUNT
               PERFORM VARYING EY FROM EX BY 1 UNTIL EY > ENTRY-COUNT
                   IF EN-ENTRANT (ENTRY-ORDER (EY))
                           < EN-ENTRANT (ENTRY-ORDER (EX))
                       OR (EN-ENTRANT (ENTRY-ORDER (EY))
                           = EN-ENTRANT (ENTRY-ORDER (EX))
                       AND EN-PUZZLE-ID (ENTRY-ORDER (EY))
                           < EN-PUZZLE-ID (ENTRY-ORDER (EX)))
                       MOVE ENTRY-ORDER (EX) TO ORDER-HOLD
                       MOVE ENTRY-ORDER (EY) TO ENTRY-ORDER (EX)
                       MOVE ORDER-HOLD TO ENTRY-ORDER (EY)
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO CONTEST-REPORT-RECORD
           STRING 'CONTEST GRADING REGISTER'
               DELIMITED BY SIZE INTO CONTEST-REPORT-RECORD
           WRITE CONTEST-REPORT-RECORD
           PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > ENTRY-COUNT
               MOVE ENTRY-ORDER (OX) TO EX
               MOVE EN-PUZZLE-IX (EX) TO PX
               IF PZ-FOUND (PX) = 'Y'
                   PERFORM PRINT-ONE-ENTRY
               END-IF
           END-PERFORM.

       PRINT-ONE-ENTRY.
           MOVE SPACES TO CONTEST-REPORT-RECORD
           STRING 'ENTRANT ' EN-ENTRANT (EX)
               ' PUZZLE ' EN-PUZZLE-ID (EX)
               DELIMITED BY SIZE INTO CONTEST-REPORT-RECORD
           WRITE CONTEST-REPORT-RECORD
           PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > FIND-COUNT
               IF FD-ENTRY-IX (FX) = EX AND FD-VERDICT (FX) NOT = 'R'
                   EVALUATE FD-VERDICT (FX)
                       WHEN 'C'
                           MOVE 'CORRECT' TO VERDICT-TEXT
                       WHEN 'D'
                           MOVE 'REPEAT' TO VERDICT-TEXT
                       WHEN OTHER
                           MOVE 'WRONG' TO VERDICT-TEXT
                   END-EVALUATE
                   MOVE SPACES TO CONTEST-REPORT-RECORD
                   STRING '    ' FD-WORD (FX)
                       ' FROM ' FD-START-ROW (FX) ',' FD-START-COL (FX)
                       ' TO ' FD-END-ROW (FX) ',' FD-END-COL (FX)
                       '  ' VERDICT-TEXT
                       DELIMITED BY SIZE INTO CONTEST-REPORT-RECORD
                   WRITE CONTEST-REPORT-RECORD
               END-IF
           END-PERFORM
           MOVE SPACES TO CONTEST-REPORT-RECORD
           STRING '    CORRECT ' EN-CORRECT (EX)
               '  WRONG ' EN-WRONG (EX)
               '  MISSING ' EN-MISSING (EX)
               '  REJECTED ' EN-REJECTED (EX)
               DELIMITED BY SIZE INTO CONTEST-REPORT-RECORD
           WRITE CONTEST-REPORT-RECORD.

      * One leader list per puzzle graded: most correct first, fewer
      * wrong breaking a tie, then entrant ID. Entrants level on both
      * counts share a place.
       PRINT-LEADER-LISTS.
           PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PUZZLE-COUNT
               IF PZ-FOUND (PX) = 'Y' AND PZ-ENTRIES (PX) > 0
                   PERFORM PRINT-ONE-LEADER-LIST
               END-IF
           END-PERFORM.

       PRINT-ONE-LEADER-LIST.
           MOVE SPACES TO CONTEST-REPORT-RECORD
           WRITE CONTEST-REPORT-RECORD
           MOVE SPACES TO CONTEST-REPORT-RECORD
           STRING 'LEADERS - PUZZLE ' PZ-PUZZLE-ID (PX)
               ' (' PZ-WORD-COUNT (PX) ' WORDS, RUN '
               PZ-RUN-STAMP (PX) ') '
               PZ-ENTRIES (PX) ' ENTRIES'
               DELIMITED BY SIZE INTO CONTEST-REPORT-RECORD
           WRITE CONTEST-REPORT-RECORD
           MOVE 0 TO RANK-POSITION
           MOVE 0 TO RANK-SHOWN
           MOVE 999 TO PREV-CORRECT
           MOVE 0 TO PREV-WRONG
           PERFORM PZ-ENTRIES (PX) TIMES
               PERFORM FIND-NEXT-LEADER
               IF BEST-EX > 0
                   MOVE 'Y' TO EN-RANKED (BEST-EX)
                   ADD 1 TO RANK-POSITION
                   IF EN-CORRECT (BEST-EX) NOT = PREV-CORRECT
                           OR EN-WRONG (BEST-EX) NOT = PREV-WRONG
                       MOVE RANK-POSITION TO RANK-SHOWN
                   END-IF
                   MOVE EN-CORRECT (BEST-EX) TO PREV-CORRECT
                   MOVE EN-WRONG (BEST-EX) TO PREV-WRONG
                   MOVE SPACES TO CONTEST-REPORT-RECORD
                   STRING '  ' RANK-SHOWN
                       '  ' EN-ENTRANT (BEST-EX)
                       '  CORRECT ' EN-CORRECT (BEST-EX)
                       '  WRONG ' EN-WRONG (BEST-EX)
                       '  MISSING ' EN-MISSING (BEST-EX)
                       DELIMITED BY SIZE INTO CONTEST-REPORT-RECORD
                   WRITE CONTEST-REPORT-RECORD
               END-IF
           END-PERFORM.

       FIND-NEXT-LEADER.
           MOVE 0 TO BEST-EX
           PERFORM VARYING EX FROM 1 BY 1 UNTIL EX > ENTRY-COUNT
               IF EN-PUZZLE-IX (EX) = PX AND EN-RANKED (EX) = 'N'
                   IF BEST-EX = 0
                       MOVE EX TO BEST-EX
                   ELSE
                       IF EN-CORRECT (EX) > EN-CORRECT (BEST-EX)
                           OR (EN-CORRECT (EX) = EN-CORRECT (BEST-EX)
                           AND EN-WRONG (EX) < EN-WRONG (BEST-EX))
                           OR (EN-CORRECT (EX) = EN-CORRECT (BEST-EX)
                           AND EN-WRONG (EX) = EN-WRONG (BEST-EX)
                           AND EN-ENTRANT (EX) < EN-ENTRANT (BEST-EX))
                           MOVE EX TO BEST-EX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Everything that could not be graded: whole entries naming a
      * puzzle the archive does not hold, and single finds with a
      * cell off the grid or no entrant/puzzle ID. Any line here
      * raises the condition code to 4 so the clerks look at it.
       PRINT-REJECT-LIST.
           MOVE SPACES TO CONTEST-REPORT-RECORD
           WRITE CONTEST-REPORT-RECORD
           MOVE SPACES TO CONTEST-REPORT-RECORD
           STRING 'REJECTED ENTRIES AND FINDS'
               DELIMITED BY SIZE INTO CONTEST-REPORT-RECORD
           WRITE CONTEST-REPORT-RECORD
           PERFORM VARYING OX FROM 1 BY 1 UNTIL OX > ENTRY-COUNT
               MOVE ENTRY-ORDER (OX) TO EX
               MOVE EN-PUZZLE-IX (EX) TO PX
               IF PZ-FOUND (PX) = 'N'
                   ADD 1 TO REJECT-LINES
                   MOVE SPACES TO CONTEST-REPORT-RECORD
                   STRING '  ENTRANT ' EN-ENTRANT (EX)
                       ' PUZZLE ' EN-PUZZLE-ID (EX)
                       ' - UNKNOWN PUZZLE ID, ' EN-REJECTED (EX)
                       ' FINDS NOT GRADED'
                       DELIMITED BY SIZE INTO CONTEST-REPORT-RECORD
                   WRITE CONTEST-REPORT-RECORD
               END-IF
           END-PERFORM
           PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > FIND-COUNT
               IF FD-VERDICT (FX) = 'R'
                       AND FD-REASON (FX) NOT = 'UNKNOWN PUZZLE ID'
                   PERFORM PRINT-REJECTED-FIND
               END-IF
           END-PERFORM
           IF REJECT-LINES = 0
               MOVE SPACES TO CONTEST-REPORT-RECORD
               STRING '  NONE'
                   DELIMITED BY SIZE INTO CONTEST-REPORT-RECORD
               WRITE CONTEST-REPORT-RECORD
           ELSE
               IF CONTEST-SEVERITY < 4
                   MOVE 4 TO CONTEST-SEVERITY
               END-IF
           END-IF.

       PRINT-REJECTED-FIND.
           ADD 1 TO REJECT-LINES
           MOVE SPACES TO CONTEST-REPORT-RECORD
           IF FD-ENTRY-IX (FX) > 0
               MOVE FD-ENTRY-IX (FX) TO EX
               STRING '  ENTRANT ' EN-ENTRANT (EX)
                   ' PUZZLE ' EN-PUZZLE-ID (EX)
                   ' WORD ' FD-WORD (FX)
                   ' CELLS "' FD-CELLS-X (FX) '"'
                   ' - ' FUNCTION TRIM (FD-REASON (FX))
                   DELIMITED BY SIZE INTO CONTEST-REPORT-RECORD
           ELSE
               STRING '  FIND ' FX
                   ' WORD ' FD-WORD (FX)
                   ' CELLS "' FD-CELLS-X (FX) '"'
                   ' - ' FUNCTION TRIM (FD-REASON (FX))
                   DELIMITED BY SIZE INTO CONTEST-REPORT-RECORD
           END-IF
           WRITE CONTEST-REPORT-RECORD.
