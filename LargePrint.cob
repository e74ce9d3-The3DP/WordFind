       IDENTIFICATION DIVISION.
       PROGRAM-ID. LargePrint.
       AUTHOR. OpenAI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LARGE-PRINT-CTL-FILE ASSIGN TO "LPRTCTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LARGE-PRINT-CTL-STATUS.
           SELECT LARGE-PRINT-PARM-FILE ASSIGN TO "LPRTPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS LARGE-PRINT-PARM-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "PUZZARCH.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.
           SELECT ARCHIVE-INDEX-FILE ASSIGN TO "PUZZIDX.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-INDEX-STATUS.
           SELECT EDITION-FILE ASSIGN TO "LARGEPRT.RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REJECT-FILE ASSIGN TO "LPREJECT.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * One puzzle ID per line, in the order the edition should run.
       FD LARGE-PRINT-CTL-FILE.
       01 LARGE-PRINT-CTL-RECORD.
           05 LPC-PUZZLE-ID        PIC X(10).

      * Optional page card from the print shop: characters across and
      * lines down one large-print page, and the cell pitch - how
      * many print positions each grid letter gets. No card, or a
      * blank field, takes the shop's standard 18-point page: 72
      * across, 66 down, pitch 4.
       FD LARGE-PRINT-PARM-FILE.
       01 LARGE-PRINT-PARM-RECORD.
           05 LPP-PAGE-WIDTH       PIC 9(03).
           05 LPP-PAGE-WIDTH-X REDEFINES LPP-PAGE-WIDTH
                                   PIC X(03).
           05 LPP-PAGE-DEPTH       PIC 9(03).
           05 LPP-PAGE-DEPTH-X REDEFINES LPP-PAGE-DEPTH
                                   PIC X(03).
           05 LPP-CELL-PITCH       PIC 9(01).
           05 LPP-CELL-PITCH-X REDEFINES LPP-CELL-PITCH
                                   PIC X(01).

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

      * The edition itself, ready for the print shop to set at the
      * large size. Each page opens with a write after advancing PAGE
      * and a running head, as the bound book does.
       FD EDITION-FILE.
       01 EDITION-RECORD           PIC X(132).

       FD REJECT-FILE.
       01 REJECT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       01 LARGE-PRINT-CTL-STATUS PIC X(02).
       01 LARGE-PRINT-PARM-STATUS PIC X(02).
       01 ARCHIVE-STATUS    PIC X(02).
       01 ARCHIVE-INDEX-STATUS PIC X(02).
       01 FILE-EOF          PIC X(01).

      * The page geometry. A letter never gets fewer than 4 print
      * positions and grid rows are always separated by a blank line;
      * a puzzle that cannot be set that way on one page, or across
      * one pair of facing pages, is rejected rather than squeezed.
       01 PAGE-WIDTH        PIC 9(03) VALUE 72.
       01 PAGE-DEPTH        PIC 9(03) VALUE 66.
       01 CELL-PITCH        PIC 9(01) VALUE 4.
       01 COLUMNS-PER-PAGE  PIC 9(03).

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
           05 AH-CLUE-MODE      PIC X(01).
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
           05 AW-CLUE           PIC X(40).

      * Up to 50 requested puzzles, each with the latest archived
      * group for its ID held whole until the edition is printed in
      * request order. RQ-STATE is N not found yet, Y loaded, D a
      * repeat of an earlier request (printed once only).
       01 REQUEST-COUNT     PIC 9(02) VALUE 0.
       01 REQUEST-TABLE.
           05 REQUEST-ENTRY OCCURS 50 TIMES.
               10 RQ-PUZZLE-ID  PIC X(10).
               10 RQ-STATE      PIC X(01).
               10 RQ-IN-INDEX   PIC X(01).
               10 RQ-START-REC  PIC 9(07).
               10 RQ-END-REC    PIC 9(07).
               10 RQ-GRID-SIZE  PIC 9(02).
               10 RQ-WORD-COUNT PIC 9(02).
               10 RQ-DIFFICULTY PIC X(01).
               10 RQ-CLUE-MODE  PIC X(01).
               10 RQ-RUN-STAMP  PIC X(14).
       01 REQUEST-GRID-TABLE.
           05 REQUEST-GRID OCCURS 50 TIMES.
               10 RG-ROW OCCURS 30 TIMES PIC X(30).
       01 REQUEST-WORD-TABLE.
           05 REQUEST-WORDS OCCURS 50 TIMES.
               10 REQUEST-WORD OCCURS 50 TIMES.
                   15 RW-TEXT        PIC X(20).
                   15 RW-LENGTH      PIC 9(02).
                   15 RW-ROW-START   PIC 9(02).
                   15 RW-COL-START   PIC 9(02).
                   15 RW-ROW-DELTA   PIC S9(01).
                   15 RW-COL-DELTA   PIC S9(01).
                   15 RW-PLACED      PIC X(01).
                   15 RW-CLUE        PIC X(40).
       01 RQ                PIC 9(02).
       01 RY                PIC 9(02).

      * Indexed fetch in archive order, as the contest grader does:
      * one forward read, no further than the last wanted record.
       01 INDEX-USABLE      PIC X(01) VALUE 'N'.
       01 FETCH-ORDER-COUNT PIC 9(02) VALUE 0.
       01 FETCH-ORDER-TABLE.
           05 FETCH-ORDER OCCURS 50 TIMES PIC 9(02).
       01 FETCH-HOLD        PIC 9(02).
       01 QX                PIC 9(02).
       01 QY                PIC 9(02).
       01 RECORD-NUMBER     PIC 9(07).
       01 LAST-WANTED-END   PIC 9(07) VALUE 0.
       01 UNINDEXED-COUNT   PIC 9(02).

      * The group being read off the archive; it is only copied to
      * its request when the trailer arrives.
       01 STAGE-RQ          PIC 9(02) VALUE 0.
       01 STAGE-GRID-SIZE   PIC 9(02).
       01 STAGE-WORD-COUNT  PIC 9(02).
       01 STAGE-DIFFICULTY  PIC X(01).
       01 STAGE-CLUE-MODE   PIC X(01).
       01 STAGE-RUN-STAMP   PIC X(14).
       01 STAGE-GRID.
           05 SG-ROW OCCURS 30 TIMES PIC X(30).
       01 STAGE-WORD-TABLE.
           05 STAGE-WORD OCCURS 50 TIMES.
               10 SW-TEXT        PIC X(20).
               10 SW-LENGTH      PIC 9(02).
               10 SW-ROW-START   PIC 9(02).
               10 SW-COL-START   PIC 9(02).
               10 SW-ROW-DELTA   PIC S9(01).
               10 SW-COL-DELTA   PIC S9(01).
               10 SW-PLACED      PIC X(01).
               10 SW-CLUE        PIC X(40).

      * The puzzle being set, laid out as Reprint holds one.
       01 PUZZLE-ID         PIC X(10).
       01 GRID-SIZE         PIC 9(02).
       01 WORD-COUNT        PIC 9(02).
       01 CLUE-MODE         PIC X(01).
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
               10 WE-CLUE        PIC X(40).
       01 ANSWER-MASK.
           05 ANSWER-MASK-ROW OCCURS 30 TIMES.
               10 ANSWER-MASK-COL OCCURS 30 TIMES PIC X(01).
       01 I                 PIC 9(02).
       01 J                 PIC 9(02).
       01 K                 PIC 9(02).
       01 MARK-ROW          PIC S9(03).
       01 MARK-COL          PIC S9(03).
       01 CLUE-SEQ          PIC 9(02).

      * Fitting and setting one puzzle. A grid wider than a page is
      * split down the middle, the left half on a left-hand (even)
      * page so the two halves face each other when the book lies
      * open; every half carries row numbers down both edges and
      * column numbers top and bottom.
       01 FIT-REASON        PIC X(60).
       01 LINES-NEEDED      PIC 9(03).
       01 LINE-WIDTH        PIC 9(03).
       01 SPLIT-GRID        PIC X(01).
       01 LEFT-COLUMNS      PIC 9(02).
       01 FIRST-COL         PIC 9(02).
       01 LAST-COL          PIC 9(02).
       01 SHOW-ANSWERS      PIC X(01).
       01 CELL-POS          PIC 9(03).
       01 PAGE-CAPTION      PIC X(80).
       01 PAGE-NUMBER       PIC 9(04) VALUE 0.
       01 LINES-ON-PAGE     PIC 9(03) VALUE 0.
       01 EDITION-LINE      PIC X(132).
       01 CONTINUED-CAPTION PIC X(80).
       01 READING-DIRECTION PIC X(10).

       01 PRINTED-COUNT     PIC 9(02) VALUE 0.
       01 REJECTED-COUNT    PIC 9(02) VALUE 0.
       01 LARGE-PRINT-SEVERITY PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.

       BEGIN.
           OPEN OUTPUT EDITION-FILE
           OPEN OUTPUT REJECT-FILE
           MOVE SPACES TO REJECT-RECORD
           STRING 'LARGE PRINT EDITION - REJECT LIST'
               DELIMITED BY SIZE INTO REJECT-RECORD
           WRITE REJECT-RECORD
           PERFORM LOAD-PAGE-CARD
           PERFORM LOAD-REQUEST-CARDS
           IF REQUEST-COUNT > 0 AND LARGE-PRINT-SEVERITY < 8
               PERFORM LOAD-ARCHIVE-INDEX
               IF INDEX-USABLE = 'Y'
                   PERFORM FETCH-INDEXED-GROUPS
               END-IF
               IF LARGE-PRINT-SEVERITY < 8
                   PERFORM SCAN-FOR-UNINDEXED-PUZZLES
               END-IF
               IF LARGE-PRINT-SEVERITY < 8
                   PERFORM VARYING RQ FROM 1 BY 1
                           UNTIL RQ > REQUEST-COUNT
                       PERFORM SET-ONE-PUZZLE
                   END-PERFORM
               END-IF
           ELSE
               IF REQUEST-COUNT = 0
                   MOVE SPACES TO REJECT-RECORD
                   STRING 'NO PUZZLE IDS ON LPRTCTL.DAT - NOTHING TO DO'
                       DELIMITED BY SIZE INTO REJECT-RECORD
                   WRITE REJECT-RECORD
                   MOVE 8 TO LARGE-PRINT-SEVERITY
               END-IF
           END-IF
           MOVE SPACES TO REJECT-RECORD
           STRING PRINTED-COUNT ' PUZZLES SET IN LARGE PRINT, '
               REJECTED-COUNT ' REJECTED, '
               PAGE-NUMBER ' PAGES'
               DELIMITED BY SIZE INTO REJECT-RECORD
           WRITE REJECT-RECORD
           CLOSE EDITION-FILE
           CLOSE REJECT-FILE
           MOVE LARGE-PRINT-SEVERITY TO RETURN-CODE
           STOP RUN.

      * A page card field that is blank keeps the standard; one that
      * is not a usable number is reported and the standard used, so
      * a typo never quietly prints the whole edition at a size the
      * shop did not ask for.
       LOAD-PAGE-CARD.
           OPEN INPUT LARGE-PRINT-PARM-FILE
           IF LARGE-PRINT-PARM-STATUS = '00'
               READ LARGE-PRINT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-PAGE-CARD
               END-READ
               CLOSE LARGE-PRINT-PARM-FILE
           END-IF
           COMPUTE COLUMNS-PER-PAGE = (PAGE-WIDTH - 8) / CELL-PITCH.

       APPLY-PAGE-CARD.
           IF LPP-PAGE-WIDTH-X NOT = SPACES
               IF LPP-PAGE-WIDTH IS NUMERIC
                       AND LPP-PAGE-WIDTH >= 40
                       AND LPP-PAGE-WIDTH <= 132
                   MOVE LPP-PAGE-WIDTH TO PAGE-WIDTH
               ELSE
                   MOVE SPACES TO REJECT-RECORD
                   STRING 'PAGE WIDTH "' LPP-PAGE-WIDTH-X
                       '" NOT 040-132 - STANDARD 072 USED'
                       DELIMITED BY SIZE INTO REJECT-RECORD
                   PERFORM WRITE-CARD-WARNING
               END-IF
           END-IF
           IF LPP-PAGE-DEPTH-X NOT = SPACES
               IF LPP-PAGE-DEPTH IS NUMERIC
                       AND LPP-PAGE-DEPTH >= 20
                       AND LPP-PAGE-DEPTH <= 120
                   MOVE LPP-PAGE-DEPTH TO PAGE-DEPTH
               ELSE
                   MOVE SPACES TO REJECT-RECORD
                   STRING 'PAGE DEPTH "' LPP-PAGE-DEPTH-X
                       '" NOT 020-120 - STANDARD 066 USED'
                       DELIMITED BY SIZE INTO REJECT-RECORD
                   PERFORM WRITE-CARD-WARNING
               END-IF
           END-IF
           IF LPP-CELL-PITCH-X NOT = SPACE
               IF LPP-CELL-PITCH IS NUMERIC
                       AND LPP-CELL-PITCH >= 4
                   MOVE LPP-CELL-PITCH TO CELL-PITCH
               ELSE
                   MOVE SPACES TO REJECT-RECORD
                   STRING 'CELL PITCH "' LPP-CELL-PITCH-X
                       '" NOT 4-9 - STANDARD 4 USED'
                       DELIMITED BY SIZE INTO REJECT-RECORD
                   PERFORM WRITE-CARD-WARNING
               END-IF
           END-IF.

       WRITE-CARD-WARNING.
           WRITE REJECT-RECORD
           IF LARGE-PRINT-SEVERITY < 4
               MOVE 4 TO LARGE-PRINT-SEVERITY
           END-IF.

      * A request list longer than the table is refused whole, as
      * Reprint refuses one - a dropped ID would read as a puzzle the
      * library asked for and quietly never got.
       LOAD-REQUEST-CARDS.
           OPEN INPUT LARGE-PRINT-CTL-FILE
           IF LARGE-PRINT-CTL-STATUS = '00'
               MOVE 'N' TO FILE-EOF
               PERFORM UNTIL FILE-EOF = 'Y'
                   READ LARGE-PRINT-CTL-FILE
                       AT END
                           MOVE 'Y' TO FILE-EOF
                       NOT AT END
                           IF LPC-PUZZLE-ID NOT = SPACES
                               PERFORM STORE-REQUEST-CARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LARGE-PRINT-CTL-FILE
           END-IF.

       STORE-REQUEST-CARD.
           IF REQUEST-COUNT >= 50
               MOVE SPACES TO REJECT-RECORD
               STRING 'REQUEST ' LPC-PUZZLE-ID
                   ' NOT PROCESSED - OVER 50-PUZZLE LIMIT;'
                   ' NOTHING PRINTED'
                   DELIMITED BY SIZE INTO REJECT-RECORD
               WRITE REJECT-RECORD
               MOVE 8 TO LARGE-PRINT-SEVERITY
           ELSE
               ADD 1 TO REQUEST-COUNT
               MOVE LPC-PUZZLE-ID TO RQ-PUZZLE-ID (REQUEST-COUNT)
               MOVE 'N' TO RQ-STATE (REQUEST-COUNT)
               MOVE 'N' TO RQ-IN-INDEX (REQUEST-COUNT)
               MOVE 0 TO RQ-START-REC (REQUEST-COUNT)
               MOVE 0 TO RQ-END-REC (REQUEST-COUNT)
               PERFORM VARYING RY FROM 1 BY 1
                       UNTIL RY >= REQUEST-COUNT
                   IF RQ-PUZZLE-ID (RY) = LPC-PUZZLE-ID
                           AND RQ-STATE (RY) NOT = 'D'
                       MOVE 'D' TO RQ-STATE (REQUEST-COUNT)
                   END-IF
               END-PERFORM
           END-IF.

      * Later index entries for an ID replace earlier ones, so each
      * request is fetched from its latest archived group.
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
               MOVE SPACES TO REJECT-RECORD
               STRING 'ARCHIVE INDEX PUZZIDX.DAT NOT AVAILABLE,'
                   ' STATUS ' ARCHIVE-INDEX-STATUS
                   ' - FULL ARCHIVE SCAN'
                   DELIMITED BY SIZE INTO REJECT-RECORD
               WRITE REJECT-RECORD
           END-IF.

       TEST-INDEX-ENTRY.
           PERFORM VARYING RQ FROM 1 BY 1 UNTIL RQ > REQUEST-COUNT
               IF IX-PUZZLE-ID = RQ-PUZZLE-ID (RQ)
                       AND RQ-STATE (RQ) = 'N'
                   MOVE 'Y' TO RQ-IN-INDEX (RQ)
                   MOVE IX-START-REC TO RQ-START-REC (RQ)
                   MOVE IX-END-REC TO RQ-END-REC (RQ)
               END-IF
           END-PERFORM.

      * A range that does not open on the requested puzzle's own
      * header, or close on a trailer, means the index no longer
      * describes this archive: nothing is printed and the index must
      * be rebuilt - never a large-print page of the wrong puzzle.
       FETCH-INDEXED-GROUPS.
           PERFORM VARYING RQ FROM 1 BY 1 UNTIL RQ > REQUEST-COUNT
               IF RQ-IN-INDEX (RQ) = 'Y'
                   ADD 1 TO FETCH-ORDER-COUNT
                   MOVE RQ TO FETCH-ORDER (FETCH-ORDER-COUNT)
                   IF RQ-END-REC (RQ) > LAST-WANTED-END
                       MOVE RQ-END-REC (RQ) TO LAST-WANTED-END
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING QX FROM 1 BY 1 UNTIL QX > FETCH-ORDER-COUNT
               PERFORM VARYING QY FROM QX BY 1
                       UNTIL QY > FETCH-ORDER-COUNT
                   IF RQ-START-REC (FETCH-ORDER (QY))
                           < RQ-START-REC (FETCH-ORDER (QX))
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
                   MOVE 0 TO STAGE-RQ
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
                   IF FILE-EOF = 'Y' AND LARGE-PRINT-SEVERITY < 8
                           AND RECORD-NUMBER < LAST-WANTED-END
                       PERFORM RECORD-STALE-INDEX
                   END-IF
               END-IF
           END-IF.

       FETCH-ONE-RECORD.
           IF QX <= FETCH-ORDER-COUNT
                   AND RECORD-NUMBER = RQ-START-REC (FETCH-ORDER (QX))
               MOVE ARCHIVE-RECORD TO ARC-HEADER-REC
               IF AH-TYPE = 'H'
                       AND AH-PUZZLE-ID
                           = RQ-PUZZLE-ID (FETCH-ORDER (QX))
                   MOVE FETCH-ORDER (QX) TO STAGE-RQ
                   PERFORM START-STAGED-GROUP
               ELSE
                   PERFORM RECORD-STALE-INDEX
                   MOVE 'Y' TO FILE-EOF
               END-IF
           ELSE
               IF STAGE-RQ > 0
                   PERFORM APPLY-STAGED-RECORD
               END-IF
           END-IF
           IF QX <= FETCH-ORDER-COUNT AND FILE-EOF = 'N'
                   AND RECORD-NUMBER = RQ-END-REC (FETCH-ORDER (QX))
               IF STAGE-RQ = 0
                       OR ARCHIVE-RECORD (1:1) NOT = 'T'
                   PERFORM RECORD-STALE-INDEX
                   MOVE 'Y' TO FILE-EOF
               END-IF
               MOVE 0 TO STAGE-RQ
               ADD 1 TO QX
           END-IF.

       RECORD-STALE-INDEX.
           MOVE SPACES TO REJECT-RECORD
           STRING 'INDEX PUZZIDX.DAT DOES NOT MATCH PUZZARCH.DAT AT'
               ' RECORD ' RECORD-NUMBER
               ' - REBUILD PUZZIDX.DAT AND RERUN; NOTHING PRINTED'
               DELIMITED BY SIZE INTO REJECT-RECORD
           WRITE REJECT-RECORD
           MOVE 8 TO LARGE-PRINT-SEVERITY.

       RECORD-ARCHIVE-OPEN-FAILURE.
           MOVE SPACES TO REJECT-RECORD
           STRING 'ARCHIVE PUZZARCH.DAT COULD NOT BE OPENED,'
               ' STATUS ' ARCHIVE-STATUS ' - NOTHING PRINTED'
               DELIMITED BY SIZE INTO REJECT-RECORD
           WRITE REJECT-RECORD
           MOVE 8 TO LARGE-PRINT-SEVERITY.

      * Any request the index had no entry for - or every request,
      * when the index could not be read - is looked for through the
      * whole archive before it can be called not archived. A later
      * clean group for the same ID replaces an earlier one.
       SCAN-FOR-UNINDEXED-PUZZLES.
           MOVE 0 TO UNINDEXED-COUNT
           PERFORM VARYING RQ FROM 1 BY 1 UNTIL RQ > REQUEST-COUNT
               IF RQ-IN-INDEX (RQ) = 'N' AND RQ-STATE (RQ) = 'N'
                   ADD 1 TO UNINDEXED-COUNT
               END-IF
           END-PERFORM
           IF UNINDEXED-COUNT > 0
               OPEN INPUT ARCHIVE-FILE
               IF ARCHIVE-STATUS NOT = '00'
                   PERFORM RECORD-ARCHIVE-OPEN-FAILURE
               ELSE
                   MOVE 0 TO STAGE-RQ
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
               MOVE 0 TO STAGE-RQ
               PERFORM VARYING RQ FROM 1 BY 1 UNTIL RQ > REQUEST-COUNT
                   IF RQ-IN-INDEX (RQ) = 'N'
                           AND RQ-STATE (RQ) NOT = 'D'
                           AND RQ-PUZZLE-ID (RQ) = AH-PUZZLE-ID
                       MOVE RQ TO STAGE-RQ
                   END-IF
               END-PERFORM
               IF STAGE-RQ > 0
                   PERFORM START-STAGED-GROUP
               END-IF
           ELSE
               IF STAGE-RQ > 0
                   PERFORM APPLY-STAGED-RECORD
                   IF ARCHIVE-RECORD (1:1) = 'T'
                       MOVE 0 TO STAGE-RQ
                   END-IF
               END-IF
           END-IF.

       START-STAGED-GROUP.
           MOVE AH-GRID-SIZE TO STAGE-GRID-SIZE
           IF STAGE-GRID-SIZE > 30
               MOVE 30 TO STAGE-GRID-SIZE
           END-IF
           MOVE AH-WORD-COUNT TO STAGE-WORD-COUNT
           IF STAGE-WORD-COUNT > 50
               MOVE 50 TO STAGE-WORD-COUNT
           END-IF
           MOVE AH-DIFFICULTY TO STAGE-DIFFICULTY
           MOVE 'N' TO STAGE-CLUE-MODE
           IF AH-CLUE-MODE = 'Y'
               MOVE 'Y' TO STAGE-CLUE-MODE
           END-IF
           MOVE AH-RUN-STAMP TO STAGE-RUN-STAMP
           MOVE SPACES TO STAGE-GRID
           MOVE SPACES TO STAGE-WORD-TABLE.

       APPLY-STAGED-RECORD.
           MOVE ARCHIVE-RECORD (1:1) TO ARC-TYPE-CODE
           EVALUATE ARC-TYPE-CODE
               WHEN 'G'
                   MOVE ARCHIVE-RECORD TO ARC-GRID-REC
                   IF AG-ROW-NUM > 0 AND AG-ROW-NUM <= 30
                       MOVE AG-ROW-TEXT TO SG-ROW (AG-ROW-NUM)
                   END-IF
               WHEN 'W'
                   MOVE ARCHIVE-RECORD TO ARC-WORD-REC
                   IF AW-SEQ > 0 AND AW-SEQ <= 50
                       MOVE AW-TEXT TO SW-TEXT (AW-SEQ)
                       MOVE AW-PLACED TO SW-PLACED (AW-SEQ)
                       MOVE AW-CLUE TO SW-CLUE (AW-SEQ)
                       IF AW-PLACED = 'Y'
                           MOVE AW-LENGTH TO SW-LENGTH (AW-SEQ)
                           MOVE AW-ROW-START TO SW-ROW-START (AW-SEQ)
                           MOVE AW-COL-START TO SW-COL-START (AW-SEQ)
                           MOVE AW-ROW-DELTA TO SW-ROW-DELTA (AW-SEQ)
                           MOVE AW-COL-DELTA TO SW-COL-DELTA (AW-SEQ)
                       END-IF
                   END-IF
               WHEN 'T'
                   IF ARCHIVE-RECORD (2:10) = RQ-PUZZLE-ID (STAGE-RQ)
                       MOVE 'Y' TO RQ-STATE (STAGE-RQ)
                       MOVE STAGE-GRID-SIZE TO RQ-GRID-SIZE (STAGE-RQ)
                       MOVE STAGE-WORD-COUNT TO RQ-WORD-COUNT (STAGE-RQ)
                       MOVE STAGE-DIFFICULTY TO RQ-DIFFICULTY (STAGE-RQ)
                       MOVE STAGE-CLUE-MODE TO RQ-CLUE-MODE (STAGE-RQ)
                       MOVE STAGE-RUN-STAMP TO RQ-RUN-STAMP (STAGE-RQ)
                       MOVE STAGE-GRID TO REQUEST-GRID (STAGE-RQ)
                       MOVE STAGE-WORD-TABLE TO REQUEST-WORDS (STAGE-RQ)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * One request, in the order asked: a puzzle not archived is an
      * error, as on a reprint; one that will not fit legibly goes on
      * the reject list; the rest get their puzzle pages and then
      * their answer pages.
       SET-ONE-PUZZLE.
           EVALUATE RQ-STATE (RQ)
               WHEN 'D'
                   CONTINUE
               WHEN 'N'
                   MOVE SPACES TO REJECT-RECORD
                   STRING 'PUZZLE ' RQ-PUZZLE-ID (RQ)
                       ' - NOT IN THE ARCHIVE'
                       DELIMITED BY SIZE INTO REJECT-RECORD
                   WRITE REJECT-RECORD
                   ADD 1 TO REJECTED-COUNT
                   MOVE 8 TO LARGE-PRINT-SEVERITY
               WHEN OTHER
                   PERFORM LOAD-REQUESTED-PUZZLE
                   PERFORM CHECK-PUZZLE-FITS
                   IF FIT-REASON NOT = SPACES
                       MOVE SPACES TO REJECT-RECORD
                       STRING 'PUZZLE ' PUZZLE-ID
                           ' GRID ' GRID-SIZE ' - '
                           FUNCTION TRIM (FIT-REASON)
                           DELIMITED BY SIZE INTO REJECT-RECORD
                       WRITE REJECT-RECORD
                       ADD 1 TO REJECTED-COUNT
                       IF LARGE-PRINT-SEVERITY < 4
                           MOVE 4 TO LARGE-PRINT-SEVERITY
                       END-IF
                   ELSE
                       MOVE 'N' TO SHOW-ANSWERS
                       PERFORM PRINT-GRID-PAGES
                       PERFORM PRINT-LARGE-WORD-BANK
                       MOVE 'Y' TO SHOW-ANSWERS
                       MOVE SPACES TO ANSWER-MASK
                       PERFORM MARK-ANSWER-CELLS
                       PERFORM PRINT-GRID-PAGES
                       PERFORM PRINT-LARGE-ANSWER-LIST
                       ADD 1 TO PRINTED-COUNT
                   END-IF
           END-EVALUATE.

       LOAD-REQUESTED-PUZZLE.
           MOVE RQ-PUZZLE-ID (RQ) TO PUZZLE-ID
           MOVE RQ-GRID-SIZE (RQ) TO GRID-SIZE
           MOVE RQ-WORD-COUNT (RQ) TO WORD-COUNT
           MOVE RQ-CLUE-MODE (RQ) TO CLUE-MODE
           MOVE REQUEST-GRID (RQ) TO GRID
           MOVE REQUEST-WORDS (RQ) TO WORD-TABLE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > GRID-SIZE
               MOVE FUNCTION UPPER-CASE (GRID-ROW (I)) TO GRID-ROW (I)
           END-PERFORM.

      * The legibility rules, none of them bent to make a puzzle fit:
      * full pitch on every letter, a blank line between rows, the
      * whole grid half on one page, at most one facing pair across,
      * and every clue line whole on the page width.
       CHECK-PUZZLE-FITS.
           MOVE SPACES TO FIT-REASON
           MOVE 'N' TO SPLIT-GRID
           MOVE GRID-SIZE TO LEFT-COLUMNS
           IF GRID-SIZE = 0
               MOVE 'ARCHIVED GROUP HAS NO GRID' TO FIT-REASON
           ELSE
               IF GRID-SIZE > COLUMNS-PER-PAGE
                   MOVE 'Y' TO SPLIT-GRID
                   COMPUTE LEFT-COLUMNS = (GRID-SIZE + 1) / 2
                   IF GRID-SIZE > COLUMNS-PER-PAGE * 2
                       MOVE SPACES TO FIT-REASON
                       STRING 'TOO WIDE FOR A FACING PAIR AT PITCH '
                           CELL-PITCH ' (' COLUMNS-PER-PAGE
                           ' COLUMNS A PAGE)'
                           DELIMITED BY SIZE INTO FIT-REASON
                   END-IF
               END-IF
               COMPUTE LINES-NEEDED = (GRID-SIZE * 2) + 5
               IF FIT-REASON = SPACES AND LINES-NEEDED > PAGE-DEPTH
                   MOVE SPACES TO FIT-REASON
                   STRING 'TOO TALL - NEEDS ' LINES-NEEDED
                       ' LINES, PAGE HOLDS ' PAGE-DEPTH
                       DELIMITED BY SIZE INTO FIT-REASON
               END-IF
               IF FIT-REASON = SPACES AND CLUE-MODE = 'Y'
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > WORD-COUNT
                       IF WE-PLACED (I) = 'Y'
                           COMPUTE LINE-WIDTH = 6 + FUNCTION LENGTH
                               (FUNCTION TRIM (WE-CLUE (I)))
                           IF LINE-WIDTH > PAGE-WIDTH
                               MOVE 'CLUE TOO LONG FOR THE PAGE WIDTH'
                                   TO FIT-REASON
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      * The grid, whole on one page or split across a facing pair.
      * The same layout serves the answer pages, with the answer
      * letters bracketed as on the regular key.
       PRINT-GRID-PAGES.
           IF SPLIT-GRID = 'N'
               MOVE 1 TO FIRST-COL
               MOVE GRID-SIZE TO LAST-COL
               PERFORM SET-GRID-CAPTION
               PERFORM START-NEW-PAGE
               PERFORM PRINT-GRID-BLOCK
           ELSE
               PERFORM START-LEFT-HAND-PAGE
               MOVE 1 TO FIRST-COL
               MOVE LEFT-COLUMNS TO LAST-COL
               PERFORM SET-GRID-CAPTION
               PERFORM START-NEW-PAGE
               PERFORM PRINT-GRID-BLOCK
               COMPUTE FIRST-COL = LEFT-COLUMNS + 1
               MOVE GRID-SIZE TO LAST-COL
               PERFORM SET-GRID-CAPTION
               PERFORM START-NEW-PAGE
               PERFORM PRINT-GRID-BLOCK
           END-IF.

      * A split page names its columns out of the full width, so
      * the reader knows the rest is on the facing page.
       SET-GRID-CAPTION.
           MOVE SPACES TO PAGE-CAPTION
           MOVE 1 TO CELL-POS
           IF SHOW-ANSWERS = 'Y'
               STRING 'PUZZLE ' FUNCTION TRIM (PUZZLE-ID)
                   ' ANSWERS'
                   DELIMITED BY SIZE INTO PAGE-CAPTION
                   WITH POINTER CELL-POS
           ELSE
               STRING 'PUZZLE ' FUNCTION TRIM (PUZZLE-ID)
                   DELIMITED BY SIZE INTO PAGE-CAPTION
                   WITH POINTER CELL-POS
           END-IF
           IF SPLIT-GRID = 'Y'
               STRING ' - COLUMNS ' FIRST-COL '-' LAST-COL
                   ' OF ' GRID-SIZE
                   DELIMITED BY SIZE INTO PAGE-CAPTION
                   WITH POINTER CELL-POS
           END-IF.

       PRINT-GRID-BLOCK.
           PERFORM BUILD-COLUMN-LABEL-LINE
           PERFORM WRITE-EDITION-LINE
           MOVE SPACES TO EDITION-LINE
           PERFORM WRITE-EDITION-LINE
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > GRID-SIZE
               IF I > 1
                   MOVE SPACES TO EDITION-LINE
                   PERFORM WRITE-EDITION-LINE
               END-IF
               PERFORM BUILD-LARGE-ROW-LINE
               PERFORM WRITE-EDITION-LINE
           END-PERFORM
           MOVE SPACES TO EDITION-LINE
           PERFORM WRITE-EDITION-LINE
           PERFORM BUILD-COLUMN-LABEL-LINE
           PERFORM WRITE-EDITION-LINE.

      * Row number, the letters at full pitch, row number again.
      * On an answer page a letter of a placed word is bracketed.
       BUILD-LARGE-ROW-LINE.
           MOVE SPACES TO EDITION-LINE
           MOVE I TO EDITION-LINE (1:2)
           MOVE 5 TO CELL-POS
           PERFORM VARYING J FROM FIRST-COL BY 1 UNTIL J > LAST-COL
               IF SHOW-ANSWERS = 'Y' AND ANSWER-MASK-COL (I, J) = 'Y'
                   MOVE '[' TO EDITION-LINE (CELL-POS:1)
                   MOVE GRID-COL (I, J) TO EDITION-LINE (CELL-POS + 1:1)
                   MOVE ']' TO EDITION-LINE (CELL-POS + 2:1)
               ELSE
                   MOVE GRID-COL (I, J) TO EDITION-LINE (CELL-POS + 1:1)
               END-IF
               ADD CELL-PITCH TO CELL-POS
           END-PERFORM
           MOVE I TO EDITION-LINE (CELL-POS + 1:2).

       BUILD-COLUMN-LABEL-LINE.
           MOVE SPACES TO EDITION-LINE
           MOVE 5 TO CELL-POS
           PERFORM VARYING J FROM FIRST-COL BY 1 UNTIL J > LAST-COL
               MOVE J TO EDITION-LINE (CELL-POS:2)
               ADD CELL-PITCH TO CELL-POS
           END-PERFORM.

      * One word to a line, upper case - or on a clue-mode puzzle one
      * numbered clue to a line. A long bank runs on to a following
      * page under a continued caption.
       PRINT-LARGE-WORD-BANK.
           MOVE SPACES TO PAGE-CAPTION
           STRING 'PUZZLE ' FUNCTION TRIM (PUZZLE-ID) ' WORDS'
               DELIMITED BY SIZE INTO PAGE-CAPTION
           PERFORM SET-CONTINUED-CAPTION
           PERFORM START-NEW-PAGE
           MOVE SPACES TO EDITION-LINE
           IF CLUE-MODE = 'Y'
               STRING 'FIND THE ANSWERS TO THESE CLUES:'
                   DELIMITED BY SIZE INTO EDITION-LINE
           ELSE
               STRING 'FIND THESE WORDS:'
                   DELIMITED BY SIZE INTO EDITION-LINE
           END-IF
           PERFORM WRITE-EDITION-LINE
           MOVE SPACES TO EDITION-LINE
           PERFORM WRITE-EDITION-LINE
           MOVE 0 TO CLUE-SEQ
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WORD-COUNT
               IF WE-PLACED (I) = 'Y'
                   ADD 1 TO CLUE-SEQ
                   MOVE SPACES TO EDITION-LINE
                   IF CLUE-MODE = 'Y'
                       STRING '  ' CLUE-SEQ '. '
                           FUNCTION TRIM (WE-CLUE (I))
                           DELIMITED BY SIZE INTO EDITION-LINE
                       PERFORM WRITE-EDITION-LINE
                       MOVE SPACES TO EDITION-LINE
                       STRING '      (' WE-LENGTH (I) ' LETTERS)'
                           DELIMITED BY SIZE INTO EDITION-LINE
                   ELSE
                       STRING '  '
                           FUNCTION UPPER-CASE (WE-TEXT (I))
                           DELIMITED BY SIZE INTO EDITION-LINE
                   END-IF
                   PERFORM WRITE-EDITION-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO CONTINUED-CAPTION.

      * The caption a list carries on to the next page under.
       SET-CONTINUED-CAPTION.
           MOVE SPACES TO CONTINUED-CAPTION
           STRING FUNCTION TRIM (PAGE-CAPTION) ' (CONTINUED)'
               DELIMITED BY SIZE INTO CONTINUED-CAPTION.

      * After the answer grid, each word with where it starts and
      * which way it reads, so a reader who cannot make out the
      * brackets can still check a find. Clue-mode puzzles give the
      * clue first and the answer under it.
       PRINT-LARGE-ANSWER-LIST.
           MOVE SPACES TO PAGE-CAPTION
           STRING 'PUZZLE ' FUNCTION TRIM (PUZZLE-ID)
               ' WHERE THE WORDS ARE'
               DELIMITED BY SIZE INTO PAGE-CAPTION
           PERFORM SET-CONTINUED-CAPTION
           PERFORM START-NEW-PAGE
           MOVE 0 TO CLUE-SEQ
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WORD-COUNT
               IF WE-PLACED (I) = 'Y'
                   ADD 1 TO CLUE-SEQ
                   PERFORM SET-READING-DIRECTION
                   MOVE SPACES TO EDITION-LINE
                   IF CLUE-MODE = 'Y'
                       STRING '  ' CLUE-SEQ '. '
                           FUNCTION TRIM (WE-CLUE (I))
                           DELIMITED BY SIZE INTO EDITION-LINE
                       PERFORM WRITE-EDITION-LINE
                       MOVE SPACES TO EDITION-LINE
                       STRING '      '
                           FUNCTION UPPER-CASE (WE-TEXT (I))
                           DELIMITED BY SIZE INTO EDITION-LINE
                       PERFORM WRITE-EDITION-LINE
                   ELSE
                       STRING '  '
                           FUNCTION UPPER-CASE (WE-TEXT (I))
                           DELIMITED BY SIZE INTO EDITION-LINE
                       PERFORM WRITE-EDITION-LINE
                   END-IF
                   MOVE SPACES TO EDITION-LINE
                   STRING '      ROW ' WE-ROW-START (I)
                       ' COLUMN ' WE-COL-START (I)
                       ' READING ' READING-DIRECTION
                       DELIMITED BY SIZE INTO EDITION-LINE
                   PERFORM WRITE-EDITION-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO CONTINUED-CAPTION.

       SET-READING-DIRECTION.
           EVALUATE TRUE
               WHEN WE-ROW-DELTA (I) = 0 AND WE-COL-DELTA (I) = 1
                   MOVE 'ACROSS' TO READING-DIRECTION
               WHEN WE-ROW-DELTA (I) = 0 AND WE-COL-DELTA (I) = -1
                   MOVE 'BACKWARDS' TO READING-DIRECTION
               WHEN WE-ROW-DELTA (I) = 1 AND WE-COL-DELTA (I) = 0
                   MOVE 'DOWN' TO READING-DIRECTION
               WHEN WE-ROW-DELTA (I) = -1 AND WE-COL-DELTA (I) = 0
                   MOVE 'UP' TO READING-DIRECTION
               WHEN WE-ROW-DELTA (I) = 1 AND WE-COL-DELTA (I) = 1
                   MOVE 'DOWN-RIGHT' TO READING-DIRECTION
               WHEN WE-ROW-DELTA (I) = 1 AND WE-COL-DELTA (I) = -1
                   MOVE 'DOWN-LEFT' TO READING-DIRECTION
               WHEN WE-ROW-DELTA (I) = -1 AND WE-COL-DELTA (I) = 1
                   MOVE 'UP-RIGHT' TO READING-DIRECTION
               WHEN OTHER
                   MOVE 'UP-LEFT' TO READING-DIRECTION
           END-EVALUATE.

       MARK-ANSWER-CELLS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WORD-COUNT
               IF WE-PLACED (I) = 'Y'
                   PERFORM VARYING K FROM 0 BY 1
                       UNTIL K > WE-LENGTH (I) - 1
                       COMPUTE MARK-ROW =
                           WE-ROW-START (I) + (K * WE-ROW-DELTA (I))
                       COMPUTE MARK-COL =
                           WE-COL-START (I) + (K * WE-COL-DELTA (I))
                       IF MARK-ROW > 0 AND MARK-ROW <= 30
                               AND MARK-COL > 0 AND MARK-COL <= 30
                           MOVE 'Y'
                               TO ANSWER-MASK-COL (MARK-ROW, MARK-COL)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      * The left half of a split grid must land on an even page, so
      * an odd next page is spent as a blank left-hand page.
       START-LEFT-HAND-PAGE.
           IF FUNCTION MOD (PAGE-NUMBER + 1, 2) = 1
               MOVE SPACES TO PAGE-CAPTION
               PERFORM START-NEW-PAGE
               MOVE SPACES TO EDITION-LINE
               STRING 'THIS PAGE INTENTIONALLY LEFT BLANK'
                   DELIMITED BY SIZE INTO EDITION-LINE
               PERFORM WRITE-EDITION-LINE
           END-IF.

      * Every page opens on fresh paper with the running head -
      * page number and the page's caption - and a blank line.
       START-NEW-PAGE.
           ADD 1 TO PAGE-NUMBER
           MOVE SPACES TO EDITION-RECORD
           STRING 'LARGE PRINT  PAGE ' PAGE-NUMBER '  '
               PAGE-CAPTION
               DELIMITED BY SIZE INTO EDITION-RECORD
           WRITE EDITION-RECORD AFTER ADVANCING PAGE
           MOVE SPACES TO EDITION-RECORD
           WRITE EDITION-RECORD
           MOVE 2 TO LINES-ON-PAGE.

      * Body lines go through here so a list that runs past the foot
      * of the page carries on under the continued caption.
       WRITE-EDITION-LINE.
           IF LINES-ON-PAGE >= PAGE-DEPTH
               MOVE CONTINUED-CAPTION TO PAGE-CAPTION
               PERFORM START-NEW-PAGE
           END-IF
           MOVE EDITION-LINE TO EDITION-RECORD
           WRITE EDITION-RECORD
           ADD 1 TO LINES-ON-PAGE.
