       IDENTIFICATION DIVISION.
       PROGRAM-ID. Distrib.
       AUTHOR. OpenAI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIST-CTL-FILE ASSIGN TO "DISTCTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DIST-CTL-STATUS.
           SELECT SUBSCRIBER-FILE ASSIGN TO "SUBSCRIB.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SUBSCRIBER-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO "PUZZARCH.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.
           SELECT OPTIONAL DIST-HISTORY-FILE ASSIGN TO "DISTHIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS DIST-HISTORY-STATUS.
           SELECT PACKAGE-FILE ASSIGN TO DYNAMIC PACKAGE-FILENAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PACKAGE-STATUS.
           SELECT DIST-REGISTER-FILE ASSIGN TO "DISTREG.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * One parameter card: the first day of the week being sold. The
      * week runs seven days from it. A missing card or a bad date
      * distributes the seven days ending today.
       FD DIST-CTL-FILE.
       01 DIST-CTL-RECORD.
           05 DCT-WEEK-START       PIC X(08).

      * Same layout the subscriber maintenance writes. Only status A
      * outlets are sold to; blank themes take any theme and any
      * list-file puzzle.
       FD SUBSCRIBER-FILE.
       01 SUBSCRIBER-RECORD.
           05 SBR-OUTLET           PIC X(08).
           05 SBR-STATUS           PIC X(01).
           05 SBR-MAX-GRID         PIC 9(02).
           05 SBR-DIFFICULTIES     PIC X(03).
           05 SBR-THEMES.
               10 SBR-THEME        PIC X(08) OCCURS 4 TIMES.
           05 SBR-WEEKLY-COUNT     PIC 9(02).
           05 SBR-NAME             PIC X(30).
           05 SBR-USER             PIC X(08).
           05 SBR-STAMP            PIC X(14).

      * Same record layout the generator's WRITE-PUZZLE-ARCHIVE
      * produces - H header, G grid row, W word entry, T trailer.
       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD           PIC X(120).

      * Every puzzle ever sold, one entry per outlet and puzzle ID,
      * appended as each outlet's package is written. It is the only
      * thing standing between an outlet and a repeat, so it is never
      * rewritten here - only extended.
       FD DIST-HISTORY-FILE.
       01 DIST-HISTORY-RECORD.
           05 DHR-OUTLET           PIC X(08).
           05 DHR-PUZZLE-ID        PIC X(10).
           05 DHR-RUN-STAMP        PIC X(14).
           05 DHR-WEEK-START       PIC X(08).
           05 DHR-SENT-STAMP       PIC X(14).

      * An outlet's package keeps the archive layout byte for byte -
      * whole H/G/W/T groups - so the outlet loads it with the same
      * reader the archive itself is read with.
       FD PACKAGE-FILE.
       01 PACKAGE-RECORD           PIC X(120).

       FD DIST-REGISTER-FILE.
       01 DIST-REGISTER-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
       01 DIST-CTL-STATUS   PIC X(02).
       01 SUBSCRIBER-STATUS PIC X(02).
       01 ARCHIVE-STATUS    PIC X(02).
       01 DIST-HISTORY-STATUS PIC X(02).
       01 PACKAGE-STATUS    PIC X(02).
       01 PACKAGE-FILENAME  PIC X(50).
       01 FILE-EOF          PIC X(01).
       01 CURRENT-DATE-TIME PIC X(21).
       01 WEEK-START        PIC X(08).
       01 WEEK-END          PIC X(08).
       01 DATE-WORK         PIC 9(08).
       01 DATE-DIGITS-BAD   PIC 9(02).
       01 DD                PIC 9(02).

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

      * The active outlets, in master order, with what each is owed
      * this week and which of the week's puzzles it was given.
       01 SUBSCRIBER-COUNT  PIC 9(03) VALUE 0.
       01 SUBSCRIBER-OVERFLOW PIC X(01) VALUE 'N'.
       01 SUBSCRIBER-TABLE.
           05 SUBSCRIBER-ENTRY OCCURS 100 TIMES.
               10 SB-OUTLET       PIC X(08).
               10 SB-MAX-GRID     PIC 9(02).
               10 SB-DIFFICULTIES PIC X(03).
               10 SB-THEMES.
                   15 SB-THEME    PIC X(08) OCCURS 4 TIMES.
               10 SB-WEEKLY-COUNT PIC 9(02).
               10 SB-NAME         PIC X(30).
               10 SB-PICK-COUNT   PIC 9(02).
               10 SB-REPEAT-COUNT PIC 9(03).
               10 SB-PICK-CX      PIC 9(03) OCCURS 99 TIMES.
       01 SX                PIC 9(03).

      * Directory of the week's archived groups from the first pass:
      * what an outlet matches on, and the record span the second
      * pass copies into a package. A later clean copy of the same
      * puzzle ID supersedes the earlier one, the same rule archive
      * housekeeping applies, and a group with no trailer is never
      * sold. 500 groups is far beyond any week's output.
       01 CANDIDATE-COUNT   PIC 9(03) VALUE 0.
       01 CANDIDATE-OVERFLOW PIC X(01) VALUE 'N'.
       01 CANDIDATE-TABLE.
           05 CANDIDATE-ENTRY OCCURS 500 TIMES.
               10 CD-PUZZLE-ID  PIC X(10).
               10 CD-RUN-STAMP  PIC X(14).
               10 CD-GRID-SIZE  PIC 9(02).
               10 CD-DIFFICULTY PIC X(01).
               10 CD-THEME      PIC X(08).
               10 CD-START-REC  PIC 9(07).
               10 CD-END-REC    PIC 9(07).
      * Disposition: K sellable, S superseded, T torn.
               10 CD-DISP       PIC X(01).
       01 CX                PIC 9(03).
       01 CY                PIC 9(03).
       01 OPEN-CX           PIC 9(03) VALUE 0.
       01 RECORD-NUMBER     PIC 9(07).
       01 SUPERSEDED-COUNT  PIC 9(03) VALUE 0.
       01 TORN-COUNT        PIC 9(03) VALUE 0.
       01 SELLABLE-COUNT    PIC 9(03) VALUE 0.

      * Earlier sales of this week's puzzle IDs - nothing else in the
      * history can matter to this run, so only those are held. If
      * even that overflows, no outlet is sold to: a repeat cannot be
      * ruled out.
       01 SENT-COUNT        PIC 9(04) VALUE 0.
       01 SENT-OVERFLOW     PIC X(01) VALUE 'N'.
       01 SENT-TABLE.
           05 SENT-ENTRY OCCURS 2000 TIMES.
               10 SN-OUTLET     PIC X(08).
               10 SN-PUZZLE-ID  PIC X(10).
       01 NX                PIC 9(04).
       01 ALREADY-SENT      PIC X(01).
       01 CANDIDATE-MATCHES PIC X(01).
       01 DIFFICULTY-HITS   PIC 9(01).

      * Second-pass routing for one outlet's package: which of its
      * picks the reader is heading for next.
       01 PX                PIC 9(03).
       01 PICK-CX           PIC 9(03).
       01 PACKAGE-RECORDS   PIC 9(05).
       01 PACKAGE-OK        PIC X(01).
       01 ID-LINE-COUNT     PIC 9(01).
       01 ID-LINE           PIC X(132).
       01 ID-POINTER        PIC 9(03).

       01 OUTLETS-SERVED    PIC 9(03) VALUE 0.
       01 OUTLETS-SHORT     PIC 9(03) VALUE 0.
       01 PUZZLES-SENT      PIC 9(05) VALUE 0.
       01 SHORT-BY          PIC 9(02).
       01 DIST-SEVERITY     PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.

       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           OPEN OUTPUT DIST-REGISTER-FILE
           PERFORM READ-WEEK-CARD
           PERFORM LOAD-SUBSCRIBERS
           PERFORM SURVEY-WEEK-GROUPS
           PERFORM LOAD-DISTRIBUTION-HISTORY
           IF SUBSCRIBER-OVERFLOW = 'N' AND CANDIDATE-OVERFLOW = 'N'
                   AND SENT-OVERFLOW = 'N' AND ARCHIVE-STATUS = '00'
               PERFORM VARYING SX FROM 1 BY 1
                       UNTIL SX > SUBSCRIBER-COUNT
                   PERFORM ALLOCATE-OUTLET-PUZZLES
                   PERFORM WRITE-OUTLET-PACKAGE
                   PERFORM PRINT-OUTLET-REGISTER
               END-PERFORM
           ELSE
               MOVE SPACES TO DIST-REGISTER-RECORD
               STRING 'NOTHING DISTRIBUTED - SEE MESSAGES ABOVE'
                   DELIMITED BY SIZE INTO DIST-REGISTER-RECORD
               WRITE DIST-REGISTER-RECORD
               MOVE 8 TO DIST-SEVERITY
           END-IF
           PERFORM PRINT-REGISTER-TOTALS
           CLOSE DIST-REGISTER-FILE
           MOVE DIST-SEVERITY TO RETURN-CODE
           STOP RUN.

      * A bad week date falls back to the default rather than selling
      * from garbage - the header line always shows the week that was
      * actually used.
       READ-WEEK-CARD.
           COMPUTE DATE-WORK =
               FUNCTION DATE-OF-INTEGER (FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (CURRENT-DATE-TIME (1:8))) - 6)
           MOVE DATE-WORK TO WEEK-START
           OPEN INPUT DIST-CTL-FILE
           IF DIST-CTL-STATUS = '00'
               READ DIST-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM EDIT-WEEK-CARD
               END-READ
               CLOSE DIST-CTL-FILE
           END-IF
           COMPUTE DATE-WORK =
               FUNCTION DATE-OF-INTEGER (FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (WEEK-START)) + 6)
           MOVE DATE-WORK TO WEEK-END
           MOVE SPACES TO DIST-REGISTER-RECORD
           STRING 'DISTRIBUTION REGISTER - PUZZLES ARCHIVED '
               WEEK-START ' THRU ' WEEK-END
               DELIMITED BY SIZE INTO DIST-REGISTER-RECORD
           WRITE DIST-REGISTER-RECORD.

       EDIT-WEEK-CARD.
           IF DCT-WEEK-START NOT = SPACES
               MOVE 0 TO DATE-DIGITS-BAD
               PERFORM VARYING DD FROM 1 BY 1 UNTIL DD > 8
                   IF DCT-WEEK-START (DD:1) < '0'
                           OR DCT-WEEK-START (DD:1) > '9'
                       ADD 1 TO DATE-DIGITS-BAD
                   END-IF
               END-PERFORM
               IF DATE-DIGITS-BAD = 0
                       AND DCT-WEEK-START (5:2) >= '01'
                       AND DCT-WEEK-START (5:2) <= '12'
                       AND DCT-WEEK-START (7:2) >= '01'
                       AND DCT-WEEK-START (7:2) <= '31'
                       AND FUNCTION TEST-DATE-YYYYMMDD
                           (FUNCTION NUMVAL (DCT-WEEK-START)) = 0
                   MOVE DCT-WEEK-START TO WEEK-START
               ELSE
                   MOVE SPACES TO DIST-REGISTER-RECORD
                   STRING 'WEEK START ' DCT-WEEK-START
                       ' ON DISTCTL.DAT IS NOT A DATE - USING THE'
                       ' WEEK ENDING TODAY'
                       DELIMITED BY SIZE INTO DIST-REGISTER-RECORD
                   WRITE DIST-REGISTER-RECORD
                   IF DIST-SEVERITY < 4
                       MOVE 4 TO DIST-SEVERITY
                   END-IF
               END-IF
           END-IF.

       LOAD-SUBSCRIBERS.
           OPEN INPUT SUBSCRIBER-FILE
           IF SUBSCRIBER-STATUS = '00'
               MOVE 'N' TO FILE-EOF
               PERFORM UNTIL FILE-EOF = 'Y'
                   READ SUBSCRIBER-FILE
                       AT END
                           MOVE 'Y' TO FILE-EOF
                       NOT AT END
                           IF SBR-STATUS = 'A'
                               PERFORM STORE-SUBSCRIBER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBSCRIBER-FILE
               IF SUBSCRIBER-OVERFLOW = 'Y'
                   MOVE SPACES TO DIST-REGISTER-RECORD
                   STRING 'SUBSCRIBER MASTER SUBSCRIB.DAT HAS MORE'
                       ' THAN 100 ACTIVE OUTLETS'
                       DELIMITED BY SIZE INTO DIST-REGISTER-RECORD
                   WRITE DIST-REGISTER-RECORD
               END-IF
           ELSE
               MOVE SPACES TO DIST-REGISTER-RECORD
               STRING 'SUBSCRIBER MASTER SUBSCRIB.DAT COULD NOT BE'
                   ' OPENED, STATUS ' SUBSCRIBER-STATUS
                   DELIMITED BY SIZE INTO DIST-REGISTER-RECORD
               WRITE DIST-REGISTER-RECORD
               MOVE 8 TO DIST-SEVERITY
           END-IF.

       STORE-SUBSCRIBER.
           IF SUBSCRIBER-COUNT < 100
               ADD 1 TO SUBSCRIBER-COUNT
               MOVE SBR-OUTLET TO SB-OUTLET (SUBSCRIBER-COUNT)
               MOVE SBR-MAX-GRID TO SB-MAX-GRID (SUBSCRIBER-COUNT)
               MOVE SBR-DIFFICULTIES
                   TO SB-DIFFICULTIES (SUBSCRIBER-COUNT)
               MOVE SBR-THEMES TO SB-THEMES (SUBSCRIBER-COUNT)
               MOVE SBR-WEEKLY-COUNT
                   TO SB-WEEKLY-COUNT (SUBSCRIBER-COUNT)
               MOVE SBR-NAME TO SB-NAME (SUBSCRIBER-COUNT)
               MOVE 0 TO SB-PICK-COUNT (SUBSCRIBER-COUNT)
               MOVE 0 TO SB-REPEAT-COUNT (SUBSCRIBER-COUNT)
           ELSE
               MOVE 'Y' TO SUBSCRIBER-OVERFLOW
           END-IF.

      * First pass: every group archived inside the week goes into the
      * directory with its record span. The record counter runs over
      * the whole file, since the second pass finds groups by it.
       SURVEY-WEEK-GROUPS.
           MOVE 0 TO RECORD-NUMBER
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-STATUS = '00'
               MOVE 'N' TO FILE-EOF
               PERFORM UNTIL FILE-EOF = 'Y'
                   READ ARCHIVE-FILE
                       AT END
                           MOVE 'Y' TO FILE-EOF
                       NOT AT END
                           ADD 1 TO RECORD-NUMBER
                           PERFORM SURVEY-ONE-RECORD
                   END-READ
               END-PERFORM
               IF OPEN-CX > 0
                   MOVE 'T' TO CD-DISP (OPEN-CX)
               END-IF
               CLOSE ARCHIVE-FILE
               PERFORM SETTLE-CANDIDATES
           ELSE
               MOVE SPACES TO DIST-REGISTER-RECORD
               STRING 'ARCHIVE PUZZARCH.DAT COULD NOT BE OPENED,'
                   ' STATUS ' ARCHIVE-STATUS
                   DELIMITED BY SIZE INTO DIST-REGISTER-RECORD
               WRITE DIST-REGISTER-RECORD
               MOVE 8 TO DIST-SEVERITY
           END-IF.

       SURVEY-ONE-RECORD.
           MOVE ARCHIVE-RECORD (1:1) TO ARC-TYPE-CODE
           EVALUATE ARC-TYPE-CODE
               WHEN 'H'
                   IF OPEN-CX > 0
                       MOVE 'T' TO CD-DISP (OPEN-CX)
                       MOVE 0 TO OPEN-CX
                   END-IF
                   MOVE ARCHIVE-RECORD TO ARC-HEADER-REC
                   IF AH-RUN-STAMP (1:8) >= WEEK-START
                           AND AH-RUN-STAMP (1:8) <= WEEK-END
                       PERFORM OPEN-CANDIDATE
                   END-IF
               WHEN 'T'
                   IF OPEN-CX > 0
                       MOVE RECORD-NUMBER TO CD-END-REC (OPEN-CX)
                       MOVE 'K' TO CD-DISP (OPEN-CX)
                       MOVE 0 TO OPEN-CX
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * The archive header carries no theme of its own - a themed
      * card is filed with THEME= and the theme code in the word-list
      * field, and a list-file puzzle has no theme at all. A blank
      * difficulty is a hard puzzle, as it is on the card.
       OPEN-CANDIDATE.
           IF CANDIDATE-COUNT < 500
               ADD 1 TO CANDIDATE-COUNT
               MOVE CANDIDATE-COUNT TO OPEN-CX
               MOVE AH-PUZZLE-ID TO CD-PUZZLE-ID (OPEN-CX)
               MOVE AH-RUN-STAMP TO CD-RUN-STAMP (OPEN-CX)
               MOVE 0 TO CD-GRID-SIZE (OPEN-CX)
               IF AH-GRID-SIZE IS NUMERIC
                   MOVE AH-GRID-SIZE TO CD-GRID-SIZE (OPEN-CX)
               END-IF
               MOVE AH-DIFFICULTY TO CD-DIFFICULTY (OPEN-CX)
               IF CD-DIFFICULTY (OPEN-CX) = SPACE
                   MOVE 'H' TO CD-DIFFICULTY (OPEN-CX)
               END-IF
               MOVE SPACES TO CD-THEME (OPEN-CX)
               IF AH-WORD-LIST-FILE (1:6) = 'THEME='
                   MOVE FUNCTION UPPER-CASE (AH-WORD-LIST-FILE (7:8))
                       TO CD-THEME (OPEN-CX)
               END-IF
               MOVE RECORD-NUMBER TO CD-START-REC (OPEN-CX)
               MOVE 0 TO CD-END-REC (OPEN-CX)
               MOVE 'T' TO CD-DISP (OPEN-CX)
           ELSE
               IF CANDIDATE-OVERFLOW = 'N'
                   MOVE SPACES TO DIST-REGISTER-RECORD
                   STRING 'MORE THAN 500 GROUPS ARCHIVED IN THE WEEK'
                       DELIMITED BY SIZE INTO DIST-REGISTER-RECORD
                   WRITE DIST-REGISTER-RECORD
               END-IF
               MOVE 'Y' TO CANDIDATE-OVERFLOW
           END-IF.

       SETTLE-CANDIDATES.
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CANDIDATE-COUNT
               IF CD-DISP (CX) = 'K'
                   PERFORM VARYING CY FROM 1 BY 1
                           UNTIL CY > CANDIDATE-COUNT
                       IF CY > CX AND CD-DISP (CY) = 'K'
                               AND CD-PUZZLE-ID (CY) = CD-PUZZLE-ID (CX)
                           MOVE 'S' TO CD-DISP (CX)
                       END-IF
                   END-PERFORM
               END-IF
               EVALUATE CD-DISP (CX)
                   WHEN 'K'
                       ADD 1 TO SELLABLE-COUNT
                   WHEN 'S'
                       ADD 1 TO SUPERSEDED-COUNT
                   WHEN OTHER
                       ADD 1 TO TORN-COUNT
                       PERFORM RECORD-TORN-CANDIDATE
               END-EVALUATE
           END-PERFORM.

       RECORD-TORN-CANDIDATE.
           MOVE SPACES TO DIST-REGISTER-RECORD
           STRING 'PUZZLE ' CD-PUZZLE-ID (CX)
               ' RUN ' CD-RUN-STAMP (CX)
               ' HAS NO TRAILER - NOT SOLD'
               DELIMITED BY SIZE INTO DIST-REGISTER-RECORD
           WRITE DIST-REGISTER-RECORD
           IF DIST-SEVERITY < 4
               MOVE 4 TO DIST-SEVERITY
           END-IF.

       LOAD-DISTRIBUTION-HISTORY.
           OPEN INPUT DIST-HISTORY-FILE
           IF DIST-HISTORY-STATUS = '00' OR DIST-HISTORY-STATUS = '05'
               MOVE 'N' TO FILE-EOF
               PERFORM UNTIL FILE-EOF = 'Y'
                   READ DIST-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO FILE-EOF
                       NOT AT END
                           PERFORM STORE-HISTORY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE DIST-HISTORY-FILE
           ELSE
               MOVE SPACES TO DIST-REGISTER-RECORD
               STRING 'DISTRIBUTION HISTORY DISTHIST.DAT COULD NOT BE'
                   ' OPENED, STATUS ' DIST-HISTORY-STATUS
                   DELIMITED BY SIZE INTO DIST-REGISTER-RECORD
               WRITE DIST-REGISTER-RECORD
               MOVE 'Y' TO SENT-OVERFLOW
           END-IF.

       STORE-HISTORY-ENTRY.
           PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CANDIDATE-COUNT
               IF CD-PUZZLE-ID (CX) = DHR-PUZZLE-ID
                       AND CD-DISP (CX) = 'K'
                   IF SENT-COUNT < 2000
                       ADD 1 TO SENT-COUNT
                       MOVE DHR-OUTLET TO SN-OUTLET (SENT-COUNT)
                       MOVE DHR-PUZZLE-ID TO SN-PUZZLE-ID (SENT-COUNT)
                   ELSE
                       IF SENT-OVERFLOW = 'N'
                           MOVE SPACES TO DIST-REGISTER-RECORD
                           STRING 'MORE THAN 2000 EARLIER SALES OF THIS'
                               ' WEEK''S PUZZLES ON DISTHIST.DAT'
                               DELIMITED BY SIZE
                               INTO DIST-REGISTER-RECORD
                           WRITE DIST-REGISTER-RECORD
                       END-IF
                       MOVE 'Y' TO SENT-OVERFLOW
                   END-IF
               END-IF
           END-PERFORM.

      * An outlet takes the week's puzzles in archive order until its
      * weekly count is met: grid no larger than it can print, a
      * difficulty it accepts, one of its themes if it named any, and
      * never a puzzle it has been sold before.
       ALLOCATE-OUTLET-PUZZLES.
           PERFORM VARYING CX FROM 1 BY 1
                   UNTIL CX > CANDIDATE-COUNT
                   OR SB-PICK-COUNT (SX) >= SB-WEEKLY-COUNT (SX)
               IF CD-DISP (CX) = 'K'
                   PERFORM TEST-CANDIDATE-FOR-OUTLET
                   IF CANDIDATE-MATCHES = 'Y'
                       PERFORM TEST-ALREADY-SENT
                       IF ALREADY-SENT = 'Y'
                           ADD 1 TO SB-REPEAT-COUNT (SX)
                       ELSE
                           ADD 1 TO SB-PICK-COUNT (SX)
                           MOVE CX
                               TO SB-PICK-CX (SX, SB-PICK-COUNT (SX))
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       TEST-CANDIDATE-FOR-OUTLET.
           MOVE 'Y' TO CANDIDATE-MATCHES
           IF CD-GRID-SIZE (CX) > SB-MAX-GRID (SX)
               MOVE 'N' TO CANDIDATE-MATCHES
           END-IF
           MOVE 0 TO DIFFICULTY-HITS
           INSPECT SB-DIFFICULTIES (SX) TALLYING DIFFICULTY-HITS
               FOR ALL CD-DIFFICULTY (CX)
           IF DIFFICULTY-HITS = 0
               MOVE 'N' TO CANDIDATE-MATCHES
           END-IF
           IF SB-THEMES (SX) NOT = SPACES
               IF CD-THEME (CX) = SPACES
                   MOVE 'N' TO CANDIDATE-MATCHES
               ELSE
                   IF SB-THEME (SX, 1) NOT = CD-THEME (CX)
                           AND SB-THEME (SX, 2) NOT = CD-THEME (CX)
                           AND SB-THEME (SX, 3) NOT = CD-THEME (CX)
                           AND SB-THEME (SX, 4) NOT = CD-THEME (CX)
                       MOVE 'N' TO CANDIDATE-MATCHES
                   END-IF
               END-IF
           END-IF.

       TEST-ALREADY-SENT.
           MOVE 'N' TO ALREADY-SENT
           PERFORM VARYING NX FROM 1 BY 1
                   UNTIL NX > SENT-COUNT OR ALREADY-SENT = 'Y'
               IF SN-OUTLET (NX) = SB-OUTLET (SX)
                       AND SN-PUZZLE-ID (NX) = CD-PUZZLE-ID (CX)
                   MOVE 'Y' TO ALREADY-SENT
               END-IF
           END-PERFORM.

      * Second pass, one per outlet: the picks are in archive order,
      * so the reader copies each picked span as it comes to it and
      * moves to the next pick once past the span's trailer. The sale
      * is only entered in the history once the package has closed
      * cleanly - a package that failed to write was never sold.
       WRITE-OUTLET-PACKAGE.
           MOVE 'N' TO PACKAGE-OK
           IF SB-PICK-COUNT (SX) > 0
               MOVE SPACES TO PACKAGE-FILENAME
               STRING 'PKG' FUNCTION TRIM (SB-OUTLET (SX)) '.DAT'
                   DELIMITED BY SIZE INTO PACKAGE-FILENAME
               OPEN OUTPUT PACKAGE-FILE
               IF PACKAGE-STATUS = '00'
                   PERFORM COPY-PICKED-GROUPS
                   CLOSE PACKAGE-FILE
                   IF PACKAGE-OK = 'Y'
                       PERFORM APPEND-OUTLET-HISTORY
                   END-IF
               END-IF
               IF PACKAGE-OK = 'N'
                   MOVE SPACES TO DIST-REGISTER-RECORD
                   STRING 'PACKAGE ' FUNCTION TRIM (PACKAGE-FILENAME)
                       ' FOR OUTLET ' SB-OUTLET (SX)
                       ' COULD NOT BE WRITTEN, STATUS '
                       PACKAGE-STATUS ' - NOTHING SOLD TO IT'
                       DELIMITED BY SIZE INTO DIST-REGISTER-RECORD
                   WRITE DIST-REGISTER-RECORD
                   MOVE 8 TO DIST-SEVERITY
               END-IF
           END-IF.

       COPY-PICKED-GROUPS.
           MOVE 0 TO RECORD-NUMBER
           MOVE 0 TO PACKAGE-RECORDS
           MOVE 1 TO PX
           MOVE SB-PICK-CX (SX, PX) TO PICK-CX
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-STATUS = '00'
               MOVE 'Y' TO PACKAGE-OK
               MOVE 'N' TO FILE-EOF
               PERFORM UNTIL FILE-EOF = 'Y'
                   READ ARCHIVE-FILE
                       AT END
                           MOVE 'Y' TO FILE-EOF
                       NOT AT END
                           ADD 1 TO RECORD-NUMBER
                           PERFORM COPY-ONE-RECORD
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
               IF PX <= SB-PICK-COUNT (SX)
                   MOVE 'N' TO PACKAGE-OK
               END-IF
           END-IF.

       COPY-ONE-RECORD.
           IF PX <= SB-PICK-COUNT (SX)
               IF RECORD-NUMBER >= CD-START-REC (PICK-CX)
                       AND RECORD-NUMBER <= CD-END-REC (PICK-CX)
                   MOVE ARCHIVE-RECORD TO PACKAGE-RECORD
                   WRITE PACKAGE-RECORD
                   IF PACKAGE-STATUS NOT = '00'
                       MOVE 'N' TO PACKAGE-OK
                   END-IF
                   ADD 1 TO PACKAGE-RECORDS
               END-IF
               IF RECORD-NUMBER >= CD-END-REC (PICK-CX)
                   ADD 1 TO PX
                   IF PX <= SB-PICK-COUNT (SX)
                       MOVE SB-PICK-CX (SX, PX) TO PICK-CX
                   END-IF
               END-IF
           END-IF.

       APPEND-OUTLET-HISTORY.
           OPEN EXTEND DIST-HISTORY-FILE
           IF DIST-HISTORY-STATUS = '00' OR DIST-HISTORY-STATUS = '05'
               PERFORM VARYING PX FROM 1 BY 1
                       UNTIL PX > SB-PICK-COUNT (SX)
                   MOVE SB-PICK-CX (SX, PX) TO PICK-CX
                   MOVE SB-OUTLET (SX) TO DHR-OUTLET
                   MOVE CD-PUZZLE-ID (PICK-CX) TO DHR-PUZZLE-ID
                   MOVE CD-RUN-STAMP (PICK-CX) TO DHR-RUN-STAMP
                   MOVE WEEK-START TO DHR-WEEK-START
                   MOVE CURRENT-DATE-TIME (1:14) TO DHR-SENT-STAMP
                   WRITE DIST-HISTORY-RECORD
               END-PERFORM
               CLOSE DIST-HISTORY-FILE
           ELSE
               MOVE SPACES TO DIST-REGISTER-RECORD
               STRING 'DISTRIBUTION HISTORY DISTHIST.DAT COULD NOT BE'
                   ' EXTENDED, STATUS ' DIST-HISTORY-STATUS
                   ' - ' SB-OUTLET (SX)
                   ' PACKAGE WRITTEN BUT NOT RECORDED'
                   DELIMITED BY SIZE INTO DIST-REGISTER-RECORD
               WRITE DIST-REGISTER-RECORD
               MOVE 8 TO DIST-SEVERITY
           END-IF.

      * The register line per outlet, then its puzzle IDs eight to a
      * line. An outlet that came up short of its weekly count is
      * flagged on its own line so the desk can find it at a glance.
       PRINT-OUTLET-REGISTER.
           MOVE SPACES TO DIST-REGISTER-RECORD
           IF PACKAGE-OK = 'Y'
               ADD 1 TO OUTLETS-SERVED
               ADD SB-PICK-COUNT (SX) TO PUZZLES-SENT
               STRING 'OUTLET ' SB-OUTLET (SX)
                   ' ' SB-NAME (SX)
                   ' PACKAGE ' PACKAGE-FILENAME (1:15)
                   ' SENT ' SB-PICK-COUNT (SX)
                   ' OF ' SB-WEEKLY-COUNT (SX)
                   DELIMITED BY SIZE INTO DIST-REGISTER-RECORD
           ELSE
               MOVE 0 TO SB-PICK-COUNT (SX)
               STRING 'OUTLET ' SB-OUTLET (SX)
                   ' ' SB-NAME (SX)
                   ' NO PACKAGE'
                   ' SENT 00 OF ' SB-WEEKLY-COUNT (SX)
                   DELIMITED BY SIZE INTO DIST-REGISTER-RECORD
           END-IF
           WRITE DIST-REGISTER-RECORD
           MOVE SPACES TO ID-LINE
           MOVE 5 TO ID-POINTER
           MOVE 0 TO ID-LINE-COUNT
           PERFORM VARYING PX FROM 1 BY 1
                   UNTIL PX > SB-PICK-COUNT (SX)
               MOVE SB-PICK-CX (SX, PX) TO PICK-CX
               STRING CD-PUZZLE-ID (PICK-CX) ' '
                   DELIMITED BY SIZE INTO ID-LINE
                   WITH POINTER ID-POINTER
               ADD 1 TO ID-LINE-COUNT
               IF ID-LINE-COUNT = 8
                   MOVE ID-LINE TO DIST-REGISTER-RECORD
                   WRITE DIST-REGISTER-RECORD
                   MOVE SPACES TO ID-LINE
                   MOVE 5 TO ID-POINTER
                   MOVE 0 TO ID-LINE-COUNT
               END-IF
           END-PERFORM
           IF ID-LINE-COUNT > 0
               MOVE ID-LINE TO DIST-REGISTER-RECORD
               WRITE DIST-REGISTER-RECORD
           END-IF
           IF SB-REPEAT-COUNT (SX) > 0
               MOVE SPACES TO DIST-REGISTER-RECORD
               STRING '    ' SB-REPEAT-COUNT (SX)
                   ' MATCHING PUZZLES PASSED OVER - SOLD TO THIS'
                   ' OUTLET BEFORE'
                   DELIMITED BY SIZE INTO DIST-REGISTER-RECORD
               WRITE DIST-REGISTER-RECORD
           END-IF
           IF SB-PICK-COUNT (SX) < SB-WEEKLY-COUNT (SX)
               ADD 1 TO OUTLETS-SHORT
               COMPUTE SHORT-BY =
                   SB-WEEKLY-COUNT (SX) - SB-PICK-COUNT (SX)
               MOVE SPACES TO DIST-REGISTER-RECORD
               STRING '    *** SHORT ' SHORT-BY
                   ' PUZZLES FOR THE WEEK - ' SB-OUTLET (SX)
                   ' ***'
                   DELIMITED BY SIZE INTO DIST-REGISTER-RECORD
               WRITE DIST-REGISTER-RECORD
               IF DIST-SEVERITY < 4
                   MOVE 4 TO DIST-SEVERITY
               END-IF
           END-IF.

       PRINT-REGISTER-TOTALS.
           MOVE SPACES TO DIST-REGISTER-RECORD
           STRING 'GROUPS IN WEEK ' CANDIDATE-COUNT
               '  SELLABLE ' SELLABLE-COUNT
               '  SUPERSEDED ' SUPERSEDED-COUNT
               '  TORN ' TORN-COUNT
               DELIMITED BY SIZE INTO DIST-REGISTER-RECORD
           WRITE DIST-REGISTER-RECORD
           MOVE SPACES TO DIST-REGISTER-RECORD
           STRING 'ACTIVE OUTLETS ' SUBSCRIBER-COUNT
               '  SERVED ' OUTLETS-SERVED
               '  SHORT ' OUTLETS-SHORT
               '  PUZZLES SENT ' PUZZLES-SENT
               DELIMITED BY SIZE INTO DIST-REGISTER-RECORD
           WRITE DIST-REGISTER-RECORD
           IF SUBSCRIBER-COUNT = 0 AND DIST-SEVERITY < 4
               MOVE SPACES TO DIST-REGISTER-RECORD
               STRING 'NO ACTIVE OUTLETS ON SUBSCRIB.DAT'
                   DELIMITED BY SIZE INTO DIST-REGISTER-RECORD
               WRITE DIST-REGISTER-RECORD
               MOVE 4 TO DIST-SEVERITY
           END-IF.
