       IDENTIFICATION DIVISION.
       PROGRAM-ID. CardBuild.
       AUTHOR. OpenAI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUILD-CTL-FILE ASSIGN TO "CARDCTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BUILD-CTL-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-STATUS.
           SELECT SEQUENCE-FILE ASSIGN TO "PUZZSEQ.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SEQUENCE-STATUS.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO "PUZZARCH.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "PUZZHIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HISTORY-STATUS.
           SELECT PUZZLE-CTL-FILE ASSIGN TO "PUZZCTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS PUZZLE-CTL-STATUS.
           SELECT SCHEDULE-REPORT-FILE ASSIGN TO "CARDBLD.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * One parameter card: the first and last issue dates to build
      * cards for. A missing card, or a bad date on it, builds the
      * seven issue days starting tomorrow.
       FD BUILD-CTL-FILE.
       01 BUILD-CTL-RECORD.
           05 BCT-FROM-DATE        PIC X(08).
           05 BCT-THRU-DATE        PIC X(08).

      * The publication calendar: one entry per issue date and slot,
      * the slot being the desk's own two-character code for a page
      * (01, 02, WK ...). The remaining fields are the control card's
      * own, in the card's own order, and mean exactly what they mean
      * there - a blank size or count takes the generator default, a
      * theme draws from the word master, a blank theme with a blank
      * list file takes the default list, the mask and message
      * carry the holiday pages, and Y in the clue-mode byte makes a
      * themed page print clues in its word bank.
       FD CALENDAR-FILE.
       01 CALENDAR-RECORD.
           05 CAL-ISSUE-DATE       PIC X(08).
           05 CAL-SLOT             PIC X(02).
           05 CAL-GRID-SIZE        PIC 9(02).
           05 CAL-GRID-SIZE-X REDEFINES CAL-GRID-SIZE
                                   PIC X(02).
           05 CAL-WORD-COUNT       PIC 9(02).
           05 CAL-WORD-COUNT-X REDEFINES CAL-WORD-COUNT
                                   PIC X(02).
           05 CAL-WORD-LIST-FILE   PIC X(50).
           05 CAL-THEME            PIC X(08).
           05 CAL-DIFFICULTY       PIC X(01).
           05 CAL-MASK-FILE        PIC X(50).
           05 CAL-MESSAGE          PIC X(60).
           05 CAL-CLUE-MODE        PIC X(01).

      * The running puzzle ID sequence: a one-letter prefix and the
      * last number handed out. IDs are the prefix and the number
      * zero-filled to nine digits, so they sort in issue order.
       FD SEQUENCE-FILE.
       01 SEQUENCE-RECORD.
           05 SQR-PREFIX           PIC X(01).
           05 SQR-LAST-NUMBER      PIC 9(09).
           05 SQR-LAST-NUMBER-X REDEFINES SQR-LAST-NUMBER
                                   PIC X(09).
           05 SQR-STAMP            PIC X(14).

      * Same record layout the generator's WRITE-PUZZLE-ARCHIVE
      * produces; only the header's puzzle ID is read here. The
      * history file keeps the same layout for rolled-off groups.
       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD           PIC X(120).

       FD HISTORY-FILE.
       01 HISTORY-RECORD           PIC X(120).

      * Same card layout the generator reads.
       FD PUZZLE-CTL-FILE.
       01 PUZZLE-CTL-RECORD.
           05 PCR-PUZZLE-ID        PIC X(10).
           05 PCR-GRID-SIZE        PIC X(02).
           05 PCR-WORD-COUNT       PIC X(02).
           05 PCR-WORD-LIST-FILE   PIC X(50).
           05 PCR-THEME            PIC X(08).
           05 PCR-DIFFICULTY       PIC X(01).
           05 PCR-SEED             PIC X(06).
           05 PCR-MASK-FILE        PIC X(50).
           05 PCR-MESSAGE          PIC X(60).
           05 PCR-CLUE-MODE        PIC X(01).

       FD SCHEDULE-REPORT-FILE.
       01 SCHEDULE-REPORT-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.
       01 BUILD-CTL-STATUS  PIC X(02).
       01 CALENDAR-STATUS   PIC X(02).
       01 SEQUENCE-STATUS   PIC X(02).
       01 ARCHIVE-STATUS    PIC X(02).
       01 HISTORY-STATUS    PIC X(02).
       01 PUZZLE-CTL-STATUS PIC X(02).
       01 FILE-EOF          PIC X(01).
       01 CURRENT-DATE-TIME PIC X(21).
       01 FROM-DATE         PIC X(08).
       01 THRU-DATE         PIC X(08).
       01 FROM-INTEGER      PIC 9(08).
       01 THRU-INTEGER      PIC 9(08).
       01 DAY-INTEGER       PIC 9(08).
       01 DATE-WORK         PIC 9(08).
       01 CHECK-DATE        PIC X(08).
       01 DATE-BAD          PIC X(01).
       01 DD                PIC 9(02).

      * Generator limits the calendar entries are edited against, the
      * same figures VALIDATE-PUZZLE-CONTROL-RECORD applies.
       01 MAX-GRID-SIZE     PIC 9(02) VALUE 30.
       01 MAX-WORD-COUNT    PIC 9(02) VALUE 50.

      * The calendar entries that fall inside the range, put into
      * date and slot order before any card is built. 500 entries is
      * well over a year of three-a-day pages.
       01 ENTRY-COUNT       PIC 9(03) VALUE 0.
       01 ENTRY-OVERFLOW    PIC X(01) VALUE 'N'.
       01 ENTRY-TABLE.
           05 CALENDAR-ENTRY OCCURS 500 TIMES.
               10 CE-ISSUE-DATE     PIC X(08).
               10 CE-SLOT           PIC X(02).
               10 CE-GRID-SIZE      PIC 9(02).
               10 CE-GRID-SIZE-X REDEFINES CE-GRID-SIZE
                                    PIC X(02).
               10 CE-WORD-COUNT     PIC 9(02).
               10 CE-WORD-COUNT-X REDEFINES CE-WORD-COUNT
                                    PIC X(02).
               10 CE-WORD-LIST-FILE PIC X(50).
               10 CE-THEME          PIC X(08).
               10 CE-DIFFICULTY     PIC X(01).
               10 CE-MASK-FILE      PIC X(50).
               10 CE-MESSAGE        PIC X(60).
               10 CE-CLUE-MODE      PIC X(01).
       01 ENTRY-HOLD        PIC X(184).
       01 EX                PIC 9(03).
       01 EY                PIC 9(03).
       01 DAY-ENTRY-COUNT   PIC 9(03).

      * Edits on one calendar entry - the card edits the generator
      * would otherwise apply at run time, brought forward.
       01 ENTRY-REJECT-REASON PIC X(40).
       01 FILENAME-WORK     PIC X(50).
       01 FILENAME-BAD      PIC X(01).
       01 FILENAME-CHAR     PIC X(01).
       01 FN                PIC 9(02).

      * Puzzle ID assignment: the next number is one past whichever is
      * higher - the sequence file's last number or the highest
      * number already on an archived or rolled-off group under the
      * same prefix - so a sequence file restored from an old copy
      * still can't hand out an ID the archive has already seen.
       01 ID-PREFIX         PIC X(01) VALUE 'P'.
       01 LAST-NUMBER       PIC 9(09) VALUE 0.
       01 SEQUENCE-NUMBER   PIC 9(09) VALUE 0.
       01 ARCHIVE-HIGH-NUMBER PIC 9(09) VALUE 0.
       01 ARCHIVE-ID        PIC X(10).
       01 ARCHIVE-ID-NUMBER PIC 9(09).
       01 NEW-PUZZLE-ID     PIC X(10).

       01 MISSING-DATE-COUNT PIC 9(03) VALUE 0.
       01 DUPLICATE-COUNT   PIC 9(03) VALUE 0.
       01 BAD-ENTRY-COUNT   PIC 9(03) VALUE 0.
       01 CARDS-BUILT       PIC 9(03) VALUE 0.
       01 BUILD-SEVERITY    PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.

       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           OPEN OUTPUT SCHEDULE-REPORT-FILE
           PERFORM READ-RANGE-CARD
           PERFORM LOAD-CALENDAR-RANGE
           PERFORM ORDER-CALENDAR-ENTRIES
           PERFORM CHECK-CALENDAR-COVERAGE
           PERFORM EDIT-CALENDAR-ENTRIES
           IF BUILD-SEVERITY < 8
               PERFORM READ-ID-SEQUENCE
               PERFORM FIND-ARCHIVE-HIGH-NUMBER
           END-IF
           IF BUILD-SEVERITY < 8
               PERFORM WRITE-CONTROL-CARDS
           END-IF
           PERFORM PRINT-BUILD-TOTALS
           CLOSE SCHEDULE-REPORT-FILE
           MOVE BUILD-SEVERITY TO RETURN-CODE
           STOP RUN.

      * A bad date falls back to the default range rather than
      * building from garbage - the header line always shows the
      * range that was actually used.
       READ-RANGE-CARD.
           MOVE CURRENT-DATE-TIME (1:8) TO CHECK-DATE
           COMPUTE FROM-INTEGER =
               FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (CHECK-DATE))
               + 1
           COMPUTE THRU-INTEGER = FROM-INTEGER + 6
           OPEN INPUT BUILD-CTL-FILE
           IF BUILD-CTL-STATUS = '00'
               READ BUILD-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM EDIT-RANGE-CARD
               END-READ
               CLOSE BUILD-CTL-FILE
           END-IF
           COMPUTE DATE-WORK = FUNCTION DATE-OF-INTEGER (FROM-INTEGER)
           MOVE DATE-WORK TO FROM-DATE
           COMPUTE DATE-WORK = FUNCTION DATE-OF-INTEGER (THRU-INTEGER)
           MOVE DATE-WORK TO THRU-DATE
           MOVE SPACES TO SCHEDULE-REPORT-RECORD
           STRING 'CONTROL CARD SCHEDULE - ISSUE DATES ' FROM-DATE
               ' THRU ' THRU-DATE
               DELIMITED BY SIZE INTO SCHEDULE-REPORT-RECORD
           WRITE SCHEDULE-REPORT-RECORD.

       EDIT-RANGE-CARD.
           MOVE BCT-FROM-DATE TO CHECK-DATE
           PERFORM EDIT-ONE-DATE
           IF DATE-BAD = 'N'
               MOVE BCT-THRU-DATE TO CHECK-DATE
               PERFORM EDIT-ONE-DATE
           END-IF
           IF DATE-BAD = 'N' AND BCT-THRU-DATE < BCT-FROM-DATE
               MOVE 'Y' TO DATE-BAD
           END-IF
           IF DATE-BAD = 'N'
               COMPUTE FROM-INTEGER = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (BCT-FROM-DATE))
               COMPUTE THRU-INTEGER = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (BCT-THRU-DATE))
           ELSE
               MOVE SPACES TO SCHEDULE-REPORT-RECORD
               STRING 'RANGE ' BCT-FROM-DATE ' THRU ' BCT-THRU-DATE
                   ' ON CARDCTL.DAT IS NOT A DATE RANGE - BUILDING'
                   ' THE SEVEN DAYS FROM TOMORROW'
                   DELIMITED BY SIZE INTO SCHEDULE-REPORT-RECORD
               WRITE SCHEDULE-REPORT-RECORD
               IF BUILD-SEVERITY < 4
                   MOVE 4 TO BUILD-SEVERITY
               END-IF
           END-IF.

       EDIT-ONE-DATE.
           MOVE 'N' TO DATE-BAD
           PERFORM VARYING DD FROM 1 BY 1 UNTIL DD > 8
               IF CHECK-DATE (DD:1) < '0' OR CHECK-DATE (DD:1) > '9'
                   MOVE 'Y' TO DATE-BAD
               END-IF
           END-PERFORM
           IF DATE-BAD = 'N'
               IF CHECK-DATE (5:2) < '01' OR CHECK-DATE (5:2) > '12'
                       OR CHECK-DATE (7:2) < '01'
                       OR CHECK-DATE (7:2) > '31'
                   MOVE 'Y' TO DATE-BAD
               END-IF
           END-IF
           IF DATE-BAD = 'N'
                   AND FUNCTION TEST-DATE-YYYYMMDD
                       (FUNCTION NUMVAL (CHECK-DATE)) NOT = 0
               MOVE 'Y' TO DATE-BAD
           END-IF.

       LOAD-CALENDAR-RANGE.
           OPEN INPUT CALENDAR-FILE
           IF CALENDAR-STATUS = '00'
               MOVE 'N' TO FILE-EOF
               PERFORM UNTIL FILE-EOF = 'Y'
                   READ CALENDAR-FILE
                       AT END
                           MOVE 'Y' TO FILE-EOF
                       NOT AT END
                           IF CAL-ISSUE-DATE >= FROM-DATE
                                   AND CAL-ISSUE-DATE <= THRU-DATE
                               PERFORM STORE-CALENDAR-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           ELSE
               MOVE SPACES TO SCHEDULE-REPORT-RECORD
               STRING 'CALENDAR CALENDAR.DAT COULD NOT BE OPENED,'
                   ' STATUS ' CALENDAR-STATUS
                   DELIMITED BY SIZE INTO SCHEDULE-REPORT-RECORD
               WRITE SCHEDULE-REPORT-RECORD
               MOVE 8 TO BUILD-SEVERITY
           END-IF.

       STORE-CALENDAR-ENTRY.
           IF ENTRY-COUNT < 500
               ADD 1 TO ENTRY-COUNT
               MOVE CALENDAR-RECORD TO CALENDAR-ENTRY (ENTRY-COUNT)
               MOVE FUNCTION UPPER-CASE (CAL-SLOT)
                   TO CE-SLOT (ENTRY-COUNT)
           ELSE
               IF ENTRY-OVERFLOW = 'N'
                   MOVE SPACES TO SCHEDULE-REPORT-RECORD
                   STRING 'MORE THAN 500 CALENDAR ENTRIES IN RANGE'
                       ' - NARROW THE RANGE ON CARDCTL.DAT'
                       DELIMITED BY SIZE INTO SCHEDULE-REPORT-RECORD
                   WRITE SCHEDULE-REPORT-RECORD
                   MOVE 8 TO BUILD-SEVERITY
               END-IF
               MOVE 'Y' TO ENTRY-OVERFLOW
           END-IF.

      * The calendar is typed in whatever order the desk finds handy;
      * cards go out in issue date and slot order, which is also the
      * order the IDs are handed out in.
       ORDER-CALENDAR-ENTRIES.
           PERFORM VARYING EX FROM 1 BY 1 UNTIL EX >= ENTRY-COUNT
               PERFORM VARYING EY FROM EX BY 1 UNTIL EY > ENTRY-COUNT
                   IF CE-ISSUE-DATE (EY) < CE-ISSUE-DATE (EX)
                           OR (CE-ISSUE-DATE (EY) = CE-ISSUE-DATE (EX)
                               AND CE-SLOT (EY) < CE-SLOT (EX))
                       MOVE CALENDAR-ENTRY (EX) TO ENTRY-HOLD
                       MOVE CALENDAR-ENTRY (EY) TO CALENDAR-ENTRY (EX)
                       MOVE ENTRY-HOLD TO CALENDAR-ENTRY (EY)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Every issue date in the range should have at least one page
      * planned, and no slot may be planned twice - with two entries
      * for one slot there is no telling which page the desk meant,
      * so nothing is built until the calendar is put right. A date
      * with nothing planned may be a deliberate dark day, so it is
      * reported but does not stop the build.
       CHECK-CALENDAR-COVERAGE.
           PERFORM VARYING DAY-INTEGER FROM FROM-INTEGER BY 1
                   UNTIL DAY-INTEGER > THRU-INTEGER
               COMPUTE DATE-WORK =
                   FUNCTION DATE-OF-INTEGER (DAY-INTEGER)
               MOVE DATE-WORK TO CHECK-DATE
               MOVE 0 TO DAY-ENTRY-COUNT
               PERFORM VARYING EX FROM 1 BY 1 UNTIL EX > ENTRY-COUNT
                   IF CE-ISSUE-DATE (EX) = CHECK-DATE
                       ADD 1 TO DAY-ENTRY-COUNT
                   END-IF
               END-PERFORM
               IF DAY-ENTRY-COUNT = 0
                   ADD 1 TO MISSING-DATE-COUNT
                   MOVE SPACES TO SCHEDULE-REPORT-RECORD
                   STRING 'NO CALENDAR ENTRY FOR ISSUE DATE '
                       CHECK-DATE ' - NO PAGE WILL BE BUILT FOR IT'
                       DELIMITED BY SIZE INTO SCHEDULE-REPORT-RECORD
                   WRITE SCHEDULE-REPORT-RECORD
                   IF BUILD-SEVERITY < 4
                       MOVE 4 TO BUILD-SEVERITY
                   END-IF
               END-IF
           END-PERFORM
           IF ENTRY-COUNT = 0 AND BUILD-SEVERITY < 8
               MOVE SPACES TO SCHEDULE-REPORT-RECORD
               STRING 'NO CALENDAR ENTRIES IN RANGE - PUZZCTL.DAT'
                   ' LEFT AS IT WAS'
                   DELIMITED BY SIZE INTO SCHEDULE-REPORT-RECORD
               WRITE SCHEDULE-REPORT-RECORD
               MOVE 8 TO BUILD-SEVERITY
           END-IF
           PERFORM VARYING EX FROM 2 BY 1 UNTIL EX > ENTRY-COUNT
               IF CE-ISSUE-DATE (EX) = CE-ISSUE-DATE (EX - 1)
                       AND CE-SLOT (EX) = CE-SLOT (EX - 1)
                   ADD 1 TO DUPLICATE-COUNT
                   MOVE SPACES TO SCHEDULE-REPORT-RECORD
                   STRING 'TWO CALENDAR ENTRIES FOR ISSUE DATE '
                       CE-ISSUE-DATE (EX) ' SLOT ' CE-SLOT (EX)
                       ' - NOTHING BUILT UNTIL ONE IS REMOVED'
                       DELIMITED BY SIZE INTO SCHEDULE-REPORT-RECORD
                   WRITE SCHEDULE-REPORT-RECORD
                   MOVE 8 TO BUILD-SEVERITY
               END-IF
           END-PERFORM.

       EDIT-CALENDAR-ENTRIES.
           PERFORM VARYING EX FROM 1 BY 1 UNTIL EX > ENTRY-COUNT
               PERFORM EDIT-ONE-ENTRY
               IF ENTRY-REJECT-REASON NOT = SPACES
                   ADD 1 TO BAD-ENTRY-COUNT
                   MOVE SPACES TO SCHEDULE-REPORT-RECORD
                   STRING 'CALENDAR ENTRY ' CE-ISSUE-DATE (EX)
                       ' SLOT ' CE-SLOT (EX)
                       ' - ' ENTRY-REJECT-REASON
                       DELIMITED BY SIZE INTO SCHEDULE-REPORT-RECORD
                   WRITE SCHEDULE-REPORT-RECORD
                   MOVE 8 TO BUILD-SEVERITY
               END-IF
           END-PERFORM.

      * The same edits, in the same order and with the same wording,
      * that the generator puts a control card through - so anything
      * this job passes can't come back on CTLRJCT.DAT.
       EDIT-ONE-ENTRY.
           MOVE SPACES TO ENTRY-REJECT-REASON
           IF CE-SLOT (EX) = SPACES
               MOVE 'SLOT MISSING' TO ENTRY-REJECT-REASON
           END-IF
           IF ENTRY-REJECT-REASON = SPACES
                   AND CE-GRID-SIZE-X (EX) NOT = SPACES
               IF CE-GRID-SIZE (EX) IS NOT NUMERIC
                   MOVE 'GRID SIZE NOT NUMERIC' TO ENTRY-REJECT-REASON
               ELSE
                   IF CE-GRID-SIZE (EX) > MAX-GRID-SIZE
                       MOVE 'GRID SIZE OVER MAXIMUM'
                           TO ENTRY-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF ENTRY-REJECT-REASON = SPACES
                   AND CE-WORD-COUNT-X (EX) NOT = SPACES
               IF CE-WORD-COUNT (EX) IS NOT NUMERIC
                   MOVE 'WORD COUNT NOT NUMERIC' TO ENTRY-REJECT-REASON
               ELSE
                   IF CE-WORD-COUNT (EX) > MAX-WORD-COUNT
                       MOVE 'WORD COUNT OVER MAXIMUM'
                           TO ENTRY-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF ENTRY-REJECT-REASON = SPACES
               MOVE FUNCTION TRIM (CE-WORD-LIST-FILE (EX))
                   TO FILENAME-WORK
               PERFORM CHECK-FILENAME-CHARACTERS
               IF FILENAME-BAD = 'Y'
                   MOVE 'BAD CHARACTER IN WORD LIST FILE NAME'
                       TO ENTRY-REJECT-REASON
               END-IF
           END-IF
           IF ENTRY-REJECT-REASON = SPACES
               MOVE FUNCTION TRIM (CE-MASK-FILE (EX))
                   TO FILENAME-WORK
               PERFORM CHECK-FILENAME-CHARACTERS
               IF FILENAME-BAD = 'Y'
                   MOVE 'BAD CHARACTER IN MASK FILE NAME'
                       TO ENTRY-REJECT-REASON
               END-IF
           END-IF
           IF ENTRY-REJECT-REASON = SPACES
                   AND CE-DIFFICULTY (EX) NOT = SPACE
                   AND CE-DIFFICULTY (EX) NOT = 'E'
                   AND CE-DIFFICULTY (EX) NOT = 'M'
                   AND CE-DIFFICULTY (EX) NOT = 'H'
               MOVE 'DIFFICULTY CODE NOT E, M OR H'
                   TO ENTRY-REJECT-REASON
           END-IF
           IF ENTRY-REJECT-REASON = SPACES
                   AND CE-CLUE-MODE (EX) NOT = SPACE
                   AND CE-CLUE-MODE (EX) NOT = 'Y'
                   AND CE-CLUE-MODE (EX) NOT = 'N'
               MOVE 'CLUE MODE NOT Y OR N' TO ENTRY-REJECT-REASON
           END-IF
           IF ENTRY-REJECT-REASON = SPACES
                   AND CE-CLUE-MODE (EX) = 'Y'
                   AND CE-THEME (EX) = SPACES
               MOVE 'CLUE MODE NEEDS A THEMED CARD'
                   TO ENTRY-REJECT-REASON
           END-IF.

       CHECK-FILENAME-CHARACTERS.
           MOVE 'N' TO FILENAME-BAD
           PERFORM VARYING FN FROM 1 BY 1
                   UNTIL FN > FUNCTION LENGTH (FUNCTION TRIM
                       (FILENAME-WORK))
               MOVE FILENAME-WORK (FN:1) TO FILENAME-CHAR
               IF (FILENAME-CHAR IS NOT ALPHABETIC
                       OR FILENAME-CHAR = SPACE)
                       AND (FILENAME-CHAR < '0' OR FILENAME-CHAR > '9')
                       AND FILENAME-CHAR NOT = '.'
                       AND FILENAME-CHAR NOT = '-'
                       AND FILENAME-CHAR NOT = '_'
                       AND FILENAME-CHAR NOT = '/'
                   MOVE 'Y' TO FILENAME-BAD
               END-IF
           END-PERFORM.

      * A missing sequence file is the very first build: start at
      * prefix P and number zero and say so. The archive scan that
      * follows keeps that from ever reissuing an archived ID.
       READ-ID-SEQUENCE.
           OPEN INPUT SEQUENCE-FILE
           IF SEQUENCE-STATUS = '00'
               READ SEQUENCE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SQR-PREFIX NOT = SPACE
                           MOVE SQR-PREFIX TO ID-PREFIX
                       END-IF
                       IF SQR-LAST-NUMBER IS NUMERIC
                           MOVE SQR-LAST-NUMBER TO SEQUENCE-NUMBER
                       ELSE
                           MOVE SPACES TO SCHEDULE-REPORT-RECORD
                           STRING 'SEQUENCE PUZZSEQ.DAT LAST NUMBER '
                               SQR-LAST-NUMBER-X ' NOT NUMERIC'
                               DELIMITED BY SIZE
                               INTO SCHEDULE-REPORT-RECORD
                           WRITE SCHEDULE-REPORT-RECORD
                           MOVE 8 TO BUILD-SEVERITY
                       END-IF
               END-READ
               CLOSE SEQUENCE-FILE
           ELSE
               MOVE SPACES TO SCHEDULE-REPORT-RECORD
               STRING 'SEQUENCE PUZZSEQ.DAT NOT FOUND, STATUS '
                   SEQUENCE-STATUS ' - STARTING A NEW SEQUENCE'
                   DELIMITED BY SIZE INTO SCHEDULE-REPORT-RECORD
               WRITE SCHEDULE-REPORT-RECORD
           END-IF.

       FIND-ARCHIVE-HIGH-NUMBER.
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-STATUS = '00' OR ARCHIVE-STATUS = '05'
               MOVE 'N' TO FILE-EOF
               PERFORM UNTIL FILE-EOF = 'Y'
                   READ ARCHIVE-FILE
                       AT END
                           MOVE 'Y' TO FILE-EOF
                       NOT AT END
                           IF ARCHIVE-RECORD (1:1) = 'H'
                               MOVE ARCHIVE-RECORD (2:10)
                                   TO ARCHIVE-ID
                               PERFORM NOTE-ARCHIVED-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF
           OPEN INPUT HISTORY-FILE
           IF HISTORY-STATUS = '00' OR HISTORY-STATUS = '05'
               MOVE 'N' TO FILE-EOF
               PERFORM UNTIL FILE-EOF = 'Y'
                   READ HISTORY-FILE
                       AT END
                           MOVE 'Y' TO FILE-EOF
                       NOT AT END
                           IF HISTORY-RECORD (1:1) = 'H'
                               MOVE HISTORY-RECORD (2:10)
                                   TO ARCHIVE-ID
                               PERFORM NOTE-ARCHIVED-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           MOVE SEQUENCE-NUMBER TO LAST-NUMBER
           IF ARCHIVE-HIGH-NUMBER > LAST-NUMBER
               MOVE SPACES TO SCHEDULE-REPORT-RECORD
               STRING 'SEQUENCE PUZZSEQ.DAT WAS AT ' ID-PREFIX
                   SEQUENCE-NUMBER ' BUT THE ARCHIVE HOLDS '
                   ID-PREFIX ARCHIVE-HIGH-NUMBER
                   ' - NUMBERING CONTINUES FROM THE ARCHIVE'
                   DELIMITED BY SIZE INTO SCHEDULE-REPORT-RECORD
               WRITE SCHEDULE-REPORT-RECORD
               IF BUILD-SEVERITY < 4
                   MOVE 4 TO BUILD-SEVERITY
               END-IF
               MOVE ARCHIVE-HIGH-NUMBER TO LAST-NUMBER
           END-IF.

       NOTE-ARCHIVED-ID.
           IF ARCHIVE-ID (1:1) = ID-PREFIX
                   AND ARCHIVE-ID (2:9) IS NUMERIC
               MOVE ARCHIVE-ID (2:9) TO ARCHIVE-ID-NUMBER
               IF ARCHIVE-ID-NUMBER > ARCHIVE-HIGH-NUMBER
                   MOVE ARCHIVE-ID-NUMBER TO ARCHIVE-HIGH-NUMBER
               END-IF
           END-IF.

      * The cards and the schedule listing come out together, one
      * listing line per card. The sequence file is advanced only
      * once the whole card file has been written, so a failed build
      * leaves the next run to hand out the same numbers again.
       WRITE-CONTROL-CARDS.
           OPEN OUTPUT PUZZLE-CTL-FILE
           IF PUZZLE-CTL-STATUS = '00'
               MOVE SPACES TO SCHEDULE-REPORT-RECORD
               STRING 'ISSUE    SL PUZZLE ID  SZ WC D THEME    '
                   'WORD LIST / MASK / MESSAGE'
                   DELIMITED BY SIZE INTO SCHEDULE-REPORT-RECORD
               WRITE SCHEDULE-REPORT-RECORD
               PERFORM VARYING EX FROM 1 BY 1 UNTIL EX > ENTRY-COUNT
                   PERFORM BUILD-ONE-CARD
               END-PERFORM
               CLOSE PUZZLE-CTL-FILE
               PERFORM REWRITE-ID-SEQUENCE
           ELSE
               MOVE SPACES TO SCHEDULE-REPORT-RECORD
               STRING 'CONTROL FILE PUZZCTL.DAT COULD NOT BE WRITTEN,'
                   ' STATUS ' PUZZLE-CTL-STATUS
                   DELIMITED BY SIZE INTO SCHEDULE-REPORT-RECORD
               WRITE SCHEDULE-REPORT-RECORD
               MOVE 8 TO BUILD-SEVERITY
           END-IF.

       BUILD-ONE-CARD.
           ADD 1 TO LAST-NUMBER
           MOVE SPACES TO NEW-PUZZLE-ID
           STRING ID-PREFIX LAST-NUMBER
               DELIMITED BY SIZE INTO NEW-PUZZLE-ID
           MOVE SPACES TO PUZZLE-CTL-RECORD
           MOVE NEW-PUZZLE-ID TO PCR-PUZZLE-ID
           MOVE CE-GRID-SIZE-X (EX) TO PCR-GRID-SIZE
           MOVE CE-WORD-COUNT-X (EX) TO PCR-WORD-COUNT
           MOVE CE-WORD-LIST-FILE (EX) TO PCR-WORD-LIST-FILE
           MOVE FUNCTION UPPER-CASE (CE-THEME (EX)) TO PCR-THEME
           MOVE CE-DIFFICULTY (EX) TO PCR-DIFFICULTY
           MOVE CE-MASK-FILE (EX) TO PCR-MASK-FILE
           MOVE CE-MESSAGE (EX) TO PCR-MESSAGE
           MOVE CE-CLUE-MODE (EX) TO PCR-CLUE-MODE
           WRITE PUZZLE-CTL-RECORD
           ADD 1 TO CARDS-BUILT
           MOVE SPACES TO SCHEDULE-REPORT-RECORD
           STRING CE-ISSUE-DATE (EX)
               ' ' CE-SLOT (EX)
               ' ' NEW-PUZZLE-ID
               ' ' PCR-GRID-SIZE
               ' ' PCR-WORD-COUNT
               ' ' PCR-DIFFICULTY
               ' ' PCR-THEME
               ' ' FUNCTION TRIM (PCR-WORD-LIST-FILE)
               DELIMITED BY SIZE INTO SCHEDULE-REPORT-RECORD
           WRITE SCHEDULE-REPORT-RECORD
           IF PCR-CLUE-MODE = 'Y'
               MOVE SPACES TO SCHEDULE-REPORT-RECORD
               STRING '    CLUE MODE'
                   DELIMITED BY SIZE INTO SCHEDULE-REPORT-RECORD
               WRITE SCHEDULE-REPORT-RECORD
           END-IF
           IF PCR-MASK-FILE NOT = SPACES
               MOVE SPACES TO SCHEDULE-REPORT-RECORD
               STRING '    MASK '
                   FUNCTION TRIM (PCR-MASK-FILE)
                   DELIMITED BY SIZE INTO SCHEDULE-REPORT-RECORD
               WRITE SCHEDULE-REPORT-RECORD
           END-IF
           IF PCR-MESSAGE NOT = SPACES
               MOVE SPACES TO SCHEDULE-REPORT-RECORD
               STRING '    MESSAGE '
                   FUNCTION TRIM (PCR-MESSAGE)
                   DELIMITED BY SIZE INTO SCHEDULE-REPORT-RECORD
               WRITE SCHEDULE-REPORT-RECORD
           END-IF.

       REWRITE-ID-SEQUENCE.
           OPEN OUTPUT SEQUENCE-FILE
           IF SEQUENCE-STATUS = '00'
               MOVE ID-PREFIX TO SQR-PREFIX
               MOVE LAST-NUMBER TO SQR-LAST-NUMBER
               MOVE CURRENT-DATE-TIME (1:14) TO SQR-STAMP
               WRITE SEQUENCE-RECORD
               CLOSE SEQUENCE-FILE
           ELSE
               MOVE SPACES TO SCHEDULE-REPORT-RECORD
               STRING 'SEQUENCE PUZZSEQ.DAT COULD NOT BE REWRITTEN,'
                   ' STATUS ' SEQUENCE-STATUS
                   ' - SET IT TO ' ID-PREFIX LAST-NUMBER
                   ' BEFORE THE NEXT BUILD'
                   DELIMITED BY SIZE INTO SCHEDULE-REPORT-RECORD
               WRITE SCHEDULE-REPORT-RECORD
               MOVE 8 TO BUILD-SEVERITY
           END-IF.

       PRINT-BUILD-TOTALS.
           MOVE SPACES TO SCHEDULE-REPORT-RECORD
           STRING 'CALENDAR ENTRIES ' ENTRY-COUNT
               '  CARDS BUILT ' CARDS-BUILT
               '  DATES MISSING ' MISSING-DATE-COUNT
               '  DUPLICATE SLOTS ' DUPLICATE-COUNT
               '  BAD ENTRIES ' BAD-ENTRY-COUNT
               DELIMITED BY SIZE INTO SCHEDULE-REPORT-RECORD
           WRITE SCHEDULE-REPORT-RECORD
           IF BUILD-SEVERITY >= 8 AND CARDS-BUILT = 0
               MOVE SPACES TO SCHEDULE-REPORT-RECORD
               STRING 'PUZZCTL.DAT NOT BUILT - CORRECT THE CALENDAR'
                   ' AND RERUN BEFORE THE GENERATION RUN'
                   DELIMITED BY SIZE INTO SCHEDULE-REPORT-RECORD
               WRITE SCHEDULE-REPORT-RECORD
           END-IF.
