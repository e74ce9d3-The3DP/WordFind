       IDENTIFICATION DIVISION.
       PROGRAM-ID. Rollback.
       AUTHOR. OpenAI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROLLBACK-CTL-FILE ASSIGN TO "ROLLCTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS ROLLBACK-CTL-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "MAINTJNL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.
           SELECT WORD-MASTER-FILE ASSIGN TO "WORDMST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WORD-MASTER-STATUS.
           SELECT BLOCKLIST-FILE ASSIGN TO "BLOCKLST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS BLOCKLIST-STATUS.
           SELECT ROLLBACK-REPORT-FILE ASSIGN TO "ROLLBACK.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * One card says what to take back. RUN names one maintenance
      * run by the journal run ID printed at the top of its report.
      * USER takes back every change one user's cards made at or
      * after the stamp given (a date alone means from the start of
      * that day) - across both masters, but never an earlier
      * rollback's own changes, which are undone only by naming that
      * rollback's run. The last field is who is doing the rollback,
      * stamped on the journal entries it writes.
       FD ROLLBACK-CTL-FILE.
       01 ROLLBACK-CTL-RECORD.
           05 RBC-MODE             PIC X(04).
           05 RBC-RUN-ID           PIC X(18).
           05 RBC-USER             PIC X(08).
           05 RBC-SINCE            PIC X(14).
           05 RBC-BY-USER          PIC X(08).

      * Same change journal the maintenance programs write.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD           PIC X(210).

      * Same layout the generator reads.
       FD WORD-MASTER-FILE.
       01 WORD-MASTER-RECORD.
           05 WMR-THEME            PIC X(08).
           05 WMR-WORD             PIC X(20).
           05 WMR-LAST-USED        PIC X(08).
           05 WMR-CLUE             PIC X(40).

      * Same layout the generator and the blocklist maintenance read.
       FD BLOCKLIST-FILE.
       01 BLOCKLIST-RECORD.
           05 BLR-STATUS           PIC X(01).
           05 BLR-WORD             PIC X(20).
           05 BLR-USER             PIC X(08).
           05 BLR-STAMP            PIC X(14).

       FD ROLLBACK-REPORT-FILE.
       01 ROLLBACK-REPORT-RECORD   PIC X(132).

       WORKING-STORAGE SECTION.
       01 ROLLBACK-CTL-STATUS PIC X(02).
       01 JOURNAL-STATUS    PIC X(02).
       01 WORD-MASTER-STATUS PIC X(02).
       01 BLOCKLIST-STATUS  PIC X(02).
       01 FILE-EOF          PIC X(01).
       01 CURRENT-DATE-TIME PIC X(21).
       01 ROLLBACK-RUN-ID   PIC X(18).
       01 ROLLBACK-USER     PIC X(08).
       01 CARD-OK           PIC X(01) VALUE 'N'.
       01 J                 PIC 9(02).

      * One journal entry taken apart - the same fields the
      * maintenance programs lay down.
       01 JOURNAL-ENTRY.
           05 JE-RUN-ID            PIC X(18).
           05 JE-FILE              PIC X(08).
           05 JE-CARD-NUMBER       PIC 9(05).
           05 JE-ACTION            PIC X(04).
           05 JE-USER              PIC X(08).
           05 JE-STAMP             PIC X(14).
           05 JE-CHANGE            PIC X(01).
           05 JE-BEFORE-IMAGE      PIC X(76).
           05 JE-AFTER-IMAGE       PIC X(76).

      * Every journal entry the card picks, in journal order. They
      * are taken back newest first, so a record changed twice in
      * the span steps back through each state it passed through.
       01 SELECTED-COUNT    PIC 9(04) VALUE 0.
       01 SELECTED-OVERFLOW PIC X(01) VALUE 'N'.
       01 SELECTED-TABLE.
           05 SELECTED-ENTRY OCCURS 2000 TIMES.
               10 SE-IMAGE      PIC X(210).
               10 SE-OUTCOME    PIC X(01).
       01 SX                PIC 9(04).
       01 REVERSED-COUNT    PIC 9(04) VALUE 0.
       01 REFUSED-COUNT     PIC 9(04) VALUE 0.
       01 REFUSE-REASON     PIC X(50).

      * Both masters in storage, each record kept whole - a journal
      * image is compared against the record byte for byte. Blocklist
      * words are upper-cased on the way in, as the blocklist
      * maintenance files them and so journals them.
       01 WORD-MASTER-COUNT PIC 9(03) VALUE 0.
       01 WORD-MASTER-TABLE.
           05 WORD-MASTER-ENTRY OCCURS 500 TIMES PIC X(76).
       01 WORD-MASTER-USABLE PIC X(01) VALUE 'N'.
       01 WORD-MASTER-CHANGED PIC X(01) VALUE 'N'.
       01 WORD-MASTER-WRITTEN PIC X(01) VALUE 'N'.
       01 BLOCKLIST-COUNT   PIC 9(03) VALUE 0.
       01 BLOCKLIST-TABLE.
           05 BLOCKLIST-ENTRY OCCURS 300 TIMES PIC X(43).
       01 BLOCKLIST-USABLE  PIC X(01) VALUE 'N'.
       01 BLOCKLIST-CHANGED PIC X(01) VALUE 'N'.
       01 BLOCKLIST-WRITTEN PIC X(01) VALUE 'N'.
       01 MX                PIC 9(03).
       01 FOUND-MX          PIC 9(03).
       01 KEY-MX            PIC 9(03).
       01 ENTRY-KEY         PIC X(30).
       01 SWAP-IMAGE        PIC X(76).
       01 ROLLBACK-CARD-NUMBER PIC 9(05) VALUE 0.

       01 ROLLBACK-SEVERITY PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.

       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           MOVE SPACES TO ROLLBACK-RUN-ID
           STRING 'RB' CURRENT-DATE-TIME (1:16)
               DELIMITED BY SIZE INTO ROLLBACK-RUN-ID
           OPEN OUTPUT ROLLBACK-REPORT-FILE
           PERFORM READ-ROLLBACK-CARD
           IF CARD-OK = 'Y'
               PERFORM SELECT-JOURNAL-ENTRIES
           END-IF
           IF CARD-OK = 'Y' AND SELECTED-COUNT > 0
               PERFORM LOAD-WORD-MASTER
               PERFORM LOAD-BLOCKLIST-MASTER
               PERFORM VARYING SX FROM SELECTED-COUNT BY -1
                       UNTIL SX < 1
                   PERFORM REVERSE-ONE-ENTRY
               END-PERFORM
               IF WORD-MASTER-CHANGED = 'Y'
                   PERFORM REWRITE-WORD-MASTER
               END-IF
               IF BLOCKLIST-CHANGED = 'Y'
                   PERFORM REWRITE-BLOCKLIST-MASTER
               END-IF
               PERFORM JOURNAL-REVERSALS
               PERFORM PRINT-REVERSAL-TOTALS
           END-IF
           CLOSE ROLLBACK-REPORT-FILE
           MOVE ROLLBACK-SEVERITY TO RETURN-CODE
           STOP RUN.

      * A card that does not say plainly what to take back takes
      * nothing back - a rollback guessing at its span could do more
      * damage than the run it was meant to undo.
       READ-ROLLBACK-CARD.
           MOVE SPACES TO ROLLBACK-CTL-RECORD
           OPEN INPUT ROLLBACK-CTL-FILE
           IF ROLLBACK-CTL-STATUS = '00'
               READ ROLLBACK-CTL-FILE
                   AT END
                       MOVE SPACES TO ROLLBACK-CTL-RECORD
               END-READ
               CLOSE ROLLBACK-CTL-FILE
           END-IF
           MOVE RBC-BY-USER TO ROLLBACK-USER
           IF ROLLBACK-USER = SPACES
               MOVE 'ROLLBACK' TO ROLLBACK-USER
           END-IF
           MOVE SPACES TO ROLLBACK-REPORT-RECORD
           EVALUATE RBC-MODE
               WHEN 'RUN '
                   IF RBC-RUN-ID NOT = SPACES
                       MOVE 'Y' TO CARD-OK
                       STRING 'ROLLBACK OF RUN ' RBC-RUN-ID
                           DELIMITED BY SIZE
                           INTO ROLLBACK-REPORT-RECORD
                   END-IF
               WHEN 'USER'
                   PERFORM EDIT-SINCE-STAMP
                   IF RBC-USER NOT = SPACES AND CARD-OK = 'Y'
                       STRING 'ROLLBACK OF CHANGES BY ' RBC-USER
                           ' SINCE ' RBC-SINCE
                           DELIMITED BY SIZE
                           INTO ROLLBACK-REPORT-RECORD
                   ELSE
                       MOVE 'N' TO CARD-OK
                   END-IF
           END-EVALUATE
           IF CARD-OK = 'Y'
               WRITE ROLLBACK-REPORT-RECORD
               MOVE SPACES TO ROLLBACK-REPORT-RECORD
               STRING 'ROLLBACK RUN ID ' ROLLBACK-RUN-ID
                   ' BY ' ROLLBACK-USER
                   DELIMITED BY SIZE INTO ROLLBACK-REPORT-RECORD
               WRITE ROLLBACK-REPORT-RECORD
           ELSE
               STRING 'ROLLBACK CARD ROLLCTL.DAT MISSING OR NOT'
                   ' UNDERSTOOD: "' ROLLBACK-CTL-RECORD (1:44)
                   '" - NOTHING TAKEN BACK'
                   DELIMITED BY SIZE INTO ROLLBACK-REPORT-RECORD
               WRITE ROLLBACK-REPORT-RECORD
               MOVE 8 TO ROLLBACK-SEVERITY
           END-IF.

      * At least the date part of the stamp, YYYYMMDD, must be there
      * and valid; the time part may be left off.
       EDIT-SINCE-STAMP.
           MOVE 'Y' TO CARD-OK
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 8
               IF RBC-SINCE (J:1) < '0' OR RBC-SINCE (J:1) > '9'
                   MOVE 'N' TO CARD-OK
               END-IF
           END-PERFORM
           IF CARD-OK = 'Y'
                   AND (RBC-SINCE (5:2) < '01'
                       OR RBC-SINCE (5:2) > '12'
                       OR RBC-SINCE (7:2) < '01'
                       OR RBC-SINCE (7:2) > '31')
               MOVE 'N' TO CARD-OK
           END-IF.

      * More entries than the table holds and the rollback does
      * nothing at all: taking back only the oldest part of a span
      * would leave the master in a state no run ever produced.
       SELECT-JOURNAL-ENTRIES.
           OPEN INPUT JOURNAL-FILE
           IF JOURNAL-STATUS = '00'
               MOVE 'N' TO FILE-EOF
               PERFORM UNTIL FILE-EOF = 'Y'
                   READ JOURNAL-FILE INTO JOURNAL-ENTRY
                       AT END
                           MOVE 'Y' TO FILE-EOF
                       NOT AT END
                           PERFORM SELECT-ONE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
               IF SELECTED-OVERFLOW = 'Y'
                   MOVE SPACES TO ROLLBACK-REPORT-RECORD
                   STRING 'MORE THAN 2000 JOURNAL ENTRIES MATCH THE'
                       ' CARD - NOTHING TAKEN BACK, NARROW THE SPAN'
                       DELIMITED BY SIZE INTO ROLLBACK-REPORT-RECORD
                   WRITE ROLLBACK-REPORT-RECORD
                   MOVE 0 TO SELECTED-COUNT
                   MOVE 'N' TO CARD-OK
                   MOVE 8 TO ROLLBACK-SEVERITY
               ELSE
                   IF SELECTED-COUNT = 0
                       MOVE SPACES TO ROLLBACK-REPORT-RECORD
                       STRING 'NO JOURNAL ENTRIES MATCH THE CARD'
                           ' - NOTHING TAKEN BACK'
                           DELIMITED BY SIZE
                           INTO ROLLBACK-REPORT-RECORD
                       WRITE ROLLBACK-REPORT-RECORD
                       IF ROLLBACK-SEVERITY < 4
                           MOVE 4 TO ROLLBACK-SEVERITY
                       END-IF
                   END-IF
               END-IF
           ELSE
               MOVE SPACES TO ROLLBACK-REPORT-RECORD
               STRING 'CHANGE JOURNAL MAINTJNL.DAT COULD NOT BE'
                   ' OPENED, STATUS ' JOURNAL-STATUS
                   ' - NOTHING TAKEN BACK'
                   DELIMITED BY SIZE INTO ROLLBACK-REPORT-RECORD
               WRITE ROLLBACK-REPORT-RECORD
               MOVE 'N' TO CARD-OK
               MOVE 8 TO ROLLBACK-SEVERITY
           END-IF.

       SELECT-ONE-ENTRY.
           IF (RBC-MODE = 'RUN ' AND JE-RUN-ID = RBC-RUN-ID)
                   OR (RBC-MODE = 'USER' AND JE-USER = RBC-USER
                       AND JE-STAMP >= RBC-SINCE
                       AND JE-RUN-ID (1:2) NOT = 'RB')
               IF SELECTED-COUNT < 2000
                   ADD 1 TO SELECTED-COUNT
                   MOVE JOURNAL-ENTRY TO SE-IMAGE (SELECTED-COUNT)
                   MOVE SPACE TO SE-OUTCOME (SELECTED-COUNT)
               ELSE
                   MOVE 'Y' TO SELECTED-OVERFLOW
               END-IF
           END-IF.

      * A master that cannot be read whole cannot be rewritten
      * safely, so its entries are all refused rather than risk
      * writing back a partial file.
       LOAD-WORD-MASTER.
           OPEN INPUT WORD-MASTER-FILE
           IF WORD-MASTER-STATUS = '00'
               MOVE 'Y' TO WORD-MASTER-USABLE
               MOVE 'N' TO FILE-EOF
               PERFORM UNTIL FILE-EOF = 'Y'
                   READ WORD-MASTER-FILE
                       AT END
                           MOVE 'Y' TO FILE-EOF
                       NOT AT END
                           IF WORD-MASTER-COUNT < 500
                               ADD 1 TO WORD-MASTER-COUNT
                               MOVE WORD-MASTER-RECORD
                                 TO WORD-MASTER-ENTRY
                                     (WORD-MASTER-COUNT)
                           ELSE
                               MOVE 'N' TO WORD-MASTER-USABLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORD-MASTER-FILE
               IF WORD-MASTER-USABLE = 'N'
                   MOVE SPACES TO ROLLBACK-REPORT-RECORD
                   STRING 'WORD MASTER WORDMST.DAT HAS MORE THAN 500'
                       ' ENTRIES - ITS CHANGES WILL NOT BE TAKEN BACK'
                       DELIMITED BY SIZE INTO ROLLBACK-REPORT-RECORD
                   WRITE ROLLBACK-REPORT-RECORD
                   MOVE 8 TO ROLLBACK-SEVERITY
               END-IF
           ELSE
               MOVE SPACES TO ROLLBACK-REPORT-RECORD
               STRING 'WORD MASTER WORDMST.DAT COULD NOT BE OPENED,'
                   ' STATUS ' WORD-MASTER-STATUS
                   ' - ITS CHANGES WILL NOT BE TAKEN BACK'
                   DELIMITED BY SIZE INTO ROLLBACK-REPORT-RECORD
               WRITE ROLLBACK-REPORT-RECORD
               MOVE 8 TO ROLLBACK-SEVERITY
           END-IF.

       LOAD-BLOCKLIST-MASTER.
           OPEN INPUT BLOCKLIST-FILE
           IF BLOCKLIST-STATUS = '00'
               MOVE 'Y' TO BLOCKLIST-USABLE
               MOVE 'N' TO FILE-EOF
               PERFORM UNTIL FILE-EOF = 'Y'
                   READ BLOCKLIST-FILE
                       AT END
                           MOVE 'Y' TO FILE-EOF
                       NOT AT END
                           IF BLOCKLIST-COUNT < 300
                               ADD 1 TO BLOCKLIST-COUNT
                               MOVE FUNCTION UPPER-CASE (BLR-WORD)
                                   TO BLR-WORD
                               MOVE BLOCKLIST-RECORD
                                   TO BLOCKLIST-ENTRY (BLOCKLIST-COUNT)
                           ELSE
                               MOVE 'N' TO BLOCKLIST-USABLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BLOCKLIST-FILE
               IF BLOCKLIST-USABLE = 'N'
                   MOVE SPACES TO ROLLBACK-REPORT-RECORD
                   STRING 'BLOCKLIST BLOCKLST.DAT HAS MORE THAN 300'
                       ' ENTRIES - ITS CHANGES WILL NOT BE TAKEN BACK'
                       DELIMITED BY SIZE INTO ROLLBACK-REPORT-RECORD
                   WRITE ROLLBACK-REPORT-RECORD
                   MOVE 8 TO ROLLBACK-SEVERITY
               END-IF
           ELSE
               MOVE SPACES TO ROLLBACK-REPORT-RECORD
               STRING 'BLOCKLIST BLOCKLST.DAT COULD NOT BE OPENED,'
                   ' STATUS ' BLOCKLIST-STATUS
                   ' - ITS CHANGES WILL NOT BE TAKEN BACK'
                   DELIMITED BY SIZE INTO ROLLBACK-REPORT-RECORD
               WRITE ROLLBACK-REPORT-RECORD
               MOVE 8 TO ROLLBACK-SEVERITY
           END-IF.

      * Each entry is taken back only if the file still shows exactly
      * what the change left there: the after image, byte for byte,
      * for an add or a change; no record under the key for a
      * removal. Anything else means someone or something has been
      * at the record since, and putting the before image back would
      * silently undo that later work too - so it is refused and the
      * desk decides.
       REVERSE-ONE-ENTRY.
           MOVE SE-IMAGE (SX) TO JOURNAL-ENTRY
           MOVE SPACES TO REFUSE-REASON
           EVALUATE JE-FILE
               WHEN 'WORDMST'
                   IF WORD-MASTER-USABLE = 'Y'
                       PERFORM REVERSE-WORD-MASTER-ENTRY
                   ELSE
                       MOVE 'WORD MASTER NOT USABLE THIS RUN'
                           TO REFUSE-REASON
                   END-IF
               WHEN 'BLOCKLST'
                   IF BLOCKLIST-USABLE = 'Y'
                       PERFORM REVERSE-BLOCKLIST-ENTRY
                   ELSE
                       MOVE 'BLOCKLIST NOT USABLE THIS RUN'
                           TO REFUSE-REASON
                   END-IF
               WHEN OTHER
                   MOVE 'JOURNAL ENTRY NAMES NO KNOWN MASTER'
                       TO REFUSE-REASON
           END-EVALUATE
           IF REFUSE-REASON = SPACES
               MOVE 'R' TO SE-OUTCOME (SX)
               ADD 1 TO REVERSED-COUNT
           ELSE
               MOVE 'F' TO SE-OUTCOME (SX)
               ADD 1 TO REFUSED-COUNT
               IF ROLLBACK-SEVERITY < 4
                   MOVE 4 TO ROLLBACK-SEVERITY
               END-IF
           END-IF
           PERFORM PRINT-ENTRY-OUTCOME.

      * A word master record is keyed by theme and word together.
       REVERSE-WORD-MASTER-ENTRY.
           MOVE 0 TO FOUND-MX
           MOVE 0 TO KEY-MX
           PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > WORD-MASTER-COUNT
               IF WORD-MASTER-ENTRY (MX) = JE-AFTER-IMAGE
                   MOVE MX TO FOUND-MX
               END-IF
           END-PERFORM
           PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > WORD-MASTER-COUNT
               IF WORD-MASTER-ENTRY (MX) (1:28)
                       = JE-BEFORE-IMAGE (1:28)
                       AND MX NOT = FOUND-MX
                   MOVE MX TO KEY-MX
               END-IF
           END-PERFORM
           EVALUATE JE-CHANGE
               WHEN 'A'
                   IF FOUND-MX = 0
                       MOVE 'RECORD ON FILE NOT AS THE CHANGE LEFT IT'
                           TO REFUSE-REASON
                   ELSE
                       PERFORM VARYING MX FROM FOUND-MX BY 1
                               UNTIL MX >= WORD-MASTER-COUNT
                           MOVE WORD-MASTER-ENTRY (MX + 1)
                               TO WORD-MASTER-ENTRY (MX)
                       END-PERFORM
                       SUBTRACT 1 FROM WORD-MASTER-COUNT
                       MOVE 'Y' TO WORD-MASTER-CHANGED
                   END-IF
               WHEN 'C'
                   IF FOUND-MX = 0
                       MOVE 'RECORD ON FILE NOT AS THE CHANGE LEFT IT'
                           TO REFUSE-REASON
                   ELSE
                       IF KEY-MX > 0
                           MOVE 'OLD RECORD WOULD DUPLICATE ONE ON FILE'
                               TO REFUSE-REASON
                       ELSE
                           MOVE JE-BEFORE-IMAGE
                               TO WORD-MASTER-ENTRY (FOUND-MX)
                           MOVE 'Y' TO WORD-MASTER-CHANGED
                       END-IF
                   END-IF
               WHEN 'D'
                   IF KEY-MX > 0
                       MOVE 'RECORD IS BACK ON FILE SINCE THE CHANGE'
                           TO REFUSE-REASON
                   ELSE
                       IF WORD-MASTER-COUNT >= 500
                           MOVE 'WORD MASTER FULL AT 500 ENTRIES'
                               TO REFUSE-REASON
                       ELSE
                           ADD 1 TO WORD-MASTER-COUNT
                           MOVE JE-BEFORE-IMAGE
                               TO WORD-MASTER-ENTRY (WORD-MASTER-COUNT)
                           MOVE 'Y' TO WORD-MASTER-CHANGED
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'JOURNAL ENTRY HAS NO KNOWN CHANGE CODE'
                       TO REFUSE-REASON
           END-EVALUATE.

      * A blocklist record is keyed by the word alone, and its image
      * is the front of the journal's image field.
       REVERSE-BLOCKLIST-ENTRY.
           MOVE 0 TO FOUND-MX
           MOVE 0 TO KEY-MX
           PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > BLOCKLIST-COUNT
               IF BLOCKLIST-ENTRY (MX) = JE-AFTER-IMAGE (1:43)
                   MOVE MX TO FOUND-MX
               END-IF
           END-PERFORM
           PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > BLOCKLIST-COUNT
               IF BLOCKLIST-ENTRY (MX) (2:20)
                       = JE-BEFORE-IMAGE (2:20)
                       AND MX NOT = FOUND-MX
                   MOVE MX TO KEY-MX
               END-IF
           END-PERFORM
           EVALUATE JE-CHANGE
               WHEN 'A'
                   IF FOUND-MX = 0
                       MOVE 'RECORD ON FILE NOT AS THE CHANGE LEFT IT'
                           TO REFUSE-REASON
                   ELSE
                       PERFORM VARYING MX FROM FOUND-MX BY 1
                               UNTIL MX >= BLOCKLIST-COUNT
                           MOVE BLOCKLIST-ENTRY (MX + 1)
                               TO BLOCKLIST-ENTRY (MX)
                       END-PERFORM
                       SUBTRACT 1 FROM BLOCKLIST-COUNT
                       MOVE 'Y' TO BLOCKLIST-CHANGED
                   END-IF
               WHEN 'C'
                   IF FOUND-MX = 0
                       MOVE 'RECORD ON FILE NOT AS THE CHANGE LEFT IT'
                           TO REFUSE-REASON
                   ELSE
                       IF KEY-MX > 0
                           MOVE 'OLD RECORD WOULD DUPLICATE ONE ON FILE'
                               TO REFUSE-REASON
                       ELSE
                           MOVE JE-BEFORE-IMAGE (1:43)
                               TO BLOCKLIST-ENTRY (FOUND-MX)
                           MOVE 'Y' TO BLOCKLIST-CHANGED
                       END-IF
                   END-IF
               WHEN 'D'
                   IF KEY-MX > 0
                       MOVE 'RECORD IS BACK ON FILE SINCE THE CHANGE'
                           TO REFUSE-REASON
                   ELSE
                       IF BLOCKLIST-COUNT >= 300
                           MOVE 'BLOCKLIST FULL AT 300 ENTRIES'
                               TO REFUSE-REASON
                       ELSE
                           ADD 1 TO BLOCKLIST-COUNT
                           MOVE JE-BEFORE-IMAGE (1:43)
                               TO BLOCKLIST-ENTRY (BLOCKLIST-COUNT)
                           MOVE 'Y' TO BLOCKLIST-CHANGED
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'JOURNAL ENTRY HAS NO KNOWN CHANGE CODE'
                       TO REFUSE-REASON
           END-EVALUATE.

      * The record is named by its key from whichever image is real -
      * the before image for a removal, the after image otherwise.
       PRINT-ENTRY-OUTCOME.
           MOVE SPACES TO ENTRY-KEY
           IF JE-FILE = 'BLOCKLST'
               IF JE-CHANGE = 'D'
                   MOVE JE-BEFORE-IMAGE (2:20) TO ENTRY-KEY
               ELSE
                   MOVE JE-AFTER-IMAGE (2:20) TO ENTRY-KEY
               END-IF
           ELSE
               IF JE-CHANGE = 'D'
                   STRING JE-BEFORE-IMAGE (1:8) ' '
                       JE-BEFORE-IMAGE (9:20)
                       DELIMITED BY SIZE INTO ENTRY-KEY
               ELSE
                   STRING JE-AFTER-IMAGE (1:8) ' '
                       JE-AFTER-IMAGE (9:20)
                       DELIMITED BY SIZE INTO ENTRY-KEY
               END-IF
           END-IF
           MOVE SPACES TO ROLLBACK-REPORT-RECORD
           IF SE-OUTCOME (SX) = 'R'
               STRING 'REVERSED ' JE-RUN-ID
                   ' CARD ' JE-CARD-NUMBER
                   ' ' JE-ACTION JE-USER
                   ' ' JE-STAMP
                   ' ' JE-CHANGE ' ' JE-FILE ' ' ENTRY-KEY
                   DELIMITED BY SIZE INTO ROLLBACK-REPORT-RECORD
           ELSE
               STRING 'REFUSED  ' JE-RUN-ID
                   ' CARD ' JE-CARD-NUMBER
                   ' ' JE-ACTION JE-USER
                   ' ' JE-STAMP
                   ' ' JE-CHANGE ' ' JE-FILE ' ' ENTRY-KEY
                   DELIMITED BY SIZE INTO ROLLBACK-REPORT-RECORD
               WRITE ROLLBACK-REPORT-RECORD
               MOVE SPACES TO ROLLBACK-REPORT-RECORD
               STRING '         - ' REFUSE-REASON
                   DELIMITED BY SIZE INTO ROLLBACK-REPORT-RECORD
           END-IF
           WRITE ROLLBACK-REPORT-RECORD.

       REWRITE-WORD-MASTER.
           OPEN OUTPUT WORD-MASTER-FILE
           IF WORD-MASTER-STATUS = '00'
               PERFORM VARYING MX FROM 1 BY 1
                       UNTIL MX > WORD-MASTER-COUNT
                   MOVE WORD-MASTER-ENTRY (MX) TO WORD-MASTER-RECORD
                   WRITE WORD-MASTER-RECORD
               END-PERFORM
               CLOSE WORD-MASTER-FILE
               MOVE 'Y' TO WORD-MASTER-WRITTEN
           ELSE
               MOVE SPACES TO ROLLBACK-REPORT-RECORD
               STRING 'WORD MASTER WORDMST.DAT COULD NOT BE'
                   ' REWRITTEN, STATUS ' WORD-MASTER-STATUS
                   ' - ITS REVERSALS LOST'
                   DELIMITED BY SIZE INTO ROLLBACK-REPORT-RECORD
               WRITE ROLLBACK-REPORT-RECORD
               MOVE 8 TO ROLLBACK-SEVERITY
           END-IF.

       REWRITE-BLOCKLIST-MASTER.
           OPEN OUTPUT BLOCKLIST-FILE
           IF BLOCKLIST-STATUS = '00'
               PERFORM VARYING MX FROM 1 BY 1
                       UNTIL MX > BLOCKLIST-COUNT
                   MOVE BLOCKLIST-ENTRY (MX) TO BLOCKLIST-RECORD
                   WRITE BLOCKLIST-RECORD
               END-PERFORM
               CLOSE BLOCKLIST-FILE
               MOVE 'Y' TO BLOCKLIST-WRITTEN
           ELSE
               MOVE SPACES TO ROLLBACK-REPORT-RECORD
               STRING 'BLOCKLIST BLOCKLST.DAT COULD NOT BE'
                   ' REWRITTEN, STATUS ' BLOCKLIST-STATUS
                   ' - ITS REVERSALS LOST'
                   DELIMITED BY SIZE INTO ROLLBACK-REPORT-RECORD
               WRITE ROLLBACK-REPORT-RECORD
               MOVE 8 TO ROLLBACK-SEVERITY
           END-IF.

      * The rollback's own changes go into the same journal under its
      * own run ID, the opposite way round - an add taken back is a
      * removal, and the images swap - so a rollback taken in error
      * can itself be rolled back by naming its run. Only reversals
      * that actually reached a rewritten master are journaled.
       JOURNAL-REVERSALS.
           OPEN EXTEND JOURNAL-FILE
           IF JOURNAL-STATUS = '00'
               PERFORM VARYING SX FROM SELECTED-COUNT BY -1
                       UNTIL SX < 1
                   MOVE SE-IMAGE (SX) TO JOURNAL-ENTRY
                   IF SE-OUTCOME (SX) = 'R'
                           AND ((JE-FILE = 'WORDMST'
                               AND WORD-MASTER-WRITTEN = 'Y')
                           OR (JE-FILE = 'BLOCKLST'
                               AND BLOCKLIST-WRITTEN = 'Y'))
                       PERFORM WRITE-REVERSAL-ENTRY
                   END-IF
               END-PERFORM
               CLOSE JOURNAL-FILE
           ELSE
               MOVE SPACES TO ROLLBACK-REPORT-RECORD
               STRING 'CHANGE JOURNAL MAINTJNL.DAT COULD NOT BE'
                   ' EXTENDED, STATUS ' JOURNAL-STATUS
                   ' - THIS ROLLBACK CANNOT ITSELF BE ROLLED BACK'
                   DELIMITED BY SIZE INTO ROLLBACK-REPORT-RECORD
               WRITE ROLLBACK-REPORT-RECORD
               MOVE 8 TO ROLLBACK-SEVERITY
           END-IF.

       WRITE-REVERSAL-ENTRY.
           ADD 1 TO ROLLBACK-CARD-NUMBER
           MOVE ROLLBACK-RUN-ID TO JE-RUN-ID
           MOVE ROLLBACK-CARD-NUMBER TO JE-CARD-NUMBER
           MOVE 'RBK ' TO JE-ACTION
           MOVE ROLLBACK-USER TO JE-USER
           MOVE CURRENT-DATE-TIME (1:14) TO JE-STAMP
           EVALUATE JE-CHANGE
               WHEN 'A'
                   MOVE 'D' TO JE-CHANGE
               WHEN 'D'
                   MOVE 'A' TO JE-CHANGE
           END-EVALUATE
           MOVE JE-BEFORE-IMAGE TO SWAP-IMAGE
           MOVE JE-AFTER-IMAGE TO JE-BEFORE-IMAGE
           MOVE SWAP-IMAGE TO JE-AFTER-IMAGE
           WRITE JOURNAL-RECORD FROM JOURNAL-ENTRY.

       PRINT-REVERSAL-TOTALS.
           MOVE SPACES TO ROLLBACK-REPORT-RECORD
           WRITE ROLLBACK-REPORT-RECORD
           MOVE SPACES TO ROLLBACK-REPORT-RECORD
           STRING 'ENTRIES SELECTED ' SELECTED-COUNT
               '  REVERSED ' REVERSED-COUNT
               '  REFUSED ' REFUSED-COUNT
               DELIMITED BY SIZE INTO ROLLBACK-REPORT-RECORD
           WRITE ROLLBACK-REPORT-RECORD.
