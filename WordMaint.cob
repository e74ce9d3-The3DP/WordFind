               FILE STATUS IS BULK-LIST-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO "WORDMNT.RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "MAINTJNL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * retires one, MOV moves a word between themes, CSV bulk-loads
      * a whole theme from a comma-separated file, RST resets or
      * backdates the last-used date (blank word means the whole
      * theme), CLU sets or clears a word's clue (blank clue clears
      * it), LST prints a theme to the report. The user field is
      * who to stamp the report lines with - the desk's initials -
      * which is the record of who touched the file that hand edits
      * never left behind.
           05 WTX-DATE             PIC X(08).
           05 WTX-USER             PIC X(08).
           05 WTX-FILE             PIC X(50).
      * Clue text for CLU, or for an ADD that brings its clue along.
      * Kept exactly as punched - it prints as the reader sees it.
           05 WTX-CLUE             PIC X(40).

      * Same layout the generator and the word-list edit read.
       FD WORD-MASTER-FILE.
           05 WMR-THEME            PIC X(08).
           05 WMR-WORD             PIC X(20).
           05 WMR-LAST-USED        PIC X(08).
           05 WMR-CLUE             PIC X(40).

      * Same one-line CSV shape the daily word lists use, so a theme
      * the desk has been keeping as a list file can be folded into
       FD MAINT-REPORT-FILE.
       01 MAINT-REPORT-RECORD      PIC X(132).

      * The change journal this program shares with the blocklist
      * maintenance and the rollback: one record per master record
      * touched, with the whole record as it stood before and after.
      * The run ID is the program's tag and the run's start stamp,
      * printed at the top of the report so the desk can name the
      * run to the rollback. The change code says which image is
      * real - A an added record (no before), D a removed one (no
      * after), C a record changed in place.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           05 JNL-RUN-ID           PIC X(18).
           05 JNL-FILE             PIC X(08).
           05 JNL-CARD-NUMBER      PIC 9(05).
           05 JNL-ACTION           PIC X(04).
           05 JNL-USER             PIC X(08).
           05 JNL-STAMP            PIC X(14).
           05 JNL-CHANGE           PIC X(01).
           05 JNL-BEFORE-IMAGE     PIC X(76).
           05 JNL-AFTER-IMAGE      PIC X(76).

       WORKING-STORAGE SECTION.
       01 TRANSACTION-STATUS PIC X(02).
       01 WORD-MASTER-STATUS PIC X(02).
       01 BULK-LIST-FILENAME PIC X(50).
       01 TRANSACTION-EOF   PIC X(01).
       01 WORD-MASTER-EOF   PIC X(01).
       01 JOURNAL-STATUS    PIC X(02).
       01 JOURNAL-READY     PIC X(01) VALUE 'N'.
       01 CURRENT-DATE-TIME PIC X(21).
       01 JOURNAL-RUN-ID    PIC X(18).
       01 CARD-NUMBER       PIC 9(05) VALUE 0.
       01 JOURNAL-CHANGE    PIC X(01).
       01 JOURNAL-BEFORE    PIC X(76).
       01 JOURNAL-AFTER     PIC X(76).

      * The whole master sits in storage for the run, the same 500
      * entries the generator holds. A bigger master is left strictly
               10 MS-THEME      PIC X(08).
               10 MS-WORD       PIC X(20).
               10 MS-LAST-USED  PIC X(08).
               10 MS-CLUE       PIC X(40).
       01 MASTER-CHANGED    PIC X(01) VALUE 'N'.
       01 MASTER-OVERFLOW   PIC X(01) VALUE 'N'.
       01 MX                PIC 9(03).
       BEGIN.
           OPEN OUTPUT MAINT-REPORT-FILE
           PERFORM LOAD-WORD-MASTER
           PERFORM OPEN-CHANGE-JOURNAL
           PERFORM APPLY-TRANSACTIONS
           IF MASTER-CHANGED = 'Y' AND MASTER-OVERFLOW = 'N'
                   AND JOURNAL-READY = 'Y'
               PERFORM REWRITE-WORD-MASTER
           END-IF
           IF JOURNAL-READY = 'Y'
               CLOSE JOURNAL-FILE
           END-IF
           CLOSE MAINT-REPORT-FILE
           MOVE MAINT-SEVERITY TO RETURN-CODE
           STOP RUN.
                                   TO MS-WORD (MASTER-COUNT)
                               MOVE WMR-LAST-USED
                                   TO MS-LAST-USED (MASTER-COUNT)
                               MOVE WMR-CLUE
                                   TO MS-CLUE (MASTER-COUNT)
                           ELSE
                               MOVE 'Y' TO MASTER-OVERFLOW
                           END-IF
               WRITE MAINT-REPORT-RECORD
           END-IF.

      * A change that cannot be journaled cannot be taken back, so
      * without the journal the master is left as it is, the same as
      * an overflowed one. An overflowed master writes nothing, so
      * it journals nothing either.
       OPEN-CHANGE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           MOVE SPACES TO JOURNAL-RUN-ID
           STRING 'WM' CURRENT-DATE-TIME (1:16)
               DELIMITED BY SIZE INTO JOURNAL-RUN-ID
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING 'JOURNAL RUN ID ' JOURNAL-RUN-ID
               DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           IF MASTER-OVERFLOW = 'N'
               OPEN EXTEND JOURNAL-FILE
               IF JOURNAL-STATUS = '00' OR JOURNAL-STATUS = '05'
                   MOVE 'Y' TO JOURNAL-READY
               ELSE
                   MOVE SPACES TO MAINT-REPORT-RECORD
                   STRING 'CHANGE JOURNAL MAINTJNL.DAT COULD NOT BE'
                       ' OPENED, STATUS ' JOURNAL-STATUS
                       ' - NO CHANGES WILL BE WRITTEN'
                       DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
                   WRITE MAINT-REPORT-RECORD
                   MOVE 8 TO MAINT-SEVERITY
               END-IF
           END-IF.

       WRITE-JOURNAL-ENTRY.
           IF JOURNAL-READY = 'Y'
               MOVE JOURNAL-RUN-ID TO JNL-RUN-ID
               MOVE 'WORDMST' TO JNL-FILE
               MOVE CARD-NUMBER TO JNL-CARD-NUMBER
               MOVE WTX-ACTION TO JNL-ACTION
               MOVE WTX-USER TO JNL-USER
               MOVE FUNCTION CURRENT-DATE (1:14) TO JNL-STAMP
               MOVE JOURNAL-CHANGE TO JNL-CHANGE
               MOVE JOURNAL-BEFORE TO JNL-BEFORE-IMAGE
               MOVE JOURNAL-AFTER TO JNL-AFTER-IMAGE
               WRITE JOURNAL-RECORD
           END-IF.

       JOURNAL-ADDED-ENTRY.
           MOVE 'A' TO JOURNAL-CHANGE
           MOVE SPACES TO JOURNAL-BEFORE
           MOVE MASTER-ENTRY (MASTER-COUNT) TO JOURNAL-AFTER
           PERFORM WRITE-JOURNAL-ENTRY.

       RECORD-MASTER-OVERFLOW.
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING 'WORD MASTER WORDMST.DAT HAS MORE THAN 500 ENTRIES'
                       AT END
                           MOVE 'Y' TO TRANSACTION-EOF
                       NOT AT END
                           ADD 1 TO CARD-NUMBER
                           PERFORM APPLY-ONE-TRANSACTION
                   END-READ
               END-PERFORM
                   PERFORM BULK-LOAD-THEME
               WHEN 'RST '
                   PERFORM RESET-LAST-USED
               WHEN 'CLU '
                   PERFORM SET-MASTER-CLUE
               WHEN 'LST '
                   PERFORM LIST-THEME
               WHEN OTHER
                       MOVE EDIT-THEME TO MS-THEME (MASTER-COUNT)
                       MOVE EDIT-WORD TO MS-WORD (MASTER-COUNT)
                       MOVE SPACES TO MS-LAST-USED (MASTER-COUNT)
                       MOVE WTX-CLUE TO MS-CLUE (MASTER-COUNT)
                       MOVE 'Y' TO MASTER-CHANGED
                       PERFORM JOURNAL-ADDED-ENTRY
                       PERFORM RECORD-ADDED
                   ELSE
                       PERFORM RECORD-MASTER-FULL
       RETIRE-MASTER-WORD.
           PERFORM FIND-MASTER-WORD
           IF FOUND-MX > 0
               MOVE 'D' TO JOURNAL-CHANGE
               MOVE MASTER-ENTRY (FOUND-MX) TO JOURNAL-BEFORE
               MOVE SPACES TO JOURNAL-AFTER
               PERFORM WRITE-JOURNAL-ENTRY
               PERFORM VARYING MX FROM FOUND-MX BY 1
                       UNTIL MX >= MASTER-COUNT
                   MOVE MASTER-ENTRY (MX + 1) TO MASTER-ENTRY (MX)
           END-IF.

      * The move keeps the entry's last-used date - the word was used
      * whenever it was used, whichever theme it sat under - and its
      * clue, which describes the word, not the theme.
       MOVE-MASTER-WORD.
           PERFORM FIND-MASTER-WORD
           IF FOUND-MX = 0
                   IF FOUND-MX > 0
                       PERFORM RECORD-ALREADY-ON-THEME
                   ELSE
                       MOVE 'C' TO JOURNAL-CHANGE
                       MOVE MASTER-ENTRY (MOVE-MX) TO JOURNAL-BEFORE
                       MOVE EDIT-THEME TO MS-THEME (MOVE-MX)
                       MOVE MASTER-ENTRY (MOVE-MX) TO JOURNAL-AFTER
                       PERFORM WRITE-JOURNAL-ENTRY
                       MOVE 'Y' TO MASTER-CHANGED
                       PERFORM RECORD-MOVED
                   END-IF
                       MOVE EDIT-THEME TO MS-THEME (MASTER-COUNT)
                       MOVE EDIT-WORD TO MS-WORD (MASTER-COUNT)
                       MOVE SPACES TO MS-LAST-USED (MASTER-COUNT)
                       MOVE SPACES TO MS-CLUE (MASTER-COUNT)
                       MOVE 'Y' TO MASTER-CHANGED
                       PERFORM JOURNAL-ADDED-ENTRY
                       ADD 1 TO BULK-ADDED-COUNT
                   ELSE
                       ADD 1 TO BULK-DROPPED-COUNT
                   IF MS-THEME (MX) = EDIT-THEME
                           AND (EDIT-WORD = SPACES
                               OR MS-WORD (MX) = EDIT-WORD)
                       MOVE 'C' TO JOURNAL-CHANGE
                       MOVE MASTER-ENTRY (MX) TO JOURNAL-BEFORE
                       MOVE WTX-DATE TO MS-LAST-USED (MX)
                       MOVE MASTER-ENTRY (MX) TO JOURNAL-AFTER
                       PERFORM WRITE-JOURNAL-ENTRY
                       ADD 1 TO RESET-COUNT
                   END-IF
               END-PERFORM
               END-IF
           END-IF.

      * The clue is filed against one word on one theme; a blank clue
      * on the card takes the word back out of clue-mode service.
       SET-MASTER-CLUE.
           PERFORM FIND-MASTER-WORD
           IF FOUND-MX = 0
               PERFORM RECORD-NOT-ON-THEME
           ELSE
               MOVE 'C' TO JOURNAL-CHANGE
               MOVE MASTER-ENTRY (FOUND-MX) TO JOURNAL-BEFORE
               MOVE WTX-CLUE TO MS-CLUE (FOUND-MX)
               MOVE MASTER-ENTRY (FOUND-MX) TO JOURNAL-AFTER
               PERFORM WRITE-JOURNAL-ENTRY
               MOVE 'Y' TO MASTER-CHANGED
               PERFORM RECORD-CLUE-SET
           END-IF.

       LIST-THEME.
           MOVE 0 TO THEME-LIST-COUNT
           PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > MASTER-COUNT
                   STRING '  ' MS-THEME (MX)
                       ' ' MS-WORD (MX)
                       ' LAST-USED ' MS-LAST-USED (MX)
                       ' CLUE ' MS-CLUE (MX)
                       DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
                   WRITE MAINT-REPORT-RECORD
               END-IF
               DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD.

       RECORD-CLUE-SET.
           MOVE SPACES TO MAINT-REPORT-RECORD
           IF WTX-CLUE = SPACES
               STRING 'CLUE CLEARED FOR ' FUNCTION TRIM (EDIT-WORD)
                   ' ON THEME ' EDIT-THEME
                   ' BY ' WTX-USER
                   DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           ELSE
               STRING 'CLUE SET FOR ' FUNCTION TRIM (EDIT-WORD)
                   ' ON THEME ' EDIT-THEME
                   ' BY ' WTX-USER
                   ' - "' FUNCTION TRIM (WTX-CLUE) '"'
                   DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           END-IF
           WRITE MAINT-REPORT-RECORD.

       RECORD-RESET.
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING 'RESET LAST-USED TO "' WTX-DATE
                   MOVE MS-THEME (MX) TO WMR-THEME
                   MOVE MS-WORD (MX) TO WMR-WORD
                   MOVE MS-LAST-USED (MX) TO WMR-LAST-USED
                   MOVE MS-CLUE (MX) TO WMR-CLUE
                   WRITE WORD-MASTER-RECORD
               END-PERFORM
               CLOSE WORD-MASTER-FILE
