       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubMaint.
       AUTHOR. OpenAI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO "SUBTXN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TRANSACTION-STATUS.
           SELECT SUBSCRIBER-FILE ASSIGN TO "SUBSCRIB.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS SUBSCRIBER-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO "SUBMNT.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * One transaction per card: ADD signs an outlet up (or signs a
      * lapsed one back up on new terms), CHG alters the terms of an
      * active outlet - only the fields punched are changed - DEA
      * lapses one, LST prints the whole master to the report.
      * Difficulties are any of E, M and H run together (blank takes
      * all three); up to four themes may be named, ANY in the first
      * theme clears the list so every theme and every list-file
      * puzzle qualifies. The user field is who to stamp the change
      * with - the desk's initials, not a programmer's.
       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
           05 STX-ACTION           PIC X(04).
           05 STX-OUTLET           PIC X(08).
           05 STX-MAX-GRID         PIC 9(02).
           05 STX-MAX-GRID-X REDEFINES STX-MAX-GRID
                                   PIC X(02).
           05 STX-DIFFICULTIES     PIC X(03).
           05 STX-THEMES.
               10 STX-THEME        PIC X(08) OCCURS 4 TIMES.
           05 STX-WEEKLY-COUNT     PIC 9(02).
           05 STX-WEEKLY-COUNT-X REDEFINES STX-WEEKLY-COUNT
                                   PIC X(02).
           05 STX-NAME             PIC X(30).
           05 STX-USER             PIC X(08).

      * Same layout the distribution run reads. Status A is an active
      * subscription, D a lapsed one kept for the record.
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

       FD MAINT-REPORT-FILE.
       01 MAINT-REPORT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.
       01 TRANSACTION-STATUS PIC X(02).
       01 SUBSCRIBER-STATUS PIC X(02).
       01 TRANSACTION-EOF   PIC X(01).
       01 SUBSCRIBER-EOF    PIC X(01).
       01 CURRENT-DATE-TIME PIC X(21).

      * The whole master sits in storage for the run - lapsed outlets
      * included, they are the record of who took puzzles once and
      * on what terms.
       01 MASTER-COUNT      PIC 9(03) VALUE 0.
       01 MASTER-TABLE.
           05 MASTER-ENTRY OCCURS 100 TIMES.
               10 MS-OUTLET       PIC X(08).
               10 MS-STATUS       PIC X(01).
               10 MS-MAX-GRID     PIC 9(02).
               10 MS-DIFFICULTIES PIC X(03).
               10 MS-THEMES.
                   15 MS-THEME    PIC X(08) OCCURS 4 TIMES.
               10 MS-WEEKLY-COUNT PIC 9(02).
               10 MS-NAME         PIC X(30).
               10 MS-USER         PIC X(08).
               10 MS-STAMP        PIC X(14).
       01 MASTER-CHANGED    PIC X(01) VALUE 'N'.
       01 MASTER-OVERFLOW   PIC X(01) VALUE 'N'.
       01 MX                PIC 9(03).
       01 FOUND-MX          PIC 9(03).
       01 DX                PIC 9(01).
       01 EDIT-OUTLET       PIC X(08).
       01 EDIT-DIFFICULTIES PIC X(03).
       01 EDIT-THEMES.
           05 EDIT-THEME        PIC X(08) OCCURS 4 TIMES.
       01 TERMS-REJECT-REASON PIC X(40).
       01 CHANGE-VERB       PIC X(12).
       01 THEME-DISPLAY     PIC X(32).
       01 MAINT-SEVERITY    PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.

       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           OPEN OUTPUT MAINT-REPORT-FILE
           PERFORM LOAD-SUBSCRIBER-MASTER
           PERFORM APPLY-TRANSACTIONS
           IF MASTER-CHANGED = 'Y' AND MASTER-OVERFLOW = 'N'
               PERFORM REWRITE-SUBSCRIBER-MASTER
           END-IF
           CLOSE MAINT-REPORT-FILE
           MOVE MAINT-SEVERITY TO RETURN-CODE
           STOP RUN.

      * A missing master is the very first run: start from an empty
      * table and say so, rather than failing the job the desk was
      * told to use to sign the first outlet up.
       LOAD-SUBSCRIBER-MASTER.
           OPEN INPUT SUBSCRIBER-FILE
           IF SUBSCRIBER-STATUS = '00'
               MOVE 'N' TO SUBSCRIBER-EOF
               PERFORM UNTIL SUBSCRIBER-EOF = 'Y'
                   READ SUBSCRIBER-FILE
                       AT END
                           MOVE 'Y' TO SUBSCRIBER-EOF
                       NOT AT END
                           IF MASTER-COUNT < 100
                               ADD 1 TO MASTER-COUNT
                               MOVE SUBSCRIBER-RECORD
                                   TO MASTER-ENTRY (MASTER-COUNT)
                           ELSE
                               MOVE 'Y' TO MASTER-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUBSCRIBER-FILE
               IF MASTER-OVERFLOW = 'Y'
                   PERFORM RECORD-MASTER-OVERFLOW
               END-IF
           ELSE
               MOVE SPACES TO MAINT-REPORT-RECORD
               STRING 'SUBSCRIBER MASTER SUBSCRIB.DAT NOT FOUND,'
                   ' STATUS ' SUBSCRIBER-STATUS
                   ' - STARTING A NEW MASTER'
                   DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
               WRITE MAINT-REPORT-RECORD
           END-IF.

      * Rewriting from a truncated table would shear off every outlet
      * past the 100th, so an overflowed master is left strictly
      * read-only - the desk gets the message instead of the loss.
       RECORD-MASTER-OVERFLOW.
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING 'SUBSCRIBER MASTER SUBSCRIB.DAT HAS MORE THAN 100'
               ' OUTLETS - NO CHANGES WILL BE WRITTEN'
               DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           MOVE 8 TO MAINT-SEVERITY.

       APPLY-TRANSACTIONS.
           OPEN INPUT TRANSACTION-FILE
           IF TRANSACTION-STATUS = '00'
               MOVE 'N' TO TRANSACTION-EOF
               PERFORM UNTIL TRANSACTION-EOF = 'Y'
                   READ TRANSACTION-FILE
                       AT END
                           MOVE 'Y' TO TRANSACTION-EOF
                       NOT AT END
                           PERFORM APPLY-ONE-TRANSACTION
                   END-READ
               END-PERFORM
               CLOSE TRANSACTION-FILE
           ELSE
               MOVE SPACES TO MAINT-REPORT-RECORD
               STRING 'TRANSACTION FILE SUBTXN.DAT COULD NOT BE'
                   ' OPENED, STATUS ' TRANSACTION-STATUS
                   DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
               WRITE MAINT-REPORT-RECORD
               MOVE 8 TO MAINT-SEVERITY
           END-IF.

      * Outlet codes, difficulties and themes are kept upper-case, the
      * shapes the archive files themes and difficulties under.
       APPLY-ONE-TRANSACTION.
           MOVE FUNCTION UPPER-CASE (STX-OUTLET) TO EDIT-OUTLET
           MOVE FUNCTION UPPER-CASE (STX-DIFFICULTIES)
               TO EDIT-DIFFICULTIES
           MOVE FUNCTION UPPER-CASE (STX-THEMES) TO EDIT-THEMES
           EVALUATE STX-ACTION
               WHEN 'ADD '
                   PERFORM ADD-SUBSCRIBER
               WHEN 'CHG '
                   PERFORM CHANGE-SUBSCRIBER
               WHEN 'DEA '
                   PERFORM DEACTIVATE-SUBSCRIBER
               WHEN 'LST '
                   PERFORM LIST-SUBSCRIBERS
               WHEN OTHER
                   PERFORM RECORD-BAD-ACTION
           END-EVALUATE.

       FIND-MASTER-OUTLET.
           MOVE 0 TO FOUND-MX
           PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > MASTER-COUNT
               IF MS-OUTLET (MX) = EDIT-OUTLET
                   MOVE MX TO FOUND-MX
               END-IF
           END-PERFORM.

      * The terms the distribution run matches on are edited here,
      * once, so a bad card can never leave an outlet that no puzzle
      * could satisfy. Only the fields punched are edited - a CHG
      * card leaves the rest alone - so an ADD first checks that the
      * two numbers it cannot default were punched at all.
       EDIT-SUBSCRIBER-TERMS.
           MOVE SPACES TO TERMS-REJECT-REASON
           IF STX-MAX-GRID-X NOT = SPACES
               IF STX-MAX-GRID IS NOT NUMERIC
                       OR STX-MAX-GRID < 5 OR STX-MAX-GRID > 30
                   MOVE 'LARGEST GRID MUST BE 05 TO 30'
                       TO TERMS-REJECT-REASON
               END-IF
           END-IF
           IF STX-WEEKLY-COUNT-X NOT = SPACES
               IF STX-WEEKLY-COUNT IS NOT NUMERIC
                       OR STX-WEEKLY-COUNT = 0
                   MOVE 'PUZZLES PER WEEK MUST BE 01 TO 99'
                       TO TERMS-REJECT-REASON
               END-IF
           END-IF
           PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > 3
               IF EDIT-DIFFICULTIES (DX:1) NOT = SPACE
                       AND EDIT-DIFFICULTIES (DX:1) NOT = 'E'
                       AND EDIT-DIFFICULTIES (DX:1) NOT = 'M'
                       AND EDIT-DIFFICULTIES (DX:1) NOT = 'H'
                   MOVE 'DIFFICULTIES MUST BE E, M OR H'
                       TO TERMS-REJECT-REASON
               END-IF
           END-PERFORM.

       ADD-SUBSCRIBER.
           PERFORM FIND-MASTER-OUTLET
           PERFORM EDIT-SUBSCRIBER-TERMS
           IF TERMS-REJECT-REASON = SPACES
               IF STX-MAX-GRID-X = SPACES
                   MOVE 'LARGEST GRID MISSING'
                       TO TERMS-REJECT-REASON
               END-IF
               IF STX-WEEKLY-COUNT-X = SPACES
                   MOVE 'PUZZLES PER WEEK MISSING'
                       TO TERMS-REJECT-REASON
               END-IF
           END-IF
           IF EDIT-OUTLET = SPACES
               PERFORM RECORD-BAD-ACTION
           ELSE
               IF TERMS-REJECT-REASON NOT = SPACES
                   PERFORM RECORD-TERMS-REJECTED
               ELSE
                   IF FOUND-MX > 0
                       IF MS-STATUS (FOUND-MX) = 'A'
                           PERFORM RECORD-ALREADY-ACTIVE
                       ELSE
                           MOVE 'A' TO MS-STATUS (FOUND-MX)
                           PERFORM SET-SUBSCRIBER-TERMS
                           PERFORM STAMP-MASTER-ENTRY
                           MOVE 'REACTIVATED' TO CHANGE-VERB
                           PERFORM RECORD-SUBSCRIBER-CHANGE
                       END-IF
                   ELSE
                       IF MASTER-COUNT < 100
                           ADD 1 TO MASTER-COUNT
                           MOVE MASTER-COUNT TO FOUND-MX
                           MOVE SPACES TO MASTER-ENTRY (FOUND-MX)
                           MOVE EDIT-OUTLET TO MS-OUTLET (FOUND-MX)
                           MOVE 'A' TO MS-STATUS (FOUND-MX)
                           PERFORM SET-SUBSCRIBER-TERMS
                           PERFORM STAMP-MASTER-ENTRY
                           MOVE 'ADDED' TO CHANGE-VERB
                           PERFORM RECORD-SUBSCRIBER-CHANGE
                       ELSE
                           PERFORM RECORD-MASTER-FULL
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHANGE-SUBSCRIBER.
           PERFORM FIND-MASTER-OUTLET
           PERFORM EDIT-SUBSCRIBER-TERMS
           IF FOUND-MX = 0 OR EDIT-OUTLET = SPACES
               PERFORM RECORD-NOT-SUBSCRIBED
           ELSE
               IF MS-STATUS (FOUND-MX) NOT = 'A'
                   PERFORM RECORD-NOT-SUBSCRIBED
               ELSE
                   IF TERMS-REJECT-REASON NOT = SPACES
                       PERFORM RECORD-TERMS-REJECTED
                   ELSE
                       PERFORM SET-SUBSCRIBER-TERMS
                       PERFORM STAMP-MASTER-ENTRY
                       MOVE 'CHANGED' TO CHANGE-VERB
                       PERFORM RECORD-SUBSCRIBER-CHANGE
                   END-IF
               END-IF
           END-IF.

      * Blank fields keep what the master already holds, except on a
      * brand new entry where blank difficulties mean all three.
       SET-SUBSCRIBER-TERMS.
           IF STX-MAX-GRID-X NOT = SPACES
               MOVE STX-MAX-GRID TO MS-MAX-GRID (FOUND-MX)
           END-IF
           IF STX-WEEKLY-COUNT-X NOT = SPACES
               MOVE STX-WEEKLY-COUNT TO MS-WEEKLY-COUNT (FOUND-MX)
           END-IF
           IF EDIT-DIFFICULTIES NOT = SPACES
               MOVE EDIT-DIFFICULTIES TO MS-DIFFICULTIES (FOUND-MX)
           END-IF
           IF MS-DIFFICULTIES (FOUND-MX) = SPACES
               MOVE 'EMH' TO MS-DIFFICULTIES (FOUND-MX)
           END-IF
           IF EDIT-THEME (1) = 'ANY'
               MOVE SPACES TO MS-THEMES (FOUND-MX)
           ELSE
               IF EDIT-THEMES NOT = SPACES
                   MOVE EDIT-THEMES TO MS-THEMES (FOUND-MX)
               END-IF
           END-IF
           IF STX-NAME NOT = SPACES
               MOVE STX-NAME TO MS-NAME (FOUND-MX)
           END-IF.

       DEACTIVATE-SUBSCRIBER.
           PERFORM FIND-MASTER-OUTLET
           IF FOUND-MX > 0 AND MS-STATUS (FOUND-MX) = 'A'
               MOVE 'D' TO MS-STATUS (FOUND-MX)
               PERFORM STAMP-MASTER-ENTRY
               MOVE 'DEACTIVATED' TO CHANGE-VERB
               PERFORM RECORD-SUBSCRIBER-CHANGE
           ELSE
               PERFORM RECORD-NOT-SUBSCRIBED
           END-IF.

       STAMP-MASTER-ENTRY.
           MOVE STX-USER TO MS-USER (FOUND-MX)
           MOVE CURRENT-DATE-TIME (1:14) TO MS-STAMP (FOUND-MX)
           MOVE 'Y' TO MASTER-CHANGED.

       LIST-SUBSCRIBERS.
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING 'SUBSCRIBER MASTER - ' MASTER-COUNT ' OUTLETS'
               DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > MASTER-COUNT
               MOVE MX TO FOUND-MX
               PERFORM FORMAT-SUBSCRIBER-LINE
               WRITE MAINT-REPORT-RECORD
           END-PERFORM.

      * One line shows an outlet's whole standing - status, terms and
      * who last touched it - so the report after every change reads
      * the same as the listing.
       FORMAT-SUBSCRIBER-LINE.
           MOVE MS-THEMES (FOUND-MX) TO THEME-DISPLAY
           IF THEME-DISPLAY = SPACES
               MOVE 'ANY' TO THEME-DISPLAY
           END-IF
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING '  ' MS-STATUS (FOUND-MX)
               ' ' MS-OUTLET (FOUND-MX)
               ' ' MS-NAME (FOUND-MX)
               ' GRID ' MS-MAX-GRID (FOUND-MX)
               ' DIFF ' MS-DIFFICULTIES (FOUND-MX)
               ' WEEK ' MS-WEEKLY-COUNT (FOUND-MX)
               ' ' MS-USER (FOUND-MX)
               ' ' MS-STAMP (FOUND-MX)
               ' THEMES ' THEME-DISPLAY
               DELIMITED BY SIZE INTO MAINT-REPORT-RECORD.

       RECORD-SUBSCRIBER-CHANGE.
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING FUNCTION TRIM (CHANGE-VERB)
               ' ' FUNCTION TRIM (EDIT-OUTLET)
               ' BY ' STX-USER
               DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           PERFORM FORMAT-SUBSCRIBER-LINE
           WRITE MAINT-REPORT-RECORD.

       RECORD-TERMS-REJECTED.
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING FUNCTION TRIM (EDIT-OUTLET)
               ' NOT CHANGED - ' TERMS-REJECT-REASON
               DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           IF MAINT-SEVERITY < 4
               MOVE 4 TO MAINT-SEVERITY
           END-IF.

       RECORD-ALREADY-ACTIVE.
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING FUNCTION TRIM (EDIT-OUTLET)
               ' ALREADY SUBSCRIBED - USE CHG TO ALTER TERMS'
               DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           IF MAINT-SEVERITY < 4
               MOVE 4 TO MAINT-SEVERITY
           END-IF.

       RECORD-NOT-SUBSCRIBED.
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING FUNCTION TRIM (EDIT-OUTLET)
               ' NOT AN ACTIVE SUBSCRIBER - NO CHANGE'
               DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           IF MAINT-SEVERITY < 4
               MOVE 4 TO MAINT-SEVERITY
           END-IF.

       RECORD-MASTER-FULL.
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING FUNCTION TRIM (EDIT-OUTLET)
               ' NOT ADDED - MASTER FULL AT 100 OUTLETS'
               DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           IF MAINT-SEVERITY < 8
               MOVE 8 TO MAINT-SEVERITY
           END-IF.

       RECORD-BAD-ACTION.
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING 'TRANSACTION NOT UNDERSTOOD: '
               TRANSACTION-RECORD (1:89)
               DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           IF MAINT-SEVERITY < 4
               MOVE 4 TO MAINT-SEVERITY
           END-IF.

       REWRITE-SUBSCRIBER-MASTER.
           OPEN OUTPUT SUBSCRIBER-FILE
           IF SUBSCRIBER-STATUS = '00'
               PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > MASTER-COUNT
                   MOVE MASTER-ENTRY (MX) TO SUBSCRIBER-RECORD
                   WRITE SUBSCRIBER-RECORD
               END-PERFORM
               CLOSE SUBSCRIBER-FILE
           ELSE
               MOVE SPACES TO MAINT-REPORT-RECORD
               STRING 'SUBSCRIBER MASTER SUBSCRIB.DAT COULD NOT BE'
                   ' REWRITTEN, STATUS ' SUBSCRIBER-STATUS
                   ' - CHANGES LOST'
                   DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
               WRITE MAINT-REPORT-RECORD
               MOVE 8 TO MAINT-SEVERITY
           END-IF.
