           SELECT CTL-REJECT-FILE ASSIGN TO "CTLRJCT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS CTL-REJECT-STATUS.
           SELECT HOLD-FILE ASSIGN TO "PUZZHOLD.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS HOLD-STATUS.
           SELECT BALANCE-REPORT-FILE ASSIGN TO "SHIPCHK.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       FD CTL-REJECT-FILE.
       01 CTL-REJECT-RECORD        PIC X(240).

      * Puzzles the generator held back as near-duplicates, in the
      * archive layout; only the H records matter here.
       FD HOLD-FILE.
       01 HOLD-RECORD              PIC X(120).

       FD BALANCE-REPORT-FILE.
       01 BALANCE-REPORT-RECORD    PIC X(132).

       01 ARCHIVE-STATUS    PIC X(02).
       01 CHECKPOINT-STATUS PIC X(02).
       01 CTL-REJECT-STATUS PIC X(02).
       01 HOLD-STATUS       PIC X(02).
       01 FILE-EOF          PIC X(01).
       01 RUN-DATE          PIC X(08) VALUE SPACES.
       01 NEWEST-ARC-DATE   PIC X(08) VALUE SPACES.
       01 ID-OVERFLOW       PIC X(01) VALUE 'N'.

       01 REJECT-COUNT      PIC 9(05) VALUE 0.
      * A held puzzle, like a rejected card, was committed without a
      * page - it is accounted for, not missing.
       01 HELD-ID-COUNT     PIC 9(03) VALUE 0.
       01 HELD-ID-TABLE.
           05 HELD-ID OCCURS 500 TIMES PIC X(10).
       01 CKP-PENDING       PIC X(01) VALUE 'N'.
       01 CKP-COUNT         PIC 9(05) VALUE 0.
       01 CKP-ID            PIC X(10).
           PERFORM LOAD-SOLUTION-IDS
           PERFORM LOAD-ARCHIVE-IDS
           PERFORM LOAD-REJECT-COUNT
           PERFORM LOAD-HELD-IDS
           PERFORM READ-CHECKPOINT
           IF ID-OVERFLOW = 'Y'
               PERFORM RECORD-ID-OVERFLOW
           ELSE
               PERFORM PRINT-SOURCE-COUNTS
               PERFORM LIST-HELD-PUZZLES
               PERFORM CROSS-CHECK-SOURCES
               PERFORM CHECK-DUPLICATES
               PERFORM CHECK-CHECKPOINT-ACCOUNTING
               CLOSE CTL-REJECT-FILE
           END-IF.

      * No hold file simply means nothing was held.
       LOAD-HELD-IDS.
           OPEN INPUT HOLD-FILE
           IF HOLD-STATUS = '00'
               MOVE 'N' TO FILE-EOF
               PERFORM UNTIL FILE-EOF = 'Y'
                   READ HOLD-FILE
                       AT END
                           MOVE 'Y' TO FILE-EOF
                       NOT AT END
                           IF HOLD-RECORD (1:1) = 'H'
                               IF HELD-ID-COUNT < 500
                                   ADD 1 TO HELD-ID-COUNT
                                   MOVE HOLD-RECORD (2:10)
                                       TO HELD-ID (HELD-ID-COUNT)
                               ELSE
                                   MOVE 'Y' TO ID-OVERFLOW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.

       READ-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF CHECKPOINT-STATUS = '00'
               '  ANSWER KEYS ' SOL-ID-COUNT
               '  ARCHIVED GROUPS THIS RUN ' ARC-RUN-COUNT
               '  REJECTED CARDS ' REJECT-COUNT
               '  HELD PUZZLES ' HELD-ID-COUNT
               DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
           WRITE BALANCE-REPORT-RECORD.

      * Listed for the desk's benefit only: a held page is meant to
      * be absent from every shipment file, so it is no discrepancy.
      * EXCEPT.RPT names the earlier puzzles each one repeated.
       LIST-HELD-PUZZLES.
           PERFORM VARYING IX FROM 1 BY 1 UNTIL IX > HELD-ID-COUNT
               MOVE SPACES TO BALANCE-REPORT-RECORD
               STRING 'PUZZLE ' HELD-ID (IX)
                   ' HELD AS A NEAR-DUPLICATE - ACCOUNTED FOR,'
                   ' NOT SHIPPED'
                   DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
               WRITE BALANCE-REPORT-RECORD
           END-PERFORM.

      * Each source's IDs are hunted in the other two; one line per
      * gap names the puzzle and where it is missing from, which is
      * the line the desk acts on before anything ships.
      * A checkpoint still holding a count means the batch died with
      * cards committed - by itself reason to hold the shipment. The
      * accounting line squares committed cards against pages plus
      * rejects plus held puzzles: a committed card that shows in
      * none of them is output that vanished without a trace, the
      * worst of the gaps.
       CHECK-CHECKPOINT-ACCOUNTING.
           IF CKP-PENDING = 'Y'
               MOVE SPACES TO BALANCE-REPORT-RECORD
               WRITE BALANCE-REPORT-RECORD
               MOVE 8 TO CHECK-SEVERITY
               COMPUTE ACCOUNTED-COUNT = RPT-ID-COUNT + REJECT-COUNT
                   + HELD-ID-COUNT
               IF ACCOUNTED-COUNT < CKP-COUNT
                   MOVE SPACES TO BALANCE-REPORT-RECORD
                   STRING 'CHECKPOINT SAYS ' CKP-COUNT
                       ' CARDS COMMITTED BUT ONLY ' ACCOUNTED-COUNT
                       ' PAGES, REJECTS AND HOLDS EXIST'
                       ' - OUTPUT MISSING'
                       DELIMITED BY SIZE INTO BALANCE-REPORT-RECORD
                   WRITE BALANCE-REPORT-RECORD
               END-IF
