               FILE STATUS IS BLOCKLIST-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO "BLOCKMNT.RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL JOURNAL-FILE ASSIGN TO "MAINTJNL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MAINT-REPORT-FILE.
       01 MAINT-REPORT-RECORD      PIC X(132).

      * Same change journal the word master maintenance writes - see
      * there. A blocklist record is shorter than the image fields;
      * it sits at the front of each, space-filled.
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
       01 BLOCKLIST-STATUS  PIC X(02).
       01 TRANSACTION-EOF   PIC X(01).
       01 BLOCKLIST-EOF     PIC X(01).
       01 CURRENT-DATE-TIME PIC X(21).
       01 JOURNAL-STATUS    PIC X(02).
       01 JOURNAL-READY     PIC X(01) VALUE 'N'.
       01 JOURNAL-RUN-ID    PIC X(18).
       01 CARD-NUMBER       PIC 9(05) VALUE 0.
       01 JOURNAL-CHANGE    PIC X(01).
       01 JOURNAL-BEFORE    PIC X(76).

      * The whole master sits in storage for the run - deactivated
      * entries included, they are the audit trail of what was
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           OPEN OUTPUT MAINT-REPORT-FILE
           PERFORM LOAD-BLOCKLIST-MASTER
           PERFORM OPEN-CHANGE-JOURNAL
           PERFORM APPLY-TRANSACTIONS
           IF MASTER-CHANGED = 'Y' AND MASTER-OVERFLOW = 'N'
                   AND JOURNAL-READY = 'Y'
               PERFORM REWRITE-BLOCKLIST-MASTER
           END-IF
           IF JOURNAL-READY = 'Y'
               CLOSE JOURNAL-FILE
           END-IF
           CLOSE MAINT-REPORT-FILE
           MOVE MAINT-SEVERITY TO RETURN-CODE
           STOP RUN.
               WRITE MAINT-REPORT-RECORD
           END-IF.

      * A change that cannot be journaled cannot be taken back, so
      * without the journal the list is left as it is, the same as
      * an overflowed one.
       OPEN-CHANGE-JOURNAL.
           MOVE SPACES TO JOURNAL-RUN-ID
           STRING 'BM' CURRENT-DATE-TIME (1:16)
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

      * Rewriting from a truncated table would shear off every entry
      * past the 300th, so an overflowed master is left strictly
      * read-only - the desk gets the message instead of the loss.
                       AT END
                           MOVE 'Y' TO TRANSACTION-EOF
                       NOT AT END
                           ADD 1 TO CARD-NUMBER
                           PERFORM APPLY-ONE-TRANSACTION
                   END-READ
               END-PERFORM
                   IF MS-STATUS (FOUND-MX) = 'A'
                       PERFORM RECORD-ALREADY-ACTIVE
                   ELSE
                       MOVE 'C' TO JOURNAL-CHANGE
                       MOVE MASTER-ENTRY (FOUND-MX) TO JOURNAL-BEFORE
                       MOVE 'A' TO MS-STATUS (FOUND-MX)
                       PERFORM STAMP-MASTER-ENTRY
                       PERFORM RECORD-REACTIVATED
                   IF MASTER-COUNT < 300
                       ADD 1 TO MASTER-COUNT
                       MOVE MASTER-COUNT TO FOUND-MX
                       MOVE 'A' TO JOURNAL-CHANGE
                       MOVE SPACES TO JOURNAL-BEFORE
                       MOVE 'A' TO MS-STATUS (FOUND-MX)
                       MOVE EDIT-WORD TO MS-WORD (FOUND-MX)
                       PERFORM STAMP-MASTER-ENTRY
       DEACTIVATE-BLOCKLIST-WORD.
           PERFORM FIND-MASTER-WORD
           IF FOUND-MX > 0 AND MS-STATUS (FOUND-MX) = 'A'
               MOVE 'C' TO JOURNAL-CHANGE
               MOVE MASTER-ENTRY (FOUND-MX) TO JOURNAL-BEFORE
               MOVE 'D' TO MS-STATUS (FOUND-MX)
               PERFORM STAMP-MASTER-ENTRY
               PERFORM RECORD-DEACTIVATED
               PERFORM RECORD-NOT-ON-LIST
           END-IF.

      * Every change to an entry passes through here, so here is
      * where it is journaled - the caller has already set the change
      * code and saved the entry as it stood.
       STAMP-MASTER-ENTRY.
           MOVE BTX-USER TO MS-USER (FOUND-MX)
           MOVE CURRENT-DATE-TIME (1:14) TO MS-STAMP (FOUND-MX)
           MOVE 'Y' TO MASTER-CHANGED
           PERFORM WRITE-JOURNAL-ENTRY.

       WRITE-JOURNAL-ENTRY.
           IF JOURNAL-READY = 'Y'
               MOVE JOURNAL-RUN-ID TO JNL-RUN-ID
               MOVE 'BLOCKLST' TO JNL-FILE
               MOVE CARD-NUMBER TO JNL-CARD-NUMBER
               MOVE BTX-ACTION TO JNL-ACTION
               MOVE BTX-USER TO JNL-USER
               MOVE FUNCTION CURRENT-DATE (1:14) TO JNL-STAMP
               MOVE JOURNAL-CHANGE TO JNL-CHANGE
               MOVE JOURNAL-BEFORE TO JNL-BEFORE-IMAGE
               MOVE MASTER-ENTRY (FOUND-MX) TO JNL-AFTER-IMAGE
               WRITE JOURNAL-RECORD
           END-IF.

       LIST-BLOCKLIST.
           MOVE SPACES TO MAINT-REPORT-RECORD
