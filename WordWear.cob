       IDENTIFICATION DIVISION.
       PROGRAM-ID. WordWear.
       AUTHOR. OpenAI.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WEAR-CTL-FILE ASSIGN TO "WEARCTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WEAR-CTL-STATUS.
           SELECT WORD-MASTER-FILE ASSIGN TO "WORDMST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WORD-MASTER-STATUS.
           SELECT USAGE-HISTORY-FILE ASSIGN TO "USAGEHST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS USAGE-HISTORY-STATUS.
           SELECT WEAR-REPORT-FILE ASSIGN TO "WORDWEAR.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * One parameter card: the as-of date (normally run day), the
      * idle window in months - a master word not used inside it is
      * listed as idle, and theme wear is measured over it - how many
      * of each theme's most-used words to list, and how many uses
      * make a list-file word "used often". A missing card or a blank
      * field takes today, 6 months, the top 5 and 3 uses.
       FD WEAR-CTL-FILE.
       01 WEAR-CTL-RECORD.
           05 WCT-AS-OF-DATE       PIC X(08).
           05 WCT-IDLE-MONTHS      PIC 9(02).
           05 WCT-IDLE-MONTHS-X REDEFINES WCT-IDLE-MONTHS
                                   PIC X(02).
           05 WCT-TOP-COUNT        PIC 9(02).
           05 WCT-TOP-COUNT-X REDEFINES WCT-TOP-COUNT
                                   PIC X(02).
           05 WCT-OFTEN-USES       PIC 9(03).
           05 WCT-OFTEN-USES-X REDEFINES WCT-OFTEN-USES
                                   PIC X(03).

      * Same layout the generator reads - theme code, word, last-used
      * date, clue. Read only.
       FD WORD-MASTER-FILE.
       01 WORD-MASTER-RECORD.
           05 WMR-THEME            PIC X(08).
           05 WMR-WORD             PIC X(20).
           05 WMR-LAST-USED        PIC X(08).
           05 WMR-CLUE             PIC X(40).

      * Same layout the generator appends: word, theme (blank for a
      * list-file word), puzzle ID, run date, and the source - T a
      * theme pick, L a list file.
       FD USAGE-HISTORY-FILE.
       01 USAGE-HISTORY-RECORD.
           05 UHR-WORD             PIC X(20).
           05 UHR-THEME            PIC X(08).
           05 UHR-PUZZLE-ID        PIC X(10).
           05 UHR-RUN-DATE         PIC X(08).
           05 UHR-SOURCE           PIC X(01).

       FD WEAR-REPORT-FILE.
       01 WEAR-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01 WEAR-CTL-STATUS   PIC X(02).
       01 WORD-MASTER-STATUS PIC X(02).
       01 USAGE-HISTORY-STATUS PIC X(02).
       01 FILE-EOF          PIC X(01).
       01 CURRENT-DATE-TIME PIC X(21).
       01 AS-OF-DATE        PIC X(08).
       01 IDLE-MONTHS       PIC 9(02) VALUE 6.
       01 TOP-COUNT         PIC 9(02) VALUE 5.
       01 OFTEN-USES        PIC 9(03) VALUE 3.
       01 CUTOFF-DATE       PIC X(08).
       01 DATE-DIGITS-BAD   PIC 9(02).
       01 DD                PIC 9(02).

      * The cutoff is the as-of date moved back whole calendar months;
      * a day past the 28th is pulled back to the 28th so the result
      * is always a real date, which only ever widens the window by
      * a day or three.
       01 CUTOFF-MONTHS     PIC 9(06).
       01 CUTOFF-YEAR       PIC 9(04).
       01 CUTOFF-MONTH      PIC 9(02).
       01 CUTOFF-DAY        PIC 9(02).

      * The master in storage, with what the ledger says about each
      * entry: theme picks of it under its own theme (all time and
      * inside the window), and the latest date the word went out in
      * any puzzle, theme pick or list file - starting from the
      * master's own last-used date, which predates the ledger.
       01 WORD-MASTER-COUNT PIC 9(03) VALUE 0.
       01 MASTER-OVERFLOW   PIC X(01) VALUE 'N'.
       01 WORD-MASTER-TABLE.
           05 WORD-MASTER-ENTRY OCCURS 500 TIMES.
               10 WM-THEME      PIC X(08).
               10 WM-WORD       PIC X(20).
               10 WM-MATCH-WORD PIC X(20).
               10 WM-USES       PIC 9(04).
               10 WM-WINDOW-USES PIC 9(04).
               10 WM-LAST-SEEN  PIC X(08).
               10 WM-LISTED     PIC X(01).
       01 MX                PIC 9(03).
       01 BEST-MX           PIC 9(03).
       01 WORD-ON-MASTER    PIC X(01).

      * One entry per theme code on the master, first-appearance
      * order, with the theme picks the ledger shows for it.
       01 THEME-COUNT       PIC 9(03) VALUE 0.
       01 THEME-TABLE.
           05 THEME-ENTRY OCCURS 100 TIMES.
               10 TH-THEME      PIC X(08).
               10 TH-WORDS      PIC 9(03).
               10 TH-EVER-USED  PIC 9(03).
               10 TH-WINDOW-WORDS PIC 9(03).
               10 TH-WINDOW-PICKS PIC 9(05).
       01 TX                PIC 9(03).
       01 THEME-FOUND       PIC X(01).

      * List-file words that are on no theme of the master, with
      * how often they have gone out.
       01 LIST-WORD-COUNT   PIC 9(04) VALUE 0.
       01 LIST-WORD-OVERFLOW PIC X(01) VALUE 'N'.
       01 LIST-WORD-TABLE.
           05 LIST-WORD-ENTRY OCCURS 1000 TIMES.
               10 LW-WORD       PIC X(20).
               10 LW-USES       PIC 9(04).
               10 LW-WINDOW-USES PIC 9(04).
               10 LW-LAST-USED  PIC X(08).
               10 LW-LISTED     PIC X(01).
       01 LX                PIC 9(04).
       01 BEST-LX           PIC 9(04).

       01 HISTORY-WORD      PIC X(20).
       01 HISTORY-RECORDS   PIC 9(07) VALUE 0.
       01 HISTORY-IN-WINDOW PIC X(01).
       01 SHOWN-COUNT       PIC 9(04).
       01 PICKS-PER-MONTH   PIC 9(04)V9.
       01 PICKS-PER-MONTH-OUT PIC ZZZ9.9.
       01 MONTHS-TO-CYCLE   PIC 9(04)V9.
       01 MONTHS-TO-CYCLE-OUT PIC ZZZ9.9.
       01 WORN-PERCENT      PIC 9(03).
       01 WEAR-NOTE         PIC X(20).
       01 LAST-SEEN-OUT     PIC X(08).
       01 WEAR-SEVERITY     PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.

       BEGIN.
           OPEN OUTPUT WEAR-REPORT-FILE
           PERFORM READ-WEAR-CARD
           PERFORM COMPUTE-CUTOFF-DATE
           PERFORM LOAD-WORD-MASTER
           IF WEAR-SEVERITY < 8
               PERFORM READ-USAGE-HISTORY
               PERFORM PRINT-WEAR-HEADER
               PERFORM PRINT-OVERUSED-WORDS
               PERFORM PRINT-IDLE-WORDS
               PERFORM PRINT-OFTEN-LIST-WORDS
               PERFORM PRINT-THEME-WEAR
           END-IF
           CLOSE WEAR-REPORT-FILE
           MOVE WEAR-SEVERITY TO RETURN-CODE
           STOP RUN.

      * A bad card field falls back to its default rather than
      * reporting from garbage - the header line always shows what
      * was actually used.
       READ-WEAR-CARD.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-TIME
           MOVE CURRENT-DATE-TIME (1:8) TO AS-OF-DATE
           OPEN INPUT WEAR-CTL-FILE
           IF WEAR-CTL-STATUS = '00'
               READ WEAR-CTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM EDIT-WEAR-CARD
               END-READ
               CLOSE WEAR-CTL-FILE
           END-IF.

       EDIT-WEAR-CARD.
           IF WCT-AS-OF-DATE NOT = SPACES
               MOVE 0 TO DATE-DIGITS-BAD
               PERFORM VARYING DD FROM 1 BY 1 UNTIL DD > 8
                   IF WCT-AS-OF-DATE (DD:1) < '0'
                           OR WCT-AS-OF-DATE (DD:1) > '9'
                       ADD 1 TO DATE-DIGITS-BAD
                   END-IF
               END-PERFORM
               IF DATE-DIGITS-BAD = 0
                       AND WCT-AS-OF-DATE (5:2) >= '01'
                       AND WCT-AS-OF-DATE (5:2) <= '12'
                       AND WCT-AS-OF-DATE (7:2) >= '01'
                       AND WCT-AS-OF-DATE (7:2) <= '31'
                       AND FUNCTION TEST-DATE-YYYYMMDD
                           (FUNCTION NUMVAL (WCT-AS-OF-DATE)) = 0
                   MOVE WCT-AS-OF-DATE TO AS-OF-DATE
               END-IF
           END-IF
           IF WCT-IDLE-MONTHS-X NOT = SPACES
                   AND WCT-IDLE-MONTHS IS NUMERIC
                   AND WCT-IDLE-MONTHS > 0
               MOVE WCT-IDLE-MONTHS TO IDLE-MONTHS
           END-IF
           IF WCT-TOP-COUNT-X NOT = SPACES
                   AND WCT-TOP-COUNT IS NUMERIC
                   AND WCT-TOP-COUNT > 0
               MOVE WCT-TOP-COUNT TO TOP-COUNT
           END-IF
           IF WCT-OFTEN-USES-X NOT = SPACES
                   AND WCT-OFTEN-USES IS NUMERIC
                   AND WCT-OFTEN-USES > 0
               MOVE WCT-OFTEN-USES TO OFTEN-USES
           END-IF.

       COMPUTE-CUTOFF-DATE.
           COMPUTE CUTOFF-MONTHS =
               (FUNCTION NUMVAL (AS-OF-DATE (1:4)) * 12)
               + FUNCTION NUMVAL (AS-OF-DATE (5:2)) - 1 - IDLE-MONTHS
           COMPUTE CUTOFF-YEAR = CUTOFF-MONTHS / 12
           COMPUTE CUTOFF-MONTH = FUNCTION MOD (CUTOFF-MONTHS, 12) + 1
           MOVE AS-OF-DATE (7:2) TO CUTOFF-DAY
           IF CUTOFF-DAY > 28
               MOVE 28 TO CUTOFF-DAY
           END-IF
           MOVE SPACES TO CUTOFF-DATE
           STRING CUTOFF-YEAR CUTOFF-MONTH CUTOFF-DAY
               DELIMITED BY SIZE INTO CUTOFF-DATE.

      * Without the master there is nothing to measure wear against,
      * so the report stops there. Words are matched in lower case,
      * the way the generator writes them onto the grid and into the
      * ledger.
       LOAD-WORD-MASTER.
           OPEN INPUT WORD-MASTER-FILE
           IF WORD-MASTER-STATUS = '00'
               MOVE 'N' TO FILE-EOF
               PERFORM UNTIL FILE-EOF = 'Y'
                   READ WORD-MASTER-FILE
                       AT END
                           MOVE 'Y' TO FILE-EOF
                       NOT AT END
                           IF WMR-WORD NOT = SPACES
                               PERFORM STORE-MASTER-WORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WORD-MASTER-FILE
           ELSE
               MOVE SPACES TO WEAR-REPORT-RECORD
               STRING 'WORD MASTER WORDMST.DAT COULD NOT BE OPENED,'
                   ' STATUS ' WORD-MASTER-STATUS
                   DELIMITED BY SIZE INTO WEAR-REPORT-RECORD
               WRITE WEAR-REPORT-RECORD
               MOVE 8 TO WEAR-SEVERITY
           END-IF.

       STORE-MASTER-WORD.
           IF WORD-MASTER-COUNT >= 500
               MOVE 'Y' TO MASTER-OVERFLOW
           ELSE
               ADD 1 TO WORD-MASTER-COUNT
               MOVE WORD-MASTER-COUNT TO MX
               MOVE WMR-THEME TO WM-THEME (MX)
               MOVE WMR-WORD TO WM-WORD (MX)
               MOVE FUNCTION LOWER-CASE (FUNCTION TRIM (WMR-WORD))
                   TO WM-MATCH-WORD (MX)
               MOVE 0 TO WM-USES (MX)
               MOVE 0 TO WM-WINDOW-USES (MX)
               MOVE WMR-LAST-USED TO WM-LAST-SEEN (MX)
               MOVE 'N' TO WM-LISTED (MX)
               MOVE 'N' TO THEME-FOUND
               PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > THEME-COUNT
                   IF TH-THEME (TX) = WMR-THEME
                       MOVE 'Y' TO THEME-FOUND
                       ADD 1 TO TH-WORDS (TX)
                   END-IF
               END-PERFORM
               IF THEME-FOUND = 'N' AND THEME-COUNT < 100
                   ADD 1 TO THEME-COUNT
                   MOVE WMR-THEME TO TH-THEME (THEME-COUNT)
                   MOVE 1 TO TH-WORDS (THEME-COUNT)
                   MOVE 0 TO TH-EVER-USED (THEME-COUNT)
                   MOVE 0 TO TH-WINDOW-WORDS (THEME-COUNT)
                   MOVE 0 TO TH-WINDOW-PICKS (THEME-COUNT)
               END-IF
           END-IF.

      * No ledger yet is not an error - the generator creates it on
      * its first run - but a report with nothing behind it says so.
       READ-USAGE-HISTORY.
           OPEN INPUT USAGE-HISTORY-FILE
           IF USAGE-HISTORY-STATUS = '00'
               MOVE 'N' TO FILE-EOF
               PERFORM UNTIL FILE-EOF = 'Y'
                   READ USAGE-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO FILE-EOF
                       NOT AT END
                           IF UHR-WORD NOT = SPACES
                               ADD 1 TO HISTORY-RECORDS
                               PERFORM APPLY-HISTORY-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USAGE-HISTORY-FILE
           ELSE
               MOVE SPACES TO WEAR-REPORT-RECORD
               STRING 'USAGE HISTORY USAGEHST.DAT COULD NOT BE OPENED,'
                   ' STATUS ' USAGE-HISTORY-STATUS
                   ' - ONLY THE MASTER LAST-USED DATES ARE REPORTED'
                   DELIMITED BY SIZE INTO WEAR-REPORT-RECORD
               WRITE WEAR-REPORT-RECORD
               IF WEAR-SEVERITY < 4
                   MOVE 4 TO WEAR-SEVERITY
               END-IF
           END-IF
           PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > WORD-MASTER-COUNT
               PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > THEME-COUNT
                   IF TH-THEME (TX) = WM-THEME (MX)
                       IF WM-USES (MX) > 0
                           ADD 1 TO TH-EVER-USED (TX)
                       END-IF
                       IF WM-WINDOW-USES (MX) > 0
                           ADD 1 TO TH-WINDOW-WORDS (TX)
                       END-IF
                       ADD WM-WINDOW-USES (MX) TO TH-WINDOW-PICKS (TX)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * Any use of a word, from either source, freshens every master
      * entry of it - the reader saw the word, whichever file it came
      * from. Only a theme pick counts against the theme it was
      * drawn under. A list-file word on no theme at all goes to the
      * list-word table.
       APPLY-HISTORY-RECORD.
           MOVE FUNCTION LOWER-CASE (FUNCTION TRIM (UHR-WORD))
               TO HISTORY-WORD
           MOVE 'N' TO HISTORY-IN-WINDOW
           IF UHR-RUN-DATE >= CUTOFF-DATE
                   AND UHR-RUN-DATE <= AS-OF-DATE
               MOVE 'Y' TO HISTORY-IN-WINDOW
           END-IF
           MOVE 'N' TO WORD-ON-MASTER
           PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > WORD-MASTER-COUNT
               IF WM-MATCH-WORD (MX) = HISTORY-WORD
                   MOVE 'Y' TO WORD-ON-MASTER
                   IF UHR-RUN-DATE > WM-LAST-SEEN (MX)
                           AND UHR-RUN-DATE <= AS-OF-DATE
                       MOVE UHR-RUN-DATE TO WM-LAST-SEEN (MX)
                   END-IF
                   IF UHR-SOURCE = 'T' AND UHR-THEME = WM-THEME (MX)
                           AND UHR-RUN-DATE <= AS-OF-DATE
                       ADD 1 TO WM-USES (MX)
                       IF HISTORY-IN-WINDOW = 'Y'
                           ADD 1 TO WM-WINDOW-USES (MX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WORD-ON-MASTER = 'N' AND UHR-SOURCE = 'L'
                   AND UHR-RUN-DATE <= AS-OF-DATE
               PERFORM TALLY-LIST-WORD
           END-IF.

       TALLY-LIST-WORD.
           MOVE 0 TO BEST-LX
           PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > LIST-WORD-COUNT
               IF LW-WORD (LX) = HISTORY-WORD
                   MOVE LX TO BEST-LX
               END-IF
           END-PERFORM
           IF BEST-LX = 0
               IF LIST-WORD-COUNT >= 1000
                   MOVE 'Y' TO LIST-WORD-OVERFLOW
               ELSE
                   ADD 1 TO LIST-WORD-COUNT
                   MOVE LIST-WORD-COUNT TO BEST-LX
                   MOVE HISTORY-WORD TO LW-WORD (BEST-LX)
                   MOVE 0 TO LW-USES (BEST-LX)
                   MOVE 0 TO LW-WINDOW-USES (BEST-LX)
                   MOVE SPACES TO LW-LAST-USED (BEST-LX)
                   MOVE 'N' TO LW-LISTED (BEST-LX)
               END-IF
           END-IF
           IF BEST-LX > 0
               ADD 1 TO LW-USES (BEST-LX)
               IF HISTORY-IN-WINDOW = 'Y'
                   ADD 1 TO LW-WINDOW-USES (BEST-LX)
               END-IF
               IF UHR-RUN-DATE > LW-LAST-USED (BEST-LX)
                   MOVE UHR-RUN-DATE TO LW-LAST-USED (BEST-LX)
               END-IF
           END-IF.

       PRINT-WEAR-HEADER.
           MOVE SPACES TO WEAR-REPORT-RECORD
           STRING 'VOCABULARY WEAR REPORT AS OF ' AS-OF-DATE
               '  WINDOW ' IDLE-MONTHS ' MONTHS (SINCE '
               CUTOFF-DATE ')  ' HISTORY-RECORDS ' LEDGER RECORDS'
               DELIMITED BY SIZE INTO WEAR-REPORT-RECORD
           WRITE WEAR-REPORT-RECORD
           IF MASTER-OVERFLOW = 'Y'
               MOVE SPACES TO WEAR-REPORT-RECORD
               STRING 'WORD MASTER HAS MORE THAN 500 WORDS - WORDS'
                   ' BEYOND THE 500TH NOT REPORTED'
                   DELIMITED BY SIZE INTO WEAR-REPORT-RECORD
               WRITE WEAR-REPORT-RECORD
               IF WEAR-SEVERITY < 4
                   MOVE 4 TO WEAR-SEVERITY
               END-IF
           END-IF
           IF THEME-COUNT >= 100
               MOVE SPACES TO WEAR-REPORT-RECORD
               STRING 'WORD MASTER HAS 100 OR MORE THEMES - THEMES'
                   ' BEYOND THE 100TH NOT REPORTED'
                   DELIMITED BY SIZE INTO WEAR-REPORT-RECORD
               WRITE WEAR-REPORT-RECORD
               IF WEAR-SEVERITY < 4
                   MOVE 4 TO WEAR-SEVERITY
               END-IF
           END-IF.

      * Section 1: per theme, the words picked most often, busiest
      * first - the candidates to retire or rest.
       PRINT-OVERUSED-WORDS.
           PERFORM WRITE-BLANK-LINE
           MOVE SPACES TO WEAR-REPORT-RECORD
           STRING 'MOST USED WORDS BY THEME (TOP ' TOP-COUNT
               ' THEME PICKS, ALL TIME)'
               DELIMITED BY SIZE INTO WEAR-REPORT-RECORD
           WRITE WEAR-REPORT-RECORD
           PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > THEME-COUNT
               MOVE SPACES TO WEAR-REPORT-RECORD
               STRING '  THEME ' TH-THEME (TX)
                   DELIMITED BY SIZE INTO WEAR-REPORT-RECORD
               WRITE WEAR-REPORT-RECORD
               MOVE 0 TO SHOWN-COUNT
               PERFORM UNTIL SHOWN-COUNT >= TOP-COUNT
                   PERFORM FIND-BUSIEST-THEME-WORD
                   IF BEST-MX = 0
                       MOVE TOP-COUNT TO SHOWN-COUNT
                   ELSE
                       ADD 1 TO SHOWN-COUNT
                       MOVE 'Y' TO WM-LISTED (BEST-MX)
                       MOVE SPACES TO WEAR-REPORT-RECORD
                       STRING '    ' WM-WORD (BEST-MX)
                           ' USES ' WM-USES (BEST-MX)
                           '  IN WINDOW ' WM-WINDOW-USES (BEST-MX)
                           '  LAST USED ' WM-LAST-SEEN (BEST-MX)
                           DELIMITED BY SIZE INTO WEAR-REPORT-RECORD
                       WRITE WEAR-REPORT-RECORD
                   END-IF
               END-PERFORM
           END-PERFORM.

       FIND-BUSIEST-THEME-WORD.
           MOVE 0 TO BEST-MX
           PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > WORD-MASTER-COUNT
               IF WM-THEME (MX) = TH-THEME (TX)
                       AND WM-LISTED (MX) = 'N'
                       AND WM-USES (MX) > 0
                   IF BEST-MX = 0
                       MOVE MX TO BEST-MX
                   ELSE
                       IF WM-USES (MX) > WM-USES (BEST-MX)
                           MOVE MX TO BEST-MX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Section 2: master words nobody has put on a page inside the
      * window - never used at all, or last used before the cutoff.
      * The desk either rests them on purpose or they are dead weight.
       PRINT-IDLE-WORDS.
           PERFORM WRITE-BLANK-LINE
           MOVE SPACES TO WEAR-REPORT-RECORD
           STRING 'MASTER WORDS NOT USED IN ' IDLE-MONTHS ' MONTHS'
               DELIMITED BY SIZE INTO WEAR-REPORT-RECORD
           WRITE WEAR-REPORT-RECORD
           MOVE 0 TO SHOWN-COUNT
           PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > THEME-COUNT
               PERFORM VARYING MX FROM 1 BY 1
                       UNTIL MX > WORD-MASTER-COUNT
                   IF WM-THEME (MX) = TH-THEME (TX)
                           AND (WM-LAST-SEEN (MX) = SPACES
                           OR WM-LAST-SEEN (MX) = ZEROS
                           OR WM-LAST-SEEN (MX) < CUTOFF-DATE)
                       ADD 1 TO SHOWN-COUNT
                       MOVE WM-LAST-SEEN (MX) TO LAST-SEEN-OUT
                       IF LAST-SEEN-OUT = SPACES
                               OR LAST-SEEN-OUT = ZEROS
                           MOVE 'NEVER' TO LAST-SEEN-OUT
                       END-IF
                       MOVE SPACES TO WEAR-REPORT-RECORD
                       STRING '  ' WM-THEME (MX) ' ' WM-WORD (MX)
                           ' LAST USED ' LAST-SEEN-OUT
                           DELIMITED BY SIZE INTO WEAR-REPORT-RECORD
                       WRITE WEAR-REPORT-RECORD
                   END-IF
               END-PERFORM
           END-PERFORM
           IF SHOWN-COUNT = 0
               PERFORM WRITE-NONE-LINE
           END-IF.

      * Section 3: words that keep arriving through CSV list files
      * but sit on no theme - candidates to add to the master, where
      * the rotation would rest them properly.
       PRINT-OFTEN-LIST-WORDS.
           PERFORM WRITE-BLANK-LINE
           MOVE SPACES TO WEAR-REPORT-RECORD
           STRING 'LIST-FILE WORDS ON NO THEME, USED ' OFTEN-USES
               ' OR MORE TIMES'
               DELIMITED BY SIZE INTO WEAR-REPORT-RECORD
           WRITE WEAR-REPORT-RECORD
           IF LIST-WORD-OVERFLOW = 'Y'
               MOVE SPACES TO WEAR-REPORT-RECORD
               STRING '  MORE THAN 1000 DIFFERENT LIST-FILE WORDS -'
                   ' WORDS BEYOND THE 1000TH NOT COUNTED'
                   DELIMITED BY SIZE INTO WEAR-REPORT-RECORD
               WRITE WEAR-REPORT-RECORD
               IF WEAR-SEVERITY < 4
                   MOVE 4 TO WEAR-SEVERITY
               END-IF
           END-IF
           MOVE 0 TO SHOWN-COUNT
           MOVE 1 TO BEST-LX
           PERFORM UNTIL BEST-LX = 0
               MOVE 0 TO BEST-LX
               PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > LIST-WORD-COUNT
                   IF LW-LISTED (LX) = 'N'
                           AND LW-USES (LX) >= OFTEN-USES
                       IF BEST-LX = 0
                           MOVE LX TO BEST-LX
                       ELSE
                           IF LW-USES (LX) > LW-USES (BEST-LX)
                               MOVE LX TO BEST-LX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF BEST-LX > 0
                   ADD 1 TO SHOWN-COUNT
                   MOVE 'Y' TO LW-LISTED (BEST-LX)
                   MOVE SPACES TO WEAR-REPORT-RECORD
                   STRING '  ' LW-WORD (BEST-LX)
                       ' USES ' LW-USES (BEST-LX)
                       '  IN WINDOW ' LW-WINDOW-USES (BEST-LX)
                       '  LAST USED ' LW-LAST-USED (BEST-LX)
                       DELIMITED BY SIZE INTO WEAR-REPORT-RECORD
                   WRITE WEAR-REPORT-RECORD
               END-IF
           END-PERFORM
           IF SHOWN-COUNT = 0
               PERFORM WRITE-NONE-LINE
           END-IF.

      * Section 4: how fast each theme is being worn through. Picks
      * per month over the window, and how many months the rotation
      * takes to get through every word once at that pace. A theme
      * picked more times in the window than it has words is already
      * repeating inside the window - the desk needs to feed it.
       PRINT-THEME-WEAR.
           PERFORM WRITE-BLANK-LINE
           MOVE SPACES TO WEAR-REPORT-RECORD
           STRING 'THEME WEAR OVER THE LAST ' IDLE-MONTHS ' MONTHS'
               DELIMITED BY SIZE INTO WEAR-REPORT-RECORD
           WRITE WEAR-REPORT-RECORD
           PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > THEME-COUNT
               COMPUTE PICKS-PER-MONTH ROUNDED =
                   TH-WINDOW-PICKS (TX) / IDLE-MONTHS
               MOVE PICKS-PER-MONTH TO PICKS-PER-MONTH-OUT
               COMPUTE WORN-PERCENT ROUNDED =
                   (TH-WINDOW-WORDS (TX) * 100) / TH-WORDS (TX)
               MOVE SPACES TO WEAR-NOTE
               IF TH-WINDOW-PICKS (TX) = 0
                   MOVE 'NOT USED IN WINDOW' TO WEAR-NOTE
                   MOVE 0 TO MONTHS-TO-CYCLE-OUT
               ELSE
                   COMPUTE MONTHS-TO-CYCLE ROUNDED =
                       (TH-WORDS (TX) * IDLE-MONTHS)
                       / TH-WINDOW-PICKS (TX)
                   MOVE MONTHS-TO-CYCLE TO MONTHS-TO-CYCLE-OUT
                   IF TH-WINDOW-PICKS (TX) > TH-WORDS (TX)
                       MOVE '** REPEATING' TO WEAR-NOTE
                       IF WEAR-SEVERITY < 4
                           MOVE 4 TO WEAR-SEVERITY
                       END-IF
                   END-IF
               END-IF
               MOVE SPACES TO WEAR-REPORT-RECORD
               STRING '  ' TH-THEME (TX)
                   ' WORDS ' TH-WORDS (TX)
                   '  EVER USED ' TH-EVER-USED (TX)
                   '  IN WINDOW ' TH-WINDOW-WORDS (TX)
                   ' (' WORN-PERCENT '%)'
                   '  PICKS ' TH-WINDOW-PICKS (TX)
                   '  PER MONTH ' PICKS-PER-MONTH-OUT
                   '  MONTHS TO CYCLE ' MONTHS-TO-CYCLE-OUT
                   '  ' WEAR-NOTE
                   DELIMITED BY SIZE INTO WEAR-REPORT-RECORD
               WRITE WEAR-REPORT-RECORD
           END-PERFORM.

       WRITE-BLANK-LINE.
           MOVE SPACES TO WEAR-REPORT-RECORD
           WRITE WEAR-REPORT-RECORD.

       WRITE-NONE-LINE.
           MOVE SPACES TO WEAR-REPORT-RECORD
           STRING '  NONE'
               DELIMITED BY SIZE INTO WEAR-REPORT-RECORD
           WRITE WEAR-REPORT-RECORD.
