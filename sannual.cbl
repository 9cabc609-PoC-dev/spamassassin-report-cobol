      *   year. Years with months missing from the master are
      *   flagged, so a partial year is not mistaken for a real
      *   decline.
      *   Each month carries the scoring regime it was built under
      *   (spam cutoff and band edges). Months where the regime
      *   changed are listed under their year with a *REGIME* line,
      *   and the spam count is not compared against a prior year
      *   scored under other rules, or when either year mixes
      *   regimes. Months from before the regime was recorded
      *   compare freely.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   'SANNUAL'.
       FILE SECTION.
      *-----------------------------------------------------------------
      * History master as written by SHUPDT, ascending year/month.
      *  Scoring regime packed into the former filler, spaces when
      *  the month predates it.
       FD  HISTORY-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           02  HST-MAX-SPAM          PIC S9(3)V99.
           02  HST-MIN-HAM           PIC S9(3)V99.
           02  HST-TOT-BYTES         PIC 9(15).
           02  HST-REGIME.
               03  HST-SPAM-CUTOFF   PIC S9(3)V99   COMP-3.
               03  HST-BAND-EDGE-1   PIC S9(3)V99   COMP-3.
               03  HST-BAND-EDGE-2   PIC S9(3)V99   COMP-3.
               03  HST-BAND-EDGE-3   PIC S9(3)V99   COMP-3.
               03  HST-BAND-EDGE-4   PIC S9(3)V99   COMP-3.
           02  FILLER                PIC X(6).
      *=================================================================
       WORKING-STORAGE SECTION.
       77  EOF-IND                   PIC X          VALUE 'N'.
       77  PRIOR-BYTES               PIC 9(16)      VALUE ZERO.
       77  PCT-CHANGE                PIC S9(5)V9    VALUE ZERO.
       77  PCT-CHANGE-ED             PIC +Z(4)9.9.
       77  LAST-REGIME               PIC X(15)      VALUE SPACES.
       77  YEAR-REGIME               PIC X(15)      VALUE SPACES.
       77  YEAR-MIXED-IND            PIC X          VALUE 'N'.
       77  PRIOR-REGIME              PIC X(15)      VALUE SPACES.
       77  PRIOR-MIXED-IND           PIC X          VALUE 'N'.
       77  BREAK-COUNT               PIC S9(4)      COMP VALUE ZERO.
       77  BREAK-SUB                 PIC S9(4)      COMP VALUE ZERO.
      * Months of the current year whose regime differs from the
      *  month recorded before them, with the new regime.
       01  BREAK-TABLE.
           02  BREAK-ENTRY OCCURS 12 TIMES.
               03  BRK-MONTHNAME     PIC X(3).
               03  BRK-REGIME        PIC X(15).
      * Unpacking area for a stored regime.
       01  REGIME-WORK.
           02  RGW-SPAM-CUTOFF       PIC S9(3)V99   COMP-3.
           02  RGW-BAND-EDGE-1       PIC S9(3)V99   COMP-3.
           02  RGW-BAND-EDGE-2       PIC S9(3)V99   COMP-3.
           02  RGW-BAND-EDGE-3       PIC S9(3)V99   COMP-3.
           02  RGW-BAND-EDGE-4       PIC S9(3)V99   COMP-3.
       01  RUN-DATE                  PIC 9(6)       VALUE ZERO.
       01  FILLER                    REDEFINES RUN-DATE.
           02  RUN-DATE-YY           PIC 99.
           '    *PARTIAL*'.
           02  FILLER                PIC X(39)      VALUE
           ' Year is missing months - see above.   '.
       01  REGIME-BREAK-LINE.
           02  FILLER                PIC X(13)      VALUE
           '    *REGIME* '.
           02  RBL-MONTHNAME         PIC X(3).
           02  FILLER                PIC X(8)       VALUE '  Cutoff'.
           02  RBL-SPAM-CUTOFF       PIC -ZZ9.99.
           02  FILLER                PIC X(7)       VALUE '  Bands'.
           02  RBL-BAND-EDGE-1       PIC -ZZ9.99.
           02  RBL-BAND-EDGE-2       PIC -ZZ9.99.
           02  RBL-BAND-EDGE-3       PIC -ZZ9.99.
           02  RBL-BAND-EDGE-4       PIC -ZZ9.99.
       01  EMPTY-NOTE-LINE.
           02  FILLER                PIC X(26)
               VALUE 'History master is empty.  '.
           MOVE ZERO TO LINE-COUNT.
      *-----------------------------------------------------------------
       06-CHECK-PAGE-BREAK-FOR-BLOCK.
           IF LINE-COUNT + 7 + BREAK-COUNT >= LINES-PER-PAGE THEN
               PERFORM 05-PRINT-HEADINGS.
      *-----------------------------------------------------------------
       10-READ-AND-HANDLE-RECORD.
           IF HST-SPAMCNT > WORST-SPAMCNT THEN
               MOVE HST-SPAMCNT TO WORST-SPAMCNT
               MOVE HST-MONTHNAME TO WORST-MONTHNAME.

           IF HST-REGIME NOT = SPACES THEN
               PERFORM 21-NOTE-MONTH-REGIME.
      *-----------------------------------------------------------------
      * Remembers the first regime recorded in the year, flags the
      *  year as mixed when a later month differs from it, and notes
      *  every month whose regime differs from the month recorded
      *  before it, across year ends as well.
       21-NOTE-MONTH-REGIME.
           IF YEAR-REGIME = SPACES THEN
               MOVE HST-REGIME TO YEAR-REGIME
           ELSE
               IF HST-REGIME NOT = YEAR-REGIME THEN
                   MOVE 'Y' TO YEAR-MIXED-IND.

           IF LAST-REGIME NOT = SPACES
              AND LAST-REGIME NOT = HST-REGIME
              AND BREAK-COUNT < 12 THEN
               ADD 1 TO BREAK-COUNT
               MOVE HST-MONTHNAME TO BRK-MONTHNAME (BREAK-COUNT)
               MOVE HST-REGIME TO BRK-REGIME (BREAK-COUNT).
           MOVE HST-REGIME TO LAST-REGIME.
      *-----------------------------------------------------------------
      * Emits the block for the year just finished and remembers
      *  its totals for the year-over-year comparison of the next
           DISPLAY WORST-MONTH-LINE.
           ADD 4 TO LINE-COUNT.

           PERFORM 35-WRITE-REGIME-BREAK
               VARYING BREAK-SUB FROM 1 BY 1
               UNTIL BREAK-SUB > BREAK-COUNT.

           PERFORM 31-WRITE-YOY-LINE.

           IF YEAR-MONTHS < 12 THEN
           MOVE YEAR-SPAMS TO PRIOR-SPAMS.
           MOVE YEAR-MSGS TO PRIOR-MSGS.
           MOVE YEAR-BYTES TO PRIOR-BYTES.
           MOVE YEAR-REGIME TO PRIOR-REGIME.
           MOVE YEAR-MIXED-IND TO PRIOR-MIXED-IND.
           MOVE ZERO TO YEAR-SPAMS.
           MOVE ZERO TO YEAR-HAMS.
           MOVE ZERO TO YEAR-MSGS.
           MOVE ZERO TO YEAR-MONTHS.
           MOVE ZERO TO WORST-SPAMCNT.
           MOVE SPACE TO WORST-MONTHNAME.
           MOVE SPACES TO YEAR-REGIME.
           MOVE 'N' TO YEAR-MIXED-IND.
           MOVE ZERO TO BREAK-COUNT.
      *-----------------------------------------------------------------
       31-WRITE-YOY-LINE.
           IF PRIOR-YEAR NOT = ZERO
           ELSE
               MOVE '     n/a' TO YOY-SPAM-TEXT
               MOVE SPACE TO YOY-SPAM-UNIT.

           IF YEAR-REGIME NOT = SPACES
              AND PRIOR-REGIME NOT = SPACES THEN
               IF YEAR-REGIME NOT = PRIOR-REGIME
                  OR YEAR-MIXED-IND = 'Y'
                  OR PRIOR-MIXED-IND = 'Y' THEN
                   MOVE '  regime' TO YOY-SPAM-TEXT
                   MOVE SPACE TO YOY-SPAM-UNIT.
      *-----------------------------------------------------------------
       33-EDIT-MSG-YOY.
           IF PRIOR-MSGS > ZERO THEN
               MOVE '     n/a' TO YOY-BYTE-TEXT
               MOVE SPACE TO YOY-BYTE-UNIT.
      *-----------------------------------------------------------------
       35-WRITE-REGIME-BREAK.
           MOVE BRK-MONTHNAME (BREAK-SUB) TO RBL-MONTHNAME.
           MOVE BRK-REGIME (BREAK-SUB) TO REGIME-WORK.
           MOVE RGW-SPAM-CUTOFF TO RBL-SPAM-CUTOFF.
           MOVE RGW-BAND-EDGE-1 TO RBL-BAND-EDGE-1.
           MOVE RGW-BAND-EDGE-2 TO RBL-BAND-EDGE-2.
           MOVE RGW-BAND-EDGE-3 TO RBL-BAND-EDGE-3.
           MOVE RGW-BAND-EDGE-4 TO RBL-BAND-EDGE-4.
           DISPLAY REGIME-BREAK-LINE.
           ADD 1 TO LINE-COUNT.
      *-----------------------------------------------------------------
