      *   to the same months of the prior year, with a caution
      *   marker when the history is too short or too gappy for
      *   the projection to mean anything.
      *   Each month carries the scoring regime it was built under
      *   (spam cutoff and band edges). A month whose regime differs
      *   from the month before it is marked with a *REGIME* line,
      *   and spam and ratio comparisons against a month scored
      *   under another regime are held off and show regime instead.
      *   Months from before the regime was recorded compare freely.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   'STREND'.
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
       77  FC-SPAM-WORK              PIC S9(9)V99   VALUE ZERO.
       77  FC-MSG-WORK               PIC S9(9)V99   VALUE ZERO.
       77  FC-BYTES-WORK             PIC S9(17)V9   VALUE ZERO.
       77  LAST-REGIME               PIC X(15)      VALUE SPACES.
       77  REGIME-BREAK-IND          PIC X          VALUE 'N'.
       77  REGIME-HOLD-IND           PIC X          VALUE 'N'.
      * Every history month is kept in storage so prior-month,
      *  prior-year and rolling-window lookups stay simple. Fifty
      *  years of monthly records fit; records beyond that are
               03  HE-MSGCNT         PIC 9(5).
               03  HE-RATIO          PIC 9(3)V99.
               03  HE-TOT-BYTES      PIC 9(15).
               03  HE-REGIME         PIC X(15).
       01  MONTH-NAME-LIST.
           02  FILLER                PIC X(36)
               VALUE 'JanFebMarAprMayJunJulAugSepOctNovDec'.
           02  TR3-YOY-UNIT          PIC X(1).
           02  FILLER                PIC X(2)       VALUE SPACE.
           02  TR3-AVG               PIC Z(14)9.
       01  REGIME-BREAK-LINE.
           02  FILLER                PIC X(8)       VALUE SPACE.
           02  FILLER                PIC X(16)
                                     VALUE ' *REGIME* Cutoff'.
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
           IF LINE-COUNT + 5 >= LINES-PER-PAGE THEN
               PERFORM 05-PRINT-HEADINGS.
      *-----------------------------------------------------------------
       10-READ-AND-HANDLE-RECORD.
               MOVE HST-SPAMCNT TO HE-SPAMCNT (HIST-COUNT)
               MOVE HST-MSGCNT TO HE-MSGCNT (HIST-COUNT)
               MOVE CUR-RATIO TO HE-RATIO (HIST-COUNT)
               MOVE HST-TOT-BYTES TO HE-TOT-BYTES (HIST-COUNT)
               MOVE HST-REGIME TO HE-REGIME (HIST-COUNT).

           IF CUR-ABS-MONTH > LAST-ABS-MONTH THEN
               MOVE CUR-ABS-MONTH TO LAST-ABS-MONTH.

           PERFORM 21-CHECK-REGIME-BREAK.
           PERFORM 30-BUILD-TREND-LINES.

           PERFORM 06-CHECK-PAGE-BREAK-FOR-BLOCK.
           DISPLAY TREND-LINE-1.
           DISPLAY TREND-LINE-2.
           DISPLAY TREND-LINE-3.
           ADD 3 TO LINE-COUNT.
           IF REGIME-BREAK-IND = 'Y' THEN
               DISPLAY REGIME-BREAK-LINE
               ADD 1 TO LINE-COUNT.
           DISPLAY ' '.
           ADD 1 TO LINE-COUNT.
      *-----------------------------------------------------------------
      * A month breaks the regime when its recorded regime differs
      *  from the last month that had one recorded. Months without a
      *  recorded regime neither break it nor reset it.
       21-CHECK-REGIME-BREAK.
           MOVE 'N' TO REGIME-BREAK-IND.
           IF HST-REGIME NOT = SPACES THEN
               IF LAST-REGIME NOT = SPACES
                  AND LAST-REGIME NOT = HST-REGIME THEN
                   MOVE 'Y' TO REGIME-BREAK-IND
                   MOVE HST-SPAM-CUTOFF TO RBL-SPAM-CUTOFF
                   MOVE HST-BAND-EDGE-1 TO RBL-BAND-EDGE-1
                   MOVE HST-BAND-EDGE-2 TO RBL-BAND-EDGE-2
                   MOVE HST-BAND-EDGE-3 TO RBL-BAND-EDGE-3
                   MOVE HST-BAND-EDGE-4 TO RBL-BAND-EDGE-4
               END-IF
               MOVE HST-REGIME TO LAST-REGIME.
      *-----------------------------------------------------------------
       30-BUILD-TREND-LINES.
           STRING HST-MONTHNAME DELIMITED BY SIZE

           COMPUTE WANT-ABS-MONTH = CUR-ABS-MONTH - 1.
           PERFORM 40-FIND-HIST-ENTRY.
           PERFORM 43-CHECK-COMPARISON-REGIME.
           IF FOUND-SUB > ZERO THEN
               PERFORM 41-LOAD-COMPARISON-MONTH
               PERFORM 31-EDIT-SPAM-CHANGE
               MOVE '     n/a' TO TR1-MOM, TR2-MOM, TR3-MOM
               MOVE SPACE TO TR1-MOM-UNIT, TR2-MOM-UNIT,
                   TR3-MOM-UNIT.
           IF REGIME-HOLD-IND = 'Y' THEN
               MOVE '  regime' TO TR1-MOM, TR2-MOM
               MOVE SPACE TO TR1-MOM-UNIT, TR2-MOM-UNIT.

           COMPUTE WANT-ABS-MONTH = CUR-ABS-MONTH - 12.
           PERFORM 40-FIND-HIST-ENTRY.
           PERFORM 43-CHECK-COMPARISON-REGIME.
           IF FOUND-SUB > ZERO THEN
               PERFORM 41-LOAD-COMPARISON-MONTH
               PERFORM 31-EDIT-SPAM-CHANGE
               MOVE '     n/a' TO TR1-YOY, TR2-YOY, TR3-YOY
               MOVE SPACE TO TR1-YOY-UNIT, TR2-YOY-UNIT,
                   TR3-YOY-UNIT.
           IF REGIME-HOLD-IND = 'Y' THEN
               MOVE '  regime' TO TR1-YOY, TR2-YOY
               MOVE SPACE TO TR1-YOY-UNIT, TR2-YOY-UNIT.

           PERFORM 34-CALC-ROLLING-AVERAGES.
           MOVE AVG-SPAMCNT TO TR1-AVG.
           MOVE HE-RATIO (FOUND-SUB) TO CMP-RATIO.
           MOVE HE-TOT-BYTES (FOUND-SUB) TO CMP-TOT-BYTES.
      *-----------------------------------------------------------------
      * Spam counts and ratios of two months are only comparable when
      *  both were scored under the same regime. Total bytes do not
      *  depend on scoring and are always compared. A month without
      *  a recorded regime is taken as comparable.
       43-CHECK-COMPARISON-REGIME.
           MOVE 'N' TO REGIME-HOLD-IND.
           IF FOUND-SUB > ZERO THEN
               IF HST-REGIME NOT = SPACES
                  AND HE-REGIME (FOUND-SUB) NOT = SPACES
                  AND HE-REGIME (FOUND-SUB) NOT = HST-REGIME THEN
                   MOVE 'Y' TO REGIME-HOLD-IND.
      *-----------------------------------------------------------------
      * Projects the next three months from the trailing trend,
      *  the same windowed-average machinery the rolling averages
      *  use: the average of the last six months present gives the
