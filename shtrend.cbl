      *   poisons the combined figures.
      *   Comparison columns show n/a when the month needed for
      *   the comparison is not on the master.
      *   Each host month carries the scoring regime it was built
      *   under (spam cutoff and band edges). A month whose regime
      *   differs from the host's month before it is marked with a
      *   *REGIME* line, and spam count comparisons against a month
      *   scored under another regime are held off and show regime
      *   instead. Months from before the regime was recorded
      *   compare freely.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   'SHTREND'.
       FILE SECTION.
      *-----------------------------------------------------------------
      * Per-host history master as written by SHUPDT, ascending
      *  year/month/host. Scoring regime packed into the former
      *  filler, spaces when the month predates it.
       FD  HOSTHIST-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           02  HHS-AVG-HAM           PIC S9(3)V99.
           02  HHS-TOT-BYTES         PIC 9(15).
           02  HHS-AVG-SCANTIME      PIC 9(5)V9.
           02  HHS-REGIME.
               03  HHS-SPAM-CUTOFF   PIC S9(3)V99   COMP-3.
               03  HHS-BAND-EDGE-1   PIC S9(3)V99   COMP-3.
               03  HHS-BAND-EDGE-2   PIC S9(3)V99   COMP-3.
               03  HHS-BAND-EDGE-3   PIC S9(3)V99   COMP-3.
               03  HHS-BAND-EDGE-4   PIC S9(3)V99   COMP-3.
           02  FILLER                PIC X(2).
      *=================================================================
       WORKING-STORAGE SECTION.
       77  EOF-IND                   PIC X          VALUE 'N'.
       77  TIME-CHANGE-ED            PIC +Z(4)9.9.
       77  CHANGE-TEXT               PIC X(8)       VALUE SPACE.
       77  CHANGE-UNIT               PIC X          VALUE SPACE.
       77  LAST-REGIME               PIC X(15)      VALUE SPACES.
       77  REGIME-BREAK-IND          PIC X          VALUE 'N'.
       77  REGIME-HOLD-IND           PIC X          VALUE 'N'.
      * Every host month is kept in storage so prior-month,
      *  prior-year and rolling-window lookups stay simple. Records
      *  beyond the table capacity are dropped from the report with
               03  HE-HAMCNT         PIC 9(5).
               03  HE-AVG-SCORE      PIC S9(3)V99.
               03  HE-AVG-SCANTIME   PIC 9(5)V9.
               03  HE-REGIME         PIC X(15).
      * Unpacking area for a stored regime.
       01  REGIME-WORK.
           02  RGW-SPAM-CUTOFF       PIC S9(3)V99   COMP-3.
           02  RGW-BAND-EDGE-1       PIC S9(3)V99   COMP-3.
           02  RGW-BAND-EDGE-2       PIC S9(3)V99   COMP-3.
           02  RGW-BAND-EDGE-3       PIC S9(3)V99   COMP-3.
           02  RGW-BAND-EDGE-4       PIC S9(3)V99   COMP-3.
      * Distinct host tags found on the master, in order of first
      *  appearance. The report prints one section per tag.
       01  HOST-TAG-TABLE.
           02  TR3-YOY-UNIT          PIC X(1).
           02  FILLER                PIC X(3)       VALUE SPACE.
           02  TR3-AVG               PIC Z(4)9.9.
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
           02  FILLER                PIC X(31)
               VALUE 'Host history master is empty.  '.
               PERFORM 05-PRINT-HEADINGS.
      *-----------------------------------------------------------------
       07-CHECK-PAGE-BREAK-FOR-BLOCK.
           IF LINE-COUNT + 5 >= LINES-PER-PAGE THEN
               PERFORM 05-PRINT-HEADINGS.
      *-----------------------------------------------------------------
       10-READ-AND-STORE-RECORD.
                   MOVE ZERO TO HE-AVG-SCORE (HIST-COUNT)
               END-IF
               MOVE HHS-AVG-SCANTIME TO HE-AVG-SCANTIME (HIST-COUNT)
               MOVE HHS-REGIME TO HE-REGIME (HIST-COUNT)
               PERFORM 21-NOTE-HOST-TAG.
      *-----------------------------------------------------------------
       21-NOTE-HOST-TAG.
           DISPLAY HOST-HEAD-LINE.
           ADD 2 TO LINE-COUNT.

           MOVE SPACES TO LAST-REGIME.
           PERFORM 25-WRITE-HOST-MONTH
               VARYING ENTRY-SUB FROM 1 BY 1
               UNTIL ENTRY-SUB > HIST-COUNT.
      *-----------------------------------------------------------------
       25-WRITE-HOST-MONTH.
           IF HE-HOST (ENTRY-SUB) = CUR-HOST THEN
               PERFORM 26-CHECK-REGIME-BREAK
               PERFORM 30-BUILD-TREND-LINES
               PERFORM 07-CHECK-PAGE-BREAK-FOR-BLOCK
               DISPLAY TREND-LINE-1
               DISPLAY TREND-LINE-2
               DISPLAY TREND-LINE-3
               ADD 3 TO LINE-COUNT
               IF REGIME-BREAK-IND = 'Y' THEN
                   DISPLAY REGIME-BREAK-LINE
                   ADD 1 TO LINE-COUNT
               END-IF
               DISPLAY ' '
               ADD 1 TO LINE-COUNT.
      *-----------------------------------------------------------------
      * A host month breaks the regime when its recorded regime
      *  differs from the host's last month that had one recorded.
      *  Months without a recorded regime neither break it nor
      *  reset it.
       26-CHECK-REGIME-BREAK.
           MOVE 'N' TO REGIME-BREAK-IND.
           IF HE-REGIME (ENTRY-SUB) NOT = SPACES THEN
               IF LAST-REGIME NOT = SPACES
                  AND LAST-REGIME NOT = HE-REGIME (ENTRY-SUB) THEN
                   MOVE 'Y' TO REGIME-BREAK-IND
                   MOVE HE-REGIME (ENTRY-SUB) TO REGIME-WORK
                   MOVE RGW-SPAM-CUTOFF TO RBL-SPAM-CUTOFF
                   MOVE RGW-BAND-EDGE-1 TO RBL-BAND-EDGE-1
                   MOVE RGW-BAND-EDGE-2 TO RBL-BAND-EDGE-2
                   MOVE RGW-BAND-EDGE-3 TO RBL-BAND-EDGE-3
                   MOVE RGW-BAND-EDGE-4 TO RBL-BAND-EDGE-4
               END-IF
               MOVE HE-REGIME (ENTRY-SUB) TO LAST-REGIME.
      *-----------------------------------------------------------------
       30-BUILD-TREND-LINES.
           MOVE HE-ABS-MONTH (ENTRY-SUB) TO CUR-ABS-MONTH.

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
               MOVE '  regime' TO TR1-MOM
               MOVE SPACE TO TR1-MOM-UNIT.

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
               MOVE '  regime' TO TR1-YOY
               MOVE SPACE TO TR1-YOY-UNIT.

           PERFORM 34-CALC-ROLLING-AVERAGES.
           MOVE AVG-SPAMCNT TO TR1-AVG.
           MOVE HE-AVG-SCORE (FOUND-SUB) TO CMP-AVG-SCORE.
           MOVE HE-AVG-SCANTIME (FOUND-SUB) TO CMP-AVG-SCANTIME.
      *-----------------------------------------------------------------
      * Spam counts of two months are only comparable when both were
      *  scored under the same regime. The combined average score
      *  and the scan time do not depend on the cutoff and are
      *  always compared. A month without a recorded regime is taken
      *  as comparable.
       43-CHECK-COMPARISON-REGIME.
           MOVE 'N' TO REGIME-HOLD-IND.
           IF FOUND-SUB > ZERO THEN
               IF HE-REGIME (ENTRY-SUB) NOT = SPACES
                  AND HE-REGIME (FOUND-SUB) NOT = SPACES
                  AND HE-REGIME (FOUND-SUB) NOT = HE-REGIME (ENTRY-SUB)
                  THEN
                   MOVE 'Y' TO REGIME-HOLD-IND.
      *-----------------------------------------------------------------
