      ******************************************************************
      * PROGRAM DESCRIPTION:
      *   Reads the daily history master maintained by SHUPDT and
      *   prints a daily anomaly report to SYSOUT. Every day is
      *   held against the norm of the same weekday over the four
      *   weeks before it: message count, spam ratio and average
      *   score of those days are pooled, and a day whose own
      *   figure lies further off than the operator limit is
      *   listed with an *ANOMALY* flag naming the figures out of
      *   line. A day needs at least two of its four comparison
      *   days on the master to be judged; days without enough
      *   history are only counted.
      *   SSTATS writes no record for a day without traffic, so a
      *   day missing between two master days is judged as a day
      *   with no messages. It is not taken into the norms of the
      *   days after.
      *   Limits and a first day to report on are given on
      *   optional SPARMS cards; days before that still feed the
      *   norms of the days after.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   'SDANOM'.
       AUTHOR.       'Patrik Schindler, <poc@pocnet.net>'.
       INSTALLATION. 'MVS 3.8J TK4-'.
       DATE-WRITTEN. '2026-09-03'.
       DATE-COMPILED.
       REMARKS.      'NONE'.
      ******************************************************************
       ENVIRONMENT DIVISION.
      *=================================================================
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAYHIST-FILE ASSIGN TO DA-S-SHDSTRY
                               ACCESS IS SEQUENTIAL
                               FILE STATUS IS DAYHIST-STATUS.
           SELECT PARM-FILE    ASSIGN TO DA-S-SPARMS
                               ACCESS IS SEQUENTIAL
                               FILE STATUS IS PARM-STATUS.
      ******************************************************************
       DATA DIVISION.
      *=================================================================
       FILE SECTION.
      *-----------------------------------------------------------------
      * Daily history master as written by SHUPDT, ascending
      *  year/month/day. Layout must be kept in step with the
      *  DAY-HISTORY-RECORD definition over there.
       FD  DAYHIST-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  DAY-HISTORY-RECORD.
           02  DHS-YEAR              PIC 9(4).
           02  DHS-MONTH-NUM         PIC 9(2).
           02  DHS-DAY               PIC 9(2).
           02  DHS-MONTHNAME         PIC X(3).
           02  DHS-SPAMCNT           PIC 9(5).
           02  DHS-HAMCNT            PIC 9(5).
           02  DHS-MSGCNT            PIC 9(5).
           02  DHS-AVG-SPAM          PIC S9(3)V99.
           02  DHS-AVG-HAM           PIC S9(3)V99.
           02  DHS-MAX-SPAM          PIC S9(3)V99.
           02  DHS-MIN-HAM           PIC S9(3)V99.
           02  DHS-TOT-BYTES         PIC 9(15).
           02  DHS-AVG-SCANTIME      PIC 9(5)V9.
           02  FILLER                PIC X(13).
      *-----------------------------------------------------------------
      * Operator cards, same conventions as the SSTATS parameter
      *  dataset:
      *    MSGDEVP  nnn.n   message count off its norm by more than
      *                     this percentage (default 50.0)
      *    SPMDEVP  nnn.n   spam ratio off its norm by more than
      *                     this many percentage points (10.0)
      *    SCRDEV   nnn.nn  average score off its norm by more
      *                     than this (2.00)
      *    FROMDATE yymmdd  first day to report on (default: all)
      *  Cards with * in column 1 and blank cards are ignored. The
      *  dataset is optional.
       FD  PARM-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  PARM-CARD.
           02  PARM-KEYWORD          PIC X(8).
           02  FILLER                PIC X.
           02  PARM-VALUE            PIC X(7).
           02  FILLER                PIC X(64).
      *=================================================================
       WORKING-STORAGE SECTION.
       77  EOF-IND                   PIC X          VALUE 'N'.
       77  DAYHIST-STATUS            PIC XX         VALUE '00'.
       77  PARM-STATUS               PIC XX         VALUE '00'.
       77  PARM-EOF-IND              PIC X          VALUE 'N'.
       77  PARM-VALID-IND            PIC X          VALUE 'N'.
       77  LINES-PER-PAGE            PIC 9(3)       VALUE 060.
       77  LINE-COUNT                PIC 9(3)       VALUE ZERO.
       77  PAGE-COUNT                PIC 9(3)       VALUE ZERO.
       77  FROM-DATE                 PIC 9(8)       VALUE ZERO.
       77  MSG-DEV-PCT               PIC 9(3)V9     VALUE 50.0.
       77  SPAM-DEV-PTS              PIC 9(3)V9     VALUE 10.0.
       77  SCORE-DEV                 PIC 9(3)V99    VALUE 2.00.
       77  DAYS-READ-CNT             PIC 9(5)       VALUE ZERO.
       77  DAYS-CHECKED-CNT          PIC 9(5)       VALUE ZERO.
       77  SHORT-HIST-CNT            PIC 9(5)       VALUE ZERO.
       77  INVALID-CNT               PIC 9(5)       VALUE ZERO.
       77  ANOMALY-CNT               PIC 9(5)       VALUE ZERO.
       77  CUR-DATE-NUM              PIC 9(8)       VALUE ZERO.
       77  DAY-NUM                   PIC 9(7)       VALUE ZERO.
       77  DAYNUM-YEAR               PIC 9(4)       VALUE ZERO.
       77  DAYNUM-Q4                 PIC S9(4)      COMP VALUE ZERO.
       77  DAYNUM-Q100               PIC S9(4)      COMP VALUE ZERO.
       77  DAYNUM-Q400               PIC S9(4)      COMP VALUE ZERO.
       77  LEAP-QT                   PIC S9(4)      COMP VALUE ZERO.
       77  LEAP-REM                  PIC S9(4)      COMP VALUE ZERO.
       77  LEAP-REM-100              PIC S9(4)      COMP VALUE ZERO.
       77  LEAP-REM-400              PIC S9(4)      COMP VALUE ZERO.
       77  RING-QT                   PIC 9(7)       VALUE ZERO.
       77  RING-REM                  PIC S9(4)      COMP VALUE ZERO.
       77  RING-SUB                  PIC S9(4)      COMP VALUE ZERO.
       77  WEEKDAY-SUB               PIC S9(4)      COMP VALUE ZERO.
       77  BACK-WEEKS                PIC S9(4)      COMP VALUE ZERO.
       77  BACK-DAY-NUM              PIC 9(7)       VALUE ZERO.
       77  CMP-CNT                   PIC S9(4)      COMP VALUE ZERO.
       77  CMP-MSG-SUM               PIC 9(7)       VALUE ZERO.
       77  CMP-SPAM-SUM              PIC 9(7)       VALUE ZERO.
       77  CMP-SCORE-SUM             PIC S9(9)V99   VALUE ZERO.
       77  CUR-SCORE-SUM             PIC S9(8)V99   VALUE ZERO.
       77  CUR-SPAM-PCT              PIC 9(3)V9     VALUE ZERO.
       77  CUR-AVG-SCORE             PIC S9(3)V99   VALUE ZERO.
       77  NORM-MSGS                 PIC 9(5)V9     VALUE ZERO.
       77  NORM-SPAM-PCT             PIC 9(3)V9     VALUE ZERO.
       77  NORM-AVG-SCORE            PIC S9(3)V99   VALUE ZERO.
       77  DEV-WORK                  PIC S9(7)V99   VALUE ZERO.
       77  MSG-LIMIT                 PIC 9(7)V99    VALUE ZERO.
       77  PREV-DAY-NUM              PIC 9(7)       VALUE ZERO.
       77  PREV-YEAR                 PIC 9(4)       VALUE ZERO.
       77  PREV-MONTH-NUM            PIC 9(2)       VALUE ZERO.
       77  PREV-DAY                  PIC 9(2)       VALUE ZERO.
       77  HOLD-DAY-NUM              PIC 9(7)       VALUE ZERO.
       77  MONTH-LEN                 PIC 9(2)       VALUE ZERO.
       77  EMPTY-DAY-CNT             PIC 9(5)       VALUE ZERO.
       77  HOLD-DAY-RECORD           PIC X(80)      VALUE SPACE.
      * The figures of the last four weeks, one slot per day number
      *  modulo 28, so the same weekday one to four weeks back is
      *  found directly. Each slot carries the day number it was
      *  filled for; a slot left over from an older day, or never
      *  filled, means that day is not on the master.
       01  RING-TABLE.
           02  RING-ENTRY OCCURS 28 TIMES.
               03  RNG-DAY-NUM       PIC 9(7).
               03  RNG-MSGCNT        PIC 9(5).
               03  RNG-SPAMCNT       PIC 9(5).
               03  RNG-SCORE-SUM     PIC S9(8)V99.
       01  CUM-DAYS-LIST.
           02  FILLER                PIC X(36)
               VALUE '000031059090120151181212243273304334'.
       01  CUM-DAYS-TABLE REDEFINES CUM-DAYS-LIST.
           02  CUM-DAYS-ENTRY        PIC 9(3) OCCURS 12 TIMES.
       01  MONTH-DAYS-LIST.
           02  FILLER                PIC X(24)
               VALUE '312831303130313130313031'.
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-LIST.
           02  MONTH-DAYS-ENTRY      PIC 9(2) OCCURS 12 TIMES.
      * Day number 1 is Monday, 1 January of the year 1.
       01  WEEKDAY-LIST.
           02  FILLER                PIC X(21)
               VALUE 'SunMonTueWedThuFriSat'.
       01  WEEKDAY-TABLE REDEFINES WEEKDAY-LIST.
           02  WEEKDAY-ENTRY         PIC X(3) OCCURS 7 TIMES.
       01  PARM-DATE-WORK            PIC 9(6)       VALUE ZERO.
       01  PARM-PCT-WORK             PIC 9(3)V9     VALUE ZERO.
       01  FILLER                    REDEFINES PARM-PCT-WORK.
           02  PARM-PCT-INT          PIC 9(3).
           02  PARM-PCT-FRC          PIC 9.
       01  PARM-SCORE-WORK           PIC 9(3)V99    VALUE ZERO.
       01  FILLER                    REDEFINES PARM-SCORE-WORK.
           02  PARM-SCORE-INT        PIC 9(3).
           02  PARM-SCORE-FRC        PIC 99.
       01  RUN-DATE                  PIC 9(6)       VALUE ZERO.
       01  FILLER                    REDEFINES RUN-DATE.
           02  RUN-DATE-YY           PIC 99.
           02  RUN-DATE-MM           PIC 99.
           02  RUN-DATE-DD           PIC 99.
       01  RUN-TIME                  PIC 9(8)       VALUE ZERO.
       01  FILLER                    REDEFINES RUN-TIME.
           02  RUN-TIME-HH           PIC 99.
           02  RUN-TIME-MI           PIC 99.
           02  RUN-TIME-SS           PIC 99.
           02  RUN-TIME-HS           PIC 99.
       01  RUN-STAMP-LINE.
           02  FILLER                PIC X(10)      VALUE 'Run Date: '.
           02  RSL-MM                PIC 99.
           02  FILLER                PIC X          VALUE '/'.
           02  RSL-DD                PIC 99.
           02  FILLER                PIC X          VALUE '/'.
           02  RSL-YY                PIC 99.
           02  FILLER                PIC X(5)       VALUE SPACE.
           02  FILLER                PIC X(10)      VALUE 'Run Time: '.
           02  RSL-HH                PIC 99.
           02  FILLER                PIC X          VALUE ':'.
           02  RSL-MI                PIC 99.
           02  FILLER                PIC X          VALUE ':'.
           02  RSL-SS                PIC 99.
           02  FILLER                PIC X(6)       VALUE SPACE.
           02  FILLER                PIC X(5)       VALUE 'Page '.
           02  RSL-PAGE              PIC ZZ9.
       01  HEADING-1.
           02  FILLER                PIC X(30)      VALUE SPACE.
           02  FILLER                PIC X(20)
                                     VALUE 'Daily-Anomaly-Report'.
       01  LIMITS-LINE.
           02  FILLER                PIC X(13)
                                     VALUE 'Limits: msgs '.
           02  LML-MSG-PCT           PIC ZZ9.9.
           02  FILLER                PIC X(14)
                                     VALUE '%, spam ratio '.
           02  LML-SPAM-PTS          PIC ZZ9.9.
           02  FILLER                PIC X(18)
                                     VALUE ' points, avg score'.
           02  FILLER                PIC X          VALUE SPACE.
           02  LML-SCORE             PIC ZZ9.99.
       01  ANOMALY-HEAD-LINE.
           02  FILLER                PIC X(26)
               VALUE '          Date        Day '.
           02  FILLER                PIC X(26)
               VALUE '  Msgs   Norm Spam%  Norm '.
           02  FILLER                PIC X(28)
               VALUE '  Score    Norm  Out of line'.
       01  ANOMALY-LINE.
           02  FILLER                PIC X(10)      VALUE '*ANOMALY* '.
           02  ANL-YEAR              PIC 9(4).
           02  FILLER                PIC X          VALUE '-'.
           02  ANL-MONTH             PIC 99.
           02  FILLER                PIC X          VALUE '-'.
           02  ANL-DAY               PIC 99.
           02  FILLER                PIC X(2)       VALUE SPACE.
           02  ANL-WEEKDAY           PIC X(3).
           02  FILLER                PIC X          VALUE SPACE.
           02  ANL-MSGS              PIC Z(5)9.
           02  FILLER                PIC X          VALUE SPACE.
           02  ANL-NORM-MSGS         PIC Z(5)9.
           02  FILLER                PIC X          VALUE SPACE.
           02  ANL-SPAM-PCT          PIC ZZ9.9.
           02  FILLER                PIC X          VALUE SPACE.
           02  ANL-NORM-SPAM-PCT     PIC ZZ9.9.
           02  FILLER                PIC X          VALUE SPACE.
           02  ANL-AVG-SCORE         PIC -ZZ9.99.
           02  FILLER                PIC X          VALUE SPACE.
           02  ANL-NORM-AVG-SCORE    PIC -ZZ9.99.
           02  FILLER                PIC X(2)       VALUE SPACE.
           02  ANL-MSG-FLAG          PIC X(5).
           02  ANL-SPAM-FLAG         PIC X(6).
           02  ANL-SCORE-FLAG        PIC X(5).
       01  COUNTS-LINE.
           02  CNL-READ              PIC Z(4)9.
           02  FILLER                PIC X(12)
                                     VALUE ' days read, '.
           02  CNL-CHECKED           PIC Z(4)9.
           02  FILLER                PIC X(10)      VALUE ' checked, '.
           02  CNL-SHORT             PIC Z(4)9.
           02  FILLER                PIC X(24)
                                     VALUE ' without enough history.'.
       01  ANOMALY-NOTE-LINE.
           02  ANN-CNT               PIC Z(4)9.
           02  FILLER                PIC X(30)
               VALUE ' days out of line with norm.  '.
       01  INVALID-NOTE-LINE.
           02  INN-CNT               PIC Z(4)9.
           02  FILLER                PIC X(37)
               VALUE ' master records with bad key passed. '.
       01  EMPTY-DAY-NOTE-LINE.
           02  EDN-CNT               PIC Z(4)9.
           02  FILLER                PIC X(44)
               VALUE ' days missing on the master judged as empty.'.
       01  EMPTY-NOTE-LINE.
           02  FILLER                PIC X(47)      VALUE
           'Daily history master is empty or not allocated.'.
       01  PARM-ERROR-LINE.
           02  FILLER                PIC X(29)
               VALUE '*PARM*  Card ignored, bad or '.
           02  FILLER                PIC X(18)
               VALUE 'unknown contents: '.
           02  PARM-ERR-CARD         PIC X(17).
      ******************************************************************
       PROCEDURE DIVISION.
       00-MAIN-ROUTINE.
           ACCEPT RUN-DATE FROM DATE.
           ACCEPT RUN-TIME FROM TIME.
           PERFORM 60-READ-PARM-CARDS.
           MOVE ZERO TO RING-TABLE.
           PERFORM 05-PRINT-HEADINGS.

           OPEN INPUT DAYHIST-FILE.
           IF DAYHIST-STATUS = '00' THEN
               PERFORM 10-READ-AND-HANDLE-RECORD
                   UNTIL EOF-IND = 'Y'
               CLOSE DAYHIST-FILE.

           IF DAYS-READ-CNT = ZERO THEN
               DISPLAY EMPTY-NOTE-LINE
           ELSE
               PERFORM 30-WRITE-TOTALS.
           STOP RUN.
      *-----------------------------------------------------------------
       05-PRINT-HEADINGS.
           ADD 1 TO PAGE-COUNT.
           MOVE RUN-DATE-MM TO RSL-MM.
           MOVE RUN-DATE-DD TO RSL-DD.
           MOVE RUN-DATE-YY TO RSL-YY.
           MOVE RUN-TIME-HH TO RSL-HH.
           MOVE RUN-TIME-MI TO RSL-MI.
           MOVE RUN-TIME-SS TO RSL-SS.
           MOVE PAGE-COUNT TO RSL-PAGE.
           MOVE MSG-DEV-PCT TO LML-MSG-PCT.
           MOVE SPAM-DEV-PTS TO LML-SPAM-PTS.
           MOVE SCORE-DEV TO LML-SCORE.

           DISPLAY HEADING-1.
           DISPLAY ' '.
           DISPLAY RUN-STAMP-LINE.
           DISPLAY LIMITS-LINE.
           DISPLAY ' '.
           DISPLAY ANOMALY-HEAD-LINE.

           MOVE ZERO TO LINE-COUNT.
      *-----------------------------------------------------------------
       06-CHECK-PAGE-BREAK.
           IF LINE-COUNT >= LINES-PER-PAGE THEN
               PERFORM 05-PRINT-HEADINGS.
      *-----------------------------------------------------------------
       10-READ-AND-HANDLE-RECORD.
           READ DAYHIST-FILE
               AT END MOVE 'Y' TO EOF-IND.

           IF EOF-IND = 'N' THEN
               ADD 1 TO DAYS-READ-CNT
               PERFORM 20-HANDLE-DAY-RECORD.
      *-----------------------------------------------------------------
      * Handles one master day: judged against its weekday norm
      *  when inside the reporting range, then remembered for the
      *  days after. Records with an unreadable key or counts are
      *  passed over and counted. Days missing since the previous
      *  master day are judged first; a day with a good key but bad
      *  counts is on the master and so does not count as missing.
       20-HANDLE-DAY-RECORD.
           IF DHS-YEAR IS NOT NUMERIC
              OR DHS-MONTH-NUM IS NOT NUMERIC
              OR DHS-DAY IS NOT NUMERIC THEN
               ADD 1 TO INVALID-CNT
           ELSE
           IF DHS-YEAR = ZERO
              OR DHS-MONTH-NUM < 01 OR DHS-MONTH-NUM > 12
              OR DHS-DAY < 01 OR DHS-DAY > 31 THEN
               ADD 1 TO INVALID-CNT
           ELSE
               PERFORM 21-SET-DAY-NUMBER
               IF PREV-DAY-NUM > ZERO
                  AND DAY-NUM > PREV-DAY-NUM + 1 THEN
                   PERFORM 25-JUDGE-MISSING-DAYS
               END-IF
               IF DHS-SPAMCNT IS NOT NUMERIC
                  OR DHS-HAMCNT IS NOT NUMERIC
                  OR DHS-MSGCNT IS NOT NUMERIC
                  OR DHS-AVG-SPAM IS NOT NUMERIC
                  OR DHS-AVG-HAM IS NOT NUMERIC THEN
                   ADD 1 TO INVALID-CNT
                   PERFORM 26-REMEMBER-DATE
               ELSE
                   PERFORM 201-JUDGE-AND-REMEMBER.
      *-----------------------------------------------------------------
       201-JUDGE-AND-REMEMBER.
           COMPUTE CUR-SCORE-SUM =
               DHS-AVG-SPAM * DHS-SPAMCNT
               + DHS-AVG-HAM * DHS-HAMCNT.
           COMPUTE CUR-DATE-NUM = DHS-YEAR * 10000
                                  + DHS-MONTH-NUM * 100
                                  + DHS-DAY.
           IF CUR-DATE-NUM >= FROM-DATE THEN
               PERFORM 22-GATHER-NORM
               PERFORM 23-JUDGE-DAY.
           PERFORM 24-REMEMBER-DAY.
      *-----------------------------------------------------------------
      * Running day number of the master day, counted from 1 Jan of
      *  the year 1 with the full Gregorian leap year rule, so weeks
      *  line up across month and year ends.
       21-SET-DAY-NUMBER.
           COMPUTE DAYNUM-YEAR = DHS-YEAR - 1.
           DIVIDE DAYNUM-YEAR BY 4 GIVING DAYNUM-Q4.
           DIVIDE DAYNUM-YEAR BY 100 GIVING DAYNUM-Q100.
           DIVIDE DAYNUM-YEAR BY 400 GIVING DAYNUM-Q400.
           COMPUTE DAY-NUM = DAYNUM-YEAR * 365 + DAYNUM-Q4
                              - DAYNUM-Q100 + DAYNUM-Q400
                              + CUM-DAYS-ENTRY (DHS-MONTH-NUM)
                              + DHS-DAY.
           IF DHS-MONTH-NUM > 2 THEN
               DIVIDE DHS-YEAR BY 4 GIVING LEAP-QT
                   REMAINDER LEAP-REM
               DIVIDE DHS-YEAR BY 100 GIVING LEAP-QT
                   REMAINDER LEAP-REM-100
               DIVIDE DHS-YEAR BY 400 GIVING LEAP-QT
                   REMAINDER LEAP-REM-400
               IF LEAP-REM = ZERO
                  AND (LEAP-REM-100 NOT = ZERO
                       OR LEAP-REM-400 = ZERO) THEN
                   ADD 1 TO DAY-NUM.
      *-----------------------------------------------------------------
      * Pools the same weekday one to four weeks back, as far as
      *  those days are on the master.
       22-GATHER-NORM.
           MOVE ZERO TO CMP-CNT.
           MOVE ZERO TO CMP-MSG-SUM.
           MOVE ZERO TO CMP-SPAM-SUM.
           MOVE ZERO TO CMP-SCORE-SUM.
           PERFORM 221-ADD-ONE-WEEK-BACK
               VARYING BACK-WEEKS FROM 1 BY 1
               UNTIL BACK-WEEKS > 4.
      *-----------------------------------------------------------------
       221-ADD-ONE-WEEK-BACK.
           IF DAY-NUM > BACK-WEEKS * 7 THEN
               COMPUTE BACK-DAY-NUM = DAY-NUM - BACK-WEEKS * 7
               DIVIDE BACK-DAY-NUM BY 28 GIVING RING-QT
                   REMAINDER RING-REM
               COMPUTE RING-SUB = RING-REM + 1
               IF RNG-DAY-NUM (RING-SUB) = BACK-DAY-NUM THEN
                   ADD 1 TO CMP-CNT
                   ADD RNG-MSGCNT (RING-SUB) TO CMP-MSG-SUM
                   ADD RNG-SPAMCNT (RING-SUB) TO CMP-SPAM-SUM
                   ADD RNG-SCORE-SUM (RING-SUB) TO CMP-SCORE-SUM.
      *-----------------------------------------------------------------
      * Holds the day against its norm. The message count is off
      *  when it differs from the norm by more than the percentage
      *  limit; spam ratio and average score by more than their
      *  absolute limits. Ratio and score are only compared when
      *  both the day and its norm have messages.
       23-JUDGE-DAY.
           IF CMP-CNT < 2 THEN
               ADD 1 TO SHORT-HIST-CNT
           ELSE
               ADD 1 TO DAYS-CHECKED-CNT
               MOVE SPACES TO ANL-MSG-FLAG
               MOVE SPACES TO ANL-SPAM-FLAG
               MOVE SPACES TO ANL-SCORE-FLAG
               COMPUTE NORM-MSGS ROUNDED = CMP-MSG-SUM / CMP-CNT
               COMPUTE DEV-WORK = DHS-MSGCNT - NORM-MSGS
               IF DEV-WORK < ZERO THEN
                   COMPUTE DEV-WORK = ZERO - DEV-WORK
               END-IF
               COMPUTE MSG-LIMIT = NORM-MSGS * MSG-DEV-PCT / 100
               IF DEV-WORK > MSG-LIMIT THEN
                   MOVE 'MSGS ' TO ANL-MSG-FLAG
               END-IF
               MOVE ZERO TO CUR-SPAM-PCT
               MOVE ZERO TO CUR-AVG-SCORE
               MOVE ZERO TO NORM-SPAM-PCT
               MOVE ZERO TO NORM-AVG-SCORE
               IF DHS-MSGCNT > ZERO THEN
                   COMPUTE CUR-SPAM-PCT ROUNDED =
                       DHS-SPAMCNT * 100 / DHS-MSGCNT
                   COMPUTE CUR-AVG-SCORE ROUNDED =
                       CUR-SCORE-SUM / DHS-MSGCNT
               END-IF
               IF CMP-MSG-SUM > ZERO THEN
                   COMPUTE NORM-SPAM-PCT ROUNDED =
                       CMP-SPAM-SUM * 100 / CMP-MSG-SUM
                   COMPUTE NORM-AVG-SCORE ROUNDED =
                       CMP-SCORE-SUM / CMP-MSG-SUM
               END-IF
               IF DHS-MSGCNT > ZERO AND CMP-MSG-SUM > ZERO THEN
                   PERFORM 231-JUDGE-RATIO-AND-SCORE
               END-IF
               IF ANL-MSG-FLAG NOT = SPACES
                  OR ANL-SPAM-FLAG NOT = SPACES
                  OR ANL-SCORE-FLAG NOT = SPACES THEN
                   PERFORM 232-WRITE-ANOMALY-LINE.
      *-----------------------------------------------------------------
       231-JUDGE-RATIO-AND-SCORE.
           COMPUTE DEV-WORK = CUR-SPAM-PCT - NORM-SPAM-PCT.
           IF DEV-WORK < ZERO THEN
               COMPUTE DEV-WORK = ZERO - DEV-WORK.
           IF DEV-WORK > SPAM-DEV-PTS THEN
               MOVE 'RATIO ' TO ANL-SPAM-FLAG.

           COMPUTE DEV-WORK = CUR-AVG-SCORE - NORM-AVG-SCORE.
           IF DEV-WORK < ZERO THEN
               COMPUTE DEV-WORK = ZERO - DEV-WORK.
           IF DEV-WORK > SCORE-DEV THEN
               MOVE 'SCORE' TO ANL-SCORE-FLAG.
      *-----------------------------------------------------------------
       232-WRITE-ANOMALY-LINE.
           ADD 1 TO ANOMALY-CNT.
           DIVIDE DAY-NUM BY 7 GIVING RING-QT
               REMAINDER WEEKDAY-SUB.
           ADD 1 TO WEEKDAY-SUB.
           MOVE DHS-YEAR TO ANL-YEAR.
           MOVE DHS-MONTH-NUM TO ANL-MONTH.
           MOVE DHS-DAY TO ANL-DAY.
           MOVE WEEKDAY-ENTRY (WEEKDAY-SUB) TO ANL-WEEKDAY.
           MOVE DHS-MSGCNT TO ANL-MSGS.
           MOVE NORM-MSGS TO ANL-NORM-MSGS.
           MOVE CUR-SPAM-PCT TO ANL-SPAM-PCT.
           MOVE NORM-SPAM-PCT TO ANL-NORM-SPAM-PCT.
           MOVE CUR-AVG-SCORE TO ANL-AVG-SCORE.
           MOVE NORM-AVG-SCORE TO ANL-NORM-AVG-SCORE.
           PERFORM 06-CHECK-PAGE-BREAK.
           DISPLAY ANOMALY-LINE.
           ADD 1 TO LINE-COUNT.
      *-----------------------------------------------------------------
       24-REMEMBER-DAY.
           DIVIDE DAY-NUM BY 28 GIVING RING-QT
               REMAINDER RING-REM.
           COMPUTE RING-SUB = RING-REM + 1.
           MOVE DAY-NUM TO RNG-DAY-NUM (RING-SUB).
           MOVE DHS-MSGCNT TO RNG-MSGCNT (RING-SUB).
           MOVE DHS-SPAMCNT TO RNG-SPAMCNT (RING-SUB).
           MOVE CUR-SCORE-SUM TO RNG-SCORE-SUM (RING-SUB).
           PERFORM 26-REMEMBER-DATE.
      *-----------------------------------------------------------------
       26-REMEMBER-DATE.
           MOVE DAY-NUM TO PREV-DAY-NUM.
           MOVE DHS-YEAR TO PREV-YEAR.
           MOVE DHS-MONTH-NUM TO PREV-MONTH-NUM.
           MOVE DHS-DAY TO PREV-DAY.
      *-----------------------------------------------------------------
      * Judges the days between the previous master day and the one
      *  just read as days without messages, each against its own
      *  weekday norm. The record just read is held aside meanwhile
      *  and the record area carries the missing day.
       25-JUDGE-MISSING-DAYS.
           MOVE DAY-HISTORY-RECORD TO HOLD-DAY-RECORD.
           MOVE DAY-NUM TO HOLD-DAY-NUM.
           MOVE PREV-DAY-NUM TO DAY-NUM.
           MOVE PREV-YEAR TO DHS-YEAR.
           MOVE PREV-MONTH-NUM TO DHS-MONTH-NUM.
           MOVE PREV-DAY TO DHS-DAY.
           MOVE ZERO TO DHS-SPAMCNT.
           MOVE ZERO TO DHS-HAMCNT.
           MOVE ZERO TO DHS-MSGCNT.
           MOVE ZERO TO DHS-AVG-SPAM.
           MOVE ZERO TO DHS-AVG-HAM.
           MOVE ZERO TO CUR-SCORE-SUM.
           PERFORM 251-JUDGE-ONE-MISSING-DAY
               UNTIL DAY-NUM + 1 = HOLD-DAY-NUM.
           MOVE HOLD-DAY-RECORD TO DAY-HISTORY-RECORD.
           MOVE HOLD-DAY-NUM TO DAY-NUM.
      *-----------------------------------------------------------------
       251-JUDGE-ONE-MISSING-DAY.
           ADD 1 TO DAY-NUM.
           PERFORM 252-ADVANCE-ONE-DAY.
           COMPUTE CUR-DATE-NUM = DHS-YEAR * 10000
                                  + DHS-MONTH-NUM * 100
                                  + DHS-DAY.
           IF CUR-DATE-NUM >= FROM-DATE THEN
               ADD 1 TO EMPTY-DAY-CNT
               PERFORM 22-GATHER-NORM
               PERFORM 23-JUDGE-DAY.
      *-----------------------------------------------------------------
       252-ADVANCE-ONE-DAY.
           MOVE MONTH-DAYS-ENTRY (DHS-MONTH-NUM) TO MONTH-LEN.
           IF DHS-MONTH-NUM = 2 THEN
               DIVIDE DHS-YEAR BY 4 GIVING LEAP-QT
                   REMAINDER LEAP-REM
               DIVIDE DHS-YEAR BY 100 GIVING LEAP-QT
                   REMAINDER LEAP-REM-100
               DIVIDE DHS-YEAR BY 400 GIVING LEAP-QT
                   REMAINDER LEAP-REM-400
               IF LEAP-REM = ZERO
                  AND (LEAP-REM-100 NOT = ZERO
                       OR LEAP-REM-400 = ZERO) THEN
                   ADD 1 TO MONTH-LEN.

           IF DHS-DAY < MONTH-LEN THEN
               ADD 1 TO DHS-DAY
           ELSE
               MOVE 1 TO DHS-DAY
               IF DHS-MONTH-NUM < 12 THEN
                   ADD 1 TO DHS-MONTH-NUM
               ELSE
                   MOVE 1 TO DHS-MONTH-NUM
                   ADD 1 TO DHS-YEAR.
      *-----------------------------------------------------------------
       30-WRITE-TOTALS.
           MOVE DAYS-READ-CNT TO CNL-READ.
           MOVE DAYS-CHECKED-CNT TO CNL-CHECKED.
           MOVE SHORT-HIST-CNT TO CNL-SHORT.
           PERFORM 06-CHECK-PAGE-BREAK.
           DISPLAY ' '.
           DISPLAY COUNTS-LINE.
           ADD 2 TO LINE-COUNT.

           IF EMPTY-DAY-CNT > ZERO THEN
               MOVE EMPTY-DAY-CNT TO EDN-CNT
               PERFORM 06-CHECK-PAGE-BREAK
               DISPLAY EMPTY-DAY-NOTE-LINE
               ADD 1 TO LINE-COUNT.

           IF INVALID-CNT > ZERO THEN
               MOVE INVALID-CNT TO INN-CNT
               PERFORM 06-CHECK-PAGE-BREAK
               DISPLAY INVALID-NOTE-LINE
               ADD 1 TO LINE-COUNT
               IF RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE.

           MOVE ANOMALY-CNT TO ANN-CNT.
           PERFORM 06-CHECK-PAGE-BREAK.
           DISPLAY ANOMALY-NOTE-LINE.
           ADD 1 TO LINE-COUNT.
           IF ANOMALY-CNT > ZERO AND RETURN-CODE < 4 THEN
               MOVE 4 TO RETURN-CODE.
      *-----------------------------------------------------------------
       60-READ-PARM-CARDS.
           OPEN INPUT PARM-FILE.

           IF PARM-STATUS = '00' THEN
               PERFORM 601-READ-ONE-PARM-CARD
                   UNTIL PARM-EOF-IND = 'Y'
               CLOSE PARM-FILE.
      *-----------------------------------------------------------------
       601-READ-ONE-PARM-CARD.
           READ PARM-FILE
               AT END MOVE 'Y' TO PARM-EOF-IND.

           IF PARM-EOF-IND = 'N' THEN
               PERFORM 602-HANDLE-PARM-CARD.
      *-----------------------------------------------------------------
      * Two-digit FROMDATE years are taken as 2000 through 2099.
       602-HANDLE-PARM-CARD.
           IF PARM-CARD = SPACES OR PARM-CARD (1:1) = '*' THEN
               CONTINUE
           ELSE
           IF PARM-KEYWORD = 'MSGDEVP' THEN
               PERFORM 603-PARSE-PCT-VALUE
               IF PARM-VALID-IND = 'Y' AND PARM-PCT-WORK > ZERO THEN
                   MOVE PARM-PCT-WORK TO MSG-DEV-PCT
               ELSE
                   PERFORM 606-FLAG-BAD-PARM-CARD
               END-IF
           ELSE
           IF PARM-KEYWORD = 'SPMDEVP' THEN
               PERFORM 603-PARSE-PCT-VALUE
               IF PARM-VALID-IND = 'Y' AND PARM-PCT-WORK > ZERO
                  AND PARM-PCT-WORK <= 100 THEN
                   MOVE PARM-PCT-WORK TO SPAM-DEV-PTS
               ELSE
                   PERFORM 606-FLAG-BAD-PARM-CARD
               END-IF
           ELSE
           IF PARM-KEYWORD = 'SCRDEV' THEN
               PERFORM 607-PARSE-SCORE-VALUE
               IF PARM-VALID-IND = 'Y' AND PARM-SCORE-WORK > ZERO THEN
                   MOVE PARM-SCORE-WORK TO SCORE-DEV
               ELSE
                   PERFORM 606-FLAG-BAD-PARM-CARD
               END-IF
           ELSE
           IF PARM-KEYWORD = 'FROMDATE' THEN
               PERFORM 605-PARSE-DATE-VALUE
               IF PARM-VALID-IND = 'Y' THEN
                   COMPUTE FROM-DATE = 20000000 + PARM-DATE-WORK
               ELSE
                   PERFORM 606-FLAG-BAD-PARM-CARD
               END-IF
           ELSE
               PERFORM 606-FLAG-BAD-PARM-CARD.
      *-----------------------------------------------------------------
       603-PARSE-PCT-VALUE.
           IF PARM-VALUE (1:3) IS NUMERIC
              AND PARM-VALUE (4:1) = '.'
              AND PARM-VALUE (5:1) IS NUMERIC
              AND PARM-VALUE (6:2) = SPACES THEN
               MOVE PARM-VALUE (1:3) TO PARM-PCT-INT
               MOVE PARM-VALUE (5:1) TO PARM-PCT-FRC
               MOVE 'Y' TO PARM-VALID-IND
           ELSE
               MOVE 'N' TO PARM-VALID-IND.
      *-----------------------------------------------------------------
       605-PARSE-DATE-VALUE.
           IF PARM-VALUE (1:6) IS NUMERIC
              AND PARM-VALUE (7:1) = SPACE
              AND PARM-VALUE (3:2) >= '01'
              AND PARM-VALUE (3:2) <= '12'
              AND PARM-VALUE (5:2) >= '01'
              AND PARM-VALUE (5:2) <= '31' THEN
               MOVE PARM-VALUE (1:6) TO PARM-DATE-WORK
               MOVE 'Y' TO PARM-VALID-IND
           ELSE
               MOVE 'N' TO PARM-VALID-IND.
      *-----------------------------------------------------------------
       607-PARSE-SCORE-VALUE.
           IF PARM-VALUE (1:3) IS NUMERIC
              AND PARM-VALUE (4:1) = '.'
              AND PARM-VALUE (5:2) IS NUMERIC
              AND PARM-VALUE (7:1) = SPACE THEN
               MOVE PARM-VALUE (1:3) TO PARM-SCORE-INT
               MOVE PARM-VALUE (5:2) TO PARM-SCORE-FRC
               MOVE 'Y' TO PARM-VALID-IND
           ELSE
               MOVE 'N' TO PARM-VALID-IND.
      *-----------------------------------------------------------------
       606-FLAG-BAD-PARM-CARD.
           MOVE PARM-CARD TO PARM-ERR-CARD.
           DISPLAY PARM-ERROR-LINE.
      *-----------------------------------------------------------------
