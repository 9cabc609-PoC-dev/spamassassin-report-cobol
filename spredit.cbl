      ******************************************************************
      * PROGRAM DESCRIPTION:
      *   Pre-edit step ahead of SSTATS. Reads the raw statistics
      *   records from SINPILE and applies a maintained table of
      *   correction rules to them, so the few repeatable upload
      *   faults (a blank year around New Year, a comma for the
      *   scan time decimal point, a score shifted by a column)
      *   are repaired before SSTATS sees them instead of piling
      *   up in the suspense dataset for a manual re-feed.
      *   Every record is passed through to SINEDIT, which SSTATS
      *   then reads as its SINPILE; trailer records go through
      *   untouched. Each correction is written to the log SPRELOG
      *   with the rule number and the record image before and
      *   after. A summary on SYSOUT shows how often each rule
      *   fired.
      *   Rules are tried in rule number order on every record,
      *   each one on the image the rules before it left.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   'SPREDIT'.
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
           SELECT INPILE-FILE  ASSIGN TO DA-S-SINPILE
                               ACCESS IS SEQUENTIAL.
           SELECT EDITED-FILE  ASSIGN TO DA-S-SINEDIT
                               ACCESS IS SEQUENTIAL.
           SELECT RULE-FILE    ASSIGN TO DA-S-SPRULES
                               ACCESS IS SEQUENTIAL
                               FILE STATUS IS RULE-STATUS.
           SELECT CORRLOG-FILE ASSIGN TO DA-S-SPRELOG
                               ACCESS IS SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
      *=================================================================
       FILE SECTION.
      *-----------------------------------------------------------------
      * Raw statistics records as uploaded by the mail gateway, same
      *  80 character card images SSTATS reads.
       FD  INPILE-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  INPILE-RECORD             PIC X(80).
      *-----------------------------------------------------------------
      * Corrected copy of the input, one record for every record
      *  read, in the same order.
       FD  EDITED-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  EDITED-RECORD             PIC X(80).
      *-----------------------------------------------------------------
      * Correction rule table, one card per rule:
      *    cols  1- 3  rule number, ascending through the table
      *    cols  5-12  field: MONTH, DAY, TIME, SCORE, SCANTIME,
      *                BYTES, YEAR, HOST or RECORD (whole card)
      *    cols 14-21  action:
      *                REPLACE   puts the replacement over the
      *                          matched columns
      *                SHIFTL    shifts the whole field left by the
      *                SHIFTR    count in cols 50-51, or right,
      *                          padding with spaces
      *                FILLYEAR  fills the YEAR field from the last
      *                          record with a good year, stepping
      *                          over a Dec/Jan turn
      *    cols 23-24  match offset within the field, from 01
      *    cols 26-27  match length, 01-20
      *    cols 29-48  match value; the rule fires on a record
      *                whose matched columns hold exactly this
      *    cols 50-69  replacement value (REPLACE) or shift count
      *                nn (SHIFTL, SHIFTR)
      *  Cards with * in column 1 and blank cards are ignored. The
      *  dataset is optional; without it records pass unchanged.
       FD  RULE-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  RULE-CARD.
           02  RC-NUMBER             PIC X(3).
           02  FILLER                PIC X.
           02  RC-FIELD              PIC X(8).
           02  FILLER                PIC X.
           02  RC-ACTION             PIC X(8).
           02  FILLER                PIC X.
           02  RC-OFFSET             PIC X(2).
           02  FILLER                PIC X.
           02  RC-LENGTH             PIC X(2).
           02  FILLER                PIC X.
           02  RC-MATCH-VALUE        PIC X(20).
           02  FILLER                PIC X.
           02  RC-REPLACE-VALUE      PIC X(20).
           02  FILLER                PIC X(11).
      *-----------------------------------------------------------------
      * Correction log: one record per rule firing, with the input
      *  record's sequence number and its image before and after.
       FD  CORRLOG-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  CORRLOG-RECORD.
           02  CLG-RUN-DATE          PIC 9(6).
           02  CLG-RECORD-SEQ        PIC 9(9).
           02  CLG-RULE-NUMBER       PIC 9(3).
           02  CLG-FIELD             PIC X(8).
           02  CLG-ACTION            PIC X(8).
           02  CLG-OLD-IMAGE         PIC X(80).
           02  CLG-NEW-IMAGE         PIC X(80).
           02  FILLER                PIC X(6).
      *=================================================================
       WORKING-STORAGE SECTION.
       77  EOF-IND                   PIC X          VALUE 'N'.
       77  RULE-STATUS               PIC XX         VALUE '00'.
       77  RULE-EOF-IND              PIC X          VALUE 'N'.
       77  RULE-VALID-IND            PIC X          VALUE 'N'.
       77  LINES-PER-PAGE            PIC 9(3)       VALUE 060.
       77  LINE-COUNT                PIC 9(3)       VALUE ZERO.
       77  PAGE-COUNT                PIC 9(3)       VALUE ZERO.
       77  RULE-CNT                  PIC S9(4)      COMP VALUE ZERO.
       77  RULE-SUB                  PIC S9(4)      COMP VALUE ZERO.
       77  FLD-SUB                   PIC S9(4)      COMP VALUE ZERO.
       77  FOUND-SUB                 PIC S9(4)      COMP VALUE ZERO.
       77  MONTH-SUB                 PIC S9(4)      COMP VALUE ZERO.
       77  LAST-RULE-NUMBER          PIC 9(3)       VALUE ZERO.
       77  RULE-NUMBER-WORK          PIC 9(3)       VALUE ZERO.
       77  OFFSET-WORK               PIC 9(2)       VALUE ZERO.
       77  LENGTH-WORK               PIC 9(2)       VALUE ZERO.
       77  SHIFT-WORK                PIC 9(2)       VALUE ZERO.
       77  SHIFT-FROM                PIC S9(4)      COMP VALUE ZERO.
       77  SHIFT-TO                  PIC S9(4)      COMP VALUE ZERO.
       77  SHIFT-LEN                 PIC S9(4)      COMP VALUE ZERO.
       77  PAD-POS                   PIC S9(4)      COMP VALUE ZERO.
       77  READ-CNT                  PIC 9(9)       VALUE ZERO.
       77  CORRECTED-CNT             PIC 9(9)       VALUE ZERO.
       77  CORRECTION-CNT            PIC 9(9)       VALUE ZERO.
       77  TRAILER-CNT               PIC 9(9)       VALUE ZERO.
       77  REJECTED-RULE-CNT         PIC 9(5)       VALUE ZERO.
       77  RECORD-FIXED-IND          PIC X          VALUE 'N'.
       77  REC-MONTH-NUM             PIC 9(2)       VALUE ZERO.
       77  LAST-GOOD-YEAR            PIC 9(4)       VALUE ZERO.
       77  LAST-GOOD-MONTH-NUM       PIC 9(2)       VALUE ZERO.
       77  FILL-YEAR                 PIC 9(4)       VALUE ZERO.
       77  RULE-REASON               PIC X(20)      VALUE SPACE.
      * Record image the rules work on, and its state before the
      *  rule at hand, for the correction log.
       01  WORK-IMAGE                PIC X(80).
       01  FILLER                    REDEFINES WORK-IMAGE.
           02  WKI-MONTHNAME         PIC X(3).
           02  FILLER                PIC X(42).
           02  WKI-YEAR              PIC X(4).
           02  FILLER                PIC X(31).
       01  FILLER                    REDEFINES WORK-IMAGE.
           02  WKI-MARKER            PIC X(8).
               88  TRAILER-RECORD    VALUE '*TRAILER'.
           02  FILLER                PIC X(72).
       01  OLD-IMAGE                 PIC X(80).
      * Fields a rule may name, with their first column and length
      *  in the statistics record.
       01  FIELD-NAME-LIST.
           02  FILLER                PIC X(14)      VALUE
                                     'MONTH   001003'.
           02  FILLER                PIC X(14)      VALUE
                                     'DAY     005002'.
           02  FILLER                PIC X(14)      VALUE
                                     'TIME    008008'.
           02  FILLER                PIC X(14)      VALUE
                                     'SCORE   017011'.
           02  FILLER                PIC X(14)      VALUE
                                     'SCANTIME028007'.
           02  FILLER                PIC X(14)      VALUE
                                     'BYTES   035011'.
           02  FILLER                PIC X(14)      VALUE
                                     'YEAR    046004'.
           02  FILLER                PIC X(14)      VALUE
                                     'HOST    050008'.
           02  FILLER                PIC X(14)      VALUE
                                     'RECORD  001080'.
       01  FIELD-NAME-TABLE REDEFINES FIELD-NAME-LIST.
           02  FIELD-ENTRY OCCURS 9 TIMES.
               03  FLD-NAME          PIC X(8).
               03  FLD-START         PIC 9(3).
               03  FLD-LENGTH        PIC 9(3).
      * The rule table as loaded, in card order, with the field
      *  resolved to columns and a firing count per rule.
       01  RULE-TABLE.
           02  RULE-ENTRY OCCURS 50 TIMES.
               03  RUL-NUMBER        PIC 9(3).
               03  RUL-FIELD         PIC X(8).
               03  RUL-ACTION        PIC X(8).
               03  RUL-FLD-START     PIC 9(3).
               03  RUL-FLD-LENGTH    PIC 9(3).
               03  RUL-MATCH-POS     PIC 9(3).
               03  RUL-MATCH-LEN     PIC 9(2).
               03  RUL-MATCH-VALUE   PIC X(20).
               03  RUL-REPLACE-VALUE PIC X(20).
               03  RUL-SHIFT-CNT     PIC 9(2).
               03  RUL-FIRED-CNT     PIC 9(9).
       01  MONTH-NAME-LIST.
           02  FILLER                PIC X(36)
               VALUE 'JanFebMarAprMayJunJulAugSepOctNovDec'.
       01  MONTH-NAME-TABLE REDEFINES MONTH-NAME-LIST.
           02  MONTH-NAME-ENTRY      PIC X(3) OCCURS 12 TIMES.
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
           02  FILLER                PIC X(27)
               VALUE 'Vorlauf-Korrektur-Statistik'.
       01  NO-RULES-LINE.
           02  FILLER                PIC X(52)      VALUE
           'No correction rules supplied - records passed as is.'.
       01  RULE-HEAD-LINE.
           02  FILLER                PIC X(6)       VALUE 'Rule'.
           02  FILLER                PIC X(9)       VALUE 'Field'.
           02  FILLER                PIC X(9)       VALUE 'Action'.
           02  FILLER                PIC X(8)       VALUE 'Col/Len'.
           02  FILLER                PIC X(23)      VALUE 'Match'.
           02  FILLER                PIC X(10)      VALUE '     Fired'.
       01  RULE-LINE.
           02  RLL-NUMBER            PIC 9(3).
           02  FILLER                PIC X(3)       VALUE SPACE.
           02  RLL-FIELD             PIC X(8).
           02  FILLER                PIC X          VALUE SPACE.
           02  RLL-ACTION            PIC X(8).
           02  FILLER                PIC X          VALUE SPACE.
           02  RLL-MATCH-POS         PIC ZZ9.
           02  FILLER                PIC X          VALUE '/'.
           02  RLL-MATCH-LEN         PIC 99.
           02  FILLER                PIC X(2)       VALUE SPACE.
           02  FILLER                PIC X          VALUE ''''.
           02  RLL-MATCH-VALUE       PIC X(20).
           02  FILLER                PIC X          VALUE ''''.
           02  FILLER                PIC X          VALUE SPACE.
           02  RLL-FIRED             PIC Z(8)9.
       01  RULE-ERROR-LINE.
           02  FILLER                PIC X(8)       VALUE '*RULE*  '.
           02  REL-CARD              PIC X(48).
           02  FILLER                PIC X          VALUE SPACE.
           02  REL-REASON            PIC X(20).
       01  RULE-ERROR-NOTE-LINE.
           02  FILLER                PIC X(45)      VALUE
           '*** RULE CARDS IGNORED - SEE *RULE* LINES ***'.
       01  SUMMARY-LINE.
           02  FILLER                PIC X(10)
                                     VALUE 'Pre-edit: '.
           02  SUM-READ-ED           PIC Z(8)9.
           02  FILLER                PIC X(7)       VALUE ' read, '.
           02  SUM-CORRECTED-ED      PIC Z(8)9.
           02  FILLER                PIC X(11)
                                     VALUE ' corrected,'.
           02  FILLER                PIC X(1)       VALUE SPACE.
           02  SUM-CORRECTION-ED     PIC Z(8)9.
           02  FILLER                PIC X(13)
                                     VALUE ' corrections,'.
           02  FILLER                PIC X(1)       VALUE SPACE.
           02  SUM-TRAILER-ED        PIC Z(8)9.
           02  FILLER                PIC X(10)
                                     VALUE ' trailers.'.
      ******************************************************************
       PROCEDURE DIVISION.
       00-MAIN-ROUTINE.
           ACCEPT RUN-DATE FROM DATE.
           ACCEPT RUN-TIME FROM TIME.
           PERFORM 05-PRINT-HEADINGS.
           PERFORM 40-LOAD-RULE-TABLE.

           IF RULE-CNT = ZERO THEN
               DISPLAY NO-RULES-LINE
               DISPLAY ' '
               ADD 2 TO LINE-COUNT.

           OPEN INPUT INPILE-FILE.
           OPEN OUTPUT EDITED-FILE.
           OPEN OUTPUT CORRLOG-FILE.
           PERFORM 10-READ-AND-HANDLE-RECORD
               UNTIL EOF-IND = 'Y'.
           CLOSE INPILE-FILE.
           CLOSE EDITED-FILE.
           CLOSE CORRLOG-FILE.

           PERFORM 30-WRITE-RULE-SUMMARY.

           MOVE READ-CNT TO SUM-READ-ED.
           MOVE CORRECTED-CNT TO SUM-CORRECTED-ED.
           MOVE CORRECTION-CNT TO SUM-CORRECTION-ED.
           MOVE TRAILER-CNT TO SUM-TRAILER-ED.
           PERFORM 06-CHECK-PAGE-BREAK.
           DISPLAY ' '.
           DISPLAY SUMMARY-LINE.
           ADD 2 TO LINE-COUNT.

           IF REJECTED-RULE-CNT > ZERO THEN
               DISPLAY RULE-ERROR-NOTE-LINE
               ADD 1 TO LINE-COUNT
               IF RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE.
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

           DISPLAY HEADING-1.
           DISPLAY ' '.
           DISPLAY RUN-STAMP-LINE.
           DISPLAY ' '.

           MOVE ZERO TO LINE-COUNT.
      *-----------------------------------------------------------------
       06-CHECK-PAGE-BREAK.
           IF LINE-COUNT >= LINES-PER-PAGE THEN
               PERFORM 05-PRINT-HEADINGS.
      *-----------------------------------------------------------------
       10-READ-AND-HANDLE-RECORD.
           READ INPILE-FILE
               AT END MOVE 'Y' TO EOF-IND.

           IF EOF-IND = 'N' THEN
               ADD 1 TO READ-CNT
               PERFORM 20-HANDLE-INPUT-RECORD.
      *-----------------------------------------------------------------
      * Runs the record through every rule and passes it on,
      *  corrected or not. Trailers are control totals, not data,
      *  and are never touched.
       20-HANDLE-INPUT-RECORD.
           MOVE INPILE-RECORD TO WORK-IMAGE.

           IF TRAILER-RECORD THEN
               ADD 1 TO TRAILER-CNT
           ELSE
               PERFORM 21-FIND-MONTH-NUMBER
               MOVE 'N' TO RECORD-FIXED-IND
               PERFORM 22-APPLY-ONE-RULE
                   VARYING RULE-SUB FROM 1 BY 1
                   UNTIL RULE-SUB > RULE-CNT
               IF RECORD-FIXED-IND = 'Y' THEN
                   ADD 1 TO CORRECTED-CNT
               END-IF
               PERFORM 27-REMEMBER-GOOD-YEAR.

           MOVE WORK-IMAGE TO EDITED-RECORD.
           WRITE EDITED-RECORD.
      *-----------------------------------------------------------------
      * Looks up the record's month name. Leaves the month number in
      *  REC-MONTH-NUM, zero when the name is not a known month.
      *  Repeated after every correction, so FILLYEAR and the last
      *  good year see the month the rules before them left.
       21-FIND-MONTH-NUMBER.
           MOVE ZERO TO REC-MONTH-NUM.
           MOVE 1 TO MONTH-SUB.
           PERFORM 211-CHECK-MONTH-NAME
               UNTIL MONTH-SUB > 12.
      *-----------------------------------------------------------------
       211-CHECK-MONTH-NAME.
           IF MONTH-NAME-ENTRY (MONTH-SUB) = WKI-MONTHNAME THEN
               MOVE MONTH-SUB TO REC-MONTH-NUM
               MOVE 13 TO MONTH-SUB
           ELSE
               ADD 1 TO MONTH-SUB.
      *-----------------------------------------------------------------
      * A rule fires when its matched columns hold the match value.
      *  It only counts, and is only logged, when it actually
      *  changed the record.
       22-APPLY-ONE-RULE.
           IF WORK-IMAGE (RUL-MATCH-POS (RULE-SUB):
                          RUL-MATCH-LEN (RULE-SUB))
              = RUL-MATCH-VALUE (RULE-SUB) (1:RUL-MATCH-LEN (RULE-SUB))
              THEN
               MOVE WORK-IMAGE TO OLD-IMAGE
               IF RUL-ACTION (RULE-SUB) = 'REPLACE' THEN
                   PERFORM 23-REPLACE-MATCHED-COLUMNS
               ELSE
               IF RUL-ACTION (RULE-SUB) = 'SHIFTL' THEN
                   PERFORM 24-SHIFT-FIELD-LEFT
               ELSE
               IF RUL-ACTION (RULE-SUB) = 'SHIFTR' THEN
                   PERFORM 25-SHIFT-FIELD-RIGHT
               ELSE
                   PERFORM 26-FILL-YEAR
               END-IF
               END-IF
               END-IF
               IF WORK-IMAGE NOT = OLD-IMAGE THEN
                   PERFORM 28-LOG-CORRECTION.
      *-----------------------------------------------------------------
       23-REPLACE-MATCHED-COLUMNS.
           MOVE RUL-REPLACE-VALUE (RULE-SUB)
               (1:RUL-MATCH-LEN (RULE-SUB))
             TO WORK-IMAGE (RUL-MATCH-POS (RULE-SUB):
                            RUL-MATCH-LEN (RULE-SUB)).
      *-----------------------------------------------------------------
      * The field moves left by the shift count; columns shifted out
      *  at the left are lost, the freed columns at the right become
      *  spaces.
       24-SHIFT-FIELD-LEFT.
           COMPUTE SHIFT-LEN = RUL-FLD-LENGTH (RULE-SUB)
                             - RUL-SHIFT-CNT (RULE-SUB).
           COMPUTE SHIFT-FROM = RUL-FLD-START (RULE-SUB)
                              + RUL-SHIFT-CNT (RULE-SUB).
           MOVE RUL-FLD-START (RULE-SUB) TO SHIFT-TO.
           COMPUTE PAD-POS = RUL-FLD-START (RULE-SUB) + SHIFT-LEN.
           MOVE OLD-IMAGE (SHIFT-FROM:SHIFT-LEN)
             TO WORK-IMAGE (SHIFT-TO:SHIFT-LEN).
           MOVE SPACES
             TO WORK-IMAGE (PAD-POS:RUL-SHIFT-CNT (RULE-SUB)).
      *-----------------------------------------------------------------
      * The field moves right by the shift count; columns shifted
      *  out at the right are lost, the freed columns at the left
      *  become spaces.
       25-SHIFT-FIELD-RIGHT.
           COMPUTE SHIFT-LEN = RUL-FLD-LENGTH (RULE-SUB)
                             - RUL-SHIFT-CNT (RULE-SUB).
           MOVE RUL-FLD-START (RULE-SUB) TO SHIFT-FROM.
           COMPUTE SHIFT-TO = RUL-FLD-START (RULE-SUB)
                            + RUL-SHIFT-CNT (RULE-SUB).
           MOVE OLD-IMAGE (SHIFT-FROM:SHIFT-LEN)
             TO WORK-IMAGE (SHIFT-TO:SHIFT-LEN).
           MOVE SPACES
             TO WORK-IMAGE (SHIFT-FROM:RUL-SHIFT-CNT (RULE-SUB)).
      *-----------------------------------------------------------------
      * The year is taken from the last record read with a good
      *  year. A January record after a December one belongs to the
      *  next year, a December record after a January one to the
      *  year before. Without a good year seen yet, or without a
      *  readable month, the record is left for SSTATS to judge.
       26-FILL-YEAR.
           IF LAST-GOOD-YEAR NOT = ZERO AND REC-MONTH-NUM NOT = ZERO
              THEN
               MOVE LAST-GOOD-YEAR TO FILL-YEAR
               IF REC-MONTH-NUM = 1 AND LAST-GOOD-MONTH-NUM = 12 THEN
                   ADD 1 TO FILL-YEAR
               ELSE
               IF REC-MONTH-NUM = 12 AND LAST-GOOD-MONTH-NUM = 1 THEN
                   SUBTRACT 1 FROM FILL-YEAR
               END-IF
               END-IF
               MOVE FILL-YEAR TO WKI-YEAR.
      *-----------------------------------------------------------------
       27-REMEMBER-GOOD-YEAR.
           IF WKI-YEAR IS NUMERIC AND WKI-YEAR NOT = '0000'
              AND REC-MONTH-NUM NOT = ZERO THEN
               MOVE WKI-YEAR TO LAST-GOOD-YEAR
               MOVE REC-MONTH-NUM TO LAST-GOOD-MONTH-NUM.
      *-----------------------------------------------------------------
       28-LOG-CORRECTION.
           MOVE 'Y' TO RECORD-FIXED-IND.
           ADD 1 TO CORRECTION-CNT.
           ADD 1 TO RUL-FIRED-CNT (RULE-SUB).

           MOVE SPACES TO CORRLOG-RECORD.
           MOVE RUN-DATE TO CLG-RUN-DATE.
           MOVE READ-CNT TO CLG-RECORD-SEQ.
           MOVE RUL-NUMBER (RULE-SUB) TO CLG-RULE-NUMBER.
           MOVE RUL-FIELD (RULE-SUB) TO CLG-FIELD.
           MOVE RUL-ACTION (RULE-SUB) TO CLG-ACTION.
           MOVE OLD-IMAGE TO CLG-OLD-IMAGE.
           MOVE WORK-IMAGE TO CLG-NEW-IMAGE.
           WRITE CORRLOG-RECORD.

           PERFORM 21-FIND-MONTH-NUMBER.
      *-----------------------------------------------------------------
       30-WRITE-RULE-SUMMARY.
           IF RULE-CNT > ZERO THEN
               PERFORM 06-CHECK-PAGE-BREAK
               DISPLAY ' '
               DISPLAY RULE-HEAD-LINE
               ADD 2 TO LINE-COUNT
               PERFORM 31-WRITE-ONE-RULE-LINE
                   VARYING RULE-SUB FROM 1 BY 1
                   UNTIL RULE-SUB > RULE-CNT.
      *-----------------------------------------------------------------
       31-WRITE-ONE-RULE-LINE.
           MOVE RUL-NUMBER (RULE-SUB) TO RLL-NUMBER.
           MOVE RUL-FIELD (RULE-SUB) TO RLL-FIELD.
           MOVE RUL-ACTION (RULE-SUB) TO RLL-ACTION.
           MOVE RUL-MATCH-POS (RULE-SUB) TO RLL-MATCH-POS.
           MOVE RUL-MATCH-LEN (RULE-SUB) TO RLL-MATCH-LEN.
           MOVE RUL-MATCH-VALUE (RULE-SUB) TO RLL-MATCH-VALUE.
           MOVE RUL-FIRED-CNT (RULE-SUB) TO RLL-FIRED.
           PERFORM 06-CHECK-PAGE-BREAK.
           DISPLAY RULE-LINE.
           ADD 1 TO LINE-COUNT.
      *-----------------------------------------------------------------
      * Loads and checks the rule cards. A card that does not pass
      *  is listed and left out; the rules around it still apply.
       40-LOAD-RULE-TABLE.
           OPEN INPUT RULE-FILE.

           IF RULE-STATUS = '00' THEN
               PERFORM 41-READ-ONE-RULE-CARD
                   UNTIL RULE-EOF-IND = 'Y'
               CLOSE RULE-FILE.
      *-----------------------------------------------------------------
       41-READ-ONE-RULE-CARD.
           READ RULE-FILE
               AT END MOVE 'Y' TO RULE-EOF-IND.

           IF RULE-EOF-IND = 'N' THEN
               IF RULE-CARD = SPACES OR RULE-CARD (1:1) = '*' THEN
                   CONTINUE
               ELSE
                   PERFORM 42-CHECK-RULE-CARD
                   IF RULE-VALID-IND = 'Y' THEN
                       PERFORM 44-STORE-RULE
                   ELSE
                       PERFORM 45-FLAG-BAD-RULE-CARD.
      *-----------------------------------------------------------------
       42-CHECK-RULE-CARD.
           MOVE 'Y' TO RULE-VALID-IND.
           MOVE SPACES TO RULE-REASON.

           IF RULE-CNT >= 50 THEN
               MOVE 'rule table full' TO RULE-REASON
           ELSE
           IF RC-NUMBER IS NOT NUMERIC OR RC-NUMBER = '000' THEN
               MOVE 'bad rule number' TO RULE-REASON
           ELSE
               MOVE RC-NUMBER TO RULE-NUMBER-WORK
               IF RULE-NUMBER-WORK NOT > LAST-RULE-NUMBER THEN
                   MOVE 'rule out of sequence' TO RULE-REASON
               ELSE
                   PERFORM 43-FIND-FIELD-NAME
                   IF FOUND-SUB = ZERO THEN
                       MOVE 'unknown field' TO RULE-REASON
                   ELSE
                       PERFORM 421-CHECK-MATCH-COLUMNS
                   END-IF
               END-IF.

           IF RULE-REASON = SPACES THEN
               PERFORM 422-CHECK-RULE-ACTION.

           IF RULE-REASON NOT = SPACES THEN
               MOVE 'N' TO RULE-VALID-IND.
      *-----------------------------------------------------------------
       421-CHECK-MATCH-COLUMNS.
           IF RC-OFFSET IS NOT NUMERIC OR RC-LENGTH IS NOT NUMERIC
              THEN
               MOVE 'bad offset/length' TO RULE-REASON
           ELSE
               MOVE RC-OFFSET TO OFFSET-WORK
               MOVE RC-LENGTH TO LENGTH-WORK
               IF OFFSET-WORK = ZERO OR LENGTH-WORK = ZERO
                  OR LENGTH-WORK > 20
                  OR OFFSET-WORK + LENGTH-WORK - 1
                     > FLD-LENGTH (FOUND-SUB) THEN
                   MOVE 'bad offset/length' TO RULE-REASON.
      *-----------------------------------------------------------------
       422-CHECK-RULE-ACTION.
           IF RC-ACTION = 'REPLACE' THEN
               CONTINUE
           ELSE
           IF RC-ACTION = 'SHIFTL' OR RC-ACTION = 'SHIFTR' THEN
               IF RC-REPLACE-VALUE (1:2) IS NOT NUMERIC
                  OR RC-REPLACE-VALUE (3:18) NOT = SPACES THEN
                   MOVE 'bad shift count' TO RULE-REASON
               ELSE
                   MOVE RC-REPLACE-VALUE (1:2) TO SHIFT-WORK
                   IF SHIFT-WORK = ZERO
                      OR SHIFT-WORK >= FLD-LENGTH (FOUND-SUB) THEN
                       MOVE 'bad shift count' TO RULE-REASON
                   END-IF
               END-IF
           ELSE
           IF RC-ACTION = 'FILLYEAR' THEN
               IF RC-FIELD NOT = 'YEAR' THEN
                   MOVE 'FILLYEAR needs YEAR' TO RULE-REASON
               END-IF
           ELSE
               MOVE 'unknown action' TO RULE-REASON.
      *-----------------------------------------------------------------
      * Looks up the card's field name. Leaves the field table
      *  subscript in FOUND-SUB, zero when the name is not known.
       43-FIND-FIELD-NAME.
           MOVE ZERO TO FOUND-SUB.
           MOVE 1 TO FLD-SUB.
           PERFORM 431-CHECK-FIELD-NAME
               UNTIL FLD-SUB > 9.
      *-----------------------------------------------------------------
       431-CHECK-FIELD-NAME.
           IF FLD-NAME (FLD-SUB) = RC-FIELD THEN
               MOVE FLD-SUB TO FOUND-SUB
               MOVE 10 TO FLD-SUB
           ELSE
               ADD 1 TO FLD-SUB.
      *-----------------------------------------------------------------
       44-STORE-RULE.
           ADD 1 TO RULE-CNT.
           MOVE RULE-NUMBER-WORK TO LAST-RULE-NUMBER.
           MOVE RULE-NUMBER-WORK TO RUL-NUMBER (RULE-CNT).
           MOVE RC-FIELD TO RUL-FIELD (RULE-CNT).
           MOVE RC-ACTION TO RUL-ACTION (RULE-CNT).
           MOVE FLD-START (FOUND-SUB) TO RUL-FLD-START (RULE-CNT).
           MOVE FLD-LENGTH (FOUND-SUB) TO RUL-FLD-LENGTH (RULE-CNT).
           COMPUTE RUL-MATCH-POS (RULE-CNT) =
               FLD-START (FOUND-SUB) + OFFSET-WORK - 1.
           MOVE LENGTH-WORK TO RUL-MATCH-LEN (RULE-CNT).
           MOVE RC-MATCH-VALUE TO RUL-MATCH-VALUE (RULE-CNT).
           MOVE RC-REPLACE-VALUE TO RUL-REPLACE-VALUE (RULE-CNT).
           IF RC-ACTION = 'SHIFTL' OR RC-ACTION = 'SHIFTR' THEN
               MOVE SHIFT-WORK TO RUL-SHIFT-CNT (RULE-CNT)
           ELSE
               MOVE ZERO TO RUL-SHIFT-CNT (RULE-CNT).
           MOVE ZERO TO RUL-FIRED-CNT (RULE-CNT).
      *-----------------------------------------------------------------
       45-FLAG-BAD-RULE-CARD.
           ADD 1 TO REJECTED-RULE-CNT.
           MOVE RULE-CARD TO REL-CARD.
           MOVE RULE-REASON TO REL-REASON.
           PERFORM 06-CHECK-PAGE-BREAK.
           DISPLAY RULE-ERROR-LINE.
           ADD 1 TO LINE-COUNT.
      *-----------------------------------------------------------------
