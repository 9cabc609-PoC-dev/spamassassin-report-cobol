      ******************************************************************
      * PROGRAM DESCRIPTION:
      *   Cross-dataset audit, run after SHUPDT and ahead of the
      *   report steps. Each step checks its own input; this one
      *   checks that the datasets agree with each other:
      *   - every month on the monthly history master must equal
      *     the sum of that month's records on the per-host master
      *     in spam, ham, message and byte counts, and no per-host
      *     record may belong to a month the monthly master lacks;
      *     per-host records older than the monthly master's first
      *     month belong to months SHARCH archived off it and are
      *     only counted;
      *   - the latest run log record written by SSTATS must agree
      *     with the extract in grand message count and extract
      *     month count, and the extract must carry that run's
      *     date and time in its trailer;
      *   - what the extract carried must be on the masters: a
      *     normal month or host record with the same figures, a
      *     re-feed delta at least with its month present;
      *   - every master month must have a NORMAL run on the run
      *     log, dated in the month or in the month after it, that
      *     could have produced it. Months older than the run log
      *     itself are only counted.
      *   Every disagreement is listed by year, month and host tag
      *   with both figures, and ends the step with condition code
      *   8, so the report steps behind it do not run on figures
      *   that contradict each other.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   'SXAUDIT'.
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
           SELECT HISTORY-FILE ASSIGN TO DA-S-SHISTRY
                               ACCESS IS SEQUENTIAL.
           SELECT HOSTHIST-FILE ASSIGN TO DA-S-SHHSTRY
                               ACCESS IS SEQUENTIAL.
           SELECT EXTRACT-FILE ASSIGN TO DA-S-SEXTRACT
                               ACCESS IS SEQUENTIAL.
           SELECT AUDIT-FILE   ASSIGN TO DA-S-SRUNLOG
                               ACCESS IS SEQUENTIAL
                               FILE STATUS IS AUDIT-STATUS.
      ******************************************************************
       DATA DIVISION.
      *=================================================================
       FILE SECTION.
      *-----------------------------------------------------------------
      * Monthly history master as written by SHUPDT, ascending
      *  year/month.
       FD  HISTORY-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  HISTORY-RECORD.
           02  HST-YEAR              PIC 9(4).
           02  HST-MONTH-NUM         PIC 9(2).
           02  HST-MONTHNAME         PIC X(3).
           02  HST-SPAMCNT           PIC 9(5).
           02  HST-HAMCNT            PIC 9(5).
           02  HST-MSGCNT            PIC 9(5).
           02  HST-AVG-SPAM          PIC S9(3)V99.
           02  HST-AVG-HAM           PIC S9(3)V99.
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
      *-----------------------------------------------------------------
      * Per-host history master as written by SHUPDT, ascending
      *  year/month/host.
       FD  HOSTHIST-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  HOST-HISTORY-RECORD.
           02  HHS-YEAR              PIC 9(4).
           02  HHS-MONTH-NUM         PIC 9(2).
           02  HHS-MONTHNAME         PIC X(3).
           02  HHS-HOST              PIC X(8).
           02  HHS-SPAMCNT           PIC 9(5).
           02  HHS-HAMCNT            PIC 9(5).
           02  HHS-MSGCNT            PIC 9(5).
           02  HHS-AVG-SPAM          PIC S9(3)V99.
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
      *-----------------------------------------------------------------
      * Monthly extract as written by SSTATS. Layout must be kept in
      *  step with the EXTRACT-RECORD definition over there.
       FD  EXTRACT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  EXTRACT-RECORD.
           02  EXT-YEAR              PIC 9(4).
           02  EXT-MONTH             PIC X(3).
           02  EXT-SPAMCNT           PIC 9(5).
           02  EXT-HAMCNT            PIC 9(5).
           02  EXT-MSGCNT            PIC 9(5).
           02  EXT-AVG-SPAM          PIC S9(3)V99.
           02  EXT-AVG-HAM           PIC S9(3)V99.
           02  EXT-MAX-SPAM          PIC S9(3)V99.
           02  EXT-MIN-HAM           PIC S9(3)V99.
           02  EXT-TOT-BYTES         PIC 9(15).
           02  EXT-REFEED-IND        PIC X.
           02  EXT-HOST              PIC X(8).
           02  EXT-AVG-SCANTIME      PIC 9(5)V9.
           02  EXT-REC-TYPE          PIC X.
               88  MONTH-EXTRACT-RECORD VALUE SPACE LOW-VALUE.
           02  EXT-DAY               PIC 9(2).
           02  EXT-SPAM-CUTOFF       PIC S9(3)V99.
           02  EXT-BAND-EDGE-1       PIC S9(3)V99.
           02  EXT-BAND-EDGE-2       PIC S9(3)V99.
           02  EXT-BAND-EDGE-3       PIC S9(3)V99.
           02  EXT-BAND-EDGE-4       PIC S9(3)V99.
       01  EXTRACT-TRAILER-RECORD.
           02  XTR-MARKER            PIC X(8).
               88  EXTRACT-TRAILER   VALUE '*TRAILER'.
           02  FILLER                PIC X.
           02  XTR-RECORD-COUNT      PIC 9(9).
           02  FILLER                PIC X.
           02  XTR-RUN-DATE          PIC 9(6).
           02  FILLER                PIC X.
           02  XTR-RUN-TIME          PIC 9(8).
           02  FILLER                PIC X(66).
      *-----------------------------------------------------------------
      * Run log as appended to by SSTATS. Layout must be kept in
      *  step with the AUDIT-RECORD definition over there.
       FD  AUDIT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  AUDIT-RECORD.
           02  AUD-RUN-DATE          PIC 9(6).
           02  FILLER                REDEFINES AUD-RUN-DATE.
               03  AUD-RUN-DATE-YY   PIC 99.
               03  AUD-RUN-DATE-MM   PIC 99.
               03  AUD-RUN-DATE-DD   PIC 99.
           02  AUD-RUN-TIME          PIC 9(8).
           02  AUD-RUN-MODE          PIC X(6).
           02  AUD-RECORDS-READ      PIC 9(9).
           02  AUD-SKIP-COUNT        PIC 9(9).
           02  AUD-REJECTED-CNT      PIC 9(5).
           02  AUD-EXTRACT-MONTHS    PIC 9(5).
           02  AUD-GRAND-MSGS        PIC 9(7).
           02  AUD-RETURN-CODE       PIC 9(4).
           02  AUD-DUPLICATE-CNT     PIC 9(9).
           02  FILLER                PIC X(12).
      *=================================================================
       WORKING-STORAGE SECTION.
       77  HISTORY-EOF-IND           PIC X          VALUE 'N'.
       77  HOSTHIST-EOF-IND          PIC X          VALUE 'N'.
       77  EXTRACT-EOF-IND           PIC X          VALUE 'N'.
       77  AUDIT-EOF-IND             PIC X          VALUE 'N'.
       77  AUDIT-STATUS              PIC XX         VALUE '00'.
       77  LINES-PER-PAGE            PIC 9(3)       VALUE 060.
       77  LINE-COUNT                PIC 9(3)       VALUE ZERO.
       77  PAGE-COUNT                PIC 9(3)       VALUE ZERO.
       77  MONTH-SUB                 PIC S9(4)      COMP VALUE ZERO.
       77  MONTH-NUM-FOUND           PIC S9(4)      COMP VALUE ZERO.
       77  LOG-RECORD-CNT            PIC 9(7)       VALUE ZERO.
       77  FIRST-LOG-ABS-MONTH       PIC 9(6)       VALUE 999999.
       77  LOG-ABS-MONTH             PIC 9(6)       VALUE ZERO.
       77  NRM-CNT                   PIC S9(4)      COMP VALUE ZERO.
       77  NRM-SUB                   PIC S9(4)      COMP VALUE ZERO.
       77  NORMAL-FOUND-IND          PIC X          VALUE 'N'.
       77  XTR-SEEN-IND              PIC X          VALUE 'N'.
       77  XTR-LAST-DATE             PIC 9(6)       VALUE ZERO.
       77  XTR-LAST-TIME             PIC 9(8)       VALUE ZERO.
       77  EXTRACT-MONTHS-CNT        PIC 9(5)       VALUE ZERO.
       77  EXTRACT-MSGS-SUM          PIC 9(9)       VALUE ZERO.
       77  XM-CNT                    PIC S9(4)      COMP VALUE ZERO.
       77  XM-SUB                    PIC S9(4)      COMP VALUE ZERO.
       77  XH-CNT                    PIC S9(4)      COMP VALUE ZERO.
       77  XH-SUB                    PIC S9(4)      COMP VALUE ZERO.
       77  FOUND-SUB                 PIC S9(4)      COMP VALUE ZERO.
       77  XTAB-FULL-IND             PIC X          VALUE 'N'.
       77  HIST-ABS-MONTH            PIC 9(6)       VALUE ZERO.
       77  HIST-KEY                  PIC 9(6)       VALUE ZERO.
       77  HOST-KEY                  PIC 9(6)       VALUE ZERO.
       77  MONTH-HOST-CNT            PIC 9(5)       VALUE ZERO.
       77  SUM-SPAMCNT               PIC 9(9)       VALUE ZERO.
       77  SUM-HAMCNT                PIC 9(9)       VALUE ZERO.
       77  SUM-MSGCNT                PIC 9(9)       VALUE ZERO.
       77  SUM-TOT-BYTES             PIC 9(18)      VALUE ZERO.
       77  CMP-FIGURE-1              PIC 9(18)      VALUE ZERO.
       77  CMP-FIGURE-2              PIC 9(18)      VALUE ZERO.
       77  CHECK-CLASS               PIC X          VALUE SPACE.
       77  MONTHS-CHECKED-CNT        PIC 9(5)       VALUE ZERO.
       77  HOSTS-CHECKED-CNT         PIC 9(7)       VALUE ZERO.
       77  PRE-LOG-CNT               PIC 9(5)       VALUE ZERO.
       77  FIRST-HIST-KEY            PIC 9(6)       VALUE ZERO.
       77  ARCHIVED-HOST-CNT         PIC 9(7)       VALUE ZERO.
       77  MASTER-MISMATCH-CNT       PIC 9(5)       VALUE ZERO.
       77  EXTRACT-MISMATCH-CNT      PIC 9(5)       VALUE ZERO.
       77  LOG-MISMATCH-CNT          PIC 9(5)       VALUE ZERO.
       77  NO-RUN-CNT                PIC 9(5)       VALUE ZERO.
       77  MISMATCH-CNT              PIC 9(5)       VALUE ZERO.
      * The latest run log record, kept while the log is read.
       01  LAST-AUDIT-RECORD.
           02  LST-RUN-DATE          PIC 9(6).
           02  LST-RUN-TIME          PIC 9(8).
           02  LST-RUN-MODE          PIC X(6).
           02  LST-RECORDS-READ      PIC 9(9).
           02  LST-SKIP-COUNT        PIC 9(9).
           02  LST-REJECTED-CNT      PIC 9(5).
           02  LST-EXTRACT-MONTHS    PIC 9(5).
           02  LST-GRAND-MSGS        PIC 9(7).
           02  LST-RETURN-CODE       PIC 9(4).
           02  LST-DUPLICATE-CNT     PIC 9(9).
           02  FILLER                PIC X(12).
      * Months (year * 12 + month) a NORMAL run was logged in.
       01  NORMAL-MONTH-TABLE.
           02  NORMAL-ABS-MONTH      PIC 9(6) OCCURS 600 TIMES.
      * What the extract carried, to be found again on the masters.
       01  EXTRACT-MONTH-TABLE.
           02  XM-ENTRY OCCURS 120 TIMES.
               03  XMT-YEAR          PIC 9(4).
               03  XMT-MONTH-NUM     PIC 9(2).
               03  XMT-REFEED-IND    PIC X.
               03  XMT-SPAMCNT       PIC 9(5).
               03  XMT-HAMCNT        PIC 9(5).
               03  XMT-MSGCNT        PIC 9(5).
               03  XMT-TOT-BYTES     PIC 9(15).
               03  XMT-FOUND-IND     PIC X.
       01  EXTRACT-HOST-TABLE.
           02  XH-ENTRY OCCURS 2000 TIMES.
               03  XHT-YEAR          PIC 9(4).
               03  XHT-MONTH-NUM     PIC 9(2).
               03  XHT-HOST          PIC X(8).
               03  XHT-REFEED-IND    PIC X.
               03  XHT-SPAMCNT       PIC 9(5).
               03  XHT-HAMCNT        PIC 9(5).
               03  XHT-MSGCNT        PIC 9(5).
               03  XHT-TOT-BYTES     PIC 9(15).
               03  XHT-FOUND-IND     PIC X.
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
               VALUE 'Datenbestands-Abgleich     '.
       01  COLUMN-HEAD-LINE.
           02  FILLER                PIC X(9)       VALUE SPACE.
           02  FILLER                PIC X(18)
                                     VALUE 'Year Mon Host     '.
           02  FILLER                PIC X(11)      VALUE 'Item'.
           02  FILLER                PIC X(26)      VALUE
           'First figure'.
           02  FILLER                PIC X(26)      VALUE
           'Second figure'.
       01  MISMATCH-LINE.
           02  FILLER                PIC X(9)       VALUE '*AUDIT*  '.
           02  MSL-YEAR              PIC X(4).
           02  FILLER                PIC X          VALUE SPACE.
           02  MSL-MONTHNAME         PIC X(3).
           02  FILLER                PIC X          VALUE SPACE.
           02  MSL-HOST              PIC X(8).
           02  FILLER                PIC X          VALUE SPACE.
           02  MSL-ITEM              PIC X(10).
           02  FILLER                PIC X          VALUE SPACE.
           02  MSL-LABEL-1           PIC X(9).
           02  MSL-FIGURE-1          PIC Z(14)9.
           02  FILLER                PIC X(2)       VALUE SPACE.
           02  MSL-LABEL-2           PIC X(9).
           02  MSL-FIGURE-2          PIC Z(14)9.
       01  NOTE-LINE.
           02  FILLER                PIC X(9)       VALUE '*AUDIT*  '.
           02  NTL-YEAR              PIC X(4).
           02  FILLER                PIC X          VALUE SPACE.
           02  NTL-MONTHNAME         PIC X(3).
           02  FILLER                PIC X          VALUE SPACE.
           02  NTL-HOST              PIC X(8).
           02  FILLER                PIC X          VALUE SPACE.
           02  NTL-TEXT              PIC X(50).
       01  PRE-LOG-LINE.
           02  SPL-CNT-ED            PIC Z(4)9.
           02  FILLER                PIC X(47)      VALUE
           ' master months predate the run log, not checked'.
           02  FILLER                PIC X(23)      VALUE
           ' against NORMAL runs.'.
       01  ARCHIVED-HOST-LINE.
           02  SAH-CNT-ED            PIC Z(6)9.
           02  FILLER                PIC X(48)      VALUE
           ' host records of months archived off the monthly'.
           02  FILLER                PIC X(21)      VALUE
           ' master, not checked.'.
       01  SUMMARY-LINE-1.
           02  FILLER                PIC X(7)       VALUE 'Audit: '.
           02  SUM-MONTHS-ED         PIC Z(4)9.
           02  FILLER                PIC X(17)
                                     VALUE ' master months,  '.
           02  SUM-HOSTS-ED          PIC Z(6)9.
           02  FILLER                PIC X(16)
                                     VALUE ' host records,  '.
           02  SUM-XMONTHS-ED        PIC Z(4)9.
           02  FILLER                PIC X(22)
                                     VALUE ' extract months read.'.
       01  SUMMARY-LINE-2.
           02  FILLER                PIC X(12)
                                     VALUE 'Mismatches: '.
           02  SUM-MASTER-ED         PIC Z(4)9.
           02  FILLER                PIC X(15)
                                     VALUE ' master/host,  '.
           02  SUM-EXTRACT-ED        PIC Z(4)9.
           02  FILLER                PIC X(19)
                                     VALUE ' extract/master,  '.
           02  SUM-LOG-ED            PIC Z(4)9.
           02  FILLER                PIC X(13)
                                     VALUE ' run log,    '.
           02  SUM-NORUN-ED          PIC Z(4)9.
           02  FILLER                PIC X(13)
                                     VALUE ' no run.'.
       01  AGREE-LINE.
           02  FILLER                PIC X(40)      VALUE
           'Run log, extract and masters agree.     '.
       01  DISAGREE-LINE.
           02  FILLER                PIC X(52)      VALUE
           '*** DATASETS DO NOT AGREE - REPORTS MUST NOT RUN ***'.
      ******************************************************************
       PROCEDURE DIVISION.
       00-MAIN-ROUTINE.
           ACCEPT RUN-DATE FROM DATE.
           ACCEPT RUN-TIME FROM TIME.
           PERFORM 05-PRINT-HEADINGS.

           PERFORM 10-READ-RUN-LOG.
           PERFORM 20-READ-EXTRACT.
           PERFORM 25-CHECK-LOG-AGAINST-EXTRACT.
           PERFORM 30-MATCH-MASTERS.
           PERFORM 50-CHECK-EXTRACT-LEFTOVERS.

           IF PRE-LOG-CNT > ZERO THEN
               MOVE PRE-LOG-CNT TO SPL-CNT-ED
               PERFORM 06-CHECK-PAGE-BREAK
               DISPLAY ' '
               DISPLAY PRE-LOG-LINE
               ADD 2 TO LINE-COUNT.

           IF ARCHIVED-HOST-CNT > ZERO THEN
               MOVE ARCHIVED-HOST-CNT TO SAH-CNT-ED
               PERFORM 06-CHECK-PAGE-BREAK
               DISPLAY ARCHIVED-HOST-LINE
               ADD 1 TO LINE-COUNT.

           MOVE MONTHS-CHECKED-CNT TO SUM-MONTHS-ED.
           MOVE HOSTS-CHECKED-CNT TO SUM-HOSTS-ED.
           MOVE EXTRACT-MONTHS-CNT TO SUM-XMONTHS-ED.
           MOVE MASTER-MISMATCH-CNT TO SUM-MASTER-ED.
           MOVE EXTRACT-MISMATCH-CNT TO SUM-EXTRACT-ED.
           MOVE LOG-MISMATCH-CNT TO SUM-LOG-ED.
           MOVE NO-RUN-CNT TO SUM-NORUN-ED.
           PERFORM 06-CHECK-PAGE-BREAK.
           DISPLAY ' '.
           DISPLAY SUMMARY-LINE-1.
           DISPLAY SUMMARY-LINE-2.
           ADD 3 TO LINE-COUNT.

           IF MISMATCH-CNT = ZERO THEN
               DISPLAY AGREE-LINE
           ELSE
               DISPLAY DISAGREE-LINE
               IF RETURN-CODE < 8 THEN
                   MOVE 8 TO RETURN-CODE.
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
           DISPLAY COLUMN-HEAD-LINE.

           MOVE 1 TO LINE-COUNT.
      *-----------------------------------------------------------------
       06-CHECK-PAGE-BREAK.
           IF LINE-COUNT >= LINES-PER-PAGE THEN
               PERFORM 05-PRINT-HEADINGS.
      *-----------------------------------------------------------------
      * Reads the run log through, keeping its last record and the
      *  months NORMAL runs were made in. Two-digit run years are
      *  lifted into the 2000s, as for the retention cutoff in
      *  SHARCH.
       10-READ-RUN-LOG.
           MOVE SPACES TO LAST-AUDIT-RECORD.
           OPEN INPUT AUDIT-FILE.

           IF AUDIT-STATUS = '00' THEN
               PERFORM 11-READ-ONE-LOG-RECORD
                   UNTIL AUDIT-EOF-IND = 'Y'
               CLOSE AUDIT-FILE.
      *-----------------------------------------------------------------
       11-READ-ONE-LOG-RECORD.
           READ AUDIT-FILE
               AT END MOVE 'Y' TO AUDIT-EOF-IND.

           IF AUDIT-EOF-IND = 'N' THEN
               ADD 1 TO LOG-RECORD-CNT
               MOVE AUDIT-RECORD TO LAST-AUDIT-RECORD
               IF AUD-RUN-DATE IS NUMERIC THEN
                   PERFORM 12-NOTE-LOG-MONTH.
      *-----------------------------------------------------------------
       12-NOTE-LOG-MONTH.
           COMPUTE LOG-ABS-MONTH = (2000 + AUD-RUN-DATE-YY) * 12
                                    + AUD-RUN-DATE-MM.
           IF LOG-ABS-MONTH < FIRST-LOG-ABS-MONTH THEN
               MOVE LOG-ABS-MONTH TO FIRST-LOG-ABS-MONTH.

           IF AUD-RUN-MODE = 'NORMAL' THEN
               MOVE ZERO TO FOUND-SUB
               MOVE 1 TO NRM-SUB
               PERFORM 13-CHECK-NORMAL-ENTRY
                   UNTIL NRM-SUB > NRM-CNT
               IF FOUND-SUB = ZERO AND NRM-CNT < 600 THEN
                   ADD 1 TO NRM-CNT
                   MOVE LOG-ABS-MONTH TO NORMAL-ABS-MONTH (NRM-CNT)
               END-IF.
      *-----------------------------------------------------------------
       13-CHECK-NORMAL-ENTRY.
           IF NORMAL-ABS-MONTH (NRM-SUB) = LOG-ABS-MONTH THEN
               MOVE NRM-SUB TO FOUND-SUB
               COMPUTE NRM-SUB = NRM-CNT + 1
           ELSE
               ADD 1 TO NRM-SUB.
      *-----------------------------------------------------------------
      * Reads the extract, counting its combined monthly records and
      *  their messages the way SSTATS counts them for the run log,
      *  and keeping the monthly and per-host records for the match
      *  against the masters. Daily and other record types are not
      *  on these masters and are passed over.
       20-READ-EXTRACT.
           OPEN INPUT EXTRACT-FILE.
           PERFORM 21-READ-ONE-EXTRACT-RECORD
               UNTIL EXTRACT-EOF-IND = 'Y'.
           CLOSE EXTRACT-FILE.

           IF XTAB-FULL-IND = 'Y' THEN
               MOVE SPACES TO NTL-YEAR
               MOVE SPACES TO NTL-MONTHNAME
               MOVE SPACES TO NTL-HOST
               MOVE 'Extract too large to hold, not all checked'
                 TO NTL-TEXT
               MOVE 'X' TO CHECK-CLASS
               PERFORM 81-WRITE-NOTE.
      *-----------------------------------------------------------------
       21-READ-ONE-EXTRACT-RECORD.
           READ EXTRACT-FILE
               AT END MOVE 'Y' TO EXTRACT-EOF-IND.

           IF EXTRACT-EOF-IND = 'N' THEN
               IF EXTRACT-TRAILER THEN
                   MOVE 'Y' TO XTR-SEEN-IND
                   MOVE XTR-RUN-DATE TO XTR-LAST-DATE
                   MOVE XTR-RUN-TIME TO XTR-LAST-TIME
               ELSE
               IF MONTH-EXTRACT-RECORD THEN
                   PERFORM 35-FIND-MONTH-NUMBER
                   IF EXT-HOST = SPACES OR EXT-HOST = LOW-VALUES
                       THEN
                       ADD 1 TO EXTRACT-MONTHS-CNT
                       ADD EXT-MSGCNT TO EXTRACT-MSGS-SUM
                       PERFORM 22-KEEP-EXTRACT-MONTH
                   ELSE
                       PERFORM 23-KEEP-EXTRACT-HOST
                   END-IF
               END-IF
               END-IF.
      *-----------------------------------------------------------------
       22-KEEP-EXTRACT-MONTH.
           IF XM-CNT < 120 THEN
               ADD 1 TO XM-CNT
               MOVE EXT-YEAR TO XMT-YEAR (XM-CNT)
               MOVE MONTH-NUM-FOUND TO XMT-MONTH-NUM (XM-CNT)
               MOVE EXT-REFEED-IND TO XMT-REFEED-IND (XM-CNT)
               MOVE EXT-SPAMCNT TO XMT-SPAMCNT (XM-CNT)
               MOVE EXT-HAMCNT TO XMT-HAMCNT (XM-CNT)
               MOVE EXT-MSGCNT TO XMT-MSGCNT (XM-CNT)
               MOVE EXT-TOT-BYTES TO XMT-TOT-BYTES (XM-CNT)
               MOVE 'N' TO XMT-FOUND-IND (XM-CNT)
           ELSE
               MOVE 'Y' TO XTAB-FULL-IND.
      *-----------------------------------------------------------------
       23-KEEP-EXTRACT-HOST.
           IF XH-CNT < 2000 THEN
               ADD 1 TO XH-CNT
               MOVE EXT-YEAR TO XHT-YEAR (XH-CNT)
               MOVE MONTH-NUM-FOUND TO XHT-MONTH-NUM (XH-CNT)
               MOVE EXT-HOST TO XHT-HOST (XH-CNT)
               MOVE EXT-REFEED-IND TO XHT-REFEED-IND (XH-CNT)
               MOVE EXT-SPAMCNT TO XHT-SPAMCNT (XH-CNT)
               MOVE EXT-HAMCNT TO XHT-HAMCNT (XH-CNT)
               MOVE EXT-MSGCNT TO XHT-MSGCNT (XH-CNT)
               MOVE EXT-TOT-BYTES TO XHT-TOT-BYTES (XH-CNT)
               MOVE 'N' TO XHT-FOUND-IND (XH-CNT)
           ELSE
               MOVE 'Y' TO XTAB-FULL-IND.
      *-----------------------------------------------------------------
      * The latest run log record must describe the extract that
      *  was merged: same run stamp, same month count, same grand
      *  message count.
       25-CHECK-LOG-AGAINST-EXTRACT.
           MOVE 'L' TO CHECK-CLASS.
           MOVE SPACES TO MSL-YEAR.
           MOVE SPACES TO MSL-MONTHNAME.
           MOVE SPACES TO MSL-HOST.
           MOVE 'Run log' TO MSL-LABEL-1.
           MOVE 'Extract' TO MSL-LABEL-2.

           IF LOG-RECORD-CNT = ZERO THEN
               MOVE SPACES TO NTL-YEAR
               MOVE SPACES TO NTL-MONTHNAME
               MOVE SPACES TO NTL-HOST
               MOVE 'Run log is empty or missing' TO NTL-TEXT
               PERFORM 81-WRITE-NOTE
           ELSE
               IF XTR-SEEN-IND = 'N' THEN
                   MOVE SPACES TO NTL-YEAR
                   MOVE SPACES TO NTL-MONTHNAME
                   MOVE SPACES TO NTL-HOST
                   MOVE 'Extract has no control trailer' TO NTL-TEXT
                   PERFORM 81-WRITE-NOTE
               ELSE
                   MOVE 'RUN DATE' TO MSL-ITEM
                   MOVE LST-RUN-DATE TO CMP-FIGURE-1
                   MOVE XTR-LAST-DATE TO CMP-FIGURE-2
                   PERFORM 80-COMPARE-FIGURES
                   MOVE 'RUN TIME' TO MSL-ITEM
                   MOVE LST-RUN-TIME TO CMP-FIGURE-1
                   MOVE XTR-LAST-TIME TO CMP-FIGURE-2
                   PERFORM 80-COMPARE-FIGURES
               END-IF
               MOVE 'MONTHS' TO MSL-ITEM
               IF LST-EXTRACT-MONTHS IS NUMERIC THEN
                   MOVE LST-EXTRACT-MONTHS TO CMP-FIGURE-1
               ELSE
                   MOVE ZERO TO CMP-FIGURE-1
               END-IF
               MOVE EXTRACT-MONTHS-CNT TO CMP-FIGURE-2
               PERFORM 80-COMPARE-FIGURES
               MOVE 'MSGCNT' TO MSL-ITEM
               IF LST-GRAND-MSGS IS NUMERIC THEN
                   MOVE LST-GRAND-MSGS TO CMP-FIGURE-1
               ELSE
                   MOVE ZERO TO CMP-FIGURE-1
               END-IF
               MOVE EXTRACT-MSGS-SUM TO CMP-FIGURE-2
               PERFORM 80-COMPARE-FIGURES.
      *-----------------------------------------------------------------
      * Matches the monthly master against the per-host master, both
      *  in ascending year/month order. Per-host records are summed
      *  up to each monthly record; any whose month is not on the
      *  monthly master are listed on their own. SHARCH trims only
      *  the monthly master, so per-host records ahead of its first
      *  month are archived months and only counted.
       30-MATCH-MASTERS.
           OPEN INPUT HISTORY-FILE.
           OPEN INPUT HOSTHIST-FILE.
           PERFORM 33-READ-HOSTHIST.
           PERFORM 31-HANDLE-MONTH-RECORD
               UNTIL HISTORY-EOF-IND = 'Y'.
           PERFORM 36-FLAG-ORPHAN-HOST
               UNTIL HOSTHIST-EOF-IND = 'Y'.
           CLOSE HISTORY-FILE.
           CLOSE HOSTHIST-FILE.
      *-----------------------------------------------------------------
       31-HANDLE-MONTH-RECORD.
           READ HISTORY-FILE
               AT END MOVE 'Y' TO HISTORY-EOF-IND.

           IF HISTORY-EOF-IND = 'N' THEN
               ADD 1 TO MONTHS-CHECKED-CNT
               COMPUTE HIST-KEY = HST-YEAR * 100 + HST-MONTH-NUM
               IF FIRST-HIST-KEY = ZERO THEN
                   MOVE HIST-KEY TO FIRST-HIST-KEY
               END-IF
               PERFORM 36-FLAG-ORPHAN-HOST
                   UNTIL HOSTHIST-EOF-IND = 'Y'
                      OR HOST-KEY NOT < HIST-KEY
               MOVE ZERO TO MONTH-HOST-CNT
               MOVE ZERO TO SUM-SPAMCNT
               MOVE ZERO TO SUM-HAMCNT
               MOVE ZERO TO SUM-MSGCNT
               MOVE ZERO TO SUM-TOT-BYTES
               PERFORM 32-ADD-HOST-RECORD
                   UNTIL HOSTHIST-EOF-IND = 'Y'
                      OR HOST-KEY NOT = HIST-KEY
               PERFORM 34-COMPARE-MONTH-SUMS
               PERFORM 37-CHECK-MONTH-ON-EXTRACT
               PERFORM 40-CHECK-NORMAL-RUN.
      *-----------------------------------------------------------------
       32-ADD-HOST-RECORD.
           ADD 1 TO MONTH-HOST-CNT.
           ADD HHS-SPAMCNT TO SUM-SPAMCNT.
           ADD HHS-HAMCNT TO SUM-HAMCNT.
           ADD HHS-MSGCNT TO SUM-MSGCNT.
           ADD HHS-TOT-BYTES TO SUM-TOT-BYTES.
           PERFORM 38-CHECK-HOST-ON-EXTRACT.
           PERFORM 33-READ-HOSTHIST.
      *-----------------------------------------------------------------
       33-READ-HOSTHIST.
           READ HOSTHIST-FILE
               AT END MOVE 'Y' TO HOSTHIST-EOF-IND.

           IF HOSTHIST-EOF-IND = 'N' THEN
               ADD 1 TO HOSTS-CHECKED-CNT
               COMPUTE HOST-KEY = HHS-YEAR * 100 + HHS-MONTH-NUM.
      *-----------------------------------------------------------------
       34-COMPARE-MONTH-SUMS.
           MOVE 'M' TO CHECK-CLASS.
           MOVE HST-YEAR TO MSL-YEAR.
           MOVE HST-MONTHNAME TO MSL-MONTHNAME.
           MOVE '*ALL*' TO MSL-HOST.
           MOVE 'Monthly' TO MSL-LABEL-1.
           MOVE 'Host sum' TO MSL-LABEL-2.

           MOVE 'SPAMCNT' TO MSL-ITEM.
           MOVE HST-SPAMCNT TO CMP-FIGURE-1.
           MOVE SUM-SPAMCNT TO CMP-FIGURE-2.
           PERFORM 80-COMPARE-FIGURES.
           MOVE 'HAMCNT' TO MSL-ITEM.
           MOVE HST-HAMCNT TO CMP-FIGURE-1.
           MOVE SUM-HAMCNT TO CMP-FIGURE-2.
           PERFORM 80-COMPARE-FIGURES.
           MOVE 'MSGCNT' TO MSL-ITEM.
           MOVE HST-MSGCNT TO CMP-FIGURE-1.
           MOVE SUM-MSGCNT TO CMP-FIGURE-2.
           PERFORM 80-COMPARE-FIGURES.
           MOVE 'BYTES' TO MSL-ITEM.
           MOVE HST-TOT-BYTES TO CMP-FIGURE-1.
           MOVE SUM-TOT-BYTES TO CMP-FIGURE-2.
           PERFORM 80-COMPARE-FIGURES.
      *-----------------------------------------------------------------
      * Looks up EXT-MONTH in the month name table. Leaves the month
      *  number in MONTH-NUM-FOUND, zero when the name is unknown.
       35-FIND-MONTH-NUMBER.
           MOVE ZERO TO MONTH-NUM-FOUND.
           MOVE 1 TO MONTH-SUB.
           PERFORM 351-CHECK-MONTH-ENTRY
               UNTIL MONTH-SUB > 12.
      *-----------------------------------------------------------------
       351-CHECK-MONTH-ENTRY.
           IF MONTH-NAME-ENTRY (MONTH-SUB) = EXT-MONTH THEN
               MOVE MONTH-SUB TO MONTH-NUM-FOUND
               MOVE 13 TO MONTH-SUB
           ELSE
               ADD 1 TO MONTH-SUB.
      *-----------------------------------------------------------------
      * A per-host record whose month is not on the monthly master.
      *  Before the master's first month it is an archived month.
       36-FLAG-ORPHAN-HOST.
           IF FIRST-HIST-KEY > ZERO AND HOST-KEY < FIRST-HIST-KEY THEN
               ADD 1 TO ARCHIVED-HOST-CNT
           ELSE
               MOVE 'M' TO CHECK-CLASS
               MOVE HHS-YEAR TO MSL-YEAR
               MOVE HHS-MONTHNAME TO MSL-MONTHNAME
               MOVE HHS-HOST TO MSL-HOST
               MOVE 'NO MONTH' TO MSL-ITEM
               MOVE 'Monthly' TO MSL-LABEL-1
               MOVE 'Host' TO MSL-LABEL-2
               MOVE ZERO TO CMP-FIGURE-1
               MOVE HHS-MSGCNT TO CMP-FIGURE-2
               PERFORM 82-WRITE-MISMATCH.
           PERFORM 38-CHECK-HOST-ON-EXTRACT.
           PERFORM 33-READ-HOSTHIST.
      *-----------------------------------------------------------------
      * Finds the monthly master record among the extract months.
      *  When a month is on the extract more than once (concatenated
      *  extracts) the last one is what the master must show. A
      *  re-feed delta was added to the month, so only its presence
      *  can be checked.
       37-CHECK-MONTH-ON-EXTRACT.
           MOVE ZERO TO FOUND-SUB.
           PERFORM 371-CHECK-EXTRACT-MONTH
               VARYING XM-SUB FROM 1 BY 1
               UNTIL XM-SUB > XM-CNT.

           IF FOUND-SUB > ZERO THEN
               IF XMT-REFEED-IND (FOUND-SUB) NOT = 'R' THEN
                   MOVE 'X' TO CHECK-CLASS
                   MOVE HST-YEAR TO MSL-YEAR
                   MOVE HST-MONTHNAME TO MSL-MONTHNAME
                   MOVE '*ALL*' TO MSL-HOST
                   MOVE 'Extract' TO MSL-LABEL-1
                   MOVE 'Master' TO MSL-LABEL-2
                   MOVE 'SPAMCNT' TO MSL-ITEM
                   MOVE XMT-SPAMCNT (FOUND-SUB) TO CMP-FIGURE-1
                   MOVE HST-SPAMCNT TO CMP-FIGURE-2
                   PERFORM 80-COMPARE-FIGURES
                   MOVE 'HAMCNT' TO MSL-ITEM
                   MOVE XMT-HAMCNT (FOUND-SUB) TO CMP-FIGURE-1
                   MOVE HST-HAMCNT TO CMP-FIGURE-2
                   PERFORM 80-COMPARE-FIGURES
                   MOVE 'MSGCNT' TO MSL-ITEM
                   MOVE XMT-MSGCNT (FOUND-SUB) TO CMP-FIGURE-1
                   MOVE HST-MSGCNT TO CMP-FIGURE-2
                   PERFORM 80-COMPARE-FIGURES
                   MOVE 'BYTES' TO MSL-ITEM
                   MOVE XMT-TOT-BYTES (FOUND-SUB) TO CMP-FIGURE-1
                   MOVE HST-TOT-BYTES TO CMP-FIGURE-2
                   PERFORM 80-COMPARE-FIGURES.
      *-----------------------------------------------------------------
       371-CHECK-EXTRACT-MONTH.
           IF XMT-YEAR (XM-SUB) = HST-YEAR
              AND XMT-MONTH-NUM (XM-SUB) = HST-MONTH-NUM THEN
               MOVE XM-SUB TO FOUND-SUB
               MOVE 'Y' TO XMT-FOUND-IND (XM-SUB).
      *-----------------------------------------------------------------
      * Same for a per-host master record among the extract hosts.
       38-CHECK-HOST-ON-EXTRACT.
           MOVE ZERO TO FOUND-SUB.
           PERFORM 381-CHECK-EXTRACT-HOST
               VARYING XH-SUB FROM 1 BY 1
               UNTIL XH-SUB > XH-CNT.

           IF FOUND-SUB > ZERO THEN
               IF XHT-REFEED-IND (FOUND-SUB) NOT = 'R' THEN
                   MOVE 'X' TO CHECK-CLASS
                   MOVE HHS-YEAR TO MSL-YEAR
                   MOVE HHS-MONTHNAME TO MSL-MONTHNAME
                   MOVE HHS-HOST TO MSL-HOST
                   MOVE 'Extract' TO MSL-LABEL-1
                   MOVE 'Master' TO MSL-LABEL-2
                   MOVE 'SPAMCNT' TO MSL-ITEM
                   MOVE XHT-SPAMCNT (FOUND-SUB) TO CMP-FIGURE-1
                   MOVE HHS-SPAMCNT TO CMP-FIGURE-2
                   PERFORM 80-COMPARE-FIGURES
                   MOVE 'HAMCNT' TO MSL-ITEM
                   MOVE XHT-HAMCNT (FOUND-SUB) TO CMP-FIGURE-1
                   MOVE HHS-HAMCNT TO CMP-FIGURE-2
                   PERFORM 80-COMPARE-FIGURES
                   MOVE 'MSGCNT' TO MSL-ITEM
                   MOVE XHT-MSGCNT (FOUND-SUB) TO CMP-FIGURE-1
                   MOVE HHS-MSGCNT TO CMP-FIGURE-2
                   PERFORM 80-COMPARE-FIGURES
                   MOVE 'BYTES' TO MSL-ITEM
                   MOVE XHT-TOT-BYTES (FOUND-SUB) TO CMP-FIGURE-1
                   MOVE HHS-TOT-BYTES TO CMP-FIGURE-2
                   PERFORM 80-COMPARE-FIGURES.
      *-----------------------------------------------------------------
       381-CHECK-EXTRACT-HOST.
           IF XHT-YEAR (XH-SUB) = HHS-YEAR
              AND XHT-MONTH-NUM (XH-SUB) = HHS-MONTH-NUM
              AND XHT-HOST (XH-SUB) = HHS-HOST THEN
               MOVE XH-SUB TO FOUND-SUB
               MOVE 'Y' TO XHT-FOUND-IND (XH-SUB).
      *-----------------------------------------------------------------
      * A month can have been produced by a NORMAL run made during
      *  the month or in the month after it. Months that ended
      *  before the first run on the log cannot be judged and are
      *  only counted.
       40-CHECK-NORMAL-RUN.
           COMPUTE HIST-ABS-MONTH = HST-YEAR * 12 + HST-MONTH-NUM.

           IF LOG-RECORD-CNT = ZERO
              OR HIST-ABS-MONTH + 1 < FIRST-LOG-ABS-MONTH THEN
               ADD 1 TO PRE-LOG-CNT
           ELSE
               MOVE 'N' TO NORMAL-FOUND-IND
               PERFORM 41-CHECK-NORMAL-MONTH
                   VARYING NRM-SUB FROM 1 BY 1
                   UNTIL NRM-SUB > NRM-CNT
               IF NORMAL-FOUND-IND = 'N' THEN
                   MOVE 'R' TO CHECK-CLASS
                   MOVE HST-YEAR TO NTL-YEAR
                   MOVE HST-MONTHNAME TO NTL-MONTHNAME
                   MOVE '*ALL*' TO NTL-HOST
                   MOVE 'No NORMAL run on the run log for this month'
                     TO NTL-TEXT
                   PERFORM 81-WRITE-NOTE
               END-IF.
      *-----------------------------------------------------------------
       41-CHECK-NORMAL-MONTH.
           IF NORMAL-ABS-MONTH (NRM-SUB) = HIST-ABS-MONTH
              OR NORMAL-ABS-MONTH (NRM-SUB) = HIST-ABS-MONTH + 1 THEN
               MOVE 'Y' TO NORMAL-FOUND-IND.
      *-----------------------------------------------------------------
      * Extract records no master record was found for did not make
      *  it into the masters.
       50-CHECK-EXTRACT-LEFTOVERS.
           MOVE 'X' TO CHECK-CLASS.
           MOVE 'Extract' TO MSL-LABEL-1.
           MOVE 'Master' TO MSL-LABEL-2.
           MOVE 'MISSING' TO MSL-ITEM.
           MOVE ZERO TO CMP-FIGURE-2.
           PERFORM 51-CHECK-MONTH-LEFTOVER
               VARYING XM-SUB FROM 1 BY 1
               UNTIL XM-SUB > XM-CNT.
           PERFORM 52-CHECK-HOST-LEFTOVER
               VARYING XH-SUB FROM 1 BY 1
               UNTIL XH-SUB > XH-CNT.
      *-----------------------------------------------------------------
       51-CHECK-MONTH-LEFTOVER.
           IF XMT-FOUND-IND (XM-SUB) = 'N' THEN
               MOVE XMT-YEAR (XM-SUB) TO MSL-YEAR
               MOVE SPACES TO MSL-MONTHNAME
               IF XMT-MONTH-NUM (XM-SUB) > ZERO THEN
                   MOVE MONTH-NAME-ENTRY (XMT-MONTH-NUM (XM-SUB))
                     TO MSL-MONTHNAME
               END-IF
               MOVE '*ALL*' TO MSL-HOST
               MOVE XMT-MSGCNT (XM-SUB) TO CMP-FIGURE-1
               PERFORM 82-WRITE-MISMATCH.
      *-----------------------------------------------------------------
       52-CHECK-HOST-LEFTOVER.
           IF XHT-FOUND-IND (XH-SUB) = 'N' THEN
               MOVE XHT-YEAR (XH-SUB) TO MSL-YEAR
               MOVE SPACES TO MSL-MONTHNAME
               IF XHT-MONTH-NUM (XH-SUB) > ZERO THEN
                   MOVE MONTH-NAME-ENTRY (XHT-MONTH-NUM (XH-SUB))
                     TO MSL-MONTHNAME
               END-IF
               MOVE XHT-HOST (XH-SUB) TO MSL-HOST
               MOVE XHT-MSGCNT (XH-SUB) TO CMP-FIGURE-1
               PERFORM 82-WRITE-MISMATCH.
      *-----------------------------------------------------------------
      * Lists the two figures set up by the caller when they differ.
       80-COMPARE-FIGURES.
           IF CMP-FIGURE-1 NOT = CMP-FIGURE-2 THEN
               PERFORM 82-WRITE-MISMATCH.
      *-----------------------------------------------------------------
       81-WRITE-NOTE.
           PERFORM 83-COUNT-MISMATCH.
           PERFORM 06-CHECK-PAGE-BREAK.
           DISPLAY NOTE-LINE.
           ADD 1 TO LINE-COUNT.
      *-----------------------------------------------------------------
       82-WRITE-MISMATCH.
           PERFORM 83-COUNT-MISMATCH.
           MOVE CMP-FIGURE-1 TO MSL-FIGURE-1.
           MOVE CMP-FIGURE-2 TO MSL-FIGURE-2.
           PERFORM 06-CHECK-PAGE-BREAK.
           DISPLAY MISMATCH-LINE.
           ADD 1 TO LINE-COUNT.
      *-----------------------------------------------------------------
       83-COUNT-MISMATCH.
           ADD 1 TO MISMATCH-CNT.
           IF CHECK-CLASS = 'M' THEN
               ADD 1 TO MASTER-MISMATCH-CNT
           ELSE
           IF CHECK-CLASS = 'X' THEN
               ADD 1 TO EXTRACT-MISMATCH-CNT
           ELSE
           IF CHECK-CLASS = 'L' THEN
               ADD 1 TO LOG-MISMATCH-CNT
           ELSE
               ADD 1 TO NO-RUN-CNT.
      *-----------------------------------------------------------------
