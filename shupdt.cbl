      *   The per-host detail records on the extract maintain a
      *   second history master the same way, keyed by year,
      *   month and host tag, for the per-host trend report.
      *   The daily records on the extract maintain a third,
      *   keyed by year, month and day, for the daily anomaly
      *   report.
      *   The spam cutoff and band edges each month was scored
      *   under travel from the extract into the monthly and
      *   per-host masters. A re-feed delta scored under another
      *   spam cutoff than the month it corrects is not merged:
      *   the month is carried forward unchanged, the conflict is
      *   listed and the step ends with condition code 8.
      *   A short update summary is written to SYSOUT.
      ******************************************************************
       IDENTIFICATION DIVISION.
                               ACCESS IS SEQUENTIAL.
           SELECT SORT-FILE    ASSIGN TO UT-S-SORTWK01.
           SELECT HSORT-FILE   ASSIGN TO UT-S-SORTWK02.
           SELECT OLDDAY-FILE  ASSIGN TO DA-S-SHDSTIN
                               ACCESS IS SEQUENTIAL
                               FILE STATUS IS OLDDAY-STATUS.
           SELECT NEWDAY-FILE  ASSIGN TO DA-S-SHDSTOT
                               ACCESS IS SEQUENTIAL.
           SELECT DSORT-FILE   ASSIGN TO UT-S-SORTWK03.
      ******************************************************************
       DATA DIVISION.
      *=================================================================
      *  step with the EXTRACT-RECORD definition over there.
       FD  EXTRACT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  EXTRACT-RECORD.
           02  EXT-YEAR              PIC 9(4).
      *  the history master.
           02  EXT-HOST              PIC X(8).
           02  EXT-AVG-SCANTIME      PIC 9(5)V9.
      * Record type: blank for the monthly and per-host records, D
      *  for a daily record with its day of month alongside. Other
      *  types are counted for the trailer but not merged here.
           02  EXT-REC-TYPE          PIC X.
               88  MONTH-EXTRACT-RECORD VALUE SPACE LOW-VALUE.
               88  DAY-EXTRACT-RECORD   VALUE 'D'.
           02  EXT-DAY               PIC 9(2).
      * Scoring regime the record was produced under.
           02  EXT-SPAM-CUTOFF       PIC S9(3)V99.
           02  EXT-BAND-EDGE-1       PIC S9(3)V99.
           02  EXT-BAND-EDGE-2       PIC S9(3)V99.
           02  EXT-BAND-EDGE-3       PIC S9(3)V99.
           02  EXT-BAND-EDGE-4       PIC S9(3)V99.
      * Control trailer SSTATS appends to the extract: record count
      *  and run date/time of the producing run. A truncated or
      *  wrong-generation extract is caught here before a partial
           02  XTR-RUN-DATE          PIC 9(6).
           02  FILLER                PIC X.
           02  XTR-RUN-TIME          PIC 9(8).
           02  FILLER                PIC X(66).
      *-----------------------------------------------------------------
      * History master, old generation. Assumed in ascending
      *  year/month order, the way this program writes it.
      *  The scoring regime sits packed in what used to be filler,
      *  so the record keeps its length; months written before the
      *  regime was carried have spaces there.
       FD  OLDHIST-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           02  OHST-MAX-SPAM         PIC S9(3)V99.
           02  OHST-MIN-HAM          PIC S9(3)V99.
           02  OHST-TOT-BYTES        PIC 9(15).
           02  OHST-REGIME.
               03  OHST-SPAM-CUTOFF  PIC S9(3)V99   COMP-3.
               03  OHST-BAND-EDGE-1  PIC S9(3)V99   COMP-3.
               03  OHST-BAND-EDGE-2  PIC S9(3)V99   COMP-3.
               03  OHST-BAND-EDGE-3  PIC S9(3)V99   COMP-3.
               03  OHST-BAND-EDGE-4  PIC S9(3)V99   COMP-3.
           02  FILLER                PIC X(6).
      *-----------------------------------------------------------------
      * History master, new generation.
       FD  NEWHIST-FILE
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
      * Per-host history master, old generation. Assumed in
      *  ascending year/month/host order, the way this program
      *  writes it. Scoring regime packed as on the monthly master.
       FD  OLDHOST-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           02  OHHS-AVG-HAM          PIC S9(3)V99.
           02  OHHS-TOT-BYTES        PIC 9(15).
           02  OHHS-AVG-SCANTIME     PIC 9(5)V9.
           02  OHHS-REGIME.
               03  OHHS-SPAM-CUTOFF  PIC S9(3)V99   COMP-3.
               03  OHHS-BAND-EDGE-1  PIC S9(3)V99   COMP-3.
               03  OHHS-BAND-EDGE-2  PIC S9(3)V99   COMP-3.
               03  OHHS-BAND-EDGE-3  PIC S9(3)V99   COMP-3.
               03  OHHS-BAND-EDGE-4  PIC S9(3)V99   COMP-3.
           02  FILLER                PIC X(2).
      *-----------------------------------------------------------------
      * Per-host history master, new generation.
       FD  NEWHOST-FILE
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
      * Extract records pass through a sort so a re-run of a month
      *  lands next to the master record it replaces, regardless of
      *  the order SSTATS happened to write them in.
       SD  SORT-FILE
           RECORD CONTAINS 106 CHARACTERS.
       01  SORT-RECORD.
           02  SRT-YEAR              PIC 9(4).
           02  SRT-MONTH-NUM         PIC 9(2).
           02  SRT-EXTRACT           PIC X(100).
      *-----------------------------------------------------------------
      * Second sort for the per-host detail records, so a re-run of
      *  a month lands next to the host master records it replaces.
       SD  HSORT-FILE
           RECORD CONTAINS 114 CHARACTERS.
       01  HSORT-RECORD.
           02  HSRT-YEAR             PIC 9(4).
           02  HSRT-MONTH-NUM        PIC 9(2).
           02  HSRT-HOST             PIC X(8).
           02  HSRT-EXTRACT          PIC X(100).
      *-----------------------------------------------------------------
      * Daily history master, old generation. Assumed in ascending
      *  year/month/day order, the way this program writes it.
       FD  OLDDAY-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  OLD-DAY-HISTORY-RECORD.
           02  ODHS-YEAR             PIC 9(4).
           02  ODHS-MONTH-NUM        PIC 9(2).
           02  ODHS-DAY              PIC 9(2).
           02  ODHS-MONTHNAME        PIC X(3).
           02  ODHS-SPAMCNT          PIC 9(5).
           02  ODHS-HAMCNT           PIC 9(5).
           02  ODHS-MSGCNT           PIC 9(5).
           02  ODHS-AVG-SPAM         PIC S9(3)V99.
           02  ODHS-AVG-HAM          PIC S9(3)V99.
           02  ODHS-MAX-SPAM         PIC S9(3)V99.
           02  ODHS-MIN-HAM          PIC S9(3)V99.
           02  ODHS-TOT-BYTES        PIC 9(15).
           02  ODHS-AVG-SCANTIME     PIC 9(5)V9.
           02  FILLER                PIC X(13).
      *-----------------------------------------------------------------
      * Daily history master, new generation.
       FD  NEWDAY-FILE
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
      * Third sort for the daily records, so a re-run of a day lands
      *  next to the daily master record it replaces.
       SD  DSORT-FILE
           RECORD CONTAINS 108 CHARACTERS.
       01  DSORT-RECORD.
           02  DSRT-YEAR             PIC 9(4).
           02  DSRT-MONTH-NUM        PIC 9(2).
           02  DSRT-DAY              PIC 9(2).
           02  DSRT-EXTRACT          PIC X(100).
      *=================================================================
       WORKING-STORAGE SECTION.
       77  EXTRACT-EOF-IND           PIC X          VALUE 'N'.
       77  HMERGED-CNT               PIC 9(5)       VALUE ZERO.
       77  HCARRIED-CNT              PIC 9(5)       VALUE ZERO.
       77  HSKIPPED-CNT              PIC 9(5)       VALUE ZERO.
       77  DEXTRACT-EOF-IND          PIC X          VALUE 'N'.
       77  DSORTED-EOF-IND           PIC X          VALUE 'N'.
       77  OLDDAY-EOF-IND            PIC X          VALUE 'N'.
       77  OLDDAY-OPEN-IND           PIC X          VALUE 'N'.
       77  OLDDAY-STATUS             PIC XX         VALUE '00'.
       77  DADDED-CNT                PIC 9(5)       VALUE ZERO.
       77  DREPLACED-CNT             PIC 9(5)       VALUE ZERO.
       77  DMERGED-CNT               PIC 9(5)       VALUE ZERO.
       77  DCARRIED-CNT              PIC 9(5)       VALUE ZERO.
       77  DSKIPPED-CNT              PIC 9(5)       VALUE ZERO.
       77  REFUSE-IND                PIC X          VALUE 'N'.
       77  REFUSED-CNT               PIC 9(5)       VALUE ZERO.
       77  HREFUSED-CNT              PIC 9(5)       VALUE ZERO.
       77  DREFUSED-CNT              PIC 9(5)       VALUE ZERO.
       77  RFM-COUNT                 PIC S9(4)      COMP VALUE ZERO.
       77  RFM-SUB                   PIC S9(4)      COMP VALUE ZERO.
       77  RFM-FOUND-IND             PIC X          VALUE 'N'.
      * Composite year/month/host keys for the host master merge.
      *  All parts are display, so plain group compares order them
      *  the same way the host sort does.
           02  HOK-YEAR              PIC 9(4).
           02  HOK-MONTH-NUM         PIC 9(2).
           02  HOK-HOST              PIC X(8).
      * Year/month/day keys for the daily master merge, compared
      *  the same way.
       01  DNEW-KEY.
           02  DNK-YEAR              PIC 9(4).
           02  DNK-MONTH-NUM         PIC 9(2).
           02  DNK-DAY               PIC 9(2).
       01  DHELD-KEY.
           02  DHK-YEAR              PIC 9(4).
           02  DHK-MONTH-NUM         PIC 9(2).
           02  DHK-DAY               PIC 9(2).
       01  DOLD-KEY.
           02  DOK-YEAR              PIC 9(4).
           02  DOK-MONTH-NUM         PIC 9(2).
           02  DOK-DAY               PIC 9(2).
      * Months whose re-feed delta was refused for a different spam
      *  cutoff, with the delta's cutoff, so the per-host and daily
      *  records of the same delta are held back as well and the
      *  three masters stay in step.
       01  REFUSED-MONTH-TABLE.
           02  RFM-ENTRY OCCURS 100 TIMES.
               03  RFM-YEAR          PIC 9(4).
               03  RFM-MONTH-NUM     PIC 9(2).
               03  RFM-SPAM-CUTOFF   PIC S9(3)V99.
      * The month or host month a refused delta was aimed at.
       01  REFUSED-DELTA.
           02  RFD-YEAR              PIC 9(4).
           02  RFD-MONTH-NUM         PIC 9(2).
           02  RFD-MONTHNAME         PIC X(3).
           02  RFD-HOST              PIC X(8).
           02  RFD-MONTH-CUTOFF      PIC S9(3)V99.
           02  RFD-DELTA-CUTOFF      PIC S9(3)V99.
       01  MONTH-NAME-LIST.
           02  FILLER                PIC X(36)
               VALUE 'JanFebMarAprMayJunJulAugSepOctNovDec'.
           02  ICM-REFEED-IND        PIC X.
           02  ICM-HOST              PIC X(8).
           02  ICM-AVG-SCANTIME      PIC 9(5)V9.
           02  ICM-REC-TYPE          PIC X.
           02  ICM-DAY               PIC 9(2).
           02  ICM-REGIME.
               03  ICM-SPAM-CUTOFF   PIC S9(3)V99.
               03  ICM-BAND-EDGE-1   PIC S9(3)V99.
               03  ICM-BAND-EDGE-2   PIC S9(3)V99.
               03  ICM-BAND-EDGE-3   PIC S9(3)V99.
               03  ICM-BAND-EDGE-4   PIC S9(3)V99.
      * Image of the extract record currently held for output, so a
      *  later record for the same month can replace it (last wins)
      *  or, for a re-feed correction delta, be merged into it.
           02  HLD-REFEED-IND        PIC X.
           02  HLD-HOST              PIC X(8).
           02  HLD-AVG-SCANTIME      PIC 9(5)V9.
           02  HLD-REC-TYPE          PIC X.
           02  HLD-DAY               PIC 9(2).
           02  HLD-REGIME.
               03  HLD-SPAM-CUTOFF   PIC S9(3)V99.
               03  HLD-BAND-EDGE-1   PIC S9(3)V99.
               03  HLD-BAND-EDGE-2   PIC S9(3)V99.
               03  HLD-BAND-EDGE-3   PIC S9(3)V99.
               03  HLD-BAND-EDGE-4   PIC S9(3)V99.
      * Record merged into the held month: a re-feed correction
      *  delta, or the old master record the delta is applied to.
       01  ADDEND-RECORD.
                                     VALUE ' carried, '.
           02  HSM-SKIPPED-ED        PIC Z(4)9.
           02  FILLER                PIC X(9)       VALUE ' skipped.'.
       01  REGIME-CONFLICT-LINE.
           02  FILLER                PIC X(9)       VALUE '*REGIME* '.
           02  RCL-MONTHNAME         PIC X(3).
           02  FILLER                PIC X          VALUE SPACE.
           02  RCL-YEAR              PIC 9(4).
           02  FILLER                PIC X          VALUE SPACE.
           02  RCL-HOST              PIC X(8).
           02  FILLER                PIC X(14)
                                     VALUE ' month cutoff '.
           02  RCL-MONTH-CUTOFF      PIC -ZZ9.99.
           02  FILLER                PIC X(14)
                                     VALUE ' delta cutoff '.
           02  RCL-DELTA-CUTOFF      PIC -ZZ9.99.
       01  REGIME-REFUSED-LINE.
           02  FILLER                PIC X(52)      VALUE
           '*** RE-FEED DELTA SCORED UNDER ANOTHER SPAM CUTOFF -'.
           02  FILLER                PIC X(15)      VALUE
           ' NOT MERGED ***'.
       01  REGIME-COUNT-LINE.
           02  FILLER                PIC X(4)       VALUE SPACE.
           02  FILLER                PIC X(8)       VALUE 'Months: '.
           02  RCN-MONTHS-ED         PIC Z(4)9.
           02  FILLER                PIC X(15)
                                     VALUE '  Host months: '.
           02  RCN-HOSTS-ED          PIC Z(4)9.
           02  FILLER                PIC X(8)       VALUE '  Days: '.
           02  RCN-DAYS-ED           PIC Z(4)9.
       01  DAY-SUMMARY-LINE.
           02  FILLER                PIC X(16)
                                     VALUE 'Daily history:  '.
           02  DSM-ADDED-ED          PIC Z(4)9.
           02  FILLER                PIC X(8)       VALUE ' added, '.
           02  DSM-REPLACED-ED       PIC Z(4)9.
           02  FILLER                PIC X(11)
                                     VALUE ' replaced, '.
           02  DSM-MERGED-ED         PIC Z(4)9.
           02  FILLER                PIC X(9)       VALUE ' merged, '.
           02  DSM-CARRIED-ED        PIC Z(4)9.
           02  FILLER                PIC X(10)
                                     VALUE ' carried, '.
           02  DSM-SKIPPED-ED        PIC Z(4)9.
           02  FILLER                PIC X(9)       VALUE ' skipped.'.
      ******************************************************************
       PROCEDURE DIVISION.
       00-MAIN-ROUTINE.
               INPUT PROCEDURE IS 30-FEED-HOST-SORT
               OUTPUT PROCEDURE IS 40-MERGE-HOST-SORTED.

           OPEN OUTPUT NEWDAY-FILE.
           PERFORM 64-OPEN-OLDDAY.

           SORT DSORT-FILE
               ON ASCENDING KEY DSRT-YEAR DSRT-MONTH-NUM DSRT-DAY
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 50-FEED-DAY-SORT
               OUTPUT PROCEDURE IS 52-MERGE-DAY-SORTED.

           PERFORM 80-WRITE-EXTRACT-RECON.

           MOVE ADDED-CNT TO SUM-ADDED-ED.
           MOVE HSKIPPED-CNT TO HSM-SKIPPED-ED.
           DISPLAY HOST-SUMMARY-LINE.

           MOVE DADDED-CNT TO DSM-ADDED-ED.
           MOVE DREPLACED-CNT TO DSM-REPLACED-ED.
           MOVE DMERGED-CNT TO DSM-MERGED-ED.
           MOVE DCARRIED-CNT TO DSM-CARRIED-ED.
           MOVE DSKIPPED-CNT TO DSM-SKIPPED-ED.
           DISPLAY DAY-SUMMARY-LINE.

           IF REFUSED-CNT > ZERO OR HREFUSED-CNT > ZERO THEN
               DISPLAY REGIME-REFUSED-LINE
               MOVE REFUSED-CNT TO RCN-MONTHS-ED
               MOVE HREFUSED-CNT TO RCN-HOSTS-ED
               MOVE DREFUSED-CNT TO RCN-DAYS-ED
               DISPLAY REGIME-COUNT-LINE.

           IF OLDHIST-OPEN-IND = 'Y' THEN
               CLOSE OLDHIST-FILE.
           IF OLDHOST-OPEN-IND = 'Y' THEN
               CLOSE OLDHOST-FILE.
           IF OLDDAY-OPEN-IND = 'Y' THEN
               CLOSE OLDDAY-FILE.
           CLOSE NEWHIST-FILE.
           CLOSE NEWHOST-FILE.
           CLOSE NEWDAY-FILE.
           STOP RUN.
      *-----------------------------------------------------------------
       10-FEED-SORT.
                   PERFORM 12-HANDLE-EXTRACT-TRAILER
               ELSE
               ADD 1 TO XTR-DATA-CNT
               IF NOT MONTH-EXTRACT-RECORD THEN
                   CONTINUE
               ELSE
               IF EXT-HOST NOT = SPACES
                  AND EXT-HOST NOT = LOW-VALUES THEN
                   ADD 1 TO BYPASSED-CNT
       27-DRAIN-SORTED-RECORD.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO SORTED-EOF-IND.
      *-----------------------------------------------------------------
      * Lists a refused re-feed delta and ends the step with
      *  condition code 8. A refused month is remembered with the
      *  delta's cutoff for the per-host and daily passes.
       28-REFUSE-REFEED-DELTA.
           MOVE 'Y' TO REFUSE-IND.
           MOVE RFD-MONTHNAME TO RCL-MONTHNAME.
           MOVE RFD-YEAR TO RCL-YEAR.
           MOVE RFD-HOST TO RCL-HOST.
           MOVE RFD-MONTH-CUTOFF TO RCL-MONTH-CUTOFF.
           MOVE RFD-DELTA-CUTOFF TO RCL-DELTA-CUTOFF.
           DISPLAY REGIME-CONFLICT-LINE.

           IF RFD-HOST = SPACES THEN
               ADD 1 TO REFUSED-CNT
               IF RFM-COUNT < 100 THEN
                   ADD 1 TO RFM-COUNT
                   MOVE RFD-YEAR TO RFM-YEAR (RFM-COUNT)
                   MOVE RFD-MONTH-NUM TO RFM-MONTH-NUM (RFM-COUNT)
                   MOVE RFD-DELTA-CUTOFF
                       TO RFM-SPAM-CUTOFF (RFM-COUNT)
               END-IF
           ELSE
               ADD 1 TO HREFUSED-CNT.

           IF RETURN-CODE < 8 THEN
               MOVE 8 TO RETURN-CODE.
      *-----------------------------------------------------------------
      * Months written before the regime was carried have no
      *  cutoff to compare against and take the delta.
       29-CHECK-MONTH-REGIME.
           IF OHST-REGIME NOT = SPACES
              AND OHST-SPAM-CUTOFF NOT = HLD-SPAM-CUTOFF THEN
               MOVE HLD-YEAR TO RFD-YEAR
               MOVE HELD-MONTH-NUM TO RFD-MONTH-NUM
               MOVE HLD-MONTH TO RFD-MONTHNAME
               MOVE SPACES TO RFD-HOST
               MOVE OHST-SPAM-CUTOFF TO RFD-MONTH-CUTOFF
               MOVE HLD-SPAM-CUTOFF TO RFD-DELTA-CUTOFF
               PERFORM 28-REFUSE-REFEED-DELTA.
      *-----------------------------------------------------------------
       21-GET-SORTED-RECORD.
           RETURN SORT-FILE
      * Writes the held extract month to the new master, after first
      *  copying forward all older master months. A master record for
      *  the same month is consumed without being copied: replaced.
      *  A re-feed delta for a master month scored under another
      *  spam cutoff is refused and the master month carried.
       23-EMIT-HELD-RECORD.
           PERFORM 25-COPY-OLD-RECORD
               UNTIL OLDHIST-EOF-IND = 'Y'
               OR OLD-KEY >= HELD-KEY.

           MOVE 'N' TO REFUSE-IND.
           IF OLDHIST-EOF-IND = 'N' AND OLD-KEY = HELD-KEY THEN
               IF HLD-REFEED-IND = 'R' THEN
                   PERFORM 29-CHECK-MONTH-REGIME
               END-IF
               IF REFUSE-IND = 'Y' THEN
                   PERFORM 25-COPY-OLD-RECORD
               ELSE
               IF HLD-REFEED-IND = 'R' THEN
                   PERFORM 24-MERGE-OLD-INTO-HELD
                   ADD 1 TO MERGED-CNT
                   PERFORM 61-READ-OLDHIST
               ELSE
                   ADD 1 TO REPLACED-CNT
                   PERFORM 61-READ-OLDHIST
               END-IF
               END-IF
           ELSE
               ADD 1 TO ADDED-CNT.

           IF REFUSE-IND = 'N' THEN
               PERFORM 231-WRITE-HELD-RECORD.
           MOVE 'N' TO HELD-IND.
      *-----------------------------------------------------------------
       231-WRITE-HELD-RECORD.
           MOVE HLD-YEAR TO HST-YEAR.
           MOVE HELD-MONTH-NUM TO HST-MONTH-NUM.
           MOVE HLD-MONTH TO HST-MONTHNAME.
           MOVE HLD-MIN-HAM TO HST-MIN-HAM.
           MOVE HLD-TOT-BYTES TO HST-TOT-BYTES.
           MOVE SPACE TO HISTORY-RECORD (60:21).
           IF HLD-REGIME NOT = SPACES THEN
               MOVE HLD-SPAM-CUTOFF TO HST-SPAM-CUTOFF
               MOVE HLD-BAND-EDGE-1 TO HST-BAND-EDGE-1
               MOVE HLD-BAND-EDGE-2 TO HST-BAND-EDGE-2
               MOVE HLD-BAND-EDGE-3 TO HST-BAND-EDGE-3
               MOVE HLD-BAND-EDGE-4 TO HST-BAND-EDGE-4.
           WRITE HISTORY-RECORD.
      *-----------------------------------------------------------------
      * A delta under another spam cutoff than the month held for
      *  it is dropped; the held month goes out as it is.
       22-COMBINE-INCOMING-INTO-HELD.
           IF HLD-REGIME NOT = SPACES
              AND ICM-SPAM-CUTOFF NOT = HLD-SPAM-CUTOFF THEN
               MOVE ICM-YEAR TO RFD-YEAR
               MOVE HELD-MONTH-NUM TO RFD-MONTH-NUM
               MOVE ICM-MONTH TO RFD-MONTHNAME
               MOVE SPACES TO RFD-HOST
               MOVE HLD-SPAM-CUTOFF TO RFD-MONTH-CUTOFF
               MOVE ICM-SPAM-CUTOFF TO RFD-DELTA-CUTOFF
               PERFORM 28-REFUSE-REFEED-DELTA
           ELSE
               MOVE ICM-SPAMCNT TO ADD-SPAMCNT
               MOVE ICM-HAMCNT TO ADD-HAMCNT
               MOVE ICM-MSGCNT TO ADD-MSGCNT
               MOVE ICM-AVG-SPAM TO ADD-AVG-SPAM
               MOVE ICM-AVG-HAM TO ADD-AVG-HAM
               MOVE ICM-MAX-SPAM TO ADD-MAX-SPAM
               MOVE ICM-MIN-HAM TO ADD-MIN-HAM
               MOVE ICM-TOT-BYTES TO ADD-TOT-BYTES
               PERFORM 26-COMBINE-ADDEND-INTO-HELD.
      *-----------------------------------------------------------------
      * Applies a re-feed correction delta to the master month it
      *  corrects. The result is a full month again and keeps the
      *  master month's scoring regime, recorded or not.
       24-MERGE-OLD-INTO-HELD.
           MOVE OHST-SPAMCNT TO ADD-SPAMCNT.
           MOVE OHST-HAMCNT TO ADD-HAMCNT.
           MOVE OHST-TOT-BYTES TO ADD-TOT-BYTES.
           PERFORM 26-COMBINE-ADDEND-INTO-HELD.
           MOVE SPACE TO HLD-REFEED-IND.
           IF OHST-REGIME = SPACES THEN
               MOVE SPACES TO HLD-REGIME
           ELSE
               MOVE OHST-SPAM-CUTOFF TO HLD-SPAM-CUTOFF
               MOVE OHST-BAND-EDGE-1 TO HLD-BAND-EDGE-1
               MOVE OHST-BAND-EDGE-2 TO HLD-BAND-EDGE-2
               MOVE OHST-BAND-EDGE-3 TO HLD-BAND-EDGE-3
               MOVE OHST-BAND-EDGE-4 TO HLD-BAND-EDGE-4.
      *-----------------------------------------------------------------
      * Sums the addend month into the held month. Averages are
      *  recombined weighted by their message counts.
               AT END MOVE 'Y' TO HEXTRACT-EOF-IND.

           IF HEXTRACT-EOF-IND = 'N' THEN
               IF EXTRACT-TRAILER OR NOT MONTH-EXTRACT-RECORD THEN
                   CONTINUE
               ELSE
               IF EXT-HOST = SPACES OR EXT-HOST = LOW-VALUES THEN
                   CONTINUE
               ELSE
                   PERFORM 35-FIND-MONTH-NUMBER
                   PERFORM 49-CHECK-REFUSED-MONTH
                   IF EXT-YEAR IS NOT NUMERIC
                      OR EXT-YEAR = ZERO
                      OR MONTH-NUM-FOUND = ZERO THEN
                       ADD 1 TO HSKIPPED-CNT
                   ELSE
                   IF RFM-FOUND-IND = 'Y' THEN
                       ADD 1 TO HREFUSED-CNT
                   ELSE
                       MOVE EXT-YEAR TO HSRT-YEAR
                       MOVE MONTH-NUM-FOUND TO HSRT-MONTH-NUM
                   MOVE 'Y' TO HELD-IND.
      *-----------------------------------------------------------------
       42-COMBINE-INCOMING-INTO-HHELD.
           IF HLD-REGIME NOT = SPACES
              AND ICM-SPAM-CUTOFF NOT = HLD-SPAM-CUTOFF THEN
               MOVE ICM-YEAR TO RFD-YEAR
               MOVE HHK-MONTH-NUM TO RFD-MONTH-NUM
               MOVE ICM-MONTH TO RFD-MONTHNAME
               MOVE ICM-HOST TO RFD-HOST
               MOVE HLD-SPAM-CUTOFF TO RFD-MONTH-CUTOFF
               MOVE ICM-SPAM-CUTOFF TO RFD-DELTA-CUTOFF
               PERFORM 28-REFUSE-REFEED-DELTA
           ELSE
               MOVE ICM-SPAMCNT TO ADD-SPAMCNT
               MOVE ICM-HAMCNT TO ADD-HAMCNT
               MOVE ICM-MSGCNT TO ADD-MSGCNT
               MOVE ICM-AVG-SPAM TO ADD-AVG-SPAM
               MOVE ICM-AVG-HAM TO ADD-AVG-HAM
               MOVE ICM-TOT-BYTES TO ADD-TOT-BYTES
               MOVE ICM-AVG-SCANTIME TO ADD-AVG-SCANTIME
               PERFORM 46-COMBINE-ADDEND-INTO-HHELD.
      *-----------------------------------------------------------------
      * Writes the held host month to the new host master, after
      *  first copying forward all lower-keyed master records. A
      *  master record with the same key is consumed without being
      *  copied: replaced, or, for a re-feed delta, merged. A delta
      *  under another spam cutoff is refused as for the month.
       43-EMIT-HELD-HOST-RECORD.
           PERFORM 45-COPY-OLD-HOST-RECORD
               UNTIL OLDHOST-EOF-IND = 'Y'
               OR HOLD-KEY >= HHELD-KEY.

           MOVE 'N' TO REFUSE-IND.
           IF OLDHOST-EOF-IND = 'N' AND HOLD-KEY = HHELD-KEY THEN
               IF HLD-REFEED-IND = 'R' THEN
                   PERFORM 48-CHECK-HOST-REGIME
               END-IF
               IF REFUSE-IND = 'Y' THEN
                   PERFORM 45-COPY-OLD-HOST-RECORD
               ELSE
               IF HLD-REFEED-IND = 'R' THEN
                   PERFORM 44-MERGE-OLD-INTO-HHELD
                   ADD 1 TO HMERGED-CNT
                   PERFORM 63-READ-OLDHOST
               ELSE
                   ADD 1 TO HREPLACED-CNT
                   PERFORM 63-READ-OLDHOST
               END-IF
               END-IF
           ELSE
               ADD 1 TO HADDED-CNT.

           IF REFUSE-IND = 'N' THEN
               PERFORM 431-WRITE-HELD-HOST-RECORD.
           MOVE 'N' TO HELD-IND.
      *-----------------------------------------------------------------
       431-WRITE-HELD-HOST-RECORD.
           MOVE HHK-YEAR TO HHS-YEAR.
           MOVE HHK-MONTH-NUM TO HHS-MONTH-NUM.
           MOVE HLD-MONTH TO HHS-MONTHNAME.
           MOVE HLD-TOT-BYTES TO HHS-TOT-BYTES.
           MOVE HLD-AVG-SCANTIME TO HHS-AVG-SCANTIME.
           MOVE SPACE TO HOST-HISTORY-RECORD (64:17).
           IF HLD-REGIME NOT = SPACES THEN
               MOVE HLD-SPAM-CUTOFF TO HHS-SPAM-CUTOFF
               MOVE HLD-BAND-EDGE-1 TO HHS-BAND-EDGE-1
               MOVE HLD-BAND-EDGE-2 TO HHS-BAND-EDGE-2
               MOVE HLD-BAND-EDGE-3 TO HHS-BAND-EDGE-3
               MOVE HLD-BAND-EDGE-4 TO HHS-BAND-EDGE-4.
           WRITE HOST-HISTORY-RECORD.
      *-----------------------------------------------------------------
       44-MERGE-OLD-INTO-HHELD.
           MOVE OHHS-SPAMCNT TO ADD-SPAMCNT.
           MOVE OHHS-AVG-SCANTIME TO ADD-AVG-SCANTIME.
           PERFORM 46-COMBINE-ADDEND-INTO-HHELD.
           MOVE SPACE TO HLD-REFEED-IND.
           IF OHHS-REGIME = SPACES THEN
               MOVE SPACES TO HLD-REGIME
           ELSE
               MOVE OHHS-SPAM-CUTOFF TO HLD-SPAM-CUTOFF
               MOVE OHHS-BAND-EDGE-1 TO HLD-BAND-EDGE-1
               MOVE OHHS-BAND-EDGE-2 TO HLD-BAND-EDGE-2
               MOVE OHHS-BAND-EDGE-3 TO HLD-BAND-EDGE-3
               MOVE OHHS-BAND-EDGE-4 TO HLD-BAND-EDGE-4.
      *-----------------------------------------------------------------
      * Sums the addend host month into the held one. Averages are
      *  recombined weighted by their counts; the scan time average
           MOVE CMB-HAMCNT TO HLD-HAMCNT.
           MOVE CMB-MSGCNT TO HLD-MSGCNT.
           ADD ADD-TOT-BYTES TO HLD-TOT-BYTES.
      *-----------------------------------------------------------------
       48-CHECK-HOST-REGIME.
           IF OHHS-REGIME NOT = SPACES
              AND OHHS-SPAM-CUTOFF NOT = HLD-SPAM-CUTOFF THEN
               MOVE HHK-YEAR TO RFD-YEAR
               MOVE HHK-MONTH-NUM TO RFD-MONTH-NUM
               MOVE HLD-MONTH TO RFD-MONTHNAME
               MOVE HLD-HOST TO RFD-HOST
               MOVE OHHS-SPAM-CUTOFF TO RFD-MONTH-CUTOFF
               MOVE HLD-SPAM-CUTOFF TO RFD-DELTA-CUTOFF
               PERFORM 28-REFUSE-REFEED-DELTA.
      *-----------------------------------------------------------------
      * Re-feed records of a month refused on the monthly master,
      *  scored under the refused cutoff, are not released at all.
       49-CHECK-REFUSED-MONTH.
           MOVE 'N' TO RFM-FOUND-IND.
           IF EXT-REFEED-IND = 'R' THEN
               PERFORM 491-CHECK-REFUSED-ENTRY
                   VARYING RFM-SUB FROM 1 BY 1
                   UNTIL RFM-SUB > RFM-COUNT.
      *-----------------------------------------------------------------
       491-CHECK-REFUSED-ENTRY.
           IF RFM-YEAR (RFM-SUB) = EXT-YEAR
              AND RFM-MONTH-NUM (RFM-SUB) = MONTH-NUM-FOUND
              AND RFM-SPAM-CUTOFF (RFM-SUB) = EXT-SPAM-CUTOFF THEN
               MOVE 'Y' TO RFM-FOUND-IND.
      *-----------------------------------------------------------------
       45-COPY-OLD-HOST-RECORD.
           MOVE OLD-HOST-HISTORY-RECORD TO HOST-HISTORY-RECORD.
               MOVE OHHS-MONTH-NUM TO HOK-MONTH-NUM
               MOVE OHHS-HOST TO HOK-HOST.
      *-----------------------------------------------------------------
      * Third pass over the extract, releasing only the daily
      *  records. A day outside 01-31 is skipped like a bad month.
       50-FEED-DAY-SORT.
           OPEN INPUT EXTRACT-FILE.
           PERFORM 51-READ-AND-RELEASE-DAY
               UNTIL DEXTRACT-EOF-IND = 'Y'.
           CLOSE EXTRACT-FILE.
      *-----------------------------------------------------------------
       51-READ-AND-RELEASE-DAY.
           READ EXTRACT-FILE
               AT END MOVE 'Y' TO DEXTRACT-EOF-IND.

           IF DEXTRACT-EOF-IND = 'N' THEN
               IF EXTRACT-TRAILER OR NOT DAY-EXTRACT-RECORD THEN
                   CONTINUE
               ELSE
                   PERFORM 35-FIND-MONTH-NUMBER
                   PERFORM 49-CHECK-REFUSED-MONTH
                   IF EXT-YEAR IS NOT NUMERIC
                      OR EXT-YEAR = ZERO
                      OR MONTH-NUM-FOUND = ZERO
                      OR EXT-DAY IS NOT NUMERIC
                      OR EXT-DAY < 01 OR EXT-DAY > 31 THEN
                       ADD 1 TO DSKIPPED-CNT
                   ELSE
                   IF RFM-FOUND-IND = 'Y' THEN
                       ADD 1 TO DREFUSED-CNT
                   ELSE
                       MOVE EXT-YEAR TO DSRT-YEAR
                       MOVE MONTH-NUM-FOUND TO DSRT-MONTH-NUM
                       MOVE EXT-DAY TO DSRT-DAY
                       MOVE EXTRACT-RECORD TO DSRT-EXTRACT
                       RELEASE DSORT-RECORD.
      *-----------------------------------------------------------------
       52-MERGE-DAY-SORTED.
           MOVE 'N' TO HELD-IND.
           IF XTR-RECON-FAIL-IND = 'Y' THEN
               PERFORM 59-DRAIN-DAY-SORTED-RECORD
                   UNTIL DSORTED-EOF-IND = 'Y'
               PERFORM 58-COPY-OLD-DAY-RECORD
                   UNTIL OLDDAY-EOF-IND = 'Y'
           ELSE
               PERFORM 53-GET-DAY-SORTED-RECORD
                   UNTIL DSORTED-EOF-IND = 'Y'
               IF HELD-IND = 'Y' THEN
                   PERFORM 55-EMIT-HELD-DAY-RECORD
               END-IF
               PERFORM 58-COPY-OLD-DAY-RECORD
                   UNTIL OLDDAY-EOF-IND = 'Y'.
      *-----------------------------------------------------------------
       59-DRAIN-DAY-SORTED-RECORD.
           RETURN DSORT-FILE
               AT END MOVE 'Y' TO DSORTED-EOF-IND.
      *-----------------------------------------------------------------
       53-GET-DAY-SORTED-RECORD.
           RETURN DSORT-FILE
               AT END MOVE 'Y' TO DSORTED-EOF-IND.

           IF DSORTED-EOF-IND = 'N' THEN
               MOVE DSRT-YEAR TO DNK-YEAR
               MOVE DSRT-MONTH-NUM TO DNK-MONTH-NUM
               MOVE DSRT-DAY TO DNK-DAY
               MOVE DSRT-EXTRACT TO INCOMING-EXTRACT-RECORD
               IF HELD-IND = 'Y' AND DNEW-KEY = DHELD-KEY THEN
                   IF ICM-REFEED-IND = 'R' THEN
                       PERFORM 54-COMBINE-INCOMING-INTO-DHELD
                   ELSE
                       MOVE INCOMING-EXTRACT-RECORD
                           TO HELD-EXTRACT-RECORD
                   END-IF
               ELSE
                   IF HELD-IND = 'Y' THEN
                       PERFORM 55-EMIT-HELD-DAY-RECORD
                   END-IF
                   MOVE INCOMING-EXTRACT-RECORD TO HELD-EXTRACT-RECORD
                   MOVE DNEW-KEY TO DHELD-KEY
                   MOVE 'Y' TO HELD-IND.
      *-----------------------------------------------------------------
       54-COMBINE-INCOMING-INTO-DHELD.
           MOVE ICM-SPAMCNT TO ADD-SPAMCNT.
           MOVE ICM-HAMCNT TO ADD-HAMCNT.
           MOVE ICM-MSGCNT TO ADD-MSGCNT.
           MOVE ICM-AVG-SPAM TO ADD-AVG-SPAM.
           MOVE ICM-AVG-HAM TO ADD-AVG-HAM.
           MOVE ICM-MAX-SPAM TO ADD-MAX-SPAM.
           MOVE ICM-MIN-HAM TO ADD-MIN-HAM.
           MOVE ICM-TOT-BYTES TO ADD-TOT-BYTES.
           MOVE ICM-AVG-SCANTIME TO ADD-AVG-SCANTIME.
           PERFORM 57-COMBINE-ADDEND-INTO-DHELD.
      *-----------------------------------------------------------------
      * Writes the held day to the new daily master, after first
      *  copying forward all lower-keyed master records. A master
      *  record with the same key is consumed without being copied:
      *  replaced, or, for a re-feed delta, merged.
       55-EMIT-HELD-DAY-RECORD.
           PERFORM 58-COPY-OLD-DAY-RECORD
               UNTIL OLDDAY-EOF-IND = 'Y'
               OR DOLD-KEY >= DHELD-KEY.

           IF OLDDAY-EOF-IND = 'N' AND DOLD-KEY = DHELD-KEY THEN
               IF HLD-REFEED-IND = 'R' THEN
                   PERFORM 56-MERGE-OLD-INTO-DHELD
                   ADD 1 TO DMERGED-CNT
               ELSE
                   ADD 1 TO DREPLACED-CNT
               END-IF
               PERFORM 65-READ-OLDDAY
           ELSE
               ADD 1 TO DADDED-CNT.

           MOVE DHK-YEAR TO DHS-YEAR.
           MOVE DHK-MONTH-NUM TO DHS-MONTH-NUM.
           MOVE DHK-DAY TO DHS-DAY.
           MOVE HLD-MONTH TO DHS-MONTHNAME.
           MOVE HLD-SPAMCNT TO DHS-SPAMCNT.
           MOVE HLD-HAMCNT TO DHS-HAMCNT.
           MOVE HLD-MSGCNT TO DHS-MSGCNT.
           MOVE HLD-AVG-SPAM TO DHS-AVG-SPAM.
           MOVE HLD-AVG-HAM TO DHS-AVG-HAM.
           MOVE HLD-MAX-SPAM TO DHS-MAX-SPAM.
           MOVE HLD-MIN-HAM TO DHS-MIN-HAM.
           MOVE HLD-TOT-BYTES TO DHS-TOT-BYTES.
           MOVE HLD-AVG-SCANTIME TO DHS-AVG-SCANTIME.
           MOVE SPACE TO DAY-HISTORY-RECORD (68:13).
           WRITE DAY-HISTORY-RECORD.
           MOVE 'N' TO HELD-IND.
      *-----------------------------------------------------------------
       56-MERGE-OLD-INTO-DHELD.
           MOVE ODHS-SPAMCNT TO ADD-SPAMCNT.
           MOVE ODHS-HAMCNT TO ADD-HAMCNT.
           MOVE ODHS-MSGCNT TO ADD-MSGCNT.
           MOVE ODHS-AVG-SPAM TO ADD-AVG-SPAM.
           MOVE ODHS-AVG-HAM TO ADD-AVG-HAM.
           MOVE ODHS-MAX-SPAM TO ADD-MAX-SPAM.
           MOVE ODHS-MIN-HAM TO ADD-MIN-HAM.
           MOVE ODHS-TOT-BYTES TO ADD-TOT-BYTES.
           MOVE ODHS-AVG-SCANTIME TO ADD-AVG-SCANTIME.
           PERFORM 57-COMBINE-ADDEND-INTO-DHELD.
           MOVE SPACE TO HLD-REFEED-IND.
      *-----------------------------------------------------------------
      * Sums the addend day into the held one, the way the monthly
      *  and per-host merges do: averages weighted by their counts,
      *  extremes kept, scan time weighted by the message counts.
       57-COMBINE-ADDEND-INTO-DHELD.
           ADD HLD-SPAMCNT, ADD-SPAMCNT GIVING CMB-SPAMCNT.
           ADD HLD-HAMCNT, ADD-HAMCNT GIVING CMB-HAMCNT.
           ADD CMB-SPAMCNT, CMB-HAMCNT GIVING CMB-MSGCNT.

           IF CMB-SPAMCNT > ZERO THEN
               COMPUTE HLD-AVG-SPAM ROUNDED =
                   (HLD-AVG-SPAM * HLD-SPAMCNT
                    + ADD-AVG-SPAM * ADD-SPAMCNT) / CMB-SPAMCNT.
           IF CMB-HAMCNT > ZERO THEN
               COMPUTE HLD-AVG-HAM ROUNDED =
                   (HLD-AVG-HAM * HLD-HAMCNT
                    + ADD-AVG-HAM * ADD-HAMCNT) / CMB-HAMCNT.
           IF CMB-MSGCNT > ZERO THEN
               COMPUTE HLD-AVG-SCANTIME ROUNDED =
                   (HLD-AVG-SCANTIME * HLD-MSGCNT
                    + ADD-AVG-SCANTIME * ADD-MSGCNT) / CMB-MSGCNT.

           IF ADD-MAX-SPAM > HLD-MAX-SPAM THEN
               MOVE ADD-MAX-SPAM TO HLD-MAX-SPAM.
           IF ADD-MIN-HAM < HLD-MIN-HAM THEN
               MOVE ADD-MIN-HAM TO HLD-MIN-HAM.

           MOVE CMB-SPAMCNT TO HLD-SPAMCNT.
           MOVE CMB-HAMCNT TO HLD-HAMCNT.
           MOVE CMB-MSGCNT TO HLD-MSGCNT.
           ADD ADD-TOT-BYTES TO HLD-TOT-BYTES.
      *-----------------------------------------------------------------
       58-COPY-OLD-DAY-RECORD.
           MOVE OLD-DAY-HISTORY-RECORD TO DAY-HISTORY-RECORD.
           WRITE DAY-HISTORY-RECORD.
           ADD 1 TO DCARRIED-CNT.
           PERFORM 65-READ-OLDDAY.
      *-----------------------------------------------------------------
       64-OPEN-OLDDAY.
           OPEN INPUT OLDDAY-FILE.
           IF OLDDAY-STATUS = '00' THEN
               MOVE 'Y' TO OLDDAY-OPEN-IND
               PERFORM 65-READ-OLDDAY
           ELSE
               MOVE 'Y' TO OLDDAY-EOF-IND.
      *-----------------------------------------------------------------
       65-READ-OLDDAY.
           READ OLDDAY-FILE
               AT END MOVE 'Y' TO OLDDAY-EOF-IND.

           IF OLDDAY-EOF-IND = 'N' THEN
               MOVE ODHS-YEAR TO DOK-YEAR
               MOVE ODHS-MONTH-NUM TO DOK-MONTH-NUM
               MOVE ODHS-DAY TO DOK-DAY.
      *-----------------------------------------------------------------
      * Reconciles the SSTATS control trailer against the extract
      *  records read. A missing trailer, a garbled one or a count
      *  mismatch has already made the merge carry the old masters
