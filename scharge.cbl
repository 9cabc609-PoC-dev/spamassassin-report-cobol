      ******************************************************************
      * PROGRAM DESCRIPTION:
      *   Monthly chargeback of the mail scanning load. Reads the
      *   per-host history master maintained by SHUPDT and the
      *   maintained rate table, which assigns every host tag to
      *   the cost centre that owns it and prices its scanning by
      *   message count (per thousand messages), by volume (per
      *   gigabyte) and by scan time (per CPU-second, taken as the
      *   host's average scan time times its message count).
      *   The chargeback report on SYSOUT lists the cost centres
      *   in order with a detail line per host and a total per
      *   cost centre. Hosts that are not on the rate table are
      *   not dropped: they are listed with their load under an
      *   unallocated block, carry no charge and end the step with
      *   condition code 4 so the table gets maintained.
      *   The general ledger interface file SGLINTF gets one fixed
      *   format record per cost centre and a control trailer with
      *   the record count and the amount total, so the GL load
      *   can reconcile it.
      *   The month charged is given on the parameter dataset;
      *   without it the latest month on the master is charged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   'SCHARGE'.
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
           SELECT HOSTHIST-FILE ASSIGN TO DA-S-SHHSTRY
                               ACCESS IS SEQUENTIAL.
           SELECT RATE-FILE    ASSIGN TO DA-S-SCRATES
                               ACCESS IS SEQUENTIAL.
           SELECT GL-FILE      ASSIGN TO DA-S-SGLINTF
                               ACCESS IS SEQUENTIAL.
           SELECT PARM-FILE    ASSIGN TO DA-S-SPARMS
                               ACCESS IS SEQUENTIAL
                               FILE STATUS IS PARM-STATUS.
           SELECT SORT-FILE    ASSIGN TO UT-S-SORTWK01.
      ******************************************************************
       DATA DIVISION.
      *=================================================================
       FILE SECTION.
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
      * Rate table, one card per host tag:
      *    cols  1- 8  host tag
      *    cols 10-17  cost centre
      *    cols 19-27  rate per thousand messages   nnnn.nnnn
      *    cols 29-37  rate per gigabyte            nnnn.nnnn
      *    cols 39-47  rate per CPU-second          nnnn.nnnn
      *    cols 49-78  cost centre description, free text
      *  Cards with * in column 1 and blank cards are ignored. The
      *  description of a cost centre is taken from its first card.
       FD  RATE-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  RATE-CARD.
           02  RTC-HOST              PIC X(8).
           02  FILLER                PIC X.
           02  RTC-COST-CENTRE       PIC X(8).
           02  FILLER                PIC X.
           02  RTC-MSG-RATE          PIC X(9).
           02  FILLER                PIC X.
           02  RTC-GB-RATE           PIC X(9).
           02  FILLER                PIC X.
           02  RTC-CPU-RATE          PIC X(9).
           02  FILLER                PIC X.
           02  RTC-DESCRIPTION       PIC X(30).
           02  FILLER                PIC X(2).
      *-----------------------------------------------------------------
      * General ledger interface, one record per cost centre with
      *  the month charged, the amount and its three components,
      *  closed by a control trailer.
       FD  GL-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  GL-RECORD.
           02  GLD-PERIOD            PIC 9(6).
           02  GLD-COST-CENTRE       PIC X(8).
           02  GLD-AMOUNT            PIC 9(11)V99.
           02  GLD-MSG-AMOUNT        PIC 9(9)V99.
           02  GLD-GB-AMOUNT         PIC 9(9)V99.
           02  GLD-CPU-AMOUNT        PIC 9(9)V99.
           02  GLD-HOST-CNT          PIC 9(4).
           02  GLD-RUN-DATE          PIC 9(6).
           02  FILLER                PIC X(10).
      *-----------------------------------------------------------------
      * Operator parameter card, same conventions as the SSTATS
      *  parameter dataset:
      *    CHGMONTH yyyymm  month to charge; default is the latest
      *                     month on the master
      *  Cards with * in column 1 and blank cards are ignored. The
      *  dataset is optional. Cards with unknown keywords are listed
      *  and ignored. A CHGMONTH card that cannot be read leaves the
      *  month in doubt: nothing is charged, SGLINTF gets only its
      *  trailer and the step ends with return code 12.
       FD  PARM-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  PARM-CARD.
           02  PARM-KEYWORD          PIC X(8).
           02  FILLER                PIC X.
           02  PARM-VALUE            PIC X(7).
           02  FILLER                PIC X(64).
      *-----------------------------------------------------------------
      * One host of the month charged, priced, in cost centre order.
      *  Unallocated hosts sort behind all cost centres.
       SD  SORT-FILE
           RECORD CONTAINS 85 CHARACTERS.
       01  SORT-RECORD.
           02  SRT-UNALLOC-IND       PIC X.
           02  SRT-COST-CENTRE       PIC X(8).
           02  SRT-HOST              PIC X(8).
           02  SRT-RATE-SUB          PIC 9(4).
           02  SRT-MSGCNT            PIC 9(5).
           02  SRT-TOT-BYTES         PIC 9(15).
           02  SRT-CPU-SECONDS       PIC 9(10)V9.
           02  SRT-MSG-CHARGE        PIC 9(9)V99.
           02  SRT-GB-CHARGE         PIC 9(9)V99.
           02  SRT-CPU-CHARGE        PIC 9(9)V99.
      *=================================================================
       WORKING-STORAGE SECTION.
       77  HOSTHIST-EOF-IND          PIC X          VALUE 'N'.
       77  SORTED-EOF-IND            PIC X          VALUE 'N'.
       77  RATE-EOF-IND              PIC X          VALUE 'N'.
       77  PARM-STATUS               PIC XX         VALUE '00'.
       77  PARM-EOF-IND              PIC X          VALUE 'N'.
       77  LINES-PER-PAGE            PIC 9(3)       VALUE 060.
       77  LINE-COUNT                PIC 9(3)       VALUE ZERO.
       77  PAGE-COUNT                PIC 9(3)       VALUE ZERO.
       77  CHG-MONTH-IND             PIC X          VALUE 'N'.
       77  CHG-MONTH-BAD-IND         PIC X          VALUE 'N'.
       77  CHG-YEAR                  PIC 9(4)       VALUE ZERO.
       77  CHG-MONTH-NUM             PIC 9(2)       VALUE ZERO.
       77  RATE-CNT                  PIC S9(4)      COMP VALUE ZERO.
       77  RATE-SUB                  PIC S9(4)      COMP VALUE ZERO.
       77  FOUND-SUB                 PIC S9(4)      COMP VALUE ZERO.
       77  RATE-REASON               PIC X(20)      VALUE SPACE.
       77  REJECTED-RATE-CNT         PIC 9(5)       VALUE ZERO.
       77  RATE-WORK                 PIC 9(4)V9(4)  VALUE ZERO.
       77  RATE-VALID-IND            PIC X          VALUE 'N'.
       77  CC-ACTIVE-IND             PIC X          VALUE 'N'.
       77  CUR-UNALLOC-IND           PIC X          VALUE SPACE.
       77  CUR-COST-CENTRE           PIC X(8)       VALUE SPACE.
       77  CPU-SECONDS-WORK          PIC 9(10)V9    VALUE ZERO.
       77  GB-WORK                   PIC 9(7)V999   VALUE ZERO.
       77  HOST-CHARGE               PIC 9(11)V99   VALUE ZERO.
       77  HOSTS-CHARGED-CNT         PIC 9(5)       VALUE ZERO.
       77  UNALLOC-HOST-CNT          PIC 9(5)       VALUE ZERO.
       77  GL-RECORD-CNT             PIC 9(9)       VALUE ZERO.
       77  GL-AMOUNT-SUM             PIC 9(11)V99   VALUE ZERO.
      * Totals of the cost centre being listed, and of the run.
       01  CC-TOTALS.
           02  CCT-HOST-CNT          PIC 9(4).
           02  CCT-MSGCNT            PIC 9(9).
           02  CCT-TOT-BYTES         PIC 9(18).
           02  CCT-CPU-SECONDS       PIC 9(12)V9.
           02  CCT-MSG-CHARGE        PIC 9(9)V99.
           02  CCT-GB-CHARGE         PIC 9(9)V99.
           02  CCT-CPU-CHARGE        PIC 9(9)V99.
           02  CCT-CHARGE            PIC 9(11)V99.
       01  GRAND-TOTALS.
           02  GRT-MSGCNT            PIC 9(9).
           02  GRT-TOT-BYTES         PIC 9(18).
           02  GRT-CPU-SECONDS       PIC 9(12)V9.
           02  GRT-MSG-CHARGE        PIC 9(11)V99.
           02  GRT-GB-CHARGE         PIC 9(11)V99.
           02  GRT-CPU-CHARGE        PIC 9(11)V99.
           02  GRT-CHARGE            PIC 9(11)V99.
      * The rate table as loaded, one entry per host tag.
       01  RATE-TABLE.
           02  RATE-ENTRY OCCURS 200 TIMES.
               03  RTE-HOST          PIC X(8).
               03  RTE-COST-CENTRE   PIC X(8).
               03  RTE-MSG-RATE      PIC 9(4)V9(4).
               03  RTE-GB-RATE       PIC 9(4)V9(4).
               03  RTE-CPU-RATE      PIC 9(4)V9(4).
               03  RTE-DESCRIPTION   PIC X(30).
       01  MONTH-NAME-LIST.
           02  FILLER                PIC X(36)
               VALUE 'JanFebMarAprMayJunJulAugSepOctNovDec'.
       01  MONTH-NAME-TABLE REDEFINES MONTH-NAME-LIST.
           02  MONTH-NAME-ENTRY      PIC X(3) OCCURS 12 TIMES.
       01  RATE-TEXT                 PIC X(9)       VALUE SPACE.
       01  FILLER                    REDEFINES RATE-TEXT.
           02  RTX-WHOLE             PIC 9(4).
           02  RTX-POINT             PIC X.
           02  RTX-FRACTION          PIC 9(4).
       01  PARM-MONTH-WORK           PIC 9(6)       VALUE ZERO.
       01  FILLER                    REDEFINES PARM-MONTH-WORK.
           02  PMW-YEAR              PIC 9(4).
           02  PMW-MONTH-NUM         PIC 9(2).
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
           02  FILLER                PIC X(25)
                                     VALUE 'Scan-Kostenverrechnung   '.
       01  PERIOD-LINE.
           02  FILLER                PIC X(14)      VALUE
           'Month charged:'.
           02  FILLER                PIC X          VALUE SPACE.
           02  PDL-MONTHNAME         PIC X(3).
           02  FILLER                PIC X          VALUE SPACE.
           02  PDL-YEAR              PIC 9(4).
       01  COLUMN-HEAD-LINE.
           02  FILLER                PIC X(11)      VALUE '  Host'.
           02  FILLER                PIC X(8)       VALUE '   Msgs'.
           02  FILLER                PIC X(10)      VALUE '       GB'.
           02  FILLER                PIC X(12)      VALUE '   CPU-Secs'.
           02  FILLER                PIC X(11)      VALUE '   Msg Chg'.
           02  FILLER                PIC X(11)      VALUE '    GB Chg'.
           02  FILLER                PIC X(11)      VALUE '   CPU Chg'.
           02  FILLER                PIC X(13)
                                     VALUE '       Total'.
       01  CC-HEAD-LINE.
           02  FILLER                PIC X(12)      VALUE
           'Cost centre '.
           02  CHL-COST-CENTRE       PIC X(8).
           02  FILLER                PIC X(2)       VALUE SPACE.
           02  CHL-DESCRIPTION       PIC X(30).
       01  UNALLOC-HEAD-LINE.
           02  FILLER                PIC X(52)      VALUE
           'Unallocated - hosts not on the rate table, no charge'.
       01  HOST-DETAIL-LINE.
           02  FILLER                PIC X(2)       VALUE SPACE.
           02  HDL-HOST              PIC X(8).
           02  FILLER                PIC X          VALUE SPACE.
           02  HDL-MSGCNT            PIC Z(6)9.
           02  FILLER                PIC X          VALUE SPACE.
           02  HDL-GB                PIC Z(5)9.999.
           02  FILLER                PIC X          VALUE SPACE.
           02  HDL-CPU-SECONDS       PIC Z(9)9.9.
           02  FILLER                PIC X          VALUE SPACE.
           02  HDL-MSG-CHARGE        PIC Z(6)9.99.
           02  FILLER                PIC X          VALUE SPACE.
           02  HDL-GB-CHARGE         PIC Z(6)9.99.
           02  FILLER                PIC X          VALUE SPACE.
           02  HDL-CPU-CHARGE        PIC Z(6)9.99.
           02  FILLER                PIC X          VALUE SPACE.
           02  HDL-CHARGE            PIC Z(8)9.99.
       01  CC-TOTAL-LINE.
           02  FILLER                PIC X(2)       VALUE SPACE.
           02  CTL-LABEL             PIC X(8).
           02  FILLER                PIC X          VALUE SPACE.
           02  CTL-MSGCNT            PIC Z(6)9.
           02  FILLER                PIC X          VALUE SPACE.
           02  CTL-GB                PIC Z(5)9.999.
           02  FILLER                PIC X          VALUE SPACE.
           02  CTL-CPU-SECONDS       PIC Z(9)9.9.
           02  FILLER                PIC X          VALUE SPACE.
           02  CTL-MSG-CHARGE        PIC Z(6)9.99.
           02  FILLER                PIC X          VALUE SPACE.
           02  CTL-GB-CHARGE         PIC Z(6)9.99.
           02  FILLER                PIC X          VALUE SPACE.
           02  CTL-CPU-CHARGE        PIC Z(6)9.99.
           02  FILLER                PIC X          VALUE SPACE.
           02  CTL-CHARGE            PIC Z(8)9.99.
       01  GRAND-TOTAL-LINE.
           02  FILLER                PIC X(11)      VALUE 'All hosts'.
           02  GTL-MSGCNT            PIC Z(6)9.
           02  FILLER                PIC X          VALUE SPACE.
           02  GTL-GB                PIC Z(5)9.999.
           02  FILLER                PIC X          VALUE SPACE.
           02  GTL-CPU-SECONDS       PIC Z(9)9.9.
           02  FILLER                PIC X          VALUE SPACE.
           02  GTL-MSG-CHARGE        PIC Z(6)9.99.
           02  FILLER                PIC X          VALUE SPACE.
           02  GTL-GB-CHARGE         PIC Z(6)9.99.
           02  FILLER                PIC X          VALUE SPACE.
           02  GTL-CPU-CHARGE        PIC Z(6)9.99.
           02  FILLER                PIC X          VALUE SPACE.
           02  GTL-CHARGE            PIC Z(8)9.99.
       01  SUMMARY-LINE.
           02  FILLER                PIC X(11)
                                     VALUE 'Chargeback:'.
           02  SUM-CHARGED-ED        PIC Z(4)9.
           02  FILLER                PIC X(17)
                                     VALUE ' hosts charged,  '.
           02  SUM-UNALLOC-ED        PIC Z(4)9.
           02  FILLER                PIC X(15)
                                     VALUE ' unallocated,  '.
           02  SUM-GL-ED             PIC Z(8)9.
           02  FILLER                PIC X(13)
                                     VALUE ' GL records.'.
       01  NO-HOSTS-LINE.
           02  FILLER                PIC X(44)      VALUE
           'No host records on the master for the month.'.
       01  EMPTY-NOTE-LINE.
           02  FILLER                PIC X(31)
               VALUE 'Host history master is empty.  '.
       01  UNALLOC-NOTE-LINE.
           02  FILLER                PIC X(52)      VALUE
           '*** HOSTS NOT ON THE RATE TABLE - NOT CHARGED ***   '.
       01  GL-TRAILER-LINE.
           02  FILLER                PIC X(8)
                                     VALUE '*TRAILER'.
           02  FILLER                PIC X          VALUE SPACE.
           02  GTR-RECORD-COUNT      PIC 9(9).
           02  FILLER                PIC X          VALUE SPACE.
           02  GTR-AMOUNT-TOTAL      PIC 9(11)V99.
           02  FILLER                PIC X          VALUE SPACE.
           02  GTR-PERIOD            PIC 9(6).
           02  FILLER                PIC X          VALUE SPACE.
           02  GTR-RUN-DATE          PIC 9(6).
           02  FILLER                PIC X          VALUE SPACE.
           02  GTR-RUN-TIME          PIC 9(8).
           02  FILLER                PIC X(25)      VALUE SPACE.
       01  RATE-ERROR-LINE.
           02  FILLER                PIC X(8)       VALUE '*RATE*  '.
           02  REL-CARD              PIC X(47).
           02  FILLER                PIC X          VALUE SPACE.
           02  REL-REASON            PIC X(20).
       01  PARM-ERROR-LINE.
           02  FILLER                PIC X(29)
               VALUE '*PARM*  Card ignored, bad or '.
           02  FILLER                PIC X(18)
               VALUE 'unknown contents: '.
           02  PARM-ERR-CARD         PIC X(17).
       01  CHGMONTH-ERROR-LINE.
           02  FILLER                PIC X(8)       VALUE '*PARM*  '.
           02  FILLER                PIC X(35)      VALUE
           'CHGMONTH invalid, nothing charged: '.
           02  CHGMONTH-ERR-CARD     PIC X(17).
      ******************************************************************
       PROCEDURE DIVISION.
       00-MAIN-ROUTINE.
           ACCEPT RUN-DATE FROM DATE.
           ACCEPT RUN-TIME FROM TIME.
           PERFORM 05-PRINT-HEADINGS.
           PERFORM 60-READ-PARM-CARDS.
           PERFORM 40-LOAD-RATE-TABLE.

           IF CHG-MONTH-BAD-IND = 'Y' THEN
               MOVE ZERO TO CHG-YEAR
               MOVE ZERO TO CHG-MONTH-NUM
           ELSE
           IF CHG-MONTH-IND = 'N' THEN
               PERFORM 45-FIND-LATEST-MONTH.

           MOVE ZERO TO GRAND-TOTALS.
           OPEN OUTPUT GL-FILE.

           IF CHG-MONTH-BAD-IND = 'Y' THEN
               CONTINUE
           ELSE
           IF CHG-YEAR = ZERO THEN
               DISPLAY EMPTY-NOTE-LINE
               ADD 1 TO LINE-COUNT
           ELSE
               MOVE MONTH-NAME-ENTRY (CHG-MONTH-NUM) TO PDL-MONTHNAME
               MOVE CHG-YEAR TO PDL-YEAR
               DISPLAY PERIOD-LINE
               DISPLAY ' '
               DISPLAY COLUMN-HEAD-LINE
               ADD 3 TO LINE-COUNT
               SORT SORT-FILE
                   ON ASCENDING KEY SRT-UNALLOC-IND SRT-COST-CENTRE
                                    SRT-HOST
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS 10-FEED-SORT
                   OUTPUT PROCEDURE IS 20-WRITE-CHARGEBACK
               PERFORM 30-WRITE-GRAND-TOTAL.

           PERFORM 35-WRITE-GL-TRAILER.
           CLOSE GL-FILE.

           MOVE HOSTS-CHARGED-CNT TO SUM-CHARGED-ED.
           MOVE UNALLOC-HOST-CNT TO SUM-UNALLOC-ED.
           MOVE GL-RECORD-CNT TO SUM-GL-ED.
           PERFORM 06-CHECK-PAGE-BREAK.
           DISPLAY ' '.
           DISPLAY SUMMARY-LINE.
           ADD 2 TO LINE-COUNT.

           IF UNALLOC-HOST-CNT > ZERO THEN
               DISPLAY UNALLOC-NOTE-LINE
               ADD 1 TO LINE-COUNT.

           IF UNALLOC-HOST-CNT > ZERO OR REJECTED-RATE-CNT > ZERO THEN
               IF RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE.

           IF CHG-MONTH-BAD-IND = 'Y' THEN
               MOVE 12 TO RETURN-CODE.
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
       07-CHECK-PAGE-BREAK-FOR-BLOCK.
           IF LINE-COUNT + 4 >= LINES-PER-PAGE THEN
               PERFORM 05-PRINT-HEADINGS.
      *-----------------------------------------------------------------
      * Passes the hosts of the month charged, priced from the rate
      *  table, to the sort.
       10-FEED-SORT.
           MOVE 'N' TO HOSTHIST-EOF-IND.
           OPEN INPUT HOSTHIST-FILE.
           PERFORM 11-READ-AND-RELEASE
               UNTIL HOSTHIST-EOF-IND = 'Y'.
           CLOSE HOSTHIST-FILE.
      *-----------------------------------------------------------------
       11-READ-AND-RELEASE.
           READ HOSTHIST-FILE
               AT END MOVE 'Y' TO HOSTHIST-EOF-IND.

           IF HOSTHIST-EOF-IND = 'N' THEN
               IF HHS-YEAR = CHG-YEAR
                  AND HHS-MONTH-NUM = CHG-MONTH-NUM THEN
                   PERFORM 12-PRICE-HOST-MONTH
                   RELEASE SORT-RECORD.
      *-----------------------------------------------------------------
      * Gigabytes are binary (1024 ** 3 bytes). Charges are rounded
      *  to the cent per host and component; cost centre and grand
      *  totals add up the rounded figures, so the report and the
      *  GL file always agree.
       12-PRICE-HOST-MONTH.
           MOVE HHS-HOST TO SRT-HOST.
           MOVE HHS-MSGCNT TO SRT-MSGCNT.
           MOVE HHS-TOT-BYTES TO SRT-TOT-BYTES.
           COMPUTE SRT-CPU-SECONDS = HHS-AVG-SCANTIME * HHS-MSGCNT.
           PERFORM 13-FIND-HOST-RATE.

           IF FOUND-SUB = ZERO THEN
               MOVE '1' TO SRT-UNALLOC-IND
               MOVE SPACES TO SRT-COST-CENTRE
               MOVE ZERO TO SRT-RATE-SUB
               MOVE ZERO TO SRT-MSG-CHARGE
               MOVE ZERO TO SRT-GB-CHARGE
               MOVE ZERO TO SRT-CPU-CHARGE
           ELSE
               MOVE '0' TO SRT-UNALLOC-IND
               MOVE RTE-COST-CENTRE (FOUND-SUB) TO SRT-COST-CENTRE
               MOVE FOUND-SUB TO SRT-RATE-SUB
               COMPUTE SRT-MSG-CHARGE ROUNDED =
                   HHS-MSGCNT * RTE-MSG-RATE (FOUND-SUB) / 1000
               COMPUTE SRT-GB-CHARGE ROUNDED =
                   HHS-TOT-BYTES * RTE-GB-RATE (FOUND-SUB)
                   / 1073741824
               COMPUTE SRT-CPU-CHARGE ROUNDED =
                   SRT-CPU-SECONDS * RTE-CPU-RATE (FOUND-SUB).
      *-----------------------------------------------------------------
      * Looks up the host tag on the rate table. Leaves the table
      *  subscript in FOUND-SUB, zero when the host has no rate.
       13-FIND-HOST-RATE.
           MOVE ZERO TO FOUND-SUB.
           MOVE 1 TO RATE-SUB.
           PERFORM 131-CHECK-RATE-ENTRY
               UNTIL RATE-SUB > RATE-CNT.
      *-----------------------------------------------------------------
       131-CHECK-RATE-ENTRY.
           IF RTE-HOST (RATE-SUB) = HHS-HOST THEN
               MOVE RATE-SUB TO FOUND-SUB
               COMPUTE RATE-SUB = RATE-CNT + 1
           ELSE
               ADD 1 TO RATE-SUB.
      *-----------------------------------------------------------------
      * Lists the sorted hosts with a break per cost centre; the
      *  unallocated hosts come last as a block of their own.
       20-WRITE-CHARGEBACK.
           MOVE 'N' TO CC-ACTIVE-IND.
           PERFORM 21-HANDLE-SORTED-HOST
               UNTIL SORTED-EOF-IND = 'Y'.

           IF CC-ACTIVE-IND = 'Y' THEN
               PERFORM 24-END-COST-CENTRE
           ELSE
               DISPLAY NO-HOSTS-LINE
               ADD 1 TO LINE-COUNT.
      *-----------------------------------------------------------------
       21-HANDLE-SORTED-HOST.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO SORTED-EOF-IND.

           IF SORTED-EOF-IND = 'N' THEN
               IF CC-ACTIVE-IND = 'N' THEN
                   PERFORM 23-START-COST-CENTRE
               ELSE
               IF SRT-UNALLOC-IND NOT = CUR-UNALLOC-IND
                  OR SRT-COST-CENTRE NOT = CUR-COST-CENTRE THEN
                   PERFORM 24-END-COST-CENTRE
                   PERFORM 23-START-COST-CENTRE
               END-IF
               END-IF
               PERFORM 22-WRITE-HOST-LINE.
      *-----------------------------------------------------------------
       22-WRITE-HOST-LINE.
           COMPUTE HOST-CHARGE = SRT-MSG-CHARGE + SRT-GB-CHARGE
                               + SRT-CPU-CHARGE.
           COMPUTE GB-WORK ROUNDED = SRT-TOT-BYTES / 1073741824.

           MOVE SRT-HOST TO HDL-HOST.
           MOVE SRT-MSGCNT TO HDL-MSGCNT.
           MOVE GB-WORK TO HDL-GB.
           MOVE SRT-CPU-SECONDS TO HDL-CPU-SECONDS.
           MOVE SRT-MSG-CHARGE TO HDL-MSG-CHARGE.
           MOVE SRT-GB-CHARGE TO HDL-GB-CHARGE.
           MOVE SRT-CPU-CHARGE TO HDL-CPU-CHARGE.
           MOVE HOST-CHARGE TO HDL-CHARGE.
           PERFORM 06-CHECK-PAGE-BREAK.
           DISPLAY HOST-DETAIL-LINE.
           ADD 1 TO LINE-COUNT.

           ADD 1 TO CCT-HOST-CNT.
           ADD SRT-MSGCNT TO CCT-MSGCNT.
           ADD SRT-TOT-BYTES TO CCT-TOT-BYTES.
           ADD SRT-CPU-SECONDS TO CCT-CPU-SECONDS.
           ADD SRT-MSG-CHARGE TO CCT-MSG-CHARGE.
           ADD SRT-GB-CHARGE TO CCT-GB-CHARGE.
           ADD SRT-CPU-CHARGE TO CCT-CPU-CHARGE.
           ADD HOST-CHARGE TO CCT-CHARGE.

           IF SRT-UNALLOC-IND = '1' THEN
               ADD 1 TO UNALLOC-HOST-CNT
           ELSE
               ADD 1 TO HOSTS-CHARGED-CNT.
      *-----------------------------------------------------------------
       23-START-COST-CENTRE.
           MOVE 'Y' TO CC-ACTIVE-IND.
           MOVE SRT-UNALLOC-IND TO CUR-UNALLOC-IND.
           MOVE SRT-COST-CENTRE TO CUR-COST-CENTRE.
           MOVE ZERO TO CC-TOTALS.

           PERFORM 07-CHECK-PAGE-BREAK-FOR-BLOCK.
           DISPLAY ' '.
           IF CUR-UNALLOC-IND = '1' THEN
               DISPLAY UNALLOC-HEAD-LINE
           ELSE
               MOVE CUR-COST-CENTRE TO CHL-COST-CENTRE
               MOVE RTE-DESCRIPTION (SRT-RATE-SUB) TO CHL-DESCRIPTION
               DISPLAY CC-HEAD-LINE.
           ADD 2 TO LINE-COUNT.
      *-----------------------------------------------------------------
      * Closes a cost centre block with its total line and, for a
      *  real cost centre, its general ledger record.
       24-END-COST-CENTRE.
           IF CUR-UNALLOC-IND = '1' THEN
               MOVE 'Unalloc' TO CTL-LABEL
           ELSE
               MOVE 'Total' TO CTL-LABEL.
           MOVE CCT-MSGCNT TO CTL-MSGCNT.
           COMPUTE GB-WORK ROUNDED = CCT-TOT-BYTES / 1073741824.
           MOVE GB-WORK TO CTL-GB.
           MOVE CCT-CPU-SECONDS TO CTL-CPU-SECONDS.
           MOVE CCT-MSG-CHARGE TO CTL-MSG-CHARGE.
           MOVE CCT-GB-CHARGE TO CTL-GB-CHARGE.
           MOVE CCT-CPU-CHARGE TO CTL-CPU-CHARGE.
           MOVE CCT-CHARGE TO CTL-CHARGE.
           PERFORM 06-CHECK-PAGE-BREAK.
           DISPLAY CC-TOTAL-LINE.
           ADD 1 TO LINE-COUNT.

           ADD CCT-MSGCNT TO GRT-MSGCNT.
           ADD CCT-TOT-BYTES TO GRT-TOT-BYTES.
           ADD CCT-CPU-SECONDS TO GRT-CPU-SECONDS.
           ADD CCT-MSG-CHARGE TO GRT-MSG-CHARGE.
           ADD CCT-GB-CHARGE TO GRT-GB-CHARGE.
           ADD CCT-CPU-CHARGE TO GRT-CPU-CHARGE.
           ADD CCT-CHARGE TO GRT-CHARGE.

           IF CUR-UNALLOC-IND NOT = '1' THEN
               PERFORM 25-WRITE-GL-RECORD.
      *-----------------------------------------------------------------
       25-WRITE-GL-RECORD.
           MOVE SPACES TO GL-RECORD.
           COMPUTE GLD-PERIOD = CHG-YEAR * 100 + CHG-MONTH-NUM.
           MOVE CUR-COST-CENTRE TO GLD-COST-CENTRE.
           MOVE CCT-CHARGE TO GLD-AMOUNT.
           MOVE CCT-MSG-CHARGE TO GLD-MSG-AMOUNT.
           MOVE CCT-GB-CHARGE TO GLD-GB-AMOUNT.
           MOVE CCT-CPU-CHARGE TO GLD-CPU-AMOUNT.
           MOVE CCT-HOST-CNT TO GLD-HOST-CNT.
           MOVE RUN-DATE TO GLD-RUN-DATE.
           WRITE GL-RECORD.
           ADD 1 TO GL-RECORD-CNT.
           ADD CCT-CHARGE TO GL-AMOUNT-SUM.
      *-----------------------------------------------------------------
       30-WRITE-GRAND-TOTAL.
           MOVE GRT-MSGCNT TO GTL-MSGCNT.
           COMPUTE GB-WORK ROUNDED = GRT-TOT-BYTES / 1073741824.
           MOVE GB-WORK TO GTL-GB.
           MOVE GRT-CPU-SECONDS TO GTL-CPU-SECONDS.
           MOVE GRT-MSG-CHARGE TO GTL-MSG-CHARGE.
           MOVE GRT-GB-CHARGE TO GTL-GB-CHARGE.
           MOVE GRT-CPU-CHARGE TO GTL-CPU-CHARGE.
           MOVE GRT-CHARGE TO GTL-CHARGE.
           PERFORM 06-CHECK-PAGE-BREAK.
           DISPLAY ' '.
           DISPLAY GRAND-TOTAL-LINE.
           ADD 2 TO LINE-COUNT.
      *-----------------------------------------------------------------
      * The trailer is written even when nothing was charged, so the
      *  GL load always finds a complete file.
       35-WRITE-GL-TRAILER.
           MOVE GL-RECORD-CNT TO GTR-RECORD-COUNT.
           MOVE GL-AMOUNT-SUM TO GTR-AMOUNT-TOTAL.
           COMPUTE GTR-PERIOD = CHG-YEAR * 100 + CHG-MONTH-NUM.
           MOVE RUN-DATE TO GTR-RUN-DATE.
           MOVE RUN-TIME TO GTR-RUN-TIME.
           WRITE GL-RECORD FROM GL-TRAILER-LINE.
      *-----------------------------------------------------------------
      * Loads and checks the rate cards. A card that does not pass
      *  is listed and left out, so its host ends up unallocated.
       40-LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE.
           PERFORM 41-READ-ONE-RATE-CARD
               UNTIL RATE-EOF-IND = 'Y'.
           CLOSE RATE-FILE.
      *-----------------------------------------------------------------
       41-READ-ONE-RATE-CARD.
           READ RATE-FILE
               AT END MOVE 'Y' TO RATE-EOF-IND.

           IF RATE-EOF-IND = 'N' THEN
               IF RATE-CARD = SPACES OR RATE-CARD (1:1) = '*' THEN
                   CONTINUE
               ELSE
                   PERFORM 42-CHECK-RATE-CARD
                   IF RATE-REASON = SPACES THEN
                       PERFORM 44-STORE-RATE
                   ELSE
                       PERFORM 46-FLAG-BAD-RATE-CARD.
      *-----------------------------------------------------------------
       42-CHECK-RATE-CARD.
           MOVE SPACES TO RATE-REASON.
           MOVE ZERO TO FOUND-SUB.
           MOVE 1 TO RATE-SUB.
           PERFORM 421-CHECK-DUPLICATE-HOST
               UNTIL RATE-SUB > RATE-CNT.

           IF RATE-CNT >= 200 THEN
               MOVE 'rate table full' TO RATE-REASON
           ELSE
           IF RTC-HOST = SPACES THEN
               MOVE 'no host tag' TO RATE-REASON
           ELSE
           IF FOUND-SUB NOT = ZERO THEN
               MOVE 'duplicate host' TO RATE-REASON
           ELSE
           IF RTC-COST-CENTRE = SPACES THEN
               MOVE 'no cost centre' TO RATE-REASON
           ELSE
               MOVE RTC-MSG-RATE TO RATE-TEXT
               PERFORM 43-PARSE-RATE-VALUE
               IF RATE-VALID-IND = 'N' THEN
                   MOVE 'bad msg rate' TO RATE-REASON
               END-IF
               MOVE RTC-GB-RATE TO RATE-TEXT
               PERFORM 43-PARSE-RATE-VALUE
               IF RATE-VALID-IND = 'N' THEN
                   MOVE 'bad GB rate' TO RATE-REASON
               END-IF
               MOVE RTC-CPU-RATE TO RATE-TEXT
               PERFORM 43-PARSE-RATE-VALUE
               IF RATE-VALID-IND = 'N' THEN
                   MOVE 'bad CPU rate' TO RATE-REASON
               END-IF.
      *-----------------------------------------------------------------
       421-CHECK-DUPLICATE-HOST.
           IF RTE-HOST (RATE-SUB) = RTC-HOST THEN
               MOVE RATE-SUB TO FOUND-SUB
               COMPUTE RATE-SUB = RATE-CNT + 1
           ELSE
               ADD 1 TO RATE-SUB.
      *-----------------------------------------------------------------
      * Rates are given as nnnn.nnnn, like the fixed formats of the
      *  parameter cards.
       43-PARSE-RATE-VALUE.
           IF RTX-WHOLE IS NUMERIC
              AND RTX-POINT = '.'
              AND RTX-FRACTION IS NUMERIC THEN
               COMPUTE RATE-WORK = RTX-WHOLE + RTX-FRACTION / 10000
               MOVE 'Y' TO RATE-VALID-IND
           ELSE
               MOVE 'N' TO RATE-VALID-IND.
      *-----------------------------------------------------------------
       44-STORE-RATE.
           ADD 1 TO RATE-CNT.
           MOVE RTC-HOST TO RTE-HOST (RATE-CNT).
           MOVE RTC-COST-CENTRE TO RTE-COST-CENTRE (RATE-CNT).
           MOVE RTC-MSG-RATE TO RATE-TEXT.
           PERFORM 43-PARSE-RATE-VALUE.
           MOVE RATE-WORK TO RTE-MSG-RATE (RATE-CNT).
           MOVE RTC-GB-RATE TO RATE-TEXT.
           PERFORM 43-PARSE-RATE-VALUE.
           MOVE RATE-WORK TO RTE-GB-RATE (RATE-CNT).
           MOVE RTC-CPU-RATE TO RATE-TEXT.
           PERFORM 43-PARSE-RATE-VALUE.
           MOVE RATE-WORK TO RTE-CPU-RATE (RATE-CNT).
           MOVE RTC-DESCRIPTION TO RTE-DESCRIPTION (RATE-CNT).
           PERFORM 441-SHARE-CC-DESCRIPTION.
      *-----------------------------------------------------------------
      * All hosts of a cost centre show the description from the
      *  first card naming the cost centre.
       441-SHARE-CC-DESCRIPTION.
           MOVE 1 TO RATE-SUB.
           PERFORM 442-CHECK-CC-DESCRIPTION
               UNTIL RATE-SUB >= RATE-CNT.
      *-----------------------------------------------------------------
       442-CHECK-CC-DESCRIPTION.
           IF RTE-COST-CENTRE (RATE-SUB) = RTC-COST-CENTRE THEN
               MOVE RTE-DESCRIPTION (RATE-SUB)
                 TO RTE-DESCRIPTION (RATE-CNT)
               MOVE RATE-CNT TO RATE-SUB
           ELSE
               ADD 1 TO RATE-SUB.
      *-----------------------------------------------------------------
      * Without a CHGMONTH card the latest month on the master is
      *  charged. The master is in ascending order, so that is the
      *  month of its last record.
       45-FIND-LATEST-MONTH.
           MOVE 'N' TO HOSTHIST-EOF-IND.
           OPEN INPUT HOSTHIST-FILE.
           PERFORM 451-READ-FOR-LATEST-MONTH
               UNTIL HOSTHIST-EOF-IND = 'Y'.
           CLOSE HOSTHIST-FILE.
      *-----------------------------------------------------------------
       451-READ-FOR-LATEST-MONTH.
           READ HOSTHIST-FILE
               AT END MOVE 'Y' TO HOSTHIST-EOF-IND.

           IF HOSTHIST-EOF-IND = 'N' THEN
               IF HHS-YEAR IS NUMERIC AND HHS-MONTH-NUM IS NUMERIC
                  AND HHS-MONTH-NUM >= 1 AND HHS-MONTH-NUM <= 12
                  THEN
                   MOVE HHS-YEAR TO CHG-YEAR
                   MOVE HHS-MONTH-NUM TO CHG-MONTH-NUM.
      *-----------------------------------------------------------------
       46-FLAG-BAD-RATE-CARD.
           ADD 1 TO REJECTED-RATE-CNT.
           MOVE RATE-CARD TO REL-CARD.
           MOVE RATE-REASON TO REL-REASON.
           PERFORM 06-CHECK-PAGE-BREAK.
           DISPLAY RATE-ERROR-LINE.
           ADD 1 TO LINE-COUNT.
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
       602-HANDLE-PARM-CARD.
           IF PARM-CARD = SPACES OR PARM-CARD (1:1) = '*' THEN
               CONTINUE
           ELSE
           IF PARM-KEYWORD = 'CHGMONTH' THEN
               PERFORM 605-PARSE-MONTH-VALUE
           ELSE
               PERFORM 606-FLAG-BAD-PARM-CARD.
      *-----------------------------------------------------------------
       605-PARSE-MONTH-VALUE.
           IF PARM-VALUE (1:6) IS NUMERIC
              AND PARM-VALUE (7:1) = SPACE THEN
               MOVE PARM-VALUE (1:6) TO PARM-MONTH-WORK
               IF PMW-YEAR > ZERO
                  AND PMW-MONTH-NUM >= 1 AND PMW-MONTH-NUM <= 12 THEN
                   MOVE PMW-YEAR TO CHG-YEAR
                   MOVE PMW-MONTH-NUM TO CHG-MONTH-NUM
                   MOVE 'Y' TO CHG-MONTH-IND
               ELSE
                   PERFORM 607-FLAG-BAD-CHGMONTH
               END-IF
           ELSE
               PERFORM 607-FLAG-BAD-CHGMONTH.
      *-----------------------------------------------------------------
       606-FLAG-BAD-PARM-CARD.
           MOVE PARM-CARD TO PARM-ERR-CARD.
           PERFORM 06-CHECK-PAGE-BREAK.
           DISPLAY PARM-ERROR-LINE.
           ADD 1 TO LINE-COUNT.
      *-----------------------------------------------------------------
       607-FLAG-BAD-CHGMONTH.
           MOVE 'Y' TO CHG-MONTH-BAD-IND.
           MOVE PARM-CARD TO CHGMONTH-ERR-CARD.
           PERFORM 06-CHECK-PAGE-BREAK.
           DISPLAY CHGMONTH-ERROR-LINE.
           ADD 1 TO LINE-COUNT.
      *-----------------------------------------------------------------
