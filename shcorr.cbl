      ******************************************************************
      * PROGRAM DESCRIPTION:
      *   Applies hand corrections to the monthly and per-host
      *   history masters written by SHUPDT, so a wrong month can
      *   be put right without rebuilding SINPILE and re-running
      *   the whole SSTATS/SHUPDT chain.
      *   Transaction cards add, change a field of, delete or
      *   re-key one year/month record on the monthly master or
      *   one year/month/host record on the per-host master. Each
      *   card is checked against the record layouts SHUPDT
      *   writes; accepted cards are applied in card order, so an
      *   add may be followed by the changes that fill it in.
      *   Every applied change is appended to a permanent change
      *   log with its before and after image, the operator ID
      *   and the date. A proof listing on SYSOUT shows every card
      *   accepted or rejected, with the images of the accepted
      *   ones.
      *   Both masters are validated before anything is touched;
      *   an invalid master ends the step with condition code 12.
      *   Rejected cards set condition code 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.   'SHCORR'.
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
           SELECT TRAN-FILE    ASSIGN TO DA-S-SHCTRAN
                               ACCESS IS SEQUENTIAL
                               FILE STATUS IS TRAN-STATUS.
           SELECT OLDHIST-FILE ASSIGN TO DA-S-SHISTIN
                               ACCESS IS SEQUENTIAL
                               FILE STATUS IS OLDHIST-STATUS.
           SELECT NEWHIST-FILE ASSIGN TO DA-S-SHISTOT
                               ACCESS IS SEQUENTIAL.
           SELECT OLDHOST-FILE ASSIGN TO DA-S-SHHSTIN
                               ACCESS IS SEQUENTIAL
                               FILE STATUS IS OLDHOST-STATUS.
           SELECT NEWHOST-FILE ASSIGN TO DA-S-SHHSTOT
                               ACCESS IS SEQUENTIAL.
           SELECT OPTIONAL CHGLOG-FILE
                               ASSIGN TO DA-S-SHCHLOG
                               ACCESS IS SEQUENTIAL.
           SELECT SORT-FILE    ASSIGN TO UT-S-SORTWK01.
      ******************************************************************
       DATA DIVISION.
      *=================================================================
       FILE SECTION.
      *-----------------------------------------------------------------
      * Correction transaction cards, one change per card:
      *    cols  1-8   action: ADD, CHANGE, DELETE or REKEY
      *    col  10     master: M monthly, H per-host
      *    cols 12-15  year
      *    cols 16-17  month number
      *    cols 19-26  host tag, per-host master only
      *    cols 28-35  CHANGE: field name
      *    cols 37-51  CHANGE: new value
      *    cols 28-31  REKEY: new year
      *    cols 32-33  REKEY: new month number
      *    cols 35-42  REKEY: new host tag, per-host master only
      *    cols 53-60  operator ID, required
      *    cols 61-80  free remark, carried to the change log
      *  Field names and value formats for CHANGE:
      *    SPAMCNT, HAMCNT   nnnnn            both masters
      *    TOTBYTES          nnnnnnnnnnnnnnn  both masters
      *    AVGSPAM, AVGHAM   nnn.nn, nnn.nn-  both masters
      *    MAXSPAM, MINHAM   nnn.nn, nnn.nn-  monthly master only
      *    AVGSCAN           nnnnn.n          per-host master only
      *  The message count is always spam plus ham and follows a
      *  change of either. ADD puts a record with zero figures on
      *  the master for CHANGE cards to fill in.
      *  Cards with * in column 1 and blank cards are ignored.
       FD  TRAN-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  TRAN-CARD.
           02  TRN-ACTION            PIC X(8).
           02  FILLER                PIC X.
           02  TRN-MASTER            PIC X.
           02  FILLER                PIC X.
           02  TRN-YEAR              PIC 9(4).
           02  TRN-MONTH-NUM         PIC 9(2).
           02  FILLER                PIC X.
           02  TRN-HOST              PIC X(8).
           02  FILLER                PIC X.
           02  TRN-CHANGE-AREA.
               03  TRN-FIELD         PIC X(8).
               03  FILLER            PIC X.
               03  TRN-VALUE         PIC X(15).
           02  TRN-REKEY-AREA        REDEFINES TRN-CHANGE-AREA.
               03  TRN-NEW-YEAR      PIC 9(4).
               03  TRN-NEW-MONTH-NUM PIC 9(2).
               03  FILLER            PIC X.
               03  TRN-NEW-HOST      PIC X(8).
               03  FILLER            PIC X(9).
           02  FILLER                PIC X.
           02  TRN-OPERATOR          PIC X(8).
           02  TRN-REMARK            PIC X(20).
      *-----------------------------------------------------------------
      * History master, old generation, as written by SHUPDT.
       FD  OLDHIST-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  OLD-HISTORY-RECORD.
           02  OHST-YEAR             PIC 9(4).
           02  OHST-MONTH-NUM        PIC 9(2).
           02  OHST-MONTHNAME        PIC X(3).
           02  OHST-SPAMCNT          PIC 9(5).
           02  OHST-HAMCNT           PIC 9(5).
           02  OHST-MSGCNT           PIC 9(5).
           02  FILLER                PIC X(20).
           02  OHST-TOT-BYTES        PIC 9(15).
           02  FILLER                PIC X(21).
      *-----------------------------------------------------------------
      * History master, new generation.
       FD  NEWHIST-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  HISTORY-RECORD            PIC X(80).
      *-----------------------------------------------------------------
      * Per-host history master, old generation, as written by
      *  SHUPDT.
       FD  OLDHOST-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  OLD-HOST-HISTORY-RECORD.
           02  OHHS-YEAR             PIC 9(4).
           02  OHHS-MONTH-NUM        PIC 9(2).
           02  OHHS-MONTHNAME        PIC X(3).
           02  OHHS-HOST             PIC X(8).
           02  OHHS-SPAMCNT          PIC 9(5).
           02  OHHS-HAMCNT           PIC 9(5).
           02  OHHS-MSGCNT           PIC 9(5).
           02  FILLER                PIC X(10).
           02  OHHS-TOT-BYTES        PIC 9(15).
           02  FILLER                PIC X(23).
      *-----------------------------------------------------------------
      * Per-host history master, new generation.
       FD  NEWHOST-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  HOST-HISTORY-RECORD       PIC X(80).
      *-----------------------------------------------------------------
      * Permanent change log, appended to on every run. One record
      *  per applied change: who, when, which card, and the master
      *  record before and after. The before image is blank for an
      *  add, the after image blank for a delete.
       FD  CHGLOG-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 240 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  CHANGE-LOG-RECORD.
           02  CHL-CHANGE-DATE       PIC 9(8).
           02  CHL-CHANGE-TIME       PIC 9(8).
           02  CHL-OPERATOR          PIC X(8).
           02  CHL-ACTION            PIC X(8).
           02  CHL-MASTER            PIC X.
           02  CHL-FIELD             PIC X(8).
           02  CHL-CARD-SEQ          PIC 9(5).
           02  CHL-REMARK            PIC X(20).
           02  CHL-BEFORE-IMAGE      PIC X(80).
           02  CHL-AFTER-IMAGE       PIC X(80).
           02  FILLER                PIC X(14).
      *-----------------------------------------------------------------
      * The corrected master goes out through a sort, so adds and
      *  re-keys land in their place in the key sequence.
       SD  SORT-FILE
           RECORD CONTAINS 94 CHARACTERS.
       01  SORT-RECORD.
           02  SRT-KEY               PIC X(14).
           02  SRT-IMAGE             PIC X(80).
      *=================================================================
       WORKING-STORAGE SECTION.
       77  TRAN-STATUS               PIC XX         VALUE '00'.
       77  OLDHIST-STATUS            PIC XX         VALUE '00'.
       77  OLDHOST-STATUS            PIC XX         VALUE '00'.
       77  TRAN-EOF-IND              PIC X          VALUE 'N'.
       77  MASTER-EOF-IND            PIC X          VALUE 'N'.
       77  SORTED-EOF-IND            PIC X          VALUE 'N'.
       77  VAL-EOF-IND               PIC X          VALUE 'N'.
       77  CUR-MASTER                PIC X          VALUE SPACE.
       77  LINES-PER-PAGE            PIC 9(3)       VALUE 060.
       77  LINE-COUNT                PIC 9(3)       VALUE ZERO.
       77  PAGE-COUNT                PIC 9(3)       VALUE ZERO.
       77  CARD-SEQ                  PIC 9(5)       VALUE ZERO.
       77  CARDS-CNT                 PIC 9(5)       VALUE ZERO.
       77  ACCEPTED-CNT              PIC 9(5)       VALUE ZERO.
       77  REJECTED-CNT              PIC 9(5)       VALUE ZERO.
       77  MASTER-READ-CNT           PIC 9(7)       VALUE ZERO.
       77  MASTER-WRITTEN-CNT        PIC 9(7)       VALUE ZERO.
       77  VAL-ERROR-CNT             PIC 9(5)       VALUE ZERO.
       77  VAL-RECORD-CNT            PIC 9(7)       VALUE ZERO.
       77  MST-CNT                   PIC S9(4)      COMP VALUE ZERO.
       77  MST-SUB                   PIC S9(4)      COMP VALUE ZERO.
       77  MST-LIMIT                 PIC S9(4)      COMP VALUE 6000.
       77  FOUND-SUB                 PIC S9(4)      COMP VALUE ZERO.
       77  REKEY-SUB                 PIC S9(4)      COMP VALUE ZERO.
       77  MONTH-SUB                 PIC S9(4)      COMP VALUE ZERO.
       77  REJECT-TEXT               PIC X(30)      VALUE SPACE.
       77  VALUE-NEG-IND             PIC X          VALUE 'N'.
       77  VALUE-COUNT               PIC 9(5)       VALUE ZERO.
       77  VALUE-BYTES               PIC 9(15)      VALUE ZERO.
       77  VALUE-SCORE               PIC S9(3)V99   VALUE ZERO.
       77  VALUE-SCANTIME            PIC 9(5)V9     VALUE ZERO.
       77  MSGCNT-WORK               PIC 9(6)       VALUE ZERO.
       77  BEFORE-IMAGE              PIC X(80)      VALUE SPACE.
      * Year/month/host keys. The host part is blank for the
      *  monthly master. All parts are display, so plain group
      *  compares order them the way the masters are kept.
       01  SRCH-KEY.
           02  SRK-YEAR              PIC 9(4).
           02  SRK-MONTH-NUM         PIC 9(2).
           02  SRK-HOST              PIC X(8).
       01  NEW-KEY.
           02  NWK-YEAR              PIC 9(4).
           02  NWK-MONTH-NUM         PIC 9(2).
           02  NWK-HOST              PIC X(8).
       01  VAL-KEY.
           02  VLK-YEAR              PIC 9(4).
           02  VLK-MONTH-NUM         PIC 9(2).
           02  VLK-HOST              PIC X(8).
       01  VAL-PREV-KEY.
           02  VPK-YEAR              PIC 9(4).
           02  VPK-MONTH-NUM         PIC 9(2).
           02  VPK-HOST              PIC X(8).
      * The master being corrected, held in storage in its
      *  original order. Deleted records stay in the table flagged
      *  and are not written out.
       01  MASTER-TABLE.
           02  MST-ENTRY OCCURS 6000 TIMES.
               03  MTE-KEY.
                   04  MTK-YEAR      PIC 9(4).
                   04  MTK-MONTH-NUM PIC 9(2).
                   04  MTK-HOST      PIC X(8).
               03  MTE-DELETED-IND   PIC X.
               03  MTE-IMAGE         PIC X(80).
      * Monthly master record layout, as SHUPDT writes it. The
      *  scoring regime is carried along untouched; an added record
      *  has none recorded and is left at spaces.
       01  MONTH-WORK-RECORD.
           02  MWR-YEAR              PIC 9(4).
           02  MWR-MONTH-NUM         PIC 9(2).
           02  MWR-MONTHNAME         PIC X(3).
           02  MWR-SPAMCNT           PIC 9(5).
           02  MWR-HAMCNT            PIC 9(5).
           02  MWR-MSGCNT            PIC 9(5).
           02  MWR-AVG-SPAM          PIC S9(3)V99.
           02  MWR-AVG-HAM           PIC S9(3)V99.
           02  MWR-MAX-SPAM          PIC S9(3)V99.
           02  MWR-MIN-HAM           PIC S9(3)V99.
           02  MWR-TOT-BYTES         PIC 9(15).
           02  MWR-REGIME.
               03  MWR-SPAM-CUTOFF   PIC S9(3)V99   COMP-3.
               03  MWR-BAND-EDGE-1   PIC S9(3)V99   COMP-3.
               03  MWR-BAND-EDGE-2   PIC S9(3)V99   COMP-3.
               03  MWR-BAND-EDGE-3   PIC S9(3)V99   COMP-3.
               03  MWR-BAND-EDGE-4   PIC S9(3)V99   COMP-3.
           02  FILLER                PIC X(6).
      * Per-host master record layout, as SHUPDT writes it.
       01  HOST-WORK-RECORD.
           02  HWR-YEAR              PIC 9(4).
           02  HWR-MONTH-NUM         PIC 9(2).
           02  HWR-MONTHNAME         PIC X(3).
           02  HWR-HOST              PIC X(8).
           02  HWR-SPAMCNT           PIC 9(5).
           02  HWR-HAMCNT            PIC 9(5).
           02  HWR-MSGCNT            PIC 9(5).
           02  HWR-AVG-SPAM          PIC S9(3)V99.
           02  HWR-AVG-HAM           PIC S9(3)V99.
           02  HWR-TOT-BYTES         PIC 9(15).
           02  HWR-AVG-SCANTIME      PIC 9(5)V9.
           02  HWR-REGIME.
               03  HWR-SPAM-CUTOFF   PIC S9(3)V99   COMP-3.
               03  HWR-BAND-EDGE-1   PIC S9(3)V99   COMP-3.
               03  HWR-BAND-EDGE-2   PIC S9(3)V99   COMP-3.
               03  HWR-BAND-EDGE-3   PIC S9(3)V99   COMP-3.
               03  HWR-BAND-EDGE-4   PIC S9(3)V99   COMP-3.
           02  FILLER                PIC X(2).
       01  VALUE-SCORE-WORK          PIC 9(3)V99    VALUE ZERO.
       01  FILLER                    REDEFINES VALUE-SCORE-WORK.
           02  VSW-INT               PIC 9(3).
           02  VSW-FRC               PIC 99.
       01  VALUE-SCANTIME-WORK       PIC 9(5)V9     VALUE ZERO.
       01  FILLER                    REDEFINES VALUE-SCANTIME-WORK.
           02  VTW-INT               PIC 9(5).
           02  VTW-FRC               PIC 9.
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
           02  FILLER                PIC X(26)      VALUE SPACE.
           02  FILLER                PIC X(16)      VALUE
           'History-Correcti'.
           02  FILLER                PIC X(16)      VALUE
           'on-Proof-Listing'.
       01  SECTION-LINE.
           02  FILLER                PIC X(4)       VALUE '*** '.
           02  SCL-TEXT              PIC X(22).
           02  FILLER                PIC X(4)       VALUE ' ***'.
       01  PROOF-LINE.
           02  PRF-STATUS            PIC X(10).
           02  PRF-SEQ               PIC Z(4)9.
           02  FILLER                PIC X          VALUE SPACE.
           02  PRF-CARD              PIC X(60).
           02  FILLER                PIC X          VALUE SPACE.
           02  PRF-REASON            PIC X(30).
       01  IMAGE-LINE.
           02  FILLER                PIC X(10)      VALUE SPACE.
           02  IML-LABEL             PIC X(7).
           02  IML-IMAGE             PIC X(80).
       01  MASTER-COUNT-LINE.
           02  FILLER                PIC X(4)       VALUE SPACE.
           02  MCL-TEXT              PIC X(16).
           02  MCL-READ              PIC Z(6)9.
           02  FILLER                PIC X(7)       VALUE ' read, '.
           02  MCL-WRITTEN           PIC Z(6)9.
           02  FILLER                PIC X(9)       VALUE ' written.'.
       01  SUMMARY-LINE.
           02  FILLER                PIC X(13)
                                     VALUE 'Corrections: '.
           02  SUM-CARDS-ED          PIC Z(4)9.
           02  FILLER                PIC X(8)       VALUE ' cards, '.
           02  SUM-ACCEPTED-ED       PIC Z(4)9.
           02  FILLER                PIC X(11)
                                     VALUE ' accepted, '.
           02  SUM-REJECTED-ED       PIC Z(4)9.
           02  FILLER                PIC X(10)
                                     VALUE ' rejected.'.
       01  NO-TRAN-LINE.
           02  FILLER                PIC X(50)      VALUE
           'No transaction cards - masters copied as they are.'.
       01  VAL-ERROR-LINE.
           02  FILLER                PIC X(10)      VALUE '*HISTERR* '.
           02  VAL-ERR-MASTER        PIC X.
           02  FILLER                PIC X(1)       VALUE SPACE.
           02  VAL-ERR-REASON        PIC X(3).
           02  FILLER                PIC X(1)       VALUE SPACE.
           02  VAL-ERR-RECORD        PIC X(60).
       01  VAL-FAIL-LINE.
           02  FILLER                PIC X(52)      VALUE
           '*** HISTORY MASTER INVALID - NO CORRECTIONS APPLIED '.
           02  VAL-FAIL-CNT-ED       PIC Z(4)9.
           02  FILLER                PIC X(8)       VALUE ' errors.'.
      ******************************************************************
       PROCEDURE DIVISION.
       00-MAIN-ROUTINE.
           ACCEPT RUN-DATE FROM DATE.
           ACCEPT RUN-TIME FROM TIME.
           PERFORM 05-PRINT-HEADINGS.

           PERFORM 70-VALIDATE-MASTERS.
           IF VAL-ERROR-CNT > ZERO THEN
               MOVE VAL-ERROR-CNT TO VAL-FAIL-CNT-ED
               DISPLAY VAL-FAIL-LINE
               MOVE 12 TO RETURN-CODE
               STOP RUN.

           OPEN EXTEND CHGLOG-FILE.

           MOVE 'M' TO CUR-MASTER.
           MOVE 'Monthly master' TO SCL-TEXT.
           PERFORM 07-WRITE-SECTION-LINE.
           PERFORM 10-LOAD-MONTH-MASTER.
           PERFORM 20-APPLY-TRANSACTIONS.
           OPEN OUTPUT NEWHIST-FILE.
           PERFORM 30-WRITE-CORRECTED-MASTER.
           CLOSE NEWHIST-FILE.
           MOVE 'Monthly master: ' TO MCL-TEXT.
           PERFORM 35-WRITE-MASTER-COUNTS.

           MOVE 'H' TO CUR-MASTER.
           MOVE 'Per-host master' TO SCL-TEXT.
           PERFORM 07-WRITE-SECTION-LINE.
           PERFORM 11-LOAD-HOST-MASTER.
           PERFORM 20-APPLY-TRANSACTIONS.
           OPEN OUTPUT NEWHOST-FILE.
           PERFORM 30-WRITE-CORRECTED-MASTER.
           CLOSE NEWHOST-FILE.
           MOVE 'Per-host master:' TO MCL-TEXT.
           PERFORM 35-WRITE-MASTER-COUNTS.

           CLOSE CHGLOG-FILE.

           PERFORM 06-CHECK-PAGE-BREAK.
           DISPLAY ' '.
           ADD 1 TO LINE-COUNT.
           IF CARDS-CNT = ZERO THEN
               DISPLAY NO-TRAN-LINE
           ELSE
               MOVE CARDS-CNT TO SUM-CARDS-ED
               MOVE ACCEPTED-CNT TO SUM-ACCEPTED-ED
               MOVE REJECTED-CNT TO SUM-REJECTED-ED
               DISPLAY SUMMARY-LINE.
           IF REJECTED-CNT > ZERO AND RETURN-CODE < 4 THEN
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
      * Keeps an accepted card together with its two image lines.
       061-CHECK-PAGE-BREAK-3.
           IF LINE-COUNT + 3 > LINES-PER-PAGE THEN
               PERFORM 05-PRINT-HEADINGS.
      *-----------------------------------------------------------------
       07-WRITE-SECTION-LINE.
           PERFORM 06-CHECK-PAGE-BREAK.
           DISPLAY ' '.
           DISPLAY SECTION-LINE.
           ADD 2 TO LINE-COUNT.
      *-----------------------------------------------------------------
      * Loads the old monthly master into storage. A missing master
      *  is taken as empty, so the first months can be keyed in.
       10-LOAD-MONTH-MASTER.
           MOVE ZERO TO MST-CNT.
           MOVE ZERO TO MASTER-READ-CNT.
           MOVE 'N' TO MASTER-EOF-IND.
           OPEN INPUT OLDHIST-FILE.
           IF OLDHIST-STATUS = '00' THEN
               PERFORM 101-LOAD-ONE-MONTH
                   UNTIL MASTER-EOF-IND = 'Y'
               CLOSE OLDHIST-FILE.
      *-----------------------------------------------------------------
       101-LOAD-ONE-MONTH.
           READ OLDHIST-FILE
               AT END MOVE 'Y' TO MASTER-EOF-IND.

           IF MASTER-EOF-IND = 'N' THEN
               ADD 1 TO MASTER-READ-CNT
               ADD 1 TO MST-CNT
               MOVE OHST-YEAR TO MTK-YEAR (MST-CNT)
               MOVE OHST-MONTH-NUM TO MTK-MONTH-NUM (MST-CNT)
               MOVE SPACES TO MTK-HOST (MST-CNT)
               MOVE 'N' TO MTE-DELETED-IND (MST-CNT)
               MOVE OLD-HISTORY-RECORD TO MTE-IMAGE (MST-CNT).
      *-----------------------------------------------------------------
       11-LOAD-HOST-MASTER.
           MOVE ZERO TO MST-CNT.
           MOVE ZERO TO MASTER-READ-CNT.
           MOVE 'N' TO MASTER-EOF-IND.
           OPEN INPUT OLDHOST-FILE.
           IF OLDHOST-STATUS = '00' THEN
               PERFORM 111-LOAD-ONE-HOST-MONTH
                   UNTIL MASTER-EOF-IND = 'Y'
               CLOSE OLDHOST-FILE.
      *-----------------------------------------------------------------
       111-LOAD-ONE-HOST-MONTH.
           READ OLDHOST-FILE
               AT END MOVE 'Y' TO MASTER-EOF-IND.

           IF MASTER-EOF-IND = 'N' THEN
               ADD 1 TO MASTER-READ-CNT
               ADD 1 TO MST-CNT
               MOVE OHHS-YEAR TO MTK-YEAR (MST-CNT)
               MOVE OHHS-MONTH-NUM TO MTK-MONTH-NUM (MST-CNT)
               MOVE OHHS-HOST TO MTK-HOST (MST-CNT)
               MOVE 'N' TO MTE-DELETED-IND (MST-CNT)
               MOVE OLD-HOST-HISTORY-RECORD TO MTE-IMAGE (MST-CNT).
      *-----------------------------------------------------------------
      * One pass over the transaction cards per master. Cards for
      *  the other master are passed over; cards naming neither
      *  master are rejected on the monthly pass, so each card is
      *  listed exactly once.
       20-APPLY-TRANSACTIONS.
           MOVE ZERO TO CARD-SEQ.
           MOVE 'N' TO TRAN-EOF-IND.
           OPEN INPUT TRAN-FILE.
           IF TRAN-STATUS = '00' THEN
               PERFORM 21-READ-ONE-TRANSACTION
                   UNTIL TRAN-EOF-IND = 'Y'
               CLOSE TRAN-FILE.
      *-----------------------------------------------------------------
       21-READ-ONE-TRANSACTION.
           READ TRAN-FILE
               AT END MOVE 'Y' TO TRAN-EOF-IND.

           IF TRAN-EOF-IND = 'N' THEN
               ADD 1 TO CARD-SEQ
               IF TRAN-CARD = SPACES OR TRAN-CARD (1:1) = '*' THEN
                   CONTINUE
               ELSE
               IF TRN-MASTER = CUR-MASTER THEN
                   ADD 1 TO CARDS-CNT
                   PERFORM 22-APPLY-ONE-TRANSACTION
               ELSE
               IF CUR-MASTER = 'M'
                  AND TRN-MASTER NOT = 'H' THEN
                   ADD 1 TO CARDS-CNT
                   MOVE 'Master must be M or H' TO REJECT-TEXT
                   PERFORM 29-REJECT-TRANSACTION.
      *-----------------------------------------------------------------
      * Checks the key and operator common to all actions, then
      *  branches to the action. Every branch either applies the
      *  card or leaves a reason in REJECT-TEXT.
       22-APPLY-ONE-TRANSACTION.
           MOVE SPACES TO REJECT-TEXT.
           IF TRN-OPERATOR = SPACES THEN
               MOVE 'Operator ID missing' TO REJECT-TEXT
           ELSE
           IF TRN-YEAR IS NOT NUMERIC OR TRN-YEAR = ZERO THEN
               MOVE 'Year not numeric' TO REJECT-TEXT
           ELSE
           IF TRN-MONTH-NUM IS NOT NUMERIC
              OR TRN-MONTH-NUM < 01 OR TRN-MONTH-NUM > 12 THEN
               MOVE 'Month not 01-12' TO REJECT-TEXT
           ELSE
           IF CUR-MASTER = 'M' AND TRN-HOST NOT = SPACES THEN
               MOVE 'No host on monthly master' TO REJECT-TEXT
           ELSE
           IF CUR-MASTER = 'H' AND TRN-HOST = SPACES THEN
               MOVE 'Host tag missing' TO REJECT-TEXT.

           IF REJECT-TEXT = SPACES THEN
               MOVE TRN-YEAR TO SRK-YEAR
               MOVE TRN-MONTH-NUM TO SRK-MONTH-NUM
               MOVE TRN-HOST TO SRK-HOST
               PERFORM 23-FIND-ENTRY
               IF TRN-ACTION = 'ADD' THEN
                   PERFORM 24-ADD-RECORD
               ELSE
               IF TRN-ACTION = 'CHANGE' THEN
                   PERFORM 25-CHANGE-RECORD
               ELSE
               IF TRN-ACTION = 'DELETE' THEN
                   PERFORM 26-DELETE-RECORD
               ELSE
               IF TRN-ACTION = 'REKEY' THEN
                   PERFORM 27-REKEY-RECORD
               ELSE
                   MOVE 'Unknown action' TO REJECT-TEXT.

           IF REJECT-TEXT NOT = SPACES THEN
               PERFORM 29-REJECT-TRANSACTION.
      *-----------------------------------------------------------------
      * Looks up SRCH-KEY among the records not deleted. Leaves the
      *  entry in FOUND-SUB, zero when the key is not on the master.
       23-FIND-ENTRY.
           MOVE ZERO TO FOUND-SUB.
           MOVE 1 TO MST-SUB.
           PERFORM 231-CHECK-ONE-ENTRY
               UNTIL MST-SUB > MST-CNT.
      *-----------------------------------------------------------------
       231-CHECK-ONE-ENTRY.
           IF MTE-KEY (MST-SUB) = SRCH-KEY
              AND MTE-DELETED-IND (MST-SUB) = 'N' THEN
               MOVE MST-SUB TO FOUND-SUB
               COMPUTE MST-SUB = MST-CNT + 1
           ELSE
               ADD 1 TO MST-SUB.
      *-----------------------------------------------------------------
      * Puts a record with zero figures on the master under the
      *  card key, laid out the way SHUPDT writes it.
       24-ADD-RECORD.
           IF FOUND-SUB > ZERO THEN
               MOVE 'Record already on master' TO REJECT-TEXT
           ELSE
           IF MST-CNT >= MST-LIMIT THEN
               MOVE 'Master table full' TO REJECT-TEXT
           ELSE
               ADD 1 TO MST-CNT
               MOVE SRCH-KEY TO MTE-KEY (MST-CNT)
               MOVE 'N' TO MTE-DELETED-IND (MST-CNT)
               IF CUR-MASTER = 'M' THEN
                   MOVE SPACES TO MONTH-WORK-RECORD
                   MOVE SRK-YEAR TO MWR-YEAR
                   MOVE SRK-MONTH-NUM TO MWR-MONTH-NUM
                   MOVE MONTH-NAME-ENTRY (SRK-MONTH-NUM)
                       TO MWR-MONTHNAME
                   MOVE ZERO TO MWR-SPAMCNT
                   MOVE ZERO TO MWR-HAMCNT
                   MOVE ZERO TO MWR-MSGCNT
                   MOVE ZERO TO MWR-AVG-SPAM
                   MOVE ZERO TO MWR-AVG-HAM
                   MOVE ZERO TO MWR-MAX-SPAM
                   MOVE ZERO TO MWR-MIN-HAM
                   MOVE ZERO TO MWR-TOT-BYTES
                   MOVE MONTH-WORK-RECORD TO MTE-IMAGE (MST-CNT)
               ELSE
                   MOVE SPACES TO HOST-WORK-RECORD
                   MOVE SRK-YEAR TO HWR-YEAR
                   MOVE SRK-MONTH-NUM TO HWR-MONTH-NUM
                   MOVE MONTH-NAME-ENTRY (SRK-MONTH-NUM)
                       TO HWR-MONTHNAME
                   MOVE SRK-HOST TO HWR-HOST
                   MOVE ZERO TO HWR-SPAMCNT
                   MOVE ZERO TO HWR-HAMCNT
                   MOVE ZERO TO HWR-MSGCNT
                   MOVE ZERO TO HWR-AVG-SPAM
                   MOVE ZERO TO HWR-AVG-HAM
                   MOVE ZERO TO HWR-TOT-BYTES
                   MOVE ZERO TO HWR-AVG-SCANTIME
                   MOVE HOST-WORK-RECORD TO MTE-IMAGE (MST-CNT)
               END-IF
               MOVE SPACES TO BEFORE-IMAGE
               MOVE MST-CNT TO FOUND-SUB
               PERFORM 28-ACCEPT-TRANSACTION.
      *-----------------------------------------------------------------
       25-CHANGE-RECORD.
           IF FOUND-SUB = ZERO THEN
               MOVE 'Record not on master' TO REJECT-TEXT
           ELSE
               MOVE MTE-IMAGE (FOUND-SUB) TO BEFORE-IMAGE
               IF CUR-MASTER = 'M' THEN
                   PERFORM 251-CHANGE-MONTH-FIELD
               ELSE
                   PERFORM 252-CHANGE-HOST-FIELD
               END-IF
               IF REJECT-TEXT = SPACES THEN
                   PERFORM 28-ACCEPT-TRANSACTION.
      *-----------------------------------------------------------------
      * The changed figure is checked in its card format first;
      *  the record in storage is only updated once the value and
      *  the resulting message count are sound.
       251-CHANGE-MONTH-FIELD.
           MOVE MTE-IMAGE (FOUND-SUB) TO MONTH-WORK-RECORD.
           IF TRN-FIELD = 'SPAMCNT' THEN
               PERFORM 253-PARSE-COUNT-VALUE
               IF REJECT-TEXT = SPACES THEN
                   MOVE VALUE-COUNT TO MWR-SPAMCNT
               END-IF
           ELSE
           IF TRN-FIELD = 'HAMCNT' THEN
               PERFORM 253-PARSE-COUNT-VALUE
               IF REJECT-TEXT = SPACES THEN
                   MOVE VALUE-COUNT TO MWR-HAMCNT
               END-IF
           ELSE
           IF TRN-FIELD = 'TOTBYTES' THEN
               PERFORM 254-PARSE-BYTES-VALUE
               IF REJECT-TEXT = SPACES THEN
                   MOVE VALUE-BYTES TO MWR-TOT-BYTES
               END-IF
           ELSE
           IF TRN-FIELD = 'AVGSPAM' THEN
               PERFORM 255-PARSE-SCORE-VALUE
               IF REJECT-TEXT = SPACES THEN
                   MOVE VALUE-SCORE TO MWR-AVG-SPAM
               END-IF
           ELSE
           IF TRN-FIELD = 'AVGHAM' THEN
               PERFORM 255-PARSE-SCORE-VALUE
               IF REJECT-TEXT = SPACES THEN
                   MOVE VALUE-SCORE TO MWR-AVG-HAM
               END-IF
           ELSE
           IF TRN-FIELD = 'MAXSPAM' THEN
               PERFORM 255-PARSE-SCORE-VALUE
               IF REJECT-TEXT = SPACES THEN
                   MOVE VALUE-SCORE TO MWR-MAX-SPAM
               END-IF
           ELSE
           IF TRN-FIELD = 'MINHAM' THEN
               PERFORM 255-PARSE-SCORE-VALUE
               IF REJECT-TEXT = SPACES THEN
                   MOVE VALUE-SCORE TO MWR-MIN-HAM
               END-IF
           ELSE
           IF TRN-FIELD = 'MSGCNT' THEN
               MOVE 'MSGCNT is spam plus ham' TO REJECT-TEXT
           ELSE
               MOVE 'Unknown field for master' TO REJECT-TEXT.

           IF REJECT-TEXT = SPACES THEN
               ADD MWR-SPAMCNT, MWR-HAMCNT GIVING MSGCNT-WORK
               IF MSGCNT-WORK > 99999 THEN
                   MOVE 'Message count over 99999' TO REJECT-TEXT
               ELSE
                   MOVE MSGCNT-WORK TO MWR-MSGCNT
                   MOVE MONTH-WORK-RECORD TO MTE-IMAGE (FOUND-SUB).
      *-----------------------------------------------------------------
       252-CHANGE-HOST-FIELD.
           MOVE MTE-IMAGE (FOUND-SUB) TO HOST-WORK-RECORD.
           IF TRN-FIELD = 'SPAMCNT' THEN
               PERFORM 253-PARSE-COUNT-VALUE
               IF REJECT-TEXT = SPACES THEN
                   MOVE VALUE-COUNT TO HWR-SPAMCNT
               END-IF
           ELSE
           IF TRN-FIELD = 'HAMCNT' THEN
               PERFORM 253-PARSE-COUNT-VALUE
               IF REJECT-TEXT = SPACES THEN
                   MOVE VALUE-COUNT TO HWR-HAMCNT
               END-IF
           ELSE
           IF TRN-FIELD = 'TOTBYTES' THEN
               PERFORM 254-PARSE-BYTES-VALUE
               IF REJECT-TEXT = SPACES THEN
                   MOVE VALUE-BYTES TO HWR-TOT-BYTES
               END-IF
           ELSE
           IF TRN-FIELD = 'AVGSPAM' THEN
               PERFORM 255-PARSE-SCORE-VALUE
               IF REJECT-TEXT = SPACES THEN
                   MOVE VALUE-SCORE TO HWR-AVG-SPAM
               END-IF
           ELSE
           IF TRN-FIELD = 'AVGHAM' THEN
               PERFORM 255-PARSE-SCORE-VALUE
               IF REJECT-TEXT = SPACES THEN
                   MOVE VALUE-SCORE TO HWR-AVG-HAM
               END-IF
           ELSE
           IF TRN-FIELD = 'AVGSCAN' THEN
               PERFORM 256-PARSE-SCANTIME-VALUE
               IF REJECT-TEXT = SPACES THEN
                   MOVE VALUE-SCANTIME TO HWR-AVG-SCANTIME
               END-IF
           ELSE
           IF TRN-FIELD = 'MSGCNT' THEN
               MOVE 'MSGCNT is spam plus ham' TO REJECT-TEXT
           ELSE
               MOVE 'Unknown field for master' TO REJECT-TEXT.

           IF REJECT-TEXT = SPACES THEN
               ADD HWR-SPAMCNT, HWR-HAMCNT GIVING MSGCNT-WORK
               IF MSGCNT-WORK > 99999 THEN
                   MOVE 'Message count over 99999' TO REJECT-TEXT
               ELSE
                   MOVE MSGCNT-WORK TO HWR-MSGCNT
                   MOVE HOST-WORK-RECORD TO MTE-IMAGE (FOUND-SUB).
      *-----------------------------------------------------------------
       253-PARSE-COUNT-VALUE.
           IF TRN-VALUE (1:5) IS NUMERIC
              AND TRN-VALUE (6:10) = SPACES THEN
               MOVE TRN-VALUE (1:5) TO VALUE-COUNT
           ELSE
               MOVE 'Value not nnnnn' TO REJECT-TEXT.
      *-----------------------------------------------------------------
       254-PARSE-BYTES-VALUE.
           IF TRN-VALUE IS NUMERIC THEN
               MOVE TRN-VALUE TO VALUE-BYTES
           ELSE
               MOVE 'Value not 15 digits' TO REJECT-TEXT.
      *-----------------------------------------------------------------
      * Scores are given as nnn.nn, with a trailing minus sign for
      *  negative values.
       255-PARSE-SCORE-VALUE.
           IF TRN-VALUE (1:3) IS NUMERIC
              AND TRN-VALUE (4:1) = '.'
              AND TRN-VALUE (5:2) IS NUMERIC
              AND (TRN-VALUE (7:1) = '-' OR TRN-VALUE (7:1) = SPACE)
              AND TRN-VALUE (8:8) = SPACES THEN
               MOVE TRN-VALUE (1:3) TO VSW-INT
               MOVE TRN-VALUE (5:2) TO VSW-FRC
               IF TRN-VALUE (7:1) = '-' THEN
                   COMPUTE VALUE-SCORE = ZERO - VALUE-SCORE-WORK
               ELSE
                   MOVE VALUE-SCORE-WORK TO VALUE-SCORE
               END-IF
           ELSE
               MOVE 'Value not nnn.nn or nnn.nn-' TO REJECT-TEXT.
      *-----------------------------------------------------------------
       256-PARSE-SCANTIME-VALUE.
           IF TRN-VALUE (1:5) IS NUMERIC
              AND TRN-VALUE (6:1) = '.'
              AND TRN-VALUE (7:1) IS NUMERIC
              AND TRN-VALUE (8:8) = SPACES THEN
               MOVE TRN-VALUE (1:5) TO VTW-INT
               MOVE TRN-VALUE (7:1) TO VTW-FRC
               MOVE VALUE-SCANTIME-WORK TO VALUE-SCANTIME
           ELSE
               MOVE 'Value not nnnnn.n' TO REJECT-TEXT.
      *-----------------------------------------------------------------
       26-DELETE-RECORD.
           IF FOUND-SUB = ZERO THEN
               MOVE 'Record not on master' TO REJECT-TEXT
           ELSE
               MOVE MTE-IMAGE (FOUND-SUB) TO BEFORE-IMAGE
               MOVE 'Y' TO MTE-DELETED-IND (FOUND-SUB)
               PERFORM 28-ACCEPT-TRANSACTION.
      *-----------------------------------------------------------------
      * Moves a record to another key. The new key obeys the same
      *  rules as the old and must not be on the master yet; the
      *  month name follows the new month number.
       27-REKEY-RECORD.
           IF FOUND-SUB = ZERO THEN
               MOVE 'Record not on master' TO REJECT-TEXT
           ELSE
           IF TRN-NEW-YEAR IS NOT NUMERIC OR TRN-NEW-YEAR = ZERO THEN
               MOVE 'New year not numeric' TO REJECT-TEXT
           ELSE
           IF TRN-NEW-MONTH-NUM IS NOT NUMERIC
              OR TRN-NEW-MONTH-NUM < 01
              OR TRN-NEW-MONTH-NUM > 12 THEN
               MOVE 'New month not 01-12' TO REJECT-TEXT
           ELSE
           IF CUR-MASTER = 'M' AND TRN-NEW-HOST NOT = SPACES THEN
               MOVE 'No host on monthly master' TO REJECT-TEXT
           ELSE
           IF CUR-MASTER = 'H' AND TRN-NEW-HOST = SPACES THEN
               MOVE 'New host tag missing' TO REJECT-TEXT
           ELSE
               PERFORM 271-MOVE-TO-NEW-KEY.
      *-----------------------------------------------------------------
       271-MOVE-TO-NEW-KEY.
           MOVE FOUND-SUB TO REKEY-SUB.
           MOVE TRN-NEW-YEAR TO NWK-YEAR.
           MOVE TRN-NEW-MONTH-NUM TO NWK-MONTH-NUM.
           MOVE TRN-NEW-HOST TO NWK-HOST.
           MOVE NEW-KEY TO SRCH-KEY.
           PERFORM 23-FIND-ENTRY.

           IF FOUND-SUB > ZERO THEN
               MOVE 'New key already on master' TO REJECT-TEXT
           ELSE
               MOVE REKEY-SUB TO FOUND-SUB
               MOVE MTE-IMAGE (FOUND-SUB) TO BEFORE-IMAGE
               MOVE NEW-KEY TO MTE-KEY (FOUND-SUB)
               IF CUR-MASTER = 'M' THEN
                   MOVE MTE-IMAGE (FOUND-SUB) TO MONTH-WORK-RECORD
                   MOVE NWK-YEAR TO MWR-YEAR
                   MOVE NWK-MONTH-NUM TO MWR-MONTH-NUM
                   MOVE MONTH-NAME-ENTRY (NWK-MONTH-NUM)
                       TO MWR-MONTHNAME
                   MOVE MONTH-WORK-RECORD TO MTE-IMAGE (FOUND-SUB)
               ELSE
                   MOVE MTE-IMAGE (FOUND-SUB) TO HOST-WORK-RECORD
                   MOVE NWK-YEAR TO HWR-YEAR
                   MOVE NWK-MONTH-NUM TO HWR-MONTH-NUM
                   MOVE MONTH-NAME-ENTRY (NWK-MONTH-NUM)
                       TO HWR-MONTHNAME
                   MOVE NWK-HOST TO HWR-HOST
                   MOVE HOST-WORK-RECORD TO MTE-IMAGE (FOUND-SUB)
               END-IF
               PERFORM 28-ACCEPT-TRANSACTION.
      *-----------------------------------------------------------------
      * Logs an applied card with its before and after image and
      *  lists it on the proof listing.
       28-ACCEPT-TRANSACTION.
           ADD 1 TO ACCEPTED-CNT.
           MOVE SPACES TO CHANGE-LOG-RECORD.
           COMPUTE CHL-CHANGE-DATE = 20000000 + RUN-DATE.
           MOVE RUN-TIME TO CHL-CHANGE-TIME.
           MOVE TRN-OPERATOR TO CHL-OPERATOR.
           MOVE TRN-ACTION TO CHL-ACTION.
           MOVE CUR-MASTER TO CHL-MASTER.
           IF TRN-ACTION = 'CHANGE' THEN
               MOVE TRN-FIELD TO CHL-FIELD.
           MOVE CARD-SEQ TO CHL-CARD-SEQ.
           MOVE TRN-REMARK TO CHL-REMARK.
           MOVE BEFORE-IMAGE TO CHL-BEFORE-IMAGE.
           IF TRN-ACTION NOT = 'DELETE' THEN
               MOVE MTE-IMAGE (FOUND-SUB) TO CHL-AFTER-IMAGE.
           WRITE CHANGE-LOG-RECORD.

           MOVE 'Accepted  ' TO PRF-STATUS.
           MOVE CARD-SEQ TO PRF-SEQ.
           MOVE TRAN-CARD TO PRF-CARD.
           MOVE SPACES TO PRF-REASON.
           PERFORM 061-CHECK-PAGE-BREAK-3.
           DISPLAY PROOF-LINE.
           MOVE 'Before:' TO IML-LABEL.
           MOVE CHL-BEFORE-IMAGE TO IML-IMAGE.
           DISPLAY IMAGE-LINE.
           MOVE 'After: ' TO IML-LABEL.
           MOVE CHL-AFTER-IMAGE TO IML-IMAGE.
           DISPLAY IMAGE-LINE.
           ADD 3 TO LINE-COUNT.
      *-----------------------------------------------------------------
       29-REJECT-TRANSACTION.
           ADD 1 TO REJECTED-CNT.
           MOVE '*REJECT*  ' TO PRF-STATUS.
           MOVE CARD-SEQ TO PRF-SEQ.
           MOVE TRAN-CARD TO PRF-CARD.
           MOVE REJECT-TEXT TO PRF-REASON.
           PERFORM 06-CHECK-PAGE-BREAK.
           DISPLAY PROOF-LINE.
           ADD 1 TO LINE-COUNT.
      *-----------------------------------------------------------------
      * Writes the corrected master through the sort, dropping the
      *  deleted records.
       30-WRITE-CORRECTED-MASTER.
           MOVE ZERO TO MASTER-WRITTEN-CNT.
           MOVE 'N' TO SORTED-EOF-IND.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-KEY
               INPUT PROCEDURE IS 31-RELEASE-ENTRIES
               OUTPUT PROCEDURE IS 32-WRITE-SORTED.
      *-----------------------------------------------------------------
       31-RELEASE-ENTRIES.
           PERFORM 311-RELEASE-ONE-ENTRY
               VARYING MST-SUB FROM 1 BY 1
               UNTIL MST-SUB > MST-CNT.
      *-----------------------------------------------------------------
       311-RELEASE-ONE-ENTRY.
           IF MTE-DELETED-IND (MST-SUB) = 'N' THEN
               MOVE MTE-KEY (MST-SUB) TO SRT-KEY
               MOVE MTE-IMAGE (MST-SUB) TO SRT-IMAGE
               RELEASE SORT-RECORD.
      *-----------------------------------------------------------------
       32-WRITE-SORTED.
           PERFORM 321-WRITE-ONE-SORTED
               UNTIL SORTED-EOF-IND = 'Y'.
      *-----------------------------------------------------------------
       321-WRITE-ONE-SORTED.
           RETURN SORT-FILE
               AT END MOVE 'Y' TO SORTED-EOF-IND.

           IF SORTED-EOF-IND = 'N' THEN
               ADD 1 TO MASTER-WRITTEN-CNT
               IF CUR-MASTER = 'M' THEN
                   MOVE SRT-IMAGE TO HISTORY-RECORD
                   WRITE HISTORY-RECORD
               ELSE
                   MOVE SRT-IMAGE TO HOST-HISTORY-RECORD
                   WRITE HOST-HISTORY-RECORD.
      *-----------------------------------------------------------------
       35-WRITE-MASTER-COUNTS.
           MOVE MASTER-READ-CNT TO MCL-READ.
           MOVE MASTER-WRITTEN-CNT TO MCL-WRITTEN.
           PERFORM 06-CHECK-PAGE-BREAK.
           DISPLAY MASTER-COUNT-LINE.
           ADD 1 TO LINE-COUNT.
      *-----------------------------------------------------------------
      * Validates both old masters before anything is applied: keys
      *  numeric and in strictly ascending order without
      *  duplicates, the way SHUPDT writes them, month number and
      *  name in step, counts and bytes numeric as SHUPDT checks
      *  them, and no more records than fit in storage. Offending
      *  records are listed and the run is refused with condition
      *  code 12.
       70-VALIDATE-MASTERS.
           MOVE 'M' TO CUR-MASTER.
           MOVE ZERO TO VAL-RECORD-CNT.
           MOVE LOW-VALUES TO VAL-PREV-KEY.
           MOVE 'N' TO VAL-EOF-IND.
           OPEN INPUT OLDHIST-FILE.
           IF OLDHIST-STATUS = '00' THEN
               PERFORM 71-VALIDATE-ONE-MONTH
                   UNTIL VAL-EOF-IND = 'Y'
               CLOSE OLDHIST-FILE.

           MOVE 'H' TO CUR-MASTER.
           MOVE ZERO TO VAL-RECORD-CNT.
           MOVE LOW-VALUES TO VAL-PREV-KEY.
           MOVE 'N' TO VAL-EOF-IND.
           OPEN INPUT OLDHOST-FILE.
           IF OLDHOST-STATUS = '00' THEN
               PERFORM 72-VALIDATE-ONE-HOST-MONTH
                   UNTIL VAL-EOF-IND = 'Y'
               CLOSE OLDHOST-FILE.
      *-----------------------------------------------------------------
       71-VALIDATE-ONE-MONTH.
           READ OLDHIST-FILE
               AT END MOVE 'Y' TO VAL-EOF-IND.

           IF VAL-EOF-IND = 'N' THEN
               ADD 1 TO VAL-RECORD-CNT
               MOVE OLD-HISTORY-RECORD TO VAL-ERR-RECORD
               IF OHST-YEAR IS NOT NUMERIC
                  OR OHST-MONTH-NUM IS NOT NUMERIC THEN
                   MOVE 'KEY' TO VAL-ERR-REASON
                   PERFORM 74-LIST-BAD-RECORD
               ELSE
                   MOVE OHST-YEAR TO VLK-YEAR
                   MOVE OHST-MONTH-NUM TO VLK-MONTH-NUM
                   MOVE SPACES TO VLK-HOST
                   PERFORM 73-CHECK-KEY-SEQUENCE
                   IF OHST-MONTH-NUM < 01 OR OHST-MONTH-NUM > 12 THEN
                       MOVE 'MON' TO VAL-ERR-REASON
                       PERFORM 74-LIST-BAD-RECORD
                   ELSE
                   IF OHST-MONTHNAME NOT =
                      MONTH-NAME-ENTRY (OHST-MONTH-NUM) THEN
                       MOVE 'MON' TO VAL-ERR-REASON
                       PERFORM 74-LIST-BAD-RECORD
                   END-IF
                   END-IF
               END-IF
               IF OHST-SPAMCNT IS NOT NUMERIC
                  OR OHST-HAMCNT IS NOT NUMERIC
                  OR OHST-MSGCNT IS NOT NUMERIC
                  OR OHST-TOT-BYTES IS NOT NUMERIC THEN
                   MOVE 'NUM' TO VAL-ERR-REASON
                   PERFORM 74-LIST-BAD-RECORD.
      *-----------------------------------------------------------------
       72-VALIDATE-ONE-HOST-MONTH.
           READ OLDHOST-FILE
               AT END MOVE 'Y' TO VAL-EOF-IND.

           IF VAL-EOF-IND = 'N' THEN
               ADD 1 TO VAL-RECORD-CNT
               MOVE OLD-HOST-HISTORY-RECORD TO VAL-ERR-RECORD
               IF OHHS-YEAR IS NOT NUMERIC
                  OR OHHS-MONTH-NUM IS NOT NUMERIC THEN
                   MOVE 'KEY' TO VAL-ERR-REASON
                   PERFORM 74-LIST-BAD-RECORD
               ELSE
                   MOVE OHHS-YEAR TO VLK-YEAR
                   MOVE OHHS-MONTH-NUM TO VLK-MONTH-NUM
                   MOVE OHHS-HOST TO VLK-HOST
                   PERFORM 73-CHECK-KEY-SEQUENCE
                   IF OHHS-MONTH-NUM < 01 OR OHHS-MONTH-NUM > 12 THEN
                       MOVE 'MON' TO VAL-ERR-REASON
                       PERFORM 74-LIST-BAD-RECORD
                   ELSE
                   IF OHHS-MONTHNAME NOT =
                      MONTH-NAME-ENTRY (OHHS-MONTH-NUM) THEN
                       MOVE 'MON' TO VAL-ERR-REASON
                       PERFORM 74-LIST-BAD-RECORD
                   END-IF
                   END-IF
               END-IF
               IF OHHS-SPAMCNT IS NOT NUMERIC
                  OR OHHS-HAMCNT IS NOT NUMERIC
                  OR OHHS-MSGCNT IS NOT NUMERIC
                  OR OHHS-TOT-BYTES IS NOT NUMERIC THEN
                   MOVE 'NUM' TO VAL-ERR-REASON
                   PERFORM 74-LIST-BAD-RECORD.
      *-----------------------------------------------------------------
       73-CHECK-KEY-SEQUENCE.
           IF VAL-KEY = VAL-PREV-KEY THEN
               MOVE 'DUP' TO VAL-ERR-REASON
               PERFORM 74-LIST-BAD-RECORD
           ELSE
           IF VAL-KEY < VAL-PREV-KEY THEN
               MOVE 'SEQ' TO VAL-ERR-REASON
               PERFORM 74-LIST-BAD-RECORD.
           MOVE VAL-KEY TO VAL-PREV-KEY.

           IF VAL-RECORD-CNT > MST-LIMIT THEN
               MOVE 'CAP' TO VAL-ERR-REASON
               PERFORM 74-LIST-BAD-RECORD.
      *-----------------------------------------------------------------
       74-LIST-BAD-RECORD.
           ADD 1 TO VAL-ERROR-CNT.
           MOVE CUR-MASTER TO VAL-ERR-MASTER.
           PERFORM 06-CHECK-PAGE-BREAK.
           DISPLAY VAL-ERROR-LINE.
           ADD 1 TO LINE-COUNT.
      *-----------------------------------------------------------------
