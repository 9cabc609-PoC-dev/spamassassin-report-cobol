                               ACCESS IS SEQUENTIAL.
           SELECT REFEED-FILE  ASSIGN TO DA-S-SREFEED
                               ACCESS IS SEQUENTIAL.
           SELECT DUPLICATE-FILE ASSIGN TO DA-S-SDUPLIC
                               ACCESS IS SEQUENTIAL.
           SELECT ROSTER-FILE  ASSIGN TO DA-S-SHOSTRS
                               ACCESS IS SEQUENTIAL
                               FILE STATUS IS ROSTER-STATUS.
           SELECT STORM-FILE   ASSIGN TO DA-S-SSTORMS
                               ACCESS IS SEQUENTIAL.
           SELECT SORT-FILE    ASSIGN TO UT-S-SORTWK01.
           SELECT OPTIONAL AUDIT-FILE
                               ASSIGN TO DA-S-SRUNLOG
       01  INPILE-RECORD             PIC X(80).
      *-----------------------------------------------------------------
      * Machine-readable monthly extract, one record per month, for
      *  downstream spreadsheet/graphing jobs. Each day's figures
      *  follow as a daily record, typed D, ahead of its month.
      *  Every record carries the spam cutoff and band edges the
      *  run scored under, so the history masters can tell a
      *  change of scoring rules from a change in traffic.
      *  With size classes configured, the month's size class by
      *  score band matrix follows its per-host records, one
      *  record typed X per cell.
       FD  EXTRACT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  EXTRACT-RECORD.
           02  EXT-YEAR              PIC 9(4).
      *  history update.
           02  EXT-HOST              PIC X(8).
           02  EXT-AVG-SCANTIME      PIC 9(5)V9.
      * Blank on monthly and per-host records. D on a daily record,
      *  which carries the day of month next to it and the day's
      *  figures in the monthly fields above.
           02  EXT-REC-TYPE          PIC X.
           02  EXT-DAY               PIC 9(2).
      * Scoring regime in force: SPAMCUT and BANDEDG1-4.
           02  EXT-SPAM-CUTOFF       PIC S9(3)V99.
           02  EXT-BAND-EDGE-1       PIC S9(3)V99.
           02  EXT-BAND-EDGE-2       PIC S9(3)V99.
           02  EXT-BAND-EDGE-3       PIC S9(3)V99.
           02  EXT-BAND-EDGE-4       PIC S9(3)V99.
      * Size class by score band cell, record type X. The cell's
      *  message count and bytes sit in the monthly fields above,
      *  under spam or ham as the band lies above or below the
      *  cutoff. Class and band numbers and the class limits take
      *  the place of the score averages: the class holds messages
      *  from SIZE-FROM up to below SIZE-TO bytes, all nines for
      *  the open top class.
       01  EXTRACT-SIZE-RECORD.
           02  FILLER                PIC X(22).
           02  ESX-SIZE-CLASS        PIC 9.
           02  ESX-SCORE-BAND        PIC 9.
           02  ESX-SIZE-FROM         PIC 9(7).
           02  ESX-SIZE-TO           PIC 9(7).
           02  FILLER                PIC X(4).
           02  FILLER                PIC X(58).
      *-----------------------------------------------------------------
      * Restart control record. Written every CHECKPOINT-INTERVAL
      *  input records so a rerun of a large SINPILE job can resume
      *  A single record is kept; each checkpoint overwrites the last.
       FD  CHECKPOINT-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 5027 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  CHECKPOINT-RECORD.
           02  CKP-RECORDS-READ          PIC 9(9).
                   04  CKP-GWD-HAMS        PIC 9(7).
                   04  CKP-GWD-SCANTIME-SUM PIC 9(11)V9.
           02  CKP-EXTRACT-RECORDS-CNT   PIC 9(9).
           02  CKP-DUPLICATE-CNT         PIC 9(9).
           02  CKP-DUP-MONTH-CNT         PIC 9(3).
           02  CKP-DUP-MONTH-TABLE       PIC X(780).
           02  CKP-ROSTER-CNT            PIC 9(2).
           02  CKP-ROSTER-SEEN-TABLE     PIC X(50).
           02  CKP-PRV-DATE-NUM          PIC 9(8).
           02  CKP-SILENT-DAY-CNT        PIC 9(5).
           02  CKP-UNKNOWN-HOST-CNT      PIC 9(7).
           02  CKP-STORM-WINDOW          PIC 9(2).
           02  CKP-STORM-THRESHOLD       PIC 9(5).
           02  CKP-DAY-SPAM-SCORE-SUM    PIC S9(6)V99.
           02  CKP-DAY-HAM-SCORE-SUM     PIC S9(6)V99.
           02  CKP-DAY-MAX-SPAM          PIC S9(3)V99.
           02  CKP-DAY-MIN-HAM           PIC S9(3)V99.
           02  CKP-DAY-BYTES-SUM         PIC 9(15).
           02  CKP-DAY-SCANTIME-SUM      PIC 9(9)V9.
           02  CKP-SIZE-EDGE-CNT         PIC 9.
           02  CKP-SIZE-EDGE-VALUES      PIC X(28).
           02  CKP-SIZE-MONTH-TABLE      PIC X(500).
           02  CKP-SIZE-GRAND-TABLE      PIC X(575).
      *-----------------------------------------------------------------
      * Operator threshold cards, one keyword per card. Keyword in
      *  columns 1-8, value from column 10 on, fixed decimal point
      *    WHATIF   nnn.nn  candidate spam cutoff; up to five cards
      *                      may be given, each message is tallied
      *                      under every candidate in the same pass
      *    STORMWIN nnnnn   spam storm window in minutes, 1 to 60
      *    STORMMAX nnnnn   spam storm threshold: a host with more
      *                      spams than this inside the window is
      *                      in a storm; both cards must be given
      *    SIZECLAS nnnnnnn message size class limit in bytes; up to
      *                      four cards in ascending order, each
      *                      closing a class below it, the last
      *                      class is open upwards. With them, a
      *                      size class by score band matrix is
      *                      reported and extracted
      *  Wrong SPAMCUT/BANDEDG combinations and size class limits
      *  out of order end the step with return code 12 before any
      *  input is read.
      *  Cards with * in column 1 and blank cards are ignored.
      *  The dataset is optional; without it no limits are checked
      *  and the classic cutoff and band defaults apply.
           02  RFD-REASON            PIC X(6).
           02  RFD-RUN-DATE          PIC 9(6).
      *-----------------------------------------------------------------
      * Records dropped as duplicates of one already taken in this
      *  run, typically from an upload the gateway shipped twice.
      *  Same layout as the suspense dataset, reason DUPLIC, so a
      *  record wrongly taken for a re-send can still be fed back
      *  in through SREFEED.
       FD  DUPLICATE-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 92 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  DUPLICATE-RECORD.
           02  DUP-RECORD-IMAGE      PIC X(80).
           02  DUP-REASON            PIC X(6).
           02  DUP-RUN-DATE          PIC 9(6).
      *-----------------------------------------------------------------
      * Host roster, one card per scanning host that should be
      *  feeding the gateway:
      *    columns  1-8   host tag as it appears on SINPILE, *NONE*
      *                    for records that carry no tag
      *    columns 10-17  in-service date, yyyymmdd
      *    columns 19-26  retirement date, yyyymmdd, blank while the
      *                    host is in service; the host is no longer
      *                    expected from that day on
      *    columns 28-67  description
      *  Every day an active host sent nothing, and every record
      *  from a host not on the roster or not in service on the
      *  record date, is listed and ends the step with return
      *  code 4. Cards with * in column 1 and blank cards are
      *  ignored. The dataset is optional; without it no host
      *  checks are made. REFEED runs carry only a few corrected
      *  records, so the roster is not read on those.
       FD  ROSTER-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  ROSTER-CARD.
           02  RST-HOST-TAG          PIC X(8).
           02  FILLER                PIC X.
           02  RST-IN-SERVICE        PIC X(8).
           02  FILLER                PIC X.
           02  RST-RETIRED           PIC X(8).
           02  FILLER                PIC X.
           02  RST-DESCRIPTION       PIC X(40).
           02  FILLER                PIC X(13).
      *-----------------------------------------------------------------
      * Spam storm events, one record per storm: a stretch of time in
      *  which a host's spam count inside the sliding STORMWIN window
      *  stayed over STORMMAX. The window slides by whole minutes.
      *  Start is the first spam in the window that tripped the
      *  threshold, end the last spam taken while over it. Peak is
      *  the highest window count seen, spam count and average
      *  score cover every spam of the storm. Not written on
      *  re-feed runs.
       FD  STORM-FILE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS.
       01  STORM-EVENT-RECORD.
           02  STE-HOST              PIC X(8).
           02  STE-START-DATE        PIC 9(8).
           02  STE-START-TIME        PIC X(8).
           02  STE-END-DATE          PIC 9(8).
           02  STE-END-TIME          PIC X(8).
           02  STE-PEAK-CNT          PIC 9(5).
           02  STE-SPAM-CNT          PIC 9(7).
           02  STE-AVG-SCORE         PIC S9(3)V99.
           02  STE-WINDOW            PIC 9(2).
           02  STE-THRESHOLD         PIC 9(5).
           02  FILLER                PIC X(16).
      *-----------------------------------------------------------------
      * Run log: one record appended per execution, so auditors can
      *  reconstruct which run produced which published figures,
      *  checkpoint restarts and parameter aborts included.
           02  AUD-EXTRACT-MONTHS    PIC 9(5).
           02  AUD-GRAND-MSGS        PIC 9(7).
           02  AUD-RETURN-CODE       PIC 9(4).
           02  AUD-DUPLICATE-CNT     PIC 9(9).
           02  FILLER                PIC X(12).
      *-----------------------------------------------------------------
      * All input passes through a sort on year, month, day and
      *  time before accumulation, so concatenated or re-shipped
      *  log files in any order still produce exactly one report
      *  line and one extract record per year and month.
      *  Host, score, scan time and size complete the key, so that
      *  copies of the same message from a re-shipped upload come
      *  out of the sort next to each other and are caught by a
      *  simple compare with the record before.
       SD  SORT-FILE
           RECORD CONTAINS 131 CHARACTERS.
       01  SORT-RECORD.
           02  SRT-DUP-KEY.
               03  SRT-YEAR          PIC 9(4).
               03  SRT-MONTH-NUM     PIC 9(2).
               03  SRT-DAY           PIC X(2).
               03  SRT-TIME          PIC X(8).
               03  SRT-HOST          PIC X(8).
               03  SRT-SCORE         PIC X(10).
               03  SRT-SCANTIME      PIC X(6).
               03  SRT-BYTES         PIC X(11).
           02  SRT-RECORD-IMAGE      PIC X(80).
      *=================================================================
       WORKING-STORAGE SECTION.
       77  DAY-MSGS                  PIC 9(5)       VALUE ZERO.
       77  DAY-SCORE-SUM             PIC S9(6)V99   VALUE ZERO.
       77  DAY-AVG-SCORE             PIC S9(3)V99   VALUE ZERO.
       77  DAY-SPAM-SCORE-SUM        PIC S9(6)V99   VALUE ZERO.
       77  DAY-HAM-SCORE-SUM         PIC S9(6)V99   VALUE ZERO.
       77  DAY-MAX-SPAM              PIC S9(3)V99   VALUE ZERO.
       77  DAY-MIN-HAM               PIC S9(3)V99   VALUE ZERO.
       77  DAY-BYTES-SUM             PIC 9(15)      VALUE ZERO.
       77  DAY-SCANTIME-SUM          PIC 9(9)V9     VALUE ZERO.
       77  REJECT-REASON             PIC X(6)       VALUE '------'.
       77  REJECTED-RECORDS-CNT      PIC 9(5)       VALUE ZERO.
       77  SPAMS-PER-MONTH           PIC 9(5)       VALUE ZERO.
       77  WIF-SUB                   PIC S9(4)      COMP VALUE ZERO.
       77  WIF-MSG-CNT               PIC 9(7)       VALUE ZERO.
       77  WIF-SPAM-PCT              PIC 9(3)V9     VALUE ZERO.
       77  SIZE-EDGE-CNT             PIC 9          VALUE ZERO.
       77  SIZE-CLASS-CNT            PIC S9(4)      COMP VALUE ZERO.
       77  SIZE-CLASS-SUB            PIC S9(4)      COMP VALUE ZERO.
       77  SZC-SUB                   PIC S9(4)      COMP VALUE ZERO.
       77  SZB-SUB                   PIC S9(4)      COMP VALUE ZERO.
       77  SZE-SUB                   PIC S9(4)      COMP VALUE ZERO.
       77  BAND-SUB                  PIC S9(4)      COMP VALUE ZERO.
       77  SIZE-SCOPE-IND            PIC X          VALUE 'M'.
       77  SIZE-RECON-IND            PIC X          VALUE 'Y'.
       77  SIZE-ED                   PIC Z(6)9.
       77  SIZE2-ED                  PIC Z(6)9.
       77  WEEKDAY-SUB               PIC S9(4)      COMP VALUE ZERO.
       77  WD-PRINT-SUB              PIC S9(4)      COMP VALUE ZERO.
       77  WD-MSG-CNT                PIC 9(7)       VALUE ZERO.
       77  ZEL-SUM                   PIC S9(4)      COMP VALUE ZERO.
       77  ZEL-QT                    PIC S9(4)      COMP VALUE ZERO.
       77  ZEL-H                     PIC S9(4)      COMP VALUE ZERO.
       77  PRV-DUP-KEY               PIC X(51)      VALUE LOW-VALUES.
       77  DUPLICATE-CNT             PIC 9(9)       VALUE ZERO.
       77  DUP-MONTH-CNT             PIC 9(3)       VALUE ZERO.
       77  DUP-SUB                   PIC S9(4)      COMP VALUE ZERO.
       77  ROSTER-STATUS             PIC XX         VALUE '00'.
       77  ROSTER-EOF-IND            PIC X          VALUE 'N'.
       77  ROSTER-CNT                PIC 9(2)       VALUE ZERO.
       77  ROSTER-SUB                PIC S9(4)      COMP VALUE ZERO.
       77  ROSTER-FOUND-SUB          PIC S9(4)      COMP VALUE ZERO.
       77  PRV-DATE-NUM              PIC 9(8)       VALUE ZERO.
       77  SILENT-DAY-CNT            PIC 9(5)       VALUE ZERO.
       77  UNKNOWN-HOST-CNT          PIC 9(7)       VALUE ZERO.
       77  WALK-CNT                  PIC 9(4)       VALUE ZERO.
       77  WALK-LIMIT                PIC 9(4)       VALUE 0366.
       77  MONTH-LEN                 PIC 9(2)       VALUE ZERO.
       77  LEAP-QT                   PIC S9(4)      COMP VALUE ZERO.
       77  LEAP-REM                  PIC S9(4)      COMP VALUE ZERO.
       77  LEAP-REM-100              PIC S9(4)      COMP VALUE ZERO.
       77  LEAP-REM-400              PIC S9(4)      COMP VALUE ZERO.
       77  STORM-WINDOW              PIC 9(2)       VALUE ZERO.
       77  STORM-THRESHOLD           PIC 9(5)       VALUE ZERO.
       77  STORM-ACTIVE-IND          PIC X          VALUE 'N'.
       77  STORM-REPLAY-IND          PIC X          VALUE 'N'.
       77  STORM-EOF-IND             PIC X          VALUE 'N'.
       77  STORM-EVENT-CNT           PIC 9(5)       VALUE ZERO.
       77  STORM-HOST-CNT            PIC 9(2)       VALUE ZERO.
       77  STORM-SUB                 PIC S9(4)      COMP VALUE ZERO.
       77  STORM-SRCH-SUB            PIC S9(4)      COMP VALUE ZERO.
       77  BUCKET-SUB                PIC S9(4)      COMP VALUE ZERO.
       77  WINDOW-BACK               PIC S9(4)      COMP VALUE ZERO.
       77  WINDOW-SPAM-CNT           PIC 9(5)       VALUE ZERO.
       77  WINDOW-SCORE-SUM          PIC S9(7)V99   VALUE ZERO.
       77  WINDOW-FIRST-DATE         PIC 9(8)       VALUE ZERO.
       77  WINDOW-FIRST-TIME         PIC X(8)       VALUE SPACE.
       77  WINDOW-MINUTE             PIC 9(10)      VALUE ZERO.
       77  REC-MINUTE-NUM            PIC 9(10)      VALUE ZERO.
       77  CURRENT-MINUTE            PIC 99         VALUE ZERO.
       77  MINUTE-QT                 PIC 9(10)      VALUE ZERO.
       77  DAY-NUM                   PIC 9(7)       VALUE ZERO.
       77  DAYNUM-YEAR               PIC 9(4)       VALUE ZERO.
       77  DAYNUM-Q4                 PIC S9(4)      COMP VALUE ZERO.
       77  DAYNUM-Q100               PIC S9(4)      COMP VALUE ZERO.
       77  DAYNUM-Q400               PIC S9(4)      COMP VALUE ZERO.
       01  PARM-PCT-WORK             PIC 9(3)V9     VALUE ZERO.
       01  FILLER                    REDEFINES PARM-PCT-WORK.
           02  PARM-PCT-INT          PIC 9(3).
       01  FILLER                    REDEFINES PARM-SCORE-WORK.
           02  PARM-SCORE-INT        PIC 9(3).
           02  PARM-SCORE-FRC        PIC 99.
       01  PARM-SIZE-WORK            PIC 9(7)       VALUE ZERO.
      * Candidate spam cutoffs from WHATIF cards. The cutoff values
      *  live apart from the running tallies so a checkpoint restart
      *  can verify the candidates are unchanged before the tallies
           02  BAND-EDGE-2           PIC S9(3)V99   VALUE 2.
           02  BAND-EDGE-3           PIC S9(3)V99   VALUE 5.
           02  BAND-EDGE-4           PIC S9(3)V99   VALUE 10.
       01  FILLER                    REDEFINES BAND-EDGE-VALUES.
           02  BAND-EDGE             PIC S9(3)V99 OCCURS 4 TIMES.
      * Message size class limits from SIZECLAS cards, kept apart
      *  from the matrices like the what-if cutoffs, so a restart
      *  can verify them before the matrices are restored. The
      *  month and run matrices hold count and bytes per size class
      *  and score band.
       01  SIZE-EDGE-VALUES.
           02  SIZE-EDGE             PIC 9(7) OCCURS 4 TIMES.
       01  SIZE-MONTH-TABLE.
           02  SIZE-MONTH-CLASS OCCURS 5 TIMES.
               03  SIZE-MONTH-CELL OCCURS 5 TIMES.
                   04  SZM-MSGS      PIC 9(5).
                   04  SZM-BYTES     PIC 9(15).
       01  SIZE-GRAND-TABLE.
           02  SIZE-GRAND-CLASS OCCURS 5 TIMES.
               03  SIZE-GRAND-CELL OCCURS 5 TIMES.
                   04  SZG-MSGS      PIC 9(7).
                   04  SZG-BYTES     PIC 9(16).
       01  SIZE-LABEL-TABLE.
           02  SIZE-LABEL            PIC X(16) OCCURS 5 TIMES.
      * Work rows for printing a matrix: the row of one size class
      *  and, summed over all classes, the row that must agree
      *  with the band line and the byte total. Entry 6 is the row
      *  total.
       01  SIZE-ROW-WORK.
           02  SIZE-ROW-ENTRY OCCURS 6 TIMES.
               03  ROW-MSGS          PIC 9(9).
               03  ROW-BYTES         PIC 9(18).
       01  SIZE-COLUMN-WORK.
           02  SIZE-COLUMN-ENTRY OCCURS 6 TIMES.
               03  COL-MSGS          PIC 9(9).
               03  COL-BYTES         PIC 9(18).
       01  SIZE-CHECK-WORK.
           02  CHK-BAND-MSGS         PIC 9(9) OCCURS 5 TIMES.
           02  CHK-TOTAL-BYTES       PIC 9(18).
      * The ten highest-scoring spam and ten lowest-scoring ham
      *  messages of the month in work, kept in score order for the
      *  outlier detail section. Postmaster uses these to chase
               VALUE 'MonTueWedThuFriSatSun'.
       01  WEEKDAY-NAME-TABLE REDEFINES WEEKDAY-NAME-LIST.
           02  WEEKDAY-NAME-ENTRY    PIC X(3) OCCURS 7 TIMES.
      * Duplicates dropped, counted per year and month in the order
      *  the sort delivers them. Should more months carry duplicates
      *  than the table holds, the last entry collects the rest.
       01  DUP-MONTH-TABLE.
           02  DUP-MONTH-ENTRY OCCURS 60 TIMES.
               03  DPM-YEAR          PIC 9(4).
               03  DPM-MONTH-NUM     PIC 9(2).
               03  DPM-CNT           PIC 9(7).
      * Host roster as loaded from SHOSTRS. A missing retirement date
      *  is held as all nines. The seen flags record which hosts
      *  delivered on the day in work and travel in the checkpoint.
      *  The roster stays empty on REFEED runs.
       01  ROSTER-TABLE.
           02  ROSTER-ENTRY OCCURS 50 TIMES.
               03  RTE-TAG           PIC X(8).
               03  RTE-IN-SERVICE    PIC 9(8).
               03  RTE-RETIRED       PIC 9(8).
               03  RTE-DESCRIPTION   PIC X(40).
       01  ROSTER-SEEN-TABLE.
           02  RSN-SEEN-IND          PIC X OCCURS 50 TIMES.
      * Calendar date of the current record as yyyymmdd, zero when
      *  the record has no year or no readable day number.
       01  REC-DATE-NUM              PIC 9(8)       VALUE ZERO.
       01  FILLER                    REDEFINES REC-DATE-NUM.
           02  RDT-YEAR              PIC 9(4).
           02  RDT-MONTH             PIC 99.
           02  RDT-DAY               PIC 99.
      * Day being checked for silent hosts.
       01  CHK-DATE-NUM              PIC 9(8)       VALUE ZERO.
       01  FILLER                    REDEFINES CHK-DATE-NUM.
           02  CHK-YEAR              PIC 9(4).
           02  CHK-MONTH             PIC 99.
           02  CHK-DAY               PIC 99.
       01  DAYS-IN-MONTH-LIST.
           02  FILLER                PIC X(24)
               VALUE '312831303130313130313031'.
       01  DAYS-IN-MONTH-TABLE REDEFINES DAYS-IN-MONTH-LIST.
           02  DAYS-IN-MONTH-ENTRY   PIC 9(2) OCCURS 12 TIMES.
      * Days in the year before the first of each month, for the
      *  running day number behind the storm window.
       01  CUM-DAYS-LIST.
           02  FILLER                PIC X(36)
               VALUE '000031059090120151181212243273304334'.
       01  CUM-DAYS-TABLE REDEFINES CUM-DAYS-LIST.
           02  CUM-DAYS-ENTRY        PIC 9(3) OCCURS 12 TIMES.
      * Spam storm state per host. Each host keeps one bucket per
      *  minute of the last hour, addressed by the running minute
      *  number modulo 60; a bucket belongs to the window while its
      *  minute stamp is one of the last STORMWIN minutes. Hosts
      *  beyond the table size share the last entry as *OTHER*.
      *  The table spans month ends and is not reset.
       01  STORM-HOST-TABLE.
           02  STORM-HOST-ENTRY OCCURS 20 TIMES.
               03  STM-TAG           PIC X(8).
               03  STM-OPEN-IND      PIC X.
               03  STM-START-DATE    PIC 9(8).
               03  STM-START-TIME    PIC X(8).
               03  STM-END-DATE      PIC 9(8).
               03  STM-END-TIME      PIC X(8).
               03  STM-PEAK-CNT      PIC 9(5).
               03  STM-SPAM-CNT      PIC 9(7).
               03  STM-SCORE-SUM     PIC S9(8)V99.
               03  STM-BUCKET OCCURS 60 TIMES.
                   04  STB-MINUTE    PIC 9(10).
                   04  STB-CNT       PIC 9(5).
                   04  STB-SCORE-SUM PIC S9(7)V99.
                   04  STB-FIRST-DATE PIC 9(8).
                   04  STB-FIRST-TIME PIC X(8).
       01  STORM-DATE-WORK           PIC 9(8)       VALUE ZERO.
       01  FILLER                    REDEFINES STORM-DATE-WORK.
           02  STW-YEAR              PIC 9(4).
           02  STW-MONTH             PIC 99.
           02  STW-DAY               PIC 99.
      * Per-host figures for the month in work. Records without a
      *  host tag collect under *NONE*. When more machines than
      *  table entries show up, the surplus collects under *OTHER*.
           02  FILLER                PIC X(2)       VALUE SPACE.
           02  FILLER                PIC X(7)       VALUE 'Spam%: '.
           02  WIF-PCT-ED            PIC ZZ9.9.
       01  SIZE-HEAD-LINE.
           02  FILLER                PIC X(4)       VALUE SPACE.
           02  FILLER                PIC X(27)      VALUE
           'Size Classes by Score Band '.
           02  SIZE-HEAD-SCOPE       PIC X(9).
       01  SIZE-COLUMN-LINE.
           02  FILLER                PIC X(28)      VALUE SPACE.
           02  SIZE-COLUMN-HEAD OCCURS 5 TIMES.
               03  FILLER            PIC X(2).
               03  SCL-BAND-LBL      PIC X(14).
           02  SCL-TOTAL-LBL         PIC X(16).
       01  SIZE-ROW-LINE.
           02  FILLER                PIC X(6)       VALUE SPACE.
           02  SRL-LABEL             PIC X(16).
           02  SRL-KIND              PIC X(6).
           02  SIZE-ROW-CELL OCCURS 6 TIMES.
               03  FILLER            PIC X.
               03  SRL-CELL          PIC Z(14)9.
       01  SIZE-RECON-LINE.
           02  FILLER                PIC X(8)       VALUE '*SIZE*  '.
           02  FILLER                PIC X(44)      VALUE
           'Size class matrix does not agree with bands '.
           02  FILLER                PIC X(17)      VALUE
           'and byte total.  '.
       01  HOUR-HEAD-LINE.
           02  FILLER                PIC X(4)       VALUE SPACE.
           02  FILLER                PIC X(20)
           02  FILLER                PIC X(1)       VALUE SPACE.
           02  FILLER                PIC X(17)
                                     VALUE 'records rejected.'.
       01  DUP-HEAD-LINE.
           02  FILLER                PIC X(4)       VALUE SPACE.
           02  FILLER                PIC X(25)
                                     VALUE 'Duplicate Records Dropped'.
       01  DUP-MONTH-LINE.
           02  FILLER                PIC X(6)       VALUE SPACE.
           02  DPL-PERIOD            PIC X(8).
           02  FILLER                PIC X(3)       VALUE SPACE.
           02  FILLER                PIC X(12)
                                     VALUE 'Duplicates: '.
           02  DPL-CNT-ED            PIC Z(6)9.
       01  DUP-NOTE-LINE.
           02  DUP-CNT-ED            PIC Z(8)9.
           02  FILLER                PIC X(1)       VALUE SPACE.
           02  FILLER                PIC X(34)
               VALUE 'duplicate records dropped, see the'.
           02  FILLER                PIC X(20)
               VALUE ' SDUPLIC dataset.   '.
       01  SILENT-HOST-LINE.
           02  FILLER                PIC X(9)       VALUE '*SILENT* '.
           02  FILLER                PIC X(5)       VALUE 'Host '.
           02  SHL-TAG               PIC X(8).
           02  FILLER                PIC X(17)
                                     VALUE '  no records on  '.
           02  SHL-MONTH             PIC X(3).
           02  FILLER                PIC X          VALUE SPACE.
           02  SHL-DAY               PIC Z9.
           02  FILLER                PIC X          VALUE SPACE.
           02  SHL-YEAR              PIC 9(4).
           02  FILLER                PIC X(2)       VALUE SPACE.
           02  SHL-DESCRIPTION       PIC X(40).
       01  UNKNOWN-HOST-LINE.
           02  FILLER                PIC X(10)      VALUE '*UNKHOST* '.
           02  UHL-RECORD            PIC X(80).
           02  FILLER                PIC X          VALUE SPACE.
           02  UHL-REASON            PIC X(14).
       01  ROSTER-NOTE-LINE.
           02  RNT-SILENT-ED         PIC Z(4)9.
           02  FILLER                PIC X(19)
                                     VALUE ' silent host days, '.
           02  RNT-UNKNOWN-ED        PIC Z(6)9.
           02  FILLER                PIC X(33)
               VALUE ' records from unrostered hosts.  '.
       01  ROSTER-ERROR-LINE.
           02  FILLER                PIC X(29)
               VALUE '*ROSTER* Card ignored, bad or'.
           02  FILLER                PIC X(19)
               VALUE ' surplus contents: '.
           02  ROSTER-ERR-CARD       PIC X(26).
       01  STORM-HEAD-LINE.
           02  FILLER                PIC X(4)       VALUE SPACE.
           02  FILLER                PIC X(23)
                                     VALUE 'Spam Storms, more than '.
           02  SHD-THRESHOLD-ED      PIC Z(4)9.
           02  FILLER                PIC X(19)
                                     VALUE ' spams per host in '.
           02  SHD-WINDOW-ED         PIC Z9.
           02  FILLER                PIC X(8)       VALUE ' minutes'.
       01  STORM-LINE.
           02  FILLER                PIC X(6)       VALUE SPACE.
           02  SSL-HOST              PIC X(8).
           02  FILLER                PIC X(2)       VALUE SPACE.
           02  SSL-START-MONTH       PIC X(3).
           02  FILLER                PIC X          VALUE SPACE.
           02  SSL-START-DAY         PIC Z9.
           02  FILLER                PIC X          VALUE SPACE.
           02  SSL-START-YEAR        PIC 9(4).
           02  FILLER                PIC X          VALUE SPACE.
           02  SSL-START-TIME        PIC X(8).
           02  FILLER                PIC X(3)       VALUE ' - '.
           02  SSL-END-MONTH         PIC X(3).
           02  FILLER                PIC X          VALUE SPACE.
           02  SSL-END-DAY           PIC Z9.
           02  FILLER                PIC X          VALUE SPACE.
           02  SSL-END-YEAR          PIC 9(4).
           02  FILLER                PIC X          VALUE SPACE.
           02  SSL-END-TIME          PIC X(8).
           02  FILLER                PIC X(8)       VALUE '  Peak: '.
           02  SSL-PEAK-ED           PIC Z(4)9.
           02  FILLER                PIC X(9)       VALUE '  Spams: '.
           02  SSL-SPAMS-ED          PIC Z(6)9.
           02  FILLER                PIC X(12)      VALUE
                                     '  AvgScore: '.
           02  SSL-AVGSC-ED          PIC -ZZZ9.99.
       01  STORM-NOTE-LINE.
           02  SNT-CNT-ED            PIC Z(4)9.
           02  FILLER                PIC X(34)
               VALUE ' spam storms, see the SSTORMS data'.
           02  FILLER                PIC X(4)       VALUE 'set.'.
       01  ALERT-LINE.
           02  FILLER                PIC X(8)       VALUE '*ALERT* '.
           02  ALT-PERIOD            PIC X(8).
           02  ETR-RUN-DATE          PIC 9(6).
           02  FILLER                PIC X          VALUE SPACE.
           02  ETR-RUN-TIME          PIC 9(8).
           02  FILLER                PIC X(66)      VALUE SPACE.
       01  PARM-FATAL-LINE.
           02  FILLER                PIC X(8)       VALUE '*PARM*  '.
           02  PARM-FATAL-TEXT       PIC X(44).
           MOVE ZERO TO WHATIF-TALLY-TABLE.
           MOVE ZERO TO WEEKDAY-PROFILE-TABLE.
           MOVE ZERO TO GRAND-WEEKDAY-TABLE.
           MOVE ZERO TO SIZE-EDGE-VALUES.
           MOVE ZERO TO SIZE-MONTH-TABLE.
           MOVE ZERO TO SIZE-GRAND-TABLE.
           ACCEPT RUN-DATE FROM DATE.
           ACCEPT RUN-TIME FROM TIME.
           PERFORM 60-READ-PARM-CARDS.
           IF NOT REFEED-MODE THEN
               PERFORM 61-READ-ROSTER-CARDS.
           PERFORM 65-APPLY-SCORE-PARMS.
           PERFORM 67-APPLY-SIZE-PARMS.
           PERFORM 62-APPLY-STORM-PARMS.
           IF PARM-FATAL-IND = 'Y' THEN
               MOVE 12 TO RETURN-CODE
               PERFORM 51-WRITE-AUDIT-RECORD
           IF RESTART-IND = 'Y' THEN
               OPEN EXTEND EXTRACT-FILE
               OPEN EXTEND SUSPENSE-FILE
               OPEN EXTEND DUPLICATE-FILE
           ELSE
               OPEN OUTPUT EXTRACT-FILE
               OPEN OUTPUT SUSPENSE-FILE
               OPEN OUTPUT DUPLICATE-FILE.

           IF STORM-ACTIVE-IND = 'Y' THEN
               IF RESTART-IND = 'Y' THEN
                   OPEN EXTEND STORM-FILE
               ELSE
                   OPEN OUTPUT STORM-FILE.

           SORT SORT-FILE
               ON ASCENDING KEY SRT-YEAR SRT-MONTH-NUM
                                SRT-DAY SRT-TIME
                                SRT-HOST SRT-SCORE
                                SRT-SCANTIME SRT-BYTES
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 08-FEED-SORT
               OUTPUT PROCEDURE IS 09-PROCESS-SORTED.

           PERFORM 26-WRITE-DAY-LINE-AND-RESET.
           MOVE ZERO TO REC-DATE-NUM.
           PERFORM 44-CHECK-SILENT-HOSTS.
           PERFORM 21-WRITE-STATS-LINE-AND-RESET.
           PERFORM 22-WRITE-GRAND-TOTAL-LINE.
           DISPLAY ' '.
           PERFORM 23-WRITE-REJECT-NOTE.
           PERFORM 87-WRITE-DUPLICATE-SECTION.
           PERFORM 47-WRITE-ROSTER-NOTE.
           PERFORM 88-WRITE-STORM-SECTION.
           PERFORM 73-WRITE-RECONCILIATION.
           IF ALERT-IND = 'Y' THEN
               PERFORM 06-CHECK-PAGE-BREAK
           PERFORM 52-WRITE-EXTRACT-TRAILER.
           CLOSE EXTRACT-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE DUPLICATE-FILE.
           STOP RUN.
      *-----------------------------------------------------------------
       05-PRINT-HEADINGS.
           MOVE MONTH-NUM-FOUND TO SRT-MONTH-NUM.
           MOVE DAY-OF-MONTH TO SRT-DAY.
           MOVE TIMESPEC TO SRT-TIME.
           MOVE HOST-TAG TO SRT-HOST.
           MOVE SCORE-TXT (1:10) TO SRT-SCORE.
           MOVE SCANTIME-TXT (1:6) TO SRT-SCANTIME.
           MOVE MSG-BYTES TO SRT-BYTES.
           MOVE STATISTICS-INPILE-FORMAT TO SRT-RECORD-IMAGE.
           RELEASE SORT-RECORD.
      *-----------------------------------------------------------------
           IF EOF-IND = 'N' THEN
               MOVE SRT-RECORD-IMAGE TO STATISTICS-INPILE-FORMAT.
      *-----------------------------------------------------------------
      * A record whose sort key equals that of the record before is
      *  a second copy of the same message and is dropped before any
      *  validation or accumulation takes place.
       10-READ-AND-HANDLE-RECORD.
           PERFORM 12-RETURN-SORTED-RECORD.

           IF EOF-IND = 'N' THEN
               ADD 1 TO RECORDS-READ-COUNT
               ADD 1 TO CHECKPOINT-COUNTER
               IF SRT-DUP-KEY = PRV-DUP-KEY THEN
                   PERFORM 16-DROP-DUPLICATE-RECORD
               ELSE
                   PERFORM 20-CHECK-RECORD
               END-IF
               MOVE SRT-DUP-KEY TO PRV-DUP-KEY
               IF EXTRACT-WRITTEN-IND = 'Y' THEN
                   PERFORM 27-WRITE-CHECKPOINT
                   MOVE ZERO TO CHECKPOINT-COUNTER
           ELSE
               MOVE 'Y' TO TRAILER-BAD-IND.
      *-----------------------------------------------------------------
      * Writes a duplicate record to SDUPLIC and counts it against
      *  the year and month it sorted under.
       16-DROP-DUPLICATE-RECORD.
           ADD 1 TO DUPLICATE-CNT.
           PERFORM 161-COUNT-DUPLICATE-MONTH.

           MOVE STATISTICS-INPILE-FORMAT TO DUP-RECORD-IMAGE.
           MOVE 'DUPLIC' TO DUP-REASON.
           MOVE RUN-DATE TO DUP-RUN-DATE.
           WRITE DUPLICATE-RECORD.
      *-----------------------------------------------------------------
       161-COUNT-DUPLICATE-MONTH.
           IF DUP-MONTH-CNT = ZERO THEN
               PERFORM 162-CLAIM-DUPLICATE-MONTH
           ELSE
               IF DPM-YEAR (DUP-MONTH-CNT) NOT = SRT-YEAR
                  OR DPM-MONTH-NUM (DUP-MONTH-CNT) NOT = SRT-MONTH-NUM
                  THEN
                   PERFORM 162-CLAIM-DUPLICATE-MONTH
               END-IF
           END-IF.
           ADD 1 TO DPM-CNT (DUP-MONTH-CNT).
      *-----------------------------------------------------------------
      * Months beyond the table size all collect in the last entry,
      *  marked with month 99 and listed as later months.
       162-CLAIM-DUPLICATE-MONTH.
           IF DUP-MONTH-CNT < 60 THEN
               ADD 1 TO DUP-MONTH-CNT
               MOVE SRT-YEAR TO DPM-YEAR (DUP-MONTH-CNT)
               MOVE SRT-MONTH-NUM TO DPM-MONTH-NUM (DUP-MONTH-CNT)
               MOVE ZERO TO DPM-CNT (DUP-MONTH-CNT)
           ELSE
               MOVE 99 TO DPM-MONTH-NUM (DUP-MONTH-CNT).
      *-----------------------------------------------------------------
      * Sets REJECT-REASON for the record in the work area, along
      *  with the effective year, hour and month number.
       19-VALIDATE-RECORD.
           MOVE '------' TO REJECT-REASON.
           MOVE ZERO TO REC-YEAR-EFFECTIVE.
           IF REC-YEAR-CHK NOT EQUAL SPACES THEN
           PERFORM 34-FIND-MONTH-NUMBER.
           IF MONTH-NUM-FOUND = ZERO THEN
               MOVE 'M' TO REJECT-REASON(6:1).
      *-----------------------------------------------------------------
       20-CHECK-RECORD.
           PERFORM 19-VALIDATE-RECORD.

           IF REJECT-REASON NOT EQUAL '------' THEN
               PERFORM 25-REJECT-RECORD
           ELSE
               PERFORM 46-SET-RECORD-DATE
               IF (DAY-OF-MONTH IS NOT EQUAL PRV-DAY
                  OR MONTHNAME IS NOT EQUAL PRV-MONTHNAME
                  OR REC-YEAR-EFFECTIVE IS NOT EQUAL PRV-YEAR)
                  AND PRV-DAY IS NOT EQUAL 'NL' THEN
                     PERFORM 26-WRITE-DAY-LINE-AND-RESET
                     PERFORM 44-CHECK-SILENT-HOSTS
               END-IF
               IF (MONTHNAME IS NOT EQUAL PRV-MONTHNAME
                  OR REC-YEAR-EFFECTIVE IS NOT EQUAL PRV-YEAR)
               MOVE MONTHNAME TO PRV-MONTHNAME
               MOVE REC-YEAR-EFFECTIVE TO PRV-YEAR
               MOVE DAY-OF-MONTH TO PRV-DAY
               MOVE REC-DATE-NUM TO PRV-DATE-NUM
               COMPUTE HOUR-SUB = CURRENT-HOUR + 1
               IF HOST-TAG = SPACES THEN
                   MOVE '*NONE*' TO CURRENT-HOST
               ELSE
                   MOVE HOST-TAG TO CURRENT-HOST
               END-IF
               PERFORM 45-CHECK-ROSTER-HOST
               PERFORM 33-FIND-HOST-ENTRY
               PERFORM 37-FIND-WEEKDAY
               PERFORM 30-CALC-SCORE
               MOVE DAY-AVG-SCORE TO DAY-AVG-SCORE-ED
               PERFORM 06-CHECK-PAGE-BREAK
               DISPLAY DAY-LINE
               ADD 1 TO LINE-COUNT
               PERFORM 261-WRITE-DAY-EXTRACT-RECORD
               MOVE 'Y' TO EXTRACT-WRITTEN-IND.

           MOVE ZERO TO DAY-SPAMS.
           MOVE ZERO TO DAY-HAMS.
           MOVE ZERO TO DAY-MSGS.
           MOVE ZERO TO DAY-SCORE-SUM.
           MOVE ZERO TO DAY-SPAM-SCORE-SUM.
           MOVE ZERO TO DAY-HAM-SCORE-SUM.
           MOVE ZERO TO DAY-MAX-SPAM.
           MOVE ZERO TO DAY-MIN-HAM.
           MOVE ZERO TO DAY-BYTES-SUM.
           MOVE ZERO TO DAY-SCANTIME-SUM.
      *-----------------------------------------------------------------
      * Daily record for the history update, written ahead of the
      *  month it belongs to. A day number that cannot be read goes
      *  out as zero and is passed over downstream.
       261-WRITE-DAY-EXTRACT-RECORD.
           MOVE PRV-YEAR TO EXT-YEAR.
           MOVE PRV-MONTHNAME TO EXT-MONTH.
           MOVE DAY-SPAMS TO EXT-SPAMCNT.
           MOVE DAY-HAMS TO EXT-HAMCNT.
           MOVE DAY-MSGS TO EXT-MSGCNT.
           IF DAY-SPAMS > ZERO THEN
               COMPUTE EXT-AVG-SPAM = DAY-SPAM-SCORE-SUM / DAY-SPAMS
           ELSE
               MOVE ZERO TO EXT-AVG-SPAM.
           IF DAY-HAMS > ZERO THEN
               COMPUTE EXT-AVG-HAM = DAY-HAM-SCORE-SUM / DAY-HAMS
           ELSE
               MOVE ZERO TO EXT-AVG-HAM.
           MOVE DAY-MAX-SPAM TO EXT-MAX-SPAM.
           MOVE DAY-MIN-HAM TO EXT-MIN-HAM.
           MOVE DAY-BYTES-SUM TO EXT-TOT-BYTES.
           IF REFEED-MODE THEN
               MOVE 'R' TO EXT-REFEED-IND
           ELSE
               MOVE SPACE TO EXT-REFEED-IND.
           MOVE SPACES TO EXT-HOST.
           IF DAY-MSGS > ZERO THEN
               COMPUTE EXT-AVG-SCANTIME = DAY-SCANTIME-SUM / DAY-MSGS
           ELSE
               MOVE ZERO TO EXT-AVG-SCANTIME.
           MOVE 'D' TO EXT-REC-TYPE.
           MOVE PRV-DAY TO DOW-DAY-TXT.
           IF DOW-DAY-TXT (1:1) = SPACE THEN
               MOVE '0' TO DOW-DAY-TXT (1:1).
           IF DOW-DAY-TXT IS NUMERIC THEN
               MOVE DOW-DAY-TXT TO EXT-DAY
           ELSE
               MOVE ZERO TO EXT-DAY.
           PERFORM 242-MOVE-SCORING-REGIME.
           WRITE EXTRACT-RECORD.
           ADD 1 TO EXTRACT-RECORDS-CNT.
      *-----------------------------------------------------------------
       21-WRITE-STATS-LINE-AND-RESET.
           IF SPAMS-PER-MONTH > ZERO THEN
               PERFORM 85-WRITE-MONTH-WEEKDAY-PROFILE
               PERFORM 78-WRITE-OUTLIER-DETAIL
               PERFORM 79-WRITE-WHATIF-LINES
               PERFORM 89-WRITE-MONTH-SIZE-MATRIX
               PERFORM 70-CHECK-MONTH-ALERTS
               PERFORM 24-WRITE-EXTRACT-RECORD
               MOVE 'Y' TO EXTRACT-WRITTEN-IND.
           MOVE ZERO TO BAND-OVER10.
           MOVE ZERO TO HOUR-PROFILE-TABLE.
           MOVE ZERO TO WEEKDAY-PROFILE-TABLE.
           MOVE ZERO TO SIZE-MONTH-TABLE.
           MOVE ZERO TO HOST-COUNT.
           MOVE ZERO TO TOP-SPAM-CNT.
           MOVE ZERO TO LOW-HAM-CNT.
               UNTIL WIF-SUB > WHATIF-CNT.
      *-----------------------------------------------------------------
       30-CALC-SCORE.
           PERFORM 301-DERIVE-SCORE.

           IF SCORE >= SPAM-CUTOFF THEN
               PERFORM 41-DO-SPAM-CALC
           ELSE
               PERFORM 40-DO-HAM-CALC.

           IF STORM-ACTIVE-IND = 'Y' AND SCORE >= SPAM-CUTOFF THEN
               PERFORM 38-TRACK-STORM.

           PERFORM 32-CLASSIFY-SCORE-BAND.

           IF SIZE-EDGE-CNT > ZERO THEN
               PERFORM 35-TALLY-SIZE-CLASS.

           PERFORM 36-TALLY-WHATIF
               VARYING WIF-SUB FROM 1 BY 1
               UNTIL WIF-SUB > WHATIF-CNT.
      *-----------------------------------------------------------------
       301-DERIVE-SCORE.
           MOVE SCORE-TXT-DEC TO SCORE-DEC.
           MOVE SCORE-TXT-FRC TO SCORE-FRC.

           IF NUM-NEGATIVE OF SCORE-SIGN THEN
               SUBTRACT SCORE FROM ZERO GIVING SCORE.
      *-----------------------------------------------------------------
      * Looks up MONTHNAME in the month name table. Leaves the
      *  month number in MONTH-NUM-FOUND, zero for unknown names.
       32-CLASSIFY-SCORE-BAND.
           IF SCORE < BAND-EDGE-1 THEN
               ADD 1 TO BAND-UNDER0, GRAND-BAND-UNDER0
               MOVE 1 TO BAND-SUB
           ELSE IF SCORE < BAND-EDGE-2 THEN
               ADD 1 TO BAND-0-2, GRAND-BAND-0-2
               MOVE 2 TO BAND-SUB
           ELSE IF SCORE < BAND-EDGE-3 THEN
               ADD 1 TO BAND-2-5, GRAND-BAND-2-5
               MOVE 3 TO BAND-SUB
           ELSE IF SCORE < BAND-EDGE-4 THEN
               ADD 1 TO BAND-5-10, GRAND-BAND-5-10
               MOVE 4 TO BAND-SUB
           ELSE
               ADD 1 TO BAND-OVER10, GRAND-BAND-OVER10
               MOVE 5 TO BAND-SUB.
      *-----------------------------------------------------------------
      * Works out the weekday of the current record from its year,
      *  month and day by Zeller's congruence, leaving 1 (Monday)
               DIVIDE ZEL-SUM BY 7 GIVING ZEL-QT REMAINDER ZEL-H
               COMPUTE WEEKDAY-SUB = ZEL-H + 1.
      *-----------------------------------------------------------------
      * Books a spam into its host's minute bucket and checks the
      *  spam count of the window ending with this minute. Going
      *  over STORMMAX opens a storm, later spams still over it
      *  extend the storm, the first spam back at or under it ends
      *  the storm. Spams without a usable date or time are not
      *  taken into account.
       38-TRACK-STORM.
           PERFORM 39-SET-MINUTE-NUM.

           IF REC-MINUTE-NUM > ZERO THEN
               PERFORM 381-FIND-STORM-HOST
               PERFORM 382-FILL-STORM-BUCKET
               PERFORM 383-SUM-STORM-WINDOW
               IF WINDOW-SPAM-CNT > STORM-THRESHOLD THEN
                   IF STM-OPEN-IND (STORM-SUB) = 'Y' THEN
                       PERFORM 384-EXTEND-STORM
                   ELSE
                       PERFORM 385-OPEN-STORM
                   END-IF
               ELSE
                   IF STM-OPEN-IND (STORM-SUB) = 'Y' THEN
                       PERFORM 386-CLOSE-STORM.
      *-----------------------------------------------------------------
       381-FIND-STORM-HOST.
           MOVE ZERO TO STORM-SUB.
           MOVE 1 TO STORM-SRCH-SUB.
           PERFORM 387-CHECK-STORM-HOST
               UNTIL STORM-SRCH-SUB > STORM-HOST-CNT.

           IF STORM-SUB = ZERO THEN
               IF STORM-HOST-CNT < 19 THEN
                   ADD 1 TO STORM-HOST-CNT
                   MOVE STORM-HOST-CNT TO STORM-SUB
                   MOVE CURRENT-HOST TO STM-TAG (STORM-SUB)
                   MOVE 'N' TO STM-OPEN-IND (STORM-SUB)
               ELSE
                   MOVE 20 TO STORM-SUB
                   IF STORM-HOST-CNT < 20 THEN
                       MOVE 20 TO STORM-HOST-CNT
                       MOVE '*OTHER*' TO STM-TAG (STORM-SUB)
                       MOVE 'N' TO STM-OPEN-IND (STORM-SUB).
      *-----------------------------------------------------------------
       387-CHECK-STORM-HOST.
           IF STM-TAG (STORM-SRCH-SUB) = CURRENT-HOST THEN
               MOVE STORM-SRCH-SUB TO STORM-SUB
               COMPUTE STORM-SRCH-SUB = STORM-HOST-CNT + 1
           ELSE
               ADD 1 TO STORM-SRCH-SUB.
      *-----------------------------------------------------------------
      * A bucket still stamped with an older minute is taken over
      *  for the current one.
       382-FILL-STORM-BUCKET.
           DIVIDE REC-MINUTE-NUM BY 60 GIVING MINUTE-QT
               REMAINDER BUCKET-SUB.
           ADD 1 TO BUCKET-SUB.

           IF STB-MINUTE (STORM-SUB, BUCKET-SUB) NOT = REC-MINUTE-NUM
              THEN
               MOVE REC-MINUTE-NUM TO STB-MINUTE (STORM-SUB, BUCKET-SUB)
               MOVE ZERO TO STB-CNT (STORM-SUB, BUCKET-SUB)
               MOVE ZERO TO STB-SCORE-SUM (STORM-SUB, BUCKET-SUB)
               MOVE REC-DATE-NUM
                   TO STB-FIRST-DATE (STORM-SUB, BUCKET-SUB)
               MOVE TIMESPEC TO STB-FIRST-TIME (STORM-SUB, BUCKET-SUB).

           ADD 1 TO STB-CNT (STORM-SUB, BUCKET-SUB).
           ADD SCORE TO STB-SCORE-SUM (STORM-SUB, BUCKET-SUB).
      *-----------------------------------------------------------------
      * Adds up the buckets of the last STORMWIN minutes, walking back
      *  from the current one, so the first spam of the oldest
      *  bucket in use is left in WINDOW-FIRST-DATE and -TIME.
       383-SUM-STORM-WINDOW.
           MOVE ZERO TO WINDOW-SPAM-CNT.
           MOVE ZERO TO WINDOW-SCORE-SUM.
           PERFORM 388-ADD-STORM-BUCKET
               VARYING WINDOW-BACK FROM 0 BY 1
               UNTIL WINDOW-BACK >= STORM-WINDOW.
      *-----------------------------------------------------------------
       388-ADD-STORM-BUCKET.
           COMPUTE WINDOW-MINUTE = REC-MINUTE-NUM - WINDOW-BACK.
           DIVIDE WINDOW-MINUTE BY 60 GIVING MINUTE-QT
               REMAINDER BUCKET-SUB.
           ADD 1 TO BUCKET-SUB.

           IF STB-MINUTE (STORM-SUB, BUCKET-SUB) = WINDOW-MINUTE THEN
               ADD STB-CNT (STORM-SUB, BUCKET-SUB) TO WINDOW-SPAM-CNT
               ADD STB-SCORE-SUM (STORM-SUB, BUCKET-SUB)
                   TO WINDOW-SCORE-SUM
               MOVE STB-FIRST-DATE (STORM-SUB, BUCKET-SUB)
                   TO WINDOW-FIRST-DATE
               MOVE STB-FIRST-TIME (STORM-SUB, BUCKET-SUB)
                   TO WINDOW-FIRST-TIME.
      *-----------------------------------------------------------------
       384-EXTEND-STORM.
           MOVE REC-DATE-NUM TO STM-END-DATE (STORM-SUB).
           MOVE TIMESPEC TO STM-END-TIME (STORM-SUB).
           IF WINDOW-SPAM-CNT > STM-PEAK-CNT (STORM-SUB) THEN
               MOVE WINDOW-SPAM-CNT TO STM-PEAK-CNT (STORM-SUB).
           ADD 1 TO STM-SPAM-CNT (STORM-SUB).
           ADD SCORE TO STM-SCORE-SUM (STORM-SUB).
      *-----------------------------------------------------------------
      * The storm takes over every spam of the window that tripped
      *  the threshold.
       385-OPEN-STORM.
           MOVE 'Y' TO STM-OPEN-IND (STORM-SUB).
           MOVE WINDOW-FIRST-DATE TO STM-START-DATE (STORM-SUB).
           MOVE WINDOW-FIRST-TIME TO STM-START-TIME (STORM-SUB).
           MOVE REC-DATE-NUM TO STM-END-DATE (STORM-SUB).
           MOVE TIMESPEC TO STM-END-TIME (STORM-SUB).
           MOVE WINDOW-SPAM-CNT TO STM-PEAK-CNT (STORM-SUB).
           MOVE WINDOW-SPAM-CNT TO STM-SPAM-CNT (STORM-SUB).
           MOVE WINDOW-SCORE-SUM TO STM-SCORE-SUM (STORM-SUB).
      *-----------------------------------------------------------------
      * While skipped records are replayed after a restart, storms
      *  that end were already written by the earlier run.
       386-CLOSE-STORM.
           MOVE 'N' TO STM-OPEN-IND (STORM-SUB).

           IF STORM-REPLAY-IND = 'N' THEN
               MOVE SPACES TO STORM-EVENT-RECORD
               MOVE STM-TAG (STORM-SUB) TO STE-HOST
               MOVE STM-START-DATE (STORM-SUB) TO STE-START-DATE
               MOVE STM-START-TIME (STORM-SUB) TO STE-START-TIME
               MOVE STM-END-DATE (STORM-SUB) TO STE-END-DATE
               MOVE STM-END-TIME (STORM-SUB) TO STE-END-TIME
               MOVE STM-PEAK-CNT (STORM-SUB) TO STE-PEAK-CNT
               MOVE STM-SPAM-CNT (STORM-SUB) TO STE-SPAM-CNT
               COMPUTE STE-AVG-SCORE = STM-SCORE-SUM (STORM-SUB)
                                        / STM-SPAM-CNT (STORM-SUB)
               MOVE STORM-WINDOW TO STE-WINDOW
               MOVE STORM-THRESHOLD TO STE-THRESHOLD
               WRITE STORM-EVENT-RECORD.
      *-----------------------------------------------------------------
      * Running minute number of the current record, counted from
      *  the first of January of year 1; zero without a record date
      *  or with unreadable minutes.
       39-SET-MINUTE-NUM.
           MOVE ZERO TO REC-MINUTE-NUM.

           IF REC-DATE-NUM > ZERO AND TIMESPEC (4:2) IS NUMERIC THEN
               COMPUTE DAYNUM-YEAR = RDT-YEAR - 1
               DIVIDE DAYNUM-YEAR BY 4 GIVING DAYNUM-Q4
               DIVIDE DAYNUM-YEAR BY 100 GIVING DAYNUM-Q100
               DIVIDE DAYNUM-YEAR BY 400 GIVING DAYNUM-Q400
               COMPUTE DAY-NUM = DAYNUM-YEAR * 365 + DAYNUM-Q4
                                  - DAYNUM-Q100 + DAYNUM-Q400
                                  + CUM-DAYS-ENTRY (RDT-MONTH)
                                  + RDT-DAY
               IF RDT-MONTH > 2 THEN
                   DIVIDE RDT-YEAR BY 4 GIVING LEAP-QT
                       REMAINDER LEAP-REM
                   DIVIDE RDT-YEAR BY 100 GIVING LEAP-QT
                       REMAINDER LEAP-REM-100
                   DIVIDE RDT-YEAR BY 400 GIVING LEAP-QT
                       REMAINDER LEAP-REM-400
                   IF LEAP-REM = ZERO
                      AND (LEAP-REM-100 NOT = ZERO
                           OR LEAP-REM-400 = ZERO) THEN
                       ADD 1 TO DAY-NUM
                   END-IF
               END-IF
               MOVE TIMESPEC (4:2) TO CURRENT-MINUTE
               COMPUTE REC-MINUTE-NUM = DAY-NUM * 1440
                                         + CURRENT-HOUR * 60
                                         + CURRENT-MINUTE.
      *-----------------------------------------------------------------
      * Counts the message into the cell of its size class and of
      *  the score band just found, for the month and for the run.
       35-TALLY-SIZE-CLASS.
           MOVE SIZE-CLASS-CNT TO SIZE-CLASS-SUB.
           MOVE 1 TO SZE-SUB.
           PERFORM 351-CHECK-SIZE-EDGE
               UNTIL SZE-SUB > SIZE-EDGE-CNT.

           ADD 1 TO SZM-MSGS (SIZE-CLASS-SUB, BAND-SUB).
           ADD 1 TO SZG-MSGS (SIZE-CLASS-SUB, BAND-SUB).
           ADD MSG-BYTES TO SZM-BYTES (SIZE-CLASS-SUB, BAND-SUB).
           ADD MSG-BYTES TO SZG-BYTES (SIZE-CLASS-SUB, BAND-SUB).
      *-----------------------------------------------------------------
       351-CHECK-SIZE-EDGE.
           IF MSG-BYTES < SIZE-EDGE (SZE-SUB) THEN
               MOVE SZE-SUB TO SIZE-CLASS-SUB
               COMPUTE SZE-SUB = SIZE-EDGE-CNT + 1
           ELSE
               ADD 1 TO SZE-SUB.
      *-----------------------------------------------------------------
      * Splits the current message under one candidate cutoff, for
      *  the side-by-side what-if section. The live figures above
      *  are not touched.
           ADD SCANTIME TO HR-SCANTIME-SUM (HOUR-SUB).
           ADD SCANTIME TO GHR-SCANTIME-SUM (HOUR-SUB).
           ADD SCANTIME TO HPM-SCANTIME-SUM (CURRENT-HOST-SUB).
           ADD SCANTIME TO DAY-SCANTIME-SUM.
           IF WEEKDAY-SUB > ZERO THEN
               ADD SCANTIME TO WD-SCANTIME-SUM (WEEKDAY-SUB)
               ADD SCANTIME TO GWD-SCANTIME-SUM (WEEKDAY-SUB).
           ADD SCORE TO HAM-SCORE-SUM.
           ADD SCORE TO GRAND-HAM-SCORE-SUM.
           ADD SCORE TO DAY-SCORE-SUM.
           ADD SCORE TO DAY-HAM-SCORE-SUM.
           IF SCORE < LOWEST-HAM-SCORE THEN
               MOVE SCORE TO LOWEST-HAM-SCORE.
           IF SCORE < GRAND-LOWEST-HAM-SCORE THEN
               MOVE SCORE TO GRAND-LOWEST-HAM-SCORE.
           IF SCORE < DAY-MIN-HAM THEN
               MOVE SCORE TO DAY-MIN-HAM.
           ADD MSG-BYTES TO HAM-BYTES-SUM.
           ADD MSG-BYTES TO DAY-BYTES-SUM.
           ADD MSG-BYTES TO GRAND-HAM-BYTES-SUM.
      *-----------------------------------------------------------------
       41-DO-SPAM-CALC.
           ADD SCORE TO SPAM-SCORE-SUM.
           ADD SCORE TO GRAND-SPAM-SCORE-SUM.
           ADD SCORE TO DAY-SCORE-SUM.
           ADD SCORE TO DAY-SPAM-SCORE-SUM.
           IF SCORE > HIGHEST-SPAM-SCORE THEN
               MOVE SCORE TO HIGHEST-SPAM-SCORE.
           IF SCORE > GRAND-HIGHEST-SPAM-SCORE THEN
               MOVE SCORE TO GRAND-HIGHEST-SPAM-SCORE.
           IF SCORE > DAY-MAX-SPAM THEN
               MOVE SCORE TO DAY-MAX-SPAM.
           ADD MSG-BYTES TO SPAM-BYTES-SUM.
           ADD MSG-BYTES TO DAY-BYTES-SUM.
           ADD MSG-BYTES TO GRAND-SPAM-BYTES-SUM.
      *-----------------------------------------------------------------
      * Ranks the current record into the month's top spam list,
           PERFORM 76-WRITE-GRAND-HOUR-PROFILE.
           PERFORM 86-WRITE-GRAND-WEEKDAY-PROFILE.
           PERFORM 80-WRITE-GRAND-WHATIF.
           PERFORM 90-WRITE-GRAND-SIZE-MATRIX.
           PERFORM 71-CHECK-GRAND-ALERTS.
      *-----------------------------------------------------------------
       23-WRITE-REJECT-NOTE.
           PERFORM 06-CHECK-PAGE-BREAK.
           DISPLAY REJECT-NOTE-LINE.
           ADD 1 TO LINE-COUNT.
      *-----------------------------------------------------------------
      * Duplicate section: run total, then the per-month counts so a
      *  jump in a month's figures can be traced to a re-shipment.
       87-WRITE-DUPLICATE-SECTION.
           MOVE DUPLICATE-CNT TO DUP-CNT-ED.
           PERFORM 06-CHECK-PAGE-BREAK.
           DISPLAY DUP-NOTE-LINE.
           ADD 1 TO LINE-COUNT.

           IF DUP-MONTH-CNT > ZERO THEN
               PERFORM 06-CHECK-PAGE-BREAK
               DISPLAY DUP-HEAD-LINE
               ADD 1 TO LINE-COUNT
               PERFORM 871-WRITE-DUPLICATE-MONTH-LINE
                   VARYING DUP-SUB FROM 1 BY 1
                   UNTIL DUP-SUB > DUP-MONTH-CNT.
      *-----------------------------------------------------------------
       871-WRITE-DUPLICATE-MONTH-LINE.
           MOVE SPACES TO DPL-PERIOD.
           IF DPM-MONTH-NUM (DUP-SUB) = 99 THEN
               MOVE 'Later' TO DPL-PERIOD
           ELSE
           IF DPM-MONTH-NUM (DUP-SUB) = ZERO THEN
               MOVE '???' TO DPL-PERIOD
           ELSE
           IF DPM-YEAR (DUP-SUB) = ZERO THEN
               MOVE MONTH-NAME-ENTRY (DPM-MONTH-NUM (DUP-SUB))
                   TO DPL-PERIOD
           ELSE
               STRING MONTH-NAME-ENTRY (DPM-MONTH-NUM (DUP-SUB))
                                     DELIMITED BY SIZE
                      ' '            DELIMITED BY SIZE
                      DPM-YEAR (DUP-SUB)
                                     DELIMITED BY SIZE
                  INTO DPL-PERIOD
               END-STRING.
           MOVE DPM-CNT (DUP-SUB) TO DPL-CNT-ED.
           PERFORM 06-CHECK-PAGE-BREAK.
           DISPLAY DUP-MONTH-LINE.
           ADD 1 TO LINE-COUNT.
      *-----------------------------------------------------------------
      * Storm section: storms still running at end of input are
      *  ended, then the event dataset is read back and listed. Any
      *  storm makes the run end with a warning.
       88-WRITE-STORM-SECTION.
           IF STORM-ACTIVE-IND = 'Y' THEN
               PERFORM 881-END-OPEN-STORM
                   VARYING STORM-SUB FROM 1 BY 1
                   UNTIL STORM-SUB > STORM-HOST-CNT
               CLOSE STORM-FILE
               MOVE STORM-THRESHOLD TO SHD-THRESHOLD-ED
               MOVE STORM-WINDOW TO SHD-WINDOW-ED
               PERFORM 07-CHECK-PAGE-BREAK-FOR-PAIR
               DISPLAY ' '
               DISPLAY STORM-HEAD-LINE
               ADD 2 TO LINE-COUNT
               OPEN INPUT STORM-FILE
               PERFORM 882-LIST-STORM-EVENT
                   UNTIL STORM-EOF-IND = 'Y'
               CLOSE STORM-FILE
               MOVE STORM-EVENT-CNT TO SNT-CNT-ED
               PERFORM 06-CHECK-PAGE-BREAK
               DISPLAY STORM-NOTE-LINE
               ADD 1 TO LINE-COUNT
               IF STORM-EVENT-CNT > ZERO AND RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE.
      *-----------------------------------------------------------------
       881-END-OPEN-STORM.
           IF STM-OPEN-IND (STORM-SUB) = 'Y' THEN
               PERFORM 386-CLOSE-STORM.
      *-----------------------------------------------------------------
       882-LIST-STORM-EVENT.
           READ STORM-FILE
               AT END MOVE 'Y' TO STORM-EOF-IND.

           IF STORM-EOF-IND = 'N' THEN
               ADD 1 TO STORM-EVENT-CNT
               MOVE STE-HOST TO SSL-HOST
               MOVE STE-START-DATE TO STORM-DATE-WORK
               MOVE MONTH-NAME-ENTRY (STW-MONTH) TO SSL-START-MONTH
               MOVE STW-DAY TO SSL-START-DAY
               MOVE STW-YEAR TO SSL-START-YEAR
               MOVE STE-START-TIME TO SSL-START-TIME
               MOVE STE-END-DATE TO STORM-DATE-WORK
               MOVE MONTH-NAME-ENTRY (STW-MONTH) TO SSL-END-MONTH
               MOVE STW-DAY TO SSL-END-DAY
               MOVE STW-YEAR TO SSL-END-YEAR
               MOVE STE-END-TIME TO SSL-END-TIME
               MOVE STE-PEAK-CNT TO SSL-PEAK-ED
               MOVE STE-SPAM-CNT TO SSL-SPAMS-ED
               MOVE STE-AVG-SCORE TO SSL-AVGSC-ED
               PERFORM 06-CHECK-PAGE-BREAK
               DISPLAY STORM-LINE
               ADD 1 TO LINE-COUNT.
      *-----------------------------------------------------------------
       24-WRITE-EXTRACT-RECORD.
           MOVE PRV-YEAR TO EXT-YEAR.
               MOVE SPACE TO EXT-REFEED-IND.
           MOVE SPACES TO EXT-HOST.
           MOVE AVG-SCANTIME TO EXT-AVG-SCANTIME.
           MOVE SPACE TO EXT-REC-TYPE.
           MOVE ZERO TO EXT-DAY.
           PERFORM 242-MOVE-SCORING-REGIME.
           WRITE EXTRACT-RECORD.
           ADD 1 TO EXTRACT-MONTHS-CNT.
           ADD 1 TO EXTRACT-RECORDS-CNT.
           PERFORM 241-WRITE-HOST-EXTRACT-RECORD
               VARYING HOST-SUB FROM 1 BY 1
               UNTIL HOST-SUB > HOST-COUNT.

           IF SIZE-EDGE-CNT > ZERO THEN
               PERFORM 243-WRITE-SIZE-EXTRACT-CLASS
                   VARYING SZC-SUB FROM 1 BY 1
                   UNTIL SZC-SUB > SIZE-CLASS-CNT.
      *-----------------------------------------------------------------
      * Per-host detail records behind the combined monthly record.
      *  Max/min scores are not tracked per host and stay zero.
                   HPM-SCANTIME-SUM (HOST-SUB) / HOST-MSG-CNT
           ELSE
               MOVE ZERO TO EXT-AVG-SCANTIME.
           MOVE SPACE TO EXT-REC-TYPE.
           MOVE ZERO TO EXT-DAY.
           PERFORM 242-MOVE-SCORING-REGIME.
           WRITE EXTRACT-RECORD.
           ADD 1 TO EXTRACT-RECORDS-CNT.
      *-----------------------------------------------------------------
       242-MOVE-SCORING-REGIME.
           MOVE SPAM-CUTOFF TO EXT-SPAM-CUTOFF.
           MOVE BAND-EDGE-1 TO EXT-BAND-EDGE-1.
           MOVE BAND-EDGE-2 TO EXT-BAND-EDGE-2.
           MOVE BAND-EDGE-3 TO EXT-BAND-EDGE-3.
           MOVE BAND-EDGE-4 TO EXT-BAND-EDGE-4.
      *-----------------------------------------------------------------
      * One X record per cell of the month's size class by score
      *  band matrix, zero cells included, so every month extracts
      *  a complete grid.
       243-WRITE-SIZE-EXTRACT-CLASS.
           PERFORM 244-WRITE-SIZE-EXTRACT-CELL
               VARYING SZB-SUB FROM 1 BY 1
               UNTIL SZB-SUB > 5.
      *-----------------------------------------------------------------
       244-WRITE-SIZE-EXTRACT-CELL.
           MOVE SPACES TO EXTRACT-RECORD.
           MOVE PRV-YEAR TO EXT-YEAR.
           MOVE PRV-MONTHNAME TO EXT-MONTH.
           MOVE SZM-MSGS (SZC-SUB, SZB-SUB) TO EXT-MSGCNT.
           IF SZB-SUB > 1 AND BAND-EDGE (SZB-SUB - 1) >= SPAM-CUTOFF
              THEN
               MOVE SZM-MSGS (SZC-SUB, SZB-SUB) TO EXT-SPAMCNT
               MOVE ZERO TO EXT-HAMCNT
           ELSE
               MOVE ZERO TO EXT-SPAMCNT
               MOVE SZM-MSGS (SZC-SUB, SZB-SUB) TO EXT-HAMCNT.
           MOVE SZM-BYTES (SZC-SUB, SZB-SUB) TO EXT-TOT-BYTES.
           IF REFEED-MODE THEN
               MOVE 'R' TO EXT-REFEED-IND
           ELSE
               MOVE SPACE TO EXT-REFEED-IND.
           MOVE SPACES TO EXT-HOST.
           MOVE ZERO TO EXT-AVG-SCANTIME.
           MOVE 'X' TO EXT-REC-TYPE.
           MOVE ZERO TO EXT-DAY.
           PERFORM 242-MOVE-SCORING-REGIME.
           MOVE SZC-SUB TO ESX-SIZE-CLASS.
           MOVE SZB-SUB TO ESX-SCORE-BAND.
           IF SZC-SUB = 1 THEN
               MOVE ZERO TO ESX-SIZE-FROM
           ELSE
               MOVE SIZE-EDGE (SZC-SUB - 1) TO ESX-SIZE-FROM.
           IF SZC-SUB = SIZE-CLASS-CNT THEN
               MOVE 9999999 TO ESX-SIZE-TO
           ELSE
               MOVE SIZE-EDGE (SZC-SUB) TO ESX-SIZE-TO.
           WRITE EXTRACT-RECORD.
           ADD 1 TO EXTRACT-RECORDS-CNT.
      *-----------------------------------------------------------------
           MOVE WEEKDAY-PROFILE-TABLE TO CKP-WEEKDAY-TABLE.
           MOVE GRAND-WEEKDAY-TABLE TO CKP-GRAND-WEEKDAY-TABLE.
           MOVE EXTRACT-RECORDS-CNT TO CKP-EXTRACT-RECORDS-CNT.
           MOVE DUPLICATE-CNT TO CKP-DUPLICATE-CNT.
           MOVE DUP-MONTH-CNT TO CKP-DUP-MONTH-CNT.
           MOVE DUP-MONTH-TABLE TO CKP-DUP-MONTH-TABLE.
           MOVE ROSTER-CNT TO CKP-ROSTER-CNT.
           MOVE ROSTER-SEEN-TABLE TO CKP-ROSTER-SEEN-TABLE.
           MOVE PRV-DATE-NUM TO CKP-PRV-DATE-NUM.
           MOVE SILENT-DAY-CNT TO CKP-SILENT-DAY-CNT.
           MOVE UNKNOWN-HOST-CNT TO CKP-UNKNOWN-HOST-CNT.
           MOVE STORM-WINDOW TO CKP-STORM-WINDOW.
           MOVE STORM-THRESHOLD TO CKP-STORM-THRESHOLD.
           MOVE DAY-SPAM-SCORE-SUM TO CKP-DAY-SPAM-SCORE-SUM.
           MOVE DAY-HAM-SCORE-SUM TO CKP-DAY-HAM-SCORE-SUM.
           MOVE DAY-MAX-SPAM TO CKP-DAY-MAX-SPAM.
           MOVE DAY-MIN-HAM TO CKP-DAY-MIN-HAM.
           MOVE DAY-BYTES-SUM TO CKP-DAY-BYTES-SUM.
           MOVE DAY-SCANTIME-SUM TO CKP-DAY-SCANTIME-SUM.
           MOVE SIZE-EDGE-CNT TO CKP-SIZE-EDGE-CNT.
           MOVE SIZE-EDGE-VALUES TO CKP-SIZE-EDGE-VALUES.
           MOVE SIZE-MONTH-TABLE TO CKP-SIZE-MONTH-TABLE.
           MOVE SIZE-GRAND-TABLE TO CKP-SIZE-GRAND-TABLE.

           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-RECORD.
                          AND CKP-BAND-EDGE-VALUES = BAND-EDGE-VALUES
                          AND CKP-WHATIF-CNT = WHATIF-CNT
                          AND CKP-WHATIF-CUTOFFS = WHATIF-CUTOFFS
                          AND CKP-ROSTER-CNT = ROSTER-CNT
                          AND CKP-STORM-WINDOW = STORM-WINDOW
                          AND CKP-STORM-THRESHOLD = STORM-THRESHOLD
                          AND CKP-SIZE-EDGE-CNT = SIZE-EDGE-CNT
                          AND CKP-SIZE-EDGE-VALUES = SIZE-EDGE-VALUES
                          THEN
                           PERFORM 281-APPLY-CHECKPOINT-FIELDS
                           MOVE 'Y' TO RESTART-IND
           MOVE CKP-WEEKDAY-TABLE TO WEEKDAY-PROFILE-TABLE.
           MOVE CKP-GRAND-WEEKDAY-TABLE TO GRAND-WEEKDAY-TABLE.
           MOVE CKP-EXTRACT-RECORDS-CNT TO EXTRACT-RECORDS-CNT.
           MOVE CKP-DUPLICATE-CNT TO DUPLICATE-CNT.
           MOVE CKP-DUP-MONTH-CNT TO DUP-MONTH-CNT.
           MOVE CKP-DUP-MONTH-TABLE TO DUP-MONTH-TABLE.
           MOVE CKP-ROSTER-SEEN-TABLE TO ROSTER-SEEN-TABLE.
           MOVE CKP-PRV-DATE-NUM TO PRV-DATE-NUM.
           MOVE CKP-SILENT-DAY-CNT TO SILENT-DAY-CNT.
           MOVE CKP-UNKNOWN-HOST-CNT TO UNKNOWN-HOST-CNT.
           MOVE CKP-DAY-SPAM-SCORE-SUM TO DAY-SPAM-SCORE-SUM.
           MOVE CKP-DAY-HAM-SCORE-SUM TO DAY-HAM-SCORE-SUM.
           MOVE CKP-DAY-MAX-SPAM TO DAY-MAX-SPAM.
           MOVE CKP-DAY-MIN-HAM TO DAY-MIN-HAM.
           MOVE CKP-DAY-BYTES-SUM TO DAY-BYTES-SUM.
           MOVE CKP-DAY-SCANTIME-SUM TO DAY-SCANTIME-SUM.
           MOVE CKP-SIZE-MONTH-TABLE TO SIZE-MONTH-TABLE.
           MOVE CKP-SIZE-GRAND-TABLE TO SIZE-GRAND-TABLE.
      *-----------------------------------------------------------------
      * Storm state is not checkpointed; the skipped records are
      *  replayed through the storm tracking instead, so a storm
      *  running across the restart point is carried on.
       29-SKIP-PROCESSED-RECORDS.
           MOVE ZERO TO SKIP-COUNT.
           MOVE 'Y' TO STORM-REPLAY-IND.
           PERFORM 291-SKIP-ONE-RECORD
               UNTIL SKIP-COUNT >= RECORDS-READ-COUNT
               OR EOF-IND = 'Y'.
           MOVE 'N' TO STORM-REPLAY-IND.
      *-----------------------------------------------------------------
      * The key of each skipped record is kept, so a duplicate of the
      *  last record before the checkpoint is still recognised.
       291-SKIP-ONE-RECORD.
           PERFORM 12-RETURN-SORTED-RECORD.

           IF EOF-IND = 'N' THEN
               ADD 1 TO SKIP-COUNT
               IF STORM-ACTIVE-IND = 'Y'
                  AND SRT-DUP-KEY NOT = PRV-DUP-KEY THEN
                   PERFORM 292-REPLAY-STORM-RECORD
               END-IF
               MOVE SRT-DUP-KEY TO PRV-DUP-KEY.
      *-----------------------------------------------------------------
       292-REPLAY-STORM-RECORD.
           PERFORM 19-VALIDATE-RECORD.

           IF REJECT-REASON = '------' THEN
               PERFORM 46-SET-RECORD-DATE
               PERFORM 301-DERIVE-SCORE
               IF SCORE >= SPAM-CUTOFF THEN
                   IF HOST-TAG = SPACES THEN
                       MOVE '*NONE*' TO CURRENT-HOST
                   ELSE
                       MOVE HOST-TAG TO CURRENT-HOST
                   END-IF
                   PERFORM 38-TRACK-STORM.
      *-----------------------------------------------------------------
      * Day break: lists the roster hosts that sent nothing on the
      *  day just finished, then every active host for each day up
      *  to the new record's date on which no record came in at
      *  all. At end of input REC-DATE-NUM is zero and only the last
      *  day is checked. Days without a determinable date are not
      *  checked.
       44-CHECK-SILENT-HOSTS.
           IF ROSTER-CNT > ZERO AND PRV-DATE-NUM > ZERO THEN
               MOVE PRV-DATE-NUM TO CHK-DATE-NUM
               PERFORM 441-LIST-SILENT-HOSTS
               MOVE ALL 'N' TO ROSTER-SEEN-TABLE
               MOVE ZERO TO WALK-CNT
               PERFORM 443-ADVANCE-CHECK-DATE
               PERFORM 444-CHECK-EMPTY-DAY
                   UNTIL CHK-DATE-NUM >= REC-DATE-NUM
                   OR WALK-CNT >= WALK-LIMIT.

           MOVE ALL 'N' TO ROSTER-SEEN-TABLE.
      *-----------------------------------------------------------------
       441-LIST-SILENT-HOSTS.
           PERFORM 442-CHECK-ONE-ROSTER-HOST
               VARYING ROSTER-SUB FROM 1 BY 1
               UNTIL ROSTER-SUB > ROSTER-CNT.
      *-----------------------------------------------------------------
       442-CHECK-ONE-ROSTER-HOST.
           IF RSN-SEEN-IND (ROSTER-SUB) = 'N'
              AND RTE-IN-SERVICE (ROSTER-SUB) <= CHK-DATE-NUM
              AND RTE-RETIRED (ROSTER-SUB) > CHK-DATE-NUM THEN
               ADD 1 TO SILENT-DAY-CNT
               MOVE RTE-TAG (ROSTER-SUB) TO SHL-TAG
               MOVE MONTH-NAME-ENTRY (CHK-MONTH) TO SHL-MONTH
               MOVE CHK-DAY TO SHL-DAY
               MOVE CHK-YEAR TO SHL-YEAR
               MOVE RTE-DESCRIPTION (ROSTER-SUB) TO SHL-DESCRIPTION
               PERFORM 06-CHECK-PAGE-BREAK
               DISPLAY SILENT-HOST-LINE
               ADD 1 TO LINE-COUNT.
      *-----------------------------------------------------------------
      * Advances the check date by one calendar day, with the full
      *  Gregorian leap year rule for February.
       443-ADVANCE-CHECK-DATE.
           ADD 1 TO WALK-CNT.
           MOVE DAYS-IN-MONTH-ENTRY (CHK-MONTH) TO MONTH-LEN.
           IF CHK-MONTH = 02 THEN
               DIVIDE CHK-YEAR BY 4 GIVING LEAP-QT
                   REMAINDER LEAP-REM
               DIVIDE CHK-YEAR BY 100 GIVING LEAP-QT
                   REMAINDER LEAP-REM-100
               DIVIDE CHK-YEAR BY 400 GIVING LEAP-QT
                   REMAINDER LEAP-REM-400
               IF LEAP-REM = ZERO
                  AND (LEAP-REM-100 NOT = ZERO
                       OR LEAP-REM-400 = ZERO) THEN
                   MOVE 29 TO MONTH-LEN
               END-IF
           END-IF.

           IF CHK-DAY < MONTH-LEN THEN
               ADD 1 TO CHK-DAY
           ELSE
               MOVE 01 TO CHK-DAY
               IF CHK-MONTH < 12 THEN
                   ADD 1 TO CHK-MONTH
               ELSE
                   MOVE 01 TO CHK-MONTH
                   ADD 1 TO CHK-YEAR.
      *-----------------------------------------------------------------
      * A day inside the input range on which no valid record came
      *  in at all: every host active that day is silent.
       444-CHECK-EMPTY-DAY.
           PERFORM 441-LIST-SILENT-HOSTS.
           PERFORM 443-ADVANCE-CHECK-DATE.
      *-----------------------------------------------------------------
      * Marks the current record's host as seen for the day, or lists
      *  the record when the host is not on the roster or not in
      *  service on the record date.
       45-CHECK-ROSTER-HOST.
           IF ROSTER-CNT > ZERO THEN
               MOVE ZERO TO ROSTER-FOUND-SUB
               MOVE 1 TO ROSTER-SUB
               PERFORM 451-CHECK-ROSTER-ENTRY
                   UNTIL ROSTER-SUB > ROSTER-CNT
               IF ROSTER-FOUND-SUB = ZERO THEN
                   MOVE 'Not on roster' TO UHL-REASON
                   PERFORM 452-LIST-UNKNOWN-HOST
               ELSE
                   MOVE 'Y' TO RSN-SEEN-IND (ROSTER-FOUND-SUB)
                   IF REC-DATE-NUM > ZERO
                      AND (RTE-IN-SERVICE (ROSTER-FOUND-SUB)
                                                    > REC-DATE-NUM
                       OR RTE-RETIRED (ROSTER-FOUND-SUB)
                                                    <= REC-DATE-NUM)
                      THEN
                       MOVE 'Not in service' TO UHL-REASON
                       PERFORM 452-LIST-UNKNOWN-HOST.
      *-----------------------------------------------------------------
       451-CHECK-ROSTER-ENTRY.
           IF RTE-TAG (ROSTER-SUB) = CURRENT-HOST THEN
               MOVE ROSTER-SUB TO ROSTER-FOUND-SUB
               COMPUTE ROSTER-SUB = ROSTER-CNT + 1
           ELSE
               ADD 1 TO ROSTER-SUB.
      *-----------------------------------------------------------------
       452-LIST-UNKNOWN-HOST.
           ADD 1 TO UNKNOWN-HOST-CNT.
           MOVE STATISTICS-INPILE-FORMAT TO UHL-RECORD.
           PERFORM 06-CHECK-PAGE-BREAK.
           DISPLAY UNKNOWN-HOST-LINE.
           ADD 1 TO LINE-COUNT.
      *-----------------------------------------------------------------
      * Works out the calendar date of the current record into
      *  REC-DATE-NUM, zero without a year or a readable day.
       46-SET-RECORD-DATE.
           MOVE ZERO TO REC-DATE-NUM.
           MOVE DAY-OF-MONTH TO DOW-DAY-TXT.
           IF DOW-DAY-TXT (1:1) = SPACE THEN
               MOVE '0' TO DOW-DAY-TXT (1:1).

           IF REC-YEAR-EFFECTIVE NOT = ZERO
              AND DOW-DAY-TXT IS NUMERIC THEN
               MOVE REC-YEAR-EFFECTIVE TO RDT-YEAR
               MOVE MONTH-NUM-FOUND TO RDT-MONTH
               MOVE DOW-DAY-TXT TO RDT-DAY.
      *-----------------------------------------------------------------
      * Roster summary; any silent day or unrostered record makes
      *  the run end with a warning.
       47-WRITE-ROSTER-NOTE.
           IF ROSTER-CNT > ZERO THEN
               MOVE SILENT-DAY-CNT TO RNT-SILENT-ED
               MOVE UNKNOWN-HOST-CNT TO RNT-UNKNOWN-ED
               PERFORM 06-CHECK-PAGE-BREAK
               DISPLAY ROSTER-NOTE-LINE
               ADD 1 TO LINE-COUNT
               IF (SILENT-DAY-CNT > ZERO OR UNKNOWN-HOST-CNT > ZERO)
                  AND RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE.
      *-----------------------------------------------------------------
       50-CLEAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE EXTRACT-MONTHS-CNT TO AUD-EXTRACT-MONTHS.
           MOVE GRAND-MSGS TO AUD-GRAND-MSGS.
           MOVE RETURN-CODE TO AUD-RETURN-CODE.
           MOVE DUPLICATE-CNT TO AUD-DUPLICATE-CNT.
           MOVE SPACE TO AUDIT-RECORD (69:12).

           OPEN EXTEND AUDIT-FILE.
           WRITE AUDIT-RECORD.
                   PERFORM 606-FLAG-BAD-PARM-CARD
               END-IF
           ELSE
           IF PARM-KEYWORD = 'STORMWIN' THEN
               PERFORM 605-PARSE-COUNT-VALUE
               IF PARM-VALID-IND = 'Y' AND PARM-CNT-WORK > ZERO
                  AND PARM-CNT-WORK <= 60 THEN
                   MOVE PARM-CNT-WORK TO STORM-WINDOW
               ELSE
                   PERFORM 606-FLAG-BAD-PARM-CARD
               END-IF
           ELSE
           IF PARM-KEYWORD = 'STORMMAX' THEN
               PERFORM 605-PARSE-COUNT-VALUE
               IF PARM-VALID-IND = 'Y' AND PARM-CNT-WORK > ZERO THEN
                   MOVE PARM-CNT-WORK TO STORM-THRESHOLD
               ELSE
                   PERFORM 606-FLAG-BAD-PARM-CARD
               END-IF
           ELSE
           IF PARM-KEYWORD = 'SIZECLAS' THEN
               PERFORM 608-PARSE-SIZE-VALUE
               IF PARM-VALID-IND = 'Y' AND SIZE-EDGE-CNT < 4 THEN
                   ADD 1 TO SIZE-EDGE-CNT
                   MOVE PARM-SIZE-WORK TO SIZE-EDGE (SIZE-EDGE-CNT)
               ELSE
                   PERFORM 606-FLAG-BAD-PARM-CARD
               END-IF
           ELSE
           IF PARM-KEYWORD = 'MINMSGCT' THEN
               PERFORM 605-PARSE-COUNT-VALUE
               IF PARM-VALID-IND = 'Y' THEN
               END-IF
           ELSE
               PERFORM 606-FLAG-BAD-PARM-CARD.
      *-----------------------------------------------------------------
       61-READ-ROSTER-CARDS.
           MOVE ALL 'N' TO ROSTER-SEEN-TABLE.
           OPEN INPUT ROSTER-FILE.

           IF ROSTER-STATUS = '00' THEN
               PERFORM 611-READ-ONE-ROSTER-CARD
                   UNTIL ROSTER-EOF-IND = 'Y'
               CLOSE ROSTER-FILE.
      *-----------------------------------------------------------------
       611-READ-ONE-ROSTER-CARD.
           READ ROSTER-FILE
               AT END MOVE 'Y' TO ROSTER-EOF-IND.

           IF ROSTER-EOF-IND = 'N' THEN
               PERFORM 612-HANDLE-ROSTER-CARD.
      *-----------------------------------------------------------------
       612-HANDLE-ROSTER-CARD.
           IF ROSTER-CARD = SPACES OR ROSTER-CARD (1:1) = '*' THEN
               CONTINUE
           ELSE
           IF RST-HOST-TAG = SPACES
              OR RST-IN-SERVICE IS NOT NUMERIC
              OR (RST-RETIRED NOT = SPACES
                  AND RST-RETIRED IS NOT NUMERIC)
              OR ROSTER-CNT >= 50 THEN
               MOVE ROSTER-CARD TO ROSTER-ERR-CARD
               PERFORM 06-CHECK-PAGE-BREAK
               DISPLAY ROSTER-ERROR-LINE
               ADD 1 TO LINE-COUNT
           ELSE
               ADD 1 TO ROSTER-CNT
               MOVE RST-HOST-TAG TO RTE-TAG (ROSTER-CNT)
               MOVE RST-IN-SERVICE TO RTE-IN-SERVICE (ROSTER-CNT)
               IF RST-RETIRED = SPACES THEN
                   MOVE 99999999 TO RTE-RETIRED (ROSTER-CNT)
               ELSE
                   MOVE RST-RETIRED TO RTE-RETIRED (ROSTER-CNT)
               END-IF
               MOVE RST-DESCRIPTION TO RTE-DESCRIPTION (ROSTER-CNT).
      *-----------------------------------------------------------------
      * Storm detection needs both the window and the threshold, and
      *  is left off on re-feed runs, which see only corrected
      *  suspense records.
       62-APPLY-STORM-PARMS.
           MOVE ZERO TO STORM-HOST-TABLE.
           IF STORM-WINDOW > ZERO AND STORM-THRESHOLD > ZERO
              AND NOT REFEED-MODE THEN
               MOVE 'Y' TO STORM-ACTIVE-IND.
      *-----------------------------------------------------------------
       603-PARSE-PCT-VALUE.
           IF PARM-VALUE (1:3) IS NUMERIC
               MOVE 'Y' TO PARM-VALID-IND
           ELSE
               MOVE 'N' TO PARM-VALID-IND.
      *-----------------------------------------------------------------
       608-PARSE-SIZE-VALUE.
           IF PARM-VALUE (1:7) IS NUMERIC THEN
               MOVE PARM-VALUE (1:7) TO PARM-SIZE-WORK
               IF PARM-SIZE-WORK > ZERO THEN
                   MOVE 'Y' TO PARM-VALID-IND
               ELSE
                   MOVE 'N' TO PARM-VALID-IND
               END-IF
           ELSE
               MOVE 'N' TO PARM-VALID-IND.
      *-----------------------------------------------------------------
       606-FLAG-BAD-PARM-CARD.
           MOVE PARM-CARD TO PARM-ERR-CARD.
              INTO BND-LBL-5
           END-STRING.
      *-----------------------------------------------------------------
      * Validates the size class limits and builds the class labels.
      *  Without SIZECLAS cards no matrix is kept.
       67-APPLY-SIZE-PARMS.
           IF SIZE-EDGE-CNT > ZERO THEN
               COMPUTE SIZE-CLASS-CNT = SIZE-EDGE-CNT + 1
               PERFORM 671-CHECK-SIZE-EDGE
                   VARYING SZE-SUB FROM 2 BY 1
                   UNTIL SZE-SUB > SIZE-EDGE-CNT
               PERFORM 68-BUILD-SIZE-LABEL
                   VARYING SZC-SUB FROM 1 BY 1
                   UNTIL SZC-SUB > SIZE-CLASS-CNT.
      *-----------------------------------------------------------------
       671-CHECK-SIZE-EDGE.
           IF SIZE-EDGE (SZE-SUB) NOT > SIZE-EDGE (SZE-SUB - 1)
              AND PARM-FATAL-IND = 'N' THEN
               MOVE 'Size class limits not in ascending order.'
                   TO PARM-FATAL-TEXT
               DISPLAY PARM-FATAL-LINE
               MOVE 'Y' TO PARM-FATAL-IND.
      *-----------------------------------------------------------------
       68-BUILD-SIZE-LABEL.
           MOVE SPACES TO SIZE-LABEL (SZC-SUB).

           IF SZC-SUB = 1 THEN
               MOVE SIZE-EDGE (1) TO SIZE-ED
               STRING '<'       DELIMITED BY SIZE
                      SIZE-ED   DELIMITED BY SIZE
                  INTO SIZE-LABEL (SZC-SUB)
               END-STRING
           ELSE
           IF SZC-SUB = SIZE-CLASS-CNT THEN
               MOVE SIZE-EDGE (SZC-SUB - 1) TO SIZE-ED
               STRING '>='      DELIMITED BY SIZE
                      SIZE-ED   DELIMITED BY SIZE
                  INTO SIZE-LABEL (SZC-SUB)
               END-STRING
           ELSE
               MOVE SIZE-EDGE (SZC-SUB - 1) TO SIZE-ED
               MOVE SIZE-EDGE (SZC-SUB) TO SIZE2-ED
               STRING SIZE-ED   DELIMITED BY SIZE
                      '-'       DELIMITED BY SIZE
                      SIZE2-ED  DELIMITED BY SIZE
                  INTO SIZE-LABEL (SZC-SUB)
               END-STRING.
      *-----------------------------------------------------------------
      * Threshold checks for the month just written. Only thresholds
      *  supplied on SPARMS cards take part.
       70-CHECK-MONTH-ALERTS.
           PERFORM 06-CHECK-PAGE-BREAK.
           DISPLAY WEEKDAY-LINE.
           ADD 1 TO LINE-COUNT.
      *-----------------------------------------------------------------
      * Size class by score band matrix of the month just written:
      *  a message count line and a byte line per size class, then
      *  the same over all sizes, which must agree with the band
      *  line and the byte total of the month line.
       89-WRITE-MONTH-SIZE-MATRIX.
           IF SIZE-EDGE-CNT > ZERO THEN
               MOVE 'M' TO SIZE-SCOPE-IND
               MOVE DATA-PERIOD TO SIZE-HEAD-SCOPE
               MOVE BAND-UNDER0 TO CHK-BAND-MSGS (1)
               MOVE BAND-0-2 TO CHK-BAND-MSGS (2)
               MOVE BAND-2-5 TO CHK-BAND-MSGS (3)
               MOVE BAND-5-10 TO CHK-BAND-MSGS (4)
               MOVE BAND-OVER10 TO CHK-BAND-MSGS (5)
               MOVE TOTAL-BYTES-PER-MONTH TO CHK-TOTAL-BYTES
               PERFORM 891-WRITE-SIZE-MATRIX.
      *-----------------------------------------------------------------
       90-WRITE-GRAND-SIZE-MATRIX.
           IF SIZE-EDGE-CNT > ZERO THEN
               MOVE 'G' TO SIZE-SCOPE-IND
               MOVE 'Overall' TO SIZE-HEAD-SCOPE
               MOVE GRAND-BAND-UNDER0 TO CHK-BAND-MSGS (1)
               MOVE GRAND-BAND-0-2 TO CHK-BAND-MSGS (2)
               MOVE GRAND-BAND-2-5 TO CHK-BAND-MSGS (3)
               MOVE GRAND-BAND-5-10 TO CHK-BAND-MSGS (4)
               MOVE GRAND-BAND-OVER10 TO CHK-BAND-MSGS (5)
               MOVE GRAND-TOTAL-BYTES TO CHK-TOTAL-BYTES
               PERFORM 891-WRITE-SIZE-MATRIX.
      *-----------------------------------------------------------------
       891-WRITE-SIZE-MATRIX.
           MOVE SPACES TO SIZE-COLUMN-LINE.
           MOVE BND-LBL-1 TO SCL-BAND-LBL (1).
           MOVE BND-LBL-2 TO SCL-BAND-LBL (2).
           MOVE BND-LBL-3 TO SCL-BAND-LBL (3).
           MOVE BND-LBL-4 TO SCL-BAND-LBL (4).
           MOVE BND-LBL-5 TO SCL-BAND-LBL (5).
           MOVE '           Total' TO SCL-TOTAL-LBL.
           PERFORM 07-CHECK-PAGE-BREAK-FOR-PAIR.
           DISPLAY SIZE-HEAD-LINE.
           DISPLAY SIZE-COLUMN-LINE.
           ADD 2 TO LINE-COUNT.

           MOVE ZERO TO SIZE-COLUMN-WORK.
           PERFORM 892-WRITE-SIZE-CLASS-ROWS
               VARYING SZC-SUB FROM 1 BY 1
               UNTIL SZC-SUB > SIZE-CLASS-CNT.

           MOVE SIZE-COLUMN-WORK TO SIZE-ROW-WORK.
           MOVE SPACES TO SIZE-ROW-LINE.
           MOVE 'All sizes' TO SRL-LABEL.
           PERFORM 894-WRITE-SIZE-ROW-PAIR.
           PERFORM 895-CHECK-SIZE-RECON.
      *-----------------------------------------------------------------
       892-WRITE-SIZE-CLASS-ROWS.
           MOVE ZERO TO SIZE-ROW-WORK.
           PERFORM 893-FILL-SIZE-CELL
               VARYING SZB-SUB FROM 1 BY 1
               UNTIL SZB-SUB > 5.
           MOVE SPACES TO SIZE-ROW-LINE.
           MOVE SIZE-LABEL (SZC-SUB) TO SRL-LABEL.
           PERFORM 894-WRITE-SIZE-ROW-PAIR.
      *-----------------------------------------------------------------
       893-FILL-SIZE-CELL.
           IF SIZE-SCOPE-IND = 'M' THEN
               MOVE SZM-MSGS (SZC-SUB, SZB-SUB) TO ROW-MSGS (SZB-SUB)
               MOVE SZM-BYTES (SZC-SUB, SZB-SUB) TO ROW-BYTES (SZB-SUB)
           ELSE
               MOVE SZG-MSGS (SZC-SUB, SZB-SUB) TO ROW-MSGS (SZB-SUB)
               MOVE SZG-BYTES (SZC-SUB, SZB-SUB)
                 TO ROW-BYTES (SZB-SUB).
           ADD ROW-MSGS (SZB-SUB) TO ROW-MSGS (6).
           ADD ROW-BYTES (SZB-SUB) TO ROW-BYTES (6).
           ADD ROW-MSGS (SZB-SUB) TO COL-MSGS (SZB-SUB), COL-MSGS (6).
           ADD ROW-BYTES (SZB-SUB) TO COL-BYTES (SZB-SUB),
               COL-BYTES (6).
      *-----------------------------------------------------------------
       894-WRITE-SIZE-ROW-PAIR.
           MOVE 'Msgs' TO SRL-KIND.
           PERFORM 896-MOVE-ROW-MSGS
               VARYING SZB-SUB FROM 1 BY 1
               UNTIL SZB-SUB > 6.
           PERFORM 07-CHECK-PAGE-BREAK-FOR-PAIR.
           DISPLAY SIZE-ROW-LINE.
           MOVE SPACES TO SRL-LABEL.
           MOVE 'Bytes' TO SRL-KIND.
           PERFORM 897-MOVE-ROW-BYTES
               VARYING SZB-SUB FROM 1 BY 1
               UNTIL SZB-SUB > 6.
           DISPLAY SIZE-ROW-LINE.
           ADD 2 TO LINE-COUNT.
      *-----------------------------------------------------------------
       896-MOVE-ROW-MSGS.
           MOVE ROW-MSGS (SZB-SUB) TO SRL-CELL (SZB-SUB).
      *-----------------------------------------------------------------
       897-MOVE-ROW-BYTES.
           MOVE ROW-BYTES (SZB-SUB) TO SRL-CELL (SZB-SUB).
      *-----------------------------------------------------------------
      * The cells are counted from the same messages as the bands
      *  and the byte totals; a difference means lost counts and is
      *  flagged with condition code 4.
       895-CHECK-SIZE-RECON.
           MOVE 'Y' TO SIZE-RECON-IND.
           PERFORM 898-CHECK-SIZE-BAND
               VARYING SZB-SUB FROM 1 BY 1
               UNTIL SZB-SUB > 5.
           IF COL-BYTES (6) NOT = CHK-TOTAL-BYTES THEN
               MOVE 'N' TO SIZE-RECON-IND.

           IF SIZE-RECON-IND = 'N' THEN
               PERFORM 06-CHECK-PAGE-BREAK
               DISPLAY SIZE-RECON-LINE
               ADD 1 TO LINE-COUNT
               IF RETURN-CODE < 4 THEN
                   MOVE 4 TO RETURN-CODE.
      *-----------------------------------------------------------------
       898-CHECK-SIZE-BAND.
           IF COL-MSGS (SZB-SUB) NOT = CHK-BAND-MSGS (SZB-SUB) THEN
               MOVE 'N' TO SIZE-RECON-IND.
      *-----------------------------------------------------------------
       78-WRITE-OUTLIER-DETAIL.
           MOVE PRV-MONTHNAME TO DTL-MONTH.
