           02  AUD-EXTRACT-MONTHS    PIC 9(5).
           02  AUD-GRAND-MSGS        PIC 9(7).
           02  AUD-RETURN-CODE       PIC 9(4).
           02  AUD-DUPLICATE-CNT     PIC 9(9).
           02  FILLER                PIC X(12).
      *-----------------------------------------------------------------
      * Operator date range cards, same conventions as the SSTATS
      *  parameter dataset:
           02  RNL-REJ               PIC Z(4)9.
           02  FILLER                PIC X(5)       VALUE '  RC '.
           02  RNL-RC                PIC Z(3)9.
           02  FILLER                PIC X(6)       VALUE '  Dup '.
           02  RNL-DUP               PIC Z(8)9.
       01  RC-COUNT-LINE.
           02  FILLER                PIC X(4)       VALUE SPACE.
           02  FILLER                PIC X(3)       VALUE 'RC '.
                  THEN
                   PERFORM 21-REPORT-ONE-RUN.
      *-----------------------------------------------------------------
      * Runs logged before duplicates were counted carry blanks in
      *  the duplicate count and show zero.
       21-REPORT-ONE-RUN.
           ADD 1 TO RUNS-CNT.
           MOVE AUD-RUN-DATE TO AUD-DATE-WORK.
               PERFORM 22-TALLY-RETURN-CODE
           ELSE
               MOVE ZERO TO RNL-RC.
           IF AUD-DUPLICATE-CNT IS NUMERIC THEN
               MOVE AUD-DUPLICATE-CNT TO RNL-DUP
           ELSE
               MOVE ZERO TO RNL-DUP.

           PERFORM 06-CHECK-PAGE-BREAK.
           DISPLAY RUN-LINE.
