       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-WINDOW.
      *********************************************************
      * NIGHTLY BATCH WINDOW AND JOB-STREAM EXCEPTION REPORT  *
      * READS THE RUN LOG EVERY RUN-CONTROLLED STEP APPENDS   *
      * TO AND REPORTS ON THE LATEST NIGHT ON THE LOG: EACH   *
      * STEP'S ELAPSED TIME AGAINST ITS TRAILING 30-RUN       *
      * AVERAGE, STEPS THAT STARTED BUT NEVER COMPLETED,      *
      * STEPS THE SCHEDULE EXPECTED THAT NEVER RAN, AND THE   *
      * WINDOW END TIME AGAINST THE SLA. A TREND SECTION      *
      * COMPARES EACH STEP'S AVERAGE RUN TIME OVER THE LAST   *
      * THREE CALENDAR MONTHS AND FLAGS A STEP THAT GREW      *
      * EVERY MONTH, SO VOLUME PROBLEMS SHOW UP BEFORE THE    *
      * WINDOW IS BLOWN                                       *
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL SCHEDULE-FILE ASSIGN TO "BATCHSCH.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT WINDOW-REPORT-FILE ASSIGN TO "BATCHWIN.RPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT RUN-LOG-SORT-FILE ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
           COPY RUNLOGRC.

      *****************************************************************
      * JOB SCHEDULE - ONE 'S' RECORD PER STEP THE STREAM EXPECTS,    *
      * DAILY OR ON ONE DAY OF THE MONTH, AND AN OPTIONAL 'W' RECORD  *
      * WITH THE WINDOW START, THE SLA END TIME, AND THE PERCENTAGES  *
      * THAT MARK A SLOW STEP AND A GROWING TREND                     *
      *****************************************************************
       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD.
           05  BSC-RECORD-TYPE         PIC X(1).
               88  BSC-STEP-RECORD          VALUE 'S'.
               88  BSC-WINDOW-RECORD        VALUE 'W'.
           05  BSC-PROGRAM-ID          PIC X(8).
           05  BSC-FREQUENCY           PIC X(1).
               88  BSC-FREQUENCY-DAILY      VALUE 'D'.
               88  BSC-FREQUENCY-MONTHLY    VALUE 'M'.
           05  BSC-RUN-DAY             PIC 99.
           05  BSC-RUN-DAY-X           REDEFINES BSC-RUN-DAY
                                       PIC X(2).
           05  FILLER                  PIC X(28).
       01  SCHEDULE-WINDOW-RECORD REDEFINES SCHEDULE-RECORD.
           05  FILLER                  PIC X(1).
           05  BSW-WINDOW-START-TIME   PIC X(6).
           05  BSW-SLA-END-TIME        PIC X(6).
           05  BSW-SLOW-PCT            PIC 9(3).
           05  BSW-SLOW-PCT-X          REDEFINES BSW-SLOW-PCT
                                       PIC X(3).
           05  BSW-TREND-PCT           PIC 9(3).
           05  BSW-TREND-PCT-X         REDEFINES BSW-TREND-PCT
                                       PIC X(3).
           05  FILLER                  PIC X(21).

       FD  WINDOW-REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

      *****************************************************************
      * RUN LOG EVENTS IN PROGRAM, RUN DATE AND LOG ORDER, SO EACH    *
      * STARTED RECORD IS FOLLOWED BY THE COMPLETE THAT CLOSES IT.    *
      * THE CLOCK TIME IS TAKEN FROM THE START OR END TIMESTAMP       *
      * ACCORDING TO THE STATUS                                       *
      *****************************************************************
       SD  RUN-LOG-SORT-FILE.
       01  RUN-LOG-SORT-RECORD.
           05  RSRT-PROGRAM-ID         PIC X(8).
           05  RSRT-RUN-DATE           PIC X(8).
           05  RSRT-SEQUENCE           PIC 9(8).
           05  RSRT-STATUS             PIC X(8).
               88  RSRT-STATUS-STARTED      VALUE "STARTED".
               88  RSRT-STATUS-COMPLETE     VALUE "COMPLETE".
           05  RSRT-CLOCK-TIME         PIC X(6).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE             PIC X(8).

      *****************************************************************
      * THE NIGHT REPORTED ON - THE LATEST RUN DATE ON THE LOG - AND  *
      * THE THREE CALENDAR MONTHS OF THE TREND, OLDEST FIRST          *
      *****************************************************************
       01  WS-NIGHT-FIELDS.
           05  WS-NIGHT-DATE           PIC X(8) VALUE LOW-VALUES.
           05  WS-NIGHT-DATE-PARTS REDEFINES WS-NIGHT-DATE.
               10  WS-NIGHT-YEAR       PIC 9(4).
               10  WS-NIGHT-MONTH      PIC 99.
               10  WS-NIGHT-DAY        PIC 99.
           05  WS-TREND-MONTH          PIC X(6) OCCURS 3 TIMES.
           05  WS-TREND-WORK-MONTH.
               10  WS-TREND-WORK-YEAR  PIC 9(4).
               10  WS-TREND-WORK-MM    PIC 99.
           05  WS-TREND-IDX            PIC 9(1).

       01  WS-WINDOW-SETTINGS.
           05  WS-WINDOW-START-TIME    PIC X(6) VALUE "180000".
           05  WS-SLA-END-TIME         PIC X(6) VALUE "060000".
           05  WS-SLOW-PCT             PIC 9(3) VALUE 25.
           05  WS-TREND-PCT            PIC 9(3) VALUE 10.
           05  WS-WINDOW-START-SECS    PIC 9(6).
           05  WS-SLA-END-SECS         PIC 9(6).
           05  WS-AVERAGE-RUN-MAX      PIC 99 VALUE 30.
           05  WS-SECONDS-PER-DAY      PIC 9(6) VALUE 86400.

      *****************************************************************
      * CLOCK CONVERSION - A TIME EARLIER THAN THE WINDOW START IS    *
      * PAST MIDNIGHT AND COUNTS A DAY LATER. THE LOG STAMPS EVERY    *
      * EVENT WITH THE RUN DATE, SO THE CLOCK TIME IS ALL THERE IS    *
      *****************************************************************
       01  WS-TIME-CONVERSION.
           05  WS-CVT-TIME             PIC X(6).
           05  WS-CVT-TIME-PARTS REDEFINES WS-CVT-TIME.
               10  WS-CVT-HOURS        PIC 99.
               10  WS-CVT-MINUTES      PIC 99.
               10  WS-CVT-SECONDS      PIC 99.
           05  WS-CVT-SECS             PIC 9(6).
           05  WS-SHOW-SECS            PIC 9(6).
           05  WS-SHOW-REMAINDER       PIC 9(6).
           05  WS-SHOW-TIME.
               10  WS-SHOW-HOURS       PIC 99.
               10  FILLER              PIC X VALUE ":".
               10  WS-SHOW-MINUTES     PIC 99.
               10  FILLER              PIC X VALUE ":".
               10  WS-SHOW-SECONDS     PIC 99.

      *****************************************************************
      * EXPECTED STEPS FROM THE SCHEDULE                              *
      *****************************************************************
       01  WS-SCHEDULE-TABLE.
           05  WS-SCH-ENTRY OCCURS 50 TIMES.
               10  WS-SCH-PROGRAM-ID       PIC X(8).
               10  WS-SCH-FREQUENCY        PIC X(1).
               10  WS-SCH-RUN-DAY          PIC 99.
               10  WS-SCH-RAN-FLAG         PIC X(1).

       01  WS-SCH-TABLE-FIELDS.
           05  WS-SCH-MAX-ENTRIES      PIC 9(3) VALUE 50.
           05  WS-SCH-TABLE-COUNT      PIC 9(3) VALUE ZERO.
           05  WS-SCH-TABLE-FULL       PIC X VALUE 'N'.
           05  WS-SCH-IDX              PIC 9(3).

      *****************************************************************
      * ONE ENTRY PER PROGRAM ON THE LOG, BUILT IN PROGRAM ORDER AS   *
      * THE SORTED EVENTS COME BACK                                   *
      *****************************************************************
       01  WS-STEP-TABLE.
           05  WS-STP-ENTRY OCCURS 100 TIMES.
               10  WS-STP-PROGRAM-ID       PIC X(8).
               10  WS-STP-RAN-TONIGHT      PIC X(1).
               10  WS-STP-COMPLETED        PIC X(1).
               10  WS-STP-ABEND-COUNT      PIC 9(3).
               10  WS-STP-START-SECS       PIC 9(6).
               10  WS-STP-END-SECS         PIC 9(6).
               10  WS-STP-ELAPSED-SECS     PIC 9(6).
               10  WS-STP-AVERAGE-SECS     PIC 9(6).
               10  WS-STP-AVERAGE-RUNS     PIC 99.
               10  WS-STP-MONTH-AVERAGE    PIC 9(6) OCCURS 3 TIMES.
               10  WS-STP-MONTH-RUNS       PIC 9(4) OCCURS 3 TIMES.

       01  WS-STP-TABLE-FIELDS.
           05  WS-STP-MAX-ENTRIES      PIC 9(3) VALUE 100.
           05  WS-STP-TABLE-COUNT      PIC 9(3) VALUE ZERO.
           05  WS-STP-TABLE-FULL       PIC X VALUE 'N'.
           05  WS-STP-IDX              PIC 9(3).

      *****************************************************************
      * THE PROGRAM BEING ASSEMBLED FROM THE SORTED EVENTS - THE      *
      * LAST 30 RUNS BEFORE TONIGHT IN A RING, MONTHLY TOTALS FOR THE *
      * TREND, AND TONIGHT'S RESULT                                   *
      *****************************************************************
       01  WS-PROGRAM-FIELDS.
           05  WS-PGM-PROGRAM-ID       PIC X(8) VALUE LOW-VALUES.
           05  WS-PGM-RUN-DATE         PIC X(8).
           05  WS-PGM-START-PENDING    PIC X(1).
           05  WS-PGM-START-SECS       PIC 9(6).
           05  WS-PGM-END-SECS         PIC 9(6).
           05  WS-PGM-ELAPSED-SECS     PIC 9(6).
           05  WS-PGM-RING-SECS        PIC 9(6) OCCURS 30 TIMES.
           05  WS-PGM-RING-COUNT       PIC 9(6).
           05  WS-PGM-RING-IDX         PIC 99.
           05  WS-PGM-RING-SUM         PIC 9(8).
           05  WS-PGM-MONTH-SUM        PIC 9(10) OCCURS 3 TIMES.
           05  WS-PGM-MONTH-RUNS       PIC 9(4) OCCURS 3 TIMES.
           05  WS-PGM-RAN-TONIGHT      PIC X(1).
           05  WS-PGM-COMPLETED        PIC X(1).
           05  WS-PGM-ABEND-COUNT      PIC 9(3).
           05  WS-PGM-NIGHT-START      PIC 9(6).
           05  WS-PGM-NIGHT-END        PIC 9(6).
           05  WS-PGM-NIGHT-ELAPSED    PIC 9(6).
           05  WS-PGM-QUOTIENT         PIC 9(6).

       01  WS-WINDOW-TOTALS.
           05  WS-WINDOW-FIRST-SECS    PIC 9(6) VALUE 999999.
           05  WS-WINDOW-LAST-SECS     PIC 9(6) VALUE ZERO.
           05  WS-SLA-MISSED-FLAG      PIC X VALUE 'N'.
           05  WS-SLA-DIFFERENCE-SECS  PIC 9(6).

       01  WS-COUNTERS.
           05  WS-LOG-SEQUENCE         PIC 9(8) VALUE ZERO.
           05  WS-STEPS-TONIGHT        PIC 9(4) VALUE ZERO.
           05  WS-ABEND-STEP-COUNT     PIC 9(4) VALUE ZERO.
           05  WS-SLOW-STEP-COUNT      PIC 9(4) VALUE ZERO.
           05  WS-MISSING-STEP-COUNT   PIC 9(4) VALUE ZERO.
           05  WS-GROWING-STEP-COUNT   PIC 9(4) VALUE ZERO.

       01  WS-VARIANCE-FIELDS.
           05  WS-VARIANCE-PCT         PIC S9(5).
           05  WS-GROWTH-PCT           PIC S9(5).
           05  WS-GROWING-FLAG         PIC X(1).

       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "BATCH WINDOW PERFORMANCE REPORT".
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  HDG-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "PAGE: ".
           05  HDG-PAGE-NUMBER         PIC ZZZ9.
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE
               "BATCH NIGHT OF ".
           05  HDG-NIGHT-DATE          PIC X(8).
           05  FILLER                  PIC X(79) VALUE SPACES.

      *    THE COLUMN HEADING FOR THE SECTION BEING PRINTED IS MOVED
      *    HERE BEFORE THE SECTION STARTS ITS FIRST PAGE
       01  WS-COLUMN-HEADING           PIC X(132).

       01  WS-STEP-COLUMNS.
           05  FILLER                  PIC X(10) VALUE "STEP".
           05  FILLER                  PIC X(10) VALUE "STARTED".
           05  FILLER                  PIC X(10) VALUE "ENDED".
           05  FILLER                  PIC X(10) VALUE "ELAPSED".
           05  FILLER                  PIC X(12) VALUE "30-RUN AVG".
           05  FILLER                  PIC X(6) VALUE "RUNS".
           05  FILLER                  PIC X(9) VALUE "VAR PCT".
           05  FILLER                  PIC X(65) VALUE "STATUS".

       01  WS-STEP-DETAIL-LINE.
           05  STL-PROGRAM-ID          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  STL-START-TIME          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  STL-END-TIME            PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  STL-ELAPSED-TIME        PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  STL-AVERAGE-TIME        PIC X(8).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  STL-AVERAGE-RUNS        PIC Z9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  STL-VARIANCE-PCT        PIC -ZZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  STL-STATUS              PIC X(40).
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-MISSING-COLUMNS.
           05  FILLER                  PIC X(10) VALUE "STEP".
           05  FILLER                  PIC X(12) VALUE "FREQUENCY".
           05  FILLER                  PIC X(110) VALUE "EXCEPTION".

       01  WS-MISSING-DETAIL-LINE.
           05  MSL-PROGRAM-ID          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  MSL-FREQUENCY           PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  MSL-EXCEPTION           PIC X(40).
           05  FILLER                  PIC X(70) VALUE SPACES.

       01  WS-WINDOW-LINE.
           05  WNL-LABEL               PIC X(30).
           05  WNL-TIME                PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WNL-REMARK              PIC X(40).
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-TREND-COLUMNS.
           05  FILLER                  PIC X(10) VALUE "STEP".
           05  TCH-MONTH-GROUP OCCURS 3 TIMES.
               10  FILLER              PIC X(4).
               10  TCH-MONTH           PIC X(6).
               10  FILLER              PIC X(6).
           05  FILLER                  PIC X(12) VALUE "GROWTH PCT".
           05  FILLER                  PIC X(62) VALUE "TREND".

       01  WS-TREND-DETAIL-LINE.
           05  TRL-PROGRAM-ID          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TRL-MONTH-GROUP OCCURS 3 TIMES.
               10  TRL-MONTH-AVERAGE   PIC X(8).
               10  FILLER              PIC X(1).
               10  TRL-MONTH-RUNS      PIC ZZZ9.
               10  FILLER              PIC X(3).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  TRL-GROWTH-PCT          PIC -ZZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  TRL-TREND               PIC X(40).
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  WS-REPORT-TOTAL-LINE.
           05  TTL-LABEL               PIC X(40).
           05  TTL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(85) VALUE SPACES.

       01  WS-REPORT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(3) VALUE 99.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.
           05  WS-PAGE-NUMBER          PIC 9(4) VALUE ZERO.

       01  WS-FLAGS.
           05  WS-LOG-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-SCH-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-RSRT-EOF-FLAG        PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-SCHEDULE
           MOVE WS-WINDOW-START-TIME TO WS-CVT-TIME
           PERFORM CONVERT-CLOCK-TIME
           MOVE WS-CVT-SECS TO WS-WINDOW-START-SECS

           OPEN OUTPUT WINDOW-REPORT-FILE

           SORT RUN-LOG-SORT-FILE
               ON ASCENDING KEY RSRT-PROGRAM-ID
                                RSRT-RUN-DATE
                                RSRT-SEQUENCE
               INPUT PROCEDURE IS RELEASE-RUN-LOG-EVENTS
               OUTPUT PROCEDURE IS ASSEMBLE-STEP-RUNS

           IF WS-NIGHT-DATE = LOW-VALUES
               MOVE SPACES TO WS-NIGHT-DATE
               MOVE WS-STEP-COLUMNS TO WS-COLUMN-HEADING
               PERFORM WRITE-PAGE-HEADINGS
               MOVE "NO RUNS ON THE RUN LOG" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM WRITE-STEP-SECTION
               PERFORM WRITE-MISSING-SECTION
               PERFORM WRITE-WINDOW-SECTION
               PERFORM WRITE-TREND-SECTION
           END-IF

           CLOSE WINDOW-REPORT-FILE

           DISPLAY "BATCH WINDOW REPORT COMPLETE FOR " WS-NIGHT-DATE
           DISPLAY "STEPS RUN:               " WS-STEPS-TONIGHT
           DISPLAY "STEPS NOT COMPLETED:     " WS-ABEND-STEP-COUNT
           DISPLAY "STEPS OVER AVERAGE:      " WS-SLOW-STEP-COUNT
           DISPLAY "EXPECTED STEPS NOT RUN:  " WS-MISSING-STEP-COUNT
           DISPLAY "STEPS TRENDING UP:       " WS-GROWING-STEP-COUNT
           IF WS-SLA-MISSED-FLAG = 'Y'
               DISPLAY "*** BATCH WINDOW SLA MISSED ***"
           END-IF
           STOP RUN.

       LOAD-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE
           READ SCHEDULE-FILE
               AT END MOVE 'Y' TO WS-SCH-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-SCH-EOF-FLAG = 'Y'
               EVALUATE TRUE
                   WHEN BSC-STEP-RECORD
                       PERFORM ADD-SCHEDULE-ENTRY
                   WHEN BSC-WINDOW-RECORD
                       PERFORM LOAD-WINDOW-SETTINGS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ SCHEDULE-FILE
                   AT END MOVE 'Y' TO WS-SCH-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE SCHEDULE-FILE.

       ADD-SCHEDULE-ENTRY.
           IF WS-SCH-TABLE-COUNT < WS-SCH-MAX-ENTRIES
               ADD 1 TO WS-SCH-TABLE-COUNT
               MOVE BSC-PROGRAM-ID
                   TO WS-SCH-PROGRAM-ID(WS-SCH-TABLE-COUNT)
               MOVE BSC-FREQUENCY
                   TO WS-SCH-FREQUENCY(WS-SCH-TABLE-COUNT)
               IF BSC-RUN-DAY-X IS NUMERIC
                   MOVE BSC-RUN-DAY
                       TO WS-SCH-RUN-DAY(WS-SCH-TABLE-COUNT)
               ELSE
                   MOVE ZERO TO WS-SCH-RUN-DAY(WS-SCH-TABLE-COUNT)
               END-IF
               MOVE 'N' TO WS-SCH-RAN-FLAG(WS-SCH-TABLE-COUNT)
           ELSE
               IF WS-SCH-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-SCH-TABLE-FULL
                   DISPLAY "WARNING: SCHEDULE TABLE FULL AT "
                       WS-SCH-MAX-ENTRIES " ENTRIES"
               END-IF
           END-IF.

      *    A SETTING LEFT BLANK KEEPS ITS DEFAULT
       LOAD-WINDOW-SETTINGS.
           IF BSW-WINDOW-START-TIME IS NUMERIC
               MOVE BSW-WINDOW-START-TIME TO WS-WINDOW-START-TIME
           END-IF
           IF BSW-SLA-END-TIME IS NUMERIC
               MOVE BSW-SLA-END-TIME TO WS-SLA-END-TIME
           END-IF
           IF BSW-SLOW-PCT-X IS NUMERIC
               MOVE BSW-SLOW-PCT TO WS-SLOW-PCT
           END-IF
           IF BSW-TREND-PCT-X IS NUMERIC
               MOVE BSW-TREND-PCT TO WS-TREND-PCT
           END-IF.

      *    WS-CVT-TIME (HHMMSS) IN, WS-CVT-SECS OUT - SECONDS FROM THE
      *    MIDNIGHT BEFORE THE WINDOW OPENS
       CONVERT-CLOCK-TIME.
           IF WS-CVT-TIME IS NUMERIC
               COMPUTE WS-CVT-SECS = WS-CVT-HOURS * 3600
                                   + WS-CVT-MINUTES * 60
                                   + WS-CVT-SECONDS
           ELSE
               MOVE ZERO TO WS-CVT-SECS
           END-IF.

       NORMALIZE-CLOCK-TIME.
           PERFORM CONVERT-CLOCK-TIME
           IF WS-CVT-SECS < WS-WINDOW-START-SECS
               ADD WS-SECONDS-PER-DAY TO WS-CVT-SECS
           END-IF.

      *    WS-SHOW-SECS IN, WS-SHOW-TIME (HH:MM:SS) OUT. A TIME PAST
      *    MIDNIGHT IS SHOWN AS THE CLOCK READ IT
       FORMAT-SHOW-TIME.
           IF WS-SHOW-SECS NOT < WS-SECONDS-PER-DAY
               SUBTRACT WS-SECONDS-PER-DAY FROM WS-SHOW-SECS
           END-IF
           DIVIDE WS-SHOW-SECS BY 3600 GIVING WS-SHOW-HOURS
               REMAINDER WS-SHOW-REMAINDER
           DIVIDE WS-SHOW-REMAINDER BY 60 GIVING WS-SHOW-MINUTES
               REMAINDER WS-SHOW-SECONDS.

      *    THE OLDEST OF THE THREE TREND MONTHS IS TWO MONTHS BEFORE
      *    THE NIGHT'S MONTH
       SET-TREND-MONTHS.
           MOVE WS-NIGHT-YEAR TO WS-TREND-WORK-YEAR
           MOVE WS-NIGHT-MONTH TO WS-TREND-WORK-MM
           MOVE WS-TREND-WORK-MONTH TO WS-TREND-MONTH(3)
           PERFORM VARYING WS-TREND-IDX FROM 2 BY -1
               UNTIL WS-TREND-IDX < 1
               IF WS-TREND-WORK-MM = 1
                   MOVE 12 TO WS-TREND-WORK-MM
                   SUBTRACT 1 FROM WS-TREND-WORK-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-TREND-WORK-MM
               END-IF
               MOVE WS-TREND-WORK-MONTH TO WS-TREND-MONTH(WS-TREND-IDX)
           END-PERFORM.

      *****************************************************************
      * PROGRAM ASSEMBLY - ONE PROGRAM'S EVENTS ARRIVE TOGETHER IN    *
      * RUN DATE ORDER. A STARTED WITH NO COMPLETE BEFORE THE NEXT    *
      * STARTED OR THE END OF THE RUN DATE IS AN ABEND                *
      *****************************************************************
       START-PROGRAM.
           MOVE RSRT-PROGRAM-ID TO WS-PGM-PROGRAM-ID
           MOVE RSRT-RUN-DATE TO WS-PGM-RUN-DATE
           MOVE 'N' TO WS-PGM-START-PENDING
           MOVE ZERO TO WS-PGM-RING-COUNT
           MOVE ZERO TO WS-PGM-RING-SUM
           PERFORM VARYING WS-TREND-IDX FROM 1 BY 1
               UNTIL WS-TREND-IDX > 3
               MOVE ZERO TO WS-PGM-MONTH-SUM(WS-TREND-IDX)
               MOVE ZERO TO WS-PGM-MONTH-RUNS(WS-TREND-IDX)
           END-PERFORM
           MOVE 'N' TO WS-PGM-RAN-TONIGHT
           MOVE 'N' TO WS-PGM-COMPLETED
           MOVE ZERO TO WS-PGM-ABEND-COUNT
           MOVE ZERO TO WS-PGM-NIGHT-START
           MOVE ZERO TO WS-PGM-NIGHT-END
           MOVE ZERO TO WS-PGM-NIGHT-ELAPSED.

       ASSEMBLE-RUN-EVENT.
           IF RSRT-RUN-DATE NOT = WS-PGM-RUN-DATE
               PERFORM CLOSE-RUN-DATE
               MOVE RSRT-RUN-DATE TO WS-PGM-RUN-DATE
           END-IF

           MOVE RSRT-CLOCK-TIME TO WS-CVT-TIME
           PERFORM NORMALIZE-CLOCK-TIME

           EVALUATE TRUE
               WHEN RSRT-STATUS-STARTED
                   IF WS-PGM-START-PENDING = 'Y'
                       PERFORM POST-ABENDED-RUN
                   END-IF
                   MOVE 'Y' TO WS-PGM-START-PENDING
                   MOVE WS-CVT-SECS TO WS-PGM-START-SECS
               WHEN RSRT-STATUS-COMPLETE
                   IF WS-PGM-START-PENDING = 'Y'
                       MOVE WS-CVT-SECS TO WS-PGM-END-SECS
                       PERFORM POST-COMPLETED-RUN
                       MOVE 'N' TO WS-PGM-START-PENDING
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CLOSE-RUN-DATE.
           IF WS-PGM-START-PENDING = 'Y'
               PERFORM POST-ABENDED-RUN
               MOVE 'N' TO WS-PGM-START-PENDING
           END-IF.

       POST-ABENDED-RUN.
           IF WS-PGM-RUN-DATE = WS-NIGHT-DATE
               MOVE 'Y' TO WS-PGM-RAN-TONIGHT
               ADD 1 TO WS-PGM-ABEND-COUNT
               IF WS-PGM-NIGHT-START = ZERO
                   MOVE WS-PGM-START-SECS TO WS-PGM-NIGHT-START
               END-IF
               PERFORM NOTE-WINDOW-START
               IF WS-PGM-START-SECS > WS-WINDOW-LAST-SECS
                   MOVE WS-PGM-START-SECS TO WS-WINDOW-LAST-SECS
               END-IF
           END-IF.

       POST-COMPLETED-RUN.
           IF WS-PGM-END-SECS < WS-PGM-START-SECS
               ADD WS-SECONDS-PER-DAY TO WS-PGM-END-SECS
           END-IF
           COMPUTE WS-PGM-ELAPSED-SECS =
               WS-PGM-END-SECS - WS-PGM-START-SECS

           IF WS-PGM-RUN-DATE = WS-NIGHT-DATE
               MOVE 'Y' TO WS-PGM-RAN-TONIGHT
               MOVE 'Y' TO WS-PGM-COMPLETED
               IF WS-PGM-NIGHT-START = ZERO
                   MOVE WS-PGM-START-SECS TO WS-PGM-NIGHT-START
               END-IF
               MOVE WS-PGM-END-SECS TO WS-PGM-NIGHT-END
               MOVE WS-PGM-ELAPSED-SECS TO WS-PGM-NIGHT-ELAPSED
               PERFORM NOTE-WINDOW-START
               IF WS-PGM-END-SECS > WS-WINDOW-LAST-SECS
                   MOVE WS-PGM-END-SECS TO WS-WINDOW-LAST-SECS
               END-IF
           ELSE
               PERFORM ADD-TO-AVERAGE-RING
           END-IF

           PERFORM VARYING WS-TREND-IDX FROM 1 BY 1
               UNTIL WS-TREND-IDX > 3
               IF WS-PGM-RUN-DATE(1:6) = WS-TREND-MONTH(WS-TREND-IDX)
                   ADD WS-PGM-ELAPSED-SECS
                       TO WS-PGM-MONTH-SUM(WS-TREND-IDX)
                   ADD 1 TO WS-PGM-MONTH-RUNS(WS-TREND-IDX)
               END-IF
           END-PERFORM.

       NOTE-WINDOW-START.
           IF WS-PGM-START-SECS < WS-WINDOW-FIRST-SECS
               MOVE WS-PGM-START-SECS TO WS-WINDOW-FIRST-SECS
           END-IF.

      *    THE RING KEEPS THE LATEST 30 RUNS - EACH NEW RUN REPLACES
      *    THE OLDEST ONCE THE RING IS FULL
       ADD-TO-AVERAGE-RING.
           DIVIDE WS-PGM-RING-COUNT BY WS-AVERAGE-RUN-MAX
               GIVING WS-PGM-QUOTIENT REMAINDER WS-PGM-RING-IDX
           ADD 1 TO WS-PGM-RING-IDX
           IF WS-PGM-RING-COUNT NOT < WS-AVERAGE-RUN-MAX
               SUBTRACT WS-PGM-RING-SECS(WS-PGM-RING-IDX)
                   FROM WS-PGM-RING-SUM
           END-IF
           MOVE WS-PGM-ELAPSED-SECS TO WS-PGM-RING-SECS(WS-PGM-RING-IDX)
           ADD WS-PGM-ELAPSED-SECS TO WS-PGM-RING-SUM
           ADD 1 TO WS-PGM-RING-COUNT.

       FINISH-PROGRAM.
           PERFORM CLOSE-RUN-DATE

           IF WS-STP-TABLE-COUNT < WS-STP-MAX-ENTRIES
               ADD 1 TO WS-STP-TABLE-COUNT
               MOVE WS-STP-TABLE-COUNT TO WS-STP-IDX
               PERFORM STORE-STEP-ENTRY
           ELSE
               IF WS-STP-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-STP-TABLE-FULL
                   DISPLAY "WARNING: STEP TABLE FULL AT "
                       WS-STP-MAX-ENTRIES " ENTRIES"
               END-IF
           END-IF

           IF WS-PGM-RAN-TONIGHT = 'Y'
               PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
                   UNTIL WS-SCH-IDX > WS-SCH-TABLE-COUNT
                   IF WS-SCH-PROGRAM-ID(WS-SCH-IDX)
                      = WS-PGM-PROGRAM-ID
                       MOVE 'Y' TO WS-SCH-RAN-FLAG(WS-SCH-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       STORE-STEP-ENTRY.
           MOVE WS-PGM-PROGRAM-ID TO WS-STP-PROGRAM-ID(WS-STP-IDX)
           MOVE WS-PGM-RAN-TONIGHT TO WS-STP-RAN-TONIGHT(WS-STP-IDX)
           MOVE WS-PGM-COMPLETED TO WS-STP-COMPLETED(WS-STP-IDX)
           MOVE WS-PGM-ABEND-COUNT TO WS-STP-ABEND-COUNT(WS-STP-IDX)
           MOVE WS-PGM-NIGHT-START TO WS-STP-START-SECS(WS-STP-IDX)
           MOVE WS-PGM-NIGHT-END TO WS-STP-END-SECS(WS-STP-IDX)
           MOVE WS-PGM-NIGHT-ELAPSED TO WS-STP-ELAPSED-SECS(WS-STP-IDX)

           IF WS-PGM-RING-COUNT > WS-AVERAGE-RUN-MAX
               MOVE WS-AVERAGE-RUN-MAX
                   TO WS-STP-AVERAGE-RUNS(WS-STP-IDX)
           ELSE
               MOVE WS-PGM-RING-COUNT
                   TO WS-STP-AVERAGE-RUNS(WS-STP-IDX)
           END-IF
           IF WS-STP-AVERAGE-RUNS(WS-STP-IDX) > ZERO
               COMPUTE WS-STP-AVERAGE-SECS(WS-STP-IDX) ROUNDED =
                   WS-PGM-RING-SUM / WS-STP-AVERAGE-RUNS(WS-STP-IDX)
           ELSE
               MOVE ZERO TO WS-STP-AVERAGE-SECS(WS-STP-IDX)
           END-IF

           PERFORM VARYING WS-TREND-IDX FROM 1 BY 1
               UNTIL WS-TREND-IDX > 3
               MOVE WS-PGM-MONTH-RUNS(WS-TREND-IDX)
                   TO WS-STP-MONTH-RUNS(WS-STP-IDX, WS-TREND-IDX)
               IF WS-PGM-MONTH-RUNS(WS-TREND-IDX) > ZERO
                   COMPUTE WS-STP-MONTH-AVERAGE(WS-STP-IDX,
                                                WS-TREND-IDX) ROUNDED =
                       WS-PGM-MONTH-SUM(WS-TREND-IDX)
                       / WS-PGM-MONTH-RUNS(WS-TREND-IDX)
               ELSE
                   MOVE ZERO
                       TO WS-STP-MONTH-AVERAGE(WS-STP-IDX, WS-TREND-IDX)
               END-IF
           END-PERFORM.

      *****************************************************************
      * REPORT SECTIONS                                               *
      *****************************************************************
       WRITE-STEP-SECTION.
           MOVE WS-STEP-COLUMNS TO WS-COLUMN-HEADING
           PERFORM WRITE-PAGE-HEADINGS

           PERFORM VARYING WS-STP-IDX FROM 1 BY 1
               UNTIL WS-STP-IDX > WS-STP-TABLE-COUNT
               IF WS-STP-RAN-TONIGHT(WS-STP-IDX) = 'Y'
                   ADD 1 TO WS-STEPS-TONIGHT
                   PERFORM WRITE-STEP-LINE
               END-IF
           END-PERFORM

           IF WS-STEPS-TONIGHT = ZERO
               MOVE "NO STEPS RAN ON THIS NIGHT" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-STEP-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADINGS
           END-IF

           MOVE SPACES TO WS-STEP-DETAIL-LINE
           MOVE WS-STP-PROGRAM-ID(WS-STP-IDX) TO STL-PROGRAM-ID
           MOVE WS-STP-START-SECS(WS-STP-IDX) TO WS-SHOW-SECS
           PERFORM FORMAT-SHOW-TIME
           MOVE WS-SHOW-TIME TO STL-START-TIME
           MOVE WS-STP-AVERAGE-RUNS(WS-STP-IDX) TO STL-AVERAGE-RUNS
           IF WS-STP-AVERAGE-RUNS(WS-STP-IDX) > ZERO
               MOVE WS-STP-AVERAGE-SECS(WS-STP-IDX) TO WS-SHOW-SECS
               PERFORM FORMAT-SHOW-TIME
               MOVE WS-SHOW-TIME TO STL-AVERAGE-TIME
           END-IF

           IF WS-STP-COMPLETED(WS-STP-IDX) = 'Y'
               MOVE WS-STP-END-SECS(WS-STP-IDX) TO WS-SHOW-SECS
               PERFORM FORMAT-SHOW-TIME
               MOVE WS-SHOW-TIME TO STL-END-TIME
               MOVE WS-STP-ELAPSED-SECS(WS-STP-IDX) TO WS-SHOW-SECS
               PERFORM FORMAT-SHOW-TIME
               MOVE WS-SHOW-TIME TO STL-ELAPSED-TIME
               PERFORM SET-STEP-STATUS
           ELSE
               ADD 1 TO WS-ABEND-STEP-COUNT
               MOVE "*** STARTED - NEVER COMPLETED ***" TO STL-STATUS
           END-IF

           WRITE REPORT-LINE FROM WS-STEP-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

      *    A STEP WITH NO EARLIER RUNS HAS NOTHING TO BE SLOW AGAINST
       SET-STEP-STATUS.
           MOVE ZERO TO WS-VARIANCE-PCT
           IF WS-STP-AVERAGE-SECS(WS-STP-IDX) > ZERO
               COMPUTE WS-VARIANCE-PCT ROUNDED =
                   (WS-STP-ELAPSED-SECS(WS-STP-IDX)
                    - WS-STP-AVERAGE-SECS(WS-STP-IDX)) * 100
                   / WS-STP-AVERAGE-SECS(WS-STP-IDX)
               MOVE WS-VARIANCE-PCT TO STL-VARIANCE-PCT
           END-IF

           EVALUATE TRUE
               WHEN WS-VARIANCE-PCT > WS-SLOW-PCT
                   ADD 1 TO WS-SLOW-STEP-COUNT
                   MOVE "SLOW - OVER 30-RUN AVERAGE" TO STL-STATUS
               WHEN WS-STP-ABEND-COUNT(WS-STP-IDX) > ZERO
                   MOVE "COMPLETE AFTER RESTART" TO STL-STATUS
               WHEN OTHER
                   MOVE "COMPLETE" TO STL-STATUS
           END-EVALUATE.

      *    A MONTHLY STEP IS EXPECTED ONLY ON ITS SCHEDULED DAY
       WRITE-MISSING-SECTION.
           MOVE WS-MISSING-COLUMNS TO WS-COLUMN-HEADING
           PERFORM WRITE-PAGE-HEADINGS

           PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
               UNTIL WS-SCH-IDX > WS-SCH-TABLE-COUNT
               IF WS-SCH-RAN-FLAG(WS-SCH-IDX) = 'N'
                   EVALUATE WS-SCH-FREQUENCY(WS-SCH-IDX)
                       WHEN 'D'
                           MOVE "DAILY" TO MSL-FREQUENCY
                           PERFORM WRITE-MISSING-LINE
                       WHEN 'M'
                           IF WS-SCH-RUN-DAY(WS-SCH-IDX)
                              = WS-NIGHT-DAY
                               MOVE "MONTHLY" TO MSL-FREQUENCY
                               PERFORM WRITE-MISSING-LINE
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM

           IF WS-MISSING-STEP-COUNT = ZERO
               MOVE "ALL SCHEDULED STEPS RAN" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-MISSING-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADINGS
           END-IF

           ADD 1 TO WS-MISSING-STEP-COUNT
           MOVE WS-SCH-PROGRAM-ID(WS-SCH-IDX) TO MSL-PROGRAM-ID
           MOVE "*** EXPECTED - NEVER RAN ***" TO MSL-EXCEPTION
           WRITE REPORT-LINE FROM WS-MISSING-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-WINDOW-SECTION.
           IF WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADINGS
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-WINDOW-LINE
           MOVE "BATCH WINDOW" TO WNL-LABEL
           WRITE REPORT-LINE FROM WS-WINDOW-LINE

           IF WS-STEPS-TONIGHT = ZERO
               MOVE SPACES TO WS-WINDOW-LINE
               MOVE "  NO STEPS RAN" TO WNL-LABEL
               WRITE REPORT-LINE FROM WS-WINDOW-LINE
           ELSE
               MOVE SPACES TO WS-WINDOW-LINE
               MOVE "  FIRST STEP STARTED" TO WNL-LABEL
               MOVE WS-WINDOW-FIRST-SECS TO WS-SHOW-SECS
               PERFORM FORMAT-SHOW-TIME
               MOVE WS-SHOW-TIME TO WNL-TIME
               WRITE REPORT-LINE FROM WS-WINDOW-LINE

               MOVE SPACES TO WS-WINDOW-LINE
               MOVE "  LAST STEP ENDED" TO WNL-LABEL
               MOVE WS-WINDOW-LAST-SECS TO WS-SHOW-SECS
               PERFORM FORMAT-SHOW-TIME
               MOVE WS-SHOW-TIME TO WNL-TIME
               IF WS-ABEND-STEP-COUNT > ZERO
                   MOVE "STREAM DID NOT FINISH CLEANLY" TO WNL-REMARK
               END-IF
               WRITE REPORT-LINE FROM WS-WINDOW-LINE

               PERFORM CHECK-WINDOW-SLA
           END-IF
           ADD 5 TO WS-LINE-COUNT.

      *    THE SLA END TIME IS NORMALIZED THE SAME WAY AS THE LOG
      *    TIMES, SO A 06:00 SLA MEANS 06:00 THE MORNING AFTER
       CHECK-WINDOW-SLA.
           MOVE WS-SLA-END-TIME TO WS-CVT-TIME
           PERFORM NORMALIZE-CLOCK-TIME
           MOVE WS-CVT-SECS TO WS-SLA-END-SECS

           MOVE SPACES TO WS-WINDOW-LINE
           MOVE "  SLA END TIME" TO WNL-LABEL
           MOVE WS-SLA-END-SECS TO WS-SHOW-SECS
           PERFORM FORMAT-SHOW-TIME
           MOVE WS-SHOW-TIME TO WNL-TIME
           IF WS-WINDOW-LAST-SECS > WS-SLA-END-SECS
               MOVE 'Y' TO WS-SLA-MISSED-FLAG
               MOVE "*** SLA MISSED ***" TO WNL-REMARK
           ELSE
               MOVE "SLA MET" TO WNL-REMARK
           END-IF
           WRITE REPORT-LINE FROM WS-WINDOW-LINE

           MOVE SPACES TO WS-WINDOW-LINE
           IF WS-SLA-MISSED-FLAG = 'Y'
               MOVE "  MISSED BY" TO WNL-LABEL
               COMPUTE WS-SLA-DIFFERENCE-SECS =
                   WS-WINDOW-LAST-SECS - WS-SLA-END-SECS
           ELSE
               MOVE "  MARGIN" TO WNL-LABEL
               COMPUTE WS-SLA-DIFFERENCE-SECS =
                   WS-SLA-END-SECS - WS-WINDOW-LAST-SECS
           END-IF
           MOVE WS-SLA-DIFFERENCE-SECS TO WS-SHOW-SECS
           PERFORM FORMAT-SHOW-TIME
           MOVE WS-SHOW-TIME TO WNL-TIME
           WRITE REPORT-LINE FROM WS-WINDOW-LINE.

       WRITE-TREND-SECTION.
           MOVE SPACES TO WS-TREND-COLUMNS(11:48)
           PERFORM VARYING WS-TREND-IDX FROM 1 BY 1
               UNTIL WS-TREND-IDX > 3
               MOVE WS-TREND-MONTH(WS-TREND-IDX)
                   TO TCH-MONTH(WS-TREND-IDX)
           END-PERFORM
           MOVE WS-TREND-COLUMNS TO WS-COLUMN-HEADING
           PERFORM WRITE-PAGE-HEADINGS

           PERFORM VARYING WS-STP-IDX FROM 1 BY 1
               UNTIL WS-STP-IDX > WS-STP-TABLE-COUNT
               IF WS-STP-MONTH-RUNS(WS-STP-IDX, 1) > ZERO
                  OR WS-STP-MONTH-RUNS(WS-STP-IDX, 2) > ZERO
                  OR WS-STP-MONTH-RUNS(WS-STP-IDX, 3) > ZERO
                   PERFORM WRITE-TREND-LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "STEPS GROWING MONTH OVER MONTH" TO TTL-LABEL
           MOVE WS-GROWING-STEP-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

      *    GROWING = A RUN IN EACH OF THE THREE MONTHS, EACH MONTH'S
      *    AVERAGE ABOVE THE ONE BEFORE, AND THE RISE OVER THE THREE
      *    MONTHS AT LEAST THE TREND PERCENTAGE
       WRITE-TREND-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADINGS
           END-IF

           MOVE SPACES TO WS-TREND-DETAIL-LINE
           MOVE WS-STP-PROGRAM-ID(WS-STP-IDX) TO TRL-PROGRAM-ID
           PERFORM VARYING WS-TREND-IDX FROM 1 BY 1
               UNTIL WS-TREND-IDX > 3
               MOVE WS-STP-MONTH-RUNS(WS-STP-IDX, WS-TREND-IDX)
                   TO TRL-MONTH-RUNS(WS-TREND-IDX)
               IF WS-STP-MONTH-RUNS(WS-STP-IDX, WS-TREND-IDX) > ZERO
                   MOVE WS-STP-MONTH-AVERAGE(WS-STP-IDX, WS-TREND-IDX)
                       TO WS-SHOW-SECS
                   PERFORM FORMAT-SHOW-TIME
                   MOVE WS-SHOW-TIME TO TRL-MONTH-AVERAGE(WS-TREND-IDX)
               ELSE
                   MOVE "   --   " TO TRL-MONTH-AVERAGE(WS-TREND-IDX)
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-GROWING-FLAG
           IF WS-STP-MONTH-RUNS(WS-STP-IDX, 1) > ZERO
              AND WS-STP-MONTH-RUNS(WS-STP-IDX, 2) > ZERO
              AND WS-STP-MONTH-RUNS(WS-STP-IDX, 3) > ZERO
              AND WS-STP-MONTH-AVERAGE(WS-STP-IDX, 1) > ZERO
               COMPUTE WS-GROWTH-PCT ROUNDED =
                   (WS-STP-MONTH-AVERAGE(WS-STP-IDX, 3)
                    - WS-STP-MONTH-AVERAGE(WS-STP-IDX, 1)) * 100
                   / WS-STP-MONTH-AVERAGE(WS-STP-IDX, 1)
               MOVE WS-GROWTH-PCT TO TRL-GROWTH-PCT
               IF WS-STP-MONTH-AVERAGE(WS-STP-IDX, 2) >
                  WS-STP-MONTH-AVERAGE(WS-STP-IDX, 1)
                  AND WS-STP-MONTH-AVERAGE(WS-STP-IDX, 3) >
                      WS-STP-MONTH-AVERAGE(WS-STP-IDX, 2)
                  AND WS-GROWTH-PCT NOT < WS-TREND-PCT
                   MOVE 'Y' TO WS-GROWING-FLAG
               END-IF
           END-IF

           IF WS-GROWING-FLAG = 'Y'
               ADD 1 TO WS-GROWING-STEP-COUNT
               MOVE "*** GROWING MONTH OVER MONTH ***" TO TRL-TREND
           END-IF

           WRITE REPORT-LINE FROM WS-TREND-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           MOVE WS-PAGE-NUMBER TO HDG-PAGE-NUMBER
           MOVE WS-NIGHT-DATE TO HDG-NIGHT-DATE
           WRITE REPORT-LINE FROM WS-REPORT-HEADING-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-REPORT-HEADING-2
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 5 TO WS-LINE-COUNT.

      *****************************************************************
      * INPUT PROCEDURE - EVERY STARTED AND COMPLETE EVENT ON THE LOG *
      * IN LOG ORDER. THE LATEST RUN DATE SEEN IS THE NIGHT REPORTED  *
      *****************************************************************
       RELEASE-RUN-LOG-EVENTS SECTION.
       RELEASE-LOG-START.
           OPEN INPUT RUN-LOG-FILE
           READ RUN-LOG-FILE
               AT END MOVE 'Y' TO WS-LOG-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-LOG-EOF-FLAG = 'Y'
               IF RL-STATUS-STARTED OR RL-STATUS-COMPLETE
                   ADD 1 TO WS-LOG-SEQUENCE
                   MOVE RL-PROGRAM-ID TO RSRT-PROGRAM-ID
                   MOVE RL-RUN-DATE TO RSRT-RUN-DATE
                   MOVE WS-LOG-SEQUENCE TO RSRT-SEQUENCE
                   MOVE RL-STATUS TO RSRT-STATUS
                   IF RL-STATUS-STARTED
                       MOVE RL-START-TIMESTAMP(9:6) TO RSRT-CLOCK-TIME
                   ELSE
                       MOVE RL-END-TIMESTAMP(9:6) TO RSRT-CLOCK-TIME
                   END-IF
                   RELEASE RUN-LOG-SORT-RECORD
                   IF RL-RUN-DATE > WS-NIGHT-DATE
                       MOVE RL-RUN-DATE TO WS-NIGHT-DATE
                   END-IF
               END-IF
               READ RUN-LOG-FILE
                   AT END MOVE 'Y' TO WS-LOG-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE RUN-LOG-FILE.

      *****************************************************************
      * OUTPUT PROCEDURE - EACH PROGRAM'S EVENTS ARRIVE TOGETHER, SO  *
      * A PROGRAM IS FINISHED WHEN THE PROGRAM ID CHANGES             *
      *****************************************************************
       ASSEMBLE-STEP-RUNS SECTION.
       ASSEMBLE-STEPS-START.
           IF WS-NIGHT-DATE NOT = LOW-VALUES
               PERFORM SET-TREND-MONTHS
           END-IF

           RETURN RUN-LOG-SORT-FILE
               AT END MOVE 'Y' TO WS-RSRT-EOF-FLAG
           END-RETURN

           PERFORM UNTIL WS-RSRT-EOF-FLAG = 'Y'
               IF RSRT-PROGRAM-ID NOT = WS-PGM-PROGRAM-ID
                   IF WS-PGM-PROGRAM-ID NOT = LOW-VALUES
                       PERFORM FINISH-PROGRAM
                   END-IF
                   PERFORM START-PROGRAM
               END-IF
               PERFORM ASSEMBLE-RUN-EVENT
               RETURN RUN-LOG-SORT-FILE
                   AT END MOVE 'Y' TO WS-RSRT-EOF-FLAG
               END-RETURN
           END-PERFORM

           IF WS-PGM-PROGRAM-ID NOT = LOW-VALUES
               PERFORM FINISH-PROGRAM
           END-IF.
