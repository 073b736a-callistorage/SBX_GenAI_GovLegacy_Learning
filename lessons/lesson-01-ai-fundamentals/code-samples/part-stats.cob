       IDENTIFICATION DIVISION.
       PROGRAM-ID. PART-STATS.
      *********************************************************
      * MONTHLY FEDERAL PARTICIPATION AND ISSUANCE STATISTICS *
      * BUILDS THE MONTH'S PARTICIPATING HOUSEHOLDS, PERSONS, *
      * AND BENEFIT DOLLARS BY STATE AND PROJECT AREA. A      *
      * HOUSEHOLD PARTICIPATES WHEN ITS DETERMINATION IN      *
      * FORCE AT MONTH END IS APPROVED, AND ITS PERSONS ARE   *
      * THOSE THE BENEFIT RUN BUDGETS FOR. DOLLARS COME FROM  *
      * THE PAYMENT LEDGER, SPLIT INTO ONGOING ISSUANCE, NEW  *
      * AND EXPEDITED ISSUANCE, AND ADJUSTMENTS. THE PROJECT  *
      * AREA IS THE OFFICE THE CASE IS ASSIGNED TO. EACH      *
      * MONTH'S FIGURES ARE KEPT ON A STATISTICS HISTORY FILE *
      * SO THE REPORT CAN SET THEM AGAINST THE PRIOR MONTH    *
      * AND THE SAME MONTH LAST YEAR, AND AN EDIT SECTION     *
      * FLAGS ANY STATE WHOSE HOUSEHOLDS, PERSONS PER         *
      * HOUSEHOLD, OR AVERAGE BENEFIT MOVED MORE THAN THE     *
      * EDIT PERCENTAGE. THE FIGURES ALSO GO OUT ON THE       *
      * FIXED-FORMAT FEDERAL SUBMISSION FILE                  *
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STAT-PARM-FILE ASSIGN TO "STATPARM.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT APPLICANT-FILE ASSIGN TO "APPLICANT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS APP-ID.

           SELECT OPTIONAL MEMBER-FILE ASSIGN TO "MEMBERS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MBR-KEY.

           SELECT OPTIONAL ABAWD-CLOCK-FILE ASSIGN TO "ABAWD.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL DISQUAL-FILE ASSIGN TO "IPVDQ.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL ASSIGNMENT-MASTER-FILE
           ASSIGN TO "CASEASGN.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "HISTORY.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT HISTORY-WORK-FILE ASSIGN TO "STHSRT.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL PAYMENT-LEDGER-FILE ASSIGN TO "PAYLEDG.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT LEDGER-WORK-FILE ASSIGN TO "STLSRT.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL STAT-HISTORY-FILE ASSIGN TO "STATHIST.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT STAT-HISTORY-WORK-FILE ASSIGN TO "STATHWK.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT SUBMISSION-FILE ASSIGN TO "FEDSTAT.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT STATISTICS-REPORT-FILE ASSIGN TO "PARTSTAT.RPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT HISTORY-SORT-FILE ASSIGN TO "SORTWK1".

           SELECT LEDGER-SORT-FILE ASSIGN TO "SORTWK2".

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * STATISTICS PARAMETER - THE MONTH TO REPORT AND THE EDIT       *
      * PERCENTAGE. WITH NO PARAMETER THE RUN REPORTS THE MONTH       *
      * BEFORE THE RUN DATE; A BLANK PERCENTAGE KEEPS THE DEFAULT     *
      *****************************************************************
       FD  STAT-PARM-FILE.
       01  STAT-PARM-RECORD.
           05  SPRM-REPORT-MONTH       PIC X(6).
           05  SPRM-EDIT-PCT           PIC 9(3).
           05  SPRM-EDIT-PCT-X         REDEFINES SPRM-EDIT-PCT
                                       PIC X(3).
           05  FILLER                  PIC X(71).

       FD  APPLICANT-FILE.
           COPY APPLREC.

       FD  MEMBER-FILE.
           COPY MEMBREC.

      *****************************************************************
      * ABAWD TIME-LIMIT CLOCKS FROM ABAWD-TRACK, IN APPLICANT ID AND *
      * MEMBER NUMBER ORDER - AN ADULT FLAGGED EXCLUDED IS LEFT OUT   *
      * OF THE PERSONS COUNT, AS THE BENEFIT RUN LEAVES THEM OUT      *
      *****************************************************************
       FD  ABAWD-CLOCK-FILE.
           COPY ABAWDREC.

      *****************************************************************
      * IPV DISQUALIFICATIONS BY SSN - A HEAD OR MEMBER INSIDE AN     *
      * ACTIVE PENALTY PERIOD IS LEFT OUT OF THE PERSONS COUNT        *
      *****************************************************************
       FD  DISQUAL-FILE.
           COPY IPVREC.

       FD  ASSIGNMENT-MASTER-FILE.
           COPY ASSIGNRC.

       FD  HISTORY-FILE.
           COPY HISTREC.

      *****************************************************************
      * SORTED COPY OF HISTORY.DAT BY CASE AND RUN DATE, FILE ORDER   *
      * KEPT WITHIN A RUN DATE, SO THE LAST RECORD READ FOR A CASE    *
      * UP TO MONTH END IS THE DETERMINATION IN FORCE FOR THE MONTH   *
      *****************************************************************
       FD  HISTORY-WORK-FILE.
       01  HISTORY-WORK-RECORD.
           05  HWRK-APP-ID             PIC X(8).
           05  HWRK-RUN-DATE           PIC X(8).
           05  FILLER                  PIC X(32).
           05  HWRK-DETERMINATION      PIC X(8).
           05  FILLER                  PIC X(10).

       SD  HISTORY-SORT-FILE.
       01  HISTORY-SORT-RECORD.
           05  HSRT-APP-ID             PIC X(8).
           05  HSRT-RUN-DATE           PIC X(8).
           05  FILLER                  PIC X(50).

       FD  PAYMENT-LEDGER-FILE.
           COPY PAYLEDRC.

      *****************************************************************
      * THE MONTH'S LEDGER DOLLARS BY CASE, EACH TAGGED WITH ITS      *
      * STATISTICAL BUCKET - 'O' ONGOING, 'N' NEW OR EXPEDITED, 'A'   *
      * ADJUSTMENT                                                    *
      *****************************************************************
       FD  LEDGER-WORK-FILE.
       01  LEDGER-WORK-RECORD.
           05  LWRK-APP-ID             PIC X(8).
           05  LWRK-BUCKET             PIC X(1).
           05  LWRK-AMOUNT             PIC S9(6)V99.
           05  FILLER                  PIC X(3).

       SD  LEDGER-SORT-FILE.
       01  LEDGER-SORT-RECORD.
           05  LSRT-APP-ID             PIC X(8).
           05  LSRT-BUCKET             PIC X(1).
               88  LSRT-ONGOING             VALUE 'O'.
               88  LSRT-NEW-EXPEDITED       VALUE 'N'.
               88  LSRT-ADJUSTMENT          VALUE 'A'.
           05  LSRT-AMOUNT             PIC S9(6)V99.
           05  FILLER                  PIC X(3).

      *****************************************************************
      * STATISTICS HISTORY - ONE RECORD PER REPORT MONTH, STATE, AND  *
      * PROJECT AREA WITH THE FIGURES AS REPORTED. A RERUN REPLACES   *
      * ITS MONTH, AND MONTHS OLDER THAN A YEAR BEFORE THE REPORT     *
      * MONTH ARE DROPPED                                             *
      *****************************************************************
       FD  STAT-HISTORY-FILE.
       01  STAT-HISTORY-RECORD.
           05  STH-REPORT-MONTH        PIC X(6).
           05  STH-STATE-CODE          PIC X(2).
           05  STH-AREA-ID             PIC X(4).
           05  STH-HOUSEHOLDS          PIC 9(7).
           05  STH-PERSONS             PIC 9(8).
           05  STH-ONGOING-DOLLARS     PIC S9(10)V99.
           05  STH-NEW-DOLLARS         PIC S9(10)V99.
           05  STH-ADJUST-DOLLARS      PIC S9(10)V99.
           05  STH-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(13).

       FD  STAT-HISTORY-WORK-FILE.
       01  STAT-HISTORY-WORK-RECORD    PIC X(84).

      *****************************************************************
      * FEDERAL SUBMISSION FILE - RECORD TYPE 'H' HEADER, 'D' ONE PER *
      * STATE AND PROJECT AREA, 'T' TRAILER. THE TRAILER COUNTS AND   *
      * TOTALS MUST BALANCE TO THE DETAIL RECORDS. DOLLARS CARRY A    *
      * LEADING SIGN SINCE ADJUSTMENTS CAN NET NEGATIVE               *
      *****************************************************************
       FD  SUBMISSION-FILE.
       01  SUBMISSION-RECORD.
           05  FSS-RECORD-TYPE         PIC X(1).
               88  FSS-HEADER               VALUE 'H'.
               88  FSS-DETAIL               VALUE 'D'.
               88  FSS-TRAILER              VALUE 'T'.
           05  FSS-RECORD-BODY         PIC X(99).

       01  SUBMISSION-HEADER-RECORD REDEFINES SUBMISSION-RECORD.
           05  FILLER                  PIC X(1).
           05  FSS-HDR-REPORT-MONTH    PIC X(6).
           05  FSS-HDR-AGENCY-ID       PIC X(5).
           05  FSS-HDR-PROGRAM-CODE    PIC X(8).
           05  FSS-HDR-CREATE-DATE     PIC X(8).
           05  FILLER                  PIC X(72).

       01  SUBMISSION-DETAIL-RECORD REDEFINES SUBMISSION-RECORD.
           05  FILLER                  PIC X(1).
           05  FSS-DTL-STATE-CODE      PIC X(2).
           05  FSS-DTL-AREA-ID         PIC X(4).
           05  FSS-DTL-HOUSEHOLDS      PIC 9(7).
           05  FSS-DTL-PERSONS         PIC 9(8).
           05  FSS-DTL-ONGOING         PIC S9(10)V99
                                       SIGN IS LEADING SEPARATE.
           05  FSS-DTL-NEW-EXPEDITED   PIC S9(10)V99
                                       SIGN IS LEADING SEPARATE.
           05  FSS-DTL-ADJUSTMENTS     PIC S9(10)V99
                                       SIGN IS LEADING SEPARATE.
           05  FSS-DTL-TOTAL-ISSUED    PIC S9(10)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(26).

       01  SUBMISSION-TRAILER-RECORD REDEFINES SUBMISSION-RECORD.
           05  FILLER                  PIC X(1).
           05  FSS-TRL-DETAIL-COUNT    PIC 9(6).
           05  FSS-TRL-HOUSEHOLDS      PIC 9(9).
           05  FSS-TRL-PERSONS         PIC 9(10).
           05  FSS-TRL-TOTAL-ISSUED    PIC S9(12)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(59).

       FD  STATISTICS-REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE             PIC X(8).
           05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
               10  WS-RUN-YEAR         PIC 9(4).
               10  WS-RUN-MONTH        PIC 9(2).
               10  WS-RUN-DAY          PIC 9(2).

      *****************************************************************
      * REPORT PERIODS - THE REPORT MONTH, THE MONTH BEFORE IT, AND   *
      * THE SAME MONTH A YEAR EARLIER. ANY RUN DATE IN THE REPORT     *
      * MONTH SORTS AT OR BEFORE DAY 31, SO THAT STANDS AS MONTH END  *
      *****************************************************************
       01  WS-PERIOD-FIELDS.
           05  WS-REPORT-MONTH         PIC X(6) VALUE SPACES.
           05  WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
               10  WS-REPORT-YEAR      PIC 9(4).
               10  WS-REPORT-MM        PIC 9(2).
           05  WS-PRIOR-MONTH          PIC X(6).
           05  WS-PRIOR-MONTH-PARTS REDEFINES WS-PRIOR-MONTH.
               10  WS-PRIOR-YEAR       PIC 9(4).
               10  WS-PRIOR-MM         PIC 9(2).
           05  WS-LAST-YEAR-MONTH      PIC X(6).
           05  WS-LAST-YEAR-PARTS REDEFINES WS-LAST-YEAR-MONTH.
               10  WS-LAST-YEAR-YEAR   PIC 9(4).
               10  WS-LAST-YEAR-MM     PIC 9(2).
           05  WS-MONTH-END-DATE.
               10  WS-MONTH-END-MONTH  PIC X(6).
               10  FILLER              PIC X(2) VALUE "31".
           05  WS-MONTH-START-DATE.
               10  WS-MONTH-START-MONTH PIC X(6).
               10  FILLER              PIC X(2) VALUE "01".
           05  WS-PRIOR-ON-FILE        PIC X VALUE 'N'.
           05  WS-LAST-YEAR-ON-FILE    PIC X VALUE 'N'.

       01  WS-PROGRAM-CONSTANTS.
           05  WS-EDIT-PCT             PIC 9(3) VALUE 10.
           05  WS-AGENCY-ID            PIC X(5) VALUE "SNP01".
           05  WS-PROGRAM-CODE         PIC X(8) VALUE "FOODASST".
           05  WS-NO-MASTER-STATE      PIC X(2) VALUE "??".
           05  WS-UNASSIGNED-AREA      PIC X(4) VALUE "????".

      *****************************************************************
      * STATISTICS TABLE - ONE ENTRY PER STATE AND PROJECT AREA WITH  *
      * THE REPORT MONTH'S FIGURES AND THOSE FOR THE PRIOR MONTH AND  *
      * THE SAME MONTH LAST YEAR FROM THE STATISTICS HISTORY. UNUSED  *
      * SLOTS HOLD HIGH-VALUES SO THE TABLE SORT LEAVES THE REAL      *
      * ENTRIES AT THE FRONT IN STATE AND AREA ORDER                  *
      *****************************************************************
       01  WS-STAT-TABLE.
           05  WS-FST-ENTRY OCCURS 2000 TIMES
                   ASCENDING KEY IS WS-FST-KEY
                   INDEXED BY WS-FST-IDX.
               10  WS-FST-KEY.
                   15  WS-FST-STATE-CODE   PIC X(2).
                   15  WS-FST-AREA-ID      PIC X(4).
               10  WS-FST-HOUSEHOLDS       PIC 9(7).
               10  WS-FST-PERSONS          PIC 9(8).
               10  WS-FST-ONGOING          PIC S9(10)V99.
               10  WS-FST-NEW-EXPEDITED    PIC S9(10)V99.
               10  WS-FST-ADJUSTMENTS      PIC S9(10)V99.
               10  WS-FST-PRIOR-HOUSEHOLDS PIC 9(7).
               10  WS-FST-PRIOR-PERSONS    PIC 9(8).
               10  WS-FST-PRIOR-DOLLARS    PIC S9(10)V99.
               10  WS-FST-LYR-HOUSEHOLDS   PIC 9(7).
               10  WS-FST-LYR-PERSONS      PIC 9(8).
               10  WS-FST-LYR-DOLLARS      PIC S9(10)V99.

       01  WS-FST-TABLE-FIELDS.
           05  WS-FST-MAX-ENTRIES      PIC 9(4) VALUE 2000.
           05  WS-FST-TABLE-COUNT      PIC 9(4) VALUE ZERO.
           05  WS-FST-TABLE-FULL       PIC X VALUE 'N'.
           05  WS-FST-MATCH-ENTRY      PIC 9(4) VALUE ZERO.
           05  WS-FST-NEXT-STATE       PIC X(2).
           05  WS-FST-SEARCH-KEY.
               10  WS-FST-SEARCH-STATE PIC X(2).
               10  WS-FST-SEARCH-AREA  PIC X(4).

      *****************************************************************
      * STATE TOTALS - THE AREA ENTRIES ROLLED UP BY STATE, BUILT IN  *
      * STATE ORDER FROM THE SORTED STATISTICS TABLE                  *
      *****************************************************************
       01  WS-STATE-TABLE.
           05  WS-STT-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-STT-IDX.
               10  WS-STT-STATE-CODE       PIC X(2).
               10  WS-STT-HOUSEHOLDS       PIC 9(7).
               10  WS-STT-PERSONS          PIC 9(8).
               10  WS-STT-ONGOING          PIC S9(10)V99.
               10  WS-STT-NEW-EXPEDITED    PIC S9(10)V99.
               10  WS-STT-ADJUSTMENTS      PIC S9(10)V99.
               10  WS-STT-PRIOR-HOUSEHOLDS PIC 9(7).
               10  WS-STT-PRIOR-PERSONS    PIC 9(8).
               10  WS-STT-PRIOR-DOLLARS    PIC S9(10)V99.
               10  WS-STT-LYR-HOUSEHOLDS   PIC 9(7).
               10  WS-STT-LYR-PERSONS      PIC 9(8).
               10  WS-STT-LYR-DOLLARS      PIC S9(10)V99.

       01  WS-STT-TABLE-FIELDS.
           05  WS-STT-MAX-ENTRIES      PIC 9(3) VALUE 100.
           05  WS-STT-TABLE-COUNT      PIC 9(3) VALUE ZERO.
           05  WS-STT-TABLE-FULL       PIC X VALUE 'N'.

       01  WS-GRAND-TOTALS.
           05  WS-GRT-HOUSEHOLDS       PIC 9(9) VALUE ZERO.
           05  WS-GRT-PERSONS          PIC 9(10) VALUE ZERO.
           05  WS-GRT-ONGOING          PIC S9(12)V99 VALUE ZERO.
           05  WS-GRT-NEW-EXPEDITED    PIC S9(12)V99 VALUE ZERO.
           05  WS-GRT-ADJUSTMENTS      PIC S9(12)V99 VALUE ZERO.
           05  WS-GRT-PRIOR-HOUSEHOLDS PIC 9(9) VALUE ZERO.
           05  WS-GRT-PRIOR-PERSONS    PIC 9(10) VALUE ZERO.
           05  WS-GRT-PRIOR-DOLLARS    PIC S9(12)V99 VALUE ZERO.
           05  WS-GRT-LYR-HOUSEHOLDS   PIC 9(9) VALUE ZERO.
           05  WS-GRT-LYR-PERSONS      PIC 9(10) VALUE ZERO.
           05  WS-GRT-LYR-DOLLARS      PIC S9(12)V99 VALUE ZERO.

      *****************************************************************
      * LINE FIGURES - ONE AREA, STATE, OR GRAND TOTAL LINE'S FIGURES *
      * FOR ALL THREE PERIODS, WITH ITS PERSONS PER HOUSEHOLD AND     *
      * AVERAGE BENEFIT. A PERIOD WITH NO HOUSEHOLDS HAS NO RATIOS    *
      *****************************************************************
       01  WS-LINE-FIGURES.
           05  WS-LIN-STATE-CODE       PIC X(2).
           05  WS-LIN-AREA-ID          PIC X(5).
           05  WS-LIN-HOUSEHOLDS       PIC 9(9).
           05  WS-LIN-PERSONS          PIC 9(10).
           05  WS-LIN-ONGOING          PIC S9(12)V99.
           05  WS-LIN-NEW-EXPEDITED    PIC S9(12)V99.
           05  WS-LIN-ADJUSTMENTS      PIC S9(12)V99.
           05  WS-LIN-DOLLARS          PIC S9(12)V99.
           05  WS-LIN-PRIOR-HOUSEHOLDS PIC 9(9).
           05  WS-LIN-PRIOR-PERSONS    PIC 9(10).
           05  WS-LIN-PRIOR-DOLLARS    PIC S9(12)V99.
           05  WS-LIN-LYR-HOUSEHOLDS   PIC 9(9).
           05  WS-LIN-LYR-PERSONS      PIC 9(10).
           05  WS-LIN-LYR-DOLLARS      PIC S9(12)V99.
           05  WS-LIN-PER-HH           PIC 9(3)V99.
           05  WS-LIN-PRIOR-PER-HH     PIC 9(3)V99.
           05  WS-LIN-LYR-PER-HH       PIC 9(3)V99.
           05  WS-LIN-AVG-BENEFIT      PIC S9(7)V99.
           05  WS-LIN-PRIOR-AVG        PIC S9(7)V99.
           05  WS-LIN-LYR-AVG          PIC S9(7)V99.

      *****************************************************************
      * EDIT CHECK - ONE MEASURE AGAINST ONE COMPARISON MONTH. THE    *
      * CHANGE IS FLAGGED WHEN IT IS MORE THAN THE EDIT PERCENTAGE    *
      * EITHER WAY                                                    *
      *****************************************************************
       01  WS-EDIT-FIELDS.
           05  WS-EDIT-MEASURE         PIC X(24).
           05  WS-EDIT-BASIS           PIC X(20).
           05  WS-EDIT-CURRENT         PIC S9(10)V99.
           05  WS-EDIT-BASE            PIC S9(10)V99.
           05  WS-EDIT-CHANGE-PCT      PIC S9(5)V9.
           05  WS-EDIT-LOW-PCT         PIC S9(5)V9.
           05  WS-EDIT-PERIOD-ON-FILE  PIC X.
           05  WS-EDIT-COUNT           PIC 9(5) VALUE ZERO.

      *****************************************************************
      * CASE TALLY - ONE APPLICANT'S PART OF THE MONTH                *
      *****************************************************************
       01  WS-CASE-FIELDS.
           05  WS-CASE-STATE-CODE      PIC X(2).
           05  WS-CASE-AREA-ID         PIC X(4).
           05  WS-CASE-DETERMINATION   PIC X(8).
               88  WS-CASE-APPROVED         VALUE "APPROVED".
           05  WS-CASE-HOUSEHOLDS      PIC 9(1).
           05  WS-CASE-PERSONS         PIC 9(3).
           05  WS-CASE-ONGOING         PIC S9(8)V99.
           05  WS-CASE-NEW-EXPEDITED   PIC S9(8)V99.
           05  WS-CASE-ADJUSTMENTS     PIC S9(8)V99.
           05  WS-CASE-LEDGER-FLAG     PIC X VALUE 'N'.
           05  WS-DRAIN-THRU-APP-ID    PIC X(8).

       01  WS-HIST-MERGE-FIELDS.
           05  WS-HIST-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-HIST-CURRENT-APP-ID  PIC X(8) VALUE LOW-VALUES.
           05  WS-HIST-CURRENT-DATE    PIC X(8).
           05  WS-HIST-CURRENT-DETERM  PIC X(8).

       01  WS-MBR-MERGE-FIELDS.
           05  WS-MBR-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-MBR-CURRENT-APP-ID   PIC X(8) VALUE LOW-VALUES.
           05  WS-MBR-CURRENT-ELIGIBLE PIC X(1).
           05  WS-MBR-CURRENT-NBR      PIC 99.
           05  WS-MBR-CURRENT-SSN      PIC X(9).
           05  WS-MBR-ELIGIBLE-COUNT   PIC 99.
           05  WS-MBR-DETAIL-FLAG      PIC X VALUE 'N'.

      *****************************************************************
      * ABAWD CLOCK MERGE CURSOR - ABAWD.DAT IS IN APPLICANT ID AND   *
      * MEMBER NUMBER ORDER, THE HEAD AS MEMBER "00", SO THE HEAD AND *
      * EACH MEMBER ARE CHECKED WITH THE SAME FORWARD-ONLY READ AS    *
      * THE MEMBER DETAIL                                             *
      *****************************************************************
       01  WS-ABAWD-MERGE-FIELDS.
           05  WS-ABW-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-ABW-CURRENT-KEY      PIC X(10) VALUE LOW-VALUES.
           05  WS-ABW-CURRENT-EXCLUDED PIC X(1).
           05  WS-ABW-SEARCH-KEY.
               10  WS-ABW-SEARCH-APP-ID  PIC X(8).
               10  WS-ABW-SEARCH-MBR-NBR PIC 99.
           05  WS-ABW-EXCLUDED-FLAG    PIC X VALUE 'N'.
               88  WS-ABW-ADULT-EXCLUDED    VALUE 'Y'.
           05  WS-ABW-HEAD-FLAG        PIC X VALUE 'N'.
               88  WS-ABW-HEAD-EXCLUDED     VALUE 'Y'.

      *****************************************************************
      * IPV DISQUALIFICATION TABLE - THE SSN OF EVERY PERSON WHOSE    *
      * PENALTY PERIOD COVERS THE FIRST OF THE REPORT MONTH, WHEN THE *
      * MONTH'S BENEFIT WAS ISSUED. A REVERSED DECISION IS NEVER      *
      * LOADED                                                        *
      *****************************************************************
       01  WS-DISQUAL-TABLE.
           05  WS-IPV-ENTRY OCCURS 20000 TIMES
                   ASCENDING KEY IS WS-IPV-SSN
                   INDEXED BY WS-IPV-IDX.
               10  WS-IPV-SSN              PIC X(9).

       01  WS-IPV-TABLE-FIELDS.
           05  WS-IPV-MAX-ENTRIES      PIC 9(5) VALUE 20000.
           05  WS-IPV-TABLE-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-IPV-TABLE-FULL       PIC X VALUE 'N'.
           05  WS-IPV-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-IPV-SEARCH-SSN       PIC X(9).
           05  WS-IPV-FOUND-FLAG       PIC X VALUE 'N'.
               88  WS-IPV-DISQUALIFIED      VALUE 'Y'.
           05  WS-IPV-HEAD-FLAG        PIC X VALUE 'N'.
               88  WS-IPV-HEAD-EXCLUDED     VALUE 'Y'.

       01  WS-ASG-MERGE-FIELDS.
           05  WS-ASG-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-ASG-CURRENT-APP-ID   PIC X(8) VALUE LOW-VALUES.
           05  WS-ASG-CURRENT-OFFICE   PIC X(4).

       01  WS-LDG-MERGE-FIELDS.
           05  WS-LDG-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-LDG-CURRENT-APP-ID   PIC X(8) VALUE LOW-VALUES.
           05  WS-LDG-CURRENT-BUCKET   PIC X(1).
           05  WS-LDG-CURRENT-AMOUNT   PIC S9(6)V99.

       01  WS-COUNTERS.
           05  WS-APPLICANT-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-PARTICIPANT-COUNT    PIC 9(7) VALUE ZERO.
           05  WS-LEDGER-READ-COUNT    PIC 9(8) VALUE ZERO.
           05  WS-LEDGER-MONTH-COUNT   PIC 9(8) VALUE ZERO.
           05  WS-NO-MASTER-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-UNASSIGNED-COUNT     PIC 9(7) VALUE ZERO.
           05  WS-HISTORY-KEPT-COUNT   PIC 9(7) VALUE ZERO.
           05  WS-SUBMISSION-COUNT     PIC 9(6) VALUE ZERO.
           05  WS-ABAWD-DROPPED-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-IPV-DROPPED-COUNT    PIC 9(7) VALUE ZERO.

       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "PARTICIPATION AND ISSUANCE STATISTICS".
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  HDG-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "PAGE: ".
           05  HDG-PAGE-NUMBER         PIC ZZZ9.
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(14) VALUE
               "REPORT MONTH: ".
           05  HDG-REPORT-MONTH        PIC X(6).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE
               "PRIOR MONTH: ".
           05  HDG-PRIOR-MONTH         PIC X(6).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(22) VALUE
               "SAME MONTH LAST YEAR: ".
           05  HDG-LAST-YEAR-MONTH     PIC X(6).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "EDIT PERCENTAGE: ".
           05  HDG-EDIT-PCT            PIC ZZ9.
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  WS-SECTION-TITLE            PIC X(132).
       01  WS-COLUMN-HEADING           PIC X(132).

       01  WS-ISSUANCE-COLUMNS.
           05  FILLER                  PIC X(4) VALUE "ST".
           05  FILLER                  PIC X(7) VALUE "AREA".
           05  FILLER                  PIC X(12) VALUE "HOUSEHOLDS".
           05  FILLER                  PIC X(13) VALUE "PERSONS".
           05  FILLER                  PIC X(17) VALUE "ONGOING".
           05  FILLER                  PIC X(17) VALUE "NEW/EXPEDITED".
           05  FILLER                  PIC X(17) VALUE "ADJUSTMENTS".
           05  FILLER                  PIC X(17) VALUE "TOTAL ISSUED".
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-COMPARISON-COLUMNS.
           05  FILLER                  PIC X(4) VALUE "ST".
           05  FILLER                  PIC X(7) VALUE "AREA".
           05  FILLER                  PIC X(11) VALUE "HH THIS MO".
           05  FILLER                  PIC X(11) VALUE "HH PRIOR".
           05  FILLER                  PIC X(11) VALUE "HH LAST YR".
           05  FILLER                  PIC X(8) VALUE "PER HH".
           05  FILLER                  PIC X(8) VALUE "PRIOR".
           05  FILLER                  PIC X(8) VALUE "LAST YR".
           05  FILLER                  PIC X(12) VALUE "AVG BENEFIT".
           05  FILLER                  PIC X(12) VALUE "PRIOR".
           05  FILLER                  PIC X(12) VALUE "LAST YR".
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-EDIT-COLUMNS.
           05  FILLER                  PIC X(4) VALUE "ST".
           05  FILLER                  PIC X(26) VALUE "MEASURE".
           05  FILLER                  PIC X(22) VALUE "COMPARED WITH".
           05  FILLER                  PIC X(16) VALUE "THIS MONTH".
           05  FILLER                  PIC X(16) VALUE "COMPARISON".
           05  FILLER                  PIC X(12) VALUE "PCT CHANGE".
           05  FILLER                  PIC X(36) VALUE "NOTE".

       01  WS-ISSUANCE-LINE.
           05  ISL-STATE-CODE          PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ISL-AREA-ID             PIC X(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ISL-HOUSEHOLDS          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  ISL-PERSONS             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  ISL-ONGOING             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ISL-NEW-EXPEDITED       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ISL-ADJUSTMENTS         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ISL-TOTAL-ISSUED        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  WS-COMPARISON-LINE.
           05  CML-STATE-CODE          PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CML-AREA-ID             PIC X(5).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CML-HOUSEHOLDS          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  CML-PRIOR-HOUSEHOLDS    PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  CML-LYR-HOUSEHOLDS      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  CML-PER-HH              PIC ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CML-PRIOR-PER-HH        PIC ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CML-LYR-PER-HH          PIC ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CML-AVG-BENEFIT         PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CML-PRIOR-AVG           PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CML-LYR-AVG             PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  WS-EDIT-LINE.
           05  EDL-STATE-CODE          PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  EDL-MEASURE             PIC X(24).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  EDL-BASIS               PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  EDL-CURRENT             PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  EDL-BASE                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  EDL-CHANGE-PCT          PIC -----9.9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  EDL-NOTE                PIC X(36).

       01  WS-REPORT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(3) VALUE 99.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.
           05  WS-PAGE-NUMBER          PIC 9(4) VALUE ZERO.

       01  WS-FLAGS.
           05  WS-PARM-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-APP-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-STH-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-STW-EOF-FLAG         PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INITIALIZE-PROGRAM
           PERFORM BUILD-MONTH-FIGURES
           PERFORM LOAD-COMPARISON-FIGURES
           SORT WS-FST-ENTRY ON ASCENDING KEY WS-FST-KEY
           PERFORM BUILD-STATE-TOTALS
           PERFORM PRINT-STATISTICS-REPORT
           PERFORM WRITE-SUBMISSION-FILE
           PERFORM REWRITE-STATISTICS-HISTORY
           PERFORM DISPLAY-SUMMARY-TOTALS
           STOP RUN.

       INITIALIZE-PROGRAM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM SET-REPORT-PERIODS
           PERFORM LOAD-DISQUALIFICATIONS
           MOVE HIGH-VALUES TO WS-STAT-TABLE.

       SET-REPORT-PERIODS.
           OPEN INPUT STAT-PARM-FILE
           READ STAT-PARM-FILE
               AT END MOVE 'Y' TO WS-PARM-EOF-FLAG
           END-READ
           IF WS-PARM-EOF-FLAG = 'N'
               MOVE SPRM-REPORT-MONTH TO WS-REPORT-MONTH
               IF SPRM-EDIT-PCT-X IS NUMERIC
                   MOVE SPRM-EDIT-PCT TO WS-EDIT-PCT
               END-IF
           END-IF
           CLOSE STAT-PARM-FILE

           IF WS-REPORT-MONTH = SPACES
               IF WS-RUN-MONTH = 1
                   COMPUTE WS-REPORT-YEAR = WS-RUN-YEAR - 1
                   MOVE 12 TO WS-REPORT-MM
               ELSE
                   MOVE WS-RUN-YEAR TO WS-REPORT-YEAR
                   COMPUTE WS-REPORT-MM = WS-RUN-MONTH - 1
               END-IF
           END-IF

           IF WS-REPORT-MONTH NOT NUMERIC
               DISPLAY "INVALID REPORT MONTH " WS-REPORT-MONTH
                   " ON STATPARM.DAT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
               DISPLAY "INVALID REPORT MONTH " WS-REPORT-MONTH
                   " ON STATPARM.DAT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-REPORT-MM = 1
               COMPUTE WS-PRIOR-YEAR = WS-REPORT-YEAR - 1
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               MOVE WS-REPORT-YEAR TO WS-PRIOR-YEAR
               COMPUTE WS-PRIOR-MM = WS-REPORT-MM - 1
           END-IF
           COMPUTE WS-LAST-YEAR-YEAR = WS-REPORT-YEAR - 1
           MOVE WS-REPORT-MM TO WS-LAST-YEAR-MM
           MOVE WS-REPORT-MONTH TO WS-MONTH-END-MONTH
           MOVE WS-REPORT-MONTH TO WS-MONTH-START-MONTH.

      *****************************************************************
      * MONTH FIGURES - THE APPLICANT MASTER IS READ IN KEY ORDER AND *
      * THE SORTED HISTORY AND LEDGER, THE MEMBER DETAIL, AND THE     *
      * CASELOAD ASSIGNMENTS ARE MERGED FORWARD AGAINST IT. LEDGER    *
      * DOLLARS FOR A CASE NO LONGER ON THE MASTER ARE STILL COUNTED, *
      * UNDER STATE '??'                                              *
      *****************************************************************
       BUILD-MONTH-FIGURES.
           SORT LEDGER-SORT-FILE
               ON ASCENDING KEY LSRT-APP-ID
               INPUT PROCEDURE IS RELEASE-MONTH-LEDGER
               GIVING LEDGER-WORK-FILE

           SORT HISTORY-SORT-FILE
               ON ASCENDING KEY HSRT-APP-ID
                                HSRT-RUN-DATE
               WITH DUPLICATES IN ORDER
               USING HISTORY-FILE
               GIVING HISTORY-WORK-FILE

           OPEN INPUT APPLICANT-FILE
           OPEN INPUT MEMBER-FILE
           OPEN INPUT ABAWD-CLOCK-FILE
           OPEN INPUT ASSIGNMENT-MASTER-FILE
           OPEN INPUT HISTORY-WORK-FILE
           OPEN INPUT LEDGER-WORK-FILE
           PERFORM READ-MEMBER-RECORD
           PERFORM READ-ABAWD-CLOCK-RECORD
           PERFORM READ-ASSIGNMENT-RECORD
           PERFORM READ-HISTORY-WORK-RECORD
           PERFORM READ-LEDGER-WORK-RECORD

           READ APPLICANT-FILE
               AT END MOVE 'Y' TO WS-APP-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-APP-EOF-FLAG = 'Y'
               ADD 1 TO WS-APPLICANT-COUNT
               MOVE APP-ID TO WS-DRAIN-THRU-APP-ID
               PERFORM DRAIN-NO-MASTER-LEDGER
               PERFORM TALLY-CASE
               READ APPLICANT-FILE
                   AT END MOVE 'Y' TO WS-APP-EOF-FLAG
               END-READ
           END-PERFORM

           MOVE HIGH-VALUES TO WS-DRAIN-THRU-APP-ID
           PERFORM DRAIN-NO-MASTER-LEDGER

           CLOSE APPLICANT-FILE
           CLOSE MEMBER-FILE
           CLOSE ABAWD-CLOCK-FILE
           CLOSE ASSIGNMENT-MASTER-FILE
           CLOSE HISTORY-WORK-FILE
           CLOSE LEDGER-WORK-FILE.

       READ-MEMBER-RECORD.
           READ MEMBER-FILE
               AT END
                   MOVE 'Y' TO WS-MBR-EOF-FLAG
                   MOVE HIGH-VALUES TO WS-MBR-CURRENT-APP-ID
               NOT AT END
                   MOVE MBR-APP-ID TO WS-MBR-CURRENT-APP-ID
                   MOVE MBR-ELIGIBLE-FLAG TO WS-MBR-CURRENT-ELIGIBLE
                   MOVE MBR-MEMBER-NBR TO WS-MBR-CURRENT-NBR
                   MOVE MBR-SSN TO WS-MBR-CURRENT-SSN
           END-READ.

       READ-ABAWD-CLOCK-RECORD.
           READ ABAWD-CLOCK-FILE
               AT END
                   MOVE 'Y' TO WS-ABW-EOF-FLAG
                   MOVE HIGH-VALUES TO WS-ABW-CURRENT-KEY
               NOT AT END
                   MOVE ABW-KEY TO WS-ABW-CURRENT-KEY
                   MOVE ABW-EXCLUDE-FLAG TO WS-ABW-CURRENT-EXCLUDED
           END-READ.

       READ-ASSIGNMENT-RECORD.
           READ ASSIGNMENT-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-ASG-EOF-FLAG
                   MOVE HIGH-VALUES TO WS-ASG-CURRENT-APP-ID
               NOT AT END
                   MOVE ASG-APP-ID TO WS-ASG-CURRENT-APP-ID
                   MOVE ASG-OFFICE-ID TO WS-ASG-CURRENT-OFFICE
           END-READ.

       READ-HISTORY-WORK-RECORD.
           READ HISTORY-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-FLAG
                   MOVE HIGH-VALUES TO WS-HIST-CURRENT-APP-ID
               NOT AT END
                   MOVE HWRK-APP-ID TO WS-HIST-CURRENT-APP-ID
                   MOVE HWRK-RUN-DATE TO WS-HIST-CURRENT-DATE
                   MOVE HWRK-DETERMINATION TO WS-HIST-CURRENT-DETERM
           END-READ.

       READ-LEDGER-WORK-RECORD.
           READ LEDGER-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-LDG-EOF-FLAG
                   MOVE HIGH-VALUES TO WS-LDG-CURRENT-APP-ID
               NOT AT END
                   MOVE LWRK-APP-ID TO WS-LDG-CURRENT-APP-ID
                   MOVE LWRK-BUCKET TO WS-LDG-CURRENT-BUCKET
                   MOVE LWRK-AMOUNT TO WS-LDG-CURRENT-AMOUNT
           END-READ.

      *    LEDGER DOLLARS AHEAD OF THE NEXT CASE ON THE MASTER BELONG
      *    TO A CASE NO LONGER ON IT
       DRAIN-NO-MASTER-LEDGER.
           PERFORM UNTIL WS-LDG-CURRENT-APP-ID >= WS-DRAIN-THRU-APP-ID
               MOVE WS-NO-MASTER-STATE TO WS-CASE-STATE-CODE
               MOVE WS-UNASSIGNED-AREA TO WS-CASE-AREA-ID
               MOVE ZERO TO WS-CASE-HOUSEHOLDS
               MOVE ZERO TO WS-CASE-PERSONS
               MOVE ZERO TO WS-CASE-ONGOING
               MOVE ZERO TO WS-CASE-NEW-EXPEDITED
               MOVE ZERO TO WS-CASE-ADJUSTMENTS
               PERFORM ADD-LEDGER-TO-CASE
               PERFORM ADD-CASE-TO-STATISTICS
               ADD 1 TO WS-NO-MASTER-COUNT
               PERFORM READ-LEDGER-WORK-RECORD
           END-PERFORM.

      *    A CASE COUNTS AS A PARTICIPATING HOUSEHOLD ONLY WHEN ITS
      *    DETERMINATION IN FORCE AT MONTH END IS APPROVED; ITS
      *    DOLLARS COUNT EITHER WAY, SINCE A CASE CLOSED DURING THE
      *    MONTH WAS STILL ISSUED ITS BENEFIT
       TALLY-CASE.
           MOVE APP-STATE-CODE TO WS-CASE-STATE-CODE
           PERFORM FIND-CASE-AREA
           PERFORM FIND-MONTH-END-DETERMINATION

           MOVE ZERO TO WS-CASE-HOUSEHOLDS
           MOVE ZERO TO WS-CASE-PERSONS
           MOVE ZERO TO WS-CASE-ONGOING
           MOVE ZERO TO WS-CASE-NEW-EXPEDITED
           MOVE ZERO TO WS-CASE-ADJUSTMENTS
           MOVE 'N' TO WS-CASE-LEDGER-FLAG

           IF WS-CASE-APPROVED
               MOVE 1 TO WS-CASE-HOUSEHOLDS
               PERFORM COUNT-CASE-PERSONS
               ADD 1 TO WS-PARTICIPANT-COUNT
           END-IF

           PERFORM UNTIL WS-LDG-CURRENT-APP-ID >= APP-ID
               PERFORM READ-LEDGER-WORK-RECORD
           END-PERFORM
           PERFORM UNTIL WS-LDG-CURRENT-APP-ID NOT = APP-ID
               MOVE 'Y' TO WS-CASE-LEDGER-FLAG
               PERFORM ADD-LEDGER-TO-CASE
               PERFORM READ-LEDGER-WORK-RECORD
           END-PERFORM

           IF WS-CASE-APPROVED OR WS-CASE-LEDGER-FLAG = 'Y'
               PERFORM ADD-CASE-TO-STATISTICS
           END-IF.

      *    THE PROJECT AREA IS THE OFFICE THE CASE IS ASSIGNED TO; A
      *    CASE NOT YET ASSIGNED IS COUNTED UNDER AREA '????'
       FIND-CASE-AREA.
           PERFORM UNTIL WS-ASG-CURRENT-APP-ID >= APP-ID
               PERFORM READ-ASSIGNMENT-RECORD
           END-PERFORM

           IF WS-ASG-CURRENT-APP-ID = APP-ID
              AND WS-ASG-CURRENT-OFFICE NOT = SPACES
               MOVE WS-ASG-CURRENT-OFFICE TO WS-CASE-AREA-ID
           ELSE
               MOVE WS-UNASSIGNED-AREA TO WS-CASE-AREA-ID
               ADD 1 TO WS-UNASSIGNED-COUNT
           END-IF.

      *    THE CASE'S HISTORY ARRIVES OLDEST FIRST; THE LAST RECORD
      *    RUN BY MONTH END IS THE DETERMINATION IN FORCE. LATER RUNS
      *    ARE PASSED OVER
       FIND-MONTH-END-DETERMINATION.
           MOVE SPACES TO WS-CASE-DETERMINATION

           PERFORM UNTIL WS-HIST-CURRENT-APP-ID >= APP-ID
               PERFORM READ-HISTORY-WORK-RECORD
           END-PERFORM

           PERFORM UNTIL WS-HIST-CURRENT-APP-ID NOT = APP-ID
               IF WS-HIST-CURRENT-DATE <= WS-MONTH-END-DATE
                   MOVE WS-HIST-CURRENT-DETERM
                       TO WS-CASE-DETERMINATION
               END-IF
               PERFORM READ-HISTORY-WORK-RECORD
           END-PERFORM.

      *    PERSONS ARE COUNTED AS THE BENEFIT RUN SIZES THE
      *    HOUSEHOLD. THE HEAD LIVES ON THE MASTER ONLY, SO PERSONS ARE
      *    THE ELIGIBLE MEMBER RECORDS PLUS THE HEAD, AND A CASE WITH
      *    NO MEMBER DETAIL YET FALLS BACK TO THE MASTER'S HOUSEHOLD
      *    SIZE. AN ADULT OUT UNDER THE ABAWD TIME LIMIT (THE HEAD
      *    CHECKED AS MEMBER "00") OR SERVING AN IPV DISQUALIFICATION
      *    IS LEFT OUT, AND AN EXCLUDED HEAD COMES OFF THE MASTER'S
      *    SIZE ON THE FALLBACK. A PERSON OUT UNDER BOTH RULES IS
      *    COUNTED ONCE, UNDER ABAWD
       COUNT-CASE-PERSONS.
           MOVE ZERO TO WS-MBR-ELIGIBLE-COUNT
           MOVE 'N' TO WS-MBR-DETAIL-FLAG

           MOVE APP-ID TO WS-ABW-SEARCH-APP-ID
           MOVE ZERO TO WS-ABW-SEARCH-MBR-NBR
           PERFORM FIND-ABAWD-EXCLUSION
           MOVE WS-ABW-EXCLUDED-FLAG TO WS-ABW-HEAD-FLAG
           IF WS-ABW-HEAD-EXCLUDED
               ADD 1 TO WS-ABAWD-DROPPED-COUNT
           END-IF

           MOVE APP-SSN TO WS-IPV-SEARCH-SSN
           PERFORM FIND-DISQUALIFICATION
           MOVE WS-IPV-FOUND-FLAG TO WS-IPV-HEAD-FLAG
           IF WS-IPV-HEAD-EXCLUDED AND NOT WS-ABW-HEAD-EXCLUDED
               ADD 1 TO WS-IPV-DROPPED-COUNT
           END-IF

           PERFORM UNTIL WS-MBR-CURRENT-APP-ID >= APP-ID
               PERFORM READ-MEMBER-RECORD
           END-PERFORM

           PERFORM UNTIL WS-MBR-CURRENT-APP-ID NOT = APP-ID
               MOVE 'Y' TO WS-MBR-DETAIL-FLAG
               IF WS-MBR-CURRENT-ELIGIBLE = 'Y'
                   MOVE WS-MBR-CURRENT-NBR TO WS-ABW-SEARCH-MBR-NBR
                   PERFORM FIND-ABAWD-EXCLUSION
                   MOVE WS-MBR-CURRENT-SSN TO WS-IPV-SEARCH-SSN
                   PERFORM FIND-DISQUALIFICATION
                   IF WS-ABW-ADULT-EXCLUDED
                       ADD 1 TO WS-ABAWD-DROPPED-COUNT
                   ELSE
                       IF WS-IPV-DISQUALIFIED
                           ADD 1 TO WS-IPV-DROPPED-COUNT
                       ELSE
                           ADD 1 TO WS-MBR-ELIGIBLE-COUNT
                       END-IF
                   END-IF
               END-IF
               PERFORM READ-MEMBER-RECORD
           END-PERFORM

           IF WS-MBR-DETAIL-FLAG = 'Y'
               IF WS-ABW-HEAD-EXCLUDED OR WS-IPV-HEAD-EXCLUDED
                   MOVE WS-MBR-ELIGIBLE-COUNT TO WS-CASE-PERSONS
               ELSE
                   COMPUTE WS-CASE-PERSONS = WS-MBR-ELIGIBLE-COUNT + 1
               END-IF
           ELSE
               MOVE APP-HOUSEHOLD-SIZE TO WS-CASE-PERSONS
               IF (WS-ABW-HEAD-EXCLUDED OR WS-IPV-HEAD-EXCLUDED)
                  AND WS-CASE-PERSONS > ZERO
                   SUBTRACT 1 FROM WS-CASE-PERSONS
               END-IF
           END-IF.

      *    IS THE ADULT IN WS-ABW-SEARCH-KEY OUT UNDER THE ABAWD
      *    TIME LIMIT - CALLED IN KEY ORDER, HEAD FIRST
       FIND-ABAWD-EXCLUSION.
           MOVE 'N' TO WS-ABW-EXCLUDED-FLAG

           PERFORM UNTIL WS-ABW-CURRENT-KEY >= WS-ABW-SEARCH-KEY
               PERFORM READ-ABAWD-CLOCK-RECORD
           END-PERFORM

           IF WS-ABW-CURRENT-KEY = WS-ABW-SEARCH-KEY
              AND WS-ABW-CURRENT-EXCLUDED = 'Y'
               MOVE 'Y' TO WS-ABW-EXCLUDED-FLAG
           END-IF.

      *    ONLY A DISQUALIFICATION IN FORCE ON THE FIRST OF THE REPORT
      *    MONTH IS LOADED
       LOAD-DISQUALIFICATIONS.
           MOVE ZERO TO WS-IPV-TABLE-COUNT
           MOVE 'N' TO WS-IPV-EOF-FLAG
           MOVE HIGH-VALUES TO WS-DISQUAL-TABLE

           OPEN INPUT DISQUAL-FILE
           READ DISQUAL-FILE
               AT END MOVE 'Y' TO WS-IPV-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-IPV-EOF-FLAG = 'Y'
               IF IPV-ACTIVE
                  AND IPV-START-DATE <= WS-MONTH-START-DATE
                  AND IPV-END-DATE >= WS-MONTH-START-DATE
                   IF WS-IPV-TABLE-COUNT < WS-IPV-MAX-ENTRIES
                       ADD 1 TO WS-IPV-TABLE-COUNT
                       MOVE IPV-SSN TO WS-IPV-SSN(WS-IPV-TABLE-COUNT)
                   ELSE
                       IF WS-IPV-TABLE-FULL = 'N'
                           MOVE 'Y' TO WS-IPV-TABLE-FULL
                           DISPLAY "WARNING: DISQUALIFICATION TABLE "
                               "FULL AT " WS-IPV-MAX-ENTRIES
                               " ENTRIES - SOME PERSONS WILL NOT BE "
                               "EXCLUDED"
                       END-IF
                   END-IF
               END-IF
               READ DISQUAL-FILE
                   AT END MOVE 'Y' TO WS-IPV-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE DISQUAL-FILE

      *    UNUSED SLOTS HOLD HIGH-VALUES, SO THE SORT LEAVES THE REAL
      *    ENTRIES AT THE FRONT IN SSN ORDER FOR THE BINARY SEARCH
           SORT WS-IPV-ENTRY ON ASCENDING KEY WS-IPV-SSN.

      *    A BLANK OR MISSING SSN NEVER MATCHES
       FIND-DISQUALIFICATION.
           MOVE 'N' TO WS-IPV-FOUND-FLAG

           IF WS-IPV-SEARCH-SSN NUMERIC
               SEARCH ALL WS-IPV-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-IPV-SSN(WS-IPV-IDX) = WS-IPV-SEARCH-SSN
                       MOVE 'Y' TO WS-IPV-FOUND-FLAG
               END-SEARCH
           END-IF.

       ADD-LEDGER-TO-CASE.
           EVALUATE WS-LDG-CURRENT-BUCKET
               WHEN 'O'
                   ADD WS-LDG-CURRENT-AMOUNT TO WS-CASE-ONGOING
               WHEN 'N'
                   ADD WS-LDG-CURRENT-AMOUNT TO WS-CASE-NEW-EXPEDITED
               WHEN OTHER
                   ADD WS-LDG-CURRENT-AMOUNT TO WS-CASE-ADJUSTMENTS
           END-EVALUATE.

       ADD-CASE-TO-STATISTICS.
           MOVE WS-CASE-STATE-CODE TO WS-FST-SEARCH-STATE
           MOVE WS-CASE-AREA-ID TO WS-FST-SEARCH-AREA
           PERFORM FIND-STAT-ENTRY

           IF WS-FST-MATCH-ENTRY > ZERO
               ADD WS-CASE-HOUSEHOLDS
                   TO WS-FST-HOUSEHOLDS(WS-FST-MATCH-ENTRY)
               ADD WS-CASE-PERSONS
                   TO WS-FST-PERSONS(WS-FST-MATCH-ENTRY)
               ADD WS-CASE-ONGOING
                   TO WS-FST-ONGOING(WS-FST-MATCH-ENTRY)
               ADD WS-CASE-NEW-EXPEDITED
                   TO WS-FST-NEW-EXPEDITED(WS-FST-MATCH-ENTRY)
               ADD WS-CASE-ADJUSTMENTS
                   TO WS-FST-ADJUSTMENTS(WS-FST-MATCH-ENTRY)
           END-IF.

      *    THE TABLE IS STILL BEING BUILT, SO THE LOOKUP IS A SERIAL
      *    SEARCH; A KEY NOT YET ON THE TABLE IS ADDED WITH NO FIGURES
       FIND-STAT-ENTRY.
           MOVE ZERO TO WS-FST-MATCH-ENTRY

           PERFORM VARYING WS-FST-IDX FROM 1 BY 1
               UNTIL WS-FST-IDX > WS-FST-TABLE-COUNT
               IF WS-FST-KEY(WS-FST-IDX) = WS-FST-SEARCH-KEY
                   SET WS-FST-MATCH-ENTRY TO WS-FST-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-FST-MATCH-ENTRY = ZERO
               IF WS-FST-TABLE-COUNT < WS-FST-MAX-ENTRIES
                   ADD 1 TO WS-FST-TABLE-COUNT
                   MOVE WS-FST-TABLE-COUNT TO WS-FST-MATCH-ENTRY
                   MOVE WS-FST-SEARCH-KEY
                       TO WS-FST-KEY(WS-FST-MATCH-ENTRY)
                   MOVE ZERO TO WS-FST-HOUSEHOLDS(WS-FST-MATCH-ENTRY)
                   MOVE ZERO TO WS-FST-PERSONS(WS-FST-MATCH-ENTRY)
                   MOVE ZERO TO WS-FST-ONGOING(WS-FST-MATCH-ENTRY)
                   MOVE ZERO
                       TO WS-FST-NEW-EXPEDITED(WS-FST-MATCH-ENTRY)
                   MOVE ZERO TO WS-FST-ADJUSTMENTS(WS-FST-MATCH-ENTRY)
                   MOVE ZERO
                       TO WS-FST-PRIOR-HOUSEHOLDS(WS-FST-MATCH-ENTRY)
                   MOVE ZERO
                       TO WS-FST-PRIOR-PERSONS(WS-FST-MATCH-ENTRY)
                   MOVE ZERO
                       TO WS-FST-PRIOR-DOLLARS(WS-FST-MATCH-ENTRY)
                   MOVE ZERO
                       TO WS-FST-LYR-HOUSEHOLDS(WS-FST-MATCH-ENTRY)
                   MOVE ZERO TO WS-FST-LYR-PERSONS(WS-FST-MATCH-ENTRY)
                   MOVE ZERO TO WS-FST-LYR-DOLLARS(WS-FST-MATCH-ENTRY)
               ELSE
                   IF WS-FST-TABLE-FULL = 'N'
                       MOVE 'Y' TO WS-FST-TABLE-FULL
                       DISPLAY "WARNING: STATISTICS TABLE FULL AT "
                           WS-FST-MAX-ENTRIES " ENTRIES"
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * COMPARISON FIGURES - THE PRIOR MONTH AND THE SAME MONTH LAST  *
      * YEAR ARE TAKEN FROM THE STATISTICS HISTORY. THE HISTORY IS    *
      * COPIED TO A WORK FILE ON THE WAY, LESS THE REPORT MONTH (A    *
      * RERUN REPLACES IT) AND ANY MONTH OLDER THAN THE COMPARISON    *
      * YEAR                                                          *
      *****************************************************************
       LOAD-COMPARISON-FIGURES.
           OPEN INPUT STAT-HISTORY-FILE
           OPEN OUTPUT STAT-HISTORY-WORK-FILE
           READ STAT-HISTORY-FILE
               AT END MOVE 'Y' TO WS-STH-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-STH-EOF-FLAG = 'Y'
               IF STH-REPORT-MONTH NOT = WS-REPORT-MONTH
                  AND STH-REPORT-MONTH >= WS-LAST-YEAR-MONTH
                   WRITE STAT-HISTORY-WORK-RECORD
                       FROM STAT-HISTORY-RECORD
                   ADD 1 TO WS-HISTORY-KEPT-COUNT
               END-IF
               IF STH-REPORT-MONTH = WS-PRIOR-MONTH
                  OR STH-REPORT-MONTH = WS-LAST-YEAR-MONTH
                   PERFORM ADD-COMPARISON-FIGURES
               END-IF
               READ STAT-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-STH-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE STAT-HISTORY-FILE
           CLOSE STAT-HISTORY-WORK-FILE.

       ADD-COMPARISON-FIGURES.
           MOVE STH-STATE-CODE TO WS-FST-SEARCH-STATE
           MOVE STH-AREA-ID TO WS-FST-SEARCH-AREA
           PERFORM FIND-STAT-ENTRY

           IF WS-FST-MATCH-ENTRY > ZERO
               IF STH-REPORT-MONTH = WS-PRIOR-MONTH
                   MOVE 'Y' TO WS-PRIOR-ON-FILE
                   ADD STH-HOUSEHOLDS
                       TO WS-FST-PRIOR-HOUSEHOLDS(WS-FST-MATCH-ENTRY)
                   ADD STH-PERSONS
                       TO WS-FST-PRIOR-PERSONS(WS-FST-MATCH-ENTRY)
                   ADD STH-ONGOING-DOLLARS STH-NEW-DOLLARS
                       STH-ADJUST-DOLLARS
                       TO WS-FST-PRIOR-DOLLARS(WS-FST-MATCH-ENTRY)
               ELSE
                   MOVE 'Y' TO WS-LAST-YEAR-ON-FILE
                   ADD STH-HOUSEHOLDS
                       TO WS-FST-LYR-HOUSEHOLDS(WS-FST-MATCH-ENTRY)
                   ADD STH-PERSONS
                       TO WS-FST-LYR-PERSONS(WS-FST-MATCH-ENTRY)
                   ADD STH-ONGOING-DOLLARS STH-NEW-DOLLARS
                       STH-ADJUST-DOLLARS
                       TO WS-FST-LYR-DOLLARS(WS-FST-MATCH-ENTRY)
               END-IF
           END-IF.

      *****************************************************************
      * STATE TOTALS - THE SORTED TABLE HOLDS EACH STATE'S AREAS      *
      * TOGETHER, SO A NEW STATE STARTS A NEW TOTAL                   *
      *****************************************************************
       BUILD-STATE-TOTALS.
           PERFORM VARYING WS-FST-IDX FROM 1 BY 1
               UNTIL WS-FST-IDX > WS-FST-TABLE-COUNT
               IF WS-STT-TABLE-COUNT = ZERO
                  OR WS-FST-STATE-CODE(WS-FST-IDX)
                     NOT = WS-STT-STATE-CODE(WS-STT-TABLE-COUNT)
                   IF WS-STT-TABLE-COUNT < WS-STT-MAX-ENTRIES
                       ADD 1 TO WS-STT-TABLE-COUNT
                       SET WS-STT-IDX TO WS-STT-TABLE-COUNT
                       MOVE WS-FST-STATE-CODE(WS-FST-IDX)
                           TO WS-STT-STATE-CODE(WS-STT-IDX)
                       MOVE ZERO TO WS-STT-HOUSEHOLDS(WS-STT-IDX)
                       MOVE ZERO TO WS-STT-PERSONS(WS-STT-IDX)
                       MOVE ZERO TO WS-STT-ONGOING(WS-STT-IDX)
                       MOVE ZERO TO WS-STT-NEW-EXPEDITED(WS-STT-IDX)
                       MOVE ZERO TO WS-STT-ADJUSTMENTS(WS-STT-IDX)
                       MOVE ZERO
                           TO WS-STT-PRIOR-HOUSEHOLDS(WS-STT-IDX)
                       MOVE ZERO TO WS-STT-PRIOR-PERSONS(WS-STT-IDX)
                       MOVE ZERO TO WS-STT-PRIOR-DOLLARS(WS-STT-IDX)
                       MOVE ZERO TO WS-STT-LYR-HOUSEHOLDS(WS-STT-IDX)
                       MOVE ZERO TO WS-STT-LYR-PERSONS(WS-STT-IDX)
                       MOVE ZERO TO WS-STT-LYR-DOLLARS(WS-STT-IDX)
                   ELSE
                       IF WS-STT-TABLE-FULL = 'N'
                           MOVE 'Y' TO WS-STT-TABLE-FULL
                           DISPLAY "WARNING: STATE TABLE FULL AT "
                               WS-STT-MAX-ENTRIES " ENTRIES"
                       END-IF
                   END-IF
               END-IF
               IF WS-FST-STATE-CODE(WS-FST-IDX)
                  = WS-STT-STATE-CODE(WS-STT-IDX)
                   PERFORM ADD-AREA-TO-STATE
               END-IF
               PERFORM ADD-AREA-TO-GRAND-TOTALS
           END-PERFORM.

       ADD-AREA-TO-STATE.
           ADD WS-FST-HOUSEHOLDS(WS-FST-IDX)
               TO WS-STT-HOUSEHOLDS(WS-STT-IDX)
           ADD WS-FST-PERSONS(WS-FST-IDX) TO WS-STT-PERSONS(WS-STT-IDX)
           ADD WS-FST-ONGOING(WS-FST-IDX) TO WS-STT-ONGOING(WS-STT-IDX)
           ADD WS-FST-NEW-EXPEDITED(WS-FST-IDX)
               TO WS-STT-NEW-EXPEDITED(WS-STT-IDX)
           ADD WS-FST-ADJUSTMENTS(WS-FST-IDX)
               TO WS-STT-ADJUSTMENTS(WS-STT-IDX)
           ADD WS-FST-PRIOR-HOUSEHOLDS(WS-FST-IDX)
               TO WS-STT-PRIOR-HOUSEHOLDS(WS-STT-IDX)
           ADD WS-FST-PRIOR-PERSONS(WS-FST-IDX)
               TO WS-STT-PRIOR-PERSONS(WS-STT-IDX)
           ADD WS-FST-PRIOR-DOLLARS(WS-FST-IDX)
               TO WS-STT-PRIOR-DOLLARS(WS-STT-IDX)
           ADD WS-FST-LYR-HOUSEHOLDS(WS-FST-IDX)
               TO WS-STT-LYR-HOUSEHOLDS(WS-STT-IDX)
           ADD WS-FST-LYR-PERSONS(WS-FST-IDX)
               TO WS-STT-LYR-PERSONS(WS-STT-IDX)
           ADD WS-FST-LYR-DOLLARS(WS-FST-IDX)
               TO WS-STT-LYR-DOLLARS(WS-STT-IDX).

       ADD-AREA-TO-GRAND-TOTALS.
           ADD WS-FST-HOUSEHOLDS(WS-FST-IDX) TO WS-GRT-HOUSEHOLDS
           ADD WS-FST-PERSONS(WS-FST-IDX) TO WS-GRT-PERSONS
           ADD WS-FST-ONGOING(WS-FST-IDX) TO WS-GRT-ONGOING
           ADD WS-FST-NEW-EXPEDITED(WS-FST-IDX)
               TO WS-GRT-NEW-EXPEDITED
           ADD WS-FST-ADJUSTMENTS(WS-FST-IDX) TO WS-GRT-ADJUSTMENTS
           ADD WS-FST-PRIOR-HOUSEHOLDS(WS-FST-IDX)
               TO WS-GRT-PRIOR-HOUSEHOLDS
           ADD WS-FST-PRIOR-PERSONS(WS-FST-IDX)
               TO WS-GRT-PRIOR-PERSONS
           ADD WS-FST-PRIOR-DOLLARS(WS-FST-IDX)
               TO WS-GRT-PRIOR-DOLLARS
           ADD WS-FST-LYR-HOUSEHOLDS(WS-FST-IDX)
               TO WS-GRT-LYR-HOUSEHOLDS
           ADD WS-FST-LYR-PERSONS(WS-FST-IDX) TO WS-GRT-LYR-PERSONS
           ADD WS-FST-LYR-DOLLARS(WS-FST-IDX) TO WS-GRT-LYR-DOLLARS.

      *****************************************************************
      * LINE FIGURE LOADS - AN AREA ENTRY, A STATE TOTAL, OR THE      *
      * GRAND TOTAL INTO THE LINE FIGURES, WITH THE RATIOS WORKED OUT *
      *****************************************************************
       LOAD-AREA-LINE.
           MOVE WS-FST-STATE-CODE(WS-FST-IDX) TO WS-LIN-STATE-CODE
           MOVE WS-FST-AREA-ID(WS-FST-IDX) TO WS-LIN-AREA-ID
           MOVE WS-FST-HOUSEHOLDS(WS-FST-IDX) TO WS-LIN-HOUSEHOLDS
           MOVE WS-FST-PERSONS(WS-FST-IDX) TO WS-LIN-PERSONS
           MOVE WS-FST-ONGOING(WS-FST-IDX) TO WS-LIN-ONGOING
           MOVE WS-FST-NEW-EXPEDITED(WS-FST-IDX)
               TO WS-LIN-NEW-EXPEDITED
           MOVE WS-FST-ADJUSTMENTS(WS-FST-IDX) TO WS-LIN-ADJUSTMENTS
           MOVE WS-FST-PRIOR-HOUSEHOLDS(WS-FST-IDX)
               TO WS-LIN-PRIOR-HOUSEHOLDS
           MOVE WS-FST-PRIOR-PERSONS(WS-FST-IDX)
               TO WS-LIN-PRIOR-PERSONS
           MOVE WS-FST-PRIOR-DOLLARS(WS-FST-IDX)
               TO WS-LIN-PRIOR-DOLLARS
           MOVE WS-FST-LYR-HOUSEHOLDS(WS-FST-IDX)
               TO WS-LIN-LYR-HOUSEHOLDS
           MOVE WS-FST-LYR-PERSONS(WS-FST-IDX) TO WS-LIN-LYR-PERSONS
           MOVE WS-FST-LYR-DOLLARS(WS-FST-IDX) TO WS-LIN-LYR-DOLLARS
           PERFORM COMPUTE-LINE-RATIOS.

       LOAD-STATE-LINE.
           MOVE WS-STT-STATE-CODE(WS-STT-IDX) TO WS-LIN-STATE-CODE
           MOVE "TOTAL" TO WS-LIN-AREA-ID
           MOVE WS-STT-HOUSEHOLDS(WS-STT-IDX) TO WS-LIN-HOUSEHOLDS
           MOVE WS-STT-PERSONS(WS-STT-IDX) TO WS-LIN-PERSONS
           MOVE WS-STT-ONGOING(WS-STT-IDX) TO WS-LIN-ONGOING
           MOVE WS-STT-NEW-EXPEDITED(WS-STT-IDX)
               TO WS-LIN-NEW-EXPEDITED
           MOVE WS-STT-ADJUSTMENTS(WS-STT-IDX) TO WS-LIN-ADJUSTMENTS
           MOVE WS-STT-PRIOR-HOUSEHOLDS(WS-STT-IDX)
               TO WS-LIN-PRIOR-HOUSEHOLDS
           MOVE WS-STT-PRIOR-PERSONS(WS-STT-IDX)
               TO WS-LIN-PRIOR-PERSONS
           MOVE WS-STT-PRIOR-DOLLARS(WS-STT-IDX)
               TO WS-LIN-PRIOR-DOLLARS
           MOVE WS-STT-LYR-HOUSEHOLDS(WS-STT-IDX)
               TO WS-LIN-LYR-HOUSEHOLDS
           MOVE WS-STT-LYR-PERSONS(WS-STT-IDX) TO WS-LIN-LYR-PERSONS
           MOVE WS-STT-LYR-DOLLARS(WS-STT-IDX) TO WS-LIN-LYR-DOLLARS
           PERFORM COMPUTE-LINE-RATIOS.

       LOAD-GRAND-LINE.
           MOVE "**" TO WS-LIN-STATE-CODE
           MOVE "TOTAL" TO WS-LIN-AREA-ID
           MOVE WS-GRT-HOUSEHOLDS TO WS-LIN-HOUSEHOLDS
           MOVE WS-GRT-PERSONS TO WS-LIN-PERSONS
           MOVE WS-GRT-ONGOING TO WS-LIN-ONGOING
           MOVE WS-GRT-NEW-EXPEDITED TO WS-LIN-NEW-EXPEDITED
           MOVE WS-GRT-ADJUSTMENTS TO WS-LIN-ADJUSTMENTS
           MOVE WS-GRT-PRIOR-HOUSEHOLDS TO WS-LIN-PRIOR-HOUSEHOLDS
           MOVE WS-GRT-PRIOR-PERSONS TO WS-LIN-PRIOR-PERSONS
           MOVE WS-GRT-PRIOR-DOLLARS TO WS-LIN-PRIOR-DOLLARS
           MOVE WS-GRT-LYR-HOUSEHOLDS TO WS-LIN-LYR-HOUSEHOLDS
           MOVE WS-GRT-LYR-PERSONS TO WS-LIN-LYR-PERSONS
           MOVE WS-GRT-LYR-DOLLARS TO WS-LIN-LYR-DOLLARS
           PERFORM COMPUTE-LINE-RATIOS.

       COMPUTE-LINE-RATIOS.
           COMPUTE WS-LIN-DOLLARS =
               WS-LIN-ONGOING + WS-LIN-NEW-EXPEDITED
               + WS-LIN-ADJUSTMENTS

           MOVE ZERO TO WS-LIN-PER-HH
           MOVE ZERO TO WS-LIN-AVG-BENEFIT
           IF WS-LIN-HOUSEHOLDS > ZERO
               COMPUTE WS-LIN-PER-HH ROUNDED =
                   WS-LIN-PERSONS / WS-LIN-HOUSEHOLDS
               COMPUTE WS-LIN-AVG-BENEFIT ROUNDED =
                   WS-LIN-DOLLARS / WS-LIN-HOUSEHOLDS
           END-IF

           MOVE ZERO TO WS-LIN-PRIOR-PER-HH
           MOVE ZERO TO WS-LIN-PRIOR-AVG
           IF WS-LIN-PRIOR-HOUSEHOLDS > ZERO
               COMPUTE WS-LIN-PRIOR-PER-HH ROUNDED =
                   WS-LIN-PRIOR-PERSONS / WS-LIN-PRIOR-HOUSEHOLDS
               COMPUTE WS-LIN-PRIOR-AVG ROUNDED =
                   WS-LIN-PRIOR-DOLLARS / WS-LIN-PRIOR-HOUSEHOLDS
           END-IF

           MOVE ZERO TO WS-LIN-LYR-PER-HH
           MOVE ZERO TO WS-LIN-LYR-AVG
           IF WS-LIN-LYR-HOUSEHOLDS > ZERO
               COMPUTE WS-LIN-LYR-PER-HH ROUNDED =
                   WS-LIN-LYR-PERSONS / WS-LIN-LYR-HOUSEHOLDS
               COMPUTE WS-LIN-LYR-AVG ROUNDED =
                   WS-LIN-LYR-DOLLARS / WS-LIN-LYR-HOUSEHOLDS
           END-IF.

      *****************************************************************
      * STATISTICS REPORT - THE MONTH'S ISSUANCE BY STATE AND AREA,   *
      * THE COMPARISON WITH THE PRIOR MONTH AND LAST YEAR, AND THE    *
      * EDIT SECTION, EACH STARTING ON A NEW PAGE                     *
      *****************************************************************
       PRINT-STATISTICS-REPORT.
           OPEN OUTPUT STATISTICS-REPORT-FILE
           PERFORM PRINT-ISSUANCE-SECTION
           PERFORM PRINT-COMPARISON-SECTION
           PERFORM PRINT-EDIT-SECTION
           CLOSE STATISTICS-REPORT-FILE.

       PRINT-ISSUANCE-SECTION.
           MOVE "ISSUANCE BY STATE AND PROJECT AREA"
               TO WS-SECTION-TITLE
           MOVE WS-ISSUANCE-COLUMNS TO WS-COLUMN-HEADING
           PERFORM WRITE-PAGE-HEADINGS

           SET WS-STT-IDX TO 1
           PERFORM VARYING WS-FST-IDX FROM 1 BY 1
               UNTIL WS-FST-IDX > WS-FST-TABLE-COUNT
               PERFORM LOAD-AREA-LINE
               PERFORM WRITE-ISSUANCE-LINE
               PERFORM SET-NEXT-STATE-CODE
               IF WS-FST-NEXT-STATE NOT = WS-FST-STATE-CODE(WS-FST-IDX)
                   PERFORM WRITE-ISSUANCE-STATE-TOTAL
               END-IF
           END-PERFORM

           PERFORM LOAD-GRAND-LINE
           PERFORM WRITE-ISSUANCE-LINE.

      *    THE STATE ON THE NEXT ENTRY, HIGH-VALUES AFTER THE LAST, SO
      *    A CHANGE OF STATE CLOSES OFF THE STATE TOTAL
       SET-NEXT-STATE-CODE.
           MOVE HIGH-VALUES TO WS-FST-NEXT-STATE
           IF WS-FST-IDX < WS-FST-TABLE-COUNT
               MOVE WS-FST-STATE-CODE(WS-FST-IDX + 1)
                   TO WS-FST-NEXT-STATE
           END-IF.

       WRITE-ISSUANCE-STATE-TOTAL.
           PERFORM VARYING WS-STT-IDX FROM 1 BY 1
               UNTIL WS-STT-IDX > WS-STT-TABLE-COUNT
               IF WS-STT-STATE-CODE(WS-STT-IDX)
                  = WS-FST-STATE-CODE(WS-FST-IDX)
                   PERFORM LOAD-STATE-LINE
                   PERFORM WRITE-ISSUANCE-LINE
                   MOVE SPACES TO REPORT-LINE
                   WRITE REPORT-LINE
                   ADD 1 TO WS-LINE-COUNT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-ISSUANCE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADINGS
           END-IF

           MOVE WS-LIN-STATE-CODE TO ISL-STATE-CODE
           MOVE WS-LIN-AREA-ID TO ISL-AREA-ID
           MOVE WS-LIN-HOUSEHOLDS TO ISL-HOUSEHOLDS
           MOVE WS-LIN-PERSONS TO ISL-PERSONS
           MOVE WS-LIN-ONGOING TO ISL-ONGOING
           MOVE WS-LIN-NEW-EXPEDITED TO ISL-NEW-EXPEDITED
           MOVE WS-LIN-ADJUSTMENTS TO ISL-ADJUSTMENTS
           MOVE WS-LIN-DOLLARS TO ISL-TOTAL-ISSUED
           WRITE REPORT-LINE FROM WS-ISSUANCE-LINE
           ADD 1 TO WS-LINE-COUNT.

       PRINT-COMPARISON-SECTION.
           MOVE "COMPARISON WITH PRIOR MONTH AND SAME MONTH LAST YEAR"
               TO WS-SECTION-TITLE
           MOVE WS-COMPARISON-COLUMNS TO WS-COLUMN-HEADING
           PERFORM WRITE-PAGE-HEADINGS

           PERFORM VARYING WS-FST-IDX FROM 1 BY 1
               UNTIL WS-FST-IDX > WS-FST-TABLE-COUNT
               PERFORM LOAD-AREA-LINE
               PERFORM WRITE-COMPARISON-LINE
               PERFORM SET-NEXT-STATE-CODE
               IF WS-FST-NEXT-STATE NOT = WS-FST-STATE-CODE(WS-FST-IDX)
                   PERFORM WRITE-COMPARISON-STATE-TOTAL
               END-IF
           END-PERFORM

           PERFORM LOAD-GRAND-LINE
           PERFORM WRITE-COMPARISON-LINE.

       WRITE-COMPARISON-STATE-TOTAL.
           PERFORM VARYING WS-STT-IDX FROM 1 BY 1
               UNTIL WS-STT-IDX > WS-STT-TABLE-COUNT
               IF WS-STT-STATE-CODE(WS-STT-IDX)
                  = WS-FST-STATE-CODE(WS-FST-IDX)
                   PERFORM LOAD-STATE-LINE
                   PERFORM WRITE-COMPARISON-LINE
                   MOVE SPACES TO REPORT-LINE
                   WRITE REPORT-LINE
                   ADD 1 TO WS-LINE-COUNT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-COMPARISON-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADINGS
           END-IF

           MOVE WS-LIN-STATE-CODE TO CML-STATE-CODE
           MOVE WS-LIN-AREA-ID TO CML-AREA-ID
           MOVE WS-LIN-HOUSEHOLDS TO CML-HOUSEHOLDS
           MOVE WS-LIN-PRIOR-HOUSEHOLDS TO CML-PRIOR-HOUSEHOLDS
           MOVE WS-LIN-LYR-HOUSEHOLDS TO CML-LYR-HOUSEHOLDS
           MOVE WS-LIN-PER-HH TO CML-PER-HH
           MOVE WS-LIN-PRIOR-PER-HH TO CML-PRIOR-PER-HH
           MOVE WS-LIN-LYR-PER-HH TO CML-LYR-PER-HH
           MOVE WS-LIN-AVG-BENEFIT TO CML-AVG-BENEFIT
           MOVE WS-LIN-PRIOR-AVG TO CML-PRIOR-AVG
           MOVE WS-LIN-LYR-AVG TO CML-LYR-AVG
           WRITE REPORT-LINE FROM WS-COMPARISON-LINE
           ADD 1 TO WS-LINE-COUNT.

      *****************************************************************
      * EDIT SECTION - EACH STATE'S HOUSEHOLDS, PERSONS PER           *
      * HOUSEHOLD, AND AVERAGE BENEFIT AGAINST THE PRIOR MONTH AND    *
      * THE SAME MONTH LAST YEAR. A COMPARISON MONTH NOT ON THE       *
      * STATISTICS HISTORY IS NOT EDITED. A STATE WITH NO HOUSEHOLDS  *
      * IN A COMPARISON MONTH ON FILE IS LISTED AS NEW                *
      *****************************************************************
       PRINT-EDIT-SECTION.
           MOVE "EDIT - MOVEMENT BEYOND THE EDIT PERCENTAGE"
               TO WS-SECTION-TITLE
           MOVE WS-EDIT-COLUMNS TO WS-COLUMN-HEADING
           PERFORM WRITE-PAGE-HEADINGS
           COMPUTE WS-EDIT-LOW-PCT = ZERO - WS-EDIT-PCT

           PERFORM VARYING WS-STT-IDX FROM 1 BY 1
               UNTIL WS-STT-IDX > WS-STT-TABLE-COUNT
               PERFORM LOAD-STATE-LINE
               PERFORM EDIT-STATE-FIGURES
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-PRIOR-ON-FILE = 'N'
               MOVE "PRIOR MONTH NOT ON STATISTICS HISTORY - NOT EDITED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-LAST-YEAR-ON-FILE = 'N'
               MOVE
               "SAME MONTH LAST YEAR NOT ON STATISTICS HISTORY - NOT ED
      -        "ITED"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-EDIT-COUNT = ZERO
               MOVE "NO STATE MOVED BEYOND THE EDIT PERCENTAGE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       EDIT-STATE-FIGURES.
           MOVE "PRIOR MONTH" TO WS-EDIT-BASIS
           MOVE WS-PRIOR-MONTH TO WS-EDIT-BASIS(13:6)
           MOVE WS-PRIOR-ON-FILE TO WS-EDIT-PERIOD-ON-FILE

           MOVE "HOUSEHOLDS" TO WS-EDIT-MEASURE
           MOVE WS-LIN-HOUSEHOLDS TO WS-EDIT-CURRENT
           MOVE WS-LIN-PRIOR-HOUSEHOLDS TO WS-EDIT-BASE
           PERFORM CHECK-EDIT-MEASURE
           IF WS-LIN-PRIOR-HOUSEHOLDS > ZERO
               MOVE "PERSONS PER HOUSEHOLD" TO WS-EDIT-MEASURE
               MOVE WS-LIN-PER-HH TO WS-EDIT-CURRENT
               MOVE WS-LIN-PRIOR-PER-HH TO WS-EDIT-BASE
               PERFORM CHECK-EDIT-MEASURE
               MOVE "AVERAGE BENEFIT" TO WS-EDIT-MEASURE
               MOVE WS-LIN-AVG-BENEFIT TO WS-EDIT-CURRENT
               MOVE WS-LIN-PRIOR-AVG TO WS-EDIT-BASE
               PERFORM CHECK-EDIT-MEASURE
           END-IF

           MOVE "LAST YEAR" TO WS-EDIT-BASIS
           MOVE WS-LAST-YEAR-MONTH TO WS-EDIT-BASIS(13:6)
           MOVE WS-LAST-YEAR-ON-FILE TO WS-EDIT-PERIOD-ON-FILE

           MOVE "HOUSEHOLDS" TO WS-EDIT-MEASURE
           MOVE WS-LIN-HOUSEHOLDS TO WS-EDIT-CURRENT
           MOVE WS-LIN-LYR-HOUSEHOLDS TO WS-EDIT-BASE
           PERFORM CHECK-EDIT-MEASURE
           IF WS-LIN-LYR-HOUSEHOLDS > ZERO
               MOVE "PERSONS PER HOUSEHOLD" TO WS-EDIT-MEASURE
               MOVE WS-LIN-PER-HH TO WS-EDIT-CURRENT
               MOVE WS-LIN-LYR-PER-HH TO WS-EDIT-BASE
               PERFORM CHECK-EDIT-MEASURE
               MOVE "AVERAGE BENEFIT" TO WS-EDIT-MEASURE
               MOVE WS-LIN-AVG-BENEFIT TO WS-EDIT-CURRENT
               MOVE WS-LIN-LYR-AVG TO WS-EDIT-BASE
               PERFORM CHECK-EDIT-MEASURE
           END-IF.

      *    A ZERO BASE HAS NO PERCENTAGE; FOR HOUSEHOLDS IT MEANS THE
      *    STATE IS NEW SINCE THE COMPARISON MONTH
       CHECK-EDIT-MEASURE.
           IF WS-EDIT-PERIOD-ON-FILE = 'Y'
               MOVE SPACES TO EDL-NOTE
               IF WS-EDIT-BASE = ZERO
                   IF WS-EDIT-CURRENT NOT = ZERO
                      AND WS-EDIT-MEASURE = "HOUSEHOLDS"
                       MOVE ZERO TO EDL-CHANGE-PCT
                       MOVE "NONE IN COMPARISON MONTH" TO EDL-NOTE
                       PERFORM WRITE-EDIT-LINE
                   END-IF
               ELSE
                   COMPUTE WS-EDIT-CHANGE-PCT ROUNDED =
                       (WS-EDIT-CURRENT - WS-EDIT-BASE) * 100
                       / WS-EDIT-BASE
                   IF WS-EDIT-CHANGE-PCT > WS-EDIT-PCT
                      OR WS-EDIT-CHANGE-PCT < WS-EDIT-LOW-PCT
                       MOVE WS-EDIT-CHANGE-PCT TO EDL-CHANGE-PCT
                       MOVE "EXCEEDS EDIT PERCENTAGE" TO EDL-NOTE
                       PERFORM WRITE-EDIT-LINE
                   END-IF
               END-IF
           END-IF.

       WRITE-EDIT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADINGS
           END-IF

           MOVE WS-LIN-STATE-CODE TO EDL-STATE-CODE
           MOVE WS-EDIT-MEASURE TO EDL-MEASURE
           MOVE WS-EDIT-BASIS TO EDL-BASIS
           MOVE WS-EDIT-CURRENT TO EDL-CURRENT
           MOVE WS-EDIT-BASE TO EDL-BASE
           WRITE REPORT-LINE FROM WS-EDIT-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-EDIT-COUNT.

       WRITE-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           MOVE WS-PAGE-NUMBER TO HDG-PAGE-NUMBER
           MOVE WS-REPORT-MONTH TO HDG-REPORT-MONTH
           MOVE WS-PRIOR-MONTH TO HDG-PRIOR-MONTH
           MOVE WS-LAST-YEAR-MONTH TO HDG-LAST-YEAR-MONTH
           MOVE WS-EDIT-PCT TO HDG-EDIT-PCT
           WRITE REPORT-LINE FROM WS-REPORT-HEADING-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-REPORT-HEADING-2
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM WS-SECTION-TITLE
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 9 TO WS-LINE-COUNT.

      *****************************************************************
      * FEDERAL SUBMISSION - ONE DETAIL PER STATE AND AREA WITH       *
      * FIGURES FOR THE REPORT MONTH. AN ENTRY CARRIED ONLY FOR ITS   *
      * COMPARISON FIGURES IS NOT SUBMITTED                           *
      *****************************************************************
       WRITE-SUBMISSION-FILE.
           OPEN OUTPUT SUBMISSION-FILE

           MOVE SPACES TO SUBMISSION-RECORD
           MOVE 'H' TO FSS-RECORD-TYPE
           MOVE WS-REPORT-MONTH TO FSS-HDR-REPORT-MONTH
           MOVE WS-AGENCY-ID TO FSS-HDR-AGENCY-ID
           MOVE WS-PROGRAM-CODE TO FSS-HDR-PROGRAM-CODE
           MOVE WS-RUN-DATE TO FSS-HDR-CREATE-DATE
           WRITE SUBMISSION-RECORD

           PERFORM VARYING WS-FST-IDX FROM 1 BY 1
               UNTIL WS-FST-IDX > WS-FST-TABLE-COUNT
               IF WS-FST-HOUSEHOLDS(WS-FST-IDX) > ZERO
                  OR WS-FST-ONGOING(WS-FST-IDX) NOT = ZERO
                  OR WS-FST-NEW-EXPEDITED(WS-FST-IDX) NOT = ZERO
                  OR WS-FST-ADJUSTMENTS(WS-FST-IDX) NOT = ZERO
                   PERFORM WRITE-SUBMISSION-DETAIL
               END-IF
           END-PERFORM

           MOVE SPACES TO SUBMISSION-RECORD
           MOVE 'T' TO FSS-RECORD-TYPE
           MOVE WS-SUBMISSION-COUNT TO FSS-TRL-DETAIL-COUNT
           MOVE WS-GRT-HOUSEHOLDS TO FSS-TRL-HOUSEHOLDS
           MOVE WS-GRT-PERSONS TO FSS-TRL-PERSONS
           COMPUTE FSS-TRL-TOTAL-ISSUED =
               WS-GRT-ONGOING + WS-GRT-NEW-EXPEDITED
               + WS-GRT-ADJUSTMENTS
           WRITE SUBMISSION-RECORD

           CLOSE SUBMISSION-FILE.

       WRITE-SUBMISSION-DETAIL.
           MOVE SPACES TO SUBMISSION-RECORD
           MOVE 'D' TO FSS-RECORD-TYPE
           MOVE WS-FST-STATE-CODE(WS-FST-IDX) TO FSS-DTL-STATE-CODE
           MOVE WS-FST-AREA-ID(WS-FST-IDX) TO FSS-DTL-AREA-ID
           MOVE WS-FST-HOUSEHOLDS(WS-FST-IDX) TO FSS-DTL-HOUSEHOLDS
           MOVE WS-FST-PERSONS(WS-FST-IDX) TO FSS-DTL-PERSONS
           MOVE WS-FST-ONGOING(WS-FST-IDX) TO FSS-DTL-ONGOING
           MOVE WS-FST-NEW-EXPEDITED(WS-FST-IDX)
               TO FSS-DTL-NEW-EXPEDITED
           MOVE WS-FST-ADJUSTMENTS(WS-FST-IDX) TO FSS-DTL-ADJUSTMENTS
           COMPUTE FSS-DTL-TOTAL-ISSUED =
               WS-FST-ONGOING(WS-FST-IDX)
               + WS-FST-NEW-EXPEDITED(WS-FST-IDX)
               + WS-FST-ADJUSTMENTS(WS-FST-IDX)
           WRITE SUBMISSION-RECORD
           ADD 1 TO WS-SUBMISSION-COUNT.

      *    THE KEPT MONTHS GO BACK FROM THE WORK COPY AND THE REPORT
      *    MONTH'S SUBMITTED FIGURES ARE ADDED AFTER THEM
       REWRITE-STATISTICS-HISTORY.
           OPEN INPUT STAT-HISTORY-WORK-FILE
           OPEN OUTPUT STAT-HISTORY-FILE
           READ STAT-HISTORY-WORK-FILE
               AT END MOVE 'Y' TO WS-STW-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-STW-EOF-FLAG = 'Y'
               WRITE STAT-HISTORY-RECORD
                   FROM STAT-HISTORY-WORK-RECORD
               READ STAT-HISTORY-WORK-FILE
                   AT END MOVE 'Y' TO WS-STW-EOF-FLAG
               END-READ
           END-PERFORM

           PERFORM VARYING WS-FST-IDX FROM 1 BY 1
               UNTIL WS-FST-IDX > WS-FST-TABLE-COUNT
               IF WS-FST-HOUSEHOLDS(WS-FST-IDX) > ZERO
                  OR WS-FST-ONGOING(WS-FST-IDX) NOT = ZERO
                  OR WS-FST-NEW-EXPEDITED(WS-FST-IDX) NOT = ZERO
                  OR WS-FST-ADJUSTMENTS(WS-FST-IDX) NOT = ZERO
                   MOVE SPACES TO STAT-HISTORY-RECORD
                   MOVE WS-REPORT-MONTH TO STH-REPORT-MONTH
                   MOVE WS-FST-STATE-CODE(WS-FST-IDX)
                       TO STH-STATE-CODE
                   MOVE WS-FST-AREA-ID(WS-FST-IDX) TO STH-AREA-ID
                   MOVE WS-FST-HOUSEHOLDS(WS-FST-IDX)
                       TO STH-HOUSEHOLDS
                   MOVE WS-FST-PERSONS(WS-FST-IDX) TO STH-PERSONS
                   MOVE WS-FST-ONGOING(WS-FST-IDX)
                       TO STH-ONGOING-DOLLARS
                   MOVE WS-FST-NEW-EXPEDITED(WS-FST-IDX)
                       TO STH-NEW-DOLLARS
                   MOVE WS-FST-ADJUSTMENTS(WS-FST-IDX)
                       TO STH-ADJUST-DOLLARS
                   MOVE WS-RUN-DATE TO STH-RUN-DATE
                   WRITE STAT-HISTORY-RECORD
               END-IF
           END-PERFORM

           CLOSE STAT-HISTORY-WORK-FILE
           CLOSE STAT-HISTORY-FILE.

       DISPLAY-SUMMARY-TOTALS.
           DISPLAY "PARTICIPATION STATISTICS COMPLETE"
           DISPLAY "REPORT MONTH: " WS-REPORT-MONTH
           DISPLAY "APPLICANTS READ: " WS-APPLICANT-COUNT
           DISPLAY "PARTICIPATING HOUSEHOLDS: " WS-GRT-HOUSEHOLDS
           DISPLAY "PARTICIPATING PERSONS: " WS-GRT-PERSONS
           DISPLAY "PERSONS OUT UNDER ABAWD TIME LIMIT: "
               WS-ABAWD-DROPPED-COUNT
           DISPLAY "PERSONS OUT UNDER IPV DISQUALIFICATION: "
               WS-IPV-DROPPED-COUNT
           DISPLAY "LEDGER ENTRIES FOR MONTH: " WS-LEDGER-MONTH-COUNT
           DISPLAY "LEDGER ENTRIES WITH NO MASTER: " WS-NO-MASTER-COUNT
           DISPLAY "CASES WITH NO PROJECT AREA: " WS-UNASSIGNED-COUNT
           DISPLAY "STATE AND AREA LINES SUBMITTED: "
               WS-SUBMISSION-COUNT
           DISPLAY "EDIT EXCEPTIONS: " WS-EDIT-COUNT
           IF WS-PRIOR-ON-FILE = 'N'
               DISPLAY "WARNING: NO STATISTICS HISTORY FOR "
                   WS-PRIOR-MONTH
           END-IF
           IF WS-LAST-YEAR-ON-FILE = 'N'
               DISPLAY "WARNING: NO STATISTICS HISTORY FOR "
                   WS-LAST-YEAR-MONTH
           END-IF.

      *****************************************************************
      * SORT INPUT - THE REPORT MONTH'S LEDGER ENTRIES BY BENEFIT     *
      * MONTH, TAGGED BY BUCKET. MONTHLY ISSUANCE IS ONGOING;         *
      * EXPEDITED ISSUANCE AND PENDED BENEFITS RELEASED ON APPROVAL   *
      * ARE NEW; SUPPLEMENTS, DAILY ADJUSTMENTS, DISASTER             *
      * REPLACEMENTS, AND EXPUNGEMENTS ARE ADJUSTMENTS. EXPUNGED EBT  *
      * BALANCES COUNT IN THE MONTH THEY POST, AS IN THE GENERAL      *
      * LEDGER JOURNAL                                                *
      *****************************************************************
       RELEASE-MONTH-LEDGER SECTION.
       RELEASE-LEDGER-START.
           OPEN INPUT PAYMENT-LEDGER-FILE
           READ PAYMENT-LEDGER-FILE
               AT END MOVE 'Y' TO WS-LDG-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-LDG-EOF-FLAG = 'Y'
               ADD 1 TO WS-LEDGER-READ-COUNT
               IF (PLG-BENEFIT-MONTH = WS-REPORT-MONTH
                   AND NOT PLG-SOURCE-EXPUNGEMENT)
                  OR (PLG-POST-DATE(1:6) = WS-REPORT-MONTH
                   AND PLG-SOURCE-EXPUNGEMENT)
                   ADD 1 TO WS-LEDGER-MONTH-COUNT
                   MOVE SPACES TO LEDGER-SORT-RECORD
                   MOVE PLG-APP-ID TO LSRT-APP-ID
                   EVALUATE TRUE
                       WHEN PLG-SOURCE-ISSUANCE
                           SET LSRT-ONGOING TO TRUE
                       WHEN PLG-SOURCE-EXPEDITED
                         OR PLG-SOURCE-PEND-RELEASE
                           SET LSRT-NEW-EXPEDITED TO TRUE
                       WHEN OTHER
                           SET LSRT-ADJUSTMENT TO TRUE
                   END-EVALUATE
                   MOVE PLG-AMOUNT TO LSRT-AMOUNT
                   RELEASE LEDGER-SORT-RECORD
               END-IF
               READ PAYMENT-LEDGER-FILE
                   AT END MOVE 'Y' TO WS-LDG-EOF-FLAG
               END-READ
           END-PERFORM
           CLOSE PAYMENT-LEDGER-FILE

      *    THE LEDGER WORK FILE IS READ WITH THE SAME FLAG
           MOVE 'N' TO WS-LDG-EOF-FLAG.
