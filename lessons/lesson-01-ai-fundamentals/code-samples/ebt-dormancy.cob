       IDENTIFICATION DIVISION.
       PROGRAM-ID. EBT-DORMANCY.
      *********************************************************
      * EBT DORMANT ACCOUNT AND BENEFIT EXPUNGEMENT           *
      * READS THE EBT VENDOR'S MONTHLY ACCOUNT-ACTIVITY FILE, *
      * ONE RECORD PER BENEFIT MONTH STILL CARRYING A BALANCE *
      * ON A CARD ACCOUNT. A HOUSEHOLD WITH NO CARD ACTIVITY  *
      * FOR 90 DAYS GETS ONE DORMANCY WARNING NOTICE PER      *
      * DORMANT SPELL. A BENEFIT MONTH'S BALANCE UNTOUCHED    *
      * FOR 274 DAYS IS EXPUNGED - WRITTEN TO AN EXPUNGEMENT  *
      * BATCH IN THE ISSUANCE.DAT H/D/T LAYOUT THAT PAYMENT-  *
      * LEDGER POSTS NEGATIVE UNDER ITS OWN SOURCE, SO THE    *
      * LEDGER SHOWS WHAT THE HOUSEHOLD ACTUALLY RECEIVED. A  *
      * MONTH ALREADY EXPUNGED ON THE LEDGER IS SKIPPED HERE. *
      * THE EXPUNGEMENT REPORT GIVES ACCOUNTS AND DOLLARS BY   *
      * STATE AND BENEFIT MONTH, AND BY BENEFIT MONTH BESIDE  *
      * THE DOLLARS EBT-RECONCILE CONFIRMED POSTED TO CARDS   *
      * FOR THAT MONTH                                        *
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICANT-FILE ASSIGN TO "APPLICANT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS APP-ID.

           SELECT OPTIONAL ACCOUNT-ACTIVITY-FILE
           ASSIGN TO "EBTACTV.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT ACTIVITY-WORK-FILE ASSIGN TO "EBTACTW.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL PAYMENT-LEDGER-FILE ASSIGN TO "PAYLEDG.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT LEDGER-EXPG-WORK-FILE ASSIGN TO "EBTLEDG.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL DORMANT-WARN-FILE ASSIGN TO "DORMWARN.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT DORMANT-WORK-FILE ASSIGN TO "DORMWORK.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT DORMANT-NOTICE-FILE ASSIGN TO "DORMNOTC.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT EXPUNGEMENT-FILE ASSIGN TO "EBTEXPG.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL EBT-CONTROL-FILE ASSIGN TO "EBTCTL.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT REPORT-WORK-FILE ASSIGN TO "EBTEXPW.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT REPORT-SORTED-FILE ASSIGN TO "EBTEXPS.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT EXPUNGE-REPORT-FILE ASSIGN TO "EBTEXPG.RPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL RESTART-PARM-FILE ASSIGN TO "RESTART.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT ACTIVITY-SORT-FILE ASSIGN TO "SORTWK1".

           SELECT LEDGER-SORT-FILE ASSIGN TO "SORTWK2".

           SELECT REPORT-SORT-FILE ASSIGN TO "SORTWK3".

       DATA DIVISION.
       FILE SECTION.
       FD  APPLICANT-FILE.
           COPY APPLREC.

      *****************************************************************
      * VENDOR ACCOUNT-ACTIVITY RECORD - ONE PER BENEFIT MONTH STILL  *
      * HOLDING A BALANCE ON THE CARD ACCOUNT. THE LAST ACTIVITY DATE *
      * IS THE ACCOUNT'S LAST CARD TRANSACTION, REPEATED ON EVERY     *
      * RECORD FOR THE ACCOUNT, ZEROS OR SPACES WHEN THE CARD HAS     *
      * NEVER BEEN USED. THE POSTED DATE IS WHEN THE MONTH'S BENEFIT  *
      * REACHED THE CARD                                              *
      *****************************************************************
       FD  ACCOUNT-ACTIVITY-FILE.
       01  ACCOUNT-ACTIVITY-RECORD.
           05  EACT-APP-ID             PIC X(8).
           05  EACT-STATE-CODE         PIC X(2).
           05  EACT-BENEFIT-MONTH      PIC X(6).
           05  EACT-LAST-ACTIVITY-DATE PIC X(8).
           05  EACT-POSTED-DATE        PIC X(8).
           05  EACT-BALANCE            PIC 9(6)V99.
           05  FILLER                  PIC X(20).

       FD  ACTIVITY-WORK-FILE.
       01  ACTIVITY-WORK-RECORD.
           05  AWRK-APP-ID             PIC X(8).
           05  AWRK-STATE-CODE         PIC X(2).
           05  AWRK-BENEFIT-MONTH      PIC X(6).
           05  AWRK-LAST-ACTIVITY-DATE PIC X(8).
           05  AWRK-POSTED-DATE        PIC X(8).
           05  AWRK-BALANCE            PIC 9(6)V99.
           05  FILLER                  PIC X(20).

       SD  ACTIVITY-SORT-FILE.
       01  ACTIVITY-SORT-RECORD.
           05  ASRT-APP-ID             PIC X(8).
           05  ASRT-STATE-CODE         PIC X(2).
           05  ASRT-BENEFIT-MONTH      PIC X(6).
           05  FILLER                  PIC X(44).

       FD  PAYMENT-LEDGER-FILE.
           COPY PAYLEDRC.

      *****************************************************************
      * CASE AND BENEFIT MONTH OF EVERY EXPUNGEMENT ALREADY ON THE    *
      * LEDGER, SORTED SO THEY MERGE FORWARD AGAINST THE ACTIVITY     *
      *****************************************************************
       FD  LEDGER-EXPG-WORK-FILE.
       01  LEDGER-EXPG-WORK-RECORD.
           05  LXW-KEY.
               10  LXW-APP-ID          PIC X(8).
               10  LXW-BENEFIT-MONTH   PIC X(6).
           05  FILLER                  PIC X(6).

       SD  LEDGER-SORT-FILE.
       01  LEDGER-SORT-RECORD.
           05  LSRT-APP-ID             PIC X(8).
           05  LSRT-BENEFIT-MONTH      PIC X(6).
           05  FILLER                  PIC X(6).

      *****************************************************************
      * DORMANCY WARNINGS SENT - ONE RECORD PER ACCOUNT STILL DORMANT *
      * SINCE ITS WARNING, CARRYING THE LAST ACTIVITY DATE THE SPELL  *
      * STARTED FROM. CARD USE ENDS THE SPELL AND DROPS THE RECORD,   *
      * SO THE NEXT DORMANT SPELL IS WARNED AGAIN. REBUILT IN CASE    *
      * ORDER ON DORMWORK.DAT AND COPIED BACK AT THE END OF THE RUN   *
      *****************************************************************
       FD  DORMANT-WARN-FILE.
       01  DORMANT-WARN-RECORD.
           05  DWRN-APP-ID             PIC X(8).
           05  DWRN-LAST-ACTIVITY-DATE PIC X(8).
           05  DWRN-WARNING-DATE       PIC X(8).
           05  FILLER                  PIC X(6).

       FD  DORMANT-WORK-FILE.
       01  DORMANT-WORK-RECORD.
           05  DWRK-APP-ID             PIC X(8).
           05  DWRK-LAST-ACTIVITY-DATE PIC X(8).
           05  DWRK-WARNING-DATE       PIC X(8).
           05  FILLER                  PIC X(6).

       FD  DORMANT-NOTICE-FILE.
           COPY NOTREC.

      *****************************************************************
      * EXPUNGEMENT BATCH - SAME H/D/T LAYOUT AS THE MONTHLY ISSUANCE *
      * FILE. THE DETAIL AMOUNT IS THE BALANCE EXPUNGED, CARRIED      *
      * POSITIVE AND POSTED NEGATIVE BY PAYMENT-LEDGER; THE EFFECTIVE *
      * DATE NAMES THE BENEFIT MONTH. THE LAST ACTIVITY DATE AND DAYS *
      * INACTIVE RIDE IN WHAT IS FILLER TO THE LEDGER, FOR AUDIT      *
      *****************************************************************
       FD  EXPUNGEMENT-FILE.
       01  EXPUNGEMENT-RECORD.
           05  XISS-RECORD-TYPE        PIC X(1).
               88  XISS-HEADER              VALUE 'H'.
               88  XISS-DETAIL              VALUE 'D'.
               88  XISS-TRAILER             VALUE 'T'.
           05  XISS-RECORD-BODY        PIC X(99).

       01  EXPUNGEMENT-HEADER-RECORD REDEFINES EXPUNGEMENT-RECORD.
           05  FILLER                  PIC X(1).
           05  XISS-HDR-BATCH-DATE     PIC X(8).
           05  XISS-HDR-PROGRAM-CODE   PIC X(8).
           05  XISS-HDR-SOURCE-SYSTEM  PIC X(8).
           05  FILLER                  PIC X(75).

       01  EXPUNGEMENT-DETAIL-RECORD REDEFINES EXPUNGEMENT-RECORD.
           05  FILLER                  PIC X(1).
           05  XISS-DTL-APP-ID         PIC X(8).
           05  XISS-DTL-LAST-NAME      PIC X(25).
           05  XISS-DTL-FIRST-NAME     PIC X(20).
           05  XISS-DTL-STATE-CODE     PIC X(2).
           05  XISS-DTL-BENEFIT-AMOUNT PIC 9(6)V99.
           05  XISS-DTL-EFFECTIVE-DATE PIC X(8).
           05  XISS-DTL-LAST-ACTIVITY  PIC X(8).
           05  XISS-DTL-DAYS-INACTIVE  PIC 9(5).
           05  FILLER                  PIC X(15).

       01  EXPUNGEMENT-TRAILER-RECORD REDEFINES EXPUNGEMENT-RECORD.
           05  FILLER                  PIC X(1).
           05  XISS-TRL-DETAIL-COUNT   PIC 9(6).
           05  XISS-TRL-TOTAL-DOLLARS  PIC 9(8)V99.
           05  FILLER                  PIC X(83).

       FD  EBT-CONTROL-FILE.
           COPY EBTCTLRC.

       FD  REPORT-WORK-FILE.
       01  REPORT-WORK-RECORD.
           05  RWK-STATE-CODE          PIC X(2).
           05  RWK-BENEFIT-MONTH       PIC X(6).
           05  RWK-APP-ID              PIC X(8).
           05  RWK-AMOUNT              PIC 9(6)V99.
           05  FILLER                  PIC X(6).

       FD  REPORT-SORTED-FILE.
       01  REPORT-SORTED-RECORD.
           05  RSD-STATE-CODE          PIC X(2).
           05  RSD-BENEFIT-MONTH       PIC X(6).
           05  RSD-APP-ID              PIC X(8).
           05  RSD-AMOUNT              PIC 9(6)V99.
           05  FILLER                  PIC X(6).

       SD  REPORT-SORT-FILE.
       01  REPORT-SORT-RECORD.
           05  RSRT-STATE-CODE         PIC X(2).
           05  RSRT-BENEFIT-MONTH      PIC X(6).
           05  RSRT-APP-ID             PIC X(8).
           05  FILLER                  PIC X(14).

       FD  EXPUNGE-REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       FD  RUN-LOG-FILE.
           COPY RUNLOGRC.

       FD  RESTART-PARM-FILE.
       01  RESTART-PARM-RECORD.
           05  RESTART-INDICATOR       PIC X(1).
               88  RESTART-THIS-RUN         VALUE 'Y'.
           05  RESTART-PROGRAM-ID      PIC X(8).
           05  FILLER                  PIC X(11).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE             PIC X(8).
           05  WS-RUN-DAY-NBR          PIC 9(7) VALUE ZERO.

       01  WS-RUN-CONTROL-FIELDS.
           05  WS-RC-PROGRAM-ID        PIC X(8) VALUE "EBTDORM ".
           05  WS-RC-OWN-COMPLETE      PIC X VALUE 'N'.
           05  WS-RC-EOF-FLAG          PIC X VALUE 'N'.
           05  WS-RC-CURRENT-TIME      PIC X(8).
           05  WS-RC-TIMESTAMP.
               10  WS-RC-TS-DATE       PIC X(8).
               10  WS-RC-TS-TIME       PIC X(6).

       01  WS-RESTART-CONTROLS.
           05  WS-RESTART-INDICATOR    PIC X VALUE 'N'.
               88  WS-RESTART-MODE          VALUE 'Y'.
           05  WS-RESTART-PROGRAM-ID   PIC X(8) VALUE SPACES.

      *****************************************************************
      * AGING THRESHOLDS IN DAYS - NO CARD ACTIVITY FOR THE DORMANCY  *
      * PERIOD SENDS THE WARNING; A BENEFIT MONTH UNTOUCHED FOR THE   *
      * EXPUNGEMENT PERIOD IS AGED OFF THE ACCOUNT                    *
      *****************************************************************
       01  WS-AGING-CONSTANTS.
           05  WS-DORMANT-DAYS         PIC 9(3) VALUE 90.
           05  WS-EXPUNGE-DAYS         PIC 9(3) VALUE 274.

      *****************************************************************
      * DAY-NUMBER CONVERSION - A CCYYMMDD DATE TURNED INTO A COUNT   *
      * OF DAYS SO TWO DATES CAN BE SUBTRACTED. JANUARY AND FEBRUARY  *
      * COUNT THE LEAP DAYS THROUGH THE PRIOR YEAR ONLY               *
      *****************************************************************
       01  WS-CUM-DAYS-VALUES          PIC X(36)
               VALUE "000031059090120151181212243273304334".
       01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
           05  WS-CUM-DAYS             PIC 9(3) OCCURS 12 TIMES.

       01  WS-DATE-CONVERT-FIELDS.
           05  WS-CVT-DATE             PIC X(8).
           05  WS-CVT-DATE-PARTS REDEFINES WS-CVT-DATE.
               10  WS-CVT-YEAR         PIC 9(4).
               10  WS-CVT-MONTH        PIC 9(2).
               10  WS-CVT-DAY          PIC 9(2).
           05  WS-CVT-VALID-FLAG       PIC X VALUE 'N'.
               88  WS-CVT-VALID             VALUE 'Y'.
           05  WS-CVT-LEAP-YEAR        PIC 9(4).
           05  WS-CVT-LEAP-4           PIC 9(4).
           05  WS-CVT-LEAP-100         PIC 9(4).
           05  WS-CVT-LEAP-400         PIC 9(4).
           05  WS-CVT-DAY-NBR          PIC 9(7).

      *****************************************************************
      * CURRENT CASE - THE ACCOUNT'S LAST ACTIVITY AND THE LONGEST    *
      * ANY OF ITS BENEFIT MONTHS HAS SAT UNTOUCHED                   *
      *****************************************************************
       01  WS-CASE-FIELDS.
           05  WS-CASE-APP-ID          PIC X(8) VALUE LOW-VALUES.
           05  WS-CASE-ACTIVE-FLAG     PIC X VALUE 'N'.
           05  WS-CASE-STATE-CODE      PIC X(2).
           05  WS-CASE-LAST-ACTIVITY   PIC X(8).
           05  WS-CASE-ACTIVITY-DAYS   PIC 9(7) VALUE ZERO.
           05  WS-CASE-ACTIVITY-VALID  PIC X VALUE 'N'.
           05  WS-CASE-MAX-INACTIVE    PIC 9(5) VALUE ZERO.
           05  WS-CASE-BALANCE         PIC 9(7)V99 VALUE ZERO.
           05  WS-CASE-ON-FILE-FLAG    PIC X VALUE 'N'.
           05  WS-MONTH-BASE-DAYS      PIC 9(7) VALUE ZERO.
           05  WS-MONTH-INACTIVE-DAYS  PIC 9(5) VALUE ZERO.

       01  WS-APPLICANT-MERGE-FIELDS.
           05  WS-APP-CURRENT-ID       PIC X(8) VALUE LOW-VALUES.
           05  WS-APP-EOF-FLAG         PIC X VALUE 'N'.

       01  WS-LEDGER-MERGE-FIELDS.
           05  WS-LXW-CURRENT-KEY      PIC X(14) VALUE LOW-VALUES.
           05  WS-LXW-SEARCH-KEY.
               10  WS-LXW-SEARCH-APP-ID    PIC X(8).
               10  WS-LXW-SEARCH-MONTH     PIC X(6).
           05  WS-LXW-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-ALREADY-EXPUNGED     PIC X VALUE 'N'.

       01  WS-WARNING-MERGE-FIELDS.
           05  WS-DWRN-CURRENT-ID      PIC X(8) VALUE LOW-VALUES.
           05  WS-DWRN-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-PRIOR-WARN-FOUND     PIC X VALUE 'N'.
           05  WS-PRIOR-WARN-ACTIVITY  PIC X(8).
           05  WS-PRIOR-WARN-DATE      PIC X(8).

      *****************************************************************
      * EXPUNGED DOLLARS BY BENEFIT MONTH, WITH THE DOLLARS THE       *
      * VENDOR CONFIRMED POSTED FOR THE MONTH ON EBTCTL.DAT, SO THE   *
      * REPORT TIES BACK TO EBT-RECONCILE                             *
      *****************************************************************
       01  WS-MONTH-TOTAL-TABLE.
           05  WS-MTT-ENTRY OCCURS 60 TIMES
                   ASCENDING KEY IS WS-MTT-MONTH
                   INDEXED BY WS-MTT-IDX.
               10  WS-MTT-MONTH            PIC X(6).
               10  WS-MTT-ACCOUNT-COUNT    PIC 9(6).
               10  WS-MTT-DOLLARS          PIC 9(8)V99.
               10  WS-MTT-EBT-POSTED       PIC 9(10)V99.
               10  WS-MTT-EBT-FOUND        PIC X.

       01  WS-MTT-TABLE-FIELDS.
           05  WS-MTT-MAX-ENTRIES      PIC 9(3) VALUE 60.
           05  WS-MTT-TABLE-COUNT      PIC 9(3) VALUE ZERO.
           05  WS-MTT-TABLE-FULL       PIC X VALUE 'N'.
           05  WS-MTT-MATCH-ENTRY      PIC 9(3) VALUE ZERO.

      *    A RECONCILIATION RERUN APPENDS AGAIN, SO ONLY THE LAST
      *    CONTROL RECORD FOR A BATCH DATE AND BENEFIT MONTH COUNTS
       01  WS-EBT-CONTROL-TABLE.
           05  WS-ECT-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-ECT-IDX.
               10  WS-ECT-KEY.
                   15  WS-ECT-BATCH-DATE   PIC X(8).
                   15  WS-ECT-MONTH        PIC X(6).
               10  WS-ECT-POSTED-DOLLARS   PIC 9(8)V99.

       01  WS-ECT-TABLE-FIELDS.
           05  WS-ECT-MAX-ENTRIES      PIC 9(3) VALUE 500.
           05  WS-ECT-TABLE-COUNT      PIC 9(3) VALUE ZERO.
           05  WS-ECT-TABLE-FULL       PIC X VALUE 'N'.
           05  WS-ECT-MATCH-ENTRY      PIC 9(3) VALUE ZERO.
           05  WS-ECT-EOF-FLAG         PIC X VALUE 'N'.

       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "EBT BENEFIT EXPUNGEMENT REPORT".
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  HDG-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "PAGE: ".
           05  HDG-PAGE-NUMBER         PIC ZZZ9.
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-COLUMN-HEADING           PIC X(132).

       01  WS-STATE-COLUMN-HEADING.
           05  FILLER                  PIC X(8) VALUE "STATE".
           05  FILLER                  PIC X(10) VALUE "MONTH".
           05  FILLER                  PIC X(12) VALUE "ACCOUNTS".
           05  FILLER                  PIC X(20) VALUE
               "EXPUNGED DOLLARS".
           05  FILLER                  PIC X(82) VALUE SPACES.

       01  WS-MONTH-COLUMN-HEADING.
           05  FILLER                  PIC X(10) VALUE "MONTH".
           05  FILLER                  PIC X(12) VALUE "ACCOUNTS".
           05  FILLER                  PIC X(18) VALUE
               "EXPUNGED DOLLARS".
           05  FILLER                  PIC X(20) VALUE
               "EBT POSTED DOLLARS".
           05  FILLER                  PIC X(10) VALUE "PCT".
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  WS-STATE-DETAIL-LINE.
           05  DTL-STATE-CODE          PIC X(2).
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  DTL-BENEFIT-MONTH       PIC X(6).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  DTL-ACCOUNT-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  DTL-DOLLARS             PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-NOTE                PIC X(20).
           05  FILLER                  PIC X(67) VALUE SPACES.

       01  WS-MONTH-DETAIL-LINE.
           05  MDL-BENEFIT-MONTH       PIC X(6).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  MDL-ACCOUNT-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  MDL-DOLLARS             PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  MDL-EBT-POSTED          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  MDL-PCT                 PIC ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  MDL-NOTE                PIC X(24).
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-REPORT-TOTAL-LINE.
           05  TTL-LABEL               PIC X(34).
           05  TTL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE "  DOLLARS: ".
           05  TTL-DOLLARS             PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(67) VALUE SPACES.

       01  WS-REPORT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(3) VALUE 99.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.
           05  WS-PAGE-NUMBER          PIC 9(4) VALUE ZERO.
           05  WS-BREAK-STATE-CODE     PIC X(2).
           05  WS-BREAK-MONTH          PIC X(6).
           05  WS-BREAK-ACCOUNT-COUNT  PIC 9(6) VALUE ZERO.
           05  WS-BREAK-DOLLARS        PIC 9(8)V99 VALUE ZERO.
           05  WS-STATE-ACCOUNT-COUNT  PIC 9(6) VALUE ZERO.
           05  WS-STATE-DOLLARS        PIC 9(8)V99 VALUE ZERO.
           05  WS-PCT-WORK             PIC 9(3)V99 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-ACTIVITY-READ-COUNT  PIC 9(6) VALUE ZERO.
           05  WS-ACCOUNT-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-BAD-DATE-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-DORMANT-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-NOTICE-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-ALREADY-WARNED-COUNT PIC 9(6) VALUE ZERO.
           05  WS-NO-CASE-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-WARN-KEPT-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-EXPUNGED-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-EXPUNGED-DOLLARS     PIC 9(8)V99 VALUE ZERO.
           05  WS-ALREADY-EXPG-COUNT   PIC 9(6) VALUE ZERO.
           05  WS-LEDGER-EXPG-COUNT    PIC 9(6) VALUE ZERO.
           05  WS-AT-RISK-DOLLARS      PIC 9(8)V99 VALUE ZERO.

       01  WS-FLAGS.
           05  WS-ACTW-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-LEDG-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-RSD-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-WORK-EOF-FLAG        PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INITIALIZE-PROGRAM
           PERFORM WRITE-BATCH-HEADER
           PERFORM PROCESS-ACTIVITY-FILE
           PERFORM WRITE-BATCH-TRAILER
           PERFORM TERMINATE-PROGRAM
           PERFORM REPLACE-WARNING-FILE
           PERFORM PRINT-EXPUNGEMENT-REPORT
           PERFORM DISPLAY-SUMMARY-TOTALS
           PERFORM WRITE-RUN-LOG-END
           STOP RUN.

       INITIALIZE-PROGRAM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-RESTART-PARM
           PERFORM CHECK-RUN-CONTROL
           PERFORM WRITE-RUN-LOG-START

           MOVE WS-RUN-DATE TO WS-CVT-DATE
           PERFORM CONVERT-DATE-TO-DAYS
           MOVE WS-CVT-DAY-NBR TO WS-RUN-DAY-NBR

           MOVE HIGH-VALUES TO WS-MONTH-TOTAL-TABLE

           SORT ACTIVITY-SORT-FILE
               ON ASCENDING KEY ASRT-APP-ID
                                ASRT-BENEFIT-MONTH
               USING ACCOUNT-ACTIVITY-FILE
               GIVING ACTIVITY-WORK-FILE

      *    ONLY THE EXPUNGEMENTS ALREADY POSTED ARE NEEDED, IN CASE
      *    AND MONTH ORDER SO THEY MERGE FORWARD AGAINST THE ACTIVITY
           SORT LEDGER-SORT-FILE
               ON ASCENDING KEY LSRT-APP-ID
                                LSRT-BENEFIT-MONTH
               INPUT PROCEDURE IS RELEASE-LEDGER-EXPUNGEMENTS
               GIVING LEDGER-EXPG-WORK-FILE

           OPEN INPUT APPLICANT-FILE
           OPEN INPUT ACTIVITY-WORK-FILE
           OPEN INPUT LEDGER-EXPG-WORK-FILE
           OPEN INPUT DORMANT-WARN-FILE
           OPEN OUTPUT DORMANT-WORK-FILE
           OPEN OUTPUT DORMANT-NOTICE-FILE
           OPEN OUTPUT EXPUNGEMENT-FILE
           OPEN OUTPUT REPORT-WORK-FILE
           PERFORM READ-APPLICANT-RECORD
           PERFORM READ-LEDGER-EXPG-RECORD
           PERFORM READ-WARNING-RECORD.

       READ-RESTART-PARM.
           MOVE 'N' TO WS-RESTART-INDICATOR
           MOVE SPACES TO WS-RESTART-PROGRAM-ID

           OPEN INPUT RESTART-PARM-FILE
           READ RESTART-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RESTART-INDICATOR TO WS-RESTART-INDICATOR
                   MOVE RESTART-PROGRAM-ID TO WS-RESTART-PROGRAM-ID
           END-READ
           CLOSE RESTART-PARM-FILE.

      *****************************************************************
      * RUN CONTROL - A SECOND RUN ON THE SAME DATE WOULD REBUILD THE *
      * EXPUNGEMENT BATCH BEFORE PAYMENT-LEDGER HAS POSTED THE FIRST  *
      * ONE AND MAIL THE SAME WARNINGS AGAIN, SO IT IS REFUSED        *
      *****************************************************************
       CHECK-RUN-CONTROL.
           IF WS-RESTART-MODE
              AND WS-RESTART-PROGRAM-ID NOT = WS-RC-PROGRAM-ID
               MOVE 'N' TO WS-RESTART-INDICATOR
           END-IF

           MOVE 'N' TO WS-RC-OWN-COMPLETE
           MOVE 'N' TO WS-RC-EOF-FLAG

           OPEN INPUT RUN-LOG-FILE
           READ RUN-LOG-FILE
               AT END MOVE 'Y' TO WS-RC-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-RC-EOF-FLAG = 'Y'
               IF RL-RUN-DATE = WS-RUN-DATE
                  AND RL-STATUS-COMPLETE
                  AND RL-PROGRAM-ID = WS-RC-PROGRAM-ID
                   MOVE 'Y' TO WS-RC-OWN-COMPLETE
               END-IF
               READ RUN-LOG-FILE
                   AT END MOVE 'Y' TO WS-RC-EOF-FLAG
               END-READ
           END-PERFORM
           CLOSE RUN-LOG-FILE

           IF WS-RC-OWN-COMPLETE = 'Y' AND NOT WS-RESTART-MODE
               DISPLAY "RUN CONTROL: " WS-RC-PROGRAM-ID
                   " ALREADY COMPLETED FOR " WS-RUN-DATE
                   " - SET RESTART.DAT FOR " WS-RC-PROGRAM-ID
                   " TO RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-RUN-LOG-START.
           PERFORM BUILD-RUN-LOG-TIMESTAMP
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RUN-LOG-RECORD
           MOVE WS-RC-PROGRAM-ID TO RL-PROGRAM-ID
           MOVE WS-RUN-DATE TO RL-RUN-DATE
           MOVE WS-RC-TIMESTAMP TO RL-START-TIMESTAMP
           MOVE "STARTED" TO RL-STATUS
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.

       WRITE-RUN-LOG-END.
           PERFORM BUILD-RUN-LOG-TIMESTAMP
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RUN-LOG-RECORD
           MOVE WS-RC-PROGRAM-ID TO RL-PROGRAM-ID
           MOVE WS-RUN-DATE TO RL-RUN-DATE
           MOVE WS-RC-TIMESTAMP TO RL-END-TIMESTAMP
           MOVE "COMPLETE" TO RL-STATUS
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.

       BUILD-RUN-LOG-TIMESTAMP.
           ACCEPT WS-RC-CURRENT-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-RC-TS-DATE
           MOVE WS-RC-CURRENT-TIME(1:6) TO WS-RC-TS-TIME.

       WRITE-BATCH-HEADER.
           MOVE SPACES TO EXPUNGEMENT-RECORD
           SET XISS-HEADER TO TRUE
           MOVE WS-RUN-DATE TO XISS-HDR-BATCH-DATE
           MOVE "FOODASST" TO XISS-HDR-PROGRAM-CODE
           MOVE "EBTDORM " TO XISS-HDR-SOURCE-SYSTEM
           WRITE EXPUNGEMENT-RECORD.

      *****************************************************************
      * ACTIVITY PASS - THE SORTED VENDOR RECORDS IN CASE AND BENEFIT *
      * MONTH ORDER. EACH MONTH'S BALANCE IS AGED AS IT IS READ; THE  *
      * DORMANCY WARNING IS DECIDED ONCE THE WHOLE ACCOUNT IS SEEN    *
      *****************************************************************
       PROCESS-ACTIVITY-FILE.
           READ ACTIVITY-WORK-FILE
               AT END MOVE 'Y' TO WS-ACTW-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-ACTW-EOF-FLAG = 'Y'
               ADD 1 TO WS-ACTIVITY-READ-COUNT
               IF AWRK-APP-ID NOT = WS-CASE-APP-ID
                   IF WS-CASE-ACTIVE-FLAG = 'Y'
                       PERFORM FINISH-CASE
                   END-IF
                   PERFORM START-CASE
               END-IF
               PERFORM AGE-BENEFIT-MONTH
               READ ACTIVITY-WORK-FILE
                   AT END MOVE 'Y' TO WS-ACTW-EOF-FLAG
               END-READ
           END-PERFORM

           IF WS-CASE-ACTIVE-FLAG = 'Y'
               PERFORM FINISH-CASE
           END-IF.

       START-CASE.
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE AWRK-APP-ID TO WS-CASE-APP-ID
           MOVE 'Y' TO WS-CASE-ACTIVE-FLAG
           MOVE AWRK-STATE-CODE TO WS-CASE-STATE-CODE
           MOVE ZERO TO WS-CASE-MAX-INACTIVE
           MOVE ZERO TO WS-CASE-BALANCE

      *    A CARD NEVER USED HAS NO ACTIVITY DATE - ITS MONTHS AGE
      *    FROM THE DAY EACH REACHED THE CARD
           MOVE AWRK-LAST-ACTIVITY-DATE TO WS-CVT-DATE
           PERFORM CONVERT-DATE-TO-DAYS
           IF WS-CVT-VALID
               MOVE 'Y' TO WS-CASE-ACTIVITY-VALID
               MOVE WS-CVT-DAY-NBR TO WS-CASE-ACTIVITY-DAYS
               MOVE AWRK-LAST-ACTIVITY-DATE TO WS-CASE-LAST-ACTIVITY
           ELSE
               MOVE 'N' TO WS-CASE-ACTIVITY-VALID
               MOVE ZERO TO WS-CASE-ACTIVITY-DAYS
               MOVE SPACES TO WS-CASE-LAST-ACTIVITY
           END-IF

           PERFORM UNTIL WS-APP-CURRENT-ID >= WS-CASE-APP-ID
               PERFORM READ-APPLICANT-RECORD
           END-PERFORM
           IF WS-APP-CURRENT-ID = WS-CASE-APP-ID
               MOVE 'Y' TO WS-CASE-ON-FILE-FLAG
           ELSE
               MOVE 'N' TO WS-CASE-ON-FILE-FLAG
           END-IF

      *    WARNINGS FOR ACCOUNTS NO LONGER ON THE VENDOR FILE ARE
      *    PASSED OVER AND DROPPED
           MOVE 'N' TO WS-PRIOR-WARN-FOUND
           PERFORM UNTIL WS-DWRN-CURRENT-ID >= WS-CASE-APP-ID
               PERFORM READ-WARNING-RECORD
           END-PERFORM
           IF WS-DWRN-CURRENT-ID = WS-CASE-APP-ID
               MOVE 'Y' TO WS-PRIOR-WARN-FOUND
               MOVE DWRN-LAST-ACTIVITY-DATE TO WS-PRIOR-WARN-ACTIVITY
               MOVE DWRN-WARNING-DATE TO WS-PRIOR-WARN-DATE
               PERFORM READ-WARNING-RECORD
           END-IF.

      *    A MONTH'S BALANCE HAS SAT UNTOUCHED SINCE THE LATER OF THE
      *    ACCOUNT'S LAST CARD USE AND THE DAY IT REACHED THE CARD
       AGE-BENEFIT-MONTH.
           MOVE AWRK-POSTED-DATE TO WS-CVT-DATE
           PERFORM CONVERT-DATE-TO-DAYS

           IF NOT WS-CVT-VALID
              OR WS-CVT-DAY-NBR > WS-RUN-DAY-NBR
              OR AWRK-BALANCE NOT NUMERIC
               ADD 1 TO WS-BAD-DATE-COUNT
               DISPLAY "UNREADABLE ACTIVITY RECORD: " AWRK-APP-ID
                   " MONTH " AWRK-BENEFIT-MONTH
                   " POSTED " AWRK-POSTED-DATE
           ELSE
               MOVE WS-CVT-DAY-NBR TO WS-MONTH-BASE-DAYS
               IF WS-CASE-ACTIVITY-VALID = 'Y'
                  AND WS-CASE-ACTIVITY-DAYS > WS-MONTH-BASE-DAYS
                   MOVE WS-CASE-ACTIVITY-DAYS TO WS-MONTH-BASE-DAYS
               END-IF
               IF WS-MONTH-BASE-DAYS > WS-RUN-DAY-NBR
                   MOVE ZERO TO WS-MONTH-INACTIVE-DAYS
               ELSE
                   COMPUTE WS-MONTH-INACTIVE-DAYS =
                       WS-RUN-DAY-NBR - WS-MONTH-BASE-DAYS
               END-IF
               IF WS-MONTH-INACTIVE-DAYS > WS-CASE-MAX-INACTIVE
                   MOVE WS-MONTH-INACTIVE-DAYS
                       TO WS-CASE-MAX-INACTIVE
               END-IF

               IF WS-MONTH-INACTIVE-DAYS >= WS-EXPUNGE-DAYS
                  AND AWRK-BALANCE > ZERO
                   PERFORM CHECK-LEDGER-EXPUNGED
                   IF WS-ALREADY-EXPUNGED = 'Y'
                       ADD 1 TO WS-ALREADY-EXPG-COUNT
                   ELSE
                       PERFORM WRITE-EXPUNGEMENT-DETAIL
                   END-IF
               ELSE
                   ADD AWRK-BALANCE TO WS-CASE-BALANCE
               END-IF
           END-IF.

       CHECK-LEDGER-EXPUNGED.
           MOVE 'N' TO WS-ALREADY-EXPUNGED
           MOVE AWRK-APP-ID TO WS-LXW-SEARCH-APP-ID
           MOVE AWRK-BENEFIT-MONTH TO WS-LXW-SEARCH-MONTH

           PERFORM UNTIL WS-LXW-CURRENT-KEY >= WS-LXW-SEARCH-KEY
               PERFORM READ-LEDGER-EXPG-RECORD
           END-PERFORM

           IF WS-LXW-CURRENT-KEY = WS-LXW-SEARCH-KEY
               MOVE 'Y' TO WS-ALREADY-EXPUNGED
           END-IF.

       WRITE-EXPUNGEMENT-DETAIL.
           MOVE SPACES TO EXPUNGEMENT-RECORD
           SET XISS-DETAIL TO TRUE
           MOVE AWRK-APP-ID TO XISS-DTL-APP-ID
           IF WS-CASE-ON-FILE-FLAG = 'Y'
               MOVE APP-LAST-NAME TO XISS-DTL-LAST-NAME
               MOVE APP-FIRST-NAME TO XISS-DTL-FIRST-NAME
           END-IF
           MOVE WS-CASE-STATE-CODE TO XISS-DTL-STATE-CODE
           MOVE AWRK-BALANCE TO XISS-DTL-BENEFIT-AMOUNT
           MOVE AWRK-BENEFIT-MONTH TO XISS-DTL-EFFECTIVE-DATE(1:6)
           MOVE "01" TO XISS-DTL-EFFECTIVE-DATE(7:2)
           MOVE WS-CASE-LAST-ACTIVITY TO XISS-DTL-LAST-ACTIVITY
           MOVE WS-MONTH-INACTIVE-DAYS TO XISS-DTL-DAYS-INACTIVE
           WRITE EXPUNGEMENT-RECORD

           ADD 1 TO WS-EXPUNGED-COUNT
           ADD AWRK-BALANCE TO WS-EXPUNGED-DOLLARS

           MOVE SPACES TO REPORT-WORK-RECORD
           MOVE WS-CASE-STATE-CODE TO RWK-STATE-CODE
           MOVE AWRK-BENEFIT-MONTH TO RWK-BENEFIT-MONTH
           MOVE AWRK-APP-ID TO RWK-APP-ID
           MOVE AWRK-BALANCE TO RWK-AMOUNT
           WRITE REPORT-WORK-RECORD.

      *****************************************************************
      * DORMANCY WARNING - ONE PER DORMANT SPELL. A WARNING ALREADY   *
      * SENT FROM THE SAME LAST ACTIVITY DATE IS CARRIED FORWARD, NOT *
      * REPEATED. AN ACCOUNT WITH NOTHING LEFT TO LOSE GETS NO NOTICE *
      * AND A CASE NO LONGER ON FILE HAS NO ADDRESS TO MAIL TO        *
      *****************************************************************
       FINISH-CASE.
           IF WS-CASE-MAX-INACTIVE >= WS-DORMANT-DAYS
               ADD 1 TO WS-DORMANT-COUNT
               EVALUATE TRUE
                   WHEN WS-PRIOR-WARN-FOUND = 'Y'
                    AND WS-PRIOR-WARN-ACTIVITY = WS-CASE-LAST-ACTIVITY
                       ADD 1 TO WS-ALREADY-WARNED-COUNT
                       PERFORM WRITE-WARNING-ENTRY
                   WHEN WS-CASE-BALANCE = ZERO
                       CONTINUE
                   WHEN WS-CASE-ON-FILE-FLAG = 'N'
                       ADD 1 TO WS-NO-CASE-COUNT
                       DISPLAY "DORMANT ACCOUNT NOT ON FILE: "
                           WS-CASE-APP-ID
                   WHEN OTHER
                       PERFORM WRITE-DORMANCY-NOTICE
                       MOVE WS-CASE-LAST-ACTIVITY
                           TO WS-PRIOR-WARN-ACTIVITY
                       MOVE WS-RUN-DATE TO WS-PRIOR-WARN-DATE
                       PERFORM WRITE-WARNING-ENTRY
               END-EVALUATE
           END-IF
           MOVE 'N' TO WS-CASE-ACTIVE-FLAG.

       WRITE-DORMANCY-NOTICE.
           MOVE SPACES TO NOTICE-RECORD
           MOVE APP-ID TO NOT-APP-ID
           MOVE APP-LAST-NAME TO NOT-LAST-NAME
           MOVE APP-FIRST-NAME TO NOT-FIRST-NAME
           MOVE APP-ADDRESS-LINE1 TO NOT-ADDRESS-LINE1
           MOVE APP-CITY TO NOT-CITY
           MOVE APP-STATE-CODE TO NOT-STATE-CODE
           MOVE APP-ZIP-CODE TO NOT-ZIP-CODE
           MOVE "DORMANT" TO NOT-DETERMINATION
           MOVE WS-CASE-BALANCE TO NOT-BENEFIT-AMOUNT
           MOVE "DORMANT EBT ACCOUNT - UNUSED 90+ DAYS"
               TO NOT-DENIAL-REASON
           MOVE WS-RUN-DATE TO NOT-EFFECTIVE-DATE
           WRITE NOTICE-RECORD
           ADD 1 TO WS-NOTICE-COUNT
           ADD WS-CASE-BALANCE TO WS-AT-RISK-DOLLARS.

       WRITE-WARNING-ENTRY.
           MOVE SPACES TO DORMANT-WORK-RECORD
           MOVE WS-CASE-APP-ID TO DWRK-APP-ID
           MOVE WS-PRIOR-WARN-ACTIVITY TO DWRK-LAST-ACTIVITY-DATE
           MOVE WS-PRIOR-WARN-DATE TO DWRK-WARNING-DATE
           WRITE DORMANT-WORK-RECORD
           ADD 1 TO WS-WARN-KEPT-COUNT.

       WRITE-BATCH-TRAILER.
           MOVE SPACES TO EXPUNGEMENT-RECORD
           SET XISS-TRAILER TO TRUE
           MOVE WS-EXPUNGED-COUNT TO XISS-TRL-DETAIL-COUNT
           MOVE WS-EXPUNGED-DOLLARS TO XISS-TRL-TOTAL-DOLLARS
           WRITE EXPUNGEMENT-RECORD.

      *****************************************************************
      * CCYYMMDD TO DAY NUMBER. AN UNREADABLE DATE LEAVES THE VALID   *
      * FLAG OFF AND THE DAY NUMBER ZERO                              *
      *****************************************************************
       CONVERT-DATE-TO-DAYS.
           MOVE 'N' TO WS-CVT-VALID-FLAG
           MOVE ZERO TO WS-CVT-DAY-NBR

           IF WS-CVT-DATE NUMERIC
               IF WS-CVT-YEAR > ZERO
                  AND WS-CVT-MONTH >= 1 AND WS-CVT-MONTH <= 12
                  AND WS-CVT-DAY >= 1 AND WS-CVT-DAY <= 31
                   MOVE 'Y' TO WS-CVT-VALID-FLAG
                   MOVE WS-CVT-YEAR TO WS-CVT-LEAP-YEAR
                   IF WS-CVT-MONTH <= 2
                       SUBTRACT 1 FROM WS-CVT-LEAP-YEAR
                   END-IF
                   DIVIDE WS-CVT-LEAP-YEAR BY 4
                       GIVING WS-CVT-LEAP-4
                   DIVIDE WS-CVT-LEAP-YEAR BY 100
                       GIVING WS-CVT-LEAP-100
                   DIVIDE WS-CVT-LEAP-YEAR BY 400
                       GIVING WS-CVT-LEAP-400
                   COMPUTE WS-CVT-DAY-NBR =
                       WS-CVT-YEAR * 365
                       + WS-CVT-LEAP-4 - WS-CVT-LEAP-100
                       + WS-CVT-LEAP-400
                       + WS-CUM-DAYS(WS-CVT-MONTH)
                       + WS-CVT-DAY
               END-IF
           END-IF.

       READ-APPLICANT-RECORD.
           READ APPLICANT-FILE
               AT END
                   MOVE 'Y' TO WS-APP-EOF-FLAG
                   MOVE HIGH-VALUES TO WS-APP-CURRENT-ID
               NOT AT END
                   MOVE APP-ID TO WS-APP-CURRENT-ID
           END-READ.

       READ-LEDGER-EXPG-RECORD.
           READ LEDGER-EXPG-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-LXW-EOF-FLAG
                   MOVE HIGH-VALUES TO WS-LXW-CURRENT-KEY
               NOT AT END
                   MOVE LXW-KEY TO WS-LXW-CURRENT-KEY
           END-READ.

       READ-WARNING-RECORD.
           READ DORMANT-WARN-FILE
               AT END
                   MOVE 'Y' TO WS-DWRN-EOF-FLAG
                   MOVE HIGH-VALUES TO WS-DWRN-CURRENT-ID
               NOT AT END
                   MOVE DWRN-APP-ID TO WS-DWRN-CURRENT-ID
           END-READ.

       TERMINATE-PROGRAM.
           CLOSE APPLICANT-FILE
           CLOSE ACTIVITY-WORK-FILE
           CLOSE LEDGER-EXPG-WORK-FILE
           CLOSE DORMANT-WARN-FILE
           CLOSE DORMANT-WORK-FILE
           CLOSE DORMANT-NOTICE-FILE
           CLOSE EXPUNGEMENT-FILE
           CLOSE REPORT-WORK-FILE.

      *    THE REBUILT WARNING FILE REPLACES THE OLD ONE ONLY AFTER
      *    THE PASS HAS FINISHED, SO AN ABEND MID-PASS LEAVES IT WHOLE
       REPLACE-WARNING-FILE.
           OPEN INPUT DORMANT-WORK-FILE
           OPEN OUTPUT DORMANT-WARN-FILE

           READ DORMANT-WORK-FILE
               AT END MOVE 'Y' TO WS-WORK-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-WORK-EOF-FLAG = 'Y'
               WRITE DORMANT-WARN-RECORD FROM DORMANT-WORK-RECORD
               READ DORMANT-WORK-FILE
                   AT END MOVE 'Y' TO WS-WORK-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE DORMANT-WORK-FILE
           CLOSE DORMANT-WARN-FILE.

      *****************************************************************
      * EXPUNGEMENT REPORT - ACCOUNTS AND DOLLARS BY STATE AND        *
      * BENEFIT MONTH WITH STATE SUBTOTALS, THEN BY BENEFIT MONTH     *
      * BESIDE THE DOLLARS EBT-RECONCILE SHOWS POSTED TO CARDS FOR    *
      * THE MONTH. THE GRAND TOTAL MATCHES THE BATCH TRAILER AND THE  *
      * EXPUNGEMENT LINE ON THE LEDGER BALANCING REPORT               *
      *****************************************************************
       PRINT-EXPUNGEMENT-REPORT.
           SORT REPORT-SORT-FILE
               ON ASCENDING KEY RSRT-STATE-CODE
                                RSRT-BENEFIT-MONTH
                                RSRT-APP-ID
               USING REPORT-WORK-FILE
               GIVING REPORT-SORTED-FILE

           OPEN INPUT REPORT-SORTED-FILE
           OPEN OUTPUT EXPUNGE-REPORT-FILE
           MOVE WS-STATE-COLUMN-HEADING TO WS-COLUMN-HEADING
           PERFORM WRITE-PAGE-HEADINGS

           READ REPORT-SORTED-FILE
               AT END MOVE 'Y' TO WS-RSD-EOF-FLAG
           END-READ
           IF WS-RSD-EOF-FLAG = 'N'
               MOVE RSD-STATE-CODE TO WS-BREAK-STATE-CODE
               MOVE RSD-BENEFIT-MONTH TO WS-BREAK-MONTH
           END-IF

           PERFORM UNTIL WS-RSD-EOF-FLAG = 'Y'
               IF RSD-STATE-CODE NOT = WS-BREAK-STATE-CODE
                   PERFORM WRITE-STATE-MONTH-LINE
                   PERFORM WRITE-STATE-TOTAL-LINE
                   MOVE RSD-STATE-CODE TO WS-BREAK-STATE-CODE
                   MOVE RSD-BENEFIT-MONTH TO WS-BREAK-MONTH
               END-IF
               IF RSD-BENEFIT-MONTH NOT = WS-BREAK-MONTH
                   PERFORM WRITE-STATE-MONTH-LINE
                   MOVE RSD-BENEFIT-MONTH TO WS-BREAK-MONTH
               END-IF
               ADD 1 TO WS-BREAK-ACCOUNT-COUNT
               ADD RSD-AMOUNT TO WS-BREAK-DOLLARS
               READ REPORT-SORTED-FILE
                   AT END MOVE 'Y' TO WS-RSD-EOF-FLAG
               END-READ
           END-PERFORM

           IF WS-EXPUNGED-COUNT > ZERO
               PERFORM WRITE-STATE-MONTH-LINE
               PERFORM WRITE-STATE-TOTAL-LINE
           ELSE
               MOVE "NO BALANCES EXPUNGED THIS RUN" TO REPORT-LINE
               WRITE REPORT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           CLOSE REPORT-SORTED-FILE

           PERFORM LOAD-EBT-CONTROLS
           PERFORM PRINT-MONTH-SUMMARY
           PERFORM WRITE-REPORT-TOTALS
           CLOSE EXPUNGE-REPORT-FILE.

       WRITE-STATE-MONTH-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADINGS
           END-IF

           MOVE WS-BREAK-STATE-CODE TO DTL-STATE-CODE
           MOVE WS-BREAK-MONTH TO DTL-BENEFIT-MONTH
           MOVE WS-BREAK-ACCOUNT-COUNT TO DTL-ACCOUNT-COUNT
           MOVE WS-BREAK-DOLLARS TO DTL-DOLLARS
           MOVE SPACES TO DTL-NOTE
           WRITE REPORT-LINE FROM WS-STATE-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT

           ADD WS-BREAK-ACCOUNT-COUNT TO WS-STATE-ACCOUNT-COUNT
           ADD WS-BREAK-DOLLARS TO WS-STATE-DOLLARS
           PERFORM ADD-MONTH-TOTAL
           MOVE ZERO TO WS-BREAK-ACCOUNT-COUNT
           MOVE ZERO TO WS-BREAK-DOLLARS.

       WRITE-STATE-TOTAL-LINE.
           IF WS-LINE-COUNT + 2 > WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADINGS
           END-IF

           MOVE WS-BREAK-STATE-CODE TO DTL-STATE-CODE
           MOVE "TOTAL" TO DTL-BENEFIT-MONTH
           MOVE WS-STATE-ACCOUNT-COUNT TO DTL-ACCOUNT-COUNT
           MOVE WS-STATE-DOLLARS TO DTL-DOLLARS
           MOVE "** STATE TOTAL" TO DTL-NOTE
           WRITE REPORT-LINE FROM WS-STATE-DETAIL-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 2 TO WS-LINE-COUNT
           MOVE ZERO TO WS-STATE-ACCOUNT-COUNT
           MOVE ZERO TO WS-STATE-DOLLARS.

       ADD-MONTH-TOTAL.
           MOVE ZERO TO WS-MTT-MATCH-ENTRY
           PERFORM VARYING WS-MTT-IDX FROM 1 BY 1
               UNTIL WS-MTT-IDX > WS-MTT-TABLE-COUNT
               IF WS-MTT-MONTH(WS-MTT-IDX) = WS-BREAK-MONTH
                   SET WS-MTT-MATCH-ENTRY TO WS-MTT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-MTT-MATCH-ENTRY = ZERO
               IF WS-MTT-TABLE-COUNT < WS-MTT-MAX-ENTRIES
                   ADD 1 TO WS-MTT-TABLE-COUNT
                   MOVE WS-MTT-TABLE-COUNT TO WS-MTT-MATCH-ENTRY
                   MOVE WS-BREAK-MONTH
                       TO WS-MTT-MONTH(WS-MTT-MATCH-ENTRY)
                   MOVE ZERO
                       TO WS-MTT-ACCOUNT-COUNT(WS-MTT-MATCH-ENTRY)
                   MOVE ZERO TO WS-MTT-DOLLARS(WS-MTT-MATCH-ENTRY)
                   MOVE ZERO TO WS-MTT-EBT-POSTED(WS-MTT-MATCH-ENTRY)
                   MOVE 'N' TO WS-MTT-EBT-FOUND(WS-MTT-MATCH-ENTRY)
               ELSE
                   IF WS-MTT-TABLE-FULL = 'N'
                       MOVE 'Y' TO WS-MTT-TABLE-FULL
                       DISPLAY "WARNING: MONTH TOTAL TABLE FULL AT "
                           WS-MTT-MAX-ENTRIES " ENTRIES"
                   END-IF
               END-IF
           END-IF

           IF WS-MTT-MATCH-ENTRY > ZERO
               ADD WS-BREAK-ACCOUNT-COUNT
                   TO WS-MTT-ACCOUNT-COUNT(WS-MTT-MATCH-ENTRY)
               ADD WS-BREAK-DOLLARS
                   TO WS-MTT-DOLLARS(WS-MTT-MATCH-ENTRY)
           END-IF.

      *****************************************************************
      * EBT-RECONCILE CONTROL TOTALS - THE LAST RECORD FOR EACH BATCH *
      * DATE AND BENEFIT MONTH, ADDED INTO THE MONTHS EXPUNGED        *
      *****************************************************************
       LOAD-EBT-CONTROLS.
           OPEN INPUT EBT-CONTROL-FILE
           READ EBT-CONTROL-FILE
               AT END MOVE 'Y' TO WS-ECT-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-ECT-EOF-FLAG = 'Y'
               PERFORM KEEP-EBT-CONTROL
               READ EBT-CONTROL-FILE
                   AT END MOVE 'Y' TO WS-ECT-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE EBT-CONTROL-FILE

           PERFORM VARYING WS-ECT-IDX FROM 1 BY 1
               UNTIL WS-ECT-IDX > WS-ECT-TABLE-COUNT
               PERFORM VARYING WS-MTT-IDX FROM 1 BY 1
                   UNTIL WS-MTT-IDX > WS-MTT-TABLE-COUNT
                   IF WS-MTT-MONTH(WS-MTT-IDX) =
                      WS-ECT-MONTH(WS-ECT-IDX)
                       MOVE 'Y' TO WS-MTT-EBT-FOUND(WS-MTT-IDX)
                       ADD WS-ECT-POSTED-DOLLARS(WS-ECT-IDX)
                           TO WS-MTT-EBT-POSTED(WS-MTT-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       KEEP-EBT-CONTROL.
           MOVE ZERO TO WS-ECT-MATCH-ENTRY
           PERFORM VARYING WS-ECT-IDX FROM 1 BY 1
               UNTIL WS-ECT-IDX > WS-ECT-TABLE-COUNT
               IF WS-ECT-BATCH-DATE(WS-ECT-IDX) = ECTL-BATCH-DATE
                  AND WS-ECT-MONTH(WS-ECT-IDX) = ECTL-BENEFIT-MONTH
                   SET WS-ECT-MATCH-ENTRY TO WS-ECT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-ECT-MATCH-ENTRY = ZERO
               IF WS-ECT-TABLE-COUNT < WS-ECT-MAX-ENTRIES
                   ADD 1 TO WS-ECT-TABLE-COUNT
                   MOVE WS-ECT-TABLE-COUNT TO WS-ECT-MATCH-ENTRY
               ELSE
                   IF WS-ECT-TABLE-FULL = 'N'
                       MOVE 'Y' TO WS-ECT-TABLE-FULL
                       DISPLAY "WARNING: EBT CONTROL TABLE FULL AT "
                           WS-ECT-MAX-ENTRIES " ENTRIES"
                   END-IF
               END-IF
           END-IF

           IF WS-ECT-MATCH-ENTRY > ZERO
               MOVE ECTL-BATCH-DATE
                   TO WS-ECT-BATCH-DATE(WS-ECT-MATCH-ENTRY)
               MOVE ECTL-BENEFIT-MONTH
                   TO WS-ECT-MONTH(WS-ECT-MATCH-ENTRY)
               MOVE ECTL-POSTED-DOLLARS
                   TO WS-ECT-POSTED-DOLLARS(WS-ECT-MATCH-ENTRY)
           END-IF.

       PRINT-MONTH-SUMMARY.
           SORT WS-MTT-ENTRY ON ASCENDING KEY WS-MTT-MONTH
           MOVE WS-MONTH-COLUMN-HEADING TO WS-COLUMN-HEADING
           PERFORM WRITE-PAGE-HEADINGS

           PERFORM VARYING WS-MTT-IDX FROM 1 BY 1
               UNTIL WS-MTT-IDX > WS-MTT-TABLE-COUNT
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM WRITE-PAGE-HEADINGS
               END-IF
               MOVE WS-MTT-MONTH(WS-MTT-IDX) TO MDL-BENEFIT-MONTH
               MOVE WS-MTT-ACCOUNT-COUNT(WS-MTT-IDX)
                   TO MDL-ACCOUNT-COUNT
               MOVE WS-MTT-DOLLARS(WS-MTT-IDX) TO MDL-DOLLARS
               MOVE WS-MTT-EBT-POSTED(WS-MTT-IDX) TO MDL-EBT-POSTED
               IF WS-MTT-EBT-POSTED(WS-MTT-IDX) > ZERO
                   COMPUTE WS-PCT-WORK ROUNDED =
                       WS-MTT-DOLLARS(WS-MTT-IDX) * 100
                       / WS-MTT-EBT-POSTED(WS-MTT-IDX)
                   MOVE WS-PCT-WORK TO MDL-PCT
               ELSE
                   MOVE ZERO TO MDL-PCT
               END-IF
               IF WS-MTT-EBT-FOUND(WS-MTT-IDX) = 'N'
                   MOVE "NO EBT CONTROL ON FILE" TO MDL-NOTE
               ELSE
                   MOVE SPACES TO MDL-NOTE
               END-IF
               WRITE REPORT-LINE FROM WS-MONTH-DETAIL-LINE
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM.

       WRITE-REPORT-TOTALS.
           IF WS-LINE-COUNT + 9 > WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADINGS
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "BALANCES EXPUNGED" TO TTL-LABEL
           MOVE WS-EXPUNGED-COUNT TO TTL-COUNT
           MOVE WS-EXPUNGED-DOLLARS TO TTL-DOLLARS
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "ALREADY EXPUNGED ON LEDGER" TO TTL-LABEL
           MOVE WS-ALREADY-EXPG-COUNT TO TTL-COUNT
           MOVE ZERO TO TTL-DOLLARS
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "DORMANCY WARNINGS SENT" TO TTL-LABEL
           MOVE WS-NOTICE-COUNT TO TTL-COUNT
           MOVE WS-AT-RISK-DOLLARS TO TTL-DOLLARS
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "DORMANT - WARNED EARLIER" TO TTL-LABEL
           MOVE WS-ALREADY-WARNED-COUNT TO TTL-COUNT
           MOVE ZERO TO TTL-DOLLARS
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "DORMANT - CASE NOT ON FILE" TO TTL-LABEL
           MOVE WS-NO-CASE-COUNT TO TTL-COUNT
           MOVE ZERO TO TTL-DOLLARS
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "ACCOUNTS ON ACTIVITY FILE" TO TTL-LABEL
           MOVE WS-ACCOUNT-COUNT TO TTL-COUNT
           MOVE ZERO TO TTL-DOLLARS
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "UNREADABLE ACTIVITY RECORDS" TO TTL-LABEL
           MOVE WS-BAD-DATE-COUNT TO TTL-COUNT
           MOVE ZERO TO TTL-DOLLARS
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE
           ADD 8 TO WS-LINE-COUNT.

       WRITE-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           MOVE WS-PAGE-NUMBER TO HDG-PAGE-NUMBER
           WRITE REPORT-LINE FROM WS-REPORT-HEADING-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADING
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 4 TO WS-LINE-COUNT.

       DISPLAY-SUMMARY-TOTALS.
           DISPLAY "EBT DORMANCY AND EXPUNGEMENT COMPLETE"
           DISPLAY "ACTIVITY RECORDS READ: " WS-ACTIVITY-READ-COUNT
           DISPLAY "ACCOUNTS READ: " WS-ACCOUNT-COUNT
           DISPLAY "UNREADABLE ACTIVITY RECORDS: " WS-BAD-DATE-COUNT
           DISPLAY "LEDGER EXPUNGEMENTS ON FILE: "
               WS-LEDGER-EXPG-COUNT
           DISPLAY "DORMANT ACCOUNTS: " WS-DORMANT-COUNT
           DISPLAY "DORMANCY WARNINGS SENT: " WS-NOTICE-COUNT
           DISPLAY "DORMANT - WARNED EARLIER: "
               WS-ALREADY-WARNED-COUNT
           DISPLAY "DORMANT - CASE NOT ON FILE: " WS-NO-CASE-COUNT
           DISPLAY "WARNINGS CARRIED FORWARD: " WS-WARN-KEPT-COUNT
           DISPLAY "BALANCES EXPUNGED: " WS-EXPUNGED-COUNT
           DISPLAY "EXPUNGED DOLLARS: " WS-EXPUNGED-DOLLARS
           DISPLAY "ALREADY EXPUNGED ON LEDGER: "
               WS-ALREADY-EXPG-COUNT.

      *****************************************************************
      * LEDGER SORT INPUT - EXPUNGEMENT ENTRIES ONLY                  *
      *****************************************************************
       RELEASE-LEDGER-EXPUNGEMENTS SECTION.
       RELEASE-LEDGER-START.
           OPEN INPUT PAYMENT-LEDGER-FILE
           READ PAYMENT-LEDGER-FILE
               AT END MOVE 'Y' TO WS-LEDG-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-LEDG-EOF-FLAG = 'Y'
               IF PLG-SOURCE-EXPUNGEMENT
                   MOVE SPACES TO LEDGER-SORT-RECORD
                   MOVE PLG-APP-ID TO LSRT-APP-ID
                   MOVE PLG-BENEFIT-MONTH TO LSRT-BENEFIT-MONTH
                   RELEASE LEDGER-SORT-RECORD
                   ADD 1 TO WS-LEDGER-EXPG-COUNT
               END-IF
               READ PAYMENT-LEDGER-FILE
                   AT END MOVE 'Y' TO WS-LEDG-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE PAYMENT-LEDGER-FILE.
