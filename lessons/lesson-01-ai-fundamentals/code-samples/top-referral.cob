       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOP-REFERRAL.
      *********************************************************
      * TREASURY OFFSET PROGRAM REFERRAL                      *
      * POSTS THE WEEKLY FEDERAL OFFSET COLLECTIONS AND       *
      * REVERSALS AGAINST THE CLAIMS MASTER, THEN REVIEWS     *
      * EVERY CLAIM FOR FEDERAL OFFSET. A CLAIM DELINQUENT    *
      * MORE THAN 180 DAYS, OWING MORE THAN THE FEDERAL       *
      * MINIMUM, WITH NO ACTIVE BENEFIT TO OFFSET AND NO OPEN *
      * APPEAL, GETS THE SIXTY-DAY DUE-PROCESS NOTICE. ONCE   *
      * THE NOTICE PERIOD HAS RUN IT IS REFERRED ON THE       *
      * FEDERAL REFERRAL FILE. A REFERRED CLAIM THAT IS PAID  *
      * OFF, WRITTEN OFF, OR UNDER APPEAL GOES OUT AS A       *
      * DELETION, AND ONE WHOSE BALANCE HAS COME DOWN GOES    *
      * OUT AS A DECREASE. THE REFERRAL MASTER TRACKS WHERE   *
      * EACH CLAIM STANDS, AND EVERY ACTION IS LISTED ON THE  *
      * REFERRAL REGISTER                                     *
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLAIMS-MASTER-FILE ASSIGN TO "CLAIMS.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL TOP-REFERRAL-FILE ASSIGN TO "TOPREF.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL TOP-COLLECTION-FILE ASSIGN TO "TOPCOLL.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL CLAIM-ACTIVITY-FILE ASSIGN TO "CLMACT.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "HISTORY.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT HISTORY-WORK-FILE ASSIGN TO "TOPHSRT.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL APPEAL-FILE ASSIGN TO "APPEALS.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT APPLICANT-FILE ASSIGN TO "APPLICANT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS APP-ID.

           SELECT DUE-PROCESS-NOTICE-FILE ASSIGN TO "TOPNOTC.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT FEDERAL-REFERRAL-FILE ASSIGN TO "TOPREFER.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT REGISTER-REPORT-FILE ASSIGN TO "TOPREF.RPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT HISTORY-SORT-FILE ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  CLAIMS-MASTER-FILE.
           COPY CLAIMREC.

       FD  TOP-REFERRAL-FILE.
           COPY TOPREFRC.

      *****************************************************************
      * WEEKLY FEDERAL COLLECTION FILE - ONE RECORD PER OFFSET TAKEN  *
      * ('C') OR GIVEN BACK ('R') AGAINST A REFERRED DEBT, CARRYING   *
      * THE DEBT ID THE DEBT WAS REFERRED UNDER                       *
      *****************************************************************
       FD  TOP-COLLECTION-FILE.
       01  TOP-COLLECTION-RECORD.
           05  TCOL-DEBT-ID.
               10  TCOL-APP-ID         PIC X(8).
               10  FILLER              PIC X(7).
           05  TCOL-TRAN-TYPE          PIC X(1).
               88  TCOL-COLLECTION          VALUE 'C'.
               88  TCOL-REVERSAL            VALUE 'R'.
           05  TCOL-AMOUNT             PIC 9(6)V99.
           05  TCOL-OFFSET-DATE        PIC X(8).
           05  TCOL-TRACE-NUMBER       PIC X(15).
           05  FILLER                  PIC X(13).

      *****************************************************************
      * CLAIM ACTIVITY LOG - OPENED EXTEND SO EACH FEDERAL OFFSET     *
      * COLLECTION AND REVERSAL JOINS THE MONTH'S HISTORY             *
      *****************************************************************
       FD  CLAIM-ACTIVITY-FILE.
           COPY CLMACTRC.

       FD  HISTORY-FILE.
           COPY HISTREC.

      *****************************************************************
      * SORTED COPY OF HISTORY.DAT BY CASE AND RUN DATE, FILE ORDER   *
      * KEPT WITHIN A RUN DATE, SO THE LAST RECORD READ FOR A CASE IS *
      * ITS LATEST DETERMINATION                                      *
      *****************************************************************
       FD  HISTORY-WORK-FILE.
       01  HISTORY-WORK-RECORD.
           05  HWRK-APP-ID             PIC X(8).
           05  HWRK-RUN-DATE           PIC X(8).
           05  FILLER                  PIC X(32).
           05  HWRK-DETERMINATION      PIC X(8).
               88  HWRK-APPROVED            VALUE "APPROVED".
           05  FILLER                  PIC X(10).

       SD  HISTORY-SORT-FILE.
       01  HISTORY-SORT-RECORD.
           05  HSRT-APP-ID             PIC X(8).
           05  HSRT-RUN-DATE           PIC X(8).
           05  FILLER                  PIC X(50).

       FD  APPEAL-FILE.
           COPY APPEALRC.

       FD  APPLICANT-FILE.
           COPY APPLREC.

      *****************************************************************
      * DUE-PROCESS NOTICE - ONE PER CLAIM TAKEN UP FOR OFFSET,       *
      * ADDRESSED FROM THE MASTER, GIVING THE AMOUNT OWED, THE DATE   *
      * THE DEBT WENT DELINQUENT, AND THE EARLIEST DATE IT CAN BE     *
      * REFERRED IF THE HOUSEHOLD DOES NOT PAY OR DISPUTE IT          *
      *****************************************************************
       FD  DUE-PROCESS-NOTICE-FILE.
       01  DUE-PROCESS-NOTICE-RECORD.
           05  TNT-APP-ID              PIC X(8).
           05  TNT-LAST-NAME           PIC X(25).
           05  TNT-FIRST-NAME          PIC X(20).
           05  TNT-ADDRESS-LINE1       PIC X(25).
           05  TNT-CITY                PIC X(15).
           05  TNT-STATE-CODE          PIC X(2).
           05  TNT-ZIP-CODE            PIC X(9).
           05  TNT-NOTICE-DATE         PIC X(8).
           05  TNT-BALANCE             PIC 9(6)V99.
           05  TNT-DELINQUENCY-DATE    PIC X(8).
           05  TNT-REFERRAL-DATE       PIC X(8).
           05  FILLER                  PIC X(10).

      *****************************************************************
      * FEDERAL REFERRAL FILE - 'A' ADDS A DEBT FOR OFFSET, 'U'       *
      * DECREASES THE AMOUNT CARRIED ON A REFERRED DEBT, 'D' DELETES  *
      * A REFERRED DEBT. THE DEBT ID IS THE APPLICANT ID. DELETE      *
      * REASONS ARE PF PAID IN FULL, WO WRITTEN OFF, AP APPEALED, CL  *
      * CLAIM CLOSED                                                  *
      *****************************************************************
       FD  FEDERAL-REFERRAL-FILE.
       01  FEDERAL-REFERRAL-RECORD.
           05  TRF-RECORD-TYPE         PIC X(1).
               88  TRF-ADD-DEBT             VALUE 'A'.
               88  TRF-DECREASE-DEBT        VALUE 'U'.
               88  TRF-DELETE-DEBT          VALUE 'D'.
           05  TRF-AGENCY-SITE-ID      PIC X(5).
           05  TRF-DEBT-ID             PIC X(15).
           05  TRF-DEBTOR-TIN          PIC X(9).
           05  TRF-TIN-TYPE            PIC X(1).
           05  TRF-LAST-NAME           PIC X(25).
           05  TRF-FIRST-NAME          PIC X(20).
           05  TRF-ADDRESS-LINE1       PIC X(25).
           05  TRF-CITY                PIC X(15).
           05  TRF-STATE-CODE          PIC X(2).
           05  TRF-ZIP-CODE            PIC X(9).
           05  TRF-DEBT-AMOUNT         PIC 9(8)V99.
           05  TRF-DELINQUENCY-DATE    PIC X(8).
           05  TRF-NOTICE-DATE         PIC X(8).
           05  TRF-ACTION-DATE         PIC X(8).
           05  TRF-DELETE-REASON       PIC X(2).
           05  FILLER                  PIC X(17).

       FD  REGISTER-REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE             PIC X(8).
           05  WS-RUN-DAY-NBR          PIC 9(7) VALUE ZERO.

       01  WS-PROGRAM-CONSTANTS.
      *    THE FEDERAL PROGRAM WILL NOT TAKE A DEBT OF $25 OR LESS,
      *    OR ONE NOT YET DELINQUENT MORE THAN 180 DAYS, AND THE
      *    HOUSEHOLD MUST HAVE SIXTY DAYS' NOTICE BEFORE REFERRAL
           05  WS-TOP-MINIMUM-BALANCE  PIC 9(6)V99 VALUE 25.00.
           05  WS-DELINQUENT-DAYS      PIC 9(3) VALUE 180.
           05  WS-NOTICE-DAYS          PIC 9(2) VALUE 60.
           05  WS-AGENCY-SITE-ID       PIC X(5) VALUE "SNP01".
           05  WS-SSN-TIN-TYPE         PIC X(1) VALUE '1'.

       01  WS-REFERRAL-WORK-FIELDS.
           05  WS-APPLY-AMOUNT         PIC 9(6)V99.
           05  WS-EXCESS-AMOUNT        PIC 9(6)V99.
           05  WS-ACTIVITY-CODE        PIC X(1).
           05  WS-ACTIVITY-AMOUNT      PIC 9(6)V99.
           05  WS-BASE-DATE            PIC X(8).
           05  WS-ELAPSED-DAYS         PIC S9(7).
           05  WS-DELETE-REASON        PIC X(1).
           05  WS-REFERRAL-TYPE        PIC X(1).
           05  WS-APPLICANT-FOUND      PIC X VALUE 'N'.
           05  WS-RESULT-TEXT          PIC X(40).

      *****************************************************************
      * NOTICE PERIOD ARITHMETIC - THE SIXTY DAYS ARE ADDED TO THE    *
      * RUN DATE, ROLLING OVER MONTH AND YEAR ENDS                    *
      *****************************************************************
       01  WS-DATE-WORK-FIELDS.
           05  WS-WORK-DATE            PIC X(8).
           05  WS-WORK-DATE-N REDEFINES WS-WORK-DATE.
               10  WS-WORK-YEAR        PIC 9(4).
               10  WS-WORK-MONTH       PIC 9(2).
               10  WS-WORK-DAY         PIC 9(2).
           05  WS-LEAP-QUOTIENT        PIC 9(4).
           05  WS-LEAP-REMAINDER       PIC 9(3).
           05  WS-MONTH-LAST-DAY       PIC 9(2).

       01  WS-MONTH-DAYS-VALUES        PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS           PIC 9(2) OCCURS 12 TIMES.

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
      * CLAIMS MASTER TABLE - THE FULL CLAIMS MASTER IN APPLICANT ID  *
      * ORDER, WITH EACH CLAIM'S REFERRAL STANDING FROM TOPREF.DAT,   *
      * ITS LAST PAYMENT DATE FROM THE ACTIVITY LOG, AND WHETHER THE  *
      * CASE HAS A BENEFIT RUNNING OR AN APPEAL OPEN. A REFERRAL LEFT *
      * WITH NO CLAIM BEHIND IT IS CARRIED AS AN ENTRY NOT ON THE     *
      * MASTER SO ITS DELETION CAN BE SENT, AND IS NOT WRITTEN BACK   *
      * TO CLAIMS.DAT                                                 *
      *****************************************************************
       01  WS-CLAIM-TABLE.
           05  WS-CLM-ENTRY OCCURS 10000 TIMES
                   ASCENDING KEY IS WS-CLM-APP-ID
                   INDEXED BY WS-CLM-IDX.
               10  WS-CLM-APP-ID           PIC X(8).
               10  WS-CLM-ESTABLISHED-DATE PIC X(8).
               10  WS-CLM-SOURCE-CODE      PIC X(1).
               10  WS-CLM-FIRST-MONTH      PIC X(6).
               10  WS-CLM-LAST-MONTH       PIC X(6).
               10  WS-CLM-ORIGINAL-AMOUNT  PIC 9(6)V99.
               10  WS-CLM-COLLECTED-AMOUNT PIC 9(6)V99.
               10  WS-CLM-BALANCE          PIC 9(6)V99.
               10  WS-CLM-STATUS           PIC X(1).
               10  WS-CLM-ON-MASTER        PIC X(1).
               10  WS-CLM-LAST-PAY-DATE    PIC X(8).
               10  WS-CLM-BENEFIT-FLAG     PIC X(1).
               10  WS-CLM-APPEAL-FLAG      PIC X(1).
               10  WS-TOP-STATUS           PIC X(1).
                   88  WS-TOP-NOTICED           VALUE 'N'.
                   88  WS-TOP-REFERRED          VALUE 'R'.
                   88  WS-TOP-DELETED           VALUE 'D'.
               10  WS-TOP-NOTICE-DATE      PIC X(8).
               10  WS-TOP-DELINQUENCY-DATE PIC X(8).
               10  WS-TOP-REFERRAL-DATE    PIC X(8).
               10  WS-TOP-REFERRED-AMOUNT  PIC 9(6)V99.
               10  WS-TOP-COLLECTED-AMOUNT PIC 9(6)V99.
               10  WS-TOP-DELETE-DATE      PIC X(8).
               10  WS-TOP-DELETE-REASON    PIC X(1).

       01  WS-CLM-TABLE-FIELDS.
           05  WS-CLM-MAX-ENTRIES      PIC 9(5) VALUE 10000.
           05  WS-CLM-TABLE-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-CLM-TABLE-FULL       PIC X VALUE 'N'.
           05  WS-CLM-MATCH-ENTRY      PIC 9(5).
           05  WS-CLM-SEARCH-APP-ID    PIC X(8).

      *****************************************************************
      * REFERRED DEBTS WHOSE CLAIM HAS LEFT THE MASTER, HELD WHOLE    *
      * UNTIL THE REFERRAL MASTER HAS BEEN MATCHED                    *
      *****************************************************************
       01  WS-ORPHAN-TABLE.
           05  WS-ORPHAN-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-ORPHAN-IDX
                                       PIC X(68).

       01  WS-ORPHAN-TABLE-FIELDS.
           05  WS-ORPHAN-MAX-ENTRIES   PIC 9(4) VALUE 1000.
           05  WS-ORPHAN-COUNT         PIC 9(4) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-COLLECTION-COUNT     PIC 9(6) VALUE ZERO.
           05  WS-REVERSAL-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-EXCESS-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-REJECTED-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-ACTIVITY-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-NOTICE-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-ADD-COUNT            PIC 9(6) VALUE ZERO.
           05  WS-DECREASE-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-DELETE-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-CANCEL-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-HELD-COUNT           PIC 9(6) VALUE ZERO.

       01  WS-DOLLAR-TOTALS.
           05  WS-TOT-COLLECTED        PIC 9(10)V99 VALUE ZERO.
           05  WS-TOT-REVERSED         PIC 9(10)V99 VALUE ZERO.
           05  WS-TOT-EXCESS           PIC 9(10)V99 VALUE ZERO.
           05  WS-TOT-REJECTED         PIC 9(10)V99 VALUE ZERO.
           05  WS-TOT-NOTICED          PIC 9(10)V99 VALUE ZERO.
           05  WS-TOT-REFERRED         PIC 9(10)V99 VALUE ZERO.
           05  WS-TOT-DECREASED        PIC 9(10)V99 VALUE ZERO.
           05  WS-TOT-DELETED          PIC 9(10)V99 VALUE ZERO.

       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "TREASURY OFFSET REFERRAL REGISTER".
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  HDG-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "PAGE: ".
           05  HDG-PAGE-NUMBER         PIC ZZZ9.
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(10) VALUE "APP ID".
           05  FILLER                  PIC X(24) VALUE "ACTION".
           05  FILLER                  PIC X(14) VALUE "BALANCE".
           05  FILLER                  PIC X(14) VALUE "AMOUNT".
           05  FILLER                  PIC X(12) VALUE "DATE".
           05  FILLER                  PIC X(40) VALUE "NOTE".
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  WS-REPORT-DETAIL-LINE.
           05  DTL-APP-ID              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-ACTION              PIC X(22).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-BALANCE             PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  DTL-AMOUNT              PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  DTL-DATE                PIC X(8).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  DTL-NOTE                PIC X(40).
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  WS-REPORT-TOTAL-LINE.
           05  TTL-LABEL               PIC X(30).
           05  FILLER                  PIC X(7) VALUE "COUNT: ".
           05  TTL-COUNT               PIC ZZZZZ9.
           05  FILLER                  PIC X(11) VALUE "  DOLLARS: ".
           05  TTL-DOLLARS             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(64) VALUE SPACES.

       01  WS-REPORT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(3) VALUE 99.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.
           05  WS-PAGE-NUMBER          PIC 9(4) VALUE ZERO.
           05  WS-REPORT-LINE-COUNT    PIC 9(6) VALUE ZERO.

       01  WS-FLAGS.
           05  WS-MASTER-EOF-FLAG      PIC X VALUE 'N'.
           05  WS-TOPREF-EOF-FLAG      PIC X VALUE 'N'.
           05  WS-COLL-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-ACT-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-HIST-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-APPEAL-EOF-FLAG      PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-CVT-DATE
           PERFORM CONVERT-DATE-TO-DAYS
           MOVE WS-CVT-DAY-NBR TO WS-RUN-DAY-NBR

           PERFORM LOAD-CLAIMS-MASTER
           PERFORM LOAD-REFERRAL-MASTER
           PERFORM FIND-LAST-PAYMENTS
           PERFORM FLAG-ACTIVE-BENEFITS
           PERFORM FLAG-OPEN-APPEALS

           OPEN OUTPUT REGISTER-REPORT-FILE
           OPEN EXTEND CLAIM-ACTIVITY-FILE
           PERFORM POST-TREASURY-COLLECTIONS
           CLOSE CLAIM-ACTIVITY-FILE

           OPEN INPUT APPLICANT-FILE
           OPEN OUTPUT DUE-PROCESS-NOTICE-FILE
           OPEN OUTPUT FEDERAL-REFERRAL-FILE
           PERFORM REVIEW-CLAIM-REFERRALS
           CLOSE APPLICANT-FILE
           CLOSE DUE-PROCESS-NOTICE-FILE
           CLOSE FEDERAL-REFERRAL-FILE

           IF WS-REPORT-LINE-COUNT = ZERO
               PERFORM WRITE-PAGE-HEADINGS
           END-IF
           PERFORM WRITE-REGISTER-TOTALS
           CLOSE REGISTER-REPORT-FILE

           PERFORM REWRITE-CLAIMS-MASTER
           PERFORM REWRITE-REFERRAL-MASTER

           DISPLAY "TREASURY OFFSET REFERRAL COMPLETE"
           DISPLAY "FEDERAL COLLECTIONS POSTED: " WS-COLLECTION-COUNT
           DISPLAY "FEDERAL REVERSALS POSTED: " WS-REVERSAL-COUNT
           DISPLAY "COLLECTIONS OVER BALANCE TO REFUND: "
               WS-EXCESS-COUNT
           DISPLAY "COLLECTION RECORDS REJECTED: " WS-REJECTED-COUNT
           DISPLAY "CLAIM ACTIVITY LOGGED: " WS-ACTIVITY-COUNT
           DISPLAY "DUE-PROCESS NOTICES SENT: " WS-NOTICE-COUNT
           DISPLAY "DEBTS REFERRED: " WS-ADD-COUNT
           DISPLAY "REFERRALS DECREASED: " WS-DECREASE-COUNT
           DISPLAY "REFERRALS DELETED: " WS-DELETE-COUNT
           DISPLAY "NOTICES CANCELLED BEFORE REFERRAL: "
               WS-CANCEL-COUNT
           DISPLAY "REFERRALS HELD: " WS-HELD-COUNT
           STOP RUN.

      *****************************************************************
      * THE CLAIMS MASTER IS LOADED AND SORTED INTO APPLICANT ID      *
      * ORDER SO EVERY LATER FILE CAN FIND ITS CLAIM WITH SEARCH ALL. *
      * UNUSED ENTRIES HOLD HIGH-VALUES AND SORT TO THE END           *
      *****************************************************************
       LOAD-CLAIMS-MASTER.
           MOVE HIGH-VALUES TO WS-CLAIM-TABLE
           MOVE ZERO TO WS-CLM-TABLE-COUNT

           OPEN INPUT CLAIMS-MASTER-FILE
           READ CLAIMS-MASTER-FILE
               AT END MOVE 'Y' TO WS-MASTER-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-MASTER-EOF-FLAG = 'Y'
               IF WS-CLM-TABLE-COUNT < WS-CLM-MAX-ENTRIES
                   ADD 1 TO WS-CLM-TABLE-COUNT
                   MOVE WS-CLM-TABLE-COUNT TO WS-CLM-MATCH-ENTRY
                   MOVE CLM-APP-ID TO WS-CLM-SEARCH-APP-ID
                   PERFORM CLEAR-CLAIM-ENTRY
                   MOVE CLM-ESTABLISHED-DATE
                       TO WS-CLM-ESTABLISHED-DATE(WS-CLM-TABLE-COUNT)
                   MOVE CLM-SOURCE-CODE
                       TO WS-CLM-SOURCE-CODE(WS-CLM-TABLE-COUNT)
                   MOVE CLM-FIRST-MONTH
                       TO WS-CLM-FIRST-MONTH(WS-CLM-TABLE-COUNT)
                   MOVE CLM-LAST-MONTH
                       TO WS-CLM-LAST-MONTH(WS-CLM-TABLE-COUNT)
                   MOVE CLM-ORIGINAL-AMOUNT
                       TO WS-CLM-ORIGINAL-AMOUNT(WS-CLM-TABLE-COUNT)
                   MOVE CLM-COLLECTED-AMOUNT
                       TO WS-CLM-COLLECTED-AMOUNT(WS-CLM-TABLE-COUNT)
                   MOVE CLM-BALANCE
                       TO WS-CLM-BALANCE(WS-CLM-TABLE-COUNT)
                   MOVE CLM-STATUS
                       TO WS-CLM-STATUS(WS-CLM-TABLE-COUNT)
                   MOVE 'Y' TO WS-CLM-ON-MASTER(WS-CLM-TABLE-COUNT)
               ELSE
                   IF WS-CLM-TABLE-FULL = 'N'
                       MOVE 'Y' TO WS-CLM-TABLE-FULL
                       DISPLAY "WARNING: CLAIMS TABLE FULL AT "
                           WS-CLM-MAX-ENTRIES " ENTRIES"
                   END-IF
               END-IF
               READ CLAIMS-MASTER-FILE
                   AT END MOVE 'Y' TO WS-MASTER-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE CLAIMS-MASTER-FILE

           SORT WS-CLM-ENTRY ON ASCENDING KEY WS-CLM-APP-ID.

      *    A NEW ENTRY STARTS WITH NO REFERRAL, NO PAYMENT, AND NO
      *    BENEFIT OR APPEAL ON RECORD
       CLEAR-CLAIM-ENTRY.
           MOVE WS-CLM-SEARCH-APP-ID
               TO WS-CLM-APP-ID(WS-CLM-MATCH-ENTRY)
           MOVE SPACES TO WS-CLM-ESTABLISHED-DATE(WS-CLM-MATCH-ENTRY)
           MOVE SPACES TO WS-CLM-SOURCE-CODE(WS-CLM-MATCH-ENTRY)
           MOVE SPACES TO WS-CLM-FIRST-MONTH(WS-CLM-MATCH-ENTRY)
           MOVE SPACES TO WS-CLM-LAST-MONTH(WS-CLM-MATCH-ENTRY)
           MOVE ZERO TO WS-CLM-ORIGINAL-AMOUNT(WS-CLM-MATCH-ENTRY)
           MOVE ZERO TO WS-CLM-COLLECTED-AMOUNT(WS-CLM-MATCH-ENTRY)
           MOVE ZERO TO WS-CLM-BALANCE(WS-CLM-MATCH-ENTRY)
           MOVE SPACES TO WS-CLM-STATUS(WS-CLM-MATCH-ENTRY)
           MOVE 'N' TO WS-CLM-ON-MASTER(WS-CLM-MATCH-ENTRY)
           MOVE SPACES TO WS-CLM-LAST-PAY-DATE(WS-CLM-MATCH-ENTRY)
           MOVE 'N' TO WS-CLM-BENEFIT-FLAG(WS-CLM-MATCH-ENTRY)
           MOVE 'N' TO WS-CLM-APPEAL-FLAG(WS-CLM-MATCH-ENTRY)
           MOVE SPACES TO WS-TOP-STATUS(WS-CLM-MATCH-ENTRY)
           MOVE SPACES TO WS-TOP-NOTICE-DATE(WS-CLM-MATCH-ENTRY)
           MOVE SPACES TO WS-TOP-DELINQUENCY-DATE(WS-CLM-MATCH-ENTRY)
           MOVE SPACES TO WS-TOP-REFERRAL-DATE(WS-CLM-MATCH-ENTRY)
           MOVE ZERO TO WS-TOP-REFERRED-AMOUNT(WS-CLM-MATCH-ENTRY)
           MOVE ZERO TO WS-TOP-COLLECTED-AMOUNT(WS-CLM-MATCH-ENTRY)
           MOVE SPACES TO WS-TOP-DELETE-DATE(WS-CLM-MATCH-ENTRY)
           MOVE SPACES TO WS-TOP-DELETE-REASON(WS-CLM-MATCH-ENTRY).

       SEARCH-CLAIM-TABLE.
           MOVE ZERO TO WS-CLM-MATCH-ENTRY
           SEARCH ALL WS-CLM-ENTRY
               AT END
                   MOVE ZERO TO WS-CLM-MATCH-ENTRY
               WHEN WS-CLM-APP-ID(WS-CLM-IDX) = WS-CLM-SEARCH-APP-ID
                   SET WS-CLM-MATCH-ENTRY TO WS-CLM-IDX
           END-SEARCH.

      *****************************************************************
      * REFERRAL MASTER - EACH RECORD JOINS ITS CLAIM. A DEBT STILL   *
      * REFERRED WHOSE CLAIM HAS LEFT THE MASTER IS ADDED AS AN ENTRY *
      * OF ITS OWN SO THE DELETION GOES OUT; A NOTICE OR DELETION     *
      * WITH NO CLAIM BEHIND IT IS DROPPED                            *
      *****************************************************************
       LOAD-REFERRAL-MASTER.
           MOVE ZERO TO WS-ORPHAN-COUNT

           OPEN INPUT TOP-REFERRAL-FILE
           READ TOP-REFERRAL-FILE
               AT END MOVE 'Y' TO WS-TOPREF-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-TOPREF-EOF-FLAG = 'Y'
               MOVE TOP-APP-ID TO WS-CLM-SEARCH-APP-ID
               PERFORM SEARCH-CLAIM-TABLE
               IF WS-CLM-MATCH-ENTRY > ZERO
                   PERFORM ATTACH-REFERRAL-RECORD
               ELSE
                   IF TOP-REFERRED
                       IF WS-ORPHAN-COUNT < WS-ORPHAN-MAX-ENTRIES
                           ADD 1 TO WS-ORPHAN-COUNT
                           MOVE TOP-REFERRAL-RECORD
                               TO WS-ORPHAN-ENTRY(WS-ORPHAN-COUNT)
                       ELSE
                           DISPLAY "WARNING: REFERRAL WITH NO CLAIM "
                               "NOT HELD FOR DELETION " TOP-APP-ID
                       END-IF
                   END-IF
               END-IF
               READ TOP-REFERRAL-FILE
                   AT END MOVE 'Y' TO WS-TOPREF-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE TOP-REFERRAL-FILE

      *    THE DEBTS WITH NO CLAIM ARE ADDED ONLY AFTER THE WHOLE FILE
      *    HAS BEEN MATCHED, SO THE TABLE STAYS IN ORDER FOR THE
      *    SEARCH, AND IS THEN PUT BACK IN ORDER WITH THEM
           IF WS-ORPHAN-COUNT > ZERO
               PERFORM VARYING WS-ORPHAN-IDX FROM 1 BY 1
                   UNTIL WS-ORPHAN-IDX > WS-ORPHAN-COUNT
                   IF WS-CLM-TABLE-COUNT < WS-CLM-MAX-ENTRIES
                       ADD 1 TO WS-CLM-TABLE-COUNT
                       MOVE WS-CLM-TABLE-COUNT TO WS-CLM-MATCH-ENTRY
                       MOVE WS-ORPHAN-ENTRY(WS-ORPHAN-IDX)
                           TO TOP-REFERRAL-RECORD
                       MOVE TOP-APP-ID TO WS-CLM-SEARCH-APP-ID
                       PERFORM CLEAR-CLAIM-ENTRY
                       PERFORM ATTACH-REFERRAL-RECORD
                   ELSE
                       IF WS-CLM-TABLE-FULL = 'N'
                           MOVE 'Y' TO WS-CLM-TABLE-FULL
                           DISPLAY "WARNING: CLAIMS TABLE FULL AT "
                               WS-CLM-MAX-ENTRIES " ENTRIES"
                       END-IF
                   END-IF
               END-PERFORM
               SORT WS-CLM-ENTRY ON ASCENDING KEY WS-CLM-APP-ID
           END-IF.

       ATTACH-REFERRAL-RECORD.
           MOVE TOP-STATUS TO WS-TOP-STATUS(WS-CLM-MATCH-ENTRY)
           MOVE TOP-NOTICE-DATE
               TO WS-TOP-NOTICE-DATE(WS-CLM-MATCH-ENTRY)
           MOVE TOP-DELINQUENCY-DATE
               TO WS-TOP-DELINQUENCY-DATE(WS-CLM-MATCH-ENTRY)
           MOVE TOP-REFERRAL-DATE
               TO WS-TOP-REFERRAL-DATE(WS-CLM-MATCH-ENTRY)
           MOVE TOP-REFERRED-AMOUNT
               TO WS-TOP-REFERRED-AMOUNT(WS-CLM-MATCH-ENTRY)
           MOVE TOP-COLLECTED-AMOUNT
               TO WS-TOP-COLLECTED-AMOUNT(WS-CLM-MATCH-ENTRY)
           MOVE TOP-DELETE-DATE
               TO WS-TOP-DELETE-DATE(WS-CLM-MATCH-ENTRY)
           MOVE TOP-DELETE-REASON
               TO WS-TOP-DELETE-REASON(WS-CLM-MATCH-ENTRY).

      *****************************************************************
      * LAST PAYMENT - THE LATEST CASH, BENEFIT OFFSET, OR FEDERAL    *
      * OFFSET COLLECTION LOGGED AGAINST EACH CLAIM. A CLAIM NEVER    *
      * PAID ON IS DELINQUENT FROM THE DATE IT WAS ESTABLISHED        *
      *****************************************************************
       FIND-LAST-PAYMENTS.
           OPEN INPUT CLAIM-ACTIVITY-FILE
           READ CLAIM-ACTIVITY-FILE
               AT END MOVE 'Y' TO WS-ACT-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-ACT-EOF-FLAG = 'Y'
               IF CACT-CASH-COLLECTION OR CACT-BENEFIT-OFFSET
                  OR CACT-TREASURY-OFFSET
                   MOVE CACT-APP-ID TO WS-CLM-SEARCH-APP-ID
                   PERFORM SEARCH-CLAIM-TABLE
                   IF WS-CLM-MATCH-ENTRY > ZERO
                       IF WS-CLM-LAST-PAY-DATE(WS-CLM-MATCH-ENTRY)
                          = SPACES
                          OR CACT-ACTIVITY-DATE
                          > WS-CLM-LAST-PAY-DATE(WS-CLM-MATCH-ENTRY)
                           MOVE CACT-ACTIVITY-DATE
                               TO WS-CLM-LAST-PAY-DATE
                                   (WS-CLM-MATCH-ENTRY)
                       END-IF
                   END-IF
               END-IF
               READ CLAIM-ACTIVITY-FILE
                   AT END MOVE 'Y' TO WS-ACT-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE CLAIM-ACTIVITY-FILE.

      *****************************************************************
      * ACTIVE BENEFIT - A CASE WHOSE DETERMINATION NOW IN FORCE IS   *
      * APPROVED IS BEING PAID, AND ITS CLAIM IS RECOVERED BY BENEFIT *
      * OFFSET INSTEAD. THE SORTED HISTORY ARRIVES OLDEST FIRST, SO   *
      * THE LAST RECORD FOR A CASE SETS THE FLAG                      *
      *****************************************************************
       FLAG-ACTIVE-BENEFITS.
           SORT HISTORY-SORT-FILE
               ON ASCENDING KEY HSRT-APP-ID
                                HSRT-RUN-DATE
               WITH DUPLICATES IN ORDER
               USING HISTORY-FILE
               GIVING HISTORY-WORK-FILE

           OPEN INPUT HISTORY-WORK-FILE
           READ HISTORY-WORK-FILE
               AT END MOVE 'Y' TO WS-HIST-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-HIST-EOF-FLAG = 'Y'
               MOVE HWRK-APP-ID TO WS-CLM-SEARCH-APP-ID
               PERFORM SEARCH-CLAIM-TABLE
               IF WS-CLM-MATCH-ENTRY > ZERO
                   IF HWRK-APPROVED
                       MOVE 'Y'
                           TO WS-CLM-BENEFIT-FLAG(WS-CLM-MATCH-ENTRY)
                   ELSE
                       MOVE 'N'
                           TO WS-CLM-BENEFIT-FLAG(WS-CLM-MATCH-ENTRY)
                   END-IF
               END-IF
               READ HISTORY-WORK-FILE
                   AT END MOVE 'Y' TO WS-HIST-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE HISTORY-WORK-FILE.

       FLAG-OPEN-APPEALS.
           OPEN INPUT APPEAL-FILE
           READ APPEAL-FILE
               AT END MOVE 'Y' TO WS-APPEAL-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-APPEAL-EOF-FLAG = 'Y'
               IF APL-STATUS-OPEN
                   MOVE APL-APP-ID TO WS-CLM-SEARCH-APP-ID
                   PERFORM SEARCH-CLAIM-TABLE
                   IF WS-CLM-MATCH-ENTRY > ZERO
                       MOVE 'Y'
                           TO WS-CLM-APPEAL-FLAG(WS-CLM-MATCH-ENTRY)
                   END-IF
               END-IF
               READ APPEAL-FILE
                   AT END MOVE 'Y' TO WS-APPEAL-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE APPEAL-FILE.

      *****************************************************************
      * FEDERAL COLLECTIONS AND REVERSALS. A COLLECTION POSTS LIKE    *
      * ANY OTHER AGAINST THE BALANCE, AND ANYTHING TAKEN BEYOND WHAT *
      * WAS OWED IS LISTED FOR REFUND TO THE HOUSEHOLD. A REVERSAL    *
      * PUTS MONEY THE FEDERAL PROGRAM GAVE BACK ON THE BALANCE AND   *
      * REOPENS A CLAIM IT HAD CLOSED. BOTH ARE LOGGED TO THE CLAIM   *
      * ACTIVITY FILE FOR THE GENERAL LEDGER                          *
      *****************************************************************
       POST-TREASURY-COLLECTIONS.
           OPEN INPUT TOP-COLLECTION-FILE
           READ TOP-COLLECTION-FILE
               AT END MOVE 'Y' TO WS-COLL-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-COLL-EOF-FLAG = 'Y'
               MOVE TCOL-APP-ID TO WS-CLM-SEARCH-APP-ID
               PERFORM SEARCH-CLAIM-TABLE
               IF WS-CLM-MATCH-ENTRY > ZERO
                   IF WS-CLM-ON-MASTER(WS-CLM-MATCH-ENTRY) = 'N'
                       MOVE ZERO TO WS-CLM-MATCH-ENTRY
                   END-IF
               END-IF
               MOVE SPACES TO WS-RESULT-TEXT
               EVALUATE TRUE
                   WHEN WS-CLM-MATCH-ENTRY = ZERO
                       MOVE "NO CLAIM ON MASTER" TO WS-RESULT-TEXT
                   WHEN TCOL-COLLECTION
                       PERFORM APPLY-TREASURY-COLLECTION
                   WHEN TCOL-REVERSAL
                       PERFORM APPLY-TREASURY-REVERSAL
                   WHEN OTHER
                       MOVE "INVALID TRANSACTION TYPE" TO WS-RESULT-TEXT
               END-EVALUATE
               IF WS-RESULT-TEXT NOT = SPACES
                   PERFORM REJECT-COLLECTION-RECORD
               END-IF
               READ TOP-COLLECTION-FILE
                   AT END MOVE 'Y' TO WS-COLL-EOF-FLAG
               END-READ
           END-PERFORM
           CLOSE TOP-COLLECTION-FILE

      *    THE WEEK'S FILE IS CLEARED ONCE POSTED SO A RERUN DOES NOT
      *    POST THE SAME OFFSETS AGAINST THE BALANCES A SECOND TIME
           OPEN OUTPUT TOP-COLLECTION-FILE
           CLOSE TOP-COLLECTION-FILE.

       APPLY-TREASURY-COLLECTION.
           MOVE TCOL-AMOUNT TO WS-APPLY-AMOUNT
           MOVE ZERO TO WS-EXCESS-AMOUNT
           IF WS-APPLY-AMOUNT > WS-CLM-BALANCE(WS-CLM-MATCH-ENTRY)
               MOVE WS-CLM-BALANCE(WS-CLM-MATCH-ENTRY)
                   TO WS-APPLY-AMOUNT
               COMPUTE WS-EXCESS-AMOUNT =
                   TCOL-AMOUNT - WS-APPLY-AMOUNT
           END-IF
           ADD WS-APPLY-AMOUNT
               TO WS-CLM-COLLECTED-AMOUNT(WS-CLM-MATCH-ENTRY)
           SUBTRACT WS-APPLY-AMOUNT
               FROM WS-CLM-BALANCE(WS-CLM-MATCH-ENTRY)
           IF WS-CLM-BALANCE(WS-CLM-MATCH-ENTRY) = ZERO
              AND WS-CLM-STATUS(WS-CLM-MATCH-ENTRY) = 'O'
               MOVE 'C' TO WS-CLM-STATUS(WS-CLM-MATCH-ENTRY)
           END-IF
           ADD WS-APPLY-AMOUNT
               TO WS-TOP-COLLECTED-AMOUNT(WS-CLM-MATCH-ENTRY)

      *    THE FEDERAL FILE HAS ALREADY TAKEN ITS OWN COLLECTION OFF
      *    THE AMOUNT IT CARRIES FOR THE DEBT
           IF WS-TOP-REFERRED-AMOUNT(WS-CLM-MATCH-ENTRY)
              > TCOL-AMOUNT
               SUBTRACT TCOL-AMOUNT
                   FROM WS-TOP-REFERRED-AMOUNT(WS-CLM-MATCH-ENTRY)
           ELSE
               MOVE ZERO TO WS-TOP-REFERRED-AMOUNT(WS-CLM-MATCH-ENTRY)
           END-IF
           IF WS-APPLY-AMOUNT > ZERO
               MOVE TCOL-OFFSET-DATE
                   TO WS-CLM-LAST-PAY-DATE(WS-CLM-MATCH-ENTRY)
           END-IF

           MOVE 'T' TO WS-ACTIVITY-CODE
           MOVE WS-APPLY-AMOUNT TO WS-ACTIVITY-AMOUNT
           PERFORM WRITE-CLAIM-ACTIVITY
           ADD 1 TO WS-COLLECTION-COUNT
           ADD WS-APPLY-AMOUNT TO WS-TOT-COLLECTED

           MOVE "COLLECTION POSTED" TO DTL-ACTION
           MOVE WS-APPLY-AMOUNT TO DTL-AMOUNT
           MOVE SPACES TO DTL-NOTE
           IF WS-EXCESS-AMOUNT > ZERO
               ADD 1 TO WS-EXCESS-COUNT
               ADD WS-EXCESS-AMOUNT TO WS-TOT-EXCESS
               MOVE "OVER BALANCE - EXCESS DUE AS REFUND"
                   TO DTL-NOTE
           ELSE
               IF NOT WS-TOP-REFERRED(WS-CLM-MATCH-ENTRY)
                   MOVE "DEBT NOT REFERRED ON REFERRAL MASTER"
                       TO DTL-NOTE
               END-IF
           END-IF
           PERFORM WRITE-COLLECTION-LINE

           IF WS-EXCESS-AMOUNT > ZERO
               MOVE "EXCESS TO REFUND" TO DTL-ACTION
               MOVE WS-EXCESS-AMOUNT TO DTL-AMOUNT
               MOVE TCOL-TRACE-NUMBER TO DTL-NOTE
               PERFORM WRITE-COLLECTION-LINE
           END-IF.

      *    ONLY WHAT THE FEDERAL PROGRAM HAS COLLECTED ON THE DEBT CAN
      *    BE GIVEN BACK
       APPLY-TREASURY-REVERSAL.
           IF WS-TOP-COLLECTED-AMOUNT(WS-CLM-MATCH-ENTRY) = ZERO
               MOVE "NO FEDERAL COLLECTION TO REVERSE"
                   TO WS-RESULT-TEXT
           ELSE
               MOVE TCOL-AMOUNT TO WS-APPLY-AMOUNT
               MOVE SPACES TO DTL-NOTE
               IF WS-APPLY-AMOUNT
                  > WS-TOP-COLLECTED-AMOUNT(WS-CLM-MATCH-ENTRY)
                   MOVE WS-TOP-COLLECTED-AMOUNT(WS-CLM-MATCH-ENTRY)
                       TO WS-APPLY-AMOUNT
                   MOVE "LIMITED TO FEDERAL COLLECTIONS TO DATE"
                       TO DTL-NOTE
               END-IF
               SUBTRACT WS-APPLY-AMOUNT
                   FROM WS-TOP-COLLECTED-AMOUNT(WS-CLM-MATCH-ENTRY)
               IF WS-APPLY-AMOUNT
                  > WS-CLM-COLLECTED-AMOUNT(WS-CLM-MATCH-ENTRY)
                   MOVE ZERO
                       TO WS-CLM-COLLECTED-AMOUNT(WS-CLM-MATCH-ENTRY)
               ELSE
                   SUBTRACT WS-APPLY-AMOUNT
                       FROM WS-CLM-COLLECTED-AMOUNT(WS-CLM-MATCH-ENTRY)
               END-IF
               ADD WS-APPLY-AMOUNT
                   TO WS-CLM-BALANCE(WS-CLM-MATCH-ENTRY)
               ADD WS-APPLY-AMOUNT
                   TO WS-TOP-REFERRED-AMOUNT(WS-CLM-MATCH-ENTRY)
               IF WS-CLM-STATUS(WS-CLM-MATCH-ENTRY) = 'C'
                   MOVE 'O' TO WS-CLM-STATUS(WS-CLM-MATCH-ENTRY)
               END-IF

               MOVE 'R' TO WS-ACTIVITY-CODE
               MOVE WS-APPLY-AMOUNT TO WS-ACTIVITY-AMOUNT
               PERFORM WRITE-CLAIM-ACTIVITY
               ADD 1 TO WS-REVERSAL-COUNT
               ADD WS-APPLY-AMOUNT TO WS-TOT-REVERSED

               MOVE "REVERSAL POSTED" TO DTL-ACTION
               MOVE WS-APPLY-AMOUNT TO DTL-AMOUNT
               PERFORM WRITE-COLLECTION-LINE
           END-IF.

       REJECT-COLLECTION-RECORD.
           ADD 1 TO WS-REJECTED-COUNT
           ADD TCOL-AMOUNT TO WS-TOT-REJECTED
           MOVE "COLLECTION REJECTED" TO DTL-ACTION
           MOVE TCOL-APP-ID TO DTL-APP-ID
           MOVE ZERO TO DTL-BALANCE
           MOVE TCOL-AMOUNT TO DTL-AMOUNT
           MOVE TCOL-OFFSET-DATE TO DTL-DATE
           MOVE WS-RESULT-TEXT TO DTL-NOTE
           PERFORM WRITE-REGISTER-LINE.

       WRITE-COLLECTION-LINE.
           MOVE WS-CLM-APP-ID(WS-CLM-MATCH-ENTRY) TO DTL-APP-ID
           MOVE WS-CLM-BALANCE(WS-CLM-MATCH-ENTRY) TO DTL-BALANCE
           MOVE TCOL-OFFSET-DATE TO DTL-DATE
           PERFORM WRITE-REGISTER-LINE.

      *    ONLY DOLLARS THAT ACTUALLY MOVED ARE LOGGED - A COLLECTION
      *    CAPPED TO A ZERO BALANCE WRITES NOTHING
       WRITE-CLAIM-ACTIVITY.
           IF WS-ACTIVITY-AMOUNT > ZERO
               MOVE SPACES TO CLAIM-ACTIVITY-RECORD
               MOVE WS-CLM-APP-ID(WS-CLM-MATCH-ENTRY) TO CACT-APP-ID
               MOVE WS-RUN-DATE TO CACT-ACTIVITY-DATE
               MOVE WS-ACTIVITY-CODE TO CACT-ACTIVITY-CODE
               MOVE WS-ACTIVITY-AMOUNT TO CACT-AMOUNT
               MOVE SPACES TO CACT-OPERATOR-ID
               WRITE CLAIM-ACTIVITY-RECORD
               ADD 1 TO WS-ACTIVITY-COUNT
           END-IF.

      *****************************************************************
      * REFERRAL REVIEW - EVERY CLAIM IS TAKEN BY WHERE IT STANDS:    *
      * REFERRED, NOTICED, OR NOT YET TAKEN UP (OR DELETED EARLIER    *
      * AND FREE TO BE TAKEN UP AGAIN)                                *
      *****************************************************************
       REVIEW-CLAIM-REFERRALS.
           PERFORM VARYING WS-CLM-IDX FROM 1 BY 1
               UNTIL WS-CLM-IDX > WS-CLM-TABLE-COUNT
               SET WS-CLM-MATCH-ENTRY TO WS-CLM-IDX
               EVALUATE TRUE
                   WHEN WS-TOP-REFERRED(WS-CLM-MATCH-ENTRY)
                       PERFORM REVIEW-REFERRED-CLAIM
                   WHEN WS-TOP-NOTICED(WS-CLM-MATCH-ENTRY)
                       PERFORM REVIEW-NOTICED-CLAIM
                   WHEN OTHER
                       PERFORM SELECT-DELINQUENT-CLAIM
               END-EVALUATE
           END-PERFORM.

      *    WHY A CLAIM CAN NO LONGER STAND FOR OFFSET, OR SPACE IF
      *    NOTHING STANDS IN THE WAY
       SET-DELETE-REASON.
           EVALUATE TRUE
               WHEN WS-CLM-ON-MASTER(WS-CLM-MATCH-ENTRY) = 'N'
                   MOVE 'X' TO WS-DELETE-REASON
               WHEN WS-CLM-STATUS(WS-CLM-MATCH-ENTRY) = 'W'
                   MOVE 'W' TO WS-DELETE-REASON
               WHEN WS-CLM-STATUS(WS-CLM-MATCH-ENTRY) = 'C'
                   MOVE 'P' TO WS-DELETE-REASON
               WHEN WS-CLM-BALANCE(WS-CLM-MATCH-ENTRY) = ZERO
                   MOVE 'P' TO WS-DELETE-REASON
               WHEN WS-CLM-APPEAL-FLAG(WS-CLM-MATCH-ENTRY) = 'Y'
                   MOVE 'A' TO WS-DELETE-REASON
               WHEN OTHER
                   MOVE SPACE TO WS-DELETE-REASON
           END-EVALUATE.

      *****************************************************************
      * A REFERRED DEBT THAT IS PAID OFF, WRITTEN OFF, UNDER APPEAL,  *
      * OR NO LONGER ON THE CLAIMS MASTER IS DELETED FROM THE FEDERAL *
      * FILE. ONE STILL OWED BUT NOW LESS THAN THE FEDERAL FILE       *
      * CARRIES IS DECREASED TO THE BALANCE                           *
      *****************************************************************
       REVIEW-REFERRED-CLAIM.
           PERFORM SET-DELETE-REASON

           IF WS-DELETE-REASON NOT = SPACE
               MOVE 'D' TO WS-TOP-STATUS(WS-CLM-MATCH-ENTRY)
               MOVE WS-RUN-DATE
                   TO WS-TOP-DELETE-DATE(WS-CLM-MATCH-ENTRY)
               MOVE WS-DELETE-REASON
                   TO WS-TOP-DELETE-REASON(WS-CLM-MATCH-ENTRY)
               PERFORM READ-CASE-APPLICANT
               MOVE 'D' TO WS-REFERRAL-TYPE
               PERFORM WRITE-FEDERAL-REFERRAL
               ADD 1 TO WS-DELETE-COUNT
               ADD WS-TOP-REFERRED-AMOUNT(WS-CLM-MATCH-ENTRY)
                   TO WS-TOT-DELETED
               MOVE "REFERRAL DELETED" TO DTL-ACTION
               MOVE WS-TOP-REFERRED-AMOUNT(WS-CLM-MATCH-ENTRY)
                   TO DTL-AMOUNT
               PERFORM SET-DELETE-REASON-NOTE
               PERFORM WRITE-REVIEW-LINE
           ELSE
               IF WS-CLM-BALANCE(WS-CLM-MATCH-ENTRY)
                  < WS-TOP-REFERRED-AMOUNT(WS-CLM-MATCH-ENTRY)
                   COMPUTE WS-APPLY-AMOUNT =
                       WS-TOP-REFERRED-AMOUNT(WS-CLM-MATCH-ENTRY)
                       - WS-CLM-BALANCE(WS-CLM-MATCH-ENTRY)
                   MOVE WS-CLM-BALANCE(WS-CLM-MATCH-ENTRY)
                       TO WS-TOP-REFERRED-AMOUNT(WS-CLM-MATCH-ENTRY)
                   PERFORM READ-CASE-APPLICANT
                   MOVE 'U' TO WS-REFERRAL-TYPE
                   PERFORM WRITE-FEDERAL-REFERRAL
                   ADD 1 TO WS-DECREASE-COUNT
                   ADD WS-APPLY-AMOUNT TO WS-TOT-DECREASED
                   MOVE "REFERRAL DECREASED" TO DTL-ACTION
                   MOVE WS-APPLY-AMOUNT TO DTL-AMOUNT
                   MOVE "DEBT AMOUNT REDUCED TO CLAIM BALANCE"
                       TO DTL-NOTE
                   PERFORM WRITE-REVIEW-LINE
               END-IF
           END-IF.

      *****************************************************************
      * A NOTICED CLAIM IS REFERRED ONCE THE SIXTY DAYS HAVE RUN. IF  *
      * IN THE MEANTIME IT WAS PAID, WRITTEN OFF, APPEALED, FELL TO   *
      * THE FEDERAL MINIMUM, OR THE CASE WENT BACK ON BENEFITS, THE   *
      * NOTICE IS CANCELLED - NOTHING WAS EVER SENT TO THE FEDERAL    *
      * FILE, SO NOTHING GOES OUT                                     *
      *****************************************************************
       REVIEW-NOTICED-CLAIM.
           PERFORM SET-DELETE-REASON
           IF WS-DELETE-REASON = SPACE
               IF WS-CLM-BENEFIT-FLAG(WS-CLM-MATCH-ENTRY) = 'Y'
                   MOVE 'B' TO WS-DELETE-REASON
               ELSE
                   IF WS-CLM-BALANCE(WS-CLM-MATCH-ENTRY)
                      NOT > WS-TOP-MINIMUM-BALANCE
                       MOVE 'M' TO WS-DELETE-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-DELETE-REASON NOT = SPACE
               MOVE 'D' TO WS-TOP-STATUS(WS-CLM-MATCH-ENTRY)
               MOVE WS-RUN-DATE
                   TO WS-TOP-DELETE-DATE(WS-CLM-MATCH-ENTRY)
               MOVE WS-DELETE-REASON
                   TO WS-TOP-DELETE-REASON(WS-CLM-MATCH-ENTRY)
               ADD 1 TO WS-CANCEL-COUNT
               MOVE "NOTICE CANCELLED" TO DTL-ACTION
               MOVE ZERO TO DTL-AMOUNT
               PERFORM SET-DELETE-REASON-NOTE
               PERFORM WRITE-REVIEW-LINE
           ELSE
               MOVE WS-TOP-NOTICE-DATE(WS-CLM-MATCH-ENTRY)
                   TO WS-CVT-DATE
               PERFORM CONVERT-DATE-TO-DAYS
               COMPUTE WS-ELAPSED-DAYS =
                   WS-RUN-DAY-NBR - WS-CVT-DAY-NBR
               IF WS-ELAPSED-DAYS >= WS-NOTICE-DAYS
                   PERFORM REFER-NOTICED-CLAIM
               END-IF
           END-IF.

      *    THE DEBT GOES TO THE FEDERAL FILE UNDER THE HEAD OF
      *    HOUSEHOLD'S SOCIAL SECURITY NUMBER. A CASE THAT HAS LEFT
      *    THE MASTER, OR HAS NO NUMBER ON IT, IS HELD AND TRIED AGAIN
      *    ON THE NEXT RUN
       REFER-NOTICED-CLAIM.
           PERFORM READ-CASE-APPLICANT
           MOVE SPACES TO WS-RESULT-TEXT
           IF WS-APPLICANT-FOUND = 'N'
               MOVE "CASE NOT ON APPLICANT MASTER" TO WS-RESULT-TEXT
           ELSE
               IF APP-SSN = SPACES OR APP-SSN NOT NUMERIC
                   MOVE "NO SSN ON APPLICANT MASTER" TO WS-RESULT-TEXT
               END-IF
           END-IF

           IF WS-RESULT-TEXT NOT = SPACES
               ADD 1 TO WS-HELD-COUNT
               MOVE "REFERRAL HELD" TO DTL-ACTION
               MOVE ZERO TO DTL-AMOUNT
               MOVE WS-RESULT-TEXT TO DTL-NOTE
               PERFORM WRITE-REVIEW-LINE
           ELSE
               MOVE 'R' TO WS-TOP-STATUS(WS-CLM-MATCH-ENTRY)
               MOVE WS-RUN-DATE
                   TO WS-TOP-REFERRAL-DATE(WS-CLM-MATCH-ENTRY)
               MOVE WS-CLM-BALANCE(WS-CLM-MATCH-ENTRY)
                   TO WS-TOP-REFERRED-AMOUNT(WS-CLM-MATCH-ENTRY)
               MOVE 'A' TO WS-REFERRAL-TYPE
               PERFORM WRITE-FEDERAL-REFERRAL
               ADD 1 TO WS-ADD-COUNT
               ADD WS-CLM-BALANCE(WS-CLM-MATCH-ENTRY)
                   TO WS-TOT-REFERRED
               MOVE "REFERRED FOR OFFSET" TO DTL-ACTION
               MOVE WS-CLM-BALANCE(WS-CLM-MATCH-ENTRY) TO DTL-AMOUNT
               MOVE "NOTICE PERIOD EXPIRED" TO DTL-NOTE
               PERFORM WRITE-REVIEW-LINE
           END-IF.

      *****************************************************************
      * SELECTION - AN OPEN CLAIM OWING MORE THAN THE FEDERAL         *
      * MINIMUM, WITH NO BENEFIT RUNNING TO OFFSET AND NO APPEAL      *
      * OPEN, THAT HAS GONE MORE THAN 180 DAYS SINCE ITS LAST PAYMENT *
      * (OR SINCE IT WAS ESTABLISHED, IF NEVER PAID ON) IS TAKEN UP   *
      * AND THE HOUSEHOLD IS SENT THE DUE-PROCESS NOTICE              *
      *****************************************************************
       SELECT-DELINQUENT-CLAIM.
           IF WS-CLM-ON-MASTER(WS-CLM-MATCH-ENTRY) = 'Y'
              AND WS-CLM-STATUS(WS-CLM-MATCH-ENTRY) = 'O'
              AND WS-CLM-BALANCE(WS-CLM-MATCH-ENTRY)
                  > WS-TOP-MINIMUM-BALANCE
              AND WS-CLM-BENEFIT-FLAG(WS-CLM-MATCH-ENTRY) = 'N'
              AND WS-CLM-APPEAL-FLAG(WS-CLM-MATCH-ENTRY) = 'N'
               MOVE WS-CLM-ESTABLISHED-DATE(WS-CLM-MATCH-ENTRY)
                   TO WS-BASE-DATE
               IF WS-CLM-LAST-PAY-DATE(WS-CLM-MATCH-ENTRY)
                  NOT = SPACES
                  AND WS-CLM-LAST-PAY-DATE(WS-CLM-MATCH-ENTRY)
                  > WS-BASE-DATE
                   MOVE WS-CLM-LAST-PAY-DATE(WS-CLM-MATCH-ENTRY)
                       TO WS-BASE-DATE
               END-IF
               MOVE WS-BASE-DATE TO WS-CVT-DATE
               PERFORM CONVERT-DATE-TO-DAYS
               IF WS-CVT-VALID
                   COMPUTE WS-ELAPSED-DAYS =
                       WS-RUN-DAY-NBR - WS-CVT-DAY-NBR
                   IF WS-ELAPSED-DAYS > WS-DELINQUENT-DAYS
                       PERFORM SEND-DUE-PROCESS-NOTICE
                   END-IF
               END-IF
           END-IF.

      *    A CASE THAT HAS LEFT THE APPLICANT MASTER CANNOT BE
      *    ADDRESSED, SO IT IS PASSED OVER AND TRIED AGAIN NEXT RUN
       SEND-DUE-PROCESS-NOTICE.
           PERFORM READ-CASE-APPLICANT
           IF WS-APPLICANT-FOUND = 'Y'
               PERFORM COMPUTE-EARLIEST-REFERRAL

               MOVE SPACES TO DUE-PROCESS-NOTICE-RECORD
               MOVE WS-CLM-APP-ID(WS-CLM-MATCH-ENTRY) TO TNT-APP-ID
               MOVE APP-LAST-NAME TO TNT-LAST-NAME
               MOVE APP-FIRST-NAME TO TNT-FIRST-NAME
               MOVE APP-ADDRESS-LINE1 TO TNT-ADDRESS-LINE1
               MOVE APP-CITY TO TNT-CITY
               MOVE APP-STATE-CODE TO TNT-STATE-CODE
               MOVE APP-ZIP-CODE TO TNT-ZIP-CODE
               MOVE WS-RUN-DATE TO TNT-NOTICE-DATE
               MOVE WS-CLM-BALANCE(WS-CLM-MATCH-ENTRY) TO TNT-BALANCE
               MOVE WS-BASE-DATE TO TNT-DELINQUENCY-DATE
               MOVE WS-WORK-DATE TO TNT-REFERRAL-DATE
               WRITE DUE-PROCESS-NOTICE-RECORD

               MOVE 'N' TO WS-TOP-STATUS(WS-CLM-MATCH-ENTRY)
               MOVE WS-RUN-DATE
                   TO WS-TOP-NOTICE-DATE(WS-CLM-MATCH-ENTRY)
               MOVE WS-BASE-DATE
                   TO WS-TOP-DELINQUENCY-DATE(WS-CLM-MATCH-ENTRY)
               MOVE SPACES TO WS-TOP-REFERRAL-DATE(WS-CLM-MATCH-ENTRY)
               MOVE ZERO TO WS-TOP-REFERRED-AMOUNT(WS-CLM-MATCH-ENTRY)
               MOVE SPACES TO WS-TOP-DELETE-DATE(WS-CLM-MATCH-ENTRY)
               MOVE SPACES TO WS-TOP-DELETE-REASON(WS-CLM-MATCH-ENTRY)

               ADD 1 TO WS-NOTICE-COUNT
               ADD WS-CLM-BALANCE(WS-CLM-MATCH-ENTRY) TO WS-TOT-NOTICED
               MOVE "DUE-PROCESS NOTICE" TO DTL-ACTION
               MOVE WS-CLM-BALANCE(WS-CLM-MATCH-ENTRY) TO DTL-AMOUNT
               MOVE SPACES TO DTL-NOTE
               STRING "OWED SINCE " DELIMITED BY SIZE
                   WS-BASE-DATE DELIMITED BY SIZE
                   " REFER ON " DELIMITED BY SIZE
                   WS-WORK-DATE DELIMITED BY SIZE
                   INTO DTL-NOTE
               END-STRING
               PERFORM WRITE-REVIEW-LINE
           END-IF.

      *    RUN DATE PLUS THE NOTICE PERIOD, ROLLING INTO THE NEXT
      *    MONTH (AND YEAR) WHEN IT RUNS PAST THE MONTH END
       COMPUTE-EARLIEST-REFERRAL.
           MOVE WS-RUN-DATE TO WS-WORK-DATE
           ADD WS-NOTICE-DAYS TO WS-WORK-DAY
           PERFORM SET-MONTH-LAST-DAY

           PERFORM UNTIL WS-WORK-DAY <= WS-MONTH-LAST-DAY
               SUBTRACT WS-MONTH-LAST-DAY FROM WS-WORK-DAY
               ADD 1 TO WS-WORK-MONTH
               IF WS-WORK-MONTH > 12
                   MOVE 1 TO WS-WORK-MONTH
                   ADD 1 TO WS-WORK-YEAR
               END-IF
               PERFORM SET-MONTH-LAST-DAY
           END-PERFORM.

       SET-MONTH-LAST-DAY.
           MOVE WS-MONTH-DAYS(WS-WORK-MONTH) TO WS-MONTH-LAST-DAY
           IF WS-WORK-MONTH = 2
               DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 29 TO WS-MONTH-LAST-DAY
                   DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       DIVIDE WS-WORK-YEAR BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER NOT = ZERO
                           MOVE 28 TO WS-MONTH-LAST-DAY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       READ-CASE-APPLICANT.
           MOVE 'Y' TO WS-APPLICANT-FOUND
           MOVE WS-CLM-APP-ID(WS-CLM-MATCH-ENTRY) TO APP-ID
           READ APPLICANT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-APPLICANT-FOUND
                   MOVE SPACES TO APPLICANT-RECORD
                   MOVE WS-CLM-APP-ID(WS-CLM-MATCH-ENTRY) TO APP-ID
           END-READ.

      *    THE RECORD TYPE IS SET BY THE CALLER. A DELETION OR
      *    DECREASE IS MATCHED ON THE DEBT ID, SO ONE FOR A CASE THAT
      *    HAS LEFT THE MASTER STILL GOES OUT WITHOUT THE NAME
       WRITE-FEDERAL-REFERRAL.
           MOVE SPACES TO FEDERAL-REFERRAL-RECORD
           MOVE WS-REFERRAL-TYPE TO TRF-RECORD-TYPE
           MOVE WS-AGENCY-SITE-ID TO TRF-AGENCY-SITE-ID
           MOVE WS-CLM-APP-ID(WS-CLM-MATCH-ENTRY) TO TRF-DEBT-ID
           MOVE APP-SSN TO TRF-DEBTOR-TIN
           MOVE WS-SSN-TIN-TYPE TO TRF-TIN-TYPE
           MOVE APP-LAST-NAME TO TRF-LAST-NAME
           MOVE APP-FIRST-NAME TO TRF-FIRST-NAME
           MOVE APP-ADDRESS-LINE1 TO TRF-ADDRESS-LINE1
           MOVE APP-CITY TO TRF-CITY
           MOVE APP-STATE-CODE TO TRF-STATE-CODE
           MOVE APP-ZIP-CODE TO TRF-ZIP-CODE
           MOVE WS-TOP-REFERRED-AMOUNT(WS-CLM-MATCH-ENTRY)
               TO TRF-DEBT-AMOUNT
           MOVE WS-TOP-DELINQUENCY-DATE(WS-CLM-MATCH-ENTRY)
               TO TRF-DELINQUENCY-DATE
           MOVE WS-TOP-NOTICE-DATE(WS-CLM-MATCH-ENTRY)
               TO TRF-NOTICE-DATE
           MOVE WS-RUN-DATE TO TRF-ACTION-DATE
           IF TRF-DELETE-DEBT
               EVALUATE WS-TOP-DELETE-REASON(WS-CLM-MATCH-ENTRY)
                   WHEN 'P'
                       MOVE "PF" TO TRF-DELETE-REASON
                   WHEN 'W'
                       MOVE "WO" TO TRF-DELETE-REASON
                   WHEN 'A'
                       MOVE "AP" TO TRF-DELETE-REASON
                   WHEN OTHER
                       MOVE "CL" TO TRF-DELETE-REASON
               END-EVALUATE
           END-IF
           WRITE FEDERAL-REFERRAL-RECORD.

       SET-DELETE-REASON-NOTE.
           EVALUATE WS-DELETE-REASON
               WHEN 'P'
                   MOVE "CLAIM PAID OFF" TO DTL-NOTE
               WHEN 'W'
                   MOVE "CLAIM WRITTEN OFF" TO DTL-NOTE
               WHEN 'A'
                   MOVE "APPEAL OPEN ON CASE" TO DTL-NOTE
               WHEN 'B'
                   MOVE "BENEFIT ACTIVE - RECOVER BY OFFSET" TO DTL-NOTE
               WHEN 'M'
                   MOVE "BALANCE AT OR BELOW FEDERAL MINIMUM"
                       TO DTL-NOTE
               WHEN OTHER
                   MOVE "NO CLAIM ON MASTER" TO DTL-NOTE
           END-EVALUATE.

       WRITE-REVIEW-LINE.
           MOVE WS-CLM-APP-ID(WS-CLM-MATCH-ENTRY) TO DTL-APP-ID
           MOVE WS-CLM-BALANCE(WS-CLM-MATCH-ENTRY) TO DTL-BALANCE
           MOVE WS-RUN-DATE TO DTL-DATE
           PERFORM WRITE-REGISTER-LINE.

       WRITE-REGISTER-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADINGS
           END-IF
           WRITE REPORT-LINE FROM WS-REPORT-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-REPORT-LINE-COUNT.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "FEDERAL COLLECTIONS POSTED" TO TTL-LABEL
           MOVE WS-COLLECTION-COUNT TO TTL-COUNT
           MOVE WS-TOT-COLLECTED TO TTL-DOLLARS
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "FEDERAL REVERSALS POSTED" TO TTL-LABEL
           MOVE WS-REVERSAL-COUNT TO TTL-COUNT
           MOVE WS-TOT-REVERSED TO TTL-DOLLARS
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "COLLECTED OVER BALANCE" TO TTL-LABEL
           MOVE WS-EXCESS-COUNT TO TTL-COUNT
           MOVE WS-TOT-EXCESS TO TTL-DOLLARS
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "COLLECTION RECORDS REJECTED" TO TTL-LABEL
           MOVE WS-REJECTED-COUNT TO TTL-COUNT
           MOVE WS-TOT-REJECTED TO TTL-DOLLARS
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "DUE-PROCESS NOTICES SENT" TO TTL-LABEL
           MOVE WS-NOTICE-COUNT TO TTL-COUNT
           MOVE WS-TOT-NOTICED TO TTL-DOLLARS
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "DEBTS REFERRED" TO TTL-LABEL
           MOVE WS-ADD-COUNT TO TTL-COUNT
           MOVE WS-TOT-REFERRED TO TTL-DOLLARS
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "REFERRALS DECREASED" TO TTL-LABEL
           MOVE WS-DECREASE-COUNT TO TTL-COUNT
           MOVE WS-TOT-DECREASED TO TTL-DOLLARS
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "REFERRALS DELETED" TO TTL-LABEL
           MOVE WS-DELETE-COUNT TO TTL-COUNT
           MOVE WS-TOT-DELETED TO TTL-DOLLARS
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "NOTICES CANCELLED" TO TTL-LABEL
           MOVE WS-CANCEL-COUNT TO TTL-COUNT
           MOVE ZERO TO TTL-DOLLARS
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "REFERRALS HELD" TO TTL-LABEL
           MOVE WS-HELD-COUNT TO TTL-COUNT
           MOVE ZERO TO TTL-DOLLARS
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

       WRITE-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           MOVE WS-PAGE-NUMBER TO HDG-PAGE-NUMBER
           WRITE REPORT-LINE FROM WS-REPORT-HEADING-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-REPORT-HEADING-2
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 4 TO WS-LINE-COUNT.

       REWRITE-CLAIMS-MASTER.
           OPEN OUTPUT CLAIMS-MASTER-FILE

           PERFORM VARYING WS-CLM-IDX FROM 1 BY 1
               UNTIL WS-CLM-IDX > WS-CLM-TABLE-COUNT
               IF WS-CLM-ON-MASTER(WS-CLM-IDX) = 'Y'
                   MOVE SPACES TO CLAIM-RECORD
                   MOVE WS-CLM-APP-ID(WS-CLM-IDX) TO CLM-APP-ID
                   MOVE WS-CLM-ESTABLISHED-DATE(WS-CLM-IDX)
                       TO CLM-ESTABLISHED-DATE
                   MOVE WS-CLM-SOURCE-CODE(WS-CLM-IDX)
                       TO CLM-SOURCE-CODE
                   MOVE WS-CLM-FIRST-MONTH(WS-CLM-IDX)
                       TO CLM-FIRST-MONTH
                   MOVE WS-CLM-LAST-MONTH(WS-CLM-IDX)
                       TO CLM-LAST-MONTH
                   MOVE WS-CLM-ORIGINAL-AMOUNT(WS-CLM-IDX)
                       TO CLM-ORIGINAL-AMOUNT
                   MOVE WS-CLM-COLLECTED-AMOUNT(WS-CLM-IDX)
                       TO CLM-COLLECTED-AMOUNT
                   MOVE WS-CLM-BALANCE(WS-CLM-IDX) TO CLM-BALANCE
                   MOVE WS-CLM-STATUS(WS-CLM-IDX) TO CLM-STATUS
                   WRITE CLAIM-RECORD
               END-IF
           END-PERFORM

           CLOSE CLAIMS-MASTER-FILE.

      *    EVERY CLAIM EVER TAKEN UP KEEPS ITS REFERRAL RECORD, SO A
      *    DELETED DEBT SHOWS WHEN AND WHY IT CAME OFF. A DEBT WITH NO
      *    CLAIM BEHIND IT IS WRITTEN ONCE MORE WITH ITS DELETION AND
      *    DROPPED ON THE NEXT RUN
       REWRITE-REFERRAL-MASTER.
           OPEN OUTPUT TOP-REFERRAL-FILE

           PERFORM VARYING WS-CLM-IDX FROM 1 BY 1
               UNTIL WS-CLM-IDX > WS-CLM-TABLE-COUNT
               IF WS-TOP-STATUS(WS-CLM-IDX) NOT = SPACE
                   MOVE SPACES TO TOP-REFERRAL-RECORD
                   MOVE WS-CLM-APP-ID(WS-CLM-IDX) TO TOP-APP-ID
                   MOVE WS-TOP-STATUS(WS-CLM-IDX) TO TOP-STATUS
                   MOVE WS-TOP-NOTICE-DATE(WS-CLM-IDX)
                       TO TOP-NOTICE-DATE
                   MOVE WS-TOP-DELINQUENCY-DATE(WS-CLM-IDX)
                       TO TOP-DELINQUENCY-DATE
                   MOVE WS-TOP-REFERRAL-DATE(WS-CLM-IDX)
                       TO TOP-REFERRAL-DATE
                   MOVE WS-TOP-REFERRED-AMOUNT(WS-CLM-IDX)
                       TO TOP-REFERRED-AMOUNT
                   MOVE WS-TOP-COLLECTED-AMOUNT(WS-CLM-IDX)
                       TO TOP-COLLECTED-AMOUNT
                   MOVE WS-TOP-DELETE-DATE(WS-CLM-IDX)
                       TO TOP-DELETE-DATE
                   MOVE WS-TOP-DELETE-REASON(WS-CLM-IDX)
                       TO TOP-DELETE-REASON
                   WRITE TOP-REFERRAL-RECORD
               END-IF
           END-PERFORM

           CLOSE TOP-REFERRAL-FILE.

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
