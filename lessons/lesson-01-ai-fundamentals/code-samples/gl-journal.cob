       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-JOURNAL.
      *********************************************************
      * MONTH-END GENERAL LEDGER JOURNAL INTERFACE            *
      * SUMMARIZES THE MONTH'S PAYMENT LEDGER BY SOURCE AND   *
      * STATE AND THE MONTH'S CLAIM COLLECTIONS, OFFSETS, AND *
      * WRITE-OFFS BY STATE, MAPS EACH TOTAL TO FUND, AGENCY, *
      * AND GL ACCOUNT FROM THE CHART-OF-ACCOUNTS PARAMETER   *
      * FILE, AND WRITES A BALANCED DEBIT/CREDIT JOURNAL IN   *
      * THE STATE ACCOUNTING SYSTEM'S IMPORT FORMAT WITH A    *
      * PROOF REPORT. NO JOURNAL IS WRITTEN WHEN THE LEDGER'S *
      * ISSUANCE TOTAL DOES NOT TIE TO THE DOLLARS THE EBT    *
      * VENDOR ACKNOWLEDGED FOR THE MONTH, OR WHEN A TOTAL    *
      * HAS NO ACCOUNT MAPPING                                *
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GL-PARM-FILE ASSIGN TO "GLPARM.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT CHART-OF-ACCOUNTS-FILE ASSIGN TO "GLCOA.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT APPLICANT-FILE ASSIGN TO "APPLICANT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS APP-ID.

           SELECT OPTIONAL PAYMENT-LEDGER-FILE ASSIGN TO "PAYLEDG.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL CLAIM-ACTIVITY-FILE ASSIGN TO "CLMACT.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL EBT-CONTROL-FILE ASSIGN TO "EBTCTL.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT GL-ACTIVITY-WORK-FILE ASSIGN TO "GLACTW.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT GL-SORT-FILE ASSIGN TO "SORTWK1".

           SELECT JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT PROOF-REPORT-FILE ASSIGN TO "GLPROOF.RPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL RESTART-PARM-FILE ASSIGN TO "RESTART.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * JOURNAL PARAMETER - THE ACCOUNTING MONTH TO JOURNAL. WITH NO  *
      * PARAMETER THE RUN JOURNALS THE MONTH BEFORE THE RUN DATE      *
      *****************************************************************
       FD  GL-PARM-FILE.
       01  GL-PARM-RECORD.
           05  GPRM-JOURNAL-MONTH      PIC X(6).
           05  FILLER                  PIC X(74).

      *****************************************************************
      * CHART OF ACCOUNTS - ONE RECORD PER SUMMARY CATEGORY AND       *
      * STATE. THE CATEGORY IS 'L' PLUS THE PAYMENT LEDGER SOURCE     *
      * CODE, OR 'C' PLUS THE CLAIM ACTIVITY CODE. A STATE OF '**'    *
      * IS THE DEFAULT FOR ANY STATE WITHOUT ITS OWN RECORD           *
      *****************************************************************
       FD  CHART-OF-ACCOUNTS-FILE.
       01  CHART-OF-ACCOUNTS-RECORD.
           05  COA-CATEGORY.
               10  COA-SOURCE-TYPE     PIC X(1).
               10  COA-SOURCE-CODE     PIC X(1).
           05  COA-STATE-CODE          PIC X(2).
           05  COA-DEBIT-ACCOUNT.
               10  COA-DR-FUND         PIC X(4).
               10  COA-DR-AGENCY       PIC X(4).
               10  COA-DR-ACCOUNT      PIC X(8).
           05  COA-CREDIT-ACCOUNT.
               10  COA-CR-FUND         PIC X(4).
               10  COA-CR-AGENCY       PIC X(4).
               10  COA-CR-ACCOUNT      PIC X(8).
           05  COA-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(14).

       FD  APPLICANT-FILE.
           COPY APPLREC.

       FD  PAYMENT-LEDGER-FILE.
           COPY PAYLEDRC.

       FD  CLAIM-ACTIVITY-FILE.
           COPY CLMACTRC.

       FD  EBT-CONTROL-FILE.
           COPY EBTCTLRC.

      *****************************************************************
      * THE MONTH'S LEDGER ENTRIES AND CLAIM ACTIVITY, SORTED BY CASE *
      * SO THE STATE CAN BE TAKEN FROM THE APPLICANT MASTER IN ONE    *
      * FORWARD PASS                                                  *
      *****************************************************************
       FD  GL-ACTIVITY-WORK-FILE.
       01  GL-ACTIVITY-WORK-RECORD.
           05  GAW-APP-ID              PIC X(8).
           05  GAW-CATEGORY            PIC X(2).
           05  GAW-AMOUNT              PIC S9(8)V99.
           05  FILLER                  PIC X(10).

       SD  GL-SORT-FILE.
       01  GL-SORT-RECORD.
           05  GSRT-APP-ID             PIC X(8).
           05  GSRT-CATEGORY           PIC X(2).
           05  GSRT-AMOUNT             PIC S9(8)V99.
           05  FILLER                  PIC X(10).

      *****************************************************************
      * STATE ACCOUNTING SYSTEM JOURNAL IMPORT - ONE HEADER, ONE      *
      * DETAIL PER DEBIT OR CREDIT LINE, AND A TRAILER CARRYING THE   *
      * LINE COUNT AND THE DEBIT AND CREDIT TOTALS, WHICH MUST AGREE  *
      *****************************************************************
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           05  JRN-RECORD-TYPE         PIC X(1).
               88  JRN-HEADER               VALUE 'H'.
               88  JRN-DETAIL               VALUE 'D'.
               88  JRN-TRAILER              VALUE 'T'.
           05  JRN-RECORD-BODY         PIC X(99).

       01  JOURNAL-HEADER-RECORD REDEFINES JOURNAL-RECORD.
           05  FILLER                  PIC X(1).
           05  JRN-HDR-JOURNAL-DATE    PIC X(8).
           05  JRN-HDR-JOURNAL-MONTH   PIC X(6).
           05  JRN-HDR-SOURCE-SYSTEM   PIC X(8).
           05  JRN-HDR-JOURNAL-ID      PIC X(10).
           05  FILLER                  PIC X(67).

       01  JOURNAL-DETAIL-RECORD REDEFINES JOURNAL-RECORD.
           05  FILLER                  PIC X(1).
           05  JRN-DTL-LINE-NBR        PIC 9(6).
           05  JRN-DTL-FUND            PIC X(4).
           05  JRN-DTL-AGENCY          PIC X(4).
           05  JRN-DTL-ACCOUNT         PIC X(8).
           05  JRN-DTL-DR-CR           PIC X(1).
               88  JRN-DTL-DEBIT            VALUE 'D'.
               88  JRN-DTL-CREDIT           VALUE 'C'.
           05  JRN-DTL-AMOUNT          PIC 9(10)V99.
           05  JRN-DTL-STATE-CODE      PIC X(2).
           05  JRN-DTL-CATEGORY        PIC X(2).
           05  JRN-DTL-DESCRIPTION     PIC X(30).
           05  FILLER                  PIC X(29).

       01  JOURNAL-TRAILER-RECORD REDEFINES JOURNAL-RECORD.
           05  FILLER                  PIC X(1).
           05  JRN-TRL-LINE-COUNT      PIC 9(6).
           05  JRN-TRL-TOTAL-DEBITS    PIC 9(12)V99.
           05  JRN-TRL-TOTAL-CREDITS   PIC 9(12)V99.
           05  FILLER                  PIC X(65).

       FD  PROOF-REPORT-FILE.
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
           05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
               10  WS-RUN-YEAR         PIC 9(4).
               10  WS-RUN-MONTH        PIC 9(2).
               10  WS-RUN-DAY          PIC 9(2).
           05  WS-JOURNAL-MONTH        PIC X(6) VALUE SPACES.
           05  WS-JOURNAL-MONTH-PARTS REDEFINES WS-JOURNAL-MONTH.
               10  WS-JOURNAL-YEAR     PIC 9(4).
               10  WS-JOURNAL-MM       PIC 9(2).

       01  WS-RUN-CONTROL-FIELDS.
           05  WS-RC-PROGRAM-ID        PIC X(8) VALUE "GLJRNL  ".
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
      * CHART OF ACCOUNTS TABLE - LOADED AT STARTUP                   *
      *****************************************************************
       01  WS-COA-TABLE.
           05  WS-COA-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-COA-IDX.
               10  WS-COA-CATEGORY     PIC X(2).
               10  WS-COA-STATE-CODE   PIC X(2).
               10  WS-COA-DR-FUND      PIC X(4).
               10  WS-COA-DR-AGENCY    PIC X(4).
               10  WS-COA-DR-ACCOUNT   PIC X(8).
               10  WS-COA-CR-FUND      PIC X(4).
               10  WS-COA-CR-AGENCY    PIC X(4).
               10  WS-COA-CR-ACCOUNT   PIC X(8).
               10  WS-COA-DESCRIPTION  PIC X(30).

       01  WS-COA-TABLE-FIELDS.
           05  WS-COA-MAX-ENTRIES      PIC 9(3) VALUE 500.
           05  WS-COA-TABLE-COUNT      PIC 9(3) VALUE ZERO.
           05  WS-COA-TABLE-FULL       PIC X VALUE 'N'.
           05  WS-COA-MATCH-ENTRY      PIC 9(3) VALUE ZERO.
           05  WS-COA-DEFAULT-ENTRY    PIC 9(3) VALUE ZERO.

      *****************************************************************
      * JOURNAL SUMMARY TABLE - ONE ENTRY PER CATEGORY AND STATE.     *
      * UNUSED SLOTS HOLD HIGH-VALUES SO THE TABLE SORT LEAVES THE    *
      * REAL ENTRIES AT THE FRONT IN CATEGORY AND STATE ORDER         *
      *****************************************************************
       01  WS-SUMMARY-TABLE.
           05  WS-SUM-ENTRY OCCURS 1000 TIMES
                   ASCENDING KEY IS WS-SUM-KEY
                   INDEXED BY WS-SUM-IDX.
               10  WS-SUM-KEY.
                   15  WS-SUM-CATEGORY     PIC X(2).
                   15  WS-SUM-STATE-CODE   PIC X(2).
               10  WS-SUM-COUNT            PIC 9(7).
               10  WS-SUM-AMOUNT           PIC S9(10)V99.
               10  WS-SUM-COA-ENTRY        PIC 9(3).

       01  WS-SUM-TABLE-FIELDS.
           05  WS-SUM-MAX-ENTRIES      PIC 9(4) VALUE 1000.
           05  WS-SUM-TABLE-COUNT      PIC 9(4) VALUE ZERO.
           05  WS-SUM-TABLE-FULL       PIC X VALUE 'N'.
           05  WS-SUM-MATCH-ENTRY      PIC 9(4) VALUE ZERO.
           05  WS-SUM-SEARCH-KEY.
               10  WS-SUM-SEARCH-CATEGORY PIC X(2).
               10  WS-SUM-SEARCH-STATE    PIC X(2).

      *****************************************************************
      * EBT CONTROL TABLE - THE LAST CONTROL RECORD FOR EACH BATCH    *
      * DATE AND BENEFIT MONTH, SO A RECONCILIATION RERUN REPLACES    *
      * ITS EARLIER FIGURES INSTEAD OF DOUBLING THEM                  *
      *****************************************************************
       01  WS-EBT-CONTROL-TABLE.
           05  WS-ECT-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-ECT-IDX.
               10  WS-ECT-BATCH-DATE       PIC X(8).
               10  WS-ECT-POSTED-DOLLARS   PIC 9(8)V99.
               10  WS-ECT-REJECT-DOLLARS   PIC 9(8)V99.
               10  WS-ECT-NO-RESP-DOLLARS  PIC 9(8)V99.
               10  WS-ECT-RESENT-DOLLARS   PIC 9(8)V99.

       01  WS-ECT-TABLE-FIELDS.
           05  WS-ECT-MAX-ENTRIES      PIC 9(3) VALUE 200.
           05  WS-ECT-TABLE-COUNT      PIC 9(3) VALUE ZERO.
           05  WS-ECT-TABLE-FULL       PIC X VALUE 'N'.
           05  WS-ECT-MATCH-ENTRY      PIC 9(3) VALUE ZERO.

       01  WS-APPLICANT-MERGE-FIELDS.
           05  WS-APP-CURRENT-ID       PIC X(8) VALUE LOW-VALUES.
           05  WS-APP-CURRENT-STATE    PIC X(2).
           05  WS-APP-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-ACTIVITY-STATE       PIC X(2).

      *****************************************************************
      * ISSUANCE TIE-OUT - THE LEDGER'S MONTHLY ISSUANCE ('I') MUST   *
      * EQUAL THE DOLLARS THE VENDOR ACKNOWLEDGED FOR THE MONTH,      *
      * WHETHER POSTED TO THE CARD OR RETURNED FOR REQUEUE. A PAYMENT *
      * WITH NO VENDOR RESPONSE LEAVES THE TIE OPEN. A REJECT RE-SENT *
      * IN THE SAME MONTH IS ONE LEDGER ISSUANCE BUT IS ANSWERED IN   *
      * TWO BATCHES, SO THE RE-SEND'S DOLLARS COME BACK OUT           *
      *****************************************************************
       01  WS-TIE-OUT-FIELDS.
           05  WS-LEDGER-ISSUANCE      PIC S9(10)V99 VALUE ZERO.
           05  WS-EBT-POSTED-DOLLARS   PIC 9(10)V99 VALUE ZERO.
           05  WS-EBT-REJECT-DOLLARS   PIC 9(10)V99 VALUE ZERO.
           05  WS-EBT-NO-RESP-DOLLARS  PIC 9(10)V99 VALUE ZERO.
           05  WS-EBT-RESENT-DOLLARS   PIC 9(10)V99 VALUE ZERO.
           05  WS-EBT-ACK-DOLLARS      PIC 9(10)V99 VALUE ZERO.
           05  WS-TIE-DIFFERENCE       PIC S9(10)V99 VALUE ZERO.
           05  WS-EBT-MONTH-FOUND      PIC X VALUE 'N'.

       01  WS-JOURNAL-CONTROLS.
           05  WS-REFUSE-FLAG          PIC X VALUE 'N'.
               88  WS-JOURNAL-REFUSED       VALUE 'Y'.
           05  WS-TIE-FAILED-FLAG      PIC X VALUE 'N'.
           05  WS-UNMAPPED-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-JOURNAL-LINE-NBR     PIC 9(6) VALUE ZERO.
           05  WS-TOTAL-DEBITS         PIC 9(12)V99 VALUE ZERO.
           05  WS-TOTAL-CREDITS        PIC 9(12)V99 VALUE ZERO.
           05  WS-LINE-AMOUNT          PIC 9(10)V99 VALUE ZERO.
           05  WS-JOURNAL-ID.
               10  FILLER              PIC X(4) VALUE "FAGL".
               10  WS-JOURNAL-ID-MONTH PIC X(6).

       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "GENERAL LEDGER JOURNAL PROOF".
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  HDG-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "PAGE: ".
           05  HDG-PAGE-NUMBER         PIC ZZZ9.
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(17) VALUE
               "JOURNAL MONTH: ".
           05  HDG-JOURNAL-MONTH       PIC X(6).
           05  FILLER                  PIC X(109) VALUE SPACES.

       01  WS-REPORT-HEADING-3.
           05  FILLER                  PIC X(6) VALUE "CAT".
           05  FILLER                  PIC X(4) VALUE "ST".
           05  FILLER                  PIC X(32) VALUE "DESCRIPTION".
           05  FILLER                  PIC X(9) VALUE "ITEMS".
           05  FILLER                  PIC X(20) VALUE "DEBIT ACCOUNT".
           05  FILLER                  PIC X(20) VALUE
               "CREDIT ACCOUNT".
           05  FILLER                  PIC X(15) VALUE "AMOUNT".
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-REPORT-DETAIL-LINE.
           05  DTL-CATEGORY            PIC X(2).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  DTL-STATE-CODE          PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-DESCRIPTION         PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-COUNT               PIC ZZZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-DEBIT-ACCOUNT.
               10  DTL-DR-FUND         PIC X(4).
               10  FILLER              PIC X(1) VALUE "-".
               10  DTL-DR-AGENCY       PIC X(4).
               10  FILLER              PIC X(1) VALUE "-".
               10  DTL-DR-ACCOUNT      PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-CREDIT-ACCOUNT.
               10  DTL-CR-FUND         PIC X(4).
               10  FILLER              PIC X(1) VALUE "-".
               10  DTL-CR-AGENCY       PIC X(4).
               10  FILLER              PIC X(1) VALUE "-".
               10  DTL-CR-ACCOUNT      PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-REPORT-TOTAL-LINE.
           05  TTL-LABEL               PIC X(40).
           05  TTL-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TTL-NOTE                PIC X(40).
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  WS-REPORT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(3) VALUE 99.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.
           05  WS-PAGE-NUMBER          PIC 9(4) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-LEDGER-READ-COUNT    PIC 9(8) VALUE ZERO.
           05  WS-LEDGER-MONTH-COUNT   PIC 9(8) VALUE ZERO.
           05  WS-ACTIVITY-READ-COUNT  PIC 9(8) VALUE ZERO.
           05  WS-ACTIVITY-MONTH-COUNT PIC 9(8) VALUE ZERO.
           05  WS-NO-MASTER-COUNT      PIC 9(6) VALUE ZERO.

       01  WS-FLAGS.
           05  WS-PARM-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-COA-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-LEDG-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-CACT-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-ECTL-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-WORK-EOF-FLAG        PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INITIALIZE-PROGRAM
           PERFORM SUMMARIZE-BY-STATE
           PERFORM LOAD-EBT-CONTROLS
           PERFORM CHECK-ISSUANCE-TIE
           PERFORM MAP-SUMMARY-ACCOUNTS
           IF NOT WS-JOURNAL-REFUSED
               PERFORM WRITE-JOURNAL-FILE
           END-IF
           PERFORM PRINT-PROOF-REPORT
           PERFORM DISPLAY-SUMMARY-TOTALS
           PERFORM TERMINATE-PROGRAM
           STOP RUN.

       INITIALIZE-PROGRAM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-RESTART-PARM
           PERFORM CHECK-RUN-CONTROL
           PERFORM SET-JOURNAL-MONTH
           PERFORM LOAD-CHART-OF-ACCOUNTS
           PERFORM WRITE-RUN-LOG-START
           MOVE HIGH-VALUES TO WS-SUMMARY-TABLE.

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
      * RUN CONTROL - FINANCE IMPORTS THE JOURNAL ONCE, SO A SECOND   *
      * COMPLETED RUN ON THE SAME DATE IS REFUSED UNLESS RESTART.DAT  *
      * NAMES THIS PROGRAM                                            *
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

       SET-JOURNAL-MONTH.
           OPEN INPUT GL-PARM-FILE
           READ GL-PARM-FILE
               AT END MOVE 'Y' TO WS-PARM-EOF-FLAG
           END-READ
           IF WS-PARM-EOF-FLAG = 'N'
               MOVE GPRM-JOURNAL-MONTH TO WS-JOURNAL-MONTH
           END-IF
           CLOSE GL-PARM-FILE

           IF WS-JOURNAL-MONTH = SPACES
               IF WS-RUN-MONTH = 1
                   COMPUTE WS-JOURNAL-YEAR = WS-RUN-YEAR - 1
                   MOVE 12 TO WS-JOURNAL-MM
               ELSE
                   MOVE WS-RUN-YEAR TO WS-JOURNAL-YEAR
                   COMPUTE WS-JOURNAL-MM = WS-RUN-MONTH - 1
               END-IF
           END-IF

           IF WS-JOURNAL-MONTH NOT NUMERIC
               DISPLAY "INVALID JOURNAL MONTH " WS-JOURNAL-MONTH
                   " ON GLPARM.DAT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-JOURNAL-MM < 1 OR WS-JOURNAL-MM > 12
               DISPLAY "INVALID JOURNAL MONTH " WS-JOURNAL-MONTH
                   " ON GLPARM.DAT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-JOURNAL-MONTH TO WS-JOURNAL-ID-MONTH.

       LOAD-CHART-OF-ACCOUNTS.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE
           READ CHART-OF-ACCOUNTS-FILE
               AT END MOVE 'Y' TO WS-COA-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-COA-EOF-FLAG = 'Y'
               IF WS-COA-TABLE-COUNT < WS-COA-MAX-ENTRIES
                   ADD 1 TO WS-COA-TABLE-COUNT
                   MOVE COA-CATEGORY
                       TO WS-COA-CATEGORY(WS-COA-TABLE-COUNT)
                   MOVE COA-STATE-CODE
                       TO WS-COA-STATE-CODE(WS-COA-TABLE-COUNT)
                   MOVE COA-DR-FUND
                       TO WS-COA-DR-FUND(WS-COA-TABLE-COUNT)
                   MOVE COA-DR-AGENCY
                       TO WS-COA-DR-AGENCY(WS-COA-TABLE-COUNT)
                   MOVE COA-DR-ACCOUNT
                       TO WS-COA-DR-ACCOUNT(WS-COA-TABLE-COUNT)
                   MOVE COA-CR-FUND
                       TO WS-COA-CR-FUND(WS-COA-TABLE-COUNT)
                   MOVE COA-CR-AGENCY
                       TO WS-COA-CR-AGENCY(WS-COA-TABLE-COUNT)
                   MOVE COA-CR-ACCOUNT
                       TO WS-COA-CR-ACCOUNT(WS-COA-TABLE-COUNT)
                   MOVE COA-DESCRIPTION
                       TO WS-COA-DESCRIPTION(WS-COA-TABLE-COUNT)
               ELSE
                   IF WS-COA-TABLE-FULL = 'N'
                       MOVE 'Y' TO WS-COA-TABLE-FULL
                       DISPLAY "WARNING: CHART OF ACCOUNTS TABLE FULL"
                           " AT " WS-COA-MAX-ENTRIES " ENTRIES"
                   END-IF
               END-IF
               READ CHART-OF-ACCOUNTS-FILE
                   AT END MOVE 'Y' TO WS-COA-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE CHART-OF-ACCOUNTS-FILE.

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

      *****************************************************************
      * STATE SUMMARY - THE MONTH'S ACTIVITY IS SORTED BY CASE AND    *
      * MERGED FORWARD AGAINST THE APPLICANT MASTER FOR THE STATE. A  *
      * CASE NO LONGER ON THE MASTER SUMMARIZES UNDER STATE '??'      *
      *****************************************************************
       SUMMARIZE-BY-STATE.
           SORT GL-SORT-FILE
               ON ASCENDING KEY GSRT-APP-ID
               INPUT PROCEDURE IS RELEASE-MONTH-ACTIVITY
               GIVING GL-ACTIVITY-WORK-FILE

           OPEN INPUT APPLICANT-FILE
           OPEN INPUT GL-ACTIVITY-WORK-FILE
           PERFORM READ-APPLICANT-RECORD

           READ GL-ACTIVITY-WORK-FILE
               AT END MOVE 'Y' TO WS-WORK-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-WORK-EOF-FLAG = 'Y'
               PERFORM UNTIL WS-APP-CURRENT-ID >= GAW-APP-ID
                   PERFORM READ-APPLICANT-RECORD
               END-PERFORM
               IF WS-APP-CURRENT-ID = GAW-APP-ID
                   MOVE WS-APP-CURRENT-STATE TO WS-ACTIVITY-STATE
               ELSE
                   MOVE "??" TO WS-ACTIVITY-STATE
                   ADD 1 TO WS-NO-MASTER-COUNT
               END-IF
               PERFORM ADD-TO-SUMMARY
               READ GL-ACTIVITY-WORK-FILE
                   AT END MOVE 'Y' TO WS-WORK-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE APPLICANT-FILE
           CLOSE GL-ACTIVITY-WORK-FILE

           SORT WS-SUM-ENTRY ON ASCENDING KEY WS-SUM-KEY.

       READ-APPLICANT-RECORD.
           READ APPLICANT-FILE
               AT END
                   MOVE 'Y' TO WS-APP-EOF-FLAG
                   MOVE HIGH-VALUES TO WS-APP-CURRENT-ID
               NOT AT END
                   MOVE APP-ID TO WS-APP-CURRENT-ID
                   MOVE APP-STATE-CODE TO WS-APP-CURRENT-STATE
           END-READ.

       ADD-TO-SUMMARY.
           MOVE GAW-CATEGORY TO WS-SUM-SEARCH-CATEGORY
           MOVE WS-ACTIVITY-STATE TO WS-SUM-SEARCH-STATE
           MOVE ZERO TO WS-SUM-MATCH-ENTRY

           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
               UNTIL WS-SUM-IDX > WS-SUM-TABLE-COUNT
               IF WS-SUM-KEY(WS-SUM-IDX) = WS-SUM-SEARCH-KEY
                   SET WS-SUM-MATCH-ENTRY TO WS-SUM-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-SUM-MATCH-ENTRY = ZERO
               IF WS-SUM-TABLE-COUNT < WS-SUM-MAX-ENTRIES
                   ADD 1 TO WS-SUM-TABLE-COUNT
                   MOVE WS-SUM-TABLE-COUNT TO WS-SUM-MATCH-ENTRY
                   MOVE WS-SUM-SEARCH-KEY
                       TO WS-SUM-KEY(WS-SUM-MATCH-ENTRY)
                   MOVE ZERO TO WS-SUM-COUNT(WS-SUM-MATCH-ENTRY)
                   MOVE ZERO TO WS-SUM-AMOUNT(WS-SUM-MATCH-ENTRY)
                   MOVE ZERO TO WS-SUM-COA-ENTRY(WS-SUM-MATCH-ENTRY)
               ELSE
      *            A TOTAL THAT CANNOT BE HELD CANNOT BE JOURNALED -
      *            THE JOURNAL WOULD SILENTLY UNDERSTATE THE MONTH
                   IF WS-SUM-TABLE-FULL = 'N'
                       MOVE 'Y' TO WS-SUM-TABLE-FULL
                       MOVE 'Y' TO WS-REFUSE-FLAG
                       DISPLAY "WARNING: JOURNAL SUMMARY TABLE FULL AT "
                           WS-SUM-MAX-ENTRIES " ENTRIES"
                   END-IF
               END-IF
           END-IF

           IF WS-SUM-MATCH-ENTRY > ZERO
               ADD 1 TO WS-SUM-COUNT(WS-SUM-MATCH-ENTRY)
               ADD GAW-AMOUNT TO WS-SUM-AMOUNT(WS-SUM-MATCH-ENTRY)
           END-IF.

       LOAD-EBT-CONTROLS.
           OPEN INPUT EBT-CONTROL-FILE
           READ EBT-CONTROL-FILE
               AT END MOVE 'Y' TO WS-ECTL-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-ECTL-EOF-FLAG = 'Y'
               IF ECTL-BENEFIT-MONTH = WS-JOURNAL-MONTH
                   PERFORM KEEP-EBT-CONTROL
               END-IF
               READ EBT-CONTROL-FILE
                   AT END MOVE 'Y' TO WS-ECTL-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE EBT-CONTROL-FILE

           PERFORM VARYING WS-ECT-IDX FROM 1 BY 1
               UNTIL WS-ECT-IDX > WS-ECT-TABLE-COUNT
               MOVE 'Y' TO WS-EBT-MONTH-FOUND
               ADD WS-ECT-POSTED-DOLLARS(WS-ECT-IDX)
                   TO WS-EBT-POSTED-DOLLARS
               ADD WS-ECT-REJECT-DOLLARS(WS-ECT-IDX)
                   TO WS-EBT-REJECT-DOLLARS
               ADD WS-ECT-NO-RESP-DOLLARS(WS-ECT-IDX)
                   TO WS-EBT-NO-RESP-DOLLARS
               ADD WS-ECT-RESENT-DOLLARS(WS-ECT-IDX)
                   TO WS-EBT-RESENT-DOLLARS
           END-PERFORM.

      *    A LATER RECORD FOR THE SAME BATCH DATE IS A RECONCILIATION
      *    RERUN AND REPLACES THE EARLIER FIGURES
       KEEP-EBT-CONTROL.
           MOVE ZERO TO WS-ECT-MATCH-ENTRY
           PERFORM VARYING WS-ECT-IDX FROM 1 BY 1
               UNTIL WS-ECT-IDX > WS-ECT-TABLE-COUNT
               IF WS-ECT-BATCH-DATE(WS-ECT-IDX) = ECTL-BATCH-DATE
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
               MOVE ECTL-POSTED-DOLLARS
                   TO WS-ECT-POSTED-DOLLARS(WS-ECT-MATCH-ENTRY)
               MOVE ECTL-REJECT-DOLLARS
                   TO WS-ECT-REJECT-DOLLARS(WS-ECT-MATCH-ENTRY)
               MOVE ECTL-NO-RESPONSE-DOLLARS
                   TO WS-ECT-NO-RESP-DOLLARS(WS-ECT-MATCH-ENTRY)
      *        CONTROL RECORDS FROM BEFORE RE-SENDS WERE CARRIED HOLD
      *        SPACES THERE
               IF ECTL-RESENT-DOLLARS IS NUMERIC
                   MOVE ECTL-RESENT-DOLLARS
                       TO WS-ECT-RESENT-DOLLARS(WS-ECT-MATCH-ENTRY)
               ELSE
                   MOVE ZERO
                       TO WS-ECT-RESENT-DOLLARS(WS-ECT-MATCH-ENTRY)
               END-IF
           END-IF.

       CHECK-ISSUANCE-TIE.
           COMPUTE WS-EBT-ACK-DOLLARS =
               WS-EBT-POSTED-DOLLARS + WS-EBT-REJECT-DOLLARS
               - WS-EBT-RESENT-DOLLARS
           COMPUTE WS-TIE-DIFFERENCE =
               WS-LEDGER-ISSUANCE - WS-EBT-ACK-DOLLARS

           IF WS-TIE-DIFFERENCE NOT = ZERO
               MOVE 'Y' TO WS-TIE-FAILED-FLAG
               MOVE 'Y' TO WS-REFUSE-FLAG
               DISPLAY "*** ISSUANCE DOES NOT TIE TO EBT "
                   "ACKNOWLEDGMENTS FOR " WS-JOURNAL-MONTH " ***"
               DISPLAY "LEDGER ISSUANCE: " WS-LEDGER-ISSUANCE
                   " EBT ACKNOWLEDGED: " WS-EBT-ACK-DOLLARS
           END-IF.

      *****************************************************************
      * ACCOUNT MAPPING - A STATE'S OWN CHART RECORD WINS OVER THE    *
      * '**' DEFAULT FOR THE CATEGORY. A TOTAL WITH NEITHER HOLDS THE *
      * WHOLE JOURNAL, SINCE FINANCE CANNOT POST A PARTIAL MONTH      *
      *****************************************************************
       MAP-SUMMARY-ACCOUNTS.
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
               UNTIL WS-SUM-IDX > WS-SUM-TABLE-COUNT
               PERFORM FIND-ACCOUNT-MAPPING
               MOVE WS-COA-MATCH-ENTRY TO WS-SUM-COA-ENTRY(WS-SUM-IDX)
               IF WS-COA-MATCH-ENTRY = ZERO
                  AND WS-SUM-AMOUNT(WS-SUM-IDX) NOT = ZERO
                   ADD 1 TO WS-UNMAPPED-COUNT
                   MOVE 'Y' TO WS-REFUSE-FLAG
                   DISPLAY "NO ACCOUNT MAPPING FOR CATEGORY "
                       WS-SUM-CATEGORY(WS-SUM-IDX) " STATE "
                       WS-SUM-STATE-CODE(WS-SUM-IDX)
               END-IF
           END-PERFORM.

       FIND-ACCOUNT-MAPPING.
           MOVE ZERO TO WS-COA-MATCH-ENTRY
           MOVE ZERO TO WS-COA-DEFAULT-ENTRY

           PERFORM VARYING WS-COA-IDX FROM 1 BY 1
               UNTIL WS-COA-IDX > WS-COA-TABLE-COUNT
               IF WS-COA-CATEGORY(WS-COA-IDX)
                   = WS-SUM-CATEGORY(WS-SUM-IDX)
                   IF WS-COA-STATE-CODE(WS-COA-IDX)
                       = WS-SUM-STATE-CODE(WS-SUM-IDX)
                       SET WS-COA-MATCH-ENTRY TO WS-COA-IDX
                   END-IF
                   IF WS-COA-STATE-CODE(WS-COA-IDX) = "**"
                      AND WS-COA-DEFAULT-ENTRY = ZERO
                       SET WS-COA-DEFAULT-ENTRY TO WS-COA-IDX
                   END-IF
               END-IF
           END-PERFORM

           IF WS-COA-MATCH-ENTRY = ZERO
               MOVE WS-COA-DEFAULT-ENTRY TO WS-COA-MATCH-ENTRY
           END-IF.

      *****************************************************************
      * JOURNAL FILE - EACH NON-ZERO TOTAL WRITES ONE DEBIT AND ONE   *
      * CREDIT LINE FOR THE SAME AMOUNT, SO THE JOURNAL BALANCES BY   *
      * CONSTRUCTION. A NET-NEGATIVE TOTAL (A MONTH OF DOWNWARD       *
      * ADJUSTMENTS) REVERSES THE SIDES INSTEAD OF POSTING A NEGATIVE *
      *****************************************************************
       WRITE-JOURNAL-FILE.
           OPEN OUTPUT JOURNAL-FILE

           MOVE SPACES TO JOURNAL-RECORD
           SET JRN-HEADER TO TRUE
           MOVE WS-RUN-DATE TO JRN-HDR-JOURNAL-DATE
           MOVE WS-JOURNAL-MONTH TO JRN-HDR-JOURNAL-MONTH
           MOVE "FOODASST" TO JRN-HDR-SOURCE-SYSTEM
           MOVE WS-JOURNAL-ID TO JRN-HDR-JOURNAL-ID
           WRITE JOURNAL-RECORD

           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
               UNTIL WS-SUM-IDX > WS-SUM-TABLE-COUNT
               IF WS-SUM-AMOUNT(WS-SUM-IDX) NOT = ZERO
                   PERFORM WRITE-JOURNAL-PAIR
               END-IF
           END-PERFORM

           MOVE SPACES TO JOURNAL-RECORD
           SET JRN-TRAILER TO TRUE
           MOVE WS-JOURNAL-LINE-NBR TO JRN-TRL-LINE-COUNT
           MOVE WS-TOTAL-DEBITS TO JRN-TRL-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS TO JRN-TRL-TOTAL-CREDITS
           WRITE JOURNAL-RECORD

           CLOSE JOURNAL-FILE.

       WRITE-JOURNAL-PAIR.
           MOVE WS-SUM-COA-ENTRY(WS-SUM-IDX) TO WS-COA-MATCH-ENTRY
           IF WS-SUM-AMOUNT(WS-SUM-IDX) < ZERO
               COMPUTE WS-LINE-AMOUNT =
                   ZERO - WS-SUM-AMOUNT(WS-SUM-IDX)
           ELSE
               MOVE WS-SUM-AMOUNT(WS-SUM-IDX) TO WS-LINE-AMOUNT
           END-IF

           MOVE SPACES TO JOURNAL-RECORD
           SET JRN-DETAIL TO TRUE
           MOVE WS-COA-DR-FUND(WS-COA-MATCH-ENTRY) TO JRN-DTL-FUND
           MOVE WS-COA-DR-AGENCY(WS-COA-MATCH-ENTRY) TO JRN-DTL-AGENCY
           MOVE WS-COA-DR-ACCOUNT(WS-COA-MATCH-ENTRY)
               TO JRN-DTL-ACCOUNT
           IF WS-SUM-AMOUNT(WS-SUM-IDX) < ZERO
               SET JRN-DTL-CREDIT TO TRUE
           ELSE
               SET JRN-DTL-DEBIT TO TRUE
           END-IF
           PERFORM WRITE-JOURNAL-DETAIL

           MOVE SPACES TO JOURNAL-RECORD
           SET JRN-DETAIL TO TRUE
           MOVE WS-COA-CR-FUND(WS-COA-MATCH-ENTRY) TO JRN-DTL-FUND
           MOVE WS-COA-CR-AGENCY(WS-COA-MATCH-ENTRY) TO JRN-DTL-AGENCY
           MOVE WS-COA-CR-ACCOUNT(WS-COA-MATCH-ENTRY)
               TO JRN-DTL-ACCOUNT
           IF WS-SUM-AMOUNT(WS-SUM-IDX) < ZERO
               SET JRN-DTL-DEBIT TO TRUE
           ELSE
               SET JRN-DTL-CREDIT TO TRUE
           END-IF
           PERFORM WRITE-JOURNAL-DETAIL.

       WRITE-JOURNAL-DETAIL.
           ADD 1 TO WS-JOURNAL-LINE-NBR
           MOVE WS-JOURNAL-LINE-NBR TO JRN-DTL-LINE-NBR
           MOVE WS-LINE-AMOUNT TO JRN-DTL-AMOUNT
           MOVE WS-SUM-STATE-CODE(WS-SUM-IDX) TO JRN-DTL-STATE-CODE
           MOVE WS-SUM-CATEGORY(WS-SUM-IDX) TO JRN-DTL-CATEGORY
           MOVE WS-COA-DESCRIPTION(WS-COA-MATCH-ENTRY)
               TO JRN-DTL-DESCRIPTION
           IF JRN-DTL-DEBIT
               ADD WS-LINE-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
               ADD WS-LINE-AMOUNT TO WS-TOTAL-CREDITS
           END-IF
           WRITE JOURNAL-RECORD.

      *****************************************************************
      * PROOF REPORT - EVERY SUMMARY TOTAL WITH ITS ACCOUNTS, THE     *
      * DEBIT AND CREDIT TOTALS, AND THE ISSUANCE TIE-OUT. PRINTED    *
      * EVEN WHEN THE JOURNAL IS HELD SO FINANCE CAN SEE WHY          *
      *****************************************************************
       PRINT-PROOF-REPORT.
           OPEN OUTPUT PROOF-REPORT-FILE

           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
               UNTIL WS-SUM-IDX > WS-SUM-TABLE-COUNT
               PERFORM WRITE-PROOF-DETAIL-LINE
           END-PERFORM

           IF WS-SUM-TABLE-COUNT = ZERO
               PERFORM WRITE-PAGE-HEADINGS
           END-IF
           PERFORM WRITE-PROOF-TOTALS

           CLOSE PROOF-REPORT-FILE.

       WRITE-PROOF-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADINGS
           END-IF

           MOVE WS-SUM-CATEGORY(WS-SUM-IDX) TO DTL-CATEGORY
           MOVE WS-SUM-STATE-CODE(WS-SUM-IDX) TO DTL-STATE-CODE
           MOVE WS-SUM-COUNT(WS-SUM-IDX) TO DTL-COUNT
           MOVE WS-SUM-AMOUNT(WS-SUM-IDX) TO DTL-AMOUNT
           MOVE WS-SUM-COA-ENTRY(WS-SUM-IDX) TO WS-COA-MATCH-ENTRY

           IF WS-COA-MATCH-ENTRY > ZERO
               MOVE WS-COA-DESCRIPTION(WS-COA-MATCH-ENTRY)
                   TO DTL-DESCRIPTION
               MOVE WS-COA-DR-FUND(WS-COA-MATCH-ENTRY) TO DTL-DR-FUND
               MOVE WS-COA-DR-AGENCY(WS-COA-MATCH-ENTRY)
                   TO DTL-DR-AGENCY
               MOVE WS-COA-DR-ACCOUNT(WS-COA-MATCH-ENTRY)
                   TO DTL-DR-ACCOUNT
               MOVE WS-COA-CR-FUND(WS-COA-MATCH-ENTRY) TO DTL-CR-FUND
               MOVE WS-COA-CR-AGENCY(WS-COA-MATCH-ENTRY)
                   TO DTL-CR-AGENCY
               MOVE WS-COA-CR-ACCOUNT(WS-COA-MATCH-ENTRY)
                   TO DTL-CR-ACCOUNT
           ELSE
               MOVE "*** NO ACCOUNT MAPPING ***" TO DTL-DESCRIPTION
               MOVE SPACES TO DTL-DR-FUND
               MOVE SPACES TO DTL-DR-AGENCY
               MOVE SPACES TO DTL-DR-ACCOUNT
               MOVE SPACES TO DTL-CR-FUND
               MOVE SPACES TO DTL-CR-AGENCY
               MOVE SPACES TO DTL-CR-ACCOUNT
           END-IF

           WRITE REPORT-LINE FROM WS-REPORT-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-PROOF-TOTALS.
           IF WS-LINE-COUNT + 13 > WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADINGS
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO TTL-NOTE
           MOVE "TOTAL DEBITS" TO TTL-LABEL
           MOVE WS-TOTAL-DEBITS TO TTL-AMOUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "TOTAL CREDITS" TO TTL-LABEL
           MOVE WS-TOTAL-CREDITS TO TTL-AMOUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "LEDGER ISSUANCE FOR MONTH" TO TTL-LABEL
           MOVE WS-LEDGER-ISSUANCE TO TTL-AMOUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "EBT POSTED TO CARD" TO TTL-LABEL
           MOVE WS-EBT-POSTED-DOLLARS TO TTL-AMOUNT
           IF WS-EBT-MONTH-FOUND = 'N'
               MOVE "NO EBT RECONCILIATION FOR MONTH" TO TTL-NOTE
           END-IF
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE
           MOVE SPACES TO TTL-NOTE

           MOVE "EBT RETURNED FOR REQUEUE" TO TTL-LABEL
           MOVE WS-EBT-REJECT-DOLLARS TO TTL-AMOUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "EBT NO VENDOR RESPONSE" TO TTL-LABEL
           MOVE WS-EBT-NO-RESP-DOLLARS TO TTL-AMOUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "EBT SAME-MONTH RE-SENDS" TO TTL-LABEL
           MOVE WS-EBT-RESENT-DOLLARS TO TTL-AMOUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "EBT ACKNOWLEDGED" TO TTL-LABEL
           MOVE WS-EBT-ACK-DOLLARS TO TTL-AMOUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "ISSUANCE TIE-OUT DIFFERENCE" TO TTL-LABEL
           MOVE WS-TIE-DIFFERENCE TO TTL-AMOUNT
           IF WS-TIE-FAILED-FLAG = 'Y'
               MOVE "*** OUT OF BALANCE ***" TO TTL-NOTE
           ELSE
               MOVE "IN BALANCE" TO TTL-NOTE
           END-IF
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE
           MOVE SPACES TO TTL-NOTE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           IF WS-JOURNAL-REFUSED
               MOVE "JOURNAL NOT PRODUCED" TO TTL-LABEL
               MOVE ZERO TO TTL-AMOUNT
               IF WS-TIE-FAILED-FLAG = 'Y'
                   MOVE "ISSUANCE DOES NOT TIE TO EBT" TO TTL-NOTE
               ELSE
                   MOVE "UNMAPPED OR UNHELD TOTALS" TO TTL-NOTE
               END-IF
           ELSE
               MOVE "JOURNAL LINES WRITTEN" TO TTL-LABEL
               MOVE WS-JOURNAL-LINE-NBR TO TTL-AMOUNT
               MOVE WS-JOURNAL-ID TO TTL-NOTE
           END-IF
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE
           ADD 13 TO WS-LINE-COUNT.

       WRITE-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           MOVE WS-PAGE-NUMBER TO HDG-PAGE-NUMBER
           MOVE WS-JOURNAL-MONTH TO HDG-JOURNAL-MONTH
           WRITE REPORT-LINE FROM WS-REPORT-HEADING-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-REPORT-HEADING-2
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM WS-REPORT-HEADING-3
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 6 TO WS-LINE-COUNT.

       DISPLAY-SUMMARY-TOTALS.
           DISPLAY "GENERAL LEDGER JOURNAL SUMMARY"
           DISPLAY "JOURNAL MONTH: " WS-JOURNAL-MONTH
           DISPLAY "LEDGER ENTRIES FOR MONTH: " WS-LEDGER-MONTH-COUNT
           DISPLAY "CLAIM ACTIVITY FOR MONTH: "
               WS-ACTIVITY-MONTH-COUNT
           DISPLAY "ACTIVITY WITH NO MASTER: " WS-NO-MASTER-COUNT
           DISPLAY "SUMMARY TOTALS: " WS-SUM-TABLE-COUNT
           DISPLAY "UNMAPPED TOTALS: " WS-UNMAPPED-COUNT
           DISPLAY "JOURNAL LINES WRITTEN: " WS-JOURNAL-LINE-NBR
           DISPLAY "TOTAL DEBITS: " WS-TOTAL-DEBITS
           DISPLAY "TOTAL CREDITS: " WS-TOTAL-CREDITS.

      *    A HELD JOURNAL ENDS WITH AN ERROR RETURN CODE AND NO
      *    COMPLETE ENTRY ON THE RUN LOG, SO THE CORRECTED RERUN IS
      *    NOT REFUSED BY RUN CONTROL
       TERMINATE-PROGRAM.
           IF WS-JOURNAL-REFUSED
               DISPLAY "GL JOURNAL NOT PRODUCED FOR " WS-JOURNAL-MONTH
                   " - SEE GLPROOF.RPT"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM WRITE-RUN-LOG-END
           END-IF.

      *****************************************************************
      * SORT INPUT - THE JOURNAL MONTH'S LEDGER ENTRIES BY BENEFIT    *
      * MONTH AND THE MONTH'S CLAIM ACTIVITY BY ACTIVITY DATE. THE    *
      * LEDGER'S ISSUANCE TOTAL FOR THE TIE-OUT IS TAKEN ON THE WAY.  *
      * EXPUNGED EBT BALANCES AGE OFF MONTHS THAT ARE LONG CLOSED, SO *
      * THEY ARE JOURNALED IN THE MONTH THEY POST TO THE LEDGER       *
      *****************************************************************
       RELEASE-MONTH-ACTIVITY SECTION.
       RELEASE-ACTIVITY-START.
           OPEN INPUT PAYMENT-LEDGER-FILE
           READ PAYMENT-LEDGER-FILE
               AT END MOVE 'Y' TO WS-LEDG-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-LEDG-EOF-FLAG = 'Y'
               ADD 1 TO WS-LEDGER-READ-COUNT
               IF (PLG-BENEFIT-MONTH = WS-JOURNAL-MONTH
                   AND NOT PLG-SOURCE-EXPUNGEMENT)
                  OR (PLG-POST-DATE(1:6) = WS-JOURNAL-MONTH
                   AND PLG-SOURCE-EXPUNGEMENT)
                   ADD 1 TO WS-LEDGER-MONTH-COUNT
                   MOVE SPACES TO GL-SORT-RECORD
                   MOVE PLG-APP-ID TO GSRT-APP-ID
                   MOVE 'L' TO GSRT-CATEGORY(1:1)
                   MOVE PLG-SOURCE-CODE TO GSRT-CATEGORY(2:1)
                   MOVE PLG-AMOUNT TO GSRT-AMOUNT
                   RELEASE GL-SORT-RECORD
                   IF PLG-SOURCE-ISSUANCE
                       ADD PLG-AMOUNT TO WS-LEDGER-ISSUANCE
                   END-IF
               END-IF
               READ PAYMENT-LEDGER-FILE
                   AT END MOVE 'Y' TO WS-LEDG-EOF-FLAG
               END-READ
           END-PERFORM
           CLOSE PAYMENT-LEDGER-FILE

           OPEN INPUT CLAIM-ACTIVITY-FILE
           READ CLAIM-ACTIVITY-FILE
               AT END MOVE 'Y' TO WS-CACT-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-CACT-EOF-FLAG = 'Y'
               ADD 1 TO WS-ACTIVITY-READ-COUNT
               IF CACT-ACTIVITY-DATE(1:6) = WS-JOURNAL-MONTH
                   ADD 1 TO WS-ACTIVITY-MONTH-COUNT
                   MOVE SPACES TO GL-SORT-RECORD
                   MOVE CACT-APP-ID TO GSRT-APP-ID
                   MOVE 'C' TO GSRT-CATEGORY(1:1)
                   MOVE CACT-ACTIVITY-CODE TO GSRT-CATEGORY(2:1)
                   MOVE CACT-AMOUNT TO GSRT-AMOUNT
                   RELEASE GL-SORT-RECORD
               END-IF
               READ CLAIM-ACTIVITY-FILE
                   AT END MOVE 'Y' TO WS-CACT-EOF-FLAG
               END-READ
           END-PERFORM
           CLOSE CLAIM-ACTIVITY-FILE.
