       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASE-AUDIT.
      *********************************************************
      * WEEKLY CROSS-FILE REFERENTIAL INTEGRITY AUDIT         *
      * SORT-MATCHES THE APPLICANT MASTER WITH THE MEMBER     *
      * DETAIL, INCOME DETAIL, APPEALS, CLAIMS, PENDING-      *
      * REVIEW AND HISTORY FILES BY APPLICANT ID AND RUNS A   *
      * FIXED SET OF CONSISTENCY RULES OVER EACH CASE:        *
      *   01 MEMBER RECORD WITH NO APPLICANT MASTER           *
      *   02 INCOME DETAIL WITH NO APPLICANT MASTER           *
      *   03 APPEAL WITH NO APPLICANT MASTER                  *
      *   04 CLAIM WITH NO APPLICANT MASTER                   *
      *   05 PENDING-REVIEW HOLD WITH NO APPLICANT MASTER     *
      *   06 HOUSEHOLD SIZE NOT MEMBER COUNT PLUS THE HEAD    *
      *   07 OPEN APPEAL WITH NO DETERMINATION HISTORY        *
      *   08 OPEN CLAIM WITH NO DETERMINATION HISTORY         *
      * EVERY FINDING GOES TO THE EXCEPTION FILE WITH ITS     *
      * RULE CODE. AN APPEAL, CLAIM OR PENDING HOLD LEFT ON A *
      * CASE MERGED INTO ANOTHER IS NOT AN ORPHAN - THE CASE  *
      * CROSS-REFERENCE FILE LEADS TO THE SURVIVING CASE - SO *
      * IT IS COUNTED AS FOLLOWED INSTEAD OF REPORTED UNDER   *
      * RULES 03-05. WHERE THE FIX IS UNAMBIGUOUS - AN ORPHAN *
      * MEMBER RECORD - A DELETE TRANSACTION IS PREPARED FOR  *
      * MEMBER-MAINT AND HELD FOR SUPERVISOR APPROVAL, THE    *
      * WAY DEATH-MATCH PREPARES ITS MEMBER TRANSACTIONS.     *
      * THE AUDIT REPORT LISTS THE PREPARED TRANSACTIONS AND  *
      * COUNTS THE FINDINGS BY RULE AND BY STATE              *
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICANT-FILE ASSIGN TO "APPLICANT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS APP-ID.

           SELECT OPTIONAL MEMBER-FILE ASSIGN TO "MEMBERS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MBR-KEY.

           SELECT OPTIONAL INCOME-DETAIL-FILE ASSIGN TO "INCDETL.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL APPEALS-FILE ASSIGN TO "APPEALS.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL CLAIMS-FILE ASSIGN TO "CLAIMS.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL PENDING-REVIEW-FILE ASSIGN TO "PENDREV.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "HISTORY.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL CASE-XREF-FILE ASSIGN TO "CASEXREF.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT EXCEPTION-FILE ASSIGN TO "AUDEXCP.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT MEMBER-TRAN-OUT-FILE ASSIGN TO "AUDMTRAN.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT AUDIT-REPORT-FILE ASSIGN TO "CASEAUDT.RPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT AUDIT-SORT-FILE ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  APPLICANT-FILE.
           COPY APPLREC.

       FD  MEMBER-FILE.
           COPY MEMBREC.

       FD  INCOME-DETAIL-FILE.
       01  INCOME-DETAIL-RECORD.
           05  INC-APP-ID              PIC X(8).
           05  INC-EARNED-INCOME       PIC 9(6)V99.
           05  INC-UNEARNED-INCOME     PIC 9(6)V99.
           05  INC-SELFEMP-GROSS       PIC 9(6)V99.
           05  INC-SELFEMP-COSTS       PIC 9(6)V99.
           05  FILLER                  PIC X(10).

       FD  APPEALS-FILE.
           COPY APPEALRC.

       FD  CLAIMS-FILE.
           COPY CLAIMREC.

       FD  PENDING-REVIEW-FILE.
       01  PENDING-REVIEW-RECORD.
           05  PEND-APP-ID             PIC X(8).
           05  PEND-LAST-NAME          PIC X(25).
           05  PEND-FIRST-NAME         PIC X(20).
           05  PEND-OVERALL-RISK       PIC X(10).
           05  PEND-ASSET-MISMATCH     PIC X(1).
           05  PEND-HELD-BENEFIT       PIC 9(6)V99.
           05  PEND-RUN-DATE           PIC X(8).
           05  PEND-STATE-CODE         PIC X(2).
           05  FILLER                  PIC X(8).

       FD  HISTORY-FILE.
           COPY HISTREC.

      *****************************************************************
      * AUDIT EXCEPTION - ONE RECORD PER FINDING. A FINDING WITH NO   *
      * MASTER CARRIES STATE "--" UNLESS THE ORPHAN RECORD ITSELF     *
      * NAMES A STATE. CLEANUP FLAG 'Y' MEANS A TRANSACTION WAS       *
      * PREPARED FOR THE FINDING ON AUDMTRAN.DAT                      *
      *****************************************************************
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           05  EXC-RUN-DATE            PIC X(8).
           05  EXC-RULE-CODE           PIC X(2).
               88  EXC-RULE-ORPHAN-MEMBER     VALUE '01'.
               88  EXC-RULE-ORPHAN-INCOME     VALUE '02'.
               88  EXC-RULE-ORPHAN-APPEAL     VALUE '03'.
               88  EXC-RULE-ORPHAN-CLAIM      VALUE '04'.
               88  EXC-RULE-ORPHAN-PENDING    VALUE '05'.
               88  EXC-RULE-SIZE-MISMATCH     VALUE '06'.
               88  EXC-RULE-APPEAL-NO-HIST    VALUE '07'.
               88  EXC-RULE-CLAIM-NO-HIST     VALUE '08'.
           05  EXC-APP-ID              PIC X(8).
           05  EXC-MEMBER-NBR          PIC X(2).
           05  EXC-STATE-CODE          PIC X(2).
           05  EXC-REFERENCE-DATE      PIC X(8).
           05  EXC-MASTER-SIZE         PIC 99.
           05  EXC-COUNTED-SIZE        PIC 99.
           05  EXC-CLEANUP-FLAG        PIC X(1).
           05  EXC-DESCRIPTION         PIC X(40).
           05  FILLER                  PIC X(10).

      *****************************************************************
      * PREPARED MEMBER TRANSACTIONS - DELETES FOR ORPHAN MEMBER      *
      * RECORDS, HELD FOR SUPERVISOR APPROVAL AND RELEASED TO         *
      * MEMBER-MAINT ONCE SIGNED OFF. PADDED TO THE FULL MEMBER-      *
      * TRAN-RECORD LENGTH SO THE FILE FEEDS MEMBER-MAINT AS ITS      *
      * TRANSACTION FILE UNCHANGED                                    *
      *****************************************************************
       FD  MEMBER-TRAN-OUT-FILE.
       01  AUDIT-MBR-TRAN-RECORD.
           05  AMTR-ACTION-CODE        PIC X(1).
           05  AMTR-OPERATOR-ID        PIC X(8).
           05  AMTR-APP-ID             PIC X(8).
           05  AMTR-MEMBER-NBR         PIC X(2).
           05  FILLER                  PIC X(83).

       FD  CASE-XREF-FILE.
           COPY CASXRFRC.

       FD  AUDIT-REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

      *****************************************************************
      * ONE SORT RECORD PER RECORD ON EVERY CASE FILE, KEYED BY CASE  *
      * AND SOURCE. THE MASTER (SOURCE 1) SORTS AHEAD OF EVERYTHING   *
      * ELSE FOR ITS CASE, SO A RECORD ARRIVING WITH NO MASTER SEEN   *
      * IS AN ORPHAN; HISTORY (SOURCE 7) SORTS LAST, SO THE CASE IS   *
      * COMPLETE WHEN THE ID CHANGES                                  *
      *****************************************************************
       SD  AUDIT-SORT-FILE.
       01  AUDIT-SORT-RECORD.
           05  ASRT-APP-ID             PIC X(8).
           05  ASRT-SOURCE             PIC 9(1).
               88  ASRT-SOURCE-MASTER       VALUE 1.
               88  ASRT-SOURCE-MEMBER       VALUE 2.
               88  ASRT-SOURCE-INCOME       VALUE 3.
               88  ASRT-SOURCE-APPEAL       VALUE 4.
               88  ASRT-SOURCE-CLAIM        VALUE 5.
               88  ASRT-SOURCE-PENDING      VALUE 6.
               88  ASRT-SOURCE-HISTORY      VALUE 7.
           05  ASRT-MEMBER-NBR         PIC X(2).
           05  ASRT-MEMBER-NBR-N       REDEFINES ASRT-MEMBER-NBR
                                       PIC 99.
           05  ASRT-STATE-CODE         PIC X(2).
           05  ASRT-HOUSEHOLD-SIZE     PIC 99.
           05  ASRT-OPEN-FLAG          PIC X(1).
           05  ASRT-REFERENCE-DATE     PIC X(8).
           05  ASRT-LAST-NAME          PIC X(25).
           05  ASRT-FIRST-NAME         PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE             PIC X(8).

       01  WS-PROGRAM-CONSTANTS.
           05  WS-MAX-MEMBER-NBR       PIC 99 VALUE 20.
           05  WS-NO-MASTER-STATE      PIC X(2) VALUE "--".
           05  WS-AUDIT-OPERATOR-ID    PIC X(8) VALUE "CASEAUDT".
           05  WS-RULE-COUNT-MAX       PIC 9(1) VALUE 8.

      *****************************************************************
      * RULE DESCRIPTIONS, INDEXED BY RULE NUMBER                     *
      *****************************************************************
       01  WS-RULE-DESCRIPTION-VALUES.
           05  FILLER                  PIC X(40) VALUE
               "MEMBER RECORD - NO APPLICANT MASTER".
           05  FILLER                  PIC X(40) VALUE
               "INCOME DETAIL - NO APPLICANT MASTER".
           05  FILLER                  PIC X(40) VALUE
               "APPEAL - NO APPLICANT MASTER".
           05  FILLER                  PIC X(40) VALUE
               "CLAIM - NO APPLICANT MASTER".
           05  FILLER                  PIC X(40) VALUE
               "PENDING REVIEW - NO APPLICANT MASTER".
           05  FILLER                  PIC X(40) VALUE
               "HOUSEHOLD SIZE NOT MEMBERS PLUS HEAD".
           05  FILLER                  PIC X(40) VALUE
               "OPEN APPEAL - NO DETERMINATION HISTORY".
           05  FILLER                  PIC X(40) VALUE
               "OPEN CLAIM - NO DETERMINATION HISTORY".
       01  WS-RULE-DESCRIPTION-TABLE REDEFINES
                                       WS-RULE-DESCRIPTION-VALUES.
           05  WS-RULE-DESCRIPTION     PIC X(40) OCCURS 8 TIMES.

       01  WS-RULE-TOTALS.
           05  WS-RULE-COUNT           PIC 9(6) OCCURS 8 TIMES.
           05  WS-RULE-CLEANUP-COUNT   PIC 9(6) OCCURS 8 TIMES.

      *****************************************************************
      * FINDINGS BY STATE - ONE ENTRY PER STATE SEEN, ADDED AS THEY   *
      * TURN UP AND SORTED FOR PRINTING (UNUSED SLOTS HOLD            *
      * HIGH-VALUES AND SORT TO THE END)                              *
      *****************************************************************
       01  WS-STATE-TABLE.
           05  WS-STC-ENTRY OCCURS 100 TIMES
                   ASCENDING KEY IS WS-STC-STATE-CODE.
               10  WS-STC-STATE-CODE       PIC X(2).
               10  WS-STC-RULE-COUNT       PIC 9(6) OCCURS 8 TIMES.
               10  WS-STC-TOTAL-COUNT      PIC 9(6).

       01  WS-STATE-TABLE-FIELDS.
           05  WS-STC-MAX-ENTRIES      PIC 9(3) VALUE 100.
           05  WS-STC-TABLE-COUNT      PIC 9(3) VALUE ZERO.
           05  WS-STC-TABLE-FULL       PIC X VALUE 'N'.
           05  WS-STC-IDX              PIC 9(3).
           05  WS-STC-FOUND-IDX        PIC 9(3).

      *****************************************************************
      * THE CASE CURRENTLY BEING ASSEMBLED FROM THE SORTED RECORDS    *
      *****************************************************************
       01  WS-CASE-FIELDS.
           05  WS-CASE-APP-ID          PIC X(8) VALUE LOW-VALUES.
           05  WS-CASE-MASTER-FLAG     PIC X VALUE 'N'.
               88  WS-CASE-HAS-MASTER       VALUE 'Y'.
           05  WS-CASE-STATE-CODE      PIC X(2).
           05  WS-CASE-HOUSEHOLD-SIZE  PIC 99.
           05  WS-CASE-MEMBER-COUNT    PIC 9(3).
           05  WS-CASE-OPEN-APPEALS    PIC 9(3).
           05  WS-CASE-APPEAL-DATE     PIC X(8).
           05  WS-CASE-OPEN-CLAIMS     PIC 9(3).
           05  WS-CASE-CLAIM-DATE      PIC X(8).
           05  WS-CASE-HISTORY-COUNT   PIC 9(6).
           05  WS-CASE-COUNTED-SIZE    PIC 9(3).
           05  WS-CASE-MERGED-FLAG     PIC X VALUE 'N'.
               88  WS-CASE-MERGED-AWAY      VALUE 'Y'.

      *****************************************************************
      * THE FINDING BEING WRITTEN - SET BY THE RULE BEFORE            *
      * WRITE-EXCEPTION IS PERFORMED                                  *
      *****************************************************************
       01  WS-FINDING-FIELDS.
           05  WS-FND-RULE-NBR         PIC 99.
           05  WS-FND-MEMBER-NBR       PIC X(2).
           05  WS-FND-STATE-CODE       PIC X(2).
           05  WS-FND-REFERENCE-DATE   PIC X(8).
           05  WS-FND-MASTER-SIZE      PIC 99.
           05  WS-FND-COUNTED-SIZE     PIC 99.
           05  WS-FND-CLEANUP-FLAG     PIC X(1).

      *****************************************************************
      * CASES FOLDED INTO ANOTHER BY A CASE MERGE - SORTED (UNUSED    *
      * SLOTS HOLD HIGH-VALUES) SO EACH CASE IS A BINARY SEARCH       *
      *****************************************************************
       01  WS-MERGED-CASE-TABLE.
           05  WS-MRG-ENTRY OCCURS 5000 TIMES
                   ASCENDING KEY IS WS-MRG-APP-ID
                   INDEXED BY WS-MRG-IDX.
               10  WS-MRG-APP-ID           PIC X(8).

       01  WS-MRG-TABLE-FIELDS.
           05  WS-MRG-MAX-ENTRIES      PIC 9(4) VALUE 5000.
           05  WS-MRG-TABLE-COUNT      PIC 9(4) VALUE ZERO.
           05  WS-MRG-TABLE-FULL       PIC X VALUE 'N'.
           05  WS-XREF-EOF-FLAG        PIC X VALUE 'N'.

       01  WS-COUNTERS.
           05  WS-RECORDS-RELEASED     PIC 9(8) VALUE ZERO.
           05  WS-CASE-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-EXCEPTION-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-CLEANUP-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-MERGED-FOLLOWED-COUNT PIC 9(6) VALUE ZERO.
           05  WS-CASES-WITH-FINDINGS  PIC 9(6) VALUE ZERO.
           05  WS-CASE-FINDING-COUNT   PIC 9(3).

       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "CASE FILE INTEGRITY AUDIT".
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  HDG-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "PAGE: ".
           05  HDG-PAGE-NUMBER         PIC ZZZ9.
           05  FILLER                  PIC X(26) VALUE SPACES.

      *    THE COLUMN HEADING FOR THE SECTION BEING PRINTED IS MOVED
      *    HERE BEFORE THE SECTION STARTS ITS FIRST PAGE
       01  WS-COLUMN-HEADING           PIC X(132).

       01  WS-CLEANUP-COLUMNS.
           05  FILLER                  PIC X(8) VALUE "ACTION".
           05  FILLER                  PIC X(10) VALUE "APP ID".
           05  FILLER                  PIC X(5) VALUE "MBR".
           05  FILLER                  PIC X(48) VALUE "MEMBER NAME".
           05  FILLER                  PIC X(5) VALUE "RULE".
           05  FILLER                  PIC X(56) VALUE "FINDING".

       01  WS-CLEANUP-DETAIL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CLN-ACTION-CODE         PIC X(1).
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  CLN-APP-ID              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CLN-MEMBER-NBR          PIC X(2).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  CLN-LAST-NAME           PIC X(25).
           05  FILLER                  PIC X(1) VALUE ",".
           05  CLN-FIRST-NAME          PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CLN-RULE-CODE           PIC X(2).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  CLN-DESCRIPTION         PIC X(40).
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  WS-RULE-COLUMNS.
           05  FILLER                  PIC X(6) VALUE "RULE".
           05  FILLER                  PIC X(42) VALUE "DESCRIPTION".
           05  FILLER                  PIC X(12) VALUE "  FINDINGS".
           05  FILLER                  PIC X(12) VALUE "   CLEANUPS".
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  WS-RULE-DETAIL-LINE.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  RUL-RULE-CODE           PIC X(2).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  RUL-DESCRIPTION         PIC X(40).
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  RUL-FINDING-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  RUL-CLEANUP-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  WS-STATE-COLUMNS.
           05  FILLER                  PIC X(7) VALUE "STATE".
           05  FILLER                  PIC X(9) VALUE "    01".
           05  FILLER                  PIC X(9) VALUE "    02".
           05  FILLER                  PIC X(9) VALUE "    03".
           05  FILLER                  PIC X(9) VALUE "    04".
           05  FILLER                  PIC X(9) VALUE "    05".
           05  FILLER                  PIC X(9) VALUE "    06".
           05  FILLER                  PIC X(9) VALUE "    07".
           05  FILLER                  PIC X(9) VALUE "    08".
           05  FILLER                  PIC X(10) VALUE "    TOTAL".
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  WS-STATE-DETAIL-LINE.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  STL-STATE-CODE          PIC X(2).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  STL-RULE-GROUP OCCURS 8 TIMES.
               10  FILLER              PIC X(2).
               10  STL-RULE-COUNT      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  STL-TOTAL-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(46) VALUE SPACES.

       01  WS-REPORT-TOTAL-LINE.
           05  TTL-LABEL               PIC X(40).
           05  TTL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(85) VALUE SPACES.

       01  WS-REPORT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(3) VALUE 99.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.
           05  WS-PAGE-NUMBER          PIC 9(4) VALUE ZERO.
           05  WS-RULE-IDX             PIC 9(1).

       01  WS-FLAGS.
           05  WS-APPL-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-MBR-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-INC-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-APL-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-CLM-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-PEND-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-HIST-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-ASRT-EOF-FLAG        PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           MOVE ZERO TO WS-RULE-TOTALS
           MOVE HIGH-VALUES TO WS-STATE-TABLE
           PERFORM LOAD-MERGED-CASES

           OPEN OUTPUT EXCEPTION-FILE
           OPEN OUTPUT MEMBER-TRAN-OUT-FILE
           OPEN OUTPUT AUDIT-REPORT-FILE

           MOVE WS-CLEANUP-COLUMNS TO WS-COLUMN-HEADING
           PERFORM WRITE-PAGE-HEADINGS

           SORT AUDIT-SORT-FILE
               ON ASCENDING KEY ASRT-APP-ID
                                ASRT-SOURCE
                                ASRT-MEMBER-NBR
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-CASE-RECORDS
               OUTPUT PROCEDURE IS AUDIT-CASE-RECORDS

           IF WS-CLEANUP-COUNT = ZERO
               MOVE "NO CLEANUP TRANSACTIONS PREPARED" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF

           PERFORM WRITE-RULE-SUMMARY
           PERFORM WRITE-STATE-SUMMARY

           CLOSE EXCEPTION-FILE
           CLOSE MEMBER-TRAN-OUT-FILE
           CLOSE AUDIT-REPORT-FILE

           DISPLAY "CASE AUDIT COMPLETE"
           DISPLAY "RECORDS MATCHED:         " WS-RECORDS-RELEASED
           DISPLAY "CASES AUDITED:           " WS-CASE-COUNT
           DISPLAY "CASES WITH FINDINGS:     " WS-CASES-WITH-FINDINGS
           DISPLAY "EXCEPTIONS WRITTEN:      " WS-EXCEPTION-COUNT
           DISPLAY "CLEANUP TRANSACTIONS:    " WS-CLEANUP-COUNT
           DISPLAY "MERGED-CASE RECORDS FOLLOWED: "
               WS-MERGED-FOLLOWED-COUNT
           STOP RUN.

       RELEASE-AUDIT-RECORD.
           RELEASE AUDIT-SORT-RECORD
           ADD 1 TO WS-RECORDS-RELEASED.

      *    THE HEAD-OF-HOUSEHOLD RECORD OF A MERGE MARKS THE WHOLE
      *    OLD CASE AS FOLDED INTO THE NEW ONE
       LOAD-MERGED-CASES.
           MOVE ZERO TO WS-MRG-TABLE-COUNT
           MOVE HIGH-VALUES TO WS-MERGED-CASE-TABLE

           OPEN INPUT CASE-XREF-FILE
           READ CASE-XREF-FILE
               AT END MOVE 'Y' TO WS-XREF-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-XREF-EOF-FLAG = 'Y'
               IF XRF-ACTION-MERGE AND XRF-OLD-MEMBER-NBR = ZERO
                   IF WS-MRG-TABLE-COUNT < WS-MRG-MAX-ENTRIES
                       ADD 1 TO WS-MRG-TABLE-COUNT
                       MOVE XRF-OLD-APP-ID
                           TO WS-MRG-APP-ID(WS-MRG-TABLE-COUNT)
                   ELSE
                       IF WS-MRG-TABLE-FULL = 'N'
                           MOVE 'Y' TO WS-MRG-TABLE-FULL
                           DISPLAY "WARNING: MERGED CASE TABLE FULL AT "
                               WS-MRG-MAX-ENTRIES " ENTRIES"
                       END-IF
                   END-IF
               END-IF
               READ CASE-XREF-FILE
                   AT END MOVE 'Y' TO WS-XREF-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE CASE-XREF-FILE

           SORT WS-MRG-ENTRY ON ASCENDING KEY WS-MRG-APP-ID.

      *****************************************************************
      * CASE ASSEMBLY - CALLED FOR EACH SORTED RECORD. A NON-MASTER   *
      * RECORD ON A CASE WITH NO MASTER IS AN ORPHAN UNDER ITS        *
      * FILE'S RULE; THE REST IS COUNTED FOR THE END-OF-CASE RULES    *
      *****************************************************************
       START-CASE.
           MOVE ASRT-APP-ID TO WS-CASE-APP-ID
           MOVE 'N' TO WS-CASE-MASTER-FLAG
           MOVE SPACES TO WS-CASE-STATE-CODE
           MOVE ZERO TO WS-CASE-HOUSEHOLD-SIZE
           MOVE ZERO TO WS-CASE-MEMBER-COUNT
           MOVE ZERO TO WS-CASE-OPEN-APPEALS
           MOVE SPACES TO WS-CASE-APPEAL-DATE
           MOVE ZERO TO WS-CASE-OPEN-CLAIMS
           MOVE SPACES TO WS-CASE-CLAIM-DATE
           MOVE ZERO TO WS-CASE-HISTORY-COUNT
           MOVE ZERO TO WS-CASE-FINDING-COUNT
           MOVE 'N' TO WS-CASE-MERGED-FLAG
           ADD 1 TO WS-CASE-COUNT

           IF WS-MRG-TABLE-COUNT > ZERO
               SEARCH ALL WS-MRG-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-MRG-APP-ID(WS-MRG-IDX) = WS-CASE-APP-ID
                       MOVE 'Y' TO WS-CASE-MERGED-FLAG
               END-SEARCH
           END-IF.

       AUDIT-CASE-RECORD.
           EVALUATE TRUE
               WHEN ASRT-SOURCE-MASTER
                   MOVE 'Y' TO WS-CASE-MASTER-FLAG
                   MOVE ASRT-STATE-CODE TO WS-CASE-STATE-CODE
                   MOVE ASRT-HOUSEHOLD-SIZE TO WS-CASE-HOUSEHOLD-SIZE
               WHEN ASRT-SOURCE-HISTORY
                   ADD 1 TO WS-CASE-HISTORY-COUNT
               WHEN OTHER
                   PERFORM AUDIT-CASE-DETAIL
           END-EVALUATE.

       AUDIT-CASE-DETAIL.
           IF ASRT-SOURCE-MEMBER
               ADD 1 TO WS-CASE-MEMBER-COUNT
           END-IF

           IF ASRT-OPEN-FLAG = 'Y'
               IF ASRT-SOURCE-APPEAL
                   ADD 1 TO WS-CASE-OPEN-APPEALS
                   IF WS-CASE-APPEAL-DATE = SPACES
                       MOVE ASRT-REFERENCE-DATE TO WS-CASE-APPEAL-DATE
                   END-IF
               END-IF
               IF ASRT-SOURCE-CLAIM
                   ADD 1 TO WS-CASE-OPEN-CLAIMS
                   IF WS-CASE-CLAIM-DATE = SPACES
                       MOVE ASRT-REFERENCE-DATE TO WS-CASE-CLAIM-DATE
                   END-IF
               END-IF
           END-IF

      *    SOURCES 2 THROUGH 6 MAP TO RULES 01 THROUGH 05. A MERGED-
      *    AWAY CASE'S APPEALS, CLAIM AND HOLDS STAY ON ITS OLD NUMBER
      *    AND ARE FOLLOWED TO THE SURVIVOR, NOT ORPHANED
           IF NOT WS-CASE-HAS-MASTER
              AND WS-CASE-MERGED-AWAY
              AND (ASRT-SOURCE-APPEAL OR ASRT-SOURCE-CLAIM
                   OR ASRT-SOURCE-PENDING)
               ADD 1 TO WS-MERGED-FOLLOWED-COUNT
           ELSE
               PERFORM AUDIT-ORPHAN-RECORD
           END-IF.

       AUDIT-ORPHAN-RECORD.
           IF NOT WS-CASE-HAS-MASTER
               COMPUTE WS-FND-RULE-NBR = ASRT-SOURCE - 1
               MOVE ASRT-MEMBER-NBR TO WS-FND-MEMBER-NBR
               MOVE ASRT-STATE-CODE TO WS-FND-STATE-CODE
               MOVE ASRT-REFERENCE-DATE TO WS-FND-REFERENCE-DATE
               MOVE ZERO TO WS-FND-MASTER-SIZE
               MOVE ZERO TO WS-FND-COUNTED-SIZE
               MOVE 'N' TO WS-FND-CLEANUP-FLAG
               IF ASRT-SOURCE-MEMBER
                   PERFORM PREPARE-MEMBER-DELETE
               END-IF
               PERFORM WRITE-EXCEPTION
           END-IF.

      *    ONLY A MEMBER NUMBER MEMBER-MAINT WILL ACCEPT GETS A
      *    TRANSACTION - ANYTHING ELSE IS LEFT TO THE SUPERVISOR
       PREPARE-MEMBER-DELETE.
           IF ASRT-MEMBER-NBR IS NUMERIC
              AND ASRT-MEMBER-NBR-N > ZERO
              AND ASRT-MEMBER-NBR-N NOT > WS-MAX-MEMBER-NBR
               MOVE SPACES TO AUDIT-MBR-TRAN-RECORD
               MOVE 'D' TO AMTR-ACTION-CODE
               MOVE WS-AUDIT-OPERATOR-ID TO AMTR-OPERATOR-ID
               MOVE ASRT-APP-ID TO AMTR-APP-ID
               MOVE ASRT-MEMBER-NBR TO AMTR-MEMBER-NBR
               WRITE AUDIT-MBR-TRAN-RECORD
               MOVE 'Y' TO WS-FND-CLEANUP-FLAG
               ADD 1 TO WS-CLEANUP-COUNT
               ADD 1 TO WS-RULE-CLEANUP-COUNT(WS-FND-RULE-NBR)
               PERFORM WRITE-CLEANUP-LINE
           END-IF.

      *****************************************************************
      * END-OF-CASE RULES - ONLY A CASE WITH A MASTER CAN DISAGREE    *
      * WITH ITSELF; A CASE WITHOUT ONE WAS REPORTED RECORD BY RECORD *
      *****************************************************************
       FINISH-CASE.
           IF WS-CASE-HAS-MASTER
               MOVE SPACES TO WS-FND-MEMBER-NBR
               MOVE WS-CASE-STATE-CODE TO WS-FND-STATE-CODE
               MOVE 'N' TO WS-FND-CLEANUP-FLAG
               COMPUTE WS-CASE-COUNTED-SIZE = WS-CASE-MEMBER-COUNT + 1

               IF WS-CASE-COUNTED-SIZE NOT = WS-CASE-HOUSEHOLD-SIZE
                   MOVE 6 TO WS-FND-RULE-NBR
                   MOVE SPACES TO WS-FND-REFERENCE-DATE
                   MOVE WS-CASE-HOUSEHOLD-SIZE TO WS-FND-MASTER-SIZE
                   IF WS-CASE-COUNTED-SIZE > 99
                       MOVE 99 TO WS-FND-COUNTED-SIZE
                   ELSE
                       MOVE WS-CASE-COUNTED-SIZE TO WS-FND-COUNTED-SIZE
                   END-IF
                   PERFORM WRITE-EXCEPTION
               END-IF

               MOVE ZERO TO WS-FND-MASTER-SIZE
               MOVE ZERO TO WS-FND-COUNTED-SIZE
               IF WS-CASE-HISTORY-COUNT = ZERO
                   IF WS-CASE-OPEN-APPEALS > ZERO
                       MOVE 7 TO WS-FND-RULE-NBR
                       MOVE WS-CASE-APPEAL-DATE TO WS-FND-REFERENCE-DATE
                       PERFORM WRITE-EXCEPTION
                   END-IF
                   IF WS-CASE-OPEN-CLAIMS > ZERO
                       MOVE 8 TO WS-FND-RULE-NBR
                       MOVE WS-CASE-CLAIM-DATE TO WS-FND-REFERENCE-DATE
                       PERFORM WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF

           IF WS-CASE-FINDING-COUNT > ZERO
               ADD 1 TO WS-CASES-WITH-FINDINGS
           END-IF.

       WRITE-EXCEPTION.
           MOVE SPACES TO EXCEPTION-RECORD
           MOVE WS-RUN-DATE TO EXC-RUN-DATE
           MOVE WS-FND-RULE-NBR TO EXC-RULE-CODE
           MOVE WS-CASE-APP-ID TO EXC-APP-ID
           MOVE WS-FND-MEMBER-NBR TO EXC-MEMBER-NBR
           IF WS-FND-STATE-CODE = SPACES
               MOVE WS-NO-MASTER-STATE TO WS-FND-STATE-CODE
           END-IF
           MOVE WS-FND-STATE-CODE TO EXC-STATE-CODE
           MOVE WS-FND-REFERENCE-DATE TO EXC-REFERENCE-DATE
           MOVE WS-FND-MASTER-SIZE TO EXC-MASTER-SIZE
           MOVE WS-FND-COUNTED-SIZE TO EXC-COUNTED-SIZE
           MOVE WS-FND-CLEANUP-FLAG TO EXC-CLEANUP-FLAG
           MOVE WS-RULE-DESCRIPTION(WS-FND-RULE-NBR)
               TO EXC-DESCRIPTION
           WRITE EXCEPTION-RECORD

           ADD 1 TO WS-EXCEPTION-COUNT
           ADD 1 TO WS-CASE-FINDING-COUNT
           ADD 1 TO WS-RULE-COUNT(WS-FND-RULE-NBR)
           PERFORM COUNT-STATE-FINDING.

       COUNT-STATE-FINDING.
           MOVE ZERO TO WS-STC-FOUND-IDX
           PERFORM VARYING WS-STC-IDX FROM 1 BY 1
               UNTIL WS-STC-IDX > WS-STC-TABLE-COUNT
                  OR WS-STC-FOUND-IDX > ZERO
               IF WS-STC-STATE-CODE(WS-STC-IDX) = WS-FND-STATE-CODE
                   MOVE WS-STC-IDX TO WS-STC-FOUND-IDX
               END-IF
           END-PERFORM

           IF WS-STC-FOUND-IDX = ZERO
               IF WS-STC-TABLE-COUNT < WS-STC-MAX-ENTRIES
                   ADD 1 TO WS-STC-TABLE-COUNT
                   MOVE WS-STC-TABLE-COUNT TO WS-STC-FOUND-IDX
                   MOVE WS-FND-STATE-CODE
                       TO WS-STC-STATE-CODE(WS-STC-FOUND-IDX)
                   PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                       UNTIL WS-RULE-IDX > WS-RULE-COUNT-MAX
                       MOVE ZERO TO
                           WS-STC-RULE-COUNT(WS-STC-FOUND-IDX,
                                             WS-RULE-IDX)
                   END-PERFORM
                   MOVE ZERO TO WS-STC-TOTAL-COUNT(WS-STC-FOUND-IDX)
               ELSE
                   IF WS-STC-TABLE-FULL = 'N'
                       MOVE 'Y' TO WS-STC-TABLE-FULL
                       DISPLAY "WARNING: STATE TABLE FULL AT "
                           WS-STC-MAX-ENTRIES " ENTRIES"
                   END-IF
               END-IF
           END-IF

           IF WS-STC-FOUND-IDX > ZERO
               ADD 1 TO WS-STC-RULE-COUNT(WS-STC-FOUND-IDX,
                                          WS-FND-RULE-NBR)
               ADD 1 TO WS-STC-TOTAL-COUNT(WS-STC-FOUND-IDX)
           END-IF.

       WRITE-CLEANUP-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADINGS
           END-IF

           MOVE AMTR-ACTION-CODE TO CLN-ACTION-CODE
           MOVE AMTR-APP-ID TO CLN-APP-ID
           MOVE AMTR-MEMBER-NBR TO CLN-MEMBER-NBR
           MOVE ASRT-LAST-NAME TO CLN-LAST-NAME
           MOVE ASRT-FIRST-NAME TO CLN-FIRST-NAME
           MOVE WS-FND-RULE-NBR TO CLN-RULE-CODE
           MOVE WS-RULE-DESCRIPTION(WS-FND-RULE-NBR) TO CLN-DESCRIPTION
           WRITE REPORT-LINE FROM WS-CLEANUP-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-RULE-SUMMARY.
           MOVE WS-RULE-COLUMNS TO WS-COLUMN-HEADING
           PERFORM WRITE-PAGE-HEADINGS

           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT-MAX
               MOVE WS-RULE-IDX TO WS-FND-RULE-NBR
               MOVE WS-FND-RULE-NBR TO RUL-RULE-CODE
               MOVE WS-RULE-DESCRIPTION(WS-RULE-IDX) TO RUL-DESCRIPTION
               MOVE WS-RULE-COUNT(WS-RULE-IDX) TO RUL-FINDING-COUNT
               MOVE WS-RULE-CLEANUP-COUNT(WS-RULE-IDX)
                   TO RUL-CLEANUP-COUNT
               WRITE REPORT-LINE FROM WS-RULE-DETAIL-LINE
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "CASES AUDITED" TO TTL-LABEL
           MOVE WS-CASE-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "CASES WITH FINDINGS" TO TTL-LABEL
           MOVE WS-CASES-WITH-FINDINGS TO TTL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "TOTAL FINDINGS" TO TTL-LABEL
           MOVE WS-EXCEPTION-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "CLEANUP TRANSACTIONS PREPARED" TO TTL-LABEL
           MOVE WS-CLEANUP-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

      *    UNUSED SLOTS HOLD HIGH-VALUES, SO THE SORT LEAVES THE REAL
      *    ENTRIES AT THE FRONT IN STATE ORDER
       WRITE-STATE-SUMMARY.
           SORT WS-STC-ENTRY ON ASCENDING KEY WS-STC-STATE-CODE

           MOVE WS-STATE-COLUMNS TO WS-COLUMN-HEADING
           PERFORM WRITE-PAGE-HEADINGS

           PERFORM VARYING WS-STC-IDX FROM 1 BY 1
               UNTIL WS-STC-IDX > WS-STC-TABLE-COUNT
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM WRITE-PAGE-HEADINGS
               END-IF
               MOVE SPACES TO WS-STATE-DETAIL-LINE
               MOVE WS-STC-STATE-CODE(WS-STC-IDX) TO STL-STATE-CODE
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT-MAX
                   MOVE WS-STC-RULE-COUNT(WS-STC-IDX, WS-RULE-IDX)
                       TO STL-RULE-COUNT(WS-RULE-IDX)
               END-PERFORM
               MOVE WS-STC-TOTAL-COUNT(WS-STC-IDX) TO STL-TOTAL-COUNT
               WRITE REPORT-LINE FROM WS-STATE-DETAIL-LINE
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "STATE -- = NO APPLICANT MASTER ON FILE" TO REPORT-LINE
           WRITE REPORT-LINE.

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

      *****************************************************************
      * INPUT PROCEDURE - ONE PASS OVER EACH CASE FILE, RELEASING ONE *
      * SORT RECORD PER FILE RECORD. ONLY THE MASTER KNOWS THE STATE, *
      * EXCEPT THE PENDING-REVIEW HOLD, WHICH CARRIES ITS OWN         *
      *****************************************************************
       RELEASE-CASE-RECORDS SECTION.
       RELEASE-MASTER-RECORDS.
           OPEN INPUT APPLICANT-FILE
           READ APPLICANT-FILE
               AT END MOVE 'Y' TO WS-APPL-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-APPL-EOF-FLAG = 'Y'
               MOVE SPACES TO AUDIT-SORT-RECORD
               MOVE APP-ID TO ASRT-APP-ID
               MOVE 1 TO ASRT-SOURCE
               MOVE APP-STATE-CODE TO ASRT-STATE-CODE
               MOVE APP-HOUSEHOLD-SIZE TO ASRT-HOUSEHOLD-SIZE
               MOVE APP-LAST-NAME TO ASRT-LAST-NAME
               MOVE APP-FIRST-NAME TO ASRT-FIRST-NAME
               PERFORM RELEASE-AUDIT-RECORD
               READ APPLICANT-FILE
                   AT END MOVE 'Y' TO WS-APPL-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE APPLICANT-FILE.

       RELEASE-MEMBER-RECORDS.
           OPEN INPUT MEMBER-FILE
           READ MEMBER-FILE
               AT END MOVE 'Y' TO WS-MBR-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-MBR-EOF-FLAG = 'Y'
               MOVE SPACES TO AUDIT-SORT-RECORD
               MOVE MBR-APP-ID TO ASRT-APP-ID
               MOVE 2 TO ASRT-SOURCE
               MOVE MBR-MEMBER-NBR TO ASRT-MEMBER-NBR
               MOVE ZERO TO ASRT-HOUSEHOLD-SIZE
               MOVE MBR-LAST-NAME TO ASRT-LAST-NAME
               MOVE MBR-FIRST-NAME TO ASRT-FIRST-NAME
               PERFORM RELEASE-AUDIT-RECORD
               READ MEMBER-FILE
                   AT END MOVE 'Y' TO WS-MBR-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE MEMBER-FILE.

       RELEASE-INCOME-RECORDS.
           OPEN INPUT INCOME-DETAIL-FILE
           READ INCOME-DETAIL-FILE
               AT END MOVE 'Y' TO WS-INC-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-INC-EOF-FLAG = 'Y'
               MOVE SPACES TO AUDIT-SORT-RECORD
               MOVE INC-APP-ID TO ASRT-APP-ID
               MOVE 3 TO ASRT-SOURCE
               MOVE ZERO TO ASRT-HOUSEHOLD-SIZE
               PERFORM RELEASE-AUDIT-RECORD
               READ INCOME-DETAIL-FILE
                   AT END MOVE 'Y' TO WS-INC-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE INCOME-DETAIL-FILE.

       RELEASE-APPEAL-RECORDS.
           OPEN INPUT APPEALS-FILE
           READ APPEALS-FILE
               AT END MOVE 'Y' TO WS-APL-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-APL-EOF-FLAG = 'Y'
               MOVE SPACES TO AUDIT-SORT-RECORD
               MOVE APL-APP-ID TO ASRT-APP-ID
               MOVE 4 TO ASRT-SOURCE
               MOVE ZERO TO ASRT-HOUSEHOLD-SIZE
               IF APL-STATUS-OPEN
                   MOVE 'Y' TO ASRT-OPEN-FLAG
               END-IF
               MOVE APL-FILING-DATE TO ASRT-REFERENCE-DATE
               PERFORM RELEASE-AUDIT-RECORD
               READ APPEALS-FILE
                   AT END MOVE 'Y' TO WS-APL-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE APPEALS-FILE.

       RELEASE-CLAIM-RECORDS.
           OPEN INPUT CLAIMS-FILE
           READ CLAIMS-FILE
               AT END MOVE 'Y' TO WS-CLM-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-CLM-EOF-FLAG = 'Y'
               MOVE SPACES TO AUDIT-SORT-RECORD
               MOVE CLM-APP-ID TO ASRT-APP-ID
               MOVE 5 TO ASRT-SOURCE
               MOVE ZERO TO ASRT-HOUSEHOLD-SIZE
               IF CLM-STATUS-OPEN
                   MOVE 'Y' TO ASRT-OPEN-FLAG
               END-IF
               MOVE CLM-ESTABLISHED-DATE TO ASRT-REFERENCE-DATE
               PERFORM RELEASE-AUDIT-RECORD
               READ CLAIMS-FILE
                   AT END MOVE 'Y' TO WS-CLM-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE CLAIMS-FILE.

       RELEASE-PENDING-RECORDS.
           OPEN INPUT PENDING-REVIEW-FILE
           READ PENDING-REVIEW-FILE
               AT END MOVE 'Y' TO WS-PEND-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-PEND-EOF-FLAG = 'Y'
               MOVE SPACES TO AUDIT-SORT-RECORD
               MOVE PEND-APP-ID TO ASRT-APP-ID
               MOVE 6 TO ASRT-SOURCE
               MOVE PEND-STATE-CODE TO ASRT-STATE-CODE
               MOVE ZERO TO ASRT-HOUSEHOLD-SIZE
               MOVE PEND-RUN-DATE TO ASRT-REFERENCE-DATE
               MOVE PEND-LAST-NAME TO ASRT-LAST-NAME
               MOVE PEND-FIRST-NAME TO ASRT-FIRST-NAME
               PERFORM RELEASE-AUDIT-RECORD
               READ PENDING-REVIEW-FILE
                   AT END MOVE 'Y' TO WS-PEND-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE PENDING-REVIEW-FILE.

       RELEASE-HISTORY-RECORDS.
           OPEN INPUT HISTORY-FILE
           READ HISTORY-FILE
               AT END MOVE 'Y' TO WS-HIST-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-HIST-EOF-FLAG = 'Y'
               MOVE SPACES TO AUDIT-SORT-RECORD
               MOVE HIST-APP-ID TO ASRT-APP-ID
               MOVE 7 TO ASRT-SOURCE
               MOVE ZERO TO ASRT-HOUSEHOLD-SIZE
               MOVE HIST-RUN-DATE TO ASRT-REFERENCE-DATE
               PERFORM RELEASE-AUDIT-RECORD
               READ HISTORY-FILE
                   AT END MOVE 'Y' TO WS-HIST-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE HISTORY-FILE.

      *****************************************************************
      * OUTPUT PROCEDURE - THE RECORDS ARRIVE GROUPED BY CASE, MASTER *
      * FIRST AND HISTORY LAST, SO EACH CASE IS AUDITED WHEN THE ID   *
      * CHANGES                                                       *
      *****************************************************************
       AUDIT-CASE-RECORDS SECTION.
       AUDIT-CASES-START.
           RETURN AUDIT-SORT-FILE
               AT END MOVE 'Y' TO WS-ASRT-EOF-FLAG
           END-RETURN

           PERFORM UNTIL WS-ASRT-EOF-FLAG = 'Y'
               IF ASRT-APP-ID NOT = WS-CASE-APP-ID
                   IF WS-CASE-APP-ID NOT = LOW-VALUES
                       PERFORM FINISH-CASE
                   END-IF
                   PERFORM START-CASE
               END-IF
               PERFORM AUDIT-CASE-RECORD
               RETURN AUDIT-SORT-FILE
                   AT END MOVE 'Y' TO WS-ASRT-EOF-FLAG
               END-RETURN
           END-PERFORM

           IF WS-CASE-APP-ID NOT = LOW-VALUES
               PERFORM FINISH-CASE
           END-IF.
