       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASE-WORKLIST.
      *********************************************************
      * NIGHTLY CASEWORKER WORKLIST                           *
      * GATHERS EVERY OPEN FOLLOW-UP ITEM FOR A CASE -        *
      * PENDED REVIEWS, OPEN APPEALS, OPEN CLAIMS, DUAL       *
      * PARTICIPATION HITS, DEATH MATCHES, SSNS SSA HAS NOT   *
      * VERIFIED WITHIN THE GRACE PERIOD, OUTSTANDING         *
      * VERIFICATION REQUESTS, AND RECERTIFICATIONS COMING    *
      * DUE - ROUTES IT TO THE CASE'S ASSIGNED WORKER, AND    *
      * PRINTS ONE WORKLIST PER WORKER IN DUE DATE ORDER. A   *
      * SUPERVISOR SUMMARY SHOWS OPEN AND OVERDUE ITEMS FOR   *
      * EACH WORKER, GROUPED BY SUPERVISOR                    *
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICANT-FILE ASSIGN TO "APPLICANT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS APP-ID.

           SELECT OPTIONAL ASSIGNMENT-MASTER-FILE
           ASSIGN TO "CASEASGN.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT WORKER-ROSTER-FILE ASSIGN TO "WORKERS.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL PENDING-REVIEW-FILE ASSIGN TO "PENDREV.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL APPEALS-FILE ASSIGN TO "APPEALS.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL CLAIMS-FILE ASSIGN TO "CLAIMS.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL DUAL-PART-FILE ASSIGN TO "DUALPART.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL DEATH-MATCH-FILE ASSIGN TO "DTHMATCH.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL SSN-VERIFY-FILE ASSIGN TO "SSNVER.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL VERIFY-REQUEST-FILE ASSIGN TO "VERREQ.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT WORKLIST-REPORT-FILE ASSIGN TO "WORKLIST.RPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT SUPERVISOR-REPORT-FILE ASSIGN TO "WORKSUPV.RPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT WORKLIST-SORT-FILE ASSIGN TO "SORTWK1".

       DATA DIVISION.
       FILE SECTION.
       FD  APPLICANT-FILE.
           COPY APPLREC.

       FD  ASSIGNMENT-MASTER-FILE.
           COPY ASSIGNRC.

       FD  WORKER-ROSTER-FILE.
           COPY WORKERRC.

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

       FD  APPEALS-FILE.
           COPY APPEALRC.

       FD  CLAIMS-FILE.
           COPY CLAIMREC.

       FD  DUAL-PART-FILE.
       01  DUAL-PART-RECORD.
           05  DPS-APP-ID              PIC X(8).
           05  DPS-MEMBER-NBR          PIC X(2).
           05  DPS-SSN                 PIC X(9).
           05  DPS-OTHER-STATE         PIC X(2).
           05  DPS-OTHER-CASE-ID       PIC X(12).
           05  FILLER                  PIC X(10).

       FD  DEATH-MATCH-FILE.
       01  DEATH-MATCH-RECORD.
           05  DMAT-APP-ID             PIC X(8).
           05  DMAT-DEATH-DATE         PIC X(8).
           05  FILLER                  PIC X(10).

       FD  SSN-VERIFY-FILE.
           COPY SSNVRC.

       FD  VERIFY-REQUEST-FILE.
           COPY VERREQRC.

       FD  WORKLIST-REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       FD  SUPERVISOR-REPORT-FILE.
       01  SUPV-REPORT-LINE            PIC X(132).

      *****************************************************************
      * ONE SORT RECORD PER OPEN ITEM, KEYED BY WORKER AND DUE DATE   *
      * SO THE OUTPUT PHASE PRINTS EACH WORKER'S LIST IN THE ORDER    *
      * THE ITEMS COME DUE. A CASE WITH NO ASSIGNMENT SORTS UNDER A   *
      * BLANK WORKER ID AND PRINTS FIRST AS UNASSIGNED                *
      *****************************************************************
       SD  WORKLIST-SORT-FILE.
       01  WORKLIST-SORT-RECORD.
           05  WLS-WORKER-ID           PIC X(8).
           05  WLS-DUE-DATE            PIC X(8).
           05  WLS-APP-ID              PIC X(8).
           05  WLS-ITEM-TYPE           PIC X(1).
               88  WLS-ITEM-PENDED          VALUE 'P'.
               88  WLS-ITEM-APPEAL          VALUE 'A'.
               88  WLS-ITEM-CLAIM           VALUE 'C'.
               88  WLS-ITEM-DUAL-PART       VALUE 'D'.
               88  WLS-ITEM-DEATH-MATCH     VALUE 'M'.
               88  WLS-ITEM-RECERT          VALUE 'R'.
               88  WLS-ITEM-SSN-VERIFY      VALUE 'S'.
               88  WLS-ITEM-VERIFICATION    VALUE 'V'.
           05  WLS-CASE-NAME           PIC X(24).
           05  WLS-OVERDUE-FLAG        PIC X(1).
           05  WLS-ITEM-DETAIL         PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE                 PIC X(8).

      *****************************************************************
      * DUE DATE ARITHMETIC - A DATE IS MOVED FORWARD BY WHOLE        *
      * CALENDAR MONTHS, THE SAME WAY THE APPEAL HEARING DEADLINE     *
      * AND THE RECERTIFICATION WINDOW ARE COMPUTED                   *
      *****************************************************************
       01  WS-DUE-DATE-FIELDS.
           05  WS-DUE-DATE             PIC X(8).
           05  WS-DUE-DATE-NUM REDEFINES WS-DUE-DATE.
               10  WS-DUE-YEAR         PIC 9(4).
               10  WS-DUE-MONTH        PIC 9(2).
               10  WS-DUE-DAY          PIC 9(2).
           05  WS-MONTHS-TO-ADD        PIC 9(2) VALUE ZERO.

       01  WS-RECERT-CUTOFF-FIELDS.
           05  WS-RECERT-CUTOFF-DATE   PIC X(8).
           05  WS-RECERT-CUTOFF-NUM REDEFINES WS-RECERT-CUTOFF-DATE.
               10  WS-RECERT-CUTOFF-YEAR   PIC 9(4).
               10  WS-RECERT-CUTOFF-MONTH  PIC 9(2).
               10  WS-RECERT-CUTOFF-DAY    PIC 9(2).

       01  WS-DUE-PERIOD-CONSTANTS.
           05  WS-PENDED-DUE-MONTHS    PIC 9(2) VALUE 1.
           05  WS-CLAIM-DUE-MONTHS     PIC 9(2) VALUE 1.
           05  WS-DEATH-DUE-MONTHS     PIC 9(2) VALUE 1.
           05  WS-SSN-DUE-MONTHS       PIC 9(2) VALUE 2.
           05  WS-RECERT-WINDOW-MONTHS PIC 9(2) VALUE 2.

      *****************************************************************
      * CASE TABLE - EVERY CASE ON THE APPLICANT MASTER WITH ITS      *
      * ASSIGNED WORKER, BUILT IN APPLICANT ID ORDER (UNUSED SLOTS    *
      * HOLD HIGH-VALUES) SO EACH ITEM FINDS ITS WORKER BY BINARY     *
      * SEARCH                                                        *
      *****************************************************************
       01  WS-CASE-TABLE.
           05  WS-CAS-ENTRY OCCURS 20000 TIMES
                   ASCENDING KEY IS WS-CAS-APP-ID
                   INDEXED BY WS-CAS-IDX.
               10  WS-CAS-APP-ID           PIC X(8).
               10  WS-CAS-WORKER-ID        PIC X(8).
               10  WS-CAS-NAME             PIC X(24).

       01  WS-CAS-TABLE-FIELDS.
           05  WS-CAS-MAX-ENTRIES      PIC 9(5) VALUE 20000.
           05  WS-CAS-TABLE-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-CAS-TABLE-FULL       PIC X VALUE 'N'.
           05  WS-CAS-SEARCH-APP-ID    PIC X(8).
           05  WS-CAS-MATCH-FOUND      PIC X VALUE 'N'.

      *****************************************************************
      * WORKER TABLE - THE ROSTER IN WORKER ID ORDER FOR THE OUTPUT   *
      * PHASE, THEN RE-SORTED BY SUPERVISOR FOR THE SUMMARY           *
      *****************************************************************
       01  WS-WORKER-TABLE.
           05  WS-WKR-ENTRY OCCURS 1000 TIMES
                   ASCENDING KEY IS WS-WKR-WORKER-ID
                   INDEXED BY WS-WKR-IDX.
               10  WS-WKR-WORKER-ID        PIC X(8).
               10  WS-WKR-SUPERVISOR-ID    PIC X(8).
               10  WS-WKR-WORKER-NAME      PIC X(25).
               10  WS-WKR-UNIT-ID          PIC X(4).
               10  WS-WKR-OFFICE-ID        PIC X(4).
               10  WS-WKR-ITEM-COUNT       PIC 9(5).
               10  WS-WKR-OVERDUE-COUNT    PIC 9(5).
               10  WS-WKR-OLDEST-DUE       PIC X(8).

       01  WS-WKR-TABLE-FIELDS.
           05  WS-WKR-MAX-ENTRIES      PIC 9(4) VALUE 1000.
           05  WS-WKR-TABLE-COUNT      PIC 9(4) VALUE ZERO.
           05  WS-WKR-TABLE-FULL       PIC X VALUE 'N'.
           05  WS-WKR-MATCH-FOUND      PIC X VALUE 'N'.
           05  WS-WKR-ENTRY-NBR        PIC 9(4) VALUE ZERO.

      *****************************************************************
      * ITEM DETAIL LAYOUTS - ONE PER SOURCE, BUILT AT RELEASE TIME   *
      * AND CARRIED THROUGH THE SORT AS PLAIN TEXT                    *
      *****************************************************************
       01  WS-PENDED-DETAIL.
           05  FILLER                  PIC X(13) VALUE "RISK RATING: ".
           05  PDD-OVERALL-RISK        PIC X(10).
           05  FILLER                  PIC X(6) VALUE " HELD ".
           05  PDD-HELD-BENEFIT        PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(1) VALUE SPACES.

       01  WS-APPEAL-DETAIL.
           05  FILLER                  PIC X(16) VALUE
               "APPEAL FILED ON ".
           05  APD-FILING-DATE         PIC X(8).
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  WS-CLAIM-DETAIL.
           05  FILLER                  PIC X(14) VALUE
               "CLAIM BALANCE ".
           05  CLD-BALANCE             PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(5) VALUE " EST ".
           05  CLD-ESTABLISHED-DATE    PIC X(8).
           05  FILLER                  PIC X(3) VALUE SPACES.

       01  WS-DUAL-PART-DETAIL.
           05  FILLER                  PIC X(7) VALUE "MEMBER ".
           05  DPD-MEMBER-NBR          PIC X(2).
           05  FILLER                  PIC X(9) VALUE " ALSO IN ".
           05  DPD-OTHER-STATE         PIC X(2).
           05  FILLER                  PIC X(6) VALUE " CASE ".
           05  DPD-OTHER-CASE-ID       PIC X(12).
           05  FILLER                  PIC X(2) VALUE SPACES.

       01  WS-DEATH-MATCH-DETAIL.
           05  FILLER                  PIC X(18) VALUE
               "REPORTED DEATH ON ".
           05  DMD-DEATH-DATE          PIC X(8).
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  WS-SSN-VERIFY-DETAIL.
           05  FILLER                  PIC X(7) VALUE "MEMBER ".
           05  SVD-MEMBER-NBR          PIC X(2).
           05  FILLER                  PIC X(5) VALUE " SSN ".
           05  SVD-RESULT              PIC X(14).
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-VERIFY-REQUEST-DETAIL.
           05  FILLER                  PIC X(9) VALUE "PROOF OF ".
           05  VRD-ITEM                PIC X(14).
           05  FILLER                  PIC X(7) VALUE " ASKED ".
           05  VRD-REQUEST-DATE        PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.

       01  WS-RECERT-DETAIL.
           05  FILLER                  PIC X(22) VALUE
               "CERTIFICATION ENDS ON ".
           05  RCD-CERT-END-DATE       PIC X(8).
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-OUTPUT-CONTROL-FIELDS.
           05  WS-CURRENT-WORKER-ID    PIC X(8) VALUE HIGH-VALUES.
           05  WS-FIRST-WORKER-FLAG    PIC X VALUE 'Y'.
           05  WS-GROUP-ITEM-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-GROUP-OVERDUE-COUNT  PIC 9(5) VALUE ZERO.
           05  WS-CURRENT-SUPERVISOR   PIC X(8).
           05  WS-SUPV-ITEM-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-SUPV-OVERDUE-COUNT   PIC 9(6) VALUE ZERO.

       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "CASEWORKER DAILY WORKLIST".
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  HDG-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "PAGE: ".
           05  HDG-PAGE-NUMBER         PIC ZZZ9.
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-WORKER-HEADING.
           05  FILLER                  PIC X(8) VALUE "WORKER: ".
           05  WKH-WORKER-ID           PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WKH-WORKER-NAME         PIC X(25).
           05  FILLER                  PIC X(7) VALUE " UNIT: ".
           05  WKH-UNIT-ID             PIC X(4).
           05  FILLER                  PIC X(9) VALUE " OFFICE: ".
           05  WKH-OFFICE-ID           PIC X(4).
           05  FILLER                  PIC X(13) VALUE
               " SUPERVISOR: ".
           05  WKH-SUPERVISOR-ID       PIC X(8).
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-WORKLIST-COLUMN-HEADING.
           05  FILLER                  PIC X(10) VALUE "DUE DATE".
           05  FILLER                  PIC X(10) VALUE "APP ID".
           05  FILLER                  PIC X(26) VALUE "CASE NAME".
           05  FILLER                  PIC X(16) VALUE "ITEM".
           05  FILLER                  PIC X(42) VALUE "DETAIL".
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-WORKLIST-DETAIL-LINE.
           05  WLD-DUE-DATE            PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WLD-APP-ID              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WLD-CASE-NAME           PIC X(24).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WLD-ITEM-LABEL          PIC X(14).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WLD-ITEM-DETAIL         PIC X(40).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  WLD-OVERDUE-TEXT        PIC X(7).
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-WORKER-TOTAL-LINE.
           05  FILLER                  PIC X(14) VALUE "OPEN ITEMS: ".
           05  WTL-ITEM-COUNT          PIC ZZZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "OVERDUE: ".
           05  WTL-OVERDUE-COUNT       PIC ZZZZ9.
           05  FILLER                  PIC X(94) VALUE SPACES.

       01  WS-SUPV-HEADING-1.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "WORKLIST SUPERVISOR SUMMARY".
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  SHD-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "PAGE: ".
           05  SHD-PAGE-NUMBER         PIC ZZZ9.
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-SUPV-COLUMN-HEADING.
           05  FILLER                  PIC X(12) VALUE "SUPERVISOR".
           05  FILLER                  PIC X(10) VALUE "WORKER".
           05  FILLER                  PIC X(27) VALUE "NAME".
           05  FILLER                  PIC X(6) VALUE "UNIT".
           05  FILLER                  PIC X(8) VALUE "OFFICE".
           05  FILLER                  PIC X(12) VALUE "OPEN ITEMS".
           05  FILLER                  PIC X(10) VALUE "OVERDUE".
           05  FILLER                  PIC X(14) VALUE "OLDEST DUE".
           05  FILLER                  PIC X(33) VALUE SPACES.

       01  WS-SUPV-DETAIL-LINE.
           05  SDL-SUPERVISOR-ID       PIC X(8).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  SDL-WORKER-ID           PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SDL-WORKER-NAME         PIC X(25).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SDL-UNIT-ID             PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SDL-OFFICE-ID           PIC X(4).
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  SDL-ITEM-COUNT          PIC ZZZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  SDL-OVERDUE-COUNT       PIC ZZZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  SDL-OLDEST-DUE          PIC X(8).
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  WS-SUPV-TOTAL-LINE.
           05  STL-LABEL               PIC X(40).
           05  FILLER                  PIC X(12) VALUE "OPEN ITEMS: ".
           05  STL-ITEM-COUNT          PIC ZZZZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  FILLER                  PIC X(9) VALUE "OVERDUE: ".
           05  STL-OVERDUE-COUNT       PIC ZZZZZ9.
           05  FILLER                  PIC X(55) VALUE SPACES.

       01  WS-REPORT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(3) VALUE 99.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.
           05  WS-PAGE-NUMBER          PIC 9(4) VALUE ZERO.
           05  WS-SUPV-LINE-COUNT      PIC 9(3) VALUE 99.
           05  WS-SUPV-PAGE-NUMBER     PIC 9(4) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-APPLICANT-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-ITEMS-RELEASED       PIC 9(6) VALUE ZERO.
           05  WS-ITEMS-PRINTED        PIC 9(6) VALUE ZERO.
           05  WS-OVERDUE-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-UNASSIGNED-ITEMS     PIC 9(6) VALUE ZERO.
           05  WS-UNASSIGNED-OVERDUE   PIC 9(6) VALUE ZERO.
           05  WS-OFF-ROSTER-ITEMS     PIC 9(6) VALUE ZERO.
           05  WS-OFF-ROSTER-OVERDUE   PIC 9(6) VALUE ZERO.
           05  WS-WORKLIST-COUNT       PIC 9(6) VALUE ZERO.

       01  WS-FLAGS.
           05  WS-APP-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-ASG-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-WKR-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-PEND-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-APL-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-CLM-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-DPS-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-DMAT-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-SSV-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-VRQ-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-WLS-EOF-FLAG         PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM COMPUTE-RECERT-CUTOFF

           PERFORM LOAD-WORKER-TABLE
           MOVE HIGH-VALUES TO WS-CASE-TABLE
           OPEN OUTPUT WORKLIST-REPORT-FILE

           SORT WORKLIST-SORT-FILE
               ON ASCENDING KEY WLS-WORKER-ID
                                WLS-DUE-DATE
                                WLS-APP-ID
                                WLS-ITEM-TYPE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-WORK-ITEMS
               OUTPUT PROCEDURE IS PRINT-WORKLISTS

           CLOSE WORKLIST-REPORT-FILE

           PERFORM PRINT-SUPERVISOR-SUMMARY

           DISPLAY "CASEWORKER WORKLIST COMPLETE"
           DISPLAY "APPLICANTS READ: " WS-APPLICANT-COUNT
           DISPLAY "OPEN ITEMS: " WS-ITEMS-RELEASED
           DISPLAY "OVERDUE ITEMS: " WS-OVERDUE-COUNT
           DISPLAY "ITEMS ON UNASSIGNED CASES: " WS-UNASSIGNED-ITEMS
           DISPLAY "WORKLISTS PRINTED: " WS-WORKLIST-COUNT
           STOP RUN.

       COMPUTE-RECERT-CUTOFF.
           MOVE WS-RUN-DATE TO WS-RECERT-CUTOFF-DATE
           ADD WS-RECERT-WINDOW-MONTHS TO WS-RECERT-CUTOFF-MONTH

           IF WS-RECERT-CUTOFF-MONTH > 12
               SUBTRACT 12 FROM WS-RECERT-CUTOFF-MONTH
               ADD 1 TO WS-RECERT-CUTOFF-YEAR
           END-IF.

       ADD-MONTHS-TO-DUE-DATE.
           IF WS-DUE-DATE NUMERIC
               ADD WS-MONTHS-TO-ADD TO WS-DUE-MONTH
               IF WS-DUE-MONTH > 12
                   SUBTRACT 12 FROM WS-DUE-MONTH
                   ADD 1 TO WS-DUE-YEAR
               END-IF
           ELSE
               MOVE WS-RUN-DATE TO WS-DUE-DATE
           END-IF.

       LOAD-WORKER-TABLE.
           MOVE HIGH-VALUES TO WS-WORKER-TABLE
           MOVE ZERO TO WS-WKR-TABLE-COUNT

           OPEN INPUT WORKER-ROSTER-FILE
           READ WORKER-ROSTER-FILE
               AT END MOVE 'Y' TO WS-WKR-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-WKR-EOF-FLAG = 'Y'
               IF WS-WKR-TABLE-COUNT < WS-WKR-MAX-ENTRIES
                   ADD 1 TO WS-WKR-TABLE-COUNT
                   MOVE WKR-WORKER-ID
                       TO WS-WKR-WORKER-ID(WS-WKR-TABLE-COUNT)
                   MOVE WKR-SUPERVISOR-ID
                       TO WS-WKR-SUPERVISOR-ID(WS-WKR-TABLE-COUNT)
                   MOVE WKR-WORKER-NAME
                       TO WS-WKR-WORKER-NAME(WS-WKR-TABLE-COUNT)
                   MOVE WKR-UNIT-ID
                       TO WS-WKR-UNIT-ID(WS-WKR-TABLE-COUNT)
                   MOVE WKR-OFFICE-ID
                       TO WS-WKR-OFFICE-ID(WS-WKR-TABLE-COUNT)
                   MOVE ZERO TO WS-WKR-ITEM-COUNT(WS-WKR-TABLE-COUNT)
                   MOVE ZERO
                       TO WS-WKR-OVERDUE-COUNT(WS-WKR-TABLE-COUNT)
                   MOVE SPACES TO WS-WKR-OLDEST-DUE(WS-WKR-TABLE-COUNT)
               ELSE
                   IF WS-WKR-TABLE-FULL = 'N'
                       MOVE 'Y' TO WS-WKR-TABLE-FULL
                       DISPLAY "WARNING: WORKER TABLE FULL AT "
                           WS-WKR-MAX-ENTRIES " ENTRIES"
                   END-IF
               END-IF
               READ WORKER-ROSTER-FILE
                   AT END MOVE 'Y' TO WS-WKR-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE WORKER-ROSTER-FILE

      *    UNUSED SLOTS HOLD HIGH-VALUES, SO THE SORT LEAVES THE REAL
      *    ENTRIES AT THE FRONT IN ID ORDER FOR THE BINARY SEARCH
           SORT WS-WKR-ENTRY ON ASCENDING KEY WS-WKR-WORKER-ID.

       FIND-CASE-ENTRY.
           MOVE 'N' TO WS-CAS-MATCH-FOUND

           SEARCH ALL WS-CAS-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CAS-APP-ID(WS-CAS-IDX) = WS-CAS-SEARCH-APP-ID
                   MOVE 'Y' TO WS-CAS-MATCH-FOUND
           END-SEARCH.

       FIND-WORKER-ENTRY.
           MOVE 'N' TO WS-WKR-MATCH-FOUND

           SEARCH ALL WS-WKR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-WKR-WORKER-ID(WS-WKR-IDX) = WS-CURRENT-WORKER-ID
                   MOVE 'Y' TO WS-WKR-MATCH-FOUND
           END-SEARCH.

      *    EVERY SOURCE BUT THE RECERTIFICATION PASS ROUTES ITS ITEM
      *    THROUGH THE CASE TABLE. AN ITEM FOR A CASE THAT IS NOT ON
      *    THE APPLICANT MASTER STILL PRINTS, UNDER UNASSIGNED
       ROUTE-WORK-ITEM.
           MOVE WLS-APP-ID TO WS-CAS-SEARCH-APP-ID
           PERFORM FIND-CASE-ENTRY
           IF WS-CAS-MATCH-FOUND = 'Y'
               MOVE WS-CAS-WORKER-ID(WS-CAS-IDX) TO WLS-WORKER-ID
               MOVE WS-CAS-NAME(WS-CAS-IDX) TO WLS-CASE-NAME
           ELSE
               MOVE SPACES TO WLS-WORKER-ID
               MOVE "*NOT ON APPLICANT MASTER" TO WLS-CASE-NAME
           END-IF
           PERFORM RELEASE-WORK-ITEM.

       RELEASE-WORK-ITEM.
           MOVE WS-DUE-DATE TO WLS-DUE-DATE
           IF WLS-DUE-DATE < WS-RUN-DATE
               MOVE 'Y' TO WLS-OVERDUE-FLAG
               ADD 1 TO WS-OVERDUE-COUNT
           ELSE
               MOVE 'N' TO WLS-OVERDUE-FLAG
           END-IF
           RELEASE WORKLIST-SORT-RECORD
           ADD 1 TO WS-ITEMS-RELEASED.

       PRINT-WORKER-HEADING.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           MOVE WS-PAGE-NUMBER TO HDG-PAGE-NUMBER
           WRITE REPORT-LINE FROM WS-REPORT-HEADING-1
               AFTER ADVANCING PAGE

           MOVE WS-CURRENT-WORKER-ID TO WKH-WORKER-ID
           MOVE SPACES TO WKH-UNIT-ID
           MOVE SPACES TO WKH-OFFICE-ID
           MOVE SPACES TO WKH-SUPERVISOR-ID
           IF WS-CURRENT-WORKER-ID = SPACES
               MOVE "UNASSIGNED CASES" TO WKH-WORKER-NAME
           ELSE
               PERFORM FIND-WORKER-ENTRY
               IF WS-WKR-MATCH-FOUND = 'Y'
                   MOVE WS-WKR-WORKER-NAME(WS-WKR-IDX)
                       TO WKH-WORKER-NAME
                   MOVE WS-WKR-UNIT-ID(WS-WKR-IDX) TO WKH-UNIT-ID
                   MOVE WS-WKR-OFFICE-ID(WS-WKR-IDX) TO WKH-OFFICE-ID
                   MOVE WS-WKR-SUPERVISOR-ID(WS-WKR-IDX)
                       TO WKH-SUPERVISOR-ID
               ELSE
                   MOVE "*NOT ON WORKER ROSTER" TO WKH-WORKER-NAME
               END-IF
           END-IF
           WRITE REPORT-LINE FROM WS-WORKER-HEADING
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM WS-WORKLIST-COLUMN-HEADING
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 6 TO WS-LINE-COUNT.

       PRINT-WORKER-TOTAL.
           MOVE WS-GROUP-ITEM-COUNT TO WTL-ITEM-COUNT
           MOVE WS-GROUP-OVERDUE-COUNT TO WTL-OVERDUE-COUNT
           WRITE REPORT-LINE FROM WS-WORKER-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

       START-WORKER-GROUP.
           IF WS-FIRST-WORKER-FLAG = 'N'
               PERFORM PRINT-WORKER-TOTAL
           END-IF
           MOVE 'N' TO WS-FIRST-WORKER-FLAG
           MOVE WLS-WORKER-ID TO WS-CURRENT-WORKER-ID
           MOVE ZERO TO WS-GROUP-ITEM-COUNT
           MOVE ZERO TO WS-GROUP-OVERDUE-COUNT
           ADD 1 TO WS-WORKLIST-COUNT
           PERFORM PRINT-WORKER-HEADING.

      *    ITEMS ARRIVE IN DUE DATE ORDER WITHIN EACH WORKER, SO THE
      *    FIRST OVERDUE ITEM SEEN IS THE WORKER'S OLDEST
       TALLY-WORKER-ITEM.
           ADD 1 TO WS-GROUP-ITEM-COUNT
           IF WLS-OVERDUE-FLAG = 'Y'
               ADD 1 TO WS-GROUP-OVERDUE-COUNT
           END-IF

           IF WLS-WORKER-ID = SPACES
               ADD 1 TO WS-UNASSIGNED-ITEMS
               IF WLS-OVERDUE-FLAG = 'Y'
                   ADD 1 TO WS-UNASSIGNED-OVERDUE
               END-IF
           ELSE
               PERFORM FIND-WORKER-ENTRY
               IF WS-WKR-MATCH-FOUND = 'Y'
                   ADD 1 TO WS-WKR-ITEM-COUNT(WS-WKR-IDX)
                   IF WLS-OVERDUE-FLAG = 'Y'
                       ADD 1 TO WS-WKR-OVERDUE-COUNT(WS-WKR-IDX)
                       IF WS-WKR-OLDEST-DUE(WS-WKR-IDX) = SPACES
                           MOVE WLS-DUE-DATE
                               TO WS-WKR-OLDEST-DUE(WS-WKR-IDX)
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO WS-OFF-ROSTER-ITEMS
                   IF WLS-OVERDUE-FLAG = 'Y'
                       ADD 1 TO WS-OFF-ROSTER-OVERDUE
                   END-IF
               END-IF
           END-IF.

       PRINT-WORKLIST-LINE.
           IF WLS-WORKER-ID NOT = WS-CURRENT-WORKER-ID
               PERFORM START-WORKER-GROUP
           END-IF

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM PRINT-WORKER-HEADING
           END-IF

           PERFORM TALLY-WORKER-ITEM

           MOVE WLS-DUE-DATE TO WLD-DUE-DATE
           MOVE WLS-APP-ID TO WLD-APP-ID
           MOVE WLS-CASE-NAME TO WLD-CASE-NAME
           EVALUATE TRUE
               WHEN WLS-ITEM-PENDED
                   MOVE "PENDED REVIEW" TO WLD-ITEM-LABEL
               WHEN WLS-ITEM-APPEAL
                   MOVE "APPEAL HEARING" TO WLD-ITEM-LABEL
               WHEN WLS-ITEM-CLAIM
                   MOVE "OPEN CLAIM" TO WLD-ITEM-LABEL
               WHEN WLS-ITEM-DUAL-PART
                   MOVE "DUAL PARTICIP" TO WLD-ITEM-LABEL
               WHEN WLS-ITEM-DEATH-MATCH
                   MOVE "DEATH MATCH" TO WLD-ITEM-LABEL
               WHEN WLS-ITEM-RECERT
                   MOVE "RECERTIFY" TO WLD-ITEM-LABEL
               WHEN WLS-ITEM-SSN-VERIFY
                   MOVE "SSN VERIFY" TO WLD-ITEM-LABEL
               WHEN WLS-ITEM-VERIFICATION
                   MOVE "VERIFICATION" TO WLD-ITEM-LABEL
               WHEN OTHER
                   MOVE "OTHER" TO WLD-ITEM-LABEL
           END-EVALUATE
           MOVE WLS-ITEM-DETAIL TO WLD-ITEM-DETAIL
           IF WLS-OVERDUE-FLAG = 'Y'
               MOVE "OVERDUE" TO WLD-OVERDUE-TEXT
           ELSE
               MOVE SPACES TO WLD-OVERDUE-TEXT
           END-IF
           WRITE REPORT-LINE FROM WS-WORKLIST-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-ITEMS-PRINTED.

      *****************************************************************
      * SUPERVISOR SUMMARY - THE WORKER TABLE IS RE-SORTED BY         *
      * SUPERVISOR SO EACH SUPERVISOR'S WORKERS PRINT TOGETHER WITH   *
      * A SUBTOTAL. ITEMS ON UNASSIGNED CASES AND ON CASES HELD BY A  *
      * WORKER NOT ON THE ROSTER ARE SHOWN SEPARATELY AT THE END      *
      *****************************************************************
       PRINT-SUPERVISOR-SUMMARY.
           SORT WS-WKR-ENTRY ON ASCENDING KEY WS-WKR-SUPERVISOR-ID
                                              WS-WKR-WORKER-ID

           OPEN OUTPUT SUPERVISOR-REPORT-FILE
           PERFORM WRITE-SUPV-PAGE-HEADINGS
           MOVE HIGH-VALUES TO WS-CURRENT-SUPERVISOR

           PERFORM VARYING WS-WKR-ENTRY-NBR FROM 1 BY 1
               UNTIL WS-WKR-ENTRY-NBR > WS-WKR-TABLE-COUNT
               IF WS-WKR-SUPERVISOR-ID(WS-WKR-ENTRY-NBR)
                  NOT = WS-CURRENT-SUPERVISOR
                   IF WS-CURRENT-SUPERVISOR NOT = HIGH-VALUES
                       PERFORM PRINT-SUPERVISOR-TOTAL
                   END-IF
                   MOVE WS-WKR-SUPERVISOR-ID(WS-WKR-ENTRY-NBR)
                       TO WS-CURRENT-SUPERVISOR
                   MOVE ZERO TO WS-SUPV-ITEM-COUNT
                   MOVE ZERO TO WS-SUPV-OVERDUE-COUNT
               END-IF
               PERFORM PRINT-SUPV-WORKER-LINE
           END-PERFORM

           IF WS-CURRENT-SUPERVISOR NOT = HIGH-VALUES
               PERFORM PRINT-SUPERVISOR-TOTAL
           END-IF

           MOVE "UNASSIGNED CASES" TO STL-LABEL
           MOVE WS-UNASSIGNED-ITEMS TO STL-ITEM-COUNT
           MOVE WS-UNASSIGNED-OVERDUE TO STL-OVERDUE-COUNT
           WRITE SUPV-REPORT-LINE FROM WS-SUPV-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE "WORKERS NOT ON ROSTER" TO STL-LABEL
           MOVE WS-OFF-ROSTER-ITEMS TO STL-ITEM-COUNT
           MOVE WS-OFF-ROSTER-OVERDUE TO STL-OVERDUE-COUNT
           WRITE SUPV-REPORT-LINE FROM WS-SUPV-TOTAL-LINE
           MOVE "ALL ITEMS" TO STL-LABEL
           MOVE WS-ITEMS-PRINTED TO STL-ITEM-COUNT
           MOVE WS-OVERDUE-COUNT TO STL-OVERDUE-COUNT
           WRITE SUPV-REPORT-LINE FROM WS-SUPV-TOTAL-LINE
               AFTER ADVANCING 2 LINES

           CLOSE SUPERVISOR-REPORT-FILE.

       PRINT-SUPV-WORKER-LINE.
           IF WS-SUPV-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-SUPV-PAGE-HEADINGS
           END-IF

           MOVE WS-WKR-SUPERVISOR-ID(WS-WKR-ENTRY-NBR)
               TO SDL-SUPERVISOR-ID
           MOVE WS-WKR-WORKER-ID(WS-WKR-ENTRY-NBR) TO SDL-WORKER-ID
           MOVE WS-WKR-WORKER-NAME(WS-WKR-ENTRY-NBR) TO SDL-WORKER-NAME
           MOVE WS-WKR-UNIT-ID(WS-WKR-ENTRY-NBR) TO SDL-UNIT-ID
           MOVE WS-WKR-OFFICE-ID(WS-WKR-ENTRY-NBR) TO SDL-OFFICE-ID
           MOVE WS-WKR-ITEM-COUNT(WS-WKR-ENTRY-NBR) TO SDL-ITEM-COUNT
           MOVE WS-WKR-OVERDUE-COUNT(WS-WKR-ENTRY-NBR)
               TO SDL-OVERDUE-COUNT
           MOVE WS-WKR-OLDEST-DUE(WS-WKR-ENTRY-NBR) TO SDL-OLDEST-DUE
           WRITE SUPV-REPORT-LINE FROM WS-SUPV-DETAIL-LINE
           ADD 1 TO WS-SUPV-LINE-COUNT

           ADD WS-WKR-ITEM-COUNT(WS-WKR-ENTRY-NBR)
               TO WS-SUPV-ITEM-COUNT
           ADD WS-WKR-OVERDUE-COUNT(WS-WKR-ENTRY-NBR)
               TO WS-SUPV-OVERDUE-COUNT.

       PRINT-SUPERVISOR-TOTAL.
           MOVE SPACES TO STL-LABEL
           STRING "SUPERVISOR " DELIMITED BY SIZE
                  WS-CURRENT-SUPERVISOR DELIMITED BY SIZE
                  " TOTAL" DELIMITED BY SIZE
               INTO STL-LABEL
           END-STRING
           MOVE WS-SUPV-ITEM-COUNT TO STL-ITEM-COUNT
           MOVE WS-SUPV-OVERDUE-COUNT TO STL-OVERDUE-COUNT
           WRITE SUPV-REPORT-LINE FROM WS-SUPV-TOTAL-LINE
           MOVE SPACES TO SUPV-REPORT-LINE
           WRITE SUPV-REPORT-LINE
           ADD 2 TO WS-SUPV-LINE-COUNT.

       WRITE-SUPV-PAGE-HEADINGS.
           ADD 1 TO WS-SUPV-PAGE-NUMBER
           MOVE WS-RUN-DATE TO SHD-RUN-DATE
           MOVE WS-SUPV-PAGE-NUMBER TO SHD-PAGE-NUMBER
           WRITE SUPV-REPORT-LINE FROM WS-SUPV-HEADING-1
               AFTER ADVANCING PAGE
           WRITE SUPV-REPORT-LINE FROM WS-SUPV-COLUMN-HEADING
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO SUPV-REPORT-LINE
           WRITE SUPV-REPORT-LINE
           MOVE 4 TO WS-SUPV-LINE-COUNT.

      *****************************************************************
      * INPUT PROCEDURE - THE APPLICANT PASS BUILDS THE CASE TABLE    *
      * AND RELEASES RECERTIFICATIONS COMING DUE, THEN ONE PASS OVER  *
      * EACH FOLLOW-UP FILE RELEASES ITS OPEN ITEMS                   *
      *****************************************************************
       RELEASE-WORK-ITEMS SECTION.
       RELEASE-RECERT-ITEMS.
           OPEN INPUT ASSIGNMENT-MASTER-FILE
           READ ASSIGNMENT-MASTER-FILE
               AT END MOVE 'Y' TO WS-ASG-EOF-FLAG
           END-READ
           IF WS-ASG-EOF-FLAG = 'Y'
               MOVE HIGH-VALUES TO ASG-APP-ID
           END-IF

           OPEN INPUT APPLICANT-FILE
           READ APPLICANT-FILE
               AT END MOVE 'Y' TO WS-APP-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-APP-EOF-FLAG = 'Y'
               ADD 1 TO WS-APPLICANT-COUNT
               PERFORM UNTIL ASG-APP-ID >= APP-ID
                   READ ASSIGNMENT-MASTER-FILE
                       AT END MOVE HIGH-VALUES TO ASG-APP-ID
                   END-READ
               END-PERFORM

               MOVE SPACES TO WLS-CASE-NAME
               STRING APP-LAST-NAME DELIMITED BY SPACE
                      ", " DELIMITED BY SIZE
                      APP-FIRST-NAME DELIMITED BY SPACE
                   INTO WLS-CASE-NAME
               END-STRING
               IF ASG-APP-ID = APP-ID
                   MOVE ASG-WORKER-ID TO WLS-WORKER-ID
               ELSE
                   MOVE SPACES TO WLS-WORKER-ID
               END-IF

               IF WS-CAS-TABLE-COUNT < WS-CAS-MAX-ENTRIES
                   ADD 1 TO WS-CAS-TABLE-COUNT
                   MOVE APP-ID TO WS-CAS-APP-ID(WS-CAS-TABLE-COUNT)
                   MOVE WLS-WORKER-ID
                       TO WS-CAS-WORKER-ID(WS-CAS-TABLE-COUNT)
                   MOVE WLS-CASE-NAME TO WS-CAS-NAME(WS-CAS-TABLE-COUNT)
               ELSE
                   IF WS-CAS-TABLE-FULL = 'N'
                       MOVE 'Y' TO WS-CAS-TABLE-FULL
                       DISPLAY "WARNING: CASE TABLE FULL AT "
                           WS-CAS-MAX-ENTRIES " ENTRIES"
                   END-IF
               END-IF

               IF APP-CERT-END-DATE NUMERIC
                  AND APP-CERT-END-DATE >= WS-RUN-DATE
                  AND APP-CERT-END-DATE <= WS-RECERT-CUTOFF-DATE
                   MOVE APP-ID TO WLS-APP-ID
                   MOVE 'R' TO WLS-ITEM-TYPE
                   MOVE APP-CERT-END-DATE TO RCD-CERT-END-DATE
                   MOVE WS-RECERT-DETAIL TO WLS-ITEM-DETAIL
                   MOVE APP-CERT-END-DATE TO WS-DUE-DATE
                   PERFORM RELEASE-WORK-ITEM
               END-IF

               READ APPLICANT-FILE
                   AT END MOVE 'Y' TO WS-APP-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE APPLICANT-FILE
           CLOSE ASSIGNMENT-MASTER-FILE.

       RELEASE-PENDED-ITEMS.
           OPEN INPUT PENDING-REVIEW-FILE
           READ PENDING-REVIEW-FILE
               AT END MOVE 'Y' TO WS-PEND-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-PEND-EOF-FLAG = 'Y'
               MOVE PEND-APP-ID TO WLS-APP-ID
               MOVE 'P' TO WLS-ITEM-TYPE
               MOVE PEND-OVERALL-RISK TO PDD-OVERALL-RISK
               MOVE PEND-HELD-BENEFIT TO PDD-HELD-BENEFIT
               MOVE WS-PENDED-DETAIL TO WLS-ITEM-DETAIL
               MOVE PEND-RUN-DATE TO WS-DUE-DATE
               MOVE WS-PENDED-DUE-MONTHS TO WS-MONTHS-TO-ADD
               PERFORM ADD-MONTHS-TO-DUE-DATE
               PERFORM ROUTE-WORK-ITEM
               READ PENDING-REVIEW-FILE
                   AT END MOVE 'Y' TO WS-PEND-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE PENDING-REVIEW-FILE.

       RELEASE-APPEAL-ITEMS.
           OPEN INPUT APPEALS-FILE
           READ APPEALS-FILE
               AT END MOVE 'Y' TO WS-APL-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-APL-EOF-FLAG = 'Y'
               IF APL-STATUS-OPEN
                   MOVE APL-APP-ID TO WLS-APP-ID
                   MOVE 'A' TO WLS-ITEM-TYPE
                   MOVE APL-FILING-DATE TO APD-FILING-DATE
                   MOVE WS-APPEAL-DETAIL TO WLS-ITEM-DETAIL
                   MOVE APL-HEARING-DEADLINE TO WS-DUE-DATE
                   MOVE ZERO TO WS-MONTHS-TO-ADD
                   PERFORM ADD-MONTHS-TO-DUE-DATE
                   PERFORM ROUTE-WORK-ITEM
               END-IF
               READ APPEALS-FILE
                   AT END MOVE 'Y' TO WS-APL-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE APPEALS-FILE.

       RELEASE-CLAIM-ITEMS.
           OPEN INPUT CLAIMS-FILE
           READ CLAIMS-FILE
               AT END MOVE 'Y' TO WS-CLM-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-CLM-EOF-FLAG = 'Y'
               IF CLM-STATUS-OPEN
                   MOVE CLM-APP-ID TO WLS-APP-ID
                   MOVE 'C' TO WLS-ITEM-TYPE
                   MOVE CLM-BALANCE TO CLD-BALANCE
                   MOVE CLM-ESTABLISHED-DATE TO CLD-ESTABLISHED-DATE
                   MOVE WS-CLAIM-DETAIL TO WLS-ITEM-DETAIL
                   MOVE CLM-ESTABLISHED-DATE TO WS-DUE-DATE
                   MOVE WS-CLAIM-DUE-MONTHS TO WS-MONTHS-TO-ADD
                   PERFORM ADD-MONTHS-TO-DUE-DATE
                   PERFORM ROUTE-WORK-ITEM
               END-IF
               READ CLAIMS-FILE
                   AT END MOVE 'Y' TO WS-CLM-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE CLAIMS-FILE.

      *    A DUAL-PARTICIPATION HIT CARRIES NO DATE OF ITS OWN AND IS
      *    REBUILT ON EVERY MATCH RUN, SO IT IS DUE FOR ACTION NOW
       RELEASE-DUAL-PART-ITEMS.
           OPEN INPUT DUAL-PART-FILE
           READ DUAL-PART-FILE
               AT END MOVE 'Y' TO WS-DPS-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-DPS-EOF-FLAG = 'Y'
               MOVE DPS-APP-ID TO WLS-APP-ID
               MOVE 'D' TO WLS-ITEM-TYPE
               MOVE DPS-MEMBER-NBR TO DPD-MEMBER-NBR
               MOVE DPS-OTHER-STATE TO DPD-OTHER-STATE
               MOVE DPS-OTHER-CASE-ID TO DPD-OTHER-CASE-ID
               MOVE WS-DUAL-PART-DETAIL TO WLS-ITEM-DETAIL
               MOVE WS-RUN-DATE TO WS-DUE-DATE
               PERFORM ROUTE-WORK-ITEM
               READ DUAL-PART-FILE
                   AT END MOVE 'Y' TO WS-DPS-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE DUAL-PART-FILE.

       RELEASE-DEATH-MATCH-ITEMS.
           OPEN INPUT DEATH-MATCH-FILE
           READ DEATH-MATCH-FILE
               AT END MOVE 'Y' TO WS-DMAT-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-DMAT-EOF-FLAG = 'Y'
               MOVE DMAT-APP-ID TO WLS-APP-ID
               MOVE 'M' TO WLS-ITEM-TYPE
               MOVE DMAT-DEATH-DATE TO DMD-DEATH-DATE
               MOVE WS-DEATH-MATCH-DETAIL TO WLS-ITEM-DETAIL
               MOVE DMAT-DEATH-DATE TO WS-DUE-DATE
               MOVE WS-DEATH-DUE-MONTHS TO WS-MONTHS-TO-ADD
               PERFORM ADD-MONTHS-TO-DUE-DATE
               PERFORM ROUTE-WORK-ITEM
               READ DEATH-MATCH-FILE
                   AT END MOVE 'Y' TO WS-DMAT-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE DEATH-MATCH-FILE.

      *    AN SSN SSA HAS NOT VERIFIED CAME DUE AT THE END OF ITS
      *    GRACE PERIOD, SO ONLY THE PEOPLE SSA-VERIFY-RESP HAS MARKED
      *    PAST IT ARE RELEASED, AND ALWAYS AS OVERDUE
       RELEASE-SSN-VERIFY-ITEMS.
           OPEN INPUT SSN-VERIFY-FILE
           READ SSN-VERIFY-FILE
               AT END MOVE 'Y' TO WS-SSV-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-SSV-EOF-FLAG = 'Y'
               IF SSV-GRACE-EXPIRED
                   MOVE SSV-APP-ID TO WLS-APP-ID
                   MOVE 'S' TO WLS-ITEM-TYPE
                   MOVE SSV-MEMBER-NBR TO SVD-MEMBER-NBR
                   EVALUATE TRUE
                       WHEN SSV-NAME-MISMATCH
                           MOVE "NAME MISMATCH" TO SVD-RESULT
                       WHEN SSV-DOB-MISMATCH
                           MOVE "DOB MISMATCH" TO SVD-RESULT
                       WHEN SSV-INVALID-SSN
                           MOVE "INVALID" TO SVD-RESULT
                       WHEN OTHER
                           MOVE "NO RESPONSE" TO SVD-RESULT
                   END-EVALUATE
                   MOVE WS-SSN-VERIFY-DETAIL TO WLS-ITEM-DETAIL
                   MOVE SSV-REQUEST-DATE TO WS-DUE-DATE
                   MOVE WS-SSN-DUE-MONTHS TO WS-MONTHS-TO-ADD
                   PERFORM ADD-MONTHS-TO-DUE-DATE
                   PERFORM ROUTE-WORK-ITEM
               END-IF
               READ SSN-VERIFY-FILE
                   AT END MOVE 'Y' TO WS-SSV-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE SSN-VERIFY-FILE.

      *    AN ITEM THE HOUSEHOLD STILL OWES COMES DUE ON THE DATE THE
      *    CHECKLIST GAVE IT - PAST THAT THE BENEFIT RUN DENIES THE
      *    CASE, SO THE WORKER SEES IT BEFORE THEN
       RELEASE-VERIFY-REQUEST-ITEMS.
           OPEN INPUT VERIFY-REQUEST-FILE
           READ VERIFY-REQUEST-FILE
               AT END MOVE 'Y' TO WS-VRQ-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-VRQ-EOF-FLAG = 'Y'
               IF VRQ-OUTSTANDING
                   MOVE VRQ-APP-ID TO WLS-APP-ID
                   MOVE 'V' TO WLS-ITEM-TYPE
                   EVALUATE TRUE
                       WHEN VRQ-ITEM-INCOME
                           MOVE "INCOME" TO VRD-ITEM
                       WHEN VRQ-ITEM-HOUSING
                           MOVE "HOUSING COST" TO VRD-ITEM
                       WHEN VRQ-ITEM-MEDICAL
                           MOVE "MEDICAL" TO VRD-ITEM
                       WHEN VRQ-ITEM-DEPENDENT-CARE
                           MOVE "DEPENDENT CARE" TO VRD-ITEM
                       WHEN VRQ-ITEM-IDENTITY
                           MOVE "IDENTITY" TO VRD-ITEM
                       WHEN VRQ-ITEM-ASSETS
                           MOVE "ASSETS" TO VRD-ITEM
                       WHEN OTHER
                           MOVE VRQ-ITEM-TYPE TO VRD-ITEM
                   END-EVALUATE
                   MOVE VRQ-REQUEST-DATE TO VRD-REQUEST-DATE
                   MOVE WS-VERIFY-REQUEST-DETAIL TO WLS-ITEM-DETAIL
                   MOVE VRQ-DUE-DATE TO WS-DUE-DATE
                   PERFORM ROUTE-WORK-ITEM
               END-IF
               READ VERIFY-REQUEST-FILE
                   AT END MOVE 'Y' TO WS-VRQ-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE VERIFY-REQUEST-FILE.

      *****************************************************************
      * OUTPUT PROCEDURE - THE ITEMS ARRIVE GROUPED BY WORKER IN DUE  *
      * DATE ORDER, SO EACH WORKER'S LIST STARTS ON A NEW PAGE        *
      *****************************************************************
       PRINT-WORKLISTS SECTION.
       PRINT-WORKLISTS-START.
           RETURN WORKLIST-SORT-FILE
               AT END MOVE 'Y' TO WS-WLS-EOF-FLAG
           END-RETURN

           PERFORM UNTIL WS-WLS-EOF-FLAG = 'Y'
               PERFORM PRINT-WORKLIST-LINE
               RETURN WORKLIST-SORT-FILE
                   AT END MOVE 'Y' TO WS-WLS-EOF-FLAG
               END-RETURN
           END-PERFORM

           IF WS-FIRST-WORKER-FLAG = 'N'
               PERFORM PRINT-WORKER-TOTAL
           ELSE
               ADD 1 TO WS-PAGE-NUMBER
               MOVE WS-RUN-DATE TO HDG-RUN-DATE
               MOVE WS-PAGE-NUMBER TO HDG-PAGE-NUMBER
               WRITE REPORT-LINE FROM WS-REPORT-HEADING-1
                   AFTER ADVANCING PAGE
               PERFORM PRINT-WORKER-TOTAL
           END-IF.
