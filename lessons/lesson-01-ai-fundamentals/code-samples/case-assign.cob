       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASE-ASSIGN.
      *********************************************************
      * CASELOAD ASSIGNMENT MAINTENANCE                       *
      * APPLIES ASSIGN/REASSIGN/REMOVE TRANSACTIONS TO THE    *
      * CASELOAD ASSIGNMENT MASTER, THEN AUTO-ASSIGNS EVERY   *
      * CASE ON THE APPLICANT MASTER THAT HAS NO WORKER - THE *
      * STATE/ZIP RULES PICK THE UNIT AND THE CASE GOES TO    *
      * THE ACTIVE WORKER IN THAT UNIT WITH THE LIGHTEST      *
      * CASELOAD. CASES HELD BY A WORKER WHO HAS LEFT THE     *
      * ROSTER OR GONE INACTIVE ARE REDISTRIBUTED THE SAME    *
      * WAY, AND ASSIGNMENTS FOR CASES NO LONGER ON THE       *
      * APPLICANT MASTER ARE DROPPED. EVERY CHANGE WRITES A   *
      * BEFORE/AFTER AUDIT IMAGE WITH OPERATOR AND TIMESTAMP  *
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ASSIGNMENT-MASTER-FILE
           ASSIGN TO "CASEASGN.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT WORKER-ROSTER-FILE ASSIGN TO "WORKERS.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL ASSIGNMENT-RULE-FILE ASSIGN TO "ASGRULE.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL ASSIGNMENT-TRAN-FILE ASSIGN TO "ASGTRAN.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT APPLICANT-FILE ASSIGN TO "APPLICANT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS APP-ID.

           SELECT ASSIGNMENT-AUDIT-FILE ASSIGN TO "ASGAUDT.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT ASSIGNMENT-REPORT-FILE ASSIGN TO "CASEASGN.RPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSIGNMENT-MASTER-FILE.
           COPY ASSIGNRC.

       FD  WORKER-ROSTER-FILE.
           COPY WORKERRC.

      *****************************************************************
      * ASSIGNMENT RULE - WHICH UNIT TAKES NEW CASES FOR A STATE, OR  *
      * FOR A ZIP CODE PREFIX WITHIN IT. THE LONGEST MATCHING PREFIX  *
      * WINS, AND A RULE WITH A BLANK PREFIX COVERS THE WHOLE STATE   *
      *****************************************************************
       FD  ASSIGNMENT-RULE-FILE.
       01  ASSIGNMENT-RULE-RECORD.
           05  RULE-STATE-CODE         PIC X(2).
           05  RULE-ZIP-PREFIX         PIC X(5).
           05  RULE-UNIT-ID            PIC X(4).
           05  FILLER                  PIC X(9).

      *****************************************************************
      * ASSIGNMENT TRANSACTION - 'A' ASSIGNS AN UNASSIGNED CASE, 'R'  *
      * REASSIGNS AN ASSIGNED CASE, BOTH TO THE NAMED WORKER. 'D'     *
      * REMOVES THE ASSIGNMENT                                        *
      *****************************************************************
       FD  ASSIGNMENT-TRAN-FILE.
       01  ASSIGNMENT-TRAN-RECORD.
           05  ASTR-ACTION-CODE        PIC X(1).
               88  ASTR-ACTION-ASSIGN       VALUE 'A'.
               88  ASTR-ACTION-REASSIGN     VALUE 'R'.
               88  ASTR-ACTION-REMOVE       VALUE 'D'.
           05  ASTR-OPERATOR-ID        PIC X(8).
           05  ASTR-APP-ID             PIC X(8).
           05  ASTR-WORKER-ID          PIC X(8).
           05  FILLER                  PIC X(5).

       FD  APPLICANT-FILE.
           COPY APPLREC.

      *****************************************************************
      * ASSIGNMENT AUDIT TRAIL - ONE RECORD PER CHANGE WITH THE FULL  *
      * ASSIGNMENT IMAGE BEFORE AND AFTER. THE NIGHTLY RUN'S OWN      *
      * CHANGES CARRY ACTION 'N' (NEW CASE), 'W' (WORKER NO LONGER    *
      * ACTIVE), OR 'X' (CASE OFF THE MASTER) UNDER OPERATOR AUTOASGN *
      *****************************************************************
       FD  ASSIGNMENT-AUDIT-FILE.
       01  ASSIGNMENT-AUDIT-RECORD.
           05  AAUD-OPERATOR-ID        PIC X(8).
           05  AAUD-TIMESTAMP          PIC X(14).
           05  AAUD-ACTION-CODE        PIC X(1).
           05  AAUD-APP-ID             PIC X(8).
           05  AAUD-BEFORE-IMAGE       PIC X(40).
           05  AAUD-AFTER-IMAGE        PIC X(40).
           05  FILLER                  PIC X(9).

       FD  ASSIGNMENT-REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TIMESTAMP-FIELDS.
           05  WS-CURRENT-DATE         PIC X(8).
           05  WS-CURRENT-TIME         PIC X(8).
           05  WS-AUDIT-TIMESTAMP.
               10  WS-AUDIT-TS-DATE    PIC X(8).
               10  WS-AUDIT-TS-TIME    PIC X(6).

       01  WS-PROGRAM-CONSTANTS.
           05  WS-AUTO-OPERATOR-ID     PIC X(8) VALUE "AUTOASGN".

      *****************************************************************
      * WORKER TABLE - THE ROSTER WITH EACH WORKER'S CURRENT          *
      * CASELOAD, COUNTED FROM THE ASSIGNMENT MASTER AT STARTUP AND   *
      * KEPT CURRENT AS CASES MOVE                                    *
      *****************************************************************
       01  WS-WORKER-TABLE.
           05  WS-WKR-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-WKR-IDX.
               10  WS-WKR-WORKER-ID        PIC X(8).
               10  WS-WKR-WORKER-NAME      PIC X(25).
               10  WS-WKR-UNIT-ID          PIC X(4).
               10  WS-WKR-OFFICE-ID        PIC X(4).
               10  WS-WKR-STATUS           PIC X(1).
               10  WS-WKR-MAX-CASELOAD     PIC 9(4).
               10  WS-WKR-CASELOAD         PIC 9(5).
               10  WS-WKR-NEW-COUNT        PIC 9(5).

       01  WS-WKR-TABLE-FIELDS.
           05  WS-WKR-MAX-ENTRIES      PIC 9(4) VALUE 1000.
           05  WS-WKR-TABLE-COUNT      PIC 9(4) VALUE ZERO.
           05  WS-WKR-TABLE-FULL       PIC X VALUE 'N'.
           05  WS-WKR-MATCH-ENTRY      PIC 9(4) VALUE ZERO.
           05  WS-WKR-SEARCH-ID        PIC X(8).

       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-RULE-IDX.
               10  WS-RULE-STATE-CODE      PIC X(2).
               10  WS-RULE-ZIP-PREFIX      PIC X(5).
               10  WS-RULE-PREFIX-LENGTH   PIC 9(1).
               10  WS-RULE-UNIT-ID         PIC X(4).

       01  WS-RULE-TABLE-FIELDS.
           05  WS-RULE-MAX-ENTRIES     PIC 9(3) VALUE 500.
           05  WS-RULE-TABLE-COUNT     PIC 9(3) VALUE ZERO.
           05  WS-RULE-TABLE-FULL      PIC X VALUE 'N'.
           05  WS-RULE-MATCH-ENTRY     PIC 9(3) VALUE ZERO.
           05  WS-RULE-BEST-LENGTH     PIC 9(1) VALUE ZERO.
           05  WS-RULE-PREFIX-TALLY    PIC 9(1) VALUE ZERO.

      *****************************************************************
      * ASSIGNMENT MASTER TABLE - THE FULL MASTER IS HELD HERE WHILE  *
      * CHANGES ARE APPLIED. A REMOVED ASSIGNMENT IS SET TO           *
      * HIGH-VALUES, AND THE TABLE SORT (UNUSED SLOTS ALSO HOLD       *
      * HIGH-VALUES) PUTS THE LIVE ENTRIES BACK AT THE FRONT IN       *
      * APPLICANT ID ORDER                                            *
      *****************************************************************
       01  WS-ASSIGNMENT-TABLE.
           05  WS-ASG-ENTRY OCCURS 20000 TIMES
                   ASCENDING KEY IS WS-ASG-APP-ID
                   INDEXED BY WS-ASG-IDX.
               10  WS-ASG-APP-ID           PIC X(8).
               10  WS-ASG-WORKER-ID        PIC X(8).
               10  WS-ASG-UNIT-ID          PIC X(4).
               10  WS-ASG-OFFICE-ID        PIC X(4).
               10  WS-ASG-ASSIGNED-DATE    PIC X(8).
               10  WS-ASG-ASSIGN-METHOD    PIC X(1).

       01  WS-ASG-TABLE-FIELDS.
           05  WS-ASG-MAX-ENTRIES      PIC 9(5) VALUE 20000.
           05  WS-ASG-TABLE-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-ASG-TABLE-FULL       PIC X VALUE 'N'.
           05  WS-ASG-MATCH-ENTRY      PIC 9(5) VALUE ZERO.

      *****************************************************************
      * APPLICANT MERGE - THE SORTED PART OF THE ASSIGNMENT TABLE IS  *
      * WALKED FORWARD AGAINST THE APPLICANT MASTER. CASES ADDED      *
      * DURING THE WALK GO ON THE END, PAST THE MERGE LIMIT           *
      *****************************************************************
       01  WS-MERGE-FIELDS.
           05  WS-MERGE-LIMIT          PIC 9(5) VALUE ZERO.
           05  WS-MERGE-ENTRY          PIC 9(5) VALUE ZERO.
           05  WS-ASG-CURRENT-ID       PIC X(8).

       01  WS-CHANGE-FIELDS.
           05  WS-AUDIT-OPERATOR-ID    PIC X(8).
           05  WS-AUDIT-ACTION-CODE    PIC X(1).
           05  WS-AUDIT-APP-ID         PIC X(8).
           05  WS-BEFORE-IMAGE         PIC X(40).
           05  WS-AFTER-IMAGE          PIC X(40).
           05  WS-NEW-WORKER-ENTRY     PIC 9(4) VALUE ZERO.
           05  WS-NEW-ASSIGN-METHOD    PIC X(1).
           05  WS-FROM-WORKER-ID       PIC X(8).
           05  WS-VALID-TRAN-FLAG      PIC X VALUE 'Y'.
           05  WS-RESULT-TEXT          PIC X(30).
           05  WS-ACTION-TEXT          PIC X(22).

       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "CASELOAD ASSIGNMENT REPORT".
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  HDG-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "PAGE: ".
           05  HDG-PAGE-NUMBER         PIC ZZZ9.
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-ACTION-HEADING.
           05  FILLER                  PIC X(10) VALUE "APP ID".
           05  FILLER                  PIC X(24) VALUE "ACTION".
           05  FILLER                  PIC X(10) VALUE "FROM".
           05  FILLER                  PIC X(10) VALUE "TO".
           05  FILLER                  PIC X(6) VALUE "UNIT".
           05  FILLER                  PIC X(10) VALUE "OPERATOR".
           05  FILLER                  PIC X(30) VALUE "RESULT".
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-ACTION-DETAIL-LINE.
           05  ACT-APP-ID              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ACT-ACTION-TEXT         PIC X(22).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ACT-FROM-WORKER         PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ACT-TO-WORKER           PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ACT-UNIT-ID             PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ACT-OPERATOR-ID         PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ACT-RESULT-TEXT         PIC X(30).
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-CASELOAD-HEADING.
           05  FILLER                  PIC X(10) VALUE "WORKER".
           05  FILLER                  PIC X(27) VALUE "NAME".
           05  FILLER                  PIC X(6) VALUE "UNIT".
           05  FILLER                  PIC X(8) VALUE "OFFICE".
           05  FILLER                  PIC X(8) VALUE "STATUS".
           05  FILLER                  PIC X(10) VALUE "MAXIMUM".
           05  FILLER                  PIC X(10) VALUE "CASELOAD".
           05  FILLER                  PIC X(10) VALUE "NEW".
           05  FILLER                  PIC X(43) VALUE SPACES.

       01  WS-CASELOAD-DETAIL-LINE.
           05  CSL-WORKER-ID           PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CSL-WORKER-NAME         PIC X(25).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CSL-UNIT-ID             PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CSL-OFFICE-ID           PIC X(4).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  CSL-STATUS              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  CSL-MAX-CASELOAD        PIC ZZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  CSL-CASELOAD            PIC ZZZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  CSL-NEW-COUNT           PIC ZZZZ9.
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  WS-REPORT-TOTAL-LINE.
           05  TTL-LABEL               PIC X(30).
           05  TTL-COUNT               PIC ZZZZZ9.
           05  FILLER                  PIC X(96) VALUE SPACES.

       01  WS-REPORT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(3) VALUE 99.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.
           05  WS-PAGE-NUMBER          PIC 9(4) VALUE ZERO.
           05  WS-REPORT-SECTION       PIC X VALUE 'A'.
               88  WS-ACTION-SECTION        VALUE 'A'.
               88  WS-CASELOAD-SECTION      VALUE 'C'.

       01  WS-COUNTERS.
           05  WS-TRAN-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-MANUAL-ASSIGN-COUNT  PIC 9(6) VALUE ZERO.
           05  WS-REASSIGN-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-REMOVE-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-ERROR-COUNT          PIC 9(6) VALUE ZERO.
           05  WS-AUTO-ASSIGN-COUNT    PIC 9(6) VALUE ZERO.
           05  WS-REDISTRIBUTE-COUNT   PIC 9(6) VALUE ZERO.
           05  WS-DROPPED-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-UNASSIGNED-COUNT     PIC 9(6) VALUE ZERO.
           05  WS-APPLICANT-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-MASTER-WRITE-COUNT   PIC 9(6) VALUE ZERO.

       01  WS-FLAGS.
           05  WS-WKR-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-RULE-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-MASTER-EOF-FLAG      PIC X VALUE 'N'.
           05  WS-TRAN-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-APP-EOF-FLAG         PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INITIALIZE-PROGRAM
           PERFORM APPLY-ASSIGNMENT-TRANSACTIONS
           PERFORM SORT-ASSIGNMENT-TABLE
           PERFORM ASSIGN-NEW-CASES
           PERFORM SORT-ASSIGNMENT-TABLE
           PERFORM REWRITE-ASSIGNMENT-MASTER
           PERFORM PRINT-CASELOAD-SUMMARY
           PERFORM DISPLAY-SUMMARY-TOTALS
           PERFORM TERMINATE-PROGRAM
           STOP RUN.

       INITIALIZE-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO WS-AUDIT-TS-DATE
           MOVE WS-CURRENT-TIME(1:6) TO WS-AUDIT-TS-TIME

           PERFORM LOAD-WORKER-ROSTER
           PERFORM LOAD-ASSIGNMENT-RULES
           PERFORM LOAD-ASSIGNMENT-MASTER

           OPEN EXTEND ASSIGNMENT-AUDIT-FILE
           OPEN OUTPUT ASSIGNMENT-REPORT-FILE.

       LOAD-WORKER-ROSTER.
           OPEN INPUT WORKER-ROSTER-FILE
           READ WORKER-ROSTER-FILE
               AT END MOVE 'Y' TO WS-WKR-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-WKR-EOF-FLAG = 'Y'
               IF WS-WKR-TABLE-COUNT < WS-WKR-MAX-ENTRIES
                   ADD 1 TO WS-WKR-TABLE-COUNT
                   MOVE WKR-WORKER-ID
                       TO WS-WKR-WORKER-ID(WS-WKR-TABLE-COUNT)
                   MOVE WKR-WORKER-NAME
                       TO WS-WKR-WORKER-NAME(WS-WKR-TABLE-COUNT)
                   MOVE WKR-UNIT-ID
                       TO WS-WKR-UNIT-ID(WS-WKR-TABLE-COUNT)
                   MOVE WKR-OFFICE-ID
                       TO WS-WKR-OFFICE-ID(WS-WKR-TABLE-COUNT)
                   MOVE WKR-STATUS
                       TO WS-WKR-STATUS(WS-WKR-TABLE-COUNT)
                   IF WKR-MAX-CASELOAD NUMERIC
                       MOVE WKR-MAX-CASELOAD
                           TO WS-WKR-MAX-CASELOAD(WS-WKR-TABLE-COUNT)
                   ELSE
                       MOVE ZERO
                           TO WS-WKR-MAX-CASELOAD(WS-WKR-TABLE-COUNT)
                   END-IF
                   MOVE ZERO TO WS-WKR-CASELOAD(WS-WKR-TABLE-COUNT)
                   MOVE ZERO TO WS-WKR-NEW-COUNT(WS-WKR-TABLE-COUNT)
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

           CLOSE WORKER-ROSTER-FILE.

       LOAD-ASSIGNMENT-RULES.
           OPEN INPUT ASSIGNMENT-RULE-FILE
           READ ASSIGNMENT-RULE-FILE
               AT END MOVE 'Y' TO WS-RULE-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-RULE-EOF-FLAG = 'Y'
               IF WS-RULE-TABLE-COUNT < WS-RULE-MAX-ENTRIES
                   ADD 1 TO WS-RULE-TABLE-COUNT
                   MOVE RULE-STATE-CODE
                       TO WS-RULE-STATE-CODE(WS-RULE-TABLE-COUNT)
                   MOVE RULE-ZIP-PREFIX
                       TO WS-RULE-ZIP-PREFIX(WS-RULE-TABLE-COUNT)
                   MOVE RULE-UNIT-ID
                       TO WS-RULE-UNIT-ID(WS-RULE-TABLE-COUNT)
                   MOVE ZERO TO WS-RULE-PREFIX-TALLY
                   INSPECT RULE-ZIP-PREFIX TALLYING WS-RULE-PREFIX-TALLY
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   MOVE WS-RULE-PREFIX-TALLY
                       TO WS-RULE-PREFIX-LENGTH(WS-RULE-TABLE-COUNT)
               ELSE
                   IF WS-RULE-TABLE-FULL = 'N'
                       MOVE 'Y' TO WS-RULE-TABLE-FULL
                       DISPLAY "WARNING: ASSIGNMENT RULE TABLE FULL AT "
                           WS-RULE-MAX-ENTRIES " ENTRIES"
                   END-IF
               END-IF
               READ ASSIGNMENT-RULE-FILE
                   AT END MOVE 'Y' TO WS-RULE-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE ASSIGNMENT-RULE-FILE.

       LOAD-ASSIGNMENT-MASTER.
           MOVE HIGH-VALUES TO WS-ASSIGNMENT-TABLE
           MOVE ZERO TO WS-ASG-TABLE-COUNT

           OPEN INPUT ASSIGNMENT-MASTER-FILE
           READ ASSIGNMENT-MASTER-FILE
               AT END MOVE 'Y' TO WS-MASTER-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-MASTER-EOF-FLAG = 'Y'
               IF WS-ASG-TABLE-COUNT < WS-ASG-MAX-ENTRIES
                   ADD 1 TO WS-ASG-TABLE-COUNT
                   MOVE ASG-APP-ID
                       TO WS-ASG-APP-ID(WS-ASG-TABLE-COUNT)
                   MOVE ASG-WORKER-ID
                       TO WS-ASG-WORKER-ID(WS-ASG-TABLE-COUNT)
                   MOVE ASG-UNIT-ID
                       TO WS-ASG-UNIT-ID(WS-ASG-TABLE-COUNT)
                   MOVE ASG-OFFICE-ID
                       TO WS-ASG-OFFICE-ID(WS-ASG-TABLE-COUNT)
                   MOVE ASG-ASSIGNED-DATE
                       TO WS-ASG-ASSIGNED-DATE(WS-ASG-TABLE-COUNT)
                   MOVE ASG-ASSIGN-METHOD
                       TO WS-ASG-ASSIGN-METHOD(WS-ASG-TABLE-COUNT)
                   MOVE ASG-WORKER-ID TO WS-WKR-SEARCH-ID
                   PERFORM FIND-WORKER-ENTRY
                   IF WS-WKR-MATCH-ENTRY > ZERO
                       ADD 1 TO WS-WKR-CASELOAD(WS-WKR-MATCH-ENTRY)
                   END-IF
               ELSE
                   IF WS-ASG-TABLE-FULL = 'N'
                       MOVE 'Y' TO WS-ASG-TABLE-FULL
                       DISPLAY "WARNING: ASSIGNMENT TABLE FULL AT "
                           WS-ASG-MAX-ENTRIES " ENTRIES"
                   END-IF
               END-IF
               READ ASSIGNMENT-MASTER-FILE
                   AT END MOVE 'Y' TO WS-MASTER-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE ASSIGNMENT-MASTER-FILE.

       FIND-WORKER-ENTRY.
           MOVE ZERO TO WS-WKR-MATCH-ENTRY
           PERFORM VARYING WS-WKR-IDX FROM 1 BY 1
               UNTIL WS-WKR-IDX > WS-WKR-TABLE-COUNT
               IF WS-WKR-WORKER-ID(WS-WKR-IDX) = WS-WKR-SEARCH-ID
                   SET WS-WKR-MATCH-ENTRY TO WS-WKR-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-ASSIGNMENT-ENTRY.
           MOVE ZERO TO WS-ASG-MATCH-ENTRY
           PERFORM VARYING WS-ASG-IDX FROM 1 BY 1
               UNTIL WS-ASG-IDX > WS-ASG-TABLE-COUNT
               IF WS-ASG-APP-ID(WS-ASG-IDX) = ASTR-APP-ID
                   SET WS-ASG-MATCH-ENTRY TO WS-ASG-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       APPLY-ASSIGNMENT-TRANSACTIONS.
           OPEN INPUT ASSIGNMENT-TRAN-FILE
           READ ASSIGNMENT-TRAN-FILE
               AT END MOVE 'Y' TO WS-TRAN-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-TRAN-EOF-FLAG = 'Y'
               ADD 1 TO WS-TRAN-COUNT
               PERFORM APPLY-ONE-TRANSACTION
               READ ASSIGNMENT-TRAN-FILE
                   AT END MOVE 'Y' TO WS-TRAN-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE ASSIGNMENT-TRAN-FILE.

       APPLY-ONE-TRANSACTION.
           MOVE 'Y' TO WS-VALID-TRAN-FLAG
           MOVE SPACES TO WS-RESULT-TEXT
           MOVE SPACES TO WS-FROM-WORKER-ID
           PERFORM FIND-ASSIGNMENT-ENTRY

           EVALUATE TRUE
               WHEN ASTR-ACTION-ASSIGN
                   MOVE "ASSIGN" TO WS-ACTION-TEXT
               WHEN ASTR-ACTION-REASSIGN
                   MOVE "REASSIGN" TO WS-ACTION-TEXT
               WHEN ASTR-ACTION-REMOVE
                   MOVE "REMOVE ASSIGNMENT" TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE "INVALID ACTION" TO WS-ACTION-TEXT
                   MOVE 'N' TO WS-VALID-TRAN-FLAG
                   MOVE "INVALID ACTION CODE" TO WS-RESULT-TEXT
           END-EVALUATE

           IF WS-VALID-TRAN-FLAG = 'Y'
               IF ASTR-APP-ID = SPACES OR ASTR-APP-ID = LOW-VALUES
                   MOVE 'N' TO WS-VALID-TRAN-FLAG
                   MOVE "MISSING APPLICANT ID" TO WS-RESULT-TEXT
               END-IF
           END-IF

           IF WS-VALID-TRAN-FLAG = 'Y'
               IF WS-ASG-MATCH-ENTRY > ZERO
                   MOVE WS-ASG-WORKER-ID(WS-ASG-MATCH-ENTRY)
                       TO WS-FROM-WORKER-ID
               END-IF
               EVALUATE TRUE
                   WHEN ASTR-ACTION-ASSIGN
                       IF WS-ASG-MATCH-ENTRY > ZERO
                           MOVE 'N' TO WS-VALID-TRAN-FLAG
                           MOVE "CASE ALREADY ASSIGNED"
                               TO WS-RESULT-TEXT
                       ELSE
                           PERFORM CHECK-TARGET-WORKER
                       END-IF
                   WHEN ASTR-ACTION-REASSIGN
                       IF WS-ASG-MATCH-ENTRY = ZERO
                           MOVE 'N' TO WS-VALID-TRAN-FLAG
                           MOVE "CASE NOT ASSIGNED" TO WS-RESULT-TEXT
                       ELSE
                           PERFORM CHECK-TARGET-WORKER
                       END-IF
                       IF WS-VALID-TRAN-FLAG = 'Y'
                          AND ASTR-WORKER-ID = WS-FROM-WORKER-ID
                           MOVE 'N' TO WS-VALID-TRAN-FLAG
                           MOVE "ALREADY ASSIGNED TO WORKER"
                               TO WS-RESULT-TEXT
                       END-IF
                   WHEN ASTR-ACTION-REMOVE
                       IF WS-ASG-MATCH-ENTRY = ZERO
                           MOVE 'N' TO WS-VALID-TRAN-FLAG
                           MOVE "CASE NOT ASSIGNED" TO WS-RESULT-TEXT
                       END-IF
               END-EVALUATE
           END-IF

           MOVE ASTR-OPERATOR-ID TO WS-AUDIT-OPERATOR-ID
           MOVE ASTR-ACTION-CODE TO WS-AUDIT-ACTION-CODE
           MOVE ASTR-APP-ID TO WS-AUDIT-APP-ID

           IF WS-VALID-TRAN-FLAG = 'Y'
               EVALUATE TRUE
                   WHEN ASTR-ACTION-ASSIGN
                       PERFORM ADD-ASSIGNMENT-ENTRY
                       IF WS-ASG-MATCH-ENTRY > ZERO
                           MOVE 'M' TO WS-NEW-ASSIGN-METHOD
                           PERFORM SET-ASSIGNED-WORKER
                           ADD 1 TO WS-MANUAL-ASSIGN-COUNT
                       ELSE
                           MOVE 'N' TO WS-VALID-TRAN-FLAG
                           MOVE "ASSIGNMENT TABLE FULL"
                               TO WS-RESULT-TEXT
                       END-IF
                   WHEN ASTR-ACTION-REASSIGN
                       MOVE 'M' TO WS-NEW-ASSIGN-METHOD
                       PERFORM SET-ASSIGNED-WORKER
                       ADD 1 TO WS-REASSIGN-COUNT
                   WHEN ASTR-ACTION-REMOVE
                       PERFORM REMOVE-ASSIGNMENT
                       ADD 1 TO WS-REMOVE-COUNT
               END-EVALUATE
           END-IF

           IF WS-VALID-TRAN-FLAG = 'Y'
               MOVE "APPLIED" TO WS-RESULT-TEXT
           ELSE
               ADD 1 TO WS-ERROR-COUNT
           END-IF

           MOVE ASTR-APP-ID TO ACT-APP-ID
           MOVE WS-FROM-WORKER-ID TO ACT-FROM-WORKER
           MOVE ASTR-OPERATOR-ID TO ACT-OPERATOR-ID
           IF ASTR-ACTION-REMOVE OR WS-VALID-TRAN-FLAG = 'N'
               MOVE ASTR-WORKER-ID TO ACT-TO-WORKER
               MOVE SPACES TO ACT-UNIT-ID
           END-IF
           PERFORM WRITE-ACTION-LINE.

      *    A MANUAL ASSIGNMENT MUST NAME A WORKER ON THE ROSTER WHO IS
      *    STILL ACTIVE - THE NIGHTLY RUN WOULD ONLY MOVE THE CASE
      *    AGAIN OTHERWISE
       CHECK-TARGET-WORKER.
           MOVE ASTR-WORKER-ID TO WS-WKR-SEARCH-ID
           PERFORM FIND-WORKER-ENTRY
           IF WS-WKR-MATCH-ENTRY = ZERO
               MOVE 'N' TO WS-VALID-TRAN-FLAG
               MOVE "WORKER NOT ON ROSTER" TO WS-RESULT-TEXT
           ELSE
               IF WS-WKR-STATUS(WS-WKR-MATCH-ENTRY) NOT = 'A'
                   MOVE 'N' TO WS-VALID-TRAN-FLAG
                   MOVE "WORKER NOT ACTIVE" TO WS-RESULT-TEXT
               ELSE
                   MOVE WS-WKR-MATCH-ENTRY TO WS-NEW-WORKER-ENTRY
               END-IF
           END-IF.

       ADD-ASSIGNMENT-ENTRY.
           IF WS-ASG-TABLE-COUNT < WS-ASG-MAX-ENTRIES
               ADD 1 TO WS-ASG-TABLE-COUNT
               MOVE WS-ASG-TABLE-COUNT TO WS-ASG-MATCH-ENTRY
               MOVE WS-AUDIT-APP-ID TO WS-ASG-APP-ID(WS-ASG-MATCH-ENTRY)
               MOVE SPACES TO WS-ASG-WORKER-ID(WS-ASG-MATCH-ENTRY)
           ELSE
               MOVE ZERO TO WS-ASG-MATCH-ENTRY
               IF WS-ASG-TABLE-FULL = 'N'
                   MOVE 'Y' TO WS-ASG-TABLE-FULL
                   DISPLAY "WARNING: ASSIGNMENT TABLE FULL AT "
                       WS-ASG-MAX-ENTRIES " ENTRIES"
               END-IF
           END-IF.

      *****************************************************************
      * MOVES THE CASE AT WS-ASG-MATCH-ENTRY TO THE WORKER AT         *
      * WS-NEW-WORKER-ENTRY, KEEPS BOTH CASELOAD COUNTS CURRENT, AND  *
      * WRITES THE AUDIT IMAGE. A NEW ENTRY CARRIES A BLANK WORKER,   *
      * SO ITS BEFORE IMAGE IS WRITTEN AS SPACES                      *
      *****************************************************************
       SET-ASSIGNED-WORKER.
           IF WS-ASG-WORKER-ID(WS-ASG-MATCH-ENTRY) = SPACES
               MOVE SPACES TO WS-BEFORE-IMAGE
           ELSE
               PERFORM BUILD-RECORD-FROM-ENTRY
               MOVE CASE-ASSIGNMENT-RECORD TO WS-BEFORE-IMAGE
               MOVE WS-ASG-WORKER-ID(WS-ASG-MATCH-ENTRY)
                   TO WS-WKR-SEARCH-ID
               PERFORM FIND-WORKER-ENTRY
               IF WS-WKR-MATCH-ENTRY > ZERO
                  AND WS-WKR-CASELOAD(WS-WKR-MATCH-ENTRY) > ZERO
                   SUBTRACT 1 FROM WS-WKR-CASELOAD(WS-WKR-MATCH-ENTRY)
               END-IF
           END-IF

           MOVE WS-WKR-WORKER-ID(WS-NEW-WORKER-ENTRY)
               TO WS-ASG-WORKER-ID(WS-ASG-MATCH-ENTRY)
           MOVE WS-WKR-UNIT-ID(WS-NEW-WORKER-ENTRY)
               TO WS-ASG-UNIT-ID(WS-ASG-MATCH-ENTRY)
           MOVE WS-WKR-OFFICE-ID(WS-NEW-WORKER-ENTRY)
               TO WS-ASG-OFFICE-ID(WS-ASG-MATCH-ENTRY)
           MOVE WS-CURRENT-DATE
               TO WS-ASG-ASSIGNED-DATE(WS-ASG-MATCH-ENTRY)
           MOVE WS-NEW-ASSIGN-METHOD
               TO WS-ASG-ASSIGN-METHOD(WS-ASG-MATCH-ENTRY)
           ADD 1 TO WS-WKR-CASELOAD(WS-NEW-WORKER-ENTRY)
           ADD 1 TO WS-WKR-NEW-COUNT(WS-NEW-WORKER-ENTRY)

           PERFORM BUILD-RECORD-FROM-ENTRY
           MOVE CASE-ASSIGNMENT-RECORD TO WS-AFTER-IMAGE
           PERFORM WRITE-ASSIGNMENT-AUDIT

           MOVE WS-WKR-WORKER-ID(WS-NEW-WORKER-ENTRY) TO ACT-TO-WORKER
           MOVE WS-WKR-UNIT-ID(WS-NEW-WORKER-ENTRY) TO ACT-UNIT-ID.

       REMOVE-ASSIGNMENT.
           PERFORM BUILD-RECORD-FROM-ENTRY
           MOVE CASE-ASSIGNMENT-RECORD TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE

           MOVE WS-ASG-WORKER-ID(WS-ASG-MATCH-ENTRY) TO WS-WKR-SEARCH-ID
           PERFORM FIND-WORKER-ENTRY
           IF WS-WKR-MATCH-ENTRY > ZERO
              AND WS-WKR-CASELOAD(WS-WKR-MATCH-ENTRY) > ZERO
               SUBTRACT 1 FROM WS-WKR-CASELOAD(WS-WKR-MATCH-ENTRY)
           END-IF

           MOVE HIGH-VALUES TO WS-ASG-ENTRY(WS-ASG-MATCH-ENTRY)
           PERFORM WRITE-ASSIGNMENT-AUDIT.

       BUILD-RECORD-FROM-ENTRY.
           MOVE SPACES TO CASE-ASSIGNMENT-RECORD
           MOVE WS-ASG-APP-ID(WS-ASG-MATCH-ENTRY) TO ASG-APP-ID
           MOVE WS-ASG-WORKER-ID(WS-ASG-MATCH-ENTRY) TO ASG-WORKER-ID
           MOVE WS-ASG-UNIT-ID(WS-ASG-MATCH-ENTRY) TO ASG-UNIT-ID
           MOVE WS-ASG-OFFICE-ID(WS-ASG-MATCH-ENTRY) TO ASG-OFFICE-ID
           MOVE WS-ASG-ASSIGNED-DATE(WS-ASG-MATCH-ENTRY)
               TO ASG-ASSIGNED-DATE
           MOVE WS-ASG-ASSIGN-METHOD(WS-ASG-MATCH-ENTRY)
               TO ASG-ASSIGN-METHOD.

       WRITE-ASSIGNMENT-AUDIT.
           MOVE SPACES TO ASSIGNMENT-AUDIT-RECORD
           MOVE WS-AUDIT-OPERATOR-ID TO AAUD-OPERATOR-ID
           MOVE WS-AUDIT-TIMESTAMP TO AAUD-TIMESTAMP
           MOVE WS-AUDIT-ACTION-CODE TO AAUD-ACTION-CODE
           MOVE WS-AUDIT-APP-ID TO AAUD-APP-ID
           MOVE WS-BEFORE-IMAGE TO AAUD-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO AAUD-AFTER-IMAGE
           WRITE ASSIGNMENT-AUDIT-RECORD.

      *    REMOVED ENTRIES HOLD HIGH-VALUES AND SORT TO THE BACK, SO
      *    THE LIVE COUNT IS WHATEVER PRECEDES THEM
       SORT-ASSIGNMENT-TABLE.
           SORT WS-ASG-ENTRY ON ASCENDING KEY WS-ASG-APP-ID

           PERFORM UNTIL WS-ASG-TABLE-COUNT = ZERO
               IF WS-ASG-APP-ID(WS-ASG-TABLE-COUNT) NOT = HIGH-VALUES
                   EXIT PERFORM
               END-IF
               SUBTRACT 1 FROM WS-ASG-TABLE-COUNT
           END-PERFORM.

      *****************************************************************
      * NIGHTLY PASS - EVERY APPLICANT IS CHECKED AGAINST THE SORTED  *
      * ASSIGNMENTS. A CASE WITH NO ASSIGNMENT IS AUTO-ASSIGNED, A    *
      * CASE WHOSE WORKER IS NO LONGER ACTIVE IS REDISTRIBUTED, AND   *
      * AN ASSIGNMENT WITH NO APPLICANT BEHIND IT IS DROPPED          *
      *****************************************************************
       ASSIGN-NEW-CASES.
           MOVE WS-ASG-TABLE-COUNT TO WS-MERGE-LIMIT
           MOVE 1 TO WS-MERGE-ENTRY
           PERFORM SET-MERGE-CURRENT-ID

           MOVE WS-AUTO-OPERATOR-ID TO WS-AUDIT-OPERATOR-ID
           MOVE WS-AUTO-OPERATOR-ID TO ACT-OPERATOR-ID

           OPEN INPUT APPLICANT-FILE
           READ APPLICANT-FILE
               AT END MOVE 'Y' TO WS-APP-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-APP-EOF-FLAG = 'Y'
               ADD 1 TO WS-APPLICANT-COUNT
               PERFORM UNTIL WS-ASG-CURRENT-ID >= APP-ID
                   PERFORM DROP-ORPHAN-ASSIGNMENT
                   ADD 1 TO WS-MERGE-ENTRY
                   PERFORM SET-MERGE-CURRENT-ID
               END-PERFORM

               IF WS-ASG-CURRENT-ID = APP-ID
                   MOVE WS-MERGE-ENTRY TO WS-ASG-MATCH-ENTRY
                   PERFORM CHECK-ASSIGNED-WORKER
                   ADD 1 TO WS-MERGE-ENTRY
                   PERFORM SET-MERGE-CURRENT-ID
               ELSE
                   PERFORM AUTO-ASSIGN-NEW-CASE
               END-IF

               READ APPLICANT-FILE
                   AT END MOVE 'Y' TO WS-APP-EOF-FLAG
               END-READ
           END-PERFORM

           PERFORM UNTIL WS-ASG-CURRENT-ID = HIGH-VALUES
               PERFORM DROP-ORPHAN-ASSIGNMENT
               ADD 1 TO WS-MERGE-ENTRY
               PERFORM SET-MERGE-CURRENT-ID
           END-PERFORM

           CLOSE APPLICANT-FILE.

       SET-MERGE-CURRENT-ID.
           IF WS-MERGE-ENTRY > WS-MERGE-LIMIT
               MOVE HIGH-VALUES TO WS-ASG-CURRENT-ID
           ELSE
               MOVE WS-ASG-APP-ID(WS-MERGE-ENTRY) TO WS-ASG-CURRENT-ID
           END-IF.

       DROP-ORPHAN-ASSIGNMENT.
           MOVE WS-MERGE-ENTRY TO WS-ASG-MATCH-ENTRY
           MOVE 'X' TO WS-AUDIT-ACTION-CODE
           MOVE WS-ASG-APP-ID(WS-ASG-MATCH-ENTRY) TO WS-AUDIT-APP-ID
           MOVE WS-ASG-APP-ID(WS-ASG-MATCH-ENTRY) TO ACT-APP-ID
           MOVE WS-ASG-WORKER-ID(WS-ASG-MATCH-ENTRY) TO ACT-FROM-WORKER
           MOVE SPACES TO ACT-TO-WORKER
           MOVE SPACES TO ACT-UNIT-ID
           PERFORM REMOVE-ASSIGNMENT
           ADD 1 TO WS-DROPPED-COUNT
           MOVE "OFF MASTER - DROPPED" TO WS-ACTION-TEXT
           MOVE "APPLIED" TO WS-RESULT-TEXT
           PERFORM WRITE-ACTION-LINE.

       CHECK-ASSIGNED-WORKER.
           MOVE WS-ASG-WORKER-ID(WS-ASG-MATCH-ENTRY) TO WS-WKR-SEARCH-ID
           PERFORM FIND-WORKER-ENTRY
           IF WS-WKR-MATCH-ENTRY = ZERO
               PERFORM REDISTRIBUTE-CASE
           ELSE
               IF WS-WKR-STATUS(WS-WKR-MATCH-ENTRY) NOT = 'A'
                   PERFORM REDISTRIBUTE-CASE
               END-IF
           END-IF.

      *    WHEN NO REPLACEMENT IS AVAILABLE THE CASE STAYS WHERE IT IS
      *    AND SHOWS ON THE REPORT, SO IT IS NEVER LEFT WITH NO WORKER
       REDISTRIBUTE-CASE.
           MOVE 'W' TO WS-AUDIT-ACTION-CODE
           MOVE APP-ID TO WS-AUDIT-APP-ID
           MOVE APP-ID TO ACT-APP-ID
           MOVE WS-ASG-WORKER-ID(WS-ASG-MATCH-ENTRY) TO ACT-FROM-WORKER
           MOVE "WORKER INACTIVE - MOVE" TO WS-ACTION-TEXT

           PERFORM FIND-AUTO-WORKER
           IF WS-NEW-WORKER-ENTRY > ZERO
               MOVE 'A' TO WS-NEW-ASSIGN-METHOD
               PERFORM SET-ASSIGNED-WORKER
               ADD 1 TO WS-REDISTRIBUTE-COUNT
               MOVE "APPLIED" TO WS-RESULT-TEXT
           ELSE
               MOVE SPACES TO ACT-TO-WORKER
               ADD 1 TO WS-UNASSIGNED-COUNT
           END-IF
           PERFORM WRITE-ACTION-LINE.

      *    A NEW CASE THAT CANNOT BE PLACED IS LEFT OFF THE MASTER SO
      *    THE NEXT RUN TRIES AGAIN ONCE THE RULES OR ROSTER ARE FIXED
       AUTO-ASSIGN-NEW-CASE.
           MOVE 'N' TO WS-AUDIT-ACTION-CODE
           MOVE APP-ID TO WS-AUDIT-APP-ID
           MOVE APP-ID TO ACT-APP-ID
           MOVE SPACES TO ACT-FROM-WORKER
           MOVE "NEW CASE - AUTO ASSIGN" TO WS-ACTION-TEXT

           PERFORM FIND-AUTO-WORKER
           IF WS-NEW-WORKER-ENTRY > ZERO
               PERFORM ADD-ASSIGNMENT-ENTRY
               IF WS-ASG-MATCH-ENTRY > ZERO
                   MOVE 'A' TO WS-NEW-ASSIGN-METHOD
                   PERFORM SET-ASSIGNED-WORKER
                   ADD 1 TO WS-AUTO-ASSIGN-COUNT
                   MOVE "APPLIED" TO WS-RESULT-TEXT
               ELSE
                   MOVE SPACES TO ACT-TO-WORKER
                   MOVE "ASSIGNMENT TABLE FULL" TO WS-RESULT-TEXT
                   ADD 1 TO WS-UNASSIGNED-COUNT
               END-IF
           ELSE
               MOVE SPACES TO ACT-TO-WORKER
               ADD 1 TO WS-UNASSIGNED-COUNT
           END-IF
           PERFORM WRITE-ACTION-LINE.

      *****************************************************************
      * AUTO-ASSIGNMENT - THE MOST SPECIFIC STATE/ZIP RULE FOR THE    *
      * APPLICANT NAMES THE UNIT, AND THE CASE GOES TO THE ACTIVE     *
      * WORKER IN THAT UNIT WITH THE FEWEST CASES WHO IS STILL UNDER  *
      * THEIR MAXIMUM. TIES GO TO THE WORKER FIRST ON THE ROSTER      *
      *****************************************************************
       FIND-AUTO-WORKER.
           MOVE ZERO TO WS-NEW-WORKER-ENTRY
           MOVE ZERO TO WS-RULE-MATCH-ENTRY
           MOVE ZERO TO WS-RULE-BEST-LENGTH
           MOVE SPACES TO ACT-UNIT-ID

           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-TABLE-COUNT
               IF WS-RULE-STATE-CODE(WS-RULE-IDX) = APP-STATE-CODE
                   IF WS-RULE-PREFIX-LENGTH(WS-RULE-IDX) = ZERO
                       IF WS-RULE-MATCH-ENTRY = ZERO
                           SET WS-RULE-MATCH-ENTRY TO WS-RULE-IDX
                       END-IF
                   ELSE
                       IF APP-ZIP-CODE
                           (1:WS-RULE-PREFIX-LENGTH(WS-RULE-IDX))
                          = WS-RULE-ZIP-PREFIX(WS-RULE-IDX)
                           (1:WS-RULE-PREFIX-LENGTH(WS-RULE-IDX))
                          AND WS-RULE-PREFIX-LENGTH(WS-RULE-IDX)
                              > WS-RULE-BEST-LENGTH
                           SET WS-RULE-MATCH-ENTRY TO WS-RULE-IDX
                           MOVE WS-RULE-PREFIX-LENGTH(WS-RULE-IDX)
                               TO WS-RULE-BEST-LENGTH
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-RULE-MATCH-ENTRY = ZERO
               MOVE "NO RULE FOR STATE/ZIP" TO WS-RESULT-TEXT
           ELSE
               MOVE WS-RULE-UNIT-ID(WS-RULE-MATCH-ENTRY) TO ACT-UNIT-ID
               PERFORM VARYING WS-WKR-IDX FROM 1 BY 1
                   UNTIL WS-WKR-IDX > WS-WKR-TABLE-COUNT
                   IF WS-WKR-UNIT-ID(WS-WKR-IDX)
                       = WS-RULE-UNIT-ID(WS-RULE-MATCH-ENTRY)
                      AND WS-WKR-STATUS(WS-WKR-IDX) = 'A'
                      AND (WS-WKR-MAX-CASELOAD(WS-WKR-IDX) = ZERO
                       OR WS-WKR-CASELOAD(WS-WKR-IDX)
                          < WS-WKR-MAX-CASELOAD(WS-WKR-IDX))
                       IF WS-NEW-WORKER-ENTRY = ZERO
                           SET WS-NEW-WORKER-ENTRY TO WS-WKR-IDX
                       ELSE
                           IF WS-WKR-CASELOAD(WS-WKR-IDX) <
                              WS-WKR-CASELOAD(WS-NEW-WORKER-ENTRY)
                               SET WS-NEW-WORKER-ENTRY TO WS-WKR-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-NEW-WORKER-ENTRY = ZERO
                   MOVE "NO WORKER AVAILABLE IN UNIT" TO WS-RESULT-TEXT
               END-IF
           END-IF.

       REWRITE-ASSIGNMENT-MASTER.
           OPEN OUTPUT ASSIGNMENT-MASTER-FILE

           PERFORM VARYING WS-ASG-MATCH-ENTRY FROM 1 BY 1
               UNTIL WS-ASG-MATCH-ENTRY > WS-ASG-TABLE-COUNT
               PERFORM BUILD-RECORD-FROM-ENTRY
               WRITE CASE-ASSIGNMENT-RECORD
               ADD 1 TO WS-MASTER-WRITE-COUNT
           END-PERFORM

           CLOSE ASSIGNMENT-MASTER-FILE.

       WRITE-ACTION-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADINGS
           END-IF

           MOVE WS-ACTION-TEXT TO ACT-ACTION-TEXT
           MOVE WS-RESULT-TEXT TO ACT-RESULT-TEXT
           WRITE REPORT-LINE FROM WS-ACTION-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       PRINT-CASELOAD-SUMMARY.
           IF WS-LINE-COUNT = 99
               PERFORM WRITE-PAGE-HEADINGS
           END-IF
           MOVE "TRANSACTIONS IN ERROR" TO TTL-LABEL
           MOVE WS-ERROR-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE "NEW CASES NOT ASSIGNED" TO TTL-LABEL
           MOVE WS-UNASSIGNED-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           SET WS-CASELOAD-SECTION TO TRUE
           PERFORM WRITE-PAGE-HEADINGS

           PERFORM VARYING WS-WKR-IDX FROM 1 BY 1
               UNTIL WS-WKR-IDX > WS-WKR-TABLE-COUNT
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM WRITE-PAGE-HEADINGS
               END-IF
               MOVE WS-WKR-WORKER-ID(WS-WKR-IDX) TO CSL-WORKER-ID
               MOVE WS-WKR-WORKER-NAME(WS-WKR-IDX) TO CSL-WORKER-NAME
               MOVE WS-WKR-UNIT-ID(WS-WKR-IDX) TO CSL-UNIT-ID
               MOVE WS-WKR-OFFICE-ID(WS-WKR-IDX) TO CSL-OFFICE-ID
               IF WS-WKR-STATUS(WS-WKR-IDX) = 'A'
                   MOVE "ACTIVE" TO CSL-STATUS
               ELSE
                   MOVE "INACTIVE" TO CSL-STATUS
               END-IF
               MOVE WS-WKR-MAX-CASELOAD(WS-WKR-IDX) TO CSL-MAX-CASELOAD
               MOVE WS-WKR-CASELOAD(WS-WKR-IDX) TO CSL-CASELOAD
               MOVE WS-WKR-NEW-COUNT(WS-WKR-IDX) TO CSL-NEW-COUNT
               WRITE REPORT-LINE FROM WS-CASELOAD-DETAIL-LINE
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM

           MOVE "CASES ASSIGNED" TO TTL-LABEL
           MOVE WS-MASTER-WRITE-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

       WRITE-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-CURRENT-DATE TO HDG-RUN-DATE
           MOVE WS-PAGE-NUMBER TO HDG-PAGE-NUMBER
           WRITE REPORT-LINE FROM WS-REPORT-HEADING-1
               AFTER ADVANCING PAGE
           IF WS-ACTION-SECTION
               WRITE REPORT-LINE FROM WS-ACTION-HEADING
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE REPORT-LINE FROM WS-CASELOAD-HEADING
                   AFTER ADVANCING 2 LINES
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 4 TO WS-LINE-COUNT.

       DISPLAY-SUMMARY-TOTALS.
           DISPLAY "CASELOAD ASSIGNMENT COMPLETE"
           DISPLAY "TRANSACTIONS READ: " WS-TRAN-COUNT
           DISPLAY "MANUAL ASSIGNMENTS: " WS-MANUAL-ASSIGN-COUNT
           DISPLAY "REASSIGNMENTS: " WS-REASSIGN-COUNT
           DISPLAY "ASSIGNMENTS REMOVED: " WS-REMOVE-COUNT
           DISPLAY "TRANSACTIONS IN ERROR: " WS-ERROR-COUNT
           DISPLAY "APPLICANTS READ: " WS-APPLICANT-COUNT
           DISPLAY "NEW CASES AUTO-ASSIGNED: " WS-AUTO-ASSIGN-COUNT
           DISPLAY "CASES REDISTRIBUTED: " WS-REDISTRIBUTE-COUNT
           DISPLAY "ASSIGNMENTS DROPPED: " WS-DROPPED-COUNT
           DISPLAY "CASES NOT PLACED: " WS-UNASSIGNED-COUNT
           DISPLAY "ASSIGNMENT RECORDS WRITTEN: " WS-MASTER-WRITE-COUNT.

       TERMINATE-PROGRAM.
           CLOSE ASSIGNMENT-AUDIT-FILE
           CLOSE ASSIGNMENT-REPORT-FILE.
