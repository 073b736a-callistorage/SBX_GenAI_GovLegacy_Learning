      *********************************************************
      * GOVERNMENT RISK ASSESSMENT PROGRAM                   *
      * USED FOR BENEFIT ELIGIBILITY DETERMINATION           *
      * SCORES INCOME, ASSET, EMPLOYMENT, DUPLICATE,         *
      * INCOME-DISCREPANCY, AND UNVERIFIED-SSN RISK WITH     *
      * CASEWORKER OVERRIDES                                 *
      * LAST MODIFIED: 2026-10-15                            *
      *********************************************************

       ENVIRONMENT DIVISION.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL SSN-VERIFY-FILE ASSIGN TO "SSNVER.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT ASSET-WORK-FILE ASSIGN TO "ASSETSRT.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           05  DPS-OTHER-CASE-ID       PIC X(12).
           05  FILLER                  PIC X(10).

      *****************************************************************
      * SSN VERIFICATION STATUS FILE FROM SSA-VERIFY-RESP - A HEAD OR *
      * MEMBER MARKED GRACE EXPIRED IS STILL UNVERIFIED BY SSA AFTER  *
      * THE GRACE PERIOD                                              *
      *****************************************************************
       FD  SSN-VERIFY-FILE.
           COPY SSNVRC.

      *****************************************************************
      * SORTED COPIES OF THE ASSET-VERIFICATION AND OVERRIDE FILES,   *
      * BUILT AT STARTUP. THE APPLICANT MASTER ARRIVES IN ID ORDER,   *
           05  WS-DPS-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-DUAL-PART-FLAG       PIC X VALUE 'N'.
               88  WS-DUAL-PART-FOUND       VALUE 'Y'.
           05  WS-SSV-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-SSN-UNVERIFIED-FLAG  PIC X VALUE 'N'.
               88  WS-SSN-UNVERIFIED-FOUND  VALUE 'Y'.

      *****************************************************************
      * ASSET-VERIFICATION MERGE CURSOR - THE CURRENT RECORD OF THE   *
           05  WS-DPS-TABLE-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-DPS-TABLE-FULL       PIC X VALUE 'N'.

      *****************************************************************
      * UNVERIFIED SSN LOOKUP TABLE - LOADED ONCE AT STARTUP WITH THE *
      * CASES THAT HAVE A HEAD OR MEMBER PAST THE SSA GRACE PERIOD,   *
      * SO THE CASE RAISES TO HIGH RISK. SORTED AFTER LOADING (UNUSED *
      * SLOTS HOLD HIGH-VALUES) SO THE LOOKUP IS A BINARY SEARCH      *
      *****************************************************************
       01  WS-SSV-TABLE.
           05  WS-SSV-ENTRY OCCURS 10000 TIMES
                   ASCENDING KEY IS WS-SSV-APP-ID
                   INDEXED BY WS-SSV-IDX.
               10  WS-SSV-APP-ID           PIC X(8).

       01  WS-SSV-TABLE-FIELDS.
           05  WS-SSV-MAX-ENTRIES      PIC 9(5) VALUE 10000.
           05  WS-SSV-TABLE-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-SSV-TABLE-FULL       PIC X VALUE 'N'.

       01  WS-OVR-MATCH-FIELDS.
           05  WS-OVR-MATCH-FOUND      PIC X VALUE 'N'.
           05  WS-OVR-MATCH-RISK       PIC X(10).
           PERFORM LOAD-SUSPECT-DUPLICATES
           PERFORM LOAD-INCOME-DISCREPANCIES
           PERFORM LOAD-DUAL-PARTICIPANTS
           PERFORM LOAD-UNVERIFIED-SSNS

           OPEN INPUT APPLICANT-FILE
           OPEN OUTPUT RISK-OUTPUT-FILE

           SORT WS-DPS-ENTRY ON ASCENDING KEY WS-DPS-APP-ID.

       LOAD-UNVERIFIED-SSNS.
           MOVE ZERO TO WS-SSV-TABLE-COUNT
           MOVE 'N' TO WS-SSV-EOF-FLAG
           MOVE HIGH-VALUES TO WS-SSV-TABLE

           OPEN INPUT SSN-VERIFY-FILE
           READ SSN-VERIFY-FILE
               AT END MOVE 'Y' TO WS-SSV-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-SSV-EOF-FLAG = 'Y'
               IF SSV-GRACE-EXPIRED
                   IF WS-SSV-TABLE-COUNT < WS-SSV-MAX-ENTRIES
                       ADD 1 TO WS-SSV-TABLE-COUNT
                       MOVE SSV-APP-ID
                           TO WS-SSV-APP-ID(WS-SSV-TABLE-COUNT)
                   ELSE
                       IF WS-SSV-TABLE-FULL = 'N'
                           MOVE 'Y' TO WS-SSV-TABLE-FULL
                           DISPLAY "WARNING: UNVERIFIED SSN TABLE "
                               "FULL AT " WS-SSV-MAX-ENTRIES
                               " ENTRIES"
                       END-IF
                   END-IF
               END-IF
               READ SSN-VERIFY-FILE
                   AT END MOVE 'Y' TO WS-SSV-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE SSN-VERIFY-FILE

           SORT WS-SSV-ENTRY ON ASCENDING KEY WS-SSV-APP-ID.

       PROCESS-APPLICANT-FILE.
           READ APPLICANT-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
               PERFORM CALCULATE-EMPLOYMENT-RISK
               PERFORM CHECK-DUPLICATE-SUSPECT
               PERFORM CHECK-DUAL-PARTICIPATION
               PERFORM CHECK-SSN-VERIFICATION
               PERFORM DETERMINE-OVERALL-RISK
               PERFORM APPLY-CASEWORKER-OVERRIDE
               PERFORM WRITE-RISK-OUTPUT-RECORD
                   MOVE 'Y' TO WS-DUAL-PART-FLAG
           END-SEARCH.

      *    THE STATUS FILE CARRIES ONE RECORD PER PERSON KEYED BY THE
      *    HOUSEHOLD'S APPLICANT ID, SO ONE BINARY SEARCH COVERS THE
      *    HEAD AND EVERY MEMBER
       CHECK-SSN-VERIFICATION.
           MOVE 'N' TO WS-SSN-UNVERIFIED-FLAG

           SEARCH ALL WS-SSV-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SSV-APP-ID(WS-SSV-IDX) = APP-ID
                   MOVE 'Y' TO WS-SSN-UNVERIFIED-FLAG
           END-SEARCH.

       DETERMINE-OVERALL-RISK.
           IF WS-INCOME-RISK = "HIGH" OR WS-ASSET-RISK = "HIGH"
              OR WS-DUP-SUSPECT-FOUND OR WS-DUAL-PART-FOUND
              OR WS-SSN-UNVERIFIED-FOUND
               MOVE "HIGH" TO WS-OVERALL-RISK
           ELSE
               IF WS-EMPLOYMENT-RISK = "HIGH"
           MOVE WS-DUP-SUSPECT-FLAG TO RISK-DUP-SUSPECT
           MOVE WS-INCOME-MISMATCH-FLAG TO RISK-INCOME-MISMATCH
           MOVE WS-DUAL-PART-FLAG TO RISK-DUAL-PARTICIPATION
           MOVE WS-SSN-UNVERIFIED-FLAG TO RISK-SSN-UNVERIFIED
           MOVE WS-OVERRIDE-APPLIED-FLAG TO RISK-OVERRIDE-APPLIED
           IF WS-OVERRIDE-WAS-APPLIED
               MOVE WS-OVERRIDE-CASEWORKER-ID TO RISK-CASEWORKER-ID
               DISPLAY "DUAL PARTICIPATION - ALSO DRAWING IN "
                   "ANOTHER STATE - SEE DUAL PARTICIPATION FILE"
           END-IF
           IF WS-SSN-UNVERIFIED-FOUND
               DISPLAY "SSN NOT VERIFIED BY SSA PAST GRACE PERIOD - "
                   "SEE UNVERIFIED SSN REPORT"
           END-IF
           IF WS-OVERRIDE-WAS-APPLIED
               DISPLAY "SYSTEM RISK: " WS-SYSTEM-RISK
                   " OVERRIDDEN BY CASEWORKER "
