      * GOVERNMENT BENEFIT PROCESSING SYSTEM                 *
      * PROCESSES MONTHLY FULL-PASS AND DAILY CHANGE-RUN     *
      * BENEFIT CALCULATIONS FOR FOOD ASSISTANCE PROGRAM     *
      * LAST UPDATED: 2026-10-15                             *
      *********************************************************
       
       ENVIRONMENT DIVISION.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL ADDRESS-VERIFY-FILE ASSIGN TO "ADDRVER.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL VERIFY-REQUEST-FILE ASSIGN TO "VERREQ.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL DISQUAL-FILE ASSIGN TO "IPVDQ.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL INCOME-DETAIL-FILE ASSIGN TO "INCDETL.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MBR-KEY.

           SELECT OPTIONAL ABAWD-CLOCK-FILE ASSIGN TO "ABAWD.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL IMPACT-REPORT-FILE ASSIGN TO "SIMIMPCT.RPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
      *****************************************************************
      * DAILY CHANGE TRANSACTION - REPORTED INCOME, HOUSEHOLD SIZE,   *
      * AND ADDRESS CHANGES KEYED BY APPLICANT ID. A 'Y' CHANGE FLAG  *
      * TELLS WHICH FIELD GROUPS ON THE TRANSACTION ARE TO BE         *
      * APPLIED. WITH NO FLAG SET THE CASE IS SIMPLY DECIDED AGAIN,   *
      * AS WHEN VERIFY-MAINT QUEUES ONE FOR A CASE WHOSE PROOFS ARE   *
      * ALL IN. A CASE MAY HAVE MORE THAN ONE TRANSACTION ON THE      *
      * FILE - THEY ARE MERGED INTO ONE WHEN THE TABLE IS LOADED, SO  *
      * AN EMPTY ONE NEVER MASKS A REPORTED CHANGE                    *
      *****************************************************************
       FD  CHANGE-TRAN-FILE.
       01  CHANGE-TRAN-RECORD.
           05  DMAT-DEATH-DATE         PIC X(8).
           05  FILLER                  PIC X(10).

      *****************************************************************
      * ADDRESS VERIFICATION PENDS FROM NCOA-MATCH - A CASE MARKED    *
      * WHEREABOUTS UNKNOWN NEVER ANSWERED THE CONTACT NOTICE WITHIN  *
      * THE RESPONSE PERIOD AND IS CLOSED HERE                        *
      *****************************************************************
       FD  ADDRESS-VERIFY-FILE.
           COPY ADDRVRC.

      *****************************************************************
      * VERIFICATION REQUESTS FROM VERIFY-MAINT - A CASE WITH AN ITEM *
      * STILL OUTSTANDING IS PENDED, AND ONE WHOSE ITEM IS PAST ITS   *
      * DUE DATE IS DENIED FOR FAILURE TO PROVIDE VERIFICATION        *
      *****************************************************************
       FD  VERIFY-REQUEST-FILE.
           COPY VERREQRC.

      *****************************************************************
      * IPV DISQUALIFICATIONS FROM IPV-MAINT AND IPV-EXCHANGE, BY     *
      * SSN - A HEAD OR MEMBER INSIDE AN ACTIVE PENALTY PERIOD IS     *
      * LEFT OUT OF THE ELIGIBLE COUNT                                *
      *****************************************************************
       FD  DISQUAL-FILE.
           COPY IPVREC.

      *****************************************************************
      * INCOME-TYPE DETAIL - ONE RECORD PER CASE SPLITTING THE        *
      * REPORTED INCOME INTO EARNED, UNEARNED, AND SELF-EMPLOYMENT    *
       FD  MEMBER-FILE.
           COPY MEMBREC.

      *****************************************************************
      * ABAWD TIME-LIMIT CLOCKS FROM ABAWD-TRACK, IN APPLICANT ID AND *
      * MEMBER NUMBER ORDER - AN ADULT FLAGGED EXCLUDED HAS USED THE  *
      * COUNTABLE MONTHS AND IS LEFT OUT OF THE ELIGIBLE COUNT        *
      *****************************************************************
       FD  ABAWD-CLOCK-FILE.
           COPY ABAWDREC.

       FD  IMPACT-REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

           05  WS-NET-INCOME           PIC 9(6)V99.
           05  WS-ALLOWABLE-DEDUCTIONS PIC 9(6)V99.
           05  WS-MAXIMUM-BENEFIT      PIC 9(6)V99.
           05  WS-CALCULATED-BENEFIT   PIC S9(6)V99.
           05  WS-FINAL-BENEFIT        PIC 9(6)V99.

       01  WS-DEDUCTION-BREAKDOWN.
           05  WS-MBR-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-MBR-CURRENT-APP-ID   PIC X(8) VALUE LOW-VALUES.
           05  WS-MBR-CURRENT-ELIGIBLE PIC X(1).
           05  WS-MBR-CURRENT-NBR      PIC 99.
           05  WS-MBR-CURRENT-SSN      PIC X(9).
           05  WS-MBR-ELIGIBLE-COUNT   PIC 99.
           05  WS-MBR-DETAIL-FLAG      PIC X VALUE 'N'.
               88  WS-MBR-DETAIL-ON-FILE    VALUE 'Y'.
           05  WS-EFFECTIVE-HH-SIZE    PIC 99.

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
           05  WS-ABW-CASE-DROPPED     PIC 99 VALUE ZERO.

      *****************************************************************
      * IPV DISQUALIFICATION TABLE - THE SSN OF EVERY PERSON WHOSE    *
      * PENALTY PERIOD COVERS THE RUN DATE. A PENALTY NOT YET STARTED *
      * OR ALREADY ENDED, AND A REVERSED DECISION, IS NEVER LOADED    *
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
           05  WS-IPV-CASE-DROPPED     PIC 99 VALUE ZERO.

      *****************************************************************
      * SIMULATION IMPACT TABLE - ONE ENTRY PER STATE ENCOUNTERED,    *
      * ACCUMULATING CASES GOING UP, GOING DOWN, NEWLY DENIED, AND    *
           05  WS-DEATH-MATCH-FLAG     PIC X VALUE 'N'.
               88  WS-DEATH-MATCHED         VALUE 'Y'.

      *****************************************************************
      * WHEREABOUTS UNKNOWN LOOKUP TABLE - ONLY THE ADDRVER.DAT PENDS *
      * PAST THEIR RESPONSE PERIOD ARE LOADED, SORTED (UNUSED SLOTS   *
      * HOLD HIGH-VALUES) AND BINARY SEARCHED LIKE THE DEATH MATCHES  *
      *****************************************************************
       01  WS-WHEREABOUTS-TABLE.
           05  WS-WHRA-ENTRY OCCURS 10000 TIMES
                   ASCENDING KEY IS WS-WHRA-APP-ID
                   INDEXED BY WS-WHRA-IDX.
               10  WS-WHRA-APP-ID          PIC X(8).

       01  WS-WHRA-TABLE-FIELDS.
           05  WS-WHRA-MAX-ENTRIES     PIC 9(5) VALUE 10000.
           05  WS-WHRA-TABLE-COUNT     PIC 9(5) VALUE ZERO.
           05  WS-WHRA-TABLE-FULL      PIC X VALUE 'N'.
           05  WS-WHRA-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-WHEREABOUTS-FLAG     PIC X VALUE 'N'.
               88  WS-WHEREABOUTS-UNKNOWN   VALUE 'Y'.

      *****************************************************************
      * OUTSTANDING VERIFICATION TABLE - ONE ENTRY PER CASE WITH ANY  *
      * ITEM STILL OUTSTANDING ON VERREQ.DAT, CARRYING THE EARLIEST   *
      * DUE DATE OF THOSE ITEMS, SORTED (UNUSED SLOTS HOLD            *
      * HIGH-VALUES) AND BINARY SEARCHED LIKE THE DEATH MATCHES       *
      *****************************************************************
       01  WS-VERIFY-TABLE.
           05  WS-VRQ-ENTRY OCCURS 10000 TIMES
                   ASCENDING KEY IS WS-VRQ-APP-ID
                   INDEXED BY WS-VRQ-IDX.
               10  WS-VRQ-APP-ID           PIC X(8).
               10  WS-VRQ-DUE-DATE         PIC X(8).

       01  WS-VRQ-TABLE-FIELDS.
           05  WS-VRQ-MAX-ENTRIES      PIC 9(5) VALUE 10000.
           05  WS-VRQ-TABLE-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-VRQ-TABLE-FULL       PIC X VALUE 'N'.
           05  WS-VRQ-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-VERIFY-FLAG          PIC X VALUE 'N'.
               88  WS-VERIFY-OUTSTANDING    VALUE 'P'.
               88  WS-VERIFY-FAILED         VALUE 'F'.

      *****************************************************************
      * DAILY CHANGE TRANSACTION TABLE - LOADED FROM CHGTRAN.DAT WHEN *
      * THE RUN MODE IS 'D' SO ONLY THE AFFECTED CASES ARE RECOMPUTED *
           05  WS-CHTR-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-CHTR-MATCH-FOUND     PIC X VALUE 'N'.
           05  WS-CHTR-MATCH-ENTRY     PIC 9(5).
           05  WS-CHTR-KEEP-ENTRY      PIC 9(5).
           05  WS-CHTR-NEXT-ENTRY      PIC 9(5).

      *****************************************************************
      * EXPEDITED-SERVICE CONTROLS - CASES WITH COUNTED INCOME AND    *
           05  WS-CERT-EXPIRED-COUNT   PIC 9(6) VALUE ZERO.
           05  WS-APPEAL-CONTINUED-COUNT PIC 9(6) VALUE ZERO.
           05  WS-DECEASED-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-WHEREABOUTS-CLOSED-COUNT PIC 9(6) VALUE ZERO.
           05  WS-VERIFY-PENDED-COUNT  PIC 9(6) VALUE ZERO.
           05  WS-VERIFY-FAILED-COUNT  PIC 9(6) VALUE ZERO.
           05  WS-ABAWD-DROPPED-COUNT  PIC 9(6) VALUE ZERO.
           05  WS-IPV-DROPPED-COUNT    PIC 9(6) VALUE ZERO.
           05  WS-REJECT-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-TABLE-INDEX          PIC 99.

           PERFORM OPEN-RISK-ASSESSMENTS
           PERFORM LOAD-OPEN-APPEALS
           PERFORM LOAD-DEATH-MATCHES
           PERFORM LOAD-WHEREABOUTS-UNKNOWN
           PERFORM LOAD-VERIFY-REQUESTS
           PERFORM LOAD-DISQUALIFICATIONS
           PERFORM LOAD-OPEN-CLAIMS
           PERFORM OPEN-MEMBER-DETAILS
           PERFORM OPEN-ABAWD-CLOCKS
           PERFORM SORT-INCOME-DETAILS

           IF WS-DAILY-CHANGE-MODE
           CLOSE PRIOR-WORK-FILE
           CLOSE RISK-INPUT-FILE
           CLOSE MEMBER-FILE
           CLOSE ABAWD-CLOCK-FILE
           CLOSE INCOME-WORK-FILE

           IF WS-DAILY-CHANGE-MODE
      *    THE TABLE LOOKUP COUNTS ONLY ELIGIBLE MEMBERS WHEN THE
      *    CASE HAS MEMBER DETAIL ON FILE - THE MASTER'S HOUSEHOLD
      *    SIZE IS THE FALLBACK FOR CASES NOT YET DETAILED
      *    A HOUSEHOLD WHOSE EVERY PERSON IS OUT UNDER THE ABAWD TIME
      *    LIMIT HAS AN EFFECTIVE SIZE OF ZERO AND NO TABLE ENTRY -
      *    ITS MAXIMUM IS ZERO, NOT THE PREVIOUS CASE'S
       GET-MAXIMUM-BENEFIT.
           MOVE ZERO TO WS-MAXIMUM-BENEFIT
           IF WS-EFFECTIVE-HH-SIZE > WS-TABLE-HOUSEHOLD-SIZE
               PERFORM VARYING WS-TABLE-INDEX FROM 1 BY 1
                   UNTIL WS-TABLE-INDEX > 8
           OPEN INPUT MEMBER-FILE
           PERFORM READ-MEMBER-RECORD.

       OPEN-ABAWD-CLOCKS.
           OPEN INPUT ABAWD-CLOCK-FILE
           PERFORM READ-ABAWD-CLOCK-RECORD.

       READ-ABAWD-CLOCK-RECORD.
           READ ABAWD-CLOCK-FILE
               AT END
                   MOVE 'Y' TO WS-ABW-EOF-FLAG
                   MOVE HIGH-VALUES TO WS-ABW-CURRENT-KEY
               NOT AT END
                   MOVE ABW-KEY TO WS-ABW-CURRENT-KEY
                   MOVE ABW-EXCLUDE-FLAG TO WS-ABW-CURRENT-EXCLUDED
           END-READ.

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

       SORT-INCOME-DETAILS.
           SORT INCOME-SORT-FILE
               ON ASCENDING KEY ISRT-APP-ID
               NOT AT END
                   MOVE MBR-APP-ID TO WS-MBR-CURRENT-APP-ID
                   MOVE MBR-ELIGIBLE-FLAG TO WS-MBR-CURRENT-ELIGIBLE
                   MOVE MBR-MEMBER-NBR TO WS-MBR-CURRENT-NBR
                   MOVE MBR-SSN TO WS-MBR-CURRENT-SSN
           END-READ.

       COUNT-ELIGIBLE-MEMBERS.
           MOVE ZERO TO WS-MBR-ELIGIBLE-COUNT
           MOVE 'N' TO WS-MBR-DETAIL-FLAG
           MOVE ZERO TO WS-ABW-CASE-DROPPED
           MOVE ZERO TO WS-IPV-CASE-DROPPED

      *    AN ADULT WHO HAS USED THE ABAWD COUNTABLE MONTHS IS LEFT
      *    OUT OF THE COUNT - THE HEAD IS CHECKED AS MEMBER "00"
           MOVE APP-ID TO WS-ABW-SEARCH-APP-ID
           MOVE ZERO TO WS-ABW-SEARCH-MBR-NBR
           PERFORM FIND-ABAWD-EXCLUSION
           MOVE WS-ABW-EXCLUDED-FLAG TO WS-ABW-HEAD-FLAG
           IF WS-ABW-HEAD-EXCLUDED
               ADD 1 TO WS-ABW-CASE-DROPPED
           END-IF

      *    SO IS ANYONE SERVING AN IPV DISQUALIFICATION, BY SSN. A
      *    HEAD OUT UNDER BOTH RULES IS COUNTED ONCE, UNDER ABAWD
           MOVE APP-SSN TO WS-IPV-SEARCH-SSN
           PERFORM FIND-DISQUALIFICATION
           MOVE WS-IPV-FOUND-FLAG TO WS-IPV-HEAD-FLAG
           IF WS-IPV-HEAD-EXCLUDED AND NOT WS-ABW-HEAD-EXCLUDED
               ADD 1 TO WS-IPV-CASE-DROPPED
           END-IF

           PERFORM UNTIL WS-MBR-CURRENT-APP-ID >= APP-ID
               PERFORM READ-MEMBER-RECORD
           PERFORM UNTIL WS-MBR-CURRENT-APP-ID NOT = APP-ID
               MOVE 'Y' TO WS-MBR-DETAIL-FLAG
               IF WS-MBR-CURRENT-ELIGIBLE = 'Y'
                   MOVE WS-MBR-CURRENT-NBR TO WS-ABW-SEARCH-MBR-NBR
                   PERFORM FIND-ABAWD-EXCLUSION
                   MOVE WS-MBR-CURRENT-SSN TO WS-IPV-SEARCH-SSN
                   PERFORM FIND-DISQUALIFICATION
                   IF WS-ABW-ADULT-EXCLUDED
                       ADD 1 TO WS-ABW-CASE-DROPPED
                   ELSE
                       IF WS-IPV-DISQUALIFIED
                           ADD 1 TO WS-IPV-CASE-DROPPED
                       ELSE
                           ADD 1 TO WS-MBR-ELIGIBLE-COUNT
                       END-IF
                   END-IF
               END-IF
               PERFORM READ-MEMBER-RECORD
           END-PERFORM
      *    HOUSEHOLD SIZE IS THE FALLBACK ONLY WHEN THE CASE HAS NO
      *    MEMBER DETAIL AT ALL - A DETAILED CASE WHOSE MEMBERS ARE
      *    ALL INELIGIBLE REALLY IS A HOUSEHOLD OF ONE, SO THE
      *    BENEFIT DROPS TO THE SURVIVING HEAD AS IT SHOULD. A HEAD
      *    OUT UNDER THE ABAWD TIME LIMIT OR AN IPV DISQUALIFICATION
      *    IS NOT ADDED, AND COMES OFF THE MASTER'S SIZE ON THE
      *    FALLBACK
           IF WS-MBR-DETAIL-ON-FILE
               IF WS-ABW-HEAD-EXCLUDED OR WS-IPV-HEAD-EXCLUDED
                   MOVE WS-MBR-ELIGIBLE-COUNT TO WS-EFFECTIVE-HH-SIZE
               ELSE
                   COMPUTE WS-EFFECTIVE-HH-SIZE =
                       WS-MBR-ELIGIBLE-COUNT + 1
               END-IF
           ELSE
               MOVE APP-HOUSEHOLD-SIZE TO WS-EFFECTIVE-HH-SIZE
               IF (WS-ABW-HEAD-EXCLUDED OR WS-IPV-HEAD-EXCLUDED)
                  AND WS-EFFECTIVE-HH-SIZE > ZERO
                   SUBTRACT 1 FROM WS-EFFECTIVE-HH-SIZE
               END-IF
           END-IF

           ADD WS-ABW-CASE-DROPPED TO WS-ABAWD-DROPPED-COUNT
           ADD WS-IPV-CASE-DROPPED TO WS-IPV-DROPPED-COUNT.
           
       DETERMINE-ELIGIBILITY.
           PERFORM FIND-RISK-ASSESSMENT
           PERFORM CHECK-CERTIFICATION-PERIOD
           PERFORM FIND-DEATH-MATCH
           PERFORM FIND-WHEREABOUTS-UNKNOWN
           PERFORM FIND-VERIFY-REQUEST
           MOVE 'N' TO WS-APPEAL-CONTINUE-FLAG
           MOVE 'N' TO WS-RECOUPED-FLAG

               DISPLAY "CLOSED: " APP-ID " VITAL RECORDS DEATH MATCH"
           ELSE

      *    A HOUSEHOLD THAT NEVER ANSWERED THE ADDRESS VERIFICATION
      *    NOTICE IS CLOSED THE SAME WAY - THE CONTACT NOTICE ALREADY
      *    GAVE IT THE RESPONSE PERIOD, SO NOTHING MORE IS HELD
           IF WS-WHEREABOUTS-UNKNOWN
               MOVE "CLOSED" TO WS-CURRENT-DETERMINATION
               MOVE "CASE CLOSED - WHEREABOUTS UNKNOWN"
                   TO WS-DENIAL-REASON
               MOVE ZERO TO WS-FINAL-BENEFIT
               ADD 1 TO WS-WHEREABOUTS-CLOSED-COUNT
               DISPLAY "CLOSED: " APP-ID " WHEREABOUTS UNKNOWN"
           ELSE

      *    A CASE HEADED FOR DENIAL KEEPS ITS PRIOR BENEFIT WHILE AN
      *    OPEN TIMELY APPEAL IS ON FILE - THE HEARING DECIDES IT
           IF WS-CERT-EXPIRED OR WS-FINAL-BENEFIT = ZERO
              OR WS-VERIFY-FAILED
               PERFORM CHECK-APPEAL-CONTINUATION
           END-IF

               ADD 1 TO WS-CERT-EXPIRED-COUNT
               DISPLAY "DENIED: " APP-ID " CERTIFICATION EXPIRED"
           ELSE

      *    AN ITEM THE WORKER ASKED FOR AND THE HOUSEHOLD NEVER SENT
      *    BY ITS DUE DATE DENIES THE CASE. ONE STILL INSIDE ITS
      *    RESPONSE PERIOD HOLDS THE CASE - THE FIGURES ARE NOT YET
      *    PROVEN, SO NOTHING IS PAID OR DENIED ON THEM. NO HOLD IS
      *    WRITTEN: WHEN THE LAST ITEM IS RECEIVED OR WAIVED,
      *    VERIFY-MAINT QUEUES A CHANGE TRANSACTION AND THE NEXT
      *    DAILY CHANGE RUN DECIDES THE CASE AGAIN
           IF WS-VERIFY-FAILED
               MOVE "DENIED" TO WS-CURRENT-DETERMINATION
               MOVE "FAILED TO PROVIDE VERIFICATION"
                   TO WS-DENIAL-REASON
               MOVE ZERO TO WS-FINAL-BENEFIT
               ADD 1 TO WS-DENIED-COUNT
               ADD 1 TO WS-VERIFY-FAILED-COUNT
               DISPLAY "DENIED: " APP-ID " FAILED TO PROVIDE "
                   "VERIFICATION"
           ELSE
           IF WS-VERIFY-OUTSTANDING
               MOVE "PENDED" TO WS-CURRENT-DETERMINATION
               MOVE "CASE PENDED - VERIFICATION OUTSTANDING"
                   TO WS-DENIAL-REASON
               ADD 1 TO WS-PENDED-COUNT
               ADD 1 TO WS-VERIFY-PENDED-COUNT
               DISPLAY "PENDED: " APP-ID " VERIFICATION OUTSTANDING"
           ELSE
           IF WS-FINAL-BENEFIT > 0
               IF WS-RISK-HOLD-NEEDED
                   MOVE "PENDED" TO WS-CURRENT-DETERMINATION
               END-IF
           ELSE
               MOVE "DENIED" TO WS-CURRENT-DETERMINATION
               IF WS-EFFECTIVE-HH-SIZE = ZERO
                   IF WS-ABW-CASE-DROPPED = ZERO
                       MOVE "IPV DISQUALIFIED - NO ELIGIBLE MEMBERS"
                           TO WS-DENIAL-REASON
                   ELSE
                       MOVE "ABAWD TIME LIMIT - NO ELIGIBLE MEMBERS"
                           TO WS-DENIAL-REASON
                   END-IF
               ELSE
                   MOVE "NET INCOME TOO HIGH FOR HOUSEHOLD SIZE"
                       TO WS-DENIAL-REASON
               END-IF
               ADD 1 TO WS-DENIED-COUNT
               DISPLAY "DENIED: " APP-ID " INSUFFICIENT BENEFIT"
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF

      *    THE SIMULATION KEEPS ONLY THE IMPACT FIGURES - NO NOTICE,
      *    HISTORY, OR CHANGE ALERT LEAVES A SIMULATION RUN
                   MOVE 'Y' TO WS-DEATH-MATCH-FLAG
           END-SEARCH.

      *    A PEND STILL INSIDE ITS RESPONSE PERIOD KEEPS PAYING - ONLY
      *    A PEND NCOA-MATCH HAS MARKED WHEREABOUTS UNKNOWN IS LOADED
       LOAD-WHEREABOUTS-UNKNOWN.
           MOVE ZERO TO WS-WHRA-TABLE-COUNT
           MOVE 'N' TO WS-WHRA-EOF-FLAG
           MOVE HIGH-VALUES TO WS-WHEREABOUTS-TABLE

           OPEN INPUT ADDRESS-VERIFY-FILE
           READ ADDRESS-VERIFY-FILE
               AT END MOVE 'Y' TO WS-WHRA-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-WHRA-EOF-FLAG = 'Y'
               IF AVP-STATUS-WHEREABOUTS
                   IF WS-WHRA-TABLE-COUNT < WS-WHRA-MAX-ENTRIES
                       ADD 1 TO WS-WHRA-TABLE-COUNT
                       MOVE AVP-APP-ID
                           TO WS-WHRA-APP-ID(WS-WHRA-TABLE-COUNT)
                   ELSE
                       IF WS-WHRA-TABLE-FULL = 'N'
                           MOVE 'Y' TO WS-WHRA-TABLE-FULL
                           DISPLAY "WARNING: WHEREABOUTS TABLE FULL AT "
                               WS-WHRA-MAX-ENTRIES " ENTRIES - SOME "
                               "CASES WILL NOT BE CLOSED"
                       END-IF
                   END-IF
               END-IF
               READ ADDRESS-VERIFY-FILE
                   AT END MOVE 'Y' TO WS-WHRA-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE ADDRESS-VERIFY-FILE

      *    UNUSED SLOTS HOLD HIGH-VALUES, SO THE SORT LEAVES THE REAL
      *    ENTRIES AT THE FRONT IN ID ORDER FOR THE BINARY SEARCH
           SORT WS-WHRA-ENTRY ON ASCENDING KEY WS-WHRA-APP-ID.

       FIND-WHEREABOUTS-UNKNOWN.
           MOVE 'N' TO WS-WHEREABOUTS-FLAG

           SEARCH ALL WS-WHRA-ENTRY
               AT END
                   CONTINUE
               WHEN WS-WHRA-APP-ID(WS-WHRA-IDX) = APP-ID
                   MOVE 'Y' TO WS-WHEREABOUTS-FLAG
           END-SEARCH.

      *    ONLY ITEMS STILL OUTSTANDING ARE LOADED - ONE RECEIVED OR
      *    WAIVED NO LONGER HOLDS THE CASE. THE FILE IS IN CASE ORDER,
      *    SO A CASE'S ITEMS ARRIVE TOGETHER AND SHARE ONE ENTRY THAT
      *    KEEPS THE EARLIEST DUE DATE
       LOAD-VERIFY-REQUESTS.
           MOVE ZERO TO WS-VRQ-TABLE-COUNT
           MOVE 'N' TO WS-VRQ-EOF-FLAG
           MOVE HIGH-VALUES TO WS-VERIFY-TABLE

           OPEN INPUT VERIFY-REQUEST-FILE
           READ VERIFY-REQUEST-FILE
               AT END MOVE 'Y' TO WS-VRQ-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-VRQ-EOF-FLAG = 'Y'
               IF VRQ-OUTSTANDING
                   IF WS-VRQ-TABLE-COUNT > ZERO
                      AND WS-VRQ-APP-ID(WS-VRQ-TABLE-COUNT)
                          = VRQ-APP-ID
                       IF VRQ-DUE-DATE
                          < WS-VRQ-DUE-DATE(WS-VRQ-TABLE-COUNT)
                           MOVE VRQ-DUE-DATE
                               TO WS-VRQ-DUE-DATE(WS-VRQ-TABLE-COUNT)
                       END-IF
                   ELSE
                       IF WS-VRQ-TABLE-COUNT < WS-VRQ-MAX-ENTRIES
                           ADD 1 TO WS-VRQ-TABLE-COUNT
                           MOVE VRQ-APP-ID
                               TO WS-VRQ-APP-ID(WS-VRQ-TABLE-COUNT)
                           MOVE VRQ-DUE-DATE
                               TO WS-VRQ-DUE-DATE(WS-VRQ-TABLE-COUNT)
                       ELSE
                           IF WS-VRQ-TABLE-FULL = 'N'
                               MOVE 'Y' TO WS-VRQ-TABLE-FULL
                               DISPLAY "WARNING: VERIFICATION TABLE "
                                   "FULL AT " WS-VRQ-MAX-ENTRIES
                                   " ENTRIES - SOME CASES WILL NOT "
                                   "BE PENDED"
                           END-IF
                       END-IF
                   END-IF
               END-IF
               READ VERIFY-REQUEST-FILE
                   AT END MOVE 'Y' TO WS-VRQ-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE VERIFY-REQUEST-FILE

      *    UNUSED SLOTS HOLD HIGH-VALUES, SO THE SORT LEAVES THE REAL
      *    ENTRIES AT THE FRONT IN ID ORDER FOR THE BINARY SEARCH
           SORT WS-VRQ-ENTRY ON ASCENDING KEY WS-VRQ-APP-ID.

      *    THE DUE DATE IS THE LAST DAY TO PROVIDE THE ITEM, SO THE
      *    CASE FAILS ON THE FIRST RUN AFTER IT
       FIND-VERIFY-REQUEST.
           MOVE 'N' TO WS-VERIFY-FLAG

           SEARCH ALL WS-VRQ-ENTRY
               AT END
                   CONTINUE
               WHEN WS-VRQ-APP-ID(WS-VRQ-IDX) = APP-ID
                   IF WS-VRQ-DUE-DATE(WS-VRQ-IDX) < WS-EFFECTIVE-DATE
                       MOVE 'F' TO WS-VERIFY-FLAG
                   ELSE
                       MOVE 'P' TO WS-VERIFY-FLAG
                   END-IF
           END-SEARCH.

      *    ONLY A DISQUALIFICATION IN FORCE ON THE RUN DATE IS LOADED,
      *    SO THE PERSON COMES BACK INTO THE COUNT THE RUN AFTER THE
      *    PENALTY ENDS WITHOUT ANY CASEWORKER ACTION
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
                  AND IPV-START-DATE <= WS-EFFECTIVE-DATE
                  AND IPV-END-DATE >= WS-EFFECTIVE-DATE
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

      *    ONLY CLAIMS STILL OPEN WITH A BALANCE OWED ARE OFFSET -
      *    A COLLECTED OR WRITTEN-OFF CLAIM TAKES NOTHING MORE
       LOAD-OPEN-CLAIMS.

      *    UNUSED SLOTS HOLD HIGH-VALUES, SO THE SORT LEAVES THE REAL
      *    ENTRIES AT THE FRONT IN ID ORDER FOR THE BINARY SEARCH
           SORT WS-CHTR-ENTRY ON ASCENDING KEY WS-CHTR-APP-ID

      *    THE BINARY SEARCH NEEDS ONE ENTRY PER CASE, SO SEVERAL
      *    TRANSACTIONS FOR THE SAME ID ARE FOLDED INTO THE FIRST
           IF WS-CHTR-TABLE-COUNT > 1
               MOVE 1 TO WS-CHTR-KEEP-ENTRY
               PERFORM VARYING WS-CHTR-NEXT-ENTRY FROM 2 BY 1
                   UNTIL WS-CHTR-NEXT-ENTRY > WS-CHTR-TABLE-COUNT
                   IF WS-CHTR-APP-ID(WS-CHTR-NEXT-ENTRY) =
                      WS-CHTR-APP-ID(WS-CHTR-KEEP-ENTRY)
                       PERFORM MERGE-CHANGE-TRANSACTION
                   ELSE
                       ADD 1 TO WS-CHTR-KEEP-ENTRY
                       MOVE WS-CHTR-ENTRY(WS-CHTR-NEXT-ENTRY)
                           TO WS-CHTR-ENTRY(WS-CHTR-KEEP-ENTRY)
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-CHTR-NEXT-ENTRY
                   FROM WS-CHTR-KEEP-ENTRY BY 1
                   UNTIL WS-CHTR-NEXT-ENTRY >= WS-CHTR-TABLE-COUNT
                   MOVE HIGH-VALUES
                       TO WS-CHTR-ENTRY(WS-CHTR-NEXT-ENTRY + 1)
               END-PERFORM
               MOVE WS-CHTR-KEEP-ENTRY TO WS-CHTR-TABLE-COUNT
           END-IF.

      *****************************************************************
      * FOLDS A SECOND TRANSACTION FOR THE SAME CASE INTO THE ONE     *
      * KEPT. EACH FIELD GROUP COMES FROM WHICHEVER TRANSACTION HAS   *
      * ITS FLAG SET, THE LATER EFFECTIVE DATE WINNING WHEN BOTH DO,  *
      * AND THE CASE IS RECOMPUTED FROM THE EARLIEST EFFECTIVE DATE   *
      *****************************************************************
       MERGE-CHANGE-TRANSACTION.
           IF WS-CHTR-INCOME-FLAG(WS-CHTR-NEXT-ENTRY) = 'Y'
              AND (WS-CHTR-INCOME-FLAG(WS-CHTR-KEEP-ENTRY) NOT = 'Y'
                OR WS-CHTR-EFFECTIVE-DATE(WS-CHTR-NEXT-ENTRY) >=
                   WS-CHTR-EFFECTIVE-DATE(WS-CHTR-KEEP-ENTRY))
               MOVE 'Y' TO WS-CHTR-INCOME-FLAG(WS-CHTR-KEEP-ENTRY)
               MOVE WS-CHTR-MONTHLY-INCOME(WS-CHTR-NEXT-ENTRY)
                   TO WS-CHTR-MONTHLY-INCOME(WS-CHTR-KEEP-ENTRY)
           END-IF

           IF WS-CHTR-HHSIZE-FLAG(WS-CHTR-NEXT-ENTRY) = 'Y'
              AND (WS-CHTR-HHSIZE-FLAG(WS-CHTR-KEEP-ENTRY) NOT = 'Y'
                OR WS-CHTR-EFFECTIVE-DATE(WS-CHTR-NEXT-ENTRY) >=
                   WS-CHTR-EFFECTIVE-DATE(WS-CHTR-KEEP-ENTRY))
               MOVE 'Y' TO WS-CHTR-HHSIZE-FLAG(WS-CHTR-KEEP-ENTRY)
               MOVE WS-CHTR-HOUSEHOLD-SIZE(WS-CHTR-NEXT-ENTRY)
                   TO WS-CHTR-HOUSEHOLD-SIZE(WS-CHTR-KEEP-ENTRY)
           END-IF

           IF WS-CHTR-ADDRESS-FLAG(WS-CHTR-NEXT-ENTRY) = 'Y'
              AND (WS-CHTR-ADDRESS-FLAG(WS-CHTR-KEEP-ENTRY) NOT = 'Y'
                OR WS-CHTR-EFFECTIVE-DATE(WS-CHTR-NEXT-ENTRY) >=
                   WS-CHTR-EFFECTIVE-DATE(WS-CHTR-KEEP-ENTRY))
               MOVE 'Y' TO WS-CHTR-ADDRESS-FLAG(WS-CHTR-KEEP-ENTRY)
               MOVE WS-CHTR-ADDRESS-LINE1(WS-CHTR-NEXT-ENTRY)
                   TO WS-CHTR-ADDRESS-LINE1(WS-CHTR-KEEP-ENTRY)
               MOVE WS-CHTR-CITY(WS-CHTR-NEXT-ENTRY)
                   TO WS-CHTR-CITY(WS-CHTR-KEEP-ENTRY)
               MOVE WS-CHTR-STATE-CODE(WS-CHTR-NEXT-ENTRY)
                   TO WS-CHTR-STATE-CODE(WS-CHTR-KEEP-ENTRY)
               MOVE WS-CHTR-ZIP-CODE(WS-CHTR-NEXT-ENTRY)
                   TO WS-CHTR-ZIP-CODE(WS-CHTR-KEEP-ENTRY)
           END-IF

           IF WS-CHTR-EFFECTIVE-DATE(WS-CHTR-NEXT-ENTRY) <
              WS-CHTR-EFFECTIVE-DATE(WS-CHTR-KEEP-ENTRY)
               MOVE WS-CHTR-EFFECTIVE-DATE(WS-CHTR-NEXT-ENTRY)
                   TO WS-CHTR-EFFECTIVE-DATE(WS-CHTR-KEEP-ENTRY)
           END-IF.

       FIND-CHANGE-TRANSACTION.
           MOVE 'N' TO WS-CHTR-MATCH-FOUND
      *    PENDING FILE AND ADV-ACTION-APPLY APPLIES IT AFTER THE
      *    PERIOD RUNS UNLESS A TIMELY APPEAL IS FILED. AN INCREASE
      *    STILL APPLIES THE SAME NIGHT, AND A VITAL-RECORDS DEATH
      *    CLOSURE STOPS PAYMENT AT ONCE AS IT ALWAYS HAS, AS DOES A
      *    WHEREABOUTS-UNKNOWN CLOSURE WHOSE NOTICE PERIOD HAS RUN
           IF WS-PRORATED-ADJUSTMENT < ZERO
              AND NOT WS-DEATH-MATCHED
              AND NOT WS-WHEREABOUTS-UNKNOWN
               PERFORM WRITE-ADVERSE-PEND-RECORD
           ELSE
               MOVE SPACES TO DAILY-ADJUST-RECORD
                           MOVE "BENEFIT REDUCED - OVERPAYMENT CLAIM"
                               TO NOT-DENIAL-REASON
                       ELSE
                           IF WS-ABW-CASE-DROPPED > ZERO
                               MOVE "BENEFIT REDUCED - ABAWD TIME LIMIT"
                                   TO NOT-DENIAL-REASON
                           ELSE
                               IF WS-IPV-CASE-DROPPED > ZERO
                                   MOVE "BENEFIT REDUCED - IPV PENALTY"
                                       TO NOT-DENIAL-REASON
                               ELSE
                                   MOVE SPACES TO NOT-DENIAL-REASON
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               WHEN "PENDED"
      *            NOTHING IS PAID ON A PENDED CASE - THE CALCULATED
      *            BENEFIT IS HELD ON THE PENDING-REVIEW RECORD UNTIL
      *            A CASEWORKER CLEARS THE RISK FINDING. NOTHING IS
      *            HELD FOR A CASE PENDED FOR VERIFICATION - THE
      *            CHANGE TRANSACTION VERIFY-MAINT QUEUES WHEN THE
      *            LAST ITEM IS IN BRINGS IT BACK THROUGH THE DAILY
      *            CHANGE RUN, WHICH PAYS THE PRORATED BENEFIT FROM
      *            THAT DAY AS ANY OTHER DAILY CHANGE IS PAID
                   SET NOT-PENDED TO TRUE
                   MOVE ZERO TO NOT-BENEFIT-AMOUNT
                   IF WS-VERIFY-OUTSTANDING
                       MOVE WS-DENIAL-REASON TO NOT-DENIAL-REASON
                   ELSE
                       MOVE "CASE HELD PENDING RISK REVIEW"
                           TO NOT-DENIAL-REASON
                   END-IF
               WHEN "CLOSED"
                   SET NOT-CLOSED TO TRUE
                   MOVE ZERO TO NOT-BENEFIT-AMOUNT
      * HELD ACTION ACTUALLY TAKES EFFECT - RUN DATE PLUS THE NOTICE  *
      * PERIOD, THE SAME DATE THE PENDING RECORD STORES - SO THE      *
      * HOUSEHOLD KNOWS HOW LONG IT HAS TO APPEAL. EVERYTHING ELSE    *
      * (INCREASES, PENDED HOLDS, DEATH AND WHEREABOUTS-UNKNOWN       *
      * CLOSURES, THE MONTHLY PASS) TAKES EFFECT ON THE RUN DATE AS   *
      * BEFORE                                                        *
      *****************************************************************
       SET-NOTICE-EFFECTIVE-DATE.
           MOVE WS-EFFECTIVE-DATE TO NOT-EFFECTIVE-DATE

           IF WS-DAILY-CHANGE-MODE
              AND NOT WS-DEATH-MATCHED
              AND NOT WS-WHEREABOUTS-UNKNOWN
              AND WS-CURRENT-DETERMINATION NOT = "PENDED"
               PERFORM FIND-PRIOR-HISTORY
               PERFORM COMPUTE-PRORATED-ADJUSTMENT
           DISPLAY "CERTIFICATIONS EXPIRED: " WS-CERT-EXPIRED-COUNT
           DISPLAY "APPEAL CONTINUATIONS: " WS-APPEAL-CONTINUED-COUNT
           DISPLAY "DEATH MATCH CLOSURES: " WS-DECEASED-COUNT
           DISPLAY "WHEREABOUTS UNKNOWN CLOSURES: "
               WS-WHEREABOUTS-CLOSED-COUNT
           DISPLAY "PENDED FOR VERIFICATION: " WS-VERIFY-PENDED-COUNT
           DISPLAY "DENIED - FAILED TO PROVIDE VERIFICATION: "
               WS-VERIFY-FAILED-COUNT
           DISPLAY "ABAWD TIME-LIMIT EXCLUSIONS: "
               WS-ABAWD-DROPPED-COUNT
           DISPLAY "IPV DISQUALIFICATION EXCLUSIONS: "
               WS-IPV-DROPPED-COUNT
           DISPLAY "CLAIM RECOUPMENTS TAKEN: " WS-RECOUPED-COUNT
           DISPLAY "CLAIM RECOUPMENT DOLLARS: " WS-RECOUPED-DOLLARS

