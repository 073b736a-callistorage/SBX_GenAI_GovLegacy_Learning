      * TAKEN BY THE BENEFIT RUN BACK AGAINST THE CLAIM       *
      * BALANCES, REWRITES THE CLAIMS MASTER, AND PRINTS THE  *
      * MONTHLY CLAIMS AGING REPORT OF WHAT IS ESTABLISHED,   *
      * COLLECTED, AND STILL OWED. EVERY COLLECTION, OFFSET,  *
      * AND WRITE-OFF IS ALSO LOGGED TO THE CLAIM ACTIVITY    *
      * FILE FOR THE MONTH-END GENERAL LEDGER JOURNAL. A      *
      * CLAIM ON A CASE MERGED INTO ANOTHER FOLLOWS THE       *
      * HOUSEHOLD TO THE SURVIVING CASE                       *
      *********************************************************

       ENVIRONMENT DIVISION.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL CLAIM-ACTIVITY-FILE ASSIGN TO "CLMACT.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL CASE-XREF-FILE ASSIGN TO "CASEXREF.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT AGING-REPORT-FILE ASSIGN TO "CLAIMAGE.RPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
       FD  PAYMENT-LEDGER-FILE.
           COPY PAYLEDRC.

      *****************************************************************
      * CLAIM ACTIVITY LOG - OPENED EXTEND SO EACH RUN ADDS ITS       *
      * COLLECTIONS, OFFSETS, AND WRITE-OFFS TO THE MONTH'S HISTORY   *
      *****************************************************************
       FD  CLAIM-ACTIVITY-FILE.
           COPY CLMACTRC.

       FD  CASE-XREF-FILE.
           COPY CASXRFRC.

       FD  AGING-REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

           05  WS-EST-TOTAL-MONTHS     PIC 9(6).
           05  WS-EST-YEAR             PIC 9(4).
           05  WS-EST-MONTH            PIC 9(2).
           05  WS-ACTIVITY-CODE        PIC X(1).
           05  WS-ACTIVITY-OPERATOR    PIC X(8).
           05  WS-ACTIVITY-AMOUNT      PIC 9(6)V99.

      *****************************************************************
      * CLAIMS MASTER TABLE - THE FULL CLAIMS MASTER IS HELD HERE     *
           05  WS-DTH-TABLE-FULL       PIC X VALUE 'N'.
           05  WS-DTH-ENTRY-NBR        PIC 9(5).

      *****************************************************************
      * MERGED CASE TABLE - EACH CASE FOLDED INTO ANOTHER BY A CASE   *
      * MERGE AND THE CASE IT WAS FOLDED INTO, FROM THE HEAD-OF-      *
      * HOUSEHOLD RECORDS ON CASEXREF.DAT. A SURVIVOR MAY ITSELF HAVE *
      * BEEN MERGED LATER, SO THE CHAIN IS FOLLOWED TO THE END        *
      *****************************************************************
       01  WS-MERGE-TABLE.
           05  WS-MRG-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-MRG-IDX.
               10  WS-MRG-OLD-APP-ID       PIC X(8).
               10  WS-MRG-NEW-APP-ID       PIC X(8).

       01  WS-MRG-TABLE-FIELDS.
           05  WS-MRG-MAX-ENTRIES      PIC 9(4) VALUE 5000.
           05  WS-MRG-TABLE-COUNT      PIC 9(4) VALUE ZERO.
           05  WS-MRG-TABLE-FULL       PIC X VALUE 'N'.
           05  WS-MRG-MATCH-FOUND      PIC X VALUE 'N'.
           05  WS-MRG-HOP-COUNT        PIC 9(4).
           05  WS-MRG-SURVIVOR-APP-ID  PIC X(8).
           05  WS-MRG-CLAIM-ENTRY      PIC 9(5).

       01  WS-COUNTERS.
           05  WS-TRAN-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-ESTABLISHED-COUNT    PIC 9(6) VALUE ZERO.
           05  WS-WRITE-OFF-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-RECOUP-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-ERROR-COUNT          PIC 9(6) VALUE ZERO.
           05  WS-ACTIVITY-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-CLAIM-MOVED-COUNT    PIC 9(6) VALUE ZERO.
           05  WS-CLAIM-NOT-MOVED-COUNT PIC 9(6) VALUE ZERO.

       01  WS-AGING-TOTALS.
           05  WS-AGE-0-3-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-DISC-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-DMAT-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-LEDG-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-XREF-EOF-FLAG        PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH

           PERFORM LOAD-CLAIMS-MASTER
           PERFORM LOAD-MERGED-CASES
           PERFORM MOVE-MERGED-CASE-CLAIMS
           OPEN EXTEND CLAIM-ACTIVITY-FILE
           PERFORM POST-BENEFIT-RECOUPMENTS
           PERFORM APPLY-CLAIM-TRANSACTIONS
           CLOSE CLAIM-ACTIVITY-FILE
           PERFORM ESTABLISH-DISCREPANCY-CLAIMS
           PERFORM ESTABLISH-DEATH-CLAIMS
           PERFORM REWRITE-CLAIMS-MASTER
           DISPLAY "RECOUPMENTS POSTED: " WS-RECOUP-COUNT
           DISPLAY "CLAIMS WRITTEN OFF: " WS-WRITE-OFF-COUNT
           DISPLAY "TRANSACTIONS IN ERROR: " WS-ERROR-COUNT
           DISPLAY "CLAIM ACTIVITY LOGGED: " WS-ACTIVITY-COUNT
           DISPLAY "CLAIMS MOVED TO SURVIVING CASE: "
               WS-CLAIM-MOVED-COUNT
           DISPLAY "MERGED-CASE CLAIMS LEFT (SURVIVOR HAS CLAIM): "
               WS-CLAIM-NOT-MOVED-COUNT
           STOP RUN.

       LOAD-CLAIMS-MASTER.

           CLOSE CLAIMS-MASTER-FILE.

      *    A FINDING OR TRANSACTION STILL CARRYING A MERGED-AWAY
      *    CASE NUMBER LANDS ON THE SURVIVING CASE - THE SEARCH ID IS
      *    LEFT AS THE SURVIVOR SO A NEW CLAIM IS ESTABLISHED THERE
       FIND-CLAIM-ENTRY.
           PERFORM SEARCH-CLAIM-TABLE

           IF WS-CLM-MATCH-ENTRY = ZERO AND WS-MRG-TABLE-COUNT > ZERO
               PERFORM FIND-SURVIVING-CASE
               IF WS-MRG-SURVIVOR-APP-ID NOT = WS-CLM-SEARCH-APP-ID
                   MOVE WS-MRG-SURVIVOR-APP-ID TO WS-CLM-SEARCH-APP-ID
                   PERFORM SEARCH-CLAIM-TABLE
               END-IF
           END-IF.

       SEARCH-CLAIM-TABLE.
           MOVE ZERO TO WS-CLM-MATCH-ENTRY
           PERFORM VARYING WS-CLM-IDX FROM 1 BY 1
               UNTIL WS-CLM-IDX > WS-CLM-TABLE-COUNT
               END-IF
           END-PERFORM.

       LOAD-MERGED-CASES.
           MOVE ZERO TO WS-MRG-TABLE-COUNT

           OPEN INPUT CASE-XREF-FILE
           READ CASE-XREF-FILE
               AT END MOVE 'Y' TO WS-XREF-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-XREF-EOF-FLAG = 'Y'
               IF XRF-ACTION-MERGE AND XRF-OLD-MEMBER-NBR = ZERO
                   IF WS-MRG-TABLE-COUNT < WS-MRG-MAX-ENTRIES
                       ADD 1 TO WS-MRG-TABLE-COUNT
                       MOVE XRF-OLD-APP-ID
                           TO WS-MRG-OLD-APP-ID(WS-MRG-TABLE-COUNT)
                       MOVE XRF-NEW-APP-ID
                           TO WS-MRG-NEW-APP-ID(WS-MRG-TABLE-COUNT)
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

           CLOSE CASE-XREF-FILE.

      *    FOLLOWS WS-CLM-SEARCH-APP-ID THROUGH THE MERGES TO THE CASE
      *    STILL STANDING; THE HOP LIMIT GUARDS AGAINST A LOOP IN THE
      *    CROSS-REFERENCE FILE
       FIND-SURVIVING-CASE.
           MOVE WS-CLM-SEARCH-APP-ID TO WS-MRG-SURVIVOR-APP-ID
           MOVE ZERO TO WS-MRG-HOP-COUNT
           MOVE 'Y' TO WS-MRG-MATCH-FOUND

           PERFORM UNTIL WS-MRG-MATCH-FOUND = 'N'
               OR WS-MRG-HOP-COUNT > WS-MRG-TABLE-COUNT
               MOVE 'N' TO WS-MRG-MATCH-FOUND
               PERFORM VARYING WS-MRG-IDX FROM 1 BY 1
                   UNTIL WS-MRG-IDX > WS-MRG-TABLE-COUNT
                   IF WS-MRG-OLD-APP-ID(WS-MRG-IDX)
                      = WS-MRG-SURVIVOR-APP-ID
                       MOVE WS-MRG-NEW-APP-ID(WS-MRG-IDX)
                           TO WS-MRG-SURVIVOR-APP-ID
                       MOVE 'Y' TO WS-MRG-MATCH-FOUND
                       ADD 1 TO WS-MRG-HOP-COUNT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM.

      *    THE MASTER HOLDS ONE CLAIM PER CASE, SO A MERGED-AWAY
      *    CASE'S CLAIM MOVES ONLY WHEN THE SURVIVOR HAS NONE OF ITS
      *    OWN. OTHERWISE IT STAYS ON THE OLD CASE NUMBER FOR THE
      *    CLAIMS UNIT TO COMBINE BY HAND
       MOVE-MERGED-CASE-CLAIMS.
           IF WS-MRG-TABLE-COUNT > ZERO
               PERFORM VARYING WS-MRG-CLAIM-ENTRY FROM 1 BY 1
                   UNTIL WS-MRG-CLAIM-ENTRY > WS-CLM-TABLE-COUNT
                   MOVE WS-CLM-APP-ID(WS-MRG-CLAIM-ENTRY)
                       TO WS-CLM-SEARCH-APP-ID
                   PERFORM FIND-SURVIVING-CASE
                   IF WS-MRG-SURVIVOR-APP-ID NOT = WS-CLM-SEARCH-APP-ID
                       MOVE WS-MRG-SURVIVOR-APP-ID
                           TO WS-CLM-SEARCH-APP-ID
                       PERFORM SEARCH-CLAIM-TABLE
                       IF WS-CLM-MATCH-ENTRY = ZERO
                           MOVE WS-MRG-SURVIVOR-APP-ID
                               TO WS-CLM-APP-ID(WS-MRG-CLAIM-ENTRY)
                           ADD 1 TO WS-CLAIM-MOVED-COUNT
                       ELSE
                           ADD 1 TO WS-CLAIM-NOT-MOVED-COUNT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       ADD-CLAIM-ENTRY.
           MOVE ZERO TO WS-CLM-MATCH-ENTRY
           IF WS-CLM-TABLE-COUNT < WS-CLM-MAX-ENTRIES
               IF WS-CLM-BALANCE(WS-CLM-MATCH-ENTRY) = ZERO
                   MOVE 'C' TO WS-CLM-STATUS(WS-CLM-MATCH-ENTRY)
               END-IF
               MOVE WS-APPLY-AMOUNT TO WS-ACTIVITY-AMOUNT
               PERFORM WRITE-CLAIM-ACTIVITY
           END-IF.

      *    ONLY DOLLARS THAT ACTUALLY MOVED ARE LOGGED - A COLLECTION
      *    CAPPED TO A ZERO BALANCE WRITES NOTHING
       WRITE-CLAIM-ACTIVITY.
           IF WS-ACTIVITY-AMOUNT > ZERO
               MOVE SPACES TO CLAIM-ACTIVITY-RECORD
               MOVE WS-CLM-APP-ID(WS-CLM-MATCH-ENTRY) TO CACT-APP-ID
               MOVE WS-RUN-DATE TO CACT-ACTIVITY-DATE
               MOVE WS-ACTIVITY-CODE TO CACT-ACTIVITY-CODE
               MOVE WS-ACTIVITY-AMOUNT TO CACT-AMOUNT
               MOVE WS-ACTIVITY-OPERATOR TO CACT-OPERATOR-ID
               WRITE CLAIM-ACTIVITY-RECORD
               ADD 1 TO WS-ACTIVITY-COUNT
           END-IF.

       POST-BENEFIT-RECOUPMENTS.
               PERFORM FIND-CLAIM-ENTRY
               IF WS-CLM-MATCH-ENTRY > ZERO
                   MOVE RCP-AMOUNT TO WS-APPLY-AMOUNT
                   MOVE 'O' TO WS-ACTIVITY-CODE
                   MOVE SPACES TO WS-ACTIVITY-OPERATOR
                   PERFORM APPLY-COLLECTION
                   ADD 1 TO WS-RECOUP-COUNT
               ELSE
               PERFORM FIND-CLAIM-ENTRY
               IF WS-CLM-MATCH-ENTRY > ZERO
                   MOVE DRCP-AMOUNT TO WS-APPLY-AMOUNT
                   MOVE 'O' TO WS-ACTIVITY-CODE
                   MOVE SPACES TO WS-ACTIVITY-OPERATOR
                   PERFORM APPLY-COLLECTION
                   ADD 1 TO WS-RECOUP-COUNT
               ELSE
               WHEN CTRN-ACTION-COLLECT
                   IF WS-CLM-MATCH-ENTRY > ZERO
                       MOVE CTRN-AMOUNT TO WS-APPLY-AMOUNT
                       MOVE 'C' TO WS-ACTIVITY-CODE
                       MOVE CTRN-OPERATOR-ID TO WS-ACTIVITY-OPERATOR
                       PERFORM APPLY-COLLECTION
                       ADD 1 TO WS-COLLECTION-COUNT
                   ELSE
                   END-IF
               WHEN CTRN-ACTION-WRITE-OFF
                   IF WS-CLM-MATCH-ENTRY > ZERO
                       MOVE 'W' TO WS-ACTIVITY-CODE
                       MOVE CTRN-OPERATOR-ID TO WS-ACTIVITY-OPERATOR
                       MOVE WS-CLM-BALANCE(WS-CLM-MATCH-ENTRY)
                           TO WS-ACTIVITY-AMOUNT
                       PERFORM WRITE-CLAIM-ACTIVITY
                       MOVE ZERO
                           TO WS-CLM-BALANCE(WS-CLM-MATCH-ENTRY)
                       MOVE 'W' TO WS-CLM-STATUS(WS-CLM-MATCH-ENTRY)
