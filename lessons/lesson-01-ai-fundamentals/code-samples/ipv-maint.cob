       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPV-MAINT.
      *********************************************************
      * INTENTIONAL PROGRAM VIOLATION DISQUALIFICATIONS       *
      * POSTS FRAUD HEARING DECISIONS TO THE DISQUALIFICATION *
      * MASTER KEYED BY SSN. THE PERSON IS CHECKED AGAINST    *
      * THE CASE (HEAD AS MEMBER "00" OR A MEMBER DETAIL      *
      * RECORD), THE OFFENSE COUNT SETS THE PENALTY - 12      *
      * MONTHS, 24 MONTHS, OR PERMANENT - AND THE PENALTY     *
      * RUNS FROM THE FIRST OF THE MONTH AFTER THE DECISION   *
      * UNLESS THE HEARING SET A LATER START. THE LINKED      *
      * OVERPAYMENT CLAIM IS TAKEN FROM CLAIMS.DAT. A         *
      * DECISION OVERTURNED ON APPEAL IS REVERSED. EVERY      *
      * CHANGE IS QUEUED FOR IPV-EXCHANGE TO REPORT TO THE    *
      * NATIONAL REGISTRY, AND EACH TRANSACTION IS LISTED     *
      * WITH ITS RESULT ON THE MAINTENANCE REGISTER           *
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DISQUAL-MASTER-FILE ASSIGN TO "IPVDQ.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL DISQUAL-TRAN-FILE ASSIGN TO "IPVTRAN.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT APPLICANT-FILE ASSIGN TO "APPLICANT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS APP-ID.

           SELECT OPTIONAL MEMBER-FILE ASSIGN TO "MEMBERS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MBR-KEY.

           SELECT OPTIONAL CLAIMS-FILE ASSIGN TO "CLAIMS.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT DISQUAL-REPORT-FILE ASSIGN TO "IPVMAINT.RPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DISQUAL-MASTER-FILE.
           COPY IPVREC.

      *****************************************************************
      * DISQUALIFICATION TRANSACTION - 'A' POSTS A HEARING DECISION   *
      * (OR A SIGNED WAIVER OF HEARING), 'R' REVERSES THE CURRENT     *
      * DISQUALIFICATION WHEN THE DECISION IS OVERTURNED. THE START   *
      * DATE MAY BE LEFT BLANK TO TAKE THE FIRST OF THE MONTH AFTER   *
      * THE DECISION; THE CLAIM ID MAY BE LEFT BLANK TO LINK THE      *
      * CASE'S OWN CLAIM IF IT HAS ONE                                *
      *****************************************************************
       FD  DISQUAL-TRAN-FILE.
       01  DISQUAL-TRAN-RECORD.
           05  IPVT-ACTION-CODE        PIC X(1).
               88  IPVT-ACTION-ADD          VALUE 'A'.
               88  IPVT-ACTION-REVERSE      VALUE 'R'.
           05  IPVT-OPERATOR-ID        PIC X(8).
           05  IPVT-SSN                PIC X(9).
           05  IPVT-APP-ID             PIC X(8).
           05  IPVT-MEMBER-NBR         PIC 99.
           05  IPVT-MEMBER-NBR-X       REDEFINES IPVT-MEMBER-NBR
                                       PIC X(2).
           05  IPVT-DECISION-DATE      PIC X(8).
           05  IPVT-START-DATE         PIC X(8).
           05  IPVT-CLAIM-APP-ID       PIC X(8).
           05  FILLER                  PIC X(10).

       FD  APPLICANT-FILE.
           COPY APPLREC.

       FD  MEMBER-FILE.
           COPY MEMBREC.

       FD  CLAIMS-FILE.
           COPY CLAIMREC.

       FD  DISQUAL-REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE             PIC X(8).

      *****************************************************************
      * PENALTY DATE ARITHMETIC - THE START AND END DATES ARE WORKED  *
      * IN A NUMERIC YEAR/MONTH/DAY VIEW. THE PENALTY ENDS THE DAY    *
      * BEFORE THE SAME DAY 12 OR 24 MONTHS ON, SO A PENALTY STARTING *
      * 20260301 FOR 12 MONTHS ENDS 20270228                          *
      *****************************************************************
       01  WS-DATE-WORK-FIELDS.
           05  WS-WORK-DATE            PIC X(8).
           05  WS-WORK-DATE-N REDEFINES WS-WORK-DATE.
               10  WS-WORK-YEAR        PIC 9(4).
               10  WS-WORK-MONTH       PIC 9(2).
               10  WS-WORK-DAY         PIC 9(2).
           05  WS-PENALTY-MONTHS       PIC 9(2).
           05  WS-TOTAL-MONTHS         PIC 9(6).
           05  WS-LEAP-QUOTIENT        PIC 9(4).
           05  WS-LEAP-REMAINDER       PIC 9(3).
           05  WS-MONTH-LAST-DAY       PIC 9(2).

       01  WS-MONTH-DAYS-VALUES        PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS           PIC 9(2) OCCURS 12 TIMES.

       01  WS-PROGRAM-CONSTANTS.
           05  WS-PERMANENT-END-DATE   PIC X(8) VALUE "99999999".
           05  WS-MAX-OFFENSE-COUNT    PIC 9(1) VALUE 9.

      *****************************************************************
      * DISQUALIFICATION MASTER TABLE - THE WHOLE MASTER IS HELD HERE *
      * WHILE THE TRANSACTIONS ARE APPLIED, THEN SORTED BACK INTO SSN *
      * ORDER AND REWRITTEN, THE SAME WAY CLAIM-MAINT WORKS ITS       *
      * MASTER. EACH ENTRY IS THE FULL RECORD IMAGE                   *
      *****************************************************************
       01  WS-DISQUAL-TABLE.
           05  WS-IPV-ENTRY OCCURS 20000 TIMES
                   INDEXED BY WS-IPV-IDX.
               10  WS-IPV-SSN              PIC X(9).
               10  WS-IPV-DATA             PIC X(136).

       01  WS-IPV-TABLE-FIELDS.
           05  WS-IPV-MAX-ENTRIES      PIC 9(5) VALUE 20000.
           05  WS-IPV-TABLE-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-IPV-TABLE-FULL       PIC X VALUE 'N'.
           05  WS-IPV-MATCH-ENTRY      PIC 9(5).

      *****************************************************************
      * CLAIMS TABLE - ONE CLAIM PER CASE, SO THE CASE ID AND THE     *
      * DATE THE CLAIM WAS ESTABLISHED IDENTIFY THE LINKED CLAIM      *
      *****************************************************************
       01  WS-CLAIM-TABLE.
           05  WS-CLM-ENTRY OCCURS 10000 TIMES
                   ASCENDING KEY IS WS-CLM-APP-ID
                   INDEXED BY WS-CLM-IDX.
               10  WS-CLM-APP-ID           PIC X(8).
               10  WS-CLM-ESTABLISHED-DATE PIC X(8).

       01  WS-CLM-TABLE-FIELDS.
           05  WS-CLM-MAX-ENTRIES      PIC 9(5) VALUE 10000.
           05  WS-CLM-TABLE-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-CLM-TABLE-FULL       PIC X VALUE 'N'.
           05  WS-CLM-SEARCH-APP-ID    PIC X(8).
           05  WS-CLM-FOUND-DATE       PIC X(8).

       01  WS-PERSON-FIELDS.
           05  WS-PERSON-LAST-NAME     PIC X(25).
           05  WS-PERSON-FIRST-NAME    PIC X(20).
           05  WS-PERSON-DOB           PIC X(8).
           05  WS-PERSON-STATE-CODE    PIC X(2).
           05  WS-PRIOR-OFFENSE-COUNT  PIC 9(1).

       01  WS-COUNTERS.
           05  WS-TRAN-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-ADDED-COUNT          PIC 9(6) VALUE ZERO.
           05  WS-REVERSED-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-PERMANENT-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-ERROR-COUNT          PIC 9(6) VALUE ZERO.

       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "IPV DISQUALIFICATION REGISTER".
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  HDG-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "PAGE: ".
           05  HDG-PAGE-NUMBER         PIC ZZZ9.
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(4) VALUE "ACT".
           05  FILLER                  PIC X(11) VALUE "SSN".
           05  FILLER                  PIC X(10) VALUE "APP ID".
           05  FILLER                  PIC X(5) VALUE "MBR".
           05  FILLER                  PIC X(5) VALUE "OFF".
           05  FILLER                  PIC X(6) VALUE "TERM".
           05  FILLER                  PIC X(10) VALUE "DECISION".
           05  FILLER                  PIC X(10) VALUE "START".
           05  FILLER                  PIC X(10) VALUE "END".
           05  FILLER                  PIC X(10) VALUE "CLAIM".
           05  FILLER                  PIC X(40) VALUE "RESULT".
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  WS-REPORT-DETAIL-LINE.
           05  DTL-ACTION-CODE         PIC X(1).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  DTL-SSN                 PIC X(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-APP-ID              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-MEMBER-NBR          PIC X(2).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  DTL-OFFENSE-COUNT       PIC X(1).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  DTL-PENALTY-TERM        PIC X(4).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-DECISION-DATE       PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-START-DATE          PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-END-DATE            PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-CLAIM-APP-ID        PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-RESULT              PIC X(40).
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  WS-REPORT-TOTAL-LINE.
           05  TTL-LABEL               PIC X(40).
           05  TTL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(85) VALUE SPACES.

       01  WS-REPORT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(3) VALUE 99.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.
           05  WS-PAGE-NUMBER          PIC 9(4) VALUE ZERO.

       01  WS-FLAGS.
           05  WS-MASTER-EOF-FLAG      PIC X VALUE 'N'.
           05  WS-TRAN-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-CLM-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-VALID-TRAN-FLAG      PIC X VALUE 'Y'.
           05  WS-PERSON-FOUND-FLAG    PIC X VALUE 'N'.
           05  WS-RESULT-TEXT          PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-DISQUAL-MASTER
           PERFORM LOAD-CLAIMS

           OPEN INPUT APPLICANT-FILE
           OPEN INPUT MEMBER-FILE
           OPEN OUTPUT DISQUAL-REPORT-FILE
           PERFORM APPLY-DISQUAL-TRANSACTIONS
           CLOSE APPLICANT-FILE
           CLOSE MEMBER-FILE

           PERFORM REWRITE-DISQUAL-MASTER
           PERFORM WRITE-REGISTER-TOTALS
           CLOSE DISQUAL-REPORT-FILE

           DISPLAY "IPV DISQUALIFICATION MAINTENANCE COMPLETE"
           DISPLAY "TRANSACTIONS READ: " WS-TRAN-COUNT
           DISPLAY "DISQUALIFICATIONS POSTED: " WS-ADDED-COUNT
           DISPLAY "PERMANENT DISQUALIFICATIONS: " WS-PERMANENT-COUNT
           DISPLAY "DISQUALIFICATIONS REVERSED: " WS-REVERSED-COUNT
           DISPLAY "TRANSACTIONS IN ERROR: " WS-ERROR-COUNT
           STOP RUN.

       LOAD-DISQUAL-MASTER.
           MOVE ZERO TO WS-IPV-TABLE-COUNT
           MOVE 'N' TO WS-MASTER-EOF-FLAG
           MOVE HIGH-VALUES TO WS-DISQUAL-TABLE

           OPEN INPUT DISQUAL-MASTER-FILE
           READ DISQUAL-MASTER-FILE
               AT END MOVE 'Y' TO WS-MASTER-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-MASTER-EOF-FLAG = 'Y'
               IF WS-IPV-TABLE-COUNT < WS-IPV-MAX-ENTRIES
                   ADD 1 TO WS-IPV-TABLE-COUNT
                   MOVE DISQUALIFICATION-RECORD
                       TO WS-IPV-ENTRY(WS-IPV-TABLE-COUNT)
               ELSE
                   IF WS-IPV-TABLE-FULL = 'N'
                       MOVE 'Y' TO WS-IPV-TABLE-FULL
                       DISPLAY "WARNING: DISQUALIFICATION TABLE FULL "
                           "AT " WS-IPV-MAX-ENTRIES " ENTRIES"
                   END-IF
               END-IF
               READ DISQUAL-MASTER-FILE
                   AT END MOVE 'Y' TO WS-MASTER-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE DISQUAL-MASTER-FILE.

       LOAD-CLAIMS.
           MOVE ZERO TO WS-CLM-TABLE-COUNT
           MOVE 'N' TO WS-CLM-EOF-FLAG
           MOVE HIGH-VALUES TO WS-CLAIM-TABLE

           OPEN INPUT CLAIMS-FILE
           READ CLAIMS-FILE
               AT END MOVE 'Y' TO WS-CLM-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-CLM-EOF-FLAG = 'Y'
               IF WS-CLM-TABLE-COUNT < WS-CLM-MAX-ENTRIES
                   ADD 1 TO WS-CLM-TABLE-COUNT
                   MOVE CLM-APP-ID
                       TO WS-CLM-APP-ID(WS-CLM-TABLE-COUNT)
                   MOVE CLM-ESTABLISHED-DATE
                       TO WS-CLM-ESTABLISHED-DATE(WS-CLM-TABLE-COUNT)
               ELSE
                   IF WS-CLM-TABLE-FULL = 'N'
                       MOVE 'Y' TO WS-CLM-TABLE-FULL
                       DISPLAY "WARNING: CLAIMS TABLE FULL AT "
                           WS-CLM-MAX-ENTRIES " ENTRIES"
                   END-IF
               END-IF
               READ CLAIMS-FILE
                   AT END MOVE 'Y' TO WS-CLM-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE CLAIMS-FILE

      *    UNUSED SLOTS HOLD HIGH-VALUES, SO THE SORT LEAVES THE REAL
      *    ENTRIES AT THE FRONT IN ID ORDER FOR THE BINARY SEARCH
           SORT WS-CLM-ENTRY ON ASCENDING KEY WS-CLM-APP-ID.

       FIND-CLAIM.
           MOVE SPACES TO WS-CLM-FOUND-DATE

           SEARCH ALL WS-CLM-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CLM-APP-ID(WS-CLM-IDX) = WS-CLM-SEARCH-APP-ID
                   MOVE WS-CLM-ESTABLISHED-DATE(WS-CLM-IDX)
                       TO WS-CLM-FOUND-DATE
           END-SEARCH.

      *    ENTRIES ADDED DURING THE RUN GO ON THE END OF THE TABLE, SO
      *    THE MASTER IS SEARCHED IN FULL RATHER THAN BY BINARY SEARCH
       FIND-DISQUAL-ENTRY.
           MOVE ZERO TO WS-IPV-MATCH-ENTRY
           PERFORM VARYING WS-IPV-IDX FROM 1 BY 1
               UNTIL WS-IPV-IDX > WS-IPV-TABLE-COUNT
               IF WS-IPV-SSN(WS-IPV-IDX) = IPVT-SSN
                   SET WS-IPV-MATCH-ENTRY TO WS-IPV-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       APPLY-DISQUAL-TRANSACTIONS.
           OPEN INPUT DISQUAL-TRAN-FILE
           READ DISQUAL-TRAN-FILE
               AT END MOVE 'Y' TO WS-TRAN-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-TRAN-EOF-FLAG = 'Y'
               ADD 1 TO WS-TRAN-COUNT
               PERFORM APPLY-ONE-TRANSACTION
               READ DISQUAL-TRAN-FILE
                   AT END MOVE 'Y' TO WS-TRAN-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE DISQUAL-TRAN-FILE.

       APPLY-ONE-TRANSACTION.
           MOVE 'Y' TO WS-VALID-TRAN-FLAG
           MOVE SPACES TO WS-RESULT-TEXT
           MOVE SPACES TO WS-REPORT-DETAIL-LINE
           MOVE IPVT-ACTION-CODE TO DTL-ACTION-CODE
           MOVE IPVT-SSN TO DTL-SSN
           MOVE IPVT-APP-ID TO DTL-APP-ID
           MOVE IPVT-MEMBER-NBR-X TO DTL-MEMBER-NBR
           MOVE IPVT-DECISION-DATE TO DTL-DECISION-DATE

           PERFORM VALIDATE-TRANSACTION

           IF WS-VALID-TRAN-FLAG = 'Y'
               PERFORM FIND-DISQUAL-ENTRY
               EVALUATE TRUE
                   WHEN IPVT-ACTION-ADD
                       PERFORM APPLY-DISQUALIFICATION
                   WHEN IPVT-ACTION-REVERSE
                       PERFORM APPLY-REVERSAL
               END-EVALUATE
           END-IF

           IF WS-VALID-TRAN-FLAG = 'N'
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           MOVE WS-RESULT-TEXT TO DTL-RESULT
           PERFORM WRITE-REGISTER-LINE.

       VALIDATE-TRANSACTION.
           IF NOT IPVT-ACTION-ADD AND NOT IPVT-ACTION-REVERSE
               MOVE 'N' TO WS-VALID-TRAN-FLAG
               MOVE "INVALID ACTION CODE" TO WS-RESULT-TEXT
           END-IF

           IF WS-VALID-TRAN-FLAG = 'Y'
               IF IPVT-SSN NOT NUMERIC OR IPVT-SSN = "000000000"
                   MOVE 'N' TO WS-VALID-TRAN-FLAG
                   MOVE "SSN NOT NUMERIC OR ALL ZEROS"
                       TO WS-RESULT-TEXT
               END-IF
           END-IF

           IF WS-VALID-TRAN-FLAG = 'Y'
               IF IPVT-DECISION-DATE NOT NUMERIC
                  OR IPVT-DECISION-DATE(5:2) < "01"
                  OR IPVT-DECISION-DATE(5:2) > "12"
                  OR IPVT-DECISION-DATE(7:2) < "01"
                  OR IPVT-DECISION-DATE(7:2) > "31"
                   MOVE 'N' TO WS-VALID-TRAN-FLAG
                   MOVE "DECISION DATE NOT A VALID DATE"
                       TO WS-RESULT-TEXT
               END-IF
           END-IF

           IF WS-VALID-TRAN-FLAG = 'Y' AND IPVT-ACTION-ADD
               IF IPVT-START-DATE NOT = SPACES
                   IF IPVT-START-DATE NOT NUMERIC
                      OR IPVT-START-DATE(5:2) < "01"
                      OR IPVT-START-DATE(5:2) > "12"
                      OR IPVT-START-DATE(7:2) < "01"
                      OR IPVT-START-DATE(7:2) > "31"
                       MOVE 'N' TO WS-VALID-TRAN-FLAG
                       MOVE "START DATE NOT A VALID DATE"
                           TO WS-RESULT-TEXT
                   ELSE
                       IF IPVT-START-DATE <= IPVT-DECISION-DATE
                           MOVE 'N' TO WS-VALID-TRAN-FLAG
                           MOVE "START DATE NOT AFTER THE DECISION"
                               TO WS-RESULT-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-VALID-TRAN-FLAG = 'Y' AND IPVT-ACTION-ADD
               PERFORM VERIFY-PERSON-ON-CASE
           END-IF.

      *    THE SSN MUST BELONG TO THE PERSON NAMED - THE HEAD ON THE
      *    MASTER AS MEMBER "00", ANY OTHER MEMBER ON THE DETAIL FILE
       VERIFY-PERSON-ON-CASE.
           MOVE 'N' TO WS-PERSON-FOUND-FLAG
           MOVE IPVT-APP-ID TO APP-ID

           READ APPLICANT-FILE
               INVALID KEY
                   MOVE 'N' TO WS-VALID-TRAN-FLAG
                   MOVE "CASE NOT ON APPLICANT MASTER"
                       TO WS-RESULT-TEXT
               NOT INVALID KEY
                   MOVE APP-STATE-CODE TO WS-PERSON-STATE-CODE
           END-READ

           IF WS-VALID-TRAN-FLAG = 'Y'
               IF IPVT-MEMBER-NBR-X NOT NUMERIC
                   MOVE 'N' TO WS-VALID-TRAN-FLAG
                   MOVE "MEMBER NUMBER NOT NUMERIC" TO WS-RESULT-TEXT
               END-IF
           END-IF

           IF WS-VALID-TRAN-FLAG = 'Y'
               IF IPVT-MEMBER-NBR = ZERO
                   IF APP-SSN = IPVT-SSN
                       MOVE 'Y' TO WS-PERSON-FOUND-FLAG
                       MOVE APP-LAST-NAME TO WS-PERSON-LAST-NAME
                       MOVE APP-FIRST-NAME TO WS-PERSON-FIRST-NAME
                       MOVE APP-DOB TO WS-PERSON-DOB
                   END-IF
               ELSE
                   MOVE IPVT-APP-ID TO MBR-APP-ID
                   MOVE IPVT-MEMBER-NBR TO MBR-MEMBER-NBR
                   READ MEMBER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF MBR-SSN = IPVT-SSN
                               MOVE 'Y' TO WS-PERSON-FOUND-FLAG
                               MOVE MBR-LAST-NAME
                                   TO WS-PERSON-LAST-NAME
                               MOVE MBR-FIRST-NAME
                                   TO WS-PERSON-FIRST-NAME
                               MOVE MBR-DOB TO WS-PERSON-DOB
                           END-IF
                   END-READ
               END-IF
               IF WS-PERSON-FOUND-FLAG = 'N'
                   MOVE 'N' TO WS-VALID-TRAN-FLAG
                   MOVE "SSN DOES NOT MATCH PERSON ON CASE"
                       TO WS-RESULT-TEXT
               END-IF
           END-IF

      *    A CLAIM ID KEYED ON THE TRANSACTION MUST BE ON FILE; LEFT
      *    BLANK, THE CASE'S OWN CLAIM IS LINKED WHEN THERE IS ONE
           IF WS-VALID-TRAN-FLAG = 'Y'
               IF IPVT-CLAIM-APP-ID = SPACES
                   MOVE IPVT-APP-ID TO WS-CLM-SEARCH-APP-ID
                   PERFORM FIND-CLAIM
                   IF WS-CLM-FOUND-DATE NOT = SPACES
                       MOVE IPVT-APP-ID TO IPVT-CLAIM-APP-ID
                   END-IF
               ELSE
                   MOVE IPVT-CLAIM-APP-ID TO WS-CLM-SEARCH-APP-ID
                   PERFORM FIND-CLAIM
                   IF WS-CLM-FOUND-DATE = SPACES
                       MOVE 'N' TO WS-VALID-TRAN-FLAG
                       MOVE "LINKED CLAIM NOT ON CLAIMS MASTER"
                           TO WS-RESULT-TEXT
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * A NEW DISQUALIFICATION - THE OFFENSE COUNT CARRIES ON FROM    *
      * ANY EARLIER DISQUALIFICATION OF THE SAME SSN, OURS OR ANOTHER *
      * STATE'S FROM THE NATIONAL REGISTRY, AND SETS THE PENALTY      *
      *****************************************************************
       APPLY-DISQUALIFICATION.
           MOVE ZERO TO WS-PRIOR-OFFENSE-COUNT
           IF WS-IPV-MATCH-ENTRY > ZERO
               MOVE WS-IPV-ENTRY(WS-IPV-MATCH-ENTRY)
                   TO DISQUALIFICATION-RECORD
               IF IPV-ACTIVE
                  AND IPV-DECISION-DATE = IPVT-DECISION-DATE
                   MOVE 'N' TO WS-VALID-TRAN-FLAG
                   MOVE "DECISION ALREADY POSTED" TO WS-RESULT-TEXT
               ELSE
                   MOVE IPV-OFFENSE-COUNT TO WS-PRIOR-OFFENSE-COUNT
               END-IF
           ELSE
               IF WS-IPV-TABLE-COUNT < WS-IPV-MAX-ENTRIES
                   ADD 1 TO WS-IPV-TABLE-COUNT
                   MOVE WS-IPV-TABLE-COUNT TO WS-IPV-MATCH-ENTRY
               ELSE
                   MOVE 'N' TO WS-VALID-TRAN-FLAG
                   MOVE "DISQUALIFICATION TABLE FULL"
                       TO WS-RESULT-TEXT
                   IF WS-IPV-TABLE-FULL = 'N'
                       MOVE 'Y' TO WS-IPV-TABLE-FULL
                       DISPLAY "WARNING: DISQUALIFICATION TABLE FULL "
                           "AT " WS-IPV-MAX-ENTRIES " ENTRIES"
                   END-IF
               END-IF
           END-IF

           IF WS-VALID-TRAN-FLAG = 'Y'
               MOVE SPACES TO DISQUALIFICATION-RECORD
               MOVE IPVT-SSN TO IPV-SSN
               MOVE IPVT-APP-ID TO IPV-APP-ID
               MOVE IPVT-MEMBER-NBR-X TO IPV-MEMBER-NBR
               MOVE WS-PERSON-LAST-NAME TO IPV-LAST-NAME
               MOVE WS-PERSON-FIRST-NAME TO IPV-FIRST-NAME
               MOVE WS-PERSON-DOB TO IPV-DOB
               MOVE WS-PERSON-STATE-CODE TO IPV-STATE-CODE
               SET IPV-SOURCE-LOCAL TO TRUE
               IF WS-PRIOR-OFFENSE-COUNT < WS-MAX-OFFENSE-COUNT
                   COMPUTE IPV-OFFENSE-COUNT =
                       WS-PRIOR-OFFENSE-COUNT + 1
               ELSE
                   MOVE WS-MAX-OFFENSE-COUNT TO IPV-OFFENSE-COUNT
               END-IF
               MOVE IPVT-DECISION-DATE TO IPV-DECISION-DATE
               PERFORM SET-PENALTY-PERIOD
               IF IPVT-CLAIM-APP-ID NOT = SPACES
                   MOVE IPVT-CLAIM-APP-ID TO IPV-CLAIM-APP-ID
                   MOVE WS-CLM-FOUND-DATE TO IPV-CLAIM-ESTABLISHED
               END-IF
               SET IPV-ACTIVE TO TRUE
               SET IPV-REGISTRY-DUE TO TRUE
               MOVE WS-RUN-DATE TO IPV-UPDATED-DATE
               MOVE IPVT-OPERATOR-ID TO IPV-OPERATOR-ID
               MOVE DISQUALIFICATION-RECORD
                   TO WS-IPV-ENTRY(WS-IPV-MATCH-ENTRY)

               ADD 1 TO WS-ADDED-COUNT
               IF IPV-PENALTY-PERMANENT
                   ADD 1 TO WS-PERMANENT-COUNT
               END-IF
               MOVE "DISQUALIFICATION POSTED" TO WS-RESULT-TEXT
               PERFORM MOVE-PENALTY-TO-DETAIL
           END-IF.

      *    FIRST OFFENSE 12 MONTHS, SECOND 24 MONTHS, THIRD AND LATER
      *    PERMANENT. THE PENALTY BEGINS THE FIRST OF THE MONTH AFTER
      *    THE DECISION UNLESS THE HEARING ORDERED A LATER START
       SET-PENALTY-PERIOD.
           IF IPVT-START-DATE NOT = SPACES
               MOVE IPVT-START-DATE TO IPV-START-DATE
           ELSE
               MOVE IPVT-DECISION-DATE TO WS-WORK-DATE
               ADD 1 TO WS-WORK-MONTH
               IF WS-WORK-MONTH > 12
                   SUBTRACT 12 FROM WS-WORK-MONTH
                   ADD 1 TO WS-WORK-YEAR
               END-IF
               MOVE 1 TO WS-WORK-DAY
               MOVE WS-WORK-DATE TO IPV-START-DATE
           END-IF

           EVALUATE IPV-OFFENSE-COUNT
               WHEN 1
                   SET IPV-PENALTY-12-MONTHS TO TRUE
                   MOVE 12 TO WS-PENALTY-MONTHS
               WHEN 2
                   SET IPV-PENALTY-24-MONTHS TO TRUE
                   MOVE 24 TO WS-PENALTY-MONTHS
               WHEN OTHER
                   SET IPV-PENALTY-PERMANENT TO TRUE
                   MOVE ZERO TO WS-PENALTY-MONTHS
           END-EVALUATE

           IF IPV-PENALTY-PERMANENT
               MOVE WS-PERMANENT-END-DATE TO IPV-END-DATE
           ELSE
               PERFORM COMPUTE-PENALTY-END-DATE
               MOVE WS-WORK-DATE TO IPV-END-DATE
           END-IF.

      *    ADVANCE THE START DATE BY THE PENALTY MONTHS AND BACK UP
      *    ONE DAY. A START DAY THE LANDING MONTH DOES NOT HAVE (THE
      *    29TH TO 31ST) ENDS ON THAT MONTH'S LAST DAY INSTEAD
       COMPUTE-PENALTY-END-DATE.
           MOVE IPV-START-DATE TO WS-WORK-DATE
           COMPUTE WS-TOTAL-MONTHS =
               (WS-WORK-YEAR * 12) + WS-WORK-MONTH - 1
               + WS-PENALTY-MONTHS
           DIVIDE WS-TOTAL-MONTHS BY 12 GIVING WS-WORK-YEAR
               REMAINDER WS-WORK-MONTH
           ADD 1 TO WS-WORK-MONTH

           PERFORM SET-MONTH-LAST-DAY
           IF WS-WORK-DAY > WS-MONTH-LAST-DAY
               MOVE WS-MONTH-LAST-DAY TO WS-WORK-DAY
           ELSE
               IF WS-WORK-DAY > 1
                   SUBTRACT 1 FROM WS-WORK-DAY
               ELSE
                   IF WS-WORK-MONTH = 1
                       MOVE 12 TO WS-WORK-MONTH
                       SUBTRACT 1 FROM WS-WORK-YEAR
                   ELSE
                       SUBTRACT 1 FROM WS-WORK-MONTH
                   END-IF
                   PERFORM SET-MONTH-LAST-DAY
                   MOVE WS-MONTH-LAST-DAY TO WS-WORK-DAY
               END-IF
           END-IF.

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

      *****************************************************************
      * A DECISION OVERTURNED ON APPEAL - THE DISQUALIFICATION STOPS   *
      * AND NO LONGER COUNTS TOWARD A LATER PENALTY. ONLY OUR OWN     *
      * DECISIONS ARE REVERSED HERE; ANOTHER STATE'S RECORD IS        *
      * CORRECTED BY THAT STATE THROUGH THE NATIONAL REGISTRY         *
      *****************************************************************
       APPLY-REVERSAL.
           IF WS-IPV-MATCH-ENTRY = ZERO
               MOVE 'N' TO WS-VALID-TRAN-FLAG
               MOVE "NO DISQUALIFICATION ON FILE FOR SSN"
                   TO WS-RESULT-TEXT
           ELSE
               MOVE WS-IPV-ENTRY(WS-IPV-MATCH-ENTRY)
                   TO DISQUALIFICATION-RECORD
               EVALUATE TRUE
                   WHEN NOT IPV-ACTIVE
                       MOVE 'N' TO WS-VALID-TRAN-FLAG
                       MOVE "DISQUALIFICATION ALREADY REVERSED"
                           TO WS-RESULT-TEXT
                   WHEN IPV-DECISION-DATE NOT = IPVT-DECISION-DATE
                       MOVE 'N' TO WS-VALID-TRAN-FLAG
                       MOVE "DECISION DATE DOES NOT MATCH FILE"
                           TO WS-RESULT-TEXT
                   WHEN NOT IPV-SOURCE-LOCAL
                       MOVE 'N' TO WS-VALID-TRAN-FLAG
                       MOVE "ANOTHER STATE'S DISQUALIFICATION"
                           TO WS-RESULT-TEXT
               END-EVALUATE
           END-IF

           IF WS-VALID-TRAN-FLAG = 'Y'
               SET IPV-REVERSED TO TRUE
               IF IPV-OFFENSE-COUNT > ZERO
                   SUBTRACT 1 FROM IPV-OFFENSE-COUNT
               END-IF
               SET IPV-REGISTRY-DUE TO TRUE
               MOVE WS-RUN-DATE TO IPV-UPDATED-DATE
               MOVE IPVT-OPERATOR-ID TO IPV-OPERATOR-ID
               MOVE DISQUALIFICATION-RECORD
                   TO WS-IPV-ENTRY(WS-IPV-MATCH-ENTRY)

               ADD 1 TO WS-REVERSED-COUNT
               MOVE "DISQUALIFICATION REVERSED" TO WS-RESULT-TEXT
               PERFORM MOVE-PENALTY-TO-DETAIL
           END-IF.

       MOVE-PENALTY-TO-DETAIL.
           MOVE IPV-OFFENSE-COUNT TO DTL-OFFENSE-COUNT
           EVALUATE TRUE
               WHEN IPV-PENALTY-12-MONTHS
                   MOVE "12M" TO DTL-PENALTY-TERM
               WHEN IPV-PENALTY-24-MONTHS
                   MOVE "24M" TO DTL-PENALTY-TERM
               WHEN IPV-PENALTY-PERMANENT
                   MOVE "PERM" TO DTL-PENALTY-TERM
           END-EVALUATE
           MOVE IPV-START-DATE TO DTL-START-DATE
           MOVE IPV-END-DATE TO DTL-END-DATE
           MOVE IPV-CLAIM-APP-ID TO DTL-CLAIM-APP-ID.

      *    UNUSED SLOTS HOLD HIGH-VALUES, SO THE SORT PUTS THE MASTER
      *    BACK IN SSN ORDER WITH THE NEW ENTRIES MERGED IN
       REWRITE-DISQUAL-MASTER.
           SORT WS-IPV-ENTRY ON ASCENDING KEY WS-IPV-SSN

           OPEN OUTPUT DISQUAL-MASTER-FILE
           PERFORM VARYING WS-IPV-IDX FROM 1 BY 1
               UNTIL WS-IPV-IDX > WS-IPV-TABLE-COUNT
               MOVE WS-IPV-ENTRY(WS-IPV-IDX)
                   TO DISQUALIFICATION-RECORD
               WRITE DISQUALIFICATION-RECORD
           END-PERFORM
           CLOSE DISQUAL-MASTER-FILE.

       WRITE-REGISTER-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADINGS
           END-IF

           WRITE REPORT-LINE FROM WS-REPORT-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-REGISTER-TOTALS.
           IF WS-LINE-COUNT = 99
               PERFORM WRITE-PAGE-HEADINGS
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "TRANSACTIONS READ" TO TTL-LABEL
           MOVE WS-TRAN-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "DISQUALIFICATIONS POSTED" TO TTL-LABEL
           MOVE WS-ADDED-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "  OF WHICH PERMANENT" TO TTL-LABEL
           MOVE WS-PERMANENT-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "DISQUALIFICATIONS REVERSED" TO TTL-LABEL
           MOVE WS-REVERSED-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "TRANSACTIONS REJECTED" TO TTL-LABEL
           MOVE WS-ERROR-COUNT TO TTL-COUNT
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
