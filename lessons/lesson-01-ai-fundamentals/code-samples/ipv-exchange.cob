       IDENTIFICATION DIVISION.
       PROGRAM-ID. IPV-EXCHANGE.
      *********************************************************
      * NATIONAL DISQUALIFICATION REGISTRY EXCHANGE           *
      * SENDS THE REGISTRY EVERY DISQUALIFICATION IPV-MAINT   *
      * HAS POSTED OR REVERSED SINCE THE LAST EXCHANGE, THEN  *
      * MATCHES THE REGISTRY'S FILE OF OTHER STATES'          *
      * DISQUALIFICATIONS AGAINST EVERY HEAD OF HOUSEHOLD AND *
      * ELIGIBLE MEMBER ON OUR CASES BY SSN. A HIT IS POSTED  *
      * TO THE DISQUALIFICATION MASTER SO BENEFIT-PROCESSOR   *
      * LEAVES THE PERSON OUT FOR THE OTHER STATE'S PENALTY   *
      * PERIOD AND THE OFFENSE COUNTS TOWARD ANY PENALTY WE   *
      * IMPOSE LATER; A REVERSAL BY THE OTHER STATE LIFTS IT. *
      * EVERY HIT IS LISTED FOR THE CASEWORKER                *
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DISQUAL-MASTER-FILE ASSIGN TO "IPVDQ.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT REGISTRY-SEND-FILE ASSIGN TO "NDQSEND.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL REGISTRY-RECEIVE-FILE ASSIGN TO "NDQRECV.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT APPLICANT-FILE ASSIGN TO "APPLICANT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS APP-ID.

           SELECT OPTIONAL MEMBER-FILE ASSIGN TO "MEMBERS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MBR-KEY.

           SELECT MATCH-REPORT-FILE ASSIGN TO "IPVMATCH.RPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DISQUAL-MASTER-FILE.
           COPY IPVREC.

      *****************************************************************
      * NATIONAL REGISTRY RECORD - THE SAME LAYOUT GOES OUT AND COMES *
      * BACK. ACTION 'A' IS A DISQUALIFICATION IN FORCE, 'R' ONE THE  *
      * REPORTING STATE HAS REVERSED. THE STATE CODE IS THE STATE     *
      * THAT IMPOSED THE PENALTY                                      *
      *****************************************************************
       FD  REGISTRY-SEND-FILE.
       01  REGISTRY-SEND-RECORD.
           05  NDQS-STATE-CODE         PIC X(2).
           05  NDQS-ACTION-CODE        PIC X(1).
           05  NDQS-SSN                PIC X(9).
           05  NDQS-LAST-NAME          PIC X(25).
           05  NDQS-FIRST-NAME         PIC X(20).
           05  NDQS-DOB                PIC X(8).
           05  NDQS-DECISION-DATE      PIC X(8).
           05  NDQS-START-DATE         PIC X(8).
           05  NDQS-END-DATE           PIC X(8).
           05  NDQS-PENALTY-CODE       PIC X(1).
           05  NDQS-OFFENSE-COUNT      PIC 9(1).
           05  FILLER                  PIC X(9).

       FD  REGISTRY-RECEIVE-FILE.
       01  REGISTRY-RECEIVE-RECORD.
           05  NDQR-STATE-CODE         PIC X(2).
           05  NDQR-ACTION-CODE        PIC X(1).
               88  NDQR-ACTION-ACTIVE       VALUE 'A'.
               88  NDQR-ACTION-REVERSED     VALUE 'R'.
           05  NDQR-SSN                PIC X(9).
           05  NDQR-LAST-NAME          PIC X(25).
           05  NDQR-FIRST-NAME         PIC X(20).
           05  NDQR-DOB                PIC X(8).
           05  NDQR-DECISION-DATE      PIC X(8).
           05  NDQR-START-DATE         PIC X(8).
           05  NDQR-END-DATE           PIC X(8).
           05  NDQR-PENALTY-CODE       PIC X(1).
           05  NDQR-OFFENSE-COUNT      PIC 9(1).
           05  FILLER                  PIC X(9).

       FD  APPLICANT-FILE.
           COPY APPLREC.

       FD  MEMBER-FILE.
           COPY MEMBREC.

       FD  MATCH-REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE             PIC X(8).

       01  WS-PROGRAM-CONSTANTS.
           05  WS-EXCHANGE-OPERATOR    PIC X(8) VALUE "NDQEXCH".

      *****************************************************************
      * DISQUALIFICATION MASTER TABLE - HELD WHOLE AND REWRITTEN IN   *
      * SSN ORDER AT THE END OF THE RUN, AS IPV-MAINT DOES            *
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
      * REGISTRY TABLE - THE OTHER STATES' RECORDS, SORTED BY SSN AND *
      * DECISION DATE AND THEN CUT DOWN TO THE LATEST DECISION FOR    *
      * EACH SSN SO THE BINARY SEARCH FINDS ONE ENTRY PER PERSON      *
      *****************************************************************
       01  WS-REGISTRY-TABLE.
           05  WS-REG-ENTRY OCCURS 20000 TIMES
                   ASCENDING KEY IS WS-REG-SSN
                   INDEXED BY WS-REG-IDX.
               10  WS-REG-SSN              PIC X(9).
               10  WS-REG-DECISION-DATE    PIC X(8).
               10  WS-REG-RECORD           PIC X(100).

       01  WS-REG-TABLE-FIELDS.
           05  WS-REG-MAX-ENTRIES      PIC 9(5) VALUE 20000.
           05  WS-REG-TABLE-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-REG-TABLE-FULL       PIC X VALUE 'N'.
           05  WS-REG-READ-NBR         PIC 9(5).
           05  WS-REG-KEEP-NBR         PIC 9(5).

       01  WS-PERSON-FIELDS.
           05  WS-PERSON-APP-ID        PIC X(8).
           05  WS-PERSON-MEMBER-NBR    PIC X(2).
           05  WS-PERSON-SSN           PIC X(9).
           05  WS-PERSON-LAST-NAME     PIC X(25).
           05  WS-PERSON-FIRST-NAME    PIC X(20).
           05  WS-PERSON-DOB           PIC X(8).
           05  WS-PERSON-STATE-CODE    PIC X(2).
           05  WS-PRIOR-OFFENSE-COUNT  PIC 9(1).
           05  WS-REGISTRY-HIT-FLAG    PIC X VALUE 'N'.
               88  WS-REGISTRY-HIT          VALUE 'Y'.
           05  WS-NEW-ENTRY-FLAG       PIC X VALUE 'N'.
               88  WS-NEW-ENTRY             VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-SENT-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-SENT-REVERSAL-COUNT  PIC 9(6) VALUE ZERO.
           05  WS-RECEIVED-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-PERSONS-CHECKED      PIC 9(6) VALUE ZERO.
           05  WS-ADDED-COUNT          PIC 9(6) VALUE ZERO.
           05  WS-UPDATED-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-REVERSED-COUNT       PIC 9(6) VALUE ZERO.

       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "NATIONAL DISQUALIFICATION MATCHES".
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  HDG-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "PAGE: ".
           05  HDG-PAGE-NUMBER         PIC ZZZ9.
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(10) VALUE "APP ID".
           05  FILLER                  PIC X(5) VALUE "MBR".
           05  FILLER                  PIC X(11) VALUE "SSN".
           05  FILLER                  PIC X(27) VALUE "LAST NAME".
           05  FILLER                  PIC X(4) VALUE "ST".
           05  FILLER                  PIC X(5) VALUE "OFF".
           05  FILLER                  PIC X(6) VALUE "TERM".
           05  FILLER                  PIC X(10) VALUE "DECISION".
           05  FILLER                  PIC X(10) VALUE "START".
           05  FILLER                  PIC X(10) VALUE "END".
           05  FILLER                  PIC X(34) VALUE "RESULT".

       01  WS-REPORT-DETAIL-LINE.
           05  DTL-APP-ID              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-MEMBER-NBR          PIC X(2).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  DTL-SSN                 PIC X(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-LAST-NAME           PIC X(25).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-STATE-CODE          PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
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
           05  DTL-RESULT              PIC X(34).

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
           05  WS-REG-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-APPL-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-MBR-EOF-FLAG         PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-DISQUAL-MASTER
           PERFORM SEND-REGISTRY-UPDATES
           PERFORM LOAD-REGISTRY-RECORDS

           OPEN OUTPUT MATCH-REPORT-FILE
           PERFORM MATCH-HEADS-OF-HOUSEHOLD
           PERFORM MATCH-HOUSEHOLD-MEMBERS
           PERFORM REWRITE-DISQUAL-MASTER
           PERFORM WRITE-MATCH-TOTALS
           CLOSE MATCH-REPORT-FILE

           DISPLAY "NATIONAL DISQUALIFICATION EXCHANGE COMPLETE"
           DISPLAY "DISQUALIFICATIONS SENT: " WS-SENT-COUNT
           DISPLAY "REVERSALS SENT: " WS-SENT-REVERSAL-COUNT
           DISPLAY "REGISTRY RECORDS RECEIVED: " WS-RECEIVED-COUNT
           DISPLAY "PERSONS MATCHED: " WS-PERSONS-CHECKED
           DISPLAY "OTHER-STATE DISQUALIFICATIONS ADDED: "
               WS-ADDED-COUNT
           DISPLAY "OTHER-STATE DISQUALIFICATIONS UPDATED: "
               WS-UPDATED-COUNT
           DISPLAY "OTHER-STATE DISQUALIFICATIONS REVERSED: "
               WS-REVERSED-COUNT
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

      *    ONLY OUR OWN DECISIONS GO TO THE REGISTRY, AND EACH ONLY
      *    ONCE - THE FLAG IS SET HERE AND CLEARED AGAIN BY IPV-MAINT
      *    WHEN THE DISQUALIFICATION IS POSTED OR REVERSED
       SEND-REGISTRY-UPDATES.
           OPEN OUTPUT REGISTRY-SEND-FILE

           PERFORM VARYING WS-IPV-IDX FROM 1 BY 1
               UNTIL WS-IPV-IDX > WS-IPV-TABLE-COUNT
               MOVE WS-IPV-ENTRY(WS-IPV-IDX)
                   TO DISQUALIFICATION-RECORD
               IF IPV-SOURCE-LOCAL AND IPV-REGISTRY-DUE
                   PERFORM WRITE-REGISTRY-SEND-RECORD
                   SET IPV-REGISTRY-SENT TO TRUE
                   MOVE DISQUALIFICATION-RECORD
                       TO WS-IPV-ENTRY(WS-IPV-IDX)
               END-IF
           END-PERFORM

           CLOSE REGISTRY-SEND-FILE.

       WRITE-REGISTRY-SEND-RECORD.
           MOVE SPACES TO REGISTRY-SEND-RECORD
           MOVE IPV-STATE-CODE TO NDQS-STATE-CODE
           IF IPV-ACTIVE
               MOVE 'A' TO NDQS-ACTION-CODE
               ADD 1 TO WS-SENT-COUNT
           ELSE
               MOVE 'R' TO NDQS-ACTION-CODE
               ADD 1 TO WS-SENT-REVERSAL-COUNT
           END-IF
           MOVE IPV-SSN TO NDQS-SSN
           MOVE IPV-LAST-NAME TO NDQS-LAST-NAME
           MOVE IPV-FIRST-NAME TO NDQS-FIRST-NAME
           MOVE IPV-DOB TO NDQS-DOB
           MOVE IPV-DECISION-DATE TO NDQS-DECISION-DATE
           MOVE IPV-START-DATE TO NDQS-START-DATE
           MOVE IPV-END-DATE TO NDQS-END-DATE
           MOVE IPV-PENALTY-CODE TO NDQS-PENALTY-CODE
           MOVE IPV-OFFENSE-COUNT TO NDQS-OFFENSE-COUNT
           WRITE REGISTRY-SEND-RECORD.

       LOAD-REGISTRY-RECORDS.
           MOVE ZERO TO WS-REG-TABLE-COUNT
           MOVE 'N' TO WS-REG-EOF-FLAG
           MOVE HIGH-VALUES TO WS-REGISTRY-TABLE

           OPEN INPUT REGISTRY-RECEIVE-FILE
           READ REGISTRY-RECEIVE-FILE
               AT END MOVE 'Y' TO WS-REG-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-REG-EOF-FLAG = 'Y'
               ADD 1 TO WS-RECEIVED-COUNT
               IF NDQR-SSN NUMERIC
                   IF WS-REG-TABLE-COUNT < WS-REG-MAX-ENTRIES
                       ADD 1 TO WS-REG-TABLE-COUNT
                       MOVE NDQR-SSN
                           TO WS-REG-SSN(WS-REG-TABLE-COUNT)
                       MOVE NDQR-DECISION-DATE
                           TO WS-REG-DECISION-DATE(WS-REG-TABLE-COUNT)
                       MOVE REGISTRY-RECEIVE-RECORD
                           TO WS-REG-RECORD(WS-REG-TABLE-COUNT)
                   ELSE
                       IF WS-REG-TABLE-FULL = 'N'
                           MOVE 'Y' TO WS-REG-TABLE-FULL
                           DISPLAY "WARNING: REGISTRY TABLE FULL AT "
                               WS-REG-MAX-ENTRIES " ENTRIES"
                       END-IF
                   END-IF
               END-IF
               READ REGISTRY-RECEIVE-FILE
                   AT END MOVE 'Y' TO WS-REG-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE REGISTRY-RECEIVE-FILE

      *    UNUSED SLOTS HOLD HIGH-VALUES, SO THE SORT LEAVES THE REAL
      *    ENTRIES AT THE FRONT IN SSN AND DECISION DATE ORDER. EACH
      *    SSN'S LAST ENTRY IS ITS LATEST DECISION, AND ONLY THAT ONE
      *    IS KEPT FOR THE BINARY SEARCH
           SORT WS-REG-ENTRY ON ASCENDING KEY WS-REG-SSN
                                              WS-REG-DECISION-DATE

           MOVE ZERO TO WS-REG-KEEP-NBR
           PERFORM VARYING WS-REG-READ-NBR FROM 1 BY 1
               UNTIL WS-REG-READ-NBR > WS-REG-TABLE-COUNT
               IF WS-REG-KEEP-NBR = ZERO
                   ADD 1 TO WS-REG-KEEP-NBR
               ELSE
                   IF WS-REG-SSN(WS-REG-READ-NBR)
                       NOT = WS-REG-SSN(WS-REG-KEEP-NBR)
                       ADD 1 TO WS-REG-KEEP-NBR
                   END-IF
               END-IF
               IF WS-REG-KEEP-NBR NOT = WS-REG-READ-NBR
                   MOVE WS-REG-ENTRY(WS-REG-READ-NBR)
                       TO WS-REG-ENTRY(WS-REG-KEEP-NBR)
               END-IF
           END-PERFORM

           PERFORM VARYING WS-REG-READ-NBR FROM WS-REG-KEEP-NBR BY 1
               UNTIL WS-REG-READ-NBR >= WS-REG-TABLE-COUNT
               MOVE HIGH-VALUES
                   TO WS-REG-ENTRY(WS-REG-READ-NBR + 1)
           END-PERFORM
           MOVE WS-REG-KEEP-NBR TO WS-REG-TABLE-COUNT.

      *    THE HEAD OF HOUSEHOLD IS MATCHED AS MEMBER "00"
       MATCH-HEADS-OF-HOUSEHOLD.
           OPEN INPUT APPLICANT-FILE
           READ APPLICANT-FILE
               AT END MOVE 'Y' TO WS-APPL-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-APPL-EOF-FLAG = 'Y'
               IF APP-SSN NUMERIC
                   MOVE APP-ID TO WS-PERSON-APP-ID
                   MOVE "00" TO WS-PERSON-MEMBER-NBR
                   MOVE APP-SSN TO WS-PERSON-SSN
                   MOVE APP-LAST-NAME TO WS-PERSON-LAST-NAME
                   MOVE APP-FIRST-NAME TO WS-PERSON-FIRST-NAME
                   MOVE APP-DOB TO WS-PERSON-DOB
                   MOVE APP-STATE-CODE TO WS-PERSON-STATE-CODE
                   PERFORM MATCH-ONE-PERSON
               END-IF
               READ APPLICANT-FILE
                   AT END MOVE 'Y' TO WS-APPL-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE APPLICANT-FILE.

      *    MEMBERS.DAT CARRIES NO STATE, SO THE MEMBER'S CASE STATE
      *    IS TAKEN FROM THE APPLICANT MASTER READ IN STEP WITH IT
       MATCH-HOUSEHOLD-MEMBERS.
           MOVE 'N' TO WS-APPL-EOF-FLAG
           MOVE LOW-VALUES TO APP-ID
           OPEN INPUT APPLICANT-FILE
           OPEN INPUT MEMBER-FILE
           READ MEMBER-FILE
               AT END MOVE 'Y' TO WS-MBR-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-MBR-EOF-FLAG = 'Y'
               PERFORM UNTIL WS-APPL-EOF-FLAG = 'Y'
                   OR APP-ID >= MBR-APP-ID
                   READ APPLICANT-FILE
                       AT END
                           MOVE 'Y' TO WS-APPL-EOF-FLAG
                           MOVE HIGH-VALUES TO APP-ID
                   END-READ
               END-PERFORM

               IF MBR-ELIGIBLE AND MBR-SSN NUMERIC
                  AND APP-ID = MBR-APP-ID
                   MOVE MBR-APP-ID TO WS-PERSON-APP-ID
                   MOVE MBR-MEMBER-NBR TO WS-PERSON-MEMBER-NBR
                   MOVE MBR-SSN TO WS-PERSON-SSN
                   MOVE MBR-LAST-NAME TO WS-PERSON-LAST-NAME
                   MOVE MBR-FIRST-NAME TO WS-PERSON-FIRST-NAME
                   MOVE MBR-DOB TO WS-PERSON-DOB
                   MOVE APP-STATE-CODE TO WS-PERSON-STATE-CODE
                   PERFORM MATCH-ONE-PERSON
               END-IF
               READ MEMBER-FILE
                   AT END MOVE 'Y' TO WS-MBR-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE MEMBER-FILE
           CLOSE APPLICANT-FILE.

      *****************************************************************
      * ONE PERSON AGAINST THE REGISTRY. THE REGISTRY ALSO CARRIES    *
      * OUR OWN REPORTS, SO A RECORD FROM THE CASE'S OWN STATE IS     *
      * SKIPPED, AS IS ONE NO NEWER THAN WHAT THE MASTER ALREADY      *
      * HOLDS FOR THE SSN                                             *
      *****************************************************************
       MATCH-ONE-PERSON.
           MOVE 'N' TO WS-REGISTRY-HIT-FLAG
           SEARCH ALL WS-REG-ENTRY
               AT END
                   CONTINUE
               WHEN WS-REG-SSN(WS-REG-IDX) = WS-PERSON-SSN
                   MOVE 'Y' TO WS-REGISTRY-HIT-FLAG
                   MOVE WS-REG-RECORD(WS-REG-IDX)
                       TO REGISTRY-RECEIVE-RECORD
           END-SEARCH

           IF WS-REGISTRY-HIT
               IF NDQR-STATE-CODE = WS-PERSON-STATE-CODE
                   MOVE 'N' TO WS-REGISTRY-HIT-FLAG
               END-IF
           END-IF

           IF WS-REGISTRY-HIT
               ADD 1 TO WS-PERSONS-CHECKED
               PERFORM FIND-DISQUAL-ENTRY
               EVALUATE TRUE
                   WHEN NDQR-ACTION-REVERSED
                       PERFORM POST-REGISTRY-REVERSAL
                   WHEN NDQR-ACTION-ACTIVE
                       PERFORM POST-REGISTRY-DISQUALIFICATION
               END-EVALUATE
           END-IF.

      *    ENTRIES ADDED DURING THE RUN GO ON THE END OF THE TABLE, SO
      *    THE MASTER IS SEARCHED IN FULL RATHER THAN BY BINARY SEARCH
       FIND-DISQUAL-ENTRY.
           MOVE ZERO TO WS-IPV-MATCH-ENTRY
           PERFORM VARYING WS-IPV-IDX FROM 1 BY 1
               UNTIL WS-IPV-IDX > WS-IPV-TABLE-COUNT
               IF WS-IPV-SSN(WS-IPV-IDX) = WS-PERSON-SSN
                   SET WS-IPV-MATCH-ENTRY TO WS-IPV-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *****************************************************************
      * ANOTHER STATE'S DISQUALIFICATION NEWER THAN ANYTHING ON THE   *
      * MASTER REPLACES IT - THAT STATE'S PENALTY DATES STAND, AND    *
      * THE OFFENSE COUNT IS THE HIGHER OF ITS COUNT AND OURS         *
      *****************************************************************
       POST-REGISTRY-DISQUALIFICATION.
           MOVE ZERO TO WS-PRIOR-OFFENSE-COUNT
           MOVE 'N' TO WS-NEW-ENTRY-FLAG
           IF WS-IPV-MATCH-ENTRY > ZERO
               MOVE WS-IPV-ENTRY(WS-IPV-MATCH-ENTRY)
                   TO DISQUALIFICATION-RECORD
               IF IPV-DECISION-DATE >= NDQR-DECISION-DATE
                   MOVE 'N' TO WS-REGISTRY-HIT-FLAG
               ELSE
                   MOVE IPV-OFFENSE-COUNT TO WS-PRIOR-OFFENSE-COUNT
               END-IF
           ELSE
               IF WS-IPV-TABLE-COUNT < WS-IPV-MAX-ENTRIES
                   ADD 1 TO WS-IPV-TABLE-COUNT
                   MOVE WS-IPV-TABLE-COUNT TO WS-IPV-MATCH-ENTRY
                   MOVE 'Y' TO WS-NEW-ENTRY-FLAG
               ELSE
                   MOVE 'N' TO WS-REGISTRY-HIT-FLAG
                   IF WS-IPV-TABLE-FULL = 'N'
                       MOVE 'Y' TO WS-IPV-TABLE-FULL
                       DISPLAY "WARNING: DISQUALIFICATION TABLE FULL "
                           "AT " WS-IPV-MAX-ENTRIES " ENTRIES"
                   END-IF
               END-IF
           END-IF

           IF WS-REGISTRY-HIT
               MOVE SPACES TO DISQUALIFICATION-RECORD
               MOVE WS-PERSON-SSN TO IPV-SSN
               MOVE WS-PERSON-APP-ID TO IPV-APP-ID
               MOVE WS-PERSON-MEMBER-NBR TO IPV-MEMBER-NBR
               MOVE WS-PERSON-LAST-NAME TO IPV-LAST-NAME
               MOVE WS-PERSON-FIRST-NAME TO IPV-FIRST-NAME
               MOVE WS-PERSON-DOB TO IPV-DOB
               MOVE NDQR-STATE-CODE TO IPV-STATE-CODE
               SET IPV-SOURCE-NATIONAL TO TRUE
               IF NDQR-OFFENSE-COUNT > WS-PRIOR-OFFENSE-COUNT
                   MOVE NDQR-OFFENSE-COUNT TO IPV-OFFENSE-COUNT
               ELSE
                   MOVE WS-PRIOR-OFFENSE-COUNT TO IPV-OFFENSE-COUNT
               END-IF
               MOVE NDQR-PENALTY-CODE TO IPV-PENALTY-CODE
               MOVE NDQR-DECISION-DATE TO IPV-DECISION-DATE
               MOVE NDQR-START-DATE TO IPV-START-DATE
               MOVE NDQR-END-DATE TO IPV-END-DATE
               SET IPV-ACTIVE TO TRUE
               SET IPV-REGISTRY-SENT TO TRUE
               MOVE WS-RUN-DATE TO IPV-UPDATED-DATE
               MOVE WS-EXCHANGE-OPERATOR TO IPV-OPERATOR-ID

               IF WS-NEW-ENTRY
                   ADD 1 TO WS-ADDED-COUNT
               ELSE
                   ADD 1 TO WS-UPDATED-COUNT
               END-IF
               MOVE DISQUALIFICATION-RECORD
                   TO WS-IPV-ENTRY(WS-IPV-MATCH-ENTRY)

               IF IPV-END-DATE < WS-RUN-DATE
                   MOVE "PRIOR OFFENSE - PENALTY ENDED"
                       TO DTL-RESULT
               ELSE
                   MOVE "DISQUALIFIED IN ANOTHER STATE"
                       TO DTL-RESULT
               END-IF
               PERFORM WRITE-MATCH-DETAIL-LINE
           END-IF.

      *    ONLY THE REPORTING STATE'S OWN DECISION IS LIFTED - A
      *    REVERSAL OF AN OLDER DECISION LEAVES A NEWER ONE IN FORCE
       POST-REGISTRY-REVERSAL.
           IF WS-IPV-MATCH-ENTRY > ZERO
               MOVE WS-IPV-ENTRY(WS-IPV-MATCH-ENTRY)
                   TO DISQUALIFICATION-RECORD
               IF IPV-SOURCE-NATIONAL AND IPV-ACTIVE
                  AND IPV-STATE-CODE = NDQR-STATE-CODE
                  AND IPV-DECISION-DATE = NDQR-DECISION-DATE
                   SET IPV-REVERSED TO TRUE
                   IF IPV-OFFENSE-COUNT > ZERO
                       SUBTRACT 1 FROM IPV-OFFENSE-COUNT
                   END-IF
                   MOVE WS-RUN-DATE TO IPV-UPDATED-DATE
                   MOVE WS-EXCHANGE-OPERATOR TO IPV-OPERATOR-ID
                   MOVE DISQUALIFICATION-RECORD
                       TO WS-IPV-ENTRY(WS-IPV-MATCH-ENTRY)
                   ADD 1 TO WS-REVERSED-COUNT
                   MOVE "REVERSED BY THE REPORTING STATE"
                       TO DTL-RESULT
                   PERFORM WRITE-MATCH-DETAIL-LINE
               END-IF
           END-IF.

       WRITE-MATCH-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADINGS
           END-IF

           MOVE WS-PERSON-APP-ID TO DTL-APP-ID
           MOVE WS-PERSON-MEMBER-NBR TO DTL-MEMBER-NBR
           MOVE WS-PERSON-SSN TO DTL-SSN
           MOVE WS-PERSON-LAST-NAME TO DTL-LAST-NAME
           MOVE IPV-STATE-CODE TO DTL-STATE-CODE
           MOVE IPV-OFFENSE-COUNT TO DTL-OFFENSE-COUNT
           EVALUATE TRUE
               WHEN IPV-PENALTY-12-MONTHS
                   MOVE "12M" TO DTL-PENALTY-TERM
               WHEN IPV-PENALTY-24-MONTHS
                   MOVE "24M" TO DTL-PENALTY-TERM
               WHEN IPV-PENALTY-PERMANENT
                   MOVE "PERM" TO DTL-PENALTY-TERM
               WHEN OTHER
                   MOVE SPACES TO DTL-PENALTY-TERM
           END-EVALUATE
           MOVE IPV-DECISION-DATE TO DTL-DECISION-DATE
           MOVE IPV-START-DATE TO DTL-START-DATE
           MOVE IPV-END-DATE TO DTL-END-DATE
           WRITE REPORT-LINE FROM WS-REPORT-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

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

       WRITE-MATCH-TOTALS.
           IF WS-LINE-COUNT = 99
               PERFORM WRITE-PAGE-HEADINGS
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "DISQUALIFICATIONS SENT TO REGISTRY" TO TTL-LABEL
           MOVE WS-SENT-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "REVERSALS SENT TO REGISTRY" TO TTL-LABEL
           MOVE WS-SENT-REVERSAL-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "REGISTRY RECORDS RECEIVED" TO TTL-LABEL
           MOVE WS-RECEIVED-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "PERSONS MATCHED TO ANOTHER STATE" TO TTL-LABEL
           MOVE WS-PERSONS-CHECKED TO TTL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "DISQUALIFICATIONS ADDED" TO TTL-LABEL
           MOVE WS-ADDED-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "DISQUALIFICATIONS UPDATED" TO TTL-LABEL
           MOVE WS-UPDATED-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "DISQUALIFICATIONS REVERSED" TO TTL-LABEL
           MOVE WS-REVERSED-COUNT TO TTL-COUNT
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
