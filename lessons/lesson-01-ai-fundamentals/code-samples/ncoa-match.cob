       IDENTIFICATION DIVISION.
       PROGRAM-ID. NCOA-MATCH.
      *********************************************************
      * CHANGE-OF-ADDRESS AND RETURNED MAIL PROCESSING        *
      * MATCHES THE POST OFFICE NCOA FILE AND THE RETURNED    *
      * MAIL LOG TO THE APPLICANT MASTER ON NAME, STREET      *
      * ADDRESS, CITY, AND ZIP CODE. AN IN-STATE FORWARDING   *
      * ADDRESS BECOMES A CHANGE TRANSACTION FOR              *
      * APPLICANT-MAINT, SO IT GOES THROUGH THE SAME EDITS    *
      * AND AUDIT TRAIL AS A KEYED CHANGE. AN OUT-OF-STATE    *
      * MOVE OR UNDELIVERABLE MAIL PENDS THE CASE FOR ADDRESS *
      * VERIFICATION WITH A NOTICE ASKING THE HOUSEHOLD TO    *
      * CONTACT THE OFFICE. A PEND IS DROPPED ONCE THE MASTER *
      * ADDRESS CHANGES, AND ONE STILL OPEN WHEN THE RESPONSE *
      * PERIOD RUNS OUT IS MARKED WHEREABOUTS UNKNOWN SO      *
      * BENEFIT-PROCESSOR CLOSES THE CASE                     *
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICANT-FILE ASSIGN TO "APPLICANT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS APP-ID.

           SELECT OPTIONAL NCOA-FILE ASSIGN TO "NCOA.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL RETURNED-MAIL-FILE ASSIGN TO "RETMAIL.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL ADDRESS-VERIFY-FILE ASSIGN TO "ADDRVER.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT ADDRESS-TRAN-FILE ASSIGN TO "ADDRTRAN.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT CONTACT-NOTICE-FILE ASSIGN TO "ADDRNOTC.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT ADDRESS-REPORT-FILE ASSIGN TO "ADDRCHG.RPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  APPLICANT-FILE.
           COPY APPLREC.

      *****************************************************************
      * NATIONAL CHANGE OF ADDRESS RECORD - ONE PER MAILING NAME AND  *
      * ADDRESS THE POST OFFICE HAS A MOVE ON FILE FOR. RETURN CODE   *
      * 'A' CARRIES THE NEW ADDRESS; ANY OTHER CODE (MOVED, LEFT NO   *
      * ADDRESS, BOX CLOSED, FOREIGN MOVE) MEANS MAIL CANNOT BE       *
      * FORWARDED                                                     *
      *****************************************************************
       FD  NCOA-FILE.
       01  NCOA-RECORD.
           05  NCOA-LAST-NAME          PIC X(25).
           05  NCOA-FIRST-NAME         PIC X(20).
           05  NCOA-OLD-ADDRESS-LINE1  PIC X(25).
           05  NCOA-OLD-CITY           PIC X(15).
           05  NCOA-OLD-STATE-CODE     PIC X(2).
           05  NCOA-OLD-ZIP-CODE       PIC X(9).
           05  NCOA-MOVE-EFFECTIVE-MONTH PIC X(6).
           05  NCOA-RETURN-CODE        PIC X(1).
               88  NCOA-NEW-ADDRESS-GIVEN   VALUE 'A'.
           05  NCOA-NEW-ADDRESS-LINE1  PIC X(25).
           05  NCOA-NEW-CITY           PIC X(15).
           05  NCOA-NEW-STATE-CODE     PIC X(2).
           05  NCOA-NEW-ZIP-CODE       PIC X(9).
           05  FILLER                  PIC X(6).

      *****************************************************************
      * RETURNED MAIL LOG - ONE RECORD PER PIECE OF MAIL THE POST     *
      * OFFICE SENT BACK, KEYED IN FROM THE ENVELOPE. A FORWARDING    *
      * ADDRESS IS PRESENT ONLY WHEN THE ENVELOPE CARRIED A           *
      * FORWARDING LABEL                                              *
      *****************************************************************
       FD  RETURNED-MAIL-FILE.
       01  RETURNED-MAIL-RECORD.
           05  RML-RETURN-DATE         PIC X(8).
           05  RML-LAST-NAME           PIC X(25).
           05  RML-FIRST-NAME          PIC X(20).
           05  RML-ADDRESS-LINE1       PIC X(25).
           05  RML-CITY                PIC X(15).
           05  RML-STATE-CODE          PIC X(2).
           05  RML-ZIP-CODE            PIC X(9).
           05  RML-RETURN-REASON       PIC X(2).
           05  RML-FWD-ADDRESS-LINE1   PIC X(25).
           05  RML-FWD-CITY            PIC X(15).
           05  RML-FWD-STATE-CODE      PIC X(2).
           05  RML-FWD-ZIP-CODE        PIC X(9).
           05  FILLER                  PIC X(3).

       FD  ADDRESS-VERIFY-FILE.
           COPY ADDRVRC.

      *****************************************************************
      * PREPARED ADDRESS CHANGES - ONE 'C' TRANSACTION PER IN-STATE   *
      * FORWARDING ADDRESS, CARRYING THE FULL MASTER IMAGE WITH THE   *
      * NEW ADDRESS IN PLACE, IN THE MAINT-TRAN-RECORD LAYOUT SO THE  *
      * FILE FEEDS APPLICANT-MAINT AS ITS TRANSACTION FILE UNCHANGED  *
      *****************************************************************
       FD  ADDRESS-TRAN-FILE.
       01  ADDRESS-TRAN-RECORD.
           05  ATRN-ACTION-CODE        PIC X(1).
           05  ATRN-OPERATOR-ID        PIC X(8).
           05  ATRN-APPLICANT-IMAGE    PIC X(209).

       FD  CONTACT-NOTICE-FILE.
           COPY NOTREC.

       FD  ADDRESS-REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE             PIC X(8).
           05  WS-RESPONSE-DUE-DATE    PIC X(8).
           05  WS-RESPONSE-DUE-NUM REDEFINES WS-RESPONSE-DUE-DATE.
               10  WS-RESPONSE-DUE-YEAR    PIC 9(4).
               10  WS-RESPONSE-DUE-MONTH   PIC 9(2).
               10  WS-RESPONSE-DUE-DAY     PIC 9(2).

      *****************************************************************
      * THE 30-DAY RESPONSE PERIOD IS TAKEN AS ONE CALENDAR MONTH     *
      * FROM THE PEND DATE, THE SAME WAY THE RECERT REPORT WORKS ITS  *
      * 60-DAY WINDOW                                                 *
      *****************************************************************
       01  WS-PROGRAM-CONSTANTS.
           05  WS-RESPONSE-PERIOD-MONTHS PIC 9(2) VALUE 1.
           05  WS-NCOA-OPERATOR-ID     PIC X(8) VALUE "NCOAUPDT".
           05  WS-LOWER-CASE           PIC X(26) VALUE
               "abcdefghijklmnopqrstuvwxyz".
           05  WS-UPPER-CASE           PIC X(26) VALUE
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *****************************************************************
      * MATCH KEY - NAME, STREET ADDRESS, CITY, AND FIVE-DIGIT ZIP,   *
      * FOLDED TO UPPER CASE SO KEYED ENTRY DIFFERENCES DO NOT MISS   *
      *****************************************************************
       01  WS-MATCH-KEY.
           05  MK-LAST-NAME            PIC X(25).
           05  MK-FIRST-NAME           PIC X(20).
           05  MK-ADDRESS-LINE1        PIC X(25).
           05  MK-CITY                 PIC X(15).
           05  MK-ZIP-CODE             PIC X(5).

      *****************************************************************
      * APPLICANT KEY TABLE - EVERY CASE'S MATCH KEY, SORTED (UNUSED  *
      * SLOTS HOLD HIGH-VALUES) AND BINARY SEARCHED FOR EACH NCOA AND *
      * RETURNED MAIL RECORD                                          *
      *****************************************************************
       01  WS-APPLICANT-KEY-TABLE.
           05  WS-AKY-ENTRY OCCURS 20000 TIMES
                   ASCENDING KEY IS WS-AKY-MATCH-KEY
                   INDEXED BY WS-AKY-IDX.
               10  WS-AKY-MATCH-KEY        PIC X(90).
               10  WS-AKY-APP-ID           PIC X(8).

       01  WS-AKY-TABLE-FIELDS.
           05  WS-AKY-MAX-ENTRIES      PIC 9(5) VALUE 20000.
           05  WS-AKY-TABLE-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-AKY-TABLE-FULL       PIC X VALUE 'N'.
           05  WS-AKY-MATCH-FOUND      PIC X VALUE 'N'.

      *****************************************************************
      * MATCHED ADDRESS EVENTS - ONE ENTRY PER NCOA OR RETURNED MAIL  *
      * RECORD THAT FOUND ITS CASE, SORTED BY APPLICANT ID (AND       *
      * ARRIVAL ORDER WITHIN A CASE) FOR THE PASS AGAINST THE MASTER  *
      *****************************************************************
       01  WS-EVENT-TABLE.
           05  WS-EVT-ENTRY OCCURS 5000 TIMES
                   ASCENDING KEY IS WS-EVT-APP-ID WS-EVT-SEQUENCE
                   INDEXED BY WS-EVT-IDX.
               10  WS-EVT-APP-ID           PIC X(8).
               10  WS-EVT-SEQUENCE         PIC 9(5).
               10  WS-EVT-SOURCE-CODE      PIC X(1).
               10  WS-EVT-FORWARD-FLAG     PIC X(1).
               10  WS-EVT-NEW-ADDRESS-LINE1 PIC X(25).
               10  WS-EVT-NEW-CITY         PIC X(15).
               10  WS-EVT-NEW-STATE-CODE   PIC X(2).
               10  WS-EVT-NEW-ZIP-CODE     PIC X(9).

       01  WS-EVT-TABLE-FIELDS.
           05  WS-EVT-MAX-ENTRIES      PIC 9(5) VALUE 5000.
           05  WS-EVT-TABLE-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-EVT-TABLE-FULL       PIC X VALUE 'N'.
           05  WS-EVT-ENTRY-NBR        PIC 9(5) VALUE ZERO.
           05  WS-EVT-CURRENT-ID       PIC X(8).

      *****************************************************************
      * THE EVENT BEING MATCHED, IN ONE LAYOUT FOR BOTH SOURCES       *
      *****************************************************************
       01  WS-EVENT-FIELDS.
           05  WS-EVENT-SOURCE-CODE    PIC X(1).
           05  WS-EVENT-FORWARD-FLAG   PIC X(1).
           05  WS-EVENT-NEW-ADDRESS-LINE1 PIC X(25).
           05  WS-EVENT-NEW-CITY       PIC X(15).
           05  WS-EVENT-NEW-STATE-CODE PIC X(2).
           05  WS-EVENT-NEW-ZIP-CODE   PIC X(9).

      *****************************************************************
      * ADDRESS VERIFICATION PENDS CARRIED FROM THE LAST RUN, SORTED  *
      * BY APPLICANT ID AND WALKED FORWARD AGAINST THE MASTER         *
      *****************************************************************
       01  WS-PEND-TABLE.
           05  WS-PND-ENTRY OCCURS 10000 TIMES
                   ASCENDING KEY IS WS-PND-APP-ID
                   INDEXED BY WS-PND-IDX.
               10  WS-PND-APP-ID           PIC X(8).
               10  WS-PND-DATA             PIC X(72).

       01  WS-PND-TABLE-FIELDS.
           05  WS-PND-MAX-ENTRIES      PIC 9(5) VALUE 10000.
           05  WS-PND-TABLE-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-PND-TABLE-FULL       PIC X VALUE 'N'.
           05  WS-PND-ENTRY-NBR        PIC 9(5) VALUE ZERO.
           05  WS-PND-CURRENT-ID       PIC X(8).
           05  WS-CASE-PEND-FLAG       PIC X VALUE 'N'.
               88  WS-CASE-PENDED           VALUE 'Y'.

       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "ADDRESS CHANGE AND RETURNED MAIL".
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  HDG-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "PAGE: ".
           05  HDG-PAGE-NUMBER         PIC ZZZ9.
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(10) VALUE "SOURCE".
           05  FILLER                  PIC X(10) VALUE "APP ID".
           05  FILLER                  PIC X(32) VALUE "NAME".
           05  FILLER                  PIC X(36) VALUE "ACTION".
           05  FILLER                  PIC X(8) VALUE "STATE".
           05  FILLER                  PIC X(10) VALUE "DUE DATE".
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DTL-SOURCE              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-APP-ID              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-NAME                PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-ACTION              PIC X(34).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-STATE-CODE          PIC X(2).
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  DTL-DUE-DATE            PIC X(8).
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-REPORT-TOTAL-LINE.
           05  TTL-LABEL               PIC X(36).
           05  TTL-COUNT               PIC ZZZZZ9.
           05  FILLER                  PIC X(90) VALUE SPACES.

       01  WS-REPORT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(3) VALUE 99.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.
           05  WS-PAGE-NUMBER          PIC 9(4) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-APPLICANT-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-NCOA-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-RETURNED-MAIL-COUNT  PIC 9(6) VALUE ZERO.
           05  WS-UNMATCHED-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-CHANGE-TRAN-COUNT    PIC 9(6) VALUE ZERO.
           05  WS-ALREADY-CURRENT-COUNT PIC 9(6) VALUE ZERO.
           05  WS-NEW-PEND-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-ALREADY-PENDED-COUNT PIC 9(6) VALUE ZERO.
           05  WS-RESOLVED-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-WHEREABOUTS-COUNT    PIC 9(6) VALUE ZERO.
           05  WS-ORPHAN-PEND-COUNT    PIC 9(6) VALUE ZERO.
           05  WS-NOTICE-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-PEND-WRITE-COUNT     PIC 9(6) VALUE ZERO.

       01  WS-FLAGS.
           05  WS-APP-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-NCOA-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-RML-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-AVP-EOF-FLAG         PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INITIALIZE-PROGRAM
           PERFORM LOAD-APPLICANT-KEYS
           PERFORM MATCH-NCOA-FILE
           PERFORM MATCH-RETURNED-MAIL-FILE
           PERFORM LOAD-ADDRESS-PENDS
           PERFORM APPLY-ADDRESS-EVENTS
           PERFORM WRITE-REPORT-TOTALS
           PERFORM DISPLAY-SUMMARY-TOTALS
           PERFORM TERMINATE-PROGRAM
           STOP RUN.

       INITIALIZE-PROGRAM.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           MOVE WS-RUN-DATE TO WS-RESPONSE-DUE-DATE
           ADD WS-RESPONSE-PERIOD-MONTHS TO WS-RESPONSE-DUE-MONTH
           IF WS-RESPONSE-DUE-MONTH > 12
               SUBTRACT 12 FROM WS-RESPONSE-DUE-MONTH
               ADD 1 TO WS-RESPONSE-DUE-YEAR
           END-IF

           MOVE HIGH-VALUES TO WS-EVENT-TABLE
           MOVE ZERO TO WS-EVT-TABLE-COUNT

           OPEN OUTPUT ADDRESS-TRAN-FILE
           OPEN OUTPUT CONTACT-NOTICE-FILE
           OPEN OUTPUT ADDRESS-REPORT-FILE.

       LOAD-APPLICANT-KEYS.
           MOVE HIGH-VALUES TO WS-APPLICANT-KEY-TABLE
           MOVE ZERO TO WS-AKY-TABLE-COUNT

           OPEN INPUT APPLICANT-FILE
           READ APPLICANT-FILE
               AT END MOVE 'Y' TO WS-APP-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-APP-EOF-FLAG = 'Y'
               IF WS-AKY-TABLE-COUNT < WS-AKY-MAX-ENTRIES
                   ADD 1 TO WS-AKY-TABLE-COUNT
                   MOVE APP-LAST-NAME TO MK-LAST-NAME
                   MOVE APP-FIRST-NAME TO MK-FIRST-NAME
                   MOVE APP-ADDRESS-LINE1 TO MK-ADDRESS-LINE1
                   MOVE APP-CITY TO MK-CITY
                   MOVE APP-ZIP-CODE(1:5) TO MK-ZIP-CODE
                   INSPECT WS-MATCH-KEY
                       CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
                   MOVE WS-MATCH-KEY
                       TO WS-AKY-MATCH-KEY(WS-AKY-TABLE-COUNT)
                   MOVE APP-ID TO WS-AKY-APP-ID(WS-AKY-TABLE-COUNT)
               ELSE
                   IF WS-AKY-TABLE-FULL = 'N'
                       MOVE 'Y' TO WS-AKY-TABLE-FULL
                       DISPLAY "WARNING: APPLICANT KEY TABLE FULL AT "
                           WS-AKY-MAX-ENTRIES " ENTRIES"
                   END-IF
               END-IF
               READ APPLICANT-FILE
                   AT END MOVE 'Y' TO WS-APP-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE APPLICANT-FILE

      *    UNUSED SLOTS HOLD HIGH-VALUES, SO THE SORT LEAVES THE REAL
      *    ENTRIES AT THE FRONT IN KEY ORDER FOR THE BINARY SEARCH
           SORT WS-AKY-ENTRY ON ASCENDING KEY WS-AKY-MATCH-KEY.

       MATCH-NCOA-FILE.
           OPEN INPUT NCOA-FILE
           READ NCOA-FILE
               AT END MOVE 'Y' TO WS-NCOA-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-NCOA-EOF-FLAG = 'Y'
               ADD 1 TO WS-NCOA-COUNT
               MOVE NCOA-LAST-NAME TO MK-LAST-NAME
               MOVE NCOA-FIRST-NAME TO MK-FIRST-NAME
               MOVE NCOA-OLD-ADDRESS-LINE1 TO MK-ADDRESS-LINE1
               MOVE NCOA-OLD-CITY TO MK-CITY
               MOVE NCOA-OLD-ZIP-CODE(1:5) TO MK-ZIP-CODE

               MOVE 'N' TO WS-EVENT-SOURCE-CODE
               MOVE NCOA-NEW-ADDRESS-LINE1 TO WS-EVENT-NEW-ADDRESS-LINE1
               MOVE NCOA-NEW-CITY TO WS-EVENT-NEW-CITY
               MOVE NCOA-NEW-STATE-CODE TO WS-EVENT-NEW-STATE-CODE
               MOVE NCOA-NEW-ZIP-CODE TO WS-EVENT-NEW-ZIP-CODE
               IF NCOA-NEW-ADDRESS-GIVEN
                  AND NCOA-NEW-ADDRESS-LINE1 NOT = SPACES
                   MOVE 'Y' TO WS-EVENT-FORWARD-FLAG
               ELSE
                   MOVE 'N' TO WS-EVENT-FORWARD-FLAG
               END-IF

               PERFORM MATCH-ADDRESS-EVENT
               READ NCOA-FILE
                   AT END MOVE 'Y' TO WS-NCOA-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE NCOA-FILE.

       MATCH-RETURNED-MAIL-FILE.
           OPEN INPUT RETURNED-MAIL-FILE
           READ RETURNED-MAIL-FILE
               AT END MOVE 'Y' TO WS-RML-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-RML-EOF-FLAG = 'Y'
               ADD 1 TO WS-RETURNED-MAIL-COUNT
               MOVE RML-LAST-NAME TO MK-LAST-NAME
               MOVE RML-FIRST-NAME TO MK-FIRST-NAME
               MOVE RML-ADDRESS-LINE1 TO MK-ADDRESS-LINE1
               MOVE RML-CITY TO MK-CITY
               MOVE RML-ZIP-CODE(1:5) TO MK-ZIP-CODE

               MOVE 'R' TO WS-EVENT-SOURCE-CODE
               MOVE RML-FWD-ADDRESS-LINE1 TO WS-EVENT-NEW-ADDRESS-LINE1
               MOVE RML-FWD-CITY TO WS-EVENT-NEW-CITY
               MOVE RML-FWD-STATE-CODE TO WS-EVENT-NEW-STATE-CODE
               MOVE RML-FWD-ZIP-CODE TO WS-EVENT-NEW-ZIP-CODE
               IF RML-FWD-ADDRESS-LINE1 NOT = SPACES
                   MOVE 'Y' TO WS-EVENT-FORWARD-FLAG
               ELSE
                   MOVE 'N' TO WS-EVENT-FORWARD-FLAG
               END-IF

               PERFORM MATCH-ADDRESS-EVENT
               READ RETURNED-MAIL-FILE
                   AT END MOVE 'Y' TO WS-RML-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE RETURNED-MAIL-FILE

      *    UNUSED SLOTS HOLD HIGH-VALUES, SO THE SORT LEAVES THE REAL
      *    ENTRIES AT THE FRONT IN APPLICANT ID ORDER FOR THE MERGE
           SORT WS-EVT-ENTRY ON ASCENDING KEY WS-EVT-APP-ID
                                              WS-EVT-SEQUENCE.

      *    AN EVENT THAT MATCHES NO CASE IS LISTED FOR THE MAILROOM -
      *    IT IS USUALLY A NAME OR ADDRESS KEYED DIFFERENTLY
       MATCH-ADDRESS-EVENT.
           INSPECT WS-MATCH-KEY
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           MOVE 'N' TO WS-AKY-MATCH-FOUND

           SEARCH ALL WS-AKY-ENTRY
               AT END
                   CONTINUE
               WHEN WS-AKY-MATCH-KEY(WS-AKY-IDX) = WS-MATCH-KEY
                   MOVE 'Y' TO WS-AKY-MATCH-FOUND
           END-SEARCH

           IF WS-AKY-MATCH-FOUND = 'N'
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE SPACES TO DTL-APP-ID
               MOVE "NO MATCH ON APPLICANT MASTER" TO DTL-ACTION
               MOVE SPACES TO DTL-STATE-CODE
               MOVE SPACES TO DTL-DUE-DATE
               PERFORM SET-EVENT-SOURCE-NAME
               PERFORM WRITE-DETAIL-LINE
           ELSE
               IF WS-EVT-TABLE-COUNT < WS-EVT-MAX-ENTRIES
                   ADD 1 TO WS-EVT-TABLE-COUNT
                   MOVE WS-AKY-APP-ID(WS-AKY-IDX)
                       TO WS-EVT-APP-ID(WS-EVT-TABLE-COUNT)
                   MOVE WS-EVT-TABLE-COUNT
                       TO WS-EVT-SEQUENCE(WS-EVT-TABLE-COUNT)
                   MOVE WS-EVENT-SOURCE-CODE
                       TO WS-EVT-SOURCE-CODE(WS-EVT-TABLE-COUNT)
                   MOVE WS-EVENT-FORWARD-FLAG
                       TO WS-EVT-FORWARD-FLAG(WS-EVT-TABLE-COUNT)
                   MOVE WS-EVENT-NEW-ADDRESS-LINE1
                       TO WS-EVT-NEW-ADDRESS-LINE1(WS-EVT-TABLE-COUNT)
                   MOVE WS-EVENT-NEW-CITY
                       TO WS-EVT-NEW-CITY(WS-EVT-TABLE-COUNT)
                   MOVE WS-EVENT-NEW-STATE-CODE
                       TO WS-EVT-NEW-STATE-CODE(WS-EVT-TABLE-COUNT)
                   MOVE WS-EVENT-NEW-ZIP-CODE
                       TO WS-EVT-NEW-ZIP-CODE(WS-EVT-TABLE-COUNT)
               ELSE
                   IF WS-EVT-TABLE-FULL = 'N'
                       MOVE 'Y' TO WS-EVT-TABLE-FULL
                       DISPLAY "WARNING: ADDRESS EVENT TABLE FULL AT "
                           WS-EVT-MAX-ENTRIES " ENTRIES"
                   END-IF
               END-IF
           END-IF.

       SET-EVENT-SOURCE-NAME.
           IF WS-EVENT-SOURCE-CODE = 'N'
               MOVE "NCOA" TO DTL-SOURCE
           ELSE
               MOVE "RETMAIL" TO DTL-SOURCE
           END-IF
           MOVE SPACES TO DTL-NAME
           STRING MK-LAST-NAME DELIMITED BY SPACE
                  ", " DELIMITED BY SIZE
                  MK-FIRST-NAME DELIMITED BY SPACE
               INTO DTL-NAME
           END-STRING.

       LOAD-ADDRESS-PENDS.
           MOVE HIGH-VALUES TO WS-PEND-TABLE
           MOVE ZERO TO WS-PND-TABLE-COUNT

           OPEN INPUT ADDRESS-VERIFY-FILE
           READ ADDRESS-VERIFY-FILE
               AT END MOVE 'Y' TO WS-AVP-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-AVP-EOF-FLAG = 'Y'
               IF WS-PND-TABLE-COUNT < WS-PND-MAX-ENTRIES
                   ADD 1 TO WS-PND-TABLE-COUNT
                   MOVE ADDRESS-VERIFY-RECORD
                       TO WS-PND-ENTRY(WS-PND-TABLE-COUNT)
               ELSE
                   IF WS-PND-TABLE-FULL = 'N'
                       MOVE 'Y' TO WS-PND-TABLE-FULL
                       DISPLAY "WARNING: ADDRESS PEND TABLE FULL AT "
                           WS-PND-MAX-ENTRIES " ENTRIES"
                   END-IF
               END-IF
               READ ADDRESS-VERIFY-FILE
                   AT END MOVE 'Y' TO WS-AVP-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE ADDRESS-VERIFY-FILE

           SORT WS-PND-ENTRY ON ASCENDING KEY WS-PND-APP-ID.

      *****************************************************************
      * ONE PASS OVER THE MASTER WITH THE MATCHED EVENTS AND THE      *
      * CARRIED PENDS BOTH IN APPLICANT ID ORDER. EACH CASE'S PEND    *
      * IS SETTLED FIRST, THEN ITS NEW EVENTS ARE ACTED ON, AND THE   *
      * PEND FILE IS REWRITTEN AS THE PASS GOES                       *
      *****************************************************************
       APPLY-ADDRESS-EVENTS.
           MOVE 1 TO WS-EVT-ENTRY-NBR
           PERFORM SET-EVENT-CURRENT-ID
           MOVE 1 TO WS-PND-ENTRY-NBR
           PERFORM SET-PEND-CURRENT-ID

           OPEN OUTPUT ADDRESS-VERIFY-FILE
           MOVE 'N' TO WS-APP-EOF-FLAG
           OPEN INPUT APPLICANT-FILE
           READ APPLICANT-FILE
               AT END MOVE 'Y' TO WS-APP-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-APP-EOF-FLAG = 'Y'
               ADD 1 TO WS-APPLICANT-COUNT
               PERFORM UNTIL WS-PND-CURRENT-ID >= APP-ID
                   PERFORM DROP-ORPHAN-PEND
                   ADD 1 TO WS-PND-ENTRY-NBR
                   PERFORM SET-PEND-CURRENT-ID
               END-PERFORM

               MOVE 'N' TO WS-CASE-PEND-FLAG
               IF WS-PND-CURRENT-ID = APP-ID
                   PERFORM CHECK-EXISTING-PEND
                   ADD 1 TO WS-PND-ENTRY-NBR
                   PERFORM SET-PEND-CURRENT-ID
               END-IF

               PERFORM UNTIL WS-EVT-CURRENT-ID > APP-ID
                   IF WS-EVT-CURRENT-ID = APP-ID
                       PERFORM PROCESS-CASE-EVENT
                   END-IF
                   ADD 1 TO WS-EVT-ENTRY-NBR
                   PERFORM SET-EVENT-CURRENT-ID
               END-PERFORM

               IF WS-CASE-PENDED
                   WRITE ADDRESS-VERIFY-RECORD
                   ADD 1 TO WS-PEND-WRITE-COUNT
               END-IF

               READ APPLICANT-FILE
                   AT END MOVE 'Y' TO WS-APP-EOF-FLAG
               END-READ
           END-PERFORM

           PERFORM UNTIL WS-PND-CURRENT-ID = HIGH-VALUES
               PERFORM DROP-ORPHAN-PEND
               ADD 1 TO WS-PND-ENTRY-NBR
               PERFORM SET-PEND-CURRENT-ID
           END-PERFORM

           CLOSE APPLICANT-FILE
           CLOSE ADDRESS-VERIFY-FILE.

       SET-EVENT-CURRENT-ID.
           IF WS-EVT-ENTRY-NBR > WS-EVT-TABLE-COUNT
               MOVE HIGH-VALUES TO WS-EVT-CURRENT-ID
           ELSE
               MOVE WS-EVT-APP-ID(WS-EVT-ENTRY-NBR) TO WS-EVT-CURRENT-ID
           END-IF.

       SET-PEND-CURRENT-ID.
           IF WS-PND-ENTRY-NBR > WS-PND-TABLE-COUNT
               MOVE HIGH-VALUES TO WS-PND-CURRENT-ID
           ELSE
               MOVE WS-PND-APP-ID(WS-PND-ENTRY-NBR) TO WS-PND-CURRENT-ID
           END-IF.

       DROP-ORPHAN-PEND.
           ADD 1 TO WS-ORPHAN-PEND-COUNT
           MOVE "PENDING" TO DTL-SOURCE
           MOVE WS-PND-CURRENT-ID TO DTL-APP-ID
           MOVE SPACES TO DTL-NAME
           MOVE "CASE OFF MASTER - PEND DROPPED" TO DTL-ACTION
           MOVE SPACES TO DTL-STATE-CODE
           MOVE SPACES TO DTL-DUE-DATE
           PERFORM WRITE-DETAIL-LINE.

      *    A PEND IS SETTLED ONCE THE MASTER ADDRESS NO LONGER MATCHES
      *    THE ADDRESS THE MAIL FAILED AT - THE HOUSEHOLD HAS BEEN IN
      *    TOUCH AND A WORKER HAS KEYED THE CHANGE. A PEND STILL OPEN
      *    PAST ITS RESPONSE DATE IS MARKED WHEREABOUTS UNKNOWN
       CHECK-EXISTING-PEND.
           MOVE WS-PND-ENTRY(WS-PND-ENTRY-NBR) TO ADDRESS-VERIFY-RECORD
           PERFORM SET-CASE-NAME
           MOVE "PENDING" TO DTL-SOURCE
           MOVE AVP-NEW-STATE-CODE TO DTL-STATE-CODE
           MOVE AVP-RESPONSE-DUE-DATE TO DTL-DUE-DATE

           IF APP-ADDRESS-LINE1 NOT = AVP-OLD-ADDRESS-LINE1
              OR APP-ZIP-CODE NOT = AVP-OLD-ZIP-CODE
               ADD 1 TO WS-RESOLVED-COUNT
               MOVE "ADDRESS UPDATED - PEND RESOLVED" TO DTL-ACTION
               PERFORM WRITE-DETAIL-LINE
           ELSE
               MOVE 'Y' TO WS-CASE-PEND-FLAG
               IF AVP-STATUS-PENDING
                  AND AVP-RESPONSE-DUE-DATE < WS-RUN-DATE
                   MOVE 'W' TO AVP-STATUS
                   ADD 1 TO WS-WHEREABOUTS-COUNT
                   MOVE "NO RESPONSE - WHEREABOUTS UNKNOWN"
                       TO DTL-ACTION
                   PERFORM WRITE-DETAIL-LINE
               END-IF
           END-IF.

       SET-CASE-NAME.
           MOVE APP-ID TO DTL-APP-ID
           MOVE SPACES TO DTL-NAME
           STRING APP-LAST-NAME DELIMITED BY SPACE
                  ", " DELIMITED BY SIZE
                  APP-FIRST-NAME DELIMITED BY SPACE
               INTO DTL-NAME
           END-STRING.

      *****************************************************************
      * ACTS ON ONE MATCHED EVENT. A FORWARDING ADDRESS IN THE CASE'S *
      * OWN STATE IS KEYED FOR APPLICANT-MAINT; ANYTHING ELSE PENDS   *
      * THE CASE FOR VERIFICATION UNLESS IT IS ALREADY PENDED         *
      *****************************************************************
       PROCESS-CASE-EVENT.
           PERFORM SET-CASE-NAME
           IF WS-EVT-SOURCE-CODE(WS-EVT-ENTRY-NBR) = 'N'
               MOVE "NCOA" TO DTL-SOURCE
           ELSE
               MOVE "RETMAIL" TO DTL-SOURCE
           END-IF
           MOVE WS-EVT-NEW-STATE-CODE(WS-EVT-ENTRY-NBR)
               TO DTL-STATE-CODE
           MOVE SPACES TO DTL-DUE-DATE

           IF WS-EVT-FORWARD-FLAG(WS-EVT-ENTRY-NBR) = 'Y'
              AND WS-EVT-NEW-STATE-CODE(WS-EVT-ENTRY-NBR)
                  = APP-STATE-CODE
               IF WS-EVT-NEW-ADDRESS-LINE1(WS-EVT-ENTRY-NBR)
                  = APP-ADDRESS-LINE1
                  AND WS-EVT-NEW-ZIP-CODE(WS-EVT-ENTRY-NBR)
                      = APP-ZIP-CODE
                   ADD 1 TO WS-ALREADY-CURRENT-COUNT
                   MOVE "FORWARDING ADDRESS ALREADY ON FILE"
                       TO DTL-ACTION
               ELSE
                   PERFORM WRITE-CHANGE-TRANSACTION
                   MOVE "IN-STATE MOVE - CHANGE PREPARED"
                       TO DTL-ACTION
               END-IF
           ELSE
               IF WS-CASE-PENDED
                   ADD 1 TO WS-ALREADY-PENDED-COUNT
                   MOVE "ALREADY PENDED FOR VERIFICATION"
                       TO DTL-ACTION
               ELSE
                   PERFORM CREATE-ADDRESS-PEND
                   MOVE WS-RESPONSE-DUE-DATE TO DTL-DUE-DATE
                   IF AVP-REASON-OUT-OF-STATE
                       MOVE "OUT-OF-STATE MOVE - PENDED"
                           TO DTL-ACTION
                   ELSE
                       MOVE "UNDELIVERABLE - PENDED" TO DTL-ACTION
                   END-IF
               END-IF
           END-IF

           PERFORM WRITE-DETAIL-LINE.

      *    THE NEW ADDRESS IS LAID OVER THE MASTER RECORD JUST READ,
      *    SO THE TRANSACTION CARRIES EVERY OTHER FIELD UNCHANGED AND
      *    A LATER EVENT FOR THE SAME CASE SEES THE NEW ADDRESS
       WRITE-CHANGE-TRANSACTION.
           MOVE WS-EVT-NEW-ADDRESS-LINE1(WS-EVT-ENTRY-NBR)
               TO APP-ADDRESS-LINE1
           MOVE WS-EVT-NEW-CITY(WS-EVT-ENTRY-NBR) TO APP-CITY
           MOVE WS-EVT-NEW-ZIP-CODE(WS-EVT-ENTRY-NBR) TO APP-ZIP-CODE

           MOVE SPACES TO ADDRESS-TRAN-RECORD
           MOVE 'C' TO ATRN-ACTION-CODE
           MOVE WS-NCOA-OPERATOR-ID TO ATRN-OPERATOR-ID
           MOVE APPLICANT-RECORD TO ATRN-APPLICANT-IMAGE
           WRITE ADDRESS-TRAN-RECORD
           ADD 1 TO WS-CHANGE-TRAN-COUNT.

       CREATE-ADDRESS-PEND.
           MOVE SPACES TO ADDRESS-VERIFY-RECORD
           MOVE APP-ID TO AVP-APP-ID
           MOVE WS-RUN-DATE TO AVP-PEND-DATE
           MOVE WS-RESPONSE-DUE-DATE TO AVP-RESPONSE-DUE-DATE
           MOVE WS-EVT-SOURCE-CODE(WS-EVT-ENTRY-NBR) TO AVP-SOURCE-CODE
           IF WS-EVT-FORWARD-FLAG(WS-EVT-ENTRY-NBR) = 'Y'
               MOVE 'O' TO AVP-REASON-CODE
               MOVE WS-EVT-NEW-STATE-CODE(WS-EVT-ENTRY-NBR)
                   TO AVP-NEW-STATE-CODE
           ELSE
               MOVE 'U' TO AVP-REASON-CODE
           END-IF
           MOVE 'P' TO AVP-STATUS
           MOVE APP-ADDRESS-LINE1 TO AVP-OLD-ADDRESS-LINE1
           MOVE APP-ZIP-CODE TO AVP-OLD-ZIP-CODE
           MOVE 'Y' TO WS-CASE-PEND-FLAG
           ADD 1 TO WS-NEW-PEND-COUNT
           PERFORM WRITE-CONTACT-NOTICE.

      *    THE NOTICE GOES TO THE FORWARDING ADDRESS WHEN THERE IS ONE,
      *    OTHERWISE TO THE ADDRESS ON FILE IN CASE THE RETURN WAS A
      *    ONE-OFF DELIVERY FAILURE
       WRITE-CONTACT-NOTICE.
           MOVE SPACES TO NOTICE-RECORD
           MOVE APP-ID TO NOT-APP-ID
           MOVE APP-LAST-NAME TO NOT-LAST-NAME
           MOVE APP-FIRST-NAME TO NOT-FIRST-NAME
           IF WS-EVT-FORWARD-FLAG(WS-EVT-ENTRY-NBR) = 'Y'
               MOVE WS-EVT-NEW-ADDRESS-LINE1(WS-EVT-ENTRY-NBR)
                   TO NOT-ADDRESS-LINE1
               MOVE WS-EVT-NEW-CITY(WS-EVT-ENTRY-NBR) TO NOT-CITY
               MOVE WS-EVT-NEW-STATE-CODE(WS-EVT-ENTRY-NBR)
                   TO NOT-STATE-CODE
               MOVE WS-EVT-NEW-ZIP-CODE(WS-EVT-ENTRY-NBR)
                   TO NOT-ZIP-CODE
           ELSE
               MOVE APP-ADDRESS-LINE1 TO NOT-ADDRESS-LINE1
               MOVE APP-CITY TO NOT-CITY
               MOVE APP-STATE-CODE TO NOT-STATE-CODE
               MOVE APP-ZIP-CODE TO NOT-ZIP-CODE
           END-IF
           MOVE "CONTACT" TO NOT-DETERMINATION
           MOVE ZERO TO NOT-BENEFIT-AMOUNT
           STRING "VERIFY ADDRESS - RESPOND BY " DELIMITED BY SIZE
                  WS-RESPONSE-DUE-DATE DELIMITED BY SIZE
               INTO NOT-DENIAL-REASON
           END-STRING
           MOVE WS-RUN-DATE TO NOT-EFFECTIVE-DATE
           WRITE NOTICE-RECORD
           ADD 1 TO WS-NOTICE-COUNT.

       WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADINGS
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

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

       WRITE-REPORT-TOTALS.
           IF WS-LINE-COUNT = 99
               PERFORM WRITE-PAGE-HEADINGS
           END-IF
           MOVE "NCOA RECORDS READ" TO TTL-LABEL
           MOVE WS-NCOA-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE "RETURNED MAIL RECORDS READ" TO TTL-LABEL
           MOVE WS-RETURNED-MAIL-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE
           MOVE "NOT MATCHED TO A CASE" TO TTL-LABEL
           MOVE WS-UNMATCHED-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE
           MOVE "ADDRESS CHANGES PREPARED" TO TTL-LABEL
           MOVE WS-CHANGE-TRAN-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE
           MOVE "CASES PENDED FOR VERIFICATION" TO TTL-LABEL
           MOVE WS-NEW-PEND-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE
           MOVE "PENDS RESOLVED" TO TTL-LABEL
           MOVE WS-RESOLVED-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE
           MOVE "MARKED WHEREABOUTS UNKNOWN" TO TTL-LABEL
           MOVE WS-WHEREABOUTS-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE
           MOVE "PENDS CARRIED FORWARD" TO TTL-LABEL
           MOVE WS-PEND-WRITE-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

       DISPLAY-SUMMARY-TOTALS.
           DISPLAY "ADDRESS CHANGE PROCESSING COMPLETE"
           DISPLAY "APPLICANTS READ: " WS-APPLICANT-COUNT
           DISPLAY "NCOA RECORDS READ: " WS-NCOA-COUNT
           DISPLAY "RETURNED MAIL RECORDS READ: " WS-RETURNED-MAIL-COUNT
           DISPLAY "NOT MATCHED: " WS-UNMATCHED-COUNT
           DISPLAY "ADDRESS CHANGES PREPARED: " WS-CHANGE-TRAN-COUNT
           DISPLAY "FORWARDING ALREADY ON FILE: "
               WS-ALREADY-CURRENT-COUNT
           DISPLAY "CASES PENDED: " WS-NEW-PEND-COUNT
           DISPLAY "ALREADY PENDED: " WS-ALREADY-PENDED-COUNT
           DISPLAY "CONTACT NOTICES WRITTEN: " WS-NOTICE-COUNT
           DISPLAY "PENDS RESOLVED: " WS-RESOLVED-COUNT
           DISPLAY "MARKED WHEREABOUTS UNKNOWN: " WS-WHEREABOUTS-COUNT
           DISPLAY "PENDS DROPPED - CASE OFF MASTER: "
               WS-ORPHAN-PEND-COUNT
           DISPLAY "PENDS CARRIED FORWARD: " WS-PEND-WRITE-COUNT.

       TERMINATE-PROGRAM.
           CLOSE ADDRESS-TRAN-FILE
           CLOSE CONTACT-NOTICE-FILE
           CLOSE ADDRESS-REPORT-FILE.
