       IDENTIFICATION DIVISION.
       PROGRAM-ID. SSA-VERIFY-RESP.
      *********************************************************
      * SSA ENUMERATION VERIFICATION RESPONSE                 *
      * POSTS THE SOCIAL SECURITY ADMINISTRATION'S RESULT -   *
      * VERIFIED, NAME MISMATCH, DATE OF BIRTH MISMATCH, OR   *
      * INVALID SSN - TO THE PENDING PERSON ON THE SSN        *
      * VERIFICATION STATUS FILE. A RESPONSE FOR A PERSON     *
      * WHOSE SSN, NAME, OR DATE OF BIRTH HAS SINCE BEEN      *
      * CORRECTED IS STALE AND IS IGNORED. ANYONE STILL       *
      * UNVERIFIED AFTER THE GRACE PERIOD IS MARKED FOR       *
      * RISK-ASSESSMENT AND THE CASEWORKER WORKLIST AND       *
      * LISTED ON THE UNVERIFIED SSN REPORT                   *
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SSN-VERIFY-FILE ASSIGN TO "SSNVER.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL SSA-RESPONSE-FILE ASSIGN TO "SSARESP.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT UNVERIFIED-REPORT-FILE ASSIGN TO "SSNUNVR.RPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SSN-VERIFY-FILE.
           COPY SSNVRC.

      *****************************************************************
      * SSA VERIFICATION RESPONSE - THE REQUEST AS SENT, WITH THE     *
      * REFERENCE ECHOED BACK AND ONE RESULT CODE                     *
      *****************************************************************
       FD  SSA-RESPONSE-FILE.
       01  SSA-RESPONSE-RECORD.
           05  SRSP-SSN                PIC X(9).
           05  SRSP-LAST-NAME          PIC X(25).
           05  SRSP-FIRST-NAME         PIC X(20).
           05  SRSP-DOB                PIC X(8).
           05  SRSP-REFERENCE.
               10  SRSP-APP-ID         PIC X(8).
               10  SRSP-MEMBER-NBR     PIC X(2).
           05  SRSP-RESULT-CODE        PIC X(1).
               88  SRSP-VALID-RESULT        VALUE 'V' 'N' 'D' 'I'.
           05  FILLER                  PIC X(7).

       FD  UNVERIFIED-REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE             PIC X(8).
           05  WS-GRACE-END-DATE       PIC X(8).
           05  WS-GRACE-END-NUM REDEFINES WS-GRACE-END-DATE.
               10  WS-GRACE-END-YEAR       PIC 9(4).
               10  WS-GRACE-END-MONTH      PIC 9(2).
               10  WS-GRACE-END-DAY        PIC 9(2).

      *****************************************************************
      * A PERSON HAS TWO CALENDAR MONTHS FROM THE REQUEST DATE TO     *
      * CLEAR A FAILED RESULT - LONG ENOUGH FOR THE WORKER TO KEY A   *
      * CORRECTION AND GET A FRESH ANSWER BACK FROM SSA               *
      *****************************************************************
       01  WS-PROGRAM-CONSTANTS.
           05  WS-GRACE-PERIOD-MONTHS  PIC 9(2) VALUE 2.

      *****************************************************************
      * VERIFICATION STATUS TABLE - THE WHOLE STATUS FILE IS HELD     *
      * HERE WHILE THE RESPONSES ARE POSTED, SORTED (UNUSED SLOTS     *
      * HOLD HIGH-VALUES) AND BINARY SEARCHED ON THE REFERENCE        *
      *****************************************************************
       01  WS-SSV-TABLE.
           05  WS-SSV-ENTRY OCCURS 20000 TIMES
                   ASCENDING KEY IS WS-SSV-KEY
                   INDEXED BY WS-SSV-IDX.
               10  WS-SSV-KEY              PIC X(10).
               10  WS-SSV-DATA             PIC X(90).

       01  WS-SSV-TABLE-FIELDS.
           05  WS-SSV-MAX-ENTRIES      PIC 9(5) VALUE 20000.
           05  WS-SSV-TABLE-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-SSV-TABLE-FULL       PIC X VALUE 'N'.
           05  WS-SSV-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-SSV-MATCH-FOUND      PIC X VALUE 'N'.
           05  WS-SSV-ENTRY-NBR        PIC 9(5) VALUE ZERO.

       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "UNVERIFIED SSNS PAST GRACE PERIOD".
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
           05  FILLER                  PIC X(22) VALUE "FIRST NAME".
           05  FILLER                  PIC X(16) VALUE "SSA RESULT".
           05  FILLER                  PIC X(10) VALUE "REQUESTED".
           05  FILLER                  PIC X(10) VALUE "ANSWERED".
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-REPORT-DETAIL-LINE.
           05  DTL-APP-ID              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-MEMBER-NBR          PIC X(2).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  DTL-SSN                 PIC X(9).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-LAST-NAME           PIC X(25).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-FIRST-NAME          PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-RESULT              PIC X(14).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-REQUEST-DATE        PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-RESPONSE-DATE       PIC X(8).
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER                  PIC X(34) VALUE
               "UNVERIFIED PAST GRACE PERIOD: ".
           05  TOT-UNVERIFIED-COUNT    PIC ZZZZZ9.
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  WS-REPORT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(3) VALUE 99.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.
           05  WS-PAGE-NUMBER          PIC 9(4) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-RESPONSE-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-VERIFIED-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-NAME-MISMATCH-COUNT  PIC 9(6) VALUE ZERO.
           05  WS-DOB-MISMATCH-COUNT   PIC 9(6) VALUE ZERO.
           05  WS-INVALID-SSN-COUNT    PIC 9(6) VALUE ZERO.
           05  WS-STALE-RESPONSE-COUNT PIC 9(6) VALUE ZERO.
           05  WS-UNMATCHED-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-BAD-RESULT-COUNT     PIC 9(6) VALUE ZERO.
           05  WS-UNVERIFIED-COUNT     PIC 9(6) VALUE ZERO.

       01  WS-FLAGS.
           05  WS-RSP-EOF-FLAG         PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-VERIFICATION-STATUS
           PERFORM POST-SSA-RESPONSES
           PERFORM REWRITE-VERIFICATION-STATUS

           DISPLAY "SSA VERIFICATION RESPONSE COMPLETE"
           DISPLAY "RESPONSES READ: " WS-RESPONSE-COUNT
           DISPLAY "VERIFIED: " WS-VERIFIED-COUNT
           DISPLAY "NAME MISMATCH: " WS-NAME-MISMATCH-COUNT
           DISPLAY "DOB MISMATCH: " WS-DOB-MISMATCH-COUNT
           DISPLAY "INVALID SSN: " WS-INVALID-SSN-COUNT
           DISPLAY "STALE RESPONSES IGNORED: " WS-STALE-RESPONSE-COUNT
           DISPLAY "RESPONSES NOT ON STATUS FILE: " WS-UNMATCHED-COUNT
           DISPLAY "UNRECOGNIZED RESULT CODES: " WS-BAD-RESULT-COUNT
           DISPLAY "UNVERIFIED PAST GRACE PERIOD: "
               WS-UNVERIFIED-COUNT
           STOP RUN.

       LOAD-VERIFICATION-STATUS.
           MOVE ZERO TO WS-SSV-TABLE-COUNT
           MOVE HIGH-VALUES TO WS-SSV-TABLE

           OPEN INPUT SSN-VERIFY-FILE
           READ SSN-VERIFY-FILE
               AT END MOVE 'Y' TO WS-SSV-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-SSV-EOF-FLAG = 'Y'
               IF WS-SSV-TABLE-COUNT < WS-SSV-MAX-ENTRIES
                   ADD 1 TO WS-SSV-TABLE-COUNT
                   MOVE SSN-VERIFY-RECORD
                       TO WS-SSV-ENTRY(WS-SSV-TABLE-COUNT)
               ELSE
                   IF WS-SSV-TABLE-FULL = 'N'
                       MOVE 'Y' TO WS-SSV-TABLE-FULL
                       DISPLAY "WARNING: SSN STATUS TABLE FULL AT "
                           WS-SSV-MAX-ENTRIES " ENTRIES"
                   END-IF
               END-IF
               READ SSN-VERIFY-FILE
                   AT END MOVE 'Y' TO WS-SSV-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE SSN-VERIFY-FILE

      *    UNUSED SLOTS HOLD HIGH-VALUES, SO THE SORT LEAVES THE REAL
      *    ENTRIES AT THE FRONT IN KEY ORDER FOR THE BINARY SEARCH
           SORT WS-SSV-ENTRY ON ASCENDING KEY WS-SSV-KEY.

       POST-SSA-RESPONSES.
           OPEN INPUT SSA-RESPONSE-FILE
           READ SSA-RESPONSE-FILE
               AT END MOVE 'Y' TO WS-RSP-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-RSP-EOF-FLAG = 'Y'
               ADD 1 TO WS-RESPONSE-COUNT
               PERFORM POST-ONE-RESPONSE
               READ SSA-RESPONSE-FILE
                   AT END MOVE 'Y' TO WS-RSP-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE SSA-RESPONSE-FILE.

      *    ONLY A PERSON STILL PENDING UNDER THE SAME SSN, NAME, AND
      *    DATE OF BIRTH TAKES THE RESULT - IF ANY OF THEM WAS
      *    CORRECTED AFTER THE REQUEST WENT OUT, A NEW REQUEST IS
      *    ALREADY ON ITS WAY AND THIS ANSWER IS TO THE OLD ONE
       POST-ONE-RESPONSE.
           MOVE 'N' TO WS-SSV-MATCH-FOUND

           SEARCH ALL WS-SSV-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SSV-KEY(WS-SSV-IDX) = SRSP-REFERENCE
                   MOVE 'Y' TO WS-SSV-MATCH-FOUND
                   MOVE WS-SSV-ENTRY(WS-SSV-IDX) TO SSN-VERIFY-RECORD
           END-SEARCH

           IF WS-SSV-MATCH-FOUND = 'N'
               ADD 1 TO WS-UNMATCHED-COUNT
               DISPLAY "SSA RESPONSE NOT ON STATUS FILE: "
                   SRSP-REFERENCE
           ELSE
               IF NOT SRSP-VALID-RESULT
                   ADD 1 TO WS-BAD-RESULT-COUNT
                   DISPLAY "UNRECOGNIZED SSA RESULT CODE: "
                       SRSP-REFERENCE " " SRSP-RESULT-CODE
               ELSE
                   IF NOT SSV-PENDING
                      OR SSV-SSN NOT = SRSP-SSN
                      OR SSV-LAST-NAME NOT = SRSP-LAST-NAME
                      OR SSV-FIRST-NAME NOT = SRSP-FIRST-NAME
                      OR SSV-DOB NOT = SRSP-DOB
                       ADD 1 TO WS-STALE-RESPONSE-COUNT
                   ELSE
                       MOVE SRSP-RESULT-CODE TO SSV-STATUS
                       MOVE WS-RUN-DATE TO SSV-RESPONSE-DATE
                       EVALUATE TRUE
                           WHEN SSV-VERIFIED
                               ADD 1 TO WS-VERIFIED-COUNT
                           WHEN SSV-NAME-MISMATCH
                               ADD 1 TO WS-NAME-MISMATCH-COUNT
                           WHEN SSV-DOB-MISMATCH
                               ADD 1 TO WS-DOB-MISMATCH-COUNT
                           WHEN SSV-INVALID-SSN
                               ADD 1 TO WS-INVALID-SSN-COUNT
                       END-EVALUATE
                       MOVE SSN-VERIFY-RECORD
                           TO WS-SSV-ENTRY(WS-SSV-IDX)
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * EVERY PERSON NOT YET VERIFIED IS RE-CHECKED AGAINST THE GRACE *
      * PERIOD ON EVERY RUN, SO A PENDING REQUEST SSA NEVER ANSWERED  *
      * IS CAUGHT THE SAME AS A FAILED RESULT                         *
      *****************************************************************
       REWRITE-VERIFICATION-STATUS.
           OPEN OUTPUT SSN-VERIFY-FILE
           OPEN OUTPUT UNVERIFIED-REPORT-FILE

           PERFORM VARYING WS-SSV-ENTRY-NBR FROM 1 BY 1
               UNTIL WS-SSV-ENTRY-NBR > WS-SSV-TABLE-COUNT
               MOVE WS-SSV-ENTRY(WS-SSV-ENTRY-NBR) TO SSN-VERIFY-RECORD
               MOVE 'N' TO SSV-GRACE-EXPIRED-FLAG
               IF NOT SSV-VERIFIED
                   PERFORM COMPUTE-GRACE-END-DATE
                   IF WS-GRACE-END-DATE < WS-RUN-DATE
                       MOVE 'Y' TO SSV-GRACE-EXPIRED-FLAG
                       ADD 1 TO WS-UNVERIFIED-COUNT
                       PERFORM WRITE-UNVERIFIED-LINE
                   END-IF
               END-IF
               WRITE SSN-VERIFY-RECORD
           END-PERFORM

           IF WS-LINE-COUNT = 99
               PERFORM WRITE-PAGE-HEADINGS
           END-IF
           MOVE WS-UNVERIFIED-COUNT TO TOT-UNVERIFIED-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 2 LINES

           CLOSE SSN-VERIFY-FILE
           CLOSE UNVERIFIED-REPORT-FILE.

       COMPUTE-GRACE-END-DATE.
           MOVE SSV-REQUEST-DATE TO WS-GRACE-END-DATE
           ADD WS-GRACE-PERIOD-MONTHS TO WS-GRACE-END-MONTH
           IF WS-GRACE-END-MONTH > 12
               SUBTRACT 12 FROM WS-GRACE-END-MONTH
               ADD 1 TO WS-GRACE-END-YEAR
           END-IF.

       WRITE-UNVERIFIED-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADINGS
           END-IF

           MOVE SSV-APP-ID TO DTL-APP-ID
           MOVE SSV-MEMBER-NBR TO DTL-MEMBER-NBR
           MOVE SSV-SSN TO DTL-SSN
           MOVE SSV-LAST-NAME TO DTL-LAST-NAME
           MOVE SSV-FIRST-NAME TO DTL-FIRST-NAME
           EVALUATE TRUE
               WHEN SSV-PENDING
                   MOVE "NO RESPONSE" TO DTL-RESULT
               WHEN SSV-NAME-MISMATCH
                   MOVE "NAME MISMATCH" TO DTL-RESULT
               WHEN SSV-DOB-MISMATCH
                   MOVE "DOB MISMATCH" TO DTL-RESULT
               WHEN SSV-INVALID-SSN
                   MOVE "INVALID SSN" TO DTL-RESULT
               WHEN OTHER
                   MOVE "UNKNOWN" TO DTL-RESULT
           END-EVALUATE
           MOVE SSV-REQUEST-DATE TO DTL-REQUEST-DATE
           MOVE SSV-RESPONSE-DATE TO DTL-RESPONSE-DATE
           WRITE REPORT-LINE FROM WS-REPORT-DETAIL-LINE
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
