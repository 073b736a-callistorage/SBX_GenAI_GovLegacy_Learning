      * JUSTIFICATION, THE APPEAL STANDING, THE PENDING-      *
      * REVIEW HOLD IF ANY, AND THE PAYMENT LEDGER - SO A     *
      * HEARING OFFICER GETS THE WHOLE STORY FROM ONE REPORT  *
      * INSTEAD OF SIX FILE DUMPS. A CASE SPLIT FROM OR       *
      * MERGED WITH ANOTHER ALSO SHOWS ITS CASE LINKS, AND    *
      * THE LINKED CASE'S DETERMINATIONS, APPEALS AND         *
      * PAYMENTS MARKED WITH THE CASE THEY CAME FROM          *
      *********************************************************

       ENVIRONMENT DIVISION.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL CASE-XREF-FILE ASSIGN TO "CASEXREF.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT PROFILE-REPORT-FILE ASSIGN TO "CASEPROF.RPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
       FD  PAYMENT-LEDGER-FILE.
           COPY PAYLEDRC.

       FD  CASE-XREF-FILE.
           COPY CASXRFRC.

       FD  PROFILE-REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

           05  WS-REQ-MATCH-FOUND      PIC X VALUE 'N'.
           05  WS-REQ-SEARCH-APP-ID    PIC X(8).

      *****************************************************************
      * CASE LINK TABLE - ONE ENTRY PER REQUESTED CASE AND EACH CASE  *
      * A SPLIT OR MERGE CONNECTS IT TO ON CASEXREF.DAT. THE LINKED   *
      * CASE'S LINES ARE RELEASED AGAIN UNDER THE OWNING REQUESTED    *
      * CASE                                                          *
      *****************************************************************
       01  WS-LINK-TABLE.
           05  WS-LNK-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-LNK-IDX.
               10  WS-LNK-LINKED-APP-ID    PIC X(8).
               10  WS-LNK-OWNER-APP-ID     PIC X(8).

       01  WS-LNK-TABLE-FIELDS.
           05  WS-LNK-MAX-ENTRIES      PIC 9(4) VALUE 1000.
           05  WS-LNK-TABLE-COUNT      PIC 9(4) VALUE ZERO.
           05  WS-LNK-TABLE-FULL       PIC X VALUE 'N'.
           05  WS-LNK-MATCH-FOUND      PIC X VALUE 'N'.
           05  WS-LNK-SEARCH-LINKED-ID PIC X(8).
           05  WS-LNK-SEARCH-OWNER-ID  PIC X(8).

       01  WS-RELEASE-FIELDS.
           05  WS-RELEASE-SEQUENCE     PIC 9(6) VALUE ZERO.
           05  WS-LINES-RELEASED       PIC 9(8) VALUE ZERO.
           05  FILLER                  PIC X(15) VALUE
               "  NET INCOME: ".
           05  HSL-NET-INCOME          PIC ZZZ,ZZ9.99.
           05  HSL-FROM-CASE           PIC X(20).
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  WS-RISK-LINE-1.
           05  FILLER                  PIC X(14) VALUE
           05  FILLER                  PIC X(16) VALUE
               "  DUAL PARTIC: ".
           05  RKL-DUAL-PART           PIC X(1).
           05  FILLER                  PIC X(16) VALUE
               "  SSN UNVERIF: ".
           05  RKL-SSN-UNVERIFIED      PIC X(1).
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-RISK-LINE-2.
           05  FILLER                  PIC X(13) VALUE
           05  FILLER                  PIC X(20) VALUE
               "  HEARING DEADLINE: ".
           05  APL-LINE-DEADLINE       PIC X(8).
           05  APL-LINE-FROM-CASE      PIC X(20).
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-PENDING-LINE.
           05  FILLER                  PIC X(12) VALUE "HELD SINCE: ".
           05  PYL-AMOUNT              PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(12) VALUE "  POSTED: ".
           05  PYL-POST-DATE           PIC X(8).
           05  PYL-FROM-CASE           PIC X(20).
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-FROM-CASE-TEXT.
           05  FILLER                  PIC X(12) VALUE "  FROM CASE ".
           05  FCT-APP-ID              PIC X(8).

       01  WS-LINK-LINE.
           05  LKL-ACTION              PIC X(6).
           05  FILLER                  PIC X(4) VALUE " ON ".
           05  LKL-EFFECTIVE-DATE      PIC X(8).
           05  FILLER                  PIC X(11) VALUE "  OLD CASE ".
           05  LKL-OLD-APP-ID          PIC X(8).
           05  FILLER                  PIC X(5) VALUE " MBR ".
           05  LKL-OLD-MEMBER-NBR      PIC X(2).
           05  FILLER                  PIC X(11) VALUE "  NEW CASE ".
           05  LKL-NEW-APP-ID          PIC X(8).
           05  FILLER                  PIC X(5) VALUE " MBR ".
           05  LKL-NEW-MEMBER-NBR      PIC X(2).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LKL-LAST-NAME           PIC X(25).
           05  FILLER                  PIC X(1) VALUE ",".
           05  LKL-FIRST-NAME          PIC X(12).

       01  WS-MISSING-MASTER-LINE.
           05  FILLER                  PIC X(40) VALUE
           05  WS-APL-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-PEND-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-LEDG-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-XREF-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-PSRT-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-MASTER-FOUND-FLAG    PIC X VALUE 'N'.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-REQUEST-TABLE
           PERFORM LOAD-LINK-TABLE
           OPEN OUTPUT PROFILE-REPORT-FILE

           SORT PROFILE-SORT-FILE
                   MOVE 'Y' TO WS-REQ-MATCH-FOUND
           END-SEARCH.

      *    EITHER SIDE OF A SPLIT OR MERGE MAY BE THE REQUESTED CASE;
      *    THE OTHER SIDE IS LINKED TO IT ONCE HOWEVER MANY PEOPLE
      *    MOVED BETWEEN THEM
       LOAD-LINK-TABLE.
           MOVE ZERO TO WS-LNK-TABLE-COUNT

           OPEN INPUT CASE-XREF-FILE
           READ CASE-XREF-FILE
               AT END MOVE 'Y' TO WS-XREF-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-XREF-EOF-FLAG = 'Y'
               MOVE XRF-OLD-APP-ID TO WS-REQ-SEARCH-APP-ID
               PERFORM FIND-REQUESTED-CASE
               IF WS-REQ-MATCH-FOUND = 'Y'
                   MOVE XRF-NEW-APP-ID TO WS-LNK-SEARCH-LINKED-ID
                   MOVE XRF-OLD-APP-ID TO WS-LNK-SEARCH-OWNER-ID
                   PERFORM ADD-CASE-LINK
               END-IF

               MOVE XRF-NEW-APP-ID TO WS-REQ-SEARCH-APP-ID
               PERFORM FIND-REQUESTED-CASE
               IF WS-REQ-MATCH-FOUND = 'Y'
                   MOVE XRF-OLD-APP-ID TO WS-LNK-SEARCH-LINKED-ID
                   MOVE XRF-NEW-APP-ID TO WS-LNK-SEARCH-OWNER-ID
                   PERFORM ADD-CASE-LINK
               END-IF

               READ CASE-XREF-FILE
                   AT END MOVE 'Y' TO WS-XREF-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE CASE-XREF-FILE.

       ADD-CASE-LINK.
           MOVE 'N' TO WS-LNK-MATCH-FOUND
           PERFORM VARYING WS-LNK-IDX FROM 1 BY 1
               UNTIL WS-LNK-IDX > WS-LNK-TABLE-COUNT
               IF WS-LNK-LINKED-APP-ID(WS-LNK-IDX)
                      = WS-LNK-SEARCH-LINKED-ID
                  AND WS-LNK-OWNER-APP-ID(WS-LNK-IDX)
                      = WS-LNK-SEARCH-OWNER-ID
                   MOVE 'Y' TO WS-LNK-MATCH-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-LNK-MATCH-FOUND = 'N'
               IF WS-LNK-TABLE-COUNT < WS-LNK-MAX-ENTRIES
                   ADD 1 TO WS-LNK-TABLE-COUNT
                   MOVE WS-LNK-SEARCH-LINKED-ID
                       TO WS-LNK-LINKED-APP-ID(WS-LNK-TABLE-COUNT)
                   MOVE WS-LNK-SEARCH-OWNER-ID
                       TO WS-LNK-OWNER-APP-ID(WS-LNK-TABLE-COUNT)
               ELSE
                   IF WS-LNK-TABLE-FULL = 'N'
                       MOVE 'Y' TO WS-LNK-TABLE-FULL
                       DISPLAY "WARNING: CASE LINK TABLE FULL AT "
                           WS-LNK-MAX-ENTRIES " ENTRIES"
                   END-IF
               END-IF
           END-IF.

       RELEASE-PROFILE-LINE.
           ADD 1 TO WS-RELEASE-SEQUENCE
           MOVE WS-RELEASE-SEQUENCE TO PSRT-SEQUENCE
           RELEASE PROFILE-SORT-RECORD
           ADD 1 TO WS-LINES-RELEASED.

      *    PSRT-LINE-TEXT ALREADY CARRIES THE LINE FROM LINKED CASE
      *    WS-LNK-SEARCH-LINKED-ID; IT IS RELEASED ONCE UNDER EACH
      *    REQUESTED CASE LINKED TO IT
       RELEASE-LINKED-CASE-LINE.
           PERFORM VARYING WS-LNK-IDX FROM 1 BY 1
               UNTIL WS-LNK-IDX > WS-LNK-TABLE-COUNT
               IF WS-LNK-LINKED-APP-ID(WS-LNK-IDX)
                      = WS-LNK-SEARCH-LINKED-ID
                   MOVE WS-LNK-OWNER-APP-ID(WS-LNK-IDX) TO PSRT-APP-ID
                   PERFORM RELEASE-PROFILE-LINE
               END-IF
           END-PERFORM.

       PRINT-PACKET-HEADING.
           MOVE PSRT-APP-ID TO PKH-APP-ID
           MOVE WS-RUN-DATE TO PKH-RUN-DATE
                   MOVE "PENDING REVIEW" TO WS-SECTION-LABEL
               WHEN 7
                   MOVE "PAYMENTS" TO WS-SECTION-LABEL
               WHEN 8
                   MOVE "CASE LINKS" TO WS-SECTION-LABEL
               WHEN OTHER
                   MOVE "OTHER" TO WS-SECTION-LABEL
           END-EVALUATE
           END-READ

           PERFORM UNTIL WS-HIST-EOF-FLAG = 'Y'
               MOVE 3 TO PSRT-SECTION
               MOVE HIST-RUN-DATE TO HSL-RUN-DATE
               MOVE HIST-RUN-TYPE TO HSL-RUN-TYPE
               MOVE HIST-DETERMINATION TO HSL-DETERMINATION
               MOVE HIST-BENEFIT-AMOUNT TO HSL-BENEFIT
               MOVE HIST-NET-INCOME TO HSL-NET-INCOME

               MOVE HIST-APP-ID TO WS-REQ-SEARCH-APP-ID
               PERFORM FIND-REQUESTED-CASE
               IF WS-REQ-MATCH-FOUND = 'Y'
                   MOVE HIST-APP-ID TO PSRT-APP-ID
                   MOVE SPACES TO HSL-FROM-CASE
                   MOVE WS-HISTORY-LINE TO PSRT-LINE-TEXT
                   PERFORM RELEASE-PROFILE-LINE
               END-IF

               MOVE HIST-APP-ID TO FCT-APP-ID
               MOVE WS-FROM-CASE-TEXT TO HSL-FROM-CASE
               MOVE WS-HISTORY-LINE TO PSRT-LINE-TEXT
               MOVE HIST-APP-ID TO WS-LNK-SEARCH-LINKED-ID
               PERFORM RELEASE-LINKED-CASE-LINE

               READ HISTORY-FILE
                   AT END MOVE 'Y' TO WS-HIST-EOF-FLAG
               END-READ
                   MOVE RISK-OVERALL-RISK TO RKL-OVERALL-RISK
                   MOVE RISK-SYSTEM-RISK TO RKL-SYSTEM-RISK
                   MOVE RISK-DUAL-PARTICIPATION TO RKL-DUAL-PART
                   MOVE RISK-SSN-UNVERIFIED TO RKL-SSN-UNVERIFIED
                   MOVE WS-RISK-LINE-1 TO PSRT-LINE-TEXT
                   PERFORM RELEASE-PROFILE-LINE

           END-READ

           PERFORM UNTIL WS-APL-EOF-FLAG = 'Y'
               MOVE 5 TO PSRT-SECTION
               MOVE APL-FILING-DATE TO APL-LINE-FILING-DATE
               EVALUATE TRUE
                   WHEN APL-STATUS-OPEN
                       MOVE "OPEN" TO APL-LINE-STATUS
                   WHEN APL-STATUS-GRANTED
                       MOVE "GRANTED" TO APL-LINE-STATUS
                   WHEN APL-STATUS-DENIED
                       MOVE "DENIED" TO APL-LINE-STATUS
                   WHEN APL-STATUS-WITHDRAWN
                       MOVE "WITHDRAWN" TO APL-LINE-STATUS
                   WHEN OTHER
                       MOVE "UNKNOWN" TO APL-LINE-STATUS
               END-EVALUATE
               MOVE APL-HEARING-DEADLINE TO APL-LINE-DEADLINE

               MOVE APL-APP-ID TO WS-REQ-SEARCH-APP-ID
               PERFORM FIND-REQUESTED-CASE
               IF WS-REQ-MATCH-FOUND = 'Y'
                   MOVE APL-APP-ID TO PSRT-APP-ID
                   MOVE SPACES TO APL-LINE-FROM-CASE
                   MOVE WS-APPEAL-LINE TO PSRT-LINE-TEXT
                   PERFORM RELEASE-PROFILE-LINE
               END-IF

               MOVE APL-APP-ID TO FCT-APP-ID
               MOVE WS-FROM-CASE-TEXT TO APL-LINE-FROM-CASE
               MOVE WS-APPEAL-LINE TO PSRT-LINE-TEXT
               MOVE APL-APP-ID TO WS-LNK-SEARCH-LINKED-ID
               PERFORM RELEASE-LINKED-CASE-LINE

               READ APPEALS-FILE
                   AT END MOVE 'Y' TO WS-APL-EOF-FLAG
               END-READ
           END-READ

           PERFORM UNTIL WS-LEDG-EOF-FLAG = 'Y'
               MOVE 7 TO PSRT-SECTION
               MOVE PLG-BENEFIT-MONTH TO PYL-BENEFIT-MONTH
               MOVE PLG-SOURCE-CODE TO PYL-SOURCE-CODE
               MOVE PLG-AMOUNT TO PYL-AMOUNT
               MOVE PLG-POST-DATE TO PYL-POST-DATE

               MOVE PLG-APP-ID TO WS-REQ-SEARCH-APP-ID
               PERFORM FIND-REQUESTED-CASE
               IF WS-REQ-MATCH-FOUND = 'Y'
                   MOVE PLG-APP-ID TO PSRT-APP-ID
                   MOVE SPACES TO PYL-FROM-CASE
                   MOVE WS-PAYMENT-LINE TO PSRT-LINE-TEXT
                   PERFORM RELEASE-PROFILE-LINE
               END-IF

               MOVE PLG-APP-ID TO FCT-APP-ID
               MOVE WS-FROM-CASE-TEXT TO PYL-FROM-CASE
               MOVE WS-PAYMENT-LINE TO PSRT-LINE-TEXT
               MOVE PLG-APP-ID TO WS-LNK-SEARCH-LINKED-ID
               PERFORM RELEASE-LINKED-CASE-LINE

               READ PAYMENT-LEDGER-FILE
                   AT END MOVE 'Y' TO WS-LEDG-EOF-FLAG
               END-READ

           CLOSE PAYMENT-LEDGER-FILE.

      *    ONE LINE PER PERSON MOVED INTO OR OUT OF A REQUESTED CASE,
      *    SHOWN ON WHICHEVER SIDE OF THE MOVE WAS REQUESTED
       RELEASE-LINK-LINES.
           MOVE 'N' TO WS-XREF-EOF-FLAG
           OPEN INPUT CASE-XREF-FILE
           READ CASE-XREF-FILE
               AT END MOVE 'Y' TO WS-XREF-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-XREF-EOF-FLAG = 'Y'
               MOVE 8 TO PSRT-SECTION
               IF XRF-ACTION-SPLIT
                   MOVE "SPLIT" TO LKL-ACTION
               ELSE
                   MOVE "MERGE" TO LKL-ACTION
               END-IF
               MOVE XRF-EFFECTIVE-DATE TO LKL-EFFECTIVE-DATE
               MOVE XRF-OLD-APP-ID TO LKL-OLD-APP-ID
               MOVE XRF-OLD-MEMBER-NBR TO LKL-OLD-MEMBER-NBR
               MOVE XRF-NEW-APP-ID TO LKL-NEW-APP-ID
               MOVE XRF-NEW-MEMBER-NBR TO LKL-NEW-MEMBER-NBR
               MOVE XRF-LAST-NAME TO LKL-LAST-NAME
               MOVE XRF-FIRST-NAME TO LKL-FIRST-NAME
               MOVE WS-LINK-LINE TO PSRT-LINE-TEXT

               MOVE XRF-OLD-APP-ID TO WS-REQ-SEARCH-APP-ID
               PERFORM FIND-REQUESTED-CASE
               IF WS-REQ-MATCH-FOUND = 'Y'
                   MOVE XRF-OLD-APP-ID TO PSRT-APP-ID
                   PERFORM RELEASE-PROFILE-LINE
               END-IF

               MOVE XRF-NEW-APP-ID TO WS-REQ-SEARCH-APP-ID
               PERFORM FIND-REQUESTED-CASE
               IF WS-REQ-MATCH-FOUND = 'Y'
                   MOVE XRF-NEW-APP-ID TO PSRT-APP-ID
                   PERFORM RELEASE-PROFILE-LINE
               END-IF

               READ CASE-XREF-FILE
                   AT END MOVE 'Y' TO WS-XREF-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE CASE-XREF-FILE.

      *****************************************************************
      * OUTPUT PROCEDURE - THE LINES ARRIVE GROUPED BY CASE AND       *
      * SECTION, SO EACH CASE IS ONE PACKET STARTING ON A NEW PAGE    *
