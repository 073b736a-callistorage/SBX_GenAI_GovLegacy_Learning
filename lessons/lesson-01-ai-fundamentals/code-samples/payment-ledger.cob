           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL DISASTER-REPL-FILE ASSIGN TO "DISREPL.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL EXPUNGEMENT-FILE ASSIGN TO "EBTEXPG.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL SUPPLEMENT-PAY-FILE ASSIGN TO "SUPPAY.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
           05  XISS-DTL-EFFECTIVE-DATE PIC X(8).
           05  FILLER                  PIC X(28).

      *****************************************************************
      * DISASTER REPLACEMENT BATCH FROM DISASTER-REPL - SAME H/D/T    *
      * LAYOUT. THE HEADER NAMES THE DISASTER AND THE BENEFIT MONTH   *
      * REPLACED; EACH DETAIL POSTS AS A REPLACEMENT FOR THAT MONTH   *
      * WITH THE DISASTER ID IN THE DUPLICATE KEY, SO A SECOND        *
      * REPLACEMENT FOR THE SAME DISASTER IS HELD                     *
      *****************************************************************
       FD  DISASTER-REPL-FILE.
       01  DISASTER-REPL-RECORD.
           05  RISS-RECORD-TYPE        PIC X(1).
               88  RISS-HEADER              VALUE 'H'.
               88  RISS-DETAIL              VALUE 'D'.
           05  RISS-RECORD-BODY        PIC X(99).

       01  DISASTER-HEADER-RECORD REDEFINES DISASTER-REPL-RECORD.
           05  FILLER                  PIC X(1).
           05  RISS-HDR-BATCH-DATE     PIC X(8).
           05  RISS-HDR-PROGRAM-CODE   PIC X(8).
           05  RISS-HDR-SOURCE-SYSTEM  PIC X(8).
           05  RISS-HDR-DISASTER-ID    PIC X(8).
           05  RISS-HDR-BENEFIT-MONTH  PIC X(6).
           05  FILLER                  PIC X(61).

       01  DISASTER-DETAIL-RECORD REDEFINES DISASTER-REPL-RECORD.
           05  FILLER                  PIC X(1).
           05  RISS-DTL-APP-ID         PIC X(8).
           05  RISS-DTL-LAST-NAME      PIC X(25).
           05  RISS-DTL-FIRST-NAME     PIC X(20).
           05  RISS-DTL-STATE-CODE     PIC X(2).
           05  RISS-DTL-BENEFIT-AMOUNT PIC 9(6)V99.
           05  RISS-DTL-EFFECTIVE-DATE PIC X(8).
           05  FILLER                  PIC X(28).

      *****************************************************************
      * EBT EXPUNGEMENT BATCH FROM EBT-DORMANCY - SAME H/D/T LAYOUT.  *
      * EACH DETAIL IS A BENEFIT MONTH'S BALANCE THE VENDOR AGED OFF  *
      * A DORMANT ACCOUNT, WITH THE BENEFIT MONTH IN THE FIRST SIX    *
      * DIGITS OF THE EFFECTIVE DATE. POSTED NEGATIVE UNDER ITS OWN   *
      * SOURCE, ONE PER CASE AND MONTH                                *
      *****************************************************************
       FD  EXPUNGEMENT-FILE.
       01  EXPUNGEMENT-RECORD.
           05  EXPG-RECORD-TYPE        PIC X(1).
               88  EXPG-DETAIL              VALUE 'D'.
           05  EXPG-RECORD-BODY        PIC X(99).

       01  EXPUNGEMENT-DETAIL-RECORD REDEFINES EXPUNGEMENT-RECORD.
           05  FILLER                  PIC X(1).
           05  EXPG-DTL-APP-ID         PIC X(8).
           05  EXPG-DTL-LAST-NAME      PIC X(25).
           05  EXPG-DTL-FIRST-NAME     PIC X(20).
           05  EXPG-DTL-STATE-CODE     PIC X(2).
           05  EXPG-DTL-BENEFIT-AMOUNT PIC 9(6)V99.
           05  EXPG-DTL-EFFECTIVE-DATE PIC X(8).
           05  FILLER                  PIC X(28).

       FD  SUPPLEMENT-PAY-FILE.
       01  SUPPLEMENT-PAY-RECORD.
           05  SUPP-APP-ID             PIC X(8).
      *    PART OF THE DUPLICATE KEY FOR DAILY ADJUSTMENTS ONLY -
      *    TWO CHANGES TO A CASE IN ONE MONTH CARRY DIFFERENT
      *    EFFECTIVE DATES AND BOTH POST; A RERUN OF THE SAME FEED
      *    CARRIES THE SAME DATE AND IS HELD. DISASTER REPLACEMENTS
      *    CARRY THE DISASTER ID HERE INSTEAD. SPACES FOR THE OTHER
      *    SOURCES, WHICH STAY ONE POSTING PER CASE AND MONTH
           05  LSRT-DEDUP-DATE         PIC X(8).
           05  LSRT-ORIGIN-CODE        PIC X(1).
           05  WS-PISS-READ-DOLLARS    PIC S9(10)V99 VALUE ZERO.
           05  WS-XISS-READ-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-XISS-READ-DOLLARS    PIC S9(10)V99 VALUE ZERO.
           05  WS-RISS-READ-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-RISS-READ-DOLLARS    PIC S9(10)V99 VALUE ZERO.
           05  WS-EXPG-READ-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-EXPG-READ-DOLLARS    PIC S9(10)V99 VALUE ZERO.

       01  WS-DISASTER-BATCH-FIELDS.
           05  WS-RISS-DISASTER-ID     PIC X(8) VALUE SPACES.
           05  WS-RISS-BENEFIT-MONTH   PIC X(6) VALUE SPACES.

       01  WS-POSTING-TOTALS.
           05  WS-CARRIED-COUNT        PIC 9(8) VALUE ZERO.
           05  WS-DADJ-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-PISS-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-XISS-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-RISS-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-EXPG-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-LSRT-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-WORK-EOF-FLAG        PIC X VALUE 'N'.

           MOVE WS-XISS-READ-DOLLARS TO TTL-DOLLARS
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "DISASTER REPLACEMENT READ" TO TTL-LABEL
           MOVE WS-RISS-READ-COUNT TO TTL-COUNT
           MOVE WS-RISS-READ-DOLLARS TO TTL-DOLLARS
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "EBT EXPUNGEMENT READ" TO TTL-LABEL
           MOVE WS-EXPG-READ-COUNT TO TTL-COUNT
           MOVE WS-EXPG-READ-DOLLARS TO TTL-DOLLARS
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "PRIOR LEDGER CARRIED" TO TTL-LABEL
           MOVE WS-CARRIED-COUNT TO TTL-COUNT
           MOVE WS-CARRIED-DOLLARS TO TTL-DOLLARS
           MOVE WS-LEDGER-COUNT TO TTL-COUNT
           MOVE WS-LEDGER-DOLLARS TO TTL-DOLLARS
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE
           ADD 12 TO WS-LINE-COUNT.

       WRITE-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           DISPLAY "DAILY ADJUSTMENTS READ: " WS-DADJ-READ-COUNT
           DISPLAY "PENDING RELEASES READ: " WS-PISS-READ-COUNT
           DISPLAY "EXPEDITED PAYMENTS READ: " WS-XISS-READ-COUNT
           DISPLAY "DISASTER REPLACEMENTS READ: " WS-RISS-READ-COUNT
           DISPLAY "EBT EXPUNGEMENTS READ: " WS-EXPG-READ-COUNT
           DISPLAY "NEW PAYMENTS POSTED: " WS-POSTED-COUNT
           DISPLAY "DUPLICATE FEEDS HELD: " WS-DUP-HELD-COUNT
           DISPLAY "LEDGER RECORDS AFTER POSTING: " WS-LEDGER-COUNT.

      *****************************************************************
      * INPUT PROCEDURE - RELEASES THE EXISTING LEDGER AND THE        *
      * PAYMENT FEEDS INTO ONE SORT. THE BENEFIT MONTH IS THE FIRST   *
      * SIX DIGITS OF EACH FEED'S EFFECTIVE OR RUN DATE, EXCEPT THE   *
      * DISASTER REPLACEMENT BATCH, WHICH NAMES IT IN ITS HEADER.     *
      * EXPUNGED BALANCES ARE RELEASED NEGATIVE                       *
      *****************************************************************
       RELEASE-LEDGER-AND-FEEDS SECTION.
       RELEASE-LEDGER-START.
           END-PERFORM
           CLOSE EXPEDITE-ISSUE-FILE

           OPEN INPUT DISASTER-REPL-FILE
           READ DISASTER-REPL-FILE
               AT END MOVE 'Y' TO WS-RISS-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-RISS-EOF-FLAG = 'Y'
               IF RISS-HEADER
                   MOVE RISS-HDR-DISASTER-ID TO WS-RISS-DISASTER-ID
                   MOVE RISS-HDR-BENEFIT-MONTH
                       TO WS-RISS-BENEFIT-MONTH
               END-IF
               IF RISS-DETAIL
                   ADD 1 TO WS-RISS-READ-COUNT
                   ADD RISS-DTL-BENEFIT-AMOUNT
                       TO WS-RISS-READ-DOLLARS
                   MOVE RISS-DTL-APP-ID TO LSRT-APP-ID
                   MOVE WS-RISS-BENEFIT-MONTH TO LSRT-BENEFIT-MONTH
                   MOVE 'R' TO LSRT-SOURCE-CODE
                   MOVE WS-RISS-DISASTER-ID TO LSRT-DEDUP-DATE
                   MOVE '1' TO LSRT-ORIGIN-CODE
                   MOVE SPACES TO LSRT-POST-DATE
                   MOVE RISS-DTL-BENEFIT-AMOUNT TO LSRT-AMOUNT
                   RELEASE LEDGER-SORT-RECORD
               END-IF
               READ DISASTER-REPL-FILE
                   AT END MOVE 'Y' TO WS-RISS-EOF-FLAG
               END-READ
           END-PERFORM
           CLOSE DISASTER-REPL-FILE

           OPEN INPUT EXPUNGEMENT-FILE
           READ EXPUNGEMENT-FILE
               AT END MOVE 'Y' TO WS-EXPG-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-EXPG-EOF-FLAG = 'Y'
               IF EXPG-DETAIL
                   ADD 1 TO WS-EXPG-READ-COUNT
                   SUBTRACT EXPG-DTL-BENEFIT-AMOUNT
                       FROM WS-EXPG-READ-DOLLARS
                   MOVE EXPG-DTL-APP-ID TO LSRT-APP-ID
                   MOVE EXPG-DTL-EFFECTIVE-DATE(1:6)
                       TO LSRT-BENEFIT-MONTH
                   MOVE 'E' TO LSRT-SOURCE-CODE
                   MOVE SPACES TO LSRT-DEDUP-DATE
                   MOVE '1' TO LSRT-ORIGIN-CODE
                   MOVE SPACES TO LSRT-POST-DATE
                   COMPUTE LSRT-AMOUNT =
                       ZERO - EXPG-DTL-BENEFIT-AMOUNT
                   RELEASE LEDGER-SORT-RECORD
               END-IF
               READ EXPUNGEMENT-FILE
                   AT END MOVE 'Y' TO WS-EXPG-EOF-FLAG
               END-READ
           END-PERFORM
           CLOSE EXPUNGEMENT-FILE

           OPEN INPUT SUPPLEMENT-PAY-FILE
           READ SUPPLEMENT-PAY-FILE
               AT END MOVE 'Y' TO WS-SUPP-EOF-FLAG
