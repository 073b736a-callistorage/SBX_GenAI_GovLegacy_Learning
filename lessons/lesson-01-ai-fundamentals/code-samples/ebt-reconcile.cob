      * TRAILER COUNT AND DOLLARS, REPORTS AND TOTALS THE     *
      * REJECTED AND UNACKNOWLEDGED PAYMENTS, AND WRITES THE  *
      * FAILED PAYMENTS TO A REQUEUE FILE THE NEXT ISSUANCE   *
      * CYCLE RE-SENDS AUTOMATICALLY. A BALANCED BATCH ALSO   *
      * APPENDS ITS PER-MONTH CONTROL TOTALS TO EBTCTL.DAT    *
      * FOR THE MONTH-END GENERAL LEDGER TIE-OUT              *
      *********************************************************

       ENVIRONMENT DIVISION.
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL EBT-CONTROL-FILE ASSIGN TO "EBTCTL.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT RECON-REPORT-FILE ASSIGN TO "EBTRECON.RPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.
               88  ISS-TRAILER              VALUE 'T'.
           05  ISS-RECORD-BODY         PIC X(99).

       01  ISSUANCE-HEADER-RECORD REDEFINES ISSUANCE-RECORD.
           05  FILLER                  PIC X(1).
           05  ISS-HDR-BATCH-DATE      PIC X(8).
           05  FILLER                  PIC X(91).

       01  ISSUANCE-DETAIL-RECORD REDEFINES ISSUANCE-RECORD.
           05  FILLER                  PIC X(1).
           05  ISS-DTL-APP-ID          PIC X(8).
           05  ISS-DTL-STATE-CODE      PIC X(2).
           05  ISS-DTL-BENEFIT-AMOUNT  PIC 9(6)V99.
           05  ISS-DTL-EFFECTIVE-DATE  PIC X(8).
           05  ISS-DTL-ORIG-DATE       PIC X(8).
           05  FILLER                  PIC X(20).

       01  ISSUANCE-TRAILER-RECORD REDEFINES ISSUANCE-RECORD.
           05  FILLER                  PIC X(1).
           05  DWRK-STATE-CODE         PIC X(2).
           05  DWRK-BENEFIT-AMOUNT     PIC 9(6)V99.
           05  DWRK-EFFECTIVE-DATE     PIC X(8).
           05  DWRK-ORIG-DATE          PIC X(8).
           05  FILLER                  PIC X(2).

       SD  DETAIL-SORT-FILE.
       01  DETAIL-SORT-RECORD.
           05  DSRT-STATE-CODE         PIC X(2).
           05  DSRT-BENEFIT-AMOUNT     PIC 9(6)V99.
           05  DSRT-EFFECTIVE-DATE     PIC X(8).
           05  DSRT-ORIG-DATE          PIC X(8).
           05  FILLER                  PIC X(2).

      *****************************************************************
      * REQUEUE RECORD - ONE PER FAILED PAYMENT, CARRYING EVERYTHING  *
           05  REQ-ACK-STATUS          PIC X(1).
           05  FILLER                  PIC X(10).

       FD  EBT-CONTROL-FILE.
           COPY EBTCTLRC.

       FD  RECON-REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

           05  WS-NO-RESPONSE-COUNT    PIC 9(6) VALUE ZERO.
           05  WS-NO-RESPONSE-DOLLARS  PIC 9(8)V99 VALUE ZERO.
           05  WS-ORPHAN-ACK-COUNT     PIC 9(6) VALUE ZERO.
           05  WS-RESENT-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-RESENT-DOLLARS       PIC 9(8)V99 VALUE ZERO.
           05  WS-TRAILER-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-TRAILER-DOLLARS      PIC 9(8)V99 VALUE ZERO.
           05  WS-TRAILER-FOUND        PIC X VALUE 'N'.
           05  WS-BALANCE-EXCEPTION    PIC X VALUE 'N'.

      *****************************************************************
      * PER-MONTH CONTROL TOTALS - A BATCH NORMALLY CARRIES ONE       *
      * BENEFIT MONTH, BUT RE-SENT AND DAILY PAYMENTS CAN ADD OTHERS, *
      * SO THE DISPOSITIONS ARE BUCKETED BY DETAIL EFFECTIVE MONTH    *
      *****************************************************************
       01  WS-MONTH-CONTROL-TABLE.
           05  WS-MCT-ENTRY OCCURS 24 TIMES
                   INDEXED BY WS-MCT-IDX.
               10  WS-MCT-MONTH            PIC X(6).
               10  WS-MCT-SENT-COUNT       PIC 9(6).
               10  WS-MCT-SENT-DOLLARS     PIC 9(8)V99.
               10  WS-MCT-POSTED-COUNT     PIC 9(6).
               10  WS-MCT-POSTED-DOLLARS   PIC 9(8)V99.
               10  WS-MCT-REJECT-COUNT     PIC 9(6).
               10  WS-MCT-REJECT-DOLLARS   PIC 9(8)V99.
               10  WS-MCT-NO-RESP-COUNT    PIC 9(6).
               10  WS-MCT-NO-RESP-DOLLARS  PIC 9(8)V99.
               10  WS-MCT-RESENT-DOLLARS   PIC 9(8)V99.

       01  WS-MCT-TABLE-FIELDS.
           05  WS-MCT-MAX-ENTRIES      PIC 9(3) VALUE 24.
           05  WS-MCT-TABLE-COUNT      PIC 9(3) VALUE ZERO.
           05  WS-MCT-TABLE-FULL       PIC X VALUE 'N'.
           05  WS-MCT-MATCH-ENTRY      PIC 9(3) VALUE ZERO.
           05  WS-MCT-SEARCH-MONTH     PIC X(6).
           05  WS-BATCH-DATE           PIC X(8) VALUE SPACES.
           05  WS-CONTROL-WRITE-COUNT  PIC 9(3) VALUE ZERO.

       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
           PERFORM PROCESS-PAYMENT-DETAILS
           PERFORM COUNT-ORPHAN-ACKS
           PERFORM BALANCE-TRAILER-TOTALS
           PERFORM WRITE-CONTROL-TOTALS
           PERFORM WRITE-REPORT-TOTALS
           PERFORM DISPLAY-SUMMARY-TOTALS
           PERFORM TERMINATE-PROGRAM
           ADD 1 TO WS-DETAIL-COUNT
           ADD DWRK-BENEFIT-AMOUNT TO WS-DETAIL-DOLLARS
           PERFORM FIND-ACKNOWLEDGMENT
           PERFORM FIND-MONTH-CONTROL
           PERFORM CHECK-SAME-MONTH-RESEND

           EVALUATE TRUE
               WHEN WS-ACK-MATCH-FOUND = 'N'
                   ADD 1 TO WS-NO-RESPONSE-COUNT
                   ADD DWRK-BENEFIT-AMOUNT
                       TO WS-NO-RESPONSE-DOLLARS
                   IF WS-MCT-MATCH-ENTRY > ZERO
                       ADD 1 TO WS-MCT-NO-RESP-COUNT
                           (WS-MCT-MATCH-ENTRY)
                       ADD DWRK-BENEFIT-AMOUNT
                           TO WS-MCT-NO-RESP-DOLLARS
                               (WS-MCT-MATCH-ENTRY)
                   END-IF
                   MOVE "NO RESPONSE" TO DTL-DISPOSITION
                   MOVE SPACES TO DTL-REASON
                   PERFORM WRITE-EXCEPTION-LINE
               WHEN WS-ACK-MATCH-STATUS = 'P'
                   ADD 1 TO WS-POSTED-COUNT
                   ADD DWRK-BENEFIT-AMOUNT TO WS-POSTED-DOLLARS
                   IF WS-MCT-MATCH-ENTRY > ZERO
                       ADD 1 TO WS-MCT-POSTED-COUNT
                           (WS-MCT-MATCH-ENTRY)
                       ADD DWRK-BENEFIT-AMOUNT
                           TO WS-MCT-POSTED-DOLLARS
                               (WS-MCT-MATCH-ENTRY)
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   ADD DWRK-BENEFIT-AMOUNT TO WS-REJECT-DOLLARS
                   IF WS-MCT-MATCH-ENTRY > ZERO
                       ADD 1 TO WS-MCT-REJECT-COUNT
                           (WS-MCT-MATCH-ENTRY)
                       ADD DWRK-BENEFIT-AMOUNT
                           TO WS-MCT-REJECT-DOLLARS
                               (WS-MCT-MATCH-ENTRY)
                   END-IF
                   IF WS-ACK-MATCH-STATUS = 'N'
                       MOVE "ACCT NOT FOUND" TO DTL-DISPOSITION
                   ELSE
                   PERFORM WRITE-REQUEUE-RECORD
           END-EVALUATE.

      *    A PAYMENT RE-SENT IN THE MONTH IT FIRST WENT OUT IS THE SAME
      *    ISSUANCE THE LEDGER ALREADY HOLDS FOR THE CASE AND MONTH.
      *    ONCE THE VENDOR POSTS OR REJECTS IT, ITS DOLLARS ARE CARRIED
      *    AS RE-SENT SO THE GENERAL LEDGER TIE-OUT CAN TAKE THEM BACK
      *    OUT OF THE ACKNOWLEDGED TOTAL
       CHECK-SAME-MONTH-RESEND.
           IF DWRK-ORIG-DATE NOT = SPACES
              AND DWRK-ORIG-DATE(1:6) = DWRK-EFFECTIVE-DATE(1:6)
              AND WS-ACK-MATCH-FOUND = 'Y'
              AND WS-MCT-MATCH-ENTRY > ZERO
               ADD 1 TO WS-RESENT-COUNT
               ADD DWRK-BENEFIT-AMOUNT TO WS-RESENT-DOLLARS
               ADD DWRK-BENEFIT-AMOUNT
                   TO WS-MCT-RESENT-DOLLARS(WS-MCT-MATCH-ENTRY)
           END-IF.

       FIND-MONTH-CONTROL.
           MOVE DWRK-EFFECTIVE-DATE(1:6) TO WS-MCT-SEARCH-MONTH
           MOVE ZERO TO WS-MCT-MATCH-ENTRY

           PERFORM VARYING WS-MCT-IDX FROM 1 BY 1
               UNTIL WS-MCT-IDX > WS-MCT-TABLE-COUNT
               IF WS-MCT-MONTH(WS-MCT-IDX) = WS-MCT-SEARCH-MONTH
                   SET WS-MCT-MATCH-ENTRY TO WS-MCT-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-MCT-MATCH-ENTRY = ZERO
               IF WS-MCT-TABLE-COUNT < WS-MCT-MAX-ENTRIES
                   ADD 1 TO WS-MCT-TABLE-COUNT
                   MOVE WS-MCT-TABLE-COUNT TO WS-MCT-MATCH-ENTRY
                   MOVE WS-MCT-SEARCH-MONTH
                       TO WS-MCT-MONTH(WS-MCT-MATCH-ENTRY)
                   MOVE ZERO TO WS-MCT-SENT-COUNT(WS-MCT-MATCH-ENTRY)
                   MOVE ZERO
                       TO WS-MCT-SENT-DOLLARS(WS-MCT-MATCH-ENTRY)
                   MOVE ZERO
                       TO WS-MCT-POSTED-COUNT(WS-MCT-MATCH-ENTRY)
                   MOVE ZERO
                       TO WS-MCT-POSTED-DOLLARS(WS-MCT-MATCH-ENTRY)
                   MOVE ZERO
                       TO WS-MCT-REJECT-COUNT(WS-MCT-MATCH-ENTRY)
                   MOVE ZERO
                       TO WS-MCT-REJECT-DOLLARS(WS-MCT-MATCH-ENTRY)
                   MOVE ZERO
                       TO WS-MCT-NO-RESP-COUNT(WS-MCT-MATCH-ENTRY)
                   MOVE ZERO
                       TO WS-MCT-NO-RESP-DOLLARS(WS-MCT-MATCH-ENTRY)
                   MOVE ZERO
                       TO WS-MCT-RESENT-DOLLARS(WS-MCT-MATCH-ENTRY)
               ELSE
                   IF WS-MCT-TABLE-FULL = 'N'
                       MOVE 'Y' TO WS-MCT-TABLE-FULL
                       DISPLAY "WARNING: MONTH CONTROL TABLE FULL AT "
                           WS-MCT-MAX-ENTRIES " ENTRIES"
                   END-IF
               END-IF
           END-IF

           IF WS-MCT-MATCH-ENTRY > ZERO
               ADD 1 TO WS-MCT-SENT-COUNT(WS-MCT-MATCH-ENTRY)
               ADD DWRK-BENEFIT-AMOUNT
                   TO WS-MCT-SENT-DOLLARS(WS-MCT-MATCH-ENTRY)
           END-IF.

       FIND-ACKNOWLEDGMENT.
           MOVE 'N' TO WS-ACK-MATCH-FOUND

           MOVE DWRK-FIRST-NAME TO REQ-FIRST-NAME
           MOVE DWRK-STATE-CODE TO REQ-STATE-CODE
           MOVE DWRK-BENEFIT-AMOUNT TO REQ-BENEFIT-AMOUNT
      *    A PAYMENT FAILING AGAIN KEEPS THE DATE IT FIRST WENT OUT
           IF DWRK-ORIG-DATE NOT = SPACES
               MOVE DWRK-ORIG-DATE TO REQ-ORIG-DATE
           ELSE
               MOVE DWRK-EFFECTIVE-DATE TO REQ-ORIG-DATE
           END-IF
           MOVE WS-ACK-MATCH-STATUS TO REQ-ACK-STATUS
           WRITE REQUEUE-RECORD.

               MOVE 16 TO RETURN-CODE
           END-IF.

      *****************************************************************
      * CONTROL TOTALS FOR THE GENERAL LEDGER TIE-OUT - AN OUT-OF-    *
      * BALANCE BATCH WRITES NONE, SO FINANCE CANNOT CLOSE THE MONTH  *
      * AGAINST A FILE THAT WAS TOUCHED AFTER IT WAS BUILT            *
      *****************************************************************
       WRITE-CONTROL-TOTALS.
           IF WS-BATCH-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-BATCH-DATE
           END-IF

           IF WS-BALANCE-EXCEPTION = 'N'
               OPEN EXTEND EBT-CONTROL-FILE
               PERFORM VARYING WS-MCT-IDX FROM 1 BY 1
                   UNTIL WS-MCT-IDX > WS-MCT-TABLE-COUNT
                   MOVE SPACES TO EBT-CONTROL-RECORD
                   MOVE WS-BATCH-DATE TO ECTL-BATCH-DATE
                   MOVE WS-MCT-MONTH(WS-MCT-IDX) TO ECTL-BENEFIT-MONTH
                   MOVE WS-RUN-DATE TO ECTL-RUN-DATE
                   MOVE WS-MCT-SENT-COUNT(WS-MCT-IDX)
                       TO ECTL-SENT-COUNT
                   MOVE WS-MCT-SENT-DOLLARS(WS-MCT-IDX)
                       TO ECTL-SENT-DOLLARS
                   MOVE WS-MCT-POSTED-COUNT(WS-MCT-IDX)
                       TO ECTL-POSTED-COUNT
                   MOVE WS-MCT-POSTED-DOLLARS(WS-MCT-IDX)
                       TO ECTL-POSTED-DOLLARS
                   MOVE WS-MCT-REJECT-COUNT(WS-MCT-IDX)
                       TO ECTL-REJECT-COUNT
                   MOVE WS-MCT-REJECT-DOLLARS(WS-MCT-IDX)
                       TO ECTL-REJECT-DOLLARS
                   MOVE WS-MCT-NO-RESP-COUNT(WS-MCT-IDX)
                       TO ECTL-NO-RESPONSE-COUNT
                   MOVE WS-MCT-NO-RESP-DOLLARS(WS-MCT-IDX)
                       TO ECTL-NO-RESPONSE-DOLLARS
                   MOVE WS-MCT-RESENT-DOLLARS(WS-MCT-IDX)
                       TO ECTL-RESENT-DOLLARS
                   WRITE EBT-CONTROL-RECORD
                   ADD 1 TO WS-CONTROL-WRITE-COUNT
               END-PERFORM
               CLOSE EBT-CONTROL-FILE
           END-IF.

       WRITE-REPORT-TOTALS.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADINGS
           DISPLAY "NO VENDOR RESPONSE: " WS-NO-RESPONSE-COUNT
           DISPLAY "ACKS WITH NO MATCHING DETAIL: "
               WS-ORPHAN-ACK-COUNT
           DISPLAY "REJECTED DOLLARS REQUEUED: " WS-REJECT-DOLLARS
           DISPLAY "SAME-MONTH RE-SENDS ANSWERED: " WS-RESENT-COUNT
           DISPLAY "SAME-MONTH RE-SENT DOLLARS: " WS-RESENT-DOLLARS
           DISPLAY "MONTH CONTROL RECORDS WRITTEN: "
               WS-CONTROL-WRITE-COUNT.

       TERMINATE-PROGRAM.
           CLOSE REQUEUE-FILE

      *****************************************************************
      * INPUT PROCEDURE - RELEASES THE 'D' PAYMENT DETAILS TO THE     *
      * SORT AND CAPTURES THE BATCH DATE AND THE TRAILER TOTALS FOR   *
      * THE BALANCE CHECK                                             *
      *****************************************************************
       RELEASE-ISSUANCE-DETAILS SECTION.
       RELEASE-ISSUANCE-START.

           PERFORM UNTIL WS-ISS-EOF-FLAG = 'Y'
               EVALUATE TRUE
                   WHEN ISS-HEADER
                       MOVE ISS-HDR-BATCH-DATE TO WS-BATCH-DATE
                   WHEN ISS-DETAIL
                       MOVE SPACES TO DETAIL-SORT-RECORD
                       MOVE ISS-DTL-APP-ID TO DSRT-APP-ID
                           TO DSRT-BENEFIT-AMOUNT
                       MOVE ISS-DTL-EFFECTIVE-DATE
                           TO DSRT-EFFECTIVE-DATE
                       MOVE ISS-DTL-ORIG-DATE TO DSRT-ORIG-DATE
                       RELEASE DETAIL-SORT-RECORD
                   WHEN ISS-TRAILER
                       MOVE 'Y' TO WS-TRAILER-FOUND
