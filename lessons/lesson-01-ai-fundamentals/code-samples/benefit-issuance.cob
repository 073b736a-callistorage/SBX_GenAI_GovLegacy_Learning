           05  ISS-DTL-STATE-CODE      PIC X(2).
           05  ISS-DTL-BENEFIT-AMOUNT  PIC 9(6)V99.
           05  ISS-DTL-EFFECTIVE-DATE  PIC X(8).
      *    SET ON A RE-SENT PAYMENT ONLY - THE DATE IT WAS FIRST SENT
           05  ISS-DTL-ORIG-DATE       PIC X(8).
           05  FILLER                  PIC X(20).

       01  ISSUANCE-TRAILER-RECORD REDEFINES ISSUANCE-RECORD.
           05  FILLER                  PIC X(1).
           MOVE REQ-STATE-CODE TO ISS-DTL-STATE-CODE
           MOVE REQ-BENEFIT-AMOUNT TO ISS-DTL-BENEFIT-AMOUNT
           MOVE WS-BATCH-DATE TO ISS-DTL-EFFECTIVE-DATE
           MOVE REQ-ORIG-DATE TO ISS-DTL-ORIG-DATE
           WRITE ISSUANCE-RECORD

           ADD 1 TO WS-ISSUED-COUNT
