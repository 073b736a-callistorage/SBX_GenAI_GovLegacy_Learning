      *****************************************************************
      * ADDRESS VERIFICATION PEND RECORD - ONE RECORD PER CASE WHOSE  *
      * MAIL CAME BACK OR WHO MOVED OUT OF STATE, IN APPLICANT ID     *
      * ORDER. MAINTAINED BY NCOA-MATCH, WHICH DROPS THE PEND ONCE    *
      * THE MASTER ADDRESS CHANGES AND MARKS IT WHEREABOUTS UNKNOWN   *
      * WHEN THE RESPONSE PERIOD RUNS OUT. BENEFIT-PROCESSOR CLOSES   *
      * EVERY CASE MARKED WHEREABOUTS UNKNOWN                         *
      *****************************************************************
       01  ADDRESS-VERIFY-RECORD.
           05  AVP-APP-ID              PIC X(8).
           05  AVP-PEND-DATE           PIC X(8).
           05  AVP-RESPONSE-DUE-DATE   PIC X(8).
           05  AVP-SOURCE-CODE         PIC X(1).
               88  AVP-SOURCE-NCOA          VALUE 'N'.
               88  AVP-SOURCE-RETURNED-MAIL VALUE 'R'.
           05  AVP-REASON-CODE         PIC X(1).
               88  AVP-REASON-OUT-OF-STATE  VALUE 'O'.
               88  AVP-REASON-UNDELIVERABLE VALUE 'U'.
           05  AVP-STATUS              PIC X(1).
               88  AVP-STATUS-PENDING       VALUE 'P'.
               88  AVP-STATUS-WHEREABOUTS   VALUE 'W'.
           05  AVP-OLD-ADDRESS-LINE1   PIC X(25).
           05  AVP-OLD-ZIP-CODE        PIC X(9).
           05  AVP-NEW-STATE-CODE      PIC X(2).
           05  FILLER                  PIC X(17).
