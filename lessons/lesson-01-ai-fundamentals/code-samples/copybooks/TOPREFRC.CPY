      *****************************************************************
      * TREASURY OFFSET REFERRAL RECORD - ONE RECORD PER OVERPAYMENT  *
      * CLAIM TAKEN UP FOR FEDERAL OFFSET, KEYED BY APPLICANT ID AND  *
      * MAINTAINED BY TOP-REFERRAL. A CLAIM IS FIRST NOTICED (THE     *
      * SIXTY-DAY DUE-PROCESS NOTICE), THEN REFERRED ONCE THE NOTICE  *
      * PERIOD HAS RUN, AND DELETED FROM THE FEDERAL FILE WHEN IT IS  *
      * PAID OFF, WRITTEN OFF OR APPEALED. THE REFERRED AMOUNT IS     *
      * THE BALANCE NOW CARRIED ON THE FEDERAL FILE; THE COLLECTED    *
      * AMOUNT IS THE NET TAKEN BY FEDERAL OFFSET                     *
      *****************************************************************
       01  TOP-REFERRAL-RECORD.
           05  TOP-APP-ID              PIC X(8).
           05  TOP-STATUS              PIC X(1).
               88  TOP-NOTICED              VALUE 'N'.
               88  TOP-REFERRED             VALUE 'R'.
               88  TOP-DELETED              VALUE 'D'.
           05  TOP-NOTICE-DATE         PIC X(8).
           05  TOP-DELINQUENCY-DATE    PIC X(8).
           05  TOP-REFERRAL-DATE       PIC X(8).
           05  TOP-REFERRED-AMOUNT     PIC 9(6)V99.
           05  TOP-COLLECTED-AMOUNT    PIC 9(6)V99.
           05  TOP-DELETE-DATE         PIC X(8).
      *    WHY A NOTICED CLAIM WAS DROPPED OR A REFERRED ONE DELETED
           05  TOP-DELETE-REASON       PIC X(1).
               88  TOP-DEL-PAID-OFF         VALUE 'P'.
               88  TOP-DEL-WRITTEN-OFF      VALUE 'W'.
               88  TOP-DEL-APPEAL           VALUE 'A'.
               88  TOP-DEL-BENEFIT-ACTIVE   VALUE 'B'.
               88  TOP-DEL-BELOW-MINIMUM    VALUE 'M'.
               88  TOP-DEL-NO-CLAIM         VALUE 'X'.
           05  FILLER                  PIC X(10).
