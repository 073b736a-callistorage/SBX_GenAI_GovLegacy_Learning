      *****************************************************************
      * CLAIM ACTIVITY RECORD - ONE RECORD PER DOLLAR MOVEMENT POSTED *
      * AGAINST A CLAIM BALANCE, APPENDED BY CLAIM-MAINT AS EACH CASH *
      * COLLECTION, BENEFIT OFFSET, OR WRITE-OFF IS APPLIED, AND BY   *
      * TOP-REFERRAL AS EACH FEDERAL TREASURY OFFSET COLLECTION OR    *
      * REVERSAL IS POSTED. A REVERSAL PUTS MONEY BACK ON THE         *
      * BALANCE. THE CLAIMS MASTER ONLY CARRIES RUNNING TOTALS, SO    *
      * THE MONTH-END GENERAL LEDGER JOURNAL TAKES THE MONTH'S        *
      * ACTIVITY FROM HERE                                            *
      *****************************************************************
       01  CLAIM-ACTIVITY-RECORD.
           05  CACT-APP-ID             PIC X(8).
           05  CACT-ACTIVITY-DATE      PIC X(8).
           05  CACT-ACTIVITY-CODE      PIC X(1).
               88  CACT-CASH-COLLECTION     VALUE 'C'.
               88  CACT-BENEFIT-OFFSET      VALUE 'O'.
               88  CACT-WRITE-OFF           VALUE 'W'.
               88  CACT-TREASURY-OFFSET     VALUE 'T'.
               88  CACT-TREASURY-REVERSAL   VALUE 'R'.
           05  CACT-AMOUNT             PIC 9(6)V99.
           05  CACT-OPERATOR-ID        PIC X(8).
           05  FILLER                  PIC X(7).
