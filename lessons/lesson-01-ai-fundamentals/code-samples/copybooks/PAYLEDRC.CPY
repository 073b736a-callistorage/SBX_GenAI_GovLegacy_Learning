               88  PLG-SOURCE-DAILY-ADJ     VALUE 'A'.
               88  PLG-SOURCE-PEND-RELEASE  VALUE 'P'.
               88  PLG-SOURCE-EXPEDITED     VALUE 'X'.
               88  PLG-SOURCE-REPLACEMENT   VALUE 'R'.
      *        EXPUNGED EBT BALANCES POST NEGATIVE, ONE PER CASE AND
      *        BENEFIT MONTH, SO THE LEDGER SHOWS WHAT THE HOUSEHOLD
      *        ACTUALLY RECEIVED
               88  PLG-SOURCE-EXPUNGEMENT   VALUE 'E'.
           05  PLG-POST-DATE           PIC X(8).
           05  PLG-AMOUNT              PIC S9(6)V99.
      *    FOR DAILY ADJUSTMENTS ('A') THE EFFECTIVE DATE JOINS THE
      *    DUPLICATE KEY, SO TWO LEGITIMATE ADJUSTMENTS IN THE SAME
      *    MONTH EACH POST WHILE A RERUN OF THE SAME FEED IS STILL
      *    HELD. FOR DISASTER REPLACEMENTS ('R') IT CARRIES THE
      *    DISASTER ID, SO ONE REPLACEMENT PER CASE, MONTH, AND
      *    DISASTER POSTS. SPACES FOR EVERY OTHER SOURCE
           05  PLG-EFFECTIVE-DATE      PIC X(8).
           05  FILLER                  PIC X(2).
