      *****************************************************************
      * INTENTIONAL PROGRAM VIOLATION DISQUALIFICATION MASTER - ONE   *
      * RECORD PER SSN IN SSN ORDER, CARRYING THE LATEST              *
      * DISQUALIFICATION AND THE NUMBER OF OFFENSES TO DATE. THE      *
      * PENALTY GROWS WITH THE OFFENSE COUNT - 12 MONTHS FOR THE      *
      * FIRST, 24 MONTHS FOR THE SECOND, PERMANENT FROM THE THIRD     *
      * (END DATE 99999999). IPV-MAINT POSTS OUR HEARING DECISIONS;   *
      * IPV-EXCHANGE REPORTS THEM TO THE NATIONAL REGISTRY AND ADDS   *
      * OTHER STATES' DISQUALIFICATIONS OF OUR APPLICANTS. BENEFIT-   *
      * PROCESSOR LEAVES AN ACTIVE PERSON OUT OF THE ELIGIBLE COUNT   *
      * FROM THE START DATE THROUGH THE END DATE                      *
      *****************************************************************
       01  DISQUALIFICATION-RECORD.
           05  IPV-SSN                 PIC X(9).
           05  IPV-APP-ID              PIC X(8).
           05  IPV-MEMBER-NBR          PIC X(2).
           05  IPV-LAST-NAME           PIC X(25).
           05  IPV-FIRST-NAME          PIC X(20).
           05  IPV-DOB                 PIC X(8).
           05  IPV-STATE-CODE          PIC X(2).
           05  IPV-SOURCE-CODE         PIC X(1).
               88  IPV-SOURCE-LOCAL         VALUE 'L'.
               88  IPV-SOURCE-NATIONAL      VALUE 'N'.
           05  IPV-OFFENSE-COUNT       PIC 9(1).
           05  IPV-PENALTY-CODE        PIC X(1).
               88  IPV-PENALTY-12-MONTHS    VALUE '1'.
               88  IPV-PENALTY-24-MONTHS    VALUE '2'.
               88  IPV-PENALTY-PERMANENT    VALUE 'P'.
           05  IPV-DECISION-DATE       PIC X(8).
           05  IPV-START-DATE          PIC X(8).
           05  IPV-END-DATE            PIC X(8).
           05  IPV-CLAIM-APP-ID        PIC X(8).
           05  IPV-CLAIM-ESTABLISHED   PIC X(8).
           05  IPV-STATUS              PIC X(1).
               88  IPV-ACTIVE               VALUE 'A'.
               88  IPV-REVERSED             VALUE 'R'.
           05  IPV-REGISTRY-FLAG       PIC X(1).
               88  IPV-REGISTRY-SENT        VALUE 'Y'.
               88  IPV-REGISTRY-DUE         VALUE 'N'.
           05  IPV-UPDATED-DATE        PIC X(8).
           05  IPV-OPERATOR-ID         PIC X(8).
           05  FILLER                  PIC X(10).
