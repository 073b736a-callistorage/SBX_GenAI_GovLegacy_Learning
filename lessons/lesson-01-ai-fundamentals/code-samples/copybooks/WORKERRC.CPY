      *****************************************************************
      * CASEWORKER ROSTER RECORD - ONE RECORD PER WORKER WITH THE     *
      * UNIT, OFFICE, AND SUPERVISOR THE WORKER REPORTS TO. AN        *
      * INACTIVE WORKER TAKES NO NEW CASES AND HAS THEIR CASELOAD     *
      * REDISTRIBUTED. A MAXIMUM CASELOAD OF ZERO MEANS NO LIMIT      *
      *****************************************************************
       01  WORKER-ROSTER-RECORD.
           05  WKR-WORKER-ID           PIC X(8).
           05  WKR-WORKER-NAME         PIC X(25).
           05  WKR-UNIT-ID             PIC X(4).
           05  WKR-OFFICE-ID           PIC X(4).
           05  WKR-SUPERVISOR-ID       PIC X(8).
           05  WKR-STATUS              PIC X(1).
               88  WKR-ACTIVE               VALUE 'A'.
               88  WKR-INACTIVE             VALUE 'I'.
           05  WKR-MAX-CASELOAD        PIC 9(4).
           05  FILLER                  PIC X(26).
