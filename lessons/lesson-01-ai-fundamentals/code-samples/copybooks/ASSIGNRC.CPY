      *****************************************************************
      * CASELOAD ASSIGNMENT MASTER RECORD - ONE RECORD PER CASE WITH  *
      * THE WORKER, UNIT, AND OFFICE IT IS ASSIGNED TO, IN APPLICANT  *
      * ID ORDER. MAINTAINED BY CASE-ASSIGN FROM WORKER TRANSACTIONS  *
      * AND THE NIGHTLY AUTO-ASSIGNMENT OF NEW CASES, AND READ BY     *
      * CASE-WORKLIST TO ROUTE EACH OPEN ITEM TO ITS WORKER           *
      *****************************************************************
       01  CASE-ASSIGNMENT-RECORD.
           05  ASG-APP-ID              PIC X(8).
           05  ASG-WORKER-ID           PIC X(8).
           05  ASG-UNIT-ID             PIC X(4).
           05  ASG-OFFICE-ID           PIC X(4).
           05  ASG-ASSIGNED-DATE       PIC X(8).
           05  ASG-ASSIGN-METHOD       PIC X(1).
               88  ASG-METHOD-AUTO          VALUE 'A'.
               88  ASG-METHOD-MANUAL        VALUE 'M'.
           05  FILLER                  PIC X(7).
