      *****************************************************************
      * SSN VERIFICATION STATUS RECORD - ONE RECORD PER HEAD OF       *
      * HOUSEHOLD (MEMBER NUMBER "00") AND ELIGIBLE MEMBER WITH AN    *
      * SSN, IN APPLICANT ID AND MEMBER NUMBER ORDER. SSA-VERIFY-REQ  *
      * ADDS OR RESETS A PERSON TO PENDING WHENEVER THE SSN, NAME, OR *
      * DATE OF BIRTH SENT TO SSA CHANGES; SSA-VERIFY-RESP POSTS THE  *
      * SSA RESULT AND MARKS A PERSON STILL UNVERIFIED PAST THE GRACE *
      * PERIOD, WHICH RISK-ASSESSMENT CARRIES ONTO RISKOUT.DAT        *
      *****************************************************************
       01  SSN-VERIFY-RECORD.
           05  SSV-KEY.
               10  SSV-APP-ID          PIC X(8).
               10  SSV-MEMBER-NBR      PIC X(2).
           05  SSV-SSN                 PIC X(9).
           05  SSV-LAST-NAME           PIC X(25).
           05  SSV-FIRST-NAME          PIC X(20).
           05  SSV-DOB                 PIC X(8).
           05  SSV-REQUEST-DATE        PIC X(8).
           05  SSV-RESPONSE-DATE       PIC X(8).
           05  SSV-STATUS              PIC X(1).
               88  SSV-PENDING              VALUE 'P'.
               88  SSV-VERIFIED             VALUE 'V'.
               88  SSV-NAME-MISMATCH        VALUE 'N'.
               88  SSV-DOB-MISMATCH         VALUE 'D'.
               88  SSV-INVALID-SSN          VALUE 'I'.
           05  SSV-GRACE-EXPIRED-FLAG  PIC X(1).
               88  SSV-GRACE-EXPIRED        VALUE 'Y'.
           05  FILLER                  PIC X(10).
