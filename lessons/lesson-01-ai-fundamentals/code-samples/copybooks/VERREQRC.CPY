      *****************************************************************
      * VERIFICATION REQUEST RECORD - ONE RECORD PER CASE AND ITEM    *
      * THE WORKER HAS ASKED THE HOUSEHOLD TO PROVE, IN APPLICANT ID  *
      * AND ITEM TYPE ORDER. MAINTAINED BY VERIFY-MAINT, WHICH SENDS  *
      * THE CHECKLIST NOTICE AND RECORDS THE DATE IT WENT OUT. AN     *
      * ITEM STAYS OUTSTANDING UNTIL IT IS RECEIVED OR WAIVED.        *
      * BENEFIT-PROCESSOR PENDS A CASE WITH AN OUTSTANDING ITEM AND   *
      * DENIES IT ONCE AN OUTSTANDING ITEM IS PAST ITS DUE DATE       *
      *****************************************************************
       01  VERIFY-REQUEST-RECORD.
           05  VRQ-KEY.
               10  VRQ-APP-ID          PIC X(8).
               10  VRQ-ITEM-TYPE       PIC X(2).
                   88  VRQ-ITEM-INCOME          VALUE "IN".
                   88  VRQ-ITEM-HOUSING         VALUE "HC".
                   88  VRQ-ITEM-MEDICAL         VALUE "MD".
                   88  VRQ-ITEM-DEPENDENT-CARE  VALUE "DC".
                   88  VRQ-ITEM-IDENTITY        VALUE "ID".
                   88  VRQ-ITEM-ASSETS          VALUE "AS".
                   88  VRQ-ITEM-VALID           VALUES "IN" "HC" "MD"
                                                       "DC" "ID" "AS".
           05  VRQ-REQUEST-DATE        PIC X(8).
           05  VRQ-DUE-DATE            PIC X(8).
           05  VRQ-STATUS              PIC X(1).
               88  VRQ-OUTSTANDING          VALUE 'P'.
               88  VRQ-RECEIVED             VALUE 'R'.
               88  VRQ-WAIVED               VALUE 'W'.
           05  VRQ-STATUS-DATE         PIC X(8).
           05  VRQ-NOTICE-DATE         PIC X(8).
           05  VRQ-OPERATOR-ID         PIC X(8).
           05  FILLER                  PIC X(10).
