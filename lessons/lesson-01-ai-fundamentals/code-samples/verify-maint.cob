       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFY-MAINT.
      *********************************************************
      * PENDING VERIFICATION REQUESTS AND AGING               *
      * POSTS THE WORKER'S VERIFICATION TRANSACTIONS - A NEW  *
      * REQUEST FOR AN ITEM (INCOME, HOUSING COST, MEDICAL,   *
      * DEPENDENT CARE, IDENTITY, ASSETS), OR THE ITEM        *
      * RECEIVED OR WAIVED - TO THE VERIFICATION REQUEST      *
      * FILE KEYED BY CASE AND ITEM. A NEW REQUEST IS DUE TEN *
      * DAYS OUT UNLESS THE WORKER KEYS A LATER DATE. EVERY   *
      * CASE WITH A NEW REQUEST GETS ONE CHECKLIST NOTICE     *
      * LISTING ALL ITS OUTSTANDING ITEMS. EACH TRANSACTION   *
      * IS LISTED WITH ITS RESULT ON THE MAINTENANCE          *
      * REGISTER, AND EVERY ITEM STILL OUTSTANDING IS AGED ON *
      * THE OUTSTANDING VERIFICATIONS REPORT. BENEFIT-        *
      * PROCESSOR PENDS A CASE WITH AN OUTSTANDING ITEM AND   *
      * DENIES IT FOR FAILURE TO PROVIDE ONCE THE DUE DATE    *
      * HAS PASSED. WHEN A CASE'S LAST OUTSTANDING ITEM IS    *
      * RECEIVED OR WAIVED, A CHANGE TRANSACTION IS QUEUED SO *
      * THE NEXT DAILY CHANGE RUN DECIDES THE CASE AGAIN      *
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VERIFY-REQUEST-FILE ASSIGN TO "VERREQ.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL VERIFY-TRAN-FILE ASSIGN TO "VERTRAN.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT APPLICANT-FILE ASSIGN TO "APPLICANT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS APP-ID.

           SELECT OPTIONAL CHANGE-TRAN-FILE ASSIGN TO "CHGTRAN.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT CHECKLIST-NOTICE-FILE ASSIGN TO "VERNOTC.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT VERIFY-REPORT-FILE ASSIGN TO "VERMAINT.RPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT AGING-REPORT-FILE ASSIGN TO "VERAGING.RPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VERIFY-REQUEST-FILE.
           COPY VERREQRC.

      *****************************************************************
      * VERIFICATION TRANSACTION - 'A' ASKS THE HOUSEHOLD FOR AN      *
      * ITEM, 'R' RECORDS THE ITEM RECEIVED, 'W' WAIVES IT. THE DUE   *
      * DATE IS ONLY READ ON AN 'A' AND MAY BE LEFT BLANK TO TAKE THE *
      * STANDARD TEN DAYS FROM THE RUN DATE                           *
      *****************************************************************
       FD  VERIFY-TRAN-FILE.
       01  VERIFY-TRAN-RECORD.
           05  VRT-ACTION-CODE         PIC X(1).
               88  VRT-ACTION-REQUEST       VALUE 'A'.
               88  VRT-ACTION-RECEIVED      VALUE 'R'.
               88  VRT-ACTION-WAIVE         VALUE 'W'.
           05  VRT-OPERATOR-ID         PIC X(8).
           05  VRT-APP-ID              PIC X(8).
           05  VRT-ITEM-TYPE           PIC X(2).
           05  VRT-DUE-DATE            PIC X(8).
           05  FILLER                  PIC X(13).

       FD  APPLICANT-FILE.
           COPY APPLREC.

      *****************************************************************
      * DAILY CHANGE TRANSACTION - SAME LAYOUT BENEFIT-PROCESSOR      *
      * READS. A CASE WHOSE ITEMS ARE ALL IN IS APPENDED WITH EVERY   *
      * CHANGE FLAG 'N', SO THE DAILY RUN SIMPLY DECIDES IT AGAIN ON  *
      * THE FIGURES NOW PROVEN, EFFECTIVE THE DAY THEY CAME IN        *
      *****************************************************************
       FD  CHANGE-TRAN-FILE.
       01  CHANGE-TRAN-RECORD.
           05  CHTR-APP-ID             PIC X(8).
           05  CHTR-EFFECTIVE-DATE     PIC X(8).
           05  CHTR-INCOME-CHANGE-FLAG PIC X(1).
           05  CHTR-MONTHLY-INCOME     PIC 9(6)V99.
           05  CHTR-HHSIZE-CHANGE-FLAG PIC X(1).
           05  CHTR-HOUSEHOLD-SIZE     PIC 99.
           05  CHTR-ADDRESS-CHANGE-FLAG PIC X(1).
           05  CHTR-ADDRESS-LINE1      PIC X(25).
           05  CHTR-CITY               PIC X(15).
           05  CHTR-STATE-CODE         PIC X(2).
           05  CHTR-ZIP-CODE           PIC X(9).
           05  FILLER                  PIC X(10).

      *****************************************************************
      * CHECKLIST NOTICE - ONE PER CASE, ADDRESSED FROM THE MASTER,   *
      * LISTING EVERY ITEM THE HOUSEHOLD STILL OWES AND ITS DUE DATE. *
      * THERE ARE ONLY SIX ITEM TYPES, SO EVERY ITEM FITS             *
      *****************************************************************
       FD  CHECKLIST-NOTICE-FILE.
       01  CHECKLIST-NOTICE-RECORD.
           05  VCK-APP-ID              PIC X(8).
           05  VCK-LAST-NAME           PIC X(25).
           05  VCK-FIRST-NAME          PIC X(20).
           05  VCK-ADDRESS-LINE1       PIC X(25).
           05  VCK-CITY                PIC X(15).
           05  VCK-STATE-CODE          PIC X(2).
           05  VCK-ZIP-CODE            PIC X(9).
           05  VCK-NOTICE-DATE         PIC X(8).
           05  VCK-ITEM-COUNT          PIC 9(1).
           05  VCK-ITEM OCCURS 6 TIMES.
               10  VCK-ITEM-TYPE       PIC X(2).
               10  VCK-ITEM-DESC       PIC X(30).
               10  VCK-ITEM-DUE-DATE   PIC X(8).
           05  FILLER                  PIC X(10).

       FD  VERIFY-REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE             PIC X(8).
           05  WS-RUN-DAY-NBR          PIC 9(7) VALUE ZERO.

      *****************************************************************
      * DUE DATE ARITHMETIC - THE STANDARD RESPONSE PERIOD IS ADDED   *
      * TO THE RUN DATE, ROLLING OVER MONTH AND YEAR ENDS             *
      *****************************************************************
       01  WS-DATE-WORK-FIELDS.
           05  WS-WORK-DATE            PIC X(8).
           05  WS-WORK-DATE-N REDEFINES WS-WORK-DATE.
               10  WS-WORK-YEAR        PIC 9(4).
               10  WS-WORK-MONTH       PIC 9(2).
               10  WS-WORK-DAY         PIC 9(2).
           05  WS-LEAP-QUOTIENT        PIC 9(4).
           05  WS-LEAP-REMAINDER       PIC 9(3).
           05  WS-MONTH-LAST-DAY       PIC 9(2).

       01  WS-MONTH-DAYS-VALUES        PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS           PIC 9(2) OCCURS 12 TIMES.

      *****************************************************************
      * DAY-NUMBER CONVERSION - A CCYYMMDD DATE TURNED INTO A COUNT   *
      * OF DAYS SO TWO DATES CAN BE SUBTRACTED. JANUARY AND FEBRUARY  *
      * COUNT THE LEAP DAYS THROUGH THE PRIOR YEAR ONLY               *
      *****************************************************************
       01  WS-CUM-DAYS-VALUES          PIC X(36)
               VALUE "000031059090120151181212243273304334".
       01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
           05  WS-CUM-DAYS             PIC 9(3) OCCURS 12 TIMES.

       01  WS-DATE-CONVERT-FIELDS.
           05  WS-CVT-DATE             PIC X(8).
           05  WS-CVT-DATE-PARTS REDEFINES WS-CVT-DATE.
               10  WS-CVT-YEAR         PIC 9(4).
               10  WS-CVT-MONTH        PIC 9(2).
               10  WS-CVT-DAY          PIC 9(2).
           05  WS-CVT-VALID-FLAG       PIC X VALUE 'N'.
               88  WS-CVT-VALID             VALUE 'Y'.
           05  WS-CVT-LEAP-YEAR        PIC 9(4).
           05  WS-CVT-LEAP-4           PIC 9(4).
           05  WS-CVT-LEAP-100         PIC 9(4).
           05  WS-CVT-LEAP-400         PIC 9(4).
           05  WS-CVT-DAY-NBR          PIC 9(7).

      *****************************************************************
      * THE HOUSEHOLD GETS TEN DAYS TO PROVIDE A REQUESTED ITEM. THE  *
      * AGING REPORT BUCKETS ITEMS BY DAYS SINCE THE REQUEST          *
      *****************************************************************
       01  WS-PROGRAM-CONSTANTS.
           05  WS-RESPONSE-DAYS        PIC 9(2) VALUE 10.
           05  WS-AGE-LIMIT-1          PIC 9(3) VALUE 10.
           05  WS-AGE-LIMIT-2          PIC 9(3) VALUE 30.
           05  WS-AGE-LIMIT-3          PIC 9(3) VALUE 60.

      *****************************************************************
      * ITEM TYPE TABLE - THE CODE AND THE WORDING PRINTED ON THE     *
      * CHECKLIST AND REPORTS. THE COUNT TABLE BESIDE IT HOLDS THE    *
      * OUTSTANDING ITEMS OF EACH TYPE FOR THE AGING REPORT TOTALS    *
      *****************************************************************
       01  WS-ITEM-TYPE-VALUES.
           05  FILLER                  PIC X(32) VALUE
               "INPROOF OF INCOME".
           05  FILLER                  PIC X(32) VALUE
               "HCPROOF OF HOUSING COST".
           05  FILLER                  PIC X(32) VALUE
               "MDPROOF OF MEDICAL EXPENSES".
           05  FILLER                  PIC X(32) VALUE
               "DCPROOF OF DEPENDENT CARE COST".
           05  FILLER                  PIC X(32) VALUE
               "IDPROOF OF IDENTITY".
           05  FILLER                  PIC X(32) VALUE
               "ASPROOF OF ASSETS".
       01  WS-ITEM-TYPE-TABLE REDEFINES WS-ITEM-TYPE-VALUES.
           05  WS-ITM-ENTRY OCCURS 6 TIMES
                   INDEXED BY WS-ITM-IDX.
               10  WS-ITM-CODE             PIC X(2).
               10  WS-ITM-DESC             PIC X(30).

       01  WS-ITEM-COUNT-TABLE.
           05  WS-ITM-OUTSTANDING      PIC 9(6) OCCURS 6 TIMES.

       01  WS-ITEM-FIELDS.
           05  WS-ITEM-DESC            PIC X(30).

      *****************************************************************
      * VERIFICATION REQUEST TABLE - THE WHOLE FILE IS HELD HERE      *
      * WHILE THE TRANSACTIONS ARE APPLIED, THEN SORTED BACK INTO     *
      * CASE AND ITEM ORDER FOR THE NOTICES, THE REWRITE AND THE      *
      * AGING REPORT, THE SAME WAY IPV-MAINT WORKS ITS MASTER. EACH   *
      * ENTRY IS THE FULL RECORD IMAGE                                *
      *****************************************************************
       01  WS-VERIFY-TABLE.
           05  WS-VRQ-ENTRY OCCURS 20000 TIMES
                   INDEXED BY WS-VRQ-IDX.
               10  WS-VRQ-KEY.
                   15  WS-VRQ-APP-ID       PIC X(8).
                   15  WS-VRQ-ITEM-TYPE    PIC X(2).
               10  WS-VRQ-DATA             PIC X(51).

       01  WS-VRQ-TABLE-FIELDS.
           05  WS-VRQ-MAX-ENTRIES      PIC 9(5) VALUE 20000.
           05  WS-VRQ-TABLE-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-VRQ-TABLE-FULL       PIC X VALUE 'N'.
           05  WS-VRQ-MATCH-ENTRY      PIC 9(5).
           05  WS-GROUP-START          PIC 9(5).
           05  WS-GROUP-END            PIC 9(5).
           05  WS-GROUP-SUB            PIC 9(5).

      *****************************************************************
      * CURRENT CASE ON THE CHECKLIST PASS                            *
      *****************************************************************
       01  WS-CHECKLIST-FIELDS.
           05  WS-NOTICE-DUE-FLAG      PIC X VALUE 'N'.
               88  WS-NOTICE-DUE            VALUE 'Y'.
           05  WS-CASE-ON-FILE-FLAG    PIC X VALUE 'N'.
           05  WS-CASE-OUTSTANDING-FLAG PIC X VALUE 'N'.
           05  WS-CASE-CLEARED-FLAG    PIC X VALUE 'N'.

       01  WS-AGING-FIELDS.
           05  WS-DAYS-OUTSTANDING     PIC 9(5).
           05  WS-DAYS-PAST-DUE        PIC 9(5).
           05  WS-DUE-DAY-NBR          PIC 9(7).

       01  WS-COUNTERS.
           05  WS-TRAN-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-REQUESTED-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-RECEIVED-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-WAIVED-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-ERROR-COUNT          PIC 9(6) VALUE ZERO.
           05  WS-NOTICE-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-NOTICE-HELD-COUNT    PIC 9(6) VALUE ZERO.
           05  WS-REDETERMINE-COUNT    PIC 9(6) VALUE ZERO.
           05  WS-OUTSTANDING-COUNT    PIC 9(6) VALUE ZERO.
           05  WS-PAST-DUE-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-AGE-1-COUNT          PIC 9(6) VALUE ZERO.
           05  WS-AGE-2-COUNT          PIC 9(6) VALUE ZERO.
           05  WS-AGE-3-COUNT          PIC 9(6) VALUE ZERO.
           05  WS-AGE-4-COUNT          PIC 9(6) VALUE ZERO.

       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "VERIFICATION REQUEST REGISTER".
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  HDG-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "PAGE: ".
           05  HDG-PAGE-NUMBER         PIC ZZZ9.
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(4) VALUE "ACT".
           05  FILLER                  PIC X(10) VALUE "APP ID".
           05  FILLER                  PIC X(32) VALUE "ITEM".
           05  FILLER                  PIC X(10) VALUE "REQUESTED".
           05  FILLER                  PIC X(10) VALUE "DUE".
           05  FILLER                  PIC X(10) VALUE "OPERATOR".
           05  FILLER                  PIC X(40) VALUE "RESULT".
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  WS-REPORT-DETAIL-LINE.
           05  DTL-ACTION-CODE         PIC X(1).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  DTL-APP-ID              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-ITEM-DESC           PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-REQUEST-DATE        PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-DUE-DATE            PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-OPERATOR-ID         PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-RESULT              PIC X(40).
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  WS-REPORT-TOTAL-LINE.
           05  TTL-LABEL               PIC X(40).
           05  TTL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(85) VALUE SPACES.

       01  WS-REPORT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(3) VALUE 99.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.
           05  WS-PAGE-NUMBER          PIC 9(4) VALUE ZERO.

      *****************************************************************
      * OUTSTANDING VERIFICATIONS AGING REPORT                        *
      *****************************************************************
       01  WS-AGING-HEADING-1.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "OUTSTANDING VERIFICATIONS AGING".
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  AGH-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "PAGE: ".
           05  AGH-PAGE-NUMBER         PIC ZZZ9.
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-AGING-HEADING-2.
           05  FILLER                  PIC X(10) VALUE "APP ID".
           05  FILLER                  PIC X(27) VALUE "CASE NAME".
           05  FILLER                  PIC X(32) VALUE "ITEM".
           05  FILLER                  PIC X(10) VALUE "REQUESTED".
           05  FILLER                  PIC X(10) VALUE "DUE".
           05  FILLER                  PIC X(10) VALUE "NOTICED".
           05  FILLER                  PIC X(7) VALUE "  DAYS".
           05  FILLER                  PIC X(7) VALUE "  PAST".
           05  FILLER                  PIC X(19) VALUE "  STANDING".

       01  WS-AGING-DETAIL-LINE.
           05  AGD-APP-ID              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AGD-CASE-NAME           PIC X(25).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AGD-ITEM-DESC           PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AGD-REQUEST-DATE        PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AGD-DUE-DATE            PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AGD-NOTICE-DATE         PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AGD-DAYS-OUTSTANDING    PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AGD-DAYS-PAST-DUE       PIC ZZZZ9.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  AGD-STANDING            PIC X(11).
           05  FILLER                  PIC X(8) VALUE SPACES.

       01  WS-AGING-CONTROLS.
           05  WS-AGING-LINE-COUNT     PIC 9(3) VALUE 99.
           05  WS-AGING-PAGE-NUMBER    PIC 9(4) VALUE ZERO.

       01  WS-FLAGS.
           05  WS-MASTER-EOF-FLAG      PIC X VALUE 'N'.
           05  WS-TRAN-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-VALID-TRAN-FLAG      PIC X VALUE 'Y'.
           05  WS-RESULT-TEXT          PIC X(40).

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-CVT-DATE
           PERFORM CONVERT-DATE-TO-DAYS
           MOVE WS-CVT-DAY-NBR TO WS-RUN-DAY-NBR

           PERFORM LOAD-VERIFY-REQUESTS

           OPEN INPUT APPLICANT-FILE
           OPEN OUTPUT VERIFY-REPORT-FILE
           PERFORM APPLY-VERIFY-TRANSACTIONS

      *    UNUSED SLOTS HOLD HIGH-VALUES, SO THE SORT PUTS THE FILE
      *    BACK IN CASE AND ITEM ORDER WITH THE NEW ENTRIES MERGED IN
           SORT WS-VRQ-ENTRY ON ASCENDING KEY WS-VRQ-KEY

           OPEN OUTPUT CHECKLIST-NOTICE-FILE
           OPEN EXTEND CHANGE-TRAN-FILE
           PERFORM SEND-CHECKLIST-NOTICES
           CLOSE CHECKLIST-NOTICE-FILE
           CLOSE CHANGE-TRAN-FILE

           PERFORM REWRITE-VERIFY-REQUESTS
           PERFORM WRITE-REGISTER-TOTALS
           CLOSE VERIFY-REPORT-FILE

           OPEN OUTPUT AGING-REPORT-FILE
           PERFORM PRINT-AGING-REPORT
           CLOSE AGING-REPORT-FILE
           CLOSE APPLICANT-FILE

           DISPLAY "VERIFICATION REQUEST MAINTENANCE COMPLETE"
           DISPLAY "TRANSACTIONS READ: " WS-TRAN-COUNT
           DISPLAY "ITEMS REQUESTED: " WS-REQUESTED-COUNT
           DISPLAY "ITEMS RECEIVED: " WS-RECEIVED-COUNT
           DISPLAY "ITEMS WAIVED: " WS-WAIVED-COUNT
           DISPLAY "TRANSACTIONS IN ERROR: " WS-ERROR-COUNT
           DISPLAY "CHECKLIST NOTICES: " WS-NOTICE-COUNT
           DISPLAY "NOTICES HELD - CASE NOT ON MASTER: "
               WS-NOTICE-HELD-COUNT
           DISPLAY "CASES QUEUED FOR REDETERMINATION: "
               WS-REDETERMINE-COUNT
           DISPLAY "ITEMS OUTSTANDING: " WS-OUTSTANDING-COUNT
           DISPLAY "ITEMS PAST DUE: " WS-PAST-DUE-COUNT
           STOP RUN.

       LOAD-VERIFY-REQUESTS.
           MOVE ZERO TO WS-VRQ-TABLE-COUNT
           MOVE 'N' TO WS-MASTER-EOF-FLAG
           MOVE HIGH-VALUES TO WS-VERIFY-TABLE

           OPEN INPUT VERIFY-REQUEST-FILE
           READ VERIFY-REQUEST-FILE
               AT END MOVE 'Y' TO WS-MASTER-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-MASTER-EOF-FLAG = 'Y'
               IF WS-VRQ-TABLE-COUNT < WS-VRQ-MAX-ENTRIES
                   ADD 1 TO WS-VRQ-TABLE-COUNT
                   MOVE VERIFY-REQUEST-RECORD
                       TO WS-VRQ-ENTRY(WS-VRQ-TABLE-COUNT)
               ELSE
                   IF WS-VRQ-TABLE-FULL = 'N'
                       MOVE 'Y' TO WS-VRQ-TABLE-FULL
                       DISPLAY "WARNING: VERIFICATION TABLE FULL AT "
                           WS-VRQ-MAX-ENTRIES " ENTRIES"
                   END-IF
               END-IF
               READ VERIFY-REQUEST-FILE
                   AT END MOVE 'Y' TO WS-MASTER-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE VERIFY-REQUEST-FILE.

      *    ENTRIES ADDED DURING THE RUN GO ON THE END OF THE TABLE, SO
      *    THE FILE IS SEARCHED IN FULL RATHER THAN BY BINARY SEARCH
       FIND-VERIFY-ENTRY.
           MOVE ZERO TO WS-VRQ-MATCH-ENTRY
           PERFORM VARYING WS-VRQ-IDX FROM 1 BY 1
               UNTIL WS-VRQ-IDX > WS-VRQ-TABLE-COUNT
               IF WS-VRQ-APP-ID(WS-VRQ-IDX) = VRT-APP-ID
                  AND WS-VRQ-ITEM-TYPE(WS-VRQ-IDX) = VRT-ITEM-TYPE
                   SET WS-VRQ-MATCH-ENTRY TO WS-VRQ-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-ITEM-DESC.
           MOVE SPACES TO WS-ITEM-DESC
           SET WS-ITM-IDX TO 1
           SEARCH WS-ITM-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ITM-CODE(WS-ITM-IDX) = VRQ-ITEM-TYPE
                   MOVE WS-ITM-DESC(WS-ITM-IDX) TO WS-ITEM-DESC
           END-SEARCH.

       APPLY-VERIFY-TRANSACTIONS.
           OPEN INPUT VERIFY-TRAN-FILE
           READ VERIFY-TRAN-FILE
               AT END MOVE 'Y' TO WS-TRAN-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-TRAN-EOF-FLAG = 'Y'
               ADD 1 TO WS-TRAN-COUNT
               PERFORM APPLY-ONE-TRANSACTION
               READ VERIFY-TRAN-FILE
                   AT END MOVE 'Y' TO WS-TRAN-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE VERIFY-TRAN-FILE.

       APPLY-ONE-TRANSACTION.
           MOVE 'Y' TO WS-VALID-TRAN-FLAG
           MOVE SPACES TO WS-RESULT-TEXT
           MOVE SPACES TO WS-REPORT-DETAIL-LINE
           MOVE VRT-ACTION-CODE TO DTL-ACTION-CODE
           MOVE VRT-APP-ID TO DTL-APP-ID
           MOVE VRT-OPERATOR-ID TO DTL-OPERATOR-ID
           MOVE VRT-ITEM-TYPE TO VRQ-ITEM-TYPE
           PERFORM FIND-ITEM-DESC
           IF WS-ITEM-DESC = SPACES
               MOVE VRT-ITEM-TYPE TO DTL-ITEM-DESC
           ELSE
               MOVE WS-ITEM-DESC TO DTL-ITEM-DESC
           END-IF

           PERFORM VALIDATE-TRANSACTION

           IF WS-VALID-TRAN-FLAG = 'Y'
               PERFORM FIND-VERIFY-ENTRY
               EVALUATE TRUE
                   WHEN VRT-ACTION-REQUEST
                       PERFORM APPLY-NEW-REQUEST
                   WHEN OTHER
                       PERFORM APPLY-ITEM-CLEARED
               END-EVALUATE
           END-IF

           IF WS-VALID-TRAN-FLAG = 'N'
               ADD 1 TO WS-ERROR-COUNT
           END-IF
           MOVE WS-RESULT-TEXT TO DTL-RESULT
           PERFORM WRITE-REGISTER-LINE.

       VALIDATE-TRANSACTION.
           IF NOT VRT-ACTION-REQUEST AND NOT VRT-ACTION-RECEIVED
              AND NOT VRT-ACTION-WAIVE
               MOVE 'N' TO WS-VALID-TRAN-FLAG
               MOVE "INVALID ACTION CODE" TO WS-RESULT-TEXT
           END-IF

           IF WS-VALID-TRAN-FLAG = 'Y'
               IF WS-ITEM-DESC = SPACES
                   MOVE 'N' TO WS-VALID-TRAN-FLAG
                   MOVE "INVALID VERIFICATION ITEM TYPE"
                       TO WS-RESULT-TEXT
               END-IF
           END-IF

           IF WS-VALID-TRAN-FLAG = 'Y' AND VRT-ACTION-REQUEST
               IF VRT-DUE-DATE NOT = SPACES
                   IF VRT-DUE-DATE NOT NUMERIC
                      OR VRT-DUE-DATE(5:2) < "01"
                      OR VRT-DUE-DATE(5:2) > "12"
                      OR VRT-DUE-DATE(7:2) < "01"
                      OR VRT-DUE-DATE(7:2) > "31"
                       MOVE 'N' TO WS-VALID-TRAN-FLAG
                       MOVE "DUE DATE NOT A VALID DATE"
                           TO WS-RESULT-TEXT
                   ELSE
                       IF VRT-DUE-DATE <= WS-RUN-DATE
                           MOVE 'N' TO WS-VALID-TRAN-FLAG
                           MOVE "DUE DATE NOT AFTER THE RUN DATE"
                               TO WS-RESULT-TEXT
                       END-IF
                   END-IF
               END-IF
           END-IF

      *    A REQUEST GOES OUT BY MAIL, SO THE CASE MUST BE ON THE
      *    MASTER TO BE ADDRESSED
           IF WS-VALID-TRAN-FLAG = 'Y' AND VRT-ACTION-REQUEST
               MOVE VRT-APP-ID TO APP-ID
               READ APPLICANT-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-VALID-TRAN-FLAG
                       MOVE "CASE NOT ON APPLICANT MASTER"
                           TO WS-RESULT-TEXT
               END-READ
           END-IF.

      *****************************************************************
      * A NEW REQUEST - AN ITEM ALREADY OUTSTANDING IS NOT ASKED FOR  *
      * TWICE. AN ITEM RECEIVED OR WAIVED EARLIER IS ASKED FOR AGAIN  *
      * WITH FRESH DATES, AND THE CASE GETS A NEW CHECKLIST           *
      *****************************************************************
       APPLY-NEW-REQUEST.
           IF WS-VRQ-MATCH-ENTRY > ZERO
               MOVE WS-VRQ-ENTRY(WS-VRQ-MATCH-ENTRY)
                   TO VERIFY-REQUEST-RECORD
               IF VRQ-OUTSTANDING
                   MOVE 'N' TO WS-VALID-TRAN-FLAG
                   MOVE "ITEM ALREADY OUTSTANDING" TO WS-RESULT-TEXT
                   MOVE VRQ-REQUEST-DATE TO DTL-REQUEST-DATE
                   MOVE VRQ-DUE-DATE TO DTL-DUE-DATE
               END-IF
           ELSE
               IF WS-VRQ-TABLE-COUNT < WS-VRQ-MAX-ENTRIES
                   ADD 1 TO WS-VRQ-TABLE-COUNT
                   MOVE WS-VRQ-TABLE-COUNT TO WS-VRQ-MATCH-ENTRY
               ELSE
                   MOVE 'N' TO WS-VALID-TRAN-FLAG
                   MOVE "VERIFICATION TABLE FULL" TO WS-RESULT-TEXT
                   IF WS-VRQ-TABLE-FULL = 'N'
                       MOVE 'Y' TO WS-VRQ-TABLE-FULL
                       DISPLAY "WARNING: VERIFICATION TABLE FULL AT "
                           WS-VRQ-MAX-ENTRIES " ENTRIES"
                   END-IF
               END-IF
           END-IF

           IF WS-VALID-TRAN-FLAG = 'Y'
               MOVE SPACES TO VERIFY-REQUEST-RECORD
               MOVE VRT-APP-ID TO VRQ-APP-ID
               MOVE VRT-ITEM-TYPE TO VRQ-ITEM-TYPE
               MOVE WS-RUN-DATE TO VRQ-REQUEST-DATE
               IF VRT-DUE-DATE NOT = SPACES
                   MOVE VRT-DUE-DATE TO VRQ-DUE-DATE
               ELSE
                   PERFORM COMPUTE-STANDARD-DUE-DATE
                   MOVE WS-WORK-DATE TO VRQ-DUE-DATE
               END-IF
               SET VRQ-OUTSTANDING TO TRUE
               MOVE VRT-OPERATOR-ID TO VRQ-OPERATOR-ID
               MOVE VERIFY-REQUEST-RECORD
                   TO WS-VRQ-ENTRY(WS-VRQ-MATCH-ENTRY)

               ADD 1 TO WS-REQUESTED-COUNT
               MOVE "ITEM REQUESTED" TO WS-RESULT-TEXT
               MOVE VRQ-REQUEST-DATE TO DTL-REQUEST-DATE
               MOVE VRQ-DUE-DATE TO DTL-DUE-DATE
           END-IF.

      *    ONLY AN OUTSTANDING ITEM CAN BE RECEIVED OR WAIVED
       APPLY-ITEM-CLEARED.
           IF WS-VRQ-MATCH-ENTRY = ZERO
               MOVE 'N' TO WS-VALID-TRAN-FLAG
               MOVE "NO REQUEST ON FILE FOR ITEM" TO WS-RESULT-TEXT
           ELSE
               MOVE WS-VRQ-ENTRY(WS-VRQ-MATCH-ENTRY)
                   TO VERIFY-REQUEST-RECORD
               MOVE VRQ-REQUEST-DATE TO DTL-REQUEST-DATE
               MOVE VRQ-DUE-DATE TO DTL-DUE-DATE
               IF NOT VRQ-OUTSTANDING
                   MOVE 'N' TO WS-VALID-TRAN-FLAG
                   MOVE "ITEM NOT OUTSTANDING" TO WS-RESULT-TEXT
               END-IF
           END-IF

           IF WS-VALID-TRAN-FLAG = 'Y'
               IF VRT-ACTION-RECEIVED
                   SET VRQ-RECEIVED TO TRUE
                   ADD 1 TO WS-RECEIVED-COUNT
                   MOVE "ITEM RECEIVED" TO WS-RESULT-TEXT
               ELSE
                   SET VRQ-WAIVED TO TRUE
                   ADD 1 TO WS-WAIVED-COUNT
                   MOVE "ITEM WAIVED" TO WS-RESULT-TEXT
               END-IF
               MOVE WS-RUN-DATE TO VRQ-STATUS-DATE
               MOVE VRT-OPERATOR-ID TO VRQ-OPERATOR-ID
               MOVE VERIFY-REQUEST-RECORD
                   TO WS-VRQ-ENTRY(WS-VRQ-MATCH-ENTRY)
           END-IF.

      *    RUN DATE PLUS THE RESPONSE PERIOD, ROLLING INTO THE NEXT
      *    MONTH (AND YEAR) WHEN IT RUNS PAST THE MONTH END
       COMPUTE-STANDARD-DUE-DATE.
           MOVE WS-RUN-DATE TO WS-WORK-DATE
           ADD WS-RESPONSE-DAYS TO WS-WORK-DAY
           PERFORM SET-MONTH-LAST-DAY

           PERFORM UNTIL WS-WORK-DAY <= WS-MONTH-LAST-DAY
               SUBTRACT WS-MONTH-LAST-DAY FROM WS-WORK-DAY
               ADD 1 TO WS-WORK-MONTH
               IF WS-WORK-MONTH > 12
                   MOVE 1 TO WS-WORK-MONTH
                   ADD 1 TO WS-WORK-YEAR
               END-IF
               PERFORM SET-MONTH-LAST-DAY
           END-PERFORM.

       SET-MONTH-LAST-DAY.
           MOVE WS-MONTH-DAYS(WS-WORK-MONTH) TO WS-MONTH-LAST-DAY
           IF WS-WORK-MONTH = 2
               DIVIDE WS-WORK-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 29 TO WS-MONTH-LAST-DAY
                   DIVIDE WS-WORK-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       DIVIDE WS-WORK-YEAR BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER NOT = ZERO
                           MOVE 28 TO WS-MONTH-LAST-DAY
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * CHECKLIST NOTICES - THE SORTED TABLE IS WALKED ONE CASE AT A  *
      * TIME. A CASE WITH AN OUTSTANDING ITEM NOT YET ON A NOTICE     *
      * GETS ONE CHECKLIST OF EVERY ITEM IT STILL OWES, AND THE ITEMS *
      * ARE MARKED WITH THE NOTICE DATE. A CASE THAT HAS LEFT THE     *
      * MASTER CANNOT BE ADDRESSED, SO ITS ITEMS STAY UNMARKED AND    *
      * ARE TRIED AGAIN ON THE NEXT RUN. A CASE THAT HAD AN ITEM      *
      * CLEARED THIS RUN AND OWES NOTHING MORE IS QUEUED FOR THE      *
      * DAILY CHANGE RUN                                              *
      *****************************************************************
       SEND-CHECKLIST-NOTICES.
           MOVE 1 TO WS-GROUP-START
           PERFORM VARYING WS-VRQ-IDX FROM 1 BY 1
               UNTIL WS-VRQ-IDX > WS-VRQ-TABLE-COUNT
               IF WS-VRQ-APP-ID(WS-VRQ-IDX)
                  NOT = WS-VRQ-APP-ID(WS-GROUP-START)
                   SET WS-GROUP-END TO WS-VRQ-IDX
                   SUBTRACT 1 FROM WS-GROUP-END
                   PERFORM SEND-CASE-CHECKLIST
                   PERFORM QUEUE-CASE-REDETERMINATION
                   SET WS-GROUP-START TO WS-VRQ-IDX
               END-IF
           END-PERFORM

           IF WS-VRQ-TABLE-COUNT > ZERO
               MOVE WS-VRQ-TABLE-COUNT TO WS-GROUP-END
               PERFORM SEND-CASE-CHECKLIST
               PERFORM QUEUE-CASE-REDETERMINATION
           END-IF.

       SEND-CASE-CHECKLIST.
           MOVE 'N' TO WS-NOTICE-DUE-FLAG
           PERFORM VARYING WS-GROUP-SUB FROM WS-GROUP-START BY 1
               UNTIL WS-GROUP-SUB > WS-GROUP-END
               MOVE WS-VRQ-ENTRY(WS-GROUP-SUB) TO VERIFY-REQUEST-RECORD
               IF VRQ-OUTSTANDING AND VRQ-NOTICE-DATE = SPACES
                   MOVE 'Y' TO WS-NOTICE-DUE-FLAG
               END-IF
           END-PERFORM

           IF WS-NOTICE-DUE
               MOVE WS-VRQ-APP-ID(WS-GROUP-START) TO APP-ID
               READ APPLICANT-FILE
                   INVALID KEY
                       MOVE 'N' TO WS-CASE-ON-FILE-FLAG
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CASE-ON-FILE-FLAG
               END-READ
               IF WS-CASE-ON-FILE-FLAG = 'Y'
                   PERFORM WRITE-CHECKLIST-NOTICE
               ELSE
                   ADD 1 TO WS-NOTICE-HELD-COUNT
               END-IF
           END-IF.

       WRITE-CHECKLIST-NOTICE.
           MOVE SPACES TO CHECKLIST-NOTICE-RECORD
           MOVE APP-ID TO VCK-APP-ID
           MOVE APP-LAST-NAME TO VCK-LAST-NAME
           MOVE APP-FIRST-NAME TO VCK-FIRST-NAME
           MOVE APP-ADDRESS-LINE1 TO VCK-ADDRESS-LINE1
           MOVE APP-CITY TO VCK-CITY
           MOVE APP-STATE-CODE TO VCK-STATE-CODE
           MOVE APP-ZIP-CODE TO VCK-ZIP-CODE
           MOVE WS-RUN-DATE TO VCK-NOTICE-DATE
           MOVE ZERO TO VCK-ITEM-COUNT

           PERFORM VARYING WS-GROUP-SUB FROM WS-GROUP-START BY 1
               UNTIL WS-GROUP-SUB > WS-GROUP-END
               MOVE WS-VRQ-ENTRY(WS-GROUP-SUB) TO VERIFY-REQUEST-RECORD
               IF VRQ-OUTSTANDING AND VCK-ITEM-COUNT < 6
                   ADD 1 TO VCK-ITEM-COUNT
                   PERFORM FIND-ITEM-DESC
                   MOVE VRQ-ITEM-TYPE TO VCK-ITEM-TYPE(VCK-ITEM-COUNT)
                   MOVE WS-ITEM-DESC TO VCK-ITEM-DESC(VCK-ITEM-COUNT)
                   MOVE VRQ-DUE-DATE
                       TO VCK-ITEM-DUE-DATE(VCK-ITEM-COUNT)
                   IF VRQ-NOTICE-DATE = SPACES
                       MOVE WS-RUN-DATE TO VRQ-NOTICE-DATE
                       MOVE VERIFY-REQUEST-RECORD
                           TO WS-VRQ-ENTRY(WS-GROUP-SUB)
                   END-IF
               END-IF
           END-PERFORM

           WRITE CHECKLIST-NOTICE-RECORD
           ADD 1 TO WS-NOTICE-COUNT.

      *    BENEFIT-PROCESSOR WRITES NO HOLD FOR A VERIFICATION PEND,
      *    SO THE CHANGE TRANSACTION IS WHAT BRINGS THE CASE BACK.
      *    AN ITEM CLEARED THIS RUN CARRIES THE RUN DATE AS ITS STATUS
      *    DATE. A CASE THE DAILY RUN DOES NOT FIND ON THE MASTER IS
      *    PASSED OVER THERE. BENEFIT-PROCESSOR MERGES TRANSACTIONS
      *    FOR THE SAME CASE, SO A CHANGE A WORKER KEYS THE SAME DAY
      *    STILL APPLIES, AND A RERUN THAT QUEUES THE CASE AGAIN
      *    DOES NO HARM
       QUEUE-CASE-REDETERMINATION.
           MOVE 'N' TO WS-CASE-OUTSTANDING-FLAG
           MOVE 'N' TO WS-CASE-CLEARED-FLAG
           PERFORM VARYING WS-GROUP-SUB FROM WS-GROUP-START BY 1
               UNTIL WS-GROUP-SUB > WS-GROUP-END
               MOVE WS-VRQ-ENTRY(WS-GROUP-SUB) TO VERIFY-REQUEST-RECORD
               IF VRQ-OUTSTANDING
                   MOVE 'Y' TO WS-CASE-OUTSTANDING-FLAG
               END-IF
               IF (VRQ-RECEIVED OR VRQ-WAIVED)
                  AND VRQ-STATUS-DATE = WS-RUN-DATE
                   MOVE 'Y' TO WS-CASE-CLEARED-FLAG
               END-IF
           END-PERFORM

           IF WS-CASE-CLEARED-FLAG = 'Y'
              AND WS-CASE-OUTSTANDING-FLAG = 'N'
               MOVE SPACES TO CHANGE-TRAN-RECORD
               MOVE WS-VRQ-APP-ID(WS-GROUP-START) TO CHTR-APP-ID
               MOVE WS-RUN-DATE TO CHTR-EFFECTIVE-DATE
               MOVE 'N' TO CHTR-INCOME-CHANGE-FLAG
               MOVE ZERO TO CHTR-MONTHLY-INCOME
               MOVE 'N' TO CHTR-HHSIZE-CHANGE-FLAG
               MOVE ZERO TO CHTR-HOUSEHOLD-SIZE
               MOVE 'N' TO CHTR-ADDRESS-CHANGE-FLAG
               WRITE CHANGE-TRAN-RECORD
               ADD 1 TO WS-REDETERMINE-COUNT
           END-IF.

       REWRITE-VERIFY-REQUESTS.
           OPEN OUTPUT VERIFY-REQUEST-FILE
           PERFORM VARYING WS-VRQ-IDX FROM 1 BY 1
               UNTIL WS-VRQ-IDX > WS-VRQ-TABLE-COUNT
               MOVE WS-VRQ-ENTRY(WS-VRQ-IDX) TO VERIFY-REQUEST-RECORD
               WRITE VERIFY-REQUEST-RECORD
           END-PERFORM
           CLOSE VERIFY-REQUEST-FILE.

       WRITE-REGISTER-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADINGS
           END-IF

           WRITE REPORT-LINE FROM WS-REPORT-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-REGISTER-TOTALS.
           IF WS-LINE-COUNT = 99
               PERFORM WRITE-PAGE-HEADINGS
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "TRANSACTIONS READ" TO TTL-LABEL
           MOVE WS-TRAN-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "ITEMS REQUESTED" TO TTL-LABEL
           MOVE WS-REQUESTED-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "ITEMS RECEIVED" TO TTL-LABEL
           MOVE WS-RECEIVED-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "ITEMS WAIVED" TO TTL-LABEL
           MOVE WS-WAIVED-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "TRANSACTIONS REJECTED" TO TTL-LABEL
           MOVE WS-ERROR-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "CHECKLIST NOTICES SENT" TO TTL-LABEL
           MOVE WS-NOTICE-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "NOTICES HELD - CASE NOT ON MASTER" TO TTL-LABEL
           MOVE WS-NOTICE-HELD-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "CASES QUEUED FOR REDETERMINATION" TO TTL-LABEL
           MOVE WS-REDETERMINE-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

       WRITE-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           MOVE WS-PAGE-NUMBER TO HDG-PAGE-NUMBER
           WRITE REPORT-LINE FROM WS-REPORT-HEADING-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-REPORT-HEADING-2
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 4 TO WS-LINE-COUNT.

      *****************************************************************
      * AGING REPORT - EVERY ITEM STILL OUTSTANDING, IN CASE ORDER,   *
      * WITH DAYS SINCE THE REQUEST AND DAYS PAST THE DUE DATE. A     *
      * PAST-DUE ITEM IS ONE BENEFIT-PROCESSOR WILL DENY THE CASE     *
      * FOR ON ITS NEXT PASS. TOTALS BY AGE AND BY ITEM FOLLOW        *
      *****************************************************************
       PRINT-AGING-REPORT.
           MOVE ZERO TO WS-ITEM-COUNT-TABLE

           PERFORM VARYING WS-VRQ-IDX FROM 1 BY 1
               UNTIL WS-VRQ-IDX > WS-VRQ-TABLE-COUNT
               MOVE WS-VRQ-ENTRY(WS-VRQ-IDX) TO VERIFY-REQUEST-RECORD
               IF VRQ-OUTSTANDING
                   PERFORM WRITE-AGING-DETAIL-LINE
               END-IF
           END-PERFORM

           IF WS-AGING-LINE-COUNT = 99
               PERFORM WRITE-AGING-PAGE-HEADINGS
           END-IF
           PERFORM WRITE-AGING-TOTALS.

       WRITE-AGING-DETAIL-LINE.
           IF WS-AGING-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-AGING-PAGE-HEADINGS
           END-IF

           MOVE VRQ-REQUEST-DATE TO WS-CVT-DATE
           PERFORM CONVERT-DATE-TO-DAYS
           IF WS-CVT-VALID AND WS-CVT-DAY-NBR < WS-RUN-DAY-NBR
               COMPUTE WS-DAYS-OUTSTANDING =
                   WS-RUN-DAY-NBR - WS-CVT-DAY-NBR
           ELSE
               MOVE ZERO TO WS-DAYS-OUTSTANDING
           END-IF

           MOVE VRQ-DUE-DATE TO WS-CVT-DATE
           PERFORM CONVERT-DATE-TO-DAYS
           MOVE WS-CVT-DAY-NBR TO WS-DUE-DAY-NBR
           IF WS-CVT-VALID AND WS-DUE-DAY-NBR < WS-RUN-DAY-NBR
               COMPUTE WS-DAYS-PAST-DUE =
                   WS-RUN-DAY-NBR - WS-DUE-DAY-NBR
           ELSE
               MOVE ZERO TO WS-DAYS-PAST-DUE
           END-IF

           MOVE SPACES TO WS-AGING-DETAIL-LINE
           MOVE VRQ-APP-ID TO AGD-APP-ID
           MOVE VRQ-APP-ID TO APP-ID
           READ APPLICANT-FILE
               INVALID KEY
                   MOVE "*NOT ON APPLICANT MASTER" TO AGD-CASE-NAME
               NOT INVALID KEY
                   MOVE APP-LAST-NAME TO AGD-CASE-NAME
           END-READ
           PERFORM FIND-ITEM-DESC
           MOVE WS-ITEM-DESC TO AGD-ITEM-DESC
           MOVE VRQ-REQUEST-DATE TO AGD-REQUEST-DATE
           MOVE VRQ-DUE-DATE TO AGD-DUE-DATE
           MOVE VRQ-NOTICE-DATE TO AGD-NOTICE-DATE
           MOVE WS-DAYS-OUTSTANDING TO AGD-DAYS-OUTSTANDING
           MOVE WS-DAYS-PAST-DUE TO AGD-DAYS-PAST-DUE
           IF VRQ-DUE-DATE < WS-RUN-DATE
               MOVE "PAST DUE" TO AGD-STANDING
               ADD 1 TO WS-PAST-DUE-COUNT
           ELSE
               MOVE "NOT YET DUE" TO AGD-STANDING
           END-IF
           WRITE AGING-REPORT-LINE FROM WS-AGING-DETAIL-LINE
           ADD 1 TO WS-AGING-LINE-COUNT

           ADD 1 TO WS-OUTSTANDING-COUNT
           IF WS-ITEM-DESC NOT = SPACES
               ADD 1 TO WS-ITM-OUTSTANDING(WS-ITM-IDX)
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-OUTSTANDING <= WS-AGE-LIMIT-1
                   ADD 1 TO WS-AGE-1-COUNT
               WHEN WS-DAYS-OUTSTANDING <= WS-AGE-LIMIT-2
                   ADD 1 TO WS-AGE-2-COUNT
               WHEN WS-DAYS-OUTSTANDING <= WS-AGE-LIMIT-3
                   ADD 1 TO WS-AGE-3-COUNT
               WHEN OTHER
                   ADD 1 TO WS-AGE-4-COUNT
           END-EVALUATE.

       WRITE-AGING-TOTALS.
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE

           MOVE "ITEMS OUTSTANDING" TO TTL-LABEL
           MOVE WS-OUTSTANDING-COUNT TO TTL-COUNT
           WRITE AGING-REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "  PAST DUE" TO TTL-LABEL
           MOVE WS-PAST-DUE-COUNT TO TTL-COUNT
           WRITE AGING-REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE

           MOVE "REQUESTED 0-10 DAYS AGO" TO TTL-LABEL
           MOVE WS-AGE-1-COUNT TO TTL-COUNT
           WRITE AGING-REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "REQUESTED 11-30 DAYS AGO" TO TTL-LABEL
           MOVE WS-AGE-2-COUNT TO TTL-COUNT
           WRITE AGING-REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "REQUESTED 31-60 DAYS AGO" TO TTL-LABEL
           MOVE WS-AGE-3-COUNT TO TTL-COUNT
           WRITE AGING-REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "REQUESTED OVER 60 DAYS AGO" TO TTL-LABEL
           MOVE WS-AGE-4-COUNT TO TTL-COUNT
           WRITE AGING-REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE

           PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
               UNTIL WS-ITM-IDX > 6
               MOVE WS-ITM-DESC(WS-ITM-IDX) TO TTL-LABEL
               MOVE WS-ITM-OUTSTANDING(WS-ITM-IDX) TO TTL-COUNT
               WRITE AGING-REPORT-LINE FROM WS-REPORT-TOTAL-LINE
           END-PERFORM.

       WRITE-AGING-PAGE-HEADINGS.
           ADD 1 TO WS-AGING-PAGE-NUMBER
           MOVE WS-RUN-DATE TO AGH-RUN-DATE
           MOVE WS-AGING-PAGE-NUMBER TO AGH-PAGE-NUMBER
           WRITE AGING-REPORT-LINE FROM WS-AGING-HEADING-1
               AFTER ADVANCING PAGE
           WRITE AGING-REPORT-LINE FROM WS-AGING-HEADING-2
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE 4 TO WS-AGING-LINE-COUNT.

      *****************************************************************
      * CCYYMMDD TO DAY NUMBER. AN UNREADABLE DATE LEAVES THE VALID   *
      * FLAG OFF AND THE DAY NUMBER ZERO                              *
      *****************************************************************
       CONVERT-DATE-TO-DAYS.
           MOVE 'N' TO WS-CVT-VALID-FLAG
           MOVE ZERO TO WS-CVT-DAY-NBR

           IF WS-CVT-DATE NUMERIC
               IF WS-CVT-YEAR > ZERO
                  AND WS-CVT-MONTH >= 1 AND WS-CVT-MONTH <= 12
                  AND WS-CVT-DAY >= 1 AND WS-CVT-DAY <= 31
                   MOVE 'Y' TO WS-CVT-VALID-FLAG
                   MOVE WS-CVT-YEAR TO WS-CVT-LEAP-YEAR
                   IF WS-CVT-MONTH <= 2
                       SUBTRACT 1 FROM WS-CVT-LEAP-YEAR
                   END-IF
                   DIVIDE WS-CVT-LEAP-YEAR BY 4
                       GIVING WS-CVT-LEAP-4
                   DIVIDE WS-CVT-LEAP-YEAR BY 100
                       GIVING WS-CVT-LEAP-100
                   DIVIDE WS-CVT-LEAP-YEAR BY 400
                       GIVING WS-CVT-LEAP-400
                   COMPUTE WS-CVT-DAY-NBR =
                       WS-CVT-YEAR * 365
                       + WS-CVT-LEAP-4 - WS-CVT-LEAP-100
                       + WS-CVT-LEAP-400
                       + WS-CUM-DAYS(WS-CVT-MONTH)
                       + WS-CVT-DAY
               END-IF
           END-IF.
