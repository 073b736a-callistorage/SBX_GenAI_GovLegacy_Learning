       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABAWD-TRACK.
      *********************************************************
      * ABAWD TIME-LIMIT TRACKING                             *
      * KEEPS A COUNTABLE-MONTH CLOCK FOR EVERY ABLE-BODIED   *
      * ADULT WITHOUT DEPENDENTS (AGE 18-54, NO CHILD UNDER   *
      * 18 IN THE HOUSEHOLD) OVER A FIXED 36-MONTH WINDOW.    *
      * A MONTH COUNTS WHEN THE CASE WAS APPROVED THAT MONTH  *
      * ON HISTORY.DAT AND THE ADULT WAS SUBJECT, NOT EXEMPT, *
      * AND NOT MEETING THE WORK REQUIREMENT. CASEWORKERS     *
      * ENTER EXEMPTION AND WORK-REQUIREMENT TRANSACTIONS ON  *
      * ABWTRAN.DAT. A WARNING NOTICE GOES OUT WHEN THE       *
      * SECOND COUNTABLE MONTH IS USED; AFTER THE THIRD THE   *
      * CLOCK RECORD IS FLAGGED AND BENEFIT-PROCESSOR DROPS   *
      * THE ADULT FROM THE ELIGIBLE COUNT AT ITS NEXT RUN.    *
      * RUNS AFTER THE MONTHLY BENEFIT RUN SO THE MONTH JUST  *
      * APPROVED IS ON HISTORY. THE CLOCK FILE ABAWD.DAT IS   *
      * REBUILT EVERY RUN IN APPLICANT/MEMBER ORDER. AN ADULT *
      * MOVED TO ANOTHER CASE BY A SPLIT OR MERGE KEEPS THE   *
      * SAME CLOCK UNDER THE NEW CASE AND MEMBER NUMBER       *
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICANT-FILE ASSIGN TO "APPLICANT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS APP-ID.

           SELECT OPTIONAL MEMBER-FILE ASSIGN TO "MEMBERS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MBR-KEY.

           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "HISTORY.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT HISTORY-WORK-FILE ASSIGN TO "ABWHSRT.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL ABAWD-TRAN-FILE ASSIGN TO "ABWTRAN.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT ABAWD-TRAN-WORK-FILE ASSIGN TO "ABWTSRT.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL PRIOR-CLOCK-FILE ASSIGN TO "ABAWD.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL CASE-XREF-FILE ASSIGN TO "CASEXREF.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT PRIOR-CLOCK-WORK-FILE ASSIGN TO "ABWPRIOR.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT ABAWD-CLOCK-FILE ASSIGN TO "ABAWD.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT WARNING-NOTICE-FILE ASSIGN TO "ABWNOTIC.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT REPORT-WORK-FILE ASSIGN TO "ABWRPTW.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT REPORT-SORTED-FILE ASSIGN TO "ABWRSRT.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT STATUS-REPORT-FILE ASSIGN TO "ABAWD.RPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT HISTORY-SORT-FILE ASSIGN TO "SORTWK1".

           SELECT TRAN-SORT-FILE ASSIGN TO "SORTWK2".

           SELECT PRIOR-SORT-FILE ASSIGN TO "SORTWK3".

           SELECT REPORT-SORT-FILE ASSIGN TO "SORTWK4".

       DATA DIVISION.
       FILE SECTION.
       FD  APPLICANT-FILE.
           COPY APPLREC.

       FD  MEMBER-FILE.
           COPY MEMBREC.

       FD  HISTORY-FILE.
           COPY HISTREC.

      *****************************************************************
      * APPROVED MONTHS FROM HISTORY, ONE RECORD PER APPROVED CASE    *
      * MONTH INSIDE THE 36-MONTH LOOKBACK, IN APPLICANT ID ORDER.    *
      * THE OFFSET IS THE MONTH'S POSITION IN THE LOOKBACK (1-36)     *
      *****************************************************************
       FD  HISTORY-WORK-FILE.
       01  HISTORY-WORK-RECORD.
           05  HWRK-APP-ID             PIC X(8).
           05  HWRK-BENEFIT-MONTH      PIC X(6).
           05  HWRK-MONTH-OFFSET       PIC 99.
           05  FILLER                  PIC X(4).

      *****************************************************************
      * CASEWORKER ABAWD TRANSACTIONS                                 *
      *   E - EXEMPT FOR THE MONTHS FROM/THROUGH (REASON REQUIRED)    *
      *   W - MEETING THE WORK REQUIREMENT FOR THE MONTHS             *
      *   C - CANCEL A MARK ENTERED IN ERROR - THE MONTHS ARE         *
      *       RE-EVALUATED FROM THE CASE DATA                         *
      * MEMBER NUMBER "00" IS THE HEAD OF HOUSEHOLD. A BLANK FROM     *
      * MONTH MEANS THE CURRENT MONTH; A BLANK THROUGH MONTH MEANS    *
      * THE FROM MONTH ONLY                                           *
      *****************************************************************
       FD  ABAWD-TRAN-FILE.
       01  ABAWD-TRAN-RECORD.
           05  ABTR-ACTION-CODE        PIC X(1).
               88  ABTR-ACTION-EXEMPT       VALUE 'E'.
               88  ABTR-ACTION-WORKING      VALUE 'W'.
               88  ABTR-ACTION-CANCEL       VALUE 'C'.
           05  ABTR-OPERATOR-ID        PIC X(8).
           05  ABTR-KEY.
               10  ABTR-APP-ID         PIC X(8).
               10  ABTR-MEMBER-NBR     PIC X(2).
           05  ABTR-FROM-MONTH         PIC X(6).
           05  ABTR-THRU-MONTH         PIC X(6).
      *    01 MEDICALLY CERTIFIED UNFIT FOR WORK   02 PREGNANT
      *    03 CARING FOR AN INCAPACITATED PERSON   04 STUDENT/TRAINING
      *    05 RECEIVING UNEMPLOYMENT COMPENSATION  06 STATE DISCRETION
           05  ABTR-EXEMPT-REASON      PIC X(2).
           05  FILLER                  PIC X(17).

       FD  ABAWD-TRAN-WORK-FILE.
       01  ABAWD-TRAN-WORK-RECORD.
           05  ABTW-ACTION-CODE        PIC X(1).
           05  ABTW-OPERATOR-ID        PIC X(8).
           05  ABTW-KEY                PIC X(10).
           05  ABTW-FROM-MONTH         PIC X(6).
           05  ABTW-THRU-MONTH         PIC X(6).
           05  ABTW-EXEMPT-REASON      PIC X(2).
           05  FILLER                  PIC X(17).

       FD  PRIOR-CLOCK-FILE.
       01  PRIOR-CLOCK-RECORD.
           05  PCLK-KEY                PIC X(10).
           05  FILLER                  PIC X(111).
           05  PCLK-LAST-RUN-DATE      PIC X(8).
           05  FILLER                  PIC X(11).

       FD  CASE-XREF-FILE.
           COPY CASXRFRC.

      *****************************************************************
      * LAST RUN'S CLOCK FILE, SORTED BY KEY AT STARTUP. A PRIOR      *
      * CLOCK IS CARRIED FORWARD FOR AS LONG AS ITS ADULT IS STILL    *
      * ON THE MASTER OR THE MEMBER DETAIL FILE                       *
      *****************************************************************
       FD  PRIOR-CLOCK-WORK-FILE.
       01  PRIOR-CLOCK-WORK-RECORD.
           05  PCWK-KEY                PIC X(10).
           05  FILLER                  PIC X(130).

       FD  ABAWD-CLOCK-FILE.
           COPY ABAWDREC.

       FD  WARNING-NOTICE-FILE.
           COPY NOTREC.

       FD  REPORT-WORK-FILE.
       01  REPORT-WORK-RECORD.
           05  RWK-STATE-CODE          PIC X(2).
           05  RWK-APP-ID              PIC X(8).
           05  RWK-MEMBER-NBR          PIC X(2).
           05  RWK-LAST-NAME           PIC X(25).
           05  RWK-FIRST-NAME          PIC X(20).
           05  RWK-COUNTABLE-MONTHS    PIC 99.
           05  RWK-WINDOW-START        PIC X(6).
           05  RWK-STATUS-TEXT         PIC X(20).
           05  FILLER                  PIC X(5).

       FD  REPORT-SORTED-FILE.
       01  REPORT-SORTED-RECORD.
           05  RSD-STATE-CODE          PIC X(2).
           05  RSD-APP-ID              PIC X(8).
           05  RSD-MEMBER-NBR          PIC X(2).
           05  RSD-LAST-NAME           PIC X(25).
           05  RSD-FIRST-NAME          PIC X(20).
           05  RSD-COUNTABLE-MONTHS    PIC 99.
           05  RSD-WINDOW-START        PIC X(6).
           05  RSD-STATUS-TEXT         PIC X(20).
           05  FILLER                  PIC X(5).

       FD  STATUS-REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       SD  HISTORY-SORT-FILE.
       01  HISTORY-SORT-RECORD.
           05  HSRT-APP-ID             PIC X(8).
           05  HSRT-BENEFIT-MONTH      PIC X(6).
           05  HSRT-MONTH-OFFSET       PIC 99.
           05  FILLER                  PIC X(4).

       SD  TRAN-SORT-FILE.
       01  TRAN-SORT-RECORD.
           05  TSRT-ACTION-CODE        PIC X(1).
           05  TSRT-OPERATOR-ID        PIC X(8).
           05  TSRT-KEY                PIC X(10).
           05  FILLER                  PIC X(31).

       SD  PRIOR-SORT-FILE.
       01  PRIOR-SORT-RECORD.
           05  PSRT-KEY                PIC X(10).
           05  FILLER                  PIC X(130).

       SD  REPORT-SORT-FILE.
       01  REPORT-SORT-RECORD.
           05  RSRT-STATE-CODE         PIC X(2).
           05  RSRT-APP-ID             PIC X(8).
           05  RSRT-MEMBER-NBR         PIC X(2).
           05  FILLER                  PIC X(78).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE             PIC X(8).
           05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
               10  WS-RUN-YEAR         PIC 9(4).
               10  WS-RUN-MONTH        PIC 9(2).
               10  WS-RUN-DAY          PIC 9(2).

      *****************************************************************
      * MONTH ARITHMETIC - A BENEFIT MONTH IS CARRIED AS A RUNNING    *
      * MONTH NUMBER (YEAR * 12 + MONTH - 1) SO WINDOW POSITIONS AND  *
      * LOOKBACK OFFSETS ARE SIMPLE SUBTRACTIONS                      *
      *****************************************************************
       01  WS-MONTH-FIELDS.
           05  WS-RUN-MONTH-NBR        PIC 9(6) VALUE ZERO.
           05  WS-LOOKBACK-START-NBR   PIC 9(6) VALUE ZERO.
           05  WS-WINDOW-START-NBR     PIC 9(6) VALUE ZERO.
           05  WS-EVAL-MONTH-NBR       PIC 9(6) VALUE ZERO.
           05  WS-MONTHS-INTO-WINDOW   PIC S9(6) VALUE ZERO.
           05  WS-MAP-INDEX            PIC S9(6) VALUE ZERO.
           05  WS-CASE-MAP-OFFSET      PIC S9(6) VALUE ZERO.
           05  WS-CVT-MONTH            PIC X(6).
           05  WS-CVT-MONTH-PARTS REDEFINES WS-CVT-MONTH.
               10  WS-CVT-YEAR         PIC 9(4).
               10  WS-CVT-MM           PIC 9(2).
           05  WS-CVT-MONTH-NBR        PIC 9(6) VALUE ZERO.
           05  WS-CVT-REMAINDER        PIC 9(2) VALUE ZERO.
           05  WS-CVT-VALID-FLAG       PIC X VALUE 'N'.

       01  WS-ABAWD-CONSTANTS.
           05  WS-WINDOW-MONTHS        PIC 99 VALUE 36.
           05  WS-TIME-LIMIT-MONTHS    PIC 99 VALUE 3.
           05  WS-WARNING-MONTHS       PIC 99 VALUE 2.
           05  WS-MINIMUM-AGE          PIC 99 VALUE 18.
           05  WS-MAXIMUM-AGE          PIC 99 VALUE 54.

       01  WS-AGE-FIELDS.
           05  WS-AGE-DOB              PIC X(8).
           05  WS-AGE-DOB-PARTS REDEFINES WS-AGE-DOB.
               10  WS-AGE-DOB-YEAR     PIC 9(4).
               10  WS-AGE-DOB-MONTH    PIC 9(2).
               10  WS-AGE-DOB-DAY      PIC 9(2).
           05  WS-AGE-YEARS            PIC S9(4) VALUE ZERO.
           05  WS-AGE-VALID-FLAG       PIC X VALUE 'N'.

      *****************************************************************
      * THE ADULT BEING EVALUATED - THE HEAD OF HOUSEHOLD FROM THE    *
      * MASTER OR ONE MEMBER FROM THE HOUSEHOLD TABLE                 *
      *****************************************************************
       01  WS-ADULT-FIELDS.
           05  WS-ADULT-KEY.
               10  WS-ADULT-APP-ID     PIC X(8).
               10  WS-ADULT-MEMBER-NBR PIC 99.
           05  WS-ADULT-LAST-NAME      PIC X(25).
           05  WS-ADULT-FIRST-NAME     PIC X(20).
           05  WS-ADULT-DOB            PIC X(8).
           05  WS-ADULT-HEAD-FLAG      PIC X VALUE 'N'.
           05  WS-ADULT-ELIGIBLE-FLAG  PIC X VALUE 'Y'.
           05  WS-TRACK-ADULT-FLAG     PIC X VALUE 'N'.
           05  WS-CLOCK-FOUND-FLAG     PIC X VALUE 'N'.
           05  WS-SUBJECT-FLAG         PIC X VALUE 'N'.
               88  WS-SUBJECT-TO-LIMIT      VALUE 'Y'.
               88  WS-NOT-SUBJECT           VALUE 'N'.
               88  WS-SUBJECT-WORKING       VALUE 'W'.
           05  WS-CHILD-IN-HOUSEHOLD   PIC X VALUE 'N'.

      *****************************************************************
      * HOUSEHOLD MEMBERS OF THE CURRENT CASE FROM MEMBERS.DAT        *
      *****************************************************************
       01  WS-HOUSEHOLD-TABLE.
           05  WS-HH-ENTRY OCCURS 99 TIMES
                   INDEXED BY WS-HH-IDX.
               10  WS-HH-MEMBER-NBR    PIC 99.
               10  WS-HH-LAST-NAME     PIC X(25).
               10  WS-HH-FIRST-NAME    PIC X(20).
               10  WS-HH-DOB           PIC X(8).
               10  WS-HH-RELATIONSHIP  PIC X(10).
               10  WS-HH-ELIGIBLE      PIC X(1).

       01  WS-HOUSEHOLD-FIELDS.
           05  WS-HH-COUNT             PIC 99 VALUE ZERO.
           05  WS-HH-MAX-ENTRIES       PIC 99 VALUE 99.
           05  WS-HH-ENTRY-NBR         PIC 99 VALUE ZERO.

      *    ONE BYTE PER LOOKBACK MONTH - 'Y' WHEN THE CASE WAS
      *    APPROVED THAT MONTH
       01  WS-CASE-APPROVED-FIELDS.
           05  WS-CASE-APPROVED-MAP    PIC X(36).
           05  WS-CASE-APPROVED-FLAGS REDEFINES WS-CASE-APPROVED-MAP.
               10  WS-CASE-APPROVED-FLAG PIC X(1) OCCURS 36 TIMES.

       01  WS-MERGE-FIELDS.
           05  WS-MBR-CURRENT-APP-ID   PIC X(8) VALUE LOW-VALUES.
           05  WS-MBR-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-HWRK-CURRENT-APP-ID  PIC X(8) VALUE LOW-VALUES.
           05  WS-HWRK-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-PCLK-CURRENT-KEY     PIC X(10) VALUE LOW-VALUES.
           05  WS-PCLK-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-TRAN-CURRENT-KEY     PIC X(10) VALUE LOW-VALUES.
           05  WS-TRAN-EOF-FLAG        PIC X VALUE 'N'.

      *****************************************************************
      * PERSON CROSS-REFERENCE TABLE - EVERY MOVE OF A PERSON FROM    *
      * ONE CASE AND MEMBER NUMBER TO ANOTHER, IN THE ORDER THE MOVES *
      * WERE MADE. A PRIOR CLOCK LAST WRITTEN ON OR BEFORE A MOVE OF  *
      * ITS ADULT IS CARRIED TO THE NEW KEY, AND ON THROUGH ANY LATER *
      * MOVE                                                          *
      *****************************************************************
       01  WS-XREF-TABLE.
           05  WS-XRF-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-XRF-IDX.
               10  WS-XRF-OLD-KEY          PIC X(10).
               10  WS-XRF-NEW-KEY          PIC X(10).
               10  WS-XRF-EFFECTIVE-DATE   PIC X(8).

       01  WS-XRF-TABLE-FIELDS.
           05  WS-XRF-MAX-ENTRIES      PIC 9(4) VALUE 5000.
           05  WS-XRF-TABLE-COUNT      PIC 9(4) VALUE ZERO.
           05  WS-XRF-TABLE-FULL       PIC X VALUE 'N'.
           05  WS-XRF-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-XRF-MOVED-FLAG       PIC X VALUE 'N'.
           05  WS-XRF-CLOCK-KEY        PIC X(10).
           05  WS-XRF-CLOCK-DATE       PIC X(8).

       01  WS-TRAN-FIELDS.
           05  WS-TRAN-FROM-NBR        PIC 9(6) VALUE ZERO.
           05  WS-TRAN-THRU-NBR        PIC 9(6) VALUE ZERO.
           05  WS-TRAN-MONTH-NBR       PIC 9(6) VALUE ZERO.
           05  WS-TRAN-MAP-INDEX       PIC S9(6) VALUE ZERO.
           05  WS-TRAN-MARK            PIC X(1).
           05  WS-TRAN-VALID-FLAG      PIC X VALUE 'N'.

       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "ABAWD TIME LIMIT STATUS REPORT".
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  HDG-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "PAGE: ".
           05  HDG-PAGE-NUMBER         PIC ZZZ9.
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(7) VALUE "STATE".
           05  FILLER                  PIC X(10) VALUE "APP ID".
           05  FILLER                  PIC X(5) VALUE "MBR".
           05  FILLER                  PIC X(27) VALUE "LAST NAME".
           05  FILLER                  PIC X(22) VALUE "FIRST NAME".
           05  FILLER                  PIC X(9) VALUE "WINDOW".
           05  FILLER                  PIC X(8) VALUE "MONTHS".
           05  FILLER                  PIC X(20) VALUE "STATUS".
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-REPORT-DETAIL-LINE.
           05  DTL-STATE-CODE          PIC X(2).
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  DTL-APP-ID              PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-MEMBER-NBR          PIC X(2).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  DTL-LAST-NAME           PIC X(25).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-FIRST-NAME          PIC X(20).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  DTL-WINDOW-START        PIC X(6).
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  DTL-COUNTABLE-MONTHS    PIC Z9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  DTL-STATUS-TEXT         PIC X(20).
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-STATE-TOTAL-LINE.
           05  FILLER                  PIC X(7) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "STATE ".
           05  STL-STATE-CODE          PIC X(2).
           05  FILLER                  PIC X(17) VALUE
               "  AT 2 MONTHS: ".
           05  STL-WARNED-COUNT        PIC ZZZZZ9.
           05  FILLER                  PIC X(17) VALUE
               "  AT 3 MONTHS: ".
           05  STL-LIMIT-COUNT         PIC ZZZZZ9.
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  WS-REPORT-TOTAL-LINE.
           05  FILLER                  PIC X(7) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "ALL STATES".
           05  FILLER                  PIC X(17) VALUE
               "  AT 2 MONTHS: ".
           05  TOT-WARNED-COUNT        PIC ZZZZZ9.
           05  FILLER                  PIC X(17) VALUE
               "  AT 3 MONTHS: ".
           05  TOT-LIMIT-COUNT         PIC ZZZZZ9.
           05  FILLER                  PIC X(69) VALUE SPACES.

       01  WS-REPORT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(3) VALUE 99.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.
           05  WS-PAGE-NUMBER          PIC 9(4) VALUE ZERO.
           05  WS-BREAK-STATE-CODE     PIC X(2).
           05  WS-STATE-WARNED-COUNT   PIC 9(6) VALUE ZERO.
           05  WS-STATE-LIMIT-COUNT    PIC 9(6) VALUE ZERO.
           05  WS-REPORT-LINE-COUNT    PIC 9(6) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-CASE-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-HISTORY-MONTH-COUNT  PIC 9(6) VALUE ZERO.
           05  WS-CLOCK-COUNT          PIC 9(6) VALUE ZERO.
           05  WS-NEW-CLOCK-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-DROPPED-CLOCK-COUNT  PIC 9(6) VALUE ZERO.
           05  WS-MOVED-CLOCK-COUNT    PIC 9(6) VALUE ZERO.
           05  WS-WINDOW-RESET-COUNT   PIC 9(6) VALUE ZERO.
           05  WS-SUBJECT-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-WARNED-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-LIMIT-COUNT          PIC 9(6) VALUE ZERO.
           05  WS-EXCLUDED-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-NOTICE-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-TRAN-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-TRAN-APPLIED-COUNT   PIC 9(6) VALUE ZERO.
           05  WS-ERROR-COUNT          PIC 9(6) VALUE ZERO.

       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X VALUE 'N'.
           05  WS-HIST-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-RPT-EOF-FLAG         PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM INITIALIZE-PROGRAM
           PERFORM PROCESS-APPLICANT-FILE
           PERFORM REJECT-REMAINING-TRANSACTIONS
           PERFORM TERMINATE-PROGRAM
           PERFORM PRINT-STATUS-REPORT
           PERFORM DISPLAY-SUMMARY-TOTALS
           STOP RUN.

       INITIALIZE-PROGRAM.
      *    THE LOOKBACK COVERS THE 36 MONTHS ENDING WITH THE RUN
      *    MONTH - NO LIVE WINDOW CAN START BEFORE IT, BECAUSE A
      *    WINDOW THAT HAS RUN ITS 36 MONTHS IS RESTARTED
           MOVE WS-RUN-DATE(1:6) TO WS-CVT-MONTH
           PERFORM CONVERT-MONTH-TO-NBR
           MOVE WS-CVT-MONTH-NBR TO WS-RUN-MONTH-NBR
           COMPUTE WS-LOOKBACK-START-NBR =
               WS-RUN-MONTH-NBR - WS-WINDOW-MONTHS + 1

      *    LAST RUN'S CLOCKS AND THIS RUN'S TRANSACTIONS ARE BOTH
      *    PUT IN KEY ORDER SO THEY MERGE FORWARD AGAINST THE MASTER.
      *    A CLOCK WHOSE ADULT HAS SINCE MOVED CASE IS SORTED UNDER
      *    THE ADULT'S NEW KEY
           PERFORM LOAD-PERSON-XREF

           SORT PRIOR-SORT-FILE
               ON ASCENDING KEY PSRT-KEY
               INPUT PROCEDURE IS RELEASE-PRIOR-CLOCKS
               GIVING PRIOR-CLOCK-WORK-FILE

           SORT TRAN-SORT-FILE
               ON ASCENDING KEY TSRT-KEY
               WITH DUPLICATES IN ORDER
               USING ABAWD-TRAN-FILE
               GIVING ABAWD-TRAN-WORK-FILE

           SORT HISTORY-SORT-FILE
               ON ASCENDING KEY HSRT-APP-ID
                                HSRT-BENEFIT-MONTH
               INPUT PROCEDURE IS RELEASE-APPROVED-MONTHS
               GIVING HISTORY-WORK-FILE

           OPEN INPUT APPLICANT-FILE
           OPEN INPUT MEMBER-FILE
           OPEN INPUT HISTORY-WORK-FILE
           OPEN INPUT ABAWD-TRAN-WORK-FILE
           OPEN INPUT PRIOR-CLOCK-WORK-FILE
           OPEN OUTPUT ABAWD-CLOCK-FILE
           OPEN OUTPUT WARNING-NOTICE-FILE
           OPEN OUTPUT REPORT-WORK-FILE

           PERFORM READ-MEMBER-RECORD
           PERFORM READ-HISTORY-WORK-RECORD
           PERFORM READ-TRAN-WORK-RECORD
           PERFORM READ-PRIOR-CLOCK-RECORD.

       PROCESS-APPLICANT-FILE.
           READ APPLICANT-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               ADD 1 TO WS-CASE-COUNT
               PERFORM PROCESS-ONE-CASE
               READ APPLICANT-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-PERFORM.

      *    THE HEAD IS EVALUATED FIRST AS MEMBER "00", THEN EACH
      *    MEMBER IN MEMBER NUMBER ORDER, SO THE CLOCK FILE IS
      *    WRITTEN IN THE SAME KEY ORDER BENEFIT-PROCESSOR READS IT
       PROCESS-ONE-CASE.
           PERFORM GATHER-HOUSEHOLD-MEMBERS
           PERFORM GATHER-APPROVED-MONTHS

           MOVE APP-ID TO WS-ADULT-APP-ID
           MOVE ZERO TO WS-ADULT-MEMBER-NBR
           MOVE APP-LAST-NAME TO WS-ADULT-LAST-NAME
           MOVE APP-FIRST-NAME TO WS-ADULT-FIRST-NAME
           MOVE APP-DOB TO WS-ADULT-DOB
           MOVE 'Y' TO WS-ADULT-HEAD-FLAG
           MOVE 'Y' TO WS-ADULT-ELIGIBLE-FLAG
           PERFORM PROCESS-ONE-ADULT

           PERFORM VARYING WS-HH-ENTRY-NBR FROM 1 BY 1
               UNTIL WS-HH-ENTRY-NBR > WS-HH-COUNT
               MOVE WS-HH-MEMBER-NBR(WS-HH-ENTRY-NBR)
                   TO WS-ADULT-MEMBER-NBR
               MOVE WS-HH-LAST-NAME(WS-HH-ENTRY-NBR)
                   TO WS-ADULT-LAST-NAME
               MOVE WS-HH-FIRST-NAME(WS-HH-ENTRY-NBR)
                   TO WS-ADULT-FIRST-NAME
               MOVE WS-HH-DOB(WS-HH-ENTRY-NBR) TO WS-ADULT-DOB
               MOVE 'N' TO WS-ADULT-HEAD-FLAG
               MOVE WS-HH-ELIGIBLE(WS-HH-ENTRY-NBR)
                   TO WS-ADULT-ELIGIBLE-FLAG
               PERFORM PROCESS-ONE-ADULT
           END-PERFORM.

       GATHER-HOUSEHOLD-MEMBERS.
           MOVE ZERO TO WS-HH-COUNT

           PERFORM UNTIL WS-MBR-CURRENT-APP-ID >= APP-ID
               PERFORM READ-MEMBER-RECORD
           END-PERFORM

           PERFORM UNTIL WS-MBR-CURRENT-APP-ID NOT = APP-ID
               IF WS-HH-COUNT < WS-HH-MAX-ENTRIES
                   ADD 1 TO WS-HH-COUNT
                   MOVE MBR-MEMBER-NBR TO WS-HH-MEMBER-NBR(WS-HH-COUNT)
                   MOVE MBR-LAST-NAME TO WS-HH-LAST-NAME(WS-HH-COUNT)
                   MOVE MBR-FIRST-NAME
                       TO WS-HH-FIRST-NAME(WS-HH-COUNT)
                   MOVE MBR-DOB TO WS-HH-DOB(WS-HH-COUNT)
                   MOVE MBR-RELATIONSHIP
                       TO WS-HH-RELATIONSHIP(WS-HH-COUNT)
                   MOVE MBR-ELIGIBLE-FLAG
                       TO WS-HH-ELIGIBLE(WS-HH-COUNT)
               END-IF
               PERFORM READ-MEMBER-RECORD
           END-PERFORM.

       GATHER-APPROVED-MONTHS.
           MOVE SPACES TO WS-CASE-APPROVED-MAP

           PERFORM UNTIL WS-HWRK-CURRENT-APP-ID >= APP-ID
               PERFORM READ-HISTORY-WORK-RECORD
           END-PERFORM

           PERFORM UNTIL WS-HWRK-CURRENT-APP-ID NOT = APP-ID
               MOVE 'Y' TO WS-CASE-APPROVED-FLAG(HWRK-MONTH-OFFSET)
               PERFORM READ-HISTORY-WORK-RECORD
           END-PERFORM.

      *****************************************************************
      * ONE ADULT - AN ADULT IS TRACKED WHEN A CLOCK IS ALREADY ON    *
      * FILE, A CASEWORKER TRANSACTION IS WAITING, OR THE ADULT IS    *
      * INSIDE THE ABAWD AGE RANGE THIS MONTH                         *
      *****************************************************************
       PROCESS-ONE-ADULT.
           PERFORM FIND-PRIOR-CLOCK

           PERFORM UNTIL WS-TRAN-CURRENT-KEY >= WS-ADULT-KEY
               PERFORM REJECT-UNMATCHED-TRANSACTION
           END-PERFORM

           MOVE WS-RUN-MONTH-NBR TO WS-EVAL-MONTH-NBR
           MOVE WS-ADULT-DOB TO WS-AGE-DOB
           PERFORM COMPUTE-AGE-AT-MONTH

           MOVE 'N' TO WS-TRACK-ADULT-FLAG
           IF WS-CLOCK-FOUND-FLAG = 'Y'
              OR WS-TRAN-CURRENT-KEY = WS-ADULT-KEY
               MOVE 'Y' TO WS-TRACK-ADULT-FLAG
           END-IF
           IF WS-AGE-VALID-FLAG = 'Y'
               IF WS-AGE-YEARS >= WS-MINIMUM-AGE
                  AND WS-AGE-YEARS <= WS-MAXIMUM-AGE
                   MOVE 'Y' TO WS-TRACK-ADULT-FLAG
               END-IF
           END-IF

           IF WS-TRACK-ADULT-FLAG = 'Y'
               IF WS-CLOCK-FOUND-FLAG = 'N'
                   PERFORM START-NEW-CLOCK
               END-IF
               MOVE WS-ADULT-LAST-NAME TO ABW-LAST-NAME
               MOVE WS-ADULT-FIRST-NAME TO ABW-FIRST-NAME
               MOVE APP-STATE-CODE TO ABW-STATE-CODE
               MOVE WS-ADULT-DOB TO ABW-DOB
               PERFORM CHECK-CLOCK-WINDOW
               PERFORM APPLY-ADULT-TRANSACTIONS
               PERFORM EVALUATE-CLOCK-MONTHS
               PERFORM SET-CLOCK-EXCLUSION
               PERFORM CHECK-WARNING-NOTICE
               MOVE WS-RUN-DATE TO ABW-LAST-RUN-DATE
               WRITE ABAWD-CLOCK-RECORD
               ADD 1 TO WS-CLOCK-COUNT
               IF ABW-COUNTABLE-MONTHS >= WS-WARNING-MONTHS
                   PERFORM WRITE-REPORT-WORK-RECORD
               END-IF
           END-IF.

      *    PRIOR CLOCKS SKIPPED OVER HERE BELONG TO A CASE OR MEMBER
      *    NO LONGER ON FILE AND ARE DROPPED FROM THE REBUILT FILE
       FIND-PRIOR-CLOCK.
           MOVE 'N' TO WS-CLOCK-FOUND-FLAG

           PERFORM UNTIL WS-PCLK-CURRENT-KEY >= WS-ADULT-KEY
               ADD 1 TO WS-DROPPED-CLOCK-COUNT
               PERFORM READ-PRIOR-CLOCK-RECORD
           END-PERFORM

           IF WS-PCLK-CURRENT-KEY = WS-ADULT-KEY
               MOVE 'Y' TO WS-CLOCK-FOUND-FLAG
               MOVE PRIOR-CLOCK-WORK-RECORD TO ABAWD-CLOCK-RECORD
               PERFORM READ-PRIOR-CLOCK-RECORD
           END-IF.

      *    A NEW CLOCK'S WINDOW OPENS WITH THE CASE'S EARLIEST
      *    APPROVED MONTH IN THE LOOKBACK, SO MONTHS ALREADY PAID
      *    BEFORE THE ADULT WAS FIRST TRACKED ARE STILL COUNTED
       START-NEW-CLOCK.
           MOVE SPACES TO ABAWD-CLOCK-RECORD
           MOVE WS-ADULT-APP-ID TO ABW-APP-ID
           MOVE WS-ADULT-MEMBER-NBR TO ABW-MEMBER-NBR
           MOVE WS-RUN-MONTH-NBR TO WS-CVT-MONTH-NBR
           PERFORM VARYING WS-MAP-INDEX FROM 1 BY 1
               UNTIL WS-MAP-INDEX > WS-WINDOW-MONTHS
               IF WS-CASE-APPROVED-FLAG(WS-MAP-INDEX) = 'Y'
                   COMPUTE WS-CVT-MONTH-NBR =
                       WS-LOOKBACK-START-NBR + WS-MAP-INDEX - 1
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM CONVERT-NBR-TO-MONTH
           MOVE WS-CVT-MONTH TO ABW-WINDOW-START
           MOVE ZERO TO ABW-COUNTABLE-MONTHS
           SET ABW-STATUS-NOT-SUBJECT TO TRUE
           MOVE 'N' TO ABW-EXCLUDE-FLAG
           ADD 1 TO WS-NEW-CLOCK-COUNT.

      *    A WINDOW THAT HAS RUN ITS 36 MONTHS (OR CARRIES A START
      *    MONTH THAT CANNOT BE READ) STARTS OVER AT THE RUN MONTH
      *    WITH A CLEAN MAP - THE ADULT IS ENTITLED TO A NEW SET OF
      *    COUNTABLE MONTHS
       CHECK-CLOCK-WINDOW.
           MOVE ABW-WINDOW-START TO WS-CVT-MONTH
           PERFORM CONVERT-MONTH-TO-NBR

           IF WS-CVT-VALID-FLAG = 'Y'
               MOVE WS-CVT-MONTH-NBR TO WS-WINDOW-START-NBR
               COMPUTE WS-MONTHS-INTO-WINDOW =
                   WS-RUN-MONTH-NBR - WS-WINDOW-START-NBR + 1
           ELSE
               MOVE ZERO TO WS-MONTHS-INTO-WINDOW
           END-IF

           IF WS-MONTHS-INTO-WINDOW < 1
              OR WS-MONTHS-INTO-WINDOW > WS-WINDOW-MONTHS
               MOVE WS-RUN-DATE(1:6) TO ABW-WINDOW-START
               MOVE WS-RUN-MONTH-NBR TO WS-WINDOW-START-NBR
               MOVE 1 TO WS-MONTHS-INTO-WINDOW
               MOVE SPACES TO ABW-MONTH-MAP
               MOVE ZERO TO ABW-COUNTABLE-MONTHS
               MOVE 'N' TO ABW-EXCLUDE-FLAG
               MOVE SPACES TO ABW-EXEMPT-REASON
               MOVE SPACES TO ABW-WARNING-DATE
               ADD 1 TO WS-WINDOW-RESET-COUNT
           END-IF.

      *****************************************************************
      * CASEWORKER TRANSACTIONS FOR THIS ADULT - APPLIED BEFORE THE   *
      * MONTHS ARE EVALUATED SO AN EXEMPTION OR WORK MARK TAKES       *
      * PRECEDENCE OVER THE MONTH'S COUNTABLE STATUS. MONTHS OUTSIDE  *
      * THE CURRENT WINDOW ARE IGNORED                                *
      *****************************************************************
       APPLY-ADULT-TRANSACTIONS.
           PERFORM UNTIL WS-TRAN-CURRENT-KEY NOT = WS-ADULT-KEY
               PERFORM VALIDATE-TRANSACTION
               IF WS-TRAN-VALID-FLAG = 'Y'
                   PERFORM MARK-TRANSACTION-MONTHS
                   ADD 1 TO WS-TRAN-APPLIED-COUNT
               ELSE
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
               PERFORM READ-TRAN-WORK-RECORD
           END-PERFORM.

       VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-TRAN-VALID-FLAG

           IF ABTW-ACTION-CODE NOT = 'E' AND NOT = 'W'
              AND NOT = 'C'
               DISPLAY "INVALID ABAWD ACTION " ABTW-ACTION-CODE
                   " FOR " ABTW-KEY " - TRANSACTION NOT APPLIED"
               MOVE 'N' TO WS-TRAN-VALID-FLAG
           END-IF

           IF WS-TRAN-VALID-FLAG = 'Y' AND ABTW-ACTION-CODE = 'E'
               IF ABTW-EXEMPT-REASON < "01"
                  OR ABTW-EXEMPT-REASON > "06"
                   DISPLAY "INVALID EXEMPTION REASON "
                       ABTW-EXEMPT-REASON " FOR " ABTW-KEY
                       " - TRANSACTION NOT APPLIED"
                   MOVE 'N' TO WS-TRAN-VALID-FLAG
               END-IF
           END-IF

           IF WS-TRAN-VALID-FLAG = 'Y'
               IF ABTW-FROM-MONTH = SPACES
                   MOVE WS-RUN-DATE(1:6) TO ABTW-FROM-MONTH
               END-IF
               IF ABTW-THRU-MONTH = SPACES
                   MOVE ABTW-FROM-MONTH TO ABTW-THRU-MONTH
               END-IF
               MOVE ABTW-FROM-MONTH TO WS-CVT-MONTH
               PERFORM CONVERT-MONTH-TO-NBR
               MOVE WS-CVT-MONTH-NBR TO WS-TRAN-FROM-NBR
               IF WS-CVT-VALID-FLAG = 'Y'
                   MOVE ABTW-THRU-MONTH TO WS-CVT-MONTH
                   PERFORM CONVERT-MONTH-TO-NBR
                   MOVE WS-CVT-MONTH-NBR TO WS-TRAN-THRU-NBR
               END-IF
               IF WS-CVT-VALID-FLAG = 'N'
                  OR WS-TRAN-THRU-NBR < WS-TRAN-FROM-NBR
                   DISPLAY "INVALID ABAWD MONTH RANGE "
                       ABTW-FROM-MONTH "-" ABTW-THRU-MONTH
                       " FOR " ABTW-KEY " - TRANSACTION NOT APPLIED"
                   MOVE 'N' TO WS-TRAN-VALID-FLAG
               END-IF
           END-IF.

       MARK-TRANSACTION-MONTHS.
           EVALUATE ABTW-ACTION-CODE
               WHEN 'E'
                   MOVE 'E' TO WS-TRAN-MARK
                   MOVE ABTW-EXEMPT-REASON TO ABW-EXEMPT-REASON
               WHEN 'W'
                   MOVE 'W' TO WS-TRAN-MARK
               WHEN OTHER
                   MOVE SPACE TO WS-TRAN-MARK
           END-EVALUATE

           PERFORM VARYING WS-TRAN-MONTH-NBR FROM WS-TRAN-FROM-NBR
               BY 1 UNTIL WS-TRAN-MONTH-NBR > WS-TRAN-THRU-NBR
               COMPUTE WS-TRAN-MAP-INDEX =
                   WS-TRAN-MONTH-NBR - WS-WINDOW-START-NBR + 1
               IF WS-TRAN-MAP-INDEX >= 1
                  AND WS-TRAN-MAP-INDEX <= WS-WINDOW-MONTHS
                   MOVE WS-TRAN-MARK
                       TO ABW-MONTH-FLAG(WS-TRAN-MAP-INDEX)
               END-IF
           END-PERFORM.

      *    A TRANSACTION WHOSE KEY MATCHES NO ADULT ON THE MASTER OR
      *    THE MEMBER DETAIL FILE IS REPORTED AND SKIPPED
       REJECT-UNMATCHED-TRANSACTION.
           DISPLAY "ABAWD TRANSACTION " ABTW-ACTION-CODE
               " FOR " ABTW-KEY
               " - NO SUCH HOUSEHOLD MEMBER - NOT APPLIED"
           ADD 1 TO WS-ERROR-COUNT
           PERFORM READ-TRAN-WORK-RECORD.

       REJECT-REMAINING-TRANSACTIONS.
           PERFORM UNTIL WS-TRAN-EOF-FLAG = 'Y'
               PERFORM REJECT-UNMATCHED-TRANSACTION
           END-PERFORM.

      *****************************************************************
      * EVALUATE EVERY WINDOW MONTH THROUGH THE RUN MONTH THAT HAS    *
      * NOT BEEN MARKED YET AND IN WHICH THE CASE WAS APPROVED. ONCE  *
      * MARKED, A MONTH IS NOT RE-EVALUATED UNLESS A CANCEL           *
      * TRANSACTION CLEARS IT                                         *
      *****************************************************************
       EVALUATE-CLOCK-MONTHS.
           PERFORM VARYING WS-MAP-INDEX FROM 1 BY 1
               UNTIL WS-MAP-INDEX > WS-MONTHS-INTO-WINDOW
               IF ABW-MONTH-FLAG(WS-MAP-INDEX) = SPACE
                   COMPUTE WS-EVAL-MONTH-NBR =
                       WS-WINDOW-START-NBR + WS-MAP-INDEX - 1
                   COMPUTE WS-CASE-MAP-OFFSET =
                       WS-EVAL-MONTH-NBR - WS-LOOKBACK-START-NBR + 1
                   IF WS-CASE-APPROVED-FLAG(WS-CASE-MAP-OFFSET) = 'Y'
                       PERFORM EVALUATE-ONE-MONTH
                   END-IF
               END-IF
           END-PERFORM

           MOVE ZERO TO ABW-COUNTABLE-MONTHS
           INSPECT ABW-MONTH-MAP TALLYING ABW-COUNTABLE-MONTHS
               FOR ALL 'C'.

      *    AN ADULT ALREADY DROPPED UNDER THE TIME LIMIT WAS NOT PAID
      *    FOR THE MONTH, SO THE MONTH IS MARKED BUT NOT COUNTED
       EVALUATE-ONE-MONTH.
           PERFORM DETERMINE-ABAWD-SUBJECT

           EVALUATE TRUE
               WHEN WS-NOT-SUBJECT
                   MOVE 'N' TO ABW-MONTH-FLAG(WS-MAP-INDEX)
               WHEN WS-SUBJECT-WORKING
                   MOVE 'W' TO ABW-MONTH-FLAG(WS-MAP-INDEX)
               WHEN ABW-EXCLUDED
                   MOVE 'X' TO ABW-MONTH-FLAG(WS-MAP-INDEX)
               WHEN OTHER
                   MOVE 'C' TO ABW-MONTH-FLAG(WS-MAP-INDEX)
           END-EVALUATE.

      *****************************************************************
      * IS THE ADULT SUBJECT TO THE TIME LIMIT IN WS-EVAL-MONTH-NBR - *
      * ELIGIBLE ON THE CASE, AGE 18 THROUGH 54 AT THE START OF THE   *
      * MONTH, AND NO CHILD UNDER 18 IN THE HOUSEHOLD. AN ADULT WITH  *
      * NO READABLE DATE OF BIRTH IS NOT HELD TO THE LIMIT. A HEAD    *
      * REPORTED FULL-TIME EMPLOYED IS MEETING THE WORK REQUIREMENT   *
      *****************************************************************
       DETERMINE-ABAWD-SUBJECT.
           SET WS-SUBJECT-TO-LIMIT TO TRUE

           IF WS-ADULT-ELIGIBLE-FLAG NOT = 'Y'
               SET WS-NOT-SUBJECT TO TRUE
           END-IF

           MOVE WS-ADULT-DOB TO WS-AGE-DOB
           PERFORM COMPUTE-AGE-AT-MONTH
           IF WS-AGE-VALID-FLAG = 'N'
               SET WS-NOT-SUBJECT TO TRUE
           ELSE
               IF WS-AGE-YEARS < WS-MINIMUM-AGE
                  OR WS-AGE-YEARS > WS-MAXIMUM-AGE
                   SET WS-NOT-SUBJECT TO TRUE
               END-IF
           END-IF

           PERFORM CHECK-DEPENDENT-CHILD
           IF WS-CHILD-IN-HOUSEHOLD = 'Y'
               SET WS-NOT-SUBJECT TO TRUE
           END-IF

           IF WS-SUBJECT-TO-LIMIT
              AND WS-ADULT-HEAD-FLAG = 'Y'
              AND APP-EMPLOYMENT-STATUS = "FULL-TIME"
               SET WS-SUBJECT-WORKING TO TRUE
           END-IF.

      *    A MEMBER WITH NO READABLE DATE OF BIRTH COUNTS AS A CHILD
      *    WHEN THE RELATIONSHIP SAYS SO
       CHECK-DEPENDENT-CHILD.
           MOVE 'N' TO WS-CHILD-IN-HOUSEHOLD

           PERFORM VARYING WS-HH-IDX FROM 1 BY 1
               UNTIL WS-HH-IDX > WS-HH-COUNT
               MOVE WS-HH-DOB(WS-HH-IDX) TO WS-AGE-DOB
               PERFORM COMPUTE-AGE-AT-MONTH
               IF WS-AGE-VALID-FLAG = 'Y'
                   IF WS-AGE-YEARS < WS-MINIMUM-AGE
                       MOVE 'Y' TO WS-CHILD-IN-HOUSEHOLD
                       EXIT PERFORM
                   END-IF
               ELSE
                   IF WS-HH-RELATIONSHIP(WS-HH-IDX) = "CHILD"
                      OR WS-HH-RELATIONSHIP(WS-HH-IDX) = "SON"
                      OR WS-HH-RELATIONSHIP(WS-HH-IDX) = "DAUGHTER"
                       MOVE 'Y' TO WS-CHILD-IN-HOUSEHOLD
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

      *    AGE AT THE FIRST OF WS-EVAL-MONTH-NBR FROM WS-AGE-DOB
       COMPUTE-AGE-AT-MONTH.
           MOVE 'N' TO WS-AGE-VALID-FLAG
           MOVE ZERO TO WS-AGE-YEARS

           IF WS-AGE-DOB NUMERIC
               IF WS-AGE-DOB-MONTH >= 1 AND WS-AGE-DOB-MONTH <= 12
                   MOVE 'Y' TO WS-AGE-VALID-FLAG
                   MOVE WS-EVAL-MONTH-NBR TO WS-CVT-MONTH-NBR
                   PERFORM CONVERT-NBR-TO-MONTH
                   COMPUTE WS-AGE-YEARS =
                       WS-CVT-YEAR - WS-AGE-DOB-YEAR
                   IF WS-CVT-MM < WS-AGE-DOB-MONTH
                       SUBTRACT 1 FROM WS-AGE-YEARS
                   ELSE
                       IF WS-CVT-MM = WS-AGE-DOB-MONTH
                          AND WS-AGE-DOB-DAY > 1
                           SUBTRACT 1 FROM WS-AGE-YEARS
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * THE EXCLUSION FLAG BENEFIT-PROCESSOR ACTS ON - SET WHEN THE   *
      * ADULT HAS USED THE COUNTABLE MONTHS AND IS STILL SUBJECT,     *
      * NOT EXEMPT, AND NOT WORKING IN THE RUN MONTH. AN EXEMPTION OR *
      * WORK MARK ENTERED FOR THE RUN MONTH LIFTS THE EXCLUSION       *
      *****************************************************************
       SET-CLOCK-EXCLUSION.
           MOVE WS-RUN-MONTH-NBR TO WS-EVAL-MONTH-NBR
           PERFORM DETERMINE-ABAWD-SUBJECT

           IF WS-NOT-SUBJECT
               SET ABW-STATUS-NOT-SUBJECT TO TRUE
           ELSE
               SET ABW-STATUS-COUNTING TO TRUE
               ADD 1 TO WS-SUBJECT-COUNT
           END-IF

           IF WS-SUBJECT-TO-LIMIT
              AND ABW-COUNTABLE-MONTHS >= WS-TIME-LIMIT-MONTHS
              AND ABW-MONTH-FLAG(WS-MONTHS-INTO-WINDOW) NOT = 'E'
              AND ABW-MONTH-FLAG(WS-MONTHS-INTO-WINDOW) NOT = 'W'
               MOVE 'Y' TO ABW-EXCLUDE-FLAG
               SET ABW-STATUS-LIMIT-REACHED TO TRUE
               ADD 1 TO WS-EXCLUDED-COUNT
           ELSE
               MOVE 'N' TO ABW-EXCLUDE-FLAG
           END-IF

           IF ABW-COUNTABLE-MONTHS >= WS-TIME-LIMIT-MONTHS
               ADD 1 TO WS-LIMIT-COUNT
           ELSE
               IF ABW-COUNTABLE-MONTHS = WS-WARNING-MONTHS
                   ADD 1 TO WS-WARNED-COUNT
               END-IF
           END-IF.

      *    ONE WARNING PER WINDOW, SENT WHEN THE SECOND COUNTABLE
      *    MONTH IS USED - OR AT THE THIRD WHEN BOTH LANDED IN THE
      *    SAME RUN, SO NO ADULT IS DROPPED WITHOUT A NOTICE
       CHECK-WARNING-NOTICE.
           IF ABW-COUNTABLE-MONTHS >= WS-WARNING-MONTHS
              AND ABW-WARNING-DATE = SPACES
               PERFORM WRITE-WARNING-NOTICE
               MOVE WS-RUN-DATE TO ABW-WARNING-DATE
           END-IF.

       WRITE-WARNING-NOTICE.
           MOVE SPACES TO NOTICE-RECORD
           MOVE APP-ID TO NOT-APP-ID
           MOVE WS-ADULT-LAST-NAME TO NOT-LAST-NAME
           MOVE WS-ADULT-FIRST-NAME TO NOT-FIRST-NAME
           MOVE APP-ADDRESS-LINE1 TO NOT-ADDRESS-LINE1
           MOVE APP-CITY TO NOT-CITY
           MOVE APP-STATE-CODE TO NOT-STATE-CODE
           MOVE APP-ZIP-CODE TO NOT-ZIP-CODE
           MOVE "WARNING" TO NOT-DETERMINATION
           MOVE ZERO TO NOT-BENEFIT-AMOUNT
           IF ABW-COUNTABLE-MONTHS >= WS-TIME-LIMIT-MONTHS
               MOVE "ABAWD TIME LIMIT REACHED - 3 OF 3 MONTHS"
                   TO NOT-DENIAL-REASON
           ELSE
               MOVE "ABAWD WARNING - 2 OF 3 COUNTABLE MONTHS"
                   TO NOT-DENIAL-REASON
           END-IF
           MOVE WS-RUN-DATE TO NOT-EFFECTIVE-DATE
           WRITE NOTICE-RECORD
           ADD 1 TO WS-NOTICE-COUNT.

       WRITE-REPORT-WORK-RECORD.
           MOVE SPACES TO REPORT-WORK-RECORD
           MOVE ABW-STATE-CODE TO RWK-STATE-CODE
           MOVE ABW-APP-ID TO RWK-APP-ID
           MOVE ABW-MEMBER-NBR TO RWK-MEMBER-NBR
           MOVE ABW-LAST-NAME TO RWK-LAST-NAME
           MOVE ABW-FIRST-NAME TO RWK-FIRST-NAME
           MOVE ABW-COUNTABLE-MONTHS TO RWK-COUNTABLE-MONTHS
           MOVE ABW-WINDOW-START TO RWK-WINDOW-START
           EVALUATE TRUE
               WHEN ABW-EXCLUDED
                   MOVE "DROPPED - TIME LIMIT" TO RWK-STATUS-TEXT
               WHEN ABW-COUNTABLE-MONTHS >= WS-TIME-LIMIT-MONTHS
                   MOVE "AT LIMIT - EXEMPT" TO RWK-STATUS-TEXT
               WHEN OTHER
                   MOVE "WARNING SENT" TO RWK-STATUS-TEXT
           END-EVALUATE
           WRITE REPORT-WORK-RECORD.

       CONVERT-MONTH-TO-NBR.
           MOVE 'N' TO WS-CVT-VALID-FLAG
           MOVE ZERO TO WS-CVT-MONTH-NBR

           IF WS-CVT-MONTH NUMERIC
               IF WS-CVT-MM >= 1 AND WS-CVT-MM <= 12
                   MOVE 'Y' TO WS-CVT-VALID-FLAG
                   COMPUTE WS-CVT-MONTH-NBR =
                       WS-CVT-YEAR * 12 + WS-CVT-MM - 1
               END-IF
           END-IF.

       CONVERT-NBR-TO-MONTH.
           DIVIDE WS-CVT-MONTH-NBR BY 12
               GIVING WS-CVT-YEAR REMAINDER WS-CVT-REMAINDER
           COMPUTE WS-CVT-MM = WS-CVT-REMAINDER + 1.

       READ-MEMBER-RECORD.
           READ MEMBER-FILE
               AT END
                   MOVE 'Y' TO WS-MBR-EOF-FLAG
                   MOVE HIGH-VALUES TO WS-MBR-CURRENT-APP-ID
               NOT AT END
                   MOVE MBR-APP-ID TO WS-MBR-CURRENT-APP-ID
           END-READ.

       READ-HISTORY-WORK-RECORD.
           READ HISTORY-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-HWRK-EOF-FLAG
                   MOVE HIGH-VALUES TO WS-HWRK-CURRENT-APP-ID
               NOT AT END
                   MOVE HWRK-APP-ID TO WS-HWRK-CURRENT-APP-ID
           END-READ.

       READ-TRAN-WORK-RECORD.
           READ ABAWD-TRAN-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-TRAN-EOF-FLAG
                   MOVE HIGH-VALUES TO WS-TRAN-CURRENT-KEY
               NOT AT END
                   ADD 1 TO WS-TRAN-COUNT
                   MOVE ABTW-KEY TO WS-TRAN-CURRENT-KEY
           END-READ.

       READ-PRIOR-CLOCK-RECORD.
           READ PRIOR-CLOCK-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-PCLK-EOF-FLAG
                   MOVE HIGH-VALUES TO WS-PCLK-CURRENT-KEY
               NOT AT END
                   MOVE PCWK-KEY TO WS-PCLK-CURRENT-KEY
           END-READ.

       TERMINATE-PROGRAM.
      *    PRIOR CLOCKS LEFT AFTER THE LAST CASE ARE DROPPED
           PERFORM UNTIL WS-PCLK-EOF-FLAG = 'Y'
               ADD 1 TO WS-DROPPED-CLOCK-COUNT
               PERFORM READ-PRIOR-CLOCK-RECORD
           END-PERFORM

           CLOSE APPLICANT-FILE
           CLOSE MEMBER-FILE
           CLOSE HISTORY-WORK-FILE
           CLOSE ABAWD-TRAN-WORK-FILE
           CLOSE PRIOR-CLOCK-WORK-FILE
           CLOSE ABAWD-CLOCK-FILE
           CLOSE WARNING-NOTICE-FILE
           CLOSE REPORT-WORK-FILE.

      *****************************************************************
      * STATUS REPORT - ADULTS AT TWO AND AT THREE OR MORE COUNTABLE  *
      * MONTHS, BY STATE, WITH STATE SUBTOTALS AND A GRAND TOTAL      *
      *****************************************************************
       PRINT-STATUS-REPORT.
           SORT REPORT-SORT-FILE
               ON ASCENDING KEY RSRT-STATE-CODE
                                RSRT-APP-ID
                                RSRT-MEMBER-NBR
               USING REPORT-WORK-FILE
               GIVING REPORT-SORTED-FILE

           OPEN INPUT REPORT-SORTED-FILE
           OPEN OUTPUT STATUS-REPORT-FILE

           READ REPORT-SORTED-FILE
               AT END MOVE 'Y' TO WS-RPT-EOF-FLAG
           END-READ
           IF WS-RPT-EOF-FLAG = 'N'
               MOVE RSD-STATE-CODE TO WS-BREAK-STATE-CODE
           END-IF

           PERFORM UNTIL WS-RPT-EOF-FLAG = 'Y'
               IF RSD-STATE-CODE NOT = WS-BREAK-STATE-CODE
                   PERFORM WRITE-STATE-TOTAL-LINE
                   MOVE RSD-STATE-CODE TO WS-BREAK-STATE-CODE
               END-IF
               PERFORM WRITE-STATUS-DETAIL-LINE
               READ REPORT-SORTED-FILE
                   AT END MOVE 'Y' TO WS-RPT-EOF-FLAG
               END-READ
           END-PERFORM

           IF WS-REPORT-LINE-COUNT = ZERO
               PERFORM WRITE-PAGE-HEADINGS
           ELSE
               PERFORM WRITE-STATE-TOTAL-LINE
           END-IF

           MOVE WS-WARNED-COUNT TO TOT-WARNED-COUNT
           MOVE WS-LIMIT-COUNT TO TOT-LIMIT-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE
               AFTER ADVANCING 2 LINES

           CLOSE REPORT-SORTED-FILE
           CLOSE STATUS-REPORT-FILE.

       WRITE-STATUS-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADINGS
           END-IF

           MOVE RSD-STATE-CODE TO DTL-STATE-CODE
           MOVE RSD-APP-ID TO DTL-APP-ID
           MOVE RSD-MEMBER-NBR TO DTL-MEMBER-NBR
           MOVE RSD-LAST-NAME TO DTL-LAST-NAME
           MOVE RSD-FIRST-NAME TO DTL-FIRST-NAME
           MOVE RSD-WINDOW-START TO DTL-WINDOW-START
           MOVE RSD-COUNTABLE-MONTHS TO DTL-COUNTABLE-MONTHS
           MOVE RSD-STATUS-TEXT TO DTL-STATUS-TEXT
           WRITE REPORT-LINE FROM WS-REPORT-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-REPORT-LINE-COUNT

           IF RSD-COUNTABLE-MONTHS >= WS-TIME-LIMIT-MONTHS
               ADD 1 TO WS-STATE-LIMIT-COUNT
           ELSE
               ADD 1 TO WS-STATE-WARNED-COUNT
           END-IF.

       WRITE-STATE-TOTAL-LINE.
           MOVE WS-BREAK-STATE-CODE TO STL-STATE-CODE
           MOVE WS-STATE-WARNED-COUNT TO STL-WARNED-COUNT
           MOVE WS-STATE-LIMIT-COUNT TO STL-LIMIT-COUNT
           WRITE REPORT-LINE FROM WS-STATE-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 3 TO WS-LINE-COUNT
           MOVE ZERO TO WS-STATE-WARNED-COUNT
           MOVE ZERO TO WS-STATE-LIMIT-COUNT.

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

       DISPLAY-SUMMARY-TOTALS.
           DISPLAY "ABAWD TRACKING COMPLETE"
           DISPLAY "CASES READ: " WS-CASE-COUNT
           DISPLAY "APPROVED MONTHS IN LOOKBACK: "
               WS-HISTORY-MONTH-COUNT
           DISPLAY "ADULTS TRACKED: " WS-CLOCK-COUNT
           DISPLAY "NEW CLOCKS STARTED: " WS-NEW-CLOCK-COUNT
           DISPLAY "WINDOWS RESTARTED: " WS-WINDOW-RESET-COUNT
           DISPLAY "CLOCKS DROPPED: " WS-DROPPED-CLOCK-COUNT
           DISPLAY "CLOCKS MOVED WITH ADULT TO NEW CASE: "
               WS-MOVED-CLOCK-COUNT
           DISPLAY "SUBJECT THIS MONTH: " WS-SUBJECT-COUNT
           DISPLAY "AT 2 COUNTABLE MONTHS: " WS-WARNED-COUNT
           DISPLAY "AT 3 COUNTABLE MONTHS: " WS-LIMIT-COUNT
           DISPLAY "DROPPED UNDER TIME LIMIT: " WS-EXCLUDED-COUNT
           DISPLAY "WARNING NOTICES WRITTEN: " WS-NOTICE-COUNT
           DISPLAY "TRANSACTIONS READ: " WS-TRAN-COUNT
           DISPLAY "TRANSACTIONS APPLIED: " WS-TRAN-APPLIED-COUNT
           DISPLAY "TRANSACTIONS IN ERROR: " WS-ERROR-COUNT.

       LOAD-PERSON-XREF.
           MOVE ZERO TO WS-XRF-TABLE-COUNT

           OPEN INPUT CASE-XREF-FILE
           READ CASE-XREF-FILE
               AT END MOVE 'Y' TO WS-XRF-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-XRF-EOF-FLAG = 'Y'
               IF WS-XRF-TABLE-COUNT < WS-XRF-MAX-ENTRIES
                   ADD 1 TO WS-XRF-TABLE-COUNT
                   MOVE XRF-OLD-KEY
                       TO WS-XRF-OLD-KEY(WS-XRF-TABLE-COUNT)
                   MOVE XRF-NEW-KEY
                       TO WS-XRF-NEW-KEY(WS-XRF-TABLE-COUNT)
                   MOVE XRF-EFFECTIVE-DATE
                       TO WS-XRF-EFFECTIVE-DATE(WS-XRF-TABLE-COUNT)
               ELSE
                   IF WS-XRF-TABLE-FULL = 'N'
                       MOVE 'Y' TO WS-XRF-TABLE-FULL
                       DISPLAY "WARNING: CROSS-REFERENCE TABLE FULL AT "
                           WS-XRF-MAX-ENTRIES " ENTRIES"
                   END-IF
               END-IF
               READ CASE-XREF-FILE
                   AT END MOVE 'Y' TO WS-XRF-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE CASE-XREF-FILE.

      *    FOLLOWS WS-XRF-CLOCK-KEY FORWARD THROUGH EVERY MOVE MADE ON
      *    OR AFTER WS-XRF-CLOCK-DATE. EACH HOP ONLY LOOKS AT LATER
      *    ENTRIES, SO THE WALK ENDS WITHIN ONE PASS OF THE TABLE
       FIND-PERSON-NEW-KEY.
           PERFORM VARYING WS-XRF-IDX FROM 1 BY 1
               UNTIL WS-XRF-IDX > WS-XRF-TABLE-COUNT
               IF WS-XRF-OLD-KEY(WS-XRF-IDX) = WS-XRF-CLOCK-KEY
                  AND WS-XRF-EFFECTIVE-DATE(WS-XRF-IDX)
                      >= WS-XRF-CLOCK-DATE
                   MOVE WS-XRF-NEW-KEY(WS-XRF-IDX) TO WS-XRF-CLOCK-KEY
                   MOVE WS-XRF-EFFECTIVE-DATE(WS-XRF-IDX)
                       TO WS-XRF-CLOCK-DATE
                   MOVE 'Y' TO WS-XRF-MOVED-FLAG
               END-IF
           END-PERFORM.

      *****************************************************************
      * HISTORY SORT INPUT - APPROVED RESULTS WHOSE BENEFIT MONTH     *
      * FALLS INSIDE THE 36-MONTH LOOKBACK. A DAILY AND A MONTHLY     *
      * APPROVAL FOR THE SAME MONTH SIMPLY MARK THE SAME MONTH TWICE  *
      *****************************************************************
       RELEASE-APPROVED-MONTHS SECTION.
       RELEASE-APPROVED-START.
           OPEN INPUT HISTORY-FILE

           READ HISTORY-FILE
               AT END MOVE 'Y' TO WS-HIST-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-HIST-EOF-FLAG = 'Y'
               IF HIST-APPROVED
                   MOVE HIST-RUN-DATE(1:6) TO WS-CVT-MONTH
                   PERFORM CONVERT-MONTH-TO-NBR
                   IF WS-CVT-VALID-FLAG = 'Y'
                      AND WS-CVT-MONTH-NBR >= WS-LOOKBACK-START-NBR
                      AND WS-CVT-MONTH-NBR <= WS-RUN-MONTH-NBR
                       MOVE SPACES TO HISTORY-SORT-RECORD
                       MOVE HIST-APP-ID TO HSRT-APP-ID
                       MOVE HIST-RUN-DATE(1:6) TO HSRT-BENEFIT-MONTH
                       COMPUTE HSRT-MONTH-OFFSET =
                           WS-CVT-MONTH-NBR - WS-LOOKBACK-START-NBR + 1
                       RELEASE HISTORY-SORT-RECORD
                       ADD 1 TO WS-HISTORY-MONTH-COUNT
                   END-IF
               END-IF

               READ HISTORY-FILE
                   AT END MOVE 'Y' TO WS-HIST-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE HISTORY-FILE.

      *****************************************************************
      * PRIOR CLOCK SORT INPUT - LAST RUN'S CLOCKS, EACH UNDER THE    *
      * KEY ITS ADULT CARRIES NOW                                     *
      *****************************************************************
       RELEASE-PRIOR-CLOCKS SECTION.
       RELEASE-PRIOR-START.
           OPEN INPUT PRIOR-CLOCK-FILE

           READ PRIOR-CLOCK-FILE
               AT END MOVE 'Y' TO WS-PCLK-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-PCLK-EOF-FLAG = 'Y'
               MOVE PRIOR-CLOCK-RECORD TO PRIOR-SORT-RECORD
               IF WS-XRF-TABLE-COUNT > ZERO
                   MOVE PCLK-KEY TO WS-XRF-CLOCK-KEY
                   MOVE PCLK-LAST-RUN-DATE TO WS-XRF-CLOCK-DATE
                   MOVE 'N' TO WS-XRF-MOVED-FLAG
                   PERFORM FIND-PERSON-NEW-KEY
                   IF WS-XRF-MOVED-FLAG = 'Y'
                       MOVE WS-XRF-CLOCK-KEY TO PSRT-KEY
                       ADD 1 TO WS-MOVED-CLOCK-COUNT
                   END-IF
               END-IF
               RELEASE PRIOR-SORT-RECORD

               READ PRIOR-CLOCK-FILE
                   AT END MOVE 'Y' TO WS-PCLK-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE PRIOR-CLOCK-FILE
           MOVE 'N' TO WS-PCLK-EOF-FLAG.
