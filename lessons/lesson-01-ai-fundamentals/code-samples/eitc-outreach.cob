       IDENTIFICATION DIVISION.
       PROGRAM-ID. EITC-OUTREACH.
      *********************************************************
      * EARNED INCOME CREDIT OUTREACH LIST                    *
      * FINDS APPROVED WORKING HOUSEHOLDS WHO ARE LIKELY      *
      * LEAVING THE EARNED INCOME CREDIT UNCLAIMED. A CASE    *
      * WHOSE LATEST DETERMINATION ON HISTORY.DAT IS APPROVED *
      * AND WHO HAS EARNED INCOME ON INCDETL.DAT IS MATCHED   *
      * TO THE TAX EXTRACT (TAXPAYER.DAT) AND THE TAX-        *
      * CALCULATOR RESULTS (TAXCOMP.DAT) FOR THE OUTREACH TAX *
      * YEAR. A CASE WITH NO FILING IS ESTIMATED FROM ITS     *
      * ANNUALIZED EARNINGS AND ITS CHILDREN UNDER 19 ON      *
      * MEMBERS.DAT; A CASE THAT FILED BUT CLAIMED FEWER      *
      * CHILDREN THAN THE HOUSEHOLD HAS IS ESTIMATED FOR THE  *
      * CREDIT THE MISSING CHILDREN WOULD ADD. EITHER WAY THE *
      * EIC SCHEDULE IS THE YEAR'S FROM TAXRATES.DAT, THE     *
      * SAME FIGURES TAX-CALCULATOR USES. EVERY CASE AT OR    *
      * OVER THE MINIMUM CREDIT GETS AN OUTREACH LETTER WITH  *
      * THE ESTIMATE AND THE FREE TAX PREPARATION SITE FOR    *
      * ITS ZIP CODE, AND THE COUNTS AND ESTIMATED DOLLARS    *
      * ARE REPORTED BY STATE FOR THE ANNUAL OUTREACH GRANT   *
      * REPORT                                                *
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTREACH-PARM-FILE ASSIGN TO "EITCPARM.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL TAX-RATES-FILE ASSIGN TO "TAXRATES.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL TAX-COMP-FILE ASSIGN TO "TAXCOMP.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL TAX-SITE-FILE ASSIGN TO "TAXSITE.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

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

           SELECT HISTORY-WORK-FILE ASSIGN TO "EICHSRT.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL INCOME-DETAIL-FILE ASSIGN TO "INCDETL.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT INCOME-WORK-FILE ASSIGN TO "EICISRT.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL TAXPAYER-FILE ASSIGN TO "TAXPAYER.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT TAXPAYER-WORK-FILE ASSIGN TO "EICTSRT.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OUTREACH-LETTER-FILE ASSIGN TO "EITCLTR.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OUTREACH-REPORT-FILE ASSIGN TO "EITCOUT.RPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT HISTORY-SORT-FILE ASSIGN TO "SORTWK1".

           SELECT INCOME-SORT-FILE ASSIGN TO "SORTWK2".

           SELECT TAXPAYER-SORT-FILE ASSIGN TO "SORTWK3".

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * OUTREACH PARAMETER - THE TAX YEAR BEING WORKED AND THE        *
      * SMALLEST ESTIMATED CREDIT WORTH A LETTER. A BLANK MINIMUM     *
      * TAKES THE STANDING FIGURE IN WORKING STORAGE                  *
      *****************************************************************
       FD  OUTREACH-PARM-FILE.
       01  OUTREACH-PARM-RECORD.
           05  EPRM-TAX-YEAR           PIC X(4).
           05  EPRM-MIN-CREDIT         PIC 9(5)V99.
           05  EPRM-MIN-CREDIT-X       REDEFINES EPRM-MIN-CREDIT
                                       PIC X(7).
           05  FILLER                  PIC X(19).

      *****************************************************************
      * TAX YEAR TABLE FILE SHARED WITH TAX-CALCULATOR - ONLY THE     *
      * 'E' RECORDS (ONE CHILD-COUNT ROW OF THE EIC SCHEDULE) FOR     *
      * THE PARM YEAR ARE TAKEN; EVERYTHING ELSE IS PASSED OVER       *
      *****************************************************************
       FD  TAX-RATES-FILE.
       01  TAX-RATES-RECORD.
           05  TXR-TAX-YEAR            PIC X(4).
           05  TXR-RECORD-TYPE         PIC X(1).
               88  TXR-TYPE-EIC             VALUE 'E'.
           05  TXR-RECORD-BODY         PIC X(90).

       01  TAX-EIC-RECORD REDEFINES TAX-RATES-RECORD.
           05  FILLER                  PIC X(5).
           05  TXR-EIC-INDEX           PIC 9(1).
           05  TXR-EIC-CREDIT-RATE     PIC V9(4).
           05  TXR-EIC-EARNED-AMT      PIC 9(5)V99.
           05  TXR-EIC-MAX-CREDIT      PIC 9(5)V99.
           05  TXR-EIC-PHASEOUT-RATE   PIC V9(4).
           05  TXR-EIC-PO-START-SINGLE PIC 9(5)V99.
           05  TXR-EIC-PO-START-MFJ    PIC 9(5)V99.
           05  FILLER                  PIC X(53).

      *****************************************************************
      * TAX-CALCULATOR COMPUTED RESULTS - A TAX ID WITH A RECORD FOR  *
      * THE OUTREACH YEAR IS A FILING                                 *
      *****************************************************************
       FD  TAX-COMP-FILE.
       01  TAX-COMP-RECORD.
           05  TXC-TAX-ID              PIC X(11).
           05  TXC-TAX-YEAR            PIC X(4).
           05  TXC-GROSS-INCOME        PIC 9(8)V99.
           05  TXC-TAXABLE-INCOME      PIC 9(8)V99.
           05  TXC-FEDERAL-TAX         PIC 9(8)V99.
           05  TXC-TOTAL-CREDITS       PIC 9(8)V99.
           05  TXC-NET-TAX-DUE         PIC 9(8)V99.
           05  FILLER                  PIC X(10).

      *****************************************************************
      * FREE TAX PREPARATION SITES, ONE RECORD PER SITE BY THE FIVE-  *
      * DIGIT ZIP CODE IT SERVES. A CASE WHOSE OWN ZIP HAS NO SITE IS *
      * GIVEN THE FIRST SITE IN ITS THREE-DIGIT ZIP AREA              *
      *****************************************************************
       FD  TAX-SITE-FILE.
       01  TAX-SITE-RECORD.
           05  TSIT-ZIP-CODE           PIC X(5).
           05  TSIT-SITE-NAME          PIC X(30).
           05  TSIT-ADDRESS-LINE1      PIC X(25).
           05  TSIT-CITY               PIC X(15).
           05  TSIT-STATE-CODE         PIC X(2).
           05  TSIT-PHONE              PIC X(10).
           05  FILLER                  PIC X(13).

       FD  APPLICANT-FILE.
           COPY APPLREC.

       FD  MEMBER-FILE.
           COPY MEMBREC.

       FD  HISTORY-FILE.
           COPY HISTREC.

      *****************************************************************
      * SORTED COPY OF HISTORY.DAT BY CASE AND RUN DATE, FILE ORDER   *
      * KEPT WITHIN A RUN DATE, SO THE LAST RECORD READ FOR A CASE IS *
      * ITS LATEST DETERMINATION                                      *
      *****************************************************************
       FD  HISTORY-WORK-FILE.
       01  HISTORY-WORK-RECORD.
           05  HWRK-APP-ID             PIC X(8).
           05  HWRK-RUN-DATE           PIC X(8).
           05  FILLER                  PIC X(32).
           05  HWRK-DETERMINATION      PIC X(8).
           05  FILLER                  PIC X(10).

       SD  HISTORY-SORT-FILE.
       01  HISTORY-SORT-RECORD.
           05  HSRT-APP-ID             PIC X(8).
           05  HSRT-RUN-DATE           PIC X(8).
           05  FILLER                  PIC X(50).

      *****************************************************************
      * INCOME-TYPE DETAIL - ONE RECORD PER CASE WITH THE MONTHLY     *
      * EARNED, UNEARNED AND SELF-EMPLOYMENT FIGURES                  *
      *****************************************************************
       FD  INCOME-DETAIL-FILE.
       01  INCOME-DETAIL-RECORD.
           05  INC-APP-ID              PIC X(8).
           05  INC-EARNED-INCOME       PIC 9(6)V99.
           05  INC-UNEARNED-INCOME     PIC 9(6)V99.
           05  INC-SELFEMP-GROSS       PIC 9(6)V99.
           05  INC-SELFEMP-COSTS       PIC 9(6)V99.
           05  FILLER                  PIC X(10).

       FD  INCOME-WORK-FILE.
       01  INCOME-WORK-RECORD.
           05  IWRK-APP-ID             PIC X(8).
           05  IWRK-EARNED-INCOME      PIC 9(6)V99.
           05  IWRK-UNEARNED-INCOME    PIC 9(6)V99.
           05  IWRK-SELFEMP-GROSS      PIC 9(6)V99.
           05  IWRK-SELFEMP-COSTS      PIC 9(6)V99.
           05  FILLER                  PIC X(10).

       SD  INCOME-SORT-FILE.
       01  INCOME-SORT-RECORD.
           05  ISRT-APP-ID             PIC X(8).
           05  FILLER                  PIC X(42).

       FD  TAXPAYER-FILE.
           COPY TAXPREC.

       FD  TAXPAYER-WORK-FILE.
       01  TAXPAYER-WORK-RECORD.
           05  TWRK-APP-ID             PIC X(8).
           05  TWRK-TAX-ID             PIC X(11).
           05  TWRK-FILING-STATUS      PIC X(20).
           05  TWRK-GROSS-INCOME       PIC 9(8)V99.
           05  TWRK-NBR-CHILDREN       PIC 99.
           05  TWRK-NBR-CHILDREN-X     REDEFINES TWRK-NBR-CHILDREN
                                       PIC X(2).
           05  TWRK-AGE-65-FLAG        PIC X(1).
           05  FILLER                  PIC X(7).

       SD  TAXPAYER-SORT-FILE.
       01  TAXPAYER-SORT-RECORD.
           05  TSRT-APP-ID             PIC X(8).
           05  FILLER                  PIC X(51).

      *****************************************************************
      * OUTREACH LETTER - ONE PER HOUSEHOLD, ADDRESSED FROM THE       *
      * MASTER. REASON 'N' = NO FILING FOUND FOR THE TAX YEAR,        *
      * 'C' = FILED BUT CLAIMED FEWER CHILDREN THAN THE HOUSEHOLD     *
      * HAS. THE ESTIMATE IS THE WHOLE CREDIT FOR 'N' AND THE CREDIT  *
      * THE UNCLAIMED CHILDREN WOULD ADD FOR 'C'. THE EARNINGS SHOWN  *
      * ARE THE ANNUALIZED INCOME DETAIL FOR 'N' AND THE FILED GROSS  *
      * INCOME FOR 'C'. SITE FIELDS ARE BLANK WHEN NO SITE SERVES THE *
      * CASE'S ZIP AREA                                               *
      *****************************************************************
       FD  OUTREACH-LETTER-FILE.
       01  OUTREACH-LETTER-RECORD.
           05  ELT-APP-ID              PIC X(8).
           05  ELT-LAST-NAME           PIC X(25).
           05  ELT-FIRST-NAME          PIC X(20).
           05  ELT-ADDRESS-LINE1       PIC X(25).
           05  ELT-CITY                PIC X(15).
           05  ELT-STATE-CODE          PIC X(2).
           05  ELT-ZIP-CODE            PIC X(9).
           05  ELT-LETTER-DATE         PIC X(8).
           05  ELT-TAX-YEAR            PIC X(4).
           05  ELT-REASON-CODE         PIC X(1).
               88  ELT-NOT-FILED            VALUE 'N'.
               88  ELT-CHILDREN-UNCLAIMED   VALUE 'C'.
           05  ELT-HOUSEHOLD-CHILDREN  PIC 99.
           05  ELT-CLAIMED-CHILDREN    PIC 99.
           05  ELT-ANNUAL-EARNINGS     PIC 9(8)V99.
           05  ELT-ESTIMATED-CREDIT    PIC 9(5)V99.
           05  ELT-SITE-NAME           PIC X(30).
           05  ELT-SITE-ADDRESS-LINE1  PIC X(25).
           05  ELT-SITE-CITY           PIC X(15).
           05  ELT-SITE-STATE-CODE     PIC X(2).
           05  ELT-SITE-ZIP-CODE       PIC X(5).
           05  ELT-SITE-PHONE          PIC X(10).
           05  FILLER                  PIC X(10).

       FD  OUTREACH-REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE                 PIC X(8).

       01  WS-PARM-FIELDS.
           05  WS-TAX-YEAR             PIC X(4) VALUE SPACES.
           05  WS-TAX-YEAR-N REDEFINES WS-TAX-YEAR PIC 9(4).
           05  WS-MIN-CREDIT           PIC 9(5)V99 VALUE 100.00.
           05  WS-PARM-FOUND           PIC X VALUE 'N'.

      *****************************************************************
      * QUALIFYING CHILD AGE TEST - A MEMBER IS COUNTED WHEN BORN     *
      * AFTER THE CUTOFF (UNDER 19 AT THE END OF THE TAX YEAR) AND NO *
      * LATER THAN THE LAST DAY OF THE TAX YEAR                       *
      *****************************************************************
       01  WS-CHILD-AGE-FIELDS.
           05  WS-CHILD-CUTOFF-DATE.
               10  WS-CHILD-CUTOFF-YEAR PIC 9(4).
               10  FILLER              PIC X(4) VALUE "1231".
           05  WS-TAX-YEAR-END-DATE.
               10  WS-TAX-YEAR-END-YEAR PIC 9(4).
               10  FILLER              PIC X(4) VALUE "1231".
           05  WS-CHILD-AGE-LIMIT      PIC 9(2) VALUE 19.

      *****************************************************************
      * EARNED INCOME CREDIT SCHEDULE FOR THE OUTREACH YEAR, SAME     *
      * SHAPE AS TAX-CALCULATOR'S. EIC-INDEX 1 = NO QUALIFYING        *
      * CHILDREN, 2 = ONE, 3 = TWO, 4 = THREE OR MORE                 *
      *****************************************************************
       01  WS-EIC-TABLE.
           05  WS-EIC-ENTRY OCCURS 4 TIMES.
               10  WS-EIC-CREDIT-RATE           PIC V9(4).
               10  WS-EIC-EARNED-INCOME-AMT     PIC 9(5)V99.
               10  WS-EIC-MAX-CREDIT            PIC 9(5)V99.
               10  WS-EIC-PHASEOUT-RATE         PIC V9(4).
               10  WS-EIC-PHASEOUT-START-SINGLE PIC 9(5)V99.
               10  WS-EIC-PHASEOUT-START-MFJ    PIC 9(5)V99.

       01  WS-EIC-LOAD-FIELDS.
           05  WS-EIC-ROWS-LOADED      PIC 9(2) VALUE ZERO.
           05  WS-RATES-EOF-FLAG       PIC X VALUE 'N'.

      *****************************************************************
      * EIC ESTIMATE - THE CALLER SETS THE INCOME, CHILD COUNT AND    *
      * FILING STATUS INDEX (1 = SINGLE, 2 = MARRIED FILING JOINT,    *
      * 3 = HEAD OF HOUSEHOLD, 4 = MARRIED FILING SEPARATE) AND GETS  *
      * BACK THE CREDIT                                               *
      *****************************************************************
       01  WS-EIC-WORK-FIELDS.
           05  WS-EIC-INCOME           PIC 9(8)V99.
           05  WS-EIC-CHILDREN         PIC 99.
           05  WS-EIC-FS-INDEX         PIC 9.
           05  WS-EIC-INDEX            PIC 9.
           05  WS-EIC-PHASEOUT-START   PIC 9(5)V99.
           05  WS-EIC-COMPUTED         PIC S9(8)V99.
           05  WS-EIC-AMOUNT           PIC 9(5)V99.
           05  WS-EIC-CLAIMED-AMOUNT   PIC 9(5)V99.
           05  WS-ESTIMATED-CREDIT     PIC 9(5)V99.
           05  WS-LETTER-REASON        PIC X(1).

      *****************************************************************
      * TAX-CALCULATOR RESULTS FOR THE OUTREACH YEAR, BY TAX ID.      *
      * UNUSED SLOTS HOLD HIGH-VALUES SO THE SORTED TABLE CAN BE      *
      * BINARY SEARCHED                                               *
      *****************************************************************
       01  WS-TAX-COMP-TABLE.
           05  WS-TXC-ENTRY OCCURS 50000 TIMES
                   ASCENDING KEY IS WS-TXC-TAX-ID
                   INDEXED BY WS-TXC-IDX.
               10  WS-TXC-TAX-ID           PIC X(11).
               10  WS-TXC-GROSS-INCOME     PIC 9(8)V99.

       01  WS-TXC-TABLE-FIELDS.
           05  WS-TXC-MAX-ENTRIES      PIC 9(5) VALUE 50000.
           05  WS-TXC-TABLE-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-TXC-TABLE-FULL       PIC X VALUE 'N'.
           05  WS-TXC-EOF-FLAG         PIC X VALUE 'N'.

      *****************************************************************
      * FREE TAX PREPARATION SITES IN ZIP CODE ORDER                  *
      *****************************************************************
       01  WS-TAX-SITE-TABLE.
           05  WS-SIT-ENTRY OCCURS 3000 TIMES
                   ASCENDING KEY IS WS-SIT-ZIP-CODE
                   INDEXED BY WS-SIT-IDX.
               10  WS-SIT-ZIP-CODE         PIC X(5).
               10  WS-SIT-ZIP-AREA REDEFINES WS-SIT-ZIP-CODE.
                   15  WS-SIT-ZIP-PREFIX   PIC X(3).
                   15  FILLER              PIC X(2).
               10  WS-SIT-SITE-NAME        PIC X(30).
               10  WS-SIT-ADDRESS-LINE1    PIC X(25).
               10  WS-SIT-CITY             PIC X(15).
               10  WS-SIT-STATE-CODE       PIC X(2).
               10  WS-SIT-PHONE            PIC X(10).

       01  WS-SIT-TABLE-FIELDS.
           05  WS-SIT-MAX-ENTRIES      PIC 9(4) VALUE 3000.
           05  WS-SIT-TABLE-COUNT      PIC 9(4) VALUE ZERO.
           05  WS-SIT-TABLE-FULL       PIC X VALUE 'N'.
           05  WS-SIT-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-SIT-MATCH-ENTRY      PIC 9(4).
           05  WS-SIT-CASE-ZIP         PIC X(5).
           05  WS-SIT-CASE-AREA REDEFINES WS-SIT-CASE-ZIP.
               10  WS-SIT-CASE-PREFIX  PIC X(3).
               10  FILLER              PIC X(2).

      *****************************************************************
      * STATE TOTALS FOR THE GRANT REPORT - ADDED TO AS CASES ARE     *
      * FOUND, THEN SORTED INTO STATE ORDER FOR PRINTING              *
      *****************************************************************
       01  WS-STATE-TABLE.
           05  WS-STA-ENTRY OCCURS 60 TIMES
                   INDEXED BY WS-STA-IDX.
               10  WS-STA-STATE-CODE       PIC X(2).
               10  WS-STA-EARNER-COUNT     PIC 9(6).
               10  WS-STA-NOT-FILED-COUNT  PIC 9(6).
               10  WS-STA-NOT-FILED-DOLLARS PIC 9(9)V99.
               10  WS-STA-UNCLAIMED-COUNT  PIC 9(6).
               10  WS-STA-UNCLAIMED-DOLLARS PIC 9(9)V99.

       01  WS-STA-TABLE-FIELDS.
           05  WS-STA-MAX-ENTRIES      PIC 9(2) VALUE 60.
           05  WS-STA-TABLE-COUNT      PIC 9(2) VALUE ZERO.
           05  WS-STA-TABLE-FULL       PIC X VALUE 'N'.
           05  WS-STA-MATCH-ENTRY      PIC 9(2).

      *****************************************************************
      * MERGE CURSORS - THE CURRENT RECORD OF EACH SORTED FILE,       *
      * ADVANCED FORWARD AS THE APPLICANT MASTER IS READ IN ID ORDER  *
      *****************************************************************
       01  WS-HIST-MERGE-FIELDS.
           05  WS-HIST-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-HIST-CURRENT-APP-ID  PIC X(8) VALUE LOW-VALUES.
           05  WS-HIST-CURRENT-DETERM  PIC X(8).
           05  WS-LATEST-DETERMINATION PIC X(8).
               88  WS-CASE-APPROVED         VALUE "APPROVED".

       01  WS-INCD-MERGE-FIELDS.
           05  WS-INCD-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-INCD-CURRENT-APP-ID  PIC X(8) VALUE LOW-VALUES.
           05  WS-INCD-CURRENT-EARNED  PIC 9(6)V99.
           05  WS-INCD-CURRENT-SE-GROSS PIC 9(6)V99.
           05  WS-INCD-CURRENT-SE-COSTS PIC 9(6)V99.
           05  WS-MONTHLY-EARNINGS     PIC 9(6)V99.
           05  WS-ANNUAL-EARNINGS      PIC 9(8)V99.

       01  WS-MBR-MERGE-FIELDS.
           05  WS-MBR-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-MBR-CURRENT-APP-ID   PIC X(8) VALUE LOW-VALUES.
           05  WS-MBR-CURRENT-DOB      PIC X(8).
           05  WS-HOUSEHOLD-CHILDREN   PIC 99.

       01  WS-TAXP-MERGE-FIELDS.
           05  WS-TAXP-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-TAXP-CURRENT-APP-ID  PIC X(8) VALUE LOW-VALUES.
           05  WS-TAXP-CURRENT-TAX-ID  PIC X(11).
           05  WS-TAXP-CURRENT-STATUS  PIC X(20).
           05  WS-TAXP-CURRENT-CHILDREN PIC 99.
           05  WS-TAXP-MATCH-FOUND     PIC X VALUE 'N'.
           05  WS-TAXP-MATCH-TAX-ID    PIC X(11).
           05  WS-TAXP-MATCH-STATUS    PIC X(20).
           05  WS-TAXP-MATCH-CHILDREN  PIC 99.
           05  WS-FILING-FOUND-FLAG    PIC X VALUE 'N'.
               88  WS-FILING-FOUND          VALUE 'Y'.
           05  WS-FILED-GROSS-INCOME   PIC 9(8)V99.

       01  WS-COUNTERS.
           05  WS-MASTER-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-APPROVED-COUNT       PIC 9(7) VALUE ZERO.
           05  WS-EARNER-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-FILED-COUNT          PIC 9(7) VALUE ZERO.
           05  WS-NOT-FILED-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-UNCLAIMED-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-BELOW-MINIMUM-COUNT  PIC 9(7) VALUE ZERO.
           05  WS-NO-SITE-COUNT        PIC 9(7) VALUE ZERO.
           05  WS-LETTER-COUNT         PIC 9(7) VALUE ZERO.
           05  WS-NOT-FILED-DOLLARS    PIC 9(11)V99 VALUE ZERO.
           05  WS-UNCLAIMED-DOLLARS    PIC 9(11)V99 VALUE ZERO.

       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "EITC OUTREACH BY STATE".
           05  FILLER                  PIC X(10) VALUE "TAX YEAR: ".
           05  HDG-TAX-YEAR            PIC X(4).
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  HDG-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "PAGE: ".
           05  HDG-PAGE-NUMBER         PIC ZZZ9.
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(8) VALUE "STATE".
           05  FILLER                  PIC X(12) VALUE "  APPROVED".
           05  FILLER                  PIC X(12) VALUE "   NOT".
           05  FILLER                  PIC X(18) VALUE "     NOT FILED".
           05  FILLER                  PIC X(12) VALUE "  CHILDREN".
           05  FILLER                  PIC X(18) VALUE "      CHILDREN".
           05  FILLER                  PIC X(12) VALUE "     TOTAL".
           05  FILLER                  PIC X(18) VALUE "         TOTAL".
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  WS-REPORT-HEADING-3.
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "   EARNERS".
           05  FILLER                  PIC X(12) VALUE "   FILED".
           05  FILLER                  PIC X(18) VALUE
               "     EST DOLLARS".
           05  FILLER                  PIC X(12) VALUE " UNCLAIMED".
           05  FILLER                  PIC X(18) VALUE
               "     EST DOLLARS".
           05  FILLER                  PIC X(12) VALUE "   LETTERS".
           05  FILLER                  PIC X(18) VALUE
               "     EST DOLLARS".
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  WS-REPORT-DETAIL-LINE.
           05  DTL-STATE-CODE          PIC X(5).
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  DTL-EARNER-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  DTL-NOT-FILED-COUNT     PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  DTL-NOT-FILED-DOLLARS   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  DTL-UNCLAIMED-COUNT     PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  DTL-UNCLAIMED-DOLLARS   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  DTL-LETTER-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  DTL-LETTER-DOLLARS      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  WS-REPORT-TOTAL-LINE.
           05  TTL-LABEL               PIC X(40).
           05  TTL-COUNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  WS-REPORT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(3) VALUE 99.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.
           05  WS-PAGE-NUMBER          PIC 9(4) VALUE ZERO.
           05  WS-LETTER-DOLLARS       PIC 9(11)V99.
           05  WS-STATE-LETTER-COUNT   PIC 9(7).

       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM READ-OUTREACH-PARM
           PERFORM LOAD-EIC-SCHEDULE
           PERFORM LOAD-TAX-COMP-RESULTS
           PERFORM LOAD-TAX-SITES

           PERFORM SORT-HISTORY-FILE
           PERFORM SORT-INCOME-DETAILS
           PERFORM SORT-TAXPAYER-FILE

           MOVE HIGH-VALUES TO WS-STATE-TABLE
           OPEN INPUT APPLICANT-FILE
           OPEN INPUT MEMBER-FILE
           PERFORM READ-MEMBER-RECORD
           OPEN OUTPUT OUTREACH-LETTER-FILE

           PERFORM PROCESS-APPLICANT-FILE

           CLOSE APPLICANT-FILE
           CLOSE MEMBER-FILE
           CLOSE HISTORY-WORK-FILE
           CLOSE INCOME-WORK-FILE
           CLOSE TAXPAYER-WORK-FILE
           CLOSE OUTREACH-LETTER-FILE

           OPEN OUTPUT OUTREACH-REPORT-FILE
           PERFORM PRINT-STATE-REPORT
           CLOSE OUTREACH-REPORT-FILE

           DISPLAY "EITC OUTREACH RUN COMPLETE FOR TAX YEAR "
               WS-TAX-YEAR
           DISPLAY "MASTER RECORDS READ: " WS-MASTER-COUNT
           DISPLAY "APPROVED CASES: " WS-APPROVED-COUNT
           DISPLAY "APPROVED WITH EARNED INCOME: " WS-EARNER-COUNT
           DISPLAY "FILING FOUND: " WS-FILED-COUNT
           DISPLAY "LETTERS - NO FILING: " WS-NOT-FILED-COUNT
           DISPLAY "LETTERS - CHILDREN UNCLAIMED: "
               WS-UNCLAIMED-COUNT
           DISPLAY "BELOW MINIMUM CREDIT: " WS-BELOW-MINIMUM-COUNT
           DISPLAY "LETTERS WITH NO SITE FOR THE ZIP AREA: "
               WS-NO-SITE-COUNT
           STOP RUN.

       READ-OUTREACH-PARM.
           MOVE 'N' TO WS-PARM-FOUND

           OPEN INPUT OUTREACH-PARM-FILE
           READ OUTREACH-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 'Y' TO WS-PARM-FOUND
                   MOVE EPRM-TAX-YEAR TO WS-TAX-YEAR
                   IF EPRM-MIN-CREDIT-X NUMERIC
                       MOVE EPRM-MIN-CREDIT TO WS-MIN-CREDIT
                   END-IF
           END-READ
           CLOSE OUTREACH-PARM-FILE

           IF WS-PARM-FOUND = 'N' OR WS-TAX-YEAR NOT NUMERIC
               DISPLAY "OUTREACH PARM MISSING - SUPPLY EITCPARM.DAT "
                   "WITH THE TAX YEAR TO WORK"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           COMPUTE WS-CHILD-CUTOFF-YEAR =
               WS-TAX-YEAR-N - WS-CHILD-AGE-LIMIT
           MOVE WS-TAX-YEAR-N TO WS-TAX-YEAR-END-YEAR.

       LOAD-EIC-SCHEDULE.
           MOVE ZERO TO WS-EIC-TABLE
           MOVE ZERO TO WS-EIC-ROWS-LOADED

           OPEN INPUT TAX-RATES-FILE
           READ TAX-RATES-FILE
               AT END MOVE 'Y' TO WS-RATES-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-RATES-EOF-FLAG = 'Y'
               IF TXR-TAX-YEAR = WS-TAX-YEAR AND TXR-TYPE-EIC
                  AND TXR-EIC-INDEX >= 1 AND TXR-EIC-INDEX <= 4
                   ADD 1 TO WS-EIC-ROWS-LOADED
                   MOVE TXR-EIC-CREDIT-RATE
                       TO WS-EIC-CREDIT-RATE(TXR-EIC-INDEX)
                   MOVE TXR-EIC-EARNED-AMT
                       TO WS-EIC-EARNED-INCOME-AMT(TXR-EIC-INDEX)
                   MOVE TXR-EIC-MAX-CREDIT
                       TO WS-EIC-MAX-CREDIT(TXR-EIC-INDEX)
                   MOVE TXR-EIC-PHASEOUT-RATE
                       TO WS-EIC-PHASEOUT-RATE(TXR-EIC-INDEX)
                   MOVE TXR-EIC-PO-START-SINGLE
                       TO WS-EIC-PHASEOUT-START-SINGLE
                           (TXR-EIC-INDEX)
                   MOVE TXR-EIC-PO-START-MFJ
                       TO WS-EIC-PHASEOUT-START-MFJ(TXR-EIC-INDEX)
               END-IF
               READ TAX-RATES-FILE
                   AT END MOVE 'Y' TO WS-RATES-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE TAX-RATES-FILE

      *    LETTERS QUOTING A DOLLAR FIGURE MUST NOT GO OUT FROM A
      *    PARTIAL OR MISSING SCHEDULE, SO THE RUN IS REFUSED
           IF WS-EIC-ROWS-LOADED < 4
               DISPLAY "TAX YEAR " WS-TAX-YEAR " EIC SCHEDULE NOT "
                   "COMPLETE ON TAXRATES.DAT - SUPPLY ALL FOUR 'E' "
                   "RECORDS BEFORE RUNNING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-TAX-COMP-RESULTS.
           MOVE HIGH-VALUES TO WS-TAX-COMP-TABLE
           MOVE ZERO TO WS-TXC-TABLE-COUNT

           OPEN INPUT TAX-COMP-FILE
           READ TAX-COMP-FILE
               AT END MOVE 'Y' TO WS-TXC-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-TXC-EOF-FLAG = 'Y'
               IF TXC-TAX-YEAR = WS-TAX-YEAR
                   IF WS-TXC-TABLE-COUNT < WS-TXC-MAX-ENTRIES
                       ADD 1 TO WS-TXC-TABLE-COUNT
                       MOVE TXC-TAX-ID
                           TO WS-TXC-TAX-ID(WS-TXC-TABLE-COUNT)
                       MOVE TXC-GROSS-INCOME
                           TO WS-TXC-GROSS-INCOME(WS-TXC-TABLE-COUNT)
                   ELSE
                       IF WS-TXC-TABLE-FULL = 'N'
                           MOVE 'Y' TO WS-TXC-TABLE-FULL
                           DISPLAY "WARNING: TAX RESULT TABLE FULL AT "
                               WS-TXC-MAX-ENTRIES " ENTRIES"
                       END-IF
                   END-IF
               END-IF
               READ TAX-COMP-FILE
                   AT END MOVE 'Y' TO WS-TXC-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE TAX-COMP-FILE

           SORT WS-TXC-ENTRY ON ASCENDING KEY WS-TXC-TAX-ID.

       LOAD-TAX-SITES.
           MOVE HIGH-VALUES TO WS-TAX-SITE-TABLE
           MOVE ZERO TO WS-SIT-TABLE-COUNT

           OPEN INPUT TAX-SITE-FILE
           READ TAX-SITE-FILE
               AT END MOVE 'Y' TO WS-SIT-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-SIT-EOF-FLAG = 'Y'
               IF WS-SIT-TABLE-COUNT < WS-SIT-MAX-ENTRIES
                   ADD 1 TO WS-SIT-TABLE-COUNT
                   MOVE TSIT-ZIP-CODE
                       TO WS-SIT-ZIP-CODE(WS-SIT-TABLE-COUNT)
                   MOVE TSIT-SITE-NAME
                       TO WS-SIT-SITE-NAME(WS-SIT-TABLE-COUNT)
                   MOVE TSIT-ADDRESS-LINE1
                       TO WS-SIT-ADDRESS-LINE1(WS-SIT-TABLE-COUNT)
                   MOVE TSIT-CITY TO WS-SIT-CITY(WS-SIT-TABLE-COUNT)
                   MOVE TSIT-STATE-CODE
                       TO WS-SIT-STATE-CODE(WS-SIT-TABLE-COUNT)
                   MOVE TSIT-PHONE TO WS-SIT-PHONE(WS-SIT-TABLE-COUNT)
               ELSE
                   IF WS-SIT-TABLE-FULL = 'N'
                       MOVE 'Y' TO WS-SIT-TABLE-FULL
                       DISPLAY "WARNING: TAX SITE TABLE FULL AT "
                           WS-SIT-MAX-ENTRIES " ENTRIES"
                   END-IF
               END-IF
               READ TAX-SITE-FILE
                   AT END MOVE 'Y' TO WS-SIT-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE TAX-SITE-FILE

           SORT WS-SIT-ENTRY ON ASCENDING KEY WS-SIT-ZIP-CODE.

      *****************************************************************
      * SORTED WORK COPIES FOR THE FORWARD-ONLY MERGES                *
      *****************************************************************
       SORT-HISTORY-FILE.
           SORT HISTORY-SORT-FILE
               ON ASCENDING KEY HSRT-APP-ID
                                HSRT-RUN-DATE
               WITH DUPLICATES IN ORDER
               USING HISTORY-FILE
               GIVING HISTORY-WORK-FILE

           OPEN INPUT HISTORY-WORK-FILE
           PERFORM READ-HISTORY-WORK-RECORD.

       READ-HISTORY-WORK-RECORD.
           READ HISTORY-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-FLAG
                   MOVE HIGH-VALUES TO WS-HIST-CURRENT-APP-ID
               NOT AT END
                   MOVE HWRK-APP-ID TO WS-HIST-CURRENT-APP-ID
                   MOVE HWRK-DETERMINATION TO WS-HIST-CURRENT-DETERM
           END-READ.

       SORT-INCOME-DETAILS.
           SORT INCOME-SORT-FILE
               ON ASCENDING KEY ISRT-APP-ID
               USING INCOME-DETAIL-FILE
               GIVING INCOME-WORK-FILE

           OPEN INPUT INCOME-WORK-FILE
           PERFORM READ-INCOME-WORK-RECORD.

       READ-INCOME-WORK-RECORD.
           READ INCOME-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-INCD-EOF-FLAG
                   MOVE HIGH-VALUES TO WS-INCD-CURRENT-APP-ID
               NOT AT END
                   MOVE IWRK-APP-ID TO WS-INCD-CURRENT-APP-ID
                   MOVE IWRK-EARNED-INCOME TO WS-INCD-CURRENT-EARNED
                   MOVE IWRK-SELFEMP-GROSS
                       TO WS-INCD-CURRENT-SE-GROSS
                   MOVE IWRK-SELFEMP-COSTS
                       TO WS-INCD-CURRENT-SE-COSTS
           END-READ.

       SORT-TAXPAYER-FILE.
           SORT TAXPAYER-SORT-FILE
               ON ASCENDING KEY TSRT-APP-ID
               USING TAXPAYER-FILE
               GIVING TAXPAYER-WORK-FILE

           OPEN INPUT TAXPAYER-WORK-FILE
           PERFORM READ-TAXPAYER-WORK-RECORD.

       READ-TAXPAYER-WORK-RECORD.
           READ TAXPAYER-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-TAXP-EOF-FLAG
                   MOVE HIGH-VALUES TO WS-TAXP-CURRENT-APP-ID
               NOT AT END
                   MOVE TWRK-APP-ID TO WS-TAXP-CURRENT-APP-ID
                   MOVE TWRK-TAX-ID TO WS-TAXP-CURRENT-TAX-ID
                   MOVE TWRK-FILING-STATUS TO WS-TAXP-CURRENT-STATUS
      *            AN EXTRACT BUILT BEFORE THE CHILD COUNT EXISTED
      *            CARRIES SPACES THERE - TREATED AS NONE CLAIMED
                   IF TWRK-NBR-CHILDREN-X NUMERIC
                       MOVE TWRK-NBR-CHILDREN
                           TO WS-TAXP-CURRENT-CHILDREN
                   ELSE
                       MOVE ZERO TO WS-TAXP-CURRENT-CHILDREN
                   END-IF
           END-READ.

       READ-MEMBER-RECORD.
           READ MEMBER-FILE
               AT END
                   MOVE 'Y' TO WS-MBR-EOF-FLAG
                   MOVE HIGH-VALUES TO WS-MBR-CURRENT-APP-ID
               NOT AT END
                   MOVE MBR-APP-ID TO WS-MBR-CURRENT-APP-ID
                   MOVE MBR-DOB TO WS-MBR-CURRENT-DOB
           END-READ.

       PROCESS-APPLICANT-FILE.
           READ APPLICANT-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               ADD 1 TO WS-MASTER-COUNT
               PERFORM FIND-LATEST-DETERMINATION
               IF WS-CASE-APPROVED
                   ADD 1 TO WS-APPROVED-COUNT
                   PERFORM FIND-EARNED-INCOME
                   IF WS-ANNUAL-EARNINGS > ZERO
                       ADD 1 TO WS-EARNER-COUNT
                       PERFORM SCREEN-EARNING-HOUSEHOLD
                   END-IF
               END-IF

               READ APPLICANT-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-PERFORM.

      *    THE CASE'S HISTORY RECORDS ARRIVE OLDEST FIRST, SO THE LAST
      *    ONE READ IS THE DETERMINATION NOW IN FORCE. A CASE MERGED
      *    AWAY HAS NO MASTER AND IS NEVER REACHED HERE
       FIND-LATEST-DETERMINATION.
           MOVE SPACES TO WS-LATEST-DETERMINATION

           PERFORM UNTIL WS-HIST-CURRENT-APP-ID >= APP-ID
               PERFORM READ-HISTORY-WORK-RECORD
           END-PERFORM

           PERFORM UNTIL WS-HIST-CURRENT-APP-ID NOT = APP-ID
               MOVE WS-HIST-CURRENT-DETERM TO WS-LATEST-DETERMINATION
               PERFORM READ-HISTORY-WORK-RECORD
           END-PERFORM.

      *    EARNED INCOME IS WAGES PLUS SELF-EMPLOYMENT NET OF
      *    ALLOWABLE COSTS, ANNUALIZED FROM THE MONTHLY DETAIL
       FIND-EARNED-INCOME.
           MOVE ZERO TO WS-MONTHLY-EARNINGS
           MOVE ZERO TO WS-ANNUAL-EARNINGS

           PERFORM UNTIL WS-INCD-CURRENT-APP-ID >= APP-ID
               PERFORM READ-INCOME-WORK-RECORD
           END-PERFORM

           IF WS-INCD-CURRENT-APP-ID = APP-ID
               MOVE WS-INCD-CURRENT-EARNED TO WS-MONTHLY-EARNINGS
               IF WS-INCD-CURRENT-SE-GROSS > WS-INCD-CURRENT-SE-COSTS
                   COMPUTE WS-MONTHLY-EARNINGS =
                       WS-MONTHLY-EARNINGS
                       + WS-INCD-CURRENT-SE-GROSS
                       - WS-INCD-CURRENT-SE-COSTS
               END-IF
               COMPUTE WS-ANNUAL-EARNINGS = WS-MONTHLY-EARNINGS * 12
           END-IF.

       SCREEN-EARNING-HOUSEHOLD.
           PERFORM COUNT-HOUSEHOLD-CHILDREN
           PERFORM FIND-TAXPAYER-FILING
           PERFORM FIND-STATE-ENTRY
           IF WS-STA-MATCH-ENTRY > ZERO
               ADD 1 TO WS-STA-EARNER-COUNT(WS-STA-MATCH-ENTRY)
           END-IF

           MOVE ZERO TO WS-ESTIMATED-CREDIT
           IF WS-FILING-FOUND
               ADD 1 TO WS-FILED-COUNT
               PERFORM ESTIMATE-UNCLAIMED-CHILDREN
           ELSE
               PERFORM ESTIMATE-NOT-FILED
           END-IF.

      *    THE HEAD IS THE FILER AND IS NOT ON MEMBERS.DAT, SO EVERY
      *    MEMBER RECORD IN THE AGE RANGE IS A POSSIBLE QUALIFYING
      *    CHILD. A MEMBER WITH NO USABLE BIRTH DATE IS NOT COUNTED
       COUNT-HOUSEHOLD-CHILDREN.
           MOVE ZERO TO WS-HOUSEHOLD-CHILDREN

           PERFORM UNTIL WS-MBR-CURRENT-APP-ID >= APP-ID
               PERFORM READ-MEMBER-RECORD
           END-PERFORM

           PERFORM UNTIL WS-MBR-CURRENT-APP-ID NOT = APP-ID
               IF WS-MBR-CURRENT-DOB NUMERIC
                  AND WS-MBR-CURRENT-DOB > WS-CHILD-CUTOFF-DATE
                  AND WS-MBR-CURRENT-DOB <= WS-TAX-YEAR-END-DATE
                   ADD 1 TO WS-HOUSEHOLD-CHILDREN
               END-IF
               PERFORM READ-MEMBER-RECORD
           END-PERFORM.

      *    A FILING IS A TAXPAYER EXTRACT RECORD FOR THE CASE WHOSE
      *    TAX ID HAS A TAX-CALCULATOR RESULT FOR THE OUTREACH YEAR
       FIND-TAXPAYER-FILING.
           MOVE 'N' TO WS-TAXP-MATCH-FOUND
           MOVE 'N' TO WS-FILING-FOUND-FLAG

           PERFORM UNTIL WS-TAXP-CURRENT-APP-ID >= APP-ID
               PERFORM READ-TAXPAYER-WORK-RECORD
           END-PERFORM

           IF WS-TAXP-CURRENT-APP-ID = APP-ID
               MOVE 'Y' TO WS-TAXP-MATCH-FOUND
               MOVE WS-TAXP-CURRENT-TAX-ID TO WS-TAXP-MATCH-TAX-ID
               MOVE WS-TAXP-CURRENT-STATUS TO WS-TAXP-MATCH-STATUS
               MOVE WS-TAXP-CURRENT-CHILDREN
                   TO WS-TAXP-MATCH-CHILDREN
               SEARCH ALL WS-TXC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TXC-TAX-ID(WS-TXC-IDX)
                       = WS-TAXP-MATCH-TAX-ID
                       MOVE 'Y' TO WS-FILING-FOUND-FLAG
                       MOVE WS-TXC-GROSS-INCOME(WS-TXC-IDX)
                           TO WS-FILED-GROSS-INCOME
               END-SEARCH
           END-IF.

      *    NO FILING - THE WHOLE CREDIT IS ESTIMATED FROM THE
      *    ANNUALIZED EARNINGS AND THE HOUSEHOLD'S CHILDREN, USING
      *    THE SINGLE / HEAD OF HOUSEHOLD PHASE-OUT
       ESTIMATE-NOT-FILED.
           MOVE WS-ANNUAL-EARNINGS TO WS-EIC-INCOME
           MOVE WS-HOUSEHOLD-CHILDREN TO WS-EIC-CHILDREN
           MOVE 1 TO WS-EIC-FS-INDEX
           PERFORM COMPUTE-EIC-AMOUNT
           MOVE WS-EIC-AMOUNT TO WS-ESTIMATED-CREDIT

           IF WS-ESTIMATED-CREDIT > ZERO
              AND WS-ESTIMATED-CREDIT >= WS-MIN-CREDIT
               MOVE 'N' TO WS-LETTER-REASON
               MOVE ZERO TO WS-TAXP-MATCH-CHILDREN
               PERFORM WRITE-OUTREACH-LETTER
               ADD 1 TO WS-NOT-FILED-COUNT
               ADD WS-ESTIMATED-CREDIT TO WS-NOT-FILED-DOLLARS
               IF WS-STA-MATCH-ENTRY > ZERO
                   ADD 1 TO WS-STA-NOT-FILED-COUNT(WS-STA-MATCH-ENTRY)
                   ADD WS-ESTIMATED-CREDIT
                       TO WS-STA-NOT-FILED-DOLLARS(WS-STA-MATCH-ENTRY)
               END-IF
           ELSE
               ADD 1 TO WS-BELOW-MINIMUM-COUNT
           END-IF.

      *    FILED - THE ESTIMATE IS THE CREDIT AT THE HOUSEHOLD'S CHILD
      *    COUNT LESS THE CREDIT AT THE COUNT CLAIMED, BOTH ON THE
      *    FILED INCOME AND STATUS. THE SCHEDULE STOPS RISING AT
      *    THREE CHILDREN, SO A FILER CLAIMING THREE LOSES NOTHING
       ESTIMATE-UNCLAIMED-CHILDREN.
           IF WS-HOUSEHOLD-CHILDREN > WS-TAXP-MATCH-CHILDREN
              AND WS-TAXP-MATCH-CHILDREN < 3
               PERFORM DETERMINE-FILING-STATUS-INDEX
               MOVE WS-FILED-GROSS-INCOME TO WS-EIC-INCOME
               MOVE WS-TAXP-MATCH-CHILDREN TO WS-EIC-CHILDREN
               PERFORM COMPUTE-EIC-AMOUNT
               MOVE WS-EIC-AMOUNT TO WS-EIC-CLAIMED-AMOUNT
               MOVE WS-HOUSEHOLD-CHILDREN TO WS-EIC-CHILDREN
               PERFORM COMPUTE-EIC-AMOUNT
               IF WS-EIC-AMOUNT > WS-EIC-CLAIMED-AMOUNT
                   COMPUTE WS-ESTIMATED-CREDIT =
                       WS-EIC-AMOUNT - WS-EIC-CLAIMED-AMOUNT
               END-IF

               IF WS-ESTIMATED-CREDIT > ZERO
                  AND WS-ESTIMATED-CREDIT >= WS-MIN-CREDIT
                   MOVE 'C' TO WS-LETTER-REASON
                   MOVE WS-FILED-GROSS-INCOME TO WS-ANNUAL-EARNINGS
                   PERFORM WRITE-OUTREACH-LETTER
                   ADD 1 TO WS-UNCLAIMED-COUNT
                   ADD WS-ESTIMATED-CREDIT TO WS-UNCLAIMED-DOLLARS
                   IF WS-STA-MATCH-ENTRY > ZERO
                       ADD 1 TO WS-STA-UNCLAIMED-COUNT
                           (WS-STA-MATCH-ENTRY)
                       ADD WS-ESTIMATED-CREDIT
                           TO WS-STA-UNCLAIMED-DOLLARS
                               (WS-STA-MATCH-ENTRY)
                   END-IF
               ELSE
                   ADD 1 TO WS-BELOW-MINIMUM-COUNT
               END-IF
           END-IF.

       DETERMINE-FILING-STATUS-INDEX.
           EVALUATE WS-TAXP-MATCH-STATUS
               WHEN "SINGLE"
                   MOVE 1 TO WS-EIC-FS-INDEX
               WHEN "MARRIED_FILING_JOINT"
                   MOVE 2 TO WS-EIC-FS-INDEX
               WHEN "HEAD_OF_HOUSEHOLD"
                   MOVE 3 TO WS-EIC-FS-INDEX
               WHEN "MARRIED_FILING_SEPARATE"
                   MOVE 4 TO WS-EIC-FS-INDEX
               WHEN OTHER
                   MOVE 1 TO WS-EIC-FS-INDEX
           END-EVALUATE.

      *    THE TAX-CALCULATOR PHASE-IN / PLATEAU / PHASE-OUT SCHEDULE.
      *    MARRIED FILING SEPARATE TAXPAYERS ARE NOT ELIGIBLE FOR EIC.
       COMPUTE-EIC-AMOUNT.
           MOVE ZERO TO WS-EIC-AMOUNT

           IF WS-EIC-FS-INDEX NOT = 4
               IF WS-EIC-CHILDREN > 3
                   MOVE 4 TO WS-EIC-INDEX
               ELSE
                   COMPUTE WS-EIC-INDEX = WS-EIC-CHILDREN + 1
               END-IF

               IF WS-EIC-FS-INDEX = 2
                   MOVE WS-EIC-PHASEOUT-START-MFJ(WS-EIC-INDEX)
                       TO WS-EIC-PHASEOUT-START
               ELSE
                   MOVE WS-EIC-PHASEOUT-START-SINGLE(WS-EIC-INDEX)
                       TO WS-EIC-PHASEOUT-START
               END-IF

               IF WS-EIC-INCOME <=
                  WS-EIC-EARNED-INCOME-AMT(WS-EIC-INDEX)
                   COMPUTE WS-EIC-COMPUTED ROUNDED =
                       WS-EIC-INCOME * WS-EIC-CREDIT-RATE(WS-EIC-INDEX)
                   IF WS-EIC-COMPUTED > WS-EIC-MAX-CREDIT(WS-EIC-INDEX)
                       MOVE WS-EIC-MAX-CREDIT(WS-EIC-INDEX)
                           TO WS-EIC-AMOUNT
                   ELSE
                       MOVE WS-EIC-COMPUTED TO WS-EIC-AMOUNT
                   END-IF
               ELSE
                   IF WS-EIC-INCOME <= WS-EIC-PHASEOUT-START
                       MOVE WS-EIC-MAX-CREDIT(WS-EIC-INDEX)
                           TO WS-EIC-AMOUNT
                   ELSE
                       COMPUTE WS-EIC-COMPUTED ROUNDED =
                           WS-EIC-MAX-CREDIT(WS-EIC-INDEX) -
                           ((WS-EIC-INCOME - WS-EIC-PHASEOUT-START) *
                            WS-EIC-PHASEOUT-RATE(WS-EIC-INDEX))
                       IF WS-EIC-COMPUTED > ZERO
                           MOVE WS-EIC-COMPUTED TO WS-EIC-AMOUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WRITE-OUTREACH-LETTER.
           MOVE SPACES TO OUTREACH-LETTER-RECORD
           MOVE APP-ID TO ELT-APP-ID
           MOVE APP-LAST-NAME TO ELT-LAST-NAME
           MOVE APP-FIRST-NAME TO ELT-FIRST-NAME
           MOVE APP-ADDRESS-LINE1 TO ELT-ADDRESS-LINE1
           MOVE APP-CITY TO ELT-CITY
           MOVE APP-STATE-CODE TO ELT-STATE-CODE
           MOVE APP-ZIP-CODE TO ELT-ZIP-CODE
           MOVE WS-RUN-DATE TO ELT-LETTER-DATE
           MOVE WS-TAX-YEAR TO ELT-TAX-YEAR
           MOVE WS-LETTER-REASON TO ELT-REASON-CODE
           MOVE WS-HOUSEHOLD-CHILDREN TO ELT-HOUSEHOLD-CHILDREN
           MOVE WS-TAXP-MATCH-CHILDREN TO ELT-CLAIMED-CHILDREN
           MOVE WS-ANNUAL-EARNINGS TO ELT-ANNUAL-EARNINGS
           MOVE WS-ESTIMATED-CREDIT TO ELT-ESTIMATED-CREDIT

           PERFORM FIND-TAX-SITE
           IF WS-SIT-MATCH-ENTRY > ZERO
               MOVE WS-SIT-SITE-NAME(WS-SIT-MATCH-ENTRY)
                   TO ELT-SITE-NAME
               MOVE WS-SIT-ADDRESS-LINE1(WS-SIT-MATCH-ENTRY)
                   TO ELT-SITE-ADDRESS-LINE1
               MOVE WS-SIT-CITY(WS-SIT-MATCH-ENTRY) TO ELT-SITE-CITY
               MOVE WS-SIT-STATE-CODE(WS-SIT-MATCH-ENTRY)
                   TO ELT-SITE-STATE-CODE
               MOVE WS-SIT-ZIP-CODE(WS-SIT-MATCH-ENTRY)
                   TO ELT-SITE-ZIP-CODE
               MOVE WS-SIT-PHONE(WS-SIT-MATCH-ENTRY)
                   TO ELT-SITE-PHONE
           ELSE
               MOVE SPACES TO ELT-SITE-NAME
               MOVE SPACES TO ELT-SITE-ADDRESS-LINE1
               MOVE SPACES TO ELT-SITE-CITY
               MOVE SPACES TO ELT-SITE-STATE-CODE
               MOVE SPACES TO ELT-SITE-ZIP-CODE
               MOVE SPACES TO ELT-SITE-PHONE
               ADD 1 TO WS-NO-SITE-COUNT
           END-IF

           WRITE OUTREACH-LETTER-RECORD
           ADD 1 TO WS-LETTER-COUNT.

      *    THE CASE'S OWN FIVE-DIGIT ZIP FIRST, THEN THE FIRST SITE
      *    IN ITS THREE-DIGIT AREA (THE TABLE IS IN ZIP ORDER)
       FIND-TAX-SITE.
           MOVE ZERO TO WS-SIT-MATCH-ENTRY
           MOVE APP-ZIP-CODE(1:5) TO WS-SIT-CASE-ZIP

           SEARCH ALL WS-SIT-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SIT-ZIP-CODE(WS-SIT-IDX) = WS-SIT-CASE-ZIP
                   SET WS-SIT-MATCH-ENTRY TO WS-SIT-IDX
           END-SEARCH

           IF WS-SIT-MATCH-ENTRY = ZERO
               PERFORM VARYING WS-SIT-IDX FROM 1 BY 1
                   UNTIL WS-SIT-IDX > WS-SIT-TABLE-COUNT
                   IF WS-SIT-ZIP-PREFIX(WS-SIT-IDX)
                       = WS-SIT-CASE-PREFIX
                       SET WS-SIT-MATCH-ENTRY TO WS-SIT-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       FIND-STATE-ENTRY.
           MOVE ZERO TO WS-STA-MATCH-ENTRY

           PERFORM VARYING WS-STA-IDX FROM 1 BY 1
               UNTIL WS-STA-IDX > WS-STA-TABLE-COUNT
               IF WS-STA-STATE-CODE(WS-STA-IDX) = APP-STATE-CODE
                   SET WS-STA-MATCH-ENTRY TO WS-STA-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-STA-MATCH-ENTRY = ZERO
               IF WS-STA-TABLE-COUNT < WS-STA-MAX-ENTRIES
                   ADD 1 TO WS-STA-TABLE-COUNT
                   MOVE WS-STA-TABLE-COUNT TO WS-STA-MATCH-ENTRY
                   MOVE APP-STATE-CODE
                       TO WS-STA-STATE-CODE(WS-STA-MATCH-ENTRY)
                   MOVE ZERO TO WS-STA-EARNER-COUNT(WS-STA-MATCH-ENTRY)
                   MOVE ZERO
                       TO WS-STA-NOT-FILED-COUNT(WS-STA-MATCH-ENTRY)
                   MOVE ZERO
                       TO WS-STA-NOT-FILED-DOLLARS(WS-STA-MATCH-ENTRY)
                   MOVE ZERO
                       TO WS-STA-UNCLAIMED-COUNT(WS-STA-MATCH-ENTRY)
                   MOVE ZERO
                       TO WS-STA-UNCLAIMED-DOLLARS(WS-STA-MATCH-ENTRY)
               ELSE
                   IF WS-STA-TABLE-FULL = 'N'
                       MOVE 'Y' TO WS-STA-TABLE-FULL
                       DISPLAY "WARNING: STATE TABLE FULL AT "
                           WS-STA-MAX-ENTRIES " ENTRIES"
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * STATE REPORT FOR THE OUTREACH GRANT                           *
      *****************************************************************
       PRINT-STATE-REPORT.
      *    UNUSED SLOTS STILL HOLD HIGH-VALUES, SO THE SORT LEAVES
      *    THEM AFTER THE STATES FOUND
           SORT WS-STA-ENTRY ON ASCENDING KEY WS-STA-STATE-CODE

           PERFORM VARYING WS-STA-IDX FROM 1 BY 1
               UNTIL WS-STA-IDX > WS-STA-TABLE-COUNT
               PERFORM WRITE-STATE-LINE
           END-PERFORM

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADINGS
           END-IF
           PERFORM WRITE-REPORT-TOTALS.

       WRITE-STATE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADINGS
           END-IF

           MOVE SPACES TO WS-REPORT-DETAIL-LINE
           MOVE WS-STA-STATE-CODE(WS-STA-IDX) TO DTL-STATE-CODE
           MOVE WS-STA-EARNER-COUNT(WS-STA-IDX) TO DTL-EARNER-COUNT
           MOVE WS-STA-NOT-FILED-COUNT(WS-STA-IDX)
               TO DTL-NOT-FILED-COUNT
           MOVE WS-STA-NOT-FILED-DOLLARS(WS-STA-IDX)
               TO DTL-NOT-FILED-DOLLARS
           MOVE WS-STA-UNCLAIMED-COUNT(WS-STA-IDX)
               TO DTL-UNCLAIMED-COUNT
           MOVE WS-STA-UNCLAIMED-DOLLARS(WS-STA-IDX)
               TO DTL-UNCLAIMED-DOLLARS
           COMPUTE WS-STATE-LETTER-COUNT =
               WS-STA-NOT-FILED-COUNT(WS-STA-IDX)
               + WS-STA-UNCLAIMED-COUNT(WS-STA-IDX)
           COMPUTE WS-LETTER-DOLLARS =
               WS-STA-NOT-FILED-DOLLARS(WS-STA-IDX)
               + WS-STA-UNCLAIMED-DOLLARS(WS-STA-IDX)
           MOVE WS-STATE-LETTER-COUNT TO DTL-LETTER-COUNT
           MOVE WS-LETTER-DOLLARS TO DTL-LETTER-DOLLARS
           WRITE REPORT-LINE FROM WS-REPORT-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE SPACES TO WS-REPORT-DETAIL-LINE
           MOVE "TOTAL" TO DTL-STATE-CODE
           MOVE WS-EARNER-COUNT TO DTL-EARNER-COUNT
           MOVE WS-NOT-FILED-COUNT TO DTL-NOT-FILED-COUNT
           MOVE WS-NOT-FILED-DOLLARS TO DTL-NOT-FILED-DOLLARS
           MOVE WS-UNCLAIMED-COUNT TO DTL-UNCLAIMED-COUNT
           MOVE WS-UNCLAIMED-DOLLARS TO DTL-UNCLAIMED-DOLLARS
           MOVE WS-LETTER-COUNT TO DTL-LETTER-COUNT
           COMPUTE WS-LETTER-DOLLARS =
               WS-NOT-FILED-DOLLARS + WS-UNCLAIMED-DOLLARS
           MOVE WS-LETTER-DOLLARS TO DTL-LETTER-DOLLARS
           WRITE REPORT-LINE FROM WS-REPORT-DETAIL-LINE

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "MASTER RECORDS READ" TO TTL-LABEL
           MOVE WS-MASTER-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "APPROVED CASES" TO TTL-LABEL
           MOVE WS-APPROVED-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "  WITH EARNED INCOME" TO TTL-LABEL
           MOVE WS-EARNER-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "  FILING FOUND FOR THE TAX YEAR" TO TTL-LABEL
           MOVE WS-FILED-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "  ESTIMATE BELOW MINIMUM - NO LETTER" TO TTL-LABEL
           MOVE WS-BELOW-MINIMUM-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "LETTERS WITH NO SITE FOR THE ZIP AREA" TO TTL-LABEL
           MOVE WS-NO-SITE-COUNT TO TTL-COUNT
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

       WRITE-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-TAX-YEAR TO HDG-TAX-YEAR
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           MOVE WS-PAGE-NUMBER TO HDG-PAGE-NUMBER
           WRITE REPORT-LINE FROM WS-REPORT-HEADING-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-REPORT-HEADING-2
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM WS-REPORT-HEADING-3
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 5 TO WS-LINE-COUNT.
