       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASE-CHANGE.
      *********************************************************
      * CASE SPLIT AND MERGE FOR HOUSEHOLD COMPOSITION        *
      * CHANGES. A SPLIT TAKES A MEMBER OUT OF A CASE AS THE  *
      * HEAD OF A NEW APPLICANT MASTER, MOVES THE OTHER       *
      * MEMBERS GOING WITH THEM AND THEIR SHARE OF THE        *
      * INCOME DETAIL, AND RESETS THE HOUSEHOLD SIZE ON BOTH  *
      * CASES. A MERGE FOLDS ONE CASE INTO ANOTHER - ITS HEAD *
      * AND MEMBERS BECOME MEMBERS OF THE SURVIVING CASE AND  *
      * ITS MASTER IS REMOVED. EACH TRANSACTION IS CHECKED IN *
      * FULL BEFORE ANYTHING IS TOUCHED SO IT APPLIES AS ONE  *
      * UNIT OR NOT AT ALL. EVERY MASTER AND MEMBER CHANGE    *
      * GOES TO THE APPLICANT-MAINT AND MEMBER-MAINT AUDIT    *
      * FILES, AND EVERY PERSON MOVED GOES TO THE CASE        *
      * CROSS-REFERENCE FILE SO THE CASE READERS CAN FOLLOW   *
      * THEM ACROSS CASE NUMBERS                              *
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICANT-FILE ASSIGN TO "APPLICANT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS APP-ID.

           SELECT MEMBER-FILE ASSIGN TO "MEMBERS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MBR-KEY.

           SELECT CASE-TRAN-FILE ASSIGN TO "CASETRAN.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL INCOME-DETAIL-FILE ASSIGN TO "INCDETL.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT INCOME-WORK-FILE ASSIGN TO "INCWORK.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT APPL-AUDIT-FILE ASSIGN TO "APPLAUDT.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT MBR-AUDIT-FILE ASSIGN TO "MBRAUDT.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT CASE-XREF-FILE ASSIGN TO "CASEXREF.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT CASE-ERROR-FILE ASSIGN TO "CASEERR.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL OPERATOR-PROFILE-FILE
           ASSIGN TO "OPERPROF.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  APPLICANT-FILE.
           COPY APPLREC.

       FD  MEMBER-FILE.
           COPY MEMBREC.

      *****************************************************************
      * CASE CHANGE TRANSACTION                                       *
      *   S - SPLIT: THE HEAD MEMBER OF THE FROM CASE BECOMES THE     *
      *       HEAD OF NEW CASE TO-APP-ID, TAKING THE LISTED MEMBERS   *
      *       AND THE INCOME SHARES WITH THEM. A BLANK ADDRESS KEEPS  *
      *       THE FROM CASE'S ADDRESS                                 *
      *   M - MERGE: THE FROM CASE IS FOLDED INTO THE TO CASE. THE    *
      *       RELATIONSHIP IS THE FOLDED HEAD'S RELATIONSHIP TO THE   *
      *       SURVIVING HEAD                                          *
      * NUMERIC FIELDS ARE REDEFINED AS ALPHANUMERIC SO THEY CAN BE   *
      * CLASS-TESTED BEFORE THE MASTER IS TOUCHED                     *
      *****************************************************************
       FD  CASE-TRAN-FILE.
       01  CASE-TRAN-RECORD.
           05  CSTR-ACTION-CODE        PIC X(1).
               88  CSTR-ACTION-SPLIT        VALUE 'S'.
               88  CSTR-ACTION-MERGE        VALUE 'M'.
           05  CSTR-OPERATOR-ID        PIC X(8).
           05  CSTR-FROM-APP-ID        PIC X(8).
           05  CSTR-TO-APP-ID          PIC X(8).
           05  CSTR-HEAD-MEMBER-NBR    PIC 99.
           05  CSTR-HEAD-MEMBER-NBR-X  REDEFINES CSTR-HEAD-MEMBER-NBR
                                       PIC X(2).
           05  CSTR-MOVE-MEMBER-LIST.
               10  CSTR-MOVE-MEMBER-NBR-X PIC X(2) OCCURS 10 TIMES.
           05  CSTR-RELATIONSHIP       PIC X(10).
           05  CSTR-ADDRESS-LINE1      PIC X(25).
           05  CSTR-CITY               PIC X(15).
           05  CSTR-STATE-CODE         PIC X(2).
           05  CSTR-ZIP-CODE           PIC X(9).
           05  CSTR-HOUSING-COST       PIC 9(6)V99.
           05  CSTR-HOUSING-COST-X     REDEFINES CSTR-HOUSING-COST
                                       PIC X(8).
           05  CSTR-UTILITY-COST       PIC 9(6)V99.
           05  CSTR-UTILITY-COST-X     REDEFINES CSTR-UTILITY-COST
                                       PIC X(8).
           05  CSTR-EMPLOYMENT-STATUS  PIC X(10).
           05  CSTR-TOTAL-ASSETS       PIC 9(8)V99.
           05  CSTR-TOTAL-ASSETS-X     REDEFINES CSTR-TOTAL-ASSETS
                                       PIC X(10).
           05  CSTR-EARNED-SHARE       PIC 9(6)V99.
           05  CSTR-EARNED-SHARE-X     REDEFINES CSTR-EARNED-SHARE
                                       PIC X(8).
           05  CSTR-UNEARNED-SHARE     PIC 9(6)V99.
           05  CSTR-UNEARNED-SHARE-X   REDEFINES CSTR-UNEARNED-SHARE
                                       PIC X(8).
           05  CSTR-SE-GROSS-SHARE     PIC 9(6)V99.
           05  CSTR-SE-GROSS-SHARE-X   REDEFINES CSTR-SE-GROSS-SHARE
                                       PIC X(8).
           05  CSTR-SE-COSTS-SHARE     PIC 9(6)V99.
           05  CSTR-SE-COSTS-SHARE-X   REDEFINES CSTR-SE-COSTS-SHARE
                                       PIC X(8).
           05  FILLER                  PIC X(10).

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

      *****************************************************************
      * THE APPLICANT-MAINT AND MEMBER-MAINT AUDIT TRAILS - OPENED    *
      * EXTEND SO EACH STEP OF A SPLIT OR MERGE LANDS BESIDE THE      *
      * MANUAL CHANGES AS AN ADD, CHANGE OR DELETE WITH THE FULL      *
      * BEFORE AND AFTER IMAGE                                        *
      *****************************************************************
       FD  APPL-AUDIT-FILE.
       01  APPL-AUDIT-RECORD.
           05  AAUD-OPERATOR-ID        PIC X(8).
           05  AAUD-TIMESTAMP          PIC X(14).
           05  AAUD-ACTION-CODE        PIC X(1).
           05  AAUD-APP-ID             PIC X(8).
           05  AAUD-BEFORE-IMAGE       PIC X(250).
           05  AAUD-AFTER-IMAGE        PIC X(250).
           05  FILLER                  PIC X(10).

       FD  MBR-AUDIT-FILE.
       01  MBR-AUDIT-RECORD.
           05  MAUD-OPERATOR-ID        PIC X(8).
           05  MAUD-TIMESTAMP          PIC X(14).
           05  MAUD-ACTION-CODE        PIC X(1).
           05  MAUD-APP-ID             PIC X(8).
           05  MAUD-MEMBER-NBR         PIC X(2).
           05  MAUD-BEFORE-IMAGE       PIC X(102).
           05  MAUD-AFTER-IMAGE        PIC X(102).
           05  FILLER                  PIC X(10).

       FD  CASE-XREF-FILE.
           COPY CASXRFRC.

       FD  CASE-ERROR-FILE.
       01  CASE-ERROR-RECORD.
           05  ERR-FROM-APP-ID         PIC X(8).
           05  ERR-TO-APP-ID           PIC X(8).
           05  ERR-ACTION-CODE         PIC X(1).
           05  ERR-OPERATOR-ID         PIC X(8).
           05  ERR-MEMBER-NBR          PIC X(2).
           05  ERR-REASON-CODE         PIC X(2).
               88  ERR-REASON-BAD-ACTION      VALUE '01'.
               88  ERR-REASON-BAD-ID          VALUE '02'.
               88  ERR-REASON-BAD-MEMBER-NBR  VALUE '03'.
               88  ERR-REASON-BAD-STATE       VALUE '04'.
               88  ERR-REASON-BAD-AMOUNT      VALUE '05'.
               88  ERR-REASON-DUPLICATE-KEY   VALUE '06'.
               88  ERR-REASON-NOT-FOUND       VALUE '07'.
               88  ERR-REASON-NOT-ON-CASE     VALUE '08'.
               88  ERR-REASON-TOO-MANY        VALUE '09'.
               88  ERR-REASON-NO-PROFILE      VALUE '10'.
               88  ERR-REASON-ACTION-DENIED   VALUE '11'.
               88  ERR-REASON-NOT-SUPERVISOR  VALUE '12'.
               88  ERR-REASON-SHARE-EXCEEDS   VALUE '13'.
               88  ERR-REASON-UPDATE-FAILED   VALUE '14'.
               88  ERR-REASON-INCOME-TABLE    VALUE '15'.
           05  ERR-REASON-DESC         PIC X(40).
           05  FILLER                  PIC X(10).

       FD  OPERATOR-PROFILE-FILE.
       01  OPERATOR-PROFILE-RECORD.
           05  OPR-OPERATOR-ID         PIC X(8).
           05  OPR-ADD-ALLOWED         PIC X(1).
           05  OPR-CHANGE-ALLOWED      PIC X(1).
           05  OPR-DELETE-ALLOWED      PIC X(1).
           05  OPR-SUPERVISOR-LEVEL    PIC X(1).
           05  OPR-FLDGRP-IDENTITY     PIC X(1).
           05  OPR-FLDGRP-FINANCIAL    PIC X(1).
           05  OPR-FLDGRP-ADDRESS      PIC X(1).
           05  FILLER                  PIC X(5).

       WORKING-STORAGE SECTION.
       01  WS-TIMESTAMP-FIELDS.
           05  WS-CURRENT-DATE         PIC X(8).
           05  WS-CURRENT-TIME         PIC X(8).
           05  WS-AUDIT-TIMESTAMP.
               10  WS-AUDIT-TS-DATE    PIC X(8).
               10  WS-AUDIT-TS-TIME    PIC X(6).

       01  WS-EDIT-FIELDS.
           05  WS-STATE-CODE-CHECK     PIC X(2).
               88  WS-VALID-STATE-CODE VALUES
                   "AL" "AK" "AZ" "AR" "CA" "CO" "CT" "DE" "DC"
                   "FL" "GA" "HI" "ID" "IL" "IN" "IA" "KS" "KY"
                   "LA" "ME" "MD" "MA" "MI" "MN" "MS" "MO" "MT"
                   "NE" "NV" "NH" "NJ" "NM" "NY" "NC" "ND" "OH"
                   "OK" "OR" "PA" "RI" "SC" "SD" "TN" "TX" "UT"
                   "VT" "VA" "WA" "WV" "WI" "WY" "PR" "VI" "GU".

       01  WS-PROGRAM-CONSTANTS.
           05  WS-MAX-MEMBER-NBR       PIC 99 VALUE 20.
           05  WS-MAX-HOUSEHOLD-SIZE   PIC 99 VALUE 99.
           05  WS-MOVE-LIST-MAX        PIC 99 VALUE 10.
           05  WS-DEFAULT-RELATIONSHIP PIC X(10) VALUE "OTHER".

      *****************************************************************
      * OPERATOR PROFILE TABLE - THE SAME PROFILES APPLICANT-MAINT    *
      * CHECKS. A SPLIT ADDS AND CHANGES MASTERS; A MERGE DELETES ONE *
      * SO IT TAKES THE DELETE AUTHORITY AND A SUPERVISOR PROFILE.    *
      * AN EMPTY OR MISSING PROFILE FILE BYPASSES THE CHECKING        *
      *****************************************************************
       01  WS-PROFILE-TABLE.
           05  WS-PRF-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-PRF-IDX.
               10  WS-PRF-OPERATOR-ID      PIC X(8).
               10  WS-PRF-ADD-ALLOWED      PIC X(1).
               10  WS-PRF-CHANGE-ALLOWED   PIC X(1).
               10  WS-PRF-DELETE-ALLOWED   PIC X(1).
               10  WS-PRF-SUPERVISOR       PIC X(1).

       01  WS-PRF-TABLE-FIELDS.
           05  WS-PRF-MAX-ENTRIES      PIC 9(3) VALUE 500.
           05  WS-PRF-TABLE-COUNT      PIC 9(3) VALUE ZERO.
           05  WS-PRF-TABLE-FULL       PIC X VALUE 'N'.
           05  WS-PRF-MATCH-ENTRY      PIC 9(3).

      *****************************************************************
      * FROM-CASE MEMBERS - READ BY KEY 01 THROUGH THE MAXIMUM MEMBER *
      * NUMBER. THE MOVE FLAG MARKS WHO LEAVES ON A SPLIT (EVERYONE   *
      * LEAVES ON A MERGE) AND THE NEW NUMBER IS WHERE THEY LAND      *
      *****************************************************************
       01  WS-FROM-MEMBER-TABLE.
           05  WS-FRM-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-FRM-IDX.
               10  WS-FRM-MEMBER-NBR       PIC 99.
               10  WS-FRM-IMAGE            PIC X(102).
               10  WS-FRM-MOVE-FLAG        PIC X(1).
               10  WS-FRM-NEW-MEMBER-NBR   PIC 99.

       01  WS-FRM-TABLE-FIELDS.
           05  WS-FRM-COUNT            PIC 99 VALUE ZERO.
           05  WS-FRM-MATCH-ENTRY      PIC 99 VALUE ZERO.
           05  WS-FRM-HEAD-ENTRY       PIC 99 VALUE ZERO.
           05  WS-FRM-DELETE-ENTRY     PIC 99 VALUE ZERO.
           05  WS-FRM-SEARCH-NBR       PIC 99.

      *****************************************************************
      * INCOME DETAIL TABLE - EVERY CASE A TRANSACTION TOUCHES IS     *
      * PULLED FROM INCDETL.DAT THE FIRST TIME IT IS NEEDED (THE      *
      * FIRST RECORD PER CASE, AS THE BENEFIT RUN READS IT) AND       *
      * CARRIED HERE FOR THE REST OF THE RUN. INCDETL.DAT IS REBUILT  *
      * FROM IT AT THE END:                                           *
      *   U - UNCHANGED, COPIED AS IT STANDS                          *
      *   K - KEEP WITH THESE AMOUNTS                                 *
      *   D - DROP (THE CASE WAS FOLDED INTO ANOTHER)                 *
      *   W - ALREADY WRITTEN BACK                                    *
      *****************************************************************
       01  WS-INCOME-TABLE.
           05  WS-INC-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-INC-IDX.
               10  WS-INC-APP-ID           PIC X(8).
               10  WS-INC-EARNED           PIC 9(6)V99.
               10  WS-INC-UNEARNED         PIC 9(6)V99.
               10  WS-INC-SE-GROSS         PIC 9(6)V99.
               10  WS-INC-SE-COSTS         PIC 9(6)V99.
               10  WS-INC-ON-FILE-FLAG     PIC X(1).
               10  WS-INC-STATUS           PIC X(1).

       01  WS-INC-TABLE-FIELDS.
           05  WS-INC-MAX-ENTRIES      PIC 9(4) VALUE 1000.
           05  WS-INC-TABLE-COUNT      PIC 9(4) VALUE ZERO.
           05  WS-INC-TABLE-FULL       PIC X VALUE 'N'.
           05  WS-INC-MATCH-ENTRY      PIC 9(4).
           05  WS-INC-SEARCH-APP-ID    PIC X(8).
           05  WS-INC-FROM-ENTRY       PIC 9(4).
           05  WS-INC-TO-ENTRY         PIC 9(4).
           05  WS-INC-ENTRY-NBR        PIC 9(4).

       01  WS-CHANGE-WORK-FIELDS.
           05  WS-MEMBER-NBR           PIC 99.
           05  WS-LIST-IDX             PIC 99.
           05  WS-NEXT-MEMBER-NBR      PIC 99.
           05  WS-HIGH-MEMBER-NBR      PIC 99.
           05  WS-MOVE-COUNT           PIC 99.
           05  WS-NEW-HOUSEHOLD-SIZE   PIC S9(4).
           05  WS-SHARE-NET-SE         PIC 9(6)V99.
           05  WS-SHARE-TOTAL          PIC 9(7)V99.
           05  WS-NEW-INCOME           PIC S9(7)V99.
           05  WS-SUM-INCOME           PIC 9(7)V99.
           05  WS-SUM-MEDICAL          PIC 9(7)V99.
           05  WS-SUM-DEPENDENT-CARE   PIC 9(7)V99.
           05  WS-SUM-ASSETS           PIC 9(9)V99.
           05  WS-TO-MASTER-INCOME     PIC 9(6)V99.
           05  WS-FOLD-MASTER-INCOME   PIC 9(6)V99.
           05  WS-FROM-HAS-DETAIL      PIC X(1).
           05  WS-TO-HAS-DETAIL        PIC X(1).
           05  WS-INC-DETAIL-FLAG      PIC X(1).
           05  WS-XREF-NEW-MEMBER-NBR  PIC 99.
           05  WS-ERROR-MEMBER-NBR     PIC X(2).

       01  WS-COUNTERS.
           05  WS-TRAN-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-SPLIT-COUNT          PIC 9(6) VALUE ZERO.
           05  WS-MERGE-COUNT          PIC 9(6) VALUE ZERO.
           05  WS-MEMBERS-MOVED-COUNT  PIC 9(6) VALUE ZERO.
           05  WS-XREF-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-APPL-AUDIT-COUNT     PIC 9(6) VALUE ZERO.
           05  WS-MBR-AUDIT-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-INCOME-REWRITE-COUNT PIC 9(6) VALUE ZERO.
           05  WS-ERROR-COUNT          PIC 9(6) VALUE ZERO.

       01  WS-FLAGS.
           05  WS-TRAN-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-PROFILE-EOF-FLAG     PIC X VALUE 'N'.
           05  WS-INC-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-IWRK-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-VALID-TRAN-FLAG      PIC X VALUE 'Y'.
           05  WS-ERROR-REASON-CODE    PIC X(2).
           05  WS-MASTER-FOUND-FLAG    PIC X VALUE 'N'.
           05  WS-INCOME-LOADED-FLAG   PIC X VALUE 'N'.

       01  WS-IMAGE-FIELDS.
           05  WS-BEFORE-IMAGE         PIC X(250).
           05  WS-AFTER-IMAGE          PIC X(250).
           05  WS-MBR-BEFORE-IMAGE     PIC X(102).
           05  WS-MBR-AFTER-IMAGE      PIC X(102).
           05  WS-FROM-MASTER-IMAGE    PIC X(209).
           05  WS-AUDIT-APP-ID         PIC X(8).
           05  WS-AUDIT-ACTION-CODE    PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INITIALIZE-PROGRAM
           PERFORM PROCESS-TRANSACTION-FILE
           PERFORM TERMINATE-PROGRAM
           PERFORM REBUILD-INCOME-DETAIL
           PERFORM DISPLAY-SUMMARY-TOTALS
           STOP RUN.

       INITIALIZE-PROGRAM.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO WS-AUDIT-TS-DATE
           MOVE WS-CURRENT-TIME(1:6) TO WS-AUDIT-TS-TIME

           PERFORM LOAD-OPERATOR-PROFILES

           OPEN I-O APPLICANT-FILE
           OPEN I-O MEMBER-FILE
           OPEN INPUT CASE-TRAN-FILE
           OPEN EXTEND APPL-AUDIT-FILE
           OPEN EXTEND MBR-AUDIT-FILE
           OPEN EXTEND CASE-XREF-FILE
           OPEN OUTPUT CASE-ERROR-FILE.

       LOAD-OPERATOR-PROFILES.
           MOVE ZERO TO WS-PRF-TABLE-COUNT

           OPEN INPUT OPERATOR-PROFILE-FILE
           READ OPERATOR-PROFILE-FILE
               AT END MOVE 'Y' TO WS-PROFILE-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-PROFILE-EOF-FLAG = 'Y'
               IF WS-PRF-TABLE-COUNT < WS-PRF-MAX-ENTRIES
                   ADD 1 TO WS-PRF-TABLE-COUNT
                   MOVE OPR-OPERATOR-ID
                       TO WS-PRF-OPERATOR-ID(WS-PRF-TABLE-COUNT)
                   MOVE OPR-ADD-ALLOWED
                       TO WS-PRF-ADD-ALLOWED(WS-PRF-TABLE-COUNT)
                   MOVE OPR-CHANGE-ALLOWED
                       TO WS-PRF-CHANGE-ALLOWED(WS-PRF-TABLE-COUNT)
                   MOVE OPR-DELETE-ALLOWED
                       TO WS-PRF-DELETE-ALLOWED(WS-PRF-TABLE-COUNT)
                   MOVE OPR-SUPERVISOR-LEVEL
                       TO WS-PRF-SUPERVISOR(WS-PRF-TABLE-COUNT)
               ELSE
                   IF WS-PRF-TABLE-FULL = 'N'
                       MOVE 'Y' TO WS-PRF-TABLE-FULL
                       DISPLAY "WARNING: OPERATOR PROFILE TABLE "
                           "FULL AT " WS-PRF-MAX-ENTRIES " ENTRIES"
                   END-IF
               END-IF
               READ OPERATOR-PROFILE-FILE
                   AT END MOVE 'Y' TO WS-PROFILE-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE OPERATOR-PROFILE-FILE

           IF WS-PRF-TABLE-COUNT = ZERO
               DISPLAY "WARNING: OPERATOR PROFILE FILE EMPTY OR "
                   "MISSING - AUTHORITY CHECKING BYPASSED"
           END-IF.

       PROCESS-TRANSACTION-FILE.
           READ CASE-TRAN-FILE
               AT END MOVE 'Y' TO WS-TRAN-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-TRAN-EOF-FLAG = 'Y'
               ADD 1 TO WS-TRAN-COUNT
               PERFORM VALIDATE-TRANSACTION
               IF WS-VALID-TRAN-FLAG = 'Y'
                   IF CSTR-ACTION-SPLIT
                       PERFORM APPLY-SPLIT-TRANSACTION
                   ELSE
                       PERFORM APPLY-MERGE-TRANSACTION
                   END-IF
               ELSE
                   PERFORM WRITE-ERROR-RECORD
               END-IF

               READ CASE-TRAN-FILE
                   AT END MOVE 'Y' TO WS-TRAN-EOF-FLAG
               END-READ
           END-PERFORM.

      *****************************************************************
      * VALIDATION - EVERYTHING THE TRANSACTION WILL TOUCH IS READ    *
      * AND CHECKED HERE, SO THE APPLY STEP HAS NOTHING LEFT THAT CAN *
      * REJECT IT PART WAY THROUGH                                    *
      *****************************************************************
       VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-VALID-TRAN-FLAG
           MOVE SPACES TO WS-ERROR-REASON-CODE
           MOVE SPACES TO WS-ERROR-MEMBER-NBR

           IF NOT CSTR-ACTION-SPLIT AND NOT CSTR-ACTION-MERGE
               MOVE 'N' TO WS-VALID-TRAN-FLAG
               MOVE '01' TO WS-ERROR-REASON-CODE
           END-IF

           IF WS-VALID-TRAN-FLAG = 'Y'
               IF CSTR-FROM-APP-ID = SPACES
                  OR CSTR-FROM-APP-ID = LOW-VALUES
                  OR CSTR-TO-APP-ID = SPACES
                  OR CSTR-TO-APP-ID = LOW-VALUES
                  OR CSTR-FROM-APP-ID = CSTR-TO-APP-ID
                   MOVE 'N' TO WS-VALID-TRAN-FLAG
                   MOVE '02' TO WS-ERROR-REASON-CODE
               END-IF
           END-IF

           IF WS-VALID-TRAN-FLAG = 'Y' AND WS-PRF-TABLE-COUNT > ZERO
               PERFORM CHECK-OPERATOR-AUTHORITY
           END-IF

           IF WS-VALID-TRAN-FLAG = 'Y'
               MOVE CSTR-FROM-APP-ID TO APP-ID
               PERFORM READ-MASTER-BY-KEY
               IF WS-MASTER-FOUND-FLAG = 'N'
                   MOVE 'N' TO WS-VALID-TRAN-FLAG
                   MOVE '07' TO WS-ERROR-REASON-CODE
               ELSE
                   MOVE APPLICANT-RECORD TO WS-FROM-MASTER-IMAGE
                   PERFORM LOAD-FROM-MEMBERS
               END-IF
           END-IF

           IF WS-VALID-TRAN-FLAG = 'Y'
               IF CSTR-ACTION-SPLIT
                   PERFORM VALIDATE-SPLIT
               ELSE
                   PERFORM VALIDATE-MERGE
               END-IF
           END-IF.

       VALIDATE-SPLIT.
           MOVE CSTR-TO-APP-ID TO APP-ID
           PERFORM READ-MASTER-BY-KEY
           IF WS-MASTER-FOUND-FLAG = 'Y'
               MOVE 'N' TO WS-VALID-TRAN-FLAG
               MOVE '06' TO WS-ERROR-REASON-CODE
           END-IF

      *    THE NEW HEAD MUST BE A MEMBER RECORD ON THE FROM CASE - THE
      *    FROM CASE'S OWN HEAD STAYS WITH IT
           IF WS-VALID-TRAN-FLAG = 'Y'
               MOVE CSTR-HEAD-MEMBER-NBR-X TO WS-ERROR-MEMBER-NBR
               IF CSTR-HEAD-MEMBER-NBR-X NOT NUMERIC
                   MOVE 'N' TO WS-VALID-TRAN-FLAG
                   MOVE '03' TO WS-ERROR-REASON-CODE
               ELSE
                   MOVE CSTR-HEAD-MEMBER-NBR TO WS-FRM-SEARCH-NBR
                   PERFORM FIND-FROM-MEMBER
                   IF WS-FRM-MATCH-ENTRY = ZERO
                       MOVE 'N' TO WS-VALID-TRAN-FLAG
                       MOVE '08' TO WS-ERROR-REASON-CODE
                   ELSE
                       MOVE WS-FRM-MATCH-ENTRY TO WS-FRM-HEAD-ENTRY
                       MOVE 'Y'
                           TO WS-FRM-MOVE-FLAG(WS-FRM-MATCH-ENTRY)
                       MOVE 1 TO WS-MOVE-COUNT
                   END-IF
               END-IF
           END-IF

           IF WS-VALID-TRAN-FLAG = 'Y'
               PERFORM VARYING WS-LIST-IDX FROM 1 BY 1
                   UNTIL WS-LIST-IDX > WS-MOVE-LIST-MAX
                      OR WS-VALID-TRAN-FLAG = 'N'
                   IF CSTR-MOVE-MEMBER-NBR-X(WS-LIST-IDX) NOT = SPACES
                       PERFORM VALIDATE-MOVE-MEMBER
                   END-IF
               END-PERFORM
           END-IF

           IF WS-VALID-TRAN-FLAG = 'Y'
               MOVE SPACES TO WS-ERROR-MEMBER-NBR
               IF CSTR-ADDRESS-LINE1 NOT = SPACES
                   MOVE CSTR-STATE-CODE TO WS-STATE-CODE-CHECK
                   IF NOT WS-VALID-STATE-CODE
                       MOVE 'N' TO WS-VALID-TRAN-FLAG
                       MOVE '04' TO WS-ERROR-REASON-CODE
                   END-IF
               END-IF
           END-IF

           IF WS-VALID-TRAN-FLAG = 'Y'
               IF CSTR-HOUSING-COST-X NOT NUMERIC
                  OR CSTR-UTILITY-COST-X NOT NUMERIC
                  OR CSTR-TOTAL-ASSETS-X NOT NUMERIC
                  OR CSTR-EARNED-SHARE-X NOT NUMERIC
                  OR CSTR-UNEARNED-SHARE-X NOT NUMERIC
                  OR CSTR-SE-GROSS-SHARE-X NOT NUMERIC
                  OR CSTR-SE-COSTS-SHARE-X NOT NUMERIC
                   MOVE 'N' TO WS-VALID-TRAN-FLAG
                   MOVE '05' TO WS-ERROR-REASON-CODE
               END-IF
           END-IF

           IF WS-VALID-TRAN-FLAG = 'Y'
               PERFORM VALIDATE-INCOME-SHARE
           END-IF.

       VALIDATE-MOVE-MEMBER.
           MOVE CSTR-MOVE-MEMBER-NBR-X(WS-LIST-IDX)
               TO WS-ERROR-MEMBER-NBR
           IF CSTR-MOVE-MEMBER-NBR-X(WS-LIST-IDX) NOT NUMERIC
               MOVE 'N' TO WS-VALID-TRAN-FLAG
               MOVE '03' TO WS-ERROR-REASON-CODE
           ELSE
               MOVE CSTR-MOVE-MEMBER-NBR-X(WS-LIST-IDX)
                   TO WS-FRM-SEARCH-NBR
               PERFORM FIND-FROM-MEMBER
               IF WS-FRM-MATCH-ENTRY = ZERO
                   MOVE 'N' TO WS-VALID-TRAN-FLAG
                   MOVE '08' TO WS-ERROR-REASON-CODE
               ELSE
      *            A MEMBER NAMED TWICE (OR NAMED AGAIN AS THE HEAD)
      *            IS A KEYING ERROR, NOT A SECOND MOVE
                   IF WS-FRM-MOVE-FLAG(WS-FRM-MATCH-ENTRY) = 'Y'
                       MOVE 'N' TO WS-VALID-TRAN-FLAG
                       MOVE '03' TO WS-ERROR-REASON-CODE
                   ELSE
                       MOVE 'Y'
                           TO WS-FRM-MOVE-FLAG(WS-FRM-MATCH-ENTRY)
                       ADD 1 TO WS-MOVE-COUNT
                   END-IF
               END-IF
           END-IF.

      *    THE SHARE CANNOT TAKE MORE THAN THE FROM CASE HAS. A CASE
      *    WITH INCOME DETAIL IS CHECKED AMOUNT BY AMOUNT; WITHOUT IT
      *    THE SHARE COMES OUT OF THE MASTER'S MONTHLY INCOME
       VALIDATE-INCOME-SHARE.
           PERFORM COMPUTE-SHARE-TOTAL

           MOVE CSTR-FROM-APP-ID TO WS-INC-SEARCH-APP-ID
           PERFORM FIND-INCOME-ENTRY
           IF WS-INC-MATCH-ENTRY = ZERO
               MOVE 'N' TO WS-VALID-TRAN-FLAG
               MOVE '15' TO WS-ERROR-REASON-CODE
           ELSE
               MOVE WS-INC-MATCH-ENTRY TO WS-INC-FROM-ENTRY
               IF WS-INC-ON-FILE-FLAG(WS-INC-FROM-ENTRY) = 'Y'
                   IF CSTR-EARNED-SHARE
                          > WS-INC-EARNED(WS-INC-FROM-ENTRY)
                      OR CSTR-UNEARNED-SHARE
                          > WS-INC-UNEARNED(WS-INC-FROM-ENTRY)
                      OR CSTR-SE-GROSS-SHARE
                          > WS-INC-SE-GROSS(WS-INC-FROM-ENTRY)
                      OR CSTR-SE-COSTS-SHARE
                          > WS-INC-SE-COSTS(WS-INC-FROM-ENTRY)
                       MOVE 'N' TO WS-VALID-TRAN-FLAG
                       MOVE '13' TO WS-ERROR-REASON-CODE
                   END-IF
               ELSE
                   MOVE WS-FROM-MASTER-IMAGE TO APPLICANT-RECORD
                   IF WS-SHARE-TOTAL > APP-MONTHLY-INCOME
                       MOVE 'N' TO WS-VALID-TRAN-FLAG
                       MOVE '13' TO WS-ERROR-REASON-CODE
                   END-IF
               END-IF
           END-IF

      *    THE NEW CASE'S ENTRY IS RESERVED NOW SO A FULL TABLE
      *    REJECTS THE TRANSACTION BEFORE ANYTHING MOVES
           IF WS-VALID-TRAN-FLAG = 'Y'
               MOVE CSTR-TO-APP-ID TO WS-INC-SEARCH-APP-ID
               PERFORM FIND-INCOME-ENTRY
               IF WS-INC-MATCH-ENTRY = ZERO
                   MOVE 'N' TO WS-VALID-TRAN-FLAG
                   MOVE '15' TO WS-ERROR-REASON-CODE
               ELSE
                   MOVE WS-INC-MATCH-ENTRY TO WS-INC-TO-ENTRY
               END-IF
           END-IF.

       COMPUTE-SHARE-TOTAL.
           IF CSTR-SE-GROSS-SHARE > CSTR-SE-COSTS-SHARE
               COMPUTE WS-SHARE-NET-SE =
                   CSTR-SE-GROSS-SHARE - CSTR-SE-COSTS-SHARE
           ELSE
               MOVE ZERO TO WS-SHARE-NET-SE
           END-IF
           COMPUTE WS-SHARE-TOTAL =
               CSTR-EARNED-SHARE + CSTR-UNEARNED-SHARE
               + WS-SHARE-NET-SE.

      *    THE FOLDED HEAD AND EVERY FOLDED MEMBER TAKE THE NEXT FREE
      *    MEMBER NUMBERS ON THE SURVIVING CASE, WHICH MEMBER-MAINT
      *    LIMITS TO THE MAXIMUM MEMBER NUMBER
       VALIDATE-MERGE.
           MOVE CSTR-TO-APP-ID TO APP-ID
           PERFORM READ-MASTER-BY-KEY
           IF WS-MASTER-FOUND-FLAG = 'N'
               MOVE 'N' TO WS-VALID-TRAN-FLAG
               MOVE '07' TO WS-ERROR-REASON-CODE
           END-IF

           IF WS-VALID-TRAN-FLAG = 'Y'
               PERFORM FIND-HIGH-MEMBER-NBR
               COMPUTE WS-MOVE-COUNT = WS-FRM-COUNT + 1
               IF WS-HIGH-MEMBER-NBR + WS-MOVE-COUNT
                  > WS-MAX-MEMBER-NBR
                   MOVE 'N' TO WS-VALID-TRAN-FLAG
                   MOVE '09' TO WS-ERROR-REASON-CODE
               END-IF
           END-IF

           IF WS-VALID-TRAN-FLAG = 'Y'
               MOVE CSTR-FROM-APP-ID TO WS-INC-SEARCH-APP-ID
               PERFORM FIND-INCOME-ENTRY
               MOVE WS-INC-MATCH-ENTRY TO WS-INC-FROM-ENTRY
               MOVE CSTR-TO-APP-ID TO WS-INC-SEARCH-APP-ID
               PERFORM FIND-INCOME-ENTRY
               MOVE WS-INC-MATCH-ENTRY TO WS-INC-TO-ENTRY
               IF WS-INC-FROM-ENTRY = ZERO OR WS-INC-TO-ENTRY = ZERO
                   MOVE 'N' TO WS-VALID-TRAN-FLAG
                   MOVE '15' TO WS-ERROR-REASON-CODE
               END-IF
           END-IF.

       FIND-OPERATOR-PROFILE.
           MOVE ZERO TO WS-PRF-MATCH-ENTRY
           PERFORM VARYING WS-PRF-IDX FROM 1 BY 1
               UNTIL WS-PRF-IDX > WS-PRF-TABLE-COUNT
               IF WS-PRF-OPERATOR-ID(WS-PRF-IDX) = CSTR-OPERATOR-ID
                   SET WS-PRF-MATCH-ENTRY TO WS-PRF-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-OPERATOR-AUTHORITY.
           PERFORM FIND-OPERATOR-PROFILE

           IF WS-PRF-MATCH-ENTRY = ZERO
               MOVE 'N' TO WS-VALID-TRAN-FLAG
               MOVE '10' TO WS-ERROR-REASON-CODE
           ELSE
               IF CSTR-ACTION-SPLIT
                   IF WS-PRF-ADD-ALLOWED(WS-PRF-MATCH-ENTRY) NOT = 'Y'
                      OR WS-PRF-CHANGE-ALLOWED(WS-PRF-MATCH-ENTRY)
                         NOT = 'Y'
                       MOVE 'N' TO WS-VALID-TRAN-FLAG
                       MOVE '11' TO WS-ERROR-REASON-CODE
                   END-IF
               ELSE
                   IF WS-PRF-CHANGE-ALLOWED(WS-PRF-MATCH-ENTRY)
                      NOT = 'Y'
                      OR WS-PRF-DELETE-ALLOWED(WS-PRF-MATCH-ENTRY)
                         NOT = 'Y'
                       MOVE 'N' TO WS-VALID-TRAN-FLAG
                       MOVE '11' TO WS-ERROR-REASON-CODE
                   ELSE
                       IF WS-PRF-SUPERVISOR(WS-PRF-MATCH-ENTRY)
                          NOT = 'Y'
                           MOVE 'N' TO WS-VALID-TRAN-FLAG
                           MOVE '12' TO WS-ERROR-REASON-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LOAD-FROM-MEMBERS.
           MOVE ZERO TO WS-FRM-COUNT
           MOVE ZERO TO WS-FRM-HEAD-ENTRY
           MOVE ZERO TO WS-MOVE-COUNT

           PERFORM VARYING WS-MEMBER-NBR FROM 1 BY 1
               UNTIL WS-MEMBER-NBR > WS-MAX-MEMBER-NBR
               MOVE CSTR-FROM-APP-ID TO MBR-APP-ID
               MOVE WS-MEMBER-NBR TO MBR-MEMBER-NBR
               READ MEMBER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-FRM-COUNT
                       MOVE MBR-MEMBER-NBR
                           TO WS-FRM-MEMBER-NBR(WS-FRM-COUNT)
                       MOVE MEMBER-RECORD TO WS-FRM-IMAGE(WS-FRM-COUNT)
                       MOVE 'N' TO WS-FRM-MOVE-FLAG(WS-FRM-COUNT)
                       MOVE ZERO TO WS-FRM-NEW-MEMBER-NBR(WS-FRM-COUNT)
               END-READ
           END-PERFORM.

       FIND-FROM-MEMBER.
           MOVE ZERO TO WS-FRM-MATCH-ENTRY
           PERFORM VARYING WS-FRM-IDX FROM 1 BY 1
               UNTIL WS-FRM-IDX > WS-FRM-COUNT
               IF WS-FRM-MEMBER-NBR(WS-FRM-IDX) = WS-FRM-SEARCH-NBR
                   SET WS-FRM-MATCH-ENTRY TO WS-FRM-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       FIND-HIGH-MEMBER-NBR.
           MOVE ZERO TO WS-HIGH-MEMBER-NBR

           PERFORM VARYING WS-MEMBER-NBR FROM 1 BY 1
               UNTIL WS-MEMBER-NBR > WS-MAX-MEMBER-NBR
               MOVE CSTR-TO-APP-ID TO MBR-APP-ID
               MOVE WS-MEMBER-NBR TO MBR-MEMBER-NBR
               READ MEMBER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-MEMBER-NBR TO WS-HIGH-MEMBER-NBR
               END-READ
           END-PERFORM.

      *****************************************************************
      * SPLIT - THE NEW MASTER IS BUILT FROM THE HEAD MEMBER'S RECORD *
      * AND ADDED FIRST, THEN EACH PERSON LEAVING IS MOVED, THEN THE  *
      * FROM CASE'S MASTER IS REWRITTEN WITH ITS SMALLER HOUSEHOLD    *
      *****************************************************************
       APPLY-SPLIT-TRANSACTION.
           MOVE WS-FRM-IMAGE(WS-FRM-HEAD-ENTRY) TO MEMBER-RECORD
           MOVE WS-FROM-MASTER-IMAGE TO APPLICANT-RECORD

           MOVE CSTR-TO-APP-ID TO APP-ID
           MOVE MBR-LAST-NAME TO APP-LAST-NAME
           MOVE MBR-FIRST-NAME TO APP-FIRST-NAME
           MOVE MBR-SSN TO APP-SSN
           MOVE MBR-DOB TO APP-DOB
           MOVE WS-MOVE-COUNT TO APP-HOUSEHOLD-SIZE
           MOVE WS-SHARE-TOTAL TO APP-MONTHLY-INCOME
           MOVE ZERO TO APP-MEDICAL-EXPENSES
           MOVE ZERO TO APP-DEPENDENT-CARE-COST
           MOVE CSTR-HOUSING-COST TO APP-HOUSING-COST
           MOVE CSTR-UTILITY-COST TO APP-UTILITY-COST
           MOVE CSTR-TOTAL-ASSETS TO APP-TOTAL-ASSETS
           MOVE CSTR-EMPLOYMENT-STATUS TO APP-EMPLOYMENT-STATUS
           IF CSTR-ADDRESS-LINE1 NOT = SPACES
               MOVE CSTR-ADDRESS-LINE1 TO APP-ADDRESS-LINE1
               MOVE CSTR-CITY TO APP-CITY
               MOVE CSTR-STATE-CODE TO APP-STATE-CODE
               MOVE CSTR-ZIP-CODE TO APP-ZIP-CODE
           END-IF

           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE APPLICANT-RECORD TO WS-AFTER-IMAGE
           WRITE APPLICANT-RECORD
               INVALID KEY
                   MOVE '14' TO WS-ERROR-REASON-CODE
                   PERFORM WRITE-ERROR-RECORD
               NOT INVALID KEY
                   MOVE 'A' TO WS-AUDIT-ACTION-CODE
                   MOVE CSTR-TO-APP-ID TO WS-AUDIT-APP-ID
                   PERFORM WRITE-APPL-AUDIT-RECORD
           END-WRITE

      *    THE NEW HEAD LEAVES THE MEMBER FILE - THE MASTER CARRIES
      *    THE HEAD - AND THE OTHERS ARE RENUMBERED FROM 01 IN THE
      *    ORDER THEY STOOD ON THE FROM CASE
           MOVE ZERO TO WS-XREF-NEW-MEMBER-NBR
           MOVE WS-FRM-HEAD-ENTRY TO WS-FRM-DELETE-ENTRY
           PERFORM DELETE-FROM-MEMBER-RECORD
           MOVE WS-FRM-IMAGE(WS-FRM-HEAD-ENTRY) TO MEMBER-RECORD
           PERFORM WRITE-XREF-FROM-MEMBER

           MOVE ZERO TO WS-NEXT-MEMBER-NBR
           PERFORM VARYING WS-FRM-IDX FROM 1 BY 1
               UNTIL WS-FRM-IDX > WS-FRM-COUNT
               IF WS-FRM-MOVE-FLAG(WS-FRM-IDX) = 'Y'
                  AND WS-FRM-IDX NOT = WS-FRM-HEAD-ENTRY
                   ADD 1 TO WS-NEXT-MEMBER-NBR
                   SET WS-FRM-MATCH-ENTRY TO WS-FRM-IDX
                   PERFORM MOVE-FROM-MEMBER
               END-IF
           END-PERFORM

           MOVE CSTR-FROM-APP-ID TO APP-ID
           PERFORM READ-MASTER-BY-KEY
           MOVE APPLICANT-RECORD TO WS-BEFORE-IMAGE
           COMPUTE WS-NEW-HOUSEHOLD-SIZE =
               APP-HOUSEHOLD-SIZE - WS-MOVE-COUNT
           IF WS-NEW-HOUSEHOLD-SIZE < 1
               MOVE 1 TO WS-NEW-HOUSEHOLD-SIZE
           END-IF
           MOVE WS-NEW-HOUSEHOLD-SIZE TO APP-HOUSEHOLD-SIZE
           COMPUTE WS-NEW-INCOME = APP-MONTHLY-INCOME - WS-SHARE-TOTAL
           IF WS-NEW-INCOME < ZERO
               MOVE ZERO TO WS-NEW-INCOME
           END-IF
           MOVE WS-NEW-INCOME TO APP-MONTHLY-INCOME
           PERFORM REWRITE-FROM-MASTER

      *    THE SHARE COMES OFF THE FROM CASE'S INCOME DETAIL AND
      *    BECOMES THE NEW CASE'S - A NEW CASE WITH NO SHARE GETS NO
      *    INCOME DETAIL AND IS BUDGETED FROM ITS MASTER
           IF WS-INC-ON-FILE-FLAG(WS-INC-FROM-ENTRY) = 'Y'
               SUBTRACT CSTR-EARNED-SHARE
                   FROM WS-INC-EARNED(WS-INC-FROM-ENTRY)
               SUBTRACT CSTR-UNEARNED-SHARE
                   FROM WS-INC-UNEARNED(WS-INC-FROM-ENTRY)
               SUBTRACT CSTR-SE-GROSS-SHARE
                   FROM WS-INC-SE-GROSS(WS-INC-FROM-ENTRY)
               SUBTRACT CSTR-SE-COSTS-SHARE
                   FROM WS-INC-SE-COSTS(WS-INC-FROM-ENTRY)
               MOVE 'K' TO WS-INC-STATUS(WS-INC-FROM-ENTRY)
           END-IF
           MOVE CSTR-EARNED-SHARE TO WS-INC-EARNED(WS-INC-TO-ENTRY)
           MOVE CSTR-UNEARNED-SHARE TO WS-INC-UNEARNED(WS-INC-TO-ENTRY)
           MOVE CSTR-SE-GROSS-SHARE TO WS-INC-SE-GROSS(WS-INC-TO-ENTRY)
           MOVE CSTR-SE-COSTS-SHARE TO WS-INC-SE-COSTS(WS-INC-TO-ENTRY)
           MOVE 'K' TO WS-INC-STATUS(WS-INC-TO-ENTRY)

           ADD 1 TO WS-SPLIT-COUNT.

      *****************************************************************
      * MERGE - THE FOLDED HEAD IS ADDED AS A MEMBER OF THE SURVIVING *
      * CASE, THEN EACH FOLDED MEMBER IS MOVED, THEN THE SURVIVING    *
      * MASTER TAKES ON THE FOLDED HOUSEHOLD'S PEOPLE, INCOME,        *
      * EXPENSES AND ASSETS AND THE FOLDED MASTER IS DELETED. THE     *
      * SURVIVOR KEEPS ITS OWN ADDRESS AND SHELTER COSTS              *
      *****************************************************************
       APPLY-MERGE-TRANSACTION.
           MOVE WS-FROM-MASTER-IMAGE TO APPLICANT-RECORD
           MOVE WS-HIGH-MEMBER-NBR TO WS-NEXT-MEMBER-NBR
           ADD 1 TO WS-NEXT-MEMBER-NBR

           MOVE SPACES TO MEMBER-RECORD
           MOVE CSTR-TO-APP-ID TO MBR-APP-ID
           MOVE WS-NEXT-MEMBER-NBR TO MBR-MEMBER-NBR
           MOVE APP-LAST-NAME TO MBR-LAST-NAME
           MOVE APP-FIRST-NAME TO MBR-FIRST-NAME
           MOVE APP-SSN TO MBR-SSN
           MOVE APP-DOB TO MBR-DOB
           IF CSTR-RELATIONSHIP = SPACES
               MOVE WS-DEFAULT-RELATIONSHIP TO MBR-RELATIONSHIP
           ELSE
               MOVE CSTR-RELATIONSHIP TO MBR-RELATIONSHIP
           END-IF
           MOVE 'Y' TO MBR-ELIGIBLE-FLAG
           PERFORM WRITE-TO-MEMBER-RECORD

           MOVE SPACES TO CASE-XREF-RECORD
           MOVE CSTR-FROM-APP-ID TO XRF-OLD-APP-ID
           MOVE ZERO TO XRF-OLD-MEMBER-NBR
           MOVE APP-LAST-NAME TO XRF-LAST-NAME
           MOVE APP-FIRST-NAME TO XRF-FIRST-NAME
           MOVE APP-SSN TO XRF-SSN
           MOVE WS-NEXT-MEMBER-NBR TO WS-XREF-NEW-MEMBER-NBR
           PERFORM WRITE-XREF-RECORD

           PERFORM VARYING WS-FRM-IDX FROM 1 BY 1
               UNTIL WS-FRM-IDX > WS-FRM-COUNT
               MOVE 'Y' TO WS-FRM-MOVE-FLAG(WS-FRM-IDX)
               ADD 1 TO WS-NEXT-MEMBER-NBR
               SET WS-FRM-MATCH-ENTRY TO WS-FRM-IDX
               PERFORM MOVE-FROM-MEMBER
           END-PERFORM

           MOVE CSTR-TO-APP-ID TO APP-ID
           PERFORM READ-MASTER-BY-KEY
           MOVE APPLICANT-RECORD TO WS-BEFORE-IMAGE
           PERFORM ADD-FOLDED-MASTER-AMOUNTS
           PERFORM REWRITE-FROM-MASTER

           MOVE CSTR-FROM-APP-ID TO APP-ID
           MOVE WS-FROM-MASTER-IMAGE TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           DELETE APPLICANT-FILE
               INVALID KEY
                   MOVE '14' TO WS-ERROR-REASON-CODE
                   PERFORM WRITE-ERROR-RECORD
               NOT INVALID KEY
                   MOVE 'D' TO WS-AUDIT-ACTION-CODE
                   MOVE CSTR-FROM-APP-ID TO WS-AUDIT-APP-ID
                   PERFORM WRITE-APPL-AUDIT-RECORD
           END-DELETE

      *    THE FOLDED CASE'S INCOME DETAIL IS ADDED INTO THE
      *    SURVIVOR'S AND DROPPED. THE BENEFIT RUN BUDGETS FROM THE
      *    DETAIL WHENEVER A CASE HAS ANY, SO WHEN ONLY ONE SIDE HAD
      *    DETAIL THE OTHER SIDE'S MASTER INCOME IS CARRIED INTO THE
      *    COMBINED DETAIL AS UNEARNED INCOME. WITH NEITHER, THE
      *    SURVIVOR STAYS BUDGETED FROM ITS COMBINED MASTER INCOME
           MOVE WS-INC-FROM-ENTRY TO WS-INC-MATCH-ENTRY
           PERFORM CHECK-INCOME-DETAIL
           MOVE WS-INC-DETAIL-FLAG TO WS-FROM-HAS-DETAIL
           MOVE WS-INC-TO-ENTRY TO WS-INC-MATCH-ENTRY
           PERFORM CHECK-INCOME-DETAIL
           MOVE WS-INC-DETAIL-FLAG TO WS-TO-HAS-DETAIL

           IF WS-FROM-HAS-DETAIL = 'Y'
               ADD WS-INC-EARNED(WS-INC-FROM-ENTRY)
                   TO WS-INC-EARNED(WS-INC-TO-ENTRY)
               ADD WS-INC-UNEARNED(WS-INC-FROM-ENTRY)
                   TO WS-INC-UNEARNED(WS-INC-TO-ENTRY)
               ADD WS-INC-SE-GROSS(WS-INC-FROM-ENTRY)
                   TO WS-INC-SE-GROSS(WS-INC-TO-ENTRY)
               ADD WS-INC-SE-COSTS(WS-INC-FROM-ENTRY)
                   TO WS-INC-SE-COSTS(WS-INC-TO-ENTRY)
               MOVE 'K' TO WS-INC-STATUS(WS-INC-TO-ENTRY)
               IF WS-TO-HAS-DETAIL = 'N'
                   MOVE WS-TO-MASTER-INCOME TO WS-FOLD-MASTER-INCOME
                   PERFORM ADD-MASTER-INCOME-TO-DETAIL
               END-IF
           ELSE
               IF WS-TO-HAS-DETAIL = 'Y'
                   MOVE WS-FROM-MASTER-IMAGE TO APPLICANT-RECORD
                   MOVE APP-MONTHLY-INCOME TO WS-FOLD-MASTER-INCOME
                   PERFORM ADD-MASTER-INCOME-TO-DETAIL
               END-IF
           END-IF
           MOVE 'D' TO WS-INC-STATUS(WS-INC-FROM-ENTRY)

           ADD 1 TO WS-MERGE-COUNT.

      *    THE SURVIVOR IS IN WS-BEFORE-IMAGE. THE SUMS ARE BUILT IN
      *    WORK FIELDS AND HELD AT THE FIELD MAXIMUM RATHER THAN
      *    TRUNCATED, AND THE SURVIVOR GAINS EVERY PERSON WHO MOVED -
      *    THE FOLDED HEAD AND EACH FOLDED MEMBER
       ADD-FOLDED-MASTER-AMOUNTS.
           MOVE WS-FROM-MASTER-IMAGE TO APPLICANT-RECORD
           MOVE APP-MONTHLY-INCOME TO WS-SUM-INCOME
           MOVE APP-MEDICAL-EXPENSES TO WS-SUM-MEDICAL
           MOVE APP-DEPENDENT-CARE-COST TO WS-SUM-DEPENDENT-CARE
           MOVE APP-TOTAL-ASSETS TO WS-SUM-ASSETS

           MOVE WS-BEFORE-IMAGE TO APPLICANT-RECORD
           MOVE APP-MONTHLY-INCOME TO WS-TO-MASTER-INCOME
           ADD APP-MONTHLY-INCOME TO WS-SUM-INCOME
           ADD APP-MEDICAL-EXPENSES TO WS-SUM-MEDICAL
           ADD APP-DEPENDENT-CARE-COST TO WS-SUM-DEPENDENT-CARE
           ADD APP-TOTAL-ASSETS TO WS-SUM-ASSETS
           IF WS-SUM-INCOME > 999999.99
               MOVE 999999.99 TO WS-SUM-INCOME
           END-IF
           IF WS-SUM-MEDICAL > 999999.99
               MOVE 999999.99 TO WS-SUM-MEDICAL
           END-IF
           IF WS-SUM-DEPENDENT-CARE > 999999.99
               MOVE 999999.99 TO WS-SUM-DEPENDENT-CARE
           END-IF
           IF WS-SUM-ASSETS > 99999999.99
               MOVE 99999999.99 TO WS-SUM-ASSETS
           END-IF
           MOVE WS-SUM-INCOME TO APP-MONTHLY-INCOME
           MOVE WS-SUM-MEDICAL TO APP-MEDICAL-EXPENSES
           MOVE WS-SUM-DEPENDENT-CARE TO APP-DEPENDENT-CARE-COST
           MOVE WS-SUM-ASSETS TO APP-TOTAL-ASSETS

           COMPUTE WS-NEW-HOUSEHOLD-SIZE =
               APP-HOUSEHOLD-SIZE + WS-MOVE-COUNT
           IF WS-NEW-HOUSEHOLD-SIZE > WS-MAX-HOUSEHOLD-SIZE
               MOVE WS-MAX-HOUSEHOLD-SIZE TO WS-NEW-HOUSEHOLD-SIZE
           END-IF
           MOVE WS-NEW-HOUSEHOLD-SIZE TO APP-HOUSEHOLD-SIZE.

      *    A CASE HAS INCOME DETAIL WHEN IT CAME FROM INCDETL.DAT OR
      *    WHEN AN EARLIER SPLIT GAVE IT AMOUNTS THE REBUILD WILL WRITE
       CHECK-INCOME-DETAIL.
           MOVE 'N' TO WS-INC-DETAIL-FLAG
           IF WS-INC-ON-FILE-FLAG(WS-INC-MATCH-ENTRY) = 'Y'
               MOVE 'Y' TO WS-INC-DETAIL-FLAG
           END-IF
           IF WS-INC-STATUS(WS-INC-MATCH-ENTRY) = 'K'
              AND (WS-INC-EARNED(WS-INC-MATCH-ENTRY) > ZERO
               OR WS-INC-UNEARNED(WS-INC-MATCH-ENTRY) > ZERO
               OR WS-INC-SE-GROSS(WS-INC-MATCH-ENTRY) > ZERO
               OR WS-INC-SE-COSTS(WS-INC-MATCH-ENTRY) > ZERO)
               MOVE 'Y' TO WS-INC-DETAIL-FLAG
           END-IF.

      *    HELD AT THE FIELD MAXIMUM RATHER THAN TRUNCATED, AS THE
      *    MASTER SUMS ARE
       ADD-MASTER-INCOME-TO-DETAIL.
           COMPUTE WS-SUM-INCOME =
               WS-INC-UNEARNED(WS-INC-TO-ENTRY) + WS-FOLD-MASTER-INCOME
           IF WS-SUM-INCOME > 999999.99
               MOVE 999999.99 TO WS-SUM-INCOME
           END-IF
           MOVE WS-SUM-INCOME TO WS-INC-UNEARNED(WS-INC-TO-ENTRY)
           MOVE 'K' TO WS-INC-STATUS(WS-INC-TO-ENTRY).

      *    THE MASTER IN APPLICANT-RECORD REPLACES THE ONE ON FILE
      *    UNDER ITS KEY; WS-BEFORE-IMAGE HOLDS WHAT WAS THERE
       REWRITE-FROM-MASTER.
           MOVE APPLICANT-RECORD TO WS-AFTER-IMAGE
           REWRITE APPLICANT-RECORD
               INVALID KEY
                   MOVE '14' TO WS-ERROR-REASON-CODE
                   PERFORM WRITE-ERROR-RECORD
               NOT INVALID KEY
                   MOVE 'C' TO WS-AUDIT-ACTION-CODE
                   MOVE APP-ID TO WS-AUDIT-APP-ID
                   PERFORM WRITE-APPL-AUDIT-RECORD
           END-REWRITE.

      *    ONE FROM-CASE MEMBER (WS-FRM-MATCH-ENTRY) MOVES TO MEMBER
      *    NUMBER WS-NEXT-MEMBER-NBR ON THE TO CASE: ADDED THERE,
      *    DELETED HERE, AND CROSS-REFERENCED
       MOVE-FROM-MEMBER.
           MOVE WS-FRM-IMAGE(WS-FRM-MATCH-ENTRY) TO MEMBER-RECORD
           MOVE CSTR-TO-APP-ID TO MBR-APP-ID
           MOVE WS-NEXT-MEMBER-NBR TO MBR-MEMBER-NBR
           MOVE WS-NEXT-MEMBER-NBR
               TO WS-FRM-NEW-MEMBER-NBR(WS-FRM-MATCH-ENTRY)
           PERFORM WRITE-TO-MEMBER-RECORD

           MOVE WS-FRM-MATCH-ENTRY TO WS-FRM-DELETE-ENTRY
           PERFORM DELETE-FROM-MEMBER-RECORD
           MOVE WS-FRM-IMAGE(WS-FRM-MATCH-ENTRY) TO MEMBER-RECORD
           MOVE WS-NEXT-MEMBER-NBR TO WS-XREF-NEW-MEMBER-NBR
           PERFORM WRITE-XREF-FROM-MEMBER.

       WRITE-TO-MEMBER-RECORD.
           MOVE SPACES TO WS-MBR-BEFORE-IMAGE
           MOVE MEMBER-RECORD TO WS-MBR-AFTER-IMAGE
           WRITE MEMBER-RECORD
               INVALID KEY
                   MOVE MBR-MEMBER-NBR TO WS-ERROR-MEMBER-NBR
                   MOVE '14' TO WS-ERROR-REASON-CODE
                   PERFORM WRITE-ERROR-RECORD
               NOT INVALID KEY
                   MOVE 'A' TO WS-AUDIT-ACTION-CODE
                   PERFORM WRITE-MBR-AUDIT-RECORD
                   ADD 1 TO WS-MEMBERS-MOVED-COUNT
           END-WRITE.

      *    DELETES THE FROM-CASE MEMBER AT TABLE ENTRY
      *    WS-FRM-DELETE-ENTRY
       DELETE-FROM-MEMBER-RECORD.
           MOVE WS-FRM-IMAGE(WS-FRM-DELETE-ENTRY) TO MEMBER-RECORD
           MOVE MEMBER-RECORD TO WS-MBR-BEFORE-IMAGE
           MOVE SPACES TO WS-MBR-AFTER-IMAGE
           DELETE MEMBER-FILE
               INVALID KEY
                   MOVE MBR-MEMBER-NBR TO WS-ERROR-MEMBER-NBR
                   MOVE '14' TO WS-ERROR-REASON-CODE
                   PERFORM WRITE-ERROR-RECORD
               NOT INVALID KEY
                   MOVE 'D' TO WS-AUDIT-ACTION-CODE
                   PERFORM WRITE-MBR-AUDIT-RECORD
           END-DELETE.

      *    MEMBER-RECORD HOLDS THE PERSON'S FROM-CASE IMAGE
       WRITE-XREF-FROM-MEMBER.
           MOVE SPACES TO CASE-XREF-RECORD
           MOVE MBR-APP-ID TO XRF-OLD-APP-ID
           MOVE MBR-MEMBER-NBR TO XRF-OLD-MEMBER-NBR
           MOVE MBR-LAST-NAME TO XRF-LAST-NAME
           MOVE MBR-FIRST-NAME TO XRF-FIRST-NAME
           MOVE MBR-SSN TO XRF-SSN
           PERFORM WRITE-XREF-RECORD.

       WRITE-XREF-RECORD.
           MOVE CSTR-TO-APP-ID TO XRF-NEW-APP-ID
           MOVE WS-XREF-NEW-MEMBER-NBR TO XRF-NEW-MEMBER-NBR
           MOVE CSTR-ACTION-CODE TO XRF-ACTION-CODE
           MOVE WS-CURRENT-DATE TO XRF-EFFECTIVE-DATE
           MOVE CSTR-OPERATOR-ID TO XRF-OPERATOR-ID
           WRITE CASE-XREF-RECORD
           ADD 1 TO WS-XREF-COUNT.

       READ-MASTER-BY-KEY.
           MOVE 'N' TO WS-MASTER-FOUND-FLAG

           READ APPLICANT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MASTER-FOUND-FLAG
           END-READ.

      *****************************************************************
      * INCOME DETAIL LOOKUP - A CASE NOT YET IN THE TABLE IS LOADED  *
      * FROM ITS FIRST INCDETL.DAT RECORD (OR AS ZEROS, NOT ON FILE). *
      * A FULL TABLE LEAVES THE MATCH AT ZERO                         *
      *****************************************************************
       FIND-INCOME-ENTRY.
           MOVE ZERO TO WS-INC-MATCH-ENTRY
           PERFORM VARYING WS-INC-IDX FROM 1 BY 1
               UNTIL WS-INC-IDX > WS-INC-TABLE-COUNT
               IF WS-INC-APP-ID(WS-INC-IDX) = WS-INC-SEARCH-APP-ID
                   SET WS-INC-MATCH-ENTRY TO WS-INC-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-INC-MATCH-ENTRY = ZERO
               IF WS-INC-TABLE-COUNT < WS-INC-MAX-ENTRIES
                   ADD 1 TO WS-INC-TABLE-COUNT
                   MOVE WS-INC-TABLE-COUNT TO WS-INC-MATCH-ENTRY
                   PERFORM LOAD-INCOME-ENTRY
               ELSE
                   IF WS-INC-TABLE-FULL = 'N'
                       MOVE 'Y' TO WS-INC-TABLE-FULL
                       DISPLAY "WARNING: INCOME DETAIL TABLE FULL AT "
                           WS-INC-MAX-ENTRIES " ENTRIES"
                   END-IF
               END-IF
           END-IF.

       LOAD-INCOME-ENTRY.
           MOVE WS-INC-SEARCH-APP-ID
               TO WS-INC-APP-ID(WS-INC-MATCH-ENTRY)
           MOVE ZERO TO WS-INC-EARNED(WS-INC-MATCH-ENTRY)
           MOVE ZERO TO WS-INC-UNEARNED(WS-INC-MATCH-ENTRY)
           MOVE ZERO TO WS-INC-SE-GROSS(WS-INC-MATCH-ENTRY)
           MOVE ZERO TO WS-INC-SE-COSTS(WS-INC-MATCH-ENTRY)
           MOVE 'N' TO WS-INC-ON-FILE-FLAG(WS-INC-MATCH-ENTRY)
           MOVE 'U' TO WS-INC-STATUS(WS-INC-MATCH-ENTRY)

           MOVE 'N' TO WS-INC-EOF-FLAG
           MOVE 'N' TO WS-INCOME-LOADED-FLAG
           OPEN INPUT INCOME-DETAIL-FILE
           READ INCOME-DETAIL-FILE
               AT END MOVE 'Y' TO WS-INC-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-INC-EOF-FLAG = 'Y'
               OR WS-INCOME-LOADED-FLAG = 'Y'
               IF INC-APP-ID = WS-INC-SEARCH-APP-ID
                   MOVE 'Y' TO WS-INCOME-LOADED-FLAG
                   MOVE INC-EARNED-INCOME
                       TO WS-INC-EARNED(WS-INC-MATCH-ENTRY)
                   MOVE INC-UNEARNED-INCOME
                       TO WS-INC-UNEARNED(WS-INC-MATCH-ENTRY)
                   MOVE INC-SELFEMP-GROSS
                       TO WS-INC-SE-GROSS(WS-INC-MATCH-ENTRY)
                   MOVE INC-SELFEMP-COSTS
                       TO WS-INC-SE-COSTS(WS-INC-MATCH-ENTRY)
                   MOVE 'Y' TO WS-INC-ON-FILE-FLAG(WS-INC-MATCH-ENTRY)
               ELSE
                   READ INCOME-DETAIL-FILE
                       AT END MOVE 'Y' TO WS-INC-EOF-FLAG
                   END-READ
               END-IF
           END-PERFORM

           CLOSE INCOME-DETAIL-FILE.

       WRITE-APPL-AUDIT-RECORD.
           MOVE SPACES TO APPL-AUDIT-RECORD
           MOVE CSTR-OPERATOR-ID TO AAUD-OPERATOR-ID
           MOVE WS-AUDIT-TIMESTAMP TO AAUD-TIMESTAMP
           MOVE WS-AUDIT-ACTION-CODE TO AAUD-ACTION-CODE
           MOVE WS-AUDIT-APP-ID TO AAUD-APP-ID
           MOVE WS-BEFORE-IMAGE TO AAUD-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO AAUD-AFTER-IMAGE
           WRITE APPL-AUDIT-RECORD
           ADD 1 TO WS-APPL-AUDIT-COUNT.

       WRITE-MBR-AUDIT-RECORD.
           MOVE SPACES TO MBR-AUDIT-RECORD
           MOVE CSTR-OPERATOR-ID TO MAUD-OPERATOR-ID
           MOVE WS-AUDIT-TIMESTAMP TO MAUD-TIMESTAMP
           MOVE WS-AUDIT-ACTION-CODE TO MAUD-ACTION-CODE
           MOVE MBR-APP-ID TO MAUD-APP-ID
           MOVE MBR-MEMBER-NBR TO MAUD-MEMBER-NBR
           MOVE WS-MBR-BEFORE-IMAGE TO MAUD-BEFORE-IMAGE
           MOVE WS-MBR-AFTER-IMAGE TO MAUD-AFTER-IMAGE
           WRITE MBR-AUDIT-RECORD
           ADD 1 TO WS-MBR-AUDIT-COUNT.

       WRITE-ERROR-RECORD.
           MOVE SPACES TO CASE-ERROR-RECORD
           MOVE CSTR-FROM-APP-ID TO ERR-FROM-APP-ID
           MOVE CSTR-TO-APP-ID TO ERR-TO-APP-ID
           MOVE CSTR-ACTION-CODE TO ERR-ACTION-CODE
           MOVE CSTR-OPERATOR-ID TO ERR-OPERATOR-ID
           MOVE WS-ERROR-MEMBER-NBR TO ERR-MEMBER-NBR
           MOVE WS-ERROR-REASON-CODE TO ERR-REASON-CODE

           EVALUATE TRUE
               WHEN ERR-REASON-BAD-ACTION
                   MOVE "INVALID ACTION CODE" TO ERR-REASON-DESC
               WHEN ERR-REASON-BAD-ID
                   MOVE "MISSING OR INVALID APPLICANT ID"
                       TO ERR-REASON-DESC
               WHEN ERR-REASON-BAD-MEMBER-NBR
                   MOVE "INVALID OR REPEATED MEMBER NUMBER"
                       TO ERR-REASON-DESC
               WHEN ERR-REASON-BAD-STATE
                   MOVE "INVALID STATE CODE" TO ERR-REASON-DESC
               WHEN ERR-REASON-BAD-AMOUNT
                   MOVE "AMOUNT NOT NUMERIC" TO ERR-REASON-DESC
               WHEN ERR-REASON-DUPLICATE-KEY
                   MOVE "NEW APPLICANT ID ALREADY ON MASTER"
                       TO ERR-REASON-DESC
               WHEN ERR-REASON-NOT-FOUND
                   MOVE "APPLICANT ID NOT ON MASTER"
                       TO ERR-REASON-DESC
               WHEN ERR-REASON-NOT-ON-CASE
                   MOVE "MEMBER NOT ON THE FROM CASE"
                       TO ERR-REASON-DESC
               WHEN ERR-REASON-TOO-MANY
                   MOVE "TOO MANY MEMBERS FOR SURVIVING CASE"
                       TO ERR-REASON-DESC
               WHEN ERR-REASON-NO-PROFILE
                   MOVE "OPERATOR NOT ON PROFILE FILE"
                       TO ERR-REASON-DESC
               WHEN ERR-REASON-ACTION-DENIED
                   MOVE "ACTION NOT AUTHORIZED FOR OPERATOR"
                       TO ERR-REASON-DESC
               WHEN ERR-REASON-NOT-SUPERVISOR
                   MOVE "MERGE REQUIRES SUPERVISOR PROFILE"
                       TO ERR-REASON-DESC
               WHEN ERR-REASON-SHARE-EXCEEDS
                   MOVE "INCOME SHARE EXCEEDS FROM CASE INCOME"
                       TO ERR-REASON-DESC
               WHEN ERR-REASON-UPDATE-FAILED
                   MOVE "FILE UPDATE FAILED - REVIEW BOTH CASES"
                       TO ERR-REASON-DESC
               WHEN ERR-REASON-INCOME-TABLE
                   MOVE "INCOME DETAIL TABLE FULL"
                       TO ERR-REASON-DESC
               WHEN OTHER
                   MOVE "UNKNOWN VALIDATION FAILURE"
                       TO ERR-REASON-DESC
           END-EVALUATE

           WRITE CASE-ERROR-RECORD
           ADD 1 TO WS-ERROR-COUNT.

       TERMINATE-PROGRAM.
           CLOSE APPLICANT-FILE
           CLOSE MEMBER-FILE
           CLOSE CASE-TRAN-FILE
           CLOSE APPL-AUDIT-FILE
           CLOSE MBR-AUDIT-FILE
           CLOSE CASE-XREF-FILE
           CLOSE CASE-ERROR-FILE.

      *****************************************************************
      * INCDETL.DAT REBUILD - COPIED TO THE WORK FILE WITH EACH       *
      * TOUCHED CASE'S FIRST RECORD REPLACED FROM THE TABLE (OR LEFT  *
      * OUT WHEN THE CASE WAS FOLDED AWAY), THEN ANY CASE THAT NOW    *
      * HAS INCOME DETAIL BUT HAD NONE ON FILE IS ADDED, AND THE WORK *
      * FILE IS COPIED BACK                                           *
      *****************************************************************
       REBUILD-INCOME-DETAIL.
           IF WS-INC-TABLE-COUNT > ZERO
               PERFORM WRITE-INCOME-WORK-FILE
               PERFORM COPY-INCOME-WORK-FILE
           END-IF.

       WRITE-INCOME-WORK-FILE.
           MOVE 'N' TO WS-INC-EOF-FLAG
           OPEN INPUT INCOME-DETAIL-FILE
           OPEN OUTPUT INCOME-WORK-FILE

           READ INCOME-DETAIL-FILE
               AT END MOVE 'Y' TO WS-INC-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-INC-EOF-FLAG = 'Y'
               MOVE ZERO TO WS-INC-MATCH-ENTRY
               PERFORM VARYING WS-INC-IDX FROM 1 BY 1
                   UNTIL WS-INC-IDX > WS-INC-TABLE-COUNT
                   IF WS-INC-APP-ID(WS-INC-IDX) = INC-APP-ID
                       SET WS-INC-MATCH-ENTRY TO WS-INC-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM

               MOVE INCOME-DETAIL-RECORD TO INCOME-WORK-RECORD
               IF WS-INC-MATCH-ENTRY = ZERO
                   WRITE INCOME-WORK-RECORD
               ELSE
                   EVALUATE WS-INC-STATUS(WS-INC-MATCH-ENTRY)
                       WHEN 'K'
                           PERFORM MOVE-INCOME-ENTRY-TO-WORK
                           WRITE INCOME-WORK-RECORD
                           MOVE 'W'
                               TO WS-INC-STATUS(WS-INC-MATCH-ENTRY)
                           ADD 1 TO WS-INCOME-REWRITE-COUNT
                       WHEN 'D'
                           ADD 1 TO WS-INCOME-REWRITE-COUNT
                       WHEN OTHER
                           WRITE INCOME-WORK-RECORD
                   END-EVALUATE
               END-IF

               READ INCOME-DETAIL-FILE
                   AT END MOVE 'Y' TO WS-INC-EOF-FLAG
               END-READ
           END-PERFORM

           PERFORM VARYING WS-INC-ENTRY-NBR FROM 1 BY 1
               UNTIL WS-INC-ENTRY-NBR > WS-INC-TABLE-COUNT
               MOVE WS-INC-ENTRY-NBR TO WS-INC-MATCH-ENTRY
               IF WS-INC-STATUS(WS-INC-MATCH-ENTRY) = 'K'
                  AND WS-INC-ON-FILE-FLAG(WS-INC-MATCH-ENTRY) = 'N'
                  AND (WS-INC-EARNED(WS-INC-MATCH-ENTRY) > ZERO
                   OR WS-INC-UNEARNED(WS-INC-MATCH-ENTRY) > ZERO
                   OR WS-INC-SE-GROSS(WS-INC-MATCH-ENTRY) > ZERO
                   OR WS-INC-SE-COSTS(WS-INC-MATCH-ENTRY) > ZERO)
                   MOVE SPACES TO INCOME-WORK-RECORD
                   PERFORM MOVE-INCOME-ENTRY-TO-WORK
                   WRITE INCOME-WORK-RECORD
                   ADD 1 TO WS-INCOME-REWRITE-COUNT
               END-IF
           END-PERFORM

           CLOSE INCOME-DETAIL-FILE
           CLOSE INCOME-WORK-FILE.

       MOVE-INCOME-ENTRY-TO-WORK.
           MOVE WS-INC-APP-ID(WS-INC-MATCH-ENTRY) TO IWRK-APP-ID
           MOVE WS-INC-EARNED(WS-INC-MATCH-ENTRY)
               TO IWRK-EARNED-INCOME
           MOVE WS-INC-UNEARNED(WS-INC-MATCH-ENTRY)
               TO IWRK-UNEARNED-INCOME
           MOVE WS-INC-SE-GROSS(WS-INC-MATCH-ENTRY)
               TO IWRK-SELFEMP-GROSS
           MOVE WS-INC-SE-COSTS(WS-INC-MATCH-ENTRY)
               TO IWRK-SELFEMP-COSTS.

       COPY-INCOME-WORK-FILE.
           MOVE 'N' TO WS-IWRK-EOF-FLAG
           OPEN INPUT INCOME-WORK-FILE
           OPEN OUTPUT INCOME-DETAIL-FILE

           READ INCOME-WORK-FILE
               AT END MOVE 'Y' TO WS-IWRK-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-IWRK-EOF-FLAG = 'Y'
               WRITE INCOME-DETAIL-RECORD FROM INCOME-WORK-RECORD
               READ INCOME-WORK-FILE
                   AT END MOVE 'Y' TO WS-IWRK-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE INCOME-WORK-FILE
           CLOSE INCOME-DETAIL-FILE.

       DISPLAY-SUMMARY-TOTALS.
           DISPLAY "CASE CHANGE COMPLETE"
           DISPLAY "TRANSACTIONS READ: " WS-TRAN-COUNT
           DISPLAY "SPLITS APPLIED: " WS-SPLIT-COUNT
           DISPLAY "MERGES APPLIED: " WS-MERGE-COUNT
           DISPLAY "MEMBER RECORDS MOVED: " WS-MEMBERS-MOVED-COUNT
           DISPLAY "CROSS-REFERENCES WRITTEN: " WS-XREF-COUNT
           DISPLAY "MASTER AUDIT RECORDS: " WS-APPL-AUDIT-COUNT
           DISPLAY "MEMBER AUDIT RECORDS: " WS-MBR-AUDIT-COUNT
           DISPLAY "INCOME DETAIL RECORDS CHANGED: "
               WS-INCOME-REWRITE-COUNT
           DISPLAY "TRANSACTIONS IN ERROR: " WS-ERROR-COUNT.
