       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISASTER-REPL.
      *********************************************************
      * DISASTER MASS-REPLACEMENT ISSUANCE                    *
      * AFTER A DECLARED STORM OR POWER OUTAGE, REPLACES LOST *
      * FOOD FOR EVERY HOUSEHOLD IN THE AFFECTED ZIP CODES    *
      * THAT WAS PAID FOR THE BENEFIT MONTH. THE DISASTER     *
      * PARAMETER FILE NAMES THE DISASTER, THE ZIP PREFIXES,  *
      * THE REPLACEMENT PERCENTAGE, AND THE BENEFIT MONTH.    *
      * THE MONTH'S NET PAYMENTS COME FROM PAYLEDG.DAT, AND   *
      * THE REPLACEMENT BATCH IS WRITTEN IN THE ISSUANCE.DAT  *
      * H/D/T LAYOUT SO THE EBT VENDOR TAKES IT UNCHANGED.    *
      * PAYMENT-LEDGER POSTS THE BATCH UNDER THE REPLACEMENT  *
      * SOURCE KEYED BY DISASTER ID, SO A SECOND REPLACEMENT  *
      * FOR THE SAME DISASTER IS HELD AS A DUPLICATE - AND A  *
      * CASE ALREADY REPLACED ON THE LEDGER IS SKIPPED HERE   *
      * BEFORE IT EVER REACHES THE VENDOR. THE CONTROL REPORT *
      * GIVES HOUSEHOLDS AND DOLLARS BY ZIP CODE FOR THE      *
      * FEDERAL REIMBURSEMENT CLAIM                           *
      *********************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICANT-FILE ASSIGN TO "APPLICANT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS APP-ID.

           SELECT DISASTER-PARM-FILE ASSIGN TO "DISPARM.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL PAYMENT-LEDGER-FILE ASSIGN TO "PAYLEDG.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT LEDGER-MONTH-WORK-FILE ASSIGN TO "DISLEDG.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT REPLACEMENT-FILE ASSIGN TO "DISREPL.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT ZIP-WORK-FILE ASSIGN TO "DISZIPW.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT ZIP-SORTED-FILE ASSIGN TO "DISZIPS.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT CONTROL-REPORT-FILE ASSIGN TO "DISREPL.RPT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL RUN-LOG-FILE ASSIGN TO "RUNLOG.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL RESTART-PARM-FILE ASSIGN TO "RESTART.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT LEDGER-SORT-FILE ASSIGN TO "SORTWK1".

           SELECT ZIP-SORT-FILE ASSIGN TO "SORTWK2".

       DATA DIVISION.
       FILE SECTION.
       FD  APPLICANT-FILE.
           COPY APPLREC.

      *****************************************************************
      * DISASTER PARAMETERS - ONE 'D' RECORD NAMING THE DISASTER, THE *
      * REPLACEMENT PERCENTAGE (100.00 = FULL MONTH), AND THE BENEFIT *
      * MONTH REPLACED, FOLLOWED BY ONE 'Z' RECORD PER AFFECTED ZIP   *
      * CODE PREFIX (ONE TO FIVE DIGITS, LEFT-JUSTIFIED)              *
      *****************************************************************
       FD  DISASTER-PARM-FILE.
       01  DISASTER-PARM-RECORD.
           05  DPRM-RECORD-TYPE        PIC X(1).
               88  DPRM-DISASTER            VALUE 'D'.
               88  DPRM-ZIP-PREFIX          VALUE 'Z'.
           05  DPRM-RECORD-BODY        PIC X(79).

       01  DISASTER-CONTROL-RECORD REDEFINES DISASTER-PARM-RECORD.
           05  FILLER                  PIC X(1).
           05  DPRM-DISASTER-ID        PIC X(8).
           05  DPRM-REPLACE-PCT        PIC 9(3)V99.
           05  DPRM-BENEFIT-MONTH      PIC X(6).
           05  DPRM-DESCRIPTION        PIC X(30).
           05  FILLER                  PIC X(30).

       01  DISASTER-ZIP-RECORD REDEFINES DISASTER-PARM-RECORD.
           05  FILLER                  PIC X(1).
           05  DPRM-ZIP-CODE-PREFIX    PIC X(5).
           05  FILLER                  PIC X(74).

       FD  PAYMENT-LEDGER-FILE.
           COPY PAYLEDRC.

      *****************************************************************
      * THE BENEFIT MONTH'S LEDGER ENTRIES, SORTED BY CASE            *
      *****************************************************************
       FD  LEDGER-MONTH-WORK-FILE.
       01  LEDGER-MONTH-WORK-RECORD.
           05  LMW-APP-ID              PIC X(8).
           05  LMW-SOURCE-CODE         PIC X(1).
           05  LMW-DEDUP-KEY           PIC X(8).
           05  LMW-AMOUNT              PIC S9(6)V99.
           05  FILLER                  PIC X(5).

      *****************************************************************
      * REPLACEMENT ISSUANCE BATCH - SAME H/D/T LAYOUT AS THE MONTHLY *
      * ISSUANCE FILE. THE HEADER ALSO CARRIES THE DISASTER ID AND    *
      * THE BENEFIT MONTH REPLACED IN WHAT IS FILLER TO THE VENDOR,   *
      * SO PAYMENT-LEDGER POSTS EVERY DETAIL AGAINST THE RIGHT MONTH  *
      * AND DISASTER                                                  *
      *****************************************************************
       FD  REPLACEMENT-FILE.
       01  REPLACEMENT-RECORD.
           05  RISS-RECORD-TYPE        PIC X(1).
               88  RISS-HEADER              VALUE 'H'.
               88  RISS-DETAIL              VALUE 'D'.
               88  RISS-TRAILER             VALUE 'T'.
           05  RISS-RECORD-BODY        PIC X(99).

       01  REPLACEMENT-HEADER-RECORD REDEFINES REPLACEMENT-RECORD.
           05  FILLER                  PIC X(1).
           05  RISS-HDR-BATCH-DATE     PIC X(8).
           05  RISS-HDR-PROGRAM-CODE   PIC X(8).
           05  RISS-HDR-SOURCE-SYSTEM  PIC X(8).
           05  RISS-HDR-DISASTER-ID    PIC X(8).
           05  RISS-HDR-BENEFIT-MONTH  PIC X(6).
           05  FILLER                  PIC X(61).

       01  REPLACEMENT-DETAIL-RECORD REDEFINES REPLACEMENT-RECORD.
           05  FILLER                  PIC X(1).
           05  RISS-DTL-APP-ID         PIC X(8).
           05  RISS-DTL-LAST-NAME      PIC X(25).
           05  RISS-DTL-FIRST-NAME     PIC X(20).
           05  RISS-DTL-STATE-CODE     PIC X(2).
           05  RISS-DTL-BENEFIT-AMOUNT PIC 9(6)V99.
           05  RISS-DTL-EFFECTIVE-DATE PIC X(8).
           05  FILLER                  PIC X(28).

       01  REPLACEMENT-TRAILER-RECORD REDEFINES REPLACEMENT-RECORD.
           05  FILLER                  PIC X(1).
           05  RISS-TRL-DETAIL-COUNT   PIC 9(6).
           05  RISS-TRL-TOTAL-DOLLARS  PIC 9(8)V99.
           05  FILLER                  PIC X(83).

       FD  ZIP-WORK-FILE.
       01  ZIP-WORK-RECORD.
           05  ZWK-ZIP-CODE            PIC X(5).
           05  ZWK-APP-ID              PIC X(8).
           05  ZWK-AMOUNT              PIC 9(6)V99.
           05  FILLER                  PIC X(9).

       FD  ZIP-SORTED-FILE.
       01  ZIP-SORTED-RECORD.
           05  ZSD-ZIP-CODE            PIC X(5).
           05  ZSD-APP-ID              PIC X(8).
           05  ZSD-AMOUNT              PIC 9(6)V99.
           05  FILLER                  PIC X(9).

       FD  CONTROL-REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       FD  RUN-LOG-FILE.
           COPY RUNLOGRC.

       FD  RESTART-PARM-FILE.
       01  RESTART-PARM-RECORD.
           05  RESTART-INDICATOR       PIC X(1).
               88  RESTART-THIS-RUN         VALUE 'Y'.
           05  RESTART-PROGRAM-ID      PIC X(8).
           05  FILLER                  PIC X(11).

       SD  LEDGER-SORT-FILE.
       01  LEDGER-SORT-RECORD.
           05  LSRT-APP-ID             PIC X(8).
           05  LSRT-SOURCE-CODE        PIC X(1).
           05  LSRT-DEDUP-KEY          PIC X(8).
           05  LSRT-AMOUNT             PIC S9(6)V99.
           05  FILLER                  PIC X(5).

       SD  ZIP-SORT-FILE.
       01  ZIP-SORT-RECORD.
           05  ZSRT-ZIP-CODE           PIC X(5).
           05  ZSRT-APP-ID             PIC X(8).
           05  FILLER                  PIC X(17).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE-FIELDS.
           05  WS-BATCH-DATE           PIC X(8).

       01  WS-RUN-CONTROL-FIELDS.
           05  WS-RC-PROGRAM-ID        PIC X(8) VALUE "DISREPL ".
           05  WS-RC-OWN-COMPLETE      PIC X VALUE 'N'.
           05  WS-RC-EOF-FLAG          PIC X VALUE 'N'.
           05  WS-RC-CURRENT-TIME      PIC X(8).
           05  WS-RC-TIMESTAMP.
               10  WS-RC-TS-DATE       PIC X(8).
               10  WS-RC-TS-TIME       PIC X(6).

       01  WS-RESTART-CONTROLS.
           05  WS-RESTART-INDICATOR    PIC X VALUE 'N'.
               88  WS-RESTART-MODE          VALUE 'Y'.
           05  WS-RESTART-PROGRAM-ID   PIC X(8) VALUE SPACES.

       01  WS-DISASTER-FIELDS.
           05  WS-DISASTER-ID          PIC X(8) VALUE SPACES.
           05  WS-REPLACE-PCT          PIC 9(3)V99 VALUE ZERO.
           05  WS-BENEFIT-MONTH        PIC X(6) VALUE SPACES.
           05  WS-BENEFIT-MONTH-PARTS REDEFINES WS-BENEFIT-MONTH.
               10  WS-BENEFIT-YEAR     PIC 9(4).
               10  WS-BENEFIT-MM       PIC 9(2).
           05  WS-DISASTER-DESC        PIC X(30) VALUE SPACES.
           05  WS-DISASTER-COUNT       PIC 99 VALUE ZERO.
           05  WS-PARM-ERROR-FLAG      PIC X VALUE 'N'.
               88  WS-PARM-IN-ERROR         VALUE 'Y'.

      *****************************************************************
      * AFFECTED ZIP CODE PREFIXES FROM THE PARAMETER FILE, WITH THE  *
      * NUMBER OF SIGNIFICANT DIGITS IN EACH                          *
      *****************************************************************
       01  WS-ZIP-PREFIX-TABLE.
           05  WS-ZIP-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-ZIP-IDX.
               10  WS-ZIP-PREFIX       PIC X(5).
               10  WS-ZIP-PREFIX-LEN   PIC 9.

       01  WS-ZIP-TABLE-FIELDS.
           05  WS-ZIP-TABLE-COUNT      PIC 9(3) VALUE ZERO.
           05  WS-ZIP-MAX-ENTRIES      PIC 9(3) VALUE 100.
           05  WS-ZIP-TABLE-FULL       PIC X VALUE 'N'.
           05  WS-ZIP-MATCH-FLAG       PIC X VALUE 'N'.
           05  WS-ZIP-LEN-WORK         PIC 9(2) VALUE ZERO.

       01  WS-LEDGER-MERGE-FIELDS.
           05  WS-LMW-CURRENT-APP-ID   PIC X(8) VALUE LOW-VALUES.
           05  WS-LMW-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-CASE-PAID-AMOUNT     PIC S9(7)V99 VALUE ZERO.
           05  WS-CASE-REPLACED-FLAG   PIC X VALUE 'N'.
           05  WS-CASE-REPL-AMOUNT     PIC 9(6)V99 VALUE ZERO.

       01  WS-REPORT-HEADING-1.
           05  FILLER                  PIC X(30) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "DISASTER REPLACEMENT CONTROL REPORT".
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  HDG-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(8) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "PAGE: ".
           05  HDG-PAGE-NUMBER         PIC ZZZ9.
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER                  PIC X(10) VALUE "DISASTER: ".
           05  HDG-DISASTER-ID         PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  HDG-DISASTER-DESC       PIC X(30).
           05  FILLER                  PIC X(17) VALUE
               "  BENEFIT MONTH: ".
           05  HDG-BENEFIT-MONTH       PIC X(6).
           05  FILLER                  PIC X(15) VALUE
               "  REPLACEMENT: ".
           05  HDG-REPLACE-PCT         PIC ZZ9.99.
           05  FILLER                  PIC X(1) VALUE "%".
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-REPORT-HEADING-3.
           05  FILLER                  PIC X(10) VALUE "ZIP CODE".
           05  FILLER                  PIC X(14) VALUE "HOUSEHOLDS".
           05  FILLER                  PIC X(20) VALUE
               "REPLACEMENT DOLLARS".
           05  FILLER                  PIC X(88) VALUE SPACES.

       01  WS-REPORT-DETAIL-LINE.
           05  DTL-ZIP-CODE            PIC X(5).
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  DTL-HOUSEHOLD-COUNT     PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  DTL-DOLLARS             PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(97) VALUE SPACES.

       01  WS-REPORT-TOTAL-LINE.
           05  TTL-LABEL               PIC X(34).
           05  TTL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11) VALUE "  DOLLARS: ".
           05  TTL-DOLLARS             PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(67) VALUE SPACES.

       01  WS-REPORT-CONTROLS.
           05  WS-LINE-COUNT           PIC 9(3) VALUE 99.
           05  WS-LINES-PER-PAGE       PIC 9(3) VALUE 55.
           05  WS-PAGE-NUMBER          PIC 9(4) VALUE ZERO.
           05  WS-BREAK-ZIP-CODE       PIC X(5).
           05  WS-ZIP-HOUSEHOLD-COUNT  PIC 9(6) VALUE ZERO.
           05  WS-ZIP-DOLLARS          PIC 9(8)V99 VALUE ZERO.
           05  WS-ZIP-LINE-COUNT       PIC 9(6) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-PARM-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-CASE-COUNT           PIC 9(6) VALUE ZERO.
           05  WS-ZIP-MATCH-COUNT      PIC 9(6) VALUE ZERO.
           05  WS-NOT-PAID-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-ALREADY-REPL-COUNT   PIC 9(6) VALUE ZERO.
           05  WS-REPLACED-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-REPLACED-DOLLARS     PIC 9(8)V99 VALUE ZERO.
           05  WS-LEDGER-MONTH-COUNT   PIC 9(6) VALUE ZERO.

       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X VALUE 'N'.
           05  WS-PARM-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-LEDG-EOF-FLAG        PIC X VALUE 'N'.
           05  WS-ZIP-EOF-FLAG         PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           PERFORM INITIALIZE-PROGRAM
           PERFORM WRITE-BATCH-HEADER
           PERFORM PROCESS-APPLICANT-FILE
           PERFORM WRITE-BATCH-TRAILER
           PERFORM TERMINATE-PROGRAM
           PERFORM PRINT-CONTROL-REPORT
           PERFORM DISPLAY-SUMMARY-TOTALS
           PERFORM WRITE-RUN-LOG-END
           STOP RUN.

       INITIALIZE-PROGRAM.
           ACCEPT WS-BATCH-DATE FROM DATE YYYYMMDD
           PERFORM READ-RESTART-PARM
           PERFORM CHECK-RUN-CONTROL
           PERFORM LOAD-DISASTER-PARMS
           PERFORM WRITE-RUN-LOG-START

      *    ONLY THE BENEFIT MONTH'S LEDGER ENTRIES ARE NEEDED, IN
      *    CASE ORDER SO THEY MERGE FORWARD AGAINST THE MASTER
           SORT LEDGER-SORT-FILE
               ON ASCENDING KEY LSRT-APP-ID
               INPUT PROCEDURE IS RELEASE-MONTH-LEDGER
               GIVING LEDGER-MONTH-WORK-FILE

           OPEN INPUT APPLICANT-FILE
           OPEN INPUT LEDGER-MONTH-WORK-FILE
           OPEN OUTPUT REPLACEMENT-FILE
           OPEN OUTPUT ZIP-WORK-FILE
           PERFORM READ-LEDGER-MONTH-RECORD.

       READ-RESTART-PARM.
           MOVE 'N' TO WS-RESTART-INDICATOR
           MOVE SPACES TO WS-RESTART-PROGRAM-ID

           OPEN INPUT RESTART-PARM-FILE
           READ RESTART-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RESTART-INDICATOR TO WS-RESTART-INDICATOR
                   MOVE RESTART-PROGRAM-ID TO WS-RESTART-PROGRAM-ID
           END-READ
           CLOSE RESTART-PARM-FILE.

      *****************************************************************
      * RUN CONTROL - A SECOND REPLACEMENT RUN ON THE SAME DATE WOULD *
      * SEND THE VENDOR THE WHOLE BATCH AGAIN BEFORE PAYMENT-LEDGER   *
      * HAS POSTED THE FIRST ONE, SO IT IS REFUSED AT STARTUP         *
      *****************************************************************
       CHECK-RUN-CONTROL.
           IF WS-RESTART-MODE
              AND WS-RESTART-PROGRAM-ID NOT = WS-RC-PROGRAM-ID
               MOVE 'N' TO WS-RESTART-INDICATOR
           END-IF

           MOVE 'N' TO WS-RC-OWN-COMPLETE
           MOVE 'N' TO WS-RC-EOF-FLAG

           OPEN INPUT RUN-LOG-FILE
           READ RUN-LOG-FILE
               AT END MOVE 'Y' TO WS-RC-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-RC-EOF-FLAG = 'Y'
               IF RL-RUN-DATE = WS-BATCH-DATE
                  AND RL-STATUS-COMPLETE
                  AND RL-PROGRAM-ID = WS-RC-PROGRAM-ID
                   MOVE 'Y' TO WS-RC-OWN-COMPLETE
               END-IF
               READ RUN-LOG-FILE
                   AT END MOVE 'Y' TO WS-RC-EOF-FLAG
               END-READ
           END-PERFORM
           CLOSE RUN-LOG-FILE

           IF WS-RC-OWN-COMPLETE = 'Y' AND NOT WS-RESTART-MODE
               DISPLAY "RUN CONTROL: " WS-RC-PROGRAM-ID
                   " ALREADY COMPLETED FOR " WS-BATCH-DATE
                   " - SET RESTART.DAT FOR " WS-RC-PROGRAM-ID
                   " TO RERUN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * DISASTER PARAMETERS - A MISSING OR BAD PARAMETER STOPS THE    *
      * RUN BEFORE ANY BATCH IS WRITTEN. A PREFIX'S LENGTH IS THE     *
      * NUMBER OF CHARACTERS BEFORE THE FIRST SPACE                   *
      *****************************************************************
       LOAD-DISASTER-PARMS.
           OPEN INPUT DISASTER-PARM-FILE
           READ DISASTER-PARM-FILE
               AT END MOVE 'Y' TO WS-PARM-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-PARM-EOF-FLAG = 'Y'
               ADD 1 TO WS-PARM-COUNT
               EVALUATE TRUE
                   WHEN DPRM-DISASTER
                       ADD 1 TO WS-DISASTER-COUNT
                       MOVE DPRM-DISASTER-ID TO WS-DISASTER-ID
                       IF DPRM-REPLACE-PCT NUMERIC
                           MOVE DPRM-REPLACE-PCT TO WS-REPLACE-PCT
                       END-IF
                       MOVE DPRM-BENEFIT-MONTH TO WS-BENEFIT-MONTH
                       MOVE DPRM-DESCRIPTION TO WS-DISASTER-DESC
                   WHEN DPRM-ZIP-PREFIX
                       PERFORM LOAD-ZIP-PREFIX
                   WHEN OTHER
                       DISPLAY "INVALID DISASTER PARAMETER TYPE "
                           DPRM-RECORD-TYPE
                       MOVE 'Y' TO WS-PARM-ERROR-FLAG
               END-EVALUATE
               READ DISASTER-PARM-FILE
                   AT END MOVE 'Y' TO WS-PARM-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE DISASTER-PARM-FILE

           IF WS-DISASTER-COUNT NOT = 1
               DISPLAY "DISASTER PARAMETER FILE MUST CARRY EXACTLY "
                   "ONE DISASTER RECORD"
               MOVE 'Y' TO WS-PARM-ERROR-FLAG
           ELSE
               IF WS-DISASTER-ID = SPACES
                   DISPLAY "DISASTER ID IS MISSING"
                   MOVE 'Y' TO WS-PARM-ERROR-FLAG
               END-IF
               IF WS-REPLACE-PCT = ZERO
                  OR WS-REPLACE-PCT > 100
                   DISPLAY "INVALID REPLACEMENT PERCENTAGE FOR "
                       WS-DISASTER-ID
                   MOVE 'Y' TO WS-PARM-ERROR-FLAG
               END-IF
               IF WS-BENEFIT-MONTH NOT NUMERIC
                   DISPLAY "INVALID BENEFIT MONTH " WS-BENEFIT-MONTH
                   MOVE 'Y' TO WS-PARM-ERROR-FLAG
               ELSE
                   IF WS-BENEFIT-MM < 1 OR WS-BENEFIT-MM > 12
                       DISPLAY "INVALID BENEFIT MONTH "
                           WS-BENEFIT-MONTH
                       MOVE 'Y' TO WS-PARM-ERROR-FLAG
                   END-IF
               END-IF
           END-IF

           IF WS-ZIP-TABLE-COUNT = ZERO
               DISPLAY "NO AFFECTED ZIP CODE PREFIXES ON DISASTER "
                   "PARAMETER FILE"
               MOVE 'Y' TO WS-PARM-ERROR-FLAG
           END-IF

           IF WS-PARM-IN-ERROR
               DISPLAY "DISASTER REPLACEMENT NOT RUN - CORRECT "
                   "DISPARM.DAT AND RESUBMIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-ZIP-PREFIX.
           MOVE ZERO TO WS-ZIP-LEN-WORK
           INSPECT DPRM-ZIP-CODE-PREFIX TALLYING WS-ZIP-LEN-WORK
               FOR CHARACTERS BEFORE INITIAL SPACE

           IF WS-ZIP-LEN-WORK = ZERO
              OR DPRM-ZIP-CODE-PREFIX(1:WS-ZIP-LEN-WORK) NOT NUMERIC
               DISPLAY "INVALID ZIP CODE PREFIX "
                   DPRM-ZIP-CODE-PREFIX
               MOVE 'Y' TO WS-PARM-ERROR-FLAG
           ELSE
               IF WS-ZIP-TABLE-COUNT < WS-ZIP-MAX-ENTRIES
                   ADD 1 TO WS-ZIP-TABLE-COUNT
                   MOVE DPRM-ZIP-CODE-PREFIX
                       TO WS-ZIP-PREFIX(WS-ZIP-TABLE-COUNT)
                   MOVE WS-ZIP-LEN-WORK
                       TO WS-ZIP-PREFIX-LEN(WS-ZIP-TABLE-COUNT)
               ELSE
                   IF WS-ZIP-TABLE-FULL = 'N'
                       MOVE 'Y' TO WS-ZIP-TABLE-FULL
                       DISPLAY "WARNING: ZIP PREFIX TABLE FULL AT "
                           WS-ZIP-MAX-ENTRIES " ENTRIES"
                   END-IF
               END-IF
           END-IF.

       WRITE-RUN-LOG-START.
           PERFORM BUILD-RUN-LOG-TIMESTAMP
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RUN-LOG-RECORD
           MOVE WS-RC-PROGRAM-ID TO RL-PROGRAM-ID
           MOVE WS-BATCH-DATE TO RL-RUN-DATE
           MOVE WS-RC-TIMESTAMP TO RL-START-TIMESTAMP
           MOVE "STARTED" TO RL-STATUS
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.

       WRITE-RUN-LOG-END.
           PERFORM BUILD-RUN-LOG-TIMESTAMP
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RUN-LOG-RECORD
           MOVE WS-RC-PROGRAM-ID TO RL-PROGRAM-ID
           MOVE WS-BATCH-DATE TO RL-RUN-DATE
           MOVE WS-RC-TIMESTAMP TO RL-END-TIMESTAMP
           MOVE "COMPLETE" TO RL-STATUS
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG-FILE.

       BUILD-RUN-LOG-TIMESTAMP.
           ACCEPT WS-RC-CURRENT-TIME FROM TIME
           MOVE WS-BATCH-DATE TO WS-RC-TS-DATE
           MOVE WS-RC-CURRENT-TIME(1:6) TO WS-RC-TS-TIME.

       WRITE-BATCH-HEADER.
           MOVE SPACES TO REPLACEMENT-RECORD
           SET RISS-HEADER TO TRUE
           MOVE WS-BATCH-DATE TO RISS-HDR-BATCH-DATE
           MOVE "FOODASST" TO RISS-HDR-PROGRAM-CODE
           MOVE "DISREPL " TO RISS-HDR-SOURCE-SYSTEM
           MOVE WS-DISASTER-ID TO RISS-HDR-DISASTER-ID
           MOVE WS-BENEFIT-MONTH TO RISS-HDR-BENEFIT-MONTH
           WRITE REPLACEMENT-RECORD.

       PROCESS-APPLICANT-FILE.
           READ APPLICANT-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               ADD 1 TO WS-CASE-COUNT
               PERFORM GATHER-CASE-LEDGER
               PERFORM CHECK-AFFECTED-ZIP
               IF WS-ZIP-MATCH-FLAG = 'Y'
                   ADD 1 TO WS-ZIP-MATCH-COUNT
                   PERFORM SELECT-HOUSEHOLD
               END-IF
               READ APPLICANT-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-PERFORM.

      *    THE MONTH'S NET PAYMENTS FROM EVERY ISSUING SOURCE - A
      *    REPLACEMENT ALREADY ON THE LEDGER FOR THIS DISASTER MARKS
      *    THE CASE AS DONE AND IS NEVER PART OF THE BASE
       GATHER-CASE-LEDGER.
           MOVE ZERO TO WS-CASE-PAID-AMOUNT
           MOVE 'N' TO WS-CASE-REPLACED-FLAG

           PERFORM UNTIL WS-LMW-CURRENT-APP-ID >= APP-ID
               PERFORM READ-LEDGER-MONTH-RECORD
           END-PERFORM

           PERFORM UNTIL WS-LMW-CURRENT-APP-ID NOT = APP-ID
               IF LMW-SOURCE-CODE = 'R'
                   IF LMW-DEDUP-KEY = WS-DISASTER-ID
                       MOVE 'Y' TO WS-CASE-REPLACED-FLAG
                   END-IF
               ELSE
                   ADD LMW-AMOUNT TO WS-CASE-PAID-AMOUNT
               END-IF
               PERFORM READ-LEDGER-MONTH-RECORD
           END-PERFORM.

       CHECK-AFFECTED-ZIP.
           MOVE 'N' TO WS-ZIP-MATCH-FLAG

           PERFORM VARYING WS-ZIP-IDX FROM 1 BY 1
               UNTIL WS-ZIP-IDX > WS-ZIP-TABLE-COUNT
               MOVE WS-ZIP-PREFIX-LEN(WS-ZIP-IDX) TO WS-ZIP-LEN-WORK
               IF APP-ZIP-CODE(1:WS-ZIP-LEN-WORK) =
                  WS-ZIP-PREFIX(WS-ZIP-IDX)(1:WS-ZIP-LEN-WORK)
                   MOVE 'Y' TO WS-ZIP-MATCH-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SELECT-HOUSEHOLD.
           EVALUATE TRUE
               WHEN WS-CASE-REPLACED-FLAG = 'Y'
                   ADD 1 TO WS-ALREADY-REPL-COUNT
                   DISPLAY "ALREADY REPLACED: " APP-ID
                       " DISASTER " WS-DISASTER-ID
               WHEN WS-CASE-PAID-AMOUNT NOT > ZERO
                   ADD 1 TO WS-NOT-PAID-COUNT
               WHEN OTHER
                   COMPUTE WS-CASE-REPL-AMOUNT ROUNDED =
                       WS-CASE-PAID-AMOUNT * WS-REPLACE-PCT / 100
                   IF WS-CASE-REPL-AMOUNT > ZERO
                       PERFORM WRITE-REPLACEMENT-DETAIL
                   ELSE
                       ADD 1 TO WS-NOT-PAID-COUNT
                   END-IF
           END-EVALUATE.

       WRITE-REPLACEMENT-DETAIL.
           MOVE SPACES TO REPLACEMENT-RECORD
           SET RISS-DETAIL TO TRUE
           MOVE APP-ID TO RISS-DTL-APP-ID
           MOVE APP-LAST-NAME TO RISS-DTL-LAST-NAME
           MOVE APP-FIRST-NAME TO RISS-DTL-FIRST-NAME
           MOVE APP-STATE-CODE TO RISS-DTL-STATE-CODE
           MOVE WS-CASE-REPL-AMOUNT TO RISS-DTL-BENEFIT-AMOUNT
           MOVE WS-BATCH-DATE TO RISS-DTL-EFFECTIVE-DATE
           WRITE REPLACEMENT-RECORD

           ADD 1 TO WS-REPLACED-COUNT
           ADD WS-CASE-REPL-AMOUNT TO WS-REPLACED-DOLLARS

           MOVE SPACES TO ZIP-WORK-RECORD
           MOVE APP-ZIP-CODE(1:5) TO ZWK-ZIP-CODE
           MOVE APP-ID TO ZWK-APP-ID
           MOVE WS-CASE-REPL-AMOUNT TO ZWK-AMOUNT
           WRITE ZIP-WORK-RECORD.

       WRITE-BATCH-TRAILER.
           MOVE SPACES TO REPLACEMENT-RECORD
           SET RISS-TRAILER TO TRUE
           MOVE WS-REPLACED-COUNT TO RISS-TRL-DETAIL-COUNT
           MOVE WS-REPLACED-DOLLARS TO RISS-TRL-TOTAL-DOLLARS
           WRITE REPLACEMENT-RECORD.

       READ-LEDGER-MONTH-RECORD.
           READ LEDGER-MONTH-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-LMW-EOF-FLAG
                   MOVE HIGH-VALUES TO WS-LMW-CURRENT-APP-ID
               NOT AT END
                   MOVE LMW-APP-ID TO WS-LMW-CURRENT-APP-ID
           END-READ.

       TERMINATE-PROGRAM.
           CLOSE APPLICANT-FILE
           CLOSE LEDGER-MONTH-WORK-FILE
           CLOSE REPLACEMENT-FILE
           CLOSE ZIP-WORK-FILE.

      *****************************************************************
      * CONTROL REPORT - HOUSEHOLDS AND DOLLARS REPLACED PER FIVE-    *
      * DIGIT ZIP CODE, WITH THE BATCH TOTAL THAT MUST MATCH THE      *
      * REPLACEMENT FILE TRAILER                                      *
      *****************************************************************
       PRINT-CONTROL-REPORT.
           SORT ZIP-SORT-FILE
               ON ASCENDING KEY ZSRT-ZIP-CODE
                                ZSRT-APP-ID
               USING ZIP-WORK-FILE
               GIVING ZIP-SORTED-FILE

           OPEN INPUT ZIP-SORTED-FILE
           OPEN OUTPUT CONTROL-REPORT-FILE

           READ ZIP-SORTED-FILE
               AT END MOVE 'Y' TO WS-ZIP-EOF-FLAG
           END-READ
           IF WS-ZIP-EOF-FLAG = 'N'
               MOVE ZSD-ZIP-CODE TO WS-BREAK-ZIP-CODE
           END-IF

           PERFORM UNTIL WS-ZIP-EOF-FLAG = 'Y'
               IF ZSD-ZIP-CODE NOT = WS-BREAK-ZIP-CODE
                   PERFORM WRITE-ZIP-TOTAL-LINE
                   MOVE ZSD-ZIP-CODE TO WS-BREAK-ZIP-CODE
               END-IF
               ADD 1 TO WS-ZIP-HOUSEHOLD-COUNT
               ADD ZSD-AMOUNT TO WS-ZIP-DOLLARS
               READ ZIP-SORTED-FILE
                   AT END MOVE 'Y' TO WS-ZIP-EOF-FLAG
               END-READ
           END-PERFORM

           IF WS-REPLACED-COUNT > ZERO
               PERFORM WRITE-ZIP-TOTAL-LINE
           END-IF

           PERFORM WRITE-REPORT-TOTALS

           CLOSE ZIP-SORTED-FILE
           CLOSE CONTROL-REPORT-FILE.

       WRITE-ZIP-TOTAL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADINGS
           END-IF

           MOVE WS-BREAK-ZIP-CODE TO DTL-ZIP-CODE
           MOVE WS-ZIP-HOUSEHOLD-COUNT TO DTL-HOUSEHOLD-COUNT
           MOVE WS-ZIP-DOLLARS TO DTL-DOLLARS
           WRITE REPORT-LINE FROM WS-REPORT-DETAIL-LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-ZIP-LINE-COUNT
           MOVE ZERO TO WS-ZIP-HOUSEHOLD-COUNT
           MOVE ZERO TO WS-ZIP-DOLLARS.

       WRITE-REPORT-TOTALS.
           IF WS-ZIP-LINE-COUNT = ZERO
              OR WS-LINE-COUNT + 6 > WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADINGS
           END-IF

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "HOUSEHOLDS REPLACED" TO TTL-LABEL
           MOVE WS-REPLACED-COUNT TO TTL-COUNT
           MOVE WS-REPLACED-DOLLARS TO TTL-DOLLARS
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "AFFECTED HOUSEHOLDS NOT PAID" TO TTL-LABEL
           MOVE WS-NOT-PAID-COUNT TO TTL-COUNT
           MOVE ZERO TO TTL-DOLLARS
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE

           MOVE "ALREADY REPLACED - SKIPPED" TO TTL-LABEL
           MOVE WS-ALREADY-REPL-COUNT TO TTL-COUNT
           MOVE ZERO TO TTL-DOLLARS
           WRITE REPORT-LINE FROM WS-REPORT-TOTAL-LINE
           ADD 4 TO WS-LINE-COUNT.

       WRITE-PAGE-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-BATCH-DATE TO HDG-RUN-DATE
           MOVE WS-PAGE-NUMBER TO HDG-PAGE-NUMBER
           MOVE WS-DISASTER-ID TO HDG-DISASTER-ID
           MOVE WS-DISASTER-DESC TO HDG-DISASTER-DESC
           MOVE WS-BENEFIT-MONTH TO HDG-BENEFIT-MONTH
           MOVE WS-REPLACE-PCT TO HDG-REPLACE-PCT
           WRITE REPORT-LINE FROM WS-REPORT-HEADING-1
               AFTER ADVANCING PAGE
           WRITE REPORT-LINE FROM WS-REPORT-HEADING-2
               AFTER ADVANCING 2 LINES
           WRITE REPORT-LINE FROM WS-REPORT-HEADING-3
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 6 TO WS-LINE-COUNT.

       DISPLAY-SUMMARY-TOTALS.
           DISPLAY "DISASTER REPLACEMENT COMPLETE"
           DISPLAY "DISASTER: " WS-DISASTER-ID
               " BENEFIT MONTH: " WS-BENEFIT-MONTH
           DISPLAY "ZIP PREFIXES LOADED: " WS-ZIP-TABLE-COUNT
           DISPLAY "LEDGER ENTRIES FOR MONTH: " WS-LEDGER-MONTH-COUNT
           DISPLAY "CASES READ: " WS-CASE-COUNT
           DISPLAY "CASES IN AFFECTED ZIPS: " WS-ZIP-MATCH-COUNT
           DISPLAY "AFFECTED CASES NOT PAID: " WS-NOT-PAID-COUNT
           DISPLAY "ALREADY REPLACED: " WS-ALREADY-REPL-COUNT
           DISPLAY "HOUSEHOLDS REPLACED: " WS-REPLACED-COUNT
           DISPLAY "REPLACEMENT DOLLARS: " WS-REPLACED-DOLLARS.

      *****************************************************************
      * LEDGER SORT INPUT - THE BENEFIT MONTH'S ENTRIES ONLY. THE     *
      * DEDUP KEY CARRIES THE DISASTER ID ON REPLACEMENT ENTRIES      *
      *****************************************************************
       RELEASE-MONTH-LEDGER SECTION.
       RELEASE-MONTH-START.
           OPEN INPUT PAYMENT-LEDGER-FILE
           READ PAYMENT-LEDGER-FILE
               AT END MOVE 'Y' TO WS-LEDG-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-LEDG-EOF-FLAG = 'Y'
               IF PLG-BENEFIT-MONTH = WS-BENEFIT-MONTH
                   MOVE SPACES TO LEDGER-SORT-RECORD
                   MOVE PLG-APP-ID TO LSRT-APP-ID
                   MOVE PLG-SOURCE-CODE TO LSRT-SOURCE-CODE
                   MOVE PLG-EFFECTIVE-DATE TO LSRT-DEDUP-KEY
                   MOVE PLG-AMOUNT TO LSRT-AMOUNT
                   RELEASE LEDGER-SORT-RECORD
                   ADD 1 TO WS-LEDGER-MONTH-COUNT
               END-IF
               READ PAYMENT-LEDGER-FILE
                   AT END MOVE 'Y' TO WS-LEDG-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE PAYMENT-LEDGER-FILE.
