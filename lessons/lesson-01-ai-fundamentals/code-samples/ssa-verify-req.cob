       IDENTIFICATION DIVISION.
       PROGRAM-ID. SSA-VERIFY-REQ.
      *********************************************************
      * SSA ENUMERATION VERIFICATION REQUEST                  *
      * SWEEPS THE APPLICANT MASTER AND THE HOUSEHOLD MEMBER  *
      * FILE FOR EVERY HEAD AND ELIGIBLE MEMBER WITH AN SSN   *
      * AND WRITES A VERIFICATION REQUEST FOR THE SOCIAL      *
      * SECURITY ADMINISTRATION FOR EACH PERSON WHO IS NEW,   *
      * OR WHOSE SSN, NAME, OR DATE OF BIRTH HAS CHANGED      *
      * SINCE THE LAST REQUEST. THE SSN VERIFICATION STATUS   *
      * FILE IS REWRITTEN WITH THOSE PEOPLE RESET TO PENDING; *
      * EVERYONE ELSE KEEPS THE RESULT SSA-VERIFY-RESP LAST   *
      * POSTED, AND PEOPLE NO LONGER ON FILE ARE DROPPED      *
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

           SELECT OPTIONAL SSN-VERIFY-FILE ASSIGN TO "SSNVER.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

           SELECT SSA-REQUEST-FILE ASSIGN TO "SSAREQ.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  APPLICANT-FILE.
           COPY APPLREC.

       FD  MEMBER-FILE.
           COPY MEMBREC.

       FD  SSN-VERIFY-FILE.
           COPY SSNVRC.

      *****************************************************************
      * SSA VERIFICATION REQUEST - ONE RECORD PER PERSON TO BE        *
      * VERIFIED. THE REFERENCE (APPLICANT ID AND MEMBER NUMBER) IS   *
      * RETURNED UNCHANGED ON THE SSA RESPONSE SO SSA-VERIFY-RESP CAN *
      * POST THE RESULT BACK TO THE RIGHT PERSON                      *
      *****************************************************************
       FD  SSA-REQUEST-FILE.
       01  SSA-REQUEST-RECORD.
           05  SREQ-SSN                PIC X(9).
           05  SREQ-LAST-NAME          PIC X(25).
           05  SREQ-FIRST-NAME         PIC X(20).
           05  SREQ-DOB                PIC X(8).
           05  SREQ-REFERENCE.
               10  SREQ-APP-ID         PIC X(8).
               10  SREQ-MEMBER-NBR     PIC X(2).
           05  FILLER                  PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE-FIELDS.
           05  WS-RUN-DATE             PIC X(8).

      *****************************************************************
      * PRIOR VERIFICATION STATUS - THE WHOLE STATUS FILE IS HELD     *
      * HERE, SORTED (UNUSED SLOTS HOLD HIGH-VALUES) AND BINARY       *
      * SEARCHED FOR EACH PERSON, SO THE FILE CAN BE REWRITTEN IN     *
      * PLACE AS THE MASTER IS READ                                   *
      *****************************************************************
       01  WS-SSV-TABLE.
           05  WS-SSV-ENTRY OCCURS 20000 TIMES
                   ASCENDING KEY IS WS-SSV-KEY
                   INDEXED BY WS-SSV-IDX.
               10  WS-SSV-KEY              PIC X(10).
               10  WS-SSV-DATA             PIC X(90).

       01  WS-SSV-TABLE-FIELDS.
           05  WS-SSV-MAX-ENTRIES      PIC 9(5) VALUE 20000.
           05  WS-SSV-TABLE-COUNT      PIC 9(5) VALUE ZERO.
           05  WS-SSV-TABLE-FULL       PIC X VALUE 'N'.
           05  WS-SSV-EOF-FLAG         PIC X VALUE 'N'.
           05  WS-SSV-MATCH-FOUND      PIC X VALUE 'N'.

      *****************************************************************
      * THE PERSON BEING CHECKED - THE HEAD FROM THE MASTER OR A      *
      * MEMBER FROM THE MEMBER FILE, IN ONE LAYOUT                    *
      *****************************************************************
       01  WS-PERSON-FIELDS.
           05  WS-PERSON-KEY.
               10  WS-PERSON-APP-ID    PIC X(8).
               10  WS-PERSON-MEMBER-NBR PIC X(2).
           05  WS-PERSON-SSN           PIC X(9).
           05  WS-PERSON-LAST-NAME     PIC X(25).
           05  WS-PERSON-FIRST-NAME    PIC X(20).
           05  WS-PERSON-DOB           PIC X(8).

       01  WS-COUNTERS.
           05  WS-MASTER-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-PERSON-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-NEW-REQUEST-COUNT    PIC 9(6) VALUE ZERO.
           05  WS-CHANGED-REQUEST-COUNT PIC 9(6) VALUE ZERO.
           05  WS-CARRIED-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-DROPPED-COUNT        PIC 9(6) VALUE ZERO.

       01  WS-FLAGS.
           05  WS-EOF-FLAG             PIC X VALUE 'N'.
           05  WS-MBR-EOF-FLAG         PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCESSING.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-VERIFICATION-STATUS
           PERFORM PROCESS-APPLICANT-FILE

           COMPUTE WS-DROPPED-COUNT = WS-SSV-TABLE-COUNT
               - WS-CARRIED-COUNT - WS-CHANGED-REQUEST-COUNT

           DISPLAY "SSA VERIFICATION REQUEST COMPLETE"
           DISPLAY "APPLICANTS READ: " WS-MASTER-COUNT
           DISPLAY "PEOPLE WITH AN SSN: " WS-PERSON-COUNT
           DISPLAY "REQUESTS - NEW PEOPLE: " WS-NEW-REQUEST-COUNT
           DISPLAY "REQUESTS - CHANGED SSN, NAME, OR DOB: "
               WS-CHANGED-REQUEST-COUNT
           DISPLAY "STATUS CARRIED FORWARD: " WS-CARRIED-COUNT
           DISPLAY "STATUS DROPPED - NO LONGER ON FILE: "
               WS-DROPPED-COUNT
           STOP RUN.

       LOAD-VERIFICATION-STATUS.
           MOVE ZERO TO WS-SSV-TABLE-COUNT
           MOVE HIGH-VALUES TO WS-SSV-TABLE

           OPEN INPUT SSN-VERIFY-FILE
           READ SSN-VERIFY-FILE
               AT END MOVE 'Y' TO WS-SSV-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-SSV-EOF-FLAG = 'Y'
               IF WS-SSV-TABLE-COUNT < WS-SSV-MAX-ENTRIES
                   ADD 1 TO WS-SSV-TABLE-COUNT
                   MOVE SSN-VERIFY-RECORD
                       TO WS-SSV-ENTRY(WS-SSV-TABLE-COUNT)
               ELSE
                   IF WS-SSV-TABLE-FULL = 'N'
                       MOVE 'Y' TO WS-SSV-TABLE-FULL
                       DISPLAY "WARNING: SSN STATUS TABLE FULL AT "
                           WS-SSV-MAX-ENTRIES " ENTRIES - REMAINING "
                           "PEOPLE WILL BE RE-REQUESTED"
                   END-IF
               END-IF
               READ SSN-VERIFY-FILE
                   AT END MOVE 'Y' TO WS-SSV-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE SSN-VERIFY-FILE

      *    UNUSED SLOTS HOLD HIGH-VALUES, SO THE SORT LEAVES THE REAL
      *    ENTRIES AT THE FRONT IN KEY ORDER FOR THE BINARY SEARCH
           SORT WS-SSV-ENTRY ON ASCENDING KEY WS-SSV-KEY.

      *****************************************************************
      * THE MEMBER FILE IS IN APPLICANT ID ORDER LIKE THE MASTER, SO  *
      * EACH HOUSEHOLD'S MEMBERS ARE READ FORWARD RIGHT AFTER ITS     *
      * HEAD AND THE STATUS FILE COMES OUT IN KEY ORDER               *
      *****************************************************************
       PROCESS-APPLICANT-FILE.
           OPEN INPUT APPLICANT-FILE
           OPEN INPUT MEMBER-FILE
           OPEN OUTPUT SSN-VERIFY-FILE
           OPEN OUTPUT SSA-REQUEST-FILE

           READ MEMBER-FILE
               AT END MOVE 'Y' TO WS-MBR-EOF-FLAG
           END-READ

           READ APPLICANT-FILE
               AT END MOVE 'Y' TO WS-EOF-FLAG
           END-READ

           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               ADD 1 TO WS-MASTER-COUNT
               IF APP-SSN NOT = SPACES AND APP-SSN NUMERIC
                   MOVE APP-ID TO WS-PERSON-APP-ID
                   MOVE "00" TO WS-PERSON-MEMBER-NBR
                   MOVE APP-SSN TO WS-PERSON-SSN
                   MOVE APP-LAST-NAME TO WS-PERSON-LAST-NAME
                   MOVE APP-FIRST-NAME TO WS-PERSON-FIRST-NAME
                   MOVE APP-DOB TO WS-PERSON-DOB
                   PERFORM CHECK-PERSON-STATUS
               END-IF

               PERFORM UNTIL WS-MBR-EOF-FLAG = 'Y'
                          OR MBR-APP-ID > APP-ID
                   IF MBR-APP-ID = APP-ID
                      AND MBR-SSN NOT = SPACES AND MBR-SSN NUMERIC
                      AND MBR-ELIGIBLE
                       MOVE MBR-APP-ID TO WS-PERSON-APP-ID
                       MOVE MBR-MEMBER-NBR TO WS-PERSON-MEMBER-NBR
                       MOVE MBR-SSN TO WS-PERSON-SSN
                       MOVE MBR-LAST-NAME TO WS-PERSON-LAST-NAME
                       MOVE MBR-FIRST-NAME TO WS-PERSON-FIRST-NAME
                       MOVE MBR-DOB TO WS-PERSON-DOB
                       PERFORM CHECK-PERSON-STATUS
                   END-IF
                   READ MEMBER-FILE
                       AT END MOVE 'Y' TO WS-MBR-EOF-FLAG
                   END-READ
               END-PERFORM

               READ APPLICANT-FILE
                   AT END MOVE 'Y' TO WS-EOF-FLAG
               END-READ
           END-PERFORM

           CLOSE APPLICANT-FILE
           CLOSE MEMBER-FILE
           CLOSE SSN-VERIFY-FILE
           CLOSE SSA-REQUEST-FILE.

      *    A PERSON ALREADY ON THE STATUS FILE WITH THE SAME SSN, NAME,
      *    AND DATE OF BIRTH KEEPS THE RESULT ON FILE - ONLY A NEW
      *    PERSON OR A CORRECTED ONE GOES BACK TO SSA
       CHECK-PERSON-STATUS.
           ADD 1 TO WS-PERSON-COUNT
           MOVE 'N' TO WS-SSV-MATCH-FOUND

           SEARCH ALL WS-SSV-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SSV-KEY(WS-SSV-IDX) = WS-PERSON-KEY
                   MOVE 'Y' TO WS-SSV-MATCH-FOUND
                   MOVE WS-SSV-ENTRY(WS-SSV-IDX) TO SSN-VERIFY-RECORD
           END-SEARCH

           IF WS-SSV-MATCH-FOUND = 'N'
               ADD 1 TO WS-NEW-REQUEST-COUNT
               PERFORM WRITE-VERIFICATION-REQUEST
           ELSE
               IF SSV-SSN = WS-PERSON-SSN
                  AND SSV-LAST-NAME = WS-PERSON-LAST-NAME
                  AND SSV-FIRST-NAME = WS-PERSON-FIRST-NAME
                  AND SSV-DOB = WS-PERSON-DOB
                   ADD 1 TO WS-CARRIED-COUNT
               ELSE
                   ADD 1 TO WS-CHANGED-REQUEST-COUNT
                   PERFORM WRITE-VERIFICATION-REQUEST
               END-IF
           END-IF

           WRITE SSN-VERIFY-RECORD.

       WRITE-VERIFICATION-REQUEST.
           MOVE SPACES TO SSN-VERIFY-RECORD
           MOVE WS-PERSON-APP-ID TO SSV-APP-ID
           MOVE WS-PERSON-MEMBER-NBR TO SSV-MEMBER-NBR
           MOVE WS-PERSON-SSN TO SSV-SSN
           MOVE WS-PERSON-LAST-NAME TO SSV-LAST-NAME
           MOVE WS-PERSON-FIRST-NAME TO SSV-FIRST-NAME
           MOVE WS-PERSON-DOB TO SSV-DOB
           MOVE WS-RUN-DATE TO SSV-REQUEST-DATE
           MOVE 'P' TO SSV-STATUS
           MOVE 'N' TO SSV-GRACE-EXPIRED-FLAG

           MOVE SPACES TO SSA-REQUEST-RECORD
           MOVE WS-PERSON-SSN TO SREQ-SSN
           MOVE WS-PERSON-LAST-NAME TO SREQ-LAST-NAME
           MOVE WS-PERSON-FIRST-NAME TO SREQ-FIRST-NAME
           MOVE WS-PERSON-DOB TO SREQ-DOB
           MOVE WS-PERSON-APP-ID TO SREQ-APP-ID
           MOVE WS-PERSON-MEMBER-NBR TO SREQ-MEMBER-NBR
           WRITE SSA-REQUEST-RECORD.
