      *****************************************************************
      * ABAWD TIME-LIMIT CLOCK RECORD - ONE RECORD PER ADULT TRACKED  *
      * UNDER THE ABLE-BODIED ADULT WITHOUT DEPENDENTS TIME LIMIT,    *
      * KEYED BY APPLICANT ID AND MEMBER NUMBER ("00" IS THE HEAD OF  *
      * HOUSEHOLD FROM THE MASTER, 01 AND UP ARE MEMBERS.DAT). BUILT  *
      * AND REWRITTEN IN KEY ORDER BY ABAWD-TRACK, AND READ BY        *
      * BENEFIT-PROCESSOR SO AN ADULT WHOSE CLOCK HAS RUN OUT IS      *
      * DROPPED FROM THE ELIGIBLE MEMBER COUNT                        *
      *****************************************************************
       01  ABAWD-CLOCK-RECORD.
           05  ABW-KEY.
               10  ABW-APP-ID          PIC X(8).
               10  ABW-MEMBER-NBR      PIC 99.
           05  ABW-LAST-NAME           PIC X(25).
           05  ABW-FIRST-NAME          PIC X(20).
           05  ABW-STATE-CODE          PIC X(2).
           05  ABW-DOB                 PIC X(8).
      *    FIRST BENEFIT MONTH (YYYYMM) OF THE FIXED 36-MONTH WINDOW.
      *    THE MONTH MAP CARRIES ONE BYTE PER WINDOW MONTH:
      *      SPACE - NOT YET EVALUATED OR NO BENEFIT THAT MONTH
      *      'C'   - COUNTABLE MONTH AGAINST THE TIME LIMIT
      *      'E'   - EXEMPT (WORKER-ENTERED EXEMPTION)
      *      'W'   - MEETING THE WORK REQUIREMENT
      *      'N'   - NOT SUBJECT (AGE, DEPENDENT CHILD, INELIGIBLE)
      *      'X'   - NOT PAID - ALREADY DROPPED UNDER THE TIME LIMIT
           05  ABW-WINDOW-START        PIC X(6).
           05  ABW-MONTH-MAP           PIC X(36).
           05  ABW-MONTH-FLAGS REDEFINES ABW-MONTH-MAP.
               10  ABW-MONTH-FLAG      PIC X(1) OCCURS 36 TIMES.
           05  ABW-COUNTABLE-MONTHS    PIC 99.
           05  ABW-CLOCK-STATUS        PIC X(1).
               88  ABW-STATUS-COUNTING      VALUE 'C'.
               88  ABW-STATUS-NOT-SUBJECT   VALUE 'N'.
               88  ABW-STATUS-LIMIT-REACHED VALUE 'L'.
      *    'Y' ONCE THE ADULT HAS USED THE COUNTABLE MONTHS AND IS
      *    NEITHER EXEMPT NOR MEETING THE WORK REQUIREMENT THIS MONTH -
      *    BENEFIT-PROCESSOR LEAVES THE ADULT OUT OF THE COUNT
           05  ABW-EXCLUDE-FLAG        PIC X(1).
               88  ABW-EXCLUDED             VALUE 'Y'.
           05  ABW-EXEMPT-REASON       PIC X(2).
           05  ABW-WARNING-DATE        PIC X(8).
           05  ABW-LAST-RUN-DATE       PIC X(8).
           05  FILLER                  PIC X(11).
