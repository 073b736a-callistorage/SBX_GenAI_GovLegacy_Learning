      *****************************************************************
      * CASE CROSS-REFERENCE RECORD - ONE RECORD PER PERSON MOVED     *
      * FROM ONE CASE NUMBER TO ANOTHER BY A CASE SPLIT OR MERGE,     *
      * APPENDED BY CASE-CHANGE. MEMBER NUMBER "00" IS THE HEAD OF    *
      * HOUSEHOLD ON THE MASTER, 01 AND UP ARE MEMBERS.DAT. A MERGE   *
      * RECORD WHOSE OLD MEMBER NUMBER IS "00" MEANS THE WHOLE OLD    *
      * CASE WAS FOLDED INTO THE NEW ONE - ITS HISTORY, CLAIMS AND    *
      * APPEALS STAY ON THE OLD CASE NUMBER AND THE READERS FOLLOW    *
      * THEM THROUGH THIS FILE. AFTER A SPLIT THE OLD CASE CARRIES ON *
      * AND ONLY THE PEOPLE NAMED HERE LEFT IT                        *
      *****************************************************************
       01  CASE-XREF-RECORD.
           05  XRF-OLD-KEY.
               10  XRF-OLD-APP-ID      PIC X(8).
               10  XRF-OLD-MEMBER-NBR  PIC 99.
           05  XRF-NEW-KEY.
               10  XRF-NEW-APP-ID      PIC X(8).
               10  XRF-NEW-MEMBER-NBR  PIC 99.
           05  XRF-ACTION-CODE         PIC X(1).
               88  XRF-ACTION-SPLIT         VALUE 'S'.
               88  XRF-ACTION-MERGE         VALUE 'M'.
           05  XRF-EFFECTIVE-DATE      PIC X(8).
           05  XRF-OPERATOR-ID         PIC X(8).
           05  XRF-LAST-NAME           PIC X(25).
           05  XRF-FIRST-NAME          PIC X(20).
           05  XRF-SSN                 PIC X(9).
           05  FILLER                  PIC X(10).
