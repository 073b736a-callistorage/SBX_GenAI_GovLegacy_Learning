      *****************************************************************
      * EBT RECONCILIATION CONTROL RECORD - ONE RECORD PER BENEFIT    *
      * MONTH IN EACH BALANCED ISSUANCE BATCH, APPENDED BY            *
      * EBT-RECONCILE WITH THE DOLLARS SENT AND WHAT THE VENDOR DID   *
      * WITH THEM. THE MONTH-END GENERAL LEDGER JOURNAL TIES THE      *
      * LEDGER'S ISSUANCE TOTAL TO THESE FIGURES. A RECONCILIATION    *
      * RERUN APPENDS AGAIN, SO A READER KEEPS ONLY THE LAST RECORD   *
      * FOR A BATCH DATE AND BENEFIT MONTH. RE-SENT DOLLARS ARE THE   *
      * POSTED AND REJECTED DOLLARS THAT WERE A SAME-MONTH RE-SEND OF *
      * AN EARLIER REJECT - THE LEDGER HOLDS THOSE ISSUANCES ONCE     *
      *****************************************************************
       01  EBT-CONTROL-RECORD.
           05  ECTL-BATCH-DATE         PIC X(8).
           05  ECTL-BENEFIT-MONTH      PIC X(6).
           05  ECTL-RUN-DATE           PIC X(8).
           05  ECTL-SENT-COUNT         PIC 9(6).
           05  ECTL-SENT-DOLLARS       PIC 9(8)V99.
           05  ECTL-POSTED-COUNT       PIC 9(6).
           05  ECTL-POSTED-DOLLARS     PIC 9(8)V99.
           05  ECTL-REJECT-COUNT       PIC 9(6).
           05  ECTL-REJECT-DOLLARS     PIC 9(8)V99.
           05  ECTL-NO-RESPONSE-COUNT  PIC 9(6).
           05  ECTL-NO-RESPONSE-DOLLARS PIC 9(8)V99.
           05  ECTL-RESENT-DOLLARS     PIC 9(8)V99.
           05  FILLER                  PIC X(4).
