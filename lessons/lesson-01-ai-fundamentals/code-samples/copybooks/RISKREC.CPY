           05  RISK-DUP-SUSPECT        PIC X(1).
           05  RISK-INCOME-MISMATCH    PIC X(1).
           05  RISK-DUAL-PARTICIPATION PIC X(1).
           05  RISK-SSN-UNVERIFIED     PIC X(1).
           05  FILLER                  PIC X(6).
