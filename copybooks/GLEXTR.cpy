       01  GL-EXTRACT-RECORD.
           05 GL-RUN-DATE          PIC 9(08).
           05 FILLER               PIC X.
           05 GL-LOAN-ID           PIC X(10).
           05 FILLER               PIC X.
           05 GL-PRINCIPAL-ACCT    PIC X(08).
           05 FILLER               PIC X.
