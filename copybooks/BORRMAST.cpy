      *             FILE.  KEYED ON BM-LOAN-ID.                        *
      *================================================================*
       01  BORROWER-MASTER-RECORD.
           05 BM-LOAN-ID           PIC X(10).
           05 FILLER               PIC X.
           05 BM-BORROWER-NAME     PIC X(30).
           05 FILLER               PIC X.
