      *            EFFECTIVE DATE MEANS NO REPRICING IS PENDING.       *
      *================================================================*
       01  LOAN-TERMS-RECORD.
           05 LT-LOAN-ID            PIC X(10).
           05 FILLER                PIC X.
           05 LT-RATE               PIC 9(02)V9(02).
           05 FILLER                PIC X.
