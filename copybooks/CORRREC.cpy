      *            CONTENT TO BE REVALIDATED AND RESUBMITTED.          *
      *================================================================*
       01  CORRECTION-RECORD.
           05 CR-LOAN-ID            PIC X(10).
           05 FILLER                PIC X.
           05 CR-REASON-CODE        PIC X(04).
           05 FILLER                PIC X.
