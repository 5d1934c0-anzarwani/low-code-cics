      *            SO THE BEFORE-IMAGE SURVIVES FOR A RERUN.           *
      *================================================================*
       01  SUSPENSE-RECORD.
           05 SUSP-LOAN-ID          PIC X(10).
           05 FILLER                PIC X.
           05 SUSP-AMOUNT           PIC 9(12).
           05 FILLER                PIC X.
