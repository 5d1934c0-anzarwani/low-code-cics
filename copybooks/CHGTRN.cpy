      *           IT OFF.                                              *
      *================================================================*
       01  CHARGEOFF-TRANS-RECORD.
           05 CO-LOAN-ID            PIC X(10).
           05 FILLER                PIC X.
           05 CO-APPROVAL-DATE      PIC 9(08).
           05 FILLER                PIC X.
