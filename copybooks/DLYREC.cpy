      *  DLYREC - DAILY-RECORD LAYOUT FOR DAILY-FILE                  *
      *================================================================*
       01  DAILY-RECORD.
           05 LOAN-ID          PIC X(10).
           05 FILLER           PIC X.
           05 LOAN-AMOUNT      PIC 9(12).
           05 FILLER           PIC X.
