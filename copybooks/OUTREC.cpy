      *  OUTREC - OUTPUT-RECORD LAYOUT FOR OUT-FILE                   *
      *================================================================*
       01  OUTPUT-RECORD.
           05 OUT-LOAN-ID          PIC X(10).
           05 FILLER               PIC X.
           05 OUT-LOAN-AMOUNT      PIC 9(12).
           05 FILLER               PIC X.
