      *  EXCPREC - EXCEPTION-RECORD LAYOUT FOR EXCEPTION-FILE          *
      *================================================================*
       01  EXCEPTION-RECORD.
           05 EX-LOAN-ID           PIC X(10).
           05 FILLER               PIC X.
           05 EX-LOAN-AMOUNT       PIC X(12).
           05 FILLER               PIC X.
