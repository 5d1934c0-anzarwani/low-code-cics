      *            IS RESET WHEN THE LOAN'S ARREARS CLEAR.             *
      *================================================================*
       01  NOTICE-HISTORY-RECORD.
           05 NH-LOAN-ID            PIC X(10).
           05 FILLER                PIC X.
           05 NH-LAST-LEVEL         PIC 9(01).
           05 FILLER                PIC X.
