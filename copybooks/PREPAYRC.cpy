      *             MID-CYCLE LUMP-SUM PAYMENT TO APPLY TODAY.         *
      *================================================================*
       01  PREPAYMENT-RECORD.
           05 PP-LOAN-ID            PIC X(10).
           05 FILLER                PIC X.
           05 PP-AMOUNT             PIC 9(12).
