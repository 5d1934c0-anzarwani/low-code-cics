      *================================================================*
      *  ACCRMAST - ACCRUAL-RECORD LAYOUT FOR THE MONTH-END ACCRUAL    *
      *             MASTER, KEYED ON AC-LOAN-ID.  ONE RECORD PER LOAN  *
      *             ACCRUED AT THE LAST MONTH END - THE INTEREST       *
      *             EARNED FROM THE LAST DUE DATE (OR ORIGINATION) TO  *
      *             THE LAST CALENDAR DAY OF THE MONTH AND NOT YET     *
      *             BILLED.  AC-REVERSAL-DATE STAYS ZERO UNTIL THE     *
      *             FIRST BUSINESS NIGHT OF THE NEXT MONTH BACKS THE   *
      *             ACCRUAL OUT, SO A RERUN NEVER REVERSES IT TWICE.   *
      *================================================================*
       01  ACCRUAL-RECORD.
           05 AC-LOAN-ID            PIC X(10).
           05 FILLER                PIC X.
           05 AC-BRANCH-CODE        PIC X(04).
           05 FILLER                PIC X.
           05 AC-ACCRUAL-DATE       PIC 9(08).
           05 FILLER                PIC X.
           05 AC-PERIOD-END-DATE    PIC 9(08).
           05 FILLER                PIC X.
           05 AC-FROM-DATE          PIC 9(08).
           05 FILLER                PIC X.
           05 AC-DAYS               PIC 9(03).
           05 FILLER                PIC X.
           05 AC-RATE               PIC 9(02)V9(02).
           05 FILLER                PIC X.
           05 AC-BALANCE            PIC 9(12).
           05 FILLER                PIC X.
           05 AC-ACCRUED-AMT        PIC 9(12).
           05 FILLER                PIC X.
           05 AC-REVERSAL-DATE      PIC 9(08).
