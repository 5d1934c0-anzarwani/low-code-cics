      *================================================================*
      *  RSVRATE - RESERVE-RATE-RECORD LAYOUT FOR THE LOAN-LOSS        *
      *            RESERVE PARAMETER FILE FINANCE MAINTAINS.  ONE      *
      *            RECORD PER DELINQUENCY BUCKET (1 CURRENT, 2 1-29,   *
      *            3 30-59, 4 60-89, 5 90+, 6 CHARGED OFF) GIVING THE  *
      *            PERCENTAGE OF THE BUCKET'S BALANCE TO HOLD IN THE   *
      *            ALLOWANCE.                                          *
      *================================================================*
       01  RESERVE-RATE-RECORD.
           05 RR-BUCKET             PIC 9(01).
           05 FILLER                PIC X.
           05 RR-PERCENT            PIC 9(03)V9(02).
           05 FILLER                PIC X.
           05 RR-DESCRIPTION        PIC X(20).
