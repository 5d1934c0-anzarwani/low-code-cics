      *================================================================*
      *  CLOSMAST - CLOSEOUT-RECORD LAYOUT FOR THE PAID-IN-FULL        *
      *             CLOSEOUT MASTER, KEYED ON CL-LOAN-ID.  ONE RECORD  *
      *             PER COMPLETED LOAN THE CLOSEOUT RUN HAS SEEN.  A   *
      *             LOAN THAT COMPLETED STILL OWING PENALTY OR         *
      *             ARREARS IS HELD FOR REVIEW; ONE THAT COMPLETED     *
      *             CLEAN IS CLOSED - ITS SUSPENSE REFUNDED, ITS       *
      *             PENALTY AND NOTICE HISTORY CLOSED AND ITS LIEN-    *
      *             RELEASE LETTER PRINTED.  THE REFUND DATE AND       *
      *             AMOUNT ARE THE NIGHT'S REFUND, SO A RERUN OF THE   *
      *             SAME BUSINESS DATE RE-ISSUES TONIGHT'S LINE        *
      *             INSTEAD OF REFUNDING THE SAME MONEY TWICE.         *
      *================================================================*
       01  CLOSEOUT-RECORD.
           05 CL-LOAN-ID            PIC X(10).
           05 FILLER                PIC X.
           05 CL-STATUS             PIC X(01).
              88 CL-HELD                      VALUE 'H'.
              88 CL-CLOSED                    VALUE 'C'.
           05 FILLER                PIC X.
           05 CL-FIRST-SEEN-DATE    PIC 9(08).
           05 FILLER                PIC X.
           05 CL-HELD-DATE          PIC 9(08).
           05 FILLER                PIC X.
           05 CL-HELD-PENALTY       PIC 9(12).
           05 FILLER                PIC X.
           05 CL-HELD-ARREARS       PIC 9(12).
           05 FILLER                PIC X.
           05 CL-CLOSED-DATE        PIC 9(08).
           05 FILLER                PIC X.
           05 CL-REFUND-DATE        PIC 9(08).
           05 FILLER                PIC X.
           05 CL-REFUND-AMT         PIC 9(12).
           05 FILLER                PIC X.
           05 CL-TOTAL-REFUNDED     PIC 9(12).
