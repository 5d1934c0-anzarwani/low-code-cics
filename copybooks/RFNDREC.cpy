      *================================================================*
      *  RFNDREC - REFUND-DISBURSEMENT-RECORD LAYOUT FOR THE REFUND    *
      *            DISBURSEMENT FILE.  ONE RECORD PER PAID-IN-FULL     *
      *            LOAN WHOSE LEFTOVER SUSPENSE MONEY IS BEING PAID    *
      *            BACK TONIGHT - THE PAYEE AND MAILING ADDRESS FROM   *
      *            THE BORROWER MASTER AND THE AMOUNT TO DISBURSE.     *
      *================================================================*
       01  REFUND-DISBURSEMENT-RECORD.
           05 RF-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X.
           05 RF-LOAN-ID            PIC X(10).
           05 FILLER                PIC X.
           05 RF-PAYEE-NAME         PIC X(30).
           05 FILLER                PIC X.
           05 RF-ADDRESS-LINE-1     PIC X(30).
           05 FILLER                PIC X.
           05 RF-ADDRESS-LINE-2     PIC X(30).
           05 FILLER                PIC X.
           05 RF-CITY               PIC X(20).
           05 FILLER                PIC X.
           05 RF-POSTAL-CODE        PIC X(10).
           05 FILLER                PIC X.
           05 RF-REFUND-AMT         PIC 9(12).
