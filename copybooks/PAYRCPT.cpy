      *  PAYRCPT - PAYMENT-RECEIPT-RECORD LAYOUT FOR THE BANK-FEED     *
      *            PAYMENT-RECEIPT-FILE.  KEYED ON RCPT-LOAN-ID.       *
      *            ONE RECORD PER LOAN WITH MONEY RECEIVED AGAINST     *
      *            THE CURRENT CYCLE'S SCHEDULED EMI.  RCPT-SOURCE     *
      *            TELLS THE MONEY THE BANK DEBITED UNDER AN AUTO-     *
      *            DEBIT MANDATE (A) FROM A WALK-IN PAYMENT (W OR      *
      *            BLANK, AS ON RECEIPTS SENT BEFORE IT WAS ADDED).    *
      *================================================================*
       01  PAYMENT-RECEIPT-RECORD.
           05 RCPT-LOAN-ID          PIC X(10).
           05 FILLER                PIC X.
           05 RCPT-RECEIPT-DATE     PIC 9(08).
           05 FILLER                PIC X.
           05 RCPT-AMOUNT           PIC 9(12).
           05 FILLER                PIC X.
           05 RCPT-SOURCE           PIC X(01).
              88 RCPT-AUTO-DEBIT              VALUE 'A'.
              88 RCPT-WALK-IN                 VALUE 'W' ' '.
