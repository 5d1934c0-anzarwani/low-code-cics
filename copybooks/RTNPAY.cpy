      *================================================================*
      *  RTNPAY - RETURNED-PAYMENT-RECORD LAYOUT FOR THE RETURNED-     *
      *           PAYMENT FILE THE BANK SENDS BACK.  ONE RECORD PER    *
      *           RECEIPT THAT BOUNCED AFTER IT WAS APPLIED - THE      *
      *           LOAN, THE BUSINESS DATE THE RECEIPT WAS APPLIED ON   *
      *           (THE RUN DATE OF ITS HISTORY RECORD), THE AMOUNT     *
      *           RETURNED AND THE BANK'S RETURN REASON CODE.          *
      *================================================================*
       01  RETURNED-PAYMENT-RECORD.
           05 RP-LOAN-ID            PIC X(10).
           05 FILLER                PIC X.
           05 RP-APPLIED-DATE       PIC 9(08).
           05 FILLER                PIC X.
           05 RP-RETURN-AMOUNT      PIC 9(12).
           05 FILLER                PIC X.
           05 RP-RETURN-CODE        PIC X(03).
