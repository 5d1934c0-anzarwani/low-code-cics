      *================================================================*
      *  HISTREC - LOAN-HISTORY-RECORD LAYOUT FOR LOAN-HISTORY-FILE    *
      *           THE FIELDS FROM HIST-DUE-DATE ON ARE THE NIGHT'S     *
      *           MONEY-APPLICATION BEFORE-IMAGE - WHAT THE LOAN       *
      *           CARRIED INTO THE RECEIPT MATCH AND WHAT THE MATCH    *
      *           HAD TO WORK WITH - SO A RECEIPT THE BANK LATER       *
      *           RETURNS CAN BE REPLAYED WITHOUT IT AND BACKED OUT.   *
      *================================================================*
       01  LOAN-HISTORY-RECORD.
           05 HIST-RUN-DATE        PIC 9(08).
           05 FILLER               PIC X.
           05 HIST-LOAN-ID         PIC X(10).
           05 FILLER               PIC X.
           05 HIST-LOAN-AMOUNT     PIC 9(12).
           05 FILLER               PIC X.
           05 HIST-LOAN-INTEREST   PIC 9(12).
           05 FILLER               PIC X.
           05 HIST-PENALTY-AMT     PIC 9(12).
           05 FILLER               PIC X.
           05 HIST-DUE-DATE        PIC 9(08).
           05 FILLER               PIC X.
           05 HIST-NEXT-DUE-DATE   PIC 9(08).
           05 FILLER               PIC X.
           05 HIST-TERM-BEFORE     PIC X(2).
           05 FILLER               PIC X.
           05 HIST-LEFT-AT-MATCH   PIC 9(12).
           05 FILLER               PIC X.
           05 HIST-ARREARS-BEFORE  PIC 9(12).
           05 FILLER               PIC X.
           05 HIST-ARREARS-DATE-BEFORE
                                   PIC 9(08).
           05 FILLER               PIC X.
           05 HIST-PENALTY-BEFORE  PIC 9(12).
           05 FILLER               PIC X.
           05 HIST-SUSPENSE-BEFORE PIC 9(12).
           05 FILLER               PIC X.
           05 HIST-RECEIPT-AMT     PIC 9(12).
           05 FILLER               PIC X.
           05 HIST-EMI-AMT         PIC 9(12).
           05 FILLER               PIC X.
           05 HIST-EMI-PRINCIPAL   PIC 9(12).
           05 FILLER               PIC X.
           05 HIST-EMI-INTEREST    PIC 9(12).
           05 FILLER               PIC X.
           05 HIST-ARREARS-AMT     PIC 9(12).
           05 FILLER               PIC X.
           05 HIST-ARREARS-DATE    PIC 9(08).
           05 FILLER               PIC X.
           05 HIST-SUSPENSE-AFTER  PIC 9(12).
           05 FILLER               PIC X.
           05 HIST-CHARGEOFF-STATUS
                                   PIC X(01).
