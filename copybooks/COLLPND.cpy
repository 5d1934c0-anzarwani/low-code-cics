      *================================================================*
      *  COLLPND - COLLECTION-PENDING-RECORD LAYOUT FOR THE AUTO-      *
      *            DEBIT COLLECTIONS MASTER, KEYED ON PC-KEY (LOAN ID  *
      *            PLUS THE DUE DATE COLLECTED FOR).  ADCOLL ADDS ONE  *
      *            RECORD, PENDING, FOR EACH COLLECTION IT SENDS THE   *
      *            BANK; PROCESS SETTLES IT THE NIGHT THE DUE DATE IS  *
      *            SERVICED - S WHEN THE BANK'S AUTO-DEBIT RECEIPT     *
      *            CAME BACK, F WHEN IT DID NOT.  SETTLED RECORDS ARE  *
      *            KEPT, SO THE MANDATE SUCCESS AND FAILURE RATES CAN  *
      *            BE COUNTED FROM THE FILE.                           *
      *================================================================*
       01  COLLECTION-PENDING-RECORD.
           05 PC-KEY.
              10 PC-LOAN-ID         PIC X(10).
              10 PC-DUE-DATE        PIC 9(08).
           05 FILLER                PIC X.
           05 PC-STATUS             PIC X(01).
              88 PC-PENDING                   VALUE 'P'.
              88 PC-COLLECTED                 VALUE 'S'.
              88 PC-FAILED                    VALUE 'F'.
           05 FILLER                PIC X.
           05 PC-SENT-DATE          PIC 9(08).
           05 FILLER                PIC X.
           05 PC-ROUTING-NUMBER     PIC X(09).
           05 FILLER                PIC X.
           05 PC-ACCOUNT-NUMBER     PIC X(17).
           05 FILLER                PIC X.
           05 PC-EMI-AMT            PIC 9(12).
           05 FILLER                PIC X.
           05 PC-ARREARS-AMT        PIC 9(12).
           05 FILLER                PIC X.
           05 PC-PENALTY-AMT        PIC 9(12).
           05 FILLER                PIC X.
           05 PC-AMOUNT             PIC 9(12).
           05 FILLER                PIC X.
           05 PC-SETTLED-DATE       PIC 9(08).
           05 FILLER                PIC X.
           05 PC-RECEIVED-AMT       PIC 9(12).
