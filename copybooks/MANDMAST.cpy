      *================================================================*
      *  MANDMAST - MANDATE-RECORD LAYOUT FOR THE AUTO-DEBIT MANDATE   *
      *             MASTER, KEYED ON MD-LOAN-ID.  ONE STANDING         *
      *             INSTRUCTION PER LOAN FOR THE BANK TO DEBIT THE     *
      *             BORROWER'S ACCOUNT ON EACH DUE DATE - THE ROUTING  *
      *             NUMBER, ACCOUNT NUMBER AND ACCOUNT HOLDER, THE     *
      *             STATUS (A ACTIVE, S SUSPENDED, C CANCELLED) AND    *
      *             THE DATES THE MANDATE RUNS FROM AND TO.  A ZERO    *
      *             STOP DATE MEANS THE MANDATE HAS NO END DATE.       *
      *             MANDMNT MAINTAINS IT; ADCOLL COLLECTS AGAINST IT.  *
      *================================================================*
       01  MANDATE-RECORD.
           05 MD-LOAN-ID            PIC X(10).
           05 FILLER                PIC X.
           05 MD-ROUTING-NUMBER     PIC X(09).
           05 FILLER                PIC X.
           05 MD-ACCOUNT-NUMBER     PIC X(17).
           05 FILLER                PIC X.
           05 MD-ACCOUNT-NAME       PIC X(30).
           05 FILLER                PIC X.
           05 MD-STATUS             PIC X(01).
              88 MD-ACTIVE                    VALUE 'A'.
              88 MD-SUSPENDED                 VALUE 'S'.
              88 MD-CANCELLED                 VALUE 'C'.
           05 FILLER                PIC X.
           05 MD-START-DATE         PIC 9(08).
           05 FILLER                PIC X.
           05 MD-STOP-DATE          PIC 9(08).
           05 FILLER                PIC X.
           05 MD-CHANGED-DATE       PIC 9(08).
