      *================================================================*
      *  MANDTRN - MANDATE-TRANS-RECORD LAYOUT FOR THE AUTO-DEBIT      *
      *            MANDATE MAINTENANCE TRANSACTION FILE READ BY        *
      *            MANDMNT.  MT-ACTION IS A (ADD), C (CHANGE) OR D     *
      *            (DELETE).  ON A CHANGE, A FIELD LEFT BLANK KEEPS    *
      *            THE VALUE ALREADY ON THE MASTER.  THE STATUS IS A   *
      *            (ACTIVE), S (SUSPENDED) OR C (CANCELLED); AN ADD    *
      *            KEYED WITHOUT ONE GOES ON ACTIVE.                   *
      *================================================================*
       01  MANDATE-TRANS-RECORD.
           05 MT-ACTION             PIC X(01).
              88 MT-ACTION-ADD                VALUE 'A'.
              88 MT-ACTION-CHANGE             VALUE 'C'.
              88 MT-ACTION-DELETE             VALUE 'D'.
           05 FILLER                PIC X.
           05 MT-LOAN-ID            PIC X(10).
           05 FILLER                PIC X.
           05 MT-ROUTING-NUMBER     PIC X(09).
           05 FILLER                PIC X.
           05 MT-ACCOUNT-NUMBER     PIC X(17).
           05 FILLER                PIC X.
           05 MT-ACCOUNT-NAME       PIC X(30).
           05 FILLER                PIC X.
           05 MT-STATUS             PIC X(01).
           05 FILLER                PIC X.
           05 MT-START-DATE         PIC X(08).
           05 FILLER                PIC X.
           05 MT-STOP-DATE          PIC X(08).
