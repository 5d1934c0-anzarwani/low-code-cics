      *================================================================*
      *  FORBTRN - FORBEARANCE-TRANS-RECORD LAYOUT FOR THE            *
      *            FORBEARANCE MAINTENANCE TRANSACTION FILE READ BY   *
      *            FORBMNT.  FT-ACTION IS A (ADD), C (CHANGE) OR D    *
      *            (DELETE).  ON A CHANGE, A FIELD LEFT BLANK KEEPS   *
      *            THE VALUE ALREADY ON THE MASTER.  THE TREATMENT    *
      *            IS C (CAPITALISE THE SKIPPED INTEREST) OR E        *
      *            (EXTEND THE TERM).                                 *
      *================================================================*
       01  FORBEARANCE-TRANS-RECORD.
           05 FT-ACTION             PIC X(01).
              88 FT-ACTION-ADD                VALUE 'A'.
              88 FT-ACTION-CHANGE             VALUE 'C'.
              88 FT-ACTION-DELETE             VALUE 'D'.
           05 FILLER                PIC X.
           05 FT-LOAN-ID            PIC X(10).
           05 FILLER                PIC X.
           05 FT-START-DATE         PIC X(08).
           05 FILLER                PIC X.
           05 FT-END-DATE           PIC X(08).
           05 FILLER                PIC X.
           05 FT-APPROVED-BY        PIC X(20).
           05 FILLER                PIC X.
           05 FT-TREATMENT          PIC X(01).
