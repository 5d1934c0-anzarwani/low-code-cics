      *            MONEY TWICE.                                        *
      *================================================================*
       01  CHARGEOFF-MASTER-RECORD.
           05 CM-LOAN-ID            PIC X(10).
           05 FILLER                PIC X.
           05 CM-STATUS             PIC X(01).
              88 CM-CHARGED-OFF               VALUE 'C'.
