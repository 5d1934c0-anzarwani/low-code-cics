              88 TT-ACTION-CHANGE             VALUE 'C'.
              88 TT-ACTION-DELETE             VALUE 'D'.
           05 FILLER                PIC X.
           05 TT-LOAN-ID            PIC X(10).
           05 FILLER                PIC X.
           05 TT-RATE               PIC X(04).
           05 FILLER                PIC X.
