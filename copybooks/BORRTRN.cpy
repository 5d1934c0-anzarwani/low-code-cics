              88 TR-ACTION-CHANGE             VALUE 'C'.
              88 TR-ACTION-DELETE             VALUE 'D'.
           05 FILLER                PIC X.
           05 TR-LOAN-ID            PIC X(10).
           05 FILLER                PIC X.
           05 TR-BORROWER-NAME      PIC X(30).
           05 FILLER                PIC X.
