      *           OF DRAINING OR CHARGING IT TWICE.                    *
      *================================================================*
       01  PENALTY-RECORD.
           05 PEN-LOAN-ID           PIC X(10).
           05 FILLER                PIC X.
           05 PEN-PENALTY-BAL       PIC 9(12).
           05 FILLER                PIC X.
