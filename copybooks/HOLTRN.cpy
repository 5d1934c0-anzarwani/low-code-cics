      *================================================================*
      *  HOLTRN - HOLIDAY-TRANS-RECORD LAYOUT FOR THE HOLIDAY          *
      *           CALENDAR MAINTENANCE TRANSACTION FILE READ BY        *
      *           HOLMNT.  HT-ACTION IS A (ADD), C (CHANGE THE         *
      *           DESCRIPTION) OR D (DELETE).  THE DATE IS KEYED AS    *
      *           YYYYMMDD.                                            *
      *================================================================*
       01  HOLIDAY-TRANS-RECORD.
           05 HT-ACTION             PIC X(01).
              88 HT-ACTION-ADD                VALUE 'A'.
              88 HT-ACTION-CHANGE             VALUE 'C'.
              88 HT-ACTION-DELETE             VALUE 'D'.
           05 FILLER                PIC X.
           05 HT-DATE               PIC X(08).
           05 FILLER                PIC X.
           05 HT-DESCRIPTION        PIC X(30).
