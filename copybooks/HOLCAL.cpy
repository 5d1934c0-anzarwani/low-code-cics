      *================================================================*
      *  HOLCAL - HOLIDAY-RECORD LAYOUT FOR THE KEYED HOLIDAY          *
      *           CALENDAR HOLMNT MAINTAINS.  ONE RECORD PER NON-      *
      *           PROCESSING WEEKDAY (WEEKENDS ARE NEVER BUSINESS      *
      *           DAYS AND NEED NO RECORD).  BDROLL SKIPS THESE DATES  *
      *           WHEN IT ROLLS THE BUSINESS DATE, AND PROCESS MOVES   *
      *           A DUE DATE THAT LANDS ON ONE TO THE NEXT BUSINESS    *
      *           DAY.                                                 *
      *================================================================*
       01  HOLIDAY-RECORD.
           05 HOL-DATE              PIC 9(08).
           05 FILLER                PIC X.
           05 HOL-DESCRIPTION       PIC X(30).
           05 FILLER                PIC X.
           05 HOL-ADDED-DATE        PIC 9(08).
