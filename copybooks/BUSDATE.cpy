      *================================================================*
      *  BUSDATE - BUSINESS-DATE-RECORD LAYOUT FOR THE BUSINESS-DATE   *
      *            CONTROL FILE.  ONE RECORD.  BD-BUSINESS-DATE IS     *
      *            THE NIGHT THE STREAM IS SERVICING - EVERY NIGHTLY   *
      *            STEP STAMPS ITS WORK WITH IT INSTEAD OF THE SYSTEM  *
      *            CLOCK.  THE PRIOR AND NEXT BUSINESS DATES SKIP      *
      *            WEEKENDS AND THE HOLIDAY CALENDAR, SO A STEP CAN    *
      *            TELL THE LAST BUSINESS NIGHT OF A MONTH (NEXT DATE  *
      *            IN A LATER MONTH) AND THE FIRST (PRIOR DATE IN AN   *
      *            EARLIER MONTH).  BDROLL MOVES THE DATES FORWARD     *
      *            ONCE THE STREAM HAS FINISHED.                       *
      *================================================================*
       01  BUSINESS-DATE-RECORD.
           05 BD-BUSINESS-DATE      PIC 9(08).
           05 FILLER                PIC X.
           05 BD-PRIOR-BUSINESS-DATE
                                    PIC 9(08).
           05 FILLER                PIC X.
           05 BD-NEXT-BUSINESS-DATE PIC 9(08).
           05 FILLER                PIC X.
           05 BD-ROLLED-ON-DATE     PIC 9(08).
           05 FILLER                PIC X.
           05 BD-ROLLED-AT-TIME     PIC 9(06).
