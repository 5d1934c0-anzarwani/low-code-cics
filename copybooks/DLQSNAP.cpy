      *================================================================*
      *  DLQSNAP - SNAPSHOT-RECORD LAYOUT FOR THE RETAINED MONTH-END   *
      *            DELINQUENCY SNAPSHOT FILE.  ONE RECORD PER OPEN OR  *
      *            CHARGED-OFF LOAN PER MONTH END - THE DELINQUENCY    *
      *            BUCKET THE LOAN SAT IN AND ITS BALANCE - SO ONE     *
      *            MONTH CAN BE COMPARED WITH THE NEXT FOR ROLL        *
      *            RATES.  A LOAN PAID OFF DURING THE MONTH HAS NO     *
      *            RECORD FOR THAT MONTH.                              *
      *================================================================*
       01  SNAPSHOT-RECORD.
           05 DS-SNAPSHOT-MONTH     PIC 9(06).
           05 FILLER                PIC X.
           05 DS-LOAN-ID            PIC X(10).
           05 FILLER                PIC X.
           05 DS-BRANCH-CODE        PIC X(04).
           05 FILLER                PIC X.
           05 DS-REGION             PIC X(04).
           05 FILLER                PIC X.
           05 DS-BUCKET             PIC 9(01).
              88 DS-CURRENT                   VALUE 1.
              88 DS-1-TO-29                   VALUE 2.
              88 DS-30-TO-59                  VALUE 3.
              88 DS-60-TO-89                  VALUE 4.
              88 DS-90-PLUS                   VALUE 5.
              88 DS-CHARGED-OFF               VALUE 6.
           05 FILLER                PIC X.
           05 DS-DAYS-PAST          PIC 9(05).
           05 FILLER                PIC X.
           05 DS-BALANCE            PIC 9(12).
           05 FILLER                PIC X.
           05 DS-SNAPSHOT-DATE      PIC 9(08).
