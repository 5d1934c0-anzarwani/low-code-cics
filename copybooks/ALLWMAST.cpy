      *================================================================*
      *  ALLWMAST - ALLOWANCE-RECORD LAYOUT FOR THE LOAN-LOSS          *
      *             ALLOWANCE MASTER, KEYED ON AL-MONTH.  ONE RECORD   *
      *             PER MONTH END: THE ALLOWANCE THE RESERVE RATES     *
      *             CALLED FOR, THE PRIOR MONTH'S FIGURE IT WAS        *
      *             COMPARED WITH, AND THE CHANGE POSTED TO THE GL     *
      *             EXTRACT ON AL-POSTED-DATE - AN INCREASE (I) IS A   *
      *             PROVISION, A DECREASE (R) A RELEASE.  A RERUN OF   *
      *             THE MONTH FINDS ITS OWN RECORD AND REPLACES THE    *
      *             POSTING INSTEAD OF ADDING A SECOND ONE.            *
      *================================================================*
       01  ALLOWANCE-RECORD.
           05 AL-MONTH              PIC 9(06).
           05 FILLER                PIC X.
           05 AL-POSTED-DATE        PIC 9(08).
           05 FILLER                PIC X.
           05 AL-REQUIRED-AMT       PIC 9(14).
           05 FILLER                PIC X.
           05 AL-PRIOR-AMT          PIC 9(14).
           05 FILLER                PIC X.
           05 AL-CHANGE-AMT         PIC 9(14).
           05 FILLER                PIC X.
           05 AL-CHANGE-TYPE        PIC X(01).
              88 AL-PROVISION                 VALUE 'I'.
              88 AL-RELEASE                   VALUE 'R'.
