      *================================================================*
      *  FORBMAST - FORBEARANCE-RECORD LAYOUT FOR THE FORBEARANCE      *
      *            MASTER, KEYED ON FB-LOAN-ID.  ONE APPROVED PAYMENT  *
      *            HOLIDAY PER LOAN - THE WINDOW'S START AND END       *
      *            DATES, WHO APPROVED IT, AND THE TREATMENT AT        *
      *            WINDOW END: C CAPITALISES THE SKIPPED INTEREST      *
      *            INTO THE BALANCE AND KEEPS THE ORIGINAL MATURITY,   *
      *            E EXTENDS THE TERM BY THE SKIPPED CYCLES.  FORBMNT  *
      *            ADDS A HOLIDAY AS PENDING; PROCESS MARKS IT ACTIVE  *
      *            THE NIGHT THE WINDOW OPENS, TALLIES EACH SKIPPED    *
      *            CYCLE AND ITS INTEREST, AND MARKS IT ENDED THE      *
      *            NIGHT THE LOAN RE-AMORTISES.  THE PRIOR FIELDS AND  *
      *            APPLIED DATE ARE THE NIGHT'S BEFORE-IMAGE FOR AN    *
      *            OVERRIDE RERUN.                                     *
      *================================================================*
       01  FORBEARANCE-RECORD.
           05 FB-LOAN-ID            PIC X(10).
           05 FILLER                PIC X.
           05 FB-START-DATE         PIC 9(08).
           05 FILLER                PIC X.
           05 FB-END-DATE           PIC 9(08).
           05 FILLER                PIC X.
           05 FB-APPROVED-BY        PIC X(20).
           05 FILLER                PIC X.
           05 FB-TREATMENT          PIC X(01).
              88 FB-CAPITALISE                VALUE 'C'.
              88 FB-EXTEND-TERM               VALUE 'E'.
           05 FILLER                PIC X.
           05 FB-STATUS             PIC X(01).
              88 FB-PENDING                   VALUE 'P'.
              88 FB-ACTIVE                    VALUE 'A'.
              88 FB-ENDED                     VALUE 'E'.
           05 FILLER                PIC X.
           05 FB-ENTERED-DATE       PIC 9(08).
           05 FILLER                PIC X.
           05 FB-EXITED-DATE        PIC 9(08).
           05 FILLER                PIC X.
           05 FB-SKIPPED-CYCLES     PIC 9(02).
           05 FILLER                PIC X.
           05 FB-SKIPPED-INTEREST   PIC 9(12).
           05 FILLER                PIC X.
           05 FB-CAPITALISED-AMT    PIC 9(12).
           05 FILLER                PIC X.
           05 FB-PRIOR-STATUS       PIC X(01).
           05 FILLER                PIC X.
           05 FB-PRIOR-CYCLES       PIC 9(02).
           05 FILLER                PIC X.
           05 FB-PRIOR-INTEREST     PIC 9(12).
           05 FILLER                PIC X.
           05 FB-APPLIED-DATE       PIC 9(08).
