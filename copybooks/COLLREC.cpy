      *================================================================*
      *  COLLREC - OUTBOUND AUTO-DEBIT COLLECTION FILE SENT TO THE     *
      *            BANK.  ONE HEADER CARRYING THE BUSINESS DATE THE    *
      *            FILE WAS BUILT, ONE DETAIL PER DEBIT, AND ONE       *
      *            TRAILER CARRYING THE DETAIL COUNT AND A HASH TOTAL  *
      *            OF THE DEBIT AMOUNTS (HIGH ORDER TRUNCATED AT 14    *
      *            DIGITS) - THE SAME FRAMING AS OUR OWN DAILY         *
      *            TRANSMISSION, WITH THE RECORD TYPE IN THE LOAN-ID   *
      *            POSITIONS.                                          *
      *================================================================*
       01  COLLECTION-DETAIL-RECORD.
           05 CD-LOAN-ID            PIC X(10).
           05 FILLER                PIC X.
           05 CD-ROUTING-NUMBER     PIC X(09).
           05 FILLER                PIC X.
           05 CD-ACCOUNT-NUMBER     PIC X(17).
           05 FILLER                PIC X.
           05 CD-ACCOUNT-NAME       PIC X(30).
           05 FILLER                PIC X.
           05 CD-DEBIT-DATE         PIC 9(08).
           05 FILLER                PIC X.
           05 CD-AMOUNT             PIC 9(12).
       01  COLLECTION-HEADER-RECORD.
           05 CH-RECORD-TYPE        PIC X(10).
              88 COLLECTION-HEADER-FRAME      VALUE 'HDR'.
           05 FILLER                PIC X.
           05 CH-BUSINESS-DATE      PIC 9(08).
       01  COLLECTION-TRAILER-RECORD.
           05 CT-RECORD-TYPE        PIC X(10).
              88 COLLECTION-TRAILER-FRAME     VALUE 'TRL'.
           05 FILLER                PIC X.
           05 CT-RECORD-COUNT       PIC 9(06).
           05 FILLER                PIC X.
           05 CT-HASH-TOTAL         PIC 9(14).
