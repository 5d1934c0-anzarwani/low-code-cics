      *================================================================*
      *  CRBREC - RECORD LAYOUTS FOR THE MONTHLY CREDIT-BUREAU FILE    *
      *           CRBUREAU PRODUCES.  FRAMED LIKE THE DAILY            *
      *           TRANSMISSION: ONE HDR RECORD CARRYING THE REPORTING  *
      *           MONTH AHEAD OF THE SEGMENTS AND ONE TRL BEHIND THEM  *
      *           CARRYING THE SEGMENT COUNT AND A HASH TOTAL OF THE   *
      *           CURRENT BALANCES REPORTED.  ONE SEG RECORD PER LOAN  *
      *           REPORTED - WHO THE BORROWER IS AND WHERE THEY LIVE,  *
      *           WHEN THE LOAN OPENED AND FOR HOW MUCH, WHERE IT      *
      *           STANDS NOW AND ITS BUREAU ACCOUNT STATUS.            *
      *================================================================*
       01  BUREAU-HEADER-RECORD.
           05 BH-RECORD-TYPE        PIC X(03).
              88 BUREAU-HEADER-FRAME         VALUE 'HDR'.
           05 FILLER                PIC X.
           05 BH-REPORT-MONTH       PIC 9(06).
           05 FILLER                PIC X.
           05 BH-CREATE-DATE        PIC 9(08).
       01  BUREAU-SEGMENT-RECORD.
           05 BS-RECORD-TYPE        PIC X(03).
              88 BUREAU-SEGMENT              VALUE 'SEG'.
           05 FILLER                PIC X.
           05 BS-LOAN-ID            PIC X(10).
           05 FILLER                PIC X.
           05 BS-BORROWER-NAME      PIC X(30).
           05 FILLER                PIC X.
           05 BS-ADDRESS-LINE-1     PIC X(30).
           05 FILLER                PIC X.
           05 BS-ADDRESS-LINE-2     PIC X(30).
           05 FILLER                PIC X.
           05 BS-CITY               PIC X(20).
           05 FILLER                PIC X.
           05 BS-POSTAL-CODE        PIC X(10).
           05 FILLER                PIC X.
           05 BS-OPEN-DATE          PIC 9(08).
           05 FILLER                PIC X.
           05 BS-ORIG-AMOUNT        PIC 9(12).
           05 FILLER                PIC X.
           05 BS-CURRENT-BALANCE    PIC 9(12).
           05 FILLER                PIC X.
           05 BS-SCHEDULED-EMI      PIC 9(12).
           05 FILLER                PIC X.
           05 BS-ARREARS-AMT        PIC 9(12).
           05 FILLER                PIC X.
           05 BS-DAYS-PAST-DUE      PIC 9(04).
           05 FILLER                PIC X.
           05 BS-ACCOUNT-STATUS     PIC X(02).
              88 BS-STATUS-CURRENT           VALUE '11'.
              88 BS-STATUS-PAID-IN-FULL      VALUE '13'.
              88 BS-STATUS-30-DAYS           VALUE '71'.
              88 BS-STATUS-60-DAYS           VALUE '78'.
              88 BS-STATUS-90-DAYS           VALUE '80'.
              88 BS-STATUS-CHARGED-OFF       VALUE '97'.
           05 FILLER                PIC X.
           05 BS-CHARGEOFF-AMT      PIC 9(12).
           05 FILLER                PIC X.
           05 BS-CHARGEOFF-DATE     PIC 9(08).
           05 FILLER                PIC X.
           05 BS-CLOSED-DATE        PIC 9(08).
       01  BUREAU-TRAILER-RECORD.
           05 BT-RECORD-TYPE        PIC X(03).
              88 BUREAU-TRAILER-FRAME        VALUE 'TRL'.
           05 FILLER                PIC X.
           05 BT-RECORD-COUNT       PIC 9(06).
           05 FILLER                PIC X.
           05 BT-HASH-TOTAL         PIC 9(14).
