      *            FROM A LOAN WITHOUT A SEPARATE LAYOUT PASS.         *
      *================================================================*
       01  XMIT-HEADER-RECORD.
           05 XH-RECORD-TYPE       PIC X(10).
              88 XMIT-HEADER-FRAME      VALUE 'HDR'.
           05 FILLER               PIC X.
           05 XH-BUSINESS-DATE    PIC 9(08).
       01  XMIT-TRAILER-RECORD.
           05 XT-RECORD-TYPE       PIC X(10).
              88 XMIT-TRAILER-FRAME     VALUE 'TRL'.
           05 FILLER               PIC X.
           05 XT-RECORD-COUNT      PIC 9(06).
