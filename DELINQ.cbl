001893*  09/02/2026  DT   CHARGED-OFF LOANS ARE PASSED OVER - THEY     *
001894*                   BELONG TO RECOVRPT'S RECOVERY TRACKING,      *
001895*                   NOT THE COLLECTIONS WORKLIST.                *
001896*  10/15/2026  DT   A LOAN INSIDE AN APPROVED PAYMENT-HOLIDAY    *
001897*                   WINDOW ON THE FORBEARANCE MASTER IS PASSED   *
001898*                   OVER - IT OWES NOTHING UNTIL THE WINDOW      *
001899*                   CLOSES - AND COUNTED ON THE TOTALS.          *
001900*  10/15/2026  DT   ARREARS ARE NOW AGED AGAINST THE BUSINESS    *
001910*                   DATE ON THE DATE CONTROL FILE BDROLL         *
001920*                   MAINTAINS INSTEAD OF THE SYSTEM CLOCK, SO A  *
001930*                   RUN THAT SLIPS PAST MIDNIGHT OR A CATCH-UP   *
001940*                   RUN AGES EACH LOAN AS OF THE NIGHT IT IS     *
001950*                   ACTUALLY SERVICING.                          *
001952*  10/15/2026  DT   LOAN ID WIDENED FROM 3 TO 10 CHARACTERS FOR  *
001954*                   THE ORIGINATION SYSTEM'S 10-DIGIT ACCOUNT    *
001956*                   NUMBER. WORKLIST LOAN COLUMN WIDENED TO      *
001958*                   MATCH.                                       *
001960*================================================================*
002000*
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
003720     SELECT OPTIONAL RUN-CONTROL-FILE
003730            ASSIGN TO 'run_control_file.txt'
003740            ORGANIZATION IS LINE SEQUENTIAL.
003741
003742     SELECT OPTIONAL FORBEARANCE-FILE
003743            ASSIGN TO 'forbearance_master_file.txt'
003744            ORGANIZATION IS INDEXED
003745            ACCESS MODE IS RANDOM
003746            RECORD KEY IS FB-LOAN-ID.
003800
003810     SELECT OPTIONAL BUSINESS-DATE-FILE
003820            ASSIGN TO 'business_date_file.txt'
003830            ORGANIZATION IS LINE SEQUENTIAL.
003840
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  DAILYOUT-FILE.
004810
004820 FD  RUN-CONTROL-FILE.
004830     COPY RUNCTL.
004840
004850 FD  FORBEARANCE-FILE.
004860     COPY FORBMAST.
004900
004910 FD  BUSINESS-DATE-FILE.
004920     COPY BUSDATE.
004930
005000 WORKING-STORAGE SECTION.
005100 01  WS-EOF                  PIC X VALUE 'N'.
005200     88 AT-END-OF-DAILYOUT-FILE   VALUE 'Y'.
005210 01  WS-FORB-SW              PIC X VALUE 'N'.
005220     88 LOAN-IN-FORBEARANCE       VALUE 'Y'.
005300 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
005310 77  WS-TIME-WORK            PIC 9(08) VALUE ZERO.
005320 77  WS-START-TIME           PIC 9(06) VALUE ZERO.
005600 77  WS-DAYS-PAST            PIC S9(05) VALUE ZERO.
005700 77  WS-READ-COUNT           PIC 9(06) VALUE ZERO.
005800 77  WS-DELINQUENT-COUNT     PIC 9(06) VALUE ZERO.
005810 77  WS-FORBORNE-COUNT       PIC 9(06) VALUE ZERO.
005900 77  WS-BUCKET-SUB           PIC 9(01) COMP VALUE ZERO.
006000 01  WS-BUCKET-TOTALS.
006100     05 WS-BUCKET-ENTRY      OCCURS 4 TIMES.
007500     05 H1-RUN-DATE          PIC 9(08).
007600
007700 01  WS-HEADING-2.
007800     05 FILLER               PIC X(13) VALUE '  LOAN'.
007900     05 FILLER               PIC X(01) VALUE SPACE.
008000     05 FILLER               PIC X(30) VALUE 'BORROWER'.
008100     05 FILLER               PIC X(01) VALUE SPACE.
008900
009000 01  WS-DETAIL-LINE.
009100     05 FILLER               PIC X(03) VALUE SPACES.
009200     05 DL-LOAN-ID           PIC X(10).
009300     05 FILLER               PIC X(01) VALUE SPACE.
009400     05 DL-BORROWER-NAME     PIC X(30).
009500     05 FILLER               PIC X(01) VALUE SPACE.
012300     STOP RUN.
012400
012500 1000-INITIALIZE.
012600     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
012610     ACCEPT WS-TIME-WORK FROM TIME
012620     MOVE WS-TIME-WORK (1:6) TO WS-START-TIME
012700     COMPUTE WS-RUN-DATE-INT =
013000     OPEN INPUT DAILYOUT-FILE
013100     OPEN INPUT BORROWER-MASTER-FILE
013110     OPEN INPUT BRANCH-MASTER-FILE
013120     OPEN INPUT FORBEARANCE-FILE
013200     OPEN OUTPUT WORKLIST-FILE
013300     MOVE SPACES TO WORKLIST-LINE
013400     MOVE WS-RUN-DATE TO H1-RUN-DATE
014000     WRITE WORKLIST-LINE.
014100 1000-EXIT.
014200     EXIT.
014203
014206*----------------------------------------------------------------*
014209*  1050-READ-BUSINESS-DATE                                       *
014212*  TONIGHT'S BUSINESS DATE COMES FROM THE DATE CONTROL FILE,     *
014215*  NOT THE SYSTEM CLOCK, SO A RUN THAT SLIPS PAST MIDNIGHT OR A  *
014218*  CATCH-UP RUN FOR A MISSED NIGHT STAMPS THE RIGHT DATE.  NO    *
014221*  USABLE CONTROL RECORD STOPS THE STEP BEFORE ANYTHING IS       *
014224*  TOUCHED.                                                      *
014227*----------------------------------------------------------------*
014230 1050-READ-BUSINESS-DATE.
014233     OPEN INPUT BUSINESS-DATE-FILE
014236     READ BUSINESS-DATE-FILE
014239         AT END
014242             MOVE ZERO TO BD-BUSINESS-DATE
014245     END-READ
014248     CLOSE BUSINESS-DATE-FILE
014251     IF BD-BUSINESS-DATE NOT NUMERIC
014254        OR BD-BUSINESS-DATE = ZERO
014257         DISPLAY 'DELINQ: NO BUSINESS DATE ON THE DATE CONTROL'
014260                 ' FILE - RUN STOPPED'
014263         MOVE 16 TO RETURN-CODE
014266         STOP RUN
014269     END-IF
014272     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
014275 1050-EXIT.
014278     EXIT.
014300
014400*----------------------------------------------------------------*
014500*  2000-AGE-ONE-LOAN                                            *
015830     IF OUT-CHARGEOFF-STATUS = 'C'
015840         GO TO 2000-EXIT
015850     END-IF
015860*  A LOAN INSIDE AN APPROVED PAYMENT HOLIDAY IS NOT CHASED - ITS
015870*  ARREARS STAND STILL UNTIL THE WINDOW CLOSES.
015880     PERFORM 2050-CHECK-FORBEARANCE THRU 2050-EXIT
015885     IF LOAN-IN-FORBEARANCE
015890         ADD 1 TO WS-FORBORNE-COUNT
015895         GO TO 2000-EXIT
015896     END-IF
015900     IF OUT-ARREARS-AMT NOT NUMERIC
016000         GO TO 2000-EXIT
016100     END-IF
017200 2000-EXIT.
017300     EXIT.
017400
017410*----------------------------------------------------------------*
017420*  2050-CHECK-FORBEARANCE                                        *
017430*  A LOAN IS ON A PAYMENT HOLIDAY WHEN THE FORBEARANCE MASTER    *
017440*  CARRIES A WINDOW, NOT YET ENDED, THAT TONIGHT FALLS INSIDE.   *
017450*----------------------------------------------------------------*
017460 2050-CHECK-FORBEARANCE.
017461     MOVE 'N' TO WS-FORB-SW
017462     MOVE OUT-LOAN-ID TO FB-LOAN-ID
017463     READ FORBEARANCE-FILE
017464         INVALID KEY
017465             GO TO 2050-EXIT
017466     END-READ
017467     IF FB-START-DATE NOT > WS-RUN-DATE
017468        AND FB-END-DATE NOT < WS-RUN-DATE
017469        AND NOT FB-ENDED
017470         MOVE 'Y' TO WS-FORB-SW
017471     END-IF.
017472 2050-EXIT.
017473     EXIT.
017474
017500*----------------------------------------------------------------*
017600*  2100-COMPUTE-AGE                                             *
017700*  DAYS PAST DUE IS RUN DATE MINUS THE DATE OF THE FIRST UNPAID  *
025700     MOVE 'LOANS IN ARREARS...........' TO TL-CAPTION
025800     MOVE WS-DELINQUENT-COUNT TO TL-VALUE
025900     MOVE WS-TOTAL-LINE TO WORKLIST-LINE
026000     WRITE WORKLIST-LINE
026010
026020     MOVE SPACES TO WS-TOTAL-LINE
026030     MOVE 'LOANS ON PAYMENT HOLIDAY...' TO TL-CAPTION
026040     MOVE WS-FORBORNE-COUNT TO TL-VALUE
026050     MOVE WS-TOTAL-LINE TO WORKLIST-LINE
026060     WRITE WORKLIST-LINE.
026100 8000-EXIT.
026200     EXIT.
026300
027800     CLOSE DAILYOUT-FILE
027900     CLOSE BORROWER-MASTER-FILE
027910     CLOSE BRANCH-MASTER-FILE
027920     CLOSE FORBEARANCE-FILE
028000     CLOSE WORKLIST-FILE
028010     PERFORM 9100-STAMP-RUN-LEDGER THRU 9100-EXIT.
028100 9000-EXIT.
