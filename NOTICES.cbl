002000*                   PROVABLY FOLLOWED THE DEMAND.  A LOAN       *
002100*                   WHOSE ARREARS HAVE CLEARED HAS ITS          *
002200*                   HISTORY RESET FOR THE NEXT EPISODE.         *
002210*  10/15/2026  DT   A LOAN INSIDE AN APPROVED PAYMENT-HOLIDAY    *
002220*                   WINDOW ON THE FORBEARANCE MASTER IS LEFT     *
002230*                   ALONE - NO LETTER GOES OUT AND ITS NOTICE    *
002240*                   HISTORY STANDS UNTIL THE WINDOW CLOSES.      *
002248*  10/15/2026  DT   ARREARS ARE NOW AGED AGAINST THE BUSINESS    *
002256*                   DATE ON THE DATE CONTROL FILE BDROLL         *
002264*                   MAINTAINS INSTEAD OF THE SYSTEM CLOCK, SO A  *
002272*                   RUN THAT SLIPS PAST MIDNIGHT OR A CATCH-UP   *
002280*                   RUN AGES EACH LOAN AS OF THE NIGHT IT IS     *
002288*                   ACTUALLY SERVICING.                          *
002290*  10/15/2026  DT   LOAN ID WIDENED FROM 3 TO 10 CHARACTERS FOR  *
002292*                   THE ORIGINATION SYSTEM'S 10-DIGIT ACCOUNT    *
002294*                   NUMBER. LETTER SUBJECT LOAN COLUMN WIDENED   *
002296*                   TO MATCH.                                    *
002300*================================================================*
002400*
002500 ENVIRONMENT DIVISION.
004300            ACCESS MODE IS RANDOM
004400            RECORD KEY IS NH-LOAN-ID.
004500
004510     SELECT OPTIONAL FORBEARANCE-FILE
004520            ASSIGN TO 'forbearance_master_file.txt'
004530            ORGANIZATION IS INDEXED
004540            ACCESS MODE IS RANDOM
004550            RECORD KEY IS FB-LOAN-ID.
004560
004600     SELECT LETTER-FILE
004700            ASSIGN TO 'notice_letters_file.txt'
004800            ORGANIZATION IS LINE SEQUENTIAL.
005100            ASSIGN TO 'run_control_file.txt'
005200            ORGANIZATION IS LINE SEQUENTIAL.
005300
005310     SELECT OPTIONAL BUSINESS-DATE-FILE
005320            ASSIGN TO 'business_date_file.txt'
005330            ORGANIZATION IS LINE SEQUENTIAL.
005340
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  DAILYOUT-FILE.
006200 FD  NOTICE-HISTORY-FILE.
006300     COPY NOTHIST.
006400
006410 FD  FORBEARANCE-FILE.
006420     COPY FORBMAST.
006430
006500 FD  LETTER-FILE.
006600 01  LETTER-LINE             PIC X(80).
006700
006800 FD  RUN-CONTROL-FILE.
006900     COPY RUNCTL.
007000
007010 FD  BUSINESS-DATE-FILE.
007020     COPY BUSDATE.
007030
007100 WORKING-STORAGE SECTION.
007200 01  WS-EOF                  PIC X VALUE 'N'.
007300     88 AT-END-OF-DAILYOUT-FILE   VALUE 'Y'.
007400 01  WS-HIST-FOUND-SW        PIC X VALUE 'N'.
007500     88 HISTORY-RECORD-FOUND      VALUE 'Y'.
007510 01  WS-FORB-SW              PIC X VALUE 'N'.
007520     88 LOAN-IN-FORBEARANCE       VALUE 'Y'.
007600
007700 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
007800 77  WS-RUN-DATE-INT         PIC 9(08) VALUE ZERO.
008500 77  WS-READ-COUNT           PIC 9(06) VALUE ZERO.
008600 77  WS-LETTER-COUNT         PIC 9(06) VALUE ZERO.
008700 77  WS-RESET-COUNT          PIC 9(06) VALUE ZERO.
008710 77  WS-FORBORNE-COUNT       PIC 9(06) VALUE ZERO.
008800
008900 01  WS-PAGE-SEPARATOR.
009000     05 FILLER               PIC X(72) VALUE ALL '='.
010000
010100 01  WS-SUBJECT-LINE.
010200     05 FILLER               PIC X(09) VALUE 'RE: LOAN '.
010300     05 SL-LOAN-ID           PIC X(10).
010400     05 FILLER               PIC X(03) VALUE ' - '.
010500     05 SL-NOTICE-TITLE      PIC X(30).
010600
011700     STOP RUN.
011800
011900 1000-INITIALIZE.
012000     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
012100     ACCEPT WS-TIME-WORK FROM TIME
012200     MOVE WS-TIME-WORK (1:6) TO WS-START-TIME
012300     COMPUTE WS-RUN-DATE-INT =
012500     OPEN INPUT DAILYOUT-FILE
012600     OPEN INPUT BORROWER-MASTER-FILE
012700     OPEN I-O NOTICE-HISTORY-FILE
012705     OPEN INPUT FORBEARANCE-FILE
012710*  THE PRINT FILE IS TONIGHT'S MAIL ONLY - THE PROOF OF WHAT
012720*  WAS EVER SENT LIVES ON THE NOTICE HISTORY, NOT HERE.
012800     OPEN OUTPUT LETTER-FILE.
012900 1000-EXIT.
013000     EXIT.
013003
013006*----------------------------------------------------------------*
013009*  1050-READ-BUSINESS-DATE                                       *
013012*  TONIGHT'S BUSINESS DATE COMES FROM THE DATE CONTROL FILE,     *
013015*  NOT THE SYSTEM CLOCK, SO A RUN THAT SLIPS PAST MIDNIGHT OR A  *
013018*  CATCH-UP RUN FOR A MISSED NIGHT STAMPS THE RIGHT DATE.  NO    *
013021*  USABLE CONTROL RECORD STOPS THE STEP BEFORE ANYTHING IS       *
013024*  TOUCHED.                                                      *
013027*----------------------------------------------------------------*
013030 1050-READ-BUSINESS-DATE.
013033     OPEN INPUT BUSINESS-DATE-FILE
013036     READ BUSINESS-DATE-FILE
013039         AT END
013042             MOVE ZERO TO BD-BUSINESS-DATE
013045     END-READ
013048     CLOSE BUSINESS-DATE-FILE
013051     IF BD-BUSINESS-DATE NOT NUMERIC
013054        OR BD-BUSINESS-DATE = ZERO
013057         DISPLAY 'NOTICES: NO BUSINESS DATE ON THE DATE CONTROL'
013060                 ' FILE - RUN STOPPED'
013063         MOVE 16 TO RETURN-CODE
013066         STOP RUN
013069     END-IF
013072     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
013075 1050-EXIT.
013078     EXIT.
013100
013200*----------------------------------------------------------------*
013300*  2000-WORK-ONE-LOAN                                            *
014730     IF OUT-CHARGEOFF-STATUS = 'C'
014740         GO TO 2000-EXIT
014750     END-IF
014760*  A LOAN INSIDE AN APPROVED PAYMENT HOLIDAY IS LEFT ALONE - NO
014770*  LETTER, AND NO RESET OF ITS NOTICE HISTORY EITHER.
014780     PERFORM 2050-CHECK-FORBEARANCE THRU 2050-EXIT
014785     IF LOAN-IN-FORBEARANCE
014790         ADD 1 TO WS-FORBORNE-COUNT
014795         GO TO 2000-EXIT
014796     END-IF
014800     IF OUT-ARREARS-AMT NOT NUMERIC
014900         GO TO 2000-EXIT
015000     END-IF
016600 2000-EXIT.
016700     EXIT.
016800
016810*----------------------------------------------------------------*
016820*  2050-CHECK-FORBEARANCE                                        *
016830*  A LOAN IS ON A PAYMENT HOLIDAY WHEN THE FORBEARANCE MASTER    *
016840*  CARRIES A WINDOW, NOT YET ENDED, THAT TONIGHT FALLS INSIDE.   *
016850*----------------------------------------------------------------*
016860 2050-CHECK-FORBEARANCE.
016861     MOVE 'N' TO WS-FORB-SW
016862     MOVE OUT-LOAN-ID TO FB-LOAN-ID
016863     READ FORBEARANCE-FILE
016864         INVALID KEY
016865             GO TO 2050-EXIT
016866     END-READ
016867     IF FB-START-DATE NOT > WS-RUN-DATE
016868        AND FB-END-DATE NOT < WS-RUN-DATE
016869        AND NOT FB-ENDED
016870         MOVE 'Y' TO WS-FORB-SW
016871     END-IF.
016872 2050-EXIT.
016873     EXIT.
016874
016900*----------------------------------------------------------------*
017000*  2100-COMPUTE-AGE                                             *
017100*  THE SAME AGING DELINQ APPLIES: DAYS PAST DUE IS RUN DATE      *
041200     CLOSE DAILYOUT-FILE
041300     CLOSE BORROWER-MASTER-FILE
041400     CLOSE NOTICE-HISTORY-FILE
041410     CLOSE FORBEARANCE-FILE
041500     CLOSE LETTER-FILE
041600     PERFORM 9100-STAMP-RUN-LEDGER THRU 9100-EXIT
041700     DISPLAY 'NOTICES RECORDS READ:   ' WS-READ-COUNT
041800     DISPLAY 'NOTICES LETTERS WRITTEN:' WS-LETTER-COUNT
041900     DISPLAY 'NOTICES EPISODES RESET: ' WS-RESET-COUNT
041910     DISPLAY 'NOTICES ON HOLIDAY:     ' WS-FORBORNE-COUNT.
042000 9000-EXIT.
042100     EXIT.
042200
