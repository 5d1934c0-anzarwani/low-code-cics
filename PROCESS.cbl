003801*                   BEFORE-IMAGE.  A LUMP SUM KEYED ON THE       *
003802*                   PREPAYMENT FILE FOR A CHARGED-OFF LOAN NOW   *
003803*                   APPLIES AS A RECOVERY AS WELL.               *
003804*  10/15/2026  DT   EACH HISTORY RECORD NOW ALSO CARRIES THE     *
003805*                   NIGHT'S MONEY-APPLICATION BEFORE-IMAGE - DUE *
003806*                   DATE, TERM, BALANCE AT THE RECEIPT MATCH,    *
003807*                   ARREARS, PENALTY AND SUSPENSE COMING IN, THE *
003808*                   RECEIPT, THE SCHEDULED EMI AND ITS SPLIT,    *
003809*                   AND THE ARREARS AND SUSPENSE GOING OUT - SO  *
003810*                   NSFREV CAN BACK OUT A RECEIPT THE BANK       *
003811*                   RETURNS AFTER IT WAS APPLIED.                *
003812*  10/15/2026  DT   A LOAN ON AN APPROVED PAYMENT HOLIDAY FROM   *
003813*                   THE NEW FORBEARANCE MASTER FORBMNT KEEPS     *
003814*                   HAS ITS DUE DATE ROLLED THROUGH THE WINDOW   *
003815*                   WITHOUT TAKING AN EMI, ACCRUING ARREARS OR   *
003816*                   CHARGING PENALTY, AND THE SKIPPED CYCLES     *
003817*                   AND THEIR INTEREST ARE TALLIED ON THE        *
003818*                   MASTER.  THE NIGHT THE WINDOW CLOSES THE     *
003819*                   LOAN RE-AMORTISES OVER THE AGREED REMAINING  *
003820*                   TERM - THE SKIPPED INTEREST CAPITALISED      *
003821*                   (POSTED UNDER 1000-160/4000-260) WITH THE    *
003822*                   ORIGINAL MATURITY KEPT, OR THE TERM          *
003823*                   EXTENDED BY THE SKIPPED CYCLES.              *
003825*  10/15/2026  DT   THE RUN DATE NOW COMES FROM THE BUSINESS-    *
003827*                   DATE CONTROL FILE BDROLL MAINTAINS INSTEAD   *
003829*                   OF THE SYSTEM CLOCK, SO A RUN THAT SLIPS     *
003831*                   PAST MIDNIGHT OR A CATCH-UP RUN STAMPS THE   *
003833*                   NIGHT IT IS ACTUALLY SERVICING.              *
003834*  10/15/2026  DT   A DUE DATE ROLLED ONTO A WEEKEND OR ONTO A   *
003835*                   HOLIDAY ON THE NEW HOLIDAY CALENDAR NOW      *
003836*                   MOVES TO THE NEXT BUSINESS DAY, AND THE      *
003837*                   FOLLOWING ROLL STILL FALLS DUE ON THE        *
003838*                   LOAN'S PAYMENT DAY.                          *
003839*  10/15/2026  DT   A DUE CYCLE ADCOLL SENT THE BANK UNDER AN    *
003840*                   AUTO-DEBIT MANDATE IS NOW SETTLED ON THE     *
003841*                   COLLECTIONS MASTER - COLLECTED WHEN THE      *
003842*                   BANK'S DEBIT CAME BACK, FAILED WHEN IT DID   *
003843*                   NOT - AND RECEIPTS ARE COUNTED BY SOURCE.    *
003847*  10/15/2026  DT   LOAN ID WIDENED FROM 3 TO 10 CHARACTERS FOR  *
003851*                   THE ORIGINATION SYSTEM'S 10-DIGIT ACCOUNT    *
003855*                   NUMBER. SUPPLEMENTAL AND GL WORK IMAGES AND  *
003859*                   CHECKPOINT RESTART ID WIDENED. HDR/TRL       *
003863*                   FRAMES STILL SIT IN THE LOAN ID POSITIONS.   *
003870*================================================================*
003880*
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
007508            ORGANIZATION IS INDEXED
007509            ACCESS MODE IS RANDOM
007510            RECORD KEY IS CM-LOAN-ID.
007511
007512     SELECT OPTIONAL FORBEARANCE-FILE
007513            ASSIGN TO 'forbearance_master_file.txt'
007514            ORGANIZATION IS INDEXED
007515            ACCESS MODE IS RANDOM
007516            RECORD KEY IS FB-LOAN-ID.
007520
007530     SELECT OPTIONAL BUSINESS-DATE-FILE
007540            ASSIGN TO 'business_date_file.txt'
007550            ORGANIZATION IS LINE SEQUENTIAL.
007560
007561     SELECT OPTIONAL HOLIDAY-FILE
007562            ASSIGN TO 'holiday_calendar_file.txt'
007563            ORGANIZATION IS INDEXED
007564            ACCESS MODE IS RANDOM
007565            RECORD KEY IS HOL-DATE.
007566
007567     SELECT OPTIONAL COLLECTION-PENDING-FILE
007568            ASSIGN TO 'collection_pending_file.txt'
007569            ORGANIZATION IS INDEXED
007570            ACCESS MODE IS RANDOM
007571            RECORD KEY IS PC-KEY.
007572
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  DAILY-FILE.
007900     COPY DLYREC.
007910
007920 FD  SUPPLEMENTAL-FILE.
007930 01  SUPPLEMENTAL-RECORD     PIC X(80).
008000
008100 FD  OUT-FILE.
008200     COPY OUTREC.
009700     COPY GLEXTR.
009710
009720 FD  GL-EXTRACT-WORK-FILE.
009730 01  GL-EXTRACT-WORK-RECORD  PIC X(85).
009800
009900 FD  PREPAYMENT-FILE.
010000     COPY PREPAYRC.
010101
010102 FD  CHARGEOFF-MASTER-FILE.
010103     COPY CHGMAST.
010104
010105 FD  FORBEARANCE-FILE.
010106     COPY FORBMAST.
010110
010120 FD  BUSINESS-DATE-FILE.
010130     COPY BUSDATE.
010140
010150 FD  HOLIDAY-FILE.
010160     COPY HOLCAL.
010170
010171 FD  COLLECTION-PENDING-FILE.
010172     COPY COLLPND.
010173
010200 WORKING-STORAGE SECTION.
010300 01  WS-VALID-SW         PIC X VALUE 'Y'.
010400     88 RECORD-IS-VALID             VALUE 'Y'.
012000 77  WS-RATE-FACTOR      PIC 9(09)V9(08) VALUE ZERO.
012100 77  WS-PRINCIPAL-AMT    PIC 9(12) VALUE ZERO.
012200 77  WS-INTEREST-AMT     PIC 9(12) VALUE ZERO.
012300 77  WS-LAST-CKPT-ID     PIC X(10) VALUE SPACES.
012400 77  WS-WRITE-COUNT      PIC 9(06) VALUE ZERO.
012500 77  WS-CKPT-INTERVAL    PIC 9(06) VALUE 1.
012600 77  WS-RUN-DATE         PIC 9(08) VALUE ZERO.
013493 77  WS-PEN-START-BAL    PIC 9(12) VALUE ZERO.
013494 77  WS-CM-START-RECOV   PIC 9(12) VALUE ZERO.
013495     COPY XMITREC.
013496 77  WS-LEFT-AT-MATCH    PIC 9(12) VALUE ZERO.
013497 77  WS-SCHED-EMI        PIC 9(12) VALUE ZERO.
013498 77  WS-SCHED-PRINCIPAL  PIC 9(12) VALUE ZERO.
013499 77  WS-SCHED-INTEREST   PIC 9(12) VALUE ZERO.
013500 01  WS-FORB-SW          PIC X VALUE 'N'.
013501     88 LOAN-IN-FORBEARANCE         VALUE 'Y'.
013502 77  WS-FORB-CYCLE-INT   PIC 9(12) VALUE ZERO.
013503 77  WS-FORB-TERM        PIC 9(02) VALUE ZERO.
013504 77  WS-CAPITALISED-AMT  PIC 9(12) VALUE ZERO.
013505 77  WS-GL-CAP-PRIN-ACCT PIC X(08) VALUE '1000-160'.
013506 77  WS-GL-CAP-INT-ACCT  PIC X(08) VALUE '4000-260'.
013507 01  WS-BUSDAY-SW        PIC X VALUE 'N'.
013508     88 DUE-IS-BUSINESS-DAY         VALUE 'Y'.
013509 77  WS-DUE-DATE-INT     PIC 9(07) VALUE ZERO.
013510 77  WS-WEEK-QUOT        PIC 9(07) VALUE ZERO.
013511 77  WS-WEEKDAY-REM      PIC 9(01) VALUE ZERO.
013512 77  WS-AUTO-RCPT-COUNT  PIC 9(06) VALUE ZERO.
013513 77  WS-WALKIN-RCPT-COUNT PIC 9(06) VALUE ZERO.
013514 77  WS-COLL-OK-COUNT    PIC 9(06) VALUE ZERO.
013515 77  WS-COLL-FAIL-COUNT  PIC 9(06) VALUE ZERO.
013590
013600 PROCEDURE DIVISION.
013700 0000-MAINLINE.
013800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
014900*  PROCESSING LOOP STARTS.                                      *
015000*----------------------------------------------------------------*
015100 1000-INITIALIZE.
015200     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
015210     ACCEPT WS-TIME-WORK FROM TIME
015220     MOVE WS-TIME-WORK (1:6) TO WS-START-TIME
015230     PERFORM 1400-CHECK-RUN-LEDGER THRU 1400-EXIT
016730     OPEN I-O SUSPENSE-FILE
016740     OPEN INPUT LOAN-TERMS-FILE
016750     OPEN I-O CHARGEOFF-MASTER-FILE
016760     OPEN I-O FORBEARANCE-FILE
016770     OPEN INPUT HOLIDAY-FILE
016780     OPEN I-O COLLECTION-PENDING-FILE
016800     IF RESTART-IN-PROGRESS
016900         PERFORM 1200-SKIP-TO-CHECKPOINT THRU 1200-EXIT
017000     END-IF.
017100 1000-EXIT.
017200     EXIT.
017203
017206*----------------------------------------------------------------*
017209*  1050-READ-BUSINESS-DATE                                       *
017212*  TONIGHT'S BUSINESS DATE COMES FROM THE DATE CONTROL FILE,     *
017215*  NOT THE SYSTEM CLOCK, SO A RUN THAT SLIPS PAST MIDNIGHT OR A  *
017218*  CATCH-UP RUN FOR A MISSED NIGHT STAMPS THE RIGHT DATE.  NO    *
017221*  USABLE CONTROL RECORD STOPS THE STEP BEFORE ANYTHING IS       *
017224*  TOUCHED.                                                      *
017227*----------------------------------------------------------------*
017230 1050-READ-BUSINESS-DATE.
017233     OPEN INPUT BUSINESS-DATE-FILE
017236     READ BUSINESS-DATE-FILE
017239         AT END
017242             MOVE ZERO TO BD-BUSINESS-DATE
017245     END-READ
017248     CLOSE BUSINESS-DATE-FILE
017251     IF BD-BUSINESS-DATE NOT NUMERIC
017254        OR BD-BUSINESS-DATE = ZERO
017257         DISPLAY 'PROCESS: NO BUSINESS DATE ON THE DATE CONTROL'
017260                 ' FILE - RUN STOPPED'
017263         MOVE 16 TO RETURN-CODE
017266         STOP RUN
017269     END-IF
017272     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
017275 1050-EXIT.
017278     EXIT.
017300
017400 1100-CHECK-FOR-RESTART.
017500     OPEN INPUT CHECKPOINT-FILE
021270*  THAT ALREADY POSTED - AN OVERRIDE RERUN - WOULD APPEND THE    *
021271*  WHOLE NIGHT A SECOND TIME, BREAK LOANBAL'S GL-COUNT PROOF     *
021272*  AND DOUBLE-COUNT THE MONTH IN GLCLOSE.  ONLY THE SERVICING    *
021273*  POSTINGS THIS RUN WILL REGENERATE ARE DROPPED - 1000-100 IN   *
021274*  THE PRINCIPAL SLOT, OR 1000-160 FOR INTEREST CAPITALISED AT   *
021275*  HOLIDAY END.  CHGOFF'S 5000-SERIES LOSS POSTINGS FOR THE      *
021276*  SAME DATE ARE NOT OURS TO REGENERATE AND ARE KEPT, ELSE AN    *
021277*  OVERRIDE RERUN WOULD SILENTLY ERASE THE WRITE-OFF FROM THE    *
021278*  LEDGER (GLCLOSE HAS NO HISTORY COUNTERPART TO CATCH IT).      *
021308     END-READ
021309     IF GL-RUN-DATE NUMERIC
021310        AND GL-RUN-DATE = WS-RUN-DATE
021311        AND (GL-PRINCIPAL-ACCT = '1000-100' OR = '1000-160')
021312         ADD 1 TO WS-GL-PURGED-COUNT
021313         GO TO 1510-EXIT
021314     END-IF
023000     END-IF
023100
023200     PERFORM 2400-LOOKUP-BORROWER THRU 2400-EXIT
023201*  THE HISTORY RECORD'S BEFORE-IMAGE STARTS CLEAN EVERY LOAN.
023202     MOVE ZERO TO WS-RECEIPT-AMT
023203     MOVE ZERO TO WS-SUSP-START-BAL
023204     MOVE ZERO TO WS-PEN-START-BAL
023205     MOVE ZERO TO WS-AVAILABLE-AMT
023206     MOVE ZERO TO WS-SCHED-EMI
023207     MOVE ZERO TO WS-SCHED-PRINCIPAL
023208     MOVE ZERO TO WS-SCHED-INTEREST
023209     MOVE LOAN-LEFT TO WS-LEFT-AT-MATCH
023210
023211*  NOTHING IS ON A PAYMENT HOLIDAY UNTIL 2480 SAYS SO.
023212     MOVE 'N' TO WS-FORB-SW
023213     MOVE ZERO TO WS-CAPITALISED-AMT
023220     PERFORM 2420-CHECK-CHARGEOFF THRU 2420-EXIT
023230     IF LOAN-IS-CHARGED-OFF
023240         PERFORM 2430-SERVICE-CHARGED-OFF THRU 2430-EXIT
023250         GO TO 2020-WRITE-RESULTS
023260     END-IF
023261
023262*  A LOAN ON A PAYMENT HOLIDAY IS FLAGGED HERE, AND ONE WHOSE
023263*  HOLIDAY HAS JUST CLOSED IS RE-AMORTISED BEFORE ITS TERM AND
023264*  BALANCE ARE PICKED UP BELOW.
023270     PERFORM 2480-CHECK-FORBEARANCE THRU 2480-EXIT
023300
023400     MOVE LOAN-TERM TO WS-TERM-NUM
023500     MOVE LOAN-LEFT TO WS-BEGINNING-BALANCE
023600     PERFORM 2450-APPLY-PREPAYMENT THRU 2450-EXIT
023610     MOVE LOAN-LEFT TO WS-LEFT-AT-MATCH
023700
023710     MOVE 'N' TO WS-DUE-SW
023720     MOVE LOAN-NEXT-DUE-DATE TO WS-NEXT-DUE-DATE
023763     PERFORM 2465-FETCH-PENALTY THRU 2465-EXIT
023764
023800     IF LOAN-LEFT = ZERO OR NOT EMI-IS-DUE
023810        OR LOAN-IN-FORBEARANCE
023900         MOVE ZERO TO WS-EMI
024000         MOVE ZERO TO WS-PRINCIPAL-AMT
024100         MOVE ZERO TO WS-INTEREST-AMT
024120*  AGAINST THE ARREARS AND PENALTY - WITH A ZERO EMI THE MATCH
024130*  POSTS TRIVIALLY AND NOTHING NEW ACCRUES.
024140         PERFORM 2460-MATCH-RECEIPT THRU 2460-EXIT
024141         PERFORM 2495-SETTLE-COLLECTION THRU 2495-EXIT
024150*  A DUE CYCLE INSIDE A PAYMENT HOLIDAY TAKES NO EMI, ACCRUES NO
024160*  ARREARS AND CHARGES NO PENALTY - IT IS TALLIED AND ITS DUE
024170*  DATE ROLLS AS IF IT HAD BEEN PAID.
024180         IF LOAN-IN-FORBEARANCE AND EMI-IS-DUE
024185             PERFORM 2485-SKIP-FORBORNE-CYCLE THRU 2485-EXIT
024190         END-IF
024200     ELSE
024300         PERFORM 2500-COMPUTE-EMI THRU 2500-EXIT
024400         IF RECORD-IS-INVALID
024500             PERFORM 2060-WRITE-EXCEPTION THRU 2060-EXIT
024600             GO TO 2000-EXIT
024700         END-IF
024701         MOVE WS-EMI TO WS-SCHED-EMI
024702         MOVE WS-PRINCIPAL-AMT TO WS-SCHED-PRINCIPAL
024703         MOVE WS-INTEREST-AMT TO WS-SCHED-INTEREST
024705         PERFORM 2460-MATCH-RECEIPT THRU 2460-EXIT
024706         PERFORM 2470-ASSESS-PENALTY THRU 2470-EXIT
024707         PERFORM 2495-SETTLE-COLLECTION THRU 2495-EXIT
024710         PERFORM 2550-ROLL-DUE-DATE THRU 2550-EXIT
024800     END-IF.
024900
040705     EXIT.
040706
040707*----------------------------------------------------------------*
040708*  2480-CHECK-FORBEARANCE                                        *
040709*  LOOKS THE LOAN UP ON THE FORBEARANCE MASTER FORBMNT KEEPS.    *
040710*  INSIDE AN APPROVED PAYMENT-HOLIDAY WINDOW THE LOAN IS         *
040711*  FLAGGED (AND MARKED ACTIVE THE NIGHT THE WINDOW OPENS); ONCE  *
040712*  THE WINDOW HAS CLOSED IT IS RE-AMORTISED BY 2490.  A RECORD   *
040713*  ALREADY STAMPED WITH TONIGHT'S APPLIED DATE IS AN OVERRIDE    *
040714*  RERUN AND RESTARTS FROM ITS BEFORE-IMAGE.                     *
040715*----------------------------------------------------------------*
040716 2480-CHECK-FORBEARANCE.
040717     MOVE LOAN-ID TO FB-LOAN-ID
040718     READ FORBEARANCE-FILE
040719         INVALID KEY
040720             GO TO 2480-EXIT
040721     END-READ
040722     IF FB-APPLIED-DATE NUMERIC
040723        AND FB-APPLIED-DATE = WS-RUN-DATE
040724         MOVE FB-PRIOR-STATUS TO FB-STATUS
040725         MOVE FB-PRIOR-CYCLES TO FB-SKIPPED-CYCLES
040726         MOVE FB-PRIOR-INTEREST TO FB-SKIPPED-INTEREST
040727     END-IF
040728     IF FB-ENDED OR FB-START-DATE > WS-RUN-DATE
040729         GO TO 2480-EXIT
040730     END-IF
040731     MOVE FB-STATUS TO FB-PRIOR-STATUS
040732     MOVE FB-SKIPPED-CYCLES TO FB-PRIOR-CYCLES
040733     MOVE FB-SKIPPED-INTEREST TO FB-PRIOR-INTEREST
040734     MOVE WS-RUN-DATE TO FB-APPLIED-DATE
040735     IF FB-END-DATE < WS-RUN-DATE
040736         PERFORM 2490-END-FORBEARANCE THRU 2490-EXIT
040737     ELSE
040738         MOVE 'Y' TO WS-FORB-SW
040739         IF FB-PENDING
040740             MOVE 'A' TO FB-STATUS
040741             MOVE WS-RUN-DATE TO FB-ENTERED-DATE
040742         END-IF
040743     END-IF
040744     REWRITE FORBEARANCE-RECORD
040745         INVALID KEY
040746             CONTINUE
040747     END-REWRITE.
040748 2480-EXIT.
040749     EXIT.
040750
040751*----------------------------------------------------------------*
040752*  2485-SKIP-FORBORNE-CYCLE                                      *
040753*  A DUE DATE INSIDE THE WINDOW.  THE CYCLE IS TALLIED WITH THE  *
040754*  INTEREST IT WOULD HAVE CARRIED, FOR THE TREATMENT AT WINDOW   *
040755*  END, AND THE DUE DATE ROLLS ON.                               *
040756*----------------------------------------------------------------*
040757 2485-SKIP-FORBORNE-CYCLE.
040758     COMPUTE WS-MONTHLY-RATE ROUNDED = (LOAN-RATE / 12) / 100
040759     COMPUTE WS-FORB-CYCLE-INT ROUNDED =
040760         LOAN-LEFT * WS-MONTHLY-RATE
040761     ADD 1 TO FB-SKIPPED-CYCLES
040762     ADD WS-FORB-CYCLE-INT TO FB-SKIPPED-INTEREST
040763     REWRITE FORBEARANCE-RECORD
040764         INVALID KEY
040765             CONTINUE
040766     END-REWRITE
040767     PERFORM 2550-ROLL-DUE-DATE THRU 2550-EXIT.
040768 2485-EXIT.
040769     EXIT.
040770
040771*----------------------------------------------------------------*
040772*  2490-END-FORBEARANCE                                          *
040773*  THE WINDOW HAS CLOSED AND THE LOAN RE-AMORTISES OVER THE      *
040774*  AGREED REMAINING TERM.  CAPITALISE (C): THE SKIPPED INTEREST  *
040775*  JOINS THE BALANCE AND THE TERM GIVES BACK THE SKIPPED CYCLES, *
040776*  SO THE ORIGINAL MATURITY HOLDS - 2910 POSTS THE INTEREST.     *
040777*  EXTEND (E): BALANCE AND TERM STAND AND MATURITY MOVES OUT.    *
040778*  EITHER WAY 2500 PRICES THE EMI OFF THE NEW BALANCE AND TERM.  *
040779*----------------------------------------------------------------*
040780 2490-END-FORBEARANCE.
040781     MOVE 'E' TO FB-STATUS
040782     MOVE WS-RUN-DATE TO FB-EXITED-DATE
040783     MOVE ZERO TO FB-CAPITALISED-AMT
040784     IF NOT FB-CAPITALISE OR FB-SKIPPED-CYCLES = ZERO
040785        OR LOAN-LEFT = ZERO
040786         GO TO 2490-EXIT
040787     END-IF
040788     ADD FB-SKIPPED-INTEREST TO LOAN-LEFT
040789     MOVE FB-SKIPPED-INTEREST TO FB-CAPITALISED-AMT
040790     MOVE FB-SKIPPED-INTEREST TO WS-CAPITALISED-AMT
040791     MOVE LOAN-TERM TO WS-FORB-TERM
040792     IF WS-FORB-TERM > FB-SKIPPED-CYCLES
040793         SUBTRACT FB-SKIPPED-CYCLES FROM WS-FORB-TERM
040794     ELSE
040795         MOVE 1 TO WS-FORB-TERM
040796     END-IF
040797     MOVE WS-FORB-TERM TO LOAN-TERM.
040798 2490-EXIT.
040799     EXIT.
040800
040801*----------------------------------------------------------------*
040802*  2495-SETTLE-COLLECTION                                        *
040803*  TONIGHT'S RECEIPT, IF ANY, IS COUNTED AS THE BANK'S AUTO-DEBIT*
040804*  OR A WALK-IN PAYMENT.  A DUE CYCLE ADCOLL SENT TO THE BANK IS *
040805*  THEN SETTLED ON THE COLLECTIONS MASTER: COLLECTED WHEN THE    *
040806*  AUTO-DEBIT CAME BACK, FAILED WHEN IT DID NOT - A WALK-IN      *
040807*  PAYMENT ON THE DUE NIGHT STILL MEANS THE DEBIT FAILED.  A     *
040808*  RECORD SETTLED TONIGHT IS SETTLED AGAIN ON AN OVERRIDE RERUN, *
040809*  AND ONE SETTLED ON AN EARLIER NIGHT IS LEFT ALONE.            *
040810*----------------------------------------------------------------*
040811 2495-SETTLE-COLLECTION.
040812     IF WS-RECEIPT-AMT > ZERO
040813         IF RCPT-AUTO-DEBIT
040814             ADD 1 TO WS-AUTO-RCPT-COUNT
040815         ELSE
040816             ADD 1 TO WS-WALKIN-RCPT-COUNT
040817         END-IF
040818     END-IF
040819     IF NOT EMI-IS-DUE
040820         GO TO 2495-EXIT
040821     END-IF
040822     MOVE LOAN-ID TO PC-LOAN-ID
040823     MOVE LOAN-NEXT-DUE-DATE TO PC-DUE-DATE
040824     READ COLLECTION-PENDING-FILE
040825         INVALID KEY
040826             GO TO 2495-EXIT
040827     END-READ
040828     IF NOT PC-PENDING
040829        AND PC-SETTLED-DATE NOT = WS-RUN-DATE
040830         GO TO 2495-EXIT
040831     END-IF
040832     IF WS-RECEIPT-AMT > ZERO AND RCPT-AUTO-DEBIT
040833         MOVE 'S' TO PC-STATUS
040834         MOVE WS-RECEIPT-AMT TO PC-RECEIVED-AMT
040835         ADD 1 TO WS-COLL-OK-COUNT
040836     ELSE
040837         MOVE 'F' TO PC-STATUS
040838         MOVE ZERO TO PC-RECEIVED-AMT
040839         ADD 1 TO WS-COLL-FAIL-COUNT
040840     END-IF
040841     MOVE WS-RUN-DATE TO PC-SETTLED-DATE
040842     REWRITE COLLECTION-PENDING-RECORD
040843         INVALID KEY
040844             CONTINUE
040845     END-REWRITE.
040846 2495-EXIT.
040847     EXIT.
040848
041392*----------------------------------------------------------------*
041393*  2500-COMPUTE-EMI                                             *
041394*  EMI = P*R*(1+R)**N / ((1+R)**N-1), WHERE R IS THE MONTHLY     *
041395*  RATE AND N IS THE REMAINING TERM.  A ZERO LOAN-RATE FALLS     *
041396*  BACK TO THE ORIGINAL STRAIGHT-LINE DIVISION.  INTEREST FOR    *
041397*  THE PERIOD IS BALANCE TIMES THE MONTHLY RATE, AND PRINCIPAL   *
041398*  IS WHAT IS LEFT OF THE EMI ONCE INTEREST IS TAKEN OUT.        *
041399*----------------------------------------------------------------*
041400 2500-COMPUTE-EMI.
041500     IF LOAN-RATE = ZERO
041600         DIVIDE LOAN-LEFT BY WS-TERM-NUM GIVING WS-EMI
044691*----------------------------------------------------------------*
044692 2550-ROLL-DUE-DATE.
044693     MOVE LOAN-NEXT-DUE-DATE TO WS-DUE-DATE-NUM
044694*  A DUE DATE THAT WAS MOVED OFF A WEEKEND OR HOLIDAY INTO THE
044695*  FIRST DAYS OF THE FOLLOWING MONTH STILL BELONGS TO THE MONTH
044696*  BEFORE - STEP BACK TO IT SO THE ROLL DOES NOT SKIP A CYCLE.
044697     IF WS-DUE-DAY < LOAN-PAYMENT-DAY AND WS-DUE-DAY < 15
044698         SUBTRACT 1 FROM WS-DUE-MONTH
044699         IF WS-DUE-MONTH = ZERO
044700             MOVE 12 TO WS-DUE-MONTH
044701             SUBTRACT 1 FROM WS-DUE-YEAR
044702         END-IF
044703     END-IF
044704     ADD 1 TO WS-DUE-MONTH
044705     IF WS-DUE-MONTH > 12
044706         MOVE 1 TO WS-DUE-MONTH
044707         ADD 1 TO WS-DUE-YEAR
044708     END-IF
044709     MOVE WS-MONTH-DAYS (WS-DUE-MONTH) TO WS-MAX-DAY
044710     IF WS-DUE-MONTH = 2
044711         DIVIDE WS-DUE-YEAR BY 400 GIVING WS-LEAP-QUOT
044712             REMAINDER WS-LEAP-REM
044713         IF WS-LEAP-REM = ZERO
044714             MOVE 29 TO WS-MAX-DAY
044715         ELSE
044716             DIVIDE WS-DUE-YEAR BY 100 GIVING WS-LEAP-QUOT
044717                 REMAINDER WS-LEAP-REM
044718             IF WS-LEAP-REM NOT = ZERO
044719                 DIVIDE WS-DUE-YEAR BY 4 GIVING WS-LEAP-QUOT
044720                     REMAINDER WS-LEAP-REM
044721                 IF WS-LEAP-REM = ZERO
044722                     MOVE 29 TO WS-MAX-DAY
044723                 END-IF
044724             END-IF
044725         END-IF
044726     END-IF
044727     IF LOAN-PAYMENT-DAY < 1 OR LOAN-PAYMENT-DAY > WS-MAX-DAY
044728         MOVE WS-MAX-DAY TO WS-DUE-DAY
044729     ELSE
044730         MOVE LOAN-PAYMENT-DAY TO WS-DUE-DAY
044731     END-IF
044732     MOVE WS-DUE-DATE-NUM TO WS-NEXT-DUE-DATE
044733     PERFORM 2560-SKIP-NON-BUSINESS-DAYS THRU 2560-EXIT.
044734 2550-EXIT.
044735     EXIT.
044736
044737*----------------------------------------------------------------*
044738*  2560-SKIP-NON-BUSINESS-DAYS                                  *
044739*  A DUE DATE THAT LANDS ON A WEEKEND OR A HOLIDAY ON THE        *
044740*  CALENDAR MOVES TO THE NEXT BUSINESS DAY, SO A BORROWER IS     *
044741*  NOT AGED AS UNPAID FOR A DAY THE BANK WAS SHUT.  DAY 1 OF     *
044742*  THE INTEGER CALENDAR (01/01/1601) WAS A MONDAY, SO A          *
044743*  REMAINDER OF 6 BY SEVEN IS A SATURDAY AND 0 A SUNDAY.         *
044744*----------------------------------------------------------------*
044745 2560-SKIP-NON-BUSINESS-DAYS.
044746     COMPUTE WS-DUE-DATE-INT =
044747         FUNCTION INTEGER-OF-DATE (WS-NEXT-DUE-DATE)
044748     PERFORM 2570-CHECK-BUSINESS-DAY THRU 2570-EXIT
044749     PERFORM 2565-STEP-ONE-DAY THRU 2565-EXIT
044750             UNTIL DUE-IS-BUSINESS-DAY.
044751 2560-EXIT.
044752     EXIT.
044753
044754 2565-STEP-ONE-DAY.
044755     ADD 1 TO WS-DUE-DATE-INT
044756     COMPUTE WS-NEXT-DUE-DATE =
044757         FUNCTION DATE-OF-INTEGER (WS-DUE-DATE-INT)
044758     PERFORM 2570-CHECK-BUSINESS-DAY THRU 2570-EXIT.
044759 2565-EXIT.
044760     EXIT.
044761
044762 2570-CHECK-BUSINESS-DAY.
044763     MOVE 'N' TO WS-BUSDAY-SW
044764     DIVIDE WS-DUE-DATE-INT BY 7 GIVING WS-WEEK-QUOT
044765         REMAINDER WS-WEEKDAY-REM
044766     IF WS-WEEKDAY-REM = 6 OR WS-WEEKDAY-REM = 0
044767         GO TO 2570-EXIT
044768     END-IF
044769     MOVE WS-NEXT-DUE-DATE TO HOL-DATE
044770     READ HOLIDAY-FILE
044771         INVALID KEY
044772             MOVE 'Y' TO WS-BUSDAY-SW
044773     END-READ.
044774 2570-EXIT.
044775     EXIT.
044776
044800*----------------------------------------------------------------*
044900*  2700-WRITE-CHECKPOINT                                        *
045000*  RECORDS THE LAST LOAN-ID SUCCESSFULLY WRITTEN TO OUT-FILE     *
048100     MOVE OUT-LOAN-PRINCIPAL TO HIST-LOAN-PRINCIPAL
048200     MOVE OUT-LOAN-INTEREST TO HIST-LOAN-INTEREST
048210     MOVE WS-PENALTY-AMT    TO HIST-PENALTY-AMT
048211     MOVE LOAN-NEXT-DUE-DATE TO HIST-DUE-DATE
048212     MOVE OUT-NEXT-DUE-DATE TO HIST-NEXT-DUE-DATE
048213     MOVE LOAN-TERM         TO HIST-TERM-BEFORE
048214     MOVE WS-LEFT-AT-MATCH  TO HIST-LEFT-AT-MATCH
048215     MOVE LOAN-ARREARS-AMT  TO HIST-ARREARS-BEFORE
048216     MOVE LOAN-ARREARS-DATE TO HIST-ARREARS-DATE-BEFORE
048217     MOVE WS-PEN-START-BAL  TO HIST-PENALTY-BEFORE
048218     MOVE WS-SUSP-START-BAL TO HIST-SUSPENSE-BEFORE
048219     MOVE WS-RECEIPT-AMT    TO HIST-RECEIPT-AMT
048220     MOVE WS-SCHED-EMI      TO HIST-EMI-AMT
048221     MOVE WS-SCHED-PRINCIPAL TO HIST-EMI-PRINCIPAL
048222     MOVE WS-SCHED-INTEREST TO HIST-EMI-INTEREST
048223     MOVE OUT-ARREARS-AMT   TO HIST-ARREARS-AMT
048224     MOVE OUT-ARREARS-DATE  TO HIST-ARREARS-DATE
048225     MOVE WS-AVAILABLE-AMT  TO HIST-SUSPENSE-AFTER
048226     MOVE OUT-CHARGEOFF-STATUS TO HIST-CHARGEOFF-STATUS
048300     WRITE LOAN-HISTORY-RECORD.
048400 2800-EXIT.
048500     EXIT.
049970         MOVE WS-GL-RECOVERY-ACCT TO GL-PENALTY-ACCT
049980         MOVE WS-RECOVERY-AMT     TO GL-PENALTY-AMT
049990     END-IF
050000     WRITE GL-EXTRACT-RECORD
050010     IF WS-CAPITALISED-AMT > ZERO
050020         PERFORM 2910-WRITE-CAPITALISED-GL THRU 2910-EXIT
050030     END-IF.
050100 2900-EXIT.
050200     EXIT.
050201
050204*----------------------------------------------------------------*
050207*  2910-WRITE-CAPITALISED-GL                                     *
050210*  INTEREST SKIPPED THROUGH A PAYMENT HOLIDAY AND CAPITALISED    *
050213*  AT ITS END IS EARNED INCOME AND RAISES THE BALANCE.  IT       *
050216*  POSTS ON ITS OWN RECORD - 1000-160 AGAINST 4000-260 - SO THE  *
050219*  SERVICING POSTING STAYS ONE PER LOAN AND LOANBAL CAN NET THE  *
050222*  RAISE OUT OF ITS PRINCIPAL PROOF.                             *
050225*----------------------------------------------------------------*
050228 2910-WRITE-CAPITALISED-GL.
050231     MOVE SPACES               TO GL-EXTRACT-RECORD
050234     MOVE WS-RUN-DATE          TO GL-RUN-DATE
050237     MOVE OUT-LOAN-ID          TO GL-LOAN-ID
050240     MOVE WS-GL-CAP-PRIN-ACCT  TO GL-PRINCIPAL-ACCT
050243     MOVE WS-CAPITALISED-AMT   TO GL-PRINCIPAL-AMT
050246     MOVE WS-GL-CAP-INT-ACCT   TO GL-INTEREST-ACCT
050249     MOVE WS-CAPITALISED-AMT   TO GL-INTEREST-AMT
050252     MOVE WS-GL-CAP-INT-ACCT   TO GL-PENALTY-ACCT
050255     MOVE ZERO                 TO GL-PENALTY-AMT
050258     WRITE GL-EXTRACT-RECORD.
050261 2910-EXIT.
050264     EXIT.
050300
050400*----------------------------------------------------------------*
050500*  9000-TERMINATE                                                *
051830     CLOSE SUSPENSE-FILE
051840     CLOSE LOAN-TERMS-FILE
051850     CLOSE CHARGEOFF-MASTER-FILE
051860     CLOSE FORBEARANCE-FILE
051870     CLOSE HOLIDAY-FILE
051880     CLOSE COLLECTION-PENDING-FILE
051900     CLOSE CHECKPOINT-FILE
052000     OPEN OUTPUT CHECKPOINT-FILE
052100     CLOSE CHECKPOINT-FILE
052110     PERFORM 9100-STAMP-RUN-LEDGER THRU 9100-EXIT
052120     DISPLAY 'PROCESS: AUTO-DEBIT RECEIPTS ' WS-AUTO-RCPT-COUNT
052130     DISPLAY 'PROCESS: WALK-IN RECEIPTS    ' WS-WALKIN-RCPT-COUNT
052140     DISPLAY 'PROCESS: DEBITS COLLECTED    ' WS-COLL-OK-COUNT
052150     DISPLAY 'PROCESS: DEBITS FAILED       ' WS-COLL-FAIL-COUNT.
052200 9000-EXIT.
052300     EXIT.
052310
