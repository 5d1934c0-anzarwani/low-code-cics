000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ADCOLL.
000300 AUTHOR. D-TEAGUE.
000400 INSTALLATION. LOAN-SERVICING-BATCH.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*================================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  ---------- ----  ----------------------------------------    *
001100*  10/15/2026  DT   ORIGINAL VERSION.  NIGHTLY AUTO-DEBIT       *
001200*                   COLLECTION.  EVERY LOAN WITH AN ACTIVE      *
001300*                   MANDATE WHOSE NEXT DUE DATE FALLS INSIDE    *
001400*                   THE BANK'S LEAD TIME IS SENT TO THE BANK    *
001500*                   ON AN OUTBOUND COLLECTION FILE FRAMED BY A  *
001600*                   HEADER AND A COUNT/HASH TRAILER, FOR THE    *
001700*                   EMI PLUS ITS ARREARS AND PENALTY, AND IS    *
001800*                   ADDED AS PENDING TO THE COLLECTIONS MASTER  *
001900*                   PROCESS SETTLES WHEN THE RECEIPT COMES      *
002000*                   BACK.  THE REGISTER LISTS EVERY COLLECTION  *
002100*                   STILL PENDING AND THE MONTH'S SUCCESS AND   *
002200*                   FAILURE RATES.                              *
002210*  10/15/2026  DT   LOAN ID WIDENED FROM 3 TO 10 CHARACTERS FOR  *
002220*                   THE ORIGINATION SYSTEM'S 10-DIGIT ACCOUNT    *
002230*                   NUMBER. PENDING WORK IMAGE AND REGISTER LOAN *
002240*                   COLUMN WIDENED; REGISTER AMOUNTS CUT TO 12   *
002250*                   DIGITS TO STAY IN 132 BYTES.                 *
002300*================================================================*
002400*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT DAILYOUT-FILE
002900            ASSIGN TO 'daily_update_file.txt'
003000            ORGANIZATION IS INDEXED
003100            ACCESS MODE IS SEQUENTIAL
003200            RECORD KEY IS OUT-LOAN-ID.
003300
003400     SELECT OPTIONAL MANDATE-FILE
003500            ASSIGN TO 'mandate_master_file.txt'
003600            ORGANIZATION IS INDEXED
003700            ACCESS MODE IS RANDOM
003800            RECORD KEY IS MD-LOAN-ID.
003900
004000     SELECT OPTIONAL LOAN-TERMS-FILE
004100            ASSIGN TO 'loan_terms_file.txt'
004200            ORGANIZATION IS INDEXED
004300            ACCESS MODE IS RANDOM
004400            RECORD KEY IS LT-LOAN-ID.
004500
004600     SELECT OPTIONAL FORBEARANCE-FILE
004700            ASSIGN TO 'forbearance_master_file.txt'
004800            ORGANIZATION IS INDEXED
004900            ACCESS MODE IS RANDOM
005000            RECORD KEY IS FB-LOAN-ID.
005100
005200     SELECT OPTIONAL COLLECTION-PENDING-FILE
005300            ASSIGN TO 'collection_pending_file.txt'
005400            ORGANIZATION IS INDEXED
005500            ACCESS MODE IS SEQUENTIAL
005600            RECORD KEY IS PC-KEY.
005700
005800     SELECT COLLECTION-WORK-FILE
005900            ASSIGN TO 'collection_pending_work.txt'
006000            ORGANIZATION IS LINE SEQUENTIAL.
006100
006200     SELECT BANK-COLLECTION-FILE
006300            ASSIGN TO 'bank_collection_file.txt'
006400            ORGANIZATION IS LINE SEQUENTIAL.
006500
006600     SELECT COLLECTION-REGISTER-FILE
006700            ASSIGN TO 'collection_register.txt'
006800            ORGANIZATION IS LINE SEQUENTIAL.
006900
007000     SELECT OPTIONAL RUN-CONTROL-FILE
007100            ASSIGN TO 'run_control_file.txt'
007200            ORGANIZATION IS LINE SEQUENTIAL.
007300
007400     SELECT OPTIONAL BUSINESS-DATE-FILE
007500            ASSIGN TO 'business_date_file.txt'
007600            ORGANIZATION IS LINE SEQUENTIAL.
007700
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  DAILYOUT-FILE.
008100     COPY OUTREC.
008200
008300 FD  MANDATE-FILE.
008400     COPY MANDMAST.
008500
008600 FD  LOAN-TERMS-FILE.
008700     COPY LOANTRM.
008800
008900 FD  FORBEARANCE-FILE.
009000     COPY FORBMAST.
009100
009200 FD  COLLECTION-PENDING-FILE.
009300     COPY COLLPND.
009400
009500 FD  COLLECTION-WORK-FILE.
009600 01  COLLECTION-WORK-RECORD  PIC X(131).
009700
009800 FD  BANK-COLLECTION-FILE.
009900     COPY COLLREC.
010000
010100 FD  COLLECTION-REGISTER-FILE.
010200 01  COLLECTION-REGISTER-LINE PIC X(132).
010300
010400 FD  RUN-CONTROL-FILE.
010500     COPY RUNCTL.
010600
010700 FD  BUSINESS-DATE-FILE.
010800     COPY BUSDATE.
010900
011000 WORKING-STORAGE SECTION.
011100 01  WS-OUT-EOF              PIC X VALUE 'N'.
011200     88 AT-END-OF-DAILYOUT-FILE   VALUE 'Y'.
011300 01  WS-PEND-EOF             PIC X VALUE 'N'.
011400     88 AT-END-OF-PENDING-FILE    VALUE 'Y'.
011500 01  WS-WORK-EOF             PIC X VALUE 'N'.
011600     88 AT-END-OF-WORK-FILE       VALUE 'Y'.
011700 01  WS-CANDIDATE-SW         PIC X VALUE 'N'.
011800     88 LOAN-IS-TO-BE-COLLECTED   VALUE 'Y'.
011900 01  WS-NEW-SW               PIC X VALUE 'N'.
012000     88 COLLECTION-IS-NEW         VALUE 'Y'.
012100
012200 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
012300 77  WS-TIME-WORK            PIC 9(08) VALUE ZERO.
012400 77  WS-START-TIME           PIC 9(06) VALUE ZERO.
012500 77  WS-HORIZON-DATE         PIC 9(08) VALUE ZERO.
012600 77  WS-HORIZON-INT          PIC 9(08) VALUE ZERO.
012700 77  WS-DUE-DATE             PIC 9(08) VALUE ZERO.
012800 77  WS-PENDING-HOLD         PIC X(131) VALUE SPACES.
012900
013000*  THE BANK WANTS A DEBIT ON ITS FILE THIS MANY CALENDAR DAYS
013100*  AHEAD OF THE DEBIT DATE.  IT ALSO BRIDGES THE LONGEST GAP
013200*  BETWEEN BUSINESS NIGHTS, SO NO DUE DATE FALLS BETWEEN ONE
013300*  NIGHT'S HORIZON AND THE NEXT NIGHT'S RUN DATE.
013400 77  WS-LEAD-DAYS            PIC 9(02) VALUE 05.
013500
013600 77  WS-TERM-NUM             PIC 9(02) VALUE ZERO.
013700 77  WS-LOAN-RATE            PIC 9(02)V9(02) VALUE ZERO.
013800 77  WS-EMI                  PIC 9(12) VALUE ZERO.
013900 77  WS-EMI-WORK             PIC 9(12)V9(08) VALUE ZERO.
014000 77  WS-MONTHLY-RATE         PIC 9(01)V9(08) VALUE ZERO.
014100 77  WS-RATE-FACTOR          PIC 9(09)V9(08) VALUE ZERO.
014200 77  WS-ARREARS-AMT          PIC 9(12) VALUE ZERO.
014300 77  WS-PENALTY-AMT          PIC 9(12) VALUE ZERO.
014400 77  WS-DEBIT-AMT            PIC 9(12) VALUE ZERO.
014500
014600 77  WS-READ-COUNT           PIC 9(06) VALUE ZERO.
014700 77  WS-SENT-COUNT           PIC 9(06) VALUE ZERO.
014800 77  WS-SENT-AMT             PIC 9(14) VALUE ZERO.
014900 77  WS-NEW-COUNT            PIC 9(06) VALUE ZERO.
015000 77  WS-ALREADY-SENT-COUNT   PIC 9(06) VALUE ZERO.
015100 77  WS-HOLIDAY-COUNT        PIC 9(06) VALUE ZERO.
015200 77  WS-NO-TERMS-COUNT       PIC 9(06) VALUE ZERO.
015300 77  WS-HASH-TOTAL           PIC 9(14) VALUE ZERO.
015400 77  WS-PENDING-COUNT        PIC 9(06) VALUE ZERO.
015500 77  WS-PENDING-AMT          PIC 9(14) VALUE ZERO.
015600 77  WS-COLLECTED-COUNT      PIC 9(06) VALUE ZERO.
015700 77  WS-COLLECTED-AMT        PIC 9(14) VALUE ZERO.
015800 77  WS-FAILED-COUNT         PIC 9(06) VALUE ZERO.
015900 77  WS-FAILED-AMT           PIC 9(14) VALUE ZERO.
016000 77  WS-SETTLED-COUNT        PIC 9(06) VALUE ZERO.
016100 77  WS-RATE-PCT             PIC 9(03)V9(02) VALUE ZERO.
016200
016300 01  WS-HEADING-1.
016400     05 FILLER               PIC X(40)
016500            VALUE 'AUTO-DEBIT PENDING COLLECTIONS REGISTER '.
016600     05 FILLER               PIC X(08) VALUE 'RUN OF  '.
016700     05 H1-RUN-DATE          PIC 9(08).
016800     05 FILLER               PIC X(20)
016900            VALUE '   DEBITS DUE UP TO '.
017000     05 H1-HORIZON-DATE      PIC 9(08).
017100
017200 01  WS-HEADING-2.
017300     05 FILLER               PIC X(13) VALUE 'LOAN'.
017400     05 FILLER               PIC X(10) VALUE 'DUE DATE  '.
017500     05 FILLER               PIC X(10) VALUE 'SENT      '.
017600     05 FILLER               PIC X(10) VALUE 'ROUTING   '.
017700     05 FILLER               PIC X(18) VALUE 'ACCOUNT'.
017800     05 FILLER               PIC X(13) VALUE '          EMI'.
017900     05 FILLER               PIC X(13) VALUE '      ARREARS'.
018000     05 FILLER               PIC X(13) VALUE '      PENALTY'.
018100     05 FILLER               PIC X(13) VALUE ' DEBIT AMOUNT'.
018200     05 FILLER               PIC X(04) VALUE SPACES.
018300
018400 01  WS-DETAIL-LINE.
018500     05 DL-LOAN-ID           PIC X(10).
018600     05 FILLER               PIC X(03) VALUE SPACES.
018700     05 DL-DUE-DATE          PIC 9(08).
018800     05 FILLER               PIC X(02) VALUE SPACES.
018900     05 DL-SENT-DATE         PIC 9(08).
019000     05 FILLER               PIC X(02) VALUE SPACES.
019100     05 DL-ROUTING-NUMBER    PIC X(09).
019200     05 FILLER               PIC X(01) VALUE SPACE.
019300     05 DL-ACCOUNT-NUMBER    PIC X(17).
019400     05 FILLER               PIC X(01) VALUE SPACE.
019500     05 DL-EMI-AMT           PIC Z(11)9.
019600     05 FILLER               PIC X(01) VALUE SPACE.
019700     05 DL-ARREARS-AMT       PIC Z(11)9.
019800     05 FILLER               PIC X(01) VALUE SPACE.
019900     05 DL-PENALTY-AMT       PIC Z(11)9.
020000     05 FILLER               PIC X(01) VALUE SPACE.
020100     05 DL-DEBIT-AMT         PIC Z(11)9.
020200     05 FILLER               PIC X(01) VALUE SPACE.
020300     05 DL-NOTE              PIC X(14).
020400
020500 01  WS-TOTAL-LINE.
020600     05 TL-CAPTION           PIC X(30).
020700     05 TL-VALUE             PIC Z(13)9.
020800
020900 01  WS-RATE-LINE.
021000     05 RT-CAPTION           PIC X(30).
021100     05 FILLER               PIC X(08) VALUE SPACES.
021200     05 RT-VALUE             PIC ZZ9.99.
021300     05 FILLER               PIC X(02) VALUE ' %'.
021400
021500 PROCEDURE DIVISION.
021600 0000-MAINLINE.
021700     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021800     PERFORM 2000-SELECT-LOAN THRU 2000-EXIT
021900             UNTIL AT-END-OF-DAILYOUT-FILE
022000     PERFORM 2810-PASS-ONE-PENDING THRU 2810-EXIT
022100             UNTIL AT-END-OF-PENDING-FILE
022200     PERFORM 3000-CLOSE-COLLECTION-FILE THRU 3000-EXIT
022300     PERFORM 3500-REPLACE-PENDING-MASTER THRU 3500-EXIT
022400     PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
022500     PERFORM 9000-TERMINATE THRU 9000-EXIT
022600     STOP RUN.
022700
022800*----------------------------------------------------------------*
022900*  1000-INITIALIZE                                               *
023000*  THE HORIZON IS THE LAST DUE DATE TONIGHT'S FILE COVERS.  THE  *
023100*  COLLECTIONS MASTER IS READ ALONGSIDE THE DAILY UPDATE IN LOAN *
023200*  ORDER AND COPIED TO THE WORK FILE WITH TONIGHT'S NEW          *
023300*  COLLECTIONS FALLING INTO PLACE, SO THE FIRST PENDING RECORD   *
023400*  IS READ AHEAD HERE.                                           *
023500*----------------------------------------------------------------*
023600 1000-INITIALIZE.
023700     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
023800     ACCEPT WS-TIME-WORK FROM TIME
023900     MOVE WS-TIME-WORK (1:6) TO WS-START-TIME
024000     COMPUTE WS-HORIZON-INT =
024100         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) + WS-LEAD-DAYS
024200     COMPUTE WS-HORIZON-DATE =
024300         FUNCTION DATE-OF-INTEGER (WS-HORIZON-INT)
024400     OPEN INPUT DAILYOUT-FILE
024500     OPEN INPUT MANDATE-FILE
024600     OPEN INPUT LOAN-TERMS-FILE
024700     OPEN INPUT FORBEARANCE-FILE
024800     OPEN INPUT COLLECTION-PENDING-FILE
024900     OPEN OUTPUT COLLECTION-WORK-FILE
025000     OPEN OUTPUT BANK-COLLECTION-FILE
025100     OPEN OUTPUT COLLECTION-REGISTER-FILE
025200     MOVE SPACES TO COLLECTION-HEADER-RECORD
025300     MOVE 'HDR' TO CH-RECORD-TYPE
025400     MOVE WS-RUN-DATE TO CH-BUSINESS-DATE
025500     WRITE COLLECTION-HEADER-RECORD
025600     MOVE WS-RUN-DATE TO H1-RUN-DATE
025700     MOVE WS-HORIZON-DATE TO H1-HORIZON-DATE
025800     MOVE WS-HEADING-1 TO COLLECTION-REGISTER-LINE
025900     WRITE COLLECTION-REGISTER-LINE
026000     MOVE SPACES TO COLLECTION-REGISTER-LINE
026100     WRITE COLLECTION-REGISTER-LINE
026200     MOVE WS-HEADING-2 TO COLLECTION-REGISTER-LINE
026300     WRITE COLLECTION-REGISTER-LINE
026400     PERFORM 2900-READ-PENDING THRU 2900-EXIT.
026500 1000-EXIT.
026600     EXIT.
026700
026800*----------------------------------------------------------------*
026900*  1050-READ-BUSINESS-DATE                                       *
027000*  TONIGHT'S BUSINESS DATE COMES FROM THE DATE CONTROL FILE,     *
027100*  NOT THE SYSTEM CLOCK, SO A RUN THAT SLIPS PAST MIDNIGHT OR A  *
027200*  CATCH-UP RUN FOR A MISSED NIGHT STAMPS THE RIGHT DATE.  NO    *
027300*  USABLE CONTROL RECORD STOPS THE STEP BEFORE ANYTHING IS       *
027400*  TOUCHED.                                                      *
027500*----------------------------------------------------------------*
027600 1050-READ-BUSINESS-DATE.
027700     OPEN INPUT BUSINESS-DATE-FILE
027800     READ BUSINESS-DATE-FILE
027900         AT END
028000             MOVE ZERO TO BD-BUSINESS-DATE
028100     END-READ
028200     CLOSE BUSINESS-DATE-FILE
028300     IF BD-BUSINESS-DATE NOT NUMERIC
028400        OR BD-BUSINESS-DATE = ZERO
028500         DISPLAY 'ADCOLL: NO BUSINESS DATE ON THE DATE CONTROL'
028600                 ' FILE - RUN STOPPED'
028700         MOVE 16 TO RETURN-CODE
028800         STOP RUN
028900     END-IF
029000     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
029100 1050-EXIT.
029200     EXIT.
029300
029400*----------------------------------------------------------------*
029500*  2000-SELECT-LOAN                                              *
029600*  PENDING RECORDS FOR LOANS AHEAD OF THIS ONE ARE PASSED FIRST. *
029700*  A LOAN TO BE COLLECTED THEN HAS ITS EARLIER DUE DATES PASSED, *
029800*  AND ITS COLLECTION EITHER IS ALREADY ON THE MASTER - SENT ON  *
029900*  AN EARLIER NIGHT, OR TONIGHT BEFORE A RERUN, WHEN IT GOES ON  *
030000*  TONIGHT'S FILE AGAIN - OR IS ADDED.  WHATEVER IS LEFT FOR THE *
030100*  LOAN IS PASSED LAST, KEEPING THE WORK FILE IN KEY ORDER.      *
030200*----------------------------------------------------------------*
030300 2000-SELECT-LOAN.
030400     READ DAILYOUT-FILE
030500         AT END
030600             MOVE 'Y' TO WS-OUT-EOF
030700             GO TO 2000-EXIT
030800     END-READ
030900     ADD 1 TO WS-READ-COUNT
031000     PERFORM 2810-PASS-ONE-PENDING THRU 2810-EXIT
031100             UNTIL AT-END-OF-PENDING-FILE
031200                OR PC-LOAN-ID NOT < OUT-LOAN-ID
031300     PERFORM 2100-CHECK-CANDIDATE THRU 2100-EXIT
031400     IF LOAN-IS-TO-BE-COLLECTED
031500         PERFORM 2810-PASS-ONE-PENDING THRU 2810-EXIT
031600                 UNTIL AT-END-OF-PENDING-FILE
031700                    OR PC-LOAN-ID NOT = OUT-LOAN-ID
031800                    OR PC-DUE-DATE NOT < WS-DUE-DATE
031900         MOVE 'Y' TO WS-NEW-SW
032000         IF NOT AT-END-OF-PENDING-FILE
032100            AND PC-LOAN-ID = OUT-LOAN-ID
032200            AND PC-DUE-DATE = WS-DUE-DATE
032300             MOVE 'N' TO WS-NEW-SW
032400         END-IF
032500         IF COLLECTION-IS-NEW
032600             PERFORM 2300-ADD-COLLECTION THRU 2300-EXIT
032700         ELSE
032800             PERFORM 2400-CHECK-RESEND THRU 2400-EXIT
032900         END-IF
033000     END-IF
033100     PERFORM 2810-PASS-ONE-PENDING THRU 2810-EXIT
033200             UNTIL AT-END-OF-PENDING-FILE
033300                OR PC-LOAN-ID NOT = OUT-LOAN-ID.
033400 2000-EXIT.
033500     EXIT.
033600
033700*----------------------------------------------------------------*
033800*  2100-CHECK-CANDIDATE                                          *
033900*  AN OPEN LOAN, NOT CHARGED OFF, DUE AFTER TONIGHT AND BY THE   *
034000*  HORIZON, WITH A MANDATE ACTIVE ON THE DUE DATE.  A DUE DATE   *
034100*  INSIDE A PAYMENT HOLIDAY TAKES NO EMI, SO NOTHING IS DEBITED. *
034200*  THE DEBIT IS THE EMI PROCESS WILL BILL PLUS THE ARREARS AND   *
034300*  PENALTY STANDING TONIGHT.                                     *
034400*----------------------------------------------------------------*
034500 2100-CHECK-CANDIDATE.
034600     MOVE 'N' TO WS-CANDIDATE-SW
034700     IF OUT-LOAN-COMPLETED = 'Y'
034800        OR OUT-CHARGEOFF-STATUS = 'C'
034900         GO TO 2100-EXIT
035000     END-IF
035100     IF OUT-NEXT-DUE-DATE NOT NUMERIC
035200         GO TO 2100-EXIT
035300     END-IF
035400     MOVE OUT-NEXT-DUE-DATE TO WS-DUE-DATE
035500     IF WS-DUE-DATE NOT > WS-RUN-DATE
035600        OR WS-DUE-DATE > WS-HORIZON-DATE
035700         GO TO 2100-EXIT
035800     END-IF
035900     MOVE OUT-LOAN-ID TO MD-LOAN-ID
036000     READ MANDATE-FILE
036100         INVALID KEY
036200             GO TO 2100-EXIT
036300     END-READ
036400     IF NOT MD-ACTIVE
036500        OR MD-START-DATE > WS-DUE-DATE
036600         GO TO 2100-EXIT
036700     END-IF
036800     IF MD-STOP-DATE NOT = ZERO
036900        AND MD-STOP-DATE < WS-DUE-DATE
037000         GO TO 2100-EXIT
037100     END-IF
037200     MOVE OUT-LOAN-ID TO FB-LOAN-ID
037300     READ FORBEARANCE-FILE
037400         INVALID KEY
037500             MOVE 'E' TO FB-STATUS
037600     END-READ
037700     IF NOT FB-ENDED
037800        AND FB-START-DATE NOT > WS-DUE-DATE
037900        AND FB-END-DATE NOT < WS-DUE-DATE
038000         ADD 1 TO WS-HOLIDAY-COUNT
038100         GO TO 2100-EXIT
038200     END-IF
038300     MOVE OUT-LOAN-ID TO LT-LOAN-ID
038400     READ LOAN-TERMS-FILE
038500         INVALID KEY
038600             ADD 1 TO WS-NO-TERMS-COUNT
038700             PERFORM 2150-LIST-NOT-SENT THRU 2150-EXIT
038800             GO TO 2100-EXIT
038900     END-READ
039000     PERFORM 2200-COMPUTE-EMI THRU 2200-EXIT
039100     MOVE ZERO TO WS-ARREARS-AMT
039200     IF OUT-ARREARS-AMT NUMERIC
039300         MOVE OUT-ARREARS-AMT TO WS-ARREARS-AMT
039400     END-IF
039500     MOVE ZERO TO WS-PENALTY-AMT
039600     IF OUT-PENALTY-AMT NUMERIC
039700         MOVE OUT-PENALTY-AMT TO WS-PENALTY-AMT
039800     END-IF
039900     COMPUTE WS-DEBIT-AMT =
040000         WS-EMI + WS-ARREARS-AMT + WS-PENALTY-AMT
040100     IF WS-DEBIT-AMT = ZERO
040200         GO TO 2100-EXIT
040300     END-IF
040400     MOVE 'Y' TO WS-CANDIDATE-SW.
040500 2100-EXIT.
040600     EXIT.
040700
040800*----------------------------------------------------------------*
040900*  2150-LIST-NOT-SENT                                            *
041000*  A MANDATED LOAN WITH NO LOAN-TERMS RECORD CANNOT BE PRICED    *
041100*  AND IS LEFT FOR THE BORROWER TO PAY IN; THE REGISTER SAYS SO. *
041200*----------------------------------------------------------------*
041300 2150-LIST-NOT-SENT.
041400     MOVE SPACES TO WS-DETAIL-LINE
041500     MOVE OUT-LOAN-ID TO DL-LOAN-ID
041600     MOVE WS-DUE-DATE TO DL-DUE-DATE
041700     MOVE ZERO TO DL-SENT-DATE
041800     MOVE MD-ROUTING-NUMBER TO DL-ROUTING-NUMBER
041900     MOVE MD-ACCOUNT-NUMBER TO DL-ACCOUNT-NUMBER
042000     MOVE 'NO LOAN TERMS' TO DL-NOTE
042100     MOVE WS-DETAIL-LINE TO COLLECTION-REGISTER-LINE
042200     WRITE COLLECTION-REGISTER-LINE.
042300 2150-EXIT.
042400     EXIT.
042500
042600*----------------------------------------------------------------*
042700*  2200-COMPUTE-EMI                                              *
042800*  THE SAME LEVEL-INSTALMENT FORMULA THE NIGHTLY RUN USES, ON    *
042900*  THE REMAINING BALANCE AND TERM AT THE RATE IN FORCE ON THE    *
043000*  DUE DATE.  A LOAN THE FORMULA CANNOT PRICE IS DEBITED FOR ITS *
043100*  ARREARS AND PENALTY ONLY.                                     *
043200*----------------------------------------------------------------*
043300 2200-COMPUTE-EMI.
043400     MOVE ZERO TO WS-EMI
043500     IF OUT-LOAN-TERM NOT NUMERIC
043600        OR OUT-LOAN-LEFT NOT NUMERIC
043700         GO TO 2200-EXIT
043800     END-IF
043900     MOVE OUT-LOAN-TERM TO WS-TERM-NUM
044000     IF WS-TERM-NUM = ZERO OR OUT-LOAN-LEFT = ZERO
044100         GO TO 2200-EXIT
044200     END-IF
044300     IF LT-NEW-RATE-DATE NUMERIC
044400        AND LT-NEW-RATE-DATE > ZERO
044500        AND LT-NEW-RATE-DATE NOT > WS-DUE-DATE
044600         MOVE LT-NEW-RATE TO WS-LOAN-RATE
044700     ELSE
044800         MOVE LT-RATE TO WS-LOAN-RATE
044900     END-IF
045000     IF WS-LOAN-RATE NOT NUMERIC OR WS-LOAN-RATE = ZERO
045100         DIVIDE OUT-LOAN-LEFT BY WS-TERM-NUM GIVING WS-EMI
045200         IF WS-EMI = ZERO
045300             MOVE OUT-LOAN-LEFT TO WS-EMI
045400         END-IF
045500         GO TO 2200-EXIT
045600     END-IF
045700     COMPUTE WS-MONTHLY-RATE ROUNDED = (WS-LOAN-RATE / 12) / 100
045800     COMPUTE WS-RATE-FACTOR ROUNDED =
045900         (1 + WS-MONTHLY-RATE) ** WS-TERM-NUM
046000         ON SIZE ERROR
046100             GO TO 2200-EXIT
046200     END-COMPUTE
046300     COMPUTE WS-EMI-WORK ROUNDED =
046400         OUT-LOAN-LEFT * WS-MONTHLY-RATE * WS-RATE-FACTOR
046500         ON SIZE ERROR
046600             GO TO 2200-EXIT
046700     END-COMPUTE
046800     COMPUTE WS-EMI ROUNDED =
046900         WS-EMI-WORK / (WS-RATE-FACTOR - 1)
047000         ON SIZE ERROR
047100             MOVE ZERO TO WS-EMI
047200     END-COMPUTE.
047300 2200-EXIT.
047400     EXIT.
047500
047600*----------------------------------------------------------------*
047700*  2300-ADD-COLLECTION                                           *
047800*  THE NEW PENDING RECORD IS BUILT IN THE MASTER'S RECORD AREA,  *
047900*  WITH THE RECORD READ AHEAD HELD ASIDE AND PUT BACK AFTER.     *
048000*----------------------------------------------------------------*
048100 2300-ADD-COLLECTION.
048200     MOVE COLLECTION-PENDING-RECORD TO WS-PENDING-HOLD
048300     MOVE SPACES TO COLLECTION-PENDING-RECORD
048400     MOVE OUT-LOAN-ID TO PC-LOAN-ID
048500     MOVE WS-DUE-DATE TO PC-DUE-DATE
048600     MOVE 'P' TO PC-STATUS
048700     MOVE WS-RUN-DATE TO PC-SENT-DATE
048800     MOVE MD-ROUTING-NUMBER TO PC-ROUTING-NUMBER
048900     MOVE MD-ACCOUNT-NUMBER TO PC-ACCOUNT-NUMBER
049000     MOVE WS-EMI TO PC-EMI-AMT
049100     MOVE WS-ARREARS-AMT TO PC-ARREARS-AMT
049200     MOVE WS-PENALTY-AMT TO PC-PENALTY-AMT
049300     MOVE WS-DEBIT-AMT TO PC-AMOUNT
049400     MOVE ZERO TO PC-SETTLED-DATE
049500     MOVE ZERO TO PC-RECEIVED-AMT
049600     ADD 1 TO WS-NEW-COUNT
049700     PERFORM 2500-SEND-TO-BANK THRU 2500-EXIT
049800     PERFORM 2820-KEEP-PENDING-RECORD THRU 2820-EXIT
049900     MOVE WS-PENDING-HOLD TO COLLECTION-PENDING-RECORD.
050000 2300-EXIT.
050100     EXIT.
050200
050300*----------------------------------------------------------------*
050400*  2400-CHECK-RESEND                                             *
050500*  A COLLECTION ALREADY ON THE MASTER WAS SENT ON AN EARLIER     *
050600*  NIGHT AND IS NOT SENT AGAIN - UNLESS IT WAS SENT TONIGHT, IN  *
050700*  WHICH CASE THIS IS A RERUN REBUILDING TONIGHT'S FILE.         *
050800*----------------------------------------------------------------*
050900 2400-CHECK-RESEND.
051000     IF PC-PENDING AND PC-SENT-DATE = WS-RUN-DATE
051100         PERFORM 2500-SEND-TO-BANK THRU 2500-EXIT
051200     ELSE
051300         ADD 1 TO WS-ALREADY-SENT-COUNT
051400     END-IF.
051500 2400-EXIT.
051600     EXIT.
051700
051800 2500-SEND-TO-BANK.
051900     MOVE SPACES TO COLLECTION-DETAIL-RECORD
052000     MOVE PC-LOAN-ID TO CD-LOAN-ID
052100     MOVE PC-ROUTING-NUMBER TO CD-ROUTING-NUMBER
052200     MOVE PC-ACCOUNT-NUMBER TO CD-ACCOUNT-NUMBER
052300     MOVE MD-ACCOUNT-NAME TO CD-ACCOUNT-NAME
052400     MOVE PC-DUE-DATE TO CD-DEBIT-DATE
052500     MOVE PC-AMOUNT TO CD-AMOUNT
052600     WRITE COLLECTION-DETAIL-RECORD
052700     ADD 1 TO WS-SENT-COUNT
052800     ADD PC-AMOUNT TO WS-SENT-AMT
052900     ADD PC-AMOUNT TO WS-HASH-TOTAL.
053000 2500-EXIT.
053100     EXIT.
053200
053300*----------------------------------------------------------------*
053400*  2810-PASS-ONE-PENDING                                         *
053500*  COPIES THE RECORD READ AHEAD TO THE WORK FILE AND READS THE   *
053600*  NEXT.                                                         *
053700*----------------------------------------------------------------*
053800 2810-PASS-ONE-PENDING.
053900     PERFORM 2820-KEEP-PENDING-RECORD THRU 2820-EXIT
054000     PERFORM 2900-READ-PENDING THRU 2900-EXIT.
054100 2810-EXIT.
054200     EXIT.
054300
054400*----------------------------------------------------------------*
054500*  2820-KEEP-PENDING-RECORD                                      *
054600*  EVERY RECORD GOING BACK ON THE MASTER IS COUNTED HERE: A      *
054700*  PENDING ONE IS LISTED ON THE REGISTER, AND ONE SETTLED FOR A  *
054800*  DUE DATE THIS MONTH COUNTS TOWARD THE SUCCESS AND FAILURE     *
054900*  RATES.                                                        *
055000*----------------------------------------------------------------*
055100 2820-KEEP-PENDING-RECORD.
055200     MOVE COLLECTION-PENDING-RECORD TO COLLECTION-WORK-RECORD
055300     WRITE COLLECTION-WORK-RECORD
055400     IF PC-PENDING
055500         ADD 1 TO WS-PENDING-COUNT
055600         ADD PC-AMOUNT TO WS-PENDING-AMT
055700         PERFORM 2830-LIST-PENDING THRU 2830-EXIT
055800         GO TO 2820-EXIT
055900     END-IF
056000     IF PC-DUE-DATE (1:6) NOT = WS-RUN-DATE (1:6)
056100         GO TO 2820-EXIT
056200     END-IF
056300     IF PC-COLLECTED
056400         ADD 1 TO WS-COLLECTED-COUNT
056500         ADD PC-RECEIVED-AMT TO WS-COLLECTED-AMT
056600     END-IF
056700     IF PC-FAILED
056800         ADD 1 TO WS-FAILED-COUNT
056900         ADD PC-AMOUNT TO WS-FAILED-AMT
057000     END-IF.
057100 2820-EXIT.
057200     EXIT.
057300
057400 2830-LIST-PENDING.
057500     MOVE SPACES TO WS-DETAIL-LINE
057600     MOVE PC-LOAN-ID TO DL-LOAN-ID
057700     MOVE PC-DUE-DATE TO DL-DUE-DATE
057800     MOVE PC-SENT-DATE TO DL-SENT-DATE
057900     MOVE PC-ROUTING-NUMBER TO DL-ROUTING-NUMBER
058000     MOVE PC-ACCOUNT-NUMBER TO DL-ACCOUNT-NUMBER
058100     MOVE PC-EMI-AMT TO DL-EMI-AMT
058200     MOVE PC-ARREARS-AMT TO DL-ARREARS-AMT
058300     MOVE PC-PENALTY-AMT TO DL-PENALTY-AMT
058400     MOVE PC-AMOUNT TO DL-DEBIT-AMT
058500     IF PC-SENT-DATE = WS-RUN-DATE
058600         MOVE 'SENT TONIGHT' TO DL-NOTE
058700     END-IF
058800     MOVE WS-DETAIL-LINE TO COLLECTION-REGISTER-LINE
058900     WRITE COLLECTION-REGISTER-LINE.
059000 2830-EXIT.
059100     EXIT.
059200
059300 2900-READ-PENDING.
059400     READ COLLECTION-PENDING-FILE
059500         AT END
059600             MOVE 'Y' TO WS-PEND-EOF
059700     END-READ.
059800 2900-EXIT.
059900     EXIT.
060000
060100*----------------------------------------------------------------*
060200*  3000-CLOSE-COLLECTION-FILE                                    *
060300*  THE TRAILER CARRIES THE DEBIT COUNT AND THE AMOUNT HASH FOR   *
060400*  THE BANK TO VERIFY THE FILE ARRIVED WHOLE.                    *
060500*----------------------------------------------------------------*
060600 3000-CLOSE-COLLECTION-FILE.
060700     MOVE SPACES TO COLLECTION-TRAILER-RECORD
060800     MOVE 'TRL' TO CT-RECORD-TYPE
060900     MOVE WS-SENT-COUNT TO CT-RECORD-COUNT
061000     MOVE WS-HASH-TOTAL TO CT-HASH-TOTAL
061100     WRITE COLLECTION-TRAILER-RECORD
061200     CLOSE BANK-COLLECTION-FILE
061300     CLOSE DAILYOUT-FILE
061400     CLOSE MANDATE-FILE
061500     CLOSE LOAN-TERMS-FILE
061600     CLOSE FORBEARANCE-FILE
061700     CLOSE COLLECTION-PENDING-FILE
061800     CLOSE COLLECTION-WORK-FILE.
061900 3000-EXIT.
062000     EXIT.
062100
062200*----------------------------------------------------------------*
062300*  3500-REPLACE-PENDING-MASTER                                   *
062400*  THE WORK FILE, IN KEY ORDER, BECOMES THE NEW COLLECTIONS      *
062500*  MASTER.  A NIGHT THAT ADDED NOTHING LEAVES THE MASTER ALONE.  *
062600*----------------------------------------------------------------*
062700 3500-REPLACE-PENDING-MASTER.
062800     IF WS-NEW-COUNT = ZERO
062900         GO TO 3500-EXIT
063000     END-IF
063100     OPEN INPUT COLLECTION-WORK-FILE
063200     OPEN OUTPUT COLLECTION-PENDING-FILE
063300     PERFORM 3510-COPY-ONE-BACK THRU 3510-EXIT
063400             UNTIL AT-END-OF-WORK-FILE
063500     CLOSE COLLECTION-WORK-FILE
063600     CLOSE COLLECTION-PENDING-FILE.
063700 3500-EXIT.
063800     EXIT.
063900
064000 3510-COPY-ONE-BACK.
064100     READ COLLECTION-WORK-FILE
064200         AT END
064300             MOVE 'Y' TO WS-WORK-EOF
064400             GO TO 3510-EXIT
064500     END-READ
064600     MOVE COLLECTION-WORK-RECORD TO COLLECTION-PENDING-RECORD
064700     WRITE COLLECTION-PENDING-RECORD
064800         INVALID KEY
064900             DISPLAY 'ADCOLL: COLLECTIONS MASTER OUT OF'
065000                     ' SEQUENCE AT ' PC-KEY
065100     END-WRITE.
065200 3510-EXIT.
065300     EXIT.
065400
065500*----------------------------------------------------------------*
065600*  8000-WRITE-TOTALS                                             *
065700*  TONIGHT'S FILE, WHAT IS STILL WITH THE BANK, AND HOW THE      *
065800*  MONTH'S SETTLED COLLECTIONS HAVE GONE - A COLLECTION COUNTS   *
065900*  AS A SUCCESS WHEN THE BANK'S AUTO-DEBIT RECEIPT CAME BACK ON  *
066000*  ITS DUE NIGHT AND A FAILURE WHEN IT DID NOT.                  *
066100*----------------------------------------------------------------*
066200 8000-WRITE-TOTALS.
066300     MOVE SPACES TO COLLECTION-REGISTER-LINE
066400     WRITE COLLECTION-REGISTER-LINE
066500     MOVE SPACES TO WS-TOTAL-LINE
066600     MOVE 'LOANS READ.................' TO TL-CAPTION
066700     MOVE WS-READ-COUNT TO TL-VALUE
066800     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
066900     MOVE 'DEBITS ON TONIGHT''S FILE....' TO TL-CAPTION
067000     MOVE WS-SENT-COUNT TO TL-VALUE
067100     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
067200     MOVE 'AMOUNT ON TONIGHT''S FILE....' TO TL-CAPTION
067300     MOVE WS-SENT-AMT TO TL-VALUE
067400     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
067500     MOVE 'ALREADY WITH THE BANK.......' TO TL-CAPTION
067600     MOVE WS-ALREADY-SENT-COUNT TO TL-VALUE
067700     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
067800     MOVE 'NOT SENT - PAYMENT HOLIDAY..' TO TL-CAPTION
067900     MOVE WS-HOLIDAY-COUNT TO TL-VALUE
068000     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
068100     MOVE 'NOT SENT - NO LOAN TERMS....' TO TL-CAPTION
068200     MOVE WS-NO-TERMS-COUNT TO TL-VALUE
068300     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
068400     MOVE 'COLLECTIONS PENDING.........' TO TL-CAPTION
068500     MOVE WS-PENDING-COUNT TO TL-VALUE
068600     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
068700     MOVE 'AMOUNT PENDING..............' TO TL-CAPTION
068800     MOVE WS-PENDING-AMT TO TL-VALUE
068900     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
069000     MOVE SPACES TO COLLECTION-REGISTER-LINE
069100     WRITE COLLECTION-REGISTER-LINE
069200     MOVE 'MONTH TO DATE - COLLECTED...' TO TL-CAPTION
069300     MOVE WS-COLLECTED-COUNT TO TL-VALUE
069400     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
069500     MOVE 'MONTH TO DATE - AMOUNT......' TO TL-CAPTION
069600     MOVE WS-COLLECTED-AMT TO TL-VALUE
069700     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
069800     MOVE 'MONTH TO DATE - FAILED......' TO TL-CAPTION
069900     MOVE WS-FAILED-COUNT TO TL-VALUE
070000     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
070100     MOVE 'MONTH TO DATE - AMOUNT......' TO TL-CAPTION
070200     MOVE WS-FAILED-AMT TO TL-VALUE
070300     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
070400     COMPUTE WS-SETTLED-COUNT =
070500         WS-COLLECTED-COUNT + WS-FAILED-COUNT
070600     IF WS-SETTLED-COUNT = ZERO
070700         GO TO 8000-EXIT
070800     END-IF
070900     COMPUTE WS-RATE-PCT ROUNDED =
071000         WS-COLLECTED-COUNT * 100 / WS-SETTLED-COUNT
071100     MOVE 'MANDATE SUCCESS RATE........' TO RT-CAPTION
071200     MOVE WS-RATE-PCT TO RT-VALUE
071300     MOVE WS-RATE-LINE TO COLLECTION-REGISTER-LINE
071400     WRITE COLLECTION-REGISTER-LINE
071500     COMPUTE WS-RATE-PCT ROUNDED =
071600         WS-FAILED-COUNT * 100 / WS-SETTLED-COUNT
071700     MOVE 'MANDATE FAILURE RATE........' TO RT-CAPTION
071800     MOVE WS-RATE-PCT TO RT-VALUE
071900     MOVE WS-RATE-LINE TO COLLECTION-REGISTER-LINE
072000     WRITE COLLECTION-REGISTER-LINE.
072100 8000-EXIT.
072200     EXIT.
072300
072400 8100-WRITE-TOTAL-LINE.
072500     MOVE WS-TOTAL-LINE TO COLLECTION-REGISTER-LINE
072600     WRITE COLLECTION-REGISTER-LINE
072700     MOVE SPACES TO WS-TOTAL-LINE.
072800 8100-EXIT.
072900     EXIT.
073000
073100 9000-TERMINATE.
073200     CLOSE COLLECTION-REGISTER-FILE
073300     PERFORM 9100-STAMP-RUN-LEDGER THRU 9100-EXIT
073400     DISPLAY 'ADCOLL LOANS READ:         ' WS-READ-COUNT
073500     DISPLAY 'ADCOLL DEBITS SENT:        ' WS-SENT-COUNT
073600     DISPLAY 'ADCOLL COLLECTIONS PENDING:' WS-PENDING-COUNT.
073700 9000-EXIT.
073800     EXIT.
073900
074000*----------------------------------------------------------------*
074100*  9100-STAMP-RUN-LEDGER                                         *
074200*  APPENDS THE STEP'S COMPLETION RECORD TO THE RUN-CONTROL       *
074300*  LEDGER.                                                       *
074400*----------------------------------------------------------------*
074500 9100-STAMP-RUN-LEDGER.
074600     OPEN EXTEND RUN-CONTROL-FILE
074700     MOVE SPACES TO RUN-CONTROL-RECORD
074800     MOVE WS-RUN-DATE TO RC-BUSINESS-DATE
074900     MOVE 'ADCOLL  ' TO RC-PROGRAM-NAME
075000     MOVE WS-START-TIME TO RC-START-TIME
075100     ACCEPT WS-TIME-WORK FROM TIME
075200     MOVE WS-TIME-WORK (1:6) TO RC-END-TIME
075300     MOVE WS-READ-COUNT TO RC-READ-COUNT
075400     MOVE WS-SENT-COUNT TO RC-WRITTEN-COUNT
075500     MOVE 'DONE' TO RC-STATUS
075600     WRITE RUN-CONTROL-RECORD
075700     CLOSE RUN-CONTROL-FILE.
075800 9100-EXIT.
075900     EXIT.
