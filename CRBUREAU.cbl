000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CRBUREAU.
000300 AUTHOR. D-TEAGUE.
000400 INSTALLATION. LOAN-SERVICING-BATCH.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*================================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  ---------- ----  ----------------------------------------    *
001100*  10/15/2026  DT   ORIGINAL VERSION.  MONTHLY CREDIT-BUREAU     *
001200*                   EXTRACT.  SWEEPS THE UPDATE FILE AT MONTH    *
001300*                   END AND WRITES ONE SEGMENT PER OPEN OR       *
001400*                   CHARGED-OFF LOAN, AND PER LOAN PAID IN FULL  *
001500*                   DURING THE MONTH, TO A HDR/TRL-FRAMED        *
001600*                   BUREAU FILE: NAME AND ADDRESS FROM THE       *
001700*                   BORROWER MASTER, ORIGINAL AMOUNT AND OPEN    *
001800*                   DATE FROM THE LOAN TERMS, BALANCE, EMI,      *
001900*                   ARREARS AND DAYS PAST DUE FROM THE UPDATE    *
002000*                   FILE, CHARGE-OFF FROM THE CHARGE-OFF MASTER  *
002100*                   AND PAID-IN-FULL FROM THE CLOSEOUT MASTER.   *
002200*                   A LOAN MISSING ANYTHING THE BUREAU REQUIRES  *
002300*                   IS REJECTED ONTO THE CONTROL REPORT INSTEAD  *
002400*                   OF BEING SENT INCOMPLETE.                    *
002410*  10/15/2026  DT   THE RUN DATE NOW COMES FROM THE BUSINESS-    *
002420*                   DATE CONTROL FILE BDROLL MAINTAINS INSTEAD   *
002430*                   OF THE SYSTEM CLOCK, SO A RUN THAT SLIPS     *
002440*                   PAST MIDNIGHT OR A CATCH-UP RUN STAMPS THE   *
002450*                   NIGHT IT IS ACTUALLY SERVICING.              *
002460*  10/15/2026  DT   LOAN ID WIDENED FROM 3 TO 10 CHARACTERS FOR  *
002470*                   THE ORIGINATION SYSTEM'S 10-DIGIT ACCOUNT    *
002480*                   NUMBER. REJECT LINE LOAN COLUMN WIDENED TO   *
002490*                   MATCH.                                       *
002500*================================================================*
002600*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT DAILYOUT-FILE
003100            ASSIGN TO 'daily_update_file.txt'
003200            ORGANIZATION IS INDEXED
003300            ACCESS MODE IS SEQUENTIAL
003400            RECORD KEY IS OUT-LOAN-ID.
003500
003600     SELECT BORROWER-MASTER-FILE
003700            ASSIGN TO 'borrower_master_file.txt'
003800            ORGANIZATION IS INDEXED
003900            ACCESS MODE IS RANDOM
004000            RECORD KEY IS BM-LOAN-ID.
004100
004200     SELECT OPTIONAL LOAN-TERMS-FILE
004300            ASSIGN TO 'loan_terms_file.txt'
004400            ORGANIZATION IS INDEXED
004500            ACCESS MODE IS RANDOM
004600            RECORD KEY IS LT-LOAN-ID.
004700
004800     SELECT OPTIONAL CHARGEOFF-MASTER-FILE
004900            ASSIGN TO 'chargeoff_master_file.txt'
005000            ORGANIZATION IS INDEXED
005100            ACCESS MODE IS RANDOM
005200            RECORD KEY IS CM-LOAN-ID.
005300
005400     SELECT OPTIONAL CLOSEOUT-FILE
005500            ASSIGN TO 'closeout_master_file.txt'
005600            ORGANIZATION IS INDEXED
005700            ACCESS MODE IS RANDOM
005800            RECORD KEY IS CL-LOAN-ID.
005900
006000     SELECT BUREAU-FILE
006100            ASSIGN TO 'credit_bureau_file.txt'
006200            ORGANIZATION IS LINE SEQUENTIAL.
006300
006400     SELECT BUREAU-REPORT-FILE
006500            ASSIGN TO 'credit_bureau_report.txt'
006600            ORGANIZATION IS LINE SEQUENTIAL.
006700
006800     SELECT OPTIONAL RUN-CONTROL-FILE
006900            ASSIGN TO 'run_control_file.txt'
007000            ORGANIZATION IS LINE SEQUENTIAL.
007100
007110     SELECT OPTIONAL BUSINESS-DATE-FILE
007120            ASSIGN TO 'business_date_file.txt'
007130            ORGANIZATION IS LINE SEQUENTIAL.
007140
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  DAILYOUT-FILE.
007500     COPY OUTREC.
007600
007700 FD  BORROWER-MASTER-FILE.
007800     COPY BORRMAST.
007900
008000 FD  LOAN-TERMS-FILE.
008100     COPY LOANTRM.
008200
008300 FD  CHARGEOFF-MASTER-FILE.
008400     COPY CHGMAST.
008500
008600 FD  CLOSEOUT-FILE.
008700     COPY CLOSMAST.
008800
008900 FD  BUREAU-FILE.
009000     COPY CRBREC.
009100
009200 FD  BUREAU-REPORT-FILE.
009300 01  BUREAU-REPORT-LINE      PIC X(100).
009400
009500 FD  RUN-CONTROL-FILE.
009600     COPY RUNCTL.
009700
009710 FD  BUSINESS-DATE-FILE.
009720     COPY BUSDATE.
009730
009800 WORKING-STORAGE SECTION.
009900 01  WS-EOF                  PIC X VALUE 'N'.
010000     88 AT-END-OF-DAILYOUT-FILE   VALUE 'Y'.
010100 01  WS-BM-FOUND-SW          PIC X VALUE 'N'.
010200     88 BORROWER-RECORD-FOUND     VALUE 'Y'.
010300 01  WS-TERMS-FOUND-SW       PIC X VALUE 'N'.
010400     88 TERMS-RECORD-FOUND        VALUE 'Y'.
010500 01  WS-CHGOFF-SW            PIC X VALUE 'N'.
010600     88 LOAN-IS-CHARGED-OFF       VALUE 'Y'.
010700 01  WS-CL-FOUND-SW          PIC X VALUE 'N'.
010800     88 CLOSEOUT-RECORD-FOUND     VALUE 'Y'.
010900 01  WS-REJECT-SW            PIC X VALUE 'N'.
011000     88 LOAN-IS-REJECTED          VALUE 'Y'.
011100
011200 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
011300 77  WS-RUN-DATE-INT         PIC 9(08) VALUE ZERO.
011400 77  WS-ARREARS-DATE-INT     PIC 9(08) VALUE ZERO.
011500 77  WS-DAYS-PAST            PIC S9(05) VALUE ZERO.
011600 77  WS-TIME-WORK            PIC 9(08) VALUE ZERO.
011700 77  WS-START-TIME           PIC 9(06) VALUE ZERO.
011800 77  WS-REPORT-MONTH         PIC 9(06) VALUE ZERO.
011900 77  WS-COMPLETED-MONTH      PIC 9(06) VALUE ZERO.
012000 77  WS-READ-COUNT           PIC 9(06) VALUE ZERO.
012100 77  WS-SEGMENT-COUNT        PIC 9(06) VALUE ZERO.
012200 77  WS-REJECT-COUNT         PIC 9(06) VALUE ZERO.
012300 77  WS-CLOSED-EARLIER-COUNT PIC 9(06) VALUE ZERO.
012400 77  WS-CURRENT-COUNT        PIC 9(06) VALUE ZERO.
012500 77  WS-30-DAY-COUNT         PIC 9(06) VALUE ZERO.
012600 77  WS-60-DAY-COUNT         PIC 9(06) VALUE ZERO.
012700 77  WS-90-DAY-COUNT         PIC 9(06) VALUE ZERO.
012800 77  WS-CHARGED-OFF-COUNT    PIC 9(06) VALUE ZERO.
012900 77  WS-PAID-COUNT           PIC 9(06) VALUE ZERO.
013000 77  WS-BALANCE-HASH         PIC 9(14) VALUE ZERO.
013100 77  WS-REJECT-TEXT          PIC X(30) VALUE SPACES.
013200
013300 77  WS-LOAN-RATE            PIC 9(02)V9(02) VALUE ZERO.
013400 77  WS-TERM-NUM             PIC 9(02) VALUE ZERO.
013500 77  WS-EMI                  PIC 9(12) VALUE ZERO.
013600 77  WS-EMI-WORK             PIC 9(12)V9(08) VALUE ZERO.
013700 77  WS-MONTHLY-RATE         PIC 9(01)V9(08) VALUE ZERO.
013800 77  WS-RATE-FACTOR          PIC 9(09)V9(08) VALUE ZERO.
013900
014000 01  WS-HEADING-1.
014100     05 FILLER               PIC X(32)
014200            VALUE 'CREDIT-BUREAU EXTRACT FOR MONTH '.
014300     05 H1-REPORT-MONTH      PIC 9(06).
014400
014500 01  WS-HEADING-2.
014600     05 FILLER               PIC X(30)
014700            VALUE 'LOANS REJECTED - NOT REPORTED'.
014800
014900 01  WS-REJECT-LINE.
015000     05 FILLER               PIC X(03) VALUE SPACES.
015100     05 RJ-LOAN-ID           PIC X(10).
015200     05 FILLER               PIC X(01) VALUE SPACE.
015300     05 RJ-BORROWER-NAME     PIC X(30).
015400     05 FILLER               PIC X(01) VALUE SPACE.
015500     05 RJ-REASON            PIC X(30).
015600
015700 01  WS-TOTAL-LINE.
015800     05 TL-CAPTION           PIC X(30).
015900     05 TL-VALUE             PIC Z(13)9.
016000
016100 PROCEDURE DIVISION.
016200 0000-MAINLINE.
016300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
016400     PERFORM 2000-REPORT-ONE-LOAN THRU 2000-EXIT
016500             UNTIL AT-END-OF-DAILYOUT-FILE
016600     PERFORM 7000-WRITE-TRAILER THRU 7000-EXIT
016700     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
016800     PERFORM 9000-TERMINATE THRU 9000-EXIT
016900     STOP RUN.
017000
017100 1000-INITIALIZE.
017200     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
017300     ACCEPT WS-TIME-WORK FROM TIME
017400     MOVE WS-TIME-WORK (1:6) TO WS-START-TIME
017500     COMPUTE WS-RUN-DATE-INT =
017600         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
017700     DISPLAY 'ENTER BUREAU REPORTING MONTH (YYYYMM): '
017800     ACCEPT WS-REPORT-MONTH
017900     OPEN INPUT DAILYOUT-FILE
018000     OPEN INPUT BORROWER-MASTER-FILE
018100     OPEN INPUT LOAN-TERMS-FILE
018200     OPEN INPUT CHARGEOFF-MASTER-FILE
018300     OPEN INPUT CLOSEOUT-FILE
018400     OPEN OUTPUT BUREAU-FILE
018500     OPEN OUTPUT BUREAU-REPORT-FILE
018600     MOVE SPACES TO BUREAU-HEADER-RECORD
018700     MOVE 'HDR' TO BH-RECORD-TYPE
018800     MOVE WS-REPORT-MONTH TO BH-REPORT-MONTH
018900     MOVE WS-RUN-DATE TO BH-CREATE-DATE
019000     WRITE BUREAU-HEADER-RECORD
019100     MOVE WS-REPORT-MONTH TO H1-REPORT-MONTH
019200     MOVE WS-HEADING-1 TO BUREAU-REPORT-LINE
019300     WRITE BUREAU-REPORT-LINE
019400     MOVE SPACES TO BUREAU-REPORT-LINE
019500     WRITE BUREAU-REPORT-LINE
019600     MOVE WS-HEADING-2 TO BUREAU-REPORT-LINE
019700     WRITE BUREAU-REPORT-LINE.
019800 1000-EXIT.
019900     EXIT.
019903
019906*----------------------------------------------------------------*
019909*  1050-READ-BUSINESS-DATE                                       *
019912*  TONIGHT'S BUSINESS DATE COMES FROM THE DATE CONTROL FILE,     *
019915*  NOT THE SYSTEM CLOCK, SO A RUN THAT SLIPS PAST MIDNIGHT OR A  *
019918*  CATCH-UP RUN FOR A MISSED NIGHT STAMPS THE RIGHT DATE.  NO    *
019921*  USABLE CONTROL RECORD STOPS THE STEP BEFORE ANYTHING IS       *
019924*  TOUCHED.                                                      *
019927*----------------------------------------------------------------*
019930 1050-READ-BUSINESS-DATE.
019933     OPEN INPUT BUSINESS-DATE-FILE
019936     READ BUSINESS-DATE-FILE
019939         AT END
019942             MOVE ZERO TO BD-BUSINESS-DATE
019945     END-READ
019948     CLOSE BUSINESS-DATE-FILE
019951     IF BD-BUSINESS-DATE NOT NUMERIC
019954        OR BD-BUSINESS-DATE = ZERO
019957         DISPLAY 'CRBUREAU: NO BUSINESS DATE ON THE DATE CONTROL'
019960                 ' FILE - RUN STOPPED'
019963         MOVE 16 TO RETURN-CODE
019966         STOP RUN
019969     END-IF
019972     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
019975 1050-EXIT.
019978     EXIT.
020000
020100*----------------------------------------------------------------*
020200*  2000-REPORT-ONE-LOAN                                          *
020300*  READS ONE UPDATE RECORD.  A LOAN PAID IN FULL BEFORE THE      *
020400*  REPORTING MONTH WAS ALREADY REPORTED CLOSED AND IS PASSED     *
020500*  OVER.  EVERY OTHER LOAN IS GATHERED FROM ITS MASTERS, EDITED  *
020600*  FOR WHAT THE BUREAU REQUIRES, GIVEN ITS ACCOUNT STATUS AND    *
020700*  WRITTEN AS ONE SEGMENT - OR REJECTED ONTO THE REPORT.         *
020800*----------------------------------------------------------------*
020900 2000-REPORT-ONE-LOAN.
021000     READ DAILYOUT-FILE
021100         AT END
021200             MOVE 'Y' TO WS-EOF
021300             GO TO 2000-EXIT
021400     END-READ
021500     ADD 1 TO WS-READ-COUNT
021600     PERFORM 2100-CHECK-CHARGEOFF THRU 2100-EXIT
021700     MOVE ZERO TO WS-COMPLETED-MONTH
021800     IF OUT-LOAN-COMPLETED = 'Y'
021900        AND NOT LOAN-IS-CHARGED-OFF
022000         PERFORM 2200-CHECK-CLOSEOUT THRU 2200-EXIT
022100         IF WS-COMPLETED-MONTH < WS-REPORT-MONTH
022200             ADD 1 TO WS-CLOSED-EARLIER-COUNT
022300             GO TO 2000-EXIT
022400         END-IF
022500     END-IF
022600     PERFORM 2300-LOOKUP-BORROWER THRU 2300-EXIT
022700     PERFORM 2400-LOOKUP-TERMS THRU 2400-EXIT
022800     PERFORM 2500-EDIT-REQUIRED THRU 2500-EXIT
022900     IF LOAN-IS-REJECTED
023000         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
023100         GO TO 2000-EXIT
023200     END-IF
023300     PERFORM 3000-BUILD-SEGMENT THRU 3000-EXIT
023400     WRITE BUREAU-SEGMENT-RECORD
023500     ADD 1 TO WS-SEGMENT-COUNT
023600     ADD BS-CURRENT-BALANCE TO WS-BALANCE-HASH.
023700 2000-EXIT.
023800     EXIT.
023900
024000 2100-CHECK-CHARGEOFF.
024100     MOVE 'N' TO WS-CHGOFF-SW
024200     MOVE OUT-LOAN-ID TO CM-LOAN-ID
024300     READ CHARGEOFF-MASTER-FILE
024400         INVALID KEY
024500             CONTINUE
024600         NOT INVALID KEY
024700             IF CM-CHARGED-OFF
024800                 MOVE 'Y' TO WS-CHGOFF-SW
024900             END-IF
025000     END-READ.
025100 2100-EXIT.
025200     EXIT.
025300
025400*----------------------------------------------------------------*
025500*  2200-CHECK-CLOSEOUT                                           *
025600*  A COMPLETED LOAN WAS PAID IN FULL IN THE MONTH THE CLOSEOUT   *
025700*  RUN FIRST SAW IT COMPLETE.  ONE THE CLOSEOUT RUN HAS NOT YET  *
025800*  SEEN COMPLETED TONIGHT, INSIDE THE REPORTING MONTH.           *
025900*----------------------------------------------------------------*
026000 2200-CHECK-CLOSEOUT.
026100     MOVE 'Y' TO WS-CL-FOUND-SW
026200     MOVE OUT-LOAN-ID TO CL-LOAN-ID
026300     READ CLOSEOUT-FILE
026400         INVALID KEY
026500             MOVE 'N' TO WS-CL-FOUND-SW
026600     END-READ
026700     IF CLOSEOUT-RECORD-FOUND
026800        AND CL-FIRST-SEEN-DATE NUMERIC
026900         MOVE CL-FIRST-SEEN-DATE (1:6) TO WS-COMPLETED-MONTH
027000     ELSE
027100         MOVE 'N' TO WS-CL-FOUND-SW
027200         MOVE WS-REPORT-MONTH TO WS-COMPLETED-MONTH
027300     END-IF.
027400 2200-EXIT.
027500     EXIT.
027600
027700 2300-LOOKUP-BORROWER.
027800     MOVE 'Y' TO WS-BM-FOUND-SW
027900     MOVE OUT-LOAN-ID TO BM-LOAN-ID
028000     READ BORROWER-MASTER-FILE
028100         INVALID KEY
028200             MOVE 'N' TO WS-BM-FOUND-SW
028300             MOVE SPACES TO BM-BORROWER-NAME
028400     END-READ.
028500 2300-EXIT.
028600     EXIT.
028700
028800 2400-LOOKUP-TERMS.
028900     MOVE 'Y' TO WS-TERMS-FOUND-SW
029000     MOVE OUT-LOAN-ID TO LT-LOAN-ID
029100     READ LOAN-TERMS-FILE
029200         INVALID KEY
029300             MOVE 'N' TO WS-TERMS-FOUND-SW
029400     END-READ.
029500 2400-EXIT.
029600     EXIT.
029700
029800*----------------------------------------------------------------*
029900*  2500-EDIT-REQUIRED                                            *
030000*  THE BUREAU REJECTS A SEGMENT WITHOUT A NAME, A COMPLETE       *
030100*  MAILING ADDRESS, AN OPEN DATE, AN ORIGINAL AMOUNT OR A        *
030200*  USABLE BALANCE, AND A SEGMENT IT CANNOT MATCH TO A CONSUMER   *
030300*  IS WHERE DISPUTES START.  THE FIRST GAP FOUND IS THE REASON.  *
030400*----------------------------------------------------------------*
030500 2500-EDIT-REQUIRED.
030600     MOVE 'N' TO WS-REJECT-SW
030700     IF NOT BORROWER-RECORD-FOUND
030800         MOVE 'NO BORROWER MASTER RECORD' TO WS-REJECT-TEXT
030900         GO TO 2500-REJECT
031000     END-IF
031100     IF BM-BORROWER-NAME = SPACES
031200         MOVE 'BORROWER NAME MISSING' TO WS-REJECT-TEXT
031300         GO TO 2500-REJECT
031400     END-IF
031500     IF BM-ADDRESS-LINE-1 = SPACES
031600        OR BM-CITY = SPACES
031700        OR BM-POSTAL-CODE = SPACES
031800         MOVE 'MAILING ADDRESS INCOMPLETE' TO WS-REJECT-TEXT
031900         GO TO 2500-REJECT
032000     END-IF
032100     IF NOT TERMS-RECORD-FOUND
032200         MOVE 'NO LOAN-TERMS RECORD' TO WS-REJECT-TEXT
032300         GO TO 2500-REJECT
032400     END-IF
032500     IF LT-ORIG-DATE NOT NUMERIC
032600         MOVE 'OPEN DATE MISSING' TO WS-REJECT-TEXT
032700         GO TO 2500-REJECT
032800     END-IF
032900     IF LT-ORIG-DATE = ZERO
033000         MOVE 'OPEN DATE MISSING' TO WS-REJECT-TEXT
033100         GO TO 2500-REJECT
033200     END-IF
033300     IF LT-ORIG-AMOUNT NOT NUMERIC
033400         MOVE 'ORIGINAL AMOUNT MISSING' TO WS-REJECT-TEXT
033500         GO TO 2500-REJECT
033600     END-IF
033700     IF LT-ORIG-AMOUNT = ZERO
033800         MOVE 'ORIGINAL AMOUNT MISSING' TO WS-REJECT-TEXT
033900         GO TO 2500-REJECT
034000     END-IF
034100     IF OUT-LOAN-LEFT NOT NUMERIC
034200        OR OUT-ARREARS-AMT NOT NUMERIC
034300         MOVE 'BALANCE OR ARREARS UNUSABLE' TO WS-REJECT-TEXT
034400         GO TO 2500-REJECT
034500     END-IF
034600     GO TO 2500-EXIT.
034700 2500-REJECT.
034800     MOVE 'Y' TO WS-REJECT-SW.
034900 2500-EXIT.
035000     EXIT.
035100
035200 2900-WRITE-REJECT.
035300     ADD 1 TO WS-REJECT-COUNT
035400     MOVE SPACES TO WS-REJECT-LINE
035500     MOVE OUT-LOAN-ID TO RJ-LOAN-ID
035600     MOVE BM-BORROWER-NAME TO RJ-BORROWER-NAME
035700     MOVE WS-REJECT-TEXT TO RJ-REASON
035800     MOVE WS-REJECT-LINE TO BUREAU-REPORT-LINE
035900     WRITE BUREAU-REPORT-LINE.
036000 2900-EXIT.
036100     EXIT.
036200
036300*----------------------------------------------------------------*
036400*  3000-BUILD-SEGMENT                                            *
036500*  A CHARGED-OFF LOAN REPORTS WHAT IS STILL UNRECOVERED OF THE   *
036600*  AMOUNT WRITTEN OFF.  A LOAN PAID IN FULL REPORTS A ZERO       *
036700*  BALANCE AND ITS CLOSE DATE.  ANY OTHER LOAN IS AGED THE WAY   *
036800*  DELINQ AGES IT AND REPORTS ITS NEXT SCHEDULED EMI.            *
036900*----------------------------------------------------------------*
037000 3000-BUILD-SEGMENT.
037100     MOVE SPACES TO BUREAU-SEGMENT-RECORD
037200     MOVE 'SEG' TO BS-RECORD-TYPE
037300     MOVE OUT-LOAN-ID TO BS-LOAN-ID
037400     MOVE BM-BORROWER-NAME TO BS-BORROWER-NAME
037500     MOVE BM-ADDRESS-LINE-1 TO BS-ADDRESS-LINE-1
037600     MOVE BM-ADDRESS-LINE-2 TO BS-ADDRESS-LINE-2
037700     MOVE BM-CITY TO BS-CITY
037800     MOVE BM-POSTAL-CODE TO BS-POSTAL-CODE
037900     MOVE LT-ORIG-DATE TO BS-OPEN-DATE
038000     MOVE LT-ORIG-AMOUNT TO BS-ORIG-AMOUNT
038100     MOVE ZERO TO BS-CURRENT-BALANCE
038200     MOVE ZERO TO BS-SCHEDULED-EMI
038300     MOVE ZERO TO BS-ARREARS-AMT
038400     MOVE ZERO TO BS-DAYS-PAST-DUE
038500     MOVE ZERO TO BS-CHARGEOFF-AMT
038600     MOVE ZERO TO BS-CHARGEOFF-DATE
038700     MOVE ZERO TO BS-CLOSED-DATE
038800     IF LOAN-IS-CHARGED-OFF
038900         MOVE '97' TO BS-ACCOUNT-STATUS
039000         MOVE CM-CHARGED-AMOUNT TO BS-CHARGEOFF-AMT
039100         MOVE CM-CHARGEOFF-DATE TO BS-CHARGEOFF-DATE
039200         IF CM-CHARGED-AMOUNT > CM-RECOVERED-AMOUNT
039300             COMPUTE BS-CURRENT-BALANCE =
039400                 CM-CHARGED-AMOUNT - CM-RECOVERED-AMOUNT
039500         END-IF
039600         ADD 1 TO WS-CHARGED-OFF-COUNT
039700         GO TO 3000-EXIT
039800     END-IF
039900     IF OUT-LOAN-COMPLETED = 'Y'
040000         MOVE '13' TO BS-ACCOUNT-STATUS
040100         IF CLOSEOUT-RECORD-FOUND
040200             MOVE CL-FIRST-SEEN-DATE TO BS-CLOSED-DATE
040300         ELSE
040400             MOVE WS-RUN-DATE TO BS-CLOSED-DATE
040500         END-IF
040600         ADD 1 TO WS-PAID-COUNT
040700         GO TO 3000-EXIT
040800     END-IF
040900     MOVE OUT-LOAN-LEFT TO BS-CURRENT-BALANCE
041000     MOVE OUT-ARREARS-AMT TO BS-ARREARS-AMT
041100     PERFORM 3100-COMPUTE-AGE THRU 3100-EXIT
041200     MOVE WS-DAYS-PAST TO BS-DAYS-PAST-DUE
041300     PERFORM 3200-COMPUTE-EMI THRU 3200-EXIT
041400     MOVE WS-EMI TO BS-SCHEDULED-EMI
041500     IF WS-DAYS-PAST >= 90
041600         MOVE '80' TO BS-ACCOUNT-STATUS
041700         ADD 1 TO WS-90-DAY-COUNT
041800     ELSE
041900         IF WS-DAYS-PAST >= 60
042000             MOVE '78' TO BS-ACCOUNT-STATUS
042100             ADD 1 TO WS-60-DAY-COUNT
042200         ELSE
042300             IF WS-DAYS-PAST >= 30
042400                 MOVE '71' TO BS-ACCOUNT-STATUS
042500                 ADD 1 TO WS-30-DAY-COUNT
042600             ELSE
042700                 MOVE '11' TO BS-ACCOUNT-STATUS
042800                 ADD 1 TO WS-CURRENT-COUNT
042900             END-IF
043000         END-IF
043100     END-IF.
043200 3000-EXIT.
043300     EXIT.
043400
043500*----------------------------------------------------------------*
043600*  3100-COMPUTE-AGE                                              *
043700*  DAYS PAST DUE IS RUN DATE MINUS THE DATE OF THE FIRST UNPAID  *
043800*  EMI.  NO ARREARS, OR AN UNUSABLE ARREARS DATE, AGES AS ZERO.  *
043900*----------------------------------------------------------------*
044000 3100-COMPUTE-AGE.
044100     MOVE ZERO TO WS-DAYS-PAST
044200     IF OUT-ARREARS-AMT = ZERO
044300         GO TO 3100-EXIT
044400     END-IF
044500     IF OUT-ARREARS-DATE NOT NUMERIC
044600         GO TO 3100-EXIT
044700     END-IF
044800     IF OUT-ARREARS-DATE < 16010101
044900         GO TO 3100-EXIT
045000     END-IF
045100     COMPUTE WS-ARREARS-DATE-INT =
045200         FUNCTION INTEGER-OF-DATE (OUT-ARREARS-DATE)
045300     COMPUTE WS-DAYS-PAST =
045400         WS-RUN-DATE-INT - WS-ARREARS-DATE-INT
045500     IF WS-DAYS-PAST < ZERO
045600         MOVE ZERO TO WS-DAYS-PAST
045700     END-IF.
045800 3100-EXIT.
045900     EXIT.
046000
046100*----------------------------------------------------------------*
046200*  3200-COMPUTE-EMI                                              *
046300*  THE SAME LEVEL-INSTALMENT FORMULA THE NIGHTLY RUN USES, ON    *
046400*  THE REMAINING BALANCE AND TERM AT THE RATE IN FORCE TONIGHT.  *
046500*  A LOAN THE FORMULA CANNOT PRICE REPORTS A ZERO EMI RATHER     *
046600*  THAN A WRONG ONE.                                             *
046700*----------------------------------------------------------------*
046800 3200-COMPUTE-EMI.
046900     MOVE ZERO TO WS-EMI
047000     IF OUT-LOAN-TERM NOT NUMERIC
047100         GO TO 3200-EXIT
047200     END-IF
047300     MOVE OUT-LOAN-TERM TO WS-TERM-NUM
047400     IF WS-TERM-NUM = ZERO OR OUT-LOAN-LEFT = ZERO
047500         GO TO 3200-EXIT
047600     END-IF
047700     IF LT-NEW-RATE-DATE NUMERIC
047800        AND LT-NEW-RATE-DATE > ZERO
047900        AND LT-NEW-RATE-DATE NOT > WS-RUN-DATE
048000         MOVE LT-NEW-RATE TO WS-LOAN-RATE
048100     ELSE
048200         MOVE LT-RATE TO WS-LOAN-RATE
048300     END-IF
048400     IF WS-LOAN-RATE NOT NUMERIC OR WS-LOAN-RATE = ZERO
048500         DIVIDE OUT-LOAN-LEFT BY WS-TERM-NUM GIVING WS-EMI
048600         IF WS-EMI = ZERO
048700             MOVE OUT-LOAN-LEFT TO WS-EMI
048800         END-IF
048900         GO TO 3200-EXIT
049000     END-IF
049100     COMPUTE WS-MONTHLY-RATE ROUNDED = (WS-LOAN-RATE / 12) / 100
049200     COMPUTE WS-RATE-FACTOR ROUNDED =
049300         (1 + WS-MONTHLY-RATE) ** WS-TERM-NUM
049400         ON SIZE ERROR
049500             GO TO 3200-EXIT
049600     END-COMPUTE
049700     COMPUTE WS-EMI-WORK ROUNDED =
049800         OUT-LOAN-LEFT * WS-MONTHLY-RATE * WS-RATE-FACTOR
049900         ON SIZE ERROR
050000             GO TO 3200-EXIT
050100     END-COMPUTE
050200     COMPUTE WS-EMI ROUNDED =
050300         WS-EMI-WORK / (WS-RATE-FACTOR - 1)
050400         ON SIZE ERROR
050500             MOVE ZERO TO WS-EMI
050600     END-COMPUTE.
050700 3200-EXIT.
050800     EXIT.
050900
051000*----------------------------------------------------------------*
051100*  7000-WRITE-TRAILER                                            *
051200*  THE TRAILER CARRIES THE SEGMENT COUNT AND THE BALANCE HASH    *
051300*  FOR THE BUREAU TO VERIFY THE FILE ARRIVED WHOLE.              *
051400*----------------------------------------------------------------*
051500 7000-WRITE-TRAILER.
051600     MOVE SPACES TO BUREAU-TRAILER-RECORD
051700     MOVE 'TRL' TO BT-RECORD-TYPE
051800     MOVE WS-SEGMENT-COUNT TO BT-RECORD-COUNT
051900     MOVE WS-BALANCE-HASH TO BT-HASH-TOTAL
052000     WRITE BUREAU-TRAILER-RECORD.
052100 7000-EXIT.
052200     EXIT.
052300
052400*----------------------------------------------------------------*
052500*  8000-PRINT-TOTALS                                            *
052600*----------------------------------------------------------------*
052700 8000-PRINT-TOTALS.
052800     MOVE SPACES TO BUREAU-REPORT-LINE
052900     WRITE BUREAU-REPORT-LINE
053000     MOVE SPACES TO WS-TOTAL-LINE
053100     MOVE 'UPDATE RECORDS READ........' TO TL-CAPTION
053200     MOVE WS-READ-COUNT TO TL-VALUE
053300     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
053400     MOVE 'PAID OFF BEFORE MONTH......' TO TL-CAPTION
053500     MOVE WS-CLOSED-EARLIER-COUNT TO TL-VALUE
053600     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
053700     MOVE 'STATUS 11 CURRENT..........' TO TL-CAPTION
053800     MOVE WS-CURRENT-COUNT TO TL-VALUE
053900     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
054000     MOVE 'STATUS 71 30-59 DAYS.......' TO TL-CAPTION
054100     MOVE WS-30-DAY-COUNT TO TL-VALUE
054200     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
054300     MOVE 'STATUS 78 60-89 DAYS.......' TO TL-CAPTION
054400     MOVE WS-60-DAY-COUNT TO TL-VALUE
054500     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
054600     MOVE 'STATUS 80 90+ DAYS.........' TO TL-CAPTION
054700     MOVE WS-90-DAY-COUNT TO TL-VALUE
054800     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
054900     MOVE 'STATUS 97 CHARGED OFF......' TO TL-CAPTION
055000     MOVE WS-CHARGED-OFF-COUNT TO TL-VALUE
055100     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
055200     MOVE 'STATUS 13 PAID IN FULL.....' TO TL-CAPTION
055300     MOVE WS-PAID-COUNT TO TL-VALUE
055400     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
055500     MOVE 'SEGMENTS WRITTEN...........' TO TL-CAPTION
055600     MOVE WS-SEGMENT-COUNT TO TL-VALUE
055700     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
055800     MOVE 'LOANS REJECTED.............' TO TL-CAPTION
055900     MOVE WS-REJECT-COUNT TO TL-VALUE
056000     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
056100     MOVE 'BALANCE HASH TOTAL.........' TO TL-CAPTION
056200     MOVE WS-BALANCE-HASH TO TL-VALUE
056300     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
056400 8000-EXIT.
056500     EXIT.
056600
056700 8100-WRITE-TOTAL-LINE.
056800     MOVE WS-TOTAL-LINE TO BUREAU-REPORT-LINE
056900     WRITE BUREAU-REPORT-LINE
057000     MOVE SPACES TO WS-TOTAL-LINE.
057100 8100-EXIT.
057200     EXIT.
057300
057400*----------------------------------------------------------------*
057500*  9000-TERMINATE                                                *
057600*  A MONTH WITH REJECTS LEAVES RETURN CODE 4 - THE FILE IS GOOD  *
057700*  TO SEND, BUT THE REJECTED LOANS NEED FIXING BEFORE NEXT       *
057800*  MONTH'S EXTRACT.                                              *
057900*----------------------------------------------------------------*
058000 9000-TERMINATE.
058100     CLOSE DAILYOUT-FILE
058200     CLOSE BORROWER-MASTER-FILE
058300     CLOSE LOAN-TERMS-FILE
058400     CLOSE CHARGEOFF-MASTER-FILE
058500     CLOSE CLOSEOUT-FILE
058600     CLOSE BUREAU-FILE
058700     CLOSE BUREAU-REPORT-FILE
058800     PERFORM 9100-STAMP-RUN-LEDGER THRU 9100-EXIT
058900     DISPLAY 'CRBUREAU RECORDS READ:  ' WS-READ-COUNT
059000     DISPLAY 'CRBUREAU SEGMENTS:      ' WS-SEGMENT-COUNT
059100     DISPLAY 'CRBUREAU REJECTED:      ' WS-REJECT-COUNT
059200     IF WS-REJECT-COUNT > ZERO
059300         MOVE 4 TO RETURN-CODE
059400     END-IF.
059500 9000-EXIT.
059600     EXIT.
059700
059800*----------------------------------------------------------------*
059900*  9100-STAMP-RUN-LEDGER                                         *
060000*  APPENDS THE STEP'S COMPLETION RECORD TO THE RUN-CONTROL       *
060100*  LEDGER SO OPERATIONS SEES THE BUREAU EXTRACT FINISHED.        *
060200*----------------------------------------------------------------*
060300 9100-STAMP-RUN-LEDGER.
060400     OPEN EXTEND RUN-CONTROL-FILE
060500     MOVE SPACES TO RUN-CONTROL-RECORD
060600     MOVE WS-RUN-DATE TO RC-BUSINESS-DATE
060700     MOVE 'CRBUREAU' TO RC-PROGRAM-NAME
060800     MOVE WS-START-TIME TO RC-START-TIME
060900     ACCEPT WS-TIME-WORK FROM TIME
061000     MOVE WS-TIME-WORK (1:6) TO RC-END-TIME
061100     MOVE WS-READ-COUNT TO RC-READ-COUNT
061200     MOVE WS-SEGMENT-COUNT TO RC-WRITTEN-COUNT
061300     MOVE 'DONE' TO RC-STATUS
061400     WRITE RUN-CONTROL-RECORD
061500     CLOSE RUN-CONTROL-FILE.
061600 9100-EXIT.
061700     EXIT.
