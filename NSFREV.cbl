000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. NSFREV.
000300 AUTHOR. D-TEAGUE.
000400 INSTALLATION. LOAN-SERVICING-BATCH.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*================================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  ---------- ----  ----------------------------------------    *
001100*  10/15/2026  DT   ORIGINAL VERSION.  RETURNED-PAYMENT (NSF)   *
001200*                   REVERSAL.  READS THE FILE OF RECEIPTS THE   *
001300*                   BANK SENT BACK UNPAID, FINDS THE HISTORY    *
001400*                   RECORD OF THE NIGHT EACH WAS APPLIED, AND   *
001500*                   REPLAYS THAT NIGHT'S MONEY APPLICATION      *
001600*                   WITHOUT THE RETURNED MONEY.  THE DIFFERENCE *
001700*                   IS BACKED OUT OF THE UPDATE FILE, THE       *
001800*                   PENALTY FILE AND THE SUSPENSE FILE - THE    *
001900*                   BALANCE, TERM, ARREARS AND SUSPENSE GO BACK *
002000*                   TO WHAT THEY WOULD HAVE BEEN - AND POSTED   *
002100*                   TO THE GL EXTRACT UNDER THE REVERSAL        *
002200*                   ACCOUNTS.  AN OPTIONAL RETURNED-ITEM FEE IS *
002300*                   CHARGED TO THE PENALTY BALANCE AND POSTED   *
002400*                   TO ITS OWN INCOME ACCOUNT.  THE REPORT      *
002500*                   SHOWS EVERY BORROWER THE RETURN PUT BACK    *
002600*                   INTO ARREARS.                               *
002610*  10/15/2026  DT   THE RUN DATE NOW COMES FROM THE BUSINESS-   *
002620*                   DATE CONTROL FILE BDROLL MAINTAINS INSTEAD  *
002630*                   OF THE SYSTEM CLOCK, SO A RUN THAT SLIPS    *
002640*                   PAST MIDNIGHT OR A CATCH-UP RUN STAMPS THE  *
002650*                   NIGHT IT IS ACTUALLY SERVICING.             *
002660*  10/15/2026  DT   LOAN ID WIDENED FROM 3 TO 10 CHARACTERS FOR  *
002670*                   THE ORIGINATION SYSTEM'S 10-DIGIT ACCOUNT    *
002680*                   NUMBER. REPORT LOAN COLUMN WIDENED; REPORT   *
002690*                   LINE WIDENED TO 100 BYTES.                   *
002700*================================================================*
002800*
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT RETURNED-PAYMENT-FILE
003300            ASSIGN TO 'returned_payment_file.txt'
003400            ORGANIZATION IS LINE SEQUENTIAL.
003500
003600     SELECT LOAN-HISTORY-FILE ASSIGN TO 'loan_history_file.txt'
003700            ORGANIZATION IS LINE SEQUENTIAL.
003800
003900     SELECT OUT-FILE
004000            ASSIGN TO 'daily_update_file.txt'
004100            ORGANIZATION IS INDEXED
004200            ACCESS MODE IS RANDOM
004300            RECORD KEY IS OUT-LOAN-ID.
004400
004500     SELECT OPTIONAL PENALTY-FILE
004600            ASSIGN TO 'penalty_file.txt'
004700            ORGANIZATION IS INDEXED
004800            ACCESS MODE IS RANDOM
004900            RECORD KEY IS PEN-LOAN-ID.
005000
005100     SELECT OPTIONAL SUSPENSE-FILE
005200            ASSIGN TO 'suspense_file.txt'
005300            ORGANIZATION IS INDEXED
005400            ACCESS MODE IS RANDOM
005500            RECORD KEY IS SUSP-LOAN-ID.
005600
005700     SELECT OPTIONAL CHARGEOFF-MASTER-FILE
005800            ASSIGN TO 'chargeoff_master_file.txt'
005900            ORGANIZATION IS INDEXED
006000            ACCESS MODE IS RANDOM
006100            RECORD KEY IS CM-LOAN-ID.
006200
006300     SELECT GL-EXTRACT-FILE ASSIGN TO 'gl_extract_file.txt'
006400            ORGANIZATION IS LINE SEQUENTIAL.
006500
006600     SELECT NSF-REPORT-FILE
006700            ASSIGN TO 'nsf_reversal_report.txt'
006800            ORGANIZATION IS LINE SEQUENTIAL.
006900
007000     SELECT OPTIONAL RUN-CONTROL-FILE
007100            ASSIGN TO 'run_control_file.txt'
007200            ORGANIZATION IS LINE SEQUENTIAL.
007300
007310     SELECT OPTIONAL BUSINESS-DATE-FILE
007320            ASSIGN TO 'business_date_file.txt'
007330            ORGANIZATION IS LINE SEQUENTIAL.
007340
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  RETURNED-PAYMENT-FILE.
007700     COPY RTNPAY.
007800
007900 FD  LOAN-HISTORY-FILE.
008000 01  LOAN-HISTORY-LINE       PIC X(300).
008100
008200 FD  OUT-FILE.
008300     COPY OUTREC.
008400
008500 FD  PENALTY-FILE.
008600     COPY PENLTY.
008700
008800 FD  SUSPENSE-FILE.
008900     COPY SUSPREC.
009000
009100 FD  CHARGEOFF-MASTER-FILE.
009200     COPY CHGMAST.
009300
009400 FD  GL-EXTRACT-FILE.
009500     COPY GLEXTR.
009600
009700 FD  NSF-REPORT-FILE.
009800 01  NSF-REPORT-LINE         PIC X(100).
009900
010000 FD  RUN-CONTROL-FILE.
010100     COPY RUNCTL.
010200
010210 FD  BUSINESS-DATE-FILE.
010220     COPY BUSDATE.
010230
010300 WORKING-STORAGE SECTION.
010400 01  WS-EOF                  PIC X VALUE 'N'.
010500     88 AT-END-OF-RETURNS-FILE    VALUE 'Y'.
010600 01  WS-HIST-EOF-SW          PIC X VALUE 'N'.
010700     88 AT-END-OF-HISTORY-FILE    VALUE 'Y'.
010800 01  WS-HIST-FOUND-SW        PIC X VALUE 'N'.
010900     88 HISTORY-RECORD-FOUND      VALUE 'Y'.
011000 01  WS-LOAN-FOUND-SW        PIC X VALUE 'N'.
011100     88 LOAN-RECORD-FOUND         VALUE 'Y'.
011200 01  WS-CM-FOUND-SW          PIC X VALUE 'N'.
011300     88 CHARGEOFF-RECORD-FOUND    VALUE 'Y'.
011400 01  WS-PEN-FOUND-SW         PIC X VALUE 'N'.
011500     88 PENALTY-RECORD-FOUND      VALUE 'Y'.
011600 01  WS-SUSP-FOUND-SW        PIC X VALUE 'N'.
011700     88 SUSPENSE-RECORD-FOUND     VALUE 'Y'.
011800 01  WS-LEDGER-EOF-SW        PIC X VALUE 'N'.
011900     88 AT-END-OF-RUN-LEDGER      VALUE 'Y'.
012000 01  WS-PRIOR-RUN-SW         PIC X VALUE 'N'.
012100     88 TONIGHT-ALREADY-RAN       VALUE 'Y'.
012200 01  WS-SHORT-SW             PIC X VALUE 'N'.
012300     88 REVERSAL-FELL-SHORT       VALUE 'Y'.
012400 01  WS-RP-EMI-SW            PIC X VALUE 'N'.
012500     88 REPLAY-EMI-POSTED         VALUE 'Y'.
012600 01  WS-FULL-EMI-SW          PIC X VALUE 'N'.
012700     88 FULL-EMI-POSTED           VALUE 'Y'.
012800 01  WS-SHORT-EMI-SW         PIC X VALUE 'N'.
012900     88 SHORT-EMI-POSTED          VALUE 'Y'.
013000
013100*  THE HISTORY RECORD IS SCANNED INTO THE LAYOUT BELOW; THE LAST
013200*  MATCH FOR THE LOAN AND DATE IS HELD IN WS-HIST-SAVE.
013300     COPY HISTREC.
013400 01  WS-HIST-SAVE            PIC X(300) VALUE SPACES.
013500
013600 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
013700 77  WS-TIME-WORK            PIC 9(08) VALUE ZERO.
013800 77  WS-START-TIME           PIC 9(06) VALUE ZERO.
013900 77  WS-READ-COUNT           PIC 9(06) VALUE ZERO.
014000 77  WS-REVERSED-COUNT       PIC 9(06) VALUE ZERO.
014100 77  WS-RECOVERY-COUNT       PIC 9(06) VALUE ZERO.
014200 77  WS-REJECTED-COUNT       PIC 9(06) VALUE ZERO.
014300 77  WS-ARREARS-COUNT        PIC 9(06) VALUE ZERO.
014400 77  WS-REVIEW-COUNT         PIC 9(06) VALUE ZERO.
014500 77  WS-FEE-AMOUNT           PIC 9(12) VALUE ZERO.
014600 77  WS-RETURN-TOTAL         PIC 9(14) VALUE ZERO.
014700 77  WS-PRINCIPAL-TOTAL      PIC 9(14) VALUE ZERO.
014800 77  WS-INTEREST-TOTAL       PIC 9(14) VALUE ZERO.
014900 77  WS-FEE-TOTAL            PIC 9(14) VALUE ZERO.
015000 77  WS-RECOVERY-TOTAL       PIC 9(14) VALUE ZERO.
015100 77  WS-TERM-NUM             PIC 9(02) VALUE ZERO.
015200 77  WS-ARREARS-WAS          PIC 9(12) VALUE ZERO.
015300 77  WS-PENALTY-RESTORED     PIC 9(12) VALUE ZERO.
015400 77  WS-RECOVERY-REVERSED    PIC 9(12) VALUE ZERO.
015500 77  WS-SUSPENSE-NOW         PIC 9(12) VALUE ZERO.
015600 77  WS-NEW-SUSPENSE         PIC S9(14) VALUE ZERO.
015700 77  WS-GL-PRIN-REV-ACCT     PIC X(08) VALUE '1000-150'.
015800 77  WS-GL-INT-REV-ACCT      PIC X(08) VALUE '4000-250'.
015900 77  WS-GL-FEE-ACCT          PIC X(08) VALUE '4000-230'.
016000 77  WS-GL-RECOV-REV-ACCT    PIC X(08) VALUE '5000-320'.
016100
016200*  ONE REPLAY OF THE NIGHT'S MONEY APPLICATION.
016300 77  WS-RP-RECEIPT           PIC 9(12) VALUE ZERO.
016400 77  WS-RP-AVAILABLE         PIC 9(12) VALUE ZERO.
016500 77  WS-RP-ARREARS           PIC 9(12) VALUE ZERO.
016600 77  WS-RP-ARREARS-DATE      PIC 9(08) VALUE ZERO.
016700 77  WS-RP-LEFT              PIC 9(12) VALUE ZERO.
016800 77  WS-RP-PENALTY           PIC 9(12) VALUE ZERO.
016900 77  WS-RP-PAID              PIC 9(12) VALUE ZERO.
017000 77  WS-RP-PRINCIPAL         PIC 9(12) VALUE ZERO.
017100 77  WS-RP-INTEREST          PIC 9(12) VALUE ZERO.
017200 77  WS-RP-PENALTY-PAID      PIC 9(12) VALUE ZERO.
017300 77  WS-RP-EMI-PRINCIPAL     PIC 9(12) VALUE ZERO.
017400
017500*  THE NIGHT AS IT RAN, AND AS IT WOULD HAVE RUN WITHOUT THE
017600*  RETURNED MONEY.
017700 77  WS-FULL-PRINCIPAL       PIC 9(12) VALUE ZERO.
017800 77  WS-FULL-INTEREST        PIC 9(12) VALUE ZERO.
017900 77  WS-FULL-PENALTY-PAID    PIC 9(12) VALUE ZERO.
018000 77  WS-FULL-SUSPENSE        PIC 9(12) VALUE ZERO.
018100 77  WS-FULL-ARREARS         PIC 9(12) VALUE ZERO.
018200 77  WS-SHORT-PRINCIPAL      PIC 9(12) VALUE ZERO.
018300 77  WS-SHORT-INTEREST       PIC 9(12) VALUE ZERO.
018400 77  WS-SHORT-PENALTY-PAID   PIC 9(12) VALUE ZERO.
018500 77  WS-SHORT-SUSPENSE       PIC 9(12) VALUE ZERO.
018600 77  WS-SHORT-ARREARS        PIC 9(12) VALUE ZERO.
018700 77  WS-SHORT-ARREARS-DATE   PIC 9(08) VALUE ZERO.
018800 77  WS-DELTA-PRINCIPAL      PIC S9(12) VALUE ZERO.
018900 77  WS-DELTA-INTEREST       PIC S9(12) VALUE ZERO.
019000 77  WS-DELTA-PENALTY        PIC S9(12) VALUE ZERO.
019100 77  WS-DELTA-ARREARS        PIC S9(12) VALUE ZERO.
019200
019300 01  WS-HEADING-1.
019400     05 FILLER               PIC X(33)
019500            VALUE 'RETURNED-PAYMENT REVERSAL RUN OF '.
019600     05 H1-RUN-DATE          PIC 9(08).
019700
019800 01  WS-HEADING-2.
019900     05 FILLER               PIC X(02) VALUE SPACES.
020000     05 FILLER               PIC X(11) VALUE 'LOAN'.
020100     05 FILLER               PIC X(21) VALUE ' BORROWER'.
020200     05 FILLER               PIC X(26) VALUE ' VERDICT'.
020300     05 FILLER               PIC X(11) VALUE '   RETURNED'.
020400     05 FILLER               PIC X(12) VALUE ' NEW ARREARS'.
020500
020600 01  WS-RESULT-LINE.
020700     05 FILLER               PIC X(02) VALUE SPACES.
020800     05 RL-LOAN-ID           PIC X(10).
020900     05 FILLER               PIC X(01) VALUE SPACE.
021000     05 RL-BORROWER-NAME     PIC X(20).
021100     05 FILLER               PIC X(01) VALUE SPACE.
021200     05 RL-VERDICT           PIC X(26).
021300     05 RL-AMOUNT            PIC Z(10)9.
021400     05 FILLER               PIC X(01) VALUE SPACE.
021500     05 RL-ARREARS           PIC Z(10)9.
021600
021700 01  WS-TOTAL-LINE.
021800     05 TL-CAPTION           PIC X(30).
021900     05 TL-VALUE             PIC Z(13)9.
022000
022100 PROCEDURE DIVISION.
022200 0000-MAINLINE.
022300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
022400     PERFORM 2000-PROCESS-RETURN THRU 2000-EXIT
022500             UNTIL AT-END-OF-RETURNS-FILE
022600     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
022700     PERFORM 9000-TERMINATE THRU 9000-EXIT
022800     STOP RUN.
022900
023000 1000-INITIALIZE.
023100     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
023200     ACCEPT WS-TIME-WORK FROM TIME
023300     MOVE WS-TIME-WORK (1:6) TO WS-START-TIME
023400     PERFORM 1100-CHECK-RUN-LEDGER THRU 1100-EXIT
023500     DISPLAY 'ENTER RETURNED-ITEM FEE (12 DIGITS, ZERO = NONE): '
023600     ACCEPT WS-FEE-AMOUNT
023700     IF WS-FEE-AMOUNT NOT NUMERIC
023800         DISPLAY 'NSFREV: RETURNED-ITEM FEE IS NOT NUMERIC'
023900                 ' - RUN STOPPED'
024000         MOVE 16 TO RETURN-CODE
024100         STOP RUN
024200     END-IF
024300     OPEN INPUT RETURNED-PAYMENT-FILE
024400     OPEN I-O OUT-FILE
024500     OPEN I-O PENALTY-FILE
024600     OPEN I-O SUSPENSE-FILE
024700     OPEN I-O CHARGEOFF-MASTER-FILE
024800     OPEN EXTEND GL-EXTRACT-FILE
024900     OPEN OUTPUT NSF-REPORT-FILE
025000     MOVE WS-RUN-DATE TO H1-RUN-DATE
025100     MOVE WS-HEADING-1 TO NSF-REPORT-LINE
025200     WRITE NSF-REPORT-LINE
025300     MOVE SPACES TO NSF-REPORT-LINE
025400     WRITE NSF-REPORT-LINE
025500     MOVE WS-HEADING-2 TO NSF-REPORT-LINE
025600     WRITE NSF-REPORT-LINE
025700     MOVE SPACES TO NSF-REPORT-LINE
025800     WRITE NSF-REPORT-LINE.
025900 1000-EXIT.
026000     EXIT.
026003
026006*----------------------------------------------------------------*
026009*  1050-READ-BUSINESS-DATE                                       *
026012*  TONIGHT'S BUSINESS DATE COMES FROM THE DATE CONTROL FILE,     *
026015*  NOT THE SYSTEM CLOCK, SO A RUN THAT SLIPS PAST MIDNIGHT OR A  *
026018*  CATCH-UP RUN FOR A MISSED NIGHT STAMPS THE RIGHT DATE.  NO    *
026021*  USABLE CONTROL RECORD STOPS THE STEP BEFORE ANYTHING IS       *
026024*  TOUCHED.                                                      *
026027*----------------------------------------------------------------*
026030 1050-READ-BUSINESS-DATE.
026033     OPEN INPUT BUSINESS-DATE-FILE
026036     READ BUSINESS-DATE-FILE
026039         AT END
026042             MOVE ZERO TO BD-BUSINESS-DATE
026045     END-READ
026048     CLOSE BUSINESS-DATE-FILE
026051     IF BD-BUSINESS-DATE NOT NUMERIC
026054        OR BD-BUSINESS-DATE = ZERO
026057         DISPLAY 'NSFREV: NO BUSINESS DATE ON THE DATE CONTROL'
026060                 ' FILE - RUN STOPPED'
026063         MOVE 16 TO RETURN-CODE
026066         STOP RUN
026069     END-IF
026072     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
026075 1050-EXIT.
026078     EXIT.
026100
026200*----------------------------------------------------------------*
026300*  1100-CHECK-RUN-LEDGER                                         *
026400*  A RETURNED-PAYMENT FILE BACKED OUT TWICE WOULD PUT THE SAME   *
026500*  MONEY BACK ON THE BALANCE TWICE.  A COMPLETED NSFREV RUN      *
026600*  ALREADY STAMPED WITH TONIGHT'S DATE STOPS THE STEP; A LATE    *
026700*  SECOND FILE FROM THE BANK WAITS FOR TOMORROW NIGHT.           *
026800*----------------------------------------------------------------*
026900 1100-CHECK-RUN-LEDGER.
027000     OPEN INPUT RUN-CONTROL-FILE
027100     PERFORM 1110-READ-ONE-LEDGER-ENTRY THRU 1110-EXIT
027200             UNTIL AT-END-OF-RUN-LEDGER
027300     CLOSE RUN-CONTROL-FILE
027400     IF NOT TONIGHT-ALREADY-RAN
027500         GO TO 1100-EXIT
027600     END-IF
027700     DISPLAY 'NSFREV: RETURNS WERE ALREADY REVERSED FOR '
027800             WS-RUN-DATE ' - RUN STOPPED'
027900     MOVE 16 TO RETURN-CODE
028000     STOP RUN.
028100 1100-EXIT.
028200     EXIT.
028300
028400 1110-READ-ONE-LEDGER-ENTRY.
028500     READ RUN-CONTROL-FILE
028600         AT END
028700             MOVE 'Y' TO WS-LEDGER-EOF-SW
028800             GO TO 1110-EXIT
028900     END-READ
029000     IF RC-BUSINESS-DATE NOT NUMERIC
029100         GO TO 1110-EXIT
029200     END-IF
029300     IF RC-BUSINESS-DATE = WS-RUN-DATE
029400        AND RC-PROGRAM-NAME = 'NSFREV  '
029500        AND RC-STATUS = 'DONE'
029600         MOVE 'Y' TO WS-PRIOR-RUN-SW
029700     END-IF.
029800 1110-EXIT.
029900     EXIT.
030000
030100*----------------------------------------------------------------*
030200*  2000-PROCESS-RETURN                                           *
030300*  READS ONE RETURNED RECEIPT.  THE LOAN MUST BE ON THE UPDATE   *
030400*  FILE, THE NIGHT THE RECEIPT WAS APPLIED MUST BE ON THE LOAN   *
030500*  HISTORY WITH ITS BEFORE-IMAGE, AND THE BANK CANNOT RETURN     *
030600*  MORE THAN WAS RECEIVED.  A LOAN THAT WAS CHARGED OFF WHEN     *
030700*  THE RECEIPT CAME IN HAS ITS RECOVERY BACKED OUT INSTEAD; ONE  *
030800*  CHARGED OFF SINCE IS LEFT FOR FINANCE TO RESOLVE BY HAND.     *
030900*  EVERY RETURN, REVERSED OR NOT, LEAVES A REPORT LINE.          *
031000*----------------------------------------------------------------*
031100 2000-PROCESS-RETURN.
031200     READ RETURNED-PAYMENT-FILE
031300         AT END
031400             MOVE 'Y' TO WS-EOF
031500             GO TO 2000-EXIT
031600     END-READ
031700     ADD 1 TO WS-READ-COUNT
031800
031900     IF RP-RETURN-AMOUNT NOT NUMERIC
032000        OR RP-RETURN-AMOUNT = ZERO
032100         MOVE 'REJECTED - BAD AMOUNT' TO RL-VERDICT
032200         PERFORM 2800-REJECT-RETURN THRU 2800-EXIT
032300         GO TO 2000-EXIT
032400     END-IF
032500     MOVE RP-RETURN-AMOUNT TO RL-AMOUNT
032600
032700     MOVE 'Y' TO WS-LOAN-FOUND-SW
032800     MOVE RP-LOAN-ID TO OUT-LOAN-ID
032900     READ OUT-FILE
033000         INVALID KEY
033100             MOVE 'N' TO WS-LOAN-FOUND-SW
033200     END-READ
033300     IF NOT LOAN-RECORD-FOUND
033400         MOVE 'REJECTED - NOT ON UPDATE' TO RL-VERDICT
033500         PERFORM 2800-REJECT-RETURN THRU 2800-EXIT
033600         GO TO 2000-EXIT
033700     END-IF
033800     MOVE OUT-BORROWER-NAME TO RL-BORROWER-NAME
033900
034000     PERFORM 2100-FIND-HISTORY THRU 2100-EXIT
034100     IF NOT HISTORY-RECORD-FOUND
034200         MOVE 'REJECTED - NO HISTORY' TO RL-VERDICT
034300         PERFORM 2800-REJECT-RETURN THRU 2800-EXIT
034400         GO TO 2000-EXIT
034500     END-IF
034600*  HISTORY WRITTEN BEFORE THE NIGHT'S BEFORE-IMAGE WAS CARRIED
034700*  HAS NOTHING TO REPLAY FROM.
034800     IF HIST-RECEIPT-AMT NOT NUMERIC
034900        OR HIST-SUSPENSE-AFTER NOT NUMERIC
035000         MOVE 'REJECTED - NO BEFORE-IMAGE' TO RL-VERDICT
035100         PERFORM 2800-REJECT-RETURN THRU 2800-EXIT
035200         GO TO 2000-EXIT
035300     END-IF
035400     IF RP-RETURN-AMOUNT > HIST-RECEIPT-AMT
035500         MOVE 'REJECTED - EXCEEDS RECEIPT' TO RL-VERDICT
035600         PERFORM 2800-REJECT-RETURN THRU 2800-EXIT
035700         GO TO 2000-EXIT
035800     END-IF
035900
036000     MOVE 'Y' TO WS-CM-FOUND-SW
036100     MOVE RP-LOAN-ID TO CM-LOAN-ID
036200     READ CHARGEOFF-MASTER-FILE
036300         INVALID KEY
036400             MOVE 'N' TO WS-CM-FOUND-SW
036500     END-READ
036600     IF HIST-CHARGEOFF-STATUS = 'C'
036700         IF NOT CHARGEOFF-RECORD-FOUND
036800             MOVE 'REJECTED - NO CHARGE-OFF' TO RL-VERDICT
036900             PERFORM 2800-REJECT-RETURN THRU 2800-EXIT
037000             GO TO 2000-EXIT
037100         END-IF
037200         PERFORM 2500-REVERSE-RECOVERY THRU 2500-EXIT
037300         GO TO 2000-EXIT
037400     END-IF
037500     IF CHARGEOFF-RECORD-FOUND
037600         MOVE 'REJECTED - CHARGED OFF' TO RL-VERDICT
037700         PERFORM 2800-REJECT-RETURN THRU 2800-EXIT
037800         GO TO 2000-EXIT
037900     END-IF
038000
038100     PERFORM 2200-REPLAY-BOTH-WAYS THRU 2200-EXIT
038200     PERFORM 2300-APPLY-REVERSAL THRU 2300-EXIT
038300     PERFORM 2400-POST-REVERSAL THRU 2400-EXIT
038400     ADD 1 TO WS-REVERSED-COUNT
038500     ADD RP-RETURN-AMOUNT TO WS-RETURN-TOTAL
038600
038700     IF OUT-ARREARS-AMT > ZERO AND WS-ARREARS-WAS = ZERO
038800         ADD 1 TO WS-ARREARS-COUNT
038900     END-IF
039000     IF REVERSAL-FELL-SHORT
039100         ADD 1 TO WS-REVIEW-COUNT
039200         MOVE 'REVERSED - REVIEW SUSPENSE' TO RL-VERDICT
039300     ELSE
039400         IF OUT-ARREARS-AMT > ZERO
039500             IF WS-ARREARS-WAS = ZERO
039600                 MOVE 'REVERSED - BACK IN ARREARS' TO RL-VERDICT
039700             ELSE
039800                 MOVE 'REVERSED - IN ARREARS' TO RL-VERDICT
039900             END-IF
040000         ELSE
040100             MOVE 'REVERSED' TO RL-VERDICT
040200         END-IF
040300     END-IF
040400     MOVE OUT-ARREARS-AMT TO RL-ARREARS
040500     PERFORM 2900-WRITE-RESULT THRU 2900-EXIT.
040600 2000-EXIT.
040700     EXIT.
040800
040900*----------------------------------------------------------------*
041000*  2100-FIND-HISTORY                                             *
041100*  SWEEPS THE LOAN HISTORY FOR THE RECORD PROCESS WROTE FOR THE  *
041200*  LOAN ON THE NIGHT THE RECEIPT WAS APPLIED.  AN OVERRIDE       *
041300*  RERUN OF THAT NIGHT APPENDS A SECOND RECORD, AND THE LAST     *
041400*  ONE WRITTEN IS THE ONE THAT STOOD, SO THE LAST MATCH WINS.    *
041500*  RETURNS ARE A HANDFUL A NIGHT; ONE PASS EACH IS CHEAP.        *
041600*----------------------------------------------------------------*
041700 2100-FIND-HISTORY.
041800     MOVE 'N' TO WS-HIST-FOUND-SW
041900     MOVE 'N' TO WS-HIST-EOF-SW
042000     MOVE SPACES TO WS-HIST-SAVE
042100     OPEN INPUT LOAN-HISTORY-FILE
042200     PERFORM 2110-SCAN-ONE-HISTORY THRU 2110-EXIT
042300             UNTIL AT-END-OF-HISTORY-FILE
042400     CLOSE LOAN-HISTORY-FILE
042500     MOVE WS-HIST-SAVE TO LOAN-HISTORY-RECORD.
042600 2100-EXIT.
042700     EXIT.
042800
042900 2110-SCAN-ONE-HISTORY.
043000     READ LOAN-HISTORY-FILE INTO LOAN-HISTORY-RECORD
043100         AT END
043200             MOVE 'Y' TO WS-HIST-EOF-SW
043300             GO TO 2110-EXIT
043400     END-READ
043500     IF HIST-RUN-DATE NOT NUMERIC
043600         GO TO 2110-EXIT
043700     END-IF
043800     IF HIST-LOAN-ID = RP-LOAN-ID
043900        AND HIST-RUN-DATE = RP-APPLIED-DATE
044000         MOVE 'Y' TO WS-HIST-FOUND-SW
044100         MOVE LOAN-HISTORY-RECORD TO WS-HIST-SAVE
044200     END-IF.
044300 2110-EXIT.
044400     EXIT.
044500
044600*----------------------------------------------------------------*
044700*  2200-REPLAY-BOTH-WAYS                                         *
044800*  THE NIGHT IS REPLAYED TWICE FROM ITS BEFORE-IMAGE - ONCE WITH *
044900*  THE RECEIPT AS IT CAME IN, WHICH REPRODUCES WHAT PROCESS DID, *
045000*  AND ONCE WITH THE RETURNED MONEY TAKEN OUT.  THE DIFFERENCE   *
045100*  BETWEEN THE TWO IS EXACTLY WHAT THE RETURN HAS TO BACK OUT.   *
045200*----------------------------------------------------------------*
045300 2200-REPLAY-BOTH-WAYS.
045400     MOVE HIST-RECEIPT-AMT TO WS-RP-RECEIPT
045500     PERFORM 2210-REPLAY-THE-NIGHT THRU 2210-EXIT
045600     MOVE WS-RP-PRINCIPAL TO WS-FULL-PRINCIPAL
045700     MOVE WS-RP-INTEREST TO WS-FULL-INTEREST
045800     MOVE WS-RP-PENALTY-PAID TO WS-FULL-PENALTY-PAID
045900     MOVE WS-RP-AVAILABLE TO WS-FULL-SUSPENSE
046000     MOVE WS-RP-ARREARS TO WS-FULL-ARREARS
046100     MOVE WS-RP-EMI-SW TO WS-FULL-EMI-SW
046200
046300     COMPUTE WS-RP-RECEIPT = HIST-RECEIPT-AMT - RP-RETURN-AMOUNT
046400     PERFORM 2210-REPLAY-THE-NIGHT THRU 2210-EXIT
046500     MOVE WS-RP-PRINCIPAL TO WS-SHORT-PRINCIPAL
046600     MOVE WS-RP-INTEREST TO WS-SHORT-INTEREST
046700     MOVE WS-RP-PENALTY-PAID TO WS-SHORT-PENALTY-PAID
046800     MOVE WS-RP-AVAILABLE TO WS-SHORT-SUSPENSE
046900     MOVE WS-RP-ARREARS TO WS-SHORT-ARREARS
047000     MOVE WS-RP-ARREARS-DATE TO WS-SHORT-ARREARS-DATE
047100     MOVE WS-RP-EMI-SW TO WS-SHORT-EMI-SW
047200
047300     COMPUTE WS-DELTA-PRINCIPAL =
047400         WS-FULL-PRINCIPAL - WS-SHORT-PRINCIPAL
047500     COMPUTE WS-DELTA-INTEREST =
047600         WS-FULL-INTEREST - WS-SHORT-INTEREST
047700     COMPUTE WS-DELTA-PENALTY =
047800         WS-FULL-PENALTY-PAID - WS-SHORT-PENALTY-PAID
047900     COMPUTE WS-DELTA-ARREARS =
048000         WS-SHORT-ARREARS - WS-FULL-ARREARS
048100*  LESS MONEY CAN ONLY EVER APPLY LESS, BUT A NEGATIVE DIFFERENCE
048200*  MUST NEVER REACH THE UNSIGNED BALANCES OR THE GL.
048300     IF WS-DELTA-PRINCIPAL < ZERO
048400         MOVE ZERO TO WS-DELTA-PRINCIPAL
048500     END-IF
048600     IF WS-DELTA-INTEREST < ZERO
048700         MOVE ZERO TO WS-DELTA-INTEREST
048800     END-IF
048900     IF WS-DELTA-PENALTY < ZERO
049000         MOVE ZERO TO WS-DELTA-PENALTY
049100     END-IF
049200     IF WS-DELTA-ARREARS < ZERO
049300         MOVE ZERO TO WS-DELTA-ARREARS
049400     END-IF.
049500 2200-EXIT.
049600     EXIT.
049700
049800*----------------------------------------------------------------*
049900*  2210-REPLAY-THE-NIGHT                                         *
050000*  THE SAME ORDER OF APPLICATION AS 2460-MATCH-RECEIPT IN        *
050100*  PROCESS: THE RECEIPT PLUS THE SUSPENSE THE LOAN CARRIED IN    *
050200*  DRAINS THE ARREARS, THEN THE PENALTY, THEN THE CYCLE'S EMI,   *
050300*  AND WHAT IS LEFT SITS IN SUSPENSE.  THE BALANCE AT THE MATCH  *
050400*  IS THE BALANCE AFTER ANY PREPAYMENT, WHICH A RETURNED         *
050500*  RECEIPT DOES NOT TOUCH.                                       *
050600*----------------------------------------------------------------*
050700 2210-REPLAY-THE-NIGHT.
050800     COMPUTE WS-RP-AVAILABLE =
050900         HIST-SUSPENSE-BEFORE + WS-RP-RECEIPT
051000     MOVE HIST-ARREARS-BEFORE TO WS-RP-ARREARS
051100     MOVE HIST-ARREARS-DATE-BEFORE TO WS-RP-ARREARS-DATE
051200     MOVE HIST-LEFT-AT-MATCH TO WS-RP-LEFT
051300     MOVE HIST-PENALTY-BEFORE TO WS-RP-PENALTY
051400     MOVE ZERO TO WS-RP-PAID
051500     MOVE ZERO TO WS-RP-PRINCIPAL
051600     MOVE ZERO TO WS-RP-INTEREST
051700     MOVE ZERO TO WS-RP-PENALTY-PAID
051800     MOVE 'N' TO WS-RP-EMI-SW
051900     PERFORM 2211-REPLAY-ARREARS THRU 2211-EXIT
052000     PERFORM 2212-REPLAY-PENALTY THRU 2212-EXIT
052100     PERFORM 2213-REPLAY-EMI THRU 2213-EXIT.
052200 2210-EXIT.
052300     EXIT.
052400
052500 2211-REPLAY-ARREARS.
052600     IF WS-RP-ARREARS = ZERO OR WS-RP-AVAILABLE = ZERO
052700         GO TO 2211-EXIT
052800     END-IF
052900     IF WS-RP-AVAILABLE >= WS-RP-ARREARS
053000         MOVE WS-RP-ARREARS TO WS-RP-PAID
053100         SUBTRACT WS-RP-ARREARS FROM WS-RP-AVAILABLE
053200         MOVE ZERO TO WS-RP-ARREARS
053300         MOVE ZERO TO WS-RP-ARREARS-DATE
053400     ELSE
053500         MOVE WS-RP-AVAILABLE TO WS-RP-PAID
053600         SUBTRACT WS-RP-AVAILABLE FROM WS-RP-ARREARS
053700         MOVE ZERO TO WS-RP-AVAILABLE
053800     END-IF
053900*  ARREARS PAID RETIRE BALANCE UP TO THE BALANCE ITSELF; THE
054000*  REST WAS INTEREST BAKED INTO THE MISSED EMIS.
054100     IF WS-RP-PAID > WS-RP-LEFT
054200         COMPUTE WS-RP-INTEREST =
054300             WS-RP-INTEREST + WS-RP-PAID - WS-RP-LEFT
054400         MOVE WS-RP-LEFT TO WS-RP-PAID
054500     END-IF
054600     ADD WS-RP-PAID TO WS-RP-PRINCIPAL
054700     SUBTRACT WS-RP-PAID FROM WS-RP-LEFT.
054800 2211-EXIT.
054900     EXIT.
055000
055100 2212-REPLAY-PENALTY.
055200     IF WS-RP-PENALTY = ZERO OR WS-RP-AVAILABLE = ZERO
055300         GO TO 2212-EXIT
055400     END-IF
055500     IF WS-RP-AVAILABLE >= WS-RP-PENALTY
055600         MOVE WS-RP-PENALTY TO WS-RP-PENALTY-PAID
055700     ELSE
055800         MOVE WS-RP-AVAILABLE TO WS-RP-PENALTY-PAID
055900     END-IF
056000     SUBTRACT WS-RP-PENALTY-PAID FROM WS-RP-AVAILABLE.
056100 2212-EXIT.
056200     EXIT.
056300
056400*  AN OFF-CYCLE NIGHT CARRIES A ZERO EMI, WHICH ALWAYS "POSTS"
056500*  AND MOVES NOTHING - JUST AS IT DOES IN PROCESS.
056600 2213-REPLAY-EMI.
056700     IF WS-RP-AVAILABLE < HIST-EMI-AMT
056800         ADD HIST-EMI-AMT TO WS-RP-ARREARS
056900         IF WS-RP-ARREARS-DATE = ZERO
057000             MOVE HIST-DUE-DATE TO WS-RP-ARREARS-DATE
057100         END-IF
057200         GO TO 2213-EXIT
057300     END-IF
057400     SUBTRACT HIST-EMI-AMT FROM WS-RP-AVAILABLE
057500     MOVE 'Y' TO WS-RP-EMI-SW
057600     MOVE HIST-EMI-PRINCIPAL TO WS-RP-EMI-PRINCIPAL
057700     IF WS-RP-EMI-PRINCIPAL > WS-RP-LEFT
057800         COMPUTE WS-RP-INTEREST =
057900             WS-RP-INTEREST + WS-RP-EMI-PRINCIPAL - WS-RP-LEFT
058000         MOVE WS-RP-LEFT TO WS-RP-EMI-PRINCIPAL
058100     END-IF
058200     ADD WS-RP-EMI-PRINCIPAL TO WS-RP-PRINCIPAL
058300     SUBTRACT WS-RP-EMI-PRINCIPAL FROM WS-RP-LEFT
058400     ADD HIST-EMI-INTEREST TO WS-RP-INTEREST.
058500 2213-EXIT.
058600     EXIT.
058700
058800*----------------------------------------------------------------*
058900*  2300-APPLY-REVERSAL                                           *
059000*  PUTS THE DIFFERENCE BACK ON THE LOAN AS IT STANDS TONIGHT:    *
059100*  THE PRINCIPAL THE RECEIPT RETIRED GOES BACK ON THE BALANCE,   *
059200*  ARREARS IT CLEARED - AND AN EMI IT NO LONGER COVERS - GO      *
059300*  BACK INTO ARREARS, A TERM IT CONSUMED IS GIVEN BACK, AND THE  *
059400*  PENALTY AND SUSPENSE ARE RESTORED ON THEIR OWN FILES.  THE    *
059500*  NEXT DUE DATE IS LEFT ALONE: PROCESS ROLLS IT ON EVERY DUE    *
059600*  NIGHT WHETHER OR NOT THE EMI WAS COVERED, AND THE UNCOVERED   *
059700*  EMI NOW SITS IN ARREARS - ROLLING THE DATE BACK WOULD BILL    *
059800*  THE SAME CYCLE TWICE.                                         *
059900*----------------------------------------------------------------*
060000 2300-APPLY-REVERSAL.
060100     MOVE 'N' TO WS-SHORT-SW
060200     MOVE OUT-ARREARS-AMT TO WS-ARREARS-WAS
060300     ADD WS-DELTA-PRINCIPAL TO OUT-LOAN-LEFT
060400
060500     IF WS-DELTA-ARREARS > ZERO
060600         ADD WS-DELTA-ARREARS TO OUT-ARREARS-AMT
060700         IF WS-SHORT-ARREARS-DATE = ZERO
060800             MOVE HIST-DUE-DATE TO WS-SHORT-ARREARS-DATE
060900         END-IF
061000         IF OUT-ARREARS-DATE = ZERO
061100            OR WS-SHORT-ARREARS-DATE < OUT-ARREARS-DATE
061200             MOVE WS-SHORT-ARREARS-DATE TO OUT-ARREARS-DATE
061300         END-IF
061400     END-IF
061500
061600     IF FULL-EMI-POSTED AND NOT SHORT-EMI-POSTED
061700        AND HIST-LOAN-COMPLETED NOT = 'Y'
061800        AND OUT-LOAN-TERM NUMERIC
061900         MOVE OUT-LOAN-TERM TO WS-TERM-NUM
062000         ADD 1 TO WS-TERM-NUM
062100         MOVE WS-TERM-NUM TO OUT-LOAN-TERM
062200     END-IF
062300     IF OUT-LOAN-LEFT > ZERO
062400         MOVE 'N' TO OUT-LOAN-COMPLETED
062500         IF OUT-LOAN-TERM = '00'
062600             MOVE '01' TO OUT-LOAN-TERM
062700         END-IF
062800     END-IF
062900
063000     COMPUTE WS-PENALTY-RESTORED =
063100         WS-DELTA-PENALTY + WS-FEE-AMOUNT
063200     ADD WS-PENALTY-RESTORED TO OUT-PENALTY-AMT
063300     PERFORM 2310-RESTORE-PENALTY THRU 2310-EXIT
063400     PERFORM 2320-RESTORE-SUSPENSE THRU 2320-EXIT
063500
063600     REWRITE OUTPUT-RECORD
063700         INVALID KEY
063800             CONTINUE
063900     END-REWRITE
064000     ADD WS-DELTA-PRINCIPAL TO WS-PRINCIPAL-TOTAL
064100     ADD WS-DELTA-INTEREST TO WS-INTEREST-TOTAL
064200     ADD WS-FEE-AMOUNT TO WS-FEE-TOTAL.
064300 2300-EXIT.
064400     EXIT.
064500
064600*----------------------------------------------------------------*
064700*  2310-RESTORE-PENALTY                                          *
064800*  THE PENALTY THE RECEIPT PAID DOWN GOES BACK ON THE KEYED      *
064900*  PENALTY BALANCE, WITH THE RETURNED-ITEM FEE ON TOP.  THE      *
065000*  FEE IS A CHARGE, SO IT STAMPS THE ASSESSED DATE; A RESTORED   *
065100*  BALANCE ALONE DOES NOT.  THE RERUN BEFORE-IMAGE IS LEFT AS    *
065200*  PROCESS WROTE IT.                                             *
065300*----------------------------------------------------------------*
065400 2310-RESTORE-PENALTY.
065500     IF WS-PENALTY-RESTORED = ZERO
065600         GO TO 2310-EXIT
065700     END-IF
065800     MOVE 'Y' TO WS-PEN-FOUND-SW
065900     MOVE RP-LOAN-ID TO PEN-LOAN-ID
066000     READ PENALTY-FILE
066100         INVALID KEY
066200             MOVE 'N' TO WS-PEN-FOUND-SW
066300     END-READ
066400     IF PENALTY-RECORD-FOUND
066500         ADD WS-PENALTY-RESTORED TO PEN-PENALTY-BAL
066600         IF WS-FEE-AMOUNT > ZERO
066700             MOVE WS-RUN-DATE TO PEN-LAST-ASSESSED
066800         END-IF
066900         REWRITE PENALTY-RECORD
067000             INVALID KEY
067100                 CONTINUE
067200         END-REWRITE
067300     ELSE
067400         MOVE SPACES TO PENALTY-RECORD
067500         MOVE RP-LOAN-ID TO PEN-LOAN-ID
067600         MOVE WS-PENALTY-RESTORED TO PEN-PENALTY-BAL
067700         MOVE WS-RUN-DATE TO PEN-LAST-ASSESSED
067800         MOVE ZERO TO PEN-PRIOR-BAL
067900         MOVE ZERO TO PEN-APPLIED-DATE
068000         WRITE PENALTY-RECORD
068100             INVALID KEY
068200                 CONTINUE
068300         END-WRITE
068400     END-IF.
068500 2310-EXIT.
068600     EXIT.
068700
068800*----------------------------------------------------------------*
068900*  2320-RESTORE-SUSPENSE                                         *
069000*  THE SUSPENSE THE NIGHT LEFT IS REPLACED BY THE SUSPENSE IT    *
069100*  WOULD HAVE LEFT.  A SHORT RECEIPT THAT NEVER COVERED THE EMI  *
069200*  SAT ENTIRELY IN SUSPENSE, SO THE RETURN COMES STRAIGHT OUT OF *
069300*  IT.  MONEY ALREADY APPLIED ON A LATER NIGHT CANNOT BE TAKEN   *
069400*  BACK HERE - THE BALANCE STOPS AT ZERO AND THE LOAN IS         *
069500*  FLAGGED FOR REVIEW ON THE REPORT.                             *
069600*----------------------------------------------------------------*
069700 2320-RESTORE-SUSPENSE.
069800     IF WS-FULL-SUSPENSE = WS-SHORT-SUSPENSE
069900         GO TO 2320-EXIT
070000     END-IF
070100     MOVE ZERO TO WS-SUSPENSE-NOW
070200     MOVE 'Y' TO WS-SUSP-FOUND-SW
070300     MOVE RP-LOAN-ID TO SUSP-LOAN-ID
070400     READ SUSPENSE-FILE
070500         INVALID KEY
070600             MOVE 'N' TO WS-SUSP-FOUND-SW
070700         NOT INVALID KEY
070800             MOVE SUSP-AMOUNT TO WS-SUSPENSE-NOW
070900     END-READ
071000     COMPUTE WS-NEW-SUSPENSE =
071100         WS-SUSPENSE-NOW - WS-FULL-SUSPENSE + WS-SHORT-SUSPENSE
071200     IF WS-NEW-SUSPENSE < ZERO
071300         MOVE 'Y' TO WS-SHORT-SW
071400         MOVE ZERO TO WS-NEW-SUSPENSE
071500     END-IF
071600     IF NOT SUSPENSE-RECORD-FOUND
071700         IF WS-NEW-SUSPENSE = ZERO
071800             GO TO 2320-EXIT
071900         END-IF
072000         MOVE SPACES TO SUSPENSE-RECORD
072100         MOVE RP-LOAN-ID TO SUSP-LOAN-ID
072200         MOVE ZERO TO SUSP-FIRST-DATE
072300         MOVE ZERO TO SUSP-PRIOR-AMOUNT
072400         MOVE ZERO TO SUSP-APPLIED-DATE
072500     END-IF
072600     MOVE WS-NEW-SUSPENSE TO SUSP-AMOUNT
072700     IF WS-NEW-SUSPENSE = ZERO
072800         MOVE ZERO TO SUSP-FIRST-DATE
072900     ELSE
073000         IF SUSP-FIRST-DATE NOT NUMERIC
073100            OR SUSP-FIRST-DATE = ZERO
073200             MOVE WS-RUN-DATE TO SUSP-FIRST-DATE
073300         END-IF
073400     END-IF
073500     MOVE WS-RUN-DATE TO SUSP-LAST-DATE
073600     IF SUSPENSE-RECORD-FOUND
073700         REWRITE SUSPENSE-RECORD
073800             INVALID KEY
073900                 CONTINUE
074000         END-REWRITE
074100     ELSE
074200         WRITE SUSPENSE-RECORD
074300             INVALID KEY
074400                 CONTINUE
074500         END-WRITE
074600     END-IF.
074700 2320-EXIT.
074800     EXIT.
074900
075000*----------------------------------------------------------------*
075100*  2400-POST-REVERSAL                                            *
075200*  ONE GL-EXTRACT RECORD CARRYING THE RESTORED PRINCIPAL AND THE *
075300*  REVERSED INTEREST UNDER THE REVERSAL ACCOUNTS, AND THE        *
075400*  RETURNED-ITEM FEE UNDER ITS OWN INCOME ACCOUNT IN THE THIRD   *
075500*  SLOT.  LOANBAL NETS 1000-150 OFF THE NIGHT'S PRINCIPAL PROOF. *
075600*----------------------------------------------------------------*
075700 2400-POST-REVERSAL.
075800     MOVE SPACES TO GL-EXTRACT-RECORD
075900     MOVE WS-RUN-DATE TO GL-RUN-DATE
076000     MOVE RP-LOAN-ID TO GL-LOAN-ID
076100     MOVE WS-GL-PRIN-REV-ACCT TO GL-PRINCIPAL-ACCT
076200     MOVE WS-DELTA-PRINCIPAL TO GL-PRINCIPAL-AMT
076300     MOVE WS-GL-INT-REV-ACCT TO GL-INTEREST-ACCT
076400     MOVE WS-DELTA-INTEREST TO GL-INTEREST-AMT
076500     MOVE WS-GL-FEE-ACCT TO GL-PENALTY-ACCT
076600     MOVE WS-FEE-AMOUNT TO GL-PENALTY-AMT
076700     WRITE GL-EXTRACT-RECORD.
076800 2400-EXIT.
076900     EXIT.
077000
077100*----------------------------------------------------------------*
077200*  2500-REVERSE-RECOVERY                                         *
077300*  ON A LOAN ALREADY CHARGED OFF THE NIGHT THE RECEIPT CAME IN,  *
077400*  THE MONEY WENT TO THE RECOVERED TOTAL ON THE CHARGE-OFF       *
077500*  MASTER, NOT TO THE LOAN.  THE RETURN COMES BACK OFF THAT      *
077600*  TOTAL AND IS POSTED TO THE RECOVERY-REVERSAL ACCOUNT.  NO     *
077700*  RETURNED-ITEM FEE IS CHARGED - A WRITTEN-OFF LOAN ACCRUES     *
077800*  NOTHING.                                                      *
077900*----------------------------------------------------------------*
078000 2500-REVERSE-RECOVERY.
078100     MOVE 'N' TO WS-SHORT-SW
078200     IF RP-RETURN-AMOUNT > CM-RECOVERED-AMOUNT
078300         MOVE CM-RECOVERED-AMOUNT TO WS-RECOVERY-REVERSED
078400         MOVE 'Y' TO WS-SHORT-SW
078500     ELSE
078600         MOVE RP-RETURN-AMOUNT TO WS-RECOVERY-REVERSED
078700     END-IF
078800     SUBTRACT WS-RECOVERY-REVERSED FROM CM-RECOVERED-AMOUNT
078900     REWRITE CHARGEOFF-MASTER-RECORD
079000         INVALID KEY
079100             CONTINUE
079200     END-REWRITE
079300
079400     MOVE SPACES TO GL-EXTRACT-RECORD
079500     MOVE WS-RUN-DATE TO GL-RUN-DATE
079600     MOVE RP-LOAN-ID TO GL-LOAN-ID
079700     MOVE WS-GL-RECOV-REV-ACCT TO GL-PRINCIPAL-ACCT
079800     MOVE WS-RECOVERY-REVERSED TO GL-PRINCIPAL-AMT
079900     MOVE WS-GL-INT-REV-ACCT TO GL-INTEREST-ACCT
080000     MOVE ZERO TO GL-INTEREST-AMT
080100     MOVE WS-GL-RECOV-REV-ACCT TO GL-PENALTY-ACCT
080200     MOVE ZERO TO GL-PENALTY-AMT
080300     WRITE GL-EXTRACT-RECORD
080400
080500     ADD 1 TO WS-RECOVERY-COUNT
080600     ADD RP-RETURN-AMOUNT TO WS-RETURN-TOTAL
080700     ADD WS-RECOVERY-REVERSED TO WS-RECOVERY-TOTAL
080800     IF REVERSAL-FELL-SHORT
080900         ADD 1 TO WS-REVIEW-COUNT
081000         MOVE 'RECOVERY SHORT - REVIEW' TO RL-VERDICT
081100     ELSE
081200         MOVE 'RECOVERY REVERSED' TO RL-VERDICT
081300     END-IF
081400     PERFORM 2900-WRITE-RESULT THRU 2900-EXIT.
081500 2500-EXIT.
081600     EXIT.
081700
081800 2800-REJECT-RETURN.
081900     ADD 1 TO WS-REJECTED-COUNT
082000     PERFORM 2900-WRITE-RESULT THRU 2900-EXIT.
082100 2800-EXIT.
082200     EXIT.
082300
082400 2900-WRITE-RESULT.
082500     MOVE RP-LOAN-ID TO RL-LOAN-ID
082600     MOVE WS-RESULT-LINE TO NSF-REPORT-LINE
082700     WRITE NSF-REPORT-LINE
082800     MOVE SPACES TO WS-RESULT-LINE.
082900 2900-EXIT.
083000     EXIT.
083100
083200*----------------------------------------------------------------*
083300*  8000-PRINT-TOTALS                                            *
083400*----------------------------------------------------------------*
083500 8000-PRINT-TOTALS.
083600     MOVE SPACES TO NSF-REPORT-LINE
083700     WRITE NSF-REPORT-LINE
083800     MOVE SPACES TO WS-TOTAL-LINE
083900     MOVE 'RETURNS READ...............' TO TL-CAPTION
084000     MOVE WS-READ-COUNT TO TL-VALUE
084100     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
084200     MOVE 'RECEIPTS REVERSED..........' TO TL-CAPTION
084300     MOVE WS-REVERSED-COUNT TO TL-VALUE
084400     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
084500     MOVE 'RECOVERIES REVERSED........' TO TL-CAPTION
084600     MOVE WS-RECOVERY-COUNT TO TL-VALUE
084700     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
084800     MOVE 'RETURNS REJECTED...........' TO TL-CAPTION
084900     MOVE WS-REJECTED-COUNT TO TL-VALUE
085000     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
085100     MOVE 'BORROWERS BACK IN ARREARS..' TO TL-CAPTION
085200     MOVE WS-ARREARS-COUNT TO TL-VALUE
085300     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
085400     MOVE 'LOANS HELD FOR REVIEW......' TO TL-CAPTION
085500     MOVE WS-REVIEW-COUNT TO TL-VALUE
085600     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
085700     MOVE 'AMOUNT RETURNED............' TO TL-CAPTION
085800     MOVE WS-RETURN-TOTAL TO TL-VALUE
085900     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
086000     MOVE 'PRINCIPAL RESTORED.........' TO TL-CAPTION
086100     MOVE WS-PRINCIPAL-TOTAL TO TL-VALUE
086200     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
086300     MOVE 'INTEREST REVERSED..........' TO TL-CAPTION
086400     MOVE WS-INTEREST-TOTAL TO TL-VALUE
086500     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
086600     MOVE 'RETURNED-ITEM FEES.........' TO TL-CAPTION
086700     MOVE WS-FEE-TOTAL TO TL-VALUE
086800     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
086900     MOVE 'RECOVERY REVERSED..........' TO TL-CAPTION
087000     MOVE WS-RECOVERY-TOTAL TO TL-VALUE
087100     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
087200 8000-EXIT.
087300     EXIT.
087400
087500 8100-WRITE-TOTAL-LINE.
087600     MOVE WS-TOTAL-LINE TO NSF-REPORT-LINE
087700     WRITE NSF-REPORT-LINE
087800     MOVE SPACES TO WS-TOTAL-LINE.
087900 8100-EXIT.
088000     EXIT.
088100
088200 9000-TERMINATE.
088300     CLOSE RETURNED-PAYMENT-FILE
088400     CLOSE OUT-FILE
088500     CLOSE PENALTY-FILE
088600     CLOSE SUSPENSE-FILE
088700     CLOSE CHARGEOFF-MASTER-FILE
088800     CLOSE GL-EXTRACT-FILE
088900     CLOSE NSF-REPORT-FILE
089000     PERFORM 9100-STAMP-RUN-LEDGER THRU 9100-EXIT
089100     DISPLAY 'NSFREV RETURNS READ:    ' WS-READ-COUNT
089200     DISPLAY 'NSFREV REVERSED:        ' WS-REVERSED-COUNT
089300     DISPLAY 'NSFREV RECOVERIES:      ' WS-RECOVERY-COUNT
089400     DISPLAY 'NSFREV REJECTED:        ' WS-REJECTED-COUNT.
089500 9000-EXIT.
089600     EXIT.
089700
089800*----------------------------------------------------------------*
089900*  9100-STAMP-RUN-LEDGER                                         *
090000*  APPENDS THE STEP'S COMPLETION RECORD TO THE RUN-CONTROL       *
090100*  LEDGER.  THE SAME ENTRY IS WHAT STOPS A SECOND REVERSAL RUN   *
090200*  OF THE SAME BUSINESS DATE.                                    *
090300*----------------------------------------------------------------*
090400 9100-STAMP-RUN-LEDGER.
090500     OPEN EXTEND RUN-CONTROL-FILE
090600     MOVE SPACES TO RUN-CONTROL-RECORD
090700     MOVE WS-RUN-DATE TO RC-BUSINESS-DATE
090800     MOVE 'NSFREV  ' TO RC-PROGRAM-NAME
090900     MOVE WS-START-TIME TO RC-START-TIME
091000     ACCEPT WS-TIME-WORK FROM TIME
091100     MOVE WS-TIME-WORK (1:6) TO RC-END-TIME
091200     MOVE WS-READ-COUNT TO RC-READ-COUNT
091300     COMPUTE RC-WRITTEN-COUNT =
091400         WS-REVERSED-COUNT + WS-RECOVERY-COUNT
091500     MOVE 'DONE' TO RC-STATUS
091600     WRITE RUN-CONTROL-RECORD
091700     CLOSE RUN-CONTROL-FILE.
091800 9100-EXIT.
091900     EXIT.
