000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RIAUDIT.
000300 AUTHOR. D-TEAGUE.
000400 INSTALLATION. LOAN-SERVICING-BATCH.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*================================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  ---------- ----  ----------------------------------------    *
001100*  10/15/2026  DT   ORIGINAL VERSION.  NIGHTLY CROSS-FILE       *
001200*                   INTEGRITY AUDIT.  TONIGHT'S FEED, THE       *
001300*                   UPDATE FILE, TONIGHT'S REJECTS, THE         *
001400*                   BORROWER, LOAN-TERMS, PENALTY, SUSPENSE,    *
001500*                   CHARGE-OFF AND NOTICE-HISTORY MASTERS AND   *
001600*                   THE GL EXTRACT'S LOSS POSTINGS ARE SORTED   *
001700*                   TOGETHER BY LOAN ID AND EACH LOAN'S SET IS  *
001800*                   CHECKED FOR MISSING MASTERS, ORPHANS AND    *
001900*                   CONFLICTING STATUSES; EACH BORROWER'S       *
002000*                   BRANCH IS CHECKED AGAINST THE BRANCH        *
002100*                   MASTER.  EVERY FINDING CARRIES A SEVERITY,  *
002200*                   AND THE RETURN CODE LETS THE JCL HOLD THE   *
002300*                   NIGHT'S REPORTS.                            *
002310*  10/15/2026  DT   LOAN ID WIDENED FROM 3 TO 10 CHARACTERS FOR  *
002320*                   THE ORIGINATION SYSTEM'S 10-DIGIT ACCOUNT    *
002330*                   NUMBER. SORT KEY, LOAN STATE, SUPPLEMENTAL   *
002340*                   IMAGE AND REPORT LOAN COLUMN WIDENED TO      *
002350*                   MATCH.                                       *
002400*================================================================*
002500*
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT DAILY-FILE ASSIGN TO 'daily_file.txt'
003000            ORGANIZATION IS LINE SEQUENTIAL.
003100
003200     SELECT OPTIONAL SUPPLEMENTAL-FILE
003300            ASSIGN TO 'daily_supplemental_file.txt'
003400            ORGANIZATION IS LINE SEQUENTIAL.
003500
003600     SELECT DAILYOUT-FILE
003700            ASSIGN TO 'daily_update_file.txt'
003800            ORGANIZATION IS INDEXED
003900            ACCESS MODE IS SEQUENTIAL
004000            RECORD KEY IS OUT-LOAN-ID.
004100
004200     SELECT OPTIONAL EXCEPTION-FILE
004300            ASSIGN TO 'exception_file.txt'
004400            ORGANIZATION IS LINE SEQUENTIAL.
004500
004600     SELECT OPTIONAL BORROWER-MASTER-FILE
004700            ASSIGN TO 'borrower_master_file.txt'
004800            ORGANIZATION IS INDEXED
004900            ACCESS MODE IS SEQUENTIAL
005000            RECORD KEY IS BM-LOAN-ID.
005100
005200     SELECT OPTIONAL BRANCH-MASTER-FILE
005300            ASSIGN TO 'branch_master_file.txt'
005400            ORGANIZATION IS INDEXED
005500            ACCESS MODE IS RANDOM
005600            RECORD KEY IS BR-BRANCH-CODE.
005700
005800     SELECT OPTIONAL LOAN-TERMS-FILE
005900            ASSIGN TO 'loan_terms_file.txt'
006000            ORGANIZATION IS INDEXED
006100            ACCESS MODE IS SEQUENTIAL
006200            RECORD KEY IS LT-LOAN-ID.
006300
006400     SELECT OPTIONAL PENALTY-FILE
006500            ASSIGN TO 'penalty_file.txt'
006600            ORGANIZATION IS INDEXED
006700            ACCESS MODE IS SEQUENTIAL
006800            RECORD KEY IS PEN-LOAN-ID.
006900
007000     SELECT OPTIONAL SUSPENSE-FILE
007100            ASSIGN TO 'suspense_file.txt'
007200            ORGANIZATION IS INDEXED
007300            ACCESS MODE IS SEQUENTIAL
007400            RECORD KEY IS SUSP-LOAN-ID.
007500
007600     SELECT OPTIONAL CHARGEOFF-MASTER-FILE
007700            ASSIGN TO 'chargeoff_master_file.txt'
007800            ORGANIZATION IS INDEXED
007900            ACCESS MODE IS SEQUENTIAL
008000            RECORD KEY IS CM-LOAN-ID.
008100
008200     SELECT OPTIONAL NOTICE-HISTORY-FILE
008300            ASSIGN TO 'notice_history_file.txt'
008400            ORGANIZATION IS INDEXED
008500            ACCESS MODE IS SEQUENTIAL
008600            RECORD KEY IS NH-LOAN-ID.
008700
008800     SELECT OPTIONAL GL-EXTRACT-FILE
008900            ASSIGN TO 'gl_extract_file.txt'
009000            ORGANIZATION IS LINE SEQUENTIAL.
009100
009200     SELECT SORT-FILE ASSIGN TO 'sortwork'.
009300
009400     SELECT AUDIT-REPORT-FILE
009500            ASSIGN TO 'integrity_audit_report.txt'
009600            ORGANIZATION IS LINE SEQUENTIAL.
009700
009800     SELECT OPTIONAL RUN-CONTROL-FILE
009900            ASSIGN TO 'run_control_file.txt'
010000            ORGANIZATION IS LINE SEQUENTIAL.
010100
010200     SELECT OPTIONAL BUSINESS-DATE-FILE
010300            ASSIGN TO 'business_date_file.txt'
010400            ORGANIZATION IS LINE SEQUENTIAL.
010500
010600 DATA DIVISION.
010700 FILE SECTION.
010800 FD  DAILY-FILE.
010900     COPY DLYREC.
011000
011100 FD  SUPPLEMENTAL-FILE.
011200 01  SUPPLEMENTAL-RECORD     PIC X(80).
011300
011400 FD  DAILYOUT-FILE.
011500     COPY OUTREC.
011600
011700 FD  EXCEPTION-FILE.
011800     COPY EXCPREC.
011900
012000 FD  BORROWER-MASTER-FILE.
012100     COPY BORRMAST.
012200
012300 FD  BRANCH-MASTER-FILE.
012400     COPY BRNMAST.
012500
012600 FD  LOAN-TERMS-FILE.
012700     COPY LOANTRM.
012800
012900 FD  PENALTY-FILE.
013000     COPY PENLTY.
013100
013200 FD  SUSPENSE-FILE.
013300     COPY SUSPREC.
013400
013500 FD  CHARGEOFF-MASTER-FILE.
013600     COPY CHGMAST.
013700
013800 FD  NOTICE-HISTORY-FILE.
013900     COPY NOTHIST.
014000
014100 FD  GL-EXTRACT-FILE.
014200     COPY GLEXTR.
014300
014400 SD  SORT-FILE.
014500 01  SORT-RECORD.
014600     05 SR-LOAN-ID           PIC X(10).
014700*  WHICH FILE THE RECORD CAME FROM - SEE THE 88S BELOW.  THE
014800*  SOURCE SITS INSIDE THE SORT KEY ONLY TO KEEP THE ORDER
014900*  REPEATABLE; A LOAN IS JUDGED ONCE ALL ITS RECORDS ARE IN.
015000     05 SR-SOURCE            PIC X(01).
015100        88 SR-FROM-FEED               VALUE '1'.
015200        88 SR-FROM-UPDATE             VALUE '2'.
015300        88 SR-FROM-REJECT             VALUE '3'.
015400        88 SR-FROM-BORROWER           VALUE '4'.
015500        88 SR-FROM-TERMS              VALUE '5'.
015600        88 SR-FROM-PENALTY            VALUE '6'.
015700        88 SR-FROM-SUSPENSE           VALUE '7'.
015800        88 SR-FROM-CHARGEOFF          VALUE '8'.
015900        88 SR-FROM-NOTICE             VALUE '9'.
016000        88 SR-FROM-GL-LOSS            VALUE 'G'.
016100     05 SR-AMOUNT            PIC 9(12).
016200     05 SR-DATE              PIC 9(08).
016300     05 SR-BRANCH-CODE       PIC X(04).
016400     05 SR-FLAG-1            PIC X(01).
016500     05 SR-FLAG-2            PIC X(01).
016600
016700 FD  AUDIT-REPORT-FILE.
016800 01  AUDIT-REPORT-LINE       PIC X(132).
016900
017000 FD  RUN-CONTROL-FILE.
017100     COPY RUNCTL.
017200
017300 FD  BUSINESS-DATE-FILE.
017400     COPY BUSDATE.
017500
017600 WORKING-STORAGE SECTION.
017700 01  WS-INPUT-EOF            PIC X VALUE 'N'.
017800     88 AT-END-OF-INPUT-FILE      VALUE 'Y'.
017900 01  WS-FEED-SW              PIC X VALUE 'M'.
018000     88 READING-SUPPLEMENTAL      VALUE 'S'.
018100 01  WS-SORT-EOF             PIC X VALUE 'N'.
018200     88 AT-END-OF-SORTED-INPUT    VALUE 'Y'.
018300 01  WS-LOAN-OPEN-SW         PIC X VALUE 'N'.
018400     88 A-LOAN-IS-OPEN            VALUE 'Y'.
018500
018600*----------------------------------------------------------------*
018700*  WHAT THE AUDIT HAS SEEN OF THE LOAN IN HAND, CLEARED AT EACH  *
018800*  CHANGE OF LOAN ID BY 3200-START-LOAN.                         *
018900*----------------------------------------------------------------*
019000 01  WS-LOAN-STATE.
019100     05 LS-LOAN-ID           PIC X(10).
019200     05 LS-FEED-COUNT        PIC 9(04).
019300     05 LS-UPDATE-SW         PIC X(01).
019400        88 LS-ON-UPDATE               VALUE 'Y'.
019500     05 LS-UPD-COMPLETED     PIC X(01).
019600     05 LS-UPD-CHARGEOFF     PIC X(01).
019700     05 LS-UPD-BRANCH        PIC X(04).
019800     05 LS-REJECT-SW         PIC X(01).
019900        88 LS-REJECTED-TONIGHT        VALUE 'Y'.
020000     05 LS-BORROWER-SW       PIC X(01).
020100        88 LS-ON-BORROWER             VALUE 'Y'.
020200     05 LS-BORR-BRANCH       PIC X(04).
020300     05 LS-BRANCH-SW         PIC X(01).
020400        88 LS-BRANCH-ON-MASTER        VALUE 'Y'.
020500     05 LS-TERMS-SW          PIC X(01).
020600        88 LS-ON-TERMS                VALUE 'Y'.
020700     05 LS-PENALTY-SW        PIC X(01).
020800        88 LS-ON-PENALTY              VALUE 'Y'.
020900     05 LS-PENALTY-BAL       PIC 9(12).
021000     05 LS-SUSPENSE-SW       PIC X(01).
021100        88 LS-ON-SUSPENSE             VALUE 'Y'.
021200     05 LS-SUSPENSE-AMT      PIC 9(12).
021300     05 LS-CHARGEOFF-SW      PIC X(01).
021400        88 LS-ON-CHARGEOFF            VALUE 'Y'.
021500     05 LS-CM-STATUS         PIC X(01).
021600     05 LS-CM-DATE           PIC 9(08).
021700     05 LS-CM-AMOUNT         PIC 9(12).
021800     05 LS-NOTICE-SW         PIC X(01).
021900        88 LS-ON-NOTICE               VALUE 'Y'.
022000     05 LS-GL-LOSS-SW        PIC X(01).
022100        88 LS-HAS-LOSS-POSTING        VALUE 'Y'.
022200     05 LS-LIVE-SW           PIC X(01).
022300        88 LS-LOAN-IS-LIVE            VALUE 'Y'.
022400
022500 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
022600 77  WS-TIME-WORK            PIC 9(08) VALUE ZERO.
022700 77  WS-START-TIME           PIC 9(06) VALUE ZERO.
022800 77  WS-GL-LOSS-ACCT         PIC X(08) VALUE '5000-300'.
022900 77  WS-READ-COUNT           PIC 9(06) VALUE ZERO.
023000 77  WS-FEED-COUNT           PIC 9(06) VALUE ZERO.
023100 77  WS-UPDATE-COUNT         PIC 9(06) VALUE ZERO.
023200 77  WS-REJECT-COUNT         PIC 9(06) VALUE ZERO.
023300 77  WS-BORROWER-COUNT       PIC 9(06) VALUE ZERO.
023400 77  WS-TERMS-COUNT          PIC 9(06) VALUE ZERO.
023500 77  WS-PENALTY-COUNT        PIC 9(06) VALUE ZERO.
023600 77  WS-SUSPENSE-COUNT       PIC 9(06) VALUE ZERO.
023700 77  WS-CHARGEOFF-COUNT      PIC 9(06) VALUE ZERO.
023800 77  WS-NOTICE-COUNT         PIC 9(06) VALUE ZERO.
023900 77  WS-GL-LOSS-COUNT        PIC 9(06) VALUE ZERO.
024000 77  WS-LOAN-COUNT           PIC 9(06) VALUE ZERO.
024100 77  WS-FINDING-COUNT        PIC 9(06) VALUE ZERO.
024200 77  WS-ERROR-COUNT          PIC 9(06) VALUE ZERO.
024300 77  WS-WARNING-COUNT        PIC 9(06) VALUE ZERO.
024400 77  WS-INFO-COUNT           PIC 9(06) VALUE ZERO.
024500
024600*----------------------------------------------------------------*
024700*  ONE FINDING: ITS CODE, SEVERITY (E ERROR, W WARNING, I INFO), *
024800*  TEXT AND SUPPORTING VALUE, FILLED BY THE RULE THAT FIRED AND  *
024900*  PRINTED BY 3900-WRITE-FINDING.                                *
025000*----------------------------------------------------------------*
025100 01  WS-FINDING.
025200     05 FD-CODE              PIC X(04).
025300     05 FD-SEVERITY          PIC X(01).
025400        88 FD-IS-ERROR                VALUE 'E'.
025500        88 FD-IS-WARNING              VALUE 'W'.
025600        88 FD-IS-INFO                 VALUE 'I'.
025700     05 FD-TEXT              PIC X(50).
025800     05 FD-VALUE             PIC X(20).
025900
026000 01  WS-HEADING-1.
026100     05 FILLER               PIC X(35)
026200            VALUE 'CROSS-FILE INTEGRITY AUDIT FOR     '.
026300     05 H1-RUN-DATE          PIC 9(08).
026400
026500 01  WS-HEADING-2.
026600     05 FILLER               PIC X(13) VALUE 'LOAN'.
026700     05 FILLER               PIC X(10) VALUE 'SEVERITY  '.
026800     05 FILLER               PIC X(06) VALUE 'CODE  '.
026900     05 FILLER               PIC X(52) VALUE 'FINDING'.
027000     05 FILLER               PIC X(20) VALUE 'VALUE'.
027100
027200 01  WS-DETAIL-LINE.
027300     05 DL-LOAN-ID           PIC X(10).
027400     05 FILLER               PIC X(03) VALUE SPACES.
027500     05 DL-SEVERITY          PIC X(08).
027600     05 FILLER               PIC X(02) VALUE SPACES.
027700     05 DL-CODE              PIC X(04).
027800     05 FILLER               PIC X(02) VALUE SPACES.
027900     05 DL-TEXT              PIC X(50).
028000     05 FILLER               PIC X(02) VALUE SPACES.
028100     05 DL-VALUE             PIC X(20).
028200
028300 01  WS-EDIT-AMOUNT          PIC Z(11)9.
028400
028500 01  WS-TOTAL-LINE.
028600     05 TL-CAPTION           PIC X(30).
028700     05 TL-VALUE             PIC Z(13)9.
028800
028900 01  WS-VERDICT-LINE         PIC X(60).
029000
029100 PROCEDURE DIVISION.
029200 0000-MAINLINE.
029300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
029400     SORT SORT-FILE
029500         ON ASCENDING KEY SR-LOAN-ID
029600                          SR-SOURCE
029700         INPUT PROCEDURE IS 2000-RELEASE-INPUTS
029800                         THRU 2000-EXIT
029900         OUTPUT PROCEDURE IS 3000-AUDIT-LOANS
030000                         THRU 3000-EXIT
030100     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
030200     PERFORM 9000-TERMINATE THRU 9000-EXIT
030300     STOP RUN.
030400
030500 1000-INITIALIZE.
030600     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
030700     ACCEPT WS-TIME-WORK FROM TIME
030800     MOVE WS-TIME-WORK (1:6) TO WS-START-TIME
030900     OPEN INPUT BRANCH-MASTER-FILE
031000     OPEN OUTPUT AUDIT-REPORT-FILE
031100     MOVE WS-RUN-DATE TO H1-RUN-DATE
031200     MOVE WS-HEADING-1 TO AUDIT-REPORT-LINE
031300     WRITE AUDIT-REPORT-LINE
031400     MOVE SPACES TO AUDIT-REPORT-LINE
031500     WRITE AUDIT-REPORT-LINE
031600     MOVE WS-HEADING-2 TO AUDIT-REPORT-LINE
031700     WRITE AUDIT-REPORT-LINE.
031800 1000-EXIT.
031900     EXIT.
032000
032100*----------------------------------------------------------------*
032200*  1050-READ-BUSINESS-DATE                                       *
032300*  TONIGHT'S BUSINESS DATE COMES FROM THE DATE CONTROL FILE,     *
032400*  NOT THE SYSTEM CLOCK, SO A RUN THAT SLIPS PAST MIDNIGHT OR A  *
032500*  CATCH-UP RUN FOR A MISSED NIGHT STAMPS THE RIGHT DATE.  NO    *
032600*  USABLE CONTROL RECORD STOPS THE STEP BEFORE ANYTHING IS       *
032700*  TOUCHED.                                                      *
032800*----------------------------------------------------------------*
032900 1050-READ-BUSINESS-DATE.
033000     OPEN INPUT BUSINESS-DATE-FILE
033100     READ BUSINESS-DATE-FILE
033200         AT END
033300             MOVE ZERO TO BD-BUSINESS-DATE
033400     END-READ
033500     CLOSE BUSINESS-DATE-FILE
033600     IF BD-BUSINESS-DATE NOT NUMERIC
033700        OR BD-BUSINESS-DATE = ZERO
033800         DISPLAY 'RIAUDIT: NO BUSINESS DATE ON THE DATE CONTROL'
033900                 ' FILE - RUN STOPPED'
034000         MOVE 16 TO RETURN-CODE
034100         STOP RUN
034200     END-IF
034300     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
034400 1050-EXIT.
034500     EXIT.
034600
034700*----------------------------------------------------------------*
034800*  2000-RELEASE-INPUTS                                           *
034900*  EVERY FILE THAT CARRIES A LOAN ID IS READ THROUGH ONCE AND    *
035000*  EACH RECORD RELEASED WITH ITS SOURCE AND THE FEW FIELDS THE   *
035100*  RULES NEED.  THE FEED AND THE GL EXTRACT ARE NOT IN LOAN      *
035200*  ORDER, WHICH IS WHY EVERYTHING GOES THROUGH ONE SORT RATHER   *
035300*  THAN A MATCH OF THE KEYED FILES.                              *
035400*----------------------------------------------------------------*
035500 2000-RELEASE-INPUTS.
035600     OPEN INPUT DAILY-FILE
035700     OPEN INPUT SUPPLEMENTAL-FILE
035800     MOVE 'N' TO WS-INPUT-EOF
035900     PERFORM 2100-RELEASE-FEED THRU 2100-EXIT
036000             UNTIL AT-END-OF-INPUT-FILE
036100     CLOSE DAILY-FILE
036200     CLOSE SUPPLEMENTAL-FILE
036300     OPEN INPUT DAILYOUT-FILE
036400     MOVE 'N' TO WS-INPUT-EOF
036500     PERFORM 2200-RELEASE-UPDATE THRU 2200-EXIT
036600             UNTIL AT-END-OF-INPUT-FILE
036700     CLOSE DAILYOUT-FILE
036800     OPEN INPUT EXCEPTION-FILE
036900     MOVE 'N' TO WS-INPUT-EOF
037000     PERFORM 2250-RELEASE-REJECT THRU 2250-EXIT
037100             UNTIL AT-END-OF-INPUT-FILE
037200     CLOSE EXCEPTION-FILE
037300     OPEN INPUT BORROWER-MASTER-FILE
037400     MOVE 'N' TO WS-INPUT-EOF
037500     PERFORM 2300-RELEASE-BORROWER THRU 2300-EXIT
037600             UNTIL AT-END-OF-INPUT-FILE
037700     CLOSE BORROWER-MASTER-FILE
037800     OPEN INPUT LOAN-TERMS-FILE
037900     MOVE 'N' TO WS-INPUT-EOF
038000     PERFORM 2350-RELEASE-TERMS THRU 2350-EXIT
038100             UNTIL AT-END-OF-INPUT-FILE
038200     CLOSE LOAN-TERMS-FILE
038300     OPEN INPUT PENALTY-FILE
038400     MOVE 'N' TO WS-INPUT-EOF
038500     PERFORM 2400-RELEASE-PENALTY THRU 2400-EXIT
038600             UNTIL AT-END-OF-INPUT-FILE
038700     CLOSE PENALTY-FILE
038800     OPEN INPUT SUSPENSE-FILE
038900     MOVE 'N' TO WS-INPUT-EOF
039000     PERFORM 2450-RELEASE-SUSPENSE THRU 2450-EXIT
039100             UNTIL AT-END-OF-INPUT-FILE
039200     CLOSE SUSPENSE-FILE
039300     OPEN INPUT CHARGEOFF-MASTER-FILE
039400     MOVE 'N' TO WS-INPUT-EOF
039500     PERFORM 2500-RELEASE-CHARGEOFF THRU 2500-EXIT
039600             UNTIL AT-END-OF-INPUT-FILE
039700     CLOSE CHARGEOFF-MASTER-FILE
039800     OPEN INPUT NOTICE-HISTORY-FILE
039900     MOVE 'N' TO WS-INPUT-EOF
040000     PERFORM 2550-RELEASE-NOTICE THRU 2550-EXIT
040100             UNTIL AT-END-OF-INPUT-FILE
040200     CLOSE NOTICE-HISTORY-FILE
040300     OPEN INPUT GL-EXTRACT-FILE
040400     MOVE 'N' TO WS-INPUT-EOF
040500     PERFORM 2600-RELEASE-GL-LOSS THRU 2600-EXIT
040600             UNTIL AT-END-OF-INPUT-FILE
040700     CLOSE GL-EXTRACT-FILE.
040800 2000-EXIT.
040900     EXIT.
041000
041100*----------------------------------------------------------------*
041200*  2100-RELEASE-FEED                                             *
041300*  MAIN FEED FIRST, THEN THE SUPPLEMENTAL FILE OF CORRECTED      *
041400*  RECORDS, THE SAME ORDER THE SERVICING RUN CONSUMES THEM,      *
041500*  PASSING OVER THE HDR/TRL FRAMES.                              *
041600*----------------------------------------------------------------*
041700 2100-RELEASE-FEED.
041800     IF READING-SUPPLEMENTAL
041900         READ SUPPLEMENTAL-FILE INTO DAILY-RECORD
042000             AT END
042100                 MOVE 'Y' TO WS-INPUT-EOF
042200                 GO TO 2100-EXIT
042300         END-READ
042400     ELSE
042500         READ DAILY-FILE
042600             AT END
042700                 MOVE 'S' TO WS-FEED-SW
042800                 GO TO 2100-EXIT
042900         END-READ
043000     END-IF
043100     IF LOAN-ID = 'HDR' OR LOAN-ID = 'TRL'
043200         GO TO 2100-EXIT
043300     END-IF
043400     ADD 1 TO WS-FEED-COUNT
043500     MOVE SPACES TO SORT-RECORD
043600     MOVE LOAN-ID TO SR-LOAN-ID
043700     MOVE '1' TO SR-SOURCE
043800     MOVE ZERO TO SR-AMOUNT
043900     MOVE ZERO TO SR-DATE
044000     MOVE LOAN-COMPLETED TO SR-FLAG-1
044100     RELEASE SORT-RECORD.
044200 2100-EXIT.
044300     EXIT.
044400
044500 2200-RELEASE-UPDATE.
044600     READ DAILYOUT-FILE
044700         AT END
044800             MOVE 'Y' TO WS-INPUT-EOF
044900             GO TO 2200-EXIT
045000     END-READ
045100     ADD 1 TO WS-UPDATE-COUNT
045200     MOVE SPACES TO SORT-RECORD
045300     MOVE OUT-LOAN-ID TO SR-LOAN-ID
045400     MOVE '2' TO SR-SOURCE
045500     MOVE ZERO TO SR-AMOUNT
045600     MOVE ZERO TO SR-DATE
045700     MOVE OUT-BRANCH-CODE TO SR-BRANCH-CODE
045800     MOVE OUT-LOAN-COMPLETED TO SR-FLAG-1
045900     MOVE OUT-CHARGEOFF-STATUS TO SR-FLAG-2
046000     RELEASE SORT-RECORD.
046100 2200-EXIT.
046200     EXIT.
046300
046400*----------------------------------------------------------------*
046500*  2250-RELEASE-REJECT                                           *
046600*  ONLY TONIGHT'S REJECTS - A FEED LOAN THE RUN REJECTED IS ON   *
046700*  THE EXCEPTION REPORT ALREADY AND IS NOT MISSING FROM THE      *
046800*  UPDATE FILE BY ACCIDENT.                                      *
046900*----------------------------------------------------------------*
047000 2250-RELEASE-REJECT.
047100     READ EXCEPTION-FILE
047200         AT END
047300             MOVE 'Y' TO WS-INPUT-EOF
047400             GO TO 2250-EXIT
047500     END-READ
047600     IF EX-REJECT-DATE NOT NUMERIC
047700         GO TO 2250-EXIT
047800     END-IF
047900     IF EX-REJECT-DATE NOT = WS-RUN-DATE
048000         GO TO 2250-EXIT
048100     END-IF
048200     ADD 1 TO WS-REJECT-COUNT
048300     MOVE SPACES TO SORT-RECORD
048400     MOVE EX-LOAN-ID TO SR-LOAN-ID
048500     MOVE '3' TO SR-SOURCE
048600     MOVE ZERO TO SR-AMOUNT
048700     MOVE ZERO TO SR-DATE
048800     RELEASE SORT-RECORD.
048900 2250-EXIT.
049000     EXIT.
049100
049200*----------------------------------------------------------------*
049300*  2300-RELEASE-BORROWER                                         *
049400*  THE BORROWER'S BRANCH IS LOOKED UP ON THE BRANCH MASTER HERE, *
049500*  WHILE THE RECORD IS IN HAND; SR-FLAG-1 CARRIES THE ANSWER.    *
049600*----------------------------------------------------------------*
049700 2300-RELEASE-BORROWER.
049800     READ BORROWER-MASTER-FILE
049900         AT END
050000             MOVE 'Y' TO WS-INPUT-EOF
050100             GO TO 2300-EXIT
050200     END-READ
050300     ADD 1 TO WS-BORROWER-COUNT
050400     MOVE SPACES TO SORT-RECORD
050500     MOVE BM-LOAN-ID TO SR-LOAN-ID
050600     MOVE '4' TO SR-SOURCE
050700     MOVE ZERO TO SR-AMOUNT
050800     MOVE ZERO TO SR-DATE
050900     MOVE BM-BRANCH-CODE TO SR-BRANCH-CODE
051000     MOVE 'Y' TO SR-FLAG-1
051100     MOVE BM-BRANCH-CODE TO BR-BRANCH-CODE
051200     READ BRANCH-MASTER-FILE
051300         INVALID KEY
051400             MOVE 'N' TO SR-FLAG-1
051500     END-READ
051600     RELEASE SORT-RECORD.
051700 2300-EXIT.
051800     EXIT.
051900
052000 2350-RELEASE-TERMS.
052100     READ LOAN-TERMS-FILE
052200         AT END
052300             MOVE 'Y' TO WS-INPUT-EOF
052400             GO TO 2350-EXIT
052500     END-READ
052600     ADD 1 TO WS-TERMS-COUNT
052700     MOVE SPACES TO SORT-RECORD
052800     MOVE LT-LOAN-ID TO SR-LOAN-ID
052900     MOVE '5' TO SR-SOURCE
053000     MOVE ZERO TO SR-AMOUNT
053100     MOVE ZERO TO SR-DATE
053200     RELEASE SORT-RECORD.
053300 2350-EXIT.
053400     EXIT.
053500
053600 2400-RELEASE-PENALTY.
053700     READ PENALTY-FILE
053800         AT END
053900             MOVE 'Y' TO WS-INPUT-EOF
054000             GO TO 2400-EXIT
054100     END-READ
054200     ADD 1 TO WS-PENALTY-COUNT
054300     MOVE SPACES TO SORT-RECORD
054400     MOVE PEN-LOAN-ID TO SR-LOAN-ID
054500     MOVE '6' TO SR-SOURCE
054600     MOVE ZERO TO SR-AMOUNT
054700     IF PEN-PENALTY-BAL NUMERIC
054800         MOVE PEN-PENALTY-BAL TO SR-AMOUNT
054900     END-IF
055000     MOVE ZERO TO SR-DATE
055100     RELEASE SORT-RECORD.
055200 2400-EXIT.
055300     EXIT.
055400
055500 2450-RELEASE-SUSPENSE.
055600     READ SUSPENSE-FILE
055700         AT END
055800             MOVE 'Y' TO WS-INPUT-EOF
055900             GO TO 2450-EXIT
056000     END-READ
056100     ADD 1 TO WS-SUSPENSE-COUNT
056200     MOVE SPACES TO SORT-RECORD
056300     MOVE SUSP-LOAN-ID TO SR-LOAN-ID
056400     MOVE '7' TO SR-SOURCE
056500     MOVE ZERO TO SR-AMOUNT
056600     IF SUSP-AMOUNT NUMERIC
056700         MOVE SUSP-AMOUNT TO SR-AMOUNT
056800     END-IF
056900     MOVE ZERO TO SR-DATE
057000     RELEASE SORT-RECORD.
057100 2450-EXIT.
057200     EXIT.
057300
057400 2500-RELEASE-CHARGEOFF.
057500     READ CHARGEOFF-MASTER-FILE
057600         AT END
057700             MOVE 'Y' TO WS-INPUT-EOF
057800             GO TO 2500-EXIT
057900     END-READ
058000     ADD 1 TO WS-CHARGEOFF-COUNT
058100     MOVE SPACES TO SORT-RECORD
058200     MOVE CM-LOAN-ID TO SR-LOAN-ID
058300     MOVE '8' TO SR-SOURCE
058400     MOVE ZERO TO SR-AMOUNT
058500     IF CM-CHARGED-AMOUNT NUMERIC
058600         MOVE CM-CHARGED-AMOUNT TO SR-AMOUNT
058700     END-IF
058800     MOVE ZERO TO SR-DATE
058900     IF CM-CHARGEOFF-DATE NUMERIC
059000         MOVE CM-CHARGEOFF-DATE TO SR-DATE
059100     END-IF
059200     MOVE CM-STATUS TO SR-FLAG-1
059300     RELEASE SORT-RECORD.
059400 2500-EXIT.
059500     EXIT.
059600
059700 2550-RELEASE-NOTICE.
059800     READ NOTICE-HISTORY-FILE
059900         AT END
060000             MOVE 'Y' TO WS-INPUT-EOF
060100             GO TO 2550-EXIT
060200     END-READ
060300     ADD 1 TO WS-NOTICE-COUNT
060400     MOVE SPACES TO SORT-RECORD
060500     MOVE NH-LOAN-ID TO SR-LOAN-ID
060600     MOVE '9' TO SR-SOURCE
060700     MOVE ZERO TO SR-AMOUNT
060800     MOVE ZERO TO SR-DATE
060900     RELEASE SORT-RECORD.
061000 2550-EXIT.
061100     EXIT.
061200
061300*----------------------------------------------------------------*
061400*  2600-RELEASE-GL-LOSS                                          *
061500*  ONLY CHGOFF'S LOSS POSTINGS MATTER TO THE AUDIT.  THE EXTRACT *
061600*  HOLDS THE CURRENT ACCOUNTING MONTH, SO IT CAN PROVE ONLY THIS *
061700*  MONTH'S CHARGE-OFFS WERE POSTED.                              *
061800*----------------------------------------------------------------*
061900 2600-RELEASE-GL-LOSS.
062000     READ GL-EXTRACT-FILE
062100         AT END
062200             MOVE 'Y' TO WS-INPUT-EOF
062300             GO TO 2600-EXIT
062400     END-READ
062500     IF GL-PRINCIPAL-ACCT NOT = WS-GL-LOSS-ACCT
062600         GO TO 2600-EXIT
062700     END-IF
062800     ADD 1 TO WS-GL-LOSS-COUNT
062900     MOVE SPACES TO SORT-RECORD
063000     MOVE GL-LOAN-ID TO SR-LOAN-ID
063100     MOVE 'G' TO SR-SOURCE
063200     MOVE ZERO TO SR-AMOUNT
063300     MOVE GL-RUN-DATE TO SR-DATE
063400     RELEASE SORT-RECORD.
063500 2600-EXIT.
063600     EXIT.
063700
063800*----------------------------------------------------------------*
063900*  3000-AUDIT-LOANS                                              *
064000*  TAKES THE RECORDS BACK IN LOAN ORDER.  A CHANGE OF LOAN ID    *
064100*  JUDGES THE LOAN IN HAND AND STARTS THE NEXT.                  *
064200*----------------------------------------------------------------*
064300 3000-AUDIT-LOANS.
064400     PERFORM 3100-TAKE-ONE-RECORD THRU 3100-EXIT
064500             UNTIL AT-END-OF-SORTED-INPUT
064600     IF A-LOAN-IS-OPEN
064700         PERFORM 3500-JUDGE-LOAN THRU 3500-EXIT
064800     END-IF.
064900 3000-EXIT.
065000     EXIT.
065100
065200 3100-TAKE-ONE-RECORD.
065300     RETURN SORT-FILE
065400         AT END
065500             MOVE 'Y' TO WS-SORT-EOF
065600             GO TO 3100-EXIT
065700     END-RETURN
065800     ADD 1 TO WS-READ-COUNT
065900     IF NOT A-LOAN-IS-OPEN
066000        OR SR-LOAN-ID NOT = LS-LOAN-ID
066100         IF A-LOAN-IS-OPEN
066200             PERFORM 3500-JUDGE-LOAN THRU 3500-EXIT
066300         END-IF
066400         PERFORM 3200-START-LOAN THRU 3200-EXIT
066500     END-IF
066600     PERFORM 3300-NOTE-RECORD THRU 3300-EXIT.
066700 3100-EXIT.
066800     EXIT.
066900
067000 3200-START-LOAN.
067100     MOVE 'Y' TO WS-LOAN-OPEN-SW
067200     ADD 1 TO WS-LOAN-COUNT
067300     MOVE SR-LOAN-ID TO LS-LOAN-ID
067400     MOVE ZERO TO LS-FEED-COUNT
067500     MOVE 'N' TO LS-UPDATE-SW
067600     MOVE SPACE TO LS-UPD-COMPLETED
067700     MOVE SPACE TO LS-UPD-CHARGEOFF
067800     MOVE SPACES TO LS-UPD-BRANCH
067900     MOVE 'N' TO LS-REJECT-SW
068000     MOVE 'N' TO LS-BORROWER-SW
068100     MOVE SPACES TO LS-BORR-BRANCH
068200     MOVE 'N' TO LS-BRANCH-SW
068300     MOVE 'N' TO LS-TERMS-SW
068400     MOVE 'N' TO LS-PENALTY-SW
068500     MOVE ZERO TO LS-PENALTY-BAL
068600     MOVE 'N' TO LS-SUSPENSE-SW
068700     MOVE ZERO TO LS-SUSPENSE-AMT
068800     MOVE 'N' TO LS-CHARGEOFF-SW
068900     MOVE SPACE TO LS-CM-STATUS
069000     MOVE ZERO TO LS-CM-DATE
069100     MOVE ZERO TO LS-CM-AMOUNT
069200     MOVE 'N' TO LS-NOTICE-SW
069300     MOVE 'N' TO LS-GL-LOSS-SW
069400     MOVE 'N' TO LS-LIVE-SW.
069500 3200-EXIT.
069600     EXIT.
069700
069800 3300-NOTE-RECORD.
069900     IF SR-FROM-FEED
070000         ADD 1 TO LS-FEED-COUNT
070100         GO TO 3300-EXIT
070200     END-IF
070300     IF SR-FROM-UPDATE
070400         MOVE 'Y' TO LS-UPDATE-SW
070500         MOVE SR-FLAG-1 TO LS-UPD-COMPLETED
070600         MOVE SR-FLAG-2 TO LS-UPD-CHARGEOFF
070700         MOVE SR-BRANCH-CODE TO LS-UPD-BRANCH
070800         GO TO 3300-EXIT
070900     END-IF
071000     IF SR-FROM-REJECT
071100         MOVE 'Y' TO LS-REJECT-SW
071200         GO TO 3300-EXIT
071300     END-IF
071400     IF SR-FROM-BORROWER
071500         MOVE 'Y' TO LS-BORROWER-SW
071600         MOVE SR-BRANCH-CODE TO LS-BORR-BRANCH
071700         MOVE SR-FLAG-1 TO LS-BRANCH-SW
071800         GO TO 3300-EXIT
071900     END-IF
072000     IF SR-FROM-TERMS
072100         MOVE 'Y' TO LS-TERMS-SW
072200         GO TO 3300-EXIT
072300     END-IF
072400     IF SR-FROM-PENALTY
072500         MOVE 'Y' TO LS-PENALTY-SW
072600         MOVE SR-AMOUNT TO LS-PENALTY-BAL
072700         GO TO 3300-EXIT
072800     END-IF
072900     IF SR-FROM-SUSPENSE
073000         MOVE 'Y' TO LS-SUSPENSE-SW
073100         MOVE SR-AMOUNT TO LS-SUSPENSE-AMT
073200         GO TO 3300-EXIT
073300     END-IF
073400     IF SR-FROM-CHARGEOFF
073500         MOVE 'Y' TO LS-CHARGEOFF-SW
073600         MOVE SR-FLAG-1 TO LS-CM-STATUS
073700         MOVE SR-DATE TO LS-CM-DATE
073800         MOVE SR-AMOUNT TO LS-CM-AMOUNT
073900         GO TO 3300-EXIT
074000     END-IF
074100     IF SR-FROM-NOTICE
074200         MOVE 'Y' TO LS-NOTICE-SW
074300         GO TO 3300-EXIT
074400     END-IF
074500     IF SR-FROM-GL-LOSS
074600         MOVE 'Y' TO LS-GL-LOSS-SW
074700     END-IF.
074800 3300-EXIT.
074900     EXIT.
075000
075100*----------------------------------------------------------------*
075200*  3500-JUDGE-LOAN                                               *
075300*  A LOAN IS LIVE WHEN IT IS ON TONIGHT'S FEED OR THE UPDATE     *
075400*  FILE.  A LIVE LOAN MUST HAVE ITS MASTERS AND AGREE WITH THEM; *
075500*  A MASTER RECORD FOR A LOAN THAT IS NOT LIVE IS AN ORPHAN.     *
075600*----------------------------------------------------------------*
075700 3500-JUDGE-LOAN.
075800     IF LS-FEED-COUNT > ZERO OR LS-ON-UPDATE
075900         MOVE 'Y' TO LS-LIVE-SW
076000     END-IF
076100     IF LS-LOAN-IS-LIVE
076200         PERFORM 3600-CHECK-LIVE-LOAN THRU 3600-EXIT
076300         PERFORM 3700-CHECK-STATUSES THRU 3700-EXIT
076400     ELSE
076500         PERFORM 3800-CHECK-ORPHANS THRU 3800-EXIT
076600     END-IF.
076700 3500-EXIT.
076800     EXIT.
076900
077000*----------------------------------------------------------------*
077100*  3600-CHECK-LIVE-LOAN                                          *
077200*  THE FEED AND THE UPDATE FILE MUST AGREE, AND THE SERVICING    *
077300*  RUN MUST HAVE HAD A BORROWER AND LOAN-TERMS RECORD - IT FALLS *
077400*  BACK TO 'UNKNOWN BORROWER' IN BRANCH 0000 AND TO THE FEED'S   *
077500*  RATE WITHOUT SAYING SO.                                       *
077600*----------------------------------------------------------------*
077700 3600-CHECK-LIVE-LOAN.
077800     IF LS-FEED-COUNT > 1
077900         MOVE 'RI01' TO FD-CODE
078000         MOVE 'E' TO FD-SEVERITY
078100         MOVE 'LOAN ID APPEARS MORE THAN ONCE ON TONIGHT''S FEED'
078200              TO FD-TEXT
078300         MOVE LS-FEED-COUNT TO WS-EDIT-AMOUNT
078400         MOVE WS-EDIT-AMOUNT TO FD-VALUE
078500         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
078600     END-IF
078700     IF LS-FEED-COUNT > ZERO
078800        AND NOT LS-ON-UPDATE
078900        AND NOT LS-REJECTED-TONIGHT
079000         MOVE 'RI02' TO FD-CODE
079100         MOVE 'E' TO FD-SEVERITY
079200         MOVE 'FEED LOAN NEITHER SERVICED NOR REJECTED TONIGHT'
079300              TO FD-TEXT
079400         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
079500     END-IF
079600     IF LS-FEED-COUNT = ZERO
079700         MOVE 'RI03' TO FD-CODE
079800         MOVE 'E' TO FD-SEVERITY
079900         MOVE 'ON THE UPDATE FILE BUT NOT ON TONIGHT''S FEED'
080000              TO FD-TEXT
080100         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
080200     END-IF
080300     IF NOT LS-ON-BORROWER
080400         MOVE 'RI04' TO FD-CODE
080500         MOVE 'E' TO FD-SEVERITY
080600         MOVE 'NO BORROWER MASTER - SERVICED AS UNKNOWN BORROWER'
080700              TO FD-TEXT
080800         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
080900     END-IF
081000     IF NOT LS-ON-TERMS
081100         MOVE 'RI05' TO FD-CODE
081200         MOVE 'W' TO FD-SEVERITY
081300         MOVE 'NO LOAN-TERMS RECORD - SERVICED AT FEED RATE'
081400              TO FD-TEXT
081500         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
081600     END-IF.
081700 3600-EXIT.
081800     EXIT.
081900
082000*----------------------------------------------------------------*
082100*  3700-CHECK-STATUSES                                           *
082200*  THE MASTERS MUST NOT CONTRADICT THE LOAN'S STATUS ON THE      *
082300*  UPDATE FILE OR EACH OTHER.                                    *
082400*----------------------------------------------------------------*
082500 3700-CHECK-STATUSES.
082600     IF LS-ON-BORROWER
082700        AND NOT LS-BRANCH-ON-MASTER
082800         MOVE 'RI06' TO FD-CODE
082900         MOVE 'E' TO FD-SEVERITY
083000         MOVE 'BORROWER''S BRANCH IS NOT ON THE BRANCH MASTER'
083100              TO FD-TEXT
083200         MOVE LS-BORR-BRANCH TO FD-VALUE
083300         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
083400     END-IF
083500     IF LS-ON-BORROWER AND LS-ON-UPDATE
083600        AND LS-UPD-BRANCH NOT = LS-BORR-BRANCH
083700         MOVE 'RI07' TO FD-CODE
083800         MOVE 'W' TO FD-SEVERITY
083900         MOVE 'UPDATE FILE BRANCH DIFFERS FROM BORROWER MASTER'
084000              TO FD-TEXT
084100         MOVE LS-UPD-BRANCH TO FD-VALUE
084200         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
084300     END-IF
084400     IF NOT LS-ON-UPDATE
084500         GO TO 3700-EXIT
084600     END-IF
084700     IF LS-UPD-COMPLETED = 'Y'
084800        AND LS-SUSPENSE-AMT > ZERO
084900         MOVE 'RI14' TO FD-CODE
085000         MOVE 'W' TO FD-SEVERITY
085100         MOVE 'COMPLETED LOAN STILL CARRIES SUSPENSE MONEY'
085200              TO FD-TEXT
085300         MOVE LS-SUSPENSE-AMT TO WS-EDIT-AMOUNT
085400         MOVE WS-EDIT-AMOUNT TO FD-VALUE
085500         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
085600     END-IF
085700     IF LS-UPD-COMPLETED = 'Y'
085800        AND LS-PENALTY-BAL > ZERO
085900         MOVE 'RI15' TO FD-CODE
086000         MOVE 'W' TO FD-SEVERITY
086100         MOVE 'COMPLETED LOAN STILL CARRIES A PENALTY BALANCE'
086200              TO FD-TEXT
086300         MOVE LS-PENALTY-BAL TO WS-EDIT-AMOUNT
086400         MOVE WS-EDIT-AMOUNT TO FD-VALUE
086500         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
086600     END-IF
086700     IF LS-UPD-COMPLETED = 'Y'
086800        AND LS-ON-NOTICE
086900         MOVE 'RI19' TO FD-CODE
087000         MOVE 'W' TO FD-SEVERITY
087100         MOVE 'COMPLETED LOAN STILL HAS NOTICE HISTORY'
087200              TO FD-TEXT
087300         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
087400     END-IF
087500     IF LS-UPD-CHARGEOFF = 'C'
087600        AND (NOT LS-ON-CHARGEOFF OR LS-CM-STATUS NOT = 'C')
087700         MOVE 'RI16' TO FD-CODE
087800         MOVE 'E' TO FD-SEVERITY
087900         MOVE 'CHARGED OFF ON THE UPDATE FILE, NOT ON THE MASTER'
088000              TO FD-TEXT
088100         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
088200     END-IF
088300     IF LS-ON-CHARGEOFF AND LS-CM-STATUS = 'C'
088400        AND LS-UPD-CHARGEOFF NOT = 'C'
088500         MOVE 'RI17' TO FD-CODE
088600         MOVE 'E' TO FD-SEVERITY
088700         MOVE 'CHARGED OFF ON THE MASTER, NOT ON THE UPDATE FILE'
088800              TO FD-TEXT
088900         MOVE LS-CM-DATE TO FD-VALUE
089000         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
089100     END-IF
089200     IF LS-ON-CHARGEOFF AND LS-CM-STATUS = 'C'
089300        AND LS-CM-DATE (1:6) = WS-RUN-DATE (1:6)
089400        AND NOT LS-HAS-LOSS-POSTING
089500         MOVE 'RI18' TO FD-CODE
089600         MOVE 'E' TO FD-SEVERITY
089700         MOVE 'CHARGED OFF THIS MONTH WITH NO LOSS POSTING ON GL'
089800              TO FD-TEXT
089900         MOVE LS-CM-AMOUNT TO WS-EDIT-AMOUNT
090000         MOVE WS-EDIT-AMOUNT TO FD-VALUE
090100         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
090200     END-IF.
090300 3700-EXIT.
090400     EXIT.
090500
090600*----------------------------------------------------------------*
090700*  3800-CHECK-ORPHANS                                            *
090800*  MASTER RECORDS FOR A LOAN THAT IS ON NEITHER THE FEED NOR     *
090900*  THE UPDATE FILE.  MONEY LEFT ON AN ORPHAN IS AN ERROR; A      *
091000*  DRAINED SUSPENSE RECORD IS KEPT AT ZERO ON PURPOSE, AND A     *
091100*  PAID LOAN'S TERMS ARE KEPT FOR THE BUREAU, SO THOSE ARE ONLY  *
091200*  NOTED.                                                        *
091300*----------------------------------------------------------------*
091400 3800-CHECK-ORPHANS.
091500     IF LS-ON-BORROWER
091600         MOVE 'RI08' TO FD-CODE
091700         MOVE 'W' TO FD-SEVERITY
091800         MOVE 'BORROWER MASTER FOR A LOAN NOT ON FILE'
091900              TO FD-TEXT
092000         MOVE LS-BORR-BRANCH TO FD-VALUE
092100         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
092200         IF NOT LS-BRANCH-ON-MASTER
092300             MOVE 'RI06' TO FD-CODE
092400             MOVE 'E' TO FD-SEVERITY
092500             MOVE 'BORROWER''S BRANCH IS NOT ON THE BRANCH MASTER'
092600                  TO FD-TEXT
092700             MOVE LS-BORR-BRANCH TO FD-VALUE
092800             PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
092900         END-IF
093000     END-IF
093100     IF LS-ON-TERMS
093200         MOVE 'RI09' TO FD-CODE
093300         MOVE 'I' TO FD-SEVERITY
093400         MOVE 'LOAN-TERMS RECORD FOR A LOAN NOT ON FILE'
093500              TO FD-TEXT
093600         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
093700     END-IF
093800     IF LS-ON-PENALTY
093900         MOVE 'RI10' TO FD-CODE
094000         MOVE 'W' TO FD-SEVERITY
094100         IF LS-PENALTY-BAL > ZERO
094200             MOVE 'E' TO FD-SEVERITY
094300         END-IF
094400         MOVE 'PENALTY RECORD FOR A LOAN NOT ON FILE'
094500              TO FD-TEXT
094600         MOVE LS-PENALTY-BAL TO WS-EDIT-AMOUNT
094700         MOVE WS-EDIT-AMOUNT TO FD-VALUE
094800         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
094900     END-IF
095000     IF LS-ON-SUSPENSE
095100         MOVE 'RI11' TO FD-CODE
095200         MOVE 'I' TO FD-SEVERITY
095300         IF LS-SUSPENSE-AMT > ZERO
095400             MOVE 'E' TO FD-SEVERITY
095500         END-IF
095600         MOVE 'SUSPENSE RECORD FOR A LOAN NOT ON FILE'
095700              TO FD-TEXT
095800         MOVE LS-SUSPENSE-AMT TO WS-EDIT-AMOUNT
095900         MOVE WS-EDIT-AMOUNT TO FD-VALUE
096000         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
096100     END-IF
096200     IF LS-ON-CHARGEOFF
096300         MOVE 'RI12' TO FD-CODE
096400         MOVE 'W' TO FD-SEVERITY
096500         MOVE 'CHARGE-OFF RECORD FOR A LOAN NOT ON FILE'
096600              TO FD-TEXT
096700         MOVE LS-CM-DATE TO FD-VALUE
096800         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
096900     END-IF
097000     IF LS-ON-NOTICE
097100         MOVE 'RI13' TO FD-CODE
097200         MOVE 'W' TO FD-SEVERITY
097300         MOVE 'NOTICE HISTORY FOR A LOAN NOT ON FILE'
097400              TO FD-TEXT
097500         PERFORM 3900-WRITE-FINDING THRU 3900-EXIT
097600     END-IF.
097700 3800-EXIT.
097800     EXIT.
097900
098000 3900-WRITE-FINDING.
098100     ADD 1 TO WS-FINDING-COUNT
098200     MOVE SPACES TO WS-DETAIL-LINE
098300     MOVE LS-LOAN-ID TO DL-LOAN-ID
098400     IF FD-IS-ERROR
098500         MOVE 'ERROR' TO DL-SEVERITY
098600         ADD 1 TO WS-ERROR-COUNT
098700     END-IF
098800     IF FD-IS-WARNING
098900         MOVE 'WARNING' TO DL-SEVERITY
099000         ADD 1 TO WS-WARNING-COUNT
099100     END-IF
099200     IF FD-IS-INFO
099300         MOVE 'INFO' TO DL-SEVERITY
099400         ADD 1 TO WS-INFO-COUNT
099500     END-IF
099600     MOVE FD-CODE TO DL-CODE
099700     MOVE FD-TEXT TO DL-TEXT
099800     MOVE FD-VALUE TO DL-VALUE
099900     MOVE WS-DETAIL-LINE TO AUDIT-REPORT-LINE
100000     WRITE AUDIT-REPORT-LINE
100100     MOVE SPACES TO WS-FINDING.
100200 3900-EXIT.
100300     EXIT.
100400
100500*----------------------------------------------------------------*
100600*  8000-PRINT-TOTALS                                            *
100700*----------------------------------------------------------------*
100800 8000-PRINT-TOTALS.
100900     MOVE SPACES TO AUDIT-REPORT-LINE
101000     WRITE AUDIT-REPORT-LINE
101100     MOVE SPACES TO WS-TOTAL-LINE
101200     MOVE 'FEED RECORDS...............' TO TL-CAPTION
101300     MOVE WS-FEED-COUNT TO TL-VALUE
101400     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
101500     MOVE 'UPDATE FILE RECORDS........' TO TL-CAPTION
101600     MOVE WS-UPDATE-COUNT TO TL-VALUE
101700     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
101800     MOVE 'REJECTED TONIGHT...........' TO TL-CAPTION
101900     MOVE WS-REJECT-COUNT TO TL-VALUE
102000     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
102100     MOVE 'BORROWER MASTER RECORDS....' TO TL-CAPTION
102200     MOVE WS-BORROWER-COUNT TO TL-VALUE
102300     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
102400     MOVE 'LOAN-TERMS RECORDS.........' TO TL-CAPTION
102500     MOVE WS-TERMS-COUNT TO TL-VALUE
102600     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
102700     MOVE 'PENALTY RECORDS............' TO TL-CAPTION
102800     MOVE WS-PENALTY-COUNT TO TL-VALUE
102900     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
103000     MOVE 'SUSPENSE RECORDS...........' TO TL-CAPTION
103100     MOVE WS-SUSPENSE-COUNT TO TL-VALUE
103200     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
103300     MOVE 'CHARGE-OFF RECORDS.........' TO TL-CAPTION
103400     MOVE WS-CHARGEOFF-COUNT TO TL-VALUE
103500     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
103600     MOVE 'NOTICE HISTORY RECORDS.....' TO TL-CAPTION
103700     MOVE WS-NOTICE-COUNT TO TL-VALUE
103800     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
103900     MOVE 'GL LOSS POSTINGS...........' TO TL-CAPTION
104000     MOVE WS-GL-LOSS-COUNT TO TL-VALUE
104100     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
104200     MOVE 'LOAN IDS AUDITED...........' TO TL-CAPTION
104300     MOVE WS-LOAN-COUNT TO TL-VALUE
104400     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
104500     MOVE SPACES TO AUDIT-REPORT-LINE
104600     WRITE AUDIT-REPORT-LINE
104700     MOVE 'ERRORS.....................' TO TL-CAPTION
104800     MOVE WS-ERROR-COUNT TO TL-VALUE
104900     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
105000     MOVE 'WARNINGS...................' TO TL-CAPTION
105100     MOVE WS-WARNING-COUNT TO TL-VALUE
105200     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
105300     MOVE 'INFORMATION ONLY...........' TO TL-CAPTION
105400     MOVE WS-INFO-COUNT TO TL-VALUE
105500     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
105600     MOVE SPACES TO AUDIT-REPORT-LINE
105700     WRITE AUDIT-REPORT-LINE
105800     IF WS-ERROR-COUNT > ZERO
105900         MOVE '** FILES DISAGREE - HOLD TONIGHT''S REPORTS'
106000              TO WS-VERDICT-LINE
106100     ELSE
106200         IF WS-WARNING-COUNT > ZERO
106300             MOVE 'WARNINGS ONLY - REPORTS MAY BE RELEASED'
106400                  TO WS-VERDICT-LINE
106500         ELSE
106600             MOVE 'FILES AGREE - REPORTS MAY BE RELEASED'
106700                  TO WS-VERDICT-LINE
106800         END-IF
106900     END-IF
107000     MOVE WS-VERDICT-LINE TO AUDIT-REPORT-LINE
107100     WRITE AUDIT-REPORT-LINE.
107200 8000-EXIT.
107300     EXIT.
107400
107500 8100-WRITE-TOTAL-LINE.
107600     MOVE WS-TOTAL-LINE TO AUDIT-REPORT-LINE
107700     WRITE AUDIT-REPORT-LINE
107800     MOVE SPACES TO WS-TOTAL-LINE.
107900 8100-EXIT.
108000     EXIT.
108100
108200*----------------------------------------------------------------*
108300*  9000-TERMINATE                                                *
108400*  RETURN CODE 8 WHEN ANY ERROR WAS FOUND, SO THE JCL CONDITION  *
108500*  CODE HOLDS THE NIGHT'S REPORTS; 4 WHEN THERE WERE WARNINGS    *
108600*  ONLY.                                                         *
108700*----------------------------------------------------------------*
108800 9000-TERMINATE.
108900     CLOSE BRANCH-MASTER-FILE
109000     CLOSE AUDIT-REPORT-FILE
109100     PERFORM 9100-STAMP-RUN-LEDGER THRU 9100-EXIT
109200     IF WS-ERROR-COUNT > ZERO
109300         MOVE 8 TO RETURN-CODE
109400     ELSE
109500         IF WS-WARNING-COUNT > ZERO
109600             MOVE 4 TO RETURN-CODE
109700         END-IF
109800     END-IF.
109900 9000-EXIT.
110000     EXIT.
110100
110200*----------------------------------------------------------------*
110300*  9100-STAMP-RUN-LEDGER                                         *
110400*  APPENDS THE STEP'S COMPLETION RECORD TO THE RUN-CONTROL       *
110500*  LEDGER - DONE WHEN NO ERROR WAS FOUND, FAIL WHEN ONE WAS.     *
110600*----------------------------------------------------------------*
110700 9100-STAMP-RUN-LEDGER.
110800     OPEN EXTEND RUN-CONTROL-FILE
110900     MOVE SPACES TO RUN-CONTROL-RECORD
111000     MOVE WS-RUN-DATE TO RC-BUSINESS-DATE
111100     MOVE 'RIAUDIT ' TO RC-PROGRAM-NAME
111200     MOVE WS-START-TIME TO RC-START-TIME
111300     ACCEPT WS-TIME-WORK FROM TIME
111400     MOVE WS-TIME-WORK (1:6) TO RC-END-TIME
111500     MOVE WS-READ-COUNT TO RC-READ-COUNT
111600     MOVE WS-FINDING-COUNT TO RC-WRITTEN-COUNT
111700     IF WS-ERROR-COUNT > ZERO
111800         MOVE 'FAIL' TO RC-STATUS
111900     ELSE
112000         MOVE 'DONE' TO RC-STATUS
112100     END-IF
112200     WRITE RUN-CONTROL-RECORD
112300     CLOSE RUN-CONTROL-FILE.
112400 9100-EXIT.
112500     EXIT.
