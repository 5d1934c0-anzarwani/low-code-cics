000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ACCRUE.
000300 AUTHOR. D-TEAGUE.
000400 INSTALLATION. LOAN-SERVICING-BATCH.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*================================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  ---------- ----  ----------------------------------------    *
001100*  10/15/2026  DT   ORIGINAL VERSION.  MONTH-END INTEREST       *
001200*                   ACCRUAL.  ON THE LAST BUSINESS NIGHT OF THE *
001300*                   MONTH EVERY ACTIVE LOAN THAT IS NOT CHARGED *
001400*                   OFF ACCRUES THE INTEREST EARNED FROM ITS    *
001500*                   LAST DUE DATE TO THE MONTH END AT THE LOAN- *
001600*                   TERMS RATE, POSTED TO ACCRUED INTEREST      *
001700*                   RECEIVABLE AND ACCRUED INCOME ON THE GL     *
001800*                   EXTRACT AND HELD ON THE ACCRUAL MASTER.     *
001900*                   THE FIRST BUSINESS NIGHT OF THE NEXT MONTH  *
002000*                   REVERSES IT.  AN ACCRUAL REGISTER BY BRANCH *
002100*                   AND LOAN PRINTS EVERY NIGHT.                *
002110*  10/15/2026  DT   LOAN ID WIDENED FROM 3 TO 10 CHARACTERS FOR  *
002120*                   THE ORIGINATION SYSTEM'S 10-DIGIT ACCOUNT    *
002130*                   NUMBER. ACCRUAL AND GL WORK IMAGES, SORT KEY *
002140*                   AND REGISTER LOAN COLUMNS WIDENED TO MATCH.  *
002148*  10/15/2026  DT   MONTH-END NIGHT NOW TESTED AGAINST THE NEXT  *
002156*                   BUSINESS DAY WORKED OUT FROM THE HOLIDAY     *
002164*                   CALENDAR AT STARTUP, AS BDROLL WORKS IT OUT, *
002172*                   NOT THE NEXT DATE STORED AT THE LAST ROLL -  *
002180*                   A HOLIDAY ADDED OR DELETED SINCE NO LONGER   *
002188*                   SKIPS OR ADVANCES THE ACCRUAL.               *
002200*================================================================*
002300*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT DAILYOUT-FILE
002800            ASSIGN TO 'daily_update_file.txt'
002900            ORGANIZATION IS INDEXED
003000            ACCESS MODE IS SEQUENTIAL
003100            RECORD KEY IS OUT-LOAN-ID.
003200
003300     SELECT OPTIONAL LOAN-TERMS-FILE
003400            ASSIGN TO 'loan_terms_file.txt'
003500            ORGANIZATION IS INDEXED
003600            ACCESS MODE IS RANDOM
003700            RECORD KEY IS LT-LOAN-ID.
003800
003900     SELECT OPTIONAL BRANCH-MASTER-FILE
004000            ASSIGN TO 'branch_master_file.txt'
004100            ORGANIZATION IS INDEXED
004200            ACCESS MODE IS RANDOM
004300            RECORD KEY IS BR-BRANCH-CODE.
004400
004500     SELECT OPTIONAL ACCRUAL-FILE
004600            ASSIGN TO 'accrual_master_file.txt'
004700            ORGANIZATION IS INDEXED
004800            ACCESS MODE IS SEQUENTIAL
004900            RECORD KEY IS AC-LOAN-ID.
005000
005100     SELECT ACCRUAL-WORK-FILE
005200            ASSIGN TO 'accrual_work.txt'
005300            ORGANIZATION IS LINE SEQUENTIAL.
005400
005500     SELECT GL-EXTRACT-FILE ASSIGN TO 'gl_extract_file.txt'
005600            ORGANIZATION IS LINE SEQUENTIAL.
005700
005800     SELECT GL-EXTRACT-WORK-FILE
005900            ASSIGN TO 'gl_extract_work.txt'
006000            ORGANIZATION IS LINE SEQUENTIAL.
006100
006200     SELECT SORT-FILE ASSIGN TO 'sortwork'.
006300
006400     SELECT ACCRUAL-REPORT-FILE
006500            ASSIGN TO 'accrual_register.txt'
006600            ORGANIZATION IS LINE SEQUENTIAL.
006700
006800     SELECT OPTIONAL RUN-CONTROL-FILE
006900            ASSIGN TO 'run_control_file.txt'
007000            ORGANIZATION IS LINE SEQUENTIAL.
007100
007200     SELECT OPTIONAL BUSINESS-DATE-FILE
007300            ASSIGN TO 'business_date_file.txt'
007400            ORGANIZATION IS LINE SEQUENTIAL.
007410
007420     SELECT OPTIONAL HOLIDAY-FILE
007430            ASSIGN TO 'holiday_calendar_file.txt'
007440            ORGANIZATION IS INDEXED
007450            ACCESS MODE IS RANDOM
007460            RECORD KEY IS HOL-DATE.
007500
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  DAILYOUT-FILE.
007900     COPY OUTREC.
008000
008100 FD  LOAN-TERMS-FILE.
008200     COPY LOANTRM.
008300
008400 FD  BRANCH-MASTER-FILE.
008500     COPY BRNMAST.
008600
008700 FD  ACCRUAL-FILE.
008800     COPY ACCRMAST.
008900
009000 FD  ACCRUAL-WORK-FILE.
009100 01  ACCRUAL-WORK-RECORD     PIC X(87).
009200
009300 FD  GL-EXTRACT-FILE.
009400     COPY GLEXTR.
009500
009600 FD  GL-EXTRACT-WORK-FILE.
009700 01  GL-EXTRACT-WORK-RECORD  PIC X(85).
009800
009900 SD  SORT-FILE.
010000 01  SORT-RECORD.
010100     05 SR-BRANCH-CODE       PIC X(04).
010200*  TYPE A IS AN ACCRUED LOAN, TYPE B ONE THAT COULD NOT BE
010300*  ACCRUED - THE TYPE SITS INSIDE THE SORT KEY SO A BRANCH'S
010400*  EXCEPTIONS COME OUT BEHIND ITS ACCRUALS.
010500     05 SR-RECORD-TYPE       PIC X(01).
010600     05 SR-LOAN-ID           PIC X(10).
010700     05 SR-BORROWER-NAME     PIC X(30).
010800     05 SR-FROM-DATE         PIC 9(08).
010900     05 SR-DAYS              PIC 9(03).
011000     05 SR-RATE              PIC 9(02)V9(02).
011100     05 SR-BALANCE           PIC 9(12).
011200     05 SR-ACCRUED-AMT       PIC 9(12).
011300     05 SR-REASON-TEXT       PIC X(30).
011400
011500 FD  ACCRUAL-REPORT-FILE.
011600 01  ACCRUAL-REPORT-LINE     PIC X(100).
011700
011800 FD  RUN-CONTROL-FILE.
011900     COPY RUNCTL.
012000
012100 FD  BUSINESS-DATE-FILE.
012200     COPY BUSDATE.
012210
012220 FD  HOLIDAY-FILE.
012230     COPY HOLCAL.
012300
012400 WORKING-STORAGE SECTION.
012500 01  WS-OUT-EOF              PIC X VALUE 'N'.
012600     88 AT-END-OF-DAILYOUT-FILE   VALUE 'Y'.
012700 01  WS-SORT-EOF             PIC X VALUE 'N'.
012800     88 AT-END-OF-SORTED-INPUT    VALUE 'Y'.
012900 01  WS-ACCR-EOF             PIC X VALUE 'N'.
013000     88 AT-END-OF-ACCRUAL-FILE    VALUE 'Y'.
013100 01  WS-ACCW-EOF             PIC X VALUE 'N'.
013200     88 AT-END-OF-ACCRUAL-WORK    VALUE 'Y'.
013300 01  WS-GLP-EOF-SW           PIC X VALUE 'N'.
013400     88 AT-END-OF-GL-PURGE-PASS   VALUE 'Y'.
013500 01  WS-GLW-EOF-SW           PIC X VALUE 'N'.
013600     88 AT-END-OF-GL-WORK-FILE    VALUE 'Y'.
013700 01  WS-BRANCH-OPEN-SW       PIC X VALUE 'N'.
013800     88 A-BRANCH-IS-OPEN          VALUE 'Y'.
013900 01  WS-MONTH-END-SW         PIC X VALUE 'N'.
014000     88 MONTH-END-NIGHT           VALUE 'Y'.
014100 01  WS-RERUN-SW             PIC X VALUE 'N'.
014200     88 ACCRUED-ALREADY-TONIGHT   VALUE 'Y'.
014300 01  WS-TERMS-FOUND-SW       PIC X VALUE 'N'.
014400     88 TERMS-RECORD-FOUND        VALUE 'Y'.
014410 01  WS-BUSINESS-DAY-SW      PIC X VALUE 'N'.
014420     88 IS-BUSINESS-DAY           VALUE 'Y'.
014500
014600 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
014700 77  WS-NEXT-BUSINESS-DATE   PIC 9(08) VALUE ZERO.
014710 77  WS-NEXT-BUSINESS-INT    PIC 9(07) VALUE ZERO.
014720 77  WS-WEEK-QUOT            PIC 9(07) VALUE ZERO.
014730 77  WS-WEEKDAY-REM          PIC 9(01) VALUE ZERO.
014800 77  WS-TIME-WORK            PIC 9(08) VALUE ZERO.
014900 77  WS-START-TIME           PIC 9(06) VALUE ZERO.
015000 77  WS-CURRENT-BRANCH       PIC X(04) VALUE SPACES.
015100 77  WS-PERIOD-END-DATE      PIC 9(08) VALUE ZERO.
015200 77  WS-PERIOD-END-INT       PIC 9(07) VALUE ZERO.
015300 77  WS-LAST-DUE-DATE        PIC 9(08) VALUE ZERO.
015400 77  WS-CYCLE-DUE-DATE       PIC 9(08) VALUE ZERO.
015500 77  WS-FROM-DATE            PIC 9(08) VALUE ZERO.
015600 77  WS-FROM-INT             PIC 9(07) VALUE ZERO.
015700 77  WS-CYCLE-DUE-INT        PIC 9(07) VALUE ZERO.
015800 77  WS-ACCRUE-TO-INT        PIC 9(07) VALUE ZERO.
015900 77  WS-ACCRUAL-DAYS         PIC 9(03) VALUE ZERO.
016000 77  WS-CYCLE-DAYS           PIC 9(03) VALUE ZERO.
016100 77  WS-MAX-DAY              PIC 9(02) VALUE ZERO.
016200 77  WS-LEAP-QUOT            PIC 9(04) VALUE ZERO.
016300 77  WS-LEAP-REM             PIC 9(03) VALUE ZERO.
016400 77  WS-LOAN-RATE            PIC 9(02)V9(02) VALUE ZERO.
016500 77  WS-MONTHLY-RATE         PIC 9(01)V9(08) VALUE ZERO.
016600 77  WS-MONTHLY-INTEREST     PIC 9(12) VALUE ZERO.
016700 77  WS-ACCRUED-AMT          PIC 9(12) VALUE ZERO.
016800 77  WS-REASON-TEXT          PIC X(30) VALUE SPACES.
016900
017000 77  WS-READ-COUNT           PIC 9(06) VALUE ZERO.
017100 77  WS-ACCRUED-COUNT        PIC 9(06) VALUE ZERO.
017200 77  WS-ACCRUED-TOTAL        PIC 9(14) VALUE ZERO.
017300 77  WS-EXCEPTION-COUNT      PIC 9(06) VALUE ZERO.
017400 77  WS-REVERSED-COUNT       PIC 9(06) VALUE ZERO.
017500 77  WS-REVERSED-TOTAL       PIC 9(14) VALUE ZERO.
017600 77  WS-GL-PURGED-COUNT      PIC 9(06) VALUE ZERO.
017700 77  WS-BR-COUNT             PIC 9(06) VALUE ZERO.
017800 77  WS-BR-EXCP-COUNT        PIC 9(06) VALUE ZERO.
017900 77  WS-BR-BALANCE           PIC 9(14) VALUE ZERO.
018000 77  WS-BR-ACCRUED           PIC 9(14) VALUE ZERO.
018100
018200 77  WS-GL-ACCRUED-REC-ACCT  PIC X(08) VALUE '1000-170'.
018300 77  WS-GL-ACCRUED-INC-ACCT  PIC X(08) VALUE '4000-270'.
018400 77  WS-GL-REVERSE-REC-ACCT  PIC X(08) VALUE '1000-175'.
018500 77  WS-GL-REVERSE-INC-ACCT  PIC X(08) VALUE '4000-275'.
018600
018700 01  WS-RUN-DATE-PARTS.
018800     05 WS-RUN-YEAR          PIC 9(04).
018900     05 WS-RUN-MONTH         PIC 9(02).
019000     05 WS-RUN-DAY           PIC 9(02).
019100 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE-PARTS
019200                             PIC 9(08).
019300 01  WS-DUE-DATE-PARTS.
019400     05 WS-DUE-YEAR          PIC 9(04).
019500     05 WS-DUE-MONTH         PIC 9(02).
019600     05 WS-DUE-DAY           PIC 9(02).
019700 01  WS-DUE-DATE-NUM REDEFINES WS-DUE-DATE-PARTS
019800                             PIC 9(08).
019900 01  WS-MONTH-DAY-VALUES     PIC X(24)
020000         VALUE '312831303130313130313031'.
020100 01  WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-VALUES.
020200     05 WS-MONTH-DAYS        OCCURS 12 TIMES PIC 9(02).
020300
020400 01  WS-HEADING-1.
020500     05 FILLER               PIC X(30)
020600            VALUE 'INTEREST ACCRUAL REGISTER OF  '.
020700     05 H1-RUN-DATE          PIC 9(08).
020800     05 FILLER               PIC X(22)
020900            VALUE '   PERIOD ENDING      '.
021000     05 H1-PERIOD-END        PIC 9(08).
021100
021200 01  WS-BRANCH-HEADING-1.
021300     05 FILLER               PIC X(07) VALUE 'BRANCH '.
021400     05 BH-BRANCH-CODE       PIC X(04).
021500     05 FILLER               PIC X(01) VALUE SPACE.
021600     05 BH-BRANCH-NAME       PIC X(30).
021700
021800 01  WS-BRANCH-HEADING-2.
021900     05 FILLER               PIC X(13) VALUE '  LOAN'.
022000     05 FILLER               PIC X(01) VALUE SPACE.
022100     05 FILLER               PIC X(30) VALUE 'BORROWER'.
022200     05 FILLER               PIC X(09) VALUE '     FROM'.
022300     05 FILLER               PIC X(05) VALUE ' DAYS'.
022400     05 FILLER               PIC X(07) VALUE '   RATE'.
022500     05 FILLER               PIC X(13) VALUE '      BALANCE'.
022600     05 FILLER               PIC X(13) VALUE '      ACCRUED'.
022700
022800 01  WS-DETAIL-LINE.
022900     05 FILLER               PIC X(03) VALUE SPACES.
023000     05 DL-LOAN-ID           PIC X(10).
023100     05 FILLER               PIC X(01) VALUE SPACE.
023200     05 DL-BORROWER-NAME     PIC X(30).
023300     05 FILLER               PIC X(01) VALUE SPACE.
023400     05 DL-FROM-DATE         PIC 9(08).
023500     05 FILLER               PIC X(01) VALUE SPACE.
023600     05 DL-DAYS              PIC ZZZ9.
023700     05 FILLER               PIC X(01) VALUE SPACE.
023800     05 DL-RATE              PIC Z9.99.
023900     05 FILLER               PIC X(01) VALUE SPACE.
024000     05 DL-BALANCE           PIC Z(11)9.
024100     05 FILLER               PIC X(01) VALUE SPACE.
024200     05 DL-ACCRUED           PIC Z(11)9.
024300
024400 01  WS-EXCP-HEADING.
024500     05 FILLER               PIC X(30)
024600            VALUE '  NOT ACCRUED FOR THIS BRANCH'.
024700
024800 01  WS-EXCP-LINE.
024900     05 FILLER               PIC X(03) VALUE SPACES.
025000     05 EL-LOAN-ID           PIC X(10).
025100     05 FILLER               PIC X(01) VALUE SPACE.
025200     05 EL-BORROWER-NAME     PIC X(30).
025300     05 FILLER               PIC X(01) VALUE SPACE.
025400     05 EL-REASON-TEXT       PIC X(30).
025500
025600 01  WS-TOTAL-LINE.
025700     05 TL-CAPTION           PIC X(30).
025800     05 TL-VALUE             PIC Z(13)9.
025900
026000 PROCEDURE DIVISION.
026100 0000-MAINLINE.
026200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
026300     PERFORM 2000-REVERSE-PRIOR-ACCRUALS THRU 2000-EXIT
026400     IF MONTH-END-NIGHT
026500         PERFORM 3000-ACCRUE-MONTH-END THRU 3000-EXIT
026600     ELSE
026700         MOVE 'NO MONTH-END ACCRUAL TONIGHT'
026800             TO ACCRUAL-REPORT-LINE
026900         WRITE ACCRUAL-REPORT-LINE
027000     END-IF
027100     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
027200     PERFORM 9000-TERMINATE THRU 9000-EXIT
027300     STOP RUN.
027400
027500*----------------------------------------------------------------*
027600*  1000-INITIALIZE                                               *
027700*  TONIGHT IS THE MONTH-END NIGHT WHEN THE NEXT BUSINESS DAY,    *
027800*  WORKED OUT FROM THE HOLIDAY CALENDAR, FALLS IN ANOTHER        *
027900*  MONTH - THE ACCRUAL RUNS THEN, NOT ON THE CALENDAR LAST DAY,  *
028000*  WHICH MAY BE A WEEKEND OR HOLIDAY.  THE PERIOD STILL ENDS ON  *
028050*  THE LAST CALENDAR DAY OF THE MONTH.                           *
028100*----------------------------------------------------------------*
028200 1000-INITIALIZE.
028300     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
028400     ACCEPT WS-TIME-WORK FROM TIME
028500     MOVE WS-TIME-WORK (1:6) TO WS-START-TIME
028510     PERFORM 1060-FIND-NEXT-BUSINESS-DAY THRU 1060-EXIT
028600     IF WS-NEXT-BUSINESS-DATE (1:6) NOT = WS-RUN-DATE (1:6)
028700         MOVE 'Y' TO WS-MONTH-END-SW
028800     END-IF
028900     PERFORM 1100-FIND-PERIOD-END THRU 1100-EXIT
029000     OPEN OUTPUT ACCRUAL-REPORT-FILE
029100     MOVE WS-RUN-DATE TO H1-RUN-DATE
029200     MOVE WS-PERIOD-END-DATE TO H1-PERIOD-END
029300     MOVE WS-HEADING-1 TO ACCRUAL-REPORT-LINE
029400     WRITE ACCRUAL-REPORT-LINE
029500     MOVE SPACES TO ACCRUAL-REPORT-LINE
029600     WRITE ACCRUAL-REPORT-LINE.
029700 1000-EXIT.
029800     EXIT.
029900
030000*----------------------------------------------------------------*
030100*  1050-READ-BUSINESS-DATE                                       *
030200*  TONIGHT'S BUSINESS DATE COMES FROM THE DATE CONTROL FILE,     *
030300*  NOT THE SYSTEM CLOCK, SO A RUN THAT SLIPS PAST MIDNIGHT OR A  *
030400*  CATCH-UP RUN FOR A MISSED NIGHT STAMPS THE RIGHT DATE.  NO    *
030500*  USABLE CONTROL RECORD STOPS THE STEP BEFORE ANYTHING IS       *
030600*  TOUCHED.                                                      *
030800*----------------------------------------------------------------*
030900 1050-READ-BUSINESS-DATE.
031000     OPEN INPUT BUSINESS-DATE-FILE
031100     READ BUSINESS-DATE-FILE
031200         AT END
031300             MOVE ZERO TO BD-BUSINESS-DATE
031400     END-READ
031500     CLOSE BUSINESS-DATE-FILE
031600     IF BD-BUSINESS-DATE NOT NUMERIC
031700        OR BD-BUSINESS-DATE = ZERO
032000         DISPLAY 'ACCRUE: NO BUSINESS DATE ON THE DATE CONTROL'
032100                 ' FILE - RUN STOPPED'
032200         MOVE 16 TO RETURN-CODE
032300         STOP RUN
032400     END-IF
032500     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
032700 1050-EXIT.
032800     EXIT.
032900
032910*----------------------------------------------------------------*
032912*  1060-FIND-NEXT-BUSINESS-DAY                                   *
032914*  THE NEXT BUSINESS DATE IS WORKED OUT AFRESH FROM THE HOLIDAY  *
032916*  CALENDAR, THE WAY BDROLL WILL WORK IT OUT WHEN IT ROLLS THE   *
032918*  DATE TONIGHT, RATHER THAN TAKEN FROM THE CONTROL RECORD - A   *
032920*  HOLIDAY ADDED OR DELETED SINCE THE LAST ROLL WOULD OTHERWISE  *
032922*  MOVE OR SKIP THE MONTH-END NIGHT.  DAY 1 OF THE INTEGER       *
032924*  CALENDAR (01/01/1601) WAS A MONDAY, SO A REMAINDER OF 6 BY    *
032926*  SEVEN IS A SATURDAY AND 0 A SUNDAY.                           *
032928*----------------------------------------------------------------*
032930 1060-FIND-NEXT-BUSINESS-DAY.
032932     OPEN INPUT HOLIDAY-FILE
032934     COMPUTE WS-NEXT-BUSINESS-INT =
032936         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
032938     MOVE 'N' TO WS-BUSINESS-DAY-SW
032940     PERFORM 1065-STEP-ONE-DAY THRU 1065-EXIT
032942             UNTIL IS-BUSINESS-DAY
032944     CLOSE HOLIDAY-FILE.
032946 1060-EXIT.
032948     EXIT.
032950
032952 1065-STEP-ONE-DAY.
032954     ADD 1 TO WS-NEXT-BUSINESS-INT
032956     COMPUTE WS-NEXT-BUSINESS-DATE =
032958         FUNCTION DATE-OF-INTEGER (WS-NEXT-BUSINESS-INT)
032960     PERFORM 1070-CHECK-BUSINESS-DAY THRU 1070-EXIT.
032962 1065-EXIT.
032964     EXIT.
032966
032968 1070-CHECK-BUSINESS-DAY.
032970     MOVE 'N' TO WS-BUSINESS-DAY-SW
032972     DIVIDE WS-NEXT-BUSINESS-INT BY 7 GIVING WS-WEEK-QUOT
032974         REMAINDER WS-WEEKDAY-REM
032976     IF WS-WEEKDAY-REM = 6 OR WS-WEEKDAY-REM = 0
032978         GO TO 1070-EXIT
032980     END-IF
032982     MOVE WS-NEXT-BUSINESS-DATE TO HOL-DATE
032984     READ HOLIDAY-FILE
032986         INVALID KEY
032988             MOVE 'Y' TO WS-BUSINESS-DAY-SW
032990     END-READ.
032992 1070-EXIT.
032994     EXIT.
032996
033000*----------------------------------------------------------------*
033100*  1100-FIND-PERIOD-END                                          *
033200*  THE LAST CALENDAR DAY OF THE RUN MONTH - THE DAY BEFORE THE   *
033300*  FIRST OF THE NEXT MONTH.                                      *
033400*----------------------------------------------------------------*
033500 1100-FIND-PERIOD-END.
033600     MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
033700     ADD 1 TO WS-RUN-MONTH
033800     IF WS-RUN-MONTH > 12
033900         MOVE 1 TO WS-RUN-MONTH
034000         ADD 1 TO WS-RUN-YEAR
034100     END-IF
034200     MOVE 1 TO WS-RUN-DAY
034300     COMPUTE WS-PERIOD-END-INT =
034400         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-NUM) - 1
034500     COMPUTE WS-PERIOD-END-DATE =
034600         FUNCTION DATE-OF-INTEGER (WS-PERIOD-END-INT).
034700 1100-EXIT.
034800     EXIT.
034900
035000*----------------------------------------------------------------*
035100*  2000-REVERSE-PRIOR-ACCRUALS                                   *
035200*  ANY ACCRUAL ON THE MASTER FROM AN EARLIER MONTH THAT IS NOT   *
035300*  YET REVERSED IS BACKED OUT TONIGHT - WHICH IS THE FIRST       *
035400*  BUSINESS NIGHT OF THE MONTH, OR THE FIRST NIGHT THE STEP RAN  *
035500*  AFTER IT.  THE MASTER IS COPIED THROUGH THE WORK FILE WITH    *
035600*  THE REVERSAL DATE STAMPED, AND COPIED BACK ONLY WHEN ANYTHING *
035700*  WAS REVERSED.  AN ACCRUAL ALREADY DATED TONIGHT MEANS THE     *
035800*  MONTH-END PASS IS BEING RERUN.                                *
035900*----------------------------------------------------------------*
036000 2000-REVERSE-PRIOR-ACCRUALS.
036100     OPEN INPUT ACCRUAL-FILE
036200     OPEN OUTPUT ACCRUAL-WORK-FILE
036300     OPEN EXTEND GL-EXTRACT-FILE
036400     PERFORM 2100-CHECK-ONE-ACCRUAL THRU 2100-EXIT
036500             UNTIL AT-END-OF-ACCRUAL-FILE
036600     CLOSE GL-EXTRACT-FILE
036700     CLOSE ACCRUAL-WORK-FILE
036800     CLOSE ACCRUAL-FILE
036900     IF WS-REVERSED-COUNT > ZERO
037000         OPEN INPUT ACCRUAL-WORK-FILE
037100         OPEN OUTPUT ACCRUAL-FILE
037200         PERFORM 2300-COPY-ONE-BACK THRU 2300-EXIT
037300                 UNTIL AT-END-OF-ACCRUAL-WORK
037400         CLOSE ACCRUAL-WORK-FILE
037500         CLOSE ACCRUAL-FILE
037600     END-IF.
037700 2000-EXIT.
037800     EXIT.
037900
038000 2100-CHECK-ONE-ACCRUAL.
038100     READ ACCRUAL-FILE
038200         AT END
038300             MOVE 'Y' TO WS-ACCR-EOF
038400             GO TO 2100-EXIT
038500     END-READ
038600     IF AC-ACCRUAL-DATE = WS-RUN-DATE
038700         MOVE 'Y' TO WS-RERUN-SW
038800     END-IF
038900     IF AC-REVERSAL-DATE = ZERO
039000        AND AC-ACCRUAL-DATE (1:6) < WS-RUN-DATE (1:6)
039100         PERFORM 2200-POST-REVERSAL THRU 2200-EXIT
039200     END-IF
039300     MOVE ACCRUAL-RECORD TO ACCRUAL-WORK-RECORD
039400     WRITE ACCRUAL-WORK-RECORD.
039500 2100-EXIT.
039600     EXIT.
039700
039800*----------------------------------------------------------------*
039900*  2200-POST-REVERSAL                                            *
040000*  BACKS THE ACCRUAL OUT THROUGH THE REVERSAL ACCOUNTS, DATED    *
040100*  TONIGHT, SO THE INTEREST BILLED THIS MONTH IS NOT COUNTED     *
040200*  TWICE IN INCOME.                                              *
040300*----------------------------------------------------------------*
040400 2200-POST-REVERSAL.
040500     MOVE SPACES TO GL-EXTRACT-RECORD
040600     MOVE WS-RUN-DATE TO GL-RUN-DATE
040700     MOVE AC-LOAN-ID TO GL-LOAN-ID
040800     MOVE WS-GL-REVERSE-REC-ACCT TO GL-PRINCIPAL-ACCT
040900     MOVE AC-ACCRUED-AMT TO GL-PRINCIPAL-AMT
041000     MOVE WS-GL-REVERSE-INC-ACCT TO GL-INTEREST-ACCT
041100     MOVE AC-ACCRUED-AMT TO GL-INTEREST-AMT
041200     MOVE WS-GL-REVERSE-REC-ACCT TO GL-PENALTY-ACCT
041300     MOVE ZERO TO GL-PENALTY-AMT
041400     WRITE GL-EXTRACT-RECORD
041500     MOVE WS-RUN-DATE TO AC-REVERSAL-DATE
041600     ADD 1 TO WS-REVERSED-COUNT
041700     ADD AC-ACCRUED-AMT TO WS-REVERSED-TOTAL.
041800 2200-EXIT.
041900     EXIT.
042000
042100 2300-COPY-ONE-BACK.
042200     READ ACCRUAL-WORK-FILE
042300         AT END
042400             MOVE 'Y' TO WS-ACCW-EOF
042500             GO TO 2300-EXIT
042600     END-READ
042700     MOVE ACCRUAL-WORK-RECORD TO ACCRUAL-RECORD
042800     WRITE ACCRUAL-RECORD.
042900 2300-EXIT.
043000     EXIT.
043100
043200*----------------------------------------------------------------*
043300*  3000-ACCRUE-MONTH-END                                         *
043400*  A RERUN OF THE MONTH-END NIGHT FIRST DROPS THE ACCRUAL        *
043500*  POSTINGS THE EARLIER RUN MADE, THEN THE WHOLE MONTH-END PASS  *
043600*  IS DONE AGAIN FROM TONIGHT'S UPDATE FILE - THE ACCRUAL MASTER *
043700*  IS REWRITTEN WITH TONIGHT'S ACCRUALS ONLY.  THE ACCRUALS ARE  *
043800*  SORTED BY BRANCH AND LOAN FOR THE REGISTER.                   *
043900*----------------------------------------------------------------*
044000 3000-ACCRUE-MONTH-END.
044100     IF ACCRUED-ALREADY-TONIGHT
044200         PERFORM 3050-PURGE-TONIGHTS-ACCRUAL THRU 3050-EXIT
044300     END-IF
044400     OPEN INPUT BRANCH-MASTER-FILE
044500     SORT SORT-FILE
044600         ON ASCENDING KEY SR-BRANCH-CODE
044700                          SR-RECORD-TYPE
044800                          SR-LOAN-ID
044900         INPUT PROCEDURE IS 3100-ACCRUE-LOANS
045000                         THRU 3100-EXIT
045100         OUTPUT PROCEDURE IS 4000-PRINT-REGISTER
045200                         THRU 4000-EXIT
045300     CLOSE BRANCH-MASTER-FILE.
045400 3000-EXIT.
045500     EXIT.
045600
045700 3050-PURGE-TONIGHTS-ACCRUAL.
045800     OPEN INPUT GL-EXTRACT-FILE
045900     OPEN OUTPUT GL-EXTRACT-WORK-FILE
046000     PERFORM 3060-PURGE-ONE-RECORD THRU 3060-EXIT
046100             UNTIL AT-END-OF-GL-PURGE-PASS
046200     CLOSE GL-EXTRACT-FILE
046300     CLOSE GL-EXTRACT-WORK-FILE
046400     OPEN INPUT GL-EXTRACT-WORK-FILE
046500     OPEN OUTPUT GL-EXTRACT-FILE
046600     PERFORM 3070-COPY-ONE-BACK THRU 3070-EXIT
046700             UNTIL AT-END-OF-GL-WORK-FILE
046800     CLOSE GL-EXTRACT-WORK-FILE
046900     CLOSE GL-EXTRACT-FILE
047000     IF WS-GL-PURGED-COUNT > ZERO
047100         DISPLAY 'ACCRUE: ' WS-GL-PURGED-COUNT
047200                 ' ACCRUAL POSTINGS FOR ' WS-RUN-DATE
047300                 ' DROPPED BEFORE RERUN'
047400     END-IF.
047500 3050-EXIT.
047600     EXIT.
047700
047800 3060-PURGE-ONE-RECORD.
047900     READ GL-EXTRACT-FILE
048000         AT END
048100             MOVE 'Y' TO WS-GLP-EOF-SW
048200             GO TO 3060-EXIT
048300     END-READ
048400     IF GL-RUN-DATE NUMERIC
048500        AND GL-RUN-DATE = WS-RUN-DATE
048600        AND GL-PRINCIPAL-ACCT = WS-GL-ACCRUED-REC-ACCT
048700         ADD 1 TO WS-GL-PURGED-COUNT
048800         GO TO 3060-EXIT
048900     END-IF
049000     MOVE GL-EXTRACT-RECORD TO GL-EXTRACT-WORK-RECORD
049100     WRITE GL-EXTRACT-WORK-RECORD.
049200 3060-EXIT.
049300     EXIT.
049400
049500 3070-COPY-ONE-BACK.
049600     READ GL-EXTRACT-WORK-FILE
049700         AT END
049800             MOVE 'Y' TO WS-GLW-EOF-SW
049900             GO TO 3070-EXIT
050000     END-READ
050100     MOVE GL-EXTRACT-WORK-RECORD TO GL-EXTRACT-RECORD
050200     WRITE GL-EXTRACT-RECORD.
050300 3070-EXIT.
050400     EXIT.
050500
050600*----------------------------------------------------------------*
050700*  3100-ACCRUE-LOANS                                             *
050800*  SORT INPUT PROCEDURE.  THE UPDATE FILE COMES IN LOAN ORDER,   *
050900*  SO THE ACCRUAL MASTER IS REBUILT IN KEY ORDER AS IT GOES.     *
051000*----------------------------------------------------------------*
051100 3100-ACCRUE-LOANS.
051200     OPEN INPUT DAILYOUT-FILE
051300     OPEN INPUT LOAN-TERMS-FILE
051400     OPEN OUTPUT ACCRUAL-FILE
051500     OPEN EXTEND GL-EXTRACT-FILE
051600     PERFORM 3200-ACCRUE-ONE-LOAN THRU 3200-EXIT
051700             UNTIL AT-END-OF-DAILYOUT-FILE
051800     CLOSE GL-EXTRACT-FILE
051900     CLOSE ACCRUAL-FILE
052000     CLOSE LOAN-TERMS-FILE
052100     CLOSE DAILYOUT-FILE.
052200 3100-EXIT.
052300     EXIT.
052400
052500*----------------------------------------------------------------*
052600*  3200-ACCRUE-ONE-LOAN                                          *
052700*  A COMPLETED, CHARGED-OFF OR ZERO-BALANCE LOAN EARNS NOTHING   *
052800*  AND IS PASSED OVER.  ONE WITH NO LOAN-TERMS RECORD OR NO      *
052900*  USABLE DUE DATE CANNOT BE ACCRUED AND IS LISTED UNDER ITS     *
053000*  BRANCH FOR FOLLOW-UP.                                         *
053100*----------------------------------------------------------------*
053200 3200-ACCRUE-ONE-LOAN.
053300     READ DAILYOUT-FILE
053400         AT END
053500             MOVE 'Y' TO WS-OUT-EOF
053600             GO TO 3200-EXIT
053700     END-READ
053800     ADD 1 TO WS-READ-COUNT
053900     IF OUT-LOAN-COMPLETED = 'Y'
054000        OR OUT-CHARGEOFF-STATUS = 'C'
054100         GO TO 3200-EXIT
054200     END-IF
054300     IF OUT-LOAN-LEFT NOT NUMERIC
054400        OR OUT-LOAN-LEFT = ZERO
054500         GO TO 3200-EXIT
054600     END-IF
054700     PERFORM 3300-FETCH-TERMS THRU 3300-EXIT
054800     IF NOT TERMS-RECORD-FOUND
054900         MOVE 'NO LOAN-TERMS RECORD' TO WS-REASON-TEXT
055000         PERFORM 3800-RELEASE-EXCEPTION THRU 3800-EXIT
055100         GO TO 3200-EXIT
055200     END-IF
055300     IF OUT-NEXT-DUE-DATE NOT NUMERIC
055400        OR OUT-NEXT-DUE-DATE = ZERO
055500        OR OUT-PAYMENT-DAY NOT NUMERIC
055600         MOVE 'NO NEXT DUE DATE ON FILE' TO WS-REASON-TEXT
055700         PERFORM 3800-RELEASE-EXCEPTION THRU 3800-EXIT
055800         GO TO 3200-EXIT
055900     END-IF
056000     PERFORM 3400-FIND-LAST-DUE-DATE THRU 3400-EXIT
056100     PERFORM 3500-COMPUTE-ACCRUAL THRU 3500-EXIT
056200     IF WS-ACCRUED-AMT = ZERO
056300         GO TO 3200-EXIT
056400     END-IF
056500     PERFORM 3600-WRITE-ACCRUAL THRU 3600-EXIT
056600     PERFORM 3700-POST-ACCRUAL THRU 3700-EXIT
056700     MOVE SPACES TO SORT-RECORD
056800     MOVE OUT-BRANCH-CODE TO SR-BRANCH-CODE
056900     MOVE 'A' TO SR-RECORD-TYPE
057000     MOVE OUT-LOAN-ID TO SR-LOAN-ID
057100     MOVE OUT-BORROWER-NAME TO SR-BORROWER-NAME
057200     MOVE WS-FROM-DATE TO SR-FROM-DATE
057300     MOVE WS-ACCRUAL-DAYS TO SR-DAYS
057400     MOVE WS-LOAN-RATE TO SR-RATE
057500     MOVE OUT-LOAN-LEFT TO SR-BALANCE
057600     MOVE WS-ACCRUED-AMT TO SR-ACCRUED-AMT
057700     RELEASE SORT-RECORD.
057800 3200-EXIT.
057900     EXIT.
058000
058100*----------------------------------------------------------------*
058200*  3300-FETCH-TERMS                                              *
058300*  THE LOAN-TERMS RATE GOVERNS, OR THE DATED NEW RATE ONCE ITS   *
058400*  EFFECTIVE DATE HAS COME - THE SAME RULE THE NIGHTLY RUN       *
058500*  BILLS BY.                                                     *
058600*----------------------------------------------------------------*
058700 3300-FETCH-TERMS.
058800     MOVE 'N' TO WS-TERMS-FOUND-SW
058900     MOVE OUT-LOAN-ID TO LT-LOAN-ID
059000     READ LOAN-TERMS-FILE
059100         INVALID KEY
059200             GO TO 3300-EXIT
059300     END-READ
059400     IF LT-RATE NOT NUMERIC
059500         GO TO 3300-EXIT
059600     END-IF
059700     MOVE 'Y' TO WS-TERMS-FOUND-SW
059800     MOVE LT-RATE TO WS-LOAN-RATE
059900     IF LT-NEW-RATE-DATE NUMERIC
060000        AND LT-NEW-RATE NUMERIC
060100        AND LT-NEW-RATE-DATE > ZERO
060200        AND LT-NEW-RATE-DATE NOT > WS-RUN-DATE
060300         MOVE LT-NEW-RATE TO WS-LOAN-RATE
060400     END-IF.
060500 3300-EXIT.
060600     EXIT.
060700
060800*----------------------------------------------------------------*
060900*  3400-FIND-LAST-DUE-DATE                                       *
061000*  THE CYCLE IN PROGRESS RUNS FROM THE LAST CONTRACTUAL DUE DATE *
061100*  TO THE NEXT.  A NEXT DUE DATE THAT WAS MOVED OFF A WEEKEND OR *
061200*  HOLIDAY INTO THE FIRST DAYS OF THE FOLLOWING MONTH BELONGS TO *
061300*  THE MONTH BEFORE, AS IN THE NIGHTLY DUE-DATE ROLL.  BOTH ENDS *
061400*  ARE TAKEN ON THE PAYMENT DAY, CAPPED TO THE MONTH LENGTH.     *
061500*----------------------------------------------------------------*
061600 3400-FIND-LAST-DUE-DATE.
061700     MOVE OUT-NEXT-DUE-DATE TO WS-DUE-DATE-NUM
061800     IF WS-DUE-DAY < OUT-PAYMENT-DAY AND WS-DUE-DAY < 15
061900         SUBTRACT 1 FROM WS-DUE-MONTH
062000         IF WS-DUE-MONTH = ZERO
062100             MOVE 12 TO WS-DUE-MONTH
062200             SUBTRACT 1 FROM WS-DUE-YEAR
062300         END-IF
062400     END-IF
062500     PERFORM 3450-SET-PAYMENT-DAY THRU 3450-EXIT
062600     MOVE WS-DUE-DATE-NUM TO WS-CYCLE-DUE-DATE
062700     SUBTRACT 1 FROM WS-DUE-MONTH
062800     IF WS-DUE-MONTH = ZERO
062900         MOVE 12 TO WS-DUE-MONTH
063000         SUBTRACT 1 FROM WS-DUE-YEAR
063100     END-IF
063200     PERFORM 3450-SET-PAYMENT-DAY THRU 3450-EXIT
063300     MOVE WS-DUE-DATE-NUM TO WS-LAST-DUE-DATE.
063400 3400-EXIT.
063500     EXIT.
063600
063700 3450-SET-PAYMENT-DAY.
063800     MOVE WS-MONTH-DAYS (WS-DUE-MONTH) TO WS-MAX-DAY
063900     IF WS-DUE-MONTH = 2
064000         DIVIDE WS-DUE-YEAR BY 400 GIVING WS-LEAP-QUOT
064100             REMAINDER WS-LEAP-REM
064200         IF WS-LEAP-REM = ZERO
064300             MOVE 29 TO WS-MAX-DAY
064400         ELSE
064500             DIVIDE WS-DUE-YEAR BY 100 GIVING WS-LEAP-QUOT
064600                 REMAINDER WS-LEAP-REM
064700             IF WS-LEAP-REM NOT = ZERO
064800                 DIVIDE WS-DUE-YEAR BY 4 GIVING WS-LEAP-QUOT
064900                     REMAINDER WS-LEAP-REM
065000                 IF WS-LEAP-REM = ZERO
065100                     MOVE 29 TO WS-MAX-DAY
065200                 END-IF
065300             END-IF
065400         END-IF
065500     END-IF
065600     IF OUT-PAYMENT-DAY < 1 OR OUT-PAYMENT-DAY > WS-MAX-DAY
065700         MOVE WS-MAX-DAY TO WS-DUE-DAY
065800     ELSE
065900         MOVE OUT-PAYMENT-DAY TO WS-DUE-DAY
066000     END-IF.
066100 3450-EXIT.
066200     EXIT.
066300
066400*----------------------------------------------------------------*
066500*  3500-COMPUTE-ACCRUAL                                          *
066600*  THE MONTH'S INTEREST IS WORKED THE WAY THE NIGHTLY RUN BILLS  *
066700*  IT, THEN PRO-RATED BY THE DAYS FROM THE LAST DUE DATE (OR     *
066800*  ORIGINATION, IF LATER) TO THE PERIOD END OVER THE DAYS IN THE *
066900*  CYCLE.  A CYCLE THAT CLOSED BEFORE THE PERIOD END BUT IS NOT  *
067000*  YET BILLED ACCRUES IN FULL, NO MORE.                          *
067100*----------------------------------------------------------------*
067200 3500-COMPUTE-ACCRUAL.
067300     MOVE ZERO TO WS-ACCRUED-AMT
067400     MOVE ZERO TO WS-ACCRUAL-DAYS
067500     MOVE WS-LAST-DUE-DATE TO WS-FROM-DATE
067600     IF LT-ORIG-DATE NUMERIC
067700        AND LT-ORIG-DATE > WS-FROM-DATE
067800         MOVE LT-ORIG-DATE TO WS-FROM-DATE
067900     END-IF
068000     IF WS-FROM-DATE NOT < WS-PERIOD-END-DATE
068100         GO TO 3500-EXIT
068200     END-IF
068300     COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE (WS-FROM-DATE)
068400     COMPUTE WS-CYCLE-DUE-INT =
068500         FUNCTION INTEGER-OF-DATE (WS-CYCLE-DUE-DATE)
068600     COMPUTE WS-CYCLE-DAYS = WS-CYCLE-DUE-INT -
068700         FUNCTION INTEGER-OF-DATE (WS-LAST-DUE-DATE)
068800     MOVE WS-PERIOD-END-INT TO WS-ACCRUE-TO-INT
068900     IF WS-CYCLE-DUE-INT < WS-PERIOD-END-INT
069000         MOVE WS-CYCLE-DUE-INT TO WS-ACCRUE-TO-INT
069100     END-IF
069200     IF WS-FROM-INT NOT < WS-ACCRUE-TO-INT
069300         GO TO 3500-EXIT
069400     END-IF
069500     COMPUTE WS-ACCRUAL-DAYS = WS-ACCRUE-TO-INT - WS-FROM-INT
069600     IF WS-ACCRUAL-DAYS = ZERO OR WS-CYCLE-DAYS = ZERO
069700         GO TO 3500-EXIT
069800     END-IF
069900     COMPUTE WS-MONTHLY-RATE ROUNDED = (WS-LOAN-RATE / 12) / 100
070000     COMPUTE WS-MONTHLY-INTEREST ROUNDED =
070100         OUT-LOAN-LEFT * WS-MONTHLY-RATE
070200     COMPUTE WS-ACCRUED-AMT ROUNDED =
070300         WS-MONTHLY-INTEREST * WS-ACCRUAL-DAYS / WS-CYCLE-DAYS.
070400 3500-EXIT.
070500     EXIT.
070600
070700 3600-WRITE-ACCRUAL.
070800     MOVE SPACES TO ACCRUAL-RECORD
070900     MOVE OUT-LOAN-ID TO AC-LOAN-ID
071000     MOVE OUT-BRANCH-CODE TO AC-BRANCH-CODE
071100     MOVE WS-RUN-DATE TO AC-ACCRUAL-DATE
071200     MOVE WS-PERIOD-END-DATE TO AC-PERIOD-END-DATE
071300     MOVE WS-FROM-DATE TO AC-FROM-DATE
071400     MOVE WS-ACCRUAL-DAYS TO AC-DAYS
071500     MOVE WS-LOAN-RATE TO AC-RATE
071600     MOVE OUT-LOAN-LEFT TO AC-BALANCE
071700     MOVE WS-ACCRUED-AMT TO AC-ACCRUED-AMT
071800     MOVE ZERO TO AC-REVERSAL-DATE
071900     WRITE ACCRUAL-RECORD
072000         INVALID KEY
072100             DISPLAY 'ACCRUE: DUPLICATE ACCRUAL FOR LOAN '
072200                     OUT-LOAN-ID
072300     END-WRITE
072400     ADD 1 TO WS-ACCRUED-COUNT
072500     ADD WS-ACCRUED-AMT TO WS-ACCRUED-TOTAL.
072600 3600-EXIT.
072700     EXIT.
072800
072900*----------------------------------------------------------------*
073000*  3700-POST-ACCRUAL                                             *
073100*  ONE TWO-SIDED POSTING PER LOAN: ACCRUED INTEREST RECEIVABLE   *
073200*  AGAINST ACCRUED INTEREST INCOME, FOR THE SAME AMOUNT.         *
073300*----------------------------------------------------------------*
073400 3700-POST-ACCRUAL.
073500     MOVE SPACES TO GL-EXTRACT-RECORD
073600     MOVE WS-RUN-DATE TO GL-RUN-DATE
073700     MOVE OUT-LOAN-ID TO GL-LOAN-ID
073800     MOVE WS-GL-ACCRUED-REC-ACCT TO GL-PRINCIPAL-ACCT
073900     MOVE WS-ACCRUED-AMT TO GL-PRINCIPAL-AMT
074000     MOVE WS-GL-ACCRUED-INC-ACCT TO GL-INTEREST-ACCT
074100     MOVE WS-ACCRUED-AMT TO GL-INTEREST-AMT
074200     MOVE WS-GL-ACCRUED-REC-ACCT TO GL-PENALTY-ACCT
074300     MOVE ZERO TO GL-PENALTY-AMT
074400     WRITE GL-EXTRACT-RECORD.
074500 3700-EXIT.
074600     EXIT.
074700
074800 3800-RELEASE-EXCEPTION.
074900     ADD 1 TO WS-EXCEPTION-COUNT
075000     MOVE SPACES TO SORT-RECORD
075100     MOVE OUT-BRANCH-CODE TO SR-BRANCH-CODE
075200     MOVE 'B' TO SR-RECORD-TYPE
075300     MOVE OUT-LOAN-ID TO SR-LOAN-ID
075400     MOVE OUT-BORROWER-NAME TO SR-BORROWER-NAME
075500     MOVE ZERO TO SR-FROM-DATE
075600     MOVE ZERO TO SR-DAYS
075700     MOVE ZERO TO SR-RATE
075800     MOVE OUT-LOAN-LEFT TO SR-BALANCE
075900     MOVE ZERO TO SR-ACCRUED-AMT
076000     MOVE WS-REASON-TEXT TO SR-REASON-TEXT
076100     RELEASE SORT-RECORD.
076200 3800-EXIT.
076300     EXIT.
076400
076500*----------------------------------------------------------------*
076600*  4000-PRINT-REGISTER                                           *
076700*  SORT OUTPUT PROCEDURE.  THE ACCRUALS COME BACK IN BRANCH      *
076800*  ORDER, ACCRUED LOANS AHEAD OF THE ONES THAT COULD NOT BE.  A  *
076900*  CHANGE OF BRANCH PRINTS THE SUBTOTALS OF THE ONE BEFORE.      *
077000*----------------------------------------------------------------*
077100 4000-PRINT-REGISTER.
077200     PERFORM 4100-TAKE-ONE-RECORD THRU 4100-EXIT
077300             UNTIL AT-END-OF-SORTED-INPUT
077400     IF A-BRANCH-IS-OPEN
077500         PERFORM 4500-FINISH-BRANCH THRU 4500-EXIT
077600     END-IF.
077700 4000-EXIT.
077800     EXIT.
077900
078000 4100-TAKE-ONE-RECORD.
078100     RETURN SORT-FILE
078200         AT END
078300             MOVE 'Y' TO WS-SORT-EOF
078400             GO TO 4100-EXIT
078500     END-RETURN
078600     IF NOT A-BRANCH-IS-OPEN
078700        OR SR-BRANCH-CODE NOT = WS-CURRENT-BRANCH
078800         IF A-BRANCH-IS-OPEN
078900             PERFORM 4500-FINISH-BRANCH THRU 4500-EXIT
079000         END-IF
079100         PERFORM 4200-START-BRANCH THRU 4200-EXIT
079200     END-IF
079300     IF SR-RECORD-TYPE = 'A'
079400         PERFORM 4300-PRINT-ONE-ACCRUAL THRU 4300-EXIT
079500     ELSE
079600         PERFORM 4400-PRINT-ONE-EXCEPTION THRU 4400-EXIT
079700     END-IF.
079800 4100-EXIT.
079900     EXIT.
080000
080100 4200-START-BRANCH.
080200     MOVE SR-BRANCH-CODE TO WS-CURRENT-BRANCH
080300     MOVE 'Y' TO WS-BRANCH-OPEN-SW
080400     MOVE ZERO TO WS-BR-COUNT
080500     MOVE ZERO TO WS-BR-EXCP-COUNT
080600     MOVE ZERO TO WS-BR-BALANCE
080700     MOVE ZERO TO WS-BR-ACCRUED
080800     MOVE WS-CURRENT-BRANCH TO BR-BRANCH-CODE
080900     READ BRANCH-MASTER-FILE
081000         INVALID KEY
081100             MOVE 'UNKNOWN BRANCH' TO BR-BRANCH-NAME
081200     END-READ
081300     MOVE WS-CURRENT-BRANCH TO BH-BRANCH-CODE
081400     MOVE BR-BRANCH-NAME TO BH-BRANCH-NAME
081500     MOVE WS-BRANCH-HEADING-1 TO ACCRUAL-REPORT-LINE
081600     WRITE ACCRUAL-REPORT-LINE
081700     MOVE WS-BRANCH-HEADING-2 TO ACCRUAL-REPORT-LINE
081800     WRITE ACCRUAL-REPORT-LINE.
081900 4200-EXIT.
082000     EXIT.
082100
082200 4300-PRINT-ONE-ACCRUAL.
082300     ADD 1 TO WS-BR-COUNT
082400     ADD SR-BALANCE TO WS-BR-BALANCE
082500     ADD SR-ACCRUED-AMT TO WS-BR-ACCRUED
082600     MOVE SPACES TO WS-DETAIL-LINE
082700     MOVE SR-LOAN-ID TO DL-LOAN-ID
082800     MOVE SR-BORROWER-NAME TO DL-BORROWER-NAME
082900     MOVE SR-FROM-DATE TO DL-FROM-DATE
083000     MOVE SR-DAYS TO DL-DAYS
083100     MOVE SR-RATE TO DL-RATE
083200     MOVE SR-BALANCE TO DL-BALANCE
083300     MOVE SR-ACCRUED-AMT TO DL-ACCRUED
083400     MOVE WS-DETAIL-LINE TO ACCRUAL-REPORT-LINE
083500     WRITE ACCRUAL-REPORT-LINE.
083600 4300-EXIT.
083700     EXIT.
083800
083900 4400-PRINT-ONE-EXCEPTION.
084000     IF WS-BR-EXCP-COUNT = ZERO
084100         MOVE SPACES TO ACCRUAL-REPORT-LINE
084200         WRITE ACCRUAL-REPORT-LINE
084300         MOVE WS-EXCP-HEADING TO ACCRUAL-REPORT-LINE
084400         WRITE ACCRUAL-REPORT-LINE
084500     END-IF
084600     ADD 1 TO WS-BR-EXCP-COUNT
084700     MOVE SPACES TO WS-EXCP-LINE
084800     MOVE SR-LOAN-ID TO EL-LOAN-ID
084900     MOVE SR-BORROWER-NAME TO EL-BORROWER-NAME
085000     MOVE SR-REASON-TEXT TO EL-REASON-TEXT
085100     MOVE WS-EXCP-LINE TO ACCRUAL-REPORT-LINE
085200     WRITE ACCRUAL-REPORT-LINE.
085300 4400-EXIT.
085400     EXIT.
085500
085600 4500-FINISH-BRANCH.
085700     MOVE SPACES TO ACCRUAL-REPORT-LINE
085800     WRITE ACCRUAL-REPORT-LINE
085900     MOVE SPACES TO WS-TOTAL-LINE
086000     MOVE 'LOANS ACCRUED THIS BRANCH..' TO TL-CAPTION
086100     MOVE WS-BR-COUNT TO TL-VALUE
086200     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
086300     MOVE 'BALANCE ACCRUED ON.........' TO TL-CAPTION
086400     MOVE WS-BR-BALANCE TO TL-VALUE
086500     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
086600     MOVE 'INTEREST ACCRUED...........' TO TL-CAPTION
086700     MOVE WS-BR-ACCRUED TO TL-VALUE
086800     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
086900     MOVE 'LOANS NOT ACCRUED..........' TO TL-CAPTION
087000     MOVE WS-BR-EXCP-COUNT TO TL-VALUE
087100     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
087200     MOVE SPACES TO ACCRUAL-REPORT-LINE
087300     WRITE ACCRUAL-REPORT-LINE
087400     MOVE 'N' TO WS-BRANCH-OPEN-SW.
087500 4500-EXIT.
087600     EXIT.
087700
087800 8000-PRINT-TOTALS.
087900     MOVE SPACES TO ACCRUAL-REPORT-LINE
088000     WRITE ACCRUAL-REPORT-LINE
088100     MOVE SPACES TO WS-TOTAL-LINE
088200     MOVE 'LOANS ACCRUED TONIGHT......' TO TL-CAPTION
088300     MOVE WS-ACCRUED-COUNT TO TL-VALUE
088400     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
088500     MOVE 'INTEREST ACCRUED TONIGHT...' TO TL-CAPTION
088600     MOVE WS-ACCRUED-TOTAL TO TL-VALUE
088700     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
088800     MOVE 'LOANS NOT ACCRUED..........' TO TL-CAPTION
088900     MOVE WS-EXCEPTION-COUNT TO TL-VALUE
089000     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
089100     MOVE 'ACCRUALS REVERSED TONIGHT..' TO TL-CAPTION
089200     MOVE WS-REVERSED-COUNT TO TL-VALUE
089300     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
089400     MOVE 'INTEREST REVERSED TONIGHT..' TO TL-CAPTION
089500     MOVE WS-REVERSED-TOTAL TO TL-VALUE
089600     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
089700 8000-EXIT.
089800     EXIT.
089900
090000 8100-WRITE-TOTAL-LINE.
090100     MOVE WS-TOTAL-LINE TO ACCRUAL-REPORT-LINE
090200     WRITE ACCRUAL-REPORT-LINE
090300     MOVE SPACES TO WS-TOTAL-LINE.
090400 8100-EXIT.
090500     EXIT.
090600
090700 9000-TERMINATE.
090800     CLOSE ACCRUAL-REPORT-FILE
090900     PERFORM 9100-STAMP-RUN-LEDGER THRU 9100-EXIT
091000     DISPLAY 'ACCRUE LOANS ACCRUED:    ' WS-ACCRUED-COUNT
091100     DISPLAY 'ACCRUE AMOUNT ACCRUED:   ' WS-ACCRUED-TOTAL
091200     DISPLAY 'ACCRUE LOANS NOT ACCRUED:' WS-EXCEPTION-COUNT
091300     DISPLAY 'ACCRUE ACCRUALS REVERSED:' WS-REVERSED-COUNT.
091400 9000-EXIT.
091500     EXIT.
091600
091700*----------------------------------------------------------------*
091800*  9100-STAMP-RUN-LEDGER                                         *
091900*  APPENDS THE STEP'S COMPLETION RECORD TO THE RUN-CONTROL       *
092000*  LEDGER SO OPERATIONS SEES THE ACCRUAL RUN FINISHED.           *
092100*----------------------------------------------------------------*
092200 9100-STAMP-RUN-LEDGER.
092300     OPEN EXTEND RUN-CONTROL-FILE
092400     MOVE SPACES TO RUN-CONTROL-RECORD
092500     MOVE WS-RUN-DATE TO RC-BUSINESS-DATE
092600     MOVE 'ACCRUE  ' TO RC-PROGRAM-NAME
092700     MOVE WS-START-TIME TO RC-START-TIME
092800     ACCEPT WS-TIME-WORK FROM TIME
092900     MOVE WS-TIME-WORK (1:6) TO RC-END-TIME
093000     MOVE WS-READ-COUNT TO RC-READ-COUNT
093100     MOVE WS-ACCRUED-COUNT TO RC-WRITTEN-COUNT
093200     MOVE 'DONE' TO RC-STATUS
093300     WRITE RUN-CONTROL-RECORD
093400     CLOSE RUN-CONTROL-FILE.
093500 9100-EXIT.
093600     EXIT.
