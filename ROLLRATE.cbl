000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ROLLRATE.
000300 AUTHOR. D-TEAGUE.
000400 INSTALLATION. LOAN-SERVICING-BATCH.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*================================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  ---------- ----  ----------------------------------------    *
001100*  10/15/2026  DT   ORIGINAL VERSION.  MONTH-END DELINQUENCY    *
001200*                   SNAPSHOT, ROLL-RATE MATRIX AND LOAN-LOSS    *
001300*                   ALLOWANCE.  ON THE LAST BUSINESS NIGHT OF   *
001400*                   THE MONTH EVERY OPEN OR CHARGED-OFF LOAN'S  *
001500*                   BUCKET AND BALANCE IS SAVED TO THE RETAINED *
001600*                   SNAPSHOT FILE, THIS MONTH IS MATCHED TO     *
001700*                   LAST MONTH FOR A ROLL-RATE MATRIX BY COUNT  *
001800*                   AND BALANCE - PORTFOLIO-WIDE AND PER REGION *
001900*                   - AND THE RESERVE RATES FINANCE KEEPS ON    *
002000*                   THE PARAMETER FILE PRICE THE ALLOWANCE,     *
002100*                   WHOSE CHANGE SINCE LAST MONTH IS POSTED TO  *
002200*                   THE GL EXTRACT.                             *
002210*  10/15/2026  DT   LOAN ID WIDENED FROM 3 TO 10 CHARACTERS FOR  *
002220*                   THE ORIGINATION SYSTEM'S 10-DIGIT ACCOUNT    *
002230*                   NUMBER. SNAPSHOT AND GL WORK IMAGES AND PAIR *
002240*                   SORT KEY WIDENED TO MATCH.                   *
002247*  10/15/2026  DT   MONTH-END NIGHT NOW TESTED AGAINST THE NEXT  *
002254*                   BUSINESS DAY WORKED OUT FROM THE HOLIDAY     *
002261*                   CALENDAR AT STARTUP, AS BDROLL WORKS IT OUT, *
002268*                   NOT THE NEXT DATE STORED AT THE LAST ROLL -  *
002275*                   A HOLIDAY ADDED OR DELETED SINCE NO LONGER   *
002282*                   SKIPS OR ADVANCES THE SNAPSHOT AND           *
002289*                   ALLOWANCE.                                   *
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
003400     SELECT OPTIONAL BRANCH-MASTER-FILE
003500            ASSIGN TO 'branch_master_file.txt'
003600            ORGANIZATION IS INDEXED
003700            ACCESS MODE IS RANDOM
003800            RECORD KEY IS BR-BRANCH-CODE.
003900
004000     SELECT OPTIONAL SNAPSHOT-FILE
004100            ASSIGN TO 'delinquency_snapshot_file.txt'
004200            ORGANIZATION IS LINE SEQUENTIAL.
004300
004400     SELECT SNAPSHOT-WORK-FILE
004500            ASSIGN TO 'delinquency_snapshot_work.txt'
004600            ORGANIZATION IS LINE SEQUENTIAL.
004700
004800     SELECT PAIR-SORT-FILE ASSIGN TO 'sortwork'.
004900
005000     SELECT TRANSITION-WORK-FILE
005100            ASSIGN TO 'rollrate_transition_work.txt'
005200            ORGANIZATION IS LINE SEQUENTIAL.
005300
005400     SELECT REGION-SORT-FILE ASSIGN TO 'sortwork2'.
005500
005600     SELECT TRANSITION-SORTED-FILE
005700            ASSIGN TO 'rollrate_transition_sorted.txt'
005800            ORGANIZATION IS LINE SEQUENTIAL.
005900
006000     SELECT OPTIONAL RESERVE-RATE-FILE
006100            ASSIGN TO 'reserve_rate_file.txt'
006200            ORGANIZATION IS LINE SEQUENTIAL.
006300
006400     SELECT OPTIONAL ALLOWANCE-FILE
006500            ASSIGN TO 'allowance_master_file.txt'
006600            ORGANIZATION IS INDEXED
006700            ACCESS MODE IS RANDOM
006800            RECORD KEY IS AL-MONTH.
006900
007000     SELECT GL-EXTRACT-FILE ASSIGN TO 'gl_extract_file.txt'
007100            ORGANIZATION IS LINE SEQUENTIAL.
007200
007300     SELECT GL-EXTRACT-WORK-FILE
007400            ASSIGN TO 'gl_extract_work.txt'
007500            ORGANIZATION IS LINE SEQUENTIAL.
007600
007700     SELECT ROLLRATE-REPORT-FILE
007800            ASSIGN TO 'roll_rate_report.txt'
007900            ORGANIZATION IS LINE SEQUENTIAL.
008000
008100     SELECT OPTIONAL RUN-CONTROL-FILE
008200            ASSIGN TO 'run_control_file.txt'
008300            ORGANIZATION IS LINE SEQUENTIAL.
008400
008500     SELECT OPTIONAL BUSINESS-DATE-FILE
008600            ASSIGN TO 'business_date_file.txt'
008700            ORGANIZATION IS LINE SEQUENTIAL.
008710
008720     SELECT OPTIONAL HOLIDAY-FILE
008730            ASSIGN TO 'holiday_calendar_file.txt'
008740            ORGANIZATION IS INDEXED
008750            ACCESS MODE IS RANDOM
008760            RECORD KEY IS HOL-DATE.
008800
008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  DAILYOUT-FILE.
009200     COPY OUTREC.
009300
009400 FD  BRANCH-MASTER-FILE.
009500     COPY BRNMAST.
009600
009700 FD  SNAPSHOT-FILE.
009800     COPY DLQSNAP.
009900
010000 FD  SNAPSHOT-WORK-FILE.
010100 01  SNAPSHOT-WORK-RECORD    PIC X(57).
010200
010300 SD  PAIR-SORT-FILE.
010400 01  PAIR-SORT-RECORD.
010500     05 PS-LOAN-ID           PIC X(10).
010600     05 PS-MONTH             PIC 9(06).
010700     05 PS-REGION            PIC X(04).
010800     05 PS-BUCKET            PIC 9(01).
010900     05 PS-BALANCE           PIC 9(12).
011000
011100 FD  TRANSITION-WORK-FILE.
011200 01  TRANSITION-WORK-RECORD.
011300     05 TW-REGION            PIC X(04).
011400     05 TW-FROM-BUCKET       PIC 9(01).
011500     05 TW-TO-BUCKET         PIC 9(01).
011600     05 TW-BALANCE           PIC 9(12).
011700
011800 SD  REGION-SORT-FILE.
011900 01  REGION-SORT-RECORD.
012000     05 RT-REGION            PIC X(04).
012100     05 RT-FROM-BUCKET       PIC 9(01).
012200     05 RT-TO-BUCKET         PIC 9(01).
012300     05 RT-BALANCE           PIC 9(12).
012400
012500 FD  TRANSITION-SORTED-FILE.
012600 01  TRANSITION-SORTED-RECORD.
012700     05 TS-REGION            PIC X(04).
012800     05 TS-FROM-BUCKET       PIC 9(01).
012900     05 TS-TO-BUCKET         PIC 9(01).
013000     05 TS-BALANCE           PIC 9(12).
013100
013200 FD  RESERVE-RATE-FILE.
013300     COPY RSVRATE.
013400
013500 FD  ALLOWANCE-FILE.
013600     COPY ALLWMAST.
013700
013800 FD  GL-EXTRACT-FILE.
013900     COPY GLEXTR.
014000
014100 FD  GL-EXTRACT-WORK-FILE.
014200 01  GL-EXTRACT-WORK-RECORD  PIC X(85).
014300
014400 FD  ROLLRATE-REPORT-FILE.
014500 01  ROLLRATE-REPORT-LINE    PIC X(132).
014600
014700 FD  RUN-CONTROL-FILE.
014800     COPY RUNCTL.
014900
015000 FD  BUSINESS-DATE-FILE.
015100     COPY BUSDATE.
015110
015120 FD  HOLIDAY-FILE.
015130     COPY HOLCAL.
015200
015300 WORKING-STORAGE SECTION.
015400 01  WS-OUT-EOF              PIC X VALUE 'N'.
015500     88 AT-END-OF-DAILYOUT-FILE   VALUE 'Y'.
015600 01  WS-SNAP-EOF             PIC X VALUE 'N'.
015700     88 AT-END-OF-SNAPSHOT-FILE   VALUE 'Y'.
015800 01  WS-SNPW-EOF             PIC X VALUE 'N'.
015900     88 AT-END-OF-SNAPSHOT-WORK   VALUE 'Y'.
016000 01  WS-SORT-EOF             PIC X VALUE 'N'.
016100     88 AT-END-OF-SORTED-PAIRS    VALUE 'Y'.
016200 01  WS-TRAN-EOF             PIC X VALUE 'N'.
016300     88 AT-END-OF-TRANSITIONS     VALUE 'Y'.
016400 01  WS-RATE-EOF             PIC X VALUE 'N'.
016500     88 AT-END-OF-RATE-FILE       VALUE 'Y'.
016600 01  WS-GLP-EOF-SW           PIC X VALUE 'N'.
016700     88 AT-END-OF-GL-PURGE-PASS   VALUE 'Y'.
016800 01  WS-GLW-EOF-SW           PIC X VALUE 'N'.
016900     88 AT-END-OF-GL-WORK-FILE    VALUE 'Y'.
017000 01  WS-MONTH-END-SW         PIC X VALUE 'N'.
017100     88 MONTH-END-NIGHT           VALUE 'Y'.
017200 01  WS-HELD-SW              PIC X VALUE 'N'.
017300     88 A-RECORD-IS-HELD          VALUE 'Y'.
017400 01  WS-REGION-OPEN-SW       PIC X VALUE 'N'.
017500     88 A-REGION-IS-OPEN          VALUE 'Y'.
017600 01  WS-RATES-SW             PIC X VALUE 'Y'.
017700     88 ALL-RATES-ON-FILE         VALUE 'Y'.
017800 01  WS-PRIOR-FOUND-SW       PIC X VALUE 'N'.
017900     88 PRIOR-ALLOWANCE-FOUND     VALUE 'Y'.
018000 01  WS-ALLW-FOUND-SW        PIC X VALUE 'N'.
018100     88 MONTH-ALREADY-BOOKED      VALUE 'Y'.
018110 01  WS-BUSINESS-DAY-SW      PIC X VALUE 'N'.
018120     88 IS-BUSINESS-DAY           VALUE 'Y'.
018200
018300 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
018400 77  WS-NEXT-BUSINESS-DATE   PIC 9(08) VALUE ZERO.
018410 77  WS-NEXT-BUSINESS-INT    PIC 9(07) VALUE ZERO.
018420 77  WS-WEEK-QUOT            PIC 9(07) VALUE ZERO.
018430 77  WS-WEEKDAY-REM          PIC 9(01) VALUE ZERO.
018500 77  WS-TIME-WORK            PIC 9(08) VALUE ZERO.
018600 77  WS-START-TIME           PIC 9(06) VALUE ZERO.
018700 77  WS-THIS-MONTH           PIC 9(06) VALUE ZERO.
018800 77  WS-PRIOR-MONTH          PIC 9(06) VALUE ZERO.
018900 77  WS-RUN-DATE-INT         PIC 9(08) VALUE ZERO.
019000 77  WS-ARREARS-DATE-INT     PIC 9(08) VALUE ZERO.
019100 77  WS-DAYS-PAST            PIC S9(05) VALUE ZERO.
019200 77  WS-CURRENT-REGION       PIC X(04) VALUE SPACES.
019300 77  WS-PURGE-DATE           PIC 9(08) VALUE ZERO.
019400
019500 77  WS-BUCKET-SUB           PIC 9(02) COMP VALUE ZERO.
019600 77  WS-FROM-SUB             PIC 9(02) COMP VALUE ZERO.
019700 77  WS-TO-SUB               PIC 9(02) COMP VALUE ZERO.
019800 77  WS-TR-FROM              PIC 9(02) COMP VALUE ZERO.
019900 77  WS-TR-TO                PIC 9(02) COMP VALUE ZERO.
020000 77  WS-TR-REGION            PIC X(04) VALUE SPACES.
020100 77  WS-TR-BALANCE           PIC 9(12) VALUE ZERO.
020200
020300 77  WS-READ-COUNT           PIC 9(06) VALUE ZERO.
020400 77  WS-SNAP-COUNT           PIC 9(06) VALUE ZERO.
020500 77  WS-SNAP-REPLACED        PIC 9(06) VALUE ZERO.
020600 77  WS-PRIOR-COUNT          PIC 9(06) VALUE ZERO.
020700 77  WS-TRANSITION-COUNT     PIC 9(06) VALUE ZERO.
020800 77  WS-GL-PURGED-COUNT      PIC 9(06) VALUE ZERO.
020900 77  WS-ROW-COUNT            PIC 9(07) VALUE ZERO.
021000 77  WS-ROW-BALANCE          PIC 9(14) VALUE ZERO.
021100 77  WS-REQUIRED-AMT         PIC 9(14) VALUE ZERO.
021200 77  WS-PRIOR-AMT            PIC 9(14) VALUE ZERO.
021300 77  WS-CHANGE-AMT           PIC 9(14) VALUE ZERO.
021400 77  WS-CHANGE-TYPE          PIC X(01) VALUE SPACE.
021500
021600 77  WS-GL-PROVISION-ACCT    PIC X(08) VALUE '5000-400'.
021700 77  WS-GL-ALLOWANCE-ACCT    PIC X(08) VALUE '1000-190'.
021800 77  WS-GL-ALLW-RELEASE-ACCT PIC X(08) VALUE '1000-195'.
021900 77  WS-GL-PROV-RELEASE-ACCT PIC X(08) VALUE '5000-410'.
022000
022100*----------------------------------------------------------------*
022200*  THE RECORD HELD BACK WHILE THE PAIRING PASS LOOKS FOR THE     *
022300*  SAME LOAN IN THE OTHER MONTH.                                 *
022400*----------------------------------------------------------------*
022500 01  WS-HELD-RECORD.
022600     05 WS-HD-LOAN-ID        PIC X(10).
022700     05 WS-HD-MONTH          PIC 9(06).
022800     05 WS-HD-REGION         PIC X(04).
022900     05 WS-HD-BUCKET         PIC 9(01).
023000     05 WS-HD-BALANCE        PIC 9(12).
023100
023200 01  WS-MONTH-PARTS.
023300     05 WS-MP-YEAR           PIC 9(04).
023400     05 WS-MP-MONTH          PIC 9(02).
023500 01  WS-MONTH-NUM REDEFINES WS-MONTH-PARTS
023600                             PIC 9(06).
023700
023800*----------------------------------------------------------------*
023900*  SIX DELINQUENCY BUCKETS.  IN THE MATRIX A SEVENTH ROW TAKES   *
024000*  THE LOANS NEW SINCE LAST MONTH AND A SEVENTH COLUMN THE ONES  *
024100*  PAID OFF OR GONE SINCE, SO EVERY LOAN IN EITHER MONTH SHOWS.  *
024200*----------------------------------------------------------------*
024300 01  WS-BUCKET-NAMES.
024400     05 FILLER               PIC X(08) VALUE 'CURRENT '.
024500     05 FILLER               PIC X(08) VALUE '1-29    '.
024600     05 FILLER               PIC X(08) VALUE '30-59   '.
024700     05 FILLER               PIC X(08) VALUE '60-89   '.
024800     05 FILLER               PIC X(08) VALUE '90+     '.
024900     05 FILLER               PIC X(08) VALUE 'CHG-OFF '.
025000     05 FILLER               PIC X(08) VALUE 'NEW     '.
025100 01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
025200     05 WS-BUCKET-NAME       OCCURS 7 TIMES PIC X(08).
025300
025400 01  WS-BUCKET-TOTALS.
025500     05 WS-BKT-ENTRY         OCCURS 6 TIMES.
025600        10 WS-BKT-COUNT      PIC 9(06).
025700        10 WS-BKT-BALANCE    PIC 9(14).
025800        10 WS-BKT-PERCENT    PIC 9(03)V9(02).
025900        10 WS-BKT-RATE-SW    PIC X(01).
026000        10 WS-BKT-RESERVE    PIC 9(14).
026100
026200 01  WS-PORTFOLIO-MATRIX.
026300     05 WS-PM-FROM           OCCURS 7 TIMES.
026400        10 WS-PM-TO          OCCURS 7 TIMES.
026500           15 WS-PM-COUNT    PIC 9(07).
026600           15 WS-PM-BALANCE  PIC 9(14).
026700
026800 01  WS-REGION-MATRIX.
026900     05 WS-GM-FROM           OCCURS 7 TIMES.
027000        10 WS-GM-TO          OCCURS 7 TIMES.
027100           15 WS-GM-COUNT    PIC 9(07).
027200           15 WS-GM-BALANCE  PIC 9(14).
027300
027400 01  WS-PRINT-MATRIX.
027500     05 WS-XM-FROM           OCCURS 7 TIMES.
027600        10 WS-XM-TO          OCCURS 7 TIMES.
027700           15 WS-XM-COUNT    PIC 9(07).
027800           15 WS-XM-BALANCE  PIC 9(14).
027900
028000 01  WS-COLUMN-TOTALS.
028100     05 WS-CT-ENTRY          OCCURS 8 TIMES.
028200        10 WS-CT-COUNT       PIC 9(07).
028300        10 WS-CT-BALANCE     PIC 9(14).
028400
028500 01  WS-HEADING-1.
028600     05 FILLER               PIC X(30)
028700            VALUE 'DELINQUENCY ROLL RATES FOR    '.
028800     05 H1-THIS-MONTH        PIC 9(06).
028900     05 FILLER               PIC X(14) VALUE '  AGAINST     '.
029000     05 H1-PRIOR-MONTH       PIC 9(06).
029100     05 FILLER               PIC X(10) VALUE '   RUN OF '.
029200     05 H1-RUN-DATE          PIC 9(08).
029300
029400 01  WS-MATRIX-TITLE.
029500     05 MT-CAPTION           PIC X(30).
029600     05 MT-REGION            PIC X(04).
029700
029800 01  WS-COUNT-HEADING.
029900     05 FILLER               PIC X(08) VALUE 'FROM/TO '.
030000     05 FILLER               PIC X(08) VALUE ' CURRENT'.
030100     05 FILLER               PIC X(08) VALUE '    1-29'.
030200     05 FILLER               PIC X(08) VALUE '   30-59'.
030300     05 FILLER               PIC X(08) VALUE '   60-89'.
030400     05 FILLER               PIC X(08) VALUE '     90+'.
030500     05 FILLER               PIC X(08) VALUE ' CHG-OFF'.
030600     05 FILLER               PIC X(08) VALUE '  CLOSED'.
030700     05 FILLER               PIC X(08) VALUE '   TOTAL'.
030800
030900 01  WS-BALANCE-HEADING.
031000     05 FILLER               PIC X(08) VALUE 'FROM/TO '.
031100     05 FILLER               PIC X(14) VALUE '       CURRENT'.
031200     05 FILLER               PIC X(14) VALUE '          1-29'.
031300     05 FILLER               PIC X(14) VALUE '         30-59'.
031400     05 FILLER               PIC X(14) VALUE '         60-89'.
031500     05 FILLER               PIC X(14) VALUE '           90+'.
031600     05 FILLER               PIC X(14) VALUE '       CHG-OFF'.
031700     05 FILLER               PIC X(14) VALUE '        CLOSED'.
031800     05 FILLER               PIC X(14) VALUE '         TOTAL'.
031900
032000 01  WS-COUNT-LINE.
032100     05 CL-LABEL             PIC X(08).
032200     05 CL-CELL              OCCURS 8 TIMES.
032300        10 FILLER            PIC X(01).
032400        10 CL-COUNT          PIC Z(06)9.
032500
032600 01  WS-BALANCE-LINE.
032700     05 BL-LABEL             PIC X(08).
032800     05 BL-CELL              OCCURS 8 TIMES.
032900        10 FILLER            PIC X(01).
033000        10 BL-BALANCE        PIC Z(12)9.
033100
033200 01  WS-RESERVE-HEADING.
033300     05 FILLER               PIC X(08) VALUE 'BUCKET  '.
033400     05 FILLER               PIC X(08) VALUE '   LOANS'.
033500     05 FILLER               PIC X(15) VALUE '        BALANCE'.
033600     05 FILLER               PIC X(08) VALUE '  RATE %'.
033700     05 FILLER               PIC X(15) VALUE '        RESERVE'.
033800
033900 01  WS-RESERVE-LINE.
034000     05 RL-BUCKET            PIC X(08).
034100     05 FILLER               PIC X(01) VALUE SPACE.
034200     05 RL-COUNT             PIC Z(06)9.
034300     05 FILLER               PIC X(01) VALUE SPACE.
034400     05 RL-BALANCE           PIC Z(13)9.
034500     05 FILLER               PIC X(01) VALUE SPACE.
034600     05 RL-PERCENT           PIC ZZ9.99.
034700     05 FILLER               PIC X(01) VALUE SPACE.
034800     05 RL-RESERVE           PIC Z(13)9.
034900     05 FILLER               PIC X(01) VALUE SPACE.
035000     05 RL-NOTE              PIC X(20).
035100
035200 01  WS-TOTAL-LINE.
035300     05 TL-CAPTION           PIC X(30).
035400     05 TL-VALUE             PIC Z(13)9.
035500
035600 PROCEDURE DIVISION.
035700 0000-MAINLINE.
035800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
035900     IF NOT MONTH-END-NIGHT
036000         MOVE 'NO MONTH-END SNAPSHOT TONIGHT'
036100             TO ROLLRATE-REPORT-LINE
036200         WRITE ROLLRATE-REPORT-LINE
036300         PERFORM 9000-TERMINATE THRU 9000-EXIT
036400         STOP RUN
036500     END-IF
036600     PERFORM 2000-TAKE-SNAPSHOT THRU 2000-EXIT
036700     SORT PAIR-SORT-FILE
036800         ON ASCENDING KEY PS-LOAN-ID PS-MONTH
036900         INPUT PROCEDURE IS 3000-RELEASE-TWO-MONTHS
037000                         THRU 3000-EXIT
037100         OUTPUT PROCEDURE IS 3500-PAIR-THE-MONTHS
037200                         THRU 3500-EXIT
037300     SORT REGION-SORT-FILE
037400         ON ASCENDING KEY RT-REGION
037500         USING TRANSITION-WORK-FILE
037600         GIVING TRANSITION-SORTED-FILE
037700     PERFORM 4000-PRINT-ROLL-RATES THRU 4000-EXIT
037800     PERFORM 5000-BOOK-ALLOWANCE THRU 5000-EXIT
037900     PERFORM 9000-TERMINATE THRU 9000-EXIT
038000     STOP RUN.
038100
038200*----------------------------------------------------------------*
038300*  1000-INITIALIZE                                               *
038400*  TONIGHT IS THE MONTH-END NIGHT WHEN THE NEXT BUSINESS DAY,    *
038500*  WORKED OUT FROM THE HOLIDAY CALENDAR, FALLS IN ANOTHER        *
038600*  MONTH.  ANY OTHER NIGHT THE STEP ONLY SAYS SO AND STAMPS THE  *
038650*  LEDGER.                                                       *
038700*----------------------------------------------------------------*
038800 1000-INITIALIZE.
038900     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
039000     ACCEPT WS-TIME-WORK FROM TIME
039100     MOVE WS-TIME-WORK (1:6) TO WS-START-TIME
039110     PERFORM 1060-FIND-NEXT-BUSINESS-DAY THRU 1060-EXIT
039200     IF WS-NEXT-BUSINESS-DATE (1:6) NOT = WS-RUN-DATE (1:6)
039300         MOVE 'Y' TO WS-MONTH-END-SW
039400     END-IF
039500     MOVE WS-RUN-DATE (1:6) TO WS-THIS-MONTH
039600     MOVE WS-THIS-MONTH TO WS-MONTH-NUM
039700     SUBTRACT 1 FROM WS-MP-MONTH
039800     IF WS-MP-MONTH = ZERO
039900         MOVE 12 TO WS-MP-MONTH
040000         SUBTRACT 1 FROM WS-MP-YEAR
040100     END-IF
040200     MOVE WS-MONTH-NUM TO WS-PRIOR-MONTH
040300     COMPUTE WS-RUN-DATE-INT =
040400         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
040500     MOVE ZEROS TO WS-BUCKET-TOTALS
040600     MOVE ZEROS TO WS-PORTFOLIO-MATRIX
040700     OPEN OUTPUT ROLLRATE-REPORT-FILE
040800     MOVE WS-THIS-MONTH TO H1-THIS-MONTH
040900     MOVE WS-PRIOR-MONTH TO H1-PRIOR-MONTH
041000     MOVE WS-RUN-DATE TO H1-RUN-DATE
041100     MOVE WS-HEADING-1 TO ROLLRATE-REPORT-LINE
041200     WRITE ROLLRATE-REPORT-LINE
041300     MOVE SPACES TO ROLLRATE-REPORT-LINE
041400     WRITE ROLLRATE-REPORT-LINE.
041500 1000-EXIT.
041600     EXIT.
041700
041800*----------------------------------------------------------------*
041900*  1050-READ-BUSINESS-DATE                                       *
042000*  TONIGHT'S BUSINESS DATE COMES FROM THE DATE CONTROL FILE,     *
042100*  NOT THE SYSTEM CLOCK, SO A RUN THAT SLIPS PAST MIDNIGHT OR A  *
042200*  CATCH-UP RUN FOR A MISSED NIGHT STAMPS THE RIGHT DATE.  NO    *
042300*  USABLE CONTROL RECORD STOPS THE STEP BEFORE ANYTHING IS       *
042400*  TOUCHED.                                                      *
042600*----------------------------------------------------------------*
042700 1050-READ-BUSINESS-DATE.
042800     OPEN INPUT BUSINESS-DATE-FILE
042900     READ BUSINESS-DATE-FILE
043000         AT END
043100             MOVE ZERO TO BD-BUSINESS-DATE
043200     END-READ
043300     CLOSE BUSINESS-DATE-FILE
043400     IF BD-BUSINESS-DATE NOT NUMERIC
043500        OR BD-BUSINESS-DATE = ZERO
043800         DISPLAY 'ROLLRATE: NO BUSINESS DATE ON THE DATE CONTROL'
043900                 ' FILE - RUN STOPPED'
044000         MOVE 16 TO RETURN-CODE
044100         STOP RUN
044200     END-IF
044300     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
044500 1050-EXIT.
044600     EXIT.
044700
044710*----------------------------------------------------------------*
044712*  1060-FIND-NEXT-BUSINESS-DAY                                   *
044714*  THE NEXT BUSINESS DATE IS WORKED OUT AFRESH FROM THE HOLIDAY  *
044716*  CALENDAR, THE WAY BDROLL WILL WORK IT OUT WHEN IT ROLLS THE   *
044718*  DATE TONIGHT, RATHER THAN TAKEN FROM THE CONTROL RECORD - A   *
044720*  HOLIDAY ADDED OR DELETED SINCE THE LAST ROLL WOULD OTHERWISE  *
044722*  MOVE OR SKIP THE MONTH-END NIGHT.  DAY 1 OF THE INTEGER       *
044724*  CALENDAR (01/01/1601) WAS A MONDAY, SO A REMAINDER OF 6 BY    *
044726*  SEVEN IS A SATURDAY AND 0 A SUNDAY.                           *
044728*----------------------------------------------------------------*
044730 1060-FIND-NEXT-BUSINESS-DAY.
044732     OPEN INPUT HOLIDAY-FILE
044734     COMPUTE WS-NEXT-BUSINESS-INT =
044736         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
044738     MOVE 'N' TO WS-BUSINESS-DAY-SW
044740     PERFORM 1065-STEP-ONE-DAY THRU 1065-EXIT
044742             UNTIL IS-BUSINESS-DAY
044744     CLOSE HOLIDAY-FILE.
044746 1060-EXIT.
044748     EXIT.
044750
044752 1065-STEP-ONE-DAY.
044754     ADD 1 TO WS-NEXT-BUSINESS-INT
044756     COMPUTE WS-NEXT-BUSINESS-DATE =
044758         FUNCTION DATE-OF-INTEGER (WS-NEXT-BUSINESS-INT)
044760     PERFORM 1070-CHECK-BUSINESS-DAY THRU 1070-EXIT.
044762 1065-EXIT.
044764     EXIT.
044766
044768 1070-CHECK-BUSINESS-DAY.
044770     MOVE 'N' TO WS-BUSINESS-DAY-SW
044772     DIVIDE WS-NEXT-BUSINESS-INT BY 7 GIVING WS-WEEK-QUOT
044774         REMAINDER WS-WEEKDAY-REM
044776     IF WS-WEEKDAY-REM = 6 OR WS-WEEKDAY-REM = 0
044778         GO TO 1070-EXIT
044780     END-IF
044782     MOVE WS-NEXT-BUSINESS-DATE TO HOL-DATE
044784     READ HOLIDAY-FILE
044786         INVALID KEY
044788             MOVE 'Y' TO WS-BUSINESS-DAY-SW
044790     END-READ.
044792 1070-EXIT.
044794     EXIT.
044796
044800*----------------------------------------------------------------*
044900*  2000-TAKE-SNAPSHOT                                            *
045000*  THE RETAINED SNAPSHOT FILE IS COPIED THROUGH THE WORK FILE    *
045100*  LESS ANY RECORDS ALREADY THERE FOR THIS MONTH - A RERUN       *
045200*  REPLACES ITS MONTH RATHER THAN DOUBLING IT - AND THIS         *
045300*  MONTH'S RECORDS ARE WRITTEN BEHIND THE EARLIER MONTHS.        *
045400*----------------------------------------------------------------*
045500 2000-TAKE-SNAPSHOT.
045600     OPEN INPUT SNAPSHOT-FILE
045700     OPEN OUTPUT SNAPSHOT-WORK-FILE
045800     PERFORM 2100-KEEP-ONE-OLD-RECORD THRU 2100-EXIT
045900             UNTIL AT-END-OF-SNAPSHOT-FILE
046000     CLOSE SNAPSHOT-WORK-FILE
046100     CLOSE SNAPSHOT-FILE
046200     OPEN INPUT SNAPSHOT-WORK-FILE
046300     OPEN OUTPUT SNAPSHOT-FILE
046400     PERFORM 2200-COPY-ONE-BACK THRU 2200-EXIT
046500             UNTIL AT-END-OF-SNAPSHOT-WORK
046600     CLOSE SNAPSHOT-WORK-FILE
046700     OPEN INPUT DAILYOUT-FILE
046800     OPEN INPUT BRANCH-MASTER-FILE
046900     PERFORM 2300-SNAP-ONE-LOAN THRU 2300-EXIT
047000             UNTIL AT-END-OF-DAILYOUT-FILE
047100     CLOSE BRANCH-MASTER-FILE
047200     CLOSE DAILYOUT-FILE
047300     CLOSE SNAPSHOT-FILE
047400     IF WS-SNAP-REPLACED > ZERO
047500         DISPLAY 'ROLLRATE: ' WS-SNAP-REPLACED
047600                 ' SNAPSHOT RECORDS FOR ' WS-THIS-MONTH
047700                 ' REPLACED ON RERUN'
047800     END-IF.
047900 2000-EXIT.
048000     EXIT.
048100
048200 2100-KEEP-ONE-OLD-RECORD.
048300     READ SNAPSHOT-FILE
048400         AT END
048500             MOVE 'Y' TO WS-SNAP-EOF
048600             GO TO 2100-EXIT
048700     END-READ
048800     IF DS-SNAPSHOT-MONTH = WS-THIS-MONTH
048900         ADD 1 TO WS-SNAP-REPLACED
049000         GO TO 2100-EXIT
049100     END-IF
049200     MOVE SNAPSHOT-RECORD TO SNAPSHOT-WORK-RECORD
049300     WRITE SNAPSHOT-WORK-RECORD.
049400 2100-EXIT.
049500     EXIT.
049600
049700 2200-COPY-ONE-BACK.
049800     READ SNAPSHOT-WORK-FILE
049900         AT END
050000             MOVE 'Y' TO WS-SNPW-EOF
050100             GO TO 2200-EXIT
050200     END-READ
050300     MOVE SNAPSHOT-WORK-RECORD TO SNAPSHOT-RECORD
050400     WRITE SNAPSHOT-RECORD.
050500 2200-EXIT.
050600     EXIT.
050700
050800*----------------------------------------------------------------*
050900*  2300-SNAP-ONE-LOAN                                            *
051000*  A LOAN PAID IN FULL HAS NO SNAPSHOT - IT SHOWS AS CLOSED IN   *
051100*  THE MATRIX.  A CHARGED-OFF LOAN GOES TO THE CHARGED-OFF       *
051200*  BUCKET.  EVERY OTHER LOAN IS CURRENT WITH NO ARREARS, OR      *
051300*  AGED FROM ITS FIRST UNPAID EMI THE WAY DELINQ AGES IT.        *
051400*----------------------------------------------------------------*
051500 2300-SNAP-ONE-LOAN.
051600     READ DAILYOUT-FILE
051700         AT END
051800             MOVE 'Y' TO WS-OUT-EOF
051900             GO TO 2300-EXIT
052000     END-READ
052100     ADD 1 TO WS-READ-COUNT
052200     IF OUT-LOAN-COMPLETED = 'Y'
052300        AND OUT-CHARGEOFF-STATUS NOT = 'C'
052400         GO TO 2300-EXIT
052500     END-IF
052600     MOVE SPACES TO SNAPSHOT-RECORD
052700     MOVE WS-THIS-MONTH TO DS-SNAPSHOT-MONTH
052800     MOVE OUT-LOAN-ID TO DS-LOAN-ID
052900     MOVE OUT-BRANCH-CODE TO DS-BRANCH-CODE
053000     MOVE OUT-BRANCH-CODE TO BR-BRANCH-CODE
053100     READ BRANCH-MASTER-FILE
053200         INVALID KEY
053300             MOVE '0000' TO BR-REGION
053400     END-READ
053500     MOVE BR-REGION TO DS-REGION
053600     MOVE ZERO TO WS-DAYS-PAST
053700     IF OUT-CHARGEOFF-STATUS = 'C'
053800         MOVE 6 TO WS-BUCKET-SUB
053900     ELSE
054000         PERFORM 2400-COMPUTE-AGE THRU 2400-EXIT
054100     END-IF
054200     MOVE WS-BUCKET-SUB TO DS-BUCKET
054300     MOVE WS-DAYS-PAST TO DS-DAYS-PAST
054400     MOVE ZERO TO DS-BALANCE
054500     IF OUT-LOAN-LEFT NUMERIC
054600         MOVE OUT-LOAN-LEFT TO DS-BALANCE
054700     END-IF
054800     MOVE WS-RUN-DATE TO DS-SNAPSHOT-DATE
054900     WRITE SNAPSHOT-RECORD
055000     ADD 1 TO WS-SNAP-COUNT
055100     ADD 1 TO WS-BKT-COUNT (WS-BUCKET-SUB)
055200     ADD DS-BALANCE TO WS-BKT-BALANCE (WS-BUCKET-SUB).
055300 2300-EXIT.
055400     EXIT.
055500
055600*----------------------------------------------------------------*
055700*  2400-COMPUTE-AGE                                              *
055800*  NO ARREARS IS CURRENT.  ARREARS ARE AGED FROM THE DATE OF THE *
055900*  FIRST UNPAID EMI; AN UNUSABLE ARREARS DATE AGES AS 1-29.      *
056000*----------------------------------------------------------------*
056100 2400-COMPUTE-AGE.
056200     MOVE 1 TO WS-BUCKET-SUB
056300     IF OUT-ARREARS-AMT NOT NUMERIC
056400         GO TO 2400-EXIT
056500     END-IF
056600     IF OUT-ARREARS-AMT = ZERO
056700         GO TO 2400-EXIT
056800     END-IF
056900     MOVE 2 TO WS-BUCKET-SUB
057000     IF OUT-ARREARS-DATE NOT NUMERIC
057100         GO TO 2400-EXIT
057200     END-IF
057300     IF OUT-ARREARS-DATE < 16010101
057400         GO TO 2400-EXIT
057500     END-IF
057600     COMPUTE WS-ARREARS-DATE-INT =
057700         FUNCTION INTEGER-OF-DATE (OUT-ARREARS-DATE)
057800     COMPUTE WS-DAYS-PAST =
057900         WS-RUN-DATE-INT - WS-ARREARS-DATE-INT
058000     IF WS-DAYS-PAST < ZERO
058100         MOVE ZERO TO WS-DAYS-PAST
058200     END-IF
058300     IF WS-DAYS-PAST >= 90
058400         MOVE 5 TO WS-BUCKET-SUB
058500     ELSE
058600         IF WS-DAYS-PAST >= 60
058700             MOVE 4 TO WS-BUCKET-SUB
058800         ELSE
058900             IF WS-DAYS-PAST >= 30
059000                 MOVE 3 TO WS-BUCKET-SUB
059100             END-IF
059200         END-IF
059300     END-IF.
059400 2400-EXIT.
059500     EXIT.
059600
059700*----------------------------------------------------------------*
059800*  3000-RELEASE-TWO-MONTHS                                       *
059900*  SORT INPUT PROCEDURE.  ONLY LAST MONTH'S AND THIS MONTH'S     *
060000*  SNAPSHOTS GO IN, SO EACH LOAN COMES BACK AS ONE OR TWO        *
060100*  RECORDS, LAST MONTH FIRST.                                    *
060200*----------------------------------------------------------------*
060300 3000-RELEASE-TWO-MONTHS.
060400     MOVE 'N' TO WS-SNAP-EOF
060500     OPEN INPUT SNAPSHOT-FILE
060600     PERFORM 3100-RELEASE-ONE-SNAPSHOT THRU 3100-EXIT
060700             UNTIL AT-END-OF-SNAPSHOT-FILE
060800     CLOSE SNAPSHOT-FILE.
060900 3000-EXIT.
061000     EXIT.
061100
061200 3100-RELEASE-ONE-SNAPSHOT.
061300     READ SNAPSHOT-FILE
061400         AT END
061500             MOVE 'Y' TO WS-SNAP-EOF
061600             GO TO 3100-EXIT
061700     END-READ
061800     IF DS-SNAPSHOT-MONTH NOT = WS-THIS-MONTH
061900        AND DS-SNAPSHOT-MONTH NOT = WS-PRIOR-MONTH
062000         GO TO 3100-EXIT
062100     END-IF
062200     IF DS-SNAPSHOT-MONTH = WS-PRIOR-MONTH
062300         ADD 1 TO WS-PRIOR-COUNT
062400     END-IF
062500     MOVE DS-LOAN-ID TO PS-LOAN-ID
062600     MOVE DS-SNAPSHOT-MONTH TO PS-MONTH
062700     MOVE DS-REGION TO PS-REGION
062800     MOVE DS-BUCKET TO PS-BUCKET
062900     MOVE DS-BALANCE TO PS-BALANCE
063000     RELEASE PAIR-SORT-RECORD.
063100 3100-EXIT.
063200     EXIT.
063300
063400*----------------------------------------------------------------*
063500*  3500-PAIR-THE-MONTHS                                          *
063600*  SORT OUTPUT PROCEDURE.  A LOAN IN BOTH MONTHS MOVES FROM ITS  *
063700*  OLD BUCKET TO ITS NEW ONE; A LOAN ONLY IN LAST MONTH CLOSED;  *
063800*  ONE ONLY IN THIS MONTH IS NEW.  EACH MOVE IS COUNTED IN THE   *
063900*  PORTFOLIO MATRIX AND WRITTEN TO THE WORK FILE FOR THE REGION  *
064000*  MATRICES.  THE BALANCE CARRIED IS THIS MONTH'S, OR LAST       *
064100*  MONTH'S FOR A LOAN THAT CLOSED.                               *
064200*----------------------------------------------------------------*
064300 3500-PAIR-THE-MONTHS.
064400     OPEN OUTPUT TRANSITION-WORK-FILE
064500     PERFORM 3600-TAKE-ONE-PAIR-RECORD THRU 3600-EXIT
064600             UNTIL AT-END-OF-SORTED-PAIRS
064700     IF A-RECORD-IS-HELD
064800         PERFORM 3700-FLUSH-HELD-RECORD THRU 3700-EXIT
064900     END-IF
065000     CLOSE TRANSITION-WORK-FILE.
065100 3500-EXIT.
065200     EXIT.
065300
065400 3600-TAKE-ONE-PAIR-RECORD.
065500     RETURN PAIR-SORT-FILE
065600         AT END
065700             MOVE 'Y' TO WS-SORT-EOF
065800             GO TO 3600-EXIT
065900     END-RETURN
066000     IF A-RECORD-IS-HELD
066100        AND PS-LOAN-ID = WS-HD-LOAN-ID
066200        AND WS-HD-MONTH = WS-PRIOR-MONTH
066300        AND PS-MONTH = WS-THIS-MONTH
066400         MOVE WS-HD-BUCKET TO WS-TR-FROM
066500         MOVE PS-BUCKET TO WS-TR-TO
066600         MOVE PS-REGION TO WS-TR-REGION
066700         MOVE PS-BALANCE TO WS-TR-BALANCE
066800         PERFORM 3800-RECORD-TRANSITION THRU 3800-EXIT
066900         MOVE 'N' TO WS-HELD-SW
067000         GO TO 3600-EXIT
067100     END-IF
067200     IF A-RECORD-IS-HELD
067300         PERFORM 3700-FLUSH-HELD-RECORD THRU 3700-EXIT
067400     END-IF
067500     MOVE PS-LOAN-ID TO WS-HD-LOAN-ID
067600     MOVE PS-MONTH TO WS-HD-MONTH
067700     MOVE PS-REGION TO WS-HD-REGION
067800     MOVE PS-BUCKET TO WS-HD-BUCKET
067900     MOVE PS-BALANCE TO WS-HD-BALANCE
068000     MOVE 'Y' TO WS-HELD-SW.
068100 3600-EXIT.
068200     EXIT.
068300
068400 3700-FLUSH-HELD-RECORD.
068500     IF WS-HD-MONTH = WS-PRIOR-MONTH
068600         MOVE WS-HD-BUCKET TO WS-TR-FROM
068700         MOVE 7 TO WS-TR-TO
068800     ELSE
068900         MOVE 7 TO WS-TR-FROM
069000         MOVE WS-HD-BUCKET TO WS-TR-TO
069100     END-IF
069200     MOVE WS-HD-REGION TO WS-TR-REGION
069300     MOVE WS-HD-BALANCE TO WS-TR-BALANCE
069400     PERFORM 3800-RECORD-TRANSITION THRU 3800-EXIT
069500     MOVE 'N' TO WS-HELD-SW.
069600 3700-EXIT.
069700     EXIT.
069800
069900 3800-RECORD-TRANSITION.
070000     ADD 1 TO WS-PM-COUNT (WS-TR-FROM, WS-TR-TO)
070100     ADD WS-TR-BALANCE TO WS-PM-BALANCE (WS-TR-FROM, WS-TR-TO)
070200     MOVE WS-TR-REGION TO TW-REGION
070300     MOVE WS-TR-FROM TO TW-FROM-BUCKET
070400     MOVE WS-TR-TO TO TW-TO-BUCKET
070500     MOVE WS-TR-BALANCE TO TW-BALANCE
070600     WRITE TRANSITION-WORK-RECORD
070700     ADD 1 TO WS-TRANSITION-COUNT.
070800 3800-EXIT.
070900     EXIT.
071000
071100*----------------------------------------------------------------*
071200*  4000-PRINT-ROLL-RATES                                         *
071300*  THE PORTFOLIO MATRIX FIRST, THEN ONE PER REGION OFF THE       *
071400*  REGION-SORTED TRANSITIONS - A CHANGE OF REGION PRINTS THE     *
071500*  MATRIX OF THE REGION BEFORE.                                  *
071600*----------------------------------------------------------------*
071700 4000-PRINT-ROLL-RATES.
071800     MOVE WS-PORTFOLIO-MATRIX TO WS-PRINT-MATRIX
071900     MOVE SPACES TO WS-MATRIX-TITLE
072000     MOVE 'PORTFOLIO-WIDE ROLL RATES' TO MT-CAPTION
072100     PERFORM 6000-PRINT-MATRIX THRU 6000-EXIT
072200     OPEN INPUT TRANSITION-SORTED-FILE
072300     PERFORM 4100-TAKE-ONE-TRANSITION THRU 4100-EXIT
072400             UNTIL AT-END-OF-TRANSITIONS
072500     IF A-REGION-IS-OPEN
072600         PERFORM 4200-FINISH-REGION THRU 4200-EXIT
072700     END-IF
072800     CLOSE TRANSITION-SORTED-FILE.
072900 4000-EXIT.
073000     EXIT.
073100
073200 4100-TAKE-ONE-TRANSITION.
073300     READ TRANSITION-SORTED-FILE
073400         AT END
073500             MOVE 'Y' TO WS-TRAN-EOF
073600             GO TO 4100-EXIT
073700     END-READ
073800     IF NOT A-REGION-IS-OPEN
073900        OR TS-REGION NOT = WS-CURRENT-REGION
074000         IF A-REGION-IS-OPEN
074100             PERFORM 4200-FINISH-REGION THRU 4200-EXIT
074200         END-IF
074300         MOVE TS-REGION TO WS-CURRENT-REGION
074400         MOVE ZEROS TO WS-REGION-MATRIX
074500         MOVE 'Y' TO WS-REGION-OPEN-SW
074600     END-IF
074700     MOVE TS-FROM-BUCKET TO WS-TR-FROM
074800     MOVE TS-TO-BUCKET TO WS-TR-TO
074900     ADD 1 TO WS-GM-COUNT (WS-TR-FROM, WS-TR-TO)
075000     ADD TS-BALANCE TO WS-GM-BALANCE (WS-TR-FROM, WS-TR-TO).
075100 4100-EXIT.
075200     EXIT.
075300
075400 4200-FINISH-REGION.
075500     MOVE WS-REGION-MATRIX TO WS-PRINT-MATRIX
075600     MOVE SPACES TO WS-MATRIX-TITLE
075700     MOVE 'ROLL RATES FOR REGION' TO MT-CAPTION
075800     MOVE WS-CURRENT-REGION TO MT-REGION
075900     PERFORM 6000-PRINT-MATRIX THRU 6000-EXIT
076000     MOVE 'N' TO WS-REGION-OPEN-SW.
076100 4200-EXIT.
076200     EXIT.
076300
076400*----------------------------------------------------------------*
076500*  5000-BOOK-ALLOWANCE                                           *
076600*  EACH BUCKET'S BALANCE TIMES ITS RESERVE RATE GIVES THE        *
076700*  ALLOWANCE THE PORTFOLIO NEEDS.  A BUCKET WITH NO RATE ON THE  *
076800*  PARAMETER FILE STOPS THE POSTING - RATHER THAN RELEASE THAT   *
076900*  BUCKET'S RESERVE BY DEFAULT - AND LEAVES RETURN CODE 8.  THE  *
077000*  CHANGE FROM LAST MONTH'S ALLOWANCE IS POSTED AS A PROVISION   *
077100*  OR A RELEASE.  A RERUN OF THE MONTH DROPS ITS EARLIER POSTING *
077200*  FIRST AND BOOKS AGAINST THE SAME PRIOR FIGURE.                *
077300*----------------------------------------------------------------*
077400 5000-BOOK-ALLOWANCE.
077500     PERFORM 5100-LOAD-RESERVE-RATES THRU 5100-EXIT
077600     MOVE SPACES TO ROLLRATE-REPORT-LINE
077700     WRITE ROLLRATE-REPORT-LINE
077800     MOVE 'LOAN-LOSS ALLOWANCE' TO ROLLRATE-REPORT-LINE
077900     WRITE ROLLRATE-REPORT-LINE
078000     MOVE WS-RESERVE-HEADING TO ROLLRATE-REPORT-LINE
078100     WRITE ROLLRATE-REPORT-LINE
078200     MOVE ZERO TO WS-REQUIRED-AMT
078300     MOVE 1 TO WS-BUCKET-SUB
078400     PERFORM 5200-PRICE-ONE-BUCKET THRU 5200-EXIT
078500             UNTIL WS-BUCKET-SUB > 6
078600     MOVE SPACES TO ROLLRATE-REPORT-LINE
078700     WRITE ROLLRATE-REPORT-LINE
078800     MOVE SPACES TO WS-TOTAL-LINE
078900     MOVE 'ALLOWANCE REQUIRED.........' TO TL-CAPTION
079000     MOVE WS-REQUIRED-AMT TO TL-VALUE
079100     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
079200     IF NOT ALL-RATES-ON-FILE
079300         MOVE '** RESERVE RATE MISSING - ALLOWANCE NOT POSTED'
079400             TO ROLLRATE-REPORT-LINE
079500         WRITE ROLLRATE-REPORT-LINE
079600         GO TO 5000-EXIT
079700     END-IF
079800     OPEN I-O ALLOWANCE-FILE
079900     PERFORM 5300-FIND-PRIOR-ALLOWANCE THRU 5300-EXIT
080000     IF MONTH-ALREADY-BOOKED
080100         PERFORM 5400-PURGE-EARLIER-POSTING THRU 5400-EXIT
080200     END-IF
080300     IF WS-REQUIRED-AMT NOT < WS-PRIOR-AMT
080400         MOVE 'I' TO WS-CHANGE-TYPE
080500         COMPUTE WS-CHANGE-AMT = WS-REQUIRED-AMT - WS-PRIOR-AMT
080600     ELSE
080700         MOVE 'R' TO WS-CHANGE-TYPE
080800         COMPUTE WS-CHANGE-AMT = WS-PRIOR-AMT - WS-REQUIRED-AMT
080900     END-IF
081000     IF WS-CHANGE-AMT > ZERO
081100         PERFORM 5500-POST-THE-CHANGE THRU 5500-EXIT
081200     END-IF
081300     PERFORM 5600-WRITE-ALLOWANCE THRU 5600-EXIT
081400     CLOSE ALLOWANCE-FILE
081500     MOVE 'PRIOR MONTH ALLOWANCE......' TO TL-CAPTION
081600     MOVE WS-PRIOR-AMT TO TL-VALUE
081700     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
081800     IF WS-CHANGE-TYPE = 'I'
081900         MOVE 'PROVISION POSTED...........' TO TL-CAPTION
082000     ELSE
082100         MOVE 'RELEASE POSTED.............' TO TL-CAPTION
082200     END-IF
082300     MOVE WS-CHANGE-AMT TO TL-VALUE
082400     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
082500     IF NOT PRIOR-ALLOWANCE-FOUND
082600         MOVE '   NO ALLOWANCE ON FILE FOR THE PRIOR MONTH'
082700             TO ROLLRATE-REPORT-LINE
082800         WRITE ROLLRATE-REPORT-LINE
082900     END-IF.
083000 5000-EXIT.
083100     EXIT.
083200
083300 5100-LOAD-RESERVE-RATES.
083400     MOVE 1 TO WS-BUCKET-SUB
083500     PERFORM 5110-CLEAR-ONE-RATE THRU 5110-EXIT
083600             UNTIL WS-BUCKET-SUB > 6
083700     OPEN INPUT RESERVE-RATE-FILE
083800     PERFORM 5120-LOAD-ONE-RATE THRU 5120-EXIT
083900             UNTIL AT-END-OF-RATE-FILE
084000     CLOSE RESERVE-RATE-FILE
084100     MOVE 1 TO WS-BUCKET-SUB
084200     PERFORM 5130-CHECK-ONE-RATE THRU 5130-EXIT
084300             UNTIL WS-BUCKET-SUB > 6.
084400 5100-EXIT.
084500     EXIT.
084600
084700 5110-CLEAR-ONE-RATE.
084800     MOVE ZERO TO WS-BKT-PERCENT (WS-BUCKET-SUB)
084900     MOVE 'N' TO WS-BKT-RATE-SW (WS-BUCKET-SUB)
085000     ADD 1 TO WS-BUCKET-SUB.
085100 5110-EXIT.
085200     EXIT.
085300
085400 5120-LOAD-ONE-RATE.
085500     READ RESERVE-RATE-FILE
085600         AT END
085700             MOVE 'Y' TO WS-RATE-EOF
085800             GO TO 5120-EXIT
085900     END-READ
086000     IF RR-BUCKET NOT NUMERIC
086100        OR RR-PERCENT NOT NUMERIC
086200         GO TO 5120-EXIT
086300     END-IF
086400     IF RR-BUCKET < 1 OR RR-BUCKET > 6
086500         GO TO 5120-EXIT
086600     END-IF
086700     IF RR-PERCENT > 100
086800         GO TO 5120-EXIT
086900     END-IF
087000     MOVE RR-PERCENT TO WS-BKT-PERCENT (RR-BUCKET)
087100     MOVE 'Y' TO WS-BKT-RATE-SW (RR-BUCKET).
087200 5120-EXIT.
087300     EXIT.
087400
087500 5130-CHECK-ONE-RATE.
087600     IF WS-BKT-RATE-SW (WS-BUCKET-SUB) NOT = 'Y'
087700         MOVE 'N' TO WS-RATES-SW
087800     END-IF
087900     ADD 1 TO WS-BUCKET-SUB.
088000 5130-EXIT.
088100     EXIT.
088200
088300 5200-PRICE-ONE-BUCKET.
088400     COMPUTE WS-BKT-RESERVE (WS-BUCKET-SUB) ROUNDED =
088500         WS-BKT-BALANCE (WS-BUCKET-SUB)
088600             * WS-BKT-PERCENT (WS-BUCKET-SUB) / 100
088700     ADD WS-BKT-RESERVE (WS-BUCKET-SUB) TO WS-REQUIRED-AMT
088800     MOVE SPACES TO WS-RESERVE-LINE
088900     MOVE WS-BUCKET-NAME (WS-BUCKET-SUB) TO RL-BUCKET
089000     MOVE WS-BKT-COUNT (WS-BUCKET-SUB) TO RL-COUNT
089100     MOVE WS-BKT-BALANCE (WS-BUCKET-SUB) TO RL-BALANCE
089200     MOVE WS-BKT-PERCENT (WS-BUCKET-SUB) TO RL-PERCENT
089300     MOVE WS-BKT-RESERVE (WS-BUCKET-SUB) TO RL-RESERVE
089400     IF WS-BKT-RATE-SW (WS-BUCKET-SUB) NOT = 'Y'
089500         MOVE '** NO RATE ON FILE' TO RL-NOTE
089600     END-IF
089700     MOVE WS-RESERVE-LINE TO ROLLRATE-REPORT-LINE
089800     WRITE ROLLRATE-REPORT-LINE
089900     ADD 1 TO WS-BUCKET-SUB.
090000 5200-EXIT.
090100     EXIT.
090200
090300*----------------------------------------------------------------*
090400*  5300-FIND-PRIOR-ALLOWANCE                                     *
090500*  LAST MONTH'S RECORD GIVES THE ALLOWANCE ALREADY ON THE        *
090600*  BOOKS; NONE MEANS THIS IS THE FIRST MONTH AND THE WHOLE       *
090700*  ALLOWANCE IS PROVIDED.  A RECORD ALREADY ON FILE FOR THIS     *
090800*  MONTH MEANS A RERUN - ITS PRIOR FIGURE STANDS.                *
090900*----------------------------------------------------------------*
091000 5300-FIND-PRIOR-ALLOWANCE.
091100     MOVE ZERO TO WS-PRIOR-AMT
091200     MOVE WS-PRIOR-MONTH TO AL-MONTH
091300     READ ALLOWANCE-FILE
091400         INVALID KEY
091500             MOVE 'N' TO WS-PRIOR-FOUND-SW
091600         NOT INVALID KEY
091700             MOVE 'Y' TO WS-PRIOR-FOUND-SW
091800             MOVE AL-REQUIRED-AMT TO WS-PRIOR-AMT
091900     END-READ
092000     MOVE WS-THIS-MONTH TO AL-MONTH
092100     READ ALLOWANCE-FILE
092200         INVALID KEY
092300             MOVE 'N' TO WS-ALLW-FOUND-SW
092400         NOT INVALID KEY
092500             MOVE 'Y' TO WS-ALLW-FOUND-SW
092600             MOVE AL-POSTED-DATE TO WS-PURGE-DATE
092700     END-READ.
092800 5300-EXIT.
092900     EXIT.
093000
093100*----------------------------------------------------------------*
093200*  5400-PURGE-EARLIER-POSTING                                    *
093300*  DROPS THE PROVISION OR RELEASE THE EARLIER RUN OF THIS MONTH  *
093400*  POSTED, THE WAY PROCESS PURGES ITS OWN NIGHT ON A RERUN.      *
093500*----------------------------------------------------------------*
093600 5400-PURGE-EARLIER-POSTING.
093700     OPEN INPUT GL-EXTRACT-FILE
093800     OPEN OUTPUT GL-EXTRACT-WORK-FILE
093900     PERFORM 5410-PURGE-ONE-RECORD THRU 5410-EXIT
094000             UNTIL AT-END-OF-GL-PURGE-PASS
094100     CLOSE GL-EXTRACT-FILE
094200     CLOSE GL-EXTRACT-WORK-FILE
094300     OPEN INPUT GL-EXTRACT-WORK-FILE
094400     OPEN OUTPUT GL-EXTRACT-FILE
094500     PERFORM 5420-COPY-ONE-BACK THRU 5420-EXIT
094600             UNTIL AT-END-OF-GL-WORK-FILE
094700     CLOSE GL-EXTRACT-WORK-FILE
094800     CLOSE GL-EXTRACT-FILE
094900     IF WS-GL-PURGED-COUNT > ZERO
095000         DISPLAY 'ROLLRATE: ' WS-GL-PURGED-COUNT
095100                 ' ALLOWANCE POSTINGS FOR ' WS-PURGE-DATE
095200                 ' DROPPED BEFORE RERUN'
095300     END-IF.
095400 5400-EXIT.
095500     EXIT.
095600
095700 5410-PURGE-ONE-RECORD.
095800     READ GL-EXTRACT-FILE
095900         AT END
096000             MOVE 'Y' TO WS-GLP-EOF-SW
096100             GO TO 5410-EXIT
096200     END-READ
096300     IF GL-RUN-DATE NUMERIC
096400        AND GL-RUN-DATE = WS-PURGE-DATE
096500        AND (GL-PRINCIPAL-ACCT = WS-GL-PROVISION-ACCT
096600             OR GL-PRINCIPAL-ACCT = WS-GL-ALLW-RELEASE-ACCT)
096700         ADD 1 TO WS-GL-PURGED-COUNT
096800         GO TO 5410-EXIT
096900     END-IF
097000     MOVE GL-EXTRACT-RECORD TO GL-EXTRACT-WORK-RECORD
097100     WRITE GL-EXTRACT-WORK-RECORD.
097200 5410-EXIT.
097300     EXIT.
097400
097500 5420-COPY-ONE-BACK.
097600     READ GL-EXTRACT-WORK-FILE
097700         AT END
097800             MOVE 'Y' TO WS-GLW-EOF-SW
097900             GO TO 5420-EXIT
098000     END-READ
098100     MOVE GL-EXTRACT-WORK-RECORD TO GL-EXTRACT-RECORD
098200     WRITE GL-EXTRACT-RECORD.
098300 5420-EXIT.
098400     EXIT.
098500
098600*----------------------------------------------------------------*
098700*  5500-POST-THE-CHANGE                                          *
098800*  ONE PORTFOLIO-LEVEL POSTING WITH NO LOAN ON IT: A PROVISION   *
098900*  CHARGES EXPENSE AGAINST THE ALLOWANCE, A RELEASE BACKS IT     *
099000*  OUT THROUGH ITS OWN PAIR OF ACCOUNTS.                         *
099100*----------------------------------------------------------------*
099200 5500-POST-THE-CHANGE.
099300     OPEN EXTEND GL-EXTRACT-FILE
099400     MOVE SPACES TO GL-EXTRACT-RECORD
099500     MOVE WS-RUN-DATE TO GL-RUN-DATE
099600     MOVE SPACES TO GL-LOAN-ID
099700     IF WS-CHANGE-TYPE = 'I'
099800         MOVE WS-GL-PROVISION-ACCT TO GL-PRINCIPAL-ACCT
099900         MOVE WS-GL-ALLOWANCE-ACCT TO GL-INTEREST-ACCT
100000     ELSE
100100         MOVE WS-GL-ALLW-RELEASE-ACCT TO GL-PRINCIPAL-ACCT
100200         MOVE WS-GL-PROV-RELEASE-ACCT TO GL-INTEREST-ACCT
100300     END-IF
100400     MOVE WS-CHANGE-AMT TO GL-PRINCIPAL-AMT
100500     MOVE WS-CHANGE-AMT TO GL-INTEREST-AMT
100600     MOVE GL-PRINCIPAL-ACCT TO GL-PENALTY-ACCT
100700     MOVE ZERO TO GL-PENALTY-AMT
100800     WRITE GL-EXTRACT-RECORD
100900     CLOSE GL-EXTRACT-FILE.
101000 5500-EXIT.
101100     EXIT.
101200
101300 5600-WRITE-ALLOWANCE.
101400     MOVE SPACES TO ALLOWANCE-RECORD
101500     MOVE WS-THIS-MONTH TO AL-MONTH
101600     MOVE WS-RUN-DATE TO AL-POSTED-DATE
101700     MOVE WS-REQUIRED-AMT TO AL-REQUIRED-AMT
101800     MOVE WS-PRIOR-AMT TO AL-PRIOR-AMT
101900     MOVE WS-CHANGE-AMT TO AL-CHANGE-AMT
102000     MOVE WS-CHANGE-TYPE TO AL-CHANGE-TYPE
102100     IF MONTH-ALREADY-BOOKED
102200         REWRITE ALLOWANCE-RECORD
102300             INVALID KEY
102400                 DISPLAY 'ROLLRATE: ALLOWANCE REWRITE FAILED FOR '
102500                         WS-THIS-MONTH
102600         END-REWRITE
102700     ELSE
102800         WRITE ALLOWANCE-RECORD
102900             INVALID KEY
103000                 DISPLAY 'ROLLRATE: ALLOWANCE WRITE FAILED FOR '
103100                         WS-THIS-MONTH
103200         END-WRITE
103300     END-IF.
103400 5600-EXIT.
103500     EXIT.
103600
103700*----------------------------------------------------------------*
103800*  6000-PRINT-MATRIX                                             *
103900*  PRINTS WHICHEVER MATRIX WAS MOVED TO THE PRINT MATRIX: ONE    *
104000*  ROW PER BUCKET LAST MONTH (AND NEW), ONE COLUMN PER BUCKET    *
104100*  THIS MONTH (AND CLOSED), BY COUNT AND THEN BY BALANCE, WITH   *
104200*  ROW AND COLUMN TOTALS.                                        *
104300*----------------------------------------------------------------*
104400 6000-PRINT-MATRIX.
104500     MOVE SPACES TO ROLLRATE-REPORT-LINE
104600     WRITE ROLLRATE-REPORT-LINE
104700     MOVE WS-MATRIX-TITLE TO ROLLRATE-REPORT-LINE
104800     WRITE ROLLRATE-REPORT-LINE
104900     MOVE SPACES TO ROLLRATE-REPORT-LINE
105000     WRITE ROLLRATE-REPORT-LINE
105100     MOVE WS-COUNT-HEADING TO ROLLRATE-REPORT-LINE
105200     WRITE ROLLRATE-REPORT-LINE
105300     MOVE ZEROS TO WS-COLUMN-TOTALS
105400     MOVE 1 TO WS-FROM-SUB
105500     PERFORM 6100-PRINT-COUNT-ROW THRU 6100-EXIT
105600             UNTIL WS-FROM-SUB > 7
105700     MOVE SPACES TO WS-COUNT-LINE
105800     MOVE 'TOTAL' TO CL-LABEL
105900     MOVE 1 TO WS-TO-SUB
106000     PERFORM 6150-FILL-COUNT-TOTAL THRU 6150-EXIT
106100             UNTIL WS-TO-SUB > 8
106200     MOVE WS-COUNT-LINE TO ROLLRATE-REPORT-LINE
106300     WRITE ROLLRATE-REPORT-LINE
106400     MOVE SPACES TO ROLLRATE-REPORT-LINE
106500     WRITE ROLLRATE-REPORT-LINE
106600     MOVE WS-BALANCE-HEADING TO ROLLRATE-REPORT-LINE
106700     WRITE ROLLRATE-REPORT-LINE
106800     MOVE ZEROS TO WS-COLUMN-TOTALS
106900     MOVE 1 TO WS-FROM-SUB
107000     PERFORM 6200-PRINT-BALANCE-ROW THRU 6200-EXIT
107100             UNTIL WS-FROM-SUB > 7
107200     MOVE SPACES TO WS-BALANCE-LINE
107300     MOVE 'TOTAL' TO BL-LABEL
107400     MOVE 1 TO WS-TO-SUB
107500     PERFORM 6250-FILL-BALANCE-TOTAL THRU 6250-EXIT
107600             UNTIL WS-TO-SUB > 8
107700     MOVE WS-BALANCE-LINE TO ROLLRATE-REPORT-LINE
107800     WRITE ROLLRATE-REPORT-LINE.
107900 6000-EXIT.
108000     EXIT.
108100
108200 6100-PRINT-COUNT-ROW.
108300     MOVE SPACES TO WS-COUNT-LINE
108400     MOVE WS-BUCKET-NAME (WS-FROM-SUB) TO CL-LABEL
108500     MOVE ZERO TO WS-ROW-COUNT
108600     MOVE 1 TO WS-TO-SUB
108700     PERFORM 6110-FILL-COUNT-CELL THRU 6110-EXIT
108800             UNTIL WS-TO-SUB > 7
108900     MOVE WS-ROW-COUNT TO CL-COUNT (8)
109000     ADD WS-ROW-COUNT TO WS-CT-COUNT (8)
109100     MOVE WS-COUNT-LINE TO ROLLRATE-REPORT-LINE
109200     WRITE ROLLRATE-REPORT-LINE
109300     ADD 1 TO WS-FROM-SUB.
109400 6100-EXIT.
109500     EXIT.
109600
109700 6110-FILL-COUNT-CELL.
109800     MOVE WS-XM-COUNT (WS-FROM-SUB, WS-TO-SUB)
109900         TO CL-COUNT (WS-TO-SUB)
110000     ADD WS-XM-COUNT (WS-FROM-SUB, WS-TO-SUB) TO WS-ROW-COUNT
110100     ADD WS-XM-COUNT (WS-FROM-SUB, WS-TO-SUB)
110200         TO WS-CT-COUNT (WS-TO-SUB)
110300     ADD 1 TO WS-TO-SUB.
110400 6110-EXIT.
110500     EXIT.
110600
110700 6150-FILL-COUNT-TOTAL.
110800     MOVE WS-CT-COUNT (WS-TO-SUB) TO CL-COUNT (WS-TO-SUB)
110900     ADD 1 TO WS-TO-SUB.
111000 6150-EXIT.
111100     EXIT.
111200
111300 6200-PRINT-BALANCE-ROW.
111400     MOVE SPACES TO WS-BALANCE-LINE
111500     MOVE WS-BUCKET-NAME (WS-FROM-SUB) TO BL-LABEL
111600     MOVE ZERO TO WS-ROW-BALANCE
111700     MOVE 1 TO WS-TO-SUB
111800     PERFORM 6210-FILL-BALANCE-CELL THRU 6210-EXIT
111900             UNTIL WS-TO-SUB > 7
112000     MOVE WS-ROW-BALANCE TO BL-BALANCE (8)
112100     ADD WS-ROW-BALANCE TO WS-CT-BALANCE (8)
112200     MOVE WS-BALANCE-LINE TO ROLLRATE-REPORT-LINE
112300     WRITE ROLLRATE-REPORT-LINE
112400     ADD 1 TO WS-FROM-SUB.
112500 6200-EXIT.
112600     EXIT.
112700
112800 6210-FILL-BALANCE-CELL.
112900     MOVE WS-XM-BALANCE (WS-FROM-SUB, WS-TO-SUB)
113000         TO BL-BALANCE (WS-TO-SUB)
113100     ADD WS-XM-BALANCE (WS-FROM-SUB, WS-TO-SUB) TO WS-ROW-BALANCE
113200     ADD WS-XM-BALANCE (WS-FROM-SUB, WS-TO-SUB)
113300         TO WS-CT-BALANCE (WS-TO-SUB)
113400     ADD 1 TO WS-TO-SUB.
113500 6210-EXIT.
113600     EXIT.
113700
113800 6250-FILL-BALANCE-TOTAL.
113900     MOVE WS-CT-BALANCE (WS-TO-SUB) TO BL-BALANCE (WS-TO-SUB)
114000     ADD 1 TO WS-TO-SUB.
114100 6250-EXIT.
114200     EXIT.
114300
114400 8100-WRITE-TOTAL-LINE.
114500     MOVE WS-TOTAL-LINE TO ROLLRATE-REPORT-LINE
114600     WRITE ROLLRATE-REPORT-LINE
114700     MOVE SPACES TO WS-TOTAL-LINE.
114800 8100-EXIT.
114900     EXIT.
115000
115100*----------------------------------------------------------------*
115200*  9000-TERMINATE                                                *
115300*  A MONTH WHOSE ALLOWANCE COULD NOT BE PRICED LEAVES RETURN     *
115400*  CODE 8 SO THE JCL CAN HOLD THE GL STEPS UNTIL FINANCE FIXES   *
115500*  THE RESERVE RATES AND THE STEP IS RERUN.                      *
115600*----------------------------------------------------------------*
115700 9000-TERMINATE.
115800     IF MONTH-END-NIGHT
115900         MOVE SPACES TO ROLLRATE-REPORT-LINE
116000         WRITE ROLLRATE-REPORT-LINE
116100         MOVE SPACES TO WS-TOTAL-LINE
116200         MOVE 'LOANS SNAPSHOT THIS MONTH..' TO TL-CAPTION
116300         MOVE WS-SNAP-COUNT TO TL-VALUE
116400         PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
116500         MOVE 'LOANS ON LAST MONTH........' TO TL-CAPTION
116600         MOVE WS-PRIOR-COUNT TO TL-VALUE
116700         PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
116800     END-IF
116900     CLOSE ROLLRATE-REPORT-FILE
117000     PERFORM 9100-STAMP-RUN-LEDGER THRU 9100-EXIT
117100     IF MONTH-END-NIGHT AND NOT ALL-RATES-ON-FILE
117200         MOVE 8 TO RETURN-CODE
117300     END-IF
117400     DISPLAY 'ROLLRATE LOANS SNAPSHOT: ' WS-SNAP-COUNT
117500     DISPLAY 'ROLLRATE TRANSITIONS:    ' WS-TRANSITION-COUNT.
117600 9000-EXIT.
117700     EXIT.
117800
117900*----------------------------------------------------------------*
118000*  9100-STAMP-RUN-LEDGER                                         *
118100*  APPENDS THE STEP'S COMPLETION RECORD TO THE RUN-CONTROL       *
118200*  LEDGER - DONE, OR FAIL WHEN THE ALLOWANCE WAS NOT POSTED.     *
118300*----------------------------------------------------------------*
118400 9100-STAMP-RUN-LEDGER.
118500     OPEN EXTEND RUN-CONTROL-FILE
118600     MOVE SPACES TO RUN-CONTROL-RECORD
118700     MOVE WS-RUN-DATE TO RC-BUSINESS-DATE
118800     MOVE 'ROLLRATE' TO RC-PROGRAM-NAME
118900     MOVE WS-START-TIME TO RC-START-TIME
119000     ACCEPT WS-TIME-WORK FROM TIME
119100     MOVE WS-TIME-WORK (1:6) TO RC-END-TIME
119200     MOVE WS-READ-COUNT TO RC-READ-COUNT
119300     MOVE WS-SNAP-COUNT TO RC-WRITTEN-COUNT
119400     IF MONTH-END-NIGHT AND NOT ALL-RATES-ON-FILE
119500         MOVE 'FAIL' TO RC-STATUS
119600     ELSE
119700         MOVE 'DONE' TO RC-STATUS
119800     END-IF
119900     WRITE RUN-CONTROL-RECORD
120000     CLOSE RUN-CONTROL-FILE.
120100 9100-EXIT.
120200     EXIT.
