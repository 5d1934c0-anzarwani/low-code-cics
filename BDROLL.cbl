000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BDROLL.
000300 AUTHOR. D-TEAGUE.
000400 INSTALLATION. LOAN-SERVICING-BATCH.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*================================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  ---------- ----  ----------------------------------------    *
001100*  10/15/2026  DT   ORIGINAL VERSION.  KEEPS THE BUSINESS-DATE  *
001200*                   CONTROL FILE EVERY NIGHTLY STEP TAKES ITS   *
001300*                   RUN DATE FROM.  THE LAST STEP OF THE STREAM *
001400*                   ROLLS THE DATE TO THE NEXT BUSINESS DAY     *
001500*                   (SKIPPING WEEKENDS AND THE HOLIDAY          *
001600*                   CALENDAR), AND ONLY ONCE THE LEDGER SHOWS   *
001700*                   THE SERVICING RUN FINISHED FOR THE DATE -   *
001800*                   A NIGHT THAT DID NOT COMPLETE IS RUN AGAIN  *
001900*                   UNDER THE SAME DATE, AND A MISSED NIGHT IS  *
002000*                   CAUGHT UP SIMPLY BY RUNNING THE STREAM      *
002100*                   AGAIN BEFORE TOMORROW'S.  A SET CARD        *
002200*                   LOADS OR REPOSITIONS THE DATE BY HAND.      *
002210*  10/15/2026  DT   THE ROLL NOW ALSO WAITS ON THE LATER NIGHTLY *
002220*                   STEPS: THE DATE IS HELD WHEN THE LATEST      *
002230*                   LEDGER ENTRY FOR IT OF ACCRUE, ROLLRATE,     *
002240*                   ADCOLL OR RIAUDIT IS FAIL, SO A FAILED       *
002250*                   MONTH-END STEP IS RERUN UNDER ITS OWN DATE.  *
002260*                   PROCESS MUST BE DONE ON ITS LATEST ENTRY.    *
002300*================================================================*
002400*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT OPTIONAL BUSINESS-DATE-FILE
002900            ASSIGN TO 'business_date_file.txt'
003000            ORGANIZATION IS LINE SEQUENTIAL.
003100
003200     SELECT OPTIONAL HOLIDAY-FILE
003300            ASSIGN TO 'holiday_calendar_file.txt'
003400            ORGANIZATION IS INDEXED
003500            ACCESS MODE IS RANDOM
003600            RECORD KEY IS HOL-DATE.
003700
003800     SELECT OPTIONAL RUN-CONTROL-FILE
003900            ASSIGN TO 'run_control_file.txt'
004000            ORGANIZATION IS LINE SEQUENTIAL.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  BUSINESS-DATE-FILE.
004500     COPY BUSDATE.
004600
004700 FD  HOLIDAY-FILE.
004800     COPY HOLCAL.
004900
005000 FD  RUN-CONTROL-FILE.
005100     COPY RUNCTL.
005200
005300 WORKING-STORAGE SECTION.
005400 01  WS-CONTROL-CARD.
005500     05 WS-CARD-ACTION       PIC X(04).
005600        88 CARD-IS-ROLL           VALUE 'ROLL' SPACES.
005700        88 CARD-IS-SET            VALUE 'SET '.
005800     05 FILLER               PIC X.
005900     05 WS-CARD-DATE         PIC X(08).
006000     05 FILLER               PIC X(67).
006100 01  WS-BUSINESS-DAY-SW      PIC X VALUE 'N'.
006200     88 IS-BUSINESS-DAY           VALUE 'Y'.
006300 01  WS-LEDGER-EOF-SW        PIC X VALUE 'N'.
006400     88 AT-END-OF-RUN-LEDGER      VALUE 'Y'.
006410*  THE LATEST LEDGER STATUS, FOR THE DATE BEING CLOSED, OF EACH
006420*  STEP THE ROLL WAITS ON - SPACES WHEN THE STEP HAS NOT RUN.
006430 01  WS-STEP-STATUSES.
006440     05 WS-PROCESS-STATUS    PIC X(04) VALUE SPACES.
006450        88 PROCESS-DONE             VALUE 'DONE'.
006460     05 WS-ACCRUE-STATUS     PIC X(04) VALUE SPACES.
006470        88 ACCRUE-FAILED            VALUE 'FAIL'.
006480     05 WS-ROLLRATE-STATUS   PIC X(04) VALUE SPACES.
006490        88 ROLLRATE-FAILED          VALUE 'FAIL'.
006500     05 WS-ADCOLL-STATUS     PIC X(04) VALUE SPACES.
006510        88 ADCOLL-FAILED            VALUE 'FAIL'.
006520     05 WS-RIAUDIT-STATUS    PIC X(04) VALUE SPACES.
006530        88 RIAUDIT-FAILED           VALUE 'FAIL'.
006540 01  WS-NIGHT-OPEN-SW        PIC X VALUE 'N'.
006550     88 NIGHT-STILL-OPEN          VALUE 'Y'.
006700 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
006800 77  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
006900 77  WS-PRIOR-DATE           PIC 9(08) VALUE ZERO.
007000 77  WS-NEXT-DATE            PIC 9(08) VALUE ZERO.
007100 77  WS-WORK-DATE            PIC 9(08) VALUE ZERO.
007200 77  WS-WORK-INT             PIC 9(07) VALUE ZERO.
007300 77  WS-WEEK-QUOT            PIC 9(07) VALUE ZERO.
007400 77  WS-WEEKDAY-REM          PIC 9(01) VALUE ZERO.
007500 77  WS-SYSTEM-DATE          PIC 9(08) VALUE ZERO.
007600 77  WS-TIME-WORK            PIC 9(08) VALUE ZERO.
007700 77  WS-START-TIME           PIC 9(06) VALUE ZERO.
007800
007900 PROCEDURE DIVISION.
008000 0000-MAINLINE.
008100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
008200     IF CARD-IS-SET
008300         PERFORM 2000-SET-DATE THRU 2000-EXIT
008400     ELSE
008500         PERFORM 3000-ROLL-DATE THRU 3000-EXIT
008600     END-IF
008700     PERFORM 4000-WRITE-CONTROL THRU 4000-EXIT
008800     PERFORM 9000-TERMINATE THRU 9000-EXIT
008900     STOP RUN.
009000
009100*----------------------------------------------------------------*
009200*  1000-INITIALIZE                                              *
009300*  TAKES THE CONTROL CARD FROM SYSIN - ROLL (OR A BLANK CARD)    *
009400*  FOR THE NIGHTLY ROLL, OR SET YYYYMMDD TO LOAD THE DATE - AND  *
009500*  READS THE CONTROL RECORD AS IT STANDS.                        *
009600*----------------------------------------------------------------*
009700 1000-INITIALIZE.
009800     ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD
009900     ACCEPT WS-TIME-WORK FROM TIME
010000     MOVE WS-TIME-WORK (1:6) TO WS-START-TIME
010100     MOVE SPACES TO WS-CONTROL-CARD
010200     ACCEPT WS-CONTROL-CARD
010300     IF NOT CARD-IS-ROLL AND NOT CARD-IS-SET
010400         DISPLAY 'BDROLL: CONTROL CARD MUST BE ROLL OR'
010500                 ' SET YYYYMMDD'
010600         MOVE 16 TO RETURN-CODE
010700         STOP RUN
010800     END-IF
010900     OPEN INPUT BUSINESS-DATE-FILE
011000     READ BUSINESS-DATE-FILE
011100         AT END
011200             MOVE ZERO TO BD-BUSINESS-DATE
011300     END-READ
011400     CLOSE BUSINESS-DATE-FILE
011500     IF BD-BUSINESS-DATE NOT NUMERIC
011600         MOVE ZERO TO BD-BUSINESS-DATE
011700     END-IF
011800     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE
011900     OPEN INPUT HOLIDAY-FILE.
012000 1000-EXIT.
012100     EXIT.
012200
012300*----------------------------------------------------------------*
012400*  2000-SET-DATE                                                *
012500*  LOADS THE CONTROL RECORD BY HAND - THE FIRST TIME, OR TO      *
012600*  REPOSITION IT AFTER AN OUTAGE.  THE DATE KEYED MUST ITSELF BE *
012700*  A BUSINESS DAY; ITS PRIOR AND NEXT BUSINESS DAYS ARE WORKED   *
012800*  OUT FROM THE CALENDAR.  NO LEDGER CHECK IS MADE.              *
012900*----------------------------------------------------------------*
013000 2000-SET-DATE.
013100     IF WS-CARD-DATE NOT NUMERIC
013200         DISPLAY 'BDROLL: SET DATE ' WS-CARD-DATE
013300                 ' IS NOT NUMERIC'
013400         MOVE 16 TO RETURN-CODE
013500         STOP RUN
013600     END-IF
013700     MOVE WS-CARD-DATE TO WS-WORK-DATE
013800     IF FUNCTION TEST-DATE-YYYYMMDD (WS-WORK-DATE) NOT = ZERO
013900         DISPLAY 'BDROLL: SET DATE ' WS-CARD-DATE ' IS NOT A DATE'
014000         MOVE 16 TO RETURN-CODE
014100         STOP RUN
014200     END-IF
014300     COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)
014400     PERFORM 5200-CHECK-BUSINESS-DAY THRU 5200-EXIT
014500     IF NOT IS-BUSINESS-DAY
014600         DISPLAY 'BDROLL: SET DATE ' WS-CARD-DATE
014700                 ' IS A WEEKEND OR HOLIDAY'
014800         MOVE 16 TO RETURN-CODE
014900         STOP RUN
015000     END-IF
015100     MOVE WS-WORK-DATE TO WS-CURRENT-DATE
015200     PERFORM 5000-NEXT-BUSINESS-DAY THRU 5000-EXIT
015300     MOVE WS-WORK-DATE TO WS-NEXT-DATE
015400     MOVE WS-CURRENT-DATE TO WS-WORK-DATE
015500     PERFORM 5100-PRIOR-BUSINESS-DAY THRU 5100-EXIT
015600     MOVE WS-WORK-DATE TO WS-PRIOR-DATE
015700     DISPLAY 'BDROLL: BUSINESS DATE SET FROM ' WS-RUN-DATE
015800             ' TO ' WS-CURRENT-DATE.
015900 2000-EXIT.
016000     EXIT.
016100
016200*----------------------------------------------------------------*
016300*  3000-ROLL-DATE                                               *
016310*  THE NIGHTLY ROLL.  THE DATE MOVES ONLY WHEN THE LEDGER SHOWS  *
016320*  THE NIGHT CLOSED FOR IT: THE LATEST PROCESS ENTRY FOR THE     *
016330*  DATE IS DONE, AND THE LATEST ENTRY OF NONE OF ACCRUE,         *
016340*  ROLLRATE, ADCOLL OR RIAUDIT IS FAIL - A MONTH-END NIGHT WHOSE *
016350*  ACCRUAL, SNAPSHOT OR ALLOWANCE FAILED CAN ONLY BE RERUN WHILE *
016360*  IT IS STILL THE BUSINESS DATE.  A LATER STEP WITH NO ENTRY    *
016370*  DOES NOT HOLD THE ROLL.  OTHERWISE THE NIGHT IS STILL OPEN    *
016380*  AND THE STEP STOPS WITH THE DATE UNCHANGED.  THE NEW DATE IS  *
016390*  WORKED OUT AFRESH FROM THE CALENDAR RATHER THAN TAKEN FROM    *
016400*  THE STORED NEXT DATE, SO A HOLIDAY ADDED SINCE THE LAST ROLL  *
016410*  IS HONOURED.                                                  *
017000*----------------------------------------------------------------*
017100 3000-ROLL-DATE.
017200     IF WS-RUN-DATE = ZERO
017300         DISPLAY 'BDROLL: NO BUSINESS DATE ON THE DATE CONTROL'
017400                 ' FILE'
017500         DISPLAY 'BDROLL: LOAD ONE WITH A SET YYYYMMDD CARD'
017600         MOVE 16 TO RETURN-CODE
017700         STOP RUN
017800     END-IF
017900     OPEN INPUT RUN-CONTROL-FILE
018000     PERFORM 3100-READ-ONE-LEDGER-ENTRY THRU 3100-EXIT
018100             UNTIL AT-END-OF-RUN-LEDGER
018200     CLOSE RUN-CONTROL-FILE
018210     IF NOT PROCESS-DONE
018400         DISPLAY 'BDROLL: NO COMPLETED PROCESS RUN FOR '
018500                 WS-RUN-DATE ' - DATE NOT ROLLED'
018600         MOVE 16 TO RETURN-CODE
018700         STOP RUN
018800     END-IF
018810     PERFORM 3200-CHECK-LATER-STEPS THRU 3200-EXIT
018820     IF NIGHT-STILL-OPEN
018830         MOVE 16 TO RETURN-CODE
018840         STOP RUN
018850     END-IF
018900     MOVE WS-RUN-DATE TO WS-PRIOR-DATE
019000     MOVE WS-RUN-DATE TO WS-WORK-DATE
019100     PERFORM 5000-NEXT-BUSINESS-DAY THRU 5000-EXIT
019200     MOVE WS-WORK-DATE TO WS-CURRENT-DATE
019300     PERFORM 5000-NEXT-BUSINESS-DAY THRU 5000-EXIT
019400     MOVE WS-WORK-DATE TO WS-NEXT-DATE
019500     DISPLAY 'BDROLL: BUSINESS DATE ROLLED FROM ' WS-RUN-DATE
019600             ' TO ' WS-CURRENT-DATE.
019700 3000-EXIT.
019800     EXIT.
019900
020000 3100-READ-ONE-LEDGER-ENTRY.
020100     READ RUN-CONTROL-FILE
020200         AT END
020300             MOVE 'Y' TO WS-LEDGER-EOF-SW
020400             GO TO 3100-EXIT
020500     END-READ
020600     IF RC-BUSINESS-DATE NOT NUMERIC
020700         GO TO 3100-EXIT
020800     END-IF
020810     IF RC-BUSINESS-DATE NOT = WS-RUN-DATE
020820         GO TO 3100-EXIT
020830     END-IF
020840     IF RC-PROGRAM-NAME = 'PROCESS '
020850         MOVE RC-STATUS TO WS-PROCESS-STATUS
020860     END-IF
020870     IF RC-PROGRAM-NAME = 'ACCRUE  '
020880         MOVE RC-STATUS TO WS-ACCRUE-STATUS
020890     END-IF
020900     IF RC-PROGRAM-NAME = 'ROLLRATE'
020910         MOVE RC-STATUS TO WS-ROLLRATE-STATUS
020920     END-IF
020930     IF RC-PROGRAM-NAME = 'ADCOLL  '
020940         MOVE RC-STATUS TO WS-ADCOLL-STATUS
020950     END-IF
020960     IF RC-PROGRAM-NAME = 'RIAUDIT '
020970         MOVE RC-STATUS TO WS-RIAUDIT-STATUS
020980     END-IF.
021400 3100-EXIT.
021500     EXIT.
021600
021603*----------------------------------------------------------------*
021606*  3200-CHECK-LATER-STEPS                                        *
021609*  NAMES EVERY LATER STEP WHOSE LATEST LEDGER ENTRY FOR THE DATE *
021612*  IS FAIL, SO OPERATIONS SEES AT ONCE ALL THAT MUST BE RERUN.   *
021615*----------------------------------------------------------------*
021618 3200-CHECK-LATER-STEPS.
021621     MOVE 'N' TO WS-NIGHT-OPEN-SW
021624     IF ACCRUE-FAILED
021627         DISPLAY 'BDROLL: ACCRUE FAILED FOR ' WS-RUN-DATE
021630                 ' - DATE NOT ROLLED'
021633         MOVE 'Y' TO WS-NIGHT-OPEN-SW
021636     END-IF
021639     IF ROLLRATE-FAILED
021642         DISPLAY 'BDROLL: ROLLRATE FAILED FOR ' WS-RUN-DATE
021645                 ' - DATE NOT ROLLED'
021648         MOVE 'Y' TO WS-NIGHT-OPEN-SW
021651     END-IF
021654     IF ADCOLL-FAILED
021657         DISPLAY 'BDROLL: ADCOLL FAILED FOR ' WS-RUN-DATE
021660                 ' - DATE NOT ROLLED'
021663         MOVE 'Y' TO WS-NIGHT-OPEN-SW
021666     END-IF
021669     IF RIAUDIT-FAILED
021672         DISPLAY 'BDROLL: RIAUDIT FAILED FOR ' WS-RUN-DATE
021675                 ' - DATE NOT ROLLED'
021678         MOVE 'Y' TO WS-NIGHT-OPEN-SW
021681     END-IF.
021684 3200-EXIT.
021687     EXIT.
021690
021700*----------------------------------------------------------------*
021800*  4000-WRITE-CONTROL                                           *
021900*  REPLACES THE ONE CONTROL RECORD WITH THE NEW DATES AND WHEN   *
022000*  THEY WERE SET.                                                *
022100*----------------------------------------------------------------*
022200 4000-WRITE-CONTROL.
022300     MOVE SPACES TO BUSINESS-DATE-RECORD
022400     MOVE WS-CURRENT-DATE TO BD-BUSINESS-DATE
022500     MOVE WS-PRIOR-DATE TO BD-PRIOR-BUSINESS-DATE
022600     MOVE WS-NEXT-DATE TO BD-NEXT-BUSINESS-DATE
022700     MOVE WS-SYSTEM-DATE TO BD-ROLLED-ON-DATE
022800     MOVE WS-START-TIME TO BD-ROLLED-AT-TIME
022900     OPEN OUTPUT BUSINESS-DATE-FILE
023000     WRITE BUSINESS-DATE-RECORD
023100     CLOSE BUSINESS-DATE-FILE.
023200 4000-EXIT.
023300     EXIT.
023400
023500*----------------------------------------------------------------*
023600*  5000-NEXT-BUSINESS-DAY                                       *
023700*  STEPS WS-WORK-DATE FORWARD A DAY AT A TIME UNTIL IT LANDS ON  *
023800*  A BUSINESS DAY.  5100 DOES THE SAME BACKWARD.                 *
023900*----------------------------------------------------------------*
024000 5000-NEXT-BUSINESS-DAY.
024100     COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)
024200     MOVE 'N' TO WS-BUSINESS-DAY-SW
024300     PERFORM 5010-STEP-FORWARD THRU 5010-EXIT
024400             UNTIL IS-BUSINESS-DAY.
024500 5000-EXIT.
024600     EXIT.
024700
024800 5010-STEP-FORWARD.
024900     ADD 1 TO WS-WORK-INT
025000     COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER (WS-WORK-INT)
025100     PERFORM 5200-CHECK-BUSINESS-DAY THRU 5200-EXIT.
025200 5010-EXIT.
025300     EXIT.
025400
025500 5100-PRIOR-BUSINESS-DAY.
025600     COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)
025700     MOVE 'N' TO WS-BUSINESS-DAY-SW
025800     PERFORM 5110-STEP-BACK THRU 5110-EXIT
025900             UNTIL IS-BUSINESS-DAY.
026000 5100-EXIT.
026100     EXIT.
026200
026300 5110-STEP-BACK.
026400     SUBTRACT 1 FROM WS-WORK-INT
026500     COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER (WS-WORK-INT)
026600     PERFORM 5200-CHECK-BUSINESS-DAY THRU 5200-EXIT.
026700 5110-EXIT.
026800     EXIT.
026900
027000*----------------------------------------------------------------*
027100*  5200-CHECK-BUSINESS-DAY                                      *
027200*  DAY 1 OF THE INTEGER CALENDAR (01/01/1601) WAS A MONDAY, SO   *
027300*  A REMAINDER OF 6 BY SEVEN IS A SATURDAY AND 0 A SUNDAY.  ANY  *
027400*  OTHER DAY IS A BUSINESS DAY UNLESS THE HOLIDAY CALENDAR       *
027500*  CARRIES IT.                                                   *
027600*----------------------------------------------------------------*
027700 5200-CHECK-BUSINESS-DAY.
027800     MOVE 'N' TO WS-BUSINESS-DAY-SW
027900     DIVIDE WS-WORK-INT BY 7 GIVING WS-WEEK-QUOT
028000         REMAINDER WS-WEEKDAY-REM
028100     IF WS-WEEKDAY-REM = 6 OR WS-WEEKDAY-REM = 0
028200         GO TO 5200-EXIT
028300     END-IF
028400     MOVE WS-WORK-DATE TO HOL-DATE
028500     READ HOLIDAY-FILE
028600         INVALID KEY
028700             MOVE 'Y' TO WS-BUSINESS-DAY-SW
028800     END-READ.
028900 5200-EXIT.
029000     EXIT.
029100
029200*----------------------------------------------------------------*
029300*  9000-TERMINATE                                                *
029400*  CLOSES THE CALENDAR AND STAMPS THE LEDGER.  A ROLL IS STAMPED *
029500*  UNDER THE DATE IT CLOSED, A SET UNDER THE DATE IT LOADED.     *
029600*----------------------------------------------------------------*
029700 9000-TERMINATE.
029800     CLOSE HOLIDAY-FILE
029900     PERFORM 9100-STAMP-RUN-LEDGER THRU 9100-EXIT
030000     DISPLAY 'BDROLL PRIOR BUSINESS DATE:   ' WS-PRIOR-DATE
030100     DISPLAY 'BDROLL BUSINESS DATE:         ' WS-CURRENT-DATE
030200     DISPLAY 'BDROLL NEXT BUSINESS DATE:    ' WS-NEXT-DATE.
030300 9000-EXIT.
030400     EXIT.
030500
030600*----------------------------------------------------------------*
030700*  9100-STAMP-RUN-LEDGER                                         *
030800*  APPENDS THE STEP'S COMPLETION RECORD TO THE RUN-CONTROL       *
030900*  LEDGER SO OPERATIONS SEES THE NIGHT WAS CLOSED.               *
031000*----------------------------------------------------------------*
031100 9100-STAMP-RUN-LEDGER.
031200     OPEN EXTEND RUN-CONTROL-FILE
031300     MOVE SPACES TO RUN-CONTROL-RECORD
031400     IF CARD-IS-SET
031500         MOVE WS-CURRENT-DATE TO RC-BUSINESS-DATE
031600     ELSE
031700         MOVE WS-RUN-DATE TO RC-BUSINESS-DATE
031800     END-IF
031900     MOVE 'BDROLL  ' TO RC-PROGRAM-NAME
032000     MOVE WS-START-TIME TO RC-START-TIME
032100     ACCEPT WS-TIME-WORK FROM TIME
032200     MOVE WS-TIME-WORK (1:6) TO RC-END-TIME
032300     MOVE ZERO TO RC-READ-COUNT
032400     MOVE ZERO TO RC-WRITTEN-COUNT
032500     MOVE 'DONE' TO RC-STATUS
032600     WRITE RUN-CONTROL-RECORD
032700     CLOSE RUN-CONTROL-FILE.
032800 9100-EXIT.
032900     EXIT.
