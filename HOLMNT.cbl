000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HOLMNT.
000300 AUTHOR. D-TEAGUE.
000400 INSTALLATION. LOAN-SERVICING-BATCH.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*================================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  ---------- ----  ----------------------------------------    *
001100*  10/15/2026  DT   ORIGINAL VERSION.  BATCH MAINTENANCE FOR    *
001200*                   THE HOLIDAY CALENDAR, DRIVEN BY KEYED       *
001300*                   ADD/CHANGE/DELETE TRANSACTIONS THE SAME     *
001400*                   WAY TERMMNT MAINTAINS THE LOAN-TERMS        *
001500*                   MASTER.  EVERY TRANSACTION - APPLIED OR     *
001600*                   REJECTED - LEAVES A BEFORE/AFTER AUDIT      *
001700*                   RECORD.  A HOLIDAY ON OR BEFORE TONIGHT'S   *
001800*                   BUSINESS DATE CANNOT BE ADDED OR DELETED,   *
001900*                   SINCE THE DATES ALREADY ROLLED AND THE DUE  *
002000*                   DATES ALREADY SET AROUND IT WOULD NO        *
002100*                   LONGER AGREE WITH THE CALENDAR.             *
002200*================================================================*
002300*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT HOLIDAY-TRANS-FILE
002800            ASSIGN TO 'holiday_trans_file.txt'
002900            ORGANIZATION IS LINE SEQUENTIAL.
003000
003100     SELECT OPTIONAL HOLIDAY-FILE
003200            ASSIGN TO 'holiday_calendar_file.txt'
003300            ORGANIZATION IS INDEXED
003400            ACCESS MODE IS RANDOM
003500            RECORD KEY IS HOL-DATE.
003600
003700     SELECT AUDIT-FILE
003800            ASSIGN TO 'holiday_audit_file.txt'
003900            ORGANIZATION IS LINE SEQUENTIAL.
004000
004100     SELECT OPTIONAL BUSINESS-DATE-FILE
004200            ASSIGN TO 'business_date_file.txt'
004300            ORGANIZATION IS LINE SEQUENTIAL.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  HOLIDAY-TRANS-FILE.
004800     COPY HOLTRN.
004900
005000 FD  HOLIDAY-FILE.
005100     COPY HOLCAL.
005200
005300 FD  AUDIT-FILE.
005400 01  AUDIT-RECORD.
005500     05 AUD-RUN-DATE         PIC 9(08).
005600     05 FILLER               PIC X.
005700     05 AUD-ACTION           PIC X(01).
005800     05 FILLER               PIC X.
005900     05 AUD-HOLIDAY-DATE     PIC X(08).
006000     05 FILLER               PIC X.
006100     05 AUD-STATUS           PIC X(04).
006200     05 FILLER               PIC X.
006300     05 AUD-REASON-TEXT      PIC X(30).
006400     05 FILLER               PIC X.
006500     05 AUD-BEFORE-IMAGE     PIC X(48).
006600     05 FILLER               PIC X.
006700     05 AUD-AFTER-IMAGE      PIC X(48).
006800
006900 FD  BUSINESS-DATE-FILE.
007000     COPY BUSDATE.
007100
007200 WORKING-STORAGE SECTION.
007300 01  WS-EOF                  PIC X VALUE 'N'.
007400     88 AT-END-OF-TRANS-FILE      VALUE 'Y'.
007500 01  WS-FOUND-SW             PIC X VALUE 'N'.
007600     88 MASTER-RECORD-FOUND       VALUE 'Y'.
007700     88 MASTER-RECORD-MISSING     VALUE 'N'.
007800 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
007900 77  WS-STATUS-CODE          PIC X(04) VALUE SPACES.
008000 77  WS-REASON-TEXT          PIC X(30) VALUE SPACES.
008100 77  WS-BEFORE-IMAGE         PIC X(48) VALUE SPACES.
008200 77  WS-AFTER-IMAGE          PIC X(48) VALUE SPACES.
008300 77  WS-READ-COUNT           PIC 9(06) VALUE ZERO.
008400 77  WS-APPLIED-COUNT        PIC 9(06) VALUE ZERO.
008500 77  WS-REJECTED-COUNT       PIC 9(06) VALUE ZERO.
008600 77  WS-HOL-DATE-NUM         PIC 9(08) VALUE ZERO.
008700
008800 PROCEDURE DIVISION.
008900 0000-MAINLINE.
009000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009100     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
009200             UNTIL AT-END-OF-TRANS-FILE
009300     PERFORM 9000-TERMINATE THRU 9000-EXIT
009400     STOP RUN.
009500
009600 1000-INITIALIZE.
009700     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
009800     OPEN INPUT HOLIDAY-TRANS-FILE
009900     OPEN I-O HOLIDAY-FILE
010000     OPEN EXTEND AUDIT-FILE.
010100 1000-EXIT.
010200     EXIT.
010300
010400*----------------------------------------------------------------*
010500*  1050-READ-BUSINESS-DATE                                      *
010600*  TONIGHT'S BUSINESS DATE COMES FROM THE DATE CONTROL FILE,     *
010700*  NOT THE SYSTEM CLOCK.  NO USABLE CONTROL RECORD STOPS THE     *
010800*  STEP BEFORE ANYTHING IS TOUCHED.                              *
010900*----------------------------------------------------------------*
011000 1050-READ-BUSINESS-DATE.
011100     OPEN INPUT BUSINESS-DATE-FILE
011200     READ BUSINESS-DATE-FILE
011300         AT END
011400             MOVE ZERO TO BD-BUSINESS-DATE
011500     END-READ
011600     CLOSE BUSINESS-DATE-FILE
011700     IF BD-BUSINESS-DATE NOT NUMERIC
011800        OR BD-BUSINESS-DATE = ZERO
011900         DISPLAY 'HOLMNT: NO BUSINESS DATE ON THE DATE CONTROL'
012000                 ' FILE - RUN STOPPED'
012100         MOVE 16 TO RETURN-CODE
012200         STOP RUN
012300     END-IF
012400     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
012500 1050-EXIT.
012600     EXIT.
012700
012800*----------------------------------------------------------------*
012900*  2000-PROCESS-TRANS                                           *
013000*  READS ONE TRANSACTION, VALIDATES IT, APPLIES IT TO THE        *
013100*  CALENDAR, AND WRITES ONE AUDIT RECORD WHATEVER THE OUTCOME.   *
013200*----------------------------------------------------------------*
013300 2000-PROCESS-TRANS.
013400     READ HOLIDAY-TRANS-FILE
013500         AT END
013600             MOVE 'Y' TO WS-EOF
013700             GO TO 2000-EXIT
013800     END-READ
013900
014000     ADD 1 TO WS-READ-COUNT
014100     MOVE 'APPL' TO WS-STATUS-CODE
014200     MOVE SPACES TO WS-REASON-TEXT
014300     MOVE SPACES TO WS-BEFORE-IMAGE
014400     MOVE SPACES TO WS-AFTER-IMAGE
014500
014600     PERFORM 2050-EDIT-DATE THRU 2050-EXIT
014700     IF WS-STATUS-CODE = 'APPL'
014800         IF HT-ACTION-ADD
014900             PERFORM 2100-APPLY-ADD THRU 2100-EXIT
015000         ELSE
015100             IF HT-ACTION-CHANGE
015200                 PERFORM 2200-APPLY-CHANGE THRU 2200-EXIT
015300             ELSE
015400                 IF HT-ACTION-DELETE
015500                     PERFORM 2300-APPLY-DELETE THRU 2300-EXIT
015600                 ELSE
015700                     MOVE 'RJ05' TO WS-STATUS-CODE
015800                     MOVE 'ACTION IS NOT A, C OR D'
015900                         TO WS-REASON-TEXT
016000                 END-IF
016100             END-IF
016200         END-IF
016300     END-IF
016400
016500     IF WS-STATUS-CODE = 'APPL'
016600         ADD 1 TO WS-APPLIED-COUNT
016700     ELSE
016800         ADD 1 TO WS-REJECTED-COUNT
016900     END-IF
017000     PERFORM 2900-WRITE-AUDIT THRU 2900-EXIT.
017100 2000-EXIT.
017200     EXIT.
017300
017400*----------------------------------------------------------------*
017500*  2050-EDIT-DATE                                               *
017600*  EVERY TRANSACTION MUST CARRY A REAL CALENDAR DATE - NUMERIC,  *
017700*  A MONTH OF 01-12 AND A DAY THAT EXISTS IN THAT MONTH.         *
017800*----------------------------------------------------------------*
017900 2050-EDIT-DATE.
018000     IF HT-DATE NOT NUMERIC
018100         MOVE 'RJ06' TO WS-STATUS-CODE
018200         MOVE 'HOLIDAY DATE IS NOT NUMERIC' TO WS-REASON-TEXT
018300         GO TO 2050-EXIT
018400     END-IF
018500     MOVE HT-DATE TO WS-HOL-DATE-NUM
018600     IF FUNCTION TEST-DATE-YYYYMMDD (WS-HOL-DATE-NUM) NOT = ZERO
018700         MOVE 'RJ06' TO WS-STATUS-CODE
018800         MOVE 'HOLIDAY DATE IS NOT A DATE' TO WS-REASON-TEXT
018900     END-IF.
019000 2050-EXIT.
019100     EXIT.
019200
019300*----------------------------------------------------------------*
019400*  2100-APPLY-ADD                                               *
019500*  AN ADD MUST FALL AFTER TONIGHT'S BUSINESS DATE, CARRY A       *
019600*  DESCRIPTION, AND NOT ALREADY BE ON THE CALENDAR.              *
019700*----------------------------------------------------------------*
019800 2100-APPLY-ADD.
019900     IF WS-HOL-DATE-NUM NOT > WS-RUN-DATE
020000         MOVE 'RJ04' TO WS-STATUS-CODE
020100         MOVE 'DATE NOT AFTER BUSINESS DATE' TO WS-REASON-TEXT
020200         GO TO 2100-EXIT
020300     END-IF
020400     IF HT-DESCRIPTION = SPACES
020500         MOVE 'RJ07' TO WS-STATUS-CODE
020600         MOVE 'DESCRIPTION IS BLANK' TO WS-REASON-TEXT
020700         GO TO 2100-EXIT
020800     END-IF
020900     PERFORM 3100-READ-MASTER THRU 3100-EXIT
021000     IF MASTER-RECORD-FOUND
021100         MOVE 'RJ01' TO WS-STATUS-CODE
021200         MOVE 'DUPLICATE ADD - DATE EXISTS' TO WS-REASON-TEXT
021300         MOVE HOLIDAY-RECORD TO WS-BEFORE-IMAGE
021400         GO TO 2100-EXIT
021500     END-IF
021600     MOVE SPACES TO HOLIDAY-RECORD
021700     MOVE WS-HOL-DATE-NUM TO HOL-DATE
021800     MOVE HT-DESCRIPTION TO HOL-DESCRIPTION
021900     MOVE WS-RUN-DATE TO HOL-ADDED-DATE
022000     MOVE HOLIDAY-RECORD TO WS-AFTER-IMAGE
022100     PERFORM 3200-ADD-MASTER THRU 3200-EXIT.
022200 2100-EXIT.
022300     EXIT.
022400
022500*----------------------------------------------------------------*
022600*  2200-APPLY-CHANGE                                            *
022700*  A CHANGE REPLACES THE DESCRIPTION ONLY, SO IT IS ALLOWED FOR  *
022800*  ANY DATE ON THE CALENDAR, PAST OR FUTURE.                     *
022900*----------------------------------------------------------------*
023000 2200-APPLY-CHANGE.
023100     PERFORM 3100-READ-MASTER THRU 3100-EXIT
023200     IF MASTER-RECORD-MISSING
023300         MOVE 'RJ02' TO WS-STATUS-CODE
023400         MOVE 'CHANGE - DATE NOT ON CALENDAR' TO WS-REASON-TEXT
023500         GO TO 2200-EXIT
023600     END-IF
023700     MOVE HOLIDAY-RECORD TO WS-BEFORE-IMAGE
023800     IF HT-DESCRIPTION = SPACES
023900         MOVE 'RJ07' TO WS-STATUS-CODE
024000         MOVE 'DESCRIPTION IS BLANK' TO WS-REASON-TEXT
024100         GO TO 2200-EXIT
024200     END-IF
024300     MOVE HT-DESCRIPTION TO HOL-DESCRIPTION
024400     MOVE HOLIDAY-RECORD TO WS-AFTER-IMAGE
024500     PERFORM 3300-REWRITE-MASTER THRU 3300-EXIT.
024600 2200-EXIT.
024700     EXIT.
024800
024900*----------------------------------------------------------------*
025000*  2300-APPLY-DELETE                                            *
025100*  A DELETE MUST HIT A DATE ON THE CALENDAR THAT IS STILL AFTER  *
025200*  TONIGHT'S BUSINESS DATE.  THE RECORD AS IT STOOD GOES TO THE  *
025300*  AUDIT TRAIL AS THE BEFORE IMAGE.                              *
025400*----------------------------------------------------------------*
025500 2300-APPLY-DELETE.
025600     PERFORM 3100-READ-MASTER THRU 3100-EXIT
025700     IF MASTER-RECORD-MISSING
025800         MOVE 'RJ03' TO WS-STATUS-CODE
025900         MOVE 'DELETE - DATE NOT ON CALENDAR' TO WS-REASON-TEXT
026000         GO TO 2300-EXIT
026100     END-IF
026200     MOVE HOLIDAY-RECORD TO WS-BEFORE-IMAGE
026300     IF WS-HOL-DATE-NUM NOT > WS-RUN-DATE
026400         MOVE 'RJ04' TO WS-STATUS-CODE
026500         MOVE 'DATE NOT AFTER BUSINESS DATE' TO WS-REASON-TEXT
026600         GO TO 2300-EXIT
026700     END-IF
026800     PERFORM 3400-DELETE-MASTER THRU 3400-EXIT.
026900 2300-EXIT.
027000     EXIT.
027100
027200*----------------------------------------------------------------*
027300*  2900-WRITE-AUDIT                                             *
027400*  ONE AUDIT RECORD PER TRANSACTION, APPLIED OR NOT, WITH THE    *
027500*  CALENDAR RECORD AS IT STOOD BEFORE AND AS IT STANDS AFTER.    *
027600*----------------------------------------------------------------*
027700 2900-WRITE-AUDIT.
027800     MOVE SPACES TO AUDIT-RECORD
027900     MOVE WS-RUN-DATE TO AUD-RUN-DATE
028000     MOVE HT-ACTION TO AUD-ACTION
028100     MOVE HT-DATE TO AUD-HOLIDAY-DATE
028200     MOVE WS-STATUS-CODE TO AUD-STATUS
028300     MOVE WS-REASON-TEXT TO AUD-REASON-TEXT
028400     MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
028500     MOVE WS-AFTER-IMAGE TO AUD-AFTER-IMAGE
028600     WRITE AUDIT-RECORD.
028700 2900-EXIT.
028800     EXIT.
028900
029000*----------------------------------------------------------------*
029100*  3100-READ-MASTER                                             *
029200*  KEYED READ OF THE CALENDAR FOR THE TRANSACTION'S DATE,        *
029300*  SETTING THE FOUND SWITCH INSTEAD OF LETTING INVALID KEY       *
029400*  RIPPLE UPWARD.                                                *
029500*----------------------------------------------------------------*
029600 3100-READ-MASTER.
029700     MOVE 'Y' TO WS-FOUND-SW
029800     MOVE WS-HOL-DATE-NUM TO HOL-DATE
029900     READ HOLIDAY-FILE
030000         INVALID KEY
030100             MOVE 'N' TO WS-FOUND-SW
030200     END-READ.
030300 3100-EXIT.
030400     EXIT.
030500
030600 3200-ADD-MASTER.
030700     WRITE HOLIDAY-RECORD
030800         INVALID KEY
030900             MOVE 'RJ01' TO WS-STATUS-CODE
031000             MOVE 'DUPLICATE ADD - DATE EXISTS' TO WS-REASON-TEXT
031100             MOVE SPACES TO WS-AFTER-IMAGE
031200     END-WRITE.
031300 3200-EXIT.
031400     EXIT.
031500
031600 3300-REWRITE-MASTER.
031700     REWRITE HOLIDAY-RECORD
031800         INVALID KEY
031900             MOVE 'RJ02' TO WS-STATUS-CODE
032000             MOVE 'CHANGE - DATE NOT ON CALENDAR'
032100                 TO WS-REASON-TEXT
032200             MOVE SPACES TO WS-AFTER-IMAGE
032300     END-REWRITE.
032400 3300-EXIT.
032500     EXIT.
032600
032700 3400-DELETE-MASTER.
032800     DELETE HOLIDAY-FILE
032900         INVALID KEY
033000             MOVE 'RJ03' TO WS-STATUS-CODE
033100             MOVE 'DELETE - DATE NOT ON CALENDAR'
033200                 TO WS-REASON-TEXT
033300     END-DELETE.
033400 3400-EXIT.
033500     EXIT.
033600
033700*----------------------------------------------------------------*
033800*  9000-TERMINATE                                                *
033900*  CLOSES THE FILES AND SHOWS THE RUN'S CONTROL COUNTS ON       *
034000*  SYSOUT SO AN OPERATOR CAN EYEBALL THE NIGHT'S MAINTENANCE.    *
034100*----------------------------------------------------------------*
034200 9000-TERMINATE.
034300     CLOSE HOLIDAY-TRANS-FILE
034400     CLOSE HOLIDAY-FILE
034500     CLOSE AUDIT-FILE
034600     DISPLAY 'HOLMNT TRANSACTIONS READ: ' WS-READ-COUNT
034700     DISPLAY 'HOLMNT APPLIED:           ' WS-APPLIED-COUNT
034800     DISPLAY 'HOLMNT REJECTED:          ' WS-REJECTED-COUNT.
034900 9000-EXIT.
035000     EXIT.
