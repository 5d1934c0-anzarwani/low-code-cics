000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FORBRPT.
000300 AUTHOR. D-TEAGUE.
000400 INSTALLATION. LOAN-SERVICING-BATCH.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*================================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  ---------- ----  ----------------------------------------    *
001100*  10/15/2026  DT   ORIGINAL VERSION.  DAILY PAYMENT-HOLIDAY     *
001200*                   REPORT.  SWEEPS THE KEYED FORBEARANCE        *
001300*                   MASTER AFTER THE NIGHTLY RUN AND LISTS EVERY *
001400*                   LOAN THAT ENTERED ITS HOLIDAY WINDOW TONIGHT *
001500*                   AND EVERY LOAN THAT LEFT IT AND RE-AMORTISED,*
001600*                   WITH THE CYCLES SKIPPED, THE INTEREST THEY   *
001700*                   CARRIED AND WHAT WAS CAPITALISED, PLUS A     *
001800*                   COUNT OF HOLIDAYS STILL RUNNING OR PENDING.  *
001810*  10/15/2026  DT   THE RUN DATE NOW COMES FROM THE BUSINESS-    *
001820*                   DATE CONTROL FILE BDROLL MAINTAINS INSTEAD   *
001830*                   OF THE SYSTEM CLOCK, SO A RUN THAT SLIPS     *
001840*                   PAST MIDNIGHT OR A CATCH-UP RUN STAMPS THE   *
001850*                   NIGHT IT IS ACTUALLY SERVICING.              *
001860*  10/15/2026  DT   LOAN ID WIDENED FROM 3 TO 10 CHARACTERS FOR  *
001870*                   THE ORIGINATION SYSTEM'S 10-DIGIT ACCOUNT    *
001880*                   NUMBER. REPORT LOAN COLUMN WIDENED TO MATCH. *
001900*================================================================*
002000*
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT OPTIONAL FORBEARANCE-FILE
002500            ASSIGN TO 'forbearance_master_file.txt'
002600            ORGANIZATION IS INDEXED
002700            ACCESS MODE IS SEQUENTIAL
002800            RECORD KEY IS FB-LOAN-ID.
002900
003000     SELECT BORROWER-MASTER-FILE
003100            ASSIGN TO 'borrower_master_file.txt'
003200            ORGANIZATION IS INDEXED
003300            ACCESS MODE IS RANDOM
003400            RECORD KEY IS BM-LOAN-ID.
003500
003600     SELECT FORBEARANCE-REPORT-FILE
003700            ASSIGN TO 'forbearance_report.txt'
003800            ORGANIZATION IS LINE SEQUENTIAL.
003900
003910     SELECT OPTIONAL BUSINESS-DATE-FILE
003920            ASSIGN TO 'business_date_file.txt'
003930            ORGANIZATION IS LINE SEQUENTIAL.
003940
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  FORBEARANCE-FILE.
004300     COPY FORBMAST.
004400
004500 FD  BORROWER-MASTER-FILE.
004600     COPY BORRMAST.
004700
004800 FD  FORBEARANCE-REPORT-FILE.
004900 01  FORBEARANCE-REPORT-LINE PIC X(120).
005000
005010 FD  BUSINESS-DATE-FILE.
005020     COPY BUSDATE.
005030
005100 WORKING-STORAGE SECTION.
005200 01  WS-EOF                  PIC X VALUE 'N'.
005300     88 AT-END-OF-FORBEARANCE-FILE VALUE 'Y'.
005400 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
005500 77  WS-ENTERED-COUNT        PIC 9(06) VALUE ZERO.
005600 77  WS-LEFT-COUNT           PIC 9(06) VALUE ZERO.
005700 77  WS-ACTIVE-COUNT         PIC 9(06) VALUE ZERO.
005800 77  WS-PENDING-COUNT        PIC 9(06) VALUE ZERO.
005900 77  WS-SKIPPED-INT-TOTAL    PIC 9(14) VALUE ZERO.
006000 77  WS-CAPITALISED-TOTAL    PIC 9(14) VALUE ZERO.
006100
006200 01  WS-HEADING-1.
006300     05 FILLER               PIC X(36)
006400            VALUE 'LOANS ENTERING AND LEAVING HOLIDAY, '.
006500     05 H1-RUN-DATE          PIC 9(08).
006600
006700 01  WS-HEADING-2.
006800     05 FILLER               PIC X(13) VALUE '  LOAN'.
006900     05 FILLER               PIC X(01) VALUE SPACE.
007000     05 FILLER               PIC X(30) VALUE 'BORROWER'.
007100     05 FILLER               PIC X(01) VALUE SPACE.
007200     05 FILLER               PIC X(07) VALUE 'MOVE   '.
007300     05 FILLER               PIC X(01) VALUE SPACE.
007400     05 FILLER               PIC X(08) VALUE 'START   '.
007500     05 FILLER               PIC X(01) VALUE SPACE.
007600     05 FILLER               PIC X(08) VALUE 'END     '.
007700     05 FILLER               PIC X(01) VALUE SPACE.
007800     05 FILLER               PIC X(02) VALUE 'TR'.
007900     05 FILLER               PIC X(01) VALUE SPACE.
008000     05 FILLER               PIC X(04) VALUE 'CYCL'.
008100     05 FILLER               PIC X(01) VALUE SPACE.
008200     05 FILLER               PIC X(12) VALUE ' SKIPPED INT'.
008300     05 FILLER               PIC X(01) VALUE SPACE.
008400     05 FILLER               PIC X(12) VALUE ' CAPITALISED'.
008500
008600 01  WS-DETAIL-LINE.
008700     05 FILLER               PIC X(03) VALUE SPACES.
008800     05 DL-LOAN-ID           PIC X(10).
008900     05 FILLER               PIC X(01) VALUE SPACE.
009000     05 DL-BORROWER-NAME     PIC X(30).
009100     05 FILLER               PIC X(01) VALUE SPACE.
009200     05 DL-MOVEMENT          PIC X(07).
009300     05 FILLER               PIC X(01) VALUE SPACE.
009400     05 DL-START-DATE        PIC 9(08).
009500     05 FILLER               PIC X(01) VALUE SPACE.
009600     05 DL-END-DATE          PIC 9(08).
009700     05 FILLER               PIC X(02) VALUE SPACES.
009800     05 DL-TREATMENT         PIC X(01).
009900     05 FILLER               PIC X(03) VALUE SPACES.
010000     05 DL-SKIPPED-CYCLES    PIC Z9.
010100     05 FILLER               PIC X(01) VALUE SPACE.
010200     05 DL-SKIPPED-INTEREST  PIC Z(11)9.
010300     05 FILLER               PIC X(01) VALUE SPACE.
010400     05 DL-CAPITALISED-AMT   PIC Z(11)9.
010500
010600 01  WS-TOTAL-LINE.
010700     05 TL-CAPTION           PIC X(30).
010800     05 TL-VALUE             PIC Z(13)9.
010900
011000 PROCEDURE DIVISION.
011100 0000-MAINLINE.
011200     PERFORM 1000-INITIALIZE THRU 1000-EXIT
011300     PERFORM 2000-LIST-ONE-HOLIDAY THRU 2000-EXIT
011400             UNTIL AT-END-OF-FORBEARANCE-FILE
011500     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
011600     PERFORM 9000-TERMINATE THRU 9000-EXIT
011700     STOP RUN.
011800
011900 1000-INITIALIZE.
012000     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
012100     OPEN INPUT FORBEARANCE-FILE
012200     OPEN INPUT BORROWER-MASTER-FILE
012300     OPEN OUTPUT FORBEARANCE-REPORT-FILE
012400     MOVE SPACES TO FORBEARANCE-REPORT-LINE
012500     MOVE WS-RUN-DATE TO H1-RUN-DATE
012600     MOVE WS-HEADING-1 TO FORBEARANCE-REPORT-LINE
012700     WRITE FORBEARANCE-REPORT-LINE
012800     MOVE SPACES TO FORBEARANCE-REPORT-LINE
012900     WRITE FORBEARANCE-REPORT-LINE
013000     MOVE WS-HEADING-2 TO FORBEARANCE-REPORT-LINE
013100     WRITE FORBEARANCE-REPORT-LINE.
013200 1000-EXIT.
013300     EXIT.
013303
013306*----------------------------------------------------------------*
013309*  1050-READ-BUSINESS-DATE                                       *
013312*  TONIGHT'S BUSINESS DATE COMES FROM THE DATE CONTROL FILE,     *
013315*  NOT THE SYSTEM CLOCK, SO A RUN THAT SLIPS PAST MIDNIGHT OR A  *
013318*  CATCH-UP RUN FOR A MISSED NIGHT STAMPS THE RIGHT DATE.  NO    *
013321*  USABLE CONTROL RECORD STOPS THE STEP BEFORE ANYTHING IS       *
013324*  TOUCHED.                                                      *
013327*----------------------------------------------------------------*
013330 1050-READ-BUSINESS-DATE.
013333     OPEN INPUT BUSINESS-DATE-FILE
013336     READ BUSINESS-DATE-FILE
013339         AT END
013342             MOVE ZERO TO BD-BUSINESS-DATE
013345     END-READ
013348     CLOSE BUSINESS-DATE-FILE
013351     IF BD-BUSINESS-DATE NOT NUMERIC
013354        OR BD-BUSINESS-DATE = ZERO
013357         DISPLAY 'FORBRPT: NO BUSINESS DATE ON THE DATE CONTROL'
013360                 ' FILE - RUN STOPPED'
013363         MOVE 16 TO RETURN-CODE
013366         STOP RUN
013369     END-IF
013372     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
013375 1050-EXIT.
013378     EXIT.
013400
013500*----------------------------------------------------------------*
013600*  2000-LIST-ONE-HOLIDAY                                         *
013700*  READS ONE HOLIDAY IN KEY ORDER.  A HOLIDAY THE NIGHTLY RUN    *
013800*  OPENED TONIGHT IS LISTED AS ENTERED; ONE IT CLOSED TONIGHT    *
013900*  AND RE-AMORTISED IS LISTED AS LEFT.  EVERY OTHER HOLIDAY IS   *
014000*  ONLY COUNTED BY ITS STATUS.                                   *
014100*----------------------------------------------------------------*
014200 2000-LIST-ONE-HOLIDAY.
014300     READ FORBEARANCE-FILE NEXT
014400         AT END
014500             MOVE 'Y' TO WS-EOF
014600             GO TO 2000-EXIT
014700     END-READ
014800     IF FB-ACTIVE
014900         ADD 1 TO WS-ACTIVE-COUNT
015000     END-IF
015100     IF FB-PENDING
015200         ADD 1 TO WS-PENDING-COUNT
015300     END-IF
015400     MOVE SPACES TO WS-DETAIL-LINE
015500     IF FB-ACTIVE
015600        AND FB-ENTERED-DATE = WS-RUN-DATE
015700         ADD 1 TO WS-ENTERED-COUNT
015800         MOVE 'ENTERED' TO DL-MOVEMENT
015900     ELSE
016000         IF FB-ENDED
016100            AND FB-EXITED-DATE = WS-RUN-DATE
016200             ADD 1 TO WS-LEFT-COUNT
016300             ADD FB-SKIPPED-INTEREST TO WS-SKIPPED-INT-TOTAL
016400             ADD FB-CAPITALISED-AMT TO WS-CAPITALISED-TOTAL
016500             MOVE 'LEFT' TO DL-MOVEMENT
016600         ELSE
016700             GO TO 2000-EXIT
016800         END-IF
016900     END-IF
017000     PERFORM 2100-LOOKUP-BORROWER THRU 2100-EXIT
017100     MOVE FB-LOAN-ID TO DL-LOAN-ID
017200     MOVE BM-BORROWER-NAME TO DL-BORROWER-NAME
017300     MOVE FB-START-DATE TO DL-START-DATE
017400     MOVE FB-END-DATE TO DL-END-DATE
017500     MOVE FB-TREATMENT TO DL-TREATMENT
017600     MOVE FB-SKIPPED-CYCLES TO DL-SKIPPED-CYCLES
017700     MOVE FB-SKIPPED-INTEREST TO DL-SKIPPED-INTEREST
017800     MOVE FB-CAPITALISED-AMT TO DL-CAPITALISED-AMT
017900     MOVE WS-DETAIL-LINE TO FORBEARANCE-REPORT-LINE
018000     WRITE FORBEARANCE-REPORT-LINE.
018100 2000-EXIT.
018200     EXIT.
018300
018400 2100-LOOKUP-BORROWER.
018500     MOVE FB-LOAN-ID TO BM-LOAN-ID
018600     READ BORROWER-MASTER-FILE
018700         INVALID KEY
018800             MOVE 'UNKNOWN BORROWER'     TO BM-BORROWER-NAME
018900     END-READ.
019000 2100-EXIT.
019100     EXIT.
019200
019300*----------------------------------------------------------------*
019400*  8000-PRINT-TOTALS                                            *
019500*----------------------------------------------------------------*
019600 8000-PRINT-TOTALS.
019700     MOVE SPACES TO FORBEARANCE-REPORT-LINE
019800     WRITE FORBEARANCE-REPORT-LINE
019900
020000     MOVE SPACES TO WS-TOTAL-LINE
020100     MOVE 'LOANS ENTERING HOLIDAY.....' TO TL-CAPTION
020200     MOVE WS-ENTERED-COUNT TO TL-VALUE
020300     MOVE WS-TOTAL-LINE TO FORBEARANCE-REPORT-LINE
020400     WRITE FORBEARANCE-REPORT-LINE
020500
020600     MOVE SPACES TO WS-TOTAL-LINE
020700     MOVE 'LOANS LEAVING HOLIDAY......' TO TL-CAPTION
020800     MOVE WS-LEFT-COUNT TO TL-VALUE
020900     MOVE WS-TOTAL-LINE TO FORBEARANCE-REPORT-LINE
021000     WRITE FORBEARANCE-REPORT-LINE
021100
021200     MOVE SPACES TO WS-TOTAL-LINE
021300     MOVE 'INTEREST SKIPPED ON LEAVERS' TO TL-CAPTION
021400     MOVE WS-SKIPPED-INT-TOTAL TO TL-VALUE
021500     MOVE WS-TOTAL-LINE TO FORBEARANCE-REPORT-LINE
021600     WRITE FORBEARANCE-REPORT-LINE
021700
021800     MOVE SPACES TO WS-TOTAL-LINE
021900     MOVE 'INTEREST CAPITALISED.......' TO TL-CAPTION
022000     MOVE WS-CAPITALISED-TOTAL TO TL-VALUE
022100     MOVE WS-TOTAL-LINE TO FORBEARANCE-REPORT-LINE
022200     WRITE FORBEARANCE-REPORT-LINE
022300
022400     MOVE SPACES TO WS-TOTAL-LINE
022500     MOVE 'HOLIDAYS NOW ACTIVE........' TO TL-CAPTION
022600     MOVE WS-ACTIVE-COUNT TO TL-VALUE
022700     MOVE WS-TOTAL-LINE TO FORBEARANCE-REPORT-LINE
022800     WRITE FORBEARANCE-REPORT-LINE
022900
023000     MOVE SPACES TO WS-TOTAL-LINE
023100     MOVE 'HOLIDAYS APPROVED, PENDING.' TO TL-CAPTION
023200     MOVE WS-PENDING-COUNT TO TL-VALUE
023300     MOVE WS-TOTAL-LINE TO FORBEARANCE-REPORT-LINE
023400     WRITE FORBEARANCE-REPORT-LINE.
023500 8000-EXIT.
023600     EXIT.
023700
023800 9000-TERMINATE.
023900     CLOSE FORBEARANCE-FILE
024000     CLOSE BORROWER-MASTER-FILE
024100     CLOSE FORBEARANCE-REPORT-FILE.
024200 9000-EXIT.
024300     EXIT.
