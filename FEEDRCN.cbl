002240*                   CONSUMES IT - A LOAN ARRIVING ONLY ON THE    *
002250*                   SUPPLEMENTAL FILE WAS BEING SERVICED WITH    *
002260*                   NO DRIFT CHECK AT ALL.                       *
002266*  10/15/2026  DT   THE RUN DATE NOW COMES FROM THE BUSINESS-    *
002272*                   DATE CONTROL FILE BDROLL MAINTAINS INSTEAD   *
002278*                   OF THE SYSTEM CLOCK, SO A RUN THAT SLIPS     *
002284*                   PAST MIDNIGHT OR A CATCH-UP RUN STAMPS THE   *
002290*                   NIGHT IT IS ACTUALLY SERVICING.              *
002291*  10/15/2026  DT   LOAN ID WIDENED FROM 3 TO 10 CHARACTERS FOR  *
002292*                   THE ORIGINATION SYSTEM'S 10-DIGIT ACCOUNT    *
002293*                   NUMBER. SUPPLEMENTAL IMAGE AND DRIFT REPORT  *
002294*                   LOAN COLUMN WIDENED. HDR/TRL FRAMES STILL    *
002295*                   SIT IN THE LOAN ID POSITIONS.                *
002300*================================================================*
002400*
002500 ENVIRONMENT DIVISION.
004200            ASSIGN TO 'run_control_file.txt'
004300            ORGANIZATION IS LINE SEQUENTIAL.
004400
004410     SELECT OPTIONAL BUSINESS-DATE-FILE
004420            ASSIGN TO 'business_date_file.txt'
004430            ORGANIZATION IS LINE SEQUENTIAL.
004440
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  DAILY-FILE.
004800     COPY DLYREC.
004810
004820 FD  SUPPLEMENTAL-FILE.
004830 01  SUPPLEMENTAL-RECORD     PIC X(80).
004900
005000 FD  OUT-FILE.
005100     COPY OUTREC.
005600 FD  RUN-CONTROL-FILE.
005700     COPY RUNCTL.
005800
005810 FD  BUSINESS-DATE-FILE.
005820     COPY BUSDATE.
005830
005900 WORKING-STORAGE SECTION.
006000 01  WS-EOF                  PIC X VALUE 'N'.
006100     88 AT-END-OF-DAILY-FILE      VALUE 'Y'.
008400     05 H1-RUN-DATE          PIC 9(08).
008500
008600 01  WS-HEADING-2.
008700     05 FILLER               PIC X(13) VALUE '  LOAN'.
008800     05 FILLER               PIC X(01) VALUE SPACE.
008900     05 FILLER               PIC X(14) VALUE 'FIELD         '.
009000     05 FILLER               PIC X(14) VALUE '     FEED SAYS'.
009300
009400 01  WS-DRIFT-LINE.
009500     05 FILLER               PIC X(03) VALUE SPACES.
009600     05 DR-LOAN-ID           PIC X(10).
009700     05 FILLER               PIC X(01) VALUE SPACE.
009800     05 DR-FIELD-NAME        PIC X(14).
009900     05 DR-FEED-VALUE        PIC X(14) JUSTIFIED RIGHT.
011600     STOP RUN.
011700
011800 1000-INITIALIZE.
011900     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
012000     ACCEPT WS-TIME-WORK FROM TIME
012100     MOVE WS-TIME-WORK (1:6) TO WS-START-TIME
012200     OPEN INPUT DAILY-FILE
013100     WRITE DRIFT-REPORT-LINE.
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
013357         DISPLAY 'FEEDRCN: NO BUSINESS DATE ON THE DATE CONTROL'
013360                 ' FILE - RUN STOPPED'
013363         MOVE 16 TO RETURN-CODE
013366         STOP RUN
013369     END-IF
013372     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
013375 1050-EXIT.
013378     EXIT.
013400
013500*----------------------------------------------------------------*
013600*  2000-RECONCILE-ONE-LOAN                                       *
