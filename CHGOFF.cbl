002000*                   RUN STOPS COMPUTING EMIS FOR A CHARGED-OFF  *
002100*                   LOAN AND APPLIES ANY RECEIPT AGAINST THE    *
002200*                   CHARGED-OFF BALANCE AS A RECOVERY.          *
002210*  10/15/2026  DT   THE RUN DATE NOW COMES FROM THE BUSINESS-   *
002220*                   DATE CONTROL FILE BDROLL MAINTAINS INSTEAD  *
002230*                   OF THE SYSTEM CLOCK, SO A RUN THAT SLIPS    *
002240*                   PAST MIDNIGHT OR A CATCH-UP RUN STAMPS THE  *
002250*                   NIGHT IT IS ACTUALLY SERVICING.             *
002260*  10/15/2026  DT   LOAN ID WIDENED FROM 3 TO 10 CHARACTERS FOR  *
002270*                   THE ORIGINATION SYSTEM'S 10-DIGIT ACCOUNT    *
002280*                   NUMBER. REPORT LOAN COLUMN WIDENED TO MATCH. *
002300*================================================================*
002400*
002500 ENVIRONMENT DIVISION.
005200            ASSIGN TO 'run_control_file.txt'
005300            ORGANIZATION IS LINE SEQUENTIAL.
005400
005410     SELECT OPTIONAL BUSINESS-DATE-FILE
005420            ASSIGN TO 'business_date_file.txt'
005430            ORGANIZATION IS LINE SEQUENTIAL.
005440
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  CHARGEOFF-TRANS-FILE.
007200 FD  RUN-CONTROL-FILE.
007300     COPY RUNCTL.
007400
007410 FD  BUSINESS-DATE-FILE.
007420     COPY BUSDATE.
007430
007500 WORKING-STORAGE SECTION.
007600 01  WS-EOF                  PIC X VALUE 'N'.
007700     88 AT-END-OF-TRANS-FILE      VALUE 'Y'.
009900
010000 01  WS-RESULT-LINE.
010100     05 FILLER               PIC X(03) VALUE SPACES.
010200     05 RL-LOAN-ID           PIC X(10).
010300     05 FILLER               PIC X(01) VALUE SPACE.
010400     05 RL-VERDICT           PIC X(30).
010500     05 RL-AMOUNT            PIC Z(11)9.
011800     STOP RUN.
011900
012000 1000-INITIALIZE.
012100     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
012200     ACCEPT WS-TIME-WORK FROM TIME
012300     MOVE WS-TIME-WORK (1:6) TO WS-START-TIME
012400     OPEN INPUT CHARGEOFF-TRANS-FILE
013300     WRITE CHARGEOFF-REPORT-LINE.
013400 1000-EXIT.
013500     EXIT.
013503
013506*----------------------------------------------------------------*
013509*  1050-READ-BUSINESS-DATE                                       *
013512*  TONIGHT'S BUSINESS DATE COMES FROM THE DATE CONTROL FILE,     *
013515*  NOT THE SYSTEM CLOCK, SO A RUN THAT SLIPS PAST MIDNIGHT OR A  *
013518*  CATCH-UP RUN FOR A MISSED NIGHT STAMPS THE RIGHT DATE.  NO    *
013521*  USABLE CONTROL RECORD STOPS THE STEP BEFORE ANYTHING IS       *
013524*  TOUCHED.                                                      *
013527*----------------------------------------------------------------*
013530 1050-READ-BUSINESS-DATE.
013533     OPEN INPUT BUSINESS-DATE-FILE
013536     READ BUSINESS-DATE-FILE
013539         AT END
013542             MOVE ZERO TO BD-BUSINESS-DATE
013545     END-READ
013548     CLOSE BUSINESS-DATE-FILE
013551     IF BD-BUSINESS-DATE NOT NUMERIC
013554        OR BD-BUSINESS-DATE = ZERO
013557         DISPLAY 'CHGOFF: NO BUSINESS DATE ON THE DATE CONTROL'
013560                 ' FILE - RUN STOPPED'
013563         MOVE 16 TO RETURN-CODE
013566         STOP RUN
013569     END-IF
013572     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
013575 1050-EXIT.
013578     EXIT.
013600
013700*----------------------------------------------------------------*
013800*  2000-PROCESS-APPROVAL                                         *
