001600*                   STILL OUT - SO CHARGED-OFF MONEY STAYS      *
001700*                   VISIBLE INSTEAD OF LIVING IN A              *
001800*                   SPREADSHEET NOBODY CAN AUDIT.               *
001810*  10/15/2026  DT   THE RUN DATE NOW COMES FROM THE BUSINESS-   *
001820*                   DATE CONTROL FILE BDROLL MAINTAINS INSTEAD  *
001830*                   OF THE SYSTEM CLOCK, SO A RUN THAT SLIPS    *
001840*                   PAST MIDNIGHT OR A CATCH-UP RUN STAMPS THE  *
001850*                   NIGHT IT IS ACTUALLY SERVICING.             *
001860*  10/15/2026  DT   LOAN ID WIDENED FROM 3 TO 10 CHARACTERS FOR  *
001870*                   THE ORIGINATION SYSTEM'S 10-DIGIT ACCOUNT    *
001880*                   NUMBER. REPORT LOAN COLUMN WIDENED TO MATCH. *
001900*================================================================*
002000*
002100 ENVIRONMENT DIVISION.
003700            ASSIGN TO 'recovery_report.txt'
003800            ORGANIZATION IS LINE SEQUENTIAL.
003900
003910     SELECT OPTIONAL BUSINESS-DATE-FILE
003920            ASSIGN TO 'business_date_file.txt'
003930            ORGANIZATION IS LINE SEQUENTIAL.
003940
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  CHARGEOFF-MASTER-FILE.
004800 FD  RECOVERY-REPORT-FILE.
004900 01  RECOVERY-REPORT-LINE    PIC X(100).
005000
005010 FD  BUSINESS-DATE-FILE.
005020     COPY BUSDATE.
005030
005100 WORKING-STORAGE SECTION.
005200 01  WS-EOF                  PIC X VALUE 'N'.
005300     88 AT-END-OF-CHARGEOFF-FILE  VALUE 'Y'.
006400     05 H1-RUN-DATE          PIC 9(08).
006500
006600 01  WS-HEADING-2.
006700     05 FILLER               PIC X(13) VALUE '  LOAN'.
006800     05 FILLER               PIC X(01) VALUE SPACE.
006900     05 FILLER               PIC X(30) VALUE 'BORROWER'.
007000     05 FILLER               PIC X(01) VALUE SPACE.
007500
007600 01  WS-DETAIL-LINE.
007700     05 FILLER               PIC X(03) VALUE SPACES.
007800     05 DL-LOAN-ID           PIC X(10).
007900     05 FILLER               PIC X(01) VALUE SPACE.
008000     05 DL-BORROWER-NAME     PIC X(30).
008100     05 FILLER               PIC X(01) VALUE SPACE.
009900     STOP RUN.
010000
010100 1000-INITIALIZE.
010200     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
010300     OPEN INPUT CHARGEOFF-MASTER-FILE
010400     OPEN INPUT BORROWER-MASTER-FILE
010500     OPEN OUTPUT RECOVERY-REPORT-FILE
011200     WRITE RECOVERY-REPORT-LINE.
011300 1000-EXIT.
011400     EXIT.
011403
011406*----------------------------------------------------------------*
011409*  1050-READ-BUSINESS-DATE                                       *
011412*  TONIGHT'S BUSINESS DATE COMES FROM THE DATE CONTROL FILE,     *
011415*  NOT THE SYSTEM CLOCK, SO A RUN THAT SLIPS PAST MIDNIGHT OR A  *
011418*  CATCH-UP RUN FOR A MISSED NIGHT STAMPS THE RIGHT DATE.  NO    *
011421*  USABLE CONTROL RECORD STOPS THE STEP BEFORE ANYTHING IS       *
011424*  TOUCHED.                                                      *
011427*----------------------------------------------------------------*
011430 1050-READ-BUSINESS-DATE.
011433     OPEN INPUT BUSINESS-DATE-FILE
011436     READ BUSINESS-DATE-FILE
011439         AT END
011442             MOVE ZERO TO BD-BUSINESS-DATE
011445     END-READ
011448     CLOSE BUSINESS-DATE-FILE
011451     IF BD-BUSINESS-DATE NOT NUMERIC
011454        OR BD-BUSINESS-DATE = ZERO
011457         DISPLAY 'RECOVRPT: NO BUSINESS DATE ON THE DATE CONTROL'
011460                 ' FILE - RUN STOPPED'
011463         MOVE 16 TO RETURN-CODE
011466         STOP RUN
011469     END-IF
011472     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
011475 1050-EXIT.
011478     EXIT.
011500
011600*----------------------------------------------------------------*
011700*  2000-LIST-ONE-LOAN                                            *
