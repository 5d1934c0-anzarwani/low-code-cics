001600*                   NAME FROM THE MASTER, SO THE MONTHLY BANK    *
001700*                   RECONCILIATION STOPS HUNTING FOR INVISIBLE   *
001800*                   MONEY BY HAND.                               *
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
003700            ASSIGN TO 'suspense_report.txt'
003800            ORGANIZATION IS LINE SEQUENTIAL.
003900
003910     SELECT OPTIONAL BUSINESS-DATE-FILE
003920            ASSIGN TO 'business_date_file.txt'
003930            ORGANIZATION IS LINE SEQUENTIAL.
003940
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  SUSPENSE-FILE.
004800 FD  SUSPENSE-REPORT-FILE.
004900 01  SUSPENSE-REPORT-LINE    PIC X(100).
005000
005010 FD  BUSINESS-DATE-FILE.
005020     COPY BUSDATE.
005030
005100 WORKING-STORAGE SECTION.
005200 01  WS-EOF                  PIC X VALUE 'N'.
005300     88 AT-END-OF-SUSPENSE-FILE   VALUE 'Y'.
006400     05 H1-RUN-DATE          PIC 9(08).
006500
006600 01  WS-HEADING-2.
006700     05 FILLER               PIC X(13) VALUE '  LOAN'.
006800     05 FILLER               PIC X(01) VALUE SPACE.
006900     05 FILLER               PIC X(30) VALUE 'BORROWER'.
007000     05 FILLER               PIC X(01) VALUE SPACE.
007600
007700 01  WS-DETAIL-LINE.
007800     05 FILLER               PIC X(03) VALUE SPACES.
007900     05 DL-LOAN-ID           PIC X(10).
008000     05 FILLER               PIC X(01) VALUE SPACE.
008100     05 DL-BORROWER-NAME     PIC X(30).
008200     05 FILLER               PIC X(01) VALUE SPACE.
010000     STOP RUN.
010100
010200 1000-INITIALIZE.
010300     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
010400     COMPUTE WS-RUN-DATE-INT =
010500         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
010600     OPEN INPUT SUSPENSE-FILE
011600     WRITE SUSPENSE-REPORT-LINE.
011700 1000-EXIT.
011800     EXIT.
011803
011806*----------------------------------------------------------------*
011809*  1050-READ-BUSINESS-DATE                                       *
011812*  TONIGHT'S BUSINESS DATE COMES FROM THE DATE CONTROL FILE,     *
011815*  NOT THE SYSTEM CLOCK, SO A RUN THAT SLIPS PAST MIDNIGHT OR A  *
011818*  CATCH-UP RUN FOR A MISSED NIGHT STAMPS THE RIGHT DATE.  NO    *
011821*  USABLE CONTROL RECORD STOPS THE STEP BEFORE ANYTHING IS       *
011824*  TOUCHED.                                                      *
011827*----------------------------------------------------------------*
011830 1050-READ-BUSINESS-DATE.
011833     OPEN INPUT BUSINESS-DATE-FILE
011836     READ BUSINESS-DATE-FILE
011839         AT END
011842             MOVE ZERO TO BD-BUSINESS-DATE
011845     END-READ
011848     CLOSE BUSINESS-DATE-FILE
011851     IF BD-BUSINESS-DATE NOT NUMERIC
011854        OR BD-BUSINESS-DATE = ZERO
011857         DISPLAY 'SUSPRPT: NO BUSINESS DATE ON THE DATE CONTROL'
011860                 ' FILE - RUN STOPPED'
011863         MOVE 16 TO RETURN-CODE
011866         STOP RUN
011869     END-IF
011872     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
011875 1050-EXIT.
011878     EXIT.
011900
012000*----------------------------------------------------------------*
012100*  2000-LIST-ONE-LOAN                                            *
