001600*                   LEAVES A BEFORE/AFTER AUDIT RECORD, SO A    *
001700*                   BRANCH CAN NO LONGER APPEAR OR VANISH       *
001800*                   WITHOUT A TRAIL.                            *
001810*  10/15/2026  DT   THE RUN DATE NOW COMES FROM THE BUSINESS-   *
001820*                   DATE CONTROL FILE BDROLL MAINTAINS INSTEAD  *
001830*                   OF THE SYSTEM CLOCK, SO A RUN THAT SLIPS    *
001840*                   PAST MIDNIGHT OR A CATCH-UP RUN STAMPS THE  *
001850*                   NIGHT IT IS ACTUALLY SERVICING.             *
001900*================================================================*
002000*
002100 ENVIRONMENT DIVISION.
003500            ASSIGN TO 'branch_audit_file.txt'
003600            ORGANIZATION IS LINE SEQUENTIAL.
003700
003710     SELECT OPTIONAL BUSINESS-DATE-FILE
003720            ASSIGN TO 'business_date_file.txt'
003730            ORGANIZATION IS LINE SEQUENTIAL.
003740
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  BRANCH-TRANS-FILE.
005900     05 FILLER               PIC X.
006000     05 AUD-AFTER-IMAGE      PIC X(84).
006100
006110 FD  BUSINESS-DATE-FILE.
006120     COPY BUSDATE.
006130
006200 WORKING-STORAGE SECTION.
006300 01  WS-EOF                  PIC X VALUE 'N'.
006400     88 AT-END-OF-TRANS-FILE      VALUE 'Y'.
008300     STOP RUN.
008400
008500 1000-INITIALIZE.
008600     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
008700     OPEN INPUT BRANCH-TRANS-FILE
008800     OPEN I-O BRANCH-MASTER-FILE
008900     OPEN EXTEND AUDIT-FILE.
009000 1000-EXIT.
009100     EXIT.
009103
009106*----------------------------------------------------------------*
009109*  1050-READ-BUSINESS-DATE                                       *
009112*  TONIGHT'S BUSINESS DATE COMES FROM THE DATE CONTROL FILE,     *
009115*  NOT THE SYSTEM CLOCK, SO A RUN THAT SLIPS PAST MIDNIGHT OR A  *
009118*  CATCH-UP RUN FOR A MISSED NIGHT STAMPS THE RIGHT DATE.  NO    *
009121*  USABLE CONTROL RECORD STOPS THE STEP BEFORE ANYTHING IS       *
009124*  TOUCHED.                                                      *
009127*----------------------------------------------------------------*
009130 1050-READ-BUSINESS-DATE.
009133     OPEN INPUT BUSINESS-DATE-FILE
009136     READ BUSINESS-DATE-FILE
009139         AT END
009142             MOVE ZERO TO BD-BUSINESS-DATE
009145     END-READ
009148     CLOSE BUSINESS-DATE-FILE
009151     IF BD-BUSINESS-DATE NOT NUMERIC
009154        OR BD-BUSINESS-DATE = ZERO
009157         DISPLAY 'BRCHMNT: NO BUSINESS DATE ON THE DATE CONTROL'
009160                 ' FILE - RUN STOPPED'
009163         MOVE 16 TO RETURN-CODE
009166         STOP RUN
009169     END-IF
009172     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
009175 1050-EXIT.
009178     EXIT.
009200
009300*----------------------------------------------------------------*
009400*  2000-PROCESS-TRANS                                           *
