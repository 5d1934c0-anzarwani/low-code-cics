001800*                   PLUS ITS EFFECTIVE DATE, SO THE VARIABLE-   *
001900*                   RATE PRODUCT REPRICES WITHOUT THE UPSTREAM  *
002000*                   SHOP HAND-EDITING EVERY TRANSMISSION.       *
002010*  10/15/2026  DT   THE RUN DATE NOW COMES FROM THE BUSINESS-   *
002020*                   DATE CONTROL FILE BDROLL MAINTAINS INSTEAD  *
002030*                   OF THE SYSTEM CLOCK, SO A RUN THAT SLIPS    *
002040*                   PAST MIDNIGHT OR A CATCH-UP RUN STAMPS THE  *
002050*                   NIGHT IT IS ACTUALLY SERVICING.             *
002060*  10/15/2026  DT   LOAN ID WIDENED FROM 3 TO 10 CHARACTERS FOR  *
002070*                   THE ORIGINATION SYSTEM'S 10-DIGIT ACCOUNT    *
002080*                   NUMBER. AUDIT RECORD LOAN ID AND             *
002090*                   BEFORE/AFTER IMAGES WIDENED TO MATCH.        *
002100*================================================================*
002200*
002300 ENVIRONMENT DIVISION.
003700            ASSIGN TO 'loan_terms_audit_file.txt'
003800            ORGANIZATION IS LINE SEQUENTIAL.
003900
003910     SELECT OPTIONAL BUSINESS-DATE-FILE
003920            ASSIGN TO 'business_date_file.txt'
003930            ORGANIZATION IS LINE SEQUENTIAL.
003940
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  TERMS-TRANS-FILE.
005100     05 FILLER               PIC X.
005200     05 AUD-ACTION           PIC X(01).
005300     05 FILLER               PIC X.
005400     05 AUD-LOAN-ID          PIC X(10).
005500     05 FILLER               PIC X.
005600     05 AUD-STATUS           PIC X(04).
005700     05 FILLER               PIC X.
005800     05 AUD-REASON-TEXT      PIC X(30).
005900     05 FILLER               PIC X.
006000     05 AUD-BEFORE-IMAGE     PIC X(54).
006100     05 FILLER               PIC X.
006200     05 AUD-AFTER-IMAGE      PIC X(54).
006300
006310 FD  BUSINESS-DATE-FILE.
006320     COPY BUSDATE.
006330
006400 WORKING-STORAGE SECTION.
006500 01  WS-EOF                  PIC X VALUE 'N'.
006600     88 AT-END-OF-TRANS-FILE      VALUE 'Y'.
007000 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
007100 77  WS-STATUS-CODE          PIC X(04) VALUE SPACES.
007200 77  WS-REASON-TEXT          PIC X(30) VALUE SPACES.
007300 77  WS-BEFORE-IMAGE         PIC X(54) VALUE SPACES.
007400 77  WS-AFTER-IMAGE          PIC X(54) VALUE SPACES.
007500 77  WS-READ-COUNT           PIC 9(06) VALUE ZERO.
007600 77  WS-APPLIED-COUNT        PIC 9(06) VALUE ZERO.
007700 77  WS-REJECTED-COUNT       PIC 9(06) VALUE ZERO.
008800     STOP RUN.
008900
009000 1000-INITIALIZE.
009100     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
009200     OPEN INPUT TERMS-TRANS-FILE
009300     OPEN I-O LOAN-TERMS-FILE
009400     OPEN EXTEND AUDIT-FILE.
009500 1000-EXIT.
009600     EXIT.
009603
009606*----------------------------------------------------------------*
009609*  1050-READ-BUSINESS-DATE                                       *
009612*  TONIGHT'S BUSINESS DATE COMES FROM THE DATE CONTROL FILE,     *
009615*  NOT THE SYSTEM CLOCK, SO A RUN THAT SLIPS PAST MIDNIGHT OR A  *
009618*  CATCH-UP RUN FOR A MISSED NIGHT STAMPS THE RIGHT DATE.  NO    *
009621*  USABLE CONTROL RECORD STOPS THE STEP BEFORE ANYTHING IS       *
009624*  TOUCHED.                                                      *
009627*----------------------------------------------------------------*
009630 1050-READ-BUSINESS-DATE.
009633     OPEN INPUT BUSINESS-DATE-FILE
009636     READ BUSINESS-DATE-FILE
009639         AT END
009642             MOVE ZERO TO BD-BUSINESS-DATE
009645     END-READ
009648     CLOSE BUSINESS-DATE-FILE
009651     IF BD-BUSINESS-DATE NOT NUMERIC
009654        OR BD-BUSINESS-DATE = ZERO
009657         DISPLAY 'TERMMNT: NO BUSINESS DATE ON THE DATE CONTROL'
009660                 ' FILE - RUN STOPPED'
009663         MOVE 16 TO RETURN-CODE
009666         STOP RUN
009669     END-IF
009672     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
009675 1050-EXIT.
009678     EXIT.
009700
009800*----------------------------------------------------------------*
009900*  2000-PROCESS-TRANS                                           *
