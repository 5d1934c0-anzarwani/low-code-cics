001670*                   POSTAL CODE - MAINTAINED LIKE EVERY OTHER   *
001680*                   FIELD, SO THE COLLECTIONS NOTICE LETTERS    *
001690*                   HAVE SOMEWHERE TO GO.                       *
001691*  10/15/2026  DT   THE RUN DATE NOW COMES FROM THE BUSINESS-   *
001692*                   DATE CONTROL FILE BDROLL MAINTAINS INSTEAD  *
001693*                   OF THE SYSTEM CLOCK, SO A RUN THAT SLIPS    *
001694*                   PAST MIDNIGHT OR A CATCH-UP RUN STAMPS THE  *
001695*                   NIGHT IT IS ACTUALLY SERVICING.             *
001696*  10/15/2026  DT   LOAN ID WIDENED FROM 3 TO 10 CHARACTERS FOR  *
001697*                   THE ORIGINATION SYSTEM'S 10-DIGIT ACCOUNT    *
001698*                   NUMBER. AUDIT RECORD LOAN ID AND             *
001699*                   BEFORE/AFTER IMAGES WIDENED TO MATCH.        *
001700*================================================================*
001800*
001900 ENVIRONMENT DIVISION.
003450            ACCESS MODE IS RANDOM
003460            RECORD KEY IS BR-BRANCH-CODE.
003500
003510     SELECT OPTIONAL BUSINESS-DATE-FILE
003520            ASSIGN TO 'business_date_file.txt'
003530            ORGANIZATION IS LINE SEQUENTIAL.
003540
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  BORROWER-TRANS-FILE.
004700     05 FILLER               PIC X.
004800     05 AUD-ACTION           PIC X(01).
004900     05 FILLER               PIC X.
005000     05 AUD-LOAN-ID          PIC X(10).
005100     05 FILLER               PIC X.
005200     05 AUD-STATUS           PIC X(04).
005300     05 FILLER               PIC X.
005400     05 AUD-REASON-TEXT      PIC X(30).
005500     05 FILLER               PIC X.
005600     05 AUD-BEFORE-IMAGE     PIC X(153).
005700     05 FILLER               PIC X.
005800     05 AUD-AFTER-IMAGE      PIC X(153).
005900
005910 FD  BUSINESS-DATE-FILE.
005920     COPY BUSDATE.
005930
006000 WORKING-STORAGE SECTION.
006100 01  WS-EOF                  PIC X VALUE 'N'.
006200     88 AT-END-OF-TRANS-FILE      VALUE 'Y'.
006600 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
006700 77  WS-STATUS-CODE          PIC X(04) VALUE SPACES.
006800 77  WS-REASON-TEXT          PIC X(30) VALUE SPACES.
006900 77  WS-BEFORE-IMAGE         PIC X(153) VALUE SPACES.
007000 77  WS-AFTER-IMAGE          PIC X(153) VALUE SPACES.
007100 77  WS-READ-COUNT           PIC 9(06) VALUE ZERO.
007200 77  WS-APPLIED-COUNT        PIC 9(06) VALUE ZERO.
007300 77  WS-REJECTED-COUNT       PIC 9(06) VALUE ZERO.
008100     STOP RUN.
008200
008300 1000-INITIALIZE.
008400     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
008500     OPEN INPUT BORROWER-TRANS-FILE
008600     OPEN I-O BORROWER-MASTER-FILE
008610     OPEN INPUT BRANCH-MASTER-FILE
008700     OPEN EXTEND AUDIT-FILE.
008800 1000-EXIT.
008900     EXIT.
008903
008906*----------------------------------------------------------------*
008909*  1050-READ-BUSINESS-DATE                                       *
008912*  TONIGHT'S BUSINESS DATE COMES FROM THE DATE CONTROL FILE,     *
008915*  NOT THE SYSTEM CLOCK, SO A RUN THAT SLIPS PAST MIDNIGHT OR A  *
008918*  CATCH-UP RUN FOR A MISSED NIGHT STAMPS THE RIGHT DATE.  NO    *
008921*  USABLE CONTROL RECORD STOPS THE STEP BEFORE ANYTHING IS       *
008924*  TOUCHED.                                                      *
008927*----------------------------------------------------------------*
008930 1050-READ-BUSINESS-DATE.
008933     OPEN INPUT BUSINESS-DATE-FILE
008936     READ BUSINESS-DATE-FILE
008939         AT END
008942             MOVE ZERO TO BD-BUSINESS-DATE
008945     END-READ
008948     CLOSE BUSINESS-DATE-FILE
008951     IF BD-BUSINESS-DATE NOT NUMERIC
008954        OR BD-BUSINESS-DATE = ZERO
008957         DISPLAY 'BORRMNT: NO BUSINESS DATE ON THE DATE CONTROL'
008960                 ' FILE - RUN STOPPED'
008963         MOVE 16 TO RETURN-CODE
008966         STOP RUN
008969     END-IF
008972     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
008975 1050-EXIT.
008978     EXIT.
009000
009100*----------------------------------------------------------------*
009200*  2000-PROCESS-TRANS                                           *
