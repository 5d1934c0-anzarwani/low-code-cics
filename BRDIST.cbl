001895*                   COME OFF A SORTED RECAP WORK FILE, SO NO    *
001896*                   VOLUME OF BRANCHES OR REJECTS CAN DROP OFF  *
001897*                   THE MORNING REPORTS.                        *
001900*  10/15/2026  DT   THE RUN DATE NOW COMES FROM THE BUSINESS-   *
001910*                   DATE CONTROL FILE BDROLL MAINTAINS INSTEAD  *
001920*                   OF THE SYSTEM CLOCK, SO A RUN THAT SLIPS    *
001930*                   PAST MIDNIGHT OR A CATCH-UP RUN STAMPS THE  *
001940*                   NIGHT IT IS ACTUALLY SERVICING.             *
001941*  10/15/2026  DT   LOAN ID WIDENED FROM 3 TO 10 CHARACTERS FOR  *
001942*                   THE ORIGINATION SYSTEM'S 10-DIGIT ACCOUNT    *
001943*                   NUMBER. SORT KEY AND IMAGE WIDENED; BRANCH   *
001944*                   REPORT LINE WIDENED TO 100 BYTES FOR THE     *
001945*                   WIDER LOAN COLUMN.                           *
001950*================================================================*
002000*
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
006500            ASSIGN TO 'run_control_file.txt'
006600            ORGANIZATION IS LINE SEQUENTIAL.
006700
006710     SELECT OPTIONAL BUSINESS-DATE-FILE
006720            ASSIGN TO 'business_date_file.txt'
006730            ORGANIZATION IS LINE SEQUENTIAL.
006740
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  DAILYOUT-FILE.
008600*  SITS INSIDE THE SORT KEY SO A BRANCH'S EXCEPTIONS COME OUT
008700*  BEHIND ITS DETAILS.
008800     05 SR-RECORD-TYPE       PIC X(01).
008900     05 SR-LOAN-ID           PIC X(10).
009000     05 SR-RECORD-IMAGE      PIC X(161).
009100
009200 SD  RECAP-SORT-FILE.
009300 01  RECAP-SORT-RECORD.
012300     05 RS-OUTSTANDING       PIC 9(14).
012400
012500 FD  BRANCH-REPORT-FILE.
012600 01  BRANCH-REPORT-LINE      PIC X(100).
012700
012800 FD  RECAP-FILE.
012900 01  RECAP-LINE              PIC X(80).
013100 FD  RUN-CONTROL-FILE.
013200     COPY RUNCTL.
013300
013310 FD  BUSINESS-DATE-FILE.
013320     COPY BUSDATE.
013330
013400 WORKING-STORAGE SECTION.
013500 01  WS-OUT-EOF              PIC X VALUE 'N'.
013600     88 AT-END-OF-DAILYOUT-FILE   VALUE 'Y'.
018600 01  WS-EXCP-IMAGE.
018700     05 WS-EI-REASON-CODE    PIC X(04).
018800     05 WS-EI-REASON-TEXT    PIC X(30).
018900     05 FILLER               PIC X(127).
019000
019100 01  WS-BRANCH-HEADING-1.
019200     05 FILLER               PIC X(07) VALUE 'BRANCH '.
019800     05 BH-RUN-DATE          PIC 9(08).
019900
020000 01  WS-BRANCH-HEADING-2.
020100     05 FILLER               PIC X(13) VALUE '  LOAN'.
020200     05 FILLER               PIC X(01) VALUE SPACE.
020300     05 FILLER               PIC X(30) VALUE 'BORROWER'.
020400     05 FILLER               PIC X(12) VALUE '     BALANCE'.
020800
020900 01  WS-DETAIL-LINE.
021000     05 FILLER               PIC X(03) VALUE SPACES.
021100     05 DL-LOAN-ID           PIC X(10).
021200     05 FILLER               PIC X(01) VALUE SPACE.
021300     05 DL-BORROWER-NAME     PIC X(30).
021400     05 DL-LOAN-LEFT         PIC Z(11)9.
022300
022400 01  WS-EXCP-LINE.
022500     05 FILLER               PIC X(03) VALUE SPACES.
022600     05 EL-LOAN-ID           PIC X(10).
022700     05 FILLER               PIC X(01) VALUE SPACE.
022800     05 EL-REASON-CODE       PIC X(04).
022900     05 FILLER               PIC X(01) VALUE SPACE.
029800*  1000-INITIALIZE                                               *
029900*----------------------------------------------------------------*
030000 1000-INITIALIZE.
030100     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
030200     ACCEPT WS-TIME-WORK FROM TIME
030300     MOVE WS-TIME-WORK (1:6) TO WS-START-TIME
030400     OPEN INPUT BORROWER-MASTER-FILE
030700     OPEN OUTPUT RECAP-FILE.
030800 1000-EXIT.
030900     EXIT.
030903
030906*----------------------------------------------------------------*
030909*  1050-READ-BUSINESS-DATE                                       *
030912*  TONIGHT'S BUSINESS DATE COMES FROM THE DATE CONTROL FILE,     *
030915*  NOT THE SYSTEM CLOCK, SO A RUN THAT SLIPS PAST MIDNIGHT OR A  *
030918*  CATCH-UP RUN FOR A MISSED NIGHT STAMPS THE RIGHT DATE.  NO    *
030921*  USABLE CONTROL RECORD STOPS THE STEP BEFORE ANYTHING IS       *
030924*  TOUCHED.                                                      *
030927*----------------------------------------------------------------*
030930 1050-READ-BUSINESS-DATE.
030933     OPEN INPUT BUSINESS-DATE-FILE
030936     READ BUSINESS-DATE-FILE
030939         AT END
030942             MOVE ZERO TO BD-BUSINESS-DATE
030945     END-READ
030948     CLOSE BUSINESS-DATE-FILE
030951     IF BD-BUSINESS-DATE NOT NUMERIC
030954        OR BD-BUSINESS-DATE = ZERO
030957         DISPLAY 'BRDIST: NO BUSINESS DATE ON THE DATE CONTROL'
030960                 ' FILE - RUN STOPPED'
030963         MOVE 16 TO RETURN-CODE
030966         STOP RUN
030969     END-IF
030972     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
030975 1050-EXIT.
030978     EXIT.
031000
031100*----------------------------------------------------------------*
031200*  2000-RELEASE-INPUTS                                           *
