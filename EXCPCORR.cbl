001900*                   AND AGED ONTO A REPORT ONCE THEY HAVE SAT    *
002000*                   UNWORKED PAST THE AGING LIMIT, SO A REJECT   *
002100*                   NOBODY RE-KEYS CAN NO LONGER DISAPPEAR.      *
002110*  10/15/2026  DT   THE RUN DATE NOW COMES FROM THE BUSINESS-    *
002120*                   DATE CONTROL FILE BDROLL MAINTAINS INSTEAD   *
002130*                   OF THE SYSTEM CLOCK, SO A RUN THAT SLIPS     *
002140*                   PAST MIDNIGHT OR A CATCH-UP RUN STAMPS THE   *
002150*                   NIGHT IT IS ACTUALLY SERVICING.              *
002160*  10/15/2026  DT   LOAN ID WIDENED FROM 3 TO 10 CHARACTERS FOR  *
002170*                   THE ORIGINATION SYSTEM'S 10-DIGIT ACCOUNT    *
002180*                   NUMBER. CORRECTION TABLE, WORK IMAGES AND    *
002190*                   WORKLIST LOAN COLUMNS WIDENED TO MATCH.      *
002200*================================================================*
002300*
002400 ENVIRONMENT DIVISION.
004400            ASSIGN TO 'exception_aging_report.txt'
004500            ORGANIZATION IS LINE SEQUENTIAL.
004600
004610     SELECT OPTIONAL BUSINESS-DATE-FILE
004620            ASSIGN TO 'business_date_file.txt'
004630            ORGANIZATION IS LINE SEQUENTIAL.
004640
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  CORRECTION-FILE.
005300     COPY EXCPREC.
005400
005500 FD  EXCEPTION-WORK-FILE.
005600 01  EXCEPTION-WORK-RECORD   PIC X(125).
005700
005800 FD  SUPPLEMENTAL-FILE.
005900     COPY DLYREC.
006100 FD  AGING-REPORT-FILE.
006200 01  AGING-REPORT-LINE       PIC X(80).
006300
006310 FD  BUSINESS-DATE-FILE.
006320     COPY BUSDATE.
006330
006400 WORKING-STORAGE SECTION.
006500 01  WS-CORR-EOF             PIC X VALUE 'N'.
006600     88 AT-END-OF-CORRECTION-FILE VALUE 'Y'.
009900 01  WS-CORRECTION-TABLE.
010000     05 WS-CORR-ENTRY OCCURS 200 TIMES.
010100        10 WS-CT-USED-SW     PIC X.
010200        10 WS-CT-LOAN-ID     PIC X(10).
010300        10 WS-CT-REASON-CODE PIC X(04).
010400        10 WS-CT-RECORD      PIC X(85).
010500
010600*----------------------------------------------------------------*
010700*  WS-CORR-DETAIL IS A WORKING COPY OF THE CORRECTION-RECORD     *
010900*  FIELD AFTER THE CORRECTION FILE ITSELF HAS BEEN CLOSED.       *
011000*----------------------------------------------------------------*
011100 01  WS-CORR-DETAIL.
011200     05 CD-LOAN-ID           PIC X(10).
011300     05 FILLER               PIC X.
011400     05 CD-REASON-CODE       PIC X(04).
011500     05 FILLER               PIC X.
013700     05 H1-RUN-DATE          PIC 9(08).
013800
013900 01  WS-HEADING-2.
014000     05 FILLER               PIC X(13) VALUE '  LOAN'.
014100     05 FILLER               PIC X(01) VALUE SPACE.
014200     05 FILLER               PIC X(06) VALUE 'REASON'.
014300     05 FILLER               PIC X(01) VALUE SPACE.
014900
015000 01  WS-AGING-LINE.
015100     05 FILLER               PIC X(03) VALUE SPACES.
015200     05 AG-LOAN-ID           PIC X(10).
015300     05 FILLER               PIC X(03) VALUE SPACES.
015400     05 AG-REASON-CODE       PIC X(04).
015500     05 FILLER               PIC X(03) VALUE SPACES.
016200 01  WS-UNMATCHED-LINE.
016300     05 FILLER               PIC X(34)
016400            VALUE 'CORRECTION WITH NO OPEN EXCEPTION '.
016500     05 UM-LOAN-ID           PIC X(10).
016600     05 FILLER               PIC X(01) VALUE SPACE.
016700     05 UM-REASON-CODE       PIC X(04).
016800
018800*  EMPTY, SO THE NIGHTLY SERVICING STEP ALWAYS HAS ONE TO READ.  *
018900*----------------------------------------------------------------*
019000 1000-INITIALIZE.
019100     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
019200     COMPUTE WS-RUN-DATE-INT =
019300         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
019400     OPEN INPUT CORRECTION-FILE
020800     WRITE AGING-REPORT-LINE.
020900 1000-EXIT.
021000     EXIT.
021003
021006*----------------------------------------------------------------*
021009*  1050-READ-BUSINESS-DATE                                       *
021012*  TONIGHT'S BUSINESS DATE COMES FROM THE DATE CONTROL FILE,     *
021015*  NOT THE SYSTEM CLOCK, SO A RUN THAT SLIPS PAST MIDNIGHT OR A  *
021018*  CATCH-UP RUN FOR A MISSED NIGHT STAMPS THE RIGHT DATE.  NO    *
021021*  USABLE CONTROL RECORD STOPS THE STEP BEFORE ANYTHING IS       *
021024*  TOUCHED.                                                      *
021027*----------------------------------------------------------------*
021030 1050-READ-BUSINESS-DATE.
021033     OPEN INPUT BUSINESS-DATE-FILE
021036     READ BUSINESS-DATE-FILE
021039         AT END
021042             MOVE ZERO TO BD-BUSINESS-DATE
021045     END-READ
021048     CLOSE BUSINESS-DATE-FILE
021051     IF BD-BUSINESS-DATE NOT NUMERIC
021054        OR BD-BUSINESS-DATE = ZERO
021057         DISPLAY 'EXCPCORR: NO BUSINESS DATE ON THE DATE CONTROL'
021060                 ' FILE - RUN STOPPED'
021063         MOVE 16 TO RETURN-CODE
021066         STOP RUN
021069     END-IF
021072     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
021075 1050-EXIT.
021078     EXIT.
021100
021200 1100-LOAD-ONE-CORRECTION.
021300     READ CORRECTION-FILE
