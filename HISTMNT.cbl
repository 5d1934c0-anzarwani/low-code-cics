002050*                   BREAK, SO NO VOLUME OF ARCHIVED MONTHS CAN   *
002060*                   LEAVE THE ROLLUP SHORT.  ROLLUP RECORDS      *
002070*                   NOW COME OUT IN LOAN/MONTH ORDER.            *
002080*  10/15/2026  DT   ARCHIVE AND RETAINED RECORDS WIDENED TO      *
002081*                   CARRY THE HISTORY RECORD'S NEW MONEY-        *
002082*                   APPLICATION BEFORE-IMAGE WHOLE.              *
002085*  10/15/2026  DT   LOAN ID WIDENED FROM 3 TO 10 CHARACTERS FOR  *
002088*                   THE ORIGINATION SYSTEM'S 10-DIGIT ACCOUNT    *
002091*                   NUMBER. SORT KEY, GROUP HOLD AND ROLLUP LOAN *
002094*                   ID WIDENED TO MATCH.                         *
002100*================================================================*
002200*
002300 ENVIRONMENT DIVISION.
005000     COPY HISTREC.
005100
005200 FD  ARCHIVE-FILE.
005300 01  ARCHIVE-RECORD          PIC X(300).
005400
005500 FD  RETAINED-FILE.
005600 01  RETAINED-RECORD         PIC X(300).
005700
005800 FD  ROLLUP-FILE.
005900 01  ROLLUP-RECORD.
006000     05 RU-MONTH             PIC 9(06).
006100     05 FILLER               PIC X.
006200     05 RU-LOAN-ID           PIC X(10).
006300     05 FILLER               PIC X.
006400     05 RU-PRINCIPAL         PIC 9(14).
006500     05 FILLER               PIC X.
006900
007000 SD  SORT-FILE.
007100 01  SORT-RECORD.
007200     05 SR-LOAN-ID           PIC X(10).
007300     05 SR-RUN-DATE          PIC 9(08).
007400     05 SR-MONTH REDEFINES SR-RUN-DATE.
007500        10 SR-RUN-MONTH      PIC 9(06).
010300 77  WS-RETAINED-COUNT       PIC 9(08) VALUE ZERO.
010400 77  WS-ROLLUP-WRITE-COUNT   PIC 9(06) VALUE ZERO.
010500
010600 77  WS-GROUP-LOAN-ID        PIC X(10) VALUE SPACES.
010700 77  WS-GROUP-MONTH          PIC 9(06) VALUE ZERO.
010800 77  WS-GROUP-PRINCIPAL      PIC 9(14) VALUE ZERO.
010900 77  WS-GROUP-INTEREST       PIC 9(14) VALUE ZERO.
