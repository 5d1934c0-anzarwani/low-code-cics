002060*                   CONTROL BREAK, SO ANY VOLUME OF BUSINESS     *
002070*                   FITS.  STATEMENTS NOW COME OUT IN LOAN-ID    *
002080*                   ORDER RATHER THAN FIRST-APPEARANCE ORDER.    *
002084*  10/15/2026  DT   LOAN ID WIDENED FROM 3 TO 10 CHARACTERS FOR  *
002088*                   THE ORIGINATION SYSTEM'S 10-DIGIT ACCOUNT    *
002092*                   NUMBER. SORT KEY, CONTROL-BREAK HOLD AND     *
002096*                   STATEMENT LOAN LINE WIDENED TO MATCH.        *
002100*================================================================*
002200*
002300 ENVIRONMENT DIVISION.
004800
004900 SD  SORT-FILE.
005000 01  SORT-RECORD.
005100     05 SR-LOAN-ID           PIC X(10).
005200     05 SR-RUN-DATE          PIC 9(08).
005300     05 SR-LOAN-AMOUNT       PIC 9(12).
005400     05 SR-LOAN-LEFT         PIC 9(12).
007300 77  WS-STATEMENT-COUNT      PIC 9(06) VALUE ZERO.
007400 77  WS-TOTAL-PAID           PIC 9(14) VALUE ZERO.
007500
007600 77  WS-CURRENT-LOAN         PIC X(10) VALUE SPACES.
007700 77  WS-LOAN-OPENING         PIC 9(12) VALUE ZERO.
007800 77  WS-LOAN-CLOSING         PIC 9(12) VALUE ZERO.
007900 77  WS-LOAN-PRINCIPAL       PIC 9(14) VALUE ZERO.
010100
010200 01  WS-LOAN-LINE.
010300     05 FILLER               PIC X(10) VALUE 'LOAN ID:  '.
010400     05 LL-LOAN-ID           PIC X(10).
010500
010600 01  WS-AMOUNT-LINE.
010700     05 AL-CAPTION           PIC X(30).
