002090*                   IS MISSING OR REJECTED.  THE FEED SCRAPE     *
002091*                   REMAINS ONLY AS THE FALLBACK FOR A LOAN NOT  *
002092*                   YET ON THE MASTER.                           *
002093*  10/15/2026  DT   LOAN ID WIDENED FROM 3 TO 10 CHARACTERS FOR  *
002094*                   THE ORIGINATION SYSTEM'S 10-DIGIT ACCOUNT    *
002095*                   NUMBER. INQUIRY ID AND SCHEDULE LOAN COLUMNS *
002096*                   WIDENED TO MATCH.                            *
002100*================================================================*
002200*
002300 ENVIRONMENT DIVISION.
005410 01  WS-TERMS-FOUND-SW       PIC X VALUE 'N'.
005420     88 TERMS-RECORD-FOUND        VALUE 'Y'.
005500
005600 77  WS-INQUIRY-ID           PIC X(10).
005700 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
005800 77  WS-LOAN-RATE            PIC 9(02)V9(02) VALUE ZERO.
005900 77  WS-BALANCE              PIC 9(12) VALUE ZERO.
007200 01  WS-NOT-FOUND-LINE.
007300     05 FILLER               PIC X(16)
007400            VALUE 'LOAN NOT FOUND: '.
007500     05 NF-LOAN-ID           PIC X(10).
007600
007700 01  WS-NO-RATE-LINE.
007800     05 FILLER               PIC X(33)
007900            VALUE 'NO RATE ON TODAYS FEED FOR LOAN: '.
008000     05 NR-LOAN-ID           PIC X(10).
008100
008200 01  WS-HEADING-1.
008300     05 FILLER               PIC X(26)
008400            VALUE 'PAYOFF AND SCHEDULE, LOAN '.
008500     05 H1-LOAN-ID           PIC X(10).
008600     05 FILLER               PIC X(05) VALUE ' AS O'.
008700     05 FILLER               PIC X(02) VALUE 'F '.
008800     05 H1-RUN-DATE          PIC 9(08).
