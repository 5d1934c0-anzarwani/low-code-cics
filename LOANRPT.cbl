001930*                   ALREADY POSTED TO THE LOSS ACCOUNT AND       *
001940*                   WOULD OTHERWISE COUNT TWICE.  THEY BREAK     *
001950*                   OUT AS THEIR OWN CHARGED-OFF LINES.          *
001960*  10/15/2026  DT   LOAN ID WIDENED FROM 3 TO 10 CHARACTERS FOR  *
001970*                   THE ORIGINATION SYSTEM'S 10-DIGIT ACCOUNT    *
001980*                   NUMBER. REPORT LOAN COLUMN WIDENED TO MATCH. *
002000*================================================================*
002100*
002200 ENVIRONMENT DIVISION.
005600
005700 01  WS-DETAIL-LINE.
005800     05 DL-CAPTION            PIC X(10) VALUE '  LOAN ID '.
005900     05 DL-LOAN-ID            PIC X(10).
006000     05 FILLER                PIC X(05) VALUE SPACES.
006100     05 DL-AMOUNT-CAP         PIC X(08) VALUE 'AMOUNT: '.
006200     05 DL-LOAN-AMOUNT        PIC Z(11)9.
