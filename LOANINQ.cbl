001300*                   daily_update_file.txt THAT PROCESS WRITES,   *
001400*                   SO A CSR CAN ANSWER A BALANCE QUESTION       *
001500*                   WITHOUT WAITING FOR THE NEXT REPORT RUN.     *
001510*  10/15/2026  DT   LOAN ID WIDENED FROM 3 TO 10 CHARACTERS FOR  *
001520*                   THE ORIGINATION SYSTEM'S 10-DIGIT ACCOUNT    *
001530*                   NUMBER. INQUIRY ID AND RESULT LOAN COLUMNS   *
001540*                   WIDENED TO MATCH.                            *
001600*================================================================*
001700*
001800 ENVIRONMENT DIVISION.
003000     COPY OUTREC.
003100
003200 WORKING-STORAGE SECTION.
003300 77  WS-INQUIRY-ID           PIC X(10).
003400
003500 01  WS-NOT-FOUND-LINE.
003600     05 FILLER               PIC X(16)
003700            VALUE 'LOAN NOT FOUND: '.
003800     05 NF-LOAN-ID            PIC X(10).
003900
004000 01  WS-RESULT-LINE-1.
004100     05 FILLER               PIC X(10) VALUE '  LOAN ID '.
004200     05 RL-LOAN-ID            PIC X(10).
004300     05 FILLER                PIC X(05) VALUE SPACES.
004400     05 FILLER                PIC X(08) VALUE 'AMOUNT: '.
004500     05 RL-LOAN-AMOUNT        PIC Z(11)9.
