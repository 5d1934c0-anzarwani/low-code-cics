000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CLOSEOUT.
000300 AUTHOR. D-TEAGUE.
000400 INSTALLATION. LOAN-SERVICING-BATCH.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*================================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  ---------- ----  ----------------------------------------    *
001100*  10/15/2026  DT   ORIGINAL VERSION.  PAID-IN-FULL CLOSEOUT.    *
001200*                   SWEEPS THE UPDATE FILE AFTER THE NIGHTLY     *
001300*                   RUN FOR LOANS THAT COMPLETED TONIGHT, OR     *
001400*                   COMPLETED EARLIER WITH MONEY STILL OWED TO   *
001500*                   OR BY THEM.  LEFTOVER SUSPENSE IS REFUNDED   *
001600*                   THROUGH THE REFUND DISBURSEMENT FILE WITH A  *
001700*                   MATCHING GL POSTING, THE PENALTY AND NOTICE  *
001800*                   HISTORY RECORDS ARE CLOSED, AND A PAID-IN-   *
001900*                   FULL / LIEN-RELEASE LETTER GOES TO THE       *
002000*                   BORROWER MASTER ADDRESS.  A LOAN THAT        *
002100*                   COMPLETED STILL OWING PENALTY OR ARREARS IS  *
002200*                   HELD AND REPORTED FOR REVIEW INSTEAD.        *
002210*  10/15/2026  DT   THE RUN DATE NOW COMES FROM THE BUSINESS-    *
002220*                   DATE CONTROL FILE BDROLL MAINTAINS INSTEAD   *
002230*                   OF THE SYSTEM CLOCK, SO A RUN THAT SLIPS     *
002240*                   PAST MIDNIGHT OR A CATCH-UP RUN STAMPS THE   *
002250*                   NIGHT IT IS ACTUALLY SERVICING.              *
002258*  10/15/2026  DT   LOAN ID WIDENED FROM 3 TO 10 CHARACTERS FOR  *
002266*                   THE ORIGINATION SYSTEM'S 10-DIGIT ACCOUNT    *
002274*                   NUMBER. REPORT AND LETTER LOAN COLUMNS       *
002282*                   WIDENED; REPORT LINE WIDENED TO 132 BYTES SO *
002290*                   THE ARREARS COLUMN IS NO LONGER CUT OFF.     *
002300*================================================================*
002400*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT DAILYOUT-FILE
002900            ASSIGN TO 'daily_update_file.txt'
003000            ORGANIZATION IS INDEXED
003100            ACCESS MODE IS SEQUENTIAL
003200            RECORD KEY IS OUT-LOAN-ID.
003300
003400     SELECT BORROWER-MASTER-FILE
003500            ASSIGN TO 'borrower_master_file.txt'
003600            ORGANIZATION IS INDEXED
003700            ACCESS MODE IS RANDOM
003800            RECORD KEY IS BM-LOAN-ID.
003900
004000     SELECT OPTIONAL CLOSEOUT-FILE
004100            ASSIGN TO 'closeout_master_file.txt'
004200            ORGANIZATION IS INDEXED
004300            ACCESS MODE IS RANDOM
004400            RECORD KEY IS CL-LOAN-ID.
004500
004600     SELECT OPTIONAL SUSPENSE-FILE
004700            ASSIGN TO 'suspense_file.txt'
004800            ORGANIZATION IS INDEXED
004900            ACCESS MODE IS RANDOM
005000            RECORD KEY IS SUSP-LOAN-ID.
005100
005200     SELECT OPTIONAL PENALTY-FILE
005300            ASSIGN TO 'penalty_file.txt'
005400            ORGANIZATION IS INDEXED
005500            ACCESS MODE IS RANDOM
005600            RECORD KEY IS PEN-LOAN-ID.
005700
005800     SELECT OPTIONAL NOTICE-HISTORY-FILE
005900            ASSIGN TO 'notice_history_file.txt'
006000            ORGANIZATION IS INDEXED
006100            ACCESS MODE IS RANDOM
006200            RECORD KEY IS NH-LOAN-ID.
006300
006400     SELECT REFUND-FILE
006500            ASSIGN TO 'refund_disbursement_file.txt'
006600            ORGANIZATION IS LINE SEQUENTIAL.
006700
006800     SELECT GL-EXTRACT-FILE ASSIGN TO 'gl_extract_file.txt'
006900            ORGANIZATION IS LINE SEQUENTIAL.
007000
007100     SELECT LETTER-FILE
007200            ASSIGN TO 'lien_release_letters_file.txt'
007300            ORGANIZATION IS LINE SEQUENTIAL.
007400
007500     SELECT CLOSEOUT-REPORT-FILE
007600            ASSIGN TO 'closeout_report.txt'
007700            ORGANIZATION IS LINE SEQUENTIAL.
007800
007900     SELECT OPTIONAL RUN-CONTROL-FILE
008000            ASSIGN TO 'run_control_file.txt'
008100            ORGANIZATION IS LINE SEQUENTIAL.
008200
008210     SELECT OPTIONAL BUSINESS-DATE-FILE
008220            ASSIGN TO 'business_date_file.txt'
008230            ORGANIZATION IS LINE SEQUENTIAL.
008240
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  DAILYOUT-FILE.
008600     COPY OUTREC.
008700
008800 FD  BORROWER-MASTER-FILE.
008900     COPY BORRMAST.
009000
009100 FD  CLOSEOUT-FILE.
009200     COPY CLOSMAST.
009300
009400 FD  SUSPENSE-FILE.
009500     COPY SUSPREC.
009600
009700 FD  PENALTY-FILE.
009800     COPY PENLTY.
009900
010000 FD  NOTICE-HISTORY-FILE.
010100     COPY NOTHIST.
010200
010300 FD  REFUND-FILE.
010400     COPY RFNDREC.
010500
010600 FD  GL-EXTRACT-FILE.
010700     COPY GLEXTR.
010800
010900 FD  LETTER-FILE.
011000 01  LETTER-LINE             PIC X(80).
011100
011200 FD  CLOSEOUT-REPORT-FILE.
011300 01  CLOSEOUT-REPORT-LINE    PIC X(132).
011400
011500 FD  RUN-CONTROL-FILE.
011600     COPY RUNCTL.
011700
011710 FD  BUSINESS-DATE-FILE.
011720     COPY BUSDATE.
011730
011800 WORKING-STORAGE SECTION.
011900 01  WS-EOF                  PIC X VALUE 'N'.
012000     88 AT-END-OF-DAILYOUT-FILE   VALUE 'Y'.
012100 01  WS-CL-FOUND-SW          PIC X VALUE 'N'.
012200     88 CLOSEOUT-RECORD-FOUND     VALUE 'Y'.
012300 01  WS-SUSP-FOUND-SW        PIC X VALUE 'N'.
012400     88 SUSPENSE-RECORD-FOUND     VALUE 'Y'.
012500 01  WS-PEN-FOUND-SW         PIC X VALUE 'N'.
012600     88 PENALTY-RECORD-FOUND      VALUE 'Y'.
012700 01  WS-HIST-FOUND-SW        PIC X VALUE 'N'.
012800     88 HISTORY-RECORD-FOUND      VALUE 'Y'.
012900 01  WS-LETTER-SW            PIC X VALUE 'N'.
013000     88 LETTER-IS-DUE             VALUE 'Y'.
013100
013200 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
013300 77  WS-TIME-WORK            PIC 9(08) VALUE ZERO.
013400 77  WS-START-TIME           PIC 9(06) VALUE ZERO.
013500 77  WS-READ-COUNT           PIC 9(06) VALUE ZERO.
013600 77  WS-COMPLETED-COUNT      PIC 9(06) VALUE ZERO.
013700 77  WS-CLOSED-COUNT         PIC 9(06) VALUE ZERO.
013800 77  WS-HELD-COUNT           PIC 9(06) VALUE ZERO.
013900 77  WS-REFUND-COUNT         PIC 9(06) VALUE ZERO.
014000 77  WS-LETTER-COUNT         PIC 9(06) VALUE ZERO.
014100 77  WS-PEN-CLOSED-COUNT     PIC 9(06) VALUE ZERO.
014200 77  WS-HIST-CLOSED-COUNT    PIC 9(06) VALUE ZERO.
014300 77  WS-SUSPENSE-AMT         PIC 9(12) VALUE ZERO.
014400 77  WS-PENALTY-AMT          PIC 9(12) VALUE ZERO.
014500 77  WS-ARREARS-AMT          PIC 9(12) VALUE ZERO.
014600 77  WS-NEW-REFUND-AMT       PIC 9(12) VALUE ZERO.
014700 77  WS-NIGHT-REFUND-AMT     PIC 9(12) VALUE ZERO.
014800 77  WS-REFUND-TOTAL         PIC 9(14) VALUE ZERO.
014900 77  WS-HELD-TOTAL           PIC 9(14) VALUE ZERO.
015000 77  WS-GL-REFUND-ACCT       PIC X(08) VALUE '2000-400'.
015100 77  WS-GL-INTEREST-ACCT     PIC X(08) VALUE '4000-200'.
015200
015300 01  WS-HEADING-1.
015400     05 FILLER               PIC X(30)
015500            VALUE 'PAID-IN-FULL CLOSEOUT RUN OF  '.
015600     05 H1-RUN-DATE          PIC 9(08).
015700
015800 01  WS-HEADING-2.
015900     05 FILLER               PIC X(13) VALUE '  LOAN'.
016000     05 FILLER               PIC X(01) VALUE SPACE.
016100     05 FILLER               PIC X(30) VALUE 'BORROWER'.
016200     05 FILLER               PIC X(01) VALUE SPACE.
016300     05 FILLER               PIC X(30) VALUE 'ACTION'.
016400     05 FILLER               PIC X(01) VALUE SPACE.
016500     05 FILLER               PIC X(12) VALUE '      REFUND'.
016600     05 FILLER               PIC X(01) VALUE SPACE.
016700     05 FILLER               PIC X(12) VALUE '     PENALTY'.
016800     05 FILLER               PIC X(01) VALUE SPACE.
016900     05 FILLER               PIC X(12) VALUE '     ARREARS'.
017000
017100 01  WS-RESULT-LINE.
017200     05 FILLER               PIC X(03) VALUE SPACES.
017300     05 RL-LOAN-ID           PIC X(10).
017400     05 FILLER               PIC X(01) VALUE SPACE.
017500     05 RL-BORROWER-NAME     PIC X(30).
017600     05 FILLER               PIC X(01) VALUE SPACE.
017700     05 RL-ACTION            PIC X(30).
017800     05 FILLER               PIC X(01) VALUE SPACE.
017900     05 RL-REFUND-AMT        PIC Z(11)9.
018000     05 FILLER               PIC X(01) VALUE SPACE.
018100     05 RL-PENALTY-AMT       PIC Z(11)9.
018200     05 FILLER               PIC X(01) VALUE SPACE.
018300     05 RL-ARREARS-AMT       PIC Z(11)9.
018400
018500 01  WS-TOTAL-LINE.
018600     05 TL-CAPTION           PIC X(30).
018700     05 TL-VALUE             PIC Z(13)9.
018800
018900 01  WS-PAGE-SEPARATOR.
019000     05 FILLER               PIC X(72) VALUE ALL '='.
019100
019200 01  WS-DATE-LINE.
019300     05 FILLER               PIC X(06) VALUE 'DATE: '.
019400     05 DT-RUN-DATE          PIC 9(08).
019500
019600 01  WS-CITY-LINE.
019700     05 CY-CITY              PIC X(20).
019800     05 FILLER               PIC X(02) VALUE SPACES.
019900     05 CY-POSTAL-CODE       PIC X(10).
020000
020100 01  WS-SUBJECT-LINE.
020200     05 FILLER               PIC X(09) VALUE 'RE: LOAN '.
020300     05 SL-LOAN-ID           PIC X(10).
020400     05 FILLER               PIC X(03) VALUE ' - '.
020500     05 SL-NOTICE-TITLE      PIC X(30)
020600            VALUE 'PAID IN FULL / LIEN RELEASE'.
020700
020800 01  WS-AMOUNT-LINE.
020900     05 AL-CAPTION           PIC X(30).
021000     05 AL-VALUE             PIC Z(13)9.
021100
021200 PROCEDURE DIVISION.
021300 0000-MAINLINE.
021400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
021500     PERFORM 2000-WORK-ONE-LOAN THRU 2000-EXIT
021600             UNTIL AT-END-OF-DAILYOUT-FILE
021700     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
021800     PERFORM 9000-TERMINATE THRU 9000-EXIT
021900     STOP RUN.
022000
022100 1000-INITIALIZE.
022200     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
022300     ACCEPT WS-TIME-WORK FROM TIME
022400     MOVE WS-TIME-WORK (1:6) TO WS-START-TIME
022500     OPEN INPUT DAILYOUT-FILE
022600     OPEN INPUT BORROWER-MASTER-FILE
022700     OPEN I-O CLOSEOUT-FILE
022800     OPEN I-O SUSPENSE-FILE
022900     OPEN I-O PENALTY-FILE
023000     OPEN I-O NOTICE-HISTORY-FILE
023100     OPEN EXTEND GL-EXTRACT-FILE
023200*  THE REFUND FILE AND THE LETTERS ARE TONIGHT'S DISBURSEMENTS
023300*  AND MAIL ONLY - WHAT WAS EVER REFUNDED OR CLOSED LIVES ON THE
023400*  CLOSEOUT MASTER AND THE GL EXTRACT, NOT HERE.
023500     OPEN OUTPUT REFUND-FILE
023600     OPEN OUTPUT LETTER-FILE
023700     OPEN OUTPUT CLOSEOUT-REPORT-FILE
023800     MOVE WS-RUN-DATE TO H1-RUN-DATE
023900     MOVE WS-HEADING-1 TO CLOSEOUT-REPORT-LINE
024000     WRITE CLOSEOUT-REPORT-LINE
024100     MOVE SPACES TO CLOSEOUT-REPORT-LINE
024200     WRITE CLOSEOUT-REPORT-LINE
024300     MOVE WS-HEADING-2 TO CLOSEOUT-REPORT-LINE
024400     WRITE CLOSEOUT-REPORT-LINE.
024500 1000-EXIT.
024600     EXIT.
024603
024606*----------------------------------------------------------------*
024609*  1050-READ-BUSINESS-DATE                                       *
024612*  TONIGHT'S BUSINESS DATE COMES FROM THE DATE CONTROL FILE,     *
024615*  NOT THE SYSTEM CLOCK, SO A RUN THAT SLIPS PAST MIDNIGHT OR A  *
024618*  CATCH-UP RUN FOR A MISSED NIGHT STAMPS THE RIGHT DATE.  NO    *
024621*  USABLE CONTROL RECORD STOPS THE STEP BEFORE ANYTHING IS       *
024624*  TOUCHED.                                                      *
024627*----------------------------------------------------------------*
024630 1050-READ-BUSINESS-DATE.
024633     OPEN INPUT BUSINESS-DATE-FILE
024636     READ BUSINESS-DATE-FILE
024639         AT END
024642             MOVE ZERO TO BD-BUSINESS-DATE
024645     END-READ
024648     CLOSE BUSINESS-DATE-FILE
024651     IF BD-BUSINESS-DATE NOT NUMERIC
024654        OR BD-BUSINESS-DATE = ZERO
024657         DISPLAY 'CLOSEOUT: NO BUSINESS DATE ON THE DATE CONTROL'
024660                 ' FILE - RUN STOPPED'
024663         MOVE 16 TO RETURN-CODE
024666         STOP RUN
024669     END-IF
024672     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
024675 1050-EXIT.
024678     EXIT.
024700
024800*----------------------------------------------------------------*
024900*  2000-WORK-ONE-LOAN                                            *
025000*  READS ONE UPDATE RECORD.  ONLY A COMPLETED LOAN THAT WAS NOT  *
025100*  CHARGED OFF IS OURS.  ONE ALREADY CLOSED ON AN EARLIER NIGHT  *
025200*  WITH NO SUSPENSE, PENALTY OR NOTICE RECORD LEFT IS FINISHED   *
025300*  AND PASSED OVER.  ONE STILL OWING PENALTY OR ARREARS IS HELD; *
025400*  EVERY OTHER ONE IS CLOSED OUT.                                *
025500*----------------------------------------------------------------*
025600 2000-WORK-ONE-LOAN.
025700     READ DAILYOUT-FILE
025800         AT END
025900             MOVE 'Y' TO WS-EOF
026000             GO TO 2000-EXIT
026100     END-READ
026200     ADD 1 TO WS-READ-COUNT
026300     IF OUT-LOAN-COMPLETED NOT = 'Y'
026400         GO TO 2000-EXIT
026500     END-IF
026600*  A CHARGED-OFF LOAN IS SETTLED THROUGH THE RECOVERY ROUTE,
026700*  NOT CLOSED OUT AS PAID IN FULL.
026800     IF OUT-CHARGEOFF-STATUS = 'C'
026900         GO TO 2000-EXIT
027000     END-IF
027100     ADD 1 TO WS-COMPLETED-COUNT
027200     PERFORM 2100-READ-CLOSEOUT THRU 2100-EXIT
027300     PERFORM 2200-FETCH-SUSPENSE THRU 2200-EXIT
027400     PERFORM 2300-FETCH-PENALTY THRU 2300-EXIT
027500     PERFORM 2400-READ-HISTORY THRU 2400-EXIT
027600     MOVE ZERO TO WS-ARREARS-AMT
027700     IF OUT-ARREARS-AMT NUMERIC
027800         MOVE OUT-ARREARS-AMT TO WS-ARREARS-AMT
027900     END-IF
028000
028100     IF CLOSEOUT-RECORD-FOUND
028200        AND CL-CLOSED
028300        AND CL-CLOSED-DATE NOT = WS-RUN-DATE
028400        AND CL-REFUND-DATE NOT = WS-RUN-DATE
028500        AND WS-SUSPENSE-AMT = ZERO
028600        AND NOT PENALTY-RECORD-FOUND
028700        AND NOT HISTORY-RECORD-FOUND
028800         GO TO 2000-EXIT
028900     END-IF
029000
029100     PERFORM 2500-LOOKUP-BORROWER THRU 2500-EXIT
029200     IF WS-PENALTY-AMT > ZERO OR WS-ARREARS-AMT > ZERO
029300         PERFORM 3000-HOLD-LOAN THRU 3000-EXIT
029400     ELSE
029500         PERFORM 4000-CLOSE-LOAN THRU 4000-EXIT
029600     END-IF.
029700 2000-EXIT.
029800     EXIT.
029900
030000 2100-READ-CLOSEOUT.
030100     MOVE 'Y' TO WS-CL-FOUND-SW
030200     MOVE OUT-LOAN-ID TO CL-LOAN-ID
030300     READ CLOSEOUT-FILE
030400         INVALID KEY
030500             MOVE 'N' TO WS-CL-FOUND-SW
030600             MOVE SPACES TO CLOSEOUT-RECORD
030700             MOVE OUT-LOAN-ID TO CL-LOAN-ID
030800             MOVE SPACE TO CL-STATUS
030900             MOVE WS-RUN-DATE TO CL-FIRST-SEEN-DATE
031000             MOVE ZERO TO CL-HELD-DATE
031100             MOVE ZERO TO CL-HELD-PENALTY
031200             MOVE ZERO TO CL-HELD-ARREARS
031300             MOVE ZERO TO CL-CLOSED-DATE
031400             MOVE ZERO TO CL-REFUND-DATE
031500             MOVE ZERO TO CL-REFUND-AMT
031600             MOVE ZERO TO CL-TOTAL-REFUNDED
031700     END-READ.
031800 2100-EXIT.
031900     EXIT.
032000
032100 2200-FETCH-SUSPENSE.
032200     MOVE ZERO TO WS-SUSPENSE-AMT
032300     MOVE 'Y' TO WS-SUSP-FOUND-SW
032400     MOVE OUT-LOAN-ID TO SUSP-LOAN-ID
032500     READ SUSPENSE-FILE
032600         INVALID KEY
032700             MOVE 'N' TO WS-SUSP-FOUND-SW
032800     END-READ
032900     IF SUSPENSE-RECORD-FOUND
033000        AND SUSP-AMOUNT NUMERIC
033100         MOVE SUSP-AMOUNT TO WS-SUSPENSE-AMT
033200     END-IF.
033300 2200-EXIT.
033400     EXIT.
033500
033600 2300-FETCH-PENALTY.
033700     MOVE ZERO TO WS-PENALTY-AMT
033800     MOVE 'Y' TO WS-PEN-FOUND-SW
033900     MOVE OUT-LOAN-ID TO PEN-LOAN-ID
034000     READ PENALTY-FILE
034100         INVALID KEY
034200             MOVE 'N' TO WS-PEN-FOUND-SW
034300     END-READ
034400     IF PENALTY-RECORD-FOUND
034500        AND PEN-PENALTY-BAL NUMERIC
034600         MOVE PEN-PENALTY-BAL TO WS-PENALTY-AMT
034700     END-IF.
034800 2300-EXIT.
034900     EXIT.
035000
035100 2400-READ-HISTORY.
035200     MOVE 'Y' TO WS-HIST-FOUND-SW
035300     MOVE OUT-LOAN-ID TO NH-LOAN-ID
035400     READ NOTICE-HISTORY-FILE
035500         INVALID KEY
035600             MOVE 'N' TO WS-HIST-FOUND-SW
035700     END-READ.
035800 2400-EXIT.
035900     EXIT.
036000
036100 2500-LOOKUP-BORROWER.
036200     MOVE OUT-LOAN-ID TO BM-LOAN-ID
036300     READ BORROWER-MASTER-FILE
036400         INVALID KEY
036500             MOVE 'UNKNOWN BORROWER'     TO BM-BORROWER-NAME
036600             MOVE SPACES                 TO BM-ADDRESS-LINE-1
036700             MOVE SPACES                 TO BM-ADDRESS-LINE-2
036800             MOVE SPACES                 TO BM-CITY
036900             MOVE SPACES                 TO BM-POSTAL-CODE
037000     END-READ.
037100 2500-EXIT.
037200     EXIT.
037300
037400*----------------------------------------------------------------*
037500*  3000-HOLD-LOAN                                                *
037600*  THE LOAN REACHED A ZERO BALANCE BUT STILL OWES PENALTY OR     *
037700*  ARREARS, SO IT IS NOT PAID IN FULL.  NOTHING IS REFUNDED OR   *
037800*  CLOSED AND NO LETTER GOES OUT; THE LOAN IS MARKED HELD WITH   *
037900*  WHAT IT OWES AND LISTED FOR REVIEW EVERY NIGHT UNTIL IT       *
038000*  CLEARS.  ANY SUSPENSE STAYS PUT FOR THE NIGHTLY RUN TO APPLY. *
038100*----------------------------------------------------------------*
038200 3000-HOLD-LOAN.
038300     ADD 1 TO WS-HELD-COUNT
038400     ADD WS-PENALTY-AMT TO WS-HELD-TOTAL
038500     ADD WS-ARREARS-AMT TO WS-HELD-TOTAL
038600     IF NOT CL-HELD
038700         MOVE WS-RUN-DATE TO CL-HELD-DATE
038800     END-IF
038900     MOVE 'H' TO CL-STATUS
039000     MOVE WS-PENALTY-AMT TO CL-HELD-PENALTY
039100     MOVE WS-ARREARS-AMT TO CL-HELD-ARREARS
039200     PERFORM 4900-SAVE-CLOSEOUT THRU 4900-EXIT
039300     MOVE 'HELD - PENALTY/ARREARS OWED' TO RL-ACTION
039400     MOVE ZERO TO RL-REFUND-AMT
039500     PERFORM 7000-WRITE-RESULT THRU 7000-EXIT.
039600 3000-EXIT.
039700     EXIT.
039800
039900*----------------------------------------------------------------*
040000*  4000-CLOSE-LOAN                                               *
040100*  REFUNDS WHAT IS LEFT ON SUSPENSE, CLOSES THE PENALTY AND      *
040200*  NOTICE HISTORY RECORDS AND, THE FIRST NIGHT THE LOAN CLOSES,  *
040300*  PRINTS THE LIEN-RELEASE LETTER.  A RERUN OF THE SAME          *
040400*  BUSINESS DATE FINDS TONIGHT'S DATES ON THE CLOSEOUT RECORD    *
040500*  AND RE-ISSUES TONIGHT'S REFUND LINE AND LETTER TO THE FRESH   *
040600*  OUTPUT FILES WITHOUT POSTING THE REFUND A SECOND TIME.        *
040700*----------------------------------------------------------------*
040800 4000-CLOSE-LOAN.
040900     MOVE 'N' TO WS-LETTER-SW
041000     IF NOT CL-CLOSED
041100         MOVE 'C' TO CL-STATUS
041200         MOVE WS-RUN-DATE TO CL-CLOSED-DATE
041300         MOVE ZERO TO CL-HELD-PENALTY
041400         MOVE ZERO TO CL-HELD-ARREARS
041500         MOVE 'Y' TO WS-LETTER-SW
041600     ELSE
041700         IF CL-CLOSED-DATE = WS-RUN-DATE
041800             MOVE 'Y' TO WS-LETTER-SW
041900         END-IF
042000     END-IF
042100     PERFORM 4100-REFUND-SUSPENSE THRU 4100-EXIT
042200     PERFORM 4200-CLOSE-PENALTY THRU 4200-EXIT
042300     PERFORM 4300-CLOSE-HISTORY THRU 4300-EXIT
042400     PERFORM 4900-SAVE-CLOSEOUT THRU 4900-EXIT
042500     IF LETTER-IS-DUE
042600         PERFORM 5000-WRITE-LETTER THRU 5000-EXIT
042700     END-IF
042800     ADD 1 TO WS-CLOSED-COUNT
042900     IF LETTER-IS-DUE
043000         MOVE 'CLOSED - LIEN RELEASED' TO RL-ACTION
043100     ELSE
043200         MOVE 'ALREADY CLOSED - TIDIED UP' TO RL-ACTION
043300     END-IF
043400     MOVE WS-NIGHT-REFUND-AMT TO RL-REFUND-AMT
043500     PERFORM 7000-WRITE-RESULT THRU 7000-EXIT.
043600 4000-EXIT.
043700     EXIT.
043800
043900*----------------------------------------------------------------*
044000*  4100-REFUND-SUSPENSE                                          *
044100*  MONEY ALREADY REFUNDED TONIGHT (CL-REFUND-AMT, WHEN THE       *
044200*  REFUND DATE IS TONIGHT) IS NOT REFUNDED AGAIN - AN OVERRIDE   *
044300*  RERUN OF THE NIGHTLY STEP PUTS IT BACK ON SUSPENSE FROM ITS   *
044400*  BEFORE-IMAGE.  ONLY THE EXCESS OVER IT IS NEW MONEY, AND ONLY *
044500*  THAT IS POSTED TO THE GL.  THE REFUND LINE CARRIES THE WHOLE  *
044600*  OF TONIGHT'S REFUND.  THE SUSPENSE BALANCE IS REWRITTEN AS    *
044700*  ZERO, NOT DELETED, TO KEEP THE NIGHTLY RUN'S BEFORE-IMAGE.    *
044800*----------------------------------------------------------------*
044900 4100-REFUND-SUSPENSE.
045000     MOVE ZERO TO WS-NIGHT-REFUND-AMT
045100     MOVE WS-SUSPENSE-AMT TO WS-NEW-REFUND-AMT
045200     IF CL-REFUND-DATE = WS-RUN-DATE
045300         MOVE CL-REFUND-AMT TO WS-NIGHT-REFUND-AMT
045400         IF WS-SUSPENSE-AMT > CL-REFUND-AMT
045500             COMPUTE WS-NEW-REFUND-AMT =
045600                 WS-SUSPENSE-AMT - CL-REFUND-AMT
045700         ELSE
045800             MOVE ZERO TO WS-NEW-REFUND-AMT
045900         END-IF
046000     END-IF
046100     IF WS-NEW-REFUND-AMT > ZERO
046200         ADD WS-NEW-REFUND-AMT TO WS-NIGHT-REFUND-AMT
046300         ADD WS-NEW-REFUND-AMT TO CL-TOTAL-REFUNDED
046400         PERFORM 4150-POST-THE-REFUND THRU 4150-EXIT
046500     END-IF
046600     IF WS-NIGHT-REFUND-AMT > ZERO
046700         MOVE WS-RUN-DATE TO CL-REFUND-DATE
046800         MOVE WS-NIGHT-REFUND-AMT TO CL-REFUND-AMT
046900         ADD 1 TO WS-REFUND-COUNT
047000         ADD WS-NIGHT-REFUND-AMT TO WS-REFUND-TOTAL
047100         MOVE SPACES TO REFUND-DISBURSEMENT-RECORD
047200         MOVE WS-RUN-DATE TO RF-RUN-DATE
047300         MOVE OUT-LOAN-ID TO RF-LOAN-ID
047400         MOVE BM-BORROWER-NAME TO RF-PAYEE-NAME
047500         MOVE BM-ADDRESS-LINE-1 TO RF-ADDRESS-LINE-1
047600         MOVE BM-ADDRESS-LINE-2 TO RF-ADDRESS-LINE-2
047700         MOVE BM-CITY TO RF-CITY
047800         MOVE BM-POSTAL-CODE TO RF-POSTAL-CODE
047900         MOVE WS-NIGHT-REFUND-AMT TO RF-REFUND-AMT
048000         WRITE REFUND-DISBURSEMENT-RECORD
048100     END-IF
048200     IF SUSPENSE-RECORD-FOUND
048300        AND WS-SUSPENSE-AMT > ZERO
048400         MOVE ZERO TO SUSP-AMOUNT
048500         MOVE ZERO TO SUSP-FIRST-DATE
048600         REWRITE SUSPENSE-RECORD
048700             INVALID KEY
048800                 CONTINUE
048900         END-REWRITE
049000     END-IF.
049100 4100-EXIT.
049200     EXIT.
049300
049400*----------------------------------------------------------------*
049500*  4150-POST-THE-REFUND                                          *
049600*  ONE GL-EXTRACT RECORD CARRYING THE REFUNDED SUSPENSE UNDER    *
049700*  THE REFUND ACCOUNT.  IT MOVES NO LOAN BALANCE, SO LOANBAL     *
049800*  LEAVES IT OUT OF THE NIGHTLY SERVICING PROOF.                 *
049900*----------------------------------------------------------------*
050000 4150-POST-THE-REFUND.
050100     MOVE SPACES TO GL-EXTRACT-RECORD
050200     MOVE WS-RUN-DATE TO GL-RUN-DATE
050300     MOVE OUT-LOAN-ID TO GL-LOAN-ID
050400     MOVE WS-GL-REFUND-ACCT TO GL-PRINCIPAL-ACCT
050500     MOVE WS-NEW-REFUND-AMT TO GL-PRINCIPAL-AMT
050600     MOVE WS-GL-INTEREST-ACCT TO GL-INTEREST-ACCT
050700     MOVE ZERO TO GL-INTEREST-AMT
050800     MOVE WS-GL-REFUND-ACCT TO GL-PENALTY-ACCT
050900     MOVE ZERO TO GL-PENALTY-AMT
051000     WRITE GL-EXTRACT-RECORD.
051100 4150-EXIT.
051200     EXIT.
051300
051400*----------------------------------------------------------------*
051500*  4200-CLOSE-PENALTY                                            *
051600*  A PAID-OFF PENALTY RECORD IS DELETED.  ONE THE NIGHTLY RUN    *
051700*  STAMPED TONIGHT STILL CARRIES THE NIGHT'S BEFORE-IMAGE AN     *
051800*  OVERRIDE RERUN WOULD REPLAY FROM, SO IT IS LEFT FOR TOMORROW  *
051900*  NIGHT'S SWEEP TO CLOSE.                                       *
052000*----------------------------------------------------------------*
052100 4200-CLOSE-PENALTY.
052200     IF NOT PENALTY-RECORD-FOUND
052300         GO TO 4200-EXIT
052400     END-IF
052500     IF PEN-APPLIED-DATE NUMERIC
052600        AND PEN-APPLIED-DATE = WS-RUN-DATE
052700         GO TO 4200-EXIT
052800     END-IF
052900     DELETE PENALTY-FILE
053000         INVALID KEY
053100             GO TO 4200-EXIT
053200     END-DELETE
053300     ADD 1 TO WS-PEN-CLOSED-COUNT.
053400 4200-EXIT.
053500     EXIT.
053600
053700*----------------------------------------------------------------*
053800*  4300-CLOSE-HISTORY                                            *
053900*  THE LOAN CAN HAVE NO FURTHER DELINQUENCY EPISODE, SO ITS      *
054000*  NOTICE HISTORY IS DELETED.                                    *
054100*----------------------------------------------------------------*
054200 4300-CLOSE-HISTORY.
054300     IF NOT HISTORY-RECORD-FOUND
054400         GO TO 4300-EXIT
054500     END-IF
054600     DELETE NOTICE-HISTORY-FILE
054700         INVALID KEY
054800             GO TO 4300-EXIT
054900     END-DELETE
055000     ADD 1 TO WS-HIST-CLOSED-COUNT.
055100 4300-EXIT.
055200     EXIT.
055300
055400 4900-SAVE-CLOSEOUT.
055500     IF CLOSEOUT-RECORD-FOUND
055600         REWRITE CLOSEOUT-RECORD
055700             INVALID KEY
055800                 CONTINUE
055900         END-REWRITE
056000     ELSE
056100         WRITE CLOSEOUT-RECORD
056200             INVALID KEY
056300                 CONTINUE
056400         END-WRITE
056500         MOVE 'Y' TO WS-CL-FOUND-SW
056600     END-IF.
056700 4900-EXIT.
056800     EXIT.
056900
057000*----------------------------------------------------------------*
057100*  5000-WRITE-LETTER                                             *
057200*  ONE PAID-IN-FULL / LIEN-RELEASE LETTER PAGE TO THE MAILING    *
057300*  BLOCK ON THE BORROWER MASTER, IN THE SAME PAGE LAYOUT AS THE  *
057400*  COLLECTIONS NOTICES, WITH ANY SUSPENSE BEING REFUNDED.        *
057500*----------------------------------------------------------------*
057600 5000-WRITE-LETTER.
057700     ADD 1 TO WS-LETTER-COUNT
057800     MOVE WS-PAGE-SEPARATOR TO LETTER-LINE
057900     WRITE LETTER-LINE
058000     MOVE WS-RUN-DATE TO DT-RUN-DATE
058100     MOVE WS-DATE-LINE TO LETTER-LINE
058200     WRITE LETTER-LINE
058300     MOVE SPACES TO LETTER-LINE
058400     WRITE LETTER-LINE
058500     MOVE BM-BORROWER-NAME TO LETTER-LINE
058600     WRITE LETTER-LINE
058700     MOVE BM-ADDRESS-LINE-1 TO LETTER-LINE
058800     WRITE LETTER-LINE
058900     IF BM-ADDRESS-LINE-2 NOT = SPACES
059000         MOVE BM-ADDRESS-LINE-2 TO LETTER-LINE
059100         WRITE LETTER-LINE
059200     END-IF
059300     MOVE SPACES TO WS-CITY-LINE
059400     MOVE BM-CITY TO CY-CITY
059500     MOVE BM-POSTAL-CODE TO CY-POSTAL-CODE
059600     MOVE WS-CITY-LINE TO LETTER-LINE
059700     WRITE LETTER-LINE
059800     MOVE SPACES TO LETTER-LINE
059900     WRITE LETTER-LINE
060000     MOVE OUT-LOAN-ID TO SL-LOAN-ID
060100     MOVE WS-SUBJECT-LINE TO LETTER-LINE
060200     WRITE LETTER-LINE
060300     MOVE SPACES TO LETTER-LINE
060400     WRITE LETTER-LINE
060500     MOVE 'WE ARE PLEASED TO CONFIRM THAT YOUR LOAN HAS BEEN'
060600          TO LETTER-LINE
060700     WRITE LETTER-LINE
060800     MOVE 'PAID IN FULL.  NO FURTHER INSTALMENTS ARE DUE, AND'
060900          TO LETTER-LINE
061000     WRITE LETTER-LINE
061100     MOVE 'OUR LIEN ON THE COLLATERAL SECURING THIS LOAN IS'
061200          TO LETTER-LINE
061300     WRITE LETTER-LINE
061400     MOVE 'HEREBY RELEASED.  PLEASE KEEP THIS LETTER WITH YOUR'
061500          TO LETTER-LINE
061600     WRITE LETTER-LINE
061700     MOVE 'TITLE DOCUMENTS.' TO LETTER-LINE
061800     WRITE LETTER-LINE
061900     IF WS-NIGHT-REFUND-AMT > ZERO
062000         MOVE SPACES TO LETTER-LINE
062100         WRITE LETTER-LINE
062200         MOVE 'AN OVERPAYMENT ON YOUR ACCOUNT IS BEING REFUNDED'
062300              TO LETTER-LINE
062400         WRITE LETTER-LINE
062500         MOVE 'TO YOU SEPARATELY.' TO LETTER-LINE
062600         WRITE LETTER-LINE
062700         MOVE SPACES TO LETTER-LINE
062800         WRITE LETTER-LINE
062900         MOVE SPACES TO WS-AMOUNT-LINE
063000         MOVE 'AMOUNT REFUNDED............' TO AL-CAPTION
063100         MOVE WS-NIGHT-REFUND-AMT TO AL-VALUE
063200         MOVE WS-AMOUNT-LINE TO LETTER-LINE
063300         WRITE LETTER-LINE
063400     END-IF
063500     MOVE SPACES TO LETTER-LINE
063600     WRITE LETTER-LINE
063700     MOVE 'THANK YOU FOR BANKING WITH US.' TO LETTER-LINE
063800     WRITE LETTER-LINE.
063900 5000-EXIT.
064000     EXIT.
064100
064200 7000-WRITE-RESULT.
064300     MOVE OUT-LOAN-ID TO RL-LOAN-ID
064400     MOVE BM-BORROWER-NAME TO RL-BORROWER-NAME
064500     MOVE WS-PENALTY-AMT TO RL-PENALTY-AMT
064600     MOVE WS-ARREARS-AMT TO RL-ARREARS-AMT
064700     MOVE WS-RESULT-LINE TO CLOSEOUT-REPORT-LINE
064800     WRITE CLOSEOUT-REPORT-LINE
064900     MOVE SPACES TO WS-RESULT-LINE.
065000 7000-EXIT.
065100     EXIT.
065200
065300*----------------------------------------------------------------*
065400*  8000-PRINT-TOTALS                                            *
065500*----------------------------------------------------------------*
065600 8000-PRINT-TOTALS.
065700     MOVE SPACES TO CLOSEOUT-REPORT-LINE
065800     WRITE CLOSEOUT-REPORT-LINE
065900     MOVE SPACES TO WS-TOTAL-LINE
066000     MOVE 'COMPLETED LOANS SEEN.......' TO TL-CAPTION
066100     MOVE WS-COMPLETED-COUNT TO TL-VALUE
066200     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
066300     MOVE 'LOANS CLOSED OUT...........' TO TL-CAPTION
066400     MOVE WS-CLOSED-COUNT TO TL-VALUE
066500     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
066600     MOVE 'LIEN-RELEASE LETTERS.......' TO TL-CAPTION
066700     MOVE WS-LETTER-COUNT TO TL-VALUE
066800     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
066900     MOVE 'SUSPENSE REFUNDS...........' TO TL-CAPTION
067000     MOVE WS-REFUND-COUNT TO TL-VALUE
067100     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
067200     MOVE 'TOTAL REFUNDED.............' TO TL-CAPTION
067300     MOVE WS-REFUND-TOTAL TO TL-VALUE
067400     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
067500     MOVE 'PENALTY RECORDS CLOSED.....' TO TL-CAPTION
067600     MOVE WS-PEN-CLOSED-COUNT TO TL-VALUE
067700     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
067800     MOVE 'NOTICE HISTORIES CLOSED....' TO TL-CAPTION
067900     MOVE WS-HIST-CLOSED-COUNT TO TL-VALUE
068000     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
068100     MOVE 'LOANS HELD FOR REVIEW......' TO TL-CAPTION
068200     MOVE WS-HELD-COUNT TO TL-VALUE
068300     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
068400     MOVE 'PENALTY/ARREARS ON HELD....' TO TL-CAPTION
068500     MOVE WS-HELD-TOTAL TO TL-VALUE
068600     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT.
068700 8000-EXIT.
068800     EXIT.
068900
069000 8100-WRITE-TOTAL-LINE.
069100     MOVE WS-TOTAL-LINE TO CLOSEOUT-REPORT-LINE
069200     WRITE CLOSEOUT-REPORT-LINE
069300     MOVE SPACES TO WS-TOTAL-LINE.
069400 8100-EXIT.
069500     EXIT.
069600
069700 9000-TERMINATE.
069800     CLOSE DAILYOUT-FILE
069900     CLOSE BORROWER-MASTER-FILE
070000     CLOSE CLOSEOUT-FILE
070100     CLOSE SUSPENSE-FILE
070200     CLOSE PENALTY-FILE
070300     CLOSE NOTICE-HISTORY-FILE
070400     CLOSE GL-EXTRACT-FILE
070500     CLOSE REFUND-FILE
070600     CLOSE LETTER-FILE
070700     CLOSE CLOSEOUT-REPORT-FILE
070800     PERFORM 9100-STAMP-RUN-LEDGER THRU 9100-EXIT
070900     DISPLAY 'CLOSEOUT RECORDS READ:  ' WS-READ-COUNT
071000     DISPLAY 'CLOSEOUT LOANS CLOSED:  ' WS-CLOSED-COUNT
071100     DISPLAY 'CLOSEOUT LOANS HELD:    ' WS-HELD-COUNT
071200     DISPLAY 'CLOSEOUT REFUNDS:       ' WS-REFUND-COUNT.
071300 9000-EXIT.
071400     EXIT.
071500
071600*----------------------------------------------------------------*
071700*  9100-STAMP-RUN-LEDGER                                         *
071800*  APPENDS THE STEP'S COMPLETION RECORD TO THE RUN-CONTROL       *
071900*  LEDGER SO OPERATIONS SEES THE CLOSEOUT RUN FINISHED.          *
072000*----------------------------------------------------------------*
072100 9100-STAMP-RUN-LEDGER.
072200     OPEN EXTEND RUN-CONTROL-FILE
072300     MOVE SPACES TO RUN-CONTROL-RECORD
072400     MOVE WS-RUN-DATE TO RC-BUSINESS-DATE
072500     MOVE 'CLOSEOUT' TO RC-PROGRAM-NAME
072600     MOVE WS-START-TIME TO RC-START-TIME
072700     ACCEPT WS-TIME-WORK FROM TIME
072800     MOVE WS-TIME-WORK (1:6) TO RC-END-TIME
072900     MOVE WS-READ-COUNT TO RC-READ-COUNT
073000     MOVE WS-CLOSED-COUNT TO RC-WRITTEN-COUNT
073100     MOVE 'DONE' TO RC-STATUS
073200     WRITE RUN-CONTROL-RECORD
073300     CLOSE RUN-CONTROL-FILE.
073400 9100-EXIT.
073500     EXIT.
