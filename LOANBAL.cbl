002087*                   EACH SORTED BY LOAN ID TO WORK FILES AND     *
002088*                   MATCHED SEQUENTIALLY, SO NO VOLUME OF        *
002089*                   REJECTS CAN MAKE THE NIGHT UNPROVABLE.       *
002090*  10/15/2026  DT   NSFREV BACKS OUT RETURNED RECEIPTS, RAISING  *
002091*                   BALANCES AND POSTING THE RESTORED PRINCIPAL  *
002092*                   UNDER 1000-150.  TONIGHT'S REVERSALS ARE     *
002093*                   NETTED OFF THE GL PRINCIPAL BEFORE THE       *
002094*                   BALANCE PROOF, SO A RERUN AFTER NSFREV STILL *
002095*                   PROVES.                                      *
002096*  10/15/2026  DT   INTEREST SKIPPED DURING A PAYMENT HOLIDAY    *
002097*                   AND CAPITALISED AT ITS END RAISES THE        *
002098*                   BALANCE UNDER 1000-160.  IT IS NETTED OFF    *
002099*                   THE GL PRINCIPAL THE SAME WAY.               *
002100*  10/15/2026  DT   THE RUN DATE NOW COMES FROM THE BUSINESS-    *
002110*                   DATE CONTROL FILE BDROLL MAINTAINS INSTEAD   *
002120*                   OF THE SYSTEM CLOCK, SO A RUN THAT SLIPS     *
002130*                   PAST MIDNIGHT OR A CATCH-UP RUN STAMPS THE   *
002140*                   NIGHT IT IS ACTUALLY SERVICING.              *
002142*  10/15/2026  DT   LOAN ID WIDENED FROM 3 TO 10 CHARACTERS FOR  *
002144*                   THE ORIGINATION SYSTEM'S 10-DIGIT ACCOUNT    *
002146*                   NUMBER. SUPPLEMENTAL, SORT AND WORK IMAGES   *
002148*                   WIDENED TO MATCH.                            *
002150*================================================================*
002200*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
006000            ASSIGN TO 'run_control_file.txt'
006100            ORGANIZATION IS LINE SEQUENTIAL.
006200
006210     SELECT OPTIONAL BUSINESS-DATE-FILE
006220            ASSIGN TO 'business_date_file.txt'
006230            ORGANIZATION IS LINE SEQUENTIAL.
006240
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  DAILY-FILE.
006600     COPY DLYREC.
006700
006800 FD  SUPPLEMENTAL-FILE.
006900 01  SUPPLEMENTAL-RECORD     PIC X(80).
007000
007100 FD  OUT-FILE.
007200     COPY OUTREC.
007900
008000 SD  SORT-FILE.
008100 01  SORT-RECORD.
008200     05 SS-LOAN-ID           PIC X(10).
008300     05 SS-RECORD-IMAGE      PIC X(80).
008400
008500 FD  REJECT-WORK-FILE.
008600 01  REJECT-WORK-RECORD.
008700     05 RW-LOAN-ID           PIC X(10).
008800     05 FILLER               PIC X(80).
008900
009000 FD  FEED-WORK-FILE.
009100 01  FEED-WORK-RECORD.
009200     05 FW-LOAN-ID           PIC X(10).
009300     05 FW-RECORD-IMAGE      PIC X(80).
009400
009500 FD  BALANCE-REPORT-FILE.
009600 01  BALANCE-REPORT-LINE     PIC X(80).
009800 FD  RUN-CONTROL-FILE.
009900     COPY RUNCTL.
010000
010010 FD  BUSINESS-DATE-FILE.
010020     COPY BUSDATE.
010030
010100 WORKING-STORAGE SECTION.
010200 01  WS-EOF                  PIC X VALUE 'N'.
010300     88 AT-END-OF-DAILY-FILE      VALUE 'Y'.
013100 77  WS-BALANCE-DROP         PIC S9(14) VALUE ZERO.
013200 77  WS-GL-PRINCIPAL-TOTAL   PIC 9(14) VALUE ZERO.
013300 77  WS-GL-INTEREST-TOTAL    PIC 9(14) VALUE ZERO.
013310 77  WS-GL-REVERSED-TOTAL    PIC 9(14) VALUE ZERO.
013320 77  WS-GL-NET-PRINCIPAL     PIC S9(14) VALUE ZERO.
013330 77  WS-GL-CAPITALISED-TOTAL PIC 9(14) VALUE ZERO.
013400 77  WS-EXPECTED-READS       PIC 9(06) VALUE ZERO.
013500
013600 01  WS-HEADING-1.
018000*  PROCEDURES.                                                   *
018100*----------------------------------------------------------------*
018200 1000-INITIALIZE.
018300     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
018400     ACCEPT WS-TIME-WORK FROM TIME
018500     MOVE WS-TIME-WORK (1:6) TO WS-START-TIME
018600     OPEN INPUT OUT-FILE
018800     OPEN OUTPUT BALANCE-REPORT-FILE.
018900 1000-EXIT.
019000     EXIT.
019003
019006*----------------------------------------------------------------*
019009*  1050-READ-BUSINESS-DATE                                       *
019012*  TONIGHT'S BUSINESS DATE COMES FROM THE DATE CONTROL FILE,     *
019015*  NOT THE SYSTEM CLOCK, SO A RUN THAT SLIPS PAST MIDNIGHT OR A  *
019018*  CATCH-UP RUN FOR A MISSED NIGHT STAMPS THE RIGHT DATE.  NO    *
019021*  USABLE CONTROL RECORD STOPS THE STEP BEFORE ANYTHING IS       *
019024*  TOUCHED.                                                      *
019027*----------------------------------------------------------------*
019030 1050-READ-BUSINESS-DATE.
019033     OPEN INPUT BUSINESS-DATE-FILE
019036     READ BUSINESS-DATE-FILE
019039         AT END
019042             MOVE ZERO TO BD-BUSINESS-DATE
019045     END-READ
019048     CLOSE BUSINESS-DATE-FILE
019051     IF BD-BUSINESS-DATE NOT NUMERIC
019054        OR BD-BUSINESS-DATE = ZERO
019057         DISPLAY 'LOANBAL: NO BUSINESS DATE ON THE DATE CONTROL'
019060                 ' FILE - RUN STOPPED'
019063         MOVE 16 TO RETURN-CODE
019066         STOP RUN
019069     END-IF
019072     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
019075 1050-EXIT.
019078     EXIT.
019100
019200*----------------------------------------------------------------*
019300*  1500-RELEASE-REJECTS                                          *
029300     IF GL-RUN-DATE NOT = WS-RUN-DATE
029400         GO TO 3000-EXIT
029500     END-IF
029510*  A RETURNED-PAYMENT REVERSAL CARRIES 1000-150 AND PUTS ITS
029520*  PRINCIPAL BACK ON THE BALANCE.  IT IS NOT A SERVICING POSTING
029530*  OF ITS OWN, BUT IT IS NETTED OUT OF THE PROOF SO THE DROP IN
029540*  BALANCES STILL AGREES WHEN BALANCING RUNS AFTER NSFREV.
029550     IF GL-PRINCIPAL-ACCT = '1000-150'
029560         ADD GL-PRINCIPAL-AMT TO WS-GL-REVERSED-TOTAL
029570         GO TO 3000-EXIT
029580     END-IF
029581*  INTEREST CAPITALISED AT THE END OF A PAYMENT HOLIDAY CARRIES
029582*  1000-160 AND RAISES THE BALANCE BY ITS AMOUNT - NETTED OUT
029583*  OF THE PROOF THE SAME WAY.
029584     IF GL-PRINCIPAL-ACCT = '1000-160'
029585         ADD GL-PRINCIPAL-AMT TO WS-GL-CAPITALISED-TOTAL
029586         GO TO 3000-EXIT
029587     END-IF
029600*  LOSS POSTINGS FROM THE CHARGE-OFF RUN CARRY A 5000-SERIES
029700*  PRINCIPAL ACCOUNT.  THEY ARE NOT SERVICING ACTIVITY AND DO
029800*  NOT MOVE LOAN BALANCES, SO THEY STAY OUT OF THE PROOF.
039400         WS-MATCHED-COUNT + WS-REJECT-COUNT
039500     COMPUTE WS-BALANCE-DROP =
039600         WS-IN-BALANCE-TOTAL - WS-OUT-BALANCE-TOTAL
039610     COMPUTE WS-GL-NET-PRINCIPAL =
039620         WS-GL-PRINCIPAL-TOTAL - WS-GL-REVERSED-TOTAL
039630         - WS-GL-CAPITALISED-TOTAL
039700     IF WS-UNACCOUNTED-COUNT NOT = ZERO
039800         MOVE 'N' TO WS-BALANCE-SW
039900     END-IF
040600     IF WS-GL-COUNT NOT = WS-WRITTEN-COUNT
040700         MOVE 'N' TO WS-BALANCE-SW
040800     END-IF
040900     IF WS-BALANCE-DROP NOT = WS-GL-NET-PRINCIPAL
041000         MOVE 'N' TO WS-BALANCE-SW
041100     END-IF.
041200 5000-EXIT.
045000     MOVE WS-GL-INTEREST-TOTAL TO TL-VALUE
045100     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT
045200
045210     MOVE 'GL PRINCIPAL REVERSED.....' TO TL-CAPTION
045220     MOVE WS-GL-REVERSED-TOTAL TO TL-VALUE
045230     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT
045240
045250     MOVE 'GL INTEREST CAPITALISED...' TO TL-CAPTION
045260     MOVE WS-GL-CAPITALISED-TOTAL TO TL-VALUE
045270     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT
045280
045300     MOVE 'OPENING BALANCES (WRITTEN)' TO TL-CAPTION
045400     MOVE WS-IN-BALANCE-TOTAL TO TL-VALUE
045500     PERFORM 8100-PRINT-TOTAL-LINE THRU 8100-EXIT
