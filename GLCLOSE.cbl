002200*                   THE JOURNAL IS FRAMED WITH A HEADER AND     *
002300*                   TRAILER LIKE THE DAILY TRANSMISSION SO THE  *
002400*                   UPSTREAM LEDGER SYSTEM CAN IMPORT IT.       *
002410*  10/15/2026  DT   THE ACCOUNT TABLE GOES TO THIRTY SLOTS FOR  *
002420*                   THE MONTH-END ACCRUAL AND REVERSAL          *
002430*                   ACCOUNTS ACCRUE POSTS, WHICH THE JOURNAL    *
002440*                   CARRIES LIKE ANY OTHER ACCOUNT, AND THE     *
002450*                   REPORT SHOWS THE MONTH'S ACCRUAL BOOKED AND *
002460*                   REVERSED BESIDE THE PROOF.                  *
002500*================================================================*
002600*
002700 ENVIRONMENT DIVISION.
008500
008600 77  WS-ACCT-SUB             PIC 9(02) COMP VALUE ZERO.
008700 77  WS-ACCT-COUNT           PIC 9(02) COMP VALUE ZERO.
008800 77  WS-ACCT-MAX             PIC 9(02) COMP VALUE 30.
008900 77  WS-DAY-SUB              PIC 9(02) COMP VALUE ZERO.
009000
009100 77  WS-HIST-PRINCIPAL       PIC 9(14) VALUE ZERO.
009400 77  WS-XTR-PRINCIPAL        PIC 9(14) VALUE ZERO.
009500 77  WS-XTR-INTEREST         PIC 9(14) VALUE ZERO.
009600 77  WS-XTR-PENALTY          PIC 9(14) VALUE ZERO.
009610 77  WS-XTR-ACCRUED          PIC 9(14) VALUE ZERO.
009620 77  WS-XTR-ACCR-REVERSED    PIC 9(14) VALUE ZERO.
009700
009800 77  WS-JRNL-COUNT           PIC 9(06) VALUE ZERO.
009900 77  WS-JRNL-HASH            PIC 9(14) VALUE ZERO.
010100*----------------------------------------------------------------*
010200*  ONE SUMMARY SLOT PER GL ACCOUNT SEEN IN THE MONTH - THE       *
010300*  MONTH TOTAL AND A CELL PER CALENDAR DAY.  THE ACCOUNT SET IS  *
010400*  FIXED BY THE PROGRAMS THAT WRITE THE EXTRACT, SO THIRTY       *
010500*  SLOTS IS HEADROOM, NOT A VOLUME CEILING.                      *
010600*----------------------------------------------------------------*
010700 01  WS-ACCOUNT-TABLE.
010800     05 WS-ACCOUNT-ENTRY OCCURS 30 TIMES.
010900        10 WS-AC-ACCOUNT    PIC X(08).
011000        10 WS-AC-MONTH-AMT  PIC 9(14).
011100        10 WS-AC-DAY-AMT    OCCURS 31 TIMES PIC 9(14).
028000*  EQUAL WHAT THE HISTORY SAYS THE MONTH ACTUALLY DID.  LOSS     *
028100*  AND RECOVERY ACCOUNTS ARE SUMMARIZED BUT HAVE NO HISTORY      *
028200*  COUNTERPART TO PROVE AGAINST.                                 *
028300*  THE MONTH-END ACCRUAL AND ITS REVERSAL ARE PICKED OUT FOR     *
028310*  THE REPORT THE SAME WAY, BUT ARE NOT PART OF THE PROOF.       *
028320*----------------------------------------------------------------*
028400 4000-RECONCILE-THE-MONTH.
028500     MOVE '1000-100' TO WS-POST-ACCT
028600     PERFORM 2200-FIND-ACCOUNT-ENTRY THRU 2200-EXIT
030300     ELSE
030400         MOVE ZERO TO WS-XTR-PENALTY
030500     END-IF
030510     MOVE '1000-170' TO WS-POST-ACCT
030520     PERFORM 2200-FIND-ACCOUNT-ENTRY THRU 2200-EXIT
030530     IF ACCOUNT-ENTRY-FOUND
030540         MOVE WS-AC-MONTH-AMT (WS-ACCT-SUB) TO WS-XTR-ACCRUED
030550     ELSE
030560         MOVE ZERO TO WS-XTR-ACCRUED
030570     END-IF
030580     MOVE '1000-175' TO WS-POST-ACCT
030590     PERFORM 2200-FIND-ACCOUNT-ENTRY THRU 2200-EXIT
030591     IF ACCOUNT-ENTRY-FOUND
030592         MOVE WS-AC-MONTH-AMT (WS-ACCT-SUB)
030593             TO WS-XTR-ACCR-REVERSED
030594     ELSE
030595         MOVE ZERO TO WS-XTR-ACCR-REVERSED
030596     END-IF
030600     IF WS-XTR-PRINCIPAL NOT = WS-HIST-PRINCIPAL
030700         MOVE 'N' TO WS-BALANCE-SW
030800     END-IF
041800     MOVE WS-HIST-PENALTY TO TL-VALUE
041900     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
042000
042010     MOVE 'ACCRUED INTEREST BOOKED....' TO TL-CAPTION
042020     MOVE WS-XTR-ACCRUED TO TL-VALUE
042030     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
042040
042050     MOVE 'ACCRUED INTEREST REVERSED..' TO TL-CAPTION
042060     MOVE WS-XTR-ACCR-REVERSED TO TL-VALUE
042070     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
042080
042100     MOVE 'JOURNAL LINES WRITTEN......' TO TL-CAPTION
042200     MOVE WS-JRNL-COUNT TO TL-VALUE
042300     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
