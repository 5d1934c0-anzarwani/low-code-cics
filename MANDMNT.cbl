000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MANDMNT.
000300 AUTHOR. D-TEAGUE.
000400 INSTALLATION. LOAN-SERVICING-BATCH.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*================================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  ---------- ----  ----------------------------------------    *
001100*  10/15/2026  DT   ORIGINAL VERSION.  BATCH MAINTENANCE FOR    *
001200*                   THE AUTO-DEBIT MANDATE MASTER, DRIVEN BY    *
001300*                   KEYED ADD/CHANGE/DELETE TRANSACTIONS THE    *
001400*                   SAME WAY BORRMNT MAINTAINS THE BORROWER     *
001500*                   MASTER.  A MANDATE CARRIES THE BORROWER'S   *
001600*                   ROUTING AND ACCOUNT NUMBER, ITS STATUS AND  *
001700*                   THE DATES IT RUNS FROM AND TO, AND EVERY    *
001800*                   TRANSACTION - APPLIED OR REJECTED - LEAVES  *
001900*                   A BEFORE/AFTER AUDIT RECORD.                *
001910*  10/15/2026  DT   LOAN ID WIDENED FROM 3 TO 10 CHARACTERS FOR  *
001920*                   THE ORIGINATION SYSTEM'S 10-DIGIT ACCOUNT    *
001930*                   NUMBER. AUDIT RECORD LOAN ID AND             *
001940*                   BEFORE/AFTER IMAGES WIDENED TO MATCH.        *
002000*================================================================*
002100*
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT MANDATE-TRANS-FILE
002600            ASSIGN TO 'mandate_trans_file.txt'
002700            ORGANIZATION IS LINE SEQUENTIAL.
002800
002900     SELECT OPTIONAL MANDATE-FILE
003000            ASSIGN TO 'mandate_master_file.txt'
003100            ORGANIZATION IS INDEXED
003200            ACCESS MODE IS RANDOM
003300            RECORD KEY IS MD-LOAN-ID.
003400
003500     SELECT BORROWER-MASTER-FILE
003600            ASSIGN TO 'borrower_master_file.txt'
003700            ORGANIZATION IS INDEXED
003800            ACCESS MODE IS RANDOM
003900            RECORD KEY IS BM-LOAN-ID.
004000
004100     SELECT AUDIT-FILE
004200            ASSIGN TO 'mandate_audit_file.txt'
004300            ORGANIZATION IS LINE SEQUENTIAL.
004400
004500     SELECT OPTIONAL BUSINESS-DATE-FILE
004600            ASSIGN TO 'business_date_file.txt'
004700            ORGANIZATION IS LINE SEQUENTIAL.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  MANDATE-TRANS-FILE.
005200     COPY MANDTRN.
005300
005400 FD  MANDATE-FILE.
005500     COPY MANDMAST.
005600
005700 FD  BORROWER-MASTER-FILE.
005800     COPY BORRMAST.
005900
006000 FD  AUDIT-FILE.
006100 01  AUDIT-RECORD.
006200     05 AUD-RUN-DATE         PIC 9(08).
006300     05 FILLER               PIC X.
006400     05 AUD-ACTION           PIC X(01).
006500     05 FILLER               PIC X.
006600     05 AUD-LOAN-ID          PIC X(10).
006700     05 FILLER               PIC X.
006800     05 AUD-STATUS           PIC X(04).
006900     05 FILLER               PIC X.
007000     05 AUD-REASON-TEXT      PIC X(30).
007100     05 FILLER               PIC X.
007200     05 AUD-BEFORE-IMAGE     PIC X(98).
007300     05 FILLER               PIC X.
007400     05 AUD-AFTER-IMAGE      PIC X(98).
007500
007600 FD  BUSINESS-DATE-FILE.
007700     COPY BUSDATE.
007800
007900 WORKING-STORAGE SECTION.
008000 01  WS-EOF                  PIC X VALUE 'N'.
008100     88 AT-END-OF-TRANS-FILE      VALUE 'Y'.
008200 01  WS-FOUND-SW             PIC X VALUE 'N'.
008300     88 MASTER-RECORD-FOUND       VALUE 'Y'.
008400     88 MASTER-RECORD-MISSING     VALUE 'N'.
008500 01  WS-BORROWER-FOUND-SW    PIC X VALUE 'N'.
008600     88 LOAN-IS-ON-BORROWER-MASTER VALUE 'Y'.
008700 01  WS-ROUTING-NUMBER       PIC X(09) VALUE SPACES.
008800 01  WS-ROUTING-DIGITS REDEFINES WS-ROUTING-NUMBER.
008900     05 WS-RT-DIGIT          OCCURS 9 TIMES PIC 9(01).
009000 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
009100 77  WS-STATUS-CODE          PIC X(04) VALUE SPACES.
009200 77  WS-REASON-TEXT          PIC X(30) VALUE SPACES.
009300 77  WS-BEFORE-IMAGE         PIC X(98) VALUE SPACES.
009400 77  WS-AFTER-IMAGE          PIC X(98) VALUE SPACES.
009500 77  WS-READ-COUNT           PIC 9(06) VALUE ZERO.
009600 77  WS-APPLIED-COUNT        PIC 9(06) VALUE ZERO.
009700 77  WS-REJECTED-COUNT       PIC 9(06) VALUE ZERO.
009800 77  WS-START-DATE           PIC 9(08) VALUE ZERO.
009900 77  WS-STOP-DATE            PIC 9(08) VALUE ZERO.
010000 77  WS-CHECK-SUM            PIC 9(04) VALUE ZERO.
010100 77  WS-CHECK-QUOT           PIC 9(04) VALUE ZERO.
010200 77  WS-CHECK-REM            PIC 9(01) VALUE ZERO.
010300
010400 PROCEDURE DIVISION.
010500 0000-MAINLINE.
010600     PERFORM 1000-INITIALIZE THRU 1000-EXIT
010700     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
010800             UNTIL AT-END-OF-TRANS-FILE
010900     PERFORM 9000-TERMINATE THRU 9000-EXIT
011000     STOP RUN.
011100
011200 1000-INITIALIZE.
011300     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
011400     OPEN INPUT MANDATE-TRANS-FILE
011500     OPEN I-O MANDATE-FILE
011600     OPEN INPUT BORROWER-MASTER-FILE
011700     OPEN EXTEND AUDIT-FILE.
011800 1000-EXIT.
011900     EXIT.
012000
012100*----------------------------------------------------------------*
012200*  1050-READ-BUSINESS-DATE                                       *
012300*  TONIGHT'S BUSINESS DATE COMES FROM THE DATE CONTROL FILE,     *
012400*  NOT THE SYSTEM CLOCK, SO A RUN THAT SLIPS PAST MIDNIGHT OR A  *
012500*  CATCH-UP RUN FOR A MISSED NIGHT STAMPS THE RIGHT DATE.  NO    *
012600*  USABLE CONTROL RECORD STOPS THE STEP BEFORE ANYTHING IS       *
012700*  TOUCHED.                                                      *
012800*----------------------------------------------------------------*
012900 1050-READ-BUSINESS-DATE.
013000     OPEN INPUT BUSINESS-DATE-FILE
013100     READ BUSINESS-DATE-FILE
013200         AT END
013300             MOVE ZERO TO BD-BUSINESS-DATE
013400     END-READ
013500     CLOSE BUSINESS-DATE-FILE
013600     IF BD-BUSINESS-DATE NOT NUMERIC
013700        OR BD-BUSINESS-DATE = ZERO
013800         DISPLAY 'MANDMNT: NO BUSINESS DATE ON THE DATE CONTROL'
013900                 ' FILE - RUN STOPPED'
014000         MOVE 16 TO RETURN-CODE
014100         STOP RUN
014200     END-IF
014300     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
014400 1050-EXIT.
014500     EXIT.
014600
014700*----------------------------------------------------------------*
014800*  2000-PROCESS-TRANS                                           *
014900*  READS ONE TRANSACTION, VALIDATES IT, APPLIES IT TO THE        *
015000*  MASTER, AND WRITES ONE AUDIT RECORD WHATEVER THE OUTCOME.     *
015100*----------------------------------------------------------------*
015200 2000-PROCESS-TRANS.
015300     READ MANDATE-TRANS-FILE
015400         AT END
015500             MOVE 'Y' TO WS-EOF
015600             GO TO 2000-EXIT
015700     END-READ
015800
015900     ADD 1 TO WS-READ-COUNT
016000     MOVE 'APPL' TO WS-STATUS-CODE
016100     MOVE SPACES TO WS-REASON-TEXT
016200     MOVE SPACES TO WS-BEFORE-IMAGE
016300     MOVE SPACES TO WS-AFTER-IMAGE
016400
016500     IF MT-ACTION-ADD
016600         PERFORM 2100-APPLY-ADD THRU 2100-EXIT
016700     ELSE
016800         IF MT-ACTION-CHANGE
016900             PERFORM 2200-APPLY-CHANGE THRU 2200-EXIT
017000         ELSE
017100             IF MT-ACTION-DELETE
017200                 PERFORM 2300-APPLY-DELETE THRU 2300-EXIT
017300             ELSE
017400                 MOVE 'RJ05' TO WS-STATUS-CODE
017500                 MOVE 'ACTION IS NOT A, C OR D' TO WS-REASON-TEXT
017600             END-IF
017700         END-IF
017800     END-IF
017900
018000     IF WS-STATUS-CODE = 'APPL'
018100         ADD 1 TO WS-APPLIED-COUNT
018200     ELSE
018300         ADD 1 TO WS-REJECTED-COUNT
018400     END-IF
018500     PERFORM 2900-WRITE-AUDIT THRU 2900-EXIT.
018600 2000-EXIT.
018700     EXIT.
018800
018900*----------------------------------------------------------------*
019000*  2100-APPLY-ADD                                               *
019100*  AN ADD MUST BE FOR A LOAN ON THE BORROWER MASTER, CARRY A     *
019200*  ROUTING NUMBER THAT PASSES 2400-EDIT-ROUTING, AN ACCOUNT      *
019300*  NUMBER, THE ACCOUNT HOLDER'S NAME AND A NUMERIC START DATE,   *
019400*  PASS 2500-EDIT-DATES, AND THE KEY MUST NOT ALREADY BE ON THE  *
019500*  MASTER.  A BLANK STATUS GOES ON AS ACTIVE.                    *
019600*----------------------------------------------------------------*
019700 2100-APPLY-ADD.
019800     PERFORM 3500-CHECK-BORROWER THRU 3500-EXIT
019900     IF NOT LOAN-IS-ON-BORROWER-MASTER
020000         MOVE 'RJ04' TO WS-STATUS-CODE
020100         MOVE 'LOAN NOT ON BORROWER MASTER' TO WS-REASON-TEXT
020200         GO TO 2100-EXIT
020300     END-IF
020400     MOVE MT-ROUTING-NUMBER TO WS-ROUTING-NUMBER
020500     PERFORM 2400-EDIT-ROUTING THRU 2400-EXIT
020600     IF WS-STATUS-CODE NOT = 'APPL'
020700         GO TO 2100-EXIT
020800     END-IF
020900     IF MT-ACCOUNT-NUMBER = SPACES
021000         MOVE 'RJ07' TO WS-STATUS-CODE
021100         MOVE 'ACCOUNT NUMBER IS MISSING' TO WS-REASON-TEXT
021200         GO TO 2100-EXIT
021300     END-IF
021400     IF MT-ACCOUNT-NAME = SPACES
021500         MOVE 'RJ08' TO WS-STATUS-CODE
021600         MOVE 'ACCOUNT HOLDER IS MISSING' TO WS-REASON-TEXT
021700         GO TO 2100-EXIT
021800     END-IF
021900     IF MT-STATUS NOT = SPACE
022000        AND MT-STATUS NOT = 'A'
022100        AND MT-STATUS NOT = 'S'
022200        AND MT-STATUS NOT = 'C'
022300         MOVE 'RJ09' TO WS-STATUS-CODE
022400         MOVE 'STATUS IS NOT A, S OR C' TO WS-REASON-TEXT
022500         GO TO 2100-EXIT
022600     END-IF
022700     IF MT-START-DATE NOT NUMERIC
022800         MOVE 'RJ10' TO WS-STATUS-CODE
022900         MOVE 'START DATE IS NOT NUMERIC' TO WS-REASON-TEXT
023000         GO TO 2100-EXIT
023100     END-IF
023200     IF MT-STOP-DATE NOT = SPACES
023300        AND MT-STOP-DATE NOT NUMERIC
023400         MOVE 'RJ11' TO WS-STATUS-CODE
023500         MOVE 'STOP DATE IS NOT NUMERIC' TO WS-REASON-TEXT
023600         GO TO 2100-EXIT
023700     END-IF
023800     MOVE MT-START-DATE TO WS-START-DATE
023900     MOVE ZERO TO WS-STOP-DATE
024000     IF MT-STOP-DATE NOT = SPACES
024100         MOVE MT-STOP-DATE TO WS-STOP-DATE
024200     END-IF
024300     PERFORM 2500-EDIT-DATES THRU 2500-EXIT
024400     IF WS-STATUS-CODE NOT = 'APPL'
024500         GO TO 2100-EXIT
024600     END-IF
024700     PERFORM 3100-READ-MASTER THRU 3100-EXIT
024800     IF MASTER-RECORD-FOUND
024900         MOVE 'RJ01' TO WS-STATUS-CODE
025000         MOVE 'DUPLICATE ADD - KEY EXISTS' TO WS-REASON-TEXT
025100         MOVE MANDATE-RECORD TO WS-BEFORE-IMAGE
025200         GO TO 2100-EXIT
025300     END-IF
025400     MOVE SPACES TO MANDATE-RECORD
025500     MOVE MT-LOAN-ID TO MD-LOAN-ID
025600     MOVE MT-ROUTING-NUMBER TO MD-ROUTING-NUMBER
025700     MOVE MT-ACCOUNT-NUMBER TO MD-ACCOUNT-NUMBER
025800     MOVE MT-ACCOUNT-NAME TO MD-ACCOUNT-NAME
025900     IF MT-STATUS = SPACE
026000         MOVE 'A' TO MD-STATUS
026100     ELSE
026200         MOVE MT-STATUS TO MD-STATUS
026300     END-IF
026400     MOVE WS-START-DATE TO MD-START-DATE
026500     MOVE WS-STOP-DATE TO MD-STOP-DATE
026600     MOVE WS-RUN-DATE TO MD-CHANGED-DATE
026700     MOVE MANDATE-RECORD TO WS-AFTER-IMAGE
026800     PERFORM 3200-ADD-MASTER THRU 3200-EXIT.
026900 2100-EXIT.
027000     EXIT.
027100
027200*----------------------------------------------------------------*
027300*  2200-APPLY-CHANGE                                            *
027400*  A CHANGE MUST HIT AN EXISTING KEY.  A FIELD LEFT BLANK KEEPS  *
027500*  THE VALUE ALREADY ON THE MASTER; A FIELD SUPPLIED MUST PASS   *
027600*  THE SAME EDITS AS AN ADD.  A MANDATE IS SUSPENDED, CANCELLED  *
027700*  OR GIVEN A STOP DATE HERE; A CANCELLED ONE CANNOT BE BROUGHT  *
027800*  BACK - THE BORROWER SIGNS A NEW MANDATE INSTEAD.              *
027900*----------------------------------------------------------------*
028000 2200-APPLY-CHANGE.
028100     PERFORM 3100-READ-MASTER THRU 3100-EXIT
028200     IF MASTER-RECORD-MISSING
028300         MOVE 'RJ02' TO WS-STATUS-CODE
028400         MOVE 'CHANGE - KEY NOT ON MASTER' TO WS-REASON-TEXT
028500         GO TO 2200-EXIT
028600     END-IF
028700     MOVE MANDATE-RECORD TO WS-BEFORE-IMAGE
028800     IF MD-CANCELLED
028900         MOVE 'RJ13' TO WS-STATUS-CODE
029000         MOVE 'MANDATE HAS BEEN CANCELLED' TO WS-REASON-TEXT
029100         GO TO 2200-EXIT
029200     END-IF
029300     IF MT-ROUTING-NUMBER NOT = SPACES
029400         MOVE MT-ROUTING-NUMBER TO WS-ROUTING-NUMBER
029500         PERFORM 2400-EDIT-ROUTING THRU 2400-EXIT
029600         IF WS-STATUS-CODE NOT = 'APPL'
029700             GO TO 2200-EXIT
029800         END-IF
029900     END-IF
030000     IF MT-STATUS NOT = SPACE
030100        AND MT-STATUS NOT = 'A'
030200        AND MT-STATUS NOT = 'S'
030300        AND MT-STATUS NOT = 'C'
030400         MOVE 'RJ09' TO WS-STATUS-CODE
030500         MOVE 'STATUS IS NOT A, S OR C' TO WS-REASON-TEXT
030600         GO TO 2200-EXIT
030700     END-IF
030800     IF MT-START-DATE NOT = SPACES
030900        AND MT-START-DATE NOT NUMERIC
031000         MOVE 'RJ10' TO WS-STATUS-CODE
031100         MOVE 'START DATE IS NOT NUMERIC' TO WS-REASON-TEXT
031200         GO TO 2200-EXIT
031300     END-IF
031400     IF MT-STOP-DATE NOT = SPACES
031500        AND MT-STOP-DATE NOT NUMERIC
031600         MOVE 'RJ11' TO WS-STATUS-CODE
031700         MOVE 'STOP DATE IS NOT NUMERIC' TO WS-REASON-TEXT
031800         GO TO 2200-EXIT
031900     END-IF
032000     MOVE MD-START-DATE TO WS-START-DATE
032100     MOVE MD-STOP-DATE TO WS-STOP-DATE
032200     IF MT-START-DATE NOT = SPACES
032300         MOVE MT-START-DATE TO WS-START-DATE
032400     END-IF
032500     IF MT-STOP-DATE NOT = SPACES
032600         MOVE MT-STOP-DATE TO WS-STOP-DATE
032700     END-IF
032800     PERFORM 2500-EDIT-DATES THRU 2500-EXIT
032900     IF WS-STATUS-CODE NOT = 'APPL'
033000         GO TO 2200-EXIT
033100     END-IF
033200     IF MT-ROUTING-NUMBER NOT = SPACES
033300         MOVE MT-ROUTING-NUMBER TO MD-ROUTING-NUMBER
033400     END-IF
033500     IF MT-ACCOUNT-NUMBER NOT = SPACES
033600         MOVE MT-ACCOUNT-NUMBER TO MD-ACCOUNT-NUMBER
033700     END-IF
033800     IF MT-ACCOUNT-NAME NOT = SPACES
033900         MOVE MT-ACCOUNT-NAME TO MD-ACCOUNT-NAME
034000     END-IF
034100     IF MT-STATUS NOT = SPACE
034200         MOVE MT-STATUS TO MD-STATUS
034300     END-IF
034400     MOVE WS-START-DATE TO MD-START-DATE
034500     MOVE WS-STOP-DATE TO MD-STOP-DATE
034600     MOVE WS-RUN-DATE TO MD-CHANGED-DATE
034700     MOVE MANDATE-RECORD TO WS-AFTER-IMAGE
034800     PERFORM 3300-REWRITE-MASTER THRU 3300-EXIT.
034900 2200-EXIT.
035000     EXIT.
035100
035200*----------------------------------------------------------------*
035300*  2300-APPLY-DELETE                                            *
035400*  A DELETE MUST HIT AN EXISTING KEY.  AN ACTIVE MANDATE CANNOT  *
035500*  BE DELETED - A COLLECTION MAY ALREADY BE WITH THE BANK - SO   *
035600*  IT IS CANCELLED OR SUSPENDED FIRST.  THE RECORD AS IT STOOD   *
035700*  GOES TO THE AUDIT TRAIL AS THE BEFORE IMAGE.                  *
035800*----------------------------------------------------------------*
035900 2300-APPLY-DELETE.
036000     PERFORM 3100-READ-MASTER THRU 3100-EXIT
036100     IF MASTER-RECORD-MISSING
036200         MOVE 'RJ03' TO WS-STATUS-CODE
036300         MOVE 'DELETE - KEY NOT ON MASTER' TO WS-REASON-TEXT
036400         GO TO 2300-EXIT
036500     END-IF
036600     MOVE MANDATE-RECORD TO WS-BEFORE-IMAGE
036700     IF MD-ACTIVE
036800         MOVE 'RJ14' TO WS-STATUS-CODE
036900         MOVE 'ACTIVE - CANCEL BEFORE DELETE' TO WS-REASON-TEXT
037000         GO TO 2300-EXIT
037100     END-IF
037200     PERFORM 3400-DELETE-MASTER THRU 3400-EXIT.
037300 2300-EXIT.
037400     EXIT.
037500
037600*----------------------------------------------------------------*
037700*  2400-EDIT-ROUTING                                            *
037800*  A ROUTING NUMBER IS NINE DIGITS WHOSE WEIGHTED SUM - WEIGHTS  *
037900*  3, 7 AND 1 REPEATING - IS A MULTIPLE OF TEN.  A MIS-KEYED     *
038000*  NUMBER IS CAUGHT HERE INSTEAD OF COMING BACK FROM THE BANK    *
038100*  AS A FAILED DEBIT.                                            *
038200*----------------------------------------------------------------*
038300 2400-EDIT-ROUTING.
038400     IF WS-ROUTING-NUMBER NOT NUMERIC
038500         MOVE 'RJ06' TO WS-STATUS-CODE
038600         MOVE 'ROUTING NUMBER NOT 9 DIGITS' TO WS-REASON-TEXT
038700         GO TO 2400-EXIT
038800     END-IF
038900     COMPUTE WS-CHECK-SUM =
039000         3 * (WS-RT-DIGIT (1) + WS-RT-DIGIT (4) + WS-RT-DIGIT (7))
039100       + 7 * (WS-RT-DIGIT (2) + WS-RT-DIGIT (5) + WS-RT-DIGIT (8))
039200       +     (WS-RT-DIGIT (3) + WS-RT-DIGIT (6) + WS-RT-DIGIT (9))
039300     DIVIDE WS-CHECK-SUM BY 10 GIVING WS-CHECK-QUOT
039400         REMAINDER WS-CHECK-REM
039500     IF WS-CHECK-REM NOT = ZERO
039600         MOVE 'RJ06' TO WS-STATUS-CODE
039700         MOVE 'ROUTING NUMBER CHECK DIGIT' TO WS-REASON-TEXT
039800     END-IF.
039900 2400-EXIT.
040000     EXIT.
040100
040200*----------------------------------------------------------------*
040300*  2500-EDIT-DATES                                              *
040400*  A STOP DATE, WHEN THERE IS ONE, MUST FALL AFTER THE START     *
040500*  DATE, AND A STOP DATE KEYED TONIGHT MAY NOT ALREADY BE PAST - *
040600*  THE COLLECTIONS BEFORE TONIGHT HAVE ALREADY GONE TO THE BANK. *
040700*----------------------------------------------------------------*
040800 2500-EDIT-DATES.
040900     IF WS-START-DATE = ZERO
041000         MOVE 'RJ10' TO WS-STATUS-CODE
041100         MOVE 'START DATE IS NOT NUMERIC' TO WS-REASON-TEXT
041200         GO TO 2500-EXIT
041300     END-IF
041400     IF WS-STOP-DATE NOT = ZERO
041500        AND WS-STOP-DATE NOT > WS-START-DATE
041600         MOVE 'RJ12' TO WS-STATUS-CODE
041700         MOVE 'STOP DATE NOT AFTER START' TO WS-REASON-TEXT
041800         GO TO 2500-EXIT
041900     END-IF
042000     IF MT-STOP-DATE NOT = SPACES
042100        AND WS-STOP-DATE NOT = ZERO
042200        AND WS-STOP-DATE < WS-RUN-DATE
042300         MOVE 'RJ12' TO WS-STATUS-CODE
042400         MOVE 'STOP DATE IS IN THE PAST' TO WS-REASON-TEXT
042500     END-IF.
042600 2500-EXIT.
042700     EXIT.
042800
042900*----------------------------------------------------------------*
043000*  2900-WRITE-AUDIT                                             *
043100*  ONE AUDIT RECORD PER TRANSACTION, APPLIED OR NOT, WITH THE    *
043200*  MASTER RECORD AS IT STOOD BEFORE AND AS IT STANDS AFTER.      *
043300*----------------------------------------------------------------*
043400 2900-WRITE-AUDIT.
043500     MOVE SPACES TO AUDIT-RECORD
043600     MOVE WS-RUN-DATE TO AUD-RUN-DATE
043700     MOVE MT-ACTION TO AUD-ACTION
043800     MOVE MT-LOAN-ID TO AUD-LOAN-ID
043900     MOVE WS-STATUS-CODE TO AUD-STATUS
044000     MOVE WS-REASON-TEXT TO AUD-REASON-TEXT
044100     MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
044200     MOVE WS-AFTER-IMAGE TO AUD-AFTER-IMAGE
044300     WRITE AUDIT-RECORD.
044400 2900-EXIT.
044500     EXIT.
044600
044700*----------------------------------------------------------------*
044800*  3100-READ-MASTER                                             *
044900*  KEYED READ OF THE MASTER FOR MT-LOAN-ID, SETTING THE FOUND    *
045000*  SWITCH INSTEAD OF LETTING INVALID KEY RIPPLE UPWARD.          *
045100*----------------------------------------------------------------*
045200 3100-READ-MASTER.
045300     MOVE 'Y' TO WS-FOUND-SW
045400     MOVE MT-LOAN-ID TO MD-LOAN-ID
045500     READ MANDATE-FILE
045600         INVALID KEY
045700             MOVE 'N' TO WS-FOUND-SW
045800     END-READ.
045900 3100-EXIT.
046000     EXIT.
046100
046200 3200-ADD-MASTER.
046300     WRITE MANDATE-RECORD
046400         INVALID KEY
046500             MOVE 'RJ01' TO WS-STATUS-CODE
046600             MOVE 'DUPLICATE ADD - KEY EXISTS' TO WS-REASON-TEXT
046700             MOVE SPACES TO WS-AFTER-IMAGE
046800     END-WRITE.
046900 3200-EXIT.
047000     EXIT.
047100
047200 3300-REWRITE-MASTER.
047300     REWRITE MANDATE-RECORD
047400         INVALID KEY
047500             MOVE 'RJ02' TO WS-STATUS-CODE
047600             MOVE 'CHANGE - KEY NOT ON MASTER' TO WS-REASON-TEXT
047700             MOVE SPACES TO WS-AFTER-IMAGE
047800     END-REWRITE.
047900 3300-EXIT.
048000     EXIT.
048100
048200 3400-DELETE-MASTER.
048300     DELETE MANDATE-FILE
048400         INVALID KEY
048500             MOVE 'RJ03' TO WS-STATUS-CODE
048600             MOVE 'DELETE - KEY NOT ON MASTER' TO WS-REASON-TEXT
048700     END-DELETE.
048800 3400-EXIT.
048900     EXIT.
049000
049100*----------------------------------------------------------------*
049200*  3500-CHECK-BORROWER                                          *
049300*  KEYED READ OF THE BORROWER MASTER FOR MT-LOAN-ID.  A MANDATE  *
049400*  FOR A LOAN NOT ON IT WOULD DEBIT AN ACCOUNT NOBODY OWES FOR.  *
049500*----------------------------------------------------------------*
049600 3500-CHECK-BORROWER.
049700     MOVE 'Y' TO WS-BORROWER-FOUND-SW
049800     MOVE MT-LOAN-ID TO BM-LOAN-ID
049900     READ BORROWER-MASTER-FILE
050000         INVALID KEY
050100             MOVE 'N' TO WS-BORROWER-FOUND-SW
050200     END-READ.
050300 3500-EXIT.
050400     EXIT.
050500
050600*----------------------------------------------------------------*
050700*  9000-TERMINATE                                                *
050800*  CLOSES THE FILES AND SHOWS THE RUN'S CONTROL COUNTS ON       *
050900*  SYSOUT SO AN OPERATOR CAN EYEBALL THE NIGHT'S MAINTENANCE.    *
051000*----------------------------------------------------------------*
051100 9000-TERMINATE.
051200     CLOSE MANDATE-TRANS-FILE
051300     CLOSE MANDATE-FILE
051400     CLOSE BORROWER-MASTER-FILE
051500     CLOSE AUDIT-FILE
051600     DISPLAY 'MANDMNT TRANSACTIONS READ: ' WS-READ-COUNT
051700     DISPLAY 'MANDMNT APPLIED:           ' WS-APPLIED-COUNT
051800     DISPLAY 'MANDMNT REJECTED:          ' WS-REJECTED-COUNT.
051900 9000-EXIT.
052000     EXIT.
