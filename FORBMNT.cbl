000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FORBMNT.
000300 AUTHOR. D-TEAGUE.
000400 INSTALLATION. LOAN-SERVICING-BATCH.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*================================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  ---------- ----  ----------------------------------------    *
001100*  10/15/2026  DT   ORIGINAL VERSION.  BATCH MAINTENANCE FOR    *
001200*                   THE FORBEARANCE MASTER, DRIVEN BY KEYED     *
001300*                   ADD/CHANGE/DELETE TRANSACTIONS THE SAME     *
001400*                   WAY TERMMNT MAINTAINS THE LOAN-TERMS        *
001500*                   MASTER.  AN APPROVED PAYMENT HOLIDAY OF     *
001600*                   ONE TO SIX MONTHS IS KEYED WITH ITS WINDOW, *
001700*                   APPROVER AND TREATMENT AT WINDOW END, AND   *
001800*                   EVERY TRANSACTION - APPLIED OR REJECTED -   *
001900*                   LEAVES A BEFORE/AFTER AUDIT RECORD.         *
001910*  10/15/2026  DT   THE RUN DATE NOW COMES FROM THE BUSINESS-   *
001920*                   DATE CONTROL FILE BDROLL MAINTAINS INSTEAD  *
001930*                   OF THE SYSTEM CLOCK, SO A RUN THAT SLIPS    *
001940*                   PAST MIDNIGHT OR A CATCH-UP RUN STAMPS THE  *
001950*                   NIGHT IT IS ACTUALLY SERVICING.             *
001960*  10/15/2026  DT   LOAN ID WIDENED FROM 3 TO 10 CHARACTERS FOR  *
001970*                   THE ORIGINATION SYSTEM'S 10-DIGIT ACCOUNT    *
001980*                   NUMBER. AUDIT RECORD LOAN ID AND             *
001990*                   BEFORE/AFTER IMAGES WIDENED TO MATCH.        *
002000*================================================================*
002100*
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT FORB-TRANS-FILE
002600            ASSIGN TO 'forbearance_trans_file.txt'
002700            ORGANIZATION IS LINE SEQUENTIAL.
002800
002900     SELECT OPTIONAL FORBEARANCE-FILE
003000            ASSIGN TO 'forbearance_master_file.txt'
003100            ORGANIZATION IS INDEXED
003200            ACCESS MODE IS RANDOM
003300            RECORD KEY IS FB-LOAN-ID.
003400
003500     SELECT AUDIT-FILE
003600            ASSIGN TO 'forbearance_audit_file.txt'
003700            ORGANIZATION IS LINE SEQUENTIAL.
003800
003810     SELECT OPTIONAL BUSINESS-DATE-FILE
003820            ASSIGN TO 'business_date_file.txt'
003830            ORGANIZATION IS LINE SEQUENTIAL.
003840
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  FORB-TRANS-FILE.
004200     COPY FORBTRN.
004300
004400 FD  FORBEARANCE-FILE.
004500     COPY FORBMAST.
004600
004700 FD  AUDIT-FILE.
004800 01  AUDIT-RECORD.
004900     05 AUD-RUN-DATE         PIC 9(08).
005000     05 FILLER               PIC X.
005100     05 AUD-ACTION           PIC X(01).
005200     05 FILLER               PIC X.
005300     05 AUD-LOAN-ID          PIC X(10).
005400     05 FILLER               PIC X.
005500     05 AUD-STATUS           PIC X(04).
005600     05 FILLER               PIC X.
005700     05 AUD-REASON-TEXT      PIC X(30).
005800     05 FILLER               PIC X.
005900     05 AUD-BEFORE-IMAGE     PIC X(127).
006000     05 FILLER               PIC X.
006100     05 AUD-AFTER-IMAGE      PIC X(127).
006200
006210 FD  BUSINESS-DATE-FILE.
006220     COPY BUSDATE.
006230
006300 WORKING-STORAGE SECTION.
006400 01  WS-EOF                  PIC X VALUE 'N'.
006500     88 AT-END-OF-TRANS-FILE      VALUE 'Y'.
006600 01  WS-FOUND-SW             PIC X VALUE 'N'.
006700     88 MASTER-RECORD-FOUND       VALUE 'Y'.
006800     88 MASTER-RECORD-MISSING     VALUE 'N'.
006900 01  WS-START-PARTS.
007000     05 WS-START-YEAR        PIC 9(04).
007100     05 WS-START-MONTH       PIC 9(02).
007200     05 WS-START-DAY         PIC 9(02).
007300 01  WS-START-DATE-NUM REDEFINES WS-START-PARTS
007400                             PIC 9(08).
007500 01  WS-END-PARTS.
007600     05 WS-END-YEAR          PIC 9(04).
007700     05 WS-END-MONTH         PIC 9(02).
007800     05 WS-END-DAY           PIC 9(02).
007900 01  WS-END-DATE-NUM REDEFINES WS-END-PARTS
008000                             PIC 9(08).
008100 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
008200 77  WS-STATUS-CODE          PIC X(04) VALUE SPACES.
008300 77  WS-REASON-TEXT          PIC X(30) VALUE SPACES.
008400 77  WS-BEFORE-IMAGE         PIC X(127) VALUE SPACES.
008500 77  WS-AFTER-IMAGE          PIC X(127) VALUE SPACES.
008600 77  WS-READ-COUNT           PIC 9(06) VALUE ZERO.
008700 77  WS-APPLIED-COUNT        PIC 9(06) VALUE ZERO.
008800 77  WS-REJECTED-COUNT       PIC 9(06) VALUE ZERO.
008900 77  WS-WINDOW-MONTHS        PIC S9(04) VALUE ZERO.
009000 77  WS-MAX-WINDOW-MONTHS    PIC 9(02) VALUE 6.
009100
009200 PROCEDURE DIVISION.
009300 0000-MAINLINE.
009400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
009500     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
009600             UNTIL AT-END-OF-TRANS-FILE
009700     PERFORM 9000-TERMINATE THRU 9000-EXIT
009800     STOP RUN.
009900
010000 1000-INITIALIZE.
010100     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
010200     OPEN INPUT FORB-TRANS-FILE
010300     OPEN I-O FORBEARANCE-FILE
010400     OPEN EXTEND AUDIT-FILE.
010500 1000-EXIT.
010600     EXIT.
010603
010606*----------------------------------------------------------------*
010609*  1050-READ-BUSINESS-DATE                                       *
010612*  TONIGHT'S BUSINESS DATE COMES FROM THE DATE CONTROL FILE,     *
010615*  NOT THE SYSTEM CLOCK, SO A RUN THAT SLIPS PAST MIDNIGHT OR A  *
010618*  CATCH-UP RUN FOR A MISSED NIGHT STAMPS THE RIGHT DATE.  NO    *
010621*  USABLE CONTROL RECORD STOPS THE STEP BEFORE ANYTHING IS       *
010624*  TOUCHED.                                                      *
010627*----------------------------------------------------------------*
010630 1050-READ-BUSINESS-DATE.
010633     OPEN INPUT BUSINESS-DATE-FILE
010636     READ BUSINESS-DATE-FILE
010639         AT END
010642             MOVE ZERO TO BD-BUSINESS-DATE
010645     END-READ
010648     CLOSE BUSINESS-DATE-FILE
010651     IF BD-BUSINESS-DATE NOT NUMERIC
010654        OR BD-BUSINESS-DATE = ZERO
010657         DISPLAY 'FORBMNT: NO BUSINESS DATE ON THE DATE CONTROL'
010660                 ' FILE - RUN STOPPED'
010663         MOVE 16 TO RETURN-CODE
010666         STOP RUN
010669     END-IF
010672     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
010675 1050-EXIT.
010678     EXIT.
010700
010800*----------------------------------------------------------------*
010900*  2000-PROCESS-TRANS                                           *
011000*  READS ONE TRANSACTION, VALIDATES IT, APPLIES IT TO THE        *
011100*  MASTER, AND WRITES ONE AUDIT RECORD WHATEVER THE OUTCOME.     *
011200*----------------------------------------------------------------*
011300 2000-PROCESS-TRANS.
011400     READ FORB-TRANS-FILE
011500         AT END
011600             MOVE 'Y' TO WS-EOF
011700             GO TO 2000-EXIT
011800     END-READ
011900
012000     ADD 1 TO WS-READ-COUNT
012100     MOVE 'APPL' TO WS-STATUS-CODE
012200     MOVE SPACES TO WS-REASON-TEXT
012300     MOVE SPACES TO WS-BEFORE-IMAGE
012400     MOVE SPACES TO WS-AFTER-IMAGE
012500
012600     IF FT-ACTION-ADD
012700         PERFORM 2100-APPLY-ADD THRU 2100-EXIT
012800     ELSE
012900         IF FT-ACTION-CHANGE
013000             PERFORM 2200-APPLY-CHANGE THRU 2200-EXIT
013100         ELSE
013200             IF FT-ACTION-DELETE
013300                 PERFORM 2300-APPLY-DELETE THRU 2300-EXIT
013400             ELSE
013500                 MOVE 'RJ05' TO WS-STATUS-CODE
013600                 MOVE 'ACTION IS NOT A, C OR D' TO WS-REASON-TEXT
013700             END-IF
013800         END-IF
013900     END-IF
014000
014100     IF WS-STATUS-CODE = 'APPL'
014200         ADD 1 TO WS-APPLIED-COUNT
014300     ELSE
014400         ADD 1 TO WS-REJECTED-COUNT
014500     END-IF
014600     PERFORM 2900-WRITE-AUDIT THRU 2900-EXIT.
014700 2000-EXIT.
014800     EXIT.
014900
015000*----------------------------------------------------------------*
015100*  2100-APPLY-ADD                                               *
015200*  AN ADD MUST CARRY NUMERIC START AND END DATES, AN APPROVER    *
015300*  AND A TREATMENT OF C OR E, THE WINDOW MUST PASS               *
015400*  2400-EDIT-WINDOW, AND THE KEY MUST NOT ALREADY BE ON THE      *
015500*  MASTER.  THE HOLIDAY GOES ON AS PENDING - PROCESS MARKS IT    *
015600*  ACTIVE THE NIGHT THE WINDOW OPENS.                            *
015700*----------------------------------------------------------------*
015800 2100-APPLY-ADD.
015900     IF FT-START-DATE NOT NUMERIC
016000         MOVE 'RJ06' TO WS-STATUS-CODE
016100         MOVE 'START DATE IS NOT NUMERIC' TO WS-REASON-TEXT
016200         GO TO 2100-EXIT
016300     END-IF
016400     IF FT-END-DATE NOT NUMERIC
016500         MOVE 'RJ07' TO WS-STATUS-CODE
016600         MOVE 'END DATE IS NOT NUMERIC' TO WS-REASON-TEXT
016700         GO TO 2100-EXIT
016800     END-IF
016900     IF FT-APPROVED-BY = SPACES
017000         MOVE 'RJ10' TO WS-STATUS-CODE
017100         MOVE 'APPROVER IS MISSING' TO WS-REASON-TEXT
017200         GO TO 2100-EXIT
017300     END-IF
017400     IF FT-TREATMENT NOT = 'C' AND FT-TREATMENT NOT = 'E'
017500         MOVE 'RJ09' TO WS-STATUS-CODE
017600         MOVE 'TREATMENT IS NOT C OR E' TO WS-REASON-TEXT
017700         GO TO 2100-EXIT
017800     END-IF
017900     MOVE FT-START-DATE TO WS-START-DATE-NUM
018000     MOVE FT-END-DATE TO WS-END-DATE-NUM
018100     PERFORM 2400-EDIT-WINDOW THRU 2400-EXIT
018200     IF WS-STATUS-CODE NOT = 'APPL'
018300         GO TO 2100-EXIT
018400     END-IF
018500     PERFORM 3100-READ-MASTER THRU 3100-EXIT
018600     IF MASTER-RECORD-FOUND
018700         MOVE 'RJ01' TO WS-STATUS-CODE
018800         MOVE 'DUPLICATE ADD - KEY EXISTS' TO WS-REASON-TEXT
018900         MOVE FORBEARANCE-RECORD TO WS-BEFORE-IMAGE
019000         GO TO 2100-EXIT
019100     END-IF
019200     MOVE SPACES TO FORBEARANCE-RECORD
019300     MOVE FT-LOAN-ID TO FB-LOAN-ID
019400     MOVE WS-START-DATE-NUM TO FB-START-DATE
019500     MOVE WS-END-DATE-NUM TO FB-END-DATE
019600     MOVE FT-APPROVED-BY TO FB-APPROVED-BY
019700     MOVE FT-TREATMENT TO FB-TREATMENT
019800     MOVE 'P' TO FB-STATUS
019900     MOVE ZERO TO FB-ENTERED-DATE
020000     MOVE ZERO TO FB-EXITED-DATE
020100     MOVE ZERO TO FB-SKIPPED-CYCLES
020200     MOVE ZERO TO FB-SKIPPED-INTEREST
020300     MOVE ZERO TO FB-CAPITALISED-AMT
020400     MOVE 'P' TO FB-PRIOR-STATUS
020500     MOVE ZERO TO FB-PRIOR-CYCLES
020600     MOVE ZERO TO FB-PRIOR-INTEREST
020700     MOVE ZERO TO FB-APPLIED-DATE
020800     MOVE FORBEARANCE-RECORD TO WS-AFTER-IMAGE
020900     PERFORM 3200-ADD-MASTER THRU 3200-EXIT.
021000 2100-EXIT.
021100     EXIT.
021200
021300*----------------------------------------------------------------*
021400*  2200-APPLY-CHANGE                                            *
021500*  A CHANGE MUST HIT AN EXISTING KEY WHOSE HOLIDAY HAS NOT       *
021600*  ENDED.  A FIELD LEFT BLANK KEEPS THE VALUE ALREADY ON THE     *
021700*  MASTER; A FIELD SUPPLIED MUST PASS THE SAME EDITS AS AN ADD.  *
021800*  ONCE THE WINDOW IS ACTIVE ITS START DATE IS HISTORY AND       *
021900*  CANNOT MOVE - THE END DATE, APPROVER AND TREATMENT STILL      *
022000*  CAN, SO A HOLIDAY IS CUT SHORT OR EXTENDED HERE.              *
022100*----------------------------------------------------------------*
022200 2200-APPLY-CHANGE.
022300     PERFORM 3100-READ-MASTER THRU 3100-EXIT
022400     IF MASTER-RECORD-MISSING
022500         MOVE 'RJ02' TO WS-STATUS-CODE
022600         MOVE 'CHANGE - KEY NOT ON MASTER' TO WS-REASON-TEXT
022700         GO TO 2200-EXIT
022800     END-IF
022900     MOVE FORBEARANCE-RECORD TO WS-BEFORE-IMAGE
023000     IF FB-ENDED
023100         MOVE 'RJ14' TO WS-STATUS-CODE
023200         MOVE 'HOLIDAY HAS ALREADY ENDED' TO WS-REASON-TEXT
023300         GO TO 2200-EXIT
023400     END-IF
023500     IF FT-START-DATE NOT = SPACES
023600         IF FT-START-DATE NOT NUMERIC
023700             MOVE 'RJ06' TO WS-STATUS-CODE
023800             MOVE 'START DATE IS NOT NUMERIC' TO WS-REASON-TEXT
023900             GO TO 2200-EXIT
024000         END-IF
024100     END-IF
024200     IF FT-END-DATE NOT = SPACES
024300         IF FT-END-DATE NOT NUMERIC
024400             MOVE 'RJ07' TO WS-STATUS-CODE
024500             MOVE 'END DATE IS NOT NUMERIC' TO WS-REASON-TEXT
024600             GO TO 2200-EXIT
024700         END-IF
024800     END-IF
024900     IF FT-TREATMENT NOT = SPACES
025000         IF FT-TREATMENT NOT = 'C' AND FT-TREATMENT NOT = 'E'
025100             MOVE 'RJ09' TO WS-STATUS-CODE
025200             MOVE 'TREATMENT IS NOT C OR E' TO WS-REASON-TEXT
025300             GO TO 2200-EXIT
025400         END-IF
025500     END-IF
025600     MOVE FB-START-DATE TO WS-START-DATE-NUM
025700     MOVE FB-END-DATE TO WS-END-DATE-NUM
025800     IF FT-START-DATE NOT = SPACES
025900         MOVE FT-START-DATE TO WS-START-DATE-NUM
026000     END-IF
026100     IF FT-END-DATE NOT = SPACES
026200         MOVE FT-END-DATE TO WS-END-DATE-NUM
026300     END-IF
026400     IF FB-ACTIVE
026500        AND WS-START-DATE-NUM NOT = FB-START-DATE
026600         MOVE 'RJ13' TO WS-STATUS-CODE
026700         MOVE 'START DATE FIXED ONCE ACTIVE' TO WS-REASON-TEXT
026800         GO TO 2200-EXIT
026900     END-IF
026910*  AN ACTIVE WINDOW KEYED WITH ITS OWN START DATE IS NOT A
026920*  START-DATE CHANGE, AND MUST NOT TRIP THE PAST-DATE EDIT.
026930     IF FB-ACTIVE
026940         MOVE SPACES TO FT-START-DATE
026950     END-IF
027000     PERFORM 2400-EDIT-WINDOW THRU 2400-EXIT
027100     IF WS-STATUS-CODE NOT = 'APPL'
027200         GO TO 2200-EXIT
027300     END-IF
027400     MOVE WS-START-DATE-NUM TO FB-START-DATE
027500     MOVE WS-END-DATE-NUM TO FB-END-DATE
027600     IF FT-APPROVED-BY NOT = SPACES
027700         MOVE FT-APPROVED-BY TO FB-APPROVED-BY
027800     END-IF
027900     IF FT-TREATMENT NOT = SPACES
028000         MOVE FT-TREATMENT TO FB-TREATMENT
028100     END-IF
028200     MOVE FORBEARANCE-RECORD TO WS-AFTER-IMAGE
028300     PERFORM 3300-REWRITE-MASTER THRU 3300-EXIT.
028400 2200-EXIT.
028500     EXIT.
028600
028700*----------------------------------------------------------------*
028800*  2300-APPLY-DELETE                                            *
028900*  A DELETE MUST HIT AN EXISTING KEY.  AN ACTIVE HOLIDAY CANNOT  *
029000*  BE DELETED - ITS SKIPPED CYCLES WOULD NEVER BE RE-AMORTISED - *
029100*  SO IT IS CUT SHORT BY CHANGING ITS END DATE INSTEAD.  THE     *
029200*  RECORD AS IT STOOD GOES TO THE AUDIT TRAIL AS THE BEFORE      *
029300*  IMAGE.                                                        *
029400*----------------------------------------------------------------*
029500 2300-APPLY-DELETE.
029600     PERFORM 3100-READ-MASTER THRU 3100-EXIT
029700     IF MASTER-RECORD-MISSING
029800         MOVE 'RJ03' TO WS-STATUS-CODE
029900         MOVE 'DELETE - KEY NOT ON MASTER' TO WS-REASON-TEXT
030000         GO TO 2300-EXIT
030100     END-IF
030200     MOVE FORBEARANCE-RECORD TO WS-BEFORE-IMAGE
030300     IF FB-ACTIVE
030400         MOVE 'RJ15' TO WS-STATUS-CODE
030500         MOVE 'ACTIVE - CHANGE END DATE' TO WS-REASON-TEXT
030600         GO TO 2300-EXIT
030700     END-IF
030800     PERFORM 3400-DELETE-MASTER THRU 3400-EXIT.
030900 2300-EXIT.
031000     EXIT.
031100
031200*----------------------------------------------------------------*
031300*  2400-EDIT-WINDOW                                             *
031400*  THE WINDOW MUST END AFTER IT STARTS AND SPAN ONE TO SIX       *
031500*  MONTHLY CYCLES - A PART MONTH COUNTS AS A WHOLE ONE, SINCE    *
031600*  ANY DUE DATE INSIDE IT IS SKIPPED.  A START OR END DATE       *
031700*  KEYED TONIGHT MAY NOT ALREADY BE IN THE PAST: PROCESS HAS     *
031800*  SERVICED THOSE NIGHTS AND CANNOT GIVE THEM BACK.              *
031900*----------------------------------------------------------------*
032000 2400-EDIT-WINDOW.
032100     IF WS-END-DATE-NUM NOT > WS-START-DATE-NUM
032200         MOVE 'RJ08' TO WS-STATUS-CODE
032300         MOVE 'END DATE NOT AFTER START' TO WS-REASON-TEXT
032400         GO TO 2400-EXIT
032500     END-IF
032600     COMPUTE WS-WINDOW-MONTHS =
032700         (WS-END-YEAR * 12 + WS-END-MONTH)
032800       - (WS-START-YEAR * 12 + WS-START-MONTH)
032900     IF WS-END-DAY NOT < WS-START-DAY
033000         ADD 1 TO WS-WINDOW-MONTHS
033100     END-IF
033200     IF WS-WINDOW-MONTHS < 1
033300        OR WS-WINDOW-MONTHS > WS-MAX-WINDOW-MONTHS
033400         MOVE 'RJ08' TO WS-STATUS-CODE
033500         MOVE 'WINDOW IS NOT 1 TO 6 MONTHS' TO WS-REASON-TEXT
033600         GO TO 2400-EXIT
033700     END-IF
033800     IF FT-START-DATE NOT = SPACES
033900        AND WS-START-DATE-NUM < WS-RUN-DATE
034000         MOVE 'RJ11' TO WS-STATUS-CODE
034100         MOVE 'START DATE IS IN THE PAST' TO WS-REASON-TEXT
034200         GO TO 2400-EXIT
034300     END-IF
034400     IF FT-END-DATE NOT = SPACES
034500        AND WS-END-DATE-NUM < WS-RUN-DATE
034600         MOVE 'RJ12' TO WS-STATUS-CODE
034700         MOVE 'END DATE IS IN THE PAST' TO WS-REASON-TEXT
034800     END-IF.
034900 2400-EXIT.
035000     EXIT.
035100
035200*----------------------------------------------------------------*
035300*  2900-WRITE-AUDIT                                             *
035400*  ONE AUDIT RECORD PER TRANSACTION, APPLIED OR NOT, WITH THE    *
035500*  MASTER RECORD AS IT STOOD BEFORE AND AS IT STANDS AFTER.      *
035600*----------------------------------------------------------------*
035700 2900-WRITE-AUDIT.
035800     MOVE SPACES TO AUDIT-RECORD
035900     MOVE WS-RUN-DATE TO AUD-RUN-DATE
036000     MOVE FT-ACTION TO AUD-ACTION
036100     MOVE FT-LOAN-ID TO AUD-LOAN-ID
036200     MOVE WS-STATUS-CODE TO AUD-STATUS
036300     MOVE WS-REASON-TEXT TO AUD-REASON-TEXT
036400     MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
036500     MOVE WS-AFTER-IMAGE TO AUD-AFTER-IMAGE
036600     WRITE AUDIT-RECORD.
036700 2900-EXIT.
036800     EXIT.
036900
037000*----------------------------------------------------------------*
037100*  3100-READ-MASTER                                             *
037200*  KEYED READ OF THE MASTER FOR FT-LOAN-ID, SETTING THE FOUND    *
037300*  SWITCH INSTEAD OF LETTING INVALID KEY RIPPLE UPWARD.          *
037400*----------------------------------------------------------------*
037500 3100-READ-MASTER.
037600     MOVE 'Y' TO WS-FOUND-SW
037700     MOVE FT-LOAN-ID TO FB-LOAN-ID
037800     READ FORBEARANCE-FILE
037900         INVALID KEY
038000             MOVE 'N' TO WS-FOUND-SW
038100     END-READ.
038200 3100-EXIT.
038300     EXIT.
038400
038500 3200-ADD-MASTER.
038600     WRITE FORBEARANCE-RECORD
038700         INVALID KEY
038800             MOVE 'RJ01' TO WS-STATUS-CODE
038900             MOVE 'DUPLICATE ADD - KEY EXISTS' TO WS-REASON-TEXT
039000             MOVE SPACES TO WS-AFTER-IMAGE
039100     END-WRITE.
039200 3200-EXIT.
039300     EXIT.
039400
039500 3300-REWRITE-MASTER.
039600     REWRITE FORBEARANCE-RECORD
039700         INVALID KEY
039800             MOVE 'RJ02' TO WS-STATUS-CODE
039900             MOVE 'CHANGE - KEY NOT ON MASTER' TO WS-REASON-TEXT
040000             MOVE SPACES TO WS-AFTER-IMAGE
040100     END-REWRITE.
040200 3300-EXIT.
040300     EXIT.
040400
040500 3400-DELETE-MASTER.
040600     DELETE FORBEARANCE-FILE
040700         INVALID KEY
040800             MOVE 'RJ03' TO WS-STATUS-CODE
040900             MOVE 'DELETE - KEY NOT ON MASTER' TO WS-REASON-TEXT
041000     END-DELETE.
041100 3400-EXIT.
041200     EXIT.
041300
041400*----------------------------------------------------------------*
041500*  9000-TERMINATE                                                *
041600*  CLOSES THE FILES AND SHOWS THE RUN'S CONTROL COUNTS ON       *
041700*  SYSOUT SO AN OPERATOR CAN EYEBALL THE NIGHT'S MAINTENANCE.    *
041800*----------------------------------------------------------------*
041900 9000-TERMINATE.
042000     CLOSE FORB-TRANS-FILE
042100     CLOSE FORBEARANCE-FILE
042200     CLOSE AUDIT-FILE
042300     DISPLAY 'FORBMNT TRANSACTIONS READ: ' WS-READ-COUNT
042400     DISPLAY 'FORBMNT APPLIED:           ' WS-APPLIED-COUNT
042500     DISPLAY 'FORBMNT REJECTED:          ' WS-REJECTED-COUNT.
042600 9000-EXIT.
042700     EXIT.
