000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LOANCONV.
000300 AUTHOR. D-TEAGUE.
000400 INSTALLATION. LOAN-SERVICING-BATCH.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*================================================================*
000800*  MODIFICATION HISTORY                                         *
000900*  DATE       INIT  DESCRIPTION                                 *
001000*  ---------- ----  ----------------------------------------    *
001100*  10/15/2026  DT   ORIGINAL VERSION.  ONE-TIME CONVERSION OF   *
001200*                   EVERY MASTER, HISTORY, AUDIT AND ARCHIVE    *
001300*                   FILE FROM THE 3-CHARACTER LOAN ID TO THE    *
001400*                   10-DIGIT ACCOUNT NUMBER ISSUED BY THE       *
001500*                   ORIGINATION SYSTEM, DRIVEN BY A CROSS-      *
001600*                   REFERENCE OF OLD TO NEW IDS.  EACH FILE IS  *
001700*                   COPIED ASIDE, CHECKED, CONVERTED AND READ   *
001800*                   BACK, AND ITS RECORD COUNT AND BALANCE      *
001900*                   BEFORE AND AFTER ARE PROVED ON THE          *
002000*                   CONVERSION REPORT.                          *
002100*================================================================*
002200*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT XREF-FILE ASSIGN TO 'loan_id_xref.txt'
002700            ORGANIZATION IS LINE SEQUENTIAL.
002800
002900     SELECT XREF-INDEX-FILE
003000            ASSIGN TO 'loan_id_xref_index.txt'
003100            ORGANIZATION IS INDEXED
003200            ACCESS MODE IS RANDOM
003300            RECORD KEY IS XI-OLD-LOAN-ID.
003400
003500*----------------------------------------------------------------*
003600*  EACH KEYED MASTER IS DECLARED TWICE UNDER ITS ONE PHYSICAL    *
003700*  NAME - OLD-xxx IN THE 3-CHARACTER LAYOUT IT IS READ IN, AND   *
003800*  NEW-xxx IN THE CURRENT COPYBOOK LAYOUT IT IS REBUILT IN.      *
003900*----------------------------------------------------------------*
004000     SELECT OPTIONAL OLD-DAILYOUT-FILE
004100            ASSIGN TO 'daily_update_file.txt'
004200            ORGANIZATION IS INDEXED
004300            ACCESS MODE IS SEQUENTIAL
004400            RECORD KEY IS OLD-OUT-LOAN-ID.
004500
004600     SELECT OPTIONAL NEW-DAILYOUT-FILE
004700            ASSIGN TO 'daily_update_file.txt'
004800            ORGANIZATION IS INDEXED
004900            ACCESS MODE IS SEQUENTIAL
005000            RECORD KEY IS OUT-LOAN-ID.
005100
005200     SELECT OPTIONAL OLD-BORROWER-FILE
005300            ASSIGN TO 'borrower_master_file.txt'
005400            ORGANIZATION IS INDEXED
005500            ACCESS MODE IS SEQUENTIAL
005600            RECORD KEY IS OLD-BM-LOAN-ID.
005700
005800     SELECT OPTIONAL NEW-BORROWER-FILE
005900            ASSIGN TO 'borrower_master_file.txt'
006000            ORGANIZATION IS INDEXED
006100            ACCESS MODE IS SEQUENTIAL
006200            RECORD KEY IS BM-LOAN-ID.
006300
006400     SELECT OPTIONAL OLD-TERMS-FILE
006500            ASSIGN TO 'loan_terms_file.txt'
006600            ORGANIZATION IS INDEXED
006700            ACCESS MODE IS SEQUENTIAL
006800            RECORD KEY IS OLD-LT-LOAN-ID.
006900
007000     SELECT OPTIONAL NEW-TERMS-FILE
007100            ASSIGN TO 'loan_terms_file.txt'
007200            ORGANIZATION IS INDEXED
007300            ACCESS MODE IS SEQUENTIAL
007400            RECORD KEY IS LT-LOAN-ID.
007500
007600     SELECT OPTIONAL OLD-PENALTY-FILE
007700            ASSIGN TO 'penalty_file.txt'
007800            ORGANIZATION IS INDEXED
007900            ACCESS MODE IS SEQUENTIAL
008000            RECORD KEY IS OLD-PEN-LOAN-ID.
008100
008200     SELECT OPTIONAL NEW-PENALTY-FILE
008300            ASSIGN TO 'penalty_file.txt'
008400            ORGANIZATION IS INDEXED
008500            ACCESS MODE IS SEQUENTIAL
008600            RECORD KEY IS PEN-LOAN-ID.
008700
008800     SELECT OPTIONAL OLD-SUSPENSE-FILE
008900            ASSIGN TO 'suspense_file.txt'
009000            ORGANIZATION IS INDEXED
009100            ACCESS MODE IS SEQUENTIAL
009200            RECORD KEY IS OLD-SUSP-LOAN-ID.
009300
009400     SELECT OPTIONAL NEW-SUSPENSE-FILE
009500            ASSIGN TO 'suspense_file.txt'
009600            ORGANIZATION IS INDEXED
009700            ACCESS MODE IS SEQUENTIAL
009800            RECORD KEY IS SUSP-LOAN-ID.
009900
010000     SELECT OPTIONAL OLD-CHARGEOFF-FILE
010100            ASSIGN TO 'chargeoff_master_file.txt'
010200            ORGANIZATION IS INDEXED
010300            ACCESS MODE IS SEQUENTIAL
010400            RECORD KEY IS OLD-CM-LOAN-ID.
010500
010600     SELECT OPTIONAL NEW-CHARGEOFF-FILE
010700            ASSIGN TO 'chargeoff_master_file.txt'
010800            ORGANIZATION IS INDEXED
010900            ACCESS MODE IS SEQUENTIAL
011000            RECORD KEY IS CM-LOAN-ID.
011100
011200     SELECT OPTIONAL OLD-NOTICE-FILE
011300            ASSIGN TO 'notice_history_file.txt'
011400            ORGANIZATION IS INDEXED
011500            ACCESS MODE IS SEQUENTIAL
011600            RECORD KEY IS OLD-NH-LOAN-ID.
011700
011800     SELECT OPTIONAL NEW-NOTICE-FILE
011900            ASSIGN TO 'notice_history_file.txt'
012000            ORGANIZATION IS INDEXED
012100            ACCESS MODE IS SEQUENTIAL
012200            RECORD KEY IS NH-LOAN-ID.
012300
012400     SELECT OPTIONAL OLD-FORBEARANCE-FILE
012500            ASSIGN TO 'forbearance_master_file.txt'
012600            ORGANIZATION IS INDEXED
012700            ACCESS MODE IS SEQUENTIAL
012800            RECORD KEY IS OLD-FB-LOAN-ID.
012900
013000     SELECT OPTIONAL NEW-FORBEARANCE-FILE
013100            ASSIGN TO 'forbearance_master_file.txt'
013200            ORGANIZATION IS INDEXED
013300            ACCESS MODE IS SEQUENTIAL
013400            RECORD KEY IS FB-LOAN-ID.
013500
013600     SELECT OPTIONAL OLD-CLOSEOUT-FILE
013700            ASSIGN TO 'closeout_master_file.txt'
013800            ORGANIZATION IS INDEXED
013900            ACCESS MODE IS SEQUENTIAL
014000            RECORD KEY IS OLD-CL-LOAN-ID.
014100
014200     SELECT OPTIONAL NEW-CLOSEOUT-FILE
014300            ASSIGN TO 'closeout_master_file.txt'
014400            ORGANIZATION IS INDEXED
014500            ACCESS MODE IS SEQUENTIAL
014600            RECORD KEY IS CL-LOAN-ID.
014700
014800     SELECT OPTIONAL OLD-ACCRUAL-FILE
014900            ASSIGN TO 'accrual_master_file.txt'
015000            ORGANIZATION IS INDEXED
015100            ACCESS MODE IS SEQUENTIAL
015200            RECORD KEY IS OLD-AC-LOAN-ID.
015300
015400     SELECT OPTIONAL NEW-ACCRUAL-FILE
015500            ASSIGN TO 'accrual_master_file.txt'
015600            ORGANIZATION IS INDEXED
015700            ACCESS MODE IS SEQUENTIAL
015800            RECORD KEY IS AC-LOAN-ID.
015900
016000     SELECT OPTIONAL OLD-MANDATE-FILE
016100            ASSIGN TO 'mandate_master_file.txt'
016200            ORGANIZATION IS INDEXED
016300            ACCESS MODE IS SEQUENTIAL
016400            RECORD KEY IS OLD-MD-LOAN-ID.
016500
016600     SELECT OPTIONAL NEW-MANDATE-FILE
016700            ASSIGN TO 'mandate_master_file.txt'
016800            ORGANIZATION IS INDEXED
016900            ACCESS MODE IS SEQUENTIAL
017000            RECORD KEY IS MD-LOAN-ID.
017100
017200     SELECT OPTIONAL OLD-COLLECTION-FILE
017300            ASSIGN TO 'collection_pending_file.txt'
017400            ORGANIZATION IS INDEXED
017500            ACCESS MODE IS SEQUENTIAL
017600            RECORD KEY IS OLD-PC-KEY.
017700
017800     SELECT OPTIONAL NEW-COLLECTION-FILE
017900            ASSIGN TO 'collection_pending_file.txt'
018000            ORGANIZATION IS INDEXED
018100            ACCESS MODE IS SEQUENTIAL
018200            RECORD KEY IS PC-KEY.
018300
018400*----------------------------------------------------------------*
018500*  THE HISTORY, AUDIT, EXCEPTION, EXTRACT AND ARCHIVE FILES ARE  *
018600*  ALL PLAIN SEQUENTIAL AND ARE TAKEN ONE AT A TIME THROUGH THE  *
018700*  ONE SEQ-FILE, NAMED FROM THE FILE TABLE.  BACKUP-FILE HOLDS   *
018800*  THE PRE-CONVERSION COPY OF WHICHEVER FILE IS IN HAND.         *
018900*----------------------------------------------------------------*
019000     SELECT OPTIONAL SEQ-FILE
019100            ASSIGN TO DYNAMIC WS-SEQ-FILE-NAME
019200            ORGANIZATION IS LINE SEQUENTIAL.
019300
019400     SELECT OPTIONAL BACKUP-FILE
019500            ASSIGN TO DYNAMIC WS-BACKUP-FILE-NAME
019600            ORGANIZATION IS LINE SEQUENTIAL.
019700
019800     SELECT SORT-FILE ASSIGN TO 'sortwork'.
019900
020000     SELECT CONVERSION-REPORT-FILE
020100            ASSIGN TO 'loan_conversion_report.txt'
020200            ORGANIZATION IS LINE SEQUENTIAL.
020300
020400     SELECT OPTIONAL RUN-CONTROL-FILE
020500            ASSIGN TO 'run_control_file.txt'
020600            ORGANIZATION IS LINE SEQUENTIAL.
020700
020800     SELECT OPTIONAL BUSINESS-DATE-FILE
020900            ASSIGN TO 'business_date_file.txt'
021000            ORGANIZATION IS LINE SEQUENTIAL.
021100
021200 DATA DIVISION.
021300 FILE SECTION.
021400*----------------------------------------------------------------*
021500*  ONE CROSS-REFERENCE LINE PER LIVE OR HISTORIC LOAN: THE OLD   *
021600*  3-CHARACTER ID, A SPACE, AND THE 10-DIGIT ACCOUNT NUMBER THE  *
021700*  ORIGINATION SYSTEM HAS ISSUED FOR IT.                         *
021800*----------------------------------------------------------------*
021900 FD  XREF-FILE.
022000 01  XREF-RECORD.
022100     05 XR-OLD-LOAN-ID       PIC X(03).
022200     05 FILLER               PIC X.
022300     05 XR-NEW-LOAN-ID       PIC X(10).
022400
022500 FD  XREF-INDEX-FILE.
022600 01  XREF-INDEX-RECORD.
022700     05 XI-OLD-LOAN-ID       PIC X(03).
022800     05 XI-NEW-LOAN-ID       PIC X(10).
022900
023000 FD  OLD-DAILYOUT-FILE.
023100 01  OLD-DAILYOUT-RECORD.
023200     05 OLD-OUT-LOAN-ID      PIC X(03).
023300     05 FILLER               PIC X(151).
023400
023500 FD  NEW-DAILYOUT-FILE.
023600     COPY OUTREC.
023700
023800 FD  OLD-BORROWER-FILE.
023900 01  OLD-BORROWER-RECORD.
024000     05 OLD-BM-LOAN-ID       PIC X(03).
024100     05 FILLER               PIC X(143).
024200
024300 FD  NEW-BORROWER-FILE.
024400     COPY BORRMAST.
024500
024600 FD  OLD-TERMS-FILE.
024700 01  OLD-TERMS-RECORD.
024800     05 OLD-LT-LOAN-ID       PIC X(03).
024900     05 FILLER               PIC X(44).
025000
025100 FD  NEW-TERMS-FILE.
025200     COPY LOANTRM.
025300
025400 FD  OLD-PENALTY-FILE.
025500 01  OLD-PENALTY-RECORD.
025600     05 OLD-PEN-LOAN-ID      PIC X(03).
025700     05 FILLER               PIC X(44).
025800
025900 FD  NEW-PENALTY-FILE.
026000     COPY PENLTY.
026100
026200 FD  OLD-SUSPENSE-FILE.
026300 01  OLD-SUSPENSE-RECORD.
026400     05 OLD-SUSP-LOAN-ID     PIC X(03).
026500     05 FILLER               PIC X(53).
026600
026700 FD  NEW-SUSPENSE-FILE.
026800     COPY SUSPREC.
026900
027000 FD  OLD-CHARGEOFF-FILE.
027100 01  OLD-CHARGEOFF-RECORD.
027200     05 OLD-CM-LOAN-ID       PIC X(03).
027300     05 FILLER               PIC X(80).
027400
027500 FD  NEW-CHARGEOFF-FILE.
027600     COPY CHGMAST.
027700
027800 FD  OLD-NOTICE-FILE.
027900 01  OLD-NOTICE-RECORD.
028000     05 OLD-NH-LOAN-ID       PIC X(03).
028100     05 FILLER               PIC X(29).
028200
028300 FD  NEW-NOTICE-FILE.
028400     COPY NOTHIST.
028500
028600 FD  OLD-FORBEARANCE-FILE.
028700 01  OLD-FORBEARANCE-RECORD.
028800     05 OLD-FB-LOAN-ID       PIC X(03).
028900     05 FILLER               PIC X(117).
029000
029100 FD  NEW-FORBEARANCE-FILE.
029200     COPY FORBMAST.
029300
029400 FD  OLD-CLOSEOUT-FILE.
029500 01  OLD-CLOSEOUT-RECORD.
029600     05 OLD-CL-LOAN-ID       PIC X(03).
029700     05 FILLER               PIC X(90).
029800
029900 FD  NEW-CLOSEOUT-FILE.
030000     COPY CLOSMAST.
030100
030200 FD  OLD-ACCRUAL-FILE.
030300 01  OLD-ACCRUAL-RECORD.
030400     05 OLD-AC-LOAN-ID       PIC X(03).
030500     05 FILLER               PIC X(76).
030600
030700 FD  NEW-ACCRUAL-FILE.
030800     COPY ACCRMAST.
030900
031000 FD  OLD-MANDATE-FILE.
031100 01  OLD-MANDATE-RECORD.
031200     05 OLD-MD-LOAN-ID       PIC X(03).
031300     05 FILLER               PIC X(88).
031400
031500 FD  NEW-MANDATE-FILE.
031600     COPY MANDMAST.
031700
031800 FD  OLD-COLLECTION-FILE.
031900 01  OLD-COLLECTION-RECORD.
032000     05 OLD-PC-KEY.
032100        10 OLD-PC-LOAN-ID    PIC X(03).
032200        10 OLD-PC-DUE-DATE   PIC 9(08).
032300     05 FILLER               PIC X(113).
032400
032500 FD  NEW-COLLECTION-FILE.
032600     COPY COLLPND.
032700
032800 FD  SEQ-FILE.
032900 01  SEQ-RECORD              PIC X(400).
033000
033100 FD  BACKUP-FILE.
033200 01  BACKUP-RECORD           PIC X(400).
033300
033400*----------------------------------------------------------------*
033500*  THE SORT CARRIES WHOLE RECORD IMAGES.  THE FIRST 18 BYTES     *
033600*  COVER THE KEY OF EVERY KEYED MASTER IN EITHER LAYOUT, SO      *
033700*  SORTING ON THEM PUTS A REBUILT MASTER BACK IN KEY ORDER.  THE *
033800*  CROSS-REFERENCE LOAD SORTS THE SAME WAY ON THE NEW ID.        *
033900*----------------------------------------------------------------*
034000 SD  SORT-FILE.
034100 01  SORT-RECORD.
034200     05 SR-KEY               PIC X(18).
034300     05 FILLER               PIC X(382).
034400 01  SORT-XREF-RECORD.
034500     05 SR-XREF-NEW-ID       PIC X(10).
034600     05 SR-XREF-OLD-ID       PIC X(03).
034700     05 FILLER               PIC X(387).
034800
034900 FD  CONVERSION-REPORT-FILE.
035000 01  CONVERSION-REPORT-LINE  PIC X(132).
035100
035200 FD  RUN-CONTROL-FILE.
035300     COPY RUNCTL.
035400
035500 FD  BUSINESS-DATE-FILE.
035600     COPY BUSDATE.
035700
035800 WORKING-STORAGE SECTION.
035900 01  WS-INPUT-EOF            PIC X VALUE 'N'.
036000     88 AT-END-OF-INPUT-FILE      VALUE 'Y'.
036100 01  WS-SORT-EOF             PIC X VALUE 'N'.
036200     88 AT-END-OF-SORTED-INPUT    VALUE 'Y'.
036300 01  WS-XREF-SW              PIC X VALUE 'Y'.
036400     88 XREF-IS-CLEAN             VALUE 'Y'.
036500 01  WS-MAPPED-SW            PIC X VALUE 'Y'.
036600     88 OLD-ID-IS-MAPPED          VALUE 'Y'.
036700 01  WS-PROOF-SW             PIC X VALUE 'Y'.
036800     88 ALL-FILES-AGREE           VALUE 'Y'.
036900*  HOW FAR THE RUN GOT - SEE 0000-MAINLINE.
037000 01  WS-STAGE                PIC X VALUE 'X'.
037100     88 STAGE-CROSS-REFERENCE     VALUE 'X'.
037200     88 STAGE-UNLOAD              VALUE 'U'.
037300     88 STAGE-CONVERT             VALUE 'C'.
037400     88 STAGE-PROVE               VALUE 'P'.
037500
037600 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
037700 77  WS-TIME-WORK            PIC 9(08) VALUE ZERO.
037800 77  WS-START-TIME           PIC 9(06) VALUE ZERO.
037900 77  WS-FIRST-ARCH-YEAR      PIC 9(04) VALUE ZERO.
038000 77  WS-LAST-ARCH-YEAR       PIC 9(04) VALUE ZERO.
038100 77  WS-ARCH-YEAR            PIC 9(04) VALUE ZERO.
038200 77  WS-SEQ-FILE-NAME        PIC X(40) VALUE SPACES.
038300 77  WS-BACKUP-FILE-NAME     PIC X(48) VALUE SPACES.
038400 77  WS-FILE-SUB             PIC 9(03) COMP VALUE ZERO.
038500 77  WS-FILE-COUNT           PIC 9(03) COMP VALUE ZERO.
038600 77  WS-ID-SUB               PIC 9(03) COMP VALUE ZERO.
038700 77  WS-ID-POS               PIC 9(03) COMP VALUE ZERO.
038800 77  WS-FROM-POS             PIC 9(03) COMP VALUE ZERO.
038900 77  WS-TO-POS               PIC 9(03) COMP VALUE ZERO.
039000 77  WS-SEG-LENGTH           PIC S9(04) COMP VALUE ZERO.
039100 77  WS-OLD-ID               PIC X(03) VALUE SPACES.
039200 77  WS-NEW-ID               PIC X(10) VALUE SPACES.
039300 77  WS-LAST-OLD-ID          PIC X(03) VALUE SPACES.
039400 77  WS-LAST-NEW-ID          PIC X(10) VALUE SPACES.
039500 77  WS-LAST-UNMAPPED-ID     PIC X(03) VALUE SPACES.
039600 77  WS-LAST-UNMAPPED-FILE   PIC 9(03) COMP VALUE ZERO.
039700 77  WS-PRIOR-NEW-ID         PIC X(10) VALUE SPACES.
039800 77  WS-XREF-COUNT           PIC 9(06) VALUE ZERO.
039900 77  WS-XREF-ERRORS          PIC 9(06) VALUE ZERO.
040000 77  WS-UNMAPPED-ERRORS      PIC 9(06) VALUE ZERO.
040100 77  WS-UNMAPPED-WARNINGS    PIC 9(06) VALUE ZERO.
040200 77  WS-DIFFER-COUNT         PIC 9(06) VALUE ZERO.
040300 77  WS-RECORDS-BEFORE       PIC 9(09) VALUE ZERO.
040400 77  WS-RECORDS-AFTER        PIC 9(09) VALUE ZERO.
040500
040600 01  WS-OLD-IMAGE            PIC X(400).
040700 01  WS-NEW-IMAGE            PIC X(400).
040800
040900*  A BALANCE IS TAKEN FROM ITS RECORD IMAGE BY POSITION AND ONLY
041000*  ADDED IN WHEN IT IS NUMERIC.
041100 01  WS-AMOUNT-X             PIC X(12).
041200 01  WS-AMOUNT REDEFINES WS-AMOUNT-X
041300                             PIC 9(12).
041400
041500 01  WS-BACKUP-NAME-BUILD.
041600     05 FILLER               PIC X(08) VALUE 'preconv_'.
041700     05 BN-FILE-NAME         PIC X(40).
041800
041900 01  WS-ARCHIVE-NAME-BUILD.
042000     05 FILLER               PIC X(21)
042100            VALUE 'loan_history_archive_'.
042200     05 AN-YEAR              PIC 9(04).
042300     05 FILLER               PIC X(04) VALUE '.txt'.
042400
042500*----------------------------------------------------------------*
042600*  THE FILES TO CONVERT.  EACH ENTRY IS THE FILE NAME, THEN A    *
042700*  20-BYTE DEFINITION -                                          *
042800*    TYPE         K KEYED MASTER, S SEQUENTIAL                   *
042900*    UNMAPPED     E AN ID NOT ON THE CROSS-REFERENCE STOPS THE   *
043000*                   CONVERSION; W IT IS CARRIED FORWARD AS IT    *
043100*                   STANDS WITH A WARNING (AUDIT TRAILS AND THE  *
043200*                   REJECT FILE, WHICH CAN HOLD IDS THAT NEVER   *
043300*                   BECAME LOANS)                                *
043400*    OLD LENGTH   RECORD LENGTH IN THE 3-CHARACTER LAYOUT        *
043500*    ID POSITIONS UP TO THREE OLD LOAN-ID POSITIONS, ZERO UNUSED *
043600*                   (THE AUDIT FILES CARRY THE ID AGAIN AT THE   *
043700*                   FRONT OF THEIR BEFORE AND AFTER IMAGES)      *
043800*    BALANCE      POSITION OF THE 9(12) BALANCE PROVED FOR THE   *
043900*                   FILE IN THE OLD AND NEW LAYOUTS, ZERO WHEN   *
044000*                   ONLY THE RECORD COUNT IS PROVED              *
044100*  THE FIRST TWELVE ENTRIES MUST STAY IN THE ORDER OF THE KEYED  *
044200*  SORTS IN 2000, 3000 AND 4000.  ENTRY 13 IS ALSO THE PATTERN   *
044300*  FOR EACH YEAR'S HISTORY ARCHIVE.                              *
044400*----------------------------------------------------------------*
044500 01  WS-FILE-LIST.
044600     05 FILLER               PIC X(40)
044700            VALUE 'daily_update_file.txt'.
044800     05 FILLER               PIC X(20)
044900            VALUE 'KE154001000000018025'.
045000     05 FILLER               PIC X(40)
045100            VALUE 'borrower_master_file.txt'.
045200     05 FILLER               PIC X(20)
045300            VALUE 'KE146001000000000000'.
045400     05 FILLER               PIC X(40)
045500            VALUE 'loan_terms_file.txt'.
045600     05 FILLER               PIC X(20)
045700            VALUE 'KE047001000000019026'.
045800     05 FILLER               PIC X(40)
045900            VALUE 'penalty_file.txt'.
046000     05 FILLER               PIC X(20)
046100            VALUE 'KE047001000000005012'.
046200     05 FILLER               PIC X(40)
046300            VALUE 'suspense_file.txt'.
046400     05 FILLER               PIC X(20)
046500            VALUE 'KE056001000000005012'.
046600     05 FILLER               PIC X(40)
046700            VALUE 'chargeoff_master_file.txt'.
046800     05 FILLER               PIC X(20)
046900            VALUE 'KE083001000000016023'.
047000     05 FILLER               PIC X(40)
047100            VALUE 'notice_history_file.txt'.
047200     05 FILLER               PIC X(20)
047300            VALUE 'KE032001000000000000'.
047400     05 FILLER               PIC X(40)
047500            VALUE 'forbearance_master_file.txt'.
047600     05 FILLER               PIC X(20)
047700            VALUE 'KE120001000000082089'.
047800     05 FILLER               PIC X(40)
047900            VALUE 'closeout_master_file.txt'.
048000     05 FILLER               PIC X(20)
048100            VALUE 'KE093001000000082089'.
048200     05 FILLER               PIC X(40)
048300            VALUE 'accrual_master_file.txt'.
048400     05 FILLER               PIC X(20)
048500            VALUE 'KE079001000000059066'.
048600     05 FILLER               PIC X(40)
048700            VALUE 'mandate_master_file.txt'.
048800     05 FILLER               PIC X(20)
048900            VALUE 'KE091001000000000000'.
049000     05 FILLER               PIC X(40)
049100            VALUE 'collection_pending_file.txt'.
049200     05 FILLER               PIC X(20)
049300            VALUE 'KE124001000000091098'.
049400     05 FILLER               PIC X(40)
049500            VALUE 'loan_history_file.txt'.
049600     05 FILLER               PIC X(20)
049700            VALUE 'SE253010000000027034'.
049800     05 FILLER               PIC X(40)
049900            VALUE 'loan_history_retained.txt'.
050000     05 FILLER               PIC X(20)
050100            VALUE 'SE253010000000027034'.
050200     05 FILLER               PIC X(40)
050300            VALUE 'history_rollup_file.txt'.
050400     05 FILLER               PIC X(20)
050500            VALUE 'SE053008000000042049'.
050600     05 FILLER               PIC X(40)
050700            VALUE 'exception_file.txt'.
050800     05 FILLER               PIC X(20)
050900            VALUE 'SW118001000000000000'.
051000     05 FILLER               PIC X(40)
051100            VALUE 'gl_extract_file.txt'.
051200     05 FILLER               PIC X(20)
051300            VALUE 'SE078010000000023030'.
051400     05 FILLER               PIC X(40)
051500            VALUE 'delinquency_snapshot_file.txt'.
051600     05 FILLER               PIC X(20)
051700            VALUE 'SE050008000000030037'.
051800     05 FILLER               PIC X(40)
051900            VALUE 'borrower_audit_file.txt'.
052000     05 FILLER               PIC X(20)
052100            VALUE 'SW344012052199000000'.
052200     05 FILLER               PIC X(40)
052300            VALUE 'forbearance_audit_file.txt'.
052400     05 FILLER               PIC X(20)
052500            VALUE 'SW292012052173000000'.
052600     05 FILLER               PIC X(40)
052700            VALUE 'mandate_audit_file.txt'.
052800     05 FILLER               PIC X(20)
052900            VALUE 'SW234012052144000000'.
053000     05 FILLER               PIC X(40)
053100            VALUE 'loan_terms_audit_file.txt'.
053200     05 FILLER               PIC X(20)
053300            VALUE 'SW146012052100000000'.
053400 01  WS-FILE-LIST-TABLE REDEFINES WS-FILE-LIST.
053500     05 WS-FILE-LIST-ENTRY   PIC X(60) OCCURS 22 TIMES.
053600
053700 77  WS-LISTED-FILES         PIC 9(03) COMP VALUE 22.
053800 77  WS-HISTORY-PATTERN      PIC 9(03) COMP VALUE 13.
053900 77  WS-MAX-FILES            PIC 9(03) COMP VALUE 60.
054000
054100*----------------------------------------------------------------*
054200*  THE WORKING FILE TABLE - THE LISTED FILES FOLLOWED BY ONE     *
054300*  ENTRY PER ARCHIVE YEAR ASKED FOR - WITH THE COUNTS AND        *
054400*  BALANCES TAKEN BEFORE AND AFTER CONVERSION.                   *
054500*----------------------------------------------------------------*
054600 01  WS-FILE-TABLE.
054700     05 WS-FT-ENTRY OCCURS 60 TIMES.
054800        10 FT-DEFINITION.
054900           15 FT-FILE-NAME   PIC X(40).
055000           15 FT-FILE-TYPE   PIC X(01).
055100              88 FT-KEYED-FILE        VALUE 'K'.
055200           15 FT-UNMAPPED-RULE
055300                             PIC X(01).
055400              88 FT-UNMAPPED-IS-ERROR VALUE 'E'.
055500           15 FT-OLD-LENGTH  PIC 9(03).
055600           15 FT-ID-OFFSET   PIC 9(03) OCCURS 3 TIMES.
055700           15 FT-OLD-BAL-OFFSET
055800                             PIC 9(03).
055900           15 FT-NEW-BAL-OFFSET
056000                             PIC 9(03).
056100        10 FT-BEFORE-COUNT   PIC 9(09).
056200        10 FT-AFTER-COUNT    PIC 9(09).
056300        10 FT-BEFORE-BAL     PIC 9(15).
056400        10 FT-AFTER-BAL      PIC 9(15).
056500        10 FT-ERROR-COUNT    PIC 9(06).
056600        10 FT-WARNING-COUNT  PIC 9(06).
056700
056800 01  WS-HEADING-1.
056900     05 FILLER               PIC X(35)
057000            VALUE 'LOAN ID CONVERSION FOR             '.
057100     05 H1-RUN-DATE          PIC 9(08).
057200
057300 01  WS-HEADING-2.
057400     05 FILLER               PIC X(42) VALUE 'FILE'.
057500     05 FILLER               PIC X(11) VALUE '     BEFORE'.
057600     05 FILLER               PIC X(11) VALUE '      AFTER'.
057700     05 FILLER               PIC X(17)
057800            VALUE '   BALANCE BEFORE'.
057900     05 FILLER               PIC X(17)
058000            VALUE '    BALANCE AFTER'.
058100     05 FILLER               PIC X(10) VALUE '  RESULT'.
058200     05 FILLER               PIC X(08) VALUE 'UNMAPPED'.
058300
058400 01  WS-PROOF-LINE.
058500     05 PL-FILE-NAME         PIC X(40).
058600     05 FILLER               PIC X(02).
058700     05 PL-BEFORE-COUNT      PIC Z(08)9.
058800     05 FILLER               PIC X(02).
058900     05 PL-AFTER-COUNT       PIC Z(08)9.
059000     05 FILLER               PIC X(02).
059100     05 PL-BEFORE-BAL        PIC Z(14)9.
059200     05 FILLER               PIC X(02).
059300     05 PL-AFTER-BAL         PIC Z(14)9.
059400     05 FILLER               PIC X(02).
059500     05 PL-RESULT            PIC X(08).
059600     05 FILLER               PIC X(02).
059700     05 PL-UNMAPPED          PIC Z(05)9.
059800
059900 01  WS-FINDING-LINE.
060000     05 FL-SOURCE            PIC X(40).
060100     05 FILLER               PIC X(02).
060200     05 FL-OLD-ID            PIC X(03).
060300     05 FILLER               PIC X(02).
060400     05 FL-NEW-ID            PIC X(10).
060500     05 FILLER               PIC X(02).
060600     05 FL-TEXT              PIC X(50).
060700
060800 01  WS-TOTAL-LINE.
060900     05 TL-CAPTION           PIC X(30).
061000     05 TL-VALUE             PIC Z(13)9.
061100
061200 01  WS-VERDICT-LINE         PIC X(60).
061300
061400 PROCEDURE DIVISION.
061500*----------------------------------------------------------------*
061600*  0000-MAINLINE                                                 *
061700*  THE CROSS-REFERENCE IS LOADED AND CHECKED FIRST.  ONLY WHEN   *
061800*  IT IS CLEAN IS EVERY FILE UNLOADED TO ITS preconv_ COPY AND   *
061900*  EVERY OLD ID LOOKED UP; ONLY WHEN EVERY ID THAT MUST CONVERT  *
062000*  HAS A NEW NUMBER ARE THE FILES REWRITTEN AND THEN READ BACK   *
062100*  TO PROVE THEM.  A RUN THAT STOPS EARLY HAS CHANGED NOTHING.   *
062200*----------------------------------------------------------------*
062300 0000-MAINLINE.
062400     PERFORM 1000-INITIALIZE THRU 1000-EXIT
062500     PERFORM 1500-LOAD-CROSS-REFERENCE THRU 1500-EXIT
062600     IF XREF-IS-CLEAN
062700         PERFORM 2000-UNLOAD-AND-CHECK THRU 2000-EXIT
062800     END-IF
062900     IF XREF-IS-CLEAN
063000        AND WS-UNMAPPED-ERRORS = ZERO
063100         PERFORM 3000-CONVERT-FILES THRU 3000-EXIT
063200         PERFORM 4000-PROVE-FILES THRU 4000-EXIT
063300     END-IF
063400     PERFORM 8000-PRINT-RESULTS THRU 8000-EXIT
063500     PERFORM 9000-TERMINATE THRU 9000-EXIT
063600     STOP RUN.
063700
063800*----------------------------------------------------------------*
063900*  1000-INITIALIZE                                               *
064000*  SYSIN GIVES THE FIRST AND LAST YEAR OF HISTORY ARCHIVE TO     *
064100*  CONVERT (0000 0000 WHEN THERE ARE NONE).  THE FILE TABLE IS   *
064200*  BUILT FROM THE FIXED LIST PLUS ONE ENTRY PER ARCHIVE YEAR.    *
064300*----------------------------------------------------------------*
064400 1000-INITIALIZE.
064500     PERFORM 1050-READ-BUSINESS-DATE THRU 1050-EXIT
064600     ACCEPT WS-TIME-WORK FROM TIME
064700     MOVE WS-TIME-WORK (1:6) TO WS-START-TIME
064800     DISPLAY 'ENTER FIRST ARCHIVE YEAR (YYYY, 0000 IF NONE): '
064900     ACCEPT WS-FIRST-ARCH-YEAR
065000     DISPLAY 'ENTER LAST ARCHIVE YEAR (YYYY): '
065100     ACCEPT WS-LAST-ARCH-YEAR
065200     IF WS-FIRST-ARCH-YEAR NOT NUMERIC
065300        OR WS-LAST-ARCH-YEAR NOT NUMERIC
065400        OR WS-LAST-ARCH-YEAR < WS-FIRST-ARCH-YEAR
065500        OR (WS-FIRST-ARCH-YEAR = ZERO
065600            AND WS-LAST-ARCH-YEAR NOT = ZERO)
065700         DISPLAY 'LOANCONV: ARCHIVE YEAR RANGE NOT VALID'
065800                 ' - RUN STOPPED'
065900         MOVE 16 TO RETURN-CODE
066000         STOP RUN
066100     END-IF
066200     MOVE 1 TO WS-FILE-SUB
066300     PERFORM 1100-LOAD-FILE-ENTRY THRU 1100-EXIT
066400             UNTIL WS-FILE-SUB > WS-LISTED-FILES
066500     MOVE WS-LISTED-FILES TO WS-FILE-COUNT
066600     IF WS-FIRST-ARCH-YEAR > ZERO
066700         MOVE WS-FIRST-ARCH-YEAR TO WS-ARCH-YEAR
066800         PERFORM 1200-ADD-ARCHIVE-ENTRY THRU 1200-EXIT
066900                 UNTIL WS-ARCH-YEAR > WS-LAST-ARCH-YEAR
067000     END-IF
067100     OPEN OUTPUT CONVERSION-REPORT-FILE
067200     MOVE WS-RUN-DATE TO H1-RUN-DATE
067300     MOVE WS-HEADING-1 TO CONVERSION-REPORT-LINE
067400     WRITE CONVERSION-REPORT-LINE
067500     MOVE SPACES TO CONVERSION-REPORT-LINE
067600     WRITE CONVERSION-REPORT-LINE.
067700 1000-EXIT.
067800     EXIT.
067900
068000*----------------------------------------------------------------*
068100*  1050-READ-BUSINESS-DATE                                       *
068200*  THE BUSINESS DATE COMES FROM THE DATE CONTROL FILE, NOT THE   *
068300*  SYSTEM CLOCK.  NO USABLE CONTROL RECORD STOPS THE STEP BEFORE *
068400*  ANYTHING IS TOUCHED.                                          *
068500*----------------------------------------------------------------*
068600 1050-READ-BUSINESS-DATE.
068700     OPEN INPUT BUSINESS-DATE-FILE
068800     READ BUSINESS-DATE-FILE
068900         AT END
069000             MOVE ZERO TO BD-BUSINESS-DATE
069100     END-READ
069200     CLOSE BUSINESS-DATE-FILE
069300     IF BD-BUSINESS-DATE NOT NUMERIC
069400        OR BD-BUSINESS-DATE = ZERO
069500         DISPLAY 'LOANCONV: NO BUSINESS DATE ON THE DATE CONTROL'
069600                 ' FILE - RUN STOPPED'
069700         MOVE 16 TO RETURN-CODE
069800         STOP RUN
069900     END-IF
070000     MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
070100 1050-EXIT.
070200     EXIT.
070300
070400 1100-LOAD-FILE-ENTRY.
070500     MOVE WS-FILE-LIST-ENTRY (WS-FILE-SUB)
070600          TO FT-DEFINITION (WS-FILE-SUB)
070700     PERFORM 1150-CLEAR-FILE-TOTALS THRU 1150-EXIT
070800     ADD 1 TO WS-FILE-SUB.
070900 1100-EXIT.
071000     EXIT.
071100
071200 1150-CLEAR-FILE-TOTALS.
071300     MOVE ZERO TO FT-BEFORE-COUNT (WS-FILE-SUB)
071400     MOVE ZERO TO FT-AFTER-COUNT (WS-FILE-SUB)
071500     MOVE ZERO TO FT-BEFORE-BAL (WS-FILE-SUB)
071600     MOVE ZERO TO FT-AFTER-BAL (WS-FILE-SUB)
071700     MOVE ZERO TO FT-ERROR-COUNT (WS-FILE-SUB)
071800     MOVE ZERO TO FT-WARNING-COUNT (WS-FILE-SUB).
071900 1150-EXIT.
072000     EXIT.
072100
072200*----------------------------------------------------------------*
072300*  1200-ADD-ARCHIVE-ENTRY                                        *
072400*  AN ARCHIVE YEAR IS LAID OUT EXACTLY AS THE HISTORY FILE, SO   *
072500*  ITS ENTRY IS THE HISTORY ENTRY UNDER THE ARCHIVE'S NAME.      *
072600*----------------------------------------------------------------*
072700 1200-ADD-ARCHIVE-ENTRY.
072800     IF WS-FILE-COUNT NOT < WS-MAX-FILES
072900         DISPLAY 'LOANCONV: TOO MANY ARCHIVE YEARS FOR ONE RUN'
073000                 ' - RUN STOPPED'
073100         MOVE 16 TO RETURN-CODE
073200         STOP RUN
073300     END-IF
073400     ADD 1 TO WS-FILE-COUNT
073500     MOVE WS-FILE-COUNT TO WS-FILE-SUB
073600     MOVE FT-DEFINITION (WS-HISTORY-PATTERN)
073700          TO FT-DEFINITION (WS-FILE-SUB)
073800     MOVE WS-ARCH-YEAR TO AN-YEAR
073900     MOVE WS-ARCHIVE-NAME-BUILD TO FT-FILE-NAME (WS-FILE-SUB)
074000     PERFORM 1150-CLEAR-FILE-TOTALS THRU 1150-EXIT
074100     ADD 1 TO WS-ARCH-YEAR.
074200 1200-EXIT.
074300     EXIT.
074400
074500*----------------------------------------------------------------*
074600*  1500-LOAD-CROSS-REFERENCE                                     *
074700*  THE CROSS-REFERENCE IS SORTED ON THE NEW ID SO A NEW ID GIVEN *
074800*  TO TWO LOANS SHOWS AS A PAIR, THEN WRITTEN TO A KEYED INDEX   *
074900*  ON THE OLD ID - WHERE AN OLD ID LISTED TWICE FAILS THE WRITE. *
075000*  ANY FAULT IN THE CROSS-REFERENCE STOPS THE CONVERSION HERE.   *
075100*----------------------------------------------------------------*
075200 1500-LOAD-CROSS-REFERENCE.
075300     MOVE 'X' TO WS-STAGE
075400     OPEN OUTPUT XREF-INDEX-FILE
075500     SORT SORT-FILE
075600         ON ASCENDING KEY SR-KEY
075700         INPUT PROCEDURE IS 1600-RELEASE-XREF
075800                         THRU 1600-EXIT
075900         OUTPUT PROCEDURE IS 1700-INDEX-XREF
076000                         THRU 1700-EXIT
076100     CLOSE XREF-INDEX-FILE
076200     IF WS-XREF-COUNT = ZERO
076300         MOVE SPACES TO WS-FINDING-LINE
076400         MOVE 'loan_id_xref.txt' TO FL-SOURCE
076500         MOVE 'CROSS-REFERENCE IS EMPTY' TO FL-TEXT
076600         PERFORM 1900-WRITE-XREF-ERROR THRU 1900-EXIT
076700     END-IF
076800     IF WS-XREF-ERRORS > ZERO
076900         MOVE 'N' TO WS-XREF-SW
077000     ELSE
077100         OPEN INPUT XREF-INDEX-FILE
077200     END-IF.
077300 1500-EXIT.
077400     EXIT.
077500
077600 1600-RELEASE-XREF.
077700     OPEN INPUT XREF-FILE
077800     MOVE 'N' TO WS-INPUT-EOF
077900     PERFORM 1650-RELEASE-ONE-XREF THRU 1650-EXIT
078000             UNTIL AT-END-OF-INPUT-FILE
078100     CLOSE XREF-FILE.
078200 1600-EXIT.
078300     EXIT.
078400
078500 1650-RELEASE-ONE-XREF.
078600     READ XREF-FILE
078700         AT END
078800             MOVE 'Y' TO WS-INPUT-EOF
078900             GO TO 1650-EXIT
079000     END-READ
079100     ADD 1 TO WS-XREF-COUNT
079200     MOVE SPACES TO SORT-XREF-RECORD
079300     MOVE XR-NEW-LOAN-ID TO SR-XREF-NEW-ID
079400     MOVE XR-OLD-LOAN-ID TO SR-XREF-OLD-ID
079500     RELEASE SORT-XREF-RECORD.
079600 1650-EXIT.
079700     EXIT.
079800
079900 1700-INDEX-XREF.
080000     MOVE 'N' TO WS-SORT-EOF
080100     MOVE SPACES TO WS-PRIOR-NEW-ID
080200     PERFORM 1750-INDEX-ONE-XREF THRU 1750-EXIT
080300             UNTIL AT-END-OF-SORTED-INPUT.
080400 1700-EXIT.
080500     EXIT.
080600
080700 1750-INDEX-ONE-XREF.
080800     RETURN SORT-FILE
080900         AT END
081000             MOVE 'Y' TO WS-SORT-EOF
081100             GO TO 1750-EXIT
081200     END-RETURN
081300     MOVE SPACES TO WS-FINDING-LINE
081400     MOVE 'loan_id_xref.txt' TO FL-SOURCE
081500     MOVE SR-XREF-OLD-ID TO FL-OLD-ID
081600     MOVE SR-XREF-NEW-ID TO FL-NEW-ID
081700     IF SR-XREF-OLD-ID = SPACES
081800         MOVE 'NO OLD LOAN ID' TO FL-TEXT
081900         PERFORM 1900-WRITE-XREF-ERROR THRU 1900-EXIT
082000         GO TO 1750-EXIT
082100     END-IF
082200     IF SR-XREF-NEW-ID NOT NUMERIC
082300        OR SR-XREF-NEW-ID = ZEROS
082400         MOVE 'NEW ID IS NOT A 10-DIGIT ACCOUNT NUMBER' TO FL-TEXT
082500         PERFORM 1900-WRITE-XREF-ERROR THRU 1900-EXIT
082600         GO TO 1750-EXIT
082700     END-IF
082800     IF SR-XREF-NEW-ID = WS-PRIOR-NEW-ID
082900         MOVE 'NEW ID ALREADY GIVEN TO ANOTHER LOAN' TO FL-TEXT
083000         PERFORM 1900-WRITE-XREF-ERROR THRU 1900-EXIT
083100         GO TO 1750-EXIT
083200     END-IF
083300     MOVE SR-XREF-NEW-ID TO WS-PRIOR-NEW-ID
083400     MOVE SR-XREF-OLD-ID TO XI-OLD-LOAN-ID
083500     MOVE SR-XREF-NEW-ID TO XI-NEW-LOAN-ID
083600     WRITE XREF-INDEX-RECORD
083700         INVALID KEY
083800             MOVE 'OLD ID LISTED MORE THAN ONCE' TO FL-TEXT
083900             PERFORM 1900-WRITE-XREF-ERROR THRU 1900-EXIT
084000     END-WRITE.
084100 1750-EXIT.
084200     EXIT.
084300
084400 1900-WRITE-XREF-ERROR.
084500     ADD 1 TO WS-XREF-ERRORS
084600     MOVE WS-FINDING-LINE TO CONVERSION-REPORT-LINE
084700     WRITE CONVERSION-REPORT-LINE.
084800 1900-EXIT.
084900     EXIT.
085000
085100*----------------------------------------------------------------*
085200*  2000-UNLOAD-AND-CHECK                                         *
085300*  EVERY FILE IS READ IN ITS OLD LAYOUT AND COPIED AS IT STANDS  *
085400*  TO preconv_<NAME> - THE COPY THE CONVERSION IS REBUILT FROM   *
085500*  AND THE ONE TO RESTORE FROM IF THE PROOF FAILS.  THE RECORD   *
085600*  COUNT AND BALANCE ARE TAKEN AND EVERY OLD ID IS LOOKED UP ON  *
085700*  THE WAY THROUGH.  THE KEYED MASTERS ARE READ THROUGH THE SORT *
085800*  SO ONE OUTPUT PROCEDURE SERVES THEM ALL.                      *
085900*----------------------------------------------------------------*
086000 2000-UNLOAD-AND-CHECK.
086100     MOVE 'U' TO WS-STAGE
086200     MOVE 1 TO WS-FILE-SUB
086300     SORT SORT-FILE ON ASCENDING KEY SR-KEY
086400         USING OLD-DAILYOUT-FILE
086500         OUTPUT PROCEDURE IS 2500-UNLOAD-SORTED THRU 2500-EXIT
086600     MOVE 2 TO WS-FILE-SUB
086700     SORT SORT-FILE ON ASCENDING KEY SR-KEY
086800         USING OLD-BORROWER-FILE
086900         OUTPUT PROCEDURE IS 2500-UNLOAD-SORTED THRU 2500-EXIT
087000     MOVE 3 TO WS-FILE-SUB
087100     SORT SORT-FILE ON ASCENDING KEY SR-KEY
087200         USING OLD-TERMS-FILE
087300         OUTPUT PROCEDURE IS 2500-UNLOAD-SORTED THRU 2500-EXIT
087400     MOVE 4 TO WS-FILE-SUB
087500     SORT SORT-FILE ON ASCENDING KEY SR-KEY
087600         USING OLD-PENALTY-FILE
087700         OUTPUT PROCEDURE IS 2500-UNLOAD-SORTED THRU 2500-EXIT
087800     MOVE 5 TO WS-FILE-SUB
087900     SORT SORT-FILE ON ASCENDING KEY SR-KEY
088000         USING OLD-SUSPENSE-FILE
088100         OUTPUT PROCEDURE IS 2500-UNLOAD-SORTED THRU 2500-EXIT
088200     MOVE 6 TO WS-FILE-SUB
088300     SORT SORT-FILE ON ASCENDING KEY SR-KEY
088400         USING OLD-CHARGEOFF-FILE
088500         OUTPUT PROCEDURE IS 2500-UNLOAD-SORTED THRU 2500-EXIT
088600     MOVE 7 TO WS-FILE-SUB
088700     SORT SORT-FILE ON ASCENDING KEY SR-KEY
088800         USING OLD-NOTICE-FILE
088900         OUTPUT PROCEDURE IS 2500-UNLOAD-SORTED THRU 2500-EXIT
089000     MOVE 8 TO WS-FILE-SUB
089100     SORT SORT-FILE ON ASCENDING KEY SR-KEY
089200         USING OLD-FORBEARANCE-FILE
089300         OUTPUT PROCEDURE IS 2500-UNLOAD-SORTED THRU 2500-EXIT
089400     MOVE 9 TO WS-FILE-SUB
089500     SORT SORT-FILE ON ASCENDING KEY SR-KEY
089600         USING OLD-CLOSEOUT-FILE
089700         OUTPUT PROCEDURE IS 2500-UNLOAD-SORTED THRU 2500-EXIT
089800     MOVE 10 TO WS-FILE-SUB
089900     SORT SORT-FILE ON ASCENDING KEY SR-KEY
090000         USING OLD-ACCRUAL-FILE
090100         OUTPUT PROCEDURE IS 2500-UNLOAD-SORTED THRU 2500-EXIT
090200     MOVE 11 TO WS-FILE-SUB
090300     SORT SORT-FILE ON ASCENDING KEY SR-KEY
090400         USING OLD-MANDATE-FILE
090500         OUTPUT PROCEDURE IS 2500-UNLOAD-SORTED THRU 2500-EXIT
090600     MOVE 12 TO WS-FILE-SUB
090700     SORT SORT-FILE ON ASCENDING KEY SR-KEY
090800         USING OLD-COLLECTION-FILE
090900         OUTPUT PROCEDURE IS 2500-UNLOAD-SORTED THRU 2500-EXIT
091000     MOVE 13 TO WS-FILE-SUB
091100     PERFORM 2600-UNLOAD-SEQ-FILE THRU 2600-EXIT
091200             UNTIL WS-FILE-SUB > WS-FILE-COUNT.
091300 2000-EXIT.
091400     EXIT.
091500
091600 2050-NAME-FILES.
091700     MOVE FT-FILE-NAME (WS-FILE-SUB) TO WS-SEQ-FILE-NAME
091800     MOVE FT-FILE-NAME (WS-FILE-SUB) TO BN-FILE-NAME
091900     MOVE WS-BACKUP-NAME-BUILD TO WS-BACKUP-FILE-NAME.
092000 2050-EXIT.
092100     EXIT.
092200
092300 2500-UNLOAD-SORTED.
092400     PERFORM 2050-NAME-FILES THRU 2050-EXIT
092500     OPEN OUTPUT BACKUP-FILE
092600     MOVE 'N' TO WS-SORT-EOF
092700     PERFORM 2550-UNLOAD-ONE-SORTED THRU 2550-EXIT
092800             UNTIL AT-END-OF-SORTED-INPUT
092900     CLOSE BACKUP-FILE.
093000 2500-EXIT.
093100     EXIT.
093200
093300 2550-UNLOAD-ONE-SORTED.
093400     RETURN SORT-FILE INTO WS-OLD-IMAGE
093500         AT END
093600             MOVE 'Y' TO WS-SORT-EOF
093700             GO TO 2550-EXIT
093800     END-RETURN
093900     PERFORM 2700-CHECK-AND-SAVE THRU 2700-EXIT.
094000 2550-EXIT.
094100     EXIT.
094200
094300 2600-UNLOAD-SEQ-FILE.
094400     PERFORM 2050-NAME-FILES THRU 2050-EXIT
094500     OPEN INPUT SEQ-FILE
094600     OPEN OUTPUT BACKUP-FILE
094700     MOVE 'N' TO WS-INPUT-EOF
094800     PERFORM 2650-UNLOAD-ONE-SEQ THRU 2650-EXIT
094900             UNTIL AT-END-OF-INPUT-FILE
095000     CLOSE SEQ-FILE
095100     CLOSE BACKUP-FILE
095200     ADD 1 TO WS-FILE-SUB.
095300 2600-EXIT.
095400     EXIT.
095500
095600 2650-UNLOAD-ONE-SEQ.
095700     MOVE SPACES TO SEQ-RECORD
095800     READ SEQ-FILE INTO WS-OLD-IMAGE
095900         AT END
096000             MOVE 'Y' TO WS-INPUT-EOF
096100             GO TO 2650-EXIT
096200     END-READ
096300     PERFORM 2700-CHECK-AND-SAVE THRU 2700-EXIT.
096400 2650-EXIT.
096500     EXIT.
096600
096700 2700-CHECK-AND-SAVE.
096800     MOVE WS-OLD-IMAGE TO BACKUP-RECORD
096900     WRITE BACKUP-RECORD
097000     ADD 1 TO FT-BEFORE-COUNT (WS-FILE-SUB)
097100     IF FT-OLD-BAL-OFFSET (WS-FILE-SUB) > ZERO
097200         MOVE WS-OLD-IMAGE (FT-OLD-BAL-OFFSET (WS-FILE-SUB):12)
097300              TO WS-AMOUNT-X
097400         IF WS-AMOUNT-X NUMERIC
097500             ADD WS-AMOUNT TO FT-BEFORE-BAL (WS-FILE-SUB)
097600         END-IF
097700     END-IF
097800     PERFORM 5000-CONVERT-IMAGE THRU 5000-EXIT.
097900 2700-EXIT.
098000     EXIT.
098100
098200*----------------------------------------------------------------*
098300*  3000-CONVERT-FILES                                            *
098400*  EACH FILE IS REBUILT FROM ITS preconv_ COPY WITH EVERY OLD ID *
098500*  REPLACED BY ITS ACCOUNT NUMBER.  A KEYED MASTER IS RELEASED   *
098600*  TO THE SORT AND GIVEN BACK TO THE MASTER IN NEW-KEY ORDER; A  *
098700*  SEQUENTIAL FILE IS REWRITTEN IN PLACE IN ITS OWN ORDER.       *
098800*----------------------------------------------------------------*
098900 3000-CONVERT-FILES.
099000     MOVE 'C' TO WS-STAGE
099100     MOVE 1 TO WS-FILE-SUB
099200     SORT SORT-FILE ON ASCENDING KEY SR-KEY
099300         INPUT PROCEDURE IS 3500-RELEASE-CONVERTED THRU 3500-EXIT
099400         GIVING NEW-DAILYOUT-FILE
099500     MOVE 2 TO WS-FILE-SUB
099600     SORT SORT-FILE ON ASCENDING KEY SR-KEY
099700         INPUT PROCEDURE IS 3500-RELEASE-CONVERTED THRU 3500-EXIT
099800         GIVING NEW-BORROWER-FILE
099900     MOVE 3 TO WS-FILE-SUB
100000     SORT SORT-FILE ON ASCENDING KEY SR-KEY
100100         INPUT PROCEDURE IS 3500-RELEASE-CONVERTED THRU 3500-EXIT
100200         GIVING NEW-TERMS-FILE
100300     MOVE 4 TO WS-FILE-SUB
100400     SORT SORT-FILE ON ASCENDING KEY SR-KEY
100500         INPUT PROCEDURE IS 3500-RELEASE-CONVERTED THRU 3500-EXIT
100600         GIVING NEW-PENALTY-FILE
100700     MOVE 5 TO WS-FILE-SUB
100800     SORT SORT-FILE ON ASCENDING KEY SR-KEY
100900         INPUT PROCEDURE IS 3500-RELEASE-CONVERTED THRU 3500-EXIT
101000         GIVING NEW-SUSPENSE-FILE
101100     MOVE 6 TO WS-FILE-SUB
101200     SORT SORT-FILE ON ASCENDING KEY SR-KEY
101300         INPUT PROCEDURE IS 3500-RELEASE-CONVERTED THRU 3500-EXIT
101400         GIVING NEW-CHARGEOFF-FILE
101500     MOVE 7 TO WS-FILE-SUB
101600     SORT SORT-FILE ON ASCENDING KEY SR-KEY
101700         INPUT PROCEDURE IS 3500-RELEASE-CONVERTED THRU 3500-EXIT
101800         GIVING NEW-NOTICE-FILE
101900     MOVE 8 TO WS-FILE-SUB
102000     SORT SORT-FILE ON ASCENDING KEY SR-KEY
102100         INPUT PROCEDURE IS 3500-RELEASE-CONVERTED THRU 3500-EXIT
102200         GIVING NEW-FORBEARANCE-FILE
102300     MOVE 9 TO WS-FILE-SUB
102400     SORT SORT-FILE ON ASCENDING KEY SR-KEY
102500         INPUT PROCEDURE IS 3500-RELEASE-CONVERTED THRU 3500-EXIT
102600         GIVING NEW-CLOSEOUT-FILE
102700     MOVE 10 TO WS-FILE-SUB
102800     SORT SORT-FILE ON ASCENDING KEY SR-KEY
102900         INPUT PROCEDURE IS 3500-RELEASE-CONVERTED THRU 3500-EXIT
103000         GIVING NEW-ACCRUAL-FILE
103100     MOVE 11 TO WS-FILE-SUB
103200     SORT SORT-FILE ON ASCENDING KEY SR-KEY
103300         INPUT PROCEDURE IS 3500-RELEASE-CONVERTED THRU 3500-EXIT
103400         GIVING NEW-MANDATE-FILE
103500     MOVE 12 TO WS-FILE-SUB
103600     SORT SORT-FILE ON ASCENDING KEY SR-KEY
103700         INPUT PROCEDURE IS 3500-RELEASE-CONVERTED THRU 3500-EXIT
103800         GIVING NEW-COLLECTION-FILE
103900     MOVE 13 TO WS-FILE-SUB
104000     PERFORM 3600-CONVERT-SEQ-FILE THRU 3600-EXIT
104100             UNTIL WS-FILE-SUB > WS-FILE-COUNT.
104200 3000-EXIT.
104300     EXIT.
104400
104500 3500-RELEASE-CONVERTED.
104600     PERFORM 2050-NAME-FILES THRU 2050-EXIT
104700     OPEN INPUT BACKUP-FILE
104800     MOVE 'N' TO WS-INPUT-EOF
104900     PERFORM 3550-RELEASE-ONE-CONVERTED THRU 3550-EXIT
105000             UNTIL AT-END-OF-INPUT-FILE
105100     CLOSE BACKUP-FILE.
105200 3500-EXIT.
105300     EXIT.
105400
105500 3550-RELEASE-ONE-CONVERTED.
105600     MOVE SPACES TO BACKUP-RECORD
105700     READ BACKUP-FILE INTO WS-OLD-IMAGE
105800         AT END
105900             MOVE 'Y' TO WS-INPUT-EOF
106000             GO TO 3550-EXIT
106100     END-READ
106200     PERFORM 5000-CONVERT-IMAGE THRU 5000-EXIT
106300     MOVE WS-NEW-IMAGE TO SORT-RECORD
106400     RELEASE SORT-RECORD.
106500 3550-EXIT.
106600     EXIT.
106700
106800*  A SEQUENTIAL FILE THAT WAS MISSING OR EMPTY IS LEFT ALONE
106900*  RATHER THAN CREATED EMPTY.
107000 3600-CONVERT-SEQ-FILE.
107100     IF FT-BEFORE-COUNT (WS-FILE-SUB) = ZERO
107200         ADD 1 TO WS-FILE-SUB
107300         GO TO 3600-EXIT
107400     END-IF
107500     PERFORM 2050-NAME-FILES THRU 2050-EXIT
107600     OPEN INPUT BACKUP-FILE
107700     OPEN OUTPUT SEQ-FILE
107800     MOVE 'N' TO WS-INPUT-EOF
107900     PERFORM 3650-CONVERT-ONE-SEQ THRU 3650-EXIT
108000             UNTIL AT-END-OF-INPUT-FILE
108100     CLOSE BACKUP-FILE
108200     CLOSE SEQ-FILE
108300     ADD 1 TO WS-FILE-SUB.
108400 3600-EXIT.
108500     EXIT.
108600
108700 3650-CONVERT-ONE-SEQ.
108800     MOVE SPACES TO BACKUP-RECORD
108900     READ BACKUP-FILE INTO WS-OLD-IMAGE
109000         AT END
109100             MOVE 'Y' TO WS-INPUT-EOF
109200             GO TO 3650-EXIT
109300     END-READ
109400     PERFORM 5000-CONVERT-IMAGE THRU 5000-EXIT
109500     WRITE SEQ-RECORD FROM WS-NEW-IMAGE.
109600 3650-EXIT.
109700     EXIT.
109800
109900*----------------------------------------------------------------*
110000*  4000-PROVE-FILES                                              *
110100*  EVERY CONVERTED FILE IS READ BACK IN ITS NEW LAYOUT, COUNTED  *
110200*  AND ITS BALANCE SUMMED AT THE FIELD'S NEW POSITION, THEN SET  *
110300*  AGAINST THE FIGURES TAKEN BEFORE CONVERSION.                  *
110400*----------------------------------------------------------------*
110500 4000-PROVE-FILES.
110600     MOVE 'P' TO WS-STAGE
110700     MOVE 1 TO WS-FILE-SUB
110800     SORT SORT-FILE ON ASCENDING KEY SR-KEY
110900         USING NEW-DAILYOUT-FILE
111000         OUTPUT PROCEDURE IS 4500-TALLY-SORTED THRU 4500-EXIT
111100     MOVE 2 TO WS-FILE-SUB
111200     SORT SORT-FILE ON ASCENDING KEY SR-KEY
111300         USING NEW-BORROWER-FILE
111400         OUTPUT PROCEDURE IS 4500-TALLY-SORTED THRU 4500-EXIT
111500     MOVE 3 TO WS-FILE-SUB
111600     SORT SORT-FILE ON ASCENDING KEY SR-KEY
111700         USING NEW-TERMS-FILE
111800         OUTPUT PROCEDURE IS 4500-TALLY-SORTED THRU 4500-EXIT
111900     MOVE 4 TO WS-FILE-SUB
112000     SORT SORT-FILE ON ASCENDING KEY SR-KEY
112100         USING NEW-PENALTY-FILE
112200         OUTPUT PROCEDURE IS 4500-TALLY-SORTED THRU 4500-EXIT
112300     MOVE 5 TO WS-FILE-SUB
112400     SORT SORT-FILE ON ASCENDING KEY SR-KEY
112500         USING NEW-SUSPENSE-FILE
112600         OUTPUT PROCEDURE IS 4500-TALLY-SORTED THRU 4500-EXIT
112700     MOVE 6 TO WS-FILE-SUB
112800     SORT SORT-FILE ON ASCENDING KEY SR-KEY
112900         USING NEW-CHARGEOFF-FILE
113000         OUTPUT PROCEDURE IS 4500-TALLY-SORTED THRU 4500-EXIT
113100     MOVE 7 TO WS-FILE-SUB
113200     SORT SORT-FILE ON ASCENDING KEY SR-KEY
113300         USING NEW-NOTICE-FILE
113400         OUTPUT PROCEDURE IS 4500-TALLY-SORTED THRU 4500-EXIT
113500     MOVE 8 TO WS-FILE-SUB
113600     SORT SORT-FILE ON ASCENDING KEY SR-KEY
113700         USING NEW-FORBEARANCE-FILE
113800         OUTPUT PROCEDURE IS 4500-TALLY-SORTED THRU 4500-EXIT
113900     MOVE 9 TO WS-FILE-SUB
114000     SORT SORT-FILE ON ASCENDING KEY SR-KEY
114100         USING NEW-CLOSEOUT-FILE
114200         OUTPUT PROCEDURE IS 4500-TALLY-SORTED THRU 4500-EXIT
114300     MOVE 10 TO WS-FILE-SUB
114400     SORT SORT-FILE ON ASCENDING KEY SR-KEY
114500         USING NEW-ACCRUAL-FILE
114600         OUTPUT PROCEDURE IS 4500-TALLY-SORTED THRU 4500-EXIT
114700     MOVE 11 TO WS-FILE-SUB
114800     SORT SORT-FILE ON ASCENDING KEY SR-KEY
114900         USING NEW-MANDATE-FILE
115000         OUTPUT PROCEDURE IS 4500-TALLY-SORTED THRU 4500-EXIT
115100     MOVE 12 TO WS-FILE-SUB
115200     SORT SORT-FILE ON ASCENDING KEY SR-KEY
115300         USING NEW-COLLECTION-FILE
115400         OUTPUT PROCEDURE IS 4500-TALLY-SORTED THRU 4500-EXIT
115500     MOVE 13 TO WS-FILE-SUB
115600     PERFORM 4600-TALLY-SEQ-FILE THRU 4600-EXIT
115700             UNTIL WS-FILE-SUB > WS-FILE-COUNT
115800     MOVE 1 TO WS-FILE-SUB
115900     PERFORM 4800-COMPARE-FILE THRU 4800-EXIT
116000             UNTIL WS-FILE-SUB > WS-FILE-COUNT.
116100 4000-EXIT.
116200     EXIT.
116300
116400 4500-TALLY-SORTED.
116500     MOVE 'N' TO WS-SORT-EOF
116600     PERFORM 4550-TALLY-ONE-SORTED THRU 4550-EXIT
116700             UNTIL AT-END-OF-SORTED-INPUT.
116800 4500-EXIT.
116900     EXIT.
117000
117100 4550-TALLY-ONE-SORTED.
117200     RETURN SORT-FILE INTO WS-NEW-IMAGE
117300         AT END
117400             MOVE 'Y' TO WS-SORT-EOF
117500             GO TO 4550-EXIT
117600     END-RETURN
117700     PERFORM 4700-TALLY-NEW-RECORD THRU 4700-EXIT.
117800 4550-EXIT.
117900     EXIT.
118000
118100 4600-TALLY-SEQ-FILE.
118200     PERFORM 2050-NAME-FILES THRU 2050-EXIT
118300     OPEN INPUT SEQ-FILE
118400     MOVE 'N' TO WS-INPUT-EOF
118500     PERFORM 4650-TALLY-ONE-SEQ THRU 4650-EXIT
118600             UNTIL AT-END-OF-INPUT-FILE
118700     CLOSE SEQ-FILE
118800     ADD 1 TO WS-FILE-SUB.
118900 4600-EXIT.
119000     EXIT.
119100
119200 4650-TALLY-ONE-SEQ.
119300     MOVE SPACES TO SEQ-RECORD
119400     READ SEQ-FILE INTO WS-NEW-IMAGE
119500         AT END
119600             MOVE 'Y' TO WS-INPUT-EOF
119700             GO TO 4650-EXIT
119800     END-READ
119900     PERFORM 4700-TALLY-NEW-RECORD THRU 4700-EXIT.
120000 4650-EXIT.
120100     EXIT.
120200
120300 4700-TALLY-NEW-RECORD.
120400     ADD 1 TO FT-AFTER-COUNT (WS-FILE-SUB)
120500     IF FT-NEW-BAL-OFFSET (WS-FILE-SUB) > ZERO
120600         MOVE WS-NEW-IMAGE (FT-NEW-BAL-OFFSET (WS-FILE-SUB):12)
120700              TO WS-AMOUNT-X
120800         IF WS-AMOUNT-X NUMERIC
120900             ADD WS-AMOUNT TO FT-AFTER-BAL (WS-FILE-SUB)
121000         END-IF
121100     END-IF.
121200 4700-EXIT.
121300     EXIT.
121400
121500 4800-COMPARE-FILE.
121600     IF FT-AFTER-COUNT (WS-FILE-SUB)
121700             NOT = FT-BEFORE-COUNT (WS-FILE-SUB)
121800        OR FT-AFTER-BAL (WS-FILE-SUB)
121900             NOT = FT-BEFORE-BAL (WS-FILE-SUB)
122000         MOVE 'N' TO WS-PROOF-SW
122100         ADD 1 TO WS-DIFFER-COUNT
122200     END-IF
122300     ADD 1 TO WS-FILE-SUB.
122400 4800-EXIT.
122500     EXIT.
122600
122700*----------------------------------------------------------------*
122800*  5000-CONVERT-IMAGE                                            *
122900*  BUILDS WS-NEW-IMAGE FROM WS-OLD-IMAGE: THE BYTES BETWEEN THE  *
123000*  FILE'S LOAN-ID POSITIONS ARE COPIED ACROSS UNCHANGED AND EACH *
123100*  3-BYTE OLD ID BECOMES ITS 10-BYTE ACCOUNT NUMBER, SHIFTING    *
123200*  EVERYTHING AFTER IT SEVEN BYTES TO THE RIGHT.                 *
123300*----------------------------------------------------------------*
123400 5000-CONVERT-IMAGE.
123500     MOVE SPACES TO WS-NEW-IMAGE
123600     MOVE 1 TO WS-FROM-POS
123700     MOVE 1 TO WS-TO-POS
123800     MOVE 1 TO WS-ID-SUB
123900     PERFORM 5100-CONVERT-ONE-ID THRU 5100-EXIT
124000             UNTIL WS-ID-SUB > 3
124100     COMPUTE WS-SEG-LENGTH =
124200             FT-OLD-LENGTH (WS-FILE-SUB) - WS-FROM-POS + 1
124300     IF WS-SEG-LENGTH > ZERO
124400         MOVE WS-OLD-IMAGE (WS-FROM-POS:WS-SEG-LENGTH)
124500              TO WS-NEW-IMAGE (WS-TO-POS:WS-SEG-LENGTH)
124600     END-IF.
124700 5000-EXIT.
124800     EXIT.
124900
125000 5100-CONVERT-ONE-ID.
125100     MOVE FT-ID-OFFSET (WS-FILE-SUB, WS-ID-SUB) TO WS-ID-POS
125200     ADD 1 TO WS-ID-SUB
125300     IF WS-ID-POS = ZERO
125400         GO TO 5100-EXIT
125500     END-IF
125600     COMPUTE WS-SEG-LENGTH = WS-ID-POS - WS-FROM-POS
125700     IF WS-SEG-LENGTH > ZERO
125800         MOVE WS-OLD-IMAGE (WS-FROM-POS:WS-SEG-LENGTH)
125900              TO WS-NEW-IMAGE (WS-TO-POS:WS-SEG-LENGTH)
126000         ADD WS-SEG-LENGTH TO WS-TO-POS
126100     END-IF
126200     MOVE WS-OLD-IMAGE (WS-ID-POS:3) TO WS-OLD-ID
126300     PERFORM 5200-LOOK-UP-NEW-ID THRU 5200-EXIT
126400     MOVE WS-NEW-ID TO WS-NEW-IMAGE (WS-TO-POS:10)
126500     ADD 10 TO WS-TO-POS
126600     COMPUTE WS-FROM-POS = WS-ID-POS + 3.
126700 5100-EXIT.
126800     EXIT.
126900
127000*----------------------------------------------------------------*
127100*  5200-LOOK-UP-NEW-ID                                           *
127200*  A BLANK ID STAYS BLANK (AN ADD'S EMPTY BEFORE-IMAGE, FOR ONE).*
127300*  AN ID NOT ON THE CROSS-REFERENCE IS CARRIED FORWARD AS IT     *
127400*  STANDS AND NOTED WHILE THE FILES ARE BEING CHECKED.  THE LAST *
127500*  ID FOUND IS KEPT, AS MOST FILES RUN IN LOAN ORDER.            *
127600*----------------------------------------------------------------*
127700 5200-LOOK-UP-NEW-ID.
127800     IF WS-OLD-ID = SPACES
127900         MOVE SPACES TO WS-NEW-ID
128000         GO TO 5200-EXIT
128100     END-IF
128200     IF WS-OLD-ID = WS-LAST-OLD-ID
128300         MOVE WS-LAST-NEW-ID TO WS-NEW-ID
128400         GO TO 5200-EXIT
128500     END-IF
128600     MOVE 'Y' TO WS-MAPPED-SW
128700     MOVE WS-OLD-ID TO XI-OLD-LOAN-ID
128800     READ XREF-INDEX-FILE
128900         INVALID KEY
129000             MOVE 'N' TO WS-MAPPED-SW
129100     END-READ
129200     IF OLD-ID-IS-MAPPED
129300         MOVE XI-NEW-LOAN-ID TO WS-NEW-ID
129400         MOVE WS-OLD-ID TO WS-LAST-OLD-ID
129500         MOVE WS-NEW-ID TO WS-LAST-NEW-ID
129600     ELSE
129700         MOVE WS-OLD-ID TO WS-NEW-ID
129800         PERFORM 5300-NOTE-UNMAPPED THRU 5300-EXIT
129900     END-IF.
130000 5200-EXIT.
130100     EXIT.
130200
130300*----------------------------------------------------------------*
130400*  5300-NOTE-UNMAPPED                                            *
130500*  COUNTED AGAINST THE FILE AS AN ERROR OR A WARNING BY ITS      *
130600*  UNMAPPED RULE, AND LISTED ONCE PER RUN OF THE SAME ID.        *
130700*----------------------------------------------------------------*
130800 5300-NOTE-UNMAPPED.
130900     IF NOT STAGE-UNLOAD
131000         GO TO 5300-EXIT
131100     END-IF
131200     IF FT-UNMAPPED-IS-ERROR (WS-FILE-SUB)
131300         ADD 1 TO FT-ERROR-COUNT (WS-FILE-SUB)
131400         ADD 1 TO WS-UNMAPPED-ERRORS
131500     ELSE
131600         ADD 1 TO FT-WARNING-COUNT (WS-FILE-SUB)
131700         ADD 1 TO WS-UNMAPPED-WARNINGS
131800     END-IF
131900     IF WS-OLD-ID = WS-LAST-UNMAPPED-ID
132000        AND WS-FILE-SUB = WS-LAST-UNMAPPED-FILE
132100         GO TO 5300-EXIT
132200     END-IF
132300     MOVE WS-OLD-ID TO WS-LAST-UNMAPPED-ID
132400     MOVE WS-FILE-SUB TO WS-LAST-UNMAPPED-FILE
132500     MOVE SPACES TO WS-FINDING-LINE
132600     MOVE FT-FILE-NAME (WS-FILE-SUB) TO FL-SOURCE
132700     MOVE WS-OLD-ID TO FL-OLD-ID
132800     IF FT-UNMAPPED-IS-ERROR (WS-FILE-SUB)
132900         MOVE 'NOT ON CROSS-REFERENCE - CONVERSION REFUSED'
133000              TO FL-TEXT
133100     ELSE
133200         MOVE 'NOT ON CROSS-REFERENCE - CARRIED FORWARD'
133300              TO FL-TEXT
133400     END-IF
133500     MOVE WS-FINDING-LINE TO CONVERSION-REPORT-LINE
133600     WRITE CONVERSION-REPORT-LINE.
133700 5300-EXIT.
133800     EXIT.
133900
134000*----------------------------------------------------------------*
134100*  8000-PRINT-RESULTS                                            *
134200*  ONE PROOF LINE PER FILE ONCE THE FILES HAVE BEEN READ, THEN   *
134300*  THE RUN TOTALS AND THE VERDICT.                               *
134400*----------------------------------------------------------------*
134500 8000-PRINT-RESULTS.
134600     IF NOT STAGE-CROSS-REFERENCE
134700         MOVE SPACES TO CONVERSION-REPORT-LINE
134800         WRITE CONVERSION-REPORT-LINE
134900         MOVE WS-HEADING-2 TO CONVERSION-REPORT-LINE
135000         WRITE CONVERSION-REPORT-LINE
135100         MOVE 1 TO WS-FILE-SUB
135200         PERFORM 8200-WRITE-PROOF-LINE THRU 8200-EXIT
135300                 UNTIL WS-FILE-SUB > WS-FILE-COUNT
135400     END-IF
135500     MOVE SPACES TO CONVERSION-REPORT-LINE
135600     WRITE CONVERSION-REPORT-LINE
135700     MOVE SPACES TO WS-TOTAL-LINE
135800     MOVE 'CROSS-REFERENCE ENTRIES....' TO TL-CAPTION
135900     MOVE WS-XREF-COUNT TO TL-VALUE
136000     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
136100     MOVE 'CROSS-REFERENCE ERRORS.....' TO TL-CAPTION
136200     MOVE WS-XREF-ERRORS TO TL-VALUE
136300     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
136400     MOVE 'FILES EXAMINED.............' TO TL-CAPTION
136500     MOVE WS-FILE-COUNT TO TL-VALUE
136600     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
136700     MOVE 'RECORDS BEFORE.............' TO TL-CAPTION
136800     MOVE WS-RECORDS-BEFORE TO TL-VALUE
136900     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
137000     MOVE 'RECORDS AFTER..............' TO TL-CAPTION
137100     MOVE WS-RECORDS-AFTER TO TL-VALUE
137200     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
137300     MOVE 'UNMAPPED IDS REFUSED.......' TO TL-CAPTION
137400     MOVE WS-UNMAPPED-ERRORS TO TL-VALUE
137500     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
137600     MOVE 'UNMAPPED IDS CARRIED.......' TO TL-CAPTION
137700     MOVE WS-UNMAPPED-WARNINGS TO TL-VALUE
137800     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
137900     MOVE 'FILES THAT DIFFER..........' TO TL-CAPTION
138000     MOVE WS-DIFFER-COUNT TO TL-VALUE
138100     PERFORM 8100-WRITE-TOTAL-LINE THRU 8100-EXIT
138200     MOVE SPACES TO CONVERSION-REPORT-LINE
138300     WRITE CONVERSION-REPORT-LINE
138400     IF NOT XREF-IS-CLEAN
138500         MOVE '** CROSS-REFERENCE REJECTED - NO FILE CONVERTED'
138600              TO WS-VERDICT-LINE
138700     ELSE
138800         IF WS-UNMAPPED-ERRORS > ZERO
138900             MOVE '** UNMAPPED LOAN IDS - NO FILE CONVERTED'
139000                  TO WS-VERDICT-LINE
139100         ELSE
139200             IF NOT ALL-FILES-AGREE
139300                 MOVE '** PROOF FAILED - RESTORE FROM preconv_'
139400                      TO WS-VERDICT-LINE
139500             ELSE
139600                 MOVE 'CONVERSION PROVED - ALL FILES AGREE'
139700                      TO WS-VERDICT-LINE
139800             END-IF
139900         END-IF
140000     END-IF
140100     MOVE WS-VERDICT-LINE TO CONVERSION-REPORT-LINE
140200     WRITE CONVERSION-REPORT-LINE.
140300 8000-EXIT.
140400     EXIT.
140500
140600 8100-WRITE-TOTAL-LINE.
140700     MOVE WS-TOTAL-LINE TO CONVERSION-REPORT-LINE
140800     WRITE CONVERSION-REPORT-LINE
140900     MOVE SPACES TO WS-TOTAL-LINE.
141000 8100-EXIT.
141100     EXIT.
141200
141300*  THE AFTER FIGURES AND THE RESULT ARE LEFT BLANK WHEN THE RUN
141400*  STOPPED BEFORE CONVERTING; A BALANCE IS SHOWN ONLY FOR A FILE
141500*  WHOSE BALANCE IS PROVED.
141600 8200-WRITE-PROOF-LINE.
141700     MOVE SPACES TO WS-PROOF-LINE
141800     MOVE FT-FILE-NAME (WS-FILE-SUB) TO PL-FILE-NAME
141900     MOVE FT-BEFORE-COUNT (WS-FILE-SUB) TO PL-BEFORE-COUNT
142000     ADD FT-BEFORE-COUNT (WS-FILE-SUB) TO WS-RECORDS-BEFORE
142100     IF FT-OLD-BAL-OFFSET (WS-FILE-SUB) > ZERO
142200         MOVE FT-BEFORE-BAL (WS-FILE-SUB) TO PL-BEFORE-BAL
142300     END-IF
142400     ADD FT-ERROR-COUNT (WS-FILE-SUB)
142500         FT-WARNING-COUNT (WS-FILE-SUB) GIVING PL-UNMAPPED
142600     IF STAGE-PROVE
142700         MOVE FT-AFTER-COUNT (WS-FILE-SUB) TO PL-AFTER-COUNT
142800         ADD FT-AFTER-COUNT (WS-FILE-SUB) TO WS-RECORDS-AFTER
142900         IF FT-NEW-BAL-OFFSET (WS-FILE-SUB) > ZERO
143000             MOVE FT-AFTER-BAL (WS-FILE-SUB) TO PL-AFTER-BAL
143100         END-IF
143200         IF FT-AFTER-COUNT (WS-FILE-SUB)
143300                 = FT-BEFORE-COUNT (WS-FILE-SUB)
143400            AND FT-AFTER-BAL (WS-FILE-SUB)
143500                 = FT-BEFORE-BAL (WS-FILE-SUB)
143600             MOVE 'AGREE' TO PL-RESULT
143700         ELSE
143800             MOVE 'DIFFER' TO PL-RESULT
143900         END-IF
144000     END-IF
144100     MOVE WS-PROOF-LINE TO CONVERSION-REPORT-LINE
144200     WRITE CONVERSION-REPORT-LINE
144300     ADD 1 TO WS-FILE-SUB.
144400 8200-EXIT.
144500     EXIT.
144600
144700*----------------------------------------------------------------*
144800*  9000-TERMINATE                                                *
144900*  RETURN CODE 8 WHEN THE CROSS-REFERENCE OR AN UNMAPPED ID      *
145000*  STOPPED THE RUN BEFORE ANY FILE WAS CHANGED; 16 WHEN THE      *
145100*  FILES WERE CONVERTED BUT DO NOT PROVE AND MUST BE RESTORED    *
145200*  FROM THEIR preconv_ COPIES; 4 WHEN THE CONVERSION PROVED BUT  *
145300*  SOME AUDIT OR REJECT IDS WERE CARRIED FORWARD UNMAPPED.       *
145400*----------------------------------------------------------------*
145500 9000-TERMINATE.
145600     IF XREF-IS-CLEAN
145700         CLOSE XREF-INDEX-FILE
145800     END-IF
145900     CLOSE CONVERSION-REPORT-FILE
146000     PERFORM 9100-STAMP-RUN-LEDGER THRU 9100-EXIT
146100     IF NOT XREF-IS-CLEAN
146200        OR WS-UNMAPPED-ERRORS > ZERO
146300         MOVE 8 TO RETURN-CODE
146400     ELSE
146500         IF NOT ALL-FILES-AGREE
146600             MOVE 16 TO RETURN-CODE
146700         ELSE
146800             IF WS-UNMAPPED-WARNINGS > ZERO
146900                 MOVE 4 TO RETURN-CODE
147000             END-IF
147100         END-IF
147200     END-IF.
147300 9000-EXIT.
147400     EXIT.
147500
147600*----------------------------------------------------------------*
147700*  9100-STAMP-RUN-LEDGER                                         *
147800*  APPENDS THE STEP'S COMPLETION RECORD TO THE RUN-CONTROL       *
147900*  LEDGER - DONE ONLY WHEN THE CONVERSION RAN AND PROVED.        *
148000*----------------------------------------------------------------*
148100 9100-STAMP-RUN-LEDGER.
148200     OPEN EXTEND RUN-CONTROL-FILE
148300     MOVE SPACES TO RUN-CONTROL-RECORD
148400     MOVE WS-RUN-DATE TO RC-BUSINESS-DATE
148500     MOVE 'LOANCONV' TO RC-PROGRAM-NAME
148600     MOVE WS-START-TIME TO RC-START-TIME
148700     ACCEPT WS-TIME-WORK FROM TIME
148800     MOVE WS-TIME-WORK (1:6) TO RC-END-TIME
148900     MOVE WS-RECORDS-BEFORE TO RC-READ-COUNT
149000     MOVE WS-RECORDS-AFTER TO RC-WRITTEN-COUNT
149100     IF STAGE-PROVE
149200        AND ALL-FILES-AGREE
149300         MOVE 'DONE' TO RC-STATUS
149400     ELSE
149500         MOVE 'FAIL' TO RC-STATUS
149600     END-IF
149700     WRITE RUN-CONTROL-RECORD
149800     CLOSE RUN-CONTROL-FILE.
149900 9100-EXIT.
150000     EXIT.
