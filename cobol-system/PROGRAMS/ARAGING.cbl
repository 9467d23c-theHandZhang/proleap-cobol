000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ARAGING.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - ACCOUNTS RECEIVABLE AGING AND *
001100*                COLLECTION AGENCY PLACEMENT. EVERY STUDENT'S   *
001200*                STUACCT BALANCE IS AGED AS OF THE BUSINESS     *
001300*                DATE INTO 0-30, 31-60, 61-90, 91-180 AND OVER  *
001400*                180 DAY BUCKETS - CREDITS PAY DOWN THE OLDEST  *
001500*                CHARGES FIRST, WHAT CREDIT IS LEFT OVER PRINTS *
001600*                AS UNAPPLIED - AND REPORTED ON ARAGERPT BY     *
001700*                STUDENT AND BY THE ACADCAL TERM EACH CHARGE    *
001800*                WAS POSTED IN. THE GRAND TOTALS GO TO THE      *
001900*                AGECTL CONTROL RECORD FOR ACCTRCON TO PROVE    *
002000*                BACK TO THE SUBLEDGER. AN ACCOUNT OWING THE    *
002100*                COLLPARM MINIMUM WITH NO CREDIT FOR THE        *
002200*                COLLPARM NUMBER OF DAYS IS PLACED WITH THE     *
002300*                COLLECTION AGENCY: A COLLOUT PLACEMENT RECORD  *
002400*                CARRYING THE NAME AND ADDRESS, A COLLPLAC      *
002500*                PLACEMENT (COLLPREC LAYOUT) COLLPOST POSTS THE *
002600*                AGENCY'S RETURNS AGAINST, AND A COLLECTIONS    *
002700*                HOLD ON STUHOLD. TEST MODE WRITES THE REPORT   *
002800*                AND AGECTL BUT PLACES NOTHING.                 *
002800* 10/15/26  DW   A SPONBILL TRANSFER TO A THIRD-PARTY SPONSOR NO *
002800*                LONGER COUNTS AS THE STUDENT'S LAST PAYMENT FOR *
002800*                THE COLLECTION INACTIVITY TEST.                 *
002800* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 153 BYTES FOR THE  *
002800*                DEGREE CONFERRAL DATE, STAMPED BY GRADCONF.     *
002800* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 170 BYTES FOR THE  *
002800*                DIRECTORY-INFORMATION CONFIDENTIALITY FLAG,     *
002800*                ITS DATE AND REQUESTING OPERATOR.               *
002800* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 186 BYTES FOR THE  *
002800*                DATE OF DEATH AND ITS VERIFICATION SOURCE.      *
002800* 10/15/26  DW   A DECEASED STUDENT'S ACCOUNT IS NO LONGER       *
002800*                PLACED WITH THE COLLECTION AGENCY. IT IS LEFT   *
002800*                FOR THE DECDPROC WRITE-OFF REVIEW LIST AND      *
002800*                TOTALLED ON ITS OWN DECEASED LINE.              *
002900*--------------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT AG-PARM-FILE ASSIGN TO COLLPARM
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-PARM-STATUS.
003600     SELECT AG-ACAL-FILE ASSIGN TO ACADCAL
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-ACAL-STATUS.
003900     SELECT AG-TYPE-FILE ASSIGN TO HOLDTYPE
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-TYPE-STATUS.
004200     SELECT AG-ACCT-FILE ASSIGN TO STUACCT
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-ACCT-STATUS.
004500     SELECT AG-MASTER-FILE ASSIGN TO STUMAST
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS STM-STUDENT-ID
004900         FILE STATUS IS WS-MASTER-STATUS.
005000     SELECT AG-HOLD-FILE ASSIGN TO STUHOLD
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS SHD-KEY
005400         FILE STATUS IS WS-HOLD-STATUS.
005500     SELECT AG-PLACE-FILE ASSIGN TO COLLPLAC
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS COP-KEY
005900         FILE STATUS IS WS-PLACE-STATUS.
006000     SELECT AG-OUT-FILE ASSIGN TO COLLOUT
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-OUT-STATUS.
006300     SELECT AG-REPORT-FILE ASSIGN TO ARAGERPT
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-REPORT-STATUS.
006600     SELECT AG-CONTROL-FILE ASSIGN TO AGECTL
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-CONTROL-STATUS.
006900     SELECT AG-CAL-FILE ASSIGN TO SUITECAL
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-CAL-STATUS.
007200     SELECT SUITE-PARM-FILE ASSIGN TO SUITEPRM
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-SUITE-STATUS.
007500     SELECT AG-CYCLENO-FILE ASSIGN TO CYCLENO
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-CYCLENO-STATUS.
007800 DATA DIVISION.
007900 FILE SECTION.
008000*--------------------------------------------------------------*
008100* COLLPARM - ONE C CARD: THE DAYS WITHOUT A CREDIT THAT MAKE AN *
008200* ACCOUNT INACTIVE, THE MINIMUM BALANCE WORTH PLACING, THE      *
008300* AGENCY, ITS COMMISSION PERCENT (COLLPOST TAKES IT FROM HERE)  *
008400* AND THE HOLD TYPE PLACED WITH THE ACCOUNT. NO C CARD, NO      *
008500* PLACEMENTS. A LINE WITH * IN COLUMN 1 IS A COMMENT.           *
008600*--------------------------------------------------------------*
008700 FD  AG-PARM-FILE.
008800 01  CPM-CARD.
008900     05  CPM-CARD-TYPE        PIC X(01).
009000         88  CPM-COLLECT-CARD VALUE 'C'.
009100     05  CPM-INACTIVE-DAYS    PIC 9(04).
009200     05  CPM-MIN-BALANCE      PIC 9(05)V99.
009300     05  CPM-AGENCY-ID        PIC X(06).
009400     05  CPM-COMMISSION-PCT   PIC 9(02)V99.
009500     05  CPM-HOLD-TYPE        PIC X(04).
009600     05  FILLER               PIC X(54).
009700 FD  AG-ACAL-FILE.
009800 COPY ACADCREC.
009900 FD  AG-TYPE-FILE.
010000 01  HTY-CARD.
010100     05  HTY-CARD-TYPE        PIC X(01).
010200         88  HTY-TYPE-CARD    VALUE 'T'.
010300     05  HTY-HOLD-TYPE        PIC X(04).
010400     05  HTY-OFFICE           PIC X(04).
010500     05  HTY-BLOCK-REG        PIC X(01).
010600     05  HTY-BLOCK-TRAN       PIC X(01).
010700     05  HTY-DESC             PIC X(20).
010800 FD  AG-ACCT-FILE.
010900 COPY STUACREC.
011000 FD  AG-MASTER-FILE.
011100 01  STM-RECORD.
011200     05  STM-STUDENT-ID       PIC 9(09).
011300     05  STM-NAME             PIC X(25).
011400     05  STM-PROGRAM-CODE     PIC X(04).
011500     05  STM-RES-CODE1        PIC 9(01).
011600     05  STM-RES-CODE2        PIC 9(01).
011700     05  STM-RES-CODE3        PIC 9(01).
011800     05  STM-ENROLL-STATUS    PIC X(01).
011810         88  STM-DECEASED     VALUE 'X'.
011900     05  STM-LAST-MAINT-DATE  PIC 9(08).
012000     05  STM-ADDR-LINE1       PIC X(25).
012100     05  STM-ADDR-LINE2       PIC X(25).
012200     05  STM-CITY             PIC X(15).
012300     05  STM-STATE            PIC X(02).
012400     05  STM-ZIP              PIC X(05).
012500     05  STM-WITHDRAW-DATE    PIC 9(08).
012600     05  STM-DOB              PIC 9(08).
012700     05  STM-STANDING-CODE    PIC X(01).
012800     05  STM-STANDING-TERM    PIC X(06).
012800     05  STM-CONFER-DATE      PIC 9(08).
012800     05  STM-CONFID-FLAG      PIC X(01).
012800     05  STM-CONFID-DATE      PIC 9(08).
012800     05  STM-CONFID-OPER      PIC X(08).
012800     05  STM-DEATH-DATE       PIC 9(08).
012800     05  STM-DEATH-SOURCE     PIC X(08).
012900 FD  AG-HOLD-FILE.
013000 COPY STUHLREC.
013100 FD  AG-PLACE-FILE.
013200 COPY COLLPREC.
013300*--------------------------------------------------------------*
013400* COLLOUT - TONIGHT'S PLACEMENTS FOR THE AGENCY.                *
013500*--------------------------------------------------------------*
013600 FD  AG-OUT-FILE.
013700 01  COL-RECORD.
013800     05  COL-AGENCY-ID        PIC X(06).
013900     05  COL-STUDENT-ID       PIC 9(09).
014000     05  COL-NAME             PIC X(25).
014100     05  COL-ADDR-LINE1       PIC X(25).
014200     05  COL-ADDR-LINE2       PIC X(25).
014300     05  COL-CITY             PIC X(15).
014400     05  COL-STATE            PIC X(02).
014500     05  COL-ZIP              PIC X(05).
014600     05  COL-BALANCE          PIC 9(07)V99.
014700     05  COL-LAST-ACTIVITY    PIC 9(08).
014800     05  COL-PLACED-DATE      PIC 9(08).
014900*--------------------------------------------------------------*
015000* ARAGERPT - THE STUDENTS OWING OR IN CREDIT, THEN THE TERMS OF *
015100* ORIGIN, THEN THE GRAND TOTALS, THEN TONIGHT'S PLACEMENTS.     *
015200*--------------------------------------------------------------*
015300 FD  AG-REPORT-FILE.
015400 01  AG-REPORT-RECORD.
015500     05  AGR-KEY              PIC X(09).
015600     05  FILLER               PIC X(01).
015700     05  AGR-BUCKET OCCURS 5 TIMES
015800                              PIC -ZZZZZZZ9.99.
015900     05  AGR-CREDIT           PIC -ZZZZZZZ9.99.
016000     05  AGR-BALANCE          PIC -ZZZZZZZ9.99.
016100 01  AGR-HEADING-R REDEFINES AG-REPORT-RECORD.
016200     05  AGH-TEXT             PIC X(40).
016300     05  FILLER               PIC X(01).
016400     05  AGH-DATE             PIC 9(08).
016500     05  FILLER               PIC X(45).
016600 01  AGR-LABEL-R REDEFINES AG-REPORT-RECORD.
016700     05  AGL-KEY              PIC X(09).
016800     05  FILLER               PIC X(01).
016900     05  AGL-LABEL OCCURS 7 TIMES
017000                              PIC X(12).
017100 01  AGR-PLACED-R REDEFINES AG-REPORT-RECORD.
017200     05  AGP-STUDENT-ID       PIC 9(09).
017300     05  FILLER               PIC X(01).
017400     05  AGP-AGENCY-ID        PIC X(06).
017500     05  FILLER               PIC X(01).
017600     05  AGP-BALANCE          PIC -ZZZZZZZ9.99.
017700     05  FILLER               PIC X(01).
017800     05  AGP-LAST-ACTIVITY    PIC 9(08).
017900     05  FILLER               PIC X(01).
018000     05  AGP-DAYS             PIC ZZZZ9.
018100     05  FILLER               PIC X(01).
018200     05  AGP-NAME             PIC X(25).
018300     05  FILLER               PIC X(24).
018400 FD  AG-CONTROL-FILE.
018500 COPY AGECTREC.
018600 FD  AG-CAL-FILE.
018700 01  CAL-RECORD.
018800     05  CAL-BUSINESS-DATE    PIC 9(08).
018900     05  CAL-MONTH-END-FLAG   PIC X(01).
019000     05  CAL-YEAR-END-FLAG    PIC X(01).
019100 FD  SUITE-PARM-FILE.
019200 01  SP-PARM-CARD             PIC X(11).
019300 FD  AG-CYCLENO-FILE.
019400 01  CYCLENO-CARD.
019500     05  CYC-CYCLE-NUMBER     PIC 9(06).
019600 WORKING-STORAGE SECTION.
019700 01  WS-SUITE-STATUS          PIC X(02).
019800     88  WS-SUITE-OK          VALUE '00'.
019900 01  WS-CYCLENO-STATUS        PIC X(02).
020000     88  WS-CYCLENO-OK        VALUE '00'.
020100 01  WS-PARM-STATUS           PIC X(02).
020200     88  WS-PARM-OK           VALUE '00'.
020300 01  WS-ACAL-STATUS           PIC X(02).
020400     88  WS-ACAL-OK           VALUE '00'.
020500 01  WS-TYPE-STATUS           PIC X(02).
020600     88  WS-TYPE-OK           VALUE '00'.
020700 01  WS-ACCT-STATUS           PIC X(02).
020800     88  WS-ACCT-OK           VALUE '00'.
020900 01  WS-MASTER-STATUS         PIC X(02).
021000     88  WS-MASTER-OK         VALUE '00'.
021100 01  WS-HOLD-STATUS           PIC X(02).
021200     88  WS-HOLD-OK           VALUE '00'.
021300     88  WS-HOLD-NOT-FOUND    VALUE '23' '35'.
021400 01  WS-PLACE-STATUS          PIC X(02).
021500     88  WS-PLACE-OK          VALUE '00'.
021600     88  WS-PLACE-NOT-FOUND   VALUE '23' '35'.
021700 01  WS-OUT-STATUS            PIC X(02).
021800     88  WS-OUT-OK            VALUE '00'.
021900 01  WS-REPORT-STATUS         PIC X(02).
022000     88  WS-REPORT-OK         VALUE '00'.
022100 01  WS-CONTROL-STATUS        PIC X(02).
022200     88  WS-CONTROL-OK        VALUE '00'.
022300 01  WS-CAL-STATUS            PIC X(02).
022400     88  WS-CAL-OK            VALUE '00'.
022500 01  WS-EOF-SWITCH            PIC X(01).
022600     88  WS-AT-EOF            VALUE 'Y'.
022700     88  WS-NOT-AT-EOF        VALUE 'N'.
022800 01  WS-SCAN-SWITCH           PIC X(01).
022900     88  WS-SCAN-DONE         VALUE 'Y'.
023000     88  WS-SCAN-MORE         VALUE 'N'.
023100 01  WS-FOUND-SWITCH          PIC X(01).
023200     88  WS-ALREADY-PLACED    VALUE 'Y'.
023300     88  WS-NOT-PLACED        VALUE 'N'.
023400 01  WS-PLACE-OPEN-SWITCH     PIC X(01) VALUE 'N'.
023500     88  WS-PLACE-FILES-OPEN  VALUE 'Y'.
023600 01  WS-OVFL-SWITCH           PIC X(01) VALUE 'N'.
023700     88  WS-TABLE-OVERFLOWED  VALUE 'Y'.
023800 01  WS-BUSINESS-DATE         PIC 9(08) VALUE 0.
023900 01  WS-BUSINESS-INT          PIC 9(07) VALUE 0.
024000 01  WS-INACTIVE-DAYS         PIC 9(04) VALUE 0.
024100 01  WS-MIN-BALANCE           PIC 9(05)V99 VALUE 0.
024200 01  WS-AGENCY-ID             PIC X(06) VALUE SPACES.
024300 01  WS-COLL-TYPE             PIC X(04) VALUE SPACES.
024400 01  WS-COLL-OFFICE           PIC X(04) VALUE 'BURS'.
024500 01  WS-COLL-BLOCK-REG        PIC X(01) VALUE 'Y'.
024600 01  WS-COLL-BLOCK-TRAN       PIC X(01) VALUE 'Y'.
024700 01  WS-AGE-DATE              PIC 9(08).
024800 01  WS-AGE-DAYS              PIC S9(07) VALUE 0.
024900 01  WS-BKT-IDX               PIC 9(01) COMP.
025000 01  WS-CHARGE                PIC S9(09)V99 COMP-3 VALUE 0.
025100 01  WS-APPLY                 PIC S9(09)V99 COMP-3 VALUE 0.
025200 01  WS-LINE-TOTAL            PIC S9(09)V99 COMP-3 VALUE 0.
025300 01  WS-GT-CREDIT             PIC S9(09)V99 COMP-3 VALUE 0.
025400 01  WS-GT-NET                PIC S9(09)V99 COMP-3 VALUE 0.
025500 01  WS-GT-BUCKETS.
025600     05  WS-GT-BUCKET OCCURS 5 TIMES
025700                              PIC S9(09)V99 COMP-3.
025800 01  WS-LISTED-COUNT          PIC 9(06) COMP VALUE 0.
025900 01  WS-PLACED-COUNT          PIC 9(06) COMP VALUE 0.
026000 01  WS-PLACED-AMOUNT         PIC S9(09)V99 COMP-3 VALUE 0.
026100 01  WS-NO-MASTER-COUNT       PIC 9(06) COMP VALUE 0.
026110 01  WS-DECEASED-COUNT        PIC 9(06) COMP VALUE 0.
026120 01  WS-DECEASED-AMOUNT       PIC S9(09)V99 COMP-3 VALUE 0.
026200 01  WS-SEARCH-ID             PIC 9(09).
026300 01  WS-STU-COUNT             PIC 9(05) COMP VALUE 0.
026400 01  WS-STU-MAX               PIC 9(05) COMP VALUE 8000.
026500 01  WS-STU-IDX               PIC 9(05) COMP.
026600 01  WS-SHIFT-IDX             PIC 9(05) COMP.
026700 01  WS-LOW                   PIC 9(05) COMP.
026800 01  WS-HIGH                  PIC 9(05) COMP.
026900 01  WS-MID                   PIC 9(05) COMP.
027000 01  WS-STU-FOUND-SWITCH      PIC X(01).
027100     88  WS-STU-FOUND         VALUE 'Y'.
027200     88  WS-STU-NOT-FOUND     VALUE 'N'.
027300 01  WS-TRM-COUNT             PIC 9(02) COMP VALUE 0.
027400 01  WS-TRM-MAX               PIC 9(02) COMP VALUE 40.
027500 01  WS-TRM-IDX               PIC 9(02) COMP.
027600 01  WS-TRM-MATCH             PIC 9(02) COMP.
027700*--------------------------------------------------------------*
027800* AG-STU-TABLE - EVERY STUDENT ON STUACCT IN STUDENT ID ORDER:  *
027900* THE BALANCE, THE CREDIT POOL NOT YET APPLIED TO A CHARGE, THE *
028000* LAST CREDIT AND FIRST CHARGE DATES, AND THE AGED BUCKETS.     *
028100*--------------------------------------------------------------*
028200 01  AG-STU-TABLE.
028300     05  AG-STU-ENTRY OCCURS 8000 TIMES.
028400         10  AST-STUDENT-ID   PIC 9(09).
028500         10  AST-BALANCE      PIC S9(09)V99 COMP-3.
028600         10  AST-POOL         PIC S9(09)V99 COMP-3.
028700         10  AST-LAST-CREDIT  PIC 9(08).
028800         10  AST-FIRST-CHARGE PIC 9(08).
028900         10  AST-BUCKET OCCURS 5 TIMES
029000                              PIC S9(09)V99 COMP-3.
029100*--------------------------------------------------------------*
029200* AG-TRM-TABLE - THE TERMS OF ORIGIN: PRIOR (BEFORE THE FIRST   *
029300* ACADCAL TERM OPENS), EACH ACADCAL TERM IN CALENDAR ORDER, AND *
029400* OTHER (AFTER THE LAST TERM ENDS, OR AN UNREADABLE DATE).      *
029500*--------------------------------------------------------------*
029600 01  AG-TRM-TABLE.
029700     05  AG-TRM-ENTRY OCCURS 40 TIMES.
029800         10  ATT-TERM         PIC X(06).
029900         10  ATT-REG-OPEN     PIC 9(08).
030000         10  ATT-TERM-END     PIC 9(08).
030100         10  ATT-BUCKET OCCURS 5 TIMES
030200                              PIC S9(09)V99 COMP-3.
030300 COPY SUITEPRM.
030400 COPY CKPTPARM.
030500 COPY IOERRPRM.
030600 COPY STEPPARM.
030700 PROCEDURE DIVISION.
030800 0000-MAINLINE.
030900     PERFORM 0005-CHECK-CHECKPOINT
031000         THRU 0005-CHECK-CHECKPOINT-EXIT.
031100     MOVE 'ARAGING ' TO SL-PROGRAM-ID.
031200     SET SL-PHASE-START TO TRUE.
031300     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
031400     PERFORM 0010-READ-SUITE-PARM THRU 0010-READ-SUITE-PARM-EXIT.
031500     PERFORM 0020-READ-BUSINESS-DATE
031600         THRU 0020-READ-BUSINESS-DATE-EXIT.
031700     PERFORM 0030-READ-COLL-PARM
031800         THRU 0030-READ-COLL-PARM-EXIT.
031900     PERFORM 0040-LOAD-ACAD-CALENDAR
032000         THRU 0040-LOAD-ACAD-CALENDAR-EXIT.
032100     IF WS-COLL-TYPE NOT = SPACES
032200         PERFORM 0050-LOAD-COLL-HOLD-TYPE
032300             THRU 0050-LOAD-COLL-HOLD-TYPE-EXIT
032400     END-IF.
032500     PERFORM 1000-LOAD-BALANCES
032600         THRU 1000-LOAD-BALANCES-EXIT.
032700     IF WS-TABLE-OVERFLOWED
032800         DISPLAY 'ARAGING: STUDENT TABLE FULL AT ' WS-STU-MAX
032900             ' - AGING INCOMPLETE, NOTHING PLACED, RAISE THE'
033000             ' TABLE.'
033100         MOVE 4 TO RETURN-CODE
033200         MOVE SPACES TO WS-COLL-TYPE
033300     ELSE
033400         PERFORM 2000-AGE-CHARGES
033500             THRU 2000-AGE-CHARGES-EXIT
033600     END-IF.
033700     OPEN OUTPUT AG-REPORT-FILE.
033800     PERFORM 3000-REPORT-BY-STUDENT
033900         THRU 3000-REPORT-BY-STUDENT-EXIT.
034000     PERFORM 3200-REPORT-BY-TERM
034100         THRU 3200-REPORT-BY-TERM-EXIT.
034200     PERFORM 3400-REPORT-GRAND-TOTALS
034300         THRU 3400-REPORT-GRAND-TOTALS-EXIT.
034400     PERFORM 3500-WRITE-AGING-CONTROL
034500         THRU 3500-WRITE-AGING-CONTROL-EXIT.
034600     IF WS-COLL-TYPE NOT = SPACES
034700         PERFORM 4000-PLACE-COLLECTIONS
034800             THRU 4000-PLACE-COLLECTIONS-EXIT
034900     END-IF.
035000     CLOSE AG-REPORT-FILE.
035100     DISPLAY 'ARAGING: ' WS-STU-COUNT ' ACCOUNTS AGED, '
035200         WS-LISTED-COUNT ' LISTED; ' WS-PLACED-COUNT
035300         ' PLACED WITH AGENCY ' WS-AGENCY-ID.
035310     DISPLAY 'ARAGING: ' WS-DECEASED-COUNT
035320         ' DECEASED STUDENTS LEFT FOR WRITE-OFF REVIEW'.
035400     PERFORM 0900-MARK-CHECKPOINT
035500         THRU 0900-MARK-CHECKPOINT-EXIT.
035600     GO TO 9999-EXIT.
035700*--------------------------------------------------------------*
035800* 0005-CHECK-CHECKPOINT - ASKS CKPTCHK WHETHER ARAGING ALREADY  *
035900* COMPLETED THIS CYCLE. IF SO, THE RUN ENDS HERE RATHER THAN    *
036000* PLACING TONIGHT'S ACCOUNTS WITH THE AGENCY TWICE.             *
036100*--------------------------------------------------------------*
036200 0005-CHECK-CHECKPOINT.
036300     MOVE 'ARAGING ' TO CK-PROGRAM-ID.
036400     SET CK-CHECK TO TRUE.
036500     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
036600     IF CK-ALREADY-DONE
036700         DISPLAY 'ARAGING: ALREADY COMPLETED THIS CYCLE - '
036800             'SKIPPING'
036900         GO TO 9999-EXIT
037000     END-IF.
037100 0005-CHECK-CHECKPOINT-EXIT.
037200     EXIT.
037300*--------------------------------------------------------------*
037400* 0900-MARK-CHECKPOINT - TELLS CKPTCHK THAT ARAGING COMPLETED   *
037500* THIS CYCLE SUCCESSFULLY.                                      *
037600*--------------------------------------------------------------*
037700 0900-MARK-CHECKPOINT.
037800     MOVE 'ARAGING ' TO CK-PROGRAM-ID.
037900     SET CK-MARK TO TRUE.
038000     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
038100     MOVE 'ARAGING ' TO SL-PROGRAM-ID.
038200     SET SL-PHASE-END TO TRUE.
038300     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
038400 0900-MARK-CHECKPOINT-EXIT.
038500     EXIT.
038600*--------------------------------------------------------------*
038700* 0010-READ-SUITE-PARM - READS THE SUITE-WIDE CONTROL CARD      *
038800* FROM SUITEPRM, THEN THE CYCLE NUMBER OFF CYCLENO.             *
038900*--------------------------------------------------------------*
039000 0010-READ-SUITE-PARM.
039100     OPEN INPUT SUITE-PARM-FILE.
039200     IF WS-SUITE-OK
039300         READ SUITE-PARM-FILE
039400             AT END
039500                 CONTINUE
039600         END-READ
039700         IF WS-SUITE-OK
039800             MOVE SP-PARM-CARD (1:1)  TO SP-TEST-MODE-SWITCH
039900             MOVE SP-PARM-CARD (2:10) TO SP-BATCH-ID
040000         END-IF
040100         CLOSE SUITE-PARM-FILE
040200     END-IF.
040300     OPEN INPUT AG-CYCLENO-FILE.
040400     IF WS-CYCLENO-OK
040500         READ AG-CYCLENO-FILE
040600             AT END
040700                 CONTINUE
040800         END-READ
040900         IF WS-CYCLENO-OK
041000             AND CYC-CYCLE-NUMBER NUMERIC
041100             MOVE CYC-CYCLE-NUMBER TO SP-CYCLE-NUMBER
041200         END-IF
041300         CLOSE AG-CYCLENO-FILE
041400     END-IF.
041500 0010-READ-SUITE-PARM-EXIT.
041600     EXIT.
041700*--------------------------------------------------------------*
041800* 0020-READ-BUSINESS-DATE - THE SUITECAL BUSINESS DATE, WALL-   *
041900* CLOCK FALLBACK AS EVERYWHERE. EVERY AGE IS COUNTED IN DAYS TO *
042000* IT.                                                           *
042100*--------------------------------------------------------------*
042200 0020-READ-BUSINESS-DATE.
042300     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
042400     OPEN INPUT AG-CAL-FILE.
042500     IF WS-CAL-OK
042600         READ AG-CAL-FILE
042700             AT END
042800                 CONTINUE
042900         END-READ
043000         IF WS-CAL-OK
043100             AND CAL-BUSINESS-DATE NUMERIC
043200             AND CAL-BUSINESS-DATE > 0
043300             MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
043400         END-IF
043500         CLOSE AG-CAL-FILE
043600     END-IF.
043700     COMPUTE WS-BUSINESS-INT =
043800         FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
043900 0020-READ-BUSINESS-DATE-EXIT.
044000     EXIT.
044100*--------------------------------------------------------------*
044200* 0030-READ-COLL-PARM - THE COLLPARM C CARD. A MISSING MEMBER   *
044300* IS LOGGED TO IOERR; THE AGING STILL RUNS, NOTHING IS PLACED.  *
044400*--------------------------------------------------------------*
044500 0030-READ-COLL-PARM.
044600     OPEN INPUT AG-PARM-FILE.
044700     IF NOT WS-PARM-OK
044800         MOVE 'ARAGING ' TO IO-PROGRAM-ID
044900         MOVE 'COLLPARM' TO IO-FILE-NAME
045000         MOVE 'OPEN-IN ' TO IO-OPERATION
045100         MOVE WS-PARM-STATUS TO IO-FILE-STATUS
045200         MOVE 'N' TO IO-MANDATORY-FLAG
045300         CALL 'IOERR' USING IOERR-PARM-BLOCK
045400         GO TO 0030-READ-COLL-PARM-EXIT
045500     END-IF.
045600     SET WS-NOT-AT-EOF TO TRUE.
045700     PERFORM UNTIL WS-AT-EOF
045800         READ AG-PARM-FILE
045900             AT END
046000                 SET WS-AT-EOF TO TRUE
046100             NOT AT END
046200                 IF CPM-COLLECT-CARD
046300                     AND CPM-INACTIVE-DAYS NUMERIC
046400                     AND CPM-INACTIVE-DAYS > 0
046500                     AND CPM-MIN-BALANCE NUMERIC
046600                     AND CPM-AGENCY-ID NOT = SPACES
046700                     AND CPM-HOLD-TYPE NOT = SPACES
046800                     MOVE CPM-INACTIVE-DAYS TO WS-INACTIVE-DAYS
046900                     MOVE CPM-MIN-BALANCE TO WS-MIN-BALANCE
047000                     MOVE CPM-AGENCY-ID TO WS-AGENCY-ID
047100                     MOVE CPM-HOLD-TYPE TO WS-COLL-TYPE
047200                 END-IF
047300         END-READ
047400     END-PERFORM.
047500     CLOSE AG-PARM-FILE.
047600 0030-READ-COLL-PARM-EXIT.
047700     EXIT.
047800*--------------------------------------------------------------*
047900* 0040-LOAD-ACAD-CALENDAR - THE ACADCAL TERMS, IN CALENDAR      *
048000* ORDER, BETWEEN THE PRIOR AND OTHER SLOTS. A MISSING MEMBER IS *
048100* LOGGED TO IOERR AND AGES EVERY CHARGE UNDER OTHER.            *
048200*--------------------------------------------------------------*
048300 0040-LOAD-ACAD-CALENDAR.
048400     INITIALIZE AG-TRM-TABLE.
048500     MOVE 1 TO WS-TRM-COUNT.
048600     MOVE 'PRIOR ' TO ATT-TERM (1).
048700     OPEN INPUT AG-ACAL-FILE.
048800     IF NOT WS-ACAL-OK
048900         MOVE 'ARAGING ' TO IO-PROGRAM-ID
049000         MOVE 'ACADCAL ' TO IO-FILE-NAME
049100         MOVE 'OPEN-IN ' TO IO-OPERATION
049200         MOVE WS-ACAL-STATUS TO IO-FILE-STATUS
049300         MOVE 'N' TO IO-MANDATORY-FLAG
049400         CALL 'IOERR' USING IOERR-PARM-BLOCK
049500         GO TO 0040-LOAD-ACAD-CALENDAR-DONE
049600     END-IF.
049700     PERFORM UNTIL WS-TRM-COUNT = WS-TRM-MAX - 1
049800             OR NOT WS-ACAL-OK
049900         READ AG-ACAL-FILE
050000             AT END
050100                 CONTINUE
050200             NOT AT END
050300                 IF ACL-TERM (1:1) NOT = '*'
050400                     AND ACL-TERM NOT = SPACES
050500                     AND ACL-REG-OPEN-DATE NUMERIC
050600                     AND ACL-TERM-END-DATE NUMERIC
050700                     ADD 1 TO WS-TRM-COUNT
050800                     MOVE ACL-TERM TO ATT-TERM (WS-TRM-COUNT)
050900                     MOVE ACL-REG-OPEN-DATE TO
051000                         ATT-REG-OPEN (WS-TRM-COUNT)
051100                     MOVE ACL-TERM-END-DATE TO
051200                         ATT-TERM-END (WS-TRM-COUNT)
051300                 END-IF
051400         END-READ
051500     END-PERFORM.
051600     CLOSE AG-ACAL-FILE.
051700 0040-LOAD-ACAD-CALENDAR-DONE.
051800     ADD 1 TO WS-TRM-COUNT.
051900     MOVE 'OTHER ' TO ATT-TERM (WS-TRM-COUNT).
052000 0040-LOAD-ACAD-CALENDAR-EXIT.
052100     EXIT.
052200*--------------------------------------------------------------*
052300* 0050-LOAD-COLL-HOLD-TYPE - THE COLLECTIONS HOLD TYPE'S OFFICE *
052400* AND BLOCK FLAGS OFF HOLDTYPE. A TYPE NOT ON HOLDTYPE PLACES    *
052500* NOTHING - HOLDPOST WOULD NOT KNOW IT.                         *
052600*--------------------------------------------------------------*
052700 0050-LOAD-COLL-HOLD-TYPE.
052800     OPEN INPUT AG-TYPE-FILE.
052900     IF NOT WS-TYPE-OK
053000         MOVE 'ARAGING ' TO IO-PROGRAM-ID
053100         MOVE 'HOLDTYPE' TO IO-FILE-NAME
053200         MOVE 'OPEN-IN ' TO IO-OPERATION
053300         MOVE WS-TYPE-STATUS TO IO-FILE-STATUS
053400         MOVE 'N' TO IO-MANDATORY-FLAG
053500         CALL 'IOERR' USING IOERR-PARM-BLOCK
053600         MOVE SPACES TO WS-COLL-TYPE
053700         GO TO 0050-LOAD-COLL-HOLD-TYPE-EXIT
053800     END-IF.
053900     SET WS-SCAN-MORE TO TRUE.
054000     SET WS-NOT-AT-EOF TO TRUE.
054100     PERFORM UNTIL WS-AT-EOF
054200         READ AG-TYPE-FILE
054300             AT END
054400                 SET WS-AT-EOF TO TRUE
054500             NOT AT END
054600                 IF HTY-TYPE-CARD
054700                     AND HTY-HOLD-TYPE = WS-COLL-TYPE
054800                     AND HTY-OFFICE NOT = SPACES
054900                     MOVE HTY-OFFICE TO WS-COLL-OFFICE
055000                     MOVE HTY-BLOCK-REG TO WS-COLL-BLOCK-REG
055100                     MOVE HTY-BLOCK-TRAN TO WS-COLL-BLOCK-TRAN
055200                     SET WS-SCAN-DONE TO TRUE
055300                     SET WS-AT-EOF TO TRUE
055400                 END-IF
055500         END-READ
055600     END-PERFORM.
055700     CLOSE AG-TYPE-FILE.
055800     IF WS-SCAN-MORE
055900         DISPLAY 'ARAGING: COLLECTIONS HOLD TYPE ' WS-COLL-TYPE
056000             ' IS NOT ON HOLDTYPE - NO PLACEMENTS'
056100         MOVE SPACES TO WS-COLL-TYPE
056200     END-IF.
056300 0050-LOAD-COLL-HOLD-TYPE-EXIT.
056400     EXIT.
056500*--------------------------------------------------------------*
056600* 1000-LOAD-BALANCES - FIRST PASS OVER STUACCT: EACH STUDENT'S  *
056700* BALANCE, CREDIT POOL, LAST CREDIT AND FIRST CHARGE. A MISSING *
056800* SUBLEDGER IS LOGGED TO IOERR AND AGES NOTHING.                *
056900*--------------------------------------------------------------*
057000 1000-LOAD-BALANCES.
057100     SET WS-NOT-AT-EOF TO TRUE.
057200     OPEN INPUT AG-ACCT-FILE.
057300     IF NOT WS-ACCT-OK
057400         MOVE 'ARAGING ' TO IO-PROGRAM-ID
057500         MOVE 'STUACCT ' TO IO-FILE-NAME
057600         MOVE 'OPEN-IN ' TO IO-OPERATION
057700         MOVE WS-ACCT-STATUS TO IO-FILE-STATUS
057800         MOVE 'N' TO IO-MANDATORY-FLAG
057900         CALL 'IOERR' USING IOERR-PARM-BLOCK
058000         GO TO 1000-LOAD-BALANCES-EXIT
058100     END-IF.
058200     PERFORM UNTIL WS-AT-EOF
058300         READ AG-ACCT-FILE
058400             AT END
058500                 SET WS-AT-EOF TO TRUE
058600             NOT AT END
058700                 IF SUB-STUDENT-ID NUMERIC
058800                     AND SUB-AMOUNT NUMERIC
058900                     PERFORM 1100-POST-ONE-EVENT
059000                         THRU 1100-POST-ONE-EVENT-EXIT
059100                 END-IF
059200         END-READ
059300     END-PERFORM.
059400     CLOSE AG-ACCT-FILE.
059500 1000-LOAD-BALANCES-EXIT.
059600     EXIT.
059700*--------------------------------------------------------------*
059800* 1100-POST-ONE-EVENT - ONE SUBLEDGER EVENT ONTO ITS STUDENT'S  *
059900* ENTRY, ADDING THE STUDENT IN ID ORDER THE FIRST TIME. A       *
060000* CREDIT GOES INTO THE POOL THAT PAYS DOWN THE CHARGES; A       *
060010* SPONBILL TRANSFER TO A SPONSOR IS NOT THE STUDENT PAYING,     *
060020* SO IT DOES NOT RESTART THE INACTIVITY CLOCK.                  *
060100*--------------------------------------------------------------*
060200 1100-POST-ONE-EVENT.
060300     MOVE SUB-STUDENT-ID TO WS-SEARCH-ID.
060400     PERFORM 1200-FIND-STUDENT
060500         THRU 1200-FIND-STUDENT-EXIT.
060600     IF WS-STU-NOT-FOUND
060700         IF WS-STU-COUNT = WS-STU-MAX
060800             SET WS-TABLE-OVERFLOWED TO TRUE
060900             SET WS-AT-EOF TO TRUE
061000             GO TO 1100-POST-ONE-EVENT-EXIT
061100         END-IF
061200         PERFORM 1300-INSERT-STUDENT
061300             THRU 1300-INSERT-STUDENT-EXIT
061400     END-IF.
061500     ADD SUB-AMOUNT TO AST-BALANCE (WS-STU-IDX).
061600     IF SUB-POST-DATE NOT NUMERIC
061700         MOVE ZERO TO SUB-POST-DATE
061800     END-IF.
061900     IF SUB-AMOUNT < 0
062000         SUBTRACT SUB-AMOUNT FROM AST-POOL (WS-STU-IDX)
062100         IF SUB-POST-DATE > AST-LAST-CREDIT (WS-STU-IDX)
062110             AND SUB-SOURCE NOT = 'SPONBILL'
062200             MOVE SUB-POST-DATE TO AST-LAST-CREDIT (WS-STU-IDX)
062300         END-IF
062400     ELSE
062500         IF AST-FIRST-CHARGE (WS-STU-IDX) = ZERO
062600             OR SUB-POST-DATE < AST-FIRST-CHARGE (WS-STU-IDX)
062700             MOVE SUB-POST-DATE TO AST-FIRST-CHARGE (WS-STU-IDX)
062800         END-IF
062900     END-IF.
063000 1100-POST-ONE-EVENT-EXIT.
063100     EXIT.
063200*--------------------------------------------------------------*
063300* 1200-FIND-STUDENT - BINARY SEARCH OF THE STUDENT TABLE FOR    *
063400* WS-SEARCH-ID. NOT FOUND LEAVES WS-STU-IDX AT THE SLOT THE     *
063500* STUDENT BELONGS IN.                                           *
063600*--------------------------------------------------------------*
063700 1200-FIND-STUDENT.
063800     SET WS-STU-NOT-FOUND TO TRUE.
063900     MOVE 1 TO WS-LOW.
064000     MOVE WS-STU-COUNT TO WS-HIGH.
064100     PERFORM UNTIL WS-LOW > WS-HIGH
064200             OR WS-STU-FOUND
064300         COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
064400         IF AST-STUDENT-ID (WS-MID) = WS-SEARCH-ID
064500             SET WS-STU-FOUND TO TRUE
064600             MOVE WS-MID TO WS-STU-IDX
064700         ELSE
064800             IF AST-STUDENT-ID (WS-MID) < WS-SEARCH-ID
064900                 COMPUTE WS-LOW = WS-MID + 1
065000             ELSE
065100                 COMPUTE WS-HIGH = WS-MID - 1
065200             END-IF
065300         END-IF
065400     END-PERFORM.
065500     IF WS-STU-NOT-FOUND
065600         MOVE WS-LOW TO WS-STU-IDX
065700     END-IF.
065800 1200-FIND-STUDENT-EXIT.
065900     EXIT.
066000*--------------------------------------------------------------*
066100* 1300-INSERT-STUDENT - OPENS THE SLOT AT WS-STU-IDX AND STARTS *
066200* THE STUDENT THERE WITH NOTHING POSTED.                        *
066300*--------------------------------------------------------------*
066400 1300-INSERT-STUDENT.
066500     PERFORM VARYING WS-SHIFT-IDX FROM WS-STU-COUNT BY -1
066600             UNTIL WS-SHIFT-IDX < WS-STU-IDX
066700         MOVE AG-STU-ENTRY (WS-SHIFT-IDX)
066800             TO AG-STU-ENTRY (WS-SHIFT-IDX + 1)
066900     END-PERFORM.
067000     ADD 1 TO WS-STU-COUNT.
067100     MOVE WS-SEARCH-ID TO AST-STUDENT-ID (WS-STU-IDX).
067200     MOVE 0 TO AST-BALANCE (WS-STU-IDX).
067300     MOVE 0 TO AST-POOL (WS-STU-IDX).
067400     MOVE 0 TO AST-LAST-CREDIT (WS-STU-IDX).
067500     MOVE 0 TO AST-FIRST-CHARGE (WS-STU-IDX).
067600     PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
067700             UNTIL WS-BKT-IDX > 5
067800         MOVE 0 TO AST-BUCKET (WS-STU-IDX WS-BKT-IDX)
067900     END-PERFORM.
068000 1300-INSERT-STUDENT-EXIT.
068100     EXIT.
068200*--------------------------------------------------------------*
068300* 2000-AGE-CHARGES - SECOND PASS OVER STUACCT. THE SUBLEDGER IS *
068400* IN POSTING ORDER, SO EACH STUDENT'S POOLED CREDITS PAY DOWN   *
068500* THE OLDEST CHARGES FIRST; WHAT A CHARGE STILL OWES IS AGED    *
068600* FROM ITS POSTING DATE.                                        *
068700*--------------------------------------------------------------*
068800 2000-AGE-CHARGES.
068900     SET WS-NOT-AT-EOF TO TRUE.
069000     OPEN INPUT AG-ACCT-FILE.
069100     IF NOT WS-ACCT-OK
069200         GO TO 2000-AGE-CHARGES-EXIT
069300     END-IF.
069400     PERFORM UNTIL WS-AT-EOF
069500         READ AG-ACCT-FILE
069600             AT END
069700                 SET WS-AT-EOF TO TRUE
069800             NOT AT END
069900                 IF SUB-STUDENT-ID NUMERIC
070000                     AND SUB-AMOUNT NUMERIC
070100                     AND SUB-AMOUNT > 0
070200                     PERFORM 2100-AGE-ONE-CHARGE
070300                         THRU 2100-AGE-ONE-CHARGE-EXIT
070400                 END-IF
070500         END-READ
070600     END-PERFORM.
070700     CLOSE AG-ACCT-FILE.
070800 2000-AGE-CHARGES-EXIT.
070900     EXIT.
071000*--------------------------------------------------------------*
071100* 2100-AGE-ONE-CHARGE - ONE CHARGE LESS WHAT THE POOL PAYS OF   *
071200* IT, INTO ITS STUDENT'S BUCKET AND ITS TERM OF ORIGIN'S.       *
071300*--------------------------------------------------------------*
071400 2100-AGE-ONE-CHARGE.
071500     MOVE SUB-STUDENT-ID TO WS-SEARCH-ID.
071600     PERFORM 1200-FIND-STUDENT
071700         THRU 1200-FIND-STUDENT-EXIT.
071800     IF WS-STU-NOT-FOUND
071900         GO TO 2100-AGE-ONE-CHARGE-EXIT
072000     END-IF.
072100     MOVE SUB-AMOUNT TO WS-CHARGE.
072200     IF AST-POOL (WS-STU-IDX) < WS-CHARGE
072300         MOVE AST-POOL (WS-STU-IDX) TO WS-APPLY
072400     ELSE
072500         MOVE WS-CHARGE TO WS-APPLY
072600     END-IF.
072700     SUBTRACT WS-APPLY FROM AST-POOL (WS-STU-IDX).
072800     SUBTRACT WS-APPLY FROM WS-CHARGE.
072900     IF WS-CHARGE = 0
073000         GO TO 2100-AGE-ONE-CHARGE-EXIT
073100     END-IF.
073200     IF SUB-POST-DATE NUMERIC
073300         MOVE SUB-POST-DATE TO WS-AGE-DATE
073400     ELSE
073500         MOVE ZERO TO WS-AGE-DATE
073600     END-IF.
073700     PERFORM 2200-BUCKET-FOR-DATE
073800         THRU 2200-BUCKET-FOR-DATE-EXIT.
073900     PERFORM 2300-TERM-FOR-DATE
074000         THRU 2300-TERM-FOR-DATE-EXIT.
074100     ADD WS-CHARGE TO AST-BUCKET (WS-STU-IDX WS-BKT-IDX).
074200     ADD WS-CHARGE TO ATT-BUCKET (WS-TRM-MATCH WS-BKT-IDX).
074300 2100-AGE-ONE-CHARGE-EXIT.
074400     EXIT.
074500*--------------------------------------------------------------*
074600* 2200-BUCKET-FOR-DATE - THE AGING BUCKET FOR WS-AGE-DATE: 1 IS *
074700* 0-30 DAYS, 2 IS 31-60, 3 IS 61-90, 4 IS 91-180, 5 IS OVER     *
074800* 180. AN UNREADABLE DATE AGES AS OVER 180, A FUTURE ONE AS     *
074900* CURRENT.                                                      *
075000*--------------------------------------------------------------*
075100 2200-BUCKET-FOR-DATE.
075200     IF WS-AGE-DATE < 16010101
075300         MOVE 5 TO WS-BKT-IDX
075400         GO TO 2200-BUCKET-FOR-DATE-EXIT
075500     END-IF.
075600     COMPUTE WS-AGE-DAYS = WS-BUSINESS-INT
075700         - FUNCTION INTEGER-OF-DATE (WS-AGE-DATE).
075800     EVALUATE TRUE
075900         WHEN WS-AGE-DAYS NOT > 30
076000             MOVE 1 TO WS-BKT-IDX
076100         WHEN WS-AGE-DAYS NOT > 60
076200             MOVE 2 TO WS-BKT-IDX
076300         WHEN WS-AGE-DAYS NOT > 90
076400             MOVE 3 TO WS-BKT-IDX
076500         WHEN WS-AGE-DAYS NOT > 180
076600             MOVE 4 TO WS-BKT-IDX
076700         WHEN OTHER
076800             MOVE 5 TO WS-BKT-IDX
076900     END-EVALUATE.
077000 2200-BUCKET-FOR-DATE-EXIT.
077100     EXIT.
077200*--------------------------------------------------------------*
077300* 2300-TERM-FOR-DATE - THE TERM OF ORIGIN FOR WS-AGE-DATE: THE  *
077400* FIRST TERM NOT ENDED BY IT, SO A CHARGE POSTED BETWEEN TERMS  *
077500* BELONGS TO THE TERM COMING. BEFORE THE FIRST TERM OPENS IS    *
077600* PRIOR; AFTER THE LAST ENDS, OR AN UNREADABLE DATE, IS OTHER.  *
077700*--------------------------------------------------------------*
077800 2300-TERM-FOR-DATE.
077900     MOVE WS-TRM-COUNT TO WS-TRM-MATCH.
078000     IF WS-AGE-DATE < 16010101
078100         GO TO 2300-TERM-FOR-DATE-EXIT
078200     END-IF.
078300     IF WS-TRM-COUNT > 2
078400         AND WS-AGE-DATE < ATT-REG-OPEN (2)
078500         MOVE 1 TO WS-TRM-MATCH
078600         GO TO 2300-TERM-FOR-DATE-EXIT
078700     END-IF.
078800     PERFORM VARYING WS-TRM-IDX FROM 2 BY 1
078900             UNTIL WS-TRM-IDX NOT < WS-TRM-COUNT
079000             OR WS-TRM-MATCH < WS-TRM-COUNT
079100         IF WS-AGE-DATE NOT > ATT-TERM-END (WS-TRM-IDX)
079200             MOVE WS-TRM-IDX TO WS-TRM-MATCH
079300         END-IF
079400     END-PERFORM.
079500 2300-TERM-FOR-DATE-EXIT.
079600     EXIT.
079700*--------------------------------------------------------------*
079800* 3000-REPORT-BY-STUDENT - EVERY STUDENT OWING OR IN CREDIT, IN *
079900* STUDENT ORDER, WITH THE AGED BUCKETS, THE CREDIT LEFT OVER    *
080000* AFTER EVERY CHARGE IS PAID AND THE BALANCE. THE GRAND TOTALS  *
080100* ARE GATHERED ON THE WAY.                                      *
080200*--------------------------------------------------------------*
080300 3000-REPORT-BY-STUDENT.
080400     MOVE SPACES TO AG-REPORT-RECORD.
080500     MOVE 'AR AGING BY STUDENT AS OF' TO AGH-TEXT.
080600     MOVE WS-BUSINESS-DATE TO AGH-DATE.
080700     WRITE AG-REPORT-RECORD.
080800     MOVE SPACES TO AG-REPORT-RECORD.
080900     MOVE 'STUDENT' TO AGL-KEY.
081000     PERFORM 3050-WRITE-COLUMN-LABELS
081100         THRU 3050-WRITE-COLUMN-LABELS-EXIT.
081200     INITIALIZE WS-GT-BUCKETS.
081300     PERFORM VARYING WS-STU-IDX FROM 1 BY 1
081400             UNTIL WS-STU-IDX > WS-STU-COUNT
081500         PERFORM 3100-REPORT-ONE-STUDENT
081600             THRU 3100-REPORT-ONE-STUDENT-EXIT
081700     END-PERFORM.
081800 3000-REPORT-BY-STUDENT-EXIT.
081900     EXIT.
082000*--------------------------------------------------------------*
082100* 3050-WRITE-COLUMN-LABELS - THE BUCKET HEADINGS UNDER THE KEY  *
082200* HEADING ALREADY IN AGL-KEY.                                   *
082300*--------------------------------------------------------------*
082400 3050-WRITE-COLUMN-LABELS.
082500     MOVE '        0-30' TO AGL-LABEL (1).
082600     MOVE '       31-60' TO AGL-LABEL (2).
082700     MOVE '       61-90' TO AGL-LABEL (3).
082800     MOVE '      91-180' TO AGL-LABEL (4).
082900     MOVE '    OVER 180' TO AGL-LABEL (5).
083000     MOVE '      CREDIT' TO AGL-LABEL (6).
083100     MOVE '     BALANCE' TO AGL-LABEL (7).
083200     WRITE AG-REPORT-RECORD.
083300 3050-WRITE-COLUMN-LABELS-EXIT.
083400     EXIT.
083500*--------------------------------------------------------------*
083600* 3100-REPORT-ONE-STUDENT - ONE STUDENT'S LINE. A STUDENT WITH  *
083700* NOTHING AGED AND NO CREDIT LEFT IS PAID UP AND NOT LISTED.    *
083800*--------------------------------------------------------------*
083900 3100-REPORT-ONE-STUDENT.
084000     MOVE 0 TO WS-LINE-TOTAL.
084100     PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
084200             UNTIL WS-BKT-IDX > 5
084300         ADD AST-BUCKET (WS-STU-IDX WS-BKT-IDX) TO WS-LINE-TOTAL
084400         ADD AST-BUCKET (WS-STU-IDX WS-BKT-IDX)
084500             TO WS-GT-BUCKET (WS-BKT-IDX)
084600     END-PERFORM.
084700     SUBTRACT AST-POOL (WS-STU-IDX) FROM WS-GT-CREDIT.
084800     IF WS-LINE-TOTAL = 0
084900         AND AST-POOL (WS-STU-IDX) = 0
085000         GO TO 3100-REPORT-ONE-STUDENT-EXIT
085100     END-IF.
085200     MOVE SPACES TO AG-REPORT-RECORD.
085300     MOVE AST-STUDENT-ID (WS-STU-IDX) TO AGR-KEY.
085400     PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
085500             UNTIL WS-BKT-IDX > 5
085600         MOVE AST-BUCKET (WS-STU-IDX WS-BKT-IDX)
085700             TO AGR-BUCKET (WS-BKT-IDX)
085800     END-PERFORM.
085900     COMPUTE AGR-CREDIT = 0 - AST-POOL (WS-STU-IDX).
086000     MOVE AST-BALANCE (WS-STU-IDX) TO AGR-BALANCE.
086100     WRITE AG-REPORT-RECORD.
086200     ADD 1 TO WS-LISTED-COUNT.
086300 3100-REPORT-ONE-STUDENT-EXIT.
086400     EXIT.
086500*--------------------------------------------------------------*
086600* 3200-REPORT-BY-TERM - THE SAME BUCKETS BY TERM OF ORIGIN. THE *
086700* UNAPPLIED CREDIT BELONGS TO NO TERM AND SHOWS ON THE GRAND    *
086800* TOTALS ONLY.                                                  *
086900*--------------------------------------------------------------*
087000 3200-REPORT-BY-TERM.
087100     MOVE SPACES TO AG-REPORT-RECORD.
087200     WRITE AG-REPORT-RECORD.
087300     MOVE 'AR AGING BY TERM OF ORIGIN AS OF' TO AGH-TEXT.
087400     MOVE WS-BUSINESS-DATE TO AGH-DATE.
087500     WRITE AG-REPORT-RECORD.
087600     MOVE SPACES TO AG-REPORT-RECORD.
087700     MOVE 'TERM' TO AGL-KEY.
087800     PERFORM 3050-WRITE-COLUMN-LABELS
087900         THRU 3050-WRITE-COLUMN-LABELS-EXIT.
088000     PERFORM VARYING WS-TRM-IDX FROM 1 BY 1
088100             UNTIL WS-TRM-IDX > WS-TRM-COUNT
088200         PERFORM 3300-REPORT-ONE-TERM
088300             THRU 3300-REPORT-ONE-TERM-EXIT
088400     END-PERFORM.
088500 3200-REPORT-BY-TERM-EXIT.
088600     EXIT.
088700*--------------------------------------------------------------*
088800* 3300-REPORT-ONE-TERM - ONE TERM'S LINE, IF ANYTHING IS AGED   *
088900* TO IT.                                                        *
089000*--------------------------------------------------------------*
089100 3300-REPORT-ONE-TERM.
089200     MOVE 0 TO WS-LINE-TOTAL.
089300     PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
089400             UNTIL WS-BKT-IDX > 5
089500         ADD ATT-BUCKET (WS-TRM-IDX WS-BKT-IDX) TO WS-LINE-TOTAL
089600     END-PERFORM.
089700     IF WS-LINE-TOTAL = 0
089800         GO TO 3300-REPORT-ONE-TERM-EXIT
089900     END-IF.
090000     MOVE SPACES TO AG-REPORT-RECORD.
090100     MOVE ATT-TERM (WS-TRM-IDX) TO AGR-KEY.
090200     PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
090300             UNTIL WS-BKT-IDX > 5
090400         MOVE ATT-BUCKET (WS-TRM-IDX WS-BKT-IDX)
090500             TO AGR-BUCKET (WS-BKT-IDX)
090600     END-PERFORM.
090700     MOVE 0 TO AGR-CREDIT.
090800     MOVE WS-LINE-TOTAL TO AGR-BALANCE.
090900     WRITE AG-REPORT-RECORD.
091000 3300-REPORT-ONE-TERM-EXIT.
091100     EXIT.
091200*--------------------------------------------------------------*
091300* 3400-REPORT-GRAND-TOTALS - THE BUCKETS, THE UNAPPLIED CREDIT  *
091400* AND THE NET, WHICH IS THE WHOLE SUBLEDGER.                    *
091500*--------------------------------------------------------------*
091600 3400-REPORT-GRAND-TOTALS.
091700     MOVE WS-GT-CREDIT TO WS-GT-NET.
091800     MOVE SPACES TO AG-REPORT-RECORD.
091900     MOVE 'TOTAL' TO AGR-KEY.
092000     PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
092100             UNTIL WS-BKT-IDX > 5
092200         MOVE WS-GT-BUCKET (WS-BKT-IDX) TO AGR-BUCKET (WS-BKT-IDX)
092300         ADD WS-GT-BUCKET (WS-BKT-IDX) TO WS-GT-NET
092400     END-PERFORM.
092500     MOVE WS-GT-CREDIT TO AGR-CREDIT.
092600     MOVE WS-GT-NET TO AGR-BALANCE.
092700     WRITE AG-REPORT-RECORD.
092800 3400-REPORT-GRAND-TOTALS-EXIT.
092900     EXIT.
093000*--------------------------------------------------------------*
093100* 3500-WRITE-AGING-CONTROL - THE GRAND TOTALS ONTO AGECTL FOR   *
093200* ACCTRCON'S PROOF. WRITTEN IN TEST MODE TOO - IT CHANGES NO    *
093300* ACCOUNT.                                                      *
093400*--------------------------------------------------------------*
093500 3500-WRITE-AGING-CONTROL.
093600     OPEN OUTPUT AG-CONTROL-FILE.
093700     MOVE WS-BUSINESS-DATE TO AGC-AS-OF-DATE.
093800     MOVE WS-STU-COUNT TO AGC-STUDENT-COUNT.
093900     PERFORM VARYING WS-BKT-IDX FROM 1 BY 1
094000             UNTIL WS-BKT-IDX > 5
094100         MOVE WS-GT-BUCKET (WS-BKT-IDX)
094200             TO AGC-BUCKET-TOTAL (WS-BKT-IDX)
094300     END-PERFORM.
094400     MOVE WS-GT-CREDIT TO AGC-CREDIT-TOTAL.
094500     MOVE WS-GT-NET TO AGC-NET-TOTAL.
094600     WRITE AGE-CONTROL-RECORD.
094700     CLOSE AG-CONTROL-FILE.
094800 3500-WRITE-AGING-CONTROL-EXIT.
094900     EXIT.
095000*--------------------------------------------------------------*
095100* 4000-PLACE-COLLECTIONS - EVERY ACCOUNT OWING THE MINIMUM WITH *
095200* NO CREDIT (OR, NEVER PAID, NO CHARGE) IN THE INACTIVE DAYS,   *
095300* NOT ALREADY WITH THE AGENCY, IS PLACED AND LISTED. A TEST-    *
095400* MODE RUN LISTS WHAT IT WOULD PLACE AND WRITES NOTHING ELSE. A *
095400* DECEASED STUDENT'S ACCOUNT IS NEVER PLACED - DECDPROC HAS     *
095400* LISTED IT FOR WRITE-OFF REVIEW - AND IS TOTALLED SEPARATELY.  *
095500*--------------------------------------------------------------*
095600 4000-PLACE-COLLECTIONS.
095700     MOVE SPACES TO AG-REPORT-RECORD.
095800     WRITE AG-REPORT-RECORD.
095900     MOVE 'PLACED WITH COLLECTION AGENCY AS OF' TO AGH-TEXT.
096000     MOVE WS-BUSINESS-DATE TO AGH-DATE.
096100     WRITE AG-REPORT-RECORD.
096200     PERFORM 4050-OPEN-PLACEMENT-FILES
096300         THRU 4050-OPEN-PLACEMENT-FILES-EXIT.
096400     IF NOT WS-PLACE-FILES-OPEN
096500         MOVE 8 TO RETURN-CODE
096600         GO TO 4000-PLACE-COLLECTIONS-EXIT
096700     END-IF.
096800     PERFORM VARYING WS-STU-IDX FROM 1 BY 1
096900             UNTIL WS-STU-IDX > WS-STU-COUNT
097000         IF AST-BALANCE (WS-STU-IDX) NOT < WS-MIN-BALANCE
097100             AND AST-BALANCE (WS-STU-IDX) > 0
097200             PERFORM 4100-CONSIDER-ONE-ACCOUNT
097300                 THRU 4100-CONSIDER-ONE-ACCOUNT-EXIT
097400         END-IF
097500     END-PERFORM.
097600     CLOSE AG-MASTER-FILE.
097700     CLOSE AG-PLACE-FILE.
097800     CLOSE AG-HOLD-FILE.
097900     IF SP-PRODUCTION-MODE
098000         CLOSE AG-OUT-FILE
098100     END-IF.
098200     MOVE SPACES TO AG-REPORT-RECORD.
098300     MOVE 'PLACED' TO AGR-KEY.
098400     MOVE WS-PLACED-AMOUNT TO AGR-BALANCE.
098500     WRITE AG-REPORT-RECORD.
098510     MOVE SPACES TO AG-REPORT-RECORD.
098520     MOVE 'DECEASED' TO AGR-KEY.
098530     MOVE WS-DECEASED-AMOUNT TO AGR-BALANCE.
098540     WRITE AG-REPORT-RECORD.
098600 4000-PLACE-COLLECTIONS-EXIT.
098700     EXIT.
098800*--------------------------------------------------------------*
098900* 4050-OPEN-PLACEMENT-FILES - STUMAST FOR THE NAME AND ADDRESS; *
099000* COLLPLAC AND STUHOLD FOR UPDATE, EACH CREATED EMPTY THE FIRST *
099100* NIGHT; COLLOUT FRESH. A TEST-MODE RUN READS ONLY.             *
099200*--------------------------------------------------------------*
099300 4050-OPEN-PLACEMENT-FILES.
099400     OPEN INPUT AG-MASTER-FILE.
099500     IF SP-TEST-MODE
099600         OPEN INPUT AG-PLACE-FILE
099700         OPEN INPUT AG-HOLD-FILE
099800     ELSE
099900         OPEN I-O AG-PLACE-FILE
100000         IF WS-PLACE-NOT-FOUND
100100             OPEN OUTPUT AG-PLACE-FILE
100200             CLOSE AG-PLACE-FILE
100300             OPEN I-O AG-PLACE-FILE
100400         END-IF
100500         OPEN I-O AG-HOLD-FILE
100600         IF WS-HOLD-NOT-FOUND
100700             OPEN OUTPUT AG-HOLD-FILE
100800             CLOSE AG-HOLD-FILE
100900             OPEN I-O AG-HOLD-FILE
101000         END-IF
101100         OPEN OUTPUT AG-OUT-FILE
101200     END-IF.
101300     MOVE 'ARAGING ' TO IO-PROGRAM-ID.
101400     MOVE 'Y' TO IO-MANDATORY-FLAG.
101500     IF NOT WS-MASTER-OK
101600         MOVE 'STUMAST ' TO IO-FILE-NAME
101700         MOVE 'OPEN-IN ' TO IO-OPERATION
101800         MOVE WS-MASTER-STATUS TO IO-FILE-STATUS
101900         CALL 'IOERR' USING IOERR-PARM-BLOCK
102000         GO TO 4050-OPEN-PLACEMENT-FILES-EXIT
102100     END-IF.
102200     IF NOT WS-PLACE-OK
102300         MOVE 'COLLPLAC' TO IO-FILE-NAME
102400         MOVE 'OPEN-IO ' TO IO-OPERATION
102500         MOVE WS-PLACE-STATUS TO IO-FILE-STATUS
102600         CALL 'IOERR' USING IOERR-PARM-BLOCK
102700         GO TO 4050-OPEN-PLACEMENT-FILES-EXIT
102800     END-IF.
102900     IF NOT WS-HOLD-OK
103000         MOVE 'STUHOLD ' TO IO-FILE-NAME
103100         MOVE 'OPEN-IO ' TO IO-OPERATION
103200         MOVE WS-HOLD-STATUS TO IO-FILE-STATUS
103300         CALL 'IOERR' USING IOERR-PARM-BLOCK
103400         GO TO 4050-OPEN-PLACEMENT-FILES-EXIT
103500     END-IF.
103600     SET WS-PLACE-FILES-OPEN TO TRUE.
103700 4050-OPEN-PLACEMENT-FILES-EXIT.
103800     EXIT.
103900*--------------------------------------------------------------*
104000* 4100-CONSIDER-ONE-ACCOUNT - THE INACTIVITY TEST, THEN THE     *
104100* CHECK FOR AN OPEN PLACEMENT, THE DECEASED CHECK, THEN THE     *
104100* PLACEMENT.                                                    *
104200*--------------------------------------------------------------*
104300 4100-CONSIDER-ONE-ACCOUNT.
104400     IF AST-LAST-CREDIT (WS-STU-IDX) > 0
104500         MOVE AST-LAST-CREDIT (WS-STU-IDX) TO WS-AGE-DATE
104600     ELSE
104700         MOVE AST-FIRST-CHARGE (WS-STU-IDX) TO WS-AGE-DATE
104800     END-IF.
104900     IF WS-AGE-DATE < 16010101
105000         GO TO 4100-CONSIDER-ONE-ACCOUNT-EXIT
105100     END-IF.
105200     COMPUTE WS-AGE-DAYS = WS-BUSINESS-INT
105300         - FUNCTION INTEGER-OF-DATE (WS-AGE-DATE).
105400     IF WS-AGE-DAYS < WS-INACTIVE-DAYS
105500         GO TO 4100-CONSIDER-ONE-ACCOUNT-EXIT
105600     END-IF.
105700     PERFORM 4200-FIND-OPEN-PLACEMENT
105800         THRU 4200-FIND-OPEN-PLACEMENT-EXIT.
105900     IF WS-ALREADY-PLACED
106000         GO TO 4100-CONSIDER-ONE-ACCOUNT-EXIT
106100     END-IF.
106200     MOVE AST-STUDENT-ID (WS-STU-IDX) TO STM-STUDENT-ID.
106300     READ AG-MASTER-FILE
106400         INVALID KEY
106500             DISPLAY 'ARAGING: ' STM-STUDENT-ID
106600                 ' NOT ON STUMAST - NOT PLACED'
106700             ADD 1 TO WS-NO-MASTER-COUNT
106800             GO TO 4100-CONSIDER-ONE-ACCOUNT-EXIT
106900     END-READ.
106910     IF STM-DECEASED
106920         DISPLAY 'ARAGING: ' STM-STUDENT-ID
106930             ' DECEASED - WRITE-OFF REVIEW, NOT PLACED'
106940         ADD 1 TO WS-DECEASED-COUNT
106950         ADD AST-BALANCE (WS-STU-IDX) TO WS-DECEASED-AMOUNT
106960         GO TO 4100-CONSIDER-ONE-ACCOUNT-EXIT
106970     END-IF.
107000     PERFORM 4300-PLACE-ONE-ACCOUNT
107100         THRU 4300-PLACE-ONE-ACCOUNT-EXIT.
107200 4100-CONSIDER-ONE-ACCOUNT-EXIT.
107300     EXIT.
107400*--------------------------------------------------------------*
107500* 4200-FIND-OPEN-PLACEMENT - KEYED START AT THE STUDENT ON      *
107600* COLLPLAC, READING FORWARD THROUGH THEIR PLACEMENTS FOR ONE    *
107700* STILL WITH THE AGENCY.                                        *
107800*--------------------------------------------------------------*
107900 4200-FIND-OPEN-PLACEMENT.
108000     SET WS-NOT-PLACED TO TRUE.
108100     MOVE AST-STUDENT-ID (WS-STU-IDX) TO COP-STUDENT-ID.
108200     MOVE ZERO TO COP-PLACED-DATE.
108300     START AG-PLACE-FILE KEY IS NOT LESS THAN COP-KEY
108400         INVALID KEY
108500             GO TO 4200-FIND-OPEN-PLACEMENT-EXIT
108600     END-START.
108700     SET WS-SCAN-MORE TO TRUE.
108800     PERFORM UNTIL WS-SCAN-DONE
108900         READ AG-PLACE-FILE NEXT RECORD
109000             AT END
109100                 SET WS-SCAN-DONE TO TRUE
109200             NOT AT END
109300                 IF COP-STUDENT-ID
109400                     NOT = AST-STUDENT-ID (WS-STU-IDX)
109500                     SET WS-SCAN-DONE TO TRUE
109600                 ELSE
109700                     IF COP-PLACED
109800                         SET WS-ALREADY-PLACED TO TRUE
109900                         SET WS-SCAN-DONE TO TRUE
110000                     END-IF
110100                 END-IF
110200         END-READ
110300     END-PERFORM.
110400 4200-FIND-OPEN-PLACEMENT-EXIT.
110500     EXIT.
110600*--------------------------------------------------------------*
110700* 4300-PLACE-ONE-ACCOUNT - THE COLLOUT RECORD, THE COLLPLAC     *
110800* PLACEMENT AND THE COLLECTIONS HOLD, THEN THE REPORT LINE. THE *
110900* HOLD IS PLACED BY THIS STEP SO ONLY COLLPOST RELEASES IT.     *
111000*--------------------------------------------------------------*
111100 4300-PLACE-ONE-ACCOUNT.
111200     ADD 1 TO WS-PLACED-COUNT.
111300     ADD AST-BALANCE (WS-STU-IDX) TO WS-PLACED-AMOUNT.
111400     MOVE SPACES TO AG-REPORT-RECORD.
111500     MOVE AST-STUDENT-ID (WS-STU-IDX) TO AGP-STUDENT-ID.
111600     MOVE WS-AGENCY-ID TO AGP-AGENCY-ID.
111700     MOVE AST-BALANCE (WS-STU-IDX) TO AGP-BALANCE.
111800     MOVE WS-AGE-DATE TO AGP-LAST-ACTIVITY.
111900     MOVE WS-AGE-DAYS TO AGP-DAYS.
112000     MOVE STM-NAME TO AGP-NAME.
112100     WRITE AG-REPORT-RECORD.
112200     IF SP-TEST-MODE
112300         GO TO 4300-PLACE-ONE-ACCOUNT-EXIT
112400     END-IF.
112500     MOVE SPACES TO COL-RECORD.
112600     MOVE WS-AGENCY-ID TO COL-AGENCY-ID.
112700     MOVE STM-STUDENT-ID TO COL-STUDENT-ID.
112800     MOVE STM-NAME TO COL-NAME.
112900     MOVE STM-ADDR-LINE1 TO COL-ADDR-LINE1.
113000     MOVE STM-ADDR-LINE2 TO COL-ADDR-LINE2.
113100     MOVE STM-CITY TO COL-CITY.
113200     MOVE STM-STATE TO COL-STATE.
113300     MOVE STM-ZIP TO COL-ZIP.
113400     MOVE AST-BALANCE (WS-STU-IDX) TO COL-BALANCE.
113500     MOVE WS-AGE-DATE TO COL-LAST-ACTIVITY.
113600     MOVE WS-BUSINESS-DATE TO COL-PLACED-DATE.
113700     WRITE COL-RECORD.
113800     MOVE SPACES TO COLL-PLACE-RECORD.
113900     MOVE STM-STUDENT-ID TO COP-STUDENT-ID.
114000     MOVE WS-BUSINESS-DATE TO COP-PLACED-DATE.
114100     MOVE WS-AGENCY-ID TO COP-AGENCY-ID.
114200     MOVE AST-BALANCE (WS-STU-IDX) TO COP-PLACED-BALANCE.
114300     MOVE WS-AGE-DATE TO COP-LAST-ACTIVITY.
114400     MOVE 0 TO COP-COLLECTED.
114500     MOVE 0 TO COP-COMMISSION.
114600     SET COP-PLACED TO TRUE.
114700     MOVE WS-BUSINESS-DATE TO COP-STATUS-DATE.
114800     WRITE COLL-PLACE-RECORD
114900         INVALID KEY
115000             DISPLAY 'ARAGING: ' STM-STUDENT-ID
115100                 ' ALREADY PLACED TODAY'
115200     END-WRITE.
115300     MOVE SPACES TO STU-HOLD-RECORD.
115400     MOVE STM-STUDENT-ID TO SHD-STUDENT-ID.
115500     MOVE WS-COLL-TYPE TO SHD-HOLD-TYPE.
115600     MOVE WS-BUSINESS-DATE TO SHD-PLACED-DATE.
115700     MOVE WS-COLL-OFFICE TO SHD-OFFICE.
115800     MOVE WS-COLL-BLOCK-REG TO SHD-BLOCK-REG.
115900     MOVE WS-COLL-BLOCK-TRAN TO SHD-BLOCK-TRAN.
116000     MOVE ZERO TO SHD-RELEASED-DATE.
116100     MOVE 'PLACED WITH COLLECTION AGENCY' TO SHD-REASON.
116200     MOVE 'ARAGING ' TO SHD-PLACED-BY.
116300     WRITE STU-HOLD-RECORD
116400         INVALID KEY
116500             DISPLAY 'ARAGING: COLLECTIONS HOLD FOR '
116600                 SHD-STUDENT-ID ' ALREADY PLACED TODAY'
116700     END-WRITE.
116800 4300-PLACE-ONE-ACCOUNT-EXIT.
116900     EXIT.
117000*--------------------------------------------------------------*
117100* 9999-EXIT                                                    *
117200*--------------------------------------------------------------*
117300 9999-EXIT.
117400     STOP RUN.
