000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RETPOST.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - RETURNED PAYMENT PROCESSING.  *
001100*                THE BANK'S RETURNED CHECKS AND THE CARD        *
001200*                PROCESSOR'S CHARGEBACKS ARRIVE ON RETFEED BY   *
001300*                CASHPOST RECEIPT NUMBER. EACH IS MATCHED TO    *
001400*                THE ORIGINAL CASHPOST CREDIT ON STUACCT AND    *
001500*                REVERSED THERE AND AS SUMMARIZED CATEGORY-B    *
001600*                ADTXN DETAIL, WITH THE RETPARM RETURNED-ITEM   *
001700*                FEE CHARGED AS CATEGORY-D. THE AMOUNT COMES    *
001800*                BACK OFF ANY PAYMENT-PLAN INSTALLMENTS IT      *
001900*                PAID. AT THE RETPARM NUMBER OF RETURNS THE     *
002000*                STUDENT GETS A CASH-ONLY HOLD ON STUHOLD. A    *
002100*                RECEIPT NOT FOUND OR ALREADY RETURNED IS       *
002200*                REFUSED. RETREG, THE RETURNED-ITEMS REGISTER,  *
002300*                TIES EVERY REVERSAL TO THE DATE CASHPOST       *
002400*                POSTED THE ORIGINAL. TEST MODE WRITES THE      *
002500*                REGISTER ONLY.                                 *
002500* 10/15/26  DW   EVERY STUACCT POSTING IS NOW ALSO WRITTEN TO  *
002500*                THE RCVJRNL FORWARD-RECOVERY JOURNAL THROUGH  *
002500*                JRNLLOG.                                      *
002500* 10/15/26  DW   EVERY STUACCT POSTING IS NOW ALSO POSTED TO   *
002500*                THE STUDENT'S STUBAL BALANCE RECORD THROUGH   *
002500*                BALPOST, STRAIGHT AFTER THE WRITE.            *
002600*--------------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT RP-PARM-FILE ASSIGN TO RETPARM
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-PARM-STATUS.
003300     SELECT RP-TYPE-FILE ASSIGN TO HOLDTYPE
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-TYPE-STATUS.
003600     SELECT RP-RETURN-FILE ASSIGN TO RETFEED
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-RETURN-STATUS.
003900     SELECT RP-ACCT-FILE ASSIGN TO STUACCT
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-ACCT-STATUS.
004200     SELECT RP-PLAN-FILE ASSIGN TO PAYPLAN
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS PPL-KEY
004600         FILE STATUS IS WS-PLAN-STATUS.
004700     SELECT RP-HOLD-FILE ASSIGN TO STUHOLD
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS SHD-KEY
005100         FILE STATUS IS WS-HOLD-STATUS.
005200     SELECT RP-TXN-FILE ASSIGN TO ADTXN
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-TXN-STATUS.
005500     SELECT RP-WORK-FILE ASSIGN TO RETWRK
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-WORK-STATUS.
005800     SELECT RP-REPORT-FILE ASSIGN TO RETREG
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-REPORT-STATUS.
006100     SELECT RP-CAL-FILE ASSIGN TO SUITECAL
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-CAL-STATUS.
006400     SELECT SUITE-PARM-FILE ASSIGN TO SUITEPRM
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-SUITE-STATUS.
006700     SELECT RP-CYCLENO-FILE ASSIGN TO CYCLENO
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-CYCLENO-STATUS.
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  RP-PARM-FILE.
007300 01  RPM-CARD.
007400     05  RPM-CARD-TYPE        PIC X(01).
007500         88  RPM-RETURN-CARD  VALUE 'R'.
007600     05  RPM-FEE-AMOUNT       PIC 9(05)V99.
007700     05  RPM-HOLD-AT-COUNT    PIC 9(02).
007800     05  RPM-HOLD-TYPE        PIC X(04).
007900     05  FILLER               PIC X(66).
008000 FD  RP-TYPE-FILE.
008100 01  HTY-CARD.
008200     05  HTY-CARD-TYPE        PIC X(01).
008300         88  HTY-TYPE-CARD    VALUE 'T'.
008400     05  HTY-HOLD-TYPE        PIC X(04).
008500     05  HTY-OFFICE           PIC X(04).
008600     05  HTY-BLOCK-REG        PIC X(01).
008700     05  HTY-BLOCK-TRAN       PIC X(01).
008800     05  HTY-DESC             PIC X(20).
008900*--------------------------------------------------------------*
009000* RETFEED - ONE RECORD PER RETURNED ITEM. THE STUDENT ID IS     *
009100* OPTIONAL - THE RECEIPT NUMBER FINDS THE PAYMENT - BUT WHEN    *
009200* GIVEN IT MUST AGREE. A ZERO AMOUNT RETURNS THE WHOLE RECEIPT. *
009300*--------------------------------------------------------------*
009400 FD  RP-RETURN-FILE.
009500 01  RTI-RECORD.
009600     05  RTI-RECEIPT-NO       PIC X(08).
009700     05  RTI-STUDENT-ID       PIC X(09).
009800     05  RTI-RETURN-DATE      PIC 9(08).
009900     05  RTI-AMOUNT           PIC 9(07)V99.
010000     05  RTI-TYPE             PIC X(01).
010100         88  RTI-NSF          VALUE 'N'.
010200         88  RTI-CHARGEBACK   VALUE 'C'.
010300         88  RTI-VALID-TYPE   VALUE 'N' 'C'.
010400     05  RTI-REASON           PIC X(20).
010500 FD  RP-ACCT-FILE.
010600 COPY STUACREC.
010700 FD  RP-PLAN-FILE.
010800 COPY PAYPLREC.
010900 FD  RP-HOLD-FILE.
011000 COPY STUHLREC.
011100 FD  RP-TXN-FILE.
011200 01  TXN-RECORD.
011300     05  TXN-RECORD-TYPE      PIC X(01).
011400         88  TXN-HEADER-RECORD VALUE 'H'.
011500         88  TXN-DETAIL-RECORD VALUE 'D'.
011600     05  TXN-RECORD-BODY      PIC X(66).
011700 01  TXN-DETAIL-R REDEFINES TXN-RECORD.
011800     05  FILLER               PIC X(01).
011900     05  TXN-CATEGORY         PIC X(01).
012000     05  TXN-AMOUNT           PIC S9(07)V99
012100                              SIGN LEADING SEPARATE.
012200     05  TXN-FUND-CODE        PIC X(01).
012300     05  FILLER               PIC X(54).
012400 01  TXN-HEADER-R REDEFINES TXN-RECORD.
012500     05  FILLER               PIC X(01).
012600     05  HDR-DECLARED-COUNT   PIC 9(06).
012700     05  HDR-HASH-A           PIC S9(09)V99
012800                              SIGN LEADING SEPARATE.
012900     05  HDR-HASH-B           PIC S9(09)V99
013000                              SIGN LEADING SEPARATE.
013100     05  HDR-HASH-C           PIC S9(09)V99
013200                              SIGN LEADING SEPARATE.
013300     05  HDR-HASH-D           PIC S9(09)V99
013400                              SIGN LEADING SEPARATE.
013500     05  HDR-HASH-E           PIC S9(09)V99
013600                              SIGN LEADING SEPARATE.
013700 FD  RP-WORK-FILE.
013800 01  RP-WORK-RECORD           PIC X(67).
013900*--------------------------------------------------------------*
014000* RETREG - ONE LINE PER RETURNED ITEM: THE RECEIPT, THE STUDENT *
014100* IT WAS POSTED TO, THE DATE CASHPOST POSTED IT, THE RETURN     *
014200* DATE AND TYPE, THE AMOUNT REVERSED, THE FEE, THE RESULT AND   *
014300* ANY HOLD PLACED; THEN THE NIGHT'S TOTALS.                     *
014400*--------------------------------------------------------------*
014500 FD  RP-REPORT-FILE.
014600 01  RP-REPORT-RECORD.
014700     05  RPR-RECEIPT-NO       PIC X(08).
014800     05  FILLER               PIC X(01).
014900     05  RPR-STUDENT-ID       PIC X(09).
015000     05  FILLER               PIC X(01).
015100     05  RPR-POSTED-DATE      PIC X(08).
015200     05  FILLER               PIC X(01).
015300     05  RPR-RETURN-DATE      PIC X(08).
015400     05  FILLER               PIC X(01).
015500     05  RPR-TYPE             PIC X(03).
015600     05  FILLER               PIC X(01).
015700     05  RPR-AMOUNT           PIC -ZZZZZZ9.99.
015800     05  FILLER               PIC X(01).
015900     05  RPR-FEE              PIC -ZZZZ9.99.
016000     05  FILLER               PIC X(01).
016100     05  RPR-RESULT           PIC X(08).
016200     05  FILLER               PIC X(01).
016300     05  RPR-HOLD             PIC X(04).
016400 01  RPR-TOTAL-R REDEFINES RP-REPORT-RECORD.
016500     05  RPT-LABEL            PIC X(24).
016600     05  RPT-COUNT            PIC ZZZZZ9.
016700     05  FILLER               PIC X(01).
016800     05  RPT-AMOUNT           PIC -ZZZZZZZ9.99.
016900     05  FILLER               PIC X(34).
017000 FD  RP-CAL-FILE.
017100 01  CAL-RECORD.
017200     05  CAL-BUSINESS-DATE    PIC 9(08).
017300     05  CAL-MONTH-END-FLAG   PIC X(01).
017400     05  CAL-YEAR-END-FLAG    PIC X(01).
017500 FD  SUITE-PARM-FILE.
017600 01  SP-PARM-CARD             PIC X(11).
017700 FD  RP-CYCLENO-FILE.
017800 01  CYCLENO-CARD.
017900     05  CYC-CYCLE-NUMBER     PIC 9(06).
018000 WORKING-STORAGE SECTION.
018100 01  WS-SUITE-STATUS          PIC X(02).
018200     88  WS-SUITE-OK          VALUE '00'.
018300 01  WS-CYCLENO-STATUS        PIC X(02).
018400     88  WS-CYCLENO-OK        VALUE '00'.
018500 01  WS-PARM-STATUS           PIC X(02).
018600     88  WS-PARM-OK           VALUE '00'.
018700 01  WS-TYPE-STATUS           PIC X(02).
018800     88  WS-TYPE-OK           VALUE '00'.
018900 01  WS-RETURN-STATUS         PIC X(02).
019000     88  WS-RETURN-OK         VALUE '00'.
019100 01  WS-ACCT-STATUS           PIC X(02).
019200     88  WS-ACCT-OK           VALUE '00'.
019300 01  WS-PLAN-STATUS           PIC X(02).
019400     88  WS-PLAN-OK           VALUE '00'.
019500 01  WS-HOLD-STATUS           PIC X(02).
019600     88  WS-HOLD-OK           VALUE '00'.
019700     88  WS-HOLD-NOT-FOUND    VALUE '35'.
019800 01  WS-TXN-STATUS            PIC X(02).
019900     88  WS-TXN-OK            VALUE '00'.
020000 01  WS-WORK-STATUS           PIC X(02).
020100     88  WS-WORK-OK           VALUE '00'.
020200 01  WS-REPORT-STATUS         PIC X(02).
020300     88  WS-REPORT-OK         VALUE '00'.
020400 01  WS-CAL-STATUS            PIC X(02).
020500     88  WS-CAL-OK            VALUE '00'.
020600 01  WS-EOF-SWITCH            PIC X(01).
020700     88  WS-AT-EOF            VALUE 'Y'.
020800     88  WS-NOT-AT-EOF        VALUE 'N'.
020900 01  WS-SCAN-SWITCH           PIC X(01).
021000     88  WS-SCAN-DONE         VALUE 'Y'.
021100     88  WS-SCAN-MORE         VALUE 'N'.
021200 01  WS-HOLD-FOUND-SWITCH     PIC X(01).
021300     88  WS-HOLD-FOUND        VALUE 'Y'.
021400     88  WS-HOLD-NONE         VALUE 'N'.
021500 01  WS-PLAN-OPEN-SWITCH      PIC X(01) VALUE 'N'.
021600     88  WS-PLAN-FILE-OPEN    VALUE 'Y'.
021700 01  WS-HOLD-OPEN-SWITCH      PIC X(01) VALUE 'N'.
021800     88  WS-HOLD-FILE-OPEN    VALUE 'Y'.
021900 01  WS-OVFL-SWITCH           PIC X(01) VALUE 'N'.
022000     88  WS-TABLE-OVERFLOWED  VALUE 'Y'.
022100 01  WS-NEWEST-FOUND-SWITCH   PIC X(01).
022200     88  WS-NEWEST-FOUND      VALUE 'Y'.
022300     88  WS-NEWEST-NOT-FOUND  VALUE 'N'.
022400 01  WS-BUSINESS-DATE         PIC 9(08) VALUE 0.
022500 01  WS-FEE-AMOUNT            PIC 9(05)V99 VALUE 0.
022600 01  WS-HOLD-AT-COUNT         PIC 9(02) VALUE 0.
022700 01  WS-CASH-TYPE             PIC X(04) VALUE SPACES.
022800 01  WS-CASH-OFFICE           PIC X(04) VALUE 'BURS'.
022900 01  WS-CASH-BLOCK-REG        PIC X(01) VALUE 'N'.
023000 01  WS-CASH-BLOCK-TRAN       PIC X(01) VALUE 'N'.
023100 01  WS-RESULT                PIC X(08).
023200 01  WS-HOLD-FLAG             PIC X(04).
023300 01  WS-RETURN-AMOUNT         PIC 9(07)V99 VALUE 0.
023400 01  WS-CREDIT-AMOUNT         PIC S9(07)V99 VALUE 0.
023500 01  WS-RETURN-COUNT          PIC 9(06) COMP VALUE 0.
023600 01  WS-RETURN-TOTAL          PIC S9(09)V99 VALUE 0.
023700 01  WS-FEE-COUNT             PIC 9(06) COMP VALUE 0.
023800 01  WS-FEE-TOTAL             PIC S9(09)V99 VALUE 0.
023900 01  WS-HOLD-COUNT            PIC 9(06) COMP VALUE 0.
024000 01  WS-REJECT-COUNT          PIC 9(06) COMP VALUE 0.
024100 01  WS-REJECT-TOTAL          PIC S9(09)V99 VALUE 0.
024200 01  WS-PLAN-BACKOUT-COUNT    PIC 9(06) COMP VALUE 0.
024300 01  WS-PLAN-BACKOUT-AMOUNT   PIC S9(09)V99 VALUE 0.
024400 01  WS-PLAN-REMAINING        PIC 9(07)V99 VALUE 0.
024500 01  WS-PLAN-APPLY            PIC 9(07)V99 VALUE 0.
024600 01  WS-INST-IDX              PIC 9(01) COMP.
024700 01  WS-NEWEST-KEY            PIC X(15).
024800 01  WS-NEWEST-IDX            PIC 9(01) COMP.
024900 01  WS-NEWEST-DUE-DATE       PIC 9(08).
025000 01  WS-TXN-COUNT             PIC 9(06) COMP VALUE 0.
025100 01  WS-HASH-A                PIC S9(09)V99 COMP-3 VALUE 0.
025200 01  WS-HASH-B                PIC S9(09)V99 COMP-3 VALUE 0.
025300 01  WS-HASH-C                PIC S9(09)V99 COMP-3 VALUE 0.
025400 01  WS-HASH-D                PIC S9(09)V99 COMP-3 VALUE 0.
025500 01  WS-HASH-E                PIC S9(09)V99 COMP-3 VALUE 0.
025600 01  WS-RTN-COUNT             PIC 9(04) COMP VALUE 0.
025700 01  WS-RTN-MAX               PIC 9(04) COMP VALUE 2000.
025800 01  WS-RTN-IDX               PIC 9(04) COMP.
025900 01  WS-STU-COUNT             PIC 9(04) COMP VALUE 0.
026000 01  WS-STU-MAX               PIC 9(04) COMP VALUE 2000.
026100 01  WS-STU-IDX               PIC 9(04) COMP.
026200 01  WS-SHIFT-IDX             PIC 9(04) COMP.
026300 01  WS-LOW                   PIC 9(04) COMP.
026400 01  WS-HIGH                  PIC 9(04) COMP.
026500 01  WS-MID                   PIC 9(04) COMP.
026600 01  WS-SEARCH-RECEIPT        PIC X(08).
026700 01  WS-SEARCH-ID             PIC 9(09).
026800 01  WS-FOUND-SWITCH          PIC X(01).
026900     88  WS-FOUND             VALUE 'Y'.
027000     88  WS-NOT-FOUND         VALUE 'N'.
027100*--------------------------------------------------------------*
027200* RP-RTN-TABLE - TONIGHT'S RETURNED ITEMS IN RECEIPT ORDER,     *
027300* WITH THE ORIGINAL CASHPOST CREDIT ONCE STUACCT HAS GIVEN IT   *
027400* UP AND WHETHER THE RECEIPT HAS BEEN RETURNED BEFORE.          *
027500*--------------------------------------------------------------*
027600 01  RP-RTN-TABLE.
027700     05  RP-RTN-ENTRY OCCURS 2000 TIMES.
027800         10  RTN-RECEIPT-NO   PIC X(08).
027900         10  RTN-FEED-STUDENT PIC X(09).
028000         10  RTN-RETURN-DATE  PIC 9(08).
028100         10  RTN-AMOUNT       PIC 9(07)V99.
028200         10  RTN-TYPE         PIC X(01).
028300         10  RTN-ORIG-SWITCH  PIC X(01).
028400             88  RTN-ORIG-FOUND VALUE 'Y'.
028500         10  RTN-ORIG-STUDENT PIC 9(09).
028600         10  RTN-ORIG-DATE    PIC 9(08).
028700         10  RTN-ORIG-AMOUNT  PIC 9(07)V99.
028800         10  RTN-PRIOR-SWITCH PIC X(01).
028900             88  RTN-RETURNED-BEFORE VALUE 'Y'.
029000*--------------------------------------------------------------*
029100* RP-STU-TABLE - THE STUDENTS WHOSE PAYMENTS CAME BACK TONIGHT, *
029200* IN ID ORDER, WITH THEIR RETURNS TO DATE FOR THE HOLD TEST.    *
029300*--------------------------------------------------------------*
029400 01  RP-STU-TABLE.
029500     05  RP-STU-ENTRY OCCURS 2000 TIMES.
029600         10  RST-STUDENT-ID   PIC 9(09).
029700         10  RST-RETURNS      PIC 9(04) COMP.
029800 COPY SUITEPRM.
029900 COPY CKPTPARM.
030000 COPY IOERRPRM.
030100 COPY STEPPARM.
030100 COPY JRNLPARM.
030100 COPY BALPARM.
030200 PROCEDURE DIVISION.
030300 0000-MAINLINE.
030400     PERFORM 0005-CHECK-CHECKPOINT
030500         THRU 0005-CHECK-CHECKPOINT-EXIT.
030600     MOVE 'RETPOST ' TO SL-PROGRAM-ID.
030700     SET SL-PHASE-START TO TRUE.
030800     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
030900     PERFORM 0010-READ-SUITE-PARM THRU 0010-READ-SUITE-PARM-EXIT.
031000     PERFORM 0020-READ-BUSINESS-DATE
031100         THRU 0020-READ-BUSINESS-DATE-EXIT.
031200     PERFORM 0030-READ-RETURN-PARM
031300         THRU 0030-READ-RETURN-PARM-EXIT.
031400     PERFORM 0050-LOAD-CASH-HOLD-TYPE
031500         THRU 0050-LOAD-CASH-HOLD-TYPE-EXIT.
031600     OPEN OUTPUT RP-REPORT-FILE.
031700     PERFORM 1000-LOAD-RETURNS
031800         THRU 1000-LOAD-RETURNS-EXIT.
031900     IF WS-TABLE-OVERFLOWED
032000         DISPLAY 'RETPOST: MORE THAN ' WS-RTN-MAX
032100             ' RETURNED ITEMS - NOTHING POSTED. RAISE THE TABLE '
032200             'AND RERUN.'
032300         CLOSE RP-REPORT-FILE
032400         MOVE 12 TO RETURN-CODE
032500         GO TO 9999-EXIT
032600     END-IF.
032700     PERFORM 0100-ABSORB-EXISTING-DETAIL
032800         THRU 0100-ABSORB-EXISTING-DETAIL-EXIT.
032900     IF WS-RTN-COUNT > 0
033000         PERFORM 1500-FIND-ORIGINALS
033100             THRU 1500-FIND-ORIGINALS-EXIT
033200         PERFORM 1700-COUNT-PRIOR-RETURNS
033300             THRU 1700-COUNT-PRIOR-RETURNS-EXIT
033400         PERFORM 2000-POST-RETURNS
033500             THRU 2000-POST-RETURNS-EXIT
033600     END-IF.
033700     PERFORM 8000-REWRITE-TXN-FEED
033800         THRU 8000-REWRITE-TXN-FEED-EXIT.
033900     PERFORM 8500-WRITE-RUN-TOTALS
034000         THRU 8500-WRITE-RUN-TOTALS-EXIT.
034100     CLOSE RP-REPORT-FILE.
034200     DISPLAY 'RETPOST: ' WS-RETURN-COUNT ' RETURNED, '
034300         WS-REJECT-COUNT ' REFUSED, ' WS-HOLD-COUNT
034400         ' CASH-ONLY HOLDS'.
034500     PERFORM 0900-MARK-CHECKPOINT
034600         THRU 0900-MARK-CHECKPOINT-EXIT.
034700     GO TO 9999-EXIT.
034800*--------------------------------------------------------------*
034900* 0005-CHECK-CHECKPOINT - ASKS CKPTCHK WHETHER RETPOST ALREADY  *
035000* COMPLETED THIS CYCLE. IF SO, THE RUN ENDS HERE RATHER THAN    *
035100* REVERSING EVERY RETURNED PAYMENT TWICE.                       *
035200*--------------------------------------------------------------*
035300 0005-CHECK-CHECKPOINT.
035400     MOVE 'RETPOST ' TO CK-PROGRAM-ID.
035500     SET CK-CHECK TO TRUE.
035600     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
035700     IF CK-ALREADY-DONE
035800         DISPLAY 'RETPOST: ALREADY COMPLETED THIS CYCLE - '
035900             'SKIPPING'
036000         GO TO 9999-EXIT
036100     END-IF.
036200 0005-CHECK-CHECKPOINT-EXIT.
036300     EXIT.
036400*--------------------------------------------------------------*
036500* 0900-MARK-CHECKPOINT - TELLS CKPTCHK THAT RETPOST COMPLETED   *
036600* THIS CYCLE'S POSTING SUCCESSFULLY.                            *
036700*--------------------------------------------------------------*
036800 0900-MARK-CHECKPOINT.
036900     MOVE 'RETPOST ' TO CK-PROGRAM-ID.
037000     SET CK-MARK TO TRUE.
037100     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
037200     MOVE 'RETPOST ' TO SL-PROGRAM-ID.
037300     SET SL-PHASE-END TO TRUE.
037400     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
037500 0900-MARK-CHECKPOINT-EXIT.
037600     EXIT.
037700*--------------------------------------------------------------*
037800* 0010-READ-SUITE-PARM - READS THE SUITE-WIDE CONTROL CARD      *
037900* FROM SUITEPRM, THEN THE CYCLE NUMBER OFF CYCLENO.             *
038000*--------------------------------------------------------------*
038100 0010-READ-SUITE-PARM.
038200     OPEN INPUT SUITE-PARM-FILE.
038300     IF WS-SUITE-OK
038400         READ SUITE-PARM-FILE
038500             AT END
038600                 CONTINUE
038700         END-READ
038800         IF WS-SUITE-OK
038900             MOVE SP-PARM-CARD (1:1)  TO SP-TEST-MODE-SWITCH
039000             MOVE SP-PARM-CARD (2:10) TO SP-BATCH-ID
039100         END-IF
039200         CLOSE SUITE-PARM-FILE
039300     END-IF.
039400     OPEN INPUT RP-CYCLENO-FILE.
039500     IF WS-CYCLENO-OK
039600         READ RP-CYCLENO-FILE
039700             AT END
039800                 CONTINUE
039900         END-READ
040000         IF WS-CYCLENO-OK
040100             AND CYC-CYCLE-NUMBER NUMERIC
040200             MOVE CYC-CYCLE-NUMBER TO SP-CYCLE-NUMBER
040300         END-IF
040400         CLOSE RP-CYCLENO-FILE
040500     END-IF.
040600 0010-READ-SUITE-PARM-EXIT.
040700     EXIT.
040800*--------------------------------------------------------------*
040900* 0020-READ-BUSINESS-DATE - THE SUITECAL BUSINESS DATE, WALL-   *
041000* CLOCK FALLBACK AS EVERYWHERE. HOLDS ARE PLACED AND PLAN       *
041100* INSTALLMENTS FALL PAST DUE AS OF IT.                          *
041200*--------------------------------------------------------------*
041300 0020-READ-BUSINESS-DATE.
041400     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
041500     OPEN INPUT RP-CAL-FILE.
041600     IF WS-CAL-OK
041700         READ RP-CAL-FILE
041800             AT END
041900                 CONTINUE
042000         END-READ
042100         IF WS-CAL-OK
042200             AND CAL-BUSINESS-DATE NUMERIC
042300             AND CAL-BUSINESS-DATE > 0
042400             MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
042500         END-IF
042600         CLOSE RP-CAL-FILE
042700     END-IF.
042800 0020-READ-BUSINESS-DATE-EXIT.
042900     EXIT.
043000*--------------------------------------------------------------*
043100* 0030-READ-RETURN-PARM - THE RETURNED-ITEM FEE, THE NUMBER OF  *
043200* RETURNS THAT PUTS A STUDENT ON CASH ONLY AND THE HOLD TYPE    *
043300* OFF THE RETPARM R CARD. A MISSING MEMBER IS LOGGED TO IOERR;  *
043400* RETURNS STILL REVERSE, WITH NO FEE AND NO HOLD.               *
043500*--------------------------------------------------------------*
043600 0030-READ-RETURN-PARM.
043700     OPEN INPUT RP-PARM-FILE.
043800     IF NOT WS-PARM-OK
043900         MOVE 'RETPOST ' TO IO-PROGRAM-ID
044000         MOVE 'RETPARM ' TO IO-FILE-NAME
044100         MOVE 'OPEN-IN ' TO IO-OPERATION
044200         MOVE WS-PARM-STATUS TO IO-FILE-STATUS
044300         MOVE 'N' TO IO-MANDATORY-FLAG
044400         CALL 'IOERR' USING IOERR-PARM-BLOCK
044500         GO TO 0030-READ-RETURN-PARM-EXIT
044600     END-IF.
044700     SET WS-NOT-AT-EOF TO TRUE.
044800     PERFORM UNTIL WS-AT-EOF
044900         READ RP-PARM-FILE
045000             AT END
045100                 SET WS-AT-EOF TO TRUE
045200             NOT AT END
045300                 IF RPM-RETURN-CARD
045400                     AND RPM-FEE-AMOUNT NUMERIC
045500                     AND RPM-HOLD-AT-COUNT NUMERIC
045600                     MOVE RPM-FEE-AMOUNT TO WS-FEE-AMOUNT
045700                     MOVE RPM-HOLD-AT-COUNT TO WS-HOLD-AT-COUNT
045800                     MOVE RPM-HOLD-TYPE TO WS-CASH-TYPE
045900                 END-IF
046000         END-READ
046100     END-PERFORM.
046200     CLOSE RP-PARM-FILE.
046300 0030-READ-RETURN-PARM-EXIT.
046400     EXIT.
046500*--------------------------------------------------------------*
046600* 0050-LOAD-CASH-HOLD-TYPE - THE CASH-ONLY HOLD TYPE'S OFFICE   *
046700* AND BLOCK FLAGS OFF HOLDTYPE. A TYPE NOT ON HOLDTYPE PLACES   *
046800* NOTHING - HOLDPOST WOULD NOT KNOW IT.                         *
046900*--------------------------------------------------------------*
047000 0050-LOAD-CASH-HOLD-TYPE.
047100     IF WS-CASH-TYPE = SPACES
047200         OR WS-HOLD-AT-COUNT = 0
047300         MOVE SPACES TO WS-CASH-TYPE
047400         GO TO 0050-LOAD-CASH-HOLD-TYPE-EXIT
047500     END-IF.
047600     OPEN INPUT RP-TYPE-FILE.
047700     IF NOT WS-TYPE-OK
047800         MOVE 'RETPOST ' TO IO-PROGRAM-ID
047900         MOVE 'HOLDTYPE' TO IO-FILE-NAME
048000         MOVE 'OPEN-IN ' TO IO-OPERATION
048100         MOVE WS-TYPE-STATUS TO IO-FILE-STATUS
048200         MOVE 'N' TO IO-MANDATORY-FLAG
048300         CALL 'IOERR' USING IOERR-PARM-BLOCK
048400         MOVE SPACES TO WS-CASH-TYPE
048500         GO TO 0050-LOAD-CASH-HOLD-TYPE-EXIT
048600     END-IF.
048700     SET WS-SCAN-MORE TO TRUE.
048800     SET WS-NOT-AT-EOF TO TRUE.
048900     PERFORM UNTIL WS-AT-EOF
049000         READ RP-TYPE-FILE
049100             AT END
049200                 SET WS-AT-EOF TO TRUE
049300             NOT AT END
049400                 IF HTY-TYPE-CARD
049500                     AND HTY-HOLD-TYPE = WS-CASH-TYPE
049600                     AND HTY-OFFICE NOT = SPACES
049700                     MOVE HTY-OFFICE TO WS-CASH-OFFICE
049800                     MOVE HTY-BLOCK-REG TO WS-CASH-BLOCK-REG
049900                     MOVE HTY-BLOCK-TRAN TO WS-CASH-BLOCK-TRAN
050000                     SET WS-SCAN-DONE TO TRUE
050100                     SET WS-AT-EOF TO TRUE
050200                 END-IF
050300         END-READ
050400     END-PERFORM.
050500     CLOSE RP-TYPE-FILE.
050600     IF WS-SCAN-MORE
050700         DISPLAY 'RETPOST: CASH-ONLY HOLD TYPE ' WS-CASH-TYPE
050800             ' IS NOT ON HOLDTYPE - NO HOLDS'
050900         MOVE SPACES TO WS-CASH-TYPE
051000     END-IF.
051100 0050-LOAD-CASH-HOLD-TYPE-EXIT.
051200     EXIT.
051300*--------------------------------------------------------------*
051400* 0100-ABSORB-EXISTING-DETAIL - DETAIL ALREADY ON ADTXN TO THE  *
051500* WORK FILE, FOLDED INTO THE RUNNING CONTROL TOTALS. THE OLD    *
051600* HEADER IS DROPPED - THIS STEP RE-HEADS THE COMBINED FEED.     *
051700*--------------------------------------------------------------*
051800 0100-ABSORB-EXISTING-DETAIL.
051900     OPEN OUTPUT RP-WORK-FILE.
052000     SET WS-NOT-AT-EOF TO TRUE.
052100     OPEN INPUT RP-TXN-FILE.
052200     IF NOT WS-TXN-OK
052300         GO TO 0100-ABSORB-EXISTING-DETAIL-DONE
052400     END-IF.
052500     PERFORM 0150-READ-ONE-TXN
052600         THRU 0150-READ-ONE-TXN-EXIT.
052700     PERFORM UNTIL WS-AT-EOF
052800         IF TXN-DETAIL-RECORD
052900             AND TXN-AMOUNT NUMERIC
053000             PERFORM 0170-TALLY-ONE-DETAIL
053100                 THRU 0170-TALLY-ONE-DETAIL-EXIT
053200             MOVE TXN-RECORD TO RP-WORK-RECORD
053300             WRITE RP-WORK-RECORD
053400         END-IF
053500         PERFORM 0150-READ-ONE-TXN
053600             THRU 0150-READ-ONE-TXN-EXIT
053700     END-PERFORM.
053800     CLOSE RP-TXN-FILE.
053900 0100-ABSORB-EXISTING-DETAIL-DONE.
054000     CONTINUE.
054100 0100-ABSORB-EXISTING-DETAIL-EXIT.
054200     EXIT.
054300*--------------------------------------------------------------*
054400* 0150-READ-ONE-TXN - A SINGLE READ OF ADTXN.                   *
054500*--------------------------------------------------------------*
054600 0150-READ-ONE-TXN.
054700     READ RP-TXN-FILE
054800         AT END SET WS-AT-EOF TO TRUE
054900     END-READ.
055000 0150-READ-ONE-TXN-EXIT.
055100     EXIT.
055200*--------------------------------------------------------------*
055300* 0170-TALLY-ONE-DETAIL - ONE DETAIL RECORD INTO THE COUNT AND  *
055400* ITS CATEGORY'S HASH TOTAL.                                    *
055500*--------------------------------------------------------------*
055600 0170-TALLY-ONE-DETAIL.
055700     ADD 1 TO WS-TXN-COUNT.
055800     EVALUATE TXN-CATEGORY
055900         WHEN 'A'
056000             ADD TXN-AMOUNT TO WS-HASH-A
056100         WHEN 'B'
056200             ADD TXN-AMOUNT TO WS-HASH-B
056300         WHEN 'C'
056400             ADD TXN-AMOUNT TO WS-HASH-C
056500         WHEN 'D'
056600             ADD TXN-AMOUNT TO WS-HASH-D
056700         WHEN 'E'
056800             ADD TXN-AMOUNT TO WS-HASH-E
056900         WHEN OTHER
057000             CONTINUE
057100     END-EVALUATE.
057200 0170-TALLY-ONE-DETAIL-EXIT.
057300     EXIT.
057400*--------------------------------------------------------------*
057500* 1000-LOAD-RETURNS - RETFEED INTO THE RETURNS TABLE IN RECEIPT *
057600* ORDER. A RECORD THAT FAILS ITS EDITS, OR NAMES A RECEIPT      *
057700* ALREADY ON THE FEED, IS REFUSED ON THE REGISTER HERE. NO FEED *
057800* IS A NIGHT WITH NOTHING RETURNED.                             *
057900*--------------------------------------------------------------*
058000 1000-LOAD-RETURNS.
058100     OPEN INPUT RP-RETURN-FILE.
058200     IF NOT WS-RETURN-OK
058300         DISPLAY 'RETPOST: NO RETURNED ITEMS TONIGHT'
058400         GO TO 1000-LOAD-RETURNS-EXIT
058500     END-IF.
058600     SET WS-NOT-AT-EOF TO TRUE.
058700     PERFORM UNTIL WS-AT-EOF
058800         READ RP-RETURN-FILE
058900             AT END
059000                 SET WS-AT-EOF TO TRUE
059100             NOT AT END
059200                 PERFORM 1100-LOAD-ONE-RETURN
059300                     THRU 1100-LOAD-ONE-RETURN-EXIT
059400         END-READ
059500     END-PERFORM.
059600     CLOSE RP-RETURN-FILE.
059700 1000-LOAD-RETURNS-EXIT.
059800     EXIT.
059900*--------------------------------------------------------------*
060000* 1100-LOAD-ONE-RETURN - THE EDITS, THEN THE RETURN INTO ITS    *
060100* SLOT. REFUSED: BADDATA (NO RECEIPT, BAD DATE, AMOUNT OR TYPE) *
060200* AND DUPFEED (THE SAME RECEIPT TWICE TONIGHT).                 *
060300*--------------------------------------------------------------*
060400 1100-LOAD-ONE-RETURN.
060500     IF RTI-RECEIPT-NO = SPACES
060600         OR RTI-RETURN-DATE NOT NUMERIC
060700         OR RTI-AMOUNT NOT NUMERIC
060800         OR NOT RTI-VALID-TYPE
060900         MOVE 'BADDATA ' TO WS-RESULT
061000         PERFORM 1150-REFUSE-FEED-RECORD
061100             THRU 1150-REFUSE-FEED-RECORD-EXIT
061200         GO TO 1100-LOAD-ONE-RETURN-EXIT
061300     END-IF.
061400     MOVE RTI-RECEIPT-NO TO WS-SEARCH-RECEIPT.
061500     PERFORM 1200-FIND-RECEIPT
061600         THRU 1200-FIND-RECEIPT-EXIT.
061700     IF WS-FOUND
061800         MOVE 'DUPFEED ' TO WS-RESULT
061900         PERFORM 1150-REFUSE-FEED-RECORD
062000             THRU 1150-REFUSE-FEED-RECORD-EXIT
062100         GO TO 1100-LOAD-ONE-RETURN-EXIT
062200     END-IF.
062300     IF WS-RTN-COUNT = WS-RTN-MAX
062400         SET WS-TABLE-OVERFLOWED TO TRUE
062500         SET WS-AT-EOF TO TRUE
062600         GO TO 1100-LOAD-ONE-RETURN-EXIT
062700     END-IF.
062800     PERFORM VARYING WS-SHIFT-IDX FROM WS-RTN-COUNT BY -1
062900             UNTIL WS-SHIFT-IDX < WS-RTN-IDX
063000         MOVE RP-RTN-ENTRY (WS-SHIFT-IDX)
063100             TO RP-RTN-ENTRY (WS-SHIFT-IDX + 1)
063200     END-PERFORM.
063300     ADD 1 TO WS-RTN-COUNT.
063400     INITIALIZE RP-RTN-ENTRY (WS-RTN-IDX).
063500     MOVE RTI-RECEIPT-NO TO RTN-RECEIPT-NO (WS-RTN-IDX).
063600     MOVE RTI-STUDENT-ID TO RTN-FEED-STUDENT (WS-RTN-IDX).
063700     MOVE RTI-RETURN-DATE TO RTN-RETURN-DATE (WS-RTN-IDX).
063800     MOVE RTI-AMOUNT TO RTN-AMOUNT (WS-RTN-IDX).
063900     MOVE RTI-TYPE TO RTN-TYPE (WS-RTN-IDX).
064000 1100-LOAD-ONE-RETURN-EXIT.
064100     EXIT.
064200*--------------------------------------------------------------*
064300* 1150-REFUSE-FEED-RECORD - A RETFEED RECORD REFUSED BEFORE IT  *
064400* REACHES THE TABLE, ONTO THE REGISTER WITH WS-RESULT.          *
064500*--------------------------------------------------------------*
064600 1150-REFUSE-FEED-RECORD.
064700     ADD 1 TO WS-REJECT-COUNT.
064800     IF RTI-AMOUNT NUMERIC
064900         ADD RTI-AMOUNT TO WS-REJECT-TOTAL
065000     END-IF.
065100     MOVE SPACES TO RP-REPORT-RECORD.
065200     MOVE RTI-RECEIPT-NO TO RPR-RECEIPT-NO.
065300     MOVE RTI-STUDENT-ID TO RPR-STUDENT-ID.
065400     MOVE RTI-RETURN-DATE TO RPR-RETURN-DATE.
065500     MOVE RTI-TYPE TO RPR-TYPE.
065600     IF RTI-AMOUNT NUMERIC
065700         MOVE RTI-AMOUNT TO RPR-AMOUNT
065800     END-IF.
065900     MOVE WS-RESULT TO RPR-RESULT.
066000     WRITE RP-REPORT-RECORD.
066100 1150-REFUSE-FEED-RECORD-EXIT.
066200     EXIT.
066300*--------------------------------------------------------------*
066400* 1200-FIND-RECEIPT - BINARY SEARCH OF THE RETURNS TABLE FOR    *
066500* WS-SEARCH-RECEIPT. NOT FOUND LEAVES WS-RTN-IDX AT THE SLOT    *
066600* THE RECEIPT BELONGS IN.                                       *
066700*--------------------------------------------------------------*
066800 1200-FIND-RECEIPT.
066900     SET WS-NOT-FOUND TO TRUE.
067000     MOVE 1 TO WS-LOW.
067100     MOVE WS-RTN-COUNT TO WS-HIGH.
067200     PERFORM UNTIL WS-LOW > WS-HIGH
067300             OR WS-FOUND
067400         COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
067500         IF RTN-RECEIPT-NO (WS-MID) = WS-SEARCH-RECEIPT
067600             SET WS-FOUND TO TRUE
067700             MOVE WS-MID TO WS-RTN-IDX
067800         ELSE
067900             IF RTN-RECEIPT-NO (WS-MID) < WS-SEARCH-RECEIPT
068000                 COMPUTE WS-LOW = WS-MID + 1
068100             ELSE
068200                 COMPUTE WS-HIGH = WS-MID - 1
068300             END-IF
068400         END-IF
068500     END-PERFORM.
068600     IF WS-NOT-FOUND
068700         MOVE WS-LOW TO WS-RTN-IDX
068800     END-IF.
068900 1200-FIND-RECEIPT-EXIT.
069000     EXIT.
069100*--------------------------------------------------------------*
069200* 1300-FIND-STUDENT - BINARY SEARCH OF THE STUDENT TABLE FOR    *
069300* WS-SEARCH-ID. NOT FOUND LEAVES WS-STU-IDX AT THE SLOT THE     *
069400* STUDENT BELONGS IN.                                           *
069500*--------------------------------------------------------------*
069600 1300-FIND-STUDENT.
069700     SET WS-NOT-FOUND TO TRUE.
069800     MOVE 1 TO WS-LOW.
069900     MOVE WS-STU-COUNT TO WS-HIGH.
070000     PERFORM UNTIL WS-LOW > WS-HIGH
070100             OR WS-FOUND
070200         COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
070300         IF RST-STUDENT-ID (WS-MID) = WS-SEARCH-ID
070400             SET WS-FOUND TO TRUE
070500             MOVE WS-MID TO WS-STU-IDX
070600         ELSE
070700             IF RST-STUDENT-ID (WS-MID) < WS-SEARCH-ID
070800                 COMPUTE WS-LOW = WS-MID + 1
070900             ELSE
071000                 COMPUTE WS-HIGH = WS-MID - 1
071100             END-IF
071200         END-IF
071300     END-PERFORM.
071400     IF WS-NOT-FOUND
071500         MOVE WS-LOW TO WS-STU-IDX
071600     END-IF.
071700 1300-FIND-STUDENT-EXIT.
071800     EXIT.
071900*--------------------------------------------------------------*
072000* 1500-FIND-ORIGINALS - ONE PASS OVER STUACCT. A CASHPOST       *
072100* PAYMENT CREDIT CARRIES ITS RECEIPT NUMBER IN ITS DESCRIPTION; *
072200* ONE FOR A RECEIPT ON TONIGHT'S FEED GIVES THE RETURN ITS      *
072300* STUDENT, POSTING DATE AND AMOUNT. AN EARLIER RETPOST REVERSAL *
072400* OF THE SAME RECEIPT MARKS IT RETURNED BEFORE. A MISSING       *
072500* SUBLEDGER IS LOGGED TO IOERR AND FINDS NOTHING.               *
072600*--------------------------------------------------------------*
072700 1500-FIND-ORIGINALS.
072800     OPEN INPUT RP-ACCT-FILE.
072900     IF NOT WS-ACCT-OK
073000         MOVE 'RETPOST ' TO IO-PROGRAM-ID
073100         MOVE 'STUACCT ' TO IO-FILE-NAME
073200         MOVE 'OPEN-IN ' TO IO-OPERATION
073300         MOVE WS-ACCT-STATUS TO IO-FILE-STATUS
073400         MOVE 'N' TO IO-MANDATORY-FLAG
073500         CALL 'IOERR' USING IOERR-PARM-BLOCK
073600         GO TO 1500-FIND-ORIGINALS-EXIT
073700     END-IF.
073800     SET WS-NOT-AT-EOF TO TRUE.
073900     PERFORM UNTIL WS-AT-EOF
074000         READ RP-ACCT-FILE
074100             AT END
074200                 SET WS-AT-EOF TO TRUE
074300             NOT AT END
074400                 PERFORM 1600-CHECK-ONE-EVENT
074500                     THRU 1600-CHECK-ONE-EVENT-EXIT
074600         END-READ
074700     END-PERFORM.
074800     CLOSE RP-ACCT-FILE.
074900 1500-FIND-ORIGINALS-EXIT.
075000     EXIT.
075100*--------------------------------------------------------------*
075200* 1600-CHECK-ONE-EVENT - ONE STUACCT EVENT AGAINST THE RETURNS  *
075300* TABLE. THE FIRST CASHPOST CREDIT FOR A RECEIPT IS THE ONE     *
075400* RETURNED.                                                     *
075500*--------------------------------------------------------------*
075600 1600-CHECK-ONE-EVENT.
075700     IF SUB-STUDENT-ID NOT NUMERIC
075800         OR SUB-AMOUNT NOT NUMERIC
075900         GO TO 1600-CHECK-ONE-EVENT-EXIT
076000     END-IF.
076100     EVALUATE TRUE
076200         WHEN SUB-SOURCE = 'CASHPOST'
076300             AND SUB-DESC (1:8) = 'PAYMENT '
076400             AND SUB-AMOUNT < 0
076500             MOVE SUB-DESC (9:8) TO WS-SEARCH-RECEIPT
076600             PERFORM 1200-FIND-RECEIPT
076700                 THRU 1200-FIND-RECEIPT-EXIT
076800             IF WS-FOUND
076900                 AND NOT RTN-ORIG-FOUND (WS-RTN-IDX)
077000                 SET RTN-ORIG-FOUND (WS-RTN-IDX) TO TRUE
077100                 MOVE SUB-STUDENT-ID
077200                     TO RTN-ORIG-STUDENT (WS-RTN-IDX)
077300                 MOVE SUB-POST-DATE TO RTN-ORIG-DATE (WS-RTN-IDX)
077400                 COMPUTE RTN-ORIG-AMOUNT (WS-RTN-IDX) =
077500                     0 - SUB-AMOUNT
077600             END-IF
077700         WHEN SUB-SOURCE = 'RETPOST '
077800             AND SUB-DESC (1:8) = 'RETURNED'
077900             MOVE SUB-DESC (9:8) TO WS-SEARCH-RECEIPT
078000             PERFORM 1200-FIND-RECEIPT
078100                 THRU 1200-FIND-RECEIPT-EXIT
078200             IF WS-FOUND
078300                 SET RTN-RETURNED-BEFORE (WS-RTN-IDX) TO TRUE
078400             END-IF
078500         WHEN OTHER
078600             CONTINUE
078700     END-EVALUATE.
078800 1600-CHECK-ONE-EVENT-EXIT.
078900     EXIT.
079000*--------------------------------------------------------------*
079100* 1700-COUNT-PRIOR-RETURNS - THE STUDENTS WHOSE PAYMENTS CAME   *
079200* BACK TONIGHT INTO THE STUDENT TABLE, THEN A SECOND PASS OVER  *
079300* STUACCT COUNTING EACH ONE'S EARLIER RETURNED PAYMENTS. ONLY   *
079400* NEEDED WHEN A CASH-ONLY HOLD CAN BE PLACED.                   *
079500*--------------------------------------------------------------*
079600 1700-COUNT-PRIOR-RETURNS.
079700     IF WS-CASH-TYPE = SPACES
079800         GO TO 1700-COUNT-PRIOR-RETURNS-EXIT
079900     END-IF.
080000     PERFORM VARYING WS-RTN-IDX FROM 1 BY 1
080100             UNTIL WS-RTN-IDX > WS-RTN-COUNT
080200         IF RTN-ORIG-FOUND (WS-RTN-IDX)
080300             MOVE RTN-ORIG-STUDENT (WS-RTN-IDX) TO WS-SEARCH-ID
080400             PERFORM 1300-FIND-STUDENT
080500                 THRU 1300-FIND-STUDENT-EXIT
080600             IF WS-NOT-FOUND
080700                 PERFORM 1750-INSERT-STUDENT
080800                     THRU 1750-INSERT-STUDENT-EXIT
080900             END-IF
081000         END-IF
081100     END-PERFORM.
081200     OPEN INPUT RP-ACCT-FILE.
081300     IF NOT WS-ACCT-OK
081400         GO TO 1700-COUNT-PRIOR-RETURNS-EXIT
081500     END-IF.
081600     SET WS-NOT-AT-EOF TO TRUE.
081700     PERFORM UNTIL WS-AT-EOF
081800         READ RP-ACCT-FILE
081900             AT END
082000                 SET WS-AT-EOF TO TRUE
082100             NOT AT END
082200                 IF SUB-SOURCE = 'RETPOST '
082300                     AND SUB-DESC (1:8) = 'RETURNED'
082400                     AND SUB-STUDENT-ID NUMERIC
082500                     MOVE SUB-STUDENT-ID TO WS-SEARCH-ID
082600                     PERFORM 1300-FIND-STUDENT
082700                         THRU 1300-FIND-STUDENT-EXIT
082800                     IF WS-FOUND
082900                         ADD 1 TO RST-RETURNS (WS-STU-IDX)
083000                     END-IF
083100                 END-IF
083200         END-READ
083300     END-PERFORM.
083400     CLOSE RP-ACCT-FILE.
083500 1700-COUNT-PRIOR-RETURNS-EXIT.
083600     EXIT.
083700*--------------------------------------------------------------*
083800* 1750-INSERT-STUDENT - WS-SEARCH-ID INTO ITS SLOT. THE TABLE   *
083900* IS AS LARGE AS THE RETURNS TABLE AND CANNOT FILL.             *
084000*--------------------------------------------------------------*
084100 1750-INSERT-STUDENT.
084200     PERFORM VARYING WS-SHIFT-IDX FROM WS-STU-COUNT BY -1
084300             UNTIL WS-SHIFT-IDX < WS-STU-IDX
084400         MOVE RP-STU-ENTRY (WS-SHIFT-IDX)
084500             TO RP-STU-ENTRY (WS-SHIFT-IDX + 1)
084600     END-PERFORM.
084700     ADD 1 TO WS-STU-COUNT.
084800     MOVE WS-SEARCH-ID TO RST-STUDENT-ID (WS-STU-IDX).
084900     MOVE 0 TO RST-RETURNS (WS-STU-IDX).
085000 1750-INSERT-STUDENT-EXIT.
085100     EXIT.
085200*--------------------------------------------------------------*
085300* 2000-POST-RETURNS - EVERY RETURN IN RECEIPT ORDER, WITH       *
085400* STUACCT OPEN TO TAKE THE REVERSALS AND FEES AND PAYPLAN AND   *
085500* STUHOLD OPEN FOR UPDATE. A TEST-MODE RUN ONLY REGISTERS THEM. *
085600* THE NIGHT'S REVERSALS AND FEES THEN GO TO ADTXN.              *
085700*--------------------------------------------------------------*
085800 2000-POST-RETURNS.
085900     IF SP-PRODUCTION-MODE
086000         PERFORM 2050-OPEN-UPDATE-FILES
086100             THRU 2050-OPEN-UPDATE-FILES-EXIT
086200     END-IF.
086300     PERFORM 2100-APPLY-ONE-RETURN
086400         THRU 2100-APPLY-ONE-RETURN-EXIT
086500         VARYING WS-RTN-IDX FROM 1 BY 1
086600         UNTIL WS-RTN-IDX > WS-RTN-COUNT.
086700     IF SP-PRODUCTION-MODE
086800         CLOSE RP-ACCT-FILE
086900         IF WS-PLAN-FILE-OPEN
087000             CLOSE RP-PLAN-FILE
087100         END-IF
087200         IF WS-HOLD-FILE-OPEN
087300             CLOSE RP-HOLD-FILE
087400         END-IF
087500     END-IF.
087600     IF WS-RETURN-COUNT > 0
087700         PERFORM 2500-WRITE-RETURN-DETAIL
087800             THRU 2500-WRITE-RETURN-DETAIL-EXIT
087900     END-IF.
088000 2000-POST-RETURNS-EXIT.
088100     EXIT.
088200*--------------------------------------------------------------*
088300* 2050-OPEN-UPDATE-FILES - STUACCT FOR EXTEND, CREATED THE      *
088400* FIRST NIGHT; PAYPLAN AND STUHOLD FOR UPDATE. A STUDENT WITH   *
088500* NO PLAN FILE HAS NO PLAN TO BACK OUT OF; A MISSING STUHOLD IS *
088600* LOGGED TO IOERR AND PLACES NO HOLDS.                          *
088700*--------------------------------------------------------------*
088800 2050-OPEN-UPDATE-FILES.
088900     OPEN EXTEND RP-ACCT-FILE.
089000     IF NOT WS-ACCT-OK
089100         CLOSE RP-ACCT-FILE
089200         OPEN OUTPUT RP-ACCT-FILE
089300     END-IF.
089400     OPEN I-O RP-PLAN-FILE.
089500     IF WS-PLAN-OK
089600         SET WS-PLAN-FILE-OPEN TO TRUE
089700     END-IF.
089800     IF WS-CASH-TYPE = SPACES
089900         GO TO 2050-OPEN-UPDATE-FILES-EXIT
090000     END-IF.
090100     OPEN I-O RP-HOLD-FILE.
090200     IF WS-HOLD-NOT-FOUND
090300         OPEN OUTPUT RP-HOLD-FILE
090400         CLOSE RP-HOLD-FILE
090500         OPEN I-O RP-HOLD-FILE
090600     END-IF.
090700     IF WS-HOLD-OK
090800         SET WS-HOLD-FILE-OPEN TO TRUE
090900     ELSE
091000         MOVE 'RETPOST ' TO IO-PROGRAM-ID
091100         MOVE 'STUHOLD ' TO IO-FILE-NAME
091200         MOVE 'OPEN-IO ' TO IO-OPERATION
091300         MOVE WS-HOLD-STATUS TO IO-FILE-STATUS
091400         MOVE 'N' TO IO-MANDATORY-FLAG
091500         CALL 'IOERR' USING IOERR-PARM-BLOCK
091600     END-IF.
091700 2050-OPEN-UPDATE-FILES-EXIT.
091800     EXIT.
091900*--------------------------------------------------------------*
092000* 2100-APPLY-ONE-RETURN - THE EDITS AGAINST THE ORIGINAL, THEN  *
092100* THE REVERSAL, FEE, PLAN BACK-OUT AND HOLD, THEN THE REGISTER  *
092200* LINE. REFUSED: NORCPT (NO CASHPOST CREDIT FOR THE RECEIPT),   *
092300* RETURNED (ALREADY REVERSED), WRONGID (THE FEED'S STUDENT IS   *
092400* NOT THE ONE CREDITED) AND OVERAMT (MORE THAN WAS PAID).       *
092500*--------------------------------------------------------------*
092600 2100-APPLY-ONE-RETURN.
092700     MOVE SPACES TO WS-HOLD-FLAG.
092800     MOVE RTN-AMOUNT (WS-RTN-IDX) TO WS-RETURN-AMOUNT.
092900     IF WS-RETURN-AMOUNT = 0
093000         MOVE RTN-ORIG-AMOUNT (WS-RTN-IDX) TO WS-RETURN-AMOUNT
093100     END-IF.
093200     EVALUATE TRUE
093300         WHEN NOT RTN-ORIG-FOUND (WS-RTN-IDX)
093400             MOVE 'NORCPT  ' TO WS-RESULT
093500         WHEN RTN-RETURNED-BEFORE (WS-RTN-IDX)
093600             MOVE 'RETURNED' TO WS-RESULT
093700         WHEN RTN-FEED-STUDENT (WS-RTN-IDX) NOT = SPACES
093800             AND RTN-FEED-STUDENT (WS-RTN-IDX) NOT =
093900                 RTN-ORIG-STUDENT (WS-RTN-IDX)
094000             MOVE 'WRONGID ' TO WS-RESULT
094100         WHEN WS-RETURN-AMOUNT > RTN-ORIG-AMOUNT (WS-RTN-IDX)
094200             MOVE 'OVERAMT ' TO WS-RESULT
094300         WHEN OTHER
094400             MOVE 'REVERSED' TO WS-RESULT
094500     END-EVALUATE.
094600     IF WS-RESULT NOT = 'REVERSED'
094700         ADD 1 TO WS-REJECT-COUNT
094800         ADD WS-RETURN-AMOUNT TO WS-REJECT-TOTAL
094900         GO TO 2100-WRITE-REGISTER-LINE
095000     END-IF.
095100     ADD 1 TO WS-RETURN-COUNT.
095200     ADD WS-RETURN-AMOUNT TO WS-RETURN-TOTAL.
095300     IF WS-FEE-AMOUNT > 0
095400         ADD 1 TO WS-FEE-COUNT
095500         ADD WS-FEE-AMOUNT TO WS-FEE-TOTAL
095600     END-IF.
095700     IF SP-PRODUCTION-MODE
095800         PERFORM 2200-POST-TO-SUBLEDGER
095900             THRU 2200-POST-TO-SUBLEDGER-EXIT
096000         IF WS-PLAN-FILE-OPEN
096100             PERFORM 2300-BACK-OUT-OF-PLANS
096200                 THRU 2300-BACK-OUT-OF-PLANS-EXIT
096300         END-IF
096400     END-IF.
096500     IF WS-CASH-TYPE NOT = SPACES
096600         PERFORM 2400-CHECK-CASH-ONLY
096700             THRU 2400-CHECK-CASH-ONLY-EXIT
096800     END-IF.
096900 2100-WRITE-REGISTER-LINE.
097000     MOVE SPACES TO RP-REPORT-RECORD.
097100     MOVE RTN-RECEIPT-NO (WS-RTN-IDX) TO RPR-RECEIPT-NO.
097200     IF RTN-ORIG-FOUND (WS-RTN-IDX)
097300         MOVE RTN-ORIG-STUDENT (WS-RTN-IDX) TO RPR-STUDENT-ID
097400         MOVE RTN-ORIG-DATE (WS-RTN-IDX) TO RPR-POSTED-DATE
097500     ELSE
097600         MOVE RTN-FEED-STUDENT (WS-RTN-IDX) TO RPR-STUDENT-ID
097700     END-IF.
097800     MOVE RTN-RETURN-DATE (WS-RTN-IDX) TO RPR-RETURN-DATE.
097900     IF RTN-TYPE (WS-RTN-IDX) = 'N'
098000         MOVE 'NSF' TO RPR-TYPE
098100     ELSE
098200         MOVE 'CBK' TO RPR-TYPE
098300     END-IF.
098400     MOVE WS-RETURN-AMOUNT TO RPR-AMOUNT.
098500     IF WS-RESULT = 'REVERSED'
098600         MOVE WS-FEE-AMOUNT TO RPR-FEE
098700     END-IF.
098800     MOVE WS-RESULT TO RPR-RESULT.
098900     MOVE WS-HOLD-FLAG TO RPR-HOLD.
099000     WRITE RP-REPORT-RECORD.
099100 2100-APPLY-ONE-RETURN-EXIT.
099200     EXIT.
099300*--------------------------------------------------------------*
099400* 2200-POST-TO-SUBLEDGER - THE REVERSAL AS A CATEGORY-B DEBIT   *
099500* ON THE STUDENT'S STUACCT ACCOUNT CARRYING THE RECEIPT NUMBER, *
099600* THEN THE RETURNED-ITEM FEE AS A CATEGORY-D CHARGE.            *
099700*--------------------------------------------------------------*
099800 2200-POST-TO-SUBLEDGER.
099900     MOVE SPACES TO STU-ACCT-RECORD.
100000     MOVE RTN-ORIG-STUDENT (WS-RTN-IDX) TO SUB-STUDENT-ID.
100100     ACCEPT SUB-POST-DATE FROM DATE YYYYMMDD.
100200     ACCEPT SUB-POST-TIME FROM TIME.
100300     MOVE 'RETPOST ' TO SUB-SOURCE.
100400     MOVE 'B' TO SUB-CATEGORY.
100500     MOVE WS-RETURN-AMOUNT TO SUB-AMOUNT.
100600     MOVE SPACES TO SUB-DESC.
100700     MOVE 'RETURNED' TO SUB-DESC (1:8).
100800     MOVE RTN-RECEIPT-NO (WS-RTN-IDX) TO SUB-DESC (9:8).
100900     IF RTN-TYPE (WS-RTN-IDX) = 'N'
101000         MOVE 'NSF' TO SUB-DESC (18:3)
101100     ELSE
101200         MOVE 'CBK' TO SUB-DESC (18:3)
101300     END-IF.
101400     WRITE STU-ACCT-RECORD.
101400     IF WS-ACCT-OK
101400         PERFORM 8700-JOURNAL-ACCT-POST
101400             THRU 8700-JOURNAL-ACCT-POST-EXIT
101400         PERFORM 8780-POST-ACCT-BALANCE
101400             THRU 8780-POST-ACCT-BALANCE-EXIT
101400     END-IF.
101500     IF WS-FEE-AMOUNT = 0
101600         GO TO 2200-POST-TO-SUBLEDGER-EXIT
101700     END-IF.
101800     MOVE 'D' TO SUB-CATEGORY.
101900     MOVE WS-FEE-AMOUNT TO SUB-AMOUNT.
102000     MOVE SPACES TO SUB-DESC.
102100     MOVE 'RETURN FEE ' TO SUB-DESC (1:11).
102200     MOVE RTN-RECEIPT-NO (WS-RTN-IDX) TO SUB-DESC (12:8).
102300     WRITE STU-ACCT-RECORD.
102300     IF WS-ACCT-OK
102300         PERFORM 8700-JOURNAL-ACCT-POST
102300             THRU 8700-JOURNAL-ACCT-POST-EXIT
102300         PERFORM 8780-POST-ACCT-BALANCE
102300             THRU 8780-POST-ACCT-BALANCE-EXIT
102300     END-IF.
102400 2200-POST-TO-SUBLEDGER-EXIT.
102500     EXIT.
102600*--------------------------------------------------------------*
102700* 2300-BACK-OUT-OF-PLANS - WHAT CASHPOST APPLIED OF THE PAYMENT *
102800* TO THE STUDENT'S PLAN INSTALLMENTS COMES BACK OFF THEM,       *
102900* LATEST DUE DATE FIRST - THE REVERSE OF THE ORDER IT WENT ON - *
103000* UNTIL THE RETURN IS USED UP OR NOTHING PAID IS LEFT.          *
103100*--------------------------------------------------------------*
103200 2300-BACK-OUT-OF-PLANS.
103300     MOVE WS-RETURN-AMOUNT TO WS-PLAN-REMAINING.
103400     SET WS-SCAN-MORE TO TRUE.
103500     PERFORM UNTIL WS-SCAN-DONE
103600         PERFORM 2310-FIND-NEWEST-PAID
103700             THRU 2310-FIND-NEWEST-PAID-EXIT
103800         IF WS-NEWEST-FOUND
103900             PERFORM 2350-BACK-OUT-ONE-INSTALLMENT
104000                 THRU 2350-BACK-OUT-ONE-INSTALLMENT-EXIT
104100         END-IF
104200         IF WS-NEWEST-NOT-FOUND
104300             OR WS-PLAN-REMAINING = 0
104400             SET WS-SCAN-DONE TO TRUE
104500         END-IF
104600     END-PERFORM.
104700 2300-BACK-OUT-OF-PLANS-EXIT.
104800     EXIT.
104900*--------------------------------------------------------------*
105000* 2310-FIND-NEWEST-PAID - BROWSES THE STUDENT'S ACTIVE AND      *
105100* COMPLETED PLANS FOR THE INSTALLMENT WITH SOMETHING PAID AND   *
105200* THE LATEST DUE DATE.                                          *
105300*--------------------------------------------------------------*
105400 2310-FIND-NEWEST-PAID.
105500     SET WS-NEWEST-NOT-FOUND TO TRUE.
105600     MOVE 0 TO WS-NEWEST-DUE-DATE.
105700     MOVE RTN-ORIG-STUDENT (WS-RTN-IDX) TO PPL-STUDENT-ID.
105800     MOVE LOW-VALUES TO PPL-TERM.
105900     START RP-PLAN-FILE KEY IS NOT LESS THAN PPL-KEY
106000         INVALID KEY
106100             GO TO 2310-FIND-NEWEST-PAID-EXIT
106200     END-START.
106300     SET WS-NOT-AT-EOF TO TRUE.
106400     PERFORM UNTIL WS-AT-EOF
106500         READ RP-PLAN-FILE NEXT RECORD
106600             AT END
106700                 SET WS-AT-EOF TO TRUE
106800             NOT AT END
106900                 IF PPL-STUDENT-ID NOT =
107000                     RTN-ORIG-STUDENT (WS-RTN-IDX)
107100                     SET WS-AT-EOF TO TRUE
107200                 ELSE
107300                     IF PPL-ACTIVE OR PPL-COMPLETE
107400                         PERFORM 2320-CHECK-ONE-PLAN
107500                             THRU 2320-CHECK-ONE-PLAN-EXIT
107600                     END-IF
107700                 END-IF
107800         END-READ
107900     END-PERFORM.
108000 2310-FIND-NEWEST-PAID-EXIT.
108100     EXIT.
108200*--------------------------------------------------------------*
108300* 2320-CHECK-ONE-PLAN - THE PLAN'S PAID INSTALLMENTS AGAINST    *
108400* THE NEWEST FOUND SO FAR.                                      *
108500*--------------------------------------------------------------*
108600 2320-CHECK-ONE-PLAN.
108700     PERFORM VARYING WS-INST-IDX FROM 1 BY 1
108800             UNTIL WS-INST-IDX > PPL-INST-COUNT
108900         IF PPI-PAID-AMOUNT (WS-INST-IDX) > 0
109000             AND PPI-DUE-DATE (WS-INST-IDX) > WS-NEWEST-DUE-DATE
109100             SET WS-NEWEST-FOUND TO TRUE
109200             MOVE PPL-KEY TO WS-NEWEST-KEY
109300             MOVE WS-INST-IDX TO WS-NEWEST-IDX
109400             MOVE PPI-DUE-DATE (WS-INST-IDX) TO WS-NEWEST-DUE-DATE
109500         END-IF
109600     END-PERFORM.
109700 2320-CHECK-ONE-PLAN-EXIT.
109800     EXIT.
109900*--------------------------------------------------------------*
110000* 2350-BACK-OUT-ONE-INSTALLMENT - AS MUCH OF WHAT IS LEFT OF    *
110100* THE RETURN AS THE NEWEST INSTALLMENT HAS PAID. IT IS OPEN     *
110200* AGAIN IF NOTHING IS LEFT PAID, PARTIALLY PAID OTHERWISE, PAST *
110300* DUE EITHER WAY ONCE ITS DUE DATE HAS GONE; A COMPLETED PLAN   *
110400* IS ACTIVE AGAIN.                                              *
110500*--------------------------------------------------------------*
110600 2350-BACK-OUT-ONE-INSTALLMENT.
110700     MOVE WS-NEWEST-KEY TO PPL-KEY.
110800     READ RP-PLAN-FILE
110900         INVALID KEY
111000             SET WS-NEWEST-NOT-FOUND TO TRUE
111100             GO TO 2350-BACK-OUT-ONE-INSTALLMENT-EXIT
111200     END-READ.
111300     IF WS-PLAN-REMAINING < PPI-PAID-AMOUNT (WS-NEWEST-IDX)
111400         MOVE WS-PLAN-REMAINING TO WS-PLAN-APPLY
111500     ELSE
111600         MOVE PPI-PAID-AMOUNT (WS-NEWEST-IDX) TO WS-PLAN-APPLY
111700     END-IF.
111800     SUBTRACT WS-PLAN-APPLY FROM PPI-PAID-AMOUNT (WS-NEWEST-IDX).
111900     SUBTRACT WS-PLAN-APPLY FROM WS-PLAN-REMAINING.
112000     ADD 1 TO WS-PLAN-BACKOUT-COUNT.
112100     ADD WS-PLAN-APPLY TO WS-PLAN-BACKOUT-AMOUNT.
112200     EVALUATE TRUE
112300         WHEN PPI-DUE-DATE (WS-NEWEST-IDX) < WS-BUSINESS-DATE
112400             SET PPI-PAST-DUE (WS-NEWEST-IDX) TO TRUE
112500         WHEN PPI-PAID-AMOUNT (WS-NEWEST-IDX) = 0
112600             SET PPI-OPEN (WS-NEWEST-IDX) TO TRUE
112700         WHEN OTHER
112800             SET PPI-PARTIAL (WS-NEWEST-IDX) TO TRUE
112900     END-EVALUATE.
113000     IF PPL-COMPLETE
113100         SET PPL-ACTIVE TO TRUE
113200     END-IF.
113300     REWRITE PAY-PLAN-RECORD.
113400 2350-BACK-OUT-ONE-INSTALLMENT-EXIT.
113500     EXIT.
113600*--------------------------------------------------------------*
113700* 2400-CHECK-CASH-ONLY - THIS RETURN ADDED TO THE STUDENT'S     *
113800* EARLIER ONES; AT THE RETPARM COUNT A CASH-ONLY HOLD IS PLACED *
113900* AS OF THE BUSINESS DATE UNLESS ONE IS ALREADY IN FORCE.       *
114000*--------------------------------------------------------------*
114100 2400-CHECK-CASH-ONLY.
114200     MOVE RTN-ORIG-STUDENT (WS-RTN-IDX) TO WS-SEARCH-ID.
114300     PERFORM 1300-FIND-STUDENT
114400         THRU 1300-FIND-STUDENT-EXIT.
114500     IF WS-NOT-FOUND
114600         GO TO 2400-CHECK-CASH-ONLY-EXIT
114700     END-IF.
114800     ADD 1 TO RST-RETURNS (WS-STU-IDX).
114900     IF RST-RETURNS (WS-STU-IDX) < WS-HOLD-AT-COUNT
115000         GO TO 2400-CHECK-CASH-ONLY-EXIT
115100     END-IF.
115200     IF SP-TEST-MODE
115300         MOVE WS-CASH-TYPE TO WS-HOLD-FLAG
115400         ADD 1 TO WS-HOLD-COUNT
115500         GO TO 2400-CHECK-CASH-ONLY-EXIT
115600     END-IF.
115700     IF NOT WS-HOLD-FILE-OPEN
115800         GO TO 2400-CHECK-CASH-ONLY-EXIT
115900     END-IF.
116000     SET WS-HOLD-NONE TO TRUE.
116100     MOVE WS-SEARCH-ID TO SHD-STUDENT-ID.
116200     MOVE WS-CASH-TYPE TO SHD-HOLD-TYPE.
116300     MOVE ZERO TO SHD-PLACED-DATE.
116400     START RP-HOLD-FILE KEY IS NOT LESS THAN SHD-KEY
116500         INVALID KEY
116600             GO TO 2400-PLACE-HOLD
116700     END-START.
116800     SET WS-SCAN-MORE TO TRUE.
116900     PERFORM UNTIL WS-SCAN-DONE
117000         READ RP-HOLD-FILE NEXT RECORD
117100             AT END
117200                 SET WS-SCAN-DONE TO TRUE
117300             NOT AT END
117400                 IF SHD-STUDENT-ID NOT = WS-SEARCH-ID
117500                     OR SHD-HOLD-TYPE NOT = WS-CASH-TYPE
117600                     SET WS-SCAN-DONE TO TRUE
117700                 ELSE
117800                     IF SHD-IN-FORCE
117900                         SET WS-HOLD-FOUND TO TRUE
118000                         SET WS-SCAN-DONE TO TRUE
118100                     END-IF
118200                 END-IF
118300         END-READ
118400     END-PERFORM.
118500     IF WS-HOLD-FOUND
118600         GO TO 2400-CHECK-CASH-ONLY-EXIT
118700     END-IF.
118800 2400-PLACE-HOLD.
118900     MOVE SPACES TO STU-HOLD-RECORD.
119000     MOVE WS-SEARCH-ID TO SHD-STUDENT-ID.
119100     MOVE WS-CASH-TYPE TO SHD-HOLD-TYPE.
119200     MOVE WS-BUSINESS-DATE TO SHD-PLACED-DATE.
119300     MOVE WS-CASH-OFFICE TO SHD-OFFICE.
119400     MOVE WS-CASH-BLOCK-REG TO SHD-BLOCK-REG.
119500     MOVE WS-CASH-BLOCK-TRAN TO SHD-BLOCK-TRAN.
119600     MOVE ZERO TO SHD-RELEASED-DATE.
119700     MOVE 'RETURNED PAYMENTS - CASH ONLY' TO SHD-REASON.
119800     MOVE 'RETPOST ' TO SHD-PLACED-BY.
119900     WRITE STU-HOLD-RECORD
120000         INVALID KEY
120100             DISPLAY 'RETPOST: CASH-ONLY HOLD FOR '
120200                 SHD-STUDENT-ID ' ALREADY PLACED TODAY'
120300             GO TO 2400-CHECK-CASH-ONLY-EXIT
120400     END-WRITE.
120500     MOVE WS-CASH-TYPE TO WS-HOLD-FLAG.
120600     ADD 1 TO WS-HOLD-COUNT.
120700 2400-CHECK-CASH-ONLY-EXIT.
120800     EXIT.
120900*--------------------------------------------------------------*
121000* 2500-WRITE-RETURN-DETAIL - THE NIGHT'S REVERSALS AS ONE       *
121100* SUMMARIZED CATEGORY-B DEBIT AND ITS FEES AS ONE CATEGORY-D    *
121200* CHARGE ON THE WORK FILE, FOLDED INTO THE CONTROL TOTALS.      *
121300*--------------------------------------------------------------*
121400 2500-WRITE-RETURN-DETAIL.
121500     MOVE SPACES TO TXN-RECORD.
121600     MOVE 'D' TO TXN-RECORD-TYPE.
121700     MOVE 'B' TO TXN-CATEGORY.
121800     MOVE 'I' TO TXN-FUND-CODE.
121900     MOVE WS-RETURN-TOTAL TO TXN-AMOUNT.
122000     PERFORM 0170-TALLY-ONE-DETAIL
122100         THRU 0170-TALLY-ONE-DETAIL-EXIT.
122200     MOVE TXN-RECORD TO RP-WORK-RECORD.
122300     WRITE RP-WORK-RECORD.
122400     IF WS-FEE-TOTAL = 0
122500         GO TO 2500-WRITE-RETURN-DETAIL-EXIT
122600     END-IF.
122700     MOVE SPACES TO TXN-RECORD.
122800     MOVE 'D' TO TXN-RECORD-TYPE.
122900     MOVE 'D' TO TXN-CATEGORY.
123000     MOVE 'I' TO TXN-FUND-CODE.
123100     MOVE WS-FEE-TOTAL TO TXN-AMOUNT.
123200     PERFORM 0170-TALLY-ONE-DETAIL
123300         THRU 0170-TALLY-ONE-DETAIL-EXIT.
123400     MOVE TXN-RECORD TO RP-WORK-RECORD.
123500     WRITE RP-WORK-RECORD.
123600 2500-WRITE-RETURN-DETAIL-EXIT.
123700     EXIT.
123800*--------------------------------------------------------------*
123900* 8000-REWRITE-TXN-FEED - THE COMBINED FEED BACK TO ADTXN WITH  *
124000* ONE FRESH CONTROL HEADER. A TEST-MODE RUN LEAVES ADTXN        *
124100* EXACTLY AS IT FOUND IT.                                       *
124200*--------------------------------------------------------------*
124300 8000-REWRITE-TXN-FEED.
124400     CLOSE RP-WORK-FILE.
124500     IF SP-TEST-MODE
124600         GO TO 8000-REWRITE-TXN-FEED-EXIT
124700     END-IF.
124800     OPEN OUTPUT RP-TXN-FILE.
124900     MOVE SPACES TO TXN-RECORD.
125000     MOVE 'H' TO TXN-RECORD-TYPE.
125100     MOVE WS-TXN-COUNT TO HDR-DECLARED-COUNT.
125200     MOVE WS-HASH-A TO HDR-HASH-A.
125300     MOVE WS-HASH-B TO HDR-HASH-B.
125400     MOVE WS-HASH-C TO HDR-HASH-C.
125500     MOVE WS-HASH-D TO HDR-HASH-D.
125600     MOVE WS-HASH-E TO HDR-HASH-E.
125700     WRITE TXN-RECORD.
125800     SET WS-NOT-AT-EOF TO TRUE.
125900     OPEN INPUT RP-WORK-FILE.
126000     PERFORM 8100-READ-ONE-WORK-RECORD
126100         THRU 8100-READ-ONE-WORK-RECORD-EXIT.
126200     PERFORM UNTIL WS-AT-EOF
126300         MOVE RP-WORK-RECORD TO TXN-RECORD
126400         WRITE TXN-RECORD
126500         PERFORM 8100-READ-ONE-WORK-RECORD
126600             THRU 8100-READ-ONE-WORK-RECORD-EXIT
126700     END-PERFORM.
126800     CLOSE RP-WORK-FILE.
126900     CLOSE RP-TXN-FILE.
127000 8000-REWRITE-TXN-FEED-EXIT.
127100     EXIT.
127200*--------------------------------------------------------------*
127300* 8100-READ-ONE-WORK-RECORD - A SINGLE READ OF RETWRK.          *
127400*--------------------------------------------------------------*
127500 8100-READ-ONE-WORK-RECORD.
127600     READ RP-WORK-FILE
127700         AT END SET WS-AT-EOF TO TRUE
127800     END-READ.
127900 8100-READ-ONE-WORK-RECORD-EXIT.
128000     EXIT.
128100*--------------------------------------------------------------*
128200* 8500-WRITE-RUN-TOTALS - THE PAYMENTS REVERSED, THE FEES, THE  *
128300* PLAN BACK-OUTS, THE HOLDS AND THE REFUSALS, FOR THE BURSAR'S  *
128400* BALANCING AGAINST THE BANK AND THE CARD PROCESSOR.            *
128500*--------------------------------------------------------------*
128600 8500-WRITE-RUN-TOTALS.
128700     MOVE SPACES TO RP-REPORT-RECORD.
128800     WRITE RP-REPORT-RECORD.
128900     MOVE 'PAYMENTS REVERSED' TO RPT-LABEL.
129000     MOVE WS-RETURN-COUNT TO RPT-COUNT.
129100     MOVE WS-RETURN-TOTAL TO RPT-AMOUNT.
129200     WRITE RP-REPORT-RECORD.
129300     MOVE SPACES TO RP-REPORT-RECORD.
129400     MOVE 'RETURNED-ITEM FEES' TO RPT-LABEL.
129500     MOVE WS-FEE-COUNT TO RPT-COUNT.
129600     MOVE WS-FEE-TOTAL TO RPT-AMOUNT.
129700     WRITE RP-REPORT-RECORD.
129800     MOVE SPACES TO RP-REPORT-RECORD.
129900     MOVE 'BACKED OUT OF PLANS' TO RPT-LABEL.
130000     MOVE WS-PLAN-BACKOUT-COUNT TO RPT-COUNT.
130100     MOVE WS-PLAN-BACKOUT-AMOUNT TO RPT-AMOUNT.
130200     WRITE RP-REPORT-RECORD.
130300     MOVE SPACES TO RP-REPORT-RECORD.
130400     MOVE 'CASH-ONLY HOLDS PLACED' TO RPT-LABEL.
130500     MOVE WS-HOLD-COUNT TO RPT-COUNT.
130600     WRITE RP-REPORT-RECORD.
130700     MOVE SPACES TO RP-REPORT-RECORD.
130800     MOVE 'RETURNS REFUSED' TO RPT-LABEL.
130900     MOVE WS-REJECT-COUNT TO RPT-COUNT.
131000     MOVE WS-REJECT-TOTAL TO RPT-AMOUNT.
131100     WRITE RP-REPORT-RECORD.
131200 8500-WRITE-RUN-TOTALS-EXIT.
131300     EXIT.
131300*--------------------------------------------------------------*
131300* 8700-JOURNAL-ACCT-POST - THE STUACCT POSTING JUST WRITTEN,   *
131300* ONTO THE RCVJRNL FORWARD-RECOVERY JOURNAL.                   *
131300*--------------------------------------------------------------*
131300 8700-JOURNAL-ACCT-POST.
131300     MOVE 'RETPOST ' TO JR-PROGRAM-ID.
131300     SET JR-FILE-ACCOUNT TO TRUE.
131300     SET JR-ADD TO TRUE.
131300     MOVE SPACES TO JR-RECORD-KEY.
131300     MOVE SUB-STUDENT-ID TO JR-RECORD-KEY (1:9).
131300     MOVE SPACES TO JR-BEFORE-IMAGE.
131300     MOVE STU-ACCT-RECORD TO JR-AFTER-IMAGE.
131300     CALL 'JRNLLOG' USING JRNL-PARM-BLOCK.
131300 8700-JOURNAL-ACCT-POST-EXIT.
131300     EXIT.
131300*--------------------------------------------------------------*
131300* 8780-POST-ACCT-BALANCE - THE STUACCT POSTING JUST WRITTEN,   *
131300* ONTO THE STUDENT'S STUBAL BALANCE RECORD THROUGH BALPOST, IN *
131300* THE SAME UNIT OF WORK AS THE WRITE.                          *
131300*--------------------------------------------------------------*
131300 8780-POST-ACCT-BALANCE.
131300     MOVE 'RETPOST ' TO BP-PROGRAM-ID.
131300     SET BP-POST TO TRUE.
131300     MOVE STU-ACCT-RECORD TO BP-ACCT-RECORD.
131300     CALL 'BALPOST' USING BAL-PARM-BLOCK.
131300 8780-POST-ACCT-BALANCE-EXIT.
131300     EXIT.
131400*--------------------------------------------------------------*
131500* 9999-EXIT                                                    *
131600*--------------------------------------------------------------*
131700 9999-EXIT.
131800     STOP RUN.
