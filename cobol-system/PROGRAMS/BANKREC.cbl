000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BANKREC.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - BANK DEPOSIT RECONCILIATION.  *
001100*                THE BANK'S DAILY BAI STATEMENT (BANKSTMT) IS   *
001200*                MATCHED TO THE BOOKS: EACH DEPOSIT AND LOCKBOX *
001300*                CREDIT TO CASHPOST'S RECEIPTS ON CASHJRNL BY   *
001400*                RECEIPT DATE AND SOURCE (WINDOW OR LOCKBOX),   *
001500*                EACH REFUND DISBURSEMENT DEBIT TO A REFUND     *
001600*                RELEASED ON REFPEND, EACH RETURNED-ITEM DEBIT  *
001700*                TO A RETPOST REVERSAL ON STUACCT. WHAT DOES    *
001800*                NOT MATCH ON EITHER SIDE CARRIES FORWARD ON    *
001900*                BANKOUT UNTIL IT CLEARS. BANKRPT SHOWS THE     *
002000*                BOOK BALANCE, THE BANK BALANCE AND THE         *
002100*                RECONCILING ITEMS. TEST MODE WRITES THE REPORT *
002200*                ONLY.                                          *
002200* 10/15/26  DW   REFUNDS ARE CARRIED UNDER THEIR CHECK OR ACH   *
002200*                TRACE NUMBER AND MATCH A BANK DEBIT WHOSE      *
002200*                CUSTOMER REFERENCE AGREES. A VOIDED OR         *
002200*                RETURNED REFUND GOES BACK INTO THE BOOK        *
002200*                BALANCE, CANCELLING ITS DISBURSEMENT WHILE     *
002200*                STILL OUTSTANDING AND OTHERWISE AWAITING THE   *
002200*                BANK'S RETURN CREDIT (BAI 257).                *
002200* 10/15/26  DW   REFPEND RECORD LAYOUT EXTENDED TO 136 BYTES    *
002200*                FOR THE REFSCRN FRAUD SCREEN AND               *
002200*                SECOND-SUPERVISOR FIELDS.                      *
002300*--------------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT BK-PARM-FILE ASSIGN TO BANKPARM
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-PARM-STATUS.
003000     SELECT BK-STMT-FILE ASSIGN TO BANKSTMT
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-STMT-STATUS.
003300     SELECT BK-OUTST-FILE ASSIGN TO BANKOUT
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-OUTST-STATUS.
003600     SELECT BK-JRNL-FILE ASSIGN TO CASHJRNL
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-JRNL-STATUS.
003900     SELECT BK-PEND-FILE ASSIGN TO REFPEND
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-PEND-STATUS.
004200     SELECT BK-ACCT-FILE ASSIGN TO STUACCT
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-ACCT-STATUS.
004500     SELECT BK-REPORT-FILE ASSIGN TO BANKRPT
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-REPORT-STATUS.
004800     SELECT BK-CAL-FILE ASSIGN TO SUITECAL
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-CAL-STATUS.
005100     SELECT SUITE-PARM-FILE ASSIGN TO SUITEPRM
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-SUITE-STATUS.
005400     SELECT BK-CYCLENO-FILE ASSIGN TO CYCLENO
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-CYCLENO-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  BK-PARM-FILE.
006000 01  BKP-CARD.
006100     05  BKP-CARD-TYPE        PIC X(01).
006200         88  BKP-LAG-CARD     VALUE 'L'.
006300         88  BKP-START-CARD   VALUE 'B'.
006400     05  BKP-CARD-BODY        PIC X(79).
006500 01  BKP-LAG-R REDEFINES BKP-CARD.
006600     05  FILLER               PIC X(01).
006700     05  BKP-LAG-DAYS         PIC 9(02).
006800     05  FILLER               PIC X(77).
006900 01  BKP-START-R REDEFINES BKP-CARD.
007000     05  FILLER               PIC X(01).
007100     05  BKP-BOOK-THROUGH     PIC 9(08).
007200     05  BKP-BOOK-BALANCE     PIC S9(09)V99
007300                              SIGN LEADING SEPARATE.
007400     05  FILLER               PIC X(59).
007500*--------------------------------------------------------------*
007600* BANKSTMT - THE BANK'S PREVIOUS-DAY STATEMENT, BAI RECORD      *
007700* CODES IN FIXED COLUMNS. 03 CARRIES THE ACCOUNT'S STATEMENT    *
007800* DATE AND LEDGER BALANCES, 16 ONE TRANSACTION WITH ITS BAI     *
007900* TYPE CODE. OTHER RECORD CODES ARE FRAMING AND ARE SKIPPED.    *
008000*--------------------------------------------------------------*
008100 FD  BK-STMT-FILE.
008200 01  BST-RECORD.
008300     05  BST-RECORD-CODE      PIC X(02).
008400         88  BST-ACCOUNT-RECORD VALUE '03'.
008500         88  BST-DETAIL-RECORD VALUE '16'.
008600     05  BST-RECORD-BODY      PIC X(98).
008700 01  BST-ACCOUNT-R REDEFINES BST-RECORD.
008800     05  FILLER               PIC X(02).
008900     05  BST-ACCOUNT-NO       PIC X(12).
009000     05  BST-STMT-DATE        PIC 9(08).
009100     05  BST-OPENING-LEDGER   PIC S9(09)V99
009200                              SIGN LEADING SEPARATE.
009300     05  BST-CLOSING-LEDGER   PIC S9(09)V99
009400                              SIGN LEADING SEPARATE.
009500     05  FILLER               PIC X(54).
009600 01  BST-DETAIL-R REDEFINES BST-RECORD.
009700     05  FILLER               PIC X(02).
009800     05  BST-TYPE-CODE        PIC 9(03).
009900         88  BST-LOCKBOX-CREDIT VALUE 115.
009910         88  BST-ACH-RETURN-CREDIT VALUE 257.
009920         88  BST-ANY-CREDIT   VALUE 100 THRU 399.
010100         88  BST-REFUND-DEBIT VALUE 455 475 495.
010200         88  BST-RETURN-DEBIT VALUE 555.
010300         88  BST-ANY-DEBIT    VALUE 400 THRU 699.
010400     05  BST-AMOUNT           PIC 9(09)V99.
010500     05  BST-VALUE-DATE       PIC 9(08).
010600     05  BST-BANK-REF         PIC X(16).
010700     05  BST-CUST-REF         PIC X(16).
010800     05  BST-TEXT             PIC X(20).
010900     05  FILLER               PIC X(24).
011000*--------------------------------------------------------------*
011100* BANKOUT - THE OUTSTANDING ITEMS CARRIED FROM NIGHT TO NIGHT.  *
011200* THE C RECORD HOLDS THE LATEST BOOK DATE ALREADY TAKEN UP AND  *
011300* THE BOOK AND BANK BALANCES; EACH I RECORD ONE ITEM NOT YET    *
011400* MATCHED, BOOK SIDE (B) OR BANK SIDE (K).                      *
011500*--------------------------------------------------------------*
011600 FD  BK-OUTST-FILE.
011700 01  BKO-RECORD.
011800     05  BKO-RECORD-TYPE      PIC X(01).
011900         88  BKO-CONTROL-RECORD VALUE 'C'.
012000         88  BKO-ITEM-RECORD  VALUE 'I'.
012100     05  BKO-RECORD-BODY      PIC X(79).
012200 01  BKO-CONTROL-R REDEFINES BKO-RECORD.
012300     05  FILLER               PIC X(01).
012400     05  BKC-BOOK-THROUGH     PIC 9(08).
012500     05  BKC-BOOK-BALANCE     PIC S9(09)V99
012600                              SIGN LEADING SEPARATE.
012700     05  BKC-BANK-BALANCE     PIC S9(09)V99
012800                              SIGN LEADING SEPARATE.
012900     05  BKC-STMT-DATE        PIC 9(08).
013000     05  FILLER               PIC X(39).
013100 01  BKO-ITEM-R REDEFINES BKO-RECORD.
013200     05  FILLER               PIC X(01).
013300     05  BKI-SIDE             PIC X(01).
013400     05  BKI-KIND             PIC X(03).
013500     05  BKI-DATE             PIC 9(08).
013600     05  BKI-AMOUNT           PIC 9(09)V99.
013700     05  BKI-REF              PIC X(16).
013800     05  BKI-FIRST-DATE       PIC 9(08).
013900     05  FILLER               PIC X(32).
014000 FD  BK-JRNL-FILE.
014100 COPY CASHJREC.
014200 FD  BK-PEND-FILE.
014300 01  RFQ-RECORD.
014400     05  RFQ-STATUS           PIC X(01).
014410         88  RFQ-APPLIED      VALUE 'D'.
014420         88  RFQ-VOIDED       VALUE 'V'.
014600     05  RFQ-STUDENT-ID       PIC 9(09).
014700     05  RFQ-AMOUNT           PIC 9(07)V99.
014800     05  RFQ-REQUEST-DATE     PIC 9(08).
014900     05  RFQ-REQUEST-TIME     PIC 9(08).
015000     05  RFQ-REVIEW-OPER      PIC X(08).
015100     05  RFQ-REVIEW-DATE      PIC 9(08).
015200     05  RFQ-REASON           PIC X(20).
015300     05  RFQ-RELEASE-DATE     PIC 9(08).
015310     05  RFQ-PAY-METHOD       PIC X(01).
015320     05  RFQ-PAY-REF          PIC X(15).
015330     05  RFQ-VOID-DATE        PIC 9(08).
015340     05  RFQ-SCREEN-DATE      PIC 9(08).
015350     05  RFQ-SCREEN-RESULT    PIC X(01).
015360     05  RFQ-RISK-SCORE       PIC 9(03).
015370     05  RFQ-RISK-FLAGS       PIC X(05).
015380     05  RFQ-SECOND-OPER      PIC X(08).
015390     05  RFQ-SECOND-DATE      PIC 9(08).
015400 FD  BK-ACCT-FILE.
015500 COPY STUACREC.
015600*--------------------------------------------------------------*
015700* BANKRPT - THE RECONCILIATION: BANK BALANCE, THE RECONCILING   *
015800* ITEMS BY KIND, ADJUSTED BANK AGAINST BOOK, THEN EVERY ITEM    *
015900* STILL OUTSTANDING WITH ITS AGE.                               *
016000*--------------------------------------------------------------*
016100 FD  BK-REPORT-FILE.
016200 01  BK-REPORT-RECORD.
016300     05  BKR-LABEL            PIC X(36).
016400     05  BKR-COUNT            PIC ZZZZZ9.
016500     05  FILLER               PIC X(01).
016600     05  BKR-AMOUNT           PIC -ZZZZZZZZ9.99.
016700     05  FILLER               PIC X(24).
016800 01  BKR-ITEM-R REDEFINES BK-REPORT-RECORD.
016900     05  BKR-SIDE             PIC X(04).
017000     05  FILLER               PIC X(01).
017100     05  BKR-KIND             PIC X(03).
017200     05  FILLER               PIC X(01).
017300     05  BKR-DATE             PIC 9(08).
017400     05  FILLER               PIC X(01).
017500     05  BKR-ITEM-AMOUNT      PIC ZZZZZZZZ9.99.
017600     05  FILLER               PIC X(01).
017700     05  BKR-REF              PIC X(16).
017800     05  FILLER               PIC X(01).
017900     05  BKR-DAYS             PIC ZZZZ9.
018000     05  FILLER               PIC X(01).
018100     05  BKR-DAYS-LABEL       PIC X(04).
018200     05  FILLER               PIC X(22).
018300 FD  BK-CAL-FILE.
018400 01  CAL-RECORD.
018500     05  CAL-BUSINESS-DATE    PIC 9(08).
018600     05  CAL-MONTH-END-FLAG   PIC X(01).
018700     05  CAL-YEAR-END-FLAG    PIC X(01).
018800 FD  SUITE-PARM-FILE.
018900 01  SP-PARM-CARD             PIC X(11).
019000 FD  BK-CYCLENO-FILE.
019100 01  CYCLENO-CARD.
019200     05  CYC-CYCLE-NUMBER     PIC 9(06).
019300 WORKING-STORAGE SECTION.
019400 01  WS-SUITE-STATUS          PIC X(02).
019500     88  WS-SUITE-OK          VALUE '00'.
019600 01  WS-CYCLENO-STATUS        PIC X(02).
019700     88  WS-CYCLENO-OK        VALUE '00'.
019800 01  WS-PARM-STATUS           PIC X(02).
019900     88  WS-PARM-OK           VALUE '00'.
020000 01  WS-STMT-STATUS           PIC X(02).
020100     88  WS-STMT-OK           VALUE '00'.
020200 01  WS-OUTST-STATUS          PIC X(02).
020300     88  WS-OUTST-OK          VALUE '00'.
020400 01  WS-JRNL-STATUS           PIC X(02).
020500     88  WS-JRNL-OK           VALUE '00'.
020600 01  WS-PEND-STATUS           PIC X(02).
020700     88  WS-PEND-OK           VALUE '00'.
020800 01  WS-ACCT-STATUS           PIC X(02).
020900     88  WS-ACCT-OK           VALUE '00'.
021000 01  WS-REPORT-STATUS         PIC X(02).
021100     88  WS-REPORT-OK         VALUE '00'.
021200 01  WS-CAL-STATUS            PIC X(02).
021300     88  WS-CAL-OK            VALUE '00'.
021400 01  WS-EOF-SWITCH            PIC X(01).
021500     88  WS-AT-EOF            VALUE 'Y'.
021600     88  WS-NOT-AT-EOF        VALUE 'N'.
021700 01  WS-FOUND-SWITCH          PIC X(01).
021800     88  WS-FOUND             VALUE 'Y'.
021900     88  WS-NOT-FOUND         VALUE 'N'.
022000 01  WS-OVFL-SWITCH           PIC X(01) VALUE 'N'.
022100     88  WS-TABLE-OVERFLOWED  VALUE 'Y'.
022200 01  WS-CONTROL-SWITCH        PIC X(01) VALUE 'N'.
022300     88  WS-CONTROL-LOADED    VALUE 'Y'.
022400 01  WS-BUSINESS-DATE         PIC 9(08) VALUE 0.
022500 01  WS-LAG-DAYS              PIC 9(02) VALUE 3.
022600 01  WS-BOOK-THROUGH          PIC 9(08) VALUE 0.
022700 01  WS-NEW-THROUGH           PIC 9(08) VALUE 0.
022800 01  WS-BOOK-BALANCE          PIC S9(09)V99 VALUE 0.
022900 01  WS-BANK-BALANCE          PIC S9(09)V99 VALUE 0.
023000 01  WS-STMT-DATE             PIC 9(08) VALUE 0.
023100 01  WS-START-THROUGH         PIC 9(08) VALUE 0.
023200 01  WS-START-BALANCE         PIC S9(09)V99 VALUE 0.
023300 01  WS-ADJUSTED-BANK         PIC S9(09)V99 VALUE 0.
023400 01  WS-DIFFERENCE            PIC S9(09)V99 VALUE 0.
023500 01  WS-NEW-SIDE              PIC X(01).
023600 01  WS-NEW-KIND              PIC X(03).
023700 01  WS-NEW-DATE              PIC 9(08).
023800 01  WS-NEW-AMOUNT            PIC 9(09)V99.
023900 01  WS-NEW-REF               PIC X(16).
024000 01  WS-BOOK-INT              PIC 9(08) COMP.
024100 01  WS-BANK-INT              PIC 9(08) COMP.
024200 01  WS-FIRST-NEW-IDX         PIC 9(04) COMP VALUE 0.
024300 01  WS-ITM-COUNT             PIC 9(04) COMP VALUE 0.
024400 01  WS-ITM-MAX               PIC 9(04) COMP VALUE 3000.
024500 01  WS-ITM-IDX               PIC 9(04) COMP.
024600 01  WS-BNK-IDX               PIC 9(04) COMP.
024700 01  WS-SUM-IDX               PIC 9(01) COMP.
024800 01  WS-MATCH-COUNT           PIC 9(06) COMP VALUE 0.
024900 01  WS-MATCH-AMOUNT          PIC S9(09)V99 VALUE 0.
025000 01  WS-OUTST-COUNT           PIC 9(06) COMP VALUE 0.
025100*--------------------------------------------------------------*
025200* BK-RECON-LINES - THE FOUR KINDS OF RECONCILING ITEM, COUNTED  *
025300* AND TOTALLED FOR THE RECONCILIATION.                          *
025400*--------------------------------------------------------------*
025500 01  BK-RECON-VALUES.
025600     05  FILLER               PIC X(36)
025700         VALUE 'ADD  DEPOSITS IN TRANSIT'.
025800     05  FILLER               PIC X(36)
025900         VALUE 'LESS REFUNDS AND RETURNS NOT CLEARED'.
026000     05  FILLER               PIC X(36)
026100         VALUE 'LESS BANK CREDITS NOT ON BOOKS'.
026200     05  FILLER               PIC X(36)
026300         VALUE 'ADD  BANK DEBITS NOT ON BOOKS'.
026400 01  BK-RECON-NAMES REDEFINES BK-RECON-VALUES.
026500     05  BRN-LABEL OCCURS 4 TIMES PIC X(36).
026600 01  BK-RECON-TOTALS.
026700     05  BK-RECON-ENTRY OCCURS 4 TIMES.
026800         10  BRT-COUNT        PIC 9(06) COMP.
026900         10  BRT-AMOUNT       PIC S9(09)V99 COMP-3.
027000*--------------------------------------------------------------*
027100* BK-ITM-TABLE - THE ITEMS CARRIED IN FROM BANKOUT, THEN        *
027200* TONIGHT'S NEW BOOK AND BANK ITEMS. KINDS: WIN WINDOW DEPOSIT, *
027300* LBX LOCKBOX CREDIT, REF REFUND DISBURSEMENT, RTN RETURNED     *
027400* ITEM, OCR/ODR ANY OTHER BANK CREDIT OR DEBIT.                 *
027500*--------------------------------------------------------------*
027600 01  BK-ITM-TABLE.
027700     05  BK-ITM-ENTRY OCCURS 3000 TIMES.
027800         10  BKT-SIDE         PIC X(01).
027900             88  BKT-BOOK-SIDE VALUE 'B'.
028000             88  BKT-BANK-SIDE VALUE 'K'.
028100         10  BKT-KIND         PIC X(03).
028200             88  BKT-RECEIPT-KIND VALUE 'WIN' 'LBX' 'OCR'.
028300         10  BKT-DATE         PIC 9(08).
028400         10  BKT-AMOUNT       PIC 9(09)V99.
028500         10  BKT-REF          PIC X(16).
028600         10  BKT-FIRST-DATE   PIC 9(08).
028700         10  BKT-MATCH-SWITCH PIC X(01).
028800             88  BKT-MATCHED  VALUE 'Y'.
028900             88  BKT-OPEN     VALUE 'N'.
029000 COPY SUITEPRM.
029100 COPY CKPTPARM.
029200 COPY IOERRPRM.
029300 COPY STEPPARM.
029400 PROCEDURE DIVISION.
029500 0000-MAINLINE.
029600     PERFORM 0005-CHECK-CHECKPOINT
029700         THRU 0005-CHECK-CHECKPOINT-EXIT.
029800     MOVE 'BANKREC ' TO SL-PROGRAM-ID.
029900     SET SL-PHASE-START TO TRUE.
030000     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
030100     PERFORM 0010-READ-SUITE-PARM THRU 0010-READ-SUITE-PARM-EXIT.
030200     PERFORM 0020-READ-BUSINESS-DATE
030300         THRU 0020-READ-BUSINESS-DATE-EXIT.
030400     PERFORM 0030-READ-BANK-PARM
030500         THRU 0030-READ-BANK-PARM-EXIT.
030600     PERFORM 1000-LOAD-OUTSTANDING
030700         THRU 1000-LOAD-OUTSTANDING-EXIT.
030800     MOVE WS-BOOK-THROUGH TO WS-NEW-THROUGH.
030900     COMPUTE WS-FIRST-NEW-IDX = WS-ITM-COUNT + 1.
031000     PERFORM 2000-TAKE-UP-RECEIPTS
031100         THRU 2000-TAKE-UP-RECEIPTS-EXIT.
031200     PERFORM 2300-TAKE-UP-REFUNDS
031300         THRU 2300-TAKE-UP-REFUNDS-EXIT.
031400     PERFORM 2500-TAKE-UP-RETURNS
031500         THRU 2500-TAKE-UP-RETURNS-EXIT.
031600     PERFORM 3000-LOAD-STATEMENT
031700         THRU 3000-LOAD-STATEMENT-EXIT.
031800     IF WS-TABLE-OVERFLOWED
031900         DISPLAY 'BANKREC: MORE THAN ' WS-ITM-MAX
032000             ' RECONCILING ITEMS - NOT RECONCILED. RAISE THE '
032100             'TABLE AND RERUN.'
032200         MOVE 12 TO RETURN-CODE
032300         GO TO 9999-EXIT
032400     END-IF.
032500     PERFORM 4000-MATCH-ITEMS
032600         THRU 4000-MATCH-ITEMS-EXIT.
032700     PERFORM 5000-WRITE-RECONCILIATION
032800         THRU 5000-WRITE-RECONCILIATION-EXIT.
032900     PERFORM 6000-REWRITE-OUTSTANDING
033000         THRU 6000-REWRITE-OUTSTANDING-EXIT.
033100     DISPLAY 'BANKREC: ' WS-MATCH-COUNT ' ITEMS MATCHED, '
033200         WS-OUTST-COUNT ' OUTSTANDING'.
033300     PERFORM 0900-MARK-CHECKPOINT
033400         THRU 0900-MARK-CHECKPOINT-EXIT.
033500     GO TO 9999-EXIT.
033600*--------------------------------------------------------------*
033700* 0005-CHECK-CHECKPOINT - ASKS CKPTCHK WHETHER BANKREC ALREADY  *
033800* COMPLETED THIS CYCLE. IF SO, THE RUN ENDS HERE RATHER THAN    *
033900* TAKING UP THE NIGHT'S BOOK ITEMS TWICE.                       *
034000*--------------------------------------------------------------*
034100 0005-CHECK-CHECKPOINT.
034200     MOVE 'BANKREC ' TO CK-PROGRAM-ID.
034300     SET CK-CHECK TO TRUE.
034400     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
034500     IF CK-ALREADY-DONE
034600         DISPLAY 'BANKREC: ALREADY COMPLETED THIS CYCLE - '
034700             'SKIPPING'
034800         GO TO 9999-EXIT
034900     END-IF.
035000 0005-CHECK-CHECKPOINT-EXIT.
035100     EXIT.
035200*--------------------------------------------------------------*
035300* 0900-MARK-CHECKPOINT - TELLS CKPTCHK THAT BANKREC COMPLETED   *
035400* THIS CYCLE'S RECONCILIATION SUCCESSFULLY.                     *
035500*--------------------------------------------------------------*
035600 0900-MARK-CHECKPOINT.
035700     MOVE 'BANKREC ' TO CK-PROGRAM-ID.
035800     SET CK-MARK TO TRUE.
035900     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
036000     MOVE 'BANKREC ' TO SL-PROGRAM-ID.
036100     SET SL-PHASE-END TO TRUE.
036200     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
036300 0900-MARK-CHECKPOINT-EXIT.
036400     EXIT.
036500*--------------------------------------------------------------*
036600* 0010-READ-SUITE-PARM - READS THE SUITE-WIDE CONTROL CARD      *
036700* FROM SUITEPRM, THEN THE CYCLE NUMBER OFF CYCLENO.             *
036800*--------------------------------------------------------------*
036900 0010-READ-SUITE-PARM.
037000     OPEN INPUT SUITE-PARM-FILE.
037100     IF WS-SUITE-OK
037200         READ SUITE-PARM-FILE
037300             AT END
037400                 CONTINUE
037500         END-READ
037600         IF WS-SUITE-OK
037700             MOVE SP-PARM-CARD (1:1)  TO SP-TEST-MODE-SWITCH
037800             MOVE SP-PARM-CARD (2:10) TO SP-BATCH-ID
037900         END-IF
038000         CLOSE SUITE-PARM-FILE
038100     END-IF.
038200     OPEN INPUT BK-CYCLENO-FILE.
038300     IF WS-CYCLENO-OK
038400         READ BK-CYCLENO-FILE
038500             AT END
038600                 CONTINUE
038700         END-READ
038800         IF WS-CYCLENO-OK
038900             AND CYC-CYCLE-NUMBER NUMERIC
039000             MOVE CYC-CYCLE-NUMBER TO SP-CYCLE-NUMBER
039100         END-IF
039200         CLOSE BK-CYCLENO-FILE
039300     END-IF.
039400 0010-READ-SUITE-PARM-EXIT.
039500     EXIT.
039600*--------------------------------------------------------------*
039700* 0020-READ-BUSINESS-DATE - THE SUITECAL BUSINESS DATE, WALL-   *
039800* CLOCK FALLBACK AS EVERYWHERE. ITEMS ARE AGED AS OF IT.        *
039900*--------------------------------------------------------------*
040000 0020-READ-BUSINESS-DATE.
040100     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
040200     OPEN INPUT BK-CAL-FILE.
040300     IF WS-CAL-OK
040400         READ BK-CAL-FILE
040500             AT END
040600                 CONTINUE
040700         END-READ
040800         IF WS-CAL-OK
040900             AND CAL-BUSINESS-DATE NUMERIC
041000             AND CAL-BUSINESS-DATE > 0
041100             MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
041200         END-IF
041300         CLOSE BK-CAL-FILE
041400     END-IF.
041500 0020-READ-BUSINESS-DATE-EXIT.
041600     EXIT.
041700*--------------------------------------------------------------*
041800* 0030-READ-BANK-PARM - THE DAYS A DEPOSIT MAY TAKE TO REACH    *
041900* THE BANK (L CARD, DEFAULT 3) AND THE STARTING POINT FOR THE   *
042000* FIRST RUN (B CARD: BOOK DATE ALREADY RECONCILED AND THE BOOK  *
042100* BALANCE AS OF IT). A MISSING MEMBER IS LOGGED TO IOERR.       *
042200*--------------------------------------------------------------*
042300 0030-READ-BANK-PARM.
042400     OPEN INPUT BK-PARM-FILE.
042500     IF NOT WS-PARM-OK
042600         MOVE 'BANKREC ' TO IO-PROGRAM-ID
042700         MOVE 'BANKPARM' TO IO-FILE-NAME
042800         MOVE 'OPEN-IN ' TO IO-OPERATION
042900         MOVE WS-PARM-STATUS TO IO-FILE-STATUS
043000         MOVE 'N' TO IO-MANDATORY-FLAG
043100         CALL 'IOERR' USING IOERR-PARM-BLOCK
043200         GO TO 0030-READ-BANK-PARM-EXIT
043300     END-IF.
043400     SET WS-NOT-AT-EOF TO TRUE.
043500     PERFORM UNTIL WS-AT-EOF
043600         READ BK-PARM-FILE
043700             AT END
043800                 SET WS-AT-EOF TO TRUE
043900             NOT AT END
044000                 EVALUATE TRUE
044100                     WHEN BKP-LAG-CARD
044200                         AND BKP-LAG-DAYS NUMERIC
044300                         MOVE BKP-LAG-DAYS TO WS-LAG-DAYS
044400                     WHEN BKP-START-CARD
044500                         AND BKP-BOOK-THROUGH NUMERIC
044600                         AND BKP-BOOK-BALANCE NUMERIC
044700                         MOVE BKP-BOOK-THROUGH TO WS-START-THROUGH
044800                         MOVE BKP-BOOK-BALANCE TO WS-START-BALANCE
044900                     WHEN OTHER
045000                         CONTINUE
045100                 END-EVALUATE
045200         END-READ
045300     END-PERFORM.
045400     CLOSE BK-PARM-FILE.
045500 0030-READ-BANK-PARM-EXIT.
045600     EXIT.
045700*--------------------------------------------------------------*
045800* 1000-LOAD-OUTSTANDING - BANKOUT'S CONTROL RECORD AND THE      *
045900* ITEMS STILL OPEN FROM EARLIER NIGHTS. THE FIRST RUN, WITH NO  *
046000* BANKOUT, STARTS FROM THE BANKPARM B CARD.                     *
046100*--------------------------------------------------------------*
046200 1000-LOAD-OUTSTANDING.
046300     MOVE WS-START-THROUGH TO WS-BOOK-THROUGH.
046400     MOVE WS-START-BALANCE TO WS-BOOK-BALANCE.
046500     OPEN INPUT BK-OUTST-FILE.
046600     IF NOT WS-OUTST-OK
046700         DISPLAY 'BANKREC: NO OUTSTANDING ITEMS FILE - STARTING '
046800             'FROM BANKPARM'
046900         GO TO 1000-LOAD-OUTSTANDING-EXIT
047000     END-IF.
047100     SET WS-NOT-AT-EOF TO TRUE.
047200     PERFORM UNTIL WS-AT-EOF
047300         READ BK-OUTST-FILE
047400             AT END
047500                 SET WS-AT-EOF TO TRUE
047600             NOT AT END
047700                 PERFORM 1100-LOAD-ONE-OUTSTANDING
047800                     THRU 1100-LOAD-ONE-OUTSTANDING-EXIT
047900         END-READ
048000     END-PERFORM.
048100     CLOSE BK-OUTST-FILE.
048200 1000-LOAD-OUTSTANDING-EXIT.
048300     EXIT.
048400*--------------------------------------------------------------*
048500* 1100-LOAD-ONE-OUTSTANDING - THE CONTROL RECORD INTO THE       *
048600* BALANCES, AN ITEM INTO THE TABLE AS IT WAS CARRIED.           *
048700*--------------------------------------------------------------*
048800 1100-LOAD-ONE-OUTSTANDING.
048900     IF BKO-CONTROL-RECORD
049000         AND BKC-BOOK-THROUGH NUMERIC
049100         AND BKC-BOOK-BALANCE NUMERIC
049200         AND BKC-BANK-BALANCE NUMERIC
049300         AND BKC-STMT-DATE NUMERIC
049400         SET WS-CONTROL-LOADED TO TRUE
049500         MOVE BKC-BOOK-THROUGH TO WS-BOOK-THROUGH
049600         MOVE BKC-BOOK-BALANCE TO WS-BOOK-BALANCE
049700         MOVE BKC-BANK-BALANCE TO WS-BANK-BALANCE
049800         MOVE BKC-STMT-DATE TO WS-STMT-DATE
049900         GO TO 1100-LOAD-ONE-OUTSTANDING-EXIT
050000     END-IF.
050100     IF NOT BKO-ITEM-RECORD
050200         OR BKI-DATE NOT NUMERIC
050300         OR BKI-AMOUNT NOT NUMERIC
050400         GO TO 1100-LOAD-ONE-OUTSTANDING-EXIT
050500     END-IF.
050600     MOVE BKI-SIDE TO WS-NEW-SIDE.
050700     MOVE BKI-KIND TO WS-NEW-KIND.
050800     MOVE BKI-DATE TO WS-NEW-DATE.
050900     MOVE BKI-AMOUNT TO WS-NEW-AMOUNT.
051000     MOVE BKI-REF TO WS-NEW-REF.
051100     PERFORM 1500-ADD-ITEM
051200         THRU 1500-ADD-ITEM-EXIT.
051300     IF NOT WS-TABLE-OVERFLOWED
051400         AND BKI-FIRST-DATE NUMERIC
051500         MOVE BKI-FIRST-DATE TO BKT-FIRST-DATE (WS-ITM-COUNT)
051600     END-IF.
051700 1100-LOAD-ONE-OUTSTANDING-EXIT.
051800     EXIT.
051900*--------------------------------------------------------------*
052000* 1500-ADD-ITEM - THE WS-NEW- ITEM ONTO THE END OF THE TABLE,   *
052100* OUTSTANDING FROM TONIGHT.                                     *
052200*--------------------------------------------------------------*
052300 1500-ADD-ITEM.
052400     IF WS-ITM-COUNT = WS-ITM-MAX
052500         SET WS-TABLE-OVERFLOWED TO TRUE
052600         GO TO 1500-ADD-ITEM-EXIT
052700     END-IF.
052800     ADD 1 TO WS-ITM-COUNT.
052900     MOVE WS-NEW-SIDE TO BKT-SIDE (WS-ITM-COUNT).
053000     MOVE WS-NEW-KIND TO BKT-KIND (WS-ITM-COUNT).
053100     MOVE WS-NEW-DATE TO BKT-DATE (WS-ITM-COUNT).
053200     MOVE WS-NEW-AMOUNT TO BKT-AMOUNT (WS-ITM-COUNT).
053300     MOVE WS-NEW-REF TO BKT-REF (WS-ITM-COUNT).
053400     MOVE WS-BUSINESS-DATE TO BKT-FIRST-DATE (WS-ITM-COUNT).
053500     SET BKT-OPEN (WS-ITM-COUNT) TO TRUE.
053600 1500-ADD-ITEM-EXIT.
053700     EXIT.
053800*--------------------------------------------------------------*
053900* 2000-TAKE-UP-RECEIPTS - EVERY RECEIPT CASHPOST JOURNALED      *
054000* SINCE THE LAST RUN, TOTALLED BY RECEIPT DATE AND SOURCE INTO  *
054100* ONE BOOK DEPOSIT EACH AND ADDED TO THE BOOK BALANCE.          *
054200*--------------------------------------------------------------*
054300 2000-TAKE-UP-RECEIPTS.
054400     OPEN INPUT BK-JRNL-FILE.
054500     IF NOT WS-JRNL-OK
054600         MOVE 'BANKREC ' TO IO-PROGRAM-ID
054700         MOVE 'CASHJRNL' TO IO-FILE-NAME
054800         MOVE 'OPEN-IN ' TO IO-OPERATION
054900         MOVE WS-JRNL-STATUS TO IO-FILE-STATUS
055000         MOVE 'N' TO IO-MANDATORY-FLAG
055100         CALL 'IOERR' USING IOERR-PARM-BLOCK
055200         GO TO 2000-TAKE-UP-RECEIPTS-EXIT
055300     END-IF.
055400     SET WS-NOT-AT-EOF TO TRUE.
055500     PERFORM UNTIL WS-AT-EOF
055600         READ BK-JRNL-FILE
055700             AT END
055800                 SET WS-AT-EOF TO TRUE
055900             NOT AT END
056000                 PERFORM 2100-TAKE-UP-ONE-RECEIPT
056100                     THRU 2100-TAKE-UP-ONE-RECEIPT-EXIT
056200         END-READ
056300     END-PERFORM.
056400     CLOSE BK-JRNL-FILE.
056500 2000-TAKE-UP-RECEIPTS-EXIT.
056600     EXIT.
056700*--------------------------------------------------------------*
056800* 2100-TAKE-UP-ONE-RECEIPT - A JOURNALED RECEIPT POSTED AFTER   *
056900* THE LAST BOOK DATE TAKEN UP, ONTO ITS DATE AND SOURCE'S BOOK  *
057000* DEPOSIT AMONG TONIGHT'S NEW ITEMS.                            *
057100*--------------------------------------------------------------*
057200 2100-TAKE-UP-ONE-RECEIPT.
057300     IF CJR-POST-DATE NOT NUMERIC
057400         OR CJR-POST-DATE NOT > WS-BOOK-THROUGH
057500         OR CJR-PAY-DATE NOT NUMERIC
057600         OR CJR-AMOUNT NOT NUMERIC
057700         GO TO 2100-TAKE-UP-ONE-RECEIPT-EXIT
057800     END-IF.
057900     IF CJR-POST-DATE > WS-NEW-THROUGH
058000         MOVE CJR-POST-DATE TO WS-NEW-THROUGH
058100     END-IF.
058200     ADD CJR-AMOUNT TO WS-BOOK-BALANCE.
058300     IF CJR-FROM-LOCKBOX
058400         MOVE 'LBX' TO WS-NEW-KIND
058500     ELSE
058600         MOVE 'WIN' TO WS-NEW-KIND
058700     END-IF.
058800     SET WS-NOT-FOUND TO TRUE.
058900     PERFORM VARYING WS-ITM-IDX FROM WS-FIRST-NEW-IDX BY 1
059000             UNTIL WS-ITM-IDX > WS-ITM-COUNT
059100             OR WS-FOUND
059200         IF BKT-BOOK-SIDE (WS-ITM-IDX)
059300             AND BKT-KIND (WS-ITM-IDX) = WS-NEW-KIND
059400             AND BKT-DATE (WS-ITM-IDX) = CJR-PAY-DATE
059500             SET WS-FOUND TO TRUE
059600             ADD CJR-AMOUNT TO BKT-AMOUNT (WS-ITM-IDX)
059700         END-IF
059800     END-PERFORM.
059900     IF WS-FOUND
060000         GO TO 2100-TAKE-UP-ONE-RECEIPT-EXIT
060100     END-IF.
060200     MOVE 'B' TO WS-NEW-SIDE.
060300     MOVE CJR-PAY-DATE TO WS-NEW-DATE.
060400     MOVE CJR-AMOUNT TO WS-NEW-AMOUNT.
060500     MOVE SPACES TO WS-NEW-REF.
060600     IF CJR-FROM-LOCKBOX
060700         MOVE 'LOCKBOX RECEIPTS' TO WS-NEW-REF
060800     ELSE
060900         MOVE 'WINDOW RECEIPTS' TO WS-NEW-REF
061000     END-IF.
061100     PERFORM 1500-ADD-ITEM
061200         THRU 1500-ADD-ITEM-EXIT.
061300 2100-TAKE-UP-ONE-RECEIPT-EXIT.
061400     EXIT.
061500*--------------------------------------------------------------*
061510* 2300-TAKE-UP-REFUNDS - EVERY REFUND RELEASED ON REFPEND SINCE *
061700* THE LAST RUN AS A BOOK DISBURSEMENT OF ITS OWN, OUT OF THE    *
061710* BOOK BALANCE, AND EVERY RELEASE VOIDED OR RETURNED SINCE THEN *
061720* BACK INTO IT.                                                 *
061900*--------------------------------------------------------------*
062000 2300-TAKE-UP-REFUNDS.
062100     OPEN INPUT BK-PEND-FILE.
062200     IF NOT WS-PEND-OK
062300         GO TO 2300-TAKE-UP-REFUNDS-EXIT
062400     END-IF.
062500     SET WS-NOT-AT-EOF TO TRUE.
062600     PERFORM UNTIL WS-AT-EOF
062700         READ BK-PEND-FILE
062800             AT END
062900                 SET WS-AT-EOF TO TRUE
063000             NOT AT END
063010                 IF (RFQ-APPLIED OR RFQ-VOIDED)
063020                     AND RFQ-RELEASE-DATE NUMERIC
063030                     AND RFQ-RELEASE-DATE > WS-BOOK-THROUGH
063040                     AND RFQ-AMOUNT NUMERIC
063050                     PERFORM 2400-TAKE-UP-ONE-REFUND
063060                         THRU 2400-TAKE-UP-ONE-REFUND-EXIT
063070                 END-IF
063080                 IF RFQ-VOIDED
063090                     AND RFQ-VOID-DATE NUMERIC
063100                     AND RFQ-VOID-DATE > WS-BOOK-THROUGH
063110                     AND RFQ-AMOUNT NUMERIC
063120                     PERFORM 2450-TAKE-UP-ONE-VOID
063130                         THRU 2450-TAKE-UP-ONE-VOID-EXIT
063140                 END-IF
063800         END-READ
063900     END-PERFORM.
064000     CLOSE BK-PEND-FILE.
064100 2300-TAKE-UP-REFUNDS-EXIT.
064200     EXIT.
064300*--------------------------------------------------------------*
064310* 2400-TAKE-UP-ONE-REFUND - ONE RELEASED REFUND ONTO THE TABLE, *
064320* UNDER ITS CHECK OR ACH TRACE NUMBER WHEN IT CARRIES ONE.      *
064500*--------------------------------------------------------------*
064600 2400-TAKE-UP-ONE-REFUND.
064700     IF RFQ-RELEASE-DATE > WS-NEW-THROUGH
064800         MOVE RFQ-RELEASE-DATE TO WS-NEW-THROUGH
064900     END-IF.
065000     SUBTRACT RFQ-AMOUNT FROM WS-BOOK-BALANCE.
065100     MOVE 'B' TO WS-NEW-SIDE.
065200     MOVE 'REF' TO WS-NEW-KIND.
065300     MOVE RFQ-RELEASE-DATE TO WS-NEW-DATE.
065400     MOVE RFQ-AMOUNT TO WS-NEW-AMOUNT.
065500     MOVE SPACES TO WS-NEW-REF.
065600     MOVE 'REFUND ' TO WS-NEW-REF (1:7).
065700     MOVE RFQ-STUDENT-ID TO WS-NEW-REF (8:9).
065710     IF RFQ-PAY-REF NOT = SPACES
065720         MOVE RFQ-PAY-REF TO WS-NEW-REF
065730     END-IF.
065800     PERFORM 1500-ADD-ITEM
065900         THRU 1500-ADD-ITEM-EXIT.
066000 2400-TAKE-UP-ONE-REFUND-EXIT.
066100     EXIT.
066102*--------------------------------------------------------------*
066104* 2450-TAKE-UP-ONE-VOID - A VOIDED CHECK OR RETURNED ACH REFUND *
066106* GOES BACK INTO THE BOOK BALANCE. WHILE ITS DISBURSEMENT IS    *
066108* STILL OUTSTANDING THE TWO CANCEL; ONCE IT HAS CLEARED THE     *
066110* BANK OWES THE MONEY BACK AS A CREDIT (BAI 257 FOR AN ACH      *
066112* RETURN), CARRIED AS A BOOK OTHER-CREDIT ITEM UNTIL IT POSTS.  *
066114*--------------------------------------------------------------*
066116 2450-TAKE-UP-ONE-VOID.
066118     IF RFQ-VOID-DATE > WS-NEW-THROUGH
066120         MOVE RFQ-VOID-DATE TO WS-NEW-THROUGH
066122     END-IF.
066124     ADD RFQ-AMOUNT TO WS-BOOK-BALANCE.
066126     SET WS-NOT-FOUND TO TRUE.
066128     PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
066130             UNTIL WS-ITM-IDX > WS-ITM-COUNT
066132             OR WS-FOUND
066134         IF BKT-BOOK-SIDE (WS-ITM-IDX)
066136             AND BKT-OPEN (WS-ITM-IDX)
066138             AND BKT-KIND (WS-ITM-IDX) = 'REF'
066140             AND BKT-AMOUNT (WS-ITM-IDX) = RFQ-AMOUNT
066142             AND BKT-REF (WS-ITM-IDX) = RFQ-PAY-REF
066144             AND RFQ-PAY-REF NOT = SPACES
066146             SET WS-FOUND TO TRUE
066148             SET BKT-MATCHED (WS-ITM-IDX) TO TRUE
066150         END-IF
066152     END-PERFORM.
066154     IF WS-FOUND
066156         GO TO 2450-TAKE-UP-ONE-VOID-EXIT
066158     END-IF.
066160     MOVE 'B' TO WS-NEW-SIDE.
066162     MOVE 'OCR' TO WS-NEW-KIND.
066164     MOVE RFQ-VOID-DATE TO WS-NEW-DATE.
066166     MOVE RFQ-AMOUNT TO WS-NEW-AMOUNT.
066168     MOVE RFQ-PAY-REF TO WS-NEW-REF.
066170     PERFORM 1500-ADD-ITEM
066172         THRU 1500-ADD-ITEM-EXIT.
066174 2450-TAKE-UP-ONE-VOID-EXIT.
066176     EXIT.
066200*--------------------------------------------------------------*
066300* 2500-TAKE-UP-RETURNS - EVERY RETURNED CHECK OR CHARGEBACK     *
066400* RETPOST REVERSED ON STUACCT SINCE THE LAST RUN AS A BOOK      *
066500* DEBIT OF ITS OWN, OUT OF THE BOOK BALANCE.                    *
066600*--------------------------------------------------------------*
066700 2500-TAKE-UP-RETURNS.
066800     OPEN INPUT BK-ACCT-FILE.
066900     IF NOT WS-ACCT-OK
067000         GO TO 2500-TAKE-UP-RETURNS-EXIT
067100     END-IF.
067200     SET WS-NOT-AT-EOF TO TRUE.
067300     PERFORM UNTIL WS-AT-EOF
067400         READ BK-ACCT-FILE
067500             AT END
067600                 SET WS-AT-EOF TO TRUE
067700             NOT AT END
067800                 IF SUB-SOURCE = 'RETPOST '
067900                     AND SUB-CATEGORY = 'B'
068000                     AND SUB-DESC (1:8) = 'RETURNED'
068100                     AND SUB-POST-DATE NUMERIC
068200                     AND SUB-POST-DATE > WS-BOOK-THROUGH
068300                     AND SUB-AMOUNT NUMERIC
068400                     PERFORM 2600-TAKE-UP-ONE-RETURN
068500                         THRU 2600-TAKE-UP-ONE-RETURN-EXIT
068600                 END-IF
068700         END-READ
068800     END-PERFORM.
068900     CLOSE BK-ACCT-FILE.
069000 2500-TAKE-UP-RETURNS-EXIT.
069100     EXIT.
069200*--------------------------------------------------------------*
069300* 2600-TAKE-UP-ONE-RETURN - ONE REVERSAL ONTO THE TABLE.        *
069400*--------------------------------------------------------------*
069500 2600-TAKE-UP-ONE-RETURN.
069600     IF SUB-POST-DATE > WS-NEW-THROUGH
069700         MOVE SUB-POST-DATE TO WS-NEW-THROUGH
069800     END-IF.
069900     SUBTRACT SUB-AMOUNT FROM WS-BOOK-BALANCE.
070000     MOVE 'B' TO WS-NEW-SIDE.
070100     MOVE 'RTN' TO WS-NEW-KIND.
070200     MOVE SUB-POST-DATE TO WS-NEW-DATE.
070300     MOVE SUB-AMOUNT TO WS-NEW-AMOUNT.
070400     MOVE SPACES TO WS-NEW-REF.
070500     MOVE 'RETURN ' TO WS-NEW-REF (1:7).
070600     MOVE SUB-DESC (9:8) TO WS-NEW-REF (8:8).
070700     PERFORM 1500-ADD-ITEM
070800         THRU 1500-ADD-ITEM-EXIT.
070900 2600-TAKE-UP-ONE-RETURN-EXIT.
071000     EXIT.
071100*--------------------------------------------------------------*
071200* 3000-LOAD-STATEMENT - THE BANK'S STATEMENT: THE LATEST 03     *
071300* RECORD GIVES THE BANK BALANCE, EACH 16 RECORD A BANK ITEM     *
071400* CLASSED BY ITS BAI TYPE CODE. NO STATEMENT TONIGHT LEAVES THE *
071500* LAST BANK BALANCE STANDING.                                   *
071600*--------------------------------------------------------------*
071700 3000-LOAD-STATEMENT.
071800     OPEN INPUT BK-STMT-FILE.
071900     IF NOT WS-STMT-OK
072000         DISPLAY 'BANKREC: NO BANK STATEMENT TONIGHT'
072100         GO TO 3000-LOAD-STATEMENT-EXIT
072200     END-IF.
072300     SET WS-NOT-AT-EOF TO TRUE.
072400     PERFORM UNTIL WS-AT-EOF
072500         READ BK-STMT-FILE
072600             AT END
072700                 SET WS-AT-EOF TO TRUE
072800             NOT AT END
072900                 PERFORM 3100-LOAD-ONE-STATEMENT-RECORD
073000                     THRU 3100-LOAD-ONE-STATEMENT-RECORD-EXIT
073100         END-READ
073200     END-PERFORM.
073300     CLOSE BK-STMT-FILE.
073400 3000-LOAD-STATEMENT-EXIT.
073500     EXIT.
073600*--------------------------------------------------------------*
073610* 3100-LOAD-ONE-STATEMENT-RECORD - CREDITS: 115 LOCKBOX, 257    *
073620* ACH RETURN (A RETURNED REFUND, CARRIED AS OTHER CREDIT), ANY  *
073800* OTHER A DEPOSIT. DEBITS: 455/475/495 ACH OR CHECK PAID (A     *
073900* REFUND), 555 DEPOSITED ITEM RETURNED. ANYTHING ELSE IS AN     *
074000* OTHER CREDIT OR DEBIT THE BOOKS WILL NOT HAVE.                *
074100*--------------------------------------------------------------*
074200 3100-LOAD-ONE-STATEMENT-RECORD.
074300     IF BST-ACCOUNT-RECORD
074400         AND BST-STMT-DATE NUMERIC
074500         AND BST-CLOSING-LEDGER NUMERIC
074600         AND BST-STMT-DATE NOT < WS-STMT-DATE
074700         MOVE BST-STMT-DATE TO WS-STMT-DATE
074800         MOVE BST-CLOSING-LEDGER TO WS-BANK-BALANCE
074900         GO TO 3100-LOAD-ONE-STATEMENT-RECORD-EXIT
075000     END-IF.
075100     IF NOT BST-DETAIL-RECORD
075200         OR BST-TYPE-CODE NOT NUMERIC
075300         OR BST-AMOUNT NOT NUMERIC
075400         OR BST-VALUE-DATE NOT NUMERIC
075500         GO TO 3100-LOAD-ONE-STATEMENT-RECORD-EXIT
075600     END-IF.
075700     EVALUATE TRUE
075710         WHEN BST-ACH-RETURN-CREDIT
075720             MOVE 'OCR' TO WS-NEW-KIND
075730         WHEN BST-LOCKBOX-CREDIT
075900             MOVE 'LBX' TO WS-NEW-KIND
076000         WHEN BST-ANY-CREDIT
076100             MOVE 'WIN' TO WS-NEW-KIND
076200         WHEN BST-REFUND-DEBIT
076300             MOVE 'REF' TO WS-NEW-KIND
076400         WHEN BST-RETURN-DEBIT
076500             MOVE 'RTN' TO WS-NEW-KIND
076600         WHEN BST-ANY-DEBIT
076700             MOVE 'ODR' TO WS-NEW-KIND
076800         WHEN OTHER
076900             MOVE 'OCR' TO WS-NEW-KIND
077000     END-EVALUATE.
077100     MOVE 'K' TO WS-NEW-SIDE.
077200     MOVE BST-VALUE-DATE TO WS-NEW-DATE.
077300     MOVE BST-AMOUNT TO WS-NEW-AMOUNT.
077310     MOVE BST-BANK-REF TO WS-NEW-REF.
077320     IF (WS-NEW-KIND = 'REF' OR BST-ACH-RETURN-CREDIT)
077330         AND BST-CUST-REF NOT = SPACES
077340         MOVE BST-CUST-REF TO WS-NEW-REF
077350     END-IF.
077500     PERFORM 1500-ADD-ITEM
077600         THRU 1500-ADD-ITEM-EXIT.
077700 3100-LOAD-ONE-STATEMENT-RECORD-EXIT.
077800     EXIT.
077900*--------------------------------------------------------------*
078000* 4000-MATCH-ITEMS - EACH OPEN BOOK ITEM AGAINST THE OPEN BANK  *
078100* ITEMS OF THE SAME KIND AND AMOUNT DATED FROM THE BOOK DATE TO *
078110* THE LAG DAYS AFTER IT; THE FIRST FOUND CLEARS BOTH. A REFUND  *
078120* OR RETURNED REFUND ALSO NEEDS THE BANK'S CUSTOMER REFERENCE,  *
078130* WHEN THE BANK SENDS ONE, TO BE ITS CHECK OR TRACE NUMBER.     *
078300*--------------------------------------------------------------*
078400 4000-MATCH-ITEMS.
078500     PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
078600             UNTIL WS-ITM-IDX > WS-ITM-COUNT
078700         IF BKT-BOOK-SIDE (WS-ITM-IDX)
078800             AND BKT-OPEN (WS-ITM-IDX)
078900             PERFORM 4100-MATCH-ONE-BOOK-ITEM
079000                 THRU 4100-MATCH-ONE-BOOK-ITEM-EXIT
079100         END-IF
079200     END-PERFORM.
079300 4000-MATCH-ITEMS-EXIT.
079400     EXIT.
079500*--------------------------------------------------------------*
079600* 4100-MATCH-ONE-BOOK-ITEM - THE BANK ITEM FOR ONE BOOK ITEM.   *
079700*--------------------------------------------------------------*
079800 4100-MATCH-ONE-BOOK-ITEM.
079900     COMPUTE WS-BOOK-INT =
080000         FUNCTION INTEGER-OF-DATE (BKT-DATE (WS-ITM-IDX)).
080100     SET WS-NOT-FOUND TO TRUE.
080200     PERFORM VARYING WS-BNK-IDX FROM 1 BY 1
080300             UNTIL WS-BNK-IDX > WS-ITM-COUNT
080400             OR WS-FOUND
080500         IF BKT-BANK-SIDE (WS-BNK-IDX)
080600             AND BKT-OPEN (WS-BNK-IDX)
080700             AND BKT-KIND (WS-BNK-IDX) = BKT-KIND (WS-ITM-IDX)
080800             AND BKT-AMOUNT (WS-BNK-IDX) = BKT-AMOUNT (WS-ITM-IDX)
080810             AND BKT-DATE (WS-BNK-IDX) NOT < BKT-DATE (WS-ITM-IDX)
080820             AND (BKT-KIND (WS-ITM-IDX) NOT = 'REF'
080830                  AND BKT-KIND (WS-ITM-IDX) NOT = 'OCR'
080840                  OR BKT-REF (WS-BNK-IDX) = BKT-REF (WS-ITM-IDX)
080850                  OR BKT-REF (WS-BNK-IDX) = SPACES
080860                  OR BKT-REF (WS-ITM-IDX) (1:7) = 'REFUND ')
081000             COMPUTE WS-BANK-INT =
081100                 FUNCTION INTEGER-OF-DATE (BKT-DATE (WS-BNK-IDX))
081200             IF WS-BANK-INT - WS-BOOK-INT NOT > WS-LAG-DAYS
081300                 SET WS-FOUND TO TRUE
081400                 SET BKT-MATCHED (WS-BNK-IDX) TO TRUE
081500                 SET BKT-MATCHED (WS-ITM-IDX) TO TRUE
081600                 ADD 1 TO WS-MATCH-COUNT
081700                 ADD BKT-AMOUNT (WS-ITM-IDX) TO WS-MATCH-AMOUNT
081800             END-IF
081900         END-IF
082000     END-PERFORM.
082100 4100-MATCH-ONE-BOOK-ITEM-EXIT.
082200     EXIT.
082300*--------------------------------------------------------------*
082400* 5000-WRITE-RECONCILIATION - BANK BALANCE, THE RECONCILING     *
082500* ITEMS BY KIND, THE ADJUSTED BANK BALANCE AGAINST THE BOOK     *
082600* BALANCE, THEN THE OUTSTANDING ITEMS ONE BY ONE.               *
082700*--------------------------------------------------------------*
082800 5000-WRITE-RECONCILIATION.
082900     INITIALIZE BK-RECON-TOTALS.
083000     PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
083100             UNTIL WS-ITM-IDX > WS-ITM-COUNT
083200         IF BKT-OPEN (WS-ITM-IDX)
083300             PERFORM 5100-CLASS-ONE-ITEM
083400                 THRU 5100-CLASS-ONE-ITEM-EXIT
083500         END-IF
083600     END-PERFORM.
083700     COMPUTE WS-ADJUSTED-BANK = WS-BANK-BALANCE
083800         + BRT-AMOUNT (1) - BRT-AMOUNT (2)
083900         - BRT-AMOUNT (3) + BRT-AMOUNT (4).
084000     COMPUTE WS-DIFFERENCE = WS-ADJUSTED-BANK - WS-BOOK-BALANCE.
084100     OPEN OUTPUT BK-REPORT-FILE.
084200     MOVE SPACES TO BK-REPORT-RECORD.
084300     MOVE 'BANK RECONCILIATION AS OF' TO BKR-LABEL.
084400     MOVE WS-BUSINESS-DATE TO BKR-LABEL (27:8).
084500     WRITE BK-REPORT-RECORD.
084600     MOVE SPACES TO BK-REPORT-RECORD.
084700     MOVE 'BANK BALANCE PER STATEMENT' TO BKR-LABEL.
084800     MOVE WS-STMT-DATE TO BKR-LABEL (28:8).
084900     MOVE WS-BANK-BALANCE TO BKR-AMOUNT.
085000     WRITE BK-REPORT-RECORD.
085100     PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
085200             UNTIL WS-SUM-IDX > 4
085300         MOVE SPACES TO BK-REPORT-RECORD
085400         MOVE BRN-LABEL (WS-SUM-IDX) TO BKR-LABEL
085500         MOVE BRT-COUNT (WS-SUM-IDX) TO BKR-COUNT
085600         MOVE BRT-AMOUNT (WS-SUM-IDX) TO BKR-AMOUNT
085700         WRITE BK-REPORT-RECORD
085800     END-PERFORM.
085900     MOVE SPACES TO BK-REPORT-RECORD.
086000     MOVE 'ADJUSTED BANK BALANCE' TO BKR-LABEL.
086100     MOVE WS-ADJUSTED-BANK TO BKR-AMOUNT.
086200     WRITE BK-REPORT-RECORD.
086300     MOVE SPACES TO BK-REPORT-RECORD.
086400     MOVE 'BOOK BALANCE' TO BKR-LABEL.
086500     MOVE WS-BOOK-BALANCE TO BKR-AMOUNT.
086600     WRITE BK-REPORT-RECORD.
086700     MOVE SPACES TO BK-REPORT-RECORD.
086800     MOVE 'UNRECONCILED DIFFERENCE' TO BKR-LABEL.
086900     MOVE WS-DIFFERENCE TO BKR-AMOUNT.
087000     WRITE BK-REPORT-RECORD.
087100     MOVE SPACES TO BK-REPORT-RECORD.
087200     MOVE 'ITEMS MATCHED TONIGHT' TO BKR-LABEL.
087300     MOVE WS-MATCH-COUNT TO BKR-COUNT.
087400     MOVE WS-MATCH-AMOUNT TO BKR-AMOUNT.
087500     WRITE BK-REPORT-RECORD.
087600     MOVE SPACES TO BK-REPORT-RECORD.
087700     WRITE BK-REPORT-RECORD.
087800     PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
087900             UNTIL WS-ITM-IDX > WS-ITM-COUNT
088000         IF BKT-OPEN (WS-ITM-IDX)
088100             PERFORM 5200-WRITE-ONE-ITEM
088200                 THRU 5200-WRITE-ONE-ITEM-EXIT
088300         END-IF
088400     END-PERFORM.
088500     CLOSE BK-REPORT-FILE.
088600 5000-WRITE-RECONCILIATION-EXIT.
088700     EXIT.
088800*--------------------------------------------------------------*
088900* 5100-CLASS-ONE-ITEM - AN OPEN ITEM INTO ITS RECONCILING LINE: *
089000* 1 BOOK RECEIPTS, 2 BOOK DISBURSEMENTS, 3 BANK CREDITS, 4 BANK *
089100* DEBITS.                                                       *
089200*--------------------------------------------------------------*
089300 5100-CLASS-ONE-ITEM.
089400     ADD 1 TO WS-OUTST-COUNT.
089500     EVALUATE TRUE
089600         WHEN BKT-BOOK-SIDE (WS-ITM-IDX)
089700             AND BKT-RECEIPT-KIND (WS-ITM-IDX)
089800             MOVE 1 TO WS-SUM-IDX
089900         WHEN BKT-BOOK-SIDE (WS-ITM-IDX)
090000             MOVE 2 TO WS-SUM-IDX
090100         WHEN BKT-RECEIPT-KIND (WS-ITM-IDX)
090200             MOVE 3 TO WS-SUM-IDX
090300         WHEN OTHER
090400             MOVE 4 TO WS-SUM-IDX
090500     END-EVALUATE.
090600     ADD 1 TO BRT-COUNT (WS-SUM-IDX).
090700     ADD BKT-AMOUNT (WS-ITM-IDX) TO BRT-AMOUNT (WS-SUM-IDX).
090800 5100-CLASS-ONE-ITEM-EXIT.
090900     EXIT.
091000*--------------------------------------------------------------*
091100* 5200-WRITE-ONE-ITEM - ONE OUTSTANDING ITEM AND THE DAYS SINCE *
091200* IT FIRST WENT UNMATCHED.                                      *
091300*--------------------------------------------------------------*
091400 5200-WRITE-ONE-ITEM.
091500     MOVE SPACES TO BK-REPORT-RECORD.
091600     IF BKT-BOOK-SIDE (WS-ITM-IDX)
091700         MOVE 'BOOK' TO BKR-SIDE
091800     ELSE
091900         MOVE 'BANK' TO BKR-SIDE
092000     END-IF.
092100     MOVE BKT-KIND (WS-ITM-IDX) TO BKR-KIND.
092200     MOVE BKT-DATE (WS-ITM-IDX) TO BKR-DATE.
092300     MOVE BKT-AMOUNT (WS-ITM-IDX) TO BKR-ITEM-AMOUNT.
092400     MOVE BKT-REF (WS-ITM-IDX) TO BKR-REF.
092500     COMPUTE BKR-DAYS =
092600         FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
092700         - FUNCTION INTEGER-OF-DATE (BKT-FIRST-DATE (WS-ITM-IDX)).
092800     MOVE 'DAYS' TO BKR-DAYS-LABEL.
092900     WRITE BK-REPORT-RECORD.
093000 5200-WRITE-ONE-ITEM-EXIT.
093100     EXIT.
093200*--------------------------------------------------------------*
093300* 6000-REWRITE-OUTSTANDING - BANKOUT BACK WITH THE NEW CONTROL  *
093400* RECORD AND EVERY ITEM STILL OPEN. A TEST-MODE RUN LEAVES IT   *
093500* AS IT WAS.                                                    *
093600*--------------------------------------------------------------*
093700 6000-REWRITE-OUTSTANDING.
093800     IF SP-TEST-MODE
093900         GO TO 6000-REWRITE-OUTSTANDING-EXIT
094000     END-IF.
094100     OPEN OUTPUT BK-OUTST-FILE.
094200     MOVE SPACES TO BKO-RECORD.
094300     MOVE 'C' TO BKO-RECORD-TYPE.
094400     MOVE WS-NEW-THROUGH TO BKC-BOOK-THROUGH.
094500     MOVE WS-BOOK-BALANCE TO BKC-BOOK-BALANCE.
094600     MOVE WS-BANK-BALANCE TO BKC-BANK-BALANCE.
094700     MOVE WS-STMT-DATE TO BKC-STMT-DATE.
094800     WRITE BKO-RECORD.
094900     PERFORM VARYING WS-ITM-IDX FROM 1 BY 1
095000             UNTIL WS-ITM-IDX > WS-ITM-COUNT
095100         IF BKT-OPEN (WS-ITM-IDX)
095200             MOVE SPACES TO BKO-RECORD
095300             MOVE 'I' TO BKO-RECORD-TYPE
095400             MOVE BKT-SIDE (WS-ITM-IDX) TO BKI-SIDE
095500             MOVE BKT-KIND (WS-ITM-IDX) TO BKI-KIND
095600             MOVE BKT-DATE (WS-ITM-IDX) TO BKI-DATE
095700             MOVE BKT-AMOUNT (WS-ITM-IDX) TO BKI-AMOUNT
095800             MOVE BKT-REF (WS-ITM-IDX) TO BKI-REF
095900             MOVE BKT-FIRST-DATE (WS-ITM-IDX) TO BKI-FIRST-DATE
096000             WRITE BKO-RECORD
096100         END-IF
096200     END-PERFORM.
096300     CLOSE BK-OUTST-FILE.
096400 6000-REWRITE-OUTSTANDING-EXIT.
096500     EXIT.
096600*--------------------------------------------------------------*
096700* 9999-EXIT                                                    *
096800*--------------------------------------------------------------*
096900 9999-EXIT.
097000     STOP RUN.
