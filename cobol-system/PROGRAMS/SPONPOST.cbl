000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SPONPOST.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - THIRD-PARTY SPONSOR PAYMENTS. *
001100*                THE BURSAR'S SPONPAY FILE CARRIES EACH SPONSOR *
001200*                REMITTANCE AGAINST AN INVOICE SPONBILL SENT.   *
001300*                A PAYMENT CREDITS THE SPONSOR'S SPONACCT       *
001400*                RECEIVABLE AS CATEGORY B UNDER THE INVOICE     *
001500*                NUMBER AND IS SUMMARIZED INTO ADTXN AS         *
001600*                CATEGORY-B DETAIL THE WAY CASHPOST POSTS CASH. *
001700*                A PAYMENT FOR AN INVOICE NOT ON SPONACCT, FOR  *
001800*                ANOTHER SPONSOR'S INVOICE OR FOR MORE THAN THE *
001900*                INVOICE STILL OWES IS REJECTED ONTO SPNPRPT,   *
002000*                WHICH ALSO CARRIES THE NIGHT'S TOTALS. THE     *
002100*                STUDENT'S ACCOUNT IS NOT TOUCHED - THE CHARGE  *
002200*                LEFT IT WHEN SPONBILL BILLED THE SPONSOR.      *
002300*--------------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT SY-PAY-FILE ASSIGN TO SPONPAY
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-PAY-STATUS.
003000     SELECT SY-SPACCT-FILE ASSIGN TO SPONACCT
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-SPACCT-STATUS.
003300     SELECT SY-TXN-FILE ASSIGN TO ADTXN
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-TXN-STATUS.
003600     SELECT SY-WORK-FILE ASSIGN TO SPNPWRK
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-WORK-STATUS.
003900     SELECT SY-REPORT-FILE ASSIGN TO SPNPRPT
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-REPORT-STATUS.
004200     SELECT SUITE-PARM-FILE ASSIGN TO SUITEPRM
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-SUITE-STATUS.
004500     SELECT SY-CYCLENO-FILE ASSIGN TO CYCLENO
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-CYCLENO-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000*--------------------------------------------------------------*
005100* SPONPAY - ONE RECORD PER SPONSOR REMITTANCE, KEYED IN BY THE  *
005200* BURSAR FROM THE SPONSOR'S CHECK OR WIRE ADVICE.               *
005300*--------------------------------------------------------------*
005400 FD  SY-PAY-FILE.
005500 01  SPY-RECORD.
005600     05  SPY-SPONSOR-ID       PIC X(06).
005700     05  SPY-INVOICE-NO       PIC X(12).
005800     05  SPY-DATE             PIC 9(08).
005900     05  SPY-AMOUNT           PIC 9(07)V99.
006000     05  SPY-REFERENCE        PIC X(10).
006100 FD  SY-SPACCT-FILE.
006200 COPY SPACTREC.
006300 FD  SY-TXN-FILE.
006400 01  TXN-RECORD.
006500     05  TXN-RECORD-TYPE      PIC X(01).
006600         88  TXN-HEADER-RECORD VALUE 'H'.
006700         88  TXN-DETAIL-RECORD VALUE 'D'.
006800     05  TXN-RECORD-BODY      PIC X(66).
006900 01  TXN-DETAIL-R REDEFINES TXN-RECORD.
007000     05  FILLER               PIC X(01).
007100     05  TXN-CATEGORY         PIC X(01).
007200     05  TXN-AMOUNT           PIC S9(07)V99
007300                              SIGN LEADING SEPARATE.
007400     05  TXN-FUND-CODE        PIC X(01).
007500     05  FILLER               PIC X(54).
007600 01  TXN-HEADER-R REDEFINES TXN-RECORD.
007700     05  FILLER               PIC X(01).
007800     05  HDR-DECLARED-COUNT   PIC 9(06).
007900     05  HDR-HASH-A           PIC S9(09)V99
008000                              SIGN LEADING SEPARATE.
008100     05  HDR-HASH-B           PIC S9(09)V99
008200                              SIGN LEADING SEPARATE.
008300     05  HDR-HASH-C           PIC S9(09)V99
008400                              SIGN LEADING SEPARATE.
008500     05  HDR-HASH-D           PIC S9(09)V99
008600                              SIGN LEADING SEPARATE.
008700     05  HDR-HASH-E           PIC S9(09)V99
008800                              SIGN LEADING SEPARATE.
008900 FD  SY-WORK-FILE.
009000 01  SY-WORK-RECORD           PIC X(67).
009100*--------------------------------------------------------------*
009200* SPNPRPT - ONE LINE PER REMITTANCE WITH WHAT WAS DONE, THEN    *
009300* THE NIGHT'S TOTALS.                                           *
009400*--------------------------------------------------------------*
009500 FD  SY-REPORT-FILE.
009600 01  SY-REPORT-RECORD.
009700     05  SYR-SPONSOR-ID       PIC X(06).
009800     05  FILLER               PIC X(01).
009900     05  SYR-INVOICE-NO       PIC X(12).
010000     05  FILLER               PIC X(01).
010100     05  SYR-REFERENCE        PIC X(10).
010200     05  FILLER               PIC X(01).
010300     05  SYR-AMOUNT           PIC -ZZZZZZZ9.99.
010400     05  FILLER               PIC X(01).
010500     05  SYR-OPEN             PIC -ZZZZZZZ9.99.
010600     05  FILLER               PIC X(01).
010700     05  SYR-RESULT           PIC X(08).
010800 01  SYR-TOTAL-R REDEFINES SY-REPORT-RECORD.
010900     05  SYT-LABEL            PIC X(24).
011000     05  SYT-COUNT            PIC ZZZZZ9.
011100     05  FILLER               PIC X(01).
011200     05  SYT-AMOUNT           PIC -ZZZZZZZ9.99.
011300     05  FILLER               PIC X(22).
011400 FD  SUITE-PARM-FILE.
011500 01  SP-PARM-CARD             PIC X(11).
011600 FD  SY-CYCLENO-FILE.
011700 01  CYCLENO-CARD.
011800     05  CYC-CYCLE-NUMBER     PIC 9(06).
011900 WORKING-STORAGE SECTION.
012000 01  WS-SUITE-STATUS          PIC X(02).
012100     88  WS-SUITE-OK          VALUE '00'.
012200 01  WS-CYCLENO-STATUS        PIC X(02).
012300     88  WS-CYCLENO-OK        VALUE '00'.
012400 01  WS-PAY-STATUS            PIC X(02).
012500     88  WS-PAY-OK            VALUE '00'.
012600 01  WS-SPACCT-STATUS         PIC X(02).
012700     88  WS-SPACCT-OK         VALUE '00'.
012800 01  WS-TXN-STATUS            PIC X(02).
012900     88  WS-TXN-OK            VALUE '00'.
013000 01  WS-WORK-STATUS           PIC X(02).
013100     88  WS-WORK-OK           VALUE '00'.
013200 01  WS-REPORT-STATUS         PIC X(02).
013300     88  WS-REPORT-OK         VALUE '00'.
013400 01  WS-EOF-SWITCH            PIC X(01).
013500     88  WS-AT-EOF            VALUE 'Y'.
013600     88  WS-NOT-AT-EOF        VALUE 'N'.
013700 01  WS-OVFL-SWITCH           PIC X(01) VALUE 'N'.
013800     88  WS-TABLE-OVERFLOWED  VALUE 'Y'.
013900 01  WS-RESULT                PIC X(08).
014000 01  WS-CREDIT-AMOUNT         PIC S9(07)V99 VALUE 0.
014100 01  WS-PAYMENT-COUNT         PIC 9(06) COMP VALUE 0.
014200 01  WS-PAYMENT-TOTAL         PIC S9(09)V99 VALUE 0.
014300 01  WS-PAID-COUNT            PIC 9(06) COMP VALUE 0.
014400 01  WS-REJECT-COUNT          PIC 9(06) COMP VALUE 0.
014500 01  WS-REJECT-TOTAL          PIC S9(09)V99 VALUE 0.
014600 01  WS-TXN-COUNT             PIC 9(06) COMP VALUE 0.
014700 01  WS-HASH-A                PIC S9(09)V99 COMP-3 VALUE 0.
014800 01  WS-HASH-B                PIC S9(09)V99 COMP-3 VALUE 0.
014900 01  WS-HASH-C                PIC S9(09)V99 COMP-3 VALUE 0.
015000 01  WS-HASH-D                PIC S9(09)V99 COMP-3 VALUE 0.
015100 01  WS-HASH-E                PIC S9(09)V99 COMP-3 VALUE 0.
015200 01  WS-SEARCH-INVOICE        PIC X(12).
015300 01  WS-INV-COUNT             PIC 9(05) COMP VALUE 0.
015400 01  WS-INV-MAX               PIC 9(05) COMP VALUE 5000.
015500 01  WS-INV-IDX               PIC 9(05) COMP.
015600 01  WS-SHIFT-IDX             PIC 9(05) COMP.
015700 01  WS-LOW                   PIC 9(05) COMP.
015800 01  WS-HIGH                  PIC 9(05) COMP.
015900 01  WS-MID                   PIC 9(05) COMP.
016000 01  WS-INV-FOUND-SWITCH      PIC X(01).
016100     88  WS-INV-FOUND         VALUE 'Y'.
016200     88  WS-INV-NOT-FOUND     VALUE 'N'.
016300*--------------------------------------------------------------*
016400* SY-INV-TABLE - EVERY INVOICE NUMBER ON SPONACCT IN INVOICE    *
016500* ORDER, ITS SPONSOR AND WHAT IT STILL OWES: THE SUM OF EVERY   *
016600* EVENT STAMPED WITH IT, PAYMENTS ALREADY RECEIVED INCLUDED.    *
016700*--------------------------------------------------------------*
016800 01  SY-INV-TABLE.
016900     05  SY-INV-ENTRY OCCURS 5000 TIMES.
017000         10  SIV-INVOICE-NO   PIC X(12).
017100         10  SIV-SPONSOR-ID   PIC X(06).
017200         10  SIV-OPEN         PIC S9(09)V99 COMP-3.
017300 COPY SUITEPRM.
017400 COPY CKPTPARM.
017500 COPY IOERRPRM.
017600 COPY STEPPARM.
017700 PROCEDURE DIVISION.
017800 0000-MAINLINE.
017900     PERFORM 0005-CHECK-CHECKPOINT
018000         THRU 0005-CHECK-CHECKPOINT-EXIT.
018100     MOVE 'SPONPOST' TO SL-PROGRAM-ID.
018200     SET SL-PHASE-START TO TRUE.
018300     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
018400     PERFORM 0010-READ-SUITE-PARM THRU 0010-READ-SUITE-PARM-EXIT.
018500     PERFORM 0100-ABSORB-EXISTING-DETAIL
018600         THRU 0100-ABSORB-EXISTING-DETAIL-EXIT.
018700     PERFORM 1000-LOAD-INVOICES
018800         THRU 1000-LOAD-INVOICES-EXIT.
018900     IF WS-TABLE-OVERFLOWED
019000         DISPLAY 'SPONPOST: MORE THAN ' WS-INV-MAX
019100             ' INVOICES ON SPONACCT - NOTHING POSTED'
019200         CLOSE SY-WORK-FILE
019300         MOVE 12 TO RETURN-CODE
019400         GO TO 9999-EXIT
019500     END-IF.
019600     OPEN OUTPUT SY-REPORT-FILE.
019700     PERFORM 2000-POST-PAYMENTS
019800         THRU 2000-POST-PAYMENTS-EXIT.
019900     PERFORM 8000-REWRITE-TXN-FEED
020000         THRU 8000-REWRITE-TXN-FEED-EXIT.
020100     PERFORM 8500-WRITE-RUN-TOTALS
020200         THRU 8500-WRITE-RUN-TOTALS-EXIT.
020300     CLOSE SY-REPORT-FILE.
020400     DISPLAY 'SPONPOST: ' WS-PAYMENT-COUNT ' PAYMENTS POSTED, '
020500         WS-PAID-COUNT ' INVOICES PAID, ' WS-REJECT-COUNT
020600         ' REJECTED'.
020700     PERFORM 0900-MARK-CHECKPOINT
020800         THRU 0900-MARK-CHECKPOINT-EXIT.
020900     GO TO 9999-EXIT.
021000*--------------------------------------------------------------*
021100* 0005-CHECK-CHECKPOINT - ASKS CKPTCHK WHETHER SPONPOST ALREADY *
021200* COMPLETED THIS CYCLE. IF SO, THE RUN ENDS HERE RATHER THAN    *
021300* CREDITING THE SPONSORS' REMITTANCES TWICE.                    *
021400*--------------------------------------------------------------*
021500 0005-CHECK-CHECKPOINT.
021600     MOVE 'SPONPOST' TO CK-PROGRAM-ID.
021700     SET CK-CHECK TO TRUE.
021800     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
021900     IF CK-ALREADY-DONE
022000         DISPLAY 'SPONPOST: ALREADY COMPLETED THIS CYCLE - '
022100             'SKIPPING'
022200         GO TO 9999-EXIT
022300     END-IF.
022400 0005-CHECK-CHECKPOINT-EXIT.
022500     EXIT.
022600*--------------------------------------------------------------*
022700* 0900-MARK-CHECKPOINT - TELLS CKPTCHK THAT SPONPOST COMPLETED  *
022800* THIS CYCLE'S POSTING SUCCESSFULLY.                            *
022900*--------------------------------------------------------------*
023000 0900-MARK-CHECKPOINT.
023100     MOVE 'SPONPOST' TO CK-PROGRAM-ID.
023200     SET CK-MARK TO TRUE.
023300     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
023400     MOVE 'SPONPOST' TO SL-PROGRAM-ID.
023500     SET SL-PHASE-END TO TRUE.
023600     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
023700 0900-MARK-CHECKPOINT-EXIT.
023800     EXIT.
023900*--------------------------------------------------------------*
024000* 0010-READ-SUITE-PARM - READS THE SUITE-WIDE CONTROL CARD      *
024100* FROM SUITEPRM, THEN THE CYCLE NUMBER OFF CYCLENO.             *
024200*--------------------------------------------------------------*
024300 0010-READ-SUITE-PARM.
024400     OPEN INPUT SUITE-PARM-FILE.
024500     IF WS-SUITE-OK
024600         READ SUITE-PARM-FILE
024700             AT END
024800                 CONTINUE
024900         END-READ
025000         IF WS-SUITE-OK
025100             MOVE SP-PARM-CARD (1:1)  TO SP-TEST-MODE-SWITCH
025200             MOVE SP-PARM-CARD (2:10) TO SP-BATCH-ID
025300         END-IF
025400         CLOSE SUITE-PARM-FILE
025500     END-IF.
025600     OPEN INPUT SY-CYCLENO-FILE.
025700     IF WS-CYCLENO-OK
025800         READ SY-CYCLENO-FILE
025900             AT END
026000                 CONTINUE
026100         END-READ
026200         IF WS-CYCLENO-OK
026300             AND CYC-CYCLE-NUMBER NUMERIC
026400             MOVE CYC-CYCLE-NUMBER TO SP-CYCLE-NUMBER
026500         END-IF
026600         CLOSE SY-CYCLENO-FILE
026700     END-IF.
026800 0010-READ-SUITE-PARM-EXIT.
026900     EXIT.
027000*--------------------------------------------------------------*
027100* 0100-ABSORB-EXISTING-DETAIL - DETAIL ALREADY ON ADTXN TO THE  *
027200* WORK FILE, FOLDED INTO THE RUNNING CONTROL TOTALS. THE OLD    *
027300* HEADER IS DROPPED - THIS STEP RE-HEADS THE COMBINED FEED.     *
027400*--------------------------------------------------------------*
027500 0100-ABSORB-EXISTING-DETAIL.
027600     OPEN OUTPUT SY-WORK-FILE.
027700     SET WS-NOT-AT-EOF TO TRUE.
027800     OPEN INPUT SY-TXN-FILE.
027900     IF NOT WS-TXN-OK
028000         GO TO 0100-ABSORB-EXISTING-DETAIL-DONE
028100     END-IF.
028200     PERFORM 0150-READ-ONE-TXN
028300         THRU 0150-READ-ONE-TXN-EXIT.
028400     PERFORM UNTIL WS-AT-EOF
028500         IF TXN-DETAIL-RECORD
028600             AND TXN-AMOUNT NUMERIC
028700             PERFORM 0170-TALLY-ONE-DETAIL
028800                 THRU 0170-TALLY-ONE-DETAIL-EXIT
028900             MOVE TXN-RECORD TO SY-WORK-RECORD
029000             WRITE SY-WORK-RECORD
029100         END-IF
029200         PERFORM 0150-READ-ONE-TXN
029300             THRU 0150-READ-ONE-TXN-EXIT
029400     END-PERFORM.
029500     CLOSE SY-TXN-FILE.
029600 0100-ABSORB-EXISTING-DETAIL-DONE.
029700     CONTINUE.
029800 0100-ABSORB-EXISTING-DETAIL-EXIT.
029900     EXIT.
030000*--------------------------------------------------------------*
030100* 0150-READ-ONE-TXN - A SINGLE READ OF ADTXN.                   *
030200*--------------------------------------------------------------*
030300 0150-READ-ONE-TXN.
030400     READ SY-TXN-FILE
030500         AT END SET WS-AT-EOF TO TRUE
030600     END-READ.
030700 0150-READ-ONE-TXN-EXIT.
030800     EXIT.
030900*--------------------------------------------------------------*
031000* 0170-TALLY-ONE-DETAIL - ONE DETAIL RECORD INTO THE COUNT AND  *
031100* ITS CATEGORY'S HASH TOTAL.                                    *
031200*--------------------------------------------------------------*
031300 0170-TALLY-ONE-DETAIL.
031400     ADD 1 TO WS-TXN-COUNT.
031500     EVALUATE TXN-CATEGORY
031600         WHEN 'A'
031700             ADD TXN-AMOUNT TO WS-HASH-A
031800         WHEN 'B'
031900             ADD TXN-AMOUNT TO WS-HASH-B
032000         WHEN 'C'
032100             ADD TXN-AMOUNT TO WS-HASH-C
032200         WHEN 'D'
032300             ADD TXN-AMOUNT TO WS-HASH-D
032400         WHEN 'E'
032500             ADD TXN-AMOUNT TO WS-HASH-E
032600         WHEN OTHER
032700             CONTINUE
032800     END-EVALUATE.
032900 0170-TALLY-ONE-DETAIL-EXIT.
033000     EXIT.
033100*--------------------------------------------------------------*
033200* 1000-LOAD-INVOICES - ONE PASS OVER SPONACCT, EVERY EVENT      *
033300* ALREADY ON AN INVOICE INTO THAT INVOICE'S OPEN AMOUNT. EVENTS *
033400* NOT YET BILLED CANNOT BE PAID. A MISSING SPONACCT IS LOGGED   *
033500* TO IOERR AND LEAVES NOTHING TO PAY.                           *
033600*--------------------------------------------------------------*
033700 1000-LOAD-INVOICES.
033800     SET WS-NOT-AT-EOF TO TRUE.
033900     OPEN INPUT SY-SPACCT-FILE.
034000     IF NOT WS-SPACCT-OK
034100         MOVE 'SPONPOST' TO IO-PROGRAM-ID
034200         MOVE 'SPONACCT' TO IO-FILE-NAME
034300         MOVE 'OPEN-IN ' TO IO-OPERATION
034400         MOVE WS-SPACCT-STATUS TO IO-FILE-STATUS
034500         MOVE 'N' TO IO-MANDATORY-FLAG
034600         CALL 'IOERR' USING IOERR-PARM-BLOCK
034700         GO TO 1000-LOAD-INVOICES-EXIT
034800     END-IF.
034900     PERFORM UNTIL WS-AT-EOF
035000         READ SY-SPACCT-FILE
035100             AT END
035200                 SET WS-AT-EOF TO TRUE
035300             NOT AT END
035400                 IF SPR-INVOICE-NO NOT = SPACES
035500                     AND SPR-AMOUNT NUMERIC
035600                     PERFORM 1100-POST-ONE-EVENT
035700                         THRU 1100-POST-ONE-EVENT-EXIT
035800                 END-IF
035900         END-READ
036000     END-PERFORM.
036100     CLOSE SY-SPACCT-FILE.
036200 1000-LOAD-INVOICES-EXIT.
036300     EXIT.
036400*--------------------------------------------------------------*
036500* 1100-POST-ONE-EVENT - ONE BILLED EVENT ONTO ITS INVOICE,      *
036600* ADDING THE INVOICE IN ORDER THE FIRST TIME IT IS SEEN.        *
036700*--------------------------------------------------------------*
036800 1100-POST-ONE-EVENT.
036900     MOVE SPR-INVOICE-NO TO WS-SEARCH-INVOICE.
037000     PERFORM 1200-FIND-INVOICE
037100         THRU 1200-FIND-INVOICE-EXIT.
037200     IF WS-INV-NOT-FOUND
037300         IF WS-INV-COUNT = WS-INV-MAX
037400             SET WS-TABLE-OVERFLOWED TO TRUE
037500             SET WS-AT-EOF TO TRUE
037600             GO TO 1100-POST-ONE-EVENT-EXIT
037700         END-IF
037800         PERFORM 1300-INSERT-INVOICE
037900             THRU 1300-INSERT-INVOICE-EXIT
038000     END-IF.
038100     ADD SPR-AMOUNT TO SIV-OPEN (WS-INV-IDX).
038200 1100-POST-ONE-EVENT-EXIT.
038300     EXIT.
038400*--------------------------------------------------------------*
038500* 1200-FIND-INVOICE - BINARY SEARCH OF THE INVOICE TABLE FOR    *
038600* WS-SEARCH-INVOICE. NOT FOUND LEAVES WS-INV-IDX AT THE SLOT    *
038700* THE INVOICE BELONGS IN.                                       *
038800*--------------------------------------------------------------*
038900 1200-FIND-INVOICE.
039000     SET WS-INV-NOT-FOUND TO TRUE.
039100     MOVE 1 TO WS-LOW.
039200     MOVE WS-INV-COUNT TO WS-HIGH.
039300     PERFORM UNTIL WS-LOW > WS-HIGH
039400             OR WS-INV-FOUND
039500         COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
039600         IF SIV-INVOICE-NO (WS-MID) = WS-SEARCH-INVOICE
039700             SET WS-INV-FOUND TO TRUE
039800             MOVE WS-MID TO WS-INV-IDX
039900         ELSE
040000             IF SIV-INVOICE-NO (WS-MID) < WS-SEARCH-INVOICE
040100                 COMPUTE WS-LOW = WS-MID + 1
040200             ELSE
040300                 COMPUTE WS-HIGH = WS-MID - 1
040400             END-IF
040500         END-IF
040600     END-PERFORM.
040700     IF WS-INV-NOT-FOUND
040800         MOVE WS-LOW TO WS-INV-IDX
040900     END-IF.
041000 1200-FIND-INVOICE-EXIT.
041100     EXIT.
041200*--------------------------------------------------------------*
041300* 1300-INSERT-INVOICE - OPENS THE SLOT AT WS-INV-IDX AND STARTS *
041400* THE INVOICE THERE OWING NOTHING.                              *
041500*--------------------------------------------------------------*
041600 1300-INSERT-INVOICE.
041700     PERFORM VARYING WS-SHIFT-IDX FROM WS-INV-COUNT BY -1
041800             UNTIL WS-SHIFT-IDX < WS-INV-IDX
041900         MOVE SY-INV-ENTRY (WS-SHIFT-IDX)
042000             TO SY-INV-ENTRY (WS-SHIFT-IDX + 1)
042100     END-PERFORM.
042200     ADD 1 TO WS-INV-COUNT.
042300     MOVE SPR-INVOICE-NO TO SIV-INVOICE-NO (WS-INV-IDX).
042400     MOVE SPR-SPONSOR-ID TO SIV-SPONSOR-ID (WS-INV-IDX).
042500     MOVE 0 TO SIV-OPEN (WS-INV-IDX).
042600 1300-INSERT-INVOICE-EXIT.
042700     EXIT.
042800*--------------------------------------------------------------*
042900* 2000-POST-PAYMENTS - EVERY SPONPAY REMITTANCE AGAINST ITS     *
043000* INVOICE, SPONACCT OPENED ONCE TO TAKE THE CREDITS. NO         *
043100* PAYMENT FILE IS A QUIET NIGHT FROM THE SPONSORS.              *
043200*--------------------------------------------------------------*
043300 2000-POST-PAYMENTS.
043400     OPEN INPUT SY-PAY-FILE.
043500     IF NOT WS-PAY-OK
043600         DISPLAY 'SPONPOST: NO SPONSOR PAYMENT FILE TONIGHT'
043700         GO TO 2000-POST-PAYMENTS-EXIT
043800     END-IF.
043900     IF SP-PRODUCTION-MODE
044000         OPEN EXTEND SY-SPACCT-FILE
044100         IF NOT WS-SPACCT-OK
044200             CLOSE SY-SPACCT-FILE
044300             OPEN OUTPUT SY-SPACCT-FILE
044400         END-IF
044500     END-IF.
044600     SET WS-NOT-AT-EOF TO TRUE.
044700     PERFORM UNTIL WS-AT-EOF
044800         READ SY-PAY-FILE
044900             AT END
045000                 SET WS-AT-EOF TO TRUE
045100             NOT AT END
045200                 PERFORM 2100-APPLY-ONE-PAYMENT
045300                     THRU 2100-APPLY-ONE-PAYMENT-EXIT
045400         END-READ
045500     END-PERFORM.
045600     CLOSE SY-PAY-FILE.
045700     IF SP-PRODUCTION-MODE
045800         CLOSE SY-SPACCT-FILE
045900     END-IF.
046000     IF WS-PAYMENT-COUNT > 0
046100         PERFORM 2500-WRITE-SPONSOR-DETAIL
046200             THRU 2500-WRITE-SPONSOR-DETAIL-EXIT
046300     END-IF.
046400 2000-POST-PAYMENTS-EXIT.
046500     EXIT.
046600*--------------------------------------------------------------*
046700* 2100-APPLY-ONE-PAYMENT - THE EDITS, THEN THE CREDIT, THEN ITS *
046800* REPORT LINE. A REJECT CARRIES ITS REASON: BADA = BAD AMOUNT,  *
046900* NINV = NO SUCH INVOICE, WSPN = THE INVOICE IS ANOTHER         *
047000* SPONSOR'S, OVPY = MORE THAN THE INVOICE STILL OWES.           *
047100*--------------------------------------------------------------*
047200 2100-APPLY-ONE-PAYMENT.
047300     MOVE SPACES TO WS-RESULT.
047400     MOVE SPY-INVOICE-NO TO WS-SEARCH-INVOICE.
047500     PERFORM 1200-FIND-INVOICE
047600         THRU 1200-FIND-INVOICE-EXIT.
047700     EVALUATE TRUE
047800         WHEN SPY-AMOUNT NOT NUMERIC
047900             OR SPY-AMOUNT = ZERO
048000             MOVE 'BADA' TO WS-RESULT
048100         WHEN WS-INV-NOT-FOUND
048200             MOVE 'NINV' TO WS-RESULT
048300         WHEN SIV-SPONSOR-ID (WS-INV-IDX) NOT = SPY-SPONSOR-ID
048400             MOVE 'WSPN' TO WS-RESULT
048500         WHEN SPY-AMOUNT > SIV-OPEN (WS-INV-IDX)
048600             MOVE 'OVPY' TO WS-RESULT
048700         WHEN OTHER
048800             CONTINUE
048900     END-EVALUATE.
049000     IF WS-RESULT NOT = SPACES
049100         ADD 1 TO WS-REJECT-COUNT
049200         IF SPY-AMOUNT NUMERIC
049300             ADD SPY-AMOUNT TO WS-REJECT-TOTAL
049400         END-IF
049500         GO TO 2100-WRITE-REPORT-LINE
049600     END-IF.
049700     SUBTRACT SPY-AMOUNT FROM SIV-OPEN (WS-INV-IDX).
049800     ADD 1 TO WS-PAYMENT-COUNT.
049900     ADD SPY-AMOUNT TO WS-PAYMENT-TOTAL.
050000     MOVE 'POSTED' TO WS-RESULT.
050100     IF SIV-OPEN (WS-INV-IDX) = ZERO
050200         MOVE 'PAID' TO WS-RESULT
050300         ADD 1 TO WS-PAID-COUNT
050400     END-IF.
050500     IF SP-PRODUCTION-MODE
050600         PERFORM 2200-POST-TO-SPONSOR
050700             THRU 2200-POST-TO-SPONSOR-EXIT
050800     END-IF.
050900 2100-WRITE-REPORT-LINE.
051000     MOVE SPACES TO SY-REPORT-RECORD.
051100     MOVE SPY-SPONSOR-ID TO SYR-SPONSOR-ID.
051200     MOVE SPY-INVOICE-NO TO SYR-INVOICE-NO.
051300     MOVE SPY-REFERENCE TO SYR-REFERENCE.
051400     IF SPY-AMOUNT NUMERIC
051500         MOVE SPY-AMOUNT TO SYR-AMOUNT
051600     END-IF.
051700     IF WS-INV-FOUND
051800         MOVE SIV-OPEN (WS-INV-IDX) TO SYR-OPEN
051900     END-IF.
052000     MOVE WS-RESULT TO SYR-RESULT.
052100     WRITE SY-REPORT-RECORD.
052200 2100-APPLY-ONE-PAYMENT-EXIT.
052300     EXIT.
052400*--------------------------------------------------------------*
052500* 2200-POST-TO-SPONSOR - THE REMITTANCE AS A CATEGORY-B CREDIT  *
052600* ON THE SPONSOR'S SPONACCT ACCOUNT UNDER THE INVOICE IT PAYS.  *
052700*--------------------------------------------------------------*
052800 2200-POST-TO-SPONSOR.
052900     MOVE SPACES TO SPONSOR-ACCT-RECORD.
053000     MOVE SPY-SPONSOR-ID TO SPR-SPONSOR-ID.
053100     MOVE ZERO TO SPR-STUDENT-ID.
053200     ACCEPT SPR-POST-DATE FROM DATE YYYYMMDD.
053300     ACCEPT SPR-POST-TIME FROM TIME.
053400     MOVE 'SPONPOST' TO SPR-SOURCE.
053500     MOVE 'B' TO SPR-CATEGORY.
053600     COMPUTE SPR-AMOUNT = 0 - SPY-AMOUNT.
053700     MOVE SPY-INVOICE-NO TO SPR-INVOICE-NO.
053800     MOVE 'PAYMENT ' TO SPR-DESC (1:8).
053900     MOVE SPY-REFERENCE TO SPR-DESC (9:10).
054000     WRITE SPONSOR-ACCT-RECORD.
054100 2200-POST-TO-SPONSOR-EXIT.
054200     EXIT.
054300*--------------------------------------------------------------*
054400* 2500-WRITE-SPONSOR-DETAIL - THE NIGHT'S SPONSOR REMITTANCES   *
054500* AS ONE SUMMARIZED CATEGORY-B CREDIT ON THE WORK FILE, FOLDED  *
054600* INTO THE CONTROL TOTALS.                                      *
054700*--------------------------------------------------------------*
054800 2500-WRITE-SPONSOR-DETAIL.
054900     MOVE SPACES TO TXN-RECORD.
055000     MOVE 'D' TO TXN-RECORD-TYPE.
055100     MOVE 'B' TO TXN-CATEGORY.
055200     MOVE 'I' TO TXN-FUND-CODE.
055300     COMPUTE WS-CREDIT-AMOUNT = 0 - WS-PAYMENT-TOTAL.
055400     MOVE WS-CREDIT-AMOUNT TO TXN-AMOUNT.
055500     PERFORM 0170-TALLY-ONE-DETAIL
055600         THRU 0170-TALLY-ONE-DETAIL-EXIT.
055700     MOVE TXN-RECORD TO SY-WORK-RECORD.
055800     WRITE SY-WORK-RECORD.
055900 2500-WRITE-SPONSOR-DETAIL-EXIT.
056000     EXIT.
056100*--------------------------------------------------------------*
056200* 8000-REWRITE-TXN-FEED - THE COMBINED FEED BACK TO ADTXN WITH  *
056300* ONE FRESH CONTROL HEADER. A TEST-MODE RUN LEAVES ADTXN        *
056400* EXACTLY AS IT FOUND IT.                                       *
056500*--------------------------------------------------------------*
056600 8000-REWRITE-TXN-FEED.
056700     CLOSE SY-WORK-FILE.
056800     IF SP-TEST-MODE
056900         GO TO 8000-REWRITE-TXN-FEED-EXIT
057000     END-IF.
057100     OPEN OUTPUT SY-TXN-FILE.
057200     MOVE SPACES TO TXN-RECORD.
057300     MOVE 'H' TO TXN-RECORD-TYPE.
057400     MOVE WS-TXN-COUNT TO HDR-DECLARED-COUNT.
057500     MOVE WS-HASH-A TO HDR-HASH-A.
057600     MOVE WS-HASH-B TO HDR-HASH-B.
057700     MOVE WS-HASH-C TO HDR-HASH-C.
057800     MOVE WS-HASH-D TO HDR-HASH-D.
057900     MOVE WS-HASH-E TO HDR-HASH-E.
058000     WRITE TXN-RECORD.
058100     SET WS-NOT-AT-EOF TO TRUE.
058200     OPEN INPUT SY-WORK-FILE.
058300     PERFORM 8100-READ-ONE-WORK-RECORD
058400         THRU 8100-READ-ONE-WORK-RECORD-EXIT.
058500     PERFORM UNTIL WS-AT-EOF
058600         MOVE SY-WORK-RECORD TO TXN-RECORD
058700         WRITE TXN-RECORD
058800         PERFORM 8100-READ-ONE-WORK-RECORD
058900             THRU 8100-READ-ONE-WORK-RECORD-EXIT
059000     END-PERFORM.
059100     CLOSE SY-WORK-FILE.
059200     CLOSE SY-TXN-FILE.
059300 8000-REWRITE-TXN-FEED-EXIT.
059400     EXIT.
059500*--------------------------------------------------------------*
059600* 8100-READ-ONE-WORK-RECORD - A SINGLE READ OF SPNPWRK.         *
059700*--------------------------------------------------------------*
059800 8100-READ-ONE-WORK-RECORD.
059900     READ SY-WORK-FILE
060000         AT END SET WS-AT-EOF TO TRUE
060100     END-READ.
060200 8100-READ-ONE-WORK-RECORD-EXIT.
060300     EXIT.
060400*--------------------------------------------------------------*
060500* 8500-WRITE-RUN-TOTALS - THE PAYMENTS POSTED AND REJECTED WITH *
060600* THEIR AMOUNTS AND THE INVOICES PAID IN FULL, FOR THE BURSAR'S *
060700* BALANCING AGAINST THE DEPOSIT.                                *
060800*--------------------------------------------------------------*
060900 8500-WRITE-RUN-TOTALS.
061000     MOVE SPACES TO SY-REPORT-RECORD.
061100     WRITE SY-REPORT-RECORD.
061200     MOVE 'SPONSOR PAYMENTS POSTED' TO SYT-LABEL.
061300     MOVE WS-PAYMENT-COUNT TO SYT-COUNT.
061400     MOVE WS-PAYMENT-TOTAL TO SYT-AMOUNT.
061500     WRITE SY-REPORT-RECORD.
061600     MOVE SPACES TO SY-REPORT-RECORD.
061700     MOVE 'PAYMENTS REJECTED' TO SYT-LABEL.
061800     MOVE WS-REJECT-COUNT TO SYT-COUNT.
061900     MOVE WS-REJECT-TOTAL TO SYT-AMOUNT.
062000     WRITE SY-REPORT-RECORD.
062100     MOVE SPACES TO SY-REPORT-RECORD.
062200     MOVE 'INVOICES PAID IN FULL' TO SYT-LABEL.
062300     MOVE WS-PAID-COUNT TO SYT-COUNT.
062400     WRITE SY-REPORT-RECORD.
062500 8500-WRITE-RUN-TOTALS-EXIT.
062600     EXIT.
062700*--------------------------------------------------------------*
062800* 9999-EXIT                                                    *
062900*--------------------------------------------------------------*
063000 9999-EXIT.
063100     STOP RUN.
