000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. COLLPOST.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - COLLECTION AGENCY RETURNS.    *
001100*                THE AGENCY'S AGCYRTN FILE CARRIES WHAT IT HAS  *
001200*                COLLECTED ON THE ACCOUNTS ARAGING PLACED WITH  *
001300*                IT AND THE ACCOUNTS IT HANDS BACK. A PAYMENT   *
001400*                CREDITS THE STUDENT'S STUACCT ACCOUNT WITH THE *
001500*                GROSS COLLECTED AND IS SUMMARIZED INTO ADTXN   *
001600*                AS CATEGORY-B DETAIL THE WAY CASHPOST POSTS    *
001700*                CASH; THE AGENCY'S COMMISSION AT THE COLLPARM  *
001800*                PERCENT IS SPLIT OUT TO COLLCOMM FOR ACCOUNTS  *
001900*                PAYABLE. THE COLLPLAC PLACEMENT CARRIES THE    *
002000*                RUNNING COLLECTED AND COMMISSION AMOUNTS, AND  *
002100*                CLOSES, RELEASING THE COLLECTIONS HOLD, ONCE   *
002200*                THE PLACED BALANCE IS COLLECTED. A RECALL      *
002300*                CLOSES THE PLACEMENT AS RECALLED AND RELEASES  *
002400*                THE HOLD. A RETURN FOR NO OPEN PLACEMENT IS    *
002500*                REJECTED ONTO COLLRPT, WHICH ALSO CARRIES THE  *
002600*                NIGHT'S GROSS, COMMISSION AND NET REMITTED.    *
002600* 10/15/26  DW   EVERY STUACCT POSTING IS NOW ALSO WRITTEN TO  *
002600*                THE RCVJRNL FORWARD-RECOVERY JOURNAL THROUGH  *
002600*                JRNLLOG.                                      *
002600* 10/15/26  DW   EVERY STUACCT POSTING IS NOW ALSO POSTED TO   *
002600*                THE STUDENT'S STUBAL BALANCE RECORD THROUGH   *
002600*                BALPOST, STRAIGHT AFTER THE WRITE.            *
002700*--------------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT CL-PARM-FILE ASSIGN TO COLLPARM
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-PARM-STATUS.
003400     SELECT CL-RETURN-FILE ASSIGN TO AGCYRTN
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-RETURN-STATUS.
003700     SELECT CL-PLACE-FILE ASSIGN TO COLLPLAC
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS COP-KEY
004100         FILE STATUS IS WS-PLACE-STATUS.
004200     SELECT CL-HOLD-FILE ASSIGN TO STUHOLD
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS SHD-KEY
004600         FILE STATUS IS WS-HOLD-STATUS.
004700     SELECT CL-ACCT-FILE ASSIGN TO STUACCT
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-ACCT-STATUS.
005000     SELECT CL-COMM-FILE ASSIGN TO COLLCOMM
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-COMM-STATUS.
005300     SELECT CL-TXN-FILE ASSIGN TO ADTXN
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-TXN-STATUS.
005600     SELECT CL-WORK-FILE ASSIGN TO COLLWRK
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-WORK-STATUS.
005900     SELECT CL-REPORT-FILE ASSIGN TO COLLRPT
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-REPORT-STATUS.
006200     SELECT CL-CAL-FILE ASSIGN TO SUITECAL
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-CAL-STATUS.
006500     SELECT SUITE-PARM-FILE ASSIGN TO SUITEPRM
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-SUITE-STATUS.
006800     SELECT CL-CYCLENO-FILE ASSIGN TO CYCLENO
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-CYCLENO-STATUS.
007100 DATA DIVISION.
007200 FILE SECTION.
007300*--------------------------------------------------------------*
007400* COLLPARM - THE C CARD ARAGING PLACES BY. THIS STEP TAKES THE  *
007500* COMMISSION PERCENT AND THE COLLECTIONS HOLD TYPE FROM IT.     *
007600*--------------------------------------------------------------*
007700 FD  CL-PARM-FILE.
007800 01  CPM-CARD.
007900     05  CPM-CARD-TYPE        PIC X(01).
008000         88  CPM-COLLECT-CARD VALUE 'C'.
008100     05  CPM-INACTIVE-DAYS    PIC 9(04).
008200     05  CPM-MIN-BALANCE      PIC 9(05)V99.
008300     05  CPM-AGENCY-ID        PIC X(06).
008400     05  CPM-COMMISSION-PCT   PIC 9(02)V99.
008500     05  CPM-HOLD-TYPE        PIC X(04).
008600     05  FILLER               PIC X(54).
008700*--------------------------------------------------------------*
008800* AGCYRTN - THE AGENCY'S RETURN FILE: P IS A GROSS AMOUNT       *
008900* COLLECTED FROM THE STUDENT, R HANDS THE ACCOUNT BACK.         *
009000*--------------------------------------------------------------*
009100 FD  CL-RETURN-FILE.
009200 01  ART-RECORD.
009300     05  ART-TYPE             PIC X(01).
009400         88  ART-PAYMENT      VALUE 'P'.
009500         88  ART-RECALL       VALUE 'R'.
009600     05  ART-AGENCY-ID        PIC X(06).
009700     05  ART-STUDENT-ID       PIC 9(09).
009800     05  ART-DATE             PIC 9(08).
009900     05  ART-AMOUNT           PIC 9(07)V99.
010000     05  ART-REFERENCE        PIC X(10).
010100 FD  CL-PLACE-FILE.
010200 COPY COLLPREC.
010300 FD  CL-HOLD-FILE.
010400 COPY STUHLREC.
010500 FD  CL-ACCT-FILE.
010600 COPY STUACREC.
010700*--------------------------------------------------------------*
010800* COLLCOMM - ONE RECORD PER AGENCY PAYMENT FOR ACCOUNTS         *
010900* PAYABLE: THE GROSS, THE COMMISSION KEPT AND THE NET REMITTED. *
011000*--------------------------------------------------------------*
011100 FD  CL-COMM-FILE.
011200 01  CCM-RECORD.
011300     05  CCM-AGENCY-ID        PIC X(06).
011400     05  CCM-STUDENT-ID       PIC 9(09).
011500     05  CCM-REFERENCE        PIC X(10).
011600     05  CCM-DATE             PIC 9(08).
011700     05  CCM-GROSS            PIC 9(07)V99.
011800     05  CCM-COMMISSION       PIC 9(07)V99.
011900     05  CCM-NET              PIC 9(07)V99.
012000 FD  CL-TXN-FILE.
012100 01  TXN-RECORD.
012200     05  TXN-RECORD-TYPE      PIC X(01).
012300         88  TXN-HEADER-RECORD VALUE 'H'.
012400         88  TXN-DETAIL-RECORD VALUE 'D'.
012500     05  TXN-RECORD-BODY      PIC X(66).
012600 01  TXN-DETAIL-R REDEFINES TXN-RECORD.
012700     05  FILLER               PIC X(01).
012800     05  TXN-CATEGORY         PIC X(01).
012900     05  TXN-AMOUNT           PIC S9(07)V99
013000                              SIGN LEADING SEPARATE.
013100     05  TXN-FUND-CODE        PIC X(01).
013200     05  FILLER               PIC X(54).
013300 01  TXN-HEADER-R REDEFINES TXN-RECORD.
013400     05  FILLER               PIC X(01).
013500     05  HDR-DECLARED-COUNT   PIC 9(06).
013600     05  HDR-HASH-A           PIC S9(09)V99
013700                              SIGN LEADING SEPARATE.
013800     05  HDR-HASH-B           PIC S9(09)V99
013900                              SIGN LEADING SEPARATE.
014000     05  HDR-HASH-C           PIC S9(09)V99
014100                              SIGN LEADING SEPARATE.
014200     05  HDR-HASH-D           PIC S9(09)V99
014300                              SIGN LEADING SEPARATE.
014400     05  HDR-HASH-E           PIC S9(09)V99
014500                              SIGN LEADING SEPARATE.
014600 FD  CL-WORK-FILE.
014700 01  CL-WORK-RECORD           PIC X(67).
014800*--------------------------------------------------------------*
014900* COLLRPT - ONE LINE PER RETURN RECORD WITH WHAT WAS DONE, THEN *
015000* THE NIGHT'S TOTALS.                                           *
015100*--------------------------------------------------------------*
015200 FD  CL-REPORT-FILE.
015300 01  CL-REPORT-RECORD.
015400     05  CLR-TYPE             PIC X(01).
015500     05  FILLER               PIC X(01).
015600     05  CLR-AGENCY-ID        PIC X(06).
015700     05  FILLER               PIC X(01).
015800     05  CLR-STUDENT-ID       PIC X(09).
015900     05  FILLER               PIC X(01).
016000     05  CLR-REFERENCE        PIC X(10).
016100     05  FILLER               PIC X(01).
016200     05  CLR-GROSS            PIC -ZZZZZZZ9.99.
016300     05  FILLER               PIC X(01).
016400     05  CLR-COMMISSION       PIC -ZZZZZZZ9.99.
016500     05  FILLER               PIC X(01).
016600     05  CLR-NET              PIC -ZZZZZZZ9.99.
016700     05  FILLER               PIC X(01).
016800     05  CLR-RESULT           PIC X(08).
016900 01  CLR-TOTAL-R REDEFINES CL-REPORT-RECORD.
017000     05  CLT-LABEL            PIC X(24).
017100     05  CLT-COUNT            PIC ZZZZZ9.
017200     05  FILLER               PIC X(01).
017300     05  CLT-GROSS            PIC -ZZZZZZZ9.99.
017400     05  FILLER               PIC X(01).
017500     05  CLT-COMMISSION       PIC -ZZZZZZZ9.99.
017600     05  FILLER               PIC X(01).
017700     05  CLT-NET              PIC -ZZZZZZZ9.99.
017800     05  FILLER               PIC X(08).
017900 FD  CL-CAL-FILE.
018000 01  CAL-RECORD.
018100     05  CAL-BUSINESS-DATE    PIC 9(08).
018200     05  CAL-MONTH-END-FLAG   PIC X(01).
018300     05  CAL-YEAR-END-FLAG    PIC X(01).
018400 FD  SUITE-PARM-FILE.
018500 01  SP-PARM-CARD             PIC X(11).
018600 FD  CL-CYCLENO-FILE.
018700 01  CYCLENO-CARD.
018800     05  CYC-CYCLE-NUMBER     PIC 9(06).
018900 WORKING-STORAGE SECTION.
019000 01  WS-SUITE-STATUS          PIC X(02).
019100     88  WS-SUITE-OK          VALUE '00'.
019200 01  WS-CYCLENO-STATUS        PIC X(02).
019300     88  WS-CYCLENO-OK        VALUE '00'.
019400 01  WS-PARM-STATUS           PIC X(02).
019500     88  WS-PARM-OK           VALUE '00'.
019600 01  WS-RETURN-STATUS         PIC X(02).
019700     88  WS-RETURN-OK         VALUE '00'.
019800 01  WS-PLACE-STATUS          PIC X(02).
019900     88  WS-PLACE-OK          VALUE '00'.
020000 01  WS-HOLD-STATUS           PIC X(02).
020100     88  WS-HOLD-OK           VALUE '00'.
020200 01  WS-ACCT-STATUS           PIC X(02).
020300     88  WS-ACCT-OK           VALUE '00'.
020400 01  WS-COMM-STATUS           PIC X(02).
020500     88  WS-COMM-OK           VALUE '00'.
020600 01  WS-TXN-STATUS            PIC X(02).
020700     88  WS-TXN-OK            VALUE '00'.
020800 01  WS-WORK-STATUS           PIC X(02).
020900     88  WS-WORK-OK           VALUE '00'.
021000 01  WS-REPORT-STATUS         PIC X(02).
021100     88  WS-REPORT-OK         VALUE '00'.
021200 01  WS-CAL-STATUS            PIC X(02).
021300     88  WS-CAL-OK            VALUE '00'.
021400 01  WS-EOF-SWITCH            PIC X(01).
021500     88  WS-AT-EOF            VALUE 'Y'.
021600     88  WS-NOT-AT-EOF        VALUE 'N'.
021700 01  WS-SCAN-SWITCH           PIC X(01).
021800     88  WS-SCAN-DONE         VALUE 'Y'.
021900     88  WS-SCAN-MORE         VALUE 'N'.
022000 01  WS-PLACEMENT-SWITCH      PIC X(01).
022100     88  WS-PLACEMENT-FOUND   VALUE 'Y'.
022200     88  WS-PLACEMENT-NONE    VALUE 'N'.
022300 01  WS-HOLD-FOUND-SWITCH     PIC X(01).
022400     88  WS-HOLD-FOUND        VALUE 'Y'.
022500     88  WS-HOLD-NONE         VALUE 'N'.
022600 01  WS-FILES-OPEN-SWITCH     PIC X(01) VALUE 'N'.
022700     88  WS-FILES-OPEN        VALUE 'Y'.
022800 01  WS-BUSINESS-DATE         PIC 9(08) VALUE 0.
022900 01  WS-COMMISSION-PCT        PIC 9(02)V99 VALUE 0.
023000 01  WS-COLL-TYPE             PIC X(04) VALUE SPACES.
023100 01  WS-RESULT                PIC X(08).
023200 01  WS-COMMISSION            PIC 9(07)V99 VALUE 0.
023300 01  WS-NET                   PIC 9(07)V99 VALUE 0.
023400 01  WS-CREDIT-AMOUNT         PIC S9(07)V99 VALUE 0.
023500 01  WS-PAYMENT-COUNT         PIC 9(06) COMP VALUE 0.
023600 01  WS-GROSS-TOTAL           PIC S9(09)V99 VALUE 0.
023700 01  WS-COMMISSION-TOTAL      PIC S9(09)V99 VALUE 0.
023800 01  WS-NET-TOTAL             PIC S9(09)V99 VALUE 0.
023900 01  WS-CLOSED-COUNT          PIC 9(06) COMP VALUE 0.
024000 01  WS-RECALL-COUNT          PIC 9(06) COMP VALUE 0.
024100 01  WS-REJECT-COUNT          PIC 9(06) COMP VALUE 0.
024200 01  WS-TXN-COUNT             PIC 9(06) COMP VALUE 0.
024300 01  WS-HASH-A                PIC S9(09)V99 COMP-3 VALUE 0.
024400 01  WS-HASH-B                PIC S9(09)V99 COMP-3 VALUE 0.
024500 01  WS-HASH-C                PIC S9(09)V99 COMP-3 VALUE 0.
024600 01  WS-HASH-D                PIC S9(09)V99 COMP-3 VALUE 0.
024700 01  WS-HASH-E                PIC S9(09)V99 COMP-3 VALUE 0.
024800 COPY SUITEPRM.
024900 COPY CKPTPARM.
025000 COPY IOERRPRM.
025100 COPY STEPPARM.
025100 COPY JRNLPARM.
025100 COPY BALPARM.
025200 PROCEDURE DIVISION.
025300 0000-MAINLINE.
025400     PERFORM 0005-CHECK-CHECKPOINT
025500         THRU 0005-CHECK-CHECKPOINT-EXIT.
025600     MOVE 'COLLPOST' TO SL-PROGRAM-ID.
025700     SET SL-PHASE-START TO TRUE.
025800     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
025900     PERFORM 0010-READ-SUITE-PARM THRU 0010-READ-SUITE-PARM-EXIT.
026000     PERFORM 0020-READ-BUSINESS-DATE
026100         THRU 0020-READ-BUSINESS-DATE-EXIT.
026200     PERFORM 0030-READ-COLL-PARM
026300         THRU 0030-READ-COLL-PARM-EXIT.
026400     PERFORM 0100-ABSORB-EXISTING-DETAIL
026500         THRU 0100-ABSORB-EXISTING-DETAIL-EXIT.
026600     OPEN OUTPUT CL-REPORT-FILE.
026700     PERFORM 1000-POST-RETURNS
026800         THRU 1000-POST-RETURNS-EXIT.
026900     PERFORM 8000-REWRITE-TXN-FEED
027000         THRU 8000-REWRITE-TXN-FEED-EXIT.
027100     PERFORM 8500-WRITE-RUN-TOTALS
027200         THRU 8500-WRITE-RUN-TOTALS-EXIT.
027300     CLOSE CL-REPORT-FILE.
027400     DISPLAY 'COLLPOST: ' WS-PAYMENT-COUNT ' PAYMENTS, '
027500         WS-RECALL-COUNT ' RECALLS, ' WS-CLOSED-COUNT
027600         ' PLACEMENTS CLOSED, ' WS-REJECT-COUNT ' REJECTED'.
027700     PERFORM 0900-MARK-CHECKPOINT
027800         THRU 0900-MARK-CHECKPOINT-EXIT.
027900     GO TO 9999-EXIT.
028000*--------------------------------------------------------------*
028100* 0005-CHECK-CHECKPOINT - ASKS CKPTCHK WHETHER COLLPOST ALREADY *
028200* COMPLETED THIS CYCLE. IF SO, THE RUN ENDS HERE RATHER THAN    *
028300* CREDITING THE AGENCY'S COLLECTIONS TWICE.                     *
028400*--------------------------------------------------------------*
028500 0005-CHECK-CHECKPOINT.
028600     MOVE 'COLLPOST' TO CK-PROGRAM-ID.
028700     SET CK-CHECK TO TRUE.
028800     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
028900     IF CK-ALREADY-DONE
029000         DISPLAY 'COLLPOST: ALREADY COMPLETED THIS CYCLE - '
029100             'SKIPPING'
029200         GO TO 9999-EXIT
029300     END-IF.
029400 0005-CHECK-CHECKPOINT-EXIT.
029500     EXIT.
029600*--------------------------------------------------------------*
029700* 0900-MARK-CHECKPOINT - TELLS CKPTCHK THAT COLLPOST COMPLETED  *
029800* THIS CYCLE'S POSTING SUCCESSFULLY.                            *
029900*--------------------------------------------------------------*
030000 0900-MARK-CHECKPOINT.
030100     MOVE 'COLLPOST' TO CK-PROGRAM-ID.
030200     SET CK-MARK TO TRUE.
030300     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
030400     MOVE 'COLLPOST' TO SL-PROGRAM-ID.
030500     SET SL-PHASE-END TO TRUE.
030600     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
030700 0900-MARK-CHECKPOINT-EXIT.
030800     EXIT.
030900*--------------------------------------------------------------*
031000* 0010-READ-SUITE-PARM - READS THE SUITE-WIDE CONTROL CARD      *
031100* FROM SUITEPRM, THEN THE CYCLE NUMBER OFF CYCLENO.             *
031200*--------------------------------------------------------------*
031300 0010-READ-SUITE-PARM.
031400     OPEN INPUT SUITE-PARM-FILE.
031500     IF WS-SUITE-OK
031600         READ SUITE-PARM-FILE
031700             AT END
031800                 CONTINUE
031900         END-READ
032000         IF WS-SUITE-OK
032100             MOVE SP-PARM-CARD (1:1)  TO SP-TEST-MODE-SWITCH
032200             MOVE SP-PARM-CARD (2:10) TO SP-BATCH-ID
032300         END-IF
032400         CLOSE SUITE-PARM-FILE
032500     END-IF.
032600     OPEN INPUT CL-CYCLENO-FILE.
032700     IF WS-CYCLENO-OK
032800         READ CL-CYCLENO-FILE
032900             AT END
033000                 CONTINUE
033100         END-READ
033200         IF WS-CYCLENO-OK
033300             AND CYC-CYCLE-NUMBER NUMERIC
033400             MOVE CYC-CYCLE-NUMBER TO SP-CYCLE-NUMBER
033500         END-IF
033600         CLOSE CL-CYCLENO-FILE
033700     END-IF.
033800 0010-READ-SUITE-PARM-EXIT.
033900     EXIT.
034000*--------------------------------------------------------------*
034100* 0020-READ-BUSINESS-DATE - THE SUITECAL BUSINESS DATE, WALL-   *
034200* CLOCK FALLBACK AS EVERYWHERE. PLACEMENTS CLOSE AND HOLDS      *
034300* RELEASE AS OF IT.                                             *
034400*--------------------------------------------------------------*
034500 0020-READ-BUSINESS-DATE.
034600     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
034700     OPEN INPUT CL-CAL-FILE.
034800     IF WS-CAL-OK
034900         READ CL-CAL-FILE
035000             AT END
035100                 CONTINUE
035200         END-READ
035300         IF WS-CAL-OK
035400             AND CAL-BUSINESS-DATE NUMERIC
035500             AND CAL-BUSINESS-DATE > 0
035600             MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
035700         END-IF
035800         CLOSE CL-CAL-FILE
035900     END-IF.
036000 0020-READ-BUSINESS-DATE-EXIT.
036100     EXIT.
036200*--------------------------------------------------------------*
036300* 0030-READ-COLL-PARM - THE COMMISSION PERCENT AND HOLD TYPE    *
036400* OFF THE COLLPARM C CARD. A MISSING MEMBER IS LOGGED TO IOERR; *
036500* PAYMENTS THEN POST WITH NO COMMISSION SPLIT OUT AND NO HOLD   *
036600* IS RELEASED.                                                  *
036700*--------------------------------------------------------------*
036800 0030-READ-COLL-PARM.
036900     OPEN INPUT CL-PARM-FILE.
037000     IF NOT WS-PARM-OK
037100         MOVE 'COLLPOST' TO IO-PROGRAM-ID
037200         MOVE 'COLLPARM' TO IO-FILE-NAME
037300         MOVE 'OPEN-IN ' TO IO-OPERATION
037400         MOVE WS-PARM-STATUS TO IO-FILE-STATUS
037500         MOVE 'N' TO IO-MANDATORY-FLAG
037600         CALL 'IOERR' USING IOERR-PARM-BLOCK
037700         GO TO 0030-READ-COLL-PARM-EXIT
037800     END-IF.
037900     SET WS-NOT-AT-EOF TO TRUE.
038000     PERFORM UNTIL WS-AT-EOF
038100         READ CL-PARM-FILE
038200             AT END
038300                 SET WS-AT-EOF TO TRUE
038400             NOT AT END
038500                 IF CPM-COLLECT-CARD
038600                     AND CPM-COMMISSION-PCT NUMERIC
038700                     MOVE CPM-COMMISSION-PCT TO WS-COMMISSION-PCT
038800                     MOVE CPM-HOLD-TYPE TO WS-COLL-TYPE
038900                 END-IF
039000         END-READ
039100     END-PERFORM.
039200     CLOSE CL-PARM-FILE.
039300 0030-READ-COLL-PARM-EXIT.
039400     EXIT.
039500*--------------------------------------------------------------*
039600* 0100-ABSORB-EXISTING-DETAIL - DETAIL ALREADY ON ADTXN TO THE  *
039700* WORK FILE, FOLDED INTO THE RUNNING CONTROL TOTALS. THE OLD    *
039800* HEADER IS DROPPED - THIS STEP RE-HEADS THE COMBINED FEED.     *
039900*--------------------------------------------------------------*
040000 0100-ABSORB-EXISTING-DETAIL.
040100     OPEN OUTPUT CL-WORK-FILE.
040200     SET WS-NOT-AT-EOF TO TRUE.
040300     OPEN INPUT CL-TXN-FILE.
040400     IF NOT WS-TXN-OK
040500         GO TO 0100-ABSORB-EXISTING-DETAIL-DONE
040600     END-IF.
040700     PERFORM 0150-READ-ONE-TXN
040800         THRU 0150-READ-ONE-TXN-EXIT.
040900     PERFORM UNTIL WS-AT-EOF
041000         IF TXN-DETAIL-RECORD
041100             AND TXN-AMOUNT NUMERIC
041200             PERFORM 0170-TALLY-ONE-DETAIL
041300                 THRU 0170-TALLY-ONE-DETAIL-EXIT
041400             MOVE TXN-RECORD TO CL-WORK-RECORD
041500             WRITE CL-WORK-RECORD
041600         END-IF
041700         PERFORM 0150-READ-ONE-TXN
041800             THRU 0150-READ-ONE-TXN-EXIT
041900     END-PERFORM.
042000     CLOSE CL-TXN-FILE.
042100 0100-ABSORB-EXISTING-DETAIL-DONE.
042200     CONTINUE.
042300 0100-ABSORB-EXISTING-DETAIL-EXIT.
042400     EXIT.
042500*--------------------------------------------------------------*
042600* 0150-READ-ONE-TXN - A SINGLE READ OF ADTXN.                   *
042700*--------------------------------------------------------------*
042800 0150-READ-ONE-TXN.
042900     READ CL-TXN-FILE
043000         AT END SET WS-AT-EOF TO TRUE
043100     END-READ.
043200 0150-READ-ONE-TXN-EXIT.
043300     EXIT.
043400*--------------------------------------------------------------*
043500* 0170-TALLY-ONE-DETAIL - ONE DETAIL RECORD INTO THE COUNT AND  *
043600* ITS CATEGORY'S HASH TOTAL.                                    *
043700*--------------------------------------------------------------*
043800 0170-TALLY-ONE-DETAIL.
043900     ADD 1 TO WS-TXN-COUNT.
044000     EVALUATE TXN-CATEGORY
044100         WHEN 'A'
044200             ADD TXN-AMOUNT TO WS-HASH-A
044300         WHEN 'B'
044400             ADD TXN-AMOUNT TO WS-HASH-B
044500         WHEN 'C'
044600             ADD TXN-AMOUNT TO WS-HASH-C
044700         WHEN 'D'
044800             ADD TXN-AMOUNT TO WS-HASH-D
044900         WHEN 'E'
045000             ADD TXN-AMOUNT TO WS-HASH-E
045100         WHEN OTHER
045200             CONTINUE
045300     END-EVALUATE.
045400 0170-TALLY-ONE-DETAIL-EXIT.
045500     EXIT.
045600*--------------------------------------------------------------*
045700* 1000-POST-RETURNS - EVERY AGCYRTN RECORD AGAINST ITS OPEN     *
045800* PLACEMENT. NO RETURN FILE IS A QUIET NIGHT FROM THE AGENCY.   *
045900*--------------------------------------------------------------*
046000 1000-POST-RETURNS.
046100     OPEN INPUT CL-RETURN-FILE.
046200     IF NOT WS-RETURN-OK
046300         DISPLAY 'COLLPOST: NO AGENCY RETURN FILE TONIGHT'
046400         GO TO 1000-POST-RETURNS-EXIT
046500     END-IF.
046600     PERFORM 1050-OPEN-PLACEMENT-FILES
046700         THRU 1050-OPEN-PLACEMENT-FILES-EXIT.
046800     IF NOT WS-FILES-OPEN
046900         CLOSE CL-RETURN-FILE
047000         MOVE 8 TO RETURN-CODE
047100         GO TO 1000-POST-RETURNS-EXIT
047200     END-IF.
047300     SET WS-NOT-AT-EOF TO TRUE.
047400     PERFORM UNTIL WS-AT-EOF
047500         READ CL-RETURN-FILE
047600             AT END
047700                 SET WS-AT-EOF TO TRUE
047800             NOT AT END
047900                 PERFORM 2000-APPLY-ONE-RETURN
048000                     THRU 2000-APPLY-ONE-RETURN-EXIT
048100         END-READ
048200     END-PERFORM.
048300     CLOSE CL-RETURN-FILE.
048400     CLOSE CL-PLACE-FILE.
048500     CLOSE CL-HOLD-FILE.
048600     IF SP-PRODUCTION-MODE
048700         CLOSE CL-COMM-FILE
048800     END-IF.
048900     IF WS-PAYMENT-COUNT > 0
049000         PERFORM 2500-WRITE-AGENCY-DETAIL
049100             THRU 2500-WRITE-AGENCY-DETAIL-EXIT
049200     END-IF.
049300 1000-POST-RETURNS-EXIT.
049400     EXIT.
049500*--------------------------------------------------------------*
049600* 1050-OPEN-PLACEMENT-FILES - COLLPLAC AND STUHOLD FOR UPDATE   *
049700* AND COLLCOMM FRESH; A TEST-MODE RUN READS ONLY. THE           *
049800* PLACEMENTS MUST BE THERE - ARAGING CREATES THEM.              *
049900*--------------------------------------------------------------*
050000 1050-OPEN-PLACEMENT-FILES.
050100     IF SP-TEST-MODE
050200         OPEN INPUT CL-PLACE-FILE
050300         OPEN INPUT CL-HOLD-FILE
050400     ELSE
050500         OPEN I-O CL-PLACE-FILE
050600         OPEN I-O CL-HOLD-FILE
050700         OPEN OUTPUT CL-COMM-FILE
050800     END-IF.
050900     MOVE 'COLLPOST' TO IO-PROGRAM-ID.
051000     MOVE 'Y' TO IO-MANDATORY-FLAG.
051100     IF NOT WS-PLACE-OK
051200         MOVE 'COLLPLAC' TO IO-FILE-NAME
051300         MOVE 'OPEN-IO ' TO IO-OPERATION
051400         MOVE WS-PLACE-STATUS TO IO-FILE-STATUS
051500         CALL 'IOERR' USING IOERR-PARM-BLOCK
051600         GO TO 1050-OPEN-PLACEMENT-FILES-EXIT
051700     END-IF.
051800     IF NOT WS-HOLD-OK
051900         MOVE 'STUHOLD ' TO IO-FILE-NAME
052000         MOVE 'OPEN-IO ' TO IO-OPERATION
052100         MOVE WS-HOLD-STATUS TO IO-FILE-STATUS
052200         CALL 'IOERR' USING IOERR-PARM-BLOCK
052300         GO TO 1050-OPEN-PLACEMENT-FILES-EXIT
052400     END-IF.
052500     SET WS-FILES-OPEN TO TRUE.
052600 1050-OPEN-PLACEMENT-FILES-EXIT.
052700     EXIT.
052800*--------------------------------------------------------------*
052900* 2000-APPLY-ONE-RETURN - THE EDITS, THEN THE PAYMENT OR THE    *
053000* RECALL, THEN ITS REPORT LINE. A REJECT CARRIES ITS REASON:    *
053100* BADT = UNKNOWN RETURN TYPE, BADI = BAD STUDENT ID, BADA = BAD *
053200* PAYMENT AMOUNT, NPLC = NO PLACEMENT OPEN WITH THIS AGENCY.    *
053300*--------------------------------------------------------------*
053400 2000-APPLY-ONE-RETURN.
053500     MOVE 0 TO WS-COMMISSION.
053600     MOVE 0 TO WS-NET.
053700     MOVE SPACES TO WS-RESULT.
053800     EVALUATE TRUE
053900         WHEN NOT ART-PAYMENT AND NOT ART-RECALL
054000             MOVE 'BADT' TO WS-RESULT
054100         WHEN ART-STUDENT-ID NOT NUMERIC
054200             OR ART-STUDENT-ID = ZERO
054300             MOVE 'BADI' TO WS-RESULT
054400         WHEN ART-PAYMENT
054500             AND (ART-AMOUNT NOT NUMERIC
054600             OR ART-AMOUNT = ZERO)
054700             MOVE 'BADA' TO WS-RESULT
054800         WHEN OTHER
054900             PERFORM 2100-FIND-OPEN-PLACEMENT
055000                 THRU 2100-FIND-OPEN-PLACEMENT-EXIT
055100             IF WS-PLACEMENT-NONE
055200                 MOVE 'NPLC' TO WS-RESULT
055300             END-IF
055400     END-EVALUATE.
055500     IF WS-RESULT NOT = SPACES
055600         ADD 1 TO WS-REJECT-COUNT
055700         GO TO 2000-WRITE-REPORT-LINE
055800     END-IF.
055900     IF ART-PAYMENT
056000         PERFORM 2200-POST-ONE-PAYMENT
056100             THRU 2200-POST-ONE-PAYMENT-EXIT
056200     ELSE
056300         PERFORM 2400-POST-ONE-RECALL
056400             THRU 2400-POST-ONE-RECALL-EXIT
056500     END-IF.
056600 2000-WRITE-REPORT-LINE.
056700     MOVE SPACES TO CL-REPORT-RECORD.
056800     MOVE ART-TYPE TO CLR-TYPE.
056900     MOVE ART-AGENCY-ID TO CLR-AGENCY-ID.
057000     MOVE ART-STUDENT-ID TO CLR-STUDENT-ID.
057100     MOVE ART-REFERENCE TO CLR-REFERENCE.
057200     IF ART-PAYMENT
057300         AND ART-AMOUNT NUMERIC
057400         MOVE ART-AMOUNT TO CLR-GROSS
057500         MOVE WS-COMMISSION TO CLR-COMMISSION
057600         MOVE WS-NET TO CLR-NET
057700     END-IF.
057800     MOVE WS-RESULT TO CLR-RESULT.
057900     WRITE CL-REPORT-RECORD.
058000 2000-APPLY-ONE-RETURN-EXIT.
058100     EXIT.
058200*--------------------------------------------------------------*
058300* 2100-FIND-OPEN-PLACEMENT - KEYED START AT THE STUDENT ON      *
058400* COLLPLAC, READING FORWARD FOR THE PLACEMENT STILL OPEN WITH   *
058500* THE RETURNING AGENCY. FOUND LEAVES IT IN THE RECORD AREA.     *
058600*--------------------------------------------------------------*
058700 2100-FIND-OPEN-PLACEMENT.
058800     SET WS-PLACEMENT-NONE TO TRUE.
058900     MOVE ART-STUDENT-ID TO COP-STUDENT-ID.
059000     MOVE ZERO TO COP-PLACED-DATE.
059100     START CL-PLACE-FILE KEY IS NOT LESS THAN COP-KEY
059200         INVALID KEY
059300             GO TO 2100-FIND-OPEN-PLACEMENT-EXIT
059400     END-START.
059500     SET WS-SCAN-MORE TO TRUE.
059600     PERFORM UNTIL WS-SCAN-DONE
059700         READ CL-PLACE-FILE NEXT RECORD
059800             AT END
059900                 SET WS-SCAN-DONE TO TRUE
060000             NOT AT END
060100                 IF COP-STUDENT-ID NOT = ART-STUDENT-ID
060200                     SET WS-SCAN-DONE TO TRUE
060300                 ELSE
060400                     IF COP-PLACED
060500                         AND COP-AGENCY-ID = ART-AGENCY-ID
060600                         SET WS-PLACEMENT-FOUND TO TRUE
060700                         SET WS-SCAN-DONE TO TRUE
060800                     END-IF
060900                 END-IF
061000         END-READ
061100     END-PERFORM.
061200 2100-FIND-OPEN-PLACEMENT-EXIT.
061300     EXIT.
061400*--------------------------------------------------------------*
061500* 2200-POST-ONE-PAYMENT - THE GROSS COLLECTED CREDITS THE       *
061600* STUDENT; THE COMMISSION AND NET GO TO COLLCOMM; THE PLACEMENT *
061700* CARRIES BOTH AND CLOSES WHEN THE PLACED BALANCE IS COLLECTED. *
061800*--------------------------------------------------------------*
061900 2200-POST-ONE-PAYMENT.
062000     COMPUTE WS-COMMISSION ROUNDED =
062100         ART-AMOUNT * WS-COMMISSION-PCT / 100.
062200     COMPUTE WS-NET = ART-AMOUNT - WS-COMMISSION.
062300     ADD 1 TO WS-PAYMENT-COUNT.
062400     ADD ART-AMOUNT TO WS-GROSS-TOTAL.
062500     ADD WS-COMMISSION TO WS-COMMISSION-TOTAL.
062600     ADD WS-NET TO WS-NET-TOTAL.
062700     ADD ART-AMOUNT TO COP-COLLECTED.
062800     ADD WS-COMMISSION TO COP-COMMISSION.
062900     MOVE 'POSTED' TO WS-RESULT.
063000     IF COP-COLLECTED NOT < COP-PLACED-BALANCE
063100         SET COP-CLOSED TO TRUE
063200         MOVE WS-BUSINESS-DATE TO COP-STATUS-DATE
063300         MOVE 'CLOSED' TO WS-RESULT
063400         ADD 1 TO WS-CLOSED-COUNT
063500     END-IF.
063600     IF SP-TEST-MODE
063700         GO TO 2200-POST-ONE-PAYMENT-EXIT
063800     END-IF.
063900     REWRITE COLL-PLACE-RECORD.
064000     PERFORM 2300-POST-TO-SUBLEDGER
064100         THRU 2300-POST-TO-SUBLEDGER-EXIT.
064200     MOVE SPACES TO CCM-RECORD.
064300     MOVE ART-AGENCY-ID TO CCM-AGENCY-ID.
064400     MOVE ART-STUDENT-ID TO CCM-STUDENT-ID.
064500     MOVE ART-REFERENCE TO CCM-REFERENCE.
064600     MOVE ART-DATE TO CCM-DATE.
064700     MOVE ART-AMOUNT TO CCM-GROSS.
064800     MOVE WS-COMMISSION TO CCM-COMMISSION.
064900     MOVE WS-NET TO CCM-NET.
065000     WRITE CCM-RECORD.
065100     IF COP-CLOSED
065200         PERFORM 2600-RELEASE-COLL-HOLD
065300             THRU 2600-RELEASE-COLL-HOLD-EXIT
065400     END-IF.
065500 2200-POST-ONE-PAYMENT-EXIT.
065600     EXIT.
065700*--------------------------------------------------------------*
065800* 2300-POST-TO-SUBLEDGER - THE GROSS AS A CREDIT ON THE         *
065900* STUDENT'S STUACCT ACCOUNT.                                    *
066000*--------------------------------------------------------------*
066100 2300-POST-TO-SUBLEDGER.
066200     OPEN EXTEND CL-ACCT-FILE.
066300     IF NOT WS-ACCT-OK
066400         CLOSE CL-ACCT-FILE
066500         OPEN OUTPUT CL-ACCT-FILE
066600     END-IF.
066700     MOVE SPACES TO STU-ACCT-RECORD.
066800     MOVE ART-STUDENT-ID TO SUB-STUDENT-ID.
066900     ACCEPT SUB-POST-DATE FROM DATE YYYYMMDD.
067000     ACCEPT SUB-POST-TIME FROM TIME.
067100     MOVE 'COLLPOST' TO SUB-SOURCE.
067200     MOVE 'B' TO SUB-CATEGORY.
067300     COMPUTE SUB-AMOUNT = 0 - ART-AMOUNT.
067400     MOVE SPACES TO SUB-DESC.
067500     MOVE 'AGENCY PMT ' TO SUB-DESC (1:11).
067600     MOVE ART-REFERENCE (1:9) TO SUB-DESC (12:9).
067700     WRITE STU-ACCT-RECORD.
067700     IF WS-ACCT-OK
067700         PERFORM 8700-JOURNAL-ACCT-POST
067700             THRU 8700-JOURNAL-ACCT-POST-EXIT
067700         PERFORM 8780-POST-ACCT-BALANCE
067700             THRU 8780-POST-ACCT-BALANCE-EXIT
067700     END-IF.
067800     CLOSE CL-ACCT-FILE.
067900 2300-POST-TO-SUBLEDGER-EXIT.
068000     EXIT.
068100*--------------------------------------------------------------*
068200* 2400-POST-ONE-RECALL - THE AGENCY HANDS THE ACCOUNT BACK: THE *
068300* PLACEMENT CLOSES AS RECALLED AND THE HOLD IS RELEASED. THE    *
068400* BALANCE STAYS ON THE ACCOUNT FOR THE BURSAR.                  *
068500*--------------------------------------------------------------*
068600 2400-POST-ONE-RECALL.
068700     SET COP-RECALLED TO TRUE.
068800     MOVE WS-BUSINESS-DATE TO COP-STATUS-DATE.
068900     MOVE 'RECALLED' TO WS-RESULT.
069000     ADD 1 TO WS-RECALL-COUNT.
069100     IF SP-TEST-MODE
069200         GO TO 2400-POST-ONE-RECALL-EXIT
069300     END-IF.
069400     REWRITE COLL-PLACE-RECORD.
069500     PERFORM 2600-RELEASE-COLL-HOLD
069600         THRU 2600-RELEASE-COLL-HOLD-EXIT.
069700 2400-POST-ONE-RECALL-EXIT.
069800     EXIT.
069900*--------------------------------------------------------------*
070000* 2500-WRITE-AGENCY-DETAIL - THE NIGHT'S GROSS AGENCY           *
070100* COLLECTIONS AS ONE SUMMARIZED CATEGORY-B CREDIT ON THE WORK   *
070200* FILE, FOLDED INTO THE CONTROL TOTALS.                         *
070300*--------------------------------------------------------------*
070400 2500-WRITE-AGENCY-DETAIL.
070500     MOVE SPACES TO TXN-RECORD.
070600     MOVE 'D' TO TXN-RECORD-TYPE.
070700     MOVE 'B' TO TXN-CATEGORY.
070800     MOVE 'I' TO TXN-FUND-CODE.
070900     COMPUTE WS-CREDIT-AMOUNT = 0 - WS-GROSS-TOTAL.
071000     MOVE WS-CREDIT-AMOUNT TO TXN-AMOUNT.
071100     PERFORM 0170-TALLY-ONE-DETAIL
071200         THRU 0170-TALLY-ONE-DETAIL-EXIT.
071300     MOVE TXN-RECORD TO CL-WORK-RECORD.
071400     WRITE CL-WORK-RECORD.
071500 2500-WRITE-AGENCY-DETAIL-EXIT.
071600     EXIT.
071700*--------------------------------------------------------------*
071800* 2600-RELEASE-COLL-HOLD - THE COLLECTIONS HOLD ARAGING PLACED  *
071900* WITH THE ACCOUNT, RELEASED AS OF THE BUSINESS DATE. ONE THE   *
072000* BURSAR PLACED BY HAND IS LEFT FOR THE BURSAR.                 *
072100*--------------------------------------------------------------*
072200 2600-RELEASE-COLL-HOLD.
072300     IF WS-COLL-TYPE = SPACES
072400         GO TO 2600-RELEASE-COLL-HOLD-EXIT
072500     END-IF.
072600     SET WS-HOLD-NONE TO TRUE.
072700     MOVE ART-STUDENT-ID TO SHD-STUDENT-ID.
072800     MOVE WS-COLL-TYPE TO SHD-HOLD-TYPE.
072900     MOVE ZERO TO SHD-PLACED-DATE.
073000     START CL-HOLD-FILE KEY IS NOT LESS THAN SHD-KEY
073100         INVALID KEY
073200             GO TO 2600-RELEASE-COLL-HOLD-EXIT
073300     END-START.
073400     SET WS-SCAN-MORE TO TRUE.
073500     PERFORM UNTIL WS-SCAN-DONE
073600         READ CL-HOLD-FILE NEXT RECORD
073700             AT END
073800                 SET WS-SCAN-DONE TO TRUE
073900             NOT AT END
074000                 IF SHD-STUDENT-ID NOT = ART-STUDENT-ID
074100                     OR SHD-HOLD-TYPE NOT = WS-COLL-TYPE
074200                     SET WS-SCAN-DONE TO TRUE
074300                 ELSE
074400                     IF SHD-IN-FORCE
074500                         AND SHD-PLACED-BY = 'ARAGING '
074600                         SET WS-HOLD-FOUND TO TRUE
074700                         SET WS-SCAN-DONE TO TRUE
074800                     END-IF
074900                 END-IF
075000         END-READ
075100     END-PERFORM.
075200     IF WS-HOLD-FOUND
075300         MOVE WS-BUSINESS-DATE TO SHD-RELEASED-DATE
075400         MOVE 'COLLPOST' TO SHD-RELEASED-BY
075500         REWRITE STU-HOLD-RECORD
075600     END-IF.
075700 2600-RELEASE-COLL-HOLD-EXIT.
075800     EXIT.
075900*--------------------------------------------------------------*
076000* 8000-REWRITE-TXN-FEED - THE COMBINED FEED BACK TO ADTXN WITH  *
076100* ONE FRESH CONTROL HEADER. A TEST-MODE RUN LEAVES ADTXN        *
076200* EXACTLY AS IT FOUND IT.                                       *
076300*--------------------------------------------------------------*
076400 8000-REWRITE-TXN-FEED.
076500     CLOSE CL-WORK-FILE.
076600     IF SP-TEST-MODE
076700         GO TO 8000-REWRITE-TXN-FEED-EXIT
076800     END-IF.
076900     OPEN OUTPUT CL-TXN-FILE.
077000     MOVE SPACES TO TXN-RECORD.
077100     MOVE 'H' TO TXN-RECORD-TYPE.
077200     MOVE WS-TXN-COUNT TO HDR-DECLARED-COUNT.
077300     MOVE WS-HASH-A TO HDR-HASH-A.
077400     MOVE WS-HASH-B TO HDR-HASH-B.
077500     MOVE WS-HASH-C TO HDR-HASH-C.
077600     MOVE WS-HASH-D TO HDR-HASH-D.
077700     MOVE WS-HASH-E TO HDR-HASH-E.
077800     WRITE TXN-RECORD.
077900     SET WS-NOT-AT-EOF TO TRUE.
078000     OPEN INPUT CL-WORK-FILE.
078100     PERFORM 8100-READ-ONE-WORK-RECORD
078200         THRU 8100-READ-ONE-WORK-RECORD-EXIT.
078300     PERFORM UNTIL WS-AT-EOF
078400         MOVE CL-WORK-RECORD TO TXN-RECORD
078500         WRITE TXN-RECORD
078600         PERFORM 8100-READ-ONE-WORK-RECORD
078700             THRU 8100-READ-ONE-WORK-RECORD-EXIT
078800     END-PERFORM.
078900     CLOSE CL-WORK-FILE.
079000     CLOSE CL-TXN-FILE.
079100 8000-REWRITE-TXN-FEED-EXIT.
079200     EXIT.
079300*--------------------------------------------------------------*
079400* 8100-READ-ONE-WORK-RECORD - A SINGLE READ OF COLLWRK.         *
079500*--------------------------------------------------------------*
079600 8100-READ-ONE-WORK-RECORD.
079700     READ CL-WORK-FILE
079800         AT END SET WS-AT-EOF TO TRUE
079900     END-READ.
080000 8100-READ-ONE-WORK-RECORD-EXIT.
080100     EXIT.
080200*--------------------------------------------------------------*
080300* 8500-WRITE-RUN-TOTALS - THE PAYMENTS WITH GROSS, COMMISSION   *
080400* AND NET REMITTED, THEN THE CLOSED, RECALLED AND REJECTED      *
080500* COUNTS, FOR THE BURSAR'S BALANCING AGAINST THE AGENCY.        *
080600*--------------------------------------------------------------*
080700 8500-WRITE-RUN-TOTALS.
080800     MOVE SPACES TO CL-REPORT-RECORD.
080900     WRITE CL-REPORT-RECORD.
081000     MOVE 'AGENCY PAYMENTS POSTED' TO CLT-LABEL.
081100     MOVE WS-PAYMENT-COUNT TO CLT-COUNT.
081200     MOVE WS-GROSS-TOTAL TO CLT-GROSS.
081300     MOVE WS-COMMISSION-TOTAL TO CLT-COMMISSION.
081400     MOVE WS-NET-TOTAL TO CLT-NET.
081500     WRITE CL-REPORT-RECORD.
081600     MOVE SPACES TO CL-REPORT-RECORD.
081700     MOVE 'PLACEMENTS CLOSED' TO CLT-LABEL.
081800     MOVE WS-CLOSED-COUNT TO CLT-COUNT.
081900     WRITE CL-REPORT-RECORD.
082000     MOVE SPACES TO CL-REPORT-RECORD.
082100     MOVE 'PLACEMENTS RECALLED' TO CLT-LABEL.
082200     MOVE WS-RECALL-COUNT TO CLT-COUNT.
082300     WRITE CL-REPORT-RECORD.
082400     MOVE SPACES TO CL-REPORT-RECORD.
082500     MOVE 'RETURNS REJECTED' TO CLT-LABEL.
082600     MOVE WS-REJECT-COUNT TO CLT-COUNT.
082700     WRITE CL-REPORT-RECORD.
082800 8500-WRITE-RUN-TOTALS-EXIT.
082900     EXIT.
082900*--------------------------------------------------------------*
082900* 8700-JOURNAL-ACCT-POST - THE STUACCT POSTING JUST WRITTEN,   *
082900* ONTO THE RCVJRNL FORWARD-RECOVERY JOURNAL.                   *
082900*--------------------------------------------------------------*
082900 8700-JOURNAL-ACCT-POST.
082900     MOVE 'COLLPOST' TO JR-PROGRAM-ID.
082900     SET JR-FILE-ACCOUNT TO TRUE.
082900     SET JR-ADD TO TRUE.
082900     MOVE SPACES TO JR-RECORD-KEY.
082900     MOVE SUB-STUDENT-ID TO JR-RECORD-KEY (1:9).
082900     MOVE SPACES TO JR-BEFORE-IMAGE.
082900     MOVE STU-ACCT-RECORD TO JR-AFTER-IMAGE.
082900     CALL 'JRNLLOG' USING JRNL-PARM-BLOCK.
082900 8700-JOURNAL-ACCT-POST-EXIT.
082900     EXIT.
082900*--------------------------------------------------------------*
082900* 8780-POST-ACCT-BALANCE - THE STUACCT POSTING JUST WRITTEN,   *
082900* ONTO THE STUDENT'S STUBAL BALANCE RECORD THROUGH BALPOST, IN *
082900* THE SAME UNIT OF WORK AS THE WRITE.                          *
082900*--------------------------------------------------------------*
082900 8780-POST-ACCT-BALANCE.
082900     MOVE 'COLLPOST' TO BP-PROGRAM-ID.
082900     SET BP-POST TO TRUE.
082900     MOVE STU-ACCT-RECORD TO BP-ACCT-RECORD.
082900     CALL 'BALPOST' USING BAL-PARM-BLOCK.
082900 8780-POST-ACCT-BALANCE-EXIT.
082900     EXIT.
083000*--------------------------------------------------------------*
083100* 9999-EXIT                                                    *
083200*--------------------------------------------------------------*
083300 9999-EXIT.
083400     STOP RUN.
