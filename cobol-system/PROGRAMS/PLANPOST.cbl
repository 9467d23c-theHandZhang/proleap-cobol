000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PLANPOST.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - INSTALLMENT PAYMENT PLANS.    *
001100*                THE BURSAR'S PLANENRL REQUESTS ENROLL A        *
001200*                STUDENT'S TERM BILL IN A PLAN TYPE FROM THE    *
001300*                PLANTYPE MEMBER (OR CANCEL ONE). THE PLAN      *
001400*                AMOUNT - THE STUACCT BALANCE WHEN THE REQUEST  *
001500*                CARRIES NONE - IS SPREAD OVER THE TYPE'S       *
001600*                DATED INSTALLMENTS ON THE INDEXED PAYPLAN      *
001700*                FILE, AND THE TYPE'S ENROLLMENT FEE POSTS AS   *
001800*                LEDGER CATEGORY D TO STUACCT AND TO ADTXN,     *
001900*                ABSORBED AND RE-HEADED THE WAY CASHPOST DOES.  *
002000*                CASHPOST APPLIES RECEIPTS TO THE INSTALLMENTS; *
002100*                THE NIGHTLY STATUS PASS HERE THEN MARKS EACH   *
002200*                INSTALLMENT OPEN, PARTIALLY PAID, PAID OR PAST *
002300*                DUE AGAINST THE BUSINESS DATE AND CLOSES A     *
002400*                PLAN PAID IN FULL. THE PLANRPT REGISTER SHOWS  *
002500*                EVERY ENROLLMENT, CANCELLATION, REJECTED       *
002600*                REQUEST AND PAST-DUE INSTALLMENT. TEST MODE    *
002700*                WRITES THE REGISTER AND CHANGES NOTHING ELSE.  *
002700* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 153 BYTES FOR THE *
002700*                DEGREE CONFERRAL DATE, STAMPED BY GRADCONF.    *
002700* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 170 BYTES FOR THE *
002700*                DIRECTORY-INFORMATION CONFIDENTIALITY FLAG,    *
002700*                ITS DATE AND REQUESTING OPERATOR.              *
002700* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 186 BYTES FOR THE *
002700*                DATE OF DEATH AND ITS VERIFICATION SOURCE.     *
002700* 10/15/26  DW   EVERY STUACCT POSTING IS NOW ALSO WRITTEN TO  *
002700*                THE RCVJRNL FORWARD-RECOVERY JOURNAL THROUGH  *
002700*                JRNLLOG.                                      *
002700* 10/15/26  DW   EVERY STUACCT POSTING IS NOW ALSO POSTED TO   *
002700*                THE STUDENT'S STUBAL BALANCE RECORD THROUGH   *
002700*                BALPOST, STRAIGHT AFTER THE WRITE.            *
002800*--------------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT PP-REQUEST-FILE ASSIGN TO PLANENRL
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-REQUEST-STATUS.
003500     SELECT PP-TYPE-FILE ASSIGN TO PLANTYPE
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-TYPE-STATUS.
003800     SELECT PP-PLAN-FILE ASSIGN TO PAYPLAN
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS PPL-KEY
004200         FILE STATUS IS WS-PLAN-STATUS.
004300     SELECT PP-MASTER-FILE ASSIGN TO STUMAST
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS STM-STUDENT-ID
004700         FILE STATUS IS WS-MASTER-STATUS.
004800     SELECT PP-ACCT-FILE ASSIGN TO STUACCT
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-ACCT-STATUS.
005100     SELECT PP-TXN-FILE ASSIGN TO ADTXN
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-TXN-STATUS.
005400     SELECT PP-WORK-FILE ASSIGN TO PLANWRK
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-WORK-STATUS.
005700     SELECT PP-REPORT-FILE ASSIGN TO PLANRPT
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-REPORT-STATUS.
006000     SELECT PP-CAL-FILE ASSIGN TO SUITECAL
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-CAL-STATUS.
006300     SELECT SUITE-PARM-FILE ASSIGN TO SUITEPRM
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-SUITE-STATUS.
006600     SELECT PP-CYCLENO-FILE ASSIGN TO CYCLENO
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-CYCLENO-STATUS.
006900 DATA DIVISION.
007000 FILE SECTION.
007100*--------------------------------------------------------------*
007200* PLANENRL - THE BURSAR'S PLAN REQUESTS: E ENROLLS THE STUDENT  *
007300* AND TERM IN THE PLAN TYPE FOR THE AMOUNT GIVEN (ZERO MEANS    *
007400* THE STUDENT'S WHOLE ACCOUNT BALANCE), X CANCELS THE STUDENT'S *
007500* PLAN FOR THE TERM. A LINE WITH * IN COLUMN 1 IS A COMMENT.    *
007600*--------------------------------------------------------------*
007700 FD  PP-REQUEST-FILE.
007800 01  PRQ-CARD.
007900     05  PRQ-ACTION           PIC X(01).
008000         88  PRQ-ENROLL       VALUE 'E'.
008100         88  PRQ-CANCEL       VALUE 'X'.
008200     05  PRQ-STUDENT-ID       PIC 9(09).
008300     05  PRQ-TERM             PIC X(06).
008400     05  PRQ-PLAN-TYPE        PIC X(04).
008500     05  PRQ-PLAN-AMOUNT      PIC 9(07)V99.
008600*--------------------------------------------------------------*
008700* PLANTYPE - ONE CARD PER PLAN TYPE: THE NUMBER OF              *
008800* INSTALLMENTS (1-6), THE ENROLLMENT FEE, THE DAYS FROM         *
008900* ENROLLMENT TO THE FIRST DUE DATE AND THE DAYS BETWEEN DUE     *
009000* DATES AFTER IT, AND THE TYPE'S DESCRIPTION. A LINE WITH * IN  *
009100* COLUMN 1 IS A COMMENT.                                        *
009200*--------------------------------------------------------------*
009300 FD  PP-TYPE-FILE.
009400 01  PTY-CARD.
009500     05  PTY-PLAN-TYPE        PIC X(04).
009600     05  PTY-INST-COUNT       PIC 9(01).
009700     05  PTY-ENROLL-FEE       PIC 9(03)V99.
009800     05  PTY-FIRST-DAYS       PIC 9(03).
009900     05  PTY-INTERVAL-DAYS    PIC 9(03).
010000     05  PTY-DESC             PIC X(20).
010100 FD  PP-PLAN-FILE.
010200 COPY PAYPLREC.
010300 FD  PP-MASTER-FILE.
010400 01  STM-RECORD.
010500     05  STM-STUDENT-ID       PIC 9(09).
010600     05  STM-NAME             PIC X(25).
010700     05  STM-PROGRAM-CODE     PIC X(04).
010800     05  STM-RES-CODE1        PIC 9(01).
010900     05  STM-RES-CODE2        PIC 9(01).
011000     05  STM-RES-CODE3        PIC 9(01).
011100     05  STM-ENROLL-STATUS    PIC X(01).
011200     05  STM-LAST-MAINT-DATE  PIC 9(08).
011300     05  STM-ADDR-LINE1       PIC X(25).
011400     05  STM-ADDR-LINE2       PIC X(25).
011500     05  STM-CITY             PIC X(15).
011600     05  STM-STATE            PIC X(02).
011700     05  STM-ZIP              PIC X(05).
011800     05  STM-WITHDRAW-DATE    PIC 9(08).
011900     05  STM-DOB              PIC 9(08).
012000     05  STM-STANDING-CODE    PIC X(01).
012100     05  STM-STANDING-TERM    PIC X(06).
012100     05  STM-CONFER-DATE      PIC 9(08).
012100     05  STM-CONFID-FLAG      PIC X(01).
012100     05  STM-CONFID-DATE      PIC 9(08).
012100     05  STM-CONFID-OPER      PIC X(08).
012100     05  STM-DEATH-DATE       PIC 9(08).
012100     05  STM-DEATH-SOURCE     PIC X(08).
012200 FD  PP-ACCT-FILE.
012300 COPY STUACREC.
012400 FD  PP-TXN-FILE.
012500 01  TXN-RECORD.
012600     05  TXN-RECORD-TYPE      PIC X(01).
012700         88  TXN-HEADER-RECORD VALUE 'H'.
012800         88  TXN-DETAIL-RECORD VALUE 'D'.
012900     05  TXN-RECORD-BODY      PIC X(66).
013000 01  TXN-DETAIL-R REDEFINES TXN-RECORD.
013100     05  FILLER               PIC X(01).
013200     05  TXN-CATEGORY         PIC X(01).
013300     05  TXN-AMOUNT           PIC S9(07)V99
013400                              SIGN LEADING SEPARATE.
013500     05  TXN-FUND-CODE        PIC X(01).
013600     05  FILLER               PIC X(54).
013700 01  TXN-HEADER-R REDEFINES TXN-RECORD.
013800     05  FILLER               PIC X(01).
013900     05  HDR-DECLARED-COUNT   PIC 9(06).
014000     05  HDR-HASH-A           PIC S9(09)V99
014100                              SIGN LEADING SEPARATE.
014200     05  HDR-HASH-B           PIC S9(09)V99
014300                              SIGN LEADING SEPARATE.
014400     05  HDR-HASH-C           PIC S9(09)V99
014500                              SIGN LEADING SEPARATE.
014600     05  HDR-HASH-D           PIC S9(09)V99
014700                              SIGN LEADING SEPARATE.
014800     05  HDR-HASH-E           PIC S9(09)V99
014900                              SIGN LEADING SEPARATE.
015000 FD  PP-WORK-FILE.
015100 01  PP-WORK-RECORD           PIC X(67).
015200*--------------------------------------------------------------*
015300* PLANRPT - ONE LINE PER REQUEST HANDLED AND PER INSTALLMENT    *
015400* PAST DUE OR PLAN PAID OFF, WITH WHAT HAPPENED.                *
015500*--------------------------------------------------------------*
015600 FD  PP-REPORT-FILE.
015700 01  PP-REPORT-RECORD.
015800     05  PPR-STUDENT-ID       PIC 9(09).
015900     05  FILLER               PIC X(01).
016000     05  PPR-TERM             PIC X(06).
016100     05  FILLER               PIC X(01).
016200     05  PPR-PLAN-TYPE        PIC X(04).
016300     05  FILLER               PIC X(01).
016400     05  PPR-INST-NO          PIC 9(01).
016500     05  FILLER               PIC X(01).
016600     05  PPR-DUE-DATE         PIC 9(08).
016700     05  FILLER               PIC X(01).
016800     05  PPR-AMOUNT           PIC -ZZZZZZ9.99.
016900     05  FILLER               PIC X(01).
017000     05  PPR-NOTE             PIC X(20).
017100 FD  PP-CAL-FILE.
017200 01  CAL-RECORD.
017300     05  CAL-BUSINESS-DATE    PIC 9(08).
017400     05  CAL-MONTH-END-FLAG   PIC X(01).
017500     05  CAL-YEAR-END-FLAG    PIC X(01).
017600 FD  SUITE-PARM-FILE.
017700 01  SP-PARM-CARD             PIC X(11).
017800 FD  PP-CYCLENO-FILE.
017900 01  CYCLENO-CARD.
018000     05  CYC-CYCLE-NUMBER     PIC 9(06).
018100 WORKING-STORAGE SECTION.
018200 01  WS-SUITE-STATUS          PIC X(02).
018300     88  WS-SUITE-OK          VALUE '00'.
018400 01  WS-CYCLENO-STATUS        PIC X(02).
018500     88  WS-CYCLENO-OK        VALUE '00'.
018600 01  WS-REQUEST-STATUS        PIC X(02).
018700     88  WS-REQUEST-OK        VALUE '00'.
018800 01  WS-TYPE-STATUS           PIC X(02).
018900     88  WS-TYPE-OK           VALUE '00'.
019000 01  WS-PLAN-STATUS           PIC X(02).
019100     88  WS-PLAN-OK           VALUE '00'.
019200     88  WS-PLAN-NOT-FOUND    VALUE '23' '35'.
019300 01  WS-MASTER-STATUS         PIC X(02).
019400     88  WS-MASTER-OK         VALUE '00'.
019500 01  WS-ACCT-STATUS           PIC X(02).
019600     88  WS-ACCT-OK           VALUE '00'.
019700 01  WS-TXN-STATUS            PIC X(02).
019800     88  WS-TXN-OK            VALUE '00'.
019900 01  WS-WORK-STATUS           PIC X(02).
020000     88  WS-WORK-OK           VALUE '00'.
020100 01  WS-REPORT-STATUS         PIC X(02).
020200     88  WS-REPORT-OK         VALUE '00'.
020300 01  WS-CAL-STATUS            PIC X(02).
020400     88  WS-CAL-OK            VALUE '00'.
020500 01  WS-EOF-SWITCH            PIC X(01).
020600     88  WS-AT-EOF            VALUE 'Y'.
020700     88  WS-NOT-AT-EOF        VALUE 'N'.
020800 01  WS-PLAN-OPEN-SWITCH      PIC X(01) VALUE 'N'.
020900     88  WS-PLAN-FILE-OPEN    VALUE 'Y'.
021000 01  WS-MASTER-OPEN-SWITCH    PIC X(01) VALUE 'N'.
021100     88  WS-MASTER-OPEN       VALUE 'Y'.
021200 01  WS-OVFL-SWITCH           PIC X(01) VALUE 'N'.
021300     88  WS-TABLE-OVERFLOWED  VALUE 'Y'.
021400 01  WS-BUSINESS-DATE         PIC 9(08) VALUE 0.
021500 01  WS-BUSINESS-DAY-NO       PIC 9(07) VALUE 0.
021600 01  WS-REJECT-REASON         PIC X(20).
021700 01  WS-PLAN-AMOUNT           PIC S9(09)V99 VALUE 0.
021800 01  WS-INST-AMOUNT           PIC 9(07)V99 VALUE 0.
021900 01  WS-INST-IDX              PIC 9(01) COMP.
022000 01  WS-INST-OPEN             PIC 9(07)V99 VALUE 0.
022100 01  WS-NEW-STATUS            PIC X(01).
022200 01  WS-PLAN-CHANGED-SW       PIC X(01).
022300     88  WS-PLAN-CHANGED      VALUE 'Y'.
022400     88  WS-PLAN-UNCHANGED    VALUE 'N'.
022500 01  WS-ALL-PAID-SWITCH       PIC X(01).
022600     88  WS-ALL-PAID          VALUE 'Y'.
022700     88  WS-NOT-ALL-PAID      VALUE 'N'.
022800 01  WS-REQUESTS-READ         PIC 9(06) COMP VALUE 0.
022900 01  WS-PLANS-ENROLLED        PIC 9(06) COMP VALUE 0.
023000 01  WS-PLANS-CANCELLED       PIC 9(06) COMP VALUE 0.
023100 01  WS-REQUESTS-REJECTED     PIC 9(06) COMP VALUE 0.
023200 01  WS-PLANS-COMPLETED       PIC 9(06) COMP VALUE 0.
023300 01  WS-INST-PAST-DUE         PIC 9(06) COMP VALUE 0.
023400 01  WS-FEE-TOTAL             PIC S9(09)V99 VALUE 0.
023500 01  WS-TXN-COUNT             PIC 9(06) COMP VALUE 0.
023600 01  WS-HASH-A                PIC S9(09)V99 COMP-3 VALUE 0.
023700 01  WS-HASH-B                PIC S9(09)V99 COMP-3 VALUE 0.
023800 01  WS-HASH-C                PIC S9(09)V99 COMP-3 VALUE 0.
023900 01  WS-HASH-D                PIC S9(09)V99 COMP-3 VALUE 0.
024000 01  WS-HASH-E                PIC S9(09)V99 COMP-3 VALUE 0.
024100 01  WS-TYP-COUNT             PIC 9(02) COMP VALUE 0.
024200 01  WS-TYP-MAX               PIC 9(02) COMP VALUE 20.
024300 01  WS-TYP-IDX               PIC 9(02) COMP.
024400 01  WS-TYP-FOUND-SWITCH      PIC X(01).
024500     88  WS-TYP-FOUND         VALUE 'Y'.
024600     88  WS-TYP-NOT-FOUND     VALUE 'N'.
024700 01  WS-REQ-COUNT             PIC 9(04) COMP VALUE 0.
024800 01  WS-REQ-MAX               PIC 9(04) COMP VALUE 500.
024900 01  WS-REQ-IDX               PIC 9(04) COMP.
025000*--------------------------------------------------------------*
025100* PP-TYP-TABLE - THE PLANTYPE CARDS.                            *
025200*--------------------------------------------------------------*
025300 01  PP-TYP-TABLE.
025400     05  PP-TYP-ENTRY OCCURS 20 TIMES.
025500         10  PTT-PLAN-TYPE    PIC X(04).
025600         10  PTT-INST-COUNT   PIC 9(01).
025700         10  PTT-ENROLL-FEE   PIC 9(03)V99.
025800         10  PTT-FIRST-DAYS   PIC 9(03).
025900         10  PTT-INTERVAL-DAYS PIC 9(03).
026000*--------------------------------------------------------------*
026100* PP-REQ-TABLE - TONIGHT'S PLANENRL REQUESTS, EACH WITH THE     *
026200* STUDENT'S STUACCT BALANCE SUMMED IN ONE PASS OF THE           *
026300* SUBLEDGER.                                                    *
026400*--------------------------------------------------------------*
026500 01  PP-REQ-TABLE.
026600     05  PP-REQ-ENTRY OCCURS 500 TIMES.
026700         10  PRT-ACTION       PIC X(01).
026800         10  PRT-STUDENT-ID   PIC 9(09).
026900         10  PRT-TERM         PIC X(06).
027000         10  PRT-PLAN-TYPE    PIC X(04).
027100         10  PRT-PLAN-AMOUNT  PIC 9(07)V99.
027200         10  PRT-BALANCE      PIC S9(09)V99 COMP-3.
027300 COPY SUITEPRM.
027400 COPY CKPTPARM.
027500 COPY IOERRPRM.
027600 COPY STEPPARM.
027600 COPY JRNLPARM.
027600 COPY BALPARM.
027700 PROCEDURE DIVISION.
027800 0000-MAINLINE.
027900     PERFORM 0005-CHECK-CHECKPOINT
028000         THRU 0005-CHECK-CHECKPOINT-EXIT.
028100     MOVE 'PLANPOST' TO SL-PROGRAM-ID.
028200     SET SL-PHASE-START TO TRUE.
028300     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
028400     PERFORM 0010-READ-SUITE-PARM THRU 0010-READ-SUITE-PARM-EXIT.
028500     PERFORM 0020-READ-BUSINESS-DATE
028600         THRU 0020-READ-BUSINESS-DATE-EXIT.
028700     PERFORM 0030-LOAD-PLAN-TYPES
028800         THRU 0030-LOAD-PLAN-TYPES-EXIT.
028900     PERFORM 0040-LOAD-REQUESTS
029000         THRU 0040-LOAD-REQUESTS-EXIT.
029100     IF WS-TABLE-OVERFLOWED
029200         DISPLAY 'PLANPOST: A CONTROL TABLE IS FULL - REQUESTS '
029300             'PAST THE CAP WOULD BE LOST. RUN REFUSED - RAISE '
029400             'THE TABLE.'
029500         MOVE 8 TO RETURN-CODE
029600         GO TO 9999-EXIT
029700     END-IF.
029800     PERFORM 0050-SUM-REQUEST-BALANCES
029900         THRU 0050-SUM-REQUEST-BALANCES-EXIT.
030000     PERFORM 0100-ABSORB-EXISTING-DETAIL
030100         THRU 0100-ABSORB-EXISTING-DETAIL-EXIT.
030200     PERFORM 0200-OPEN-PLAN-FILE
030300         THRU 0200-OPEN-PLAN-FILE-EXIT.
030400     OPEN OUTPUT PP-REPORT-FILE.
030500     PERFORM 1000-APPLY-REQUESTS
030600         THRU 1000-APPLY-REQUESTS-EXIT.
030700     PERFORM 3000-REFRESH-PLAN-STATUS
030800         THRU 3000-REFRESH-PLAN-STATUS-EXIT.
030900     CLOSE PP-REPORT-FILE.
031000     IF WS-PLAN-FILE-OPEN
031100         CLOSE PP-PLAN-FILE
031200     END-IF.
031300     PERFORM 8000-REWRITE-TXN-FEED
031400         THRU 8000-REWRITE-TXN-FEED-EXIT.
031500     DISPLAY 'PLANPOST: ' WS-REQUESTS-READ ' REQUESTS, '
031600         WS-PLANS-ENROLLED ' ENROLLED, ' WS-PLANS-CANCELLED
031700         ' CANCELLED, ' WS-REQUESTS-REJECTED ' REJECTED'.
031800     DISPLAY 'PLANPOST: ' WS-INST-PAST-DUE
031900         ' INSTALLMENTS PAST DUE, ' WS-PLANS-COMPLETED
032000         ' PLANS PAID IN FULL'.
032100     PERFORM 0900-MARK-CHECKPOINT
032200         THRU 0900-MARK-CHECKPOINT-EXIT.
032300     GO TO 9999-EXIT.
032400*--------------------------------------------------------------*
032500* 0005-CHECK-CHECKPOINT - ASKS CKPTCHK WHETHER PLANPOST ALREADY *
032600* COMPLETED THIS CYCLE. IF SO, THE RUN ENDS HERE RATHER THAN    *
032700* CHARGING EVERY ENROLLMENT FEE TWICE.                          *
032800*--------------------------------------------------------------*
032900 0005-CHECK-CHECKPOINT.
033000     MOVE 'PLANPOST' TO CK-PROGRAM-ID.
033100     SET CK-CHECK TO TRUE.
033200     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
033300     IF CK-ALREADY-DONE
033400         DISPLAY 'PLANPOST: ALREADY COMPLETED THIS CYCLE - '
033500             'SKIPPING'
033600         GO TO 9999-EXIT
033700     END-IF.
033800 0005-CHECK-CHECKPOINT-EXIT.
033900     EXIT.
034000*--------------------------------------------------------------*
034100* 0900-MARK-CHECKPOINT - TELLS CKPTCHK THAT PLANPOST COMPLETED  *
034200* THIS CYCLE SUCCESSFULLY.                                      *
034300*--------------------------------------------------------------*
034400 0900-MARK-CHECKPOINT.
034500     MOVE 'PLANPOST' TO CK-PROGRAM-ID.
034600     SET CK-MARK TO TRUE.
034700     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
034800     MOVE 'PLANPOST' TO SL-PROGRAM-ID.
034900     SET SL-PHASE-END TO TRUE.
035000     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
035100 0900-MARK-CHECKPOINT-EXIT.
035200     EXIT.
035300*--------------------------------------------------------------*
035400* 0010-READ-SUITE-PARM - READS THE SUITE-WIDE CONTROL CARD      *
035500* FROM SUITEPRM, THEN THE CYCLE NUMBER OFF CYCLENO.             *
035600*--------------------------------------------------------------*
035700 0010-READ-SUITE-PARM.
035800     OPEN INPUT SUITE-PARM-FILE.
035900     IF WS-SUITE-OK
036000         READ SUITE-PARM-FILE
036100             AT END
036200                 CONTINUE
036300         END-READ
036400         IF WS-SUITE-OK
036500             MOVE SP-PARM-CARD (1:1)  TO SP-TEST-MODE-SWITCH
036600             MOVE SP-PARM-CARD (2:10) TO SP-BATCH-ID
036700         END-IF
036800         CLOSE SUITE-PARM-FILE
036900     END-IF.
037000     OPEN INPUT PP-CYCLENO-FILE.
037100     IF WS-CYCLENO-OK
037200         READ PP-CYCLENO-FILE
037300             AT END
037400                 CONTINUE
037500         END-READ
037600         IF WS-CYCLENO-OK
037700             AND CYC-CYCLE-NUMBER NUMERIC
037800             MOVE CYC-CYCLE-NUMBER TO SP-CYCLE-NUMBER
037900         END-IF
038000         CLOSE PP-CYCLENO-FILE
038100     END-IF.
038200 0010-READ-SUITE-PARM-EXIT.
038300     EXIT.
038400*--------------------------------------------------------------*
038500* 0020-READ-BUSINESS-DATE - THE SUITECAL BUSINESS DATE, WALL-   *
038600* CLOCK FALLBACK AS EVERYWHERE. DUE DATES ARE COUNTED FROM IT   *
038700* AND INSTALLMENTS FALL PAST DUE AGAINST IT.                    *
038800*--------------------------------------------------------------*
038900 0020-READ-BUSINESS-DATE.
039000     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
039100     OPEN INPUT PP-CAL-FILE.
039200     IF WS-CAL-OK
039300         READ PP-CAL-FILE
039400             AT END
039500                 CONTINUE
039600         END-READ
039700         IF WS-CAL-OK
039800             AND CAL-BUSINESS-DATE NUMERIC
039900             AND CAL-BUSINESS-DATE > 0
040000             MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
040100         END-IF
040200         CLOSE PP-CAL-FILE
040300     END-IF.
040400     COMPUTE WS-BUSINESS-DAY-NO =
040500         FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
040600 0020-READ-BUSINESS-DATE-EXIT.
040700     EXIT.
040800*--------------------------------------------------------------*
040900* 0030-LOAD-PLAN-TYPES - THE PLANTYPE CARDS. A MISSING MEMBER   *
041000* IS LOGGED TO IOERR; EVERY ENROLLMENT IS THEN REJECTED, BUT    *
041100* CANCELLATIONS AND THE STATUS PASS STILL RUN.                  *
041200*--------------------------------------------------------------*
041300 0030-LOAD-PLAN-TYPES.
041400     MOVE 0 TO WS-TYP-COUNT.
041500     OPEN INPUT PP-TYPE-FILE.
041600     IF NOT WS-TYPE-OK
041700         MOVE 'PLANPOST' TO IO-PROGRAM-ID
041800         MOVE 'PLANTYPE' TO IO-FILE-NAME
041900         MOVE 'OPEN-IN ' TO IO-OPERATION
042000         MOVE WS-TYPE-STATUS TO IO-FILE-STATUS
042100         MOVE 'N' TO IO-MANDATORY-FLAG
042200         CALL 'IOERR' USING IOERR-PARM-BLOCK
042300         GO TO 0030-LOAD-PLAN-TYPES-EXIT
042400     END-IF.
042500     SET WS-NOT-AT-EOF TO TRUE.
042600     PERFORM UNTIL WS-AT-EOF
042700         READ PP-TYPE-FILE
042800             AT END
042900                 SET WS-AT-EOF TO TRUE
043000             NOT AT END
043100                 IF PTY-PLAN-TYPE (1:1) NOT = '*'
043200                     AND PTY-PLAN-TYPE NOT = SPACES
043300                     AND PTY-INST-COUNT NUMERIC
043400                     AND PTY-INST-COUNT > 0
043500                     AND PTY-INST-COUNT NOT > 6
043600                     AND PTY-ENROLL-FEE NUMERIC
043700                     AND PTY-FIRST-DAYS NUMERIC
043800                     AND PTY-INTERVAL-DAYS NUMERIC
043900                     IF WS-TYP-COUNT = WS-TYP-MAX
044000                         SET WS-TABLE-OVERFLOWED TO TRUE
044100                         SET WS-AT-EOF TO TRUE
044200                     ELSE
044300                         ADD 1 TO WS-TYP-COUNT
044400                         MOVE PTY-PLAN-TYPE TO
044500                             PTT-PLAN-TYPE (WS-TYP-COUNT)
044600                         MOVE PTY-INST-COUNT TO
044700                             PTT-INST-COUNT (WS-TYP-COUNT)
044800                         MOVE PTY-ENROLL-FEE TO
044900                             PTT-ENROLL-FEE (WS-TYP-COUNT)
045000                         MOVE PTY-FIRST-DAYS TO
045100                             PTT-FIRST-DAYS (WS-TYP-COUNT)
045200                         MOVE PTY-INTERVAL-DAYS TO
045300                             PTT-INTERVAL-DAYS (WS-TYP-COUNT)
045400                     END-IF
045500                 END-IF
045600         END-READ
045700     END-PERFORM.
045800     CLOSE PP-TYPE-FILE.
045900 0030-LOAD-PLAN-TYPES-EXIT.
046000     EXIT.
046100*--------------------------------------------------------------*
046200* 0040-LOAD-REQUESTS - TONIGHT'S PLANENRL REQUESTS INTO         *
046300* STORAGE. NO FILE MEANS NO REQUESTS; THE STATUS PASS STILL     *
046400* RUNS.                                                         *
046500*--------------------------------------------------------------*
046600 0040-LOAD-REQUESTS.
046700     MOVE 0 TO WS-REQ-COUNT.
046800     OPEN INPUT PP-REQUEST-FILE.
046900     IF NOT WS-REQUEST-OK
047000         GO TO 0040-LOAD-REQUESTS-EXIT
047100     END-IF.
047200     SET WS-NOT-AT-EOF TO TRUE.
047300     PERFORM UNTIL WS-AT-EOF
047400         READ PP-REQUEST-FILE
047500             AT END
047600                 SET WS-AT-EOF TO TRUE
047700             NOT AT END
047800                 IF PRQ-ACTION NOT = '*'
047900                     AND PRQ-CARD NOT = SPACES
048000                     IF WS-REQ-COUNT = WS-REQ-MAX
048100                         SET WS-TABLE-OVERFLOWED TO TRUE
048200                         SET WS-AT-EOF TO TRUE
048300                     ELSE
048400                         ADD 1 TO WS-REQ-COUNT
048500                         MOVE PRQ-ACTION TO
048600                             PRT-ACTION (WS-REQ-COUNT)
048700                         MOVE PRQ-STUDENT-ID TO
048800                             PRT-STUDENT-ID (WS-REQ-COUNT)
048900                         MOVE PRQ-TERM TO PRT-TERM (WS-REQ-COUNT)
049000                         MOVE PRQ-PLAN-TYPE TO
049100                             PRT-PLAN-TYPE (WS-REQ-COUNT)
049200                         MOVE PRQ-PLAN-AMOUNT TO
049300                             PRT-PLAN-AMOUNT (WS-REQ-COUNT)
049400                         MOVE 0 TO PRT-BALANCE (WS-REQ-COUNT)
049500                     END-IF
049600                 END-IF
049700         END-READ
049800     END-PERFORM.
049900     CLOSE PP-REQUEST-FILE.
050000 0040-LOAD-REQUESTS-EXIT.
050100     EXIT.
050200*--------------------------------------------------------------*
050300* 0050-SUM-REQUEST-BALANCES - ONE PASS OVER STUACCT, EACH       *
050400* REQUESTING STUDENT'S RECORDS INTO THEIR BALANCE, SO A PLAN    *
050500* WITH NO AMOUNT GIVEN COVERS WHAT THE STUDENT OWES TONIGHT.    *
050600*--------------------------------------------------------------*
050700 0050-SUM-REQUEST-BALANCES.
050800     IF WS-REQ-COUNT = 0
050900         GO TO 0050-SUM-REQUEST-BALANCES-EXIT
051000     END-IF.
051100     OPEN INPUT PP-ACCT-FILE.
051200     IF NOT WS-ACCT-OK
051300         GO TO 0050-SUM-REQUEST-BALANCES-EXIT
051400     END-IF.
051500     SET WS-NOT-AT-EOF TO TRUE.
051600     PERFORM UNTIL WS-AT-EOF
051700         READ PP-ACCT-FILE
051800             AT END
051900                 SET WS-AT-EOF TO TRUE
052000             NOT AT END
052100                 IF SUB-AMOUNT NUMERIC
052200                     PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
052300                             UNTIL WS-REQ-IDX > WS-REQ-COUNT
052400                         IF PRT-STUDENT-ID (WS-REQ-IDX)
052500                             = SUB-STUDENT-ID
052600                             ADD SUB-AMOUNT TO
052700                                 PRT-BALANCE (WS-REQ-IDX)
052800                         END-IF
052900                     END-PERFORM
053000                 END-IF
053100         END-READ
053200     END-PERFORM.
053300     CLOSE PP-ACCT-FILE.
053400 0050-SUM-REQUEST-BALANCES-EXIT.
053500     EXIT.
053600*--------------------------------------------------------------*
053700* 0100-ABSORB-EXISTING-DETAIL - COPIES ANY DETAIL ALREADY ON    *
053800* ADTXN TO THE WORK FILE AND FOLDS ITS AMOUNTS INTO THE RUNNING *
053900* CONTROL TOTALS. ANY EXISTING HEADER IS DROPPED - THIS STEP    *
054000* RE-HEADS THE COMBINED FEED.                                   *
054100*--------------------------------------------------------------*
054200 0100-ABSORB-EXISTING-DETAIL.
054300     OPEN OUTPUT PP-WORK-FILE.
054400     SET WS-NOT-AT-EOF TO TRUE.
054500     OPEN INPUT PP-TXN-FILE.
054600     IF NOT WS-TXN-OK
054700         GO TO 0100-ABSORB-EXISTING-DETAIL-DONE
054800     END-IF.
054900     PERFORM 0150-READ-ONE-TXN
055000         THRU 0150-READ-ONE-TXN-EXIT.
055100     PERFORM UNTIL WS-AT-EOF
055200         IF TXN-DETAIL-RECORD
055300             AND TXN-AMOUNT NUMERIC
055400             PERFORM 0170-TALLY-ONE-DETAIL
055500                 THRU 0170-TALLY-ONE-DETAIL-EXIT
055600             MOVE TXN-RECORD TO PP-WORK-RECORD
055700             WRITE PP-WORK-RECORD
055800         END-IF
055900         PERFORM 0150-READ-ONE-TXN
056000             THRU 0150-READ-ONE-TXN-EXIT
056100     END-PERFORM.
056200     CLOSE PP-TXN-FILE.
056300 0100-ABSORB-EXISTING-DETAIL-DONE.
056400     CONTINUE.
056500 0100-ABSORB-EXISTING-DETAIL-EXIT.
056600     EXIT.
056700*--------------------------------------------------------------*
056800* 0150-READ-ONE-TXN - A SINGLE READ OF ADTXN.                   *
056900*--------------------------------------------------------------*
057000 0150-READ-ONE-TXN.
057100     READ PP-TXN-FILE
057200         AT END SET WS-AT-EOF TO TRUE
057300     END-READ.
057400 0150-READ-ONE-TXN-EXIT.
057500     EXIT.
057600*--------------------------------------------------------------*
057700* 0170-TALLY-ONE-DETAIL - ONE DETAIL RECORD INTO THE COUNT AND  *
057800* ITS CATEGORY'S HASH TOTAL.                                    *
057900*--------------------------------------------------------------*
058000 0170-TALLY-ONE-DETAIL.
058100     ADD 1 TO WS-TXN-COUNT.
058200     EVALUATE TXN-CATEGORY
058300         WHEN 'A'
058400             ADD TXN-AMOUNT TO WS-HASH-A
058500         WHEN 'B'
058600             ADD TXN-AMOUNT TO WS-HASH-B
058700         WHEN 'C'
058800             ADD TXN-AMOUNT TO WS-HASH-C
058900         WHEN 'D'
059000             ADD TXN-AMOUNT TO WS-HASH-D
059100         WHEN 'E'
059200             ADD TXN-AMOUNT TO WS-HASH-E
059300         WHEN OTHER
059400             CONTINUE
059500     END-EVALUATE.
059600 0170-TALLY-ONE-DETAIL-EXIT.
059700     EXIT.
059800*--------------------------------------------------------------*
059900* 0200-OPEN-PLAN-FILE - PAYPLAN FOR UPDATE, CREATED EMPTY THE   *
060000* FIRST TIME. A TEST-MODE RUN ONLY READS IT.                    *
060100*--------------------------------------------------------------*
060200 0200-OPEN-PLAN-FILE.
060300     IF SP-TEST-MODE
060400         OPEN INPUT PP-PLAN-FILE
060500     ELSE
060600         OPEN I-O PP-PLAN-FILE
060700         IF WS-PLAN-NOT-FOUND
060800             OPEN OUTPUT PP-PLAN-FILE
060900             CLOSE PP-PLAN-FILE
061000             OPEN I-O PP-PLAN-FILE
061100         END-IF
061200     END-IF.
061300     IF WS-PLAN-OK
061400         SET WS-PLAN-FILE-OPEN TO TRUE
061500     ELSE
061600         MOVE 'PLANPOST' TO IO-PROGRAM-ID
061700         MOVE 'PAYPLAN ' TO IO-FILE-NAME
061800         MOVE 'OPEN-IO ' TO IO-OPERATION
061900         MOVE WS-PLAN-STATUS TO IO-FILE-STATUS
062000         MOVE 'N' TO IO-MANDATORY-FLAG
062100         CALL 'IOERR' USING IOERR-PARM-BLOCK
062200     END-IF.
062300 0200-OPEN-PLAN-FILE-EXIT.
062400     EXIT.
062500*--------------------------------------------------------------*
062600* 1000-APPLY-REQUESTS - EACH PLANENRL REQUEST IN TURN, AND THE  *
062700* NIGHT'S ENROLLMENT FEES AS ONE CATEGORY-D DETAIL ON ADTXN.    *
062800*--------------------------------------------------------------*
062900 1000-APPLY-REQUESTS.
063000     IF WS-REQ-COUNT = 0
063100         GO TO 1000-APPLY-REQUESTS-EXIT
063200     END-IF.
063300     OPEN INPUT PP-MASTER-FILE.
063400     IF WS-MASTER-OK
063500         SET WS-MASTER-OPEN TO TRUE
063600     END-IF.
063700     PERFORM 1100-APPLY-ONE-REQUEST
063800         THRU 1100-APPLY-ONE-REQUEST-EXIT
063900         VARYING WS-REQ-IDX FROM 1 BY 1
064000         UNTIL WS-REQ-IDX > WS-REQ-COUNT.
064100     IF WS-MASTER-OPEN
064200         CLOSE PP-MASTER-FILE
064300     END-IF.
064400     IF WS-FEE-TOTAL NOT = 0
064500         PERFORM 2500-WRITE-FEE-DETAIL
064600             THRU 2500-WRITE-FEE-DETAIL-EXIT
064700     END-IF.
064800 1000-APPLY-REQUESTS-EXIT.
064900     EXIT.
065000*--------------------------------------------------------------*
065100* 1100-APPLY-ONE-REQUEST - ONE REQUEST: THE COMMON EDITS, THEN  *
065200* THE ENROLLMENT OR THE CANCELLATION. EVERY REQUEST GETS A      *
065300* REGISTER LINE.                                                *
065400*--------------------------------------------------------------*
065500 1100-APPLY-ONE-REQUEST.
065600     ADD 1 TO WS-REQUESTS-READ.
065700     MOVE SPACES TO WS-REJECT-REASON.
065800     MOVE SPACES TO PP-REPORT-RECORD.
065900     MOVE PRT-STUDENT-ID (WS-REQ-IDX) TO PPR-STUDENT-ID.
066000     MOVE PRT-TERM (WS-REQ-IDX) TO PPR-TERM.
066100     MOVE PRT-PLAN-TYPE (WS-REQ-IDX) TO PPR-PLAN-TYPE.
066200     EVALUATE TRUE
066300         WHEN PRT-STUDENT-ID (WS-REQ-IDX) NOT NUMERIC
066400             MOVE 'STUDENT ID INVALID' TO WS-REJECT-REASON
066500         WHEN PRT-TERM (WS-REQ-IDX) = SPACES
066600             MOVE 'NO TERM GIVEN' TO WS-REJECT-REASON
066700         WHEN NOT WS-PLAN-FILE-OPEN
066800             MOVE 'PAYPLAN UNAVAILABLE' TO WS-REJECT-REASON
066900         WHEN PRT-ACTION (WS-REQ-IDX) = 'E'
067000             PERFORM 1200-ENROLL-ONE-PLAN
067100                 THRU 1200-ENROLL-ONE-PLAN-EXIT
067200         WHEN PRT-ACTION (WS-REQ-IDX) = 'X'
067300             PERFORM 1500-CANCEL-ONE-PLAN
067400                 THRU 1500-CANCEL-ONE-PLAN-EXIT
067500         WHEN OTHER
067600             MOVE 'ACTION NOT E OR X' TO WS-REJECT-REASON
067700     END-EVALUATE.
067800     IF WS-REJECT-REASON NOT = SPACES
067900         ADD 1 TO WS-REQUESTS-REJECTED
068000         MOVE WS-REJECT-REASON TO PPR-NOTE
068100     END-IF.
068200     WRITE PP-REPORT-RECORD.
068300 1100-APPLY-ONE-REQUEST-EXIT.
068400     EXIT.
068500*--------------------------------------------------------------*
068600* 1200-ENROLL-ONE-PLAN - THE STUDENT MUST BE ON THE MASTER, THE *
068700* PLAN TYPE ON PLANTYPE, THE TERM FREE OF A LIVE PLAN AND THE   *
068800* AMOUNT ABOVE ZERO. A CANCELLED PLAN FOR THE TERM IS REPLACED. *
068900* THE AMOUNT IS SPLIT EVENLY, THE ODD CENTS ON THE LAST         *
069000* INSTALLMENT, AND THE TYPE'S ENROLLMENT FEE IS CHARGED.        *
069100*--------------------------------------------------------------*
069200 1200-ENROLL-ONE-PLAN.
069300     IF NOT WS-MASTER-OPEN
069400         MOVE 'STUMAST UNAVAILABLE' TO WS-REJECT-REASON
069500         GO TO 1200-ENROLL-ONE-PLAN-EXIT
069600     END-IF.
069700     MOVE PRT-STUDENT-ID (WS-REQ-IDX) TO STM-STUDENT-ID.
069800     READ PP-MASTER-FILE
069900         INVALID KEY
070000             MOVE 'ID NOT ON MASTER' TO WS-REJECT-REASON
070100             GO TO 1200-ENROLL-ONE-PLAN-EXIT
070200     END-READ.
070300     SET WS-TYP-NOT-FOUND TO TRUE.
070400     PERFORM VARYING WS-TYP-IDX FROM 1 BY 1
070500             UNTIL WS-TYP-IDX > WS-TYP-COUNT
070600             OR WS-TYP-FOUND
070700         IF PTT-PLAN-TYPE (WS-TYP-IDX)
070800             = PRT-PLAN-TYPE (WS-REQ-IDX)
070900             SET WS-TYP-FOUND TO TRUE
071000         END-IF
071100     END-PERFORM.
071200     IF WS-TYP-NOT-FOUND
071300         MOVE 'PLAN TYPE UNKNOWN' TO WS-REJECT-REASON
071400         GO TO 1200-ENROLL-ONE-PLAN-EXIT
071500     END-IF.
071600     SUBTRACT 1 FROM WS-TYP-IDX.
071700     IF PRT-PLAN-AMOUNT (WS-REQ-IDX) NUMERIC
071800         AND PRT-PLAN-AMOUNT (WS-REQ-IDX) > 0
071900         MOVE PRT-PLAN-AMOUNT (WS-REQ-IDX) TO WS-PLAN-AMOUNT
072000     ELSE
072100         MOVE PRT-BALANCE (WS-REQ-IDX) TO WS-PLAN-AMOUNT
072200     END-IF.
072300     IF WS-PLAN-AMOUNT NOT > 0
072400         MOVE 'NO BALANCE TO PLAN' TO WS-REJECT-REASON
072500         GO TO 1200-ENROLL-ONE-PLAN-EXIT
072600     END-IF.
072700     MOVE PRT-STUDENT-ID (WS-REQ-IDX) TO PPL-STUDENT-ID.
072800     MOVE PRT-TERM (WS-REQ-IDX) TO PPL-TERM.
072900     READ PP-PLAN-FILE
073000         INVALID KEY
073100             CONTINUE
073200     END-READ.
073300     IF WS-PLAN-OK
073400         AND NOT PPL-CANCELLED
073500         MOVE 'PLAN ALREADY ON FILE' TO WS-REJECT-REASON
073600         GO TO 1200-ENROLL-ONE-PLAN-EXIT
073700     END-IF.
073800     PERFORM 1300-BUILD-SCHEDULE
073900         THRU 1300-BUILD-SCHEDULE-EXIT.
074000     ADD 1 TO WS-PLANS-ENROLLED.
074100     MOVE WS-PLAN-AMOUNT TO PPR-AMOUNT.
074200     MOVE PPI-DUE-DATE (1) TO PPR-DUE-DATE.
074300     MOVE 'ENROLLED' TO PPR-NOTE.
074400     IF SP-TEST-MODE
074500         GO TO 1200-ENROLL-ONE-PLAN-EXIT
074600     END-IF.
074700     IF WS-PLAN-OK
074800         REWRITE PAY-PLAN-RECORD
074900     ELSE
075000         WRITE PAY-PLAN-RECORD
075100     END-IF.
075200     IF PTT-ENROLL-FEE (WS-TYP-IDX) > 0
075300         PERFORM 1400-POST-ENROLLMENT-FEE
075400             THRU 1400-POST-ENROLLMENT-FEE-EXIT
075500     END-IF.
075600 1200-ENROLL-ONE-PLAN-EXIT.
075700     EXIT.
075800*--------------------------------------------------------------*
075900* 1300-BUILD-SCHEDULE - THE NEW PLAN RECORD: THE FIRST DUE DATE *
076000* THE TYPE'S FIRST-DAYS FROM TONIGHT, EACH LATER ONE THE        *
076100* INTERVAL AFTER THE LAST.                                      *
076200*--------------------------------------------------------------*
076300 1300-BUILD-SCHEDULE.
076400     MOVE PRT-STUDENT-ID (WS-REQ-IDX) TO PPL-STUDENT-ID.
076500     MOVE PRT-TERM (WS-REQ-IDX) TO PPL-TERM.
076600     MOVE PRT-PLAN-TYPE (WS-REQ-IDX) TO PPL-PLAN-TYPE.
076700     SET PPL-ACTIVE TO TRUE.
076800     MOVE WS-BUSINESS-DATE TO PPL-ENROLL-DATE.
076900     MOVE WS-PLAN-AMOUNT TO PPL-PLAN-AMOUNT.
077000     MOVE PTT-INST-COUNT (WS-TYP-IDX) TO PPL-INST-COUNT.
077100     COMPUTE WS-INST-AMOUNT = WS-PLAN-AMOUNT
077200         / PTT-INST-COUNT (WS-TYP-IDX).
077300     PERFORM VARYING WS-INST-IDX FROM 1 BY 1
077400             UNTIL WS-INST-IDX > 6
077500         MOVE 0 TO PPI-DUE-DATE (WS-INST-IDX)
077600         MOVE 0 TO PPI-AMOUNT (WS-INST-IDX)
077700         MOVE 0 TO PPI-PAID-AMOUNT (WS-INST-IDX)
077800         MOVE SPACE TO PPI-STATUS (WS-INST-IDX)
077900     END-PERFORM.
078000     PERFORM VARYING WS-INST-IDX FROM 1 BY 1
078100             UNTIL WS-INST-IDX > PPL-INST-COUNT
078200         COMPUTE PPI-DUE-DATE (WS-INST-IDX) =
078300             FUNCTION DATE-OF-INTEGER (WS-BUSINESS-DAY-NO
078400             + PTT-FIRST-DAYS (WS-TYP-IDX)
078500             + (WS-INST-IDX - 1) * PTT-INTERVAL-DAYS (WS-TYP-IDX))
078600         IF WS-INST-IDX = PPL-INST-COUNT
078700             COMPUTE PPI-AMOUNT (WS-INST-IDX) = WS-PLAN-AMOUNT
078800                 - WS-INST-AMOUNT * (PPL-INST-COUNT - 1)
078900         ELSE
079000             MOVE WS-INST-AMOUNT TO PPI-AMOUNT (WS-INST-IDX)
079100         END-IF
079200         SET PPI-OPEN (WS-INST-IDX) TO TRUE
079300     END-PERFORM.
079400 1300-BUILD-SCHEDULE-EXIT.
079500     EXIT.
079600*--------------------------------------------------------------*
079700* 1400-POST-ENROLLMENT-FEE - THE PLAN TYPE'S ENROLLMENT FEE AS  *
079800* A CATEGORY-D CHARGE ON THE STUDENT'S STUACCT ACCOUNT, ADDED   *
079900* TO THE NIGHT'S FEE TOTAL FOR ADTXN.                           *
080000*--------------------------------------------------------------*
080100 1400-POST-ENROLLMENT-FEE.
080200     ADD PTT-ENROLL-FEE (WS-TYP-IDX) TO WS-FEE-TOTAL.
080300     OPEN EXTEND PP-ACCT-FILE.
080400     IF NOT WS-ACCT-OK
080500         CLOSE PP-ACCT-FILE
080600         OPEN OUTPUT PP-ACCT-FILE
080700     END-IF.
080800     MOVE SPACES TO STU-ACCT-RECORD.
080900     MOVE PRT-STUDENT-ID (WS-REQ-IDX) TO SUB-STUDENT-ID.
081000     ACCEPT SUB-POST-DATE FROM DATE YYYYMMDD.
081100     ACCEPT SUB-POST-TIME FROM TIME.
081200     MOVE 'PLANPOST' TO SUB-SOURCE.
081300     MOVE 'D' TO SUB-CATEGORY.
081400     MOVE PTT-ENROLL-FEE (WS-TYP-IDX) TO SUB-AMOUNT.
081500     MOVE 'PAYMENT PLAN FEE' TO SUB-DESC.
081600     WRITE STU-ACCT-RECORD.
081600     IF WS-ACCT-OK
081600         PERFORM 8700-JOURNAL-ACCT-POST
081600             THRU 8700-JOURNAL-ACCT-POST-EXIT
081600         PERFORM 8780-POST-ACCT-BALANCE
081600             THRU 8780-POST-ACCT-BALANCE-EXIT
081600     END-IF.
081700     CLOSE PP-ACCT-FILE.
081800 1400-POST-ENROLLMENT-FEE-EXIT.
081900     EXIT.
082000*--------------------------------------------------------------*
082100* 1500-CANCEL-ONE-PLAN - MARKS THE STUDENT'S PLAN FOR THE TERM  *
082200* CANCELLED. THE BALANCE STANDS ON THE ACCOUNT AS ONE SUM AGAIN *
082300* AND THE ENROLLMENT FEE IS NOT RETURNED.                       *
082400*--------------------------------------------------------------*
082500 1500-CANCEL-ONE-PLAN.
082600     MOVE PRT-STUDENT-ID (WS-REQ-IDX) TO PPL-STUDENT-ID.
082700     MOVE PRT-TERM (WS-REQ-IDX) TO PPL-TERM.
082800     READ PP-PLAN-FILE
082900         INVALID KEY
083000             MOVE 'NO PLAN ON FILE' TO WS-REJECT-REASON
083100             GO TO 1500-CANCEL-ONE-PLAN-EXIT
083200     END-READ.
083300     IF PPL-CANCELLED
083400         MOVE 'PLAN ALREADY CANCELLED' TO WS-REJECT-REASON
083500         GO TO 1500-CANCEL-ONE-PLAN-EXIT
083600     END-IF.
083700     ADD 1 TO WS-PLANS-CANCELLED.
083800     MOVE PPL-PLAN-TYPE TO PPR-PLAN-TYPE.
083900     MOVE PPL-PLAN-AMOUNT TO PPR-AMOUNT.
084000     MOVE 'CANCELLED' TO PPR-NOTE.
084100     IF SP-PRODUCTION-MODE
084200         SET PPL-CANCELLED TO TRUE
084300         REWRITE PAY-PLAN-RECORD
084400     END-IF.
084500 1500-CANCEL-ONE-PLAN-EXIT.
084600     EXIT.
084700*--------------------------------------------------------------*
084800* 2500-WRITE-FEE-DETAIL - THE NIGHT'S ENROLLMENT FEES AS ONE    *
084900* SUMMARIZED CATEGORY-D CHARGE ON THE WORK FILE, FOLDED INTO    *
085000* THE CONTROL TOTALS.                                           *
085100*--------------------------------------------------------------*
085200 2500-WRITE-FEE-DETAIL.
085300     MOVE SPACES TO TXN-RECORD.
085400     MOVE 'D' TO TXN-RECORD-TYPE.
085500     MOVE 'D' TO TXN-CATEGORY.
085600     MOVE 'I' TO TXN-FUND-CODE.
085700     MOVE WS-FEE-TOTAL TO TXN-AMOUNT.
085800     PERFORM 0170-TALLY-ONE-DETAIL
085900         THRU 0170-TALLY-ONE-DETAIL-EXIT.
086000     MOVE TXN-RECORD TO PP-WORK-RECORD.
086100     WRITE PP-WORK-RECORD.
086200 2500-WRITE-FEE-DETAIL-EXIT.
086300     EXIT.
086400*--------------------------------------------------------------*
086500* 3000-REFRESH-PLAN-STATUS - ONE PASS OVER EVERY ACTIVE PLAN ON *
086600* PAYPLAN, EACH INSTALLMENT RE-MARKED FROM WHAT HAS BEEN PAID   *
086700* AGAINST IT AND ITS DUE DATE. A PLAN WHOSE INSTALLMENTS ARE    *
086800* ALL PAID IS CLOSED COMPLETE.                                  *
086900*--------------------------------------------------------------*
087000 3000-REFRESH-PLAN-STATUS.
087100     IF NOT WS-PLAN-FILE-OPEN
087200         GO TO 3000-REFRESH-PLAN-STATUS-EXIT
087300     END-IF.
087400     MOVE LOW-VALUES TO PPL-KEY.
087500     START PP-PLAN-FILE KEY IS NOT LESS THAN PPL-KEY
087600         INVALID KEY
087700             GO TO 3000-REFRESH-PLAN-STATUS-EXIT
087800     END-START.
087900     SET WS-NOT-AT-EOF TO TRUE.
088000     PERFORM UNTIL WS-AT-EOF
088100         READ PP-PLAN-FILE NEXT RECORD
088200             AT END
088300                 SET WS-AT-EOF TO TRUE
088400             NOT AT END
088500                 IF PPL-ACTIVE
088600                     PERFORM 3100-REFRESH-ONE-PLAN
088700                         THRU 3100-REFRESH-ONE-PLAN-EXIT
088800                 END-IF
088900         END-READ
089000     END-PERFORM.
089100 3000-REFRESH-PLAN-STATUS-EXIT.
089200     EXIT.
089300*--------------------------------------------------------------*
089400* 3100-REFRESH-ONE-PLAN - PAID IN FULL IS PAID; OTHERWISE PAST  *
089500* ITS DUE DATE IS PAST DUE, SOMETHING PAID IS PARTIALLY PAID    *
089600* AND NOTHING PAID IS OPEN. EACH PAST-DUE INSTALLMENT AND EACH  *
089700* PLAN PAID OFF IS REGISTERED.                                  *
089800*--------------------------------------------------------------*
089900 3100-REFRESH-ONE-PLAN.
090000     SET WS-PLAN-UNCHANGED TO TRUE.
090100     SET WS-ALL-PAID TO TRUE.
090200     PERFORM VARYING WS-INST-IDX FROM 1 BY 1
090300             UNTIL WS-INST-IDX > PPL-INST-COUNT
090400         EVALUATE TRUE
090500             WHEN PPI-PAID-AMOUNT (WS-INST-IDX)
090600                 NOT < PPI-AMOUNT (WS-INST-IDX)
090700                 MOVE 'F' TO WS-NEW-STATUS
090800             WHEN PPI-DUE-DATE (WS-INST-IDX) < WS-BUSINESS-DATE
090900                 MOVE 'D' TO WS-NEW-STATUS
091000             WHEN PPI-PAID-AMOUNT (WS-INST-IDX) > 0
091100                 MOVE 'P' TO WS-NEW-STATUS
091200             WHEN OTHER
091300                 MOVE 'O' TO WS-NEW-STATUS
091400         END-EVALUATE
091500         IF WS-NEW-STATUS NOT = 'F'
091600             SET WS-NOT-ALL-PAID TO TRUE
091700         END-IF
091800         IF WS-NEW-STATUS = 'D'
091900             ADD 1 TO WS-INST-PAST-DUE
092000             PERFORM 3200-REGISTER-PAST-DUE
092100                 THRU 3200-REGISTER-PAST-DUE-EXIT
092200         END-IF
092300         IF WS-NEW-STATUS NOT = PPI-STATUS (WS-INST-IDX)
092400             MOVE WS-NEW-STATUS TO PPI-STATUS (WS-INST-IDX)
092500             SET WS-PLAN-CHANGED TO TRUE
092600         END-IF
092700     END-PERFORM.
092800     IF WS-ALL-PAID
092900         SET PPL-COMPLETE TO TRUE
093000         SET WS-PLAN-CHANGED TO TRUE
093100         ADD 1 TO WS-PLANS-COMPLETED
093200         MOVE SPACES TO PP-REPORT-RECORD
093300         MOVE PPL-STUDENT-ID TO PPR-STUDENT-ID
093400         MOVE PPL-TERM TO PPR-TERM
093500         MOVE PPL-PLAN-TYPE TO PPR-PLAN-TYPE
093600         MOVE PPL-PLAN-AMOUNT TO PPR-AMOUNT
093700         MOVE 'PLAN PAID IN FULL' TO PPR-NOTE
093800         WRITE PP-REPORT-RECORD
093900     END-IF.
094000     IF WS-PLAN-CHANGED
094100         AND SP-PRODUCTION-MODE
094200         REWRITE PAY-PLAN-RECORD
094300     END-IF.
094400 3100-REFRESH-ONE-PLAN-EXIT.
094500     EXIT.
094600*--------------------------------------------------------------*
094700* 3200-REGISTER-PAST-DUE - ONE PAST-DUE INSTALLMENT WITH WHAT   *
094800* IS STILL OWED ON IT.                                          *
094900*--------------------------------------------------------------*
095000 3200-REGISTER-PAST-DUE.
095100     COMPUTE WS-INST-OPEN = PPI-AMOUNT (WS-INST-IDX)
095200         - PPI-PAID-AMOUNT (WS-INST-IDX).
095300     MOVE SPACES TO PP-REPORT-RECORD.
095400     MOVE PPL-STUDENT-ID TO PPR-STUDENT-ID.
095500     MOVE PPL-TERM TO PPR-TERM.
095600     MOVE PPL-PLAN-TYPE TO PPR-PLAN-TYPE.
095700     MOVE WS-INST-IDX TO PPR-INST-NO.
095800     MOVE PPI-DUE-DATE (WS-INST-IDX) TO PPR-DUE-DATE.
095900     MOVE WS-INST-OPEN TO PPR-AMOUNT.
096000     MOVE 'PAST DUE' TO PPR-NOTE.
096100     WRITE PP-REPORT-RECORD.
096200 3200-REGISTER-PAST-DUE-EXIT.
096300     EXIT.
096400*--------------------------------------------------------------*
096500* 8000-REWRITE-TXN-FEED - THE COMBINED FEED BACK TO ADTXN WITH  *
096600* ONE FRESH CONTROL HEADER. A TEST-MODE RUN LEAVES ADTXN        *
096700* EXACTLY AS IT FOUND IT.                                       *
096800*--------------------------------------------------------------*
096900 8000-REWRITE-TXN-FEED.
097000     CLOSE PP-WORK-FILE.
097100     IF SP-TEST-MODE
097200         GO TO 8000-REWRITE-TXN-FEED-EXIT
097300     END-IF.
097400     OPEN OUTPUT PP-TXN-FILE.
097500     MOVE SPACES TO TXN-RECORD.
097600     MOVE 'H' TO TXN-RECORD-TYPE.
097700     MOVE WS-TXN-COUNT TO HDR-DECLARED-COUNT.
097800     MOVE WS-HASH-A TO HDR-HASH-A.
097900     MOVE WS-HASH-B TO HDR-HASH-B.
098000     MOVE WS-HASH-C TO HDR-HASH-C.
098100     MOVE WS-HASH-D TO HDR-HASH-D.
098200     MOVE WS-HASH-E TO HDR-HASH-E.
098300     WRITE TXN-RECORD.
098400     SET WS-NOT-AT-EOF TO TRUE.
098500     OPEN INPUT PP-WORK-FILE.
098600     PERFORM 8100-READ-ONE-WORK-RECORD
098700         THRU 8100-READ-ONE-WORK-RECORD-EXIT.
098800     PERFORM UNTIL WS-AT-EOF
098900         MOVE PP-WORK-RECORD TO TXN-RECORD
099000         WRITE TXN-RECORD
099100         PERFORM 8100-READ-ONE-WORK-RECORD
099200             THRU 8100-READ-ONE-WORK-RECORD-EXIT
099300     END-PERFORM.
099400     CLOSE PP-WORK-FILE.
099500     CLOSE PP-TXN-FILE.
099600 8000-REWRITE-TXN-FEED-EXIT.
099700     EXIT.
099800*--------------------------------------------------------------*
099900* 8100-READ-ONE-WORK-RECORD - A SINGLE READ OF PLANWRK.         *
100000*--------------------------------------------------------------*
100100 8100-READ-ONE-WORK-RECORD.
100200     READ PP-WORK-FILE
100300         AT END SET WS-AT-EOF TO TRUE
100400     END-READ.
100500 8100-READ-ONE-WORK-RECORD-EXIT.
100600     EXIT.
100600*--------------------------------------------------------------*
100600* 8700-JOURNAL-ACCT-POST - THE STUACCT POSTING JUST WRITTEN,   *
100600* ONTO THE RCVJRNL FORWARD-RECOVERY JOURNAL.                   *
100600*--------------------------------------------------------------*
100600 8700-JOURNAL-ACCT-POST.
100600     MOVE 'PLANPOST' TO JR-PROGRAM-ID.
100600     SET JR-FILE-ACCOUNT TO TRUE.
100600     SET JR-ADD TO TRUE.
100600     MOVE SPACES TO JR-RECORD-KEY.
100600     MOVE SUB-STUDENT-ID TO JR-RECORD-KEY (1:9).
100600     MOVE SPACES TO JR-BEFORE-IMAGE.
100600     MOVE STU-ACCT-RECORD TO JR-AFTER-IMAGE.
100600     CALL 'JRNLLOG' USING JRNL-PARM-BLOCK.
100600 8700-JOURNAL-ACCT-POST-EXIT.
100600     EXIT.
100600*--------------------------------------------------------------*
100600* 8780-POST-ACCT-BALANCE - THE STUACCT POSTING JUST WRITTEN,   *
100600* ONTO THE STUDENT'S STUBAL BALANCE RECORD THROUGH BALPOST, IN *
100600* THE SAME UNIT OF WORK AS THE WRITE.                          *
100600*--------------------------------------------------------------*
100600 8780-POST-ACCT-BALANCE.
100600     MOVE 'PLANPOST' TO BP-PROGRAM-ID.
100600     SET BP-POST TO TRUE.
100600     MOVE STU-ACCT-RECORD TO BP-ACCT-RECORD.
100600     CALL 'BALPOST' USING BAL-PARM-BLOCK.
100600 8780-POST-ACCT-BALANCE-EXIT.
100600     EXIT.
100700*--------------------------------------------------------------*
100800* 9999-EXIT                                                    *
100900*--------------------------------------------------------------*
101000 9999-EXIT.
101100     STOP RUN.
