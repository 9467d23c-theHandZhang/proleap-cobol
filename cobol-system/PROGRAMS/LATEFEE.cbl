000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LATEFEE.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - LATE PAYMENT FEE ASSESSMENT.  *
001100*                THE LATEPARM MEMBER LISTS EACH TERM'S PAYMENT  *
001200*                DUE DATES AND THE FEE RULES. THE NIGHT THE     *
001300*                GRACE DAYS RUN OUT ON A DUE DATE, EVERY        *
001400*                STUDENT STILL OWING AT LEAST THE THRESHOLD ON  *
001500*                CHARGES POSTED BY THAT DATE - OR, FOR A        *
001600*                STUDENT ON A PAYMENT PLAN, ON INSTALLMENTS     *
001700*                PAST DUE BEYOND THE GRACE DAYS - IS CHARGED A  *
001800*                FLAT OR PERCENTAGE LATE FEE, CAPPED PER TERM,  *
001900*                AS LEDGER CATEGORY E ON STUACCT AND ADTXN      *
002000*                (ABSORB-AND-RE-HEAD, AS CASHPOST DOES). A PLAN *
002100*                IN GOOD STANDING, AN ACTIVE SPONSOR ON         *
002200*                SPONAUTH, OR HELD AID ON AIDHELD COVERING THE  *
002300*                AMOUNT EXEMPTS THE STUDENT. THE LATERPT        *
002400*                REGISTER SHOWS EVERY FEE AND EVERY EXEMPTION   *
002500*                WITH ITS REASON. ANY OTHER NIGHT THE STEP ENDS *
002600*                CLEAN. TEST MODE WRITES THE REGISTER ONLY.     *
002600* 10/15/26  DW   AIDHELD REASON CODE ADDED; AWARDS HELD FOR SAP *
002600*                SUSPENSION NO LONGER COUNT AS PENDING AID      *
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
003100     SELECT LF-PARM-FILE ASSIGN TO LATEPARM
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-PARM-STATUS.
003400     SELECT LF-ACCT-FILE ASSIGN TO STUACCT
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-ACCT-STATUS.
003700     SELECT LF-PLAN-FILE ASSIGN TO PAYPLAN
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS PPL-KEY
004100         FILE STATUS IS WS-PLAN-STATUS.
004200     SELECT LF-SPONSOR-FILE ASSIGN TO SPONAUTH
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-SPONSOR-STATUS.
004500     SELECT LF-HELD-FILE ASSIGN TO AIDHELD
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-HELD-STATUS.
004800     SELECT LF-TXN-FILE ASSIGN TO ADTXN
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-TXN-STATUS.
005100     SELECT LF-WORK-FILE ASSIGN TO LATEWRK
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-WORK-STATUS.
005400     SELECT LF-REPORT-FILE ASSIGN TO LATERPT
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-REPORT-STATUS.
005700     SELECT LF-CAL-FILE ASSIGN TO SUITECAL
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-CAL-STATUS.
006000     SELECT SUITE-PARM-FILE ASSIGN TO SUITEPRM
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-SUITE-STATUS.
006300     SELECT LF-CYCLENO-FILE ASSIGN TO CYCLENO
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-CYCLENO-STATUS.
006600 DATA DIVISION.
006700 FILE SECTION.
006800*--------------------------------------------------------------*
006900* LATEPARM - ONE P CARD WITH THE FEE RULES: GRACE DAYS AFTER    *
007000* THE DUE DATE, THE SMALLEST PAST-DUE AMOUNT CHARGED, THE FEE   *
007100* TYPE (F FLAT, P PERCENTAGE OF THE PAST-DUE AMOUNT), THE FLAT  *
007200* AMOUNT, THE PERCENTAGE AND THE MOST ONE STUDENT PAYS IN LATE  *
007300* FEES IN A TERM. THEN ONE D CARD PER TERM DUE DATE. A LINE     *
007400* WITH * IN COLUMN 1 IS A COMMENT.                              *
007500*--------------------------------------------------------------*
007600 FD  LF-PARM-FILE.
007700 01  LPM-CARD.
007800     05  LPM-CARD-TYPE        PIC X(01).
007900         88  LPM-RULE-CARD    VALUE 'P'.
008000         88  LPM-DUE-CARD     VALUE 'D'.
008100     05  LPM-CARD-BODY        PIC X(33).
008200 01  LPM-RULE-R REDEFINES LPM-CARD.
008300     05  FILLER               PIC X(01).
008400     05  LPM-GRACE-DAYS       PIC 9(03).
008500     05  LPM-THRESHOLD        PIC 9(05)V99.
008600     05  LPM-FEE-TYPE         PIC X(01).
008700     05  LPM-FLAT-AMOUNT      PIC 9(05)V99.
008800     05  LPM-PERCENT          PIC 9(02)V99.
008900     05  LPM-TERM-CAP         PIC 9(05)V99.
009000     05  FILLER               PIC X(04).
009100 01  LPM-DUE-R REDEFINES LPM-CARD.
009200     05  FILLER               PIC X(01).
009300     05  LPM-TERM             PIC X(06).
009400     05  LPM-DUE-DATE         PIC 9(08).
009500     05  FILLER               PIC X(19).
009600 FD  LF-ACCT-FILE.
009700 COPY STUACREC.
009800 FD  LF-PLAN-FILE.
009900 COPY PAYPLREC.
010000 FD  LF-SPONSOR-FILE.
010100 COPY SPNAUREC.
010200 FD  LF-HELD-FILE.
010300 01  HLD-RECORD.
010400     05  HLD-STUDENT-ID       PIC 9(09).
010500     05  HLD-AID-CODE         PIC X(04).
010600     05  HLD-AWARD-AMOUNT     PIC 9(05)V99.
010700     05  HLD-REASON           PIC X(20).
010800     05  HLD-DATE             PIC 9(08).
010810     05  HLD-REASON-CODE      PIC X(04).
010900 FD  LF-TXN-FILE.
011000 01  TXN-RECORD.
011100     05  TXN-RECORD-TYPE      PIC X(01).
011200         88  TXN-HEADER-RECORD VALUE 'H'.
011300         88  TXN-DETAIL-RECORD VALUE 'D'.
011400     05  TXN-RECORD-BODY      PIC X(66).
011500 01  TXN-DETAIL-R REDEFINES TXN-RECORD.
011600     05  FILLER               PIC X(01).
011700     05  TXN-CATEGORY         PIC X(01).
011800     05  TXN-AMOUNT           PIC S9(07)V99
011900                              SIGN LEADING SEPARATE.
012000     05  TXN-FUND-CODE        PIC X(01).
012100     05  FILLER               PIC X(54).
012200 01  TXN-HEADER-R REDEFINES TXN-RECORD.
012300     05  FILLER               PIC X(01).
012400     05  HDR-DECLARED-COUNT   PIC 9(06).
012500     05  HDR-HASH-A           PIC S9(09)V99
012600                              SIGN LEADING SEPARATE.
012700     05  HDR-HASH-B           PIC S9(09)V99
012800                              SIGN LEADING SEPARATE.
012900     05  HDR-HASH-C           PIC S9(09)V99
013000                              SIGN LEADING SEPARATE.
013100     05  HDR-HASH-D           PIC S9(09)V99
013200                              SIGN LEADING SEPARATE.
013300     05  HDR-HASH-E           PIC S9(09)V99
013400                              SIGN LEADING SEPARATE.
013500 FD  LF-WORK-FILE.
013600 01  LF-WORK-RECORD           PIC X(67).
013700*--------------------------------------------------------------*
013800* LATERPT - ONE LINE PER STUDENT PAST DUE BY THE THRESHOLD OR   *
013900* MORE: THE PAST-DUE AMOUNT, THE FEE CHARGED AND WHAT HAPPENED. *
014000*--------------------------------------------------------------*
014100 FD  LF-REPORT-FILE.
014200 01  LF-REPORT-RECORD.
014300     05  LFR-STUDENT-ID       PIC 9(09).
014400     05  FILLER               PIC X(01).
014500     05  LFR-TERM             PIC X(06).
014600     05  FILLER               PIC X(01).
014700     05  LFR-PAST-DUE         PIC -ZZZZZZ9.99.
014800     05  FILLER               PIC X(01).
014900     05  LFR-FEE              PIC -ZZZZ9.99.
015000     05  FILLER               PIC X(01).
015100     05  LFR-DISPOSITION      PIC X(22).
015200 FD  LF-CAL-FILE.
015300 01  CAL-RECORD.
015400     05  CAL-BUSINESS-DATE    PIC 9(08).
015500     05  CAL-MONTH-END-FLAG   PIC X(01).
015600     05  CAL-YEAR-END-FLAG    PIC X(01).
015700 FD  SUITE-PARM-FILE.
015800 01  SP-PARM-CARD             PIC X(11).
015900 FD  LF-CYCLENO-FILE.
016000 01  CYCLENO-CARD.
016100     05  CYC-CYCLE-NUMBER     PIC 9(06).
016200 WORKING-STORAGE SECTION.
016300 01  WS-SUITE-STATUS          PIC X(02).
016400     88  WS-SUITE-OK          VALUE '00'.
016500 01  WS-CYCLENO-STATUS        PIC X(02).
016600     88  WS-CYCLENO-OK        VALUE '00'.
016700 01  WS-PARM-STATUS           PIC X(02).
016800     88  WS-PARM-OK           VALUE '00'.
016900 01  WS-ACCT-STATUS           PIC X(02).
017000     88  WS-ACCT-OK           VALUE '00'.
017100 01  WS-PLAN-STATUS           PIC X(02).
017200     88  WS-PLAN-OK           VALUE '00'.
017300 01  WS-SPONSOR-STATUS        PIC X(02).
017400     88  WS-SPONSOR-OK        VALUE '00'.
017500 01  WS-HELD-STATUS           PIC X(02).
017600     88  WS-HELD-OK           VALUE '00'.
017700 01  WS-TXN-STATUS            PIC X(02).
017800     88  WS-TXN-OK            VALUE '00'.
017900 01  WS-WORK-STATUS           PIC X(02).
018000     88  WS-WORK-OK           VALUE '00'.
018100 01  WS-REPORT-STATUS         PIC X(02).
018200     88  WS-REPORT-OK         VALUE '00'.
018300 01  WS-CAL-STATUS            PIC X(02).
018400     88  WS-CAL-OK            VALUE '00'.
018500 01  WS-EOF-SWITCH            PIC X(01).
018600     88  WS-AT-EOF            VALUE 'Y'.
018700     88  WS-NOT-AT-EOF        VALUE 'N'.
018800 01  WS-PLAN-EOF-SWITCH       PIC X(01).
018900     88  WS-PLAN-AT-END       VALUE 'Y'.
019000     88  WS-PLAN-NOT-AT-END   VALUE 'N'.
019100 01  WS-ASSESS-SWITCH         PIC X(01) VALUE 'N'.
019200     88  WS-ASSESSMENT-DAY    VALUE 'Y'.
019300 01  WS-PLAN-OPEN-SWITCH      PIC X(01) VALUE 'N'.
019400     88  WS-PLAN-FILE-OPEN    VALUE 'Y'.
019500 01  WS-ON-PLAN-SWITCH        PIC X(01).
019600     88  WS-ON-PLAN           VALUE 'Y'.
019700     88  WS-NOT-ON-PLAN       VALUE 'N'.
019800 01  WS-OVFL-SWITCH           PIC X(01) VALUE 'N'.
019900     88  WS-TABLE-OVERFLOWED  VALUE 'Y'.
020000 01  WS-BUSINESS-DATE         PIC 9(08) VALUE 0.
020100 01  WS-BUSINESS-DAY-NO       PIC 9(07) VALUE 0.
020200 01  WS-DUE-DATE              PIC 9(08) VALUE 0.
020300 01  WS-LATE-TERM             PIC X(06) VALUE SPACES.
020400 01  WS-LATE-DESC             PIC X(20).
020500 01  WS-GRACE-DAYS            PIC 9(03) VALUE 10.
020600 01  WS-THRESHOLD             PIC 9(05)V99 VALUE 50.00.
020700 01  WS-FEE-TYPE              PIC X(01) VALUE 'F'.
020800     88  WS-FLAT-FEE          VALUE 'F'.
020900     88  WS-PERCENT-FEE       VALUE 'P'.
021000 01  WS-FLAT-AMOUNT           PIC 9(05)V99 VALUE 50.00.
021100 01  WS-PERCENT               PIC 9(02)V99 VALUE 0.
021200 01  WS-TERM-CAP              PIC 9(05)V99 VALUE 150.00.
021300 01  WS-PAST-DUE              PIC S9(09)V99 VALUE 0.
021400 01  WS-PLAN-PAST-DUE         PIC S9(09)V99 VALUE 0.
021500 01  WS-INST-OPEN             PIC S9(07)V99 VALUE 0.
021600 01  WS-INST-IDX              PIC 9(01) COMP.
021700 01  WS-FEE                   PIC S9(07)V99 VALUE 0.
021800 01  WS-CAP-ROOM              PIC S9(07)V99 VALUE 0.
021900 01  WS-DISPOSITION           PIC X(22).
022000 01  WS-LATEST-HOLD-DATE      PIC 9(08) VALUE 0.
022100 01  WS-STUDENTS-ASSESSED     PIC 9(06) COMP VALUE 0.
022200 01  WS-STUDENTS-EXEMPT       PIC 9(06) COMP VALUE 0.
022300 01  WS-STUDENTS-CAPPED       PIC 9(06) COMP VALUE 0.
022400 01  WS-FEE-TOTAL             PIC S9(09)V99 VALUE 0.
022500 01  WS-TXN-COUNT             PIC 9(06) COMP VALUE 0.
022600 01  WS-HASH-A                PIC S9(09)V99 COMP-3 VALUE 0.
022700 01  WS-HASH-B                PIC S9(09)V99 COMP-3 VALUE 0.
022800 01  WS-HASH-C                PIC S9(09)V99 COMP-3 VALUE 0.
022900 01  WS-HASH-D                PIC S9(09)V99 COMP-3 VALUE 0.
023000 01  WS-HASH-E                PIC S9(09)V99 COMP-3 VALUE 0.
023100 01  WS-SEARCH-ID             PIC 9(09).
023200 01  WS-STU-COUNT             PIC 9(05) COMP VALUE 0.
023300 01  WS-STU-MAX               PIC 9(05) COMP VALUE 8000.
023400 01  WS-STU-IDX               PIC 9(05) COMP.
023500 01  WS-SHIFT-IDX             PIC 9(05) COMP.
023600 01  WS-LOW                   PIC 9(05) COMP.
023700 01  WS-HIGH                  PIC 9(05) COMP.
023800 01  WS-MID                   PIC 9(05) COMP.
023900 01  WS-STU-FOUND-SWITCH      PIC X(01).
024000     88  WS-STU-FOUND         VALUE 'Y'.
024100     88  WS-STU-NOT-FOUND     VALUE 'N'.
024200*--------------------------------------------------------------*
024300* LF-STU-TABLE - EVERY STUDENT ON STUACCT IN STUDENT ID ORDER:  *
024400* CHARGES POSTED BY THE DUE DATE, EVERY CREDIT WHENEVER POSTED, *
024500* LATE FEES ALREADY CHARGED FOR THE TERM, HELD AID AND WHETHER  *
024600* A SPONSOR COVERS THE TERM.                                    *
024700*--------------------------------------------------------------*
024800 01  LF-STU-TABLE.
024900     05  LF-STU-ENTRY OCCURS 8000 TIMES.
025000         10  LST-STUDENT-ID   PIC 9(09).
025100         10  LST-OLD-CHARGES  PIC S9(09)V99 COMP-3.
025200         10  LST-CREDITS      PIC S9(09)V99 COMP-3.
025300         10  LST-TERM-FEES    PIC S9(07)V99 COMP-3.
025400         10  LST-AID-PENDING  PIC S9(07)V99 COMP-3.
025500         10  LST-SPONSOR-SW   PIC X(01).
025600             88  LST-SPONSORED VALUE 'Y'.
025700 COPY SUITEPRM.
025800 COPY CKPTPARM.
025900 COPY IOERRPRM.
026000 COPY STEPPARM.
026000 COPY JRNLPARM.
026000 COPY BALPARM.
026100 PROCEDURE DIVISION.
026200 0000-MAINLINE.
026300     PERFORM 0005-CHECK-CHECKPOINT
026400         THRU 0005-CHECK-CHECKPOINT-EXIT.
026500     MOVE 'LATEFEE ' TO SL-PROGRAM-ID.
026600     SET SL-PHASE-START TO TRUE.
026700     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
026800     PERFORM 0010-READ-SUITE-PARM THRU 0010-READ-SUITE-PARM-EXIT.
026900     PERFORM 0020-READ-BUSINESS-DATE
027000         THRU 0020-READ-BUSINESS-DATE-EXIT.
027100     PERFORM 0030-READ-LATE-PARM
027200         THRU 0030-READ-LATE-PARM-EXIT.
027300     IF NOT WS-ASSESSMENT-DAY
027400         DISPLAY 'LATEFEE: NO DUE DATE PAST ITS GRACE DAYS '
027500             'TONIGHT - NOTHING ASSESSED'
027600         PERFORM 0900-MARK-CHECKPOINT
027700             THRU 0900-MARK-CHECKPOINT-EXIT
027800         GO TO 9999-EXIT
027900     END-IF.
028000     PERFORM 1000-LOAD-SUBLEDGER
028100         THRU 1000-LOAD-SUBLEDGER-EXIT.
028200     IF WS-TABLE-OVERFLOWED
028300         DISPLAY 'LATEFEE: STUDENT TABLE FULL AT ' WS-STU-MAX
028400             ' - RUN REFUSED, RAISE THE TABLE.'
028500         MOVE 8 TO RETURN-CODE
028600         GO TO 9999-EXIT
028700     END-IF.
028800     PERFORM 1500-LOAD-SPONSORS
028900         THRU 1500-LOAD-SPONSORS-EXIT.
029000     PERFORM 1600-LOAD-HELD-AID
029100         THRU 1600-LOAD-HELD-AID-EXIT.
029200     PERFORM 0100-ABSORB-EXISTING-DETAIL
029300         THRU 0100-ABSORB-EXISTING-DETAIL-EXIT.
029400     PERFORM 2000-ASSESS-LATE-FEES
029500         THRU 2000-ASSESS-LATE-FEES-EXIT.
029600     PERFORM 8000-REWRITE-TXN-FEED
029700         THRU 8000-REWRITE-TXN-FEED-EXIT.
029800     DISPLAY 'LATEFEE: TERM ' WS-LATE-TERM ' DUE ' WS-DUE-DATE
029900         ' - ' WS-STUDENTS-ASSESSED ' ASSESSED, '
030000         WS-STUDENTS-EXEMPT ' EXEMPT, ' WS-STUDENTS-CAPPED
030100         ' AT THE TERM CAP'.
030200     PERFORM 0900-MARK-CHECKPOINT
030300         THRU 0900-MARK-CHECKPOINT-EXIT.
030400     GO TO 9999-EXIT.
030500*--------------------------------------------------------------*
030600* 0005-CHECK-CHECKPOINT - ASKS CKPTCHK WHETHER LATEFEE ALREADY  *
030700* COMPLETED THIS CYCLE. IF SO, THE RUN ENDS HERE RATHER THAN    *
030800* CHARGING EVERY LATE FEE TWICE.                                *
030900*--------------------------------------------------------------*
031000 0005-CHECK-CHECKPOINT.
031100     MOVE 'LATEFEE ' TO CK-PROGRAM-ID.
031200     SET CK-CHECK TO TRUE.
031300     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
031400     IF CK-ALREADY-DONE
031500         DISPLAY 'LATEFEE: ALREADY COMPLETED THIS CYCLE - '
031600             'SKIPPING'
031700         GO TO 9999-EXIT
031800     END-IF.
031900 0005-CHECK-CHECKPOINT-EXIT.
032000     EXIT.
032100*--------------------------------------------------------------*
032200* 0900-MARK-CHECKPOINT - TELLS CKPTCHK THAT LATEFEE COMPLETED   *
032300* THIS CYCLE SUCCESSFULLY.                                      *
032400*--------------------------------------------------------------*
032500 0900-MARK-CHECKPOINT.
032600     MOVE 'LATEFEE ' TO CK-PROGRAM-ID.
032700     SET CK-MARK TO TRUE.
032800     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
032900     MOVE 'LATEFEE ' TO SL-PROGRAM-ID.
033000     SET SL-PHASE-END TO TRUE.
033100     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
033200 0900-MARK-CHECKPOINT-EXIT.
033300     EXIT.
033400*--------------------------------------------------------------*
033500* 0010-READ-SUITE-PARM - READS THE SUITE-WIDE CONTROL CARD      *
033600* FROM SUITEPRM, THEN THE CYCLE NUMBER OFF CYCLENO.             *
033700*--------------------------------------------------------------*
033800 0010-READ-SUITE-PARM.
033900     OPEN INPUT SUITE-PARM-FILE.
034000     IF WS-SUITE-OK
034100         READ SUITE-PARM-FILE
034200             AT END
034300                 CONTINUE
034400         END-READ
034500         IF WS-SUITE-OK
034600             MOVE SP-PARM-CARD (1:1)  TO SP-TEST-MODE-SWITCH
034700             MOVE SP-PARM-CARD (2:10) TO SP-BATCH-ID
034800         END-IF
034900         CLOSE SUITE-PARM-FILE
035000     END-IF.
035100     OPEN INPUT LF-CYCLENO-FILE.
035200     IF WS-CYCLENO-OK
035300         READ LF-CYCLENO-FILE
035400             AT END
035500                 CONTINUE
035600         END-READ
035700         IF WS-CYCLENO-OK
035800             AND CYC-CYCLE-NUMBER NUMERIC
035900             MOVE CYC-CYCLE-NUMBER TO SP-CYCLE-NUMBER
036000         END-IF
036100         CLOSE LF-CYCLENO-FILE
036200     END-IF.
036300 0010-READ-SUITE-PARM-EXIT.
036400     EXIT.
036500*--------------------------------------------------------------*
036600* 0020-READ-BUSINESS-DATE - THE SUITECAL BUSINESS DATE, WALL-   *
036700* CLOCK FALLBACK AS EVERYWHERE. GRACE DAYS COUNT TO IT.         *
036800*--------------------------------------------------------------*
036900 0020-READ-BUSINESS-DATE.
037000     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
037100     OPEN INPUT LF-CAL-FILE.
037200     IF WS-CAL-OK
037300         READ LF-CAL-FILE
037400             AT END
037500                 CONTINUE
037600         END-READ
037700         IF WS-CAL-OK
037800             AND CAL-BUSINESS-DATE NUMERIC
037900             AND CAL-BUSINESS-DATE > 0
038000             MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
038100         END-IF
038200         CLOSE LF-CAL-FILE
038300     END-IF.
038400     COMPUTE WS-BUSINESS-DAY-NO =
038500         FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
038600 0020-READ-BUSINESS-DATE-EXIT.
038700     EXIT.
038800*--------------------------------------------------------------*
038900* 0030-READ-LATE-PARM - THE FEE RULES, THEN THE DUE DATES. THE  *
039000* DUE DATE WHOSE GRACE DAYS END TONIGHT MAKES THIS AN           *
039100* ASSESSMENT NIGHT FOR ITS TERM. A MISSING MEMBER IS LOGGED TO  *
039200* IOERR AND ASSESSES NOTHING.                                   *
039300*--------------------------------------------------------------*
039400 0030-READ-LATE-PARM.
039500     OPEN INPUT LF-PARM-FILE.
039600     IF NOT WS-PARM-OK
039700         MOVE 'LATEFEE ' TO IO-PROGRAM-ID
039800         MOVE 'LATEPARM' TO IO-FILE-NAME
039900         MOVE 'OPEN-IN ' TO IO-OPERATION
040000         MOVE WS-PARM-STATUS TO IO-FILE-STATUS
040100         MOVE 'N' TO IO-MANDATORY-FLAG
040200         CALL 'IOERR' USING IOERR-PARM-BLOCK
040300         GO TO 0030-READ-LATE-PARM-EXIT
040400     END-IF.
040500     SET WS-NOT-AT-EOF TO TRUE.
040600     PERFORM UNTIL WS-AT-EOF
040700         READ LF-PARM-FILE
040800             AT END
040900                 SET WS-AT-EOF TO TRUE
041000             NOT AT END
041100                 EVALUATE TRUE
041200                     WHEN LPM-RULE-CARD
041300                         PERFORM 0040-TAKE-RULE-CARD
041400                             THRU 0040-TAKE-RULE-CARD-EXIT
041500                     WHEN LPM-DUE-CARD
041600                         AND LPM-DUE-DATE NUMERIC
041700                         AND LPM-DUE-DATE > 0
041800                         PERFORM 0050-TAKE-DUE-CARD
041900                             THRU 0050-TAKE-DUE-CARD-EXIT
042000                     WHEN OTHER
042100                         CONTINUE
042200                 END-EVALUATE
042300         END-READ
042400     END-PERFORM.
042500     CLOSE LF-PARM-FILE.
042600     IF WS-LATE-TERM NOT = SPACES
042700         SET WS-ASSESSMENT-DAY TO TRUE
042800     END-IF.
042900 0030-READ-LATE-PARM-EXIT.
043000     EXIT.
043100*--------------------------------------------------------------*
043200* 0040-TAKE-RULE-CARD - THE P CARD OVER THE DEFAULTS. A FIELD   *
043300* THAT IS NOT NUMERIC KEEPS ITS DEFAULT.                        *
043400*--------------------------------------------------------------*
043500 0040-TAKE-RULE-CARD.
043600     IF LPM-GRACE-DAYS NUMERIC
043700         MOVE LPM-GRACE-DAYS TO WS-GRACE-DAYS
043800     END-IF.
043900     IF LPM-THRESHOLD NUMERIC
044000         MOVE LPM-THRESHOLD TO WS-THRESHOLD
044100     END-IF.
044200     IF LPM-FEE-TYPE = 'F' OR 'P'
044300         MOVE LPM-FEE-TYPE TO WS-FEE-TYPE
044400     END-IF.
044500     IF LPM-FLAT-AMOUNT NUMERIC
044600         MOVE LPM-FLAT-AMOUNT TO WS-FLAT-AMOUNT
044700     END-IF.
044800     IF LPM-PERCENT NUMERIC
044900         MOVE LPM-PERCENT TO WS-PERCENT
045000     END-IF.
045100     IF LPM-TERM-CAP NUMERIC
045200         MOVE LPM-TERM-CAP TO WS-TERM-CAP
045300     END-IF.
045400 0040-TAKE-RULE-CARD-EXIT.
045500     EXIT.
045600*--------------------------------------------------------------*
045700* 0050-TAKE-DUE-CARD - A DUE DATE WHOSE GRACE DAYS RUN OUT ON   *
045800* THE BUSINESS DATE. THE RULE CARD COMES FIRST IN THE MEMBER,   *
045900* SO THE GRACE DAYS ARE ALREADY KNOWN.                          *
046000*--------------------------------------------------------------*
046100 0050-TAKE-DUE-CARD.
046200     IF FUNCTION INTEGER-OF-DATE (LPM-DUE-DATE) + WS-GRACE-DAYS
046300         = WS-BUSINESS-DAY-NO
046400         MOVE LPM-TERM TO WS-LATE-TERM
046500         MOVE LPM-DUE-DATE TO WS-DUE-DATE
046600     END-IF.
046700 0050-TAKE-DUE-CARD-EXIT.
046800     EXIT.
046900*--------------------------------------------------------------*
047000* 0100-ABSORB-EXISTING-DETAIL - COPIES ANY DETAIL ALREADY ON    *
047100* ADTXN TO THE WORK FILE AND FOLDS ITS AMOUNTS INTO THE RUNNING *
047200* CONTROL TOTALS. ANY EXISTING HEADER IS DROPPED - THIS STEP    *
047300* RE-HEADS THE COMBINED FEED.                                   *
047400*--------------------------------------------------------------*
047500 0100-ABSORB-EXISTING-DETAIL.
047600     OPEN OUTPUT LF-WORK-FILE.
047700     SET WS-NOT-AT-EOF TO TRUE.
047800     OPEN INPUT LF-TXN-FILE.
047900     IF NOT WS-TXN-OK
048000         GO TO 0100-ABSORB-EXISTING-DETAIL-DONE
048100     END-IF.
048200     PERFORM 0150-READ-ONE-TXN
048300         THRU 0150-READ-ONE-TXN-EXIT.
048400     PERFORM UNTIL WS-AT-EOF
048500         IF TXN-DETAIL-RECORD
048600             AND TXN-AMOUNT NUMERIC
048700             PERFORM 0170-TALLY-ONE-DETAIL
048800                 THRU 0170-TALLY-ONE-DETAIL-EXIT
048900             MOVE TXN-RECORD TO LF-WORK-RECORD
049000             WRITE LF-WORK-RECORD
049100         END-IF
049200         PERFORM 0150-READ-ONE-TXN
049300             THRU 0150-READ-ONE-TXN-EXIT
049400     END-PERFORM.
049500     CLOSE LF-TXN-FILE.
049600 0100-ABSORB-EXISTING-DETAIL-DONE.
049700     CONTINUE.
049800 0100-ABSORB-EXISTING-DETAIL-EXIT.
049900     EXIT.
050000*--------------------------------------------------------------*
050100* 0150-READ-ONE-TXN - A SINGLE READ OF ADTXN.                   *
050200*--------------------------------------------------------------*
050300 0150-READ-ONE-TXN.
050400     READ LF-TXN-FILE
050500         AT END SET WS-AT-EOF TO TRUE
050600     END-READ.
050700 0150-READ-ONE-TXN-EXIT.
050800     EXIT.
050900*--------------------------------------------------------------*
051000* 0170-TALLY-ONE-DETAIL - ONE DETAIL RECORD INTO THE COUNT AND  *
051100* ITS CATEGORY'S HASH TOTAL.                                    *
051200*--------------------------------------------------------------*
051300 0170-TALLY-ONE-DETAIL.
051400     ADD 1 TO WS-TXN-COUNT.
051500     EVALUATE TXN-CATEGORY
051600         WHEN 'A'
051700             ADD TXN-AMOUNT TO WS-HASH-A
051800         WHEN 'B'
051900             ADD TXN-AMOUNT TO WS-HASH-B
052000         WHEN 'C'
052100             ADD TXN-AMOUNT TO WS-HASH-C
052200         WHEN 'D'
052300             ADD TXN-AMOUNT TO WS-HASH-D
052400         WHEN 'E'
052500             ADD TXN-AMOUNT TO WS-HASH-E
052600         WHEN OTHER
052700             CONTINUE
052800     END-EVALUATE.
052900 0170-TALLY-ONE-DETAIL-EXIT.
053000     EXIT.
053100*--------------------------------------------------------------*
053200* 1000-LOAD-SUBLEDGER - ONE PASS OVER STUACCT. A CHARGE POSTED  *
053300* BY THE DUE DATE IS OWED BY IT; A CREDIT PAYS DOWN THE OLDEST  *
053400* CHARGES WHENEVER IT ARRIVED. LATE FEES ALREADY CHARGED FOR    *
053500* THE TERM COUNT AGAINST THE TERM CAP. A MISSING SUBLEDGER IS   *
053600* LOGGED TO IOERR AND IS AN EMPTY ONE.                          *
053700*--------------------------------------------------------------*
053800 1000-LOAD-SUBLEDGER.
053900     MOVE SPACES TO WS-LATE-DESC.
054000     MOVE 'LATE FEE ' TO WS-LATE-DESC (1:9).
054100     MOVE WS-LATE-TERM TO WS-LATE-DESC (10:6).
054200     SET WS-NOT-AT-EOF TO TRUE.
054300     OPEN INPUT LF-ACCT-FILE.
054400     IF NOT WS-ACCT-OK
054500         MOVE 'LATEFEE ' TO IO-PROGRAM-ID
054600         MOVE 'STUACCT ' TO IO-FILE-NAME
054700         MOVE 'OPEN-IN ' TO IO-OPERATION
054800         MOVE WS-ACCT-STATUS TO IO-FILE-STATUS
054900         MOVE 'N' TO IO-MANDATORY-FLAG
055000         CALL 'IOERR' USING IOERR-PARM-BLOCK
055100         GO TO 1000-LOAD-SUBLEDGER-EXIT
055200     END-IF.
055300     PERFORM UNTIL WS-AT-EOF
055400         READ LF-ACCT-FILE
055500             AT END
055600                 SET WS-AT-EOF TO TRUE
055700             NOT AT END
055800                 IF SUB-STUDENT-ID NUMERIC
055900                     AND SUB-POST-DATE NUMERIC
056000                     AND SUB-AMOUNT NUMERIC
056100                     PERFORM 1100-POST-ONE-EVENT
056200                         THRU 1100-POST-ONE-EVENT-EXIT
056300                 END-IF
056400         END-READ
056500     END-PERFORM.
056600     CLOSE LF-ACCT-FILE.
056700 1000-LOAD-SUBLEDGER-EXIT.
056800     EXIT.
056900*--------------------------------------------------------------*
057000* 1100-POST-ONE-EVENT - ONE SUBLEDGER EVENT ONTO ITS STUDENT'S  *
057100* ENTRY, ADDING THE STUDENT IN ID ORDER THE FIRST TIME THEY ARE *
057200* SEEN.                                                         *
057300*--------------------------------------------------------------*
057400 1100-POST-ONE-EVENT.
057500     MOVE SUB-STUDENT-ID TO WS-SEARCH-ID.
057600     PERFORM 1200-FIND-STUDENT
057700         THRU 1200-FIND-STUDENT-EXIT.
057800     IF WS-STU-NOT-FOUND
057900         IF WS-STU-COUNT = WS-STU-MAX
058000             SET WS-TABLE-OVERFLOWED TO TRUE
058100             SET WS-AT-EOF TO TRUE
058200             GO TO 1100-POST-ONE-EVENT-EXIT
058300         END-IF
058400         PERFORM 1300-INSERT-STUDENT
058500             THRU 1300-INSERT-STUDENT-EXIT
058600     END-IF.
058700     IF SUB-AMOUNT < 0
058800         ADD SUB-AMOUNT TO LST-CREDITS (WS-STU-IDX)
058900     ELSE
059000         IF SUB-POST-DATE NOT > WS-DUE-DATE
059100             ADD SUB-AMOUNT TO LST-OLD-CHARGES (WS-STU-IDX)
059200         END-IF
059300     END-IF.
059400     IF SUB-CATEGORY = 'E'
059500         AND SUB-SOURCE = 'LATEFEE '
059600         AND SUB-DESC = WS-LATE-DESC
059700         ADD SUB-AMOUNT TO LST-TERM-FEES (WS-STU-IDX)
059800     END-IF.
059900 1100-POST-ONE-EVENT-EXIT.
060000     EXIT.
060100*--------------------------------------------------------------*
060200* 1200-FIND-STUDENT - BINARY SEARCH OF THE STUDENT TABLE FOR    *
060300* WS-SEARCH-ID. NOT FOUND LEAVES WS-STU-IDX AT THE SLOT THE     *
060400* STUDENT BELONGS IN.                                           *
060500*--------------------------------------------------------------*
060600 1200-FIND-STUDENT.
060700     SET WS-STU-NOT-FOUND TO TRUE.
060800     MOVE 1 TO WS-LOW.
060900     MOVE WS-STU-COUNT TO WS-HIGH.
061000     PERFORM UNTIL WS-LOW > WS-HIGH
061100             OR WS-STU-FOUND
061200         COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
061300         IF LST-STUDENT-ID (WS-MID) = WS-SEARCH-ID
061400             SET WS-STU-FOUND TO TRUE
061500             MOVE WS-MID TO WS-STU-IDX
061600         ELSE
061700             IF LST-STUDENT-ID (WS-MID) < WS-SEARCH-ID
061800                 COMPUTE WS-LOW = WS-MID + 1
061900             ELSE
062000                 COMPUTE WS-HIGH = WS-MID - 1
062100             END-IF
062200         END-IF
062300     END-PERFORM.
062400     IF WS-STU-NOT-FOUND
062500         MOVE WS-LOW TO WS-STU-IDX
062600     END-IF.
062700 1200-FIND-STUDENT-EXIT.
062800     EXIT.
062900*--------------------------------------------------------------*
063000* 1300-INSERT-STUDENT - OPENS THE SLOT AT WS-STU-IDX AND STARTS *
063100* THE STUDENT THERE WITH NOTHING POSTED.                        *
063200*--------------------------------------------------------------*
063300 1300-INSERT-STUDENT.
063400     PERFORM VARYING WS-SHIFT-IDX FROM WS-STU-COUNT BY -1
063500             UNTIL WS-SHIFT-IDX < WS-STU-IDX
063600         MOVE LF-STU-ENTRY (WS-SHIFT-IDX)
063700             TO LF-STU-ENTRY (WS-SHIFT-IDX + 1)
063800     END-PERFORM.
063900     ADD 1 TO WS-STU-COUNT.
064000     MOVE WS-SEARCH-ID TO LST-STUDENT-ID (WS-STU-IDX).
064100     MOVE 0 TO LST-OLD-CHARGES (WS-STU-IDX).
064200     MOVE 0 TO LST-CREDITS (WS-STU-IDX).
064300     MOVE 0 TO LST-TERM-FEES (WS-STU-IDX).
064400     MOVE 0 TO LST-AID-PENDING (WS-STU-IDX).
064500     MOVE 'N' TO LST-SPONSOR-SW (WS-STU-IDX).
064600 1300-INSERT-STUDENT-EXIT.
064700     EXIT.
064800*--------------------------------------------------------------*
064900* 1500-LOAD-SPONSORS - EACH ACTIVE SPONAUTH AUTHORIZATION    *
065000* FOR THE TERM MARKS ITS STUDENT SPONSORED. NO FILE MEANS NO    *
065100* SPONSORED STUDENTS.                                           *
065200*--------------------------------------------------------------*
065300 1500-LOAD-SPONSORS.
065400     OPEN INPUT LF-SPONSOR-FILE.
065500     IF NOT WS-SPONSOR-OK
065600         GO TO 1500-LOAD-SPONSORS-EXIT
065700     END-IF.
065800     SET WS-NOT-AT-EOF TO TRUE.
065900     PERFORM UNTIL WS-AT-EOF
066000         READ LF-SPONSOR-FILE
066100             AT END
066200                 SET WS-AT-EOF TO TRUE
066300             NOT AT END
066400                 IF SPA-ACTIVE
066500                     AND SPA-TERM = WS-LATE-TERM
066600                     AND SPA-STUDENT-ID NUMERIC
066700                     MOVE SPA-STUDENT-ID TO WS-SEARCH-ID
066800                     PERFORM 1200-FIND-STUDENT
066900                         THRU 1200-FIND-STUDENT-EXIT
067000                     IF WS-STU-FOUND
067100                         MOVE 'Y' TO LST-SPONSOR-SW (WS-STU-IDX)
067200                     END-IF
067300                 END-IF
067400         END-READ
067500     END-PERFORM.
067600     CLOSE LF-SPONSOR-FILE.
067700 1500-LOAD-SPONSORS-EXIT.
067800     EXIT.
067900*--------------------------------------------------------------*
068000* 1600-LOAD-HELD-AID - AIDDISB HOLDS AN AWARD IT CANNOT PAY     *
068100* AGAIN EVERY NIGHT UNTIL IT CAN, SO THE AWARDS ON AIDHELD'S    *
068200* LATEST HOLD DATE ARE THE AID STILL PENDING. ONE PASS FINDS    *
068300* THAT DATE, A SECOND SUMS EACH STUDENT'S AWARDS HELD ON IT.    *
068310* AN AWARD HELD FOR SAP SUSPENSION IS NOT PENDING - IT STAYS    *
068320* HELD UNTIL AN APPEAL IS GRANTED - SO IT EXEMPTS NOTHING.      *
068400*--------------------------------------------------------------*
068500 1600-LOAD-HELD-AID.
068600     MOVE 0 TO WS-LATEST-HOLD-DATE.
068700     OPEN INPUT LF-HELD-FILE.
068800     IF NOT WS-HELD-OK
068900         GO TO 1600-LOAD-HELD-AID-EXIT
069000     END-IF.
069100     SET WS-NOT-AT-EOF TO TRUE.
069200     PERFORM UNTIL WS-AT-EOF
069300         READ LF-HELD-FILE
069400             AT END
069500                 SET WS-AT-EOF TO TRUE
069600             NOT AT END
069700                 IF HLD-DATE NUMERIC
069800                     AND HLD-DATE > WS-LATEST-HOLD-DATE
069900                     MOVE HLD-DATE TO WS-LATEST-HOLD-DATE
070000                 END-IF
070100         END-READ
070200     END-PERFORM.
070300     CLOSE LF-HELD-FILE.
070400     OPEN INPUT LF-HELD-FILE.
070500     SET WS-NOT-AT-EOF TO TRUE.
070600     PERFORM UNTIL WS-AT-EOF
070700         READ LF-HELD-FILE
070800             AT END
070900                 SET WS-AT-EOF TO TRUE
071000             NOT AT END
071100                 IF HLD-DATE = WS-LATEST-HOLD-DATE
071200                     AND HLD-STUDENT-ID NUMERIC
071300                     AND HLD-AWARD-AMOUNT NUMERIC
071310                     AND HLD-REASON-CODE NOT = 'SAPS'
071400                     MOVE HLD-STUDENT-ID TO WS-SEARCH-ID
071500                     PERFORM 1200-FIND-STUDENT
071600                         THRU 1200-FIND-STUDENT-EXIT
071700                     IF WS-STU-FOUND
071800                         ADD HLD-AWARD-AMOUNT
071900                             TO LST-AID-PENDING (WS-STU-IDX)
072000                     END-IF
072100                 END-IF
072200         END-READ
072300     END-PERFORM.
072400     CLOSE LF-HELD-FILE.
072500 1600-LOAD-HELD-AID-EXIT.
072600     EXIT.
072700*--------------------------------------------------------------*
072800* 2000-ASSESS-LATE-FEES - EVERY STUDENT ON THE SUBLEDGER, IN ID *
072900* ORDER, AND THE NIGHT'S FEES AS ONE CATEGORY-E DETAIL ON       *
073000* ADTXN.                                                        *
073100*--------------------------------------------------------------*
073200 2000-ASSESS-LATE-FEES.
073300     OPEN INPUT LF-PLAN-FILE.
073400     IF WS-PLAN-OK
073500         SET WS-PLAN-FILE-OPEN TO TRUE
073600     END-IF.
073700     OPEN OUTPUT LF-REPORT-FILE.
073800     PERFORM 2100-ASSESS-ONE-STUDENT
073900         THRU 2100-ASSESS-ONE-STUDENT-EXIT
074000         VARYING WS-STU-IDX FROM 1 BY 1
074100         UNTIL WS-STU-IDX > WS-STU-COUNT.
074200     CLOSE LF-REPORT-FILE.
074300     IF WS-PLAN-FILE-OPEN
074400         CLOSE LF-PLAN-FILE
074500     END-IF.
074600     IF WS-FEE-TOTAL NOT = 0
074700         PERFORM 2500-WRITE-FEE-DETAIL
074800             THRU 2500-WRITE-FEE-DETAIL-EXIT
074900     END-IF.
075000 2000-ASSESS-LATE-FEES-EXIT.
075100     EXIT.
075200*--------------------------------------------------------------*
075300* 2100-ASSESS-ONE-STUDENT - THE PAST-DUE AMOUNT: FOR A STUDENT  *
075400* ON A PAYMENT PLAN, THE INSTALLMENTS STILL OPEN PAST THEIR     *
075500* GRACE DAYS; OTHERWISE THE CHARGES OWED BY THE DUE DATE LESS   *
075600* EVERY CREDIT. UNDER THE THRESHOLD IS LEFT ALONE. OVER IT, A   *
075700* PLAN IN GOOD STANDING, A SPONSOR OR HELD AID COVERING THE     *
075800* AMOUNT EXEMPTS THE STUDENT; ANYONE ELSE IS CHARGED, UP TO THE *
075900* TERM CAP.                                                     *
076000*--------------------------------------------------------------*
076100 2100-ASSESS-ONE-STUDENT.
076200     COMPUTE WS-PAST-DUE = LST-OLD-CHARGES (WS-STU-IDX)
076300         + LST-CREDITS (WS-STU-IDX).
076400     SET WS-NOT-ON-PLAN TO TRUE.
076500     MOVE 0 TO WS-PLAN-PAST-DUE.
076600     IF WS-PLAN-FILE-OPEN
076700         PERFORM 2200-CHECK-PAYMENT-PLAN
076800             THRU 2200-CHECK-PAYMENT-PLAN-EXIT
076900     END-IF.
077000     IF WS-ON-PLAN
077100         AND WS-PLAN-PAST-DUE > 0
077200         MOVE WS-PLAN-PAST-DUE TO WS-PAST-DUE
077300     END-IF.
077400     IF WS-PAST-DUE < WS-THRESHOLD
077500         OR WS-PAST-DUE NOT > 0
077600         GO TO 2100-ASSESS-ONE-STUDENT-EXIT
077700     END-IF.
077800     MOVE 0 TO WS-FEE.
077900     EVALUATE TRUE
078000         WHEN WS-ON-PLAN
078100             AND WS-PLAN-PAST-DUE = 0
078200             MOVE 'EXEMPT - PLAN CURRENT' TO WS-DISPOSITION
078300         WHEN LST-SPONSORED (WS-STU-IDX)
078400             MOVE 'EXEMPT - SPONSORED' TO WS-DISPOSITION
078500         WHEN LST-AID-PENDING (WS-STU-IDX) NOT < WS-PAST-DUE
078600             MOVE 'EXEMPT - AID PENDING' TO WS-DISPOSITION
078700         WHEN OTHER
078800             PERFORM 2300-PRICE-LATE-FEE
078900                 THRU 2300-PRICE-LATE-FEE-EXIT
079000     END-EVALUATE.
079100     IF WS-DISPOSITION (1:6) = 'EXEMPT'
079200         ADD 1 TO WS-STUDENTS-EXEMPT
079300     END-IF.
079400     MOVE SPACES TO LF-REPORT-RECORD.
079500     MOVE LST-STUDENT-ID (WS-STU-IDX) TO LFR-STUDENT-ID.
079600     MOVE WS-LATE-TERM TO LFR-TERM.
079700     MOVE WS-PAST-DUE TO LFR-PAST-DUE.
079800     MOVE WS-FEE TO LFR-FEE.
079900     MOVE WS-DISPOSITION TO LFR-DISPOSITION.
080000     WRITE LF-REPORT-RECORD.
080100 2100-ASSESS-ONE-STUDENT-EXIT.
080200     EXIT.
080300*--------------------------------------------------------------*
080400* 2200-CHECK-PAYMENT-PLAN - THE STUDENT'S ACTIVE PLANS ON       *
080500* PAYPLAN. AN INSTALLMENT STILL OPEN WHOSE DUE DATE IS MORE     *
080600* THAN THE GRACE DAYS BEHIND US IS PAST DUE; A PLAN WITH NONE   *
080700* IS IN GOOD STANDING.                                          *
080800*--------------------------------------------------------------*
080900 2200-CHECK-PAYMENT-PLAN.
081000     MOVE LST-STUDENT-ID (WS-STU-IDX) TO PPL-STUDENT-ID.
081100     MOVE LOW-VALUES TO PPL-TERM.
081200     START LF-PLAN-FILE KEY IS NOT LESS THAN PPL-KEY
081300         INVALID KEY
081400             GO TO 2200-CHECK-PAYMENT-PLAN-EXIT
081500     END-START.
081600     SET WS-PLAN-NOT-AT-END TO TRUE.
081700     PERFORM UNTIL WS-PLAN-AT-END
081800         READ LF-PLAN-FILE NEXT RECORD
081900             AT END
082000                 SET WS-PLAN-AT-END TO TRUE
082100             NOT AT END
082200                 IF PPL-STUDENT-ID
082300                     NOT = LST-STUDENT-ID (WS-STU-IDX)
082400                     SET WS-PLAN-AT-END TO TRUE
082500                 ELSE
082600                     IF PPL-ACTIVE
082700                         SET WS-ON-PLAN TO TRUE
082800                         PERFORM 2250-SUM-PLAN-PAST-DUE
082900                             THRU 2250-SUM-PLAN-PAST-DUE-EXIT
083000                     END-IF
083100                 END-IF
083200         END-READ
083300     END-PERFORM.
083400 2200-CHECK-PAYMENT-PLAN-EXIT.
083500     EXIT.
083600*--------------------------------------------------------------*
083700* 2250-SUM-PLAN-PAST-DUE - ONE PLAN'S INSTALLMENTS PAST GRACE.  *
083800*--------------------------------------------------------------*
083900 2250-SUM-PLAN-PAST-DUE.
084000     PERFORM VARYING WS-INST-IDX FROM 1 BY 1
084100             UNTIL WS-INST-IDX > PPL-INST-COUNT
084200         COMPUTE WS-INST-OPEN = PPI-AMOUNT (WS-INST-IDX)
084300             - PPI-PAID-AMOUNT (WS-INST-IDX)
084400         IF WS-INST-OPEN > 0
084500             AND FUNCTION INTEGER-OF-DATE
084600                 (PPI-DUE-DATE (WS-INST-IDX)) + WS-GRACE-DAYS
084700                 < WS-BUSINESS-DAY-NO
084800             ADD WS-INST-OPEN TO WS-PLAN-PAST-DUE
084900         END-IF
085000     END-PERFORM.
085100 2250-SUM-PLAN-PAST-DUE-EXIT.
085200     EXIT.
085300*--------------------------------------------------------------*
085400* 2300-PRICE-LATE-FEE - THE FLAT FEE OR THE PERCENTAGE OF THE   *
085500* PAST-DUE AMOUNT, CUT BACK TO WHAT THE TERM CAP STILL ALLOWS,  *
085600* THEN POSTED.                                                  *
085700*--------------------------------------------------------------*
085800 2300-PRICE-LATE-FEE.
085900     IF WS-PERCENT-FEE
086000         COMPUTE WS-FEE ROUNDED = WS-PAST-DUE * WS-PERCENT / 100
086100     ELSE
086200         MOVE WS-FLAT-AMOUNT TO WS-FEE
086300     END-IF.
086400     IF WS-TERM-CAP > 0
086500         COMPUTE WS-CAP-ROOM = WS-TERM-CAP
086600             - LST-TERM-FEES (WS-STU-IDX)
086700         IF WS-CAP-ROOM NOT > 0
086800             MOVE 0 TO WS-FEE
086900             MOVE 'TERM CAP REACHED' TO WS-DISPOSITION
087000             ADD 1 TO WS-STUDENTS-CAPPED
087100             GO TO 2300-PRICE-LATE-FEE-EXIT
087200         END-IF
087300         IF WS-FEE > WS-CAP-ROOM
087400             MOVE WS-CAP-ROOM TO WS-FEE
087500         END-IF
087600     END-IF.
087700     IF WS-FEE NOT > 0
087800         MOVE 'NO FEE DUE' TO WS-DISPOSITION
087900         GO TO 2300-PRICE-LATE-FEE-EXIT
088000     END-IF.
088100     MOVE 'ASSESSED' TO WS-DISPOSITION.
088200     ADD 1 TO WS-STUDENTS-ASSESSED.
088300     ADD WS-FEE TO WS-FEE-TOTAL.
088400     PERFORM 2400-POST-TO-SUBLEDGER
088500         THRU 2400-POST-TO-SUBLEDGER-EXIT.
088600 2300-PRICE-LATE-FEE-EXIT.
088700     EXIT.
088800*--------------------------------------------------------------*
088900* 2400-POST-TO-SUBLEDGER - THE LATE FEE AS A CATEGORY-E CHARGE  *
089000* ON THE STUDENT'S STUACCT ACCOUNT, NAMED FOR ITS TERM SO THE   *
089100* TERM CAP CAN FIND IT. A TEST-MODE RUN POSTS NOTHING.          *
089200*--------------------------------------------------------------*
089300 2400-POST-TO-SUBLEDGER.
089400     IF SP-TEST-MODE
089500         GO TO 2400-POST-TO-SUBLEDGER-EXIT
089600     END-IF.
089700     OPEN EXTEND LF-ACCT-FILE.
089800     IF NOT WS-ACCT-OK
089900         CLOSE LF-ACCT-FILE
090000         OPEN OUTPUT LF-ACCT-FILE
090100     END-IF.
090200     MOVE SPACES TO STU-ACCT-RECORD.
090300     MOVE LST-STUDENT-ID (WS-STU-IDX) TO SUB-STUDENT-ID.
090400     ACCEPT SUB-POST-DATE FROM DATE YYYYMMDD.
090500     ACCEPT SUB-POST-TIME FROM TIME.
090600     MOVE 'LATEFEE ' TO SUB-SOURCE.
090700     MOVE 'E' TO SUB-CATEGORY.
090800     MOVE WS-FEE TO SUB-AMOUNT.
090900     MOVE WS-LATE-DESC TO SUB-DESC.
091000     WRITE STU-ACCT-RECORD.
091000     IF WS-ACCT-OK
091000         PERFORM 8700-JOURNAL-ACCT-POST
091000             THRU 8700-JOURNAL-ACCT-POST-EXIT
091000         PERFORM 8780-POST-ACCT-BALANCE
091000             THRU 8780-POST-ACCT-BALANCE-EXIT
091000     END-IF.
091100     CLOSE LF-ACCT-FILE.
091200 2400-POST-TO-SUBLEDGER-EXIT.
091300     EXIT.
091400*--------------------------------------------------------------*
091500* 2500-WRITE-FEE-DETAIL - THE NIGHT'S LATE FEES AS ONE          *
091600* SUMMARIZED CATEGORY-E CHARGE ON THE WORK FILE, FOLDED INTO    *
091700* THE CONTROL TOTALS.                                           *
091800*--------------------------------------------------------------*
091900 2500-WRITE-FEE-DETAIL.
092000     MOVE SPACES TO TXN-RECORD.
092100     MOVE 'D' TO TXN-RECORD-TYPE.
092200     MOVE 'E' TO TXN-CATEGORY.
092300     MOVE 'I' TO TXN-FUND-CODE.
092400     MOVE WS-FEE-TOTAL TO TXN-AMOUNT.
092500     PERFORM 0170-TALLY-ONE-DETAIL
092600         THRU 0170-TALLY-ONE-DETAIL-EXIT.
092700     MOVE TXN-RECORD TO LF-WORK-RECORD.
092800     WRITE LF-WORK-RECORD.
092900 2500-WRITE-FEE-DETAIL-EXIT.
093000     EXIT.
093100*--------------------------------------------------------------*
093200* 8000-REWRITE-TXN-FEED - THE COMBINED FEED BACK TO ADTXN WITH  *
093300* ONE FRESH CONTROL HEADER. A TEST-MODE RUN LEAVES ADTXN        *
093400* EXACTLY AS IT FOUND IT.                                       *
093500*--------------------------------------------------------------*
093600 8000-REWRITE-TXN-FEED.
093700     CLOSE LF-WORK-FILE.
093800     IF SP-TEST-MODE
093900         GO TO 8000-REWRITE-TXN-FEED-EXIT
094000     END-IF.
094100     OPEN OUTPUT LF-TXN-FILE.
094200     MOVE SPACES TO TXN-RECORD.
094300     MOVE 'H' TO TXN-RECORD-TYPE.
094400     MOVE WS-TXN-COUNT TO HDR-DECLARED-COUNT.
094500     MOVE WS-HASH-A TO HDR-HASH-A.
094600     MOVE WS-HASH-B TO HDR-HASH-B.
094700     MOVE WS-HASH-C TO HDR-HASH-C.
094800     MOVE WS-HASH-D TO HDR-HASH-D.
094900     MOVE WS-HASH-E TO HDR-HASH-E.
095000     WRITE TXN-RECORD.
095100     SET WS-NOT-AT-EOF TO TRUE.
095200     OPEN INPUT LF-WORK-FILE.
095300     PERFORM 8100-READ-ONE-WORK-RECORD
095400         THRU 8100-READ-ONE-WORK-RECORD-EXIT.
095500     PERFORM UNTIL WS-AT-EOF
095600         MOVE LF-WORK-RECORD TO TXN-RECORD
095700         WRITE TXN-RECORD
095800         PERFORM 8100-READ-ONE-WORK-RECORD
095900             THRU 8100-READ-ONE-WORK-RECORD-EXIT
096000     END-PERFORM.
096100     CLOSE LF-WORK-FILE.
096200     CLOSE LF-TXN-FILE.
096300 8000-REWRITE-TXN-FEED-EXIT.
096400     EXIT.
096500*--------------------------------------------------------------*
096600* 8100-READ-ONE-WORK-RECORD - A SINGLE READ OF LATEWRK.         *
096700*--------------------------------------------------------------*
096800 8100-READ-ONE-WORK-RECORD.
096900     READ LF-WORK-FILE
097000         AT END SET WS-AT-EOF TO TRUE
097100     END-READ.
097200 8100-READ-ONE-WORK-RECORD-EXIT.
097300     EXIT.
097300*--------------------------------------------------------------*
097300* 8700-JOURNAL-ACCT-POST - THE STUACCT POSTING JUST WRITTEN,   *
097300* ONTO THE RCVJRNL FORWARD-RECOVERY JOURNAL.                   *
097300*--------------------------------------------------------------*
097300 8700-JOURNAL-ACCT-POST.
097300     MOVE 'LATEFEE ' TO JR-PROGRAM-ID.
097300     SET JR-FILE-ACCOUNT TO TRUE.
097300     SET JR-ADD TO TRUE.
097300     MOVE SPACES TO JR-RECORD-KEY.
097300     MOVE SUB-STUDENT-ID TO JR-RECORD-KEY (1:9).
097300     MOVE SPACES TO JR-BEFORE-IMAGE.
097300     MOVE STU-ACCT-RECORD TO JR-AFTER-IMAGE.
097300     CALL 'JRNLLOG' USING JRNL-PARM-BLOCK.
097300 8700-JOURNAL-ACCT-POST-EXIT.
097300     EXIT.
097300*--------------------------------------------------------------*
097300* 8780-POST-ACCT-BALANCE - THE STUACCT POSTING JUST WRITTEN,   *
097300* ONTO THE STUDENT'S STUBAL BALANCE RECORD THROUGH BALPOST, IN *
097300* THE SAME UNIT OF WORK AS THE WRITE.                          *
097300*--------------------------------------------------------------*
097300 8780-POST-ACCT-BALANCE.
097300     MOVE 'LATEFEE ' TO BP-PROGRAM-ID.
097300     SET BP-POST TO TRUE.
097300     MOVE STU-ACCT-RECORD TO BP-ACCT-RECORD.
097300     CALL 'BALPOST' USING BAL-PARM-BLOCK.
097300 8780-POST-ACCT-BALANCE-EXIT.
097300     EXIT.
097400*--------------------------------------------------------------*
097500* 9999-EXIT                                                    *
097600*--------------------------------------------------------------*
097700 9999-EXIT.
097800     STOP RUN.
