000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REFSCRN.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                          *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - REFUND FRAUD SCREEN. RUNS     *
001100*                AFTER THE REFUNDRN SCAN HAS QUEUED TONIGHT'S   *
001200*                CREDIT-BALANCE REFUNDS AND BEFORE ANY          *
001300*                SUPERVISOR REVIEWS THEM IN LOOKUP. EVERY       *
001400*                REFPEND ITEM STILL AWAITING A DECISION OR A    *
001500*                RELEASE IS SCORED AGAINST THE RED-FLAG RULES   *
001600*                ON REFSCRN (PARMLIB): AN ADDRESS CHANGE ON     *
001700*                STUHIST NEAR THE REQUEST, A CREDIT BALANCE     *
001800*                CREATED BY ONE LARGE CASHPOST OR COLLPOST      *
001900*                PAYMENT, A PAYMENT RETURNED BY RETPOST, OTHER  *
002000*                STUDENTS' REFUNDS GOING TO THE SAME ADDRESS,   *
002100*                AND A REFUND LARGER THAN THE PAYMENTS ACTUALLY *
002200*                RECEIVED. EACH RULE HIT ADDS ITS WEIGHT TO THE *
002300*                ITEM'S SCORE; AT OR ABOVE THE THRESHOLD THE    *
002400*                ITEM IS FLAGGED. THE SCORE, THE RULES HIT AND  *
002500*                THE RESULT ARE STAMPED ON REFPEND FOR LOOKUP'S *
002600*                REFUND REVIEW, AND A FLAGGED ITEM IS NOT       *
002700*                RELEASED UNTIL A SECOND SUPERVISOR APPROVES    *
002800*                IT. THE REFSCRR REGISTER LISTS EVERY ITEM      *
002900*                SCORED. TEST MODE WRITES THE REGISTER ONLY.    *
003000*--------------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT RS-RULES-FILE ASSIGN TO RULES
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-RULES-STATUS.
003700     SELECT RS-PEND-FILE ASSIGN TO REFPEND
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-PEND-STATUS.
004000     SELECT RS-MASTER-FILE ASSIGN TO STUMAST
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS STM-STUDENT-ID
004400         FILE STATUS IS WS-MASTER-STATUS.
004500     SELECT RS-HISTORY-FILE ASSIGN TO STUHIST
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-HISTORY-STATUS.
004800     SELECT RS-ACCT-FILE ASSIGN TO STUACCT
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-ACCT-STATUS.
005100     SELECT RS-REGISTER-FILE ASSIGN TO REFSCRR
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-REGISTER-STATUS.
005400     SELECT RS-AUDIT-FILE ASSIGN TO AUDITLOG
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-SUITE-AUDIT-STATUS.
005700     SELECT RS-CAL-FILE ASSIGN TO SUITECAL
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-CAL-STATUS.
006000     SELECT SUITE-PARM-FILE ASSIGN TO SUITEPRM
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-SUITE-STATUS.
006300     SELECT RS-CYCLENO-FILE ASSIGN TO CYCLENO
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-CYCLENO-STATUS.
006600 DATA DIVISION.
006700 FILE SECTION.
006800*--------------------------------------------------------------*
006900* RS-RULE-CARD - ONE R CARD PER RED-FLAG RULE IN USE: THE RULE  *
007000* CODE, THE WEIGHT IT ADDS TO THE SCORE, AND THE DAYS, AMOUNT   *
007100* AND COUNT THE RULE MEASURES AGAINST. A RULE WITH NO CARD IS   *
007200* NOT APPLIED. THE T CARD CARRIES THE SCORE AT WHICH AN ITEM    *
007300* IS FLAGGED. COMMENT LINES BEGIN WITH AN ASTERISK.             *
007400*--------------------------------------------------------------*
007500 FD  RS-RULES-FILE.
007600 01  RS-RULE-CARD.
007700     05  RSC-CARD-TYPE        PIC X(01).
007800         88  RSC-RULE-CARD    VALUE 'R'.
007900         88  RSC-THRESHOLD-CARD VALUE 'T'.
008000     05  RSC-RULE-CODE        PIC X(01).
008100     05  RSC-WEIGHT           PIC 9(03).
008200     05  RSC-DAYS             PIC 9(03).
008300     05  RSC-AMOUNT           PIC 9(05)V99.
008400     05  RSC-COUNT            PIC 9(02).
008500     05  FILLER               PIC X(63).
008600 01  RSC-THRESHOLD-R REDEFINES RS-RULE-CARD.
008700     05  FILLER               PIC X(01).
008800     05  RSC-FLAG-SCORE       PIC 9(03).
008900     05  FILLER               PIC X(76).
009000 FD  RS-PEND-FILE.
009100 01  RFQ-RECORD.
009200     05  RFQ-STATUS           PIC X(01).
009300         88  RFQ-PENDING      VALUE 'P'.
009400         88  RFQ-APPROVED     VALUE 'A'.
009500         88  RFQ-REJECTED     VALUE 'R'.
009600         88  RFQ-APPLIED      VALUE 'D'.
009700         88  RFQ-VOIDED       VALUE 'V'.
009800         88  RFQ-AWAITING-SECOND VALUE 'H'.
009900     05  RFQ-STUDENT-ID       PIC 9(09).
010000     05  RFQ-AMOUNT           PIC 9(07)V99.
010100     05  RFQ-REQUEST-DATE     PIC 9(08).
010200     05  RFQ-REQUEST-TIME     PIC 9(08).
010300     05  RFQ-REVIEW-OPER      PIC X(08).
010400     05  RFQ-REVIEW-DATE      PIC 9(08).
010500     05  RFQ-REASON           PIC X(20).
010600     05  RFQ-RELEASE-DATE     PIC 9(08).
010700     05  RFQ-PAY-METHOD       PIC X(01).
010800     05  RFQ-PAY-REF          PIC X(15).
010900     05  RFQ-VOID-DATE        PIC 9(08).
011000     05  RFQ-SCREEN-DATE      PIC 9(08).
011100     05  RFQ-SCREEN-RESULT    PIC X(01).
011200         88  RFQ-SCREEN-CLEAR VALUE 'C'.
011300         88  RFQ-SCREEN-FLAGGED VALUE 'F'.
011400     05  RFQ-RISK-SCORE       PIC 9(03).
011500     05  RFQ-RISK-FLAGS       PIC X(05).
011600     05  RFQ-SECOND-OPER      PIC X(08).
011700     05  RFQ-SECOND-DATE      PIC 9(08).
011800 FD  RS-MASTER-FILE.
011900 01  STM-RECORD.
012000     05  STM-STUDENT-ID       PIC 9(09).
012100     05  STM-NAME             PIC X(25).
012200     05  FILLER               PIC X(16).
012300     05  STM-ADDR-LINE1       PIC X(25).
012400     05  STM-ADDR-LINE2       PIC X(25).
012500     05  STM-CITY             PIC X(15).
012600     05  STM-STATE            PIC X(02).
012700     05  STM-ZIP              PIC X(05).
012800     05  FILLER               PIC X(64).
012900 FD  RS-HISTORY-FILE.
013000 01  SH-RECORD.
013100     05  SH-STUDENT-ID        PIC 9(09).
013200     05  SH-ACTION            PIC X(01).
013300         88  SH-CHANGE        VALUE 'C'.
013400     05  SH-DATE              PIC 9(08).
013500     05  SH-TIME              PIC 9(08).
013600     05  SH-BEFORE-IMAGE      PIC X(186).
013700     05  SH-AFTER-IMAGE       PIC X(186).
013800     05  SH-OPERATOR          PIC X(08).
013900 FD  RS-ACCT-FILE.
014000 COPY STUACREC.
014100*--------------------------------------------------------------*
014200* RS-REGISTER-RECORD - ONE REFSCRR LINE PER ITEM SCORED, WITH   *
014300* THE RULES IT HIT SPELLED OUT FOR THE REVIEWING SUPERVISOR.    *
014400*--------------------------------------------------------------*
014500 FD  RS-REGISTER-FILE.
014600 01  RS-REGISTER-RECORD.
014700     05  RSR-STUDENT-ID       PIC 9(09).
014800     05  FILLER               PIC X(02).
014900     05  RSR-AMOUNT           PIC ZZZZZZ9.99.
015000     05  FILLER               PIC X(02).
015100     05  RSR-REQUEST-DATE     PIC 9(08).
015200     05  FILLER               PIC X(02).
015300     05  RSR-STATUS           PIC X(01).
015400     05  FILLER               PIC X(02).
015500     05  RSR-SCORE            PIC ZZ9.
015600     05  FILLER               PIC X(02).
015700     05  RSR-RESULT           PIC X(08).
015800     05  FILLER               PIC X(02).
015900     05  RSR-REASON           PIC X(10) OCCURS 5 TIMES.
016000 FD  RS-AUDIT-FILE.
016100 COPY AUDITREC.
016200 FD  RS-CAL-FILE.
016300 01  CAL-RECORD.
016400     05  CAL-BUSINESS-DATE    PIC 9(08).
016500     05  CAL-MONTH-END-FLAG   PIC X(01).
016600     05  CAL-YEAR-END-FLAG    PIC X(01).
016700 FD  SUITE-PARM-FILE.
016800 01  SP-PARM-CARD             PIC X(11).
016900 FD  RS-CYCLENO-FILE.
017000 01  CYCLENO-CARD.
017100     05  CYC-CYCLE-NUMBER     PIC 9(06).
017200 WORKING-STORAGE SECTION.
017300 01  WS-SUITE-STATUS          PIC X(02).
017400     88  WS-SUITE-OK          VALUE '00'.
017500 01  WS-CYCLENO-STATUS        PIC X(02).
017600     88  WS-CYCLENO-OK        VALUE '00'.
017700 01  WS-CAL-STATUS            PIC X(02).
017800     88  WS-CAL-OK            VALUE '00'.
017900 01  WS-RULES-STATUS          PIC X(02).
018000     88  WS-RULES-OK          VALUE '00'.
018100 01  WS-PEND-STATUS           PIC X(02).
018200     88  WS-PEND-OK           VALUE '00'.
018300 01  WS-MASTER-STATUS         PIC X(02).
018400     88  WS-MASTER-OK         VALUE '00'.
018500 01  WS-HISTORY-STATUS        PIC X(02).
018600     88  WS-HISTORY-OK        VALUE '00'.
018700 01  WS-ACCT-STATUS           PIC X(02).
018800     88  WS-ACCT-OK           VALUE '00'.
018900 01  WS-REGISTER-STATUS       PIC X(02).
019000     88  WS-REGISTER-OK       VALUE '00'.
019100 01  WS-SUITE-AUDIT-STATUS    PIC X(02).
019200     88  WS-SUITE-AUDIT-OK    VALUE '00'.
019300 01  WS-EOF-SWITCH            PIC X(01).
019400     88  WS-AT-EOF            VALUE 'Y'.
019500     88  WS-NOT-AT-EOF        VALUE 'N'.
019600 01  WS-OVERFLOW-SWITCH       PIC X(01) VALUE 'N'.
019700     88  WS-TABLE-OVERFLOWED  VALUE 'Y'.
019800 01  WS-BUSINESS-DATE         PIC 9(08) VALUE 0.
019900 01  WS-FLAG-SCORE            PIC 9(03) VALUE 50.
020000 01  WS-RULES-LOADED          PIC 9(02) COMP VALUE 0.
020100 01  WS-RULE-IDX              PIC 9(02) COMP.
020200 01  WS-CODE-IDX              PIC 9(02) COMP.
020300 01  WS-RQ-COUNT              PIC 9(04) COMP VALUE 0.
020400 01  WS-RQ-MAX                PIC 9(04) COMP VALUE 2000.
020500 01  WS-RQ-IDX                PIC 9(04) COMP.
020600 01  WS-RQ-SUB                PIC 9(04) COMP.
020700 01  WS-SAME-ADDRESS          PIC 9(04) COMP.
020800 01  WS-EVENT-DAYS            PIC S9(07) COMP.
020900 01  WS-DAYS-APART            PIC S9(07) COMP.
021000 01  WS-PRIOR-BALANCE         PIC S9(09)V99 COMP-3.
021100 01  WS-PAYMENT-AMOUNT        PIC S9(09)V99 COMP-3.
021200 01  WS-SCORE                 PIC 9(04) COMP.
021300 01  WS-ITEMS-SCREENED        PIC 9(06) COMP VALUE 0.
021400 01  WS-ITEMS-FLAGGED         PIC 9(06) COMP VALUE 0.
021500 01  WS-ITEMS-CLEARED         PIC 9(06) COMP VALUE 0.
021600 01  WS-ITEMS-RETURNED        PIC 9(06) COMP VALUE 0.
021700*--------------------------------------------------------------*
021800* RS-RULE-TABLE - THE FIVE RED-FLAG RULES IN FLAG-POSITION      *
021900* ORDER. THE LETTER IN EACH POSITION OF RFQ-RISK-FLAGS IS THE   *
022000* RULE CODE, SO LOOKUP AND THE REGISTER READ THE SAME FLAGS:    *
022100*   A  ADDRESS CHANGED ON STUHIST WITHIN N DAYS OF THE REQUEST  *
022200*   L  ONE PAYMENT OF AT LEAST THE AMOUNT, WITHIN N DAYS,       *
022300*      TURNED THE BALANCE FROM OWING TO CREDIT                  *
022400*   R  A PAYMENT RETURNED WITHIN N DAYS OF THE REQUEST          *
022500*   M  REFUNDS TO AT LEAST COUNT STUDENTS AT THE SAME ADDRESS   *
022600*      REQUESTED WITHIN N DAYS OF ONE ANOTHER                   *
022700*   X  THE REFUND EXCEEDS THE NET PAYMENTS RECEIVED             *
022800*--------------------------------------------------------------*
022900 01  RS-RULE-CODES            PIC X(05) VALUE 'ALRMX'.
023000 01  RS-RULE-TABLE.
023100     05  RS-RULE-ENTRY OCCURS 5 TIMES.
023200         10  RUL-ACTIVE-FLAG  PIC X(01).
023300             88  RUL-ACTIVE   VALUE 'Y'.
023400         10  RUL-WEIGHT       PIC 9(03).
023500         10  RUL-DAYS         PIC 9(03).
023600         10  RUL-AMOUNT       PIC 9(05)V99.
023700         10  RUL-COUNT        PIC 9(02).
023800 01  RS-REASON-TEXTS.
023900     05  FILLER               PIC X(10) VALUE 'ADDR CHG'.
024000     05  FILLER               PIC X(10) VALUE 'LARGE PAY'.
024100     05  FILLER               PIC X(10) VALUE 'PAY RETURN'.
024200     05  FILLER               PIC X(10) VALUE 'MULTI ADDR'.
024300     05  FILLER               PIC X(10) VALUE 'OVER PAID'.
024400 01  RS-REASON-TABLE REDEFINES RS-REASON-TEXTS.
024500     05  RS-REASON-TEXT       PIC X(10) OCCURS 5 TIMES.
024600*--------------------------------------------------------------*
024700* RS-QUEUE-TABLE - THE WHOLE REFPEND QUEUE, HELD SO IT CAN BE   *
024800* WRITTEN BACK WITH THE SCREEN RESULTS. EACH ITEM STILL OPEN    *
024900* IS MARKED FOR SCORING AND CARRIES ITS STUDENT'S CURRENT       *
025000* ADDRESS, RUNNING STUACCT BALANCE AND NET PAYMENTS.            *
025100*--------------------------------------------------------------*
025200 01  RS-QUEUE-TABLE.
025300     05  RS-QUEUE-ENTRY OCCURS 2000 TIMES.
025400         10  RQT-IMAGE        PIC X(136).
025500         10  RQT-STATUS       PIC X(01).
025600             88  RQT-CLOSED   VALUE 'R' 'V'.
025700         10  RQT-STUDENT-ID   PIC 9(09).
025800         10  RQT-AMOUNT       PIC 9(07)V99.
025900         10  RQT-REQUEST-DAYS PIC S9(07) COMP.
026000         10  RQT-ADDRESS-KEY  PIC X(30).
026100         10  RQT-SCORE-FLAG   PIC X(01).
026200             88  RQT-TO-SCORE VALUE 'Y'.
026300         10  RQT-RISK-FLAGS   PIC X(05).
026400         10  RQT-BALANCE      PIC S9(09)V99 COMP-3.
026500         10  RQT-NET-PAID     PIC S9(09)V99 COMP-3.
026600 COPY SUITEPRM.
026700 COPY CKPTPARM.
026800 COPY CHNPARM.
026900 COPY STEPPARM.
027000 PROCEDURE DIVISION.
027100 0000-MAINLINE.
027200     PERFORM 0005-CHECK-CHECKPOINT
027300         THRU 0005-CHECK-CHECKPOINT-EXIT.
027400     MOVE 'REFSCRN ' TO SL-PROGRAM-ID.
027500     SET SL-PHASE-START TO TRUE.
027600     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
027700     PERFORM 0010-READ-SUITE-PARM THRU 0010-READ-SUITE-PARM-EXIT.
027800     PERFORM 0020-READ-BUSINESS-DATE
027900         THRU 0020-READ-BUSINESS-DATE-EXIT.
028000     PERFORM 1000-LOAD-RULES
028100         THRU 1000-LOAD-RULES-EXIT.
028200     IF WS-RULES-LOADED = 0
028300         DISPLAY 'REFSCRN: NO RED-FLAG RULES ON REFSCRN - '
028400             'NOTHING SCREENED. UNSCREENED ITEMS NEED A SECOND '
028500             'SUPERVISOR.'
028600         MOVE 4 TO RETURN-CODE
028700         GO TO 8000-END-OF-RUN
028800     END-IF.
028900     PERFORM 2000-LOAD-QUEUE
029000         THRU 2000-LOAD-QUEUE-EXIT.
029100     IF WS-TABLE-OVERFLOWED
029200         DISPLAY 'REFSCRN: MORE THAN ' WS-RQ-MAX
029300             ' REFPEND ITEMS - NOTHING SCREENED. RAISE THE '
029400             'TABLE.'
029500         MOVE 8 TO RETURN-CODE
029600         GO TO 9999-EXIT
029700     END-IF.
029800     IF WS-ITEMS-SCREENED = 0
029900         DISPLAY 'REFSCRN: NO OPEN REFUNDS ON REFPEND TO SCREEN'
030000         GO TO 8000-END-OF-RUN
030100     END-IF.
030200     PERFORM 2500-GET-ADDRESSES
030300         THRU 2500-GET-ADDRESSES-EXIT.
030400     PERFORM 3000-SCAN-ADDRESS-CHANGES
030500         THRU 3000-SCAN-ADDRESS-CHANGES-EXIT.
030600     PERFORM 4000-SCAN-ACCOUNT-ACTIVITY
030700         THRU 4000-SCAN-ACCOUNT-ACTIVITY-EXIT.
030800     OPEN OUTPUT RS-REGISTER-FILE.
030900     PERFORM 5000-SCORE-ONE-ITEM
031000         THRU 5000-SCORE-ONE-ITEM-EXIT
031100         VARYING WS-RQ-IDX FROM 1 BY 1
031200         UNTIL WS-RQ-IDX > WS-RQ-COUNT.
031300     CLOSE RS-REGISTER-FILE.
031400     IF SP-PRODUCTION-MODE
031500         PERFORM 7000-REWRITE-QUEUE
031600             THRU 7000-REWRITE-QUEUE-EXIT
031700     END-IF.
031800 8000-END-OF-RUN.
031900     DISPLAY 'REFSCRN: ' WS-ITEMS-SCREENED ' REFUNDS SCREENED, '
032000         WS-ITEMS-FLAGGED ' FLAGGED, ' WS-ITEMS-CLEARED ' CLEAR'.
032100     DISPLAY 'REFSCRN: ' WS-ITEMS-RETURNED ' APPROVED REFUNDS '
032200         'RETURNED FOR A SECOND SUPERVISOR'.
032300     PERFORM 0900-MARK-CHECKPOINT
032400         THRU 0900-MARK-CHECKPOINT-EXIT.
032500     GO TO 9999-EXIT.
032600*--------------------------------------------------------------*
032700* 0005-CHECK-CHECKPOINT - SKIPS THE RUN WHEN CKPTCHK SAYS       *
032800* REFSCRN ALREADY COMPLETED THIS CYCLE.                         *
032900*--------------------------------------------------------------*
033000 0005-CHECK-CHECKPOINT.
033100     MOVE 'REFSCRN ' TO CK-PROGRAM-ID.
033200     SET CK-CHECK TO TRUE.
033300     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
033400     IF CK-ALREADY-DONE
033500         DISPLAY 'REFSCRN: ALREADY COMPLETED THIS CYCLE - '
033600             'SKIPPING'
033700         GO TO 9999-EXIT
033800     END-IF.
033900 0005-CHECK-CHECKPOINT-EXIT.
034000     EXIT.
034100*--------------------------------------------------------------*
034200* 0900-MARK-CHECKPOINT - TELLS CKPTCHK THAT REFSCRN COMPLETED   *
034300* THIS CYCLE SUCCESSFULLY.                                      *
034400*--------------------------------------------------------------*
034500 0900-MARK-CHECKPOINT.
034600     MOVE 'REFSCRN ' TO CK-PROGRAM-ID.
034700     SET CK-MARK TO TRUE.
034800     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
034900     MOVE 'REFSCRN ' TO SL-PROGRAM-ID.
035000     SET SL-PHASE-END TO TRUE.
035100     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
035200 0900-MARK-CHECKPOINT-EXIT.
035300     EXIT.
035400*--------------------------------------------------------------*
035500* 0010-READ-SUITE-PARM - READS THE SUITE-WIDE CONTROL CARD      *
035600* FROM SUITEPRM, THEN THE CYCLE NUMBER OFF CYCLENO.             *
035700*--------------------------------------------------------------*
035800 0010-READ-SUITE-PARM.
035900     OPEN INPUT SUITE-PARM-FILE.
036000     IF WS-SUITE-OK
036100         READ SUITE-PARM-FILE
036200             AT END
036300                 CONTINUE
036400         END-READ
036500         IF WS-SUITE-OK
036600             MOVE SP-PARM-CARD (1:1)  TO SP-TEST-MODE-SWITCH
036700             MOVE SP-PARM-CARD (2:10) TO SP-BATCH-ID
036800         END-IF
036900         CLOSE SUITE-PARM-FILE
037000     END-IF.
037100     OPEN INPUT RS-CYCLENO-FILE.
037200     IF WS-CYCLENO-OK
037300         READ RS-CYCLENO-FILE
037400             AT END
037500                 CONTINUE
037600         END-READ
037700         IF WS-CYCLENO-OK
037800             AND CYC-CYCLE-NUMBER NUMERIC
037900             MOVE CYC-CYCLE-NUMBER TO SP-CYCLE-NUMBER
038000         END-IF
038100         CLOSE RS-CYCLENO-FILE
038200     END-IF.
038300 0010-READ-SUITE-PARM-EXIT.
038400     EXIT.
038500*--------------------------------------------------------------*
038600* 0020-READ-BUSINESS-DATE - THE SUITECAL BUSINESS DATE, WALL-   *
038700* CLOCK FALLBACK AS EVERYWHERE. IT IS THE SCREEN DATE STAMPED   *
038800* ON EACH ITEM.                                                 *
038900*--------------------------------------------------------------*
039000 0020-READ-BUSINESS-DATE.
039100     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
039200     OPEN INPUT RS-CAL-FILE.
039300     IF WS-CAL-OK
039400         READ RS-CAL-FILE
039500             AT END
039600                 CONTINUE
039700         END-READ
039800         IF WS-CAL-OK
039900             AND CAL-BUSINESS-DATE NUMERIC
040000             AND CAL-BUSINESS-DATE > 0
040100             MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
040200         END-IF
040300         CLOSE RS-CAL-FILE
040400     END-IF.
040500 0020-READ-BUSINESS-DATE-EXIT.
040600     EXIT.
040700*--------------------------------------------------------------*
040800* 1000-LOAD-RULES - THE R CARDS INTO THE RULE TABLE BY THEIR    *
040900* CODE'S POSITION, AND THE T CARD'S FLAG SCORE. AN UNKNOWN      *
041000* RULE CODE OR A CARD THAT IS NOT NUMERIC IS REPORTED AND       *
041100* IGNORED.                                                      *
041200*--------------------------------------------------------------*
041300 1000-LOAD-RULES.
041400     MOVE SPACES TO RS-RULE-TABLE.
041500     OPEN INPUT RS-RULES-FILE.
041600     IF NOT WS-RULES-OK
041700         DISPLAY 'REFSCRN: REFSCRN RULES NOT AVAILABLE - STATUS '
041800             WS-RULES-STATUS
041900         GO TO 1000-LOAD-RULES-EXIT
042000     END-IF.
042100     SET WS-NOT-AT-EOF TO TRUE.
042200     PERFORM 1050-READ-ONE-RULE-CARD
042300         THRU 1050-READ-ONE-RULE-CARD-EXIT.
042400     PERFORM UNTIL WS-AT-EOF
042500         EVALUATE TRUE
042600             WHEN RSC-RULE-CARD
042700                 PERFORM 1100-LOAD-ONE-RULE
042800                     THRU 1100-LOAD-ONE-RULE-EXIT
042900             WHEN RSC-THRESHOLD-CARD
043000                 AND RSC-FLAG-SCORE NUMERIC
043100                 MOVE RSC-FLAG-SCORE TO WS-FLAG-SCORE
043200             WHEN OTHER
043300                 CONTINUE
043400         END-EVALUATE
043500         PERFORM 1050-READ-ONE-RULE-CARD
043600             THRU 1050-READ-ONE-RULE-CARD-EXIT
043700     END-PERFORM.
043800     CLOSE RS-RULES-FILE.
043900 1000-LOAD-RULES-EXIT.
044000     EXIT.
044100*--------------------------------------------------------------*
044200* 1050-READ-ONE-RULE-CARD - A SINGLE READ OF THE RULES MEMBER.  *
044300*--------------------------------------------------------------*
044400 1050-READ-ONE-RULE-CARD.
044500     READ RS-RULES-FILE
044600         AT END SET WS-AT-EOF TO TRUE
044700     END-READ.
044800 1050-READ-ONE-RULE-CARD-EXIT.
044900     EXIT.
045000*--------------------------------------------------------------*
045100* 1100-LOAD-ONE-RULE - ONE R CARD INTO ITS RULE'S SLOT.         *
045200*--------------------------------------------------------------*
045300 1100-LOAD-ONE-RULE.
045400     IF RSC-WEIGHT NOT NUMERIC OR RSC-DAYS NOT NUMERIC
045500         OR RSC-AMOUNT NOT NUMERIC OR RSC-COUNT NOT NUMERIC
045600         DISPLAY 'REFSCRN: RULE CARD NOT NUMERIC - IGNORED: '
045700             RS-RULE-CARD (1:17)
045800         GO TO 1100-LOAD-ONE-RULE-EXIT
045900     END-IF.
046000     MOVE 0 TO WS-RULE-IDX.
046100     PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
046200             UNTIL WS-CODE-IDX > 5
046300         IF RS-RULE-CODES (WS-CODE-IDX:1) = RSC-RULE-CODE
046400             MOVE WS-CODE-IDX TO WS-RULE-IDX
046500         END-IF
046600     END-PERFORM.
046700     IF WS-RULE-IDX = 0
046800         DISPLAY 'REFSCRN: UNKNOWN RULE CODE ' RSC-RULE-CODE
046900             ' - IGNORED'
047000         GO TO 1100-LOAD-ONE-RULE-EXIT
047100     END-IF.
047200     IF NOT RUL-ACTIVE (WS-RULE-IDX)
047300         ADD 1 TO WS-RULES-LOADED
047400     END-IF.
047500     SET RUL-ACTIVE (WS-RULE-IDX) TO TRUE.
047600     MOVE RSC-WEIGHT TO RUL-WEIGHT (WS-RULE-IDX).
047700     MOVE RSC-DAYS TO RUL-DAYS (WS-RULE-IDX).
047800     MOVE RSC-AMOUNT TO RUL-AMOUNT (WS-RULE-IDX).
047900     MOVE RSC-COUNT TO RUL-COUNT (WS-RULE-IDX).
048000 1100-LOAD-ONE-RULE-EXIT.
048100     EXIT.
048200*--------------------------------------------------------------*
048300* 2000-LOAD-QUEUE - THE WHOLE OF REFPEND INTO THE QUEUE TABLE.  *
048400* AN ITEM PENDING, AWAITING A SECOND SUPERVISOR, OR APPROVED    *
048500* BY ONE SUPERVISOR AND NOT YET RELEASED IS MARKED FOR          *
048600* SCORING; IT IS SCORED AFRESH EACH NIGHT UNTIL IT IS DECIDED.  *
048700* AN ITEM A SECOND SUPERVISOR HAS ALREADY APPROVED IS LEFT AS   *
048800* IT STANDS.                                                    *
048900*--------------------------------------------------------------*
049000 2000-LOAD-QUEUE.
049100     OPEN INPUT RS-PEND-FILE.
049200     IF NOT WS-PEND-OK
049300         GO TO 2000-LOAD-QUEUE-EXIT
049400     END-IF.
049500     SET WS-NOT-AT-EOF TO TRUE.
049600     PERFORM 2050-READ-ONE-PENDING
049700         THRU 2050-READ-ONE-PENDING-EXIT.
049800     PERFORM UNTIL WS-AT-EOF
049900         IF WS-RQ-COUNT NOT < WS-RQ-MAX
050000             SET WS-TABLE-OVERFLOWED TO TRUE
050100             SET WS-AT-EOF TO TRUE
050200         ELSE
050300             PERFORM 2100-LOAD-ONE-ITEM
050400                 THRU 2100-LOAD-ONE-ITEM-EXIT
050500             PERFORM 2050-READ-ONE-PENDING
050600                 THRU 2050-READ-ONE-PENDING-EXIT
050700         END-IF
050800     END-PERFORM.
050900     CLOSE RS-PEND-FILE.
051000 2000-LOAD-QUEUE-EXIT.
051100     EXIT.
051200*--------------------------------------------------------------*
051300* 2050-READ-ONE-PENDING - A SINGLE READ OF REFPEND.             *
051400*--------------------------------------------------------------*
051500 2050-READ-ONE-PENDING.
051600     READ RS-PEND-FILE
051700         AT END SET WS-AT-EOF TO TRUE
051800     END-READ.
051900 2050-READ-ONE-PENDING-EXIT.
052000     EXIT.
052100*--------------------------------------------------------------*
052200* 2100-LOAD-ONE-ITEM - ONE REFPEND ITEM INTO THE NEXT SLOT.     *
052300*--------------------------------------------------------------*
052400 2100-LOAD-ONE-ITEM.
052500     ADD 1 TO WS-RQ-COUNT.
052600     MOVE RFQ-RECORD TO RQT-IMAGE (WS-RQ-COUNT).
052700     MOVE RFQ-STATUS TO RQT-STATUS (WS-RQ-COUNT).
052800     MOVE RFQ-STUDENT-ID TO RQT-STUDENT-ID (WS-RQ-COUNT).
052900     MOVE ZERO TO RQT-AMOUNT (WS-RQ-COUNT).
053000     IF RFQ-AMOUNT NUMERIC
053100         MOVE RFQ-AMOUNT TO RQT-AMOUNT (WS-RQ-COUNT)
053200     END-IF.
053300     MOVE ZERO TO RQT-REQUEST-DAYS (WS-RQ-COUNT).
053400     IF RFQ-REQUEST-DATE NUMERIC
053500         AND RFQ-REQUEST-DATE > 16010101
053600         COMPUTE RQT-REQUEST-DAYS (WS-RQ-COUNT) =
053700             FUNCTION INTEGER-OF-DATE (RFQ-REQUEST-DATE)
053800     END-IF.
053900     MOVE SPACES TO RQT-ADDRESS-KEY (WS-RQ-COUNT).
054000     MOVE SPACES TO RQT-RISK-FLAGS (WS-RQ-COUNT).
054100     MOVE ZERO TO RQT-BALANCE (WS-RQ-COUNT).
054200     MOVE ZERO TO RQT-NET-PAID (WS-RQ-COUNT).
054300     MOVE 'N' TO RQT-SCORE-FLAG (WS-RQ-COUNT).
054400     IF RFQ-PENDING OR RFQ-AWAITING-SECOND
054500         OR (RFQ-APPROVED AND RFQ-SECOND-OPER = SPACES)
054600         SET RQT-TO-SCORE (WS-RQ-COUNT) TO TRUE
054700         ADD 1 TO WS-ITEMS-SCREENED
054800     END-IF.
054900 2100-LOAD-ONE-ITEM-EXIT.
055000     EXIT.
055100*--------------------------------------------------------------*
055200* 2500-GET-ADDRESSES - EVERY QUEUED STUDENT'S CURRENT STREET    *
055300* ADDRESS AND ZIP OFF STUMAST, THE KEY THE MULTIPLE-REFUND      *
055400* RULE MATCHES ON. A STUDENT NOT ON STUMAST KEEPS A BLANK KEY   *
055500* AND IS NEVER MATCHED.                                         *
055600*--------------------------------------------------------------*
055700 2500-GET-ADDRESSES.
055800     OPEN INPUT RS-MASTER-FILE.
055900     IF NOT WS-MASTER-OK
056000         DISPLAY 'REFSCRN: STUMAST NOT AVAILABLE - STATUS '
056100             WS-MASTER-STATUS ' - ADDRESS MATCHING SKIPPED'
056200         GO TO 2500-GET-ADDRESSES-EXIT
056300     END-IF.
056400     PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
056500             UNTIL WS-RQ-IDX > WS-RQ-COUNT
056600         IF NOT RQT-CLOSED (WS-RQ-IDX)
056700             MOVE RQT-STUDENT-ID (WS-RQ-IDX) TO STM-STUDENT-ID
056800             READ RS-MASTER-FILE
056900                 INVALID KEY
057000                     CONTINUE
057100             END-READ
057200             IF WS-MASTER-OK
057300                 AND STM-ADDR-LINE1 NOT = SPACES
057400                 MOVE STM-ADDR-LINE1
057500                     TO RQT-ADDRESS-KEY (WS-RQ-IDX) (1:25)
057600                 MOVE STM-ZIP
057700                     TO RQT-ADDRESS-KEY (WS-RQ-IDX) (26:5)
057800             END-IF
057900         END-IF
058000     END-PERFORM.
058100     CLOSE RS-MASTER-FILE.
058200 2500-GET-ADDRESSES-EXIT.
058300     EXIT.
058400*--------------------------------------------------------------*
058500* 3000-SCAN-ADDRESS-CHANGES - ONE PASS OF STUHIST FOR RULE A.   *
058600* A CHANGE RECORD WHOSE ADDRESS BYTES DIFFER BEFORE AND AFTER   *
058700* FLAGS EVERY ITEM OF THAT STUDENT REQUESTED NO MORE THAN N     *
058800* DAYS AFTER THE CHANGE - A CHANGE MADE SINCE THE REQUEST       *
058900* COUNTS AS WELL.                                               *
059000*--------------------------------------------------------------*
059100 3000-SCAN-ADDRESS-CHANGES.
059200     IF NOT RUL-ACTIVE (1)
059300         GO TO 3000-SCAN-ADDRESS-CHANGES-EXIT
059400     END-IF.
059500     OPEN INPUT RS-HISTORY-FILE.
059600     IF NOT WS-HISTORY-OK
059700         DISPLAY 'REFSCRN: STUHIST NOT AVAILABLE - STATUS '
059800             WS-HISTORY-STATUS ' - ADDRESS RULE SKIPPED'
059900         GO TO 3000-SCAN-ADDRESS-CHANGES-EXIT
060000     END-IF.
060100     SET WS-NOT-AT-EOF TO TRUE.
060200     PERFORM 3050-READ-ONE-HISTORY
060300         THRU 3050-READ-ONE-HISTORY-EXIT.
060400     PERFORM UNTIL WS-AT-EOF
060500         IF SH-CHANGE
060600             AND SH-DATE NUMERIC
060700             AND SH-DATE > 16010101
060800             AND SH-BEFORE-IMAGE (51:72)
060900                 NOT = SH-AFTER-IMAGE (51:72)
061000             PERFORM 3100-MATCH-ADDRESS-CHANGE
061100                 THRU 3100-MATCH-ADDRESS-CHANGE-EXIT
061200         END-IF
061300         PERFORM 3050-READ-ONE-HISTORY
061400             THRU 3050-READ-ONE-HISTORY-EXIT
061500     END-PERFORM.
061600     CLOSE RS-HISTORY-FILE.
061700 3000-SCAN-ADDRESS-CHANGES-EXIT.
061800     EXIT.
061900*--------------------------------------------------------------*
062000* 3050-READ-ONE-HISTORY - A SINGLE READ OF STUHIST.             *
062100*--------------------------------------------------------------*
062200 3050-READ-ONE-HISTORY.
062300     READ RS-HISTORY-FILE
062400         AT END SET WS-AT-EOF TO TRUE
062500     END-READ.
062600 3050-READ-ONE-HISTORY-EXIT.
062700     EXIT.
062800*--------------------------------------------------------------*
062900* 3100-MATCH-ADDRESS-CHANGE - ONE ADDRESS CHANGE AGAINST THE    *
063000* STUDENT'S ITEMS BEING SCORED.                                 *
063100*--------------------------------------------------------------*
063200 3100-MATCH-ADDRESS-CHANGE.
063300     COMPUTE WS-EVENT-DAYS = FUNCTION INTEGER-OF-DATE (SH-DATE).
063400     PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
063500             UNTIL WS-RQ-IDX > WS-RQ-COUNT
063600         IF RQT-TO-SCORE (WS-RQ-IDX)
063700             AND RQT-STUDENT-ID (WS-RQ-IDX) = SH-STUDENT-ID
063800             COMPUTE WS-DAYS-APART =
063900                 RQT-REQUEST-DAYS (WS-RQ-IDX) - WS-EVENT-DAYS
064000             IF WS-DAYS-APART NOT > RUL-DAYS (1)
064100                 MOVE 'A' TO RQT-RISK-FLAGS (WS-RQ-IDX) (1:1)
064200             END-IF
064300         END-IF
064400     END-PERFORM.
064500 3100-MATCH-ADDRESS-CHANGE-EXIT.
064600     EXIT.
064700*--------------------------------------------------------------*
064800* 4000-SCAN-ACCOUNT-ACTIVITY - ONE PASS OF STUACCT, IN POSTING  *
064900* ORDER, FOR RULES L, R AND X. EACH ITEM BEING SCORED RUNS ITS  *
065000* STUDENT'S BALANCE FORWARD AND TOTALS THE CASHPOST AND         *
065100* COLLPOST PAYMENTS, LESS ANY RETPOST RETURNED, AS NET PAID.    *
065200*--------------------------------------------------------------*
065300 4000-SCAN-ACCOUNT-ACTIVITY.
065400     OPEN INPUT RS-ACCT-FILE.
065500     IF NOT WS-ACCT-OK
065600         DISPLAY 'REFSCRN: STUACCT NOT AVAILABLE - STATUS '
065700             WS-ACCT-STATUS ' - PAYMENT RULES SKIPPED'
065800         GO TO 4000-SCAN-ACCOUNT-ACTIVITY-EXIT
065900     END-IF.
066000     SET WS-NOT-AT-EOF TO TRUE.
066100     PERFORM 4050-READ-ONE-ACCT-RECORD
066200         THRU 4050-READ-ONE-ACCT-RECORD-EXIT.
066300     PERFORM UNTIL WS-AT-EOF
066400         IF SUB-AMOUNT NUMERIC
066500             PERFORM 4100-APPLY-ONE-POSTING
066600                 THRU 4100-APPLY-ONE-POSTING-EXIT
066700                 VARYING WS-RQ-IDX FROM 1 BY 1
066800                 UNTIL WS-RQ-IDX > WS-RQ-COUNT
066900         END-IF
067000         PERFORM 4050-READ-ONE-ACCT-RECORD
067100             THRU 4050-READ-ONE-ACCT-RECORD-EXIT
067200     END-PERFORM.
067300     CLOSE RS-ACCT-FILE.
067400 4000-SCAN-ACCOUNT-ACTIVITY-EXIT.
067500     EXIT.
067600*--------------------------------------------------------------*
067700* 4050-READ-ONE-ACCT-RECORD - A SINGLE READ OF STUACCT.         *
067800*--------------------------------------------------------------*
067900 4050-READ-ONE-ACCT-RECORD.
068000     READ RS-ACCT-FILE
068100         AT END SET WS-AT-EOF TO TRUE
068200     END-READ.
068300 4050-READ-ONE-ACCT-RECORD-EXIT.
068400     EXIT.
068500*--------------------------------------------------------------*
068600* 4100-APPLY-ONE-POSTING - ONE SUBLEDGER RECORD AGAINST ONE     *
068700* ITEM. A PAYMENT OF AT LEAST THE RULE L AMOUNT POSTED WITHIN   *
068800* N DAYS BEFORE THE REQUEST THAT TOOK THE BALANCE FROM OWING    *
068900* (OR NIL) TO CREDIT RAISES L; A RETURNED PAYMENT POSTED NO     *
069000* MORE THAN N DAYS BEFORE THE REQUEST, OR AT ANY TIME SINCE,    *
069100* RAISES R.                                                     *
069200*--------------------------------------------------------------*
069300 4100-APPLY-ONE-POSTING.
069400     IF NOT RQT-TO-SCORE (WS-RQ-IDX)
069500         OR RQT-STUDENT-ID (WS-RQ-IDX) NOT = SUB-STUDENT-ID
069600         GO TO 4100-APPLY-ONE-POSTING-EXIT
069700     END-IF.
069800     MOVE RQT-BALANCE (WS-RQ-IDX) TO WS-PRIOR-BALANCE.
069900     ADD SUB-AMOUNT TO RQT-BALANCE (WS-RQ-IDX).
070000     MOVE ZERO TO WS-DAYS-APART.
070100     IF SUB-POST-DATE NUMERIC
070200         AND SUB-POST-DATE > 16010101
070300         COMPUTE WS-DAYS-APART = RQT-REQUEST-DAYS (WS-RQ-IDX)
070400             - FUNCTION INTEGER-OF-DATE (SUB-POST-DATE)
070500     END-IF.
070600     IF (SUB-SOURCE = 'CASHPOST' OR SUB-SOURCE = 'COLLPOST')
070700         AND SUB-AMOUNT < ZERO
070800         COMPUTE WS-PAYMENT-AMOUNT = 0 - SUB-AMOUNT
070900         ADD WS-PAYMENT-AMOUNT TO RQT-NET-PAID (WS-RQ-IDX)
071000         IF RUL-ACTIVE (2)
071100             AND WS-PAYMENT-AMOUNT NOT < RUL-AMOUNT (2)
071200             AND WS-PRIOR-BALANCE NOT < ZERO
071300             AND RQT-BALANCE (WS-RQ-IDX) < ZERO
071400             AND WS-DAYS-APART NOT < ZERO
071500             AND WS-DAYS-APART NOT > RUL-DAYS (2)
071600             MOVE 'L' TO RQT-RISK-FLAGS (WS-RQ-IDX) (2:1)
071700         END-IF
071800     END-IF.
071900     IF SUB-SOURCE = 'RETPOST '
072000         AND SUB-DESC (1:8) = 'RETURNED'
072100         SUBTRACT SUB-AMOUNT FROM RQT-NET-PAID (WS-RQ-IDX)
072200         IF RUL-ACTIVE (3)
072300             AND WS-DAYS-APART NOT > RUL-DAYS (3)
072400             MOVE 'R' TO RQT-RISK-FLAGS (WS-RQ-IDX) (3:1)
072500         END-IF
072600     END-IF.
072700 4100-APPLY-ONE-POSTING-EXIT.
072800     EXIT.
072900*--------------------------------------------------------------*
073000* 5000-SCORE-ONE-ITEM - RULES M AND X, THEN THE SCORE: THE SUM  *
073100* OF THE WEIGHTS OF EVERY RULE HIT, CAPPED AT 999. AT OR ABOVE  *
073200* THE FLAG SCORE THE ITEM IS FLAGGED, AND AN ITEM ONE           *
073300* SUPERVISOR HAS ALREADY APPROVED GOES BACK TO AWAIT A SECOND.  *
073400* THE RESULT IS STAMPED INTO THE ITEM'S QUEUE IMAGE AND         *
073500* REGISTERED.                                                   *
073600*--------------------------------------------------------------*
073700 5000-SCORE-ONE-ITEM.
073800     IF NOT RQT-TO-SCORE (WS-RQ-IDX)
073900         GO TO 5000-SCORE-ONE-ITEM-EXIT
074000     END-IF.
074100     IF RUL-ACTIVE (4)
074200         AND RQT-ADDRESS-KEY (WS-RQ-IDX) NOT = SPACES
074300         PERFORM 5100-COUNT-SAME-ADDRESS
074400             THRU 5100-COUNT-SAME-ADDRESS-EXIT
074500         IF WS-SAME-ADDRESS NOT < RUL-COUNT (4)
074600             MOVE 'M' TO RQT-RISK-FLAGS (WS-RQ-IDX) (4:1)
074700         END-IF
074800     END-IF.
074900     IF RUL-ACTIVE (5)
075000         AND RQT-AMOUNT (WS-RQ-IDX) > RQT-NET-PAID (WS-RQ-IDX)
075100         MOVE 'X' TO RQT-RISK-FLAGS (WS-RQ-IDX) (5:1)
075200     END-IF.
075300     MOVE 0 TO WS-SCORE.
075400     PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
075500             UNTIL WS-RULE-IDX > 5
075600         IF RQT-RISK-FLAGS (WS-RQ-IDX) (WS-RULE-IDX:1)
075700                 NOT = SPACE
075800             ADD RUL-WEIGHT (WS-RULE-IDX) TO WS-SCORE
075900         END-IF
076000     END-PERFORM.
076100     IF WS-SCORE > 999
076200         MOVE 999 TO WS-SCORE
076300     END-IF.
076400     MOVE RQT-IMAGE (WS-RQ-IDX) TO RFQ-RECORD.
076500     MOVE WS-BUSINESS-DATE TO RFQ-SCREEN-DATE.
076600     MOVE WS-SCORE TO RFQ-RISK-SCORE.
076700     MOVE RQT-RISK-FLAGS (WS-RQ-IDX) TO RFQ-RISK-FLAGS.
076800     IF WS-SCORE NOT < WS-FLAG-SCORE
076900         AND WS-SCORE > 0
077000         SET RFQ-SCREEN-FLAGGED TO TRUE
077100         ADD 1 TO WS-ITEMS-FLAGGED
077200         IF RFQ-APPROVED
077300             SET RFQ-AWAITING-SECOND TO TRUE
077400             ADD 1 TO WS-ITEMS-RETURNED
077500         END-IF
077600     ELSE
077700         SET RFQ-SCREEN-CLEAR TO TRUE
077800         ADD 1 TO WS-ITEMS-CLEARED
077900     END-IF.
078000     MOVE RFQ-RECORD TO RQT-IMAGE (WS-RQ-IDX).
078100     PERFORM 5200-WRITE-REGISTER-LINE
078200         THRU 5200-WRITE-REGISTER-LINE-EXIT.
078300     IF SP-PRODUCTION-MODE
078400         AND RFQ-SCREEN-FLAGGED
078500         PERFORM 6000-STAMP-AUDIT-TRAIL
078600             THRU 6000-STAMP-AUDIT-TRAIL-EXIT
078700     END-IF.
078800 5000-SCORE-ONE-ITEM-EXIT.
078900     EXIT.
079000*--------------------------------------------------------------*
079100* 5100-COUNT-SAME-ADDRESS - HOW MANY DIFFERENT STUDENTS'        *
079200* REFUNDS, THIS ONE INCLUDED, GO TO THIS ITEM'S ADDRESS WITH    *
079300* REQUESTS WITHIN N DAYS OF IT. REJECTED AND VOIDED ITEMS PAID  *
079400* NOTHING AND ARE NOT COUNTED.                                  *
079500*--------------------------------------------------------------*
079600 5100-COUNT-SAME-ADDRESS.
079700     MOVE 1 TO WS-SAME-ADDRESS.
079800     PERFORM VARYING WS-RQ-SUB FROM 1 BY 1
079900             UNTIL WS-RQ-SUB > WS-RQ-COUNT
080000         IF NOT RQT-CLOSED (WS-RQ-SUB)
080100             AND RQT-STUDENT-ID (WS-RQ-SUB)
080200                 NOT = RQT-STUDENT-ID (WS-RQ-IDX)
080300             AND RQT-ADDRESS-KEY (WS-RQ-SUB)
080400                 = RQT-ADDRESS-KEY (WS-RQ-IDX)
080500             COMPUTE WS-DAYS-APART = RQT-REQUEST-DAYS (WS-RQ-IDX)
080600                 - RQT-REQUEST-DAYS (WS-RQ-SUB)
080700             IF WS-DAYS-APART < ZERO
080800                 COMPUTE WS-DAYS-APART = 0 - WS-DAYS-APART
080900             END-IF
081000             IF WS-DAYS-APART NOT > RUL-DAYS (4)
081100                 ADD 1 TO WS-SAME-ADDRESS
081200             END-IF
081300         END-IF
081400     END-PERFORM.
081500 5100-COUNT-SAME-ADDRESS-EXIT.
081600     EXIT.
081700*--------------------------------------------------------------*
081800* 5200-WRITE-REGISTER-LINE - ONE REFSCRR LINE FOR THE ITEM JUST *
081900* SCORED, EACH RULE HIT SPELLED OUT.                            *
082000*--------------------------------------------------------------*
082100 5200-WRITE-REGISTER-LINE.
082200     MOVE SPACES TO RS-REGISTER-RECORD.
082300     MOVE RFQ-STUDENT-ID TO RSR-STUDENT-ID.
082400     MOVE RQT-AMOUNT (WS-RQ-IDX) TO RSR-AMOUNT.
082500     MOVE RFQ-REQUEST-DATE TO RSR-REQUEST-DATE.
082600     MOVE RFQ-STATUS TO RSR-STATUS.
082700     MOVE RFQ-RISK-SCORE TO RSR-SCORE.
082800     IF RFQ-SCREEN-FLAGGED
082900         MOVE 'FLAGGED' TO RSR-RESULT
083000     ELSE
083100         MOVE 'CLEAR' TO RSR-RESULT
083200     END-IF.
083300     MOVE 0 TO WS-RQ-SUB.
083400     PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
083500             UNTIL WS-RULE-IDX > 5
083600         IF RFQ-RISK-FLAGS (WS-RULE-IDX:1) NOT = SPACE
083700             ADD 1 TO WS-RQ-SUB
083800             MOVE RS-REASON-TEXT (WS-RULE-IDX)
083900                 TO RSR-REASON (WS-RQ-SUB)
084000         END-IF
084100     END-PERFORM.
084200     WRITE RS-REGISTER-RECORD.
084300 5200-WRITE-REGISTER-LINE-EXIT.
084400     EXIT.
084500*--------------------------------------------------------------*
084600* 6000-STAMP-AUDIT-TRAIL - ONE AUDITLOG RECORD PER FLAGGED      *
084700* ITEM, KEYED RFSC AND THE STUDENT ID, THE COUNT FIELD CARRYING *
084800* THE SCORE.                                                    *
084900*--------------------------------------------------------------*
085000 6000-STAMP-AUDIT-TRAIL.
085100     OPEN EXTEND RS-AUDIT-FILE.
085200     IF NOT WS-SUITE-AUDIT-OK
085300         CLOSE RS-AUDIT-FILE
085400         OPEN OUTPUT RS-AUDIT-FILE
085500     END-IF.
085600     MOVE 'REFSCRN ' TO AT-PROGRAM-ID.
085700     ACCEPT AT-RUN-DATE FROM DATE YYYYMMDD.
085800     ACCEPT AT-RUN-TIME FROM TIME.
085900     MOVE SPACES TO AT-KEY-FIELD.
086000     MOVE 'RFSC ' TO AT-KEY-FIELD (1:5).
086100     MOVE RFQ-STUDENT-ID TO AT-KEY-FIELD (6:9).
086200     MOVE RFQ-RISK-FLAGS TO AT-KEY-FIELD (16:5).
086300     MOVE RFQ-RISK-SCORE TO AT-KEY-COUNT.
086400     MOVE SP-CYCLE-NUMBER TO AT-CYCLE-NUMBER.
086500     MOVE AT-RUN-DATE TO CHN-RUN-DATE.
086600     MOVE AT-RUN-TIME TO CHN-RUN-TIME.
086700     MOVE AT-KEY-COUNT TO CHN-KEY-COUNT.
086800     MOVE AT-PROGRAM-ID TO CHN-PROGRAM-ID.
086900     MOVE AT-KEY-FIELD TO CHN-KEY-FIELD.
087000     CALL 'AUDCHN' USING CHN-PARM-BLOCK.
087100     MOVE CHN-SEQUENCE TO AT-SEQUENCE.
087200     MOVE CHN-CHAIN-HASH TO AT-CHAIN-HASH.
087300     WRITE SUITE-AUDIT-RECORD.
087400     CLOSE RS-AUDIT-FILE.
087500 6000-STAMP-AUDIT-TRAIL-EXIT.
087600     EXIT.
087700*--------------------------------------------------------------*
087800* 7000-REWRITE-QUEUE - REFPEND WRITTEN BACK FROM THE TABLE IN   *
087900* ITS ORIGINAL ORDER, EVERY ITEM SCORED CARRYING TONIGHT'S      *
088000* RESULT AND EVERY OTHER ITEM UNCHANGED.                        *
088100*--------------------------------------------------------------*
088200 7000-REWRITE-QUEUE.
088300     OPEN OUTPUT RS-PEND-FILE.
088400     PERFORM VARYING WS-RQ-IDX FROM 1 BY 1
088500             UNTIL WS-RQ-IDX > WS-RQ-COUNT
088600         MOVE RQT-IMAGE (WS-RQ-IDX) TO RFQ-RECORD
088700         WRITE RFQ-RECORD
088800     END-PERFORM.
088900     CLOSE RS-PEND-FILE.
089000 7000-REWRITE-QUEUE-EXIT.
089100     EXIT.
089200*--------------------------------------------------------------*
089300* 9999-EXIT                                                     *
089400*--------------------------------------------------------------*
089500 9999-EXIT.
089600     STOP RUN.
