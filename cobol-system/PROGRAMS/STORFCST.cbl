000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STORFCST.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                          *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - STORAGE GROWTH TRENDING AND   *
001100*                CAPACITY FORECAST. CATVRFY KEEPS ONLY THE ONE  *
001200*                PRIOR SIZE OF EACH FILE ON CATSIZHS, SO NOBODY *
001300*                COULD SEE STUACCT, AUDITLOG, ENRLMAST OR THE   *
001400*                TERM ARCHIVES CLIMBING TOWARD THEIR SPACE      *
001500*                UNTIL A STEP ABENDED OUT OF ROOM. EVERY        *
001600*                PRODUCTION RUN NOW APPENDS THE NIGHT'S DSNINV  *
001700*                SIZE OF EACH DATASET TO STORHIST. FROM THAT    *
001800*                HISTORY EACH FILE GETS A 30-DAY AND A 90-DAY   *
001900*                GROWTH RATE, A PROJECTED SIZE AT THE CURRENT   *
002000*                TERM'S ACADCAL END AND AT YEAR END, AND -      *
002100*                AGAINST ITS STORALOC ALLOCATION - THE DAY IT   *
002200*                IS PROJECTED TO RUN OUT. A FILE ALREADY PAST   *
002300*                ITS ALLOCATION, OR DUE TO PASS IT WITHIN ITS   *
002400*                WARNING DAYS, ALERTS.                          *
002500*--------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT SF-INVENTORY-FILE ASSIGN TO DSNINV
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-INVENTORY-STATUS.
003200     SELECT SF-HIST-FILE ASSIGN TO STORHIST
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-HIST-STATUS.
003500     SELECT SF-ALLOC-FILE ASSIGN TO STORALOC
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-ALLOC-STATUS.
003800     SELECT SF-ACAL-FILE ASSIGN TO ACADCAL
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-ACAL-STATUS.
004100     SELECT SF-REPORT-FILE ASSIGN TO STORFCSR
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-REPORT-STATUS.
004400     SELECT SF-ALERT-FILE ASSIGN TO ALERTOUT
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-ALERT-STATUS.
004700     SELECT SF-CAL-FILE ASSIGN TO SUITECAL
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-CAL-STATUS.
005000     SELECT SUITE-PARM-FILE ASSIGN TO SUITEPRM
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-SUITE-STATUS.
005300     SELECT SF-CYCLENO-FILE ASSIGN TO CYCLENO
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-CYCLENO-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  SF-INVENTORY-FILE.
005900 01  SF-INVENTORY-RECORD.
006000     05  INV-FILE-NAME        PIC X(40).
006100     05  INV-SIZE-BYTES       PIC 9(10).
006200*--------------------------------------------------------------*
006300* SF-HIST-RECORD - ONE STORHIST LINE PER DATASET PER PRODUCTION *
006400* NIGHT: THE BUSINESS DATE, THE DATASET AND ITS DSNINV SIZE.    *
006500*--------------------------------------------------------------*
006600 FD  SF-HIST-FILE.
006700 01  SF-HIST-RECORD.
006800     05  SFH-SIZE-DATE        PIC 9(08).
006900     05  SFH-FILE-NAME        PIC X(40).
007000     05  SFH-SIZE-BYTES       PIC 9(10).
007100     05  SFH-CYCLE-NUMBER     PIC 9(06).
007200*--------------------------------------------------------------*
007300* SF-ALLOC-CARD - ONE STORALOC CARD. A GIVES A DATASET'S        *
007400* ALLOCATION (COLS 3-42 DATASET, COLS 44-54 BYTES, COLS 56-59   *
007500* WARNING DAYS, BLANK FOR THE W CARD DEFAULT). A DATASET NAME   *
007600* ENDING IN * COVERS EVERY DATASET STARTING WITH THE PART       *
007700* BEFORE IT, SO ONE CARD SERVES A WHOLE FAMILY OF TERM          *
007800* ARCHIVES; AN EXACT NAME BEATS A PREFIX AND A LONGER PREFIX    *
007900* BEATS A SHORTER ONE. W GIVES THE DEFAULT WARNING DAYS (COLS   *
008000* 3-6). A LINE WITH * IN COLUMN 1 IS A COMMENT.                 *
008100*--------------------------------------------------------------*
008200 FD  SF-ALLOC-FILE.
008300 01  SF-ALLOC-CARD.
008400     05  SFC-CARD-TYPE        PIC X(01).
008500         88  SFC-ALLOC-CARD   VALUE 'A'.
008600         88  SFC-WARN-CARD    VALUE 'W'.
008700     05  FILLER               PIC X(01).
008800     05  SFC-CARD-BODY        PIC X(78).
008900 01  SFC-ALLOC-R REDEFINES SF-ALLOC-CARD.
009000     05  FILLER               PIC X(02).
009100     05  SFC-A-FILE-NAME      PIC X(40).
009200     05  FILLER               PIC X(01).
009300     05  SFC-A-BYTES          PIC 9(11).
009400     05  FILLER               PIC X(01).
009500     05  SFC-A-WARN-DAYS      PIC X(04).
009600     05  SFC-A-WARN-NUM REDEFINES SFC-A-WARN-DAYS
009700                              PIC 9(04).
009800     05  FILLER               PIC X(21).
009900 01  SFC-WARN-R REDEFINES SF-ALLOC-CARD.
010000     05  FILLER               PIC X(02).
010100     05  SFC-W-WARN-DAYS      PIC 9(04).
010200     05  FILLER               PIC X(74).
010300 FD  SF-ACAL-FILE.
010400 COPY ACADCREC.
010500 FD  SF-REPORT-FILE.
010600 01  SF-REPORT-RECORD         PIC X(150).
010700 FD  SF-ALERT-FILE.
010800 COPY ALERTREC.
010900 FD  SF-CAL-FILE.
011000 01  CAL-RECORD.
011100     05  CAL-BUSINESS-DATE    PIC 9(08).
011200     05  CAL-MONTH-END-FLAG   PIC X(01).
011300     05  CAL-YEAR-END-FLAG    PIC X(01).
011400 FD  SUITE-PARM-FILE.
011500 01  SP-PARM-CARD             PIC X(11).
011600 FD  SF-CYCLENO-FILE.
011700 01  CYCLENO-CARD.
011800     05  CYC-CYCLE-NUMBER     PIC 9(06).
011900 WORKING-STORAGE SECTION.
012000 01  WS-SUITE-STATUS          PIC X(02).
012100     88  WS-SUITE-OK          VALUE '00'.
012200 01  WS-CYCLENO-STATUS        PIC X(02).
012300     88  WS-CYCLENO-OK        VALUE '00'.
012400 01  WS-CAL-STATUS            PIC X(02).
012500     88  WS-CAL-OK            VALUE '00'.
012600 01  WS-INVENTORY-STATUS      PIC X(02).
012700     88  WS-INVENTORY-OK      VALUE '00'.
012800 01  WS-HIST-STATUS           PIC X(02).
012900     88  WS-HIST-OK           VALUE '00'.
013000 01  WS-ALLOC-STATUS          PIC X(02).
013100     88  WS-ALLOC-OK          VALUE '00'.
013200 01  WS-ACAL-STATUS           PIC X(02).
013300     88  WS-ACAL-OK           VALUE '00'.
013400 01  WS-REPORT-STATUS         PIC X(02).
013500     88  WS-REPORT-OK         VALUE '00'.
013600 01  WS-ALERT-STATUS          PIC X(02).
013700     88  WS-ALERT-OK          VALUE '00'.
013800 01  WS-EOF-SWITCH            PIC X(01).
013900     88  WS-AT-EOF            VALUE 'Y'.
014000     88  WS-NOT-AT-EOF        VALUE 'N'.
014100 01  WS-OVERFLOW-SWITCH       PIC X(01) VALUE 'N'.
014200     88  WS-TABLE-OVERFLOWED  VALUE 'Y'.
014300     88  WS-TABLES-FIT        VALUE 'N'.
014400 01  WS-ALERT-OPEN-SWITCH     PIC X(01) VALUE 'N'.
014500     88  WS-ALERT-FILE-OPEN   VALUE 'Y'.
014600 01  WS-TREND-SWITCH          PIC X(01).
014700     88  WS-HAVE-TREND        VALUE 'Y'.
014800     88  WS-NO-TREND          VALUE 'N'.
014900 01  WS-BUSINESS-DATE         PIC 9(08) VALUE 0.
015000 01  WS-TODAY-INTEGER         PIC 9(08).
015100 01  WS-TERM-END-DATE         PIC 9(08) VALUE 0.
015200 01  WS-TERM-END-TERM         PIC X(06) VALUE SPACES.
015300 01  WS-YEAR-END-DATE         PIC 9(08) VALUE 0.
015400 01  WS-YEAR-END-PARTS REDEFINES WS-YEAR-END-DATE.
015500     05  WS-YEAR-END-YEAR     PIC 9(04).
015600     05  WS-YEAR-END-MMDD     PIC 9(04).
015700 01  WS-TERM-END-DAYS         PIC S9(07) COMP VALUE 0.
015800 01  WS-YEAR-END-DAYS         PIC S9(07) COMP VALUE 0.
015900 01  WS-HIST-INTEGER          PIC 9(08).
016000 01  WS-HIST-AGE-DAYS         PIC S9(08) COMP.
016100 01  WS-DEFAULT-WARN-DAYS     PIC 9(04) COMP VALUE 30.
016200 01  WS-FILE-COUNT            PIC 9(03) COMP VALUE 0.
016300 01  WS-FILE-MAX              PIC 9(03) COMP VALUE 300.
016400 01  WS-FILE-IDX              PIC 9(03) COMP.
016500 01  WS-FILE-MATCH            PIC 9(03) COMP.
016600 01  WS-ALLOC-COUNT           PIC 9(03) COMP VALUE 0.
016700 01  WS-ALLOC-MAX             PIC 9(03) COMP VALUE 200.
016800 01  WS-ALLOC-IDX             PIC 9(03) COMP.
016900 01  WS-ALLOC-MATCH           PIC 9(03) COMP.
017000 01  WS-BEST-PREFIX-LEN       PIC S9(03) COMP.
017100 01  WS-PREFIX-LEN            PIC 9(03) COMP.
017200 01  WS-NAME-LEN              PIC 9(03) COMP.
017300 01  WS-DETAIL-START          PIC 9(03) COMP.
017400 01  WS-HIST-READ             PIC 9(07) COMP VALUE 0.
017500 01  WS-HIST-USED             PIC 9(07) COMP VALUE 0.
017600 01  WS-HIST-WRITTEN          PIC 9(05) COMP VALUE 0.
017700 01  WS-OVER-COUNT            PIC 9(03) COMP VALUE 0.
017800 01  WS-WARN-COUNT            PIC 9(03) COMP VALUE 0.
017900 01  WS-TERM-COUNT            PIC 9(03) COMP VALUE 0.
018000 01  WS-YEAR-COUNT            PIC 9(03) COMP VALUE 0.
018100 01  WS-NOALLOC-COUNT         PIC 9(03) COMP VALUE 0.
018200 01  WS-NOTREND-COUNT         PIC 9(03) COMP VALUE 0.
018300 01  WS-ALERTS-RAISED         PIC 9(03) COMP VALUE 0.
018400 01  WS-RATE-30               PIC S9(09)V99 COMP-3 VALUE 0.
018500 01  WS-RATE-90               PIC S9(09)V99 COMP-3 VALUE 0.
018600 01  WS-TREND-RATE            PIC S9(09)V99 COMP-3 VALUE 0.
018700 01  WS-PROJ-TERM-SIZE        PIC S9(12) COMP-3 VALUE 0.
018800 01  WS-PROJ-YEAR-SIZE        PIC S9(12) COMP-3 VALUE 0.
018900 01  WS-ROOM-LEFT             PIC S9(12) COMP-3 VALUE 0.
019000 01  WS-DAYS-TO-FULL          PIC 9(07) COMP VALUE 0.
019100 01  WS-FULL-INTEGER          PIC 9(08) VALUE 0.
019200 01  WS-FULL-DATE             PIC 9(08) VALUE 0.
019300 01  WS-DAYS-DISP             PIC 9(05).
019400 01  WS-FILE-STATUS-TEXT      PIC X(08).
019500 01  WS-ALERT-CATEGORY        PIC X(20).
019600*--------------------------------------------------------------*
019700* SF-FILE-TABLE - EVERY DATASET ON TONIGHT'S DSNINV, ITS        *
019800* MATCHED STORALOC ALLOCATION, AND THE OLDEST STORHIST SIZE     *
019900* INSIDE EACH TRAILING WINDOW - THE POINT EACH GROWTH RATE IS   *
020000* MEASURED FROM. AN AGE OF ZERO MEANS NO HISTORY IN THAT        *
020100* WINDOW YET.                                                   *
020200*--------------------------------------------------------------*
020300 01  SF-FILE-TABLE.
020400     05  SF-FILE-ENTRY OCCURS 300 TIMES.
020500         10  SFT-FILE-NAME    PIC X(40).
020600         10  SFT-SIZE-BYTES   PIC 9(11) COMP-3.
020700         10  SFT-ALLOC-BYTES  PIC 9(11) COMP-3.
020800         10  SFT-WARN-DAYS    PIC 9(04) COMP.
020900         10  SFT-B30-AGE      PIC 9(04) COMP.
021000         10  SFT-B30-SIZE     PIC 9(11) COMP-3.
021100         10  SFT-B90-AGE      PIC 9(04) COMP.
021200         10  SFT-B90-SIZE     PIC 9(11) COMP-3.
021300*--------------------------------------------------------------*
021400* SF-ALLOC-TABLE - THE STORALOC A CARDS. PREFIX LENGTH IS THE   *
021500* PART OF THE NAME BEFORE A TRAILING *, OR 40 FOR AN EXACT      *
021600* NAME.                                                         *
021700*--------------------------------------------------------------*
021800 01  SF-ALLOC-TABLE.
021900     05  SF-ALLOC-ENTRY OCCURS 200 TIMES.
022000         10  SFA-FILE-NAME    PIC X(40).
022100         10  SFA-PREFIX-LEN   PIC 9(03) COMP.
022200         10  SFA-BYTES        PIC 9(11) COMP-3.
022300         10  SFA-WARN-DAYS    PIC 9(04) COMP.
022400*--------------------------------------------------------------*
022500* SF-REPORT-LINE - ONE STORFCSR LINE. THE LINE TYPE TELLS WHICH *
022600* VIEW APPLIES:                                                 *
022700*   H  HEADER - BUSINESS DATE, CYCLE, THE TERM END AND YEAR END *
022800*      PROJECTED TO, AND THE DEFAULT WARNING DAYS               *
022900*   D  ONE DATASET - SIZE TONIGHT, BYTES A DAY OVER 30 AND 90   *
023000*      DAYS, PROJECTED SIZE AT TERM END AND YEAR END, THE       *
023100*      ALLOCATION, DAYS UNTIL IT IS PROJECTED TO RUN OUT AND    *
023200*      THAT DATE (99999 AND ZERO WHEN IT IS NOT GROWING), AND   *
023300*      A STATUS:                                                *
023400*        OVER      ALREADY AT OR PAST ITS ALLOCATION            *
023500*        WARN      PROJECTED TO RUN OUT WITHIN ITS WARNING DAYS *
023600*        TERM END  PROJECTED TO RUN OUT BY TERM END             *
023700*        YEAR END  PROJECTED TO RUN OUT BY YEAR END             *
023800*        OK        ROOM PAST YEAR END AT THE CURRENT RATE       *
023900*        NO TREND  NO STORHIST SIZE IN THE LAST 90 DAYS YET     *
024000*        NO ALLOC  NO STORALOC CARD COVERS THE DATASET          *
024100*   T  TRAILER - DATASETS AND THE COUNT IN EACH STATUS          *
024200*--------------------------------------------------------------*
024300 01  SF-REPORT-LINE.
024400     05  SFR-RECORD-TYPE      PIC X(01).
024500     05  SFR-BODY             PIC X(149).
024600 01  SF-REPORT-HEADER-R REDEFINES SF-REPORT-LINE.
024700     05  FILLER               PIC X(01).
024800     05  SFR-H-BUSINESS-DATE  PIC 9(08).
024900     05  SFR-H-CYCLE-NUMBER   PIC 9(06).
025000     05  SFR-H-TERM           PIC X(06).
025100     05  SFR-H-TERM-END-DATE  PIC 9(08).
025200     05  SFR-H-YEAR-END-DATE  PIC 9(08).
025300     05  SFR-H-WARN-DAYS      PIC 9(04).
025400     05  SFR-H-TITLE          PIC X(40).
025500     05  FILLER               PIC X(69).
025600 01  SF-REPORT-DETAIL-R REDEFINES SF-REPORT-LINE.
025700     05  FILLER               PIC X(01).
025800     05  SFR-D-FILE-NAME      PIC X(40).
025900     05  SFR-D-SIZE-BYTES     PIC 9(11).
026000     05  SFR-D-RATE-30        PIC S9(09)
026100             SIGN LEADING SEPARATE.
026200     05  SFR-D-RATE-90        PIC S9(09)
026300             SIGN LEADING SEPARATE.
026400     05  SFR-D-PROJ-TERM      PIC 9(12).
026500     05  SFR-D-PROJ-YEAR      PIC 9(12).
026600     05  SFR-D-ALLOC-BYTES    PIC 9(11).
026700     05  SFR-D-DAYS-TO-FULL   PIC 9(05).
026800     05  SFR-D-FULL-DATE      PIC 9(08).
026900     05  SFR-D-WARN-DAYS      PIC 9(04).
027000     05  SFR-D-STATUS         PIC X(08).
027100     05  FILLER               PIC X(18).
027200 01  SF-REPORT-TRAILER-R REDEFINES SF-REPORT-LINE.
027300     05  FILLER               PIC X(01).
027400     05  SFR-T-FILE-COUNT     PIC 9(03).
027500     05  SFR-T-OVER-COUNT     PIC 9(03).
027600     05  SFR-T-WARN-COUNT     PIC 9(03).
027700     05  SFR-T-TERM-COUNT     PIC 9(03).
027800     05  SFR-T-YEAR-COUNT     PIC 9(03).
027900     05  SFR-T-NOTREND-COUNT  PIC 9(03).
028000     05  SFR-T-NOALLOC-COUNT  PIC 9(03).
028100     05  FILLER               PIC X(128).
028200 COPY SUITEPRM.
028300 COPY CKPTPARM.
028400 COPY STEPPARM.
028500 COPY SEVPARM.
028600 PROCEDURE DIVISION.
028700 0000-MAINLINE.
028800     PERFORM 0005-CHECK-CHECKPOINT
028900         THRU 0005-CHECK-CHECKPOINT-EXIT.
029000     MOVE 'STORFCST' TO SL-PROGRAM-ID.
029100     SET SL-PHASE-START TO TRUE.
029200     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
029300     PERFORM 0010-READ-SUITE-PARM THRU 0010-READ-SUITE-PARM-EXIT.
029400     PERFORM 0020-READ-BUSINESS-DATE
029500         THRU 0020-READ-BUSINESS-DATE-EXIT.
029600     PERFORM 0030-FIND-TERM-END
029700         THRU 0030-FIND-TERM-END-EXIT.
029800     PERFORM 1000-LOAD-ALLOCATIONS
029900         THRU 1000-LOAD-ALLOCATIONS-EXIT.
030000     PERFORM 1100-LOAD-INVENTORY
030100         THRU 1100-LOAD-INVENTORY-EXIT.
030200     IF NOT WS-INVENTORY-OK
030300         AND WS-INVENTORY-STATUS NOT = '10'
030400         DISPLAY 'STORFCST: DSNINV NOT AVAILABLE - STATUS '
030500             WS-INVENTORY-STATUS ' - NO FORECAST'
030600         MOVE 8 TO RETURN-CODE
030700         GO TO 9999-EXIT
030800     END-IF.
030900     IF WS-TABLE-OVERFLOWED
031000         DISPLAY 'STORFCST: MORE THAN ' WS-FILE-MAX
031100             ' DATASETS OR ' WS-ALLOC-MAX ' STORALOC CARDS - '
031200             'NO FORECAST. RAISE THE TABLE.'
031300         MOVE 8 TO RETURN-CODE
031400         GO TO 9999-EXIT
031500     END-IF.
031600     PERFORM 1200-LOAD-SIZE-HISTORY
031700         THRU 1200-LOAD-SIZE-HISTORY-EXIT.
031800     OPEN OUTPUT SF-REPORT-FILE.
031900     PERFORM 2000-WRITE-REPORT-HEADER
032000         THRU 2000-WRITE-REPORT-HEADER-EXIT.
032100     PERFORM 3000-FORECAST-ONE-FILE
032200         THRU 3000-FORECAST-ONE-FILE-EXIT
032300         VARYING WS-FILE-IDX FROM 1 BY 1
032400         UNTIL WS-FILE-IDX > WS-FILE-COUNT.
032500     PERFORM 2100-WRITE-REPORT-TRAILER
032600         THRU 2100-WRITE-REPORT-TRAILER-EXIT.
032700     CLOSE SF-REPORT-FILE.
032800     IF WS-ALERT-FILE-OPEN
032900         CLOSE SF-ALERT-FILE
033000     END-IF.
033100     IF SP-PRODUCTION-MODE
033200         PERFORM 4000-APPEND-SIZE-HISTORY
033300             THRU 4000-APPEND-SIZE-HISTORY-EXIT
033400     END-IF.
033500 8000-END-OF-RUN.
033600     DISPLAY 'STORFCST: ' WS-FILE-COUNT ' DATASETS FORECAST, '
033700         WS-HIST-USED ' OF ' WS-HIST-READ
033800         ' STORHIST SIZES INSIDE 90 DAYS'.
033900     DISPLAY 'STORFCST: ' WS-OVER-COUNT ' OVER ALLOCATION, '
034000         WS-WARN-COUNT ' INSIDE THEIR WARNING DAYS, '
034100         WS-TERM-COUNT ' BY TERM END, ' WS-YEAR-COUNT
034200         ' BY YEAR END'.
034300     IF WS-NOALLOC-COUNT > 0
034400         DISPLAY 'STORFCST: ' WS-NOALLOC-COUNT ' DATASETS HAVE '
034500             'NO STORALOC CARD - TRENDED BUT NOT FORECAST'
034600     END-IF.
034700     IF SP-PRODUCTION-MODE
034800         DISPLAY 'STORFCST: ' WS-HIST-WRITTEN
034900             ' SIZES APPENDED TO STORHIST'
035000     END-IF.
035100     PERFORM 0900-MARK-CHECKPOINT
035200         THRU 0900-MARK-CHECKPOINT-EXIT.
035300     IF WS-OVER-COUNT > 0
035400         OR WS-WARN-COUNT > 0
035500         MOVE 4 TO RETURN-CODE
035600     END-IF.
035700     GO TO 9999-EXIT.
035800*--------------------------------------------------------------*
035900* 0005-CHECK-CHECKPOINT - ASKS CKPTCHK WHETHER STORFCST ALREADY *
036000* COMPLETED THIS CYCLE. IF SO, THE RUN ENDS HERE RATHER THAN    *
036100* APPENDING THE SAME NIGHT'S SIZES TO STORHIST TWICE.           *
036200*--------------------------------------------------------------*
036300 0005-CHECK-CHECKPOINT.
036400     MOVE 'STORFCST' TO CK-PROGRAM-ID.
036500     SET CK-CHECK TO TRUE.
036600     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
036700     IF CK-ALREADY-DONE
036800         DISPLAY 'STORFCST: ALREADY COMPLETED THIS CYCLE - '
036900             'SKIPPING'
037000         GO TO 9999-EXIT
037100     END-IF.
037200 0005-CHECK-CHECKPOINT-EXIT.
037300     EXIT.
037400*--------------------------------------------------------------*
037500* 0900-MARK-CHECKPOINT - TELLS CKPTCHK THAT STORFCST COMPLETED  *
037600* THIS CYCLE SUCCESSFULLY.                                      *
037700*--------------------------------------------------------------*
037800 0900-MARK-CHECKPOINT.
037900     MOVE 'STORFCST' TO CK-PROGRAM-ID.
038000     SET CK-MARK TO TRUE.
038100     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
038200     MOVE 'STORFCST' TO SL-PROGRAM-ID.
038300     SET SL-PHASE-END TO TRUE.
038400     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
038500 0900-MARK-CHECKPOINT-EXIT.
038600     EXIT.
038700*--------------------------------------------------------------*
038800* 0010-READ-SUITE-PARM - READS THE SUITE-WIDE CONTROL CARD      *
038900* FROM SUITEPRM, THEN THE CYCLE NUMBER OFF CYCLENO.             *
039000*--------------------------------------------------------------*
039100 0010-READ-SUITE-PARM.
039200     OPEN INPUT SUITE-PARM-FILE.
039300     IF WS-SUITE-OK
039400         READ SUITE-PARM-FILE
039500             AT END
039600                 CONTINUE
039700         END-READ
039800         IF WS-SUITE-OK
039900             MOVE SP-PARM-CARD (1:1)  TO SP-TEST-MODE-SWITCH
040000             MOVE SP-PARM-CARD (2:10) TO SP-BATCH-ID
040100         END-IF
040200         CLOSE SUITE-PARM-FILE
040300     END-IF.
040400     OPEN INPUT SF-CYCLENO-FILE.
040500     IF WS-CYCLENO-OK
040600         READ SF-CYCLENO-FILE
040700             AT END
040800                 CONTINUE
040900         END-READ
041000         IF WS-CYCLENO-OK
041100             AND CYC-CYCLE-NUMBER NUMERIC
041200             MOVE CYC-CYCLE-NUMBER TO SP-CYCLE-NUMBER
041300         END-IF
041400         CLOSE SF-CYCLENO-FILE
041500     END-IF.
041600 0010-READ-SUITE-PARM-EXIT.
041700     EXIT.
041800*--------------------------------------------------------------*
041900* 0020-READ-BUSINESS-DATE - THE SUITECAL BUSINESS DATE, WALL-   *
042000* CLOCK FALLBACK AS EVERYWHERE. THE HISTORY IS DATED AND AGED   *
042100* BY THIS DATE, AND YEAR END IS DECEMBER 31 OF ITS YEAR - THE   *
042200* SAME CALENDAR YEAR CALADV TURNS THE YEAR-END FLAG ON.         *
042300*--------------------------------------------------------------*
042400 0020-READ-BUSINESS-DATE.
042500     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
042600     OPEN INPUT SF-CAL-FILE.
042700     IF WS-CAL-OK
042800         READ SF-CAL-FILE
042900             AT END
043000                 CONTINUE
043100         END-READ
043200         IF WS-CAL-OK
043300             AND CAL-BUSINESS-DATE NUMERIC
043400             AND CAL-BUSINESS-DATE > 0
043500             MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
043600         END-IF
043700         CLOSE SF-CAL-FILE
043800     END-IF.
043900     COMPUTE WS-TODAY-INTEGER =
044000         FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
044100     MOVE WS-BUSINESS-DATE TO WS-YEAR-END-DATE.
044200     MOVE 1231 TO WS-YEAR-END-MMDD.
044300     COMPUTE WS-YEAR-END-DAYS =
044400         FUNCTION INTEGER-OF-DATE (WS-YEAR-END-DATE)
044500         - WS-TODAY-INTEGER.
044600 0020-READ-BUSINESS-DATE-EXIT.
044700     EXIT.
044800*--------------------------------------------------------------*
044900* 0030-FIND-TERM-END - THE CURRENT TERM IS THE ACADCAL TERM     *
045000* WITH THE EARLIEST END DATE NOT BEFORE THE BUSINESS DATE.      *
045100* WITH NO SUCH TERM THE TERM-END PROJECTION IS LEFT AT ZERO     *
045200* AND NOTHING IS MEASURED AGAINST IT.                           *
045300*--------------------------------------------------------------*
045400 0030-FIND-TERM-END.
045500     OPEN INPUT SF-ACAL-FILE.
045600     IF NOT WS-ACAL-OK
045700         DISPLAY 'STORFCST: ACADCAL NOT AVAILABLE - STATUS '
045800             WS-ACAL-STATUS ' - NO TERM-END PROJECTION'
045900         GO TO 0030-FIND-TERM-END-EXIT
046000     END-IF.
046100     SET WS-NOT-AT-EOF TO TRUE.
046200     PERFORM 0035-READ-ONE-TERM
046300         THRU 0035-READ-ONE-TERM-EXIT.
046400     PERFORM UNTIL WS-AT-EOF
046500         IF ACL-TERM (1:1) NOT = '*'
046600             AND ACL-TERM NOT = SPACES
046700             AND ACL-TERM-END-DATE NUMERIC
046800             AND ACL-TERM-END-DATE NOT < WS-BUSINESS-DATE
046900             IF WS-TERM-END-DATE = 0
047000                 OR ACL-TERM-END-DATE < WS-TERM-END-DATE
047100                 MOVE ACL-TERM-END-DATE TO WS-TERM-END-DATE
047200                 MOVE ACL-TERM TO WS-TERM-END-TERM
047300             END-IF
047400         END-IF
047500         PERFORM 0035-READ-ONE-TERM
047600             THRU 0035-READ-ONE-TERM-EXIT
047700     END-PERFORM.
047800     CLOSE SF-ACAL-FILE.
047900     IF WS-TERM-END-DATE > 0
048000         COMPUTE WS-TERM-END-DAYS =
048100             FUNCTION INTEGER-OF-DATE (WS-TERM-END-DATE)
048200             - WS-TODAY-INTEGER
048300     END-IF.
048400 0030-FIND-TERM-END-EXIT.
048500     EXIT.
048600 0035-READ-ONE-TERM.
048700     READ SF-ACAL-FILE
048800         AT END SET WS-AT-EOF TO TRUE
048900     END-READ.
049000 0035-READ-ONE-TERM-EXIT.
049100     EXIT.
049200*--------------------------------------------------------------*
049300* 1000-LOAD-ALLOCATIONS - THE STORALOC A AND W CARDS. WITHOUT   *
049400* STORALOC EVERY DATASET IS STILL TRENDED AND PROJECTED, BUT    *
049500* NONE CAN BE FORECAST TO RUN OUT.                              *
049600*--------------------------------------------------------------*
049700 1000-LOAD-ALLOCATIONS.
049800     OPEN INPUT SF-ALLOC-FILE.
049900     IF NOT WS-ALLOC-OK
050000         DISPLAY 'STORFCST: STORALOC NOT AVAILABLE - STATUS '
050100             WS-ALLOC-STATUS ' - NO ALLOCATIONS TO FORECAST TO'
050200         GO TO 1000-LOAD-ALLOCATIONS-EXIT
050300     END-IF.
050400     SET WS-NOT-AT-EOF TO TRUE.
050500     PERFORM 1010-READ-ONE-CARD
050600         THRU 1010-READ-ONE-CARD-EXIT.
050700     PERFORM 1050-APPLY-ONE-CARD
050800         THRU 1050-APPLY-ONE-CARD-EXIT
050900         UNTIL WS-AT-EOF.
051000     CLOSE SF-ALLOC-FILE.
051100 1000-LOAD-ALLOCATIONS-EXIT.
051200     EXIT.
051300 1010-READ-ONE-CARD.
051400     MOVE SPACES TO SF-ALLOC-CARD.
051500     READ SF-ALLOC-FILE
051600         AT END SET WS-AT-EOF TO TRUE
051700     END-READ.
051800 1010-READ-ONE-CARD-EXIT.
051900     EXIT.
052000*--------------------------------------------------------------*
052100* 1050-APPLY-ONE-CARD - ONE STORALOC CARD. AN A CARD WITH NO    *
052200* NAME OR A NON-NUMERIC ALLOCATION IS REPORTED AND SKIPPED; A   *
052300* NON-NUMERIC WARNING DAYS FALLS BACK TO THE W CARD DEFAULT.    *
052400*--------------------------------------------------------------*
052500 1050-APPLY-ONE-CARD.
052600     EVALUATE TRUE
052700         WHEN SFC-ALLOC-CARD
052800             IF SFC-A-FILE-NAME = SPACES
052900                 OR SFC-A-BYTES NOT NUMERIC
053000                 DISPLAY 'STORFCST: BAD A CARD IGNORED - '
053100                     SF-ALLOC-CARD (1:50)
053200             ELSE
053300                 IF WS-ALLOC-COUNT < WS-ALLOC-MAX
053400                     ADD 1 TO WS-ALLOC-COUNT
053500                     MOVE SFC-A-FILE-NAME
053600                         TO SFA-FILE-NAME (WS-ALLOC-COUNT)
053700                     MOVE SFC-A-BYTES
053800                         TO SFA-BYTES (WS-ALLOC-COUNT)
053900                     MOVE 0 TO WS-PREFIX-LEN
054000                     INSPECT SFC-A-FILE-NAME TALLYING
054100                         WS-PREFIX-LEN FOR CHARACTERS
054200                         BEFORE INITIAL '*'
054300                     MOVE WS-PREFIX-LEN
054400                         TO SFA-PREFIX-LEN (WS-ALLOC-COUNT)
054500                     IF SFC-A-WARN-NUM NUMERIC
054600                         MOVE SFC-A-WARN-NUM
054700                             TO SFA-WARN-DAYS (WS-ALLOC-COUNT)
054800                     ELSE
054900                         MOVE 0 TO SFA-WARN-DAYS (WS-ALLOC-COUNT)
055000                     END-IF
055100                 ELSE
055200                     SET WS-TABLE-OVERFLOWED TO TRUE
055300                 END-IF
055400             END-IF
055500         WHEN SFC-WARN-CARD
055600             IF SFC-W-WARN-DAYS NUMERIC
055700                 MOVE SFC-W-WARN-DAYS TO WS-DEFAULT-WARN-DAYS
055800             ELSE
055900                 DISPLAY 'STORFCST: BAD W CARD IGNORED - '
056000                     SF-ALLOC-CARD (1:20)
056100             END-IF
056200         WHEN OTHER
056300             CONTINUE
056400     END-EVALUATE.
056500     PERFORM 1010-READ-ONE-CARD
056600         THRU 1010-READ-ONE-CARD-EXIT.
056700 1050-APPLY-ONE-CARD-EXIT.
056800     EXIT.
056900*--------------------------------------------------------------*
057000* 1100-LOAD-INVENTORY - TONIGHT'S DSNINV, ONE ENTRY PER         *
057100* DATASET, EACH MATCHED TO ITS STORALOC ALLOCATION. A DATASET   *
057200* LISTED TWICE KEEPS THE LAST SIZE. AN EMPTY INVENTORY IS NOT   *
057300* AN ERROR - IT FORECASTS NOTHING.                              *
057400*--------------------------------------------------------------*
057500 1100-LOAD-INVENTORY.
057600     OPEN INPUT SF-INVENTORY-FILE.
057700     IF NOT WS-INVENTORY-OK
057800         GO TO 1100-LOAD-INVENTORY-EXIT
057900     END-IF.
058000     SET WS-NOT-AT-EOF TO TRUE.
058100     PERFORM 1110-READ-ONE-INVENTORY
058200         THRU 1110-READ-ONE-INVENTORY-EXIT.
058300     PERFORM UNTIL WS-AT-EOF
058400         IF INV-FILE-NAME NOT = SPACES
058500             AND INV-SIZE-BYTES NUMERIC
058600             PERFORM 1120-ADD-ONE-DATASET
058700                 THRU 1120-ADD-ONE-DATASET-EXIT
058800         END-IF
058900         PERFORM 1110-READ-ONE-INVENTORY
059000             THRU 1110-READ-ONE-INVENTORY-EXIT
059100     END-PERFORM.
059200     CLOSE SF-INVENTORY-FILE.
059300     MOVE '00' TO WS-INVENTORY-STATUS.
059400 1100-LOAD-INVENTORY-EXIT.
059500     EXIT.
059600 1110-READ-ONE-INVENTORY.
059700     READ SF-INVENTORY-FILE
059800         AT END SET WS-AT-EOF TO TRUE
059900     END-READ.
060000 1110-READ-ONE-INVENTORY-EXIT.
060100     EXIT.
060200 1120-ADD-ONE-DATASET.
060300     MOVE INV-FILE-NAME TO SFH-FILE-NAME.
060400     PERFORM 1300-FIND-DATASET
060500         THRU 1300-FIND-DATASET-EXIT.
060600     IF WS-FILE-MATCH > 0
060700         MOVE INV-SIZE-BYTES TO SFT-SIZE-BYTES (WS-FILE-MATCH)
060800         GO TO 1120-ADD-ONE-DATASET-EXIT
060900     END-IF.
061000     IF WS-FILE-COUNT NOT < WS-FILE-MAX
061100         SET WS-TABLE-OVERFLOWED TO TRUE
061200         GO TO 1120-ADD-ONE-DATASET-EXIT
061300     END-IF.
061400     ADD 1 TO WS-FILE-COUNT.
061500     MOVE INV-FILE-NAME TO SFT-FILE-NAME (WS-FILE-COUNT).
061600     MOVE INV-SIZE-BYTES TO SFT-SIZE-BYTES (WS-FILE-COUNT).
061700     MOVE 0 TO SFT-B30-AGE (WS-FILE-COUNT).
061800     MOVE 0 TO SFT-B30-SIZE (WS-FILE-COUNT).
061900     MOVE 0 TO SFT-B90-AGE (WS-FILE-COUNT).
062000     MOVE 0 TO SFT-B90-SIZE (WS-FILE-COUNT).
062100     PERFORM 1150-MATCH-ALLOCATION
062200         THRU 1150-MATCH-ALLOCATION-EXIT.
062300     IF WS-ALLOC-MATCH > 0
062400         MOVE SFA-BYTES (WS-ALLOC-MATCH)
062500             TO SFT-ALLOC-BYTES (WS-FILE-COUNT)
062600         MOVE SFA-WARN-DAYS (WS-ALLOC-MATCH)
062700             TO SFT-WARN-DAYS (WS-FILE-COUNT)
062800     ELSE
062900         MOVE 0 TO SFT-ALLOC-BYTES (WS-FILE-COUNT)
063000         MOVE 0 TO SFT-WARN-DAYS (WS-FILE-COUNT)
063100     END-IF.
063200     IF SFT-WARN-DAYS (WS-FILE-COUNT) = 0
063300         MOVE WS-DEFAULT-WARN-DAYS
063400             TO SFT-WARN-DAYS (WS-FILE-COUNT)
063500     END-IF.
063600 1120-ADD-ONE-DATASET-EXIT.
063700     EXIT.
063800*--------------------------------------------------------------*
063900* 1150-MATCH-ALLOCATION - THE STORALOC CARD FOR THE DATASET     *
064000* JUST ADDED: AN EXACT NAME IF THERE IS ONE, OTHERWISE THE      *
064100* LONGEST PREFIX CARD THAT COVERS IT. A BARE * COVERS EVERY     *
064200* DATASET NOTHING ELSE DOES.                                    *
064300*--------------------------------------------------------------*
064400 1150-MATCH-ALLOCATION.
064500     MOVE 0 TO WS-ALLOC-MATCH.
064600     MOVE -1 TO WS-BEST-PREFIX-LEN.
064700     PERFORM VARYING WS-ALLOC-IDX FROM 1 BY 1
064800             UNTIL WS-ALLOC-IDX > WS-ALLOC-COUNT
064900         MOVE SFA-PREFIX-LEN (WS-ALLOC-IDX) TO WS-PREFIX-LEN
065000         EVALUATE TRUE
065100             WHEN WS-PREFIX-LEN = 40
065200                 IF SFA-FILE-NAME (WS-ALLOC-IDX) = INV-FILE-NAME
065300                     MOVE WS-ALLOC-IDX TO WS-ALLOC-MATCH
065400                     MOVE 40 TO WS-BEST-PREFIX-LEN
065500                 END-IF
065600             WHEN WS-PREFIX-LEN = 0
065700                 IF WS-BEST-PREFIX-LEN < 0
065800                     MOVE WS-ALLOC-IDX TO WS-ALLOC-MATCH
065900                     MOVE 0 TO WS-BEST-PREFIX-LEN
066000                 END-IF
066100             WHEN OTHER
066200                 IF WS-PREFIX-LEN > WS-BEST-PREFIX-LEN
066300                     AND WS-BEST-PREFIX-LEN < 40
066400                     AND SFA-FILE-NAME (WS-ALLOC-IDX)
066500                         (1:WS-PREFIX-LEN)
066600                         = INV-FILE-NAME (1:WS-PREFIX-LEN)
066700                     MOVE WS-ALLOC-IDX TO WS-ALLOC-MATCH
066800                     MOVE WS-PREFIX-LEN TO WS-BEST-PREFIX-LEN
066900                 END-IF
067000         END-EVALUATE
067100     END-PERFORM.
067200 1150-MATCH-ALLOCATION-EXIT.
067300     EXIT.
067400*--------------------------------------------------------------*
067500* 1200-LOAD-SIZE-HISTORY - ONE PASS OVER STORHIST. A SIZE FROM  *
067600* 1 TO 90 DAYS BEFORE THE BUSINESS DATE FOR A DATASET STILL ON  *
067700* DSNINV BECOMES THAT DATASET'S 90-DAY BASE IF IT IS OLDER THAN *
067800* THE ONE HELD, AND LIKEWISE ITS 30-DAY BASE INSIDE 30 DAYS.    *
067900* OLDER LINES AND DATASETS GONE FROM THE INVENTORY ARE PASSED   *
068000* OVER. NO STORHIST YET MEANS NO TREND, NOT AN ERROR.           *
068100*--------------------------------------------------------------*
068200 1200-LOAD-SIZE-HISTORY.
068300     OPEN INPUT SF-HIST-FILE.
068400     IF NOT WS-HIST-OK
068500         DISPLAY 'STORFCST: STORHIST NOT AVAILABLE - STATUS '
068600             WS-HIST-STATUS ' - NO GROWTH TREND THIS RUN'
068700         GO TO 1200-LOAD-SIZE-HISTORY-EXIT
068800     END-IF.
068900     SET WS-NOT-AT-EOF TO TRUE.
069000     PERFORM 1210-READ-ONE-HISTORY
069100         THRU 1210-READ-ONE-HISTORY-EXIT.
069200     PERFORM UNTIL WS-AT-EOF
069300         ADD 1 TO WS-HIST-READ
069400         PERFORM 1250-APPLY-ONE-HISTORY
069500             THRU 1250-APPLY-ONE-HISTORY-EXIT
069600         PERFORM 1210-READ-ONE-HISTORY
069700             THRU 1210-READ-ONE-HISTORY-EXIT
069800     END-PERFORM.
069900     CLOSE SF-HIST-FILE.
070000 1200-LOAD-SIZE-HISTORY-EXIT.
070100     EXIT.
070200 1210-READ-ONE-HISTORY.
070300     READ SF-HIST-FILE
070400         AT END SET WS-AT-EOF TO TRUE
070500     END-READ.
070600 1210-READ-ONE-HISTORY-EXIT.
070700     EXIT.
070800 1250-APPLY-ONE-HISTORY.
070900     IF SFH-SIZE-DATE NOT NUMERIC OR SFH-SIZE-DATE = ZERO
071000         OR SFH-SIZE-BYTES NOT NUMERIC
071100         GO TO 1250-APPLY-ONE-HISTORY-EXIT
071200     END-IF.
071300     COMPUTE WS-HIST-INTEGER =
071400         FUNCTION INTEGER-OF-DATE (SFH-SIZE-DATE)
071500         ON SIZE ERROR
071600             GO TO 1250-APPLY-ONE-HISTORY-EXIT
071700     END-COMPUTE.
071800     COMPUTE WS-HIST-AGE-DAYS =
071900         WS-TODAY-INTEGER - WS-HIST-INTEGER.
072000     IF WS-HIST-AGE-DAYS < 1 OR WS-HIST-AGE-DAYS > 90
072100         GO TO 1250-APPLY-ONE-HISTORY-EXIT
072200     END-IF.
072300     PERFORM 1300-FIND-DATASET
072400         THRU 1300-FIND-DATASET-EXIT.
072500     IF WS-FILE-MATCH = 0
072600         GO TO 1250-APPLY-ONE-HISTORY-EXIT
072700     END-IF.
072800     ADD 1 TO WS-HIST-USED.
072900     IF WS-HIST-AGE-DAYS > SFT-B90-AGE (WS-FILE-MATCH)
073000         MOVE WS-HIST-AGE-DAYS TO SFT-B90-AGE (WS-FILE-MATCH)
073100         MOVE SFH-SIZE-BYTES TO SFT-B90-SIZE (WS-FILE-MATCH)
073200     END-IF.
073300     IF WS-HIST-AGE-DAYS NOT > 30
073400         AND WS-HIST-AGE-DAYS > SFT-B30-AGE (WS-FILE-MATCH)
073500         MOVE WS-HIST-AGE-DAYS TO SFT-B30-AGE (WS-FILE-MATCH)
073600         MOVE SFH-SIZE-BYTES TO SFT-B30-SIZE (WS-FILE-MATCH)
073700     END-IF.
073800 1250-APPLY-ONE-HISTORY-EXIT.
073900     EXIT.
074000*--------------------------------------------------------------*
074100* 1300-FIND-DATASET - THE FILE TABLE ENTRY NAMED IN             *
074200* SFH-FILE-NAME, OR ZERO.                                       *
074300*--------------------------------------------------------------*
074400 1300-FIND-DATASET.
074500     MOVE 0 TO WS-FILE-MATCH.
074600     PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
074700             UNTIL WS-FILE-IDX > WS-FILE-COUNT
074800                OR WS-FILE-MATCH > 0
074900         IF SFT-FILE-NAME (WS-FILE-IDX) = SFH-FILE-NAME
075000             MOVE WS-FILE-IDX TO WS-FILE-MATCH
075100         END-IF
075200     END-PERFORM.
075300 1300-FIND-DATASET-EXIT.
075400     EXIT.
075500*--------------------------------------------------------------*
075600* 2000-WRITE-REPORT-HEADER - THE STORFCSR H LINE.               *
075700*--------------------------------------------------------------*
075800 2000-WRITE-REPORT-HEADER.
075900     MOVE SPACES TO SF-REPORT-LINE.
076000     MOVE 'H' TO SFR-RECORD-TYPE.
076100     MOVE WS-BUSINESS-DATE TO SFR-H-BUSINESS-DATE.
076200     MOVE SP-CYCLE-NUMBER TO SFR-H-CYCLE-NUMBER.
076300     MOVE WS-TERM-END-TERM TO SFR-H-TERM.
076400     MOVE WS-TERM-END-DATE TO SFR-H-TERM-END-DATE.
076500     MOVE WS-YEAR-END-DATE TO SFR-H-YEAR-END-DATE.
076600     MOVE WS-DEFAULT-WARN-DAYS TO SFR-H-WARN-DAYS.
076700     MOVE 'STORAGE GROWTH AND CAPACITY FORECAST'
076800         TO SFR-H-TITLE.
076900     WRITE SF-REPORT-RECORD FROM SF-REPORT-LINE.
077000 2000-WRITE-REPORT-HEADER-EXIT.
077100     EXIT.
077200*--------------------------------------------------------------*
077300* 2100-WRITE-REPORT-TRAILER - THE STORFCSR T LINE.              *
077400*--------------------------------------------------------------*
077500 2100-WRITE-REPORT-TRAILER.
077600     MOVE SPACES TO SF-REPORT-LINE.
077700     MOVE 'T' TO SFR-RECORD-TYPE.
077800     MOVE WS-FILE-COUNT TO SFR-T-FILE-COUNT.
077900     MOVE WS-OVER-COUNT TO SFR-T-OVER-COUNT.
078000     MOVE WS-WARN-COUNT TO SFR-T-WARN-COUNT.
078100     MOVE WS-TERM-COUNT TO SFR-T-TERM-COUNT.
078200     MOVE WS-YEAR-COUNT TO SFR-T-YEAR-COUNT.
078300     MOVE WS-NOTREND-COUNT TO SFR-T-NOTREND-COUNT.
078400     MOVE WS-NOALLOC-COUNT TO SFR-T-NOALLOC-COUNT.
078500     WRITE SF-REPORT-RECORD FROM SF-REPORT-LINE.
078600 2100-WRITE-REPORT-TRAILER-EXIT.
078700     EXIT.
078800*--------------------------------------------------------------*
078900* 3000-FORECAST-ONE-FILE - ONE DATASET. EACH RATE IS THE GROWTH *
079000* SINCE THE WINDOW'S BASE SIZE DIVIDED BY THE DAYS BETWEEN; THE *
079100* PROJECTIONS USE THE HIGHER OF THE TWO SO A FILE THAT HAS      *
079200* STARTED GROWING FASTER IS NOT MASKED BY A QUIET QUARTER, NOR  *
079300* A BURST LAST QUARTER BY A QUIET MONTH. A SHRINKING FILE       *
079400* PROJECTS NO RUN-OUT DATE.                                     *
079500*--------------------------------------------------------------*
079600 3000-FORECAST-ONE-FILE.
079700     MOVE 0 TO WS-RATE-30.
079800     MOVE 0 TO WS-RATE-90.
079900     SET WS-NO-TREND TO TRUE.
080000     IF SFT-B30-AGE (WS-FILE-IDX) > 0
080100         COMPUTE WS-RATE-30 ROUNDED =
080200             (SFT-SIZE-BYTES (WS-FILE-IDX)
080300              - SFT-B30-SIZE (WS-FILE-IDX))
080400             / SFT-B30-AGE (WS-FILE-IDX)
080500         SET WS-HAVE-TREND TO TRUE
080600     END-IF.
080700     IF SFT-B90-AGE (WS-FILE-IDX) > 0
080800         COMPUTE WS-RATE-90 ROUNDED =
080900             (SFT-SIZE-BYTES (WS-FILE-IDX)
081000              - SFT-B90-SIZE (WS-FILE-IDX))
081100             / SFT-B90-AGE (WS-FILE-IDX)
081200         SET WS-HAVE-TREND TO TRUE
081300     END-IF.
081400     MOVE WS-RATE-30 TO WS-TREND-RATE.
081500     IF SFT-B30-AGE (WS-FILE-IDX) = 0
081600         OR WS-RATE-90 > WS-TREND-RATE
081700         MOVE WS-RATE-90 TO WS-TREND-RATE
081800     END-IF.
081900     MOVE 0 TO WS-PROJ-TERM-SIZE.
082000     IF WS-TERM-END-DATE > 0
082100         COMPUTE WS-PROJ-TERM-SIZE =
082200             SFT-SIZE-BYTES (WS-FILE-IDX)
082300             + WS-TREND-RATE * WS-TERM-END-DAYS
082400         IF WS-PROJ-TERM-SIZE < 0
082500             MOVE 0 TO WS-PROJ-TERM-SIZE
082600         END-IF
082700     END-IF.
082800     COMPUTE WS-PROJ-YEAR-SIZE =
082900         SFT-SIZE-BYTES (WS-FILE-IDX)
083000         + WS-TREND-RATE * WS-YEAR-END-DAYS.
083100     IF WS-PROJ-YEAR-SIZE < 0
083200         MOVE 0 TO WS-PROJ-YEAR-SIZE
083300     END-IF.
083400     MOVE 99999 TO WS-DAYS-TO-FULL.
083500     MOVE 0 TO WS-FULL-DATE.
083600     PERFORM 3100-SET-FILE-STATUS
083700         THRU 3100-SET-FILE-STATUS-EXIT.
083800     PERFORM 3200-WRITE-DETAIL-LINE
083900         THRU 3200-WRITE-DETAIL-LINE-EXIT.
084000 3000-FORECAST-ONE-FILE-EXIT.
084100     EXIT.
084200*--------------------------------------------------------------*
084300* 3100-SET-FILE-STATUS - HOW SOON THE DATASET RUNS OUT, AND     *
084400* THE ALERT WHEN IT ALREADY HAS OR WILL INSIDE ITS WARNING      *
084500* DAYS. THE RUN-OUT DAY IS THE ROOM LEFT OVER THE DAILY RATE,   *
084600* ROUNDED DOWN.                                                 *
084700*--------------------------------------------------------------*
084800 3100-SET-FILE-STATUS.
084900     IF SFT-ALLOC-BYTES (WS-FILE-IDX) = 0
085000         MOVE 'NO ALLOC' TO WS-FILE-STATUS-TEXT
085100         ADD 1 TO WS-NOALLOC-COUNT
085200         GO TO 3100-SET-FILE-STATUS-EXIT
085300     END-IF.
085400     IF SFT-SIZE-BYTES (WS-FILE-IDX)
085500         NOT < SFT-ALLOC-BYTES (WS-FILE-IDX)
085600         MOVE 'OVER' TO WS-FILE-STATUS-TEXT
085700         ADD 1 TO WS-OVER-COUNT
085800         MOVE 0 TO WS-DAYS-TO-FULL
085900         MOVE WS-BUSINESS-DATE TO WS-FULL-DATE
086000         MOVE 'STORAGE OVER ALLOC' TO WS-ALERT-CATEGORY
086100         PERFORM 5000-WRITE-STORAGE-ALERT
086200             THRU 5000-WRITE-STORAGE-ALERT-EXIT
086300         GO TO 3100-SET-FILE-STATUS-EXIT
086400     END-IF.
086500     IF WS-NO-TREND
086600         MOVE 'NO TREND' TO WS-FILE-STATUS-TEXT
086700         ADD 1 TO WS-NOTREND-COUNT
086800         GO TO 3100-SET-FILE-STATUS-EXIT
086900     END-IF.
087000     IF WS-TREND-RATE NOT > 0
087100         MOVE 'OK' TO WS-FILE-STATUS-TEXT
087200         GO TO 3100-SET-FILE-STATUS-EXIT
087300     END-IF.
087400     COMPUTE WS-ROOM-LEFT =
087500         SFT-ALLOC-BYTES (WS-FILE-IDX)
087600         - SFT-SIZE-BYTES (WS-FILE-IDX).
087700     COMPUTE WS-DAYS-TO-FULL = WS-ROOM-LEFT / WS-TREND-RATE
087800         ON SIZE ERROR
087900             MOVE 99999 TO WS-DAYS-TO-FULL
088000     END-COMPUTE.
088100     IF WS-DAYS-TO-FULL > 99999
088200         MOVE 99999 TO WS-DAYS-TO-FULL
088300     END-IF.
088400     COMPUTE WS-FULL-INTEGER = WS-TODAY-INTEGER + WS-DAYS-TO-FULL.
088500     IF WS-FULL-INTEGER < 3067671
088600         COMPUTE WS-FULL-DATE =
088700             FUNCTION DATE-OF-INTEGER (WS-FULL-INTEGER)
088800     END-IF.
088900     EVALUATE TRUE
089000         WHEN WS-DAYS-TO-FULL NOT > SFT-WARN-DAYS (WS-FILE-IDX)
089100             MOVE 'WARN' TO WS-FILE-STATUS-TEXT
089200             ADD 1 TO WS-WARN-COUNT
089300             MOVE 'STORAGE FORECAST' TO WS-ALERT-CATEGORY
089400             PERFORM 5000-WRITE-STORAGE-ALERT
089500                 THRU 5000-WRITE-STORAGE-ALERT-EXIT
089600         WHEN WS-TERM-END-DATE > 0
089700             AND WS-DAYS-TO-FULL NOT > WS-TERM-END-DAYS
089800             MOVE 'TERM END' TO WS-FILE-STATUS-TEXT
089900             ADD 1 TO WS-TERM-COUNT
090000         WHEN WS-DAYS-TO-FULL NOT > WS-YEAR-END-DAYS
090100             MOVE 'YEAR END' TO WS-FILE-STATUS-TEXT
090200             ADD 1 TO WS-YEAR-COUNT
090300         WHEN OTHER
090400             MOVE 'OK' TO WS-FILE-STATUS-TEXT
090500     END-EVALUATE.
090600 3100-SET-FILE-STATUS-EXIT.
090700     EXIT.
090800*--------------------------------------------------------------*
090900* 3200-WRITE-DETAIL-LINE - THE STORFCSR D LINE FOR ONE DATASET. *
091000*--------------------------------------------------------------*
091100 3200-WRITE-DETAIL-LINE.
091200     MOVE SPACES TO SF-REPORT-LINE.
091300     MOVE 'D' TO SFR-RECORD-TYPE.
091400     MOVE SFT-FILE-NAME (WS-FILE-IDX) TO SFR-D-FILE-NAME.
091500     MOVE SFT-SIZE-BYTES (WS-FILE-IDX) TO SFR-D-SIZE-BYTES.
091600     MOVE WS-RATE-30 TO SFR-D-RATE-30.
091700     MOVE WS-RATE-90 TO SFR-D-RATE-90.
091800     MOVE WS-PROJ-TERM-SIZE TO SFR-D-PROJ-TERM.
091900     MOVE WS-PROJ-YEAR-SIZE TO SFR-D-PROJ-YEAR.
092000     MOVE SFT-ALLOC-BYTES (WS-FILE-IDX) TO SFR-D-ALLOC-BYTES.
092100     MOVE WS-DAYS-TO-FULL TO SFR-D-DAYS-TO-FULL.
092200     MOVE WS-FULL-DATE TO SFR-D-FULL-DATE.
092300     MOVE SFT-WARN-DAYS (WS-FILE-IDX) TO SFR-D-WARN-DAYS.
092400     MOVE WS-FILE-STATUS-TEXT TO SFR-D-STATUS.
092500     WRITE SF-REPORT-RECORD FROM SF-REPORT-LINE.
092600 3200-WRITE-DETAIL-LINE-EXIT.
092700     EXIT.
092800*--------------------------------------------------------------*
092900* 4000-APPEND-SIZE-HISTORY - TONIGHT'S SIZE OF EVERY DATASET    *
093000* ONTO STORHIST, DATED WITH THE BUSINESS DATE.                  *
093100*--------------------------------------------------------------*
093200 4000-APPEND-SIZE-HISTORY.
093300     OPEN EXTEND SF-HIST-FILE.
093400     IF NOT WS-HIST-OK
093500         CLOSE SF-HIST-FILE
093600         OPEN OUTPUT SF-HIST-FILE
093700     END-IF.
093800     PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
093900             UNTIL WS-FILE-IDX > WS-FILE-COUNT
094000         MOVE WS-BUSINESS-DATE TO SFH-SIZE-DATE
094100         MOVE SFT-FILE-NAME (WS-FILE-IDX) TO SFH-FILE-NAME
094200         MOVE SFT-SIZE-BYTES (WS-FILE-IDX) TO SFH-SIZE-BYTES
094300         MOVE SP-CYCLE-NUMBER TO SFH-CYCLE-NUMBER
094400         WRITE SF-HIST-RECORD
094500         ADD 1 TO WS-HIST-WRITTEN
094600     END-PERFORM.
094700     CLOSE SF-HIST-FILE.
094800 4000-APPEND-SIZE-HISTORY-EXIT.
094900     EXIT.
095000*--------------------------------------------------------------*
095100* 5000-WRITE-STORAGE-ALERT - ONE ALERTOUT RECORD FOR THE        *
095200* DATASET, CATEGORY AS SET BY THE CALLER. THE DETAIL CARRIES    *
095300* THE DAYS TO RUN-OUT AND AS MUCH OF THE END OF THE DATASET     *
095400* NAME AS FITS - THE LOW-LEVEL QUALIFIERS ARE THE ONES THAT     *
095500* TELL THE FILES APART. ALERTOUT IS OPENED ON THE FIRST ALERT   *
095600* AND HELD TO END OF RUN. NO ALERTS ON A TEST RUN.              *
095700*--------------------------------------------------------------*
095800 5000-WRITE-STORAGE-ALERT.
095900     ADD 1 TO WS-ALERTS-RAISED.
096000     IF SP-TEST-MODE
096100         GO TO 5000-WRITE-STORAGE-ALERT-EXIT
096200     END-IF.
096300     IF NOT WS-ALERT-FILE-OPEN
096400         OPEN EXTEND SF-ALERT-FILE
096500         IF NOT WS-ALERT-OK
096600             CLOSE SF-ALERT-FILE
096700             OPEN OUTPUT SF-ALERT-FILE
096800         END-IF
096900         SET WS-ALERT-FILE-OPEN TO TRUE
097000     END-IF.
097100     MOVE SPACES TO ALERT-RECORD.
097200     MOVE 'STORFCST' TO ALRT-PROGRAM-ID.
097300     ACCEPT ALRT-DATE FROM DATE YYYYMMDD.
097400     ACCEPT ALRT-TIME FROM TIME.
097500     MOVE WS-ALERT-CATEGORY TO ALRT-CATEGORY.
097600     MOVE 40 TO WS-NAME-LEN.
097700     PERFORM UNTIL WS-NAME-LEN = 1
097800             OR SFT-FILE-NAME (WS-FILE-IDX) (WS-NAME-LEN:1)
097900                NOT = SPACE
098000         SUBTRACT 1 FROM WS-NAME-LEN
098100     END-PERFORM.
098200     MOVE 1 TO WS-DETAIL-START.
098300     IF WS-NAME-LEN > 14
098400         COMPUTE WS-DETAIL-START = WS-NAME-LEN - 13
098500     END-IF.
098600     MOVE WS-DAYS-TO-FULL TO WS-DAYS-DISP.
098700     MOVE WS-DAYS-DISP TO ALRT-DETAIL (1:5).
098800     MOVE 'D' TO ALRT-DETAIL (6:1).
098900     MOVE SFT-FILE-NAME (WS-FILE-IDX) (WS-DETAIL-START:14)
099000         TO ALRT-DETAIL (7:14).
099100     MOVE SP-CYCLE-NUMBER TO ALRT-CYCLE-NUMBER.
099200     MOVE ALRT-CATEGORY TO SV-CATEGORY.
099300     CALL 'ALRTSEV' USING SEV-PARM-BLOCK.
099400     MOVE SV-SEVERITY TO ALRT-SEVERITY.
099500     WRITE ALERT-RECORD.
099600 5000-WRITE-STORAGE-ALERT-EXIT.
099700     EXIT.
099800*--------------------------------------------------------------*
099900* 9999-EXIT                                                     *
100000*--------------------------------------------------------------*
100100 9999-EXIT.
100200     STOP RUN.
