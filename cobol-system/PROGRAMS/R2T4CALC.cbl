000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. R2T4CALC.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - RETURN OF TITLE IV AID. EACH  *
001100*                WITHDRAWAL MASTUPDT POSTS TO STUMAST (STATUS W *
001200*                WITH A WITHDRAWAL DATE) IS MEASURED AGAINST    *
001300*                THE ACADCAL TERM IT FALLS IN: THE PERCENTAGE   *
001400*                OF THE TERM COMPLETED, THE AID2 FEDERAL AID    *
001500*                DISBURSED ON STUACCT AND STILL DUE ON          *
001600*                EVALAWRD, THE EARNED AND UNEARNED AID AND THE  *
001700*                INSTITUTION/STUDENT SPLIT. EACH CALCULATION    *
001800*                PRINTS AS A WORKSHEET ON R2T4REG AND IS KEPT   *
001900*                ON R2T4TRK WITH ITS RETURN DEADLINE. ONCE THE  *
002000*                AID OFFICE'S REVIEW DAYS PASS, THE             *
002100*                INSTITUTION'S SHARE POSTS BACK AS A CATEGORY-C *
002200*                FUND-F CLAWBACK ON STUACCT AND ADTXN           *
002300*                (ABSORB-AND-RE-HEAD). A RETURN STILL OPEN      *
002400*                INSIDE THE WARNING WINDOW ALERTS THE AID       *
002500*                OFFICE. TEST MODE WRITES THE REGISTER ONLY.    *
002500* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 153 BYTES FOR THE *
002500*                DEGREE CONFERRAL DATE, STAMPED BY GRADCONF.    *
002500* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 170 BYTES FOR THE *
002500*                DIRECTORY-INFORMATION CONFIDENTIALITY FLAG,    *
002500*                ITS DATE AND REQUESTING OPERATOR.              *
002500* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 186 BYTES FOR THE *
002500*                DATE OF DEATH AND ITS VERIFICATION SOURCE.     *
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
003000     SELECT R4-PARM-FILE ASSIGN TO R2T4PARM
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-PARM-STATUS.
003300     SELECT R4-ACADCAL-FILE ASSIGN TO ACADCAL
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-ACADCAL-STATUS.
003600     SELECT R4-MASTER-FILE ASSIGN TO STUMAST
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS STM-STUDENT-ID
004000         FILE STATUS IS WS-MASTER-STATUS.
004100     SELECT R4-ACCT-FILE ASSIGN TO STUACCT
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-ACCT-STATUS.
004400     SELECT R4-AWARD-FILE ASSIGN TO EVALAWRD
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-AWARD-STATUS.
004700     SELECT R4-TRACK-FILE ASSIGN TO R2T4TRK
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-TRACK-STATUS.
005000     SELECT R4-TXN-FILE ASSIGN TO ADTXN
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-TXN-STATUS.
005300     SELECT R4-WORK-FILE ASSIGN TO R2T4WRK
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-WORK-STATUS.
005600     SELECT R4-REPORT-FILE ASSIGN TO R2T4REG
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-REPORT-STATUS.
005900     SELECT R4-ALERT-FILE ASSIGN TO ALERTOUT
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-ALERT-STATUS.
006200     SELECT R4-CAL-FILE ASSIGN TO SUITECAL
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-CAL-STATUS.
006500     SELECT SUITE-PARM-FILE ASSIGN TO SUITEPRM
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-SUITE-STATUS.
006800     SELECT R4-CYCLENO-FILE ASSIGN TO CYCLENO
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-CYCLENO-STATUS.
007100 DATA DIVISION.
007200 FILE SECTION.
007300*--------------------------------------------------------------*
007400* R2T4PARM - THE D CARD CARRIES THE DAYS FROM DETERMINATION TO  *
007500* THE RETURN DEADLINE, THE AID OFFICE'S REVIEW DAYS BEFORE THE  *
007600* INSTITUTION'S SHARE POSTS, AND THE WARNING WINDOW AHEAD OF    *
007700* THE DEADLINE. EACH H CARD HOLDS ONE STUDENT AND TERM OUT OF   *
007800* POSTING WHILE THE AID OFFICE WORKS THE CASE.                  *
007900*--------------------------------------------------------------*
008000 FD  R4-PARM-FILE.
008100 01  RPM-CARD.
008200     05  RPM-CARD-TYPE        PIC X(01).
008300         88  RPM-DAYS-CARD    VALUE 'D'.
008400         88  RPM-HOLD-CARD    VALUE 'H'.
008500     05  RPM-DEADLINE-DAYS    PIC 9(03).
008600     05  RPM-REVIEW-DAYS      PIC 9(03).
008700     05  RPM-WARN-DAYS        PIC 9(03).
008800     05  FILLER               PIC X(70).
008900 01  RPM-HOLD-R REDEFINES RPM-CARD.
009000     05  FILLER               PIC X(01).
009100     05  RPM-HOLD-STUDENT-ID  PIC 9(09).
009200     05  RPM-HOLD-TERM        PIC X(06).
009300     05  FILLER               PIC X(64).
009400 FD  R4-ACADCAL-FILE.
009500 COPY ACADCREC.
009600 FD  R4-MASTER-FILE.
009700 01  STM-RECORD.
009800     05  STM-STUDENT-ID       PIC 9(09).
009900     05  STM-NAME             PIC X(25).
010000     05  STM-PROGRAM-CODE     PIC X(04).
010100     05  STM-RES-CODE1        PIC 9(01).
010200     05  STM-RES-CODE2        PIC 9(01).
010300     05  STM-RES-CODE3        PIC 9(01).
010400     05  STM-ENROLL-STATUS    PIC X(01).
010500         88  STM-WITHDRAWN    VALUE 'W'.
010600     05  STM-LAST-MAINT-DATE  PIC 9(08).
010700     05  STM-ADDR-LINE1       PIC X(25).
010800     05  STM-ADDR-LINE2       PIC X(25).
010900     05  STM-CITY             PIC X(15).
011000     05  STM-STATE            PIC X(02).
011100     05  STM-ZIP              PIC X(05).
011200     05  STM-WITHDRAW-DATE    PIC 9(08).
011300     05  STM-DOB              PIC 9(08).
011400     05  STM-STANDING-CODE    PIC X(01).
011500     05  STM-STANDING-TERM    PIC X(06).
011500     05  STM-CONFER-DATE      PIC 9(08).
011500     05  STM-CONFID-FLAG      PIC X(01).
011500     05  STM-CONFID-DATE      PIC 9(08).
011500     05  STM-CONFID-OPER      PIC X(08).
011500     05  STM-DEATH-DATE       PIC 9(08).
011500     05  STM-DEATH-SOURCE     PIC X(08).
011600 FD  R4-ACCT-FILE.
011700 COPY STUACREC.
011800 FD  R4-AWARD-FILE.
011900 01  AWARD-RECORD.
012000     05  AWD-STUDENT-ID       PIC 9(09).
012100     05  AWD-AGE-BRACKET      PIC X(07).
012200     05  AWD-DEPENDENT-VAR    PIC X(07).
012300     05  AWD-AID-CODE         PIC X(04).
012400     05  AWD-AWARD-AMOUNT     PIC 9(05)V99.
012500     05  AWD-OVERRIDE-FLAG    PIC X(01).
012600     05  AWD-TERM             PIC X(06).
012700*--------------------------------------------------------------*
012800* R2T4TRK - ONE RECORD PER CALCULATION, STUDENT AND TERM, KEPT  *
012900* FROM THE NIGHT THE WITHDRAWAL IS DETERMINED. P IS A RETURN    *
013000* AWAITING POSTING, D ONE POSTED, N A CALCULATION THAT OWED     *
013100* NOTHING BACK. THE FILE IS REWRITTEN IN FULL EACH NIGHT.       *
013200*--------------------------------------------------------------*
013300 FD  R4-TRACK-FILE.
013400 01  R2T-RECORD.
013500     05  R2T-STATUS           PIC X(01).
013600         88  R2T-PENDING      VALUE 'P'.
013700         88  R2T-POSTED       VALUE 'D'.
013800         88  R2T-NONE-DUE     VALUE 'N'.
013900     05  R2T-STUDENT-ID       PIC 9(09).
014000     05  R2T-TERM             PIC X(06).
014100     05  R2T-WITHDRAW-DATE    PIC 9(08).
014200     05  R2T-DETERMINED-DATE  PIC 9(08).
014300     05  R2T-DEADLINE-DATE    PIC 9(08).
014400     05  R2T-PCT-COMPLETED    PIC 9(03)V9.
014500     05  R2T-AID-DISBURSED    PIC 9(07)V99.
014600     05  R2T-AID-EARNED       PIC 9(07)V99.
014700     05  R2T-UNEARNED         PIC 9(07)V99.
014800     05  R2T-SCHOOL-SHARE     PIC 9(07)V99.
014900     05  R2T-STUDENT-SHARE    PIC 9(07)V99.
015000     05  R2T-POSTED-DATE      PIC 9(08).
015100 FD  R4-TXN-FILE.
015200 01  TXN-RECORD.
015300     05  TXN-RECORD-TYPE      PIC X(01).
015400         88  TXN-HEADER-RECORD VALUE 'H'.
015500         88  TXN-DETAIL-RECORD VALUE 'D'.
015600     05  TXN-RECORD-BODY      PIC X(66).
015700 01  TXN-DETAIL-R REDEFINES TXN-RECORD.
015800     05  FILLER               PIC X(01).
015900     05  TXN-CATEGORY         PIC X(01).
016000     05  TXN-AMOUNT           PIC S9(07)V99
016100                              SIGN LEADING SEPARATE.
016200     05  TXN-FUND-CODE        PIC X(01).
016300     05  FILLER               PIC X(54).
016400 01  TXN-HEADER-R REDEFINES TXN-RECORD.
016500     05  FILLER               PIC X(01).
016600     05  HDR-DECLARED-COUNT   PIC 9(06).
016700     05  HDR-HASH-A           PIC S9(09)V99
016800                              SIGN LEADING SEPARATE.
016900     05  HDR-HASH-B           PIC S9(09)V99
017000                              SIGN LEADING SEPARATE.
017100     05  HDR-HASH-C           PIC S9(09)V99
017200                              SIGN LEADING SEPARATE.
017300     05  HDR-HASH-D           PIC S9(09)V99
017400                              SIGN LEADING SEPARATE.
017500     05  HDR-HASH-E           PIC S9(09)V99
017600                              SIGN LEADING SEPARATE.
017700 FD  R4-WORK-FILE.
017800 01  R4-WORK-RECORD           PIC X(67).
017900*--------------------------------------------------------------*
018000* R2T4REG - A WORKSHEET PER NEW CALCULATION (HEADING LINES AND  *
018100* LETTERED AMOUNT LINES), THEN ONE LINE PER RETURN STILL OPEN   *
018200* OR POSTED TONIGHT WITH ITS DEADLINE, THEN THE RUN TOTALS.     *
018300*--------------------------------------------------------------*
018400 FD  R4-REPORT-FILE.
018500 01  R4-REPORT-RECORD         PIC X(80).
018600 01  RWL-AMOUNT-R REDEFINES R4-REPORT-RECORD.
018700     05  FILLER               PIC X(02).
018800     05  RWL-LINE-ID          PIC X(01).
018900     05  FILLER               PIC X(02).
019000     05  RWL-LABEL            PIC X(44).
019100     05  RWL-AMOUNT           PIC -ZZZZZZ9.99.
019200     05  FILLER               PIC X(20).
019300 01  RTL-TRACK-R REDEFINES R4-REPORT-RECORD.
019400     05  RTL-STUDENT-ID       PIC 9(09).
019500     05  FILLER               PIC X(01).
019600     05  RTL-TERM             PIC X(06).
019700     05  FILLER               PIC X(01).
019800     05  RTL-WITHDRAW-DATE    PIC 9(08).
019900     05  FILLER               PIC X(01).
020000     05  RTL-SCHOOL-SHARE     PIC -ZZZZZ9.99.
020100     05  FILLER               PIC X(01).
020200     05  RTL-DEADLINE-DATE    PIC 9(08).
020300     05  FILLER               PIC X(01).
020400     05  RTL-DAYS-LEFT        PIC -ZZZ9.
020500     05  FILLER               PIC X(01).
020600     05  RTL-DISPOSITION      PIC X(16).
020700     05  RTL-LATE-FLAG        PIC X(04).
020800     05  FILLER               PIC X(08).
020900 01  RPT-TOTAL-R REDEFINES R4-REPORT-RECORD.
021000     05  RPT-LABEL            PIC X(30).
021100     05  RPT-COUNT            PIC ZZZZZ9.
021200     05  FILLER               PIC X(01).
021300     05  RPT-AMOUNT           PIC -ZZZZZZZ9.99.
021400     05  FILLER               PIC X(31).
021500 FD  R4-ALERT-FILE.
021600 COPY ALERTREC.
021700 FD  R4-CAL-FILE.
021800 01  CAL-RECORD.
021900     05  CAL-BUSINESS-DATE    PIC 9(08).
022000     05  CAL-MONTH-END-FLAG   PIC X(01).
022100     05  CAL-YEAR-END-FLAG    PIC X(01).
022200 FD  SUITE-PARM-FILE.
022300 01  SP-PARM-CARD             PIC X(11).
022400 FD  R4-CYCLENO-FILE.
022500 01  CYCLENO-CARD.
022600     05  CYC-CYCLE-NUMBER     PIC 9(06).
022700 WORKING-STORAGE SECTION.
022800 01  WS-SUITE-STATUS          PIC X(02).
022900     88  WS-SUITE-OK          VALUE '00'.
023000 01  WS-CYCLENO-STATUS        PIC X(02).
023100     88  WS-CYCLENO-OK        VALUE '00'.
023200 01  WS-PARM-STATUS           PIC X(02).
023300     88  WS-PARM-OK           VALUE '00'.
023400 01  WS-ACADCAL-STATUS        PIC X(02).
023500     88  WS-ACADCAL-OK        VALUE '00'.
023600 01  WS-MASTER-STATUS         PIC X(02).
023700     88  WS-MASTER-OK         VALUE '00'.
023800 01  WS-ACCT-STATUS           PIC X(02).
023900     88  WS-ACCT-OK           VALUE '00'.
024000 01  WS-AWARD-STATUS          PIC X(02).
024100     88  WS-AWARD-OK          VALUE '00'.
024200 01  WS-TRACK-STATUS          PIC X(02).
024300     88  WS-TRACK-OK          VALUE '00'.
024400 01  WS-TXN-STATUS            PIC X(02).
024500     88  WS-TXN-OK            VALUE '00'.
024600 01  WS-WORK-STATUS           PIC X(02).
024700     88  WS-WORK-OK           VALUE '00'.
024800 01  WS-REPORT-STATUS         PIC X(02).
024900     88  WS-REPORT-OK         VALUE '00'.
025000 01  WS-ALERT-STATUS          PIC X(02).
025100     88  WS-ALERT-OK          VALUE '00'.
025200 01  WS-CAL-STATUS            PIC X(02).
025300     88  WS-CAL-OK            VALUE '00'.
025400 01  WS-EOF-SWITCH            PIC X(01).
025500     88  WS-AT-EOF            VALUE 'Y'.
025600     88  WS-NOT-AT-EOF        VALUE 'N'.
025700 01  WS-FOUND-SWITCH          PIC X(01).
025800     88  WS-FOUND             VALUE 'Y'.
025900     88  WS-NOT-FOUND         VALUE 'N'.
026000 01  WS-OVFL-SWITCH           PIC X(01) VALUE 'N'.
026100     88  WS-TABLE-OVERFLOWED  VALUE 'Y'.
026200 01  WS-ACCT-OPEN-SWITCH      PIC X(01) VALUE 'N'.
026300     88  WS-ACCT-FILE-OPEN    VALUE 'Y'.
026400 01  WS-BUSINESS-DATE         PIC 9(08) VALUE 0.
026500 01  WS-DEADLINE-DAYS         PIC 9(03) VALUE 45.
026600 01  WS-REVIEW-DAYS           PIC 9(03) VALUE 0.
026700 01  WS-WARN-DAYS             PIC 9(03) VALUE 10.
026800 01  WS-BUSINESS-DAY-NO       PIC 9(07).
026900 01  WS-DAY-NO                PIC 9(07).
027000 01  WS-DAYS-DONE             PIC S9(05).
027100 01  WS-DAYS-TOTAL            PIC S9(05).
027200 01  WS-DAYS-LEFT             PIC S9(05).
027300 01  WS-PCT-COMPLETED         PIC 9(03)V9.
027400 01  WS-PCT-UNEARNED          PIC 9(03)V9.
027500 01  WS-AID-DISBURSED         PIC S9(07)V99.
027600 01  WS-AID-DUE               PIC S9(07)V99.
027700 01  WS-AID-TOTAL             PIC S9(07)V99.
027800 01  WS-AID-EARNED            PIC S9(07)V99.
027900 01  WS-UNEARNED              PIC S9(07)V99.
028000 01  WS-CHARGES               PIC S9(07)V99.
028100 01  WS-CHARGES-UNEARNED      PIC S9(07)V99.
028200 01  WS-SCHOOL-SHARE          PIC S9(07)V99.
028300 01  WS-STUDENT-SHARE         PIC S9(07)V99.
028400 01  WS-PWD-AMOUNT            PIC S9(07)V99.
028500 01  WS-BUILD-LINE            PIC X(80).
028600 01  WS-LINE-ID               PIC X(01).
028700 01  WS-LINE-LABEL            PIC X(44).
028800 01  WS-LINE-AMOUNT           PIC S9(07)V99.
028900 01  WS-EDIT-DAYS             PIC ZZZ9.
029000 01  WS-EDIT-PCT              PIC ZZ9.9.
029100 01  WS-CAL-COUNT             PIC 9(02) COMP VALUE 0.
029200 01  WS-CAL-MAX               PIC 9(02) COMP VALUE 20.
029300 01  WS-CAL-IDX               PIC 9(02) COMP.
029400 01  WS-TRK-COUNT             PIC 9(04) COMP VALUE 0.
029500 01  WS-TRK-MAX               PIC 9(04) COMP VALUE 2000.
029600 01  WS-TRK-IDX               PIC 9(04) COMP.
029700 01  WS-WD-COUNT              PIC 9(04) COMP VALUE 0.
029800 01  WS-WD-MAX                PIC 9(04) COMP VALUE 500.
029900 01  WS-WD-IDX                PIC 9(04) COMP.
030000 01  WS-HLD-COUNT             PIC 9(03) COMP VALUE 0.
030100 01  WS-HLD-MAX               PIC 9(03) COMP VALUE 200.
030200 01  WS-HLD-IDX               PIC 9(03) COMP.
030300 01  WS-CALC-COUNT            PIC 9(06) COMP VALUE 0.
030400 01  WS-CALC-RETURN-COUNT     PIC 9(06) COMP VALUE 0.
030500 01  WS-CALC-RETURN-TOTAL     PIC S9(09)V99 VALUE 0.
030600 01  WS-POSTED-COUNT          PIC 9(06) COMP VALUE 0.
030700 01  WS-POSTED-TOTAL          PIC S9(09)V99 VALUE 0.
030800 01  WS-OPEN-COUNT            PIC 9(06) COMP VALUE 0.
030900 01  WS-OPEN-TOTAL            PIC S9(09)V99 VALUE 0.
031000 01  WS-ALERT-COUNT           PIC 9(06) COMP VALUE 0.
031100 01  WS-NO-AID-COUNT          PIC 9(06) COMP VALUE 0.
031200 01  WS-TXN-COUNT             PIC 9(06) COMP VALUE 0.
031300 01  WS-HASH-A                PIC S9(09)V99 COMP-3 VALUE 0.
031400 01  WS-HASH-B                PIC S9(09)V99 COMP-3 VALUE 0.
031500 01  WS-HASH-C                PIC S9(09)V99 COMP-3 VALUE 0.
031600 01  WS-HASH-D                PIC S9(09)V99 COMP-3 VALUE 0.
031700 01  WS-HASH-E                PIC S9(09)V99 COMP-3 VALUE 0.
031800 01  WS-ALERT-DETAIL.
031900     05  WS-ALERT-STUDENT-ID  PIC 9(09).
032000     05  FILLER               PIC X(01) VALUE SPACE.
032100     05  WS-ALERT-DEADLINE    PIC 9(08).
032200     05  FILLER               PIC X(02) VALUE SPACES.
032300*--------------------------------------------------------------*
032400* R4-CAL-TABLE - THE ACADCAL TERMS: REGISTRATION OPEN, FIRST    *
032500* DAY OF CLASSES AND TERM END.                                  *
032600*--------------------------------------------------------------*
032700 01  R4-CAL-TABLE.
032800     05  R4-CAL-ENTRY OCCURS 20 TIMES.
032900         10  RCL-TERM         PIC X(06).
033000         10  RCL-REG-OPEN     PIC 9(08).
033100         10  RCL-CLASS-START  PIC 9(08).
033200         10  RCL-TERM-END     PIC 9(08).
033300*--------------------------------------------------------------*
033400* R4-TRK-TABLE - R2T4TRK IN MEMORY, THE SAME SHAPE AS THE       *
033500* RECORD, WITH TONIGHT'S NEW CALCULATIONS ADDED AT THE END.     *
033600*--------------------------------------------------------------*
033700 01  R4-TRK-TABLE.
033800     05  R4-TRK-ENTRY OCCURS 2000 TIMES.
033900         10  RTK-STATUS       PIC X(01).
034000             88  RTK-PENDING  VALUE 'P'.
034100             88  RTK-POSTED   VALUE 'D'.
034200         10  RTK-STUDENT-ID   PIC 9(09).
034300         10  RTK-TERM         PIC X(06).
034400         10  RTK-WITHDRAW-DATE PIC 9(08).
034500         10  RTK-DETERMINED-DATE PIC 9(08).
034600         10  RTK-DEADLINE-DATE PIC 9(08).
034700         10  RTK-PCT-COMPLETED PIC 9(03)V9.
034800         10  RTK-AID-DISBURSED PIC 9(07)V99.
034900         10  RTK-AID-EARNED   PIC 9(07)V99.
035000         10  RTK-UNEARNED     PIC 9(07)V99.
035100         10  RTK-SCHOOL-SHARE PIC 9(07)V99.
035200         10  RTK-STUDENT-SHARE PIC 9(07)V99.
035300         10  RTK-POSTED-DATE  PIC 9(08).
035400*--------------------------------------------------------------*
035500* R4-WD-TABLE - TONIGHT'S WITHDRAWALS WITH NO CALCULATION YET,  *
035600* THEIR TERM WINDOW, AND THE AID AND CHARGES GATHERED OFF       *
035700* STUACCT AND EVALAWRD FOR THE TERM.                            *
035800*--------------------------------------------------------------*
035900 01  R4-WD-TABLE.
036000     05  R4-WD-ENTRY OCCURS 500 TIMES.
036100         10  RWD-STUDENT-ID   PIC 9(09).
036200         10  RWD-NAME         PIC X(25).
036300         10  RWD-TERM         PIC X(06).
036400         10  RWD-WITHDRAW-DATE PIC 9(08).
036500         10  RWD-REG-OPEN     PIC 9(08).
036600         10  RWD-CLASS-START  PIC 9(08).
036700         10  RWD-TERM-END     PIC 9(08).
036800         10  RWD-DISBURSED    PIC S9(07)V99 COMP-3.
036900         10  RWD-SCHEDULED    PIC S9(07)V99 COMP-3.
037000         10  RWD-CHARGES      PIC S9(07)V99 COMP-3.
037100*--------------------------------------------------------------*
037200* R4-HLD-TABLE - THE STUDENT/TERM CASES THE AID OFFICE HAS HELD *
037300* OUT OF POSTING ON R2T4PARM H CARDS.                           *
037400*--------------------------------------------------------------*
037500 01  R4-HLD-TABLE.
037600     05  R4-HLD-ENTRY OCCURS 200 TIMES.
037700         10  RHL-STUDENT-ID   PIC 9(09).
037800         10  RHL-TERM         PIC X(06).
037900 COPY SUITEPRM.
038000 COPY CKPTPARM.
038100 COPY IOERRPRM.
038200 COPY STEPPARM.
038200 COPY JRNLPARM.
038200 COPY BALPARM.
038300 COPY SEVPARM.
038400 PROCEDURE DIVISION.
038500 0000-MAINLINE.
038600     PERFORM 0005-CHECK-CHECKPOINT
038700         THRU 0005-CHECK-CHECKPOINT-EXIT.
038800     MOVE 'R2T4CALC' TO SL-PROGRAM-ID.
038900     SET SL-PHASE-START TO TRUE.
039000     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
039100     PERFORM 0010-READ-SUITE-PARM THRU 0010-READ-SUITE-PARM-EXIT.
039200     PERFORM 0020-READ-BUSINESS-DATE
039300         THRU 0020-READ-BUSINESS-DATE-EXIT.
039400     PERFORM 0030-READ-R2T4-PARM
039500         THRU 0030-READ-R2T4-PARM-EXIT.
039600     PERFORM 0040-LOAD-CALENDAR
039700         THRU 0040-LOAD-CALENDAR-EXIT.
039800     PERFORM 0050-LOAD-TRACKING
039900         THRU 0050-LOAD-TRACKING-EXIT.
040000     IF WS-TABLE-OVERFLOWED
040100         DISPLAY 'R2T4CALC: MORE THAN ' WS-TRK-MAX
040200             ' CALCULATIONS ON R2T4TRK - NOTHING POSTED. RAISE '
040300             'THE TABLE AND RERUN.'
040400         MOVE 12 TO RETURN-CODE
040500         GO TO 9999-EXIT
040600     END-IF.
040700     OPEN OUTPUT R4-REPORT-FILE.
040800     PERFORM 0100-ABSORB-EXISTING-DETAIL
040900         THRU 0100-ABSORB-EXISTING-DETAIL-EXIT.
041000     PERFORM 1000-FIND-WITHDRAWALS
041100         THRU 1000-FIND-WITHDRAWALS-EXIT.
041200     IF WS-WD-COUNT > 0
041300         PERFORM 1500-GATHER-ACCOUNT
041400             THRU 1500-GATHER-ACCOUNT-EXIT
041500         PERFORM 1700-GATHER-AWARDS
041600             THRU 1700-GATHER-AWARDS-EXIT
041700         PERFORM 2000-CALCULATE-RETURNS
041800             THRU 2000-CALCULATE-RETURNS-EXIT
041900     END-IF.
042000     PERFORM 3000-POST-AND-TRACK
042100         THRU 3000-POST-AND-TRACK-EXIT.
042200     PERFORM 8000-REWRITE-TXN-FEED
042300         THRU 8000-REWRITE-TXN-FEED-EXIT.
042400     PERFORM 8200-REWRITE-TRACKING
042500         THRU 8200-REWRITE-TRACKING-EXIT.
042600     PERFORM 8500-WRITE-RUN-TOTALS
042700         THRU 8500-WRITE-RUN-TOTALS-EXIT.
042800     CLOSE R4-REPORT-FILE.
042900     DISPLAY 'R2T4CALC: ' WS-CALC-COUNT ' CALCULATED, '
043000         WS-POSTED-COUNT ' POSTED, ' WS-OPEN-COUNT ' OPEN'.
043100     PERFORM 0900-MARK-CHECKPOINT
043200         THRU 0900-MARK-CHECKPOINT-EXIT.
043300     GO TO 9999-EXIT.
043400*--------------------------------------------------------------*
043500* 0005-CHECK-CHECKPOINT - ASKS CKPTCHK WHETHER R2T4CALC ALREADY *
043600* COMPLETED THIS CYCLE. IF SO, THE RUN ENDS HERE RATHER THAN    *
043700* RETURNING THE SAME AID TWICE.                                 *
043800*--------------------------------------------------------------*
043900 0005-CHECK-CHECKPOINT.
044000     MOVE 'R2T4CALC' TO CK-PROGRAM-ID.
044100     SET CK-CHECK TO TRUE.
044200     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
044300     IF CK-ALREADY-DONE
044400         DISPLAY 'R2T4CALC: ALREADY COMPLETED THIS CYCLE - '
044500             'SKIPPING'
044600         GO TO 9999-EXIT
044700     END-IF.
044800 0005-CHECK-CHECKPOINT-EXIT.
044900     EXIT.
045000*--------------------------------------------------------------*
045100* 0900-MARK-CHECKPOINT - TELLS CKPTCHK THAT R2T4CALC COMPLETED  *
045200* THIS CYCLE'S CALCULATIONS AND POSTING SUCCESSFULLY.           *
045300*--------------------------------------------------------------*
045400 0900-MARK-CHECKPOINT.
045500     MOVE 'R2T4CALC' TO CK-PROGRAM-ID.
045600     SET CK-MARK TO TRUE.
045700     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
045800     MOVE 'R2T4CALC' TO SL-PROGRAM-ID.
045900     SET SL-PHASE-END TO TRUE.
046000     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
046100 0900-MARK-CHECKPOINT-EXIT.
046200     EXIT.
046300*--------------------------------------------------------------*
046400* 0010-READ-SUITE-PARM - READS THE SUITE-WIDE CONTROL CARD      *
046500* FROM SUITEPRM, THEN THE CYCLE NUMBER OFF CYCLENO.             *
046600*--------------------------------------------------------------*
046700 0010-READ-SUITE-PARM.
046800     OPEN INPUT SUITE-PARM-FILE.
046900     IF WS-SUITE-OK
047000         READ SUITE-PARM-FILE
047100             AT END
047200                 CONTINUE
047300         END-READ
047400         IF WS-SUITE-OK
047500             MOVE SP-PARM-CARD (1:1)  TO SP-TEST-MODE-SWITCH
047600             MOVE SP-PARM-CARD (2:10) TO SP-BATCH-ID
047700         END-IF
047800         CLOSE SUITE-PARM-FILE
047900     END-IF.
048000     OPEN INPUT R4-CYCLENO-FILE.
048100     IF WS-CYCLENO-OK
048200         READ R4-CYCLENO-FILE
048300             AT END
048400                 CONTINUE
048500         END-READ
048600         IF WS-CYCLENO-OK
048700             AND CYC-CYCLE-NUMBER NUMERIC
048800             MOVE CYC-CYCLE-NUMBER TO SP-CYCLE-NUMBER
048900         END-IF
049000         CLOSE R4-CYCLENO-FILE
049100     END-IF.
049200 0010-READ-SUITE-PARM-EXIT.
049300     EXIT.
049400*--------------------------------------------------------------*
049500* 0020-READ-BUSINESS-DATE - THE SUITECAL BUSINESS DATE, WALL-   *
049600* CLOCK FALLBACK AS EVERYWHERE. IT IS THE DATE OF DETERMINATION *
049700* FOR TONIGHT'S CALCULATIONS AND THE DAY DEADLINES COUNT FROM.  *
049800*--------------------------------------------------------------*
049900 0020-READ-BUSINESS-DATE.
050000     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
050100     OPEN INPUT R4-CAL-FILE.
050200     IF WS-CAL-OK
050300         READ R4-CAL-FILE
050400             AT END
050500                 CONTINUE
050600         END-READ
050700         IF WS-CAL-OK
050800             AND CAL-BUSINESS-DATE NUMERIC
050900             AND CAL-BUSINESS-DATE > 0
051000             MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
051100         END-IF
051200         CLOSE R4-CAL-FILE
051300     END-IF.
051400     COMPUTE WS-BUSINESS-DAY-NO =
051500         FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
051600 0020-READ-BUSINESS-DATE-EXIT.
051700     EXIT.
051800*--------------------------------------------------------------*
051900* 0030-READ-R2T4-PARM - THE DEADLINE, REVIEW AND WARNING DAYS   *
052000* OFF THE D CARD AND THE HELD CASES OFF THE H CARDS. A MISSING  *
052100* MEMBER IS LOGGED TO IOERR AND LEAVES THE DEFAULTS: 45 DAYS TO *
052200* THE DEADLINE, NO REVIEW DAYS, A TEN-DAY WARNING.              *
052300*--------------------------------------------------------------*
052400 0030-READ-R2T4-PARM.
052500     OPEN INPUT R4-PARM-FILE.
052600     IF NOT WS-PARM-OK
052700         MOVE 'R2T4CALC' TO IO-PROGRAM-ID
052800         MOVE 'R2T4PARM' TO IO-FILE-NAME
052900         MOVE 'OPEN-IN ' TO IO-OPERATION
053000         MOVE WS-PARM-STATUS TO IO-FILE-STATUS
053100         MOVE 'N' TO IO-MANDATORY-FLAG
053200         CALL 'IOERR' USING IOERR-PARM-BLOCK
053300         GO TO 0030-READ-R2T4-PARM-EXIT
053400     END-IF.
053500     SET WS-NOT-AT-EOF TO TRUE.
053600     PERFORM UNTIL WS-AT-EOF
053700         READ R4-PARM-FILE
053800             AT END
053900                 SET WS-AT-EOF TO TRUE
054000             NOT AT END
054100                 PERFORM 0035-TAKE-ONE-PARM-CARD
054200                     THRU 0035-TAKE-ONE-PARM-CARD-EXIT
054300         END-READ
054400     END-PERFORM.
054500     CLOSE R4-PARM-FILE.
054600 0030-READ-R2T4-PARM-EXIT.
054700     EXIT.
054800*--------------------------------------------------------------*
054900* 0035-TAKE-ONE-PARM-CARD - A D CARD SETS THE DAY COUNTS, AN H  *
055000* CARD ADDS A HELD CASE. ANYTHING ELSE IS A COMMENT.            *
055100*--------------------------------------------------------------*
055200 0035-TAKE-ONE-PARM-CARD.
055300     IF RPM-DAYS-CARD
055400         AND RPM-DEADLINE-DAYS NUMERIC
055500         AND RPM-REVIEW-DAYS NUMERIC
055600         AND RPM-WARN-DAYS NUMERIC
055700         MOVE RPM-DEADLINE-DAYS TO WS-DEADLINE-DAYS
055800         MOVE RPM-REVIEW-DAYS TO WS-REVIEW-DAYS
055900         MOVE RPM-WARN-DAYS TO WS-WARN-DAYS
056000         GO TO 0035-TAKE-ONE-PARM-CARD-EXIT
056100     END-IF.
056200     IF RPM-HOLD-CARD
056300         AND RPM-HOLD-STUDENT-ID NUMERIC
056400         IF WS-HLD-COUNT < WS-HLD-MAX
056500             ADD 1 TO WS-HLD-COUNT
056600             MOVE RPM-HOLD-STUDENT-ID
056700                 TO RHL-STUDENT-ID (WS-HLD-COUNT)
056800             MOVE RPM-HOLD-TERM TO RHL-TERM (WS-HLD-COUNT)
056900         ELSE
057000             DISPLAY 'R2T4CALC: MORE THAN ' WS-HLD-MAX
057100                 ' HELD CASES - ' RPM-HOLD-STUDENT-ID
057200                 ' NOT HELD'
057300         END-IF
057400     END-IF.
057500 0035-TAKE-ONE-PARM-CARD-EXIT.
057600     EXIT.
057700*--------------------------------------------------------------*
057800* 0040-LOAD-CALENDAR - THE ACADCAL TERMS INTO THE CALENDAR      *
057900* TABLE. A TERM WITHOUT A FIRST DAY OF CLASSES CANNOT BE        *
058000* MEASURED AND IS LEFT OUT. NO CALENDAR MEASURES NOTHING.       *
058100*--------------------------------------------------------------*
058200 0040-LOAD-CALENDAR.
058300     OPEN INPUT R4-ACADCAL-FILE.
058400     IF NOT WS-ACADCAL-OK
058500         DISPLAY 'R2T4CALC: NO ACADCAL CALENDAR - NO WITHDRAWAL '
058600             'CAN BE MEASURED TONIGHT'
058700         GO TO 0040-LOAD-CALENDAR-EXIT
058800     END-IF.
058900     SET WS-NOT-AT-EOF TO TRUE.
059000     PERFORM UNTIL WS-AT-EOF
059100         READ R4-ACADCAL-FILE
059200             AT END
059300                 SET WS-AT-EOF TO TRUE
059400             NOT AT END
059500                 IF ACAD-CAL-RECORD (1:1) NOT = '*'
059600                     AND ACL-REG-OPEN-DATE NUMERIC
059700                     AND ACL-CLASS-START-DATE NUMERIC
059800                     AND ACL-TERM-END-DATE NUMERIC
059900                     AND ACL-CLASS-START-DATE > 0
060000                     AND ACL-TERM-END-DATE > ACL-CLASS-START-DATE
060100                     AND WS-CAL-COUNT < WS-CAL-MAX
060200                     ADD 1 TO WS-CAL-COUNT
060300                     MOVE ACL-TERM TO RCL-TERM (WS-CAL-COUNT)
060400                     MOVE ACL-REG-OPEN-DATE
060500                         TO RCL-REG-OPEN (WS-CAL-COUNT)
060600                     MOVE ACL-CLASS-START-DATE
060700                         TO RCL-CLASS-START (WS-CAL-COUNT)
060800                     MOVE ACL-TERM-END-DATE
060900                         TO RCL-TERM-END (WS-CAL-COUNT)
061000                 END-IF
061100         END-READ
061200     END-PERFORM.
061300     CLOSE R4-ACADCAL-FILE.
061400 0040-LOAD-CALENDAR-EXIT.
061500     EXIT.
061600*--------------------------------------------------------------*
061700* 0050-LOAD-TRACKING - R2T4TRK INTO THE TRACKING TABLE. NO FILE *
061800* IS THE FIRST NIGHT - NOTHING CALCULATED YET.                  *
061900*--------------------------------------------------------------*
062000 0050-LOAD-TRACKING.
062100     OPEN INPUT R4-TRACK-FILE.
062200     IF NOT WS-TRACK-OK
062300         GO TO 0050-LOAD-TRACKING-EXIT
062400     END-IF.
062500     SET WS-NOT-AT-EOF TO TRUE.
062600     PERFORM UNTIL WS-AT-EOF
062700         READ R4-TRACK-FILE
062800             AT END
062900                 SET WS-AT-EOF TO TRUE
063000             NOT AT END
063100                 IF WS-TRK-COUNT = WS-TRK-MAX
063200                     SET WS-TABLE-OVERFLOWED TO TRUE
063300                     SET WS-AT-EOF TO TRUE
063400                 ELSE
063500                     ADD 1 TO WS-TRK-COUNT
063600                     MOVE R2T-RECORD
063700                         TO R4-TRK-ENTRY (WS-TRK-COUNT)
063800                 END-IF
063900         END-READ
064000     END-PERFORM.
064100     CLOSE R4-TRACK-FILE.
064200 0050-LOAD-TRACKING-EXIT.
064300     EXIT.
064400*--------------------------------------------------------------*
064500* 0100-ABSORB-EXISTING-DETAIL - DETAIL ALREADY ON ADTXN TO THE  *
064600* WORK FILE, FOLDED INTO THE RUNNING CONTROL TOTALS. THE OLD    *
064700* HEADER IS DROPPED - THIS STEP RE-HEADS THE COMBINED FEED.     *
064800*--------------------------------------------------------------*
064900 0100-ABSORB-EXISTING-DETAIL.
065000     OPEN OUTPUT R4-WORK-FILE.
065100     SET WS-NOT-AT-EOF TO TRUE.
065200     OPEN INPUT R4-TXN-FILE.
065300     IF NOT WS-TXN-OK
065400         GO TO 0100-ABSORB-EXISTING-DETAIL-EXIT
065500     END-IF.
065600     PERFORM 0150-READ-ONE-TXN
065700         THRU 0150-READ-ONE-TXN-EXIT.
065800     PERFORM UNTIL WS-AT-EOF
065900         IF TXN-DETAIL-RECORD
066000             AND TXN-AMOUNT NUMERIC
066100             PERFORM 0170-TALLY-ONE-DETAIL
066200                 THRU 0170-TALLY-ONE-DETAIL-EXIT
066300             MOVE TXN-RECORD TO R4-WORK-RECORD
066400             WRITE R4-WORK-RECORD
066500         END-IF
066600         PERFORM 0150-READ-ONE-TXN
066700             THRU 0150-READ-ONE-TXN-EXIT
066800     END-PERFORM.
066900     CLOSE R4-TXN-FILE.
067000 0100-ABSORB-EXISTING-DETAIL-EXIT.
067100     EXIT.
067200*--------------------------------------------------------------*
067300* 0150-READ-ONE-TXN - A SINGLE READ OF ADTXN.                   *
067400*--------------------------------------------------------------*
067500 0150-READ-ONE-TXN.
067600     READ R4-TXN-FILE
067700         AT END SET WS-AT-EOF TO TRUE
067800     END-READ.
067900 0150-READ-ONE-TXN-EXIT.
068000     EXIT.
068100*--------------------------------------------------------------*
068200* 0170-TALLY-ONE-DETAIL - ONE DETAIL RECORD INTO THE COUNT AND  *
068300* ITS CATEGORY'S HASH TOTAL.                                    *
068400*--------------------------------------------------------------*
068500 0170-TALLY-ONE-DETAIL.
068600     ADD 1 TO WS-TXN-COUNT.
068700     EVALUATE TXN-CATEGORY
068800         WHEN 'A'
068900             ADD TXN-AMOUNT TO WS-HASH-A
069000         WHEN 'B'
069100             ADD TXN-AMOUNT TO WS-HASH-B
069200         WHEN 'C'
069300             ADD TXN-AMOUNT TO WS-HASH-C
069400         WHEN 'D'
069500             ADD TXN-AMOUNT TO WS-HASH-D
069600         WHEN 'E'
069700             ADD TXN-AMOUNT TO WS-HASH-E
069800         WHEN OTHER
069900             CONTINUE
070000     END-EVALUATE.
070100 0170-TALLY-ONE-DETAIL-EXIT.
070200     EXIT.
070300*--------------------------------------------------------------*
070400* 1000-FIND-WITHDRAWALS - ONE PASS OVER STUMAST FOR STUDENTS    *
070500* MASTUPDT HAS WITHDRAWN WHOSE WITHDRAWAL DATE FALLS IN A       *
070600* CALENDAR TERM AND WHO HAVE NO CALCULATION FOR THAT TERM YET.  *
070700*--------------------------------------------------------------*
070800 1000-FIND-WITHDRAWALS.
070900     IF WS-CAL-COUNT = 0
071000         GO TO 1000-FIND-WITHDRAWALS-EXIT
071100     END-IF.
071200     OPEN INPUT R4-MASTER-FILE.
071300     IF NOT WS-MASTER-OK
071400         DISPLAY 'R2T4CALC: NO STUDENT MASTER ON THIS SYSTEM'
071500         GO TO 1000-FIND-WITHDRAWALS-EXIT
071600     END-IF.
071700     SET WS-NOT-AT-EOF TO TRUE.
071800     PERFORM UNTIL WS-AT-EOF
071900         READ R4-MASTER-FILE NEXT RECORD
072000             AT END
072100                 SET WS-AT-EOF TO TRUE
072200             NOT AT END
072300                 IF STM-WITHDRAWN
072400                     AND STM-WITHDRAW-DATE NUMERIC
072500                     AND STM-WITHDRAW-DATE > 0
072600                     PERFORM 1100-TAKE-ONE-WITHDRAWAL
072700                         THRU 1100-TAKE-ONE-WITHDRAWAL-EXIT
072800                 END-IF
072900         END-READ
073000     END-PERFORM.
073100     CLOSE R4-MASTER-FILE.
073200 1000-FIND-WITHDRAWALS-EXIT.
073300     EXIT.
073400*--------------------------------------------------------------*
073500* 1100-TAKE-ONE-WITHDRAWAL - THE TERM WHOSE REGISTRATION-OPEN   *
073600* TO TERM-END WINDOW HOLDS THE WITHDRAWAL DATE; SKIPPED WHEN NO *
073700* TERM DOES OR R2T4TRK ALREADY HAS THE STUDENT AND TERM.        *
073800*--------------------------------------------------------------*
073900 1100-TAKE-ONE-WITHDRAWAL.
074000     SET WS-NOT-FOUND TO TRUE.
074100     PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
074200             UNTIL WS-CAL-IDX > WS-CAL-COUNT
074300             OR WS-FOUND
074400         IF STM-WITHDRAW-DATE >= RCL-REG-OPEN (WS-CAL-IDX)
074500             AND STM-WITHDRAW-DATE <= RCL-TERM-END (WS-CAL-IDX)
074600             SET WS-FOUND TO TRUE
074700         END-IF
074800     END-PERFORM.
074900     IF WS-NOT-FOUND
075000         GO TO 1100-TAKE-ONE-WITHDRAWAL-EXIT
075100     END-IF.
075200     SUBTRACT 1 FROM WS-CAL-IDX.
075300     SET WS-NOT-FOUND TO TRUE.
075400     PERFORM VARYING WS-TRK-IDX FROM 1 BY 1
075500             UNTIL WS-TRK-IDX > WS-TRK-COUNT
075600             OR WS-FOUND
075700         IF RTK-STUDENT-ID (WS-TRK-IDX) = STM-STUDENT-ID
075800             AND RTK-TERM (WS-TRK-IDX) = RCL-TERM (WS-CAL-IDX)
075900             SET WS-FOUND TO TRUE
076000         END-IF
076100     END-PERFORM.
076200     IF WS-FOUND
076300         GO TO 1100-TAKE-ONE-WITHDRAWAL-EXIT
076400     END-IF.
076500     IF WS-WD-COUNT = WS-WD-MAX
076600         DISPLAY 'R2T4CALC: MORE THAN ' WS-WD-MAX
076700             ' NEW WITHDRAWALS - ' STM-STUDENT-ID
076800             ' WAITS FOR THE NEXT CYCLE'
076900         GO TO 1100-TAKE-ONE-WITHDRAWAL-EXIT
077000     END-IF.
077100     ADD 1 TO WS-WD-COUNT.
077200     MOVE STM-STUDENT-ID TO RWD-STUDENT-ID (WS-WD-COUNT).
077300     MOVE STM-NAME TO RWD-NAME (WS-WD-COUNT).
077400     MOVE RCL-TERM (WS-CAL-IDX) TO RWD-TERM (WS-WD-COUNT).
077500     MOVE STM-WITHDRAW-DATE TO RWD-WITHDRAW-DATE (WS-WD-COUNT).
077600     MOVE RCL-REG-OPEN (WS-CAL-IDX) TO RWD-REG-OPEN (WS-WD-COUNT).
077700     MOVE RCL-CLASS-START (WS-CAL-IDX)
077800         TO RWD-CLASS-START (WS-WD-COUNT).
077900     MOVE RCL-TERM-END (WS-CAL-IDX) TO RWD-TERM-END (WS-WD-COUNT).
078000     MOVE 0 TO RWD-DISBURSED (WS-WD-COUNT)
078100               RWD-SCHEDULED (WS-WD-COUNT)
078200               RWD-CHARGES (WS-WD-COUNT).
078300 1100-TAKE-ONE-WITHDRAWAL-EXIT.
078400     EXIT.
078500*--------------------------------------------------------------*
078600* 1500-GATHER-ACCOUNT - ONE PASS OVER STUACCT. STUACCT CARRIES  *
078700* NO TERM, SO AN EVENT BELONGS TO THE TERM WHEN IT POSTED       *
078800* BETWEEN REGISTRATION OPEN AND TERM END: AIDDISB'S AID2        *
078900* CREDITS (DISBURSEMENTS AND ADJUSTMENTS) ARE THE FEDERAL AID   *
079000* DISBURSED, THE CATEGORY-A TUITION AND CATEGORY-D FEE EVENTS,  *
079100* NET OF THEIR OWN REFUNDS, THE INSTITUTIONAL CHARGES.          *
079200*--------------------------------------------------------------*
079300 1500-GATHER-ACCOUNT.
079400     OPEN INPUT R4-ACCT-FILE.
079500     IF NOT WS-ACCT-OK
079600         GO TO 1500-GATHER-ACCOUNT-EXIT
079700     END-IF.
079800     SET WS-NOT-AT-EOF TO TRUE.
079900     PERFORM UNTIL WS-AT-EOF
080000         READ R4-ACCT-FILE
080100             AT END
080200                 SET WS-AT-EOF TO TRUE
080300             NOT AT END
080400                 IF SUB-AMOUNT NUMERIC
080500                     AND SUB-POST-DATE NUMERIC
080600                     PERFORM 1600-GATHER-ONE-EVENT
080700                         THRU 1600-GATHER-ONE-EVENT-EXIT
080800                 END-IF
080900         END-READ
081000     END-PERFORM.
081100     CLOSE R4-ACCT-FILE.
081200 1500-GATHER-ACCOUNT-EXIT.
081300     EXIT.
081400*--------------------------------------------------------------*
081500* 1600-GATHER-ONE-EVENT - ONE STUACCT EVENT ONTO THE MATCHING   *
081600* WITHDRAWAL, IF ANY. AID CREDITS ARE NEGATIVE ON STUACCT, SO   *
081700* THE DISBURSED AMOUNT IS THEIR SUM WITH THE SIGN TURNED.       *
081800*--------------------------------------------------------------*
081900 1600-GATHER-ONE-EVENT.
082000     PERFORM VARYING WS-WD-IDX FROM 1 BY 1
082100             UNTIL WS-WD-IDX > WS-WD-COUNT
082200         IF RWD-STUDENT-ID (WS-WD-IDX) = SUB-STUDENT-ID
082300             AND SUB-POST-DATE >= RWD-REG-OPEN (WS-WD-IDX)
082400             AND SUB-POST-DATE <= RWD-TERM-END (WS-WD-IDX)
082500             EVALUATE TRUE
082600                 WHEN SUB-SOURCE = 'AIDDISB '
082700                     AND SUB-CATEGORY = 'C'
082800                     AND SUB-DESC (5:4) = 'AID2'
082900                     SUBTRACT SUB-AMOUNT
083000                         FROM RWD-DISBURSED (WS-WD-IDX)
083100                 WHEN SUB-CATEGORY = 'A'
083200                     OR SUB-CATEGORY = 'D'
083300                     ADD SUB-AMOUNT TO RWD-CHARGES (WS-WD-IDX)
083400                 WHEN OTHER
083500                     CONTINUE
083600             END-EVALUATE
083700         END-IF
083800     END-PERFORM.
083900 1600-GATHER-ONE-EVENT-EXIT.
084000     EXIT.
084100*--------------------------------------------------------------*
084200* 1700-GATHER-AWARDS - ONE PASS OVER EVALAWRD FOR THE AID2      *
084300* AWARDS OF EACH WITHDRAWN STUDENT'S TERM. WHAT THE AWARD CAME  *
084400* TO BEYOND WHAT WAS DISBURSED IS AID THAT COULD HAVE BEEN      *
084500* DISBURSED, AND COUNTS TOWARD THE AID EARNED.                  *
084600*--------------------------------------------------------------*
084700 1700-GATHER-AWARDS.
084800     OPEN INPUT R4-AWARD-FILE.
084900     IF NOT WS-AWARD-OK
085000         GO TO 1700-GATHER-AWARDS-EXIT
085100     END-IF.
085200     SET WS-NOT-AT-EOF TO TRUE.
085300     PERFORM UNTIL WS-AT-EOF
085400         READ R4-AWARD-FILE
085500             AT END
085600                 SET WS-AT-EOF TO TRUE
085700             NOT AT END
085800                 IF AWD-AID-CODE = 'AID2'
085900                     AND AWD-AWARD-AMOUNT NUMERIC
086000                     PERFORM 1750-GATHER-ONE-AWARD
086100                         THRU 1750-GATHER-ONE-AWARD-EXIT
086200                 END-IF
086300         END-READ
086400     END-PERFORM.
086500     CLOSE R4-AWARD-FILE.
086600 1700-GATHER-AWARDS-EXIT.
086700     EXIT.
086800*--------------------------------------------------------------*
086900* 1750-GATHER-ONE-AWARD - ONE AID2 AWARD ONTO THE MATCHING      *
087000* WITHDRAWAL'S SCHEDULED AID.                                   *
087100*--------------------------------------------------------------*
087200 1750-GATHER-ONE-AWARD.
087300     PERFORM VARYING WS-WD-IDX FROM 1 BY 1
087400             UNTIL WS-WD-IDX > WS-WD-COUNT
087500         IF RWD-STUDENT-ID (WS-WD-IDX) = AWD-STUDENT-ID
087600             AND RWD-TERM (WS-WD-IDX) = AWD-TERM
087700             ADD AWD-AWARD-AMOUNT TO RWD-SCHEDULED (WS-WD-IDX)
087800         END-IF
087900     END-PERFORM.
088000 1750-GATHER-ONE-AWARD-EXIT.
088100     EXIT.
088200*--------------------------------------------------------------*
088300* 2000-CALCULATE-RETURNS - A CALCULATION FOR EVERY NEW          *
088400* WITHDRAWAL THAT HAD FEDERAL AID DISBURSED OR DUE. A STUDENT   *
088500* WITH NEITHER HAS NOTHING TO RETURN AND IS NOT TRACKED.        *
088600*--------------------------------------------------------------*
088700 2000-CALCULATE-RETURNS.
088800     PERFORM VARYING WS-WD-IDX FROM 1 BY 1
088900             UNTIL WS-WD-IDX > WS-WD-COUNT
089000         IF RWD-DISBURSED (WS-WD-IDX) > 0
089100             OR RWD-SCHEDULED (WS-WD-IDX) > 0
089200             PERFORM 2100-CALCULATE-ONE-RETURN
089300                 THRU 2100-CALCULATE-ONE-RETURN-EXIT
089400         ELSE
089500             ADD 1 TO WS-NO-AID-COUNT
089600         END-IF
089700     END-PERFORM.
089800 2000-CALCULATE-RETURNS-EXIT.
089900     EXIT.
090000*--------------------------------------------------------------*
090100* 2100-CALCULATE-ONE-RETURN - THE WORKSHEET ARITHMETIC:         *
090200*   PERCENT COMPLETED = CALENDAR DAYS FROM THE FIRST DAY OF     *
090300*     CLASSES THROUGH THE WITHDRAWAL DATE OVER THE DAYS IN THE  *
090400*     TERM, TO A TENTH; ZERO BEFORE CLASSES BEGIN. PAST 60      *
090500*     PERCENT ALL AID IS EARNED.                                *
090600*   EARNED    = (DISBURSED + COULD HAVE BEEN DISBURSED) X PCT.  *
090700*   UNEARNED  = DISBURSED - EARNED, WHEN POSITIVE.              *
090800*   INSTITUTION RETURNS THE LESSER OF THE UNEARNED AID AND THE  *
090900*     INSTITUTIONAL CHARGES X THE PERCENT NOT COMPLETED; THE    *
091000*     STUDENT OWES THE REST.                                    *
091100* EARNED AID BEYOND WHAT WAS DISBURSED IS A POST-WITHDRAWAL     *
091200* DISBURSEMENT, REPORTED FOR THE AID OFFICE TO OFFER.           *
091300*--------------------------------------------------------------*
091400 2100-CALCULATE-ONE-RETURN.
091500     IF WS-TRK-COUNT = WS-TRK-MAX
091600         DISPLAY 'R2T4CALC: R2T4TRK FULL - '
091700             RWD-STUDENT-ID (WS-WD-IDX)
091800             ' WAITS FOR THE NEXT CYCLE'
091900         GO TO 2100-CALCULATE-ONE-RETURN-EXIT
092000     END-IF.
092100     ADD 1 TO WS-CALC-COUNT.
092200     COMPUTE WS-DAYS-TOTAL =
092300         FUNCTION INTEGER-OF-DATE (RWD-TERM-END (WS-WD-IDX))
092400         - FUNCTION INTEGER-OF-DATE
092500             (RWD-CLASS-START (WS-WD-IDX)) + 1.
092600     IF RWD-WITHDRAW-DATE (WS-WD-IDX)
092700         < RWD-CLASS-START (WS-WD-IDX)
092800         MOVE 0 TO WS-DAYS-DONE
092900     ELSE
093000         COMPUTE WS-DAYS-DONE =
093100             FUNCTION INTEGER-OF-DATE
093200                 (RWD-WITHDRAW-DATE (WS-WD-IDX))
093300             - FUNCTION INTEGER-OF-DATE
093400                 (RWD-CLASS-START (WS-WD-IDX)) + 1
093500     END-IF.
093600     COMPUTE WS-PCT-COMPLETED ROUNDED =
093700         WS-DAYS-DONE * 100 / WS-DAYS-TOTAL.
093800     MOVE RWD-DISBURSED (WS-WD-IDX) TO WS-AID-DISBURSED.
093900     IF WS-AID-DISBURSED < 0
094000         MOVE 0 TO WS-AID-DISBURSED
094100     END-IF.
094200     MOVE 0 TO WS-AID-DUE.
094300     IF RWD-SCHEDULED (WS-WD-IDX) > WS-AID-DISBURSED
094400         COMPUTE WS-AID-DUE =
094500             RWD-SCHEDULED (WS-WD-IDX) - WS-AID-DISBURSED
094600     END-IF.
094700     COMPUTE WS-AID-TOTAL = WS-AID-DISBURSED + WS-AID-DUE.
094800     IF WS-PCT-COMPLETED > 60
094900         MOVE WS-AID-TOTAL TO WS-AID-EARNED
095000         MOVE 0 TO WS-PCT-UNEARNED
095100     ELSE
095200         COMPUTE WS-AID-EARNED ROUNDED =
095300             WS-AID-TOTAL * WS-PCT-COMPLETED / 100
095400         COMPUTE WS-PCT-UNEARNED = 100 - WS-PCT-COMPLETED
095500     END-IF.
095600     MOVE 0 TO WS-UNEARNED WS-PWD-AMOUNT.
095700     IF WS-AID-EARNED < WS-AID-DISBURSED
095800         COMPUTE WS-UNEARNED = WS-AID-DISBURSED - WS-AID-EARNED
095900     ELSE
096000         COMPUTE WS-PWD-AMOUNT = WS-AID-EARNED - WS-AID-DISBURSED
096100     END-IF.
096200     MOVE RWD-CHARGES (WS-WD-IDX) TO WS-CHARGES.
096300     IF WS-CHARGES < 0
096400         MOVE 0 TO WS-CHARGES
096500     END-IF.
096600     COMPUTE WS-CHARGES-UNEARNED ROUNDED =
096700         WS-CHARGES * WS-PCT-UNEARNED / 100.
096800     IF WS-UNEARNED < WS-CHARGES-UNEARNED
096900         MOVE WS-UNEARNED TO WS-SCHOOL-SHARE
097000     ELSE
097100         MOVE WS-CHARGES-UNEARNED TO WS-SCHOOL-SHARE
097200     END-IF.
097300     COMPUTE WS-STUDENT-SHARE = WS-UNEARNED - WS-SCHOOL-SHARE.
097400     PERFORM 2200-TRACK-ONE-RETURN
097500         THRU 2200-TRACK-ONE-RETURN-EXIT.
097600     PERFORM 2300-WRITE-WORKSHEET
097700         THRU 2300-WRITE-WORKSHEET-EXIT.
097800 2100-CALCULATE-ONE-RETURN-EXIT.
097900     EXIT.
098000*--------------------------------------------------------------*
098100* 2200-TRACK-ONE-RETURN - THE CALCULATION ONTO THE TRACKING     *
098200* TABLE. THE DEADLINE RUNS FROM TONIGHT, THE DATE OF            *
098300* DETERMINATION. A CALCULATION WITH NO INSTITUTIONAL SHARE HAS  *
098400* NOTHING TO POST AND IS KEPT AS N.                             *
098500*--------------------------------------------------------------*
098600 2200-TRACK-ONE-RETURN.
098700     ADD 1 TO WS-TRK-COUNT.
098800     INITIALIZE R4-TRK-ENTRY (WS-TRK-COUNT).
098900     IF WS-SCHOOL-SHARE > 0
099000         MOVE 'P' TO RTK-STATUS (WS-TRK-COUNT)
099100         ADD 1 TO WS-CALC-RETURN-COUNT
099200         ADD WS-SCHOOL-SHARE TO WS-CALC-RETURN-TOTAL
099300     ELSE
099400         MOVE 'N' TO RTK-STATUS (WS-TRK-COUNT)
099500     END-IF.
099600     MOVE RWD-STUDENT-ID (WS-WD-IDX)
099700         TO RTK-STUDENT-ID (WS-TRK-COUNT).
099800     MOVE RWD-TERM (WS-WD-IDX) TO RTK-TERM (WS-TRK-COUNT).
099900     MOVE RWD-WITHDRAW-DATE (WS-WD-IDX)
100000         TO RTK-WITHDRAW-DATE (WS-TRK-COUNT).
100100     MOVE WS-BUSINESS-DATE TO RTK-DETERMINED-DATE (WS-TRK-COUNT).
100200     COMPUTE RTK-DEADLINE-DATE (WS-TRK-COUNT) =
100300         FUNCTION DATE-OF-INTEGER
100400             (WS-BUSINESS-DAY-NO + WS-DEADLINE-DAYS).
100500     MOVE WS-PCT-COMPLETED TO RTK-PCT-COMPLETED (WS-TRK-COUNT).
100600     MOVE WS-AID-DISBURSED TO RTK-AID-DISBURSED (WS-TRK-COUNT).
100700     MOVE WS-AID-EARNED TO RTK-AID-EARNED (WS-TRK-COUNT).
100800     MOVE WS-UNEARNED TO RTK-UNEARNED (WS-TRK-COUNT).
100900     MOVE WS-SCHOOL-SHARE TO RTK-SCHOOL-SHARE (WS-TRK-COUNT).
101000     MOVE WS-STUDENT-SHARE TO RTK-STUDENT-SHARE (WS-TRK-COUNT).
101100     MOVE 0 TO RTK-POSTED-DATE (WS-TRK-COUNT).
101200 2200-TRACK-ONE-RETURN-EXIT.
101300     EXIT.
101400*--------------------------------------------------------------*
101500* 2300-WRITE-WORKSHEET - THE CALCULATION IN THE AID OFFICE'S    *
101600* WORKSHEET ORDER, ONE LETTERED LINE PER STEP.                  *
101700*--------------------------------------------------------------*
101800 2300-WRITE-WORKSHEET.
101900     MOVE SPACES TO WS-BUILD-LINE.
102000     STRING 'R2T4 WORKSHEET  STUDENT ' RWD-STUDENT-ID (WS-WD-IDX)
102100         '  ' RWD-NAME (WS-WD-IDX) '  TERM ' RWD-TERM (WS-WD-IDX)
102200         DELIMITED BY SIZE INTO WS-BUILD-LINE.
102300     MOVE WS-BUILD-LINE TO R4-REPORT-RECORD.
102400     WRITE R4-REPORT-RECORD.
102500     MOVE SPACES TO WS-BUILD-LINE.
102600     STRING '  WITHDRAWN ' RWD-WITHDRAW-DATE (WS-WD-IDX)
102700         '  CLASSES ' RWD-CLASS-START (WS-WD-IDX)
102800         ' THROUGH ' RWD-TERM-END (WS-WD-IDX)
102900         DELIMITED BY SIZE INTO WS-BUILD-LINE.
103000     MOVE WS-BUILD-LINE TO R4-REPORT-RECORD.
103100     WRITE R4-REPORT-RECORD.
103200     MOVE WS-DAYS-DONE TO WS-EDIT-DAYS.
103300     MOVE WS-PCT-COMPLETED TO WS-EDIT-PCT.
103400     MOVE SPACES TO WS-BUILD-LINE.
103500     STRING '  DAYS COMPLETED ' WS-EDIT-DAYS ' OF '
103600         DELIMITED BY SIZE INTO WS-BUILD-LINE.
103700     MOVE WS-DAYS-TOTAL TO WS-EDIT-DAYS.
103800     MOVE WS-EDIT-DAYS TO WS-BUILD-LINE (26:4).
103900     MOVE '  PERCENT COMPLETED ' TO WS-BUILD-LINE (30:20).
104000     MOVE WS-EDIT-PCT TO WS-BUILD-LINE (50:5).
104100     IF WS-PCT-COMPLETED > 60
104200         MOVE ' - ALL AID EARNED' TO WS-BUILD-LINE (55:17)
104300     END-IF.
104400     MOVE WS-BUILD-LINE TO R4-REPORT-RECORD.
104500     WRITE R4-REPORT-RECORD.
104600     MOVE 'A' TO WS-LINE-ID.
104700     MOVE 'FEDERAL AID DISBURSED' TO WS-LINE-LABEL.
104800     MOVE WS-AID-DISBURSED TO WS-LINE-AMOUNT.
104900     PERFORM 2350-WRITE-WORKSHEET-LINE
105000         THRU 2350-WRITE-WORKSHEET-LINE-EXIT.
105100     MOVE 'B' TO WS-LINE-ID.
105200     MOVE 'FEDERAL AID THAT COULD HAVE BEEN DISBURSED'
105300         TO WS-LINE-LABEL.
105400     MOVE WS-AID-DUE TO WS-LINE-AMOUNT.
105500     PERFORM 2350-WRITE-WORKSHEET-LINE
105600         THRU 2350-WRITE-WORKSHEET-LINE-EXIT.
105700     MOVE 'C' TO WS-LINE-ID.
105800     MOVE 'TOTAL FEDERAL AID (A + B)' TO WS-LINE-LABEL.
105900     MOVE WS-AID-TOTAL TO WS-LINE-AMOUNT.
106000     PERFORM 2350-WRITE-WORKSHEET-LINE
106100         THRU 2350-WRITE-WORKSHEET-LINE-EXIT.
106200     MOVE 'D' TO WS-LINE-ID.
106300     MOVE 'AID EARNED (C X PERCENT COMPLETED)'
106400         TO WS-LINE-LABEL.
106500     MOVE WS-AID-EARNED TO WS-LINE-AMOUNT.
106600     PERFORM 2350-WRITE-WORKSHEET-LINE
106700         THRU 2350-WRITE-WORKSHEET-LINE-EXIT.
106800     MOVE 'E' TO WS-LINE-ID.
106900     MOVE 'UNEARNED AID (A - D)' TO WS-LINE-LABEL.
107000     MOVE WS-UNEARNED TO WS-LINE-AMOUNT.
107100     PERFORM 2350-WRITE-WORKSHEET-LINE
107200         THRU 2350-WRITE-WORKSHEET-LINE-EXIT.
107300     MOVE 'F' TO WS-LINE-ID.
107400     MOVE 'INSTITUTIONAL CHARGES FOR THE TERM'
107500         TO WS-LINE-LABEL.
107600     MOVE WS-CHARGES TO WS-LINE-AMOUNT.
107700     PERFORM 2350-WRITE-WORKSHEET-LINE
107800         THRU 2350-WRITE-WORKSHEET-LINE-EXIT.
107900     MOVE 'G' TO WS-LINE-ID.
108000     MOVE 'UNEARNED CHARGES (F X PERCENT NOT COMPLETED)'
108100         TO WS-LINE-LABEL.
108200     MOVE WS-CHARGES-UNEARNED TO WS-LINE-AMOUNT.
108300     PERFORM 2350-WRITE-WORKSHEET-LINE
108400         THRU 2350-WRITE-WORKSHEET-LINE-EXIT.
108500     MOVE 'H' TO WS-LINE-ID.
108600     MOVE 'RETURNED BY INSTITUTION (LESSER OF E AND G)'
108700         TO WS-LINE-LABEL.
108800     MOVE WS-SCHOOL-SHARE TO WS-LINE-AMOUNT.
108900     PERFORM 2350-WRITE-WORKSHEET-LINE
109000         THRU 2350-WRITE-WORKSHEET-LINE-EXIT.
109100     MOVE 'I' TO WS-LINE-ID.
109200     MOVE 'OWED BY STUDENT (E - H)' TO WS-LINE-LABEL.
109300     MOVE WS-STUDENT-SHARE TO WS-LINE-AMOUNT.
109400     PERFORM 2350-WRITE-WORKSHEET-LINE
109500         THRU 2350-WRITE-WORKSHEET-LINE-EXIT.
109600     IF WS-PWD-AMOUNT > 0
109700         MOVE 'J' TO WS-LINE-ID
109800         MOVE 'POST-WITHDRAWAL DISBURSEMENT DUE (D - A)'
109900             TO WS-LINE-LABEL
110000         MOVE WS-PWD-AMOUNT TO WS-LINE-AMOUNT
110100         PERFORM 2350-WRITE-WORKSHEET-LINE
110200             THRU 2350-WRITE-WORKSHEET-LINE-EXIT
110300     END-IF.
110400     MOVE SPACES TO WS-BUILD-LINE.
110500     STRING '  DETERMINED ' WS-BUSINESS-DATE
110600         '  RETURN DEADLINE ' RTK-DEADLINE-DATE (WS-TRK-COUNT)
110700         DELIMITED BY SIZE INTO WS-BUILD-LINE.
110800     IF WS-SCHOOL-SHARE = 0
110900         MOVE '  NOTHING TO RETURN' TO WS-BUILD-LINE (48:19)
111000     END-IF.
111100     MOVE WS-BUILD-LINE TO R4-REPORT-RECORD.
111200     WRITE R4-REPORT-RECORD.
111300     MOVE SPACES TO R4-REPORT-RECORD.
111400     WRITE R4-REPORT-RECORD.
111500 2300-WRITE-WORKSHEET-EXIT.
111600     EXIT.
111700*--------------------------------------------------------------*
111800* 2350-WRITE-WORKSHEET-LINE - ONE LETTERED AMOUNT LINE OF THE *
111900* WORKSHEET FROM THE LINE LETTER, LABEL AND AMOUNT.             *
112000*--------------------------------------------------------------*
112100 2350-WRITE-WORKSHEET-LINE.
112200     MOVE SPACES TO R4-REPORT-RECORD.
112300     MOVE WS-LINE-ID TO RWL-LINE-ID.
112400     MOVE WS-LINE-LABEL TO RWL-LABEL.
112500     MOVE WS-LINE-AMOUNT TO RWL-AMOUNT.
112600     WRITE R4-REPORT-RECORD.
112700 2350-WRITE-WORKSHEET-LINE-EXIT.
112800     EXIT.
112900*--------------------------------------------------------------*
113000* 3000-POST-AND-TRACK - EVERY RETURN STILL PENDING: HELD ON AN  *
113100* R2T4PARM H CARD, STILL INSIDE ITS REVIEW DAYS, OR POSTED      *
113200* TONIGHT. EACH GETS A TRACKING LINE WITH ITS DEADLINE; ONE     *
113300* LEFT OPEN INSIDE THE WARNING WINDOW ALERTS THE AID OFFICE.    *
113400*--------------------------------------------------------------*
113500 3000-POST-AND-TRACK.
113600     MOVE SPACES TO WS-BUILD-LINE.
113700     STRING 'OPEN RETURNS AS OF ' WS-BUSINESS-DATE
113800         DELIMITED BY SIZE INTO WS-BUILD-LINE.
113900     MOVE WS-BUILD-LINE TO R4-REPORT-RECORD.
114000     WRITE R4-REPORT-RECORD.
114100     PERFORM VARYING WS-TRK-IDX FROM 1 BY 1
114200             UNTIL WS-TRK-IDX > WS-TRK-COUNT
114300         IF RTK-PENDING (WS-TRK-IDX)
114400             PERFORM 3100-TRACK-ONE-PENDING
114500                 THRU 3100-TRACK-ONE-PENDING-EXIT
114600         END-IF
114700     END-PERFORM.
114800     IF WS-ACCT-FILE-OPEN
114900         CLOSE R4-ACCT-FILE
115000     END-IF.
115100 3000-POST-AND-TRACK-EXIT.
115200     EXIT.
115300*--------------------------------------------------------------*
115400* 3100-TRACK-ONE-PENDING - ONE PENDING RETURN: POST IT WHEN ITS *
115500* REVIEW DAYS ARE UP AND NO H CARD HOLDS IT, OTHERWISE REPORT   *
115600* IT OPEN AND WARN AS THE DEADLINE NEARS.                       *
115700*--------------------------------------------------------------*
115800 3100-TRACK-ONE-PENDING.
115900     MOVE SPACES TO R4-REPORT-RECORD.
116000     MOVE RTK-STUDENT-ID (WS-TRK-IDX) TO RTL-STUDENT-ID.
116100     MOVE RTK-TERM (WS-TRK-IDX) TO RTL-TERM.
116200     MOVE RTK-WITHDRAW-DATE (WS-TRK-IDX) TO RTL-WITHDRAW-DATE.
116300     MOVE RTK-SCHOOL-SHARE (WS-TRK-IDX) TO RTL-SCHOOL-SHARE.
116400     MOVE RTK-DEADLINE-DATE (WS-TRK-IDX) TO RTL-DEADLINE-DATE.
116500     COMPUTE WS-DAYS-LEFT =
116600         FUNCTION INTEGER-OF-DATE (RTK-DEADLINE-DATE (WS-TRK-IDX))
116700         - WS-BUSINESS-DAY-NO.
116800     MOVE WS-DAYS-LEFT TO RTL-DAYS-LEFT.
116900     SET WS-NOT-FOUND TO TRUE.
117000     PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
117100             UNTIL WS-HLD-IDX > WS-HLD-COUNT
117200             OR WS-FOUND
117300         IF RHL-STUDENT-ID (WS-HLD-IDX)
117400                 = RTK-STUDENT-ID (WS-TRK-IDX)
117500             AND RHL-TERM (WS-HLD-IDX) = RTK-TERM (WS-TRK-IDX)
117600             SET WS-FOUND TO TRUE
117700         END-IF
117800     END-PERFORM.
117900     IF WS-FOUND
118000         MOVE 'HELD FOR REVIEW' TO RTL-DISPOSITION
118100         GO TO 3100-TRACK-ONE-OPEN
118200     END-IF.
118300     COMPUTE WS-DAY-NO =
118400         FUNCTION INTEGER-OF-DATE
118500             (RTK-DETERMINED-DATE (WS-TRK-IDX))
118600         + WS-REVIEW-DAYS.
118700     IF WS-DAY-NO > WS-BUSINESS-DAY-NO
118800         MOVE 'IN REVIEW' TO RTL-DISPOSITION
118900         GO TO 3100-TRACK-ONE-OPEN
119000     END-IF.
119100     PERFORM 3200-POST-ONE-RETURN
119200         THRU 3200-POST-ONE-RETURN-EXIT.
119300     MOVE 'POSTED' TO RTL-DISPOSITION.
119400     WRITE R4-REPORT-RECORD.
119500     GO TO 3100-TRACK-ONE-PENDING-EXIT.
119600 3100-TRACK-ONE-OPEN.
119700     ADD 1 TO WS-OPEN-COUNT.
119800     ADD RTK-SCHOOL-SHARE (WS-TRK-IDX) TO WS-OPEN-TOTAL.
119900     IF WS-DAYS-LEFT < 0
120000         MOVE 'LATE' TO RTL-LATE-FLAG
120100     END-IF.
120200     WRITE R4-REPORT-RECORD.
120300     IF WS-DAYS-LEFT <= WS-WARN-DAYS
120400         PERFORM 3500-WRITE-DEADLINE-ALERT
120500             THRU 3500-WRITE-DEADLINE-ALERT-EXIT
120600     END-IF.
120700 3100-TRACK-ONE-PENDING-EXIT.
120800     EXIT.
120900*--------------------------------------------------------------*
121000* 3200-POST-ONE-RETURN - THE INSTITUTION'S SHARE BACK OFF THE   *
121100* STUDENT'S AID: A CATEGORY-C AID2 EVENT ON STUACCT OPPOSITE IN *
121200* SIGN TO THE DISBURSEMENT CREDIT, THE WAY A DECREASED EVALADJ  *
121300* ADJUSTMENT CLAWS BACK IN AIDDISB, AND THE SAME AMOUNT AS      *
121400* CATEGORY-C FUND-F DETAIL ON THE WORK FILE. A TEST-MODE RUN    *
121500* REPORTS THE POSTING WITHOUT MAKING IT.                        *
121600*--------------------------------------------------------------*
121700 3200-POST-ONE-RETURN.
121800     ADD 1 TO WS-POSTED-COUNT.
121900     ADD RTK-SCHOOL-SHARE (WS-TRK-IDX) TO WS-POSTED-TOTAL.
122000     IF SP-TEST-MODE
122100         GO TO 3200-POST-ONE-RETURN-EXIT
122200     END-IF.
122300     IF NOT WS-ACCT-FILE-OPEN
122400         OPEN EXTEND R4-ACCT-FILE
122500         IF NOT WS-ACCT-OK
122600             CLOSE R4-ACCT-FILE
122700             OPEN OUTPUT R4-ACCT-FILE
122800         END-IF
122900         SET WS-ACCT-FILE-OPEN TO TRUE
123000     END-IF.
123100     MOVE SPACES TO STU-ACCT-RECORD.
123200     MOVE RTK-STUDENT-ID (WS-TRK-IDX) TO SUB-STUDENT-ID.
123300     ACCEPT SUB-POST-DATE FROM DATE YYYYMMDD.
123400     ACCEPT SUB-POST-TIME FROM TIME.
123500     MOVE 'R2T4CALC' TO SUB-SOURCE.
123600     MOVE 'C' TO SUB-CATEGORY.
123700     MOVE RTK-SCHOOL-SHARE (WS-TRK-IDX) TO SUB-AMOUNT.
123800     MOVE 'AID AID2 R2T4 RETURN' TO SUB-DESC.
123900     WRITE STU-ACCT-RECORD.
123900     IF WS-ACCT-OK
123900         PERFORM 8700-JOURNAL-ACCT-POST
123900             THRU 8700-JOURNAL-ACCT-POST-EXIT
123900         PERFORM 8780-POST-ACCT-BALANCE
123900             THRU 8780-POST-ACCT-BALANCE-EXIT
123900     END-IF.
124000     MOVE SPACES TO TXN-RECORD.
124100     MOVE 'D' TO TXN-RECORD-TYPE.
124200     MOVE 'C' TO TXN-CATEGORY.
124300     MOVE 'F' TO TXN-FUND-CODE.
124400     MOVE RTK-SCHOOL-SHARE (WS-TRK-IDX) TO TXN-AMOUNT.
124500     PERFORM 0170-TALLY-ONE-DETAIL
124600         THRU 0170-TALLY-ONE-DETAIL-EXIT.
124700     MOVE TXN-RECORD TO R4-WORK-RECORD.
124800     WRITE R4-WORK-RECORD.
124900     MOVE 'D' TO RTK-STATUS (WS-TRK-IDX).
125000     MOVE WS-BUSINESS-DATE TO RTK-POSTED-DATE (WS-TRK-IDX).
125100 3200-POST-ONE-RETURN-EXIT.
125200     EXIT.
125300*--------------------------------------------------------------*
125400* 3500-WRITE-DEADLINE-ALERT - A RETURN STILL OPEN INSIDE THE    *
125500* WARNING WINDOW OR PAST ITS DEADLINE, ON ALERTOUT FOR THE AID  *
125600* OFFICE. A TEST-MODE RUN ALERTS NOBODY.                        *
125700*--------------------------------------------------------------*
125800 3500-WRITE-DEADLINE-ALERT.
125900     IF SP-TEST-MODE
126000         GO TO 3500-WRITE-DEADLINE-ALERT-EXIT
126100     END-IF.
126200     OPEN EXTEND R4-ALERT-FILE.
126300     IF NOT WS-ALERT-OK
126400         CLOSE R4-ALERT-FILE
126500         OPEN OUTPUT R4-ALERT-FILE
126600     END-IF.
126700     ADD 1 TO WS-ALERT-COUNT.
126800     MOVE RTK-STUDENT-ID (WS-TRK-IDX) TO WS-ALERT-STUDENT-ID.
126900     MOVE RTK-DEADLINE-DATE (WS-TRK-IDX) TO WS-ALERT-DEADLINE.
127000     MOVE SPACES TO ALERT-RECORD.
127100     MOVE 'R2T4CALC' TO ALRT-PROGRAM-ID.
127200     ACCEPT ALRT-DATE FROM DATE YYYYMMDD.
127300     ACCEPT ALRT-TIME FROM TIME.
127400     MOVE 'R2T4 DEADLINE' TO ALRT-CATEGORY.
127500     MOVE WS-ALERT-DETAIL TO ALRT-DETAIL.
127600     MOVE SP-CYCLE-NUMBER TO ALRT-CYCLE-NUMBER.
127700     MOVE ALRT-CATEGORY TO SV-CATEGORY.
127800     CALL 'ALRTSEV' USING SEV-PARM-BLOCK.
127900     MOVE SV-SEVERITY TO ALRT-SEVERITY.
128000     WRITE ALERT-RECORD.
128100     CLOSE R4-ALERT-FILE.
128200 3500-WRITE-DEADLINE-ALERT-EXIT.
128300     EXIT.
128400*--------------------------------------------------------------*
128500* 8000-REWRITE-TXN-FEED - THE COMBINED FEED BACK TO ADTXN WITH  *
128600* ONE FRESH CONTROL HEADER. A TEST-MODE RUN LEAVES ADTXN        *
128700* EXACTLY AS IT FOUND IT.                                       *
128800*--------------------------------------------------------------*
128900 8000-REWRITE-TXN-FEED.
129000     CLOSE R4-WORK-FILE.
129100     IF SP-TEST-MODE
129200         GO TO 8000-REWRITE-TXN-FEED-EXIT
129300     END-IF.
129400     OPEN OUTPUT R4-TXN-FILE.
129500     MOVE SPACES TO TXN-RECORD.
129600     MOVE 'H' TO TXN-RECORD-TYPE.
129700     MOVE WS-TXN-COUNT TO HDR-DECLARED-COUNT.
129800     MOVE WS-HASH-A TO HDR-HASH-A.
129900     MOVE WS-HASH-B TO HDR-HASH-B.
130000     MOVE WS-HASH-C TO HDR-HASH-C.
130100     MOVE WS-HASH-D TO HDR-HASH-D.
130200     MOVE WS-HASH-E TO HDR-HASH-E.
130300     WRITE TXN-RECORD.
130400     SET WS-NOT-AT-EOF TO TRUE.
130500     OPEN INPUT R4-WORK-FILE.
130600     PERFORM 8100-READ-ONE-WORK-RECORD
130700         THRU 8100-READ-ONE-WORK-RECORD-EXIT.
130800     PERFORM UNTIL WS-AT-EOF
130900         MOVE R4-WORK-RECORD TO TXN-RECORD
131000         WRITE TXN-RECORD
131100         PERFORM 8100-READ-ONE-WORK-RECORD
131200             THRU 8100-READ-ONE-WORK-RECORD-EXIT
131300     END-PERFORM.
131400     CLOSE R4-WORK-FILE.
131500     CLOSE R4-TXN-FILE.
131600 8000-REWRITE-TXN-FEED-EXIT.
131700     EXIT.
131800*--------------------------------------------------------------*
131900* 8100-READ-ONE-WORK-RECORD - A SINGLE READ OF R2T4WRK.         *
132000*--------------------------------------------------------------*
132100 8100-READ-ONE-WORK-RECORD.
132200     READ R4-WORK-FILE
132300         AT END SET WS-AT-EOF TO TRUE
132400     END-READ.
132500 8100-READ-ONE-WORK-RECORD-EXIT.
132600     EXIT.
132700*--------------------------------------------------------------*
132800* 8200-REWRITE-TRACKING - THE TRACKING TABLE BACK TO R2T4TRK,   *
132900* TONIGHT'S CALCULATIONS AND POSTINGS INCLUDED. A TEST-MODE RUN *
133000* LEAVES THE FILE AS IT FOUND IT.                               *
133100*--------------------------------------------------------------*
133200 8200-REWRITE-TRACKING.
133300     IF SP-TEST-MODE
133400         GO TO 8200-REWRITE-TRACKING-EXIT
133500     END-IF.
133600     OPEN OUTPUT R4-TRACK-FILE.
133700     PERFORM VARYING WS-TRK-IDX FROM 1 BY 1
133800             UNTIL WS-TRK-IDX > WS-TRK-COUNT
133900         MOVE R4-TRK-ENTRY (WS-TRK-IDX) TO R2T-RECORD
134000         WRITE R2T-RECORD
134100     END-PERFORM.
134200     CLOSE R4-TRACK-FILE.
134300 8200-REWRITE-TRACKING-EXIT.
134400     EXIT.
134500*--------------------------------------------------------------*
134600* 8500-WRITE-RUN-TOTALS - THE NIGHT'S CALCULATIONS, THE         *
134700* INSTITUTIONAL SHARE POSTED AND STILL OPEN, AND THE ALERTS.    *
134800*--------------------------------------------------------------*
134900 8500-WRITE-RUN-TOTALS.
135000     MOVE SPACES TO R4-REPORT-RECORD.
135100     WRITE R4-REPORT-RECORD.
135200     MOVE 'WITHDRAWALS CALCULATED' TO RPT-LABEL.
135300     MOVE WS-CALC-COUNT TO RPT-COUNT.
135400     WRITE R4-REPORT-RECORD.
135500     MOVE SPACES TO R4-REPORT-RECORD.
135600     MOVE 'WITHDRAWALS WITH NO AID2' TO RPT-LABEL.
135700     MOVE WS-NO-AID-COUNT TO RPT-COUNT.
135800     WRITE R4-REPORT-RECORD.
135900     MOVE SPACES TO R4-REPORT-RECORD.
136000     MOVE 'NEW INSTITUTIONAL RETURNS' TO RPT-LABEL.
136100     MOVE WS-CALC-RETURN-COUNT TO RPT-COUNT.
136200     MOVE WS-CALC-RETURN-TOTAL TO RPT-AMOUNT.
136300     WRITE R4-REPORT-RECORD.
136400     MOVE SPACES TO R4-REPORT-RECORD.
136500     MOVE 'RETURNS POSTED' TO RPT-LABEL.
136600     MOVE WS-POSTED-COUNT TO RPT-COUNT.
136700     MOVE WS-POSTED-TOTAL TO RPT-AMOUNT.
136800     WRITE R4-REPORT-RECORD.
136900     MOVE SPACES TO R4-REPORT-RECORD.
137000     MOVE 'RETURNS STILL OPEN' TO RPT-LABEL.
137100     MOVE WS-OPEN-COUNT TO RPT-COUNT.
137200     MOVE WS-OPEN-TOTAL TO RPT-AMOUNT.
137300     WRITE R4-REPORT-RECORD.
137400     MOVE SPACES TO R4-REPORT-RECORD.
137500     MOVE 'DEADLINE ALERTS RAISED' TO RPT-LABEL.
137600     MOVE WS-ALERT-COUNT TO RPT-COUNT.
137700     WRITE R4-REPORT-RECORD.
137800 8500-WRITE-RUN-TOTALS-EXIT.
137900     EXIT.
137900*--------------------------------------------------------------*
137900* 8700-JOURNAL-ACCT-POST - THE STUACCT POSTING JUST WRITTEN,   *
137900* ONTO THE RCVJRNL FORWARD-RECOVERY JOURNAL.                   *
137900*--------------------------------------------------------------*
137900 8700-JOURNAL-ACCT-POST.
137900     MOVE 'R2T4CALC' TO JR-PROGRAM-ID.
137900     SET JR-FILE-ACCOUNT TO TRUE.
137900     SET JR-ADD TO TRUE.
137900     MOVE SPACES TO JR-RECORD-KEY.
137900     MOVE SUB-STUDENT-ID TO JR-RECORD-KEY (1:9).
137900     MOVE SPACES TO JR-BEFORE-IMAGE.
137900     MOVE STU-ACCT-RECORD TO JR-AFTER-IMAGE.
137900     CALL 'JRNLLOG' USING JRNL-PARM-BLOCK.
137900 8700-JOURNAL-ACCT-POST-EXIT.
137900     EXIT.
137900*--------------------------------------------------------------*
137900* 8780-POST-ACCT-BALANCE - THE STUACCT POSTING JUST WRITTEN,   *
137900* ONTO THE STUDENT'S STUBAL BALANCE RECORD THROUGH BALPOST, IN *
137900* THE SAME UNIT OF WORK AS THE WRITE.                          *
137900*--------------------------------------------------------------*
137900 8780-POST-ACCT-BALANCE.
137900     MOVE 'R2T4CALC' TO BP-PROGRAM-ID.
137900     SET BP-POST TO TRUE.
137900     MOVE STU-ACCT-RECORD TO BP-ACCT-RECORD.
137900     CALL 'BALPOST' USING BAL-PARM-BLOCK.
137900 8780-POST-ACCT-BALANCE-EXIT.
137900     EXIT.
138000*--------------------------------------------------------------*
138100* 9999-EXIT                                                    *
138200*--------------------------------------------------------------*
138300 9999-EXIT.
138400     STOP RUN.
