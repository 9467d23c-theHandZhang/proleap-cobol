000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DECDPROC.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - DECEASED STUDENT FOLLOW-UP.   *
001100*                WORKS THE DECDQUE QUEUE THAT MASTUPDT (A       *
001200*                MASTFEED X RECORD) AND LOOKUP (A SUPERVISOR'S  *
001300*                X CHOICE) APPEND TO WHEN A STUDENT'S DEATH IS  *
001400*                RECORDED ON STUMAST. FOR EACH STUDENT QUEUED,  *
001500*                EVERY ACTIVE ENRLMAST ENROLLMENT IN A TERM     *
001600*                WHOSE CLASSES BEGIN AFTER THE DATE OF DEATH IS *
001700*                DROPPED WITH A FULL TUITION REVERSAL, PRICED   *
001800*                AND POSTED TO STUACCT AND ADTXN EXACTLY AS     *
001900*                SECCANCL DOES; EVERY AWDOFFR OFFER NOT YET     *
002000*                RELEASED FOR DISBURSEMENT IS CANCELLED SO THE  *
002100*                AWDACPT SWEEP RETURNS IT TO ITS POOL THE SAME  *
002200*                NIGHT; AND THE STUACCT BALANCE, REVERSALS      *
002300*                INCLUDED, GOES ON THE WOFFRVW WRITE-OFF REVIEW *
002400*                LIST FOR THE BURSAR IN PLACE OF COLLECTIONS    *
002500*                (ARAGING NO LONGER PLACES A DECEASED STUDENT). *
002600*                NO NOTICE IS SENT. THE DECDREG REGISTER LISTS  *
002700*                EVERYTHING DONE. THE QUEUE EMPTIES ONCE        *
002800*                WORKED; TEST MODE WRITES THE REGISTER AND THE  *
002900*                REVIEW LIST AND CHANGES NOTHING ELSE.          *
002900* 10/15/26  DW   EVERY ENRLMAST DELETE AND STUACCT POSTING IS  *
002900*                NOW ALSO WRITTEN TO THE RCVJRNL FORWARD-      *
002900*                RECOVERY JOURNAL THROUGH JRNLLOG.             *
002900* 10/15/26  DW   THE REVERSAL RESIDENCY IS NOW A KEYED READ OF *
002900*                THE INDEXED CONDRES BY STUDENT AND TERM; THE  *
002900*                1000-ENTRY DECISION TABLE AND THE RUN REFUSAL *
002900*                WHEN IT FILLED ARE GONE.                      *
002900* 10/15/26  DW   EVERY STUACCT POSTING IS NOW ALSO POSTED TO   *
002900*                THE STUDENT'S STUBAL BALANCE RECORD THROUGH   *
002900*                BALPOST, STRAIGHT AFTER THE WRITE.            *
003000*--------------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT DP-DECDQ-FILE ASSIGN TO DECDQUE
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-DECDQ-STATUS.
003700     SELECT DP-ENROLL-FILE ASSIGN TO ENRLMAST
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS ENR-KEY
004100         FILE STATUS IS WS-ENROLL-STATUS.
004200     SELECT DP-MASTER-FILE ASSIGN TO STUMAST
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS STM-STUDENT-ID
004600         FILE STATUS IS WS-MASTER-STATUS.
004700     SELECT DP-OFFER-FILE ASSIGN TO AWDOFFR
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS OFR-KEY
005100         FILE STATUS IS WS-OFFER-STATUS.
005200     SELECT DP-CONDRES-FILE ASSIGN TO CONDRES
005300         ORGANIZATION IS INDEXED
005310         ACCESS MODE IS RANDOM
005320         RECORD KEY IS RES-KEY
005400         FILE STATUS IS WS-CONDRES-STATUS.
005500     SELECT DP-RATE-FILE ASSIGN TO TUITRATE
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-RATE-STATUS.
005800     SELECT DP-ACAL-FILE ASSIGN TO ACADCAL
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-ACAL-STATUS.
006100     SELECT DP-TXN-FILE ASSIGN TO ADTXN
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-TXN-STATUS.
006400     SELECT DP-WORK-FILE ASSIGN TO DPWRK
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-WORK-STATUS.
006700     SELECT DP-ACCT-FILE ASSIGN TO STUACCT
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-ACCT-STATUS.
007000     SELECT DP-REVIEW-FILE ASSIGN TO WOFFRVW
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-REVIEW-STATUS.
007300     SELECT DP-REGISTER-FILE ASSIGN TO DECDREG
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-REGISTER-STATUS.
007600     SELECT DP-AUDIT-FILE ASSIGN TO AUDITLOG
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-SUITE-AUDIT-STATUS.
007900     SELECT DP-CAL-FILE ASSIGN TO SUITECAL
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-CAL-STATUS.
008200     SELECT SUITE-PARM-FILE ASSIGN TO SUITEPRM
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-SUITE-STATUS.
008500     SELECT DP-CYCLENO-FILE ASSIGN TO CYCLENO
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-CYCLENO-STATUS.
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  DP-DECDQ-FILE.
009100 COPY DECDQREC.
009200 FD  DP-ENROLL-FILE.
009300 01  ENR-RECORD.
009400     05  ENR-KEY.
009500         10  ENR-STUDENT-ID   PIC 9(09).
009600         10  ENR-COURSE-ID    PIC X(06).
009700         10  ENR-SECTION      PIC X(03).
009800         10  ENR-TERM         PIC X(06).
009900     05  ENR-CREDIT-HOURS     PIC 9(02).
010000     05  ENR-ADD-DATE         PIC 9(08).
010100     05  ENR-STATUS           PIC X(01).
010200         88  ENR-ACTIVE       VALUE 'A' ' '.
010300         88  ENR-WITHDRAWN    VALUE 'W'.
010400     05  ENR-STATUS-DATE      PIC 9(08).
010500 FD  DP-MASTER-FILE.
010600 01  STM-RECORD.
010700     05  STM-STUDENT-ID       PIC 9(09).
010800     05  STM-NAME             PIC X(25).
010900     05  STM-PROGRAM-CODE     PIC X(04).
011000     05  STM-RES-CODE1        PIC 9(01).
011100     05  STM-RES-CODE2        PIC 9(01).
011200     05  STM-RES-CODE3        PIC 9(01).
011300     05  STM-ENROLL-STATUS    PIC X(01).
011400         88  STM-DECEASED     VALUE 'X'.
011500     05  STM-LAST-MAINT-DATE  PIC 9(08).
011600     05  STM-ADDR-LINE1       PIC X(25).
011700     05  STM-ADDR-LINE2       PIC X(25).
011800     05  STM-CITY             PIC X(15).
011900     05  STM-STATE            PIC X(02).
012000     05  STM-ZIP              PIC X(05).
012100     05  STM-WITHDRAW-DATE    PIC 9(08).
012200     05  STM-DOB              PIC 9(08).
012300     05  STM-STANDING-CODE    PIC X(01).
012400     05  STM-STANDING-TERM    PIC X(06).
012500     05  STM-CONFER-DATE      PIC 9(08).
012600     05  STM-CONFID-FLAG      PIC X(01).
012700     05  STM-CONFID-DATE      PIC 9(08).
012800     05  STM-CONFID-OPER      PIC X(08).
012900     05  STM-DEATH-DATE       PIC 9(08).
013000     05  STM-DEATH-SOURCE     PIC X(08).
013100 FD  DP-OFFER-FILE.
013200 COPY AWDOFREC.
013300 FD  DP-CONDRES-FILE.
013400 COPY CONDRREC.
013900 FD  DP-RATE-FILE.
014000 01  TRT-CARD.
014100     05  TRT-PROGRAM-CODE     PIC X(04).
014200     05  TRT-RESIDENT-FLAG    PIC X(01).
014300     05  TRT-RATE-PER-CREDIT  PIC 9(03)V99.
014400 FD  DP-ACAL-FILE.
014500 COPY ACADCREC.
014600 FD  DP-TXN-FILE.
014700 01  TXN-RECORD.
014800     05  TXN-RECORD-TYPE      PIC X(01).
014900         88  TXN-HEADER-RECORD VALUE 'H'.
015000         88  TXN-DETAIL-RECORD VALUE 'D'.
015100     05  TXN-RECORD-BODY      PIC X(66).
015200 01  TXN-DETAIL-R REDEFINES TXN-RECORD.
015300     05  FILLER               PIC X(01).
015400     05  TXN-CATEGORY         PIC X(01).
015500     05  TXN-AMOUNT           PIC S9(07)V99
015600                              SIGN LEADING SEPARATE.
015700     05  TXN-FUND-CODE        PIC X(01).
015800     05  FILLER               PIC X(54).
015900 01  TXN-HEADER-R REDEFINES TXN-RECORD.
016000     05  FILLER               PIC X(01).
016100     05  HDR-DECLARED-COUNT   PIC 9(06).
016200     05  HDR-HASH-A           PIC S9(09)V99
016300                              SIGN LEADING SEPARATE.
016400     05  HDR-HASH-B           PIC S9(09)V99
016500                              SIGN LEADING SEPARATE.
016600     05  HDR-HASH-C           PIC S9(09)V99
016700                              SIGN LEADING SEPARATE.
016800     05  HDR-HASH-D           PIC S9(09)V99
016900                              SIGN LEADING SEPARATE.
017000     05  HDR-HASH-E           PIC S9(09)V99
017100                              SIGN LEADING SEPARATE.
017200 FD  DP-WORK-FILE.
017300 01  DP-WORK-RECORD           PIC X(67).
017400 FD  DP-ACCT-FILE.
017500 COPY STUACREC.
017600*--------------------------------------------------------------*
017700* DP-REVIEW-RECORD - ONE WOFFRVW LINE PER DECEASED STUDENT     *
017800* LEFT WITH A STUACCT BALANCE, FOR THE BURSAR TO WRITE OFF OR  *
017900* REFER TO THE ESTATE. THE BALANCE ALREADY CARRIES TONIGHT'S   *
018000* TUITION REVERSALS.                                           *
018100*--------------------------------------------------------------*
018200 FD  DP-REVIEW-FILE.
018300 01  DP-REVIEW-RECORD.
018400     05  WOR-STUDENT-ID       PIC 9(09).
018500     05  WOR-NAME             PIC X(25).
018600     05  WOR-DEATH-DATE       PIC 9(08).
018700     05  WOR-VERIFY-SOURCE    PIC X(08).
018800     05  WOR-BALANCE          PIC S9(07)V99
018900                              SIGN LEADING SEPARATE.
019000     05  WOR-LIST-DATE        PIC 9(08).
019100     05  WOR-SOURCE           PIC X(08).
019200*--------------------------------------------------------------*
019300* DP-REGISTER-RECORD - ONE DECDREG LINE. THE LINE TYPE TELLS   *
019400* THE READER WHICH VIEW APPLIES: S THE DECEASED STUDENT AS     *
019500* QUEUED, E AN ENROLLMENT DROPPED, K ONE KEPT BECAUSE ITS TERM *
019600* HAD BEGUN, A AN AID OFFER CANCELLED, B THE ACCOUNT BALANCE.  *
019700*--------------------------------------------------------------*
019800 FD  DP-REGISTER-FILE.
019900 01  DP-REGISTER-RECORD.
020000     05  DPR-LINE-TYPE        PIC X(01).
020100         88  DPR-STUDENT-LINE VALUE 'S'.
020200         88  DPR-DROP-LINE    VALUE 'E'.
020300         88  DPR-KEPT-LINE    VALUE 'K'.
020400         88  DPR-AID-LINE     VALUE 'A'.
020500         88  DPR-BALANCE-LINE VALUE 'B'.
020600     05  FILLER               PIC X(01).
020700     05  DPR-BODY             PIC X(78).
020800 01  DPR-STUDENT-R REDEFINES DP-REGISTER-RECORD.
020900     05  FILLER               PIC X(02).
021000     05  DPS-STUDENT-ID       PIC 9(09).
021100     05  FILLER               PIC X(01).
021200     05  DPS-NAME             PIC X(25).
021300     05  FILLER               PIC X(01).
021400     05  DPS-DEATH-DATE       PIC 9(08).
021500     05  FILLER               PIC X(01).
021600     05  DPS-VERIFY-SOURCE    PIC X(08).
021700     05  FILLER               PIC X(01).
021800     05  DPS-REQUEST-OPER     PIC X(08).
021900     05  FILLER               PIC X(01).
022000     05  DPS-SOURCE           PIC X(08).
022100     05  FILLER               PIC X(07).
022200 01  DPR-ENROLL-R REDEFINES DP-REGISTER-RECORD.
022300     05  FILLER               PIC X(12).
022400     05  DPE-COURSE-ID        PIC X(06).
022500     05  FILLER               PIC X(01).
022600     05  DPE-SECTION          PIC X(03).
022700     05  FILLER               PIC X(01).
022800     05  DPE-TERM             PIC X(06).
022900     05  FILLER               PIC X(01).
023000     05  DPE-CREDITS          PIC Z9.
023100     05  FILLER               PIC X(01).
023200     05  DPE-REVERSAL         PIC -ZZZZZZ9.99.
023300     05  FILLER               PIC X(01).
023400     05  DPE-NOTE             PIC X(20).
023500     05  FILLER               PIC X(15).
023600 01  DPR-AID-R REDEFINES DP-REGISTER-RECORD.
023700     05  FILLER               PIC X(12).
023800     05  DPA-TERM             PIC X(06).
023900     05  FILLER               PIC X(01).
024000     05  DPA-AID-CODE         PIC X(04).
024100     05  FILLER               PIC X(01).
024200     05  DPA-OLD-STATUS       PIC X(01).
024300     05  FILLER               PIC X(01).
024400     05  DPA-OFFER-AMOUNT     PIC ZZZZ9.99.
024500     05  FILLER               PIC X(01).
024600     05  DPA-KEPT-AMOUNT      PIC ZZZZ9.99.
024700     05  FILLER               PIC X(01).
024800     05  DPA-RETURN-AMOUNT    PIC ZZZZ9.99.
024900     05  FILLER               PIC X(01).
025000     05  DPA-NOTE             PIC X(20).
025100     05  FILLER               PIC X(07).
025200 01  DPR-BALANCE-R REDEFINES DP-REGISTER-RECORD.
025300     05  FILLER               PIC X(12).
025400     05  DPB-LABEL            PIC X(20).
025500     05  FILLER               PIC X(01).
025600     05  DPB-BALANCE          PIC -ZZZZZZ9.99.
025700     05  FILLER               PIC X(01).
025800     05  DPB-NOTE             PIC X(24).
025900     05  FILLER               PIC X(11).
026000 FD  DP-AUDIT-FILE.
026100 COPY AUDITREC.
026200 FD  DP-CAL-FILE.
026300 01  CAL-RECORD.
026400     05  CAL-BUSINESS-DATE    PIC 9(08).
026500     05  CAL-MONTH-END-FLAG   PIC X(01).
026600     05  CAL-YEAR-END-FLAG    PIC X(01).
026700 FD  SUITE-PARM-FILE.
026800 01  SP-PARM-CARD             PIC X(11).
026900 FD  DP-CYCLENO-FILE.
027000 01  CYCLENO-CARD.
027100     05  CYC-CYCLE-NUMBER     PIC 9(06).
027200 WORKING-STORAGE SECTION.
027300 01  WS-SUITE-STATUS          PIC X(02).
027400     88  WS-SUITE-OK          VALUE '00'.
027500 01  WS-CYCLENO-STATUS        PIC X(02).
027600     88  WS-CYCLENO-OK        VALUE '00'.
027700 01  WS-CAL-STATUS            PIC X(02).
027800     88  WS-CAL-OK            VALUE '00'.
027900 01  WS-DECDQ-STATUS          PIC X(02).
028000     88  WS-DECDQ-OK          VALUE '00'.
028100 01  WS-ENROLL-STATUS         PIC X(02).
028200     88  WS-ENROLL-OK         VALUE '00'.
028300 01  WS-MASTER-STATUS         PIC X(02).
028400     88  WS-MASTER-OK         VALUE '00'.
028500 01  WS-OFFER-STATUS          PIC X(02).
028600     88  WS-OFFER-OK          VALUE '00'.
028700 01  WS-CONDRES-STATUS        PIC X(02).
028800     88  WS-CONDRES-OK        VALUE '00'.
028900 01  WS-RATE-STATUS           PIC X(02).
029000     88  WS-RATE-OK           VALUE '00'.
029100 01  WS-ACAL-STATUS           PIC X(02).
029200     88  WS-ACAL-OK           VALUE '00'.
029300 01  WS-TXN-STATUS            PIC X(02).
029400     88  WS-TXN-OK            VALUE '00'.
029500 01  WS-WORK-STATUS           PIC X(02).
029600     88  WS-WORK-OK           VALUE '00'.
029700 01  WS-ACCT-STATUS           PIC X(02).
029800     88  WS-ACCT-OK           VALUE '00'.
029900 01  WS-REVIEW-STATUS         PIC X(02).
030000     88  WS-REVIEW-OK         VALUE '00'.
030100 01  WS-REGISTER-STATUS       PIC X(02).
030200     88  WS-REGISTER-OK       VALUE '00'.
030300 01  WS-SUITE-AUDIT-STATUS    PIC X(02).
030400     88  WS-SUITE-AUDIT-OK    VALUE '00'.
030500 01  WS-EOF-SWITCH            PIC X(01).
030600     88  WS-AT-EOF            VALUE 'Y'.
030700     88  WS-NOT-AT-EOF        VALUE 'N'.
030800 01  WS-STU-EOF-SWITCH        PIC X(01).
030900     88  WS-STU-AT-EOF        VALUE 'Y'.
031000     88  WS-STU-NOT-AT-EOF    VALUE 'N'.
031100 01  WS-OVERFLOW-SWITCH       PIC X(01) VALUE 'N'.
031200     88  WS-TABLE-OVERFLOWED  VALUE 'Y'.
031300     88  WS-TABLES-FIT        VALUE 'N'.
031400 01  WS-ON-MASTER-SWITCH      PIC X(01).
031500     88  WS-ON-MASTER         VALUE 'Y'.
031600     88  WS-NOT-ON-MASTER     VALUE 'N'.
031700 01  WS-RATE-FOUND-SWITCH     PIC X(01).
031800     88  WS-RATE-FOUND        VALUE 'Y'.
031900     88  WS-RATE-NOT-FOUND    VALUE 'N'.
032000 01  WS-RES-FOUND-SWITCH      PIC X(01).
032100     88  WS-RES-FOUND         VALUE 'Y'.
032200     88  WS-RES-NOT-FOUND     VALUE 'N'.
032300 01  WS-RES-OPEN-SWITCH       PIC X(01) VALUE 'N'.
032400     88  WS-RES-IS-OPEN       VALUE 'Y'.
032500 01  WS-TERM-OPEN-SWITCH      PIC X(01).
032600     88  WS-TERM-OPEN         VALUE 'Y'.
032700     88  WS-TERM-CLOSED       VALUE 'N'.
032800 01  WS-TERM-FUTURE-SWITCH    PIC X(01).
032900     88  WS-TERM-FUTURE       VALUE 'Y'.
033000     88  WS-TERM-BEGUN        VALUE 'N'.
033100 01  WS-OFFER-OPEN-SWITCH     PIC X(01) VALUE 'N'.
033200     88  WS-OFFER-FILE-OPEN   VALUE 'Y'.
033300 01  WS-BUSINESS-DATE         PIC 9(08) VALUE 0.
033400 01  WS-DQ-COUNT              PIC 9(03) COMP VALUE 0.
033500 01  WS-DQ-MAX                PIC 9(03) COMP VALUE 200.
033600 01  WS-DQ-IDX                PIC 9(03) COMP.
033700 01  WS-DQ-SUB                PIC 9(03) COMP.
033800 01  WS-DQ-MATCH              PIC 9(03) COMP.
033900 01  WS-RATE-COUNT            PIC 9(03) COMP VALUE 0.
034000 01  WS-RATE-MAX              PIC 9(03) COMP VALUE 100.
034100 01  WS-RATE-IDX              PIC 9(03) COMP.
034500 01  WS-ACAL-COUNT            PIC 9(02) COMP VALUE 0.
034600 01  WS-ACAL-MAX              PIC 9(02) COMP VALUE 20.
034700 01  WS-ACAL-IDX              PIC 9(02) COMP.
034800 01  WS-REPEATS-IGNORED       PIC 9(04) COMP VALUE 0.
034900 01  WS-STUDENTS-WORKED       PIC 9(04) COMP VALUE 0.
035000 01  WS-ENROLLMENTS-DROPPED   PIC 9(06) COMP VALUE 0.
035100 01  WS-ENROLLMENTS-KEPT      PIC 9(06) COMP VALUE 0.
035200 01  WS-REVERSALS-POSTED      PIC 9(06) COMP VALUE 0.
035300 01  WS-OFFERS-CANCELLED      PIC 9(06) COMP VALUE 0.
035400 01  WS-ACCOUNTS-LISTED       PIC 9(04) COMP VALUE 0.
035500 01  WS-PRICE-STUDENT-ID      PIC 9(09).
035600 01  WS-PRICE-TERM            PIC X(06).
035700 01  WS-RESIDENT-FLAG         PIC X(01).
035800 01  WS-RATE-PER-CREDIT       PIC 9(03)V99 VALUE 0.
035900 01  WS-REVERSAL-AMOUNT       PIC S9(07)V99 VALUE 0.
036000 01  WS-REVERSAL-TOTAL        PIC S9(09)V99 VALUE 0.
036100 01  WS-REVERSAL-DISP         PIC -ZZZZZZZZ9.99.
036200 01  WS-AID-KEPT              PIC 9(05)V99 VALUE 0.
036300 01  WS-AID-RETURN            PIC S9(07)V99 VALUE 0.
036400 01  WS-AID-RETURN-TOTAL      PIC S9(09)V99 VALUE 0.
036500 01  WS-AID-RETURN-DISP       PIC -ZZZZZZZZ9.99.
036600 01  WS-WRITEOFF-TOTAL        PIC S9(09)V99 VALUE 0.
036700 01  WS-WRITEOFF-DISP         PIC -ZZZZZZZZ9.99.
036800 01  WS-OLD-OFFER-STATUS      PIC X(01).
036900 01  WS-TXN-COUNT             PIC 9(06) COMP VALUE 0.
037000 01  WS-HASH-A                PIC S9(09)V99 COMP-3 VALUE 0.
037100 01  WS-HASH-B                PIC S9(09)V99 COMP-3 VALUE 0.
037200 01  WS-HASH-C                PIC S9(09)V99 COMP-3 VALUE 0.
037300 01  WS-HASH-D                PIC S9(09)V99 COMP-3 VALUE 0.
037400 01  WS-HASH-E                PIC S9(09)V99 COMP-3 VALUE 0.
037500*--------------------------------------------------------------*
037600* DP-DECD-TABLE - TONIGHT'S DECDQUE STUDENTS, ONE ENTRY EACH   *
037700* (A STUDENT QUEUED TWICE IS WORKED ONCE), WITH THEIR STUACCT  *
037800* BALANCE BEFORE TONIGHT AND WHAT THIS RUN DID FOR THEM.       *
037900*--------------------------------------------------------------*
038000 01  DP-DECD-TABLE.
038100     05  DP-DECD-ENTRY OCCURS 200 TIMES.
038200         10  DQT-STUDENT-ID   PIC 9(09).
038300         10  DQT-DEATH-DATE   PIC 9(08).
038400         10  DQT-VERIFY-SOURCE PIC X(08).
038500         10  DQT-REQUEST-OPER PIC X(08).
038600         10  DQT-SOURCE       PIC X(08).
038700         10  DQT-BALANCE      PIC S9(07)V99 COMP-3.
038800         10  DQT-REVERSED     PIC S9(07)V99 COMP-3.
038900         10  DQT-DROPPED      PIC 9(04) COMP.
039000         10  DQT-CANCELLED    PIC 9(04) COMP.
039100*--------------------------------------------------------------*
039200* DP-RATE-TABLE - THE TUITRATE PER-CREDIT MATRIX, AS TUITCALC  *
039300* PRICES FROM IT.                                              *
039400*--------------------------------------------------------------*
039500 01  DP-RATE-TABLE.
039600     05  DP-RATE-ENTRY OCCURS 100 TIMES.
039700         10  TRTE-PROGRAM-CODE PIC X(04).
039800         10  TRTE-RESIDENT-FLAG PIC X(01).
039900         10  TRTE-RATE        PIC 9(03)V99.
040800*--------------------------------------------------------------*
040900* DP-ACAL-TABLE - EACH CALENDAR TERM'S PRICING WINDOW, AS      *
041000* TUITCALC HONORS IT, AND ITS FIRST DAY OF CLASSES.            *
041100*--------------------------------------------------------------*
041200 01  DP-ACAL-TABLE.
041300     05  DP-ACAL-ENTRY OCCURS 20 TIMES.
041400         10  TAC-TERM         PIC X(06).
041500         10  TAC-REG-OPEN-DATE PIC 9(08).
041600         10  TAC-TERM-END-DATE PIC 9(08).
041700         10  TAC-CLASS-START-DATE PIC 9(08).
041800 COPY SUITEPRM.
041900 COPY CKPTPARM.
042000 COPY IOERRPRM.
042100 COPY CHNPARM.
042200 COPY STEPPARM.
042200 COPY JRNLPARM.
042200 COPY BALPARM.
042300 PROCEDURE DIVISION.
042400 0000-MAINLINE.
042500     PERFORM 0005-CHECK-CHECKPOINT
042600         THRU 0005-CHECK-CHECKPOINT-EXIT.
042700     MOVE 'DECDPROC' TO SL-PROGRAM-ID.
042800     SET SL-PHASE-START TO TRUE.
042900     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
043000     PERFORM 0010-READ-SUITE-PARM THRU 0010-READ-SUITE-PARM-EXIT.
043100     PERFORM 0020-READ-BUSINESS-DATE
043200         THRU 0020-READ-BUSINESS-DATE-EXIT.
043300     PERFORM 1000-LOAD-QUEUE
043400         THRU 1000-LOAD-QUEUE-EXIT.
043500     IF WS-TABLE-OVERFLOWED
043600         DISPLAY 'DECDPROC: MORE THAN ' WS-DQ-MAX
043700             ' STUDENTS QUEUED - NOTHING DONE. RAISE THE TABLE.'
043800         MOVE 8 TO RETURN-CODE
043900         GO TO 9999-EXIT
044000     END-IF.
044100     IF WS-DQ-COUNT = 0
044200         DISPLAY 'DECDPROC: NO DECEASED STUDENTS QUEUED TONIGHT'
044300         GO TO 8000-END-OF-RUN
044400     END-IF.
044500     PERFORM 0030-LOAD-RATE-TABLE
044600         THRU 0030-LOAD-RATE-TABLE-EXIT.
044700     PERFORM 0040-OPEN-RESIDENCY-FILE
044800         THRU 0040-OPEN-RESIDENCY-FILE-EXIT.
045600     PERFORM 0050-LOAD-ACAD-CALENDAR
045700         THRU 0050-LOAD-ACAD-CALENDAR-EXIT.
045800     PERFORM 1100-SUM-BALANCES
045900         THRU 1100-SUM-BALANCES-EXIT.
046000     OPEN I-O DP-ENROLL-FILE.
046100     IF NOT WS-ENROLL-OK
046200         DISPLAY 'DECDPROC: ENRLMAST OPEN FAILED - STATUS '
046300             WS-ENROLL-STATUS ' - NOTHING DONE, QUEUE KEPT'
046400         MOVE 8 TO RETURN-CODE
046500         GO TO 9999-EXIT
046600     END-IF.
046700     OPEN I-O DP-OFFER-FILE.
046800     IF WS-OFFER-OK
046900         SET WS-OFFER-FILE-OPEN TO TRUE
047000     ELSE
047100         MOVE 'DECDPROC' TO IO-PROGRAM-ID
047200         MOVE 'AWDOFFR ' TO IO-FILE-NAME
047300         MOVE 'OPEN-IO ' TO IO-OPERATION
047400         MOVE WS-OFFER-STATUS TO IO-FILE-STATUS
047500         MOVE 'N' TO IO-MANDATORY-FLAG
047600         CALL 'IOERR' USING IOERR-PARM-BLOCK
047700     END-IF.
047800     OPEN INPUT DP-MASTER-FILE.
047900     OPEN OUTPUT DP-REGISTER-FILE.
048000     OPEN OUTPUT DP-REVIEW-FILE.
048100     PERFORM 0100-ABSORB-EXISTING-DETAIL
048200         THRU 0100-ABSORB-EXISTING-DETAIL-EXIT.
048300     PERFORM 2000-WORK-ONE-STUDENT
048400         THRU 2000-WORK-ONE-STUDENT-EXIT
048500         VARYING WS-DQ-IDX FROM 1 BY 1
048600         UNTIL WS-DQ-IDX > WS-DQ-COUNT.
048700     CLOSE DP-ENROLL-FILE.
048800     IF WS-OFFER-FILE-OPEN
048900         CLOSE DP-OFFER-FILE
049000     END-IF.
049100     CLOSE DP-MASTER-FILE.
049200     CLOSE DP-REGISTER-FILE.
049300     CLOSE DP-REVIEW-FILE.
049400     PERFORM 7100-REWRITE-TXN-FEED
049500         THRU 7100-REWRITE-TXN-FEED-EXIT.
049600     IF SP-PRODUCTION-MODE
049700         PERFORM 6000-STAMP-AUDIT-TRAIL
049800             THRU 6000-STAMP-AUDIT-TRAIL-EXIT
049900             VARYING WS-DQ-IDX FROM 1 BY 1
050000             UNTIL WS-DQ-IDX > WS-DQ-COUNT
050100         PERFORM 7200-EMPTY-QUEUE
050200             THRU 7200-EMPTY-QUEUE-EXIT
050300     END-IF.
050400 8000-END-OF-RUN.
050500     MOVE WS-REVERSAL-TOTAL TO WS-REVERSAL-DISP.
050600     MOVE WS-AID-RETURN-TOTAL TO WS-AID-RETURN-DISP.
050700     MOVE WS-WRITEOFF-TOTAL TO WS-WRITEOFF-DISP.
050800     DISPLAY 'DECDPROC: ' WS-STUDENTS-WORKED ' DECEASED STUDENTS '
050900         'WORKED, ' WS-REPEATS-IGNORED ' REPEAT QUEUE ENTRIES'.
051000     DISPLAY 'DECDPROC: ' WS-ENROLLMENTS-DROPPED ' ENROLLMENTS '
051100         'DROPPED, ' WS-ENROLLMENTS-KEPT ' KEPT (TERM BEGUN)'.
051200     DISPLAY 'DECDPROC: ' WS-REVERSALS-POSTED ' TUITION '
051300         'REVERSALS TOTALLING ' WS-REVERSAL-DISP.
051400     DISPLAY 'DECDPROC: ' WS-OFFERS-CANCELLED ' AID OFFERS '
051500         'CANCELLED, ' WS-AID-RETURN-DISP ' BACK TO THE POOLS'.
051600     DISPLAY 'DECDPROC: ' WS-ACCOUNTS-LISTED ' ACCOUNTS FOR '
051700         'WRITE-OFF REVIEW TOTALLING ' WS-WRITEOFF-DISP.
051800     PERFORM 0900-MARK-CHECKPOINT
051900         THRU 0900-MARK-CHECKPOINT-EXIT.
052000     GO TO 9999-EXIT.
052100*--------------------------------------------------------------*
052200* 0005-CHECK-CHECKPOINT - ASKS CKPTCHK WHETHER DECDPROC        *
052300* ALREADY COMPLETED THIS CYCLE. IF SO, THE RUN ENDS HERE       *
052400* RATHER THAN REVERSING A DECEASED STUDENT'S TUITION TWICE.    *
052500*--------------------------------------------------------------*
052600 0005-CHECK-CHECKPOINT.
052700     MOVE 'DECDPROC' TO CK-PROGRAM-ID.
052800     SET CK-CHECK TO TRUE.
052900     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
053000     IF CK-ALREADY-DONE
053100         DISPLAY 'DECDPROC: ALREADY COMPLETED THIS CYCLE - '
053200             'SKIPPING'
053300         GO TO 9999-EXIT
053400     END-IF.
053500 0005-CHECK-CHECKPOINT-EXIT.
053600     EXIT.
053700*--------------------------------------------------------------*
053800* 0900-MARK-CHECKPOINT - TELLS CKPTCHK THAT DECDPROC COMPLETED *
053900* THIS CYCLE'S QUEUE SUCCESSFULLY.                             *
054000*--------------------------------------------------------------*
054100 0900-MARK-CHECKPOINT.
054200     MOVE 'DECDPROC' TO CK-PROGRAM-ID.
054300     SET CK-MARK TO TRUE.
054400     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
054500     MOVE 'DECDPROC' TO SL-PROGRAM-ID.
054600     SET SL-PHASE-END TO TRUE.
054700     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
054800 0900-MARK-CHECKPOINT-EXIT.
054900     EXIT.
055000*--------------------------------------------------------------*
055100* 0010-READ-SUITE-PARM - READS THE SUITE-WIDE CONTROL CARD     *
055200* FROM SUITEPRM, THEN THE CYCLE NUMBER OFF CYCLENO.            *
055300*--------------------------------------------------------------*
055400 0010-READ-SUITE-PARM.
055500     OPEN INPUT SUITE-PARM-FILE.
055600     IF WS-SUITE-OK
055700         READ SUITE-PARM-FILE
055800             AT END
055900                 CONTINUE
056000         END-READ
056100         IF WS-SUITE-OK
056200             MOVE SP-PARM-CARD (1:1)  TO SP-TEST-MODE-SWITCH
056300             MOVE SP-PARM-CARD (2:10) TO SP-BATCH-ID
056400         END-IF
056500         CLOSE SUITE-PARM-FILE
056600     END-IF.
056700     OPEN INPUT DP-CYCLENO-FILE.
056800     IF WS-CYCLENO-OK
056900         READ DP-CYCLENO-FILE
057000             AT END
057100                 CONTINUE
057200         END-READ
057300         IF WS-CYCLENO-OK
057400             AND CYC-CYCLE-NUMBER NUMERIC
057500             MOVE CYC-CYCLE-NUMBER TO SP-CYCLE-NUMBER
057600         END-IF
057700         CLOSE DP-CYCLENO-FILE
057800     END-IF.
057900 0010-READ-SUITE-PARM-EXIT.
058000     EXIT.
058100*--------------------------------------------------------------*
058200* 0020-READ-BUSINESS-DATE - THE SUITECAL BUSINESS DATE, WALL-  *
058300* CLOCK FALLBACK AS EVERYWHERE. AN ENROLLMENT ADDED ON THIS    *
058400* DATE HAS NOT BEEN PRICED YET AND EARNS NO REVERSAL.          *
058500*--------------------------------------------------------------*
058600 0020-READ-BUSINESS-DATE.
058700     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
058800     OPEN INPUT DP-CAL-FILE.
058900     IF WS-CAL-OK
059000         READ DP-CAL-FILE
059100             AT END
059200                 CONTINUE
059300         END-READ
059400         IF WS-CAL-OK
059500             AND CAL-BUSINESS-DATE NUMERIC
059600             AND CAL-BUSINESS-DATE > 0
059700             MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
059800         END-IF
059900         CLOSE DP-CAL-FILE
060000     END-IF.
060100 0020-READ-BUSINESS-DATE-EXIT.
060200     EXIT.
060300*--------------------------------------------------------------*
060400* 0030-LOAD-RATE-TABLE - LOADS THE TUITRATE PER-CREDIT MATRIX. *
060500* MARKED MANDATORY TO IOERR - WITHOUT RATES NO REVERSAL CAN BE *
060600* PRICED.                                                      *
060700*--------------------------------------------------------------*
060800 0030-LOAD-RATE-TABLE.
060900     MOVE 0 TO WS-RATE-COUNT.
061000     OPEN INPUT DP-RATE-FILE.
061100     IF NOT WS-RATE-OK
061200         MOVE 'DECDPROC' TO IO-PROGRAM-ID
061300         MOVE 'TUITRATE' TO IO-FILE-NAME
061400         MOVE 'OPEN-IN ' TO IO-OPERATION
061500         MOVE WS-RATE-STATUS TO IO-FILE-STATUS
061600         MOVE 'Y' TO IO-MANDATORY-FLAG
061700         CALL 'IOERR' USING IOERR-PARM-BLOCK
061800     END-IF.
061900     IF WS-RATE-OK
062000         PERFORM UNTIL WS-RATE-COUNT = WS-RATE-MAX
062100                 OR NOT WS-RATE-OK
062200             READ DP-RATE-FILE
062300                 AT END
062400                     CONTINUE
062500                 NOT AT END
062600                     IF TRT-RATE-PER-CREDIT NUMERIC
062700                         ADD 1 TO WS-RATE-COUNT
062800                         MOVE TRT-PROGRAM-CODE TO
062900                             TRTE-PROGRAM-CODE (WS-RATE-COUNT)
063000                         MOVE TRT-RESIDENT-FLAG TO
063100                             TRTE-RESIDENT-FLAG (WS-RATE-COUNT)
063200                         MOVE TRT-RATE-PER-CREDIT TO
063300                             TRTE-RATE (WS-RATE-COUNT)
063400                     END-IF
063500             END-READ
063600         END-PERFORM
063700         CLOSE DP-RATE-FILE
063800     END-IF.
063900 0030-LOAD-RATE-TABLE-EXIT.
064000     EXIT.
064100*--------------------------------------------------------------*
064200* 0040-OPEN-RESIDENCY-FILE - CONDRES OPENED FOR KEYED READS    *
064300* BY STUDENT AND TERM. NO RESULTS FILE REVERSES AT THE         *
064400* NON-RESIDENT RATE, AS TUITCALC WOULD HAVE CHARGED.           *
064500*--------------------------------------------------------------*
064600 0040-OPEN-RESIDENCY-FILE.
064900     OPEN INPUT DP-CONDRES-FILE.
065000     IF NOT WS-CONDRES-OK
065100         DISPLAY 'DECDPROC: NO CONDRES DECISIONS - REVERSING '
065200             'NON-RESIDENT'
065300         GO TO 0040-OPEN-RESIDENCY-FILE-EXIT
065400     END-IF.
065500     SET WS-RES-IS-OPEN TO TRUE.
067000 0040-OPEN-RESIDENCY-FILE-EXIT.
067100     EXIT.
068100*--------------------------------------------------------------*
068200* 0050-LOAD-ACAD-CALENDAR - THE ACADCAL PRICING WINDOWS AND    *
068300* FIRST DAYS OF CLASSES. A MISSING MEMBER IS LOGGED TO IOERR;  *
068400* WITH NO CALENDAR NO TERM CAN BE SHOWN TO LIE AHEAD, SO EVERY *
068500* ENROLLMENT IS KEPT FOR THE REGISTRAR TO WORK BY HAND.        *
068600*--------------------------------------------------------------*
068700 0050-LOAD-ACAD-CALENDAR.
068800     MOVE 0 TO WS-ACAL-COUNT.
068900     OPEN INPUT DP-ACAL-FILE.
069000     IF NOT WS-ACAL-OK
069100         MOVE 'DECDPROC' TO IO-PROGRAM-ID
069200         MOVE 'ACADCAL ' TO IO-FILE-NAME
069300         MOVE 'OPEN-IN ' TO IO-OPERATION
069400         MOVE WS-ACAL-STATUS TO IO-FILE-STATUS
069500         MOVE 'N' TO IO-MANDATORY-FLAG
069600         CALL 'IOERR' USING IOERR-PARM-BLOCK
069700         GO TO 0050-LOAD-ACAD-CALENDAR-EXIT
069800     END-IF.
069900     PERFORM UNTIL WS-ACAL-COUNT = WS-ACAL-MAX
070000             OR NOT WS-ACAL-OK
070100         READ DP-ACAL-FILE
070200             AT END
070300                 CONTINUE
070400             NOT AT END
070500                 IF ACL-TERM (1:1) NOT = '*'
070600                     AND ACL-TERM NOT = SPACES
070700                     AND ACL-REG-OPEN-DATE NUMERIC
070800                     AND ACL-TERM-END-DATE NUMERIC
070900                     ADD 1 TO WS-ACAL-COUNT
071000                     MOVE ACL-TERM TO TAC-TERM (WS-ACAL-COUNT)
071100                     MOVE ACL-REG-OPEN-DATE TO
071200                         TAC-REG-OPEN-DATE (WS-ACAL-COUNT)
071300                     MOVE ACL-TERM-END-DATE TO
071400                         TAC-TERM-END-DATE (WS-ACAL-COUNT)
071500                     MOVE 0 TO
071600                         TAC-CLASS-START-DATE (WS-ACAL-COUNT)
071700                     IF ACL-CLASS-START-DATE NUMERIC
071800                         MOVE ACL-CLASS-START-DATE TO
071900                             TAC-CLASS-START-DATE (WS-ACAL-COUNT)
072000                     END-IF
072100                 END-IF
072200         END-READ
072300     END-PERFORM.
072400     CLOSE DP-ACAL-FILE.
072500 0050-LOAD-ACAD-CALENDAR-EXIT.
072600     EXIT.
072700*--------------------------------------------------------------*
072800* 0100-ABSORB-EXISTING-DETAIL - COPIES ANY DETAIL ALREADY ON   *
072900* ADTXN TO THE WORK FILE AND FOLDS ITS AMOUNTS INTO THE        *
073000* RUNNING CONTROL TOTALS, EXACTLY AS TUITCALC DOES. ANY        *
073100* EXISTING HEADER IS DROPPED - THIS STEP RE-HEADS THE COMBINED *
073200* FEED.                                                        *
073300*--------------------------------------------------------------*
073400 0100-ABSORB-EXISTING-DETAIL.
073500     OPEN OUTPUT DP-WORK-FILE.
073600     SET WS-NOT-AT-EOF TO TRUE.
073700     OPEN INPUT DP-TXN-FILE.
073800     IF NOT WS-TXN-OK
073900         GO TO 0100-ABSORB-EXISTING-DETAIL-DONE
074000     END-IF.
074100     PERFORM 0150-READ-ONE-TXN
074200         THRU 0150-READ-ONE-TXN-EXIT.
074300     PERFORM UNTIL WS-AT-EOF
074400         IF TXN-DETAIL-RECORD
074500             AND TXN-AMOUNT NUMERIC
074600             PERFORM 0170-TALLY-ONE-DETAIL
074700                 THRU 0170-TALLY-ONE-DETAIL-EXIT
074800             MOVE TXN-RECORD TO DP-WORK-RECORD
074900             WRITE DP-WORK-RECORD
075000         END-IF
075100         PERFORM 0150-READ-ONE-TXN
075200             THRU 0150-READ-ONE-TXN-EXIT
075300     END-PERFORM.
075400     CLOSE DP-TXN-FILE.
075500 0100-ABSORB-EXISTING-DETAIL-DONE.
075600     CONTINUE.
075700 0100-ABSORB-EXISTING-DETAIL-EXIT.
075800     EXIT.
075900*--------------------------------------------------------------*
076000* 0150-READ-ONE-TXN - A SINGLE READ OF ADTXN.                  *
076100*--------------------------------------------------------------*
076200 0150-READ-ONE-TXN.
076300     READ DP-TXN-FILE
076400         AT END SET WS-AT-EOF TO TRUE
076500     END-READ.
076600 0150-READ-ONE-TXN-EXIT.
076700     EXIT.
076800*--------------------------------------------------------------*
076900* 0170-TALLY-ONE-DETAIL - ONE DETAIL RECORD INTO THE COUNT AND *
077000* ITS CATEGORY'S HASH TOTAL.                                   *
077100*--------------------------------------------------------------*
077200 0170-TALLY-ONE-DETAIL.
077300     ADD 1 TO WS-TXN-COUNT.
077400     EVALUATE TXN-CATEGORY
077500         WHEN 'A'
077600             ADD TXN-AMOUNT TO WS-HASH-A
077700         WHEN 'B'
077800             ADD TXN-AMOUNT TO WS-HASH-B
077900         WHEN 'C'
078000             ADD TXN-AMOUNT TO WS-HASH-C
078100         WHEN 'D'
078200             ADD TXN-AMOUNT TO WS-HASH-D
078300         WHEN 'E'
078400             ADD TXN-AMOUNT TO WS-HASH-E
078500         WHEN OTHER
078600             CONTINUE
078700     END-EVALUATE.
078800 0170-TALLY-ONE-DETAIL-EXIT.
078900     EXIT.
079000*--------------------------------------------------------------*
079100* 1000-LOAD-QUEUE - TONIGHT'S DECDQUE RECORDS INTO THE TABLE.  *
079200* NO FILE IS NOBODY QUEUED.                                    *
079300*--------------------------------------------------------------*
079400 1000-LOAD-QUEUE.
079500     SET WS-NOT-AT-EOF TO TRUE.
079600     OPEN INPUT DP-DECDQ-FILE.
079700     IF NOT WS-DECDQ-OK
079800         GO TO 1000-LOAD-QUEUE-EXIT
079900     END-IF.
080000     PERFORM UNTIL WS-AT-EOF
080100         READ DP-DECDQ-FILE
080200             AT END
080300                 SET WS-AT-EOF TO TRUE
080400             NOT AT END
080500                 IF DQ-STUDENT-ID NUMERIC
080600                     AND DQ-STUDENT-ID > 0
080700                     PERFORM 1050-LOAD-ONE-ENTRY
080800                         THRU 1050-LOAD-ONE-ENTRY-EXIT
080900                 END-IF
081000         END-READ
081100     END-PERFORM.
081200     CLOSE DP-DECDQ-FILE.
081300 1000-LOAD-QUEUE-EXIT.
081400     EXIT.
081500*--------------------------------------------------------------*
081600* 1050-LOAD-ONE-ENTRY - ONE QUEUE RECORD INTO THE NEXT SLOT. A *
081700* STUDENT ALREADY IN THE TABLE (THE FEED AND THE COUNTER BOTH  *
081800* RECORDED THE DEATH) IS COUNTED AND PASSED OVER.              *
081900*--------------------------------------------------------------*
082000 1050-LOAD-ONE-ENTRY.
082100     MOVE 0 TO WS-DQ-MATCH.
082200     PERFORM VARYING WS-DQ-SUB FROM 1 BY 1
082300             UNTIL WS-DQ-SUB > WS-DQ-COUNT
082400             OR WS-DQ-MATCH > 0
082500         IF DQT-STUDENT-ID (WS-DQ-SUB) = DQ-STUDENT-ID
082600             MOVE WS-DQ-SUB TO WS-DQ-MATCH
082700         END-IF
082800     END-PERFORM.
082900     IF WS-DQ-MATCH > 0
083000         ADD 1 TO WS-REPEATS-IGNORED
083100         GO TO 1050-LOAD-ONE-ENTRY-EXIT
083200     END-IF.
083300     IF WS-DQ-COUNT = WS-DQ-MAX
083400         SET WS-TABLE-OVERFLOWED TO TRUE
083500         SET WS-AT-EOF TO TRUE
083600         GO TO 1050-LOAD-ONE-ENTRY-EXIT
083700     END-IF.
083800     ADD 1 TO WS-DQ-COUNT.
083900     MOVE DQ-STUDENT-ID TO DQT-STUDENT-ID (WS-DQ-COUNT).
084000     MOVE DQ-DEATH-DATE TO DQT-DEATH-DATE (WS-DQ-COUNT).
084100     MOVE DQ-VERIFY-SOURCE TO DQT-VERIFY-SOURCE (WS-DQ-COUNT).
084200     MOVE DQ-REQUEST-OPER TO DQT-REQUEST-OPER (WS-DQ-COUNT).
084300     MOVE DQ-SOURCE TO DQT-SOURCE (WS-DQ-COUNT).
084400     MOVE 0 TO DQT-BALANCE (WS-DQ-COUNT).
084500     MOVE 0 TO DQT-REVERSED (WS-DQ-COUNT).
084600     MOVE 0 TO DQT-DROPPED (WS-DQ-COUNT).
084700     MOVE 0 TO DQT-CANCELLED (WS-DQ-COUNT).
084800 1050-LOAD-ONE-ENTRY-EXIT.
084900     EXIT.
085000*--------------------------------------------------------------*
085100* 1100-SUM-BALANCES - ONE PASS OF STUACCT ADDING EVERY POSTING *
085200* FOR A QUEUED STUDENT INTO THEIR BALANCE, TAKEN BEFORE        *
085300* TONIGHT'S REVERSALS ARE APPENDED; THE REVERSALS ARE ADDED AS *
085400* THEY ARE PRICED, SO A TEST-MODE RUN SHOWS THE SAME FIGURE.   *
085500*--------------------------------------------------------------*
085600 1100-SUM-BALANCES.
085700     SET WS-NOT-AT-EOF TO TRUE.
085800     OPEN INPUT DP-ACCT-FILE.
085900     IF NOT WS-ACCT-OK
086000         DISPLAY 'DECDPROC: NO STUACCT SUBLEDGER - BALANCES '
086100             'SHOWN AS TONIGHT''S REVERSALS ONLY'
086200         GO TO 1100-SUM-BALANCES-EXIT
086300     END-IF.
086400     PERFORM UNTIL WS-AT-EOF
086500         READ DP-ACCT-FILE
086600             AT END
086700                 SET WS-AT-EOF TO TRUE
086800             NOT AT END
086900                 IF SUB-AMOUNT NUMERIC
087000                     PERFORM 1150-ADD-ONE-POSTING
087100                         THRU 1150-ADD-ONE-POSTING-EXIT
087200                 END-IF
087300         END-READ
087400     END-PERFORM.
087500     CLOSE DP-ACCT-FILE.
087600 1100-SUM-BALANCES-EXIT.
087700     EXIT.
087800*--------------------------------------------------------------*
087900* 1150-ADD-ONE-POSTING - ONE STUACCT RECORD INTO ITS QUEUED    *
088000* STUDENT'S BALANCE, IF IT BELONGS TO ONE.                     *
088100*--------------------------------------------------------------*
088200 1150-ADD-ONE-POSTING.
088300     PERFORM VARYING WS-DQ-SUB FROM 1 BY 1
088400             UNTIL WS-DQ-SUB > WS-DQ-COUNT
088500         IF DQT-STUDENT-ID (WS-DQ-SUB) = SUB-STUDENT-ID
088600             ADD SUB-AMOUNT TO DQT-BALANCE (WS-DQ-SUB)
088700             MOVE WS-DQ-COUNT TO WS-DQ-SUB
088800         END-IF
088900     END-PERFORM.
089000 1150-ADD-ONE-POSTING-EXIT.
089100     EXIT.
089200*--------------------------------------------------------------*
089300* 2000-WORK-ONE-STUDENT - ONE DECEASED STUDENT: THE S LINE,    *
089400* THEIR FUTURE ENROLLMENTS DROPPED, THEIR OPEN AID CANCELLED   *
089500* AND THEIR BALANCE LISTED FOR WRITE-OFF REVIEW.               *
089600*--------------------------------------------------------------*
089700 2000-WORK-ONE-STUDENT.
089800     ADD 1 TO WS-STUDENTS-WORKED.
089900     SET WS-ON-MASTER TO TRUE.
090000     MOVE DQT-STUDENT-ID (WS-DQ-IDX) TO STM-STUDENT-ID.
090100     READ DP-MASTER-FILE
090200         INVALID KEY
090300             SET WS-NOT-ON-MASTER TO TRUE
090400             MOVE '*** NOT ON STUMAST' TO STM-NAME
090500     END-READ.
090600     MOVE SPACES TO DP-REGISTER-RECORD.
090700     SET DPR-STUDENT-LINE TO TRUE.
090800     MOVE DQT-STUDENT-ID (WS-DQ-IDX) TO DPS-STUDENT-ID.
090900     MOVE STM-NAME TO DPS-NAME.
091000     MOVE DQT-DEATH-DATE (WS-DQ-IDX) TO DPS-DEATH-DATE.
091100     MOVE DQT-VERIFY-SOURCE (WS-DQ-IDX) TO DPS-VERIFY-SOURCE.
091200     MOVE DQT-REQUEST-OPER (WS-DQ-IDX) TO DPS-REQUEST-OPER.
091300     MOVE DQT-SOURCE (WS-DQ-IDX) TO DPS-SOURCE.
091400     WRITE DP-REGISTER-RECORD.
091500     PERFORM 2100-DROP-FUTURE-ENROLLMENTS
091600         THRU 2100-DROP-FUTURE-ENROLLMENTS-EXIT.
091700     IF WS-OFFER-FILE-OPEN
091800         PERFORM 4000-CANCEL-OPEN-AID
091900             THRU 4000-CANCEL-OPEN-AID-EXIT
092000     END-IF.
092100     PERFORM 5000-LIST-BALANCE
092200         THRU 5000-LIST-BALANCE-EXIT.
092300 2000-WORK-ONE-STUDENT-EXIT.
092400     EXIT.
092500*--------------------------------------------------------------*
092600* 2100-DROP-FUTURE-ENROLLMENTS - EVERY ENRLMAST RECORD FOR THE *
092700* STUDENT, READ FROM THE FIRST KEY CARRYING THEIR ID.          *
092800*--------------------------------------------------------------*
092900 2100-DROP-FUTURE-ENROLLMENTS.
093000     SET WS-STU-NOT-AT-EOF TO TRUE.
093100     MOVE DQT-STUDENT-ID (WS-DQ-IDX) TO ENR-STUDENT-ID.
093200     MOVE LOW-VALUES TO ENR-COURSE-ID.
093300     MOVE LOW-VALUES TO ENR-SECTION.
093400     MOVE LOW-VALUES TO ENR-TERM.
093500     START DP-ENROLL-FILE KEY IS NOT LESS THAN ENR-KEY
093600         INVALID KEY
093700             SET WS-STU-AT-EOF TO TRUE
093800     END-START.
093900     PERFORM UNTIL WS-STU-AT-EOF
094000         READ DP-ENROLL-FILE NEXT RECORD
094100             AT END
094200                 SET WS-STU-AT-EOF TO TRUE
094300             NOT AT END
094400                 IF ENR-STUDENT-ID NOT =
094500                     DQT-STUDENT-ID (WS-DQ-IDX)
094600                     SET WS-STU-AT-EOF TO TRUE
094700                 ELSE
094800                     PERFORM 2150-CONSIDER-ONE-ENROLLMENT
094900                         THRU 2150-CONSIDER-ONE-ENROLLMENT-EXIT
095000                 END-IF
095100         END-READ
095200     END-PERFORM.
095300 2100-DROP-FUTURE-ENROLLMENTS-EXIT.
095400     EXIT.
095500*--------------------------------------------------------------*
095600* 2150-CONSIDER-ONE-ENROLLMENT - AN ACTIVE ENROLLMENT IN A     *
095700* TERM WHOSE CLASSES BEGIN AFTER THE DATE OF DEATH IS PRICED,  *
095800* DELETED AND REVERSED IN FULL. ONE IN A TERM ALREADY BEGUN IS *
095900* LEFT FOR THE REGISTRAR'S WITHDRAWAL AND LISTED AS KEPT; A W  *
096000* IS ALREADY SETTLED. TEST MODE DELETES AND POSTS NOTHING.     *
096100*--------------------------------------------------------------*
096200 2150-CONSIDER-ONE-ENROLLMENT.
096300     IF NOT ENR-ACTIVE
096400         GO TO 2150-CONSIDER-ONE-ENROLLMENT-EXIT
096500     END-IF.
096600     PERFORM 2160-CHECK-TERM-FUTURE
096700         THRU 2160-CHECK-TERM-FUTURE-EXIT.
096800     MOVE SPACES TO DP-REGISTER-RECORD.
096900     MOVE ENR-COURSE-ID TO DPE-COURSE-ID.
097000     MOVE ENR-SECTION TO DPE-SECTION.
097100     MOVE ENR-TERM TO DPE-TERM.
097200     MOVE ENR-CREDIT-HOURS TO DPE-CREDITS.
097300     IF WS-TERM-BEGUN
097400         SET DPR-KEPT-LINE TO TRUE
097500         MOVE 0 TO DPE-REVERSAL
097600         MOVE 'KEPT - TERM BEGUN' TO DPE-NOTE
097700         WRITE DP-REGISTER-RECORD
097800         ADD 1 TO WS-ENROLLMENTS-KEPT
097900         GO TO 2150-CONSIDER-ONE-ENROLLMENT-EXIT
098000     END-IF.
098100     PERFORM 3100-PRICE-REVERSAL
098200         THRU 3100-PRICE-REVERSAL-EXIT.
098300     SET DPR-DROP-LINE TO TRUE.
098400     MOVE WS-REVERSAL-AMOUNT TO DPE-REVERSAL.
098500     MOVE 'DROPPED - DECEASED' TO DPE-NOTE.
098600     ADD 1 TO WS-ENROLLMENTS-DROPPED.
098700     ADD 1 TO DQT-DROPPED (WS-DQ-IDX).
098800     ADD WS-REVERSAL-AMOUNT TO DQT-REVERSED (WS-DQ-IDX).
098900     IF SP-TEST-MODE
099000         WRITE DP-REGISTER-RECORD
099100         GO TO 2150-CONSIDER-ONE-ENROLLMENT-EXIT
099200     END-IF.
099300     DELETE DP-ENROLL-FILE RECORD
099400         INVALID KEY
099500             DISPLAY 'DECDPROC: DELETE FAILED FOR ' ENR-KEY
099600                 ' - STATUS ' WS-ENROLL-STATUS
099700             MOVE 4 TO RETURN-CODE
099800             MOVE 'DELETE FAILED' TO DPE-NOTE
099900             WRITE DP-REGISTER-RECORD
100000             GO TO 2150-CONSIDER-ONE-ENROLLMENT-EXIT
100100     END-DELETE.
100100     PERFORM 8710-JOURNAL-ENROLL-DELETE
100100         THRU 8710-JOURNAL-ENROLL-DELETE-EXIT.
100200     WRITE DP-REGISTER-RECORD.
100300     IF WS-REVERSAL-AMOUNT NOT = 0
100400         PERFORM 3200-WRITE-REVERSAL-DETAIL
100500             THRU 3200-WRITE-REVERSAL-DETAIL-EXIT
100600     END-IF.
100700 2150-CONSIDER-ONE-ENROLLMENT-EXIT.
100800     EXIT.
100900*--------------------------------------------------------------*
101000* 2160-CHECK-TERM-FUTURE - THE ENROLLMENT'S TERM LIES AHEAD    *
101100* WHEN ITS ACADCAL FIRST DAY OF CLASSES FALLS AFTER THE DATE   *
101200* OF DEATH. A TERM NOT ON THE CALENDAR, OR ONE WITH NO CLASS   *
101300* START DATE KEYED, CANNOT BE SHOWN TO LIE AHEAD AND IS KEPT.  *
101400*--------------------------------------------------------------*
101500 2160-CHECK-TERM-FUTURE.
101600     SET WS-TERM-BEGUN TO TRUE.
101700     PERFORM VARYING WS-ACAL-IDX FROM 1 BY 1
101800             UNTIL WS-ACAL-IDX > WS-ACAL-COUNT
101900         IF TAC-TERM (WS-ACAL-IDX) = ENR-TERM
102000             AND TAC-CLASS-START-DATE (WS-ACAL-IDX) > 0
102100             AND TAC-CLASS-START-DATE (WS-ACAL-IDX)
102200                 > DQT-DEATH-DATE (WS-DQ-IDX)
102300             SET WS-TERM-FUTURE TO TRUE
102400         END-IF
102500     END-PERFORM.
102600 2160-CHECK-TERM-FUTURE-EXIT.
102700     EXIT.
102800*--------------------------------------------------------------*
102900* 3100-PRICE-REVERSAL - THE FULL TUITION TUITCALC CHARGED FOR  *
103000* THE ENROLLMENT, AS A NEGATIVE AMOUNT: CREDITS TIMES THE      *
103100* STUDENT'S PROGRAM/RESIDENCY RATE FOR THE TERM, THE SAME      *
103200* PRICING SECCANCL REVERSES AT. NOTHING IS REVERSED FOR AN     *
103300* ENROLLMENT TUITCALC NEVER PRICED - ONE ADDED TONIGHT, ONE    *
103400* ADDED OUTSIDE ITS TERM'S ACADCAL WINDOW, OR A STUDENT OR     *
103500* RATE TUITCALC WOULD SKIP.                                    *
103600*--------------------------------------------------------------*
103700 3100-PRICE-REVERSAL.
103800     MOVE 0 TO WS-REVERSAL-AMOUNT.
103900     IF ENR-ADD-DATE NOT NUMERIC
104000         OR ENR-ADD-DATE NOT < WS-BUSINESS-DATE
104100         OR WS-NOT-ON-MASTER
104200         GO TO 3100-PRICE-REVERSAL-EXIT
104300     END-IF.
104400     SET WS-TERM-OPEN TO TRUE.
104500     PERFORM VARYING WS-ACAL-IDX FROM 1 BY 1
104600             UNTIL WS-ACAL-IDX > WS-ACAL-COUNT
104700         IF TAC-TERM (WS-ACAL-IDX) = ENR-TERM
104800             IF ENR-ADD-DATE < TAC-REG-OPEN-DATE (WS-ACAL-IDX)
104900                 OR ENR-ADD-DATE > TAC-TERM-END-DATE (WS-ACAL-IDX)
105000                 SET WS-TERM-CLOSED TO TRUE
105100             END-IF
105200         END-IF
105300     END-PERFORM.
105400     IF WS-TERM-CLOSED
105500         GO TO 3100-PRICE-REVERSAL-EXIT
105600     END-IF.
105700     MOVE ENR-STUDENT-ID TO WS-PRICE-STUDENT-ID.
105800     MOVE ENR-TERM TO WS-PRICE-TERM.
105900     PERFORM 3110-FIND-RESIDENCY
106000         THRU 3110-FIND-RESIDENCY-EXIT.
106100     PERFORM 3120-FIND-RATE
106200         THRU 3120-FIND-RATE-EXIT.
106300     IF WS-RATE-NOT-FOUND
106400         GO TO 3100-PRICE-REVERSAL-EXIT
106500     END-IF.
106600     COMPUTE WS-REVERSAL-AMOUNT =
106700         0 - (ENR-CREDIT-HOURS * WS-RATE-PER-CREDIT).
106800 3100-PRICE-REVERSAL-EXIT.
106900     EXIT.
107000*--------------------------------------------------------------*
107100* 3110-FIND-RESIDENCY - THE CONDRES DECISION FOR THE STUDENT   *
107200* AND TERM. ELIGIBLE PRICED RESIDENT; ANYTHING ELSE PRICED     *
107300* NON-RESIDENT.                                                *
107400*--------------------------------------------------------------*
107500 3110-FIND-RESIDENCY.
107600     MOVE 'N' TO WS-RESIDENT-FLAG.
107700     SET WS-RES-NOT-FOUND TO TRUE.
107800     IF NOT WS-RES-IS-OPEN
107900         GO TO 3110-FIND-RESIDENCY-EXIT
108000     END-IF.
108100     MOVE WS-PRICE-STUDENT-ID TO RES-STUDENT-ID.
108200     MOVE WS-PRICE-TERM TO RES-TERM.
108300     READ DP-CONDRES-FILE
108400         INVALID KEY
108500             GO TO 3110-FIND-RESIDENCY-EXIT
108600     END-READ.
108700     SET WS-RES-FOUND TO TRUE.
108710     IF RES-ELIGIBLE-FLAG = '1'
108720         MOVE 'R' TO WS-RESIDENT-FLAG
108800     END-IF.
108900 3110-FIND-RESIDENCY-EXIT.
109000     EXIT.
109100*--------------------------------------------------------------*
109200* 3120-FIND-RATE - THE PROGRAM/RESIDENCY RATE ROW, FALLING     *
109300* BACK TO THE '****' CATCH-ALL PROGRAM.                        *
109400*--------------------------------------------------------------*
109500 3120-FIND-RATE.
109600     SET WS-RATE-NOT-FOUND TO TRUE.
109700     PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
109800             UNTIL WS-RATE-IDX > WS-RATE-COUNT
109900             OR WS-RATE-FOUND
110000         IF TRTE-PROGRAM-CODE (WS-RATE-IDX) = STM-PROGRAM-CODE
110100             AND TRTE-RESIDENT-FLAG (WS-RATE-IDX)
110200                 = WS-RESIDENT-FLAG
110300             SET WS-RATE-FOUND TO TRUE
110400             MOVE TRTE-RATE (WS-RATE-IDX) TO WS-RATE-PER-CREDIT
110500         END-IF
110600     END-PERFORM.
110700     IF WS-RATE-NOT-FOUND
110800         PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
110900                 UNTIL WS-RATE-IDX > WS-RATE-COUNT
111000                 OR WS-RATE-FOUND
111100             IF TRTE-PROGRAM-CODE (WS-RATE-IDX) = '****'
111200                 AND TRTE-RESIDENT-FLAG (WS-RATE-IDX)
111300                     = WS-RESIDENT-FLAG
111400                 SET WS-RATE-FOUND TO TRUE
111500                 MOVE TRTE-RATE (WS-RATE-IDX)
111600                     TO WS-RATE-PER-CREDIT
111700             END-IF
111800         END-PERFORM
111900     END-IF.
112000 3120-FIND-RATE-EXIT.
112100     EXIT.
112200*--------------------------------------------------------------*
112300* 3200-WRITE-REVERSAL-DETAIL - ONE NEGATIVE CATEGORY-A DETAIL  *
112400* RECORD TO THE WORK FILE, FOLDED INTO THE CONTROL TOTALS, AND *
112500* THE SAME AMOUNT ONTO THE STUDENT'S STUACCT ACCOUNT SO THE    *
112600* SUBLEDGER AND THE LEDGER SEE ONE EVENT.                      *
112700*--------------------------------------------------------------*
112800 3200-WRITE-REVERSAL-DETAIL.
112900     MOVE SPACES TO TXN-RECORD.
113000     MOVE 'D' TO TXN-RECORD-TYPE.
113100     MOVE 'A' TO TXN-CATEGORY.
113200     MOVE 'I' TO TXN-FUND-CODE.
113300     MOVE WS-REVERSAL-AMOUNT TO TXN-AMOUNT.
113400     PERFORM 0170-TALLY-ONE-DETAIL
113500         THRU 0170-TALLY-ONE-DETAIL-EXIT.
113600     MOVE TXN-RECORD TO DP-WORK-RECORD.
113700     WRITE DP-WORK-RECORD.
113800     OPEN EXTEND DP-ACCT-FILE.
113900     IF NOT WS-ACCT-OK
114000         CLOSE DP-ACCT-FILE
114100         OPEN OUTPUT DP-ACCT-FILE
114200     END-IF.
114300     MOVE SPACES TO STU-ACCT-RECORD.
114400     MOVE ENR-STUDENT-ID TO SUB-STUDENT-ID.
114500     ACCEPT SUB-POST-DATE FROM DATE YYYYMMDD.
114600     ACCEPT SUB-POST-TIME FROM TIME.
114700     MOVE 'DECDPROC' TO SUB-SOURCE.
114800     MOVE 'A' TO SUB-CATEGORY.
114900     MOVE WS-REVERSAL-AMOUNT TO SUB-AMOUNT.
115000     MOVE 'DECEASED - DROPPED' TO SUB-DESC.
115100     WRITE STU-ACCT-RECORD.
115100     IF WS-ACCT-OK
115100         PERFORM 8700-JOURNAL-ACCT-POST
115100             THRU 8700-JOURNAL-ACCT-POST-EXIT
115100         PERFORM 8780-POST-ACCT-BALANCE
115100             THRU 8780-POST-ACCT-BALANCE-EXIT
115100     END-IF.
115200     CLOSE DP-ACCT-FILE.
115300     ADD 1 TO WS-REVERSALS-POSTED.
115400     ADD WS-REVERSAL-AMOUNT TO WS-REVERSAL-TOTAL.
115500 3200-WRITE-REVERSAL-DETAIL-EXIT.
115600     EXIT.
115700*--------------------------------------------------------------*
115800* 4000-CANCEL-OPEN-AID - EVERY AWDOFFR OFFER FOR THE STUDENT,  *
115900* READ FROM THE FIRST KEY CARRYING THEIR ID.                   *
116000*--------------------------------------------------------------*
116100 4000-CANCEL-OPEN-AID.
116200     SET WS-STU-NOT-AT-EOF TO TRUE.
116300     MOVE DQT-STUDENT-ID (WS-DQ-IDX) TO OFR-STUDENT-ID.
116400     MOVE LOW-VALUES TO OFR-TERM.
116500     MOVE LOW-VALUES TO OFR-AID-CODE.
116600     START DP-OFFER-FILE KEY IS NOT LESS THAN OFR-KEY
116700         INVALID KEY
116800             SET WS-STU-AT-EOF TO TRUE
116900     END-START.
117000     PERFORM UNTIL WS-STU-AT-EOF
117100         READ DP-OFFER-FILE NEXT RECORD
117200             AT END
117300                 SET WS-STU-AT-EOF TO TRUE
117400             NOT AT END
117500                 IF OFR-STUDENT-ID NOT =
117600                     DQT-STUDENT-ID (WS-DQ-IDX)
117700                     SET WS-STU-AT-EOF TO TRUE
117800                 ELSE
117900                     PERFORM 4100-CONSIDER-ONE-OFFER
118000                         THRU 4100-CONSIDER-ONE-OFFER-EXIT
118100                 END-IF
118200         END-READ
118300     END-PERFORM.
118400 4000-CANCEL-OPEN-AID-EXIT.
118500     EXIT.
118600*--------------------------------------------------------------*
118700* 4100-CONSIDER-ONE-OFFER - AN OFFER STILL OPEN, OR ACCEPTED   *
118800* BUT NOT ALL RELEASED TO AIDDISB, IS CANCELLED WITH ITS       *
118900* ACCEPTED AMOUNT CUT BACK TO WHAT HAS ALREADY BEEN RELEASED.  *
119000* THE AWDACPT SWEEP LATER TONIGHT RETURNS THE REST TO THE AID  *
119100* CODE'S POOL AND SENDS NO NOTICE. MONEY ALREADY RELEASED FOR  *
119200* PAYMENT IS LEFT TO THE AID OFFICE.                           *
119300*--------------------------------------------------------------*
119400 4100-CONSIDER-ONE-OFFER.
119500     IF OFR-OFFERED
119600         MOVE 0 TO WS-AID-KEPT
119700     ELSE
119800         IF (OFR-ACCEPTED OR OFR-REDUCED)
119900             AND OFR-RELEASED-AMOUNT < OFR-ACCEPTED-AMOUNT
120000             MOVE OFR-RELEASED-AMOUNT TO WS-AID-KEPT
120100         ELSE
120200             GO TO 4100-CONSIDER-ONE-OFFER-EXIT
120300         END-IF
120400     END-IF.
120500     MOVE OFR-STATUS TO WS-OLD-OFFER-STATUS.
120600     COMPUTE WS-AID-RETURN = OFR-OFFER-AMOUNT - WS-AID-KEPT
120700         - OFR-RETURNED-AMOUNT.
120800     SET OFR-CANCELLED TO TRUE.
120900     MOVE WS-AID-KEPT TO OFR-ACCEPTED-AMOUNT.
121000     MOVE WS-BUSINESS-DATE TO OFR-RESPONSE-DATE.
121100     MOVE 'DECDPROC' TO OFR-UPDATED-BY.
121200     MOVE SPACES TO DP-REGISTER-RECORD.
121300     SET DPR-AID-LINE TO TRUE.
121400     MOVE OFR-TERM TO DPA-TERM.
121500     MOVE OFR-AID-CODE TO DPA-AID-CODE.
121600     MOVE WS-OLD-OFFER-STATUS TO DPA-OLD-STATUS.
121700     MOVE OFR-OFFER-AMOUNT TO DPA-OFFER-AMOUNT.
121800     MOVE WS-AID-KEPT TO DPA-KEPT-AMOUNT.
121900     MOVE WS-AID-RETURN TO DPA-RETURN-AMOUNT.
122000     MOVE 'CANCELLED - TO POOL' TO DPA-NOTE.
122100     IF SP-PRODUCTION-MODE
122200         REWRITE AWD-OFFER-RECORD
122300             INVALID KEY
122400                 DISPLAY 'DECDPROC: AWDOFFR REWRITE FAILED FOR '
122500                     OFR-KEY ' - STATUS ' WS-OFFER-STATUS
122600                 MOVE 4 TO RETURN-CODE
122700                 MOVE 'REWRITE FAILED' TO DPA-NOTE
122800                 WRITE DP-REGISTER-RECORD
122900                 GO TO 4100-CONSIDER-ONE-OFFER-EXIT
123000         END-REWRITE
123100     END-IF.
123200     WRITE DP-REGISTER-RECORD.
123300     ADD 1 TO WS-OFFERS-CANCELLED.
123400     ADD 1 TO DQT-CANCELLED (WS-DQ-IDX).
123500     ADD WS-AID-RETURN TO WS-AID-RETURN-TOTAL.
123600 4100-CONSIDER-ONE-OFFER-EXIT.
123700     EXIT.
123800*--------------------------------------------------------------*
123900* 5000-LIST-BALANCE - THE STUDENT'S B LINE: THE STUACCT        *
124000* BALANCE WITH TONIGHT'S REVERSALS IN IT. ANY BALANCE LEFT     *
124100* OWING OR IN CREDIT GOES ON THE WOFFRVW WRITE-OFF REVIEW      *
124200* LIST; A SETTLED ACCOUNT SAYS SO ON THE REGISTER ONLY.        *
124300*--------------------------------------------------------------*
124400 5000-LIST-BALANCE.
124500     ADD DQT-REVERSED (WS-DQ-IDX) TO DQT-BALANCE (WS-DQ-IDX).
124600     MOVE SPACES TO DP-REGISTER-RECORD.
124700     SET DPR-BALANCE-LINE TO TRUE.
124800     MOVE 'STUACCT BALANCE' TO DPB-LABEL.
124900     MOVE DQT-BALANCE (WS-DQ-IDX) TO DPB-BALANCE.
125000     IF DQT-BALANCE (WS-DQ-IDX) = 0
125100         MOVE 'ACCOUNT SETTLED' TO DPB-NOTE
125200         WRITE DP-REGISTER-RECORD
125300         GO TO 5000-LIST-BALANCE-EXIT
125400     END-IF.
125500     MOVE 'TO WRITE-OFF REVIEW' TO DPB-NOTE.
125600     WRITE DP-REGISTER-RECORD.
125700     MOVE SPACES TO DP-REVIEW-RECORD.
125800     MOVE DQT-STUDENT-ID (WS-DQ-IDX) TO WOR-STUDENT-ID.
125900     MOVE STM-NAME TO WOR-NAME.
126000     MOVE DQT-DEATH-DATE (WS-DQ-IDX) TO WOR-DEATH-DATE.
126100     MOVE DQT-VERIFY-SOURCE (WS-DQ-IDX) TO WOR-VERIFY-SOURCE.
126200     MOVE DQT-BALANCE (WS-DQ-IDX) TO WOR-BALANCE.
126300     MOVE WS-BUSINESS-DATE TO WOR-LIST-DATE.
126400     MOVE 'DECDPROC' TO WOR-SOURCE.
126500     WRITE DP-REVIEW-RECORD.
126600     ADD 1 TO WS-ACCOUNTS-LISTED.
126700     ADD DQT-BALANCE (WS-DQ-IDX) TO WS-WRITEOFF-TOTAL.
126800 5000-LIST-BALANCE-EXIT.
126900     EXIT.
127000*--------------------------------------------------------------*
127100* 6000-STAMP-AUDIT-TRAIL - ONE AUDITLOG RECORD PER DECEASED    *
127200* STUDENT WORKED, CHAINED THROUGH AUDCHN. THE KEY FIELD IS THE *
127300* STUDENT, THE KEY COUNT THE ENROLLMENTS DROPPED.              *
127400*--------------------------------------------------------------*
127500 6000-STAMP-AUDIT-TRAIL.
127600     OPEN EXTEND DP-AUDIT-FILE.
127700     IF NOT WS-SUITE-AUDIT-OK
127800         CLOSE DP-AUDIT-FILE
127900         OPEN OUTPUT DP-AUDIT-FILE
128000     END-IF.
128100     MOVE 'DECDPROC' TO AT-PROGRAM-ID.
128200     ACCEPT AT-RUN-DATE FROM DATE YYYYMMDD.
128300     ACCEPT AT-RUN-TIME FROM TIME.
128400     MOVE SPACES TO AT-KEY-FIELD.
128500     MOVE 'DECD ' TO AT-KEY-FIELD (1:5).
128600     MOVE DQT-STUDENT-ID (WS-DQ-IDX) TO AT-KEY-FIELD (6:9).
128700     MOVE DQT-DROPPED (WS-DQ-IDX) TO AT-KEY-COUNT.
128800     MOVE SP-CYCLE-NUMBER TO AT-CYCLE-NUMBER.
128900     MOVE AT-RUN-DATE TO CHN-RUN-DATE.
129000     MOVE AT-RUN-TIME TO CHN-RUN-TIME.
129100     MOVE AT-KEY-COUNT TO CHN-KEY-COUNT.
129200     MOVE AT-PROGRAM-ID TO CHN-PROGRAM-ID.
129300     MOVE AT-KEY-FIELD TO CHN-KEY-FIELD.
129400     CALL 'AUDCHN' USING CHN-PARM-BLOCK.
129500     MOVE CHN-SEQUENCE TO AT-SEQUENCE.
129600     MOVE CHN-CHAIN-HASH TO AT-CHAIN-HASH.
129700     WRITE SUITE-AUDIT-RECORD.
129800     CLOSE DP-AUDIT-FILE.
129900 6000-STAMP-AUDIT-TRAIL-EXIT.
130000     EXIT.
130100*--------------------------------------------------------------*
130200* 7100-REWRITE-TXN-FEED - THE COMBINED FEED BACK TO ADTXN: ONE *
130300* CONTROL HEADER WITH THE COUNT AND PER-CATEGORY HASH TOTALS,  *
130400* THEN EVERY DETAIL OFF THE WORK FILE. A TEST-MODE RUN LEAVES  *
130500* ADTXN EXACTLY AS IT FOUND IT.                                *
130600*--------------------------------------------------------------*
130700 7100-REWRITE-TXN-FEED.
130800     CLOSE DP-WORK-FILE.
130900     IF SP-TEST-MODE
131000         GO TO 7100-REWRITE-TXN-FEED-EXIT
131100     END-IF.
131200     OPEN OUTPUT DP-TXN-FILE.
131300     MOVE SPACES TO TXN-RECORD.
131400     MOVE 'H' TO TXN-RECORD-TYPE.
131500     MOVE WS-TXN-COUNT TO HDR-DECLARED-COUNT.
131600     MOVE WS-HASH-A TO HDR-HASH-A.
131700     MOVE WS-HASH-B TO HDR-HASH-B.
131800     MOVE WS-HASH-C TO HDR-HASH-C.
131900     MOVE WS-HASH-D TO HDR-HASH-D.
132000     MOVE WS-HASH-E TO HDR-HASH-E.
132100     WRITE TXN-RECORD.
132200     SET WS-NOT-AT-EOF TO TRUE.
132300     OPEN INPUT DP-WORK-FILE.
132400     PERFORM 7150-READ-ONE-WORK-RECORD
132500         THRU 7150-READ-ONE-WORK-RECORD-EXIT.
132600     PERFORM UNTIL WS-AT-EOF
132700         MOVE DP-WORK-RECORD TO TXN-RECORD
132800         WRITE TXN-RECORD
132900         PERFORM 7150-READ-ONE-WORK-RECORD
133000             THRU 7150-READ-ONE-WORK-RECORD-EXIT
133100     END-PERFORM.
133200     CLOSE DP-WORK-FILE.
133300     CLOSE DP-TXN-FILE.
133400 7100-REWRITE-TXN-FEED-EXIT.
133500     EXIT.
133600*--------------------------------------------------------------*
133700* 7150-READ-ONE-WORK-RECORD - A SINGLE READ OF DPWRK.          *
133800*--------------------------------------------------------------*
133900 7150-READ-ONE-WORK-RECORD.
134000     READ DP-WORK-FILE
134100         AT END SET WS-AT-EOF TO TRUE
134200     END-READ.
134300 7150-READ-ONE-WORK-RECORD-EXIT.
134400     EXIT.
134500*--------------------------------------------------------------*
134600* 7200-EMPTY-QUEUE - DECDQUE OPENED OUTPUT AND CLOSED, SO THE  *
134700* STUDENTS WORKED TONIGHT ARE NOT WORKED AGAIN. A DEATH        *
134800* RECORDED AFTER THIS STEP WAITS FOR TOMORROW NIGHT.           *
134900*--------------------------------------------------------------*
135000 7200-EMPTY-QUEUE.
135100     OPEN OUTPUT DP-DECDQ-FILE.
135200     CLOSE DP-DECDQ-FILE.
135300 7200-EMPTY-QUEUE-EXIT.
135400     EXIT.
135400*--------------------------------------------------------------*
135400* 8700-JOURNAL-ACCT-POST - THE STUACCT POSTING JUST WRITTEN,   *
135400* ONTO THE RCVJRNL FORWARD-RECOVERY JOURNAL.                   *
135400*--------------------------------------------------------------*
135400 8700-JOURNAL-ACCT-POST.
135400     MOVE 'DECDPROC' TO JR-PROGRAM-ID.
135400     SET JR-FILE-ACCOUNT TO TRUE.
135400     SET JR-ADD TO TRUE.
135400     MOVE SPACES TO JR-RECORD-KEY.
135400     MOVE SUB-STUDENT-ID TO JR-RECORD-KEY (1:9).
135400     MOVE SPACES TO JR-BEFORE-IMAGE.
135400     MOVE STU-ACCT-RECORD TO JR-AFTER-IMAGE.
135400     CALL 'JRNLLOG' USING JRNL-PARM-BLOCK.
135400 8700-JOURNAL-ACCT-POST-EXIT.
135400     EXIT.
135400*--------------------------------------------------------------*
135400* 8710-JOURNAL-ENROLL-DELETE - THE ENRLMAST ENROLLMENT JUST    *
135400* DELETED, AS IT STOOD, ONTO THE RCVJRNL FORWARD-RECOVERY      *
135400* JOURNAL.                                                     *
135400*--------------------------------------------------------------*
135400 8710-JOURNAL-ENROLL-DELETE.
135400     MOVE 'DECDPROC' TO JR-PROGRAM-ID.
135400     SET JR-FILE-ENROLL TO TRUE.
135400     SET JR-DELETE TO TRUE.
135400     MOVE ENR-KEY TO JR-RECORD-KEY.
135400     MOVE ENR-RECORD TO JR-BEFORE-IMAGE.
135400     MOVE SPACES TO JR-AFTER-IMAGE.
135400     CALL 'JRNLLOG' USING JRNL-PARM-BLOCK.
135400 8710-JOURNAL-ENROLL-DELETE-EXIT.
135400     EXIT.
135400*--------------------------------------------------------------*
135400* 8780-POST-ACCT-BALANCE - THE STUACCT POSTING JUST WRITTEN,   *
135400* ONTO THE STUDENT'S STUBAL BALANCE RECORD THROUGH BALPOST, IN *
135400* THE SAME UNIT OF WORK AS THE WRITE.                          *
135400*--------------------------------------------------------------*
135400 8780-POST-ACCT-BALANCE.
135400     MOVE 'DECDPROC' TO BP-PROGRAM-ID.
135400     SET BP-POST TO TRUE.
135400     MOVE STU-ACCT-RECORD TO BP-ACCT-RECORD.
135400     CALL 'BALPOST' USING BAL-PARM-BLOCK.
135400 8780-POST-ACCT-BALANCE-EXIT.
135400     EXIT.
135500*--------------------------------------------------------------*
135600* 9999-EXIT                                                    *
135700*--------------------------------------------------------------*
135800 9999-EXIT.
135810     IF WS-RES-IS-OPEN
135820         CLOSE DP-CONDRES-FILE
135830     END-IF.
135900     STOP RUN.
