000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FEECALC.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - COURSE AND MANDATORY FEE      *
001100*                ASSESSMENT, RUN NEXT TO TUITCALC. EVERY ACTIVE *
001200*                ENRLMAST ENROLLMENT IN A TERM STILL SHORT OF   *
001300*                ITS ACADCAL CENSUS DATE OWES THE LAB AND       *
001400*                MATERIALS FEES ITS CRSCATLG SECTION CARRIES,   *
001500*                AND EACH STUDENT'S CREDITS IN THAT TERM OWE    *
001600*                THE MANDATORY FEES (TECHNOLOGY, ACTIVITY AND   *
001700*                THE LIKE) THE FEESCHED MEMBER SETS BY PROGRAM, *
001800*                RESIDENCY AND CREDIT BAND. WHAT HAS ALREADY    *
001900*                BEEN ASSESSED IS KEPT ON FEEHIST, SO EACH      *
002000*                NIGHT ONLY THE DIFFERENCE POSTS - A NEW        *
002100*                SECTION, A DROP OR A CHANGE OF CREDIT BAND     *
002200*                ADJUSTS THE FEES UNTIL CENSUS, AFTER WHICH     *
002300*                THEY STAND.                                    *
002400*                FEES POST AS LEDGER CATEGORY D TO STUACCT AND  *
002500*                TO ADTXN, ABSORBED AND RE-HEADED THE WAY       *
002600*                TUITCALC DOES. THE FEERPT REGISTER SHOWS EVERY *
002700*                FEE POSTED. TEST MODE WRITES THE REGISTER AND  *
002800*                CHANGES NOTHING ELSE.                          *
002800* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 153 BYTES FOR THE *
002800*                DEGREE CONFERRAL DATE, STAMPED BY GRADCONF.    *
002800* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 170 BYTES FOR THE *
002800*                DIRECTORY-INFORMATION CONFIDENTIALITY FLAG,    *
002800*                ITS DATE AND REQUESTING OPERATOR.              *
002800* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 186 BYTES FOR THE *
002800*                DATE OF DEATH AND ITS VERIFICATION SOURCE.     *
002800* 10/15/26  DW   EVERY STUACCT POSTING IS NOW ALSO WRITTEN TO  *
002800*                THE RCVJRNL FORWARD-RECOVERY JOURNAL THROUGH  *
002800*                JRNLLOG.                                      *
002800* 10/15/26  DW   RESIDENCY IS NOW A KEYED READ OF THE INDEXED  *
002800*                CONDRES BY STUDENT AND TERM; THE 1000-ENTRY   *
002800*                DECISION TABLE IS GONE AND NO LONGER COUNTS   *
002800*                TOWARD THE TABLE-FULL RUN REFUSAL.            *
002800* 10/15/26  DW   EVERY STUACCT POSTING IS NOW ALSO POSTED TO   *
002800*                THE STUDENT'S STUBAL BALANCE RECORD THROUGH   *
002800*                BALPOST, STRAIGHT AFTER THE WRITE.            *
002900*--------------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT FC-ENROLL-FILE ASSIGN TO ENRLMAST
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS SEQUENTIAL
003600         RECORD KEY IS ENR-KEY
003700         FILE STATUS IS WS-ENROLL-STATUS.
003800     SELECT FC-MASTER-FILE ASSIGN TO STUMAST
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS STM-STUDENT-ID
004200         FILE STATUS IS WS-MASTER-STATUS.
004300     SELECT FC-CONDRES-FILE ASSIGN TO CONDRES
004400         ORGANIZATION IS INDEXED
004410         ACCESS MODE IS RANDOM
004420         RECORD KEY IS RES-KEY
004500         FILE STATUS IS WS-CONDRES-STATUS.
004600     SELECT FC-CATALOG-FILE ASSIGN TO CRSCATLG
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-CATALOG-STATUS.
004900     SELECT FC-FEESCHED-FILE ASSIGN TO FEESCHED
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-FEESCHED-STATUS.
005200     SELECT FC-HIST-FILE ASSIGN TO FEEHIST
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-HIST-STATUS.
005500     SELECT FC-TXN-FILE ASSIGN TO ADTXN
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-TXN-STATUS.
005800     SELECT FC-WORK-FILE ASSIGN TO FEEWRK
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-WORK-STATUS.
006100     SELECT FC-REPORT-FILE ASSIGN TO FEERPT
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-REPORT-STATUS.
006400     SELECT FC-ACCT-FILE ASSIGN TO STUACCT
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-ACCT-STATUS.
006700     SELECT FC-CAL-FILE ASSIGN TO SUITECAL
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-CAL-STATUS.
007000     SELECT FC-ACAL-FILE ASSIGN TO ACADCAL
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-ACAL-STATUS.
007300     SELECT SUITE-PARM-FILE ASSIGN TO SUITEPRM
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-SUITE-STATUS.
007600     SELECT FC-CYCLENO-FILE ASSIGN TO CYCLENO
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-CYCLENO-STATUS.
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  FC-ENROLL-FILE.
008200 01  ENR-RECORD.
008300     05  ENR-KEY.
008400         10  ENR-STUDENT-ID   PIC 9(09).
008500         10  ENR-COURSE-ID    PIC X(06).
008600         10  ENR-SECTION      PIC X(03).
008700         10  ENR-TERM         PIC X(06).
008800     05  ENR-CREDIT-HOURS     PIC 9(02).
008900     05  ENR-ADD-DATE         PIC 9(08).
009000     05  ENR-STATUS           PIC X(01).
009100         88  ENR-ACTIVE       VALUE 'A' ' '.
009200         88  ENR-WITHDRAWN    VALUE 'W'.
009300     05  ENR-STATUS-DATE      PIC 9(08).
009400 FD  FC-MASTER-FILE.
009500 01  STM-RECORD.
009600     05  STM-STUDENT-ID       PIC 9(09).
009700     05  STM-NAME             PIC X(25).
009800     05  STM-PROGRAM-CODE     PIC X(04).
009900     05  STM-RES-CODE1        PIC 9(01).
010000     05  STM-RES-CODE2        PIC 9(01).
010100     05  STM-RES-CODE3        PIC 9(01).
010200     05  STM-ENROLL-STATUS    PIC X(01).
010300     05  STM-LAST-MAINT-DATE  PIC 9(08).
010400     05  STM-ADDR-LINE1       PIC X(25).
010500     05  STM-ADDR-LINE2       PIC X(25).
010600     05  STM-CITY             PIC X(15).
010700     05  STM-STATE            PIC X(02).
010800     05  STM-ZIP              PIC X(05).
010900     05  STM-WITHDRAW-DATE    PIC 9(08).
011000     05  STM-DOB              PIC 9(08).
011100     05  STM-STANDING-CODE    PIC X(01).
011200     05  STM-STANDING-TERM    PIC X(06).
011200     05  STM-CONFER-DATE      PIC 9(08).
011200     05  STM-CONFID-FLAG      PIC X(01).
011200     05  STM-CONFID-DATE      PIC 9(08).
011200     05  STM-CONFID-OPER      PIC X(08).
011200     05  STM-DEATH-DATE       PIC 9(08).
011200     05  STM-DEATH-SOURCE     PIC X(08).
011300 FD  FC-CONDRES-FILE.
011400 COPY CONDRREC.
011900*--------------------------------------------------------------*
012000* CRSCATLG - ONE CARD PER SECTION OFFERED. ONLY THE SECTION'S   *
012100* KEY AND ITS LAB AND COURSE MATERIALS FEES MATTER HERE.        *
012200*--------------------------------------------------------------*
012300 FD  FC-CATALOG-FILE.
012400 01  CRC-CARD.
012500     05  CRC-COURSE-ID        PIC X(06).
012600     05  CRC-SECTION          PIC X(03).
012700     05  CRC-TITLE            PIC X(20).
012800     05  CRC-TERM             PIC X(06).
012900     05  CRC-CREDIT-HOURS     PIC 9(02).
013000     05  CRC-CAPACITY         PIC 9(03).
013100     05  CRC-OPEN-FLAG        PIC X(01).
013200     05  CRC-MEET-DAYS        PIC X(07).
013300     05  CRC-START-TIME       PIC 9(04).
013400     05  CRC-END-TIME         PIC 9(04).
013500     05  CRC-LAB-FEE          PIC 9(04)V99.
013600     05  CRC-MATL-FEE         PIC 9(04)V99.
013700*--------------------------------------------------------------*
013800* FEESCHED - ONE CARD PER MANDATORY FEE BAND: THE FEE CODE, THE *
013900* PROGRAM IT APPLIES TO ('****' FOR EVERY PROGRAM), RESIDENT    *
014000* (R) OR NON-RESIDENT (N), THE LOWEST AND HIGHEST TERM CREDITS  *
014100* THE BAND COVERS, THE AMOUNT AND THE ACCOUNT DESCRIPTION. A    *
014200* LINE WITH * IN COLUMN 1 IS A COMMENT.                         *
014300*--------------------------------------------------------------*
014400 FD  FC-FEESCHED-FILE.
014500 01  FSC-CARD.
014600     05  FSC-FEE-CODE         PIC X(04).
014700     05  FSC-PROGRAM-CODE     PIC X(04).
014800     05  FSC-RESIDENT-FLAG    PIC X(01).
014900     05  FSC-LOW-CREDITS      PIC 9(02).
015000     05  FSC-HIGH-CREDITS     PIC 9(02).
015100     05  FSC-AMOUNT           PIC 9(05)V99.
015200     05  FSC-DESC             PIC X(20).
015300*--------------------------------------------------------------*
015400* FEEHIST - WHAT EACH STUDENT HAS BEEN ASSESSED SO FAR FOR EACH *
015500* FEE IN EACH TERM. THE FEE KEY IS THE FEESCHED FEE CODE FOR A  *
015600* MANDATORY FEE, OR L (LAB) OR M (MATERIALS) FOLLOWED BY THE    *
015700* COURSE AND SECTION FOR A COURSE FEE. A TERM PAST ITS ACADCAL  *
015800* TERM END IS DROPPED WHEN THE FILE IS REWRITTEN.               *
015900*--------------------------------------------------------------*
016000 FD  FC-HIST-FILE.
016100 01  FHS-RECORD.
016200     05  FHS-STUDENT-ID       PIC 9(09).
016300     05  FHS-TERM             PIC X(06).
016400     05  FHS-FEE-KEY          PIC X(10).
016500     05  FHS-AMOUNT           PIC S9(05)V99
016600                              SIGN LEADING SEPARATE.
016700     05  FHS-POST-DATE        PIC 9(08).
016800     05  FHS-DESC             PIC X(20).
016900 FD  FC-TXN-FILE.
017000 01  TXN-RECORD.
017100     05  TXN-RECORD-TYPE      PIC X(01).
017200         88  TXN-HEADER-RECORD VALUE 'H'.
017300         88  TXN-DETAIL-RECORD VALUE 'D'.
017400     05  TXN-RECORD-BODY      PIC X(66).
017500 01  TXN-DETAIL-R REDEFINES TXN-RECORD.
017600     05  FILLER               PIC X(01).
017700     05  TXN-CATEGORY         PIC X(01).
017800     05  TXN-AMOUNT           PIC S9(07)V99
017900                              SIGN LEADING SEPARATE.
018000     05  TXN-FUND-CODE        PIC X(01).
018100     05  FILLER               PIC X(54).
018200 01  TXN-HEADER-R REDEFINES TXN-RECORD.
018300     05  FILLER               PIC X(01).
018400     05  HDR-DECLARED-COUNT   PIC 9(06).
018500     05  HDR-HASH-A           PIC S9(09)V99
018600                              SIGN LEADING SEPARATE.
018700     05  HDR-HASH-B           PIC S9(09)V99
018800                              SIGN LEADING SEPARATE.
018900     05  HDR-HASH-C           PIC S9(09)V99
019000                              SIGN LEADING SEPARATE.
019100     05  HDR-HASH-D           PIC S9(09)V99
019200                              SIGN LEADING SEPARATE.
019300     05  HDR-HASH-E           PIC S9(09)V99
019400                              SIGN LEADING SEPARATE.
019500 FD  FC-WORK-FILE.
019600 01  FC-WORK-RECORD           PIC X(67).
019700*--------------------------------------------------------------*
019800* FEERPT - ONE LINE PER FEE POSTED: WHAT THE STUDENT HAD BEEN   *
019900* ASSESSED BEFORE TONIGHT, WHAT THEY OWE NOW AND THE DIFFERENCE *
020000* POSTED, OR THE STUDENT NOBODY COULD ASSESS.                   *
020100*--------------------------------------------------------------*
020200 FD  FC-REPORT-FILE.
020300 01  FC-REPORT-RECORD.
020400     05  FCR-STUDENT-ID       PIC 9(09).
020500     05  FILLER               PIC X(01).
020600     05  FCR-TERM             PIC X(06).
020700     05  FILLER               PIC X(01).
020800     05  FCR-FEE-KEY          PIC X(10).
020900     05  FILLER               PIC X(01).
021000     05  FCR-DESC             PIC X(20).
021100     05  FILLER               PIC X(01).
021200     05  FCR-PRIOR-AMOUNT     PIC -ZZZZ9.99.
021300     05  FILLER               PIC X(01).
021400     05  FCR-DUE-AMOUNT       PIC -ZZZZ9.99.
021500     05  FILLER               PIC X(01).
021600     05  FCR-POSTED-AMOUNT    PIC -ZZZZ9.99.
021700     05  FILLER               PIC X(01).
021800     05  FCR-NOTE             PIC X(16).
021900 FD  FC-ACCT-FILE.
022000 COPY STUACREC.
022100 FD  FC-CAL-FILE.
022200 01  CAL-RECORD.
022300     05  CAL-BUSINESS-DATE    PIC 9(08).
022400     05  CAL-MONTH-END-FLAG   PIC X(01).
022500     05  CAL-YEAR-END-FLAG    PIC X(01).
022600 FD  FC-ACAL-FILE.
022700 COPY ACADCREC.
022800 FD  SUITE-PARM-FILE.
022900 01  SP-PARM-CARD             PIC X(11).
023000 FD  FC-CYCLENO-FILE.
023100 01  CYCLENO-CARD.
023200     05  CYC-CYCLE-NUMBER     PIC 9(06).
023300 WORKING-STORAGE SECTION.
023400 01  WS-SUITE-STATUS          PIC X(02).
023500     88  WS-SUITE-OK          VALUE '00'.
023600 01  WS-CYCLENO-STATUS        PIC X(02).
023700     88  WS-CYCLENO-OK        VALUE '00'.
023800 01  WS-ENROLL-STATUS         PIC X(02).
023900     88  WS-ENROLL-OK         VALUE '00'.
024000 01  WS-MASTER-STATUS         PIC X(02).
024100     88  WS-MASTER-OK         VALUE '00'.
024200 01  WS-CONDRES-STATUS        PIC X(02).
024300     88  WS-CONDRES-OK        VALUE '00'.
024400 01  WS-CATALOG-STATUS        PIC X(02).
024500     88  WS-CATALOG-OK        VALUE '00'.
024600 01  WS-FEESCHED-STATUS       PIC X(02).
024700     88  WS-FEESCHED-OK       VALUE '00'.
024800 01  WS-HIST-STATUS           PIC X(02).
024900     88  WS-HIST-OK           VALUE '00'.
025000 01  WS-TXN-STATUS            PIC X(02).
025100     88  WS-TXN-OK            VALUE '00'.
025200 01  WS-WORK-STATUS           PIC X(02).
025300     88  WS-WORK-OK           VALUE '00'.
025400 01  WS-REPORT-STATUS         PIC X(02).
025500     88  WS-REPORT-OK         VALUE '00'.
025600 01  WS-ACCT-STATUS           PIC X(02).
025700     88  WS-ACCT-OK           VALUE '00'.
025800 01  WS-CAL-STATUS            PIC X(02).
025900     88  WS-CAL-OK            VALUE '00'.
026000 01  WS-ACAL-STATUS           PIC X(02).
026100     88  WS-ACAL-OK           VALUE '00'.
026200 01  WS-EOF-SWITCH            PIC X(01).
026300     88  WS-AT-EOF            VALUE 'Y'.
026400     88  WS-NOT-AT-EOF        VALUE 'N'.
026500 01  WS-BUSINESS-DATE         PIC 9(08) VALUE 0.
026600 01  WS-BREAK-STUDENT-ID      PIC 9(09) VALUE 0.
026700 01  WS-STUDENT-CREDITS       PIC 9(03) COMP VALUE 0.
026800 01  WS-STUDENTS-ASSESSED     PIC 9(06) COMP VALUE 0.
026900 01  WS-STUDENTS-SKIPPED      PIC 9(06) COMP VALUE 0.
027000 01  WS-FEES-POSTED           PIC 9(06) COMP VALUE 0.
027100 01  WS-FEES-REVERSED         PIC 9(06) COMP VALUE 0.
027200 01  WS-FEES-UNRECORDED       PIC 9(06) COMP VALUE 0.
027300 01  WS-FEE-TOTAL             PIC S9(09)V99 VALUE 0.
027400 01  WS-FEE-TOTAL-DISP        PIC -ZZZZZZZZ9.99.
027500 01  WS-RESIDENT-FLAG         PIC X(01).
027600 01  WS-PRICE-TERM            PIC X(06).
027700 01  WS-WINDOW-TERM           PIC X(06).
027800 01  WS-CHARGE-AMOUNT         PIC S9(07)V99 VALUE 0.
027900 01  WS-PRIOR-AMOUNT          PIC S9(05)V99 VALUE 0.
028000 01  WS-ACCT-DESC             PIC X(20).
028100 01  WS-TXN-COUNT             PIC 9(06) COMP VALUE 0.
028200 01  WS-HASH-A                PIC S9(09)V99 COMP-3 VALUE 0.
028300 01  WS-HASH-B                PIC S9(09)V99 COMP-3 VALUE 0.
028400 01  WS-HASH-C                PIC S9(09)V99 COMP-3 VALUE 0.
028500 01  WS-HASH-D                PIC S9(09)V99 COMP-3 VALUE 0.
028600 01  WS-HASH-E                PIC S9(09)V99 COMP-3 VALUE 0.
028700 01  WS-TERM-OPEN-SWITCH      PIC X(01).
028800     88  WS-TERM-OPEN         VALUE 'Y'.
028900     88  WS-TERM-CLOSED       VALUE 'N'.
029000 01  WS-STUDENT-COUNTED-SW    PIC X(01).
029100     88  WS-STUDENT-COUNTED   VALUE 'Y'.
029200     88  WS-STUDENT-UNCOUNTED VALUE 'N'.
029300 01  WS-ACAL-COUNT            PIC 9(02) COMP VALUE 0.
029400 01  WS-ACAL-MAX              PIC 9(02) COMP VALUE 20.
029500 01  WS-ACAL-IDX              PIC 9(02) COMP.
029600 01  WS-FSC-COUNT             PIC 9(03) COMP VALUE 0.
029700 01  WS-FSC-MAX               PIC 9(03) COMP VALUE 200.
029800 01  WS-FSC-IDX               PIC 9(03) COMP.
029900 01  WS-FCD-COUNT             PIC 9(02) COMP VALUE 0.
030000 01  WS-FCD-MAX               PIC 9(02) COMP VALUE 20.
030100 01  WS-FCD-IDX               PIC 9(02) COMP.
030200 01  WS-FEE-FOUND-SWITCH      PIC X(01).
030300     88  WS-FEE-FOUND         VALUE 'Y'.
030400     88  WS-FEE-NOT-FOUND     VALUE 'N'.
030500 01  WS-FEE-AMOUNT            PIC 9(05)V99 VALUE 0.
030600 01  WS-FEE-DESC              PIC X(20).
030700 01  WS-FEE-KEY               PIC X(10).
030800 01  WS-CAT-COUNT             PIC 9(03) COMP VALUE 0.
030900 01  WS-CAT-MAX               PIC 9(03) COMP VALUE 300.
031000 01  WS-CAT-IDX               PIC 9(03) COMP.
031100 01  WS-RES-OPEN-SWITCH       PIC X(01) VALUE 'N'.
031200     88  WS-RES-IS-OPEN       VALUE 'Y'.
031400 01  WS-RES-FOUND-SWITCH      PIC X(01).
031500     88  WS-RES-FOUND         VALUE 'Y'.
031600     88  WS-RES-NOT-FOUND     VALUE 'N'.
031700 01  WS-SCHED-SWITCH          PIC X(01) VALUE 'N'.
031800     88  WS-SCHED-LOADED      VALUE 'Y'.
031900     88  WS-SCHED-HELD        VALUE 'N'.
032000 01  WS-CATLG-SWITCH          PIC X(01) VALUE 'N'.
032100     88  WS-CATALOG-LOADED    VALUE 'Y'.
032200     88  WS-CATALOG-HELD      VALUE 'N'.
032300 01  WS-ENRL-SWITCH           PIC X(01) VALUE 'N'.
032400     88  WS-ENRL-PASSED       VALUE 'Y'.
032500     88  WS-ENRL-MISSING      VALUE 'N'.
032600 01  WS-OVFL-SWITCH           PIC X(01) VALUE 'N'.
032700     88  WS-TABLE-OVERFLOWED  VALUE 'Y'.
032800 01  WS-HST-COUNT             PIC 9(05) COMP VALUE 0.
032900 01  WS-HST-MAX               PIC 9(05) COMP VALUE 6000.
033000 01  WS-HST-IDX               PIC 9(05) COMP.
033100 01  WS-HST-MATCH             PIC 9(05) COMP VALUE 0.
033200 01  WS-TERM-COUNT            PIC 9(01) COMP VALUE 0.
033300 01  WS-TERM-MAX              PIC 9(01) COMP VALUE 4.
033400 01  WS-TERM-IDX              PIC 9(01) COMP.
033500 01  WS-TERM-SUB              PIC 9(01) COMP.
033600 01  WS-TERM-FOUND-SWITCH     PIC X(01).
033700     88  WS-TERM-FOUND        VALUE 'Y'.
033800     88  WS-TERM-NOT-FOUND    VALUE 'N'.
033900 01  WS-DUE-COUNT             PIC 9(02) COMP VALUE 0.
034000 01  WS-DUE-MAX               PIC 9(02) COMP VALUE 60.
034100 01  WS-DUE-IDX               PIC 9(02) COMP.
034200 01  WS-DUE-OVFL-SWITCH       PIC X(01) VALUE 'N'.
034300     88  WS-DUE-OVERFLOWED    VALUE 'Y'.
034400     88  WS-DUE-WITHIN        VALUE 'N'.
034500*--------------------------------------------------------------*
034600* FC-ACAL-TABLE - EACH CALENDAR TERM'S FEE WINDOW, FROM         *
034700* REGISTRATION OPEN THROUGH CENSUS, AND ITS TERM END.           *
034800*--------------------------------------------------------------*
034900 01  FC-ACAL-TABLE.
035000     05  FC-ACAL-ENTRY OCCURS 20 TIMES.
035100         10  FAC-TERM         PIC X(06).
035200         10  FAC-REG-OPEN-DATE PIC 9(08).
035300         10  FAC-CENSUS-DATE  PIC 9(08).
035400         10  FAC-TERM-END-DATE PIC 9(08).
035500*--------------------------------------------------------------*
035600* FC-FSC-TABLE - THE FEESCHED MANDATORY FEE BANDS.              *
035700*--------------------------------------------------------------*
035800 01  FC-FSC-TABLE.
035900     05  FC-FSC-ENTRY OCCURS 200 TIMES.
036000         10  FST-FEE-CODE     PIC X(04).
036100         10  FST-PROGRAM-CODE PIC X(04).
036200         10  FST-RESIDENT-FLAG PIC X(01).
036300         10  FST-LOW-CREDITS  PIC 9(02).
036400         10  FST-HIGH-CREDITS PIC 9(02).
036500         10  FST-AMOUNT       PIC 9(05)V99.
036600         10  FST-DESC         PIC X(20).
036700*--------------------------------------------------------------*
036800* FC-FCD-TABLE - EACH DISTINCT FEE CODE ON FEESCHED, SO EVERY   *
036900* STUDENT IS PRICED ONCE FOR EACH MANDATORY FEE.                *
037000*--------------------------------------------------------------*
037100 01  FC-FCD-TABLE.
037200     05  FC-FCD-ENTRY OCCURS 20 TIMES.
037300         10  FCD-FEE-CODE     PIC X(04).
037400*--------------------------------------------------------------*
037500* FC-CAT-TABLE - EVERY CRSCATLG SECTION THAT CARRIES A LAB OR   *
037600* MATERIALS FEE.                                                *
037700*--------------------------------------------------------------*
037800 01  FC-CAT-TABLE.
037900     05  FC-CAT-ENTRY OCCURS 300 TIMES.
038000         10  FCK-COURSE-ID    PIC X(06).
038100         10  FCK-SECTION      PIC X(03).
038200         10  FCK-TERM         PIC X(06).
038300         10  FCK-LAB-FEE      PIC 9(04)V99.
038400         10  FCK-MATL-FEE     PIC 9(04)V99.
039300*--------------------------------------------------------------*
039400* FC-HST-TABLE - THE WHOLE FEEHIST FILE, TOUCHED (Y) AS EACH    *
039500* FEE IS SETTLED TONIGHT SO A FEE NO LONGER OWED IS FOUND AND   *
039600* REVERSED AFTER THE PASS.                                      *
039700*--------------------------------------------------------------*
039800 01  FC-HST-TABLE.
039900     05  FC-HST-ENTRY OCCURS 6000 TIMES.
040000         10  FHT-STUDENT-ID   PIC 9(09).
040100         10  FHT-TERM         PIC X(06).
040200         10  FHT-FEE-KEY      PIC X(10).
040300         10  FHT-AMOUNT       PIC S9(05)V99 COMP-3.
040400         10  FHT-POST-DATE    PIC 9(08).
040500         10  FHT-DESC         PIC X(20).
040600         10  FHT-TOUCHED      PIC X(01).
040700*--------------------------------------------------------------*
040800* WS-TERM-TABLE - ONE STUDENT'S ACTIVE CREDITS IN EACH TERM     *
040900* STILL OPEN FOR FEES.                                          *
041000*--------------------------------------------------------------*
041100 01  WS-TERM-TABLE.
041200     05  WS-TERM-ENTRY OCCURS 4 TIMES.
041300         10  WTT-TERM         PIC X(06).
041400         10  WTT-CREDITS      PIC 9(03) COMP.
041500*--------------------------------------------------------------*
041600* WS-DUE-TABLE - EVERY FEE ONE STUDENT OWES TONIGHT, COURSE AND *
041700* MANDATORY, BY TERM.                                           *
041800*--------------------------------------------------------------*
041900 01  WS-DUE-TABLE.
042000     05  WS-DUE-ENTRY OCCURS 60 TIMES.
042100         10  WDU-TERM         PIC X(06).
042200         10  WDU-FEE-KEY      PIC X(10).
042300         10  WDU-AMOUNT       PIC S9(05)V99.
042400         10  WDU-DESC         PIC X(20).
042500 COPY SUITEPRM.
042600 COPY CKPTPARM.
042700 COPY IOERRPRM.
042800 COPY STEPPARM.
042800 COPY JRNLPARM.
042800 COPY BALPARM.
042900 PROCEDURE DIVISION.
043000 0000-MAINLINE.
043100     PERFORM 0005-CHECK-CHECKPOINT
043200         THRU 0005-CHECK-CHECKPOINT-EXIT.
043300     MOVE 'FEECALC ' TO SL-PROGRAM-ID.
043400     SET SL-PHASE-START TO TRUE.
043500     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
043600     PERFORM 0010-READ-SUITE-PARM THRU 0010-READ-SUITE-PARM-EXIT.
043700     PERFORM 0020-READ-BUSINESS-DATE
043800         THRU 0020-READ-BUSINESS-DATE-EXIT.
043900     PERFORM 0025-LOAD-ACAD-CALENDAR
044000         THRU 0025-LOAD-ACAD-CALENDAR-EXIT.
044100     PERFORM 0030-LOAD-FEE-SCHEDULE
044200         THRU 0030-LOAD-FEE-SCHEDULE-EXIT.
044300     PERFORM 0040-OPEN-RESIDENCY-FILE
044400         THRU 0040-OPEN-RESIDENCY-FILE-EXIT.
044500     PERFORM 0050-LOAD-CATALOG
044600         THRU 0050-LOAD-CATALOG-EXIT.
044700     PERFORM 0060-LOAD-FEE-HISTORY
044800         THRU 0060-LOAD-FEE-HISTORY-EXIT.
044900     IF WS-TABLE-OVERFLOWED
045000         DISPLAY 'FEECALC: A CONTROL TABLE IS FULL - FEES PAST '
045100             'THE CAP WOULD BE MISSED OR CHARGED TWICE. '
045200             'RUN REFUSED - RAISE THE TABLE.'
045300         MOVE 8 TO RETURN-CODE
045400         GO TO 9999-EXIT
045500     END-IF.
045600     PERFORM 0100-ABSORB-EXISTING-DETAIL
045700         THRU 0100-ABSORB-EXISTING-DETAIL-EXIT.
045800     PERFORM 1000-ASSESS-ENROLLMENTS
045900         THRU 1000-ASSESS-ENROLLMENTS-EXIT.
046000     PERFORM 4000-REVERSE-DROPPED-FEES
046100         THRU 4000-REVERSE-DROPPED-FEES-EXIT.
046200     PERFORM 7000-REWRITE-FEE-HISTORY
046300         THRU 7000-REWRITE-FEE-HISTORY-EXIT.
046400     PERFORM 8000-REWRITE-TXN-FEED
046500         THRU 8000-REWRITE-TXN-FEED-EXIT.
046600     MOVE WS-FEE-TOTAL TO WS-FEE-TOTAL-DISP.
046700     DISPLAY 'FEECALC: ' WS-STUDENTS-ASSESSED
046800         ' STUDENTS ASSESSED, ' WS-STUDENTS-SKIPPED ' SKIPPED'.
046900     DISPLAY 'FEECALC: ' WS-FEES-POSTED ' FEES POSTED, '
047000         WS-FEES-REVERSED ' REVERSED, NET ' WS-FEE-TOTAL-DISP.
047100     IF WS-FEES-UNRECORDED > 0
047200         DISPLAY 'FEECALC: ' WS-FEES-UNRECORDED
047300             ' FEES NOT POSTED - FEEHIST TABLE FULL'
047400         MOVE 8 TO RETURN-CODE
047500         GO TO 9999-EXIT
047600     END-IF.
047700     PERFORM 0900-MARK-CHECKPOINT
047800         THRU 0900-MARK-CHECKPOINT-EXIT.
047900     GO TO 9999-EXIT.
048000*--------------------------------------------------------------*
048100* 0005-CHECK-CHECKPOINT - ASKS CKPTCHK WHETHER FEECALC ALREADY  *
048200* COMPLETED THIS CYCLE. IF SO, THE RUN ENDS HERE.               *
048300*--------------------------------------------------------------*
048400 0005-CHECK-CHECKPOINT.
048500     MOVE 'FEECALC ' TO CK-PROGRAM-ID.
048600     SET CK-CHECK TO TRUE.
048700     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
048800     IF CK-ALREADY-DONE
048900         DISPLAY 'FEECALC: ALREADY COMPLETED THIS CYCLE - '
049000             'SKIPPING'
049100         GO TO 9999-EXIT
049200     END-IF.
049300 0005-CHECK-CHECKPOINT-EXIT.
049400     EXIT.
049500*--------------------------------------------------------------*
049600* 0900-MARK-CHECKPOINT - TELLS CKPTCHK THAT FEECALC COMPLETED   *
049700* THIS CYCLE'S ASSESSMENT SUCCESSFULLY.                         *
049800*--------------------------------------------------------------*
049900 0900-MARK-CHECKPOINT.
050000     MOVE 'FEECALC ' TO CK-PROGRAM-ID.
050100     SET CK-MARK TO TRUE.
050200     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
050300     MOVE 'FEECALC ' TO SL-PROGRAM-ID.
050400     SET SL-PHASE-END TO TRUE.
050500     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
050600 0900-MARK-CHECKPOINT-EXIT.
050700     EXIT.
050800*--------------------------------------------------------------*
050900* 0010-READ-SUITE-PARM - READS THE SUITE-WIDE CONTROL CARD      *
051000* FROM SUITEPRM, AHEAD OF ANY PROGRAM-SPECIFIC PARM CARD.       *
051100*--------------------------------------------------------------*
051200 0010-READ-SUITE-PARM.
051300     OPEN INPUT SUITE-PARM-FILE.
051400     IF WS-SUITE-OK
051500         READ SUITE-PARM-FILE
051600             AT END
051700                 CONTINUE
051800         END-READ
051900         IF WS-SUITE-OK
052000             MOVE SP-PARM-CARD (1:1)  TO SP-TEST-MODE-SWITCH
052100             MOVE SP-PARM-CARD (2:10) TO SP-BATCH-ID
052200         END-IF
052300         CLOSE SUITE-PARM-FILE
052400     END-IF.
052500     OPEN INPUT FC-CYCLENO-FILE.
052600     IF WS-CYCLENO-OK
052700         READ FC-CYCLENO-FILE
052800             AT END
052900                 CONTINUE
053000         END-READ
053100         IF WS-CYCLENO-OK
053200             AND CYC-CYCLE-NUMBER NUMERIC
053300             MOVE CYC-CYCLE-NUMBER TO SP-CYCLE-NUMBER
053400         END-IF
053500         CLOSE FC-CYCLENO-FILE
053600     END-IF.
053700 0010-READ-SUITE-PARM-EXIT.
053800     EXIT.
053900*--------------------------------------------------------------*
054000* 0020-READ-BUSINESS-DATE - THE SUITECAL BUSINESS DATE, WALL-   *
054100* CLOCK FALLBACK AS EVERYWHERE.                                 *
054200*--------------------------------------------------------------*
054300 0020-READ-BUSINESS-DATE.
054400     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
054500     OPEN INPUT FC-CAL-FILE.
054600     IF WS-CAL-OK
054700         READ FC-CAL-FILE
054800             AT END
054900                 CONTINUE
055000         END-READ
055100         IF WS-CAL-OK
055200             AND CAL-BUSINESS-DATE NUMERIC
055300             AND CAL-BUSINESS-DATE > 0
055400             MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
055500         END-IF
055600         CLOSE FC-CAL-FILE
055700     END-IF.
055800 0020-READ-BUSINESS-DATE-EXIT.
055900     EXIT.
056000*--------------------------------------------------------------*
056100* 0025-LOAD-ACAD-CALENDAR - THE ACADCAL FEE WINDOWS. A MISSING  *
056200* MEMBER IS LOGGED TO IOERR AND LEAVES EVERY TERM OPEN FOR      *
056300* FEES; SO DOES A TERM NOT ON IT.                               *
056400*--------------------------------------------------------------*
056500 0025-LOAD-ACAD-CALENDAR.
056600     MOVE 0 TO WS-ACAL-COUNT.
056700     OPEN INPUT FC-ACAL-FILE.
056800     IF NOT WS-ACAL-OK
056900         MOVE 'FEECALC ' TO IO-PROGRAM-ID
057000         MOVE 'ACADCAL ' TO IO-FILE-NAME
057100         MOVE 'OPEN-IN ' TO IO-OPERATION
057200         MOVE WS-ACAL-STATUS TO IO-FILE-STATUS
057300         MOVE 'N' TO IO-MANDATORY-FLAG
057400         CALL 'IOERR' USING IOERR-PARM-BLOCK
057500         GO TO 0025-LOAD-ACAD-CALENDAR-EXIT
057600     END-IF.
057700     PERFORM UNTIL WS-ACAL-COUNT = WS-ACAL-MAX
057800             OR NOT WS-ACAL-OK
057900         READ FC-ACAL-FILE
058000             AT END
058100                 CONTINUE
058200             NOT AT END
058300                 IF ACL-TERM (1:1) NOT = '*'
058400                     AND ACL-TERM NOT = SPACES
058500                     AND ACL-REG-OPEN-DATE NUMERIC
058600                     AND ACL-CENSUS-DATE NUMERIC
058700                     AND ACL-TERM-END-DATE NUMERIC
058800                     ADD 1 TO WS-ACAL-COUNT
058900                     MOVE ACL-TERM TO FAC-TERM (WS-ACAL-COUNT)
059000                     MOVE ACL-REG-OPEN-DATE TO
059100                         FAC-REG-OPEN-DATE (WS-ACAL-COUNT)
059200                     MOVE ACL-CENSUS-DATE TO
059300                         FAC-CENSUS-DATE (WS-ACAL-COUNT)
059400                     MOVE ACL-TERM-END-DATE TO
059500                         FAC-TERM-END-DATE (WS-ACAL-COUNT)
059600                 END-IF
059700         END-READ
059800     END-PERFORM.
059900     CLOSE FC-ACAL-FILE.
060000 0025-LOAD-ACAD-CALENDAR-EXIT.
060100     EXIT.
060200*--------------------------------------------------------------*
060300* 0030-LOAD-FEE-SCHEDULE - THE FEESCHED MANDATORY FEE BANDS,    *
060400* AND THE LIST OF DISTINCT FEE CODES THEY CARRY. A MISSING      *
060500* MEMBER IS LOGGED TO IOERR AND HOLDS EVERY MANDATORY FEE AS IT *
060600* STANDS; COURSE FEES STILL POST.                               *
060700*--------------------------------------------------------------*
060800 0030-LOAD-FEE-SCHEDULE.
060900     MOVE 0 TO WS-FSC-COUNT.
061000     MOVE 0 TO WS-FCD-COUNT.
061100     OPEN INPUT FC-FEESCHED-FILE.
061200     IF NOT WS-FEESCHED-OK
061300         MOVE 'FEECALC ' TO IO-PROGRAM-ID
061400         MOVE 'FEESCHED' TO IO-FILE-NAME
061500         MOVE 'OPEN-IN ' TO IO-OPERATION
061600         MOVE WS-FEESCHED-STATUS TO IO-FILE-STATUS
061700         MOVE 'N' TO IO-MANDATORY-FLAG
061800         CALL 'IOERR' USING IOERR-PARM-BLOCK
061900         GO TO 0030-LOAD-FEE-SCHEDULE-EXIT
062000     END-IF.
062100     SET WS-SCHED-LOADED TO TRUE.
062200     SET WS-NOT-AT-EOF TO TRUE.
062300     PERFORM UNTIL WS-AT-EOF
062400         READ FC-FEESCHED-FILE
062500             AT END
062600                 SET WS-AT-EOF TO TRUE
062700             NOT AT END
062800                 IF FSC-FEE-CODE (1:1) NOT = '*'
062900                     AND FSC-FEE-CODE NOT = SPACES
063000                     AND FSC-LOW-CREDITS NUMERIC
063100                     AND FSC-HIGH-CREDITS NUMERIC
063200                     AND FSC-AMOUNT NUMERIC
063300                     PERFORM 0035-LOAD-ONE-FEE-BAND
063400                         THRU 0035-LOAD-ONE-FEE-BAND-EXIT
063500                 END-IF
063600         END-READ
063700     END-PERFORM.
063800     CLOSE FC-FEESCHED-FILE.
063900 0030-LOAD-FEE-SCHEDULE-EXIT.
064000     EXIT.
064100*--------------------------------------------------------------*
064200* 0035-LOAD-ONE-FEE-BAND - ONE FEESCHED CARD INTO THE BAND      *
064300* TABLE, ITS FEE CODE NOTED IF IT IS THE FIRST OF ITS KIND.     *
064400*--------------------------------------------------------------*
064500 0035-LOAD-ONE-FEE-BAND.
064600     IF WS-FSC-COUNT = WS-FSC-MAX
064700         SET WS-TABLE-OVERFLOWED TO TRUE
064800         SET WS-AT-EOF TO TRUE
064900         GO TO 0035-LOAD-ONE-FEE-BAND-EXIT
065000     END-IF.
065100     ADD 1 TO WS-FSC-COUNT.
065200     MOVE FSC-FEE-CODE TO FST-FEE-CODE (WS-FSC-COUNT).
065300     MOVE FSC-PROGRAM-CODE TO FST-PROGRAM-CODE (WS-FSC-COUNT).
065400     MOVE FSC-RESIDENT-FLAG TO FST-RESIDENT-FLAG (WS-FSC-COUNT).
065500     MOVE FSC-LOW-CREDITS TO FST-LOW-CREDITS (WS-FSC-COUNT).
065600     MOVE FSC-HIGH-CREDITS TO FST-HIGH-CREDITS (WS-FSC-COUNT).
065700     MOVE FSC-AMOUNT TO FST-AMOUNT (WS-FSC-COUNT).
065800     MOVE FSC-DESC TO FST-DESC (WS-FSC-COUNT).
065900     SET WS-FEE-NOT-FOUND TO TRUE.
066000     PERFORM VARYING WS-FCD-IDX FROM 1 BY 1
066100             UNTIL WS-FCD-IDX > WS-FCD-COUNT
066200             OR WS-FEE-FOUND
066300         IF FCD-FEE-CODE (WS-FCD-IDX) = FSC-FEE-CODE
066400             SET WS-FEE-FOUND TO TRUE
066500         END-IF
066600     END-PERFORM.
066700     IF WS-FEE-NOT-FOUND
066800         IF WS-FCD-COUNT = WS-FCD-MAX
066900             SET WS-TABLE-OVERFLOWED TO TRUE
067000         ELSE
067100             ADD 1 TO WS-FCD-COUNT
067200             MOVE FSC-FEE-CODE TO FCD-FEE-CODE (WS-FCD-COUNT)
067300         END-IF
067400     END-IF.
067500 0035-LOAD-ONE-FEE-BAND-EXIT.
067600     EXIT.
067700*--------------------------------------------------------------*
067800* 0040-OPEN-RESIDENCY-FILE - CONDRES OPENED FOR KEYED READS BY  *
067900* STUDENT AND TERM. WITHOUT IT NO RESIDENCY IS KNOWN, SO A      *
068000* MISSING RESULTS FILE HOLDS EVERY MANDATORY FEE AS IT STANDS   *
068100* RATHER THAN RE-PRICE RESIDENTS AS NON-RESIDENT.               *
068200*--------------------------------------------------------------*
068300 0040-OPEN-RESIDENCY-FILE.
068600     OPEN INPUT FC-CONDRES-FILE.
068700     IF NOT WS-CONDRES-OK
068800         DISPLAY 'FEECALC: NO CONDRES DECISIONS - MANDATORY '
068900             'FEES HELD'
069000         SET WS-SCHED-HELD TO TRUE
069100         GO TO 0040-OPEN-RESIDENCY-FILE-EXIT
069200     END-IF.
069300     SET WS-RES-IS-OPEN TO TRUE.
070800 0040-OPEN-RESIDENCY-FILE-EXIT.
070900     EXIT.
071900*--------------------------------------------------------------*
072000* 0050-LOAD-CATALOG - EVERY CRSCATLG SECTION WITH A LAB OR      *
072100* MATERIALS FEE. A MISSING CATALOG IS LOGGED TO IOERR AND HOLDS *
072200* EVERY COURSE FEE AS IT STANDS; THE MANDATORY FEES STILL POST. *
072300*--------------------------------------------------------------*
072400 0050-LOAD-CATALOG.
072500     MOVE 0 TO WS-CAT-COUNT.
072600     OPEN INPUT FC-CATALOG-FILE.
072700     IF NOT WS-CATALOG-OK
072800         MOVE 'FEECALC ' TO IO-PROGRAM-ID
072900         MOVE 'CRSCATLG' TO IO-FILE-NAME
073000         MOVE 'OPEN-IN ' TO IO-OPERATION
073100         MOVE WS-CATALOG-STATUS TO IO-FILE-STATUS
073200         MOVE 'N' TO IO-MANDATORY-FLAG
073300         CALL 'IOERR' USING IOERR-PARM-BLOCK
073400         GO TO 0050-LOAD-CATALOG-EXIT
073500     END-IF.
073600     SET WS-CATALOG-LOADED TO TRUE.
073700     SET WS-NOT-AT-EOF TO TRUE.
073800     PERFORM UNTIL WS-AT-EOF
073900         READ FC-CATALOG-FILE
074000             AT END
074100                 SET WS-AT-EOF TO TRUE
074200             NOT AT END
074300                 IF CRC-LAB-FEE NOT NUMERIC
074400                     MOVE 0 TO CRC-LAB-FEE
074500                 END-IF
074600                 IF CRC-MATL-FEE NOT NUMERIC
074700                     MOVE 0 TO CRC-MATL-FEE
074800                 END-IF
074900                 IF CRC-LAB-FEE > 0
075000                     OR CRC-MATL-FEE > 0
075100                     IF WS-CAT-COUNT = WS-CAT-MAX
075200                         SET WS-TABLE-OVERFLOWED TO TRUE
075300                         SET WS-AT-EOF TO TRUE
075400                     ELSE
075500                         ADD 1 TO WS-CAT-COUNT
075600                         MOVE CRC-COURSE-ID TO
075700                             FCK-COURSE-ID (WS-CAT-COUNT)
075800                         MOVE CRC-SECTION TO
075900                             FCK-SECTION (WS-CAT-COUNT)
076000                         MOVE CRC-TERM TO FCK-TERM (WS-CAT-COUNT)
076100                         MOVE CRC-LAB-FEE TO
076200                             FCK-LAB-FEE (WS-CAT-COUNT)
076300                         MOVE CRC-MATL-FEE TO
076400                             FCK-MATL-FEE (WS-CAT-COUNT)
076500                     END-IF
076600                 END-IF
076700         END-READ
076800     END-PERFORM.
076900     CLOSE FC-CATALOG-FILE.
077000 0050-LOAD-CATALOG-EXIT.
077100     EXIT.
077200*--------------------------------------------------------------*
077300* 0060-LOAD-FEE-HISTORY - THE WHOLE FEEHIST FILE INTO STORAGE.  *
077400* NO FILE YET MEANS NOTHING HAS EVER BEEN ASSESSED.             *
077500*--------------------------------------------------------------*
077600 0060-LOAD-FEE-HISTORY.
077700     MOVE 0 TO WS-HST-COUNT.
077800     OPEN INPUT FC-HIST-FILE.
077900     IF NOT WS-HIST-OK
078000         GO TO 0060-LOAD-FEE-HISTORY-EXIT
078100     END-IF.
078200     SET WS-NOT-AT-EOF TO TRUE.
078300     PERFORM UNTIL WS-AT-EOF
078400         READ FC-HIST-FILE
078500             AT END
078600                 SET WS-AT-EOF TO TRUE
078700             NOT AT END
078800                 IF WS-HST-COUNT = WS-HST-MAX
078900                     SET WS-TABLE-OVERFLOWED TO TRUE
079000                     SET WS-AT-EOF TO TRUE
079100                 ELSE
079200                     IF FHS-AMOUNT NUMERIC
079300                         ADD 1 TO WS-HST-COUNT
079400                         MOVE FHS-STUDENT-ID TO
079500                             FHT-STUDENT-ID (WS-HST-COUNT)
079600                         MOVE FHS-TERM TO FHT-TERM (WS-HST-COUNT)
079700                         MOVE FHS-FEE-KEY TO
079800                             FHT-FEE-KEY (WS-HST-COUNT)
079900                         MOVE FHS-AMOUNT TO
080000                             FHT-AMOUNT (WS-HST-COUNT)
080100                         MOVE FHS-POST-DATE TO
080200                             FHT-POST-DATE (WS-HST-COUNT)
080300                         MOVE FHS-DESC TO FHT-DESC (WS-HST-COUNT)
080400                         MOVE 'N' TO FHT-TOUCHED (WS-HST-COUNT)
080500                     END-IF
080600                 END-IF
080700         END-READ
080800     END-PERFORM.
080900     CLOSE FC-HIST-FILE.
081000 0060-LOAD-FEE-HISTORY-EXIT.
081100     EXIT.
081200*--------------------------------------------------------------*
081300* 0100-ABSORB-EXISTING-DETAIL - COPIES ANY DETAIL ALREADY ON    *
081400* ADTXN TO THE WORK FILE AND FOLDS ITS AMOUNTS INTO THE RUNNING *
081500* CONTROL TOTALS. ANY EXISTING HEADER IS DROPPED - THIS STEP    *
081600* RE-HEADS THE COMBINED FEED.                                   *
081700*--------------------------------------------------------------*
081800 0100-ABSORB-EXISTING-DETAIL.
081900     OPEN OUTPUT FC-WORK-FILE.
082000     SET WS-NOT-AT-EOF TO TRUE.
082100     OPEN INPUT FC-TXN-FILE.
082200     IF NOT WS-TXN-OK
082300         GO TO 0100-ABSORB-EXISTING-DETAIL-DONE
082400     END-IF.
082500     PERFORM 0150-READ-ONE-TXN
082600         THRU 0150-READ-ONE-TXN-EXIT.
082700     PERFORM UNTIL WS-AT-EOF
082800         IF TXN-DETAIL-RECORD
082900             AND TXN-AMOUNT NUMERIC
083000             PERFORM 0170-TALLY-ONE-DETAIL
083100                 THRU 0170-TALLY-ONE-DETAIL-EXIT
083200             MOVE TXN-RECORD TO FC-WORK-RECORD
083300             WRITE FC-WORK-RECORD
083400         END-IF
083500         PERFORM 0150-READ-ONE-TXN
083600             THRU 0150-READ-ONE-TXN-EXIT
083700     END-PERFORM.
083800     CLOSE FC-TXN-FILE.
083900 0100-ABSORB-EXISTING-DETAIL-DONE.
084000     CONTINUE.
084100 0100-ABSORB-EXISTING-DETAIL-EXIT.
084200     EXIT.
084300*--------------------------------------------------------------*
084400* 0150-READ-ONE-TXN - A SINGLE READ OF ADTXN.                   *
084500*--------------------------------------------------------------*
084600 0150-READ-ONE-TXN.
084700     READ FC-TXN-FILE
084800         AT END SET WS-AT-EOF TO TRUE
084900     END-READ.
085000 0150-READ-ONE-TXN-EXIT.
085100     EXIT.
085200*--------------------------------------------------------------*
085300* 0170-TALLY-ONE-DETAIL - ONE DETAIL RECORD INTO THE COUNT AND  *
085400* ITS CATEGORY'S HASH TOTAL.                                    *
085500*--------------------------------------------------------------*
085600 0170-TALLY-ONE-DETAIL.
085700     ADD 1 TO WS-TXN-COUNT.
085800     EVALUATE TXN-CATEGORY
085900         WHEN 'A'
086000             ADD TXN-AMOUNT TO WS-HASH-A
086100         WHEN 'B'
086200             ADD TXN-AMOUNT TO WS-HASH-B
086300         WHEN 'C'
086400             ADD TXN-AMOUNT TO WS-HASH-C
086500         WHEN 'D'
086600             ADD TXN-AMOUNT TO WS-HASH-D
086700         WHEN 'E'
086800             ADD TXN-AMOUNT TO WS-HASH-E
086900         WHEN OTHER
087000             CONTINUE
087100     END-EVALUATE.
087200 0170-TALLY-ONE-DETAIL-EXIT.
087300     EXIT.
087400*--------------------------------------------------------------*
087500* 1000-ASSESS-ENROLLMENTS - ONE KEY-ORDERED PASS OVER ENRLMAST  *
087600* WITH A CONTROL BREAK ON STUDENT ID. EACH ACTIVE ENROLLMENT IN *
087700* A TERM STILL OPEN FOR FEES ADDS ITS CREDITS TO THE TERM AND   *
087800* ITS SECTION'S COURSE FEES TO WHAT THE STUDENT OWES; THE BREAK *
087900* PRICES THE MANDATORY FEES AND SETTLES EVERYTHING AGAINST      *
088000* FEEHIST.                                                      *
088100*--------------------------------------------------------------*
088200 1000-ASSESS-ENROLLMENTS.
088300     OPEN OUTPUT FC-REPORT-FILE.
088400     SET WS-NOT-AT-EOF TO TRUE.
088500     OPEN INPUT FC-ENROLL-FILE.
088600     IF NOT WS-ENROLL-OK
088700         DISPLAY 'FEECALC: NO ENROLLMENT FILE - NOTHING '
088800             'ASSESSED'
088900         GO TO 1000-ASSESS-ENROLLMENTS-EXIT
089000     END-IF.
089100     SET WS-ENRL-PASSED TO TRUE.
089200     OPEN INPUT FC-MASTER-FILE.
089300     PERFORM 1100-READ-ONE-ENROLLMENT
089400         THRU 1100-READ-ONE-ENROLLMENT-EXIT.
089500     MOVE 0 TO WS-BREAK-STUDENT-ID.
089600     MOVE 0 TO WS-TERM-COUNT.
089700     MOVE 0 TO WS-DUE-COUNT.
089800     SET WS-DUE-WITHIN TO TRUE.
089900     PERFORM UNTIL WS-AT-EOF
090000         IF ENR-STUDENT-ID NOT = WS-BREAK-STUDENT-ID
090100             IF WS-BREAK-STUDENT-ID > 0
090200                 PERFORM 2000-ASSESS-ONE-STUDENT
090300                     THRU 2000-ASSESS-ONE-STUDENT-EXIT
090400             END-IF
090500             MOVE ENR-STUDENT-ID TO WS-BREAK-STUDENT-ID
090600             MOVE 0 TO WS-TERM-COUNT
090700             MOVE 0 TO WS-DUE-COUNT
090800             SET WS-DUE-WITHIN TO TRUE
090900         END-IF
091000         IF ENR-ACTIVE
091100             MOVE ENR-TERM TO WS-WINDOW-TERM
091200             PERFORM 1150-CHECK-FEE-WINDOW
091300                 THRU 1150-CHECK-FEE-WINDOW-EXIT
091400             IF WS-TERM-OPEN
091500                 PERFORM 1200-TALLY-ONE-TERM
091600                     THRU 1200-TALLY-ONE-TERM-EXIT
091700                 PERFORM 1250-NOTE-COURSE-FEES
091800                     THRU 1250-NOTE-COURSE-FEES-EXIT
091900             END-IF
092000         END-IF
092100         PERFORM 1100-READ-ONE-ENROLLMENT
092200             THRU 1100-READ-ONE-ENROLLMENT-EXIT
092300     END-PERFORM.
092400     IF WS-BREAK-STUDENT-ID > 0
092500         PERFORM 2000-ASSESS-ONE-STUDENT
092600             THRU 2000-ASSESS-ONE-STUDENT-EXIT
092700     END-IF.
092800     CLOSE FC-ENROLL-FILE.
092900     CLOSE FC-MASTER-FILE.
093000 1000-ASSESS-ENROLLMENTS-EXIT.
093100     EXIT.
093200*--------------------------------------------------------------*
093300* 1100-READ-ONE-ENROLLMENT - A SINGLE READ OF ENRLMAST.         *
093400*--------------------------------------------------------------*
093500 1100-READ-ONE-ENROLLMENT.
093600     READ FC-ENROLL-FILE NEXT RECORD
093700         AT END SET WS-AT-EOF TO TRUE
093800     END-READ.
093900 1100-READ-ONE-ENROLLMENT-EXIT.
094000     EXIT.
094100*--------------------------------------------------------------*
094200* 1150-CHECK-FEE-WINDOW - A TERM ON THE ACADCAL CALENDAR TAKES  *
094300* FEES AND FEE ADJUSTMENTS FROM ITS REGISTRATION-OPEN DATE      *
094400* THROUGH ITS CENSUS DATE; AFTER CENSUS ITS FEES STAND. A TERM  *
094500* NOT ON THE CALENDAR IS ALWAYS OPEN.                           *
094600*--------------------------------------------------------------*
094700 1150-CHECK-FEE-WINDOW.
094800     SET WS-TERM-OPEN TO TRUE.
094900     PERFORM VARYING WS-ACAL-IDX FROM 1 BY 1
095000             UNTIL WS-ACAL-IDX > WS-ACAL-COUNT
095100         IF FAC-TERM (WS-ACAL-IDX) = WS-WINDOW-TERM
095200             IF WS-BUSINESS-DATE < FAC-REG-OPEN-DATE (WS-ACAL-IDX)
095300                 OR WS-BUSINESS-DATE >
095400                     FAC-CENSUS-DATE (WS-ACAL-IDX)
095500                 SET WS-TERM-CLOSED TO TRUE
095600             END-IF
095700         END-IF
095800     END-PERFORM.
095900 1150-CHECK-FEE-WINDOW-EXIT.
096000     EXIT.
096100*--------------------------------------------------------------*
096200* 1200-TALLY-ONE-TERM - ONE ACTIVE ENROLLMENT'S CREDITS INTO    *
096300* ITS TERM'S SLOT FOR THE CURRENT STUDENT.                      *
096400*--------------------------------------------------------------*
096500 1200-TALLY-ONE-TERM.
096600     SET WS-TERM-NOT-FOUND TO TRUE.
096700     PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
096800             UNTIL WS-TERM-IDX > WS-TERM-COUNT
096900             OR WS-TERM-FOUND
097000         IF WTT-TERM (WS-TERM-IDX) = ENR-TERM
097100             SET WS-TERM-FOUND TO TRUE
097200             ADD ENR-CREDIT-HOURS TO WTT-CREDITS (WS-TERM-IDX)
097300         END-IF
097400     END-PERFORM.
097500     IF WS-TERM-NOT-FOUND
097600         AND WS-TERM-COUNT < WS-TERM-MAX
097700         ADD 1 TO WS-TERM-COUNT
097800         MOVE ENR-TERM TO WTT-TERM (WS-TERM-COUNT)
097900         MOVE ENR-CREDIT-HOURS TO WTT-CREDITS (WS-TERM-COUNT)
098000     END-IF.
098100 1200-TALLY-ONE-TERM-EXIT.
098200     EXIT.
098300*--------------------------------------------------------------*
098400* 1250-NOTE-COURSE-FEES - THE LAB AND MATERIALS FEES THE        *
098500* ENROLLMENT'S CRSCATLG SECTION CARRIES, ADDED TO WHAT THE      *
098600* STUDENT OWES FOR THE TERM.                                    *
098700*--------------------------------------------------------------*
098800 1250-NOTE-COURSE-FEES.
098900     PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
099000             UNTIL WS-CAT-IDX > WS-CAT-COUNT
099100         IF FCK-COURSE-ID (WS-CAT-IDX) = ENR-COURSE-ID
099200             AND FCK-SECTION (WS-CAT-IDX) = ENR-SECTION
099300             AND FCK-TERM (WS-CAT-IDX) = ENR-TERM
099400             MOVE ENR-TERM TO WS-PRICE-TERM
099500             IF FCK-LAB-FEE (WS-CAT-IDX) > 0
099600                 MOVE SPACES TO WS-FEE-KEY
099700                 STRING 'L' ENR-COURSE-ID ENR-SECTION
099800                     DELIMITED BY SIZE INTO WS-FEE-KEY
099900                 MOVE FCK-LAB-FEE (WS-CAT-IDX) TO WS-FEE-AMOUNT
100000                 MOVE SPACES TO WS-FEE-DESC
100100                 STRING 'LAB FEE ' ENR-COURSE-ID
100200                     DELIMITED BY SIZE INTO WS-FEE-DESC
100300                 PERFORM 2250-ADD-DUE-FEE
100400                     THRU 2250-ADD-DUE-FEE-EXIT
100500             END-IF
100600             IF FCK-MATL-FEE (WS-CAT-IDX) > 0
100700                 MOVE SPACES TO WS-FEE-KEY
100800                 STRING 'M' ENR-COURSE-ID ENR-SECTION
100900                     DELIMITED BY SIZE INTO WS-FEE-KEY
101000                 MOVE FCK-MATL-FEE (WS-CAT-IDX) TO WS-FEE-AMOUNT
101100                 MOVE SPACES TO WS-FEE-DESC
101200                 STRING 'MATERIALS FEE ' ENR-COURSE-ID
101300                     DELIMITED BY SIZE INTO WS-FEE-DESC
101400                 PERFORM 2250-ADD-DUE-FEE
101500                     THRU 2250-ADD-DUE-FEE-EXIT
101600             END-IF
101700         END-IF
101800     END-PERFORM.
101900 1250-NOTE-COURSE-FEES-EXIT.
102000     EXIT.
102100*--------------------------------------------------------------*
102200* 2000-ASSESS-ONE-STUDENT - THE MANDATORY FEES FOR EACH OPEN    *
102300* TERM, THEN EVERY FEE OWED SETTLED AGAINST FEEHIST. A STUDENT  *
102400* OFF THE MASTER, OR ONE OWING MORE FEES THAN THE TABLE HOLDS,  *
102500* IS SKIPPED AND SHOWN ON THE REGISTER WITH THEIR FEES LEFT AS  *
102600* THEY STOOD.                                                   *
102700*--------------------------------------------------------------*
102800 2000-ASSESS-ONE-STUDENT.
102900     IF WS-TERM-COUNT = 0
103000         GO TO 2000-ASSESS-ONE-STUDENT-EXIT
103100     END-IF.
103200     SET WS-STUDENT-UNCOUNTED TO TRUE.
103300     MOVE WS-BREAK-STUDENT-ID TO STM-STUDENT-ID.
103400     READ FC-MASTER-FILE
103500         INVALID KEY
103600             MOVE 'NOT ON MASTER' TO FCR-NOTE
103700             PERFORM 2800-WRITE-SKIP-LINE
103800                 THRU 2800-WRITE-SKIP-LINE-EXIT
103900             GO TO 2000-ASSESS-ONE-STUDENT-EXIT
104000     END-READ.
104100     PERFORM 2050-PRICE-ONE-TERM
104200         THRU 2050-PRICE-ONE-TERM-EXIT
104300         VARYING WS-TERM-SUB FROM 1 BY 1
104400         UNTIL WS-TERM-SUB > WS-TERM-COUNT.
104500     IF WS-DUE-OVERFLOWED
104600         MOVE 'TOO MANY FEES' TO FCR-NOTE
104700         PERFORM 2800-WRITE-SKIP-LINE
104800             THRU 2800-WRITE-SKIP-LINE-EXIT
104900         GO TO 2000-ASSESS-ONE-STUDENT-EXIT
105000     END-IF.
105100     PERFORM 2300-SETTLE-ONE-FEE
105200         THRU 2300-SETTLE-ONE-FEE-EXIT
105300         VARYING WS-DUE-IDX FROM 1 BY 1
105400         UNTIL WS-DUE-IDX > WS-DUE-COUNT.
105500 2000-ASSESS-ONE-STUDENT-EXIT.
105600     EXIT.
105700*--------------------------------------------------------------*
105800* 2050-PRICE-ONE-TERM - EACH FEESCHED FEE CODE FOR ONE TERM'S   *
105900* CREDITS, ON THAT TERM'S RESIDENCY BASIS.                      *
106000*--------------------------------------------------------------*
106100 2050-PRICE-ONE-TERM.
106200     MOVE WTT-TERM (WS-TERM-SUB) TO WS-PRICE-TERM.
106300     MOVE WTT-CREDITS (WS-TERM-SUB) TO WS-STUDENT-CREDITS.
106400     IF WS-SCHED-HELD
106500         GO TO 2050-PRICE-ONE-TERM-EXIT
106600     END-IF.
106700     PERFORM 2100-FIND-RESIDENCY
106800         THRU 2100-FIND-RESIDENCY-EXIT.
106900     PERFORM 2200-FIND-MANDATORY-FEE
107000         THRU 2200-FIND-MANDATORY-FEE-EXIT
107100         VARYING WS-FCD-IDX FROM 1 BY 1
107200         UNTIL WS-FCD-IDX > WS-FCD-COUNT.
107300 2050-PRICE-ONE-TERM-EXIT.
107400     EXIT.
107500*--------------------------------------------------------------*
107600* 2100-FIND-RESIDENCY - THE CONDRES DECISION FOR THE STUDENT    *
107700* AND THE TERM BEING PRICED. ELIGIBLE PRICES RESIDENT;          *
107800* INELIGIBLE OR NO DECISION FOR THAT TERM PRICES NON-RESIDENT.  *
107900*--------------------------------------------------------------*
108000 2100-FIND-RESIDENCY.
108100     MOVE 'N' TO WS-RESIDENT-FLAG.
108200     SET WS-RES-NOT-FOUND TO TRUE.
108300     IF NOT WS-RES-IS-OPEN
108400         GO TO 2100-FIND-RESIDENCY-EXIT
108500     END-IF.
108600     MOVE WS-BREAK-STUDENT-ID TO RES-STUDENT-ID.
108700     MOVE WS-PRICE-TERM TO RES-TERM.
108800     READ FC-CONDRES-FILE
108900         INVALID KEY
109000             GO TO 2100-FIND-RESIDENCY-EXIT
109100     END-READ.
109200     SET WS-RES-FOUND TO TRUE.
109210     IF RES-ELIGIBLE-FLAG = '1'
109220         MOVE 'R' TO WS-RESIDENT-FLAG
109300     END-IF.
109400 2100-FIND-RESIDENCY-EXIT.
109500     EXIT.
109600*--------------------------------------------------------------*
109700* 2200-FIND-MANDATORY-FEE - THE BAND OF ONE FEE CODE THAT       *
109800* COVERS THE TERM'S CREDITS FOR THE STUDENT'S PROGRAM AND       *
109900* RESIDENCY, FALLING BACK TO THE '****' PROGRAM. NO BAND, OR A  *
110000* ZERO ONE, MEANS THE FEE IS NOT OWED.                          *
110100*--------------------------------------------------------------*
110200 2200-FIND-MANDATORY-FEE.
110300     SET WS-FEE-NOT-FOUND TO TRUE.
110400     PERFORM VARYING WS-FSC-IDX FROM 1 BY 1
110500             UNTIL WS-FSC-IDX > WS-FSC-COUNT
110600             OR WS-FEE-FOUND
110700         IF FST-FEE-CODE (WS-FSC-IDX) = FCD-FEE-CODE (WS-FCD-IDX)
110800             AND FST-PROGRAM-CODE (WS-FSC-IDX) = STM-PROGRAM-CODE
110900             AND FST-RESIDENT-FLAG (WS-FSC-IDX) = WS-RESIDENT-FLAG
111000             AND FST-LOW-CREDITS (WS-FSC-IDX)
111100                 NOT > WS-STUDENT-CREDITS
111200             AND FST-HIGH-CREDITS (WS-FSC-IDX)
111300                 NOT < WS-STUDENT-CREDITS
111400             SET WS-FEE-FOUND TO TRUE
111500             MOVE FST-AMOUNT (WS-FSC-IDX) TO WS-FEE-AMOUNT
111600             MOVE FST-DESC (WS-FSC-IDX) TO WS-FEE-DESC
111700         END-IF
111800     END-PERFORM.
111900     IF WS-FEE-NOT-FOUND
112000         PERFORM VARYING WS-FSC-IDX FROM 1 BY 1
112100                 UNTIL WS-FSC-IDX > WS-FSC-COUNT
112200                 OR WS-FEE-FOUND
112300             IF FST-FEE-CODE (WS-FSC-IDX)
112400                     = FCD-FEE-CODE (WS-FCD-IDX)
112500                 AND FST-PROGRAM-CODE (WS-FSC-IDX) = '****'
112600                 AND FST-RESIDENT-FLAG (WS-FSC-IDX)
112700                     = WS-RESIDENT-FLAG
112800                 AND FST-LOW-CREDITS (WS-FSC-IDX)
112900                     NOT > WS-STUDENT-CREDITS
113000                 AND FST-HIGH-CREDITS (WS-FSC-IDX)
113100                     NOT < WS-STUDENT-CREDITS
113200                 SET WS-FEE-FOUND TO TRUE
113300                 MOVE FST-AMOUNT (WS-FSC-IDX) TO WS-FEE-AMOUNT
113400                 MOVE FST-DESC (WS-FSC-IDX) TO WS-FEE-DESC
113500             END-IF
113600         END-PERFORM
113700     END-IF.
113800     IF WS-FEE-NOT-FOUND
113900         OR WS-FEE-AMOUNT = 0
114000         GO TO 2200-FIND-MANDATORY-FEE-EXIT
114100     END-IF.
114200     MOVE FCD-FEE-CODE (WS-FCD-IDX) TO WS-FEE-KEY.
114300     PERFORM 2250-ADD-DUE-FEE
114400         THRU 2250-ADD-DUE-FEE-EXIT.
114500 2200-FIND-MANDATORY-FEE-EXIT.
114600     EXIT.
114700*--------------------------------------------------------------*
114800* 2250-ADD-DUE-FEE - ONE FEE (WS-PRICE-TERM, WS-FEE-KEY,        *
114900* WS-FEE-AMOUNT, WS-FEE-DESC) ONTO WHAT THE STUDENT OWES.       *
115000*--------------------------------------------------------------*
115100 2250-ADD-DUE-FEE.
115200     IF WS-DUE-COUNT = WS-DUE-MAX
115300         SET WS-DUE-OVERFLOWED TO TRUE
115400         GO TO 2250-ADD-DUE-FEE-EXIT
115500     END-IF.
115600     ADD 1 TO WS-DUE-COUNT.
115700     MOVE WS-PRICE-TERM TO WDU-TERM (WS-DUE-COUNT).
115800     MOVE WS-FEE-KEY TO WDU-FEE-KEY (WS-DUE-COUNT).
115900     MOVE WS-FEE-AMOUNT TO WDU-AMOUNT (WS-DUE-COUNT).
116000     MOVE WS-FEE-DESC TO WDU-DESC (WS-DUE-COUNT).
116100 2250-ADD-DUE-FEE-EXIT.
116200     EXIT.
116300*--------------------------------------------------------------*
116400* 2300-SETTLE-ONE-FEE - ONE FEE OWED AGAINST WHAT FEEHIST SAYS  *
116500* WAS ASSESSED FOR IT. ANY DIFFERENCE POSTS AND FEEHIST IS      *
116600* BROUGHT UP TO DATE; THE HISTORY ENTRY IS MARKED TOUCHED SO    *
116700* THE REVERSAL SWEEP LEAVES IT ALONE.                           *
116800*--------------------------------------------------------------*
116900 2300-SETTLE-ONE-FEE.
117000     MOVE WDU-TERM (WS-DUE-IDX) TO WS-PRICE-TERM.
117100     MOVE WDU-FEE-KEY (WS-DUE-IDX) TO WS-FEE-KEY.
117200     MOVE WDU-DESC (WS-DUE-IDX) TO WS-ACCT-DESC.
117300     PERFORM 2350-FIND-HISTORY
117400         THRU 2350-FIND-HISTORY-EXIT.
117500     MOVE 0 TO WS-PRIOR-AMOUNT.
117600     IF WS-HST-MATCH > 0
117700         MOVE FHT-AMOUNT (WS-HST-MATCH) TO WS-PRIOR-AMOUNT
117800         MOVE 'Y' TO FHT-TOUCHED (WS-HST-MATCH)
117900     END-IF.
118000     COMPUTE WS-CHARGE-AMOUNT =
118100         WDU-AMOUNT (WS-DUE-IDX) - WS-PRIOR-AMOUNT.
118200     IF WS-CHARGE-AMOUNT = 0
118300         GO TO 2300-SETTLE-ONE-FEE-EXIT
118400     END-IF.
118500     MOVE SPACES TO FC-REPORT-RECORD.
118600     IF WS-HST-MATCH = 0
118700         IF WS-HST-COUNT = WS-HST-MAX
118800             ADD 1 TO WS-FEES-UNRECORDED
118900             MOVE 'HISTORY FULL' TO FCR-NOTE
119000             MOVE 0 TO WS-CHARGE-AMOUNT
119100             GO TO 2300-SETTLE-ONE-FEE-LINE
119200         END-IF
119300         ADD 1 TO WS-HST-COUNT
119400         MOVE WS-HST-COUNT TO WS-HST-MATCH
119500         MOVE WS-BREAK-STUDENT-ID TO FHT-STUDENT-ID (WS-HST-MATCH)
119600         MOVE WS-PRICE-TERM TO FHT-TERM (WS-HST-MATCH)
119700         MOVE WS-FEE-KEY TO FHT-FEE-KEY (WS-HST-MATCH)
119800         MOVE 'Y' TO FHT-TOUCHED (WS-HST-MATCH)
119900     END-IF.
120000     MOVE WDU-AMOUNT (WS-DUE-IDX) TO FHT-AMOUNT (WS-HST-MATCH).
120100     MOVE WS-BUSINESS-DATE TO FHT-POST-DATE (WS-HST-MATCH).
120200     MOVE WS-ACCT-DESC TO FHT-DESC (WS-HST-MATCH).
120300     IF WS-PRIOR-AMOUNT = 0
120400         MOVE 'ASSESSED' TO FCR-NOTE
120500     ELSE
120600         MOVE 'ADJUSTED' TO FCR-NOTE
120700     END-IF.
120800     IF WS-STUDENT-UNCOUNTED
120900         ADD 1 TO WS-STUDENTS-ASSESSED
121000         SET WS-STUDENT-COUNTED TO TRUE
121100     END-IF.
121200     ADD 1 TO WS-FEES-POSTED.
121300     PERFORM 2500-WRITE-FEE-DETAIL
121400         THRU 2500-WRITE-FEE-DETAIL-EXIT.
121500 2300-SETTLE-ONE-FEE-LINE.
121600     MOVE WS-BREAK-STUDENT-ID TO FCR-STUDENT-ID.
121700     MOVE WS-PRICE-TERM TO FCR-TERM.
121800     MOVE WS-FEE-KEY TO FCR-FEE-KEY.
121900     MOVE WS-ACCT-DESC TO FCR-DESC.
122000     MOVE WS-PRIOR-AMOUNT TO FCR-PRIOR-AMOUNT.
122100     MOVE WDU-AMOUNT (WS-DUE-IDX) TO FCR-DUE-AMOUNT.
122200     MOVE WS-CHARGE-AMOUNT TO FCR-POSTED-AMOUNT.
122300     WRITE FC-REPORT-RECORD.
122400 2300-SETTLE-ONE-FEE-EXIT.
122500     EXIT.
122600*--------------------------------------------------------------*
122700* 2350-FIND-HISTORY - THE FEEHIST ENTRY FOR THE CURRENT         *
122800* STUDENT, WS-PRICE-TERM AND WS-FEE-KEY, OR ZERO IF NONE.       *
122900*--------------------------------------------------------------*
123000 2350-FIND-HISTORY.
123100     MOVE 0 TO WS-HST-MATCH.
123200     PERFORM VARYING WS-HST-IDX FROM 1 BY 1
123300             UNTIL WS-HST-IDX > WS-HST-COUNT
123400             OR WS-HST-MATCH > 0
123500         IF FHT-STUDENT-ID (WS-HST-IDX) = WS-BREAK-STUDENT-ID
123600             AND FHT-TERM (WS-HST-IDX) = WS-PRICE-TERM
123700             AND FHT-FEE-KEY (WS-HST-IDX) = WS-FEE-KEY
123800             MOVE WS-HST-IDX TO WS-HST-MATCH
123900         END-IF
124000     END-PERFORM.
124100 2350-FIND-HISTORY-EXIT.
124200     EXIT.
124300*--------------------------------------------------------------*
124400* 2500-WRITE-FEE-DETAIL - ONE CATEGORY-D DETAIL RECORD TO THE   *
124500* WORK FILE, FOLDED INTO THE CONTROL TOTALS, AND THE SAME       *
124600* AMOUNT ONTO THE STUDENT'S STUACCT ACCOUNT.                    *
124700*--------------------------------------------------------------*
124800 2500-WRITE-FEE-DETAIL.
124900     MOVE SPACES TO TXN-RECORD.
125000     MOVE 'D' TO TXN-RECORD-TYPE.
125100     MOVE 'D' TO TXN-CATEGORY.
125200     MOVE 'I' TO TXN-FUND-CODE.
125300     MOVE WS-CHARGE-AMOUNT TO TXN-AMOUNT.
125400     PERFORM 0170-TALLY-ONE-DETAIL
125500         THRU 0170-TALLY-ONE-DETAIL-EXIT.
125600     MOVE TXN-RECORD TO FC-WORK-RECORD.
125700     WRITE FC-WORK-RECORD.
125800     ADD WS-CHARGE-AMOUNT TO WS-FEE-TOTAL.
125900     PERFORM 2600-POST-TO-SUBLEDGER
126000         THRU 2600-POST-TO-SUBLEDGER-EXIT.
126100 2500-WRITE-FEE-DETAIL-EXIT.
126200     EXIT.
126300*--------------------------------------------------------------*
126400* 2600-POST-TO-SUBLEDGER - THE FEE ONTO THE STUDENT'S STUACCT   *
126500* ACCOUNT (A REVERSAL AS A CREDIT). A TEST-MODE RUN POSTS       *
126600* NOTHING.                                                      *
126700*--------------------------------------------------------------*
126800 2600-POST-TO-SUBLEDGER.
126900     IF SP-TEST-MODE
127000         GO TO 2600-POST-TO-SUBLEDGER-EXIT
127100     END-IF.
127200     OPEN EXTEND FC-ACCT-FILE.
127300     IF NOT WS-ACCT-OK
127400         CLOSE FC-ACCT-FILE
127500         OPEN OUTPUT FC-ACCT-FILE
127600     END-IF.
127700     MOVE SPACES TO STU-ACCT-RECORD.
127800     MOVE WS-BREAK-STUDENT-ID TO SUB-STUDENT-ID.
127900     ACCEPT SUB-POST-DATE FROM DATE YYYYMMDD.
128000     ACCEPT SUB-POST-TIME FROM TIME.
128100     MOVE 'FEECALC ' TO SUB-SOURCE.
128200     MOVE 'D' TO SUB-CATEGORY.
128300     MOVE WS-CHARGE-AMOUNT TO SUB-AMOUNT.
128400     MOVE WS-ACCT-DESC TO SUB-DESC.
128500     WRITE STU-ACCT-RECORD.
128500     IF WS-ACCT-OK
128500         PERFORM 8700-JOURNAL-ACCT-POST
128500             THRU 8700-JOURNAL-ACCT-POST-EXIT
128500         PERFORM 8780-POST-ACCT-BALANCE
128500             THRU 8780-POST-ACCT-BALANCE-EXIT
128500     END-IF.
128600     CLOSE FC-ACCT-FILE.
128700 2600-POST-TO-SUBLEDGER-EXIT.
128800     EXIT.
128900*--------------------------------------------------------------*
129000* 2800-WRITE-SKIP-LINE - THE STUDENT NOBODY COULD ASSESS. THE   *
129100* NOTE IS ALREADY IN FCR-NOTE. THEIR FEEHIST ENTRIES ARE ALL    *
129200* MARKED TOUCHED SO NOTHING OF THEIRS IS REVERSED EITHER.       *
129300*--------------------------------------------------------------*
129400 2800-WRITE-SKIP-LINE.
129500     ADD 1 TO WS-STUDENTS-SKIPPED.
129600     MOVE FCR-NOTE TO WS-FEE-DESC.
129700     MOVE SPACES TO FC-REPORT-RECORD.
129800     MOVE WS-BREAK-STUDENT-ID TO FCR-STUDENT-ID.
129900     MOVE ZERO TO FCR-PRIOR-AMOUNT.
130000     MOVE ZERO TO FCR-DUE-AMOUNT.
130100     MOVE ZERO TO FCR-POSTED-AMOUNT.
130200     MOVE WS-FEE-DESC TO FCR-NOTE.
130300     WRITE FC-REPORT-RECORD.
130400     PERFORM VARYING WS-HST-IDX FROM 1 BY 1
130500             UNTIL WS-HST-IDX > WS-HST-COUNT
130600         IF FHT-STUDENT-ID (WS-HST-IDX) = WS-BREAK-STUDENT-ID
130700             MOVE 'Y' TO FHT-TOUCHED (WS-HST-IDX)
130800         END-IF
130900     END-PERFORM.
131000 2800-WRITE-SKIP-LINE-EXIT.
131100     EXIT.
131200*--------------------------------------------------------------*
131300* 4000-REVERSE-DROPPED-FEES - EVERY FEEHIST ENTRY NOT SETTLED   *
131400* TONIGHT IS A FEE NO LONGER OWED - THE SECTION WAS DROPPED OR  *
131500* CANCELLED, OR THE CREDITS LEFT THE BAND. WHILE ITS TERM IS    *
131600* STILL SHORT OF CENSUS IT IS REVERSED IN FULL. WITHOUT A PASS  *
131700* OVER ENRLMAST NOTHING WAS SETTLED, SO NOTHING IS REVERSED.    *
131800*--------------------------------------------------------------*
131900 4000-REVERSE-DROPPED-FEES.
132000     IF WS-ENRL-MISSING
132100         CLOSE FC-REPORT-FILE
132200         GO TO 4000-REVERSE-DROPPED-FEES-EXIT
132300     END-IF.
132400     PERFORM 4100-REVERSE-ONE-FEE
132500         THRU 4100-REVERSE-ONE-FEE-EXIT
132600         VARYING WS-HST-IDX FROM 1 BY 1
132700         UNTIL WS-HST-IDX > WS-HST-COUNT.
132800     CLOSE FC-REPORT-FILE.
132900 4000-REVERSE-DROPPED-FEES-EXIT.
133000     EXIT.
133100*--------------------------------------------------------------*
133200* 4100-REVERSE-ONE-FEE - ONE UNTOUCHED FEEHIST ENTRY. A COURSE  *
133300* FEE (KEY LONGER THAN A FEE CODE) IS LEFT ALONE WHEN THE       *
133400* CATALOG WAS NOT READ, A MANDATORY FEE WHEN ITS SCHEDULE OR    *
133500* THE RESIDENCY DECISIONS WERE NOT.                             *
133600*--------------------------------------------------------------*
133700 4100-REVERSE-ONE-FEE.
133800     IF FHT-TOUCHED (WS-HST-IDX) = 'Y'
133900         OR FHT-AMOUNT (WS-HST-IDX) = 0
134000         GO TO 4100-REVERSE-ONE-FEE-EXIT
134100     END-IF.
134200     IF FHT-FEE-KEY (WS-HST-IDX) (5:6) = SPACES
134300         IF WS-SCHED-HELD
134400             GO TO 4100-REVERSE-ONE-FEE-EXIT
134500         END-IF
134600     ELSE
134700         IF WS-CATALOG-HELD
134800             GO TO 4100-REVERSE-ONE-FEE-EXIT
134900         END-IF
135000     END-IF.
135100     MOVE FHT-TERM (WS-HST-IDX) TO WS-WINDOW-TERM.
135200     PERFORM 1150-CHECK-FEE-WINDOW
135300         THRU 1150-CHECK-FEE-WINDOW-EXIT.
135400     IF WS-TERM-CLOSED
135500         GO TO 4100-REVERSE-ONE-FEE-EXIT
135600     END-IF.
135700     MOVE FHT-STUDENT-ID (WS-HST-IDX) TO WS-BREAK-STUDENT-ID.
135800     MOVE FHT-AMOUNT (WS-HST-IDX) TO WS-PRIOR-AMOUNT.
135900     COMPUTE WS-CHARGE-AMOUNT = 0 - WS-PRIOR-AMOUNT.
136000     MOVE FHT-DESC (WS-HST-IDX) TO WS-ACCT-DESC.
136100     PERFORM 2500-WRITE-FEE-DETAIL
136200         THRU 2500-WRITE-FEE-DETAIL-EXIT.
136300     ADD 1 TO WS-FEES-REVERSED.
136400     MOVE 0 TO FHT-AMOUNT (WS-HST-IDX).
136500     MOVE WS-BUSINESS-DATE TO FHT-POST-DATE (WS-HST-IDX).
136600     MOVE SPACES TO FC-REPORT-RECORD.
136700     MOVE FHT-STUDENT-ID (WS-HST-IDX) TO FCR-STUDENT-ID.
136800     MOVE FHT-TERM (WS-HST-IDX) TO FCR-TERM.
136900     MOVE FHT-FEE-KEY (WS-HST-IDX) TO FCR-FEE-KEY.
137000     MOVE WS-ACCT-DESC TO FCR-DESC.
137100     MOVE WS-PRIOR-AMOUNT TO FCR-PRIOR-AMOUNT.
137200     MOVE ZERO TO FCR-DUE-AMOUNT.
137300     MOVE WS-CHARGE-AMOUNT TO FCR-POSTED-AMOUNT.
137400     MOVE 'REVERSED' TO FCR-NOTE.
137500     WRITE FC-REPORT-RECORD.
137600 4100-REVERSE-ONE-FEE-EXIT.
137700     EXIT.
137800*--------------------------------------------------------------*
137900* 7000-REWRITE-FEE-HISTORY - THE HISTORY TABLE BACK TO FEEHIST, *
138000* LESS EVERY TERM ALREADY PAST ITS ACADCAL TERM END. A          *
138100* TEST-MODE RUN LEAVES FEEHIST AS IT FOUND IT.                  *
138200*--------------------------------------------------------------*
138300 7000-REWRITE-FEE-HISTORY.
138400     IF SP-TEST-MODE
138500         GO TO 7000-REWRITE-FEE-HISTORY-EXIT
138600     END-IF.
138700     OPEN OUTPUT FC-HIST-FILE.
138800     IF NOT WS-HIST-OK
138900         DISPLAY 'FEECALC: FEEHIST REWRITE FAILED - STATUS '
139000             WS-HIST-STATUS
139100         MOVE 8 TO RETURN-CODE
139200         GO TO 7000-REWRITE-FEE-HISTORY-EXIT
139300     END-IF.
139400     PERFORM 7100-WRITE-ONE-HISTORY
139500         THRU 7100-WRITE-ONE-HISTORY-EXIT
139600         VARYING WS-HST-IDX FROM 1 BY 1
139700         UNTIL WS-HST-IDX > WS-HST-COUNT.
139800     CLOSE FC-HIST-FILE.
139900 7000-REWRITE-FEE-HISTORY-EXIT.
140000     EXIT.
140100*--------------------------------------------------------------*
140200* 7100-WRITE-ONE-HISTORY - ONE ENTRY, UNLESS ITS TERM HAS ENDED.*
140300*--------------------------------------------------------------*
140400 7100-WRITE-ONE-HISTORY.
140500     PERFORM VARYING WS-ACAL-IDX FROM 1 BY 1
140600             UNTIL WS-ACAL-IDX > WS-ACAL-COUNT
140700         IF FAC-TERM (WS-ACAL-IDX) = FHT-TERM (WS-HST-IDX)
140800             AND FAC-TERM-END-DATE (WS-ACAL-IDX)
140900                 < WS-BUSINESS-DATE
141000             GO TO 7100-WRITE-ONE-HISTORY-EXIT
141100         END-IF
141200     END-PERFORM.
141300     MOVE SPACES TO FHS-RECORD.
141400     MOVE FHT-STUDENT-ID (WS-HST-IDX) TO FHS-STUDENT-ID.
141500     MOVE FHT-TERM (WS-HST-IDX) TO FHS-TERM.
141600     MOVE FHT-FEE-KEY (WS-HST-IDX) TO FHS-FEE-KEY.
141700     MOVE FHT-AMOUNT (WS-HST-IDX) TO FHS-AMOUNT.
141800     MOVE FHT-POST-DATE (WS-HST-IDX) TO FHS-POST-DATE.
141900     MOVE FHT-DESC (WS-HST-IDX) TO FHS-DESC.
142000     WRITE FHS-RECORD.
142100 7100-WRITE-ONE-HISTORY-EXIT.
142200     EXIT.
142300*--------------------------------------------------------------*
142400* 8000-REWRITE-TXN-FEED - THE COMBINED FEED BACK TO ADTXN: ONE  *
142500* CONTROL HEADER WITH THE COUNT AND PER-CATEGORY HASH TOTALS,   *
142600* THEN EVERY DETAIL OFF THE WORK FILE. A TEST-MODE RUN LEAVES   *
142700* ADTXN EXACTLY AS IT FOUND IT.                                 *
142800*--------------------------------------------------------------*
142900 8000-REWRITE-TXN-FEED.
143000     CLOSE FC-WORK-FILE.
143100     IF SP-TEST-MODE
143200         GO TO 8000-REWRITE-TXN-FEED-EXIT
143300     END-IF.
143400     OPEN OUTPUT FC-TXN-FILE.
143500     MOVE SPACES TO TXN-RECORD.
143600     MOVE 'H' TO TXN-RECORD-TYPE.
143700     MOVE WS-TXN-COUNT TO HDR-DECLARED-COUNT.
143800     MOVE WS-HASH-A TO HDR-HASH-A.
143900     MOVE WS-HASH-B TO HDR-HASH-B.
144000     MOVE WS-HASH-C TO HDR-HASH-C.
144100     MOVE WS-HASH-D TO HDR-HASH-D.
144200     MOVE WS-HASH-E TO HDR-HASH-E.
144300     WRITE TXN-RECORD.
144400     SET WS-NOT-AT-EOF TO TRUE.
144500     OPEN INPUT FC-WORK-FILE.
144600     PERFORM 8100-READ-ONE-WORK-RECORD
144700         THRU 8100-READ-ONE-WORK-RECORD-EXIT.
144800     PERFORM UNTIL WS-AT-EOF
144900         MOVE FC-WORK-RECORD TO TXN-RECORD
145000         WRITE TXN-RECORD
145100         PERFORM 8100-READ-ONE-WORK-RECORD
145200             THRU 8100-READ-ONE-WORK-RECORD-EXIT
145300     END-PERFORM.
145400     CLOSE FC-WORK-FILE.
145500     CLOSE FC-TXN-FILE.
145600 8000-REWRITE-TXN-FEED-EXIT.
145700     EXIT.
145800*--------------------------------------------------------------*
145900* 8100-READ-ONE-WORK-RECORD - A SINGLE READ OF FEEWRK.          *
146000*--------------------------------------------------------------*
146100 8100-READ-ONE-WORK-RECORD.
146200     READ FC-WORK-FILE
146300         AT END SET WS-AT-EOF TO TRUE
146400     END-READ.
146500 8100-READ-ONE-WORK-RECORD-EXIT.
146600     EXIT.
146600*--------------------------------------------------------------*
146600* 8700-JOURNAL-ACCT-POST - THE STUACCT POSTING JUST WRITTEN,   *
146600* ONTO THE RCVJRNL FORWARD-RECOVERY JOURNAL.                   *
146600*--------------------------------------------------------------*
146600 8700-JOURNAL-ACCT-POST.
146600     MOVE 'FEECALC ' TO JR-PROGRAM-ID.
146600     SET JR-FILE-ACCOUNT TO TRUE.
146600     SET JR-ADD TO TRUE.
146600     MOVE SPACES TO JR-RECORD-KEY.
146600     MOVE SUB-STUDENT-ID TO JR-RECORD-KEY (1:9).
146600     MOVE SPACES TO JR-BEFORE-IMAGE.
146600     MOVE STU-ACCT-RECORD TO JR-AFTER-IMAGE.
146600     CALL 'JRNLLOG' USING JRNL-PARM-BLOCK.
146600 8700-JOURNAL-ACCT-POST-EXIT.
146600     EXIT.
146600*--------------------------------------------------------------*
146600* 8780-POST-ACCT-BALANCE - THE STUACCT POSTING JUST WRITTEN,   *
146600* ONTO THE STUDENT'S STUBAL BALANCE RECORD THROUGH BALPOST, IN *
146600* THE SAME UNIT OF WORK AS THE WRITE.                          *
146600*--------------------------------------------------------------*
146600 8780-POST-ACCT-BALANCE.
146600     MOVE 'FEECALC ' TO BP-PROGRAM-ID.
146600     SET BP-POST TO TRUE.
146600     MOVE STU-ACCT-RECORD TO BP-ACCT-RECORD.
146600     CALL 'BALPOST' USING BAL-PARM-BLOCK.
146600 8780-POST-ACCT-BALANCE-EXIT.
146600     EXIT.
146700*--------------------------------------------------------------*
146800* 9999-EXIT                                                     *
146900*--------------------------------------------------------------*
147000 9999-EXIT.
147010     IF WS-RES-IS-OPEN
147020         CLOSE FC-CONDRES-FILE
147030     END-IF.
147100     STOP RUN.
