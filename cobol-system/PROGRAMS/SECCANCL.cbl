000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SECCANCL.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - SECTION CANCELLATION. WORKS   *
001100*                THE SECCANC TRANSACTIONS A DEPARTMENT KEYS     *
001200*                WHEN IT CANCELS A SECTION. EACH ONE MARKS THE  *
001300*                SECTION CANCELLED (OPEN FLAG X) ON CRSCATLG -  *
001400*                ENRLPOST REJECTS ANY FURTHER ADD AS CANC - AND *
001500*                IN THE SAME RUN DROPS EVERY ACTIVE ENRLMAST    *
001600*                ENROLLMENT IN IT, POSTS A FULL TUITION         *
001700*                REVERSAL FOR EACH ALREADY-PRICED ENROLLMENT TO *
001800*                STUACCT AND TO ADTXN (ABSORBED AND RE-HEADED   *
001900*                THE WAY TUITCALC DOES), TAKES THE SECTION'S    *
002000*                WAITLIST OFF SECWAIT AND QUEUES A SECTCANC     *
002100*                NOTICE ON NOTIFQUE FOR EVERY STUDENT TOUCHED.  *
002200*                THE SCREG REGISTER LISTS EACH AFFECTED STUDENT *
002300*                WITH WHAT REMAINS OF THEIR SCHEDULE FOR THE    *
002400*                TERM SO ADVISORS CAN CALL ABOUT SUBSTITUTES.   *
002500*                EACH CANCELLATION IS STAMPED TO AUDITLOG       *
002600*                THROUGH AUDCHN. TEST MODE WRITES THE REGISTER  *
002700*                AND CHANGES NOTHING ELSE.                      *
002700* 10/15/26  DW   CRSCATLG CARD LENGTHENED BY THE SECTION'S LAB   *
002700*                AND MATERIALS FEES, CARRIED THROUGH THE CATALOG *
002700*                REWRITE UNCHANGED.                              *
002700* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 153 BYTES FOR THE  *
002700*                DEGREE CONFERRAL DATE, STAMPED BY GRADCONF.     *
002700* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 170 BYTES FOR THE  *
002700*                DIRECTORY-INFORMATION CONFIDENTIALITY FLAG,     *
002700*                ITS DATE AND REQUESTING OPERATOR.               *
002700* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 186 BYTES FOR THE  *
002700*                DATE OF DEATH AND ITS VERIFICATION SOURCE.      *
002700* 10/15/26  DW   EACH ENROLLMENT IS NOW READ BEFORE ITS        *
002700*                DELETE, AND EVERY ENRLMAST DELETE AND STUACCT *
002700*                POSTING IS ALSO WRITTEN TO THE RCVJRNL        *
002700*                FORWARD-RECOVERY JOURNAL THROUGH JRNLLOG.     *
002700* 10/15/26  DW   THE REVERSAL RESIDENCY IS NOW A KEYED READ OF *
002700*                THE INDEXED CONDRES BY STUDENT AND TERM; THE  *
002700*                1000-ENTRY DECISION TABLE AND THE RUN REFUSAL *
002700*                WHEN IT FILLED ARE GONE.                      *
002700* 10/15/26  DW   EVERY STUACCT POSTING IS NOW ALSO POSTED TO   *
002700*                THE STUDENT'S STUBAL BALANCE RECORD THROUGH   *
002700*                BALPOST, STRAIGHT AFTER THE WRITE.            *
002800*--------------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT SC-CANCEL-FILE ASSIGN TO SECCANC
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-CANCEL-STATUS.
003500     SELECT SC-CATALOG-FILE ASSIGN TO CRSCATLG
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-CATALOG-STATUS.
003800     SELECT SC-ENROLL-FILE ASSIGN TO ENRLMAST
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS ENR-KEY
004200         FILE STATUS IS WS-ENROLL-STATUS.
004300     SELECT SC-MASTER-FILE ASSIGN TO STUMAST
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS STM-STUDENT-ID
004700         FILE STATUS IS WS-MASTER-STATUS.
004800     SELECT SC-CONDRES-FILE ASSIGN TO CONDRES
004900         ORGANIZATION IS INDEXED
004910         ACCESS MODE IS RANDOM
004920         RECORD KEY IS RES-KEY
005000         FILE STATUS IS WS-CONDRES-STATUS.
005100     SELECT SC-RATE-FILE ASSIGN TO TUITRATE
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-RATE-STATUS.
005400     SELECT SC-ACAL-FILE ASSIGN TO ACADCAL
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-ACAL-STATUS.
005700     SELECT SC-WAIT-FILE ASSIGN TO SECWAIT
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-WAIT-STATUS.
006000     SELECT SC-TXN-FILE ASSIGN TO ADTXN
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-TXN-STATUS.
006300     SELECT SC-WORK-FILE ASSIGN TO SCWRK
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-WORK-STATUS.
006600     SELECT SC-ACCT-FILE ASSIGN TO STUACCT
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-ACCT-STATUS.
006900     SELECT SC-QUEUE-FILE ASSIGN TO NOTIFQUE
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-QUEUE-STATUS.
007200     SELECT SC-REGISTER-FILE ASSIGN TO SCREG
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-REGISTER-STATUS.
007500     SELECT SC-AUDIT-FILE ASSIGN TO AUDITLOG
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-SUITE-AUDIT-STATUS.
007800     SELECT SC-CAL-FILE ASSIGN TO SUITECAL
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-CAL-STATUS.
008100     SELECT SUITE-PARM-FILE ASSIGN TO SUITEPRM
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-SUITE-STATUS.
008400     SELECT SC-CYCLENO-FILE ASSIGN TO CYCLENO
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS WS-CYCLENO-STATUS.
008700 DATA DIVISION.
008800 FILE SECTION.
008900*--------------------------------------------------------------*
009000* SC-CANCEL-FILE - ONE SECCANC CARD PER SECTION CANCELLED: THE  *
009100* CATALOG KEY, THE DEPARTMENT'S REASON CODE AND THE OPERATOR    *
009200* WHO KEYED IT. A '*' IN COLUMN 1 IS A COMMENT.                 *
009300*--------------------------------------------------------------*
009400 FD  SC-CANCEL-FILE.
009500 01  CANCEL-RECORD.
009600     05  SCX-COURSE-ID        PIC X(06).
009700     05  SCX-SECTION          PIC X(03).
009800     05  SCX-TERM             PIC X(06).
009900     05  SCX-REASON           PIC X(04).
010000     05  SCX-REQUEST-OPER     PIC X(08).
010100 FD  SC-CATALOG-FILE.
010200 01  CRC-CARD.
010300     05  CRC-COURSE-ID        PIC X(06).
010400     05  CRC-SECTION          PIC X(03).
010500     05  CRC-TITLE            PIC X(20).
010600     05  CRC-TERM             PIC X(06).
010700     05  CRC-CREDIT-HOURS     PIC 9(02).
010800     05  CRC-CAPACITY         PIC 9(03).
010900     05  CRC-OPEN-FLAG        PIC X(01).
011000     05  CRC-MEET-DAYS        PIC X(07).
011100     05  CRC-START-TIME       PIC 9(04).
011200     05  CRC-END-TIME         PIC 9(04).
011210     05  CRC-LAB-FEE          PIC 9(04)V99.
011220     05  CRC-MATL-FEE         PIC 9(04)V99.
011300 FD  SC-ENROLL-FILE.
011400 01  ENR-RECORD.
011500     05  ENR-KEY.
011600         10  ENR-STUDENT-ID   PIC 9(09).
011700         10  ENR-COURSE-ID    PIC X(06).
011800         10  ENR-SECTION      PIC X(03).
011900         10  ENR-TERM         PIC X(06).
012000     05  ENR-CREDIT-HOURS     PIC 9(02).
012100     05  ENR-ADD-DATE         PIC 9(08).
012200     05  ENR-STATUS           PIC X(01).
012300         88  ENR-ACTIVE       VALUE 'A' ' '.
012400         88  ENR-WITHDRAWN    VALUE 'W'.
012500     05  ENR-STATUS-DATE      PIC 9(08).
012600 FD  SC-MASTER-FILE.
012700 01  STM-RECORD.
012800     05  STM-STUDENT-ID       PIC 9(09).
012900     05  STM-NAME             PIC X(25).
013000     05  STM-PROGRAM-CODE     PIC X(04).
013100     05  STM-RES-CODE1        PIC 9(01).
013200     05  STM-RES-CODE2        PIC 9(01).
013300     05  STM-RES-CODE3        PIC 9(01).
013400     05  STM-ENROLL-STATUS    PIC X(01).
013500     05  STM-LAST-MAINT-DATE  PIC 9(08).
013600     05  STM-ADDR-LINE1       PIC X(25).
013700     05  STM-ADDR-LINE2       PIC X(25).
013800     05  STM-CITY             PIC X(15).
013900     05  STM-STATE            PIC X(02).
014000     05  STM-ZIP              PIC X(05).
014100     05  STM-WITHDRAW-DATE    PIC 9(08).
014200     05  STM-DOB              PIC 9(08).
014300     05  STM-STANDING-CODE    PIC X(01).
014400     05  STM-STANDING-TERM    PIC X(06).
014400     05  STM-CONFER-DATE      PIC 9(08).
014400     05  STM-CONFID-FLAG      PIC X(01).
014400     05  STM-CONFID-DATE      PIC 9(08).
014400     05  STM-CONFID-OPER      PIC X(08).
014400     05  STM-DEATH-DATE       PIC 9(08).
014400     05  STM-DEATH-SOURCE     PIC X(08).
014500 FD  SC-CONDRES-FILE.
014600 COPY CONDRREC.
015100 FD  SC-RATE-FILE.
015200 01  TRT-CARD.
015300     05  TRT-PROGRAM-CODE     PIC X(04).
015400     05  TRT-RESIDENT-FLAG    PIC X(01).
015500     05  TRT-RATE-PER-CREDIT  PIC 9(03)V99.
015600 FD  SC-ACAL-FILE.
015700 COPY ACADCREC.
015800 FD  SC-WAIT-FILE.
015900 COPY SECWTREC.
016000 FD  SC-TXN-FILE.
016100 01  TXN-RECORD.
016200     05  TXN-RECORD-TYPE      PIC X(01).
016300         88  TXN-HEADER-RECORD VALUE 'H'.
016400         88  TXN-DETAIL-RECORD VALUE 'D'.
016500     05  TXN-RECORD-BODY      PIC X(66).
016600 01  TXN-DETAIL-R REDEFINES TXN-RECORD.
016700     05  FILLER               PIC X(01).
016800     05  TXN-CATEGORY         PIC X(01).
016900     05  TXN-AMOUNT           PIC S9(07)V99
017000                              SIGN LEADING SEPARATE.
017100     05  TXN-FUND-CODE        PIC X(01).
017200     05  FILLER               PIC X(54).
017300 01  TXN-HEADER-R REDEFINES TXN-RECORD.
017400     05  FILLER               PIC X(01).
017500     05  HDR-DECLARED-COUNT   PIC 9(06).
017600     05  HDR-HASH-A           PIC S9(09)V99
017700                              SIGN LEADING SEPARATE.
017800     05  HDR-HASH-B           PIC S9(09)V99
017900                              SIGN LEADING SEPARATE.
018000     05  HDR-HASH-C           PIC S9(09)V99
018100                              SIGN LEADING SEPARATE.
018200     05  HDR-HASH-D           PIC S9(09)V99
018300                              SIGN LEADING SEPARATE.
018400     05  HDR-HASH-E           PIC S9(09)V99
018500                              SIGN LEADING SEPARATE.
018600 FD  SC-WORK-FILE.
018700 01  SC-WORK-RECORD           PIC X(67).
018800 FD  SC-ACCT-FILE.
018900 COPY STUACREC.
019000 FD  SC-QUEUE-FILE.
019100 COPY NTFQREC.
019200*--------------------------------------------------------------*
019300* SC-REGISTER-RECORD - ONE SCREG LINE. THE LINE TYPE TELLS THE  *
019400* READER WHICH VIEW APPLIES: C A CANCELLATION TRANSACTION AND   *
019500* ITS DISPOSITION, D A STUDENT DROPPED FROM THE SECTION, W A    *
019600* STUDENT TAKEN OFF ITS WAITLIST, S ONE SECTION STILL ON THE    *
019700* DROPPED STUDENT'S SCHEDULE FOR THE TERM.                      *
019800*--------------------------------------------------------------*
019900 FD  SC-REGISTER-FILE.
020000 01  SC-REGISTER-RECORD.
020100     05  SCR-LINE-TYPE        PIC X(01).
020200         88  SCR-CANCEL-LINE  VALUE 'C'.
020300         88  SCR-DROP-LINE    VALUE 'D'.
020400         88  SCR-WAIT-LINE    VALUE 'W'.
020500         88  SCR-SCHEDULE-LINE VALUE 'S'.
020600     05  FILLER               PIC X(01).
020700     05  SCR-BODY             PIC X(78).
020800 01  SCR-CANCEL-R REDEFINES SC-REGISTER-RECORD.
020900     05  FILLER               PIC X(02).
021000     05  SCC-COURSE-ID        PIC X(06).
021100     05  FILLER               PIC X(01).
021200     05  SCC-SECTION          PIC X(03).
021300     05  FILLER               PIC X(01).
021400     05  SCC-TERM             PIC X(06).
021500     05  FILLER               PIC X(01).
021600     05  SCC-REASON           PIC X(04).
021700     05  FILLER               PIC X(01).
021800     05  SCC-REQUEST-OPER     PIC X(08).
021900     05  FILLER               PIC X(01).
022000     05  SCC-DISPOSITION      PIC X(20).
022100     05  FILLER               PIC X(01).
022200     05  SCC-DROPPED          PIC ZZZ9.
022300     05  FILLER               PIC X(01).
022400     05  SCC-WAITLISTED       PIC ZZZ9.
022500     05  FILLER               PIC X(16).
022600 01  SCR-STUDENT-R REDEFINES SC-REGISTER-RECORD.
022700     05  FILLER               PIC X(02).
022800     05  SCD-STUDENT-ID       PIC 9(09).
022900     05  FILLER               PIC X(01).
023000     05  SCD-NAME             PIC X(25).
023100     05  FILLER               PIC X(01).
023200     05  SCD-COURSE-ID        PIC X(06).
023300     05  FILLER               PIC X(01).
023400     05  SCD-SECTION          PIC X(03).
023500     05  FILLER               PIC X(01).
023600     05  SCD-TERM             PIC X(06).
023700     05  FILLER               PIC X(01).
023800     05  SCD-CREDITS          PIC Z9.
023900     05  FILLER               PIC X(01).
024000     05  SCD-REVERSAL         PIC -ZZZZZZ9.99.
024100     05  FILLER               PIC X(01).
024200     05  SCD-NOTE             PIC X(08).
024300     05  FILLER               PIC X(01).
024400 01  SCR-SCHEDULE-R REDEFINES SC-REGISTER-RECORD.
024500     05  FILLER               PIC X(12).
024600     05  SCS-COURSE-ID        PIC X(06).
024700     05  FILLER               PIC X(01).
024800     05  SCS-SECTION          PIC X(03).
024900     05  FILLER               PIC X(01).
025000     05  SCS-TERM             PIC X(06).
025100     05  FILLER               PIC X(01).
025200     05  SCS-CREDITS          PIC Z9.
025300     05  FILLER               PIC X(01).
025400     05  SCS-NOTE             PIC X(24).
025500     05  FILLER               PIC X(23).
025600 FD  SC-AUDIT-FILE.
025700 COPY AUDITREC.
025800 FD  SC-CAL-FILE.
025900 01  CAL-RECORD.
026000     05  CAL-BUSINESS-DATE    PIC 9(08).
026100     05  CAL-MONTH-END-FLAG   PIC X(01).
026200     05  CAL-YEAR-END-FLAG    PIC X(01).
026300 FD  SUITE-PARM-FILE.
026400 01  SP-PARM-CARD             PIC X(11).
026500 FD  SC-CYCLENO-FILE.
026600 01  CYCLENO-CARD.
026700     05  CYC-CYCLE-NUMBER     PIC 9(06).
026800 WORKING-STORAGE SECTION.
026900 01  WS-SUITE-STATUS          PIC X(02).
027000     88  WS-SUITE-OK          VALUE '00'.
027100 01  WS-CYCLENO-STATUS        PIC X(02).
027200     88  WS-CYCLENO-OK        VALUE '00'.
027300 01  WS-CAL-STATUS            PIC X(02).
027400     88  WS-CAL-OK            VALUE '00'.
027500 01  WS-CANCEL-STATUS         PIC X(02).
027600     88  WS-CANCEL-OK         VALUE '00'.
027700 01  WS-CATALOG-STATUS        PIC X(02).
027800     88  WS-CATALOG-OK        VALUE '00'.
027900 01  WS-ENROLL-STATUS         PIC X(02).
028000     88  WS-ENROLL-OK         VALUE '00'.
028100 01  WS-MASTER-STATUS         PIC X(02).
028200     88  WS-MASTER-OK         VALUE '00'.
028300 01  WS-CONDRES-STATUS        PIC X(02).
028400     88  WS-CONDRES-OK        VALUE '00'.
028500 01  WS-RATE-STATUS           PIC X(02).
028600     88  WS-RATE-OK           VALUE '00'.
028700 01  WS-ACAL-STATUS           PIC X(02).
028800     88  WS-ACAL-OK           VALUE '00'.
028900 01  WS-WAIT-STATUS           PIC X(02).
029000     88  WS-WAIT-OK           VALUE '00'.
029100 01  WS-TXN-STATUS            PIC X(02).
029200     88  WS-TXN-OK            VALUE '00'.
029300 01  WS-WORK-STATUS           PIC X(02).
029400     88  WS-WORK-OK           VALUE '00'.
029500 01  WS-ACCT-STATUS           PIC X(02).
029600     88  WS-ACCT-OK           VALUE '00'.
029700 01  WS-QUEUE-STATUS          PIC X(02).
029800     88  WS-QUEUE-OK          VALUE '00'.
029900 01  WS-REGISTER-STATUS       PIC X(02).
030000     88  WS-REGISTER-OK       VALUE '00'.
030100 01  WS-SUITE-AUDIT-STATUS    PIC X(02).
030200     88  WS-SUITE-AUDIT-OK    VALUE '00'.
030300 01  WS-EOF-SWITCH            PIC X(01).
030400     88  WS-AT-EOF            VALUE 'Y'.
030500     88  WS-NOT-AT-EOF        VALUE 'N'.
030600 01  WS-SCHED-EOF-SWITCH      PIC X(01).
030700     88  WS-SCHED-AT-EOF      VALUE 'Y'.
030800     88  WS-SCHED-NOT-AT-EOF  VALUE 'N'.
030900 01  WS-OVERFLOW-SWITCH       PIC X(01) VALUE 'N'.
031000     88  WS-TABLE-OVERFLOWED  VALUE 'Y'.
031100     88  WS-TABLES-FIT        VALUE 'N'.
031200 01  WS-WAIT-FIT-SWITCH       PIC X(01) VALUE 'Y'.
031300     88  WS-WAIT-FITS         VALUE 'Y'.
031400     88  WS-WAIT-TRUNCATED    VALUE 'N'.
031500 01  WS-CANCEL-FOUND-SWITCH   PIC X(01).
031600     88  WS-CANCEL-FOUND      VALUE 'Y'.
031700     88  WS-CANCEL-NOT-FOUND  VALUE 'N'.
031800 01  WS-RATE-FOUND-SWITCH     PIC X(01).
031900     88  WS-RATE-FOUND        VALUE 'Y'.
032000     88  WS-RATE-NOT-FOUND    VALUE 'N'.
032100 01  WS-RES-FOUND-SWITCH      PIC X(01).
032200     88  WS-RES-FOUND         VALUE 'Y'.
032300     88  WS-RES-NOT-FOUND     VALUE 'N'.
032400 01  WS-RES-OPEN-SWITCH       PIC X(01) VALUE 'N'.
032500     88  WS-RES-IS-OPEN       VALUE 'Y'.
032600 01  WS-TERM-OPEN-SWITCH      PIC X(01).
032700     88  WS-TERM-OPEN         VALUE 'Y'.
032800     88  WS-TERM-CLOSED       VALUE 'N'.
032900 01  WS-BUSINESS-DATE         PIC 9(08) VALUE 0.
033000 01  WS-CANCEL-COUNT          PIC 9(02) COMP VALUE 0.
033100 01  WS-CANCEL-MAX            PIC 9(02) COMP VALUE 50.
033200 01  WS-CANCEL-IDX            PIC 9(02) COMP.
033300 01  WS-CANCEL-SUB            PIC 9(02) COMP.
033400 01  WS-CANCEL-MATCH          PIC 9(02) COMP.
033500 01  WS-CAT-COUNT             PIC 9(03) COMP VALUE 0.
033600 01  WS-CAT-MAX               PIC 9(03) COMP VALUE 300.
033700 01  WS-CAT-IDX               PIC 9(03) COMP.
033800 01  WS-CAT-MATCH             PIC 9(03) COMP.
033900 01  WS-AFF-COUNT             PIC 9(04) COMP VALUE 0.
034000 01  WS-AFF-MAX               PIC 9(04) COMP VALUE 2000.
034100 01  WS-AFF-IDX               PIC 9(04) COMP.
034200 01  WS-WAIT-COUNT            PIC 9(04) COMP VALUE 0.
034300 01  WS-WAIT-MAX              PIC 9(04) COMP VALUE 2000.
034400 01  WS-WAIT-IDX              PIC 9(04) COMP.
034500 01  WS-RATE-COUNT            PIC 9(03) COMP VALUE 0.
034600 01  WS-RATE-MAX              PIC 9(03) COMP VALUE 100.
034700 01  WS-RATE-IDX              PIC 9(03) COMP.
035100 01  WS-ACAL-COUNT            PIC 9(02) COMP VALUE 0.
035200 01  WS-ACAL-MAX              PIC 9(02) COMP VALUE 20.
035300 01  WS-ACAL-IDX              PIC 9(02) COMP.
035400 01  WS-SCHED-COUNT           PIC 9(03) COMP VALUE 0.
035500 01  WS-ACCEPTED-COUNT        PIC 9(04) COMP VALUE 0.
035600 01  WS-REJECTED-COUNT        PIC 9(04) COMP VALUE 0.
035700 01  WS-STUDENTS-DROPPED      PIC 9(06) COMP VALUE 0.
035800 01  WS-WAITERS-REMOVED       PIC 9(06) COMP VALUE 0.
035900 01  WS-REVERSALS-POSTED      PIC 9(06) COMP VALUE 0.
036000 01  WS-FIND-COURSE-ID        PIC X(06).
036100 01  WS-FIND-SECTION          PIC X(03).
036200 01  WS-FIND-TERM             PIC X(06).
036300 01  WS-PRICE-STUDENT-ID      PIC 9(09).
036400 01  WS-PRICE-TERM            PIC X(06).
036500 01  WS-RESIDENT-FLAG         PIC X(01).
036600 01  WS-RATE-PER-CREDIT       PIC 9(03)V99 VALUE 0.
036700 01  WS-REVERSAL-AMOUNT       PIC S9(07)V99 VALUE 0.
036800 01  WS-REVERSAL-TOTAL        PIC S9(09)V99 VALUE 0.
036900 01  WS-REVERSAL-DISP         PIC -ZZZZZZZZ9.99.
037000 01  WS-TXN-COUNT             PIC 9(06) COMP VALUE 0.
037100 01  WS-HASH-A                PIC S9(09)V99 COMP-3 VALUE 0.
037200 01  WS-HASH-B                PIC S9(09)V99 COMP-3 VALUE 0.
037300 01  WS-HASH-C                PIC S9(09)V99 COMP-3 VALUE 0.
037400 01  WS-HASH-D                PIC S9(09)V99 COMP-3 VALUE 0.
037500 01  WS-HASH-E                PIC S9(09)V99 COMP-3 VALUE 0.
037600 01  WS-NOTICE-STUDENT-ID     PIC 9(09).
037700*--------------------------------------------------------------*
037800* SC-CANCEL-TABLE - TONIGHT'S SECCANC TRANSACTIONS WITH THEIR   *
037900* DISPOSITION: A ACCEPTED (CATALOG SLOT KEPT), N NOT ON THE     *
038000* CATALOG, U A REPEAT OF AN EARLIER CARD TONIGHT.               *
038100*--------------------------------------------------------------*
038200 01  SC-CANCEL-TABLE.
038300     05  SC-CANCEL-ENTRY OCCURS 50 TIMES.
038400         10  SCT-COURSE-ID    PIC X(06).
038500         10  SCT-SECTION      PIC X(03).
038600         10  SCT-TERM         PIC X(06).
038700         10  SCT-REASON       PIC X(04).
038800         10  SCT-REQUEST-OPER PIC X(08).
038900         10  SCT-DISPOSITION  PIC X(01).
039000             88  SCT-ACCEPTED VALUE 'A'.
039100         10  SCT-CAT-SLOT     PIC 9(03) COMP.
039200         10  SCT-DROPPED      PIC 9(04) COMP.
039300         10  SCT-WAITLISTED   PIC 9(04) COMP.
039400*--------------------------------------------------------------*
039500* SC-CAT-TABLE - THE WHOLE CRSCATLG CATALOG, HELD SO THE        *
039600* CANCELLED SECTIONS CAN BE FLAGGED AND THE MEMBER REWRITTEN.   *
039700*--------------------------------------------------------------*
039800 01  SC-CAT-TABLE.
039900     05  SC-CAT-ENTRY OCCURS 300 TIMES.
040000         10  SCK-COURSE-ID    PIC X(06).
040100         10  SCK-SECTION      PIC X(03).
040200         10  SCK-TITLE        PIC X(20).
040300         10  SCK-TERM         PIC X(06).
040400         10  SCK-CREDIT-HOURS PIC X(02).
040500         10  SCK-CAPACITY     PIC X(03).
040600         10  SCK-OPEN-FLAG    PIC X(01).
040700         10  SCK-MEETING      PIC X(15).
040710         10  SCK-FEES         PIC X(12).
040800*--------------------------------------------------------------*
040900* SC-AFF-TABLE - EVERY ACTIVE ENROLLMENT FOUND IN A CANCELLED   *
041000* SECTION, IN ENRLMAST KEY ORDER, WITH THE CANCELLATION IT      *
041100* FELL UNDER AND THE TUITION REVERSAL IT EARNS.                 *
041200*--------------------------------------------------------------*
041300 01  SC-AFF-TABLE.
041400     05  SC-AFF-ENTRY OCCURS 2000 TIMES.
041500         10  SAF-STUDENT-ID   PIC 9(09).
041600         10  SAF-COURSE-ID    PIC X(06).
041700         10  SAF-SECTION      PIC X(03).
041800         10  SAF-TERM         PIC X(06).
041900         10  SAF-CREDITS      PIC 9(02).
042000         10  SAF-ADD-DATE     PIC 9(08).
042100         10  SAF-CANCEL-IDX   PIC 9(02) COMP.
042200         10  SAF-REVERSAL     PIC S9(07)V99 COMP-3.
042300*--------------------------------------------------------------*
042400* SC-WAIT-TABLE - THE WHOLE SECWAIT FILE, SO A CANCELLED        *
042500* SECTION'S LINE CAN BE TAKEN OFF AND THE REST WRITTEN BACK.    *
042600*--------------------------------------------------------------*
042700 01  SC-WAIT-TABLE.
042800     05  SC-WAIT-ENTRY OCCURS 2000 TIMES.
042900         10  SWE-IMAGE        PIC X(41).
043000*--------------------------------------------------------------*
043100* SC-RATE-TABLE - THE TUITRATE PER-CREDIT MATRIX, AS TUITCALC   *
043200* PRICES FROM IT.                                               *
043300*--------------------------------------------------------------*
043400 01  SC-RATE-TABLE.
043500     05  SC-RATE-ENTRY OCCURS 100 TIMES.
043600         10  TRTE-PROGRAM-CODE PIC X(04).
043700         10  TRTE-RESIDENT-FLAG PIC X(01).
043800         10  TRTE-RATE        PIC 9(03)V99.
044700*--------------------------------------------------------------*
044800* SC-ACAL-TABLE - EACH CALENDAR TERM'S PRICING WINDOW, AS       *
044900* TUITCALC HONORS IT.                                           *
045000*--------------------------------------------------------------*
045100 01  SC-ACAL-TABLE.
045200     05  SC-ACAL-ENTRY OCCURS 20 TIMES.
045300         10  TAC-TERM         PIC X(06).
045400         10  TAC-REG-OPEN-DATE PIC 9(08).
045500         10  TAC-TERM-END-DATE PIC 9(08).
045600 COPY SUITEPRM.
045700 COPY CKPTPARM.
045800 COPY IOERRPRM.
045900 COPY CHNPARM.
046000 COPY STEPPARM.
046000 COPY JRNLPARM.
046000 COPY BALPARM.
046100 PROCEDURE DIVISION.
046200 0000-MAINLINE.
046300     PERFORM 0005-CHECK-CHECKPOINT
046400         THRU 0005-CHECK-CHECKPOINT-EXIT.
046500     MOVE 'SECCANCL' TO SL-PROGRAM-ID.
046600     SET SL-PHASE-START TO TRUE.
046700     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
046800     PERFORM 0010-READ-SUITE-PARM THRU 0010-READ-SUITE-PARM-EXIT.
046900     PERFORM 0020-READ-BUSINESS-DATE
047000         THRU 0020-READ-BUSINESS-DATE-EXIT.
047100     PERFORM 1000-LOAD-CANCELLATIONS
047200         THRU 1000-LOAD-CANCELLATIONS-EXIT.
047300     IF WS-TABLE-OVERFLOWED
047400         DISPLAY 'SECCANCL: MORE THAN ' WS-CANCEL-MAX
047500             ' CANCELLATIONS - NOTHING CANCELLED. SPLIT THE '
047600             'BATCH.'
047700         MOVE 8 TO RETURN-CODE
047800         GO TO 9999-EXIT
047900     END-IF.
048000     IF WS-CANCEL-COUNT = 0
048100         DISPLAY 'SECCANCL: NO SECTION CANCELLATIONS TONIGHT'
048200         GO TO 8000-END-OF-RUN
048300     END-IF.
048400     PERFORM 1100-LOAD-CATALOG
048500         THRU 1100-LOAD-CATALOG-EXIT.
048600     IF WS-TABLE-OVERFLOWED
048700         DISPLAY 'SECCANCL: CRSCATLG LONGER THAN ' WS-CAT-MAX
048800             ' SECTIONS - NOTHING CANCELLED. RAISE THE TABLE.'
048900         MOVE 8 TO RETURN-CODE
049000         GO TO 9999-EXIT
049100     END-IF.
049200     PERFORM 1200-MATCH-ONE-CANCELLATION
049300         THRU 1200-MATCH-ONE-CANCELLATION-EXIT
049400         VARYING WS-CANCEL-IDX FROM 1 BY 1
049500         UNTIL WS-CANCEL-IDX > WS-CANCEL-COUNT.
049600     OPEN OUTPUT SC-REGISTER-FILE.
049700     IF WS-ACCEPTED-COUNT = 0
049800         PERFORM 5000-WRITE-SECTION-REGISTER
049900             THRU 5000-WRITE-SECTION-REGISTER-EXIT
050000             VARYING WS-CANCEL-IDX FROM 1 BY 1
050100             UNTIL WS-CANCEL-IDX > WS-CANCEL-COUNT
050200         CLOSE SC-REGISTER-FILE
050300         GO TO 8000-END-OF-RUN
050400     END-IF.
050500     PERFORM 0030-LOAD-RATE-TABLE
050600         THRU 0030-LOAD-RATE-TABLE-EXIT.
050700     PERFORM 0040-OPEN-RESIDENCY-FILE
050800         THRU 0040-OPEN-RESIDENCY-FILE-EXIT.
051700     PERFORM 0050-LOAD-ACAD-CALENDAR
051800         THRU 0050-LOAD-ACAD-CALENDAR-EXIT.
051900     OPEN I-O SC-ENROLL-FILE.
052000     IF NOT WS-ENROLL-OK
052100         DISPLAY 'SECCANCL: ENRLMAST OPEN FAILED - STATUS '
052200             WS-ENROLL-STATUS ' - NOTHING CANCELLED'
052300         MOVE 8 TO RETURN-CODE
052400         CLOSE SC-REGISTER-FILE
052500         GO TO 9999-EXIT
052600     END-IF.
052700     OPEN INPUT SC-MASTER-FILE.
052800     PERFORM 2000-FIND-AFFECTED-ENROLLMENTS
052900         THRU 2000-FIND-AFFECTED-ENROLLMENTS-EXIT.
053000     IF WS-TABLE-OVERFLOWED
053100         DISPLAY 'SECCANCL: MORE THAN ' WS-AFF-MAX
053200             ' ENROLLMENTS IN TONIGHT''S CANCELLED SECTIONS - '
053300             'NOTHING CANCELLED. RAISE THE TABLE.'
053400         MOVE 8 TO RETURN-CODE
053500         CLOSE SC-ENROLL-FILE
053600         CLOSE SC-MASTER-FILE
053700         CLOSE SC-REGISTER-FILE
053800         GO TO 9999-EXIT
053900     END-IF.
054000     PERFORM 0100-ABSORB-EXISTING-DETAIL
054100         THRU 0100-ABSORB-EXISTING-DETAIL-EXIT.
054200     PERFORM 3000-DROP-ONE-ENROLLMENT
054300         THRU 3000-DROP-ONE-ENROLLMENT-EXIT
054400         VARYING WS-AFF-IDX FROM 1 BY 1
054500         UNTIL WS-AFF-IDX > WS-AFF-COUNT.
054600     PERFORM 4000-REMOVE-WAITLISTS
054700         THRU 4000-REMOVE-WAITLISTS-EXIT.
054800     PERFORM 5000-WRITE-SECTION-REGISTER
054900         THRU 5000-WRITE-SECTION-REGISTER-EXIT
055000         VARYING WS-CANCEL-IDX FROM 1 BY 1
055100         UNTIL WS-CANCEL-IDX > WS-CANCEL-COUNT.
055200     CLOSE SC-ENROLL-FILE.
055300     CLOSE SC-MASTER-FILE.
055400     PERFORM 4500-WRITE-WAITLIST-LINES
055500         THRU 4500-WRITE-WAITLIST-LINES-EXIT.
055600     CLOSE SC-REGISTER-FILE.
055700     PERFORM 7100-REWRITE-TXN-FEED
055800         THRU 7100-REWRITE-TXN-FEED-EXIT.
055900     IF SP-PRODUCTION-MODE
056000         PERFORM 7000-REWRITE-CATALOG
056100             THRU 7000-REWRITE-CATALOG-EXIT
056200         PERFORM 7300-REWRITE-WAITLIST
056300             THRU 7300-REWRITE-WAITLIST-EXIT
056400         PERFORM 6000-STAMP-AUDIT-TRAIL
056500             THRU 6000-STAMP-AUDIT-TRAIL-EXIT
056600             VARYING WS-CANCEL-IDX FROM 1 BY 1
056700             UNTIL WS-CANCEL-IDX > WS-CANCEL-COUNT
056800     END-IF.
056900 8000-END-OF-RUN.
057000     MOVE WS-REVERSAL-TOTAL TO WS-REVERSAL-DISP.
057100     DISPLAY 'SECCANCL: ' WS-ACCEPTED-COUNT ' SECTIONS '
057200         'CANCELLED, ' WS-REJECTED-COUNT ' CANCELLATIONS '
057300         'REJECTED'.
057400     DISPLAY 'SECCANCL: ' WS-STUDENTS-DROPPED ' ENROLLMENTS '
057500         'DROPPED, ' WS-WAITERS-REMOVED ' TAKEN OFF WAITLISTS'.
057600     DISPLAY 'SECCANCL: ' WS-REVERSALS-POSTED ' TUITION '
057700         'REVERSALS TOTALLING ' WS-REVERSAL-DISP.
057800     PERFORM 0900-MARK-CHECKPOINT
057900         THRU 0900-MARK-CHECKPOINT-EXIT.
058000     GO TO 9999-EXIT.
058100*--------------------------------------------------------------*
058200* 0005-CHECK-CHECKPOINT - ASKS CKPTCHK WHETHER SECCANCL         *
058300* ALREADY COMPLETED THIS CYCLE. IF SO, THE RUN ENDS HERE        *
058400* RATHER THAN REVERSING TONIGHT'S TUITION TWICE.                *
058500*--------------------------------------------------------------*
058600 0005-CHECK-CHECKPOINT.
058700     MOVE 'SECCANCL' TO CK-PROGRAM-ID.
058800     SET CK-CHECK TO TRUE.
058900     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
059000     IF CK-ALREADY-DONE
059100         DISPLAY 'SECCANCL: ALREADY COMPLETED THIS CYCLE - '
059200             'SKIPPING'
059300         GO TO 9999-EXIT
059400     END-IF.
059500 0005-CHECK-CHECKPOINT-EXIT.
059600     EXIT.
059700*--------------------------------------------------------------*
059800* 0900-MARK-CHECKPOINT - TELLS CKPTCHK THAT SECCANCL COMPLETED  *
059900* THIS CYCLE'S CANCELLATIONS SUCCESSFULLY.                      *
060000*--------------------------------------------------------------*
060100 0900-MARK-CHECKPOINT.
060200     MOVE 'SECCANCL' TO CK-PROGRAM-ID.
060300     SET CK-MARK TO TRUE.
060400     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
060500     MOVE 'SECCANCL' TO SL-PROGRAM-ID.
060600     SET SL-PHASE-END TO TRUE.
060700     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
060800 0900-MARK-CHECKPOINT-EXIT.
060900     EXIT.
061000*--------------------------------------------------------------*
061100* 0010-READ-SUITE-PARM - READS THE SUITE-WIDE CONTROL CARD      *
061200* FROM SUITEPRM, THEN THE CYCLE NUMBER OFF CYCLENO.             *
061300*--------------------------------------------------------------*
061400 0010-READ-SUITE-PARM.
061500     OPEN INPUT SUITE-PARM-FILE.
061600     IF WS-SUITE-OK
061700         READ SUITE-PARM-FILE
061800             AT END
061900                 CONTINUE
062000         END-READ
062100         IF WS-SUITE-OK
062200             MOVE SP-PARM-CARD (1:1)  TO SP-TEST-MODE-SWITCH
062300             MOVE SP-PARM-CARD (2:10) TO SP-BATCH-ID
062400         END-IF
062500         CLOSE SUITE-PARM-FILE
062600     END-IF.
062700     OPEN INPUT SC-CYCLENO-FILE.
062800     IF WS-CYCLENO-OK
062900         READ SC-CYCLENO-FILE
063000             AT END
063100                 CONTINUE
063200         END-READ
063300         IF WS-CYCLENO-OK
063400             AND CYC-CYCLE-NUMBER NUMERIC
063500             MOVE CYC-CYCLE-NUMBER TO SP-CYCLE-NUMBER
063600         END-IF
063700         CLOSE SC-CYCLENO-FILE
063800     END-IF.
063900 0010-READ-SUITE-PARM-EXIT.
064000     EXIT.
064100*--------------------------------------------------------------*
064200* 0020-READ-BUSINESS-DATE - THE SUITECAL BUSINESS DATE, WALL-   *
064300* CLOCK FALLBACK AS EVERYWHERE. AN ENROLLMENT ADDED ON THIS     *
064400* DATE HAS NOT BEEN PRICED YET AND EARNS NO REVERSAL.           *
064500*--------------------------------------------------------------*
064600 0020-READ-BUSINESS-DATE.
064700     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
064800     OPEN INPUT SC-CAL-FILE.
064900     IF WS-CAL-OK
065000         READ SC-CAL-FILE
065100             AT END
065200                 CONTINUE
065300         END-READ
065400         IF WS-CAL-OK
065500             AND CAL-BUSINESS-DATE NUMERIC
065600             AND CAL-BUSINESS-DATE > 0
065700             MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
065800         END-IF
065900         CLOSE SC-CAL-FILE
066000     END-IF.
066100 0020-READ-BUSINESS-DATE-EXIT.
066200     EXIT.
066300*--------------------------------------------------------------*
066400* 0030-LOAD-RATE-TABLE - LOADS THE TUITRATE PER-CREDIT MATRIX.  *
066500* MARKED MANDATORY TO IOERR - WITHOUT RATES NO REVERSAL CAN BE  *
066600* PRICED.                                                       *
066700*--------------------------------------------------------------*
066800 0030-LOAD-RATE-TABLE.
066900     MOVE 0 TO WS-RATE-COUNT.
067000     OPEN INPUT SC-RATE-FILE.
067100     IF NOT WS-RATE-OK
067200         MOVE 'SECCANCL' TO IO-PROGRAM-ID
067300         MOVE 'TUITRATE' TO IO-FILE-NAME
067400         MOVE 'OPEN-IN ' TO IO-OPERATION
067500         MOVE WS-RATE-STATUS TO IO-FILE-STATUS
067600         MOVE 'Y' TO IO-MANDATORY-FLAG
067700         CALL 'IOERR' USING IOERR-PARM-BLOCK
067800     END-IF.
067900     IF WS-RATE-OK
068000         PERFORM UNTIL WS-RATE-COUNT = WS-RATE-MAX
068100                 OR NOT WS-RATE-OK
068200             READ SC-RATE-FILE
068300                 AT END
068400                     CONTINUE
068500                 NOT AT END
068600                     IF TRT-RATE-PER-CREDIT NUMERIC
068700                         ADD 1 TO WS-RATE-COUNT
068800                         MOVE TRT-PROGRAM-CODE TO
068900                             TRTE-PROGRAM-CODE (WS-RATE-COUNT)
069000                         MOVE TRT-RESIDENT-FLAG TO
069100                             TRTE-RESIDENT-FLAG (WS-RATE-COUNT)
069200                         MOVE TRT-RATE-PER-CREDIT TO
069300                             TRTE-RATE (WS-RATE-COUNT)
069400                     END-IF
069500             END-READ
069600         END-PERFORM
069700         CLOSE SC-RATE-FILE
069800     END-IF.
069900 0030-LOAD-RATE-TABLE-EXIT.
070000     EXIT.
070100*--------------------------------------------------------------*
070200* 0040-OPEN-RESIDENCY-FILE - CONDRES OPENED FOR KEYED READS BY  *
070300* STUDENT AND TERM. NO RESULTS FILE REVERSES AT THE             *
070400* NON-RESIDENT RATE, AS TUITCALC WOULD HAVE CHARGED.            *
070500*--------------------------------------------------------------*
070600 0040-OPEN-RESIDENCY-FILE.
070900     OPEN INPUT SC-CONDRES-FILE.
071000     IF NOT WS-CONDRES-OK
071100         DISPLAY 'SECCANCL: NO CONDRES DECISIONS - REVERSING '
071200             'NON-RESIDENT'
071300         GO TO 0040-OPEN-RESIDENCY-FILE-EXIT
071400     END-IF.
071500     SET WS-RES-IS-OPEN TO TRUE.
073000 0040-OPEN-RESIDENCY-FILE-EXIT.
073100     EXIT.
074100*--------------------------------------------------------------*
074200* 0050-LOAD-ACAD-CALENDAR - THE ACADCAL PRICING WINDOWS, SO AN  *
074300* ENROLLMENT TUITCALC NEVER PRICED IS NEVER REVERSED. A         *
074400* MISSING MEMBER IS LOGGED TO IOERR AND TREATS EVERY TERM AS    *
074500* PRICED.                                                       *
074600*--------------------------------------------------------------*
074700 0050-LOAD-ACAD-CALENDAR.
074800     MOVE 0 TO WS-ACAL-COUNT.
074900     OPEN INPUT SC-ACAL-FILE.
075000     IF NOT WS-ACAL-OK
075100         MOVE 'SECCANCL' TO IO-PROGRAM-ID
075200         MOVE 'ACADCAL ' TO IO-FILE-NAME
075300         MOVE 'OPEN-IN ' TO IO-OPERATION
075400         MOVE WS-ACAL-STATUS TO IO-FILE-STATUS
075500         MOVE 'N' TO IO-MANDATORY-FLAG
075600         CALL 'IOERR' USING IOERR-PARM-BLOCK
075700         GO TO 0050-LOAD-ACAD-CALENDAR-EXIT
075800     END-IF.
075900     PERFORM UNTIL WS-ACAL-COUNT = WS-ACAL-MAX
076000             OR NOT WS-ACAL-OK
076100         READ SC-ACAL-FILE
076200             AT END
076300                 CONTINUE
076400             NOT AT END
076500                 IF ACL-TERM (1:1) NOT = '*'
076600                     AND ACL-TERM NOT = SPACES
076700                     AND ACL-REG-OPEN-DATE NUMERIC
076800                     AND ACL-TERM-END-DATE NUMERIC
076900                     ADD 1 TO WS-ACAL-COUNT
077000                     MOVE ACL-TERM TO TAC-TERM (WS-ACAL-COUNT)
077100                     MOVE ACL-REG-OPEN-DATE TO
077200                         TAC-REG-OPEN-DATE (WS-ACAL-COUNT)
077300                     MOVE ACL-TERM-END-DATE TO
077400                         TAC-TERM-END-DATE (WS-ACAL-COUNT)
077500                 END-IF
077600         END-READ
077700     END-PERFORM.
077800     CLOSE SC-ACAL-FILE.
077900 0050-LOAD-ACAD-CALENDAR-EXIT.
078000     EXIT.
078100*--------------------------------------------------------------*
078200* 0100-ABSORB-EXISTING-DETAIL - COPIES ANY DETAIL ALREADY ON    *
078300* ADTXN TO THE WORK FILE AND FOLDS ITS AMOUNTS INTO THE         *
078400* RUNNING CONTROL TOTALS, EXACTLY AS TUITCALC DOES. ANY         *
078500* EXISTING HEADER IS DROPPED - THIS STEP RE-HEADS THE COMBINED  *
078600* FEED.                                                         *
078700*--------------------------------------------------------------*
078800 0100-ABSORB-EXISTING-DETAIL.
078900     OPEN OUTPUT SC-WORK-FILE.
079000     SET WS-NOT-AT-EOF TO TRUE.
079100     OPEN INPUT SC-TXN-FILE.
079200     IF NOT WS-TXN-OK
079300         GO TO 0100-ABSORB-EXISTING-DETAIL-DONE
079400     END-IF.
079500     PERFORM 0150-READ-ONE-TXN
079600         THRU 0150-READ-ONE-TXN-EXIT.
079700     PERFORM UNTIL WS-AT-EOF
079800         IF TXN-DETAIL-RECORD
079900             AND TXN-AMOUNT NUMERIC
080000             PERFORM 0170-TALLY-ONE-DETAIL
080100                 THRU 0170-TALLY-ONE-DETAIL-EXIT
080200             MOVE TXN-RECORD TO SC-WORK-RECORD
080300             WRITE SC-WORK-RECORD
080400         END-IF
080500         PERFORM 0150-READ-ONE-TXN
080600             THRU 0150-READ-ONE-TXN-EXIT
080700     END-PERFORM.
080800     CLOSE SC-TXN-FILE.
080900 0100-ABSORB-EXISTING-DETAIL-DONE.
081000     CONTINUE.
081100 0100-ABSORB-EXISTING-DETAIL-EXIT.
081200     EXIT.
081300*--------------------------------------------------------------*
081400* 0150-READ-ONE-TXN - A SINGLE READ OF ADTXN.                   *
081500*--------------------------------------------------------------*
081600 0150-READ-ONE-TXN.
081700     READ SC-TXN-FILE
081800         AT END SET WS-AT-EOF TO TRUE
081900     END-READ.
082000 0150-READ-ONE-TXN-EXIT.
082100     EXIT.
082200*--------------------------------------------------------------*
082300* 0170-TALLY-ONE-DETAIL - ONE DETAIL RECORD INTO THE COUNT AND  *
082400* ITS CATEGORY'S HASH TOTAL.                                    *
082500*--------------------------------------------------------------*
082600 0170-TALLY-ONE-DETAIL.
082700     ADD 1 TO WS-TXN-COUNT.
082800     EVALUATE TXN-CATEGORY
082900         WHEN 'A'
083000             ADD TXN-AMOUNT TO WS-HASH-A
083100         WHEN 'B'
083200             ADD TXN-AMOUNT TO WS-HASH-B
083300         WHEN 'C'
083400             ADD TXN-AMOUNT TO WS-HASH-C
083500         WHEN 'D'
083600             ADD TXN-AMOUNT TO WS-HASH-D
083700         WHEN 'E'
083800             ADD TXN-AMOUNT TO WS-HASH-E
083900         WHEN OTHER
084000             CONTINUE
084100     END-EVALUATE.
084200 0170-TALLY-ONE-DETAIL-EXIT.
084300     EXIT.
084400*--------------------------------------------------------------*
084500* 1000-LOAD-CANCELLATIONS - TONIGHT'S SECCANC CARDS INTO THE    *
084600* TABLE. NO FILE IS NO CANCELLATIONS.                           *
084700*--------------------------------------------------------------*
084800 1000-LOAD-CANCELLATIONS.
084900     SET WS-NOT-AT-EOF TO TRUE.
085000     OPEN INPUT SC-CANCEL-FILE.
085100     IF NOT WS-CANCEL-OK
085200         GO TO 1000-LOAD-CANCELLATIONS-EXIT
085300     END-IF.
085400     PERFORM UNTIL WS-AT-EOF
085500         READ SC-CANCEL-FILE
085600             AT END
085700                 SET WS-AT-EOF TO TRUE
085800             NOT AT END
085900                 IF CANCEL-RECORD (1:1) NOT = '*'
086000                     AND SCX-COURSE-ID NOT = SPACES
086100                     PERFORM 1050-LOAD-ONE-CANCELLATION
086200                         THRU 1050-LOAD-ONE-CANCELLATION-EXIT
086300                 END-IF
086400         END-READ
086500     END-PERFORM.
086600     CLOSE SC-CANCEL-FILE.
086700 1000-LOAD-CANCELLATIONS-EXIT.
086800     EXIT.
086900*--------------------------------------------------------------*
087000* 1050-LOAD-ONE-CANCELLATION - ONE CARD INTO THE NEXT SLOT.     *
087100*--------------------------------------------------------------*
087200 1050-LOAD-ONE-CANCELLATION.
087300     IF WS-CANCEL-COUNT = WS-CANCEL-MAX
087400         SET WS-TABLE-OVERFLOWED TO TRUE
087500         SET WS-AT-EOF TO TRUE
087600         GO TO 1050-LOAD-ONE-CANCELLATION-EXIT
087700     END-IF.
087800     ADD 1 TO WS-CANCEL-COUNT.
087900     MOVE SCX-COURSE-ID TO SCT-COURSE-ID (WS-CANCEL-COUNT).
088000     MOVE SCX-SECTION TO SCT-SECTION (WS-CANCEL-COUNT).
088100     MOVE SCX-TERM TO SCT-TERM (WS-CANCEL-COUNT).
088200     MOVE SCX-REASON TO SCT-REASON (WS-CANCEL-COUNT).
088300     MOVE SCX-REQUEST-OPER TO SCT-REQUEST-OPER (WS-CANCEL-COUNT).
088400     MOVE SPACE TO SCT-DISPOSITION (WS-CANCEL-COUNT).
088500     MOVE 0 TO SCT-CAT-SLOT (WS-CANCEL-COUNT).
088600     MOVE 0 TO SCT-DROPPED (WS-CANCEL-COUNT).
088700     MOVE 0 TO SCT-WAITLISTED (WS-CANCEL-COUNT).
088800 1050-LOAD-ONE-CANCELLATION-EXIT.
088900     EXIT.
089000*--------------------------------------------------------------*
089100* 1100-LOAD-CATALOG - THE WHOLE CRSCATLG MEMBER INTO STORAGE.   *
089200* MARKED MANDATORY TO IOERR - A CANCELLATION WITH NO CATALOG    *
089300* TO MARK CANNOT PROCEED. A CATALOG LONGER THAN THE TABLE       *
089400* REFUSES THE RUN RATHER THAN LOSE SECTIONS ON THE REWRITE.     *
089500*--------------------------------------------------------------*
089600 1100-LOAD-CATALOG.
089700     MOVE 0 TO WS-CAT-COUNT.
089800     SET WS-NOT-AT-EOF TO TRUE.
089900     OPEN INPUT SC-CATALOG-FILE.
090000     IF NOT WS-CATALOG-OK
090100         MOVE 'SECCANCL' TO IO-PROGRAM-ID
090200         MOVE 'CRSCATLG' TO IO-FILE-NAME
090300         MOVE 'OPEN-IN ' TO IO-OPERATION
090400         MOVE WS-CATALOG-STATUS TO IO-FILE-STATUS
090500         MOVE 'Y' TO IO-MANDATORY-FLAG
090600         CALL 'IOERR' USING IOERR-PARM-BLOCK
090700         GO TO 1100-LOAD-CATALOG-EXIT
090800     END-IF.
090900     PERFORM UNTIL WS-AT-EOF
091000         READ SC-CATALOG-FILE
091100             AT END
091200                 SET WS-AT-EOF TO TRUE
091300             NOT AT END
091400                 IF WS-CAT-COUNT = WS-CAT-MAX
091500                     SET WS-TABLE-OVERFLOWED TO TRUE
091600                     SET WS-AT-EOF TO TRUE
091700                 ELSE
091800                     ADD 1 TO WS-CAT-COUNT
091900                     MOVE CRC-CARD TO SC-CAT-ENTRY (WS-CAT-COUNT)
092000                 END-IF
092100         END-READ
092200     END-PERFORM.
092300     CLOSE SC-CATALOG-FILE.
092400 1100-LOAD-CATALOG-EXIT.
092500     EXIT.
092600*--------------------------------------------------------------*
092700* 1200-MATCH-ONE-CANCELLATION - FINDS ONE CARD'S SECTION ON     *
092800* THE CATALOG AND FLAGS IT CANCELLED (OPEN FLAG X). A SECTION   *
092900* NOT ON THE CATALOG, OR ONE ALREADY CANCELLED BY AN EARLIER    *
093000* CARD TONIGHT, IS REJECTED ON THE REGISTER. A SECTION          *
093100* CANCELLED ON AN EARLIER NIGHT IS SWEPT AGAIN, WHICH FINDS     *
093200* NOTHING UNLESS SOMETHING WAS MISSED.                          *
093300*--------------------------------------------------------------*
093400 1200-MATCH-ONE-CANCELLATION.
093500     MOVE 'N' TO SCT-DISPOSITION (WS-CANCEL-IDX).
093600     PERFORM VARYING WS-CANCEL-SUB FROM 1 BY 1
093700             UNTIL WS-CANCEL-SUB NOT < WS-CANCEL-IDX
093800         IF SCT-ACCEPTED (WS-CANCEL-SUB)
093900             AND SCT-COURSE-ID (WS-CANCEL-SUB)
094000                 = SCT-COURSE-ID (WS-CANCEL-IDX)
094100             AND SCT-SECTION (WS-CANCEL-SUB)
094200                 = SCT-SECTION (WS-CANCEL-IDX)
094300             AND SCT-TERM (WS-CANCEL-SUB)
094400                 = SCT-TERM (WS-CANCEL-IDX)
094500             MOVE 'U' TO SCT-DISPOSITION (WS-CANCEL-IDX)
094600         END-IF
094700     END-PERFORM.
094800     IF SCT-DISPOSITION (WS-CANCEL-IDX) = 'U'
094900         ADD 1 TO WS-REJECTED-COUNT
095000         GO TO 1200-MATCH-ONE-CANCELLATION-EXIT
095100     END-IF.
095200     MOVE 0 TO WS-CAT-MATCH.
095300     PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
095400             UNTIL WS-CAT-IDX > WS-CAT-COUNT
095500             OR WS-CAT-MATCH > 0
095600         IF SCK-COURSE-ID (WS-CAT-IDX)
095700                 = SCT-COURSE-ID (WS-CANCEL-IDX)
095800             AND SCK-SECTION (WS-CAT-IDX)
095900                 = SCT-SECTION (WS-CANCEL-IDX)
096000             AND SCK-TERM (WS-CAT-IDX) = SCT-TERM (WS-CANCEL-IDX)
096100             MOVE WS-CAT-IDX TO WS-CAT-MATCH
096200         END-IF
096300     END-PERFORM.
096400     IF WS-CAT-MATCH = 0
096500         ADD 1 TO WS-REJECTED-COUNT
096600         GO TO 1200-MATCH-ONE-CANCELLATION-EXIT
096700     END-IF.
096800     MOVE 'A' TO SCT-DISPOSITION (WS-CANCEL-IDX).
096900     MOVE WS-CAT-MATCH TO SCT-CAT-SLOT (WS-CANCEL-IDX).
097000     MOVE 'X' TO SCK-OPEN-FLAG (WS-CAT-MATCH).
097100     ADD 1 TO WS-ACCEPTED-COUNT.
097200 1200-MATCH-ONE-CANCELLATION-EXIT.
097300     EXIT.
097400*--------------------------------------------------------------*
097500* 2000-FIND-AFFECTED-ENROLLMENTS - ONE KEY-ORDERED PASS OVER    *
097600* ENRLMAST COLLECTING EVERY ACTIVE ENROLLMENT IN A CANCELLED    *
097700* SECTION. AN ENROLLMENT ALREADY RECORDED AS A W IS LEFT ON     *
097800* FILE - THE STUDENT HAD WITHDRAWN BEFORE THE CANCELLATION.     *
097900* NOTHING IS CHANGED UNTIL THE WHOLE LIST IS KNOWN TO FIT.      *
098000*--------------------------------------------------------------*
098100 2000-FIND-AFFECTED-ENROLLMENTS.
098200     SET WS-NOT-AT-EOF TO TRUE.
098300     PERFORM UNTIL WS-AT-EOF
098400         READ SC-ENROLL-FILE NEXT RECORD
098500             AT END
098600                 SET WS-AT-EOF TO TRUE
098700             NOT AT END
098800                 IF ENR-ACTIVE
098900                     MOVE ENR-COURSE-ID TO WS-FIND-COURSE-ID
099000                     MOVE ENR-SECTION TO WS-FIND-SECTION
099100                     MOVE ENR-TERM TO WS-FIND-TERM
099200                     PERFORM 2100-FIND-CANCELLATION
099300                         THRU 2100-FIND-CANCELLATION-EXIT
099400                     IF WS-CANCEL-FOUND
099500                         PERFORM 2200-KEEP-ONE-AFFECTED
099600                             THRU 2200-KEEP-ONE-AFFECTED-EXIT
099700                     END-IF
099800                 END-IF
099900         END-READ
100000     END-PERFORM.
100100 2000-FIND-AFFECTED-ENROLLMENTS-EXIT.
100200     EXIT.
100300*--------------------------------------------------------------*
100400* 2100-FIND-CANCELLATION - MATCHES THE COURSE, SECTION AND      *
100500* TERM IN THE WS-FIND FIELDS AGAINST TONIGHT'S ACCEPTED         *
100600* CANCELLATIONS.                                                *
100700*--------------------------------------------------------------*
100800 2100-FIND-CANCELLATION.
100900     SET WS-CANCEL-NOT-FOUND TO TRUE.
101000     MOVE 0 TO WS-CANCEL-MATCH.
101100     PERFORM VARYING WS-CANCEL-SUB FROM 1 BY 1
101200             UNTIL WS-CANCEL-SUB > WS-CANCEL-COUNT
101300             OR WS-CANCEL-FOUND
101400         IF SCT-ACCEPTED (WS-CANCEL-SUB)
101500             AND SCT-COURSE-ID (WS-CANCEL-SUB) = WS-FIND-COURSE-ID
101600             AND SCT-SECTION (WS-CANCEL-SUB) = WS-FIND-SECTION
101700             AND SCT-TERM (WS-CANCEL-SUB) = WS-FIND-TERM
101800             SET WS-CANCEL-FOUND TO TRUE
101900             MOVE WS-CANCEL-SUB TO WS-CANCEL-MATCH
102000         END-IF
102100     END-PERFORM.
102200 2100-FIND-CANCELLATION-EXIT.
102300     EXIT.
102400*--------------------------------------------------------------*
102500* 2200-KEEP-ONE-AFFECTED - THE CURRENT ENROLLMENT INTO THE      *
102600* AFFECTED TABLE UNDER ITS CANCELLATION.                        *
102700*--------------------------------------------------------------*
102800 2200-KEEP-ONE-AFFECTED.
102900     IF WS-AFF-COUNT = WS-AFF-MAX
103000         SET WS-TABLE-OVERFLOWED TO TRUE
103100         SET WS-AT-EOF TO TRUE
103200         GO TO 2200-KEEP-ONE-AFFECTED-EXIT
103300     END-IF.
103400     ADD 1 TO WS-AFF-COUNT.
103500     MOVE ENR-STUDENT-ID TO SAF-STUDENT-ID (WS-AFF-COUNT).
103600     MOVE ENR-COURSE-ID TO SAF-COURSE-ID (WS-AFF-COUNT).
103700     MOVE ENR-SECTION TO SAF-SECTION (WS-AFF-COUNT).
103800     MOVE ENR-TERM TO SAF-TERM (WS-AFF-COUNT).
103900     MOVE ENR-CREDIT-HOURS TO SAF-CREDITS (WS-AFF-COUNT).
104000     MOVE ENR-ADD-DATE TO SAF-ADD-DATE (WS-AFF-COUNT).
104100     MOVE WS-CANCEL-MATCH TO SAF-CANCEL-IDX (WS-AFF-COUNT).
104200     MOVE 0 TO SAF-REVERSAL (WS-AFF-COUNT).
104300     ADD 1 TO SCT-DROPPED (WS-CANCEL-MATCH).
104400 2200-KEEP-ONE-AFFECTED-EXIT.
104500     EXIT.
104600*--------------------------------------------------------------*
104700* 3000-DROP-ONE-ENROLLMENT - PRICES THE REVERSAL, THEN DELETES  *
104800* THE ENROLLMENT, POSTS THE REVERSAL TO ADTXN AND STUACCT AND   *
104900* QUEUES THE STUDENT'S NOTICE. TEST MODE PRICES FOR THE         *
105000* REGISTER AND CHANGES NOTHING.                                 *
105100*--------------------------------------------------------------*
105200 3000-DROP-ONE-ENROLLMENT.
105300     PERFORM 3100-PRICE-REVERSAL
105400         THRU 3100-PRICE-REVERSAL-EXIT.
105500     ADD 1 TO WS-STUDENTS-DROPPED.
105600     IF SP-TEST-MODE
105700         GO TO 3000-DROP-ONE-ENROLLMENT-EXIT
105800     END-IF.
105900     MOVE SAF-STUDENT-ID (WS-AFF-IDX) TO ENR-STUDENT-ID.
106000     MOVE SAF-COURSE-ID (WS-AFF-IDX) TO ENR-COURSE-ID.
106100     MOVE SAF-SECTION (WS-AFF-IDX) TO ENR-SECTION.
106200     MOVE SAF-TERM (WS-AFF-IDX) TO ENR-TERM.
106300     READ SC-ENROLL-FILE
106300         INVALID KEY
106300             CONTINUE
106300     END-READ.
106300     DELETE SC-ENROLL-FILE RECORD
106400         INVALID KEY
106500             DISPLAY 'SECCANCL: DELETE FAILED FOR ' ENR-KEY
106600                 ' - STATUS ' WS-ENROLL-STATUS
106700             MOVE 4 TO RETURN-CODE
106800             GO TO 3000-DROP-ONE-ENROLLMENT-EXIT
106900     END-DELETE.
106900     PERFORM 8710-JOURNAL-ENROLL-DELETE
106900         THRU 8710-JOURNAL-ENROLL-DELETE-EXIT.
107000     IF SAF-REVERSAL (WS-AFF-IDX) NOT = 0
107100         MOVE SAF-REVERSAL (WS-AFF-IDX) TO WS-REVERSAL-AMOUNT
107200         PERFORM 3200-WRITE-REVERSAL-DETAIL
107300             THRU 3200-WRITE-REVERSAL-DETAIL-EXIT
107400     END-IF.
107500     MOVE SAF-STUDENT-ID (WS-AFF-IDX) TO WS-NOTICE-STUDENT-ID.
107600     MOVE SAF-COURSE-ID (WS-AFF-IDX) TO WS-FIND-COURSE-ID.
107700     MOVE SAF-SECTION (WS-AFF-IDX) TO WS-FIND-SECTION.
107800     MOVE SAF-TERM (WS-AFF-IDX) TO WS-FIND-TERM.
107900     PERFORM 3400-QUEUE-NOTICE
108000         THRU 3400-QUEUE-NOTICE-EXIT.
108100 3000-DROP-ONE-ENROLLMENT-EXIT.
108200     EXIT.
108300*--------------------------------------------------------------*
108400* 3100-PRICE-REVERSAL - THE FULL TUITION TUITCALC CHARGED FOR   *
108500* THE ENROLLMENT, AS A NEGATIVE AMOUNT: CREDITS TIMES THE       *
108600* STUDENT'S PROGRAM/RESIDENCY RATE FOR THE TERM. NOTHING IS     *
108700* REVERSED FOR AN ENROLLMENT TUITCALC NEVER PRICED - ONE ADDED  *
108800* TONIGHT (TUITCALC RUNS LATER), ONE ADDED OUTSIDE ITS TERM'S   *
108900* ACADCAL WINDOW, OR A STUDENT OR RATE TUITCALC WOULD SKIP.     *
109000*--------------------------------------------------------------*
109100 3100-PRICE-REVERSAL.
109200     MOVE 0 TO SAF-REVERSAL (WS-AFF-IDX).
109300     IF SAF-ADD-DATE (WS-AFF-IDX) NOT NUMERIC
109400         OR SAF-ADD-DATE (WS-AFF-IDX) NOT < WS-BUSINESS-DATE
109500         GO TO 3100-PRICE-REVERSAL-EXIT
109600     END-IF.
109700     SET WS-TERM-OPEN TO TRUE.
109800     PERFORM VARYING WS-ACAL-IDX FROM 1 BY 1
109900             UNTIL WS-ACAL-IDX > WS-ACAL-COUNT
110000         IF TAC-TERM (WS-ACAL-IDX) = SAF-TERM (WS-AFF-IDX)
110100             IF SAF-ADD-DATE (WS-AFF-IDX)
110200                     < TAC-REG-OPEN-DATE (WS-ACAL-IDX)
110300                 OR SAF-ADD-DATE (WS-AFF-IDX)
110400                     > TAC-TERM-END-DATE (WS-ACAL-IDX)
110500                 SET WS-TERM-CLOSED TO TRUE
110600             END-IF
110700         END-IF
110800     END-PERFORM.
110900     IF WS-TERM-CLOSED
111000         GO TO 3100-PRICE-REVERSAL-EXIT
111100     END-IF.
111200     MOVE SAF-STUDENT-ID (WS-AFF-IDX) TO STM-STUDENT-ID.
111300     READ SC-MASTER-FILE
111400         INVALID KEY
111500             GO TO 3100-PRICE-REVERSAL-EXIT
111600     END-READ.
111700     MOVE SAF-STUDENT-ID (WS-AFF-IDX) TO WS-PRICE-STUDENT-ID.
111800     MOVE SAF-TERM (WS-AFF-IDX) TO WS-PRICE-TERM.
111900     PERFORM 3110-FIND-RESIDENCY
112000         THRU 3110-FIND-RESIDENCY-EXIT.
112100     PERFORM 3120-FIND-RATE
112200         THRU 3120-FIND-RATE-EXIT.
112300     IF WS-RATE-NOT-FOUND
112400         GO TO 3100-PRICE-REVERSAL-EXIT
112500     END-IF.
112600     COMPUTE SAF-REVERSAL (WS-AFF-IDX) =
112700         0 - (SAF-CREDITS (WS-AFF-IDX) * WS-RATE-PER-CREDIT).
112800 3100-PRICE-REVERSAL-EXIT.
112900     EXIT.
113000*--------------------------------------------------------------*
113100* 3110-FIND-RESIDENCY - THE CONDRES DECISION FOR THE STUDENT    *
113200* AND TERM. ELIGIBLE PRICED RESIDENT; ANYTHING ELSE PRICED      *
113300* NON-RESIDENT.                                                 *
113400*--------------------------------------------------------------*
113500 3110-FIND-RESIDENCY.
113600     MOVE 'N' TO WS-RESIDENT-FLAG.
113700     SET WS-RES-NOT-FOUND TO TRUE.
113800     IF NOT WS-RES-IS-OPEN
113900         GO TO 3110-FIND-RESIDENCY-EXIT
114000     END-IF.
114100     MOVE WS-PRICE-STUDENT-ID TO RES-STUDENT-ID.
114200     MOVE WS-PRICE-TERM TO RES-TERM.
114300     READ SC-CONDRES-FILE
114400         INVALID KEY
114500             GO TO 3110-FIND-RESIDENCY-EXIT
114600     END-READ.
114700     SET WS-RES-FOUND TO TRUE.
114710     IF RES-ELIGIBLE-FLAG = '1'
114720         MOVE 'R' TO WS-RESIDENT-FLAG
114800     END-IF.
114900 3110-FIND-RESIDENCY-EXIT.
115000     EXIT.
115100*--------------------------------------------------------------*
115200* 3120-FIND-RATE - THE PROGRAM/RESIDENCY RATE ROW, FALLING      *
115300* BACK TO THE '****' CATCH-ALL PROGRAM.                         *
115400*--------------------------------------------------------------*
115500 3120-FIND-RATE.
115600     SET WS-RATE-NOT-FOUND TO TRUE.
115700     PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
115800             UNTIL WS-RATE-IDX > WS-RATE-COUNT
115900             OR WS-RATE-FOUND
116000         IF TRTE-PROGRAM-CODE (WS-RATE-IDX) = STM-PROGRAM-CODE
116100             AND TRTE-RESIDENT-FLAG (WS-RATE-IDX)
116200                 = WS-RESIDENT-FLAG
116300             SET WS-RATE-FOUND TO TRUE
116400             MOVE TRTE-RATE (WS-RATE-IDX) TO WS-RATE-PER-CREDIT
116500         END-IF
116600     END-PERFORM.
116700     IF WS-RATE-NOT-FOUND
116800         PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
116900                 UNTIL WS-RATE-IDX > WS-RATE-COUNT
117000                 OR WS-RATE-FOUND
117100             IF TRTE-PROGRAM-CODE (WS-RATE-IDX) = '****'
117200                 AND TRTE-RESIDENT-FLAG (WS-RATE-IDX)
117300                     = WS-RESIDENT-FLAG
117400                 SET WS-RATE-FOUND TO TRUE
117500                 MOVE TRTE-RATE (WS-RATE-IDX)
117600                     TO WS-RATE-PER-CREDIT
117700             END-IF
117800         END-PERFORM
117900     END-IF.
118000 3120-FIND-RATE-EXIT.
118100     EXIT.
118200*--------------------------------------------------------------*
118300* 3200-WRITE-REVERSAL-DETAIL - ONE NEGATIVE CATEGORY-A DETAIL   *
118400* RECORD TO THE WORK FILE, FOLDED INTO THE CONTROL TOTALS, AND  *
118500* THE SAME AMOUNT ONTO THE STUDENT'S STUACCT ACCOUNT SO THE     *
118600* SUBLEDGER AND THE LEDGER SEE ONE EVENT.                       *
118700*--------------------------------------------------------------*
118800 3200-WRITE-REVERSAL-DETAIL.
118900     MOVE SPACES TO TXN-RECORD.
119000     MOVE 'D' TO TXN-RECORD-TYPE.
119100     MOVE 'A' TO TXN-CATEGORY.
119200     MOVE 'I' TO TXN-FUND-CODE.
119300     MOVE WS-REVERSAL-AMOUNT TO TXN-AMOUNT.
119400     PERFORM 0170-TALLY-ONE-DETAIL
119500         THRU 0170-TALLY-ONE-DETAIL-EXIT.
119600     MOVE TXN-RECORD TO SC-WORK-RECORD.
119700     WRITE SC-WORK-RECORD.
119800     OPEN EXTEND SC-ACCT-FILE.
119900     IF NOT WS-ACCT-OK
120000         CLOSE SC-ACCT-FILE
120100         OPEN OUTPUT SC-ACCT-FILE
120200     END-IF.
120300     MOVE SPACES TO STU-ACCT-RECORD.
120400     MOVE SAF-STUDENT-ID (WS-AFF-IDX) TO SUB-STUDENT-ID.
120500     ACCEPT SUB-POST-DATE FROM DATE YYYYMMDD.
120600     ACCEPT SUB-POST-TIME FROM TIME.
120700     MOVE 'SECCANCL' TO SUB-SOURCE.
120800     MOVE 'A' TO SUB-CATEGORY.
120900     MOVE WS-REVERSAL-AMOUNT TO SUB-AMOUNT.
121000     MOVE 'SECTION CANCELLED' TO SUB-DESC.
121100     WRITE STU-ACCT-RECORD.
121100     IF WS-ACCT-OK
121100         PERFORM 8700-JOURNAL-ACCT-POST
121100             THRU 8700-JOURNAL-ACCT-POST-EXIT
121100         PERFORM 8780-POST-ACCT-BALANCE
121100             THRU 8780-POST-ACCT-BALANCE-EXIT
121100     END-IF.
121200     CLOSE SC-ACCT-FILE.
121300     ADD 1 TO WS-REVERSALS-POSTED.
121400     ADD WS-REVERSAL-AMOUNT TO WS-REVERSAL-TOTAL.
121500 3200-WRITE-REVERSAL-DETAIL-EXIT.
121600     EXIT.
121700*--------------------------------------------------------------*
121800* 3400-QUEUE-NOTICE - ONE SECTCANC NOTICE ON NOTIFQUE FOR THE   *
121900* STUDENT IN WS-NOTICE-STUDENT-ID, NAMING THE SECTION IN THE    *
122000* WS-FIND FIELDS. STEP094 (NOTIFEXT) SENDS IT.                  *
122100*--------------------------------------------------------------*
122200 3400-QUEUE-NOTICE.
122300     OPEN EXTEND SC-QUEUE-FILE.
122400     IF NOT WS-QUEUE-OK
122500         CLOSE SC-QUEUE-FILE
122600         OPEN OUTPUT SC-QUEUE-FILE
122700     END-IF.
122800     MOVE SPACES TO NOTIF-QUEUE-RECORD.
122900     MOVE WS-NOTICE-STUDENT-ID TO NQ-STUDENT-ID.
123000     MOVE 'SECTCANC' TO NQ-NOTICE-TYPE.
123100     MOVE 'CANCELLED' TO NQ-NOTICE-TEXT (1:9).
123200     MOVE WS-FIND-COURSE-ID TO NQ-NOTICE-TEXT (11:6).
123300     MOVE WS-FIND-SECTION TO NQ-NOTICE-TEXT (18:3).
123400     MOVE WS-FIND-TERM TO NQ-NOTICE-TEXT (22:6).
123500     MOVE 'SECCANCL' TO NQ-SOURCE.
123600     MOVE WS-BUSINESS-DATE TO NQ-QUEUE-DATE.
123700     WRITE NOTIF-QUEUE-RECORD.
123800     CLOSE SC-QUEUE-FILE.
123900 3400-QUEUE-NOTICE-EXIT.
124000     EXIT.
124100*--------------------------------------------------------------*
124200* 4000-REMOVE-WAITLISTS - THE WHOLE SECWAIT FILE INTO STORAGE.  *
124300* EVERY STUDENT STILL WAITING FOR A CANCELLED SECTION IS TAKEN  *
124400* OFF THE LINE (STATUS X) AND SENT THE SAME NOTICE. A FILE      *
124500* LONGER THAN THE TABLE IS LOGGED TO IOERR AND LEFT UNTOUCHED.  *
124600*--------------------------------------------------------------*
124700 4000-REMOVE-WAITLISTS.
124800     MOVE 0 TO WS-WAIT-COUNT.
124900     SET WS-NOT-AT-EOF TO TRUE.
125000     OPEN INPUT SC-WAIT-FILE.
125100     IF NOT WS-WAIT-OK
125200         GO TO 4000-REMOVE-WAITLISTS-EXIT
125300     END-IF.
125400     PERFORM UNTIL WS-AT-EOF
125500         READ SC-WAIT-FILE
125600             AT END
125700                 SET WS-AT-EOF TO TRUE
125800             NOT AT END
125900                 IF WS-WAIT-COUNT = WS-WAIT-MAX
126000                     SET WS-WAIT-TRUNCATED TO TRUE
126100                     SET WS-AT-EOF TO TRUE
126200                 ELSE
126300                     ADD 1 TO WS-WAIT-COUNT
126400                     MOVE SEC-WAIT-RECORD
126500                         TO SWE-IMAGE (WS-WAIT-COUNT)
126600                 END-IF
126700         END-READ
126800     END-PERFORM.
126900     CLOSE SC-WAIT-FILE.
127000     IF WS-WAIT-TRUNCATED
127100         MOVE 'SECCANCL' TO IO-PROGRAM-ID
127200         MOVE 'SECWAIT ' TO IO-FILE-NAME
127300         MOVE 'READ    ' TO IO-OPERATION
127400         MOVE WS-WAIT-STATUS TO IO-FILE-STATUS
127500         MOVE 'N' TO IO-MANDATORY-FLAG
127600         CALL 'IOERR' USING IOERR-PARM-BLOCK
127700         GO TO 4000-REMOVE-WAITLISTS-EXIT
127800     END-IF.
127900     PERFORM 4100-CHECK-ONE-WAIT-ENTRY
128000         THRU 4100-CHECK-ONE-WAIT-ENTRY-EXIT
128100         VARYING WS-WAIT-IDX FROM 1 BY 1
128200         UNTIL WS-WAIT-IDX > WS-WAIT-COUNT.
128300 4000-REMOVE-WAITLISTS-EXIT.
128400     EXIT.
128500*--------------------------------------------------------------*
128600* 4100-CHECK-ONE-WAIT-ENTRY - ONE WAITLIST ENTRY AGAINST THE    *
128700* ACCEPTED CANCELLATIONS.                                       *
128800*--------------------------------------------------------------*
128900 4100-CHECK-ONE-WAIT-ENTRY.
129000     MOVE SWE-IMAGE (WS-WAIT-IDX) TO SEC-WAIT-RECORD.
129100     IF NOT SWT-WAITING
129200         GO TO 4100-CHECK-ONE-WAIT-ENTRY-EXIT
129300     END-IF.
129400     MOVE SWT-COURSE-ID TO WS-FIND-COURSE-ID.
129500     MOVE SWT-SECTION TO WS-FIND-SECTION.
129600     MOVE SWT-TERM TO WS-FIND-TERM.
129700     PERFORM 2100-FIND-CANCELLATION
129800         THRU 2100-FIND-CANCELLATION-EXIT.
129900     IF WS-CANCEL-NOT-FOUND
130000         GO TO 4100-CHECK-ONE-WAIT-ENTRY-EXIT
130100     END-IF.
130200     SET SWT-REMOVED TO TRUE.
130300     MOVE SEC-WAIT-RECORD TO SWE-IMAGE (WS-WAIT-IDX).
130400     ADD 1 TO SCT-WAITLISTED (WS-CANCEL-MATCH).
130500     ADD 1 TO WS-WAITERS-REMOVED.
130600     IF SP-PRODUCTION-MODE
130700         MOVE SWT-STUDENT-ID TO WS-NOTICE-STUDENT-ID
130800         PERFORM 3400-QUEUE-NOTICE
130900             THRU 3400-QUEUE-NOTICE-EXIT
131000     END-IF.
131100 4100-CHECK-ONE-WAIT-ENTRY-EXIT.
131200     EXIT.
131300*--------------------------------------------------------------*
131400* 4500-WRITE-WAITLIST-LINES - ONE W LINE ON THE REGISTER FOR    *
131500* EACH STUDENT TAKEN OFF A CANCELLED SECTION'S WAITLIST.        *
131600*--------------------------------------------------------------*
131700 4500-WRITE-WAITLIST-LINES.
131800     IF WS-WAITERS-REMOVED = 0
131900         GO TO 4500-WRITE-WAITLIST-LINES-EXIT
132000     END-IF.
132100     OPEN INPUT SC-MASTER-FILE.
132200     PERFORM VARYING WS-WAIT-IDX FROM 1 BY 1
132300             UNTIL WS-WAIT-IDX > WS-WAIT-COUNT
132400         MOVE SWE-IMAGE (WS-WAIT-IDX) TO SEC-WAIT-RECORD
132500         IF SWT-REMOVED
132600             MOVE SPACES TO SC-REGISTER-RECORD
132700             SET SCR-WAIT-LINE TO TRUE
132800             MOVE SWT-STUDENT-ID TO SCD-STUDENT-ID
132900             MOVE SWT-STUDENT-ID TO STM-STUDENT-ID
133000             READ SC-MASTER-FILE
133100                 INVALID KEY
133200                     MOVE '*** NOT ON STUMAST' TO STM-NAME
133300             END-READ
133400             MOVE STM-NAME TO SCD-NAME
133500             MOVE SWT-COURSE-ID TO SCD-COURSE-ID
133600             MOVE SWT-SECTION TO SCD-SECTION
133700             MOVE SWT-TERM TO SCD-TERM
133800             MOVE 0 TO SCD-CREDITS
133900             MOVE 0 TO SCD-REVERSAL
134000             MOVE 'WAITLIST' TO SCD-NOTE
134100             WRITE SC-REGISTER-RECORD
134200         END-IF
134300     END-PERFORM.
134400     CLOSE SC-MASTER-FILE.
134500 4500-WRITE-WAITLIST-LINES-EXIT.
134600     EXIT.
134700*--------------------------------------------------------------*
134800* 5000-WRITE-SECTION-REGISTER - ONE CANCELLATION'S C LINE WITH  *
134900* ITS DISPOSITION, THEN FOR AN ACCEPTED ONE EVERY STUDENT       *
135000* DROPPED FROM THE SECTION WITH THEIR REMAINING SCHEDULE.       *
135100*--------------------------------------------------------------*
135200 5000-WRITE-SECTION-REGISTER.
135300     MOVE SPACES TO SC-REGISTER-RECORD.
135400     SET SCR-CANCEL-LINE TO TRUE.
135500     MOVE SCT-COURSE-ID (WS-CANCEL-IDX) TO SCC-COURSE-ID.
135600     MOVE SCT-SECTION (WS-CANCEL-IDX) TO SCC-SECTION.
135700     MOVE SCT-TERM (WS-CANCEL-IDX) TO SCC-TERM.
135800     MOVE SCT-REASON (WS-CANCEL-IDX) TO SCC-REASON.
135900     MOVE SCT-REQUEST-OPER (WS-CANCEL-IDX) TO SCC-REQUEST-OPER.
136000     MOVE SCT-DROPPED (WS-CANCEL-IDX) TO SCC-DROPPED.
136100     MOVE SCT-WAITLISTED (WS-CANCEL-IDX) TO SCC-WAITLISTED.
136200     EVALUATE SCT-DISPOSITION (WS-CANCEL-IDX)
136300         WHEN 'A'
136400             MOVE 'SECTION CANCELLED' TO SCC-DISPOSITION
136500         WHEN 'U'
136600             MOVE 'REJECTED - REPEATED' TO SCC-DISPOSITION
136700         WHEN OTHER
136800             MOVE 'REJECTED - NO SECTN' TO SCC-DISPOSITION
136900     END-EVALUATE.
137000     WRITE SC-REGISTER-RECORD.
137100     IF NOT SCT-ACCEPTED (WS-CANCEL-IDX)
137200         GO TO 5000-WRITE-SECTION-REGISTER-EXIT
137300     END-IF.
137400     PERFORM VARYING WS-AFF-IDX FROM 1 BY 1
137500             UNTIL WS-AFF-IDX > WS-AFF-COUNT
137600         IF SAF-CANCEL-IDX (WS-AFF-IDX) = WS-CANCEL-IDX
137700             PERFORM 5100-WRITE-ONE-STUDENT
137800                 THRU 5100-WRITE-ONE-STUDENT-EXIT
137900         END-IF
138000     END-PERFORM.
138100 5000-WRITE-SECTION-REGISTER-EXIT.
138200     EXIT.
138300*--------------------------------------------------------------*
138400* 5100-WRITE-ONE-STUDENT - THE D LINE FOR ONE DROPPED STUDENT,  *
138500* THEN AN S LINE FOR EVERY ACTIVE ENROLLMENT THEY STILL HOLD    *
138600* FOR THE SAME TERM, READ BACK OFF ENRLMAST. A STUDENT LEFT     *
138700* WITH NOTHING SAYS SO.                                         *
138800*--------------------------------------------------------------*
138900 5100-WRITE-ONE-STUDENT.
139000     MOVE SPACES TO SC-REGISTER-RECORD.
139100     SET SCR-DROP-LINE TO TRUE.
139200     MOVE SAF-STUDENT-ID (WS-AFF-IDX) TO SCD-STUDENT-ID.
139300     MOVE SAF-STUDENT-ID (WS-AFF-IDX) TO STM-STUDENT-ID.
139400     READ SC-MASTER-FILE
139500         INVALID KEY
139600             MOVE '*** NOT ON STUMAST' TO STM-NAME
139700     END-READ.
139800     MOVE STM-NAME TO SCD-NAME.
139900     MOVE SAF-COURSE-ID (WS-AFF-IDX) TO SCD-COURSE-ID.
140000     MOVE SAF-SECTION (WS-AFF-IDX) TO SCD-SECTION.
140100     MOVE SAF-TERM (WS-AFF-IDX) TO SCD-TERM.
140200     MOVE SAF-CREDITS (WS-AFF-IDX) TO SCD-CREDITS.
140300     MOVE SAF-REVERSAL (WS-AFF-IDX) TO SCD-REVERSAL.
140400     MOVE 'DROPPED' TO SCD-NOTE.
140500     WRITE SC-REGISTER-RECORD.
140600     MOVE 0 TO WS-SCHED-COUNT.
140700     SET WS-SCHED-NOT-AT-EOF TO TRUE.
140800     MOVE SAF-STUDENT-ID (WS-AFF-IDX) TO ENR-STUDENT-ID.
140900     MOVE LOW-VALUES TO ENR-COURSE-ID.
141000     MOVE LOW-VALUES TO ENR-SECTION.
141100     MOVE LOW-VALUES TO ENR-TERM.
141200     START SC-ENROLL-FILE KEY IS NOT LESS THAN ENR-KEY
141300         INVALID KEY
141400             SET WS-SCHED-AT-EOF TO TRUE
141500     END-START.
141600     PERFORM UNTIL WS-SCHED-AT-EOF
141700         READ SC-ENROLL-FILE NEXT RECORD
141800             AT END
141900                 SET WS-SCHED-AT-EOF TO TRUE
142000             NOT AT END
142100                 IF ENR-STUDENT-ID
142200                         NOT = SAF-STUDENT-ID (WS-AFF-IDX)
142300                     SET WS-SCHED-AT-EOF TO TRUE
142400                 ELSE
142500                     PERFORM 5200-WRITE-ONE-SCHEDULE-LINE
142600                         THRU 5200-WRITE-ONE-SCHEDULE-LINE-EXIT
142700                 END-IF
142800         END-READ
142900     END-PERFORM.
143000     IF WS-SCHED-COUNT = 0
143100         MOVE SPACES TO SC-REGISTER-RECORD
143200         SET SCR-SCHEDULE-LINE TO TRUE
143300         MOVE SAF-TERM (WS-AFF-IDX) TO SCS-TERM
143400         MOVE 0 TO SCS-CREDITS
143500         MOVE 'NO REMAINING SCHEDULE' TO SCS-NOTE
143600         WRITE SC-REGISTER-RECORD
143700     END-IF.
143800 5100-WRITE-ONE-STUDENT-EXIT.
143900     EXIT.
144000*--------------------------------------------------------------*
144100* 5200-WRITE-ONE-SCHEDULE-LINE - ONE OF THE STUDENT'S OTHER     *
144200* ENROLLMENTS, LISTED WHEN IT IS ACTIVE, IN THE SAME TERM AND   *
144300* NOT ITSELF IN A SECTION CANCELLED TONIGHT (A TEST-MODE RUN    *
144400* LEAVES THOSE ON FILE).                                        *
144500*--------------------------------------------------------------*
144600 5200-WRITE-ONE-SCHEDULE-LINE.
144700     IF NOT ENR-ACTIVE
144800         OR ENR-TERM NOT = SAF-TERM (WS-AFF-IDX)
144900         GO TO 5200-WRITE-ONE-SCHEDULE-LINE-EXIT
145000     END-IF.
145100     MOVE ENR-COURSE-ID TO WS-FIND-COURSE-ID.
145200     MOVE ENR-SECTION TO WS-FIND-SECTION.
145300     MOVE ENR-TERM TO WS-FIND-TERM.
145400     PERFORM 2100-FIND-CANCELLATION
145500         THRU 2100-FIND-CANCELLATION-EXIT.
145600     IF WS-CANCEL-FOUND
145700         GO TO 5200-WRITE-ONE-SCHEDULE-LINE-EXIT
145800     END-IF.
145900     ADD 1 TO WS-SCHED-COUNT.
146000     MOVE SPACES TO SC-REGISTER-RECORD.
146100     SET SCR-SCHEDULE-LINE TO TRUE.
146200     MOVE ENR-COURSE-ID TO SCS-COURSE-ID.
146300     MOVE ENR-SECTION TO SCS-SECTION.
146400     MOVE ENR-TERM TO SCS-TERM.
146500     MOVE ENR-CREDIT-HOURS TO SCS-CREDITS.
146600     MOVE 'STILL ENROLLED' TO SCS-NOTE.
146700     WRITE SC-REGISTER-RECORD.
146800 5200-WRITE-ONE-SCHEDULE-LINE-EXIT.
146900     EXIT.
147000*--------------------------------------------------------------*
147100* 6000-STAMP-AUDIT-TRAIL - ONE AUDITLOG RECORD PER SECTION      *
147200* CANCELLED, CHAINED THROUGH AUDCHN. THE KEY FIELD IS THE       *
147300* SECTION AND TERM, THE KEY COUNT THE ENROLLMENTS DROPPED.      *
147400*--------------------------------------------------------------*
147500 6000-STAMP-AUDIT-TRAIL.
147600     IF NOT SCT-ACCEPTED (WS-CANCEL-IDX)
147700         GO TO 6000-STAMP-AUDIT-TRAIL-EXIT
147800     END-IF.
147900     OPEN EXTEND SC-AUDIT-FILE.
148000     IF NOT WS-SUITE-AUDIT-OK
148100         CLOSE SC-AUDIT-FILE
148200         OPEN OUTPUT SC-AUDIT-FILE
148300     END-IF.
148400     MOVE 'SECCANCL' TO AT-PROGRAM-ID.
148500     ACCEPT AT-RUN-DATE FROM DATE YYYYMMDD.
148600     ACCEPT AT-RUN-TIME FROM TIME.
148700     MOVE SPACES TO AT-KEY-FIELD.
148800     MOVE 'CANC ' TO AT-KEY-FIELD (1:5).
148900     MOVE SCT-COURSE-ID (WS-CANCEL-IDX) TO AT-KEY-FIELD (6:6).
149000     MOVE SCT-SECTION (WS-CANCEL-IDX) TO AT-KEY-FIELD (12:3).
149100     MOVE SCT-TERM (WS-CANCEL-IDX) TO AT-KEY-FIELD (15:6).
149200     MOVE SCT-DROPPED (WS-CANCEL-IDX) TO AT-KEY-COUNT.
149300     MOVE SP-CYCLE-NUMBER TO AT-CYCLE-NUMBER.
149400     MOVE AT-RUN-DATE TO CHN-RUN-DATE.
149500     MOVE AT-RUN-TIME TO CHN-RUN-TIME.
149600     MOVE AT-KEY-COUNT TO CHN-KEY-COUNT.
149700     MOVE AT-PROGRAM-ID TO CHN-PROGRAM-ID.
149800     MOVE AT-KEY-FIELD TO CHN-KEY-FIELD.
149900     CALL 'AUDCHN' USING CHN-PARM-BLOCK.
150000     MOVE CHN-SEQUENCE TO AT-SEQUENCE.
150100     MOVE CHN-CHAIN-HASH TO AT-CHAIN-HASH.
150200     WRITE SUITE-AUDIT-RECORD.
150300     CLOSE SC-AUDIT-FILE.
150400 6000-STAMP-AUDIT-TRAIL-EXIT.
150500     EXIT.
150600*--------------------------------------------------------------*
150700* 7000-REWRITE-CATALOG - THE WHOLE CATALOG BACK TO CRSCATLG     *
150800* WITH TONIGHT'S CANCELLED SECTIONS FLAGGED X.                  *
150900*--------------------------------------------------------------*
151000 7000-REWRITE-CATALOG.
151100     OPEN OUTPUT SC-CATALOG-FILE.
151200     IF NOT WS-CATALOG-OK
151300         DISPLAY 'SECCANCL: CRSCATLG REWRITE FAILED - STATUS '
151400             WS-CATALOG-STATUS
151500         MOVE 8 TO RETURN-CODE
151600         GO TO 7000-REWRITE-CATALOG-EXIT
151700     END-IF.
151800     PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
151900             UNTIL WS-CAT-IDX > WS-CAT-COUNT
152000         MOVE SC-CAT-ENTRY (WS-CAT-IDX) TO CRC-CARD
152100         WRITE CRC-CARD
152200     END-PERFORM.
152300     CLOSE SC-CATALOG-FILE.
152400 7000-REWRITE-CATALOG-EXIT.
152500     EXIT.
152600*--------------------------------------------------------------*
152700* 7100-REWRITE-TXN-FEED - THE COMBINED FEED BACK TO ADTXN: ONE  *
152800* CONTROL HEADER WITH THE COUNT AND PER-CATEGORY HASH TOTALS,   *
152900* THEN EVERY DETAIL OFF THE WORK FILE. A TEST-MODE RUN LEAVES   *
153000* ADTXN EXACTLY AS IT FOUND IT.                                 *
153100*--------------------------------------------------------------*
153200 7100-REWRITE-TXN-FEED.
153300     CLOSE SC-WORK-FILE.
153400     IF SP-TEST-MODE
153500         GO TO 7100-REWRITE-TXN-FEED-EXIT
153600     END-IF.
153700     OPEN OUTPUT SC-TXN-FILE.
153800     MOVE SPACES TO TXN-RECORD.
153900     MOVE 'H' TO TXN-RECORD-TYPE.
154000     MOVE WS-TXN-COUNT TO HDR-DECLARED-COUNT.
154100     MOVE WS-HASH-A TO HDR-HASH-A.
154200     MOVE WS-HASH-B TO HDR-HASH-B.
154300     MOVE WS-HASH-C TO HDR-HASH-C.
154400     MOVE WS-HASH-D TO HDR-HASH-D.
154500     MOVE WS-HASH-E TO HDR-HASH-E.
154600     WRITE TXN-RECORD.
154700     SET WS-NOT-AT-EOF TO TRUE.
154800     OPEN INPUT SC-WORK-FILE.
154900     PERFORM 7150-READ-ONE-WORK-RECORD
155000         THRU 7150-READ-ONE-WORK-RECORD-EXIT.
155100     PERFORM UNTIL WS-AT-EOF
155200         MOVE SC-WORK-RECORD TO TXN-RECORD
155300         WRITE TXN-RECORD
155400         PERFORM 7150-READ-ONE-WORK-RECORD
155500             THRU 7150-READ-ONE-WORK-RECORD-EXIT
155600     END-PERFORM.
155700     CLOSE SC-WORK-FILE.
155800     CLOSE SC-TXN-FILE.
155900 7100-REWRITE-TXN-FEED-EXIT.
156000     EXIT.
156100*--------------------------------------------------------------*
156200* 7150-READ-ONE-WORK-RECORD - A SINGLE READ OF SCWRK.           *
156300*--------------------------------------------------------------*
156400 7150-READ-ONE-WORK-RECORD.
156500     READ SC-WORK-FILE
156600         AT END SET WS-AT-EOF TO TRUE
156700     END-READ.
156800 7150-READ-ONE-WORK-RECORD-EXIT.
156900     EXIT.
157000*--------------------------------------------------------------*
157100* 7300-REWRITE-WAITLIST - SECWAIT BACK OUT WITHOUT THE ENTRIES  *
157200* TAKEN OFF TONIGHT. NOTHING IS REWRITTEN WHEN NOBODY CAME OFF  *
157300* A LINE OR THE FILE DID NOT FIT.                               *
157400*--------------------------------------------------------------*
157500 7300-REWRITE-WAITLIST.
157600     IF WS-WAITERS-REMOVED = 0
157700         OR WS-WAIT-TRUNCATED
157800         GO TO 7300-REWRITE-WAITLIST-EXIT
157900     END-IF.
158000     OPEN OUTPUT SC-WAIT-FILE.
158100     IF NOT WS-WAIT-OK
158200         DISPLAY 'SECCANCL: SECWAIT REWRITE FAILED - STATUS '
158300             WS-WAIT-STATUS
158400         MOVE 8 TO RETURN-CODE
158500         GO TO 7300-REWRITE-WAITLIST-EXIT
158600     END-IF.
158700     PERFORM VARYING WS-WAIT-IDX FROM 1 BY 1
158800             UNTIL WS-WAIT-IDX > WS-WAIT-COUNT
158900         MOVE SWE-IMAGE (WS-WAIT-IDX) TO SEC-WAIT-RECORD
159000         IF NOT SWT-REMOVED
159100             WRITE SEC-WAIT-RECORD
159200         END-IF
159300     END-PERFORM.
159400     CLOSE SC-WAIT-FILE.
159500 7300-REWRITE-WAITLIST-EXIT.
159600     EXIT.
159600*--------------------------------------------------------------*
159600* 8700-JOURNAL-ACCT-POST - THE STUACCT POSTING JUST WRITTEN,   *
159600* ONTO THE RCVJRNL FORWARD-RECOVERY JOURNAL.                   *
159600*--------------------------------------------------------------*
159600 8700-JOURNAL-ACCT-POST.
159600     MOVE 'SECCANCL' TO JR-PROGRAM-ID.
159600     SET JR-FILE-ACCOUNT TO TRUE.
159600     SET JR-ADD TO TRUE.
159600     MOVE SPACES TO JR-RECORD-KEY.
159600     MOVE SUB-STUDENT-ID TO JR-RECORD-KEY (1:9).
159600     MOVE SPACES TO JR-BEFORE-IMAGE.
159600     MOVE STU-ACCT-RECORD TO JR-AFTER-IMAGE.
159600     CALL 'JRNLLOG' USING JRNL-PARM-BLOCK.
159600 8700-JOURNAL-ACCT-POST-EXIT.
159600     EXIT.
159600*--------------------------------------------------------------*
159600* 8710-JOURNAL-ENROLL-DELETE - THE ENRLMAST ENROLLMENT JUST    *
159600* DELETED, AS IT STOOD, ONTO THE RCVJRNL FORWARD-RECOVERY      *
159600* JOURNAL.                                                     *
159600*--------------------------------------------------------------*
159600 8710-JOURNAL-ENROLL-DELETE.
159600     MOVE 'SECCANCL' TO JR-PROGRAM-ID.
159600     SET JR-FILE-ENROLL TO TRUE.
159600     SET JR-DELETE TO TRUE.
159600     MOVE ENR-KEY TO JR-RECORD-KEY.
159600     MOVE ENR-RECORD TO JR-BEFORE-IMAGE.
159600     MOVE SPACES TO JR-AFTER-IMAGE.
159600     CALL 'JRNLLOG' USING JRNL-PARM-BLOCK.
159600 8710-JOURNAL-ENROLL-DELETE-EXIT.
159600     EXIT.
159600*--------------------------------------------------------------*
159600* 8780-POST-ACCT-BALANCE - THE STUACCT POSTING JUST WRITTEN,   *
159600* ONTO THE STUDENT'S STUBAL BALANCE RECORD THROUGH BALPOST, IN *
159600* THE SAME UNIT OF WORK AS THE WRITE.                          *
159600*--------------------------------------------------------------*
159600 8780-POST-ACCT-BALANCE.
159600     MOVE 'SECCANCL' TO BP-PROGRAM-ID.
159600     SET BP-POST TO TRUE.
159600     MOVE STU-ACCT-RECORD TO BP-ACCT-RECORD.
159600     CALL 'BALPOST' USING BAL-PARM-BLOCK.
159600 8780-POST-ACCT-BALANCE-EXIT.
159600     EXIT.
159700*--------------------------------------------------------------*
159800* 9999-EXIT                                                     *
159900*--------------------------------------------------------------*
160000 9999-EXIT.
160010     IF WS-RES-IS-OPEN
160020         CLOSE SC-CONDRES-FILE
160030     END-IF.
160100     STOP RUN.
