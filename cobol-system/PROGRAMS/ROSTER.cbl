000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ROSTER.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - SECTION CLASS ROSTERS AND     *
001100*                NEVER-ATTENDED REPORTING, RUN NIGHTLY AHEAD OF *
001200*                ENRLPOST. FOR EVERY CRSCATLG SECTION IN A TERM *
001300*                BETWEEN ITS ACADCAL REGISTRATION OPEN AND TERM *
001400*                END, ROSTRPT PRINTS THE CLASS ROSTER FROM      *
001500*                ENRLMAST - STUDENT ID, NAME AND PROGRAM FROM   *
001600*                STUMAST, CREDITS - AND ROSTEXT CARRIES THE     *
001700*                SAME ROWS TO THE LEARNING SYSTEM. FACULTY SEND *
001800*                BACK THE STUDENTS WHO NEVER ATTENDED ON        *
001900*                NEVRATT BY THE TERM'S CENSUS DATE; EACH ONE    *
002000*                STILL ACTIVE ON ENRLMAST IS QUEUED TO ENRLFEED *
002100*                AS A NEVER-ATTENDED DROP (ACTION N), WHICH     *
002200*                ENRLPOST DELETES AND LOGS TO ENRLDROP FOR THE  *
002300*                TUITCALC REFUND-SCHEDULE REVERSAL. POSTED BY   *
002400*                THE CENSUS DATE, THE LOST HOURS REPRICE THE    *
002500*                STUDENT'S PRORATED AID IN THE SAME NIGHT'S     *
002600*                AIDDISB. A RETURN PAST CENSUS, BEFORE CLASSES  *
002700*                BEGIN OR FOR NO ACTIVE ENROLLMENT IS REFUSED.  *
002800*                NVAREG LISTS EVERY RETURN AND WHAT BECAME OF   *
002900*                IT; THE ROSTER MARKS THE DROPS QUEUED TONIGHT. *
003000*                TEST MODE PRINTS EVERYTHING AND QUEUES NOTHING.*
003000* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 170 BYTES FOR THE *
003000*                DIRECTORY-INFORMATION CONFIDENTIALITY FLAG,    *
003000*                ITS DATE AND REQUESTING OPERATOR.              *
003000* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 186 BYTES FOR THE *
003000*                DATE OF DEATH AND ITS VERIFICATION SOURCE.     *
003100*--------------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT RS-CATALOG-FILE ASSIGN TO CRSCATLG
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-CATALOG-STATUS.
003800     SELECT RS-ACAL-FILE ASSIGN TO ACADCAL
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-ACAL-STATUS.
004100     SELECT RS-ENROLL-FILE ASSIGN TO ENRLMAST
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS ENR-KEY
004500         FILE STATUS IS WS-ENROLL-STATUS.
004600     SELECT RS-MASTER-FILE ASSIGN TO STUMAST
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS STM-STUDENT-ID
005000         FILE STATUS IS WS-MASTER-STATUS.
005100     SELECT RS-NEVER-FILE ASSIGN TO NEVRATT
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-NEVER-STATUS.
005400     SELECT RS-FEED-FILE ASSIGN TO ENRLFEED
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-FEED-STATUS.
005700     SELECT RS-ROSTER-FILE ASSIGN TO ROSTRPT
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-ROSTER-STATUS.
006000     SELECT RS-EXTRACT-FILE ASSIGN TO ROSTEXT
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-EXTRACT-STATUS.
006300     SELECT RS-REGISTER-FILE ASSIGN TO NVAREG
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-REGISTER-STATUS.
006600     SELECT RS-CAL-FILE ASSIGN TO SUITECAL
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-CAL-STATUS.
006900     SELECT SUITE-PARM-FILE ASSIGN TO SUITEPRM
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-SUITE-STATUS.
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  RS-CATALOG-FILE.
007500 01  CRS-CARD.
007600     05  CRC-COURSE-ID        PIC X(06).
007700     05  CRC-SECTION          PIC X(03).
007800     05  CRC-TITLE            PIC X(20).
007900     05  CRC-TERM             PIC X(06).
008000     05  CRC-CREDIT-HOURS     PIC 9(02).
008100     05  CRC-CAPACITY         PIC 9(03).
008200     05  CRC-OPEN-FLAG        PIC X(01).
008300     05  CRC-MEET-DAYS        PIC X(07).
008400     05  CRC-START-TIME       PIC 9(04).
008500     05  CRC-END-TIME         PIC 9(04).
008600     05  CRC-LAB-FEE          PIC 9(04)V99.
008700     05  CRC-MATL-FEE         PIC 9(04)V99.
008800 FD  RS-ACAL-FILE.
008900 COPY ACADCREC.
009000 FD  RS-ENROLL-FILE.
009100 01  ENR-RECORD.
009200     05  ENR-KEY.
009300         10  ENR-STUDENT-ID   PIC 9(09).
009400         10  ENR-COURSE-ID    PIC X(06).
009500         10  ENR-SECTION      PIC X(03).
009600         10  ENR-TERM         PIC X(06).
009700     05  ENR-CREDIT-HOURS     PIC 9(02).
009800     05  ENR-ADD-DATE         PIC 9(08).
009900     05  ENR-STATUS           PIC X(01).
010000         88  ENR-ACTIVE       VALUE 'A' ' '.
010100         88  ENR-WITHDRAWN    VALUE 'W'.
010200     05  ENR-STATUS-DATE      PIC 9(08).
010300 FD  RS-MASTER-FILE.
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
012200     05  STM-CONFER-DATE      PIC 9(08).
012200     05  STM-CONFID-FLAG      PIC X(01).
012200     05  STM-CONFID-DATE      PIC 9(08).
012200     05  STM-CONFID-OPER      PIC X(08).
012200     05  STM-DEATH-DATE       PIC 9(08).
012200     05  STM-DEATH-SOURCE     PIC X(08).
012300*--------------------------------------------------------------*
012400* NEVRATT - THE FACULTY NEVER-ATTENDED RETURN, ONE RECORD PER   *
012500* STUDENT AND SECTION, WITH THE REPORTING INSTRUCTOR. THE FILE  *
012600* EMPTIES ONCE APPLIED.                                         *
012700*--------------------------------------------------------------*
012800 FD  RS-NEVER-FILE.
012900 01  NVA-RECORD.
013000     05  NVA-STUDENT-ID       PIC 9(09).
013100     05  NVA-COURSE-ID        PIC X(06).
013200     05  NVA-SECTION          PIC X(03).
013300     05  NVA-TERM             PIC X(06).
013400     05  NVA-FACULTY-ID       PIC X(08).
013500     05  NVA-REPORT-DATE      PIC 9(08).
013600 FD  RS-FEED-FILE.
013700 01  EFD-RECORD.
013800     05  EFD-ACTION           PIC X(01).
013900         88  EFD-NEVER-ATTENDED VALUE 'N'.
014000     05  EFD-STUDENT-ID       PIC 9(09).
014100     05  EFD-COURSE-ID        PIC X(06).
014200     05  EFD-SECTION          PIC X(03).
014300     05  EFD-TERM             PIC X(06).
014400*--------------------------------------------------------------*
014500* ROSTRPT - ONE HEADER LINE (H) PER SECTION, ONE DETAIL LINE    *
014600* (D) PER STUDENT ENROLLED, ONE TOTAL LINE (T) PER SECTION.     *
014700*--------------------------------------------------------------*
014800 FD  RS-ROSTER-FILE.
014900 01  RS-ROSTER-RECORD.
015000     05  RRP-LINE-TYPE        PIC X(01).
015100         88  RRP-HEADER-LINE  VALUE 'H'.
015200         88  RRP-DETAIL-LINE  VALUE 'D'.
015300         88  RRP-TOTAL-LINE   VALUE 'T'.
015400     05  FILLER               PIC X(01).
015500     05  RRP-STUDENT-ID       PIC 9(09).
015600     05  FILLER               PIC X(02).
015700     05  RRP-NAME             PIC X(25).
015800     05  FILLER               PIC X(02).
015900     05  RRP-PROGRAM-CODE     PIC X(04).
016000     05  FILLER               PIC X(02).
016100     05  RRP-CREDIT-HOURS     PIC Z9.
016200     05  FILLER               PIC X(02).
016300     05  RRP-NOTE             PIC X(20).
016400 01  RRP-HEADER-R REDEFINES RS-ROSTER-RECORD.
016500     05  FILLER               PIC X(02).
016600     05  RRH-TERM             PIC X(06).
016700     05  FILLER               PIC X(02).
016800     05  RRH-COURSE-ID        PIC X(06).
016900     05  FILLER               PIC X(01).
017000     05  RRH-SECTION          PIC X(03).
017100     05  FILLER               PIC X(02).
017200     05  RRH-TITLE            PIC X(20).
017300     05  FILLER               PIC X(02).
017400     05  RRH-MEET-DAYS        PIC X(07).
017500     05  FILLER               PIC X(01).
017600     05  RRH-START-TIME       PIC 9(04).
017700     05  RRH-TIME-DASH        PIC X(01).
017800     05  RRH-END-TIME         PIC 9(04).
017900     05  FILLER               PIC X(02).
018000     05  RRH-CAPACITY         PIC ZZ9.
018100     05  FILLER               PIC X(05).
018200 01  RRP-TOTAL-R REDEFINES RS-ROSTER-RECORD.
018300     05  FILLER               PIC X(02).
018400     05  RRT-LABEL            PIC X(20).
018500     05  FILLER               PIC X(02).
018600     05  RRT-STUDENTS         PIC ZZZ9.
018700     05  FILLER               PIC X(02).
018800     05  RRT-HOURS-LABEL      PIC X(14).
018900     05  FILLER               PIC X(02).
019000     05  RRT-HOURS            PIC ZZZZ9.
019100     05  FILLER               PIC X(19).
019200*--------------------------------------------------------------*
019300* ROSTEXT - THE LEARNING-SYSTEM ROSTER EXTRACT, ONE ROW PER     *
019400* STUDENT AND SECTION. STATUS A IS ENROLLED; D IS A NEVER-      *
019500* ATTENDED DROP QUEUED TONIGHT, FOR THE LEARNING SYSTEM TO      *
019600* TAKE OUT OF THE COURSE SHELL.                                 *
019700*--------------------------------------------------------------*
019800 FD  RS-EXTRACT-FILE.
019900 01  RS-EXTRACT-RECORD.
020000     05  RSX-TERM             PIC X(06).
020100     05  RSX-COURSE-ID        PIC X(06).
020200     05  RSX-SECTION          PIC X(03).
020300     05  RSX-STUDENT-ID       PIC 9(09).
020400     05  RSX-NAME             PIC X(25).
020500     05  RSX-PROGRAM-CODE     PIC X(04).
020600     05  RSX-CREDIT-HOURS     PIC 9(02).
020700     05  RSX-STATUS           PIC X(01).
020800         88  RSX-ENROLLED     VALUE 'A'.
020900         88  RSX-DROPPED      VALUE 'D'.
021000 FD  RS-REGISTER-FILE.
021100 01  RS-REGISTER-RECORD.
021200     05  NVR-STUDENT-ID       PIC 9(09).
021300     05  FILLER               PIC X(02).
021400     05  NVR-COURSE-ID        PIC X(06).
021500     05  FILLER               PIC X(01).
021600     05  NVR-SECTION          PIC X(03).
021700     05  FILLER               PIC X(02).
021800     05  NVR-TERM             PIC X(06).
021900     05  FILLER               PIC X(02).
022000     05  NVR-FACULTY-ID       PIC X(08).
022100     05  FILLER               PIC X(02).
022200     05  NVR-DISPOSITION      PIC X(24).
022300 FD  RS-CAL-FILE.
022400 01  CAL-RECORD.
022500     05  CAL-BUSINESS-DATE    PIC 9(08).
022600     05  CAL-MONTH-END-FLAG   PIC X(01).
022700     05  CAL-YEAR-END-FLAG    PIC X(01).
022800 FD  SUITE-PARM-FILE.
022900 01  SP-PARM-CARD             PIC X(11).
023000 WORKING-STORAGE SECTION.
023100 01  WS-SUITE-STATUS          PIC X(02).
023200     88  WS-SUITE-OK          VALUE '00'.
023300 01  WS-CATALOG-STATUS        PIC X(02).
023400     88  WS-CATALOG-OK        VALUE '00'.
023500 01  WS-ACAL-STATUS           PIC X(02).
023600     88  WS-ACAL-OK           VALUE '00'.
023700 01  WS-ENROLL-STATUS         PIC X(02).
023800     88  WS-ENROLL-OK         VALUE '00'.
023900 01  WS-MASTER-STATUS         PIC X(02).
024000     88  WS-MASTER-OK         VALUE '00'.
024100 01  WS-NEVER-STATUS          PIC X(02).
024200     88  WS-NEVER-OK          VALUE '00'.
024300 01  WS-FEED-STATUS           PIC X(02).
024400     88  WS-FEED-OK           VALUE '00'.
024500 01  WS-ROSTER-STATUS         PIC X(02).
024600     88  WS-ROSTER-OK         VALUE '00'.
024700 01  WS-EXTRACT-STATUS        PIC X(02).
024800     88  WS-EXTRACT-OK        VALUE '00'.
024900 01  WS-REGISTER-STATUS       PIC X(02).
025000     88  WS-REGISTER-OK       VALUE '00'.
025100 01  WS-CAL-STATUS            PIC X(02).
025200     88  WS-CAL-OK            VALUE '00'.
025300 01  WS-EOF-SWITCH            PIC X(01).
025400     88  WS-AT-EOF            VALUE 'Y'.
025500     88  WS-NOT-AT-EOF        VALUE 'N'.
025600 01  WS-MASTER-OPEN-SWITCH    PIC X(01) VALUE 'N'.
025700     88  WS-MASTER-OPEN       VALUE 'Y'.
025800 01  WS-BUSINESS-DATE         PIC 9(08) VALUE 0.
025900 01  WS-DISPOSITION           PIC X(24).
026000 01  WS-SECTION-STUDENTS      PIC 9(04) COMP.
026100 01  WS-SECTION-HOURS         PIC 9(05) COMP.
026200 01  WS-RETURNS-READ          PIC 9(06) COMP VALUE 0.
026300 01  WS-DROPS-QUEUED          PIC 9(06) COMP VALUE 0.
026400 01  WS-RETURNS-REFUSED       PIC 9(06) COMP VALUE 0.
026500 01  WS-SECTIONS-PRINTED      PIC 9(06) COMP VALUE 0.
026600 01  WS-ROWS-EXTRACTED        PIC 9(06) COMP VALUE 0.
026700 01  WS-ACAL-COUNT            PIC 9(02) COMP VALUE 0.
026800 01  WS-ACAL-MAX              PIC 9(02) COMP VALUE 20.
026900 01  WS-ACAL-IDX              PIC 9(02) COMP.
027000 01  WS-ACAL-MATCH            PIC 9(02) COMP.
027100 01  WS-SEC-COUNT             PIC 9(03) COMP VALUE 0.
027200 01  WS-SEC-MAX               PIC 9(03) COMP VALUE 200.
027300 01  WS-SEC-IDX               PIC 9(03) COMP.
027400 01  WS-SEC-MATCH             PIC 9(03) COMP.
027500 01  WS-ROS-COUNT             PIC 9(05) COMP VALUE 0.
027600 01  WS-ROS-MAX               PIC 9(05) COMP VALUE 6000.
027700 01  WS-ROS-IDX               PIC 9(05) COMP.
027800 01  WS-NVA-COUNT             PIC 9(03) COMP VALUE 0.
027900 01  WS-NVA-MAX               PIC 9(03) COMP VALUE 500.
028000 01  WS-NVA-IDX               PIC 9(03) COMP.
028100 01  WS-NVA-MATCH             PIC 9(03) COMP.
028200 01  WS-FIND-KEY.
028300     05  WS-FIND-STUDENT-ID   PIC 9(09).
028400     05  WS-FIND-COURSE-ID    PIC X(06).
028500     05  WS-FIND-SECTION      PIC X(03).
028600     05  WS-FIND-TERM         PIC X(06).
028700*--------------------------------------------------------------*
028800* RS-ACAL-TABLE - EACH ACADCAL TERM'S WINDOW. A TERM IS ON THE  *
028900* ROSTERS FROM REGISTRATION OPEN THROUGH TERM END; NEVER-       *
029000* ATTENDED RETURNS ARE TAKEN FROM THE FIRST DAY OF CLASSES      *
029100* THROUGH THE CENSUS DATE.                                      *
029200*--------------------------------------------------------------*
029300 01  RS-ACAL-TABLE.
029400     05  RS-ACAL-ENTRY OCCURS 20 TIMES.
029500         10  RAC-TERM         PIC X(06).
029600         10  RAC-REG-OPEN-DATE PIC 9(08).
029700         10  RAC-CENSUS-DATE  PIC 9(08).
029800         10  RAC-TERM-END-DATE PIC 9(08).
029900         10  RAC-CLASS-START  PIC 9(08).
030000         10  RAC-ROSTER-FLAG  PIC X(01).
030100             88  RAC-ROSTERED VALUE 'Y'.
030200*--------------------------------------------------------------*
030300* RS-SECTION-TABLE - THE CRSCATLG SECTIONS OF EVERY ROSTERED    *
030400* TERM, IN CATALOG ORDER. A CANCELLED SECTION (OPEN FLAG X) HAS *
030500* NO ROSTER.                                                    *
030600*--------------------------------------------------------------*
030700 01  RS-SECTION-TABLE.
030800     05  RS-SECTION-ENTRY OCCURS 200 TIMES.
030900         10  RSC-COURSE-ID    PIC X(06).
031000         10  RSC-SECTION      PIC X(03).
031100         10  RSC-TITLE        PIC X(20).
031200         10  RSC-TERM         PIC X(06).
031300         10  RSC-CAPACITY     PIC 9(03).
031400         10  RSC-MEET-DAYS    PIC X(07).
031500         10  RSC-START-TIME   PIC 9(04).
031600         10  RSC-END-TIME     PIC 9(04).
031700*--------------------------------------------------------------*
031800* RS-ROSTER-TABLE - ONE ENTRY PER ACTIVE ENRLMAST ENROLLMENT IN *
031900* A ROSTERED SECTION, IN STUDENT ORDER, WITH ITS SECTION SLOT.  *
032000*--------------------------------------------------------------*
032100 01  RS-ROSTER-TABLE.
032200     05  RS-ROSTER-ENTRY OCCURS 6000 TIMES.
032300         10  RRS-SEC-SLOT     PIC 9(03) COMP.
032400         10  RRS-STUDENT-ID   PIC 9(09).
032500         10  RRS-CREDIT-HOURS PIC 9(02).
032600*--------------------------------------------------------------*
032700* RS-NEVER-TABLE - THE ENROLLMENTS QUEUED FOR A NEVER-ATTENDED  *
032800* DROP TONIGHT, SO A SECOND RETURN FOR ONE IS REFUSED AND THE   *
032900* ROSTER CAN MARK IT.                                           *
033000*--------------------------------------------------------------*
033100 01  RS-NEVER-TABLE.
033200     05  RS-NEVER-ENTRY OCCURS 500 TIMES.
033300         10  RNV-STUDENT-ID   PIC 9(09).
033400         10  RNV-COURSE-ID    PIC X(06).
033500         10  RNV-SECTION      PIC X(03).
033600         10  RNV-TERM         PIC X(06).
033700 COPY SUITEPRM.
033800 COPY IOERRPRM.
033900 COPY STEPPARM.
034000 PROCEDURE DIVISION.
034100 0000-MAINLINE.
034200     MOVE 'ROSTER  ' TO SL-PROGRAM-ID.
034300     SET SL-PHASE-START TO TRUE.
034400     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
034500     PERFORM 0010-READ-SUITE-PARM THRU 0010-READ-SUITE-PARM-EXIT.
034600     PERFORM 0020-READ-BUSINESS-DATE
034700         THRU 0020-READ-BUSINESS-DATE-EXIT.
034800     PERFORM 0030-LOAD-CALENDAR THRU 0030-LOAD-CALENDAR-EXIT.
034900     PERFORM 0040-LOAD-SECTIONS THRU 0040-LOAD-SECTIONS-EXIT.
035000     OPEN INPUT RS-ENROLL-FILE.
035100     IF NOT WS-ENROLL-OK
035200         MOVE 'ROSTER  ' TO IO-PROGRAM-ID
035300         MOVE 'ENRLMAST' TO IO-FILE-NAME
035400         MOVE 'OPEN-IN ' TO IO-OPERATION
035500         MOVE WS-ENROLL-STATUS TO IO-FILE-STATUS
035600         MOVE 'Y' TO IO-MANDATORY-FLAG
035700         CALL 'IOERR' USING IOERR-PARM-BLOCK
035800         MOVE 12 TO RETURN-CODE
035900         GO TO 9999-EXIT
036000     END-IF.
036100     OPEN INPUT RS-MASTER-FILE.
036200     IF WS-MASTER-OK
036300         SET WS-MASTER-OPEN TO TRUE
036400     ELSE
036500         MOVE 'ROSTER  ' TO IO-PROGRAM-ID
036600         MOVE 'STUMAST ' TO IO-FILE-NAME
036700         MOVE 'OPEN-IN ' TO IO-OPERATION
036800         MOVE WS-MASTER-STATUS TO IO-FILE-STATUS
036900         MOVE 'N' TO IO-MANDATORY-FLAG
037000         CALL 'IOERR' USING IOERR-PARM-BLOCK
037100     END-IF.
037200     OPEN OUTPUT RS-REGISTER-FILE.
037300     PERFORM 1000-APPLY-NEVER-ATTENDED
037400         THRU 1000-APPLY-NEVER-ATTENDED-EXIT.
037500     CLOSE RS-REGISTER-FILE.
037600     PERFORM 2000-COLLECT-ENROLLMENTS
037700         THRU 2000-COLLECT-ENROLLMENTS-EXIT.
037800     OPEN OUTPUT RS-ROSTER-FILE.
037900     OPEN OUTPUT RS-EXTRACT-FILE.
038000     PERFORM 3000-PRINT-ONE-SECTION
038100         THRU 3000-PRINT-ONE-SECTION-EXIT
038200         VARYING WS-SEC-IDX FROM 1 BY 1
038300         UNTIL WS-SEC-IDX > WS-SEC-COUNT.
038400     CLOSE RS-ROSTER-FILE.
038500     CLOSE RS-EXTRACT-FILE.
038600     CLOSE RS-ENROLL-FILE.
038700     IF WS-MASTER-OPEN
038800         CLOSE RS-MASTER-FILE
038900     END-IF.
039000     IF WS-RETURNS-REFUSED > 0
039100         MOVE 4 TO RETURN-CODE
039200     END-IF.
039300     DISPLAY 'ROSTER: ' WS-SECTIONS-PRINTED ' SECTION ROSTERS, '
039400         WS-ROWS-EXTRACTED ' ROWS EXTRACTED'.
039500     DISPLAY 'ROSTER: ' WS-RETURNS-READ
039600         ' NEVER-ATTENDED RETURNS, '
039700         WS-DROPS-QUEUED ' DROPS QUEUED, ' WS-RETURNS-REFUSED
039800         ' REFUSED'.
039900     MOVE 'ROSTER  ' TO SL-PROGRAM-ID.
040000     SET SL-PHASE-END TO TRUE.
040100     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
040200     GO TO 9999-EXIT.
040300*--------------------------------------------------------------*
040400* 0010-READ-SUITE-PARM - READS THE SUITE-WIDE CONTROL CARD      *
040500* FROM SUITEPRM.                                                *
040600*--------------------------------------------------------------*
040700 0010-READ-SUITE-PARM.
040800     OPEN INPUT SUITE-PARM-FILE.
040900     IF WS-SUITE-OK
041000         READ SUITE-PARM-FILE
041100             AT END
041200                 CONTINUE
041300         END-READ
041400         IF WS-SUITE-OK
041500             MOVE SP-PARM-CARD (1:1)  TO SP-TEST-MODE-SWITCH
041600             MOVE SP-PARM-CARD (2:10) TO SP-BATCH-ID
041700         END-IF
041800         CLOSE SUITE-PARM-FILE
041900     END-IF.
042000 0010-READ-SUITE-PARM-EXIT.
042100     EXIT.
042200*--------------------------------------------------------------*
042300* 0020-READ-BUSINESS-DATE - THE SUITECAL BUSINESS DATE, WALL-   *
042400* CLOCK FALLBACK AS EVERYWHERE - THE SAME DATE ENRLPOST POSTS   *
042500* TONIGHT'S DROPS UNDER.                                        *
042600*--------------------------------------------------------------*
042700 0020-READ-BUSINESS-DATE.
042800     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
042900     OPEN INPUT RS-CAL-FILE.
043000     IF WS-CAL-OK
043100         READ RS-CAL-FILE
043200             AT END
043300                 CONTINUE
043400         END-READ
043500         IF WS-CAL-OK
043600             AND CAL-BUSINESS-DATE NUMERIC
043700             AND CAL-BUSINESS-DATE > 0
043800             MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
043900         END-IF
044000         CLOSE RS-CAL-FILE
044100     END-IF.
044200 0020-READ-BUSINESS-DATE-EXIT.
044300     EXIT.
044400*--------------------------------------------------------------*
044500* 0030-LOAD-CALENDAR - THE ACADCAL TERMS, EACH MARKED ROSTERED  *
044600* WHEN TONIGHT FALLS BETWEEN ITS REGISTRATION OPEN AND TERM     *
044700* END. WITHOUT THE CALENDAR NOTHING IS ROSTERED AND EVERY       *
044800* RETURN IS REFUSED.                                            *
044900*--------------------------------------------------------------*
045000 0030-LOAD-CALENDAR.
045100     OPEN INPUT RS-ACAL-FILE.
045200     IF NOT WS-ACAL-OK
045300         MOVE 'ROSTER  ' TO IO-PROGRAM-ID
045400         MOVE 'ACADCAL ' TO IO-FILE-NAME
045500         MOVE 'OPEN-IN ' TO IO-OPERATION
045600         MOVE WS-ACAL-STATUS TO IO-FILE-STATUS
045700         MOVE 'N' TO IO-MANDATORY-FLAG
045800         CALL 'IOERR' USING IOERR-PARM-BLOCK
045900         GO TO 0030-LOAD-CALENDAR-EXIT
046000     END-IF.
046100     SET WS-NOT-AT-EOF TO TRUE.
046200     PERFORM UNTIL WS-AT-EOF
046300         READ RS-ACAL-FILE
046400             AT END
046500                 SET WS-AT-EOF TO TRUE
046600             NOT AT END
046700                 IF ACAD-CAL-RECORD (1:1) NOT = '*'
046800                     AND ACL-REG-OPEN-DATE NUMERIC
046900                     AND ACL-CENSUS-DATE NUMERIC
047000                     AND ACL-TERM-END-DATE NUMERIC
047100                     AND WS-ACAL-COUNT < WS-ACAL-MAX
047200                     ADD 1 TO WS-ACAL-COUNT
047300                     MOVE ACL-TERM TO RAC-TERM (WS-ACAL-COUNT)
047400                     MOVE ACL-REG-OPEN-DATE
047500                         TO RAC-REG-OPEN-DATE (WS-ACAL-COUNT)
047600                     MOVE ACL-CENSUS-DATE
047700                         TO RAC-CENSUS-DATE (WS-ACAL-COUNT)
047800                     MOVE ACL-TERM-END-DATE
047900                         TO RAC-TERM-END-DATE (WS-ACAL-COUNT)
048000                     MOVE 0 TO RAC-CLASS-START (WS-ACAL-COUNT)
048100                     IF ACL-CLASS-START-DATE NUMERIC
048200                         MOVE ACL-CLASS-START-DATE
048300                             TO RAC-CLASS-START (WS-ACAL-COUNT)
048400                     END-IF
048500                     MOVE 'N' TO RAC-ROSTER-FLAG (WS-ACAL-COUNT)
048600                     IF WS-BUSINESS-DATE NOT < ACL-REG-OPEN-DATE
048700                         AND WS-BUSINESS-DATE
048800                             NOT > ACL-TERM-END-DATE
048900                         SET RAC-ROSTERED (WS-ACAL-COUNT) TO TRUE
049000                     END-IF
049100                 END-IF
049200         END-READ
049300     END-PERFORM.
049400     CLOSE RS-ACAL-FILE.
049500 0030-LOAD-CALENDAR-EXIT.
049600     EXIT.
049700*--------------------------------------------------------------*
049800* 0040-LOAD-SECTIONS - THE CRSCATLG SECTIONS OF THE ROSTERED    *
049900* TERMS. THE CATALOG IS MANDATORY, AS IT IS TO ENRLPOST.        *
050000*--------------------------------------------------------------*
050100 0040-LOAD-SECTIONS.
050200     OPEN INPUT RS-CATALOG-FILE.
050300     IF NOT WS-CATALOG-OK
050400         MOVE 'ROSTER  ' TO IO-PROGRAM-ID
050500         MOVE 'CRSCATLG' TO IO-FILE-NAME
050600         MOVE 'OPEN-IN ' TO IO-OPERATION
050700         MOVE WS-CATALOG-STATUS TO IO-FILE-STATUS
050800         MOVE 'Y' TO IO-MANDATORY-FLAG
050900         CALL 'IOERR' USING IOERR-PARM-BLOCK
051000         MOVE 12 TO RETURN-CODE
051100         GO TO 9999-EXIT
051200     END-IF.
051300     SET WS-NOT-AT-EOF TO TRUE.
051400     PERFORM UNTIL WS-AT-EOF
051500         READ RS-CATALOG-FILE
051600             AT END
051700                 SET WS-AT-EOF TO TRUE
051800             NOT AT END
051900                 PERFORM 0050-TAKE-ONE-SECTION
052000                     THRU 0050-TAKE-ONE-SECTION-EXIT
052100         END-READ
052200     END-PERFORM.
052300     CLOSE RS-CATALOG-FILE.
052400 0040-LOAD-SECTIONS-EXIT.
052500     EXIT.
052600*--------------------------------------------------------------*
052700* 0050-TAKE-ONE-SECTION - ONE CATALOG CARD INTO THE SECTION     *
052800* TABLE WHEN ITS TERM IS ROSTERED AND IT IS NOT CANCELLED.      *
052900*--------------------------------------------------------------*
053000 0050-TAKE-ONE-SECTION.
053100     IF CRS-CARD (1:1) = '*'
053200         OR CRC-OPEN-FLAG = 'X'
053300         GO TO 0050-TAKE-ONE-SECTION-EXIT
053400     END-IF.
053500     MOVE 0 TO WS-ACAL-MATCH.
053600     PERFORM VARYING WS-ACAL-IDX FROM 1 BY 1
053700             UNTIL WS-ACAL-IDX > WS-ACAL-COUNT
053800         IF RAC-TERM (WS-ACAL-IDX) = CRC-TERM
053900             MOVE WS-ACAL-IDX TO WS-ACAL-MATCH
054000         END-IF
054100     END-PERFORM.
054200     IF WS-ACAL-MATCH = 0
054300         GO TO 0050-TAKE-ONE-SECTION-EXIT
054400     END-IF.
054500     IF NOT RAC-ROSTERED (WS-ACAL-MATCH)
054600         GO TO 0050-TAKE-ONE-SECTION-EXIT
054700     END-IF.
054800     IF WS-SEC-COUNT = WS-SEC-MAX
054900         DISPLAY 'ROSTER: SECTION TABLE FULL AT ' WS-SEC-MAX
055000             ' - ' CRC-COURSE-ID ' ' CRC-SECTION ' NOT ROSTERED'
055100         GO TO 0050-TAKE-ONE-SECTION-EXIT
055200     END-IF.
055300     ADD 1 TO WS-SEC-COUNT.
055400     MOVE CRC-COURSE-ID TO RSC-COURSE-ID (WS-SEC-COUNT).
055500     MOVE CRC-SECTION TO RSC-SECTION (WS-SEC-COUNT).
055600     MOVE CRC-TITLE TO RSC-TITLE (WS-SEC-COUNT).
055700     MOVE CRC-TERM TO RSC-TERM (WS-SEC-COUNT).
055800     MOVE 0 TO RSC-CAPACITY (WS-SEC-COUNT).
055900     IF CRC-CAPACITY NUMERIC
056000         MOVE CRC-CAPACITY TO RSC-CAPACITY (WS-SEC-COUNT)
056100     END-IF.
056200     MOVE CRC-MEET-DAYS TO RSC-MEET-DAYS (WS-SEC-COUNT).
056300     MOVE 0 TO RSC-START-TIME (WS-SEC-COUNT).
056400     MOVE 0 TO RSC-END-TIME (WS-SEC-COUNT).
056500     IF CRC-START-TIME NUMERIC
056600         AND CRC-END-TIME NUMERIC
056700         MOVE CRC-START-TIME TO RSC-START-TIME (WS-SEC-COUNT)
056800         MOVE CRC-END-TIME TO RSC-END-TIME (WS-SEC-COUNT)
056900     END-IF.
057000 0050-TAKE-ONE-SECTION-EXIT.
057100     EXIT.
057200*--------------------------------------------------------------*
057300* 1000-APPLY-NEVER-ATTENDED - EVERY NEVRATT RETURN CHECKED AND  *
057400* EITHER QUEUED TO ENRLFEED AS A NEVER-ATTENDED DROP OR         *
057500* REFUSED, EACH ONE LISTED ON NVAREG, THEN THE RETURN EMPTIED.  *
057600* NO RETURN TONIGHT IS NOT AN ERROR.                            *
057700*--------------------------------------------------------------*
057800 1000-APPLY-NEVER-ATTENDED.
057900     OPEN INPUT RS-NEVER-FILE.
058000     IF NOT WS-NEVER-OK
058100         DISPLAY 'ROSTER: NO NEVRATT RETURN TONIGHT'
058200         GO TO 1000-APPLY-NEVER-ATTENDED-EXIT
058300     END-IF.
058400     IF NOT SP-TEST-MODE
058500         OPEN EXTEND RS-FEED-FILE
058600         IF NOT WS-FEED-OK
058700             CLOSE RS-FEED-FILE
058800             OPEN OUTPUT RS-FEED-FILE
058900         END-IF
059000     END-IF.
059100     SET WS-NOT-AT-EOF TO TRUE.
059200     PERFORM UNTIL WS-AT-EOF
059300         READ RS-NEVER-FILE
059400             AT END
059500                 SET WS-AT-EOF TO TRUE
059600             NOT AT END
059700                 ADD 1 TO WS-RETURNS-READ
059800                 PERFORM 1100-CHECK-ONE-RETURN
059900                     THRU 1100-CHECK-ONE-RETURN-EXIT
060000                 PERFORM 1900-WRITE-REGISTER-LINE
060100                     THRU 1900-WRITE-REGISTER-LINE-EXIT
060200         END-READ
060300     END-PERFORM.
060400     CLOSE RS-NEVER-FILE.
060500     IF NOT SP-TEST-MODE
060600         CLOSE RS-FEED-FILE
060700         OPEN OUTPUT RS-NEVER-FILE
060800         CLOSE RS-NEVER-FILE
060900     END-IF.
061000 1000-APPLY-NEVER-ATTENDED-EXIT.
061100     EXIT.
061200*--------------------------------------------------------------*
061300* 1100-CHECK-ONE-RETURN - ONE FACULTY RETURN. THE TERM MUST BE  *
061400* ON ACADCAL WITH CLASSES BEGUN AND THE CENSUS DATE NOT YET     *
061500* PASSED, AND THE ENROLLMENT ACTIVE ON ENRLMAST. A CLEAN ONE IS *
061600* WRITTEN TO ENRLFEED AS ACTION N AND REMEMBERED FOR THE        *
061700* ROSTER. THE OUTCOME IS LEFT IN WS-DISPOSITION.                *
061800*--------------------------------------------------------------*
061900 1100-CHECK-ONE-RETURN.
062000     IF NVA-STUDENT-ID NOT NUMERIC
062100         OR NVA-STUDENT-ID = ZERO
062200         MOVE 'BAD STUDENT ID' TO WS-DISPOSITION
062300         GO TO 1100-REFUSE-RETURN
062400     END-IF.
062500     MOVE 0 TO WS-ACAL-MATCH.
062600     PERFORM VARYING WS-ACAL-IDX FROM 1 BY 1
062700             UNTIL WS-ACAL-IDX > WS-ACAL-COUNT
062800         IF RAC-TERM (WS-ACAL-IDX) = NVA-TERM
062900             MOVE WS-ACAL-IDX TO WS-ACAL-MATCH
063000         END-IF
063100     END-PERFORM.
063200     IF WS-ACAL-MATCH = 0
063300         MOVE 'TERM NOT ON ACADCAL' TO WS-DISPOSITION
063400         GO TO 1100-REFUSE-RETURN
063500     END-IF.
063600     IF WS-BUSINESS-DATE < RAC-CLASS-START (WS-ACAL-MATCH)
063700         MOVE 'CLASSES NOT YET BEGUN' TO WS-DISPOSITION
063800         GO TO 1100-REFUSE-RETURN
063900     END-IF.
064000     IF WS-BUSINESS-DATE > RAC-CENSUS-DATE (WS-ACAL-MATCH)
064100         MOVE 'PAST CENSUS DATE' TO WS-DISPOSITION
064200         GO TO 1100-REFUSE-RETURN
064300     END-IF.
064400     MOVE NVA-STUDENT-ID TO WS-FIND-STUDENT-ID.
064500     MOVE NVA-COURSE-ID TO WS-FIND-COURSE-ID.
064600     MOVE NVA-SECTION TO WS-FIND-SECTION.
064700     MOVE NVA-TERM TO WS-FIND-TERM.
064800     PERFORM 1200-FIND-QUEUED-DROP
064900         THRU 1200-FIND-QUEUED-DROP-EXIT.
065000     IF WS-NVA-MATCH > 0
065100         MOVE 'DUPLICATE ON RETURN' TO WS-DISPOSITION
065200         GO TO 1100-REFUSE-RETURN
065300     END-IF.
065400     MOVE NVA-STUDENT-ID TO ENR-STUDENT-ID.
065500     MOVE NVA-COURSE-ID TO ENR-COURSE-ID.
065600     MOVE NVA-SECTION TO ENR-SECTION.
065700     MOVE NVA-TERM TO ENR-TERM.
065800     READ RS-ENROLL-FILE
065900         INVALID KEY
066000             MOVE 'NOT ENROLLED' TO WS-DISPOSITION
066100             GO TO 1100-REFUSE-RETURN
066200     END-READ.
066300     IF NOT ENR-ACTIVE
066400         MOVE 'ALREADY WITHDRAWN' TO WS-DISPOSITION
066500         GO TO 1100-REFUSE-RETURN
066600     END-IF.
066700     IF WS-NVA-COUNT = WS-NVA-MAX
066800         MOVE 'DROP TABLE FULL' TO WS-DISPOSITION
066900         GO TO 1100-REFUSE-RETURN
067000     END-IF.
067100     ADD 1 TO WS-NVA-COUNT.
067200     MOVE NVA-STUDENT-ID TO RNV-STUDENT-ID (WS-NVA-COUNT).
067300     MOVE NVA-COURSE-ID TO RNV-COURSE-ID (WS-NVA-COUNT).
067400     MOVE NVA-SECTION TO RNV-SECTION (WS-NVA-COUNT).
067500     MOVE NVA-TERM TO RNV-TERM (WS-NVA-COUNT).
067600     IF NOT SP-TEST-MODE
067700         MOVE SPACES TO EFD-RECORD
067800         SET EFD-NEVER-ATTENDED TO TRUE
067900         MOVE NVA-STUDENT-ID TO EFD-STUDENT-ID
068000         MOVE NVA-COURSE-ID TO EFD-COURSE-ID
068100         MOVE NVA-SECTION TO EFD-SECTION
068200         MOVE NVA-TERM TO EFD-TERM
068300         WRITE EFD-RECORD
068400     END-IF.
068500     ADD 1 TO WS-DROPS-QUEUED.
068600     MOVE 'ADMIN DROP QUEUED' TO WS-DISPOSITION.
068700     GO TO 1100-CHECK-ONE-RETURN-EXIT.
068800 1100-REFUSE-RETURN.
068900     ADD 1 TO WS-RETURNS-REFUSED.
069000 1100-CHECK-ONE-RETURN-EXIT.
069100     EXIT.
069200*--------------------------------------------------------------*
069300* 1200-FIND-QUEUED-DROP - THE WS-FIND ENROLLMENT AMONG THE      *
069400* DROPS ALREADY QUEUED TONIGHT, INDEX IN WS-NVA-MATCH OR ZERO.  *
069500*--------------------------------------------------------------*
069600 1200-FIND-QUEUED-DROP.
069700     MOVE 0 TO WS-NVA-MATCH.
069800     PERFORM VARYING WS-NVA-IDX FROM 1 BY 1
069900             UNTIL WS-NVA-IDX > WS-NVA-COUNT
070000             OR WS-NVA-MATCH > 0
070100         IF RNV-STUDENT-ID (WS-NVA-IDX) = WS-FIND-STUDENT-ID
070200             AND RNV-COURSE-ID (WS-NVA-IDX) = WS-FIND-COURSE-ID
070300             AND RNV-SECTION (WS-NVA-IDX) = WS-FIND-SECTION
070400             AND RNV-TERM (WS-NVA-IDX) = WS-FIND-TERM
070500             MOVE WS-NVA-IDX TO WS-NVA-MATCH
070600         END-IF
070700     END-PERFORM.
070800 1200-FIND-QUEUED-DROP-EXIT.
070900     EXIT.
071000*--------------------------------------------------------------*
071100* 1900-WRITE-REGISTER-LINE - ONE NVAREG LINE FOR THE RETURN     *
071200* JUST CHECKED.                                                 *
071300*--------------------------------------------------------------*
071400 1900-WRITE-REGISTER-LINE.
071500     MOVE SPACES TO RS-REGISTER-RECORD.
071600     MOVE NVA-STUDENT-ID TO NVR-STUDENT-ID.
071700     MOVE NVA-COURSE-ID TO NVR-COURSE-ID.
071800     MOVE NVA-SECTION TO NVR-SECTION.
071900     MOVE NVA-TERM TO NVR-TERM.
072000     MOVE NVA-FACULTY-ID TO NVR-FACULTY-ID.
072100     MOVE WS-DISPOSITION TO NVR-DISPOSITION.
072200     WRITE RS-REGISTER-RECORD.
072300 1900-WRITE-REGISTER-LINE-EXIT.
072400     EXIT.
072500*--------------------------------------------------------------*
072600* 2000-COLLECT-ENROLLMENTS - ONE PASS OF ENRLMAST. EVERY ACTIVE *
072700* ENROLLMENT IN A ROSTERED SECTION GOES ON THE ROSTER TABLE.    *
072800*--------------------------------------------------------------*
072900 2000-COLLECT-ENROLLMENTS.
073000     MOVE LOW-VALUES TO ENR-KEY.
073100     START RS-ENROLL-FILE KEY IS NOT LESS THAN ENR-KEY
073200         INVALID KEY
073300             GO TO 2000-COLLECT-ENROLLMENTS-EXIT
073400     END-START.
073500     SET WS-NOT-AT-EOF TO TRUE.
073600     PERFORM UNTIL WS-AT-EOF
073700         READ RS-ENROLL-FILE NEXT RECORD
073800             AT END
073900                 SET WS-AT-EOF TO TRUE
074000             NOT AT END
074100                 IF ENR-ACTIVE
074200                     PERFORM 2100-TAKE-ONE-ENROLLMENT
074300                         THRU 2100-TAKE-ONE-ENROLLMENT-EXIT
074400                 END-IF
074500         END-READ
074600     END-PERFORM.
074700 2000-COLLECT-ENROLLMENTS-EXIT.
074800     EXIT.
074900*--------------------------------------------------------------*
075000* 2100-TAKE-ONE-ENROLLMENT - THE ENROLLMENT JUST READ ONTO THE  *
075100* ROSTER TABLE UNDER ITS SECTION, IF THAT SECTION IS ROSTERED.  *
075200*--------------------------------------------------------------*
075300 2100-TAKE-ONE-ENROLLMENT.
075400     MOVE 0 TO WS-SEC-MATCH.
075500     PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
075600             UNTIL WS-SEC-IDX > WS-SEC-COUNT
075700             OR WS-SEC-MATCH > 0
075800         IF RSC-COURSE-ID (WS-SEC-IDX) = ENR-COURSE-ID
075900             AND RSC-SECTION (WS-SEC-IDX) = ENR-SECTION
076000             AND RSC-TERM (WS-SEC-IDX) = ENR-TERM
076100             MOVE WS-SEC-IDX TO WS-SEC-MATCH
076200         END-IF
076300     END-PERFORM.
076400     IF WS-SEC-MATCH = 0
076500         GO TO 2100-TAKE-ONE-ENROLLMENT-EXIT
076600     END-IF.
076700     IF WS-ROS-COUNT = WS-ROS-MAX
076800         DISPLAY 'ROSTER: ROSTER TABLE FULL AT ' WS-ROS-MAX
076900             ' - STUDENT ' ENR-STUDENT-ID ' ' ENR-COURSE-ID
077000             ' ' ENR-SECTION ' NOT ROSTERED'
077100         GO TO 2100-TAKE-ONE-ENROLLMENT-EXIT
077200     END-IF.
077300     ADD 1 TO WS-ROS-COUNT.
077400     MOVE WS-SEC-MATCH TO RRS-SEC-SLOT (WS-ROS-COUNT).
077500     MOVE ENR-STUDENT-ID TO RRS-STUDENT-ID (WS-ROS-COUNT).
077600     MOVE 0 TO RRS-CREDIT-HOURS (WS-ROS-COUNT).
077700     IF ENR-CREDIT-HOURS NUMERIC
077800         MOVE ENR-CREDIT-HOURS TO RRS-CREDIT-HOURS (WS-ROS-COUNT)
077900     END-IF.
078000 2100-TAKE-ONE-ENROLLMENT-EXIT.
078100     EXIT.
078200*--------------------------------------------------------------*
078300* 3000-PRINT-ONE-SECTION - THE ROSTER FOR SECTION WS-SEC-IDX:   *
078400* ITS HEADER, ONE LINE AND ONE EXTRACT ROW PER STUDENT ON THE   *
078500* ROSTER TABLE, AND THE SECTION TOTAL. A STUDENT QUEUED FOR A   *
078600* NEVER-ATTENDED DROP TONIGHT IS MARKED AND LEAVES THE          *
078700* SECTION'S COUNT; THE EXTRACT SENDS THEM AS STATUS D.          *
078800*--------------------------------------------------------------*
078900 3000-PRINT-ONE-SECTION.
079000     ADD 1 TO WS-SECTIONS-PRINTED.
079100     MOVE 0 TO WS-SECTION-STUDENTS.
079200     MOVE 0 TO WS-SECTION-HOURS.
079300     MOVE SPACES TO RS-ROSTER-RECORD.
079400     SET RRP-HEADER-LINE TO TRUE.
079500     MOVE RSC-TERM (WS-SEC-IDX) TO RRH-TERM.
079600     MOVE RSC-COURSE-ID (WS-SEC-IDX) TO RRH-COURSE-ID.
079700     MOVE RSC-SECTION (WS-SEC-IDX) TO RRH-SECTION.
079800     MOVE RSC-TITLE (WS-SEC-IDX) TO RRH-TITLE.
079900     MOVE RSC-MEET-DAYS (WS-SEC-IDX) TO RRH-MEET-DAYS.
080000     MOVE RSC-START-TIME (WS-SEC-IDX) TO RRH-START-TIME.
080100     MOVE '-' TO RRH-TIME-DASH.
080200     MOVE RSC-END-TIME (WS-SEC-IDX) TO RRH-END-TIME.
080300     MOVE RSC-CAPACITY (WS-SEC-IDX) TO RRH-CAPACITY.
080400     WRITE RS-ROSTER-RECORD.
080500     PERFORM VARYING WS-ROS-IDX FROM 1 BY 1
080600             UNTIL WS-ROS-IDX > WS-ROS-COUNT
080700         IF RRS-SEC-SLOT (WS-ROS-IDX) = WS-SEC-IDX
080800             PERFORM 3100-PRINT-ONE-STUDENT
080900                 THRU 3100-PRINT-ONE-STUDENT-EXIT
081000         END-IF
081100     END-PERFORM.
081200     MOVE SPACES TO RS-ROSTER-RECORD.
081300     SET RRP-TOTAL-LINE TO TRUE.
081400     MOVE 'STUDENTS ENROLLED' TO RRT-LABEL.
081500     MOVE WS-SECTION-STUDENTS TO RRT-STUDENTS.
081600     MOVE 'CREDIT HOURS' TO RRT-HOURS-LABEL.
081700     MOVE WS-SECTION-HOURS TO RRT-HOURS.
081800     WRITE RS-ROSTER-RECORD.
081900 3000-PRINT-ONE-SECTION-EXIT.
082000     EXIT.
082100*--------------------------------------------------------------*
082200* 3100-PRINT-ONE-STUDENT - ONE ROSTER LINE AND EXTRACT ROW FOR  *
082300* ROSTER ENTRY WS-ROS-IDX. NAME AND PROGRAM COME FROM STUMAST;  *
082400* A STUDENT NOT ON IT PRINTS WITH THE NAME BLANK.               *
082500*--------------------------------------------------------------*
082600 3100-PRINT-ONE-STUDENT.
082700     MOVE SPACES TO STM-NAME.
082800     MOVE SPACES TO STM-PROGRAM-CODE.
082900     IF WS-MASTER-OPEN
083000         MOVE RRS-STUDENT-ID (WS-ROS-IDX) TO STM-STUDENT-ID
083100         READ RS-MASTER-FILE
083200             INVALID KEY
083300                 MOVE SPACES TO STM-NAME
083400                 MOVE SPACES TO STM-PROGRAM-CODE
083500         END-READ
083600     END-IF.
083700     MOVE RRS-STUDENT-ID (WS-ROS-IDX) TO WS-FIND-STUDENT-ID.
083800     MOVE RSC-COURSE-ID (WS-SEC-IDX) TO WS-FIND-COURSE-ID.
083900     MOVE RSC-SECTION (WS-SEC-IDX) TO WS-FIND-SECTION.
084000     MOVE RSC-TERM (WS-SEC-IDX) TO WS-FIND-TERM.
084100     PERFORM 1200-FIND-QUEUED-DROP
084200         THRU 1200-FIND-QUEUED-DROP-EXIT.
084300     MOVE SPACES TO RS-ROSTER-RECORD.
084400     SET RRP-DETAIL-LINE TO TRUE.
084500     MOVE RRS-STUDENT-ID (WS-ROS-IDX) TO RRP-STUDENT-ID.
084600     MOVE STM-NAME TO RRP-NAME.
084700     MOVE STM-PROGRAM-CODE TO RRP-PROGRAM-CODE.
084800     MOVE RRS-CREDIT-HOURS (WS-ROS-IDX) TO RRP-CREDIT-HOURS.
084900     MOVE SPACES TO RS-EXTRACT-RECORD.
085000     MOVE RSC-TERM (WS-SEC-IDX) TO RSX-TERM.
085100     MOVE RSC-COURSE-ID (WS-SEC-IDX) TO RSX-COURSE-ID.
085200     MOVE RSC-SECTION (WS-SEC-IDX) TO RSX-SECTION.
085300     MOVE RRS-STUDENT-ID (WS-ROS-IDX) TO RSX-STUDENT-ID.
085400     MOVE STM-NAME TO RSX-NAME.
085500     MOVE STM-PROGRAM-CODE TO RSX-PROGRAM-CODE.
085600     MOVE RRS-CREDIT-HOURS (WS-ROS-IDX) TO RSX-CREDIT-HOURS.
085700     IF WS-NVA-MATCH > 0
085800         MOVE 'NEVER ATTENDED' TO RRP-NOTE
085900         SET RSX-DROPPED TO TRUE
086000     ELSE
086100         SET RSX-ENROLLED TO TRUE
086200         ADD 1 TO WS-SECTION-STUDENTS
086300         ADD RRS-CREDIT-HOURS (WS-ROS-IDX) TO WS-SECTION-HOURS
086400     END-IF.
086500     WRITE RS-ROSTER-RECORD.
086600     WRITE RS-EXTRACT-RECORD.
086700     ADD 1 TO WS-ROWS-EXTRACTED.
086800 3100-PRINT-ONE-STUDENT-EXIT.
086900     EXIT.
087000*--------------------------------------------------------------*
087100* 9999-EXIT - SINGLE EXIT POINT FOR THE RUN.                    *
087200*--------------------------------------------------------------*
087300 9999-EXIT.
087400     STOP RUN.
