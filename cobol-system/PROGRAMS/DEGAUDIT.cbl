000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DEGAUDIT.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - DEGREE AUDIT. PGMTABLE SAYS A *
001100*                PROGRAM CODE IS VALID BUT NOT WHAT IT REQUIRES.*
001200*                THE DEGREQ MEMBER NOW HOLDS EACH PROGRAM'S     *
001300*                REQUIREMENTS - REQUIRED COURSES, ELECTIVE      *
001400*                POOLS WITH A MINIMUM OF HOURS (POOL COURSES    *
001500*                MAY BE A SUBJECT PREFIX SUCH AS 'HIS') AND THE *
001600*                TOTAL HOURS FOR THE DEGREE - KEYED BY THE      *
001700*                STM-PROGRAM-CODE. THIS INQUIRY MATCHES A       *
001800*                STUDENT'S EARNED ACADHIST GRADES AND CURRENT   *
001900*                UNGRADED ENRLMAST SCHEDULE AGAINST THEM AND    *
002000*                PRINTS SATISFIED / IN PROGRESS / OUTSTANDING   *
002100*                PER REQUIREMENT ON DEGAUDR. THE DAPARM CARD    *
002200*                NAMES ONE STUDENT ID, OR (ID ZERO) A PROGRAM   *
002300*                CODE WHOSE WHOLE COHORT - EVERY MASTER IN THE  *
002400*                PROGRAM NOT WITHDRAWN OR GRADUATED - IS        *
002500*                AUDITED. ONLY PROGRAMS ACTIVE ON PGMTABLE ARE  *
002600*                AUDITED. READS EVERYTHING INPUT-ONLY.          *
002600* 10/15/26  DW   ENRLMAST RECORD LENGTHENED FOR THE ENROLLMENT   *
002600*                STATUS AND ITS DATE; A COURSE RECORDED AS A W   *
002600*                IS NO LONGER COUNTED AS IN PROGRESS.            *
002600* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 153 BYTES FOR THE  *
002600*                DEGREE CONFERRAL DATE, STAMPED BY GRADCONF.     *
002600* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 170 BYTES FOR THE  *
002600*                DIRECTORY-INFORMATION CONFIDENTIALITY FLAG,     *
002600*                ITS DATE AND REQUESTING OPERATOR.               *
002600* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 186 BYTES FOR THE  *
002600*                DATE OF DEATH AND ITS VERIFICATION SOURCE.      *
002700*--------------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT DA-PARM-FILE ASSIGN TO DAPARM
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-PARM-STATUS.
003400     SELECT DA-PGMTAB-FILE ASSIGN TO PGMTABLE
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-PGMTAB-STATUS.
003700     SELECT DA-REQ-FILE ASSIGN TO DEGREQ
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-REQ-STATUS.
004000     SELECT DA-MASTER-FILE ASSIGN TO STUMAST
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS STM-STUDENT-ID
004400         FILE STATUS IS WS-MASTER-STATUS.
004500     SELECT DA-HIST-FILE ASSIGN TO ACADHIST
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS AHS-KEY
004900         FILE STATUS IS WS-HIST-STATUS.
005000     SELECT DA-ENROLL-FILE ASSIGN TO ENRLMAST
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS ENR-KEY
005400         FILE STATUS IS WS-ENROLL-STATUS.
005500     SELECT DA-REPORT-FILE ASSIGN TO DEGAUDR
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-REPORT-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  DA-PARM-FILE.
006100 01  DAP-CARD.
006200     05  DAP-STUDENT-ID       PIC 9(09).
006300     05  DAP-PROGRAM-CODE     PIC X(04).
006400 FD  DA-PGMTAB-FILE.
006500 01  PGM-CARD.
006600     05  PGC-PROGRAM-CODE     PIC X(04).
006700     05  PGC-TITLE            PIC X(20).
006800     05  PGC-DEPARTMENT       PIC X(04).
006900     05  PGC-ACTIVE-FLAG      PIC X(01).
007000 FD  DA-REQ-FILE.
007100 01  DRQ-CARD.
007200     05  DRQ-PROGRAM-CODE     PIC X(04).
007300     05  DRQ-REQ-TYPE         PIC X(01).
007400     05  DRQ-POOL-ID          PIC X(02).
007500     05  DRQ-COURSE-ID        PIC X(06).
007600     05  DRQ-HOURS            PIC 9(03).
007700     05  DRQ-DESC             PIC X(20).
007800 FD  DA-MASTER-FILE.
007900 01  STM-RECORD.
008000     05  STM-STUDENT-ID       PIC 9(09).
008100     05  STM-NAME             PIC X(25).
008200     05  STM-PROGRAM-CODE     PIC X(04).
008300     05  STM-RES-CODE1        PIC 9(01).
008400     05  STM-RES-CODE2        PIC 9(01).
008500     05  STM-RES-CODE3        PIC 9(01).
008600     05  STM-ENROLL-STATUS    PIC X(01).
008700     05  FILLER               PIC X(144).
008800 FD  DA-HIST-FILE.
008900 COPY ACADHREC.
009000 FD  DA-ENROLL-FILE.
009100 01  ENR-RECORD.
009200     05  ENR-KEY.
009300         10  ENR-STUDENT-ID   PIC 9(09).
009400         10  ENR-COURSE-ID    PIC X(06).
009500         10  ENR-SECTION      PIC X(03).
009600         10  ENR-TERM         PIC X(06).
009700     05  ENR-CREDIT-HOURS     PIC 9(02).
009800     05  ENR-ADD-DATE         PIC 9(08).
009800     05  ENR-STATUS           PIC X(01).
009800         88  ENR-ACTIVE       VALUE 'A' ' '.
009800         88  ENR-WITHDRAWN    VALUE 'W'.
009800     05  ENR-STATUS-DATE      PIC 9(08).
009900 FD  DA-REPORT-FILE.
010000 01  DA-REPORT-RECORD.
010100     05  DAR-STUDENT-ID       PIC 9(09).
010200     05  FILLER               PIC X(02).
010300     05  DAR-KIND             PIC X(08).
010400     05  FILLER               PIC X(02).
010500     05  DAR-ITEM             PIC X(06).
010600     05  FILLER               PIC X(02).
010700     05  DAR-DESC             PIC X(25).
010800     05  FILLER               PIC X(02).
010900     05  DAR-HOURS-DONE       PIC ZZ9.
011000     05  DAR-HOURS-SLASH      PIC X(01).
011100     05  DAR-HOURS-NEEDED     PIC ZZ9.
011200     05  FILLER               PIC X(02).
011300     05  DAR-STATUS           PIC X(12).
011400 WORKING-STORAGE SECTION.
011500 01  WS-PARM-STATUS           PIC X(02).
011600     88  WS-PARM-OK           VALUE '00'.
011700 01  WS-PGMTAB-STATUS         PIC X(02).
011800     88  WS-PGMTAB-OK         VALUE '00'.
011900 01  WS-REQ-STATUS            PIC X(02).
012000     88  WS-REQ-OK            VALUE '00'.
012100 01  WS-MASTER-STATUS         PIC X(02).
012200     88  WS-MASTER-OK         VALUE '00'.
012300 01  WS-HIST-STATUS           PIC X(02).
012400     88  WS-HIST-OK           VALUE '00'.
012500 01  WS-ENROLL-STATUS         PIC X(02).
012600     88  WS-ENROLL-OK         VALUE '00'.
012700 01  WS-REPORT-STATUS         PIC X(02).
012800     88  WS-REPORT-OK         VALUE '00'.
012900 01  WS-EOF-SWITCH            PIC X(01).
013000     88  WS-AT-EOF            VALUE 'Y'.
013100     88  WS-NOT-AT-EOF        VALUE 'N'.
013200 01  WS-MASTER-EOF-SWITCH     PIC X(01).
013300     88  WS-MASTER-AT-EOF     VALUE 'Y'.
013400     88  WS-MASTER-NOT-AT-EOF VALUE 'N'.
013500 01  WS-FOUND-SWITCH          PIC X(01).
013600     88  WS-FOUND             VALUE 'Y'.
013700     88  WS-NOT-FOUND         VALUE 'N'.
013800 01  WS-QUERY-ID              PIC 9(09) VALUE 0.
013900 01  WS-QUERY-PROGRAM         PIC X(04) VALUE SPACES.
014000 01  WS-PROGRAM-TITLE         PIC X(20).
014100 01  WS-STUDENTS-AUDITED      PIC 9(06) COMP VALUE 0.
014200 01  WS-REQ-SATISFIED         PIC 9(04) COMP.
014300 01  WS-REQ-IN-PROGRESS       PIC 9(04) COMP.
014400 01  WS-REQ-OUTSTANDING       PIC 9(04) COMP.
014500 01  WS-HOURS-DONE            PIC 9(04) COMP.
014600 01  WS-HOURS-PENDING         PIC 9(04) COMP.
014700 01  WS-HOURS-NEEDED          PIC 9(04) COMP.
014800 01  WS-MATCH-LEN             PIC 9(02) COMP.
014900 01  WS-PGM-COUNT             PIC 9(03) COMP VALUE 0.
015000 01  WS-PGM-MAX               PIC 9(03) COMP VALUE 50.
015100 01  WS-PGM-IDX               PIC 9(03) COMP.
015200 01  WS-REQ-COUNT             PIC 9(04) COMP VALUE 0.
015300 01  WS-REQ-MAX               PIC 9(04) COMP VALUE 500.
015400 01  WS-REQ-IDX               PIC 9(04) COMP.
015500 01  WS-POOL-IDX              PIC 9(04) COMP.
015600 01  WS-HST-COUNT             PIC 9(03) COMP VALUE 0.
015700 01  WS-HST-MAX               PIC 9(03) COMP VALUE 300.
015800 01  WS-HST-IDX               PIC 9(03) COMP.
015900 01  WS-SCH-COUNT             PIC 9(03) COMP VALUE 0.
016000 01  WS-SCH-MAX               PIC 9(03) COMP VALUE 60.
016100 01  WS-SCH-IDX               PIC 9(03) COMP.
016200*--------------------------------------------------------------*
016300* DA-PGM-TABLE - THE ACTIVE PGMTABLE CODES AND THEIR TITLES.    *
016400*--------------------------------------------------------------*
016500 01  DA-PGM-TABLE.
016600     05  DA-PGM-ENTRY OCCURS 50 TIMES.
016700         10  DAG-PROGRAM-CODE PIC X(04).
016800         10  DAG-TITLE        PIC X(20).
016900*--------------------------------------------------------------*
017000* DA-REQ-TABLE - EVERY DEGREQ ROW IN CARD ORDER. TYPE R IS A    *
017100* REQUIRED COURSE, P AN ELECTIVE POOL WITH ITS MINIMUM HOURS,   *
017200* E A COURSE (OR SUBJECT PREFIX) BELONGING TO POOL DAQ-POOL-ID, *
017300* T THE TOTAL HOURS FOR THE DEGREE. DAQ-MATCH-LEN IS THE        *
017400* NON-BLANK LENGTH OF THE COURSE, SO A PREFIX MATCHES.          *
017500*--------------------------------------------------------------*
017600 01  DA-REQ-TABLE.
017700     05  DA-REQ-ENTRY OCCURS 500 TIMES.
017800         10  DAQ-PROGRAM-CODE PIC X(04).
017900         10  DAQ-REQ-TYPE     PIC X(01).
018000         10  DAQ-POOL-ID      PIC X(02).
018100         10  DAQ-COURSE-ID    PIC X(06).
018200         10  DAQ-HOURS        PIC 9(03).
018300         10  DAQ-DESC         PIC X(20).
018400         10  DAQ-MATCH-LEN    PIC 9(02) COMP.
018500*--------------------------------------------------------------*
018600* DA-HST-TABLE - THE STUDENT'S GRADED ACADHIST RECORDS. A       *
018700* COURSE COUNTED TOWARD ONE REQUIREMENT IS MARKED USED SO IT    *
018800* CANNOT COUNT TOWARD A SECOND.                                 *
018900*--------------------------------------------------------------*
019000 01  DA-HST-TABLE.
019100     05  DA-HST-ENTRY OCCURS 300 TIMES.
019200         10  DAH-COURSE-ID    PIC X(06).
019300         10  DAH-TERM         PIC X(06).
019400         10  DAH-HOURS        PIC 9(02).
019500         10  DAH-EARNED-FLAG  PIC X(01).
019600         10  DAH-USED-FLAG    PIC X(01).
019700*--------------------------------------------------------------*
019800* DA-SCH-TABLE - THE STUDENT'S ENRLMAST ENROLLMENTS WITH NO     *
019900* GRADE POSTED YET - THE SCHEDULE STILL IN PROGRESS.            *
020000*--------------------------------------------------------------*
020100 01  DA-SCH-TABLE.
020200     05  DA-SCH-ENTRY OCCURS 60 TIMES.
020300         10  DAS-COURSE-ID    PIC X(06).
020400         10  DAS-HOURS        PIC 9(02).
020500         10  DAS-USED-FLAG    PIC X(01).
020600 PROCEDURE DIVISION.
020700 0000-MAINLINE.
020800     PERFORM 1000-READ-PARM-CARD
020900         THRU 1000-READ-PARM-CARD-EXIT.
021000     IF WS-QUERY-ID = 0
021100         AND WS-QUERY-PROGRAM = SPACES
021200         DISPLAY 'DEGAUDIT: NO STUDENT ID OR PROGRAM CODE ON '
021300             'DAPARM - NOTHING TO AUDIT'
021400         MOVE 8 TO RETURN-CODE
021500         GO TO 9999-EXIT
021600     END-IF.
021700     PERFORM 1100-LOAD-PROGRAM-TABLE
021800         THRU 1100-LOAD-PROGRAM-TABLE-EXIT.
021900     PERFORM 1200-LOAD-REQUIREMENTS
022000         THRU 1200-LOAD-REQUIREMENTS-EXIT.
022100     IF WS-PGM-COUNT = 0
022200         OR WS-REQ-COUNT = 0
022300         DISPLAY 'DEGAUDIT: PGMTABLE OR DEGREQ EMPTY OR '
022400             'MISSING - NOTHING TO AUDIT AGAINST'
022500         MOVE 8 TO RETURN-CODE
022600         GO TO 9999-EXIT
022700     END-IF.
022800     OPEN INPUT DA-MASTER-FILE.
022900     OPEN INPUT DA-HIST-FILE.
023000     OPEN INPUT DA-ENROLL-FILE.
023100     IF NOT WS-MASTER-OK
023200         OR NOT WS-HIST-OK
023300         OR NOT WS-ENROLL-OK
023400         DISPLAY 'DEGAUDIT: STUMAST ' WS-MASTER-STATUS
023500             ' ACADHIST ' WS-HIST-STATUS ' ENRLMAST '
023600             WS-ENROLL-STATUS ' - CANNOT AUDIT'
023700         MOVE 8 TO RETURN-CODE
023800         GO TO 9999-EXIT
023900     END-IF.
024000     OPEN OUTPUT DA-REPORT-FILE.
024100     IF WS-QUERY-ID NOT = 0
024200         PERFORM 2000-AUDIT-ONE-ID
024300             THRU 2000-AUDIT-ONE-ID-EXIT
024400     ELSE
024500         PERFORM 3000-AUDIT-COHORT
024600             THRU 3000-AUDIT-COHORT-EXIT
024700     END-IF.
024800     CLOSE DA-REPORT-FILE.
024900     CLOSE DA-MASTER-FILE.
025000     CLOSE DA-HIST-FILE.
025100     CLOSE DA-ENROLL-FILE.
025200     DISPLAY 'DEGAUDIT: ' WS-STUDENTS-AUDITED
025300         ' STUDENTS AUDITED'.
025400     GO TO 9999-EXIT.
025500*--------------------------------------------------------------*
025600* 1000-READ-PARM-CARD - ONE STUDENT ID, OR ZERO AND A PROGRAM   *
025700* CODE FOR THE WHOLE COHORT.                                    *
025800*--------------------------------------------------------------*
025900 1000-READ-PARM-CARD.
026000     OPEN INPUT DA-PARM-FILE.
026100     IF WS-PARM-OK
026200         READ DA-PARM-FILE
026300             AT END
026400                 CONTINUE
026500         END-READ
026600         IF WS-PARM-OK
026700             IF DAP-STUDENT-ID NUMERIC
026800                 MOVE DAP-STUDENT-ID TO WS-QUERY-ID
026900             END-IF
027000             MOVE DAP-PROGRAM-CODE TO WS-QUERY-PROGRAM
027100         END-IF
027200         CLOSE DA-PARM-FILE
027300     END-IF.
027400 1000-READ-PARM-CARD-EXIT.
027500     EXIT.
027600*--------------------------------------------------------------*
027700* 1100-LOAD-PROGRAM-TABLE - THE ACTIVE PGMTABLE ROWS; AN        *
027800* INACTIVE PROGRAM IS NOT AUDITED.                              *
027900*--------------------------------------------------------------*
028000 1100-LOAD-PROGRAM-TABLE.
028100     SET WS-NOT-AT-EOF TO TRUE.
028200     OPEN INPUT DA-PGMTAB-FILE.
028300     IF NOT WS-PGMTAB-OK
028400         GO TO 1100-LOAD-PROGRAM-TABLE-EXIT
028500     END-IF.
028600     PERFORM UNTIL WS-AT-EOF
028700             OR WS-PGM-COUNT = WS-PGM-MAX
028800         READ DA-PGMTAB-FILE
028900             AT END
029000                 SET WS-AT-EOF TO TRUE
029100             NOT AT END
029200                 IF PGC-ACTIVE-FLAG = 'A'
029300                     ADD 1 TO WS-PGM-COUNT
029400                     MOVE PGC-PROGRAM-CODE
029500                         TO DAG-PROGRAM-CODE (WS-PGM-COUNT)
029600                     MOVE PGC-TITLE TO DAG-TITLE (WS-PGM-COUNT)
029700                 END-IF
029800         END-READ
029900     END-PERFORM.
030000     CLOSE DA-PGMTAB-FILE.
030100 1100-LOAD-PROGRAM-TABLE-EXIT.
030200     EXIT.
030300*--------------------------------------------------------------*
030400* 1200-LOAD-REQUIREMENTS - THE DEGREQ ROWS. ASTERISK LINES ARE  *
030500* COMMENTS; A ROW OF AN UNKNOWN TYPE IS SKIPPED AND SAID SO.    *
030600*--------------------------------------------------------------*
030700 1200-LOAD-REQUIREMENTS.
030800     SET WS-NOT-AT-EOF TO TRUE.
030900     OPEN INPUT DA-REQ-FILE.
031000     IF NOT WS-REQ-OK
031100         GO TO 1200-LOAD-REQUIREMENTS-EXIT
031200     END-IF.
031300     PERFORM UNTIL WS-AT-EOF
031400             OR WS-REQ-COUNT = WS-REQ-MAX
031500         READ DA-REQ-FILE
031600             AT END
031700                 SET WS-AT-EOF TO TRUE
031800             NOT AT END
031900                 PERFORM 1250-LOAD-ONE-REQUIREMENT
032000                     THRU 1250-LOAD-ONE-REQUIREMENT-EXIT
032100         END-READ
032200     END-PERFORM.
032300     CLOSE DA-REQ-FILE.
032400 1200-LOAD-REQUIREMENTS-EXIT.
032500     EXIT.
032600*--------------------------------------------------------------*
032700* 1250-LOAD-ONE-REQUIREMENT - ONE DEGREQ ROW INTO THE TABLE.    *
032800*--------------------------------------------------------------*
032900 1250-LOAD-ONE-REQUIREMENT.
033000     IF DRQ-CARD (1:1) = '*'
033100         OR DRQ-PROGRAM-CODE = SPACES
033200         GO TO 1250-LOAD-ONE-REQUIREMENT-EXIT
033300     END-IF.
033400     IF DRQ-REQ-TYPE NOT = 'R' AND NOT = 'P'
033500             AND NOT = 'E' AND NOT = 'T'
033600         OR DRQ-HOURS NOT NUMERIC
033700         DISPLAY 'DEGAUDIT: DEGREQ ROW SKIPPED - '
033800             DRQ-CARD (1:16)
033900         GO TO 1250-LOAD-ONE-REQUIREMENT-EXIT
034000     END-IF.
034100     ADD 1 TO WS-REQ-COUNT.
034200     MOVE DRQ-PROGRAM-CODE TO DAQ-PROGRAM-CODE (WS-REQ-COUNT).
034300     MOVE DRQ-REQ-TYPE TO DAQ-REQ-TYPE (WS-REQ-COUNT).
034400     MOVE DRQ-POOL-ID TO DAQ-POOL-ID (WS-REQ-COUNT).
034500     MOVE DRQ-COURSE-ID TO DAQ-COURSE-ID (WS-REQ-COUNT).
034600     MOVE DRQ-HOURS TO DAQ-HOURS (WS-REQ-COUNT).
034700     MOVE DRQ-DESC TO DAQ-DESC (WS-REQ-COUNT).
034800     MOVE 6 TO WS-MATCH-LEN.
034900     PERFORM UNTIL WS-MATCH-LEN = 0
035000             OR DRQ-COURSE-ID (WS-MATCH-LEN:1) NOT = SPACE
035100         SUBTRACT 1 FROM WS-MATCH-LEN
035200     END-PERFORM.
035300     MOVE WS-MATCH-LEN TO DAQ-MATCH-LEN (WS-REQ-COUNT).
035400 1250-LOAD-ONE-REQUIREMENT-EXIT.
035500     EXIT.
035600*--------------------------------------------------------------*
035700* 2000-AUDIT-ONE-ID - THE DAPARM STUDENT ALONE.                 *
035800*--------------------------------------------------------------*
035900 2000-AUDIT-ONE-ID.
036000     MOVE WS-QUERY-ID TO STM-STUDENT-ID.
036100     READ DA-MASTER-FILE
036200         INVALID KEY
036300             DISPLAY 'DEGAUDIT: STUDENT ' WS-QUERY-ID
036400                 ' NOT ON STUMAST'
036500             MOVE 4 TO RETURN-CODE
036600             GO TO 2000-AUDIT-ONE-ID-EXIT
036700     END-READ.
036800     PERFORM 4000-AUDIT-ONE-STUDENT
036900         THRU 4000-AUDIT-ONE-STUDENT-EXIT.
037000 2000-AUDIT-ONE-ID-EXIT.
037100     EXIT.
037200*--------------------------------------------------------------*
037300* 3000-AUDIT-COHORT - ONE KEYED PASS OVER STUMAST; EVERY MASTER *
037400* IN THE DAPARM PROGRAM THAT IS NOT WITHDRAWN OR GRADUATED.     *
037500*--------------------------------------------------------------*
037600 3000-AUDIT-COHORT.
037700     SET WS-MASTER-NOT-AT-EOF TO TRUE.
037800     MOVE 0 TO STM-STUDENT-ID.
037900     START DA-MASTER-FILE KEY IS NOT LESS THAN STM-STUDENT-ID
038000         INVALID KEY
038100             SET WS-MASTER-AT-EOF TO TRUE
038200     END-START.
038300     PERFORM UNTIL WS-MASTER-AT-EOF
038400         READ DA-MASTER-FILE NEXT RECORD
038500             AT END
038600                 SET WS-MASTER-AT-EOF TO TRUE
038700             NOT AT END
038800                 IF STM-PROGRAM-CODE = WS-QUERY-PROGRAM
038900                     AND STM-ENROLL-STATUS NOT = 'W'
039000                     AND STM-ENROLL-STATUS NOT = 'G'
039100                     PERFORM 4000-AUDIT-ONE-STUDENT
039200                         THRU 4000-AUDIT-ONE-STUDENT-EXIT
039300                 END-IF
039400         END-READ
039500     END-PERFORM.
039600 3000-AUDIT-COHORT-EXIT.
039700     EXIT.
039800*--------------------------------------------------------------*
039900* 4000-AUDIT-ONE-STUDENT - HEADING LINES, THEN EVERY REQUIRED   *
040000* COURSE, EVERY ELECTIVE POOL AND THE TOTAL HOURS, IN THAT      *
040100* ORDER, SO A COURSE IS SPENT ON A REQUIRED SLOT BEFORE A POOL. *
040200*--------------------------------------------------------------*
040300 4000-AUDIT-ONE-STUDENT.
040400     ADD 1 TO WS-STUDENTS-AUDITED.
040500     MOVE 0 TO WS-REQ-SATISFIED.
040600     MOVE 0 TO WS-REQ-IN-PROGRESS.
040700     MOVE 0 TO WS-REQ-OUTSTANDING.
040800     MOVE SPACES TO DA-REPORT-RECORD.
040900     MOVE STM-STUDENT-ID TO DAR-STUDENT-ID.
041000     MOVE 'STUDENT ' TO DAR-KIND.
041100     MOVE STM-PROGRAM-CODE TO DAR-ITEM.
041200     MOVE STM-NAME TO DAR-DESC.
041300     WRITE DA-REPORT-RECORD.
041400     SET WS-NOT-FOUND TO TRUE.
041500     PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
041600             UNTIL WS-PGM-IDX > WS-PGM-COUNT
041700             OR WS-FOUND
041800         IF DAG-PROGRAM-CODE (WS-PGM-IDX) = STM-PROGRAM-CODE
041900             SET WS-FOUND TO TRUE
042000             MOVE DAG-TITLE (WS-PGM-IDX) TO WS-PROGRAM-TITLE
042100         END-IF
042200     END-PERFORM.
042300     MOVE SPACES TO DA-REPORT-RECORD.
042400     MOVE STM-STUDENT-ID TO DAR-STUDENT-ID.
042500     MOVE 'PROGRAM ' TO DAR-KIND.
042600     MOVE STM-PROGRAM-CODE TO DAR-ITEM.
042700     IF WS-NOT-FOUND
042800         MOVE 'NOT ACTIVE ON PGMTABLE' TO DAR-DESC
042900         WRITE DA-REPORT-RECORD
043000         GO TO 4000-AUDIT-ONE-STUDENT-EXIT
043100     END-IF.
043200     MOVE WS-PROGRAM-TITLE TO DAR-DESC.
043300     WRITE DA-REPORT-RECORD.
043400     PERFORM 4100-LOAD-STUDENT-HISTORY
043500         THRU 4100-LOAD-STUDENT-HISTORY-EXIT.
043600     PERFORM 4200-LOAD-STUDENT-SCHEDULE
043700         THRU 4200-LOAD-STUDENT-SCHEDULE-EXIT.
043800     PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
043900             UNTIL WS-REQ-IDX > WS-REQ-COUNT
044000         IF DAQ-PROGRAM-CODE (WS-REQ-IDX) = STM-PROGRAM-CODE
044100             AND DAQ-REQ-TYPE (WS-REQ-IDX) = 'R'
044200             PERFORM 5000-CHECK-REQUIRED-COURSE
044300                 THRU 5000-CHECK-REQUIRED-COURSE-EXIT
044400         END-IF
044500     END-PERFORM.
044600     PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
044700             UNTIL WS-REQ-IDX > WS-REQ-COUNT
044800         IF DAQ-PROGRAM-CODE (WS-REQ-IDX) = STM-PROGRAM-CODE
044900             AND DAQ-REQ-TYPE (WS-REQ-IDX) = 'P'
045000             PERFORM 6000-CHECK-ELECTIVE-POOL
045100                 THRU 6000-CHECK-ELECTIVE-POOL-EXIT
045200         END-IF
045300     END-PERFORM.
045400     PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
045500             UNTIL WS-REQ-IDX > WS-REQ-COUNT
045600         IF DAQ-PROGRAM-CODE (WS-REQ-IDX) = STM-PROGRAM-CODE
045700             AND DAQ-REQ-TYPE (WS-REQ-IDX) = 'T'
045800             PERFORM 7000-CHECK-TOTAL-HOURS
045900                 THRU 7000-CHECK-TOTAL-HOURS-EXIT
046000         END-IF
046100     END-PERFORM.
046200     MOVE SPACES TO DA-REPORT-RECORD.
046300     MOVE STM-STUDENT-ID TO DAR-STUDENT-ID.
046400     MOVE 'SUMMARY ' TO DAR-KIND.
046500     MOVE 'SATISFIED/IN PROG/OUTSTND' TO DAR-DESC.
046600     MOVE WS-REQ-SATISFIED TO DAR-HOURS-DONE.
046700     MOVE '/' TO DAR-HOURS-SLASH.
046800     MOVE WS-REQ-IN-PROGRESS TO DAR-HOURS-NEEDED.
046900     IF WS-REQ-OUTSTANDING = 0
047000         AND WS-REQ-IN-PROGRESS = 0
047100         MOVE 'COMPLETE' TO DAR-STATUS
047200     ELSE
047300         IF WS-REQ-OUTSTANDING = 0
047400             MOVE 'ON TRACK' TO DAR-STATUS
047500         ELSE
047600             MOVE 'OUTSTANDING' TO DAR-STATUS
047700         END-IF
047800     END-IF.
047900     WRITE DA-REPORT-RECORD.
048000 4000-AUDIT-ONE-STUDENT-EXIT.
048100     EXIT.
048200*--------------------------------------------------------------*
048300* 4100-LOAD-STUDENT-HISTORY - KEYED START AT THE STUDENT ON     *
048400* ACADHIST, READ FORWARD WHILE THE ID HOLDS.                    *
048500*--------------------------------------------------------------*
048600 4100-LOAD-STUDENT-HISTORY.
048700     MOVE 0 TO WS-HST-COUNT.
048800     SET WS-NOT-AT-EOF TO TRUE.
048900     MOVE LOW-VALUES TO AHS-KEY.
049000     MOVE STM-STUDENT-ID TO AHS-STUDENT-ID.
049100     START DA-HIST-FILE KEY IS NOT LESS THAN AHS-KEY
049200         INVALID KEY
049300             SET WS-AT-EOF TO TRUE
049400     END-START.
049500     PERFORM UNTIL WS-AT-EOF
049600         READ DA-HIST-FILE NEXT RECORD
049700             AT END
049800                 SET WS-AT-EOF TO TRUE
049900             NOT AT END
050000                 IF AHS-STUDENT-ID NOT = STM-STUDENT-ID
050100                     SET WS-AT-EOF TO TRUE
050200                 ELSE
050300                     IF WS-HST-COUNT < WS-HST-MAX
050400                         ADD 1 TO WS-HST-COUNT
050500                         MOVE AHS-COURSE-ID
050600                             TO DAH-COURSE-ID (WS-HST-COUNT)
050700                         MOVE AHS-TERM TO DAH-TERM (WS-HST-COUNT)
050800                         MOVE AHS-CREDIT-HOURS
050900                             TO DAH-HOURS (WS-HST-COUNT)
051000                         MOVE AHS-EARNED-FLAG
051100                             TO DAH-EARNED-FLAG (WS-HST-COUNT)
051200                         MOVE 'N' TO DAH-USED-FLAG (WS-HST-COUNT)
051300                     END-IF
051400                 END-IF
051500         END-READ
051600     END-PERFORM.
051700 4100-LOAD-STUDENT-HISTORY-EXIT.
051800     EXIT.
051900*--------------------------------------------------------------*
052000* 4200-LOAD-STUDENT-SCHEDULE - THE STUDENT'S ENRLMAST RECORDS   *
052100* THAT HAVE NO GRADE ON ACADHIST FOR THE SAME COURSE AND TERM.  *
052200*--------------------------------------------------------------*
052300 4200-LOAD-STUDENT-SCHEDULE.
052400     MOVE 0 TO WS-SCH-COUNT.
052500     SET WS-NOT-AT-EOF TO TRUE.
052600     MOVE LOW-VALUES TO ENR-KEY.
052700     MOVE STM-STUDENT-ID TO ENR-STUDENT-ID.
052800     START DA-ENROLL-FILE KEY IS NOT LESS THAN ENR-KEY
052900         INVALID KEY
053000             SET WS-AT-EOF TO TRUE
053100     END-START.
053200     PERFORM UNTIL WS-AT-EOF
053300         READ DA-ENROLL-FILE NEXT RECORD
053400             AT END
053500                 SET WS-AT-EOF TO TRUE
053600             NOT AT END
053700                 IF ENR-STUDENT-ID NOT = STM-STUDENT-ID
053800                     SET WS-AT-EOF TO TRUE
053900                 ELSE
054000                     PERFORM 4250-ADD-ONE-SCHEDULED
054100                         THRU 4250-ADD-ONE-SCHEDULED-EXIT
054200                 END-IF
054300         END-READ
054400     END-PERFORM.
054500 4200-LOAD-STUDENT-SCHEDULE-EXIT.
054600     EXIT.
054700*--------------------------------------------------------------*
054800* 4250-ADD-ONE-SCHEDULED - ONE UNGRADED ENROLLMENT INTO THE     *
054900* SCHEDULE TABLE. A W ENROLLMENT IS NOT IN PROGRESS.            *
055000*--------------------------------------------------------------*
055100 4250-ADD-ONE-SCHEDULED.
055110     IF ENR-WITHDRAWN
055120         GO TO 4250-ADD-ONE-SCHEDULED-EXIT
055130     END-IF.
055200     SET WS-NOT-FOUND TO TRUE.
055300     PERFORM VARYING WS-HST-IDX FROM 1 BY 1
055400             UNTIL WS-HST-IDX > WS-HST-COUNT
055500             OR WS-FOUND
055600         IF DAH-COURSE-ID (WS-HST-IDX) = ENR-COURSE-ID
055700             AND DAH-TERM (WS-HST-IDX) = ENR-TERM
055800             SET WS-FOUND TO TRUE
055900         END-IF
056000     END-PERFORM.
056100     IF WS-FOUND
056200         OR WS-SCH-COUNT = WS-SCH-MAX
056300         GO TO 4250-ADD-ONE-SCHEDULED-EXIT
056400     END-IF.
056500     ADD 1 TO WS-SCH-COUNT.
056600     MOVE ENR-COURSE-ID TO DAS-COURSE-ID (WS-SCH-COUNT).
056700     MOVE ENR-CREDIT-HOURS TO DAS-HOURS (WS-SCH-COUNT).
056800     MOVE 'N' TO DAS-USED-FLAG (WS-SCH-COUNT).
056900 4250-ADD-ONE-SCHEDULED-EXIT.
057000     EXIT.
057100*--------------------------------------------------------------*
057200* 5000-CHECK-REQUIRED-COURSE - SATISFIED BY AN EARNED GRADE IN  *
057300* THE COURSE, IN PROGRESS IF IT IS ON THE CURRENT SCHEDULE,     *
057400* OTHERWISE OUTSTANDING.                                        *
057500*--------------------------------------------------------------*
057600 5000-CHECK-REQUIRED-COURSE.
057700     MOVE SPACES TO DA-REPORT-RECORD.
057800     MOVE STM-STUDENT-ID TO DAR-STUDENT-ID.
057900     MOVE 'REQUIRED' TO DAR-KIND.
058000     MOVE DAQ-COURSE-ID (WS-REQ-IDX) TO DAR-ITEM.
058100     MOVE DAQ-DESC (WS-REQ-IDX) TO DAR-DESC.
058200     SET WS-NOT-FOUND TO TRUE.
058300     PERFORM VARYING WS-HST-IDX FROM 1 BY 1
058400             UNTIL WS-HST-IDX > WS-HST-COUNT
058500             OR WS-FOUND
058600         IF DAH-COURSE-ID (WS-HST-IDX)
058650                 = DAQ-COURSE-ID (WS-REQ-IDX)
058700             AND DAH-EARNED-FLAG (WS-HST-IDX) = 'Y'
058800             AND DAH-USED-FLAG (WS-HST-IDX) = 'N'
058900             SET WS-FOUND TO TRUE
059000             MOVE 'Y' TO DAH-USED-FLAG (WS-HST-IDX)
059100         END-IF
059200     END-PERFORM.
059300     IF WS-FOUND
059400         ADD 1 TO WS-REQ-SATISFIED
059500         MOVE 'SATISFIED' TO DAR-STATUS
059600         WRITE DA-REPORT-RECORD
059700         GO TO 5000-CHECK-REQUIRED-COURSE-EXIT
059800     END-IF.
059900     PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
060000             UNTIL WS-SCH-IDX > WS-SCH-COUNT
060100             OR WS-FOUND
060200         IF DAS-COURSE-ID (WS-SCH-IDX)
060250                 = DAQ-COURSE-ID (WS-REQ-IDX)
060300             AND DAS-USED-FLAG (WS-SCH-IDX) = 'N'
060400             SET WS-FOUND TO TRUE
060500             MOVE 'Y' TO DAS-USED-FLAG (WS-SCH-IDX)
060600         END-IF
060700     END-PERFORM.
060800     IF WS-FOUND
060900         ADD 1 TO WS-REQ-IN-PROGRESS
061000         MOVE 'IN PROGRESS' TO DAR-STATUS
061100     ELSE
061200         ADD 1 TO WS-REQ-OUTSTANDING
061300         MOVE 'OUTSTANDING' TO DAR-STATUS
061400     END-IF.
061500     WRITE DA-REPORT-RECORD.
061600 5000-CHECK-REQUIRED-COURSE-EXIT.
061700     EXIT.
061800*--------------------------------------------------------------*
061900* 6000-CHECK-ELECTIVE-POOL - EARNED HOURS IN COURSES NOT YET    *
062000* SPENT THAT MATCH ANY OF THE POOL'S E ROWS, AGAINST THE POOL   *
062100* MINIMUM; SCHEDULED HOURS THAT WOULD CLOSE THE GAP MAKE IT IN  *
062200* PROGRESS.                                                     *
062300*--------------------------------------------------------------*
062400 6000-CHECK-ELECTIVE-POOL.
062500     MOVE 0 TO WS-HOURS-DONE.
062600     MOVE 0 TO WS-HOURS-PENDING.
062700     MOVE DAQ-HOURS (WS-REQ-IDX) TO WS-HOURS-NEEDED.
062800     PERFORM VARYING WS-POOL-IDX FROM 1 BY 1
062900             UNTIL WS-POOL-IDX > WS-REQ-COUNT
063000         IF DAQ-PROGRAM-CODE (WS-POOL-IDX) = STM-PROGRAM-CODE
063100             AND DAQ-REQ-TYPE (WS-POOL-IDX) = 'E'
063200             AND DAQ-POOL-ID (WS-POOL-IDX)
063250                 = DAQ-POOL-ID (WS-REQ-IDX)
063300             AND DAQ-MATCH-LEN (WS-POOL-IDX) > 0
063400             PERFORM 6100-SPEND-POOL-COURSES
063500                 THRU 6100-SPEND-POOL-COURSES-EXIT
063600         END-IF
063700     END-PERFORM.
063800     MOVE SPACES TO DA-REPORT-RECORD.
063900     MOVE STM-STUDENT-ID TO DAR-STUDENT-ID.
064000     MOVE 'ELECTIVE' TO DAR-KIND.
064100     MOVE DAQ-POOL-ID (WS-REQ-IDX) TO DAR-ITEM.
064200     MOVE DAQ-DESC (WS-REQ-IDX) TO DAR-DESC.
064300     PERFORM 8000-SET-HOURS-STATUS
064400         THRU 8000-SET-HOURS-STATUS-EXIT.
064500     WRITE DA-REPORT-RECORD.
064600 6000-CHECK-ELECTIVE-POOL-EXIT.
064700     EXIT.
064800*--------------------------------------------------------------*
064900* 6100-SPEND-POOL-COURSES - EVERY UNSPENT EARNED GRADE AND      *
065000* UNSPENT SCHEDULED COURSE MATCHING ONE POOL ROW, UNTIL THE     *
065100* POOL MINIMUM IS MET.                                          *
065200*--------------------------------------------------------------*
065300 6100-SPEND-POOL-COURSES.
065400     MOVE DAQ-MATCH-LEN (WS-POOL-IDX) TO WS-MATCH-LEN.
065500     PERFORM VARYING WS-HST-IDX FROM 1 BY 1
065600             UNTIL WS-HST-IDX > WS-HST-COUNT
065700             OR WS-HOURS-DONE >= WS-HOURS-NEEDED
065800         IF DAH-COURSE-ID (WS-HST-IDX) (1:WS-MATCH-LEN)
065900                 = DAQ-COURSE-ID (WS-POOL-IDX) (1:WS-MATCH-LEN)
066000             AND DAH-EARNED-FLAG (WS-HST-IDX) = 'Y'
066100             AND DAH-USED-FLAG (WS-HST-IDX) = 'N'
066200             MOVE 'Y' TO DAH-USED-FLAG (WS-HST-IDX)
066300             ADD DAH-HOURS (WS-HST-IDX) TO WS-HOURS-DONE
066400         END-IF
066500     END-PERFORM.
066600     PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
066700             UNTIL WS-SCH-IDX > WS-SCH-COUNT
066800             OR WS-HOURS-DONE + WS-HOURS-PENDING
066900                 >= WS-HOURS-NEEDED
067000         IF DAS-COURSE-ID (WS-SCH-IDX) (1:WS-MATCH-LEN)
067100                 = DAQ-COURSE-ID (WS-POOL-IDX) (1:WS-MATCH-LEN)
067200             AND DAS-USED-FLAG (WS-SCH-IDX) = 'N'
067300             MOVE 'Y' TO DAS-USED-FLAG (WS-SCH-IDX)
067400             ADD DAS-HOURS (WS-SCH-IDX) TO WS-HOURS-PENDING
067500         END-IF
067600     END-PERFORM.
067700 6100-SPEND-POOL-COURSES-EXIT.
067800     EXIT.
067900*--------------------------------------------------------------*
068000* 7000-CHECK-TOTAL-HOURS - ALL EARNED HOURS, SPENT OR NOT,      *
068100* AGAINST THE DEGREE TOTAL; THE WHOLE UNGRADED SCHEDULE COUNTS  *
068200* AS PENDING.                                                   *
068300*--------------------------------------------------------------*
068400 7000-CHECK-TOTAL-HOURS.
068500     MOVE 0 TO WS-HOURS-DONE.
068600     MOVE 0 TO WS-HOURS-PENDING.
068700     MOVE DAQ-HOURS (WS-REQ-IDX) TO WS-HOURS-NEEDED.
068800     PERFORM VARYING WS-HST-IDX FROM 1 BY 1
068900             UNTIL WS-HST-IDX > WS-HST-COUNT
069000         IF DAH-EARNED-FLAG (WS-HST-IDX) = 'Y'
069100             ADD DAH-HOURS (WS-HST-IDX) TO WS-HOURS-DONE
069200         END-IF
069300     END-PERFORM.
069400     PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
069500             UNTIL WS-SCH-IDX > WS-SCH-COUNT
069600         ADD DAS-HOURS (WS-SCH-IDX) TO WS-HOURS-PENDING
069700     END-PERFORM.
069800     MOVE SPACES TO DA-REPORT-RECORD.
069900     MOVE STM-STUDENT-ID TO DAR-STUDENT-ID.
070000     MOVE 'TOTAL   ' TO DAR-KIND.
070100     MOVE DAQ-DESC (WS-REQ-IDX) TO DAR-DESC.
070200     PERFORM 8000-SET-HOURS-STATUS
070300         THRU 8000-SET-HOURS-STATUS-EXIT.
070400     WRITE DA-REPORT-RECORD.
070500 7000-CHECK-TOTAL-HOURS-EXIT.
070600     EXIT.
070700*--------------------------------------------------------------*
070800* 8000-SET-HOURS-STATUS - DONE/NEEDED HOURS ON THE LINE AND THE *
070900* STATUS THEY GIVE.                                             *
071000*--------------------------------------------------------------*
071100 8000-SET-HOURS-STATUS.
071200     MOVE WS-HOURS-DONE TO DAR-HOURS-DONE.
071300     MOVE '/' TO DAR-HOURS-SLASH.
071400     MOVE WS-HOURS-NEEDED TO DAR-HOURS-NEEDED.
071500     IF WS-HOURS-DONE >= WS-HOURS-NEEDED
071600         ADD 1 TO WS-REQ-SATISFIED
071700         MOVE 'SATISFIED' TO DAR-STATUS
071800     ELSE
071900         IF WS-HOURS-DONE + WS-HOURS-PENDING >= WS-HOURS-NEEDED
072000             ADD 1 TO WS-REQ-IN-PROGRESS
072100             MOVE 'IN PROGRESS' TO DAR-STATUS
072200         ELSE
072300             ADD 1 TO WS-REQ-OUTSTANDING
072400             MOVE 'OUTSTANDING' TO DAR-STATUS
072500         END-IF
072600     END-IF.
072700 8000-SET-HOURS-STATUS-EXIT.
072800     EXIT.
072900*--------------------------------------------------------------*
073000* 9999-EXIT                                                    *
073100*--------------------------------------------------------------*
073200 9999-EXIT.
073300     STOP RUN.
