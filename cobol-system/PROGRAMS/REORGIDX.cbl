002100*                AGREE IS MARKED SWAP REFUSED AND THE RUN ENDS  *
002200*                RC 8, SO THE JCL SWAP STEP NEVER RENAMES A     *
002300*                SHORT REBUILD OVER A LIVE FILE.                *
002300* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 145 BYTES FOR THE  *
002300*                ACADEMIC STANDING CODE AND ITS EFFECTIVE TERM,  *
002300*                STAMPED AT TERM END BY ACADSTND.                *
002300* 10/15/26  DW   ENRLMAST RECORD LENGTHENED TO 43 BYTES FOR THE  *
002300*                ENROLLMENT STATUS (W FOR A WITHDRAWAL AFTER THE *
002300*                NO-RECORD DROP DATE) AND ITS DATE.              *
002300* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 153 BYTES FOR THE  *
002300*                DEGREE CONFERRAL DATE, STAMPED BY GRADCONF.     *
002300* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 170 BYTES FOR THE  *
002300*                DIRECTORY-INFORMATION CONFIDENTIALITY FLAG,     *
002300*                ITS DATE AND REQUESTING OPERATOR.               *
002300* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 186 BYTES FOR THE  *
002300*                DATE OF DEATH AND ITS VERIFICATION SOURCE.      *
002300* 10/15/26  DW   CONDRES, NOW INDEXED BY STUDENT AND TERM,     *
002300*                JOINS THE REORGANIZATION: UNLOADED TO         *
002300*                REOUNLRS, REBUILT TO REONEWRS, VERIFIED AND   *
002300*                REPORTED LIKE THE OTHERS. THE ENRLMAST BYTE   *
002300*                SIZES NOW USE ITS 43-BYTE RECORD.             *
002400*--------------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS ENR-KEY
005200         FILE STATUS IS WS-IN-STATUS.
005210     SELECT RO-RES-FILE ASSIGN TO CONDRES
005220         ORGANIZATION IS INDEXED
005230         ACCESS MODE IS SEQUENTIAL
005240         RECORD KEY IS RES-KEY
005250         FILE STATUS IS WS-IN-STATUS.
005300     SELECT RO-UNL-MASTER ASSIGN TO REOUNLMA
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-UNL-STATUS.
006500     SELECT RO-UNL-ENROLL ASSIGN TO REOUNLEN
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-UNL-STATUS.
006710     SELECT RO-UNL-RES ASSIGN TO REOUNLRS
006720         ORGANIZATION IS LINE SEQUENTIAL
006730         FILE STATUS IS WS-UNL-STATUS.
006800     SELECT RO-NEW-MASTER ASSIGN TO REONEWMA
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS SEQUENTIAL
009000         ACCESS MODE IS SEQUENTIAL
009100         RECORD KEY IS NENR-KEY
009200         FILE STATUS IS WS-NEW-STATUS.
009210     SELECT RO-NEW-RES ASSIGN TO REONEWRS
009220         ORGANIZATION IS INDEXED
009230         ACCESS MODE IS SEQUENTIAL
009240         RECORD KEY IS NRES-KEY
009250         FILE STATUS IS WS-NEW-STATUS.
009300     SELECT RO-REPORT-FILE ASSIGN TO REORGRPT
009400         ORGANIZATION IS LINE SEQUENTIAL
009500         FILE STATUS IS WS-REPORT-STATUS.
009800 FD  RO-MASTER-FILE.
009900 01  STM-RECORD.
010000     05  STM-STUDENT-ID          PIC 9(09).
010100     05  FILLER                  PIC X(177).
010200 FD  RO-POOL-FILE.
010300 01  POOL-RECORD.
010400     05  POOL-STUDENT-ID         PIC 9(09).
012100         10  ENR-TERM            PIC X(06).
012200     05  ENR-CREDIT-HOURS        PIC 9(02).
012300     05  ENR-ADD-DATE            PIC 9(08).
012300     05  ENR-STATUS              PIC X(01).
012300         88  ENR-ACTIVE          VALUE 'A' ' '.
012300         88  ENR-WITHDRAWN       VALUE 'W'.
012300     05  ENR-STATUS-DATE         PIC 9(08).
012310 FD  RO-RES-FILE.
012320 COPY CONDRREC.
012400 FD  RO-UNL-MASTER.
012500 01  UNL-MASTER-RECORD           PIC X(186).
012600 FD  RO-UNL-POOL.
012700 01  UNL-POOL-RECORD             PIC X(18).
012800 FD  RO-UNL-XREF.
013000 FD  RO-UNL-CATLG.
013100 01  UNL-CATLG-RECORD            PIC X(66).
013200 FD  RO-UNL-ENROLL.
013300 01  UNL-ENROLL-RECORD           PIC X(43).
013310 FD  RO-UNL-RES.
013320 01  UNL-RES-RECORD              PIC X(110).
013400 FD  RO-NEW-MASTER.
013500 01  NSTM-RECORD.
013600     05  NSTM-STUDENT-ID         PIC 9(09).
013700     05  FILLER                  PIC X(177).
013800 FD  RO-NEW-POOL.
013900 01  NPOOL-RECORD.
014000     05  NPOOL-STUDENT-ID        PIC 9(09).
015000 FD  RO-NEW-ENROLL.
015100 01  NENR-RECORD.
015200     05  NENR-KEY                PIC X(24).
015300     05  FILLER                  PIC X(19).
015310 FD  RO-NEW-RES.
015320 01  NRES-RECORD.
015330     05  NRES-KEY                PIC X(15).
015340     05  FILLER                  PIC X(95).
015400 FD  RO-REPORT-FILE.
015500 01  RO-REPORT-LINE              PIC X(80).
015600 WORKING-STORAGE SECTION.
021500         THRU 4000-REORG-CATLG-EXIT.
021600     PERFORM 5000-REORG-ENROLL
021700         THRU 5000-REORG-ENROLL-EXIT.
021710     PERFORM 6000-REORG-CONDRES
021720         THRU 6000-REORG-CONDRES-EXIT.
021800     IF WS-REFUSED-COUNT > 0
021900         MOVE SPACES TO RO-REPORT-LINE
022000         STRING 'SWAP REFUSED ON ' WS-REFUSED-COUNT
030300         CLOSE RO-NEW-MASTER
030400     END-IF.
030500     MOVE 'STUMAST ' TO WS-FILE-NAME.
030600     MOVE 186 TO WS-RECORD-LENGTH.
030700     PERFORM 8000-REPORT-ONE-FILE
030800         THRU 8000-REPORT-ONE-FILE-EXIT.
030900 1000-REORG-MASTER-EXIT.
059900         CLOSE RO-NEW-ENROLL
060000     END-IF.
060100     MOVE 'ENRLMAST' TO WS-FILE-NAME.
060200     MOVE 43 TO WS-RECORD-LENGTH.
060300     PERFORM 8000-REPORT-ONE-FILE
060400         THRU 8000-REPORT-ONE-FILE-EXIT.
060500 5000-REORG-ENROLL-EXIT.
060600     EXIT.
060610*--------------------------------------------------------------*
060620* 6000-REORG-CONDRES - CONDRES, THE RESIDENCY DECISIONS.        *
060630*--------------------------------------------------------------*
060640 6000-REORG-CONDRES.
060641     MOVE 0 TO WS-BEFORE-COUNT.
060642     MOVE 0 TO WS-REBUILD-COUNT.
060643     MOVE 0 TO WS-VERIFY-COUNT.
060644     MOVE 0 TO WS-KEY-ERRORS.
060645     SET WS-NOT-AT-EOF TO TRUE.
060646     OPEN OUTPUT RO-UNL-RES.
060647     OPEN INPUT RO-RES-FILE.
060648     IF NOT WS-IN-OK
060649         SET WS-AT-EOF TO TRUE
060650     END-IF.
060651     PERFORM UNTIL WS-AT-EOF
060652         READ RO-RES-FILE NEXT RECORD
060653             AT END
060654                 SET WS-AT-EOF TO TRUE
060655             NOT AT END
060656                 ADD 1 TO WS-BEFORE-COUNT
060657                 MOVE RES-RECORD TO UNL-RES-RECORD
060658                 WRITE UNL-RES-RECORD
060659         END-READ
060660     END-PERFORM.
060661     IF WS-IN-OK OR WS-IN-STATUS = '10'
060662         CLOSE RO-RES-FILE
060663     END-IF.
060664     CLOSE RO-UNL-RES.
060665     SET WS-NOT-AT-EOF TO TRUE.
060666     OPEN OUTPUT RO-NEW-RES.
060667     OPEN INPUT RO-UNL-RES.
060668     IF NOT WS-UNL-OK
060669         SET WS-AT-EOF TO TRUE
060670     END-IF.
060671     PERFORM UNTIL WS-AT-EOF
060672         READ RO-UNL-RES
060673             AT END
060674                 SET WS-AT-EOF TO TRUE
060675             NOT AT END
060676                 MOVE UNL-RES-RECORD TO NRES-RECORD
060677                 WRITE NRES-RECORD
060678                     INVALID KEY
060679                         ADD 1 TO WS-KEY-ERRORS
060680                     NOT INVALID KEY
060681                         ADD 1 TO WS-REBUILD-COUNT
060682                 END-WRITE
060683         END-READ
060684     END-PERFORM.
060685     IF WS-UNL-OK OR WS-UNL-STATUS = '10'
060686         CLOSE RO-UNL-RES
060687     END-IF.
060688     CLOSE RO-NEW-RES.
060689     SET WS-NOT-AT-EOF TO TRUE.
060690     OPEN INPUT RO-NEW-RES.
060691     IF NOT WS-NEW-OK
060692         SET WS-AT-EOF TO TRUE
060693     END-IF.
060694     PERFORM UNTIL WS-AT-EOF
060695         READ RO-NEW-RES NEXT RECORD
060696             AT END
060697                 SET WS-AT-EOF TO TRUE
060698             NOT AT END
060699                 ADD 1 TO WS-VERIFY-COUNT
060700         END-READ
060701     END-PERFORM.
060702     IF WS-NEW-OK OR WS-NEW-STATUS = '10'
060703         CLOSE RO-NEW-RES
060704     END-IF.
060705     MOVE 'CONDRES ' TO WS-FILE-NAME.
060706     MOVE 110 TO WS-RECORD-LENGTH.
060707     PERFORM 8000-REPORT-ONE-FILE
060708         THRU 8000-REPORT-ONE-FILE-EXIT.
060709 6000-REORG-CONDRES-EXIT.
060710     EXIT.
060700*--------------------------------------------------------------*
060800* 8000-REPORT-ONE-FILE - BEFORE/AFTER COUNTS AND BYTE SIZES,    *
060900* AND THE SWAP VERDICT. THE UNLOAD COUNT, REBUILD COUNT AND     *
