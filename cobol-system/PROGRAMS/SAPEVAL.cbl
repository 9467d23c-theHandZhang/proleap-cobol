000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SAPEVAL.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - SATISFACTORY ACADEMIC         *
001100*                PROGRESS FOR FINANCIAL AID, RUN FROM           *
001200*                JCL/TERMEND.JCL AFTER ACADSTND. EVERY STUDENT  *
001300*                WITH A STUGPA RECORD FOR THE TERM JUST CLOSED  *
001400*                (OFF TERMCLSE'S TRMSUMR) IS MEASURED AGAINST   *
001500*                THE SAPPOL POLICY MEMBER: MINIMUM CUMULATIVE   *
001600*                GPA, MINIMUM COMPLETION RATE OF ATTEMPTED      *
001700*                HOURS, AND A MAXIMUM TIMEFRAME AS A PERCENTAGE *
001800*                OF THE PROGRAM'S LENGTH (THE DEGREQ TOTAL-     *
001900*                HOURS CARD, OR THE POLICY DEFAULT). THE        *
002000*                RESULT - MEETS, WARNING, SUSPENSION OR         *
002100*                PROBATION ON APPEAL - IS KEPT ON THE INDEXED   *
002200*                SAPSTAT FILE, WHICH AIDDISB CHECKS BEFORE IT   *
002300*                PAYS AN AWARD. THE AID OFFICE'S APPEAL         *
002400*                DECISIONS ON SAPAPPL ARE APPLIED ON EVERY RUN; *
002500*                JCL/SAPAPPL.JCL RUNS THEM ALONE BETWEEN TERM   *
002600*                CLOSES (NO CLOSED TERM ON TRMSUMR). CHANGES    *
002700*                ARE LISTED ON SAPREG AND A NEW WARNING,        *
002800*                SUSPENSION OR APPROVED APPEAL QUEUES A NOTICE  *
002900*                ON NOTIFQUE. A STUDENT ALREADY EVALUATED FOR   *
003000*                THE TERM IS LEFT ALONE, SO A RERUN CHANGES     *
003100*                NOTHING TWICE.                                 *
003100* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 153 BYTES FOR THE *
003100*                DEGREE CONFERRAL DATE, STAMPED BY GRADCONF.    *
003100* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 170 BYTES FOR THE *
003100*                DIRECTORY-INFORMATION CONFIDENTIALITY FLAG,    *
003100*                ITS DATE AND REQUESTING OPERATOR.              *
003100* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 186 BYTES FOR THE *
003100*                DATE OF DEATH AND ITS VERIFICATION SOURCE.     *
003200*--------------------------------------------------------------*
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT SE-SUMMARY-FILE ASSIGN TO TRMSUMR
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-SUMMARY-STATUS.
003900     SELECT SE-POLICY-FILE ASSIGN TO SAPPOL
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-POLICY-STATUS.
004200     SELECT SE-DEGREQ-FILE ASSIGN TO DEGREQ
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-DEGREQ-STATUS.
004500     SELECT SE-GPA-FILE ASSIGN TO STUGPA
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS SEQUENTIAL
004800         RECORD KEY IS GPA-KEY
004900         FILE STATUS IS WS-GPA-STATUS.
005000     SELECT SE-MASTER-FILE ASSIGN TO STUMAST
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS STM-STUDENT-ID
005400         FILE STATUS IS WS-MASTER-STATUS.
005500     SELECT SE-SAP-FILE ASSIGN TO SAPSTAT
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS SAP-STUDENT-ID
005900         FILE STATUS IS WS-SAP-STATUS.
006000     SELECT SE-APPEAL-FILE ASSIGN TO SAPAPPL
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-APPEAL-STATUS.
006300     SELECT SE-QUEUE-FILE ASSIGN TO NOTIFQUE
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-QUEUE-STATUS.
006600     SELECT SE-REGISTER-FILE ASSIGN TO SAPREG
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-REGISTER-STATUS.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  SE-SUMMARY-FILE.
007200 01  SE-SUMMARY-RECORD.
007300     05  SES-LABEL            PIC X(30).
007400     05  SES-VALUE            PIC 9(08).
007500 FD  SE-POLICY-FILE.
007600 01  SPL-CARD.
007700     05  SPL-CARD-TYPE        PIC X(01).
007800         88  SPL-POLICY-CARD  VALUE 'P'.
007900     05  SPL-MIN-CUM-GPA      PIC 9(01)V99.
008000     05  SPL-MIN-COMPLETION   PIC 9(03).
008100     05  SPL-MAX-TIMEFRAME    PIC 9(03).
008200     05  SPL-DEFAULT-LENGTH   PIC 9(03).
008300     05  FILLER               PIC X(67).
008400 FD  SE-DEGREQ-FILE.
008500 01  SDQ-CARD.
008600     05  SDQ-PROGRAM-CODE     PIC X(04).
008700     05  SDQ-TYPE             PIC X(01).
008800         88  SDQ-TOTAL-HOURS  VALUE 'T'.
008900     05  SDQ-POOL-ID          PIC X(02).
009000     05  SDQ-COURSE-ID        PIC X(06).
009100     05  SDQ-HOURS            PIC 9(03).
009200     05  SDQ-DESC             PIC X(20).
009300 FD  SE-GPA-FILE.
009400 COPY STUGPREC.
009500 FD  SE-MASTER-FILE.
009600 01  STM-RECORD.
009700     05  STM-STUDENT-ID       PIC 9(09).
009800     05  STM-NAME             PIC X(25).
009900     05  STM-PROGRAM-CODE     PIC X(04).
010000     05  STM-RES-CODE1        PIC 9(01).
010100     05  STM-RES-CODE2        PIC 9(01).
010200     05  STM-RES-CODE3        PIC 9(01).
010300     05  STM-ENROLL-STATUS    PIC X(01).
010400     05  STM-LAST-MAINT-DATE  PIC 9(08).
010500     05  STM-ADDR-LINE1       PIC X(25).
010600     05  STM-ADDR-LINE2       PIC X(25).
010700     05  STM-CITY             PIC X(15).
010800     05  STM-STATE            PIC X(02).
010900     05  STM-ZIP              PIC X(05).
011000     05  STM-WITHDRAW-DATE    PIC 9(08).
011100     05  STM-DOB              PIC 9(08).
011200     05  STM-STANDING-CODE    PIC X(01).
011300     05  STM-STANDING-TERM    PIC X(06).
011300     05  STM-CONFER-DATE      PIC 9(08).
011300     05  STM-CONFID-FLAG      PIC X(01).
011300     05  STM-CONFID-DATE      PIC 9(08).
011300     05  STM-CONFID-OPER      PIC X(08).
011300     05  STM-DEATH-DATE       PIC 9(08).
011300     05  STM-DEATH-SOURCE     PIC X(08).
011400 FD  SE-SAP-FILE.
011500 COPY SAPSTREC.
011600*--------------------------------------------------------------*
011700* SAPAPPL - THE AID OFFICE'S APPEAL DECISIONS, ONE CARD PER     *
011800* STUDENT: A APPROVED (PROBATION ON APPEAL FOR THE COMING       *
011900* TERM), D DENIED. THE FILE EMPTIES ONCE APPLIED.               *
012000*--------------------------------------------------------------*
012100 FD  SE-APPEAL-FILE.
012200 01  SAA-CARD.
012300     05  SAA-STUDENT-ID       PIC 9(09).
012400     05  SAA-DECISION         PIC X(01).
012500         88  SAA-APPROVED     VALUE 'A'.
012600         88  SAA-DENIED       VALUE 'D'.
012700     05  SAA-DECISION-DATE    PIC 9(08).
012800     05  SAA-DECIDED-BY       PIC X(08).
012900 FD  SE-QUEUE-FILE.
013000 COPY NTFQREC.
013100 FD  SE-REGISTER-FILE.
013200 01  SE-REGISTER-RECORD.
013300     05  SER-STUDENT-ID       PIC 9(09).
013400     05  FILLER               PIC X(02).
013500     05  SER-NAME             PIC X(25).
013600     05  FILLER               PIC X(02).
013700     05  SER-CUM-GPA          PIC 9.99.
013800     05  FILLER               PIC X(02).
013900     05  SER-COMPLETION       PIC ZZ9.9.
014000     05  FILLER               PIC X(02).
014100     05  SER-ATTEMPTED        PIC ZZZ9.
014200     05  FILLER               PIC X(01).
014300     05  SER-MAX-ATTEMPTED    PIC ZZZ9.
014400     05  FILLER               PIC X(02).
014500     05  SER-FAIL-FLAGS       PIC X(03).
014600     05  FILLER               PIC X(02).
014700     05  SER-OLD-STATUS       PIC X(01).
014800     05  FILLER               PIC X(04).
014900     05  SER-NEW-STATUS       PIC X(01).
015000     05  FILLER               PIC X(02).
015100     05  SER-DESC             PIC X(24).
015200 WORKING-STORAGE SECTION.
015300 01  WS-SUMMARY-STATUS        PIC X(02).
015400     88  WS-SUMMARY-OK        VALUE '00'.
015500 01  WS-POLICY-STATUS         PIC X(02).
015600     88  WS-POLICY-OK         VALUE '00'.
015700 01  WS-DEGREQ-STATUS         PIC X(02).
015800     88  WS-DEGREQ-OK         VALUE '00'.
015900 01  WS-GPA-STATUS            PIC X(02).
016000     88  WS-GPA-OK            VALUE '00'.
016100 01  WS-MASTER-STATUS         PIC X(02).
016200     88  WS-MASTER-OK         VALUE '00'.
016300 01  WS-SAP-STATUS            PIC X(02).
016400     88  WS-SAP-OK            VALUE '00'.
016500 01  WS-APPEAL-STATUS         PIC X(02).
016600     88  WS-APPEAL-OK         VALUE '00'.
016700 01  WS-QUEUE-STATUS          PIC X(02).
016800     88  WS-QUEUE-OK          VALUE '00'.
016900 01  WS-REGISTER-STATUS       PIC X(02).
017000     88  WS-REGISTER-OK       VALUE '00'.
017100 01  WS-EOF-SWITCH            PIC X(01).
017200     88  WS-AT-EOF            VALUE 'Y'.
017300     88  WS-NOT-AT-EOF        VALUE 'N'.
017400 01  WS-NEW-RECORD-SWITCH     PIC X(01).
017500     88  WS-NEW-RECORD        VALUE 'Y'.
017600     88  WS-RECORD-ON-FILE    VALUE 'N'.
017700 01  WS-TODAY-DATE            PIC 9(08).
017800 01  WS-CLOSED-TERM           PIC X(06) VALUE SPACES.
017900 01  WS-MIN-CUM-GPA           PIC 9(01)V99 VALUE 2.00.
018000 01  WS-MIN-COMPLETION        PIC 9(03) VALUE 67.
018100 01  WS-MAX-TIMEFRAME         PIC 9(03) VALUE 150.
018200 01  WS-DEFAULT-LENGTH        PIC 9(03) VALUE 120.
018300 01  WS-PROGRAM-LENGTH        PIC 9(03).
018400 01  WS-HOURS-NEEDED          PIC S9(05).
018500 01  WS-NEW-STATUS            PIC X(01).
018600 01  WS-OLD-STATUS            PIC X(01).
018700 01  WS-STUDENTS-JUDGED       PIC 9(06) COMP VALUE 0.
018800 01  WS-STATUS-CHANGES        PIC 9(06) COMP VALUE 0.
018900 01  WS-NEW-WARNINGS          PIC 9(06) COMP VALUE 0.
019000 01  WS-NEW-SUSPENSIONS       PIC 9(06) COMP VALUE 0.
019100 01  WS-ALREADY-EVALUATED     PIC 9(06) COMP VALUE 0.
019200 01  WS-NOT-JUDGED            PIC 9(06) COMP VALUE 0.
019300 01  WS-APPEALS-APPROVED      PIC 9(06) COMP VALUE 0.
019400 01  WS-APPEALS-DENIED        PIC 9(06) COMP VALUE 0.
019500 01  WS-APPEALS-REFUSED       PIC 9(06) COMP VALUE 0.
019600 01  WS-LENGTH-COUNT          PIC 9(02) COMP VALUE 0.
019700 01  WS-LENGTH-MAX            PIC 9(02) COMP VALUE 50.
019800 01  WS-LENGTH-IDX            PIC 9(02) COMP.
019900*--------------------------------------------------------------*
020000* SE-LENGTH-TABLE - EACH PROGRAM'S LENGTH IN HOURS, FROM THE    *
020100* DEGREQ TOTAL-HOURS (TYPE T) CARDS.                            *
020200*--------------------------------------------------------------*
020300 01  SE-LENGTH-TABLE.
020400     05  SE-LENGTH-ENTRY OCCURS 50 TIMES.
020500         10  SLN-PROGRAM-CODE PIC X(04).
020600         10  SLN-HOURS        PIC 9(03).
020700 PROCEDURE DIVISION.
020800 0000-MAINLINE.
020900     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
021000     PERFORM 1000-READ-CLOSED-TERM
021100         THRU 1000-READ-CLOSED-TERM-EXIT.
021200     PERFORM 1100-LOAD-SAP-POLICY
021300         THRU 1100-LOAD-SAP-POLICY-EXIT.
021400     PERFORM 1150-LOAD-PROGRAM-LENGTHS
021500         THRU 1150-LOAD-PROGRAM-LENGTHS-EXIT.
021600     OPEN I-O SE-SAP-FILE.
021700     IF NOT WS-SAP-OK
021800         CLOSE SE-SAP-FILE
021900         OPEN OUTPUT SE-SAP-FILE
022000         CLOSE SE-SAP-FILE
022100         OPEN I-O SE-SAP-FILE
022200     END-IF.
022300     IF NOT WS-SAP-OK
022400         DISPLAY 'SAPEVAL: SAPSTAT OPEN FAILED, STATUS '
022500             WS-SAP-STATUS
022600         MOVE 8 TO RETURN-CODE
022700         GO TO 9999-EXIT
022800     END-IF.
022900     PERFORM 1200-OPEN-APPEND-FILES
023000         THRU 1200-OPEN-APPEND-FILES-EXIT.
023100     OPEN OUTPUT SE-REGISTER-FILE.
023200     IF WS-CLOSED-TERM = SPACES
023300         DISPLAY 'SAPEVAL: NO CLOSED TERM ON TRMSUMR - APPEAL '
023400             'DECISIONS ONLY'
023500     ELSE
023600         PERFORM 2000-EVALUATE-CLOSED-TERM
023700             THRU 2000-EVALUATE-CLOSED-TERM-EXIT
023800     END-IF.
023900     PERFORM 4000-APPLY-APPEALS
024000         THRU 4000-APPLY-APPEALS-EXIT.
024100     CLOSE SE-SAP-FILE.
024200     CLOSE SE-QUEUE-FILE.
024300     CLOSE SE-REGISTER-FILE.
024400     IF WS-CLOSED-TERM NOT = SPACES
024500         DISPLAY 'SAPEVAL: TERM ' WS-CLOSED-TERM ' - '
024600             WS-STUDENTS-JUDGED ' EVALUATED, ' WS-STATUS-CHANGES
024700             ' CHANGED, ' WS-NEW-WARNINGS ' WARNINGS, '
024800             WS-NEW-SUSPENSIONS ' SUSPENSIONS'
024900         DISPLAY 'SAPEVAL: ' WS-ALREADY-EVALUATED
025000             ' ALREADY EVALUATED FOR THE TERM, ' WS-NOT-JUDGED
025100             ' NOT EVALUATED (NO MASTER OR NO ATTEMPTED HOURS)'
025200     END-IF.
025300     DISPLAY 'SAPEVAL: APPEALS - ' WS-APPEALS-APPROVED
025400         ' APPROVED, ' WS-APPEALS-DENIED ' DENIED, '
025500         WS-APPEALS-REFUSED ' NOT ON SUSPENSION'.
025600     GO TO 9999-EXIT.
025700*--------------------------------------------------------------*
025800* 1000-READ-CLOSED-TERM - THE FIRST TRMSUMR LINE IS TERMCLSE'S  *
025900* 'TERM CLOSED' LINE, WITH THE CLOSED TERM AT POSITION 13. NO   *
026000* SUCH LINE (SAPAPPL.JCL'S DUMMY) MEANS APPEALS ONLY.           *
026100*--------------------------------------------------------------*
026200 1000-READ-CLOSED-TERM.
026300     OPEN INPUT SE-SUMMARY-FILE.
026400     IF NOT WS-SUMMARY-OK
026500         GO TO 1000-READ-CLOSED-TERM-EXIT
026600     END-IF.
026700     READ SE-SUMMARY-FILE
026800         AT END
026900             CONTINUE
027000     END-READ.
027100     IF WS-SUMMARY-OK
027200         AND SES-LABEL (1:11) = 'TERM CLOSED'
027300         MOVE SES-LABEL (13:6) TO WS-CLOSED-TERM
027400     END-IF.
027500     CLOSE SE-SUMMARY-FILE.
027600 1000-READ-CLOSED-TERM-EXIT.
027700     EXIT.
027800*--------------------------------------------------------------*
027900* 1100-LOAD-SAP-POLICY - THE SAPPOL P CARD: MINIMUM CUMULATIVE  *
028000* GPA, MINIMUM COMPLETION PERCENTAGE, MAXIMUM TIMEFRAME AS A    *
028100* PERCENTAGE OF PROGRAM LENGTH, AND THE LENGTH USED FOR A       *
028200* PROGRAM WITH NO DEGREQ TOTAL. NO CARD KEEPS THE FEDERAL       *
028300* DEFAULTS - 2.00, 67 PERCENT, 150 PERCENT OF 120 HOURS.        *
028400*--------------------------------------------------------------*
028500 1100-LOAD-SAP-POLICY.
028600     SET WS-NOT-AT-EOF TO TRUE.
028700     OPEN INPUT SE-POLICY-FILE.
028800     IF NOT WS-POLICY-OK
028900         DISPLAY 'SAPEVAL: NO SAPPOL POLICY - FEDERAL DEFAULTS '
029000             'USED'
029100         GO TO 1100-LOAD-SAP-POLICY-EXIT
029200     END-IF.
029300     PERFORM UNTIL WS-AT-EOF
029400         READ SE-POLICY-FILE
029500             AT END
029600                 SET WS-AT-EOF TO TRUE
029700             NOT AT END
029800                 IF SPL-POLICY-CARD
029900                     AND SPL-MIN-CUM-GPA NUMERIC
030000                     AND SPL-MIN-COMPLETION NUMERIC
030100                     AND SPL-MAX-TIMEFRAME NUMERIC
030200                     AND SPL-DEFAULT-LENGTH NUMERIC
030300                     MOVE SPL-MIN-CUM-GPA TO WS-MIN-CUM-GPA
030400                     MOVE SPL-MIN-COMPLETION TO WS-MIN-COMPLETION
030500                     MOVE SPL-MAX-TIMEFRAME TO WS-MAX-TIMEFRAME
030600                     MOVE SPL-DEFAULT-LENGTH TO WS-DEFAULT-LENGTH
030700                 END-IF
030800         END-READ
030900     END-PERFORM.
031000     CLOSE SE-POLICY-FILE.
031100 1100-LOAD-SAP-POLICY-EXIT.
031200     EXIT.
031300*--------------------------------------------------------------*
031400* 1150-LOAD-PROGRAM-LENGTHS - THE DEGREQ TYPE T CARDS, THE      *
031500* TOTAL EARNED HOURS EACH PROGRAM'S DEGREE TAKES.               *
031600*--------------------------------------------------------------*
031700 1150-LOAD-PROGRAM-LENGTHS.
031800     SET WS-NOT-AT-EOF TO TRUE.
031900     OPEN INPUT SE-DEGREQ-FILE.
032000     IF NOT WS-DEGREQ-OK
032100         GO TO 1150-LOAD-PROGRAM-LENGTHS-EXIT
032200     END-IF.
032300     PERFORM UNTIL WS-AT-EOF
032400         READ SE-DEGREQ-FILE
032500             AT END
032600                 SET WS-AT-EOF TO TRUE
032700             NOT AT END
032800                 IF SDQ-CARD (1:1) NOT = '*'
032900                     AND SDQ-TOTAL-HOURS
033000                     AND SDQ-HOURS NUMERIC
033100                     AND SDQ-HOURS > 0
033200                     AND WS-LENGTH-COUNT < WS-LENGTH-MAX
033300                     ADD 1 TO WS-LENGTH-COUNT
033400                     MOVE SDQ-PROGRAM-CODE
033500                         TO SLN-PROGRAM-CODE (WS-LENGTH-COUNT)
033600                     MOVE SDQ-HOURS TO SLN-HOURS (WS-LENGTH-COUNT)
033700                 END-IF
033800         END-READ
033900     END-PERFORM.
034000     CLOSE SE-DEGREQ-FILE.
034100 1150-LOAD-PROGRAM-LENGTHS-EXIT.
034200     EXIT.
034300*--------------------------------------------------------------*
034400* 1200-OPEN-APPEND-FILES - NOTIFQUE IS APPENDED TO; THE FIRST   *
034500* RUN EVER CREATES IT.                                          *
034600*--------------------------------------------------------------*
034700 1200-OPEN-APPEND-FILES.
034800     OPEN EXTEND SE-QUEUE-FILE.
034900     IF NOT WS-QUEUE-OK
035000         CLOSE SE-QUEUE-FILE
035100         OPEN OUTPUT SE-QUEUE-FILE
035200     END-IF.
035300     MOVE SPACES TO NOTIF-QUEUE-RECORD.
035400 1200-OPEN-APPEND-FILES-EXIT.
035500     EXIT.
035600*--------------------------------------------------------------*
035700* 2000-EVALUATE-CLOSED-TERM - ONE PASS OVER STUGPA, JUDGING     *
035800* EVERY STUDENT WITH A RECORD FOR THE CLOSED TERM.              *
035900*--------------------------------------------------------------*
036000 2000-EVALUATE-CLOSED-TERM.
036100     OPEN INPUT SE-GPA-FILE.
036200     IF NOT WS-GPA-OK
036300         DISPLAY 'SAPEVAL: STUGPA OPEN FAILED, STATUS '
036400             WS-GPA-STATUS
036500         MOVE 8 TO RETURN-CODE
036600         GO TO 2000-EVALUATE-CLOSED-TERM-EXIT
036700     END-IF.
036800     OPEN INPUT SE-MASTER-FILE.
036900     IF NOT WS-MASTER-OK
037000         DISPLAY 'SAPEVAL: STUMAST OPEN FAILED, STATUS '
037100             WS-MASTER-STATUS
037200         CLOSE SE-GPA-FILE
037300         MOVE 8 TO RETURN-CODE
037400         GO TO 2000-EVALUATE-CLOSED-TERM-EXIT
037500     END-IF.
037600     SET WS-NOT-AT-EOF TO TRUE.
037700     PERFORM 2100-READ-NEXT-GPA
037800         THRU 2100-READ-NEXT-GPA-EXIT.
037900     PERFORM UNTIL WS-AT-EOF
038000         IF GPA-TERM = WS-CLOSED-TERM
038100             PERFORM 3000-JUDGE-ONE-STUDENT
038200                 THRU 3000-JUDGE-ONE-STUDENT-EXIT
038300         END-IF
038400         PERFORM 2100-READ-NEXT-GPA
038500             THRU 2100-READ-NEXT-GPA-EXIT
038600     END-PERFORM.
038700     CLOSE SE-GPA-FILE.
038800     CLOSE SE-MASTER-FILE.
038900 2000-EVALUATE-CLOSED-TERM-EXIT.
039000     EXIT.
039100*--------------------------------------------------------------*
039200* 2100-READ-NEXT-GPA - A SINGLE SEQUENTIAL READ OF STUGPA.      *
039300*--------------------------------------------------------------*
039400 2100-READ-NEXT-GPA.
039500     READ SE-GPA-FILE NEXT RECORD
039600         AT END SET WS-AT-EOF TO TRUE
039700     END-READ.
039800 2100-READ-NEXT-GPA-EXIT.
039900     EXIT.
040000*--------------------------------------------------------------*
040100* 3000-JUDGE-ONE-STUDENT - THE CLOSED TERM'S CUMULATIVE FIGURES *
040200* AGAINST THE POLICY:                                           *
040300*   GPA   - CUMULATIVE GPA BELOW THE MINIMUM (ONLY ONCE THERE   *
040400*           ARE GPA HOURS)                                      *
040500*   PACE  - EARNED OVER ATTEMPTED HOURS BELOW THE MINIMUM       *
040600*   TIME  - THE HOURS STILL NEEDED FOR THE DEGREE CANNOT BE     *
040700*           EARNED INSIDE THE MAXIMUM TIMEFRAME                 *
040800* A TIMEFRAME FAILURE SUSPENDS OUTRIGHT. ANY OTHER FAILURE IS A  *
040900* WARNING FOR A STUDENT WHO MET PROGRESS (OR WAS NEVER          *
041000* EVALUATED) AND A SUSPENSION FOR ONE ON WARNING, ON APPEAL     *
041100* PROBATION OR ALREADY SUSPENDED. NO FAILURE MEETS PROGRESS.    *
041200*--------------------------------------------------------------*
041300 3000-JUDGE-ONE-STUDENT.
041400     IF GPA-CUM-ATTEMPTED = 0
041500         ADD 1 TO WS-NOT-JUDGED
041600         GO TO 3000-JUDGE-ONE-STUDENT-EXIT
041700     END-IF.
041800     MOVE GPA-STUDENT-ID TO STM-STUDENT-ID.
041900     READ SE-MASTER-FILE
042000         INVALID KEY
042100             ADD 1 TO WS-NOT-JUDGED
042200             GO TO 3000-JUDGE-ONE-STUDENT-EXIT
042300     END-READ.
042400     MOVE GPA-STUDENT-ID TO SAP-STUDENT-ID.
042500     SET WS-RECORD-ON-FILE TO TRUE.
042600     READ SE-SAP-FILE
042700         INVALID KEY
042800             SET WS-NEW-RECORD TO TRUE
042900     END-READ.
043000     IF WS-RECORD-ON-FILE
043100         AND SAP-TERM = WS-CLOSED-TERM
043200         ADD 1 TO WS-ALREADY-EVALUATED
043300         GO TO 3000-JUDGE-ONE-STUDENT-EXIT
043400     END-IF.
043500     IF WS-NEW-RECORD
043600         MOVE SPACES TO SAP-STATUS-RECORD
043700         MOVE GPA-STUDENT-ID TO SAP-STUDENT-ID
043800         MOVE 0 TO SAP-APPEAL-DATE
043900     END-IF.
044000     ADD 1 TO WS-STUDENTS-JUDGED.
044100     MOVE SAP-STATUS TO WS-OLD-STATUS.
044200     PERFORM 3100-FIND-PROGRAM-LENGTH
044300         THRU 3100-FIND-PROGRAM-LENGTH-EXIT.
044400     MOVE GPA-CUM-GPA TO SAP-CUM-GPA.
044500     MOVE GPA-CUM-ATTEMPTED TO SAP-CUM-ATTEMPTED.
044600     COMPUTE SAP-COMPLETION-PCT ROUNDED =
044700         GPA-CUM-EARNED * 100 / GPA-CUM-ATTEMPTED.
044800     COMPUTE SAP-MAX-ATTEMPTED =
044900         WS-PROGRAM-LENGTH * WS-MAX-TIMEFRAME / 100.
045000     MOVE 'N' TO SAP-GPA-FAIL SAP-PACE-FAIL SAP-TIME-FAIL.
045100     IF GPA-CUM-GPA-HOURS > 0
045200         AND GPA-CUM-GPA < WS-MIN-CUM-GPA
045300         MOVE 'Y' TO SAP-GPA-FAIL
045400     END-IF.
045500     IF SAP-COMPLETION-PCT < WS-MIN-COMPLETION
045600         MOVE 'Y' TO SAP-PACE-FAIL
045700     END-IF.
045800     MOVE 0 TO WS-HOURS-NEEDED.
045900     IF GPA-CUM-EARNED < WS-PROGRAM-LENGTH
046000         COMPUTE WS-HOURS-NEEDED =
046100             WS-PROGRAM-LENGTH - GPA-CUM-EARNED
046200     END-IF.
046300     IF GPA-CUM-ATTEMPTED + WS-HOURS-NEEDED > SAP-MAX-ATTEMPTED
046400         MOVE 'Y' TO SAP-TIME-FAIL
046500     END-IF.
046600     EVALUATE TRUE
046700         WHEN SAP-TIME-FAIL = 'Y'
046800             MOVE 'S' TO WS-NEW-STATUS
046900         WHEN SAP-GPA-FAIL = 'N' AND SAP-PACE-FAIL = 'N'
047000             MOVE 'M' TO WS-NEW-STATUS
047100         WHEN WS-OLD-STATUS = 'W'
047200             OR WS-OLD-STATUS = 'P'
047300             OR WS-OLD-STATUS = 'S'
047400             MOVE 'S' TO WS-NEW-STATUS
047500         WHEN OTHER
047600             MOVE 'W' TO WS-NEW-STATUS
047700     END-EVALUATE.
047800     MOVE WS-OLD-STATUS TO SAP-PRIOR-STATUS.
047900     MOVE WS-NEW-STATUS TO SAP-STATUS.
048000     MOVE WS-CLOSED-TERM TO SAP-TERM.
048100     MOVE WS-TODAY-DATE TO SAP-EVAL-DATE.
048200     IF WS-NEW-RECORD
048300         WRITE SAP-STATUS-RECORD
048400             INVALID KEY
048500                 DISPLAY 'SAPEVAL: WRITE FAILED FOR '
048600                     SAP-STUDENT-ID ', STATUS ' WS-SAP-STATUS
048700                 GO TO 3000-JUDGE-ONE-STUDENT-EXIT
048800         END-WRITE
048900     ELSE
049000         REWRITE SAP-STATUS-RECORD
049100             INVALID KEY
049200                 DISPLAY 'SAPEVAL: REWRITE FAILED FOR '
049300                     SAP-STUDENT-ID ', STATUS ' WS-SAP-STATUS
049400                 GO TO 3000-JUDGE-ONE-STUDENT-EXIT
049500         END-REWRITE
049600     END-IF.
049700     IF WS-NEW-STATUS = 'M'
049800         AND (WS-OLD-STATUS = 'M' OR WS-OLD-STATUS = SPACE)
049900         GO TO 3000-JUDGE-ONE-STUDENT-EXIT
050000     END-IF.
050100     IF WS-NEW-STATUS NOT = WS-OLD-STATUS
050200         ADD 1 TO WS-STATUS-CHANGES
050300     END-IF.
050400     PERFORM 3300-WRITE-REGISTER-LINE
050500         THRU 3300-WRITE-REGISTER-LINE-EXIT.
050600     IF WS-NEW-STATUS = WS-OLD-STATUS
050700         GO TO 3000-JUDGE-ONE-STUDENT-EXIT
050800     END-IF.
050900     IF SAP-WARNING
051000         ADD 1 TO WS-NEW-WARNINGS
051100         MOVE 'SAPWARN ' TO NQ-NOTICE-TYPE
051200         MOVE 'AID PROGRESS WARNING - ' TO NQ-NOTICE-TEXT (1:23)
051300         PERFORM 3400-QUEUE-SAP-NOTICE
051400             THRU 3400-QUEUE-SAP-NOTICE-EXIT
051500     END-IF.
051600     IF SAP-SUSPENDED
051700         ADD 1 TO WS-NEW-SUSPENSIONS
051800         MOVE 'SAPSUSP ' TO NQ-NOTICE-TYPE
051900         MOVE 'AID SUSPENDED (SAP) - ' TO NQ-NOTICE-TEXT (1:23)
052000         PERFORM 3400-QUEUE-SAP-NOTICE
052100             THRU 3400-QUEUE-SAP-NOTICE-EXIT
052200     END-IF.
052300 3000-JUDGE-ONE-STUDENT-EXIT.
052400     EXIT.
052500*--------------------------------------------------------------*
052600* 3100-FIND-PROGRAM-LENGTH - THE DEGREQ TOTAL FOR THE STUDENT'S *
052700* PROGRAM, THE POLICY DEFAULT WHEN THE PROGRAM HAS NONE.        *
052800*--------------------------------------------------------------*
052900 3100-FIND-PROGRAM-LENGTH.
053000     MOVE WS-DEFAULT-LENGTH TO WS-PROGRAM-LENGTH.
053100     PERFORM VARYING WS-LENGTH-IDX FROM 1 BY 1
053200             UNTIL WS-LENGTH-IDX > WS-LENGTH-COUNT
053300         IF SLN-PROGRAM-CODE (WS-LENGTH-IDX) = STM-PROGRAM-CODE
053400             MOVE SLN-HOURS (WS-LENGTH-IDX) TO WS-PROGRAM-LENGTH
053500         END-IF
053600     END-PERFORM.
053700 3100-FIND-PROGRAM-LENGTH-EXIT.
053800     EXIT.
053900*--------------------------------------------------------------*
054000* 3300-WRITE-REGISTER-LINE - ONE SAPREG LINE FOR EVERY STUDENT  *
054100* NOT MEETING PROGRESS OR WHOSE STATUS CHANGED, WITH THE        *
054200* FIGURES AND THE MEASURES MISSED (G GPA, P PACE, T TIMEFRAME). *
054300*--------------------------------------------------------------*
054400 3300-WRITE-REGISTER-LINE.
054500     MOVE SPACES TO SE-REGISTER-RECORD.
054600     MOVE SAP-STUDENT-ID TO SER-STUDENT-ID.
054700     MOVE STM-NAME TO SER-NAME.
054800     MOVE SAP-CUM-GPA TO SER-CUM-GPA.
054900     MOVE SAP-COMPLETION-PCT TO SER-COMPLETION.
055000     MOVE SAP-CUM-ATTEMPTED TO SER-ATTEMPTED.
055100     MOVE SAP-MAX-ATTEMPTED TO SER-MAX-ATTEMPTED.
055200     MOVE '---' TO SER-FAIL-FLAGS.
055300     IF SAP-GPA-FAIL = 'Y'
055400         MOVE 'G' TO SER-FAIL-FLAGS (1:1)
055500     END-IF.
055600     IF SAP-PACE-FAIL = 'Y'
055700         MOVE 'P' TO SER-FAIL-FLAGS (2:1)
055800     END-IF.
055900     IF SAP-TIME-FAIL = 'Y'
056000         MOVE 'T' TO SER-FAIL-FLAGS (3:1)
056100     END-IF.
056200     MOVE WS-OLD-STATUS TO SER-OLD-STATUS.
056300     MOVE WS-NEW-STATUS TO SER-NEW-STATUS.
056400     PERFORM 3350-DESCRIBE-STATUS
056500         THRU 3350-DESCRIBE-STATUS-EXIT.
056600     WRITE SE-REGISTER-RECORD.
056700 3300-WRITE-REGISTER-LINE-EXIT.
056800     EXIT.
056900*--------------------------------------------------------------*
057000* 3350-DESCRIBE-STATUS - THE REGISTER WORDING FOR THE NEW CODE. *
057100*--------------------------------------------------------------*
057200 3350-DESCRIBE-STATUS.
057300     EVALUATE WS-NEW-STATUS
057400         WHEN 'M'
057500             MOVE 'MEETS PROGRESS' TO SER-DESC
057600         WHEN 'W'
057700             MOVE 'AID WARNING' TO SER-DESC
057800         WHEN 'S'
057900             MOVE 'AID SUSPENSION' TO SER-DESC
058000         WHEN 'P'
058100             MOVE 'PROBATION ON APPEAL' TO SER-DESC
058200     END-EVALUATE.
058300 3350-DESCRIBE-STATUS-EXIT.
058400     EXIT.
058500*--------------------------------------------------------------*
058600* 3400-QUEUE-SAP-NOTICE - A NEW SAP STATUS QUEUED FOR A NOTICE  *
058700* ON THE NEXT NOTIFEXT RUN. THE CALLER HAS SET THE NOTICE TYPE  *
058800* AND THE WORDING AHEAD OF THE TERM.                            *
058900*--------------------------------------------------------------*
059000 3400-QUEUE-SAP-NOTICE.
059100     MOVE SAP-STUDENT-ID TO NQ-STUDENT-ID.
059200     MOVE SAP-TERM TO NQ-NOTICE-TEXT (24:6).
059300     MOVE 'SAPEVAL ' TO NQ-SOURCE.
059400     MOVE WS-TODAY-DATE TO NQ-QUEUE-DATE.
059500     WRITE NOTIF-QUEUE-RECORD.
059600     MOVE SPACES TO NOTIF-QUEUE-RECORD.
059700 3400-QUEUE-SAP-NOTICE-EXIT.
059800     EXIT.
059900*--------------------------------------------------------------*
060000* 4000-APPLY-APPEALS - EVERY SAPAPPL DECISION AGAINST THE       *
060100* STUDENT'S SAPSTAT RECORD, THEN THE FILE IS EMPTIED. ONLY A    *
060200* STUDENT ON SUSPENSION CAN BE GRANTED OR DENIED AN APPEAL. NO  *
060300* FILE, NO APPEALS.                                             *
060400*--------------------------------------------------------------*
060500 4000-APPLY-APPEALS.
060600     SET WS-NOT-AT-EOF TO TRUE.
060700     OPEN INPUT SE-APPEAL-FILE.
060800     IF NOT WS-APPEAL-OK
060900         GO TO 4000-APPLY-APPEALS-EXIT
061000     END-IF.
061100     MOVE SPACES TO NOTIF-QUEUE-RECORD.
061200     PERFORM UNTIL WS-AT-EOF
061300         READ SE-APPEAL-FILE
061400             AT END
061500                 SET WS-AT-EOF TO TRUE
061600             NOT AT END
061700                 IF SAA-STUDENT-ID NUMERIC
061800                     AND (SAA-APPROVED OR SAA-DENIED)
061900                     PERFORM 4100-APPLY-ONE-APPEAL
062000                         THRU 4100-APPLY-ONE-APPEAL-EXIT
062100                 END-IF
062200         END-READ
062300     END-PERFORM.
062400     CLOSE SE-APPEAL-FILE.
062500     OPEN OUTPUT SE-APPEAL-FILE.
062600     CLOSE SE-APPEAL-FILE.
062700 4000-APPLY-APPEALS-EXIT.
062800     EXIT.
062900*--------------------------------------------------------------*
063000* 4100-APPLY-ONE-APPEAL - AN APPROVED APPEAL PUTS A SUSPENDED   *
063100* STUDENT ON PROBATION ON APPEAL, SO AIDDISB PAYS AGAIN, UNTIL  *
063200* THE NEXT TERM CLOSE JUDGES THEM; A DENIED ONE LEAVES THE      *
063300* SUSPENSION STANDING. EITHER IS STAMPED WITH ITS DATE.         *
063400*--------------------------------------------------------------*
063500 4100-APPLY-ONE-APPEAL.
063600     MOVE SPACES TO SE-REGISTER-RECORD.
063700     MOVE SAA-STUDENT-ID TO SER-STUDENT-ID.
063800     MOVE SAA-DECIDED-BY TO SER-NAME.
063900     MOVE SAA-STUDENT-ID TO SAP-STUDENT-ID.
064000     READ SE-SAP-FILE
064100         INVALID KEY
064200             MOVE 'APPEAL - NOT SUSPENDED' TO SER-DESC
064300             WRITE SE-REGISTER-RECORD
064400             ADD 1 TO WS-APPEALS-REFUSED
064500             GO TO 4100-APPLY-ONE-APPEAL-EXIT
064600     END-READ.
064700     MOVE SAP-STATUS TO SER-OLD-STATUS.
064800     IF NOT SAP-SUSPENDED
064900         MOVE SAP-STATUS TO SER-NEW-STATUS
065000         MOVE 'APPEAL - NOT SUSPENDED' TO SER-DESC
065100         WRITE SE-REGISTER-RECORD
065200         ADD 1 TO WS-APPEALS-REFUSED
065300         GO TO 4100-APPLY-ONE-APPEAL-EXIT
065400     END-IF.
065500     MOVE SAA-DECISION-DATE TO SAP-APPEAL-DATE.
065600     IF SAA-DENIED
065700         ADD 1 TO WS-APPEALS-DENIED
065800         MOVE 'APPEAL DENIED' TO SER-DESC
065900     ELSE
066000         ADD 1 TO WS-APPEALS-APPROVED
066100         MOVE SAP-STATUS TO SAP-PRIOR-STATUS
066200         MOVE 'P' TO SAP-STATUS
066300         MOVE 'APPEAL APPROVED' TO SER-DESC
066400     END-IF.
066500     MOVE SAP-STATUS TO SER-NEW-STATUS.
066600     REWRITE SAP-STATUS-RECORD
066700         INVALID KEY
066800             DISPLAY 'SAPEVAL: REWRITE FAILED FOR '
066900                 SAP-STUDENT-ID ', STATUS ' WS-SAP-STATUS
067000             GO TO 4100-APPLY-ONE-APPEAL-EXIT
067100     END-REWRITE.
067200     WRITE SE-REGISTER-RECORD.
067300     IF SAP-ON-APPEAL
067400         MOVE 'SAPAPPL ' TO NQ-NOTICE-TYPE
067500         MOVE 'AID APPEAL APPROVED - ' TO NQ-NOTICE-TEXT (1:23)
067600         PERFORM 3400-QUEUE-SAP-NOTICE
067700             THRU 3400-QUEUE-SAP-NOTICE-EXIT
067800     END-IF.
067900 4100-APPLY-ONE-APPEAL-EXIT.
068000     EXIT.
068100*--------------------------------------------------------------*
068200* 9999-EXIT                                                    *
068300*--------------------------------------------------------------*
068400 9999-EXIT.
068500     STOP RUN.
