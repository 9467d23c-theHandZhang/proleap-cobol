000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ENRLVERF.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - ENROLLMENT VERIFICATION FOR   *
001100*                THE NATIONAL STUDENT CLEARINGHOUSE AND THE     *
001200*                LENDERS, REPLACING THE FILE BUILT BY HAND FROM *
001300*                CENSRPT. EACH STUDENT'S ENRLMAST CREDIT HOURS  *
001400*                FOR THE ACTIVE TERM ARE SUMMED AND BANDED      *
001500*                FULL-TIME / THREE-QUARTER / HALF-TIME / LESS   *
001600*                THAN HALF AGAINST THE VERFPARM THRESHOLDS;     *
001700*                STM-ENROLL-STATUS W AND G OVERRIDE THE BAND    *
001800*                (WITHDRAWN AS OF STM-WITHDRAW-DATE, GRADUATED).*
001900*                THE NSCVERF FILE IS THE CLEARINGHOUSE'S FIXED  *
002000*                LAYOUT WITH STUMAST NAME, BIRTH DATE AND       *
002100*                ADDRESS, INSIDE AN H HEADER AND A T TRAILER    *
002200*                CARRYING THE CONTROL TOTALS, AS DWEXTRCT'S     *
002300*                EXTRACTS ARE. ON THE SCHEDULED FULL-SUBMISSION *
002400*                DATES EVERY STUDENT GOES; ON ANY OTHER NIGHT   *
002500*                ONLY THE STATUS CHANGES AGAINST THE ENRLVSNP   *
002600*                SNAPSHOT OF WHAT WAS LAST REPORTED. TEST MODE  *
002700*                BUILDS THE FILE BUT LEAVES THE SNAPSHOT ALONE. *
002700* 10/15/26  DW   ENRLMAST RECORD LENGTHENED FOR THE ENROLLMENT   *
002700*                STATUS AND ITS DATE; A COURSE RECORDED AS A W   *
002700*                NO LONGER COUNTS TOWARD THE TERM HOURS          *
002700*                REPORTED.                                       *
002700* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 153 BYTES FOR THE  *
002700*                DEGREE CONFERRAL DATE, STAMPED BY GRADCONF.     *
002700* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 170 BYTES FOR THE  *
002700*                DIRECTORY-INFORMATION CONFIDENTIALITY FLAG,     *
002700*                ITS DATE AND REQUESTING OPERATOR.               *
002700* 10/15/26  DW   STUDENTS UNDER A FERPA DIRECTORY-INFORMATION    *
002700*                BLOCK NOW FOLLOW THE CONFRULE RULE FOR NSCVERF  *
002700*                THROUGH CONFCHK - SUPPRESSED, OR SENT WITHOUT   *
002700*                THE ADDRESS AND WITH THE NEW DIRECTORY BLOCK    *
002700*                FLAG. THE T1 TRAILER CARRIES THE SUPPRESSED     *
002700*                AND MASKED COUNTS.                              *
002700* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 186 BYTES FOR THE  *
002700*                DATE OF DEATH AND ITS VERIFICATION SOURCE.      *
002800*--------------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT EV-PARM-FILE ASSIGN TO VERFPARM
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-PARM-STATUS.
003500     SELECT EV-TERMCTL-FILE ASSIGN TO TERMCTL
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-TERMCTL-STATUS.
003800     SELECT EV-MASTER-FILE ASSIGN TO STUMAST
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS STM-STUDENT-ID
004200         FILE STATUS IS WS-MASTER-STATUS.
004300     SELECT EV-ENROLL-FILE ASSIGN TO ENRLMAST
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS ENR-KEY
004700         FILE STATUS IS WS-ENROLL-STATUS.
004800     SELECT EV-SNAP-FILE ASSIGN TO ENRLVSNP
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-SNAP-STATUS.
005100     SELECT EV-NSC-FILE ASSIGN TO NSCVERF
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-NSC-STATUS.
005400     SELECT EV-CAL-FILE ASSIGN TO SUITECAL
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-CAL-STATUS.
005700     SELECT SUITE-PARM-FILE ASSIGN TO SUITEPRM
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-SUITE-STATUS.
006000     SELECT EV-CYCLENO-FILE ASSIGN TO CYCLENO
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-CYCLENO-STATUS.
006300 DATA DIVISION.
006400 FILE SECTION.
006500*--------------------------------------------------------------*
006600* VERFPARM - ONE CARD AFTER ANY '*' COMMENT LINES: THE SCHOOL'S *
006700* CLEARINGHOUSE CODE, THE FULL-TIME, THREE-QUARTER AND HALF-    *
006800* TIME MINIMUM TERM HOURS, A MODE (F FORCES A FULL SUBMISSION,  *
006900* C FORCES CHANGES ONLY, BLANK FOLLOWS THE SCHEDULE) AND UP TO  *
007000* TWELVE MMDD DATES OF THE SCHEDULED FULL SUBMISSIONS.          *
007100*--------------------------------------------------------------*
007200 FD  EV-PARM-FILE.
007300 01  EVP-CARD.
007400     05  EVP-SCHOOL-CODE      PIC X(08).
007500     05  EVP-FULL-HOURS       PIC 9(02).
007600     05  EVP-THREEQ-HOURS     PIC 9(02).
007700     05  EVP-HALF-HOURS       PIC 9(02).
007800     05  EVP-MODE             PIC X(01).
007900     05  EVP-FULL-DATE        PIC 9(04) OCCURS 12 TIMES.
008000 FD  EV-TERMCTL-FILE.
008100 01  TRM-RECORD.
008200     05  TRM-ACTIVE-TERM      PIC X(06).
008300     05  TRM-OPENED-DATE      PIC 9(08).
008400 FD  EV-MASTER-FILE.
008500 01  STM-RECORD.
008600     05  STM-STUDENT-ID       PIC 9(09).
008700     05  STM-NAME             PIC X(25).
008800     05  STM-PROGRAM-CODE     PIC X(04).
008900     05  STM-RES-CODE1        PIC 9(01).
009000     05  STM-RES-CODE2        PIC 9(01).
009100     05  STM-RES-CODE3        PIC 9(01).
009200     05  STM-ENROLL-STATUS    PIC X(01).
009300     05  STM-LAST-MAINT-DATE  PIC 9(08).
009400     05  STM-ADDR-LINE1       PIC X(25).
009500     05  STM-ADDR-LINE2       PIC X(25).
009600     05  STM-CITY             PIC X(15).
009700     05  STM-STATE            PIC X(02).
009800     05  STM-ZIP              PIC X(05).
009900     05  STM-WITHDRAW-DATE    PIC 9(08).
010000     05  STM-DOB              PIC 9(08).
010100     05  STM-STANDING-CODE    PIC X(01).
010200     05  STM-STANDING-TERM    PIC X(06).
010200     05  STM-CONFER-DATE      PIC 9(08).
010200     05  STM-CONFID-FLAG      PIC X(01).
010200         88  STM-CONFIDENTIAL VALUE 'Y'.
010200     05  STM-CONFID-DATE      PIC 9(08).
010200     05  STM-CONFID-OPER      PIC X(08).
010200     05  STM-DEATH-DATE       PIC 9(08).
010200     05  STM-DEATH-SOURCE     PIC X(08).
010300 FD  EV-ENROLL-FILE.
010400 01  ENR-RECORD.
010500     05  ENR-KEY.
010600         10  ENR-STUDENT-ID   PIC 9(09).
010700         10  ENR-COURSE-ID    PIC X(06).
010800         10  ENR-SECTION      PIC X(03).
010900         10  ENR-TERM         PIC X(06).
011000     05  ENR-CREDIT-HOURS     PIC 9(02).
011100     05  ENR-ADD-DATE         PIC 9(08).
011100     05  ENR-STATUS           PIC X(01).
011100         88  ENR-ACTIVE       VALUE 'A' ' '.
011100         88  ENR-WITHDRAWN    VALUE 'W'.
011100     05  ENR-STATUS-DATE      PIC 9(08).
011200*--------------------------------------------------------------*
011300* ENRLVSNP - THE STATUS LAST REPORTED FOR EACH STUDENT, THE     *
011400* BASE THE CHANGE-ONLY NIGHTS ARE COMPARED AGAINST.             *
011500*--------------------------------------------------------------*
011600 FD  EV-SNAP-FILE.
011700 01  EVS-RECORD.
011800     05  EVS-STUDENT-ID       PIC 9(09).
011900     05  EVS-TERM             PIC X(06).
012000     05  EVS-STATUS           PIC X(01).
012100     05  EVS-HOURS            PIC 9(03).
012200*--------------------------------------------------------------*
012300* NSCVERF - THE CLEARINGHOUSE SUBMISSION. H1 HEADER, ONE D1     *
012400* DETAIL PER STUDENT, T1 TRAILER WITH THE CONTROL TOTALS.       *
012500*--------------------------------------------------------------*
012600 FD  EV-NSC-FILE.
012700 01  NSC-RECORD.
012800     05  NSD-REC-TYPE         PIC X(02).
012900     05  NSD-STUDENT-ID       PIC 9(09).
013000     05  NSD-NAME             PIC X(25).
013100     05  NSD-DOB              PIC 9(08).
013200     05  NSD-TERM             PIC X(06).
013300     05  NSD-ENROLL-STATUS    PIC X(01).
013400     05  NSD-STATUS-DATE      PIC 9(08).
013500     05  NSD-CREDIT-HOURS     PIC 9(03).
013600     05  NSD-PROGRAM-CODE     PIC X(04).
013700     05  NSD-ADDR-LINE1       PIC X(25).
013800     05  NSD-ADDR-LINE2       PIC X(25).
013900     05  NSD-CITY             PIC X(15).
014000     05  NSD-STATE            PIC X(02).
014100     05  NSD-ZIP              PIC X(05).
014110     05  NSD-DIRECTORY-BLOCK  PIC X(01).
014120     05  FILLER               PIC X(61).
014300 01  NSC-HEADER-R REDEFINES NSC-RECORD.
014400     05  NSH-REC-TYPE         PIC X(02).
014500     05  NSH-SCHOOL-CODE      PIC X(08).
014600     05  NSH-FILE-DATE        PIC 9(08).
014700     05  NSH-TERM             PIC X(06).
014800     05  NSH-SUBMIT-TYPE      PIC X(01).
014900     05  FILLER               PIC X(175).
015000 01  NSC-TRAILER-R REDEFINES NSC-RECORD.
015100     05  NST-REC-TYPE         PIC X(02).
015200     05  NST-DETAIL-COUNT     PIC 9(07).
015300     05  NST-FULL-COUNT       PIC 9(07).
015400     05  NST-THREEQ-COUNT     PIC 9(07).
015500     05  NST-HALF-COUNT       PIC 9(07).
015600     05  NST-LESS-COUNT       PIC 9(07).
015700     05  NST-WITHDRAWN-COUNT  PIC 9(07).
015800     05  NST-GRADUATED-COUNT  PIC 9(07).
015810     05  NST-SUPPRESSED-COUNT PIC 9(07).
015820     05  NST-MASKED-COUNT     PIC 9(07).
015830     05  FILLER               PIC X(135).
016000 FD  EV-CAL-FILE.
016100 01  CAL-RECORD.
016200     05  CAL-BUSINESS-DATE    PIC 9(08).
016300     05  CAL-MONTH-END-FLAG   PIC X(01).
016400     05  CAL-YEAR-END-FLAG    PIC X(01).
016500 FD  SUITE-PARM-FILE.
016600 01  SP-PARM-CARD             PIC X(11).
016700 FD  EV-CYCLENO-FILE.
016800 01  CYCLENO-CARD.
016900     05  CYC-CYCLE-NUMBER     PIC 9(06).
017000 WORKING-STORAGE SECTION.
017100 01  WS-SUITE-STATUS          PIC X(02).
017200     88  WS-SUITE-OK          VALUE '00'.
017300 01  WS-CYCLENO-STATUS        PIC X(02).
017400     88  WS-CYCLENO-OK        VALUE '00'.
017500 01  WS-CAL-STATUS            PIC X(02).
017600     88  WS-CAL-OK            VALUE '00'.
017700 01  WS-PARM-STATUS           PIC X(02).
017800     88  WS-PARM-OK           VALUE '00'.
017900 01  WS-TERMCTL-STATUS        PIC X(02).
018000     88  WS-TERMCTL-OK        VALUE '00'.
018100 01  WS-MASTER-STATUS         PIC X(02).
018200     88  WS-MASTER-OK         VALUE '00'.
018300 01  WS-ENROLL-STATUS         PIC X(02).
018400     88  WS-ENROLL-OK         VALUE '00'.
018500 01  WS-SNAP-STATUS           PIC X(02).
018600     88  WS-SNAP-OK           VALUE '00'.
018700 01  WS-NSC-STATUS            PIC X(02).
018800     88  WS-NSC-OK            VALUE '00'.
018900 01  WS-EOF-SWITCH            PIC X(01).
019000     88  WS-AT-EOF            VALUE 'Y'.
019100     88  WS-NOT-AT-EOF        VALUE 'N'.
019200 01  WS-MASTER-EOF-SWITCH     PIC X(01).
019300     88  WS-MASTER-AT-EOF     VALUE 'Y'.
019400     88  WS-MASTER-NOT-AT-EOF VALUE 'N'.
019500 01  WS-CARD-SWITCH           PIC X(01) VALUE 'N'.
019600     88  WS-CARD-FOUND        VALUE 'Y'.
019700     88  WS-CARD-MISSING      VALUE 'N'.
019800 01  WS-SUBMIT-TYPE           PIC X(01).
019900     88  WS-FULL-SUBMISSION   VALUE 'F'.
020000     88  WS-CHANGE-SUBMISSION VALUE 'C'.
020100 01  WS-SNAP-FOUND-SWITCH     PIC X(01).
020200     88  WS-SNAP-FOUND        VALUE 'Y'.
020300     88  WS-SNAP-NOT-FOUND    VALUE 'N'.
020400 01  WS-REPORT-SWITCH         PIC X(01).
020500     88  WS-REPORTABLE        VALUE 'Y'.
020600     88  WS-NOT-REPORTABLE    VALUE 'N'.
020700 01  WS-BUSINESS-DATE         PIC 9(08) VALUE 0.
020800 01  WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
020900     05  WS-BUS-YEAR          PIC 9(04).
021000     05  WS-BUS-MMDD          PIC 9(04).
021100 01  WS-ACTIVE-TERM           PIC X(06) VALUE SPACES.
021200 01  WS-TERM-OPENED           PIC 9(08) VALUE 0.
021300 01  WS-SCHOOL-CODE           PIC X(08) VALUE SPACES.
021400 01  WS-FULL-HOURS            PIC 9(02) VALUE 12.
021500 01  WS-THREEQ-HOURS          PIC 9(02) VALUE 9.
021600 01  WS-HALF-HOURS            PIC 9(02) VALUE 6.
021700 01  WS-TERM-HOURS            PIC 9(03).
021800 01  WS-NEW-STATUS            PIC X(01).
021900 01  WS-STATUS-DATE           PIC 9(08).
022000 01  WS-PRIOR-STATUS          PIC X(01).
022100 01  WS-DATE-IDX              PIC 9(02) COMP.
022200 01  WS-SNAP-COUNT            PIC 9(05) COMP VALUE 0.
022300 01  WS-SNAP-MAX              PIC 9(05) COMP VALUE 20000.
022400 01  WS-SNAP-IDX              PIC 9(05) COMP.
022500 01  WS-SNAP-OVERFLOW-SWITCH  PIC X(01) VALUE 'N'.
022600     88  WS-SNAP-OVERFLOWED   VALUE 'Y'.
022700     88  WS-SNAP-FIT          VALUE 'N'.
022800 01  WS-CUR-COUNT             PIC 9(05) COMP VALUE 0.
022900 01  WS-CUR-IDX               PIC 9(05) COMP.
023000 01  WS-MASTERS-READ          PIC 9(07) COMP VALUE 0.
023100 01  WS-DETAIL-COUNT          PIC 9(07) COMP VALUE 0.
023200 01  WS-FULL-COUNT            PIC 9(07) COMP VALUE 0.
023300 01  WS-THREEQ-COUNT          PIC 9(07) COMP VALUE 0.
023400 01  WS-HALF-COUNT            PIC 9(07) COMP VALUE 0.
023500 01  WS-LESS-COUNT            PIC 9(07) COMP VALUE 0.
023600 01  WS-WITHDRAWN-COUNT       PIC 9(07) COMP VALUE 0.
023700 01  WS-GRADUATED-COUNT       PIC 9(07) COMP VALUE 0.
023710 01  WS-SUPPRESSED-COUNT      PIC 9(07) COMP VALUE 0.
023720 01  WS-MASKED-COUNT          PIC 9(07) COMP VALUE 0.
023800*--------------------------------------------------------------*
023900* EV-SNAP-TABLE - THE ENRLVSNP SNAPSHOT, LOADED ONCE FOR THE     *
024000* CHANGE COMPARISON.                                             *
024100*--------------------------------------------------------------*
024200 01  EV-SNAP-TABLE.
024300     05  EV-SNAP-ENTRY OCCURS 20000 TIMES.
024400         10  ESN-STUDENT-ID   PIC 9(09).
024500         10  ESN-TERM         PIC X(06).
024600         10  ESN-STATUS       PIC X(01).
024700*--------------------------------------------------------------*
024800* EV-CUR-TABLE - TONIGHT'S STATUS FOR EVERY STUDENT REPORTED,   *
024900* WRITTEN BACK AS THE NEW SNAPSHOT AT THE END OF THE RUN.       *
025000*--------------------------------------------------------------*
025100 01  EV-CUR-TABLE.
025200     05  EV-CUR-ENTRY OCCURS 20000 TIMES.
025300         10  ECU-STUDENT-ID   PIC 9(09).
025400         10  ECU-STATUS       PIC X(01).
025500         10  ECU-HOURS        PIC 9(03).
025600 COPY SUITEPRM.
025700 COPY CKPTPARM.
025800 COPY STEPPARM.
025810 COPY CONFPARM.
025900 PROCEDURE DIVISION.
026000 0000-MAINLINE.
026100     PERFORM 0005-CHECK-CHECKPOINT
026200         THRU 0005-CHECK-CHECKPOINT-EXIT.
026300     MOVE 'ENRLVERF' TO SL-PROGRAM-ID.
026400     SET SL-PHASE-START TO TRUE.
026500     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
026600     PERFORM 0010-READ-SUITE-PARM THRU 0010-READ-SUITE-PARM-EXIT.
026700     PERFORM 0020-READ-BUSINESS-DATE
026800         THRU 0020-READ-BUSINESS-DATE-EXIT.
026900     PERFORM 1000-READ-VERIFY-PARM
027000         THRU 1000-READ-VERIFY-PARM-EXIT.
027100     IF WS-CARD-MISSING
027200         DISPLAY 'ENRLVERF: NO VERFPARM CARD - NOTHING SENT'
027300         MOVE 8 TO RETURN-CODE
027400         GO TO 9999-EXIT
027500     END-IF.
027600     PERFORM 1100-READ-ACTIVE-TERM
027700         THRU 1100-READ-ACTIVE-TERM-EXIT.
027800     IF WS-ACTIVE-TERM = SPACES
027900         DISPLAY 'ENRLVERF: NO ACTIVE TERM ON TERMCTL - '
028000             'NOTHING SENT'
028100         MOVE 8 TO RETURN-CODE
028200         GO TO 9999-EXIT
028300     END-IF.
028400     PERFORM 1200-LOAD-SNAPSHOT
028500         THRU 1200-LOAD-SNAPSHOT-EXIT.
028600     IF WS-SNAP-OVERFLOWED
028700         DISPLAY 'ENRLVERF: ENRLVSNP LONGER THAN ' WS-SNAP-MAX
028800             ' STUDENTS - NOTHING SENT. RAISE THE TABLE.'
028900         MOVE 8 TO RETURN-CODE
029000         GO TO 9999-EXIT
029100     END-IF.
029200     PERFORM 1300-SET-SUBMISSION-TYPE
029300         THRU 1300-SET-SUBMISSION-TYPE-EXIT.
029310     MOVE 'NSCVERF' TO CF-OUTPUT-NAME.
029320     CALL 'CONFCHK' USING CONF-PARM-BLOCK.
029400     OPEN INPUT EV-MASTER-FILE.
029500     OPEN INPUT EV-ENROLL-FILE.
029600     IF NOT WS-MASTER-OK
029700         OR NOT WS-ENROLL-OK
029800         DISPLAY 'ENRLVERF: STUMAST ' WS-MASTER-STATUS
029900             ' ENRLMAST ' WS-ENROLL-STATUS ' - NOTHING SENT'
030000         MOVE 8 TO RETURN-CODE
030100         GO TO 9999-EXIT
030200     END-IF.
030300     OPEN OUTPUT EV-NSC-FILE.
030400     PERFORM 2000-WRITE-HEADER
030500         THRU 2000-WRITE-HEADER-EXIT.
030600     SET WS-MASTER-NOT-AT-EOF TO TRUE.
030700     PERFORM 3100-READ-ONE-MASTER
030800         THRU 3100-READ-ONE-MASTER-EXIT.
030900     PERFORM UNTIL WS-MASTER-AT-EOF
031000         PERFORM 3000-VERIFY-ONE-STUDENT
031100             THRU 3000-VERIFY-ONE-STUDENT-EXIT
031200         PERFORM 3100-READ-ONE-MASTER
031300             THRU 3100-READ-ONE-MASTER-EXIT
031400     END-PERFORM.
031500     IF WS-SNAP-OVERFLOWED
031600         DISPLAY 'ENRLVERF: MORE THAN ' WS-SNAP-MAX
031700             ' STUDENTS TO REPORT - SUBMISSION INCOMPLETE.'
031800             ' RAISE THE TABLE.'
031900         MOVE 8 TO RETURN-CODE
032000         CLOSE EV-NSC-FILE
032100         CLOSE EV-MASTER-FILE
032200         CLOSE EV-ENROLL-FILE
032300         GO TO 9999-EXIT
032400     END-IF.
032500     PERFORM 5000-WRITE-TRAILER
032600         THRU 5000-WRITE-TRAILER-EXIT.
032700     CLOSE EV-NSC-FILE.
032800     CLOSE EV-MASTER-FILE.
032900     CLOSE EV-ENROLL-FILE.
033000     IF SP-PRODUCTION-MODE
033100         PERFORM 7000-REWRITE-SNAPSHOT
033200             THRU 7000-REWRITE-SNAPSHOT-EXIT
033300     END-IF.
033400     DISPLAY 'ENRLVERF: ' WS-SUBMIT-TYPE ' SUBMISSION FOR TERM '
033500         WS-ACTIVE-TERM ' - ' WS-DETAIL-COUNT ' STUDENTS SENT OF '
033600         WS-MASTERS-READ ' ON THE MASTER'.
033700     PERFORM 0900-MARK-CHECKPOINT
033800         THRU 0900-MARK-CHECKPOINT-EXIT.
033900     GO TO 9999-EXIT.
034000*--------------------------------------------------------------*
034100* 0005-CHECK-CHECKPOINT - ASKS CKPTCHK WHETHER ENRLVERF ALREADY *
034200* COMPLETED THIS CYCLE. IF SO, THE RUN ENDS HERE RATHER THAN    *
034300* SENDING THE CLEARINGHOUSE THE SAME CHANGES TWICE.             *
034400*--------------------------------------------------------------*
034500 0005-CHECK-CHECKPOINT.
034600     MOVE 'ENRLVERF' TO CK-PROGRAM-ID.
034700     SET CK-CHECK TO TRUE.
034800     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
034900     IF CK-ALREADY-DONE
035000         DISPLAY 'ENRLVERF: ALREADY COMPLETED THIS CYCLE - '
035100             'SKIPPING'
035200         GO TO 9999-EXIT
035300     END-IF.
035400 0005-CHECK-CHECKPOINT-EXIT.
035500     EXIT.
035600*--------------------------------------------------------------*
035700* 0900-MARK-CHECKPOINT - TELLS CKPTCHK THAT ENRLVERF COMPLETED  *
035800* THIS CYCLE'S SUBMISSION SUCCESSFULLY.                         *
035900*--------------------------------------------------------------*
036000 0900-MARK-CHECKPOINT.
036100     MOVE 'ENRLVERF' TO CK-PROGRAM-ID.
036200     SET CK-MARK TO TRUE.
036300     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
036400     MOVE 'ENRLVERF' TO SL-PROGRAM-ID.
036500     SET SL-PHASE-END TO TRUE.
036600     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
036700 0900-MARK-CHECKPOINT-EXIT.
036800     EXIT.
036900*--------------------------------------------------------------*
037000* 0010-READ-SUITE-PARM - READS THE SUITE-WIDE CONTROL CARD      *
037100* FROM SUITEPRM, THEN THE CYCLE NUMBER OFF CYCLENO.             *
037200*--------------------------------------------------------------*
037300 0010-READ-SUITE-PARM.
037400     OPEN INPUT SUITE-PARM-FILE.
037500     IF WS-SUITE-OK
037600         READ SUITE-PARM-FILE
037700             AT END
037800                 CONTINUE
037900         END-READ
038000         IF WS-SUITE-OK
038100             MOVE SP-PARM-CARD (1:1)  TO SP-TEST-MODE-SWITCH
038200             MOVE SP-PARM-CARD (2:10) TO SP-BATCH-ID
038300         END-IF
038400         CLOSE SUITE-PARM-FILE
038500     END-IF.
038600     OPEN INPUT EV-CYCLENO-FILE.
038700     IF WS-CYCLENO-OK
038800         READ EV-CYCLENO-FILE
038900             AT END
039000                 CONTINUE
039100         END-READ
039200         IF WS-CYCLENO-OK
039300             AND CYC-CYCLE-NUMBER NUMERIC
039400             MOVE CYC-CYCLE-NUMBER TO SP-CYCLE-NUMBER
039500         END-IF
039600         CLOSE EV-CYCLENO-FILE
039700     END-IF.
039800 0010-READ-SUITE-PARM-EXIT.
039900     EXIT.
040000*--------------------------------------------------------------*
040100* 0020-READ-BUSINESS-DATE - THE SUITECAL BUSINESS DATE, WALL-   *
040200* CLOCK FALLBACK AS EVERYWHERE. IT DATES THE SUBMISSION AND     *
040300* PICKS OUT THE SCHEDULED FULL-SUBMISSION NIGHTS.               *
040400*--------------------------------------------------------------*
040500 0020-READ-BUSINESS-DATE.
040600     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
040700     OPEN INPUT EV-CAL-FILE.
040800     IF WS-CAL-OK
040900         READ EV-CAL-FILE
041000             AT END
041100                 CONTINUE
041200         END-READ
041300         IF WS-CAL-OK
041400             AND CAL-BUSINESS-DATE NUMERIC
041500             AND CAL-BUSINESS-DATE > 0
041600             MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
041700         END-IF
041800         CLOSE EV-CAL-FILE
041900     END-IF.
042000 0020-READ-BUSINESS-DATE-EXIT.
042100     EXIT.
042200*--------------------------------------------------------------*
042300* 1000-READ-VERIFY-PARM - THE FIRST NON-COMMENT VERFPARM CARD.  *
042400* A THRESHOLD LEFT BLANK KEEPS THE 12/9/6 HOUR DEFAULT.         *
042500*--------------------------------------------------------------*
042600 1000-READ-VERIFY-PARM.
042700     SET WS-CARD-MISSING TO TRUE.
042800     SET WS-NOT-AT-EOF TO TRUE.
042900     OPEN INPUT EV-PARM-FILE.
043000     IF NOT WS-PARM-OK
043100         GO TO 1000-READ-VERIFY-PARM-EXIT
043200     END-IF.
043300     PERFORM UNTIL WS-AT-EOF
043400             OR WS-CARD-FOUND
043500         READ EV-PARM-FILE
043600             AT END
043700                 SET WS-AT-EOF TO TRUE
043800             NOT AT END
043900                 IF EVP-CARD (1:1) NOT = '*'
044000                     AND EVP-CARD (1:1) NOT = SPACE
044100                     SET WS-CARD-FOUND TO TRUE
044200                 END-IF
044300         END-READ
044400     END-PERFORM.
044500     CLOSE EV-PARM-FILE.
044600     IF WS-CARD-MISSING
044700         GO TO 1000-READ-VERIFY-PARM-EXIT
044800     END-IF.
044900     MOVE EVP-SCHOOL-CODE TO WS-SCHOOL-CODE.
045000     IF EVP-FULL-HOURS NUMERIC
045100         AND EVP-FULL-HOURS > 0
045200         MOVE EVP-FULL-HOURS TO WS-FULL-HOURS
045300     END-IF.
045400     IF EVP-THREEQ-HOURS NUMERIC
045500         AND EVP-THREEQ-HOURS > 0
045600         MOVE EVP-THREEQ-HOURS TO WS-THREEQ-HOURS
045700     END-IF.
045800     IF EVP-HALF-HOURS NUMERIC
045900         AND EVP-HALF-HOURS > 0
046000         MOVE EVP-HALF-HOURS TO WS-HALF-HOURS
046100     END-IF.
046200 1000-READ-VERIFY-PARM-EXIT.
046300     EXIT.
046400*--------------------------------------------------------------*
046500* 1100-READ-ACTIVE-TERM - THE TERM BEING VERIFIED AND THE DATE  *
046600* IT OPENED, OFF TERMCTL.                                       *
046700*--------------------------------------------------------------*
046800 1100-READ-ACTIVE-TERM.
046900     OPEN INPUT EV-TERMCTL-FILE.
047000     IF WS-TERMCTL-OK
047100         READ EV-TERMCTL-FILE
047200             AT END
047300                 CONTINUE
047400         END-READ
047500         IF WS-TERMCTL-OK
047600             MOVE TRM-ACTIVE-TERM TO WS-ACTIVE-TERM
047700             IF TRM-OPENED-DATE NUMERIC
047800                 MOVE TRM-OPENED-DATE TO WS-TERM-OPENED
047900             END-IF
048000         END-IF
048100         CLOSE EV-TERMCTL-FILE
048200     END-IF.
048300 1100-READ-ACTIVE-TERM-EXIT.
048400     EXIT.
048500*--------------------------------------------------------------*
048600* 1200-LOAD-SNAPSHOT - WHAT WAS LAST REPORTED. NO SNAPSHOT IS   *
048700* THE FIRST RUN EVER.                                           *
048800*--------------------------------------------------------------*
048900 1200-LOAD-SNAPSHOT.
049000     MOVE 0 TO WS-SNAP-COUNT.
049100     SET WS-NOT-AT-EOF TO TRUE.
049200     OPEN INPUT EV-SNAP-FILE.
049300     IF NOT WS-SNAP-OK
049400         GO TO 1200-LOAD-SNAPSHOT-EXIT
049500     END-IF.
049600     PERFORM UNTIL WS-AT-EOF
049700         READ EV-SNAP-FILE
049800             AT END
049900                 SET WS-AT-EOF TO TRUE
050000             NOT AT END
050100                 IF WS-SNAP-COUNT < WS-SNAP-MAX
050200                     ADD 1 TO WS-SNAP-COUNT
050300                     MOVE EVS-STUDENT-ID
050400                         TO ESN-STUDENT-ID (WS-SNAP-COUNT)
050500                     MOVE EVS-TERM TO ESN-TERM (WS-SNAP-COUNT)
050600                     MOVE EVS-STATUS TO ESN-STATUS (WS-SNAP-COUNT)
050700                 ELSE
050800                     SET WS-SNAP-OVERFLOWED TO TRUE
050900                     SET WS-AT-EOF TO TRUE
051000                 END-IF
051100         END-READ
051200     END-PERFORM.
051300     CLOSE EV-SNAP-FILE.
051400 1200-LOAD-SNAPSHOT-EXIT.
051500     EXIT.
051600*--------------------------------------------------------------*
051700* 1300-SET-SUBMISSION-TYPE - FULL WHEN THE CARD FORCES IT, ON A *
051800* SCHEDULED FULL-SUBMISSION DATE, OR WHEN THERE IS NO SNAPSHOT  *
051900* FOR THE ACTIVE TERM TO COMPARE AGAINST (FIRST RUN, NEW TERM). *
052000* CHANGES ONLY OTHERWISE.                                       *
052100*--------------------------------------------------------------*
052200 1300-SET-SUBMISSION-TYPE.
052300     SET WS-CHANGE-SUBMISSION TO TRUE.
052400     IF EVP-MODE = 'F'
052500         SET WS-FULL-SUBMISSION TO TRUE
052600     END-IF.
052700     IF EVP-MODE = SPACE
052800         PERFORM VARYING WS-DATE-IDX FROM 1 BY 1
052900                 UNTIL WS-DATE-IDX > 12
053000             IF EVP-FULL-DATE (WS-DATE-IDX) NUMERIC
053100                 AND EVP-FULL-DATE (WS-DATE-IDX) = WS-BUS-MMDD
053200                 SET WS-FULL-SUBMISSION TO TRUE
053300             END-IF
053400         END-PERFORM
053500     END-IF.
053600     IF WS-SNAP-COUNT = 0
053700         SET WS-FULL-SUBMISSION TO TRUE
053800     ELSE
053900         IF ESN-TERM (1) NOT = WS-ACTIVE-TERM
054000             SET WS-FULL-SUBMISSION TO TRUE
054100         END-IF
054200     END-IF.
054300 1300-SET-SUBMISSION-TYPE-EXIT.
054400     EXIT.
054500*--------------------------------------------------------------*
054600* 2000-WRITE-HEADER - THE H1 HEADER: SCHOOL CODE, FILE DATE,    *
054700* TERM AND F (FULL) OR C (CHANGES ONLY).                        *
054800*--------------------------------------------------------------*
054900 2000-WRITE-HEADER.
055000     MOVE SPACES TO NSC-RECORD.
055100     MOVE 'H1' TO NSH-REC-TYPE.
055200     MOVE WS-SCHOOL-CODE TO NSH-SCHOOL-CODE.
055300     MOVE WS-BUSINESS-DATE TO NSH-FILE-DATE.
055400     MOVE WS-ACTIVE-TERM TO NSH-TERM.
055500     MOVE WS-SUBMIT-TYPE TO NSH-SUBMIT-TYPE.
055600     WRITE NSC-RECORD.
055700 2000-WRITE-HEADER-EXIT.
055800     EXIT.
055900*--------------------------------------------------------------*
056000* 3000-VERIFY-ONE-STUDENT - SUMS THE TERM HOURS, DERIVES THE    *
056010* STATUS, AND SENDS THE STUDENT WHEN THE NIGHT CALLS FOR IT. A  *
056020* STUDENT UNDER A FERPA DIRECTORY-INFORMATION BLOCK IS LEFT OFF *
056030* ENTIRELY (AND OUT OF THE SNAPSHOT, SO LIFTING THE BLOCK SENDS *
056040* THEM AGAIN) WHEN CONFRULE SAYS SUPPRESS FOR NSCVERF.          *
056200*--------------------------------------------------------------*
056300 3000-VERIFY-ONE-STUDENT.
056400     ADD 1 TO WS-MASTERS-READ.
056500     PERFORM 3200-SUM-TERM-HOURS
056600         THRU 3200-SUM-TERM-HOURS-EXIT.
056700     PERFORM 3300-FIND-SNAPSHOT
056800         THRU 3300-FIND-SNAPSHOT-EXIT.
056900     PERFORM 3400-DERIVE-STATUS
057000         THRU 3400-DERIVE-STATUS-EXIT.
057100     IF WS-NOT-REPORTABLE
057200         GO TO 3000-VERIFY-ONE-STUDENT-EXIT
057300     END-IF.
057310     IF STM-CONFIDENTIAL AND CF-SUPPRESS
057320         ADD 1 TO WS-SUPPRESSED-COUNT
057330         GO TO 3000-VERIFY-ONE-STUDENT-EXIT
057340     END-IF.
057400     IF WS-CUR-COUNT < WS-SNAP-MAX
057500         ADD 1 TO WS-CUR-COUNT
057600         MOVE STM-STUDENT-ID TO ECU-STUDENT-ID (WS-CUR-COUNT)
057700         MOVE WS-NEW-STATUS TO ECU-STATUS (WS-CUR-COUNT)
057800         MOVE WS-TERM-HOURS TO ECU-HOURS (WS-CUR-COUNT)
057900     ELSE
058000         SET WS-SNAP-OVERFLOWED TO TRUE
058100     END-IF.
058200     IF WS-CHANGE-SUBMISSION
058300         AND WS-SNAP-FOUND
058400         AND WS-PRIOR-STATUS = WS-NEW-STATUS
058500         GO TO 3000-VERIFY-ONE-STUDENT-EXIT
058600     END-IF.
058700     PERFORM 4000-WRITE-DETAIL
058800         THRU 4000-WRITE-DETAIL-EXIT.
058900 3000-VERIFY-ONE-STUDENT-EXIT.
059000     EXIT.
059100*--------------------------------------------------------------*
059200* 3100-READ-ONE-MASTER - A SINGLE READ OF STUMAST.              *
059300*--------------------------------------------------------------*
059400 3100-READ-ONE-MASTER.
059500     READ EV-MASTER-FILE
059600         AT END SET WS-MASTER-AT-EOF TO TRUE
059700     END-READ.
059800 3100-READ-ONE-MASTER-EXIT.
059900     EXIT.
060000*--------------------------------------------------------------*
060100* 3200-SUM-TERM-HOURS - THE STUDENT'S ENRLMAST CREDIT HOURS IN  *
060200* THE ACTIVE TERM, KEYED READ FORWARD FROM THE FIRST ENROLLMENT *
060300* FOR THE ID UNTIL THE ID CHANGES. A W ENROLLMENT CARRIES NO    *
060310* HOURS.                                                        *
060400*--------------------------------------------------------------*
060500 3200-SUM-TERM-HOURS.
060600     MOVE 0 TO WS-TERM-HOURS.
060700     SET WS-NOT-AT-EOF TO TRUE.
060800     MOVE LOW-VALUES TO ENR-KEY.
060900     MOVE STM-STUDENT-ID TO ENR-STUDENT-ID.
061000     START EV-ENROLL-FILE KEY IS NOT LESS THAN ENR-KEY
061100         INVALID KEY
061200             SET WS-AT-EOF TO TRUE
061300     END-START.
061400     PERFORM UNTIL WS-AT-EOF
061500         READ EV-ENROLL-FILE NEXT RECORD
061600             AT END
061700                 SET WS-AT-EOF TO TRUE
061800             NOT AT END
061900                 IF ENR-STUDENT-ID NOT = STM-STUDENT-ID
062000                     SET WS-AT-EOF TO TRUE
062100                 ELSE
062200                     IF ENR-TERM = WS-ACTIVE-TERM
062300                         AND ENR-CREDIT-HOURS NUMERIC
062310                         AND ENR-ACTIVE
062400                         ADD ENR-CREDIT-HOURS TO WS-TERM-HOURS
062500                     END-IF
062600                 END-IF
062700         END-READ
062800     END-PERFORM.
062900 3200-SUM-TERM-HOURS-EXIT.
063000     EXIT.
063100*--------------------------------------------------------------*
063200* 3300-FIND-SNAPSHOT - THE STATUS LAST REPORTED FOR THE         *
063300* STUDENT IN THE ACTIVE TERM, IF ANY.                           *
063400*--------------------------------------------------------------*
063500 3300-FIND-SNAPSHOT.
063600     SET WS-SNAP-NOT-FOUND TO TRUE.
063700     MOVE SPACE TO WS-PRIOR-STATUS.
063800     PERFORM VARYING WS-SNAP-IDX FROM 1 BY 1
063900             UNTIL WS-SNAP-IDX > WS-SNAP-COUNT
064000             OR WS-SNAP-FOUND
064100         IF ESN-STUDENT-ID (WS-SNAP-IDX) = STM-STUDENT-ID
064200             AND ESN-TERM (WS-SNAP-IDX) = WS-ACTIVE-TERM
064300             SET WS-SNAP-FOUND TO TRUE
064400             MOVE ESN-STATUS (WS-SNAP-IDX) TO WS-PRIOR-STATUS
064500         END-IF
064600     END-PERFORM.
064700 3300-FIND-SNAPSHOT-EXIT.
064800     EXIT.
064900*--------------------------------------------------------------*
065000* 3400-DERIVE-STATUS - THE CLEARINGHOUSE STATUS. W AND G ON THE *
065100* MASTER WIN; OTHERWISE THE TERM HOURS ARE BANDED. A STUDENT    *
065200* WITH NO HOURS IS SENT ONLY WHEN ALREADY REPORTED ENROLLED    *
065300* (NOW WITHDRAWN) OR WITHDRAWN SINCE THE TERM OPENED.           *
065400*--------------------------------------------------------------*
065500 3400-DERIVE-STATUS.
065600     SET WS-REPORTABLE TO TRUE.
065700     MOVE WS-TERM-OPENED TO WS-STATUS-DATE.
065800     EVALUATE TRUE
065900         WHEN STM-ENROLL-STATUS = 'W'
066000             MOVE 'W' TO WS-NEW-STATUS
066100             IF STM-WITHDRAW-DATE NUMERIC
066200                 AND STM-WITHDRAW-DATE > 0
066300                 MOVE STM-WITHDRAW-DATE TO WS-STATUS-DATE
066400             ELSE
066500                 MOVE WS-BUSINESS-DATE TO WS-STATUS-DATE
066600             END-IF
066700             IF WS-TERM-HOURS = 0
066800                 AND WS-SNAP-NOT-FOUND
066900                 AND WS-STATUS-DATE < WS-TERM-OPENED
067000                 SET WS-NOT-REPORTABLE TO TRUE
067100             END-IF
067200         WHEN STM-ENROLL-STATUS = 'G'
067300             MOVE 'G' TO WS-NEW-STATUS
067400             MOVE STM-LAST-MAINT-DATE TO WS-STATUS-DATE
067500             IF WS-TERM-HOURS = 0
067600                 AND WS-SNAP-NOT-FOUND
067700                 SET WS-NOT-REPORTABLE TO TRUE
067800             END-IF
067900         WHEN WS-TERM-HOURS NOT < WS-FULL-HOURS
068000             MOVE 'F' TO WS-NEW-STATUS
068100         WHEN WS-TERM-HOURS NOT < WS-THREEQ-HOURS
068200             MOVE 'Q' TO WS-NEW-STATUS
068300         WHEN WS-TERM-HOURS NOT < WS-HALF-HOURS
068400             MOVE 'H' TO WS-NEW-STATUS
068500         WHEN WS-TERM-HOURS > 0
068600             MOVE 'L' TO WS-NEW-STATUS
068700         WHEN WS-SNAP-FOUND
068800             AND WS-PRIOR-STATUS NOT = 'W'
068900             MOVE 'W' TO WS-NEW-STATUS
069000             MOVE WS-BUSINESS-DATE TO WS-STATUS-DATE
069100         WHEN OTHER
069200             SET WS-NOT-REPORTABLE TO TRUE
069300     END-EVALUATE.
069400 3400-DERIVE-STATUS-EXIT.
069500     EXIT.
069600*--------------------------------------------------------------*
069700* 4000-WRITE-DETAIL - ONE D1 DETAIL IN THE CLEARINGHOUSE        *
069710* LAYOUT, COUNTED INTO THE TRAILER TOTALS. A CONFIDENTIAL       *
069720* STUDENT UNDER THE MASK RULE GOES WITHOUT THE ADDRESS AND WITH *
069730* THE DIRECTORY BLOCK FLAG SET; A RELEASE RULE SENDS THEM       *
069735* AS-IS.                                                        *
069900*--------------------------------------------------------------*
070000 4000-WRITE-DETAIL.
070100     MOVE SPACES TO NSC-RECORD.
070200     MOVE 'D1' TO NSD-REC-TYPE.
070300     MOVE STM-STUDENT-ID TO NSD-STUDENT-ID.
070400     MOVE STM-NAME TO NSD-NAME.
070500     MOVE STM-DOB TO NSD-DOB.
070600     MOVE WS-ACTIVE-TERM TO NSD-TERM.
070700     MOVE WS-NEW-STATUS TO NSD-ENROLL-STATUS.
070800     MOVE WS-STATUS-DATE TO NSD-STATUS-DATE.
070900     MOVE WS-TERM-HOURS TO NSD-CREDIT-HOURS.
071000     MOVE STM-PROGRAM-CODE TO NSD-PROGRAM-CODE.
071100     MOVE STM-ADDR-LINE1 TO NSD-ADDR-LINE1.
071200     MOVE STM-ADDR-LINE2 TO NSD-ADDR-LINE2.
071300     MOVE STM-CITY TO NSD-CITY.
071400     MOVE STM-STATE TO NSD-STATE.
071500     MOVE STM-ZIP TO NSD-ZIP.
071510     IF STM-CONFIDENTIAL AND CF-MASK
071520         MOVE SPACES TO NSD-ADDR-LINE1
071530         MOVE SPACES TO NSD-ADDR-LINE2
071540         MOVE SPACES TO NSD-CITY
071550         MOVE SPACES TO NSD-STATE
071560         MOVE SPACES TO NSD-ZIP
071570         MOVE 'Y' TO NSD-DIRECTORY-BLOCK
071580         ADD 1 TO WS-MASKED-COUNT
071590     END-IF.
071600     WRITE NSC-RECORD.
071700     ADD 1 TO WS-DETAIL-COUNT.
071800     EVALUATE WS-NEW-STATUS
071900         WHEN 'F'
072000             ADD 1 TO WS-FULL-COUNT
072100         WHEN 'Q'
072200             ADD 1 TO WS-THREEQ-COUNT
072300         WHEN 'H'
072400             ADD 1 TO WS-HALF-COUNT
072500         WHEN 'L'
072600             ADD 1 TO WS-LESS-COUNT
072700         WHEN 'W'
072800             ADD 1 TO WS-WITHDRAWN-COUNT
072900         WHEN 'G'
073000             ADD 1 TO WS-GRADUATED-COUNT
073100     END-EVALUATE.
073200 4000-WRITE-DETAIL-EXIT.
073300     EXIT.
073400*--------------------------------------------------------------*
073500* 5000-WRITE-TRAILER - THE T1 TRAILER: DETAIL COUNT AND THE     *
073510* COUNT BY STATUS FOR THE RECEIVING SIDE TO VERIFY, AND HOW     *
073520* MANY CONFIDENTIAL STUDENTS WERE SUPPRESSED OR MASKED.         *
073700*--------------------------------------------------------------*
073800 5000-WRITE-TRAILER.
073900     MOVE SPACES TO NSC-RECORD.
074000     MOVE 'T1' TO NST-REC-TYPE.
074100     MOVE WS-DETAIL-COUNT TO NST-DETAIL-COUNT.
074200     MOVE WS-FULL-COUNT TO NST-FULL-COUNT.
074300     MOVE WS-THREEQ-COUNT TO NST-THREEQ-COUNT.
074400     MOVE WS-HALF-COUNT TO NST-HALF-COUNT.
074500     MOVE WS-LESS-COUNT TO NST-LESS-COUNT.
074600     MOVE WS-WITHDRAWN-COUNT TO NST-WITHDRAWN-COUNT.
074700     MOVE WS-GRADUATED-COUNT TO NST-GRADUATED-COUNT.
074710     MOVE WS-SUPPRESSED-COUNT TO NST-SUPPRESSED-COUNT.
074720     MOVE WS-MASKED-COUNT TO NST-MASKED-COUNT.
074800     WRITE NSC-RECORD.
074900 5000-WRITE-TRAILER-EXIT.
075000     EXIT.
075100*--------------------------------------------------------------*
075200* 7000-REWRITE-SNAPSHOT - TONIGHT'S STATUSES BECOME THE BASE    *
075300* FOR THE NEXT CHANGE-ONLY NIGHT.                               *
075400*--------------------------------------------------------------*
075500 7000-REWRITE-SNAPSHOT.
075600     OPEN OUTPUT EV-SNAP-FILE.
075700     IF NOT WS-SNAP-OK
075800         DISPLAY 'ENRLVERF: CANNOT REWRITE ENRLVSNP - STATUS '
075900             WS-SNAP-STATUS
076000         MOVE 8 TO RETURN-CODE
076100         GO TO 7000-REWRITE-SNAPSHOT-EXIT
076200     END-IF.
076300     PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
076400             UNTIL WS-CUR-IDX > WS-CUR-COUNT
076500         MOVE ECU-STUDENT-ID (WS-CUR-IDX) TO EVS-STUDENT-ID
076600         MOVE WS-ACTIVE-TERM TO EVS-TERM
076700         MOVE ECU-STATUS (WS-CUR-IDX) TO EVS-STATUS
076800         MOVE ECU-HOURS (WS-CUR-IDX) TO EVS-HOURS
076900         WRITE EVS-RECORD
077000     END-PERFORM.
077100     CLOSE EV-SNAP-FILE.
077200 7000-REWRITE-SNAPSHOT-EXIT.
077300     EXIT.
077400*--------------------------------------------------------------*
077500* 9999-EXIT                                                    *
077600*--------------------------------------------------------------*
077700 9999-EXIT.
077800     STOP RUN.
