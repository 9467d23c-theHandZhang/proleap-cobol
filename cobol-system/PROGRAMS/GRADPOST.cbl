000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADPOST.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - GRADE POSTING. ENRLMAST SAYS  *
001100*                WHAT A STUDENT TOOK BUT NOT HOW THEY DID. THIS *
001200*                STEP APPLIES THE GRADFEED FACULTY GRADE FEED,  *
001300*                KEYED THE SAME WAY AS ENR-KEY, TO THE NEW      *
001400*                INDEXED ACADHIST ACADEMIC HISTORY FILE         *
001500*                (ACADHREC LAYOUT). EACH GRADE IS EDITED        *
001600*                AGAINST THE GRADSCAL GRADE-SCALE MEMBER AND    *
001700*                THE MATCHING ENRLMAST ENROLLMENT, WHOSE CREDIT *
001800*                HOURS CARRY ACROSS ONTO THE HISTORY RECORD.    *
001900*                FAILURES GO TO GRADREJ WITH A REASON CODE THE  *
002000*                SAME WAY ENRLPOST WRITES ENRLREJ. A GRADE FOR  *
002100*                A KEY ALREADY GRADED IS A GRADE CHANGE AND     *
002200*                KEEPS THE GRADE IT REPLACED. THE STUGPA        *
002300*                SUMMARY (STUGPREC LAYOUT) IS THEN REBUILT FROM *
002400*                THE HISTORY - TERM AND CUMULATIVE GPA,         *
002500*                ATTEMPTED AND EARNED HOURS PER STUDENT PER     *
002600*                TERM - AND EVERY STUDENT GRADED TONIGHT PRINTS *
002700*                ON THE GPAREG REGISTER FOR ADVISING.           *
002700* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 145 BYTES FOR THE  *
002700*                ACADEMIC STANDING CODE AND ITS EFFECTIVE TERM,  *
002700*                STAMPED AT TERM END BY ACADSTND.                *
002700* 10/15/26  DW   ENRLMAST RECORD LENGTHENED TO 43 BYTES FOR THE  *
002700*                ENROLLMENT STATUS (W FOR A WITHDRAWAL AFTER THE *
002700*                NO-RECORD DROP DATE) AND ITS DATE.              *
002700* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 153 BYTES FOR THE  *
002700*                DEGREE CONFERRAL DATE, STAMPED BY GRADCONF.     *
002700* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 170 BYTES FOR THE  *
002700*                DIRECTORY-INFORMATION CONFIDENTIALITY FLAG,     *
002700*                ITS DATE AND REQUESTING OPERATOR.               *
002700* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 186 BYTES FOR THE  *
002700*                DATE OF DEATH AND ITS VERIFICATION SOURCE.      *
002800*--------------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT GP-FEED-FILE ASSIGN TO GRADFEED
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-FEED-STATUS.
003500     SELECT GP-SCALE-FILE ASSIGN TO GRADSCAL
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-SCALE-STATUS.
003800     SELECT GP-ENROLL-FILE ASSIGN TO ENRLMAST
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS ENR-KEY
004200         FILE STATUS IS WS-ENROLL-STATUS.
004300     SELECT GP-MASTER-FILE ASSIGN TO STUMAST
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS STM-STUDENT-ID
004700         FILE STATUS IS WS-MASTER-STATUS.
004800     SELECT GP-HIST-FILE ASSIGN TO ACADHIST
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS AHS-KEY
005200         FILE STATUS IS WS-HIST-STATUS.
005300     SELECT GP-GPA-FILE ASSIGN TO STUGPA
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS GPA-KEY
005700         FILE STATUS IS WS-GPA-STATUS.
005800     SELECT GP-REJECT-FILE ASSIGN TO GRADREJ
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-REJECT-STATUS.
006100     SELECT GP-REPORT-FILE ASSIGN TO GRADUPDR
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-REPORT-STATUS.
006400     SELECT GP-REGISTER-FILE ASSIGN TO GPAREG
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-REGISTER-STATUS.
006700     SELECT GP-CAL-FILE ASSIGN TO SUITECAL
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-CAL-STATUS.
007000     SELECT SUITE-PARM-FILE ASSIGN TO SUITEPRM
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-SUITE-STATUS.
007300     SELECT GP-CYCLENO-FILE ASSIGN TO CYCLENO
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-CYCLENO-STATUS.
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  GP-FEED-FILE.
007900 01  GFD-RECORD.
008000     05  GFD-STUDENT-ID       PIC 9(09).
008100     05  GFD-COURSE-ID        PIC X(06).
008200     05  GFD-SECTION          PIC X(03).
008300     05  GFD-TERM             PIC X(06).
008400     05  GFD-GRADE            PIC X(02).
008500 FD  GP-SCALE-FILE.
008600 01  GSC-CARD.
008700     05  GSC-GRADE            PIC X(02).
008800     05  GSC-POINTS           PIC 9(01)V99.
008900     05  GSC-GPA-FLAG         PIC X(01).
009000     05  GSC-EARNED-FLAG      PIC X(01).
009100     05  GSC-ATTEMPTED-FLAG   PIC X(01).
009200     05  GSC-DESC             PIC X(12).
009300 FD  GP-ENROLL-FILE.
009400 01  ENR-RECORD.
009500     05  ENR-KEY.
009600         10  ENR-STUDENT-ID   PIC 9(09).
009700         10  ENR-COURSE-ID    PIC X(06).
009800         10  ENR-SECTION      PIC X(03).
009900         10  ENR-TERM         PIC X(06).
010000     05  ENR-CREDIT-HOURS     PIC 9(02).
010100     05  ENR-ADD-DATE         PIC 9(08).
010100     05  ENR-STATUS           PIC X(01).
010100         88  ENR-ACTIVE       VALUE 'A' ' '.
010100         88  ENR-WITHDRAWN    VALUE 'W'.
010100     05  ENR-STATUS-DATE      PIC 9(08).
010200 FD  GP-MASTER-FILE.
010300 01  STM-RECORD.
010400     05  STM-STUDENT-ID       PIC 9(09).
010500     05  FILLER               PIC X(177).
010600 FD  GP-HIST-FILE.
010700 COPY ACADHREC.
010800 FD  GP-GPA-FILE.
010900 COPY STUGPREC.
011000 FD  GP-REJECT-FILE.
011100 01  GRJ-RECORD.
011200     05  GRJ-REASON-CODE      PIC X(04).
011300     05  GRJ-FEED-RECORD      PIC X(26).
011400 FD  GP-REPORT-FILE.
011500 01  GP-REPORT-RECORD.
011600     05  GPU-LABEL            PIC X(24).
011700     05  GPU-VALUE            PIC 9(06).
011800 FD  GP-REGISTER-FILE.
011900 01  GP-REGISTER-RECORD.
012000     05  GPR-STUDENT-ID       PIC 9(09).
012100     05  FILLER               PIC X(01).
012200     05  GPR-TERM             PIC X(06).
012300     05  FILLER               PIC X(01).
012400     05  GPR-TERM-ATTEMPTED   PIC ZZ9.
012500     05  FILLER               PIC X(01).
012600     05  GPR-TERM-EARNED      PIC ZZ9.
012700     05  FILLER               PIC X(01).
012800     05  GPR-TERM-GPA         PIC 9.99.
012900     05  FILLER               PIC X(01).
013000     05  GPR-CUM-ATTEMPTED    PIC ZZZ9.
013100     05  FILLER               PIC X(01).
013200     05  GPR-CUM-EARNED       PIC ZZZ9.
013300     05  FILLER               PIC X(01).
013400     05  GPR-CUM-GPA          PIC 9.99.
013500 FD  GP-CAL-FILE.
013600 01  CAL-RECORD.
013700     05  CAL-BUSINESS-DATE    PIC 9(08).
013800     05  CAL-MONTH-END-FLAG   PIC X(01).
013900     05  CAL-YEAR-END-FLAG    PIC X(01).
014000 FD  SUITE-PARM-FILE.
014100 01  SP-PARM-CARD             PIC X(11).
014200 FD  GP-CYCLENO-FILE.
014300 01  CYCLENO-CARD.
014400     05  CYC-CYCLE-NUMBER     PIC 9(06).
014500 WORKING-STORAGE SECTION.
014600 01  WS-SUITE-STATUS          PIC X(02).
014700     88  WS-SUITE-OK          VALUE '00'.
014800 01  WS-CYCLENO-STATUS        PIC X(02).
014900     88  WS-CYCLENO-OK        VALUE '00'.
015000 01  WS-CAL-STATUS            PIC X(02).
015100     88  WS-CAL-OK            VALUE '00'.
015200 01  WS-FEED-STATUS           PIC X(02).
015300     88  WS-FEED-OK           VALUE '00'.
015400 01  WS-SCALE-STATUS          PIC X(02).
015500     88  WS-SCALE-OK          VALUE '00'.
015600 01  WS-ENROLL-STATUS         PIC X(02).
015700     88  WS-ENROLL-OK         VALUE '00'.
015800 01  WS-MASTER-STATUS         PIC X(02).
015900     88  WS-MASTER-OK         VALUE '00'.
016000 01  WS-HIST-STATUS           PIC X(02).
016100     88  WS-HIST-OK           VALUE '00'.
016200     88  WS-HIST-NOT-FOUND    VALUE '23' '35'.
016300 01  WS-GPA-STATUS            PIC X(02).
016400     88  WS-GPA-OK            VALUE '00'.
016500     88  WS-GPA-NOT-FOUND     VALUE '23' '35'.
016600 01  WS-REJECT-STATUS         PIC X(02).
016700     88  WS-REJECT-OK         VALUE '00'.
016800 01  WS-REPORT-STATUS         PIC X(02).
016900     88  WS-REPORT-OK         VALUE '00'.
017000 01  WS-REGISTER-STATUS       PIC X(02).
017100     88  WS-REGISTER-OK       VALUE '00'.
017200 01  WS-EOF-SWITCH            PIC X(01).
017300     88  WS-AT-EOF            VALUE 'Y'.
017400     88  WS-NOT-AT-EOF        VALUE 'N'.
017500 01  WS-EDIT-OK-SWITCH        PIC X(01).
017600     88  WS-EDIT-OK           VALUE 'Y'.
017700     88  WS-EDIT-FAILED       VALUE 'N'.
017800 01  WS-REJECT-REASON         PIC X(04).
017900 01  WS-BUSINESS-DATE         PIC 9(08) VALUE 0.
018000 01  WS-GRADES-POSTED         PIC 9(06) COMP VALUE 0.
018100 01  WS-GRADES-CHANGED        PIC 9(06) COMP VALUE 0.
018200 01  WS-REJECT-COUNT          PIC 9(06) COMP VALUE 0.
018300 01  WS-STUDENTS-SUMMARIZED   PIC 9(06) COMP VALUE 0.
018400 01  WS-SCALE-COUNT           PIC 9(02) COMP VALUE 0.
018500 01  WS-SCALE-MAX             PIC 9(02) COMP VALUE 30.
018600 01  WS-SCALE-IDX             PIC 9(02) COMP.
018700 01  WS-SCALE-MATCH           PIC 9(02) COMP VALUE 0.
018800 01  WS-SCALE-FOUND-SWITCH    PIC X(01).
018900     88  WS-SCALE-FOUND       VALUE 'Y'.
019000     88  WS-SCALE-NOT-FOUND   VALUE 'N'.
019100 01  WS-PRIOR-GRADE           PIC X(02).
019200 01  WS-HIST-ON-FILE-SWITCH   PIC X(01).
019300     88  WS-HIST-ON-FILE      VALUE 'Y'.
019400     88  WS-HIST-NEW          VALUE 'N'.
019500 01  WS-BREAK-STUDENT-ID      PIC 9(09) VALUE 0.
019600 01  WS-STUDENT-POSTED-SW     PIC X(01).
019700     88  WS-STUDENT-POSTED    VALUE 'Y'.
019800     88  WS-STUDENT-NOT-POSTED VALUE 'N'.
019900 01  WS-TERM-COUNT            PIC 9(02) COMP VALUE 0.
020000 01  WS-TERM-MAX              PIC 9(02) COMP VALUE 40.
020100 01  WS-TERM-IDX              PIC 9(02) COMP.
020200 01  WS-TERM-SUB              PIC 9(02) COMP.
020300 01  WS-TERM-FOUND-SWITCH     PIC X(01).
020400     88  WS-TERM-FOUND        VALUE 'Y'.
020500     88  WS-TERM-NOT-FOUND    VALUE 'N'.
020600 01  WS-TERM-SEQ              PIC X(05).
020700 01  WS-CUM-ATTEMPTED         PIC 9(04) COMP VALUE 0.
020800 01  WS-CUM-EARNED            PIC 9(04) COMP VALUE 0.
020900 01  WS-CUM-GPA-HOURS         PIC 9(04) COMP VALUE 0.
021000 01  WS-CUM-QUAL-POINTS       PIC 9(05)V99 COMP-3 VALUE 0.
021100*--------------------------------------------------------------*
021200* GP-SCALE-TABLE - THE GRADSCAL GRADE SCALE: THE GRADE, ITS     *
021300* QUALITY POINTS PER CREDIT HOUR, AND WHETHER IT COUNTS TOWARD  *
021400* GPA HOURS, EARNED HOURS AND ATTEMPTED HOURS.                  *
021500*--------------------------------------------------------------*
021600 01  GP-SCALE-TABLE.
021700     05  GP-SCALE-ENTRY OCCURS 30 TIMES.
021800         10  GST-GRADE        PIC X(02).
021900         10  GST-POINTS       PIC 9(01)V99.
022000         10  GST-GPA-FLAG     PIC X(01).
022100         10  GST-EARNED-FLAG  PIC X(01).
022200         10  GST-ATTEMPTED-FLAG PIC X(01).
022300*--------------------------------------------------------------*
022400* GP-TERM-TABLE - ONE STUDENT'S HISTORY SUMMED BY TERM DURING   *
022500* THE REBUILD, WITH THE CALENDAR SEQUENCE KEY (YEAR PLUS 1/2/3  *
022600* FOR SP/SU/FA) THE CUMULATIVE FIGURES ARE RUN IN.              *
022700*--------------------------------------------------------------*
022800 01  GP-TERM-TABLE.
022900     05  GP-TERM-ENTRY OCCURS 40 TIMES.
023000         10  GTT-TERM         PIC X(06).
023100         10  GTT-SEQ          PIC X(05).
023200         10  GTT-ATTEMPTED    PIC 9(03) COMP.
023300         10  GTT-EARNED       PIC 9(03) COMP.
023400         10  GTT-GPA-HOURS    PIC 9(03) COMP.
023500         10  GTT-QUAL-POINTS  PIC 9(05)V99 COMP-3.
023600         10  GTT-LAST-POST    PIC 9(08).
023700 COPY SUITEPRM.
023800 COPY CKPTPARM.
023900 COPY IOERRPRM.
024000 COPY STEPPARM.
024100 PROCEDURE DIVISION.
024200 0000-MAINLINE.
024300     PERFORM 0005-CHECK-CHECKPOINT
024400         THRU 0005-CHECK-CHECKPOINT-EXIT.
024500     MOVE 'GRADPOST' TO SL-PROGRAM-ID.
024600     SET SL-PHASE-START TO TRUE.
024700     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
024800     PERFORM 0010-READ-SUITE-PARM THRU 0010-READ-SUITE-PARM-EXIT.
024900     PERFORM 0020-READ-BUSINESS-DATE
025000         THRU 0020-READ-BUSINESS-DATE-EXIT.
025100     PERFORM 0200-LOAD-GRADE-SCALE
025200         THRU 0200-LOAD-GRADE-SCALE-EXIT.
025300     SET WS-NOT-AT-EOF TO TRUE.
025400     OPEN INPUT GP-FEED-FILE.
025500     IF NOT WS-FEED-OK
025600         DISPLAY 'GRADPOST: NO GRADE FEED TONIGHT'
025700         GO TO 8000-WRITE-RUN-REPORT
025800     END-IF.
025900     PERFORM 0100-OPEN-HISTORY-FILES
026000         THRU 0100-OPEN-HISTORY-FILES-EXIT.
026100     OPEN INPUT GP-ENROLL-FILE.
026200     OPEN INPUT GP-MASTER-FILE.
026300     OPEN OUTPUT GP-REJECT-FILE.
026400     PERFORM 1000-READ-ONE-FEED-RECORD
026500         THRU 1000-READ-ONE-FEED-RECORD-EXIT.
026600     PERFORM UNTIL WS-AT-EOF
026700         PERFORM 2000-APPLY-ONE-GRADE
026800             THRU 2000-APPLY-ONE-GRADE-EXIT
026900         PERFORM 1000-READ-ONE-FEED-RECORD
027000             THRU 1000-READ-ONE-FEED-RECORD-EXIT
027100     END-PERFORM.
027200     CLOSE GP-FEED-FILE.
027300     IF WS-ENROLL-OK
027400         CLOSE GP-ENROLL-FILE
027500     END-IF.
027600     IF WS-MASTER-OK
027700         CLOSE GP-MASTER-FILE
027800     END-IF.
027900     CLOSE GP-REJECT-FILE.
028000     PERFORM 3000-REBUILD-GPA-SUMMARY
028100         THRU 3000-REBUILD-GPA-SUMMARY-EXIT.
028200     CLOSE GP-HIST-FILE.
028300     CLOSE GP-GPA-FILE.
028400 8000-WRITE-RUN-REPORT.
028500     OPEN OUTPUT GP-REPORT-FILE.
028600     MOVE 'GRADES POSTED' TO GPU-LABEL.
028700     MOVE WS-GRADES-POSTED TO GPU-VALUE.
028800     WRITE GP-REPORT-RECORD.
028900     MOVE 'GRADES CHANGED' TO GPU-LABEL.
029000     MOVE WS-GRADES-CHANGED TO GPU-VALUE.
029100     WRITE GP-REPORT-RECORD.
029200     MOVE 'RECORDS REJECTED' TO GPU-LABEL.
029300     MOVE WS-REJECT-COUNT TO GPU-VALUE.
029400     WRITE GP-REPORT-RECORD.
029500     MOVE 'STUDENTS SUMMARIZED' TO GPU-LABEL.
029600     MOVE WS-STUDENTS-SUMMARIZED TO GPU-VALUE.
029700     WRITE GP-REPORT-RECORD.
029800     CLOSE GP-REPORT-FILE.
029900     PERFORM 0900-MARK-CHECKPOINT
030000         THRU 0900-MARK-CHECKPOINT-EXIT.
030100     GO TO 9999-EXIT.
030200*--------------------------------------------------------------*
030300* 0005-CHECK-CHECKPOINT - ASKS CKPTCHK WHETHER GRADPOST ALREADY *
030400* COMPLETED THIS CYCLE. IF SO, THE RUN ENDS HERE RATHER THAN    *
030500* POSTING THE SAME FEED AS A ROUND OF GRADE CHANGES.            *
030600*--------------------------------------------------------------*
030700 0005-CHECK-CHECKPOINT.
030800     MOVE 'GRADPOST' TO CK-PROGRAM-ID.
030900     SET CK-CHECK TO TRUE.
031000     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
031100     IF CK-ALREADY-DONE
031200         DISPLAY 'GRADPOST: ALREADY COMPLETED THIS CYCLE - '
031300             'SKIPPING'
031400         GO TO 9999-EXIT
031500     END-IF.
031600 0005-CHECK-CHECKPOINT-EXIT.
031700     EXIT.
031800*--------------------------------------------------------------*
031900* 0900-MARK-CHECKPOINT - TELLS CKPTCHK THAT GRADPOST COMPLETED  *
032000* THIS CYCLE'S POSTING SUCCESSFULLY.                            *
032100*--------------------------------------------------------------*
032200 0900-MARK-CHECKPOINT.
032300     MOVE 'GRADPOST' TO CK-PROGRAM-ID.
032400     SET CK-MARK TO TRUE.
032500     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
032600     MOVE 'GRADPOST' TO SL-PROGRAM-ID.
032700     SET SL-PHASE-END TO TRUE.
032800     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
032900 0900-MARK-CHECKPOINT-EXIT.
033000     EXIT.
033100*--------------------------------------------------------------*
033200* 0010-READ-SUITE-PARM - READS THE SUITE-WIDE CONTROL CARD      *
033300* FROM SUITEPRM, AHEAD OF ANY PROGRAM-SPECIFIC PARM CARD.       *
033400*--------------------------------------------------------------*
033500 0010-READ-SUITE-PARM.
033600     OPEN INPUT SUITE-PARM-FILE.
033700     IF WS-SUITE-OK
033800         READ SUITE-PARM-FILE
033900             AT END
034000                 CONTINUE
034100         END-READ
034200         IF WS-SUITE-OK
034300             MOVE SP-PARM-CARD (1:1)  TO SP-TEST-MODE-SWITCH
034400             MOVE SP-PARM-CARD (2:10) TO SP-BATCH-ID
034500         END-IF
034600         CLOSE SUITE-PARM-FILE
034700     END-IF.
034800     OPEN INPUT GP-CYCLENO-FILE.
034900     IF WS-CYCLENO-OK
035000         READ GP-CYCLENO-FILE
035100             AT END
035200                 CONTINUE
035300         END-READ
035400         IF WS-CYCLENO-OK
035500             AND CYC-CYCLE-NUMBER NUMERIC
035600             MOVE CYC-CYCLE-NUMBER TO SP-CYCLE-NUMBER
035700         END-IF
035800         CLOSE GP-CYCLENO-FILE
035900     END-IF.
036000 0010-READ-SUITE-PARM-EXIT.
036100     EXIT.
036200*--------------------------------------------------------------*
036300* 0020-READ-BUSINESS-DATE - THE SUITECAL BUSINESS DATE, WALL-   *
036400* CLOCK FALLBACK AS EVERYWHERE. IT STAMPS AHS-POST-DATE AND     *
036500* PICKS OUT TONIGHT'S STUDENTS FOR THE REGISTER.                *
036600*--------------------------------------------------------------*
036700 0020-READ-BUSINESS-DATE.
036800     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
036900     OPEN INPUT GP-CAL-FILE.
037000     IF WS-CAL-OK
037100         READ GP-CAL-FILE
037200             AT END
037300                 CONTINUE
037400         END-READ
037500         IF WS-CAL-OK
037600             AND CAL-BUSINESS-DATE NUMERIC
037700             AND CAL-BUSINESS-DATE > 0
037800             MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
037900         END-IF
038000         CLOSE GP-CAL-FILE
038100     END-IF.
038200 0020-READ-BUSINESS-DATE-EXIT.
038300     EXIT.
038400*--------------------------------------------------------------*
038500* 0100-OPEN-HISTORY-FILES - OPENS THE INDEXED ACADEMIC HISTORY  *
038600* AND GPA SUMMARY; THE FIRST RUN EVER CREATES THEM.             *
038700*--------------------------------------------------------------*
038800 0100-OPEN-HISTORY-FILES.
038900     OPEN I-O GP-HIST-FILE.
039000     IF WS-HIST-NOT-FOUND
039100         OPEN OUTPUT GP-HIST-FILE
039200         CLOSE GP-HIST-FILE
039300         OPEN I-O GP-HIST-FILE
039400     END-IF.
039500     OPEN I-O GP-GPA-FILE.
039600     IF WS-GPA-NOT-FOUND
039700         OPEN OUTPUT GP-GPA-FILE
039800         CLOSE GP-GPA-FILE
039900         OPEN I-O GP-GPA-FILE
040000     END-IF.
040100 0100-OPEN-HISTORY-FILES-EXIT.
040200     EXIT.
040300*--------------------------------------------------------------*
040400* 0200-LOAD-GRADE-SCALE - LOADS THE REGISTRAR-MAINTAINED        *
040500* GRADSCAL GRADE SCALE. THE MEMBER IS MARKED MANDATORY TO       *
040600* IOERR - WITHOUT IT EVERY GRADE WOULD REJECT BADG.             *
040700*--------------------------------------------------------------*
040800 0200-LOAD-GRADE-SCALE.
040900     MOVE 0 TO WS-SCALE-COUNT.
041000     OPEN INPUT GP-SCALE-FILE.
041100     IF NOT WS-SCALE-OK
041200         MOVE 'GRADPOST' TO IO-PROGRAM-ID
041300         MOVE 'GRADSCAL' TO IO-FILE-NAME
041400         MOVE 'OPEN-IN ' TO IO-OPERATION
041500         MOVE WS-SCALE-STATUS TO IO-FILE-STATUS
041600         MOVE 'Y' TO IO-MANDATORY-FLAG
041700         CALL 'IOERR' USING IOERR-PARM-BLOCK
041800     END-IF.
041900     IF WS-SCALE-OK
042000         PERFORM UNTIL WS-SCALE-COUNT = WS-SCALE-MAX
042100                 OR NOT WS-SCALE-OK
042200             READ GP-SCALE-FILE
042300                 AT END
042400                     CONTINUE
042500                 NOT AT END
042600                     IF GSC-POINTS NUMERIC
042700                         AND GSC-GRADE NOT = SPACES
042800                         ADD 1 TO WS-SCALE-COUNT
042900                         MOVE GSC-GRADE TO
043000                             GST-GRADE (WS-SCALE-COUNT)
043100                         MOVE GSC-POINTS TO
043200                             GST-POINTS (WS-SCALE-COUNT)
043300                         MOVE GSC-GPA-FLAG TO
043400                             GST-GPA-FLAG (WS-SCALE-COUNT)
043500                         MOVE GSC-EARNED-FLAG TO
043600                             GST-EARNED-FLAG (WS-SCALE-COUNT)
043700                         MOVE GSC-ATTEMPTED-FLAG TO
043800                             GST-ATTEMPTED-FLAG (WS-SCALE-COUNT)
043900                     END-IF
044000             END-READ
044100         END-PERFORM
044200         CLOSE GP-SCALE-FILE
044300     END-IF.
044400 0200-LOAD-GRADE-SCALE-EXIT.
044500     EXIT.
044600*--------------------------------------------------------------*
044700* 1000-READ-ONE-FEED-RECORD - A SINGLE READ OF GRADFEED.        *
044800*--------------------------------------------------------------*
044900 1000-READ-ONE-FEED-RECORD.
045000     READ GP-FEED-FILE
045100         AT END SET WS-AT-EOF TO TRUE
045200     END-READ.
045300 1000-READ-ONE-FEED-RECORD-EXIT.
045400     EXIT.
045500*--------------------------------------------------------------*
045600* 2000-APPLY-ONE-GRADE - FULL FIELD EDITS, THEN THE POSTING.    *
045700* EVERY FAILURE IS A GRADREJ RECORD WITH A REASON: BADI = BAD   *
045800* STUDENT ID, BLNK = BLANK COURSE/SECTION/TERM/GRADE, NOST =    *
045900* STUDENT NOT ON STUMAST, BADG = GRADE NOT ON THE GRADSCAL      *
046000* SCALE, NENR = NO ENRLMAST ENROLLMENT FOR THE KEY.             *
046100*--------------------------------------------------------------*
046200 2000-APPLY-ONE-GRADE.
046300     PERFORM 2100-EDIT-ONE-FEED-RECORD
046400         THRU 2100-EDIT-ONE-FEED-RECORD-EXIT.
046500     IF WS-EDIT-FAILED
046600         PERFORM 2900-WRITE-ONE-REJECT
046700             THRU 2900-WRITE-ONE-REJECT-EXIT
046800         GO TO 2000-APPLY-ONE-GRADE-EXIT
046900     END-IF.
047000     PERFORM 2200-POST-ONE-GRADE
047100         THRU 2200-POST-ONE-GRADE-EXIT.
047200 2000-APPLY-ONE-GRADE-EXIT.
047300     EXIT.
047400*--------------------------------------------------------------*
047500* 2100-EDIT-ONE-FEED-RECORD - THE FIELD EDITS, INCLUDING THE    *
047600* STUMAST AND ENRLMAST EXISTENCE CHECKS. A GOOD RECORD LEAVES   *
047700* THE ENROLLMENT IN ENR-RECORD AND THE SCALE ROW IN             *
047800* WS-SCALE-MATCH.                                               *
047900*--------------------------------------------------------------*
048000 2100-EDIT-ONE-FEED-RECORD.
048100     SET WS-EDIT-OK TO TRUE.
048200     IF GFD-STUDENT-ID NOT NUMERIC
048300         OR GFD-STUDENT-ID = ZERO
048400         SET WS-EDIT-FAILED TO TRUE
048500         MOVE 'BADI' TO WS-REJECT-REASON
048600         GO TO 2100-EDIT-ONE-FEED-RECORD-EXIT
048700     END-IF.
048800     IF GFD-COURSE-ID = SPACES
048900         OR GFD-SECTION = SPACES
049000         OR GFD-TERM = SPACES
049100         OR GFD-GRADE = SPACES
049200         SET WS-EDIT-FAILED TO TRUE
049300         MOVE 'BLNK' TO WS-REJECT-REASON
049400         GO TO 2100-EDIT-ONE-FEED-RECORD-EXIT
049500     END-IF.
049600     MOVE GFD-STUDENT-ID TO STM-STUDENT-ID.
049700     READ GP-MASTER-FILE
049800         INVALID KEY
049900             SET WS-EDIT-FAILED TO TRUE
050000             MOVE 'NOST' TO WS-REJECT-REASON
050100     END-READ.
050200     IF WS-EDIT-FAILED
050300         GO TO 2100-EDIT-ONE-FEED-RECORD-EXIT
050400     END-IF.
050500     SET WS-SCALE-NOT-FOUND TO TRUE.
050600     PERFORM VARYING WS-SCALE-IDX FROM 1 BY 1
050700             UNTIL WS-SCALE-IDX > WS-SCALE-COUNT
050800             OR WS-SCALE-FOUND
050900         IF GST-GRADE (WS-SCALE-IDX) = GFD-GRADE
051000             SET WS-SCALE-FOUND TO TRUE
051100             MOVE WS-SCALE-IDX TO WS-SCALE-MATCH
051200         END-IF
051300     END-PERFORM.
051400     IF WS-SCALE-NOT-FOUND
051500         SET WS-EDIT-FAILED TO TRUE
051600         MOVE 'BADG' TO WS-REJECT-REASON
051700         GO TO 2100-EDIT-ONE-FEED-RECORD-EXIT
051800     END-IF.
051900     MOVE GFD-STUDENT-ID TO ENR-STUDENT-ID.
052000     MOVE GFD-COURSE-ID TO ENR-COURSE-ID.
052100     MOVE GFD-SECTION TO ENR-SECTION.
052200     MOVE GFD-TERM TO ENR-TERM.
052300     READ GP-ENROLL-FILE
052400         INVALID KEY
052500             SET WS-EDIT-FAILED TO TRUE
052600             MOVE 'NENR' TO WS-REJECT-REASON
052700     END-READ.
052800 2100-EDIT-ONE-FEED-RECORD-EXIT.
052900     EXIT.
053000*--------------------------------------------------------------*
053100* 2200-POST-ONE-GRADE - THE HISTORY RECORD FOR THE ENROLLMENT:  *
053200* A NEW KEY IS WRITTEN, A KEY ALREADY GRADED IS A GRADE CHANGE  *
053300* AND IS REWRITTEN WITH THE GRADE IT REPLACED. A TEST-MODE RUN  *
053400* COUNTS BUT WRITES NOTHING.                                    *
053500*--------------------------------------------------------------*
053600 2200-POST-ONE-GRADE.
053700     MOVE SPACES TO WS-PRIOR-GRADE.
053800     MOVE ENR-KEY TO AHS-KEY.
053900     READ GP-HIST-FILE
054000         INVALID KEY
054100             SET WS-HIST-NEW TO TRUE
054200         NOT INVALID KEY
054300             SET WS-HIST-ON-FILE TO TRUE
054400             MOVE AHS-GRADE TO WS-PRIOR-GRADE
054500     END-READ.
054600     MOVE SPACES TO ACAD-HIST-RECORD.
054700     MOVE ENR-KEY TO AHS-KEY.
054800     MOVE ENR-CREDIT-HOURS TO AHS-CREDIT-HOURS.
054900     MOVE GFD-GRADE TO AHS-GRADE.
055000     COMPUTE AHS-QUALITY-POINTS =
055100         ENR-CREDIT-HOURS * GST-POINTS (WS-SCALE-MATCH).
055200     MOVE GST-GPA-FLAG (WS-SCALE-MATCH) TO AHS-GPA-FLAG.
055300     MOVE GST-EARNED-FLAG (WS-SCALE-MATCH) TO AHS-EARNED-FLAG.
055400     MOVE GST-ATTEMPTED-FLAG (WS-SCALE-MATCH)
055500         TO AHS-ATTEMPTED-FLAG.
055600     MOVE WS-BUSINESS-DATE TO AHS-POST-DATE.
055700     MOVE WS-PRIOR-GRADE TO AHS-PRIOR-GRADE.
055800     IF WS-HIST-ON-FILE
055900         ADD 1 TO WS-GRADES-CHANGED
056000         IF NOT SP-TEST-MODE
056100             REWRITE ACAD-HIST-RECORD
056200         END-IF
056300     ELSE
056400         ADD 1 TO WS-GRADES-POSTED
056500         IF NOT SP-TEST-MODE
056600             WRITE ACAD-HIST-RECORD
056700         END-IF
056800     END-IF.
056900 2200-POST-ONE-GRADE-EXIT.
057000     EXIT.
057100*--------------------------------------------------------------*
057200* 2900-WRITE-ONE-REJECT - THE FEED RECORD AND ITS REASON.       *
057300*--------------------------------------------------------------*
057400 2900-WRITE-ONE-REJECT.
057500     MOVE SPACES TO GRJ-RECORD.
057600     MOVE WS-REJECT-REASON TO GRJ-REASON-CODE.
057700     MOVE GFD-RECORD TO GRJ-FEED-RECORD.
057800     WRITE GRJ-RECORD.
057900     ADD 1 TO WS-REJECT-COUNT.
058000 2900-WRITE-ONE-REJECT-EXIT.
058100     EXIT.
058200*--------------------------------------------------------------*
058300* 3000-REBUILD-GPA-SUMMARY - ONE KEY-ORDERED PASS OVER ACADHIST *
058400* WITH A CONTROL BREAK ON STUDENT ID. EACH STUDENT'S GRADES SUM *
058500* BY TERM AND THE BREAK REWRITES THE STUDENT'S STUGPA RECORDS,  *
058600* SO THE SUMMARY IS ALWAYS WHAT THE HISTORY SAYS IT IS. A       *
058700* STUDENT WITH A GRADE POSTED ON THE BUSINESS DATE PRINTS ON    *
058800* GPAREG. A TEST-MODE RUN REPORTS BUT REWRITES NOTHING.         *
058900*--------------------------------------------------------------*
059000 3000-REBUILD-GPA-SUMMARY.
059100     OPEN OUTPUT GP-REGISTER-FILE.
059200     SET WS-NOT-AT-EOF TO TRUE.
059300     MOVE LOW-VALUES TO AHS-KEY.
059400     START GP-HIST-FILE KEY IS NOT LESS THAN AHS-KEY
059500         INVALID KEY
059600             SET WS-AT-EOF TO TRUE
059700     END-START.
059800     IF WS-NOT-AT-EOF
059900         PERFORM 3100-READ-NEXT-HISTORY
060000             THRU 3100-READ-NEXT-HISTORY-EXIT
060100     END-IF.
060200     MOVE 0 TO WS-BREAK-STUDENT-ID.
060300     MOVE 0 TO WS-TERM-COUNT.
060400     SET WS-STUDENT-NOT-POSTED TO TRUE.
060500     PERFORM UNTIL WS-AT-EOF
060600         IF AHS-STUDENT-ID NOT = WS-BREAK-STUDENT-ID
060700             IF WS-BREAK-STUDENT-ID > 0
060800                 PERFORM 3500-SUMMARIZE-ONE-STUDENT
060900                     THRU 3500-SUMMARIZE-ONE-STUDENT-EXIT
061000             END-IF
061100             MOVE AHS-STUDENT-ID TO WS-BREAK-STUDENT-ID
061200             MOVE 0 TO WS-TERM-COUNT
061300             SET WS-STUDENT-NOT-POSTED TO TRUE
061400         END-IF
061500         PERFORM 3200-TALLY-ONE-GRADE
061600             THRU 3200-TALLY-ONE-GRADE-EXIT
061700         PERFORM 3100-READ-NEXT-HISTORY
061800             THRU 3100-READ-NEXT-HISTORY-EXIT
061900     END-PERFORM.
062000     IF WS-BREAK-STUDENT-ID > 0
062100         PERFORM 3500-SUMMARIZE-ONE-STUDENT
062200             THRU 3500-SUMMARIZE-ONE-STUDENT-EXIT
062300     END-IF.
062400     CLOSE GP-REGISTER-FILE.
062500 3000-REBUILD-GPA-SUMMARY-EXIT.
062600     EXIT.
062700*--------------------------------------------------------------*
062800* 3100-READ-NEXT-HISTORY - A SINGLE SEQUENTIAL READ OF ACADHIST *
062900* FOR THE REBUILD PASS ABOVE.                                   *
063000*--------------------------------------------------------------*
063100 3100-READ-NEXT-HISTORY.
063200     READ GP-HIST-FILE NEXT RECORD
063300         AT END SET WS-AT-EOF TO TRUE
063400     END-READ.
063500 3100-READ-NEXT-HISTORY-EXIT.
063600     EXIT.
063700*--------------------------------------------------------------*
063800* 3200-TALLY-ONE-GRADE - ONE HISTORY RECORD INTO ITS TERM'S     *
063900* SLOT FOR THE CURRENT STUDENT.                                 *
064000*--------------------------------------------------------------*
064100 3200-TALLY-ONE-GRADE.
064200     IF AHS-POST-DATE = WS-BUSINESS-DATE
064300         SET WS-STUDENT-POSTED TO TRUE
064400     END-IF.
064500     SET WS-TERM-NOT-FOUND TO TRUE.
064600     PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
064700             UNTIL WS-TERM-IDX > WS-TERM-COUNT
064800             OR WS-TERM-FOUND
064900         IF GTT-TERM (WS-TERM-IDX) = AHS-TERM
065000             SET WS-TERM-FOUND TO TRUE
065100             MOVE WS-TERM-IDX TO WS-TERM-SUB
065200         END-IF
065300     END-PERFORM.
065400     IF WS-TERM-NOT-FOUND
065500         IF WS-TERM-COUNT = WS-TERM-MAX
065600             DISPLAY 'GRADPOST: TERM TABLE FULL FOR STUDENT '
065700                 AHS-STUDENT-ID ' - TERM ' AHS-TERM
065800                 ' LEFT OFF THE SUMMARY'
065900             GO TO 3200-TALLY-ONE-GRADE-EXIT
066000         END-IF
066100         ADD 1 TO WS-TERM-COUNT
066200         MOVE WS-TERM-COUNT TO WS-TERM-SUB
066300         MOVE AHS-TERM TO GTT-TERM (WS-TERM-SUB)
066400         PERFORM 3300-BUILD-TERM-SEQUENCE
066500             THRU 3300-BUILD-TERM-SEQUENCE-EXIT
066600         MOVE WS-TERM-SEQ TO GTT-SEQ (WS-TERM-SUB)
066700         MOVE 0 TO GTT-ATTEMPTED (WS-TERM-SUB)
066800         MOVE 0 TO GTT-EARNED (WS-TERM-SUB)
066900         MOVE 0 TO GTT-GPA-HOURS (WS-TERM-SUB)
067000         MOVE 0 TO GTT-QUAL-POINTS (WS-TERM-SUB)
067100         MOVE 0 TO GTT-LAST-POST (WS-TERM-SUB)
067200     END-IF.
067300     IF AHS-HOURS-ATTEMPTED
067400         ADD AHS-CREDIT-HOURS TO GTT-ATTEMPTED (WS-TERM-SUB)
067500     END-IF.
067600     IF AHS-HOURS-EARNED
067700         ADD AHS-CREDIT-HOURS TO GTT-EARNED (WS-TERM-SUB)
067800     END-IF.
067900     IF AHS-IN-GPA
068000         ADD AHS-CREDIT-HOURS TO GTT-GPA-HOURS (WS-TERM-SUB)
068100         ADD AHS-QUALITY-POINTS TO GTT-QUAL-POINTS (WS-TERM-SUB)
068200     END-IF.
068300     IF AHS-POST-DATE NUMERIC
068400         AND AHS-POST-DATE > GTT-LAST-POST (WS-TERM-SUB)
068500         MOVE AHS-POST-DATE TO GTT-LAST-POST (WS-TERM-SUB)
068600     END-IF.
068700 3200-TALLY-ONE-GRADE-EXIT.
068800     EXIT.
068900*--------------------------------------------------------------*
069000* 3300-BUILD-TERM-SEQUENCE - THE CALENDAR SORT KEY FOR THE TERM *
069100* CODE IN AHS-TERM: THE YEAR, THEN 1 FOR SP, 2 FOR SU, 3 FOR FA *
069200* (9 FOR ANYTHING ELSE, WHICH SORTS LAST IN ITS YEAR).          *
069300*--------------------------------------------------------------*
069400 3300-BUILD-TERM-SEQUENCE.
069500     MOVE AHS-TERM (1:4) TO WS-TERM-SEQ (1:4).
069600     EVALUATE AHS-TERM (5:2)
069700         WHEN 'SP'
069800             MOVE '1' TO WS-TERM-SEQ (5:1)
069900         WHEN 'SU'
070000             MOVE '2' TO WS-TERM-SEQ (5:1)
070100         WHEN 'FA'
070200             MOVE '3' TO WS-TERM-SEQ (5:1)
070300         WHEN OTHER
070400             MOVE '9' TO WS-TERM-SEQ (5:1)
070500     END-EVALUATE.
070600 3300-BUILD-TERM-SEQUENCE-EXIT.
070700     EXIT.
070800*--------------------------------------------------------------*
070900* 3500-SUMMARIZE-ONE-STUDENT - ONE STUGPA RECORD PER TERM FOR   *
071000* THE STUDENT JUST BROKEN ON, CUMULATIVE THROUGH THAT TERM.     *
071100*--------------------------------------------------------------*
071200 3500-SUMMARIZE-ONE-STUDENT.
071300     IF WS-TERM-COUNT = 0
071400         GO TO 3500-SUMMARIZE-ONE-STUDENT-EXIT
071500     END-IF.
071600     ADD 1 TO WS-STUDENTS-SUMMARIZED.
071700     PERFORM 3600-SUMMARIZE-ONE-TERM
071800         THRU 3600-SUMMARIZE-ONE-TERM-EXIT
071900         VARYING WS-TERM-SUB FROM 1 BY 1
072000         UNTIL WS-TERM-SUB > WS-TERM-COUNT.
072100 3500-SUMMARIZE-ONE-STUDENT-EXIT.
072200     EXIT.
072300*--------------------------------------------------------------*
072400* 3600-SUMMARIZE-ONE-TERM - THE TERM FIGURES FOR ONE TERM, THE  *
072500* CUMULATIVE FIGURES OVER EVERY TERM THAT SORTS AT OR BEFORE    *
072600* IT, AND THE RECORD WRITTEN OR REWRITTEN.                      *
072700*--------------------------------------------------------------*
072800 3600-SUMMARIZE-ONE-TERM.
072900     MOVE 0 TO WS-CUM-ATTEMPTED.
073000     MOVE 0 TO WS-CUM-EARNED.
073100     MOVE 0 TO WS-CUM-GPA-HOURS.
073200     MOVE 0 TO WS-CUM-QUAL-POINTS.
073300     PERFORM VARYING WS-TERM-IDX FROM 1 BY 1
073400             UNTIL WS-TERM-IDX > WS-TERM-COUNT
073500         IF GTT-SEQ (WS-TERM-IDX) NOT > GTT-SEQ (WS-TERM-SUB)
073600             ADD GTT-ATTEMPTED (WS-TERM-IDX) TO WS-CUM-ATTEMPTED
073700             ADD GTT-EARNED (WS-TERM-IDX) TO WS-CUM-EARNED
073800             ADD GTT-GPA-HOURS (WS-TERM-IDX) TO WS-CUM-GPA-HOURS
073900             ADD GTT-QUAL-POINTS (WS-TERM-IDX)
074000                 TO WS-CUM-QUAL-POINTS
074100         END-IF
074200     END-PERFORM.
074300     MOVE SPACES TO STU-GPA-RECORD.
074400     MOVE WS-BREAK-STUDENT-ID TO GPA-STUDENT-ID.
074500     MOVE GTT-TERM (WS-TERM-SUB) TO GPA-TERM.
074600     MOVE GTT-ATTEMPTED (WS-TERM-SUB) TO GPA-TERM-ATTEMPTED.
074700     MOVE GTT-EARNED (WS-TERM-SUB) TO GPA-TERM-EARNED.
074800     MOVE GTT-GPA-HOURS (WS-TERM-SUB) TO GPA-TERM-GPA-HOURS.
074900     MOVE GTT-QUAL-POINTS (WS-TERM-SUB) TO GPA-TERM-QUAL-POINTS.
075000     MOVE 0 TO GPA-TERM-GPA.
075100     IF GTT-GPA-HOURS (WS-TERM-SUB) > 0
075200         COMPUTE GPA-TERM-GPA ROUNDED =
075300             GTT-QUAL-POINTS (WS-TERM-SUB)
075400             / GTT-GPA-HOURS (WS-TERM-SUB)
075500     END-IF.
075600     MOVE WS-CUM-ATTEMPTED TO GPA-CUM-ATTEMPTED.
075700     MOVE WS-CUM-EARNED TO GPA-CUM-EARNED.
075800     MOVE WS-CUM-GPA-HOURS TO GPA-CUM-GPA-HOURS.
075900     MOVE WS-CUM-QUAL-POINTS TO GPA-CUM-QUAL-POINTS.
076000     MOVE 0 TO GPA-CUM-GPA.
076100     IF WS-CUM-GPA-HOURS > 0
076200         COMPUTE GPA-CUM-GPA ROUNDED =
076300             WS-CUM-QUAL-POINTS / WS-CUM-GPA-HOURS
076400     END-IF.
076500     MOVE GTT-LAST-POST (WS-TERM-SUB) TO GPA-LAST-POST-DATE.
076600     IF NOT SP-TEST-MODE
076700         WRITE STU-GPA-RECORD
076800             INVALID KEY
076900                 REWRITE STU-GPA-RECORD
077000                     INVALID KEY CONTINUE
077100                 END-REWRITE
077200         END-WRITE
077300     END-IF.
077400     IF WS-STUDENT-POSTED
077500         PERFORM 3700-WRITE-REGISTER-LINE
077600             THRU 3700-WRITE-REGISTER-LINE-EXIT
077700     END-IF.
077800 3600-SUMMARIZE-ONE-TERM-EXIT.
077900     EXIT.
078000*--------------------------------------------------------------*
078100* 3700-WRITE-REGISTER-LINE - ONE GPAREG LINE FROM THE STUGPA    *
078200* RECORD JUST BUILT.                                            *
078300*--------------------------------------------------------------*
078400 3700-WRITE-REGISTER-LINE.
078500     MOVE SPACES TO GP-REGISTER-RECORD.
078600     MOVE GPA-STUDENT-ID TO GPR-STUDENT-ID.
078700     MOVE GPA-TERM TO GPR-TERM.
078800     MOVE GPA-TERM-ATTEMPTED TO GPR-TERM-ATTEMPTED.
078900     MOVE GPA-TERM-EARNED TO GPR-TERM-EARNED.
079000     MOVE GPA-TERM-GPA TO GPR-TERM-GPA.
079100     MOVE GPA-CUM-ATTEMPTED TO GPR-CUM-ATTEMPTED.
079200     MOVE GPA-CUM-EARNED TO GPR-CUM-EARNED.
079300     MOVE GPA-CUM-GPA TO GPR-CUM-GPA.
079400     WRITE GP-REGISTER-RECORD.
079500 3700-WRITE-REGISTER-LINE-EXIT.
079600     EXIT.
079700*--------------------------------------------------------------*
079800* 9999-EXIT                                                    *
079900*--------------------------------------------------------------*
080000 9999-EXIT.
080100     STOP RUN.
