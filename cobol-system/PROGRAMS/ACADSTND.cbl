000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ACADSTND.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - ACADEMIC STANDING AT TERM     *
001100*                END, RUN FROM JCL/TERMEND.JCL RIGHT AFTER      *
001200*                TERMCLSE. THE TERM JUST CLOSED IS TAKEN OFF    *
001300*                THE TRMSUMR CLOSING SUMMARY TERMCLSE WROTE     *
001400*                (TERMCTL HAS ALREADY ROLLED TO THE NEW TERM).  *
001500*                EVERY STUDENT WITH A STUGPA RECORD FOR THAT    *
001600*                TERM IS JUDGED AGAINST THE STNDPOL STANDING    *
001700*                POLICY MEMBER - ONE BAND PER RANGE OF          *
001800*                CUMULATIVE EARNED HOURS, GIVING THE MINIMUM    *
001900*                CUMULATIVE GPA FOR GOOD STANDING AND THE TERM  *
002000*                GPA BELOW WHICH A STUDENT ALREADY ON PROBATION *
002100*                (OR BACK FROM SUSPENSION) IS SUSPENDED. A      *
002200*                CHANGE OF STANDING IS STAMPED ON STUMAST WITH  *
002300*                ITS EFFECTIVE TERM, WRITTEN TO STUHIST AS A    *
002400*                BEFORE/AFTER RECORD (ACTION S) AND LISTED ON   *
002500*                THE STNDREG STANDING-CHANGE REGISTER. A NEWLY  *
002600*                SUSPENDED STUDENT IS ALSO QUEUED ON NOTIFQUE   *
002700*                FOR A SUSPEND NOTICE FROM THE NEXT NOTIFEXT.   *
002800*                A STUDENT ALREADY STAMPED FOR THE TERM IS LEFT *
002900*                ALONE, SO A RERUN CHANGES NOTHING TWICE.       *
002900* 10/15/26  DW   STUMAST RECORD AND THE STUHIST BEFORE/AFTER    *
002900*                IMAGES LENGTHENED TO 153 BYTES FOR THE DEGREE  *
002900*                CONFERRAL DATE, STAMPED BY GRADCONF.           *
002900* 10/15/26  DW   STUHIST RECORD CARRIES THE OPERATOR OR PROGRAM *
002900*                THAT MADE THE CHANGE                           *
002900* 10/15/26  DW   STUMAST RECORD AND THE STUHIST BEFORE/AFTER    *
002900*                IMAGES LENGTHENED TO 170 BYTES FOR THE         *
002900*                DIRECTORY-INFORMATION CONFIDENTIALITY FLAG,    *
002900*                ITS DATE AND REQUESTING OPERATOR.              *
002900* 10/15/26  DW   STUMAST RECORD AND THE STUHIST BEFORE/AFTER    *
002900*                IMAGES LENGTHENED TO 186 BYTES FOR THE DATE OF *
002900*                DEATH AND ITS VERIFICATION SOURCE.             *
002900* 10/15/26  DW   EVERY STUMAST REWRITE IS NOW ALSO WRITTEN TO  *
002900*                THE RCVJRNL FORWARD-RECOVERY JOURNAL THROUGH  *
002900*                JRNLLOG.                                      *
003000*--------------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT AS-SUMMARY-FILE ASSIGN TO TRMSUMR
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-SUMMARY-STATUS.
003700     SELECT AS-POLICY-FILE ASSIGN TO STNDPOL
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-POLICY-STATUS.
004000     SELECT AS-GPA-FILE ASSIGN TO STUGPA
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS GPA-KEY
004400         FILE STATUS IS WS-GPA-STATUS.
004500     SELECT AS-MASTER-FILE ASSIGN TO STUMAST
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS STM-STUDENT-ID
004900         FILE STATUS IS WS-MASTER-STATUS.
005000     SELECT AS-HISTORY-FILE ASSIGN TO STUHIST
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-HISTORY-STATUS.
005300     SELECT AS-QUEUE-FILE ASSIGN TO NOTIFQUE
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-QUEUE-STATUS.
005600     SELECT AS-REGISTER-FILE ASSIGN TO STNDREG
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-REGISTER-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  AS-SUMMARY-FILE.
006200 01  AS-SUMMARY-RECORD.
006300     05  ASS-LABEL            PIC X(30).
006400     05  ASS-VALUE            PIC 9(08).
006500 FD  AS-POLICY-FILE.
006600 01  STP-CARD.
006700     05  STP-LOW-HOURS        PIC 9(03).
006800     05  STP-HIGH-HOURS       PIC 9(03).
006900     05  STP-GOOD-CUM-GPA     PIC 9(01)V99.
007000     05  STP-SUSPEND-TERM-GPA PIC 9(01)V99.
007100     05  STP-DESC             PIC X(20).
007200 FD  AS-GPA-FILE.
007300 COPY STUGPREC.
007400 FD  AS-MASTER-FILE.
007500 01  STM-RECORD.
007600     05  STM-STUDENT-ID       PIC 9(09).
007700     05  STM-NAME             PIC X(25).
007800     05  STM-PROGRAM-CODE     PIC X(04).
007900     05  STM-RES-CODE1        PIC 9(01).
008000     05  STM-RES-CODE2        PIC 9(01).
008100     05  STM-RES-CODE3        PIC 9(01).
008200     05  STM-ENROLL-STATUS    PIC X(01).
008300     05  STM-LAST-MAINT-DATE  PIC 9(08).
008400     05  STM-ADDR-LINE1       PIC X(25).
008500     05  STM-ADDR-LINE2       PIC X(25).
008600     05  STM-CITY             PIC X(15).
008700     05  STM-STATE            PIC X(02).
008800     05  STM-ZIP              PIC X(05).
008900     05  STM-WITHDRAW-DATE    PIC 9(08).
009000     05  STM-DOB              PIC 9(08).
009100     05  STM-STANDING-CODE    PIC X(01).
009200         88  STM-GOOD-STANDING VALUE 'G'.
009300         88  STM-ON-PROBATION VALUE 'P'.
009400         88  STM-SUSPENDED    VALUE 'S'.
009500     05  STM-STANDING-TERM    PIC X(06).
009500     05  STM-CONFER-DATE      PIC 9(08).
009500     05  STM-CONFID-FLAG      PIC X(01).
009500     05  STM-CONFID-DATE      PIC 9(08).
009500     05  STM-CONFID-OPER      PIC X(08).
009500     05  STM-DEATH-DATE       PIC 9(08).
009500     05  STM-DEATH-SOURCE     PIC X(08).
009600 FD  AS-HISTORY-FILE.
009700 01  SH-RECORD.
009800     05  SH-STUDENT-ID        PIC 9(09).
009900     05  SH-ACTION            PIC X(01).
010000     05  SH-DATE              PIC 9(08).
010100     05  SH-TIME              PIC 9(08).
010200     05  SH-BEFORE-IMAGE      PIC X(186).
010300     05  SH-AFTER-IMAGE       PIC X(186).
010310     05  SH-OPERATOR          PIC X(08).
010400 FD  AS-QUEUE-FILE.
010500 COPY NTFQREC.
010600 FD  AS-REGISTER-FILE.
010700 01  AS-REGISTER-RECORD.
010800     05  STR-STUDENT-ID       PIC 9(09).
010900     05  FILLER               PIC X(02).
011000     05  STR-NAME             PIC X(25).
011100     05  FILLER               PIC X(02).
011200     05  STR-CUM-EARNED       PIC ZZZ9.
011300     05  FILLER               PIC X(02).
011400     05  STR-CUM-GPA          PIC 9.99.
011500     05  FILLER               PIC X(02).
011600     05  STR-TERM-GPA         PIC 9.99.
011700     05  FILLER               PIC X(02).
011800     05  STR-OLD-STANDING     PIC X(01).
011900     05  FILLER               PIC X(04).
012000     05  STR-NEW-STANDING     PIC X(01).
012100     05  FILLER               PIC X(02).
012200     05  STR-DESC             PIC X(20).
012300 WORKING-STORAGE SECTION.
012400 01  WS-SUMMARY-STATUS        PIC X(02).
012500     88  WS-SUMMARY-OK        VALUE '00'.
012600 01  WS-POLICY-STATUS         PIC X(02).
012700     88  WS-POLICY-OK         VALUE '00'.
012800 01  WS-GPA-STATUS            PIC X(02).
012900     88  WS-GPA-OK            VALUE '00'.
013000 01  WS-MASTER-STATUS         PIC X(02).
013100     88  WS-MASTER-OK         VALUE '00'.
013200 01  WS-HISTORY-STATUS        PIC X(02).
013300     88  WS-HISTORY-OK        VALUE '00'.
013400 01  WS-QUEUE-STATUS          PIC X(02).
013500     88  WS-QUEUE-OK          VALUE '00'.
013600 01  WS-REGISTER-STATUS       PIC X(02).
013700     88  WS-REGISTER-OK       VALUE '00'.
013800 01  WS-EOF-SWITCH            PIC X(01).
013900     88  WS-AT-EOF            VALUE 'Y'.
014000     88  WS-NOT-AT-EOF        VALUE 'N'.
014100 01  WS-BAND-SWITCH           PIC X(01).
014200     88  WS-BAND-FOUND        VALUE 'Y'.
014300     88  WS-BAND-NOT-FOUND    VALUE 'N'.
014400 01  WS-TODAY-DATE            PIC 9(08).
014500 01  WS-CLOSED-TERM           PIC X(06) VALUE SPACES.
014600 01  WS-NEW-STANDING          PIC X(01).
014700 01  WS-OLD-STANDING          PIC X(01).
014800 01  WS-BEFORE-IMAGE          PIC X(186).
014900 01  WS-STUDENTS-JUDGED       PIC 9(06) COMP VALUE 0.
015000 01  WS-STANDING-CHANGES      PIC 9(06) COMP VALUE 0.
015100 01  WS-NEW-SUSPENSIONS       PIC 9(06) COMP VALUE 0.
015200 01  WS-ALREADY-STAMPED       PIC 9(06) COMP VALUE 0.
015300 01  WS-NOT-JUDGED            PIC 9(06) COMP VALUE 0.
015400 01  WS-POLICY-COUNT          PIC 9(02) COMP VALUE 0.
015500 01  WS-POLICY-MAX            PIC 9(02) COMP VALUE 20.
015600 01  WS-POLICY-IDX            PIC 9(02) COMP.
015700*--------------------------------------------------------------*
015800* AS-POLICY-TABLE - THE STNDPOL BANDS, ONE PER RANGE OF         *
015900* CUMULATIVE EARNED HOURS, SEARCHED IN CARD ORDER.              *
016000*--------------------------------------------------------------*
016100 01  AS-POLICY-TABLE.
016200     05  AS-POLICY-ENTRY OCCURS 20 TIMES.
016300         10  ASP-LOW-HOURS    PIC 9(03).
016400         10  ASP-HIGH-HOURS   PIC 9(03).
016500         10  ASP-GOOD-CUM-GPA PIC 9(01)V99.
016600         10  ASP-SUSPEND-TERM-GPA PIC 9(01)V99.
016600 COPY JRNLPARM.
016700 PROCEDURE DIVISION.
016800 0000-MAINLINE.
016900     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
017000     PERFORM 1000-READ-CLOSED-TERM
017100         THRU 1000-READ-CLOSED-TERM-EXIT.
017200     IF WS-CLOSED-TERM = SPACES
017300         DISPLAY 'ACADSTND: NO CLOSED TERM ON TRMSUMR - NO '
017400             'STANDING DETERMINED'
017500         MOVE 8 TO RETURN-CODE
017600         GO TO 9999-EXIT
017700     END-IF.
017800     PERFORM 1100-LOAD-STANDING-POLICY
017900         THRU 1100-LOAD-STANDING-POLICY-EXIT.
018000     IF WS-POLICY-COUNT = 0
018100         DISPLAY 'ACADSTND: NO BANDS ON STNDPOL - NO '
018200             'STANDING DETERMINED'
018300         MOVE 8 TO RETURN-CODE
018400         GO TO 9999-EXIT
018500     END-IF.
018600     OPEN INPUT AS-GPA-FILE.
018700     IF NOT WS-GPA-OK
018800         DISPLAY 'ACADSTND: STUGPA OPEN FAILED, STATUS '
018900             WS-GPA-STATUS
019000         MOVE 8 TO RETURN-CODE
019100         GO TO 9999-EXIT
019200     END-IF.
019300     OPEN I-O AS-MASTER-FILE.
019400     IF NOT WS-MASTER-OK
019500         DISPLAY 'ACADSTND: STUMAST OPEN FAILED, STATUS '
019600             WS-MASTER-STATUS
019700         CLOSE AS-GPA-FILE
019800         MOVE 8 TO RETURN-CODE
019900         GO TO 9999-EXIT
020000     END-IF.
020100     PERFORM 1200-OPEN-APPEND-FILES
020200         THRU 1200-OPEN-APPEND-FILES-EXIT.
020300     OPEN OUTPUT AS-REGISTER-FILE.
020400     SET WS-NOT-AT-EOF TO TRUE.
020500     PERFORM 2000-READ-NEXT-GPA
020600         THRU 2000-READ-NEXT-GPA-EXIT.
020700     PERFORM UNTIL WS-AT-EOF
020800         IF GPA-TERM = WS-CLOSED-TERM
020900             PERFORM 3000-JUDGE-ONE-STUDENT
021000                 THRU 3000-JUDGE-ONE-STUDENT-EXIT
021100         END-IF
021200         PERFORM 2000-READ-NEXT-GPA
021300             THRU 2000-READ-NEXT-GPA-EXIT
021400     END-PERFORM.
021500     CLOSE AS-GPA-FILE.
021600     CLOSE AS-MASTER-FILE.
021700     CLOSE AS-HISTORY-FILE.
021800     CLOSE AS-QUEUE-FILE.
021900     CLOSE AS-REGISTER-FILE.
022000     DISPLAY 'ACADSTND: TERM ' WS-CLOSED-TERM ' - '
022100         WS-STUDENTS-JUDGED ' JUDGED, ' WS-STANDING-CHANGES
022200         ' CHANGED, ' WS-NEW-SUSPENSIONS ' NEWLY SUSPENDED'.
022300     DISPLAY 'ACADSTND: ' WS-ALREADY-STAMPED
022400         ' ALREADY STAMPED FOR THE TERM, ' WS-NOT-JUDGED
022500         ' NOT JUDGED (NO MASTER, NO GPA HOURS OR NO BAND)'.
022600     GO TO 9999-EXIT.
022700*--------------------------------------------------------------*
022800* 1000-READ-CLOSED-TERM - THE FIRST TRMSUMR LINE IS TERMCLSE'S  *
022900* 'TERM CLOSED' LINE, WITH THE CLOSED TERM AT POSITION 13.      *
023000*--------------------------------------------------------------*
023100 1000-READ-CLOSED-TERM.
023200     OPEN INPUT AS-SUMMARY-FILE.
023300     IF NOT WS-SUMMARY-OK
023400         GO TO 1000-READ-CLOSED-TERM-EXIT
023500     END-IF.
023600     READ AS-SUMMARY-FILE
023700         AT END
023800             CONTINUE
023900     END-READ.
024000     IF WS-SUMMARY-OK
024100         AND ASS-LABEL (1:11) = 'TERM CLOSED'
024200         MOVE ASS-LABEL (13:6) TO WS-CLOSED-TERM
024300     END-IF.
024400     CLOSE AS-SUMMARY-FILE.
024500 1000-READ-CLOSED-TERM-EXIT.
024600     EXIT.
024700*--------------------------------------------------------------*
024800* 1100-LOAD-STANDING-POLICY - STNDPOL BANDS INTO THE TABLE.     *
024900* ASTERISK LINES ARE COMMENTS; A BAND WITH NON-NUMERIC FIGURES  *
025000* IS SKIPPED AND SAID SO.                                       *
025100*--------------------------------------------------------------*
025200 1100-LOAD-STANDING-POLICY.
025300     SET WS-NOT-AT-EOF TO TRUE.
025400     OPEN INPUT AS-POLICY-FILE.
025500     IF NOT WS-POLICY-OK
025600         GO TO 1100-LOAD-STANDING-POLICY-EXIT
025700     END-IF.
025800     PERFORM UNTIL WS-AT-EOF
025900         READ AS-POLICY-FILE
026000             AT END
026100                 SET WS-AT-EOF TO TRUE
026200             NOT AT END
026300                 IF STP-CARD (1:1) = '*'
026400                     OR STP-CARD (1:1) = SPACE
026500                     CONTINUE
026600                 ELSE
026700                     IF STP-LOW-HOURS NUMERIC
026800                         AND STP-HIGH-HOURS NUMERIC
026900                         AND STP-GOOD-CUM-GPA NUMERIC
027000                         AND STP-SUSPEND-TERM-GPA NUMERIC
027100                         AND WS-POLICY-COUNT < WS-POLICY-MAX
027200                         ADD 1 TO WS-POLICY-COUNT
027300                         MOVE STP-LOW-HOURS
027400                             TO ASP-LOW-HOURS (WS-POLICY-COUNT)
027500                         MOVE STP-HIGH-HOURS
027600                             TO ASP-HIGH-HOURS (WS-POLICY-COUNT)
027700                         MOVE STP-GOOD-CUM-GPA
027800                             TO ASP-GOOD-CUM-GPA (WS-POLICY-COUNT)
027900                         MOVE STP-SUSPEND-TERM-GPA
028000                             TO ASP-SUSPEND-TERM-GPA
028100                                 (WS-POLICY-COUNT)
028200                     ELSE
028300                         DISPLAY 'ACADSTND: STNDPOL BAND '
028400                             'SKIPPED - ' STP-CARD (1:12)
028500                     END-IF
028600                 END-IF
028700         END-READ
028800     END-PERFORM.
028900     CLOSE AS-POLICY-FILE.
029000 1100-LOAD-STANDING-POLICY-EXIT.
029100     EXIT.
029200*--------------------------------------------------------------*
029300* 1200-OPEN-APPEND-FILES - STUHIST AND NOTIFQUE ARE APPENDED    *
029400* TO; THE FIRST RUN EVER CREATES THEM.                          *
029500*--------------------------------------------------------------*
029600 1200-OPEN-APPEND-FILES.
029700     OPEN EXTEND AS-HISTORY-FILE.
029800     IF NOT WS-HISTORY-OK
029900         CLOSE AS-HISTORY-FILE
030000         OPEN OUTPUT AS-HISTORY-FILE
030100     END-IF.
030200     OPEN EXTEND AS-QUEUE-FILE.
030300     IF NOT WS-QUEUE-OK
030400         CLOSE AS-QUEUE-FILE
030500         OPEN OUTPUT AS-QUEUE-FILE
030600     END-IF.
030700 1200-OPEN-APPEND-FILES-EXIT.
030800     EXIT.
030900*--------------------------------------------------------------*
031000* 2000-READ-NEXT-GPA - A SINGLE SEQUENTIAL READ OF STUGPA.      *
031100*--------------------------------------------------------------*
031200 2000-READ-NEXT-GPA.
031300     READ AS-GPA-FILE NEXT RECORD
031400         AT END SET WS-AT-EOF TO TRUE
031500     END-READ.
031600 2000-READ-NEXT-GPA-EXIT.
031700     EXIT.
031800*--------------------------------------------------------------*
031900* 3000-JUDGE-ONE-STUDENT - THE CLOSED TERM'S GPA RECORD AGAINST *
032000* THE STUDENT'S BAND:                                           *
032100*   CUM GPA AT OR ABOVE THE BAND MINIMUM      - GOOD STANDING   *
032200*   BELOW IT, ON PROBATION OR SUSPENDED GOING IN, AND A TERM    *
032300*   GPA BELOW THE BAND'S SUSPENSION FLOOR     - SUSPENDED       *
032400*   OTHERWISE BELOW IT                        - PROBATION       *
032500* ONLY A CHANGE OF STANDING TOUCHES STUMAST. A STUDENT WITH NO  *
032600* GPA HOURS YET (PASS/FAIL OR WITHDRAWALS ONLY) IS NOT JUDGED.  *
032700*--------------------------------------------------------------*
032800 3000-JUDGE-ONE-STUDENT.
032900     MOVE GPA-STUDENT-ID TO STM-STUDENT-ID.
033000     READ AS-MASTER-FILE
033100         INVALID KEY
033200             ADD 1 TO WS-NOT-JUDGED
033300             GO TO 3000-JUDGE-ONE-STUDENT-EXIT
033400     END-READ.
033500     IF STM-STANDING-TERM = WS-CLOSED-TERM
033600         ADD 1 TO WS-ALREADY-STAMPED
033700         GO TO 3000-JUDGE-ONE-STUDENT-EXIT
033800     END-IF.
033900     IF GPA-CUM-GPA-HOURS = 0
034000         ADD 1 TO WS-NOT-JUDGED
034100         GO TO 3000-JUDGE-ONE-STUDENT-EXIT
034200     END-IF.
034300     PERFORM 3100-FIND-POLICY-BAND
034400         THRU 3100-FIND-POLICY-BAND-EXIT.
034500     IF WS-BAND-NOT-FOUND
034600         ADD 1 TO WS-NOT-JUDGED
034700         GO TO 3000-JUDGE-ONE-STUDENT-EXIT
034800     END-IF.
034900     ADD 1 TO WS-STUDENTS-JUDGED.
035000     MOVE STM-STANDING-CODE TO WS-OLD-STANDING.
035100     IF GPA-CUM-GPA >= ASP-GOOD-CUM-GPA (WS-POLICY-IDX)
035200         MOVE 'G' TO WS-NEW-STANDING
035300     ELSE
035400         IF (STM-ON-PROBATION OR STM-SUSPENDED)
035500             AND GPA-TERM-GPA-HOURS > 0
035600             AND GPA-TERM-GPA
035700                 < ASP-SUSPEND-TERM-GPA (WS-POLICY-IDX)
035800             MOVE 'S' TO WS-NEW-STANDING
035900         ELSE
036000             MOVE 'P' TO WS-NEW-STANDING
036100         END-IF
036200     END-IF.
036300     IF WS-NEW-STANDING = WS-OLD-STANDING
036400         GO TO 3000-JUDGE-ONE-STUDENT-EXIT
036500     END-IF.
036600     MOVE STM-RECORD TO WS-BEFORE-IMAGE.
036700     MOVE WS-NEW-STANDING TO STM-STANDING-CODE.
036800     MOVE WS-CLOSED-TERM TO STM-STANDING-TERM.
036900     MOVE WS-TODAY-DATE TO STM-LAST-MAINT-DATE.
037000     REWRITE STM-RECORD
037100         INVALID KEY
037200             DISPLAY 'ACADSTND: REWRITE FAILED FOR '
037300                 STM-STUDENT-ID ', STATUS ' WS-MASTER-STATUS
037400             GO TO 3000-JUDGE-ONE-STUDENT-EXIT
037500     END-REWRITE.
037500     PERFORM 8740-JOURNAL-MASTER-CHANGE
037500         THRU 8740-JOURNAL-MASTER-CHANGE-EXIT.
037600     ADD 1 TO WS-STANDING-CHANGES.
037700     PERFORM 3200-WRITE-ONE-HISTORY
037800         THRU 3200-WRITE-ONE-HISTORY-EXIT.
037900     PERFORM 3300-WRITE-REGISTER-LINE
038000         THRU 3300-WRITE-REGISTER-LINE-EXIT.
038100     IF STM-SUSPENDED
038200         ADD 1 TO WS-NEW-SUSPENSIONS
038300         PERFORM 3400-QUEUE-SUSPEND-NOTICE
038400             THRU 3400-QUEUE-SUSPEND-NOTICE-EXIT
038500     END-IF.
038600 3000-JUDGE-ONE-STUDENT-EXIT.
038700     EXIT.
038800*--------------------------------------------------------------*
038900* 3100-FIND-POLICY-BAND - THE FIRST BAND WHOSE EARNED-HOURS     *
039000* RANGE HOLDS THE STUDENT'S CUMULATIVE EARNED HOURS.            *
039100*--------------------------------------------------------------*
039200 3100-FIND-POLICY-BAND.
039300     SET WS-BAND-NOT-FOUND TO TRUE.
039400     PERFORM VARYING WS-POLICY-IDX FROM 1 BY 1
039500             UNTIL WS-POLICY-IDX > WS-POLICY-COUNT
039600             OR WS-BAND-FOUND
039700         IF GPA-CUM-EARNED >= ASP-LOW-HOURS (WS-POLICY-IDX)
039800             AND GPA-CUM-EARNED <= ASP-HIGH-HOURS (WS-POLICY-IDX)
039900             SET WS-BAND-FOUND TO TRUE
040000         END-IF
040100     END-PERFORM.
040200     IF WS-BAND-FOUND
040300         SUBTRACT 1 FROM WS-POLICY-IDX
040400     END-IF.
040500 3100-FIND-POLICY-BAND-EXIT.
040600     EXIT.
040700*--------------------------------------------------------------*
040800* 3200-WRITE-ONE-HISTORY - THE DATED BEFORE/AFTER RECORD FOR    *
040900* THE STANDING CHANGE, THE SAME SHAPE MASTUPDT WRITES.          *
041000*--------------------------------------------------------------*
041100 3200-WRITE-ONE-HISTORY.
041200     MOVE SPACES TO SH-RECORD.
041300     MOVE STM-STUDENT-ID TO SH-STUDENT-ID.
041400     MOVE 'S' TO SH-ACTION.
041500     MOVE WS-TODAY-DATE TO SH-DATE.
041600     ACCEPT SH-TIME FROM TIME.
041700     MOVE WS-BEFORE-IMAGE TO SH-BEFORE-IMAGE.
041800     MOVE STM-RECORD TO SH-AFTER-IMAGE.
041810     MOVE 'ACADSTND' TO SH-OPERATOR.
041900     WRITE SH-RECORD.
042000 3200-WRITE-ONE-HISTORY-EXIT.
042100     EXIT.
042200*--------------------------------------------------------------*
042300* 3300-WRITE-REGISTER-LINE - ONE STNDREG LINE PER CHANGE, OLD   *
042400* AND NEW CODE WITH THE FIGURES THAT DECIDED IT.                *
042500*--------------------------------------------------------------*
042600 3300-WRITE-REGISTER-LINE.
042700     MOVE SPACES TO AS-REGISTER-RECORD.
042800     MOVE STM-STUDENT-ID TO STR-STUDENT-ID.
042900     MOVE STM-NAME TO STR-NAME.
043000     MOVE GPA-CUM-EARNED TO STR-CUM-EARNED.
043100     MOVE GPA-CUM-GPA TO STR-CUM-GPA.
043200     MOVE GPA-TERM-GPA TO STR-TERM-GPA.
043300     MOVE WS-OLD-STANDING TO STR-OLD-STANDING.
043400     MOVE WS-NEW-STANDING TO STR-NEW-STANDING.
043500     EVALUATE WS-NEW-STANDING
043600         WHEN 'G'
043700             MOVE 'GOOD STANDING' TO STR-DESC
043800         WHEN 'P'
043900             MOVE 'ACADEMIC PROBATION' TO STR-DESC
044000         WHEN 'S'
044100             MOVE 'ACADEMIC SUSPENSION' TO STR-DESC
044200     END-EVALUATE.
044300     WRITE AS-REGISTER-RECORD.
044400 3300-WRITE-REGISTER-LINE-EXIT.
044500     EXIT.
044600*--------------------------------------------------------------*
044700* 3400-QUEUE-SUSPEND-NOTICE - A NEWLY SUSPENDED STUDENT IS      *
044800* QUEUED FOR A SUSPEND NOTICE ON THE NEXT NOTIFEXT RUN.         *
044900*--------------------------------------------------------------*
045000 3400-QUEUE-SUSPEND-NOTICE.
045100     MOVE SPACES TO NOTIF-QUEUE-RECORD.
045200     MOVE STM-STUDENT-ID TO NQ-STUDENT-ID.
045300     MOVE 'SUSPEND ' TO NQ-NOTICE-TYPE.
045400     MOVE 'ACADEMIC SUSPENSION - ' TO NQ-NOTICE-TEXT (1:22).
045500     MOVE WS-CLOSED-TERM TO NQ-NOTICE-TEXT (23:6).
045600     MOVE 'ACADSTND' TO NQ-SOURCE.
045700     MOVE WS-TODAY-DATE TO NQ-QUEUE-DATE.
045800     WRITE NOTIF-QUEUE-RECORD.
045900 3400-QUEUE-SUSPEND-NOTICE-EXIT.
046000     EXIT.
046000*--------------------------------------------------------------*
046000* 8740-JOURNAL-MASTER-CHANGE - THE STUMAST RECORD JUST         *
046000* REWRITTEN, WITH ITS BEFORE IMAGE, ONTO THE RCVJRNL FORWARD-  *
046000* RECOVERY JOURNAL.                                            *
046000*--------------------------------------------------------------*
046000 8740-JOURNAL-MASTER-CHANGE.
046000     MOVE 'ACADSTND' TO JR-PROGRAM-ID.
046000     SET JR-FILE-MASTER TO TRUE.
046000     SET JR-CHANGE TO TRUE.
046000     MOVE SPACES TO JR-RECORD-KEY.
046000     MOVE STM-STUDENT-ID TO JR-RECORD-KEY (1:9).
046000     MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE.
046000     MOVE STM-RECORD TO JR-AFTER-IMAGE.
046000     CALL 'JRNLLOG' USING JRNL-PARM-BLOCK.
046000 8740-JOURNAL-MASTER-CHANGE-EXIT.
046000     EXIT.
046100*--------------------------------------------------------------*
046200* 9999-EXIT                                                    *
046300*--------------------------------------------------------------*
046400 9999-EXIT.
046500     STOP RUN.
