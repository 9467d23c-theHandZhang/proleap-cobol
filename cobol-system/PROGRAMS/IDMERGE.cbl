001900*                UTLXREF, DROPS THE DUPLICATE'S STUMAST RECORD  *
002000*                AND MARKS THE QUEUE ENTRY APPLIED. IDMERGER    *
002100*                REPORTS THE PER-FILE FOLD COUNTS.              *
002100* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 145 BYTES FOR THE  *
002100*                ACADEMIC STANDING CODE AND ITS EFFECTIVE TERM,  *
002100*                STAMPED AT TERM END BY ACADSTND.                *
002100* 10/15/26  DW   ENRLMAST RECORD LENGTHENED TO 43 BYTES FOR THE  *
002100*                ENROLLMENT STATUS (W FOR A WITHDRAWAL AFTER THE *
002100*                NO-RECORD DROP DATE) AND ITS DATE.              *
002100* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 153 BYTES FOR THE  *
002100*                DEGREE CONFERRAL DATE, STAMPED BY GRADCONF.     *
002100* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 170 BYTES FOR THE  *
002100*                DIRECTORY-INFORMATION CONFIDENTIALITY FLAG,     *
002100*                ITS DATE AND REQUESTING OPERATOR.               *
002100* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 186 BYTES FOR THE  *
002100*                DATE OF DEATH AND ITS VERIFICATION SOURCE.      *
002100* 10/15/26  DW   THE STUACCT FOLD (A RELOAD MARKER THEN EACH   *
002100*                RECORD WRITTEN BACK), EVERY ENRLMAST RE-KEY   *
002100*                AND EVERY DUPLICATE STUMAST DROP ARE NOW ALSO *
002100*                WRITTEN TO THE RCVJRNL FORWARD-RECOVERY       *
002100*                JOURNAL THROUGH JRNLLOG.                      *
002100* 10/15/26  DW   CONDRES IS NOW INDEXED BY STUDENT AND TERM.   *
002100*                ITS FOLD FOLLOWS THE ENRLMAST ONE: PASS ONE   *
002100*                STAGES EACH OF THE DUPLICATE'S DECISIONS ON   *
002100*                MRGWRK, PASS TWO DELETES THE OLD KEY AND      *
002100*                WRITES THE DECISION UNDER THE SURVIVOR. A     *
002100*                SURVIVOR ALREADY DECIDED FOR THE SAME TERM    *
002100*                LEAVES BOTH IN PLACE AND SAYS SO. THE         *
002100*                ENRLMAST RE-KEY NOW STAGES THE FULL 67-BYTE   *
002100*                WORK IMAGE.                                   *
002100* 10/15/26  DW   EACH STUACCT RECORD THE FOLD WRITES BACK IS   *
002100*                ALSO POSTED TO THE STUBAL STUDENT BALANCE     *
002100*                FILE THROUGH BALPOST, WHICH THE FOLD EMPTIES  *
002100*                FIRST, SO THE BALANCES ARE REBUILT WITH THE   *
002100*                SUBLEDGER.                                    *
002100* 10/15/26  DW   THE MERGE NOW ALSO FOLDS THE DUPLICATE'S      *
002100*                ACADHIST GRADES, STUGPA TERM FIGURES, STUHOLD *
002100*                HOLDS, PAYPLAN PLANS, AWDOFFR OFFERS AND      *
002100*                STUBANK DEPOSIT ACCOUNT ONTO THE SURVIVOR,    *
002100*                TWO PASSES EACH THROUGH MRGWRK AS FOR         *
002100*                CONDRES. A SURVIVOR ALREADY ON FILE UNDER THE *
002100*                SAME KEY LEAVES BOTH IN PLACE AND SAYS SO.    *
002100*                IDMERGER CARRIES EACH FOLD COUNT AND THE KEY  *
002100*                CLASHES LEFT FOR REVIEW. MRGWRK WIDENED TO    *
002100*                250 BYTES FOR THE 200-BYTE PAYPLAN IMAGE.     *
002200*--------------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-WORK-STATUS.
003200     SELECT IM-CONDRES-FILE ASSIGN TO CONDRES
003300         ORGANIZATION IS INDEXED
003310         ACCESS MODE IS DYNAMIC
003320         RECORD KEY IS RES-KEY
003400         FILE STATUS IS WS-CONDRES-STATUS.
003500     SELECT IM-AWARD-FILE ASSIGN TO EVALAWRD
003600         ORGANIZATION IS LINE SEQUENTIAL
005030         ACCESS MODE IS RANDOM
005040         RECORD KEY IS NIX-KEY
005050         FILE STATUS IS WS-NAMIX-STATUS.
005050     SELECT IM-GRADE-FILE ASSIGN TO ACADHIST
005050         ORGANIZATION IS INDEXED
005050         ACCESS MODE IS DYNAMIC
005050         RECORD KEY IS AHS-KEY
005050         FILE STATUS IS WS-GRADE-STATUS.
005050     SELECT IM-GPA-FILE ASSIGN TO STUGPA
005050         ORGANIZATION IS INDEXED
005050         ACCESS MODE IS DYNAMIC
005050         RECORD KEY IS GPA-KEY
005050         FILE STATUS IS WS-GPA-STATUS.
005050     SELECT IM-HOLD-FILE ASSIGN TO STUHOLD
005050         ORGANIZATION IS INDEXED
005050         ACCESS MODE IS DYNAMIC
005050         RECORD KEY IS SHD-KEY
005050         FILE STATUS IS WS-HOLD-STATUS.
005050     SELECT IM-PLAN-FILE ASSIGN TO PAYPLAN
005050         ORGANIZATION IS INDEXED
005050         ACCESS MODE IS DYNAMIC
005050         RECORD KEY IS PPL-KEY
005050         FILE STATUS IS WS-PLAN-STATUS.
005050     SELECT IM-OFFER-FILE ASSIGN TO AWDOFFR
005050         ORGANIZATION IS INDEXED
005050         ACCESS MODE IS DYNAMIC
005050         RECORD KEY IS OFR-KEY
005050         FILE STATUS IS WS-OFFER-STATUS.
005050     SELECT IM-BANK-FILE ASSIGN TO STUBANK
005050         ORGANIZATION IS INDEXED
005050         ACCESS MODE IS DYNAMIC
005050         RECORD KEY IS SBK-STUDENT-ID
005050         FILE STATUS IS WS-BANK-STATUS.
005100     SELECT IM-XREF-FILE ASSIGN TO UTLXREF
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
007700     05  MRG-REVIEW-DATE      PIC 9(08).
007800     05  MRG-REASON           PIC X(20).
007900 FD  IM-WORK-FILE.
008000 01  IM-WORK-RECORD           PIC X(250).
008100 FD  IM-CONDRES-FILE.
008200 COPY CONDRREC.
008600 FD  IM-AWARD-FILE.
008700 01  AWARD-RECORD.
008800     05  AWD-STUDENT-ID       PIC 9(09).
009800         10  ENR-TERM         PIC X(06).
009900     05  ENR-CREDIT-HOURS     PIC 9(02).
010000     05  ENR-ADD-DATE         PIC 9(08).
010000     05  ENR-STATUS           PIC X(01).
010000         88  ENR-ACTIVE       VALUE 'A' ' '.
010000         88  ENR-WITHDRAWN    VALUE 'W'.
010000     05  ENR-STATUS-DATE      PIC 9(08).
010100 FD  IM-MASTER-FILE.
010200 01  STM-RECORD.
010300     05  STM-STUDENT-ID       PIC 9(09).
010400     05  STM-REST             PIC X(177).
010405 FD  IM-POOL-FILE.
010406 01  POOL-RECORD.
010407     05  POOL-STUDENT-ID      PIC 9(09).
010450         10  NIX-STUDENT-ID   PIC 9(09).
010460     05  NIX-SOUNDEX          PIC X(04).
010470     05  NIX-NAME             PIC X(25).
010470 FD  IM-GRADE-FILE.
010470 COPY ACADHREC.
010470 FD  IM-GPA-FILE.
010470 COPY STUGPREC.
010470 FD  IM-HOLD-FILE.
010470 COPY STUHLREC.
010470 FD  IM-PLAN-FILE.
010470 COPY PAYPLREC.
010470 FD  IM-OFFER-FILE.
010470 COPY AWDOFREC.
010470 FD  IM-BANK-FILE.
010470 COPY STUBKREC.
010500 FD  IM-XREF-FILE.
010600 01  XRF-RECORD.
010700     05  XRF-LEGACY-ID        PIC 9(09).
016700*--------------------------------------------------------------*
016800 01  WS-ENROLL-WORK.
016900     05  WS-EWK-OLD-KEY       PIC X(24).
017000     05  WS-EWK-NEW-RECORD    PIC X(43).
017010*--------------------------------------------------------------*
017011* WS-RESULT-WORK - ONE CONDRES RE-KEY STAGED ON MRGWRK: THE     *
017012* DUPLICATE'S ID AND THE DECISION IMAGE ALREADY CARRYING THE    *
017013* SURVIVING ID. THE TERM HALF OF THE KEY IS UNCHANGED.          *
017014*--------------------------------------------------------------*
017015 01  WS-RESULT-WORK.
017016     05  WS-RWK-OLD-ID        PIC 9(09).
017017     05  WS-RWK-NEW-RECORD.
017018         10  WS-RWK-NEW-ID    PIC 9(09).
017019         10  WS-RWK-NEW-TERM  PIC X(06).
017020         10  WS-RWK-NEW-REST  PIC X(95).
017040 01  WS-POOL-STATUS           PIC X(02).
017045     88  WS-POOL-OK           VALUE '00'.
017050 01  WS-NAMIX-STATUS          PIC X(02).
017070 01  WS-NAMIX-OPEN-SWITCH     PIC X(01) VALUE 'N'.
017080     88  WS-NAMIX-IS-OPEN     VALUE 'Y'.
017090 01  WS-DUP-NAME              PIC X(25) VALUE SPACES.
017090 01  WS-GRADE-STATUS          PIC X(02).
017090     88  WS-GRADE-OK          VALUE '00'.
017090 01  WS-GPA-STATUS            PIC X(02).
017090     88  WS-GPA-OK            VALUE '00'.
017090 01  WS-HOLD-STATUS           PIC X(02).
017090     88  WS-HOLD-OK           VALUE '00'.
017090 01  WS-PLAN-STATUS           PIC X(02).
017090     88  WS-PLAN-OK           VALUE '00'.
017090 01  WS-OFFER-STATUS          PIC X(02).
017090     88  WS-OFFER-OK          VALUE '00'.
017090 01  WS-BANK-STATUS           PIC X(02).
017090     88  WS-BANK-OK           VALUE '00'.
017090 01  WS-GRADES-FOLDED         PIC 9(06) COMP VALUE 0.
017090 01  WS-GPA-FOLDED            PIC 9(06) COMP VALUE 0.
017090 01  WS-HOLDS-FOLDED          PIC 9(06) COMP VALUE 0.
017090 01  WS-PLANS-FOLDED          PIC 9(06) COMP VALUE 0.
017090 01  WS-OFFERS-FOLDED         PIC 9(06) COMP VALUE 0.
017090 01  WS-BANK-FOLDED           PIC 9(06) COMP VALUE 0.
017090 01  WS-KEY-CLASHES           PIC 9(06) COMP VALUE 0.
017090*--------------------------------------------------------------*
017090* WS-FOLD-WORK - ONE RE-KEY OF A STUDENT-LED INDEXED FILE     *
017090* STAGED ON MRGWRK: THE DUPLICATE'S ID AND THE RECORD IMAGE   *
017090* ALREADY CARRYING THE SURVIVING ID. THE REST OF THE KEY IS   *
017090* UNCHANGED. SHARED BY THE 5600-5850 FOLDS.                   *
017090*--------------------------------------------------------------*
017090 01  WS-FOLD-WORK.
017090     05  WS-FWK-OLD-ID        PIC 9(09).
017090     05  WS-FWK-NEW-RECORD    PIC X(200).
017100 COPY SUITEPRM.
017110 COPY NNPARM.
017110 COPY JRNLPARM.
017110 COPY BALPARM.
017200 PROCEDURE DIVISION.
017300 0000-MAINLINE.
017400     PERFORM 0010-READ-SUITE-PARM
019400         THRU 4000-FOLD-SUBLEDGER-EXIT.
019500     PERFORM 5000-FOLD-ENROLLMENTS
019600         THRU 5000-FOLD-ENROLLMENTS-EXIT.
019600     PERFORM 5600-FOLD-GRADE-HISTORY
019600         THRU 5600-FOLD-GRADE-HISTORY-EXIT.
019600     PERFORM 5650-FOLD-GPA-HISTORY
019600         THRU 5650-FOLD-GPA-HISTORY-EXIT.
019600     PERFORM 5700-FOLD-HOLDS
019600         THRU 5700-FOLD-HOLDS-EXIT.
019600     PERFORM 5750-FOLD-PAYMENT-PLANS
019600         THRU 5750-FOLD-PAYMENT-PLANS-EXIT.
019600     PERFORM 5800-FOLD-AWARD-OFFERS
019600         THRU 5800-FOLD-AWARD-OFFERS-EXIT.
019600     PERFORM 5850-FOLD-BANK-ACCOUNT
019600         THRU 5850-FOLD-BANK-ACCOUNT-EXIT.
019700     PERFORM 6000-RETIRE-DUPLICATES
019800         THRU 6000-RETIRE-DUPLICATES-EXIT.
019900     PERFORM 7000-MARK-QUEUE-APPLIED
027500 1500-MAP-ONE-ID-EXIT.
027600     EXIT.
027700*--------------------------------------------------------------*
027800* 2000-FOLD-CONDRES - TWO PASSES OVER THE INDEXED DECISION     *
027900* FILE, AS FOR ENRLMAST: PASS ONE STAGES EACH RE-KEY ON MRGWRK, *
027910* PASS TWO (2500) DELETES THE OLD KEY AND WRITES THE DECISION   *
027920* UNDER THE SURVIVING ID.                                       *
028000*--------------------------------------------------------------*
028100 2000-FOLD-CONDRES.
028200     SET WS-NOT-AT-EOF TO TRUE.
028300     OPEN I-O IM-CONDRES-FILE.
028400     IF NOT WS-CONDRES-OK
028500         GO TO 2000-FOLD-CONDRES-EXIT
028600     END-IF.
029200         PERFORM 1500-MAP-ONE-ID
029300             THRU 1500-MAP-ONE-ID-EXIT
029400         IF WS-MAP-CHANGED
029500             MOVE RES-STUDENT-ID TO WS-RWK-OLD-ID
029600             MOVE RES-RECORD TO WS-RWK-NEW-RECORD
029700             MOVE WS-MAP-RESULT-ID TO WS-RWK-NEW-ID
029800             MOVE SPACES TO IM-WORK-RECORD
029900             MOVE WS-RESULT-WORK TO IM-WORK-RECORD (1:119)
030000             WRITE IM-WORK-RECORD
030050         END-IF
030100         PERFORM 2100-READ-ONE-CONDRES
030200             THRU 2100-READ-ONE-CONDRES-EXIT
030300     END-PERFORM.
030500     CLOSE IM-WORK-FILE.
030600     SET WS-NOT-AT-EOF TO TRUE.
030700     OPEN INPUT IM-WORK-FILE.
030900     PERFORM 2200-READ-ONE-WORK
031000         THRU 2200-READ-ONE-WORK-EXIT.
031100     PERFORM 2500-REKEY-ONE-CONDRES
031200         THRU 2500-REKEY-ONE-CONDRES-EXIT
031300         UNTIL WS-AT-EOF.
031700     CLOSE IM-WORK-FILE.
031800     CLOSE IM-CONDRES-FILE.
031900 2000-FOLD-CONDRES-EXIT.
032000     EXIT.
032100*--------------------------------------------------------------*
032200* 2100-READ-ONE-CONDRES - A SINGLE SEQUENTIAL READ OF CONDRES.  *
032300*--------------------------------------------------------------*
032400 2100-READ-ONE-CONDRES.
032500     READ IM-CONDRES-FILE NEXT RECORD
032600         AT END SET WS-AT-EOF TO TRUE
032700     END-READ.
032800 2100-READ-ONE-CONDRES-EXIT.
033700     END-READ.
033800 2200-READ-ONE-WORK-EXIT.
033900     EXIT.
033900*--------------------------------------------------------------*
033900* 2500-REKEY-ONE-CONDRES - ONE STAGED DECISION RE-KEY, GUARDED *
033900* AGAINST A SURVIVOR ALREADY DECIDED FOR THE SAME TERM.        *
033900*--------------------------------------------------------------*
033900 2500-REKEY-ONE-CONDRES.
033900     MOVE IM-WORK-RECORD (1:119) TO WS-RESULT-WORK.
033900     MOVE WS-RWK-NEW-ID TO RES-STUDENT-ID.
033900     MOVE WS-RWK-NEW-TERM TO RES-TERM.
033900     READ IM-CONDRES-FILE
033900         INVALID KEY
033900             MOVE WS-RWK-OLD-ID TO RES-STUDENT-ID
033900             DELETE IM-CONDRES-FILE RECORD
033900                 INVALID KEY CONTINUE
033900             END-DELETE
033900             MOVE WS-RWK-NEW-RECORD TO RES-RECORD
033900             WRITE RES-RECORD
033900                 INVALID KEY CONTINUE
033900             END-WRITE
033900             ADD 1 TO WS-CONDRES-FOLDED
033900         NOT INVALID KEY
033900             ADD 1 TO WS-KEY-CLASHES
033900             DISPLAY 'IDMERGE: CONDRES KEY CLASH - '
033900                 'SURVIVOR ' WS-RWK-NEW-ID
033900                 ' ALREADY DECIDED FOR TERM ' WS-RWK-NEW-TERM
033900     END-READ.
033900     PERFORM 2200-READ-ONE-WORK
033900         THRU 2200-READ-ONE-WORK-EXIT.
033900 2500-REKEY-ONE-CONDRES-EXIT.
033900     EXIT.
034000*--------------------------------------------------------------*
034100* 3000-FOLD-AWARDS - SAME MAP-AND-REWRITE FOR EVALAWRD.         *
034200*--------------------------------------------------------------*
042000     SET WS-NOT-AT-EOF TO TRUE.
042100     OPEN INPUT IM-WORK-FILE.
042200     OPEN OUTPUT IM-ACCT-FILE.
042200     PERFORM 8760-JOURNAL-ACCT-RELOAD
042200         THRU 8760-JOURNAL-ACCT-RELOAD-EXIT.
042200     PERFORM 8790-BEGIN-BALANCE-REBUILD
042200         THRU 8790-BEGIN-BALANCE-REBUILD-EXIT.
042300     PERFORM 2200-READ-ONE-WORK
042400         THRU 2200-READ-ONE-WORK-EXIT.
042500     PERFORM UNTIL WS-AT-EOF
042600         MOVE IM-WORK-RECORD (1:64) TO STU-ACCT-RECORD
042700         WRITE STU-ACCT-RECORD
042700         PERFORM 8700-JOURNAL-ACCT-POST
042700             THRU 8700-JOURNAL-ACCT-POST-EXIT
042700         PERFORM 8780-POST-ACCT-BALANCE
042700             THRU 8780-POST-ACCT-BALANCE-EXIT
042800         PERFORM 2200-READ-ONE-WORK
042900             THRU 2200-READ-ONE-WORK-EXIT
043000     END-PERFORM.
043000     PERFORM 8795-END-BALANCE-REBUILD
043000         THRU 8795-END-BALANCE-REBUILD-EXIT.
043100     CLOSE IM-WORK-FILE.
043200     CLOSE IM-ACCT-FILE.
043300 4000-FOLD-SUBLEDGER-EXIT.
047300             MOVE WS-MAP-RESULT-ID
047400                 TO WS-EWK-NEW-RECORD (1:9)
047500             MOVE SPACES TO IM-WORK-RECORD
047600             MOVE WS-ENROLL-WORK TO IM-WORK-RECORD (1:67)
047700             WRITE IM-WORK-RECORD
047800         END-IF
047900         PERFORM 5100-READ-ONE-ENROLLMENT
050600* AGAINST A SURVIVOR ALREADY HOLDING THE SAME SECTION.          *
050700*--------------------------------------------------------------*
050800 5500-REKEY-ONE-ENROLLMENT.
050900     MOVE IM-WORK-RECORD (1:67) TO WS-ENROLL-WORK.
051000     MOVE WS-EWK-NEW-RECORD (1:24) TO ENR-KEY.
051100     READ IM-ENROLL-FILE
051200         INVALID KEY
051300             MOVE WS-EWK-OLD-KEY TO ENR-KEY
051400             DELETE IM-ENROLL-FILE RECORD
051500                 INVALID KEY CONTINUE
051500                 NOT INVALID KEY
051500                     PERFORM 8710-JOURNAL-ENROLL-DELETE
051500                         THRU 8710-JOURNAL-ENROLL-DELETE-EXIT
051600             END-DELETE
051700             MOVE WS-EWK-NEW-RECORD TO ENR-RECORD
051800             WRITE ENR-RECORD
051900                 INVALID KEY CONTINUE
051900                 NOT INVALID KEY
051900                     PERFORM 8730-JOURNAL-ENROLL-ADD
051900                         THRU 8730-JOURNAL-ENROLL-ADD-EXIT
052000             END-WRITE
052100             ADD 1 TO WS-ENROLL-FOLDED
052200         NOT INVALID KEY
052250             ADD 1 TO WS-KEY-CLASHES
052300             DISPLAY 'IDMERGE: ENROLLMENT KEY CLASH - '
052400                 'SURVIVOR ALREADY HOLDS '
052500                 WS-EWK-NEW-RECORD (1:24)
052800         THRU 2200-READ-ONE-WORK-EXIT.
052900 5500-REKEY-ONE-ENROLLMENT-EXIT.
053000     EXIT.
053000*--------------------------------------------------------------*
053000* 5600-FOLD-GRADE-HISTORY - TWO PASSES OVER THE ACADHIST      *
053000* GRADES, AS FOR CONDRES: PASS ONE STAGES EACH OF THE         *
053000* DUPLICATE'S RECORDS ON MRGWRK, PASS TWO (5620) MOVES IT UNDER*
053000* THE SURVIVING ID.                                           *
053000*--------------------------------------------------------------*
053000 5600-FOLD-GRADE-HISTORY.
053000     SET WS-NOT-AT-EOF TO TRUE.
053000     OPEN I-O IM-GRADE-FILE.
053000     IF NOT WS-GRADE-OK
053000         GO TO 5600-FOLD-GRADE-HISTORY-EXIT
053000     END-IF.
053000     OPEN OUTPUT IM-WORK-FILE.
053000     MOVE LOW-VALUES TO AHS-KEY.
053000     START IM-GRADE-FILE KEY IS NOT LESS THAN AHS-KEY
053000         INVALID KEY
053000             SET WS-AT-EOF TO TRUE
053000     END-START.
053000     PERFORM 5610-READ-ONE-GRADE
053000         THRU 5610-READ-ONE-GRADE-EXIT.
053000     PERFORM UNTIL WS-AT-EOF
053000         MOVE AHS-STUDENT-ID TO WS-MAP-RESULT-ID
053000         PERFORM 1500-MAP-ONE-ID
053000             THRU 1500-MAP-ONE-ID-EXIT
053000         IF WS-MAP-CHANGED
053000             MOVE AHS-STUDENT-ID TO WS-FWK-OLD-ID
053000             MOVE ACAD-HIST-RECORD TO WS-FWK-NEW-RECORD
053000             MOVE WS-MAP-RESULT-ID
053000                 TO WS-FWK-NEW-RECORD (1:9)
053000             MOVE SPACES TO IM-WORK-RECORD
053000             MOVE WS-FOLD-WORK TO IM-WORK-RECORD (1:55)
053000             WRITE IM-WORK-RECORD
053000         END-IF
053000         PERFORM 5610-READ-ONE-GRADE
053000             THRU 5610-READ-ONE-GRADE-EXIT
053000     END-PERFORM.
053000     CLOSE IM-WORK-FILE.
053000     SET WS-NOT-AT-EOF TO TRUE.
053000     OPEN INPUT IM-WORK-FILE.
053000     PERFORM 2200-READ-ONE-WORK
053000         THRU 2200-READ-ONE-WORK-EXIT.
053000     PERFORM 5620-REKEY-ONE-GRADE
053000         THRU 5620-REKEY-ONE-GRADE-EXIT
053000         UNTIL WS-AT-EOF.
053000     CLOSE IM-WORK-FILE.
053000     CLOSE IM-GRADE-FILE.
053000 5600-FOLD-GRADE-HISTORY-EXIT.
053000     EXIT.
053000*--------------------------------------------------------------*
053000* 5610-READ-ONE-GRADE - A SINGLE SEQUENTIAL READ OF ACADHIST. *
053000*--------------------------------------------------------------*
053000 5610-READ-ONE-GRADE.
053000     READ IM-GRADE-FILE NEXT RECORD
053000         AT END SET WS-AT-EOF TO TRUE
053000     END-READ.
053000 5610-READ-ONE-GRADE-EXIT.
053000     EXIT.
053000*--------------------------------------------------------------*
053000* 5620-REKEY-ONE-GRADE - ONE STAGED ACADHIST RE-KEY, GUARDED  *
053000* AGAINST A SURVIVOR ALREADY ON FILE UNDER THE SAME KEY, WHICH*
053000* LEAVES BOTH IN PLACE AND SAYS SO.                           *
053000*--------------------------------------------------------------*
053000 5620-REKEY-ONE-GRADE.
053000     MOVE IM-WORK-RECORD (1:55) TO WS-FOLD-WORK.
053000     MOVE WS-FWK-NEW-RECORD (1:46) TO ACAD-HIST-RECORD.
053000     READ IM-GRADE-FILE
053000         INVALID KEY
053000             MOVE WS-FWK-NEW-RECORD (1:46) TO ACAD-HIST-RECORD
053000             MOVE WS-FWK-OLD-ID TO AHS-STUDENT-ID
053000             DELETE IM-GRADE-FILE RECORD
053000                 INVALID KEY CONTINUE
053000             END-DELETE
053000             MOVE WS-FWK-NEW-RECORD (1:46) TO ACAD-HIST-RECORD
053000             WRITE ACAD-HIST-RECORD
053000                 INVALID KEY CONTINUE
053000             END-WRITE
053000             ADD 1 TO WS-GRADES-FOLDED
053000         NOT INVALID KEY
053000             ADD 1 TO WS-KEY-CLASHES
053000             DISPLAY 'IDMERGE: ACADHIST KEY CLASH - '
053000                 'SURVIVOR ALREADY GRADED FOR '
053000                 WS-FWK-NEW-RECORD (1:24)
053000     END-READ.
053000     PERFORM 2200-READ-ONE-WORK
053000         THRU 2200-READ-ONE-WORK-EXIT.
053000 5620-REKEY-ONE-GRADE-EXIT.
053000     EXIT.
053000*--------------------------------------------------------------*
053000* 5650-FOLD-GPA-HISTORY - TWO PASSES OVER THE STUGPA TERM     *
053000* FIGURES, AS FOR CONDRES: PASS ONE STAGES EACH OF THE        *
053000* DUPLICATE'S RECORDS ON MRGWRK, PASS TWO (5670) MOVES IT UNDER*
053000* THE SURVIVING ID.                                           *
053000*--------------------------------------------------------------*
053000 5650-FOLD-GPA-HISTORY.
053000     SET WS-NOT-AT-EOF TO TRUE.
053000     OPEN I-O IM-GPA-FILE.
053000     IF NOT WS-GPA-OK
053000         GO TO 5650-FOLD-GPA-HISTORY-EXIT
053000     END-IF.
053000     OPEN OUTPUT IM-WORK-FILE.
053000     MOVE LOW-VALUES TO GPA-KEY.
053000     START IM-GPA-FILE KEY IS NOT LESS THAN GPA-KEY
053000         INVALID KEY
053000             SET WS-AT-EOF TO TRUE
053000     END-START.
053000     PERFORM 5660-READ-ONE-GPA
053000         THRU 5660-READ-ONE-GPA-EXIT.
053000     PERFORM UNTIL WS-AT-EOF
053000         MOVE GPA-STUDENT-ID TO WS-MAP-RESULT-ID
053000         PERFORM 1500-MAP-ONE-ID
053000             THRU 1500-MAP-ONE-ID-EXIT
053000         IF WS-MAP-CHANGED
053000             MOVE GPA-STUDENT-ID TO WS-FWK-OLD-ID
053000             MOVE STU-GPA-RECORD TO WS-FWK-NEW-RECORD
053000             MOVE WS-MAP-RESULT-ID
053000                 TO WS-FWK-NEW-RECORD (1:9)
053000             MOVE SPACES TO IM-WORK-RECORD
053000             MOVE WS-FOLD-WORK TO IM-WORK-RECORD (1:73)
053000             WRITE IM-WORK-RECORD
053000         END-IF
053000         PERFORM 5660-READ-ONE-GPA
053000             THRU 5660-READ-ONE-GPA-EXIT
053000     END-PERFORM.
053000     CLOSE IM-WORK-FILE.
053000     SET WS-NOT-AT-EOF TO TRUE.
053000     OPEN INPUT IM-WORK-FILE.
053000     PERFORM 2200-READ-ONE-WORK
053000         THRU 2200-READ-ONE-WORK-EXIT.
053000     PERFORM 5670-REKEY-ONE-GPA
053000         THRU 5670-REKEY-ONE-GPA-EXIT
053000         UNTIL WS-AT-EOF.
053000     CLOSE IM-WORK-FILE.
053000     CLOSE IM-GPA-FILE.
053000 5650-FOLD-GPA-HISTORY-EXIT.
053000     EXIT.
053000*--------------------------------------------------------------*
053000* 5660-READ-ONE-GPA - A SINGLE SEQUENTIAL READ OF STUGPA.     *
053000*--------------------------------------------------------------*
053000 5660-READ-ONE-GPA.
053000     READ IM-GPA-FILE NEXT RECORD
053000         AT END SET WS-AT-EOF TO TRUE
053000     END-READ.
053000 5660-READ-ONE-GPA-EXIT.
053000     EXIT.
053000*--------------------------------------------------------------*
053000* 5670-REKEY-ONE-GPA - ONE STAGED STUGPA RE-KEY, GUARDED      *
053000* AGAINST A SURVIVOR ALREADY ON FILE UNDER THE SAME KEY, WHICH*
053000* LEAVES BOTH IN PLACE AND SAYS SO.                           *
053000*--------------------------------------------------------------*
053000 5670-REKEY-ONE-GPA.
053000     MOVE IM-WORK-RECORD (1:73) TO WS-FOLD-WORK.
053000     MOVE WS-FWK-NEW-RECORD (1:64) TO STU-GPA-RECORD.
053000     READ IM-GPA-FILE
053000         INVALID KEY
053000             MOVE WS-FWK-NEW-RECORD (1:64) TO STU-GPA-RECORD
053000             MOVE WS-FWK-OLD-ID TO GPA-STUDENT-ID
053000             DELETE IM-GPA-FILE RECORD
053000                 INVALID KEY CONTINUE
053000             END-DELETE
053000             MOVE WS-FWK-NEW-RECORD (1:64) TO STU-GPA-RECORD
053000             WRITE STU-GPA-RECORD
053000                 INVALID KEY CONTINUE
053000             END-WRITE
053000             ADD 1 TO WS-GPA-FOLDED
053000         NOT INVALID KEY
053000             ADD 1 TO WS-KEY-CLASHES
053000             DISPLAY 'IDMERGE: STUGPA KEY CLASH - '
053000                 'SURVIVOR ALREADY HAS GPA FOR '
053000                 WS-FWK-NEW-RECORD (1:15)
053000     END-READ.
053000     PERFORM 2200-READ-ONE-WORK
053000         THRU 2200-READ-ONE-WORK-EXIT.
053000 5670-REKEY-ONE-GPA-EXIT.
053000     EXIT.
053000*--------------------------------------------------------------*
053000* 5700-FOLD-HOLDS - TWO PASSES OVER THE STUHOLD HOLDS, AS FOR *
053000* CONDRES: PASS ONE STAGES EACH OF THE DUPLICATE'S RECORDS ON *
053000* MRGWRK, PASS TWO (5720) MOVES IT UNDER THE SURVIVING ID.    *
053000*--------------------------------------------------------------*
053000 5700-FOLD-HOLDS.
053000     SET WS-NOT-AT-EOF TO TRUE.
053000     OPEN I-O IM-HOLD-FILE.
053000     IF NOT WS-HOLD-OK
053000         GO TO 5700-FOLD-HOLDS-EXIT
053000     END-IF.
053000     OPEN OUTPUT IM-WORK-FILE.
053000     MOVE LOW-VALUES TO SHD-KEY.
053000     START IM-HOLD-FILE KEY IS NOT LESS THAN SHD-KEY
053000         INVALID KEY
053000             SET WS-AT-EOF TO TRUE
053000     END-START.
053000     PERFORM 5710-READ-ONE-HOLD
053000         THRU 5710-READ-ONE-HOLD-EXIT.
053000     PERFORM UNTIL WS-AT-EOF
053000         MOVE SHD-STUDENT-ID TO WS-MAP-RESULT-ID
053000         PERFORM 1500-MAP-ONE-ID
053000             THRU 1500-MAP-ONE-ID-EXIT
053000         IF WS-MAP-CHANGED
053000             MOVE SHD-STUDENT-ID TO WS-FWK-OLD-ID
053000             MOVE STU-HOLD-RECORD TO WS-FWK-NEW-RECORD
053000             MOVE WS-MAP-RESULT-ID
053000                 TO WS-FWK-NEW-RECORD (1:9)
053000             MOVE SPACES TO IM-WORK-RECORD
053000             MOVE WS-FOLD-WORK TO IM-WORK-RECORD (1:90)
053000             WRITE IM-WORK-RECORD
053000         END-IF
053000         PERFORM 5710-READ-ONE-HOLD
053000             THRU 5710-READ-ONE-HOLD-EXIT
053000     END-PERFORM.
053000     CLOSE IM-WORK-FILE.
053000     SET WS-NOT-AT-EOF TO TRUE.
053000     OPEN INPUT IM-WORK-FILE.
053000     PERFORM 2200-READ-ONE-WORK
053000         THRU 2200-READ-ONE-WORK-EXIT.
053000     PERFORM 5720-REKEY-ONE-HOLD
053000         THRU 5720-REKEY-ONE-HOLD-EXIT
053000         UNTIL WS-AT-EOF.
053000     CLOSE IM-WORK-FILE.
053000     CLOSE IM-HOLD-FILE.
053000 5700-FOLD-HOLDS-EXIT.
053000     EXIT.
053000*--------------------------------------------------------------*
053000* 5710-READ-ONE-HOLD - A SINGLE SEQUENTIAL READ OF STUHOLD.   *
053000*--------------------------------------------------------------*
053000 5710-READ-ONE-HOLD.
053000     READ IM-HOLD-FILE NEXT RECORD
053000         AT END SET WS-AT-EOF TO TRUE
053000     END-READ.
053000 5710-READ-ONE-HOLD-EXIT.
053000     EXIT.
053000*--------------------------------------------------------------*
053000* 5720-REKEY-ONE-HOLD - ONE STAGED STUHOLD RE-KEY, GUARDED    *
053000* AGAINST A SURVIVOR ALREADY ON FILE UNDER THE SAME KEY, WHICH*
053000* LEAVES BOTH IN PLACE AND SAYS SO.                           *
053000*--------------------------------------------------------------*
053000 5720-REKEY-ONE-HOLD.
053000     MOVE IM-WORK-RECORD (1:90) TO WS-FOLD-WORK.
053000     MOVE WS-FWK-NEW-RECORD (1:81) TO STU-HOLD-RECORD.
053000     READ IM-HOLD-FILE
053000         INVALID KEY
053000             MOVE WS-FWK-NEW-RECORD (1:81) TO STU-HOLD-RECORD
053000             MOVE WS-FWK-OLD-ID TO SHD-STUDENT-ID
053000             DELETE IM-HOLD-FILE RECORD
053000                 INVALID KEY CONTINUE
053000             END-DELETE
053000             MOVE WS-FWK-NEW-RECORD (1:81) TO STU-HOLD-RECORD
053000             WRITE STU-HOLD-RECORD
053000                 INVALID KEY CONTINUE
053000             END-WRITE
053000             ADD 1 TO WS-HOLDS-FOLDED
053000         NOT INVALID KEY
053000             ADD 1 TO WS-KEY-CLASHES
053000             DISPLAY 'IDMERGE: STUHOLD KEY CLASH - '
053000                 'SURVIVOR ALREADY HOLDS '
053000                 WS-FWK-NEW-RECORD (1:21)
053000     END-READ.
053000     PERFORM 2200-READ-ONE-WORK
053000         THRU 2200-READ-ONE-WORK-EXIT.
053000 5720-REKEY-ONE-HOLD-EXIT.
053000     EXIT.
053000*--------------------------------------------------------------*
053000* 5750-FOLD-PAYMENT-PLANS - TWO PASSES OVER THE PAYPLAN       *
053000* INSTALLMENT PLANS, AS FOR CONDRES: PASS ONE STAGES EACH OF  *
053000* THE DUPLICATE'S RECORDS ON MRGWRK, PASS TWO (5770) MOVES IT *
053000* UNDER THE SURVIVING ID.                                     *
053000*--------------------------------------------------------------*
053000 5750-FOLD-PAYMENT-PLANS.
053000     SET WS-NOT-AT-EOF TO TRUE.
053000     OPEN I-O IM-PLAN-FILE.
053000     IF NOT WS-PLAN-OK
053000         GO TO 5750-FOLD-PAYMENT-PLANS-EXIT
053000     END-IF.
053000     OPEN OUTPUT IM-WORK-FILE.
053000     MOVE LOW-VALUES TO PPL-KEY.
053000     START IM-PLAN-FILE KEY IS NOT LESS THAN PPL-KEY
053000         INVALID KEY
053000             SET WS-AT-EOF TO TRUE
053000     END-START.
053000     PERFORM 5760-READ-ONE-PLAN
053000         THRU 5760-READ-ONE-PLAN-EXIT.
053000     PERFORM UNTIL WS-AT-EOF
053000         MOVE PPL-STUDENT-ID TO WS-MAP-RESULT-ID
053000         PERFORM 1500-MAP-ONE-ID
053000             THRU 1500-MAP-ONE-ID-EXIT
053000         IF WS-MAP-CHANGED
053000             MOVE PPL-STUDENT-ID TO WS-FWK-OLD-ID
053000             MOVE PAY-PLAN-RECORD TO WS-FWK-NEW-RECORD
053000             MOVE WS-MAP-RESULT-ID
053000                 TO WS-FWK-NEW-RECORD (1:9)
053000             MOVE SPACES TO IM-WORK-RECORD
053000             MOVE WS-FOLD-WORK TO IM-WORK-RECORD (1:209)
053000             WRITE IM-WORK-RECORD
053000         END-IF
053000         PERFORM 5760-READ-ONE-PLAN
053000             THRU 5760-READ-ONE-PLAN-EXIT
053000     END-PERFORM.
053000     CLOSE IM-WORK-FILE.
053000     SET WS-NOT-AT-EOF TO TRUE.
053000     OPEN INPUT IM-WORK-FILE.
053000     PERFORM 2200-READ-ONE-WORK
053000         THRU 2200-READ-ONE-WORK-EXIT.
053000     PERFORM 5770-REKEY-ONE-PLAN
053000         THRU 5770-REKEY-ONE-PLAN-EXIT
053000         UNTIL WS-AT-EOF.
053000     CLOSE IM-WORK-FILE.
053000     CLOSE IM-PLAN-FILE.
053000 5750-FOLD-PAYMENT-PLANS-EXIT.
053000     EXIT.
053000*--------------------------------------------------------------*
053000* 5760-READ-ONE-PLAN - A SINGLE SEQUENTIAL READ OF PAYPLAN.   *
053000*--------------------------------------------------------------*
053000 5760-READ-ONE-PLAN.
053000     READ IM-PLAN-FILE NEXT RECORD
053000         AT END SET WS-AT-EOF TO TRUE
053000     END-READ.
053000 5760-READ-ONE-PLAN-EXIT.
053000     EXIT.
053000*--------------------------------------------------------------*
053000* 5770-REKEY-ONE-PLAN - ONE STAGED PAYPLAN RE-KEY, GUARDED    *
053000* AGAINST A SURVIVOR ALREADY ON FILE UNDER THE SAME KEY, WHICH*
053000* LEAVES BOTH IN PLACE AND SAYS SO.                           *
053000*--------------------------------------------------------------*
053000 5770-REKEY-ONE-PLAN.
053000     MOVE IM-WORK-RECORD (1:209) TO WS-FOLD-WORK.
053000     MOVE WS-FWK-NEW-RECORD (1:200) TO PAY-PLAN-RECORD.
053000     READ IM-PLAN-FILE
053000         INVALID KEY
053000             MOVE WS-FWK-NEW-RECORD (1:200) TO PAY-PLAN-RECORD
053000             MOVE WS-FWK-OLD-ID TO PPL-STUDENT-ID
053000             DELETE IM-PLAN-FILE RECORD
053000                 INVALID KEY CONTINUE
053000             END-DELETE
053000             MOVE WS-FWK-NEW-RECORD (1:200) TO PAY-PLAN-RECORD
053000             WRITE PAY-PLAN-RECORD
053000                 INVALID KEY CONTINUE
053000             END-WRITE
053000             ADD 1 TO WS-PLANS-FOLDED
053000         NOT INVALID KEY
053000             ADD 1 TO WS-KEY-CLASHES
053000             DISPLAY 'IDMERGE: PAYPLAN KEY CLASH - '
053000                 'SURVIVOR ALREADY HAS PLAN '
053000                 WS-FWK-NEW-RECORD (1:15)
053000     END-READ.
053000     PERFORM 2200-READ-ONE-WORK
053000         THRU 2200-READ-ONE-WORK-EXIT.
053000 5770-REKEY-ONE-PLAN-EXIT.
053000     EXIT.
053000*--------------------------------------------------------------*
053000* 5800-FOLD-AWARD-OFFERS - TWO PASSES OVER THE AWDOFFR AID    *
053000* OFFERS, AS FOR CONDRES: PASS ONE STAGES EACH OF THE         *
053000* DUPLICATE'S RECORDS ON MRGWRK, PASS TWO (5820) MOVES IT UNDER*
053000* THE SURVIVING ID.                                           *
053000*--------------------------------------------------------------*
053000 5800-FOLD-AWARD-OFFERS.
053000     SET WS-NOT-AT-EOF TO TRUE.
053000     OPEN I-O IM-OFFER-FILE.
053000     IF NOT WS-OFFER-OK
053000         GO TO 5800-FOLD-AWARD-OFFERS-EXIT
053000     END-IF.
053000     OPEN OUTPUT IM-WORK-FILE.
053000     MOVE LOW-VALUES TO OFR-KEY.
053000     START IM-OFFER-FILE KEY IS NOT LESS THAN OFR-KEY
053000         INVALID KEY
053000             SET WS-AT-EOF TO TRUE
053000     END-START.
053000     PERFORM 5810-READ-ONE-OFFER
053000         THRU 5810-READ-ONE-OFFER-EXIT.
053000     PERFORM UNTIL WS-AT-EOF
053000         MOVE OFR-STUDENT-ID TO WS-MAP-RESULT-ID
053000         PERFORM 1500-MAP-ONE-ID
053000             THRU 1500-MAP-ONE-ID-EXIT
053000         IF WS-MAP-CHANGED
053000             MOVE OFR-STUDENT-ID TO WS-FWK-OLD-ID
053000             MOVE AWD-OFFER-RECORD TO WS-FWK-NEW-RECORD
053000             MOVE WS-MAP-RESULT-ID
053000                 TO WS-FWK-NEW-RECORD (1:9)
053000             MOVE SPACES TO IM-WORK-RECORD
053000             MOVE WS-FOLD-WORK TO IM-WORK-RECORD (1:105)
053000             WRITE IM-WORK-RECORD
053000         END-IF
053000         PERFORM 5810-READ-ONE-OFFER
053000             THRU 5810-READ-ONE-OFFER-EXIT
053000     END-PERFORM.
053000     CLOSE IM-WORK-FILE.
053000     SET WS-NOT-AT-EOF TO TRUE.
053000     OPEN INPUT IM-WORK-FILE.
053000     PERFORM 2200-READ-ONE-WORK
053000         THRU 2200-READ-ONE-WORK-EXIT.
053000     PERFORM 5820-REKEY-ONE-OFFER
053000         THRU 5820-REKEY-ONE-OFFER-EXIT
053000         UNTIL WS-AT-EOF.
053000     CLOSE IM-WORK-FILE.
053000     CLOSE IM-OFFER-FILE.
053000 5800-FOLD-AWARD-OFFERS-EXIT.
053000     EXIT.
053000*--------------------------------------------------------------*
053000* 5810-READ-ONE-OFFER - A SINGLE SEQUENTIAL READ OF AWDOFFR.  *
053000*--------------------------------------------------------------*
053000 5810-READ-ONE-OFFER.
053000     READ IM-OFFER-FILE NEXT RECORD
053000         AT END SET WS-AT-EOF TO TRUE
053000     END-READ.
053000 5810-READ-ONE-OFFER-EXIT.
053000     EXIT.
053000*--------------------------------------------------------------*
053000* 5820-REKEY-ONE-OFFER - ONE STAGED AWDOFFR RE-KEY, GUARDED   *
053000* AGAINST A SURVIVOR ALREADY ON FILE UNDER THE SAME KEY, WHICH*
053000* LEAVES BOTH IN PLACE AND SAYS SO.                           *
053000*--------------------------------------------------------------*
053000 5820-REKEY-ONE-OFFER.
053000     MOVE IM-WORK-RECORD (1:105) TO WS-FOLD-WORK.
053000     MOVE WS-FWK-NEW-RECORD (1:96) TO AWD-OFFER-RECORD.
053000     READ IM-OFFER-FILE
053000         INVALID KEY
053000             MOVE WS-FWK-NEW-RECORD (1:96) TO AWD-OFFER-RECORD
053000             MOVE WS-FWK-OLD-ID TO OFR-STUDENT-ID
053000             DELETE IM-OFFER-FILE RECORD
053000                 INVALID KEY CONTINUE
053000             END-DELETE
053000             MOVE WS-FWK-NEW-RECORD (1:96) TO AWD-OFFER-RECORD
053000             WRITE AWD-OFFER-RECORD
053000                 INVALID KEY CONTINUE
053000             END-WRITE
053000             ADD 1 TO WS-OFFERS-FOLDED
053000         NOT INVALID KEY
053000             ADD 1 TO WS-KEY-CLASHES
053000             DISPLAY 'IDMERGE: AWDOFFR KEY CLASH - '
053000                 'SURVIVOR ALREADY OFFERED '
053000                 WS-FWK-NEW-RECORD (1:19)
053000     END-READ.
053000     PERFORM 2200-READ-ONE-WORK
053000         THRU 2200-READ-ONE-WORK-EXIT.
053000 5820-REKEY-ONE-OFFER-EXIT.
053000     EXIT.
053000*--------------------------------------------------------------*
053000* 5850-FOLD-BANK-ACCOUNT - TWO PASSES OVER THE STUBANK DEPOSIT*
053000* ACCOUNT, AS FOR CONDRES: PASS ONE STAGES EACH OF THE        *
053000* DUPLICATE'S RECORDS ON MRGWRK, PASS TWO (5870) MOVES IT UNDER*
053000* THE SURVIVING ID.                                           *
053000*--------------------------------------------------------------*
053000 5850-FOLD-BANK-ACCOUNT.
053000     SET WS-NOT-AT-EOF TO TRUE.
053000     OPEN I-O IM-BANK-FILE.
053000     IF NOT WS-BANK-OK
053000         GO TO 5850-FOLD-BANK-ACCOUNT-EXIT
053000     END-IF.
053000     OPEN OUTPUT IM-WORK-FILE.
053000     MOVE ZERO TO SBK-STUDENT-ID.
053000     START IM-BANK-FILE KEY IS NOT LESS THAN SBK-STUDENT-ID
053000         INVALID KEY
053000             SET WS-AT-EOF TO TRUE
053000     END-START.
053000     PERFORM 5860-READ-ONE-BANK
053000         THRU 5860-READ-ONE-BANK-EXIT.
053000     PERFORM UNTIL WS-AT-EOF
053000         MOVE SBK-STUDENT-ID TO WS-MAP-RESULT-ID
053000         PERFORM 1500-MAP-ONE-ID
053000             THRU 1500-MAP-ONE-ID-EXIT
053000         IF WS-MAP-CHANGED
053000             MOVE SBK-STUDENT-ID TO WS-FWK-OLD-ID
053000             MOVE STU-BANK-RECORD TO WS-FWK-NEW-RECORD
053000             MOVE WS-MAP-RESULT-ID
053000                 TO WS-FWK-NEW-RECORD (1:9)
053000             MOVE SPACES TO IM-WORK-RECORD
053000             MOVE WS-FOLD-WORK TO IM-WORK-RECORD (1:97)
053000             WRITE IM-WORK-RECORD
053000         END-IF
053000         PERFORM 5860-READ-ONE-BANK
053000             THRU 5860-READ-ONE-BANK-EXIT
053000     END-PERFORM.
053000     CLOSE IM-WORK-FILE.
053000     SET WS-NOT-AT-EOF TO TRUE.
053000     OPEN INPUT IM-WORK-FILE.
053000     PERFORM 2200-READ-ONE-WORK
053000         THRU 2200-READ-ONE-WORK-EXIT.
053000     PERFORM 5870-REKEY-ONE-BANK
053000         THRU 5870-REKEY-ONE-BANK-EXIT
053000         UNTIL WS-AT-EOF.
053000     CLOSE IM-WORK-FILE.
053000     CLOSE IM-BANK-FILE.
053000 5850-FOLD-BANK-ACCOUNT-EXIT.
053000     EXIT.
053000*--------------------------------------------------------------*
053000* 5860-READ-ONE-BANK - A SINGLE SEQUENTIAL READ OF STUBANK.   *
053000*--------------------------------------------------------------*
053000 5860-READ-ONE-BANK.
053000     READ IM-BANK-FILE NEXT RECORD
053000         AT END SET WS-AT-EOF TO TRUE
053000     END-READ.
053000 5860-READ-ONE-BANK-EXIT.
053000     EXIT.
053000*--------------------------------------------------------------*
053000* 5870-REKEY-ONE-BANK - ONE STAGED STUBANK RE-KEY, GUARDED    *
053000* AGAINST A SURVIVOR ALREADY ON FILE UNDER THE SAME KEY, WHICH*
053000* LEAVES BOTH IN PLACE AND SAYS SO.                           *
053000*--------------------------------------------------------------*
053000 5870-REKEY-ONE-BANK.
053000     MOVE IM-WORK-RECORD (1:97) TO WS-FOLD-WORK.
053000     MOVE WS-FWK-NEW-RECORD (1:88) TO STU-BANK-RECORD.
053000     READ IM-BANK-FILE
053000         INVALID KEY
053000             MOVE WS-FWK-NEW-RECORD (1:88) TO STU-BANK-RECORD
053000             MOVE WS-FWK-OLD-ID TO SBK-STUDENT-ID
053000             DELETE IM-BANK-FILE RECORD
053000                 INVALID KEY CONTINUE
053000             END-DELETE
053000             MOVE WS-FWK-NEW-RECORD (1:88) TO STU-BANK-RECORD
053000             WRITE STU-BANK-RECORD
053000                 INVALID KEY CONTINUE
053000             END-WRITE
053000             ADD 1 TO WS-BANK-FOLDED
053000         NOT INVALID KEY
053000             ADD 1 TO WS-KEY-CLASHES
053000             DISPLAY 'IDMERGE: STUBANK KEY CLASH - '
053000                 'SURVIVOR ALREADY HAS BANK DATA '
053000                 WS-FWK-NEW-RECORD (1:9)
053000     END-READ.
053000     PERFORM 2200-READ-ONE-WORK
053000         THRU 2200-READ-ONE-WORK-EXIT.
053000 5870-REKEY-ONE-BANK-EXIT.
053000     EXIT.
053100*--------------------------------------------------------------*
053200* 6000-RETIRE-DUPLICATES - FOR EACH PAIR: THE DUPLICATE'S       *
053300* STUMAST RECORD IS DROPPED, THE ID IS RELEASED THROUGH UTIL'S  *
056380     MOVE IMP-DUP-ID (WS-PAIR-IDX) TO STM-STUDENT-ID.
056400     DELETE IM-MASTER-FILE RECORD
056500         INVALID KEY CONTINUE
056500         NOT INVALID KEY
056500             PERFORM 8750-JOURNAL-MASTER-DELETE
056500                 THRU 8750-JOURNAL-MASTER-DELETE-EXIT
056600     END-DELETE.
056610     PERFORM 6150-DROP-NAME-ENTRY
056620         THRU 6150-DROP-NAME-ENTRY-EXIT.
063600     MOVE 'ENROLLMENTS FOLDED' TO IMR-LABEL.
063700     MOVE WS-ENROLL-FOLDED TO IMR-VALUE.
063800     WRITE IM-REPORT-RECORD.
063800     MOVE 'GRADES FOLDED' TO IMR-LABEL.
063800     MOVE WS-GRADES-FOLDED TO IMR-VALUE.
063800     WRITE IM-REPORT-RECORD.
063800     MOVE 'GPA TERMS FOLDED' TO IMR-LABEL.
063800     MOVE WS-GPA-FOLDED TO IMR-VALUE.
063800     WRITE IM-REPORT-RECORD.
063800     MOVE 'HOLDS FOLDED' TO IMR-LABEL.
063800     MOVE WS-HOLDS-FOLDED TO IMR-VALUE.
063800     WRITE IM-REPORT-RECORD.
063800     MOVE 'PAYMENT PLANS FOLDED' TO IMR-LABEL.
063800     MOVE WS-PLANS-FOLDED TO IMR-VALUE.
063800     WRITE IM-REPORT-RECORD.
063800     MOVE 'AWARD OFFERS FOLDED' TO IMR-LABEL.
063800     MOVE WS-OFFERS-FOLDED TO IMR-VALUE.
063800     WRITE IM-REPORT-RECORD.
063800     MOVE 'BANK ACCOUNTS FOLDED' TO IMR-LABEL.
063800     MOVE WS-BANK-FOLDED TO IMR-VALUE.
063800     WRITE IM-REPORT-RECORD.
063800     MOVE 'KEY CLASHES LEFT' TO IMR-LABEL.
063800     MOVE WS-KEY-CLASHES TO IMR-VALUE.
063800     WRITE IM-REPORT-RECORD.
063900     CLOSE IM-REPORT-FILE.
064000 8000-WRITE-RUN-REPORT-EXIT.
064100     EXIT.
064100*--------------------------------------------------------------*
064100* 8700-JOURNAL-ACCT-POST - THE STUACCT POSTING JUST WRITTEN,   *
064100* ONTO THE RCVJRNL FORWARD-RECOVERY JOURNAL.                   *
064100*--------------------------------------------------------------*
064100 8700-JOURNAL-ACCT-POST.
064100     MOVE 'IDMERGE ' TO JR-PROGRAM-ID.
064100     SET JR-FILE-ACCOUNT TO TRUE.
064100     SET JR-ADD TO TRUE.
064100     MOVE SPACES TO JR-RECORD-KEY.
064100     MOVE SUB-STUDENT-ID TO JR-RECORD-KEY (1:9).
064100     MOVE SPACES TO JR-BEFORE-IMAGE.
064100     MOVE STU-ACCT-RECORD TO JR-AFTER-IMAGE.
064100     CALL 'JRNLLOG' USING JRNL-PARM-BLOCK.
064100 8700-JOURNAL-ACCT-POST-EXIT.
064100     EXIT.
064100*--------------------------------------------------------------*
064100* 8710-JOURNAL-ENROLL-DELETE - THE DUPLICATE'S ENRLMAST RECORD *
064100* JUST DELETED, REBUILT FROM THE STAGED IMAGE UNDER ITS OLD    *
064100* KEY, ONTO THE RCVJRNL FORWARD-RECOVERY JOURNAL.              *
064100*--------------------------------------------------------------*
064100 8710-JOURNAL-ENROLL-DELETE.
064100     MOVE 'IDMERGE ' TO JR-PROGRAM-ID.
064100     SET JR-FILE-ENROLL TO TRUE.
064100     SET JR-DELETE TO TRUE.
064100     MOVE WS-EWK-OLD-KEY TO JR-RECORD-KEY.
064100     MOVE WS-EWK-NEW-RECORD TO JR-BEFORE-IMAGE.
064100     MOVE WS-EWK-OLD-KEY TO JR-BEFORE-IMAGE (1:24).
064100     MOVE SPACES TO JR-AFTER-IMAGE.
064100     CALL 'JRNLLOG' USING JRNL-PARM-BLOCK.
064100 8710-JOURNAL-ENROLL-DELETE-EXIT.
064100     EXIT.
064100*--------------------------------------------------------------*
064100* 8730-JOURNAL-ENROLL-ADD - THE ENRLMAST ENROLLMENT JUST       *
064100* WRITTEN ONTO THE RCVJRNL FORWARD-RECOVERY JOURNAL.           *
064100*--------------------------------------------------------------*
064100 8730-JOURNAL-ENROLL-ADD.
064100     MOVE 'IDMERGE ' TO JR-PROGRAM-ID.
064100     SET JR-FILE-ENROLL TO TRUE.
064100     SET JR-ADD TO TRUE.
064100     MOVE ENR-KEY TO JR-RECORD-KEY.
064100     MOVE SPACES TO JR-BEFORE-IMAGE.
064100     MOVE ENR-RECORD TO JR-AFTER-IMAGE.
064100     CALL 'JRNLLOG' USING JRNL-PARM-BLOCK.
064100 8730-JOURNAL-ENROLL-ADD-EXIT.
064100     EXIT.
064100*--------------------------------------------------------------*
064100* 8750-JOURNAL-MASTER-DELETE - THE DUPLICATE'S STUMAST RECORD  *
064100* JUST DROPPED, AS READ, ONTO THE RCVJRNL FORWARD-RECOVERY     *
064100* JOURNAL.                                                     *
064100*--------------------------------------------------------------*
064100 8750-JOURNAL-MASTER-DELETE.
064100     MOVE 'IDMERGE ' TO JR-PROGRAM-ID.
064100     SET JR-FILE-MASTER TO TRUE.
064100     SET JR-DELETE TO TRUE.
064100     MOVE SPACES TO JR-RECORD-KEY.
064100     MOVE STM-STUDENT-ID TO JR-RECORD-KEY (1:9).
064100     MOVE STM-RECORD TO JR-BEFORE-IMAGE.
064100     MOVE SPACES TO JR-AFTER-IMAGE.
064100     CALL 'JRNLLOG' USING JRNL-PARM-BLOCK.
064100 8750-JOURNAL-MASTER-DELETE-EXIT.
064100     EXIT.
064100*--------------------------------------------------------------*
064100* 8760-JOURNAL-ACCT-RELOAD - THE FOLD REWRITES STUACCT WHOLE,  *
064100* SO THE JOURNAL GETS A RELOAD MARKER - A ROLL-FORWARD EMPTIES *
064100* THE FILE THERE - AND THEN EVERY RECORD WRITTEN BACK.         *
064100*--------------------------------------------------------------*
064100 8760-JOURNAL-ACCT-RELOAD.
064100     MOVE 'IDMERGE ' TO JR-PROGRAM-ID.
064100     SET JR-FILE-ACCOUNT TO TRUE.
064100     SET JR-RELOAD TO TRUE.
064100     MOVE SPACES TO JR-RECORD-KEY.
064100     MOVE SPACES TO JR-BEFORE-IMAGE.
064100     MOVE SPACES TO JR-AFTER-IMAGE.
064100     CALL 'JRNLLOG' USING JRNL-PARM-BLOCK.
064100 8760-JOURNAL-ACCT-RELOAD-EXIT.
064100     EXIT.
064100*--------------------------------------------------------------*
064100* 8780-POST-ACCT-BALANCE - THE STUACCT POSTING JUST WRITTEN,   *
064100* ONTO THE STUDENT'S STUBAL BALANCE RECORD THROUGH BALPOST, IN *
064100* THE SAME UNIT OF WORK AS THE WRITE.                          *
064100*--------------------------------------------------------------*
064100 8780-POST-ACCT-BALANCE.
064100     MOVE 'IDMERGE ' TO BP-PROGRAM-ID.
064100     SET BP-POST TO TRUE.
064100     MOVE STU-ACCT-RECORD TO BP-ACCT-RECORD.
064100     CALL 'BALPOST' USING BAL-PARM-BLOCK.
064100 8780-POST-ACCT-BALANCE-EXIT.
064100     EXIT.
064100*--------------------------------------------------------------*
064100* 8790-BEGIN-BALANCE-REBUILD - THE FOLD REWRITES STUACCT       *
064100* WHOLE, SO STUBAL IS EMPTIED AND HELD OPEN; EACH RECORD       *
064100* WRITTEN BACK IS POSTED ONTO IT AGAIN THROUGH 8780.           *
064100*--------------------------------------------------------------*
064100 8790-BEGIN-BALANCE-REBUILD.
064100     MOVE 'IDMERGE ' TO BP-PROGRAM-ID.
064100     SET BP-BULK-BEGIN TO TRUE.
064100     CALL 'BALPOST' USING BAL-PARM-BLOCK.
064100 8790-BEGIN-BALANCE-REBUILD-EXIT.
064100     EXIT.
064100*--------------------------------------------------------------*
064100* 8795-END-BALANCE-REBUILD - STUBAL CLOSED ONCE STUACCT HAS    *
064100* BEEN WRITTEN BACK.                                           *
064100*--------------------------------------------------------------*
064100 8795-END-BALANCE-REBUILD.
064100     MOVE 'IDMERGE ' TO BP-PROGRAM-ID.
064100     SET BP-BULK-END TO TRUE.
064100     CALL 'BALPOST' USING BAL-PARM-BLOCK.
064100 8795-END-BALANCE-REBUILD-EXIT.
064100     EXIT.
064200*--------------------------------------------------------------*
064300* 9999-EXIT                                                    *
064400*--------------------------------------------------------------*
