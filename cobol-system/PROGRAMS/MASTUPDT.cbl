002306*                AN UNAVAILABLE INDEX SKIPS MAINTENANCE FOR    *
002307*                THE RUN INSTEAD OF FAILING THE FEED; THE      *
002308*                ONE-TIME NAMIXBLD RUN BUILDS OR REBUILDS IT.  *
002308* 10/15/26  DW   STUMAST RECORD AND THE STUHIST BEFORE/AFTER     *
002308*                IMAGES LENGTHENED TO 145 BYTES FOR THE ACADEMIC *
002308*                STANDING CODE AND ITS EFFECTIVE TERM, STAMPED   *
002308*                AT TERM END BY ACADSTND.                        *
002308* 10/15/26  DW   STUMAST RECORD AND THE STUHIST BEFORE/AFTER     *
002308*                IMAGES LENGTHENED TO 153 BYTES FOR THE DEGREE   *
002308*                CONFERRAL DATE, STAMPED BY GRADCONF.            *
002308* 10/15/26  DW   STUHIST RECORD CARRIES THE OPERATOR OR PROGRAM  *
002308*                THAT MADE THE CHANGE                            *
002308* 10/15/26  DW   STUMAST RECORD AND THE STUHIST BEFORE/AFTER     *
002308*                IMAGES LENGTHENED TO 170 BYTES FOR THE          *
002308*                DIRECTORY-INFORMATION CONFIDENTIALITY FLAG,     *
002308*                ITS DATE AND REQUESTING OPERATOR.               *
002308* 10/15/26  DW   MFD-ACTION NOW TAKES F (FERPA                   *
002308*                DIRECTORY-INFORMATION OPT-OUT) WITH A Y/N FLAG  *
002308*                AND THE REQUESTING OPERATOR; THE MASTER IS      *
002308*                STAMPED WITH THE FLAG, DATE AND OPERATOR AND    *
002308*                STUHIST RECORDS THE CHANGE. A FLAG OTHER THAN   *
002308*                Y OR N REJECTS BADF. MASTFEED AND MASTREJ       *
002308*                RECORDS WIDEN TO 140 BYTES.                     *
002308* 10/15/26  DW   STUMAST RECORD AND THE STUHIST BEFORE/AFTER     *
002308*                IMAGES LENGTHENED TO 186 BYTES FOR THE DATE OF  *
002308*                DEATH AND ITS VERIFICATION SOURCE.              *
002308* 10/15/26  DW   MFD-ACTION NOW TAKES X (DECEASED) WITH THE      *
002308*                DATE OF DEATH IN THE EFFECTIVE DATE AND A       *
002308*                VERIFICATION SOURCE. THE MASTER IS SET TO       *
002308*                STATUS X WITH THE DATE AND SOURCE, STUHIST      *
002308*                RECORDS THE CHANGE AND THE STUDENT IS QUEUED    *
002308*                ON DECDQUE FOR DECDPROC. A MISSING OR FUTURE    *
002308*                DATE REJECTS BADD, A BLANK SOURCE BADV, A       *
002308*                DEATH ALREADY ON FILE OR A WITHDRAWAL FOR A     *
002308*                DECEASED STUDENT DECD; A CHANGE KEEPS STATUS    *
002308*                X. MASTFEED AND MASTREJ RECORDS WIDEN TO 148    *
002308*                BYTES.                                          *
002308* 10/15/26  DW   MASTFEED RECORDS CARRY A RESUBMIT STAMP         *
002308*                (OPERATOR AND DATE) SET BY THE LOOKUP REJECT    *
002308*                WORKBENCH; THE NIGHTLY CONCATENATES THE         *
002308*                MASTRSUB QUEUE ONTO MASTFEED. A STAMPED RECORD  *
002308*                TAKES THE SAME EDITS AS ANY OTHER, ITS          *
002308*                OPERATOR GOES ON STUHIST, AND IT IS COUNTED ON  *
002308*                THE RUN REPORT. MASTRSUB IS EMPTIED AFTER A     *
002308*                PRODUCTION RUN. MASTFEED AND MASTREJ RECORDS    *
002308*                WIDEN TO 164 BYTES.                             *
002308* 10/15/26  DW   EVERY STUMAST ADD, CHANGE AND DELETE RECORDED *
002308*                ON STUHIST IS NOW ALSO WRITTEN TO THE RCVJRNL *
002308*                FORWARD-RECOVERY JOURNAL THROUGH JRNLLOG.     *
002308* 10/15/26  DW   CONDRES IS NOW INDEXED BY STUDENT AND TERM    *
002308*                WITH A 110-BYTE RECORD; THE DELETE GUARD      *
002308*                READS IT IN KEY ORDER.                        *
002300*--------------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
003991     SELECT MU-DUPS-FILE ASSIGN TO MASTDUPS
003992         ORGANIZATION IS LINE SEQUENTIAL
003993         FILE STATUS IS WS-DUPS-STATUS.
003995     SELECT MU-DECDQ-FILE ASSIGN TO DECDQUE
003997         ORGANIZATION IS LINE SEQUENTIAL
003999         FILE STATUS IS WS-DECDQ-STATUS.
004001     SELECT MU-AWARD-FILE ASSIGN TO EVALAWRD
004002         ORGANIZATION IS LINE SEQUENTIAL
004003         FILE STATUS IS WS-AWARD-STATUS.
004004     SELECT MU-CONDRES-FILE ASSIGN TO CONDRES
004004         ORGANIZATION IS INDEXED
004004         ACCESS MODE IS SEQUENTIAL
004004         RECORD KEY IS MUR-KEY
004004         FILE STATUS IS WS-CONDRES-STATUS.
004004     SELECT MU-ACCT-FILE ASSIGN TO STUACCT
004004         ORGANIZATION IS LINE SEQUENTIAL
004060         ACCESS MODE IS DYNAMIC
004070         RECORD KEY IS NIX-KEY
004080         FILE STATUS IS WS-NAMIX-STATUS.
004081     SELECT MU-RESUB-FILE ASSIGN TO MASTRSUB
004082         ORGANIZATION IS LINE SEQUENTIAL
004083         FILE STATUS IS WS-RESUB-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  MU-FEED-FILE.
004700         88  MFD-CHANGE       VALUE 'C'.
004710         88  MFD-WITHDRAW     VALUE 'W'.
004720         88  MFD-DELETE       VALUE 'D'.
004730         88  MFD-CONFIDENTIAL VALUE 'F'.
004740         88  MFD-DECEASED     VALUE 'X'.
004800     05  MFD-STUDENT-ID       PIC 9(09).
004900     05  MFD-NAME             PIC X(25).
005000     05  MFD-PROGRAM-CODE     PIC X(04).
005450     05  MFD-ZIP              PIC X(05).
005460     05  MFD-EFFECTIVE-DATE   PIC 9(08).
005470     05  MFD-DOB              PIC 9(08).
005480     05  MFD-CONFID-FLAG      PIC X(01).
005490     05  MFD-REQUEST-OPER     PIC X(08).
005495     05  MFD-VERIFY-SOURCE    PIC X(08).
005496     05  MFD-RESUB-STAMP.
005497         10  MFD-RESUB-OPER   PIC X(08).
005498         10  MFD-RESUB-DATE   PIC 9(08).
005500 FD  MU-MASTER-FILE.
005600 01  STM-RECORD.
005700     05  STM-STUDENT-ID       PIC 9(09).
006100     05  STM-RES-CODE2        PIC 9(01).
006200     05  STM-RES-CODE3        PIC 9(01).
006300     05  STM-ENROLL-STATUS    PIC X(01).
006310         88  STM-DECEASED     VALUE 'X'.
006400     05  STM-LAST-MAINT-DATE  PIC 9(08).
006400     05  STM-ADDR-LINE1       PIC X(25).
006400     05  STM-ADDR-LINE2       PIC X(25).
006400     05  STM-ZIP              PIC X(05).
006400     05  STM-WITHDRAW-DATE    PIC 9(08).
006400     05  STM-DOB              PIC 9(08).
006400     05  STM-STANDING-CODE    PIC X(01).
006400     05  STM-STANDING-TERM    PIC X(06).
006400     05  STM-CONFER-DATE      PIC 9(08).
006400     05  STM-CONFID-FLAG      PIC X(01).
006400         88  STM-CONFIDENTIAL VALUE 'Y'.
006400     05  STM-CONFID-DATE      PIC 9(08).
006400     05  STM-CONFID-OPER      PIC X(08).
006400     05  STM-DEATH-DATE       PIC 9(08).
006400     05  STM-DEATH-SOURCE     PIC X(08).
006500 FD  MU-REJECT-FILE.
006600 01  MRJ-RECORD.
006700     05  MRJ-REASON-CODE      PIC X(04).
006710     05  MRJ-FEED-RECORD      PIC X(164).
006900 FD  MU-REPORT-FILE.
007000 01  MU-REPORT-RECORD.
007100     05  MUR-LABEL            PIC X(24).
007199     05  MDS-NAME             PIC X(25).
007199     05  MDS-DOB              PIC 9(08).
007199     05  MDS-DATE             PIC 9(08).
007199 FD  MU-RESUB-FILE.
007199 01  MU-RESUB-RECORD          PIC X(164).
007200 FD  MU-DECDQ-FILE.
007200 COPY DECDQREC.
007201 FD  MU-AWARD-FILE.
007202 01  MUA-AWARD-RECORD.
007202     05  MUA-STUDENT-ID       PIC 9(09).
007202     05  FILLER               PIC X(32).
007203 FD  MU-CONDRES-FILE.
007203 01  MUR-RES-RECORD.
007203     05  MUR-KEY.
007203         10  MUR-STUDENT-ID   PIC 9(09).
007203         10  MUR-TERM         PIC X(06).
007203     05  FILLER               PIC X(95).
007204 FD  MU-ACCT-FILE.
007204 COPY STUACREC.
007205 FD  MU-HISTORY-FILE.
007206     05  SH-ACTION            PIC X(01).
007206     05  SH-DATE              PIC 9(08).
007206     05  SH-TIME              PIC 9(08).
007206     05  SH-BEFORE-IMAGE      PIC X(186).
007206     05  SH-AFTER-IMAGE       PIC X(186).
007208     05  SH-OPERATOR          PIC X(08).
007210 FD  SUITE-PARM-FILE.
007220 01  SP-PARM-CARD             PIC X(11).
007230 FD  MU-NAMIX-FILE.
009200 01  WS-REJECT-COUNT          PIC 9(06) COMP VALUE 0.
009300 01  WS-MAINT-DATE            PIC 9(08).
009310 01  WS-HISTORY-STATUS        PIC X(02).
009310 01  WS-RESUB-STATUS          PIC X(02).
009320     88  WS-HISTORY-OK        VALUE '00'.
009330 01  WS-BEFORE-IMAGE          PIC X(186).
009331 01  WS-NAMIX-STATUS          PIC X(02).
009332     88  WS-NAMIX-OK          VALUE '00'.
009333     88  WS-NAMIX-NOT-FOUND   VALUE '35'.
009347 01  WS-WITHDRAWALS-APPLIED   PIC 9(06) COMP VALUE 0.
009348 01  WS-DELETES-APPLIED       PIC 9(06) COMP VALUE 0.
009349 01  WS-DELETES-BLOCKED       PIC 9(06) COMP VALUE 0.
009350 01  WS-CONFID-APPLIED        PIC 9(06) COMP VALUE 0.
009350 01  WS-DECEASED-APPLIED      PIC 9(06) COMP VALUE 0.
009350 01  WS-RESUB-RECORDS         PIC 9(06) COMP VALUE 0.
009351 01  WS-ACT-COUNT             PIC 9(04) COMP VALUE 0.
009352 01  WS-ACT-MAX               PIC 9(04) COMP VALUE 2000.
009353 01  WS-ACT-OVFL-SWITCH       PIC X(01) VALUE 'N'.
009357                              PIC X(04).
009358 01  WS-DUPS-STATUS           PIC X(02).
009358     88  WS-DUPS-OK           VALUE '00'.
009358 01  WS-DECDQ-STATUS          PIC X(02).
009358     88  WS-DECDQ-OK          VALUE '00'.
009358 01  WS-DUP-SUSPECTS          PIC 9(06) COMP VALUE 0.
009358 01  WS-NAME-COUNT            PIC 9(04) COMP VALUE 0.
009358 01  WS-NAME-MAX              PIC 9(04) COMP VALUE 2000.
009311 COPY IOERRPRM.
009312 COPY CKDGPARM.
009313 COPY NNPARM.
009313 COPY JRNLPARM.
009400 PROCEDURE DIVISION.
009500 0000-MAINLINE.
009510     PERFORM 0010-READ-SUITE-PARM
011520         CLOSE MU-NAMIX-FILE
011530     END-IF.
011600     CLOSE MU-REJECT-FILE.
011610     IF NOT SP-TEST-MODE
011620         PERFORM 2950-EMPTY-RESUBMIT-QUEUE
011630             THRU 2950-EMPTY-RESUBMIT-QUEUE-EXIT
011640     END-IF.
011700 8000-WRITE-RUN-REPORT.
011800     OPEN OUTPUT MU-REPORT-FILE.
011900     MOVE 'ADDS APPLIED' TO MUR-LABEL.
012470     MOVE 'DELETES BLOCKED' TO MUR-LABEL.
012480     MOVE WS-DELETES-BLOCKED TO MUR-VALUE.
012490     WRITE MU-REPORT-RECORD.
012490     MOVE 'CONFIDENTIALITY CHANGES' TO MUR-LABEL.
012490     MOVE WS-CONFID-APPLIED TO MUR-VALUE.
012490     WRITE MU-REPORT-RECORD.
012490     MOVE 'DECEASED RECORDED' TO MUR-LABEL.
012490     MOVE WS-DECEASED-APPLIED TO MUR-VALUE.
012490     WRITE MU-REPORT-RECORD.
012491     MOVE 'DUP SUSPECTS WRITTEN' TO MUR-LABEL.
012492     MOVE WS-DUP-SUSPECTS TO MUR-VALUE.
012493     WRITE MU-REPORT-RECORD.
012494     MOVE 'RESUBMITTED RECORDS' TO MUR-LABEL.
012495     MOVE WS-RESUB-RECORDS TO MUR-VALUE.
012496     WRITE MU-REPORT-RECORD.
012500     MOVE 'RECORDS REJECTED' TO MUR-LABEL.
012600     MOVE WS-REJECT-COUNT TO MUR-VALUE.
012700     WRITE MU-REPORT-RECORD.
015400* OR CHANGE. EVERY FAILURE IS A MASTREJ RECORD WITH A REASON:   *
015500* BADA = UNKNOWN ACTION, BADI = BAD STUDENT ID, BLNK = BLANK    *
015600* NAME, BADR = NON-NUMERIC RESIDENCY CODE, BADS = UNKNOWN       *
015700* ENROLLMENT STATUS, DUPL = ADD FOR AN ID ALREADY ON FILE, NFND *
015800* = CHANGE/WITHDRAW/DELETE FOR AN ID NOT ON FILE, BADD =        *
015810* WITHDRAWAL WITH NO USABLE EFFECTIVE DATE, DACT = DELETE       *
015820* BLOCKED BY AWARD/DECISION/SUBLEDGER ACTIVITY, BADP = PROGRAM  *
015830* CODE NOT ACTIVE ON THE PGMTABLE REFERENCE, GCAP = DELETE      *
015840* REFUSED BECAUSE THE ACTIVITY GUARD TABLE OVERFLOWED AND A     *
015850* PARTIAL GUARD CANNOT PROVE THE ID IS CLEAN. BADF =            *
015860* CONFIDENTIALITY REQUEST WHOSE FLAG IS NEITHER Y NOR N, BADV = *
015860* DEATH WITH NO VERIFICATION SOURCE, DECD = DEATH ALREADY ON    *
015860* FILE, OR A WITHDRAWAL FOR A DECEASED STUDENT. A DATE OF DEATH *
015860* MISSING OR AFTER TODAY REJECTS BADD.                          *
015900*--------------------------------------------------------------*
016000 2000-APPLY-ONE-MAINTENANCE.
016010     IF MFD-RESUB-OPER NOT = SPACES
016020         ADD 1 TO WS-RESUB-RECORDS
016030     END-IF.
016100     PERFORM 2100-EDIT-ONE-FEED-RECORD
016200         THRU 2100-EDIT-ONE-FEED-RECORD-EXIT.
016300     IF WS-EDIT-FAILED
017310         WHEN MFD-WITHDRAW
017320             PERFORM 2350-APPLY-ONE-WITHDRAWAL
017330                 THRU 2350-APPLY-ONE-WITHDRAWAL-EXIT
017332         WHEN MFD-CONFIDENTIAL
017334             PERFORM 2360-APPLY-ONE-CONFIDENTIALITY
017336                 THRU 2360-APPLY-ONE-CONFIDENTIALITY-EXIT
017337         WHEN MFD-DECEASED
017338             PERFORM 2370-APPLY-ONE-DECEASED
017339                 THRU 2370-APPLY-ONE-DECEASED-EXIT
017340         WHEN MFD-DELETE
017350             PERFORM 2400-APPLY-ONE-DELETE
017360                 THRU 2400-APPLY-ONE-DELETE-EXIT
018100     SET WS-EDIT-OK TO TRUE.
018200     IF NOT MFD-ADD AND NOT MFD-CHANGE
018210         AND NOT MFD-WITHDRAW AND NOT MFD-DELETE
018220         AND NOT MFD-CONFIDENTIAL
018230         AND NOT MFD-DECEASED
018300         SET WS-EDIT-FAILED TO TRUE
018400         MOVE 'BADA' TO WS-REJECT-REASON
018500         GO TO 2100-EDIT-ONE-FEED-RECORD-EXIT
019205         MOVE 'CKDG' TO WS-REJECT-REASON
019206         GO TO 2100-EDIT-ONE-FEED-RECORD-EXIT
019207     END-IF.
019208     IF MFD-CONFIDENTIAL
019209         IF MFD-CONFID-FLAG NOT = 'Y'
019209             AND MFD-CONFID-FLAG NOT = 'N'
019209             SET WS-EDIT-FAILED TO TRUE
019209             MOVE 'BADF' TO WS-REJECT-REASON
019209         END-IF
019209         GO TO 2100-EDIT-ONE-FEED-RECORD-EXIT
019209     END-IF.
019209     IF MFD-DECEASED
019209         IF MFD-EFFECTIVE-DATE NOT NUMERIC
019209             OR MFD-EFFECTIVE-DATE = ZERO
019209             OR MFD-EFFECTIVE-DATE > WS-MAINT-DATE
019209             SET WS-EDIT-FAILED TO TRUE
019209             MOVE 'BADD' TO WS-REJECT-REASON
019209         ELSE
019209             IF MFD-VERIFY-SOURCE = SPACES
019209                 SET WS-EDIT-FAILED TO TRUE
019209                 MOVE 'BADV' TO WS-REJECT-REASON
019209             END-IF
019209         END-IF
019209         GO TO 2100-EDIT-ONE-FEED-RECORD-EXIT
019209     END-IF.
019210     IF MFD-WITHDRAW OR MFD-DELETE
019220         IF MFD-WITHDRAW
019230             AND (MFD-EFFECTIVE-DATE NOT NUMERIC
021800 2200-APPLY-ONE-ADD.
021900     PERFORM 2500-BUILD-MASTER-FIELDS
022000         THRU 2500-BUILD-MASTER-FIELDS-EXIT.
022003     MOVE SPACES TO STM-STANDING-CODE.
022006     MOVE SPACES TO STM-STANDING-TERM.
022006     MOVE 0 TO STM-CONFER-DATE.
022007     MOVE 'N' TO STM-CONFID-FLAG.
022008     MOVE 0 TO STM-CONFID-DATE.
022009     MOVE SPACES TO STM-CONFID-OPER.
022009     MOVE 0 TO STM-DEATH-DATE.
022009     MOVE SPACES TO STM-DEATH-SOURCE.
022010     IF SP-TEST-MODE
022020         MOVE MFD-STUDENT-ID TO STM-STUDENT-ID
022030         READ MU-MASTER-FILE
024210             MOVE STM-RECORD TO WS-BEFORE-IMAGE
024300             PERFORM 2500-BUILD-MASTER-FIELDS
024400                 THRU 2500-BUILD-MASTER-FIELDS-EXIT
024410             IF WS-BEFORE-IMAGE (42:1) = 'X'
024420                 MOVE 'X' TO STM-ENROLL-STATUS
024430             END-IF
024500             IF NOT SP-TEST-MODE
024510                 REWRITE STM-RECORD
024511                 MOVE 'C' TO WS-HISTORY-ACTION
024921                 THRU 2900-WRITE-ONE-REJECT-EXIT
024922         NOT INVALID KEY
024923             MOVE STM-RECORD TO WS-BEFORE-IMAGE
024923             IF STM-DECEASED
024923                 MOVE 'DECD' TO WS-REJECT-REASON
024923                 PERFORM 2900-WRITE-ONE-REJECT
024923                     THRU 2900-WRITE-ONE-REJECT-EXIT
024923                 GO TO 2350-APPLY-ONE-WITHDRAWAL-EXIT
024923             END-IF
024924             MOVE 'W' TO STM-ENROLL-STATUS
024925             MOVE MFD-EFFECTIVE-DATE TO STM-WITHDRAW-DATE
024926             MOVE WS-MAINT-DATE TO STM-LAST-MAINT-DATE
024935     END-READ.
024936 2350-APPLY-ONE-WITHDRAWAL-EXIT.
024937     EXIT.
024938*--------------------------------------------------------------*
024939* 2360-APPLY-ONE-CONFIDENTIALITY - SETS OR CLEARS THE FERPA     *
024939* DIRECTORY-INFORMATION OPT-OUT. THE FLAG IS STAMPED WITH THE   *
024939* FEED'S EFFECTIVE DATE (TODAY IF NONE) AND THE REQUESTING      *
024939* OPERATOR (MASTFEED IF NONE). AN ID NOT ON FILE REJECTS.       *
024939*--------------------------------------------------------------*
024939 2360-APPLY-ONE-CONFIDENTIALITY.
024939     MOVE MFD-STUDENT-ID TO STM-STUDENT-ID.
024939     READ MU-MASTER-FILE
024939         INVALID KEY
024939             MOVE 'NFND' TO WS-REJECT-REASON
024939             PERFORM 2900-WRITE-ONE-REJECT
024939                 THRU 2900-WRITE-ONE-REJECT-EXIT
024939         NOT INVALID KEY
024939             MOVE STM-RECORD TO WS-BEFORE-IMAGE
024939             MOVE MFD-CONFID-FLAG TO STM-CONFID-FLAG
024939             IF MFD-EFFECTIVE-DATE NUMERIC
024939                 AND MFD-EFFECTIVE-DATE > ZERO
024939                 MOVE MFD-EFFECTIVE-DATE TO STM-CONFID-DATE
024939             ELSE
024939                 MOVE WS-MAINT-DATE TO STM-CONFID-DATE
024939             END-IF
024939             IF MFD-REQUEST-OPER = SPACES
024939                 MOVE 'MASTFEED' TO STM-CONFID-OPER
024939             ELSE
024939                 MOVE MFD-REQUEST-OPER TO STM-CONFID-OPER
024939             END-IF
024939             MOVE WS-MAINT-DATE TO STM-LAST-MAINT-DATE
024939             IF NOT SP-TEST-MODE
024939                 REWRITE STM-RECORD
024939                 MOVE 'F' TO WS-HISTORY-ACTION
024939                 PERFORM 2800-WRITE-ONE-HISTORY
024939                     THRU 2800-WRITE-ONE-HISTORY-EXIT
024939             END-IF
024939             ADD 1 TO WS-CONFID-APPLIED
024939     END-READ.
024939 2360-APPLY-ONE-CONFIDENTIALITY-EXIT.
024939     EXIT.
024939*--------------------------------------------------------------*
024939* 2370-APPLY-ONE-DECEASED - RECORDS A STUDENT'S DEATH: STATUS   *
024939* X, THE DATE OF DEATH FROM THE FEED'S EFFECTIVE DATE AND HOW   *
024939* IT WAS VERIFIED. STUHIST RECORDS THE CHANGE AND THE STUDENT   *
024939* GOES ON DECDQUE FOR DECDPROC TO CANCEL THEIR OPEN AID, DROP   *
024939* THEIR FUTURE ENROLLMENTS AND LIST THEIR ACCOUNT FOR WRITE-OFF *
024939* REVIEW. AN ID NOT ON FILE REJECTS NFND; ONE ALREADY RECORDED  *
024939* DECEASED REJECTS DECD.                                        *
024939*--------------------------------------------------------------*
024939 2370-APPLY-ONE-DECEASED.
024939     MOVE MFD-STUDENT-ID TO STM-STUDENT-ID.
024939     READ MU-MASTER-FILE
024939         INVALID KEY
024939             MOVE 'NFND' TO WS-REJECT-REASON
024939             PERFORM 2900-WRITE-ONE-REJECT
024939                 THRU 2900-WRITE-ONE-REJECT-EXIT
024939             GO TO 2370-APPLY-ONE-DECEASED-EXIT
024939     END-READ.
024939     IF STM-DECEASED
024939         MOVE 'DECD' TO WS-REJECT-REASON
024939         PERFORM 2900-WRITE-ONE-REJECT
024939             THRU 2900-WRITE-ONE-REJECT-EXIT
024939         GO TO 2370-APPLY-ONE-DECEASED-EXIT
024939     END-IF.
024939     MOVE STM-RECORD TO WS-BEFORE-IMAGE.
024939     MOVE 'X' TO STM-ENROLL-STATUS.
024939     MOVE MFD-EFFECTIVE-DATE TO STM-DEATH-DATE.
024939     MOVE MFD-VERIFY-SOURCE TO STM-DEATH-SOURCE.
024939     MOVE WS-MAINT-DATE TO STM-LAST-MAINT-DATE.
024939     ADD 1 TO WS-DECEASED-APPLIED.
024939     IF SP-TEST-MODE
024939         GO TO 2370-APPLY-ONE-DECEASED-EXIT
024939     END-IF.
024939     REWRITE STM-RECORD.
024939     MOVE 'X' TO WS-HISTORY-ACTION.
024939     PERFORM 2800-WRITE-ONE-HISTORY
024939         THRU 2800-WRITE-ONE-HISTORY-EXIT.
024939     PERFORM 2380-QUEUE-DECEASED
024939         THRU 2380-QUEUE-DECEASED-EXIT.
024939 2370-APPLY-ONE-DECEASED-EXIT.
024939     EXIT.
024939*--------------------------------------------------------------*
024939* 2380-QUEUE-DECEASED - ONE DECDQUE RECORD FOR THE DEATH JUST   *
024939* RECORDED, NAMING THE REQUESTING OPERATOR (MASTFEED IF NONE).  *
024939*--------------------------------------------------------------*
024939 2380-QUEUE-DECEASED.
024939     OPEN EXTEND MU-DECDQ-FILE.
024939     IF NOT WS-DECDQ-OK
024939         CLOSE MU-DECDQ-FILE
024939         OPEN OUTPUT MU-DECDQ-FILE
024939     END-IF.
024939     MOVE SPACES TO DECD-QUEUE-RECORD.
024939     MOVE STM-STUDENT-ID TO DQ-STUDENT-ID.
024939     MOVE STM-DEATH-DATE TO DQ-DEATH-DATE.
024939     MOVE STM-DEATH-SOURCE TO DQ-VERIFY-SOURCE.
024939     IF MFD-REQUEST-OPER = SPACES
024939         MOVE 'MASTFEED' TO DQ-REQUEST-OPER
024939     ELSE
024939         MOVE MFD-REQUEST-OPER TO DQ-REQUEST-OPER
024939     END-IF.
024939     MOVE 'MASTUPDT' TO DQ-SOURCE.
024939     MOVE WS-MAINT-DATE TO DQ-QUEUE-DATE.
024939     WRITE DECD-QUEUE-RECORD.
024939     CLOSE MU-DECDQ-FILE.
024939 2380-QUEUE-DECEASED-EXIT.
024939     EXIT.
024940*--------------------------------------------------------------*
024941* 2400-APPLY-ONE-DELETE - THE GUARDED DELETE. AN ID WITH        *
024942* EVALAWRD, CONDRES OR STUACCT ACTIVITY REFUSES WITH REASON     *
026497     ACCEPT SH-TIME FROM TIME.
026498     MOVE WS-BEFORE-IMAGE TO SH-BEFORE-IMAGE.
026499     MOVE STM-RECORD TO SH-AFTER-IMAGE.
026500     MOVE 'MASTUPDT' TO SH-OPERATOR.
026500     IF MFD-RESUB-OPER NOT = SPACES
026500         MOVE MFD-RESUB-OPER TO SH-OPERATOR
026500     END-IF.
026501     WRITE SH-RECORD.
026502     CLOSE MU-HISTORY-FILE.
026502     PERFORM 8740-JOURNAL-MASTER-CHANGE
026502         THRU 8740-JOURNAL-MASTER-CHANGE-EXIT.
026503 2800-WRITE-ONE-HISTORY-EXIT.
026504     EXIT.
026500*--------------------------------------------------------------*
027300     ADD 1 TO WS-REJECT-COUNT.
027400 2900-WRITE-ONE-REJECT-EXIT.
027500     EXIT.
027510*--------------------------------------------------------------*
027520* 2950-EMPTY-RESUBMIT-QUEUE - MASTRSUB OPENED OUTPUT AND        *
027530* CLOSED ONCE THE FEED HAS BEEN APPLIED. THE LOOKUP REJECT      *
027540* WORKBENCH QUEUES CORRECTED RECORDS THERE AND THE NIGHTLY      *
027550* CONCATENATES IT ONTO MASTFEED, SO EACH CORRECTION IS EDITED   *
027560* AND APPLIED EXACTLY ONCE, BY THIS PROGRAM, LIKE ANY OTHER     *
027570* FEED RECORD.                                                  *
027580*--------------------------------------------------------------*
027590 2950-EMPTY-RESUBMIT-QUEUE.
027591     OPEN OUTPUT MU-RESUB-FILE.
027592     IF WS-RESUB-STATUS = '00'
027593         CLOSE MU-RESUB-FILE
027594     END-IF.
027595 2950-EMPTY-RESUBMIT-QUEUE-EXIT.
027596     EXIT.
027596*--------------------------------------------------------------*
027596* 8740-JOURNAL-MASTER-CHANGE - THE STUMAST CHANGE JUST         *
027596* RECORDED ON STUHIST, ALSO ONTO THE RCVJRNL FORWARD-RECOVERY  *
027596* JOURNAL. AN ADD AND A DELETE JOURNAL AS SUCH, EVERY OTHER    *
027596* HISTORY ACTION AS A CHANGE.                                  *
027596*--------------------------------------------------------------*
027596 8740-JOURNAL-MASTER-CHANGE.
027596     MOVE 'MASTUPDT' TO JR-PROGRAM-ID.
027596     SET JR-FILE-MASTER TO TRUE.
027596     MOVE SPACES TO JR-RECORD-KEY.
027596     MOVE STM-STUDENT-ID TO JR-RECORD-KEY (1:9).
027596     MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE.
027596     MOVE STM-RECORD TO JR-AFTER-IMAGE.
027596     EVALUATE WS-HISTORY-ACTION
027596         WHEN 'A'
027596             SET JR-ADD TO TRUE
027596             MOVE SPACES TO JR-BEFORE-IMAGE
027596         WHEN 'D'
027596             SET JR-DELETE TO TRUE
027596             MOVE SPACES TO JR-AFTER-IMAGE
027596         WHEN OTHER
027596             SET JR-CHANGE TO TRUE
027596     END-EVALUATE.
027596     CALL 'JRNLLOG' USING JRNL-PARM-BLOCK.
027596 8740-JOURNAL-MASTER-CHANGE-EXIT.
027596     EXIT.
027600*--------------------------------------------------------------*
027700* 9999-EXIT                                                    *
027800*--------------------------------------------------------------*
