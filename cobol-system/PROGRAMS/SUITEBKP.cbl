001900*                COUNTS PLUS THE UTLCTL SEQUENCE VALUE - THAT   *
002000*                SUITERST VERIFIES A RESTORE AGAINST. RECOVERY  *
002100*                IS A PROCEDURE NOW, NOT AN IMPROVISATION.      *
002100* 10/15/26  DW   STUMAST, STUACCT AND ENRLMAST ARE NOW BACKED  *
002100*                UP AS WELL (BKPMAST, BKPACCT, BKPENRL, EACH   *
002100*                WITH ITS BKPCTLF COUNT), AND EACH BACKUP      *
002100*                STARTS A NEW RCVJRNL FORWARD-RECOVERY JOURNAL *
002100*                GENERATION WITH A HEADER RECORD CARRYING THE  *
002100*                BACKUP DATE AND THE THREE COUNTS.             *
002100* 10/15/26  DW   CONDRES, NOW AN INDEXED FILE CARRYING THE     *
002100*                RESIDENCY DECISION HISTORY RATHER THAN A      *
002100*                NIGHTLY REBUILD, IS BACKED UP TO BKPRES WITH  *
002100*                ITS BKPCTLF COUNT.                            *
002200*--------------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
004700         ACCESS MODE IS SEQUENTIAL
004800         RECORD KEY IS MTCAT-XFILE-NAME
004900         FILE STATUS IS WS-IN-STATUS.
004900     SELECT BK-MAST-FILE ASSIGN TO STUMAST
004900         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS SEQUENTIAL
004900         RECORD KEY IS MAST-STUDENT-ID
004900         FILE STATUS IS WS-IN-STATUS.
004900     SELECT BK-ACCT-FILE ASSIGN TO STUACCT
004900         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-IN-STATUS.
004900     SELECT BK-ENRL-FILE ASSIGN TO ENRLMAST
004900         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS SEQUENTIAL
004900         RECORD KEY IS ENRL-KEY
004900         FILE STATUS IS WS-IN-STATUS.
004900     SELECT BK-RES-FILE ASSIGN TO CONDRES
004900         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS SEQUENTIAL
004900         RECORD KEY IS RES-KEY
004900         FILE STATUS IS WS-IN-STATUS.
005000     SELECT BK-OUT-CTL ASSIGN TO BKPCTL
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-OUT-STATUS.
006500     SELECT BK-OUT-CATLG ASSIGN TO BKPCATLG
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-OUT-STATUS.
006700     SELECT BK-OUT-MAST ASSIGN TO BKPMAST
006700         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-OUT-STATUS.
006700     SELECT BK-OUT-ACCT ASSIGN TO BKPACCT
006700         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-OUT-STATUS.
006700     SELECT BK-OUT-ENRL ASSIGN TO BKPENRL
006700         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-OUT-STATUS.
006700     SELECT BK-OUT-RES ASSIGN TO BKPRES
006700         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-OUT-STATUS.
006800     SELECT BK-CONTROL-FILE ASSIGN TO BKPCTLF
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-CONTROL-STATUS.
007000     SELECT BK-JOURNAL-FILE ASSIGN TO RCVJRNL
007000         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-OUT-STATUS.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  BK-CTL-FILE.
008800 01  MTCAT-RECORD.
008900     05  MTCAT-XFILE-NAME     PIC X(40).
009000     05  MTCAT-REST           PIC X(26).
009000 FD  BK-MAST-FILE.
009000 01  MAST-RECORD.
009000     05  MAST-STUDENT-ID      PIC 9(09).
009000     05  MAST-REST            PIC X(177).
009000 FD  BK-ACCT-FILE.
009000 01  ACCT-RECORD              PIC X(64).
009000 FD  BK-ENRL-FILE.
009000 01  ENRL-RECORD.
009000     05  ENRL-KEY             PIC X(24).
009000     05  ENRL-REST            PIC X(19).
009000 FD  BK-RES-FILE.
009000 COPY CONDRREC.
009100 FD  BK-OUT-CTL.
009200 01  OUT-CTL-RECORD           PIC X(17).
009300 FD  BK-OUT-POOL.
010000 01  OUT-PERS-RECORD          PIC X(266).
010100 FD  BK-OUT-CATLG.
010200 01  OUT-CATLG-RECORD         PIC X(66).
010200 FD  BK-OUT-MAST.
010200 01  OUT-MAST-RECORD          PIC X(186).
010200 FD  BK-OUT-ACCT.
010200 01  OUT-ACCT-RECORD          PIC X(64).
010200 FD  BK-OUT-ENRL.
010200 01  OUT-ENRL-RECORD          PIC X(43).
010200 FD  BK-OUT-RES.
010200 01  OUT-RES-RECORD           PIC X(110).
010300 FD  BK-CONTROL-FILE.
010400 01  BKC-RECORD.
010500     05  BKC-FILE-NAME        PIC X(08).
010600     05  BKC-RECORD-COUNT     PIC 9(08).
010700     05  BKC-SEQUENCE-VALUE   PIC 9(09).
010800     05  BKC-BACKUP-DATE      PIC 9(08).
010800 FD  BK-JOURNAL-FILE.
010800 COPY RCVJREC.
010900 WORKING-STORAGE SECTION.
011000 01  WS-IN-STATUS             PIC X(02).
011100     88  WS-IN-OK             VALUE '00'.
011900 01  WS-BACKUP-DATE           PIC 9(08).
012000 01  WS-RECORD-COUNT          PIC 9(08) COMP.
012100 01  WS-SEQ-VALUE             PIC 9(09) VALUE 0.
012100 01  WS-MAST-COUNT            PIC 9(08) VALUE 0.
012100 01  WS-ACCT-COUNT            PIC 9(08) VALUE 0.
012100 01  WS-ENRL-COUNT            PIC 9(08) VALUE 0.
012200 PROCEDURE DIVISION.
012300 0000-MAINLINE.
012400     ACCEPT WS-BACKUP-DATE FROM DATE YYYYMMDD.
013500         THRU 5000-BACKUP-PERSIST-FILE-EXIT.
013600     PERFORM 6000-BACKUP-CATALOG-FILE
013700         THRU 6000-BACKUP-CATALOG-FILE-EXIT.
013700     PERFORM 7000-BACKUP-MASTER-FILE
013700         THRU 7000-BACKUP-MASTER-FILE-EXIT.
013700     PERFORM 7100-BACKUP-ACCOUNT-FILE
013700         THRU 7100-BACKUP-ACCOUNT-FILE-EXIT.
013700     PERFORM 7200-BACKUP-ENROLL-FILE
013700         THRU 7200-BACKUP-ENROLL-FILE-EXIT.
013700     PERFORM 7300-BACKUP-RESULT-FILE
013700         THRU 7300-BACKUP-RESULT-FILE-EXIT.
013800     CLOSE BK-CONTROL-FILE.
013800     PERFORM 7500-START-RECOVERY-JOURNAL
013800         THRU 7500-START-RECOVERY-JOURNAL-EXIT.
013900     GO TO 9999-EXIT.
014000*--------------------------------------------------------------*
014100* 1000-BACKUP-CONTROL-FILE - UTLCTL, AND THE SEQUENCE VALUE     *
032500         THRU 8000-WRITE-ONE-CONTROL-LINE-EXIT.
032600 6000-BACKUP-CATALOG-FILE-EXIT.
032700     EXIT.
032700*--------------------------------------------------------------*
032700* 7000-BACKUP-MASTER-FILE - STUMAST, THE BASE A FWDRCVR ROLL-  *
032700* FORWARD STARTS FROM.                                         *
032700*--------------------------------------------------------------*
032700 7000-BACKUP-MASTER-FILE.
032700     MOVE 0 TO WS-RECORD-COUNT.
032700     MOVE 0 TO WS-SEQ-VALUE.
032700     SET WS-NOT-AT-EOF TO TRUE.
032700     OPEN OUTPUT BK-OUT-MAST.
032700     OPEN INPUT BK-MAST-FILE.
032700     IF NOT WS-IN-OK
032700         SET WS-AT-EOF TO TRUE
032700     END-IF.
032700     PERFORM UNTIL WS-AT-EOF
032700         READ BK-MAST-FILE NEXT RECORD
032700             AT END
032700                 SET WS-AT-EOF TO TRUE
032700             NOT AT END
032700                 ADD 1 TO WS-RECORD-COUNT
032700                 MOVE MAST-RECORD TO OUT-MAST-RECORD
032700                 WRITE OUT-MAST-RECORD
032700         END-READ
032700     END-PERFORM.
032700     IF WS-IN-OK OR WS-IN-STATUS = '10'
032700         CLOSE BK-MAST-FILE
032700     END-IF.
032700     CLOSE BK-OUT-MAST.
032700     MOVE WS-RECORD-COUNT TO WS-MAST-COUNT.
032700     MOVE 'STUMAST ' TO BKC-FILE-NAME.
032700     PERFORM 8000-WRITE-ONE-CONTROL-LINE
032700         THRU 8000-WRITE-ONE-CONTROL-LINE-EXIT.
032700 7000-BACKUP-MASTER-FILE-EXIT.
032700     EXIT.
032700*--------------------------------------------------------------*
032700* 7100-BACKUP-ACCOUNT-FILE - STUACCT.                          *
032700*--------------------------------------------------------------*
032700 7100-BACKUP-ACCOUNT-FILE.
032700     MOVE 0 TO WS-RECORD-COUNT.
032700     MOVE 0 TO WS-SEQ-VALUE.
032700     SET WS-NOT-AT-EOF TO TRUE.
032700     OPEN OUTPUT BK-OUT-ACCT.
032700     OPEN INPUT BK-ACCT-FILE.
032700     IF NOT WS-IN-OK
032700         SET WS-AT-EOF TO TRUE
032700     END-IF.
032700     PERFORM UNTIL WS-AT-EOF
032700         READ BK-ACCT-FILE
032700             AT END
032700                 SET WS-AT-EOF TO TRUE
032700             NOT AT END
032700                 ADD 1 TO WS-RECORD-COUNT
032700                 MOVE ACCT-RECORD TO OUT-ACCT-RECORD
032700                 WRITE OUT-ACCT-RECORD
032700         END-READ
032700     END-PERFORM.
032700     IF WS-IN-OK OR WS-IN-STATUS = '10'
032700         CLOSE BK-ACCT-FILE
032700     END-IF.
032700     CLOSE BK-OUT-ACCT.
032700     MOVE WS-RECORD-COUNT TO WS-ACCT-COUNT.
032700     MOVE 'STUACCT ' TO BKC-FILE-NAME.
032700     PERFORM 8000-WRITE-ONE-CONTROL-LINE
032700         THRU 8000-WRITE-ONE-CONTROL-LINE-EXIT.
032700 7100-BACKUP-ACCOUNT-FILE-EXIT.
032700     EXIT.
032700*--------------------------------------------------------------*
032700* 7200-BACKUP-ENROLL-FILE - ENRLMAST.                          *
032700*--------------------------------------------------------------*
032700 7200-BACKUP-ENROLL-FILE.
032700     MOVE 0 TO WS-RECORD-COUNT.
032700     MOVE 0 TO WS-SEQ-VALUE.
032700     SET WS-NOT-AT-EOF TO TRUE.
032700     OPEN OUTPUT BK-OUT-ENRL.
032700     OPEN INPUT BK-ENRL-FILE.
032700     IF NOT WS-IN-OK
032700         SET WS-AT-EOF TO TRUE
032700     END-IF.
032700     PERFORM UNTIL WS-AT-EOF
032700         READ BK-ENRL-FILE NEXT RECORD
032700             AT END
032700                 SET WS-AT-EOF TO TRUE
032700             NOT AT END
032700                 ADD 1 TO WS-RECORD-COUNT
032700                 MOVE ENRL-RECORD TO OUT-ENRL-RECORD
032700                 WRITE OUT-ENRL-RECORD
032700         END-READ
032700     END-PERFORM.
032700     IF WS-IN-OK OR WS-IN-STATUS = '10'
032700         CLOSE BK-ENRL-FILE
032700     END-IF.
032700     CLOSE BK-OUT-ENRL.
032700     MOVE WS-RECORD-COUNT TO WS-ENRL-COUNT.
032700     MOVE 'ENRLMAST' TO BKC-FILE-NAME.
032700     PERFORM 8000-WRITE-ONE-CONTROL-LINE
032700         THRU 8000-WRITE-ONE-CONTROL-LINE-EXIT.
032700 7200-BACKUP-ENROLL-FILE-EXIT.
032700     EXIT.
032700*--------------------------------------------------------------*
032700* 7300-BACKUP-RESULT-FILE - CONDRES.                           *
032700*--------------------------------------------------------------*
032700 7300-BACKUP-RESULT-FILE.
032700     MOVE 0 TO WS-RECORD-COUNT.
032700     MOVE 0 TO WS-SEQ-VALUE.
032700     SET WS-NOT-AT-EOF TO TRUE.
032700     OPEN OUTPUT BK-OUT-RES.
032700     OPEN INPUT BK-RES-FILE.
032700     IF NOT WS-IN-OK
032700         SET WS-AT-EOF TO TRUE
032700     END-IF.
032700     PERFORM UNTIL WS-AT-EOF
032700         READ BK-RES-FILE NEXT RECORD
032700             AT END
032700                 SET WS-AT-EOF TO TRUE
032700             NOT AT END
032700                 ADD 1 TO WS-RECORD-COUNT
032700                 MOVE RES-RECORD TO OUT-RES-RECORD
032700                 WRITE OUT-RES-RECORD
032700         END-READ
032700     END-PERFORM.
032700     IF WS-IN-OK OR WS-IN-STATUS = '10'
032700         CLOSE BK-RES-FILE
032700     END-IF.
032700     CLOSE BK-OUT-RES.
032700     MOVE 'CONDRES ' TO BKC-FILE-NAME.
032700     PERFORM 8000-WRITE-ONE-CONTROL-LINE
032700         THRU 8000-WRITE-ONE-CONTROL-LINE-EXIT.
032700 7300-BACKUP-RESULT-FILE-EXIT.
032700     EXIT.
032700*--------------------------------------------------------------*
032700* 7500-START-RECOVERY-JOURNAL - A NEW RCVJRNL GENERATION,      *
032700* OPENED WITH THE HEADER RECORD THAT TIES IT TO THIS BACKUP -  *
032700* THE BACKUP DATE AND THE THREE JOURNALED FILES' COUNTS. EVERY *
032700* STUMAST, STUACCT AND ENRLMAST UPDATE FROM HERE UNTIL THE     *
032700* NEXT BACKUP IS APPENDED BEHIND IT BY JRNLLOG.                *
032700*--------------------------------------------------------------*
032700 7500-START-RECOVERY-JOURNAL.
032700     OPEN OUTPUT BK-JOURNAL-FILE.
032700     MOVE SPACES TO RCV-JOURNAL-RECORD.
032700     ACCEPT JRN-STAMP-DATE FROM DATE YYYYMMDD.
032700     ACCEPT JRN-STAMP-TIME FROM TIME.
032700     MOVE 'SUITEBKP' TO JRN-PROGRAM-ID.
032700     MOVE SPACES TO JRN-FILE-ID.
032700     SET JRN-HEADER TO TRUE.
032700     MOVE WS-BACKUP-DATE TO JRN-BACKUP-DATE.
032700     MOVE WS-MAST-COUNT TO JRN-MAST-COUNT.
032700     MOVE WS-ACCT-COUNT TO JRN-ACCT-COUNT.
032700     MOVE WS-ENRL-COUNT TO JRN-ENRL-COUNT.
032700     WRITE RCV-JOURNAL-RECORD.
032700     CLOSE BK-JOURNAL-FILE.
032700     DISPLAY 'SUITEBKP: NEW RCVJRNL GENERATION STARTED'.
032700 7500-START-RECOVERY-JOURNAL-EXIT.
032700     EXIT.
032800*--------------------------------------------------------------*
032900* 8000-WRITE-ONE-CONTROL-LINE - ONE FILE'S PROOF NUMBERS.       *
033000*--------------------------------------------------------------*
