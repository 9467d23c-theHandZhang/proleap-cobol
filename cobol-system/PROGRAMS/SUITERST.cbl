001700*                GENERATION'S BKPCTLF CONTROL RECORD, AND THE   *
001800*                RESTORED UTLCTL SEQUENCE VALUE IS VERIFIED     *
001900*                AND DISPLAYED. ANY MISMATCH ENDS RC 8.         *
001900* 10/15/26  DW   THREE MORE RSTPARM FLAGS (COLUMNS 7-9)        *
001900*                RESTORE STUMAST, STUACCT AND ENRLMAST FROM    *
001900*                THE NEW BKPMAST, BKPACCT AND BKPENRL          *
001900*                GENERATIONS, VERIFIED AGAINST BKPCTLF THE     *
001900*                SAME WAY. A SIX-FLAG CARD RESTORES NONE OF    *
001900*                THEM. FWDRCVR RUNS THIS RESTORE BEFORE        *
001900*                ROLLING THE RCVJRNL JOURNAL FORWARD.          *
001900* 10/15/26  DW   A TENTH RSTPARM FLAG (COLUMN 10) RESTORES     *
001900*                CONDRES FROM THE NEW BKPRES GENERATION,       *
001900*                VERIFIED AGAINST BKPCTLF THE SAME WAY. A      *
001900*                NINE-FLAG CARD LEAVES IT ALONE.               *
002000*--------------------------------------------------------------*
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
004500     SELECT RS-IN-CATLG ASSIGN TO BKPCATLG
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-IN-STATUS.
004700     SELECT RS-IN-MAST ASSIGN TO BKPMAST
004700         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-IN-STATUS.
004700     SELECT RS-IN-ACCT ASSIGN TO BKPACCT
004700         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-IN-STATUS.
004700     SELECT RS-IN-ENRL ASSIGN TO BKPENRL
004700         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-IN-STATUS.
004700     SELECT RS-IN-RES ASSIGN TO BKPRES
004700         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-IN-STATUS.
004800     SELECT RS-OUT-CTL ASSIGN TO UTLCTL
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
006900         ACCESS MODE IS RANDOM
007000         RECORD KEY IS MTCAT-XFILE-NAME
007100         FILE STATUS IS WS-OUT-STATUS.
007100     SELECT RS-OUT-MAST ASSIGN TO STUMAST
007100         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS RANDOM
007100         RECORD KEY IS MAST-STUDENT-ID
007100         FILE STATUS IS WS-OUT-STATUS.
007100     SELECT RS-OUT-ACCT ASSIGN TO STUACCT
007100         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-OUT-STATUS.
007100     SELECT RS-OUT-ENRL ASSIGN TO ENRLMAST
007100         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS RANDOM
007100         RECORD KEY IS ENRL-KEY
007100         FILE STATUS IS WS-OUT-STATUS.
007100     SELECT RS-OUT-RES ASSIGN TO CONDRES
007100         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS RANDOM
007100         RECORD KEY IS RES-KEY
007100         FILE STATUS IS WS-OUT-STATUS.
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  RS-PARM-FILE.
007900     05  RSP-RESTORE-LEDGER   PIC X(01).
008000     05  RSP-RESTORE-PERS     PIC X(01).
008100     05  RSP-RESTORE-CATLG    PIC X(01).
008100     05  RSP-RESTORE-MAST     PIC X(01).
008100     05  RSP-RESTORE-ACCT     PIC X(01).
008100     05  RSP-RESTORE-ENRL     PIC X(01).
008100     05  RSP-RESTORE-RES      PIC X(01).
008200 FD  RS-CONTROL-FILE.
008300 01  BKC-RECORD.
008400     05  BKC-FILE-NAME        PIC X(08).
009700 01  IN-PERS-RECORD           PIC X(266).
009800 FD  RS-IN-CATLG.
009900 01  IN-CATLG-RECORD          PIC X(66).
009900 FD  RS-IN-MAST.
009900 01  IN-MAST-RECORD           PIC X(186).
009900 FD  RS-IN-ACCT.
009900 01  IN-ACCT-RECORD           PIC X(64).
009900 FD  RS-IN-ENRL.
009900 01  IN-ENRL-RECORD           PIC X(43).
009900 FD  RS-IN-RES.
009900 01  IN-RES-RECORD            PIC X(110).
010000 FD  RS-OUT-CTL.
010100 01  CTL-RECORD.
010200     05  CTL-KEY              PIC X(08).
011500 01  MTCAT-RECORD.
011600     05  MTCAT-XFILE-NAME     PIC X(40).
011700     05  MTCAT-REST           PIC X(26).
011700 FD  RS-OUT-MAST.
011700 01  MAST-RECORD.
011700     05  MAST-STUDENT-ID      PIC 9(09).
011700     05  MAST-REST            PIC X(177).
011700 FD  RS-OUT-ACCT.
011700 01  OUT-ACCT-RECORD          PIC X(64).
011700 FD  RS-OUT-ENRL.
011700 01  ENRL-RECORD.
011700     05  ENRL-KEY             PIC X(24).
011700     05  ENRL-REST            PIC X(19).
011700 FD  RS-OUT-RES.
011700 COPY CONDRREC.
011800 WORKING-STORAGE SECTION.
011900 01  WS-PARM-STATUS           PIC X(02).
012000     88  WS-PARM-OK           VALUE '00'.
013400     05  WS-DO-LEDGER         PIC X(01) VALUE 'N'.
013500     05  WS-DO-PERS           PIC X(01) VALUE 'N'.
013600     05  WS-DO-CATLG          PIC X(01) VALUE 'N'.
013600     05  WS-DO-MAST           PIC X(01) VALUE 'N'.
013600     05  WS-DO-ACCT           PIC X(01) VALUE 'N'.
013600     05  WS-DO-ENRL           PIC X(01) VALUE 'N'.
013600     05  WS-DO-RES            PIC X(01) VALUE 'N'.
013700 01  WS-RECORD-COUNT          PIC 9(08) COMP.
013800 01  WS-SEQ-VALUE             PIC 9(09).
013900 01  WS-EXPECT-COUNT          PIC 9(08).
017000         PERFORM 7000-RESTORE-CATALOG-FILE
017100             THRU 7000-RESTORE-CATALOG-FILE-EXIT
017200     END-IF.
017200     IF WS-DO-MAST = 'Y'
017200         PERFORM 7100-RESTORE-MASTER-FILE
017200             THRU 7100-RESTORE-MASTER-FILE-EXIT
017200     END-IF.
017200     IF WS-DO-ACCT = 'Y'
017200         PERFORM 7200-RESTORE-ACCOUNT-FILE
017200             THRU 7200-RESTORE-ACCOUNT-FILE-EXIT
017200     END-IF.
017200     IF WS-DO-ENRL = 'Y'
017200         PERFORM 7300-RESTORE-ENROLL-FILE
017200             THRU 7300-RESTORE-ENROLL-FILE-EXIT
017200     END-IF.
017200     IF WS-DO-RES = 'Y'
017200         PERFORM 7400-RESTORE-RESULT-FILE
017200             THRU 7400-RESTORE-RESULT-FILE-EXIT
017200     END-IF.
017300     IF WS-VERIFY-FAILED
017400         DISPLAY 'SUITERST: VERIFICATION FAILED - SEE ABOVE'
017500         MOVE 8 TO RETURN-CODE
017800     END-IF.
017900     GO TO 9999-EXIT.
018000*--------------------------------------------------------------*
018100* 1000-READ-RESTORE-PARM - THE TEN Y/N FLAGS. NO CARD MEANS     *
018200* NOTHING IS RESTORED - A RESTORE IS ALWAYS A CONSCIOUS ACT.    *
018300*--------------------------------------------------------------*
018400 1000-READ-RESTORE-PARM.
019500             MOVE RSP-RESTORE-LEDGER TO WS-DO-LEDGER
019600             MOVE RSP-RESTORE-PERS TO WS-DO-PERS
019700             MOVE RSP-RESTORE-CATLG TO WS-DO-CATLG
019700             MOVE RSP-RESTORE-MAST TO WS-DO-MAST
019700             MOVE RSP-RESTORE-ACCT TO WS-DO-ACCT
019700             MOVE RSP-RESTORE-ENRL TO WS-DO-ENRL
019700             MOVE RSP-RESTORE-RES TO WS-DO-RES
019800         END-IF
019900         CLOSE RS-PARM-FILE
020000     END-IF.
044200         THRU 1600-VERIFY-ONE-RESTORE-EXIT.
044300 7000-RESTORE-CATALOG-FILE-EXIT.
044400     EXIT.
044400*--------------------------------------------------------------*
044400* 7100-RESTORE-MASTER-FILE - STUMAST BACK FROM BKPMAST.        *
044400*--------------------------------------------------------------*
044400 7100-RESTORE-MASTER-FILE.
044400     MOVE 0 TO WS-RECORD-COUNT.
044400     MOVE 0 TO WS-SEQ-VALUE.
044400     SET WS-NOT-AT-EOF TO TRUE.
044400     OPEN OUTPUT RS-OUT-MAST.
044400     OPEN INPUT RS-IN-MAST.
044400     IF NOT WS-IN-OK
044400         SET WS-AT-EOF TO TRUE
044400     END-IF.
044400     PERFORM UNTIL WS-AT-EOF
044400         READ RS-IN-MAST
044400             AT END
044400                 SET WS-AT-EOF TO TRUE
044400             NOT AT END
044400                 ADD 1 TO WS-RECORD-COUNT
044400                 MOVE IN-MAST-RECORD TO MAST-RECORD
044400                 WRITE MAST-RECORD
044400         END-READ
044400     END-PERFORM.
044400     IF WS-IN-OK OR WS-IN-STATUS = '10'
044400         CLOSE RS-IN-MAST
044400     END-IF.
044400     CLOSE RS-OUT-MAST.
044400     MOVE 'STUMAST ' TO WS-LOOK-NAME.
044400     PERFORM 1600-VERIFY-ONE-RESTORE
044400         THRU 1600-VERIFY-ONE-RESTORE-EXIT.
044400 7100-RESTORE-MASTER-FILE-EXIT.
044400     EXIT.
044400*--------------------------------------------------------------*
044400* 7200-RESTORE-ACCOUNT-FILE - STUACCT BACK FROM BKPACCT.       *
044400*--------------------------------------------------------------*
044400 7200-RESTORE-ACCOUNT-FILE.
044400     MOVE 0 TO WS-RECORD-COUNT.
044400     MOVE 0 TO WS-SEQ-VALUE.
044400     SET WS-NOT-AT-EOF TO TRUE.
044400     OPEN OUTPUT RS-OUT-ACCT.
044400     OPEN INPUT RS-IN-ACCT.
044400     IF NOT WS-IN-OK
044400         SET WS-AT-EOF TO TRUE
044400     END-IF.
044400     PERFORM UNTIL WS-AT-EOF
044400         READ RS-IN-ACCT
044400             AT END
044400                 SET WS-AT-EOF TO TRUE
044400             NOT AT END
044400                 ADD 1 TO WS-RECORD-COUNT
044400                 MOVE IN-ACCT-RECORD TO OUT-ACCT-RECORD
044400                 WRITE OUT-ACCT-RECORD
044400         END-READ
044400     END-PERFORM.
044400     IF WS-IN-OK OR WS-IN-STATUS = '10'
044400         CLOSE RS-IN-ACCT
044400     END-IF.
044400     CLOSE RS-OUT-ACCT.
044400     MOVE 'STUACCT ' TO WS-LOOK-NAME.
044400     PERFORM 1600-VERIFY-ONE-RESTORE
044400         THRU 1600-VERIFY-ONE-RESTORE-EXIT.
044400 7200-RESTORE-ACCOUNT-FILE-EXIT.
044400     EXIT.
044400*--------------------------------------------------------------*
044400* 7300-RESTORE-ENROLL-FILE - ENRLMAST BACK FROM BKPENRL.       *
044400*--------------------------------------------------------------*
044400 7300-RESTORE-ENROLL-FILE.
044400     MOVE 0 TO WS-RECORD-COUNT.
044400     MOVE 0 TO WS-SEQ-VALUE.
044400     SET WS-NOT-AT-EOF TO TRUE.
044400     OPEN OUTPUT RS-OUT-ENRL.
044400     OPEN INPUT RS-IN-ENRL.
044400     IF NOT WS-IN-OK
044400         SET WS-AT-EOF TO TRUE
044400     END-IF.
044400     PERFORM UNTIL WS-AT-EOF
044400         READ RS-IN-ENRL
044400             AT END
044400                 SET WS-AT-EOF TO TRUE
044400             NOT AT END
044400                 ADD 1 TO WS-RECORD-COUNT
044400                 MOVE IN-ENRL-RECORD TO ENRL-RECORD
044400                 WRITE ENRL-RECORD
044400         END-READ
044400     END-PERFORM.
044400     IF WS-IN-OK OR WS-IN-STATUS = '10'
044400         CLOSE RS-IN-ENRL
044400     END-IF.
044400     CLOSE RS-OUT-ENRL.
044400     MOVE 'ENRLMAST' TO WS-LOOK-NAME.
044400     PERFORM 1600-VERIFY-ONE-RESTORE
044400         THRU 1600-VERIFY-ONE-RESTORE-EXIT.
044400 7300-RESTORE-ENROLL-FILE-EXIT.
044400     EXIT.
044400*--------------------------------------------------------------*
044400* 7400-RESTORE-RESULT-FILE - CONDRES BACK FROM BKPRES.         *
044400*--------------------------------------------------------------*
044400 7400-RESTORE-RESULT-FILE.
044400     MOVE 0 TO WS-RECORD-COUNT.
044400     MOVE 0 TO WS-SEQ-VALUE.
044400     SET WS-NOT-AT-EOF TO TRUE.
044400     OPEN OUTPUT RS-OUT-RES.
044400     OPEN INPUT RS-IN-RES.
044400     IF NOT WS-IN-OK
044400         SET WS-AT-EOF TO TRUE
044400     END-IF.
044400     PERFORM UNTIL WS-AT-EOF
044400         READ RS-IN-RES
044400             AT END
044400                 SET WS-AT-EOF TO TRUE
044400             NOT AT END
044400                 ADD 1 TO WS-RECORD-COUNT
044400                 MOVE IN-RES-RECORD TO RES-RECORD
044400                 WRITE RES-RECORD
044400         END-READ
044400     END-PERFORM.
044400     IF WS-IN-OK OR WS-IN-STATUS = '10'
044400         CLOSE RS-IN-RES
044400     END-IF.
044400     CLOSE RS-OUT-RES.
044400     MOVE 'CONDRES ' TO WS-LOOK-NAME.
044400     PERFORM 1600-VERIFY-ONE-RESTORE
044400         THRU 1600-VERIFY-ONE-RESTORE-EXIT.
044400 7400-RESTORE-RESULT-FILE-EXIT.
044400     EXIT.
044500*--------------------------------------------------------------*
044600* 9999-EXIT                                                    *
044700*--------------------------------------------------------------*
