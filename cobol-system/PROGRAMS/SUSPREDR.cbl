002982*                EXCEPTION NOW CARRIES THE TERM OFF THE         *
002983*                SUSPENSE ITEM, MATCHING THE 24-BYTE LAYOUT     *
002984*                EVERY OTHER CARRIER WRITES.                    *
002984* 10/15/26  DW   A CLEARED CONDEXC ITEM NOW POSTS ITS DECISION *
002984*                TO THE INDEXED CONDRES BY STUDENT AND TERM    *
002984*                THE SAME WAY COND DOES - WRITTEN WHEN NEW,    *
002984*                REWRITTEN WITH THE OLD DECISION KEPT AS PRIOR *
002984*                WHEN IT CHANGES, LEFT ALONE WHEN IT IS THE    *
002984*                SAME - INSTEAD OF BEING APPENDED.             *
003000*--------------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-CONDEXC-STATUS.
004000     SELECT RDR-CONDRES-FILE ASSIGN TO CONDRES
004100         ORGANIZATION IS INDEXED
004110         ACCESS MODE IS RANDOM
004120         RECORD KEY IS RES-KEY
004200         FILE STATUS IS WS-CONDRES-STATUS.
004300     SELECT RDR-EVALSUSP-FILE ASSIGN TO EVALSUSP
004400         ORGANIZATION IS LINE SEQUENTIAL
007100     05  EXC-PASS-COUNT      PIC 9(02).
007110     05  EXC-TERM            PIC X(06).
007200 FD  RDR-CONDRES-FILE.
007300 COPY CONDRREC.
007700 FD  RDR-EVALSUSP-FILE.
007800 01  SUS-RECORD.
007900     05  SUS-AGE2            PIC 9(02).
010000     88  WS-CONDEXC-OK       VALUE '00'.
010100 01  WS-CONDRES-STATUS        PIC X(02).
010200     88  WS-CONDRES-OK       VALUE '00'.
010210     88  WS-CONDRES-NOT-FOUND VALUE '23' '35'.
010220 01  WS-NEW-ELIGIBLE-FLAG     PIC X(01).
010230 01  WS-NEW-RESULT-TEXT       PIC X(08).
010300 01  WS-EVALSUSP-STATUS       PIC X(02).
010400     88  WS-EVALSUSP-OK      VALUE '00'.
010500 01  WS-REDRIVE-STATUS        PIC X(02).
022350         GO TO 2000-REDRIVE-CONDEXC-REPORT
022360     END-IF.
022370     OPEN OUTPUT RDR-WORK-FILE.
023900     OPEN I-O RDR-CONDRES-FILE.
024000     IF WS-CONDRES-STATUS = '35'
024100         OPEN OUTPUT RDR-CONDRES-FILE
024110         CLOSE RDR-CONDRES-FILE
024200         OPEN I-O RDR-CONDRES-FILE
024300     END-IF.
024400     PERFORM 2050-REDRIVE-ONE-EXC-BATCH
024500         THRU 2050-REDRIVE-ONE-EXC-BATCH-EXIT
029300     END-PERFORM.
029400     IF WS-RULE-MATCHED
029500         SUBTRACT 1 FROM WS-RULE-IDX
029800         IF RDR-RESULT (WS-RULE-IDX) = '1'
029900             MOVE '1' TO WS-NEW-ELIGIBLE-FLAG
030000             MOVE 'ELIGIBLE' TO WS-NEW-RESULT-TEXT
030100         ELSE
030200             MOVE '0' TO WS-NEW-ELIGIBLE-FLAG
030300             MOVE 'NOTELIG ' TO WS-NEW-RESULT-TEXT
030400         END-IF
030500         PERFORM 2300-POST-DECISION
030510             THRU 2300-POST-DECISION-EXIT
030600         MOVE 'N' TO REX-KEEP-FLAG (WS-ITEM-IDX)
030700         ADD 1 TO WS-CLEARED-COUNT
030800     ELSE
031000     END-IF.
031100 2200-REDRIVE-ONE-EXCEPTION-EXIT.
031200     EXIT.
031200*--------------------------------------------------------------*
031200* 2300-POST-DECISION - THE CLEARED ITEM'S DECISION ONTO        *
031200* CONDRES UNDER ITS STUDENT AND TERM, AS COND POSTS ITS OWN:   *
031200* NEW IS WRITTEN DATED TODAY, THE SAME DECISION IS LEFT AS IT  *
031200* IS, A DIFFERENT ONE SUPERSEDES THE DECISION ON FILE INTO THE *
031200* HEAD OF THE PRIOR TABLE AND IS REWRITTEN.                    *
031200*--------------------------------------------------------------*
031200 2300-POST-DECISION.
031200     MOVE EXC-STUDENT-ID TO RES-STUDENT-ID.
031200     MOVE EXC-TERM TO RES-TERM.
031200     READ RDR-CONDRES-FILE
031200         INVALID KEY
031200             CONTINUE
031200     END-READ.
031200     IF WS-CONDRES-NOT-FOUND
031200         INITIALIZE RES-RECORD
031200         MOVE EXC-STUDENT-ID TO RES-STUDENT-ID
031200         MOVE EXC-TERM TO RES-TERM
031200         MOVE WS-NEW-ELIGIBLE-FLAG TO RES-ELIGIBLE-FLAG
031200         MOVE WS-NEW-RESULT-TEXT TO RES-RESULT-TEXT
031200         MOVE WS-PROCESS-DATE TO RES-DECISION-DATE
031200         WRITE RES-RECORD
031200         GO TO 2300-POST-DECISION-EXIT
031200     END-IF.
031200     IF RES-ELIGIBLE-FLAG = WS-NEW-ELIGIBLE-FLAG
031200         AND RES-RESULT-TEXT = WS-NEW-RESULT-TEXT
031200         GO TO 2300-POST-DECISION-EXIT
031200     END-IF.
031200     MOVE RES-PRIOR-DECISION (2) TO RES-PRIOR-DECISION (3).
031200     MOVE RES-PRIOR-DECISION (1) TO RES-PRIOR-DECISION (2).
031200     MOVE RES-ELIGIBLE-FLAG TO RES-PRIOR-FLAG (1).
031200     MOVE RES-RESULT-TEXT TO RES-PRIOR-TEXT (1).
031200     MOVE RES-DECISION-DATE TO RES-PRIOR-DATE (1).
031200     MOVE WS-PROCESS-DATE TO RES-SUPERSEDED-DATE (1).
031200     IF RES-SUPERSEDED-COUNT < 999
031200         ADD 1 TO RES-SUPERSEDED-COUNT
031200     END-IF.
031200     MOVE WS-NEW-ELIGIBLE-FLAG TO RES-ELIGIBLE-FLAG.
031200     MOVE WS-NEW-RESULT-TEXT TO RES-RESULT-TEXT.
031200     MOVE WS-PROCESS-DATE TO RES-DECISION-DATE.
031200     REWRITE RES-RECORD.
031200 2300-POST-DECISION-EXIT.
031200     EXIT.
031300*--------------------------------------------------------------*
031400* 3000-REDRIVE-EVALSUSP - SAME BATCHED RE-DRIVE FOR EVALSTMT    *
031500* SUSPENSE, AGAINST THE HOUSEHOLD-VARIANT EVALUATION ON THE     *
