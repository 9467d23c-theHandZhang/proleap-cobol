000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RESCONV.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - ONE-TIME CONDRES CUTOVER RUN, *
001100*                CKDCONV-STYLE. CONDRES WAS A 24-BYTE           *
001200*                SEQUENTIAL FILE COND REBUILT EVERY NIGHT; IT   *
001300*                IS NOW AN INDEXED FILE KEYED BY STUDENT AND    *
001400*                TERM (CONDRREC) THAT COND UPDATES IN PLACE.    *
001500*                THIS RUN LOADS THE LAST SEQUENTIAL GENERATION  *
001600*                (CONDOLD) ONTO IT. EACH DECISION IS WRITTEN    *
001700*                DATED TODAY - THE OLD FILE NEVER CARRIED A     *
001800*                DECISION DATE. A LATER RECORD FOR THE SAME     *
001900*                STUDENT AND TERM WITH A DIFFERENT DECISION     *
002000*                SUPERSEDES THE EARLIER ONE ONTO THE PRIOR      *
002100*                TABLE, THE WAY COND WOULD HAVE; ONE WITH THE   *
002200*                SAME DECISION IS COUNTED AND SKIPPED, SO A     *
002300*                RERUN IS HARMLESS. THE RUN PROVES THE CONDRES  *
002400*                COUNT AFTER THE LOAD AGAINST THE COUNT BEFORE  *
002500*                PLUS THE RECORDS WRITTEN, AND ENDS RC 8 IF IT  *
002600*                DOES NOT. RESCONVR CARRIES THE SPLIT.          *
002700*--------------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT RC-OLD-FILE ASSIGN TO CONDOLD
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-OLD-STATUS.
003400     SELECT RC-RESULT-FILE ASSIGN TO CONDRES
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS RES-KEY
003800         FILE STATUS IS WS-RESULT-STATUS.
003900     SELECT RC-REPORT-FILE ASSIGN TO RESCONVR
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-REPORT-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  RC-OLD-FILE.
004500 01  OLD-RES-RECORD.
004600     05  OLD-STUDENT-ID       PIC 9(09).
004700     05  OLD-ELIGIBLE-FLAG    PIC X(01).
004800     05  OLD-RESULT-TEXT      PIC X(08).
004900     05  OLD-TERM             PIC X(06).
005000 FD  RC-RESULT-FILE.
005100 COPY CONDRREC.
005200 FD  RC-REPORT-FILE.
005300 01  RC-REPORT-RECORD.
005400     05  RCR-LABEL            PIC X(24).
005500     05  RCR-VALUE            PIC 9(06).
005600 WORKING-STORAGE SECTION.
005700 01  WS-OLD-STATUS            PIC X(02).
005800     88  WS-OLD-OK            VALUE '00'.
005900 01  WS-RESULT-STATUS         PIC X(02).
006000     88  WS-RESULT-OK         VALUE '00'.
006100     88  WS-RESULT-NOT-FOUND  VALUE '23'.
006200 01  WS-REPORT-STATUS         PIC X(02).
006300     88  WS-REPORT-OK         VALUE '00'.
006400 01  WS-EOF-SWITCH            PIC X(01).
006500     88  WS-AT-EOF            VALUE 'Y'.
006600     88  WS-NOT-AT-EOF        VALUE 'N'.
006700 01  WS-RUN-DATE              PIC 9(08) VALUE 0.
006800 01  WS-OLD-READ              PIC 9(06) COMP VALUE 0.
006900 01  WS-OLD-REJECTED          PIC 9(06) COMP VALUE 0.
007000 01  WS-WRITTEN               PIC 9(06) COMP VALUE 0.
007100 01  WS-SUPERSEDED            PIC 9(06) COMP VALUE 0.
007200 01  WS-ALREADY-ON-FILE       PIC 9(06) COMP VALUE 0.
007300 01  WS-COUNT-BEFORE          PIC 9(06) COMP VALUE 0.
007400 01  WS-COUNT-AFTER           PIC 9(06) COMP VALUE 0.
007500 01  WS-COUNT-EXPECTED        PIC 9(06) COMP VALUE 0.
007600 01  WS-RECORD-COUNT          PIC 9(06) COMP VALUE 0.
007700 PROCEDURE DIVISION.
007800 0000-MAINLINE.
007900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
008000     SET WS-NOT-AT-EOF TO TRUE.
008100     OPEN INPUT RC-OLD-FILE.
008200     IF NOT WS-OLD-OK
008300         DISPLAY 'RESCONV: NO OLD CONDRES GENERATION ON CONDOLD'
008400         MOVE 8 TO RETURN-CODE
008500         GO TO 9999-EXIT
008600     END-IF.
008700     PERFORM 3000-COUNT-RESULT-FILE
008800         THRU 3000-COUNT-RESULT-FILE-EXIT.
008900     MOVE WS-RECORD-COUNT TO WS-COUNT-BEFORE.
009000     OPEN I-O RC-RESULT-FILE.
009100     IF WS-RESULT-STATUS = '35'
009200         OPEN OUTPUT RC-RESULT-FILE
009300         CLOSE RC-RESULT-FILE
009400         OPEN I-O RC-RESULT-FILE
009500     END-IF.
009600     IF NOT WS-RESULT-OK
009700         DISPLAY 'RESCONV: CONDRES OPEN FAILED, STATUS '
009800             WS-RESULT-STATUS
009900         CLOSE RC-OLD-FILE
010000         MOVE 8 TO RETURN-CODE
010100         GO TO 9999-EXIT
010200     END-IF.
010300     PERFORM 1000-READ-ONE-OLD
010400         THRU 1000-READ-ONE-OLD-EXIT.
010500     PERFORM UNTIL WS-AT-EOF
010600         ADD 1 TO WS-OLD-READ
010700         PERFORM 2000-LOAD-ONE-DECISION
010800             THRU 2000-LOAD-ONE-DECISION-EXIT
010900         PERFORM 1000-READ-ONE-OLD
011000             THRU 1000-READ-ONE-OLD-EXIT
011100     END-PERFORM.
011200     CLOSE RC-OLD-FILE.
011300     CLOSE RC-RESULT-FILE.
011400     PERFORM 3000-COUNT-RESULT-FILE
011500         THRU 3000-COUNT-RESULT-FILE-EXIT.
011600     MOVE WS-RECORD-COUNT TO WS-COUNT-AFTER.
011700     COMPUTE WS-COUNT-EXPECTED = WS-COUNT-BEFORE + WS-WRITTEN.
011800     PERFORM 8000-WRITE-RUN-REPORT
011900         THRU 8000-WRITE-RUN-REPORT-EXIT.
012000     IF WS-COUNT-AFTER NOT = WS-COUNT-EXPECTED
012100         DISPLAY 'RESCONV: CONDRES HOLDS ' WS-COUNT-AFTER
012200             ' RECORDS, EXPECTED ' WS-COUNT-EXPECTED
012300         MOVE 8 TO RETURN-CODE
012400     ELSE
012500         DISPLAY 'RESCONV: CONDRES LOADED AND PROVED AT '
012600             WS-COUNT-AFTER ' RECORDS'
012700     END-IF.
012800     GO TO 9999-EXIT.
012900*--------------------------------------------------------------*
013000* 1000-READ-ONE-OLD - A SINGLE READ OF THE OLD SEQUENTIAL       *
013100* CONDRES GENERATION.                                           *
013200*--------------------------------------------------------------*
013300 1000-READ-ONE-OLD.
013400     READ RC-OLD-FILE
013500         AT END SET WS-AT-EOF TO TRUE
013600     END-READ.
013700 1000-READ-ONE-OLD-EXIT.
013800     EXIT.
013900*--------------------------------------------------------------*
014000* 2000-LOAD-ONE-DECISION - THE OLD RECORD ONTO CONDRES UNDER    *
014100* ITS STUDENT AND TERM. AN ID THAT IS NOT NUMERIC CANNOT BE     *
014200* KEYED AND IS COUNTED AS REJECTED. NONE ON FILE IS WRITTEN     *
014300* DATED TODAY; THE SAME DECISION ALREADY ON FILE IS LEFT ALONE; *
014400* A DIFFERENT ONE SUPERSEDES IT ONTO THE PRIOR TABLE.           *
014500*--------------------------------------------------------------*
014600 2000-LOAD-ONE-DECISION.
014700     IF OLD-STUDENT-ID NOT NUMERIC
014800         ADD 1 TO WS-OLD-REJECTED
014900         GO TO 2000-LOAD-ONE-DECISION-EXIT
015000     END-IF.
015100     MOVE OLD-STUDENT-ID TO RES-STUDENT-ID.
015200     MOVE OLD-TERM TO RES-TERM.
015300     READ RC-RESULT-FILE
015400         INVALID KEY
015500             CONTINUE
015600     END-READ.
015700     IF WS-RESULT-NOT-FOUND
015800         INITIALIZE RES-RECORD
015900         MOVE OLD-STUDENT-ID TO RES-STUDENT-ID
016000         MOVE OLD-TERM TO RES-TERM
016100         MOVE OLD-ELIGIBLE-FLAG TO RES-ELIGIBLE-FLAG
016200         MOVE OLD-RESULT-TEXT TO RES-RESULT-TEXT
016300         MOVE WS-RUN-DATE TO RES-DECISION-DATE
016400         WRITE RES-RECORD
016500         ADD 1 TO WS-WRITTEN
016600         GO TO 2000-LOAD-ONE-DECISION-EXIT
016700     END-IF.
016800     IF RES-ELIGIBLE-FLAG = OLD-ELIGIBLE-FLAG
016900         AND RES-RESULT-TEXT = OLD-RESULT-TEXT
017000         ADD 1 TO WS-ALREADY-ON-FILE
017100         GO TO 2000-LOAD-ONE-DECISION-EXIT
017200     END-IF.
017300     MOVE RES-PRIOR-DECISION (2) TO RES-PRIOR-DECISION (3).
017400     MOVE RES-PRIOR-DECISION (1) TO RES-PRIOR-DECISION (2).
017500     MOVE RES-ELIGIBLE-FLAG TO RES-PRIOR-FLAG (1).
017600     MOVE RES-RESULT-TEXT TO RES-PRIOR-TEXT (1).
017700     MOVE RES-DECISION-DATE TO RES-PRIOR-DATE (1).
017800     MOVE WS-RUN-DATE TO RES-SUPERSEDED-DATE (1).
017900     IF RES-SUPERSEDED-COUNT < 999
018000         ADD 1 TO RES-SUPERSEDED-COUNT
018100     END-IF.
018200     MOVE OLD-ELIGIBLE-FLAG TO RES-ELIGIBLE-FLAG.
018300     MOVE OLD-RESULT-TEXT TO RES-RESULT-TEXT.
018400     MOVE WS-RUN-DATE TO RES-DECISION-DATE.
018500     REWRITE RES-RECORD.
018600     ADD 1 TO WS-SUPERSEDED.
018700 2000-LOAD-ONE-DECISION-EXIT.
018800     EXIT.
018900*--------------------------------------------------------------*
019000* 3000-COUNT-RESULT-FILE - THE RECORDS ON CONDRES, INTO         *
019100* WS-RECORD-COUNT. NO FILE YET COUNTS ZERO.                     *
019200*--------------------------------------------------------------*
019300 3000-COUNT-RESULT-FILE.
019400     MOVE 0 TO WS-RECORD-COUNT.
019500     OPEN INPUT RC-RESULT-FILE.
019600     IF NOT WS-RESULT-OK
019700         GO TO 3000-COUNT-RESULT-FILE-EXIT
019800     END-IF.
019900     PERFORM UNTIL NOT WS-RESULT-OK
020000         READ RC-RESULT-FILE NEXT RECORD
020100             AT END
020200                 CONTINUE
020300             NOT AT END
020400                 ADD 1 TO WS-RECORD-COUNT
020500         END-READ
020600     END-PERFORM.
020700     CLOSE RC-RESULT-FILE.
020800 3000-COUNT-RESULT-FILE-EXIT.
020900     EXIT.
021000*--------------------------------------------------------------*
021100* 8000-WRITE-RUN-REPORT - THE CUTOVER SPLIT AND ITS PROOF.      *
021200*--------------------------------------------------------------*
021300 8000-WRITE-RUN-REPORT.
021400     OPEN OUTPUT RC-REPORT-FILE.
021500     MOVE 'OLD RECORDS READ' TO RCR-LABEL.
021600     MOVE WS-OLD-READ TO RCR-VALUE.
021700     WRITE RC-REPORT-RECORD.
021800     MOVE 'REJECTED - BAD ID' TO RCR-LABEL.
021900     MOVE WS-OLD-REJECTED TO RCR-VALUE.
022000     WRITE RC-REPORT-RECORD.
022100     MOVE 'DECISIONS WRITTEN' TO RCR-LABEL.
022200     MOVE WS-WRITTEN TO RCR-VALUE.
022300     WRITE RC-REPORT-RECORD.
022400     MOVE 'DECISIONS SUPERSEDED' TO RCR-LABEL.
022500     MOVE WS-SUPERSEDED TO RCR-VALUE.
022600     WRITE RC-REPORT-RECORD.
022700     MOVE 'ALREADY ON CONDRES' TO RCR-LABEL.
022800     MOVE WS-ALREADY-ON-FILE TO RCR-VALUE.
022900     WRITE RC-REPORT-RECORD.
023000     MOVE 'CONDRES BEFORE LOAD' TO RCR-LABEL.
023100     MOVE WS-COUNT-BEFORE TO RCR-VALUE.
023200     WRITE RC-REPORT-RECORD.
023300     MOVE 'CONDRES AFTER LOAD' TO RCR-LABEL.
023400     MOVE WS-COUNT-AFTER TO RCR-VALUE.
023500     WRITE RC-REPORT-RECORD.
023600     CLOSE RC-REPORT-FILE.
023700 8000-WRITE-RUN-REPORT-EXIT.
023800     EXIT.
023900*--------------------------------------------------------------*
024000* 9999-EXIT                                                    *
024100*--------------------------------------------------------------*
024200 9999-EXIT.
024300     STOP RUN.
