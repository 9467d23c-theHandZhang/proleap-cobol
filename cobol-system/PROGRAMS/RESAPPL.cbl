000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RESAPPL.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - NIGHTLY APPLY STEP FOR THE    *
001100*                RESIDENCY RECLASSIFICATION PETITIONS LOOKUP    *
001200*                QUEUES ON RESPETN. EACH SUPERVISOR-APPROVED    *
001300*                PETITION BECOMES A CONDFEED RECORD FOR ITS     *
001400*                EFFECTIVE TERM, SO COND RE-DECIDES RESIDENCY   *
001500*                THROUGH THE NORMAL RULE MATRIX, AND A RESREPR  *
001600*                REQUEST SO TUITCALC RE-PRICES THAT TERM'S      *
001700*                CHARGES AT THE NEW RATE. APPLIED PETITIONS     *
001800*                ARE MARKED AND DATED; DENIED PETITIONS STAY    *
001900*                ON THE QUEUE WITH THEIR REASON FOR AUDIT.      *
002000*                EVERY PETITION TOUCHED IS REPORTED ON RESAPLR. *
002100*                A TEST-MODE RUN LEAVES THE QUEUE UNTOUCHED.    *
002200*--------------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT RES-QUEUE-FILE ASSIGN TO RESPETN
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS WS-QUEUE-STATUS.
002900     SELECT RES-FEED-FILE ASSIGN TO CONDFEED
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-FEED-STATUS.
003200     SELECT RES-REPRICE-FILE ASSIGN TO RESREPR
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-REPRICE-STATUS.
003500     SELECT RES-REPORT-FILE ASSIGN TO RESAPLR
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-REPORT-STATUS.
003800     SELECT RES-WORK-FILE ASSIGN TO RESPWRK
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-WORK-STATUS.
004100     SELECT SUITE-PARM-FILE ASSIGN TO SUITEPRM
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-SUITE-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  RES-QUEUE-FILE.
004700     COPY RSPETREC.
004800*--------------------------------------------------------------*
004900* CONDFEED - THE SAME LAYOUT COND READS FROM THE RESIDENCY     *
005000* FEED: STUDENT, THREE RESIDENCY CODES, TERM.                  *
005100*--------------------------------------------------------------*
005200 FD  RES-FEED-FILE.
005300 01  RFD-RECORD.
005400     05  RFD-STUDENT-ID          PIC 9(09).
005500     05  RFD-COND1               PIC 9(01).
005600     05  RFD-COND2               PIC 9(01).
005700     05  RFD-COND3               PIC 9(01).
005800     05  RFD-TERM                PIC X(06).
005900*--------------------------------------------------------------*
006000* RESREPR - ONE RE-PRICE REQUEST PER APPLIED PETITION, READ    *
006100* AND EMPTIED BY TUITCALC LATER THE SAME NIGHT.                *
006200*--------------------------------------------------------------*
006300 FD  RES-REPRICE-FILE.
006400 01  RRQ-RECORD.
006500     05  RRQ-STUDENT-ID          PIC 9(09).
006600     05  RRQ-TERM                PIC X(06).
006700     05  RRQ-CLAIMED-CODES       PIC X(03).
006800     05  RRQ-APPLIED-DATE        PIC 9(08).
006900 FD  RES-REPORT-FILE.
007000 01  RES-REPORT-RECORD.
007100     05  RAP-RPT-STUDENT-ID      PIC 9(09).
007200     05  FILLER                  PIC X(02).
007300     05  RAP-RPT-TERM            PIC X(06).
007400     05  FILLER                  PIC X(02).
007500     05  RAP-RPT-CODES           PIC X(03).
007600     05  FILLER                  PIC X(02).
007700     05  RAP-RPT-DISPOSITION     PIC X(10).
007800     05  FILLER                  PIC X(02).
007900     05  RAP-RPT-OFFICER         PIC X(08).
008000     05  FILLER                  PIC X(02).
008100     05  RAP-RPT-REASON          PIC X(20).
008200 FD  RES-WORK-FILE.
008300 01  RES-WORK-RECORD             PIC X(108).
008400 FD  SUITE-PARM-FILE.
008500 01  SP-PARM-CARD                PIC X(11).
008600 WORKING-STORAGE SECTION.
008700 01  WS-QUEUE-STATUS             PIC X(02).
008800     88  WS-QUEUE-OK             VALUE '00'.
008900 01  WS-FEED-STATUS              PIC X(02).
009000     88  WS-FEED-OK              VALUE '00'.
009100 01  WS-REPRICE-STATUS           PIC X(02).
009200     88  WS-REPRICE-OK           VALUE '00'.
009300 01  WS-REPORT-STATUS            PIC X(02).
009400     88  WS-REPORT-OK            VALUE '00'.
009500 01  WS-WORK-STATUS              PIC X(02).
009600     88  WS-WORK-OK              VALUE '00'.
009700 01  WS-SUITE-STATUS             PIC X(02).
009800     88  WS-SUITE-OK             VALUE '00'.
009900 01  WS-EOF-SWITCH               PIC X(01).
010000     88  WS-AT-EOF               VALUE 'Y'.
010100     88  WS-NOT-AT-EOF           VALUE 'N'.
010200 01  WS-PTN-FILE-OPEN-SWITCH     PIC X(01).
010300     88  WS-PTN-FILE-IS-OPEN     VALUE 'Y'.
010400     88  WS-PTN-FILE-NOT-OPEN    VALUE 'N'.
010500 01  WS-TODAY                    PIC 9(08).
010600 01  WS-APPLIED-COUNT            PIC 9(05) COMP VALUE 0.
010700 01  WS-DENIED-COUNT             PIC 9(05) COMP VALUE 0.
010800 COPY SUITEPRM.
010900 PROCEDURE DIVISION.
011000 0000-MAINLINE.
011100     PERFORM 0010-READ-SUITE-PARM
011200         THRU 0010-READ-SUITE-PARM-EXIT.
011300     IF SP-TEST-MODE
011400         DISPLAY 'RESAPPL: TEST MODE - APPLY SKIPPED, '
011500             'QUEUE LEFT UNTOUCHED'
011600         GO TO 9999-EXIT
011700     END-IF.
011800     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
011900     SET WS-NOT-AT-EOF TO TRUE.
012000     SET WS-PTN-FILE-NOT-OPEN TO TRUE.
012100     OPEN INPUT RES-QUEUE-FILE.
012200     IF NOT WS-QUEUE-OK
012300         SET WS-AT-EOF TO TRUE
012400     ELSE
012500         SET WS-PTN-FILE-IS-OPEN TO TRUE
012600     END-IF.
012700     PERFORM 1100-READ-ONE-QUEUE-RECORD
012800         THRU 1100-READ-ONE-QUEUE-RECORD-EXIT.
012900     IF WS-AT-EOF
013000         IF WS-PTN-FILE-IS-OPEN
013100             CLOSE RES-QUEUE-FILE
013200         END-IF
013300         DISPLAY 'RESAPPL: QUEUE EMPTY - NOTHING TO APPLY'
013400         GO TO 9999-EXIT
013500     END-IF.
013600     OPEN EXTEND RES-FEED-FILE.
013700     IF NOT WS-FEED-OK
013800         CLOSE RES-FEED-FILE
013900         OPEN OUTPUT RES-FEED-FILE
014000     END-IF.
014100     OPEN EXTEND RES-REPRICE-FILE.
014200     IF NOT WS-REPRICE-OK
014300         CLOSE RES-REPRICE-FILE
014400         OPEN OUTPUT RES-REPRICE-FILE
014500     END-IF.
014600     OPEN OUTPUT RES-REPORT-FILE.
014700     OPEN OUTPUT RES-WORK-FILE.
014800     PERFORM 2000-APPLY-ONE-PETITION
014900         THRU 2000-APPLY-ONE-PETITION-EXIT
015000         UNTIL WS-AT-EOF.
015100     CLOSE RES-QUEUE-FILE.
015200     CLOSE RES-WORK-FILE.
015300     CLOSE RES-REPORT-FILE.
015400     CLOSE RES-REPRICE-FILE.
015500     CLOSE RES-FEED-FILE.
015600     PERFORM 3000-REWRITE-PETITION-QUEUE
015700         THRU 3000-REWRITE-PETITION-QUEUE-EXIT.
015800     DISPLAY 'RESAPPL: ' WS-APPLIED-COUNT
015900         ' APPROVED PETITIONS FED TO COND, '
016000         WS-DENIED-COUNT ' DENIED ON FILE'.
016100     GO TO 9999-EXIT.
016200*--------------------------------------------------------------*
016300* 0010-READ-SUITE-PARM - READS THE SUITE-WIDE CONTROL CARD     *
016400* FROM SUITEPRM. A MISSING CARD LEAVES THE BLOCK ON ITS        *
016500* COMPILED-IN DEFAULTS (PRODUCTION MODE).                      *
016600*--------------------------------------------------------------*
016700 0010-READ-SUITE-PARM.
016800     OPEN INPUT SUITE-PARM-FILE.
016900     IF WS-SUITE-OK
017000         READ SUITE-PARM-FILE
017100             AT END
017200                 CONTINUE
017300         END-READ
017400         IF WS-SUITE-OK
017500             MOVE SP-PARM-CARD (1:1)  TO SP-TEST-MODE-SWITCH
017600             MOVE SP-PARM-CARD (2:10) TO SP-BATCH-ID
017700         END-IF
017800         CLOSE SUITE-PARM-FILE
017900     END-IF.
018000 0010-READ-SUITE-PARM-EXIT.
018100     EXIT.
018200*--------------------------------------------------------------*
018300* 1100-READ-ONE-QUEUE-RECORD - A SINGLE READ OF RESPETN.        *
018400*--------------------------------------------------------------*
018500 1100-READ-ONE-QUEUE-RECORD.
018600     READ RES-QUEUE-FILE
018700         AT END SET WS-AT-EOF TO TRUE
018800     END-READ.
018900 1100-READ-ONE-QUEUE-RECORD-EXIT.
019000     EXIT.
019100*--------------------------------------------------------------*
019200* 2000-APPLY-ONE-PETITION - AN APPROVED PETITION IS WRITTEN TO  *
019300* CONDFEED FOR ITS EFFECTIVE TERM AND TO RESREPR FOR THE        *
019400* RE-PRICE, THEN FLIPS TO APPLIED; A DENIED PETITION IS         *
019500* REPORTED WITH ITS REASON AND LEFT ON THE QUEUE; PENDING AND   *
019600* ALREADY-APPLIED PETITIONS PASS THROUGH UNTOUCHED. EVERY       *
019700* PETITION STREAMS TO THE RESPWRK WORK FILE.                    *
019800*--------------------------------------------------------------*
019900 2000-APPLY-ONE-PETITION.
020000     EVALUATE TRUE
020100         WHEN RPT-APPROVED
020200             MOVE RPT-STUDENT-ID TO RFD-STUDENT-ID
020300             MOVE RPT-COND1 TO RFD-COND1
020400             MOVE RPT-COND2 TO RFD-COND2
020500             MOVE RPT-COND3 TO RFD-COND3
020600             MOVE RPT-TERM TO RFD-TERM
020700             WRITE RFD-RECORD
020800             MOVE RPT-STUDENT-ID TO RRQ-STUDENT-ID
020900             MOVE RPT-TERM TO RRQ-TERM
021000             MOVE RPT-CLAIMED-CODES TO RRQ-CLAIMED-CODES
021100             MOVE WS-TODAY TO RRQ-APPLIED-DATE
021200             WRITE RRQ-RECORD
021300             SET RPT-APPLIED TO TRUE
021400             MOVE WS-TODAY TO RPT-APPLIED-DATE
021500             ADD 1 TO WS-APPLIED-COUNT
021600             MOVE SPACES TO RES-REPORT-RECORD
021700             MOVE 'APPLIED' TO RAP-RPT-DISPOSITION
021800             PERFORM 2100-WRITE-REPORT-LINE
021900                 THRU 2100-WRITE-REPORT-LINE-EXIT
022000         WHEN RPT-DENIED
022100             ADD 1 TO WS-DENIED-COUNT
022200             MOVE SPACES TO RES-REPORT-RECORD
022300             MOVE 'DENIED' TO RAP-RPT-DISPOSITION
022400             MOVE RPT-REASON TO RAP-RPT-REASON
022500             PERFORM 2100-WRITE-REPORT-LINE
022600                 THRU 2100-WRITE-REPORT-LINE-EXIT
022700         WHEN OTHER
022800             CONTINUE
022900     END-EVALUATE.
023000     MOVE RES-PETITION-RECORD TO RES-WORK-RECORD.
023100     WRITE RES-WORK-RECORD.
023200     PERFORM 1100-READ-ONE-QUEUE-RECORD
023300         THRU 1100-READ-ONE-QUEUE-RECORD-EXIT.
023400 2000-APPLY-ONE-PETITION-EXIT.
023500     EXIT.
023600*--------------------------------------------------------------*
023700* 2100-WRITE-REPORT-LINE - THE STUDENT, TERM, CLAIMED CODES     *
023800* AND DECIDING OFFICER FOR ONE PETITION ONTO RESAPLR.           *
023900*--------------------------------------------------------------*
024000 2100-WRITE-REPORT-LINE.
024100     MOVE RPT-STUDENT-ID TO RAP-RPT-STUDENT-ID.
024200     MOVE RPT-TERM TO RAP-RPT-TERM.
024300     MOVE RPT-CLAIMED-CODES TO RAP-RPT-CODES.
024400     MOVE RPT-REVIEW-OPER TO RAP-RPT-OFFICER.
024500     WRITE RES-REPORT-RECORD.
024600 2100-WRITE-REPORT-LINE-EXIT.
024700     EXIT.
024800*--------------------------------------------------------------*
024900* 3000-REWRITE-PETITION-QUEUE - THE APPLIED IMAGE ON RESPWRK    *
025000* BECOMES THE NEW RESPETN, SO TONIGHT'S APPLIED FLAGS ARE       *
025100* DURABLE AND DENIED HISTORY IS RETAINED FOR AUDIT.             *
025200*--------------------------------------------------------------*
025300 3000-REWRITE-PETITION-QUEUE.
025400     SET WS-NOT-AT-EOF TO TRUE.
025500     OPEN INPUT RES-WORK-FILE.
025600     OPEN OUTPUT RES-QUEUE-FILE.
025700     PERFORM 3100-READ-ONE-WORK-RECORD
025800         THRU 3100-READ-ONE-WORK-RECORD-EXIT.
025900     PERFORM UNTIL WS-AT-EOF
026000         MOVE RES-WORK-RECORD TO RES-PETITION-RECORD
026100         WRITE RES-PETITION-RECORD
026200         PERFORM 3100-READ-ONE-WORK-RECORD
026300             THRU 3100-READ-ONE-WORK-RECORD-EXIT
026400     END-PERFORM.
026500     CLOSE RES-WORK-FILE.
026600     CLOSE RES-QUEUE-FILE.
026700 3000-REWRITE-PETITION-QUEUE-EXIT.
026800     EXIT.
026900*--------------------------------------------------------------*
027000* 3100-READ-ONE-WORK-RECORD - A SINGLE READ OF RESPWRK.         *
027100*--------------------------------------------------------------*
027200 3100-READ-ONE-WORK-RECORD.
027300     READ RES-WORK-FILE
027400         AT END SET WS-AT-EOF TO TRUE
027500     END-READ.
027600 3100-READ-ONE-WORK-RECORD-EXIT.
027700     EXIT.
027800*--------------------------------------------------------------*
027900* 9999-EXIT                                                    *
028000*--------------------------------------------------------------*
028100 9999-EXIT.
028200     STOP RUN.
