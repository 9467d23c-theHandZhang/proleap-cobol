000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DOCLIST.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - SHARED REQUIRED-DOCUMENT      *
001100*                CHECKLIST ROUTINE, ALRTSEV-STYLE. LOADS THE    *
001200*                DOCREQS MEMBER ON FIRST CALL AND KEEPS STUDOCS *
001300*                OPEN FOR THE REST OF THE RUN UNIT. ADMINTFC,   *
001400*                EVALSTMT AND LOOKUP OPEN A PROCESS'S CHECKLIST *
001500*                THROUGH IT; AIDDISB AND LOOKUP ASK IT HOW MANY *
001600*                DOCUMENTS ARE STILL OUTSTANDING.               *
001700*--------------------------------------------------------------*
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002100     SELECT DL-REQS-FILE ASSIGN TO DOCREQS
002200         ORGANIZATION IS LINE SEQUENTIAL
002300         FILE STATUS IS WS-REQS-STATUS.
002400     SELECT DL-DOCS-FILE ASSIGN TO STUDOCS
002500         ORGANIZATION IS INDEXED
002600         ACCESS MODE IS DYNAMIC
002700         RECORD KEY IS SDC-KEY
002800         FILE STATUS IS WS-DOCS-STATUS.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  DL-REQS-FILE.
003200     COPY DOCRQREC.
003300 FD  DL-DOCS-FILE.
003400     COPY STUDCREC.
003500 WORKING-STORAGE SECTION.
003600 01  WS-REQS-STATUS           PIC X(02).
003700     88  WS-REQS-OK           VALUE '00'.
003800 01  WS-DOCS-STATUS           PIC X(02).
003900     88  WS-DOCS-OK           VALUE '00'.
004000     88  WS-DOCS-NOT-FOUND    VALUE '35'.
004100 01  WS-LOADED-SWITCH         PIC X(01) VALUE 'N'.
004200     88  WS-TABLE-LOADED      VALUE 'Y'.
004300 01  WS-DOCS-OPEN-SWITCH      PIC X(01) VALUE 'N'.
004400     88  WS-DOCS-FILE-OPEN    VALUE 'Y'.
004500     88  WS-DOCS-FILE-CLOSED  VALUE 'N'.
004600 01  WS-SCAN-SWITCH           PIC X(01).
004700     88  WS-SCAN-DONE         VALUE 'Y'.
004800     88  WS-SCAN-GOING        VALUE 'N'.
004900 01  WS-REQ-COUNT             PIC 9(03) COMP VALUE 0.
005000 01  WS-REQ-MAX               PIC 9(03) COMP VALUE 100.
005100 01  WS-REQ-IDX               PIC 9(03) COMP.
005200 01  WS-RUN-DATE              PIC 9(08).
005300*--------------------------------------------------------------*
005400* DL-REQ-TABLE - EVERY DOCREQS D CARD, ALL PROCESSES.           *
005500*--------------------------------------------------------------*
005600 01  DL-REQ-TABLE.
005700     05  DL-REQ-ENTRY OCCURS 100 TIMES.
005800         10  DLR-PROCESS      PIC X(03).
005900         10  DLR-DOC-TYPE     PIC X(04).
006000         10  DLR-DOC-DESC     PIC X(20).
006100 LINKAGE SECTION.
006200 COPY DOCPARM.
006300 PROCEDURE DIVISION USING DOC-PARM-BLOCK.
006400 0000-MAINLINE.
006500     IF NOT WS-TABLE-LOADED
006600         PERFORM 1000-LOAD-REQUIREMENTS
006700             THRU 1000-LOAD-REQUIREMENTS-EXIT
006800     END-IF.
006900     MOVE 0 TO DP-ADDED-COUNT.
007000     MOVE 0 TO DP-OUTSTANDING-COUNT.
007100     IF NOT WS-DOCS-FILE-OPEN
007200         SET DP-NO-FILE TO TRUE
007300         GOBACK
007400     END-IF.
007500     SET DP-OK TO TRUE.
007600     MOVE DP-RUN-DATE TO WS-RUN-DATE.
007700     IF WS-RUN-DATE = 0
007800         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
007900     END-IF.
008000     IF DP-OPEN-CHECKLIST
008100         PERFORM 2000-OPEN-ONE-ITEM
008200             THRU 2000-OPEN-ONE-ITEM-EXIT
008300             VARYING WS-REQ-IDX FROM 1 BY 1
008400             UNTIL WS-REQ-IDX > WS-REQ-COUNT
008500     END-IF.
008600     PERFORM 3000-COUNT-OUTSTANDING
008700         THRU 3000-COUNT-OUTSTANDING-EXIT.
008800     GOBACK.
008900*--------------------------------------------------------------*
009000* 1000-LOAD-REQUIREMENTS - THE DOCREQS D CARDS, ONCE PER RUN    *
009100* UNIT, AND STUDOCS OPENED I-O (CREATED IF IT IS NOT THERE).    *
009200* A MISSING MEMBER REQUIRES NOTHING.                            *
009300*--------------------------------------------------------------*
009400 1000-LOAD-REQUIREMENTS.
009500     SET WS-TABLE-LOADED TO TRUE.
009600     OPEN INPUT DL-REQS-FILE.
009700     IF WS-REQS-OK
009800         PERFORM UNTIL WS-REQ-COUNT = WS-REQ-MAX
009900                 OR NOT WS-REQS-OK
010000             READ DL-REQS-FILE
010100                 AT END
010200                     CONTINUE
010300                 NOT AT END
010400                     IF DRQ-DOC-CARD
010500                         ADD 1 TO WS-REQ-COUNT
010600                         MOVE DRQ-PROCESS
010700                             TO DLR-PROCESS (WS-REQ-COUNT)
010800                         MOVE DRQ-DOC-TYPE
010900                             TO DLR-DOC-TYPE (WS-REQ-COUNT)
011000                         MOVE DRQ-DOC-DESC
011100                             TO DLR-DOC-DESC (WS-REQ-COUNT)
011200                     END-IF
011300             END-READ
011400         END-PERFORM
011500         CLOSE DL-REQS-FILE
011600     END-IF.
011700     OPEN I-O DL-DOCS-FILE.
011800     IF WS-DOCS-NOT-FOUND
011900         OPEN OUTPUT DL-DOCS-FILE
012000         CLOSE DL-DOCS-FILE
012100         OPEN I-O DL-DOCS-FILE
012200     END-IF.
012300     IF WS-DOCS-OK
012400         SET WS-DOCS-FILE-OPEN TO TRUE
012500     ELSE
012600         DISPLAY 'DOCLIST: STUDOCS UNAVAILABLE (' WS-DOCS-STATUS
012700             ') - NO CHECKLISTS KEPT'
012800     END-IF.
012900 1000-LOAD-REQUIREMENTS-EXIT.
013000     EXIT.
013100*--------------------------------------------------------------*
013200* 2000-OPEN-ONE-ITEM - ONE REQUIREMENT OF THE CALLER'S PROCESS. *
013300* AN ITEM ALREADY ON STUDOCS, IN WHATEVER STATE, IS LEFT ALONE  *
013400* SO A SECOND APPLICATION NEVER RE-REQUESTS A DOCUMENT ALREADY  *
013500* RECEIVED OR WAIVED.                                           *
013600*--------------------------------------------------------------*
013700 2000-OPEN-ONE-ITEM.
013800     IF DLR-PROCESS (WS-REQ-IDX) NOT = DP-PROCESS
013900         GO TO 2000-OPEN-ONE-ITEM-EXIT
014000     END-IF.
014100     MOVE SPACES TO STU-DOC-RECORD.
014200     MOVE DP-STUDENT-ID TO SDC-STUDENT-ID.
014300     MOVE DP-PROCESS TO SDC-PROCESS.
014400     MOVE DLR-DOC-TYPE (WS-REQ-IDX) TO SDC-DOC-TYPE.
014500     SET SDC-REQUESTED TO TRUE.
014600     MOVE DLR-DOC-DESC (WS-REQ-IDX) TO SDC-DOC-DESC.
014700     MOVE WS-RUN-DATE TO SDC-REQUESTED-DATE.
014800     MOVE ZERO TO SDC-RECEIVED-DATE SDC-EXPIRE-DATE
014900         SDC-WAIVED-DATE SDC-LAST-REMIND-DATE.
015000     WRITE STU-DOC-RECORD
015100         INVALID KEY
015200             GO TO 2000-OPEN-ONE-ITEM-EXIT
015300     END-WRITE.
015400     ADD 1 TO DP-ADDED-COUNT.
015500 2000-OPEN-ONE-ITEM-EXIT.
015600     EXIT.
015700*--------------------------------------------------------------*
015800* 3000-COUNT-OUTSTANDING - EVERY STUDOCS ITEM FOR THE STUDENT   *
015900* AND PROCESS, BROWSED FROM THE FIRST KEY. A RECEIVED ITEM PAST *
016000* ITS EXPIRY DATE COUNTS EVEN BEFORE DOCTRACK HAS FLIPPED IT.   *
016100*--------------------------------------------------------------*
016200 3000-COUNT-OUTSTANDING.
016300     MOVE DP-STUDENT-ID TO SDC-STUDENT-ID.
016400     MOVE DP-PROCESS TO SDC-PROCESS.
016500     MOVE LOW-VALUES TO SDC-DOC-TYPE.
016600     SET WS-SCAN-GOING TO TRUE.
016700     START DL-DOCS-FILE KEY IS NOT LESS THAN SDC-KEY
016800         INVALID KEY
016900             SET WS-SCAN-DONE TO TRUE
017000     END-START.
017100     PERFORM UNTIL WS-SCAN-DONE
017200         READ DL-DOCS-FILE NEXT RECORD
017300             AT END
017400                 SET WS-SCAN-DONE TO TRUE
017500         END-READ
017600         IF WS-SCAN-GOING
017700             IF SDC-STUDENT-ID NOT = DP-STUDENT-ID
017800                 OR SDC-PROCESS NOT = DP-PROCESS
017900                 SET WS-SCAN-DONE TO TRUE
018000             ELSE
018100                 IF SDC-OUTSTANDING
018200                     ADD 1 TO DP-OUTSTANDING-COUNT
018300                 END-IF
018400                 IF SDC-RECEIVED
018500                     AND SDC-EXPIRE-DATE > 0
018600                     AND SDC-EXPIRE-DATE < WS-RUN-DATE
018700                     ADD 1 TO DP-OUTSTANDING-COUNT
018800                 END-IF
018900             END-IF
019000         END-IF
019100     END-PERFORM.
019200 3000-COUNT-OUTSTANDING-EXIT.
019300     EXIT.
