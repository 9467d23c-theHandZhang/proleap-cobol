000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BALPOST.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - SHARED STUBAL STUDENT        *
001100*                BALANCE POSTER, JRNLLOG-STYLE. EVERY STUACCT  *
001200*                WRITER PASSES EACH RECORD IT HAS JUST         *
001300*                WRITTEN; THE STUDENT'S STUBAL RECORD IS READ  *
001400*                BY KEY (OR STARTED AT ZERO), THE AMOUNT ADDED *
001500*                TO THE CURRENT AND CATEGORY BALANCES, THE     *
001600*                LAST PAYMENT AND LAST ACTIVITY DATE MOVED ON, *
001700*                AND THE RECORD REWRITTEN BEFORE CONTROL       *
001800*                RETURNS. RESET EMPTIES THE FILE FOR A CALLER  *
001900*                REWRITING STUACCT WHOLE; BULK BEGIN AND END   *
002000*                HOLD IT OPEN ACROSS A BALBLD REBUILD.         *
002100*--------------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT BAL-FILE ASSIGN TO STUBAL
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS RANDOM
002800         RECORD KEY IS SBL-STUDENT-ID
002900         FILE STATUS IS WS-BAL-STATUS.
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  BAL-FILE.
003300 COPY STUBLREC.
003400 WORKING-STORAGE SECTION.
003500 01  WS-BAL-STATUS            PIC X(02).
003600     88  WS-BAL-OK            VALUE '00'.
003700     88  WS-BAL-NOT-FOUND     VALUE '23'.
003800 01  WS-HELD-SWITCH           PIC X(01) VALUE 'N'.
003900     88  WS-FILE-HELD         VALUE 'Y'.
004000     88  WS-FILE-NOT-HELD     VALUE 'N'.
004100 01  WS-OPERATION             PIC X(08).
004200 01  WS-CAT-SUB               PIC 9(01) COMP.
004300 01  WS-CAT-LETTERS           PIC X(05) VALUE 'ABCDE'.
004400 COPY STUACREC.
004500 COPY IOERRPRM.
004600 LINKAGE SECTION.
004700 COPY BALPARM.
004800 PROCEDURE DIVISION USING BAL-PARM-BLOCK.
004900 0000-MAINLINE.
005000     EVALUATE TRUE
005100         WHEN BP-POST
005200             PERFORM 4000-POST-ONE-RECORD
005300                 THRU 4000-POST-ONE-RECORD-EXIT
005400         WHEN BP-RESET
005500             PERFORM 1000-RESET-BALANCE-FILE
005600                 THRU 1000-RESET-BALANCE-FILE-EXIT
005700         WHEN BP-BULK-BEGIN
005800             PERFORM 2000-BEGIN-BULK
005900                 THRU 2000-BEGIN-BULK-EXIT
006000         WHEN BP-BULK-END
006100             PERFORM 3000-END-BULK
006200                 THRU 3000-END-BULK-EXIT
006300         WHEN OTHER
006400             CONTINUE
006500     END-EVALUATE.
006600     GOBACK.
006700*--------------------------------------------------------------*
006800* 1000-RESET-BALANCE-FILE - STUBAL EMPTIED. THE CALLER IS      *
006900* REWRITING STUACCT WHOLE AND WILL POST EVERY RECORD IT WRITES *
007000* BACK.                                                        *
007100*--------------------------------------------------------------*
007200 1000-RESET-BALANCE-FILE.
007300     OPEN OUTPUT BAL-FILE.
007400     IF NOT WS-BAL-OK
007500         MOVE 'OPEN-OUT' TO WS-OPERATION
007600         PERFORM 8000-REPORT-IO-ERROR
007700             THRU 8000-REPORT-IO-ERROR-EXIT
007800     END-IF.
007900     CLOSE BAL-FILE.
008000 1000-RESET-BALANCE-FILE-EXIT.
008100     EXIT.
008200*--------------------------------------------------------------*
008300* 2000-BEGIN-BULK - STUBAL EMPTIED AND HELD OPEN I-O; THE      *
008400* POSTS THAT FOLLOW USE IT WITHOUT OPENING AND CLOSING IT EACH *
008500* TIME.                                                        *
008600*--------------------------------------------------------------*
008700 2000-BEGIN-BULK.
008800     PERFORM 1000-RESET-BALANCE-FILE
008900         THRU 1000-RESET-BALANCE-FILE-EXIT.
009000     OPEN I-O BAL-FILE.
009100     IF NOT WS-BAL-OK
009200         MOVE 'OPEN-IO ' TO WS-OPERATION
009300         PERFORM 8000-REPORT-IO-ERROR
009400             THRU 8000-REPORT-IO-ERROR-EXIT
009500     END-IF.
009600     SET WS-FILE-HELD TO TRUE.
009700 2000-BEGIN-BULK-EXIT.
009800     EXIT.
009900*--------------------------------------------------------------*
010000* 3000-END-BULK - THE HELD STUBAL CLOSED.                      *
010100*--------------------------------------------------------------*
010200 3000-END-BULK.
010300     IF WS-FILE-HELD
010400         CLOSE BAL-FILE
010500         SET WS-FILE-NOT-HELD TO TRUE
010600     END-IF.
010700 3000-END-BULK-EXIT.
010800     EXIT.
010900*--------------------------------------------------------------*
011000* 4000-POST-ONE-RECORD - ONE STUACCT RECORD ONTO ITS STUDENT'S *
011100* BALANCE. UNLESS A BULK REBUILD HOLDS STUBAL OPEN, IT IS      *
011200* OPENED AND CLOSED AROUND THE ONE UPDATE - A FILE NOT YET     *
011300* ALLOCATED IS CREATED EMPTY FIRST. A RECORD WITHOUT A NUMERIC *
011400* STUDENT ID AND AMOUNT NEVER COUNTED IN A BALANCE AND IS LEFT *
011500* OFF, AS ACCTRCON LEAVES IT OFF THE SUBLEDGER TOTAL.          *
011600*--------------------------------------------------------------*
011700 4000-POST-ONE-RECORD.
011800     MOVE BP-ACCT-RECORD TO STU-ACCT-RECORD.
011900     IF SUB-STUDENT-ID NOT NUMERIC
012000         OR SUB-AMOUNT NOT NUMERIC
012100         GO TO 4000-POST-ONE-RECORD-EXIT
012200     END-IF.
012300     IF WS-FILE-NOT-HELD
012400         OPEN I-O BAL-FILE
012500         IF WS-BAL-STATUS = '35'
012600             OPEN OUTPUT BAL-FILE
012700             CLOSE BAL-FILE
012800             OPEN I-O BAL-FILE
012900         END-IF
013000         IF NOT WS-BAL-OK
013100             MOVE 'OPEN-IO ' TO WS-OPERATION
013200             PERFORM 8000-REPORT-IO-ERROR
013300                 THRU 8000-REPORT-IO-ERROR-EXIT
013400             GO TO 4000-POST-ONE-RECORD-EXIT
013500         END-IF
013600     END-IF.
013700     PERFORM 4100-APPLY-POSTING
013800         THRU 4100-APPLY-POSTING-EXIT.
013900     IF WS-FILE-NOT-HELD
014000         CLOSE BAL-FILE
014100     END-IF.
014200 4000-POST-ONE-RECORD-EXIT.
014300     EXIT.
014400*--------------------------------------------------------------*
014500* 4100-APPLY-POSTING - THE STUDENT'S RECORD READ BY KEY, OR A  *
014600* NEW ONE STARTED AT ZERO. THE AMOUNT GOES INTO THE CURRENT    *
014700* BALANCE AND ITS CATEGORY'S; A CASHPOST OR COLLPOST CREDIT    *
014800* DATED ON OR AFTER THE LAST PAYMENT BECOMES THE LAST PAYMENT  *
014900* (THE SAME TEST REFSCRN USES FOR A PAYMENT); THE POSTING DATE *
015000* MOVES THE LAST ACTIVITY DATE ON WHEN LATER.                  *
015100*--------------------------------------------------------------*
015200 4100-APPLY-POSTING.
015300     MOVE SUB-STUDENT-ID TO SBL-STUDENT-ID.
015400     READ BAL-FILE
015500         INVALID KEY
015600             CONTINUE
015700     END-READ.
015800     IF WS-BAL-NOT-FOUND
015900         MOVE SPACES TO SBL-RECORD
016000         INITIALIZE SBL-RECORD
016100         MOVE SUB-STUDENT-ID TO SBL-STUDENT-ID
016200     ELSE
016300         IF NOT WS-BAL-OK
016400             MOVE 'READ    ' TO WS-OPERATION
016500             PERFORM 8000-REPORT-IO-ERROR
016600                 THRU 8000-REPORT-IO-ERROR-EXIT
016700             GO TO 4100-APPLY-POSTING-EXIT
016800         END-IF
016900     END-IF.
017000     ADD SUB-AMOUNT TO SBL-CURRENT-BALANCE.
017100     PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
017200             UNTIL WS-CAT-SUB > 5
017300         IF WS-CAT-LETTERS (WS-CAT-SUB:1) = SUB-CATEGORY
017400             ADD SUB-AMOUNT TO SBL-CATEGORY-BALANCE (WS-CAT-SUB)
017500         END-IF
017600     END-PERFORM.
017700     IF SUB-POST-DATE NUMERIC
017800         IF (SUB-SOURCE = 'CASHPOST' OR SUB-SOURCE = 'COLLPOST')
017900             AND SUB-AMOUNT < ZERO
018000             AND SUB-POST-DATE NOT < SBL-LAST-PAY-DATE
018100             MOVE SUB-POST-DATE TO SBL-LAST-PAY-DATE
018200             MOVE SUB-AMOUNT TO SBL-LAST-PAY-AMOUNT
018300         END-IF
018400         IF SUB-POST-DATE > SBL-LAST-ACTIVITY-DATE
018500             MOVE SUB-POST-DATE TO SBL-LAST-ACTIVITY-DATE
018600         END-IF
018700     END-IF.
018800     IF SBL-POSTING-COUNT < 9999999
018900         ADD 1 TO SBL-POSTING-COUNT
019000     END-IF.
019100     IF WS-BAL-NOT-FOUND
019200         MOVE 'WRITE   ' TO WS-OPERATION
019300         WRITE SBL-RECORD
019400     ELSE
019500         MOVE 'REWRITE ' TO WS-OPERATION
019600         REWRITE SBL-RECORD
019700     END-IF.
019800     IF NOT WS-BAL-OK
019900         PERFORM 8000-REPORT-IO-ERROR
020000             THRU 8000-REPORT-IO-ERROR-EXIT
020100     END-IF.
020200 4100-APPLY-POSTING-EXIT.
020300     EXIT.
020400*--------------------------------------------------------------*
020500* 8000-REPORT-IO-ERROR - MANDATORY TO IOERR, IN THE CALLER'S   *
020600* NAME. A STUACCT POSTING THE BALANCE FILE MISSED MUST STOP    *
020700* THE STEP, NOT PASS QUIETLY - BALBLD RECOVERS STUBAL BEFORE   *
020800* THE STEP IS RERUN.                                           *
020900*--------------------------------------------------------------*
021000 8000-REPORT-IO-ERROR.
021100     MOVE BP-PROGRAM-ID TO IO-PROGRAM-ID.
021200     MOVE 'STUBAL  ' TO IO-FILE-NAME.
021300     MOVE WS-OPERATION TO IO-OPERATION.
021400     MOVE WS-BAL-STATUS TO IO-FILE-STATUS.
021500     MOVE 'Y' TO IO-MANDATORY-FLAG.
021600     CALL 'IOERR' USING IOERR-PARM-BLOCK.
021700 8000-REPORT-IO-ERROR-EXIT.
021800     EXIT.
