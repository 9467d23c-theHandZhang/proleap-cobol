000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BALBLD.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - REBUILDS THE STUBAL STUDENT  *
001100*                BALANCE FILE FROM THE WHOLE STUACCT           *
001200*                SUBLEDGER. STUBAL IS EMPTIED AND EVERY        *
001300*                SUBLEDGER RECORD POSTED ONTO IT THROUGH       *
001400*                BALPOST, THE SAME ROUTINE EVERY STUACCT       *
001500*                WRITER CALLS, SO A REBUILT BALANCE IS THE     *
001600*                BALANCE THE POSTINGS WOULD HAVE LEFT. RUN     *
001700*                ONCE TO LOAD STUBAL AT CUTOVER, AND AGAIN     *
001800*                AFTER ANY RESTORE OR FORWARD RECOVERY OF      *
001900*                STUACCT OR A STUBAL ACCTRCON REPORTS OUT OF   *
002000*                TIE. THE RUN PROVES STUBAL'S TOTAL BALANCE    *
002100*                BACK TO THE SUBLEDGER AND ENDS RC 8 IF IT     *
002200*                DOES NOT TIE. BALBLDR CARRIES THE COUNTS AND  *
002300*                TOTALS.                                       *
002400*--------------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT BB-ACCT-FILE ASSIGN TO STUACCT
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-ACCT-STATUS.
003100     SELECT BB-BAL-FILE ASSIGN TO STUBAL
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS SEQUENTIAL
003400         RECORD KEY IS SBL-STUDENT-ID
003500         FILE STATUS IS WS-BAL-STATUS.
003600     SELECT BB-REPORT-FILE ASSIGN TO BALBLDR
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-REPORT-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  BB-ACCT-FILE.
004200 COPY STUACREC.
004300 FD  BB-BAL-FILE.
004400 COPY STUBLREC.
004500 FD  BB-REPORT-FILE.
004600 01  BB-REPORT-RECORD.
004700     05  BBR-LABEL            PIC X(24).
004800     05  BBR-COUNT            PIC 9(08).
004900     05  FILLER               PIC X(02).
005000     05  BBR-AMOUNT           PIC -ZZZZZZZZ9.99.
005100 WORKING-STORAGE SECTION.
005200 01  WS-ACCT-STATUS           PIC X(02).
005300     88  WS-ACCT-OK           VALUE '00'.
005400 01  WS-BAL-STATUS            PIC X(02).
005500     88  WS-BAL-OK            VALUE '00'.
005600 01  WS-REPORT-STATUS         PIC X(02).
005700     88  WS-REPORT-OK         VALUE '00'.
005800 01  WS-EOF-SWITCH            PIC X(01).
005900     88  WS-AT-EOF            VALUE 'Y'.
006000     88  WS-NOT-AT-EOF        VALUE 'N'.
006100 01  WS-ACCT-READ             PIC 9(08) COMP VALUE 0.
006200 01  WS-ACCT-POSTED           PIC 9(08) COMP VALUE 0.
006300 01  WS-ACCT-SKIPPED          PIC 9(08) COMP VALUE 0.
006400 01  WS-STUDENT-COUNT         PIC 9(08) COMP VALUE 0.
006500 01  WS-BAL-POSTINGS          PIC 9(08) COMP VALUE 0.
006600 01  WS-ACCT-TOTAL            PIC S9(09)V99 VALUE 0.
006700 01  WS-BAL-TOTAL             PIC S9(09)V99 VALUE 0.
006800 COPY BALPARM.
006900 PROCEDURE DIVISION.
007000 0000-MAINLINE.
007100     SET WS-NOT-AT-EOF TO TRUE.
007200     OPEN INPUT BB-ACCT-FILE.
007300     IF NOT WS-ACCT-OK
007400         DISPLAY 'BALBLD: STUACCT WILL NOT OPEN, STATUS '
007500             WS-ACCT-STATUS
007600         MOVE 8 TO RETURN-CODE
007700         GO TO 9999-EXIT
007800     END-IF.
007900     MOVE 'BALBLD  ' TO BP-PROGRAM-ID.
008000     SET BP-BULK-BEGIN TO TRUE.
008100     CALL 'BALPOST' USING BAL-PARM-BLOCK.
008200     PERFORM 1000-READ-ONE-ACCT
008300         THRU 1000-READ-ONE-ACCT-EXIT.
008400     PERFORM UNTIL WS-AT-EOF
008500         ADD 1 TO WS-ACCT-READ
008600         PERFORM 2000-POST-ONE-ACCT
008700             THRU 2000-POST-ONE-ACCT-EXIT
008800         PERFORM 1000-READ-ONE-ACCT
008900             THRU 1000-READ-ONE-ACCT-EXIT
009000     END-PERFORM.
009100     CLOSE BB-ACCT-FILE.
009200     SET BP-BULK-END TO TRUE.
009300     CALL 'BALPOST' USING BAL-PARM-BLOCK.
009400     PERFORM 3000-SUM-BALANCE-FILE
009500         THRU 3000-SUM-BALANCE-FILE-EXIT.
009600     PERFORM 8000-WRITE-RUN-REPORT
009700         THRU 8000-WRITE-RUN-REPORT-EXIT.
009800     IF WS-BAL-TOTAL NOT = WS-ACCT-TOTAL
009900         OR WS-BAL-POSTINGS NOT = WS-ACCT-POSTED
010000         DISPLAY 'BALBLD: STUBAL DOES NOT TIE TO STUACCT - '
010100             'SUBLEDGER ' WS-ACCT-TOTAL ' STUBAL ' WS-BAL-TOTAL
010200         MOVE 8 TO RETURN-CODE
010300     ELSE
010400         DISPLAY 'BALBLD: STUBAL REBUILT AND PROVED - '
010500             WS-STUDENT-COUNT ' STUDENTS, ' WS-ACCT-POSTED
010600             ' POSTINGS'
010700     END-IF.
010800     GO TO 9999-EXIT.
010900*--------------------------------------------------------------*
011000* 1000-READ-ONE-ACCT - A SINGLE READ OF STUACCT.               *
011100*--------------------------------------------------------------*
011200 1000-READ-ONE-ACCT.
011300     READ BB-ACCT-FILE
011400         AT END SET WS-AT-EOF TO TRUE
011500     END-READ.
011600 1000-READ-ONE-ACCT-EXIT.
011700     EXIT.
011800*--------------------------------------------------------------*
011900* 2000-POST-ONE-ACCT - ONE SUBLEDGER RECORD ONTO STUBAL        *
012000* THROUGH BALPOST. A RECORD WITHOUT A NUMERIC STUDENT ID AND   *
012100* AMOUNT IS COUNTED AS SKIPPED - BALPOST LEAVES IT OFF AND SO  *
012200* DOES THE SUBLEDGER TOTAL IT IS PROVED TO.                    *
012300*--------------------------------------------------------------*
012400 2000-POST-ONE-ACCT.
012500     IF SUB-STUDENT-ID NOT NUMERIC
012600         OR SUB-AMOUNT NOT NUMERIC
012700         ADD 1 TO WS-ACCT-SKIPPED
012800         GO TO 2000-POST-ONE-ACCT-EXIT
012900     END-IF.
013000     ADD SUB-AMOUNT TO WS-ACCT-TOTAL.
013100     ADD 1 TO WS-ACCT-POSTED.
013200     SET BP-POST TO TRUE.
013300     MOVE STU-ACCT-RECORD TO BP-ACCT-RECORD.
013400     CALL 'BALPOST' USING BAL-PARM-BLOCK.
013500 2000-POST-ONE-ACCT-EXIT.
013600     EXIT.
013700*--------------------------------------------------------------*
013800* 3000-SUM-BALANCE-FILE - ONE PASS OVER THE REBUILT STUBAL:    *
013900* THE STUDENTS ON IT, THE POSTINGS THEY CARRY AND THEIR TOTAL  *
014000* CURRENT BALANCE.                                             *
014100*--------------------------------------------------------------*
014200 3000-SUM-BALANCE-FILE.
014300     OPEN INPUT BB-BAL-FILE.
014400     IF NOT WS-BAL-OK
014500         GO TO 3000-SUM-BALANCE-FILE-EXIT
014600     END-IF.
014700     PERFORM UNTIL NOT WS-BAL-OK
014800         READ BB-BAL-FILE NEXT RECORD
014900             AT END
015000                 CONTINUE
015100             NOT AT END
015200                 ADD 1 TO WS-STUDENT-COUNT
015300                 ADD SBL-POSTING-COUNT TO WS-BAL-POSTINGS
015400                 ADD SBL-CURRENT-BALANCE TO WS-BAL-TOTAL
015500         END-READ
015600     END-PERFORM.
015700     CLOSE BB-BAL-FILE.
015800 3000-SUM-BALANCE-FILE-EXIT.
015900     EXIT.
016000*--------------------------------------------------------------*
016100* 8000-WRITE-RUN-REPORT - THE REBUILD COUNTS AND ITS PROOF.    *
016200*--------------------------------------------------------------*
016300 8000-WRITE-RUN-REPORT.
016400     OPEN OUTPUT BB-REPORT-FILE.
016500     MOVE SPACES TO BB-REPORT-RECORD.
016600     MOVE 'STUACCT RECORDS READ' TO BBR-LABEL.
016700     MOVE WS-ACCT-READ TO BBR-COUNT.
016800     WRITE BB-REPORT-RECORD.
016900     MOVE SPACES TO BB-REPORT-RECORD.
017000     MOVE 'SKIPPED - NOT NUMERIC' TO BBR-LABEL.
017100     MOVE WS-ACCT-SKIPPED TO BBR-COUNT.
017200     WRITE BB-REPORT-RECORD.
017300     MOVE SPACES TO BB-REPORT-RECORD.
017400     MOVE 'SUBLEDGER POSTED' TO BBR-LABEL.
017500     MOVE WS-ACCT-POSTED TO BBR-COUNT.
017600     MOVE WS-ACCT-TOTAL TO BBR-AMOUNT.
017700     WRITE BB-REPORT-RECORD.
017800     MOVE SPACES TO BB-REPORT-RECORD.
017900     MOVE 'STUBAL POSTINGS' TO BBR-LABEL.
018000     MOVE WS-BAL-POSTINGS TO BBR-COUNT.
018100     MOVE WS-BAL-TOTAL TO BBR-AMOUNT.
018200     WRITE BB-REPORT-RECORD.
018300     MOVE SPACES TO BB-REPORT-RECORD.
018400     MOVE 'STUBAL STUDENTS' TO BBR-LABEL.
018500     MOVE WS-STUDENT-COUNT TO BBR-COUNT.
018600     WRITE BB-REPORT-RECORD.
018700     CLOSE BB-REPORT-FILE.
018800 8000-WRITE-RUN-REPORT-EXIT.
018900     EXIT.
019000*--------------------------------------------------------------*
019100* 9999-EXIT                                                    *
019200*--------------------------------------------------------------*
019300 9999-EXIT.
019400     STOP RUN.
