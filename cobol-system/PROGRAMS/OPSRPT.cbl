002203*                LINE PER CHANGED PARMLIB MEMBER WITH ITS     *
002204*                CHANGED-LINE COUNT, SO NO PARAMETER CHANGE   *
002205*                IS EVER SILENT.                              *
002205* 10/15/26  DW   AN INTRADAY POSTING SECTION NOW LISTS THE     *
002205*                DAYTIME MINI-CYCLES RUN SINCE THE LAST        *
002205*                NIGHTLY - THE RUNCTLF SUB-CYCLES OF THE       *
002205*                PREVIOUS CYCLE NUMBER, EACH WITH ITS STEP     *
002205*                COUNT, AND ANY NEVER CLOSED.                  *
002200*--------------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
003793     SELECT OPSRPT-PARMCHG-FILE ASSIGN TO PARMCHG
003794         ORGANIZATION IS LINE SEQUENTIAL
003795         FILE STATUS IS WS-PARMCHG-STATUS.
003796     SELECT OPSRPT-RUNCTL-FILE ASSIGN TO RUNCTLF
003797         ORGANIZATION IS LINE SEQUENTIAL
003798         FILE STATUS IS WS-RUNCTL-STATUS.
003800     SELECT OPSRPT-REPORT-OUT-FILE ASSIGN TO OPSRPT
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-REPORT-OUT-STATUS.
006060 01  PCH-RECORD.
006070     05  PCH-MEMBER              PIC X(08).
006080     05  PCH-CHANGED-LINES       PIC 9(04).
006081 FD  OPSRPT-RUNCTL-FILE.
006082 01  RCT-RECORD.
006083     05  RCT-CYCLE-NUMBER        PIC 9(06).
006084     05  RCT-STATUS              PIC X(08).
006085     05  RCT-STAMP-DATE          PIC 9(08).
006086     05  RCT-STAMP-TIME          PIC 9(08).
006087     05  RCT-TERM-ID             PIC X(06).
006088     05  RCT-STEPS-DONE          PIC 9(03).
006089     05  RCT-SEAL-FILE           PIC X(08).
006090     05  RCT-SEAL-COUNT          PIC 9(08).
006091     05  RCT-SEAL-HASH           PIC 9(10).
006092     05  RCT-SUB-CYCLE           PIC 9(03).
006100 FD  OPSRPT-REPORT-OUT-FILE.
006200 01  OPS-HEADER-RECORD.
006300     05  OPS-HDR-TEXT            PIC X(40).
009508 01  WS-PARMCHG-STATUS           PIC X(02).
009509     88  WS-PARMCHG-OK           VALUE '00'.
009511 01  WS-PARM-CHANGES-SHOWN       PIC 9(03) COMP VALUE 0.
009511 01  WS-RUNCTL-STATUS            PIC X(02).
009511     88  WS-RUNCTL-OK            VALUE '00'.
009511 01  WS-INTRA-CYCLE              PIC 9(06) VALUE 0.
009511 01  WS-INTRA-OPENED             PIC 9(03) COMP VALUE 0.
009511 01  WS-INTRA-CLOSED             PIC 9(03) COMP VALUE 0.
009511 01  WS-INTRA-STEPS              PIC 9(06) COMP VALUE 0.
009510 01  WS-ALERT-IN-STATUS          PIC X(02).
009520     88  WS-ALERT-IN-OK          VALUE '00'.
009530 01  WS-ALERTACK-STATUS          PIC X(02).
025120         THRU 4400-WRITE-ALERT-SECTION-EXIT.
025130     PERFORM 4500-WRITE-POOL-SECTION
025140         THRU 4500-WRITE-POOL-SECTION-EXIT.
025150     PERFORM 4600-WRITE-INTRADAY-SECTION
025160         THRU 4600-WRITE-INTRADAY-SECTION-EXIT.
025200     CLOSE OPSRPT-REPORT-OUT-FILE.
025300 4000-WRITE-OPERATIONS-REPORT-EXIT.
025400     EXIT.
031891     END-READ.
031892 4550-READ-ONE-POSITION-EXIT.
031893     EXIT.
031893*--------------------------------------------------------------*
031893* 4600-WRITE-INTRADAY-SECTION - THE INTRADAY POSTING RUNS      *
031893* SINCE THE LAST NIGHTLY. RUNCTL STAMPS EACH ONE AS A SUB-     *
031893* CYCLE OF THE CYCLE THEN LAST CLOSED, SO THE SUB-CYCLES OF    *
031893* THE PREVIOUS CYCLE NUMBER ARE EXACTLY THE DAY'S RUNS: ONE    *
031893* LINE PER CLOSED RUN WITH ITS STEP COUNT, THEN THE TOTALS AND *
031893* ANY RUN OPENED BUT NEVER CLOSED. NO RUNCTLF OR NO RUNS       *
031893* PRINTS THE ALL-QUIET LINE.                                   *
031893*--------------------------------------------------------------*
031893 4600-WRITE-INTRADAY-SECTION.
031893     MOVE 'INTRADAY POSTING RUNS' TO OPS-HDR-TEXT.
031893     WRITE OPS-HEADER-RECORD.
031893     MOVE 0 TO WS-INTRA-OPENED.
031893     MOVE 0 TO WS-INTRA-CLOSED.
031893     MOVE 0 TO WS-INTRA-STEPS.
031893     MOVE 0 TO WS-INTRA-CYCLE.
031893     IF SP-CYCLE-NUMBER NUMERIC
031893         AND SP-CYCLE-NUMBER > 1
031893         COMPUTE WS-INTRA-CYCLE = SP-CYCLE-NUMBER - 1
031893     END-IF.
031893     SET WS-NOT-AT-EOF TO TRUE.
031893     OPEN INPUT OPSRPT-RUNCTL-FILE.
031893     IF NOT WS-RUNCTL-OK
031893         SET WS-AT-EOF TO TRUE
031893     END-IF.
031893     PERFORM 4650-READ-ONE-CONTROL
031893         THRU 4650-READ-ONE-CONTROL-EXIT.
031893     PERFORM UNTIL WS-AT-EOF
031893         IF RCT-CYCLE-NUMBER NUMERIC
031893             AND RCT-CYCLE-NUMBER = WS-INTRA-CYCLE
031893             AND RCT-SUB-CYCLE NUMERIC
031893             EVALUATE RCT-STATUS
031893                 WHEN 'INTRAOPN'
031893                     ADD 1 TO WS-INTRA-OPENED
031893                 WHEN 'INTRACMP'
031893                     ADD 1 TO WS-INTRA-CLOSED
031893                     ADD RCT-STEPS-DONE TO WS-INTRA-STEPS
031893                     MOVE SPACES TO OPS-COUNT-RECORD
031893                     STRING 'RUN ' RCT-SUB-CYCLE ' STEPS DONE'
031893                         DELIMITED BY SIZE INTO OPS-COUNT-LABEL
031893                     MOVE RCT-STEPS-DONE TO OPS-COUNT-VALUE
031893                     WRITE OPS-COUNT-RECORD
031893                 WHEN OTHER
031893                     CONTINUE
031893             END-EVALUATE
031893         END-IF
031893         PERFORM 4650-READ-ONE-CONTROL
031893             THRU 4650-READ-ONE-CONTROL-EXIT
031893     END-PERFORM.
031893     IF WS-RUNCTL-OK
031893         CLOSE OPSRPT-RUNCTL-FILE
031893     END-IF.
031893     IF WS-INTRA-OPENED = 0
031893         MOVE 'NO INTRADAY POSTING RUNS' TO OPS-HDR-TEXT
031893         WRITE OPS-HEADER-RECORD
031893         GO TO 4600-WRITE-INTRADAY-SECTION-EXIT
031893     END-IF.
031893     MOVE 'INTRADAY RUNS' TO OPS-COUNT-LABEL.
031893     MOVE WS-INTRA-OPENED TO OPS-COUNT-VALUE.
031893     WRITE OPS-COUNT-RECORD.
031893     MOVE 'INTRADAY STEPS DONE' TO OPS-COUNT-LABEL.
031893     MOVE WS-INTRA-STEPS TO OPS-COUNT-VALUE.
031893     WRITE OPS-COUNT-RECORD.
031893     IF WS-INTRA-OPENED > WS-INTRA-CLOSED
031893         MOVE 'INTRADAY RUNS NOT CLOSED' TO OPS-COUNT-LABEL
031893         COMPUTE OPS-COUNT-VALUE
031893             = WS-INTRA-OPENED - WS-INTRA-CLOSED
031893         WRITE OPS-COUNT-RECORD
031893     END-IF.
031893 4600-WRITE-INTRADAY-SECTION-EXIT.
031893     EXIT.
031893*--------------------------------------------------------------*
031893* 4650-READ-ONE-CONTROL - A SINGLE READ OF RUNCTLF.            *
031893*--------------------------------------------------------------*
031893 4650-READ-ONE-CONTROL.
031893     READ OPSRPT-RUNCTL-FILE
031893         AT END SET WS-AT-EOF TO TRUE
031893     END-READ.
031893 4650-READ-ONE-CONTROL-EXIT.
031893     EXIT.
031800*--------------------------------------------------------------*
031900* 9999-EXIT                                                    *
032000*--------------------------------------------------------------*
