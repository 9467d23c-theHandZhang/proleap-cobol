002010* 08/22/26  DW   TONIGHT'S ALERT COUNT NOW SELECTS BY THE      *
002020*                CYCLE NUMBER OFF CYCLENO, FALLING BACK TO     *
002030*                THE BUSINESS DATE WHEN NO CYCLE IS OPEN.      *
002030* 10/15/26  DW   NOW ALSO READS RUNCTLF AND LISTS TODAY'S      *
002030*                INTRADAY POSTING RUNS - EACH SUB-CYCLE'S OPEN *
002030*                AND CLOSE TIMES AND STEPS COMPLETED, OR IN    *
002030*                FLIGHT WHEN IT HAS NOT CLOSED.                *
002100*--------------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
003400     SELECT ST-ALERT-FILE ASSIGN TO ALERTOUT
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-ALERT-STATUS.
003610     SELECT ST-RUNCTL-FILE ASSIGN TO RUNCTLF
003620         ORGANIZATION IS LINE SEQUENTIAL
003630         FILE STATUS IS WS-RUNCTL-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  ST-CAL-FILE.
005200         10  RS-CKPT-COUNT    PIC 9(06) OCCURS 10 TIMES.
005300 FD  ST-ALERT-FILE.
005400 COPY ALERTREC.
005410 FD  ST-RUNCTL-FILE.
005420 01  RCT-RECORD.
005430     05  RCT-CYCLE-NUMBER     PIC 9(06).
005440     05  RCT-STATUS           PIC X(08).
005450     05  RCT-STAMP-DATE       PIC 9(08).
005460     05  RCT-STAMP-TIME       PIC 9(08).
005470     05  RCT-TERM-ID          PIC X(06).
005480     05  RCT-STEPS-DONE       PIC 9(03).
005490     05  RCT-SEAL-FILE        PIC X(08).
005491     05  RCT-SEAL-COUNT       PIC 9(08).
005492     05  RCT-SEAL-HASH        PIC 9(10).
005493     05  RCT-SUB-CYCLE        PIC 9(03).
005500 WORKING-STORAGE SECTION.
       01  WS-CYCLENO-STATUS        PIC X(02).
           88  WS-CYCLENO-OK        VALUE '00'.
006100     88  WS-RSCKPT-OK         VALUE '00'.
006200 01  WS-ALERT-STATUS          PIC X(02).
006300     88  WS-ALERT-OK          VALUE '00'.
006310 01  WS-RUNCTL-STATUS         PIC X(02).
006320     88  WS-RUNCTL-OK         VALUE '00'.
006330 01  WS-TODAY-DATE            PIC 9(08).
006340 01  WS-INTRA-COUNT           PIC 9(02) COMP VALUE 0.
006350 01  WS-INTRA-SUB             PIC 9(02) COMP.
006360 01  WS-INTRA-FOUND           PIC 9(02) COMP.
006370*--------------------------------------------------------------*
006380* ST-INTRA-TABLE - TODAY'S INTRADAY POSTING RUNS OFF RUNCTLF,   *
006390* ONE ENTRY PER SUB-CYCLE OPENED, CLOSE TIME AND STEPS FILLED   *
006391* IN WHEN ITS CLOSE RECORD IS FOUND.                            *
006392*--------------------------------------------------------------*
006393 01  ST-INTRA-TABLE.
006394     05  ST-INTRA-ENTRY OCCURS 20 TIMES.
006395         10  STI-CYCLE        PIC 9(06).
006396         10  STI-SUB-CYCLE    PIC 9(03).
006397         10  STI-OPEN-TIME    PIC 9(08).
006398         10  STI-CLOSE-TIME   PIC 9(08).
006399         10  STI-STEPS        PIC 9(03).
006399         10  STI-CLOSED       PIC X(01).
006400 01  WS-EOF-SWITCH            PIC X(01).
006500     88  WS-AT-EOF            VALUE 'Y'.
006600     88  WS-NOT-AT-EOF        VALUE 'N'.
010000         THRU 3000-READ-FEED-PROGRESS-EXIT.
010100     PERFORM 4000-COUNT-TONIGHTS-ALERTS
010200         THRU 4000-COUNT-TONIGHTS-ALERTS-EXIT.
010210     PERFORM 5000-SCAN-INTRADAY-RUNS
010220         THRU 5000-SCAN-INTRADAY-RUNS-EXIT.
010300     PERFORM 8000-PRINT-STATUS-PAGE
010400         THRU 8000-PRINT-STATUS-PAGE-EXIT.
010500     GO TO 9999-EXIT.
022400     END-READ.
022500 4100-READ-ONE-ALERT-EXIT.
022600     EXIT.
022600*--------------------------------------------------------------*
022600* 5000-SCAN-INTRADAY-RUNS - THE INTRADAY SUB-CYCLES RUNCTL     *
022600* STAMPED ON RUNCTLF TODAY (WALL-CLOCK DATE - THE BUSINESS     *
022600* DATE ON SUITECAL IS STILL LAST NIGHT'S). AN INTRAOPN RECORD  *
022600* STARTS AN ENTRY; THE INTRACMP RECORD FOR THE SAME CYCLE AND  *
022600* SUB-CYCLE CLOSES IT WITH ITS TIME AND STEP COUNT. AN ENTRY   *
022600* NEVER CLOSED IS THE RUN IN FLIGHT.                           *
022600*--------------------------------------------------------------*
022600 5000-SCAN-INTRADAY-RUNS.
022600     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
022600     MOVE 0 TO WS-INTRA-COUNT.
022600     SET WS-NOT-AT-EOF TO TRUE.
022600     OPEN INPUT ST-RUNCTL-FILE.
022600     IF NOT WS-RUNCTL-OK
022600         GO TO 5000-SCAN-INTRADAY-RUNS-EXIT
022600     END-IF.
022600     PERFORM 5100-READ-ONE-CONTROL
022600         THRU 5100-READ-ONE-CONTROL-EXIT.
022600     PERFORM UNTIL WS-AT-EOF
022600         IF RCT-STAMP-DATE = WS-TODAY-DATE
022600             AND RCT-SUB-CYCLE NUMERIC
022600             EVALUATE RCT-STATUS
022600                 WHEN 'INTRAOPN'
022600                     IF WS-INTRA-COUNT < 20
022600                         ADD 1 TO WS-INTRA-COUNT
022600                         MOVE RCT-CYCLE-NUMBER
022600                             TO STI-CYCLE (WS-INTRA-COUNT)
022600                         MOVE RCT-SUB-CYCLE
022600                             TO STI-SUB-CYCLE (WS-INTRA-COUNT)
022600                         MOVE RCT-STAMP-TIME
022600                             TO STI-OPEN-TIME (WS-INTRA-COUNT)
022600                         MOVE 0 TO STI-CLOSE-TIME (WS-INTRA-COUNT)
022600                         MOVE 0 TO STI-STEPS (WS-INTRA-COUNT)
022600                         MOVE 'N' TO STI-CLOSED (WS-INTRA-COUNT)
022600                     END-IF
022600                 WHEN 'INTRACMP'
022600                     MOVE 0 TO WS-INTRA-FOUND
022600                     PERFORM VARYING WS-INTRA-SUB FROM 1 BY 1
022600                             UNTIL WS-INTRA-SUB > WS-INTRA-COUNT
022600                         IF STI-CYCLE (WS-INTRA-SUB)
022600                                 = RCT-CYCLE-NUMBER
022600                             AND STI-SUB-CYCLE (WS-INTRA-SUB)
022600                                 = RCT-SUB-CYCLE
022600                             MOVE WS-INTRA-SUB TO WS-INTRA-FOUND
022600                         END-IF
022600                     END-PERFORM
022600                     IF WS-INTRA-FOUND > 0
022600                         MOVE RCT-STAMP-TIME
022600                             TO STI-CLOSE-TIME (WS-INTRA-FOUND)
022600                         MOVE RCT-STEPS-DONE
022600                             TO STI-STEPS (WS-INTRA-FOUND)
022600                         MOVE 'Y' TO STI-CLOSED (WS-INTRA-FOUND)
022600                     END-IF
022600                 WHEN OTHER
022600                     CONTINUE
022600             END-EVALUATE
022600         END-IF
022600         PERFORM 5100-READ-ONE-CONTROL
022600             THRU 5100-READ-ONE-CONTROL-EXIT
022600     END-PERFORM.
022600     CLOSE ST-RUNCTL-FILE.
022600 5000-SCAN-INTRADAY-RUNS-EXIT.
022600     EXIT.
022600*--------------------------------------------------------------*
022600* 5100-READ-ONE-CONTROL - A SINGLE READ OF RUNCTLF.            *
022600*--------------------------------------------------------------*
022600 5100-READ-ONE-CONTROL.
022600     READ ST-RUNCTL-FILE
022600         AT END SET WS-AT-EOF TO TRUE
022600     END-READ.
022600 5100-READ-ONE-CONTROL-EXIT.
022600     EXIT.
022700*--------------------------------------------------------------*
022800* 8000-PRINT-STATUS-PAGE - THE ONE-PAGE PICTURE.                *
022900*--------------------------------------------------------------*
024800     END-PERFORM.
024900     DISPLAY '  FEEDS COMPLETED THIS SEGMENT: ' WS-FEEDS-DONE.
025000     DISPLAY '  ALERTS RAISED TONIGHT: ' WS-ALERTS-TONIGHT.
025010     IF WS-INTRA-COUNT = 0
025020         DISPLAY '  NO INTRADAY POSTING RUNS TODAY'
025030     ELSE
025040         DISPLAY '  INTRADAY POSTING RUNS TODAY (' WS-TODAY-DATE
025050             ')'
025060         PERFORM VARYING WS-INTRA-SUB FROM 1 BY 1
025070                 UNTIL WS-INTRA-SUB > WS-INTRA-COUNT
025080             IF STI-CLOSED (WS-INTRA-SUB) = 'Y'
025090                 DISPLAY '    RUN ' STI-CYCLE (WS-INTRA-SUB)
025100                     '.' STI-SUB-CYCLE (WS-INTRA-SUB)
025110                     ' OPENED ' STI-OPEN-TIME (WS-INTRA-SUB)
025120                     ' CLOSED ' STI-CLOSE-TIME (WS-INTRA-SUB)
025130                     ' STEPS ' STI-STEPS (WS-INTRA-SUB)
025140             ELSE
025150                 DISPLAY '    RUN ' STI-CYCLE (WS-INTRA-SUB)
025160                     '.' STI-SUB-CYCLE (WS-INTRA-SUB)
025170                     ' OPENED ' STI-OPEN-TIME (WS-INTRA-SUB)
025180                     ' IN FLIGHT'
025190             END-IF
025191         END-PERFORM
025192     END-IF.
025100 8000-PRINT-STATUS-PAGE-EXIT.
025200     EXIT.
025300*--------------------------------------------------------------*
