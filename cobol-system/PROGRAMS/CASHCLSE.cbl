000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CASHCLSE.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - CASHIER DRAWER CLOSE-OUT.     *
001100*                EACH WINDOW CASHIER'S CLOSE-OUT COUNT ARRIVES  *
001200*                ON DRWRCLSE, ONE RECORD PER TENDER (CASH,      *
001300*                CHECK, CARD). THE RECEIPTS CASHPOST JOURNALED  *
001400*                FOR THAT CASHIER, TENDER AND DAY ON CASHJRNL   *
001500*                ARE BALANCED AGAINST THE COUNT AND CLSERPT     *
001600*                PRINTS THE OVERAGES AND SHORTAGES BY CASHIER   *
001700*                AND TENDER, THEN THE DAY'S DEPOSIT SLIP        *
001800*                TOTALS. A DRAWER OUT BY MORE THAN THE CLSEPARM *
001900*                TOLERANCE ALERTS ON ALERTOUT FOR THE BURSAR.   *
002000*                TEST MODE WRITES THE REPORT ONLY.              *
002100*--------------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT CC-PARM-FILE ASSIGN TO CLSEPARM
002600         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS WS-PARM-STATUS.
002800     SELECT CC-CLOSE-FILE ASSIGN TO DRWRCLSE
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-CLOSE-STATUS.
003100     SELECT CC-JRNL-FILE ASSIGN TO CASHJRNL
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-JRNL-STATUS.
003400     SELECT CC-REPORT-FILE ASSIGN TO CLSERPT
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-REPORT-STATUS.
003700     SELECT CC-ALERT-FILE ASSIGN TO ALERTOUT
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-ALERT-STATUS.
004000     SELECT SUITE-PARM-FILE ASSIGN TO SUITEPRM
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-SUITE-STATUS.
004300     SELECT CC-CYCLENO-FILE ASSIGN TO CYCLENO
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-CYCLENO-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  CC-PARM-FILE.
004900 01  CCP-CARD.
005000     05  CCP-CARD-TYPE        PIC X(01).
005100         88  CCP-TOLERANCE-CARD VALUE 'T'.
005200     05  CCP-TOLERANCE        PIC 9(03)V99.
005300     05  FILLER               PIC X(74).
005400*--------------------------------------------------------------*
005500* DRWRCLSE - THE CASH OFFICE'S CLOSE-OUT COUNT, ONE RECORD PER  *
005600* CASHIER, TENDER AND DAY. A SECOND RECORD FOR THE SAME DRAWER  *
005700* AND TENDER (A MID-DAY DROP) ADDS TO THE FIRST.                *
005800*--------------------------------------------------------------*
005900 FD  CC-CLOSE-FILE.
006000 01  DCL-RECORD.
006100     05  DCL-CLOSE-DATE       PIC 9(08).
006200     05  DCL-CASHIER-ID       PIC X(08).
006300     05  DCL-TENDER           PIC X(01).
006400         88  DCL-VALID-TENDER VALUE 'C' 'K' 'R'.
006500     05  DCL-DECLARED-AMOUNT  PIC 9(07)V99.
006600     05  DCL-ITEM-COUNT       PIC 9(05).
006700 FD  CC-JRNL-FILE.
006800 COPY CASHJREC.
006900*--------------------------------------------------------------*
007000* CLSERPT - A LINE PER CASHIER AND TENDER, A DRAWER LINE PER    *
007100* CASHIER, THEN THE DAY'S OVER/SHORT BY TENDER AND THE DEPOSIT  *
007200* SLIP.                                                         *
007300*--------------------------------------------------------------*
007400 FD  CC-REPORT-FILE.
007500 01  CC-REPORT-RECORD.
007600     05  CCR-CLOSE-DATE       PIC X(08).
007700     05  FILLER               PIC X(01).
007800     05  CCR-CASHIER-ID       PIC X(08).
007900     05  FILLER               PIC X(01).
008000     05  CCR-TENDER           PIC X(06).
008100     05  CCR-BOOK-ITEMS       PIC ZZZZ9.
008200     05  FILLER               PIC X(01).
008300     05  CCR-BOOK-AMOUNT      PIC -ZZZZZZ9.99.
008400     05  FILLER               PIC X(01).
008500     05  CCR-DECL-ITEMS       PIC ZZZZ9.
008600     05  FILLER               PIC X(01).
008700     05  CCR-DECL-AMOUNT      PIC -ZZZZZZ9.99.
008800     05  FILLER               PIC X(01).
008900     05  CCR-VARIANCE         PIC -ZZZZZZ9.99.
009000     05  FILLER               PIC X(01).
009100     05  CCR-FLAG             PIC X(10).
009200 01  CCR-TOTAL-R REDEFINES CC-REPORT-RECORD.
009300     05  CCT-LABEL            PIC X(30).
009400     05  CCT-COUNT            PIC ZZZZZ9.
009500     05  FILLER               PIC X(01).
009600     05  CCT-AMOUNT           PIC -ZZZZZZZ9.99.
009700     05  FILLER               PIC X(34).
009800 FD  CC-ALERT-FILE.
009900 COPY ALERTREC.
010000 FD  SUITE-PARM-FILE.
010100 01  SP-PARM-CARD             PIC X(11).
010200 FD  CC-CYCLENO-FILE.
010300 01  CYCLENO-CARD.
010400     05  CYC-CYCLE-NUMBER     PIC 9(06).
010500 WORKING-STORAGE SECTION.
010600 01  WS-SUITE-STATUS          PIC X(02).
010700     88  WS-SUITE-OK          VALUE '00'.
010800 01  WS-CYCLENO-STATUS        PIC X(02).
010900     88  WS-CYCLENO-OK        VALUE '00'.
011000 01  WS-PARM-STATUS           PIC X(02).
011100     88  WS-PARM-OK           VALUE '00'.
011200 01  WS-CLOSE-STATUS          PIC X(02).
011300     88  WS-CLOSE-OK          VALUE '00'.
011400 01  WS-JRNL-STATUS           PIC X(02).
011500     88  WS-JRNL-OK           VALUE '00'.
011600 01  WS-REPORT-STATUS         PIC X(02).
011700     88  WS-REPORT-OK         VALUE '00'.
011800 01  WS-ALERT-STATUS          PIC X(02).
011900     88  WS-ALERT-OK          VALUE '00'.
012000 01  WS-EOF-SWITCH            PIC X(01).
012100     88  WS-AT-EOF            VALUE 'Y'.
012200     88  WS-NOT-AT-EOF        VALUE 'N'.
012300 01  WS-FOUND-SWITCH          PIC X(01).
012400     88  WS-FOUND             VALUE 'Y'.
012500     88  WS-NOT-FOUND         VALUE 'N'.
012600 01  WS-OVFL-SWITCH           PIC X(01) VALUE 'N'.
012700     88  WS-TABLE-OVERFLOWED  VALUE 'Y'.
012800 01  WS-DRAWER-SWITCH         PIC X(01).
012900     88  WS-DRAWER-OUT        VALUE 'Y'.
013000     88  WS-DRAWER-IN         VALUE 'N'.
013100 01  WS-TOLERANCE             PIC 9(03)V99 VALUE 0.
013200 01  WS-VARIANCE              PIC S9(07)V99.
013300 01  WS-ABS-VARIANCE          PIC 9(07)V99.
013400 01  WS-SEARCH-KEY            PIC X(17).
013500 01  WS-SEARCH-DATE           PIC 9(08).
013600 01  WS-DRW-COUNT             PIC 9(04) COMP VALUE 0.
013700 01  WS-DRW-MAX               PIC 9(04) COMP VALUE 1500.
013800 01  WS-DRW-IDX               PIC 9(04) COMP.
013900 01  WS-DAY-COUNT             PIC 9(02) COMP VALUE 0.
014000 01  WS-DAY-MAX               PIC 9(02) COMP VALUE 31.
014100 01  WS-DAY-IDX               PIC 9(02) COMP.
014200 01  WS-TND-IDX               PIC 9(01) COMP.
014300 01  WS-SHIFT-IDX             PIC 9(04) COMP.
014400 01  WS-LOW                   PIC 9(04) COMP.
014500 01  WS-HIGH                  PIC 9(04) COMP.
014600 01  WS-MID                   PIC 9(04) COMP.
014700 01  WS-PREV-DATE             PIC 9(08).
014800 01  WS-PREV-CASHIER          PIC X(08).
014900 01  WS-CASHIER-BOOK          PIC S9(09)V99 VALUE 0.
015000 01  WS-CASHIER-DECL          PIC S9(09)V99 VALUE 0.
015100 01  WS-CASHIER-BOOK-ITEMS    PIC 9(05) COMP VALUE 0.
015200 01  WS-CASHIER-DECL-ITEMS    PIC 9(05) COMP VALUE 0.
015300 01  WS-JRNL-COUNT            PIC 9(06) COMP VALUE 0.
015400 01  WS-DRAWER-COUNT          PIC 9(06) COMP VALUE 0.
015500 01  WS-OUT-COUNT             PIC 9(06) COMP VALUE 0.
015600 01  WS-REJECT-COUNT          PIC 9(06) COMP VALUE 0.
015700 01  WS-DEPOSIT-TOTAL         PIC S9(09)V99 VALUE 0.
015800 01  WS-ALERT-DETAIL.
015900     05  WS-ALERT-CASHIER     PIC X(08).
016000     05  FILLER               PIC X(01) VALUE SPACE.
016100     05  WS-ALERT-VARIANCE    PIC -ZZZZ9.99.
016200     05  FILLER               PIC X(02) VALUE SPACES.
016300*--------------------------------------------------------------*
016400* CC-TENDER-NAMES - THE TENDER CODES IN REPORT ORDER.           *
016500*--------------------------------------------------------------*
016600 01  CC-TENDER-VALUES.
016700     05  FILLER               PIC X(07) VALUE 'CCASH  '.
016800     05  FILLER               PIC X(07) VALUE 'KCHECK '.
016900     05  FILLER               PIC X(07) VALUE 'RCARD  '.
017000 01  CC-TENDER-NAMES REDEFINES CC-TENDER-VALUES.
017100     05  CC-TENDER-ENTRY OCCURS 3 TIMES.
017200         10  CTN-CODE         PIC X(01).
017300         10  CTN-NAME         PIC X(06).
017400*--------------------------------------------------------------*
017500* CC-DRW-TABLE - ONE ENTRY PER CASHIER, TENDER AND DAY IN DATE, *
017600* CASHIER, TENDER ORDER: WHAT THE CASHIER COUNTED AND WHAT      *
017700* CASHPOST BOOKED.                                              *
017800*--------------------------------------------------------------*
017900 01  CC-DRW-TABLE.
018000     05  CC-DRW-ENTRY OCCURS 1500 TIMES.
018100         10  CDR-KEY.
018200             15  CDR-CLOSE-DATE PIC 9(08).
018300             15  CDR-CASHIER-ID PIC X(08).
018400             15  CDR-TENDER   PIC X(01).
018500         10  CDR-DECL-AMOUNT  PIC 9(07)V99.
018600         10  CDR-DECL-ITEMS   PIC 9(05) COMP.
018700         10  CDR-BOOK-AMOUNT  PIC 9(07)V99.
018800         10  CDR-BOOK-ITEMS   PIC 9(05) COMP.
018900         10  CDR-DECL-SWITCH  PIC X(01).
019000             88  CDR-COUNTED  VALUE 'Y'.
019100*--------------------------------------------------------------*
019200* CC-DAY-TABLE - THE CLOSE-OUT DAYS ON DRWRCLSE, WITH THE DAY'S *
019300* BOOK, COUNT AND ITEMS BY TENDER FOR THE DEPOSIT SLIP.         *
019400*--------------------------------------------------------------*
019500 01  CC-DAY-TABLE.
019600     05  CC-DAY-ENTRY OCCURS 31 TIMES.
019700         10  CDY-CLOSE-DATE   PIC 9(08).
019800         10  CDY-TENDER OCCURS 3 TIMES.
019900             15  CDY-BOOK     PIC S9(09)V99 COMP-3.
020000             15  CDY-DECL     PIC S9(09)V99 COMP-3.
020100             15  CDY-ITEMS    PIC 9(05) COMP.
020200 COPY SUITEPRM.
020300 COPY CKPTPARM.
020400 COPY IOERRPRM.
020500 COPY STEPPARM.
020600 COPY SEVPARM.
020700 PROCEDURE DIVISION.
020800 0000-MAINLINE.
020900     PERFORM 0005-CHECK-CHECKPOINT
021000         THRU 0005-CHECK-CHECKPOINT-EXIT.
021100     MOVE 'CASHCLSE' TO SL-PROGRAM-ID.
021200     SET SL-PHASE-START TO TRUE.
021300     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
021400     PERFORM 0010-READ-SUITE-PARM THRU 0010-READ-SUITE-PARM-EXIT.
021500     PERFORM 0030-READ-CLOSE-PARM
021600         THRU 0030-READ-CLOSE-PARM-EXIT.
021700     PERFORM 1000-LOAD-CLOSE-OUTS
021800         THRU 1000-LOAD-CLOSE-OUTS-EXIT.
021900     IF WS-TABLE-OVERFLOWED
022000         DISPLAY 'CASHCLSE: MORE THAN ' WS-DRW-MAX
022100             ' DRAWER TENDERS OR ' WS-DAY-MAX ' DAYS - NOT '
022200             'BALANCED. RAISE THE TABLE AND RERUN.'
022300         MOVE 12 TO RETURN-CODE
022400         GO TO 9999-EXIT
022500     END-IF.
022600     OPEN OUTPUT CC-REPORT-FILE.
022700     IF WS-DAY-COUNT > 0
022800         PERFORM 2000-BOOK-JOURNAL
022900             THRU 2000-BOOK-JOURNAL-EXIT
023000     END-IF.
023100     IF WS-TABLE-OVERFLOWED
023200         DISPLAY 'CASHCLSE: MORE THAN ' WS-DRW-MAX
023300             ' DRAWER TENDERS - NOT BALANCED. RAISE THE TABLE '
023400             'AND RERUN.'
023500         CLOSE CC-REPORT-FILE
023600         MOVE 12 TO RETURN-CODE
023700         GO TO 9999-EXIT
023800     END-IF.
023900     IF WS-DRW-COUNT > 0
024000         PERFORM 3000-BALANCE-DRAWERS
024100             THRU 3000-BALANCE-DRAWERS-EXIT
024200     END-IF.
024300     PERFORM 8500-WRITE-RUN-TOTALS
024400         THRU 8500-WRITE-RUN-TOTALS-EXIT.
024500     CLOSE CC-REPORT-FILE.
024600     DISPLAY 'CASHCLSE: ' WS-DRAWER-COUNT ' DRAWERS BALANCED, '
024700         WS-OUT-COUNT ' OUT OF BALANCE'.
024800     PERFORM 0900-MARK-CHECKPOINT
024900         THRU 0900-MARK-CHECKPOINT-EXIT.
025000     GO TO 9999-EXIT.
025100*--------------------------------------------------------------*
025200* 0005-CHECK-CHECKPOINT - ASKS CKPTCHK WHETHER CASHCLSE ALREADY *
025300* COMPLETED THIS CYCLE. IF SO, THE RUN ENDS HERE RATHER THAN    *
025400* ALERTING THE BURSAR ON THE SAME DRAWERS TWICE.                *
025500*--------------------------------------------------------------*
025600 0005-CHECK-CHECKPOINT.
025700     MOVE 'CASHCLSE' TO CK-PROGRAM-ID.
025800     SET CK-CHECK TO TRUE.
025900     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
026000     IF CK-ALREADY-DONE
026100         DISPLAY 'CASHCLSE: ALREADY COMPLETED THIS CYCLE - '
026200             'SKIPPING'
026300         GO TO 9999-EXIT
026400     END-IF.
026500 0005-CHECK-CHECKPOINT-EXIT.
026600     EXIT.
026700*--------------------------------------------------------------*
026800* 0900-MARK-CHECKPOINT - TELLS CKPTCHK THAT CASHCLSE COMPLETED  *
026900* THIS CYCLE'S CLOSE-OUT SUCCESSFULLY.                          *
027000*--------------------------------------------------------------*
027100 0900-MARK-CHECKPOINT.
027200     MOVE 'CASHCLSE' TO CK-PROGRAM-ID.
027300     SET CK-MARK TO TRUE.
027400     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
027500     MOVE 'CASHCLSE' TO SL-PROGRAM-ID.
027600     SET SL-PHASE-END TO TRUE.
027700     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
027800 0900-MARK-CHECKPOINT-EXIT.
027900     EXIT.
028000*--------------------------------------------------------------*
028100* 0010-READ-SUITE-PARM - READS THE SUITE-WIDE CONTROL CARD      *
028200* FROM SUITEPRM, THEN THE CYCLE NUMBER OFF CYCLENO.             *
028300*--------------------------------------------------------------*
028400 0010-READ-SUITE-PARM.
028500     OPEN INPUT SUITE-PARM-FILE.
028600     IF WS-SUITE-OK
028700         READ SUITE-PARM-FILE
028800             AT END
028900                 CONTINUE
029000         END-READ
029100         IF WS-SUITE-OK
029200             MOVE SP-PARM-CARD (1:1)  TO SP-TEST-MODE-SWITCH
029300             MOVE SP-PARM-CARD (2:10) TO SP-BATCH-ID
029400         END-IF
029500         CLOSE SUITE-PARM-FILE
029600     END-IF.
029700     OPEN INPUT CC-CYCLENO-FILE.
029800     IF WS-CYCLENO-OK
029900         READ CC-CYCLENO-FILE
030000             AT END
030100                 CONTINUE
030200         END-READ
030300         IF WS-CYCLENO-OK
030400             AND CYC-CYCLE-NUMBER NUMERIC
030500             MOVE CYC-CYCLE-NUMBER TO SP-CYCLE-NUMBER
030600         END-IF
030700         CLOSE CC-CYCLENO-FILE
030800     END-IF.
030900 0010-READ-SUITE-PARM-EXIT.
031000     EXIT.
031100*--------------------------------------------------------------*
031200* 0030-READ-CLOSE-PARM - THE DRAWER TOLERANCE OFF THE CLSEPARM  *
031300* T CARD. A MISSING MEMBER IS LOGGED TO IOERR AND LEAVES THE    *
031400* TOLERANCE AT ZERO - ANY DIFFERENCE AT ALL ALERTS.             *
031500*--------------------------------------------------------------*
031600 0030-READ-CLOSE-PARM.
031700     OPEN INPUT CC-PARM-FILE.
031800     IF NOT WS-PARM-OK
031900         MOVE 'CASHCLSE' TO IO-PROGRAM-ID
032000         MOVE 'CLSEPARM' TO IO-FILE-NAME
032100         MOVE 'OPEN-IN ' TO IO-OPERATION
032200         MOVE WS-PARM-STATUS TO IO-FILE-STATUS
032300         MOVE 'N' TO IO-MANDATORY-FLAG
032400         CALL 'IOERR' USING IOERR-PARM-BLOCK
032500         GO TO 0030-READ-CLOSE-PARM-EXIT
032600     END-IF.
032700     SET WS-NOT-AT-EOF TO TRUE.
032800     PERFORM UNTIL WS-AT-EOF
032900         READ CC-PARM-FILE
033000             AT END
033100                 SET WS-AT-EOF TO TRUE
033200             NOT AT END
033300                 IF CCP-TOLERANCE-CARD
033400                     AND CCP-TOLERANCE NUMERIC
033500                     MOVE CCP-TOLERANCE TO WS-TOLERANCE
033600                 END-IF
033700         END-READ
033800     END-PERFORM.
033900     CLOSE CC-PARM-FILE.
034000 0030-READ-CLOSE-PARM-EXIT.
034100     EXIT.
034200*--------------------------------------------------------------*
034300* 1000-LOAD-CLOSE-OUTS - DRWRCLSE INTO THE DRAWER TABLE AND ITS *
034400* DAYS INTO THE DAY TABLE. A RECORD WITH A BAD DATE, TENDER OR  *
034500* AMOUNT IS COUNTED AND SKIPPED. NO CLOSE-OUT FILE IS A NIGHT   *
034600* WITH NOTHING TO BALANCE.                                      *
034700*--------------------------------------------------------------*
034800 1000-LOAD-CLOSE-OUTS.
034900     OPEN INPUT CC-CLOSE-FILE.
035000     IF NOT WS-CLOSE-OK
035100         DISPLAY 'CASHCLSE: NO DRAWER CLOSE-OUTS TONIGHT'
035200         GO TO 1000-LOAD-CLOSE-OUTS-EXIT
035300     END-IF.
035400     SET WS-NOT-AT-EOF TO TRUE.
035500     PERFORM UNTIL WS-AT-EOF
035600         READ CC-CLOSE-FILE
035700             AT END
035800                 SET WS-AT-EOF TO TRUE
035900             NOT AT END
036000                 PERFORM 1100-LOAD-ONE-CLOSE-OUT
036100                     THRU 1100-LOAD-ONE-CLOSE-OUT-EXIT
036200         END-READ
036300     END-PERFORM.
036400     CLOSE CC-CLOSE-FILE.
036500 1000-LOAD-CLOSE-OUTS-EXIT.
036600     EXIT.
036700*--------------------------------------------------------------*
036800* 1100-LOAD-ONE-CLOSE-OUT - ONE COUNT INTO ITS DRAWER ENTRY,    *
036900* ADDING TO AN EARLIER COUNT FOR THE SAME DRAWER AND TENDER.    *
037000*--------------------------------------------------------------*
037100 1100-LOAD-ONE-CLOSE-OUT.
037200     IF DCL-CLOSE-DATE NOT NUMERIC
037300         OR DCL-CLOSE-DATE = 0
037400         OR NOT DCL-VALID-TENDER
037500         OR DCL-DECLARED-AMOUNT NOT NUMERIC
037600         OR DCL-ITEM-COUNT NOT NUMERIC
037700         ADD 1 TO WS-REJECT-COUNT
037800         GO TO 1100-LOAD-ONE-CLOSE-OUT-EXIT
037900     END-IF.
038000     MOVE DCL-CLOSE-DATE TO WS-SEARCH-DATE.
038100     PERFORM 1300-FIND-DAY
038200         THRU 1300-FIND-DAY-EXIT.
038300     IF WS-NOT-FOUND
038400         IF WS-DAY-COUNT = WS-DAY-MAX
038500             SET WS-TABLE-OVERFLOWED TO TRUE
038600             SET WS-AT-EOF TO TRUE
038700             GO TO 1100-LOAD-ONE-CLOSE-OUT-EXIT
038800         END-IF
038900         ADD 1 TO WS-DAY-COUNT
039000         INITIALIZE CC-DAY-ENTRY (WS-DAY-COUNT)
039100         MOVE DCL-CLOSE-DATE TO CDY-CLOSE-DATE (WS-DAY-COUNT)
039200     END-IF.
039300     MOVE DCL-CLOSE-DATE TO WS-SEARCH-KEY (1:8).
039400     MOVE DCL-CASHIER-ID TO WS-SEARCH-KEY (9:8).
039500     MOVE DCL-TENDER TO WS-SEARCH-KEY (17:1).
039600     PERFORM 1400-FIND-OR-ADD-DRAWER
039700         THRU 1400-FIND-OR-ADD-DRAWER-EXIT.
039800     IF WS-TABLE-OVERFLOWED
039900         SET WS-AT-EOF TO TRUE
040000         GO TO 1100-LOAD-ONE-CLOSE-OUT-EXIT
040100     END-IF.
040200     SET CDR-COUNTED (WS-DRW-IDX) TO TRUE.
040300     ADD DCL-DECLARED-AMOUNT TO CDR-DECL-AMOUNT (WS-DRW-IDX).
040400     ADD DCL-ITEM-COUNT TO CDR-DECL-ITEMS (WS-DRW-IDX).
040500 1100-LOAD-ONE-CLOSE-OUT-EXIT.
040600     EXIT.
040700*--------------------------------------------------------------*
040800* 1200-FIND-DRAWER - BINARY SEARCH OF THE DRAWER TABLE FOR      *
040900* WS-SEARCH-KEY. NOT FOUND LEAVES WS-DRW-IDX AT THE SLOT THE    *
041000* KEY BELONGS IN.                                               *
041100*--------------------------------------------------------------*
041200 1200-FIND-DRAWER.
041300     SET WS-NOT-FOUND TO TRUE.
041400     MOVE 1 TO WS-LOW.
041500     MOVE WS-DRW-COUNT TO WS-HIGH.
041600     PERFORM UNTIL WS-LOW > WS-HIGH
041700             OR WS-FOUND
041800         COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
041900         IF CDR-KEY (WS-MID) = WS-SEARCH-KEY
042000             SET WS-FOUND TO TRUE
042100             MOVE WS-MID TO WS-DRW-IDX
042200         ELSE
042300             IF CDR-KEY (WS-MID) < WS-SEARCH-KEY
042400                 COMPUTE WS-LOW = WS-MID + 1
042500             ELSE
042600                 COMPUTE WS-HIGH = WS-MID - 1
042700             END-IF
042800         END-IF
042900     END-PERFORM.
043000     IF WS-NOT-FOUND
043100         MOVE WS-LOW TO WS-DRW-IDX
043200     END-IF.
043300 1200-FIND-DRAWER-EXIT.
043400     EXIT.
043500*--------------------------------------------------------------*
043600* 1300-FIND-DAY - WS-SEARCH-DATE IN THE DAY TABLE, A SHORT      *
043700* SEQUENTIAL SCAN.                                              *
043800*--------------------------------------------------------------*
043900 1300-FIND-DAY.
044000     SET WS-NOT-FOUND TO TRUE.
044100     PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
044200             UNTIL WS-DAY-IDX > WS-DAY-COUNT
044300             OR WS-FOUND
044400         IF CDY-CLOSE-DATE (WS-DAY-IDX) = WS-SEARCH-DATE
044500             SET WS-FOUND TO TRUE
044600         END-IF
044700     END-PERFORM.
044800     IF WS-FOUND
044900         SUBTRACT 1 FROM WS-DAY-IDX
045000     END-IF.
045100 1300-FIND-DAY-EXIT.
045200     EXIT.
045300*--------------------------------------------------------------*
045400* 1400-FIND-OR-ADD-DRAWER - THE DRAWER ENTRY FOR WS-SEARCH-KEY, *
045500* INSERTED EMPTY IN KEY ORDER WHEN NEW.                         *
045600*--------------------------------------------------------------*
045700 1400-FIND-OR-ADD-DRAWER.
045800     PERFORM 1200-FIND-DRAWER
045900         THRU 1200-FIND-DRAWER-EXIT.
046000     IF WS-FOUND
046100         GO TO 1400-FIND-OR-ADD-DRAWER-EXIT
046200     END-IF.
046300     IF WS-DRW-COUNT = WS-DRW-MAX
046400         SET WS-TABLE-OVERFLOWED TO TRUE
046500         GO TO 1400-FIND-OR-ADD-DRAWER-EXIT
046600     END-IF.
046700     PERFORM VARYING WS-SHIFT-IDX FROM WS-DRW-COUNT BY -1
046800             UNTIL WS-SHIFT-IDX < WS-DRW-IDX
046900         MOVE CC-DRW-ENTRY (WS-SHIFT-IDX)
047000             TO CC-DRW-ENTRY (WS-SHIFT-IDX + 1)
047100     END-PERFORM.
047200     ADD 1 TO WS-DRW-COUNT.
047300     INITIALIZE CC-DRW-ENTRY (WS-DRW-IDX).
047400     MOVE WS-SEARCH-KEY TO CDR-KEY (WS-DRW-IDX).
047500     MOVE 'N' TO CDR-DECL-SWITCH (WS-DRW-IDX).
047600 1400-FIND-OR-ADD-DRAWER-EXIT.
047700     EXIT.
047800*--------------------------------------------------------------*
047900* 2000-BOOK-JOURNAL - EVERY WINDOW RECEIPT CASHPOST JOURNALED   *
048000* FOR A CLOSE-OUT DAY, POSTED OR SUSPENDED - THE MONEY IS IN    *
048100* THE DRAWER EITHER WAY - ONTO ITS CASHIER AND TENDER. A        *
048200* CASHIER WHO TOOK RECEIPTS BUT TURNED IN NO COUNT GETS AN      *
048300* ENTRY WITH NOTHING COUNTED.                                   *
048400*--------------------------------------------------------------*
048500 2000-BOOK-JOURNAL.
048600     OPEN INPUT CC-JRNL-FILE.
048700     IF NOT WS-JRNL-OK
048800         MOVE 'CASHCLSE' TO IO-PROGRAM-ID
048900         MOVE 'CASHJRNL' TO IO-FILE-NAME
049000         MOVE 'OPEN-IN ' TO IO-OPERATION
049100         MOVE WS-JRNL-STATUS TO IO-FILE-STATUS
049200         MOVE 'N' TO IO-MANDATORY-FLAG
049300         CALL 'IOERR' USING IOERR-PARM-BLOCK
049400         GO TO 2000-BOOK-JOURNAL-EXIT
049500     END-IF.
049600     SET WS-NOT-AT-EOF TO TRUE.
049700     PERFORM UNTIL WS-AT-EOF
049800         READ CC-JRNL-FILE
049900             AT END
050000                 SET WS-AT-EOF TO TRUE
050100             NOT AT END
050200                 PERFORM 2100-BOOK-ONE-RECEIPT
050300                     THRU 2100-BOOK-ONE-RECEIPT-EXIT
050400         END-READ
050500     END-PERFORM.
050600     CLOSE CC-JRNL-FILE.
050700 2000-BOOK-JOURNAL-EXIT.
050800     EXIT.
050900*--------------------------------------------------------------*
051000* 2100-BOOK-ONE-RECEIPT - ONE JOURNALED RECEIPT ONTO ITS DRAWER *
051100* ENTRY WHEN IT CAME THROUGH THE WINDOW ON A CLOSE-OUT DAY.     *
051200*--------------------------------------------------------------*
051300 2100-BOOK-ONE-RECEIPT.
051400     IF NOT CJR-FROM-WINDOW
051500         OR CJR-PAY-DATE NOT NUMERIC
051600         OR CJR-AMOUNT NOT NUMERIC
051700         GO TO 2100-BOOK-ONE-RECEIPT-EXIT
051800     END-IF.
051900     MOVE CJR-PAY-DATE TO WS-SEARCH-DATE.
052000     PERFORM 1300-FIND-DAY
052100         THRU 1300-FIND-DAY-EXIT.
052200     IF WS-NOT-FOUND
052300         GO TO 2100-BOOK-ONE-RECEIPT-EXIT
052400     END-IF.
052500     MOVE CJR-PAY-DATE TO WS-SEARCH-KEY (1:8).
052600     MOVE CJR-CASHIER-ID TO WS-SEARCH-KEY (9:8).
052700     MOVE CJR-TENDER TO WS-SEARCH-KEY (17:1).
052800     PERFORM 1400-FIND-OR-ADD-DRAWER
052900         THRU 1400-FIND-OR-ADD-DRAWER-EXIT.
053000     IF WS-TABLE-OVERFLOWED
053100         SET WS-AT-EOF TO TRUE
053200         GO TO 2100-BOOK-ONE-RECEIPT-EXIT
053300     END-IF.
053400     ADD 1 TO WS-JRNL-COUNT.
053500     ADD CJR-AMOUNT TO CDR-BOOK-AMOUNT (WS-DRW-IDX).
053600     ADD 1 TO CDR-BOOK-ITEMS (WS-DRW-IDX).
053700 2100-BOOK-ONE-RECEIPT-EXIT.
053800     EXIT.
053900*--------------------------------------------------------------*
054000* 3000-BALANCE-DRAWERS - THE DRAWER TABLE IN DATE, CASHIER AND  *
054100* TENDER ORDER: A LINE PER TENDER, A DRAWER LINE AT EACH CHANGE *
054200* OF CASHIER AND THE DAY'S TOTALS AND DEPOSIT SLIP AT EACH      *
054300* CHANGE OF DAY.                                                *
054400*--------------------------------------------------------------*
054500 3000-BALANCE-DRAWERS.
054600     MOVE CDR-CLOSE-DATE (1) TO WS-PREV-DATE.
054700     MOVE CDR-CASHIER-ID (1) TO WS-PREV-CASHIER.
054800     SET WS-DRAWER-IN TO TRUE.
054900     PERFORM VARYING WS-DRW-IDX FROM 1 BY 1
055000             UNTIL WS-DRW-IDX > WS-DRW-COUNT
055100         IF CDR-CLOSE-DATE (WS-DRW-IDX) NOT = WS-PREV-DATE
055200             OR CDR-CASHIER-ID (WS-DRW-IDX) NOT = WS-PREV-CASHIER
055300             PERFORM 3200-WRITE-DRAWER-LINE
055400                 THRU 3200-WRITE-DRAWER-LINE-EXIT
055500         END-IF
055600         IF CDR-CLOSE-DATE (WS-DRW-IDX) NOT = WS-PREV-DATE
055700             PERFORM 3400-WRITE-DAY-TOTALS
055800                 THRU 3400-WRITE-DAY-TOTALS-EXIT
055900         END-IF
056000         MOVE CDR-CLOSE-DATE (WS-DRW-IDX) TO WS-PREV-DATE
056100         MOVE CDR-CASHIER-ID (WS-DRW-IDX) TO WS-PREV-CASHIER
056200         PERFORM 3100-WRITE-TENDER-LINE
056300             THRU 3100-WRITE-TENDER-LINE-EXIT
056400     END-PERFORM.
056500     PERFORM 3200-WRITE-DRAWER-LINE
056600         THRU 3200-WRITE-DRAWER-LINE-EXIT.
056700     PERFORM 3400-WRITE-DAY-TOTALS
056800         THRU 3400-WRITE-DAY-TOTALS-EXIT.
056900 3000-BALANCE-DRAWERS-EXIT.
057000     EXIT.
057100*--------------------------------------------------------------*
057200* 3100-WRITE-TENDER-LINE - ONE CASHIER'S TENDER: BOOKED, COUNTED*
057300* AND THE OVERAGE (+) OR SHORTAGE (-), INTO THE DRAWER AND DAY  *
057400* TOTALS. A TENDER OUT BY MORE THAN THE TOLERANCE PUTS THE      *
057500* DRAWER OUT OF BALANCE.                                        *
057600*--------------------------------------------------------------*
057700 3100-WRITE-TENDER-LINE.
057800     COMPUTE WS-VARIANCE = CDR-DECL-AMOUNT (WS-DRW-IDX)
057900         - CDR-BOOK-AMOUNT (WS-DRW-IDX).
058000     MOVE SPACES TO CC-REPORT-RECORD.
058100     MOVE CDR-CLOSE-DATE (WS-DRW-IDX) TO CCR-CLOSE-DATE.
058200     MOVE CDR-CASHIER-ID (WS-DRW-IDX) TO CCR-CASHIER-ID.
058300     MOVE '??????' TO CCR-TENDER.
058400     MOVE 0 TO WS-TND-IDX.
058500     PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1
058600             UNTIL WS-SHIFT-IDX > 3
058700         IF CTN-CODE (WS-SHIFT-IDX) = CDR-TENDER (WS-DRW-IDX)
058800             MOVE CTN-NAME (WS-SHIFT-IDX) TO CCR-TENDER
058900             MOVE WS-SHIFT-IDX TO WS-TND-IDX
059000         END-IF
059100     END-PERFORM.
059200     MOVE CDR-BOOK-ITEMS (WS-DRW-IDX) TO CCR-BOOK-ITEMS.
059300     MOVE CDR-BOOK-AMOUNT (WS-DRW-IDX) TO CCR-BOOK-AMOUNT.
059400     MOVE CDR-DECL-ITEMS (WS-DRW-IDX) TO CCR-DECL-ITEMS.
059500     MOVE CDR-DECL-AMOUNT (WS-DRW-IDX) TO CCR-DECL-AMOUNT.
059600     MOVE WS-VARIANCE TO CCR-VARIANCE.
059700     EVALUATE TRUE
059800         WHEN NOT CDR-COUNTED (WS-DRW-IDX)
059900             MOVE 'NO COUNT' TO CCR-FLAG
060000         WHEN WS-VARIANCE > 0
060100             MOVE 'OVER' TO CCR-FLAG
060200         WHEN WS-VARIANCE < 0
060300             MOVE 'SHORT' TO CCR-FLAG
060400         WHEN OTHER
060500             CONTINUE
060600     END-EVALUATE.
060700     WRITE CC-REPORT-RECORD.
060800     PERFORM 3150-TEST-TOLERANCE
060900         THRU 3150-TEST-TOLERANCE-EXIT.
061000     ADD CDR-BOOK-AMOUNT (WS-DRW-IDX) TO WS-CASHIER-BOOK.
061100     ADD CDR-DECL-AMOUNT (WS-DRW-IDX) TO WS-CASHIER-DECL.
061200     ADD CDR-BOOK-ITEMS (WS-DRW-IDX) TO WS-CASHIER-BOOK-ITEMS.
061300     ADD CDR-DECL-ITEMS (WS-DRW-IDX) TO WS-CASHIER-DECL-ITEMS.
061400     IF WS-TND-IDX = 0
061500         GO TO 3100-WRITE-TENDER-LINE-EXIT
061600     END-IF.
061700     MOVE CDR-CLOSE-DATE (WS-DRW-IDX) TO WS-SEARCH-DATE.
061800     PERFORM 1300-FIND-DAY
061900         THRU 1300-FIND-DAY-EXIT.
062000     IF WS-FOUND
062100         ADD CDR-BOOK-AMOUNT (WS-DRW-IDX)
062200             TO CDY-BOOK (WS-DAY-IDX, WS-TND-IDX)
062300         ADD CDR-DECL-AMOUNT (WS-DRW-IDX)
062400             TO CDY-DECL (WS-DAY-IDX, WS-TND-IDX)
062500         ADD CDR-DECL-ITEMS (WS-DRW-IDX)
062600             TO CDY-ITEMS (WS-DAY-IDX, WS-TND-IDX)
062700     END-IF.
062800 3100-WRITE-TENDER-LINE-EXIT.
062900     EXIT.
063000*--------------------------------------------------------------*
063100* 3150-TEST-TOLERANCE - WS-VARIANCE AGAINST THE TOLERANCE.      *
063200*--------------------------------------------------------------*
063300 3150-TEST-TOLERANCE.
063400     IF WS-VARIANCE < 0
063500         COMPUTE WS-ABS-VARIANCE = 0 - WS-VARIANCE
063600     ELSE
063700         MOVE WS-VARIANCE TO WS-ABS-VARIANCE
063800     END-IF.
063900     IF WS-ABS-VARIANCE > WS-TOLERANCE
064000         SET WS-DRAWER-OUT TO TRUE
064100     END-IF.
064200 3150-TEST-TOLERANCE-EXIT.
064300     EXIT.
064400*--------------------------------------------------------------*
064500* 3200-WRITE-DRAWER-LINE - THE CASHIER'S WHOLE DRAWER FOR THE   *
064600* DAY. OUT OF BALANCE - ANY TENDER OR THE DRAWER AS A WHOLE OUT *
064700* BY MORE THAN THE TOLERANCE - IS FLAGGED AND ALERTED.          *
064800*--------------------------------------------------------------*
064900 3200-WRITE-DRAWER-LINE.
065000     ADD 1 TO WS-DRAWER-COUNT.
065100     COMPUTE WS-VARIANCE = WS-CASHIER-DECL - WS-CASHIER-BOOK.
065200     PERFORM 3150-TEST-TOLERANCE
065300         THRU 3150-TEST-TOLERANCE-EXIT.
065400     MOVE SPACES TO CC-REPORT-RECORD.
065500     MOVE WS-PREV-DATE TO CCR-CLOSE-DATE.
065600     MOVE WS-PREV-CASHIER TO CCR-CASHIER-ID.
065700     MOVE 'DRAWER' TO CCR-TENDER.
065800     MOVE WS-CASHIER-BOOK-ITEMS TO CCR-BOOK-ITEMS.
065900     MOVE WS-CASHIER-BOOK TO CCR-BOOK-AMOUNT.
066000     MOVE WS-CASHIER-DECL-ITEMS TO CCR-DECL-ITEMS.
066100     MOVE WS-CASHIER-DECL TO CCR-DECL-AMOUNT.
066200     MOVE WS-VARIANCE TO CCR-VARIANCE.
066300     IF WS-DRAWER-OUT
066400         MOVE 'OUT OF BAL' TO CCR-FLAG
066500         ADD 1 TO WS-OUT-COUNT
066600     END-IF.
066700     WRITE CC-REPORT-RECORD.
066800     MOVE SPACES TO CC-REPORT-RECORD.
066900     WRITE CC-REPORT-RECORD.
067000     IF WS-DRAWER-OUT
067100         PERFORM 3500-WRITE-DRAWER-ALERT
067200             THRU 3500-WRITE-DRAWER-ALERT-EXIT
067300     END-IF.
067400     MOVE 0 TO WS-CASHIER-BOOK.
067500     MOVE 0 TO WS-CASHIER-DECL.
067600     MOVE 0 TO WS-CASHIER-BOOK-ITEMS.
067700     MOVE 0 TO WS-CASHIER-DECL-ITEMS.
067800     SET WS-DRAWER-IN TO TRUE.
067900 3200-WRITE-DRAWER-LINE-EXIT.
068000     EXIT.
068100*--------------------------------------------------------------*
068200* 3400-WRITE-DAY-TOTALS - THE DAY'S OVERAGE OR SHORTAGE BY      *
068300* TENDER, THEN THE DEPOSIT SLIP: THE CURRENCY AND CHECKS THE    *
068400* CASHIERS COUNTED GO TO THE BANK; CARD RECEIPTS SETTLE THROUGH *
068500* THE CARD PROCESSOR AND ARE SHOWN APART.                       *
068600*--------------------------------------------------------------*
068700 3400-WRITE-DAY-TOTALS.
068800     MOVE WS-PREV-DATE TO WS-SEARCH-DATE.
068900     PERFORM 1300-FIND-DAY
069000         THRU 1300-FIND-DAY-EXIT.
069100     IF WS-NOT-FOUND
069200         GO TO 3400-WRITE-DAY-TOTALS-EXIT
069300     END-IF.
069400     MOVE SPACES TO CC-REPORT-RECORD.
069500     MOVE 'CLOSE-OUT DAY' TO CCT-LABEL.
069600     MOVE WS-PREV-DATE TO CCT-LABEL (15:8).
069700     WRITE CC-REPORT-RECORD.
069800     PERFORM VARYING WS-TND-IDX FROM 1 BY 1
069900             UNTIL WS-TND-IDX > 3
070000         MOVE SPACES TO CC-REPORT-RECORD
070100         MOVE CTN-NAME (WS-TND-IDX) TO CCT-LABEL
070200         MOVE 'OVER/SHORT' TO CCT-LABEL (8:10)
070300         COMPUTE CCT-AMOUNT = CDY-DECL (WS-DAY-IDX, WS-TND-IDX)
070400             - CDY-BOOK (WS-DAY-IDX, WS-TND-IDX)
070500         WRITE CC-REPORT-RECORD
070600     END-PERFORM.
070700     MOVE SPACES TO CC-REPORT-RECORD.
070800     MOVE 'DEPOSIT SLIP - CURRENCY' TO CCT-LABEL.
070900     MOVE CDY-DECL (WS-DAY-IDX, 1) TO CCT-AMOUNT.
071000     WRITE CC-REPORT-RECORD.
071100     MOVE SPACES TO CC-REPORT-RECORD.
071200     MOVE 'DEPOSIT SLIP - CHECKS' TO CCT-LABEL.
071300     MOVE CDY-ITEMS (WS-DAY-IDX, 2) TO CCT-COUNT.
071400     MOVE CDY-DECL (WS-DAY-IDX, 2) TO CCT-AMOUNT.
071500     WRITE CC-REPORT-RECORD.
071600     COMPUTE WS-DEPOSIT-TOTAL = CDY-DECL (WS-DAY-IDX, 1)
071700         + CDY-DECL (WS-DAY-IDX, 2).
071800     MOVE SPACES TO CC-REPORT-RECORD.
071900     MOVE 'DEPOSIT SLIP - TOTAL DEPOSIT' TO CCT-LABEL.
072000     MOVE WS-DEPOSIT-TOTAL TO CCT-AMOUNT.
072100     WRITE CC-REPORT-RECORD.
072200     MOVE SPACES TO CC-REPORT-RECORD.
072300     MOVE 'CARD SETTLEMENT' TO CCT-LABEL.
072400     MOVE CDY-ITEMS (WS-DAY-IDX, 3) TO CCT-COUNT.
072500     MOVE CDY-DECL (WS-DAY-IDX, 3) TO CCT-AMOUNT.
072600     WRITE CC-REPORT-RECORD.
072700     MOVE SPACES TO CC-REPORT-RECORD.
072800     WRITE CC-REPORT-RECORD.
072900 3400-WRITE-DAY-TOTALS-EXIT.
073000     EXIT.
073100*--------------------------------------------------------------*
073200* 3500-WRITE-DRAWER-ALERT - THE OUT-OF-BALANCE DRAWER ON        *
073300* ALERTOUT, ROUTED TO THE BURSAR BY ALRTROUT. A TEST-MODE RUN   *
073400* ALERTS NOBODY.                                                *
073500*--------------------------------------------------------------*
073600 3500-WRITE-DRAWER-ALERT.
073700     IF SP-TEST-MODE
073800         GO TO 3500-WRITE-DRAWER-ALERT-EXIT
073900     END-IF.
074000     OPEN EXTEND CC-ALERT-FILE.
074100     IF NOT WS-ALERT-OK
074200         CLOSE CC-ALERT-FILE
074300         OPEN OUTPUT CC-ALERT-FILE
074400     END-IF.
074500     MOVE WS-PREV-CASHIER TO WS-ALERT-CASHIER.
074600     MOVE WS-VARIANCE TO WS-ALERT-VARIANCE.
074700     MOVE SPACES TO ALERT-RECORD.
074800     MOVE 'CASHCLSE' TO ALRT-PROGRAM-ID.
074900     ACCEPT ALRT-DATE FROM DATE YYYYMMDD.
075000     ACCEPT ALRT-TIME FROM TIME.
075100     MOVE 'DRAWER OUT OF BAL' TO ALRT-CATEGORY.
075200     MOVE WS-ALERT-DETAIL TO ALRT-DETAIL.
075300     MOVE SP-CYCLE-NUMBER TO ALRT-CYCLE-NUMBER.
075400     MOVE ALRT-CATEGORY TO SV-CATEGORY.
075500     CALL 'ALRTSEV' USING SEV-PARM-BLOCK.
075600     MOVE SV-SEVERITY TO ALRT-SEVERITY.
075700     WRITE ALERT-RECORD.
075800     CLOSE CC-ALERT-FILE.
075900 3500-WRITE-DRAWER-ALERT-EXIT.
076000     EXIT.
076100*--------------------------------------------------------------*
076200* 8500-WRITE-RUN-TOTALS - DRAWERS BALANCED AND OUT OF BALANCE,  *
076300* WINDOW RECEIPTS BOOKED AND CLOSE-OUT RECORDS SKIPPED.         *
076400*--------------------------------------------------------------*
076500 8500-WRITE-RUN-TOTALS.
076600     MOVE SPACES TO CC-REPORT-RECORD.
076700     MOVE 'DRAWERS BALANCED' TO CCT-LABEL.
076800     MOVE WS-DRAWER-COUNT TO CCT-COUNT.
076900     WRITE CC-REPORT-RECORD.
077000     MOVE SPACES TO CC-REPORT-RECORD.
077100     MOVE 'DRAWERS OUT OF BALANCE' TO CCT-LABEL.
077200     MOVE WS-OUT-COUNT TO CCT-COUNT.
077300     WRITE CC-REPORT-RECORD.
077400     MOVE SPACES TO CC-REPORT-RECORD.
077500     MOVE 'WINDOW RECEIPTS BOOKED' TO CCT-LABEL.
077600     MOVE WS-JRNL-COUNT TO CCT-COUNT.
077700     WRITE CC-REPORT-RECORD.
077800     MOVE SPACES TO CC-REPORT-RECORD.
077900     MOVE 'CLOSE-OUT RECORDS SKIPPED' TO CCT-LABEL.
078000     MOVE WS-REJECT-COUNT TO CCT-COUNT.
078100     WRITE CC-REPORT-RECORD.
078200 8500-WRITE-RUN-TOTALS-EXIT.
078300     EXIT.
078400*--------------------------------------------------------------*
078500* 9999-EXIT                                                    *
078600*--------------------------------------------------------------*
078700 9999-EXIT.
078800     STOP RUN.
