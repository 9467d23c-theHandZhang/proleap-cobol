000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GLEXTR.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - GENERAL LEDGER JOURNAL        *
001100*                INTERFACE. EVERY ADDPOST BATCH ADDSTMT HAS      *
001200*                ARCHIVED SINCE THE LAST EXTRACT IS NETTED BY    *
001300*                LEDGER CATEGORY AND FUND AND TURNED INTO        *
001400*                BALANCED DEBIT/CREDIT LINES THROUGH THE GLMAP   *
001500*                ACCOUNT-STRING MEMBER, WRITTEN TO GLJRNL IN THE *
001600*                UNIVERSITY GL'S JOURNAL IMPORT LAYOUT WITH      *
001700*                BATCH CONTROL TOTALS. A CATEGORY/FUND WITH AN   *
001800*                AMOUNT BUT NO ACCOUNT STOPS THE EXTRACT RC 12   *
001900*                AND THE BATCHES WAIT FOR THE NEXT RUN. GLCTL    *
002000*                KEEPS HOW MANY ADDPOST BATCHES ARE JOURNALED.   *
002100*--------------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT GL-MAP-FILE ASSIGN TO GLMAP
002600         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS WS-MAP-STATUS.
002800     SELECT GL-POST-FILE ASSIGN TO ADDPOST
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-POST-STATUS.
003100     SELECT GL-CTL-FILE ASSIGN TO GLCTL
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-CTL-STATUS.
003400     SELECT GL-JRNL-FILE ASSIGN TO GLJRNL
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-JRNL-STATUS.
003700     SELECT GL-ALERT-FILE ASSIGN TO ALERTOUT
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-ALERT-STATUS.
004000     SELECT GL-CAL-FILE ASSIGN TO SUITECAL
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-CAL-STATUS.
004300     SELECT SUITE-PARM-FILE ASSIGN TO SUITEPRM
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-SUITE-STATUS.
004600     SELECT GL-CYCLENO-FILE ASSIGN TO CYCLENO
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-CYCLENO-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100*--------------------------------------------------------------*
005200* GLMAP - ONE CARD PER LEDGER CATEGORY, FUND AND SIDE: THE GL   *
005300* ACCOUNT STRING A POSITIVE NIGHT DEBITS (D) OR CREDITS (C). A  *
005400* NEGATIVE NIGHT - A REVERSAL - SWAPS THE TWO. * IN COLUMN 1 IS *
005500* A COMMENT.                                                    *
005600*--------------------------------------------------------------*
005700 FD  GL-MAP-FILE.
005800 01  GLM-CARD.
005900     05  GLM-CATEGORY         PIC X(01).
006000     05  FILLER               PIC X(01).
006100     05  GLM-FUND             PIC X(01).
006200     05  FILLER               PIC X(01).
006300     05  GLM-SIDE             PIC X(01).
006400         88  GLM-DEBIT-SIDE   VALUE 'D'.
006500         88  GLM-CREDIT-SIDE  VALUE 'C'.
006600     05  FILLER               PIC X(01).
006700     05  GLM-ACCOUNT          PIC X(30).
006800     05  FILLER               PIC X(44).
006900 FD  GL-POST-FILE.
007000 01  POST-RECORD.
007100     05  POST-BATCH-ID        PIC 9(08).
007200     05  POST-A               PIC S9(07)V99
007300                              SIGN LEADING SEPARATE.
007400     05  POST-B               PIC S9(07)V99
007500                              SIGN LEADING SEPARATE.
007600     05  POST-C               PIC S9(07)V99
007700                              SIGN LEADING SEPARATE.
007800     05  POST-D               PIC S9(07)V99
007900                              SIGN LEADING SEPARATE.
008000     05  POST-E               PIC S9(07)V99
008100                              SIGN LEADING SEPARATE.
008200     05  POST-FUND-ENTRY OCCURS 3 TIMES.
008300         10  POST-FUND-AMT OCCURS 5 TIMES
008400                              PIC S9(07)V99
008500                              SIGN LEADING SEPARATE.
008600*--------------------------------------------------------------*
008700* GLCTL - THE ADDPOST BATCHES ALREADY JOURNALED, THE LAST       *
008800* BATCH AND THE DATE OF THE LAST JOURNAL.                       *
008900*--------------------------------------------------------------*
009000 FD  GL-CTL-FILE.
009100 01  GLC-RECORD.
009200     05  GLC-POSTED-COUNT     PIC 9(08).
009300     05  GLC-LAST-BATCH-ID    PIC 9(08).
009400     05  GLC-LAST-JRNL-DATE   PIC 9(08).
009500     05  FILLER               PIC X(56).
009600*--------------------------------------------------------------*
009700* GLJRNL - THE GL JOURNAL IMPORT: ONE H BATCH HEADER, L LINES   *
009800* EACH ONE ACCOUNT DEBITED OR CREDITED, ONE T BATCH TRAILER     *
009900* WITH THE LINE COUNT AND THE DEBIT AND CREDIT CONTROL TOTALS.  *
010000*--------------------------------------------------------------*
010100 FD  GL-JRNL-FILE.
010200 01  GLJ-RECORD.
010300     05  GLJ-RECORD-TYPE      PIC X(01).
010400     05  GLJ-RECORD-BODY      PIC X(119).
010500 01  GLJ-HEADER-R REDEFINES GLJ-RECORD.
010600     05  FILLER               PIC X(01).
010700     05  GLJH-BATCH-ID        PIC X(10).
010800     05  GLJH-JOURNAL-DATE    PIC 9(08).
010900     05  GLJH-SOURCE          PIC X(08).
011000     05  GLJH-DESCRIPTION     PIC X(30).
011100     05  FILLER               PIC X(63).
011200 01  GLJ-LINE-R REDEFINES GLJ-RECORD.
011300     05  FILLER               PIC X(01).
011400     05  GLJL-BATCH-ID        PIC X(10).
011500     05  GLJL-LINE-NO         PIC 9(06).
011600     05  GLJL-ACCOUNT         PIC X(30).
011700     05  GLJL-DR-CR           PIC X(01).
011800     05  GLJL-AMOUNT          PIC 9(11)V99.
011900     05  GLJL-DESCRIPTION     PIC X(30).
012000     05  FILLER               PIC X(29).
012100 01  GLJ-TRAILER-R REDEFINES GLJ-RECORD.
012200     05  FILLER               PIC X(01).
012300     05  GLJT-BATCH-ID        PIC X(10).
012400     05  GLJT-LINE-COUNT      PIC 9(06).
012500     05  GLJT-DEBIT-TOTAL     PIC 9(11)V99.
012600     05  GLJT-CREDIT-TOTAL    PIC 9(11)V99.
012700     05  GLJT-SOURCE-BATCHES  PIC 9(06).
012800     05  FILLER               PIC X(71).
012900 FD  GL-ALERT-FILE.
013000 COPY ALERTREC.
013100 FD  GL-CAL-FILE.
013200 01  CAL-RECORD.
013300     05  CAL-BUSINESS-DATE    PIC 9(08).
013400     05  CAL-MONTH-END-FLAG   PIC X(01).
013500     05  CAL-YEAR-END-FLAG    PIC X(01).
013600 FD  SUITE-PARM-FILE.
013700 01  SP-PARM-CARD             PIC X(11).
013800 FD  GL-CYCLENO-FILE.
013900 01  CYCLENO-CARD.
014000     05  CYC-CYCLE-NUMBER     PIC 9(06).
014100 WORKING-STORAGE SECTION.
014200 01  WS-SUITE-STATUS          PIC X(02).
014300     88  WS-SUITE-OK          VALUE '00'.
014400 01  WS-CYCLENO-STATUS        PIC X(02).
014500     88  WS-CYCLENO-OK        VALUE '00'.
014600 01  WS-MAP-STATUS            PIC X(02).
014700     88  WS-MAP-OK            VALUE '00'.
014800 01  WS-POST-STATUS           PIC X(02).
014900     88  WS-POST-OK           VALUE '00'.
015000 01  WS-CTL-STATUS            PIC X(02).
015100     88  WS-CTL-OK            VALUE '00'.
015200 01  WS-JRNL-STATUS           PIC X(02).
015300     88  WS-JRNL-OK           VALUE '00'.
015400 01  WS-ALERT-STATUS          PIC X(02).
015500     88  WS-ALERT-OK          VALUE '00'.
015600 01  WS-CAL-STATUS            PIC X(02).
015700     88  WS-CAL-OK            VALUE '00'.
015800 01  WS-EOF-SWITCH            PIC X(01).
015900     88  WS-AT-EOF            VALUE 'Y'.
016000     88  WS-NOT-AT-EOF        VALUE 'N'.
016100 01  WS-MAP-SWITCH            PIC X(01) VALUE 'Y'.
016200     88  WS-MAP-COMPLETE      VALUE 'Y'.
016300     88  WS-MAP-INCOMPLETE    VALUE 'N'.
016400 01  WS-BUSINESS-DATE         PIC 9(08) VALUE 0.
016500 01  WS-BATCH-ID              PIC X(10).
016600 01  WS-CAT-LETTERS           PIC X(05) VALUE 'ABCDE'.
016700 01  WS-FUND-LETTERS          PIC X(03) VALUE 'SFI'.
016800 01  WS-CAT-SUB               PIC 9(01) COMP.
016900 01  WS-FUND-SUB              PIC 9(01) COMP.
017000 01  WS-SIDE-SUB              PIC 9(01) COMP.
017100 01  WS-SUM-SUB               PIC 9(01) COMP.
017200 01  WS-POSTED-COUNT          PIC 9(08) COMP VALUE 0.
017300 01  WS-READ-COUNT            PIC 9(08) COMP VALUE 0.
017400 01  WS-NEW-BATCHES           PIC 9(06) COMP VALUE 0.
017500 01  WS-LAST-BATCH-ID         PIC 9(08) VALUE 0.
017600 01  WS-LINE-COUNT            PIC 9(06) COMP VALUE 0.
017700 01  WS-DEBIT-TOTAL           PIC 9(11)V99 VALUE 0.
017800 01  WS-CREDIT-TOTAL          PIC 9(11)V99 VALUE 0.
017900 01  WS-LINE-AMOUNT           PIC 9(11)V99.
018000 01  WS-DEBIT-ACCOUNT         PIC X(30).
018100 01  WS-CREDIT-ACCOUNT        PIC X(30).
018200 01  WS-LINE-DESC.
018300     05  FILLER               PIC X(16) VALUE 'REGISTRAR LEDGER'.
018400     05  FILLER               PIC X(05) VALUE ' CAT '.
018500     05  WS-DESC-CATEGORY     PIC X(01).
018600     05  FILLER               PIC X(06) VALUE ' FUND '.
018700     05  WS-DESC-FUND         PIC X(01).
018800     05  FILLER               PIC X(01) VALUE SPACE.
018900*--------------------------------------------------------------*
019000* GL-NET-TABLE - THE NEW BATCHES' FUND SPLIT NETTED BY FUND AND *
019100* CATEGORY, THE SAME 3 X 5 SHAPE ADDPOST CARRIES.               *
019200*--------------------------------------------------------------*
019300 01  GL-NET-TABLE.
019400     05  GL-NET-FUND OCCURS 3 TIMES.
019500         10  GL-NET-AMOUNT OCCURS 5 TIMES
019600                              PIC S9(09)V99 COMP-3.
019700*--------------------------------------------------------------*
019800* GL-MAP-TABLE - THE GLMAP ACCOUNTS BY FUND, CATEGORY AND SIDE  *
019900* (1 DEBIT, 2 CREDIT). SPACES IS UNMAPPED.                      *
020000*--------------------------------------------------------------*
020100 01  GL-MAP-TABLE.
020200     05  GL-MAP-FUND OCCURS 3 TIMES.
020300         10  GL-MAP-CAT OCCURS 5 TIMES.
020400             15  GL-MAP-ACCOUNT OCCURS 2 TIMES
020500                              PIC X(30).
020600 COPY SUITEPRM.
020700 COPY CKPTPARM.
020800 COPY IOERRPRM.
020900 COPY STEPPARM.
021000 COPY SEVPARM.
021100 PROCEDURE DIVISION.
021200 0000-MAINLINE.
021300     PERFORM 0005-CHECK-CHECKPOINT
021400         THRU 0005-CHECK-CHECKPOINT-EXIT.
021500     MOVE 'GLEXTR  ' TO SL-PROGRAM-ID.
021600     SET SL-PHASE-START TO TRUE.
021700     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
021800     PERFORM 0010-READ-SUITE-PARM THRU 0010-READ-SUITE-PARM-EXIT.
021900     PERFORM 0020-READ-BUSINESS-DATE
022000         THRU 0020-READ-BUSINESS-DATE-EXIT.
022100     PERFORM 0030-LOAD-ACCOUNT-MAP
022200         THRU 0030-LOAD-ACCOUNT-MAP-EXIT.
022300     PERFORM 1000-READ-CONTROL
022400         THRU 1000-READ-CONTROL-EXIT.
022500     PERFORM 2000-NET-NEW-BATCHES
022600         THRU 2000-NET-NEW-BATCHES-EXIT.
022700     PERFORM 3000-CHECK-MAPPING
022800         THRU 3000-CHECK-MAPPING-EXIT.
022900     IF WS-MAP-INCOMPLETE
023000         DISPLAY 'GLEXTR: UNMAPPED CATEGORY/FUND - NO JOURNAL. '
023100             'ADD THE GLMAP ACCOUNTS AND RERUN.'
023200         PERFORM 3500-WRITE-UNMAPPED-ALERT
023300             THRU 3500-WRITE-UNMAPPED-ALERT-EXIT
023400         MOVE 12 TO RETURN-CODE
023500         GO TO 9999-EXIT
023600     END-IF.
023700     PERFORM 4000-WRITE-JOURNAL
023800         THRU 4000-WRITE-JOURNAL-EXIT.
023900     IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
024000         DISPLAY 'GLEXTR: JOURNAL OUT OF BALANCE - DEBITS '
024100             WS-DEBIT-TOTAL ' CREDITS ' WS-CREDIT-TOTAL
024200         MOVE 12 TO RETURN-CODE
024300         GO TO 9999-EXIT
024400     END-IF.
024500     PERFORM 5000-WRITE-CONTROL
024600         THRU 5000-WRITE-CONTROL-EXIT.
024700     DISPLAY 'GLEXTR: ' WS-NEW-BATCHES ' ADDPOST BATCHES, '
024800         WS-LINE-COUNT ' JOURNAL LINES, ' WS-DEBIT-TOTAL
024900         ' EACH SIDE'.
025000     PERFORM 0900-MARK-CHECKPOINT
025100         THRU 0900-MARK-CHECKPOINT-EXIT.
025200     GO TO 9999-EXIT.
025300*--------------------------------------------------------------*
025400* 0005-CHECK-CHECKPOINT - ASKS CKPTCHK WHETHER GLEXTR ALREADY   *
025500* COMPLETED THIS CYCLE. IF SO, THE RUN ENDS HERE RATHER THAN    *
025600* SENDING THE GL A SECOND JOURNAL.                              *
025700*--------------------------------------------------------------*
025800 0005-CHECK-CHECKPOINT.
025900     MOVE 'GLEXTR  ' TO CK-PROGRAM-ID.
026000     SET CK-CHECK TO TRUE.
026100     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
026200     IF CK-ALREADY-DONE
026300         DISPLAY 'GLEXTR: ALREADY COMPLETED THIS CYCLE - '
026400             'SKIPPING'
026500         GO TO 9999-EXIT
026600     END-IF.
026700 0005-CHECK-CHECKPOINT-EXIT.
026800     EXIT.
026900*--------------------------------------------------------------*
027000* 0900-MARK-CHECKPOINT - TELLS CKPTCHK THAT GLEXTR COMPLETED    *
027100* THIS CYCLE'S EXTRACT SUCCESSFULLY.                            *
027200*--------------------------------------------------------------*
027300 0900-MARK-CHECKPOINT.
027400     MOVE 'GLEXTR  ' TO CK-PROGRAM-ID.
027500     SET CK-MARK TO TRUE.
027600     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
027700     MOVE 'GLEXTR  ' TO SL-PROGRAM-ID.
027800     SET SL-PHASE-END TO TRUE.
027900     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
028000 0900-MARK-CHECKPOINT-EXIT.
028100     EXIT.
028200*--------------------------------------------------------------*
028300* 0010-READ-SUITE-PARM - READS THE SUITE-WIDE CONTROL CARD      *
028400* FROM SUITEPRM, THEN THE CYCLE NUMBER OFF CYCLENO.             *
028500*--------------------------------------------------------------*
028600 0010-READ-SUITE-PARM.
028700     OPEN INPUT SUITE-PARM-FILE.
028800     IF WS-SUITE-OK
028900         READ SUITE-PARM-FILE
029000             AT END
029100                 CONTINUE
029200         END-READ
029300         IF WS-SUITE-OK
029400             MOVE SP-PARM-CARD (1:1)  TO SP-TEST-MODE-SWITCH
029500             MOVE SP-PARM-CARD (2:10) TO SP-BATCH-ID
029600         END-IF
029700         CLOSE SUITE-PARM-FILE
029800     END-IF.
029900     OPEN INPUT GL-CYCLENO-FILE.
030000     IF WS-CYCLENO-OK
030100         READ GL-CYCLENO-FILE
030200             AT END
030300                 CONTINUE
030400         END-READ
030500         IF WS-CYCLENO-OK
030600             AND CYC-CYCLE-NUMBER NUMERIC
030700             MOVE CYC-CYCLE-NUMBER TO SP-CYCLE-NUMBER
030800         END-IF
030900         CLOSE GL-CYCLENO-FILE
031000     END-IF.
031100 0010-READ-SUITE-PARM-EXIT.
031200     EXIT.
031300*--------------------------------------------------------------*
031400* 0020-READ-BUSINESS-DATE - THE SUITECAL BUSINESS DATE, WALL-   *
031500* CLOCK FALLBACK AS EVERYWHERE. IT DATES THE JOURNAL AND NAMES  *
031600* ITS BATCH.                                                    *
031700*--------------------------------------------------------------*
031800 0020-READ-BUSINESS-DATE.
031900     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
032000     OPEN INPUT GL-CAL-FILE.
032100     IF WS-CAL-OK
032200         READ GL-CAL-FILE
032300             AT END
032400                 CONTINUE
032500         END-READ
032600         IF WS-CAL-OK
032700             AND CAL-BUSINESS-DATE NUMERIC
032800             AND CAL-BUSINESS-DATE > 0
032900             MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
033000         END-IF
033100         CLOSE GL-CAL-FILE
033200     END-IF.
033300     MOVE SPACES TO WS-BATCH-ID.
033400     MOVE 'RB' TO WS-BATCH-ID (1:2).
033500     MOVE WS-BUSINESS-DATE TO WS-BATCH-ID (3:8).
033600 0020-READ-BUSINESS-DATE-EXIT.
033700     EXIT.
033800*--------------------------------------------------------------*
033900* 0030-LOAD-ACCOUNT-MAP - THE GLMAP CARDS INTO THE MAP TABLE. A *
034000* CARD FOR AN UNKNOWN CATEGORY, FUND OR SIDE IS REPORTED AND    *
034100* IGNORED. A MISSING MEMBER LEAVES EVERYTHING UNMAPPED, WHICH   *
034200* STOPS THE EXTRACT AT THE FIRST AMOUNT.                        *
034300*--------------------------------------------------------------*
034400 0030-LOAD-ACCOUNT-MAP.
034500     MOVE SPACES TO GL-MAP-TABLE.
034600     OPEN INPUT GL-MAP-FILE.
034700     IF NOT WS-MAP-OK
034800         MOVE 'GLEXTR  ' TO IO-PROGRAM-ID
034900         MOVE 'GLMAP   ' TO IO-FILE-NAME
035000         MOVE 'OPEN-IN ' TO IO-OPERATION
035100         MOVE WS-MAP-STATUS TO IO-FILE-STATUS
035200         MOVE 'N' TO IO-MANDATORY-FLAG
035300         CALL 'IOERR' USING IOERR-PARM-BLOCK
035400         GO TO 0030-LOAD-ACCOUNT-MAP-EXIT
035500     END-IF.
035600     SET WS-NOT-AT-EOF TO TRUE.
035700     PERFORM UNTIL WS-AT-EOF
035800         READ GL-MAP-FILE
035900             AT END
036000                 SET WS-AT-EOF TO TRUE
036100             NOT AT END
036200                 IF GLM-CATEGORY NOT = '*'
036300                     PERFORM 0040-LOAD-ONE-MAP-CARD
036400                         THRU 0040-LOAD-ONE-MAP-CARD-EXIT
036500                 END-IF
036600         END-READ
036700     END-PERFORM.
036800     CLOSE GL-MAP-FILE.
036900 0030-LOAD-ACCOUNT-MAP-EXIT.
037000     EXIT.
037100*--------------------------------------------------------------*
037200* 0040-LOAD-ONE-MAP-CARD - ONE GLMAP CARD INTO ITS SLOT.        *
037300*--------------------------------------------------------------*
037400 0040-LOAD-ONE-MAP-CARD.
037500     MOVE 0 TO WS-CAT-SUB WS-FUND-SUB WS-SIDE-SUB.
037600     PERFORM VARYING WS-SUM-SUB FROM 1 BY 1
037700             UNTIL WS-SUM-SUB > 5
037800         IF WS-CAT-LETTERS (WS-SUM-SUB:1) = GLM-CATEGORY
037900             MOVE WS-SUM-SUB TO WS-CAT-SUB
038000         END-IF
038100     END-PERFORM.
038200     PERFORM VARYING WS-SUM-SUB FROM 1 BY 1
038300             UNTIL WS-SUM-SUB > 3
038400         IF WS-FUND-LETTERS (WS-SUM-SUB:1) = GLM-FUND
038500             MOVE WS-SUM-SUB TO WS-FUND-SUB
038600         END-IF
038700     END-PERFORM.
038800     IF GLM-DEBIT-SIDE
038900         MOVE 1 TO WS-SIDE-SUB
039000     END-IF.
039100     IF GLM-CREDIT-SIDE
039200         MOVE 2 TO WS-SIDE-SUB
039300     END-IF.
039400     IF WS-CAT-SUB = 0
039500         OR WS-FUND-SUB = 0
039600         OR WS-SIDE-SUB = 0
039700         OR GLM-ACCOUNT = SPACES
039800         DISPLAY 'GLEXTR: GLMAP CARD IGNORED - ' GLM-CARD (1:36)
039900         GO TO 0040-LOAD-ONE-MAP-CARD-EXIT
040000     END-IF.
040100     MOVE GLM-ACCOUNT TO
040200         GL-MAP-ACCOUNT (WS-FUND-SUB WS-CAT-SUB WS-SIDE-SUB).
040300 0040-LOAD-ONE-MAP-CARD-EXIT.
040400     EXIT.
040500*--------------------------------------------------------------*
040600* 1000-READ-CONTROL - HOW MANY ADDPOST BATCHES EARLIER RUNS     *
040700* JOURNALED. NO GLCTL MEANS NONE HAVE BEEN.                     *
040800*--------------------------------------------------------------*
040900 1000-READ-CONTROL.
041000     OPEN INPUT GL-CTL-FILE.
041100     IF NOT WS-CTL-OK
041200         DISPLAY 'GLEXTR: NO GLCTL - JOURNALING ADDPOST FROM THE '
041300             'FIRST BATCH'
041400         GO TO 1000-READ-CONTROL-EXIT
041500     END-IF.
041600     READ GL-CTL-FILE
041700         AT END
041800             CONTINUE
041900     END-READ.
042000     IF WS-CTL-OK
042100         AND GLC-POSTED-COUNT NUMERIC
042200         MOVE GLC-POSTED-COUNT TO WS-POSTED-COUNT
042300     END-IF.
042400     IF WS-CTL-OK
042500         AND GLC-LAST-BATCH-ID NUMERIC
042600         MOVE GLC-LAST-BATCH-ID TO WS-LAST-BATCH-ID
042700     END-IF.
042800     CLOSE GL-CTL-FILE.
042900 1000-READ-CONTROL-EXIT.
043000     EXIT.
043100*--------------------------------------------------------------*
043200* 2000-NET-NEW-BATCHES - ADDPOST PAST THE BATCHES ALREADY       *
043300* JOURNALED, EACH BATCH'S FUND SPLIT ADDED INTO THE NET TABLE.  *
043400* A REVERSAL BATCH CARRIES ITS AMOUNTS NEGATIVE AND NETS OFF.   *
043500*--------------------------------------------------------------*
043600 2000-NET-NEW-BATCHES.
043700     INITIALIZE GL-NET-TABLE.
043800     OPEN INPUT GL-POST-FILE.
043900     IF NOT WS-POST-OK
044000         DISPLAY 'GLEXTR: NO ADDPOST - NOTHING TO JOURNAL'
044100         GO TO 2000-NET-NEW-BATCHES-EXIT
044200     END-IF.
044300     SET WS-NOT-AT-EOF TO TRUE.
044400     PERFORM UNTIL WS-AT-EOF
044500         READ GL-POST-FILE
044600             AT END
044700                 SET WS-AT-EOF TO TRUE
044800             NOT AT END
044900                 ADD 1 TO WS-READ-COUNT
045000                 IF WS-READ-COUNT > WS-POSTED-COUNT
045100                     PERFORM 2100-NET-ONE-BATCH
045200                         THRU 2100-NET-ONE-BATCH-EXIT
045300                 END-IF
045400         END-READ
045500     END-PERFORM.
045600     CLOSE GL-POST-FILE.
045700     IF WS-READ-COUNT < WS-POSTED-COUNT
045800         DISPLAY 'GLEXTR: ADDPOST HAS ' WS-READ-COUNT
045900             ' BATCHES, GLCTL SAYS ' WS-POSTED-COUNT
046000             ' JOURNALED - NOTHING NEW TAKEN'
046100     END-IF.
046200 2000-NET-NEW-BATCHES-EXIT.
046300     EXIT.
046400*--------------------------------------------------------------*
046500* 2100-NET-ONE-BATCH - ONE ADDPOST BATCH INTO THE NET TABLE.    *
046600*--------------------------------------------------------------*
046700 2100-NET-ONE-BATCH.
046800     ADD 1 TO WS-NEW-BATCHES.
046900     MOVE POST-BATCH-ID TO WS-LAST-BATCH-ID.
047000     PERFORM VARYING WS-FUND-SUB FROM 1 BY 1
047100             UNTIL WS-FUND-SUB > 3
047200         PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
047300                 UNTIL WS-CAT-SUB > 5
047400             IF POST-FUND-AMT (WS-FUND-SUB WS-CAT-SUB) NUMERIC
047500                 ADD POST-FUND-AMT (WS-FUND-SUB WS-CAT-SUB)
047600                     TO GL-NET-AMOUNT (WS-FUND-SUB WS-CAT-SUB)
047700             END-IF
047800         END-PERFORM
047900     END-PERFORM.
048000 2100-NET-ONE-BATCH-EXIT.
048100     EXIT.
048200*--------------------------------------------------------------*
048300* 3000-CHECK-MAPPING - EVERY FUND/CATEGORY WITH A NET AMOUNT    *
048400* MUST HAVE BOTH ITS DEBIT AND ITS CREDIT ACCOUNT. EACH ONE     *
048500* MISSING IS LISTED; ANY ONE STOPS THE EXTRACT.                 *
048600*--------------------------------------------------------------*
048700 3000-CHECK-MAPPING.
048800     SET WS-MAP-COMPLETE TO TRUE.
048900     PERFORM VARYING WS-FUND-SUB FROM 1 BY 1
049000             UNTIL WS-FUND-SUB > 3
049100         PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
049200                 UNTIL WS-CAT-SUB > 5
049300             IF GL-NET-AMOUNT (WS-FUND-SUB WS-CAT-SUB) NOT = 0
049400                 PERFORM 3100-CHECK-ONE-MAPPING
049500                     THRU 3100-CHECK-ONE-MAPPING-EXIT
049600             END-IF
049700         END-PERFORM
049800     END-PERFORM.
049900 3000-CHECK-MAPPING-EXIT.
050000     EXIT.
050100*--------------------------------------------------------------*
050200* 3100-CHECK-ONE-MAPPING - BOTH SIDES OF ONE FUND/CATEGORY.     *
050300*--------------------------------------------------------------*
050400 3100-CHECK-ONE-MAPPING.
050500     IF GL-MAP-ACCOUNT (WS-FUND-SUB WS-CAT-SUB 1) = SPACES
050600         SET WS-MAP-INCOMPLETE TO TRUE
050700         DISPLAY 'GLEXTR: NO DEBIT ACCOUNT FOR CATEGORY '
050800             WS-CAT-LETTERS (WS-CAT-SUB:1) ' FUND '
050900             WS-FUND-LETTERS (WS-FUND-SUB:1)
051000     END-IF.
051100     IF GL-MAP-ACCOUNT (WS-FUND-SUB WS-CAT-SUB 2) = SPACES
051200         SET WS-MAP-INCOMPLETE TO TRUE
051300         DISPLAY 'GLEXTR: NO CREDIT ACCOUNT FOR CATEGORY '
051400             WS-CAT-LETTERS (WS-CAT-SUB:1) ' FUND '
051500             WS-FUND-LETTERS (WS-FUND-SUB:1)
051600     END-IF.
051700 3100-CHECK-ONE-MAPPING-EXIT.
051800     EXIT.
051900*--------------------------------------------------------------*
052000* 3500-WRITE-UNMAPPED-ALERT - THE BURSAR AND OPS HEAR TONIGHT   *
052100* THAT THE GL GOT NO JOURNAL.                                   *
052200*--------------------------------------------------------------*
052300 3500-WRITE-UNMAPPED-ALERT.
052400     IF SP-TEST-MODE
052500         GO TO 3500-WRITE-UNMAPPED-ALERT-EXIT
052600     END-IF.
052700     OPEN EXTEND GL-ALERT-FILE.
052800     IF NOT WS-ALERT-OK
052900         CLOSE GL-ALERT-FILE
053000         OPEN OUTPUT GL-ALERT-FILE
053100     END-IF.
053200     MOVE SPACES TO ALERT-RECORD.
053300     MOVE 'GLEXTR  ' TO ALRT-PROGRAM-ID.
053400     ACCEPT ALRT-DATE FROM DATE YYYYMMDD.
053500     ACCEPT ALRT-TIME FROM TIME.
053600     MOVE 'GL ACCOUNT UNMAPPED' TO ALRT-CATEGORY.
053700     MOVE 'GLMAP' TO ALRT-DETAIL.
053800     MOVE SP-CYCLE-NUMBER TO ALRT-CYCLE-NUMBER.
053900     MOVE ALRT-CATEGORY TO SV-CATEGORY.
054000     CALL 'ALRTSEV' USING SEV-PARM-BLOCK.
054100     MOVE SV-SEVERITY TO ALRT-SEVERITY.
054200     WRITE ALERT-RECORD.
054300     CLOSE GL-ALERT-FILE.
054400 3500-WRITE-UNMAPPED-ALERT-EXIT.
054500     EXIT.
054600*--------------------------------------------------------------*
054700* 4000-WRITE-JOURNAL - THE H HEADER, A DEBIT AND A CREDIT LINE  *
054800* FOR EACH FUND/CATEGORY WITH A NET AMOUNT, THE T TRAILER. A    *
054900* NIGHT WITH NOTHING NEW STILL SENDS AN EMPTY BATCH SO THE GL   *
055000* SEES THE INTERFACE RAN.                                       *
055100*--------------------------------------------------------------*
055200 4000-WRITE-JOURNAL.
055300     OPEN OUTPUT GL-JRNL-FILE.
055400     MOVE SPACES TO GLJ-RECORD.
055500     MOVE 'H' TO GLJ-RECORD-TYPE.
055600     MOVE WS-BATCH-ID TO GLJH-BATCH-ID.
055700     MOVE WS-BUSINESS-DATE TO GLJH-JOURNAL-DATE.
055800     MOVE 'REGBURSR' TO GLJH-SOURCE.
055900     MOVE 'REGISTRAR LEDGER NIGHTLY' TO GLJH-DESCRIPTION.
056000     WRITE GLJ-RECORD.
056100     PERFORM VARYING WS-FUND-SUB FROM 1 BY 1
056200             UNTIL WS-FUND-SUB > 3
056300         PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
056400                 UNTIL WS-CAT-SUB > 5
056500             IF GL-NET-AMOUNT (WS-FUND-SUB WS-CAT-SUB) NOT = 0
056600                 PERFORM 4100-WRITE-ONE-ENTRY
056700                     THRU 4100-WRITE-ONE-ENTRY-EXIT
056800             END-IF
056900         END-PERFORM
057000     END-PERFORM.
057100     MOVE SPACES TO GLJ-RECORD.
057200     MOVE 'T' TO GLJ-RECORD-TYPE.
057300     MOVE WS-BATCH-ID TO GLJT-BATCH-ID.
057400     MOVE WS-LINE-COUNT TO GLJT-LINE-COUNT.
057500     MOVE WS-DEBIT-TOTAL TO GLJT-DEBIT-TOTAL.
057600     MOVE WS-CREDIT-TOTAL TO GLJT-CREDIT-TOTAL.
057700     MOVE WS-NEW-BATCHES TO GLJT-SOURCE-BATCHES.
057800     WRITE GLJ-RECORD.
057900     CLOSE GL-JRNL-FILE.
058000 4000-WRITE-JOURNAL-EXIT.
058100     EXIT.
058200*--------------------------------------------------------------*
058300* 4100-WRITE-ONE-ENTRY - THE TWO LINES OF ONE FUND/CATEGORY. A  *
058400* POSITIVE NET DEBITS THE D ACCOUNT AND CREDITS THE C ACCOUNT;  *
058500* A NEGATIVE NET DEBITS C AND CREDITS D FOR THE SAME AMOUNT.    *
058600*--------------------------------------------------------------*
058700 4100-WRITE-ONE-ENTRY.
058800     IF GL-NET-AMOUNT (WS-FUND-SUB WS-CAT-SUB) > 0
058900         MOVE GL-NET-AMOUNT (WS-FUND-SUB WS-CAT-SUB)
059000             TO WS-LINE-AMOUNT
059100         MOVE GL-MAP-ACCOUNT (WS-FUND-SUB WS-CAT-SUB 1)
059200             TO WS-DEBIT-ACCOUNT
059300         MOVE GL-MAP-ACCOUNT (WS-FUND-SUB WS-CAT-SUB 2)
059400             TO WS-CREDIT-ACCOUNT
059500     ELSE
059600         COMPUTE WS-LINE-AMOUNT =
059700             0 - GL-NET-AMOUNT (WS-FUND-SUB WS-CAT-SUB)
059800         MOVE GL-MAP-ACCOUNT (WS-FUND-SUB WS-CAT-SUB 2)
059900             TO WS-DEBIT-ACCOUNT
060000         MOVE GL-MAP-ACCOUNT (WS-FUND-SUB WS-CAT-SUB 1)
060100             TO WS-CREDIT-ACCOUNT
060200     END-IF.
060300     MOVE WS-CAT-LETTERS (WS-CAT-SUB:1) TO WS-DESC-CATEGORY.
060400     MOVE WS-FUND-LETTERS (WS-FUND-SUB:1) TO WS-DESC-FUND.
060500     MOVE SPACES TO GLJ-RECORD.
060600     MOVE 'L' TO GLJ-RECORD-TYPE.
060700     MOVE WS-BATCH-ID TO GLJL-BATCH-ID.
060800     ADD 1 TO WS-LINE-COUNT.
060900     MOVE WS-LINE-COUNT TO GLJL-LINE-NO.
061000     MOVE WS-DEBIT-ACCOUNT TO GLJL-ACCOUNT.
061100     MOVE 'D' TO GLJL-DR-CR.
061200     MOVE WS-LINE-AMOUNT TO GLJL-AMOUNT.
061300     MOVE WS-LINE-DESC TO GLJL-DESCRIPTION.
061400     WRITE GLJ-RECORD.
061500     ADD WS-LINE-AMOUNT TO WS-DEBIT-TOTAL.
061600     ADD 1 TO WS-LINE-COUNT.
061700     MOVE WS-LINE-COUNT TO GLJL-LINE-NO.
061800     MOVE WS-CREDIT-ACCOUNT TO GLJL-ACCOUNT.
061900     MOVE 'C' TO GLJL-DR-CR.
062000     WRITE GLJ-RECORD.
062100     ADD WS-LINE-AMOUNT TO WS-CREDIT-TOTAL.
062200 4100-WRITE-ONE-ENTRY-EXIT.
062300     EXIT.
062400*--------------------------------------------------------------*
062500* 5000-WRITE-CONTROL - GLCTL FORWARD TO EVERY BATCH ADDPOST HAS *
062600* NOW. A TEST-MODE RUN LEAVES IT, SO PRODUCTION JOURNALS THE    *
062700* SAME BATCHES.                                                 *
062800*--------------------------------------------------------------*
062900 5000-WRITE-CONTROL.
063000     IF SP-TEST-MODE
063100         GO TO 5000-WRITE-CONTROL-EXIT
063200     END-IF.
063300     IF WS-READ-COUNT < WS-POSTED-COUNT
063400         GO TO 5000-WRITE-CONTROL-EXIT
063500     END-IF.
063600     OPEN OUTPUT GL-CTL-FILE.
063700     MOVE SPACES TO GLC-RECORD.
063800     MOVE WS-READ-COUNT TO GLC-POSTED-COUNT.
063900     MOVE WS-LAST-BATCH-ID TO GLC-LAST-BATCH-ID.
064000     MOVE WS-BUSINESS-DATE TO GLC-LAST-JRNL-DATE.
064100     WRITE GLC-RECORD.
064200     CLOSE GL-CTL-FILE.
064300 5000-WRITE-CONTROL-EXIT.
064400     EXIT.
064500*--------------------------------------------------------------*
064600* 9999-EXIT                                                    *
064700*--------------------------------------------------------------*
064800 9999-EXIT.
064900     STOP RUN.
