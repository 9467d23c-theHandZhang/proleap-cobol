000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HOLDPOST.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - REGISTRATION HOLDS. THE       *
001100*                BURSAR, LIBRARY, HEALTH CENTER AND ADVISING    *
001200*                HOLD LISTS NOW LIVE ON ONE INDEXED STUHOLD     *
001300*                FILE (STUHLREC LAYOUT). THIS STEP APPLIES THE  *
001400*                OFFICES' HOLDFEED PLACE/RELEASE FEED, EDITED   *
001500*                AGAINST THE HOLDTYPE MEMBER (AN OFFICE PLACES  *
001600*                AND RELEASES ONLY ITS OWN TYPES), FAILURES TO  *
001700*                HOLDREJ WITH A REASON CODE. IT THEN PLACES THE *
001800*                BURSAR'S BALANCE HOLD ON EVERY STUDENT WHOSE   *
001900*                STUACCT BALANCE REACHES THE HOLDTYPE           *
002000*                THRESHOLD AND RELEASES EVERY SUCH AUTOMATIC    *
002100*                HOLD ONCE THE BALANCE FALLS BELOW IT, AND      *
002200*                CARRIES EACH TYPE'S REGISTRATION AND           *
002300*                TRANSCRIPT BLOCK FLAGS ONTO ITS HOLDS IN       *
002400*                FORCE. THE HOLDRPT REPORT LISTS, OFFICE BY     *
002500*                OFFICE, EVERY HOLD IN FORCE AND EVERY HOLD     *
002600*                RELEASED TODAY. TEST MODE WRITES THE REPORT    *
002700*                AND REJECTS BUT LEAVES STUHOLD ALONE.          *
002700* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 153 BYTES FOR THE *
002700*                DEGREE CONFERRAL DATE, STAMPED BY GRADCONF.    *
002700* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 170 BYTES FOR THE *
002700*                DIRECTORY-INFORMATION CONFIDENTIALITY FLAG,    *
002700*                ITS DATE AND REQUESTING OPERATOR.              *
002700* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 186 BYTES FOR THE *
002700*                DATE OF DEATH AND ITS VERIFICATION SOURCE.     *
002800*--------------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT HP-TYPE-FILE ASSIGN TO HOLDTYPE
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-TYPE-STATUS.
003500     SELECT HP-FEED-FILE ASSIGN TO HOLDFEED
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-FEED-STATUS.
003800     SELECT HP-HOLD-FILE ASSIGN TO STUHOLD
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS SHD-KEY
004200         FILE STATUS IS WS-HOLD-STATUS.
004300     SELECT HP-MASTER-FILE ASSIGN TO STUMAST
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS STM-STUDENT-ID
004700         FILE STATUS IS WS-MASTER-STATUS.
004800     SELECT HP-ACCT-FILE ASSIGN TO STUACCT
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-ACCT-STATUS.
005100     SELECT HP-REJECT-FILE ASSIGN TO HOLDREJ
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-REJECT-STATUS.
005400     SELECT HP-REPORT-FILE ASSIGN TO HOLDRPT
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-REPORT-STATUS.
005700     SELECT HP-CAL-FILE ASSIGN TO SUITECAL
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-CAL-STATUS.
006000     SELECT SUITE-PARM-FILE ASSIGN TO SUITEPRM
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-SUITE-STATUS.
006300     SELECT HP-CYCLENO-FILE ASSIGN TO CYCLENO
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-CYCLENO-STATUS.
006600 DATA DIVISION.
006700 FILE SECTION.
006800*--------------------------------------------------------------*
006900* HOLDTYPE - ONE T CARD PER HOLD TYPE: THE TYPE, THE OFFICE     *
007000* THAT OWNS IT, Y WHEN IT BLOCKS REGISTRATION ADDS, Y WHEN IT   *
007100* BLOCKS TRANSCRIPT RELEASE, AND A DESCRIPTION. ONE B CARD      *
007200* NAMES THE BURSAR BALANCE THRESHOLD AND THE HOLD TYPE PLACED   *
007300* AUTOMATICALLY AT IT; NO B CARD, NO AUTOMATIC HOLDS. A LINE    *
007400* WITH * IN COLUMN 1 IS A COMMENT.                              *
007500*--------------------------------------------------------------*
007600 FD  HP-TYPE-FILE.
007700 01  HTY-CARD.
007800     05  HTY-CARD-TYPE        PIC X(01).
007900         88  HTY-TYPE-CARD    VALUE 'T'.
008000         88  HTY-BALANCE-CARD VALUE 'B'.
008100     05  HTY-HOLD-TYPE        PIC X(04).
008200     05  HTY-OFFICE           PIC X(04).
008300     05  HTY-BLOCK-REG        PIC X(01).
008400     05  HTY-BLOCK-TRAN       PIC X(01).
008500     05  HTY-DESC             PIC X(20).
008600 01  HTY-BALANCE-R REDEFINES HTY-CARD.
008700     05  FILLER               PIC X(01).
008800     05  HTY-THRESHOLD        PIC 9(05)V99.
008900     05  HTY-BALANCE-TYPE     PIC X(04).
009000     05  FILLER               PIC X(19).
009100*--------------------------------------------------------------*
009200* HOLDFEED - THE OFFICES' HOLDS FOR TONIGHT: P PLACES A HOLD,   *
009300* R RELEASES THE ONE IN FORCE. THE OFFICE MUST OWN THE TYPE.    *
009400*--------------------------------------------------------------*
009500 FD  HP-FEED-FILE.
009600 01  HFD-RECORD.
009700     05  HFD-ACTION           PIC X(01).
009800         88  HFD-PLACE        VALUE 'P'.
009900         88  HFD-RELEASE      VALUE 'R'.
010000     05  HFD-STUDENT-ID       PIC 9(09).
010100     05  HFD-HOLD-TYPE        PIC X(04).
010200     05  HFD-OFFICE           PIC X(04).
010300     05  HFD-REASON           PIC X(30).
010400 FD  HP-HOLD-FILE.
010500 COPY STUHLREC.
010600 FD  HP-MASTER-FILE.
010700 01  STM-RECORD.
010800     05  STM-STUDENT-ID       PIC 9(09).
010900     05  STM-NAME             PIC X(25).
011000     05  STM-PROGRAM-CODE     PIC X(04).
011100     05  STM-RES-CODE1        PIC 9(01).
011200     05  STM-RES-CODE2        PIC 9(01).
011300     05  STM-RES-CODE3        PIC 9(01).
011400     05  STM-ENROLL-STATUS    PIC X(01).
011500     05  STM-LAST-MAINT-DATE  PIC 9(08).
011600     05  STM-ADDR-LINE1       PIC X(25).
011700     05  STM-ADDR-LINE2       PIC X(25).
011800     05  STM-CITY             PIC X(15).
011900     05  STM-STATE            PIC X(02).
012000     05  STM-ZIP              PIC X(05).
012100     05  STM-WITHDRAW-DATE    PIC 9(08).
012200     05  STM-DOB              PIC 9(08).
012300     05  STM-STANDING-CODE    PIC X(01).
012400     05  STM-STANDING-TERM    PIC X(06).
012400     05  STM-CONFER-DATE      PIC 9(08).
012400     05  STM-CONFID-FLAG      PIC X(01).
012400     05  STM-CONFID-DATE      PIC 9(08).
012400     05  STM-CONFID-OPER      PIC X(08).
012400     05  STM-DEATH-DATE       PIC 9(08).
012400     05  STM-DEATH-SOURCE     PIC X(08).
012500 FD  HP-ACCT-FILE.
012600 COPY STUACREC.
012700 FD  HP-REJECT-FILE.
012800 01  HRJ-RECORD.
012900     05  HRJ-REASON-CODE      PIC X(04).
013000     05  HRJ-FEED-RECORD      PIC X(48).
013100*--------------------------------------------------------------*
013200* HOLDRPT - EACH OFFICE'S HOLDS IN STUDENT ORDER UNDER AN       *
013300* OFFICE HEADING, THEN THE OFFICE'S COUNTS.                     *
013400*--------------------------------------------------------------*
013500 FD  HP-REPORT-FILE.
013600 01  HP-REPORT-RECORD.
013700     05  HPR-OFFICE           PIC X(04).
013800     05  FILLER               PIC X(01).
013900     05  HPR-STUDENT-ID       PIC 9(09).
014000     05  FILLER               PIC X(01).
014100     05  HPR-HOLD-TYPE        PIC X(04).
014200     05  FILLER               PIC X(01).
014300     05  HPR-PLACED-DATE      PIC 9(08).
014400     05  FILLER               PIC X(01).
014500     05  HPR-PLACED-BY        PIC X(08).
014600     05  FILLER               PIC X(01).
014700     05  HPR-STATUS           PIC X(08).
014800     05  FILLER               PIC X(01).
014900     05  HPR-REASON           PIC X(30).
015000 01  HPR-HEADING-R REDEFINES HP-REPORT-RECORD.
015100     05  FILLER               PIC X(05).
015200     05  HPH-TEXT             PIC X(30).
015300     05  FILLER               PIC X(01).
015400     05  HPH-DATE             PIC 9(08).
015500     05  FILLER               PIC X(33).
015600 01  HPR-TOTAL-R REDEFINES HP-REPORT-RECORD.
015700     05  FILLER               PIC X(05).
015800     05  HPT-LABEL            PIC X(14).
015900     05  HPT-IN-FORCE         PIC ZZZZZ9.
016000     05  FILLER               PIC X(01).
016100     05  HPT-PLACED-LABEL     PIC X(14).
016200     05  HPT-PLACED           PIC ZZZZZ9.
016300     05  FILLER               PIC X(01).
016400     05  HPT-RELEASED-LABEL   PIC X(16).
016500     05  HPT-RELEASED         PIC ZZZZZ9.
016600     05  FILLER               PIC X(08).
016700 FD  HP-CAL-FILE.
016800 01  CAL-RECORD.
016900     05  CAL-BUSINESS-DATE    PIC 9(08).
017000     05  CAL-MONTH-END-FLAG   PIC X(01).
017100     05  CAL-YEAR-END-FLAG    PIC X(01).
017200 FD  SUITE-PARM-FILE.
017300 01  SP-PARM-CARD             PIC X(11).
017400 FD  HP-CYCLENO-FILE.
017500 01  CYCLENO-CARD.
017600     05  CYC-CYCLE-NUMBER     PIC 9(06).
017700 WORKING-STORAGE SECTION.
017800 01  WS-SUITE-STATUS          PIC X(02).
017900     88  WS-SUITE-OK          VALUE '00'.
018000 01  WS-CYCLENO-STATUS        PIC X(02).
018100     88  WS-CYCLENO-OK        VALUE '00'.
018200 01  WS-TYPE-STATUS           PIC X(02).
018300     88  WS-TYPE-OK           VALUE '00'.
018400 01  WS-FEED-STATUS           PIC X(02).
018500     88  WS-FEED-OK           VALUE '00'.
018600 01  WS-HOLD-STATUS           PIC X(02).
018700     88  WS-HOLD-OK           VALUE '00'.
018800     88  WS-HOLD-NOT-FOUND    VALUE '23' '35'.
018900 01  WS-MASTER-STATUS         PIC X(02).
019000     88  WS-MASTER-OK         VALUE '00'.
019100 01  WS-ACCT-STATUS           PIC X(02).
019200     88  WS-ACCT-OK           VALUE '00'.
019300 01  WS-REJECT-STATUS         PIC X(02).
019400     88  WS-REJECT-OK         VALUE '00'.
019500 01  WS-REPORT-STATUS         PIC X(02).
019600     88  WS-REPORT-OK         VALUE '00'.
019700 01  WS-CAL-STATUS            PIC X(02).
019800     88  WS-CAL-OK            VALUE '00'.
019900 01  WS-EOF-SWITCH            PIC X(01).
020000     88  WS-AT-EOF            VALUE 'Y'.
020100     88  WS-NOT-AT-EOF        VALUE 'N'.
020200 01  WS-HOLD-EOF-SWITCH       PIC X(01).
020300     88  WS-HOLD-AT-END       VALUE 'Y'.
020400     88  WS-HOLD-NOT-AT-END   VALUE 'N'.
020500 01  WS-HOLD-OPEN-SWITCH      PIC X(01) VALUE 'N'.
020600     88  WS-HOLD-FILE-OPEN    VALUE 'Y'.
020700 01  WS-FOUND-SWITCH          PIC X(01).
020800     88  WS-HOLD-FOUND        VALUE 'Y'.
020900     88  WS-HOLD-NONE         VALUE 'N'.
021000 01  WS-EDIT-OK-SWITCH        PIC X(01).
021100     88  WS-EDIT-OK           VALUE 'Y'.
021200     88  WS-EDIT-FAILED       VALUE 'N'.
021300 01  WS-OVFL-SWITCH           PIC X(01) VALUE 'N'.
021400     88  WS-TABLE-OVERFLOWED  VALUE 'Y'.
021500 01  WS-BUSINESS-DATE         PIC 9(08) VALUE 0.
021600 01  WS-REJECT-REASON         PIC X(04).
021700 01  WS-THRESHOLD             PIC 9(05)V99 VALUE 0.
021800 01  WS-BALANCE-TYPE          PIC X(04) VALUE SPACES.
021900 01  WS-BALANCE-IDX           PIC 9(02) COMP VALUE 0.
022000 01  WS-FIND-STUDENT-ID       PIC 9(09).
022100 01  WS-FIND-HOLD-TYPE        PIC X(04).
022200 01  WS-FEED-PLACED           PIC 9(06) COMP VALUE 0.
022300 01  WS-FEED-RELEASED         PIC 9(06) COMP VALUE 0.
022400 01  WS-REJECT-COUNT          PIC 9(06) COMP VALUE 0.
022500 01  WS-AUTO-PLACED           PIC 9(06) COMP VALUE 0.
022600 01  WS-AUTO-RELEASED         PIC 9(06) COMP VALUE 0.
022700 01  WS-OFC-IN-FORCE          PIC 9(06) COMP VALUE 0.
022800 01  WS-OFC-PLACED            PIC 9(06) COMP VALUE 0.
022900 01  WS-OFC-RELEASED          PIC 9(06) COMP VALUE 0.
023000 01  WS-TYP-COUNT             PIC 9(02) COMP VALUE 0.
023100 01  WS-TYP-MAX               PIC 9(02) COMP VALUE 30.
023200 01  WS-TYP-IDX               PIC 9(02) COMP.
023300 01  WS-TYP-MATCH             PIC 9(02) COMP VALUE 0.
023400 01  WS-OFC-COUNT             PIC 9(02) COMP VALUE 0.
023500 01  WS-OFC-IDX               PIC 9(02) COMP.
023600 01  WS-OFC-MATCH             PIC 9(02) COMP VALUE 0.
023700 01  WS-SEARCH-ID             PIC 9(09).
023800 01  WS-STU-COUNT             PIC 9(05) COMP VALUE 0.
023900 01  WS-STU-MAX               PIC 9(05) COMP VALUE 8000.
024000 01  WS-STU-IDX               PIC 9(05) COMP.
024100 01  WS-SHIFT-IDX             PIC 9(05) COMP.
024200 01  WS-LOW                   PIC 9(05) COMP.
024300 01  WS-HIGH                  PIC 9(05) COMP.
024400 01  WS-MID                   PIC 9(05) COMP.
024500 01  WS-STU-FOUND-SWITCH      PIC X(01).
024600     88  WS-STU-FOUND         VALUE 'Y'.
024700     88  WS-STU-NOT-FOUND     VALUE 'N'.
024800*--------------------------------------------------------------*
024900* HP-TYP-TABLE - THE HOLDTYPE T CARDS.                          *
025000*--------------------------------------------------------------*
025100 01  HP-TYP-TABLE.
025200     05  HP-TYP-ENTRY OCCURS 30 TIMES.
025300         10  HTT-HOLD-TYPE    PIC X(04).
025400         10  HTT-OFFICE       PIC X(04).
025500         10  HTT-BLOCK-REG    PIC X(01).
025600         10  HTT-BLOCK-TRAN   PIC X(01).
025700*--------------------------------------------------------------*
025800* HP-OFC-TABLE - EACH OFFICE OWNING A HOLD TYPE, IN THE ORDER   *
025900* HOLDTYPE FIRST NAMES IT. THE REPORT RUNS IN THIS ORDER.       *
026000*--------------------------------------------------------------*
026100 01  HP-OFC-TABLE.
026200     05  HP-OFC-ENTRY OCCURS 30 TIMES.
026300         10  HOT-OFFICE       PIC X(04).
026400*--------------------------------------------------------------*
026500* HP-STU-TABLE - EVERY STUDENT ON STUACCT IN STUDENT ID ORDER   *
026600* WITH THE BALANCE OWED, AND WHETHER A BALANCE-TYPE HOLD IS     *
026700* ALREADY IN FORCE.                                             *
026800*--------------------------------------------------------------*
026900 01  HP-STU-TABLE.
027000     05  HP-STU-ENTRY OCCURS 8000 TIMES.
027100         10  HST-STUDENT-ID   PIC 9(09).
027200         10  HST-BALANCE      PIC S9(09)V99 COMP-3.
027300         10  HST-HOLD-SW      PIC X(01).
027400             88  HST-HAS-HOLD VALUE 'Y'.
027500 COPY SUITEPRM.
027600 COPY CKPTPARM.
027700 COPY IOERRPRM.
027800 COPY STEPPARM.
027900 PROCEDURE DIVISION.
028000 0000-MAINLINE.
028100     PERFORM 0005-CHECK-CHECKPOINT
028200         THRU 0005-CHECK-CHECKPOINT-EXIT.
028300     MOVE 'HOLDPOST' TO SL-PROGRAM-ID.
028400     SET SL-PHASE-START TO TRUE.
028500     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
028600     PERFORM 0010-READ-SUITE-PARM THRU 0010-READ-SUITE-PARM-EXIT.
028700     PERFORM 0020-READ-BUSINESS-DATE
028800         THRU 0020-READ-BUSINESS-DATE-EXIT.
028900     PERFORM 0100-LOAD-HOLD-TYPES
029000         THRU 0100-LOAD-HOLD-TYPES-EXIT.
029100     IF WS-TYP-COUNT = 0
029200         DISPLAY 'HOLDPOST: NO HOLD TYPES ON HOLDTYPE - '
029300             'NOTHING PLACED OR RELEASED'
029400         MOVE 8 TO RETURN-CODE
029500         GO TO 9999-EXIT
029600     END-IF.
029700     PERFORM 0200-OPEN-HOLD-FILE
029800         THRU 0200-OPEN-HOLD-FILE-EXIT.
029900     IF NOT WS-HOLD-FILE-OPEN
030000         MOVE 8 TO RETURN-CODE
030100         GO TO 9999-EXIT
030200     END-IF.
030300     PERFORM 1000-APPLY-HOLD-FEED
030400         THRU 1000-APPLY-HOLD-FEED-EXIT.
030500     IF WS-BALANCE-TYPE NOT = SPACES
030600         PERFORM 2000-LOAD-BALANCES
030700             THRU 2000-LOAD-BALANCES-EXIT
030800     END-IF.
030900     IF WS-TABLE-OVERFLOWED
031000         DISPLAY 'HOLDPOST: STUDENT TABLE FULL AT ' WS-STU-MAX
031100             ' - BALANCE HOLDS NOT WORKED, RAISE THE TABLE.'
031200         MOVE 4 TO RETURN-CODE
031300         MOVE 0 TO WS-STU-COUNT
031400         MOVE SPACES TO WS-BALANCE-TYPE
031500     END-IF.
031600     PERFORM 2500-SWEEP-HOLD-FILE
031700         THRU 2500-SWEEP-HOLD-FILE-EXIT.
031800     IF WS-BALANCE-TYPE NOT = SPACES
031900         PERFORM 2700-PLACE-BALANCE-HOLDS
032000             THRU 2700-PLACE-BALANCE-HOLDS-EXIT
032100     END-IF.
032200     PERFORM 3000-WRITE-HOLD-REPORT
032300         THRU 3000-WRITE-HOLD-REPORT-EXIT.
032400     CLOSE HP-HOLD-FILE.
032500     DISPLAY 'HOLDPOST: FEED ' WS-FEED-PLACED ' PLACED, '
032600         WS-FEED-RELEASED ' RELEASED, ' WS-REJECT-COUNT
032700         ' REJECTED; BALANCE HOLDS ' WS-AUTO-PLACED ' PLACED, '
032800         WS-AUTO-RELEASED ' RELEASED'.
032900     PERFORM 0900-MARK-CHECKPOINT
033000         THRU 0900-MARK-CHECKPOINT-EXIT.
033100     GO TO 9999-EXIT.
033200*--------------------------------------------------------------*
033300* 0005-CHECK-CHECKPOINT - ASKS CKPTCHK WHETHER HOLDPOST ALREADY *
033400* COMPLETED THIS CYCLE. IF SO, THE RUN ENDS HERE RATHER THAN    *
033500* APPLYING TONIGHT'S HOLD FEED TWICE.                           *
033600*--------------------------------------------------------------*
033700 0005-CHECK-CHECKPOINT.
033800     MOVE 'HOLDPOST' TO CK-PROGRAM-ID.
033900     SET CK-CHECK TO TRUE.
034000     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
034100     IF CK-ALREADY-DONE
034200         DISPLAY 'HOLDPOST: ALREADY COMPLETED THIS CYCLE - '
034300             'SKIPPING'
034400         GO TO 9999-EXIT
034500     END-IF.
034600 0005-CHECK-CHECKPOINT-EXIT.
034700     EXIT.
034800*--------------------------------------------------------------*
034900* 0900-MARK-CHECKPOINT - TELLS CKPTCHK THAT HOLDPOST COMPLETED  *
035000* THIS CYCLE SUCCESSFULLY.                                      *
035100*--------------------------------------------------------------*
035200 0900-MARK-CHECKPOINT.
035300     MOVE 'HOLDPOST' TO CK-PROGRAM-ID.
035400     SET CK-MARK TO TRUE.
035500     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
035600     MOVE 'HOLDPOST' TO SL-PROGRAM-ID.
035700     SET SL-PHASE-END TO TRUE.
035800     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
035900 0900-MARK-CHECKPOINT-EXIT.
036000     EXIT.
036100*--------------------------------------------------------------*
036200* 0010-READ-SUITE-PARM - READS THE SUITE-WIDE CONTROL CARD      *
036300* FROM SUITEPRM, THEN THE CYCLE NUMBER OFF CYCLENO.             *
036400*--------------------------------------------------------------*
036500 0010-READ-SUITE-PARM.
036600     OPEN INPUT SUITE-PARM-FILE.
036700     IF WS-SUITE-OK
036800         READ SUITE-PARM-FILE
036900             AT END
037000                 CONTINUE
037100         END-READ
037200         IF WS-SUITE-OK
037300             MOVE SP-PARM-CARD (1:1)  TO SP-TEST-MODE-SWITCH
037400             MOVE SP-PARM-CARD (2:10) TO SP-BATCH-ID
037500         END-IF
037600         CLOSE SUITE-PARM-FILE
037700     END-IF.
037800     OPEN INPUT HP-CYCLENO-FILE.
037900     IF WS-CYCLENO-OK
038000         READ HP-CYCLENO-FILE
038100             AT END
038200                 CONTINUE
038300         END-READ
038400         IF WS-CYCLENO-OK
038500             AND CYC-CYCLE-NUMBER NUMERIC
038600             MOVE CYC-CYCLE-NUMBER TO SP-CYCLE-NUMBER
038700         END-IF
038800         CLOSE HP-CYCLENO-FILE
038900     END-IF.
039000 0010-READ-SUITE-PARM-EXIT.
039100     EXIT.
039200*--------------------------------------------------------------*
039300* 0020-READ-BUSINESS-DATE - THE SUITECAL BUSINESS DATE, WALL-   *
039400* CLOCK FALLBACK AS EVERYWHERE. HOLDS ARE PLACED AND RELEASED   *
039500* AS OF IT.                                                     *
039600*--------------------------------------------------------------*
039700 0020-READ-BUSINESS-DATE.
039800     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
039900     OPEN INPUT HP-CAL-FILE.
040000     IF WS-CAL-OK
040100         READ HP-CAL-FILE
040200             AT END
040300                 CONTINUE
040400         END-READ
040500         IF WS-CAL-OK
040600             AND CAL-BUSINESS-DATE NUMERIC
040700             AND CAL-BUSINESS-DATE > 0
040800             MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
040900         END-IF
041000         CLOSE HP-CAL-FILE
041100     END-IF.
041200 0020-READ-BUSINESS-DATE-EXIT.
041300     EXIT.
041400*--------------------------------------------------------------*
041500* 0100-LOAD-HOLD-TYPES - THE HOLDTYPE MEMBER: T CARDS INTO THE  *
041600* TYPE TABLE AND THEIR OFFICES INTO THE OFFICE TABLE, THE B     *
041700* CARD INTO THE BALANCE THRESHOLD. A MISSING MEMBER IS LOGGED   *
041800* TO IOERR AND LEAVES NO TYPES.                                 *
041900*--------------------------------------------------------------*
042000 0100-LOAD-HOLD-TYPES.
042100     OPEN INPUT HP-TYPE-FILE.
042200     IF NOT WS-TYPE-OK
042300         MOVE 'HOLDPOST' TO IO-PROGRAM-ID
042400         MOVE 'HOLDTYPE' TO IO-FILE-NAME
042500         MOVE 'OPEN-IN ' TO IO-OPERATION
042600         MOVE WS-TYPE-STATUS TO IO-FILE-STATUS
042700         MOVE 'Y' TO IO-MANDATORY-FLAG
042800         CALL 'IOERR' USING IOERR-PARM-BLOCK
042900         GO TO 0100-LOAD-HOLD-TYPES-EXIT
043000     END-IF.
043100     SET WS-NOT-AT-EOF TO TRUE.
043200     PERFORM UNTIL WS-AT-EOF
043300         READ HP-TYPE-FILE
043400             AT END
043500                 SET WS-AT-EOF TO TRUE
043600             NOT AT END
043700                 EVALUATE TRUE
043800                     WHEN HTY-TYPE-CARD
043900                         AND HTY-HOLD-TYPE NOT = SPACES
044000                         AND HTY-OFFICE NOT = SPACES
044100                         PERFORM 0150-TAKE-TYPE-CARD
044200                             THRU 0150-TAKE-TYPE-CARD-EXIT
044300                     WHEN HTY-BALANCE-CARD
044400                         AND HTY-THRESHOLD NUMERIC
044500                         AND HTY-THRESHOLD > 0
044600                         MOVE HTY-THRESHOLD TO WS-THRESHOLD
044700                         MOVE HTY-BALANCE-TYPE TO WS-BALANCE-TYPE
044800                     WHEN OTHER
044900                         CONTINUE
045000                 END-EVALUATE
045100         END-READ
045200     END-PERFORM.
045300     CLOSE HP-TYPE-FILE.
045400     IF WS-BALANCE-TYPE NOT = SPACES
045500         MOVE WS-BALANCE-TYPE TO WS-FIND-HOLD-TYPE
045600         PERFORM 1500-FIND-HOLD-TYPE
045700             THRU 1500-FIND-HOLD-TYPE-EXIT
045800         MOVE WS-TYP-MATCH TO WS-BALANCE-IDX
045900         IF WS-BALANCE-IDX = 0
046000             DISPLAY 'HOLDPOST: BALANCE HOLD TYPE '
046100                 WS-BALANCE-TYPE
046200                 ' IS NOT ON HOLDTYPE - NO BALANCE HOLDS'
046300             MOVE SPACES TO WS-BALANCE-TYPE
046400         END-IF
046500     END-IF.
046600 0100-LOAD-HOLD-TYPES-EXIT.
046700     EXIT.
046800*--------------------------------------------------------------*
046900* 0150-TAKE-TYPE-CARD - ONE HOLD TYPE, AND ITS OFFICE IF THE    *
047000* OFFICE IS NEW.                                                *
047100*--------------------------------------------------------------*
047200 0150-TAKE-TYPE-CARD.
047300     IF WS-TYP-COUNT = WS-TYP-MAX
047400         DISPLAY 'HOLDPOST: HOLDTYPE TABLE FULL - TYPE '
047500             HTY-HOLD-TYPE ' IGNORED'
047600         GO TO 0150-TAKE-TYPE-CARD-EXIT
047700     END-IF.
047800     ADD 1 TO WS-TYP-COUNT.
047900     MOVE HTY-HOLD-TYPE TO HTT-HOLD-TYPE (WS-TYP-COUNT).
048000     MOVE HTY-OFFICE TO HTT-OFFICE (WS-TYP-COUNT).
048100     MOVE 'N' TO HTT-BLOCK-REG (WS-TYP-COUNT).
048200     MOVE 'N' TO HTT-BLOCK-TRAN (WS-TYP-COUNT).
048300     IF HTY-BLOCK-REG = 'Y'
048400         MOVE 'Y' TO HTT-BLOCK-REG (WS-TYP-COUNT)
048500     END-IF.
048600     IF HTY-BLOCK-TRAN = 'Y'
048700         MOVE 'Y' TO HTT-BLOCK-TRAN (WS-TYP-COUNT)
048800     END-IF.
048900     MOVE 0 TO WS-OFC-MATCH.
049000     PERFORM VARYING WS-OFC-IDX FROM 1 BY 1
049100             UNTIL WS-OFC-IDX > WS-OFC-COUNT
049200             OR WS-OFC-MATCH > 0
049300         IF HOT-OFFICE (WS-OFC-IDX) = HTY-OFFICE
049400             MOVE WS-OFC-IDX TO WS-OFC-MATCH
049500         END-IF
049600     END-PERFORM.
049700     IF WS-OFC-MATCH = 0
049800         ADD 1 TO WS-OFC-COUNT
049900         MOVE HTY-OFFICE TO HOT-OFFICE (WS-OFC-COUNT)
050000     END-IF.
050100 0150-TAKE-TYPE-CARD-EXIT.
050200     EXIT.
050300*--------------------------------------------------------------*
050400* 0200-OPEN-HOLD-FILE - STUHOLD FOR UPDATE, CREATED EMPTY THE   *
050500* FIRST NIGHT (THE ENRLMAST PRECEDENT). A TEST-MODE RUN READS   *
050600* IT ONLY.                                                      *
050700*--------------------------------------------------------------*
050800 0200-OPEN-HOLD-FILE.
050900     IF SP-TEST-MODE
051000         OPEN INPUT HP-HOLD-FILE
051100     ELSE
051200         OPEN I-O HP-HOLD-FILE
051300         IF WS-HOLD-NOT-FOUND
051400             OPEN OUTPUT HP-HOLD-FILE
051500             CLOSE HP-HOLD-FILE
051600             OPEN I-O HP-HOLD-FILE
051700         END-IF
051800     END-IF.
051900     IF WS-HOLD-OK
052000         SET WS-HOLD-FILE-OPEN TO TRUE
052100     ELSE
052200         MOVE 'HOLDPOST' TO IO-PROGRAM-ID
052300         MOVE 'STUHOLD ' TO IO-FILE-NAME
052400         MOVE 'OPEN-IO ' TO IO-OPERATION
052500         MOVE WS-HOLD-STATUS TO IO-FILE-STATUS
052600         MOVE 'Y' TO IO-MANDATORY-FLAG
052700         CALL 'IOERR' USING IOERR-PARM-BLOCK
052800     END-IF.
052900 0200-OPEN-HOLD-FILE-EXIT.
053000     EXIT.
053100*--------------------------------------------------------------*
053200* 1000-APPLY-HOLD-FEED - EVERY HOLDFEED RECORD EDITED, THEN     *
053300* PLACED OR RELEASED. EVERY FAILURE IS A HOLDREJ RECORD WITH A  *
053400* REASON: BADA = UNKNOWN ACTION, BADI = BAD STUDENT ID, NOST =  *
053500* STUDENT NOT ON STUMAST, BADT = HOLD TYPE NOT ON HOLDTYPE,     *
053600* OFFC = THE OFFICE DOES NOT OWN THE HOLD TYPE, DUPL = A HOLD   *
053700* OF THE TYPE ALREADY IN FORCE, NFND = RELEASE WITH NO HOLD OF  *
053800* THE TYPE IN FORCE. NO FEED IS NO OFFICE HOLDS TONIGHT.        *
053900*--------------------------------------------------------------*
054000 1000-APPLY-HOLD-FEED.
054100     OPEN OUTPUT HP-REJECT-FILE.
054200     OPEN INPUT HP-FEED-FILE.
054300     IF NOT WS-FEED-OK
054400         DISPLAY 'HOLDPOST: NO HOLD FEED TONIGHT'
054500         GO TO 1000-APPLY-HOLD-FEED-DONE
054600     END-IF.
054700     OPEN INPUT HP-MASTER-FILE.
054800     SET WS-NOT-AT-EOF TO TRUE.
054900     PERFORM UNTIL WS-AT-EOF
055000         READ HP-FEED-FILE
055100             AT END
055200                 SET WS-AT-EOF TO TRUE
055300             NOT AT END
055400                 PERFORM 1100-APPLY-ONE-FEED-RECORD
055500                     THRU 1100-APPLY-ONE-FEED-RECORD-EXIT
055600         END-READ
055700     END-PERFORM.
055800     CLOSE HP-FEED-FILE.
055900     IF WS-MASTER-OK
056000         CLOSE HP-MASTER-FILE
056100     END-IF.
056200 1000-APPLY-HOLD-FEED-DONE.
056300     CLOSE HP-REJECT-FILE.
056400 1000-APPLY-HOLD-FEED-EXIT.
056500     EXIT.
056600*--------------------------------------------------------------*
056700* 1100-APPLY-ONE-FEED-RECORD - THE EDITS, THEN THE PLACE OR THE *
056800* RELEASE.                                                      *
056900*--------------------------------------------------------------*
057000 1100-APPLY-ONE-FEED-RECORD.
057100     PERFORM 1200-EDIT-ONE-FEED-RECORD
057200         THRU 1200-EDIT-ONE-FEED-RECORD-EXIT.
057300     IF WS-EDIT-OK
057400         MOVE HFD-STUDENT-ID TO WS-FIND-STUDENT-ID
057500         MOVE HFD-HOLD-TYPE TO WS-FIND-HOLD-TYPE
057600         PERFORM 1600-FIND-HOLD-IN-FORCE
057700             THRU 1600-FIND-HOLD-IN-FORCE-EXIT
057800         IF HFD-PLACE
057900             PERFORM 1300-PLACE-ONE-HOLD
058000                 THRU 1300-PLACE-ONE-HOLD-EXIT
058100         ELSE
058200             PERFORM 1400-RELEASE-ONE-HOLD
058300                 THRU 1400-RELEASE-ONE-HOLD-EXIT
058400         END-IF
058500     END-IF.
058600     IF WS-EDIT-FAILED
058700         MOVE SPACES TO HRJ-RECORD
058800         MOVE WS-REJECT-REASON TO HRJ-REASON-CODE
058900         MOVE HFD-RECORD TO HRJ-FEED-RECORD
059000         WRITE HRJ-RECORD
059100         ADD 1 TO WS-REJECT-COUNT
059200     END-IF.
059300 1100-APPLY-ONE-FEED-RECORD-EXIT.
059400     EXIT.
059500*--------------------------------------------------------------*
059600* 1200-EDIT-ONE-FEED-RECORD - THE FIELD EDITS, THE STUMAST      *
059700* EXISTENCE CHECK AND THE HOLD TYPE'S OWNING OFFICE.            *
059800*--------------------------------------------------------------*
059900 1200-EDIT-ONE-FEED-RECORD.
060000     SET WS-EDIT-OK TO TRUE.
060100     IF NOT HFD-PLACE AND NOT HFD-RELEASE
060200         SET WS-EDIT-FAILED TO TRUE
060300         MOVE 'BADA' TO WS-REJECT-REASON
060400         GO TO 1200-EDIT-ONE-FEED-RECORD-EXIT
060500     END-IF.
060600     IF HFD-STUDENT-ID NOT NUMERIC
060700         OR HFD-STUDENT-ID = ZERO
060800         SET WS-EDIT-FAILED TO TRUE
060900         MOVE 'BADI' TO WS-REJECT-REASON
061000         GO TO 1200-EDIT-ONE-FEED-RECORD-EXIT
061100     END-IF.
061200     MOVE HFD-STUDENT-ID TO STM-STUDENT-ID.
061300     READ HP-MASTER-FILE
061400         INVALID KEY
061500             SET WS-EDIT-FAILED TO TRUE
061600             MOVE 'NOST' TO WS-REJECT-REASON
061700     END-READ.
061800     IF WS-EDIT-FAILED
061900         GO TO 1200-EDIT-ONE-FEED-RECORD-EXIT
062000     END-IF.
062100     MOVE HFD-HOLD-TYPE TO WS-FIND-HOLD-TYPE.
062200     PERFORM 1500-FIND-HOLD-TYPE
062300         THRU 1500-FIND-HOLD-TYPE-EXIT.
062400     IF WS-TYP-MATCH = 0
062500         SET WS-EDIT-FAILED TO TRUE
062600         MOVE 'BADT' TO WS-REJECT-REASON
062700         GO TO 1200-EDIT-ONE-FEED-RECORD-EXIT
062800     END-IF.
062900     IF HTT-OFFICE (WS-TYP-MATCH) NOT = HFD-OFFICE
063000         SET WS-EDIT-FAILED TO TRUE
063100         MOVE 'OFFC' TO WS-REJECT-REASON
063200     END-IF.
063300 1200-EDIT-ONE-FEED-RECORD-EXIT.
063400     EXIT.
063500*--------------------------------------------------------------*
063600* 1300-PLACE-ONE-HOLD - A NEW HOLD AS OF THE BUSINESS DATE. A   *
063700* HOLD OF THE SAME TYPE ALREADY IN FORCE REJECTS AS DUPL.       *
063800*--------------------------------------------------------------*
063900 1300-PLACE-ONE-HOLD.
064000     IF WS-HOLD-FOUND
064100         SET WS-EDIT-FAILED TO TRUE
064200         MOVE 'DUPL' TO WS-REJECT-REASON
064300         GO TO 1300-PLACE-ONE-HOLD-EXIT
064400     END-IF.
064500     MOVE SPACES TO STU-HOLD-RECORD.
064600     MOVE HFD-STUDENT-ID TO SHD-STUDENT-ID.
064700     MOVE HFD-HOLD-TYPE TO SHD-HOLD-TYPE.
064800     MOVE WS-BUSINESS-DATE TO SHD-PLACED-DATE.
064900     MOVE HFD-OFFICE TO SHD-OFFICE.
065000     MOVE HTT-BLOCK-REG (WS-TYP-MATCH) TO SHD-BLOCK-REG.
065100     MOVE HTT-BLOCK-TRAN (WS-TYP-MATCH) TO SHD-BLOCK-TRAN.
065200     MOVE ZERO TO SHD-RELEASED-DATE.
065300     MOVE HFD-REASON TO SHD-REASON.
065400     MOVE 'HOLDFEED' TO SHD-PLACED-BY.
065500     IF SP-PRODUCTION-MODE
065600         WRITE STU-HOLD-RECORD
065700             INVALID KEY
065800                 SET WS-EDIT-FAILED TO TRUE
065900                 MOVE 'DUPL' TO WS-REJECT-REASON
066000                 GO TO 1300-PLACE-ONE-HOLD-EXIT
066100         END-WRITE
066200     END-IF.
066300     ADD 1 TO WS-FEED-PLACED.
066400 1300-PLACE-ONE-HOLD-EXIT.
066500     EXIT.
066600*--------------------------------------------------------------*
066700* 1400-RELEASE-ONE-HOLD - STAMPS THE HOLD IN FORCE RELEASED AS  *
066800* OF THE BUSINESS DATE. IT STAYS ON FILE AS HISTORY.            *
066900*--------------------------------------------------------------*
067000 1400-RELEASE-ONE-HOLD.
067100     IF WS-HOLD-NONE
067200         SET WS-EDIT-FAILED TO TRUE
067300         MOVE 'NFND' TO WS-REJECT-REASON
067400         GO TO 1400-RELEASE-ONE-HOLD-EXIT
067500     END-IF.
067600     MOVE WS-BUSINESS-DATE TO SHD-RELEASED-DATE.
067700     MOVE 'HOLDFEED' TO SHD-RELEASED-BY.
067800     IF SP-PRODUCTION-MODE
067900         REWRITE STU-HOLD-RECORD
068000     END-IF.
068100     ADD 1 TO WS-FEED-RELEASED.
068200 1400-RELEASE-ONE-HOLD-EXIT.
068300     EXIT.
068400*--------------------------------------------------------------*
068500* 1500-FIND-HOLD-TYPE - WS-FIND-HOLD-TYPE IN THE TYPE TABLE,    *
068600* LEFT IN WS-TYP-MATCH (ZERO WHEN IT IS NOT THERE).             *
068700*--------------------------------------------------------------*
068800 1500-FIND-HOLD-TYPE.
068900     MOVE 0 TO WS-TYP-MATCH.
069000     PERFORM VARYING WS-TYP-IDX FROM 1 BY 1
069100             UNTIL WS-TYP-IDX > WS-TYP-COUNT
069200             OR WS-TYP-MATCH > 0
069300         IF HTT-HOLD-TYPE (WS-TYP-IDX) = WS-FIND-HOLD-TYPE
069400             MOVE WS-TYP-IDX TO WS-TYP-MATCH
069500         END-IF
069600     END-PERFORM.
069700 1500-FIND-HOLD-TYPE-EXIT.
069800     EXIT.
069900*--------------------------------------------------------------*
070000* 1600-FIND-HOLD-IN-FORCE - KEYED START AT THE STUDENT AND TYPE *
070100* ON STUHOLD, READING FORWARD THROUGH THAT TYPE'S HOLDS FOR ONE *
070200* NOT YET RELEASED. FOUND LEAVES IT IN THE RECORD AREA.         *
070300*--------------------------------------------------------------*
070400 1600-FIND-HOLD-IN-FORCE.
070500     SET WS-HOLD-NONE TO TRUE.
070600     MOVE WS-FIND-STUDENT-ID TO SHD-STUDENT-ID.
070700     MOVE WS-FIND-HOLD-TYPE TO SHD-HOLD-TYPE.
070800     MOVE ZERO TO SHD-PLACED-DATE.
070900     START HP-HOLD-FILE KEY IS NOT LESS THAN SHD-KEY
071000         INVALID KEY
071100             GO TO 1600-FIND-HOLD-IN-FORCE-EXIT
071200     END-START.
071300     SET WS-HOLD-NOT-AT-END TO TRUE.
071400     PERFORM UNTIL WS-HOLD-AT-END
071500             OR WS-HOLD-FOUND
071600         READ HP-HOLD-FILE NEXT RECORD
071700             AT END
071800                 SET WS-HOLD-AT-END TO TRUE
071900             NOT AT END
072000                 IF SHD-STUDENT-ID NOT = WS-FIND-STUDENT-ID
072100                     OR SHD-HOLD-TYPE NOT = WS-FIND-HOLD-TYPE
072200                     SET WS-HOLD-AT-END TO TRUE
072300                 ELSE
072400                     IF SHD-IN-FORCE
072500                         SET WS-HOLD-FOUND TO TRUE
072600                     END-IF
072700                 END-IF
072800         END-READ
072900     END-PERFORM.
073000 1600-FIND-HOLD-IN-FORCE-EXIT.
073100     EXIT.
073200*--------------------------------------------------------------*
073300* 2000-LOAD-BALANCES - ONE PASS OVER STUACCT, EACH STUDENT'S    *
073400* BALANCE ACCUMULATED IN ID ORDER. NO SUBLEDGER MEANS NO        *
073500* BALANCES OWED.                                                *
073600*--------------------------------------------------------------*
073700 2000-LOAD-BALANCES.
073800     SET WS-NOT-AT-EOF TO TRUE.
073900     OPEN INPUT HP-ACCT-FILE.
074000     IF NOT WS-ACCT-OK
074100         GO TO 2000-LOAD-BALANCES-EXIT
074200     END-IF.
074300     PERFORM UNTIL WS-AT-EOF
074400         READ HP-ACCT-FILE
074500             AT END
074600                 SET WS-AT-EOF TO TRUE
074700             NOT AT END
074800                 IF SUB-STUDENT-ID NUMERIC
074900                     AND SUB-AMOUNT NUMERIC
075000                     PERFORM 2100-POST-ONE-EVENT
075100                         THRU 2100-POST-ONE-EVENT-EXIT
075200                 END-IF
075300         END-READ
075400     END-PERFORM.
075500     CLOSE HP-ACCT-FILE.
075600 2000-LOAD-BALANCES-EXIT.
075700     EXIT.
075800*--------------------------------------------------------------*
075900* 2100-POST-ONE-EVENT - ONE SUBLEDGER EVENT ONTO ITS STUDENT'S  *
076000* BALANCE, ADDING THE STUDENT IN ID ORDER THE FIRST TIME.       *
076100*--------------------------------------------------------------*
076200 2100-POST-ONE-EVENT.
076300     MOVE SUB-STUDENT-ID TO WS-SEARCH-ID.
076400     PERFORM 2200-FIND-STUDENT
076500         THRU 2200-FIND-STUDENT-EXIT.
076600     IF WS-STU-NOT-FOUND
076700         IF WS-STU-COUNT = WS-STU-MAX
076800             SET WS-TABLE-OVERFLOWED TO TRUE
076900             SET WS-AT-EOF TO TRUE
077000             GO TO 2100-POST-ONE-EVENT-EXIT
077100         END-IF
077200         PERFORM 2300-INSERT-STUDENT
077300             THRU 2300-INSERT-STUDENT-EXIT
077400     END-IF.
077500     ADD SUB-AMOUNT TO HST-BALANCE (WS-STU-IDX).
077600 2100-POST-ONE-EVENT-EXIT.
077700     EXIT.
077800*--------------------------------------------------------------*
077900* 2200-FIND-STUDENT - BINARY SEARCH OF THE STUDENT TABLE FOR    *
078000* WS-SEARCH-ID. NOT FOUND LEAVES WS-STU-IDX AT THE SLOT THE     *
078100* STUDENT BELONGS IN.                                           *
078200*--------------------------------------------------------------*
078300 2200-FIND-STUDENT.
078400     SET WS-STU-NOT-FOUND TO TRUE.
078500     MOVE 1 TO WS-LOW.
078600     MOVE WS-STU-COUNT TO WS-HIGH.
078700     PERFORM UNTIL WS-LOW > WS-HIGH
078800             OR WS-STU-FOUND
078900         COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
079000         IF HST-STUDENT-ID (WS-MID) = WS-SEARCH-ID
079100             SET WS-STU-FOUND TO TRUE
079200             MOVE WS-MID TO WS-STU-IDX
079300         ELSE
079400             IF HST-STUDENT-ID (WS-MID) < WS-SEARCH-ID
079500                 COMPUTE WS-LOW = WS-MID + 1
079600             ELSE
079700                 COMPUTE WS-HIGH = WS-MID - 1
079800             END-IF
079900         END-IF
080000     END-PERFORM.
080100     IF WS-STU-NOT-FOUND
080200         MOVE WS-LOW TO WS-STU-IDX
080300     END-IF.
080400 2200-FIND-STUDENT-EXIT.
080500     EXIT.
080600*--------------------------------------------------------------*
080700* 2300-INSERT-STUDENT - OPENS THE SLOT AT WS-STU-IDX AND STARTS *
080800* THE STUDENT THERE WITH A ZERO BALANCE.                        *
080900*--------------------------------------------------------------*
081000 2300-INSERT-STUDENT.
081100     PERFORM VARYING WS-SHIFT-IDX FROM WS-STU-COUNT BY -1
081200             UNTIL WS-SHIFT-IDX < WS-STU-IDX
081300         MOVE HP-STU-ENTRY (WS-SHIFT-IDX)
081400             TO HP-STU-ENTRY (WS-SHIFT-IDX + 1)
081500     END-PERFORM.
081600     ADD 1 TO WS-STU-COUNT.
081700     MOVE WS-SEARCH-ID TO HST-STUDENT-ID (WS-STU-IDX).
081800     MOVE 0 TO HST-BALANCE (WS-STU-IDX).
081900     MOVE 'N' TO HST-HOLD-SW (WS-STU-IDX).
082000 2300-INSERT-STUDENT-EXIT.
082100     EXIT.
082200*--------------------------------------------------------------*
082300* 2500-SWEEP-HOLD-FILE - EVERY HOLD IN FORCE ON STUHOLD. ITS    *
082400* BLOCK FLAGS ARE BROUGHT UP TO ITS TYPE'S ON HOLDTYPE. A       *
082500* BALANCE-TYPE HOLD MARKS ITS STUDENT AS ALREADY HELD; ONE THIS *
082600* STEP PLACED ITSELF IS RELEASED ONCE THE BALANCE FALLS BELOW   *
082700* THE THRESHOLD. AN OFFICE'S OWN BALANCE-TYPE HOLD IS THE       *
082800* OFFICE'S TO RELEASE.                                          *
082900*--------------------------------------------------------------*
083000 2500-SWEEP-HOLD-FILE.
083100     MOVE LOW-VALUES TO SHD-KEY.
083200     START HP-HOLD-FILE KEY IS NOT LESS THAN SHD-KEY
083300         INVALID KEY
083400             GO TO 2500-SWEEP-HOLD-FILE-EXIT
083500     END-START.
083600     SET WS-HOLD-NOT-AT-END TO TRUE.
083700     PERFORM UNTIL WS-HOLD-AT-END
083800         READ HP-HOLD-FILE NEXT RECORD
083900             AT END
084000                 SET WS-HOLD-AT-END TO TRUE
084100             NOT AT END
084200                 IF SHD-IN-FORCE
084300                     PERFORM 2600-SWEEP-ONE-HOLD
084400                         THRU 2600-SWEEP-ONE-HOLD-EXIT
084500                 END-IF
084600         END-READ
084700     END-PERFORM.
084800 2500-SWEEP-HOLD-FILE-EXIT.
084900     EXIT.
085000*--------------------------------------------------------------*
085100* 2600-SWEEP-ONE-HOLD - ONE HOLD IN FORCE.                      *
085200*--------------------------------------------------------------*
085300 2600-SWEEP-ONE-HOLD.
085400     MOVE SHD-HOLD-TYPE TO WS-FIND-HOLD-TYPE.
085500     PERFORM 1500-FIND-HOLD-TYPE
085600         THRU 1500-FIND-HOLD-TYPE-EXIT.
085700     IF WS-TYP-MATCH > 0
085800         AND (SHD-BLOCK-REG NOT = HTT-BLOCK-REG (WS-TYP-MATCH)
085900         OR SHD-BLOCK-TRAN NOT = HTT-BLOCK-TRAN (WS-TYP-MATCH))
086000         MOVE HTT-BLOCK-REG (WS-TYP-MATCH) TO SHD-BLOCK-REG
086100         MOVE HTT-BLOCK-TRAN (WS-TYP-MATCH) TO SHD-BLOCK-TRAN
086200         IF SP-PRODUCTION-MODE
086300             REWRITE STU-HOLD-RECORD
086400         END-IF
086500     END-IF.
086600     IF WS-BALANCE-TYPE = SPACES
086700         OR SHD-HOLD-TYPE NOT = WS-BALANCE-TYPE
086800         GO TO 2600-SWEEP-ONE-HOLD-EXIT
086900     END-IF.
087000     MOVE SHD-STUDENT-ID TO WS-SEARCH-ID.
087100     PERFORM 2200-FIND-STUDENT
087200         THRU 2200-FIND-STUDENT-EXIT.
087300     IF WS-STU-FOUND
087400         MOVE 'Y' TO HST-HOLD-SW (WS-STU-IDX)
087500     END-IF.
087600     IF SHD-PLACED-BY NOT = 'HOLDPOST'
087700         GO TO 2600-SWEEP-ONE-HOLD-EXIT
087800     END-IF.
087900     IF WS-STU-FOUND
088000         IF HST-BALANCE (WS-STU-IDX) NOT < WS-THRESHOLD
088100             GO TO 2600-SWEEP-ONE-HOLD-EXIT
088200         END-IF
088300     END-IF.
088400     MOVE WS-BUSINESS-DATE TO SHD-RELEASED-DATE.
088500     MOVE 'HOLDPOST' TO SHD-RELEASED-BY.
088600     IF SP-PRODUCTION-MODE
088700         REWRITE STU-HOLD-RECORD
088800     END-IF.
088900     ADD 1 TO WS-AUTO-RELEASED.
089000 2600-SWEEP-ONE-HOLD-EXIT.
089100     EXIT.
089200*--------------------------------------------------------------*
089300* 2700-PLACE-BALANCE-HOLDS - A BALANCE HOLD ON EVERY STUDENT    *
089400* OWING THE THRESHOLD OR MORE WHO IS NOT ALREADY HELD.          *
089500*--------------------------------------------------------------*
089600 2700-PLACE-BALANCE-HOLDS.
089700     PERFORM VARYING WS-STU-IDX FROM 1 BY 1
089800             UNTIL WS-STU-IDX > WS-STU-COUNT
089900         IF HST-BALANCE (WS-STU-IDX) NOT < WS-THRESHOLD
090000             AND NOT HST-HAS-HOLD (WS-STU-IDX)
090100             PERFORM 2800-PLACE-ONE-BALANCE-HOLD
090200                 THRU 2800-PLACE-ONE-BALANCE-HOLD-EXIT
090300         END-IF
090400     END-PERFORM.
090500 2700-PLACE-BALANCE-HOLDS-EXIT.
090600     EXIT.
090700*--------------------------------------------------------------*
090800* 2800-PLACE-ONE-BALANCE-HOLD - THE BURSAR'S BALANCE HOLD,      *
090900* PLACED BY THIS STEP SO THIS STEP MAY RELEASE IT.              *
091000*--------------------------------------------------------------*
091100 2800-PLACE-ONE-BALANCE-HOLD.
091200     MOVE SPACES TO STU-HOLD-RECORD.
091300     MOVE HST-STUDENT-ID (WS-STU-IDX) TO SHD-STUDENT-ID.
091400     MOVE WS-BALANCE-TYPE TO SHD-HOLD-TYPE.
091500     MOVE WS-BUSINESS-DATE TO SHD-PLACED-DATE.
091600     MOVE HTT-OFFICE (WS-BALANCE-IDX) TO SHD-OFFICE.
091700     MOVE HTT-BLOCK-REG (WS-BALANCE-IDX) TO SHD-BLOCK-REG.
091800     MOVE HTT-BLOCK-TRAN (WS-BALANCE-IDX) TO SHD-BLOCK-TRAN.
091900     MOVE ZERO TO SHD-RELEASED-DATE.
092000     MOVE 'BALANCE OWED OVER THRESHOLD' TO SHD-REASON.
092100     MOVE 'HOLDPOST' TO SHD-PLACED-BY.
092200     IF SP-PRODUCTION-MODE
092300         WRITE STU-HOLD-RECORD
092400             INVALID KEY
092500                 DISPLAY 'HOLDPOST: BALANCE HOLD FOR '
092600                     SHD-STUDENT-ID ' ALREADY PLACED TODAY'
092700                 GO TO 2800-PLACE-ONE-BALANCE-HOLD-EXIT
092800         END-WRITE
092900     END-IF.
093000     ADD 1 TO WS-AUTO-PLACED.
093100 2800-PLACE-ONE-BALANCE-HOLD-EXIT.
093200     EXIT.
093300*--------------------------------------------------------------*
093400* 3000-WRITE-HOLD-REPORT - ONE SECTION PER OFFICE, IN HOLDTYPE  *
093500* ORDER: EVERY HOLD IN FORCE AND EVERY HOLD RELEASED TODAY, IN  *
093600* STUDENT ORDER, THEN THE OFFICE'S COUNTS.                      *
093700*--------------------------------------------------------------*
093800 3000-WRITE-HOLD-REPORT.
093900     OPEN OUTPUT HP-REPORT-FILE.
094000     PERFORM 3100-REPORT-ONE-OFFICE
094100         THRU 3100-REPORT-ONE-OFFICE-EXIT
094200         VARYING WS-OFC-IDX FROM 1 BY 1
094300         UNTIL WS-OFC-IDX > WS-OFC-COUNT.
094400     CLOSE HP-REPORT-FILE.
094500 3000-WRITE-HOLD-REPORT-EXIT.
094600     EXIT.
094700*--------------------------------------------------------------*
094800* 3100-REPORT-ONE-OFFICE - A PASS OF STUHOLD FOR ONE OFFICE.    *
094900*--------------------------------------------------------------*
095000 3100-REPORT-ONE-OFFICE.
095100     MOVE 0 TO WS-OFC-IN-FORCE.
095200     MOVE 0 TO WS-OFC-PLACED.
095300     MOVE 0 TO WS-OFC-RELEASED.
095400     MOVE SPACES TO HP-REPORT-RECORD.
095500     MOVE HOT-OFFICE (WS-OFC-IDX) TO HPR-OFFICE.
095600     MOVE 'HOLDS BY OFFICE AS OF' TO HPH-TEXT.
095700     MOVE WS-BUSINESS-DATE TO HPH-DATE.
095800     WRITE HP-REPORT-RECORD.
095900     MOVE LOW-VALUES TO SHD-KEY.
096000     START HP-HOLD-FILE KEY IS NOT LESS THAN SHD-KEY
096100         INVALID KEY
096200             GO TO 3100-WRITE-OFFICE-TOTALS
096300     END-START.
096400     SET WS-HOLD-NOT-AT-END TO TRUE.
096500     PERFORM UNTIL WS-HOLD-AT-END
096600         READ HP-HOLD-FILE NEXT RECORD
096700             AT END
096800                 SET WS-HOLD-AT-END TO TRUE
096900             NOT AT END
097000                 IF SHD-OFFICE = HOT-OFFICE (WS-OFC-IDX)
097100                     PERFORM 3200-REPORT-ONE-HOLD
097200                         THRU 3200-REPORT-ONE-HOLD-EXIT
097300                 END-IF
097400         END-READ
097500     END-PERFORM.
097600 3100-WRITE-OFFICE-TOTALS.
097700     MOVE SPACES TO HP-REPORT-RECORD.
097800     MOVE HOT-OFFICE (WS-OFC-IDX) TO HPR-OFFICE.
097900     MOVE 'IN FORCE' TO HPT-LABEL.
098000     MOVE WS-OFC-IN-FORCE TO HPT-IN-FORCE.
098100     MOVE 'PLACED TODAY' TO HPT-PLACED-LABEL.
098200     MOVE WS-OFC-PLACED TO HPT-PLACED.
098300     MOVE 'RELEASED TODAY' TO HPT-RELEASED-LABEL.
098400     MOVE WS-OFC-RELEASED TO HPT-RELEASED.
098500     WRITE HP-REPORT-RECORD.
098600 3100-REPORT-ONE-OFFICE-EXIT.
098700     EXIT.
098800*--------------------------------------------------------------*
098900* 3200-REPORT-ONE-HOLD - A HOLD IN FORCE, OR ONE RELEASED       *
099000* TODAY. OLDER RELEASES ARE HISTORY AND ARE NOT LISTED.         *
099100*--------------------------------------------------------------*
099200 3200-REPORT-ONE-HOLD.
099300     IF NOT SHD-IN-FORCE
099400         AND SHD-RELEASED-DATE NOT = WS-BUSINESS-DATE
099500         GO TO 3200-REPORT-ONE-HOLD-EXIT
099600     END-IF.
099700     MOVE SPACES TO HP-REPORT-RECORD.
099800     MOVE SHD-OFFICE TO HPR-OFFICE.
099900     MOVE SHD-STUDENT-ID TO HPR-STUDENT-ID.
100000     MOVE SHD-HOLD-TYPE TO HPR-HOLD-TYPE.
100100     MOVE SHD-PLACED-DATE TO HPR-PLACED-DATE.
100200     MOVE SHD-PLACED-BY TO HPR-PLACED-BY.
100300     MOVE SHD-REASON TO HPR-REASON.
100400     IF SHD-IN-FORCE
100500         MOVE 'IN FORCE' TO HPR-STATUS
100600         ADD 1 TO WS-OFC-IN-FORCE
100700     ELSE
100800         MOVE 'RELEASED' TO HPR-STATUS
100900         ADD 1 TO WS-OFC-RELEASED
101000     END-IF.
101100     IF SHD-PLACED-DATE = WS-BUSINESS-DATE
101200         ADD 1 TO WS-OFC-PLACED
101300     END-IF.
101400     WRITE HP-REPORT-RECORD.
101500 3200-REPORT-ONE-HOLD-EXIT.
101600     EXIT.
101700*--------------------------------------------------------------*
101800* 9999-EXIT                                                    *
101900*--------------------------------------------------------------*
102000 9999-EXIT.
102100     STOP RUN.
