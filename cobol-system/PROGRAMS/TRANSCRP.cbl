000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TRANSCRP.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - OFFICIAL TRANSCRIPTS. WORKS   *
001100*                THE TRNRQST TRANSCRIPT REQUEST QUEUE (TRNRQREC *
001200*                LAYOUT) LOOKUP FILLS UNDER THE SIGNED-ON       *
001300*                OPERATOR. EACH PENDING REQUEST IS FORMATTED    *
001400*                FROM STUMAST AND THE ACADHIST ACADEMIC         *
001500*                HISTORY, TERM BY TERM IN CALENDAR ORDER, WITH  *
001600*                THE STUGPA TERM AND CUMULATIVE GPA LINE AFTER  *
001700*                EACH TERM, ONTO TRNSCRPT FOR THE PRINT SHOP.   *
001800*                A STUDENT CARRYING A HOLD - TODAY AN UNPAID    *
001900*                STUACCT BALANCE - IS REFUSED, NOT PRINTED.     *
002000*                EVERY REQUEST IS STAMPED ISSUED OR REFUSED ON  *
002100*                THE QUEUE AND ON THE TRNSREG REGISTER, AND     *
002200*                EVERY TRANSCRIPT ISSUED IS STAMPED TO AUDITLOG *
002300*                THROUGH AUDCHN (KEY FIELD THE STUDENT, KEY     *
002400*                COUNT THE REQUEST NUMBER) SO WHAT WENT TO WHOM *
002500*                IS PROVABLE. TEST MODE PRINTS BUT LEAVES THE   *
002600*                QUEUE AND AUDITLOG ALONE.                      *
002600* 10/15/26  DW   HOLDS NOW COME FROM THE STUHOLD REGISTRATION    *
002600*                HOLDS FILE INSTEAD OF THE STUACCT BALANCE. ANY  *
002600*                HOLD IN FORCE WHOSE TYPE BLOCKS TRANSCRIPT      *
002600*                RELEASE REFUSES THE REQUEST, THE REASON NAMING  *
002600*                THE HOLD TYPE. A BALANCE OWED STILL HOLDS THE   *
002600*                TRANSCRIPT THROUGH THE BURSAR HOLD HOLDPOST     *
002600*                PLACES.                                         *
002600* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 153 BYTES FOR THE  *
002600*                DEGREE CONFERRAL DATE, STAMPED BY GRADCONF.     *
002600* 10/15/26  DW   A DEGREE GRADCONF HAS CONFERRED (ACADHIST       *
002600*                SECTION DEG) PRINTS AS A DEGREE CONFERRED       *
002600*                LINE, WITH ITS TERM AND DATE, AFTER THE         *
002600*                COURSES INSTEAD OF AS A COURSE.                 *
002600* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 170 BYTES FOR THE  *
002600*                DIRECTORY-INFORMATION CONFIDENTIALITY FLAG,     *
002600*                ITS DATE AND REQUESTING OPERATOR.               *
002600* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 186 BYTES FOR THE  *
002600*                DATE OF DEATH AND ITS VERIFICATION SOURCE.      *
002700*--------------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT TR-QUEUE-FILE ASSIGN TO TRNRQST
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-QUEUE-STATUS.
003400     SELECT TR-MASTER-FILE ASSIGN TO STUMAST
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS STM-STUDENT-ID
003800         FILE STATUS IS WS-MASTER-STATUS.
003900     SELECT TR-HIST-FILE ASSIGN TO ACADHIST
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS AHS-KEY
004300         FILE STATUS IS WS-HIST-STATUS.
004400     SELECT TR-GPA-FILE ASSIGN TO STUGPA
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS GPA-KEY
004800         FILE STATUS IS WS-GPA-STATUS.
004900     SELECT TR-HOLD-FILE ASSIGN TO STUHOLD
005000         ORGANIZATION IS INDEXED
005025         ACCESS MODE IS DYNAMIC
005050         RECORD KEY IS SHD-KEY
005100         FILE STATUS IS WS-HOLD-STATUS.
005200     SELECT TR-PRINT-FILE ASSIGN TO TRNSCRPT
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-PRINT-STATUS.
005500     SELECT TR-REGISTER-FILE ASSIGN TO TRNSREG
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-REGISTER-STATUS.
005800     SELECT TR-AUDIT-FILE ASSIGN TO AUDITLOG
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-SUITE-AUDIT-STATUS.
006100     SELECT TR-CAL-FILE ASSIGN TO SUITECAL
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-CAL-STATUS.
006400     SELECT SUITE-PARM-FILE ASSIGN TO SUITEPRM
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-SUITE-STATUS.
006700     SELECT TR-CYCLENO-FILE ASSIGN TO CYCLENO
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-CYCLENO-STATUS.
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  TR-QUEUE-FILE.
007300 COPY TRNRQREC.
007400 FD  TR-MASTER-FILE.
007500 01  STM-RECORD.
007600     05  STM-STUDENT-ID       PIC 9(09).
007700     05  STM-NAME             PIC X(25).
007800     05  STM-PROGRAM-CODE     PIC X(04).
007900     05  STM-RES-CODE1        PIC 9(01).
008000     05  STM-RES-CODE2        PIC 9(01).
008100     05  STM-RES-CODE3        PIC 9(01).
008200     05  STM-ENROLL-STATUS    PIC X(01).
008300     05  STM-LAST-MAINT-DATE  PIC 9(08).
008400     05  STM-ADDR-LINE1       PIC X(25).
008500     05  STM-ADDR-LINE2       PIC X(25).
008600     05  STM-CITY             PIC X(15).
008700     05  STM-STATE            PIC X(02).
008800     05  STM-ZIP              PIC X(05).
008900     05  STM-WITHDRAW-DATE    PIC 9(08).
009000     05  STM-DOB              PIC 9(08).
009100     05  STM-STANDING-CODE    PIC X(01).
009200     05  STM-STANDING-TERM    PIC X(06).
009200     05  STM-CONFER-DATE      PIC 9(08).
009200     05  STM-CONFID-FLAG      PIC X(01).
009200     05  STM-CONFID-DATE      PIC 9(08).
009200     05  STM-CONFID-OPER      PIC X(08).
009200     05  STM-DEATH-DATE       PIC 9(08).
009200     05  STM-DEATH-SOURCE     PIC X(08).
009300 FD  TR-HIST-FILE.
009400 COPY ACADHREC.
009500 FD  TR-GPA-FILE.
009600 COPY STUGPREC.
009700 FD  TR-HOLD-FILE.
009800 COPY STUHLREC.
009900*--------------------------------------------------------------*
010000* TR-PRINT-RECORD - ONE TRANSCRIPT LINE. THE LINE TYPE TELLS    *
010100* THE PRINT SHOP WHICH VIEW TO FORMAT: H THE RECIPIENT HEADING, *
010200* S THE STUDENT, C ONE COURSE, G A TERM'S GPA LINE, E THE END.  *
010300*--------------------------------------------------------------*
010400 FD  TR-PRINT-FILE.
010500 01  TR-PRINT-RECORD.
010600     05  TRP-LINE-TYPE        PIC X(01).
010700         88  TRP-HEADING-LINE VALUE 'H'.
010800         88  TRP-STUDENT-LINE VALUE 'S'.
010900         88  TRP-COURSE-LINE  VALUE 'C'.
011000         88  TRP-GPA-LINE     VALUE 'G'.
011100         88  TRP-END-LINE     VALUE 'E'.
011110         88  TRP-DEGREE-LINE  VALUE 'D'.
011200     05  TRP-STUDENT-ID       PIC 9(09).
011300     05  FILLER               PIC X(01).
011400     05  TRP-BODY             PIC X(69).
011500 01  TRP-HEADING-R REDEFINES TR-PRINT-RECORD.
011600     05  FILLER               PIC X(11).
011700     05  TRH-REQUEST-NO       PIC 9(08).
011800     05  FILLER               PIC X(01).
011900     05  TRH-DELIVERY-TYPE    PIC X(01).
012000     05  FILLER               PIC X(01).
012100     05  TRH-RECIPIENT        PIC X(30).
012200     05  FILLER               PIC X(01).
012300     05  TRH-ISSUE-DATE       PIC 9(08).
012400     05  FILLER               PIC X(19).
012500 01  TRP-STUDENT-R REDEFINES TR-PRINT-RECORD.
012600     05  FILLER               PIC X(11).
012700     05  TRS-NAME             PIC X(25).
012800     05  FILLER               PIC X(01).
012900     05  TRS-PROGRAM-CODE     PIC X(04).
013000     05  FILLER               PIC X(01).
013100     05  TRS-DOB              PIC 9(08).
013200     05  FILLER               PIC X(01).
013300     05  TRS-ENROLL-STATUS    PIC X(01).
013400     05  FILLER               PIC X(01).
013500     05  TRS-STANDING-CODE    PIC X(01).
013600     05  FILLER               PIC X(26).
013700 01  TRP-COURSE-R REDEFINES TR-PRINT-RECORD.
013800     05  FILLER               PIC X(11).
013900     05  TRC-TERM             PIC X(06).
014000     05  FILLER               PIC X(01).
014100     05  TRC-COURSE-ID        PIC X(06).
014200     05  FILLER               PIC X(01).
014300     05  TRC-SECTION          PIC X(03).
014400     05  FILLER               PIC X(01).
014500     05  TRC-CREDIT-HOURS     PIC Z9.
014600     05  FILLER               PIC X(01).
014700     05  TRC-GRADE            PIC X(02).
014800     05  FILLER               PIC X(01).
014900     05  TRC-QUALITY-POINTS   PIC ZZ9.99.
015000     05  FILLER               PIC X(39).
015100 01  TRP-GPA-R REDEFINES TR-PRINT-RECORD.
015200     05  FILLER               PIC X(11).
015300     05  TRG-TERM             PIC X(06).
015400     05  FILLER               PIC X(01).
015500     05  TRG-TERM-ATTEMPTED   PIC ZZ9.
015600     05  FILLER               PIC X(01).
015700     05  TRG-TERM-EARNED      PIC ZZ9.
015800     05  FILLER               PIC X(01).
015900     05  TRG-TERM-GPA         PIC 9.99.
016000     05  FILLER               PIC X(01).
016100     05  TRG-CUM-ATTEMPTED    PIC ZZZ9.
016200     05  FILLER               PIC X(01).
016300     05  TRG-CUM-EARNED       PIC ZZZ9.
016400     05  FILLER               PIC X(01).
016500     05  TRG-CUM-GPA          PIC 9.99.
016600     05  FILLER               PIC X(35).
016700 01  TRP-END-R REDEFINES TR-PRINT-RECORD.
016800     05  FILLER               PIC X(11).
016900     05  TRE-TEXT             PIC X(30).
017000     05  FILLER               PIC X(01).
017100     05  TRE-COURSE-COUNT     PIC ZZ9.
017200     05  FILLER               PIC X(35).
017209 01  TRP-DEGREE-R REDEFINES TR-PRINT-RECORD.
017218     05  FILLER               PIC X(11).
017227     05  TRD-TERM             PIC X(06).
017236     05  FILLER               PIC X(01).
017245     05  TRD-PROGRAM-CODE     PIC X(04).
017254     05  FILLER               PIC X(01).
017263     05  TRD-TEXT             PIC X(16).
017272     05  FILLER               PIC X(01).
017281     05  TRD-CONFER-DATE      PIC 9(08).
017290     05  FILLER               PIC X(32).
017300 FD  TR-REGISTER-FILE.
017400 01  TR-REGISTER-RECORD.
017500     05  TRR-REQUEST-NO       PIC 9(08).
017600     05  FILLER               PIC X(01).
017700     05  TRR-STUDENT-ID       PIC 9(09).
017800     05  FILLER               PIC X(01).
017900     05  TRR-DISPOSITION      PIC X(08).
018000     05  FILLER               PIC X(01).
018100     05  TRR-REASON           PIC X(20).
018200     05  FILLER               PIC X(01).
018300     05  TRR-DELIVERY-TYPE    PIC X(01).
018400     05  FILLER               PIC X(01).
018500     05  TRR-RECIPIENT        PIC X(30).
018600     05  FILLER               PIC X(01).
018700     05  TRR-REQUEST-OPER     PIC X(08).
018800 FD  TR-AUDIT-FILE.
018900 COPY AUDITREC.
019000 FD  TR-CAL-FILE.
019100 01  CAL-RECORD.
019200     05  CAL-BUSINESS-DATE    PIC 9(08).
019300     05  CAL-MONTH-END-FLAG   PIC X(01).
019400     05  CAL-YEAR-END-FLAG    PIC X(01).
019500 FD  SUITE-PARM-FILE.
019600 01  SP-PARM-CARD             PIC X(11).
019700 FD  TR-CYCLENO-FILE.
019800 01  CYCLENO-CARD.
019900     05  CYC-CYCLE-NUMBER     PIC 9(06).
020000 WORKING-STORAGE SECTION.
020100 01  WS-SUITE-STATUS          PIC X(02).
020200     88  WS-SUITE-OK          VALUE '00'.
020300 01  WS-CYCLENO-STATUS        PIC X(02).
020400     88  WS-CYCLENO-OK        VALUE '00'.
020500 01  WS-CAL-STATUS            PIC X(02).
020600     88  WS-CAL-OK            VALUE '00'.
020700 01  WS-QUEUE-STATUS          PIC X(02).
020800     88  WS-QUEUE-OK          VALUE '00'.
020900 01  WS-MASTER-STATUS         PIC X(02).
021000     88  WS-MASTER-OK         VALUE '00'.
021100 01  WS-HIST-STATUS           PIC X(02).
021200     88  WS-HIST-OK           VALUE '00'.
021300 01  WS-GPA-STATUS            PIC X(02).
021400     88  WS-GPA-OK            VALUE '00'.
021500 01  WS-HOLD-STATUS           PIC X(02).
021600     88  WS-HOLD-OK           VALUE '00'.
021700 01  WS-PRINT-STATUS          PIC X(02).
021800     88  WS-PRINT-OK          VALUE '00'.
021900 01  WS-REGISTER-STATUS       PIC X(02).
022000     88  WS-REGISTER-OK       VALUE '00'.
022100 01  WS-SUITE-AUDIT-STATUS    PIC X(02).
022200     88  WS-SUITE-AUDIT-OK    VALUE '00'.
022300 01  WS-EOF-SWITCH            PIC X(01).
022400     88  WS-AT-EOF            VALUE 'Y'.
022500     88  WS-NOT-AT-EOF        VALUE 'N'.
022510 01  WS-HOLD-OPEN-SWITCH      PIC X(01) VALUE 'N'.
022520     88  WS-HOLD-OPEN         VALUE 'Y'.
022530 01  WS-HOLD-SCAN-SWITCH      PIC X(01).
022540     88  WS-HOLD-SCAN-DONE    VALUE 'Y'.
022550     88  WS-HOLD-SCAN-GOING   VALUE 'N'.
022600 01  WS-BUSINESS-DATE         PIC 9(08) VALUE 0.
022700 01  WS-REFUSE-REASON         PIC X(20).
022800 01  WS-PENDING-COUNT         PIC 9(06) COMP VALUE 0.
022900 01  WS-ISSUED-COUNT          PIC 9(06) COMP VALUE 0.
023000 01  WS-REFUSED-COUNT         PIC 9(06) COMP VALUE 0.
023100 01  WS-QUEUE-COUNT           PIC 9(04) COMP VALUE 0.
023200 01  WS-QUEUE-MAX             PIC 9(04) COMP VALUE 2000.
023300 01  WS-QUEUE-IDX             PIC 9(04) COMP.
023400 01  WS-QUEUE-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
023500     88  WS-QUEUE-OVERFLOWED  VALUE 'Y'.
023600     88  WS-QUEUE-FIT         VALUE 'N'.
023700 01  WS-CRS-COUNT             PIC 9(03) COMP VALUE 0.
023800 01  WS-CRS-MAX               PIC 9(03) COMP VALUE 300.
023900 01  WS-CRS-IDX               PIC 9(03) COMP.
024000 01  WS-CRS-SLOT              PIC 9(03) COMP.
024010 01  WS-DEG-COUNT             PIC 9(02) COMP VALUE 0.
024020 01  WS-DEG-MAX               PIC 9(02) COMP VALUE 5.
024030 01  WS-DEG-IDX               PIC 9(02) COMP.
024100 01  WS-TERM-SEQ              PIC X(05).
024200 01  WS-PRIOR-TERM            PIC X(06).
024300*--------------------------------------------------------------*
024400* TR-QUEUE-TABLE - THE WHOLE TRNRQST QUEUE, LOADED SO EACH      *
024500* DISPOSITION CAN BE STAMPED BACK AND THE QUEUE REWRITTEN IN    *
024600* FULL.                                                         *
024800*--------------------------------------------------------------*
024900 01  TR-QUEUE-TABLE.
025000     05  TR-QUEUE-ENTRY OCCURS 2000 TIMES.
025100         10  TQT-IMAGE        PIC X(101).
025200         10  TQT-STATUS       PIC X(01).
025300         10  TQT-STUDENT-ID   PIC 9(09).
025500*--------------------------------------------------------------*
025600* TR-CRS-TABLE - ONE STUDENT'S ACADHIST RECORDS, HELD IN TERM   *
025700* CALENDAR ORDER (YEAR PLUS 1/2/3 FOR SP/SU/FA, AS GRADPOST     *
025800* SEQUENCES THEM) FOR PRINTING.                                 *
025900*--------------------------------------------------------------*
026000 01  TR-CRS-TABLE.
026100     05  TR-CRS-ENTRY OCCURS 300 TIMES.
026200         10  TCT-SEQ          PIC X(05).
026300         10  TCT-TERM         PIC X(06).
026400         10  TCT-COURSE-ID    PIC X(06).
026500         10  TCT-SECTION      PIC X(03).
026600         10  TCT-CREDIT-HOURS PIC 9(02).
026700         10  TCT-GRADE        PIC X(02).
026800         10  TCT-QUALITY-POINTS PIC 9(03)V99.
026810*--------------------------------------------------------------*
026820* TR-DEG-TABLE - THE DEGREES GRADCONF HAS CONFERRED ON THE      *
026830* STUDENT, HELD APART FROM THE COURSES AND PRINTED AFTER THEM.  *
026840*--------------------------------------------------------------*
026850 01  TR-DEG-TABLE.
026860     05  TR-DEG-ENTRY OCCURS 5 TIMES.
026870         10  TDT-TERM         PIC X(06).
026880         10  TDT-PROGRAM-CODE PIC X(04).
026890         10  TDT-CONFER-DATE  PIC 9(08).
026900 COPY SUITEPRM.
027000 COPY CKPTPARM.
027100 COPY CHNPARM.
027200 COPY STEPPARM.
027300 PROCEDURE DIVISION.
027400 0000-MAINLINE.
027500     PERFORM 0005-CHECK-CHECKPOINT
027600         THRU 0005-CHECK-CHECKPOINT-EXIT.
027700     MOVE 'TRANSCRP' TO SL-PROGRAM-ID.
027800     SET SL-PHASE-START TO TRUE.
027900     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
028000     PERFORM 0010-READ-SUITE-PARM THRU 0010-READ-SUITE-PARM-EXIT.
028100     PERFORM 0020-READ-BUSINESS-DATE
028200         THRU 0020-READ-BUSINESS-DATE-EXIT.
028300     PERFORM 1000-LOAD-REQUEST-QUEUE
028400         THRU 1000-LOAD-REQUEST-QUEUE-EXIT.
028500     IF WS-QUEUE-OVERFLOWED
028600         DISPLAY 'TRANSCRP: TRNRQST DEEPER THAN ' WS-QUEUE-MAX
028700             ' REQUESTS - NOTHING ISSUED. RAISE THE TABLE.'
028800         MOVE 8 TO RETURN-CODE
028900         GO TO 9999-EXIT
029000     END-IF.
029100     IF WS-PENDING-COUNT = 0
029200         DISPLAY 'TRANSCRP: NO TRANSCRIPT REQUESTS PENDING'
029300         GO TO 8000-END-OF-RUN
029400     END-IF.
029500     OPEN INPUT TR-MASTER-FILE.
029600     OPEN INPUT TR-HIST-FILE.
029700     OPEN INPUT TR-GPA-FILE.
029800     IF NOT WS-MASTER-OK
029900         OR NOT WS-HIST-OK
030000         OR NOT WS-GPA-OK
030100         DISPLAY 'TRANSCRP: STUMAST ' WS-MASTER-STATUS
030200             ' ACADHIST ' WS-HIST-STATUS ' STUGPA '
030300             WS-GPA-STATUS ' - REQUESTS LEFT PENDING'
030400         MOVE 8 TO RETURN-CODE
030500         GO TO 9999-EXIT
030600     END-IF.
030700     OPEN INPUT TR-HOLD-FILE.
030710     IF WS-HOLD-OK
030720         SET WS-HOLD-OPEN TO TRUE
030800     END-IF.
030900     OPEN OUTPUT TR-PRINT-FILE.
031000     OPEN OUTPUT TR-REGISTER-FILE.
031100     PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
031200             UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
031300         IF TQT-STATUS (WS-QUEUE-IDX) = 'P'
031400             PERFORM 2000-WORK-ONE-REQUEST
031500                 THRU 2000-WORK-ONE-REQUEST-EXIT
031600         END-IF
031700     END-PERFORM.
031800     CLOSE TR-PRINT-FILE.
031900     CLOSE TR-REGISTER-FILE.
032000     CLOSE TR-MASTER-FILE.
032010     IF WS-HOLD-OPEN
032020         CLOSE TR-HOLD-FILE
032030     END-IF.
032100     CLOSE TR-HIST-FILE.
032200     CLOSE TR-GPA-FILE.
032300     IF SP-PRODUCTION-MODE
032400         PERFORM 7000-REWRITE-REQUEST-QUEUE
032500             THRU 7000-REWRITE-REQUEST-QUEUE-EXIT
032600     END-IF.
032700 8000-END-OF-RUN.
032800     DISPLAY 'TRANSCRP: ' WS-ISSUED-COUNT ' TRANSCRIPTS ISSUED, '
032900         WS-REFUSED-COUNT ' REQUESTS REFUSED'.
033000     PERFORM 0900-MARK-CHECKPOINT
033100         THRU 0900-MARK-CHECKPOINT-EXIT.
033200     GO TO 9999-EXIT.
033300*--------------------------------------------------------------*
033400* 0005-CHECK-CHECKPOINT - ASKS CKPTCHK WHETHER TRANSCRP ALREADY *
033500* COMPLETED THIS CYCLE. IF SO, THE RUN ENDS HERE RATHER THAN    *
033600* PRINTING TONIGHT'S TRANSCRIPTS TWICE.                         *
033700*--------------------------------------------------------------*
033800 0005-CHECK-CHECKPOINT.
033900     MOVE 'TRANSCRP' TO CK-PROGRAM-ID.
034000     SET CK-CHECK TO TRUE.
034100     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
034200     IF CK-ALREADY-DONE
034300         DISPLAY 'TRANSCRP: ALREADY COMPLETED THIS CYCLE - '
034400             'SKIPPING'
034500         GO TO 9999-EXIT
034600     END-IF.
034700 0005-CHECK-CHECKPOINT-EXIT.
034800     EXIT.
034900*--------------------------------------------------------------*
035000* 0900-MARK-CHECKPOINT - TELLS CKPTCHK THAT TRANSCRP COMPLETED  *
035100* THIS CYCLE'S REQUESTS SUCCESSFULLY.                           *
035200*--------------------------------------------------------------*
035300 0900-MARK-CHECKPOINT.
035400     MOVE 'TRANSCRP' TO CK-PROGRAM-ID.
035500     SET CK-MARK TO TRUE.
035600     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
035700     MOVE 'TRANSCRP' TO SL-PROGRAM-ID.
035800     SET SL-PHASE-END TO TRUE.
035900     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
036000 0900-MARK-CHECKPOINT-EXIT.
036100     EXIT.
036200*--------------------------------------------------------------*
036300* 0010-READ-SUITE-PARM - READS THE SUITE-WIDE CONTROL CARD      *
036400* FROM SUITEPRM, THEN THE CYCLE NUMBER OFF CYCLENO.             *
036500*--------------------------------------------------------------*
036600 0010-READ-SUITE-PARM.
036700     OPEN INPUT SUITE-PARM-FILE.
036800     IF WS-SUITE-OK
036900         READ SUITE-PARM-FILE
037000             AT END
037100                 CONTINUE
037200         END-READ
037300         IF WS-SUITE-OK
037400             MOVE SP-PARM-CARD (1:1)  TO SP-TEST-MODE-SWITCH
037500             MOVE SP-PARM-CARD (2:10) TO SP-BATCH-ID
037600         END-IF
037700         CLOSE SUITE-PARM-FILE
037800     END-IF.
037900     OPEN INPUT TR-CYCLENO-FILE.
038000     IF WS-CYCLENO-OK
038100         READ TR-CYCLENO-FILE
038200             AT END
038300                 CONTINUE
038400         END-READ
038500         IF WS-CYCLENO-OK
038600             AND CYC-CYCLE-NUMBER NUMERIC
038700             MOVE CYC-CYCLE-NUMBER TO SP-CYCLE-NUMBER
038800         END-IF
038900         CLOSE TR-CYCLENO-FILE
039000     END-IF.
039100 0010-READ-SUITE-PARM-EXIT.
039200     EXIT.
039300*--------------------------------------------------------------*
039400* 0020-READ-BUSINESS-DATE - THE SUITECAL BUSINESS DATE, WALL-   *
039500* CLOCK FALLBACK AS EVERYWHERE. IT IS THE ISSUE DATE PRINTED ON *
039600* THE TRANSCRIPT AND STAMPED ON THE QUEUE.                      *
039700*--------------------------------------------------------------*
039800 0020-READ-BUSINESS-DATE.
039900     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
040000     OPEN INPUT TR-CAL-FILE.
040100     IF WS-CAL-OK
040200         READ TR-CAL-FILE
040300             AT END
040400                 CONTINUE
040500         END-READ
040600         IF WS-CAL-OK
040700             AND CAL-BUSINESS-DATE NUMERIC
040800             AND CAL-BUSINESS-DATE > 0
040900             MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
041000         END-IF
041100         CLOSE TR-CAL-FILE
041200     END-IF.
041300 0020-READ-BUSINESS-DATE-EXIT.
041400     EXIT.
041500*--------------------------------------------------------------*
041600* 1000-LOAD-REQUEST-QUEUE - THE WHOLE TRNRQST QUEUE INTO THE    *
041700* TABLE. A QUEUE DEEPER THAN THE TABLE REFUSES THE RUN RATHER   *
041800* THAN DROP REQUESTS ON THE REWRITE. NO QUEUE IS NO REQUESTS.   *
041900*--------------------------------------------------------------*
042000 1000-LOAD-REQUEST-QUEUE.
042100     SET WS-NOT-AT-EOF TO TRUE.
042200     OPEN INPUT TR-QUEUE-FILE.
042300     IF NOT WS-QUEUE-OK
042400         GO TO 1000-LOAD-REQUEST-QUEUE-EXIT
042500     END-IF.
042600     PERFORM UNTIL WS-AT-EOF
042700         READ TR-QUEUE-FILE
042800             AT END
042900                 SET WS-AT-EOF TO TRUE
043000             NOT AT END
043100                 IF WS-QUEUE-COUNT = WS-QUEUE-MAX
043200                     SET WS-QUEUE-OVERFLOWED TO TRUE
043300                     SET WS-AT-EOF TO TRUE
043400                 ELSE
043500                     ADD 1 TO WS-QUEUE-COUNT
043600                     MOVE TRN-REQUEST-RECORD
043700                         TO TQT-IMAGE (WS-QUEUE-COUNT)
043800                     MOVE TRQ-STATUS
043900                         TO TQT-STATUS (WS-QUEUE-COUNT)
044000                     MOVE TRQ-STUDENT-ID
044100                         TO TQT-STUDENT-ID (WS-QUEUE-COUNT)
044300                     IF TRQ-PENDING
044400                         ADD 1 TO WS-PENDING-COUNT
044500                     END-IF
044600                 END-IF
044700         END-READ
044800     END-PERFORM.
044900     CLOSE TR-QUEUE-FILE.
045000 1000-LOAD-REQUEST-QUEUE-EXIT.
045100     EXIT.
045200*--------------------------------------------------------------*
045225* 1500-CHECK-TRANSCRIPT-HOLDS - THE STUDENT'S HOLDS ON STUHOLD. *
045250* THE FIRST HOLD IN FORCE WHOSE TYPE BLOCKS TRANSCRIPT RELEASE  *
045275* REFUSES THE REQUEST, NAMING THE HOLD TYPE. NO HOLD FILE, NO   *
045300* HOLDS.                                                        *
045325*--------------------------------------------------------------*
045350 1500-CHECK-TRANSCRIPT-HOLDS.
045375     IF NOT WS-HOLD-OPEN
045400         GO TO 1500-CHECK-TRANSCRIPT-HOLDS-EXIT
045425     END-IF.
045450     MOVE TRQ-STUDENT-ID TO SHD-STUDENT-ID.
045475     MOVE LOW-VALUES TO SHD-HOLD-TYPE.
045500     MOVE ZERO TO SHD-PLACED-DATE.
045525     START TR-HOLD-FILE KEY IS NOT LESS THAN SHD-KEY
045550         INVALID KEY
045575             GO TO 1500-CHECK-TRANSCRIPT-HOLDS-EXIT
045600     END-START.
045625     SET WS-HOLD-SCAN-GOING TO TRUE.
045650     PERFORM UNTIL WS-HOLD-SCAN-DONE
045675         READ TR-HOLD-FILE NEXT RECORD
045700             AT END
045725                 SET WS-HOLD-SCAN-DONE TO TRUE
045750             NOT AT END
045775                 IF SHD-STUDENT-ID NOT = TRQ-STUDENT-ID
045800                     SET WS-HOLD-SCAN-DONE TO TRUE
045825                 ELSE
045850                     IF SHD-IN-FORCE
045875                         AND SHD-BLOCKS-TRANSCRIPT
045900                         STRING 'HOLD - ' SHD-HOLD-TYPE
045925                             DELIMITED BY SIZE
045950                             INTO WS-REFUSE-REASON
045975                         SET WS-HOLD-SCAN-DONE TO TRUE
046000                     END-IF
046025                 END-IF
046050         END-READ
046075     END-PERFORM.
046100 1500-CHECK-TRANSCRIPT-HOLDS-EXIT.
046125     EXIT.
048200*--------------------------------------------------------------*
048300* 2000-WORK-ONE-REQUEST - ISSUE OR REFUSE ONE PENDING REQUEST,  *
048400* STAMP THE DISPOSITION BACK INTO THE QUEUE TABLE AND REGISTER  *
048500* IT.                                                           *
048600*--------------------------------------------------------------*
048700 2000-WORK-ONE-REQUEST.
048800     MOVE TQT-IMAGE (WS-QUEUE-IDX) TO TRN-REQUEST-RECORD.
048900     MOVE SPACES TO WS-REFUSE-REASON.
049000     MOVE TRQ-STUDENT-ID TO STM-STUDENT-ID.
049100     READ TR-MASTER-FILE
049200         INVALID KEY
049300             MOVE 'NOT ON STUMAST' TO WS-REFUSE-REASON
049400     END-READ.
049500     IF WS-REFUSE-REASON = SPACES
049600         PERFORM 1500-CHECK-TRANSCRIPT-HOLDS
049700             THRU 1500-CHECK-TRANSCRIPT-HOLDS-EXIT
049800     END-IF.
049900     IF WS-REFUSE-REASON = SPACES
050000         PERFORM 3000-PRINT-TRANSCRIPT
050100             THRU 3000-PRINT-TRANSCRIPT-EXIT
050200         SET TRQ-ISSUED TO TRUE
050300         ADD 1 TO WS-ISSUED-COUNT
050400         IF SP-PRODUCTION-MODE
050500             PERFORM 4000-STAMP-AUDIT-TRAIL
050600                 THRU 4000-STAMP-AUDIT-TRAIL-EXIT
050700         END-IF
050800     ELSE
050900         SET TRQ-REFUSED TO TRUE
051000         ADD 1 TO WS-REFUSED-COUNT
051100     END-IF.
051200     MOVE WS-BUSINESS-DATE TO TRQ-DISPOSE-DATE.
051300     MOVE WS-REFUSE-REASON TO TRQ-REASON.
051400     MOVE TRN-REQUEST-RECORD TO TQT-IMAGE (WS-QUEUE-IDX).
051500     MOVE TRQ-STATUS TO TQT-STATUS (WS-QUEUE-IDX).
051600     MOVE SPACES TO TR-REGISTER-RECORD.
051700     MOVE TRQ-REQUEST-NO TO TRR-REQUEST-NO.
051800     MOVE TRQ-STUDENT-ID TO TRR-STUDENT-ID.
051900     IF TRQ-ISSUED
052000         MOVE 'ISSUED' TO TRR-DISPOSITION
052100     ELSE
052200         MOVE 'REFUSED' TO TRR-DISPOSITION
052300     END-IF.
052400     MOVE TRQ-REASON TO TRR-REASON.
052500     MOVE TRQ-DELIVERY-TYPE TO TRR-DELIVERY-TYPE.
052600     MOVE TRQ-RECIPIENT TO TRR-RECIPIENT.
052700     MOVE TRQ-REQUEST-OPER TO TRR-REQUEST-OPER.
052800     WRITE TR-REGISTER-RECORD.
052900 2000-WORK-ONE-REQUEST-EXIT.
053000     EXIT.
053100*--------------------------------------------------------------*
053200* 3000-PRINT-TRANSCRIPT - THE RECIPIENT HEADING, THE STUDENT    *
053300* LINE, EVERY COURSE TERM BY TERM WITH THE TERM'S GPA LINE      *
053400* AFTER ITS LAST COURSE, AND THE END LINE.                      *
053500*--------------------------------------------------------------*
053600 3000-PRINT-TRANSCRIPT.
053700     MOVE SPACES TO TR-PRINT-RECORD.
053800     SET TRP-HEADING-LINE TO TRUE.
053900     MOVE TRQ-STUDENT-ID TO TRP-STUDENT-ID.
054000     MOVE TRQ-REQUEST-NO TO TRH-REQUEST-NO.
054100     MOVE TRQ-DELIVERY-TYPE TO TRH-DELIVERY-TYPE.
054200     MOVE TRQ-RECIPIENT TO TRH-RECIPIENT.
054300     MOVE WS-BUSINESS-DATE TO TRH-ISSUE-DATE.
054400     WRITE TR-PRINT-RECORD.
054500     MOVE SPACES TO TR-PRINT-RECORD.
054600     SET TRP-STUDENT-LINE TO TRUE.
054700     MOVE TRQ-STUDENT-ID TO TRP-STUDENT-ID.
054800     MOVE STM-NAME TO TRS-NAME.
054900     MOVE STM-PROGRAM-CODE TO TRS-PROGRAM-CODE.
055000     MOVE STM-DOB TO TRS-DOB.
055100     MOVE STM-ENROLL-STATUS TO TRS-ENROLL-STATUS.
055200     MOVE STM-STANDING-CODE TO TRS-STANDING-CODE.
055300     WRITE TR-PRINT-RECORD.
055400     PERFORM 3100-LOAD-STUDENT-HISTORY
055500         THRU 3100-LOAD-STUDENT-HISTORY-EXIT.
055600     MOVE SPACES TO WS-PRIOR-TERM.
055700     PERFORM VARYING WS-CRS-IDX FROM 1 BY 1
055800             UNTIL WS-CRS-IDX > WS-CRS-COUNT
055900         IF TCT-TERM (WS-CRS-IDX) NOT = WS-PRIOR-TERM
056000             AND WS-PRIOR-TERM NOT = SPACES
056100             PERFORM 3500-PRINT-TERM-GPA
056200                 THRU 3500-PRINT-TERM-GPA-EXIT
056300         END-IF
056400         MOVE TCT-TERM (WS-CRS-IDX) TO WS-PRIOR-TERM
056500         MOVE SPACES TO TR-PRINT-RECORD
056600         SET TRP-COURSE-LINE TO TRUE
056700         MOVE TRQ-STUDENT-ID TO TRP-STUDENT-ID
056800         MOVE TCT-TERM (WS-CRS-IDX) TO TRC-TERM
056900         MOVE TCT-COURSE-ID (WS-CRS-IDX) TO TRC-COURSE-ID
057000         MOVE TCT-SECTION (WS-CRS-IDX) TO TRC-SECTION
057100         MOVE TCT-CREDIT-HOURS (WS-CRS-IDX) TO TRC-CREDIT-HOURS
057200         MOVE TCT-GRADE (WS-CRS-IDX) TO TRC-GRADE
057300         MOVE TCT-QUALITY-POINTS (WS-CRS-IDX)
057400             TO TRC-QUALITY-POINTS
057500         WRITE TR-PRINT-RECORD
057600     END-PERFORM.
057700     IF WS-PRIOR-TERM NOT = SPACES
057800         PERFORM 3500-PRINT-TERM-GPA
057900             THRU 3500-PRINT-TERM-GPA-EXIT
058000     END-IF.
058008     PERFORM VARYING WS-DEG-IDX FROM 1 BY 1
058016             UNTIL WS-DEG-IDX > WS-DEG-COUNT
058024         MOVE SPACES TO TR-PRINT-RECORD
058032         SET TRP-DEGREE-LINE TO TRUE
058040         MOVE TRQ-STUDENT-ID TO TRP-STUDENT-ID
058048         MOVE TDT-TERM (WS-DEG-IDX) TO TRD-TERM
058056         MOVE TDT-PROGRAM-CODE (WS-DEG-IDX) TO TRD-PROGRAM-CODE
058064         MOVE 'DEGREE CONFERRED' TO TRD-TEXT
058072         MOVE TDT-CONFER-DATE (WS-DEG-IDX) TO TRD-CONFER-DATE
058080         WRITE TR-PRINT-RECORD
058088     END-PERFORM.
058100     MOVE SPACES TO TR-PRINT-RECORD.
058200     SET TRP-END-LINE TO TRUE.
058300     MOVE TRQ-STUDENT-ID TO TRP-STUDENT-ID.
058400     MOVE 'END OF OFFICIAL TRANSCRIPT' TO TRE-TEXT.
058500     MOVE WS-CRS-COUNT TO TRE-COURSE-COUNT.
058600     WRITE TR-PRINT-RECORD.
058700 3000-PRINT-TRANSCRIPT-EXIT.
058800     EXIT.
058900*--------------------------------------------------------------*
059000* 3100-LOAD-STUDENT-HISTORY - KEYED START AT THE STUDENT ON     *
059100* ACADHIST; EACH RECORD IS INSERTED AFTER EVERY ONE ALREADY     *
059200* HELD FROM THE SAME OR AN EARLIER TERM, SO THE TABLE ENDS IN   *
059300* CALENDAR ORDER WITH EACH TERM'S COURSES IN KEY ORDER.         *
059400*--------------------------------------------------------------*
059500 3100-LOAD-STUDENT-HISTORY.
059600     MOVE 0 TO WS-CRS-COUNT.
059610     MOVE 0 TO WS-DEG-COUNT.
059700     SET WS-NOT-AT-EOF TO TRUE.
059800     MOVE LOW-VALUES TO AHS-KEY.
059900     MOVE TRQ-STUDENT-ID TO AHS-STUDENT-ID.
060000     START TR-HIST-FILE KEY IS NOT LESS THAN AHS-KEY
060100         INVALID KEY
060200             SET WS-AT-EOF TO TRUE
060300     END-START.
060400     PERFORM UNTIL WS-AT-EOF
060500         READ TR-HIST-FILE NEXT RECORD
060600             AT END
060700                 SET WS-AT-EOF TO TRUE
060800             NOT AT END
060900                 IF AHS-STUDENT-ID NOT = TRQ-STUDENT-ID
061000                     SET WS-AT-EOF TO TRUE
061100                 ELSE
061110                     IF AHS-SECTION = 'DEG'
061120                         PERFORM 3250-HOLD-ONE-DEGREE
061130                             THRU 3250-HOLD-ONE-DEGREE-EXIT
061140                     ELSE
061150                         IF WS-CRS-COUNT < WS-CRS-MAX
061160                             PERFORM 3200-INSERT-ONE-COURSE
061170                                 THRU 3200-INSERT-ONE-COURSE-EXIT
061180                         END-IF
061190                     END-IF
061600                 END-IF
061700         END-READ
061800     END-PERFORM.
061900 3100-LOAD-STUDENT-HISTORY-EXIT.
062000     EXIT.
062100*--------------------------------------------------------------*
062200* 3200-INSERT-ONE-COURSE - OPENS A SLOT AFTER THE LAST ENTRY    *
062300* WHOSE TERM SEQUENCE IS NOT LATER THAN THIS ONE'S.             *
062400*--------------------------------------------------------------*
062500 3200-INSERT-ONE-COURSE.
062600     PERFORM 3300-BUILD-TERM-SEQUENCE
062700         THRU 3300-BUILD-TERM-SEQUENCE-EXIT.
062800     MOVE WS-CRS-COUNT TO WS-CRS-SLOT.
062900     PERFORM UNTIL WS-CRS-SLOT = 0
063000             OR TCT-SEQ (WS-CRS-SLOT) NOT > WS-TERM-SEQ
063100         MOVE TR-CRS-ENTRY (WS-CRS-SLOT)
063200             TO TR-CRS-ENTRY (WS-CRS-SLOT + 1)
063300         SUBTRACT 1 FROM WS-CRS-SLOT
063400     END-PERFORM.
063500     ADD 1 TO WS-CRS-SLOT.
063600     ADD 1 TO WS-CRS-COUNT.
063700     MOVE WS-TERM-SEQ TO TCT-SEQ (WS-CRS-SLOT).
063800     MOVE AHS-TERM TO TCT-TERM (WS-CRS-SLOT).
063900     MOVE AHS-COURSE-ID TO TCT-COURSE-ID (WS-CRS-SLOT).
064000     MOVE AHS-SECTION TO TCT-SECTION (WS-CRS-SLOT).
064100     MOVE AHS-CREDIT-HOURS TO TCT-CREDIT-HOURS (WS-CRS-SLOT).
064200     MOVE AHS-GRADE TO TCT-GRADE (WS-CRS-SLOT).
064300     MOVE AHS-QUALITY-POINTS TO TCT-QUALITY-POINTS (WS-CRS-SLOT).
064400 3200-INSERT-ONE-COURSE-EXIT.
064500     EXIT.
064506*--------------------------------------------------------------*
064512* 3250-HOLD-ONE-DEGREE - A CONFERRED DEGREE (SECTION DEG, UNDER *
064518* THE PROGRAM CODE) IS KEPT FOR THE DEGREE LINES, NOT PRINTED   *
064524* AS A COURSE.                                                  *
064530*--------------------------------------------------------------*
064536 3250-HOLD-ONE-DEGREE.
064542     IF WS-DEG-COUNT < WS-DEG-MAX
064548         ADD 1 TO WS-DEG-COUNT
064554         MOVE AHS-TERM TO TDT-TERM (WS-DEG-COUNT)
064560         MOVE AHS-COURSE-ID (1:4)
064560             TO TDT-PROGRAM-CODE (WS-DEG-COUNT)
064566         MOVE AHS-POST-DATE TO TDT-CONFER-DATE (WS-DEG-COUNT)
064572     END-IF.
064578 3250-HOLD-ONE-DEGREE-EXIT.
064584     EXIT.
064600*--------------------------------------------------------------*
064700* 3300-BUILD-TERM-SEQUENCE - YEAR PLUS 1/2/3 FOR SP/SU/FA (9    *
064800* FOR ANYTHING ELSE, WHICH SORTS LAST IN ITS YEAR).             *
064900*--------------------------------------------------------------*
065000 3300-BUILD-TERM-SEQUENCE.
065100     MOVE AHS-TERM (1:4) TO WS-TERM-SEQ (1:4).
065200     EVALUATE AHS-TERM (5:2)
065300         WHEN 'SP'
065400             MOVE '1' TO WS-TERM-SEQ (5:1)
065500         WHEN 'SU'
065600             MOVE '2' TO WS-TERM-SEQ (5:1)
065700         WHEN 'FA'
065800             MOVE '3' TO WS-TERM-SEQ (5:1)
065900         WHEN OTHER
066000             MOVE '9' TO WS-TERM-SEQ (5:1)
066100     END-EVALUATE.
066200 3300-BUILD-TERM-SEQUENCE-EXIT.
066300     EXIT.
066400*--------------------------------------------------------------*
066500* 3500-PRINT-TERM-GPA - THE STUGPA LINE FOR THE TERM JUST       *
066600* PRINTED: TERM ATTEMPTED, EARNED AND GPA, THEN CUMULATIVE      *
066700* THROUGH THAT TERM. A TERM NOT YET SUMMARIZED PRINTS NO LINE.  *
066800*--------------------------------------------------------------*
066900 3500-PRINT-TERM-GPA.
067000     MOVE TRQ-STUDENT-ID TO GPA-STUDENT-ID.
067100     MOVE WS-PRIOR-TERM TO GPA-TERM.
067200     READ TR-GPA-FILE
067300         INVALID KEY
067400             GO TO 3500-PRINT-TERM-GPA-EXIT
067500     END-READ.
067600     MOVE SPACES TO TR-PRINT-RECORD.
067700     SET TRP-GPA-LINE TO TRUE.
067800     MOVE TRQ-STUDENT-ID TO TRP-STUDENT-ID.
067900     MOVE GPA-TERM TO TRG-TERM.
068000     MOVE GPA-TERM-ATTEMPTED TO TRG-TERM-ATTEMPTED.
068100     MOVE GPA-TERM-EARNED TO TRG-TERM-EARNED.
068200     MOVE GPA-TERM-GPA TO TRG-TERM-GPA.
068300     MOVE GPA-CUM-ATTEMPTED TO TRG-CUM-ATTEMPTED.
068400     MOVE GPA-CUM-EARNED TO TRG-CUM-EARNED.
068500     MOVE GPA-CUM-GPA TO TRG-CUM-GPA.
068600     WRITE TR-PRINT-RECORD.
068700 3500-PRINT-TERM-GPA-EXIT.
068800     EXIT.
068900*--------------------------------------------------------------*
069000* 4000-STAMP-AUDIT-TRAIL - ONE AUDITLOG RECORD PER TRANSCRIPT   *
069100* ISSUED, CHAINED THROUGH AUDCHN. THE KEY COUNT IS THE REQUEST  *
069200* NUMBER, WHICH LEADS BACK TO THE RECIPIENT ON TRNRQST.         *
069300*--------------------------------------------------------------*
069400 4000-STAMP-AUDIT-TRAIL.
069500     OPEN EXTEND TR-AUDIT-FILE.
069600     IF NOT WS-SUITE-AUDIT-OK
069700         CLOSE TR-AUDIT-FILE
069800         OPEN OUTPUT TR-AUDIT-FILE
069900     END-IF.
070000     MOVE 'TRANSCRP' TO AT-PROGRAM-ID.
070100     ACCEPT AT-RUN-DATE FROM DATE YYYYMMDD.
070200     ACCEPT AT-RUN-TIME FROM TIME.
070300     MOVE SPACES TO AT-KEY-FIELD.
070400     MOVE 'TRANSCRIPT ' TO AT-KEY-FIELD (1:11).
070500     MOVE TRQ-STUDENT-ID TO AT-KEY-FIELD (12:9).
070600     MOVE TRQ-REQUEST-NO TO AT-KEY-COUNT.
070700     MOVE SP-CYCLE-NUMBER TO AT-CYCLE-NUMBER.
070800     MOVE AT-RUN-DATE TO CHN-RUN-DATE.
070900     MOVE AT-RUN-TIME TO CHN-RUN-TIME.
071000     MOVE AT-KEY-COUNT TO CHN-KEY-COUNT.
071100     MOVE AT-PROGRAM-ID TO CHN-PROGRAM-ID.
071200     MOVE AT-KEY-FIELD TO CHN-KEY-FIELD.
071300     CALL 'AUDCHN' USING CHN-PARM-BLOCK.
071400     MOVE CHN-SEQUENCE TO AT-SEQUENCE.
071500     MOVE CHN-CHAIN-HASH TO AT-CHAIN-HASH.
071600     WRITE SUITE-AUDIT-RECORD.
071700     CLOSE TR-AUDIT-FILE.
071800 4000-STAMP-AUDIT-TRAIL-EXIT.
071900     EXIT.
072000*--------------------------------------------------------------*
072100* 7000-REWRITE-REQUEST-QUEUE - THE WHOLE QUEUE BACK OUT WITH     *
072200* TONIGHT'S DISPOSITIONS STAMPED. ISSUED AND REFUSED REQUESTS   *
072300* STAY ON FILE AS THE RECORD OF WHAT WAS RELEASED TO WHOM.      *
072400*--------------------------------------------------------------*
072500 7000-REWRITE-REQUEST-QUEUE.
072600     OPEN OUTPUT TR-QUEUE-FILE.
072700     IF NOT WS-QUEUE-OK
072800         DISPLAY 'TRANSCRP: TRNRQST REWRITE FAILED - STATUS '
072900             WS-QUEUE-STATUS
073000         MOVE 8 TO RETURN-CODE
073100         GO TO 7000-REWRITE-REQUEST-QUEUE-EXIT
073200     END-IF.
073300     PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
073400             UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
073500         MOVE TQT-IMAGE (WS-QUEUE-IDX) TO TRN-REQUEST-RECORD
073600         WRITE TRN-REQUEST-RECORD
073700     END-PERFORM.
073800     CLOSE TR-QUEUE-FILE.
073900 7000-REWRITE-REQUEST-QUEUE-EXIT.
074000     EXIT.
074100*--------------------------------------------------------------*
074200* 9999-EXIT                                                    *
074300*--------------------------------------------------------------*
074400 9999-EXIT.
074500     STOP RUN.
