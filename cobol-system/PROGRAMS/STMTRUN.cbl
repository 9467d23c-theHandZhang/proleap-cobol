000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STMTRUN.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - MONTHLY STUDENT BILLING       *
001100*                STATEMENT RUN. ON THE SUITECAL MONTH-END       *
001200*                BUSINESS DAY, EVERY STUDENT WITH STUACCT       *
001300*                ACTIVITY IN THE MONTH OR A BALANCE STILL OPEN  *
001400*                GETS A STATEMENT: THE OPENING BALANCE BROUGHT  *
001500*                FORWARD, EACH CHARGE, PAYMENT, AID CREDIT AND  *
001600*                REFUND POSTED IN THE MONTH, THE CLOSING        *
001700*                BALANCE AND THE AMOUNT DUE BY THE STMTPARM DUE *
001800*                DATE, ADDRESSED FROM STUMAST. STATEMENTS GO TO *
001900*                THE PRINT SHOP ON STMTOUT, LAID OUT THE WAY    *
002000*                NOTIFEXT LAYS OUT NOTIFOUT; NO MASTER RECORD   *
002100*                OR A BLANK ADDRESS REGISTERS UNDELIVERABLE.    *
002200*                THE STMTREG REGISTER CARRIES A LINE PER        *
002300*                STATEMENT AND CONTROL TOTALS PROVING THE       *
002400*                STATEMENT BALANCES BACK TO THE NET OF THE      *
002500*                SUBLEDGER; OUT OF TIE ALSO ALERTS ON ALERTOUT. *
002600*                ANY OTHER NIGHT THE STEP ENDS CLEAN AND        *
002700*                PRODUCES NOTHING. TEST MODE WRITES THE         *
002800*                REGISTER ONLY.                                 *
002800* 10/15/26  DW   STUDENTS ON A PAYMENT PLAN NOW SEE THE PLAN'S   *
002800*                INSTALLMENT SCHEDULE FROM PAYPLAN ON THEIR      *
002800*                STATEMENT, AND THE AMOUNT DUE IS THE            *
002800*                INSTALLMENTS FALLING DUE BY THE DUE DATE PLUS   *
002800*                ANY BALANCE NO PLAN COVERS.                     *
002800* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 153 BYTES FOR THE  *
002800*                DEGREE CONFERRAL DATE, STAMPED BY GRADCONF.     *
002800* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 170 BYTES FOR THE  *
002800*                DIRECTORY-INFORMATION CONFIDENTIALITY FLAG,     *
002800*                ITS DATE AND REQUESTING OPERATOR.               *
002800* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 186 BYTES FOR THE  *
002800*                DATE OF DEATH AND ITS VERIFICATION SOURCE.      *
002800* 10/15/26  DW   A DECEASED STUDENT NO LONGER GETS A STATEMENT.  *
002800*                THE BALANCE IS REGISTERED SUPPRESSED AND        *
002800*                CARRIED IN ITS OWN CONTROL TOTAL SO THE         *
002800*                STATEMENTS STILL PROVE TO THE SUBLEDGER.        *
002900*--------------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT ST-ACCT-FILE ASSIGN TO STUACCT
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-ACCT-STATUS.
003600     SELECT ST-MASTER-FILE ASSIGN TO STUMAST
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS STM-STUDENT-ID
004000         FILE STATUS IS WS-MASTER-STATUS.
004100     SELECT ST-STMT-FILE ASSIGN TO STMTOUT
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-STMT-STATUS.
004400     SELECT ST-REGISTER-FILE ASSIGN TO STMTREG
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-REGISTER-STATUS.
004700     SELECT ST-PARM-FILE ASSIGN TO STMTPARM
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-PARM-STATUS.
005000     SELECT ST-ALERT-FILE ASSIGN TO ALERTOUT
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-ALERT-STATUS.
005300     SELECT ST-CAL-FILE ASSIGN TO SUITECAL
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-CAL-STATUS.
005510     SELECT ST-PLAN-FILE ASSIGN TO PAYPLAN
005520         ORGANIZATION IS INDEXED
005530         ACCESS MODE IS DYNAMIC
005540         RECORD KEY IS PPL-KEY
005550         FILE STATUS IS WS-PLAN-STATUS.
005600     SELECT SUITE-PARM-FILE ASSIGN TO SUITEPRM
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-SUITE-STATUS.
005900     SELECT ST-CYCLENO-FILE ASSIGN TO CYCLENO
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-CYCLENO-STATUS.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  ST-ACCT-FILE.
006500 COPY STUACREC.
006600 FD  ST-MASTER-FILE.
006700 01  STM-RECORD.
006800     05  STM-STUDENT-ID       PIC 9(09).
006900     05  STM-NAME             PIC X(25).
007000     05  STM-PROGRAM-CODE     PIC X(04).
007100     05  STM-RES-CODE1        PIC 9(01).
007200     05  STM-RES-CODE2        PIC 9(01).
007300     05  STM-RES-CODE3        PIC 9(01).
007400     05  STM-ENROLL-STATUS    PIC X(01).
007410         88  STM-DECEASED     VALUE 'X'.
007500     05  STM-LAST-MAINT-DATE  PIC 9(08).
007600     05  STM-ADDR-LINE1       PIC X(25).
007700     05  STM-ADDR-LINE2       PIC X(25).
007800     05  STM-CITY             PIC X(15).
007900     05  STM-STATE            PIC X(02).
008000     05  STM-ZIP              PIC X(05).
008100     05  STM-WITHDRAW-DATE    PIC 9(08).
008200     05  STM-DOB              PIC 9(08).
008300     05  STM-STANDING-CODE    PIC X(01).
008400     05  STM-STANDING-TERM    PIC X(06).
008400     05  STM-CONFER-DATE      PIC 9(08).
008400     05  STM-CONFID-FLAG      PIC X(01).
008400     05  STM-CONFID-DATE      PIC 9(08).
008400     05  STM-CONFID-OPER      PIC X(08).
008400     05  STM-DEATH-DATE       PIC 9(08).
008400     05  STM-DEATH-SOURCE     PIC X(08).
008500*--------------------------------------------------------------*
008600* STMTOUT - THE PRINT-SHOP STATEMENT FILE. EVERY LINE CARRIES   *
008700* THE STUDENT ID AND A LINE TYPE: ADDRESS (THE MAILING BLOCK    *
008710* AND STATEMENT DATE), OPENING, ACTIVITY (ONE PER POSTING IN    *
008720* THE MONTH), CLOSING, PLAN (ONE PER INSTALLMENT OF A PAYMENT   *
008730* PLAN ON PAYPLAN) AND DUE, IN THAT ORDER.                      *
009000*--------------------------------------------------------------*
009100 FD  ST-STMT-FILE.
009200 01  STO-RECORD.
009300     05  STO-STUDENT-ID       PIC 9(09).
009400     05  FILLER               PIC X(01).
009500     05  STO-LINE-TYPE        PIC X(08).
009600     05  FILLER               PIC X(01).
009700     05  STO-LINE-BODY        PIC X(111).
009800 01  STO-ADDRESS-R REDEFINES STO-RECORD.
009900     05  FILLER               PIC X(19).
010000     05  STO-NAME             PIC X(25).
010100     05  FILLER               PIC X(01).
010200     05  STO-ADDR-LINE1       PIC X(25).
010300     05  FILLER               PIC X(01).
010400     05  STO-ADDR-LINE2       PIC X(25).
010500     05  FILLER               PIC X(01).
010600     05  STO-CITY             PIC X(15).
010700     05  FILLER               PIC X(01).
010800     05  STO-STATE            PIC X(02).
010900     05  FILLER               PIC X(01).
011000     05  STO-ZIP              PIC X(05).
011100     05  FILLER               PIC X(01).
011200     05  STO-STATEMENT-DATE   PIC 9(08).
011300 01  STO-ACTIVITY-R REDEFINES STO-RECORD.
011400     05  FILLER               PIC X(19).
011500     05  STO-POST-DATE        PIC 9(08).
011600     05  FILLER               PIC X(01).
011700     05  STO-SOURCE           PIC X(08).
011800     05  FILLER               PIC X(01).
011900     05  STO-CATEGORY         PIC X(01).
012000     05  FILLER               PIC X(01).
012100     05  STO-KIND             PIC X(10).
012200     05  FILLER               PIC X(01).
012300     05  STO-DESC             PIC X(20).
012400     05  FILLER               PIC X(01).
012500     05  STO-AMOUNT           PIC -ZZZZZZ9.99.
012600     05  FILLER               PIC X(48).
012700 01  STO-BALANCE-R REDEFINES STO-RECORD.
012800     05  FILLER               PIC X(19).
012900     05  STO-BAL-LABEL        PIC X(20).
013000     05  FILLER               PIC X(01).
013100     05  STO-BAL-DATE         PIC 9(08).
013200     05  FILLER               PIC X(01).
013300     05  STO-BAL-AMOUNT       PIC -ZZZZZZZ9.99.
013305     05  FILLER               PIC X(69).
013310 01  STO-PLAN-R REDEFINES STO-RECORD.
013315     05  FILLER               PIC X(19).
013320     05  STO-PLN-TERM         PIC X(06).
013325     05  FILLER               PIC X(01).
013330     05  STO-PLN-TYPE         PIC X(04).
013335     05  FILLER               PIC X(01).
013340     05  STO-PLN-INST-NO      PIC 9(01).
013345     05  FILLER               PIC X(01).
013350     05  STO-PLN-DUE-DATE     PIC 9(08).
013355     05  FILLER               PIC X(01).
013360     05  STO-PLN-AMOUNT       PIC -ZZZZZZ9.99.
013365     05  FILLER               PIC X(01).
013370     05  STO-PLN-PAID         PIC -ZZZZZZ9.99.
013375     05  FILLER               PIC X(01).
013380     05  STO-PLN-STATUS       PIC X(14).
013385     05  FILLER               PIC X(50).
013500*--------------------------------------------------------------*
013600* STMTREG - ONE LINE PER STATEMENT ATTEMPTED WITH ITS BALANCES, *
013700* FOLLOWED BY THE CONTROL TOTALS AND THE SUBLEDGER PROOF.       *
013800*--------------------------------------------------------------*
013900 FD  ST-REGISTER-FILE.
014000 01  ST-REGISTER-RECORD.
014100     05  STR-STUDENT-ID       PIC 9(09).
014200     05  FILLER               PIC X(01).
014300     05  STR-DISPOSITION      PIC X(13).
014400     05  FILLER               PIC X(01).
014500     05  STR-OPENING          PIC -ZZZZZZ9.99.
014600     05  FILLER               PIC X(01).
014700     05  STR-CHARGES          PIC -ZZZZZZ9.99.
014800     05  FILLER               PIC X(01).
014900     05  STR-CREDITS          PIC -ZZZZZZ9.99.
015000     05  FILLER               PIC X(01).
015100     05  STR-CLOSING          PIC -ZZZZZZ9.99.
015200     05  FILLER               PIC X(01).
015300     05  STR-AMOUNT-DUE       PIC -ZZZZZZ9.99.
015400 01  ST-REGISTER-TOTAL-R REDEFINES ST-REGISTER-RECORD.
015500     05  STT-LABEL            PIC X(24).
015600     05  FILLER               PIC X(01).
015700     05  STT-COUNT            PIC ZZZZZZ9.
015800     05  FILLER               PIC X(01).
015900     05  STT-AMOUNT           PIC -ZZZZZZZZZ9.99.
016000     05  FILLER               PIC X(01).
016100     05  STT-RESULT           PIC X(08).
016200     05  FILLER               PIC X(22).
016300*--------------------------------------------------------------*
016400* STMTPARM - THE NUMBER OF DAYS FROM THE STATEMENT DATE TO THE  *
016500* PAYMENT DUE DATE. MISSING OR ZERO MEANS 21.                   *
016600*--------------------------------------------------------------*
016700 FD  ST-PARM-FILE.
016800 01  STP-PARM-CARD.
016900     05  STP-DUE-DAYS         PIC 9(03).
017000 FD  ST-ALERT-FILE.
017100 COPY ALERTREC.
017200 FD  ST-CAL-FILE.
017300 01  CAL-RECORD.
017400     05  CAL-BUSINESS-DATE    PIC 9(08).
017500     05  CAL-MONTH-END-FLAG   PIC X(01).
017600     05  CAL-YEAR-END-FLAG    PIC X(01).
017610 FD  ST-PLAN-FILE.
017620 COPY PAYPLREC.
017700 FD  SUITE-PARM-FILE.
017800 01  SP-PARM-CARD             PIC X(11).
017900 FD  ST-CYCLENO-FILE.
018000 01  CYCLENO-CARD.
018100     05  CYC-CYCLE-NUMBER     PIC 9(06).
018200 WORKING-STORAGE SECTION.
018300 01  WS-SUITE-STATUS          PIC X(02).
018400     88  WS-SUITE-OK          VALUE '00'.
018500 01  WS-CYCLENO-STATUS        PIC X(02).
018600     88  WS-CYCLENO-OK        VALUE '00'.
018700 01  WS-ACCT-STATUS           PIC X(02).
018800     88  WS-ACCT-OK           VALUE '00'.
018900 01  WS-MASTER-STATUS         PIC X(02).
019000     88  WS-MASTER-OK         VALUE '00'.
019100 01  WS-STMT-STATUS           PIC X(02).
019200     88  WS-STMT-OK           VALUE '00'.
019300 01  WS-REGISTER-STATUS       PIC X(02).
019400     88  WS-REGISTER-OK       VALUE '00'.
019500 01  WS-PARM-STATUS           PIC X(02).
019600     88  WS-PARM-OK           VALUE '00'.
019700 01  WS-ALERT-STATUS          PIC X(02).
019800     88  WS-ALERT-OK          VALUE '00'.
019900 01  WS-CAL-STATUS            PIC X(02).
020000     88  WS-CAL-OK            VALUE '00'.
020006 01  WS-PLAN-STATUS           PIC X(02).
020012     88  WS-PLAN-OK           VALUE '00'.
020018 01  WS-PLAN-OPEN-SWITCH      PIC X(01) VALUE 'N'.
020024     88  WS-PLAN-FILE-OPEN    VALUE 'Y'.
020030 01  WS-PLAN-EOF-SWITCH       PIC X(01).
020036     88  WS-PLAN-AT-END       VALUE 'Y'.
020042     88  WS-PLAN-NOT-AT-END   VALUE 'N'.
020048 01  WS-ON-PLAN-SWITCH        PIC X(01).
020054     88  WS-ON-PLAN           VALUE 'Y'.
020060     88  WS-NOT-ON-PLAN       VALUE 'N'.
020066 01  WS-PLAN-DUE              PIC S9(09)V99 VALUE 0.
020072 01  WS-PLAN-UNPAID           PIC S9(09)V99 VALUE 0.
020078 01  WS-INST-OPEN             PIC S9(07)V99 VALUE 0.
020084 01  WS-INST-IDX              PIC 9(01) COMP.
020100 01  WS-EOF-SWITCH            PIC X(01).
020200     88  WS-AT-EOF            VALUE 'Y'.
020300     88  WS-NOT-AT-EOF        VALUE 'N'.
020400 01  WS-MONTH-END-SWITCH      PIC X(01) VALUE 'N'.
020500     88  WS-MONTH-END-RUN     VALUE 'Y'.
020600 01  WS-MASTER-OPEN-SWITCH    PIC X(01) VALUE 'N'.
020700     88  WS-MASTER-OPEN       VALUE 'Y'.
020800 01  WS-OVFL-SWITCH           PIC X(01) VALUE 'N'.
020900     88  WS-TABLE-OVERFLOWED  VALUE 'Y'.
021000 01  WS-BUSINESS-DATE         PIC 9(08) VALUE 0.
021100 01  WS-PERIOD-START          PIC 9(08) VALUE 0.
021200 01  WS-DUE-DATE              PIC 9(08) VALUE 0.
021300 01  WS-DUE-DAYS              PIC 9(03) VALUE 21.
021400 01  WS-STMT-DISP             PIC X(13).
021500 01  WS-LINE-KIND             PIC X(10).
021600 01  WS-CLOSING               PIC S9(09)V99 VALUE 0.
021700 01  WS-AMOUNT-DUE            PIC S9(09)V99 VALUE 0.
021800 01  WS-VARIANCE              PIC S9(11)V99 VALUE 0.
021900 01  WS-EVENTS-READ           PIC 9(07) COMP VALUE 0.
022000 01  WS-EVENTS-REJECTED       PIC 9(07) COMP VALUE 0.
022100 01  WS-STMTS-PRODUCED        PIC 9(07) COMP VALUE 0.
022200 01  WS-STMTS-UNDELIV         PIC 9(07) COMP VALUE 0.
022210 01  WS-STMTS-SUPPRESSED      PIC 9(07) COMP VALUE 0.
022300 01  WS-STUDENTS-QUIET        PIC 9(07) COMP VALUE 0.
022400 01  WS-CHARGE-LINES          PIC 9(07) COMP VALUE 0.
022500 01  WS-CREDIT-LINES          PIC 9(07) COMP VALUE 0.
022600*--------------------------------------------------------------*
022700* CONTROL TOTALS - THE SUBLEDGER LEG IS SUMMED AS EACH STUACCT  *
022800* RECORD IS READ; THE STATEMENT LEG IS SUMMED FROM THE CLOSING  *
022900* BALANCES AS THEY ARE REGISTERED.                              *
023000*--------------------------------------------------------------*
023100 01  WS-SUBLEDGER-NET         PIC S9(11)V99 COMP-3 VALUE 0.
023200 01  WS-TOTAL-OPENING         PIC S9(11)V99 COMP-3 VALUE 0.
023300 01  WS-TOTAL-CHARGES         PIC S9(11)V99 COMP-3 VALUE 0.
023400 01  WS-TOTAL-CREDITS         PIC S9(11)V99 COMP-3 VALUE 0.
023500 01  WS-TOTAL-CLOSING         PIC S9(11)V99 COMP-3 VALUE 0.
023600 01  WS-TOTAL-PRODUCED        PIC S9(11)V99 COMP-3 VALUE 0.
023700 01  WS-TOTAL-UNDELIV         PIC S9(11)V99 COMP-3 VALUE 0.
023710 01  WS-TOTAL-SUPPRESSED      PIC S9(11)V99 COMP-3 VALUE 0.
023800 01  WS-TOTAL-DUE             PIC S9(11)V99 COMP-3 VALUE 0.
023900 01  WS-STU-COUNT             PIC 9(05) COMP VALUE 0.
024000 01  WS-STU-MAX               PIC 9(05) COMP VALUE 8000.
024100 01  WS-STU-IDX               PIC 9(05) COMP.
024200 01  WS-SHIFT-IDX             PIC 9(05) COMP.
024300 01  WS-LOW                   PIC 9(05) COMP.
024400 01  WS-HIGH                  PIC 9(05) COMP.
024500 01  WS-MID                   PIC 9(05) COMP.
024600 01  WS-STU-FOUND-SWITCH      PIC X(01).
024700     88  WS-STU-FOUND         VALUE 'Y'.
024800     88  WS-STU-NOT-FOUND     VALUE 'N'.
024900 01  WS-DTL-COUNT             PIC 9(05) COMP VALUE 0.
025000 01  WS-DTL-MAX               PIC 9(05) COMP VALUE 30000.
025100 01  WS-DTL-IDX               PIC 9(05) COMP.
025200*--------------------------------------------------------------*
025300* ST-STU-TABLE - EVERY STUDENT ON STUACCT IN STUDENT ID ORDER,  *
025400* THE BALANCE BROUGHT INTO THE MONTH, THE MONTH'S CHARGES AND   *
025500* CREDITS, AND THE FIRST AND LAST OF THE STUDENT'S ACTIVITY     *
025600* LINES ON ST-DTL-TABLE.                                        *
025700*--------------------------------------------------------------*
025800 01  ST-STU-TABLE.
025900     05  ST-STU-ENTRY OCCURS 8000 TIMES.
026000         10  SST-STUDENT-ID   PIC 9(09).
026100         10  SST-OPENING      PIC S9(09)V99 COMP-3.
026200         10  SST-CHARGES      PIC S9(09)V99 COMP-3.
026300         10  SST-CREDITS      PIC S9(09)V99 COMP-3.
026400         10  SST-DTL-COUNT    PIC 9(05) COMP.
026500         10  SST-FIRST-DTL    PIC 9(05) COMP.
026600         10  SST-LAST-DTL     PIC 9(05) COMP.
026700*--------------------------------------------------------------*
026800* ST-DTL-TABLE - EVERY POSTING IN THE MONTH, CHAINED BY STUDENT *
026900* IN THE ORDER STUACCT RECEIVED THEM.                           *
027000*--------------------------------------------------------------*
027100 01  ST-DTL-TABLE.
027200     05  ST-DTL-ENTRY OCCURS 30000 TIMES.
027300         10  SDT-POST-DATE    PIC 9(08).
027400         10  SDT-SOURCE       PIC X(08).
027500         10  SDT-CATEGORY     PIC X(01).
027600         10  SDT-DESC         PIC X(20).
027700         10  SDT-AMOUNT       PIC S9(07)V99 COMP-3.
027800         10  SDT-NEXT-DTL     PIC 9(05) COMP.
027900 COPY SUITEPRM.
028000 COPY CKPTPARM.
028100 COPY IOERRPRM.
028200 COPY STEPPARM.
028300 COPY SEVPARM.
028400 PROCEDURE DIVISION.
028500 0000-MAINLINE.
028600     PERFORM 0005-CHECK-CHECKPOINT
028700         THRU 0005-CHECK-CHECKPOINT-EXIT.
028800     MOVE 'STMTRUN ' TO SL-PROGRAM-ID.
028900     SET SL-PHASE-START TO TRUE.
029000     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
029100     PERFORM 0010-READ-SUITE-PARM THRU 0010-READ-SUITE-PARM-EXIT.
029200     PERFORM 0020-READ-BUSINESS-DATE
029300         THRU 0020-READ-BUSINESS-DATE-EXIT.
029400     IF NOT WS-MONTH-END-RUN
029500         DISPLAY 'STMTRUN: NOT A MONTH-END BUSINESS DAY - NO '
029600             'STATEMENTS'
029700         PERFORM 0900-MARK-CHECKPOINT
029800             THRU 0900-MARK-CHECKPOINT-EXIT
029900         GO TO 9999-EXIT
030000     END-IF.
030100     PERFORM 0030-READ-STMT-PARM
030200         THRU 0030-READ-STMT-PARM-EXIT.
030300     PERFORM 1000-LOAD-SUBLEDGER
030400         THRU 1000-LOAD-SUBLEDGER-EXIT.
030500     IF WS-TABLE-OVERFLOWED
030600         DISPLAY 'STMTRUN: A CONTROL TABLE IS FULL - STATEMENTS '
030700             'PAST THE CAP WOULD BE WRONG. RUN REFUSED - RAISE '
030800             'THE TABLE.'
030900         MOVE 8 TO RETURN-CODE
031000         GO TO 9999-EXIT
031100     END-IF.
031200     PERFORM 2000-PRODUCE-STATEMENTS
031300         THRU 2000-PRODUCE-STATEMENTS-EXIT.
031400     PERFORM 3000-WRITE-CONTROL-TOTALS
031500         THRU 3000-WRITE-CONTROL-TOTALS-EXIT.
031600     DISPLAY 'STMTRUN: ' WS-STMTS-PRODUCED
031700         ' STATEMENTS PRODUCED, ' WS-STMTS-UNDELIV
031710         ' UNDELIVERABLE, ' WS-STMTS-SUPPRESSED ' SUPPRESSED'.
031900     DISPLAY 'STMTRUN: ' WS-EVENTS-READ ' SUBLEDGER EVENTS, '
032000         WS-EVENTS-REJECTED ' UNREADABLE'.
032100     PERFORM 0900-MARK-CHECKPOINT
032200         THRU 0900-MARK-CHECKPOINT-EXIT.
032300     GO TO 9999-EXIT.
032400*--------------------------------------------------------------*
032500* 0005-CHECK-CHECKPOINT - ASKS CKPTCHK WHETHER STMTRUN ALREADY  *
032600* COMPLETED THIS CYCLE. IF SO, THE RUN ENDS HERE.               *
032700*--------------------------------------------------------------*
032800 0005-CHECK-CHECKPOINT.
032900     MOVE 'STMTRUN ' TO CK-PROGRAM-ID.
033000     SET CK-CHECK TO TRUE.
033100     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
033200     IF CK-ALREADY-DONE
033300         DISPLAY 'STMTRUN: ALREADY COMPLETED THIS CYCLE - '
033400             'SKIPPING'
033500         GO TO 9999-EXIT
033600     END-IF.
033700 0005-CHECK-CHECKPOINT-EXIT.
033800     EXIT.
033900*--------------------------------------------------------------*
034000* 0900-MARK-CHECKPOINT - TELLS CKPTCHK THAT STMTRUN COMPLETED   *
034100* THIS CYCLE SUCCESSFULLY.                                      *
034200*--------------------------------------------------------------*
034300 0900-MARK-CHECKPOINT.
034400     MOVE 'STMTRUN ' TO CK-PROGRAM-ID.
034500     SET CK-MARK TO TRUE.
034600     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
034700     MOVE 'STMTRUN ' TO SL-PROGRAM-ID.
034800     SET SL-PHASE-END TO TRUE.
034900     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
035000 0900-MARK-CHECKPOINT-EXIT.
035100     EXIT.
035200*--------------------------------------------------------------*
035300* 0010-READ-SUITE-PARM - READS THE SUITE-WIDE CONTROL CARD      *
035400* FROM SUITEPRM, THEN THE CYCLE NUMBER OFF CYCLENO.             *
035500*--------------------------------------------------------------*
035600 0010-READ-SUITE-PARM.
035700     OPEN INPUT SUITE-PARM-FILE.
035800     IF WS-SUITE-OK
035900         READ SUITE-PARM-FILE
036000             AT END
036100                 CONTINUE
036200         END-READ
036300         IF WS-SUITE-OK
036400             MOVE SP-PARM-CARD (1:1)  TO SP-TEST-MODE-SWITCH
036500             MOVE SP-PARM-CARD (2:10) TO SP-BATCH-ID
036600         END-IF
036700         CLOSE SUITE-PARM-FILE
036800     END-IF.
036900     OPEN INPUT ST-CYCLENO-FILE.
037000     IF WS-CYCLENO-OK
037100         READ ST-CYCLENO-FILE
037200             AT END
037300                 CONTINUE
037400         END-READ
037500         IF WS-CYCLENO-OK
037600             AND CYC-CYCLE-NUMBER NUMERIC
037700             MOVE CYC-CYCLE-NUMBER TO SP-CYCLE-NUMBER
037800         END-IF
037900         CLOSE ST-CYCLENO-FILE
038000     END-IF.
038100 0010-READ-SUITE-PARM-EXIT.
038200     EXIT.
038300*--------------------------------------------------------------*
038400* 0020-READ-BUSINESS-DATE - THE SUITECAL BUSINESS DATE, WALL-   *
038500* CLOCK FALLBACK AS EVERYWHERE, AND ITS MONTH-END FLAG. WITHOUT *
038600* THE CALENDAR NOBODY CAN SAY THE MONTH HAS CLOSED, SO A        *
038700* MISSING SUITECAL IS LOGGED TO IOERR AND NO STATEMENTS RUN.    *
038800* THE STATEMENT PERIOD IS THE BUSINESS DATE'S MONTH.            *
038900*--------------------------------------------------------------*
039000 0020-READ-BUSINESS-DATE.
039100     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
039200     OPEN INPUT ST-CAL-FILE.
039300     IF NOT WS-CAL-OK
039400         MOVE 'STMTRUN ' TO IO-PROGRAM-ID
039500         MOVE 'SUITECAL' TO IO-FILE-NAME
039600         MOVE 'OPEN-IN ' TO IO-OPERATION
039700         MOVE WS-CAL-STATUS TO IO-FILE-STATUS
039800         MOVE 'N' TO IO-MANDATORY-FLAG
039900         CALL 'IOERR' USING IOERR-PARM-BLOCK
040000         GO TO 0020-READ-BUSINESS-DATE-EXIT
040100     END-IF.
040200     READ ST-CAL-FILE
040300         AT END
040400             CONTINUE
040500     END-READ.
040600     IF WS-CAL-OK
040700         AND CAL-BUSINESS-DATE NUMERIC
040800         AND CAL-BUSINESS-DATE > 0
040900         MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
041000         IF CAL-MONTH-END-FLAG = 'Y'
041100             MOVE 'Y' TO WS-MONTH-END-SWITCH
041200         END-IF
041300     END-IF.
041400     CLOSE ST-CAL-FILE.
041500     MOVE WS-BUSINESS-DATE TO WS-PERIOD-START.
041600     MOVE '01' TO WS-PERIOD-START (7:2).
041700 0020-READ-BUSINESS-DATE-EXIT.
041800     EXIT.
041900*--------------------------------------------------------------*
042000* 0030-READ-STMT-PARM - THE DAYS TO THE PAYMENT DUE DATE, AND   *
042100* THE DUE DATE THEY GIVE FROM THE BUSINESS DATE.                *
042200*--------------------------------------------------------------*
042300 0030-READ-STMT-PARM.
042400     OPEN INPUT ST-PARM-FILE.
042500     IF WS-PARM-OK
042600         READ ST-PARM-FILE
042700             AT END
042800                 CONTINUE
042900         END-READ
043000         IF WS-PARM-OK
043100             AND STP-DUE-DAYS NUMERIC
043200             AND STP-DUE-DAYS > 0
043300             MOVE STP-DUE-DAYS TO WS-DUE-DAYS
043400         END-IF
043500         CLOSE ST-PARM-FILE
043600     END-IF.
043700     COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
043800         (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
043900          + WS-DUE-DAYS).
044000 0030-READ-STMT-PARM-EXIT.
044100     EXIT.
044200*--------------------------------------------------------------*
044300* 1000-LOAD-SUBLEDGER - ONE PASS OVER STUACCT. EACH RECORD      *
044400* DATED BEFORE THE MONTH FOLDS INTO ITS STUDENT'S OPENING       *
044500* BALANCE; EACH RECORD IN THE MONTH BECOMES A STATEMENT LINE.   *
044600* A MISSING SUBLEDGER IS LOGGED TO IOERR AND IS AN EMPTY ONE.   *
044700*--------------------------------------------------------------*
044800 1000-LOAD-SUBLEDGER.
044900     SET WS-NOT-AT-EOF TO TRUE.
045000     OPEN INPUT ST-ACCT-FILE.
045100     IF NOT WS-ACCT-OK
045200         MOVE 'STMTRUN ' TO IO-PROGRAM-ID
045300         MOVE 'STUACCT ' TO IO-FILE-NAME
045400         MOVE 'OPEN-IN ' TO IO-OPERATION
045500         MOVE WS-ACCT-STATUS TO IO-FILE-STATUS
045600         MOVE 'N' TO IO-MANDATORY-FLAG
045700         CALL 'IOERR' USING IOERR-PARM-BLOCK
045800         GO TO 1000-LOAD-SUBLEDGER-EXIT
045900     END-IF.
046000     PERFORM 1050-READ-ONE-ACCT-RECORD
046100         THRU 1050-READ-ONE-ACCT-RECORD-EXIT.
046200     PERFORM UNTIL WS-AT-EOF
046300         IF SUB-STUDENT-ID NUMERIC
046400             AND SUB-POST-DATE NUMERIC
046500             AND SUB-AMOUNT NUMERIC
046600             PERFORM 1100-POST-ONE-EVENT
046700                 THRU 1100-POST-ONE-EVENT-EXIT
046800         ELSE
046900             ADD 1 TO WS-EVENTS-REJECTED
047000         END-IF
047100         PERFORM 1050-READ-ONE-ACCT-RECORD
047200             THRU 1050-READ-ONE-ACCT-RECORD-EXIT
047300     END-PERFORM.
047400     CLOSE ST-ACCT-FILE.
047500 1000-LOAD-SUBLEDGER-EXIT.
047600     EXIT.
047700*--------------------------------------------------------------*
047800* 1050-READ-ONE-ACCT-RECORD - A SINGLE READ OF STUACCT.         *
047900*--------------------------------------------------------------*
048000 1050-READ-ONE-ACCT-RECORD.
048100     READ ST-ACCT-FILE
048200         AT END SET WS-AT-EOF TO TRUE
048300     END-READ.
048400 1050-READ-ONE-ACCT-RECORD-EXIT.
048500     EXIT.
048600*--------------------------------------------------------------*
048700* 1100-POST-ONE-EVENT - ONE SUBLEDGER EVENT INTO THE SUBLEDGER  *
048800* CONTROL TOTAL AND ONTO ITS STUDENT'S ENTRY, ADDING THE        *
048900* STUDENT IN ID ORDER THE FIRST TIME THEY ARE SEEN.             *
049000*--------------------------------------------------------------*
049100 1100-POST-ONE-EVENT.
049200     ADD 1 TO WS-EVENTS-READ.
049300     ADD SUB-AMOUNT TO WS-SUBLEDGER-NET.
049400     PERFORM 1200-FIND-STUDENT
049500         THRU 1200-FIND-STUDENT-EXIT.
049600     IF WS-STU-NOT-FOUND
049700         IF WS-STU-COUNT = WS-STU-MAX
049800             SET WS-TABLE-OVERFLOWED TO TRUE
049900             SET WS-AT-EOF TO TRUE
050000             GO TO 1100-POST-ONE-EVENT-EXIT
050100         END-IF
050200         PERFORM 1300-INSERT-STUDENT
050300             THRU 1300-INSERT-STUDENT-EXIT
050400     END-IF.
050500     IF SUB-POST-DATE < WS-PERIOD-START
050600         ADD SUB-AMOUNT TO SST-OPENING (WS-STU-IDX)
050700         GO TO 1100-POST-ONE-EVENT-EXIT
050800     END-IF.
050900     IF SUB-AMOUNT > 0
051000         ADD SUB-AMOUNT TO SST-CHARGES (WS-STU-IDX)
051100         ADD 1 TO WS-CHARGE-LINES
051200     ELSE
051300         ADD SUB-AMOUNT TO SST-CREDITS (WS-STU-IDX)
051400         ADD 1 TO WS-CREDIT-LINES
051500     END-IF.
051600     PERFORM 1400-ADD-ACTIVITY-LINE
051700         THRU 1400-ADD-ACTIVITY-LINE-EXIT.
051800 1100-POST-ONE-EVENT-EXIT.
051900     EXIT.
052000*--------------------------------------------------------------*
052100* 1200-FIND-STUDENT - BINARY SEARCH OF THE STUDENT TABLE. NOT   *
052200* FOUND LEAVES WS-STU-IDX AT THE SLOT THE STUDENT BELONGS IN.   *
052300*--------------------------------------------------------------*
052400 1200-FIND-STUDENT.
052500     SET WS-STU-NOT-FOUND TO TRUE.
052600     MOVE 1 TO WS-LOW.
052700     MOVE WS-STU-COUNT TO WS-HIGH.
052800     PERFORM UNTIL WS-LOW > WS-HIGH
052900             OR WS-STU-FOUND
053000         COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
053100         IF SST-STUDENT-ID (WS-MID) = SUB-STUDENT-ID
053200             SET WS-STU-FOUND TO TRUE
053300             MOVE WS-MID TO WS-STU-IDX
053400         ELSE
053500             IF SST-STUDENT-ID (WS-MID) < SUB-STUDENT-ID
053600                 COMPUTE WS-LOW = WS-MID + 1
053700             ELSE
053800                 COMPUTE WS-HIGH = WS-MID - 1
053900             END-IF
054000         END-IF
054100     END-PERFORM.
054200     IF WS-STU-NOT-FOUND
054300         MOVE WS-LOW TO WS-STU-IDX
054400     END-IF.
054500 1200-FIND-STUDENT-EXIT.
054600     EXIT.
054700*--------------------------------------------------------------*
054800* 1300-INSERT-STUDENT - OPENS THE SLOT AT WS-STU-IDX AND STARTS *
054900* THE STUDENT THERE WITH NOTHING POSTED.                        *
055000*--------------------------------------------------------------*
055100 1300-INSERT-STUDENT.
055200     PERFORM VARYING WS-SHIFT-IDX FROM WS-STU-COUNT BY -1
055300             UNTIL WS-SHIFT-IDX < WS-STU-IDX
055400         MOVE ST-STU-ENTRY (WS-SHIFT-IDX)
055500             TO ST-STU-ENTRY (WS-SHIFT-IDX + 1)
055600     END-PERFORM.
055700     ADD 1 TO WS-STU-COUNT.
055800     MOVE SUB-STUDENT-ID TO SST-STUDENT-ID (WS-STU-IDX).
055900     MOVE 0 TO SST-OPENING (WS-STU-IDX).
056000     MOVE 0 TO SST-CHARGES (WS-STU-IDX).
056100     MOVE 0 TO SST-CREDITS (WS-STU-IDX).
056200     MOVE 0 TO SST-DTL-COUNT (WS-STU-IDX).
056300     MOVE 0 TO SST-FIRST-DTL (WS-STU-IDX).
056400     MOVE 0 TO SST-LAST-DTL (WS-STU-IDX).
056500 1300-INSERT-STUDENT-EXIT.
056600     EXIT.
056700*--------------------------------------------------------------*
056800* 1400-ADD-ACTIVITY-LINE - THE EVENT ONTO THE ACTIVITY TABLE,   *
056900* CHAINED BEHIND THE STUDENT'S LAST LINE.                       *
057000*--------------------------------------------------------------*
057100 1400-ADD-ACTIVITY-LINE.
057200     IF WS-DTL-COUNT = WS-DTL-MAX
057300         SET WS-TABLE-OVERFLOWED TO TRUE
057400         SET WS-AT-EOF TO TRUE
057500         GO TO 1400-ADD-ACTIVITY-LINE-EXIT
057600     END-IF.
057700     ADD 1 TO WS-DTL-COUNT.
057800     MOVE SUB-POST-DATE TO SDT-POST-DATE (WS-DTL-COUNT).
057900     MOVE SUB-SOURCE TO SDT-SOURCE (WS-DTL-COUNT).
058000     MOVE SUB-CATEGORY TO SDT-CATEGORY (WS-DTL-COUNT).
058100     MOVE SUB-DESC TO SDT-DESC (WS-DTL-COUNT).
058200     MOVE SUB-AMOUNT TO SDT-AMOUNT (WS-DTL-COUNT).
058300     MOVE 0 TO SDT-NEXT-DTL (WS-DTL-COUNT).
058400     IF SST-FIRST-DTL (WS-STU-IDX) = 0
058500         MOVE WS-DTL-COUNT TO SST-FIRST-DTL (WS-STU-IDX)
058600     ELSE
058700         MOVE WS-DTL-COUNT
058800             TO SDT-NEXT-DTL (SST-LAST-DTL (WS-STU-IDX))
058900     END-IF.
059000     MOVE WS-DTL-COUNT TO SST-LAST-DTL (WS-STU-IDX).
059100     ADD 1 TO SST-DTL-COUNT (WS-STU-IDX).
059200 1400-ADD-ACTIVITY-LINE-EXIT.
059300     EXIT.
059400*--------------------------------------------------------------*
059500* 2000-PRODUCE-STATEMENTS - ONE STATEMENT PER STUDENT WITH      *
059600* ACTIVITY IN THE MONTH OR A BALANCE, IN STUDENT ID ORDER. A    *
059610* MISSING STUMAST IS LOGGED TO IOERR AND REGISTERS EVERY        *
059800* STATEMENT UNDELIVERABLE.                                      *
059900*--------------------------------------------------------------*
060000 2000-PRODUCE-STATEMENTS.
060100     OPEN INPUT ST-MASTER-FILE.
060200     IF WS-MASTER-OK
060300         SET WS-MASTER-OPEN TO TRUE
060400     ELSE
060500         MOVE 'STMTRUN ' TO IO-PROGRAM-ID
060600         MOVE 'STUMAST ' TO IO-FILE-NAME
060700         MOVE 'OPEN-IN ' TO IO-OPERATION
060800         MOVE WS-MASTER-STATUS TO IO-FILE-STATUS
060900         MOVE 'N' TO IO-MANDATORY-FLAG
061000         CALL 'IOERR' USING IOERR-PARM-BLOCK
061100     END-IF.
061100     OPEN INPUT ST-PLAN-FILE.
061100     IF WS-PLAN-OK
061100         SET WS-PLAN-FILE-OPEN TO TRUE
061100     END-IF.
061200     IF SP-PRODUCTION-MODE
061300         OPEN OUTPUT ST-STMT-FILE
061400     END-IF.
061500     OPEN OUTPUT ST-REGISTER-FILE.
061600     PERFORM 2100-STATEMENT-ONE-STUDENT
061700         THRU 2100-STATEMENT-ONE-STUDENT-EXIT
061800         VARYING WS-STU-IDX FROM 1 BY 1
061900         UNTIL WS-STU-IDX > WS-STU-COUNT.
062000     IF SP-PRODUCTION-MODE
062100         CLOSE ST-STMT-FILE
062200     END-IF.
062300     IF WS-MASTER-OPEN
062400         CLOSE ST-MASTER-FILE
062400     END-IF.
062400     IF WS-PLAN-FILE-OPEN
062400         CLOSE ST-PLAN-FILE
062500     END-IF.
062600 2000-PRODUCE-STATEMENTS-EXIT.
062700     EXIT.
062800*--------------------------------------------------------------*
062900* 2100-STATEMENT-ONE-STUDENT - THE STUDENT'S BALANCES INTO THE  *
063000* CONTROL TOTALS, THEN THE MASTER LOOKUP, THE STATEMENT AND ITS *
063100* REGISTER LINE. A STUDENT WITH NOTHING IN THE MONTH AND NO     *
063200* BALANCE EITHER WAY GETS NO STATEMENT. NEITHER DOES A DECEASED *
063200* STUDENT - THE BALANCE IS REGISTERED SUPPRESSED AND STILL      *
063200* COUNTS TOWARD THE PROOF.                                      *
063300*--------------------------------------------------------------*
063400 2100-STATEMENT-ONE-STUDENT.
063500     COMPUTE WS-CLOSING = SST-OPENING (WS-STU-IDX)
063600         + SST-CHARGES (WS-STU-IDX) + SST-CREDITS (WS-STU-IDX).
063700     ADD SST-OPENING (WS-STU-IDX) TO WS-TOTAL-OPENING.
063800     ADD SST-CHARGES (WS-STU-IDX) TO WS-TOTAL-CHARGES.
063900     ADD SST-CREDITS (WS-STU-IDX) TO WS-TOTAL-CREDITS.
064000     ADD WS-CLOSING TO WS-TOTAL-CLOSING.
064100     IF SST-DTL-COUNT (WS-STU-IDX) = 0
064200         AND WS-CLOSING = 0
064300         ADD 1 TO WS-STUDENTS-QUIET
064400         GO TO 2100-STATEMENT-ONE-STUDENT-EXIT
064500     END-IF.
064600     IF WS-CLOSING > 0
064700         MOVE WS-CLOSING TO WS-AMOUNT-DUE
064800     ELSE
064900         MOVE 0 TO WS-AMOUNT-DUE
065000     END-IF.
065000     SET WS-NOT-ON-PLAN TO TRUE.
065000     IF WS-PLAN-FILE-OPEN
065000         PERFORM 2150-SUM-PLAN-DUE
065000             THRU 2150-SUM-PLAN-DUE-EXIT
065000     END-IF.
065100     MOVE 'UNDELIVERABLE' TO WS-STMT-DISP.
065200     IF NOT WS-MASTER-OPEN
065300         GO TO 2100-STATEMENT-UNDELIVERABLE
065400     END-IF.
065500     MOVE SST-STUDENT-ID (WS-STU-IDX) TO STM-STUDENT-ID.
065600     READ ST-MASTER-FILE
065700         INVALID KEY
065800             GO TO 2100-STATEMENT-UNDELIVERABLE
065900     END-READ.
066000     IF STM-ADDR-LINE1 = SPACES
066100         GO TO 2100-STATEMENT-UNDELIVERABLE
066200     END-IF.
066210     IF STM-DECEASED
066220         MOVE 'SUPPRESSED' TO WS-STMT-DISP
066230         ADD 1 TO WS-STMTS-SUPPRESSED
066240         ADD WS-CLOSING TO WS-TOTAL-SUPPRESSED
066250         PERFORM 2500-WRITE-REGISTER-LINE
066260             THRU 2500-WRITE-REGISTER-LINE-EXIT
066270         GO TO 2100-STATEMENT-ONE-STUDENT-EXIT
066280     END-IF.
066300     MOVE 'PRODUCED' TO WS-STMT-DISP.
066400     ADD 1 TO WS-STMTS-PRODUCED.
066500     ADD WS-CLOSING TO WS-TOTAL-PRODUCED.
066600     ADD WS-AMOUNT-DUE TO WS-TOTAL-DUE.
066700     IF SP-PRODUCTION-MODE
066800         PERFORM 2200-WRITE-STATEMENT
066900             THRU 2200-WRITE-STATEMENT-EXIT
067000     END-IF.
067100     PERFORM 2500-WRITE-REGISTER-LINE
067200         THRU 2500-WRITE-REGISTER-LINE-EXIT.
067300     GO TO 2100-STATEMENT-ONE-STUDENT-EXIT.
067400 2100-STATEMENT-UNDELIVERABLE.
067500     ADD 1 TO WS-STMTS-UNDELIV.
067600     ADD WS-CLOSING TO WS-TOTAL-UNDELIV.
067700     PERFORM 2500-WRITE-REGISTER-LINE
067800         THRU 2500-WRITE-REGISTER-LINE-EXIT.
067900 2100-STATEMENT-ONE-STUDENT-EXIT.
068000     EXIT.
068100*--------------------------------------------------------------*
068101* 2150-SUM-PLAN-DUE - A STUDENT ON A PAYMENT PLAN OWES ONLY THE *
068102* INSTALLMENTS FALLING DUE BY THE DUE DATE, PLUS ANY PART OF    *
068103* THE BALANCE NO PLAN COVERS, NEVER MORE THAN THE CLOSING       *
068104* BALANCE ITSELF.                                               *
068105*--------------------------------------------------------------*
068106 2150-SUM-PLAN-DUE.
068107     MOVE 0 TO WS-PLAN-DUE.
068108     MOVE 0 TO WS-PLAN-UNPAID.
068109     MOVE SST-STUDENT-ID (WS-STU-IDX) TO PPL-STUDENT-ID.
068110     MOVE LOW-VALUES TO PPL-TERM.
068111     START ST-PLAN-FILE KEY IS NOT LESS THAN PPL-KEY
068112         INVALID KEY
068113             GO TO 2150-SUM-PLAN-DUE-EXIT
068114     END-START.
068115     SET WS-PLAN-NOT-AT-END TO TRUE.
068116     PERFORM UNTIL WS-PLAN-AT-END
068117         READ ST-PLAN-FILE NEXT RECORD
068118             AT END
068119                 SET WS-PLAN-AT-END TO TRUE
068120             NOT AT END
068121                 IF PPL-STUDENT-ID
068121                     NOT = SST-STUDENT-ID (WS-STU-IDX)
068122                     SET WS-PLAN-AT-END TO TRUE
068123                 ELSE
068124                     IF PPL-ACTIVE
068125                         SET WS-ON-PLAN TO TRUE
068126                         PERFORM 2160-SUM-ONE-PLAN
068127                             THRU 2160-SUM-ONE-PLAN-EXIT
068128                     END-IF
068129                 END-IF
068130         END-READ
068131     END-PERFORM.
068132     IF WS-NOT-ON-PLAN
068133         GO TO 2150-SUM-PLAN-DUE-EXIT
068134     END-IF.
068135     IF WS-CLOSING > WS-PLAN-UNPAID
068136         COMPUTE WS-PLAN-DUE = WS-PLAN-DUE
068137             + WS-CLOSING - WS-PLAN-UNPAID
068138     END-IF.
068139     IF WS-PLAN-DUE < WS-AMOUNT-DUE
068140         MOVE WS-PLAN-DUE TO WS-AMOUNT-DUE
068141     END-IF.
068142 2150-SUM-PLAN-DUE-EXIT.
068143     EXIT.
068144*--------------------------------------------------------------*
068145* 2160-SUM-ONE-PLAN - WHAT IS STILL OWED ON THE PLAN, AND HOW   *
068146* MUCH OF IT FALLS DUE BY THE STATEMENT DUE DATE.               *
068147*--------------------------------------------------------------*
068148 2160-SUM-ONE-PLAN.
068149     PERFORM VARYING WS-INST-IDX FROM 1 BY 1
068150             UNTIL WS-INST-IDX > PPL-INST-COUNT
068151         COMPUTE WS-INST-OPEN = PPI-AMOUNT (WS-INST-IDX)
068152             - PPI-PAID-AMOUNT (WS-INST-IDX)
068153         IF WS-INST-OPEN > 0
068154             ADD WS-INST-OPEN TO WS-PLAN-UNPAID
068155             IF PPI-DUE-DATE (WS-INST-IDX) NOT > WS-DUE-DATE
068156                 ADD WS-INST-OPEN TO WS-PLAN-DUE
068157             END-IF
068158         END-IF
068159     END-PERFORM.
068160 2160-SUM-ONE-PLAN-EXIT.
068161     EXIT.
068162*--------------------------------------------------------------*
068200* 2200-WRITE-STATEMENT - THE ADDRESS BLOCK, THE OPENING         *
068300* BALANCE AS OF THE FIRST OF THE MONTH, THE MONTH'S ACTIVITY,   *
068310* THE CLOSING BALANCE AS OF THE BUSINESS DATE, THE SCHEDULE OF  *
068320* ANY PAYMENT PLAN AND THE AMOUNT DUE BY THE DUE DATE.           *
068600*--------------------------------------------------------------*
068700 2200-WRITE-STATEMENT.
068800     MOVE SPACES TO STO-RECORD.
068900     MOVE SST-STUDENT-ID (WS-STU-IDX) TO STO-STUDENT-ID.
069000     MOVE 'ADDRESS ' TO STO-LINE-TYPE.
069100     MOVE STM-NAME TO STO-NAME.
069200     MOVE STM-ADDR-LINE1 TO STO-ADDR-LINE1.
069300     MOVE STM-ADDR-LINE2 TO STO-ADDR-LINE2.
069400     MOVE STM-CITY TO STO-CITY.
069500     MOVE STM-STATE TO STO-STATE.
069600     MOVE STM-ZIP TO STO-ZIP.
069700     MOVE WS-BUSINESS-DATE TO STO-STATEMENT-DATE.
069800     WRITE STO-RECORD.
069900     MOVE SPACES TO STO-RECORD.
070000     MOVE SST-STUDENT-ID (WS-STU-IDX) TO STO-STUDENT-ID.
070100     MOVE 'OPENING ' TO STO-LINE-TYPE.
070200     MOVE 'OPENING BALANCE' TO STO-BAL-LABEL.
070300     MOVE WS-PERIOD-START TO STO-BAL-DATE.
070400     MOVE SST-OPENING (WS-STU-IDX) TO STO-BAL-AMOUNT.
070500     WRITE STO-RECORD.
070600     MOVE SST-FIRST-DTL (WS-STU-IDX) TO WS-DTL-IDX.
070700     PERFORM UNTIL WS-DTL-IDX = 0
070800         PERFORM 2250-WRITE-ACTIVITY-LINE
070900             THRU 2250-WRITE-ACTIVITY-LINE-EXIT
071000         MOVE SDT-NEXT-DTL (WS-DTL-IDX) TO WS-DTL-IDX
071100     END-PERFORM.
071200     MOVE SPACES TO STO-RECORD.
071300     MOVE SST-STUDENT-ID (WS-STU-IDX) TO STO-STUDENT-ID.
071400     MOVE 'CLOSING ' TO STO-LINE-TYPE.
071500     MOVE 'CLOSING BALANCE' TO STO-BAL-LABEL.
071600     MOVE WS-BUSINESS-DATE TO STO-BAL-DATE.
071700     MOVE WS-CLOSING TO STO-BAL-AMOUNT.
071800     WRITE STO-RECORD.
071800     IF WS-ON-PLAN
071800         PERFORM 2270-WRITE-PLAN-LINES
071800             THRU 2270-WRITE-PLAN-LINES-EXIT
071800     END-IF.
071900     MOVE SPACES TO STO-RECORD.
072000     MOVE SST-STUDENT-ID (WS-STU-IDX) TO STO-STUDENT-ID.
072100     MOVE 'DUE     ' TO STO-LINE-TYPE.
072200     IF WS-CLOSING < 0
072300         MOVE 'CREDIT BALANCE' TO STO-BAL-LABEL
072400         MOVE WS-BUSINESS-DATE TO STO-BAL-DATE
072500         MOVE WS-CLOSING TO STO-BAL-AMOUNT
072600     ELSE
072600         IF WS-ON-PLAN
072600             MOVE 'INSTALLMENTS DUE BY' TO STO-BAL-LABEL
072600         ELSE
072600             MOVE 'AMOUNT DUE BY' TO STO-BAL-LABEL
072600         END-IF
072800         MOVE WS-DUE-DATE TO STO-BAL-DATE
072900         MOVE WS-AMOUNT-DUE TO STO-BAL-AMOUNT
073000     END-IF.
073100     WRITE STO-RECORD.
073200 2200-WRITE-STATEMENT-EXIT.
073300     EXIT.
073400*--------------------------------------------------------------*
073500* 2250-WRITE-ACTIVITY-LINE - ONE POSTING IN THE MONTH, NAMED BY *
073600* WHAT IT DID TO THE ACCOUNT: CATEGORY B IS CASH (A PAYMENT IN  *
073700* OR A REFUND OUT), CATEGORY C IS AID, ANYTHING ELSE A CHARGE   *
073800* OR ITS REVERSAL.                                              *
073900*--------------------------------------------------------------*
074000 2250-WRITE-ACTIVITY-LINE.
074100     EVALUATE TRUE
074200         WHEN SDT-CATEGORY (WS-DTL-IDX) = 'B'
074300             AND SDT-AMOUNT (WS-DTL-IDX) < 0
074400             MOVE 'PAYMENT' TO WS-LINE-KIND
074500         WHEN SDT-CATEGORY (WS-DTL-IDX) = 'B'
074600             MOVE 'REFUND' TO WS-LINE-KIND
074700         WHEN SDT-CATEGORY (WS-DTL-IDX) = 'C'
074800             MOVE 'AID CREDIT' TO WS-LINE-KIND
074900         WHEN SDT-AMOUNT (WS-DTL-IDX) < 0
075000             MOVE 'CREDIT' TO WS-LINE-KIND
075100         WHEN OTHER
075200             MOVE 'CHARGE' TO WS-LINE-KIND
075300     END-EVALUATE.
075400     MOVE SPACES TO STO-RECORD.
075500     MOVE SST-STUDENT-ID (WS-STU-IDX) TO STO-STUDENT-ID.
075600     MOVE 'ACTIVITY' TO STO-LINE-TYPE.
075700     MOVE SDT-POST-DATE (WS-DTL-IDX) TO STO-POST-DATE.
075800     MOVE SDT-SOURCE (WS-DTL-IDX) TO STO-SOURCE.
075900     MOVE SDT-CATEGORY (WS-DTL-IDX) TO STO-CATEGORY.
076000     MOVE WS-LINE-KIND TO STO-KIND.
076100     MOVE SDT-DESC (WS-DTL-IDX) TO STO-DESC.
076200     MOVE SDT-AMOUNT (WS-DTL-IDX) TO STO-AMOUNT.
076300     WRITE STO-RECORD.
076400 2250-WRITE-ACTIVITY-LINE-EXIT.
076500     EXIT.
076501*--------------------------------------------------------------*
076502* 2270-WRITE-PLAN-LINES - EACH INSTALLMENT OF THE STUDENT'S     *
076503* ACTIVE PAYMENT PLANS WITH ITS DUE DATE, AMOUNT, WHAT HAS BEEN *
076504* PAID AND WHERE IT STANDS.                                     *
076505*--------------------------------------------------------------*
076506 2270-WRITE-PLAN-LINES.
076507     MOVE SST-STUDENT-ID (WS-STU-IDX) TO PPL-STUDENT-ID.
076508     MOVE LOW-VALUES TO PPL-TERM.
076509     START ST-PLAN-FILE KEY IS NOT LESS THAN PPL-KEY
076510         INVALID KEY
076511             GO TO 2270-WRITE-PLAN-LINES-EXIT
076512     END-START.
076513     SET WS-PLAN-NOT-AT-END TO TRUE.
076514     PERFORM UNTIL WS-PLAN-AT-END
076515         READ ST-PLAN-FILE NEXT RECORD
076516             AT END
076517                 SET WS-PLAN-AT-END TO TRUE
076518             NOT AT END
076519                 IF PPL-STUDENT-ID
076519                     NOT = SST-STUDENT-ID (WS-STU-IDX)
076520                     SET WS-PLAN-AT-END TO TRUE
076521                 ELSE
076522                     IF PPL-ACTIVE
076523                         PERFORM 2280-WRITE-ONE-INSTALLMENT
076524                             THRU 2280-WRITE-ONE-INSTALLMENT-EXIT
076525                             VARYING WS-INST-IDX FROM 1 BY 1
076526                             UNTIL WS-INST-IDX > PPL-INST-COUNT
076527                     END-IF
076528                 END-IF
076529         END-READ
076530     END-PERFORM.
076531 2270-WRITE-PLAN-LINES-EXIT.
076532     EXIT.
076533*--------------------------------------------------------------*
076534* 2280-WRITE-ONE-INSTALLMENT - ONE PLAN LINE.                   *
076535*--------------------------------------------------------------*
076536 2280-WRITE-ONE-INSTALLMENT.
076537     MOVE SPACES TO STO-RECORD.
076538     MOVE SST-STUDENT-ID (WS-STU-IDX) TO STO-STUDENT-ID.
076539     MOVE 'PLAN    ' TO STO-LINE-TYPE.
076540     MOVE PPL-TERM TO STO-PLN-TERM.
076541     MOVE PPL-PLAN-TYPE TO STO-PLN-TYPE.
076542     MOVE WS-INST-IDX TO STO-PLN-INST-NO.
076543     MOVE PPI-DUE-DATE (WS-INST-IDX) TO STO-PLN-DUE-DATE.
076544     MOVE PPI-AMOUNT (WS-INST-IDX) TO STO-PLN-AMOUNT.
076545     MOVE PPI-PAID-AMOUNT (WS-INST-IDX) TO STO-PLN-PAID.
076546     EVALUATE TRUE
076547         WHEN PPI-PAID (WS-INST-IDX)
076548             MOVE 'PAID' TO STO-PLN-STATUS
076549         WHEN PPI-PAST-DUE (WS-INST-IDX)
076550             MOVE 'PAST DUE' TO STO-PLN-STATUS
076551         WHEN PPI-PARTIAL (WS-INST-IDX)
076552             MOVE 'PARTIALLY PAID' TO STO-PLN-STATUS
076553         WHEN OTHER
076554             MOVE 'OPEN' TO STO-PLN-STATUS
076555     END-EVALUATE.
076556     WRITE STO-RECORD.
076557 2280-WRITE-ONE-INSTALLMENT-EXIT.
076558     EXIT.
076600*--------------------------------------------------------------*
076700* 2500-WRITE-REGISTER-LINE - ONE REGISTER LINE PER STATEMENT    *
076800* ATTEMPTED, DELIVERABLE OR NOT.                                *
076900*--------------------------------------------------------------*
077000 2500-WRITE-REGISTER-LINE.
077100     MOVE SPACES TO ST-REGISTER-RECORD.
077200     MOVE SST-STUDENT-ID (WS-STU-IDX) TO STR-STUDENT-ID.
077300     MOVE WS-STMT-DISP TO STR-DISPOSITION.
077400     MOVE SST-OPENING (WS-STU-IDX) TO STR-OPENING.
077500     MOVE SST-CHARGES (WS-STU-IDX) TO STR-CHARGES.
077600     MOVE SST-CREDITS (WS-STU-IDX) TO STR-CREDITS.
077700     MOVE WS-CLOSING TO STR-CLOSING.
077800     MOVE WS-AMOUNT-DUE TO STR-AMOUNT-DUE.
077900     WRITE ST-REGISTER-RECORD.
078000 2500-WRITE-REGISTER-LINE-EXIT.
078100     EXIT.
078200*--------------------------------------------------------------*
078300* 3000-WRITE-CONTROL-TOTALS - THE REGISTER'S CLOSING SECTION.   *
078400* THE STATEMENT CLOSING BALANCES - PRODUCED, UNDELIVERABLE AND  *
078500* SUPPRESSED - MUST SUM TO THE NET OF THE SUBLEDGER AS READ;    *
078500* ANY VARIANCE ALSO ALERTS.                                     *
078700*--------------------------------------------------------------*
078800 3000-WRITE-CONTROL-TOTALS.
078900     MOVE 'SUBLEDGER EVENTS READ' TO STT-LABEL.
079000     MOVE WS-EVENTS-READ TO STT-COUNT.
079100     MOVE WS-SUBLEDGER-NET TO STT-AMOUNT.
079200     PERFORM 3100-WRITE-TOTAL-LINE
079300         THRU 3100-WRITE-TOTAL-LINE-EXIT.
079400     MOVE 'EVENTS UNREADABLE' TO STT-LABEL.
079500     MOVE WS-EVENTS-REJECTED TO STT-COUNT.
079600     PERFORM 3100-WRITE-TOTAL-LINE
079700         THRU 3100-WRITE-TOTAL-LINE-EXIT.
079800     MOVE 'OPENING BALANCES' TO STT-LABEL.
079900     MOVE WS-STU-COUNT TO STT-COUNT.
080000     MOVE WS-TOTAL-OPENING TO STT-AMOUNT.
080100     PERFORM 3100-WRITE-TOTAL-LINE
080200         THRU 3100-WRITE-TOTAL-LINE-EXIT.
080300     MOVE 'CHARGES IN PERIOD' TO STT-LABEL.
080400     MOVE WS-CHARGE-LINES TO STT-COUNT.
080500     MOVE WS-TOTAL-CHARGES TO STT-AMOUNT.
080600     PERFORM 3100-WRITE-TOTAL-LINE
080700         THRU 3100-WRITE-TOTAL-LINE-EXIT.
080800     MOVE 'CREDITS IN PERIOD' TO STT-LABEL.
080900     MOVE WS-CREDIT-LINES TO STT-COUNT.
081000     MOVE WS-TOTAL-CREDITS TO STT-AMOUNT.
081100     PERFORM 3100-WRITE-TOTAL-LINE
081200         THRU 3100-WRITE-TOTAL-LINE-EXIT.
081300     MOVE 'CLOSING BALANCES' TO STT-LABEL.
081400     MOVE WS-TOTAL-CLOSING TO STT-AMOUNT.
081500     PERFORM 3100-WRITE-TOTAL-LINE
081600         THRU 3100-WRITE-TOTAL-LINE-EXIT.
081700     MOVE 'STATEMENTS PRODUCED' TO STT-LABEL.
081800     MOVE WS-STMTS-PRODUCED TO STT-COUNT.
081900     MOVE WS-TOTAL-PRODUCED TO STT-AMOUNT.
082000     PERFORM 3100-WRITE-TOTAL-LINE
082100         THRU 3100-WRITE-TOTAL-LINE-EXIT.
082200     MOVE 'STATEMENTS UNDELIVERABLE' TO STT-LABEL.
082300     MOVE WS-STMTS-UNDELIV TO STT-COUNT.
082400     MOVE WS-TOTAL-UNDELIV TO STT-AMOUNT.
082500     PERFORM 3100-WRITE-TOTAL-LINE
082600         THRU 3100-WRITE-TOTAL-LINE-EXIT.
082610     MOVE 'STATEMENTS SUPPRESSED' TO STT-LABEL.
082620     MOVE WS-STMTS-SUPPRESSED TO STT-COUNT.
082630     MOVE WS-TOTAL-SUPPRESSED TO STT-AMOUNT.
082640     PERFORM 3100-WRITE-TOTAL-LINE
082650         THRU 3100-WRITE-TOTAL-LINE-EXIT.
082700     MOVE 'NO STATEMENT - NIL' TO STT-LABEL.
082800     MOVE WS-STUDENTS-QUIET TO STT-COUNT.
082900     PERFORM 3100-WRITE-TOTAL-LINE
083000         THRU 3100-WRITE-TOTAL-LINE-EXIT.
083100     MOVE 'AMOUNT DUE' TO STT-LABEL.
083200     MOVE WS-STMTS-PRODUCED TO STT-COUNT.
083300     MOVE WS-TOTAL-DUE TO STT-AMOUNT.
083400     PERFORM 3100-WRITE-TOTAL-LINE
083500         THRU 3100-WRITE-TOTAL-LINE-EXIT.
083600     COMPUTE WS-VARIANCE = WS-TOTAL-PRODUCED + WS-TOTAL-UNDELIV
083610         + WS-TOTAL-SUPPRESSED - WS-SUBLEDGER-NET.
083800     MOVE 'SUBLEDGER VARIANCE' TO STT-LABEL.
083900     MOVE WS-VARIANCE TO STT-AMOUNT.
084000     IF WS-VARIANCE = 0
084100         MOVE 'MATCH' TO STT-RESULT
084200     ELSE
084300         MOVE 'MISMATCH' TO STT-RESULT
084400     END-IF.
084500     PERFORM 3100-WRITE-TOTAL-LINE
084600         THRU 3100-WRITE-TOTAL-LINE-EXIT.
084700     CLOSE ST-REGISTER-FILE.
084800     IF WS-VARIANCE NOT = 0
084900         DISPLAY 'STMTRUN: STATEMENTS DO NOT PROVE TO THE '
085000             'SUBLEDGER'
085100         PERFORM 3500-WRITE-TIE-OUT-ALERT
085200             THRU 3500-WRITE-TIE-OUT-ALERT-EXIT
085300     END-IF.
085400 3000-WRITE-CONTROL-TOTALS-EXIT.
085500     EXIT.
085600*--------------------------------------------------------------*
085700* 3100-WRITE-TOTAL-LINE - ONE CONTROL TOTAL LINE, CLEARED FOR   *
085800* THE NEXT.                                                     *
085900*--------------------------------------------------------------*
086000 3100-WRITE-TOTAL-LINE.
086100     WRITE ST-REGISTER-RECORD.
086200     MOVE SPACES TO ST-REGISTER-RECORD.
086300 3100-WRITE-TOTAL-LINE-EXIT.
086400     EXIT.
086500*--------------------------------------------------------------*
086600* 3500-WRITE-TIE-OUT-ALERT - THE OUT-OF-TIE STATEMENT RUN ON    *
086700* ALERTOUT, THE WAY ACCTRCON SURFACES A SUBLEDGER MISMATCH.     *
086800*--------------------------------------------------------------*
086900 3500-WRITE-TIE-OUT-ALERT.
087000     IF SP-TEST-MODE
087100         GO TO 3500-WRITE-TIE-OUT-ALERT-EXIT
087200     END-IF.
087300     OPEN EXTEND ST-ALERT-FILE.
087400     IF NOT WS-ALERT-OK
087500         CLOSE ST-ALERT-FILE
087600         OPEN OUTPUT ST-ALERT-FILE
087700     END-IF.
087800     MOVE SPACES TO ALERT-RECORD.
087900     MOVE 'STMTRUN ' TO ALRT-PROGRAM-ID.
088000     ACCEPT ALRT-DATE FROM DATE YYYYMMDD.
088100     ACCEPT ALRT-TIME FROM TIME.
088200     MOVE 'STATEMENT OUT OF TIE' TO ALRT-CATEGORY.
088300     MOVE SPACES TO ALRT-DETAIL.
088400     MOVE WS-STMTS-PRODUCED TO ALRT-DETAIL (1:7).
088500     MOVE 'STATEMENTS' TO ALRT-DETAIL (9:10).
088600     MOVE SP-CYCLE-NUMBER TO ALRT-CYCLE-NUMBER.
088700     MOVE ALRT-CATEGORY TO SV-CATEGORY.
088800     CALL 'ALRTSEV' USING SEV-PARM-BLOCK.
088900     MOVE SV-SEVERITY TO ALRT-SEVERITY.
089000     WRITE ALERT-RECORD.
089100     CLOSE ST-ALERT-FILE.
089200 3500-WRITE-TIE-OUT-ALERT-EXIT.
089300     EXIT.
089400*--------------------------------------------------------------*
089500* 9999-EXIT                                                    *
089600*--------------------------------------------------------------*
089700 9999-EXIT.
089800     STOP RUN.
