000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SPONBILL.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - THIRD-PARTY SPONSOR BILLING.  *
001100*                EVERY NIGHT EACH SPONAUTH AUTHORIZATION IS     *
001200*                TRUED UP: THE STUDENT'S STUACCT CHARGES FOR    *
001300*                THE TERM IN THE CATEGORIES IT COVERS, UP TO    *
001400*                ITS CAP, BELONG ON THE SPONSOR. WHATEVER IS    *
001500*                NOT THERE YET MOVES FROM THE STUDENT TO THE    *
001600*                SPONSOR'S SPONACCT RECEIVABLE AS A STUACCT     *
001700*                CREDIT AND A MATCHING SPONACCT CHARGE IN THE   *
001800*                SAME LEDGER CATEGORY; A CHARGE SINCE REDUCED   *
001900*                OR AN AUTHORIZATION REVOKED MOVES BACK. THE    *
002000*                UNCOVERED REMAINDER STAYS ON THE STUDENT. THE  *
002100*                LEDGER IS NOT TOUCHED - THE CHARGE HAS ONLY    *
002200*                CHANGED WHO OWES IT. ON THE SUITECAL MONTH-END *
002300*                BUSINESS DAY EVERY SPONSOR WITH ACTIVITY NOT   *
002400*                YET BILLED GETS AN INVOICE ON SPONINV,         *
002500*                ADDRESSED FROM SPONMAST, AND THE ACTIVITY IS   *
002600*                STAMPED WITH THE INVOICE NUMBER SPONPOST       *
002700*                TAKES PAYMENTS AGAINST. SPNBRPT CARRIES EVERY  *
002800*                TRANSFER, EVERY INVOICE AND THE TOTALS. TEST   *
002900*                MODE WRITES THE REPORT ONLY.                   *
002900* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 153 BYTES FOR THE *
002900*                DEGREE CONFERRAL DATE, STAMPED BY GRADCONF.    *
002900* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 170 BYTES FOR THE *
002900*                DIRECTORY-INFORMATION CONFIDENTIALITY FLAG,    *
002900*                ITS DATE AND REQUESTING OPERATOR.              *
002900* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 186 BYTES FOR THE *
002900*                DATE OF DEATH AND ITS VERIFICATION SOURCE.     *
002900* 10/15/26  DW   EVERY STUACCT POSTING IS NOW ALSO WRITTEN TO  *
002900*                THE RCVJRNL FORWARD-RECOVERY JOURNAL THROUGH  *
002900*                JRNLLOG.                                      *
002900* 10/15/26  DW   EVERY STUACCT POSTING IS NOW ALSO POSTED TO   *
002900*                THE STUDENT'S STUBAL BALANCE RECORD THROUGH   *
002900*                BALPOST, STRAIGHT AFTER THE WRITE.            *
003000*--------------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT SB-AUTH-FILE ASSIGN TO SPONAUTH
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-AUTH-STATUS.
003700     SELECT SB-SPONSOR-FILE ASSIGN TO SPONMAST
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-SPONSOR-STATUS.
004000     SELECT SB-ACAL-FILE ASSIGN TO ACADCAL
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-ACAL-STATUS.
004300     SELECT SB-ACCT-FILE ASSIGN TO STUACCT
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-ACCT-STATUS.
004600     SELECT SB-SPACCT-FILE ASSIGN TO SPONACCT
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-SPACCT-STATUS.
004900     SELECT SB-WORK-FILE ASSIGN TO SPNBWRK
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-WORK-STATUS.
005200     SELECT SB-MASTER-FILE ASSIGN TO STUMAST
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS STM-STUDENT-ID
005600         FILE STATUS IS WS-MASTER-STATUS.
005700     SELECT SB-INVOICE-FILE ASSIGN TO SPONINV
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-INVOICE-STATUS.
006000     SELECT SB-REPORT-FILE ASSIGN TO SPNBRPT
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-REPORT-STATUS.
006300     SELECT SB-CAL-FILE ASSIGN TO SUITECAL
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-CAL-STATUS.
006600     SELECT SUITE-PARM-FILE ASSIGN TO SUITEPRM
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-SUITE-STATUS.
006900     SELECT SB-CYCLENO-FILE ASSIGN TO CYCLENO
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-CYCLENO-STATUS.
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  SB-AUTH-FILE.
007500 COPY SPNAUREC.
007600 FD  SB-SPONSOR-FILE.
007700 COPY SPONMREC.
007800 FD  SB-ACAL-FILE.
007900 COPY ACADCREC.
008000 FD  SB-ACCT-FILE.
008100 COPY STUACREC.
008200 FD  SB-SPACCT-FILE.
008300 COPY SPACTREC.
008400 FD  SB-WORK-FILE.
008500 01  SB-WORK-RECORD           PIC X(88).
008600 FD  SB-MASTER-FILE.
008700 01  STM-RECORD.
008800     05  STM-STUDENT-ID       PIC 9(09).
008900     05  STM-NAME             PIC X(25).
009000     05  STM-PROGRAM-CODE     PIC X(04).
009100     05  STM-RES-CODE1        PIC 9(01).
009200     05  STM-RES-CODE2        PIC 9(01).
009300     05  STM-RES-CODE3        PIC 9(01).
009400     05  STM-ENROLL-STATUS    PIC X(01).
009500     05  STM-LAST-MAINT-DATE  PIC 9(08).
009600     05  STM-ADDR-LINE1       PIC X(25).
009700     05  STM-ADDR-LINE2       PIC X(25).
009800     05  STM-CITY             PIC X(15).
009900     05  STM-STATE            PIC X(02).
010000     05  STM-ZIP              PIC X(05).
010100     05  STM-WITHDRAW-DATE    PIC 9(08).
010200     05  STM-DOB              PIC 9(08).
010300     05  STM-STANDING-CODE    PIC X(01).
010400     05  STM-STANDING-TERM    PIC X(06).
010400     05  STM-CONFER-DATE      PIC 9(08).
010400     05  STM-CONFID-FLAG      PIC X(01).
010400     05  STM-CONFID-DATE      PIC 9(08).
010400     05  STM-CONFID-OPER      PIC X(08).
010400     05  STM-DEATH-DATE       PIC 9(08).
010400     05  STM-DEATH-SOURCE     PIC X(08).
010500*--------------------------------------------------------------*
010600* SPONINV - THE SPONSOR INVOICE FILE FOR THE PRINT SHOP. EVERY  *
010700* LINE CARRIES THE SPONSOR ID AND A LINE TYPE: NAME, ADDRESS,   *
010800* INVOICE (NUMBER, DATE, DUE DATE), CHARGE (ONE PER EVENT       *
010900* BILLED, WITH THE STUDENT AND THE SPONSOR'S AUTHORIZATION      *
011000* REFERENCE), PREVIOUS (EARLIER INVOICES STILL UNPAID), CURRENT *
011100* AND DUE, IN THAT ORDER.                                       *
011200*--------------------------------------------------------------*
011300 FD  SB-INVOICE-FILE.
011400 01  SIN-RECORD.
011500     05  SIN-SPONSOR-ID       PIC X(06).
011600     05  FILLER               PIC X(01).
011700     05  SIN-LINE-TYPE        PIC X(08).
011800     05  FILLER               PIC X(01).
011900     05  SIN-LINE-BODY        PIC X(124).
012000 01  SIN-NAME-R REDEFINES SIN-RECORD.
012100     05  FILLER               PIC X(16).
012200     05  SIN-NAME             PIC X(30).
012300     05  FILLER               PIC X(01).
012400     05  SIN-ATTENTION        PIC X(25).
012500     05  FILLER               PIC X(68).
012600 01  SIN-ADDRESS-R REDEFINES SIN-RECORD.
012700     05  FILLER               PIC X(16).
012800     05  SIN-ADDR-LINE1       PIC X(30).
012900     05  FILLER               PIC X(01).
013000     05  SIN-ADDR-LINE2       PIC X(30).
013100     05  FILLER               PIC X(01).
013200     05  SIN-CITY             PIC X(20).
013300     05  FILLER               PIC X(01).
013400     05  SIN-STATE            PIC X(02).
013500     05  FILLER               PIC X(01).
013600     05  SIN-ZIP              PIC X(10).
013700     05  FILLER               PIC X(28).
013800 01  SIN-INVOICE-R REDEFINES SIN-RECORD.
013900     05  FILLER               PIC X(16).
014000     05  SIN-INVOICE-NO       PIC X(12).
014100     05  FILLER               PIC X(01).
014200     05  SIN-INVOICE-DATE     PIC 9(08).
014300     05  FILLER               PIC X(01).
014400     05  SIN-DUE-DATE         PIC 9(08).
014500     05  FILLER               PIC X(01).
014600     05  SIN-TERMS-DAYS       PIC ZZ9.
014700     05  FILLER               PIC X(90).
014800 01  SIN-CHARGE-R REDEFINES SIN-RECORD.
014900     05  FILLER               PIC X(16).
015000     05  SIN-STUDENT-ID       PIC 9(09).
015100     05  FILLER               PIC X(01).
015200     05  SIN-STUDENT-NAME     PIC X(25).
015300     05  FILLER               PIC X(01).
015400     05  SIN-TERM             PIC X(06).
015500     05  FILLER               PIC X(01).
015600     05  SIN-AUTH-REF         PIC X(12).
015700     05  FILLER               PIC X(01).
015800     05  SIN-CATEGORY         PIC X(01).
015900     05  FILLER               PIC X(01).
016000     05  SIN-DESC             PIC X(20).
016100     05  FILLER               PIC X(01).
016200     05  SIN-POST-DATE        PIC 9(08).
016300     05  FILLER               PIC X(01).
016400     05  SIN-AMOUNT           PIC -ZZZZZZ9.99.
016500     05  FILLER               PIC X(25).
016600 01  SIN-BALANCE-R REDEFINES SIN-RECORD.
016700     05  FILLER               PIC X(16).
016800     05  SIN-BAL-LABEL        PIC X(30).
016900     05  FILLER               PIC X(01).
017000     05  SIN-BAL-DATE         PIC 9(08).
017100     05  FILLER               PIC X(01).
017200     05  SIN-BAL-AMOUNT       PIC -ZZZZZZZ9.99.
017300     05  FILLER               PIC X(72).
017400*--------------------------------------------------------------*
017500* SPNBRPT - ONE LINE PER TRANSFER, REVERSAL OR TRANSFER HELD,   *
017600* ONE PER INVOICE ISSUED, THEN THE NIGHT'S TOTALS.              *
017700*--------------------------------------------------------------*
017800 FD  SB-REPORT-FILE.
017900 01  SB-REPORT-RECORD.
018000     05  SBR-ACTION           PIC X(08).
018100     05  FILLER               PIC X(01).
018200     05  SBR-STUDENT-ID       PIC X(09).
018300     05  FILLER               PIC X(01).
018400     05  SBR-TERM             PIC X(06).
018500     05  FILLER               PIC X(01).
018600     05  SBR-SPONSOR-ID       PIC X(06).
018700     05  FILLER               PIC X(01).
018800     05  SBR-CATEGORY         PIC X(01).
018900     05  FILLER               PIC X(01).
019000     05  SBR-AMOUNT           PIC -ZZZZZZZ9.99.
019100     05  FILLER               PIC X(01).
019200     05  SBR-NOTE             PIC X(24).
019300 01  SBR-INVOICE-R REDEFINES SB-REPORT-RECORD.
019400     05  SBI-ACTION           PIC X(08).
019500     05  FILLER               PIC X(01).
019600     05  SBI-SPONSOR-ID       PIC X(06).
019700     05  FILLER               PIC X(01).
019800     05  SBI-INVOICE-NO       PIC X(12).
019900     05  FILLER               PIC X(01).
020000     05  SBI-PREVIOUS         PIC -ZZZZZZZ9.99.
020100     05  FILLER               PIC X(01).
020200     05  SBI-CURRENT          PIC -ZZZZZZZ9.99.
020300     05  FILLER               PIC X(01).
020400     05  SBI-DUE              PIC -ZZZZZZZ9.99.
020500     05  FILLER               PIC X(05).
020600 01  SBR-TOTAL-R REDEFINES SB-REPORT-RECORD.
020700     05  SBT-LABEL            PIC X(24).
020800     05  SBT-COUNT            PIC ZZZZZ9.
020900     05  FILLER               PIC X(01).
021000     05  SBT-AMOUNT           PIC -ZZZZZZZ9.99.
021100     05  FILLER               PIC X(29).
021200 FD  SB-CAL-FILE.
021300 01  CAL-RECORD.
021400     05  CAL-BUSINESS-DATE    PIC 9(08).
021500     05  CAL-MONTH-END-FLAG   PIC X(01).
021600     05  CAL-YEAR-END-FLAG    PIC X(01).
021700 FD  SUITE-PARM-FILE.
021800 01  SP-PARM-CARD             PIC X(11).
021900 FD  SB-CYCLENO-FILE.
022000 01  CYCLENO-CARD.
022100     05  CYC-CYCLE-NUMBER     PIC 9(06).
022200 WORKING-STORAGE SECTION.
022300 01  WS-SUITE-STATUS          PIC X(02).
022400     88  WS-SUITE-OK          VALUE '00'.
022500 01  WS-CYCLENO-STATUS        PIC X(02).
022600     88  WS-CYCLENO-OK        VALUE '00'.
022700 01  WS-AUTH-STATUS           PIC X(02).
022800     88  WS-AUTH-OK           VALUE '00'.
022900 01  WS-SPONSOR-STATUS        PIC X(02).
023000     88  WS-SPONSOR-OK        VALUE '00'.
023100 01  WS-ACAL-STATUS           PIC X(02).
023200     88  WS-ACAL-OK           VALUE '00'.
023300 01  WS-ACCT-STATUS           PIC X(02).
023400     88  WS-ACCT-OK           VALUE '00'.
023500 01  WS-SPACCT-STATUS         PIC X(02).
023600     88  WS-SPACCT-OK         VALUE '00'.
023700 01  WS-WORK-STATUS           PIC X(02).
023800     88  WS-WORK-OK           VALUE '00'.
023900 01  WS-MASTER-STATUS         PIC X(02).
024000     88  WS-MASTER-OK         VALUE '00'.
024100 01  WS-INVOICE-STATUS        PIC X(02).
024200     88  WS-INVOICE-OK        VALUE '00'.
024300 01  WS-REPORT-STATUS         PIC X(02).
024400     88  WS-REPORT-OK         VALUE '00'.
024500 01  WS-CAL-STATUS            PIC X(02).
024600     88  WS-CAL-OK            VALUE '00'.
024700 01  WS-EOF-SWITCH            PIC X(01).
024800     88  WS-AT-EOF            VALUE 'Y'.
024900     88  WS-NOT-AT-EOF        VALUE 'N'.
025000 01  WS-MONTH-END-SWITCH      PIC X(01) VALUE 'N'.
025100     88  WS-MONTH-END-RUN     VALUE 'Y'.
025200 01  WS-MASTER-OPEN-SWITCH    PIC X(01) VALUE 'N'.
025300     88  WS-MASTER-OPEN       VALUE 'Y'.
025400 01  WS-OVFL-SWITCH           PIC X(01) VALUE 'N'.
025500     88  WS-TABLE-OVERFLOWED  VALUE 'Y'.
025600 01  WS-COVERED-SWITCH        PIC X(01).
025700     88  WS-COVERED           VALUE 'Y'.
025800     88  WS-NOT-COVERED       VALUE 'N'.
025900 01  WS-TAKEN-SWITCH          PIC X(01).
026000     88  WS-TAKEN             VALUE 'Y'.
026100     88  WS-NOT-TAKEN         VALUE 'N'.
026200 01  WS-BUSINESS-DATE         PIC 9(08) VALUE 0.
026300 01  WS-DUE-DATE              PIC 9(08) VALUE 0.
026400 01  WS-EVENT-DATE            PIC 9(08) VALUE 0.
026500 01  WS-EVENT-TERM            PIC X(06).
026600 01  WS-CAT-LETTERS           PIC X(05) VALUE 'ABCDE'.
026700 01  WS-CAT-LETTER            PIC X(01).
026800 01  WS-CAT-SUB               PIC 9(01) COMP.
026900 01  WS-CAT-TALLY             PIC 9(02) COMP.
027000*--------------------------------------------------------------*
027100* WS-CAT-DESC-TABLE - WHAT EACH LEDGER CATEGORY IS CALLED ON    *
027200* THE SPONSOR'S RECEIVABLE AND INVOICE.                         *
027300*--------------------------------------------------------------*
027400 01  WS-CAT-DESC-VALUES.
027500     05  FILLER               PIC X(12) VALUE 'TUITION'.
027600     05  FILLER               PIC X(12) VALUE 'PAYMENT'.
027700     05  FILLER               PIC X(12) VALUE 'AID'.
027800     05  FILLER               PIC X(12) VALUE 'FEES'.
027900     05  FILLER               PIC X(12) VALUE 'LATE FEE'.
028000 01  WS-CAT-DESC-TABLE REDEFINES WS-CAT-DESC-VALUES.
028100     05  WS-CAT-DESC          PIC X(12) OCCURS 5 TIMES.
028200 01  WS-ROOM                  PIC S9(09)V99 VALUE 0.
028300 01  WS-TARGET                PIC S9(09)V99 VALUE 0.
028400 01  WS-DELTA                 PIC S9(09)V99 VALUE 0.
028500 01  WS-CREDIT-AMOUNT         PIC S9(07)V99 VALUE 0.
028600 01  WS-AMOUNT-DUE            PIC S9(09)V99 VALUE 0.
028700 01  WS-TRANSFER-COUNT        PIC 9(06) COMP VALUE 0.
028800 01  WS-TRANSFER-TOTAL        PIC S9(09)V99 VALUE 0.
028900 01  WS-REVERSAL-COUNT        PIC 9(06) COMP VALUE 0.
029000 01  WS-REVERSAL-TOTAL        PIC S9(09)V99 VALUE 0.
029100 01  WS-HELD-COUNT            PIC 9(06) COMP VALUE 0.
029200 01  WS-HELD-TOTAL            PIC S9(09)V99 VALUE 0.
029300 01  WS-INVOICE-COUNT         PIC 9(06) COMP VALUE 0.
029400 01  WS-INVOICE-TOTAL         PIC S9(09)V99 VALUE 0.
029500 01  WS-ORPHAN-COUNT          PIC 9(06) COMP VALUE 0.
029600 01  WS-DUP-AUTH-COUNT        PIC 9(06) COMP VALUE 0.
029700 01  WS-UNBILLED-COUNT        PIC 9(06) COMP VALUE 0.
029800 01  WS-TRM-COUNT             PIC 9(02) COMP VALUE 0.
029900 01  WS-TRM-MAX               PIC 9(02) COMP VALUE 40.
030000 01  WS-TRM-IDX               PIC 9(02) COMP.
030100 01  WS-SPN-COUNT             PIC 9(04) COMP VALUE 0.
030200 01  WS-SPN-MAX               PIC 9(04) COMP VALUE 500.
030300 01  WS-SPN-IDX               PIC 9(04) COMP.
030400 01  WS-SEARCH-SPONSOR        PIC X(06).
030500 01  WS-SPN-FOUND-SWITCH      PIC X(01).
030600     88  WS-SPN-FOUND         VALUE 'Y'.
030700     88  WS-SPN-NOT-FOUND     VALUE 'N'.
030800 01  WS-AUT-COUNT             PIC 9(05) COMP VALUE 0.
030900 01  WS-AUT-MAX               PIC 9(05) COMP VALUE 3000.
031000 01  WS-AUT-IDX               PIC 9(05) COMP.
031100 01  WS-SEARCH-KEY.
031200     05  WS-SEARCH-STUDENT    PIC 9(09).
031300     05  WS-SEARCH-TERM       PIC X(06).
031400     05  WS-SEARCH-SPNID      PIC X(06).
031500 01  WS-AUT-FOUND-SWITCH      PIC X(01).
031600     88  WS-AUT-FOUND         VALUE 'Y'.
031700     88  WS-AUT-NOT-FOUND     VALUE 'N'.
031800 01  WS-DTL-COUNT             PIC 9(05) COMP VALUE 0.
031900 01  WS-DTL-MAX               PIC 9(05) COMP VALUE 20000.
032000 01  WS-DTL-IDX               PIC 9(05) COMP.
032100 01  WS-SHIFT-IDX             PIC 9(05) COMP.
032200 01  WS-LOW                   PIC 9(05) COMP.
032300 01  WS-HIGH                  PIC 9(05) COMP.
032400 01  WS-MID                   PIC 9(05) COMP.
032500*--------------------------------------------------------------*
032600* SB-TRM-TABLE - THE ACADCAL TERMS IN CALENDAR ORDER. A CHARGE  *
032700* BELONGS TO THE FIRST TERM NOT ENDED BY ITS POSTING DATE, THE  *
032800* SAME TERM OF ORIGIN ARAGING AGES IT UNDER.                    *
032900*--------------------------------------------------------------*
033000 01  SB-TRM-TABLE.
033100     05  SB-TRM-ENTRY OCCURS 40 TIMES.
033200         10  STT-TERM         PIC X(06).
033300         10  STT-TERM-END     PIC 9(08).
033400*--------------------------------------------------------------*
033500* SB-SPN-TABLE - EVERY SPONMAST SPONSOR IN SPONSOR ID ORDER     *
033600* WITH ITS MAILING BLOCK, AND AT MONTH END WHAT IT OWES ON      *
033700* EARLIER INVOICES, WHAT IS NOT YET BILLED, THE FIRST AND LAST  *
033800* OF ITS UNBILLED EVENTS ON SB-DTL-TABLE AND TONIGHT'S INVOICE  *
033900* NUMBER.                                                       *
034000*--------------------------------------------------------------*
034100 01  SB-SPN-TABLE.
034200     05  SB-SPN-ENTRY OCCURS 500 TIMES.
034300         10  SSP-SPONSOR-ID   PIC X(06).
034400         10  SSP-NAME         PIC X(30).
034500         10  SSP-ATTENTION    PIC X(25).
034600         10  SSP-ADDR-LINE1   PIC X(30).
034700         10  SSP-ADDR-LINE2   PIC X(30).
034800         10  SSP-CITY         PIC X(20).
034900         10  SSP-STATE        PIC X(02).
035000         10  SSP-ZIP          PIC X(10).
035100         10  SSP-TERMS-DAYS   PIC 9(03).
035200         10  SSP-STATUS       PIC X(01).
035300             88  SSP-ACTIVE   VALUE 'A' ' '.
035400         10  SSP-PREVIOUS     PIC S9(09)V99 COMP-3.
035500         10  SSP-CURRENT      PIC S9(09)V99 COMP-3.
035600         10  SSP-DTL-COUNT    PIC 9(05) COMP.
035700         10  SSP-FIRST-DTL    PIC 9(05) COMP.
035800         10  SSP-LAST-DTL     PIC 9(05) COMP.
035900         10  SSP-INVOICE-NO   PIC X(12).
036000*--------------------------------------------------------------*
036100* SB-AUT-TABLE - EVERY SPONAUTH AUTHORIZATION IN STUDENT, TERM  *
036200* AND SPONSOR ORDER: WHETHER ITS SPONSOR IS ON SPONMAST AND     *
036300* ACTIVE (Y), INACTIVE (I) OR MISSING (N), AND BY CATEGORY THE  *
036400* STUDENT'S NET CHARGES IT COVERS AND WHAT IS ALREADY ON THE    *
036500* SPONSOR FOR IT.                                               *
036600*--------------------------------------------------------------*
036700 01  SB-AUT-TABLE.
036800     05  SB-AUT-ENTRY OCCURS 3000 TIMES.
036900         10  SAU-KEY.
037000             15  SAU-STUDENT-ID PIC 9(09).
037100             15  SAU-TERM     PIC X(06).
037200             15  SAU-SPONSOR-ID PIC X(06).
037300         10  SAU-CATEGORIES   PIC X(05).
037400         10  SAU-CAP-AMOUNT   PIC 9(07)V99.
037500         10  SAU-STATUS       PIC X(01).
037600             88  SAU-ACTIVE   VALUE 'A' ' '.
037700         10  SAU-SPONSOR-SW   PIC X(01).
037800             88  SAU-SPONSOR-ACTIVE   VALUE 'Y'.
037900             88  SAU-SPONSOR-INACTIVE VALUE 'I'.
038000             88  SAU-SPONSOR-MISSING  VALUE 'N'.
038100         10  SAU-AUTH-REF     PIC X(12).
038200         10  SAU-NET          PIC S9(09)V99 COMP-3
038300                              OCCURS 5 TIMES.
038400         10  SAU-XFER         PIC S9(09)V99 COMP-3
038500                              OCCURS 5 TIMES.
038600*--------------------------------------------------------------*
038700* SB-DTL-TABLE - AT MONTH END, EVERY SPONACCT EVENT NOT YET ON  *
038800* AN INVOICE, CHAINED BY SPONSOR IN THE ORDER POSTED.           *
038900*--------------------------------------------------------------*
039000 01  SB-DTL-TABLE.
039100     05  SB-DTL-ENTRY OCCURS 20000 TIMES.
039200         10  SDT-STUDENT-ID   PIC 9(09).
039300         10  SDT-TERM         PIC X(06).
039400         10  SDT-CATEGORY     PIC X(01).
039500         10  SDT-DESC         PIC X(20).
039600         10  SDT-POST-DATE    PIC 9(08).
039700         10  SDT-AMOUNT       PIC S9(07)V99 COMP-3.
039800         10  SDT-NEXT-DTL     PIC 9(05) COMP.
039900 COPY SUITEPRM.
040000 COPY CKPTPARM.
040100 COPY IOERRPRM.
040200 COPY STEPPARM.
040200 COPY JRNLPARM.
040200 COPY BALPARM.
040300 PROCEDURE DIVISION.
040400 0000-MAINLINE.
040500     PERFORM 0005-CHECK-CHECKPOINT
040600         THRU 0005-CHECK-CHECKPOINT-EXIT.
040700     MOVE 'SPONBILL' TO SL-PROGRAM-ID.
040800     SET SL-PHASE-START TO TRUE.
040900     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
041000     PERFORM 0010-READ-SUITE-PARM THRU 0010-READ-SUITE-PARM-EXIT.
041100     PERFORM 0020-READ-BUSINESS-DATE
041200         THRU 0020-READ-BUSINESS-DATE-EXIT.
041300     PERFORM 0040-LOAD-ACAD-CALENDAR
041400         THRU 0040-LOAD-ACAD-CALENDAR-EXIT.
041500     PERFORM 0050-LOAD-SPONSORS
041600         THRU 0050-LOAD-SPONSORS-EXIT.
041700     PERFORM 0060-LOAD-AUTHORIZATIONS
041800         THRU 0060-LOAD-AUTHORIZATIONS-EXIT.
041900     IF WS-TABLE-OVERFLOWED
042000         DISPLAY 'SPONBILL: A CONTROL TABLE IS FULL - SPONSOR '
042100             'COVERAGE WOULD BE WRONG. RUN REFUSED - RAISE '
042200             'THE TABLE.'
042300         MOVE 8 TO RETURN-CODE
042400         GO TO 9999-EXIT
042500     END-IF.
042600     PERFORM 1000-SUM-COVERED-CHARGES
042700         THRU 1000-SUM-COVERED-CHARGES-EXIT.
042800     PERFORM 1500-SUM-TRANSFERRED
042900         THRU 1500-SUM-TRANSFERRED-EXIT.
043000     OPEN OUTPUT SB-REPORT-FILE.
043100     PERFORM 2000-TRUE-UP-AUTHORIZATIONS
043200         THRU 2000-TRUE-UP-AUTHORIZATIONS-EXIT.
043300     IF WS-MONTH-END-RUN
043400         PERFORM 3000-PRODUCE-INVOICES
043500             THRU 3000-PRODUCE-INVOICES-EXIT
043600     END-IF.
043700     PERFORM 8500-WRITE-RUN-TOTALS
043800         THRU 8500-WRITE-RUN-TOTALS-EXIT.
043900     CLOSE SB-REPORT-FILE.
044000     IF WS-TABLE-OVERFLOWED
044100         DISPLAY 'SPONBILL: MORE THAN ' WS-DTL-MAX
044200             ' UNBILLED SPONSOR EVENTS - NO INVOICES. RAISE THE '
044300             'TABLE AND RERUN.'
044400         MOVE 8 TO RETURN-CODE
044500         GO TO 9999-EXIT
044600     END-IF.
044700     DISPLAY 'SPONBILL: ' WS-TRANSFER-COUNT ' TRANSFERS, '
044800         WS-REVERSAL-COUNT ' REVERSALS, ' WS-HELD-COUNT
044900         ' HELD, ' WS-INVOICE-COUNT ' INVOICES'.
045000     IF WS-ORPHAN-COUNT > 0
045100         DISPLAY 'SPONBILL: ' WS-ORPHAN-COUNT
045200             ' SPONACCT TRANSFERS FOR NO SPONAUTH AUTHORIZATION'
045300     END-IF.
045400     PERFORM 0900-MARK-CHECKPOINT
045500         THRU 0900-MARK-CHECKPOINT-EXIT.
045600     GO TO 9999-EXIT.
045700*--------------------------------------------------------------*
045800* 0005-CHECK-CHECKPOINT - ASKS CKPTCHK WHETHER SPONBILL ALREADY *
045900* COMPLETED THIS CYCLE. IF SO, THE RUN ENDS HERE RATHER THAN    *
046000* INVOICING THE SPONSORS TWICE.                                 *
046100*--------------------------------------------------------------*
046200 0005-CHECK-CHECKPOINT.
046300     MOVE 'SPONBILL' TO CK-PROGRAM-ID.
046400     SET CK-CHECK TO TRUE.
046500     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
046600     IF CK-ALREADY-DONE
046700         DISPLAY 'SPONBILL: ALREADY COMPLETED THIS CYCLE - '
046800             'SKIPPING'
046900         GO TO 9999-EXIT
047000     END-IF.
047100 0005-CHECK-CHECKPOINT-EXIT.
047200     EXIT.
047300*--------------------------------------------------------------*
047400* 0900-MARK-CHECKPOINT - TELLS CKPTCHK THAT SPONBILL COMPLETED  *
047500* THIS CYCLE'S BILLING SUCCESSFULLY.                            *
047600*--------------------------------------------------------------*
047700 0900-MARK-CHECKPOINT.
047800     MOVE 'SPONBILL' TO CK-PROGRAM-ID.
047900     SET CK-MARK TO TRUE.
048000     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
048100     MOVE 'SPONBILL' TO SL-PROGRAM-ID.
048200     SET SL-PHASE-END TO TRUE.
048300     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
048400 0900-MARK-CHECKPOINT-EXIT.
048500     EXIT.
048600*--------------------------------------------------------------*
048700* 0010-READ-SUITE-PARM - READS THE SUITE-WIDE CONTROL CARD      *
048800* FROM SUITEPRM, THEN THE CYCLE NUMBER OFF CYCLENO.             *
048900*--------------------------------------------------------------*
049000 0010-READ-SUITE-PARM.
049100     OPEN INPUT SUITE-PARM-FILE.
049200     IF WS-SUITE-OK
049300         READ SUITE-PARM-FILE
049400             AT END
049500                 CONTINUE
049600         END-READ
049700         IF WS-SUITE-OK
049800             MOVE SP-PARM-CARD (1:1)  TO SP-TEST-MODE-SWITCH
049900             MOVE SP-PARM-CARD (2:10) TO SP-BATCH-ID
050000         END-IF
050100         CLOSE SUITE-PARM-FILE
050200     END-IF.
050300     OPEN INPUT SB-CYCLENO-FILE.
050400     IF WS-CYCLENO-OK
050500         READ SB-CYCLENO-FILE
050600             AT END
050700                 CONTINUE
050800         END-READ
050900         IF WS-CYCLENO-OK
051000             AND CYC-CYCLE-NUMBER NUMERIC
051100             MOVE CYC-CYCLE-NUMBER TO SP-CYCLE-NUMBER
051200         END-IF
051300         CLOSE SB-CYCLENO-FILE
051400     END-IF.
051500 0010-READ-SUITE-PARM-EXIT.
051600     EXIT.
051700*--------------------------------------------------------------*
051800* 0020-READ-BUSINESS-DATE - THE SUITECAL BUSINESS DATE, WALL-   *
051900* CLOCK FALLBACK AS EVERYWHERE, AND ITS MONTH-END FLAG. WITHOUT *
052000* SUITECAL NO NIGHT IS A BILLING NIGHT.                         *
052100*--------------------------------------------------------------*
052200 0020-READ-BUSINESS-DATE.
052300     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
052400     OPEN INPUT SB-CAL-FILE.
052500     IF WS-CAL-OK
052600         READ SB-CAL-FILE
052700             AT END
052800                 CONTINUE
052900         END-READ
053000         IF WS-CAL-OK
053100             AND CAL-BUSINESS-DATE NUMERIC
053200             AND CAL-BUSINESS-DATE > 0
053300             MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
053400             IF CAL-MONTH-END-FLAG = 'Y'
053500                 MOVE 'Y' TO WS-MONTH-END-SWITCH
053600             END-IF
053700         END-IF
053800         CLOSE SB-CAL-FILE
053900     END-IF.
054000 0020-READ-BUSINESS-DATE-EXIT.
054100     EXIT.
054200*--------------------------------------------------------------*
054300* 0040-LOAD-ACAD-CALENDAR - THE ACADCAL TERMS, IN CALENDAR      *
054400* ORDER. A MISSING MEMBER IS LOGGED TO IOERR AND PUTS NO CHARGE *
054500* IN ANY TERM, SO NOTHING NEW MOVES TO A SPONSOR.               *
054600*--------------------------------------------------------------*
054700 0040-LOAD-ACAD-CALENDAR.
054800     INITIALIZE SB-TRM-TABLE.
054900     MOVE 0 TO WS-TRM-COUNT.
055000     OPEN INPUT SB-ACAL-FILE.
055100     IF NOT WS-ACAL-OK
055200         MOVE 'SPONBILL' TO IO-PROGRAM-ID
055300         MOVE 'ACADCAL ' TO IO-FILE-NAME
055400         MOVE 'OPEN-IN ' TO IO-OPERATION
055500         MOVE WS-ACAL-STATUS TO IO-FILE-STATUS
055600         MOVE 'N' TO IO-MANDATORY-FLAG
055700         CALL 'IOERR' USING IOERR-PARM-BLOCK
055800         GO TO 0040-LOAD-ACAD-CALENDAR-EXIT
055900     END-IF.
056000     PERFORM UNTIL WS-TRM-COUNT = WS-TRM-MAX
056100             OR NOT WS-ACAL-OK
056200         READ SB-ACAL-FILE
056300             AT END
056400                 CONTINUE
056500             NOT AT END
056600                 IF ACL-TERM (1:1) NOT = '*'
056700                     AND ACL-TERM NOT = SPACES
056800                     AND ACL-TERM-END-DATE NUMERIC
056900                     ADD 1 TO WS-TRM-COUNT
057000                     MOVE ACL-TERM TO STT-TERM (WS-TRM-COUNT)
057100                     MOVE ACL-TERM-END-DATE TO
057200                         STT-TERM-END (WS-TRM-COUNT)
057300                 END-IF
057400         END-READ
057500     END-PERFORM.
057600     CLOSE SB-ACAL-FILE.
057700 0040-LOAD-ACAD-CALENDAR-EXIT.
057800     EXIT.
057900*--------------------------------------------------------------*
058000* 0050-LOAD-SPONSORS - SPONMAST INTO THE SPONSOR TABLE IN       *
058100* SPONSOR ID ORDER. A MISSING MASTER IS LOGGED TO IOERR; EVERY  *
058200* AUTHORIZATION IS THEN HELD FOR WANT OF A SPONSOR TO BILL.     *
058300*--------------------------------------------------------------*
058400 0050-LOAD-SPONSORS.
058500     OPEN INPUT SB-SPONSOR-FILE.
058600     IF NOT WS-SPONSOR-OK
058700         MOVE 'SPONBILL' TO IO-PROGRAM-ID
058800         MOVE 'SPONMAST' TO IO-FILE-NAME
058900         MOVE 'OPEN-IN ' TO IO-OPERATION
059000         MOVE WS-SPONSOR-STATUS TO IO-FILE-STATUS
059100         MOVE 'N' TO IO-MANDATORY-FLAG
059200         CALL 'IOERR' USING IOERR-PARM-BLOCK
059300         GO TO 0050-LOAD-SPONSORS-EXIT
059400     END-IF.
059500     SET WS-NOT-AT-EOF TO TRUE.
059600     PERFORM UNTIL WS-AT-EOF
059700         READ SB-SPONSOR-FILE
059800             AT END
059900                 SET WS-AT-EOF TO TRUE
060000             NOT AT END
060100                 IF SPM-SPONSOR-ID NOT = SPACES
060200                     PERFORM 0055-ADD-ONE-SPONSOR
060300                         THRU 0055-ADD-ONE-SPONSOR-EXIT
060400                 END-IF
060500         END-READ
060600     END-PERFORM.
060700     CLOSE SB-SPONSOR-FILE.
060800 0050-LOAD-SPONSORS-EXIT.
060900     EXIT.
061000*--------------------------------------------------------------*
061100* 0055-ADD-ONE-SPONSOR - ONE SPONMAST RECORD INTO ITS SLOT. A   *
061200* SPONSOR ID ALREADY LOADED KEEPS ITS FIRST RECORD.             *
061300*--------------------------------------------------------------*
061400 0055-ADD-ONE-SPONSOR.
061500     MOVE SPM-SPONSOR-ID TO WS-SEARCH-SPONSOR.
061600     PERFORM 1300-FIND-SPONSOR
061700         THRU 1300-FIND-SPONSOR-EXIT.
061800     IF WS-SPN-FOUND
061900         GO TO 0055-ADD-ONE-SPONSOR-EXIT
062000     END-IF.
062100     IF WS-SPN-COUNT = WS-SPN-MAX
062200         SET WS-TABLE-OVERFLOWED TO TRUE
062300         SET WS-AT-EOF TO TRUE
062400         GO TO 0055-ADD-ONE-SPONSOR-EXIT
062500     END-IF.
062600     PERFORM VARYING WS-SHIFT-IDX FROM WS-SPN-COUNT BY -1
062700             UNTIL WS-SHIFT-IDX < WS-SPN-IDX
062800         MOVE SB-SPN-ENTRY (WS-SHIFT-IDX)
062900             TO SB-SPN-ENTRY (WS-SHIFT-IDX + 1)
063000     END-PERFORM.
063100     ADD 1 TO WS-SPN-COUNT.
063200     MOVE SPM-SPONSOR-ID TO SSP-SPONSOR-ID (WS-SPN-IDX).
063300     MOVE SPM-NAME TO SSP-NAME (WS-SPN-IDX).
063400     MOVE SPM-ATTENTION TO SSP-ATTENTION (WS-SPN-IDX).
063500     MOVE SPM-ADDR-LINE1 TO SSP-ADDR-LINE1 (WS-SPN-IDX).
063600     MOVE SPM-ADDR-LINE2 TO SSP-ADDR-LINE2 (WS-SPN-IDX).
063700     MOVE SPM-CITY TO SSP-CITY (WS-SPN-IDX).
063800     MOVE SPM-STATE TO SSP-STATE (WS-SPN-IDX).
063900     MOVE SPM-ZIP TO SSP-ZIP (WS-SPN-IDX).
064000     IF SPM-TERMS-DAYS NUMERIC
064100         MOVE SPM-TERMS-DAYS TO SSP-TERMS-DAYS (WS-SPN-IDX)
064200     ELSE
064300         MOVE 30 TO SSP-TERMS-DAYS (WS-SPN-IDX)
064400     END-IF.
064500     MOVE SPM-STATUS TO SSP-STATUS (WS-SPN-IDX).
064600     MOVE 0 TO SSP-PREVIOUS (WS-SPN-IDX).
064700     MOVE 0 TO SSP-CURRENT (WS-SPN-IDX).
064800     MOVE 0 TO SSP-DTL-COUNT (WS-SPN-IDX).
064900     MOVE 0 TO SSP-FIRST-DTL (WS-SPN-IDX).
065000     MOVE 0 TO SSP-LAST-DTL (WS-SPN-IDX).
065100     MOVE SPACES TO SSP-INVOICE-NO (WS-SPN-IDX).
065200 0055-ADD-ONE-SPONSOR-EXIT.
065300     EXIT.
065400*--------------------------------------------------------------*
065500* 0060-LOAD-AUTHORIZATIONS - SPONAUTH INTO THE AUTHORIZATION    *
065600* TABLE IN KEY ORDER, EACH MARKED WITH ITS SPONSOR'S STANDING.  *
065700* A REVOKED AUTHORIZATION IS LOADED TOO - WHAT IT ONCE MOVED    *
065800* MUST MOVE BACK. NO FILE MEANS NO SPONSORED STUDENTS.          *
065900*--------------------------------------------------------------*
066000 0060-LOAD-AUTHORIZATIONS.
066100     OPEN INPUT SB-AUTH-FILE.
066200     IF NOT WS-AUTH-OK
066300         GO TO 0060-LOAD-AUTHORIZATIONS-EXIT
066400     END-IF.
066500     SET WS-NOT-AT-EOF TO TRUE.
066600     PERFORM UNTIL WS-AT-EOF
066700         READ SB-AUTH-FILE
066800             AT END
066900                 SET WS-AT-EOF TO TRUE
067000             NOT AT END
067100                 IF SPA-STUDENT-ID NUMERIC
067200                     AND SPA-TERM NOT = SPACES
067300                     AND SPA-SPONSOR-ID NOT = SPACES
067400                     PERFORM 0065-ADD-ONE-AUTHORIZATION
067500                         THRU 0065-ADD-ONE-AUTHORIZATION-EXIT
067600                 END-IF
067700         END-READ
067800     END-PERFORM.
067900     CLOSE SB-AUTH-FILE.
068000 0060-LOAD-AUTHORIZATIONS-EXIT.
068100     EXIT.
068200*--------------------------------------------------------------*
068300* 0065-ADD-ONE-AUTHORIZATION - ONE SPONAUTH RECORD INTO ITS     *
068400* SLOT. A SECOND RECORD FOR THE SAME STUDENT, TERM AND SPONSOR  *
068500* IS COUNTED AND IGNORED.                                       *
068600*--------------------------------------------------------------*
068700 0065-ADD-ONE-AUTHORIZATION.
068800     MOVE SPA-STUDENT-ID TO WS-SEARCH-STUDENT.
068900     MOVE SPA-TERM TO WS-SEARCH-TERM.
069000     MOVE SPA-SPONSOR-ID TO WS-SEARCH-SPNID.
069100     PERFORM 1200-FIND-AUTHORIZATION
069200         THRU 1200-FIND-AUTHORIZATION-EXIT.
069300     IF WS-AUT-FOUND
069400         ADD 1 TO WS-DUP-AUTH-COUNT
069500         GO TO 0065-ADD-ONE-AUTHORIZATION-EXIT
069600     END-IF.
069700     IF WS-AUT-COUNT = WS-AUT-MAX
069800         SET WS-TABLE-OVERFLOWED TO TRUE
069900         SET WS-AT-EOF TO TRUE
070000         GO TO 0065-ADD-ONE-AUTHORIZATION-EXIT
070100     END-IF.
070200     PERFORM VARYING WS-SHIFT-IDX FROM WS-AUT-COUNT BY -1
070300             UNTIL WS-SHIFT-IDX < WS-AUT-IDX
070400         MOVE SB-AUT-ENTRY (WS-SHIFT-IDX)
070500             TO SB-AUT-ENTRY (WS-SHIFT-IDX + 1)
070600     END-PERFORM.
070700     ADD 1 TO WS-AUT-COUNT.
070800     INITIALIZE SB-AUT-ENTRY (WS-AUT-IDX).
070900     MOVE WS-SEARCH-KEY TO SAU-KEY (WS-AUT-IDX).
071000     MOVE SPA-CATEGORIES TO SAU-CATEGORIES (WS-AUT-IDX).
071100     IF SPA-CAP-AMOUNT NUMERIC
071200         MOVE SPA-CAP-AMOUNT TO SAU-CAP-AMOUNT (WS-AUT-IDX)
071300     END-IF.
071400     MOVE SPA-STATUS TO SAU-STATUS (WS-AUT-IDX).
071500     MOVE SPA-AUTH-REF TO SAU-AUTH-REF (WS-AUT-IDX).
071600     MOVE SPA-SPONSOR-ID TO WS-SEARCH-SPONSOR.
071700     PERFORM 1300-FIND-SPONSOR
071800         THRU 1300-FIND-SPONSOR-EXIT.
071900     EVALUATE TRUE
072000         WHEN WS-SPN-NOT-FOUND
072100             SET SAU-SPONSOR-MISSING (WS-AUT-IDX) TO TRUE
072200         WHEN SSP-ACTIVE (WS-SPN-IDX)
072300             SET SAU-SPONSOR-ACTIVE (WS-AUT-IDX) TO TRUE
072400         WHEN OTHER
072500             SET SAU-SPONSOR-INACTIVE (WS-AUT-IDX) TO TRUE
072600     END-EVALUATE.
072700 0065-ADD-ONE-AUTHORIZATION-EXIT.
072800     EXIT.
072900*--------------------------------------------------------------*
073000* 1000-SUM-COVERED-CHARGES - ONE PASS OVER STUACCT. EVERY EVENT *
073100* EXCEPT THIS STEP'S OWN TRANSFERS FOLDS INTO THE NET OF THE    *
073200* FIRST ACTIVE AUTHORIZATION COVERING ITS STUDENT, TERM AND     *
073300* CATEGORY, SO NO CHARGE IS EVER BILLED TO TWO SPONSORS. A      *
073400* MISSING SUBLEDGER IS LOGGED TO IOERR AND COVERS NOTHING.      *
073500*--------------------------------------------------------------*
073600 1000-SUM-COVERED-CHARGES.
073700     IF WS-AUT-COUNT = 0
073800         GO TO 1000-SUM-COVERED-CHARGES-EXIT
073900     END-IF.
074000     OPEN INPUT SB-ACCT-FILE.
074100     IF NOT WS-ACCT-OK
074200         MOVE 'SPONBILL' TO IO-PROGRAM-ID
074300         MOVE 'STUACCT ' TO IO-FILE-NAME
074400         MOVE 'OPEN-IN ' TO IO-OPERATION
074500         MOVE WS-ACCT-STATUS TO IO-FILE-STATUS
074600         MOVE 'N' TO IO-MANDATORY-FLAG
074700         CALL 'IOERR' USING IOERR-PARM-BLOCK
074800         GO TO 1000-SUM-COVERED-CHARGES-EXIT
074900     END-IF.
075000     SET WS-NOT-AT-EOF TO TRUE.
075100     PERFORM UNTIL WS-AT-EOF
075200         READ SB-ACCT-FILE
075300             AT END
075400                 SET WS-AT-EOF TO TRUE
075500             NOT AT END
075600                 IF SUB-STUDENT-ID NUMERIC
075700                     AND SUB-POST-DATE NUMERIC
075800                     AND SUB-AMOUNT NUMERIC
075900                     AND SUB-SOURCE NOT = 'SPONBILL'
076000                     PERFORM 1100-APPLY-ONE-CHARGE
076100                         THRU 1100-APPLY-ONE-CHARGE-EXIT
076200                 END-IF
076300         END-READ
076400     END-PERFORM.
076500     CLOSE SB-ACCT-FILE.
076600 1000-SUM-COVERED-CHARGES-EXIT.
076700     EXIT.
076800*--------------------------------------------------------------*
076900* 1100-APPLY-ONE-CHARGE - THE EVENT'S TERM OF ORIGIN, THEN THE  *
077000* STUDENT'S AUTHORIZATIONS FOR THAT TERM IN SPONSOR ORDER UNTIL *
077100* ONE ACTIVE AUTHORIZATION COVERS THE CATEGORY.                 *
077200*--------------------------------------------------------------*
077300 1100-APPLY-ONE-CHARGE.
077400     MOVE SUB-CATEGORY TO WS-CAT-LETTER.
077500     PERFORM 1150-CATEGORY-SUBSCRIPT
077600         THRU 1150-CATEGORY-SUBSCRIPT-EXIT.
077700     IF WS-CAT-SUB = 0
077800         GO TO 1100-APPLY-ONE-CHARGE-EXIT
077900     END-IF.
078000     MOVE SUB-POST-DATE TO WS-EVENT-DATE.
078100     PERFORM 1160-TERM-FOR-DATE
078200         THRU 1160-TERM-FOR-DATE-EXIT.
078300     IF WS-EVENT-TERM = SPACES
078400         GO TO 1100-APPLY-ONE-CHARGE-EXIT
078500     END-IF.
078600     MOVE SUB-STUDENT-ID TO WS-SEARCH-STUDENT.
078700     MOVE WS-EVENT-TERM TO WS-SEARCH-TERM.
078800     MOVE LOW-VALUES TO WS-SEARCH-SPNID.
078900     PERFORM 1200-FIND-AUTHORIZATION
079000         THRU 1200-FIND-AUTHORIZATION-EXIT.
079100     SET WS-NOT-TAKEN TO TRUE.
079200     PERFORM UNTIL WS-TAKEN
079300             OR WS-AUT-IDX > WS-AUT-COUNT
079400         IF SAU-STUDENT-ID (WS-AUT-IDX) NOT = SUB-STUDENT-ID
079500             OR SAU-TERM (WS-AUT-IDX) NOT = WS-EVENT-TERM
079600             SET WS-TAKEN TO TRUE
079700         ELSE
079800             PERFORM 1170-CHECK-COVERED
079900                 THRU 1170-CHECK-COVERED-EXIT
080000             IF SAU-ACTIVE (WS-AUT-IDX)
080100                 AND WS-COVERED
080200                 ADD SUB-AMOUNT TO SAU-NET (WS-AUT-IDX WS-CAT-SUB)
080300                 SET WS-TAKEN TO TRUE
080400             ELSE
080500                 ADD 1 TO WS-AUT-IDX
080600             END-IF
080700         END-IF
080800     END-PERFORM.
080900 1100-APPLY-ONE-CHARGE-EXIT.
081000     EXIT.
081100*--------------------------------------------------------------*
081200* 1150-CATEGORY-SUBSCRIPT - WS-CAT-LETTER'S PLACE IN A-E, ZERO  *
081300* FOR ANY OTHER LETTER.                                         *
081400*--------------------------------------------------------------*
081500 1150-CATEGORY-SUBSCRIPT.
081600     EVALUATE WS-CAT-LETTER
081700         WHEN 'A'
081800             MOVE 1 TO WS-CAT-SUB
081900         WHEN 'B'
082000             MOVE 2 TO WS-CAT-SUB
082100         WHEN 'C'
082200             MOVE 3 TO WS-CAT-SUB
082300         WHEN 'D'
082400             MOVE 4 TO WS-CAT-SUB
082500         WHEN 'E'
082600             MOVE 5 TO WS-CAT-SUB
082700         WHEN OTHER
082800             MOVE 0 TO WS-CAT-SUB
082900     END-EVALUATE.
083000 1150-CATEGORY-SUBSCRIPT-EXIT.
083100     EXIT.
083200*--------------------------------------------------------------*
083300* 1160-TERM-FOR-DATE - THE TERM OF ORIGIN FOR WS-EVENT-DATE:    *
083400* THE FIRST TERM NOT ENDED BY IT. AFTER THE LAST TERM ENDS IS   *
083500* NO TERM AT ALL.                                               *
083600*--------------------------------------------------------------*
083700 1160-TERM-FOR-DATE.
083800     MOVE SPACES TO WS-EVENT-TERM.
083900     PERFORM VARYING WS-TRM-IDX FROM 1 BY 1
084000             UNTIL WS-TRM-IDX > WS-TRM-COUNT
084100             OR WS-EVENT-TERM NOT = SPACES
084200         IF WS-EVENT-DATE NOT > STT-TERM-END (WS-TRM-IDX)
084300             MOVE STT-TERM (WS-TRM-IDX) TO WS-EVENT-TERM
084400         END-IF
084500     END-PERFORM.
084600 1160-TERM-FOR-DATE-EXIT.
084700     EXIT.
084800*--------------------------------------------------------------*
084900* 1170-CHECK-COVERED - WHETHER THE AUTHORIZATION AT WS-AUT-IDX  *
085000* LISTS WS-CAT-LETTER AMONG ITS CATEGORIES.                     *
085100*--------------------------------------------------------------*
085200 1170-CHECK-COVERED.
085300     MOVE 0 TO WS-CAT-TALLY.
085400     INSPECT SAU-CATEGORIES (WS-AUT-IDX)
085500         TALLYING WS-CAT-TALLY FOR ALL WS-CAT-LETTER.
085600     IF WS-CAT-TALLY > 0
085700         SET WS-COVERED TO TRUE
085800     ELSE
085900         SET WS-NOT-COVERED TO TRUE
086000     END-IF.
086100 1170-CHECK-COVERED-EXIT.
086200     EXIT.
086300*--------------------------------------------------------------*
086400* 1200-FIND-AUTHORIZATION - BINARY SEARCH OF THE AUTHORIZATION  *
086500* TABLE FOR WS-SEARCH-KEY. NOT FOUND LEAVES WS-AUT-IDX AT THE   *
086600* SLOT THE KEY BELONGS IN - WITH LOW-VALUES FOR THE SPONSOR,    *
086700* THE STUDENT'S FIRST AUTHORIZATION FOR THE TERM.               *
086800*--------------------------------------------------------------*
086900 1200-FIND-AUTHORIZATION.
087000     SET WS-AUT-NOT-FOUND TO TRUE.
087100     MOVE 1 TO WS-LOW.
087200     MOVE WS-AUT-COUNT TO WS-HIGH.
087300     PERFORM UNTIL WS-LOW > WS-HIGH
087400             OR WS-AUT-FOUND
087500         COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
087600         IF SAU-KEY (WS-MID) = WS-SEARCH-KEY
087700             SET WS-AUT-FOUND TO TRUE
087800             MOVE WS-MID TO WS-AUT-IDX
087900         ELSE
088000             IF SAU-KEY (WS-MID) < WS-SEARCH-KEY
088100                 COMPUTE WS-LOW = WS-MID + 1
088200             ELSE
088300                 COMPUTE WS-HIGH = WS-MID - 1
088400             END-IF
088500         END-IF
088600     END-PERFORM.
088700     IF WS-AUT-NOT-FOUND
088800         MOVE WS-LOW TO WS-AUT-IDX
088900     END-IF.
089000 1200-FIND-AUTHORIZATION-EXIT.
089100     EXIT.
089200*--------------------------------------------------------------*
089300* 1300-FIND-SPONSOR - BINARY SEARCH OF THE SPONSOR TABLE FOR    *
089400* WS-SEARCH-SPONSOR. NOT FOUND LEAVES WS-SPN-IDX AT THE SLOT    *
089500* THE SPONSOR BELONGS IN.                                       *
089600*--------------------------------------------------------------*
089700 1300-FIND-SPONSOR.
089800     SET WS-SPN-NOT-FOUND TO TRUE.
089900     MOVE 1 TO WS-LOW.
090000     MOVE WS-SPN-COUNT TO WS-HIGH.
090100     PERFORM UNTIL WS-LOW > WS-HIGH
090200             OR WS-SPN-FOUND
090300         COMPUTE WS-MID = (WS-LOW + WS-HIGH) / 2
090400         IF SSP-SPONSOR-ID (WS-MID) = WS-SEARCH-SPONSOR
090500             SET WS-SPN-FOUND TO TRUE
090600             MOVE WS-MID TO WS-SPN-IDX
090700         ELSE
090800             IF SSP-SPONSOR-ID (WS-MID) < WS-SEARCH-SPONSOR
090900                 COMPUTE WS-LOW = WS-MID + 1
091000             ELSE
091100                 COMPUTE WS-HIGH = WS-MID - 1
091200             END-IF
091300         END-IF
091400     END-PERFORM.
091500     IF WS-SPN-NOT-FOUND
091600         MOVE WS-LOW TO WS-SPN-IDX
091700     END-IF.
091800 1300-FIND-SPONSOR-EXIT.
091900     EXIT.
092000*--------------------------------------------------------------*
092100* 1500-SUM-TRANSFERRED - ONE PASS OVER SPONACCT, EVERY TRANSFER *
092200* THIS STEP HAS MADE INTO ITS AUTHORIZATION'S CATEGORY. A       *
092300* TRANSFER WHOSE AUTHORIZATION HAS LEFT SPONAUTH IS COUNTED AND *
092400* LEFT WHERE IT IS FOR THE BURSAR. NO SPONACCT YET MEANS        *
092500* NOTHING HAS MOVED.                                            *
092600*--------------------------------------------------------------*
092700 1500-SUM-TRANSFERRED.
092800     OPEN INPUT SB-SPACCT-FILE.
092900     IF NOT WS-SPACCT-OK
093000         GO TO 1500-SUM-TRANSFERRED-EXIT
093100     END-IF.
093200     SET WS-NOT-AT-EOF TO TRUE.
093300     PERFORM UNTIL WS-AT-EOF
093400         READ SB-SPACCT-FILE
093500             AT END
093600                 SET WS-AT-EOF TO TRUE
093700             NOT AT END
093800                 IF SPR-SOURCE = 'SPONBILL'
093900                     AND SPR-AMOUNT NUMERIC
094000                     PERFORM 1600-APPLY-ONE-TRANSFER
094100                         THRU 1600-APPLY-ONE-TRANSFER-EXIT
094200                 END-IF
094300         END-READ
094400     END-PERFORM.
094500     CLOSE SB-SPACCT-FILE.
094600 1500-SUM-TRANSFERRED-EXIT.
094700     EXIT.
094800*--------------------------------------------------------------*
094900* 1600-APPLY-ONE-TRANSFER - ONE EARLIER TRANSFER ONTO ITS       *
095000* AUTHORIZATION AND CATEGORY.                                   *
095100*--------------------------------------------------------------*
095200 1600-APPLY-ONE-TRANSFER.
095300     MOVE SPR-CATEGORY TO WS-CAT-LETTER.
095400     PERFORM 1150-CATEGORY-SUBSCRIPT
095500         THRU 1150-CATEGORY-SUBSCRIPT-EXIT.
095600     MOVE SPR-STUDENT-ID TO WS-SEARCH-STUDENT.
095700     MOVE SPR-TERM TO WS-SEARCH-TERM.
095800     MOVE SPR-SPONSOR-ID TO WS-SEARCH-SPNID.
095900     PERFORM 1200-FIND-AUTHORIZATION
096000         THRU 1200-FIND-AUTHORIZATION-EXIT.
096100     IF WS-AUT-NOT-FOUND
096200         OR WS-CAT-SUB = 0
096300         ADD 1 TO WS-ORPHAN-COUNT
096400         GO TO 1600-APPLY-ONE-TRANSFER-EXIT
096500     END-IF.
096600     ADD SPR-AMOUNT TO SAU-XFER (WS-AUT-IDX WS-CAT-SUB).
096700 1600-APPLY-ONE-TRANSFER-EXIT.
096800     EXIT.
096900*--------------------------------------------------------------*
097000* 2000-TRUE-UP-AUTHORIZATIONS - EVERY AUTHORIZATION IN KEY      *
097100* ORDER, WITH STUACCT AND SPONACCT OPEN TO TAKE THE TRANSFERS.  *
097200* A TEST-MODE RUN ONLY REPORTS THEM.                            *
097300*--------------------------------------------------------------*
097400 2000-TRUE-UP-AUTHORIZATIONS.
097500     IF SP-PRODUCTION-MODE
097600         OPEN EXTEND SB-ACCT-FILE
097700         IF NOT WS-ACCT-OK
097800             CLOSE SB-ACCT-FILE
097900             OPEN OUTPUT SB-ACCT-FILE
098000         END-IF
098100         OPEN EXTEND SB-SPACCT-FILE
098200         IF NOT WS-SPACCT-OK
098300             CLOSE SB-SPACCT-FILE
098400             OPEN OUTPUT SB-SPACCT-FILE
098500         END-IF
098600     END-IF.
098700     PERFORM 2100-TRUE-UP-ONE-AUTH
098800         THRU 2100-TRUE-UP-ONE-AUTH-EXIT
098900         VARYING WS-AUT-IDX FROM 1 BY 1
099000         UNTIL WS-AUT-IDX > WS-AUT-COUNT.
099100     IF SP-PRODUCTION-MODE
099200         CLOSE SB-ACCT-FILE
099300         CLOSE SB-SPACCT-FILE
099400     END-IF.
099500 2000-TRUE-UP-AUTHORIZATIONS-EXIT.
099600     EXIT.
099700*--------------------------------------------------------------*
099800* 2100-TRUE-UP-ONE-AUTH - THE CAP IS SPENT ACROSS THE COVERED   *
099900* CATEGORIES IN A-E ORDER; A ZERO CAP HAS NO LIMIT.             *
100000*--------------------------------------------------------------*
100100 2100-TRUE-UP-ONE-AUTH.
100200     IF SAU-CAP-AMOUNT (WS-AUT-IDX) = ZERO
100300         MOVE 999999999 TO WS-ROOM
100400     ELSE
100500         MOVE SAU-CAP-AMOUNT (WS-AUT-IDX) TO WS-ROOM
100600     END-IF.
100700     PERFORM 2150-TRUE-UP-ONE-CATEGORY
100800         THRU 2150-TRUE-UP-ONE-CATEGORY-EXIT
100900         VARYING WS-CAT-SUB FROM 1 BY 1
101000         UNTIL WS-CAT-SUB > 5.
101100 2100-TRUE-UP-ONE-AUTH-EXIT.
101200     EXIT.
101300*--------------------------------------------------------------*
101400* 2150-TRUE-UP-ONE-CATEGORY - WHAT BELONGS ON THE SPONSOR IS    *
101500* THE NET COVERED CHARGE, NEVER BELOW ZERO AND NEVER PAST THE   *
101600* CAP LEFT; NOTHING ONCE THE AUTHORIZATION IS REVOKED OR THE    *
101700* CATEGORY DROPPED. THE DIFFERENCE FROM WHAT IS THERE MOVES. A  *
101800* SPONSOR INACTIVE OR MISSING FROM SPONMAST TAKES NO NEW        *
101900* CHARGES - THE TRANSFER IS REPORTED HELD - BUT STILL GIVES     *
102000* BACK WHAT NO LONGER BELONGS ON IT.                            *
102100*--------------------------------------------------------------*
102200 2150-TRUE-UP-ONE-CATEGORY.
102300     MOVE 0 TO WS-TARGET.
102400     MOVE WS-CAT-LETTERS (WS-CAT-SUB:1) TO WS-CAT-LETTER.
102500     PERFORM 1170-CHECK-COVERED
102600         THRU 1170-CHECK-COVERED-EXIT.
102700     IF SAU-ACTIVE (WS-AUT-IDX)
102800         AND WS-COVERED
102900         AND SAU-NET (WS-AUT-IDX WS-CAT-SUB) > 0
103000         MOVE SAU-NET (WS-AUT-IDX WS-CAT-SUB) TO WS-TARGET
103100         IF WS-TARGET > WS-ROOM
103200             MOVE WS-ROOM TO WS-TARGET
103300         END-IF
103400         SUBTRACT WS-TARGET FROM WS-ROOM
103500     END-IF.
103600     COMPUTE WS-DELTA = WS-TARGET
103700         - SAU-XFER (WS-AUT-IDX WS-CAT-SUB).
103800     IF WS-DELTA = ZERO
103900         GO TO 2150-TRUE-UP-ONE-CATEGORY-EXIT
104000     END-IF.
104100     IF WS-DELTA > ZERO
104200         AND NOT SAU-SPONSOR-ACTIVE (WS-AUT-IDX)
104300         PERFORM 2300-REPORT-HELD
104400             THRU 2300-REPORT-HELD-EXIT
104500         GO TO 2150-TRUE-UP-ONE-CATEGORY-EXIT
104600     END-IF.
104700     PERFORM 2200-POST-TRANSFER
104800         THRU 2200-POST-TRANSFER-EXIT.
104900 2150-TRUE-UP-ONE-CATEGORY-EXIT.
105000     EXIT.
105100*--------------------------------------------------------------*
105200* 2200-POST-TRANSFER - WS-DELTA MOVES: A CREDIT TO THE STUDENT  *
105300* ON STUACCT AND A CHARGE TO THE SPONSOR ON SPONACCT IN THE     *
105400* SAME CATEGORY, OR THE REVERSE WHEN THE DELTA IS NEGATIVE.     *
105500*--------------------------------------------------------------*
105600 2200-POST-TRANSFER.
105700     MOVE SPACES TO SB-REPORT-RECORD.
105800     IF WS-DELTA > ZERO
105900         ADD 1 TO WS-TRANSFER-COUNT
106000         ADD WS-DELTA TO WS-TRANSFER-TOTAL
106100         MOVE 'TRANSFER' TO SBR-ACTION
106200     ELSE
106300         ADD 1 TO WS-REVERSAL-COUNT
106400         ADD WS-DELTA TO WS-REVERSAL-TOTAL
106500         MOVE 'REVERSAL' TO SBR-ACTION
106600     END-IF.
106700     ADD WS-DELTA TO SAU-XFER (WS-AUT-IDX WS-CAT-SUB).
106800     MOVE SAU-STUDENT-ID (WS-AUT-IDX) TO SBR-STUDENT-ID.
106900     MOVE SAU-TERM (WS-AUT-IDX) TO SBR-TERM.
107000     MOVE SAU-SPONSOR-ID (WS-AUT-IDX) TO SBR-SPONSOR-ID.
107100     MOVE WS-CAT-LETTER TO SBR-CATEGORY.
107200     MOVE WS-DELTA TO SBR-AMOUNT.
107300     MOVE WS-CAT-DESC (WS-CAT-SUB) TO SBR-NOTE.
107400     WRITE SB-REPORT-RECORD.
107500     IF SP-TEST-MODE
107600         GO TO 2200-POST-TRANSFER-EXIT
107700     END-IF.
107800     MOVE SPACES TO STU-ACCT-RECORD.
107900     MOVE SAU-STUDENT-ID (WS-AUT-IDX) TO SUB-STUDENT-ID.
108000     ACCEPT SUB-POST-DATE FROM DATE YYYYMMDD.
108100     ACCEPT SUB-POST-TIME FROM TIME.
108200     MOVE 'SPONBILL' TO SUB-SOURCE.
108300     MOVE WS-CAT-LETTER TO SUB-CATEGORY.
108400     COMPUTE WS-CREDIT-AMOUNT = 0 - WS-DELTA.
108500     MOVE WS-CREDIT-AMOUNT TO SUB-AMOUNT.
108600     MOVE 'SPNSR ' TO SUB-DESC (1:6).
108700     MOVE SAU-SPONSOR-ID (WS-AUT-IDX) TO SUB-DESC (7:6).
108800     MOVE SAU-TERM (WS-AUT-IDX) TO SUB-DESC (14:6).
108900     WRITE STU-ACCT-RECORD.
108900     IF WS-ACCT-OK
108900         PERFORM 8700-JOURNAL-ACCT-POST
108900             THRU 8700-JOURNAL-ACCT-POST-EXIT
108900         PERFORM 8780-POST-ACCT-BALANCE
108900             THRU 8780-POST-ACCT-BALANCE-EXIT
108900     END-IF.
109000     MOVE SPACES TO SPONSOR-ACCT-RECORD.
109100     MOVE SAU-SPONSOR-ID (WS-AUT-IDX) TO SPR-SPONSOR-ID.
109200     MOVE SAU-STUDENT-ID (WS-AUT-IDX) TO SPR-STUDENT-ID.
109300     MOVE SAU-TERM (WS-AUT-IDX) TO SPR-TERM.
109400     MOVE SUB-POST-DATE TO SPR-POST-DATE.
109500     MOVE SUB-POST-TIME TO SPR-POST-TIME.
109600     MOVE 'SPONBILL' TO SPR-SOURCE.
109700     MOVE WS-CAT-LETTER TO SPR-CATEGORY.
109800     MOVE WS-DELTA TO SPR-AMOUNT.
109900     MOVE WS-CAT-DESC (WS-CAT-SUB) TO SPR-DESC.
110000     IF WS-DELTA < ZERO
110100         MOVE 'ADJUSTMENT' TO SPR-DESC (11:10)
110200     END-IF.
110300     WRITE SPONSOR-ACCT-RECORD.
110400 2200-POST-TRANSFER-EXIT.
110500     EXIT.
110600*--------------------------------------------------------------*
110700* 2300-REPORT-HELD - A TRANSFER DUE TO A SPONSOR THAT CANNOT    *
110800* TAKE IT, LEFT ON THE STUDENT UNTIL SPONMAST IS PUT RIGHT.     *
110900*--------------------------------------------------------------*
111000 2300-REPORT-HELD.
111100     ADD 1 TO WS-HELD-COUNT.
111200     ADD WS-DELTA TO WS-HELD-TOTAL.
111300     MOVE SPACES TO SB-REPORT-RECORD.
111400     MOVE 'HELD' TO SBR-ACTION.
111500     MOVE SAU-STUDENT-ID (WS-AUT-IDX) TO SBR-STUDENT-ID.
111600     MOVE SAU-TERM (WS-AUT-IDX) TO SBR-TERM.
111700     MOVE SAU-SPONSOR-ID (WS-AUT-IDX) TO SBR-SPONSOR-ID.
111800     MOVE WS-CAT-LETTER TO SBR-CATEGORY.
111900     MOVE WS-DELTA TO SBR-AMOUNT.
112000     IF SAU-SPONSOR-MISSING (WS-AUT-IDX)
112100         MOVE 'SPONSOR NOT ON SPONMAST' TO SBR-NOTE
112200     ELSE
112300         MOVE 'SPONSOR INACTIVE' TO SBR-NOTE
112400     END-IF.
112500     WRITE SB-REPORT-RECORD.
112600 2300-REPORT-HELD-EXIT.
112700     EXIT.
112800*--------------------------------------------------------------*
112900* 3000-PRODUCE-INVOICES - MONTH END: SPONACCT, TONIGHT'S        *
113000* TRANSFERS INCLUDED, IS READ ONTO THE SPONSOR TABLE AND COPIED *
113100* TO THE WORK FILE; EVERY SPONSOR WITH ACTIVITY NOT YET BILLED  *
113200* GETS AN INVOICE; SPONACCT IS WRITTEN BACK WITH THAT ACTIVITY  *
113300* STAMPED. A TEST-MODE RUN REGISTERS THE INVOICES ONLY.         *
113400*--------------------------------------------------------------*
113500 3000-PRODUCE-INVOICES.
113600     PERFORM 3100-LOAD-UNBILLED
113700         THRU 3100-LOAD-UNBILLED-EXIT.
113800     IF WS-TABLE-OVERFLOWED
113900         GO TO 3000-PRODUCE-INVOICES-EXIT
114000     END-IF.
114100     IF SP-PRODUCTION-MODE
114200         OPEN OUTPUT SB-INVOICE-FILE
114300     END-IF.
114400     OPEN INPUT SB-MASTER-FILE.
114500     IF WS-MASTER-OK
114600         SET WS-MASTER-OPEN TO TRUE
114700     END-IF.
114800     MOVE SPACES TO SB-REPORT-RECORD.
114900     WRITE SB-REPORT-RECORD.
115000     PERFORM 3200-INVOICE-ONE-SPONSOR
115100         THRU 3200-INVOICE-ONE-SPONSOR-EXIT
115200         VARYING WS-SPN-IDX FROM 1 BY 1
115300         UNTIL WS-SPN-IDX > WS-SPN-COUNT.
115400     IF WS-MASTER-OPEN
115500         CLOSE SB-MASTER-FILE
115600     END-IF.
115700     IF SP-PRODUCTION-MODE
115800         CLOSE SB-INVOICE-FILE
115900         PERFORM 3500-STAMP-SPONSOR-ACCOUNTS
116000             THRU 3500-STAMP-SPONSOR-ACCOUNTS-EXIT
116100     END-IF.
116200 3000-PRODUCE-INVOICES-EXIT.
116300     EXIT.
116400*--------------------------------------------------------------*
116500* 3100-LOAD-UNBILLED - ONE PASS OVER SPONACCT TO THE WORK FILE. *
116600* AN EVENT ALREADY INVOICED ADDS TO ITS SPONSOR'S PREVIOUS      *
116700* BALANCE; ONE NOT YET INVOICED IS CHAINED ONTO THE SPONSOR FOR *
116800* TONIGHT'S INVOICE. AN EVENT FOR A SPONSOR NOT ON SPONMAST     *
116900* STAYS UNBILLED.                                               *
117000*--------------------------------------------------------------*
117100 3100-LOAD-UNBILLED.
117200     OPEN OUTPUT SB-WORK-FILE.
117300     OPEN INPUT SB-SPACCT-FILE.
117400     IF NOT WS-SPACCT-OK
117500         CLOSE SB-WORK-FILE
117600         GO TO 3100-LOAD-UNBILLED-EXIT
117700     END-IF.
117800     SET WS-NOT-AT-EOF TO TRUE.
117900     PERFORM UNTIL WS-AT-EOF
118000         READ SB-SPACCT-FILE
118100             AT END
118200                 SET WS-AT-EOF TO TRUE
118300             NOT AT END
118400                 MOVE SPONSOR-ACCT-RECORD TO SB-WORK-RECORD
118500                 WRITE SB-WORK-RECORD
118600                 IF SPR-AMOUNT NUMERIC
118700                     PERFORM 3150-LOAD-ONE-EVENT
118800                         THRU 3150-LOAD-ONE-EVENT-EXIT
118900                 END-IF
119000         END-READ
119100     END-PERFORM.
119200     CLOSE SB-SPACCT-FILE.
119300     CLOSE SB-WORK-FILE.
119400 3100-LOAD-UNBILLED-EXIT.
119500     EXIT.
119600*--------------------------------------------------------------*
119700* 3150-LOAD-ONE-EVENT - ONE SPONACCT EVENT ONTO ITS SPONSOR.    *
119800*--------------------------------------------------------------*
119900 3150-LOAD-ONE-EVENT.
120000     MOVE SPR-SPONSOR-ID TO WS-SEARCH-SPONSOR.
120100     PERFORM 1300-FIND-SPONSOR
120200         THRU 1300-FIND-SPONSOR-EXIT.
120300     IF WS-SPN-NOT-FOUND
120400         IF SPR-INVOICE-NO = SPACES
120500             ADD 1 TO WS-UNBILLED-COUNT
120600         END-IF
120700         GO TO 3150-LOAD-ONE-EVENT-EXIT
120800     END-IF.
120900     IF SPR-INVOICE-NO NOT = SPACES
121000         ADD SPR-AMOUNT TO SSP-PREVIOUS (WS-SPN-IDX)
121100         GO TO 3150-LOAD-ONE-EVENT-EXIT
121200     END-IF.
121300     IF WS-DTL-COUNT = WS-DTL-MAX
121400         SET WS-TABLE-OVERFLOWED TO TRUE
121500         SET WS-AT-EOF TO TRUE
121600         GO TO 3150-LOAD-ONE-EVENT-EXIT
121700     END-IF.
121800     ADD SPR-AMOUNT TO SSP-CURRENT (WS-SPN-IDX).
121900     ADD 1 TO WS-DTL-COUNT.
122000     MOVE SPR-STUDENT-ID TO SDT-STUDENT-ID (WS-DTL-COUNT).
122100     MOVE SPR-TERM TO SDT-TERM (WS-DTL-COUNT).
122200     MOVE SPR-CATEGORY TO SDT-CATEGORY (WS-DTL-COUNT).
122300     MOVE SPR-DESC TO SDT-DESC (WS-DTL-COUNT).
122400     MOVE SPR-POST-DATE TO SDT-POST-DATE (WS-DTL-COUNT).
122500     MOVE SPR-AMOUNT TO SDT-AMOUNT (WS-DTL-COUNT).
122600     MOVE 0 TO SDT-NEXT-DTL (WS-DTL-COUNT).
122700     IF SSP-FIRST-DTL (WS-SPN-IDX) = 0
122800         MOVE WS-DTL-COUNT TO SSP-FIRST-DTL (WS-SPN-IDX)
122900     ELSE
123000         MOVE WS-DTL-COUNT
123100             TO SDT-NEXT-DTL (SSP-LAST-DTL (WS-SPN-IDX))
123200     END-IF.
123300     MOVE WS-DTL-COUNT TO SSP-LAST-DTL (WS-SPN-IDX).
123400     ADD 1 TO SSP-DTL-COUNT (WS-SPN-IDX).
123500 3150-LOAD-ONE-EVENT-EXIT.
123600     EXIT.
123700*--------------------------------------------------------------*
123800* 3200-INVOICE-ONE-SPONSOR - A SPONSOR WITH UNBILLED ACTIVITY   *
123900* GETS INVOICE NUMBER SPONSOR ID PLUS BILLING YEAR AND MONTH,   *
124000* DUE ITS TERMS DAYS AFTER THE BUSINESS DATE, AND A REGISTER    *
124100* LINE. ONE WITH ONLY EARLIER INVOICES OPEN GETS NO NEW ONE.    *
124200*--------------------------------------------------------------*
124300 3200-INVOICE-ONE-SPONSOR.
124400     IF SSP-DTL-COUNT (WS-SPN-IDX) = 0
124500         GO TO 3200-INVOICE-ONE-SPONSOR-EXIT
124600     END-IF.
124700     MOVE SSP-SPONSOR-ID (WS-SPN-IDX)
124800         TO SSP-INVOICE-NO (WS-SPN-IDX) (1:6).
124900     MOVE WS-BUSINESS-DATE (1:6)
125000         TO SSP-INVOICE-NO (WS-SPN-IDX) (7:6).
125100     COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
125200         (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
125300          + SSP-TERMS-DAYS (WS-SPN-IDX)).
125400     COMPUTE WS-AMOUNT-DUE = SSP-PREVIOUS (WS-SPN-IDX)
125500         + SSP-CURRENT (WS-SPN-IDX).
125600     ADD 1 TO WS-INVOICE-COUNT.
125700     ADD SSP-CURRENT (WS-SPN-IDX) TO WS-INVOICE-TOTAL.
125800     MOVE SPACES TO SB-REPORT-RECORD.
125900     MOVE 'INVOICE' TO SBI-ACTION.
126000     MOVE SSP-SPONSOR-ID (WS-SPN-IDX) TO SBI-SPONSOR-ID.
126100     MOVE SSP-INVOICE-NO (WS-SPN-IDX) TO SBI-INVOICE-NO.
126200     MOVE SSP-PREVIOUS (WS-SPN-IDX) TO SBI-PREVIOUS.
126300     MOVE SSP-CURRENT (WS-SPN-IDX) TO SBI-CURRENT.
126400     MOVE WS-AMOUNT-DUE TO SBI-DUE.
126500     WRITE SB-REPORT-RECORD.
126600     IF SP-PRODUCTION-MODE
126700         PERFORM 3300-WRITE-INVOICE
126800             THRU 3300-WRITE-INVOICE-EXIT
126900     END-IF.
127000 3200-INVOICE-ONE-SPONSOR-EXIT.
127100     EXIT.
127200*--------------------------------------------------------------*
127300* 3300-WRITE-INVOICE - THE SPONSOR'S INVOICE ON SPONINV.        *
127400*--------------------------------------------------------------*
127500 3300-WRITE-INVOICE.
127600     MOVE SPACES TO SIN-RECORD.
127700     MOVE SSP-SPONSOR-ID (WS-SPN-IDX) TO SIN-SPONSOR-ID.
127800     MOVE 'NAME' TO SIN-LINE-TYPE.
127900     MOVE SSP-NAME (WS-SPN-IDX) TO SIN-NAME.
128000     MOVE SSP-ATTENTION (WS-SPN-IDX) TO SIN-ATTENTION.
128100     WRITE SIN-RECORD.
128200     MOVE SPACES TO SIN-RECORD.
128300     MOVE SSP-SPONSOR-ID (WS-SPN-IDX) TO SIN-SPONSOR-ID.
128400     MOVE 'ADDRESS' TO SIN-LINE-TYPE.
128500     MOVE SSP-ADDR-LINE1 (WS-SPN-IDX) TO SIN-ADDR-LINE1.
128600     MOVE SSP-ADDR-LINE2 (WS-SPN-IDX) TO SIN-ADDR-LINE2.
128700     MOVE SSP-CITY (WS-SPN-IDX) TO SIN-CITY.
128800     MOVE SSP-STATE (WS-SPN-IDX) TO SIN-STATE.
128900     MOVE SSP-ZIP (WS-SPN-IDX) TO SIN-ZIP.
129000     WRITE SIN-RECORD.
129100     MOVE SPACES TO SIN-RECORD.
129200     MOVE SSP-SPONSOR-ID (WS-SPN-IDX) TO SIN-SPONSOR-ID.
129300     MOVE 'INVOICE' TO SIN-LINE-TYPE.
129400     MOVE SSP-INVOICE-NO (WS-SPN-IDX) TO SIN-INVOICE-NO.
129500     MOVE WS-BUSINESS-DATE TO SIN-INVOICE-DATE.
129600     MOVE WS-DUE-DATE TO SIN-DUE-DATE.
129700     MOVE SSP-TERMS-DAYS (WS-SPN-IDX) TO SIN-TERMS-DAYS.
129800     WRITE SIN-RECORD.
129900     MOVE SSP-FIRST-DTL (WS-SPN-IDX) TO WS-DTL-IDX.
130000     PERFORM UNTIL WS-DTL-IDX = 0
130100         PERFORM 3350-WRITE-CHARGE-LINE
130200             THRU 3350-WRITE-CHARGE-LINE-EXIT
130300         MOVE SDT-NEXT-DTL (WS-DTL-IDX) TO WS-DTL-IDX
130400     END-PERFORM.
130500     MOVE SPACES TO SIN-RECORD.
130600     MOVE SSP-SPONSOR-ID (WS-SPN-IDX) TO SIN-SPONSOR-ID.
130700     MOVE 'PREVIOUS' TO SIN-LINE-TYPE.
130800     MOVE 'PREVIOUS INVOICES UNPAID' TO SIN-BAL-LABEL.
130900     MOVE WS-BUSINESS-DATE TO SIN-BAL-DATE.
131000     MOVE SSP-PREVIOUS (WS-SPN-IDX) TO SIN-BAL-AMOUNT.
131100     WRITE SIN-RECORD.
131200     MOVE SPACES TO SIN-RECORD.
131300     MOVE SSP-SPONSOR-ID (WS-SPN-IDX) TO SIN-SPONSOR-ID.
131400     MOVE 'CURRENT' TO SIN-LINE-TYPE.
131500     MOVE 'THIS INVOICE' TO SIN-BAL-LABEL.
131600     MOVE WS-BUSINESS-DATE TO SIN-BAL-DATE.
131700     MOVE SSP-CURRENT (WS-SPN-IDX) TO SIN-BAL-AMOUNT.
131800     WRITE SIN-RECORD.
131900     MOVE SPACES TO SIN-RECORD.
132000     MOVE SSP-SPONSOR-ID (WS-SPN-IDX) TO SIN-SPONSOR-ID.
132100     MOVE 'DUE' TO SIN-LINE-TYPE.
132200     MOVE 'TOTAL AMOUNT DUE BY' TO SIN-BAL-LABEL.
132300     MOVE WS-DUE-DATE TO SIN-BAL-DATE.
132400     MOVE WS-AMOUNT-DUE TO SIN-BAL-AMOUNT.
132500     WRITE SIN-RECORD.
132600 3300-WRITE-INVOICE-EXIT.
132700     EXIT.
132800*--------------------------------------------------------------*
132900* 3350-WRITE-CHARGE-LINE - ONE BILLED EVENT, WITH THE STUDENT'S *
133000* NAME FROM STUMAST AND THE SPONSOR'S AUTHORIZATION REFERENCE   *
133100* FROM SPONAUTH WHERE EITHER IS STILL THERE.                    *
133200*--------------------------------------------------------------*
133300 3350-WRITE-CHARGE-LINE.
133400     MOVE SPACES TO SIN-RECORD.
133500     MOVE SSP-SPONSOR-ID (WS-SPN-IDX) TO SIN-SPONSOR-ID.
133600     MOVE 'CHARGE' TO SIN-LINE-TYPE.
133700     MOVE SDT-STUDENT-ID (WS-DTL-IDX) TO SIN-STUDENT-ID.
133800     IF WS-MASTER-OPEN
133900         MOVE SDT-STUDENT-ID (WS-DTL-IDX) TO STM-STUDENT-ID
134000         READ SB-MASTER-FILE
134100             INVALID KEY
134200                 CONTINUE
134300             NOT INVALID KEY
134400                 MOVE STM-NAME TO SIN-STUDENT-NAME
134500         END-READ
134600     END-IF.
134700     MOVE SDT-STUDENT-ID (WS-DTL-IDX) TO WS-SEARCH-STUDENT.
134800     MOVE SDT-TERM (WS-DTL-IDX) TO WS-SEARCH-TERM.
134900     MOVE SSP-SPONSOR-ID (WS-SPN-IDX) TO WS-SEARCH-SPNID.
135000     PERFORM 1200-FIND-AUTHORIZATION
135100         THRU 1200-FIND-AUTHORIZATION-EXIT.
135200     IF WS-AUT-FOUND
135300         MOVE SAU-AUTH-REF (WS-AUT-IDX) TO SIN-AUTH-REF
135400     END-IF.
135500     MOVE SDT-TERM (WS-DTL-IDX) TO SIN-TERM.
135600     MOVE SDT-CATEGORY (WS-DTL-IDX) TO SIN-CATEGORY.
135700     MOVE SDT-DESC (WS-DTL-IDX) TO SIN-DESC.
135800     MOVE SDT-POST-DATE (WS-DTL-IDX) TO SIN-POST-DATE.
135900     MOVE SDT-AMOUNT (WS-DTL-IDX) TO SIN-AMOUNT.
136000     WRITE SIN-RECORD.
136100 3350-WRITE-CHARGE-LINE-EXIT.
136200     EXIT.
136300*--------------------------------------------------------------*
136400* 3500-STAMP-SPONSOR-ACCOUNTS - SPONACCT WRITTEN BACK FROM THE  *
136500* WORK FILE, EACH EVENT NOT YET BILLED STAMPED WITH ITS         *
136600* SPONSOR'S NEW INVOICE NUMBER.                                 *
136700*--------------------------------------------------------------*
136800 3500-STAMP-SPONSOR-ACCOUNTS.
136900     IF WS-INVOICE-COUNT = 0
137000         GO TO 3500-STAMP-SPONSOR-ACCOUNTS-EXIT
137100     END-IF.
137200     OPEN INPUT SB-WORK-FILE.
137300     OPEN OUTPUT SB-SPACCT-FILE.
137400     SET WS-NOT-AT-EOF TO TRUE.
137500     PERFORM UNTIL WS-AT-EOF
137600         READ SB-WORK-FILE
137700             AT END
137800                 SET WS-AT-EOF TO TRUE
137900             NOT AT END
138000                 MOVE SB-WORK-RECORD TO SPONSOR-ACCT-RECORD
138100                 IF SPR-INVOICE-NO = SPACES
138200                     MOVE SPR-SPONSOR-ID TO WS-SEARCH-SPONSOR
138300                     PERFORM 1300-FIND-SPONSOR
138400                         THRU 1300-FIND-SPONSOR-EXIT
138500                     IF WS-SPN-FOUND
138600                         MOVE SSP-INVOICE-NO (WS-SPN-IDX)
138700                             TO SPR-INVOICE-NO
138800                     END-IF
138900                 END-IF
139000                 WRITE SPONSOR-ACCT-RECORD
139100         END-READ
139200     END-PERFORM.
139300     CLOSE SB-WORK-FILE.
139400     CLOSE SB-SPACCT-FILE.
139500 3500-STAMP-SPONSOR-ACCOUNTS-EXIT.
139600     EXIT.
139700*--------------------------------------------------------------*
139800* 8500-WRITE-RUN-TOTALS - THE TRANSFERS, REVERSALS AND HELD     *
139900* TRANSFERS WITH THEIR AMOUNTS AND THE INVOICES ISSUED, FOR THE *
140000* BURSAR'S BALANCING OF THE SPONSOR RECEIVABLE.                 *
140100*--------------------------------------------------------------*
140200 8500-WRITE-RUN-TOTALS.
140300     MOVE SPACES TO SB-REPORT-RECORD.
140400     WRITE SB-REPORT-RECORD.
140500     MOVE 'TRANSFERS TO SPONSORS' TO SBT-LABEL.
140600     MOVE WS-TRANSFER-COUNT TO SBT-COUNT.
140700     MOVE WS-TRANSFER-TOTAL TO SBT-AMOUNT.
140800     WRITE SB-REPORT-RECORD.
140900     MOVE SPACES TO SB-REPORT-RECORD.
141000     MOVE 'REVERSALS TO STUDENTS' TO SBT-LABEL.
141100     MOVE WS-REVERSAL-COUNT TO SBT-COUNT.
141200     MOVE WS-REVERSAL-TOTAL TO SBT-AMOUNT.
141300     WRITE SB-REPORT-RECORD.
141400     MOVE SPACES TO SB-REPORT-RECORD.
141500     MOVE 'TRANSFERS HELD' TO SBT-LABEL.
141600     MOVE WS-HELD-COUNT TO SBT-COUNT.
141700     MOVE WS-HELD-TOTAL TO SBT-AMOUNT.
141800     WRITE SB-REPORT-RECORD.
141900     MOVE SPACES TO SB-REPORT-RECORD.
142000     MOVE 'INVOICES ISSUED' TO SBT-LABEL.
142100     MOVE WS-INVOICE-COUNT TO SBT-COUNT.
142200     MOVE WS-INVOICE-TOTAL TO SBT-AMOUNT.
142300     WRITE SB-REPORT-RECORD.
142400     MOVE SPACES TO SB-REPORT-RECORD.
142500     MOVE 'DUPLICATE AUTHORIZATIONS' TO SBT-LABEL.
142600     MOVE WS-DUP-AUTH-COUNT TO SBT-COUNT.
142700     WRITE SB-REPORT-RECORD.
142800     IF WS-MONTH-END-RUN
142900         MOVE SPACES TO SB-REPORT-RECORD
143000         MOVE 'EVENTS LEFT UNBILLED' TO SBT-LABEL
143100         MOVE WS-UNBILLED-COUNT TO SBT-COUNT
143200         WRITE SB-REPORT-RECORD
143300     END-IF.
143400 8500-WRITE-RUN-TOTALS-EXIT.
143500     EXIT.
143500*--------------------------------------------------------------*
143500* 8700-JOURNAL-ACCT-POST - THE STUACCT POSTING JUST WRITTEN,   *
143500* ONTO THE RCVJRNL FORWARD-RECOVERY JOURNAL.                   *
143500*--------------------------------------------------------------*
143500 8700-JOURNAL-ACCT-POST.
143500     MOVE 'SPONBILL' TO JR-PROGRAM-ID.
143500     SET JR-FILE-ACCOUNT TO TRUE.
143500     SET JR-ADD TO TRUE.
143500     MOVE SPACES TO JR-RECORD-KEY.
143500     MOVE SUB-STUDENT-ID TO JR-RECORD-KEY (1:9).
143500     MOVE SPACES TO JR-BEFORE-IMAGE.
143500     MOVE STU-ACCT-RECORD TO JR-AFTER-IMAGE.
143500     CALL 'JRNLLOG' USING JRNL-PARM-BLOCK.
143500 8700-JOURNAL-ACCT-POST-EXIT.
143500     EXIT.
143500*--------------------------------------------------------------*
143500* 8780-POST-ACCT-BALANCE - THE STUACCT POSTING JUST WRITTEN,   *
143500* ONTO THE STUDENT'S STUBAL BALANCE RECORD THROUGH BALPOST, IN *
143500* THE SAME UNIT OF WORK AS THE WRITE.                          *
143500*--------------------------------------------------------------*
143500 8780-POST-ACCT-BALANCE.
143500     MOVE 'SPONBILL' TO BP-PROGRAM-ID.
143500     SET BP-POST TO TRUE.
143500     MOVE STU-ACCT-RECORD TO BP-ACCT-RECORD.
143500     CALL 'BALPOST' USING BAL-PARM-BLOCK.
143500 8780-POST-ACCT-BALANCE-EXIT.
143500     EXIT.
143600*--------------------------------------------------------------*
143700* 9999-EXIT                                                    *
143800*--------------------------------------------------------------*
143900 9999-EXIT.
144000     STOP RUN.
