000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CHGRECON.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - TUITION CHARGE COMPLETENESS   *
001100*                RECONCILIATION, RUN NIGHTLY BEHIND TUITCALC.   *
001200*                TUITCALC PRICES ONLY WHAT WAS ADDED ON THE     *
001300*                BUSINESS DATE, SO A NIGHT LOST BETWEEN         *
001400*                ENRLPOST AND TUITCALC OR A CALENDAR SLIP       *
001500*                LEAVES REGISTRATIONS NEVER CHARGED. FOR EVERY  *
001600*                TERM WHOSE ACADCAL PRICING WINDOW IS OPEN,     *
001700*                EACH ENRLMAST ENROLLMENT IS MATCHED TO THE     *
001800*                TUITCALC CATEGORY-A CHARGES STUACCT CARRIES    *
001900*                FOR IT, AND THE CREDIT HOURS ON ENRLMAST ARE   *
002000*                COMPARED WITH THE HOURS CHARGED PER STUDENT    *
002100*                AND TERM. CHGRPT LISTS EVERY ENROLLMENT BILLED *
002200*                NOT AT ALL OR MORE THAN ONCE WITH THE CHARGE   *
002300*                TUITRATE SAYS IT SHOULD CARRY, AND ANY         *
002400*                VARIANCE RAISES A CHARGE VARIANCE ALERT ON     *
002500*                ALERTOUT, ROUTED TO THE BURSAR BY ALRTROUT.    *
002500* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 170 BYTES FOR THE *
002500*                DIRECTORY-INFORMATION CONFIDENTIALITY FLAG,    *
002500*                ITS DATE AND REQUESTING OPERATOR.              *
002500* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 186 BYTES FOR THE *
002500*                DATE OF DEATH AND ITS VERIFICATION SOURCE.     *
002500* 10/15/26  DW   THE EXPECTED RESIDENCY IS NOW A KEYED READ OF *
002500*                THE INDEXED CONDRES BY STUDENT AND TERM, AS   *
002500*                TUITCALC NOW PRICES IT; THE 1000-ENTRY        *
002500*                DECISION TABLE IS GONE.                       *
002500* 10/15/26  DW   SUITECAL RECORD CARRIES THE YEAR-END FLAG,    *
002500*                SO THE BUSINESS DATE READS CLEAN AGAIN.       *
002600*--------------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT CR-ENROLL-FILE ASSIGN TO ENRLMAST
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS SEQUENTIAL
003300         RECORD KEY IS ENR-KEY
003400         FILE STATUS IS WS-ENROLL-STATUS.
003500     SELECT CR-MASTER-FILE ASSIGN TO STUMAST
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS STM-STUDENT-ID
003900         FILE STATUS IS WS-MASTER-STATUS.
004000     SELECT CR-ACCT-FILE ASSIGN TO STUACCT
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-ACCT-STATUS.
004300     SELECT CR-CONDRES-FILE ASSIGN TO CONDRES
004400         ORGANIZATION IS INDEXED
004410         ACCESS MODE IS RANDOM
004420         RECORD KEY IS RES-KEY
004500         FILE STATUS IS WS-CONDRES-STATUS.
004600     SELECT CR-RATE-FILE ASSIGN TO TUITRATE
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-RATE-STATUS.
004900     SELECT CR-CAL-FILE ASSIGN TO SUITECAL
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-CAL-STATUS.
005200     SELECT CR-ACAL-FILE ASSIGN TO ACADCAL
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-ACAL-STATUS.
005500     SELECT CR-REPORT-FILE ASSIGN TO CHGRPT
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-REPORT-STATUS.
005800     SELECT CR-ALERT-FILE ASSIGN TO ALERTOUT
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-ALERT-STATUS.
006100     SELECT SUITE-PARM-FILE ASSIGN TO SUITEPRM
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-SUITE-STATUS.
006400     SELECT CR-CYCLENO-FILE ASSIGN TO CYCLENO
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-CYCLENO-STATUS.
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  CR-ENROLL-FILE.
007000 01  ENR-RECORD.
007100     05  ENR-KEY.
007200         10  ENR-STUDENT-ID   PIC 9(09).
007300         10  ENR-COURSE-ID    PIC X(06).
007400         10  ENR-SECTION      PIC X(03).
007500         10  ENR-TERM         PIC X(06).
007600     05  ENR-CREDIT-HOURS     PIC 9(02).
007700     05  ENR-ADD-DATE         PIC 9(08).
007800     05  ENR-STATUS           PIC X(01).
007900         88  ENR-ACTIVE       VALUE 'A' ' '.
008000         88  ENR-WITHDRAWN    VALUE 'W'.
008100     05  ENR-STATUS-DATE      PIC 9(08).
008200 FD  CR-MASTER-FILE.
008300 01  STM-RECORD.
008400     05  STM-STUDENT-ID       PIC 9(09).
008500     05  STM-NAME             PIC X(25).
008600     05  STM-PROGRAM-CODE     PIC X(04).
008700     05  STM-RES-CODE1        PIC 9(01).
008800     05  STM-RES-CODE2        PIC 9(01).
008900     05  STM-RES-CODE3        PIC 9(01).
009000     05  STM-ENROLL-STATUS    PIC X(01).
009100     05  STM-LAST-MAINT-DATE  PIC 9(08).
009200     05  STM-ADDR-LINE1       PIC X(25).
009300     05  STM-ADDR-LINE2       PIC X(25).
009400     05  STM-CITY             PIC X(15).
009500     05  STM-STATE            PIC X(02).
009600     05  STM-ZIP              PIC X(05).
009700     05  STM-WITHDRAW-DATE    PIC 9(08).
009800     05  STM-DOB              PIC 9(08).
009900     05  STM-STANDING-CODE    PIC X(01).
010000     05  STM-STANDING-TERM    PIC X(06).
010100     05  STM-CONFER-DATE      PIC 9(08).
010100     05  STM-CONFID-FLAG      PIC X(01).
010100     05  STM-CONFID-DATE      PIC 9(08).
010100     05  STM-CONFID-OPER      PIC X(08).
010100     05  STM-DEATH-DATE       PIC 9(08).
010100     05  STM-DEATH-SOURCE     PIC X(08).
010200 FD  CR-ACCT-FILE.
010300 COPY STUACREC.
010400 FD  CR-CONDRES-FILE.
010500 COPY CONDRREC.
011000 FD  CR-RATE-FILE.
011100 01  TRT-CARD.
011200     05  TRT-PROGRAM-CODE     PIC X(04).
011300     05  TRT-RESIDENT-FLAG    PIC X(01).
011400     05  TRT-RATE-PER-CREDIT  PIC 9(03)V99.
011500 FD  CR-CAL-FILE.
011600 01  CAL-RECORD.
011700     05  CAL-BUSINESS-DATE    PIC 9(08).
011800     05  CAL-MONTH-END-FLAG   PIC X(01).
011850     05  CAL-YEAR-END-FLAG    PIC X(01).
011900 FD  CR-ACAL-FILE.
012000 COPY ACADCREC.
012100 FD  CR-REPORT-FILE.
012200 01  CR-REPORT-LINE           PIC X(80).
012300 FD  CR-ALERT-FILE.
012400 COPY ALERTREC.
012500 FD  SUITE-PARM-FILE.
012600 01  SP-PARM-CARD             PIC X(11).
012700 FD  CR-CYCLENO-FILE.
012800 01  CYCLENO-CARD.
012900     05  CYC-CYCLE-NUMBER     PIC 9(06).
013000 WORKING-STORAGE SECTION.
013100 01  WS-SUITE-STATUS          PIC X(02).
013200     88  WS-SUITE-OK          VALUE '00'.
013300 01  WS-CYCLENO-STATUS        PIC X(02).
013400     88  WS-CYCLENO-OK        VALUE '00'.
013500 01  WS-ENROLL-STATUS         PIC X(02).
013600     88  WS-ENROLL-OK         VALUE '00'.
013700 01  WS-MASTER-STATUS         PIC X(02).
013800     88  WS-MASTER-OK         VALUE '00'.
013900 01  WS-ACCT-STATUS           PIC X(02).
014000     88  WS-ACCT-OK           VALUE '00'.
014100 01  WS-CONDRES-STATUS        PIC X(02).
014200     88  WS-CONDRES-OK        VALUE '00'.
014300 01  WS-RATE-STATUS           PIC X(02).
014400     88  WS-RATE-OK           VALUE '00'.
014500 01  WS-CAL-STATUS            PIC X(02).
014600     88  WS-CAL-OK            VALUE '00'.
014700 01  WS-ACAL-STATUS           PIC X(02).
014800     88  WS-ACAL-OK           VALUE '00'.
014900 01  WS-REPORT-STATUS         PIC X(02).
015000     88  WS-REPORT-OK         VALUE '00'.
015100 01  WS-ALERT-STATUS          PIC X(02).
015200     88  WS-ALERT-OK          VALUE '00'.
015300 01  WS-EOF-SWITCH            PIC X(01).
015400     88  WS-AT-EOF            VALUE 'Y'.
015500     88  WS-NOT-AT-EOF        VALUE 'N'.
015600 01  WS-MASTER-FOUND-SWITCH   PIC X(01).
015700     88  WS-MASTER-FOUND      VALUE 'Y'.
015800     88  WS-MASTER-NOT-FOUND  VALUE 'N'.
015900 01  WS-TERM-OPEN-SWITCH      PIC X(01).
016000     88  WS-TERM-OPEN         VALUE 'Y'.
016100     88  WS-TERM-CLOSED       VALUE 'N'.
016200 01  WS-RATE-FOUND-SWITCH     PIC X(01).
016300     88  WS-RATE-FOUND        VALUE 'Y'.
016400     88  WS-RATE-NOT-FOUND    VALUE 'N'.
016500 01  WS-RES-FOUND-SWITCH      PIC X(01).
016600     88  WS-RES-FOUND         VALUE 'Y'.
016700     88  WS-RES-NOT-FOUND     VALUE 'N'.
016800 01  WS-CHG-FOUND-SWITCH      PIC X(01).
016900     88  WS-CHG-FOUND         VALUE 'Y'.
017000     88  WS-CHG-NOT-FOUND     VALUE 'N'.
017100 01  WS-BUSINESS-DATE         PIC 9(08) VALUE 0.
017200 01  WS-BREAK-STUDENT-ID      PIC 9(09) VALUE 0.
017300 01  WS-BREAK-TERM            PIC X(06) VALUE SPACES.
017400 01  WS-PRE-DETAIL-DATE       PIC 9(08) VALUE 0.
017500 01  WS-WINDOW-OPEN-DATE      PIC 9(08).
017600 01  WS-WINDOW-END-DATE       PIC 9(08).
017700 01  WS-RESIDENT-FLAG         PIC X(01).
017800 01  WS-RATE-PER-CREDIT       PIC 9(03)V99 VALUE 0.
017900 01  WS-EXPECTED-CHARGE       PIC S9(07)V99 VALUE 0.
018000 01  WS-EXPECTED-TOTAL        PIC S9(09)V99 VALUE 0.
018100 01  WS-EXPECTED-DISP         PIC -ZZZZZZZZ9.99.
018200 01  WS-TIMES-BILLED          PIC 9(03) COMP VALUE 0.
018300 01  WS-HOURS-BILLED          PIC 9(03) COMP VALUE 0.
018400 01  WS-TERM-ENROLLED-HOURS   PIC 9(03) COMP VALUE 0.
018500 01  WS-TERM-CHARGED-HOURS    PIC 9(03) COMP VALUE 0.
018600 01  WS-TERM-VARIANCES        PIC 9(03) COMP VALUE 0.
018700 01  WS-NOTE                  PIC X(14).
018800*--------------------------------------------------------------*
018900* RUN COUNTS - WHAT WAS READ, WHAT RECONCILED AND WHAT DID NOT. *
019000*--------------------------------------------------------------*
019100 01  WS-CHARGES-READ          PIC 9(06) COMP VALUE 0.
019200 01  WS-ENROLLMENTS-CHECKED   PIC 9(06) COMP VALUE 0.
019300 01  WS-BILLED-ONCE           PIC 9(06) COMP VALUE 0.
019400 01  WS-NOT-BILLED            PIC 9(06) COMP VALUE 0.
019500 01  WS-OUT-OF-WINDOW         PIC 9(06) COMP VALUE 0.
019600 01  WS-BILLED-TWICE          PIC 9(06) COMP VALUE 0.
019700 01  WS-PRE-DETAIL            PIC 9(06) COMP VALUE 0.
019800 01  WS-VARIANCE-COUNT        PIC 9(06) COMP VALUE 0.
019900 01  WS-ORPHAN-CHARGES        PIC 9(06) COMP VALUE 0.
020000 01  WS-CHG-DROPPED           PIC 9(06) COMP VALUE 0.
020100 01  WS-PDT-DROPPED           PIC 9(06) COMP VALUE 0.
020200 01  WS-ACAL-COUNT            PIC 9(02) COMP VALUE 0.
020300 01  WS-ACAL-MAX              PIC 9(02) COMP VALUE 20.
020400 01  WS-ACAL-IDX              PIC 9(02) COMP.
020500 01  WS-OPEN-TERMS            PIC 9(02) COMP VALUE 0.
020600 01  WS-RATE-COUNT            PIC 9(03) COMP VALUE 0.
020700 01  WS-RATE-MAX              PIC 9(03) COMP VALUE 100.
020800 01  WS-RATE-IDX              PIC 9(03) COMP.
020900 01  WS-RES-OPEN-SWITCH       PIC X(01) VALUE 'N'.
021000     88  WS-RES-IS-OPEN       VALUE 'Y'.
021200 01  WS-CHG-COUNT             PIC 9(04) COMP VALUE 0.
021300 01  WS-CHG-MAX               PIC 9(04) COMP VALUE 9000.
021400 01  WS-CHG-IDX               PIC 9(04) COMP.
021500 01  WS-CHG-SLOT              PIC 9(04) COMP.
021600 01  WS-PDT-COUNT             PIC 9(04) COMP VALUE 0.
021700 01  WS-PDT-MAX               PIC 9(04) COMP VALUE 3000.
021800 01  WS-PDT-IDX               PIC 9(04) COMP.
021900 01  WS-ALERT-DETAIL.
022000     05  WS-ALERT-COUNT       PIC ZZZZZ9.
022100     05  FILLER               PIC X(14) VALUE ' ENROLLMENTS'.
022200*--------------------------------------------------------------*
022300* CR-ACAL-TABLE - EACH ACADCAL TERM'S PRICING WINDOW, FROM      *
022400* REGISTRATION OPEN THROUGH TERM END, AND WHETHER THE BUSINESS  *
022500* DATE FALLS IN IT. ONLY OPEN TERMS ARE RECONCILED.             *
022600*--------------------------------------------------------------*
022700 01  CR-ACAL-TABLE.
022800     05  CR-ACAL-ENTRY OCCURS 20 TIMES.
022900         10  CAC-TERM         PIC X(06).
023000         10  CAC-REG-OPEN-DATE PIC 9(08).
023100         10  CAC-TERM-END-DATE PIC 9(08).
023200         10  CAC-OPEN-FLAG    PIC X(01).
023300             88  CAC-OPEN     VALUE 'Y'.
023400*--------------------------------------------------------------*
023500* CR-RATE-TABLE - THE TUITRATE PER-CREDIT MATRIX, AS TUITCALC   *
023600* PRICES IT, WITH THE '****' CATCH-ALL PROGRAM.                 *
023700*--------------------------------------------------------------*
023800 01  CR-RATE-TABLE.
023900     05  CR-RATE-ENTRY OCCURS 100 TIMES.
024000         10  CRT-PROGRAM-CODE PIC X(04).
024100         10  CRT-RESIDENT-FLAG PIC X(01).
024200         10  CRT-RATE         PIC 9(03)V99.
025100*--------------------------------------------------------------*
025200* CR-CHG-TABLE - ONE ENTRY PER ENROLLMENT STUACCT HOLDS A       *
025300* TUITCALC CHARGE FOR IN AN OPEN TERM: HOW MANY TIMES IT WAS    *
025400* CHARGED, THE HOURS CHARGED AND WHETHER ENRLMAST STILL HAS IT. *
025500*--------------------------------------------------------------*
025600 01  CR-CHG-TABLE.
025700     05  CR-CHG-ENTRY OCCURS 9000 TIMES.
025800         10  CCH-STUDENT-ID   PIC 9(09).
025900         10  CCH-COURSE-ID    PIC X(06).
026000         10  CCH-SECTION      PIC X(03).
026100         10  CCH-TERM         PIC X(06).
026200         10  CCH-TIMES        PIC 9(03) COMP.
026300         10  CCH-HOURS        PIC 9(03) COMP.
026400         10  CCH-MATCH-FLAG   PIC X(01).
026500             88  CCH-MATCHED  VALUE 'Y'.
026600*--------------------------------------------------------------*
026700* CR-PDT-TABLE - EACH STUDENT WITH A TUITION ASSESSED CHARGE    *
026800* POSTED BEFORE TUITCALC CHARGED BY ENROLLMENT, AND THE LATEST  *
026900* POST DATE OF ONE. AN ENROLLMENT ADDED BY THAT DATE WAS        *
027000* CHARGED IN THE TERM TOTAL AND CANNOT BE COUNTED SINGLY.       *
027100*--------------------------------------------------------------*
027200 01  CR-PDT-TABLE.
027300     05  CR-PDT-ENTRY OCCURS 3000 TIMES.
027400         10  CPD-STUDENT-ID   PIC 9(09).
027500         10  CPD-POST-DATE    PIC 9(08).
027600*--------------------------------------------------------------*
027700* CHGRPT LINES - A TITLE, THE COLUMN HEADINGS, ONE LINE PER     *
027800* ENROLLMENT BILLED NOT AT ALL OR MORE THAN ONCE, THE STUDENT   *
027900* AND TERM HOURS UNDER THEM, AND THE RUN TOTALS.                *
028000*--------------------------------------------------------------*
028100 01  CR-TITLE-LINE.
028200     05  FILLER               PIC X(44) VALUE
028300         'CHGRECON - TUITION CHARGE COMPLETENESS FOR '.
028400     05  CRT-TITLE-DATE       PIC 9(08).
028500     05  FILLER               PIC X(28) VALUE SPACES.
028600 01  CR-HEADING-LINE.
028700     05  FILLER               PIC X(40) VALUE
028800         'STUDENT   COURSE SEC TERM   HRS ADDED   '.
028900     05  FILLER               PIC X(40) VALUE
029000         'TMS HRS   EXPECTED NOTE'.
029100 01  CR-DETAIL-LINE.
029200     05  CRD-STUDENT-ID       PIC 9(09).
029300     05  FILLER               PIC X(01).
029400     05  CRD-COURSE-ID        PIC X(06).
029500     05  FILLER               PIC X(01).
029600     05  CRD-SECTION          PIC X(03).
029700     05  FILLER               PIC X(01).
029800     05  CRD-TERM             PIC X(06).
029900     05  FILLER               PIC X(02).
030000     05  CRD-CREDITS          PIC Z9.
030100     05  FILLER               PIC X(01).
030200     05  CRD-ADD-DATE         PIC 9(08).
030300     05  FILLER               PIC X(01).
030400     05  CRD-TIMES            PIC ZZ9.
030500     05  FILLER               PIC X(01).
030600     05  CRD-HOURS            PIC ZZ9.
030700     05  FILLER               PIC X(01).
030800     05  CRD-EXPECTED         PIC -ZZZZZ9.99.
030900     05  CRD-EXPECTED-X REDEFINES CRD-EXPECTED
031000                              PIC X(10).
031100     05  FILLER               PIC X(01).
031200     05  CRD-NOTE             PIC X(14).
031300     05  FILLER               PIC X(06).
031400 01  CR-HOURS-LINE.
031500     05  FILLER               PIC X(10) VALUE SPACES.
031600     05  FILLER               PIC X(19) VALUE
031700         'STUDENT-TERM HOURS '.
031800     05  CRH-TERM             PIC X(06).
031900     05  FILLER               PIC X(11) VALUE
032000         '  ENROLLED '.
032100     05  CRH-ENROLLED         PIC ZZ9.
032200     05  FILLER               PIC X(10) VALUE
032300         '  CHARGED '.
032400     05  CRH-CHARGED          PIC ZZ9.
032500     05  FILLER               PIC X(18) VALUE SPACES.
032600 01  CR-TOTAL-LINE.
032700     05  CRT-LABEL            PIC X(40).
032800     05  CRT-COUNT            PIC ZZZZZ9.
032900     05  FILLER               PIC X(34) VALUE SPACES.
033000 COPY SUITEPRM.
033100 COPY IOERRPRM.
033200 COPY STEPPARM.
033300 COPY SEVPARM.
033400 PROCEDURE DIVISION.
033500 0000-MAINLINE.
033600     MOVE 'CHGRECON' TO SL-PROGRAM-ID.
033700     SET SL-PHASE-START TO TRUE.
033800     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
033900     PERFORM 0010-READ-SUITE-PARM THRU 0010-READ-SUITE-PARM-EXIT.
034000     PERFORM 0020-READ-BUSINESS-DATE
034100         THRU 0020-READ-BUSINESS-DATE-EXIT.
034200     PERFORM 0025-LOAD-ACAD-CALENDAR
034300         THRU 0025-LOAD-ACAD-CALENDAR-EXIT.
034400     IF WS-OPEN-TERMS = 0
034500         DISPLAY 'CHGRECON: NO TERM PRICING WINDOW OPEN ON '
034600             WS-BUSINESS-DATE ' - NOTHING TO RECONCILE'
034700         GO TO 0000-END-STEP
034800     END-IF.
034900     PERFORM 0030-LOAD-RATE-TABLE
035000         THRU 0030-LOAD-RATE-TABLE-EXIT.
035100     PERFORM 0040-OPEN-RESIDENCY-FILE
035200         THRU 0040-OPEN-RESIDENCY-FILE-EXIT.
035300     PERFORM 1000-LOAD-CHARGES THRU 1000-LOAD-CHARGES-EXIT.
035400     IF RETURN-CODE > 8
035500         GO TO 0000-END-STEP
035600     END-IF.
035700     PERFORM 2000-CHECK-ENROLLMENTS
035800         THRU 2000-CHECK-ENROLLMENTS-EXIT.
035900     IF RETURN-CODE > 8
036000         GO TO 0000-END-STEP
036100     END-IF.
036200     PERFORM 3000-WRITE-TOTALS THRU 3000-WRITE-TOTALS-EXIT.
036300     IF WS-VARIANCE-COUNT > 0
036400         PERFORM 3500-WRITE-VARIANCE-ALERT
036500             THRU 3500-WRITE-VARIANCE-ALERT-EXIT
036600     END-IF.
036700     IF WS-CHG-DROPPED > 0
036800         OR WS-PDT-DROPPED > 0
036900         DISPLAY 'CHGRECON: CHARGE TABLE FULL - ' WS-CHG-DROPPED
037000             ' CHARGES AND ' WS-PDT-DROPPED
037100             ' STUDENTS NOT HELD - RAISE THE TABLE'
037200         MOVE 4 TO RETURN-CODE
037300     END-IF.
037400     MOVE WS-EXPECTED-TOTAL TO WS-EXPECTED-DISP.
037500     DISPLAY 'CHGRECON: ' WS-ENROLLMENTS-CHECKED
037600         ' ENROLLMENTS CHECKED, ' WS-BILLED-ONCE ' BILLED ONCE'.
037700     DISPLAY 'CHGRECON: ' WS-NOT-BILLED ' NEVER BILLED, '
037800         WS-BILLED-TWICE ' BILLED MORE THAN ONCE - EXPECTED '
037900         'TUITION ' WS-EXPECTED-DISP.
038000 0000-END-STEP.
038100     MOVE 'CHGRECON' TO SL-PROGRAM-ID.
038200     SET SL-PHASE-END TO TRUE.
038300     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
038400     GO TO 9999-EXIT.
038500*--------------------------------------------------------------*
038600* 0010-READ-SUITE-PARM - READS THE SUITE-WIDE CONTROL CARD      *
038700* FROM SUITEPRM, AHEAD OF ANY PROGRAM-SPECIFIC PARM CARD.       *
038800*--------------------------------------------------------------*
038900 0010-READ-SUITE-PARM.
039000     OPEN INPUT SUITE-PARM-FILE.
039100     IF WS-SUITE-OK
039200         READ SUITE-PARM-FILE
039300             AT END
039400                 CONTINUE
039500         END-READ
039600         IF WS-SUITE-OK
039700             MOVE SP-PARM-CARD (1:1)  TO SP-TEST-MODE-SWITCH
039800             MOVE SP-PARM-CARD (2:10) TO SP-BATCH-ID
039900         END-IF
040000         CLOSE SUITE-PARM-FILE
040100     END-IF.
040200     OPEN INPUT CR-CYCLENO-FILE.
040300     IF WS-CYCLENO-OK
040400         READ CR-CYCLENO-FILE
040500             AT END
040600                 CONTINUE
040700         END-READ
040800         IF WS-CYCLENO-OK
040900             AND CYC-CYCLE-NUMBER NUMERIC
041000             MOVE CYC-CYCLE-NUMBER TO SP-CYCLE-NUMBER
041100         END-IF
041200         CLOSE CR-CYCLENO-FILE
041300     END-IF.
041400 0010-READ-SUITE-PARM-EXIT.
041500     EXIT.
041600*--------------------------------------------------------------*
041700* 0020-READ-BUSINESS-DATE - THE SUITECAL BUSINESS DATE, WALL-   *
041800* CLOCK FALLBACK AS EVERYWHERE.                                 *
041900*--------------------------------------------------------------*
042000 0020-READ-BUSINESS-DATE.
042100     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
042200     OPEN INPUT CR-CAL-FILE.
042300     IF WS-CAL-OK
042400         READ CR-CAL-FILE
042500             AT END
042600                 CONTINUE
042700         END-READ
042800         IF WS-CAL-OK
042900             AND CAL-BUSINESS-DATE NUMERIC
043000             AND CAL-BUSINESS-DATE > 0
043100             MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
043200         END-IF
043300         CLOSE CR-CAL-FILE
043400     END-IF.
043500 0020-READ-BUSINESS-DATE-EXIT.
043600     EXIT.
043700*--------------------------------------------------------------*
043800* 0025-LOAD-ACAD-CALENDAR - THE ACADCAL PRICING WINDOWS, EACH   *
043900* MARKED OPEN WHEN THE BUSINESS DATE FALLS IN IT. WITHOUT THE   *
044000* CALENDAR NO TERM IS OPEN AND THE STEP ENDS WITHOUT WORK.      *
044100*--------------------------------------------------------------*
044200 0025-LOAD-ACAD-CALENDAR.
044300     MOVE 0 TO WS-ACAL-COUNT.
044400     OPEN INPUT CR-ACAL-FILE.
044500     IF NOT WS-ACAL-OK
044600         MOVE 'CHGRECON' TO IO-PROGRAM-ID
044700         MOVE 'ACADCAL ' TO IO-FILE-NAME
044800         MOVE 'OPEN-IN ' TO IO-OPERATION
044900         MOVE WS-ACAL-STATUS TO IO-FILE-STATUS
045000         MOVE 'N' TO IO-MANDATORY-FLAG
045100         CALL 'IOERR' USING IOERR-PARM-BLOCK
045200         GO TO 0025-LOAD-ACAD-CALENDAR-EXIT
045300     END-IF.
045400     PERFORM UNTIL WS-ACAL-COUNT = WS-ACAL-MAX
045500             OR NOT WS-ACAL-OK
045600         READ CR-ACAL-FILE
045700             AT END
045800                 CONTINUE
045900             NOT AT END
046000                 IF ACL-TERM (1:1) NOT = '*'
046100                     AND ACL-TERM NOT = SPACES
046200                     AND ACL-REG-OPEN-DATE NUMERIC
046300                     AND ACL-TERM-END-DATE NUMERIC
046400                     ADD 1 TO WS-ACAL-COUNT
046500                     MOVE ACL-TERM TO CAC-TERM (WS-ACAL-COUNT)
046600                     MOVE ACL-REG-OPEN-DATE TO
046700                         CAC-REG-OPEN-DATE (WS-ACAL-COUNT)
046800                     MOVE ACL-TERM-END-DATE TO
046900                         CAC-TERM-END-DATE (WS-ACAL-COUNT)
047000                     MOVE 'N' TO CAC-OPEN-FLAG (WS-ACAL-COUNT)
047100                     IF WS-BUSINESS-DATE NOT < ACL-REG-OPEN-DATE
047200                         AND WS-BUSINESS-DATE
047300                             NOT > ACL-TERM-END-DATE
047400                         MOVE 'Y' TO CAC-OPEN-FLAG (WS-ACAL-COUNT)
047500                         ADD 1 TO WS-OPEN-TERMS
047600                     END-IF
047700                 END-IF
047800         END-READ
047900     END-PERFORM.
048000     CLOSE CR-ACAL-FILE.
048100 0025-LOAD-ACAD-CALENDAR-EXIT.
048200     EXIT.
048300*--------------------------------------------------------------*
048400* 0030-LOAD-RATE-TABLE - THE TUITRATE PER-CREDIT MATRIX. A      *
048500* MISSING MEMBER STILL RECONCILES; THE EXPECTED CHARGE SHOWS    *
048600* NO RATE.                                                      *
048700*--------------------------------------------------------------*
048800 0030-LOAD-RATE-TABLE.
048900     MOVE 0 TO WS-RATE-COUNT.
049000     OPEN INPUT CR-RATE-FILE.
049100     IF NOT WS-RATE-OK
049200         MOVE 'CHGRECON' TO IO-PROGRAM-ID
049300         MOVE 'TUITRATE' TO IO-FILE-NAME
049400         MOVE 'OPEN-IN ' TO IO-OPERATION
049500         MOVE WS-RATE-STATUS TO IO-FILE-STATUS
049600         MOVE 'N' TO IO-MANDATORY-FLAG
049700         CALL 'IOERR' USING IOERR-PARM-BLOCK
049800         GO TO 0030-LOAD-RATE-TABLE-EXIT
049900     END-IF.
050000     PERFORM UNTIL WS-RATE-COUNT = WS-RATE-MAX
050100             OR NOT WS-RATE-OK
050200         READ CR-RATE-FILE
050300             AT END
050400                 CONTINUE
050500             NOT AT END
050600                 IF TRT-RATE-PER-CREDIT NUMERIC
050700                     ADD 1 TO WS-RATE-COUNT
050800                     MOVE TRT-PROGRAM-CODE TO
050900                         CRT-PROGRAM-CODE (WS-RATE-COUNT)
051000                     MOVE TRT-RESIDENT-FLAG TO
051100                         CRT-RESIDENT-FLAG (WS-RATE-COUNT)
051200                     MOVE TRT-RATE-PER-CREDIT TO
051300                         CRT-RATE (WS-RATE-COUNT)
051400                 END-IF
051500         END-READ
051600     END-PERFORM.
051700     CLOSE CR-RATE-FILE.
051800 0030-LOAD-RATE-TABLE-EXIT.
051900     EXIT.
052000*--------------------------------------------------------------*
052100* 0040-OPEN-RESIDENCY-FILE - CONDRES, THE DECISIONS TUITCALC    *
052200* PRICED ON, OPENED FOR KEYED READS. NO DECISION FOR A STUDENT  *
052300* AND TERM EXPECTS THE NON-RESIDENT RATE, AS TUITCALC CHARGES   *
052350* IT.                                                           *
052400*--------------------------------------------------------------*
052500 0040-OPEN-RESIDENCY-FILE.
052700     OPEN INPUT CR-CONDRES-FILE.
052800     IF NOT WS-CONDRES-OK
052900         DISPLAY 'CHGRECON: NO CONDRES DECISIONS - EXPECTING '
053000             'NON-RESIDENT'
053100         GO TO 0040-OPEN-RESIDENCY-FILE-EXIT
053200     END-IF.
053300     SET WS-RES-IS-OPEN TO TRUE.
054800 0040-OPEN-RESIDENCY-FILE-EXIT.
054900     EXIT.
055000*--------------------------------------------------------------*
055100* 1000-LOAD-CHARGES - ONE PASS OF STUACCT. EVERY TUITCALC       *
055200* CATEGORY-A CHARGE DESCRIBED BY ENROLLMENT IN AN OPEN TERM IS  *
055300* COUNTED AGAINST THAT ENROLLMENT; A TUITION ASSESSED CHARGE    *
055400* FROM BEFORE TUITCALC CHARGED BY ENROLLMENT IS NOTED AGAINST   *
055500* THE STUDENT. REFUNDS AND REPRICES ARE NOT CHARGES AND ARE     *
055600* PASSED OVER. WITHOUT STUACCT THERE IS NOTHING TO RECONCILE.   *
055700*--------------------------------------------------------------*
055800 1000-LOAD-CHARGES.
055900     OPEN INPUT CR-ACCT-FILE.
056000     IF NOT WS-ACCT-OK
056100         MOVE 'CHGRECON' TO IO-PROGRAM-ID
056200         MOVE 'STUACCT ' TO IO-FILE-NAME
056300         MOVE 'OPEN-IN ' TO IO-OPERATION
056400         MOVE WS-ACCT-STATUS TO IO-FILE-STATUS
056500         MOVE 'Y' TO IO-MANDATORY-FLAG
056600         CALL 'IOERR' USING IOERR-PARM-BLOCK
056700         MOVE 12 TO RETURN-CODE
056800         GO TO 1000-LOAD-CHARGES-EXIT
056900     END-IF.
057000     SET WS-NOT-AT-EOF TO TRUE.
057100     PERFORM UNTIL WS-AT-EOF
057200         READ CR-ACCT-FILE
057300             AT END
057400                 SET WS-AT-EOF TO TRUE
057500             NOT AT END
057600                 IF SUB-SOURCE = 'TUITCALC'
057700                     AND SUB-CATEGORY = 'A'
057800                     AND SUB-AMOUNT > 0
057900                     IF SUB-DESC = 'TUITION ASSESSED'
058000                         PERFORM 1200-NOTE-PRE-DETAIL-CHARGE
058100                             THRU 1200-NOTE-PRE-DETAIL-CHARGE-EXIT
058200                     ELSE
058300                         PERFORM 1100-TALLY-ONE-CHARGE
058400                             THRU 1100-TALLY-ONE-CHARGE-EXIT
058500                     END-IF
058600                 END-IF
058700         END-READ
058800     END-PERFORM.
058900     CLOSE CR-ACCT-FILE.
059000 1000-LOAD-CHARGES-EXIT.
059100     EXIT.
059200*--------------------------------------------------------------*
059300* 1100-TALLY-ONE-CHARGE - ONE ENROLLMENT CHARGE, IF ITS TERM IS *
059400* OPEN, ONTO THAT ENROLLMENT'S ENTRY: A NEW ENTRY THE FIRST     *
059500* TIME, ONE MORE TIME AND ITS HOURS AFTER THAT.                 *
059600*--------------------------------------------------------------*
059700 1100-TALLY-ONE-CHARGE.
059800     IF SUB-DESC (7:1) NOT = SPACE
059900         OR SUB-DESC (14:1) NOT = SPACE
060000         OR SUB-DESC (18:1) NOT = SPACE
060100         OR SUB-TUIT-CREDITS NOT NUMERIC
060200         GO TO 1100-TALLY-ONE-CHARGE-EXIT
060300     END-IF.
060400     SET WS-TERM-CLOSED TO TRUE.
060500     PERFORM VARYING WS-ACAL-IDX FROM 1 BY 1
060600             UNTIL WS-ACAL-IDX > WS-ACAL-COUNT
060700         IF CAC-TERM (WS-ACAL-IDX) = SUB-TUIT-TERM
060800             AND CAC-OPEN (WS-ACAL-IDX)
060900             SET WS-TERM-OPEN TO TRUE
061000         END-IF
061100     END-PERFORM.
061200     IF WS-TERM-CLOSED
061300         GO TO 1100-TALLY-ONE-CHARGE-EXIT
061400     END-IF.
061500     ADD 1 TO WS-CHARGES-READ.
061600     SET WS-CHG-NOT-FOUND TO TRUE.
061700     PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
061800             UNTIL WS-CHG-IDX > WS-CHG-COUNT
061900             OR WS-CHG-FOUND
062000         IF CCH-STUDENT-ID (WS-CHG-IDX) = SUB-STUDENT-ID
062100             AND CCH-COURSE-ID (WS-CHG-IDX) = SUB-TUIT-COURSE-ID
062200             AND CCH-SECTION (WS-CHG-IDX) = SUB-TUIT-SECTION
062300             AND CCH-TERM (WS-CHG-IDX) = SUB-TUIT-TERM
062400             SET WS-CHG-FOUND TO TRUE
062500             ADD 1 TO CCH-TIMES (WS-CHG-IDX)
062600             ADD SUB-TUIT-CREDITS TO CCH-HOURS (WS-CHG-IDX)
062700         END-IF
062800     END-PERFORM.
062900     IF WS-CHG-FOUND
063000         GO TO 1100-TALLY-ONE-CHARGE-EXIT
063100     END-IF.
063200     IF WS-CHG-COUNT = WS-CHG-MAX
063300         ADD 1 TO WS-CHG-DROPPED
063400         GO TO 1100-TALLY-ONE-CHARGE-EXIT
063500     END-IF.
063600     ADD 1 TO WS-CHG-COUNT.
063700     MOVE SUB-STUDENT-ID TO CCH-STUDENT-ID (WS-CHG-COUNT).
063800     MOVE SUB-TUIT-COURSE-ID TO CCH-COURSE-ID (WS-CHG-COUNT).
063900     MOVE SUB-TUIT-SECTION TO CCH-SECTION (WS-CHG-COUNT).
064000     MOVE SUB-TUIT-TERM TO CCH-TERM (WS-CHG-COUNT).
064100     MOVE 1 TO CCH-TIMES (WS-CHG-COUNT).
064200     MOVE SUB-TUIT-CREDITS TO CCH-HOURS (WS-CHG-COUNT).
064300     MOVE 'N' TO CCH-MATCH-FLAG (WS-CHG-COUNT).
064400 1100-TALLY-ONE-CHARGE-EXIT.
064500     EXIT.
064600*--------------------------------------------------------------*
064700* 1200-NOTE-PRE-DETAIL-CHARGE - THE LATEST TUITION ASSESSED     *
064800* POST DATE FOR THE STUDENT.                                    *
064900*--------------------------------------------------------------*
065000 1200-NOTE-PRE-DETAIL-CHARGE.
065100     PERFORM VARYING WS-PDT-IDX FROM 1 BY 1
065200             UNTIL WS-PDT-IDX > WS-PDT-COUNT
065300         IF CPD-STUDENT-ID (WS-PDT-IDX) = SUB-STUDENT-ID
065400             IF SUB-POST-DATE > CPD-POST-DATE (WS-PDT-IDX)
065500                 MOVE SUB-POST-DATE TO CPD-POST-DATE (WS-PDT-IDX)
065600             END-IF
065700             GO TO 1200-NOTE-PRE-DETAIL-CHARGE-EXIT
065800         END-IF
065900     END-PERFORM.
066000     IF WS-PDT-COUNT = WS-PDT-MAX
066100         ADD 1 TO WS-PDT-DROPPED
066200         GO TO 1200-NOTE-PRE-DETAIL-CHARGE-EXIT
066300     END-IF.
066400     ADD 1 TO WS-PDT-COUNT.
066500     MOVE SUB-STUDENT-ID TO CPD-STUDENT-ID (WS-PDT-COUNT).
066600     MOVE SUB-POST-DATE TO CPD-POST-DATE (WS-PDT-COUNT).
066700 1200-NOTE-PRE-DETAIL-CHARGE-EXIT.
066800     EXIT.
066900*--------------------------------------------------------------*
067000* 2000-CHECK-ENROLLMENTS - ENRLMAST IN KEY ORDER, WITH A BREAK  *
067100* ON STUDENT FOR THE MASTER AND ON STUDENT AND TERM FOR THE     *
067200* HOURS. EVERY ACTIVE OR WITHDRAWN ENROLLMENT IN AN OPEN TERM   *
067300* IS CHECKED; A DROPPED ONE IS OFF ENRLMAST AND ITS CHARGE IS   *
067400* LEFT UNMATCHED.                                               *
067500*--------------------------------------------------------------*
067600 2000-CHECK-ENROLLMENTS.
067700     OPEN OUTPUT CR-REPORT-FILE.
067800     MOVE WS-BUSINESS-DATE TO CRT-TITLE-DATE.
067900     WRITE CR-REPORT-LINE FROM CR-TITLE-LINE.
068000     MOVE SPACES TO CR-REPORT-LINE.
068100     WRITE CR-REPORT-LINE.
068200     WRITE CR-REPORT-LINE FROM CR-HEADING-LINE.
068300     OPEN INPUT CR-ENROLL-FILE.
068400     IF NOT WS-ENROLL-OK
068500         MOVE 'CHGRECON' TO IO-PROGRAM-ID
068600         MOVE 'ENRLMAST' TO IO-FILE-NAME
068700         MOVE 'OPEN-IN ' TO IO-OPERATION
068800         MOVE WS-ENROLL-STATUS TO IO-FILE-STATUS
068900         MOVE 'Y' TO IO-MANDATORY-FLAG
069000         CALL 'IOERR' USING IOERR-PARM-BLOCK
069100         MOVE 12 TO RETURN-CODE
069200         CLOSE CR-REPORT-FILE
069300         GO TO 2000-CHECK-ENROLLMENTS-EXIT
069400     END-IF.
069500     OPEN INPUT CR-MASTER-FILE.
069600     SET WS-NOT-AT-EOF TO TRUE.
069700     PERFORM UNTIL WS-AT-EOF
069800         READ CR-ENROLL-FILE NEXT RECORD
069900             AT END
070000                 SET WS-AT-EOF TO TRUE
070100             NOT AT END
070200                 PERFORM 2100-CHECK-ONE-ENROLLMENT
070300                     THRU 2100-CHECK-ONE-ENROLLMENT-EXIT
070400         END-READ
070500     END-PERFORM.
070600     PERFORM 2400-CLOSE-STUDENT-TERM
070700         THRU 2400-CLOSE-STUDENT-TERM-EXIT.
070800     CLOSE CR-ENROLL-FILE.
070900     CLOSE CR-MASTER-FILE.
071000     PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
071100             UNTIL WS-CHG-IDX > WS-CHG-COUNT
071200         IF NOT CCH-MATCHED (WS-CHG-IDX)
071300             ADD 1 TO WS-ORPHAN-CHARGES
071400         END-IF
071500     END-PERFORM.
071600 2000-CHECK-ENROLLMENTS-EXIT.
071700     EXIT.
071800*--------------------------------------------------------------*
071900* 2100-CHECK-ONE-ENROLLMENT - ONE ENRLMAST ENROLLMENT AGAINST   *
072000* THE CHARGES HELD FOR IT. BILLED ONCE RECONCILES. NEVER BILLED *
072100* IS A VARIANCE UNLESS IT WAS ADDED BY THE STUDENT'S LAST       *
072200* TUITION ASSESSED CHARGE; BILLED MORE THAN ONCE ALWAYS IS.     *
072300*--------------------------------------------------------------*
072400* 2050-START-STUDENT - A NEW STUDENT: THEIR MASTER RECORD FOR   *
072500* THE PROGRAM THE EXPECTED CHARGE PRICES ON, AND THE LATEST     *
072600* TUITION ASSESSED CHARGE POSTED TO THEM, IF ANY.               *
072700*--------------------------------------------------------------*
072800 2050-START-STUDENT.
072900     MOVE ENR-STUDENT-ID TO WS-BREAK-STUDENT-ID.
073000     SET WS-MASTER-FOUND TO TRUE.
073100     MOVE ENR-STUDENT-ID TO STM-STUDENT-ID.
073200     READ CR-MASTER-FILE
073300         INVALID KEY
073400             SET WS-MASTER-NOT-FOUND TO TRUE
073500     END-READ.
073600     MOVE 0 TO WS-PRE-DETAIL-DATE.
073700     PERFORM VARYING WS-PDT-IDX FROM 1 BY 1
073800             UNTIL WS-PDT-IDX > WS-PDT-COUNT
073900         IF CPD-STUDENT-ID (WS-PDT-IDX) = ENR-STUDENT-ID
074000             MOVE CPD-POST-DATE (WS-PDT-IDX) TO WS-PRE-DETAIL-DATE
074100         END-IF
074200     END-PERFORM.
074300 2050-START-STUDENT-EXIT.
074400     EXIT.
074500*--------------------------------------------------------------*
074600 2100-CHECK-ONE-ENROLLMENT.
074700     IF NOT ENR-ACTIVE
074800         AND NOT ENR-WITHDRAWN
074900         GO TO 2100-CHECK-ONE-ENROLLMENT-EXIT
075000     END-IF.
075100     SET WS-TERM-CLOSED TO TRUE.
075200     PERFORM VARYING WS-ACAL-IDX FROM 1 BY 1
075300             UNTIL WS-ACAL-IDX > WS-ACAL-COUNT
075400         IF CAC-TERM (WS-ACAL-IDX) = ENR-TERM
075500             AND CAC-OPEN (WS-ACAL-IDX)
075600             SET WS-TERM-OPEN TO TRUE
075700             MOVE CAC-REG-OPEN-DATE (WS-ACAL-IDX)
075800                 TO WS-WINDOW-OPEN-DATE
075900             MOVE CAC-TERM-END-DATE (WS-ACAL-IDX)
076000                 TO WS-WINDOW-END-DATE
076100         END-IF
076200     END-PERFORM.
076300     IF WS-TERM-CLOSED
076400         GO TO 2100-CHECK-ONE-ENROLLMENT-EXIT
076500     END-IF.
076600     IF ENR-STUDENT-ID NOT = WS-BREAK-STUDENT-ID
076700         OR ENR-TERM NOT = WS-BREAK-TERM
076800         PERFORM 2400-CLOSE-STUDENT-TERM
076900             THRU 2400-CLOSE-STUDENT-TERM-EXIT
077000     END-IF.
077100     IF ENR-STUDENT-ID NOT = WS-BREAK-STUDENT-ID
077200         PERFORM 2050-START-STUDENT
077300             THRU 2050-START-STUDENT-EXIT
077400     END-IF.
077500     MOVE ENR-TERM TO WS-BREAK-TERM.
077600     ADD 1 TO WS-ENROLLMENTS-CHECKED.
077700     ADD ENR-CREDIT-HOURS TO WS-TERM-ENROLLED-HOURS.
077800     MOVE 0 TO WS-TIMES-BILLED.
077900     MOVE 0 TO WS-HOURS-BILLED.
078000     SET WS-CHG-NOT-FOUND TO TRUE.
078100     PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
078200             UNTIL WS-CHG-IDX > WS-CHG-COUNT
078300             OR WS-CHG-FOUND
078400         IF CCH-STUDENT-ID (WS-CHG-IDX) = ENR-STUDENT-ID
078500             AND CCH-COURSE-ID (WS-CHG-IDX) = ENR-COURSE-ID
078600             AND CCH-SECTION (WS-CHG-IDX) = ENR-SECTION
078700             AND CCH-TERM (WS-CHG-IDX) = ENR-TERM
078800             SET WS-CHG-FOUND TO TRUE
078900             MOVE 'Y' TO CCH-MATCH-FLAG (WS-CHG-IDX)
079000             MOVE CCH-TIMES (WS-CHG-IDX) TO WS-TIMES-BILLED
079100             MOVE CCH-HOURS (WS-CHG-IDX) TO WS-HOURS-BILLED
079200         END-IF
079300     END-PERFORM.
079400     ADD WS-HOURS-BILLED TO WS-TERM-CHARGED-HOURS.
079500     IF WS-TIMES-BILLED = 1
079600         ADD 1 TO WS-BILLED-ONCE
079700         GO TO 2100-CHECK-ONE-ENROLLMENT-EXIT
079800     END-IF.
079900     IF WS-TIMES-BILLED > 1
080000         ADD 1 TO WS-BILLED-TWICE
080100         MOVE 'BILLED TWICE+' TO WS-NOTE
080200     ELSE
080300         IF ENR-ADD-DATE NUMERIC
080400             AND ENR-ADD-DATE NOT > WS-PRE-DETAIL-DATE
080500             ADD 1 TO WS-PRE-DETAIL
080600             GO TO 2100-CHECK-ONE-ENROLLMENT-EXIT
080700         END-IF
080800         ADD 1 TO WS-NOT-BILLED
080900         MOVE 'NOT BILLED' TO WS-NOTE
081000         IF ENR-ADD-DATE NOT NUMERIC
081100             OR ENR-ADD-DATE < WS-WINDOW-OPEN-DATE
081200             OR ENR-ADD-DATE > WS-WINDOW-END-DATE
081300             ADD 1 TO WS-OUT-OF-WINDOW
081400             MOVE 'ADDED OFF WNDW' TO WS-NOTE
081500         END-IF
081600     END-IF.
081700     PERFORM 2300-WRITE-VARIANCE THRU 2300-WRITE-VARIANCE-EXIT.
081800 2100-CHECK-ONE-ENROLLMENT-EXIT.
081900     EXIT.
082000*--------------------------------------------------------------*
082100* 2300-WRITE-VARIANCE - ONE CHGRPT LINE FOR AN ENROLLMENT      *
082200* BILLED NOT AT ALL OR MORE THAN ONCE, WITH THE CHARGE TUITCALC *
082300* WOULD HAVE MADE: ITS HOURS AT THE TUITRATE RATE FOR THE       *
082400* STUDENT'S PROGRAM AND THE TERM'S CONDRES RESIDENCY.           *
082500*--------------------------------------------------------------*
082600 2300-WRITE-VARIANCE.
082700     ADD 1 TO WS-VARIANCE-COUNT.
082800     ADD 1 TO WS-TERM-VARIANCES.
082900     MOVE SPACES TO CR-DETAIL-LINE.
083000     MOVE ENR-STUDENT-ID TO CRD-STUDENT-ID.
083100     MOVE ENR-COURSE-ID TO CRD-COURSE-ID.
083200     MOVE ENR-SECTION TO CRD-SECTION.
083300     MOVE ENR-TERM TO CRD-TERM.
083400     MOVE ENR-CREDIT-HOURS TO CRD-CREDITS.
083500     MOVE ENR-ADD-DATE TO CRD-ADD-DATE.
083600     MOVE WS-TIMES-BILLED TO CRD-TIMES.
083700     MOVE WS-HOURS-BILLED TO CRD-HOURS.
083800     MOVE WS-NOTE TO CRD-NOTE.
083900     IF WS-MASTER-NOT-FOUND
084000         MOVE ' NO MASTER' TO CRD-EXPECTED-X
084100         GO TO 2300-WRITE-VARIANCE-LINE
084200     END-IF.
084300     PERFORM 2320-FIND-RESIDENCY THRU 2320-FIND-RESIDENCY-EXIT.
084400     PERFORM 2330-FIND-RATE THRU 2330-FIND-RATE-EXIT.
084500     IF WS-RATE-NOT-FOUND
084600         MOVE '   NO RATE' TO CRD-EXPECTED-X
084700         GO TO 2300-WRITE-VARIANCE-LINE
084800     END-IF.
084900     COMPUTE WS-EXPECTED-CHARGE =
085000         ENR-CREDIT-HOURS * WS-RATE-PER-CREDIT.
085100     MOVE WS-EXPECTED-CHARGE TO CRD-EXPECTED.
085200     ADD WS-EXPECTED-CHARGE TO WS-EXPECTED-TOTAL.
085300 2300-WRITE-VARIANCE-LINE.
085400     WRITE CR-REPORT-LINE FROM CR-DETAIL-LINE.
085500 2300-WRITE-VARIANCE-EXIT.
085600     EXIT.
085700*--------------------------------------------------------------*
085800* 2320-FIND-RESIDENCY - ELIGIBLE ON CONDRES FOR THE STUDENT AND *
085900* TERM EXPECTS RESIDENT; ANYTHING ELSE NON-RESIDENT.            *
086000*--------------------------------------------------------------*
086100 2320-FIND-RESIDENCY.
086200     MOVE 'N' TO WS-RESIDENT-FLAG.
086300     SET WS-RES-NOT-FOUND TO TRUE.
086400     IF NOT WS-RES-IS-OPEN
086500         GO TO 2320-FIND-RESIDENCY-EXIT
086600     END-IF.
086700     MOVE ENR-STUDENT-ID TO RES-STUDENT-ID.
086800     MOVE ENR-TERM TO RES-TERM.
086900     READ CR-CONDRES-FILE
087000         INVALID KEY
087100             GO TO 2320-FIND-RESIDENCY-EXIT
087200     END-READ.
087300     SET WS-RES-FOUND TO TRUE.
087310     IF RES-ELIGIBLE-FLAG = '1'
087320         MOVE 'R' TO WS-RESIDENT-FLAG
087400     END-IF.
087500 2320-FIND-RESIDENCY-EXIT.
087600     EXIT.
087700*--------------------------------------------------------------*
087800* 2330-FIND-RATE - THE PROGRAM/RESIDENCY RATE ROW, FALLING BACK *
087900* TO THE '****' CATCH-ALL PROGRAM.                              *
088000*--------------------------------------------------------------*
088100 2330-FIND-RATE.
088200     SET WS-RATE-NOT-FOUND TO TRUE.
088300     PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
088400             UNTIL WS-RATE-IDX > WS-RATE-COUNT
088500             OR WS-RATE-FOUND
088600         IF CRT-PROGRAM-CODE (WS-RATE-IDX) = STM-PROGRAM-CODE
088700             AND CRT-RESIDENT-FLAG (WS-RATE-IDX)
088800                 = WS-RESIDENT-FLAG
088900             SET WS-RATE-FOUND TO TRUE
089000             MOVE CRT-RATE (WS-RATE-IDX) TO WS-RATE-PER-CREDIT
089100         END-IF
089200     END-PERFORM.
089300     IF WS-RATE-FOUND
089400         GO TO 2330-FIND-RATE-EXIT
089500     END-IF.
089600     PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
089700             UNTIL WS-RATE-IDX > WS-RATE-COUNT
089800             OR WS-RATE-FOUND
089900         IF CRT-PROGRAM-CODE (WS-RATE-IDX) = '****'
090000             AND CRT-RESIDENT-FLAG (WS-RATE-IDX)
090100                 = WS-RESIDENT-FLAG
090200             SET WS-RATE-FOUND TO TRUE
090300             MOVE CRT-RATE (WS-RATE-IDX) TO WS-RATE-PER-CREDIT
090400         END-IF
090500     END-PERFORM.
090600 2330-FIND-RATE-EXIT.
090700     EXIT.
090800*--------------------------------------------------------------*
090900* 2400-CLOSE-STUDENT-TERM - AT EACH STUDENT AND TERM BREAK, THE *
091000* HOURS ON ENRLMAST AGAINST THE HOURS CHARGED, PRINTED UNDER    *
091100* ANY VARIANCE LINES FOR THAT STUDENT AND TERM.                 *
091200*--------------------------------------------------------------*
091300 2400-CLOSE-STUDENT-TERM.
091400     IF WS-TERM-VARIANCES > 0
091500         MOVE WS-BREAK-TERM TO CRH-TERM
091600         MOVE WS-TERM-ENROLLED-HOURS TO CRH-ENROLLED
091700         MOVE WS-TERM-CHARGED-HOURS TO CRH-CHARGED
091800         WRITE CR-REPORT-LINE FROM CR-HOURS-LINE
091900     END-IF.
092000     MOVE 0 TO WS-TERM-ENROLLED-HOURS.
092100     MOVE 0 TO WS-TERM-CHARGED-HOURS.
092200     MOVE 0 TO WS-TERM-VARIANCES.
092300 2400-CLOSE-STUDENT-TERM-EXIT.
092400     EXIT.
092500*--------------------------------------------------------------*
092600* 3000-WRITE-TOTALS - THE RUN COUNTS UNDER THE DETAIL.          *
092700*--------------------------------------------------------------*
092800 3000-WRITE-TOTALS.
092900     MOVE SPACES TO CR-REPORT-LINE.
093000     WRITE CR-REPORT-LINE.
093100     IF WS-VARIANCE-COUNT = 0
093200         MOVE 'EVERY ENROLLMENT BILLED ONCE' TO CR-REPORT-LINE
093300         WRITE CR-REPORT-LINE
093400         MOVE SPACES TO CR-REPORT-LINE
093500         WRITE CR-REPORT-LINE
093600     END-IF.
093700     MOVE SPACES TO CR-TOTAL-LINE.
093800     MOVE 'OPEN TERMS RECONCILED' TO CRT-LABEL.
093900     MOVE WS-OPEN-TERMS TO CRT-COUNT.
094000     WRITE CR-REPORT-LINE FROM CR-TOTAL-LINE.
094100     MOVE 'TUITCALC ENROLLMENT CHARGES READ' TO CRT-LABEL.
094200     MOVE WS-CHARGES-READ TO CRT-COUNT.
094300     WRITE CR-REPORT-LINE FROM CR-TOTAL-LINE.
094400     MOVE 'ENROLLMENTS CHECKED' TO CRT-LABEL.
094500     MOVE WS-ENROLLMENTS-CHECKED TO CRT-COUNT.
094600     WRITE CR-REPORT-LINE FROM CR-TOTAL-LINE.
094700     MOVE 'BILLED ONCE' TO CRT-LABEL.
094800     MOVE WS-BILLED-ONCE TO CRT-COUNT.
094900     WRITE CR-REPORT-LINE FROM CR-TOTAL-LINE.
095000     MOVE 'IN A TUITION ASSESSED TERM TOTAL' TO CRT-LABEL.
095100     MOVE WS-PRE-DETAIL TO CRT-COUNT.
095200     WRITE CR-REPORT-LINE FROM CR-TOTAL-LINE.
095300     MOVE 'NEVER BILLED' TO CRT-LABEL.
095400     MOVE WS-NOT-BILLED TO CRT-COUNT.
095500     WRITE CR-REPORT-LINE FROM CR-TOTAL-LINE.
095600     MOVE '  OF WHICH ADDED OUTSIDE THE WINDOW' TO CRT-LABEL.
095700     MOVE WS-OUT-OF-WINDOW TO CRT-COUNT.
095800     WRITE CR-REPORT-LINE FROM CR-TOTAL-LINE.
095900     MOVE 'BILLED MORE THAN ONCE' TO CRT-LABEL.
096000     MOVE WS-BILLED-TWICE TO CRT-COUNT.
096100     WRITE CR-REPORT-LINE FROM CR-TOTAL-LINE.
096200     MOVE 'CHARGES FOR ENROLLMENTS OFF ENRLMAST' TO CRT-LABEL.
096300     MOVE WS-ORPHAN-CHARGES TO CRT-COUNT.
096400     WRITE CR-REPORT-LINE FROM CR-TOTAL-LINE.
096500     MOVE SPACES TO CR-REPORT-LINE.
096600     MOVE WS-EXPECTED-TOTAL TO WS-EXPECTED-DISP.
096700     STRING 'EXPECTED TUITION ON VARIANCES       '
096800         WS-EXPECTED-DISP DELIMITED BY SIZE INTO CR-REPORT-LINE.
096900     WRITE CR-REPORT-LINE.
097000     CLOSE CR-REPORT-FILE.
097100 3000-WRITE-TOTALS-EXIT.
097200     EXIT.
097300*--------------------------------------------------------------*
097400* 3500-WRITE-VARIANCE-ALERT - THE VARIANCE COUNT ON ALERTOUT,   *
097500* ROUTED TO THE BURSAR BY ALRTROUT. A TEST-MODE RUN ALERTS      *
097600* NOBODY.                                                       *
097700*--------------------------------------------------------------*
097800 3500-WRITE-VARIANCE-ALERT.
097900     IF SP-TEST-MODE
098000         GO TO 3500-WRITE-VARIANCE-ALERT-EXIT
098100     END-IF.
098200     OPEN EXTEND CR-ALERT-FILE.
098300     IF NOT WS-ALERT-OK
098400         CLOSE CR-ALERT-FILE
098500         OPEN OUTPUT CR-ALERT-FILE
098600     END-IF.
098700     MOVE WS-VARIANCE-COUNT TO WS-ALERT-COUNT.
098800     MOVE SPACES TO ALERT-RECORD.
098900     MOVE 'CHGRECON' TO ALRT-PROGRAM-ID.
099000     ACCEPT ALRT-DATE FROM DATE YYYYMMDD.
099100     ACCEPT ALRT-TIME FROM TIME.
099200     MOVE 'CHARGE VARIANCE' TO ALRT-CATEGORY.
099300     MOVE WS-ALERT-DETAIL TO ALRT-DETAIL.
099400     MOVE SP-CYCLE-NUMBER TO ALRT-CYCLE-NUMBER.
099500     MOVE ALRT-CATEGORY TO SV-CATEGORY.
099600     CALL 'ALRTSEV' USING SEV-PARM-BLOCK.
099700     MOVE SV-SEVERITY TO ALRT-SEVERITY.
099800     WRITE ALERT-RECORD.
099900     CLOSE CR-ALERT-FILE.
100000 3500-WRITE-VARIANCE-ALERT-EXIT.
100100     EXIT.
100200*--------------------------------------------------------------*
100300* 9999-EXIT                                                    *
100400*--------------------------------------------------------------*
100500 9999-EXIT.
100510     IF WS-RES-IS-OPEN
100520         CLOSE CR-CONDRES-FILE
100530     END-IF.
100600     STOP RUN.
