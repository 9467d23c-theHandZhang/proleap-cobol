000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AIDRECON.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                          *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - AWARD-LEVEL AID               *
001100*                RECONCILIATION, RUN NIGHTLY BEHIND AIDDISB.    *
001200*                ACCTRCON PROVES THE CATEGORY TOTALS, BUT ONE   *
001300*                AWARD DRAWN AND NEVER PAID, OR PAID TWICE      *
001400*                AFTER AN EVALADJ ADJUSTMENT, STILL TIES. EVERY *
001500*                AWARD ON THE EVALTAWD TERM AWARD STORE AND     *
001600*                EVERY AWDOFFR OFFER IS MATCHED TO WHAT AWDACPT *
001700*                RELEASED, TO ITS AIDHELD HOLD, ITS EVALADJ     *
001800*                ADJUSTMENTS, ANY AIDINTN PRORATION AND THE     *
001900*                AIDDISB CATEGORY-C CREDITS STUACCT CARRIES,    *
002000*                AND CLASSED FULLY DISBURSED, HELD, PARTIALLY   *
002100*                PAID, OVERPAID, UNPAID WITH NO HOLD, OR NOT    *
002200*                RELEASED. AIDRCRPT LISTS EVERY AWARD, A TERM   *
002300*                SUMMARY PER AID CODE, AND A POOL PROOF THAT    *
002400*                EACH EVALPOOLP DRAWN AMOUNT IS ACCOUNTED FOR   *
002500*                AS PAID, HELD, STILL ON OFFER OR PRORATED OFF. *
002600*                AN OVERPAID OR UNPAID AWARD RAISES AN AID      *
002700*                AWARD VARIANCE ALERT; A POOL THAT DOES NOT     *
002800*                PROVE RAISES AID POOL OUT OF BAL.              *
002800* 10/15/26  DW   SUITECAL RECORD CARRIES THE YEAR-END FLAG,     *
002800*                SO THE BUSINESS DATE READS CLEAN AGAIN.        *
002900*--------------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT AR-TAWD-FILE ASSIGN TO EVALTAWD
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-TAWD-STATUS.
003600     SELECT AR-OFFER-FILE ASSIGN TO AWDOFFR
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS OFR-KEY
004000         FILE STATUS IS WS-OFFER-STATUS.
004100     SELECT AR-AWARD-FILE ASSIGN TO EVALAWRD
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-AWARD-STATUS.
004400     SELECT AR-INTN-FILE ASSIGN TO AIDINTN
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-INTN-STATUS.
004700     SELECT AR-POOLPOS-FILE ASSIGN TO EVALPOOLP
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-POOLPOS-STATUS.
005000     SELECT AR-ACCT-FILE ASSIGN TO STUACCT
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-ACCT-STATUS.
005300     SELECT AR-HELD-FILE ASSIGN TO AIDHELD
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-HELD-STATUS.
005600     SELECT AR-ADJ-FILE ASSIGN TO EVALADJ
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-ADJ-STATUS.
005900     SELECT AR-CAL-FILE ASSIGN TO SUITECAL
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-CAL-STATUS.
006200     SELECT AR-REPORT-FILE ASSIGN TO AIDRCRPT
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-REPORT-STATUS.
006500     SELECT AR-ALERT-FILE ASSIGN TO ALERTOUT
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-ALERT-STATUS.
006800     SELECT SUITE-PARM-FILE ASSIGN TO SUITEPRM
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-SUITE-STATUS.
007100     SELECT AR-CYCLENO-FILE ASSIGN TO CYCLENO
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-CYCLENO-STATUS.
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  AR-TAWD-FILE.
007700 01  TAWD-RECORD.
007800     05  TWD-STUDENT-ID       PIC 9(09).
007900     05  TWD-TERM             PIC X(06).
008000     05  TWD-AMOUNT           PIC 9(05)V99.
008100     05  TWD-AID-CODE         PIC X(04).
008200 FD  AR-OFFER-FILE.
008300 COPY AWDOFREC.
008400 FD  AR-AWARD-FILE.
008500 01  AWARD-RECORD.
008600     05  AWD-STUDENT-ID       PIC 9(09).
008700     05  AWD-AGE-BRACKET      PIC X(07).
008800     05  AWD-DEPENDENT-VAR    PIC X(07).
008900     05  AWD-AID-CODE         PIC X(04).
009000     05  AWD-AWARD-AMOUNT     PIC 9(05)V99.
009100     05  AWD-OVERRIDE-FLAG    PIC X(01).
009200     05  AWD-TERM             PIC X(06).
009300 FD  AR-INTN-FILE.
009400 COPY AIDPRREC.
009500 FD  AR-POOLPOS-FILE.
009600 01  POOLPOS-RECORD.
009700     05  PLP-AID-CODE         PIC X(04).
009800     05  PLP-BUDGET-AMOUNT    PIC 9(09)V99.
009900     05  PLP-USED-AMOUNT      PIC 9(09)V99.
010000     05  PLP-REMAINING        PIC 9(09)V99.
010100     05  PLP-WAITLISTED       PIC 9(06).
010200 FD  AR-ACCT-FILE.
010300 COPY STUACREC.
010400 FD  AR-HELD-FILE.
010500 01  HLD-RECORD.
010600     05  HLD-STUDENT-ID       PIC 9(09).
010700     05  HLD-AID-CODE         PIC X(04).
010800     05  HLD-AWARD-AMOUNT     PIC 9(05)V99.
010900     05  HLD-REASON           PIC X(20).
011000     05  HLD-DATE             PIC 9(08).
011100     05  HLD-REASON-CODE      PIC X(04).
011200 FD  AR-ADJ-FILE.
011300 01  ADJ-RECORD.
011400     05  ADJ-STATUS           PIC X(01).
011500         88  ADJ-PENDING      VALUE 'P'.
011600         88  ADJ-APPLIED      VALUE 'D'.
011700     05  ADJ-STUDENT-ID       PIC 9(09).
011800     05  ADJ-AID-CODE         PIC X(04).
011900     05  ADJ-OLD-AMOUNT       PIC 9(05)V99.
012000     05  ADJ-NEW-AMOUNT       PIC 9(05)V99.
012100     05  ADJ-DELTA-AMOUNT     PIC S9(06)V99
012200                              SIGN LEADING SEPARATE.
012300 FD  AR-CAL-FILE.
012400 01  CAL-RECORD.
012500     05  CAL-BUSINESS-DATE    PIC 9(08).
012600     05  CAL-MONTH-END-FLAG   PIC X(01).
012650     05  CAL-YEAR-END-FLAG    PIC X(01).
012700 FD  AR-REPORT-FILE.
012800 01  AR-REPORT-LINE           PIC X(80).
012900 FD  AR-ALERT-FILE.
013000 COPY ALERTREC.
013100 FD  SUITE-PARM-FILE.
013200 01  SP-PARM-CARD             PIC X(11).
013300 FD  AR-CYCLENO-FILE.
013400 01  CYCLENO-CARD.
013500     05  CYC-CYCLE-NUMBER     PIC 9(06).
013600 WORKING-STORAGE SECTION.
013700 01  WS-SUITE-STATUS          PIC X(02).
013800     88  WS-SUITE-OK          VALUE '00'.
013900 01  WS-CYCLENO-STATUS        PIC X(02).
014000     88  WS-CYCLENO-OK        VALUE '00'.
014100 01  WS-TAWD-STATUS           PIC X(02).
014200     88  WS-TAWD-OK           VALUE '00'.
014300 01  WS-OFFER-STATUS          PIC X(02).
014400     88  WS-OFFER-OK          VALUE '00'.
014500 01  WS-AWARD-STATUS          PIC X(02).
014600     88  WS-AWARD-OK          VALUE '00'.
014700 01  WS-INTN-STATUS           PIC X(02).
014800     88  WS-INTN-OK           VALUE '00'.
014900 01  WS-POOLPOS-STATUS        PIC X(02).
015000     88  WS-POOLPOS-OK        VALUE '00'.
015100 01  WS-ACCT-STATUS           PIC X(02).
015200     88  WS-ACCT-OK           VALUE '00'.
015300 01  WS-HELD-STATUS           PIC X(02).
015400     88  WS-HELD-OK           VALUE '00'.
015500 01  WS-ADJ-STATUS            PIC X(02).
015600     88  WS-ADJ-OK            VALUE '00'.
015700 01  WS-CAL-STATUS            PIC X(02).
015800     88  WS-CAL-OK            VALUE '00'.
015900 01  WS-REPORT-STATUS         PIC X(02).
016000     88  WS-REPORT-OK         VALUE '00'.
016100 01  WS-ALERT-STATUS          PIC X(02).
016200     88  WS-ALERT-OK          VALUE '00'.
016300 01  WS-EOF-SWITCH            PIC X(01).
016400     88  WS-AT-EOF            VALUE 'Y'.
016500     88  WS-NOT-AT-EOF        VALUE 'N'.
016600 01  WS-OFFERS-SWITCH         PIC X(01) VALUE 'N'.
016700     88  WS-OFFERS-LOADED     VALUE 'Y'.
016800 01  WS-FOUND-SWITCH          PIC X(01).
016900     88  WS-ENTRY-FOUND       VALUE 'Y'.
017000     88  WS-ENTRY-NOT-FOUND   VALUE 'N'.
017100 01  WS-BUSINESS-DATE         PIC 9(08) VALUE 0.
017200*--------------------------------------------------------------*
017300* THE KEY BEING LOOKED UP AND WHERE IT WAS FOUND OR ADDED. A    *
017400* FULL TABLE LEAVES THE INDEX ZERO.                             *
017500*--------------------------------------------------------------*
017600 01  WS-KEY-STUDENT-ID        PIC 9(09).
017700 01  WS-KEY-TERM              PIC X(06).
017800 01  WS-KEY-AID-CODE          PIC X(04).
017900 01  WS-AWD-HIT               PIC 9(04) COMP.
018000 01  WS-LDG-HIT               PIC 9(04) COMP.
018100 01  WS-CODE-HIT              PIC 9(02) COMP.
018200*--------------------------------------------------------------*
018300* ONE AWARD BEING CLASSED - WHAT WAS DUE ON STUACCT, WHAT WAS   *
018400* PAID AND HELD AGAINST IT, AND ITS SHARE OF TONIGHT'S DRAW.    *
018500*--------------------------------------------------------------*
018600 01  WS-DUE-AMOUNT            PIC S9(07)V99.
018700 01  WS-PAID-AMOUNT           PIC S9(07)V99.
018800 01  WS-HELD-AMOUNT           PIC S9(07)V99.
018900 01  WS-DRAW-AMOUNT           PIC S9(07)V99.
019000 01  WS-OPEN-AMOUNT           PIC S9(07)V99.
019100 01  WS-CUT-AMOUNT            PIC S9(07)V99.
019200 01  WS-CLASS                 PIC X(16).
019300*--------------------------------------------------------------*
019400* RUN COUNTS - WHAT WAS READ AND HOW THE AWARDS CLASSED.        *
019500*--------------------------------------------------------------*
019600 01  WS-STORE-READ            PIC 9(06) COMP VALUE 0.
019700 01  WS-OFFERS-READ           PIC 9(06) COMP VALUE 0.
019800 01  WS-CREDITS-READ          PIC 9(06) COMP VALUE 0.
019900 01  WS-HOLDS-READ            PIC 9(06) COMP VALUE 0.
020000 01  WS-ADJ-APPLIED-COUNT     PIC 9(06) COMP VALUE 0.
020100 01  WS-ADJ-PENDING-COUNT     PIC 9(06) COMP VALUE 0.
020200 01  WS-FULLY-COUNT           PIC 9(06) COMP VALUE 0.
020300 01  WS-HELD-COUNT            PIC 9(06) COMP VALUE 0.
020400 01  WS-PARTIAL-COUNT         PIC 9(06) COMP VALUE 0.
020500 01  WS-OVERPAID-COUNT        PIC 9(06) COMP VALUE 0.
020600 01  WS-UNPAID-COUNT          PIC 9(06) COMP VALUE 0.
020700 01  WS-NOT-RELEASED-COUNT    PIC 9(06) COMP VALUE 0.
020800 01  WS-ORPHAN-COUNT          PIC 9(06) COMP VALUE 0.
020900 01  WS-VARIANCE-COUNT        PIC 9(06) COMP VALUE 0.
021000 01  WS-POOLS-OUT             PIC 9(06) COMP VALUE 0.
021100 01  WS-AWD-DROPPED           PIC 9(06) COMP VALUE 0.
021200 01  WS-LDG-DROPPED           PIC 9(06) COMP VALUE 0.
021300 01  WS-CODE-DROPPED          PIC 9(06) COMP VALUE 0.
021400 01  WS-AWD-COUNT             PIC 9(04) COMP VALUE 0.
021500 01  WS-AWD-MAX               PIC 9(04) COMP VALUE 5000.
021600 01  WS-AWD-IDX               PIC 9(04) COMP.
021700 01  WS-LDG-COUNT             PIC 9(04) COMP VALUE 0.
021800 01  WS-LDG-MAX               PIC 9(04) COMP VALUE 5000.
021900 01  WS-LDG-IDX               PIC 9(04) COMP.
022000 01  WS-CODE-COUNT            PIC 9(02) COMP VALUE 0.
022100 01  WS-CODE-MAX              PIC 9(02) COMP VALUE 50.
022200 01  WS-CODE-IDX              PIC 9(02) COMP.
022300 01  WS-ALERT-DETAIL.
022400     05  WS-ALERT-COUNT       PIC ZZZZZ9.
022500     05  WS-ALERT-TEXT        PIC X(14).
022600 01  WS-ALERT-CATEGORY        PIC X(20).
022700*--------------------------------------------------------------*
022800* AR-AWD-TABLE - ONE ENTRY PER AWARD, BY STUDENT, TERM AND AID  *
022900* CODE: THE NEWEST EVALTAWD AMOUNT (OR THE OFFER AMOUNT FOR A   *
023000* WAITLIST OFFER THE STORE NEVER SAW), THE AWDOFFR OFFER AND    *
023100* WHAT OF IT WAS RELEASED AND RETURNED, ANY AIDINTN PRORATED    *
023200* PAY, WHETHER IT DREW ON A POOL TONIGHT, AND ITS LEDGER ENTRY. *
023300*--------------------------------------------------------------*
023400 01  AR-AWD-TABLE.
023500     05  AR-AWD-ENTRY OCCURS 5000 TIMES.
023600         10  AAW-STUDENT-ID   PIC 9(09).
023700         10  AAW-TERM         PIC X(06).
023800         10  AAW-AID-CODE     PIC X(04).
023900         10  AAW-AMOUNT       PIC 9(05)V99.
024000         10  AAW-OFFER-FLAG   PIC X(01).
024100             88  AAW-OFFERED  VALUE 'Y'.
024200         10  AAW-OFR-STATUS   PIC X(01).
024300         10  AAW-OFFER-AMOUNT PIC 9(05)V99.
024400         10  AAW-RELEASED     PIC 9(05)V99.
024500         10  AAW-RETURNED     PIC 9(05)V99.
024600         10  AAW-PRO-FLAG     PIC X(01).
024700             88  AAW-PRORATED VALUE 'Y'.
024800         10  AAW-PRO-PAID     PIC 9(05)V99.
024900         10  AAW-NIGHT-FLAG   PIC X(01).
025000             88  AAW-TONIGHT  VALUE 'Y'.
025100         10  AAW-LDG-IDX      PIC 9(04) COMP.
025200*--------------------------------------------------------------*
025300* AR-LDG-TABLE - ONE ENTRY PER STUDENT AND AID CODE, THE LEVEL  *
025400* STUACCT, AIDHELD AND EVALADJ CARRY: AIDDISB CREDITS (SIGN     *
025500* TURNED, SO PAID IS POSITIVE), HOLDS AND APPLIED DELTAS. THE   *
025600* AMOUNTS ARE SHARED OUT TO THE AWARDS OF THE KEY AS THEY CLASS,*
025700* THE LAST AWARD TAKING WHAT REMAINS. A KEY WITH NO AWARD IS AN *
025800* ORPHAN.                                                       *
025900*--------------------------------------------------------------*
026000 01  AR-LDG-TABLE.
026100     05  AR-LDG-ENTRY OCCURS 5000 TIMES.
026200         10  ALG-STUDENT-ID   PIC 9(09).
026300         10  ALG-AID-CODE     PIC X(04).
026400         10  ALG-PAID         PIC S9(07)V99.
026500         10  ALG-HELD         PIC S9(07)V99.
026600         10  ALG-ADJ-APPLIED  PIC S9(07)V99.
026700         10  ALG-AWARDS       PIC 9(04) COMP.
026800*--------------------------------------------------------------*
026900* AR-CODE-TABLE - ONE ENTRY PER AID CODE: THE EVALPOOLP DRAWN   *
027000* AMOUNT, THE TERM-TO-DATE AWARD TOTALS, AND TONIGHT'S DRAW AS  *
027100* IT WAS PAID, HELD, LEFT ON OFFER OR PRORATED OFF.             *
027200*--------------------------------------------------------------*
027300 01  AR-CODE-TABLE.
027400     05  AR-CODE-ENTRY OCCURS 50 TIMES.
027500         10  ACD-AID-CODE     PIC X(04).
027600         10  ACD-POOL-FLAG    PIC X(01).
027700             88  ACD-HAS-POOL VALUE 'Y'.
027800         10  ACD-DRAWN        PIC S9(09)V99.
027900         10  ACD-AWARDS       PIC 9(06) COMP.
028000         10  ACD-VARIANCES    PIC 9(06) COMP.
028100         10  ACD-DUE          PIC S9(09)V99.
028200         10  ACD-PAID         PIC S9(09)V99.
028300         10  ACD-HELD         PIC S9(09)V99.
028400         10  ACD-NIGHT-PAID   PIC S9(09)V99.
028500         10  ACD-NIGHT-HELD   PIC S9(09)V99.
028600         10  ACD-NIGHT-OPEN   PIC S9(09)V99.
028700         10  ACD-NIGHT-CUT    PIC S9(09)V99.
028800 01  WS-UNACCOUNTED           PIC S9(09)V99.
028900*--------------------------------------------------------------*
029000* AIDRCRPT LINES - A TITLE, ONE LINE PER AWARD, THE ORPHAN      *
029100* CREDITS, THE AID CODE SUMMARY, THE POOL PROOF AND THE COUNTS. *
029200*--------------------------------------------------------------*
029300 01  AR-TITLE-LINE.
029400     05  FILLER               PIC X(46) VALUE
029500         'AIDRECON - AWARD-LEVEL AID RECONCILIATION FOR '.
029600     05  ART-TITLE-DATE       PIC 9(08).
029700     05  FILLER               PIC X(26) VALUE SPACES.
029800 01  AR-HEADING-LINE.
029900     05  FILLER               PIC X(40) VALUE
030000         'STUDENT   TERM   AID    AWARDED       DU'.
030100     05  FILLER               PIC X(40) VALUE
030200         'E      PAID      HELD CLASS'.
030300 01  AR-DETAIL-LINE.
030400     05  ARD-STUDENT-ID       PIC 9(09).
030500     05  FILLER               PIC X(01).
030600     05  ARD-TERM             PIC X(06).
030700     05  FILLER               PIC X(01).
030800     05  ARD-AID-CODE         PIC X(04).
030900     05  FILLER               PIC X(01).
031000     05  ARD-AWARDED          PIC -ZZZZ9.99.
031100     05  FILLER               PIC X(01).
031200     05  ARD-DUE              PIC -ZZZZ9.99.
031300     05  FILLER               PIC X(01).
031400     05  ARD-PAID             PIC -ZZZZ9.99.
031500     05  FILLER               PIC X(01).
031600     05  ARD-HELD             PIC -ZZZZ9.99.
031700     05  FILLER               PIC X(01).
031800     05  ARD-CLASS            PIC X(16).
031900     05  FILLER               PIC X(02).
032000 01  AR-CODE-HEADING.
032100     05  FILLER               PIC X(40) VALUE
032200         'AID  AWARDS  VARIANCES           DUE    '.
032300     05  FILLER               PIC X(40) VALUE
032400         '      PAID          HELD'.
032500 01  AR-CODE-LINE.
032600     05  ACL-AID-CODE         PIC X(04).
032700     05  FILLER               PIC X(01).
032800     05  ACL-AWARDS           PIC ZZZZZ9.
032900     05  FILLER               PIC X(01).
033000     05  ACL-VARIANCES        PIC ZZZZZZZZZ9.
033100     05  FILLER               PIC X(01).
033200     05  ACL-DUE              PIC -ZZZZZZZZ9.99.
033300     05  FILLER               PIC X(01).
033400     05  ACL-PAID             PIC -ZZZZZZZZ9.99.
033500     05  FILLER               PIC X(01).
033600     05  ACL-HELD             PIC -ZZZZZZZZ9.99.
033700     05  FILLER               PIC X(16).
033800 01  AR-POOL-HEADING.
033900     05  FILLER               PIC X(40) VALUE
034000         'AID      DRAWN       PAID       HELD    '.
034100     05  FILLER               PIC X(40) VALUE
034200         '   OPEN   PRORATED UNACCOUNTED'.
034300 01  AR-POOL-LINE.
034400     05  APL-AID-CODE         PIC X(04).
034500     05  APL-DRAWN            PIC ZZZZZZ9.99.
034600     05  FILLER               PIC X(01).
034700     05  APL-PAID             PIC ZZZZZZ9.99.
034800     05  FILLER               PIC X(01).
034900     05  APL-HELD             PIC ZZZZZZ9.99.
035000     05  FILLER               PIC X(01).
035100     05  APL-OPEN             PIC ZZZZZZ9.99.
035200     05  FILLER               PIC X(01).
035300     05  APL-CUT              PIC ZZZZZZ9.99.
035400     05  FILLER               PIC X(01).
035500     05  APL-UNACCOUNTED      PIC -ZZZZZZ9.99.
035600     05  APL-UNACCOUNTED-X REDEFINES APL-UNACCOUNTED
035700                              PIC X(11).
035800     05  FILLER               PIC X(01).
035900     05  APL-NOTE             PIC X(08).
036000     05  FILLER               PIC X(01).
036100 01  AR-TOTAL-LINE.
036200     05  ART-LABEL            PIC X(40).
036300     05  ART-COUNT            PIC ZZZZZ9.
036400     05  FILLER               PIC X(34) VALUE SPACES.
036500 COPY SUITEPRM.
036600 COPY IOERRPRM.
036700 COPY STEPPARM.
036800 COPY SEVPARM.
036900 PROCEDURE DIVISION.
037000 0000-MAINLINE.
037100     MOVE 'AIDRECON' TO SL-PROGRAM-ID.
037200     SET SL-PHASE-START TO TRUE.
037300     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
037400     PERFORM 0010-READ-SUITE-PARM THRU 0010-READ-SUITE-PARM-EXIT.
037500     PERFORM 0020-READ-BUSINESS-DATE
037600         THRU 0020-READ-BUSINESS-DATE-EXIT.
037700     PERFORM 1000-LOAD-AWARD-STORE
037800         THRU 1000-LOAD-AWARD-STORE-EXIT.
037900     PERFORM 1200-LOAD-OFFERS THRU 1200-LOAD-OFFERS-EXIT.
038000     PERFORM 1300-MARK-TONIGHTS-AWARDS
038100         THRU 1300-MARK-TONIGHTS-AWARDS-EXIT.
038200     PERFORM 1400-LOAD-PRORATIONS
038300         THRU 1400-LOAD-PRORATIONS-EXIT.
038400     PERFORM 1500-LOAD-POOL-POSITIONS
038500         THRU 1500-LOAD-POOL-POSITIONS-EXIT.
038600     PERFORM 1600-LINK-AWARDS-TO-LEDGER
038700         THRU 1600-LINK-AWARDS-TO-LEDGER-EXIT.
038800     PERFORM 2000-LOAD-CREDITS THRU 2000-LOAD-CREDITS-EXIT.
038900     IF RETURN-CODE > 8
039000         GO TO 0000-END-STEP
039100     END-IF.
039200     PERFORM 2200-LOAD-HOLDS THRU 2200-LOAD-HOLDS-EXIT.
039300     PERFORM 2300-LOAD-ADJUSTMENTS
039400         THRU 2300-LOAD-ADJUSTMENTS-EXIT.
039500     PERFORM 3000-CLASSIFY-AWARDS
039600         THRU 3000-CLASSIFY-AWARDS-EXIT.
039700     PERFORM 3500-LIST-ORPHAN-CREDITS
039800         THRU 3500-LIST-ORPHAN-CREDITS-EXIT.
039900     PERFORM 4000-WRITE-CODE-SUMMARY
040000         THRU 4000-WRITE-CODE-SUMMARY-EXIT.
040100     PERFORM 4500-WRITE-POOL-PROOF
040200         THRU 4500-WRITE-POOL-PROOF-EXIT.
040300     PERFORM 5000-WRITE-TOTALS THRU 5000-WRITE-TOTALS-EXIT.
040400     IF WS-VARIANCE-COUNT > 0
040500         MOVE 'AID AWARD VARIANCE' TO WS-ALERT-CATEGORY
040600         MOVE WS-VARIANCE-COUNT TO WS-ALERT-COUNT
040700         MOVE ' AWARDS' TO WS-ALERT-TEXT
040800         PERFORM 5500-WRITE-ALERT THRU 5500-WRITE-ALERT-EXIT
040900     END-IF.
041000     IF WS-POOLS-OUT > 0
041100         MOVE 'AID POOL OUT OF BAL' TO WS-ALERT-CATEGORY
041200         MOVE WS-POOLS-OUT TO WS-ALERT-COUNT
041300         MOVE ' AID CODES' TO WS-ALERT-TEXT
041400         PERFORM 5500-WRITE-ALERT THRU 5500-WRITE-ALERT-EXIT
041500     END-IF.
041600     IF WS-AWD-DROPPED > 0
041700         OR WS-LDG-DROPPED > 0
041800         OR WS-CODE-DROPPED > 0
041900         DISPLAY 'AIDRECON: TABLE FULL - ' WS-AWD-DROPPED
042000             ' AWARDS, ' WS-LDG-DROPPED ' LEDGER KEYS AND '
042100             WS-CODE-DROPPED ' AID CODES NOT HELD - RAISE THE '
042200             'TABLE'
042300         MOVE 4 TO RETURN-CODE
042400     END-IF.
042500     DISPLAY 'AIDRECON: ' WS-AWD-COUNT ' AWARDS - '
042600         WS-FULLY-COUNT ' FULLY DISBURSED, ' WS-HELD-COUNT
042700         ' HELD, ' WS-PARTIAL-COUNT ' PARTIALLY PAID'.
042800     DISPLAY 'AIDRECON: ' WS-OVERPAID-COUNT ' OVERPAID, '
042900         WS-UNPAID-COUNT ' UNPAID WITH NO HOLD, '
043000         WS-ORPHAN-COUNT ' CREDITS WITH NO AWARD, '
043100         WS-POOLS-OUT ' POOLS OUT OF BALANCE'.
043200 0000-END-STEP.
043300     MOVE 'AIDRECON' TO SL-PROGRAM-ID.
043400     SET SL-PHASE-END TO TRUE.
043500     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
043600     GO TO 9999-EXIT.
043700*--------------------------------------------------------------*
043800* 0010-READ-SUITE-PARM - READS THE SUITE-WIDE CONTROL CARD      *
043900* FROM SUITEPRM, AHEAD OF ANY PROGRAM-SPECIFIC PARM CARD.       *
044000*--------------------------------------------------------------*
044100 0010-READ-SUITE-PARM.
044200     OPEN INPUT SUITE-PARM-FILE.
044300     IF WS-SUITE-OK
044400         READ SUITE-PARM-FILE
044500             AT END
044600                 CONTINUE
044700         END-READ
044800         IF WS-SUITE-OK
044900             MOVE SP-PARM-CARD (1:1)  TO SP-TEST-MODE-SWITCH
045000             MOVE SP-PARM-CARD (2:10) TO SP-BATCH-ID
045100         END-IF
045200         CLOSE SUITE-PARM-FILE
045300     END-IF.
045400     OPEN INPUT AR-CYCLENO-FILE.
045500     IF WS-CYCLENO-OK
045600         READ AR-CYCLENO-FILE
045700             AT END
045800                 CONTINUE
045900         END-READ
046000         IF WS-CYCLENO-OK
046100             AND CYC-CYCLE-NUMBER NUMERIC
046200             MOVE CYC-CYCLE-NUMBER TO SP-CYCLE-NUMBER
046300         END-IF
046400         CLOSE AR-CYCLENO-FILE
046500     END-IF.
046600 0010-READ-SUITE-PARM-EXIT.
046700     EXIT.
046800*--------------------------------------------------------------*
046900* 0020-READ-BUSINESS-DATE - THE SUITECAL BUSINESS DATE, WALL-   *
047000* CLOCK FALLBACK AS EVERYWHERE.                                 *
047100*--------------------------------------------------------------*
047200 0020-READ-BUSINESS-DATE.
047300     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
047400     OPEN INPUT AR-CAL-FILE.
047500     IF WS-CAL-OK
047600         READ AR-CAL-FILE
047700             AT END
047800                 CONTINUE
047900         END-READ
048000         IF WS-CAL-OK
048100             AND CAL-BUSINESS-DATE NUMERIC
048200             AND CAL-BUSINESS-DATE > 0
048300             MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
048400         END-IF
048500         CLOSE AR-CAL-FILE
048600     END-IF.
048700 0020-READ-BUSINESS-DATE-EXIT.
048800     EXIT.
048900*--------------------------------------------------------------*
049000* 1000-LOAD-AWARD-STORE - THE EVALTAWD TERM AWARD STORE. IT IS  *
049100* APPENDED EVERY NIGHT, SO A LATER ROW FOR THE SAME STUDENT,    *
049200* TERM AND AID CODE REPLACES THE EARLIER AMOUNT.                *
049300*--------------------------------------------------------------*
049400 1000-LOAD-AWARD-STORE.
049500     OPEN INPUT AR-TAWD-FILE.
049600     IF NOT WS-TAWD-OK
049700         MOVE 'AIDRECON' TO IO-PROGRAM-ID
049800         MOVE 'EVALTAWD' TO IO-FILE-NAME
049900         MOVE 'OPEN-IN ' TO IO-OPERATION
050000         MOVE WS-TAWD-STATUS TO IO-FILE-STATUS
050100         MOVE 'N' TO IO-MANDATORY-FLAG
050200         CALL 'IOERR' USING IOERR-PARM-BLOCK
050300         GO TO 1000-LOAD-AWARD-STORE-EXIT
050400     END-IF.
050500     SET WS-NOT-AT-EOF TO TRUE.
050600     PERFORM UNTIL WS-AT-EOF
050700         READ AR-TAWD-FILE
050800             AT END
050900                 SET WS-AT-EOF TO TRUE
051000             NOT AT END
051100                 IF TWD-AMOUNT NUMERIC
051200                     AND TWD-AID-CODE NOT = SPACES
051300                     ADD 1 TO WS-STORE-READ
051400                     MOVE TWD-STUDENT-ID TO WS-KEY-STUDENT-ID
051500                     MOVE TWD-TERM TO WS-KEY-TERM
051600                     MOVE TWD-AID-CODE TO WS-KEY-AID-CODE
051700                     PERFORM 1100-FIND-AWARD
051800                         THRU 1100-FIND-AWARD-EXIT
051900                     IF WS-AWD-HIT > 0
052000                         MOVE TWD-AMOUNT
052100                             TO AAW-AMOUNT (WS-AWD-HIT)
052200                     END-IF
052300                 END-IF
052400         END-READ
052500     END-PERFORM.
052600     CLOSE AR-TAWD-FILE.
052700 1000-LOAD-AWARD-STORE-EXIT.
052800     EXIT.
052900*--------------------------------------------------------------*
053000* 1100-FIND-AWARD - THE AWARD ENTRY FOR THE KEY STUDENT, TERM   *
053100* AND AID CODE, ADDED EMPTY THE FIRST TIME IT IS SEEN.          *
053200*--------------------------------------------------------------*
053300 1100-FIND-AWARD.
053400     MOVE 0 TO WS-AWD-HIT.
053500     PERFORM VARYING WS-AWD-IDX FROM 1 BY 1
053600             UNTIL WS-AWD-IDX > WS-AWD-COUNT
053700             OR WS-AWD-HIT > 0
053800         IF AAW-STUDENT-ID (WS-AWD-IDX) = WS-KEY-STUDENT-ID
053900             AND AAW-TERM (WS-AWD-IDX) = WS-KEY-TERM
054000             AND AAW-AID-CODE (WS-AWD-IDX) = WS-KEY-AID-CODE
054100             MOVE WS-AWD-IDX TO WS-AWD-HIT
054200         END-IF
054300     END-PERFORM.
054400     IF WS-AWD-HIT > 0
054500         GO TO 1100-FIND-AWARD-EXIT
054600     END-IF.
054700     IF WS-AWD-COUNT = WS-AWD-MAX
054800         ADD 1 TO WS-AWD-DROPPED
054900         GO TO 1100-FIND-AWARD-EXIT
055000     END-IF.
055100     ADD 1 TO WS-AWD-COUNT.
055200     MOVE WS-AWD-COUNT TO WS-AWD-HIT.
055300     MOVE WS-KEY-STUDENT-ID TO AAW-STUDENT-ID (WS-AWD-HIT).
055400     MOVE WS-KEY-TERM TO AAW-TERM (WS-AWD-HIT).
055500     MOVE WS-KEY-AID-CODE TO AAW-AID-CODE (WS-AWD-HIT).
055600     MOVE 0 TO AAW-AMOUNT (WS-AWD-HIT).
055700     MOVE 'N' TO AAW-OFFER-FLAG (WS-AWD-HIT).
055800     MOVE SPACE TO AAW-OFR-STATUS (WS-AWD-HIT).
055900     MOVE 0 TO AAW-OFFER-AMOUNT (WS-AWD-HIT).
056000     MOVE 0 TO AAW-RELEASED (WS-AWD-HIT).
056100     MOVE 0 TO AAW-RETURNED (WS-AWD-HIT).
056200     MOVE 'N' TO AAW-PRO-FLAG (WS-AWD-HIT).
056300     MOVE 0 TO AAW-PRO-PAID (WS-AWD-HIT).
056400     MOVE 'N' TO AAW-NIGHT-FLAG (WS-AWD-HIT).
056500     MOVE 0 TO AAW-LDG-IDX (WS-AWD-HIT).
056600 1100-FIND-AWARD-EXIT.
056700     EXIT.
056800*--------------------------------------------------------------*
056900* 1200-LOAD-OFFERS - EVERY AWDOFFR OFFER ONTO ITS AWARD: WHAT   *
057000* WAS OFFERED, RELEASED TO AIDDISB AND RETURNED TO THE POOL. A  *
057100* WAITLIST OFFER HAS NO STORE ROW AND ENTERS AT ITS OFFER       *
057200* AMOUNT, AND ONE MADE TONIGHT DREW ON TONIGHT'S POOL. WITHOUT  *
057300* AWDOFFR EVERY STORE AMOUNT IS TAKEN AS RELEASED IN FULL.      *
057400*--------------------------------------------------------------*
057500 1200-LOAD-OFFERS.
057600     OPEN INPUT AR-OFFER-FILE.
057700     IF NOT WS-OFFER-OK
057800         DISPLAY 'AIDRECON: NO AWDOFFR OFFERS - EVERY STORED '
057900             'AWARD IS TAKEN AS RELEASED IN FULL'
058000         GO TO 1200-LOAD-OFFERS-EXIT
058100     END-IF.
058200     SET WS-OFFERS-LOADED TO TRUE.
058300     SET WS-NOT-AT-EOF TO TRUE.
058400     PERFORM UNTIL WS-AT-EOF
058500         READ AR-OFFER-FILE NEXT RECORD
058600             AT END
058700                 SET WS-AT-EOF TO TRUE
058800             NOT AT END
058900                 PERFORM 1250-TAKE-ONE-OFFER
059000                     THRU 1250-TAKE-ONE-OFFER-EXIT
059100         END-READ
059200     END-PERFORM.
059300     CLOSE AR-OFFER-FILE.
059400 1200-LOAD-OFFERS-EXIT.
059500     EXIT.
059600*--------------------------------------------------------------*
059700* 1250-TAKE-ONE-OFFER - ONE AWDOFFR OFFER ONTO ITS AWARD ENTRY. *
059800*--------------------------------------------------------------*
059900 1250-TAKE-ONE-OFFER.
060000     IF OFR-OFFER-AMOUNT NOT NUMERIC
060100         OR OFR-RELEASED-AMOUNT NOT NUMERIC
060200         OR OFR-RETURNED-AMOUNT NOT NUMERIC
060300         GO TO 1250-TAKE-ONE-OFFER-EXIT
060400     END-IF.
060500     ADD 1 TO WS-OFFERS-READ.
060600     MOVE OFR-STUDENT-ID TO WS-KEY-STUDENT-ID.
060700     MOVE OFR-TERM TO WS-KEY-TERM.
060800     MOVE OFR-AID-CODE TO WS-KEY-AID-CODE.
060900     PERFORM 1100-FIND-AWARD THRU 1100-FIND-AWARD-EXIT.
061000     IF WS-AWD-HIT = 0
061100         GO TO 1250-TAKE-ONE-OFFER-EXIT
061200     END-IF.
061300     MOVE 'Y' TO AAW-OFFER-FLAG (WS-AWD-HIT).
061400     MOVE OFR-STATUS TO AAW-OFR-STATUS (WS-AWD-HIT).
061500     MOVE OFR-OFFER-AMOUNT TO AAW-OFFER-AMOUNT (WS-AWD-HIT).
061600     MOVE OFR-RELEASED-AMOUNT TO AAW-RELEASED (WS-AWD-HIT).
061700     MOVE OFR-RETURNED-AMOUNT TO AAW-RETURNED (WS-AWD-HIT).
061800     IF AAW-AMOUNT (WS-AWD-HIT) = 0
061900         MOVE OFR-OFFER-AMOUNT TO AAW-AMOUNT (WS-AWD-HIT)
062000     END-IF.
062100     IF OFR-FROM-WAITLIST
062200         AND OFR-OFFER-DATE = WS-BUSINESS-DATE
062300         MOVE 'Y' TO AAW-NIGHT-FLAG (WS-AWD-HIT)
062400     END-IF.
062500 1250-TAKE-ONE-OFFER-EXIT.
062600     EXIT.
062700*--------------------------------------------------------------*
062800* 1300-MARK-TONIGHTS-AWARDS - EVALAWRD HOLDS ONLY TONIGHT'S     *
062900* AWARDS, EACH OF WHICH DREW ON ITS AID CODE'S POOL TONIGHT.    *
063000*--------------------------------------------------------------*
063100 1300-MARK-TONIGHTS-AWARDS.
063200     OPEN INPUT AR-AWARD-FILE.
063300     IF NOT WS-AWARD-OK
063400         DISPLAY 'AIDRECON: NO EVALAWRD AWARDS TONIGHT'
063500         GO TO 1300-MARK-TONIGHTS-AWARDS-EXIT
063600     END-IF.
063700     SET WS-NOT-AT-EOF TO TRUE.
063800     PERFORM UNTIL WS-AT-EOF
063900         READ AR-AWARD-FILE
064000             AT END
064100                 SET WS-AT-EOF TO TRUE
064200             NOT AT END
064300                 IF AWD-AWARD-AMOUNT NUMERIC
064400                     MOVE AWD-STUDENT-ID TO WS-KEY-STUDENT-ID
064500                     MOVE AWD-TERM TO WS-KEY-TERM
064600                     MOVE AWD-AID-CODE TO WS-KEY-AID-CODE
064700                     PERFORM 1100-FIND-AWARD
064800                         THRU 1100-FIND-AWARD-EXIT
064900                     IF WS-AWD-HIT > 0
065000                         MOVE 'Y' TO AAW-NIGHT-FLAG (WS-AWD-HIT)
065100                         IF AAW-AMOUNT (WS-AWD-HIT) = 0
065200                             MOVE AWD-AWARD-AMOUNT
065300                                 TO AAW-AMOUNT (WS-AWD-HIT)
065400                         END-IF
065500                     END-IF
065600                 END-IF
065700         END-READ
065800     END-PERFORM.
065900     CLOSE AR-AWARD-FILE.
066000 1300-MARK-TONIGHTS-AWARDS-EXIT.
066100     EXIT.
066200*--------------------------------------------------------------*
066300* 1400-LOAD-PRORATIONS - EACH AIDINTN AWARD STILL BEING         *
066400* REPRICED FOR ENROLLMENT INTENSITY, AND THE AMOUNT NOW ON      *
066500* STUACCT FOR IT AT ITS CURRENT PERCENT. SUCH AN AWARD IS DUE   *
066600* THAT AMOUNT, NOT WHAT WAS RELEASED.                           *
066700*--------------------------------------------------------------*
066800 1400-LOAD-PRORATIONS.
066900     OPEN INPUT AR-INTN-FILE.
067000     IF NOT WS-INTN-OK
067100         GO TO 1400-LOAD-PRORATIONS-EXIT
067200     END-IF.
067300     SET WS-NOT-AT-EOF TO TRUE.
067400     PERFORM UNTIL WS-AT-EOF
067500         READ AR-INTN-FILE
067600             AT END
067700                 SET WS-AT-EOF TO TRUE
067800             NOT AT END
067900                 IF AIP-PAID-AMOUNT NUMERIC
068000                     MOVE AIP-STUDENT-ID TO WS-KEY-STUDENT-ID
068100                     MOVE AIP-TERM TO WS-KEY-TERM
068200                     MOVE AIP-AID-CODE TO WS-KEY-AID-CODE
068300                     PERFORM 1100-FIND-AWARD
068400                         THRU 1100-FIND-AWARD-EXIT
068500                     IF WS-AWD-HIT > 0
068600                         MOVE 'Y' TO AAW-PRO-FLAG (WS-AWD-HIT)
068700                         MOVE AIP-PAID-AMOUNT
068800                             TO AAW-PRO-PAID (WS-AWD-HIT)
068900                         IF AAW-AMOUNT (WS-AWD-HIT) = 0
069000                             MOVE AIP-AWARD-AMOUNT
069100                                 TO AAW-AMOUNT (WS-AWD-HIT)
069200                         END-IF
069300                     END-IF
069400                 END-IF
069500         END-READ
069600     END-PERFORM.
069700     CLOSE AR-INTN-FILE.
069800 1400-LOAD-PRORATIONS-EXIT.
069900     EXIT.
070000*--------------------------------------------------------------*
070100* 1500-LOAD-POOL-POSITIONS - TONIGHT'S EVALPOOLP DRAWN AMOUNT   *
070200* PER AID CODE, AS EVALSTMT DREW IT AND AWDACPT TOOK RETURNED   *
070300* FUNDS BACK OFF. AN AID CODE WITH NO ROW HAS NO POOL.          *
070400*--------------------------------------------------------------*
070500 1500-LOAD-POOL-POSITIONS.
070600     OPEN INPUT AR-POOLPOS-FILE.
070700     IF NOT WS-POOLPOS-OK
070800         DISPLAY 'AIDRECON: NO EVALPOOLP POSITIONS - NO POOL '
070900             'TO PROVE TONIGHT'
071000         GO TO 1500-LOAD-POOL-POSITIONS-EXIT
071100     END-IF.
071200     SET WS-NOT-AT-EOF TO TRUE.
071300     PERFORM UNTIL WS-AT-EOF
071400         READ AR-POOLPOS-FILE
071500             AT END
071600                 SET WS-AT-EOF TO TRUE
071700             NOT AT END
071800                 IF PLP-USED-AMOUNT NUMERIC
071900                     AND PLP-AID-CODE NOT = SPACES
072000                     MOVE PLP-AID-CODE TO WS-KEY-AID-CODE
072100                     PERFORM 1550-FIND-AID-CODE
072200                         THRU 1550-FIND-AID-CODE-EXIT
072300                     IF WS-CODE-HIT > 0
072400                         MOVE 'Y' TO ACD-POOL-FLAG (WS-CODE-HIT)
072500                         MOVE PLP-USED-AMOUNT
072600                             TO ACD-DRAWN (WS-CODE-HIT)
072700                     END-IF
072800                 END-IF
072900         END-READ
073000     END-PERFORM.
073100     CLOSE AR-POOLPOS-FILE.
073200 1500-LOAD-POOL-POSITIONS-EXIT.
073300     EXIT.
073400*--------------------------------------------------------------*
073500* 1550-FIND-AID-CODE - THE SUMMARY ENTRY FOR THE KEY AID CODE,  *
073600* ADDED EMPTY THE FIRST TIME IT IS SEEN.                        *
073700*--------------------------------------------------------------*
073800 1550-FIND-AID-CODE.
073900     MOVE 0 TO WS-CODE-HIT.
074000     PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
074100             UNTIL WS-CODE-IDX > WS-CODE-COUNT
074200             OR WS-CODE-HIT > 0
074300         IF ACD-AID-CODE (WS-CODE-IDX) = WS-KEY-AID-CODE
074400             MOVE WS-CODE-IDX TO WS-CODE-HIT
074500         END-IF
074600     END-PERFORM.
074700     IF WS-CODE-HIT > 0
074800         GO TO 1550-FIND-AID-CODE-EXIT
074900     END-IF.
075000     IF WS-CODE-COUNT = WS-CODE-MAX
075100         ADD 1 TO WS-CODE-DROPPED
075200         GO TO 1550-FIND-AID-CODE-EXIT
075300     END-IF.
075400     ADD 1 TO WS-CODE-COUNT.
075500     MOVE WS-CODE-COUNT TO WS-CODE-HIT.
075600     MOVE WS-KEY-AID-CODE TO ACD-AID-CODE (WS-CODE-HIT).
075700     MOVE 'N' TO ACD-POOL-FLAG (WS-CODE-HIT).
075800     MOVE 0 TO ACD-DRAWN (WS-CODE-HIT).
075900     MOVE 0 TO ACD-AWARDS (WS-CODE-HIT).
076000     MOVE 0 TO ACD-VARIANCES (WS-CODE-HIT).
076100     MOVE 0 TO ACD-DUE (WS-CODE-HIT).
076200     MOVE 0 TO ACD-PAID (WS-CODE-HIT).
076300     MOVE 0 TO ACD-HELD (WS-CODE-HIT).
076400     MOVE 0 TO ACD-NIGHT-PAID (WS-CODE-HIT).
076500     MOVE 0 TO ACD-NIGHT-HELD (WS-CODE-HIT).
076600     MOVE 0 TO ACD-NIGHT-OPEN (WS-CODE-HIT).
076700     MOVE 0 TO ACD-NIGHT-CUT (WS-CODE-HIT).
076800 1550-FIND-AID-CODE-EXIT.
076900     EXIT.
077000*--------------------------------------------------------------*
077100* 1600-LINK-AWARDS-TO-LEDGER - EACH AWARD TO ITS STUDENT AND    *
077200* AID CODE LEDGER ENTRY, COUNTING THE AWARDS THAT WILL SHARE    *
077300* THE KEY'S CREDITS, HOLDS AND ADJUSTMENTS.                     *
077400*--------------------------------------------------------------*
077500 1600-LINK-AWARDS-TO-LEDGER.
077600     PERFORM VARYING WS-AWD-IDX FROM 1 BY 1
077700             UNTIL WS-AWD-IDX > WS-AWD-COUNT
077800         MOVE AAW-STUDENT-ID (WS-AWD-IDX) TO WS-KEY-STUDENT-ID
077900         MOVE AAW-AID-CODE (WS-AWD-IDX) TO WS-KEY-AID-CODE
078000         PERFORM 1650-FIND-LEDGER THRU 1650-FIND-LEDGER-EXIT
078100         MOVE WS-LDG-HIT TO AAW-LDG-IDX (WS-AWD-IDX)
078200         IF WS-LDG-HIT > 0
078300             ADD 1 TO ALG-AWARDS (WS-LDG-HIT)
078400         END-IF
078500     END-PERFORM.
078600 1600-LINK-AWARDS-TO-LEDGER-EXIT.
078700     EXIT.
078800*--------------------------------------------------------------*
078900* 1650-FIND-LEDGER - THE LEDGER ENTRY FOR THE KEY STUDENT AND   *
079000* AID CODE, ADDED EMPTY THE FIRST TIME IT IS SEEN.              *
079100*--------------------------------------------------------------*
079200 1650-FIND-LEDGER.
079300     MOVE 0 TO WS-LDG-HIT.
079400     PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
079500             UNTIL WS-LDG-IDX > WS-LDG-COUNT
079600             OR WS-LDG-HIT > 0
079700         IF ALG-STUDENT-ID (WS-LDG-IDX) = WS-KEY-STUDENT-ID
079800             AND ALG-AID-CODE (WS-LDG-IDX) = WS-KEY-AID-CODE
079900             MOVE WS-LDG-IDX TO WS-LDG-HIT
080000         END-IF
080100     END-PERFORM.
080200     IF WS-LDG-HIT > 0
080300         GO TO 1650-FIND-LEDGER-EXIT
080400     END-IF.
080500     IF WS-LDG-COUNT = WS-LDG-MAX
080600         ADD 1 TO WS-LDG-DROPPED
080700         GO TO 1650-FIND-LEDGER-EXIT
080800     END-IF.
080900     ADD 1 TO WS-LDG-COUNT.
081000     MOVE WS-LDG-COUNT TO WS-LDG-HIT.
081100     MOVE WS-KEY-STUDENT-ID TO ALG-STUDENT-ID (WS-LDG-HIT).
081200     MOVE WS-KEY-AID-CODE TO ALG-AID-CODE (WS-LDG-HIT).
081300     MOVE 0 TO ALG-PAID (WS-LDG-HIT).
081400     MOVE 0 TO ALG-HELD (WS-LDG-HIT).
081500     MOVE 0 TO ALG-ADJ-APPLIED (WS-LDG-HIT).
081600     MOVE 0 TO ALG-AWARDS (WS-LDG-HIT).
081700 1650-FIND-LEDGER-EXIT.
081800     EXIT.
081900*--------------------------------------------------------------*
082000* 2000-LOAD-CREDITS - ONE PASS OF STUACCT FOR THE AID CREDITS   *
082100* AIDDISB POSTS, DISBURSEMENTS AND ADJUSTMENTS ALIKE, SIGN      *
082200* TURNED SO PAID IS POSITIVE AND A CLAWBACK TAKES IT DOWN.      *
082300* WITHOUT STUACCT THERE IS NOTHING TO RECONCILE.                *
082400*--------------------------------------------------------------*
082500 2000-LOAD-CREDITS.
082600     OPEN INPUT AR-ACCT-FILE.
082700     IF NOT WS-ACCT-OK
082800         MOVE 'AIDRECON' TO IO-PROGRAM-ID
082900         MOVE 'STUACCT ' TO IO-FILE-NAME
083000         MOVE 'OPEN-IN ' TO IO-OPERATION
083100         MOVE WS-ACCT-STATUS TO IO-FILE-STATUS
083200         MOVE 'Y' TO IO-MANDATORY-FLAG
083300         CALL 'IOERR' USING IOERR-PARM-BLOCK
083400         MOVE 12 TO RETURN-CODE
083500         GO TO 2000-LOAD-CREDITS-EXIT
083600     END-IF.
083700     SET WS-NOT-AT-EOF TO TRUE.
083800     PERFORM UNTIL WS-AT-EOF
083900         READ AR-ACCT-FILE
084000             AT END
084100                 SET WS-AT-EOF TO TRUE
084200             NOT AT END
084300                 IF SUB-SOURCE = 'AIDDISB '
084400                     AND SUB-CATEGORY = 'C'
084500                     AND SUB-DESC (1:4) = 'AID '
084600                     AND SUB-AMOUNT NUMERIC
084700                     ADD 1 TO WS-CREDITS-READ
084800                     MOVE SUB-STUDENT-ID TO WS-KEY-STUDENT-ID
084900                     MOVE SUB-DESC (5:4) TO WS-KEY-AID-CODE
085000                     PERFORM 1650-FIND-LEDGER
085100                         THRU 1650-FIND-LEDGER-EXIT
085200                     IF WS-LDG-HIT > 0
085300                         SUBTRACT SUB-AMOUNT
085400                             FROM ALG-PAID (WS-LDG-HIT)
085500                     END-IF
085600                 END-IF
085700         END-READ
085800     END-PERFORM.
085900     CLOSE AR-ACCT-FILE.
086000 2000-LOAD-CREDITS-EXIT.
086100     EXIT.
086200*--------------------------------------------------------------*
086300* 2200-LOAD-HOLDS - EVERY AIDHELD HOLD ONTO ITS LEDGER ENTRY.   *
086400*--------------------------------------------------------------*
086500 2200-LOAD-HOLDS.
086600     OPEN INPUT AR-HELD-FILE.
086700     IF NOT WS-HELD-OK
086800         GO TO 2200-LOAD-HOLDS-EXIT
086900     END-IF.
087000     SET WS-NOT-AT-EOF TO TRUE.
087100     PERFORM UNTIL WS-AT-EOF
087200         READ AR-HELD-FILE
087300             AT END
087400                 SET WS-AT-EOF TO TRUE
087500             NOT AT END
087600                 IF HLD-AWARD-AMOUNT NUMERIC
087700                     ADD 1 TO WS-HOLDS-READ
087800                     MOVE HLD-STUDENT-ID TO WS-KEY-STUDENT-ID
087900                     MOVE HLD-AID-CODE TO WS-KEY-AID-CODE
088000                     PERFORM 1650-FIND-LEDGER
088100                         THRU 1650-FIND-LEDGER-EXIT
088200                     IF WS-LDG-HIT > 0
088300                         ADD HLD-AWARD-AMOUNT
088400                             TO ALG-HELD (WS-LDG-HIT)
088500                     END-IF
088600                 END-IF
088700         END-READ
088800     END-PERFORM.
088900     CLOSE AR-HELD-FILE.
089000 2200-LOAD-HOLDS-EXIT.
089100     EXIT.
089200*--------------------------------------------------------------*
089300* 2300-LOAD-ADJUSTMENTS - EVERY EVALADJ DELTA AIDDISB HAS       *
089400* APPLIED CHANGES WHAT THE KEY IS DUE. A PENDING DELTA HAS NOT  *
089500* POSTED YET AND IS ONLY COUNTED.                               *
089600*--------------------------------------------------------------*
089700 2300-LOAD-ADJUSTMENTS.
089800     OPEN INPUT AR-ADJ-FILE.
089900     IF NOT WS-ADJ-OK
090000         GO TO 2300-LOAD-ADJUSTMENTS-EXIT
090100     END-IF.
090200     SET WS-NOT-AT-EOF TO TRUE.
090300     PERFORM UNTIL WS-AT-EOF
090400         READ AR-ADJ-FILE
090500             AT END
090600                 SET WS-AT-EOF TO TRUE
090700             NOT AT END
090800                 IF ADJ-DELTA-AMOUNT NUMERIC
090900                     IF ADJ-PENDING
091000                         ADD 1 TO WS-ADJ-PENDING-COUNT
091100                     END-IF
091200                     IF ADJ-APPLIED
091300                         ADD 1 TO WS-ADJ-APPLIED-COUNT
091400                         MOVE ADJ-STUDENT-ID TO WS-KEY-STUDENT-ID
091500                         MOVE ADJ-AID-CODE TO WS-KEY-AID-CODE
091600                         PERFORM 1650-FIND-LEDGER
091700                             THRU 1650-FIND-LEDGER-EXIT
091800                         IF WS-LDG-HIT > 0
091900                             ADD ADJ-DELTA-AMOUNT
092000                                 TO ALG-ADJ-APPLIED (WS-LDG-HIT)
092100                         END-IF
092200                     END-IF
092300                 END-IF
092400         END-READ
092500     END-PERFORM.
092600     CLOSE AR-ADJ-FILE.
092700 2300-LOAD-ADJUSTMENTS-EXIT.
092800     EXIT.
092900*--------------------------------------------------------------*
093000* 3000-CLASSIFY-AWARDS - EVERY AWARD IN TABLE ORDER, ONE        *
093100* AIDRCRPT LINE EACH.                                           *
093200*--------------------------------------------------------------*
093300 3000-CLASSIFY-AWARDS.
093400     OPEN OUTPUT AR-REPORT-FILE.
093500     MOVE WS-BUSINESS-DATE TO ART-TITLE-DATE.
093600     WRITE AR-REPORT-LINE FROM AR-TITLE-LINE.
093700     MOVE SPACES TO AR-REPORT-LINE.
093800     WRITE AR-REPORT-LINE.
093900     WRITE AR-REPORT-LINE FROM AR-HEADING-LINE.
094000     PERFORM VARYING WS-AWD-IDX FROM 1 BY 1
094100             UNTIL WS-AWD-IDX > WS-AWD-COUNT
094200         PERFORM 3100-CLASSIFY-ONE-AWARD
094300             THRU 3100-CLASSIFY-ONE-AWARD-EXIT
094400     END-PERFORM.
094500 3000-CLASSIFY-AWARDS-EXIT.
094600     EXIT.
094700*--------------------------------------------------------------*
094800* 3100-CLASSIFY-ONE-AWARD - WHAT THE AWARD IS DUE ON STUACCT:   *
094900* ITS AIDINTN PRORATED PAY WHILE IT IS STILL BEING REPRICED,    *
095000* OTHERWISE WHAT AWDACPT RELEASED (THE STORE AMOUNT WITHOUT     *
095100* AWDOFFR), AND FOR THE KEY'S LAST AWARD THE APPLIED EVALADJ    *
095200* DELTAS. ITS SHARE OF THE KEY'S CREDITS AND HOLDS IS TAKEN UP  *
095300* TO WHAT IS DUE, THE LAST AWARD TAKING ALL THAT REMAINS, AND   *
095400* THE AWARD IS CLASSED ON THE RESULT.                           *
095500*--------------------------------------------------------------*
095600 3100-CLASSIFY-ONE-AWARD.
095700     EVALUATE TRUE
095800         WHEN AAW-PRORATED (WS-AWD-IDX)
095900             MOVE AAW-PRO-PAID (WS-AWD-IDX) TO WS-DUE-AMOUNT
096000         WHEN AAW-OFFERED (WS-AWD-IDX)
096100             MOVE AAW-RELEASED (WS-AWD-IDX) TO WS-DUE-AMOUNT
096200         WHEN WS-OFFERS-LOADED
096300             MOVE 0 TO WS-DUE-AMOUNT
096400         WHEN OTHER
096500             MOVE AAW-AMOUNT (WS-AWD-IDX) TO WS-DUE-AMOUNT
096600     END-EVALUATE.
096700     MOVE 0 TO WS-PAID-AMOUNT.
096800     MOVE 0 TO WS-HELD-AMOUNT.
096900     MOVE AAW-LDG-IDX (WS-AWD-IDX) TO WS-LDG-IDX.
097000     IF WS-LDG-IDX > 0
097100         PERFORM 3200-TAKE-LEDGER-SHARE
097200             THRU 3200-TAKE-LEDGER-SHARE-EXIT
097300     END-IF.
097400     EVALUATE TRUE
097500         WHEN WS-PAID-AMOUNT > WS-DUE-AMOUNT
097600             MOVE 'OVERPAID' TO WS-CLASS
097700             ADD 1 TO WS-OVERPAID-COUNT
097800         WHEN WS-PAID-AMOUNT = WS-DUE-AMOUNT
097900             AND WS-DUE-AMOUNT > 0
098000             MOVE 'FULLY DISBURSED' TO WS-CLASS
098100             ADD 1 TO WS-FULLY-COUNT
098200         WHEN WS-HELD-AMOUNT > 0
098300             MOVE 'HELD' TO WS-CLASS
098400             ADD 1 TO WS-HELD-COUNT
098500         WHEN WS-DUE-AMOUNT NOT > 0
098600             MOVE 'NOT RELEASED' TO WS-CLASS
098700             ADD 1 TO WS-NOT-RELEASED-COUNT
098800         WHEN WS-PAID-AMOUNT > 0
098900             MOVE 'PARTIALLY PAID' TO WS-CLASS
099000             ADD 1 TO WS-PARTIAL-COUNT
099100         WHEN OTHER
099200             MOVE 'UNPAID NO HOLD' TO WS-CLASS
099300             ADD 1 TO WS-UNPAID-COUNT
099400     END-EVALUATE.
099500     MOVE AAW-AID-CODE (WS-AWD-IDX) TO WS-KEY-AID-CODE.
099600     PERFORM 1550-FIND-AID-CODE THRU 1550-FIND-AID-CODE-EXIT.
099700     IF WS-CLASS = 'OVERPAID'
099800         OR WS-CLASS = 'UNPAID NO HOLD'
099900         ADD 1 TO WS-VARIANCE-COUNT
100000         IF WS-CODE-HIT > 0
100100             ADD 1 TO ACD-VARIANCES (WS-CODE-HIT)
100200         END-IF
100300     END-IF.
100400     IF WS-CODE-HIT > 0
100500         ADD 1 TO ACD-AWARDS (WS-CODE-HIT)
100600         ADD WS-DUE-AMOUNT TO ACD-DUE (WS-CODE-HIT)
100700         ADD WS-PAID-AMOUNT TO ACD-PAID (WS-CODE-HIT)
100800         ADD WS-HELD-AMOUNT TO ACD-HELD (WS-CODE-HIT)
100900         IF AAW-TONIGHT (WS-AWD-IDX)
101000             PERFORM 3300-SHARE-TONIGHTS-DRAW
101100                 THRU 3300-SHARE-TONIGHTS-DRAW-EXIT
101200         END-IF
101300     END-IF.
101400     MOVE SPACES TO AR-DETAIL-LINE.
101500     MOVE AAW-STUDENT-ID (WS-AWD-IDX) TO ARD-STUDENT-ID.
101600     MOVE AAW-TERM (WS-AWD-IDX) TO ARD-TERM.
101700     MOVE AAW-AID-CODE (WS-AWD-IDX) TO ARD-AID-CODE.
101800     MOVE AAW-AMOUNT (WS-AWD-IDX) TO ARD-AWARDED.
101900     MOVE WS-DUE-AMOUNT TO ARD-DUE.
102000     MOVE WS-PAID-AMOUNT TO ARD-PAID.
102100     MOVE WS-HELD-AMOUNT TO ARD-HELD.
102200     MOVE WS-CLASS TO ARD-CLASS.
102300     WRITE AR-REPORT-LINE FROM AR-DETAIL-LINE.
102400 3100-CLASSIFY-ONE-AWARD-EXIT.
102500     EXIT.
102600*--------------------------------------------------------------*
102700* 3200-TAKE-LEDGER-SHARE - THE AWARD'S SHARE OF ITS LEDGER KEY. *
102800* STUACCT, AIDHELD AND EVALADJ CARRY NO TERM, SO A STUDENT WITH *
102900* THE SAME AID CODE IN TWO TERMS HAS THE PAYMENTS SHARED OUT IN *
103000* TERM ORDER, EACH AWARD FILLED TO WHAT IT IS DUE AND THE LAST  *
103100* TAKING THE REST - WHICH IS WHERE AN OVERPAYMENT SHOWS.        *
103200*--------------------------------------------------------------*
103300 3200-TAKE-LEDGER-SHARE.
103400     IF ALG-AWARDS (WS-LDG-IDX) = 1
103500         IF NOT AAW-PRORATED (WS-AWD-IDX)
103600             ADD ALG-ADJ-APPLIED (WS-LDG-IDX) TO WS-DUE-AMOUNT
103700         END-IF
103800         MOVE ALG-PAID (WS-LDG-IDX) TO WS-PAID-AMOUNT
103900         MOVE ALG-HELD (WS-LDG-IDX) TO WS-HELD-AMOUNT
104000     ELSE
104100         IF ALG-PAID (WS-LDG-IDX) > WS-DUE-AMOUNT
104200             MOVE WS-DUE-AMOUNT TO WS-PAID-AMOUNT
104300         ELSE
104400             IF ALG-PAID (WS-LDG-IDX) > 0
104500                 MOVE ALG-PAID (WS-LDG-IDX) TO WS-PAID-AMOUNT
104600             END-IF
104700         END-IF
104800         IF WS-PAID-AMOUNT < WS-DUE-AMOUNT
104900             IF ALG-HELD (WS-LDG-IDX) >
105000                WS-DUE-AMOUNT - WS-PAID-AMOUNT
105100                 COMPUTE WS-HELD-AMOUNT =
105200                     WS-DUE-AMOUNT - WS-PAID-AMOUNT
105300             ELSE
105400                 IF ALG-HELD (WS-LDG-IDX) > 0
105500                     MOVE ALG-HELD (WS-LDG-IDX) TO WS-HELD-AMOUNT
105600                 END-IF
105700             END-IF
105800         END-IF
105900     END-IF.
106000     SUBTRACT WS-PAID-AMOUNT FROM ALG-PAID (WS-LDG-IDX).
106100     SUBTRACT WS-HELD-AMOUNT FROM ALG-HELD (WS-LDG-IDX).
106200     IF ALG-AWARDS (WS-LDG-IDX) > 0
106300         SUBTRACT 1 FROM ALG-AWARDS (WS-LDG-IDX)
106400     END-IF.
106500 3200-TAKE-LEDGER-SHARE-EXIT.
106600     EXIT.
106700*--------------------------------------------------------------*
106800* 3300-SHARE-TONIGHTS-DRAW - AN AWARD THAT DREW ON ITS POOL     *
106900* TONIGHT: WHAT IT PAID AND HELD, WHAT IS STILL ON OFFER        *
107000* AWAITING THE STUDENT (DRAWN, NOT RETURNED, NOT RELEASED) AND  *
107100* WHAT AN INTENSITY PRORATION TOOK OFF A PAYMENT.               *
107200*--------------------------------------------------------------*
107300 3300-SHARE-TONIGHTS-DRAW.
107400     ADD WS-PAID-AMOUNT TO ACD-NIGHT-PAID (WS-CODE-HIT).
107500     ADD WS-HELD-AMOUNT TO ACD-NIGHT-HELD (WS-CODE-HIT).
107600     IF AAW-OFFERED (WS-AWD-IDX)
107700         COMPUTE WS-OPEN-AMOUNT = AAW-OFFER-AMOUNT (WS-AWD-IDX)
107800             - AAW-RETURNED (WS-AWD-IDX)
107900             - AAW-RELEASED (WS-AWD-IDX)
108000         IF WS-OPEN-AMOUNT > 0
108100             ADD WS-OPEN-AMOUNT TO ACD-NIGHT-OPEN (WS-CODE-HIT)
108200         END-IF
108300     END-IF.
108400     IF AAW-PRORATED (WS-AWD-IDX)
108500         AND WS-HELD-AMOUNT = 0
108600         IF AAW-OFFERED (WS-AWD-IDX)
108700             COMPUTE WS-CUT-AMOUNT = AAW-RELEASED (WS-AWD-IDX)
108800                 - AAW-PRO-PAID (WS-AWD-IDX)
108900         ELSE
109000             COMPUTE WS-CUT-AMOUNT = AAW-AMOUNT (WS-AWD-IDX)
109100                 - AAW-PRO-PAID (WS-AWD-IDX)
109200         END-IF
109300         IF WS-CUT-AMOUNT > 0
109400             ADD WS-CUT-AMOUNT TO ACD-NIGHT-CUT (WS-CODE-HIT)
109500         END-IF
109600     END-IF.
109700 3300-SHARE-TONIGHTS-DRAW-EXIT.
109800     EXIT.
109900*--------------------------------------------------------------*
110000* 3500-LIST-ORPHAN-CREDITS - A LEDGER KEY WITH AIDDISB CREDITS  *
110100* BUT NO AWARD ON THE STORE OR AWDOFFR IS MONEY PAID AGAINST    *
110200* NOTHING, AND IS A VARIANCE.                                   *
110300*--------------------------------------------------------------*
110400 3500-LIST-ORPHAN-CREDITS.
110500     PERFORM VARYING WS-LDG-IDX FROM 1 BY 1
110600             UNTIL WS-LDG-IDX > WS-LDG-COUNT
110700         IF ALG-AWARDS (WS-LDG-IDX) = 0
110800             AND ALG-PAID (WS-LDG-IDX) NOT = 0
110900             AND ALG-STUDENT-ID (WS-LDG-IDX) NOT = 0
111000             PERFORM 3550-WRITE-ORPHAN THRU 3550-WRITE-ORPHAN-EXIT
111100         END-IF
111200     END-PERFORM.
111300     MOVE SPACES TO AR-REPORT-LINE.
111400     WRITE AR-REPORT-LINE.
111500 3500-LIST-ORPHAN-CREDITS-EXIT.
111600     EXIT.
111700*--------------------------------------------------------------*
111800* 3550-WRITE-ORPHAN - ONE ORPHAN KEY, UNLESS ITS AWARD ALREADY  *
111900* CLASSED (THE LAST AWARD OF A KEY TAKES THE REST, SO WHAT IS   *
112000* LEFT ON A LINKED KEY IS ZERO).                                *
112100*--------------------------------------------------------------*
112200 3550-WRITE-ORPHAN.
112300     MOVE ALG-STUDENT-ID (WS-LDG-IDX) TO WS-KEY-STUDENT-ID.
112400     MOVE 0 TO WS-AWD-HIT.
112500     PERFORM VARYING WS-AWD-IDX FROM 1 BY 1
112600             UNTIL WS-AWD-IDX > WS-AWD-COUNT
112700             OR WS-AWD-HIT > 0
112800         IF AAW-LDG-IDX (WS-AWD-IDX) = WS-LDG-IDX
112900             MOVE WS-AWD-IDX TO WS-AWD-HIT
113000         END-IF
113100     END-PERFORM.
113200     IF WS-AWD-HIT > 0
113300         GO TO 3550-WRITE-ORPHAN-EXIT
113400     END-IF.
113500     ADD 1 TO WS-ORPHAN-COUNT.
113600     ADD 1 TO WS-VARIANCE-COUNT.
113700     MOVE SPACES TO AR-DETAIL-LINE.
113800     MOVE ALG-STUDENT-ID (WS-LDG-IDX) TO ARD-STUDENT-ID.
113900     MOVE ALG-AID-CODE (WS-LDG-IDX) TO ARD-AID-CODE.
114000     MOVE 0 TO ARD-AWARDED.
114100     MOVE 0 TO ARD-DUE.
114200     MOVE ALG-PAID (WS-LDG-IDX) TO ARD-PAID.
114300     MOVE ALG-HELD (WS-LDG-IDX) TO ARD-HELD.
114400     MOVE 'PAID NO AWARD' TO ARD-CLASS.
114500     WRITE AR-REPORT-LINE FROM AR-DETAIL-LINE.
114600     MOVE ALG-AID-CODE (WS-LDG-IDX) TO WS-KEY-AID-CODE.
114700     PERFORM 1550-FIND-AID-CODE THRU 1550-FIND-AID-CODE-EXIT.
114800     IF WS-CODE-HIT > 0
114900         ADD 1 TO ACD-VARIANCES (WS-CODE-HIT)
115000         ADD ALG-PAID (WS-LDG-IDX) TO ACD-PAID (WS-CODE-HIT)
115100     END-IF.
115200 3550-WRITE-ORPHAN-EXIT.
115300     EXIT.
115400*--------------------------------------------------------------*
115500* 4000-WRITE-CODE-SUMMARY - PER AID CODE, THE AWARDS CLASSED,   *
115600* THE VARIANCES AMONG THEM, AND WHAT WAS DUE, PAID AND HELD.    *
115700*--------------------------------------------------------------*
115800 4000-WRITE-CODE-SUMMARY.
115900     MOVE 'AID CODE SUMMARY - TERM TO DATE' TO AR-REPORT-LINE.
116000     WRITE AR-REPORT-LINE.
116100     WRITE AR-REPORT-LINE FROM AR-CODE-HEADING.
116200     PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
116300             UNTIL WS-CODE-IDX > WS-CODE-COUNT
116400         MOVE SPACES TO AR-CODE-LINE
116500         MOVE ACD-AID-CODE (WS-CODE-IDX) TO ACL-AID-CODE
116600         MOVE ACD-AWARDS (WS-CODE-IDX) TO ACL-AWARDS
116700         MOVE ACD-VARIANCES (WS-CODE-IDX) TO ACL-VARIANCES
116800         MOVE ACD-DUE (WS-CODE-IDX) TO ACL-DUE
116900         MOVE ACD-PAID (WS-CODE-IDX) TO ACL-PAID
117000         MOVE ACD-HELD (WS-CODE-IDX) TO ACL-HELD
117100         WRITE AR-REPORT-LINE FROM AR-CODE-LINE
117200     END-PERFORM.
117300     MOVE SPACES TO AR-REPORT-LINE.
117400     WRITE AR-REPORT-LINE.
117500 4000-WRITE-CODE-SUMMARY-EXIT.
117600     EXIT.
117700*--------------------------------------------------------------*
117800* 4500-WRITE-POOL-PROOF - PER AID CODE, TONIGHT'S EVALPOOLP     *
117900* DRAWN AMOUNT AGAINST WHAT TONIGHT'S AWARDS PAID, HELD, LEFT   *
118000* ON OFFER OR HAD PRORATED OFF. ANYTHING UNACCOUNTED FOR PUTS   *
118100* THE POOL OUT OF BALANCE. AN AID CODE WITH NO POOL IS SHOWN    *
118200* BUT HAS NOTHING TO PROVE.                                     *
118300*--------------------------------------------------------------*
118400 4500-WRITE-POOL-PROOF.
118500     MOVE 'POOL PROOF - TONIGHT''S DRAWS' TO AR-REPORT-LINE.
118600     WRITE AR-REPORT-LINE.
118700     WRITE AR-REPORT-LINE FROM AR-POOL-HEADING.
118800     PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
118900             UNTIL WS-CODE-IDX > WS-CODE-COUNT
119000         MOVE SPACES TO AR-POOL-LINE
119100         MOVE ACD-AID-CODE (WS-CODE-IDX) TO APL-AID-CODE
119200         MOVE ACD-DRAWN (WS-CODE-IDX) TO APL-DRAWN
119300         MOVE ACD-NIGHT-PAID (WS-CODE-IDX) TO APL-PAID
119400         MOVE ACD-NIGHT-HELD (WS-CODE-IDX) TO APL-HELD
119500         MOVE ACD-NIGHT-OPEN (WS-CODE-IDX) TO APL-OPEN
119600         MOVE ACD-NIGHT-CUT (WS-CODE-IDX) TO APL-CUT
119700         IF ACD-HAS-POOL (WS-CODE-IDX)
119800             COMPUTE WS-UNACCOUNTED = ACD-DRAWN (WS-CODE-IDX)
119900                 - ACD-NIGHT-PAID (WS-CODE-IDX)
120000                 - ACD-NIGHT-HELD (WS-CODE-IDX)
120100                 - ACD-NIGHT-OPEN (WS-CODE-IDX)
120200                 - ACD-NIGHT-CUT (WS-CODE-IDX)
120300             MOVE WS-UNACCOUNTED TO APL-UNACCOUNTED
120400             IF WS-UNACCOUNTED NOT = 0
120500                 MOVE 'OUT BAL' TO APL-NOTE
120600                 ADD 1 TO WS-POOLS-OUT
120700             END-IF
120800         ELSE
120900             MOVE SPACES TO APL-UNACCOUNTED-X
121000             MOVE 'NO POOL' TO APL-NOTE
121100         END-IF
121200         WRITE AR-REPORT-LINE FROM AR-POOL-LINE
121300     END-PERFORM.
121400     MOVE SPACES TO AR-REPORT-LINE.
121500     WRITE AR-REPORT-LINE.
121600 4500-WRITE-POOL-PROOF-EXIT.
121700     EXIT.
121800*--------------------------------------------------------------*
121900* 5000-WRITE-TOTALS - THE RUN COUNTS UNDER THE SUMMARIES.       *
122000*--------------------------------------------------------------*
122100 5000-WRITE-TOTALS.
122200     MOVE SPACES TO AR-TOTAL-LINE.
122300     MOVE 'TERM AWARD STORE ROWS READ' TO ART-LABEL.
122400     MOVE WS-STORE-READ TO ART-COUNT.
122500     WRITE AR-REPORT-LINE FROM AR-TOTAL-LINE.
122600     MOVE 'AWDOFFR OFFERS READ' TO ART-LABEL.
122700     MOVE WS-OFFERS-READ TO ART-COUNT.
122800     WRITE AR-REPORT-LINE FROM AR-TOTAL-LINE.
122900     MOVE 'AIDDISB CREDITS ON STUACCT' TO ART-LABEL.
123000     MOVE WS-CREDITS-READ TO ART-COUNT.
123100     WRITE AR-REPORT-LINE FROM AR-TOTAL-LINE.
123200     MOVE 'AIDHELD HOLDS' TO ART-LABEL.
123300     MOVE WS-HOLDS-READ TO ART-COUNT.
123400     WRITE AR-REPORT-LINE FROM AR-TOTAL-LINE.
123500     MOVE 'EVALADJ DELTAS APPLIED' TO ART-LABEL.
123600     MOVE WS-ADJ-APPLIED-COUNT TO ART-COUNT.
123700     WRITE AR-REPORT-LINE FROM AR-TOTAL-LINE.
123800     MOVE 'EVALADJ DELTAS STILL PENDING' TO ART-LABEL.
123900     MOVE WS-ADJ-PENDING-COUNT TO ART-COUNT.
124000     WRITE AR-REPORT-LINE FROM AR-TOTAL-LINE.
124100     MOVE 'AWARDS CLASSED' TO ART-LABEL.
124200     MOVE WS-AWD-COUNT TO ART-COUNT.
124300     WRITE AR-REPORT-LINE FROM AR-TOTAL-LINE.
124400     MOVE '  FULLY DISBURSED' TO ART-LABEL.
124500     MOVE WS-FULLY-COUNT TO ART-COUNT.
124600     WRITE AR-REPORT-LINE FROM AR-TOTAL-LINE.
124700     MOVE '  HELD' TO ART-LABEL.
124800     MOVE WS-HELD-COUNT TO ART-COUNT.
124900     WRITE AR-REPORT-LINE FROM AR-TOTAL-LINE.
125000     MOVE '  PARTIALLY PAID' TO ART-LABEL.
125100     MOVE WS-PARTIAL-COUNT TO ART-COUNT.
125200     WRITE AR-REPORT-LINE FROM AR-TOTAL-LINE.
125300     MOVE '  OVERPAID' TO ART-LABEL.
125400     MOVE WS-OVERPAID-COUNT TO ART-COUNT.
125500     WRITE AR-REPORT-LINE FROM AR-TOTAL-LINE.
125600     MOVE '  UNPAID WITH NO HOLD' TO ART-LABEL.
125700     MOVE WS-UNPAID-COUNT TO ART-COUNT.
125800     WRITE AR-REPORT-LINE FROM AR-TOTAL-LINE.
125900     MOVE '  NOT RELEASED (OPEN, DECLINED)' TO ART-LABEL.
126000     MOVE WS-NOT-RELEASED-COUNT TO ART-COUNT.
126100     WRITE AR-REPORT-LINE FROM AR-TOTAL-LINE.
126200     MOVE 'CREDITS PAID AGAINST NO AWARD' TO ART-LABEL.
126300     MOVE WS-ORPHAN-COUNT TO ART-COUNT.
126400     WRITE AR-REPORT-LINE FROM AR-TOTAL-LINE.
126500     MOVE 'POOLS OUT OF BALANCE TONIGHT' TO ART-LABEL.
126600     MOVE WS-POOLS-OUT TO ART-COUNT.
126700     WRITE AR-REPORT-LINE FROM AR-TOTAL-LINE.
126800     CLOSE AR-REPORT-FILE.
126900 5000-WRITE-TOTALS-EXIT.
127000     EXIT.
127100*--------------------------------------------------------------*
127200* 5500-WRITE-ALERT - ONE ALERT ON ALERTOUT FOR THE CATEGORY AND *
127300* COUNT SET UP BY THE CALLER, ROUTED TO THE AID OFFICE AND THE  *
127400* BURSAR BY ALRTROUT. A TEST-MODE RUN ALERTS NOBODY.            *
127500*--------------------------------------------------------------*
127600 5500-WRITE-ALERT.
127700     IF SP-TEST-MODE
127800         GO TO 5500-WRITE-ALERT-EXIT
127900     END-IF.
128000     OPEN EXTEND AR-ALERT-FILE.
128100     IF NOT WS-ALERT-OK
128200         CLOSE AR-ALERT-FILE
128300         OPEN OUTPUT AR-ALERT-FILE
128400     END-IF.
128500     MOVE SPACES TO ALERT-RECORD.
128600     MOVE 'AIDRECON' TO ALRT-PROGRAM-ID.
128700     ACCEPT ALRT-DATE FROM DATE YYYYMMDD.
128800     ACCEPT ALRT-TIME FROM TIME.
128900     MOVE WS-ALERT-CATEGORY TO ALRT-CATEGORY.
129000     MOVE WS-ALERT-DETAIL TO ALRT-DETAIL.
129100     MOVE SP-CYCLE-NUMBER TO ALRT-CYCLE-NUMBER.
129200     MOVE ALRT-CATEGORY TO SV-CATEGORY.
129300     CALL 'ALRTSEV' USING SEV-PARM-BLOCK.
129400     MOVE SV-SEVERITY TO ALRT-SEVERITY.
129500     WRITE ALERT-RECORD.
129600     CLOSE AR-ALERT-FILE.
129700 5500-WRITE-ALERT-EXIT.
129800     EXIT.
129900*--------------------------------------------------------------*
130000* 9999-EXIT                                                     *
130100*--------------------------------------------------------------*
130200 9999-EXIT.
130300     STOP RUN.
