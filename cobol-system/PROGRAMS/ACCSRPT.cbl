000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ACCSRPT.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                          *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - OPERATOR ACCESS               *
001100*                RECERTIFICATION AND SEGREGATION-OF-DUTIES      *
001200*                REPORT, RUN QUARTERLY FOR THE AUDITORS. EVERY  *
001300*                LKPOPER OPERATOR IS LISTED WITH ROLE, OFFICE,  *
001400*                LAST SIGN-ON, LAST PASSWORD CHANGE AND THE     *
001500*                SIGN-ONS, ACTIONS, APPROVALS AND DENIED        *
001600*                ATTEMPTS LKPSESS RECORDS FOR THEM IN THE       *
001700*                ACTIVITY WINDOW. AN OPERATOR WHO HAS NOT SIGNED*
001800*                ON WITHIN THE RECERT (PARMLIB) DORMANT DAYS IS *
001900*                FLAGGED DORMANT. SESSION ACTIVITY UNDER AN ID  *
002000*                NOT ON LKPOPER IS LISTED SEPARATELY. REQUESTERS*
002100*                ARE PAIRED WITH APPROVERS ACROSS CORRPEND,     *
002200*                MRGPEND AND REFPEND, AND A PAIR IS FLAGGED WHEN*
002300*                AN OPERATOR APPROVED THEIR OWN ITEM, WHEN ONE  *
002400*                APPROVER TAKES AN UNUSUAL SHARE OF ONE         *
002500*                REQUESTER'S ITEMS, OR WHEN TWO OPERATORS       *
002600*                APPROVE EACH OTHER'S ITEMS. ACCSIGN CARRIES ONE*
002700*                SIGN-OFF SHEET PER OFFICE FOR ITS HEAD TO MARK *
002800*                EACH OPERATOR RECERTIFY OR REVOKE. READ-ONLY.  *
002900*--------------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT AC-RECERT-FILE ASSIGN TO RECERT
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-RECERT-STATUS.
003600     SELECT AC-OPERATOR-FILE ASSIGN TO LKPOPER
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-OPERATOR-STATUS.
003900     SELECT AC-SESSION-FILE ASSIGN TO LKPSESS
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-SESSION-STATUS.
004200     SELECT AC-CORRPEND-FILE ASSIGN TO CORRPEND
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-CORRPEND-STATUS.
004500     SELECT AC-MRGPEND-FILE ASSIGN TO MRGPEND
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-MRGPEND-STATUS.
004800     SELECT AC-REFPEND-FILE ASSIGN TO REFPEND
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-REFPEND-STATUS.
005100     SELECT AC-REPORT-FILE ASSIGN TO ACCSRPTR
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-REPORT-STATUS.
005400     SELECT AC-SIGNOFF-FILE ASSIGN TO ACCSIGN
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-SIGNOFF-STATUS.
005700     SELECT AC-CAL-FILE ASSIGN TO SUITECAL
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-CAL-STATUS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200*--------------------------------------------------------------*
006300* AC-RECERT-CARD - THE RECERT MEMBER. D CARD: DAYS WITHOUT A    *
006400* SIGN-ON AFTER WHICH AN OPERATOR IS DORMANT, AND THE ACTIVITY  *
006500* WINDOW IN DAYS (000 = ALL OF LKPSESS). P CARD: THE FEWEST     *
006600* ITEMS AND THE SHARE IN PERCENT OF ONE REQUESTER'S APPROVED    *
006700* ITEMS AT WHICH A REQUESTER-APPROVER PAIR IS FLAGGED. H CARD:  *
006800* AN OFFICE CODE AND THE TITLE OF ITS HEAD, WHO RECEIVES THAT   *
006900* OFFICE'S SIGN-OFF SHEET. COMMENT LINES BEGIN WITH AN ASTERISK.*
007000*--------------------------------------------------------------*
007100 FD  AC-RECERT-FILE.
007200 01  AC-RECERT-CARD.
007300     05  ACC-CARD-TYPE        PIC X(01).
007400         88  ACC-DORMANT-CARD VALUE 'D'.
007500         88  ACC-PAIR-CARD    VALUE 'P'.
007600         88  ACC-HEAD-CARD    VALUE 'H'.
007700     05  FILLER               PIC X(01).
007800     05  ACC-OFFICE           PIC X(08).
007900     05  FILLER               PIC X(01).
008000     05  ACC-HEAD-TITLE       PIC X(20).
008100     05  FILLER               PIC X(49).
008200 01  ACC-DORMANT-R REDEFINES AC-RECERT-CARD.
008300     05  FILLER               PIC X(02).
008400     05  ACC-DORMANT-DAYS     PIC 9(03).
008500     05  FILLER               PIC X(01).
008600     05  ACC-WINDOW-DAYS      PIC 9(03).
008700     05  FILLER               PIC X(71).
008800 01  ACC-PAIR-R REDEFINES AC-RECERT-CARD.
008900     05  FILLER               PIC X(02).
009000     05  ACC-PAIR-COUNT       PIC 9(03).
009100     05  FILLER               PIC X(01).
009200     05  ACC-PAIR-PERCENT     PIC 9(03).
009300     05  FILLER               PIC X(71).
009400 FD  AC-OPERATOR-FILE.
009500 01  OPR-RECORD.
009600     05  OPR-ID               PIC X(08).
009700     05  OPR-NAME             PIC X(20).
009800     05  OPR-ROLE             PIC X(01).
009900         88  OPR-ROLE-INQUIRY VALUE 'I'.
010000         88  OPR-ROLE-UPDATE  VALUE 'U'.
010100         88  OPR-ROLE-SUPER   VALUE 'S'.
010200     05  OPR-PASSWORD         PIC X(08).
010300     05  OPR-PWD-CHANGED-DATE PIC 9(08).
010400     05  OPR-OFFICE           PIC X(08).
010500 FD  AC-SESSION-FILE.
010600 01  SESS-RECORD.
010700     05  SESS-OPERATOR        PIC X(08).
010800     05  SESS-DATE            PIC 9(08).
010900     05  SESS-TIME            PIC 9(08).
011000     05  SESS-ACTION          PIC X(12).
011100     05  SESS-DETAIL          PIC X(20).
011200 FD  AC-CORRPEND-FILE.
011300 01  CPQ-RECORD.
011400     05  CPQ-STATUS           PIC X(01).
011500         88  CPQ-PENDING      VALUE 'P'.
011600         88  CPQ-APPROVED     VALUE 'A'.
011700         88  CPQ-REJECTED     VALUE 'R'.
011800         88  CPQ-APPLIED      VALUE 'D'.
011900     05  CPQ-OLD-ID           PIC 9(09).
012000     05  CPQ-NEW-ID           PIC 9(09).
012100     05  CPQ-REQUEST-OPER     PIC X(08).
012200     05  CPQ-REQUEST-DATE     PIC 9(08).
012300     05  CPQ-REQUEST-TIME     PIC 9(08).
012400     05  CPQ-REVIEW-OPER      PIC X(08).
012500     05  CPQ-REVIEW-DATE      PIC 9(08).
012600     05  CPQ-REASON           PIC X(20).
012700 FD  AC-MRGPEND-FILE.
012800 01  MRG-RECORD.
012900     05  MRG-STATUS           PIC X(01).
013000         88  MRG-PENDING      VALUE 'P'.
013100         88  MRG-APPROVED     VALUE 'A'.
013200         88  MRG-REJECTED     VALUE 'R'.
013300         88  MRG-APPLIED      VALUE 'D'.
013400     05  MRG-DUP-ID           PIC 9(09).
013500     05  MRG-SURVIVOR-ID      PIC 9(09).
013600     05  MRG-REQUEST-OPER     PIC X(08).
013700     05  MRG-REQUEST-DATE     PIC 9(08).
013800     05  MRG-REQUEST-TIME     PIC 9(08).
013900     05  MRG-REVIEW-OPER      PIC X(08).
014000     05  MRG-REVIEW-DATE      PIC 9(08).
014100     05  MRG-REASON           PIC X(20).
014200 FD  AC-REFPEND-FILE.
014300 01  RFQ-RECORD.
014400     05  RFQ-STATUS           PIC X(01).
014500         88  RFQ-PENDING      VALUE 'P'.
014600         88  RFQ-APPROVED     VALUE 'A'.
014700         88  RFQ-REJECTED     VALUE 'R'.
014800         88  RFQ-APPLIED      VALUE 'D'.
014900         88  RFQ-VOIDED       VALUE 'V'.
015000         88  RFQ-AWAITING-SECOND VALUE 'H'.
015100     05  RFQ-STUDENT-ID       PIC 9(09).
015200     05  RFQ-AMOUNT           PIC 9(07)V99.
015300     05  RFQ-REQUEST-DATE     PIC 9(08).
015400     05  RFQ-REQUEST-TIME     PIC 9(08).
015500     05  RFQ-REVIEW-OPER      PIC X(08).
015600     05  RFQ-REVIEW-DATE      PIC 9(08).
015700     05  RFQ-REASON           PIC X(20).
015800     05  RFQ-RELEASE-DATE     PIC 9(08).
015900     05  RFQ-PAY-METHOD       PIC X(01).
016000     05  RFQ-PAY-REF          PIC X(15).
016100     05  RFQ-VOID-DATE        PIC 9(08).
016200     05  RFQ-SCREEN-DATE      PIC 9(08).
016300     05  RFQ-SCREEN-RESULT    PIC X(01).
016400         88  RFQ-SCREEN-CLEAR VALUE 'C'.
016500         88  RFQ-SCREEN-FLAGGED VALUE 'F'.
016600     05  RFQ-RISK-SCORE       PIC 9(03).
016700     05  RFQ-RISK-FLAGS       PIC X(05).
016800     05  RFQ-SECOND-OPER      PIC X(08).
016900     05  RFQ-SECOND-DATE      PIC 9(08).
017000 FD  AC-REPORT-FILE.
017100 01  AC-REPORT-LINE           PIC X(110).
017200 FD  AC-SIGNOFF-FILE.
017300 01  AC-SIGNOFF-LINE          PIC X(110).
017400 FD  AC-CAL-FILE.
017500 01  CAL-RECORD.
017600     05  CAL-BUSINESS-DATE    PIC 9(08).
017700     05  CAL-MONTH-END-FLAG   PIC X(01).
017800     05  CAL-YEAR-END-FLAG    PIC X(01).
017900 WORKING-STORAGE SECTION.
018000 01  WS-CAL-STATUS            PIC X(02).
018100     88  WS-CAL-OK            VALUE '00'.
018200 01  WS-RECERT-STATUS         PIC X(02).
018300     88  WS-RECERT-OK         VALUE '00'.
018400 01  WS-OPERATOR-STATUS       PIC X(02).
018500     88  WS-OPERATOR-OK       VALUE '00'.
018600 01  WS-SESSION-STATUS        PIC X(02).
018700     88  WS-SESSION-OK        VALUE '00'.
018800 01  WS-CORRPEND-STATUS       PIC X(02).
018900     88  WS-CORRPEND-OK       VALUE '00'.
019000 01  WS-MRGPEND-STATUS        PIC X(02).
019100     88  WS-MRGPEND-OK        VALUE '00'.
019200 01  WS-REFPEND-STATUS        PIC X(02).
019300     88  WS-REFPEND-OK        VALUE '00'.
019400 01  WS-REPORT-STATUS         PIC X(02).
019500     88  WS-REPORT-OK         VALUE '00'.
019600 01  WS-SIGNOFF-STATUS        PIC X(02).
019700     88  WS-SIGNOFF-OK        VALUE '00'.
019800 01  WS-EOF-SWITCH            PIC X(01).
019900     88  WS-AT-EOF            VALUE 'Y'.
020000     88  WS-NOT-AT-EOF        VALUE 'N'.
020100 01  WS-OVERFLOW-SWITCH       PIC X(01) VALUE 'N'.
020200     88  WS-TABLE-OVERFLOWED  VALUE 'Y'.
020300 01  WS-WINDOW-SWITCH         PIC X(01).
020400     88  WS-IN-WINDOW         VALUE 'Y'.
020500     88  WS-OUTSIDE-WINDOW    VALUE 'N'.
020600 01  WS-BUSINESS-DATE         PIC 9(08) VALUE 0.
020700 01  WS-BUSINESS-DAYS         PIC S9(07) COMP.
020800 01  WS-WINDOW-START-DAYS     PIC S9(07) COMP.
020900 01  WS-DORMANT-DAYS          PIC 9(03) VALUE 90.
021000 01  WS-WINDOW-DAYS           PIC 9(03) VALUE 92.
021100 01  WS-PAIR-MIN-COUNT        PIC 9(03) VALUE 5.
021200 01  WS-PAIR-MIN-PERCENT      PIC 9(03) VALUE 50.
021300 01  WS-TEST-DATE             PIC X(08).
021400 01  WS-TEST-DATE-N REDEFINES WS-TEST-DATE
021500                              PIC 9(08).
021600 01  WS-DAYS-SINCE            PIC S9(07) COMP.
021700 01  WS-FIND-ID               PIC X(08).
021800 01  WS-FOUND-IDX             PIC 9(04) COMP.
021900 01  WS-APPR-TALLY            PIC 9(02) COMP.
022000 01  WS-PAIR-REQUESTER        PIC X(08).
022100 01  WS-PAIR-APPROVER         PIC X(08).
022200 01  WS-PAIR-SOURCE           PIC X(01).
022300     88  WS-SOURCE-CORR       VALUE 'C'.
022400     88  WS-SOURCE-MERGE      VALUE 'M'.
022500     88  WS-SOURCE-REFUND     VALUE 'R'.
022600 01  WS-REQUESTER-TOTAL       PIC 9(06) COMP.
022700 01  WS-SHARE-PERCENT         PIC 9(03) COMP.
022800 01  WS-OPERS-DORMANT         PIC 9(04) COMP VALUE 0.
022900 01  WS-PAIRS-FLAGGED         PIC 9(04) COMP VALUE 0.
023000 01  WS-SESSIONS-READ         PIC 9(08) COMP VALUE 0.
023100 01  WS-SHEETS-WRITTEN        PIC 9(04) COMP VALUE 0.
023200 01  WS-SHEET-OPERS           PIC 9(04) COMP.
023300 01  WS-OPER-COUNT            PIC 9(04) COMP VALUE 0.
023400 01  WS-OPER-MAX              PIC 9(04) COMP VALUE 200.
023500 01  WS-OPER-IDX              PIC 9(04) COMP.
023600 01  WS-UNKNOWN-COUNT         PIC 9(04) COMP VALUE 0.
023700 01  WS-UNKNOWN-MAX           PIC 9(04) COMP VALUE 50.
023800 01  WS-UNKNOWN-IDX           PIC 9(04) COMP.
023900 01  WS-PAIR-COUNT            PIC 9(04) COMP VALUE 0.
024000 01  WS-PAIR-MAX              PIC 9(04) COMP VALUE 500.
024100 01  WS-PAIR-IDX              PIC 9(04) COMP.
024200 01  WS-PAIR-SUB              PIC 9(04) COMP.
024300 01  WS-OFFICE-COUNT          PIC 9(04) COMP VALUE 0.
024400 01  WS-OFFICE-MAX            PIC 9(04) COMP VALUE 30.
024500 01  WS-OFFICE-IDX            PIC 9(04) COMP.
024600*--------------------------------------------------------------*
024700* AC-OPER-TABLE - EVERY LKPOPER OPERATOR, WITH THE SIGN-ON AND  *
024800* ACTIVITY FIGURES LKPSESS GIVES FOR THEM AND WHETHER THEY      *
024900* APPEAR IN A FLAGGED PAIR.                                     *
025000*--------------------------------------------------------------*
025100 01  AC-OPER-TABLE.
025200     05  AC-OPER-ENTRY OCCURS 200 TIMES.
025300         10  AOT-ID           PIC X(08).
025400         10  AOT-NAME         PIC X(20).
025500         10  AOT-ROLE         PIC X(01).
025600         10  AOT-OFFICE       PIC X(08).
025700         10  AOT-PWD-DATE     PIC 9(08).
025800         10  AOT-LAST-SIGNON  PIC 9(08).
025900         10  AOT-SIGNONS      PIC 9(06) COMP.
026000         10  AOT-ACTIONS      PIC 9(06) COMP.
026100         10  AOT-APPROVALS    PIC 9(06) COMP.
026200         10  AOT-DENIALS      PIC 9(06) COMP.
026300         10  AOT-STATE        PIC X(01).
026400             88  AOT-ACTIVE   VALUE 'A'.
026500             88  AOT-DORMANT  VALUE 'D'.
026600             88  AOT-NEVER-USED VALUE 'N'.
026700         10  AOT-PAIR-FLAG    PIC X(01).
026800             88  AOT-IN-FLAGGED-PAIR VALUE 'Y'.
026900*--------------------------------------------------------------*
027000* AC-UNKNOWN-TABLE - IDS SEEN ON LKPSESS THAT ARE NOT ON        *
027100* LKPOPER: REMOVED OPERATORS AND SIGN-ON ATTEMPTS UNDER IDS     *
027200* THAT WERE NEVER ISSUED.                                       *
027300*--------------------------------------------------------------*
027400 01  AC-UNKNOWN-TABLE.
027500     05  AC-UNKNOWN-ENTRY OCCURS 50 TIMES.
027600         10  AUT-ID           PIC X(08).
027700         10  AUT-RECORDS      PIC 9(06) COMP.
027800         10  AUT-DENIALS      PIC 9(06) COMP.
027900         10  AUT-LAST-DATE    PIC 9(08).
028000*--------------------------------------------------------------*
028100* AC-PAIR-TABLE - ONE ENTRY PER REQUESTER AND APPROVER, WITH    *
028200* THE APPROVED ITEMS BETWEEN THEM FROM EACH QUEUE. THE FLAG     *
028300* POSITIONS ARE S (SELF-APPROVED), C (CONCENTRATED) AND         *
028400* M (MUTUAL).                                                   *
028500*--------------------------------------------------------------*
028600 01  AC-PAIR-TABLE.
028700     05  AC-PAIR-ENTRY OCCURS 500 TIMES.
028800         10  APT-REQUESTER    PIC X(08).
028900         10  APT-APPROVER     PIC X(08).
029000         10  APT-CORR         PIC 9(05) COMP.
029100         10  APT-MERGE        PIC 9(05) COMP.
029200         10  APT-REFUND       PIC 9(05) COMP.
029300         10  APT-TOTAL        PIC 9(05) COMP.
029400         10  APT-SHARE        PIC 9(03) COMP.
029500         10  APT-FLAGS        PIC X(03).
029600*--------------------------------------------------------------*
029700* AC-OFFICE-TABLE - THE OFFICES TO GET A SIGN-OFF SHEET: EACH   *
029800* H CARD, THEN ANY OFFICE ON LKPOPER WITHOUT ONE, WHICH GOES    *
029900* TO THE SECURITY ADMINISTRATOR WITH THE UNASSIGNED OPERATORS.  *
030000*--------------------------------------------------------------*
030100 01  AC-OFFICE-TABLE.
030200     05  AC-OFFICE-ENTRY OCCURS 30 TIMES.
030300         10  AFT-OFFICE       PIC X(08).
030400         10  AFT-HEAD-TITLE   PIC X(20).
030500 01  AC-TITLE-LINE.
030600     05  FILLER               PIC X(48) VALUE
030700         'ACCSRPT - OPERATOR ACCESS RECERTIFICATION AS OF '.
030800     05  ACT-DATE             PIC 9(08).
030900     05  FILLER               PIC X(10) VALUE '   WINDOW '.
031000     05  ACT-WINDOW           PIC ZZ9.
031100     05  FILLER               PIC X(22) VALUE
031200         ' DAYS   DORMANT AFTER '.
031300     05  ACT-DORMANT          PIC ZZ9.
031400     05  FILLER               PIC X(05) VALUE ' DAYS'.
031500     05  FILLER               PIC X(11) VALUE SPACES.
031600 01  AC-OPER-HEADING.
031700     05  FILLER               PIC X(40) VALUE
031800         'OPERATOR NAME                 ROLE     O'.
031900     05  FILLER               PIC X(40) VALUE
032000         'FFICE   LAST-ON  PWD-CHG  SIGNONS ACTION'.
032100     05  FILLER               PIC X(30) VALUE
032200         'S APPRVS DENIED STATUS'.
032300 01  AC-OPER-LINE.
032400     05  AOL-ID               PIC X(08).
032500     05  FILLER               PIC X(01).
032600     05  AOL-NAME             PIC X(20).
032700     05  FILLER               PIC X(01).
032800     05  AOL-ROLE             PIC X(08).
032900     05  FILLER               PIC X(01).
033000     05  AOL-OFFICE           PIC X(08).
033100     05  FILLER               PIC X(01).
033200     05  AOL-LAST-SIGNON      PIC X(08).
033300     05  FILLER               PIC X(01).
033400     05  AOL-PWD-DATE         PIC X(08).
033500     05  FILLER               PIC X(01).
033600     05  AOL-SIGNONS          PIC ZZZZZZ9.
033700     05  FILLER               PIC X(01).
033800     05  AOL-ACTIONS          PIC ZZZZZZ9.
033900     05  FILLER               PIC X(01).
034000     05  AOL-APPROVALS        PIC ZZZZZ9.
034100     05  FILLER               PIC X(01).
034200     05  AOL-DENIALS          PIC ZZZZZ9.
034300     05  FILLER               PIC X(01).
034400     05  AOL-STATUS           PIC X(10).
034500     05  FILLER               PIC X(04).
034600 01  AC-UNKNOWN-HEADING.
034700     05  FILLER               PIC X(40) VALUE
034800         'IDS ON LKPSESS NOT ON LKPOPER'.
034900     05  FILLER               PIC X(40) VALUE
035000         ' RECORDS  DENIED  LAST SEEN'.
035100     05  FILLER               PIC X(30) VALUE SPACES.
035200 01  AC-UNKNOWN-LINE.
035300     05  AUL-ID               PIC X(08).
035400     05  FILLER               PIC X(34).
035500     05  AUL-RECORDS          PIC ZZZZZ9.
035600     05  FILLER               PIC X(02).
035700     05  AUL-DENIALS          PIC ZZZZZ9.
035800     05  FILLER               PIC X(02).
035900     05  AUL-LAST-DATE        PIC 9(08).
036000     05  FILLER               PIC X(44).
036100 01  AC-PAIR-HEADING.
036200     05  FILLER               PIC X(40) VALUE
036300         'REQUESTR APPROVER  CORR MERGE REFND TOTA'.
036400     05  FILLER               PIC X(40) VALUE
036500         'L SHARE FLAGS'.
036600     05  FILLER               PIC X(30) VALUE SPACES.
036700 01  AC-PAIR-LINE.
036800     05  APL-REQUESTER        PIC X(08).
036900     05  FILLER               PIC X(01).
037000     05  APL-APPROVER         PIC X(08).
037100     05  FILLER               PIC X(01).
037200     05  APL-CORR             PIC ZZZZ9.
037300     05  FILLER               PIC X(01).
037400     05  APL-MERGE            PIC ZZZZ9.
037500     05  FILLER               PIC X(01).
037600     05  APL-REFUND           PIC ZZZZ9.
037700     05  FILLER               PIC X(01).
037800     05  APL-TOTAL            PIC ZZZZ9.
037900     05  FILLER               PIC X(01).
038000     05  APL-SHARE            PIC ZZ9.
038100     05  APL-PERCENT-SIGN     PIC X(01).
038200     05  FILLER               PIC X(02).
038300     05  APL-FLAG-TEXT        PIC X(15) OCCURS 3 TIMES.
038400     05  FILLER               PIC X(17).
038500 01  AC-SHEET-TITLE.
038600     05  FILLER               PIC X(38) VALUE
038700         'LOOKUP OPERATOR ACCESS RECERTIFICATION'.
038800     05  FILLER               PIC X(10) VALUE ' - OFFICE '.
038900     05  AST-OFFICE           PIC X(08).
039000     05  FILLER               PIC X(08) VALUE '  AS OF '.
039100     05  AST-DATE             PIC 9(08).
039200     05  FILLER               PIC X(38) VALUE SPACES.
039300 01  AC-SHEET-ADDRESS.
039400     05  FILLER               PIC X(04) VALUE 'TO: '.
039500     05  ASA-HEAD-TITLE       PIC X(20).
039600     05  FILLER               PIC X(86) VALUE SPACES.
039700 01  AC-SHEET-INSTRUCTION.
039800     05  FILLER               PIC X(40) VALUE
039900         'MARK EACH OPERATOR RECERTIFY OR REVOKE, '.
040000     05  FILLER               PIC X(40) VALUE
040100         'SIGN AND RETURN TO THE SECURITY ADMINIST'.
040200     05  FILLER               PIC X(30) VALUE
040300         'RATOR.'.
040400 01  AC-SHEET-HEADING.
040500     05  FILLER               PIC X(40) VALUE
040600         'OPERATOR NAME                 ROLE     L'.
040700     05  FILLER               PIC X(40) VALUE
040800         'AST-ON   STATUS     NOTE       RECERTIFY'.
040900     05  FILLER               PIC X(30) VALUE
041000         '  REVOKE'.
041100 01  AC-SHEET-LINE.
041200     05  ASL-ID               PIC X(08).
041300     05  FILLER               PIC X(01).
041400     05  ASL-NAME             PIC X(20).
041500     05  FILLER               PIC X(01).
041600     05  ASL-ROLE             PIC X(08).
041700     05  FILLER               PIC X(01).
041800     05  ASL-LAST-SIGNON      PIC X(08).
041900     05  FILLER               PIC X(02).
042000     05  ASL-STATUS           PIC X(10).
042100     05  FILLER               PIC X(01).
042200     05  ASL-NOTE             PIC X(10).
042300     05  FILLER               PIC X(03).
042400     05  ASL-RECERTIFY-BOX    PIC X(05).
042500     05  FILLER               PIC X(04).
042600     05  ASL-REVOKE-BOX       PIC X(05).
042700     05  FILLER               PIC X(23).
042800 01  AC-SHEET-SIGNATURE.
042900     05  FILLER               PIC X(40) VALUE
043000         'OFFICE HEAD SIGNATURE __________________'.
043100     05  FILLER               PIC X(40) VALUE
043200         '____________   DATE ____________'.
043300     05  FILLER               PIC X(30) VALUE SPACES.
043400 PROCEDURE DIVISION.
043500 0000-MAINLINE.
043600     PERFORM 0020-READ-BUSINESS-DATE
043700         THRU 0020-READ-BUSINESS-DATE-EXIT.
043800     PERFORM 1000-LOAD-RECERT-PARM
043900         THRU 1000-LOAD-RECERT-PARM-EXIT.
044000     PERFORM 2000-LOAD-OPERATORS
044100         THRU 2000-LOAD-OPERATORS-EXIT.
044200     IF WS-TABLE-OVERFLOWED
044300         DISPLAY 'ACCSRPT: MORE THAN ' WS-OPER-MAX
044400             ' OPERATORS ON LKPOPER - NO REPORT. RAISE THE '
044500             'TABLE.'
044600         MOVE 8 TO RETURN-CODE
044700         GO TO 9999-EXIT
044800     END-IF.
044900     IF WS-OPER-COUNT = 0
045000         DISPLAY 'ACCSRPT: NO OPERATORS ON LKPOPER - NOTHING TO '
045100             'RECERTIFY'
045200         MOVE 8 TO RETURN-CODE
045300         GO TO 9999-EXIT
045400     END-IF.
045500     PERFORM 3000-SCAN-SESSION-LOG
045600         THRU 3000-SCAN-SESSION-LOG-EXIT.
045700     PERFORM 3500-CLASSIFY-OPERATOR
045800         THRU 3500-CLASSIFY-OPERATOR-EXIT
045900         VARYING WS-OPER-IDX FROM 1 BY 1
046000         UNTIL WS-OPER-IDX > WS-OPER-COUNT.
046100     PERFORM 4000-LOAD-CORRECTION-PAIRS
046200         THRU 4000-LOAD-CORRECTION-PAIRS-EXIT.
046300     PERFORM 4200-LOAD-MERGE-PAIRS
046400         THRU 4200-LOAD-MERGE-PAIRS-EXIT.
046500     PERFORM 4400-LOAD-REFUND-PAIRS
046600         THRU 4400-LOAD-REFUND-PAIRS-EXIT.
046700     PERFORM 5000-FLAG-ONE-PAIR
046800         THRU 5000-FLAG-ONE-PAIR-EXIT
046900         VARYING WS-PAIR-IDX FROM 1 BY 1
047000         UNTIL WS-PAIR-IDX > WS-PAIR-COUNT.
047100     OPEN OUTPUT AC-REPORT-FILE.
047200     PERFORM 6000-WRITE-OPERATOR-SECTION
047300         THRU 6000-WRITE-OPERATOR-SECTION-EXIT.
047400     PERFORM 6500-WRITE-PAIR-SECTION
047500         THRU 6500-WRITE-PAIR-SECTION-EXIT.
047600     CLOSE AC-REPORT-FILE.
047700     PERFORM 7000-BUILD-OFFICE-LIST
047800         THRU 7000-BUILD-OFFICE-LIST-EXIT.
047900     OPEN OUTPUT AC-SIGNOFF-FILE.
048000     PERFORM 7100-WRITE-ONE-SHEET
048100         THRU 7100-WRITE-ONE-SHEET-EXIT
048200         VARYING WS-OFFICE-IDX FROM 1 BY 1
048300         UNTIL WS-OFFICE-IDX > WS-OFFICE-COUNT.
048400     CLOSE AC-SIGNOFF-FILE.
048500     DISPLAY 'ACCSRPT: ' WS-OPER-COUNT ' OPERATORS, '
048600         WS-OPERS-DORMANT ' DORMANT, ' WS-UNKNOWN-COUNT
048700         ' UNKNOWN IDS ON LKPSESS'.
048800     DISPLAY 'ACCSRPT: ' WS-PAIR-COUNT ' REQUESTER-APPROVER '
048900         'PAIRS, ' WS-PAIRS-FLAGGED ' FLAGGED'.
049000     DISPLAY 'ACCSRPT: ' WS-SHEETS-WRITTEN ' SIGN-OFF SHEETS ON '
049100         'ACCSIGN'.
049200     IF WS-OPERS-DORMANT > 0 OR WS-PAIRS-FLAGGED > 0
049300         OR WS-UNKNOWN-COUNT > 0
049400         MOVE 4 TO RETURN-CODE
049500     END-IF.
049600     GO TO 9999-EXIT.
049700*--------------------------------------------------------------*
049800* 0020-READ-BUSINESS-DATE - THE SUITECAL BUSINESS DATE, WALL-   *
049900* CLOCK FALLBACK AS EVERYWHERE. DORMANCY AND THE ACTIVITY       *
050000* WINDOW ARE MEASURED BACK FROM IT.                             *
050100*--------------------------------------------------------------*
050200 0020-READ-BUSINESS-DATE.
050300     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
050400     OPEN INPUT AC-CAL-FILE.
050500     IF WS-CAL-OK
050600         READ AC-CAL-FILE
050700             AT END
050800                 CONTINUE
050900         END-READ
051000         IF WS-CAL-OK
051100             AND CAL-BUSINESS-DATE NUMERIC
051200             AND CAL-BUSINESS-DATE > 0
051300             MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
051400         END-IF
051500         CLOSE AC-CAL-FILE
051600     END-IF.
051700     COMPUTE WS-BUSINESS-DAYS =
051800         FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
051900 0020-READ-BUSINESS-DATE-EXIT.
052000     EXIT.
052100*--------------------------------------------------------------*
052200* 0500-TEST-WINDOW - WHETHER WS-TEST-DATE FALLS IN THE ACTIVITY *
052300* WINDOW. WITH NO WINDOW EVERY RECORD COUNTS; WITH ONE, A DATE  *
052400* THAT IS MISSING OR NOT A DATE DOES NOT.                       *
052500*--------------------------------------------------------------*
052600 0500-TEST-WINDOW.
052700     IF WS-WINDOW-DAYS = 0
052800         SET WS-IN-WINDOW TO TRUE
052900         GO TO 0500-TEST-WINDOW-EXIT
053000     END-IF.
053100     SET WS-OUTSIDE-WINDOW TO TRUE.
053200     IF WS-TEST-DATE NOT NUMERIC
053300         OR WS-TEST-DATE-N < 16010101
053400         GO TO 0500-TEST-WINDOW-EXIT
053500     END-IF.
053600     IF FUNCTION INTEGER-OF-DATE (WS-TEST-DATE-N)
053700             > WS-WINDOW-START-DAYS
053800         SET WS-IN-WINDOW TO TRUE
053900     END-IF.
054000 0500-TEST-WINDOW-EXIT.
054100     EXIT.
054200*--------------------------------------------------------------*
054300* 1000-LOAD-RECERT-PARM - THE D, P AND H CARDS. WITHOUT THE     *
054400* MEMBER, OR WITHOUT A CARD, THE DEFAULTS STAND: DORMANT AFTER  *
054500* 90 DAYS, A 92-DAY WINDOW, PAIRS FLAGGED AT 5 ITEMS AND 50     *
054600* PERCENT, AND EVERY OFFICE'S SHEET TO THE SECURITY             *
054700* ADMINISTRATOR.                                                *
054800*--------------------------------------------------------------*
054900 1000-LOAD-RECERT-PARM.
055000     OPEN INPUT AC-RECERT-FILE.
055100     IF NOT WS-RECERT-OK
055200         DISPLAY 'ACCSRPT: RECERT PARM NOT AVAILABLE - STATUS '
055300             WS-RECERT-STATUS ' - DEFAULTS USED'
055400         GO TO 1000-LOAD-RECERT-PARM-DONE
055500     END-IF.
055600     SET WS-NOT-AT-EOF TO TRUE.
055700     PERFORM 1050-READ-ONE-RECERT-CARD
055800         THRU 1050-READ-ONE-RECERT-CARD-EXIT.
055900     PERFORM UNTIL WS-AT-EOF
056000         EVALUATE TRUE
056100             WHEN ACC-DORMANT-CARD
056200                 AND ACC-DORMANT-DAYS NUMERIC
056300                 AND ACC-WINDOW-DAYS NUMERIC
056400                 MOVE ACC-DORMANT-DAYS TO WS-DORMANT-DAYS
056500                 MOVE ACC-WINDOW-DAYS TO WS-WINDOW-DAYS
056600             WHEN ACC-PAIR-CARD
056700                 AND ACC-PAIR-COUNT NUMERIC
056800                 AND ACC-PAIR-PERCENT NUMERIC
056900                 MOVE ACC-PAIR-COUNT TO WS-PAIR-MIN-COUNT
057000                 MOVE ACC-PAIR-PERCENT TO WS-PAIR-MIN-PERCENT
057100             WHEN ACC-HEAD-CARD
057200                 AND ACC-OFFICE NOT = SPACES
057300                 PERFORM 1100-LOAD-ONE-OFFICE
057400                     THRU 1100-LOAD-ONE-OFFICE-EXIT
057500             WHEN AC-RECERT-CARD (1:1) = '*'
057600                 CONTINUE
057700             WHEN OTHER
057800                 DISPLAY 'ACCSRPT: RECERT CARD NOT RECOGNISED - '
057900                     'IGNORED: ' AC-RECERT-CARD (1:31)
058000         END-EVALUATE
058100         PERFORM 1050-READ-ONE-RECERT-CARD
058200             THRU 1050-READ-ONE-RECERT-CARD-EXIT
058300     END-PERFORM.
058400     CLOSE AC-RECERT-FILE.
058500 1000-LOAD-RECERT-PARM-DONE.
058600     COMPUTE WS-WINDOW-START-DAYS =
058700         WS-BUSINESS-DAYS - WS-WINDOW-DAYS.
058800 1000-LOAD-RECERT-PARM-EXIT.
058900     EXIT.
059000*--------------------------------------------------------------*
059100* 1050-READ-ONE-RECERT-CARD - A SINGLE READ OF THE RECERT       *
059200* MEMBER.                                                       *
059300*--------------------------------------------------------------*
059400 1050-READ-ONE-RECERT-CARD.
059500     READ AC-RECERT-FILE
059600         AT END SET WS-AT-EOF TO TRUE
059700     END-READ.
059800 1050-READ-ONE-RECERT-CARD-EXIT.
059900     EXIT.
060000*--------------------------------------------------------------*
060100* 1100-LOAD-ONE-OFFICE - ONE H CARD INTO THE OFFICE TABLE. A    *
060200* SECOND CARD FOR THE SAME OFFICE REPLACES THE FIRST.           *
060300*--------------------------------------------------------------*
060400 1100-LOAD-ONE-OFFICE.
060500     PERFORM VARYING WS-OFFICE-IDX FROM 1 BY 1
060600             UNTIL WS-OFFICE-IDX > WS-OFFICE-COUNT
060700             OR AFT-OFFICE (WS-OFFICE-IDX) = ACC-OFFICE
060800         CONTINUE
060900     END-PERFORM.
061000     IF WS-OFFICE-IDX > WS-OFFICE-COUNT
061100         IF WS-OFFICE-COUNT NOT < WS-OFFICE-MAX
061200             DISPLAY 'ACCSRPT: MORE THAN ' WS-OFFICE-MAX
061300                 ' OFFICES - IGNORED: ' ACC-OFFICE
061400             GO TO 1100-LOAD-ONE-OFFICE-EXIT
061500         END-IF
061600         ADD 1 TO WS-OFFICE-COUNT
061700         MOVE WS-OFFICE-COUNT TO WS-OFFICE-IDX
061800         MOVE ACC-OFFICE TO AFT-OFFICE (WS-OFFICE-IDX)
061900     END-IF.
062000     MOVE ACC-HEAD-TITLE TO AFT-HEAD-TITLE (WS-OFFICE-IDX).
062100     IF ACC-HEAD-TITLE = SPACES
062200         MOVE 'SECURITY ADMIN' TO AFT-HEAD-TITLE (WS-OFFICE-IDX)
062300     END-IF.
062400 1100-LOAD-ONE-OFFICE-EXIT.
062500     EXIT.
062600*--------------------------------------------------------------*
062700* 2000-LOAD-OPERATORS - THE WHOLE OF LKPOPER INTO THE OPERATOR  *
062800* TABLE. THE PASSWORD ITSELF IS NEVER CARRIED.                  *
062900*--------------------------------------------------------------*
063000 2000-LOAD-OPERATORS.
063100     OPEN INPUT AC-OPERATOR-FILE.
063200     IF NOT WS-OPERATOR-OK
063300         DISPLAY 'ACCSRPT: LKPOPER NOT AVAILABLE - STATUS '
063400             WS-OPERATOR-STATUS
063500         GO TO 2000-LOAD-OPERATORS-EXIT
063600     END-IF.
063700     SET WS-NOT-AT-EOF TO TRUE.
063800     PERFORM 2050-READ-ONE-OPERATOR
063900         THRU 2050-READ-ONE-OPERATOR-EXIT.
064000     PERFORM UNTIL WS-AT-EOF
064100         IF WS-OPER-COUNT NOT < WS-OPER-MAX
064200             SET WS-TABLE-OVERFLOWED TO TRUE
064300             SET WS-AT-EOF TO TRUE
064400         ELSE
064500             PERFORM 2100-LOAD-ONE-OPERATOR
064600                 THRU 2100-LOAD-ONE-OPERATOR-EXIT
064700             PERFORM 2050-READ-ONE-OPERATOR
064800                 THRU 2050-READ-ONE-OPERATOR-EXIT
064900         END-IF
065000     END-PERFORM.
065100     CLOSE AC-OPERATOR-FILE.
065200 2000-LOAD-OPERATORS-EXIT.
065300     EXIT.
065400*--------------------------------------------------------------*
065500* 2050-READ-ONE-OPERATOR - A SINGLE READ OF LKPOPER.            *
065600*--------------------------------------------------------------*
065700 2050-READ-ONE-OPERATOR.
065800     READ AC-OPERATOR-FILE
065900         AT END SET WS-AT-EOF TO TRUE
066000     END-READ.
066100 2050-READ-ONE-OPERATOR-EXIT.
066200     EXIT.
066300*--------------------------------------------------------------*
066400* 2100-LOAD-ONE-OPERATOR - ONE LKPOPER RECORD INTO THE NEXT     *
066500* SLOT, ITS COUNTS ZEROED.                                      *
066600*--------------------------------------------------------------*
066700 2100-LOAD-ONE-OPERATOR.
066800     IF OPR-ID = SPACES
066900         GO TO 2100-LOAD-ONE-OPERATOR-EXIT
067000     END-IF.
067100     ADD 1 TO WS-OPER-COUNT.
067200     MOVE OPR-ID TO AOT-ID (WS-OPER-COUNT).
067300     MOVE OPR-NAME TO AOT-NAME (WS-OPER-COUNT).
067400     MOVE OPR-ROLE TO AOT-ROLE (WS-OPER-COUNT).
067500     MOVE OPR-OFFICE TO AOT-OFFICE (WS-OPER-COUNT).
067600     MOVE 0 TO AOT-PWD-DATE (WS-OPER-COUNT).
067700     IF OPR-PWD-CHANGED-DATE NUMERIC
067800         MOVE OPR-PWD-CHANGED-DATE TO AOT-PWD-DATE (WS-OPER-COUNT)
067900     END-IF.
068000     MOVE 0 TO AOT-LAST-SIGNON (WS-OPER-COUNT).
068100     MOVE 0 TO AOT-SIGNONS (WS-OPER-COUNT).
068200     MOVE 0 TO AOT-ACTIONS (WS-OPER-COUNT).
068300     MOVE 0 TO AOT-APPROVALS (WS-OPER-COUNT).
068400     MOVE 0 TO AOT-DENIALS (WS-OPER-COUNT).
068500     SET AOT-ACTIVE (WS-OPER-COUNT) TO TRUE.
068600     MOVE 'N' TO AOT-PAIR-FLAG (WS-OPER-COUNT).
068700 2100-LOAD-ONE-OPERATOR-EXIT.
068800     EXIT.
068900*--------------------------------------------------------------*
069000* 2900-FIND-OPERATOR - THE TABLE SLOT OF WS-FIND-ID, OR ZERO    *
069100* WHEN IT IS NOT ON LKPOPER.                                    *
069200*--------------------------------------------------------------*
069300 2900-FIND-OPERATOR.
069400     MOVE 0 TO WS-FOUND-IDX.
069500     PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
069600             UNTIL WS-OPER-IDX > WS-OPER-COUNT
069700             OR WS-FOUND-IDX > 0
069800         IF AOT-ID (WS-OPER-IDX) = WS-FIND-ID
069900             MOVE WS-OPER-IDX TO WS-FOUND-IDX
070000         END-IF
070100     END-PERFORM.
070200 2900-FIND-OPERATOR-EXIT.
070300     EXIT.
070400*--------------------------------------------------------------*
070500* 3000-SCAN-SESSION-LOG - ONE PASS OF LKPSESS. WITHOUT IT EVERY *
070600* OPERATOR WILL SHOW AS NEVER USED, SO THE RUN SAYS SO.         *
070700*--------------------------------------------------------------*
070800 3000-SCAN-SESSION-LOG.
070900     OPEN INPUT AC-SESSION-FILE.
071000     IF NOT WS-SESSION-OK
071100         DISPLAY 'ACCSRPT: LKPSESS NOT AVAILABLE - STATUS '
071200             WS-SESSION-STATUS ' - NO SIGN-ON HISTORY'
071300         GO TO 3000-SCAN-SESSION-LOG-EXIT
071400     END-IF.
071500     SET WS-NOT-AT-EOF TO TRUE.
071600     PERFORM 3050-READ-ONE-SESSION
071700         THRU 3050-READ-ONE-SESSION-EXIT.
071800     PERFORM UNTIL WS-AT-EOF
071900         ADD 1 TO WS-SESSIONS-READ
072000         PERFORM 3100-APPLY-ONE-SESSION
072100             THRU 3100-APPLY-ONE-SESSION-EXIT
072200         PERFORM 3050-READ-ONE-SESSION
072300             THRU 3050-READ-ONE-SESSION-EXIT
072400     END-PERFORM.
072500     CLOSE AC-SESSION-FILE.
072600 3000-SCAN-SESSION-LOG-EXIT.
072700     EXIT.
072800*--------------------------------------------------------------*
072900* 3050-READ-ONE-SESSION - A SINGLE READ OF LKPSESS.             *
073000*--------------------------------------------------------------*
073100 3050-READ-ONE-SESSION.
073200     READ AC-SESSION-FILE
073300         AT END SET WS-AT-EOF TO TRUE
073400     END-READ.
073500 3050-READ-ONE-SESSION-EXIT.
073600     EXIT.
073700*--------------------------------------------------------------*
073800* 3100-APPLY-ONE-SESSION - THE LAST SIGN-ON IS TAKEN FROM THE   *
073900* WHOLE LOG; THE COUNTS ONLY FROM THE ACTIVITY WINDOW. AN       *
074000* ACTION WHOSE NAME CARRIES APPR (CORR APPROVE, RFND APPRV1     *
074100* AND THE LIKE) IS ALSO COUNTED AS AN APPROVAL.                 *
074200*--------------------------------------------------------------*
074300 3100-APPLY-ONE-SESSION.
074400     MOVE SESS-OPERATOR TO WS-FIND-ID.
074500     PERFORM 2900-FIND-OPERATOR
074600         THRU 2900-FIND-OPERATOR-EXIT.
074700     IF WS-FOUND-IDX = 0
074800         PERFORM 3200-NOTE-UNKNOWN-ID
074900             THRU 3200-NOTE-UNKNOWN-ID-EXIT
075000         GO TO 3100-APPLY-ONE-SESSION-EXIT
075100     END-IF.
075200     IF SESS-ACTION = 'SIGN-ON'
075300         AND SESS-DATE NUMERIC
075400         AND SESS-DATE > AOT-LAST-SIGNON (WS-FOUND-IDX)
075500         MOVE SESS-DATE TO AOT-LAST-SIGNON (WS-FOUND-IDX)
075600     END-IF.
075700     MOVE SESS-DATE TO WS-TEST-DATE.
075800     PERFORM 0500-TEST-WINDOW
075900         THRU 0500-TEST-WINDOW-EXIT.
076000     IF WS-OUTSIDE-WINDOW
076100         GO TO 3100-APPLY-ONE-SESSION-EXIT
076200     END-IF.
076300     EVALUATE SESS-ACTION
076400         WHEN 'SIGN-ON'
076500             ADD 1 TO AOT-SIGNONS (WS-FOUND-IDX)
076600         WHEN 'DENIED'
076700             ADD 1 TO AOT-DENIALS (WS-FOUND-IDX)
076800         WHEN OTHER
076900             ADD 1 TO AOT-ACTIONS (WS-FOUND-IDX)
077000             MOVE 0 TO WS-APPR-TALLY
077100             INSPECT SESS-ACTION TALLYING WS-APPR-TALLY
077200                 FOR ALL 'APPR'
077300             IF WS-APPR-TALLY > 0
077400                 ADD 1 TO AOT-APPROVALS (WS-FOUND-IDX)
077500             END-IF
077600     END-EVALUATE.
077700 3100-APPLY-ONE-SESSION-EXIT.
077800     EXIT.
077900*--------------------------------------------------------------*
078000* 3200-NOTE-UNKNOWN-ID - A SESSION RECORD UNDER AN ID NOT ON    *
078100* LKPOPER, COUNTED WHATEVER ITS DATE.                           *
078200*--------------------------------------------------------------*
078300 3200-NOTE-UNKNOWN-ID.
078400     PERFORM VARYING WS-UNKNOWN-IDX FROM 1 BY 1
078500             UNTIL WS-UNKNOWN-IDX > WS-UNKNOWN-COUNT
078600             OR AUT-ID (WS-UNKNOWN-IDX) = SESS-OPERATOR
078700         CONTINUE
078800     END-PERFORM.
078900     IF WS-UNKNOWN-IDX > WS-UNKNOWN-COUNT
079000         IF WS-UNKNOWN-COUNT NOT < WS-UNKNOWN-MAX
079100             GO TO 3200-NOTE-UNKNOWN-ID-EXIT
079200         END-IF
079300         ADD 1 TO WS-UNKNOWN-COUNT
079400         MOVE WS-UNKNOWN-COUNT TO WS-UNKNOWN-IDX
079500         MOVE SESS-OPERATOR TO AUT-ID (WS-UNKNOWN-IDX)
079600         MOVE 0 TO AUT-RECORDS (WS-UNKNOWN-IDX)
079700         MOVE 0 TO AUT-DENIALS (WS-UNKNOWN-IDX)
079800         MOVE 0 TO AUT-LAST-DATE (WS-UNKNOWN-IDX)
079900     END-IF.
080000     ADD 1 TO AUT-RECORDS (WS-UNKNOWN-IDX).
080100     IF SESS-ACTION = 'DENIED'
080200         ADD 1 TO AUT-DENIALS (WS-UNKNOWN-IDX)
080300     END-IF.
080400     IF SESS-DATE NUMERIC
080500         AND SESS-DATE > AUT-LAST-DATE (WS-UNKNOWN-IDX)
080600         MOVE SESS-DATE TO AUT-LAST-DATE (WS-UNKNOWN-IDX)
080700     END-IF.
080800 3200-NOTE-UNKNOWN-ID-EXIT.
080900     EXIT.
081000*--------------------------------------------------------------*
081100* 3500-CLASSIFY-OPERATOR - NEVER USED WHEN LKPSESS HAS NO       *
081200* SIGN-ON FOR THEM, DORMANT WHEN THE LAST ONE IS MORE THAN THE  *
081300* DORMANT DAYS BEFORE THE BUSINESS DATE, OTHERWISE ACTIVE.      *
081400*--------------------------------------------------------------*
081500 3500-CLASSIFY-OPERATOR.
081600     IF AOT-LAST-SIGNON (WS-OPER-IDX) < 16010101
081700         SET AOT-NEVER-USED (WS-OPER-IDX) TO TRUE
081800         ADD 1 TO WS-OPERS-DORMANT
081900         GO TO 3500-CLASSIFY-OPERATOR-EXIT
082000     END-IF.
082100     COMPUTE WS-DAYS-SINCE = WS-BUSINESS-DAYS
082200         - FUNCTION INTEGER-OF-DATE
082300               (AOT-LAST-SIGNON (WS-OPER-IDX)).
082400     IF WS-DAYS-SINCE > WS-DORMANT-DAYS
082500         SET AOT-DORMANT (WS-OPER-IDX) TO TRUE
082600         ADD 1 TO WS-OPERS-DORMANT
082700     END-IF.
082800 3500-CLASSIFY-OPERATOR-EXIT.
082900     EXIT.
083000*--------------------------------------------------------------*
083100* 4000-LOAD-CORRECTION-PAIRS - EVERY CORRPEND ID CORRECTION     *
083200* APPROVED IN THE WINDOW, REQUESTER TO REVIEWER. A REJECTED     *
083300* CORRECTION IS NOT AN APPROVAL AND IS LEFT OUT.                *
083400*--------------------------------------------------------------*
083500 4000-LOAD-CORRECTION-PAIRS.
083600     OPEN INPUT AC-CORRPEND-FILE.
083700     IF NOT WS-CORRPEND-OK
083800         DISPLAY 'ACCSRPT: CORRPEND NOT AVAILABLE - STATUS '
083900             WS-CORRPEND-STATUS
084000         GO TO 4000-LOAD-CORRECTION-PAIRS-EXIT
084100     END-IF.
084200     SET WS-NOT-AT-EOF TO TRUE.
084300     PERFORM 4050-READ-ONE-CORRECTION
084400         THRU 4050-READ-ONE-CORRECTION-EXIT.
084500     PERFORM UNTIL WS-AT-EOF
084600         IF (CPQ-APPROVED OR CPQ-APPLIED)
084700             AND CPQ-REVIEW-OPER NOT = SPACES
084800             MOVE CPQ-REVIEW-DATE TO WS-TEST-DATE
084900             PERFORM 0500-TEST-WINDOW
085000                 THRU 0500-TEST-WINDOW-EXIT
085100             IF WS-IN-WINDOW
085200                 MOVE CPQ-REQUEST-OPER TO WS-PAIR-REQUESTER
085300                 MOVE CPQ-REVIEW-OPER TO WS-PAIR-APPROVER
085400                 SET WS-SOURCE-CORR TO TRUE
085500                 PERFORM 4800-ADD-TO-PAIR
085600                     THRU 4800-ADD-TO-PAIR-EXIT
085700             END-IF
085800         END-IF
085900         PERFORM 4050-READ-ONE-CORRECTION
086000             THRU 4050-READ-ONE-CORRECTION-EXIT
086100     END-PERFORM.
086200     CLOSE AC-CORRPEND-FILE.
086300 4000-LOAD-CORRECTION-PAIRS-EXIT.
086400     EXIT.
086500*--------------------------------------------------------------*
086600* 4050-READ-ONE-CORRECTION - A SINGLE READ OF CORRPEND.         *
086700*--------------------------------------------------------------*
086800 4050-READ-ONE-CORRECTION.
086900     READ AC-CORRPEND-FILE
087000         AT END SET WS-AT-EOF TO TRUE
087100     END-READ.
087200 4050-READ-ONE-CORRECTION-EXIT.
087300     EXIT.
087400*--------------------------------------------------------------*
087500* 4200-LOAD-MERGE-PAIRS - EVERY MRGPEND DUPLICATE-ID MERGE      *
087600* APPROVED IN THE WINDOW, REQUESTER TO REVIEWER.                *
087700*--------------------------------------------------------------*
087800 4200-LOAD-MERGE-PAIRS.
087900     OPEN INPUT AC-MRGPEND-FILE.
088000     IF NOT WS-MRGPEND-OK
088100         DISPLAY 'ACCSRPT: MRGPEND NOT AVAILABLE - STATUS '
088200             WS-MRGPEND-STATUS
088300         GO TO 4200-LOAD-MERGE-PAIRS-EXIT
088400     END-IF.
088500     SET WS-NOT-AT-EOF TO TRUE.
088600     PERFORM 4250-READ-ONE-MERGE
088700         THRU 4250-READ-ONE-MERGE-EXIT.
088800     PERFORM UNTIL WS-AT-EOF
088900         IF (MRG-APPROVED OR MRG-APPLIED)
089000             AND MRG-REVIEW-OPER NOT = SPACES
089100             MOVE MRG-REVIEW-DATE TO WS-TEST-DATE
089200             PERFORM 0500-TEST-WINDOW
089300                 THRU 0500-TEST-WINDOW-EXIT
089400             IF WS-IN-WINDOW
089500                 MOVE MRG-REQUEST-OPER TO WS-PAIR-REQUESTER
089600                 MOVE MRG-REVIEW-OPER TO WS-PAIR-APPROVER
089700                 SET WS-SOURCE-MERGE TO TRUE
089800                 PERFORM 4800-ADD-TO-PAIR
089900                     THRU 4800-ADD-TO-PAIR-EXIT
090000             END-IF
090100         END-IF
090200         PERFORM 4250-READ-ONE-MERGE
090300             THRU 4250-READ-ONE-MERGE-EXIT
090400     END-PERFORM.
090500     CLOSE AC-MRGPEND-FILE.
090600 4200-LOAD-MERGE-PAIRS-EXIT.
090700     EXIT.
090800*--------------------------------------------------------------*
090900* 4250-READ-ONE-MERGE - A SINGLE READ OF MRGPEND.               *
091000*--------------------------------------------------------------*
091100 4250-READ-ONE-MERGE.
091200     READ AC-MRGPEND-FILE
091300         AT END SET WS-AT-EOF TO TRUE
091400     END-READ.
091500 4250-READ-ONE-MERGE-EXIT.
091600     EXIT.
091700*--------------------------------------------------------------*
091800* 4400-LOAD-REFUND-PAIRS - REFUNDS ARE QUEUED BY THE NIGHTLY    *
091900* REFUNDRN SCAN, NOT BY AN OPERATOR, SO ON REFPEND THE PAIR IS  *
092000* THE FIRST SUPERVISOR WHO APPROVED A HELD REFUND AND THE       *
092100* SECOND WHO RELEASED IT FOR PAYMENT, DATED BY THE SECOND       *
092200* APPROVAL. A REFUND THE SECOND SUPERVISOR REJECTED IS LEFT     *
092300* OUT.                                                          *
092400*--------------------------------------------------------------*
092500 4400-LOAD-REFUND-PAIRS.
092600     OPEN INPUT AC-REFPEND-FILE.
092700     IF NOT WS-REFPEND-OK
092800         DISPLAY 'ACCSRPT: REFPEND NOT AVAILABLE - STATUS '
092900             WS-REFPEND-STATUS
093000         GO TO 4400-LOAD-REFUND-PAIRS-EXIT
093100     END-IF.
093200     SET WS-NOT-AT-EOF TO TRUE.
093300     PERFORM 4450-READ-ONE-REFUND
093400         THRU 4450-READ-ONE-REFUND-EXIT.
093500     PERFORM UNTIL WS-AT-EOF
093600         IF (RFQ-APPROVED OR RFQ-APPLIED OR RFQ-VOIDED)
093700             AND RFQ-REVIEW-OPER NOT = SPACES
093800             AND RFQ-SECOND-OPER NOT = SPACES
093900             MOVE RFQ-SECOND-DATE TO WS-TEST-DATE
094000             PERFORM 0500-TEST-WINDOW
094100                 THRU 0500-TEST-WINDOW-EXIT
094200             IF WS-IN-WINDOW
094300                 MOVE RFQ-REVIEW-OPER TO WS-PAIR-REQUESTER
094400                 MOVE RFQ-SECOND-OPER TO WS-PAIR-APPROVER
094500                 SET WS-SOURCE-REFUND TO TRUE
094600                 PERFORM 4800-ADD-TO-PAIR
094700                     THRU 4800-ADD-TO-PAIR-EXIT
094800             END-IF
094900         END-IF
095000         PERFORM 4450-READ-ONE-REFUND
095100             THRU 4450-READ-ONE-REFUND-EXIT
095200     END-PERFORM.
095300     CLOSE AC-REFPEND-FILE.
095400 4400-LOAD-REFUND-PAIRS-EXIT.
095500     EXIT.
095600*--------------------------------------------------------------*
095700* 4450-READ-ONE-REFUND - A SINGLE READ OF REFPEND.              *
095800*--------------------------------------------------------------*
095900 4450-READ-ONE-REFUND.
096000     READ AC-REFPEND-FILE
096100         AT END SET WS-AT-EOF TO TRUE
096200     END-READ.
096300 4450-READ-ONE-REFUND-EXIT.
096400     EXIT.
096500*--------------------------------------------------------------*
096600* 4800-ADD-TO-PAIR - ONE APPROVED ITEM ONTO ITS REQUESTER AND   *
096700* APPROVER'S PAIR, THE PAIR ADDED WHEN IT IS NEW. PAIRS PAST    *
096800* THE TABLE ARE COUNTED OUT AND REPORTED.                       *
096900*--------------------------------------------------------------*
097000 4800-ADD-TO-PAIR.
097100     PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
097200             UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
097300             OR (APT-REQUESTER (WS-PAIR-SUB) = WS-PAIR-REQUESTER
097400             AND APT-APPROVER (WS-PAIR-SUB) = WS-PAIR-APPROVER)
097500         CONTINUE
097600     END-PERFORM.
097700     IF WS-PAIR-SUB > WS-PAIR-COUNT
097800         IF WS-PAIR-COUNT NOT < WS-PAIR-MAX
097900             DISPLAY 'ACCSRPT: MORE THAN ' WS-PAIR-MAX
098000                 ' PAIRS - NOT COUNTED: ' WS-PAIR-REQUESTER
098100                 ' ' WS-PAIR-APPROVER
098200             GO TO 4800-ADD-TO-PAIR-EXIT
098300         END-IF
098400         ADD 1 TO WS-PAIR-COUNT
098500         MOVE WS-PAIR-COUNT TO WS-PAIR-SUB
098600         MOVE WS-PAIR-REQUESTER TO APT-REQUESTER (WS-PAIR-SUB)
098700         MOVE WS-PAIR-APPROVER TO APT-APPROVER (WS-PAIR-SUB)
098800         MOVE 0 TO APT-CORR (WS-PAIR-SUB)
098900         MOVE 0 TO APT-MERGE (WS-PAIR-SUB)
099000         MOVE 0 TO APT-REFUND (WS-PAIR-SUB)
099100         MOVE 0 TO APT-TOTAL (WS-PAIR-SUB)
099200         MOVE 0 TO APT-SHARE (WS-PAIR-SUB)
099300         MOVE SPACES TO APT-FLAGS (WS-PAIR-SUB)
099400     END-IF.
099500     EVALUATE TRUE
099600         WHEN WS-SOURCE-CORR
099700             ADD 1 TO APT-CORR (WS-PAIR-SUB)
099800         WHEN WS-SOURCE-MERGE
099900             ADD 1 TO APT-MERGE (WS-PAIR-SUB)
100000         WHEN WS-SOURCE-REFUND
100100             ADD 1 TO APT-REFUND (WS-PAIR-SUB)
100200     END-EVALUATE.
100300     ADD 1 TO APT-TOTAL (WS-PAIR-SUB).
100400 4800-ADD-TO-PAIR-EXIT.
100500     EXIT.
100600*--------------------------------------------------------------*
100700* 5000-FLAG-ONE-PAIR - THE PAIR'S SHARE OF ALL ITEMS ITS        *
100800* REQUESTER HAD APPROVED, THEN ITS FLAGS: S WHEN AN OPERATOR    *
100900* APPROVED THEIR OWN ITEM; C WHEN THE PAIR HAS AT LEAST THE     *
101000* P-CARD COUNT AND SHARE; M WHEN THE TWO ALSO APPROVE THE       *
101100* OTHER WAY ROUND AND BOTH DIRECTIONS HAVE AT LEAST THE COUNT.  *
101200* BOTH OPERATORS OF A FLAGGED PAIR ARE NOTED FOR THEIR SHEET.   *
101300*--------------------------------------------------------------*
101400 5000-FLAG-ONE-PAIR.
101500     MOVE 0 TO WS-REQUESTER-TOTAL.
101600     PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
101700             UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
101800         IF APT-REQUESTER (WS-PAIR-SUB)
101900                 = APT-REQUESTER (WS-PAIR-IDX)
102000             ADD APT-TOTAL (WS-PAIR-SUB) TO WS-REQUESTER-TOTAL
102100         END-IF
102200     END-PERFORM.
102300     COMPUTE APT-SHARE (WS-PAIR-IDX) ROUNDED =
102400         APT-TOTAL (WS-PAIR-IDX) * 100 / WS-REQUESTER-TOTAL.
102500     IF APT-REQUESTER (WS-PAIR-IDX) = APT-APPROVER (WS-PAIR-IDX)
102600         MOVE 'S' TO APT-FLAGS (WS-PAIR-IDX) (1:1)
102700     END-IF.
102800     IF APT-TOTAL (WS-PAIR-IDX) NOT < WS-PAIR-MIN-COUNT
102900         AND APT-SHARE (WS-PAIR-IDX) NOT < WS-PAIR-MIN-PERCENT
103000         AND APT-REQUESTER (WS-PAIR-IDX)
103100             NOT = APT-APPROVER (WS-PAIR-IDX)
103200         MOVE 'C' TO APT-FLAGS (WS-PAIR-IDX) (2:1)
103300     END-IF.
103400     IF APT-TOTAL (WS-PAIR-IDX) NOT < WS-PAIR-MIN-COUNT
103500         AND APT-REQUESTER (WS-PAIR-IDX)
103600             NOT = APT-APPROVER (WS-PAIR-IDX)
103700         PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
103800                 UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
103900             IF APT-REQUESTER (WS-PAIR-SUB)
104000                     = APT-APPROVER (WS-PAIR-IDX)
104100                 AND APT-APPROVER (WS-PAIR-SUB)
104200                     = APT-REQUESTER (WS-PAIR-IDX)
104300                 AND APT-TOTAL (WS-PAIR-SUB)
104400                     NOT < WS-PAIR-MIN-COUNT
104500                 MOVE 'M' TO APT-FLAGS (WS-PAIR-IDX) (3:1)
104600             END-IF
104700         END-PERFORM
104800     END-IF.
104900     IF APT-FLAGS (WS-PAIR-IDX) = SPACES
105000         GO TO 5000-FLAG-ONE-PAIR-EXIT
105100     END-IF.
105200     ADD 1 TO WS-PAIRS-FLAGGED.
105300     MOVE APT-REQUESTER (WS-PAIR-IDX) TO WS-FIND-ID.
105400     PERFORM 2900-FIND-OPERATOR
105500         THRU 2900-FIND-OPERATOR-EXIT.
105600     IF WS-FOUND-IDX > 0
105700         SET AOT-IN-FLAGGED-PAIR (WS-FOUND-IDX) TO TRUE
105800     END-IF.
105900     MOVE APT-APPROVER (WS-PAIR-IDX) TO WS-FIND-ID.
106000     PERFORM 2900-FIND-OPERATOR
106100         THRU 2900-FIND-OPERATOR-EXIT.
106200     IF WS-FOUND-IDX > 0
106300         SET AOT-IN-FLAGGED-PAIR (WS-FOUND-IDX) TO TRUE
106400     END-IF.
106500 5000-FLAG-ONE-PAIR-EXIT.
106600     EXIT.
106700*--------------------------------------------------------------*
106800* 6000-WRITE-OPERATOR-SECTION - THE TITLE, ONE LINE PER         *
106900* LKPOPER OPERATOR IN FILE ORDER, THEN ANY IDS ON LKPSESS THAT  *
107000* ARE NOT ON LKPOPER.                                           *
107100*--------------------------------------------------------------*
107200 6000-WRITE-OPERATOR-SECTION.
107300     MOVE WS-BUSINESS-DATE TO ACT-DATE.
107400     MOVE WS-WINDOW-DAYS TO ACT-WINDOW.
107500     MOVE WS-DORMANT-DAYS TO ACT-DORMANT.
107600     WRITE AC-REPORT-LINE FROM AC-TITLE-LINE.
107700     MOVE SPACES TO AC-REPORT-LINE.
107800     WRITE AC-REPORT-LINE.
107900     WRITE AC-REPORT-LINE FROM AC-OPER-HEADING.
108000     PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
108100             UNTIL WS-OPER-IDX > WS-OPER-COUNT
108200         PERFORM 6100-FORMAT-OPERATOR-LINE
108300             THRU 6100-FORMAT-OPERATOR-LINE-EXIT
108400         WRITE AC-REPORT-LINE FROM AC-OPER-LINE
108500     END-PERFORM.
108600     IF WS-UNKNOWN-COUNT = 0
108700         GO TO 6000-WRITE-OPERATOR-SECTION-EXIT
108800     END-IF.
108900     MOVE SPACES TO AC-REPORT-LINE.
109000     WRITE AC-REPORT-LINE.
109100     WRITE AC-REPORT-LINE FROM AC-UNKNOWN-HEADING.
109200     PERFORM VARYING WS-UNKNOWN-IDX FROM 1 BY 1
109300             UNTIL WS-UNKNOWN-IDX > WS-UNKNOWN-COUNT
109400         MOVE SPACES TO AC-UNKNOWN-LINE
109500         MOVE AUT-ID (WS-UNKNOWN-IDX) TO AUL-ID
109600         IF AUT-ID (WS-UNKNOWN-IDX) = SPACES
109700             MOVE '(BLANK)' TO AUL-ID
109800         END-IF
109900         MOVE AUT-RECORDS (WS-UNKNOWN-IDX) TO AUL-RECORDS
110000         MOVE AUT-DENIALS (WS-UNKNOWN-IDX) TO AUL-DENIALS
110100         MOVE AUT-LAST-DATE (WS-UNKNOWN-IDX) TO AUL-LAST-DATE
110200         WRITE AC-REPORT-LINE FROM AC-UNKNOWN-LINE
110300     END-PERFORM.
110400 6000-WRITE-OPERATOR-SECTION-EXIT.
110500     EXIT.
110600*--------------------------------------------------------------*
110700* 6100-FORMAT-OPERATOR-LINE - ONE OPERATOR'S REPORT LINE, ROLE  *
110800* SPELLED OUT AND MISSING DATES SHOWN AS NEVER.                 *
110900*--------------------------------------------------------------*
111000 6100-FORMAT-OPERATOR-LINE.
111100     MOVE SPACES TO AC-OPER-LINE.
111200     MOVE AOT-ID (WS-OPER-IDX) TO AOL-ID.
111300     MOVE AOT-NAME (WS-OPER-IDX) TO AOL-NAME.
111400     EVALUATE AOT-ROLE (WS-OPER-IDX)
111500         WHEN 'I'
111600             MOVE 'INQUIRY' TO AOL-ROLE
111700         WHEN 'U'
111800             MOVE 'UPDATE' TO AOL-ROLE
111900         WHEN 'S'
112000             MOVE 'SUPERVSR' TO AOL-ROLE
112100         WHEN OTHER
112200             MOVE 'UNKNOWN' TO AOL-ROLE
112300     END-EVALUATE.
112400     MOVE AOT-OFFICE (WS-OPER-IDX) TO AOL-OFFICE.
112500     IF AOT-OFFICE (WS-OPER-IDX) = SPACES
112600         MOVE 'NONE' TO AOL-OFFICE
112700     END-IF.
112800     MOVE 'NEVER' TO AOL-LAST-SIGNON.
112900     IF AOT-LAST-SIGNON (WS-OPER-IDX) > 0
113000         MOVE AOT-LAST-SIGNON (WS-OPER-IDX) TO AOL-LAST-SIGNON
113100     END-IF.
113200     MOVE 'NEVER' TO AOL-PWD-DATE.
113300     IF AOT-PWD-DATE (WS-OPER-IDX) > 0
113400         MOVE AOT-PWD-DATE (WS-OPER-IDX) TO AOL-PWD-DATE
113500     END-IF.
113600     MOVE AOT-SIGNONS (WS-OPER-IDX) TO AOL-SIGNONS.
113700     MOVE AOT-ACTIONS (WS-OPER-IDX) TO AOL-ACTIONS.
113800     MOVE AOT-APPROVALS (WS-OPER-IDX) TO AOL-APPROVALS.
113900     MOVE AOT-DENIALS (WS-OPER-IDX) TO AOL-DENIALS.
114000     EVALUATE TRUE
114100         WHEN AOT-NEVER-USED (WS-OPER-IDX)
114200             MOVE 'NEVER USED' TO AOL-STATUS
114300         WHEN AOT-DORMANT (WS-OPER-IDX)
114400             MOVE 'DORMANT' TO AOL-STATUS
114500         WHEN OTHER
114600             MOVE 'ACTIVE' TO AOL-STATUS
114700     END-EVALUATE.
114800 6100-FORMAT-OPERATOR-LINE-EXIT.
114900     EXIT.
115000*--------------------------------------------------------------*
115100* 6500-WRITE-PAIR-SECTION - EVERY REQUESTER-APPROVER PAIR IN    *
115200* THE WINDOW WITH ITS FLAGS SPELLED OUT.                        *
115300*--------------------------------------------------------------*
115400 6500-WRITE-PAIR-SECTION.
115500     MOVE SPACES TO AC-REPORT-LINE.
115600     WRITE AC-REPORT-LINE.
115700     IF WS-PAIR-COUNT = 0
115800         MOVE 'NO APPROVED CORRPEND, MRGPEND OR REFPEND ITEMS IN '
115900             TO AC-REPORT-LINE
116000         MOVE 'THE WINDOW' TO AC-REPORT-LINE (51:10)
116100         WRITE AC-REPORT-LINE
116200         GO TO 6500-WRITE-PAIR-SECTION-EXIT
116300     END-IF.
116400     WRITE AC-REPORT-LINE FROM AC-PAIR-HEADING.
116500     PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
116600             UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
116700         MOVE SPACES TO AC-PAIR-LINE
116800         MOVE APT-REQUESTER (WS-PAIR-IDX) TO APL-REQUESTER
116900         MOVE APT-APPROVER (WS-PAIR-IDX) TO APL-APPROVER
117000         MOVE APT-CORR (WS-PAIR-IDX) TO APL-CORR
117100         MOVE APT-MERGE (WS-PAIR-IDX) TO APL-MERGE
117200         MOVE APT-REFUND (WS-PAIR-IDX) TO APL-REFUND
117300         MOVE APT-TOTAL (WS-PAIR-IDX) TO APL-TOTAL
117400         MOVE APT-SHARE (WS-PAIR-IDX) TO APL-SHARE
117500         MOVE '%' TO APL-PERCENT-SIGN
117600         MOVE 0 TO WS-PAIR-SUB
117700         IF APT-FLAGS (WS-PAIR-IDX) (1:1) = 'S'
117800             ADD 1 TO WS-PAIR-SUB
117900             MOVE 'SELF-APPROVED' TO APL-FLAG-TEXT (WS-PAIR-SUB)
118000         END-IF
118100         IF APT-FLAGS (WS-PAIR-IDX) (2:1) = 'C'
118200             ADD 1 TO WS-PAIR-SUB
118300             MOVE 'CONCENTRATED' TO APL-FLAG-TEXT (WS-PAIR-SUB)
118400         END-IF
118500         IF APT-FLAGS (WS-PAIR-IDX) (3:1) = 'M'
118600             ADD 1 TO WS-PAIR-SUB
118700             MOVE 'MUTUAL' TO APL-FLAG-TEXT (WS-PAIR-SUB)
118800         END-IF
118900         WRITE AC-REPORT-LINE FROM AC-PAIR-LINE
119000     END-PERFORM.
119100 6500-WRITE-PAIR-SECTION-EXIT.
119200     EXIT.
119300*--------------------------------------------------------------*
119400* 7000-BUILD-OFFICE-LIST - ADDS TO THE H-CARD OFFICES ANY       *
119500* OFFICE AN OPERATOR BELONGS TO THAT HAS NO H CARD, AND A       *
119600* NONE OFFICE FOR OPERATORS WITH NO OFFICE AT ALL. THOSE        *
119700* SHEETS GO TO THE SECURITY ADMINISTRATOR.                      *
119800*--------------------------------------------------------------*
119900 7000-BUILD-OFFICE-LIST.
120000     PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
120100             UNTIL WS-OPER-IDX > WS-OPER-COUNT
120200         IF AOT-OFFICE (WS-OPER-IDX) = SPACES
120300             MOVE 'NONE' TO AOT-OFFICE (WS-OPER-IDX)
120400         END-IF
120500         PERFORM VARYING WS-OFFICE-IDX FROM 1 BY 1
120600                 UNTIL WS-OFFICE-IDX > WS-OFFICE-COUNT
120700                 OR AFT-OFFICE (WS-OFFICE-IDX)
120800                     = AOT-OFFICE (WS-OPER-IDX)
120900             CONTINUE
121000         END-PERFORM
121100         IF WS-OFFICE-IDX > WS-OFFICE-COUNT
121200             AND WS-OFFICE-COUNT < WS-OFFICE-MAX
121300             ADD 1 TO WS-OFFICE-COUNT
121400             MOVE AOT-OFFICE (WS-OPER-IDX)
121500                 TO AFT-OFFICE (WS-OFFICE-COUNT)
121600             MOVE 'SECURITY ADMIN'
121700                 TO AFT-HEAD-TITLE (WS-OFFICE-COUNT)
121800         END-IF
121900     END-PERFORM.
122000 7000-BUILD-OFFICE-LIST-EXIT.
122100     EXIT.
122200*--------------------------------------------------------------*
122300* 7100-WRITE-ONE-SHEET - ONE OFFICE'S SIGN-OFF SHEET: WHO IT    *
122400* IS FOR, EVERY OPERATOR IN THE OFFICE WITH STATUS AND A NOTE   *
122500* WHEN THEY ARE IN A FLAGGED PAIR, BOXES TO MARK, AND THE       *
122600* SIGNATURE LINE. AN H-CARD OFFICE WITH NO OPERATORS GETS NO    *
122700* SHEET.                                                        *
122800*--------------------------------------------------------------*
122900 7100-WRITE-ONE-SHEET.
123000     MOVE 0 TO WS-SHEET-OPERS.
123100     PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
123200             UNTIL WS-OPER-IDX > WS-OPER-COUNT
123300         IF AOT-OFFICE (WS-OPER-IDX) = AFT-OFFICE (WS-OFFICE-IDX)
123400             ADD 1 TO WS-SHEET-OPERS
123500         END-IF
123600     END-PERFORM.
123700     IF WS-SHEET-OPERS = 0
123800         GO TO 7100-WRITE-ONE-SHEET-EXIT
123900     END-IF.
124000     ADD 1 TO WS-SHEETS-WRITTEN.
124100     MOVE AFT-OFFICE (WS-OFFICE-IDX) TO AST-OFFICE.
124200     MOVE WS-BUSINESS-DATE TO AST-DATE.
124300     WRITE AC-SIGNOFF-LINE FROM AC-SHEET-TITLE.
124400     MOVE AFT-HEAD-TITLE (WS-OFFICE-IDX) TO ASA-HEAD-TITLE.
124500     WRITE AC-SIGNOFF-LINE FROM AC-SHEET-ADDRESS.
124600     WRITE AC-SIGNOFF-LINE FROM AC-SHEET-INSTRUCTION.
124700     MOVE SPACES TO AC-SIGNOFF-LINE.
124800     WRITE AC-SIGNOFF-LINE.
124900     WRITE AC-SIGNOFF-LINE FROM AC-SHEET-HEADING.
125000     PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
125100             UNTIL WS-OPER-IDX > WS-OPER-COUNT
125200         IF AOT-OFFICE (WS-OPER-IDX) = AFT-OFFICE (WS-OFFICE-IDX)
125300             PERFORM 7200-WRITE-SHEET-LINE
125400                 THRU 7200-WRITE-SHEET-LINE-EXIT
125500         END-IF
125600     END-PERFORM.
125700     MOVE SPACES TO AC-SIGNOFF-LINE.
125800     WRITE AC-SIGNOFF-LINE.
125900     WRITE AC-SIGNOFF-LINE FROM AC-SHEET-SIGNATURE.
126000     MOVE SPACES TO AC-SIGNOFF-LINE.
126100     WRITE AC-SIGNOFF-LINE.
126200     WRITE AC-SIGNOFF-LINE.
126300 7100-WRITE-ONE-SHEET-EXIT.
126400     EXIT.
126500*--------------------------------------------------------------*
126600* 7200-WRITE-SHEET-LINE - ONE OPERATOR ON THEIR OFFICE'S SHEET. *
126700* THE STATUS AND ROLE TEXT ARE THE REPORT LINE'S.               *
126800*--------------------------------------------------------------*
126900 7200-WRITE-SHEET-LINE.
127000     PERFORM 6100-FORMAT-OPERATOR-LINE
127100         THRU 6100-FORMAT-OPERATOR-LINE-EXIT.
127200     MOVE SPACES TO AC-SHEET-LINE.
127300     MOVE AOL-ID TO ASL-ID.
127400     MOVE AOL-NAME TO ASL-NAME.
127500     MOVE AOL-ROLE TO ASL-ROLE.
127600     MOVE AOL-LAST-SIGNON TO ASL-LAST-SIGNON.
127700     MOVE AOL-STATUS TO ASL-STATUS.
127800     IF AOT-IN-FLAGGED-PAIR (WS-OPER-IDX)
127900         MOVE 'SEE PAIRS' TO ASL-NOTE
128000     END-IF.
128100     MOVE '[   ]' TO ASL-RECERTIFY-BOX.
128200     MOVE '[   ]' TO ASL-REVOKE-BOX.
128300     WRITE AC-SIGNOFF-LINE FROM AC-SHEET-LINE.
128400 7200-WRITE-SHEET-LINE-EXIT.
128500     EXIT.
128600*--------------------------------------------------------------*
128700* 9999-EXIT                                                     *
128800*--------------------------------------------------------------*
128900 9999-EXIT.
129000     STOP RUN.
