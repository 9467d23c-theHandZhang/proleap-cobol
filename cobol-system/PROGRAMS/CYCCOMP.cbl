000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CYCCOMP.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                          *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - REHEARSAL-VERSUS-PRODUCTION   *
001100*                OUTPUT COMPARISON. A CHANGED PROGRAM IS        *
001200*                REHEARSED IN SP-TEST-MODE ON THE TESTMASK      *
001300*                COPIES OF THE SAME INPUT PRODUCTION RAN ON;    *
001400*                THIS UTILITY THEN PROVES THE TWO RUNS' OUTPUTS *
001500*                AGREE. IT COMPARES CONDRES, EVALAWRD, THE FOUR *
001600*                EVALSTMT VARIANT FILES, THE STUACCT POSTINGS OF*
001700*                THE CYCLE, THE RSREPORT FEED COUNTS AND THE    *
001800*                ADDRPT LEDGER TOTALS. REHEARSAL STUDENT IDS    *
001900*                ARE TRANSLATED BACK THROUGH MSKXREF, RECORDS   *
002000*                ARE MATCHED BY KEY, AND CMPRPT LISTS EVERY     *
002100*                RECORD ADDED, DROPPED OR CHANGED (FIELD BY     *
002200*                FIELD) WITH A SUMMARY PER FILE. RC 0 = ZERO    *
002300*                DIFFERENCES, RC 4 = DIFFERENCES FOUND, RC 8 =  *
002400*                THE COMPARISON COULD NOT BE COMPLETED.         *
002400* 10/15/26  DW   CONDRES IS NOW INDEXED BY STUDENT AND TERM    *
002400*                AND BOTH SIDES ARE READ IN KEY ORDER. THE     *
002400*                ELIGIBLE FLAG AND RESULT TEXT ARE STILL WHAT  *
002400*                IS COMPARED; THE DECISION DATE AND PRIOR      *
002400*                DECISIONS ARE NOT, SINCE A REHEARSAL RUNS ON  *
002400*                ANOTHER DAY.                                  *
002500*--------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT CC-PARM-FILE ASSIGN TO CCPARM
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-PARM-STATUS.
003200     SELECT CC-XREF-FILE ASSIGN TO MSKXREF
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-XREF-STATUS.
003500     SELECT CC-PCOND-FILE ASSIGN TO PCONDRES
003600         ORGANIZATION IS INDEXED
003610         ACCESS MODE IS SEQUENTIAL
003620         RECORD KEY IS CC-PCOND-KEY
003700         FILE STATUS IS WS-PROD-STATUS.
003800     SELECT CC-TCOND-FILE ASSIGN TO TCONDRES
003900         ORGANIZATION IS INDEXED
003910         ACCESS MODE IS SEQUENTIAL
003920         RECORD KEY IS CC-TCOND-KEY
004000         FILE STATUS IS WS-TEST-STATUS.
004100     SELECT CC-PAWD-FILE ASSIGN TO PEVALAWD
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-PROD-STATUS.
004400     SELECT CC-TAWD-FILE ASSIGN TO TEVALAWD
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-TEST-STATUS.
004700     SELECT CC-PNODP-FILE ASSIGN TO PEVNODP
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-PROD-STATUS.
005000     SELECT CC-TNODP-FILE ASSIGN TO TEVNODP
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-TEST-STATUS.
005300     SELECT CC-PPRID-FILE ASSIGN TO PEVPRID
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-PROD-STATUS.
005600     SELECT CC-TPRID-FILE ASSIGN TO TEVPRID
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-TEST-STATUS.
005900     SELECT CC-PBU18-FILE ASSIGN TO PEVBU18
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-PROD-STATUS.
006200     SELECT CC-TBU18-FILE ASSIGN TO TEVBU18
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-TEST-STATUS.
006500     SELECT CC-PBOTH-FILE ASSIGN TO PEVBOTH
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-PROD-STATUS.
006800     SELECT CC-TBOTH-FILE ASSIGN TO TEVBOTH
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-TEST-STATUS.
007100     SELECT CC-PACCT-FILE ASSIGN TO PSTUACCT
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-PROD-STATUS.
007400     SELECT CC-TACCT-FILE ASSIGN TO TSTUACCT
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-TEST-STATUS.
007700     SELECT CC-PRSR-FILE ASSIGN TO PRSREPRT
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-PROD-STATUS.
008000     SELECT CC-TRSR-FILE ASSIGN TO TRSREPRT
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-TEST-STATUS.
008300     SELECT CC-PADD-FILE ASSIGN TO PADDRPT
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-PROD-STATUS.
008600     SELECT CC-TADD-FILE ASSIGN TO TADDRPT
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-TEST-STATUS.
008900     SELECT CC-REPORT-FILE ASSIGN TO CMPRPT
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-REPORT-STATUS.
009200 DATA DIVISION.
009300 FILE SECTION.
009400*--------------------------------------------------------------*
009500* CC-PARM-CARD - THE CCPARM MEMBER. COLS 1-8 THE POSTING DATE   *
009600* OF THE PRODUCTION CYCLE'S STUACCT POSTINGS, COLS 10-17 THE    *
009700* POSTING DATE THE REHEARSAL RAN UNDER (ZEROS = EVERY POSTING   *
009800* ON THAT SIDE). COMMENT LINES BEGIN WITH AN ASTERISK.          *
009900*--------------------------------------------------------------*
010000 FD  CC-PARM-FILE.
010100 01  CC-PARM-CARD.
010200     05  CCP-PROD-DATE        PIC X(08).
010300     05  FILLER               PIC X(01).
010400     05  CCP-TEST-DATE        PIC X(08).
010500     05  FILLER               PIC X(63).
010600 FD  CC-XREF-FILE.
010700 01  MSK-RECORD.
010800     05  MSK-OLD-ID           PIC 9(09).
010900     05  MSK-NEW-ID           PIC 9(09).
011000 FD  CC-PCOND-FILE.
011100 01  CC-PCOND-RECORD.
011110     05  CC-PCOND-KEY         PIC X(15).
011120     05  FILLER               PIC X(95).
011200 FD  CC-TCOND-FILE.
011300 01  CC-TCOND-RECORD.
011310     05  CC-TCOND-KEY         PIC X(15).
011320     05  FILLER               PIC X(95).
011400 FD  CC-PAWD-FILE.
011500 01  CC-PAWD-RECORD           PIC X(41).
011600 FD  CC-TAWD-FILE.
011700 01  CC-TAWD-RECORD           PIC X(41).
011800 FD  CC-PNODP-FILE.
011900 01  CC-PNODP-RECORD          PIC X(23).
012000 FD  CC-TNODP-FILE.
012100 01  CC-TNODP-RECORD          PIC X(23).
012200 FD  CC-PPRID-FILE.
012300 01  CC-PPRID-RECORD          PIC X(23).
012400 FD  CC-TPRID-FILE.
012500 01  CC-TPRID-RECORD          PIC X(23).
012600 FD  CC-PBU18-FILE.
012700 01  CC-PBU18-RECORD          PIC X(23).
012800 FD  CC-TBU18-FILE.
012900 01  CC-TBU18-RECORD          PIC X(23).
013000 FD  CC-PBOTH-FILE.
013100 01  CC-PBOTH-RECORD          PIC X(23).
013200 FD  CC-TBOTH-FILE.
013300 01  CC-TBOTH-RECORD          PIC X(23).
013400 FD  CC-PACCT-FILE.
013500 01  CC-PACCT-RECORD          PIC X(64).
013600 FD  CC-TACCT-FILE.
013700 01  CC-TACCT-RECORD          PIC X(64).
013800 FD  CC-PRSR-FILE.
013900 01  CC-PRSR-RECORD           PIC X(44).
014000 FD  CC-TRSR-FILE.
014100 01  CC-TRSR-RECORD           PIC X(44).
014200 FD  CC-PADD-FILE.
014300 01  CC-PADD-RECORD           PIC X(44).
014400 FD  CC-TADD-FILE.
014500 01  CC-TADD-RECORD           PIC X(44).
014600 FD  CC-REPORT-FILE.
014700 01  CC-REPORT-LINE           PIC X(120).
014800 WORKING-STORAGE SECTION.
014900 01  WS-PARM-STATUS           PIC X(02).
015000     88  WS-PARM-OK           VALUE '00'.
015100 01  WS-XREF-STATUS           PIC X(02).
015200     88  WS-XREF-OK           VALUE '00'.
015300 01  WS-PROD-STATUS           PIC X(02).
015400     88  WS-PROD-OK           VALUE '00'.
015500 01  WS-TEST-STATUS           PIC X(02).
015600     88  WS-TEST-OK           VALUE '00'.
015700 01  WS-REPORT-STATUS         PIC X(02).
015800     88  WS-REPORT-OK         VALUE '00'.
015900 01  WS-EOF-SWITCH            PIC X(01).
016000     88  WS-AT-EOF            VALUE 'Y'.
016100     88  WS-NOT-AT-EOF        VALUE 'N'.
016200 01  WS-PROD-SIDE-SWITCH      PIC X(01).
016300     88  WS-PROD-PRESENT      VALUE 'Y'.
016400     88  WS-PROD-ABSENT       VALUE 'N'.
016500 01  WS-TEST-SIDE-SWITCH      PIC X(01).
016600     88  WS-TEST-PRESENT      VALUE 'Y'.
016700     88  WS-TEST-ABSENT       VALUE 'N'.
016800 01  WS-FOUND-SWITCH          PIC X(01).
016900     88  WS-ENTRY-FOUND       VALUE 'Y'.
017000     88  WS-ENTRY-NOT-FOUND   VALUE 'N'.
017100 01  WS-CHANGED-SWITCH        PIC X(01).
017200     88  WS-ENTRY-CHANGED     VALUE 'Y'.
017300     88  WS-ENTRY-SAME        VALUE 'N'.
017400 01  WS-FILE-STATE            PIC X(01).
017500     88  WS-FILE-COMPARED     VALUE 'C'.
017600     88  WS-FILE-NOT-SUPPLIED VALUE 'N'.
017700     88  WS-FILE-INCOMPLETE   VALUE 'I'.
017800 01  WS-PROD-DATE             PIC 9(08) VALUE 0.
017900 01  WS-TEST-DATE             PIC 9(08) VALUE 0.
018000 01  WS-RUN-DATE              PIC 9(08).
018100 01  WS-CMP-FILE              PIC X(08).
018200 01  WS-CMP-KEY               PIC X(44).
018300 01  WS-CMP-IMAGE             PIC X(60).
018400 01  WS-TRANSLATE-ID          PIC 9(09).
018500 01  WS-VARIANT-SUB           PIC 9(01) COMP.
018600 01  WS-DIFF-FIELD            PIC X(14).
018700 01  WS-DIFF-PROD             PIC X(20).
018800 01  WS-DIFF-TEST             PIC X(20).
018900 01  WS-EDIT-AMOUNT           PIC -(7)9.99.
019000 01  WS-EDIT-COUNT            PIC Z(5)9.
019100*--------------------------------------------------------------*
019200* FILE COUNTS - ZEROED AT THE START OF EACH FILE'S COMPARISON   *
019300* AND CARRIED TO ITS SUMMARY ENTRY AT THE END.                  *
019400*--------------------------------------------------------------*
019500 01  WS-FILE-PROD-RECS        PIC 9(07) COMP.
019600 01  WS-FILE-TEST-RECS        PIC 9(07) COMP.
019700 01  WS-FILE-SAME             PIC 9(07) COMP.
019800 01  WS-FILE-CHANGED          PIC 9(07) COMP.
019900 01  WS-FILE-ADDED            PIC 9(07) COMP.
020000 01  WS-FILE-DROPPED          PIC 9(07) COMP.
020100 01  WS-FILE-FIELD-DIFFS      PIC 9(07) COMP.
020200 01  WS-TOTAL-DIFFERENCES     PIC 9(07) COMP VALUE 0.
020300 01  WS-FILES-INCOMPLETE      PIC 9(02) COMP VALUE 0.
020400 01  WS-FILES-COMPARED        PIC 9(02) COMP VALUE 0.
020500 01  WS-IDS-TRANSLATED        PIC 9(07) COMP VALUE 0.
020600 01  WS-IDS-NOT-ON-XREF       PIC 9(07) COMP VALUE 0.
020700 01  WS-XREF-COUNT            PIC 9(04) COMP VALUE 0.
020800 01  WS-XREF-MAX              PIC 9(04) COMP VALUE 2000.
020900 01  WS-XREF-IDX              PIC 9(04) COMP.
021000 01  WS-CMP-COUNT             PIC 9(05) COMP VALUE 0.
021100 01  WS-CMP-MAX               PIC 9(05) COMP VALUE 10000.
021200 01  WS-CMP-IDX               PIC 9(05) COMP.
021300 01  WS-FOUND-IDX             PIC 9(05) COMP.
021400 01  WS-SUMMARY-COUNT         PIC 9(02) COMP VALUE 0.
021500 01  WS-SUMMARY-IDX           PIC 9(02) COMP.
021600*--------------------------------------------------------------*
021700* CC-XREF-TABLE - MSKXREF AS TESTMASK LEFT IT: EACH PRODUCTION  *
021800* ID AND THE MASKED ID IT WAS GIVEN. EMPTY WHEN THE REHEARSAL   *
021900* RAN UNMASKED, IN WHICH CASE IDS COMPARE AS THEY STAND.        *
022000*--------------------------------------------------------------*
022100 01  CC-XREF-TABLE.
022200     05  CC-XREF-ENTRY OCCURS 2000 TIMES.
022300         10  CCX-PROD-ID      PIC 9(09).
022400         10  CCX-MASK-ID      PIC 9(09).
022500*--------------------------------------------------------------*
022600* CC-CMP-TABLE - THE PRODUCTION SIDE OF THE FILE UNDER          *
022700* COMPARISON: EACH RECORD'S MATCH KEY, THE IMAGE OF THE FIELDS  *
022800* COMPARED AND WHETHER A REHEARSAL RECORD HAS CLAIMED IT. TWO   *
022900* RECORDS ON THE SAME KEY PAIR OFF IN FILE ORDER.               *
023000*--------------------------------------------------------------*
023100 01  CC-CMP-TABLE.
023200     05  CC-CMP-ENTRY OCCURS 10000 TIMES.
023300         10  CCT-KEY          PIC X(44).
023400         10  CCT-IMAGE        PIC X(60).
023500         10  CCT-MATCHED      PIC X(01).
023600*--------------------------------------------------------------*
023700* CC-SUMMARY-TABLE - ONE ENTRY PER FILE COMPARED, FOR THE       *
023800* SUMMARY AT THE FOOT OF CMPRPT.                                *
023900*--------------------------------------------------------------*
024000 01  CC-SUMMARY-TABLE.
024100     05  CC-SUMMARY-ENTRY OCCURS 9 TIMES.
024200         10  CCS-FILE         PIC X(08).
024300         10  CCS-STATE        PIC X(01).
024400         10  CCS-PROD-RECS    PIC 9(07) COMP.
024500         10  CCS-TEST-RECS    PIC 9(07) COMP.
024600         10  CCS-SAME         PIC 9(07) COMP.
024700         10  CCS-CHANGED      PIC 9(07) COMP.
024800         10  CCS-ADDED        PIC 9(07) COMP.
024900         10  CCS-DROPPED      PIC 9(07) COMP.
025000         10  CCS-FIELD-DIFFS  PIC 9(07) COMP.
025100*--------------------------------------------------------------*
025200* RECORD VIEWS. EACH FILE'S RECORD IS READ INTO ITS VIEW TO     *
025300* BUILD THE KEY AND IMAGE; EACH IMAGE VIEW IS LAID OVER A       *
025400* MATCHED PAIR (PRODUCTION, REHEARSAL) TO NAME THE FIELDS THAT  *
025500* DIFFER.                                                       *
025600*--------------------------------------------------------------*
025700 01  CRV-RECORD.
025800     05  CRV-STUDENT-ID       PIC 9(09).
025900     05  CRV-TERM             PIC X(06).
026000     05  CRV-ELIGIBLE-FLAG    PIC X(01).
026100     05  CRV-RESULT-TEXT      PIC X(08).
026110     05  CRV-DECISION-DATE    PIC 9(08).
026120     05  FILLER               PIC X(78).
026200 01  CRI-PROD-IMAGE.
026300     05  CRIP-ELIGIBLE-FLAG   PIC X(01).
026400     05  CRIP-RESULT-TEXT     PIC X(08).
026500     05  FILLER               PIC X(51).
026600 01  CRI-TEST-IMAGE.
026700     05  CRIT-ELIGIBLE-FLAG   PIC X(01).
026800     05  CRIT-RESULT-TEXT     PIC X(08).
026900     05  FILLER               PIC X(51).
027000 01  AWV-RECORD.
027100     05  AWV-STUDENT-ID       PIC 9(09).
027200     05  AWV-AGE-BRACKET      PIC X(07).
027300     05  AWV-DEPENDENT-VAR    PIC X(07).
027400     05  AWV-AID-CODE         PIC X(04).
027500     05  AWV-AWARD-AMOUNT     PIC 9(05)V99.
027600     05  AWV-OVERRIDE-FLAG    PIC X(01).
027700     05  AWV-TERM             PIC X(06).
027800 01  AWI-PROD-IMAGE.
027900     05  AWIP-AGE-BRACKET     PIC X(07).
028000     05  AWIP-DEPENDENT-VAR   PIC X(07).
028100     05  AWIP-AWARD-AMOUNT    PIC 9(05)V99.
028200     05  AWIP-OVERRIDE-FLAG   PIC X(01).
028300     05  FILLER               PIC X(38).
028400 01  AWI-TEST-IMAGE.
028500     05  AWIT-AGE-BRACKET     PIC X(07).
028600     05  AWIT-DEPENDENT-VAR   PIC X(07).
028700     05  AWIT-AWARD-AMOUNT    PIC 9(05)V99.
028800     05  AWIT-OVERRIDE-FLAG   PIC X(01).
028900     05  FILLER               PIC X(38).
029000 01  EVV-RECORD.
029100     05  EVV-STUDENT-ID       PIC 9(09).
029200     05  EVV-AGE-BRACKET      PIC X(07).
029300     05  EVV-DEPENDENT-VAR    PIC X(07).
029400 01  EVI-PROD-IMAGE.
029500     05  EVIP-AGE-BRACKET     PIC X(07).
029600     05  EVIP-DEPENDENT-VAR   PIC X(07).
029700     05  FILLER               PIC X(46).
029800 01  EVI-TEST-IMAGE.
029900     05  EVIT-AGE-BRACKET     PIC X(07).
030000     05  EVIT-DEPENDENT-VAR   PIC X(07).
030100     05  FILLER               PIC X(46).
030200 01  CC-VARIANT-NAMES.
030300     05  FILLER               PIC X(08) VALUE 'EVALNODP'.
030400     05  FILLER               PIC X(08) VALUE 'EVALPRID'.
030500     05  FILLER               PIC X(08) VALUE 'EVALBU18'.
030600     05  FILLER               PIC X(08) VALUE 'EVALBOTH'.
030700 01  CC-VARIANT-NAMES-R REDEFINES CC-VARIANT-NAMES.
030800     05  CC-VARIANT-NAME OCCURS 4 TIMES PIC X(08).
030900 COPY STUACREC.
031000 01  ACI-PROD-IMAGE.
031100     05  ACIP-AMOUNT          PIC S9(07)V99
031200                              SIGN LEADING SEPARATE.
031300     05  FILLER               PIC X(50).
031400 01  ACI-TEST-IMAGE.
031500     05  ACIT-AMOUNT          PIC S9(07)V99
031600                              SIGN LEADING SEPARATE.
031700     05  FILLER               PIC X(50).
031800 01  RSV-RECORD.
031900     05  RSV-FEED-NAME        PIC X(10).
032000     05  RSV-RECORD-COUNT     PIC 9(06).
032100     05  RSV-SEQUENCE-STATUS  PIC X(08).
032200     05  RSV-VALID-COUNT      PIC 9(06).
032300     05  RSV-REJECT-COUNT     PIC 9(06).
032400     05  RSV-BALANCE-STATUS   PIC X(08).
032500 01  RSI-PROD-IMAGE.
032600     05  RSIP-RECORD-COUNT    PIC 9(06).
032700     05  RSIP-SEQUENCE-STATUS PIC X(08).
032800     05  RSIP-VALID-COUNT     PIC 9(06).
032900     05  RSIP-REJECT-COUNT    PIC 9(06).
033000     05  RSIP-BALANCE-STATUS  PIC X(08).
033100     05  FILLER               PIC X(26).
033200 01  RSI-TEST-IMAGE.
033300     05  RSIT-RECORD-COUNT    PIC 9(06).
033400     05  RSIT-SEQUENCE-STATUS PIC X(08).
033500     05  RSIT-VALID-COUNT     PIC 9(06).
033600     05  RSIT-REJECT-COUNT    PIC 9(06).
033700     05  RSIT-BALANCE-STATUS  PIC X(08).
033800     05  FILLER               PIC X(26).
033900*--------------------------------------------------------------*
034000* ADV-RECORD - AN ADDRPT CATEGORY LINE. THE RUN HEADER LINE     *
034100* (PROGRAM ID, DATE, TIME, BATCH) IS PASSED OVER: ITS SECOND    *
034200* BYTE ON IS NOT A NUMBER.                                      *
034300*--------------------------------------------------------------*
034400 01  ADV-RECORD.
034500     05  ADV-CATEGORY         PIC X(01).
034600         88  ADV-LEDGER-CATEGORY VALUE 'A' THRU 'E'.
034700     05  ADV-BEFORE           PIC S9(07)V99.
034800     05  ADV-AFTER            PIC S9(07)V99.
034900     05  ADV-DIFFERENCE       PIC S9(07)V99.
035000     05  ADV-MASTER-STATUS    PIC X(16).
035100 01  ADI-PROD-IMAGE.
035200     05  ADIP-BEFORE          PIC S9(07)V99.
035300     05  ADIP-AFTER           PIC S9(07)V99.
035400     05  ADIP-DIFFERENCE      PIC S9(07)V99.
035500     05  ADIP-MASTER-STATUS   PIC X(16).
035600     05  FILLER               PIC X(17).
035700 01  ADI-TEST-IMAGE.
035800     05  ADIT-BEFORE          PIC S9(07)V99.
035900     05  ADIT-AFTER           PIC S9(07)V99.
036000     05  ADIT-DIFFERENCE      PIC S9(07)V99.
036100     05  ADIT-MASTER-STATUS   PIC X(16).
036200     05  FILLER               PIC X(17).
036300*--------------------------------------------------------------*
036400* REPORT LINES.                                                 *
036500*--------------------------------------------------------------*
036600 01  CC-TITLE-LINE.
036700     05  FILLER               PIC X(40) VALUE
036800         'CYCCOMP - REHEARSAL VERSUS PRODUCTION OU'.
036900     05  FILLER               PIC X(17) VALUE
037000         'TPUT COMPARISON  '.
037100     05  FILLER               PIC X(09) VALUE 'RUN DATE '.
037200     05  CTL-RUN-DATE         PIC 9(08).
037300     05  FILLER               PIC X(46) VALUE SPACES.
037400 01  CC-DATES-LINE.
037500     05  FILLER               PIC X(32) VALUE
037600         'STUACCT POSTINGS - PRODUCTION   '.
037700     05  CDT-PROD-DATE        PIC X(08).
037800     05  FILLER               PIC X(13) VALUE '   REHEARSAL '.
037900     05  CDT-TEST-DATE        PIC X(08).
038000     05  FILLER               PIC X(18) VALUE
038100         '   MSKXREF ENTRIES'.
038200     05  CDT-XREF-COUNT       PIC ZZZZ9.
038300     05  FILLER               PIC X(36) VALUE SPACES.
038400 01  CC-DETAIL-HEADING.
038500     05  FILLER               PIC X(40) VALUE
038600         'FILE     RESULT  KEY                    '.
038700     05  FILLER               PIC X(40) VALUE
038800         '                     FIELD          PROD'.
038900     05  FILLER               PIC X(40) VALUE
039000         'UCTION           REHEARSAL'.
039100 01  CC-DETAIL-LINE.
039200     05  CDL-FILE             PIC X(08).
039300     05  FILLER               PIC X(01).
039400     05  CDL-RESULT           PIC X(07).
039500     05  FILLER               PIC X(01).
039600     05  CDL-KEY              PIC X(44).
039700     05  FILLER               PIC X(01).
039800     05  CDL-FIELD            PIC X(14).
039900     05  FILLER               PIC X(01).
040000     05  CDL-PROD             PIC X(20).
040100     05  FILLER               PIC X(01).
040200     05  CDL-TEST             PIC X(20).
040300     05  FILLER               PIC X(02).
040400 01  CC-NOTE-LINE.
040500     05  CNL-FILE             PIC X(08).
040600     05  FILLER               PIC X(01).
040700     05  CNL-TEXT             PIC X(111).
040800 01  CC-SUMMARY-HEADING.
040900     05  FILLER               PIC X(40) VALUE
041000         'SUMMARY   PROD RECS TEST RECS      SAME '.
041100     05  FILLER               PIC X(40) VALUE
041200         '  CHANGED    ADDED  DROPPED FIELD DIFFS '.
041300     05  FILLER               PIC X(40) VALUE
041400         'RESULT'.
041500 01  CC-SUMMARY-LINE.
041600     05  CSL-FILE             PIC X(08).
041700     05  FILLER               PIC X(01).
041800     05  CSL-PROD-RECS        PIC Z(8)9.
041900     05  FILLER               PIC X(01).
042000     05  CSL-TEST-RECS        PIC Z(8)9.
042100     05  FILLER               PIC X(01).
042200     05  CSL-SAME             PIC Z(8)9.
042300     05  FILLER               PIC X(01).
042400     05  CSL-CHANGED          PIC Z(8)9.
042500     05  FILLER               PIC X(01).
042600     05  CSL-ADDED            PIC Z(7)9.
042700     05  FILLER               PIC X(01).
042800     05  CSL-DROPPED          PIC Z(7)9.
042900     05  FILLER               PIC X(01).
043000     05  CSL-FIELD-DIFFS      PIC Z(10)9.
043100     05  FILLER               PIC X(01).
043200     05  CSL-RESULT           PIC X(12).
043300     05  FILLER               PIC X(31).
043400 01  CC-VERDICT-LINE.
043500     05  CVL-TEXT             PIC X(40).
043600     05  CVL-COUNT            PIC Z(6)9.
043700     05  FILLER               PIC X(73).
043800 PROCEDURE DIVISION.
043900 0000-MAINLINE.
044000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
044100     PERFORM 1000-READ-COMPARE-PARM
044200         THRU 1000-READ-COMPARE-PARM-EXIT.
044300     PERFORM 1100-LOAD-MASK-XREF
044400         THRU 1100-LOAD-MASK-XREF-EXIT.
044500     OPEN OUTPUT CC-REPORT-FILE.
044600     IF NOT WS-REPORT-OK
044700         DISPLAY 'CYCCOMP: CMPRPT WILL NOT OPEN - STATUS '
044800             WS-REPORT-STATUS
044900         MOVE 8 TO RETURN-CODE
045000         GO TO 9999-EXIT
045100     END-IF.
045200     PERFORM 1200-WRITE-TITLE
045300         THRU 1200-WRITE-TITLE-EXIT.
045400     PERFORM 3000-COMPARE-CONDRES
045500         THRU 3000-COMPARE-CONDRES-EXIT.
045600     PERFORM 3100-COMPARE-AWARDS
045700         THRU 3100-COMPARE-AWARDS-EXIT.
045800     PERFORM 3200-COMPARE-VARIANT
045900         THRU 3200-COMPARE-VARIANT-EXIT
046000         VARYING WS-VARIANT-SUB FROM 1 BY 1
046100         UNTIL WS-VARIANT-SUB > 4.
046200     PERFORM 3300-COMPARE-POSTINGS
046300         THRU 3300-COMPARE-POSTINGS-EXIT.
046400     PERFORM 3400-COMPARE-FEED-COUNTS
046500         THRU 3400-COMPARE-FEED-COUNTS-EXIT.
046600     PERFORM 3500-COMPARE-LEDGER-TOTALS
046700         THRU 3500-COMPARE-LEDGER-TOTALS-EXIT.
046800     PERFORM 6000-WRITE-SUMMARY
046900         THRU 6000-WRITE-SUMMARY-EXIT.
047000     CLOSE CC-REPORT-FILE.
047100     DISPLAY 'CYCCOMP: ' WS-FILES-COMPARED ' FILES COMPARED, '
047200         WS-FILES-INCOMPLETE ' INCOMPLETE, '
047300         WS-TOTAL-DIFFERENCES ' DIFFERENCES'.
047400     DISPLAY 'CYCCOMP: ' WS-IDS-TRANSLATED
047500         ' REHEARSAL IDS TRANSLATED, ' WS-IDS-NOT-ON-XREF
047600         ' NOT ON MSKXREF'.
047700     IF WS-FILES-INCOMPLETE > 0
047800         OR WS-FILES-COMPARED = 0
047900         MOVE 8 TO RETURN-CODE
048000     ELSE
048100         IF WS-TOTAL-DIFFERENCES > 0
048200             MOVE 4 TO RETURN-CODE
048300         END-IF
048400     END-IF.
048500     GO TO 9999-EXIT.
048600*--------------------------------------------------------------*
048700* 1000-READ-COMPARE-PARM - THE FIRST NON-COMMENT CCPARM CARD.   *
048800* NO CARD, OR A DATE THAT IS NOT A NUMBER, COMPARES EVERY       *
048900* STUACCT POSTING ON THAT SIDE.                                 *
049000*--------------------------------------------------------------*
049100 1000-READ-COMPARE-PARM.
049200     MOVE 0 TO WS-PROD-DATE.
049300     MOVE 0 TO WS-TEST-DATE.
049400     SET WS-NOT-AT-EOF TO TRUE.
049500     OPEN INPUT CC-PARM-FILE.
049600     IF NOT WS-PARM-OK
049700         GO TO 1000-READ-COMPARE-PARM-EXIT
049800     END-IF.
049900     PERFORM 1010-READ-ONE-PARM
050000         THRU 1010-READ-ONE-PARM-EXIT.
050100     PERFORM UNTIL WS-AT-EOF
050200             OR CC-PARM-CARD (1:1) NOT = '*'
050300         PERFORM 1010-READ-ONE-PARM
050400             THRU 1010-READ-ONE-PARM-EXIT
050500     END-PERFORM.
050600     IF WS-NOT-AT-EOF
050700         IF CCP-PROD-DATE NUMERIC
050800             MOVE CCP-PROD-DATE TO WS-PROD-DATE
050900         END-IF
051000         IF CCP-TEST-DATE NUMERIC
051100             MOVE CCP-TEST-DATE TO WS-TEST-DATE
051200         END-IF
051300     END-IF.
051400     CLOSE CC-PARM-FILE.
051500 1000-READ-COMPARE-PARM-EXIT.
051600     EXIT.
051700*--------------------------------------------------------------*
051800* 1010-READ-ONE-PARM - A SINGLE READ OF CCPARM.                 *
051900*--------------------------------------------------------------*
052000 1010-READ-ONE-PARM.
052100     READ CC-PARM-FILE
052200         AT END SET WS-AT-EOF TO TRUE
052300     END-READ.
052400 1010-READ-ONE-PARM-EXIT.
052500     EXIT.
052600*--------------------------------------------------------------*
052700* 1100-LOAD-MASK-XREF - MSKXREF INTO CC-XREF-TABLE. NO MSKXREF  *
052800* (AN UNMASKED REHEARSAL) LEAVES THE TABLE EMPTY. MORE ENTRIES  *
052900* THAN TESTMASK EVER WRITES IS REPORTED AND THE REST IGNORED -  *
053000* THOSE IDS THEN SHOW AS ADDS AND DROPS.                        *
053100*--------------------------------------------------------------*
053200 1100-LOAD-MASK-XREF.
053300     MOVE 0 TO WS-XREF-COUNT.
053400     SET WS-NOT-AT-EOF TO TRUE.
053500     OPEN INPUT CC-XREF-FILE.
053600     IF NOT WS-XREF-OK
053700         DISPLAY 'CYCCOMP: NO MSKXREF - REHEARSAL IDS COMPARED '
053800             'AS THEY STAND'
053900         GO TO 1100-LOAD-MASK-XREF-EXIT
054000     END-IF.
054100     PERFORM 1110-READ-ONE-XREF
054200         THRU 1110-READ-ONE-XREF-EXIT.
054300     PERFORM UNTIL WS-AT-EOF
054400         IF WS-XREF-COUNT < WS-XREF-MAX
054500             ADD 1 TO WS-XREF-COUNT
054600             MOVE MSK-OLD-ID TO CCX-PROD-ID (WS-XREF-COUNT)
054700             MOVE MSK-NEW-ID TO CCX-MASK-ID (WS-XREF-COUNT)
054800         ELSE
054900             DISPLAY 'CYCCOMP: MSKXREF HOLDS MORE THAN '
055000                 WS-XREF-MAX ' IDS - THE REST ARE NOT '
055100                 'TRANSLATED'
055200             SET WS-AT-EOF TO TRUE
055300         END-IF
055400         IF WS-NOT-AT-EOF
055500             PERFORM 1110-READ-ONE-XREF
055600                 THRU 1110-READ-ONE-XREF-EXIT
055700         END-IF
055800     END-PERFORM.
055900     CLOSE CC-XREF-FILE.
056000 1100-LOAD-MASK-XREF-EXIT.
056100     EXIT.
056200*--------------------------------------------------------------*
056300* 1110-READ-ONE-XREF - A SINGLE READ OF MSKXREF.                *
056400*--------------------------------------------------------------*
056500 1110-READ-ONE-XREF.
056600     READ CC-XREF-FILE
056700         AT END SET WS-AT-EOF TO TRUE
056800     END-READ.
056900 1110-READ-ONE-XREF-EXIT.
057000     EXIT.
057100*--------------------------------------------------------------*
057200* 1200-WRITE-TITLE - TITLE, THE POSTING DATES COMPARED AND THE  *
057300* DETAIL COLUMN HEADINGS.                                       *
057400*--------------------------------------------------------------*
057500 1200-WRITE-TITLE.
057600     MOVE WS-RUN-DATE TO CTL-RUN-DATE.
057700     WRITE CC-REPORT-LINE FROM CC-TITLE-LINE.
057800     IF WS-PROD-DATE = 0
057900         MOVE 'ALL' TO CDT-PROD-DATE
058000     ELSE
058100         MOVE WS-PROD-DATE TO CDT-PROD-DATE
058200     END-IF.
058300     IF WS-TEST-DATE = 0
058400         MOVE 'ALL' TO CDT-TEST-DATE
058500     ELSE
058600         MOVE WS-TEST-DATE TO CDT-TEST-DATE
058700     END-IF.
058800     MOVE WS-XREF-COUNT TO CDT-XREF-COUNT.
058900     WRITE CC-REPORT-LINE FROM CC-DATES-LINE.
059000     MOVE SPACES TO CC-REPORT-LINE.
059100     WRITE CC-REPORT-LINE.
059200     WRITE CC-REPORT-LINE FROM CC-DETAIL-HEADING.
059300 1200-WRITE-TITLE-EXIT.
059400     EXIT.
059500*--------------------------------------------------------------*
059600* 3000-COMPARE-CONDRES - RESIDENCY DECISIONS, KEYED BY STUDENT  *
059700* AND TERM: THE ELIGIBLE FLAG AND RESULT TEXT ARE COMPARED. THE *
059710* DECISION DATE AND PRIOR DECISIONS ARE NOT - A REHEARSAL RUNS  *
059720* ON ANOTHER DAY, SO THEY WOULD DIFFER ON EVERY RECORD.         *
059800*--------------------------------------------------------------*
059900 3000-COMPARE-CONDRES.
060000     MOVE 'CONDRES ' TO WS-CMP-FILE.
060100     PERFORM 7000-START-FILE
060200         THRU 7000-START-FILE-EXIT.
060300     OPEN INPUT CC-PCOND-FILE.
060400     IF WS-PROD-OK
060500         SET WS-PROD-PRESENT TO TRUE
060600     END-IF.
060700     OPEN INPUT CC-TCOND-FILE.
060800     IF WS-TEST-OK
060900         SET WS-TEST-PRESENT TO TRUE
061000     END-IF.
061100     PERFORM 7100-CHECK-BOTH-SIDES
061200         THRU 7100-CHECK-BOTH-SIDES-EXIT.
061300     IF WS-FILE-COMPARED
061400         PERFORM 3010-LOAD-PROD-CONDRES
061500             THRU 3010-LOAD-PROD-CONDRES-EXIT
061600     END-IF.
061700     IF WS-FILE-COMPARED
061800         PERFORM 3020-MATCH-TEST-CONDRES
061900             THRU 3020-MATCH-TEST-CONDRES-EXIT
062000         PERFORM 7400-LIST-DROPPED
062100             THRU 7400-LIST-DROPPED-EXIT
062200     END-IF.
062300     IF WS-PROD-PRESENT
062400         CLOSE CC-PCOND-FILE
062500     END-IF.
062600     IF WS-TEST-PRESENT
062700         CLOSE CC-TCOND-FILE
062800     END-IF.
062900     PERFORM 7900-END-FILE
063000         THRU 7900-END-FILE-EXIT.
063100 3000-COMPARE-CONDRES-EXIT.
063200     EXIT.
063300*--------------------------------------------------------------*
063400* 3010-LOAD-PROD-CONDRES - THE PRODUCTION CONDRES INTO THE      *
063500* COMPARISON TABLE.                                             *
063600*--------------------------------------------------------------*
063700 3010-LOAD-PROD-CONDRES.
063800     SET WS-NOT-AT-EOF TO TRUE.
063900     PERFORM UNTIL WS-AT-EOF OR WS-FILE-INCOMPLETE
064000         READ CC-PCOND-FILE
064100             AT END SET WS-AT-EOF TO TRUE
064200         END-READ
064300         IF WS-NOT-AT-EOF
064400             MOVE CC-PCOND-RECORD TO CRV-RECORD
064500             MOVE CRV-STUDENT-ID TO WS-TRANSLATE-ID
064600             PERFORM 3030-BUILD-CONDRES-ENTRY
064700                 THRU 3030-BUILD-CONDRES-ENTRY-EXIT
064800             PERFORM 7200-ADD-PROD-ENTRY
064900                 THRU 7200-ADD-PROD-ENTRY-EXIT
065000         END-IF
065100     END-PERFORM.
065200 3010-LOAD-PROD-CONDRES-EXIT.
065300     EXIT.
065400*--------------------------------------------------------------*
065500* 3020-MATCH-TEST-CONDRES - EACH REHEARSAL CONDRES RECORD,      *
065600* ITS ID TRANSLATED, AGAINST THE TABLE.                         *
065700*--------------------------------------------------------------*
065800 3020-MATCH-TEST-CONDRES.
065900     SET WS-NOT-AT-EOF TO TRUE.
066000     PERFORM UNTIL WS-AT-EOF
066100         READ CC-TCOND-FILE
066200             AT END SET WS-AT-EOF TO TRUE
066300         END-READ
066400         IF WS-NOT-AT-EOF
066500             MOVE CC-TCOND-RECORD TO CRV-RECORD
066600             MOVE CRV-STUDENT-ID TO WS-TRANSLATE-ID
066700             PERFORM 7050-TRANSLATE-ID
066800                 THRU 7050-TRANSLATE-ID-EXIT
066900             PERFORM 3030-BUILD-CONDRES-ENTRY
067000                 THRU 3030-BUILD-CONDRES-ENTRY-EXIT
067100             PERFORM 7300-MATCH-TEST-ENTRY
067200                 THRU 7300-MATCH-TEST-ENTRY-EXIT
067300             IF WS-ENTRY-CHANGED
067400                 PERFORM 3040-DIFF-CONDRES
067500                     THRU 3040-DIFF-CONDRES-EXIT
067600             END-IF
067700         END-IF
067800     END-PERFORM.
067900 3020-MATCH-TEST-CONDRES-EXIT.
068000     EXIT.
068100*--------------------------------------------------------------*
068200* 3030-BUILD-CONDRES-ENTRY - KEY STUDENT AND TERM, IMAGE THE    *
068300* DECISION.                                                     *
068400*--------------------------------------------------------------*
068500 3030-BUILD-CONDRES-ENTRY.
068600     MOVE SPACES TO WS-CMP-KEY.
068700     STRING WS-TRANSLATE-ID ' ' CRV-TERM
068800         DELIMITED BY SIZE INTO WS-CMP-KEY.
068900     MOVE SPACES TO WS-CMP-IMAGE.
069000     MOVE CRV-ELIGIBLE-FLAG TO WS-CMP-IMAGE (1:1).
069100     MOVE CRV-RESULT-TEXT TO WS-CMP-IMAGE (2:8).
069200 3030-BUILD-CONDRES-ENTRY-EXIT.
069300     EXIT.
069400*--------------------------------------------------------------*
069500* 3040-DIFF-CONDRES - THE DECISION FIELDS THAT DIFFER.          *
069600*--------------------------------------------------------------*
069700 3040-DIFF-CONDRES.
069800     MOVE CCT-IMAGE (WS-FOUND-IDX) TO CRI-PROD-IMAGE.
069900     MOVE WS-CMP-IMAGE TO CRI-TEST-IMAGE.
070000     IF CRIP-ELIGIBLE-FLAG NOT = CRIT-ELIGIBLE-FLAG
070100         MOVE 'ELIGIBLE FLAG' TO WS-DIFF-FIELD
070200         MOVE CRIP-ELIGIBLE-FLAG TO WS-DIFF-PROD
070300         MOVE CRIT-ELIGIBLE-FLAG TO WS-DIFF-TEST
070400         PERFORM 7600-WRITE-FIELD-DIFF
070500             THRU 7600-WRITE-FIELD-DIFF-EXIT
070600     END-IF.
070700     IF CRIP-RESULT-TEXT NOT = CRIT-RESULT-TEXT
070800         MOVE 'RESULT TEXT' TO WS-DIFF-FIELD
070900         MOVE CRIP-RESULT-TEXT TO WS-DIFF-PROD
071000         MOVE CRIT-RESULT-TEXT TO WS-DIFF-TEST
071100         PERFORM 7600-WRITE-FIELD-DIFF
071200             THRU 7600-WRITE-FIELD-DIFF-EXIT
071300     END-IF.
071400 3040-DIFF-CONDRES-EXIT.
071500     EXIT.
071600*--------------------------------------------------------------*
071700* 3100-COMPARE-AWARDS - EVALAWRD, KEYED BY STUDENT, AID CODE    *
071800* AND TERM: AGE BRACKET, DEPENDENCY VARIANT, AMOUNT AND THE     *
071900* OVERRIDE FLAG ARE COMPARED.                                   *
072000*--------------------------------------------------------------*
072100 3100-COMPARE-AWARDS.
072200     MOVE 'EVALAWRD' TO WS-CMP-FILE.
072300     PERFORM 7000-START-FILE
072400         THRU 7000-START-FILE-EXIT.
072500     OPEN INPUT CC-PAWD-FILE.
072600     IF WS-PROD-OK
072700         SET WS-PROD-PRESENT TO TRUE
072800     END-IF.
072900     OPEN INPUT CC-TAWD-FILE.
073000     IF WS-TEST-OK
073100         SET WS-TEST-PRESENT TO TRUE
073200     END-IF.
073300     PERFORM 7100-CHECK-BOTH-SIDES
073400         THRU 7100-CHECK-BOTH-SIDES-EXIT.
073500     IF WS-FILE-COMPARED
073600         PERFORM 3110-LOAD-PROD-AWARDS
073700             THRU 3110-LOAD-PROD-AWARDS-EXIT
073800     END-IF.
073900     IF WS-FILE-COMPARED
074000         PERFORM 3120-MATCH-TEST-AWARDS
074100             THRU 3120-MATCH-TEST-AWARDS-EXIT
074200         PERFORM 7400-LIST-DROPPED
074300             THRU 7400-LIST-DROPPED-EXIT
074400     END-IF.
074500     IF WS-PROD-PRESENT
074600         CLOSE CC-PAWD-FILE
074700     END-IF.
074800     IF WS-TEST-PRESENT
074900         CLOSE CC-TAWD-FILE
075000     END-IF.
075100     PERFORM 7900-END-FILE
075200         THRU 7900-END-FILE-EXIT.
075300 3100-COMPARE-AWARDS-EXIT.
075400     EXIT.
075500*--------------------------------------------------------------*
075600* 3110-LOAD-PROD-AWARDS - THE PRODUCTION EVALAWRD INTO THE      *
075700* COMPARISON TABLE.                                             *
075800*--------------------------------------------------------------*
075900 3110-LOAD-PROD-AWARDS.
076000     SET WS-NOT-AT-EOF TO TRUE.
076100     PERFORM UNTIL WS-AT-EOF OR WS-FILE-INCOMPLETE
076200         READ CC-PAWD-FILE
076300             AT END SET WS-AT-EOF TO TRUE
076400         END-READ
076500         IF WS-NOT-AT-EOF
076600             MOVE CC-PAWD-RECORD TO AWV-RECORD
076700             MOVE AWV-STUDENT-ID TO WS-TRANSLATE-ID
076800             PERFORM 3130-BUILD-AWARD-ENTRY
076900                 THRU 3130-BUILD-AWARD-ENTRY-EXIT
077000             PERFORM 7200-ADD-PROD-ENTRY
077100                 THRU 7200-ADD-PROD-ENTRY-EXIT
077200         END-IF
077300     END-PERFORM.
077400 3110-LOAD-PROD-AWARDS-EXIT.
077500     EXIT.
077600*--------------------------------------------------------------*
077700* 3120-MATCH-TEST-AWARDS - EACH REHEARSAL EVALAWRD RECORD,      *
077800* ITS ID TRANSLATED, AGAINST THE TABLE.                         *
077900*--------------------------------------------------------------*
078000 3120-MATCH-TEST-AWARDS.
078100     SET WS-NOT-AT-EOF TO TRUE.
078200     PERFORM UNTIL WS-AT-EOF
078300         READ CC-TAWD-FILE
078400             AT END SET WS-AT-EOF TO TRUE
078500         END-READ
078600         IF WS-NOT-AT-EOF
078700             MOVE CC-TAWD-RECORD TO AWV-RECORD
078800             MOVE AWV-STUDENT-ID TO WS-TRANSLATE-ID
078900             PERFORM 7050-TRANSLATE-ID
079000                 THRU 7050-TRANSLATE-ID-EXIT
079100             PERFORM 3130-BUILD-AWARD-ENTRY
079200                 THRU 3130-BUILD-AWARD-ENTRY-EXIT
079300             PERFORM 7300-MATCH-TEST-ENTRY
079400                 THRU 7300-MATCH-TEST-ENTRY-EXIT
079500             IF WS-ENTRY-CHANGED
079600                 PERFORM 3140-DIFF-AWARD
079700                     THRU 3140-DIFF-AWARD-EXIT
079800             END-IF
079900         END-IF
080000     END-PERFORM.
080100 3120-MATCH-TEST-AWARDS-EXIT.
080200     EXIT.
080300*--------------------------------------------------------------*
080400* 3130-BUILD-AWARD-ENTRY - KEY STUDENT, AID CODE AND TERM,      *
080500* IMAGE THE REST OF THE AWARD.                                  *
080600*--------------------------------------------------------------*
080700 3130-BUILD-AWARD-ENTRY.
080800     MOVE SPACES TO WS-CMP-KEY.
080900     STRING WS-TRANSLATE-ID ' ' AWV-AID-CODE ' ' AWV-TERM
081000         DELIMITED BY SIZE INTO WS-CMP-KEY.
081100     MOVE SPACES TO AWI-TEST-IMAGE.
081200     MOVE AWV-AGE-BRACKET TO AWIT-AGE-BRACKET.
081300     MOVE AWV-DEPENDENT-VAR TO AWIT-DEPENDENT-VAR.
081400     MOVE AWV-AWARD-AMOUNT TO AWIT-AWARD-AMOUNT.
081500     MOVE AWV-OVERRIDE-FLAG TO AWIT-OVERRIDE-FLAG.
081600     MOVE AWI-TEST-IMAGE TO WS-CMP-IMAGE.
081700 3130-BUILD-AWARD-ENTRY-EXIT.
081800     EXIT.
081900*--------------------------------------------------------------*
082000* 3140-DIFF-AWARD - THE AWARD FIELDS THAT DIFFER.               *
082100*--------------------------------------------------------------*
082200 3140-DIFF-AWARD.
082300     MOVE CCT-IMAGE (WS-FOUND-IDX) TO AWI-PROD-IMAGE.
082400     MOVE WS-CMP-IMAGE TO AWI-TEST-IMAGE.
082500     IF AWIP-AGE-BRACKET NOT = AWIT-AGE-BRACKET
082600         MOVE 'AGE BRACKET' TO WS-DIFF-FIELD
082700         MOVE AWIP-AGE-BRACKET TO WS-DIFF-PROD
082800         MOVE AWIT-AGE-BRACKET TO WS-DIFF-TEST
082900         PERFORM 7600-WRITE-FIELD-DIFF
083000             THRU 7600-WRITE-FIELD-DIFF-EXIT
083100     END-IF.
083200     IF AWIP-DEPENDENT-VAR NOT = AWIT-DEPENDENT-VAR
083300         MOVE 'DEPENDENCY VAR' TO WS-DIFF-FIELD
083400         MOVE AWIP-DEPENDENT-VAR TO WS-DIFF-PROD
083500         MOVE AWIT-DEPENDENT-VAR TO WS-DIFF-TEST
083600         PERFORM 7600-WRITE-FIELD-DIFF
083700             THRU 7600-WRITE-FIELD-DIFF-EXIT
083800     END-IF.
083900     IF AWIP-AWARD-AMOUNT NOT = AWIT-AWARD-AMOUNT
084000         MOVE 'AWARD AMOUNT' TO WS-DIFF-FIELD
084100         MOVE AWIP-AWARD-AMOUNT TO WS-EDIT-AMOUNT
084200         MOVE WS-EDIT-AMOUNT TO WS-DIFF-PROD
084300         MOVE AWIT-AWARD-AMOUNT TO WS-EDIT-AMOUNT
084400         MOVE WS-EDIT-AMOUNT TO WS-DIFF-TEST
084500         PERFORM 7600-WRITE-FIELD-DIFF
084600             THRU 7600-WRITE-FIELD-DIFF-EXIT
084700     END-IF.
084800     IF AWIP-OVERRIDE-FLAG NOT = AWIT-OVERRIDE-FLAG
084900         MOVE 'OVERRIDE FLAG' TO WS-DIFF-FIELD
085000         MOVE AWIP-OVERRIDE-FLAG TO WS-DIFF-PROD
085100         MOVE AWIT-OVERRIDE-FLAG TO WS-DIFF-TEST
085200         PERFORM 7600-WRITE-FIELD-DIFF
085300             THRU 7600-WRITE-FIELD-DIFF-EXIT
085400     END-IF.
085500 3140-DIFF-AWARD-EXIT.
085600     EXIT.
085700*--------------------------------------------------------------*
085800* 3200-COMPARE-VARIANT - ONE OF THE FOUR EVALSTMT DEPENDENCY    *
085900* VARIANT FILES (NODEPND, PRIDEPN, BOTHU18, BOTHDEP), PICKED BY *
086000* WS-VARIANT-SUB. KEYED BY STUDENT: AGE BRACKET AND VARIANT     *
086100* ARE COMPARED.                                                 *
086200*--------------------------------------------------------------*
086300 3200-COMPARE-VARIANT.
086400     MOVE CC-VARIANT-NAME (WS-VARIANT-SUB) TO WS-CMP-FILE.
086500     PERFORM 7000-START-FILE
086600         THRU 7000-START-FILE-EXIT.
086700     EVALUATE WS-VARIANT-SUB
086800         WHEN 1
086900             OPEN INPUT CC-PNODP-FILE
087000         WHEN 2
087100             OPEN INPUT CC-PPRID-FILE
087200         WHEN 3
087300             OPEN INPUT CC-PBU18-FILE
087400         WHEN OTHER
087500             OPEN INPUT CC-PBOTH-FILE
087600     END-EVALUATE.
087700     IF WS-PROD-OK
087800         SET WS-PROD-PRESENT TO TRUE
087900     END-IF.
088000     EVALUATE WS-VARIANT-SUB
088100         WHEN 1
088200             OPEN INPUT CC-TNODP-FILE
088300         WHEN 2
088400             OPEN INPUT CC-TPRID-FILE
088500         WHEN 3
088600             OPEN INPUT CC-TBU18-FILE
088700         WHEN OTHER
088800             OPEN INPUT CC-TBOTH-FILE
088900     END-EVALUATE.
089000     IF WS-TEST-OK
089100         SET WS-TEST-PRESENT TO TRUE
089200     END-IF.
089300     PERFORM 7100-CHECK-BOTH-SIDES
089400         THRU 7100-CHECK-BOTH-SIDES-EXIT.
089500     IF WS-FILE-COMPARED
089600         PERFORM 3210-LOAD-PROD-VARIANT
089700             THRU 3210-LOAD-PROD-VARIANT-EXIT
089800     END-IF.
089900     IF WS-FILE-COMPARED
090000         PERFORM 3220-MATCH-TEST-VARIANT
090100             THRU 3220-MATCH-TEST-VARIANT-EXIT
090200         PERFORM 7400-LIST-DROPPED
090300             THRU 7400-LIST-DROPPED-EXIT
090400     END-IF.
090500     IF WS-PROD-PRESENT
090600         EVALUATE WS-VARIANT-SUB
090700             WHEN 1
090800                 CLOSE CC-PNODP-FILE
090900             WHEN 2
091000                 CLOSE CC-PPRID-FILE
091100             WHEN 3
091200                 CLOSE CC-PBU18-FILE
091300             WHEN OTHER
091400                 CLOSE CC-PBOTH-FILE
091500         END-EVALUATE
091600     END-IF.
091700     IF WS-TEST-PRESENT
091800         EVALUATE WS-VARIANT-SUB
091900             WHEN 1
092000                 CLOSE CC-TNODP-FILE
092100             WHEN 2
092200                 CLOSE CC-TPRID-FILE
092300             WHEN 3
092400                 CLOSE CC-TBU18-FILE
092500             WHEN OTHER
092600                 CLOSE CC-TBOTH-FILE
092700         END-EVALUATE
092800     END-IF.
092900     PERFORM 7900-END-FILE
093000         THRU 7900-END-FILE-EXIT.
093100 3200-COMPARE-VARIANT-EXIT.
093200     EXIT.
093300*--------------------------------------------------------------*
093400* 3210-LOAD-PROD-VARIANT - THE PRODUCTION VARIANT FILE INTO THE *
093500* COMPARISON TABLE.                                             *
093600*--------------------------------------------------------------*
093700 3210-LOAD-PROD-VARIANT.
093800     SET WS-NOT-AT-EOF TO TRUE.
093900     PERFORM UNTIL WS-AT-EOF OR WS-FILE-INCOMPLETE
094000         PERFORM 3230-READ-PROD-VARIANT
094100             THRU 3230-READ-PROD-VARIANT-EXIT
094200         IF WS-NOT-AT-EOF
094300             MOVE EVV-STUDENT-ID TO WS-TRANSLATE-ID
094400             PERFORM 3250-BUILD-VARIANT-ENTRY
094500                 THRU 3250-BUILD-VARIANT-ENTRY-EXIT
094600             PERFORM 7200-ADD-PROD-ENTRY
094700                 THRU 7200-ADD-PROD-ENTRY-EXIT
094800         END-IF
094900     END-PERFORM.
095000 3210-LOAD-PROD-VARIANT-EXIT.
095100     EXIT.
095200*--------------------------------------------------------------*
095300* 3220-MATCH-TEST-VARIANT - EACH REHEARSAL VARIANT RECORD, ITS  *
095400* ID TRANSLATED, AGAINST THE TABLE.                             *
095500*--------------------------------------------------------------*
095600 3220-MATCH-TEST-VARIANT.
095700     SET WS-NOT-AT-EOF TO TRUE.
095800     PERFORM UNTIL WS-AT-EOF
095900         PERFORM 3240-READ-TEST-VARIANT
096000             THRU 3240-READ-TEST-VARIANT-EXIT
096100         IF WS-NOT-AT-EOF
096200             MOVE EVV-STUDENT-ID TO WS-TRANSLATE-ID
096300             PERFORM 7050-TRANSLATE-ID
096400                 THRU 7050-TRANSLATE-ID-EXIT
096500             PERFORM 3250-BUILD-VARIANT-ENTRY
096600                 THRU 3250-BUILD-VARIANT-ENTRY-EXIT
096700             PERFORM 7300-MATCH-TEST-ENTRY
096800                 THRU 7300-MATCH-TEST-ENTRY-EXIT
096900             IF WS-ENTRY-CHANGED
097000                 PERFORM 3260-DIFF-VARIANT
097100                     THRU 3260-DIFF-VARIANT-EXIT
097200             END-IF
097300         END-IF
097400     END-PERFORM.
097500 3220-MATCH-TEST-VARIANT-EXIT.
097600     EXIT.
097700*--------------------------------------------------------------*
097800* 3230-READ-PROD-VARIANT - A SINGLE READ OF THE PRODUCTION      *
097900* VARIANT FILE INTO EVV-RECORD.                                 *
098000*--------------------------------------------------------------*
098100 3230-READ-PROD-VARIANT.
098200     EVALUATE WS-VARIANT-SUB
098300         WHEN 1
098400             READ CC-PNODP-FILE INTO EVV-RECORD
098500                 AT END SET WS-AT-EOF TO TRUE
098600             END-READ
098700         WHEN 2
098800             READ CC-PPRID-FILE INTO EVV-RECORD
098900                 AT END SET WS-AT-EOF TO TRUE
099000             END-READ
099100         WHEN 3
099200             READ CC-PBU18-FILE INTO EVV-RECORD
099300                 AT END SET WS-AT-EOF TO TRUE
099400             END-READ
099500         WHEN OTHER
099600             READ CC-PBOTH-FILE INTO EVV-RECORD
099700                 AT END SET WS-AT-EOF TO TRUE
099800             END-READ
099900     END-EVALUATE.
100000 3230-READ-PROD-VARIANT-EXIT.
100100     EXIT.
100200*--------------------------------------------------------------*
100300* 3240-READ-TEST-VARIANT - A SINGLE READ OF THE REHEARSAL       *
100400* VARIANT FILE INTO EVV-RECORD.                                 *
100500*--------------------------------------------------------------*
100600 3240-READ-TEST-VARIANT.
100700     EVALUATE WS-VARIANT-SUB
100800         WHEN 1
100900             READ CC-TNODP-FILE INTO EVV-RECORD
101000                 AT END SET WS-AT-EOF TO TRUE
101100             END-READ
101200         WHEN 2
101300             READ CC-TPRID-FILE INTO EVV-RECORD
101400                 AT END SET WS-AT-EOF TO TRUE
101500             END-READ
101600         WHEN 3
101700             READ CC-TBU18-FILE INTO EVV-RECORD
101800                 AT END SET WS-AT-EOF TO TRUE
101900             END-READ
102000         WHEN OTHER
102100             READ CC-TBOTH-FILE INTO EVV-RECORD
102200                 AT END SET WS-AT-EOF TO TRUE
102300             END-READ
102400     END-EVALUATE.
102500 3240-READ-TEST-VARIANT-EXIT.
102600     EXIT.
102700*--------------------------------------------------------------*
102800* 3250-BUILD-VARIANT-ENTRY - KEY STUDENT, IMAGE AGE BRACKET     *
102900* AND VARIANT.                                                  *
103000*--------------------------------------------------------------*
103100 3250-BUILD-VARIANT-ENTRY.
103200     MOVE SPACES TO WS-CMP-KEY.
103300     MOVE WS-TRANSLATE-ID TO WS-CMP-KEY (1:9).
103400     MOVE SPACES TO EVI-TEST-IMAGE.
103500     MOVE EVV-AGE-BRACKET TO EVIT-AGE-BRACKET.
103600     MOVE EVV-DEPENDENT-VAR TO EVIT-DEPENDENT-VAR.
103700     MOVE EVI-TEST-IMAGE TO WS-CMP-IMAGE.
103800 3250-BUILD-VARIANT-ENTRY-EXIT.
103900     EXIT.
104000*--------------------------------------------------------------*
104100* 3260-DIFF-VARIANT - THE VARIANT FIELDS THAT DIFFER.           *
104200*--------------------------------------------------------------*
104300 3260-DIFF-VARIANT.
104400     MOVE CCT-IMAGE (WS-FOUND-IDX) TO EVI-PROD-IMAGE.
104500     MOVE WS-CMP-IMAGE TO EVI-TEST-IMAGE.
104600     IF EVIP-AGE-BRACKET NOT = EVIT-AGE-BRACKET
104700         MOVE 'AGE BRACKET' TO WS-DIFF-FIELD
104800         MOVE EVIP-AGE-BRACKET TO WS-DIFF-PROD
104900         MOVE EVIT-AGE-BRACKET TO WS-DIFF-TEST
105000         PERFORM 7600-WRITE-FIELD-DIFF
105100             THRU 7600-WRITE-FIELD-DIFF-EXIT
105200     END-IF.
105300     IF EVIP-DEPENDENT-VAR NOT = EVIT-DEPENDENT-VAR
105400         MOVE 'DEPENDENCY VAR' TO WS-DIFF-FIELD
105500         MOVE EVIP-DEPENDENT-VAR TO WS-DIFF-PROD
105600         MOVE EVIT-DEPENDENT-VAR TO WS-DIFF-TEST
105700         PERFORM 7600-WRITE-FIELD-DIFF
105800             THRU 7600-WRITE-FIELD-DIFF-EXIT
105900     END-IF.
106000 3260-DIFF-VARIANT-EXIT.
106100     EXIT.
106200*--------------------------------------------------------------*
106300* 3300-COMPARE-POSTINGS - THE STUACCT POSTINGS OF THE CYCLE ON  *
106400* EACH SIDE (THE CCPARM POSTING DATE). A POSTING IS KEYED BY    *
106500* STUDENT, SOURCE PROGRAM, CATEGORY AND DESCRIPTION; THE AMOUNT *
106600* IS COMPARED. THE POSTING TIME IS NOT - THE TWO RUNS NEVER     *
106700* POST AT THE SAME MOMENT.                                      *
106800*--------------------------------------------------------------*
106900 3300-COMPARE-POSTINGS.
107000     MOVE 'STUACCT ' TO WS-CMP-FILE.
107100     PERFORM 7000-START-FILE
107200         THRU 7000-START-FILE-EXIT.
107300     OPEN INPUT CC-PACCT-FILE.
107400     IF WS-PROD-OK
107500         SET WS-PROD-PRESENT TO TRUE
107600     END-IF.
107700     OPEN INPUT CC-TACCT-FILE.
107800     IF WS-TEST-OK
107900         SET WS-TEST-PRESENT TO TRUE
108000     END-IF.
108100     PERFORM 7100-CHECK-BOTH-SIDES
108200         THRU 7100-CHECK-BOTH-SIDES-EXIT.
108300     IF WS-FILE-COMPARED
108400         PERFORM 3310-LOAD-PROD-POSTINGS
108500             THRU 3310-LOAD-PROD-POSTINGS-EXIT
108600     END-IF.
108700     IF WS-FILE-COMPARED
108800         PERFORM 3320-MATCH-TEST-POSTINGS
108900             THRU 3320-MATCH-TEST-POSTINGS-EXIT
109000         PERFORM 7400-LIST-DROPPED
109100             THRU 7400-LIST-DROPPED-EXIT
109200     END-IF.
109300     IF WS-PROD-PRESENT
109400         CLOSE CC-PACCT-FILE
109500     END-IF.
109600     IF WS-TEST-PRESENT
109700         CLOSE CC-TACCT-FILE
109800     END-IF.
109900     PERFORM 7900-END-FILE
110000         THRU 7900-END-FILE-EXIT.
110100 3300-COMPARE-POSTINGS-EXIT.
110200     EXIT.
110300*--------------------------------------------------------------*
110400* 3310-LOAD-PROD-POSTINGS - THE PRODUCTION CYCLE'S POSTINGS     *
110500* INTO THE COMPARISON TABLE.                                    *
110600*--------------------------------------------------------------*
110700 3310-LOAD-PROD-POSTINGS.
110800     SET WS-NOT-AT-EOF TO TRUE.
110900     PERFORM UNTIL WS-AT-EOF OR WS-FILE-INCOMPLETE
111000         READ CC-PACCT-FILE INTO STU-ACCT-RECORD
111100             AT END SET WS-AT-EOF TO TRUE
111200         END-READ
111300         IF WS-NOT-AT-EOF
111400             AND (WS-PROD-DATE = 0
111500              OR SUB-POST-DATE = WS-PROD-DATE)
111600             MOVE SUB-STUDENT-ID TO WS-TRANSLATE-ID
111700             PERFORM 3330-BUILD-POSTING-ENTRY
111800                 THRU 3330-BUILD-POSTING-ENTRY-EXIT
111900             PERFORM 7200-ADD-PROD-ENTRY
112000                 THRU 7200-ADD-PROD-ENTRY-EXIT
112100         END-IF
112200     END-PERFORM.
112300 3310-LOAD-PROD-POSTINGS-EXIT.
112400     EXIT.
112500*--------------------------------------------------------------*
112600* 3320-MATCH-TEST-POSTINGS - EACH REHEARSAL POSTING OF ITS      *
112700* CYCLE, ITS ID TRANSLATED, AGAINST THE TABLE.                  *
112800*--------------------------------------------------------------*
112900 3320-MATCH-TEST-POSTINGS.
113000     SET WS-NOT-AT-EOF TO TRUE.
113100     PERFORM UNTIL WS-AT-EOF
113200         READ CC-TACCT-FILE INTO STU-ACCT-RECORD
113300             AT END SET WS-AT-EOF TO TRUE
113400         END-READ
113500         IF WS-NOT-AT-EOF
113600             AND (WS-TEST-DATE = 0
113700              OR SUB-POST-DATE = WS-TEST-DATE)
113800             MOVE SUB-STUDENT-ID TO WS-TRANSLATE-ID
113900             PERFORM 7050-TRANSLATE-ID
114000                 THRU 7050-TRANSLATE-ID-EXIT
114100             PERFORM 3330-BUILD-POSTING-ENTRY
114200                 THRU 3330-BUILD-POSTING-ENTRY-EXIT
114300             PERFORM 7300-MATCH-TEST-ENTRY
114400                 THRU 7300-MATCH-TEST-ENTRY-EXIT
114500             IF WS-ENTRY-CHANGED
114600                 PERFORM 3340-DIFF-POSTING
114700                     THRU 3340-DIFF-POSTING-EXIT
114800             END-IF
114900         END-IF
115000     END-PERFORM.
115100 3320-MATCH-TEST-POSTINGS-EXIT.
115200     EXIT.
115300*--------------------------------------------------------------*
115400* 3330-BUILD-POSTING-ENTRY - KEY STUDENT, SOURCE, CATEGORY AND  *
115500* DESCRIPTION, IMAGE THE AMOUNT.                                *
115600*--------------------------------------------------------------*
115700 3330-BUILD-POSTING-ENTRY.
115800     MOVE SPACES TO WS-CMP-KEY.
115900     STRING WS-TRANSLATE-ID ' ' SUB-SOURCE ' ' SUB-CATEGORY
116000         ' ' SUB-DESC
116100         DELIMITED BY SIZE INTO WS-CMP-KEY.
116200     MOVE SPACES TO ACI-TEST-IMAGE.
116300     MOVE SUB-AMOUNT TO ACIT-AMOUNT.
116400     MOVE ACI-TEST-IMAGE TO WS-CMP-IMAGE.
116500 3330-BUILD-POSTING-ENTRY-EXIT.
116600     EXIT.
116700*--------------------------------------------------------------*
116800* 3340-DIFF-POSTING - THE AMOUNT, THE ONLY FIELD COMPARED.      *
116900*--------------------------------------------------------------*
117000 3340-DIFF-POSTING.
117100     MOVE CCT-IMAGE (WS-FOUND-IDX) TO ACI-PROD-IMAGE.
117200     MOVE WS-CMP-IMAGE TO ACI-TEST-IMAGE.
117300     MOVE 'AMOUNT' TO WS-DIFF-FIELD.
117400     MOVE ACIP-AMOUNT TO WS-EDIT-AMOUNT.
117500     MOVE WS-EDIT-AMOUNT TO WS-DIFF-PROD.
117600     MOVE ACIT-AMOUNT TO WS-EDIT-AMOUNT.
117700     MOVE WS-EDIT-AMOUNT TO WS-DIFF-TEST.
117800     PERFORM 7600-WRITE-FIELD-DIFF
117900         THRU 7600-WRITE-FIELD-DIFF-EXIT.
118000 3340-DIFF-POSTING-EXIT.
118100     EXIT.
118200*--------------------------------------------------------------*
118300* 3400-COMPARE-FEED-COUNTS - RSREPORT, KEYED BY FEED NAME: THE  *
118400* RECORD, VALID AND REJECT COUNTS AND THE SEQUENCE AND BALANCE  *
118500* STATUSES ARE COMPARED. NO STUDENT IDS TO TRANSLATE.           *
118600*--------------------------------------------------------------*
118700 3400-COMPARE-FEED-COUNTS.
118800     MOVE 'RSREPORT' TO WS-CMP-FILE.
118900     PERFORM 7000-START-FILE
119000         THRU 7000-START-FILE-EXIT.
119100     OPEN INPUT CC-PRSR-FILE.
119200     IF WS-PROD-OK
119300         SET WS-PROD-PRESENT TO TRUE
119400     END-IF.
119500     OPEN INPUT CC-TRSR-FILE.
119600     IF WS-TEST-OK
119700         SET WS-TEST-PRESENT TO TRUE
119800     END-IF.
119900     PERFORM 7100-CHECK-BOTH-SIDES
120000         THRU 7100-CHECK-BOTH-SIDES-EXIT.
120100     IF WS-FILE-COMPARED
120200         PERFORM 3410-LOAD-PROD-FEED-COUNTS
120300             THRU 3410-LOAD-PROD-FEED-COUNTS-EXIT
120400     END-IF.
120500     IF WS-FILE-COMPARED
120600         PERFORM 3420-MATCH-TEST-FEED-COUNTS
120700             THRU 3420-MATCH-TEST-FEED-COUNTS-EXIT
120800         PERFORM 7400-LIST-DROPPED
120900             THRU 7400-LIST-DROPPED-EXIT
121000     END-IF.
121100     IF WS-PROD-PRESENT
121200         CLOSE CC-PRSR-FILE
121300     END-IF.
121400     IF WS-TEST-PRESENT
121500         CLOSE CC-TRSR-FILE
121600     END-IF.
121700     PERFORM 7900-END-FILE
121800         THRU 7900-END-FILE-EXIT.
121900 3400-COMPARE-FEED-COUNTS-EXIT.
122000     EXIT.
122100*--------------------------------------------------------------*
122200* 3410-LOAD-PROD-FEED-COUNTS - THE PRODUCTION RSREPORT INTO     *
122300* THE COMPARISON TABLE.                                         *
122400*--------------------------------------------------------------*
122500 3410-LOAD-PROD-FEED-COUNTS.
122600     SET WS-NOT-AT-EOF TO TRUE.
122700     PERFORM UNTIL WS-AT-EOF OR WS-FILE-INCOMPLETE
122800         READ CC-PRSR-FILE INTO RSV-RECORD
122900             AT END SET WS-AT-EOF TO TRUE
123000         END-READ
123100         IF WS-NOT-AT-EOF
123200             PERFORM 3430-BUILD-FEED-ENTRY
123300                 THRU 3430-BUILD-FEED-ENTRY-EXIT
123400             PERFORM 7200-ADD-PROD-ENTRY
123500                 THRU 7200-ADD-PROD-ENTRY-EXIT
123600         END-IF
123700     END-PERFORM.
123800 3410-LOAD-PROD-FEED-COUNTS-EXIT.
123900     EXIT.
124000*--------------------------------------------------------------*
124100* 3420-MATCH-TEST-FEED-COUNTS - EACH REHEARSAL RSREPORT LINE    *
124200* AGAINST THE TABLE.                                            *
124300*--------------------------------------------------------------*
124400 3420-MATCH-TEST-FEED-COUNTS.
124500     SET WS-NOT-AT-EOF TO TRUE.
124600     PERFORM UNTIL WS-AT-EOF
124700         READ CC-TRSR-FILE INTO RSV-RECORD
124800             AT END SET WS-AT-EOF TO TRUE
124900         END-READ
125000         IF WS-NOT-AT-EOF
125100             PERFORM 3430-BUILD-FEED-ENTRY
125200                 THRU 3430-BUILD-FEED-ENTRY-EXIT
125300             PERFORM 7300-MATCH-TEST-ENTRY
125400                 THRU 7300-MATCH-TEST-ENTRY-EXIT
125500             IF WS-ENTRY-CHANGED
125600                 PERFORM 3440-DIFF-FEED-COUNTS
125700                     THRU 3440-DIFF-FEED-COUNTS-EXIT
125800             END-IF
125900         END-IF
126000     END-PERFORM.
126100 3420-MATCH-TEST-FEED-COUNTS-EXIT.
126200     EXIT.
126300*--------------------------------------------------------------*
126400* 3430-BUILD-FEED-ENTRY - KEY THE FEED NAME, IMAGE ITS COUNTS   *
126500* AND STATUSES.                                                 *
126600*--------------------------------------------------------------*
126700 3430-BUILD-FEED-ENTRY.
126800     MOVE SPACES TO WS-CMP-KEY.
126900     MOVE RSV-FEED-NAME TO WS-CMP-KEY (1:10).
127000     MOVE SPACES TO RSI-TEST-IMAGE.
127100     MOVE RSV-RECORD-COUNT TO RSIT-RECORD-COUNT.
127200     MOVE RSV-SEQUENCE-STATUS TO RSIT-SEQUENCE-STATUS.
127300     MOVE RSV-VALID-COUNT TO RSIT-VALID-COUNT.
127400     MOVE RSV-REJECT-COUNT TO RSIT-REJECT-COUNT.
127500     MOVE RSV-BALANCE-STATUS TO RSIT-BALANCE-STATUS.
127600     MOVE RSI-TEST-IMAGE TO WS-CMP-IMAGE.
127700 3430-BUILD-FEED-ENTRY-EXIT.
127800     EXIT.
127900*--------------------------------------------------------------*
128000* 3440-DIFF-FEED-COUNTS - THE FEED COUNTS AND STATUSES THAT     *
128100* DIFFER.                                                       *
128200*--------------------------------------------------------------*
128300 3440-DIFF-FEED-COUNTS.
128400     MOVE CCT-IMAGE (WS-FOUND-IDX) TO RSI-PROD-IMAGE.
128500     MOVE WS-CMP-IMAGE TO RSI-TEST-IMAGE.
128600     IF RSIP-RECORD-COUNT NOT = RSIT-RECORD-COUNT
128700         MOVE 'RECORD COUNT' TO WS-DIFF-FIELD
128800         MOVE RSIP-RECORD-COUNT TO WS-DIFF-PROD
128900         MOVE RSIT-RECORD-COUNT TO WS-DIFF-TEST
129000         PERFORM 7600-WRITE-FIELD-DIFF
129100             THRU 7600-WRITE-FIELD-DIFF-EXIT
129200     END-IF.
129300     IF RSIP-SEQUENCE-STATUS NOT = RSIT-SEQUENCE-STATUS
129400         MOVE 'SEQUENCE' TO WS-DIFF-FIELD
129500         MOVE RSIP-SEQUENCE-STATUS TO WS-DIFF-PROD
129600         MOVE RSIT-SEQUENCE-STATUS TO WS-DIFF-TEST
129700         PERFORM 7600-WRITE-FIELD-DIFF
129800             THRU 7600-WRITE-FIELD-DIFF-EXIT
129900     END-IF.
130000     IF RSIP-VALID-COUNT NOT = RSIT-VALID-COUNT
130100         MOVE 'VALID COUNT' TO WS-DIFF-FIELD
130200         MOVE RSIP-VALID-COUNT TO WS-DIFF-PROD
130300         MOVE RSIT-VALID-COUNT TO WS-DIFF-TEST
130400         PERFORM 7600-WRITE-FIELD-DIFF
130500             THRU 7600-WRITE-FIELD-DIFF-EXIT
130600     END-IF.
130700     IF RSIP-REJECT-COUNT NOT = RSIT-REJECT-COUNT
130800         MOVE 'REJECT COUNT' TO WS-DIFF-FIELD
130900         MOVE RSIP-REJECT-COUNT TO WS-DIFF-PROD
131000         MOVE RSIT-REJECT-COUNT TO WS-DIFF-TEST
131100         PERFORM 7600-WRITE-FIELD-DIFF
131200             THRU 7600-WRITE-FIELD-DIFF-EXIT
131300     END-IF.
131400     IF RSIP-BALANCE-STATUS NOT = RSIT-BALANCE-STATUS
131500         MOVE 'BALANCE' TO WS-DIFF-FIELD
131600         MOVE RSIP-BALANCE-STATUS TO WS-DIFF-PROD
131700         MOVE RSIT-BALANCE-STATUS TO WS-DIFF-TEST
131800         PERFORM 7600-WRITE-FIELD-DIFF
131900             THRU 7600-WRITE-FIELD-DIFF-EXIT
132000     END-IF.
132100 3440-DIFF-FEED-COUNTS-EXIT.
132200     EXIT.
132300*--------------------------------------------------------------*
132400* 3500-COMPARE-LEDGER-TOTALS - ADDRPT CATEGORY LINES, KEYED BY  *
132500* LEDGER CATEGORY (A SECOND LINE FOR A CATEGORY - A DISCREPANCY *
132600* PICTURE OR A RERUN - PAIRS WITH THE OTHER SIDE'S SECOND).     *
132700* BEFORE, AFTER, DIFFERENCE AND MASTER STATUS ARE COMPARED.     *
132800*--------------------------------------------------------------*
132900 3500-COMPARE-LEDGER-TOTALS.
133000     MOVE 'ADDRPT  ' TO WS-CMP-FILE.
133100     PERFORM 7000-START-FILE
133200         THRU 7000-START-FILE-EXIT.
133300     OPEN INPUT CC-PADD-FILE.
133400     IF WS-PROD-OK
133500         SET WS-PROD-PRESENT TO TRUE
133600     END-IF.
133700     OPEN INPUT CC-TADD-FILE.
133800     IF WS-TEST-OK
133900         SET WS-TEST-PRESENT TO TRUE
134000     END-IF.
134100     PERFORM 7100-CHECK-BOTH-SIDES
134200         THRU 7100-CHECK-BOTH-SIDES-EXIT.
134300     IF WS-FILE-COMPARED
134400         PERFORM 3510-LOAD-PROD-LEDGER-TOTALS
134500             THRU 3510-LOAD-PROD-LEDGER-TOTALS-EXIT
134600     END-IF.
134700     IF WS-FILE-COMPARED
134800         PERFORM 3520-MATCH-TEST-LEDGER-TOTALS
134900             THRU 3520-MATCH-TEST-LEDGER-TOTALS-EXIT
135000         PERFORM 7400-LIST-DROPPED
135100             THRU 7400-LIST-DROPPED-EXIT
135200     END-IF.
135300     IF WS-PROD-PRESENT
135400         CLOSE CC-PADD-FILE
135500     END-IF.
135600     IF WS-TEST-PRESENT
135700         CLOSE CC-TADD-FILE
135800     END-IF.
135900     PERFORM 7900-END-FILE
136000         THRU 7900-END-FILE-EXIT.
136100 3500-COMPARE-LEDGER-TOTALS-EXIT.
136200     EXIT.
136300*--------------------------------------------------------------*
136400* 3510-LOAD-PROD-LEDGER-TOTALS - THE PRODUCTION ADDRPT          *
136500* CATEGORY LINES INTO THE COMPARISON TABLE.                     *
136600*--------------------------------------------------------------*
136700 3510-LOAD-PROD-LEDGER-TOTALS.
136800     SET WS-NOT-AT-EOF TO TRUE.
136900     PERFORM UNTIL WS-AT-EOF OR WS-FILE-INCOMPLETE
137000         READ CC-PADD-FILE INTO ADV-RECORD
137100             AT END SET WS-AT-EOF TO TRUE
137200         END-READ
137300         IF WS-NOT-AT-EOF
137400             AND ADV-LEDGER-CATEGORY
137500             AND ADV-BEFORE NUMERIC
137600             AND ADV-AFTER NUMERIC
137700             PERFORM 3530-BUILD-LEDGER-ENTRY
137800                 THRU 3530-BUILD-LEDGER-ENTRY-EXIT
137900             PERFORM 7200-ADD-PROD-ENTRY
138000                 THRU 7200-ADD-PROD-ENTRY-EXIT
138100         END-IF
138200     END-PERFORM.
138300 3510-LOAD-PROD-LEDGER-TOTALS-EXIT.
138400     EXIT.
138500*--------------------------------------------------------------*
138600* 3520-MATCH-TEST-LEDGER-TOTALS - EACH REHEARSAL ADDRPT         *
138700* CATEGORY LINE AGAINST THE TABLE.                              *
138800*--------------------------------------------------------------*
138900 3520-MATCH-TEST-LEDGER-TOTALS.
139000     SET WS-NOT-AT-EOF TO TRUE.
139100     PERFORM UNTIL WS-AT-EOF
139200         READ CC-TADD-FILE INTO ADV-RECORD
139300             AT END SET WS-AT-EOF TO TRUE
139400         END-READ
139500         IF WS-NOT-AT-EOF
139600             AND ADV-LEDGER-CATEGORY
139700             AND ADV-BEFORE NUMERIC
139800             AND ADV-AFTER NUMERIC
139900             PERFORM 3530-BUILD-LEDGER-ENTRY
140000                 THRU 3530-BUILD-LEDGER-ENTRY-EXIT
140100             PERFORM 7300-MATCH-TEST-ENTRY
140200                 THRU 7300-MATCH-TEST-ENTRY-EXIT
140300             IF WS-ENTRY-CHANGED
140400                 PERFORM 3540-DIFF-LEDGER-TOTALS
140500                     THRU 3540-DIFF-LEDGER-TOTALS-EXIT
140600             END-IF
140700         END-IF
140800     END-PERFORM.
140900 3520-MATCH-TEST-LEDGER-TOTALS-EXIT.
141000     EXIT.
141100*--------------------------------------------------------------*
141200* 3530-BUILD-LEDGER-ENTRY - KEY THE CATEGORY, IMAGE ITS         *
141300* AMOUNTS AND MASTER STATUS.                                    *
141400*--------------------------------------------------------------*
141500 3530-BUILD-LEDGER-ENTRY.
141600     MOVE SPACES TO WS-CMP-KEY.
141700     MOVE ADV-CATEGORY TO WS-CMP-KEY (1:1).
141800     MOVE SPACES TO ADI-TEST-IMAGE.
141900     MOVE ADV-BEFORE TO ADIT-BEFORE.
142000     MOVE ADV-AFTER TO ADIT-AFTER.
142100     MOVE ADV-DIFFERENCE TO ADIT-DIFFERENCE.
142200     MOVE ADV-MASTER-STATUS TO ADIT-MASTER-STATUS.
142300     MOVE ADI-TEST-IMAGE TO WS-CMP-IMAGE.
142400 3530-BUILD-LEDGER-ENTRY-EXIT.
142500     EXIT.
142600*--------------------------------------------------------------*
142700* 3540-DIFF-LEDGER-TOTALS - THE CATEGORY FIGURES THAT DIFFER.   *
142800*--------------------------------------------------------------*
142900 3540-DIFF-LEDGER-TOTALS.
143000     MOVE CCT-IMAGE (WS-FOUND-IDX) TO ADI-PROD-IMAGE.
143100     MOVE WS-CMP-IMAGE TO ADI-TEST-IMAGE.
143200     IF ADIP-BEFORE NOT = ADIT-BEFORE
143300         MOVE 'BEFORE' TO WS-DIFF-FIELD
143400         MOVE ADIP-BEFORE TO WS-EDIT-AMOUNT
143500         MOVE WS-EDIT-AMOUNT TO WS-DIFF-PROD
143600         MOVE ADIT-BEFORE TO WS-EDIT-AMOUNT
143700         MOVE WS-EDIT-AMOUNT TO WS-DIFF-TEST
143800         PERFORM 7600-WRITE-FIELD-DIFF
143900             THRU 7600-WRITE-FIELD-DIFF-EXIT
144000     END-IF.
144100     IF ADIP-AFTER NOT = ADIT-AFTER
144200         MOVE 'AFTER' TO WS-DIFF-FIELD
144300         MOVE ADIP-AFTER TO WS-EDIT-AMOUNT
144400         MOVE WS-EDIT-AMOUNT TO WS-DIFF-PROD
144500         MOVE ADIT-AFTER TO WS-EDIT-AMOUNT
144600         MOVE WS-EDIT-AMOUNT TO WS-DIFF-TEST
144700         PERFORM 7600-WRITE-FIELD-DIFF
144800             THRU 7600-WRITE-FIELD-DIFF-EXIT
144900     END-IF.
145000     IF ADIP-DIFFERENCE NOT = ADIT-DIFFERENCE
145100         MOVE 'DIFFERENCE' TO WS-DIFF-FIELD
145200         MOVE ADIP-DIFFERENCE TO WS-EDIT-AMOUNT
145300         MOVE WS-EDIT-AMOUNT TO WS-DIFF-PROD
145400         MOVE ADIT-DIFFERENCE TO WS-EDIT-AMOUNT
145500         MOVE WS-EDIT-AMOUNT TO WS-DIFF-TEST
145600         PERFORM 7600-WRITE-FIELD-DIFF
145700             THRU 7600-WRITE-FIELD-DIFF-EXIT
145800     END-IF.
145900     IF ADIP-MASTER-STATUS NOT = ADIT-MASTER-STATUS
146000         MOVE 'MASTER STATUS' TO WS-DIFF-FIELD
146100         MOVE ADIP-MASTER-STATUS TO WS-DIFF-PROD
146200         MOVE ADIT-MASTER-STATUS TO WS-DIFF-TEST
146300         PERFORM 7600-WRITE-FIELD-DIFF
146400             THRU 7600-WRITE-FIELD-DIFF-EXIT
146500     END-IF.
146600 3540-DIFF-LEDGER-TOTALS-EXIT.
146700     EXIT.
146800*--------------------------------------------------------------*
146900* 6000-WRITE-SUMMARY - ONE LINE PER FILE WITH ITS COUNTS AND    *
147000* RESULT, THEN THE VERDICT A CHANGE APPROVAL CAN CITE.          *
147100*--------------------------------------------------------------*
147200 6000-WRITE-SUMMARY.
147300     MOVE SPACES TO CC-REPORT-LINE.
147400     WRITE CC-REPORT-LINE.
147500     WRITE CC-REPORT-LINE FROM CC-SUMMARY-HEADING.
147600     PERFORM VARYING WS-SUMMARY-IDX FROM 1 BY 1
147700             UNTIL WS-SUMMARY-IDX > WS-SUMMARY-COUNT
147800         MOVE SPACES TO CC-SUMMARY-LINE
147900         MOVE CCS-FILE (WS-SUMMARY-IDX) TO CSL-FILE
148000         MOVE CCS-PROD-RECS (WS-SUMMARY-IDX) TO CSL-PROD-RECS
148100         MOVE CCS-TEST-RECS (WS-SUMMARY-IDX) TO CSL-TEST-RECS
148200         MOVE CCS-SAME (WS-SUMMARY-IDX) TO CSL-SAME
148300         MOVE CCS-CHANGED (WS-SUMMARY-IDX) TO CSL-CHANGED
148400         MOVE CCS-ADDED (WS-SUMMARY-IDX) TO CSL-ADDED
148500         MOVE CCS-DROPPED (WS-SUMMARY-IDX) TO CSL-DROPPED
148600         MOVE CCS-FIELD-DIFFS (WS-SUMMARY-IDX)
148700             TO CSL-FIELD-DIFFS
148800         EVALUATE TRUE
148900             WHEN CCS-STATE (WS-SUMMARY-IDX) = 'N'
149000                 MOVE 'NOT SUPPLIED' TO CSL-RESULT
149100             WHEN CCS-STATE (WS-SUMMARY-IDX) = 'I'
149200                 MOVE 'INCOMPLETE' TO CSL-RESULT
149300             WHEN CCS-CHANGED (WS-SUMMARY-IDX) > 0
149400                 OR CCS-ADDED (WS-SUMMARY-IDX) > 0
149500                 OR CCS-DROPPED (WS-SUMMARY-IDX) > 0
149600                 MOVE 'DIFFERENT' TO CSL-RESULT
149700             WHEN OTHER
149800                 MOVE 'IDENTICAL' TO CSL-RESULT
149900         END-EVALUATE
150000         WRITE CC-REPORT-LINE FROM CC-SUMMARY-LINE
150100     END-PERFORM.
150200     MOVE SPACES TO CC-REPORT-LINE.
150300     WRITE CC-REPORT-LINE.
150400     MOVE SPACES TO CC-VERDICT-LINE.
150500     EVALUATE TRUE
150600         WHEN WS-FILES-COMPARED = 0
150700             MOVE 'NO FILE SUPPLIED ON BOTH SIDES - NOTHING'
150800                 TO CVL-TEXT
150900             WRITE CC-REPORT-LINE FROM CC-VERDICT-LINE
151000             MOVE 'COMPARED' TO CC-REPORT-LINE
151100             WRITE CC-REPORT-LINE
151200         WHEN WS-FILES-INCOMPLETE > 0
151300             MOVE 'COMPARISON INCOMPLETE - FILES AFFECTED:'
151400                 TO CVL-TEXT
151500             MOVE WS-FILES-INCOMPLETE TO CVL-COUNT
151600             WRITE CC-REPORT-LINE FROM CC-VERDICT-LINE
151700         WHEN WS-TOTAL-DIFFERENCES > 0
151800             MOVE 'OUTPUTS DIFFER - RECORDS DIFFERENT:'
151900                 TO CVL-TEXT
152000             MOVE WS-TOTAL-DIFFERENCES TO CVL-COUNT
152100             WRITE CC-REPORT-LINE FROM CC-VERDICT-LINE
152200         WHEN OTHER
152300             MOVE 'ZERO DIFFERENCES - OUTPUTS MATCH'
152400                 TO CVL-TEXT
152500             WRITE CC-REPORT-LINE FROM CC-VERDICT-LINE
152600     END-EVALUATE.
152700 6000-WRITE-SUMMARY-EXIT.
152800     EXIT.
152900*--------------------------------------------------------------*
153000* 7000-START-FILE - CLEARS THE TABLE, THE COUNTS AND THE SIDE   *
153100* SWITCHES AHEAD OF A FILE'S COMPARISON.                        *
153200*--------------------------------------------------------------*
153300 7000-START-FILE.
153400     MOVE 0 TO WS-CMP-COUNT.
153500     MOVE 0 TO WS-FILE-PROD-RECS.
153600     MOVE 0 TO WS-FILE-TEST-RECS.
153700     MOVE 0 TO WS-FILE-SAME.
153800     MOVE 0 TO WS-FILE-CHANGED.
153900     MOVE 0 TO WS-FILE-ADDED.
154000     MOVE 0 TO WS-FILE-DROPPED.
154100     MOVE 0 TO WS-FILE-FIELD-DIFFS.
154200     SET WS-PROD-ABSENT TO TRUE.
154300     SET WS-TEST-ABSENT TO TRUE.
154400     SET WS-FILE-COMPARED TO TRUE.
154500 7000-START-FILE-EXIT.
154600     EXIT.
154700*--------------------------------------------------------------*
154800* 7050-TRANSLATE-ID - A REHEARSAL STUDENT ID IN                 *
154900* WS-TRANSLATE-ID BACK TO THE PRODUCTION ID MSKXREF GAVE IT.    *
155000* WITH NO MSKXREF THE ID STANDS; AN ID NOT ON A LOADED MSKXREF  *
155100* IS COUNTED AND STANDS (IT WILL SHOW AS AN ADD).               *
155200*--------------------------------------------------------------*
155300 7050-TRANSLATE-ID.
155400     IF WS-XREF-COUNT = 0
155500         GO TO 7050-TRANSLATE-ID-EXIT
155600     END-IF.
155700     SET WS-ENTRY-NOT-FOUND TO TRUE.
155800     PERFORM VARYING WS-XREF-IDX FROM 1 BY 1
155900             UNTIL WS-XREF-IDX > WS-XREF-COUNT
156000             OR WS-ENTRY-FOUND
156100         IF CCX-MASK-ID (WS-XREF-IDX) = WS-TRANSLATE-ID
156200             SET WS-ENTRY-FOUND TO TRUE
156300             MOVE CCX-PROD-ID (WS-XREF-IDX) TO WS-TRANSLATE-ID
156400         END-IF
156500     END-PERFORM.
156600     IF WS-ENTRY-FOUND
156700         ADD 1 TO WS-IDS-TRANSLATED
156800     ELSE
156900         ADD 1 TO WS-IDS-NOT-ON-XREF
157000     END-IF.
157100 7050-TRANSLATE-ID-EXIT.
157200     EXIT.
157300*--------------------------------------------------------------*
157400* 7100-CHECK-BOTH-SIDES - A FILE SUPPLIED ON NEITHER SIDE IS    *
157500* NOT SUPPLIED (NOT PART OF THIS COMPARISON); ON ONE SIDE ONLY  *
157600* IT IS INCOMPLETE AND THE COMPARISON CANNOT PROVE A MATCH.     *
157700*--------------------------------------------------------------*
157800 7100-CHECK-BOTH-SIDES.
157900     IF WS-PROD-PRESENT AND WS-TEST-PRESENT
158000         GO TO 7100-CHECK-BOTH-SIDES-EXIT
158100     END-IF.
158200     MOVE SPACES TO CC-NOTE-LINE.
158300     MOVE WS-CMP-FILE TO CNL-FILE.
158400     EVALUATE TRUE
158500         WHEN WS-PROD-ABSENT AND WS-TEST-ABSENT
158600             SET WS-FILE-NOT-SUPPLIED TO TRUE
158700             MOVE 'NOT SUPPLIED ON EITHER SIDE - NOT COMPARED'
158800                 TO CNL-TEXT
158900         WHEN WS-PROD-ABSENT
159000             SET WS-FILE-INCOMPLETE TO TRUE
159100             MOVE 'PRODUCTION FILE WILL NOT OPEN - NOT COMPARED'
159200                 TO CNL-TEXT
159300         WHEN OTHER
159400             SET WS-FILE-INCOMPLETE TO TRUE
159500             MOVE 'REHEARSAL FILE WILL NOT OPEN - NOT COMPARED'
159600                 TO CNL-TEXT
159700     END-EVALUATE.
159800     WRITE CC-REPORT-LINE FROM CC-NOTE-LINE.
159900 7100-CHECK-BOTH-SIDES-EXIT.
160000     EXIT.
160100*--------------------------------------------------------------*
160200* 7200-ADD-PROD-ENTRY - WS-CMP-KEY AND WS-CMP-IMAGE ONTO THE    *
160300* TABLE. A FULL TABLE MAKES THE FILE INCOMPLETE - HALF A        *
160400* PRODUCTION SIDE WOULD REPORT FALSE ADDS.                      *
160500*--------------------------------------------------------------*
160600 7200-ADD-PROD-ENTRY.
160700     IF WS-CMP-COUNT NOT < WS-CMP-MAX
160800         SET WS-FILE-INCOMPLETE TO TRUE
160900         MOVE SPACES TO CC-NOTE-LINE
161000         MOVE WS-CMP-FILE TO CNL-FILE
161100         MOVE 'MORE PRODUCTION RECORDS THAN THE COMPARISON TABLE
161200-            ' HOLDS - NOT COMPARED. NARROW THE CCPARM DATES OR RA
161300-            'ISE THE TABLE.' TO CNL-TEXT
161400         WRITE CC-REPORT-LINE FROM CC-NOTE-LINE
161500         GO TO 7200-ADD-PROD-ENTRY-EXIT
161600     END-IF.
161700     ADD 1 TO WS-CMP-COUNT.
161800     ADD 1 TO WS-FILE-PROD-RECS.
161900     MOVE WS-CMP-KEY TO CCT-KEY (WS-CMP-COUNT).
162000     MOVE WS-CMP-IMAGE TO CCT-IMAGE (WS-CMP-COUNT).
162100     MOVE 'N' TO CCT-MATCHED (WS-CMP-COUNT).
162200 7200-ADD-PROD-ENTRY-EXIT.
162300     EXIT.
162400*--------------------------------------------------------------*
162500* 7300-MATCH-TEST-ENTRY - THE FIRST UNCLAIMED PRODUCTION ENTRY  *
162600* ON WS-CMP-KEY. NONE IS AN ADD. A MATCH IS CLAIMED AND COUNTED *
162700* SAME, OR LEFT AT WS-FOUND-IDX WITH WS-ENTRY-CHANGED SET FOR   *
162800* THE CALLER TO NAME THE FIELDS THAT DIFFER.                    *
162900*--------------------------------------------------------------*
163000 7300-MATCH-TEST-ENTRY.
163100     ADD 1 TO WS-FILE-TEST-RECS.
163200     SET WS-ENTRY-SAME TO TRUE.
163300     SET WS-ENTRY-NOT-FOUND TO TRUE.
163400     MOVE 0 TO WS-FOUND-IDX.
163500     PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
163600             UNTIL WS-CMP-IDX > WS-CMP-COUNT
163700             OR WS-ENTRY-FOUND
163800         IF CCT-MATCHED (WS-CMP-IDX) = 'N'
163900             AND CCT-KEY (WS-CMP-IDX) = WS-CMP-KEY
164000             SET WS-ENTRY-FOUND TO TRUE
164100             MOVE WS-CMP-IDX TO WS-FOUND-IDX
164200         END-IF
164300     END-PERFORM.
164400     IF WS-ENTRY-NOT-FOUND
164500         ADD 1 TO WS-FILE-ADDED
164600         MOVE SPACES TO CC-DETAIL-LINE
164700         MOVE WS-CMP-FILE TO CDL-FILE
164800         MOVE 'ADDED' TO CDL-RESULT
164900         MOVE WS-CMP-KEY TO CDL-KEY
165000         MOVE 'NOT PRESENT' TO CDL-PROD
165100         MOVE 'PRESENT' TO CDL-TEST
165200         WRITE CC-REPORT-LINE FROM CC-DETAIL-LINE
165300         GO TO 7300-MATCH-TEST-ENTRY-EXIT
165400     END-IF.
165500     MOVE 'Y' TO CCT-MATCHED (WS-FOUND-IDX).
165600     IF CCT-IMAGE (WS-FOUND-IDX) = WS-CMP-IMAGE
165700         ADD 1 TO WS-FILE-SAME
165800     ELSE
165900         ADD 1 TO WS-FILE-CHANGED
166000         SET WS-ENTRY-CHANGED TO TRUE
166100     END-IF.
166200 7300-MATCH-TEST-ENTRY-EXIT.
166300     EXIT.
166400*--------------------------------------------------------------*
166500* 7400-LIST-DROPPED - EVERY PRODUCTION ENTRY NO REHEARSAL       *
166600* RECORD CLAIMED.                                               *
166700*--------------------------------------------------------------*
166800 7400-LIST-DROPPED.
166900     PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
167000             UNTIL WS-CMP-IDX > WS-CMP-COUNT
167100         IF CCT-MATCHED (WS-CMP-IDX) = 'N'
167200             ADD 1 TO WS-FILE-DROPPED
167300             MOVE SPACES TO CC-DETAIL-LINE
167400             MOVE WS-CMP-FILE TO CDL-FILE
167500             MOVE 'DROPPED' TO CDL-RESULT
167600             MOVE CCT-KEY (WS-CMP-IDX) TO CDL-KEY
167700             MOVE 'PRESENT' TO CDL-PROD
167800             MOVE 'NOT PRESENT' TO CDL-TEST
167900             WRITE CC-REPORT-LINE FROM CC-DETAIL-LINE
168000         END-IF
168100     END-PERFORM.
168200 7400-LIST-DROPPED-EXIT.
168300     EXIT.
168400*--------------------------------------------------------------*
168500* 7600-WRITE-FIELD-DIFF - ONE CHANGED LINE: THE MATCHED KEY,    *
168600* WS-DIFF-FIELD AND ITS TWO VALUES.                             *
168700*--------------------------------------------------------------*
168800 7600-WRITE-FIELD-DIFF.
168900     ADD 1 TO WS-FILE-FIELD-DIFFS.
169000     MOVE SPACES TO CC-DETAIL-LINE.
169100     MOVE WS-CMP-FILE TO CDL-FILE.
169200     MOVE 'CHANGED' TO CDL-RESULT.
169300     MOVE WS-CMP-KEY TO CDL-KEY.
169400     MOVE WS-DIFF-FIELD TO CDL-FIELD.
169500     MOVE WS-DIFF-PROD TO CDL-PROD.
169600     MOVE WS-DIFF-TEST TO CDL-TEST.
169700     WRITE CC-REPORT-LINE FROM CC-DETAIL-LINE.
169800     MOVE SPACES TO WS-DIFF-FIELD.
169900     MOVE SPACES TO WS-DIFF-PROD.
170000     MOVE SPACES TO WS-DIFF-TEST.
170100 7600-WRITE-FIELD-DIFF-EXIT.
170200     EXIT.
170300*--------------------------------------------------------------*
170400* 7900-END-FILE - THE FILE'S COUNTS ONTO ITS SUMMARY ENTRY AND  *
170500* INTO THE RUN TOTALS.                                          *
170600*--------------------------------------------------------------*
170700 7900-END-FILE.
170800     ADD 1 TO WS-SUMMARY-COUNT.
170900     MOVE WS-CMP-FILE TO CCS-FILE (WS-SUMMARY-COUNT).
171000     MOVE WS-FILE-STATE TO CCS-STATE (WS-SUMMARY-COUNT).
171100     MOVE WS-FILE-PROD-RECS TO CCS-PROD-RECS (WS-SUMMARY-COUNT).
171200     MOVE WS-FILE-TEST-RECS TO CCS-TEST-RECS (WS-SUMMARY-COUNT).
171300     MOVE WS-FILE-SAME TO CCS-SAME (WS-SUMMARY-COUNT).
171400     MOVE WS-FILE-CHANGED TO CCS-CHANGED (WS-SUMMARY-COUNT).
171500     MOVE WS-FILE-ADDED TO CCS-ADDED (WS-SUMMARY-COUNT).
171600     MOVE WS-FILE-DROPPED TO CCS-DROPPED (WS-SUMMARY-COUNT).
171700     MOVE WS-FILE-FIELD-DIFFS
171800         TO CCS-FIELD-DIFFS (WS-SUMMARY-COUNT).
171900     EVALUATE TRUE
172000         WHEN WS-FILE-COMPARED
172100             ADD 1 TO WS-FILES-COMPARED
172200             ADD WS-FILE-CHANGED WS-FILE-ADDED WS-FILE-DROPPED
172300                 TO WS-TOTAL-DIFFERENCES
172400         WHEN WS-FILE-INCOMPLETE
172500             ADD 1 TO WS-FILES-INCOMPLETE
172600         WHEN OTHER
172700             CONTINUE
172800     END-EVALUATE.
172900 7900-END-FILE-EXIT.
173000     EXIT.
173100*--------------------------------------------------------------*
173200* 9999-EXIT                                                     *
173300*--------------------------------------------------------------*
173400 9999-EXIT.
173500     STOP RUN.
