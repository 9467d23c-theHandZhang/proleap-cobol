000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FEEDACK.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                          *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - FEED ACKNOWLEDGMENT RETURN    *
001100*                FILES. ONE ACKOFCN FILE PER SENDING OFFICE     *
001200*                (UP TO FIVE), THE OFFICE TAKEN FROM THE FEED'S *
001300*                RSMANFST CARD OR, FOR MASTFEED AND ENRLFEED,   *
001400*                FROM AN F CARD ON ACKPARM. EACH FILE CARRIES   *
001500*                ONE SUMMARY LINE PER FEED THAT OFFICE SENDS -  *
001600*                GENERATION RECEIVED, RECORDS RECEIVED,         *
001700*                ACCEPTED AND REJECTED, AND THE TRAILER PROOF - *
001800*                THEN EVERY RECORD READSTMT, MASTUPDT OR        *
001900*                ENRLPOST REJECTED, WITH THE RECORD IMAGE AND A *
002000*                PLAIN-LANGUAGE REASON OFF THE ACKPARM R CARDS  *
002100*                IN PLACE OF THE FOUR-CHARACTER CODE. A         *
002200*                PRODUCTION RUN APPENDS ONE ACKHIST LINE PER    *
002300*                FEED, TIMING HOW LONG THE OFFICE TOOK TO       *
002400*                RESEND AFTER AN ACKNOWLEDGMENT WITH REJECTS.   *
002400* 10/15/26  DW   MASTREJ AND ENRLREJ REJECTS OF RECORDS         *
002400*                RESUBMITTED FROM THE LOOKUP REJECT WORKBENCH   *
002400*                (THOSE CARRYING A RESUBMIT STAMP) ARE NOT      *
002400*                RETURNED TO THE SENDING OFFICE; THEY ARE       *
002400*                COUNTED AND LEFT FOR THE WORKBENCH.            *
002500*--------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT FA-PARM-FILE ASSIGN TO ACKPARM
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-PARM-STATUS.
003200     SELECT FA-MANF-FILE ASSIGN TO RSMANFST
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-MANF-STATUS.
003500     SELECT FA-PRERUN-FILE ASSIGN TO RSPRERUN
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-PRERUN-STATUS.
003800     SELECT FA-REPORT-FILE ASSIGN TO RSREPORT
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-REPORT-STATUS.
004100     SELECT FA-RSREJ-FILE ASSIGN TO RSREJECT
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-RSREJ-STATUS.
004400     SELECT FA-MFEED-FILE ASSIGN TO MASTFEED
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-MFEED-STATUS.
004700     SELECT FA-MREJ-FILE ASSIGN TO MASTREJ
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-MREJ-STATUS.
005000     SELECT FA-EFEED-FILE ASSIGN TO ENRLFEED
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-EFEED-STATUS.
005300     SELECT FA-EREJ-FILE ASSIGN TO ENRLREJ
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-EREJ-STATUS.
005600     SELECT FA-HIST-FILE ASSIGN TO ACKHIST
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-HIST-STATUS.
005900     SELECT FA-ACK1-FILE ASSIGN TO ACKOFC1
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-ACK-STATUS.
006200     SELECT FA-ACK2-FILE ASSIGN TO ACKOFC2
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-ACK-STATUS.
006500     SELECT FA-ACK3-FILE ASSIGN TO ACKOFC3
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-ACK-STATUS.
006800     SELECT FA-ACK4-FILE ASSIGN TO ACKOFC4
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-ACK-STATUS.
007100     SELECT FA-ACK5-FILE ASSIGN TO ACKOFC5
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-ACK-STATUS.
007400     SELECT FA-CAL-FILE ASSIGN TO SUITECAL
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-CAL-STATUS.
007700     SELECT SUITE-PARM-FILE ASSIGN TO SUITEPRM
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-SUITE-STATUS.
008000     SELECT FA-CYCLENO-FILE ASSIGN TO CYCLENO
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-CYCLENO-STATUS.
008300 DATA DIVISION.
008400 FILE SECTION.
008500*--------------------------------------------------------------*
008600* FA-PARM-CARD - ONE ACKPARM CARD. O MAPS AN OFFICE TO ITS      *
008700* ACKOFCN SLOT (COLS 3-10 OFFICE, COL 12 SLOT 1-5). F NAMES THE *
008800* OFFICE THAT SENDS A FEED NOT ON RSMANFST (COLS 3-12 MASTFEED  *
008900* OR ENRLFEED, COLS 14-21 OFFICE). R GIVES THE PLAIN-LANGUAGE   *
009000* TEXT FOR ONE REJECT CODE (COLS 3-10 REJECT FILE, COLS 12-15   *
009100* CODE, COLS 17-56 TEXT).                                       *
009200*--------------------------------------------------------------*
009300 FD  FA-PARM-FILE.
009400 01  FA-PARM-CARD.
009500     05  FAP-CARD-TYPE        PIC X(01).
009600         88  FAP-OFFICE-CARD  VALUE 'O'.
009700         88  FAP-FEED-CARD    VALUE 'F'.
009800         88  FAP-REASON-CARD  VALUE 'R'.
009900     05  FILLER               PIC X(01).
010000     05  FAP-CARD-BODY        PIC X(78).
010100 01  FAP-OFFICE-R REDEFINES FA-PARM-CARD.
010200     05  FILLER               PIC X(02).
010300     05  FAP-O-OFFICE         PIC X(08).
010400     05  FILLER               PIC X(01).
010500     05  FAP-O-SLOT           PIC 9(01).
010600     05  FILLER               PIC X(68).
010700 01  FAP-FEED-R REDEFINES FA-PARM-CARD.
010800     05  FILLER               PIC X(02).
010900     05  FAP-F-FEED           PIC X(10).
011000     05  FILLER               PIC X(01).
011100     05  FAP-F-OFFICE         PIC X(08).
011200     05  FILLER               PIC X(59).
011300 01  FAP-REASON-R REDEFINES FA-PARM-CARD.
011400     05  FILLER               PIC X(02).
011500     05  FAP-R-SOURCE         PIC X(08).
011600     05  FILLER               PIC X(01).
011700     05  FAP-R-CODE           PIC X(04).
011800     05  FILLER               PIC X(01).
011900     05  FAP-R-TEXT           PIC X(40).
012000     05  FILLER               PIC X(24).
012100 FD  FA-MANF-FILE.
012200 01  FA-MANIFEST-CARD.
012300     05  FAM-FEED-NAME        PIC X(10).
012400     05  FAM-FEED-MODE        PIC X(01).
012500     05  FILLER               PIC X(01).
012600     05  FAM-SEND-OFFICE      PIC X(08).
012700 FD  FA-PRERUN-FILE.
012800 01  FA-PRERUN-RECORD.
012900     05  PR-FEED-NAME         PIC X(10).
013000     05  PR-EXISTS-TEXT       PIC X(07).
013100     05  PR-GENERATION-TEXT   PIC X(09).
013200 FD  FA-REPORT-FILE.
013300 01  FA-REPORT-RECORD.
013400     05  RPT-FEED-NAME        PIC X(10).
013500     05  RPT-RECORD-COUNT     PIC 9(06).
013600     05  RPT-SEQUENCE-STATUS  PIC X(08).
013700     05  RPT-VALID-COUNT      PIC 9(06).
013800     05  RPT-REJECT-COUNT     PIC 9(06).
013900     05  RPT-BALANCE-STATUS   PIC X(08).
014000     05  FILLER               PIC X(04).
014100 FD  FA-RSREJ-FILE.
014200 01  FA-RSREJ-RECORD.
014300     05  REJ-FEED-NAME        PIC X(10).
014400     05  REJ-RECORD-NUMBER    PIC 9(06).
014500     05  REJ-REASON-CODE      PIC X(04).
014600     05  REJ-RECORD-IMAGE     PIC X(80).
014700 FD  FA-MFEED-FILE.
014800 01  FA-MFEED-RECORD          PIC X(148).
014900 FD  FA-MREJ-FILE.
015000 01  FA-MREJ-RECORD.
015100     05  MRJ-REASON-CODE      PIC X(04).
015200     05  MRJ-FEED-RECORD      PIC X(148).
015250     05  MRJ-RESUB-STAMP      PIC X(16).
015300 FD  FA-EFEED-FILE.
015400 01  FA-EFEED-RECORD          PIC X(25).
015500 FD  FA-EREJ-FILE.
015600 01  FA-EREJ-RECORD.
015700     05  ERJ-REASON-CODE      PIC X(04).
015800     05  ERJ-FEED-RECORD      PIC X(25).
015900     05  ERJ-CONFLICT-COURSE  PIC X(06).
016000     05  ERJ-CONFLICT-SECTION PIC X(03).
016050     05  ERJ-RESUB-STAMP      PIC X(16).
016100*--------------------------------------------------------------*
016200* FA-HIST-RECORD - ONE ACKHIST LINE PER FEED PER PRODUCTION     *
016300* RUN. RESENT IS Y WHEN THE OFFICE SENT A NEW GENERATION THAT   *
016400* NIGHT; PRIOR-REJECT-DATE IS THE ACKNOWLEDGMENT WITH REJECTS   *
016500* IT WAS ANSWERING AND TURNAROUND THE DAYS IT TOOK.             *
016600*--------------------------------------------------------------*
016700 FD  FA-HIST-FILE.
016800 01  FA-HIST-RECORD.
016900     05  AH-OFFICE            PIC X(08).
017000     05  AH-FEED-NAME         PIC X(10).
017100     05  AH-ACK-DATE          PIC 9(08).
017200     05  AH-CYCLE-NUMBER      PIC 9(06).
017300     05  AH-GENERATION        PIC X(09).
017400     05  AH-RECEIVED          PIC 9(06).
017500     05  AH-ACCEPTED          PIC 9(06).
017600     05  AH-REJECTED          PIC 9(06).
017700     05  AH-PROOF             PIC X(08).
017800     05  AH-RESENT-FLAG       PIC X(01).
017900         88  AH-RESENT        VALUE 'Y'.
018000     05  AH-PRIOR-REJECT-DATE PIC 9(08).
018100     05  AH-TURNAROUND-DAYS   PIC 9(04).
018200 FD  FA-ACK1-FILE.
018300 01  FA-ACK1-RECORD           PIC X(230).
018400 FD  FA-ACK2-FILE.
018500 01  FA-ACK2-RECORD           PIC X(230).
018600 FD  FA-ACK3-FILE.
018700 01  FA-ACK3-RECORD           PIC X(230).
018800 FD  FA-ACK4-FILE.
018900 01  FA-ACK4-RECORD           PIC X(230).
019000 FD  FA-ACK5-FILE.
019100 01  FA-ACK5-RECORD           PIC X(230).
019200 FD  FA-CAL-FILE.
019300 01  CAL-RECORD.
019400     05  CAL-BUSINESS-DATE    PIC 9(08).
019500     05  CAL-MONTH-END-FLAG   PIC X(01).
019600     05  CAL-YEAR-END-FLAG    PIC X(01).
019700 FD  SUITE-PARM-FILE.
019800 01  SP-PARM-CARD             PIC X(11).
019900 FD  FA-CYCLENO-FILE.
020000 01  CYCLENO-CARD.
020100     05  CYC-CYCLE-NUMBER     PIC 9(06).
020200 WORKING-STORAGE SECTION.
020300 01  WS-SUITE-STATUS          PIC X(02).
020400     88  WS-SUITE-OK          VALUE '00'.
020500 01  WS-CYCLENO-STATUS        PIC X(02).
020600     88  WS-CYCLENO-OK        VALUE '00'.
020700 01  WS-CAL-STATUS            PIC X(02).
020800     88  WS-CAL-OK            VALUE '00'.
020900 01  WS-PARM-STATUS           PIC X(02).
021000     88  WS-PARM-OK           VALUE '00'.
021100 01  WS-MANF-STATUS           PIC X(02).
021200     88  WS-MANF-OK           VALUE '00'.
021300 01  WS-PRERUN-STATUS         PIC X(02).
021400     88  WS-PRERUN-OK         VALUE '00'.
021500 01  WS-REPORT-STATUS         PIC X(02).
021600     88  WS-REPORT-OK         VALUE '00'.
021700 01  WS-RSREJ-STATUS          PIC X(02).
021800     88  WS-RSREJ-OK          VALUE '00'.
021900 01  WS-MFEED-STATUS          PIC X(02).
022000     88  WS-MFEED-OK          VALUE '00'.
022100 01  WS-MREJ-STATUS           PIC X(02).
022200     88  WS-MREJ-OK           VALUE '00'.
022300 01  WS-EFEED-STATUS          PIC X(02).
022400     88  WS-EFEED-OK          VALUE '00'.
022500 01  WS-EREJ-STATUS           PIC X(02).
022600     88  WS-EREJ-OK           VALUE '00'.
022700 01  WS-HIST-STATUS           PIC X(02).
022800     88  WS-HIST-OK           VALUE '00'.
022900 01  WS-ACK-STATUS            PIC X(02).
023000     88  WS-ACK-OK            VALUE '00'.
023100 01  WS-EOF-SWITCH            PIC X(01).
023200     88  WS-AT-EOF            VALUE 'Y'.
023300     88  WS-NOT-AT-EOF        VALUE 'N'.
023400 01  WS-RPT-EOF-SWITCH        PIC X(01).
023500     88  WS-RPT-AT-EOF        VALUE 'Y'.
023600     88  WS-RPT-NOT-AT-EOF    VALUE 'N'.
023700 01  WS-OVERFLOW-SWITCH       PIC X(01) VALUE 'N'.
023800     88  WS-TABLE-OVERFLOWED  VALUE 'Y'.
023900     88  WS-TABLES-FIT        VALUE 'N'.
024000 01  WS-BUSINESS-DATE         PIC 9(08) VALUE 0.
024100 01  WS-FEED-COUNT            PIC 9(02) COMP VALUE 0.
024200 01  WS-FEED-MAX              PIC 9(02) COMP VALUE 20.
024300 01  WS-FEED-IDX              PIC 9(02) COMP.
024400 01  WS-FEED-MATCH            PIC 9(02) COMP.
024500 01  WS-MANF-COUNT            PIC 9(02) COMP VALUE 0.
024600 01  WS-FCARD-COUNT           PIC 9(02) COMP VALUE 0.
024700 01  WS-TOP-IDX               PIC 9(02) COMP.
024800 01  WS-RUN-IDX               PIC 9(02) COMP.
024900 01  WS-SLOT-IDX              PIC 9(01) COMP.
025000 01  WS-SLOT-MATCH            PIC 9(01) COMP.
025100 01  WS-SLOT-DISP             PIC 9(01).
025200 01  WS-REASON-COUNT          PIC 9(03) COMP VALUE 0.
025300 01  WS-REASON-MAX            PIC 9(03) COMP VALUE 100.
025400 01  WS-REASON-IDX            PIC 9(03) COMP.
025500 01  WS-MAST-RECEIVED         PIC 9(06) COMP VALUE 0.
025600 01  WS-MAST-REJECTED         PIC 9(06) COMP VALUE 0.
025700 01  WS-ENRL-RECEIVED         PIC 9(06) COMP VALUE 0.
025800 01  WS-ENRL-REJECTED         PIC 9(06) COMP VALUE 0.
025900 01  WS-FEEDS-ACKED           PIC 9(04) COMP VALUE 0.
026000 01  WS-FEEDS-UNROUTED        PIC 9(04) COMP VALUE 0.
026100 01  WS-REJECTS-RETURNED      PIC 9(06) COMP VALUE 0.
026200 01  WS-REJECTS-UNROUTED      PIC 9(06) COMP VALUE 0.
026250 01  WS-REJECTS-RESUBMITTED   PIC 9(06) COMP VALUE 0.
026300 01  WS-CODES-UNKNOWN         PIC 9(06) COMP VALUE 0.
026400 01  WS-RESENDS-TIMED         PIC 9(04) COMP VALUE 0.
026500 01  WS-OFFICES-ACKED         PIC 9(01) COMP VALUE 0.
026600 01  WS-LOOKUP-OFFICE         PIC X(08).
026700 01  WS-LOOKUP-SOURCE         PIC X(08).
026800 01  WS-LOOKUP-CODE           PIC X(04).
026900 01  WS-REASON-TEXT           PIC X(40).
027000 01  WS-TURNAROUND-DAYS       PIC S9(07) COMP VALUE 0.
027100*--------------------------------------------------------------*
027200* FA-FEED-TABLE - EVERY FEED ACKNOWLEDGED TONIGHT: THE RSMANFST *
027300* FEEDS IN MANIFEST ORDER (JOINED BY POSITION TO THE MERGED     *
027400* RSPRERUN AND RSREPORT LINES, WHOSE RUN NAME THE RSREJECT      *
027500* LINES CARRY), THEN THE ACKPARM F-CARD FEEDS. KIND R IS A      *
027600* READSTMT FEED, M MASTFEED, E ENRLFEED.                        *
027700*--------------------------------------------------------------*
027800 01  FA-FEED-TABLE.
027900     05  FA-FEED-ENTRY OCCURS 20 TIMES.
028000         10  FDT-FEED-NAME    PIC X(10).
028100         10  FDT-RUN-NAME     PIC X(10).
028200         10  FDT-KIND         PIC X(01).
028300             88  FDT-READSTMT-FEED VALUE 'R'.
028400             88  FDT-MASTFEED VALUE 'M'.
028500             88  FDT-ENRLFEED VALUE 'E'.
028600         10  FDT-OFFICE       PIC X(08).
028700         10  FDT-SLOT         PIC 9(01) COMP.
028800         10  FDT-RECEIPT      PIC X(08).
028900         10  FDT-GENERATION   PIC X(09).
029000         10  FDT-RECEIVED     PIC 9(06) COMP.
029100         10  FDT-ACCEPTED     PIC 9(06) COMP.
029200         10  FDT-REJECTED     PIC 9(06) COMP.
029300         10  FDT-PROOF        PIC X(08).
029400         10  FDT-SEQUENCE     PIC X(08).
029500         10  FDT-RESENT-FLAG  PIC X(01).
029600             88  FDT-RESENT   VALUE 'Y'.
029700         10  FDT-OPEN-DATE    PIC 9(08).
029800         10  FDT-TURNAROUND   PIC 9(04).
029900*--------------------------------------------------------------*
030000* FA-SLOT-TABLE - THE FIVE ACKOFCN FILES, THE OFFICE EACH ONE   *
030100* GOES TO AND WHAT WAS WRITTEN TO IT.                           *
030200*--------------------------------------------------------------*
030300 01  FA-SLOT-TABLE.
030400     05  FA-SLOT-ENTRY OCCURS 5 TIMES.
030500         10  SLT-OFFICE       PIC X(08).
030600         10  SLT-OPEN-FLAG    PIC X(01).
030700             88  SLT-OPEN     VALUE 'Y'.
030800         10  SLT-FEED-COUNT   PIC 9(04) COMP.
030900         10  SLT-REJECT-COUNT PIC 9(06) COMP.
031000         10  SLT-LINE-COUNT   PIC 9(06) COMP.
031100*--------------------------------------------------------------*
031200* FA-REASON-TABLE - THE ACKPARM R CARDS. THE SAME CODE MEANS    *
031300* DIFFERENT THINGS ON DIFFERENT REJECT FILES (BLNK IS A BLANK   *
031400* NAME ON MASTREJ, A BLANK COURSE ON ENRLREJ), SO THE REJECT    *
031500* FILE IS PART OF THE KEY.                                      *
031600*--------------------------------------------------------------*
031700 01  FA-REASON-TABLE.
031800     05  FA-REASON-ENTRY OCCURS 100 TIMES.
031900         10  RST-SOURCE       PIC X(08).
032000         10  RST-CODE         PIC X(04).
032100         10  RST-TEXT         PIC X(40).
032200*--------------------------------------------------------------*
032300* FA-ACK-LINE - ONE ACKOFCN LINE AS THE OFFICE RECEIVES IT. THE *
032400* LINE TYPE TELLS THE OFFICE WHICH VIEW APPLIES:                *
032500*   H  HEADER - BUSINESS DATE AND CYCLE NUMBER                  *
032600*   F  ONE FEED - GENERATION, COUNTS, TRAILER PROOF, SEQUENCE   *
032700*      CHECK, AND THE DAYS TAKEN TO RESEND AFTER THE LAST       *
032800*      ACKNOWLEDGMENT THAT CARRIED REJECTS                      *
032900*   R  ONE REJECTED RECORD - RECORD NUMBER IN THE FEED (ZERO    *
033000*      WHERE THE POSTING STEP DOES NOT COUNT), CODE, REASON,    *
033100*      A RELATED ITEM (THE CONFLICTING SECTION ON AN ENROLLMENT *
033200*      TIME CONFLICT) AND THE RECORD AS RECEIVED                *
033300*   T  TRAILER - FEEDS, REJECTS AND LINES IN THE FILE           *
033400*--------------------------------------------------------------*
033500 01  FA-ACK-LINE.
033600     05  AKL-RECORD-TYPE      PIC X(01).
033700     05  AKL-OFFICE           PIC X(08).
033800     05  AKL-BODY             PIC X(221).
033900 01  FA-ACK-HEADER-R REDEFINES FA-ACK-LINE.
034000     05  FILLER               PIC X(09).
034100     05  AKH-BUSINESS-DATE    PIC 9(08).
034200     05  AKH-CYCLE-NUMBER     PIC 9(06).
034300     05  AKH-TITLE            PIC X(40).
034400     05  FILLER               PIC X(167).
034500 01  FA-ACK-FEED-R REDEFINES FA-ACK-LINE.
034600     05  FILLER               PIC X(09).
034700     05  AKF-FEED-NAME        PIC X(10).
034800     05  AKF-RECEIPT          PIC X(08).
034900     05  AKF-GENERATION       PIC X(09).
035000     05  AKF-RECEIVED         PIC 9(06).
035100     05  AKF-ACCEPTED         PIC 9(06).
035200     05  AKF-REJECTED         PIC 9(06).
035300     05  AKF-PROOF            PIC X(08).
035400     05  AKF-SEQUENCE         PIC X(08).
035500     05  AKF-PRIOR-REJECT-DATE PIC 9(08).
035600     05  AKF-TURNAROUND-DAYS  PIC 9(04).
035700     05  FILLER               PIC X(148).
035800 01  FA-ACK-REJECT-R REDEFINES FA-ACK-LINE.
035900     05  FILLER               PIC X(09).
036000     05  AKR-FEED-NAME        PIC X(10).
036100     05  AKR-RECORD-NUMBER    PIC 9(06).
036200     05  AKR-REASON-CODE      PIC X(04).
036300     05  AKR-REASON-TEXT      PIC X(40).
036400     05  AKR-REFERENCE        PIC X(10).
036500     05  AKR-RECORD-IMAGE     PIC X(148).
036600     05  FILLER               PIC X(03).
036700 01  FA-ACK-TRAILER-R REDEFINES FA-ACK-LINE.
036800     05  FILLER               PIC X(09).
036900     05  AKT-FEED-COUNT       PIC 9(04).
037000     05  AKT-REJECT-COUNT     PIC 9(06).
037100     05  AKT-LINE-COUNT       PIC 9(06).
037200     05  FILLER               PIC X(205).
037300 COPY SUITEPRM.
037400 COPY CKPTPARM.
037500 COPY STEPPARM.
037600 PROCEDURE DIVISION.
037700 0000-MAINLINE.
037800     PERFORM 0005-CHECK-CHECKPOINT
037900         THRU 0005-CHECK-CHECKPOINT-EXIT.
038000     MOVE 'FEEDACK ' TO SL-PROGRAM-ID.
038100     SET SL-PHASE-START TO TRUE.
038200     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
038300     PERFORM 0010-READ-SUITE-PARM THRU 0010-READ-SUITE-PARM-EXIT.
038400     PERFORM 0020-READ-BUSINESS-DATE
038500         THRU 0020-READ-BUSINESS-DATE-EXIT.
038600     PERFORM 1000-LOAD-ACK-PARM
038700         THRU 1000-LOAD-ACK-PARM-EXIT.
038800     IF WS-OFFICES-ACKED = 0
038900         DISPLAY 'FEEDACK: NO O CARDS ON ACKPARM - NO OFFICE TO '
039000             'ACKNOWLEDGE. RUN REFUSED.'
039100         MOVE 8 TO RETURN-CODE
039200         GO TO 9999-EXIT
039300     END-IF.
039400     PERFORM 1100-LOAD-MANIFEST
039500         THRU 1100-LOAD-MANIFEST-EXIT.
039600     PERFORM 1200-LOAD-RUN-RESULTS
039700         THRU 1200-LOAD-RUN-RESULTS-EXIT.
039800     PERFORM 1300-ADD-MAINT-FEEDS
039900         THRU 1300-ADD-MAINT-FEEDS-EXIT.
040000     IF WS-TABLE-OVERFLOWED
040100         DISPLAY 'FEEDACK: MORE THAN ' WS-FEED-MAX ' FEEDS OR '
040200             WS-REASON-MAX ' REASON CARDS - NOTHING SENT. RAISE '
040300             'THE TABLE.'
040400         MOVE 8 TO RETURN-CODE
040500         GO TO 9999-EXIT
040600     END-IF.
040700     PERFORM 1400-LOAD-ACK-HISTORY
040800         THRU 1400-LOAD-ACK-HISTORY-EXIT.
040900     PERFORM 1500-ROUTE-ONE-FEED
041000         THRU 1500-ROUTE-ONE-FEED-EXIT
041100         VARYING WS-FEED-IDX FROM 1 BY 1
041200         UNTIL WS-FEED-IDX > WS-FEED-COUNT.
041300     PERFORM 2000-OPEN-ONE-ACK-FILE
041400         THRU 2000-OPEN-ONE-ACK-FILE-EXIT
041500         VARYING WS-SLOT-IDX FROM 1 BY 1
041600         UNTIL WS-SLOT-IDX > 5.
041700     PERFORM 2200-WRITE-FEED-SUMMARY
041800         THRU 2200-WRITE-FEED-SUMMARY-EXIT
041900         VARYING WS-FEED-IDX FROM 1 BY 1
042000         UNTIL WS-FEED-IDX > WS-FEED-COUNT.
042100     PERFORM 3000-RETURN-RS-REJECTS
042200         THRU 3000-RETURN-RS-REJECTS-EXIT.
042300     PERFORM 3100-RETURN-MAST-REJECTS
042400         THRU 3100-RETURN-MAST-REJECTS-EXIT.
042500     PERFORM 3200-RETURN-ENRL-REJECTS
042600         THRU 3200-RETURN-ENRL-REJECTS-EXIT.
042700     PERFORM 4000-CLOSE-ONE-ACK-FILE
042800         THRU 4000-CLOSE-ONE-ACK-FILE-EXIT
042900         VARYING WS-SLOT-IDX FROM 1 BY 1
043000         UNTIL WS-SLOT-IDX > 5.
043100     IF SP-PRODUCTION-MODE
043200         OPEN EXTEND FA-HIST-FILE
043300         IF NOT WS-HIST-OK
043400             CLOSE FA-HIST-FILE
043500             OPEN OUTPUT FA-HIST-FILE
043600         END-IF
043700         PERFORM 5000-WRITE-ACK-HISTORY
043800             THRU 5000-WRITE-ACK-HISTORY-EXIT
043900             VARYING WS-FEED-IDX FROM 1 BY 1
044000             UNTIL WS-FEED-IDX > WS-FEED-COUNT
044100         CLOSE FA-HIST-FILE
044200     END-IF.
044300 8000-END-OF-RUN.
044400     DISPLAY 'FEEDACK: ' WS-FEEDS-ACKED ' FEEDS ACKNOWLEDGED TO '
044500         WS-OFFICES-ACKED ' OFFICES, ' WS-REJECTS-RETURNED
044600         ' REJECTS RETURNED'.
044700     DISPLAY 'FEEDACK: ' WS-RESENDS-TIMED ' RESENDS TIMED '
044800         'AGAINST AN EARLIER ACKNOWLEDGMENT WITH REJECTS'.
044850     IF WS-REJECTS-RESUBMITTED > 0
044860         DISPLAY 'FEEDACK: ' WS-REJECTS-RESUBMITTED ' REJECTS OF '
044870             'WORKBENCH RESUBMISSIONS LEFT FOR THE WORKBENCH'
044880     END-IF.
044900     IF WS-CODES-UNKNOWN > 0
045000         DISPLAY 'FEEDACK: ' WS-CODES-UNKNOWN ' REJECTS CARRIED '
045100             'A CODE WITH NO ACKPARM R CARD'
045200     END-IF.
045300     IF WS-FEEDS-UNROUTED > 0
045400         OR WS-REJECTS-UNROUTED > 0
045500         DISPLAY 'FEEDACK: ' WS-FEEDS-UNROUTED ' FEEDS AND '
045600             WS-REJECTS-UNROUTED ' REJECTS HAD NO OFFICE FILE - '
045700             'CHECK RSMANFST AND ACKPARM'
045800         MOVE 4 TO RETURN-CODE
045900     END-IF.
046000     PERFORM 0900-MARK-CHECKPOINT
046100         THRU 0900-MARK-CHECKPOINT-EXIT.
046200     GO TO 9999-EXIT.
046300*--------------------------------------------------------------*
046400* 0005-CHECK-CHECKPOINT - ASKS CKPTCHK WHETHER FEEDACK ALREADY  *
046500* COMPLETED THIS CYCLE. IF SO, THE RUN ENDS HERE RATHER THAN    *
046600* TIMING THE SAME RESENDS TWICE ON ACKHIST.                     *
046700*--------------------------------------------------------------*
046800 0005-CHECK-CHECKPOINT.
046900     MOVE 'FEEDACK ' TO CK-PROGRAM-ID.
047000     SET CK-CHECK TO TRUE.
047100     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
047200     IF CK-ALREADY-DONE
047300         DISPLAY 'FEEDACK: ALREADY COMPLETED THIS CYCLE - '
047400             'SKIPPING'
047500         GO TO 9999-EXIT
047600     END-IF.
047700 0005-CHECK-CHECKPOINT-EXIT.
047800     EXIT.
047900*--------------------------------------------------------------*
048000* 0900-MARK-CHECKPOINT - TELLS CKPTCHK THAT FEEDACK COMPLETED   *
048100* THIS CYCLE SUCCESSFULLY.                                      *
048200*--------------------------------------------------------------*
048300 0900-MARK-CHECKPOINT.
048400     MOVE 'FEEDACK ' TO CK-PROGRAM-ID.
048500     SET CK-MARK TO TRUE.
048600     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
048700     MOVE 'FEEDACK ' TO SL-PROGRAM-ID.
048800     SET SL-PHASE-END TO TRUE.
048900     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
049000 0900-MARK-CHECKPOINT-EXIT.
049100     EXIT.
049200*--------------------------------------------------------------*
049300* 0010-READ-SUITE-PARM - READS THE SUITE-WIDE CONTROL CARD      *
049400* FROM SUITEPRM, THEN THE CYCLE NUMBER OFF CYCLENO.             *
049500*--------------------------------------------------------------*
049600 0010-READ-SUITE-PARM.
049700     OPEN INPUT SUITE-PARM-FILE.
049800     IF WS-SUITE-OK
049900         READ SUITE-PARM-FILE
050000             AT END
050100                 CONTINUE
050200         END-READ
050300         IF WS-SUITE-OK
050400             MOVE SP-PARM-CARD (1:1)  TO SP-TEST-MODE-SWITCH
050500             MOVE SP-PARM-CARD (2:10) TO SP-BATCH-ID
050600         END-IF
050700         CLOSE SUITE-PARM-FILE
050800     END-IF.
050900     OPEN INPUT FA-CYCLENO-FILE.
051000     IF WS-CYCLENO-OK
051100         READ FA-CYCLENO-FILE
051200             AT END
051300                 CONTINUE
051400         END-READ
051500         IF WS-CYCLENO-OK
051600             AND CYC-CYCLE-NUMBER NUMERIC
051700             MOVE CYC-CYCLE-NUMBER TO SP-CYCLE-NUMBER
051800         END-IF
051900         CLOSE FA-CYCLENO-FILE
052000     END-IF.
052100 0010-READ-SUITE-PARM-EXIT.
052200     EXIT.
052300*--------------------------------------------------------------*
052400* 0020-READ-BUSINESS-DATE - THE SUITECAL BUSINESS DATE, WALL-   *
052500* CLOCK FALLBACK AS EVERYWHERE. TURNAROUND IS COUNTED IN DAYS   *
052600* TO THIS DATE.                                                 *
052700*--------------------------------------------------------------*
052800 0020-READ-BUSINESS-DATE.
052900     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
053000     OPEN INPUT FA-CAL-FILE.
053100     IF WS-CAL-OK
053200         READ FA-CAL-FILE
053300             AT END
053400                 CONTINUE
053500         END-READ
053600         IF WS-CAL-OK
053700             AND CAL-BUSINESS-DATE NUMERIC
053800             AND CAL-BUSINESS-DATE > 0
053900             MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
054000         END-IF
054100         CLOSE FA-CAL-FILE
054200     END-IF.
054300 0020-READ-BUSINESS-DATE-EXIT.
054400     EXIT.
054500*--------------------------------------------------------------*
054600* 1000-LOAD-ACK-PARM - THE ACKPARM O, F AND R CARDS. O CARDS    *
054700* GO STRAIGHT INTO THE SLOT TABLE; F CARDS ARE HELD IN THE FEED *
054800* TABLE UNTIL 1300 PLACES THEM AFTER THE MANIFEST FEEDS.        *
054900*--------------------------------------------------------------*
055000 1000-LOAD-ACK-PARM.
055100     PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
055200             UNTIL WS-SLOT-IDX > 5
055300         MOVE SPACES TO SLT-OFFICE (WS-SLOT-IDX)
055400         MOVE 'N' TO SLT-OPEN-FLAG (WS-SLOT-IDX)
055500         MOVE 0 TO SLT-FEED-COUNT (WS-SLOT-IDX)
055600         MOVE 0 TO SLT-REJECT-COUNT (WS-SLOT-IDX)
055700         MOVE 0 TO SLT-LINE-COUNT (WS-SLOT-IDX)
055800     END-PERFORM.
055900     MOVE SPACES TO FA-FEED-TABLE.
056000     OPEN INPUT FA-PARM-FILE.
056100     IF NOT WS-PARM-OK
056200         DISPLAY 'FEEDACK: ACKPARM NOT AVAILABLE - STATUS '
056300             WS-PARM-STATUS
056400         GO TO 1000-LOAD-ACK-PARM-EXIT
056500     END-IF.
056600     SET WS-NOT-AT-EOF TO TRUE.
056700     PERFORM 1010-READ-ONE-CARD
056800         THRU 1010-READ-ONE-CARD-EXIT.
056900     PERFORM 1050-APPLY-ONE-CARD
057000         THRU 1050-APPLY-ONE-CARD-EXIT
057100         UNTIL WS-AT-EOF.
057200     CLOSE FA-PARM-FILE.
057300 1000-LOAD-ACK-PARM-EXIT.
057400     EXIT.
057500 1010-READ-ONE-CARD.
057600     READ FA-PARM-FILE
057700         AT END SET WS-AT-EOF TO TRUE
057800     END-READ.
057900 1010-READ-ONE-CARD-EXIT.
058000     EXIT.
058100*--------------------------------------------------------------*
058200* 1050-APPLY-ONE-CARD - ONE ACKPARM CARD. A SLOT OUTSIDE 1-5 OR *
058300* AN F CARD FOR ANY FEED BUT MASTFEED OR ENRLFEED IS REPORTED   *
058400* AND SKIPPED.                                                  *
058500*--------------------------------------------------------------*
058600 1050-APPLY-ONE-CARD.
058700     EVALUATE TRUE
058800         WHEN FAP-OFFICE-CARD
058900             IF FAP-O-SLOT NUMERIC
059000                 AND FAP-O-SLOT > 0
059100                 AND FAP-O-SLOT NOT > 5
059200                 AND FAP-O-OFFICE NOT = SPACES
059300                 IF SLT-OFFICE (FAP-O-SLOT) = SPACES
059400                     ADD 1 TO WS-OFFICES-ACKED
059500                 END-IF
059600                 MOVE FAP-O-OFFICE TO SLT-OFFICE (FAP-O-SLOT)
059700             ELSE
059800                 DISPLAY 'FEEDACK: BAD O CARD IGNORED - '
059900                     FA-PARM-CARD (1:20)
060000             END-IF
060100         WHEN FAP-FEED-CARD
060200             IF FAP-F-FEED = 'MASTFEED'
060300                 OR FAP-F-FEED = 'ENRLFEED'
060400                 IF WS-FEED-COUNT < WS-FEED-MAX
060500                     ADD 1 TO WS-FEED-COUNT
060600                     MOVE FAP-F-FEED
060700                         TO FDT-FEED-NAME (WS-FEED-COUNT)
060800                     MOVE FAP-F-OFFICE
060900                         TO FDT-OFFICE (WS-FEED-COUNT)
061000                 ELSE
061100                     SET WS-TABLE-OVERFLOWED TO TRUE
061200                 END-IF
061300             ELSE
061400                 DISPLAY 'FEEDACK: F CARD FOR UNKNOWN FEED '
061500                     'IGNORED - ' FAP-F-FEED
061600             END-IF
061700         WHEN FAP-REASON-CARD
061800             IF WS-REASON-COUNT < WS-REASON-MAX
061900                 ADD 1 TO WS-REASON-COUNT
062000                 MOVE FAP-R-SOURCE
062100                     TO RST-SOURCE (WS-REASON-COUNT)
062200                 MOVE FAP-R-CODE TO RST-CODE (WS-REASON-COUNT)
062300                 MOVE FAP-R-TEXT TO RST-TEXT (WS-REASON-COUNT)
062400             ELSE
062500                 SET WS-TABLE-OVERFLOWED TO TRUE
062600             END-IF
062700         WHEN OTHER
062800             CONTINUE
062900     END-EVALUATE.
063000     PERFORM 1010-READ-ONE-CARD
063100         THRU 1010-READ-ONE-CARD-EXIT.
063200 1050-APPLY-ONE-CARD-EXIT.
063300     EXIT.
063400*--------------------------------------------------------------*
063500* 1100-LOAD-MANIFEST - THE RSMANFST FEEDS AND THEIR SENDING     *
063600* OFFICES. THE F-CARD FEEDS ALREADY IN THE TABLE ARE SET ASIDE  *
063700* IN THE TOP ENTRIES AND MOVED DOWN BEHIND THE MANIFEST BY      *
063800* 1300, SO THE MANIFEST FEEDS KEEP POSITIONS 1-N TO MATCH THE   *
063900* MERGED READSTMT LINES.                                        *
064000*--------------------------------------------------------------*
064100 1100-LOAD-MANIFEST.
064200     MOVE WS-FEED-COUNT TO WS-FCARD-COUNT.
064300     PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
064400             UNTIL WS-FEED-IDX > WS-FCARD-COUNT
064500         COMPUTE WS-TOP-IDX = WS-FEED-MAX - WS-FEED-IDX + 1
064600         MOVE FA-FEED-ENTRY (WS-FEED-IDX)
064700             TO FA-FEED-ENTRY (WS-TOP-IDX)
064800         MOVE SPACES TO FA-FEED-ENTRY (WS-FEED-IDX)
064900     END-PERFORM.
065000     OPEN INPUT FA-MANF-FILE.
065100     IF NOT WS-MANF-OK
065200         DISPLAY 'FEEDACK: RSMANFST NOT AVAILABLE - STATUS '
065300             WS-MANF-STATUS ' - READSTMT FEEDS NOT ACKNOWLEDGED'
065400         GO TO 1100-LOAD-MANIFEST-EXIT
065500     END-IF.
065600     SET WS-NOT-AT-EOF TO TRUE.
065700     PERFORM 1110-READ-ONE-MANIFEST
065800         THRU 1110-READ-ONE-MANIFEST-EXIT.
065900     PERFORM UNTIL WS-AT-EOF
066000         IF FAM-FEED-NAME NOT = SPACES
066100             IF WS-MANF-COUNT + WS-FCARD-COUNT < WS-FEED-MAX
066200                 ADD 1 TO WS-MANF-COUNT
066300                 MOVE FAM-FEED-NAME
066400                     TO FDT-FEED-NAME (WS-MANF-COUNT)
066500                 MOVE FAM-SEND-OFFICE
066600                     TO FDT-OFFICE (WS-MANF-COUNT)
066700                 MOVE 'R' TO FDT-KIND (WS-MANF-COUNT)
066800             ELSE
066900                 SET WS-TABLE-OVERFLOWED TO TRUE
067000             END-IF
067100         END-IF
067200         PERFORM 1110-READ-ONE-MANIFEST
067300             THRU 1110-READ-ONE-MANIFEST-EXIT
067400     END-PERFORM.
067500     CLOSE FA-MANF-FILE.
067600 1100-LOAD-MANIFEST-EXIT.
067700     EXIT.
067800 1110-READ-ONE-MANIFEST.
067900     MOVE SPACES TO FA-MANIFEST-CARD.
068000     READ FA-MANF-FILE
068100         AT END SET WS-AT-EOF TO TRUE
068200     END-READ.
068300 1110-READ-ONE-MANIFEST-EXIT.
068400     EXIT.
068500*--------------------------------------------------------------*
068600* 1200-LOAD-RUN-RESULTS - THE MERGED RSPRERUN AND RSREPORT      *
068700* LINES, ONE PER FEED IN FEED ORDER, JOINED BY POSITION TO THE  *
068800* MANIFEST ENTRIES. RSPRERUN GIVES WHETHER THE FEED ARRIVED AND *
068900* WHETHER IT WAS A NEW GENERATION; RSREPORT GIVES THE COUNTS,   *
069000* THE SEQUENCE CHECK AND THE TRAILER PROOF.                     *
069100*--------------------------------------------------------------*
069200 1200-LOAD-RUN-RESULTS.
069300     PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
069400             UNTIL WS-FEED-IDX > WS-MANF-COUNT
069500         MOVE 'MISSING' TO FDT-RECEIPT (WS-FEED-IDX)
069600         MOVE 0 TO FDT-RECEIVED (WS-FEED-IDX)
069700         MOVE 0 TO FDT-ACCEPTED (WS-FEED-IDX)
069800         MOVE 0 TO FDT-REJECTED (WS-FEED-IDX)
069900         MOVE 'UNPROVEN' TO FDT-PROOF (WS-FEED-IDX)
070000         MOVE 'N' TO FDT-RESENT-FLAG (WS-FEED-IDX)
070100     END-PERFORM.
070200     MOVE 0 TO WS-RUN-IDX.
070300     OPEN INPUT FA-PRERUN-FILE.
070400     IF WS-PRERUN-OK
070500         SET WS-NOT-AT-EOF TO TRUE
070600         PERFORM 1210-READ-ONE-PRERUN
070700             THRU 1210-READ-ONE-PRERUN-EXIT
070800         PERFORM UNTIL WS-AT-EOF
070900             ADD 1 TO WS-RUN-IDX
071000             IF WS-RUN-IDX NOT > WS-MANF-COUNT
071100                 MOVE PR-FEED-NAME TO FDT-RUN-NAME (WS-RUN-IDX)
071200                 EVALUATE PR-EXISTS-TEXT
071300                     WHEN 'PRESENT'
071400                         MOVE 'RECEIVED'
071500                             TO FDT-RECEIPT (WS-RUN-IDX)
071600                     WHEN 'EMPTY'
071700                         MOVE 'EMPTY' TO FDT-RECEIPT (WS-RUN-IDX)
071800                     WHEN OTHER
071900                         MOVE 'MISSING'
072000                             TO FDT-RECEIPT (WS-RUN-IDX)
072100                 END-EVALUATE
072200                 MOVE PR-GENERATION-TEXT
072300                     TO FDT-GENERATION (WS-RUN-IDX)
072400                 IF PR-EXISTS-TEXT = 'PRESENT'
072500                     AND PR-GENERATION-TEXT = 'NEW'
072600                     MOVE 'Y' TO FDT-RESENT-FLAG (WS-RUN-IDX)
072700                 END-IF
072800             END-IF
072900             PERFORM 1210-READ-ONE-PRERUN
073000                 THRU 1210-READ-ONE-PRERUN-EXIT
073100         END-PERFORM
073200         CLOSE FA-PRERUN-FILE
073300     ELSE
073400         DISPLAY 'FEEDACK: RSPRERUN NOT AVAILABLE - STATUS '
073500             WS-PRERUN-STATUS
073600     END-IF.
073700     MOVE 0 TO WS-RUN-IDX.
073800     OPEN INPUT FA-REPORT-FILE.
073900     IF WS-REPORT-OK
074000         SET WS-RPT-NOT-AT-EOF TO TRUE
074100         PERFORM 1220-READ-ONE-REPORT
074200             THRU 1220-READ-ONE-REPORT-EXIT
074300         PERFORM UNTIL WS-RPT-AT-EOF
074400             ADD 1 TO WS-RUN-IDX
074500             IF WS-RUN-IDX NOT > WS-MANF-COUNT
074600                 MOVE RPT-FEED-NAME TO FDT-RUN-NAME (WS-RUN-IDX)
074700                 MOVE RPT-RECORD-COUNT
074800                     TO FDT-RECEIVED (WS-RUN-IDX)
074900                 MOVE RPT-VALID-COUNT
075000                     TO FDT-ACCEPTED (WS-RUN-IDX)
075100                 MOVE RPT-REJECT-COUNT
075200                     TO FDT-REJECTED (WS-RUN-IDX)
075300                 MOVE RPT-BALANCE-STATUS
075400                     TO FDT-PROOF (WS-RUN-IDX)
075500                 MOVE RPT-SEQUENCE-STATUS
075600                     TO FDT-SEQUENCE (WS-RUN-IDX)
075700             END-IF
075800             PERFORM 1220-READ-ONE-REPORT
075900                 THRU 1220-READ-ONE-REPORT-EXIT
076000         END-PERFORM
076100         CLOSE FA-REPORT-FILE
076200     ELSE
076300         DISPLAY 'FEEDACK: RSREPORT NOT AVAILABLE - STATUS '
076400             WS-REPORT-STATUS
076500     END-IF.
076600 1200-LOAD-RUN-RESULTS-EXIT.
076700     EXIT.
076800 1210-READ-ONE-PRERUN.
076900     READ FA-PRERUN-FILE
077000         AT END SET WS-AT-EOF TO TRUE
077100     END-READ.
077200 1210-READ-ONE-PRERUN-EXIT.
077300     EXIT.
077400 1220-READ-ONE-REPORT.
077500     READ FA-REPORT-FILE
077600         AT END SET WS-RPT-AT-EOF TO TRUE
077700     END-READ.
077800 1220-READ-ONE-REPORT-EXIT.
077900     EXIT.
078000*--------------------------------------------------------------*
078100* 1300-ADD-MAINT-FEEDS - MOVES THE F-CARD FEEDS DOWN BEHIND THE *
078200* MANIFEST FEEDS AND COUNTS THEM. MASTFEED AND ENRLFEED CARRY   *
078300* NO TRAILER AND NO GENERATION REGISTRY: RECEIVED IS THE FEED'S *
078400* RECORD COUNT, REJECTED THE POSTING STEP'S REJECT LINES, AND   *
078500* ANY RECORDS AT ALL COUNT AS A RESEND.                         *
078600*--------------------------------------------------------------*
078700 1300-ADD-MAINT-FEEDS.
078800     PERFORM 1310-COUNT-MAINT-FILES
078900         THRU 1310-COUNT-MAINT-FILES-EXIT.
079000     MOVE WS-MANF-COUNT TO WS-RUN-IDX.
079100     PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
079200             UNTIL WS-FEED-IDX > WS-FCARD-COUNT
079300         ADD 1 TO WS-RUN-IDX
079400         COMPUTE WS-TOP-IDX = WS-FEED-MAX - WS-FEED-IDX + 1
079500         MOVE FA-FEED-ENTRY (WS-TOP-IDX)
079600             TO FA-FEED-ENTRY (WS-RUN-IDX)
079700         IF WS-TOP-IDX > WS-RUN-IDX
079800             MOVE SPACES TO FA-FEED-ENTRY (WS-TOP-IDX)
079900         END-IF
080000         IF FDT-FEED-NAME (WS-RUN-IDX) = 'MASTFEED'
080100             MOVE 'M' TO FDT-KIND (WS-RUN-IDX)
080200             MOVE WS-MAST-RECEIVED TO FDT-RECEIVED (WS-RUN-IDX)
080300             MOVE WS-MAST-REJECTED TO FDT-REJECTED (WS-RUN-IDX)
080400         ELSE
080500             MOVE 'E' TO FDT-KIND (WS-RUN-IDX)
080600             MOVE WS-ENRL-RECEIVED TO FDT-RECEIVED (WS-RUN-IDX)
080700             MOVE WS-ENRL-REJECTED TO FDT-REJECTED (WS-RUN-IDX)
080800         END-IF
080900         MOVE FDT-FEED-NAME (WS-RUN-IDX)
081000             TO FDT-RUN-NAME (WS-RUN-IDX)
081100         IF FDT-REJECTED (WS-RUN-IDX) < FDT-RECEIVED (WS-RUN-IDX)
081200             COMPUTE FDT-ACCEPTED (WS-RUN-IDX) =
081300                 FDT-RECEIVED (WS-RUN-IDX)
081400                 - FDT-REJECTED (WS-RUN-IDX)
081500         ELSE
081600             MOVE 0 TO FDT-ACCEPTED (WS-RUN-IDX)
081700         END-IF
081800         MOVE 'NO TRLR' TO FDT-PROOF (WS-RUN-IDX)
081900         MOVE SPACES TO FDT-SEQUENCE (WS-RUN-IDX)
082000         IF FDT-RECEIVED (WS-RUN-IDX) > 0
082100             MOVE 'RECEIVED' TO FDT-RECEIPT (WS-RUN-IDX)
082200             MOVE 'NEW' TO FDT-GENERATION (WS-RUN-IDX)
082300             MOVE 'Y' TO FDT-RESENT-FLAG (WS-RUN-IDX)
082400         ELSE
082500             MOVE 'EMPTY' TO FDT-RECEIPT (WS-RUN-IDX)
082600             MOVE SPACES TO FDT-GENERATION (WS-RUN-IDX)
082700             MOVE 'N' TO FDT-RESENT-FLAG (WS-RUN-IDX)
082800         END-IF
082900     END-PERFORM.
083000     MOVE WS-RUN-IDX TO WS-FEED-COUNT.
083100 1300-ADD-MAINT-FEEDS-EXIT.
083200     EXIT.
083300*--------------------------------------------------------------*
083400* 1310-COUNT-MAINT-FILES - RECORD COUNTS OFF MASTFEED, MASTREJ, *
083500* ENRLFEED AND ENRLREJ. A FILE NOT THERE COUNTS ZERO.           *
083600*--------------------------------------------------------------*
083700 1310-COUNT-MAINT-FILES.
083800     OPEN INPUT FA-MFEED-FILE.
083900     IF WS-MFEED-OK
084000         PERFORM UNTIL NOT WS-MFEED-OK
084100             READ FA-MFEED-FILE
084200                 NOT AT END ADD 1 TO WS-MAST-RECEIVED
084300             END-READ
084400         END-PERFORM
084500         CLOSE FA-MFEED-FILE
084600     END-IF.
084700     OPEN INPUT FA-MREJ-FILE.
084800     IF WS-MREJ-OK
084900         PERFORM UNTIL NOT WS-MREJ-OK
085000             READ FA-MREJ-FILE
085100                 NOT AT END ADD 1 TO WS-MAST-REJECTED
085200             END-READ
085300         END-PERFORM
085400         CLOSE FA-MREJ-FILE
085500     END-IF.
085600     OPEN INPUT FA-EFEED-FILE.
085700     IF WS-EFEED-OK
085800         PERFORM UNTIL NOT WS-EFEED-OK
085900             READ FA-EFEED-FILE
086000                 NOT AT END ADD 1 TO WS-ENRL-RECEIVED
086100             END-READ
086200         END-PERFORM
086300         CLOSE FA-EFEED-FILE
086400     END-IF.
086500     OPEN INPUT FA-EREJ-FILE.
086600     IF WS-EREJ-OK
086700         PERFORM UNTIL NOT WS-EREJ-OK
086800             READ FA-EREJ-FILE
086900                 NOT AT END ADD 1 TO WS-ENRL-REJECTED
087000             END-READ
087100         END-PERFORM
087200         CLOSE FA-EREJ-FILE
087300     END-IF.
087400 1310-COUNT-MAINT-FILES-EXIT.
087500     EXIT.
087600*--------------------------------------------------------------*
087700* 1400-LOAD-ACK-HISTORY - REPLAYS ACKHIST IN ORDER TO FIND, FOR *
087800* EACH FEED, THE ACKNOWLEDGMENT WITH REJECTS THAT HAS NOT YET   *
087900* BEEN ANSWERED: A RESEND CLOSES IT, AND A LATER ACKNOWLEDGMENT *
088000* WITH REJECTS OPENS A NEW ONE. A MISSING ACKHIST IS A FIRST    *
088100* RUN.                                                          *
088200*--------------------------------------------------------------*
088300 1400-LOAD-ACK-HISTORY.
088400     PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
088500             UNTIL WS-FEED-IDX > WS-FEED-COUNT
088600         MOVE 0 TO FDT-OPEN-DATE (WS-FEED-IDX)
088700         MOVE 0 TO FDT-TURNAROUND (WS-FEED-IDX)
088800     END-PERFORM.
088900     OPEN INPUT FA-HIST-FILE.
089000     IF NOT WS-HIST-OK
089100         GO TO 1400-LOAD-ACK-HISTORY-EXIT
089200     END-IF.
089300     SET WS-NOT-AT-EOF TO TRUE.
089400     PERFORM 1410-READ-ONE-HISTORY
089500         THRU 1410-READ-ONE-HISTORY-EXIT.
089600     PERFORM 1450-APPLY-ONE-HISTORY
089700         THRU 1450-APPLY-ONE-HISTORY-EXIT
089800         UNTIL WS-AT-EOF.
089900     CLOSE FA-HIST-FILE.
090000 1400-LOAD-ACK-HISTORY-EXIT.
090100     EXIT.
090200 1410-READ-ONE-HISTORY.
090300     READ FA-HIST-FILE
090400         AT END SET WS-AT-EOF TO TRUE
090500     END-READ.
090600 1410-READ-ONE-HISTORY-EXIT.
090700     EXIT.
090800 1450-APPLY-ONE-HISTORY.
090900     MOVE 0 TO WS-FEED-MATCH.
091000     PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
091100             UNTIL WS-FEED-IDX > WS-FEED-COUNT
091200             OR WS-FEED-MATCH > 0
091300         IF FDT-FEED-NAME (WS-FEED-IDX) = AH-FEED-NAME
091400             MOVE WS-FEED-IDX TO WS-FEED-MATCH
091500         END-IF
091600     END-PERFORM.
091700     IF WS-FEED-MATCH > 0
091800         IF AH-RESENT
091900             MOVE 0 TO FDT-OPEN-DATE (WS-FEED-MATCH)
092000         END-IF
092100         IF AH-REJECTED NUMERIC
092200             AND AH-REJECTED > 0
092300             AND AH-ACK-DATE NUMERIC
092400             MOVE AH-ACK-DATE TO FDT-OPEN-DATE (WS-FEED-MATCH)
092500         END-IF
092600     END-IF.
092700     PERFORM 1410-READ-ONE-HISTORY
092800         THRU 1410-READ-ONE-HISTORY-EXIT.
092900 1450-APPLY-ONE-HISTORY-EXIT.
093000     EXIT.
093100*--------------------------------------------------------------*
093200* 1500-ROUTE-ONE-FEED - FINDS THE FEED'S OFFICE FILE AND, WHEN  *
093300* TONIGHT'S FEED IS A RESEND ANSWERING AN OPEN ACKNOWLEDGMENT   *
093400* WITH REJECTS, THE DAYS THE OFFICE TOOK.                       *
093500*--------------------------------------------------------------*
093600 1500-ROUTE-ONE-FEED.
093700     MOVE FDT-OFFICE (WS-FEED-IDX) TO WS-LOOKUP-OFFICE.
093800     PERFORM 1550-FIND-OFFICE-SLOT
093900         THRU 1550-FIND-OFFICE-SLOT-EXIT.
094000     MOVE WS-SLOT-MATCH TO FDT-SLOT (WS-FEED-IDX).
094100     IF WS-SLOT-MATCH = 0
094200         DISPLAY 'FEEDACK: FEED ' FDT-FEED-NAME (WS-FEED-IDX)
094300             ' OFFICE "' FDT-OFFICE (WS-FEED-IDX)
094400             '" HAS NO ACKPARM O CARD - NOT ACKNOWLEDGED'
094500         ADD 1 TO WS-FEEDS-UNROUTED
094600     END-IF.
094700     IF FDT-RESENT (WS-FEED-IDX)
094800         AND FDT-OPEN-DATE (WS-FEED-IDX) > 0
094900         AND FDT-OPEN-DATE (WS-FEED-IDX) NOT > WS-BUSINESS-DATE
095000         COMPUTE WS-TURNAROUND-DAYS =
095100             FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
095200             - FUNCTION INTEGER-OF-DATE
095300                 (FDT-OPEN-DATE (WS-FEED-IDX))
095400         IF WS-TURNAROUND-DAYS > 9999
095500             MOVE 9999 TO WS-TURNAROUND-DAYS
095600         END-IF
095700         MOVE WS-TURNAROUND-DAYS TO FDT-TURNAROUND (WS-FEED-IDX)
095800         ADD 1 TO WS-RESENDS-TIMED
095900     END-IF.
096000 1500-ROUTE-ONE-FEED-EXIT.
096100     EXIT.
096200 1550-FIND-OFFICE-SLOT.
096300     MOVE 0 TO WS-SLOT-MATCH.
096400     IF WS-LOOKUP-OFFICE = SPACES
096500         GO TO 1550-FIND-OFFICE-SLOT-EXIT
096600     END-IF.
096700     PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
096800             UNTIL WS-SLOT-IDX > 5
096900             OR WS-SLOT-MATCH > 0
097000         IF SLT-OFFICE (WS-SLOT-IDX) = WS-LOOKUP-OFFICE
097100             MOVE WS-SLOT-IDX TO WS-SLOT-MATCH
097200         END-IF
097300     END-PERFORM.
097400 1550-FIND-OFFICE-SLOT-EXIT.
097500     EXIT.
097600*--------------------------------------------------------------*
097700* 2000-OPEN-ONE-ACK-FILE - OPENS THE ACKOFCN FILE FOR EACH SLOT *
097800* AN O CARD NAMED AND WRITES ITS HEADER. AN OFFICE WITH NO      *
097900* FEEDS TONIGHT STILL GETS A FILE, SO SILENCE NEVER MEANS       *
098000* SOMETHING WENT WRONG.                                         *
098100*--------------------------------------------------------------*
098200 2000-OPEN-ONE-ACK-FILE.
098300     IF SLT-OFFICE (WS-SLOT-IDX) = SPACES
098400         GO TO 2000-OPEN-ONE-ACK-FILE-EXIT
098500     END-IF.
098600     EVALUATE WS-SLOT-IDX
098700         WHEN 1  OPEN OUTPUT FA-ACK1-FILE
098800         WHEN 2  OPEN OUTPUT FA-ACK2-FILE
098900         WHEN 3  OPEN OUTPUT FA-ACK3-FILE
099000         WHEN 4  OPEN OUTPUT FA-ACK4-FILE
099100         WHEN 5  OPEN OUTPUT FA-ACK5-FILE
099200     END-EVALUATE.
099300     MOVE WS-SLOT-IDX TO WS-SLOT-DISP.
099400     IF NOT WS-ACK-OK
099500         DISPLAY 'FEEDACK: ACKOFC' WS-SLOT-DISP ' OPEN FAILED - '
099600             'STATUS ' WS-ACK-STATUS ' - OFFICE '
099700             SLT-OFFICE (WS-SLOT-IDX) ' NOT ACKNOWLEDGED'
099800         MOVE 4 TO RETURN-CODE
099900         GO TO 2000-OPEN-ONE-ACK-FILE-EXIT
100000     END-IF.
100100     MOVE 'Y' TO SLT-OPEN-FLAG (WS-SLOT-IDX).
100200     MOVE SPACES TO FA-ACK-LINE.
100300     MOVE 'H' TO AKL-RECORD-TYPE.
100400     MOVE SLT-OFFICE (WS-SLOT-IDX) TO AKL-OFFICE.
100500     MOVE WS-BUSINESS-DATE TO AKH-BUSINESS-DATE.
100600     MOVE SP-CYCLE-NUMBER TO AKH-CYCLE-NUMBER.
100700     MOVE 'REGISTRAR FEED ACKNOWLEDGMENT' TO AKH-TITLE.
100800     PERFORM 2050-WRITE-ACK-LINE
100900         THRU 2050-WRITE-ACK-LINE-EXIT.
101000 2000-OPEN-ONE-ACK-FILE-EXIT.
101100     EXIT.
101200*--------------------------------------------------------------*
101300* 2050-WRITE-ACK-LINE - WRITES FA-ACK-LINE TO THE SLOT IN       *
101400* WS-SLOT-IDX. A SLOT WHOSE FILE DID NOT OPEN WRITES NOTHING.   *
101500*--------------------------------------------------------------*
101600 2050-WRITE-ACK-LINE.
101700     IF NOT SLT-OPEN (WS-SLOT-IDX)
101800         GO TO 2050-WRITE-ACK-LINE-EXIT
101900     END-IF.
102000     EVALUATE WS-SLOT-IDX
102100         WHEN 1  WRITE FA-ACK1-RECORD FROM FA-ACK-LINE
102200         WHEN 2  WRITE FA-ACK2-RECORD FROM FA-ACK-LINE
102300         WHEN 3  WRITE FA-ACK3-RECORD FROM FA-ACK-LINE
102400         WHEN 4  WRITE FA-ACK4-RECORD FROM FA-ACK-LINE
102500         WHEN 5  WRITE FA-ACK5-RECORD FROM FA-ACK-LINE
102600     END-EVALUATE.
102700     ADD 1 TO SLT-LINE-COUNT (WS-SLOT-IDX).
102800 2050-WRITE-ACK-LINE-EXIT.
102900     EXIT.
103000*--------------------------------------------------------------*
103100* 2200-WRITE-FEED-SUMMARY - THE F LINE FOR ONE FEED ON ITS      *
103200* OFFICE'S FILE.                                                *
103300*--------------------------------------------------------------*
103400 2200-WRITE-FEED-SUMMARY.
103500     MOVE FDT-SLOT (WS-FEED-IDX) TO WS-SLOT-IDX.
103600     IF WS-SLOT-IDX = 0
103700         GO TO 2200-WRITE-FEED-SUMMARY-EXIT
103800     END-IF.
103900     IF NOT SLT-OPEN (WS-SLOT-IDX)
104000         GO TO 2200-WRITE-FEED-SUMMARY-EXIT
104100     END-IF.
104200     MOVE SPACES TO FA-ACK-LINE.
104300     MOVE 'F' TO AKL-RECORD-TYPE.
104400     MOVE SLT-OFFICE (WS-SLOT-IDX) TO AKL-OFFICE.
104500     MOVE FDT-FEED-NAME (WS-FEED-IDX) TO AKF-FEED-NAME.
104600     MOVE FDT-RECEIPT (WS-FEED-IDX) TO AKF-RECEIPT.
104700     MOVE FDT-GENERATION (WS-FEED-IDX) TO AKF-GENERATION.
104800     MOVE FDT-RECEIVED (WS-FEED-IDX) TO AKF-RECEIVED.
104900     MOVE FDT-ACCEPTED (WS-FEED-IDX) TO AKF-ACCEPTED.
105000     MOVE FDT-REJECTED (WS-FEED-IDX) TO AKF-REJECTED.
105100     MOVE FDT-PROOF (WS-FEED-IDX) TO AKF-PROOF.
105200     MOVE FDT-SEQUENCE (WS-FEED-IDX) TO AKF-SEQUENCE.
105300     IF FDT-RESENT (WS-FEED-IDX)
105400         MOVE FDT-OPEN-DATE (WS-FEED-IDX)
105500             TO AKF-PRIOR-REJECT-DATE
105600     ELSE
105700         MOVE 0 TO AKF-PRIOR-REJECT-DATE
105800     END-IF.
105900     MOVE FDT-TURNAROUND (WS-FEED-IDX) TO AKF-TURNAROUND-DAYS.
106000     PERFORM 2050-WRITE-ACK-LINE
106100         THRU 2050-WRITE-ACK-LINE-EXIT.
106200     ADD 1 TO SLT-FEED-COUNT (WS-SLOT-IDX).
106300     ADD 1 TO WS-FEEDS-ACKED.
106400 2200-WRITE-FEED-SUMMARY-EXIT.
106500     EXIT.
106600*--------------------------------------------------------------*
106700* 3000-RETURN-RS-REJECTS - EVERY RSREJECT LINE (BOTH READSTMT   *
106800* PARTITIONS, CONCATENATED) BACK TO THE OFFICE THAT SENT THE    *
106900* FEED, MATCHED ON THE RUN NAME READSTMT STAMPED ON IT.         *
107000*--------------------------------------------------------------*
107100 3000-RETURN-RS-REJECTS.
107200     OPEN INPUT FA-RSREJ-FILE.
107300     IF NOT WS-RSREJ-OK
107400         GO TO 3000-RETURN-RS-REJECTS-EXIT
107500     END-IF.
107600     MOVE 'RSREJECT' TO WS-LOOKUP-SOURCE.
107700     SET WS-NOT-AT-EOF TO TRUE.
107800     PERFORM 3010-READ-ONE-RS-REJECT
107900         THRU 3010-READ-ONE-RS-REJECT-EXIT.
108000     PERFORM 3050-RETURN-ONE-RS-REJECT
108100         THRU 3050-RETURN-ONE-RS-REJECT-EXIT
108200         UNTIL WS-AT-EOF.
108300     CLOSE FA-RSREJ-FILE.
108400 3000-RETURN-RS-REJECTS-EXIT.
108500     EXIT.
108600 3010-READ-ONE-RS-REJECT.
108700     MOVE SPACES TO FA-RSREJ-RECORD.
108800     READ FA-RSREJ-FILE
108900         AT END SET WS-AT-EOF TO TRUE
109000     END-READ.
109100 3010-READ-ONE-RS-REJECT-EXIT.
109200     EXIT.
109300 3050-RETURN-ONE-RS-REJECT.
109400     MOVE 0 TO WS-FEED-MATCH.
109500     PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
109600             UNTIL WS-FEED-IDX > WS-MANF-COUNT
109700             OR WS-FEED-MATCH > 0
109800         IF FDT-RUN-NAME (WS-FEED-IDX) = REJ-FEED-NAME
109900             MOVE WS-FEED-IDX TO WS-FEED-MATCH
110000         END-IF
110100     END-PERFORM.
110200     MOVE SPACES TO FA-ACK-LINE.
110300     MOVE REJ-REASON-CODE TO WS-LOOKUP-CODE.
110400     IF REJ-RECORD-NUMBER NUMERIC
110500         MOVE REJ-RECORD-NUMBER TO AKR-RECORD-NUMBER
110600     ELSE
110700         MOVE 0 TO AKR-RECORD-NUMBER
110800     END-IF.
110900     MOVE REJ-RECORD-IMAGE TO AKR-RECORD-IMAGE.
111000     PERFORM 3500-WRITE-REJECT-LINE
111100         THRU 3500-WRITE-REJECT-LINE-EXIT.
111200     PERFORM 3010-READ-ONE-RS-REJECT
111300         THRU 3010-READ-ONE-RS-REJECT-EXIT.
111400 3050-RETURN-ONE-RS-REJECT-EXIT.
111500     EXIT.
111600*--------------------------------------------------------------*
111700* 3100-RETURN-MAST-REJECTS - EVERY MASTREJ LINE BACK TO THE     *
111800* OFFICE ON THE MASTFEED F CARD. A REJECT CARRYING A RESUBMIT   *
111850* STAMP CAME FROM THE LOOKUP WORKBENCH, NOT THE OFFICE, AND     *
111860* STAYS WITH THE WORKBENCH.                                     *
111900*--------------------------------------------------------------*
112000 3100-RETURN-MAST-REJECTS.
112100     MOVE 0 TO WS-FEED-MATCH.
112200     PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
112300             UNTIL WS-FEED-IDX > WS-FEED-COUNT
112400             OR WS-FEED-MATCH > 0
112500         IF FDT-MASTFEED (WS-FEED-IDX)
112600             MOVE WS-FEED-IDX TO WS-FEED-MATCH
112700         END-IF
112800     END-PERFORM.
112900     OPEN INPUT FA-MREJ-FILE.
113000     IF NOT WS-MREJ-OK
113100         GO TO 3100-RETURN-MAST-REJECTS-EXIT
113200     END-IF.
113300     MOVE 'MASTREJ ' TO WS-LOOKUP-SOURCE.
113400     SET WS-NOT-AT-EOF TO TRUE.
113500     PERFORM 3110-READ-ONE-MAST-REJECT
113600         THRU 3110-READ-ONE-MAST-REJECT-EXIT.
113700     PERFORM UNTIL WS-AT-EOF
113800         MOVE SPACES TO FA-ACK-LINE
113900         MOVE MRJ-REASON-CODE TO WS-LOOKUP-CODE
114000         MOVE 0 TO AKR-RECORD-NUMBER
114100         MOVE MRJ-FEED-RECORD TO AKR-RECORD-IMAGE
114150         IF MRJ-RESUB-STAMP = SPACES
114200             PERFORM 3500-WRITE-REJECT-LINE
114300                 THRU 3500-WRITE-REJECT-LINE-EXIT
114350         ELSE
114360             ADD 1 TO WS-REJECTS-RESUBMITTED
114370         END-IF
114400         PERFORM 3110-READ-ONE-MAST-REJECT
114500             THRU 3110-READ-ONE-MAST-REJECT-EXIT
114600     END-PERFORM.
114700     CLOSE FA-MREJ-FILE.
114800 3100-RETURN-MAST-REJECTS-EXIT.
114900     EXIT.
115000 3110-READ-ONE-MAST-REJECT.
115100     MOVE SPACES TO FA-MREJ-RECORD.
115200     READ FA-MREJ-FILE
115300         AT END SET WS-AT-EOF TO TRUE
115400     END-READ.
115500 3110-READ-ONE-MAST-REJECT-EXIT.
115600     EXIT.
115700*--------------------------------------------------------------*
115800* 3200-RETURN-ENRL-REJECTS - EVERY ENRLREJ LINE BACK TO THE     *
115900* OFFICE ON THE ENRLFEED F CARD. A TIME CONFLICT NAMES THE      *
116000* COURSE AND SECTION IT CLASHED WITH. STAMPED RESUBMISSIONS    *
116050* STAY WITH THE WORKBENCH AS ABOVE.                             *
116100*--------------------------------------------------------------*
116200 3200-RETURN-ENRL-REJECTS.
116300     MOVE 0 TO WS-FEED-MATCH.
116400     PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
116500             UNTIL WS-FEED-IDX > WS-FEED-COUNT
116600             OR WS-FEED-MATCH > 0
116700         IF FDT-ENRLFEED (WS-FEED-IDX)
116800             MOVE WS-FEED-IDX TO WS-FEED-MATCH
116900         END-IF
117000     END-PERFORM.
117100     OPEN INPUT FA-EREJ-FILE.
117200     IF NOT WS-EREJ-OK
117300         GO TO 3200-RETURN-ENRL-REJECTS-EXIT
117400     END-IF.
117500     MOVE 'ENRLREJ ' TO WS-LOOKUP-SOURCE.
117600     SET WS-NOT-AT-EOF TO TRUE.
117700     PERFORM 3210-READ-ONE-ENRL-REJECT
117800         THRU 3210-READ-ONE-ENRL-REJECT-EXIT.
117900     PERFORM UNTIL WS-AT-EOF
118000         MOVE SPACES TO FA-ACK-LINE
118100         MOVE ERJ-REASON-CODE TO WS-LOOKUP-CODE
118200         MOVE 0 TO AKR-RECORD-NUMBER
118300         MOVE ERJ-FEED-RECORD TO AKR-RECORD-IMAGE
118350         IF ERJ-RESUB-STAMP = SPACES
118400             PERFORM 3500-WRITE-REJECT-LINE
118500                 THRU 3500-WRITE-REJECT-LINE-EXIT
118550         ELSE
118560             ADD 1 TO WS-REJECTS-RESUBMITTED
118570         END-IF
118600         PERFORM 3210-READ-ONE-ENRL-REJECT
118700             THRU 3210-READ-ONE-ENRL-REJECT-EXIT
118800     END-PERFORM.
118900     CLOSE FA-EREJ-FILE.
119000 3200-RETURN-ENRL-REJECTS-EXIT.
119100     EXIT.
119200 3210-READ-ONE-ENRL-REJECT.
119300     MOVE SPACES TO FA-EREJ-RECORD.
119400     READ FA-EREJ-FILE
119500         AT END SET WS-AT-EOF TO TRUE
119600     END-READ.
119700 3210-READ-ONE-ENRL-REJECT-EXIT.
119800     EXIT.
119900*--------------------------------------------------------------*
120000* 3500-WRITE-REJECT-LINE - FINISHES AND WRITES ONE R LINE FOR   *
120100* THE FEED IN WS-FEED-MATCH. THE CALLER HAS SET THE RECORD      *
120200* NUMBER AND IMAGE, AND THE REJECT FILE AND CODE IN             *
120300* WS-LOOKUP-SOURCE AND WS-LOOKUP-CODE. A FEED WITH NO OFFICE    *
120400* FILE IS COUNTED UNROUTED.                                     *
120500*--------------------------------------------------------------*
120600 3500-WRITE-REJECT-LINE.
120700     IF WS-FEED-MATCH = 0
120800         ADD 1 TO WS-REJECTS-UNROUTED
120900         GO TO 3500-WRITE-REJECT-LINE-EXIT
121000     END-IF.
121100     MOVE FDT-SLOT (WS-FEED-MATCH) TO WS-SLOT-IDX.
121200     IF WS-SLOT-IDX = 0
121300         ADD 1 TO WS-REJECTS-UNROUTED
121400         GO TO 3500-WRITE-REJECT-LINE-EXIT
121500     END-IF.
121600     IF NOT SLT-OPEN (WS-SLOT-IDX)
121700         ADD 1 TO WS-REJECTS-UNROUTED
121800         GO TO 3500-WRITE-REJECT-LINE-EXIT
121900     END-IF.
122000     PERFORM 3550-FIND-REASON-TEXT
122100         THRU 3550-FIND-REASON-TEXT-EXIT.
122200     MOVE 'R' TO AKL-RECORD-TYPE.
122300     MOVE SLT-OFFICE (WS-SLOT-IDX) TO AKL-OFFICE.
122400     MOVE FDT-FEED-NAME (WS-FEED-MATCH) TO AKR-FEED-NAME.
122500     MOVE WS-LOOKUP-CODE TO AKR-REASON-CODE.
122600     MOVE WS-REASON-TEXT TO AKR-REASON-TEXT.
122700     MOVE SPACES TO AKR-REFERENCE.
122800     IF WS-LOOKUP-SOURCE = 'ENRLREJ '
122900         AND ERJ-CONFLICT-COURSE NOT = SPACES
123000         MOVE ERJ-CONFLICT-COURSE TO AKR-REFERENCE (1:6)
123100         MOVE ERJ-CONFLICT-SECTION TO AKR-REFERENCE (8:3)
123200     END-IF.
123300     PERFORM 2050-WRITE-ACK-LINE
123400         THRU 2050-WRITE-ACK-LINE-EXIT.
123500     ADD 1 TO SLT-REJECT-COUNT (WS-SLOT-IDX).
123600     ADD 1 TO WS-REJECTS-RETURNED.
123700 3500-WRITE-REJECT-LINE-EXIT.
123800     EXIT.
123900*--------------------------------------------------------------*
124000* 3550-FIND-REASON-TEXT - THE ACKPARM R-CARD TEXT FOR THE CODE  *
124100* ON THIS REJECT FILE. A CODE WITH NO CARD STILL GOES OUT, WITH *
124200* A TEXT ASKING THE OFFICE TO CALL, AND IS COUNTED SO THE CARD  *
124300* CAN BE ADDED.                                                 *
124400*--------------------------------------------------------------*
124500 3550-FIND-REASON-TEXT.
124600     MOVE SPACES TO WS-REASON-TEXT.
124700     PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
124800             UNTIL WS-REASON-IDX > WS-REASON-COUNT
124900             OR WS-REASON-TEXT NOT = SPACES
125000         IF RST-SOURCE (WS-REASON-IDX) = WS-LOOKUP-SOURCE
125100             AND RST-CODE (WS-REASON-IDX) = WS-LOOKUP-CODE
125200             MOVE RST-TEXT (WS-REASON-IDX) TO WS-REASON-TEXT
125300         END-IF
125400     END-PERFORM.
125500     IF WS-REASON-TEXT = SPACES
125600         MOVE 'REJECTED - CALL THE REGISTRAR FOR DETAIL'
125700             TO WS-REASON-TEXT
125800         ADD 1 TO WS-CODES-UNKNOWN
125900     END-IF.
126000 3550-FIND-REASON-TEXT-EXIT.
126100     EXIT.
126200*--------------------------------------------------------------*
126300* 4000-CLOSE-ONE-ACK-FILE - THE T LINE AND CLOSE FOR EACH OPEN  *
126400* OFFICE FILE. THE LINE COUNT INCLUDES THE TRAILER ITSELF.      *
126500*--------------------------------------------------------------*
126600 4000-CLOSE-ONE-ACK-FILE.
126700     IF NOT SLT-OPEN (WS-SLOT-IDX)
126800         GO TO 4000-CLOSE-ONE-ACK-FILE-EXIT
126900     END-IF.
127000     MOVE SPACES TO FA-ACK-LINE.
127100     MOVE 'T' TO AKL-RECORD-TYPE.
127200     MOVE SLT-OFFICE (WS-SLOT-IDX) TO AKL-OFFICE.
127300     MOVE SLT-FEED-COUNT (WS-SLOT-IDX) TO AKT-FEED-COUNT.
127400     MOVE SLT-REJECT-COUNT (WS-SLOT-IDX) TO AKT-REJECT-COUNT.
127500     COMPUTE AKT-LINE-COUNT = SLT-LINE-COUNT (WS-SLOT-IDX) + 1.
127600     PERFORM 2050-WRITE-ACK-LINE
127700         THRU 2050-WRITE-ACK-LINE-EXIT.
127800     EVALUATE WS-SLOT-IDX
127900         WHEN 1  CLOSE FA-ACK1-FILE
128000         WHEN 2  CLOSE FA-ACK2-FILE
128100         WHEN 3  CLOSE FA-ACK3-FILE
128200         WHEN 4  CLOSE FA-ACK4-FILE
128300         WHEN 5  CLOSE FA-ACK5-FILE
128400     END-EVALUATE.
128500     MOVE WS-SLOT-IDX TO WS-SLOT-DISP.
128600     DISPLAY 'FEEDACK: ' SLT-OFFICE (WS-SLOT-IDX) ' ACKOFC'
128700         WS-SLOT-DISP ' - ' SLT-FEED-COUNT (WS-SLOT-IDX)
128800         ' FEEDS, ' SLT-REJECT-COUNT (WS-SLOT-IDX) ' REJECTS'.
128900 4000-CLOSE-ONE-ACK-FILE-EXIT.
129000     EXIT.
129100*--------------------------------------------------------------*
129200* 5000-WRITE-ACK-HISTORY - ONE ACKHIST LINE PER FEED ROUTED TO  *
129300* AN OFFICE. THE REGISTRAR'S DATA-QUALITY FOLLOW-UP READS THE   *
129400* TURNAROUND DAYS OFF THESE LINES.                              *
129500*--------------------------------------------------------------*
129600 5000-WRITE-ACK-HISTORY.
129700     IF FDT-SLOT (WS-FEED-IDX) = 0
129800         GO TO 5000-WRITE-ACK-HISTORY-EXIT
129900     END-IF.
130000     MOVE SPACES TO FA-HIST-RECORD.
130100     MOVE FDT-OFFICE (WS-FEED-IDX) TO AH-OFFICE.
130200     MOVE FDT-FEED-NAME (WS-FEED-IDX) TO AH-FEED-NAME.
130300     MOVE WS-BUSINESS-DATE TO AH-ACK-DATE.
130400     MOVE SP-CYCLE-NUMBER TO AH-CYCLE-NUMBER.
130500     MOVE FDT-GENERATION (WS-FEED-IDX) TO AH-GENERATION.
130600     MOVE FDT-RECEIVED (WS-FEED-IDX) TO AH-RECEIVED.
130700     MOVE FDT-ACCEPTED (WS-FEED-IDX) TO AH-ACCEPTED.
130800     MOVE FDT-REJECTED (WS-FEED-IDX) TO AH-REJECTED.
130900     MOVE FDT-PROOF (WS-FEED-IDX) TO AH-PROOF.
131000     MOVE FDT-RESENT-FLAG (WS-FEED-IDX) TO AH-RESENT-FLAG.
131100     IF FDT-RESENT (WS-FEED-IDX)
131200         MOVE FDT-OPEN-DATE (WS-FEED-IDX)
131300             TO AH-PRIOR-REJECT-DATE
131400     ELSE
131500         MOVE 0 TO AH-PRIOR-REJECT-DATE
131600     END-IF.
131700     MOVE FDT-TURNAROUND (WS-FEED-IDX) TO AH-TURNAROUND-DAYS.
131800     WRITE FA-HIST-RECORD.
131900 5000-WRITE-ACK-HISTORY-EXIT.
132000     EXIT.
132100*--------------------------------------------------------------*
132200* 9999-EXIT                                                     *
132300*--------------------------------------------------------------*
132400 9999-EXIT.
132500     STOP RUN.
