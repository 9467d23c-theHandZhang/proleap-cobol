000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GRADCONF.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - DEGREE CONFERRAL AT TERM END, *
001100*                RUN FROM JCL/TERMEND.JCL AFTER THE STANDING    *
001200*                AND SAP STEPS. THE TERM JUST CLOSED IS TAKEN   *
001300*                OFF TRMSUMR AS ACADSTND TAKES IT. EVERY        *
001400*                PENDING OR HELD GRADAPPL APPLICATION FOR THAT  *
001500*                TERM IS AUDITED AGAINST THE DEGREQ             *
001600*                REQUIREMENTS OF THE PROGRAM APPLIED FOR, THE   *
001700*                WAY DEGAUDIT AUDITS, EXCEPT THAT ONLY EARNED   *
001800*                ACADHIST GRADES COUNT - NOTHING IS IN PROGRESS *
001900*                AT CONFERRAL. AN APPLICANT WHO CLEARS EVERY    *
002000*                REQUIREMENT IS CONFERRED: STUMAST GOES TO      *
002100*                GRADUATED (G) WITH THE CONFERRAL DATE AND A    *
002200*                STUHIST BEFORE/AFTER RECORD (ACTION G), THE    *
002300*                DEGREE IS ADDED TO ACADHIST AS SECTION DEG FOR *
002400*                THE TRANSCRIPT, AND THE STUDENT GOES ON THE    *
002500*                GRDDIPL DIPLOMA-NAME PRINT LIST AND THE        *
002600*                GRDCOMM COMMENCEMENT PROGRAM EXTRACT. ANY      *
002700*                OTHER APPLICANT IS HELD WITH THE FIRST         *
002800*                REQUIREMENT STILL UNMET. GRDCONR LISTS EVERY   *
002900*                APPLICATION AUDITED AND THE CONFERRED AND HELD *
003000*                TOTALS BY PROGRAM. GRADAPPL IS REWRITTEN WITH  *
003100*                EACH OUTCOME; A CONFERRED APPLICATION IS NEVER *
003200*                AUDITED AGAIN, SO A RERUN CONFERS NOTHING      *
003300*                TWICE, WHILE A HELD ONE IS RE-AUDITED.         *
003300* 10/15/26  DW   STUHIST RECORD CARRIES THE OPERATOR OR PROGRAM *
003300*                THAT MADE THE CHANGE                           *
003300* 10/15/26  DW   STUMAST RECORD AND THE STUHIST BEFORE/AFTER    *
003300*                IMAGES LENGTHENED TO 170 BYTES FOR THE         *
003300*                DIRECTORY-INFORMATION CONFIDENTIALITY FLAG,    *
003300*                ITS DATE AND REQUESTING OPERATOR.              *
003300* 10/15/26  DW   THE GRDCOMM COMMENCEMENT EXTRACT NOW HONORS    *
003300*                THE FERPA DIRECTORY-INFORMATION BLOCK: A       *
003300*                CONFIDENTIAL GRADUATE IS LEFT OFF OR LISTED AS *
003300*                NAME WITHHELD PER THE CONFRULE RULE FOR        *
003300*                GRDCOMM (THROUGH CONFCHK), AND A TRLR TRAILER  *
003300*                CARRIES THE LISTED, SUPPRESSED AND MASKED      *
003300*                COUNTS.                                        *
003300* 10/15/26  DW   STUMAST RECORD AND THE STUHIST BEFORE/AFTER    *
003300*                IMAGES LENGTHENED TO 186 BYTES FOR THE DATE OF *
003300*                DEATH AND ITS VERIFICATION SOURCE.             *
003300* 10/15/26  DW   EVERY STUMAST REWRITE IS NOW ALSO WRITTEN TO  *
003300*                THE RCVJRNL FORWARD-RECOVERY JOURNAL THROUGH  *
003300*                JRNLLOG.                                      *
003400*--------------------------------------------------------------*
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT GC-SUMMARY-FILE ASSIGN TO TRMSUMR
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-SUMMARY-STATUS.
004100     SELECT GC-PGMTAB-FILE ASSIGN TO PGMTABLE
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-PGMTAB-STATUS.
004400     SELECT GC-REQ-FILE ASSIGN TO DEGREQ
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-REQ-STATUS.
004700     SELECT GC-APPL-FILE ASSIGN TO GRADAPPL
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-APPL-STATUS.
005000     SELECT GC-MASTER-FILE ASSIGN TO STUMAST
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS STM-STUDENT-ID
005400         FILE STATUS IS WS-MASTER-STATUS.
005500     SELECT GC-HIST-FILE ASSIGN TO ACADHIST
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS AHS-KEY
005900         FILE STATUS IS WS-HIST-STATUS.
006000     SELECT GC-HISTORY-FILE ASSIGN TO STUHIST
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-HISTORY-STATUS.
006300     SELECT GC-REGISTER-FILE ASSIGN TO GRDCONR
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-REGISTER-STATUS.
006600     SELECT GC-DIPLOMA-FILE ASSIGN TO GRDDIPL
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-DIPLOMA-STATUS.
006900     SELECT GC-COMMENCE-FILE ASSIGN TO GRDCOMM
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-COMMENCE-STATUS.
007200     SELECT GC-WORK-FILE ASSIGN TO GRADWRK
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-WORK-STATUS.
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  GC-SUMMARY-FILE.
007800 01  GC-SUMMARY-RECORD.
007900     05  GCS-LABEL            PIC X(30).
008000     05  GCS-VALUE            PIC 9(08).
008100 FD  GC-PGMTAB-FILE.
008200 01  PGM-CARD.
008300     05  PGC-PROGRAM-CODE     PIC X(04).
008400     05  PGC-TITLE            PIC X(20).
008500     05  PGC-DEPARTMENT       PIC X(04).
008600     05  PGC-ACTIVE-FLAG      PIC X(01).
008700 FD  GC-REQ-FILE.
008800 01  DRQ-CARD.
008900     05  DRQ-PROGRAM-CODE     PIC X(04).
009000     05  DRQ-REQ-TYPE         PIC X(01).
009100     05  DRQ-POOL-ID          PIC X(02).
009200     05  DRQ-COURSE-ID        PIC X(06).
009300     05  DRQ-HOURS            PIC 9(03).
009400     05  DRQ-DESC             PIC X(20).
009500 FD  GC-APPL-FILE.
009600     COPY GRDAPREC.
009700 FD  GC-MASTER-FILE.
009800 01  STM-RECORD.
009900     05  STM-STUDENT-ID       PIC 9(09).
010000     05  STM-NAME             PIC X(25).
010100     05  STM-PROGRAM-CODE     PIC X(04).
010200     05  STM-RES-CODE1        PIC 9(01).
010300     05  STM-RES-CODE2        PIC 9(01).
010400     05  STM-RES-CODE3        PIC 9(01).
010500     05  STM-ENROLL-STATUS    PIC X(01).
010600     05  STM-LAST-MAINT-DATE  PIC 9(08).
010700     05  STM-ADDR-LINE1       PIC X(25).
010800     05  STM-ADDR-LINE2       PIC X(25).
010900     05  STM-CITY             PIC X(15).
011000     05  STM-STATE            PIC X(02).
011100     05  STM-ZIP              PIC X(05).
011200     05  STM-WITHDRAW-DATE    PIC 9(08).
011300     05  STM-DOB              PIC 9(08).
011400     05  STM-STANDING-CODE    PIC X(01).
011500     05  STM-STANDING-TERM    PIC X(06).
011600     05  STM-CONFER-DATE      PIC 9(08).
011600     05  STM-CONFID-FLAG      PIC X(01).
011600         88  STM-CONFIDENTIAL VALUE 'Y'.
011600     05  STM-CONFID-DATE      PIC 9(08).
011600     05  STM-CONFID-OPER      PIC X(08).
011600     05  STM-DEATH-DATE       PIC 9(08).
011600     05  STM-DEATH-SOURCE     PIC X(08).
011700 FD  GC-HIST-FILE.
011800 COPY ACADHREC.
011900 FD  GC-HISTORY-FILE.
012000 01  SH-RECORD.
012100     05  SH-STUDENT-ID        PIC 9(09).
012200     05  SH-ACTION            PIC X(01).
012300     05  SH-DATE              PIC 9(08).
012400     05  SH-TIME              PIC 9(08).
012500     05  SH-BEFORE-IMAGE      PIC X(186).
012600     05  SH-AFTER-IMAGE       PIC X(186).
012610     05  SH-OPERATOR          PIC X(08).
012700 FD  GC-REGISTER-FILE.
012800 01  GC-REGISTER-RECORD.
012900     05  GCR-STUDENT-ID       PIC 9(09).
013000     05  FILLER               PIC X(02).
013100     05  GCR-NAME             PIC X(25).
013200     05  FILLER               PIC X(02).
013300     05  GCR-PROGRAM-CODE     PIC X(04).
013400     05  FILLER               PIC X(02).
013500     05  GCR-DISPOSITION      PIC X(09).
013600     05  FILLER               PIC X(02).
013700     05  GCR-UNMET-KIND       PIC X(08).
013800     05  FILLER               PIC X(01).
013900     05  GCR-UNMET-ITEM       PIC X(06).
014000     05  FILLER               PIC X(01).
014100     05  GCR-UNMET-DESC       PIC X(20).
014200 01  GCR-TOTAL-R REDEFINES GC-REGISTER-RECORD.
014300     05  GCT-LABEL            PIC X(13).
014400     05  FILLER               PIC X(01).
014500     05  GCT-PROGRAM-CODE     PIC X(04).
014600     05  FILLER               PIC X(02).
014700     05  GCT-TITLE            PIC X(20).
014800     05  FILLER               PIC X(02).
014900     05  GCT-CONFERRED        PIC ZZZZ9.
015000     05  FILLER               PIC X(01).
015100     05  GCT-CONFERRED-LIT    PIC X(09).
015200     05  FILLER               PIC X(02).
015300     05  GCT-HELD             PIC ZZZZ9.
015400     05  FILLER               PIC X(01).
015500     05  GCT-HELD-LIT         PIC X(04).
015600     05  FILLER               PIC X(22).
015700*--------------------------------------------------------------*
015800* GRDDIPL - ONE LINE PER DEGREE CONFERRED FOR THE DIPLOMA      *
015900* PRINTER: THE NAME EXACTLY AS THE STUDENT ASKED FOR IT ON THE *
016000* APPLICATION, THE DEGREE TITLE AND THE CONFERRAL DATE.        *
016100*--------------------------------------------------------------*
016200 FD  GC-DIPLOMA-FILE.
016300 01  GC-DIPLOMA-RECORD.
016400     05  GDP-STUDENT-ID       PIC 9(09).
016500     05  FILLER               PIC X(02).
016600     05  GDP-DIPLOMA-NAME     PIC X(40).
016700     05  FILLER               PIC X(02).
016800     05  GDP-PROGRAM-CODE     PIC X(04).
016900     05  FILLER               PIC X(02).
017000     05  GDP-DEGREE-TITLE     PIC X(20).
017100     05  FILLER               PIC X(02).
017200     05  GDP-CONFER-DATE      PIC 9(08).
017300*--------------------------------------------------------------*
017400* GRDCOMM - THE COMMENCEMENT PROGRAM EXTRACT: ONE FIXED RECORD *
017500* PER GRADUATE, PROGRAM FIRST SO THE PRINT SHOP CAN GROUP THE  *
017510* NAMES BY DEGREE. A GRADUATE UNDER A FERPA DIRECTORY-         *
017520* INFORMATION BLOCK IS LEFT OFF OR LISTED AS NAME WITHHELD PER *
017530* THE CONFRULE RULE FOR GRDCOMM, AND THE TRLR TRAILER TELLS    *
017540* THE COMMENCEMENT OFFICE HOW MANY WERE WITHHELD.              *
017700*--------------------------------------------------------------*
017800 FD  GC-COMMENCE-FILE.
017900 01  GC-COMMENCE-RECORD.
018000     05  GCM-PROGRAM-CODE     PIC X(04).
018100     05  GCM-DEGREE-TITLE     PIC X(20).
018200     05  GCM-DIPLOMA-NAME     PIC X(40).
018300     05  GCM-TERM             PIC X(06).
018400     05  GCM-STUDENT-ID       PIC 9(09).
018410 01  GC-COMMENCE-TRAILER REDEFINES GC-COMMENCE-RECORD.
018420     05  GCX-TRAILER-ID       PIC X(04).
018430     05  GCX-LISTED-COUNT     PIC 9(07).
018440     05  GCX-SUPPRESSED-COUNT PIC 9(07).
018450     05  GCX-MASKED-COUNT     PIC 9(07).
018460     05  FILLER               PIC X(54).
018500 FD  GC-WORK-FILE.
018600 01  GC-WORK-RECORD           PIC X(126).
018700 WORKING-STORAGE SECTION.
018800 01  WS-SUMMARY-STATUS        PIC X(02).
018900     88  WS-SUMMARY-OK        VALUE '00'.
019000 01  WS-PGMTAB-STATUS         PIC X(02).
019100     88  WS-PGMTAB-OK         VALUE '00'.
019200 01  WS-REQ-STATUS            PIC X(02).
019300     88  WS-REQ-OK            VALUE '00'.
019400 01  WS-APPL-STATUS           PIC X(02).
019500     88  WS-APPL-OK           VALUE '00'.
019600 01  WS-MASTER-STATUS         PIC X(02).
019700     88  WS-MASTER-OK         VALUE '00'.
019800 01  WS-HIST-STATUS           PIC X(02).
019900     88  WS-HIST-OK           VALUE '00'.
020000 01  WS-HISTORY-STATUS        PIC X(02).
020100     88  WS-HISTORY-OK        VALUE '00'.
020200 01  WS-REGISTER-STATUS       PIC X(02).
020300     88  WS-REGISTER-OK       VALUE '00'.
020400 01  WS-DIPLOMA-STATUS        PIC X(02).
020500     88  WS-DIPLOMA-OK        VALUE '00'.
020600 01  WS-COMMENCE-STATUS       PIC X(02).
020700     88  WS-COMMENCE-OK       VALUE '00'.
020800 01  WS-WORK-STATUS           PIC X(02).
020900     88  WS-WORK-OK           VALUE '00'.
021000 01  WS-EOF-SWITCH            PIC X(01).
021100     88  WS-AT-EOF            VALUE 'Y'.
021200     88  WS-NOT-AT-EOF        VALUE 'N'.
021300 01  WS-HIST-EOF-SWITCH       PIC X(01).
021400     88  WS-HIST-AT-EOF       VALUE 'Y'.
021500     88  WS-HIST-NOT-AT-EOF   VALUE 'N'.
021600 01  WS-FOUND-SWITCH          PIC X(01).
021700     88  WS-FOUND             VALUE 'Y'.
021800     88  WS-NOT-FOUND         VALUE 'N'.
021900 01  WS-TODAY-DATE            PIC 9(08).
022000 01  WS-CLOSED-TERM           PIC X(06) VALUE SPACES.
022100 01  WS-DEGREE-TITLE          PIC X(20).
022200 01  WS-BEFORE-IMAGE          PIC X(186).
022300 01  WS-UNMET-KIND-HOLD       PIC X(08).
022400 01  WS-DISPOSITION           PIC X(09).
022500 01  WS-APPLICATIONS-READ     PIC 9(06) COMP VALUE 0.
022600 01  WS-APPLICATIONS-AUDITED  PIC 9(06) COMP VALUE 0.
022700 01  WS-CONFERRED-COUNT       PIC 9(06) COMP VALUE 0.
022800 01  WS-HELD-COUNT            PIC 9(06) COMP VALUE 0.
022900 01  WS-UNLISTED-HELD         PIC 9(06) COMP VALUE 0.
022910 01  WS-COMM-LISTED           PIC 9(06) COMP VALUE 0.
022920 01  WS-COMM-SUPPRESSED       PIC 9(06) COMP VALUE 0.
022930 01  WS-COMM-MASKED           PIC 9(06) COMP VALUE 0.
023000 01  WS-UNMET-COUNT           PIC 9(04) COMP.
023100 01  WS-HOURS-DONE            PIC 9(04) COMP.
023200 01  WS-HOURS-NEEDED          PIC 9(04) COMP.
023300 01  WS-MATCH-LEN             PIC 9(02) COMP.
023400 01  WS-PGM-COUNT             PIC 9(03) COMP VALUE 0.
023500 01  WS-PGM-MAX               PIC 9(03) COMP VALUE 50.
023600 01  WS-PGM-IDX               PIC 9(03) COMP.
023700 01  WS-PGM-SLOT              PIC 9(03) COMP.
023800 01  WS-REQ-COUNT             PIC 9(04) COMP VALUE 0.
023900 01  WS-REQ-MAX               PIC 9(04) COMP VALUE 500.
024000 01  WS-REQ-IDX               PIC 9(04) COMP.
024100 01  WS-POOL-IDX              PIC 9(04) COMP.
024200 01  WS-HST-COUNT             PIC 9(03) COMP VALUE 0.
024300 01  WS-HST-MAX               PIC 9(03) COMP VALUE 300.
024400 01  WS-HST-IDX               PIC 9(03) COMP.
024500*--------------------------------------------------------------*
024600* GC-PGM-TABLE - THE ACTIVE PGMTABLE CODES AND TITLES, WITH    *
024700* THE CONFERRED AND HELD COUNTS FOR THE TOTALS BY PROGRAM.     *
024800*--------------------------------------------------------------*
024900 01  GC-PGM-TABLE.
025000     05  GC-PGM-ENTRY OCCURS 50 TIMES.
025100         10  GCG-PROGRAM-CODE PIC X(04).
025200         10  GCG-TITLE        PIC X(20).
025300         10  GCG-CONFERRED    PIC 9(05) COMP.
025400         10  GCG-HELD         PIC 9(05) COMP.
025500*--------------------------------------------------------------*
025600* GC-REQ-TABLE - EVERY DEGREQ ROW IN CARD ORDER, LOADED AS     *
025700* DEGAUDIT LOADS IT. GCQ-MATCH-LEN IS THE NON-BLANK LENGTH OF  *
025800* THE COURSE, SO A SUBJECT PREFIX MATCHES.                     *
025900*--------------------------------------------------------------*
026000 01  GC-REQ-TABLE.
026100     05  GC-REQ-ENTRY OCCURS 500 TIMES.
026200         10  GCQ-PROGRAM-CODE PIC X(04).
026300         10  GCQ-REQ-TYPE     PIC X(01).
026400         10  GCQ-POOL-ID      PIC X(02).
026500         10  GCQ-COURSE-ID    PIC X(06).
026600         10  GCQ-HOURS        PIC 9(03).
026700         10  GCQ-DESC         PIC X(20).
026800         10  GCQ-MATCH-LEN    PIC 9(02) COMP.
026900*--------------------------------------------------------------*
027000* GC-HST-TABLE - THE APPLICANT'S EARNED ACADHIST GRADES. A     *
027100* COURSE COUNTED TOWARD ONE REQUIREMENT IS MARKED USED SO IT   *
027200* CANNOT COUNT TOWARD A SECOND.                                *
027300*--------------------------------------------------------------*
027400 01  GC-HST-TABLE.
027500     05  GC-HST-ENTRY OCCURS 300 TIMES.
027600         10  GCH-COURSE-ID    PIC X(06).
027700         10  GCH-HOURS        PIC 9(02).
027800         10  GCH-USED-FLAG    PIC X(01).
027810 COPY CONFPARM.
027810 COPY JRNLPARM.
027900 PROCEDURE DIVISION.
028000 0000-MAINLINE.
028100     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
028200     PERFORM 1000-READ-CLOSED-TERM
028300         THRU 1000-READ-CLOSED-TERM-EXIT.
028400     IF WS-CLOSED-TERM = SPACES
028500         DISPLAY 'GRADCONF: NO CLOSED TERM ON TRMSUMR - NO '
028600             'DEGREES CONFERRED'
028700         MOVE 8 TO RETURN-CODE
028800         GO TO 9999-EXIT
028900     END-IF.
029000     PERFORM 1100-LOAD-PROGRAM-TABLE
029100         THRU 1100-LOAD-PROGRAM-TABLE-EXIT.
029200     PERFORM 1200-LOAD-REQUIREMENTS
029300         THRU 1200-LOAD-REQUIREMENTS-EXIT.
029400     IF WS-PGM-COUNT = 0
029500         OR WS-REQ-COUNT = 0
029600         DISPLAY 'GRADCONF: PGMTABLE OR DEGREQ EMPTY OR '
029700             'MISSING - NO DEGREES CONFERRED'
029800         MOVE 8 TO RETURN-CODE
029900         GO TO 9999-EXIT
030000     END-IF.
030100     OPEN INPUT GC-APPL-FILE.
030200     IF NOT WS-APPL-OK
030300         DISPLAY 'GRADCONF: NO GRADAPPL APPLICATIONS ON FILE - '
030400             'NOTHING TO CONFER'
030500         GO TO 9999-EXIT
030600     END-IF.
030610     MOVE 'GRDCOMM' TO CF-OUTPUT-NAME.
030620     CALL 'CONFCHK' USING CONF-PARM-BLOCK.
030700     OPEN I-O GC-MASTER-FILE.
030800     OPEN I-O GC-HIST-FILE.
030900     IF NOT WS-MASTER-OK
031000         OR NOT WS-HIST-OK
031100         DISPLAY 'GRADCONF: STUMAST ' WS-MASTER-STATUS
031200             ' ACADHIST ' WS-HIST-STATUS ' - CANNOT CONFER'
031300         CLOSE GC-APPL-FILE
031400         MOVE 8 TO RETURN-CODE
031500         GO TO 9999-EXIT
031600     END-IF.
031700     OPEN EXTEND GC-HISTORY-FILE.
031800     IF NOT WS-HISTORY-OK
031900         CLOSE GC-HISTORY-FILE
032000         OPEN OUTPUT GC-HISTORY-FILE
032100     END-IF.
032200     OPEN OUTPUT GC-REGISTER-FILE.
032300     OPEN OUTPUT GC-DIPLOMA-FILE.
032400     OPEN OUTPUT GC-COMMENCE-FILE.
032500     OPEN OUTPUT GC-WORK-FILE.
032600     SET WS-NOT-AT-EOF TO TRUE.
032700     PERFORM 2100-READ-ONE-APPLICATION
032800         THRU 2100-READ-ONE-APPLICATION-EXIT.
032900     PERFORM 2000-WORK-ONE-APPLICATION
033000         THRU 2000-WORK-ONE-APPLICATION-EXIT
033100         UNTIL WS-AT-EOF.
033200     PERFORM 7000-WRITE-PROGRAM-TOTALS
033300         THRU 7000-WRITE-PROGRAM-TOTALS-EXIT.
033400     CLOSE GC-APPL-FILE.
033500     CLOSE GC-WORK-FILE.
033600     CLOSE GC-MASTER-FILE.
033700     CLOSE GC-HIST-FILE.
033800     CLOSE GC-HISTORY-FILE.
033900     CLOSE GC-REGISTER-FILE.
034000     CLOSE GC-DIPLOMA-FILE.
034010     PERFORM 5200-WRITE-COMMENCE-TRAILER
034020         THRU 5200-WRITE-COMMENCE-TRAILER-EXIT.
034100     CLOSE GC-COMMENCE-FILE.
034200     PERFORM 8000-REWRITE-APPL-QUEUE
034300         THRU 8000-REWRITE-APPL-QUEUE-EXIT.
034400     DISPLAY 'GRADCONF: TERM ' WS-CLOSED-TERM ' - '
034500         WS-APPLICATIONS-AUDITED ' OF ' WS-APPLICATIONS-READ
034600         ' APPLICATIONS AUDITED'.
034700     DISPLAY 'GRADCONF: ' WS-CONFERRED-COUNT ' CONFERRED, '
034710         WS-HELD-COUNT ' HELD'.
034720     DISPLAY 'GRADCONF: GRDCOMM ' WS-COMM-LISTED ' LISTED, '
034730         WS-COMM-SUPPRESSED ' SUPPRESSED, ' WS-COMM-MASKED
034740         ' MASKED'.
034900     GO TO 9999-EXIT.
035000*--------------------------------------------------------------*
035100* 1000-READ-CLOSED-TERM - THE FIRST TRMSUMR LINE IS TERMCLSE'S  *
035200* 'TERM CLOSED' LINE, WITH THE CLOSED TERM AT POSITION 13.      *
035300*--------------------------------------------------------------*
035400 1000-READ-CLOSED-TERM.
035500     OPEN INPUT GC-SUMMARY-FILE.
035600     IF NOT WS-SUMMARY-OK
035700         GO TO 1000-READ-CLOSED-TERM-EXIT
035800     END-IF.
035900     READ GC-SUMMARY-FILE
036000         AT END
036100             CONTINUE
036200     END-READ.
036300     IF WS-SUMMARY-OK
036400         AND GCS-LABEL (1:11) = 'TERM CLOSED'
036500         MOVE GCS-LABEL (13:6) TO WS-CLOSED-TERM
036600     END-IF.
036700     CLOSE GC-SUMMARY-FILE.
036800 1000-READ-CLOSED-TERM-EXIT.
036900     EXIT.
037000*--------------------------------------------------------------*
037100* 1100-LOAD-PROGRAM-TABLE - THE ACTIVE PGMTABLE ROWS; NO DEGREE *
037200* IS CONFERRED IN AN INACTIVE PROGRAM.                          *
037300*--------------------------------------------------------------*
037400 1100-LOAD-PROGRAM-TABLE.
037500     SET WS-NOT-AT-EOF TO TRUE.
037600     OPEN INPUT GC-PGMTAB-FILE.
037700     IF NOT WS-PGMTAB-OK
037800         GO TO 1100-LOAD-PROGRAM-TABLE-EXIT
037900     END-IF.
038000     PERFORM UNTIL WS-AT-EOF
038100             OR WS-PGM-COUNT = WS-PGM-MAX
038200         READ GC-PGMTAB-FILE
038300             AT END
038400                 SET WS-AT-EOF TO TRUE
038500             NOT AT END
038600                 IF PGC-ACTIVE-FLAG = 'A'
038700                     ADD 1 TO WS-PGM-COUNT
038800                     MOVE PGC-PROGRAM-CODE
038900                         TO GCG-PROGRAM-CODE (WS-PGM-COUNT)
039000                     MOVE PGC-TITLE TO GCG-TITLE (WS-PGM-COUNT)
039100                     MOVE 0 TO GCG-CONFERRED (WS-PGM-COUNT)
039200                     MOVE 0 TO GCG-HELD (WS-PGM-COUNT)
039300                 END-IF
039400         END-READ
039500     END-PERFORM.
039600     CLOSE GC-PGMTAB-FILE.
039700 1100-LOAD-PROGRAM-TABLE-EXIT.
039800     EXIT.
039900*--------------------------------------------------------------*
040000* 1200-LOAD-REQUIREMENTS - THE DEGREQ ROWS. ASTERISK LINES ARE  *
040100* COMMENTS; A ROW OF AN UNKNOWN TYPE IS SKIPPED AND SAID SO.    *
040200*--------------------------------------------------------------*
040300 1200-LOAD-REQUIREMENTS.
040400     SET WS-NOT-AT-EOF TO TRUE.
040500     OPEN INPUT GC-REQ-FILE.
040600     IF NOT WS-REQ-OK
040700         GO TO 1200-LOAD-REQUIREMENTS-EXIT
040800     END-IF.
040900     PERFORM UNTIL WS-AT-EOF
041000             OR WS-REQ-COUNT = WS-REQ-MAX
041100         READ GC-REQ-FILE
041200             AT END
041300                 SET WS-AT-EOF TO TRUE
041400             NOT AT END
041500                 PERFORM 1250-LOAD-ONE-REQUIREMENT
041600                     THRU 1250-LOAD-ONE-REQUIREMENT-EXIT
041700         END-READ
041800     END-PERFORM.
041900     CLOSE GC-REQ-FILE.
042000 1200-LOAD-REQUIREMENTS-EXIT.
042100     EXIT.
042200*--------------------------------------------------------------*
042300* 1250-LOAD-ONE-REQUIREMENT - ONE DEGREQ ROW INTO THE TABLE.    *
042400*--------------------------------------------------------------*
042500 1250-LOAD-ONE-REQUIREMENT.
042600     IF DRQ-CARD (1:1) = '*'
042700         OR DRQ-PROGRAM-CODE = SPACES
042800         GO TO 1250-LOAD-ONE-REQUIREMENT-EXIT
042900     END-IF.
043000     IF DRQ-REQ-TYPE NOT = 'R' AND NOT = 'P'
043100             AND NOT = 'E' AND NOT = 'T'
043200         OR DRQ-HOURS NOT NUMERIC
043300         DISPLAY 'GRADCONF: DEGREQ ROW SKIPPED - '
043400             DRQ-CARD (1:16)
043500         GO TO 1250-LOAD-ONE-REQUIREMENT-EXIT
043600     END-IF.
043700     ADD 1 TO WS-REQ-COUNT.
043800     MOVE DRQ-PROGRAM-CODE TO GCQ-PROGRAM-CODE (WS-REQ-COUNT).
043900     MOVE DRQ-REQ-TYPE TO GCQ-REQ-TYPE (WS-REQ-COUNT).
044000     MOVE DRQ-POOL-ID TO GCQ-POOL-ID (WS-REQ-COUNT).
044100     MOVE DRQ-COURSE-ID TO GCQ-COURSE-ID (WS-REQ-COUNT).
044200     MOVE DRQ-HOURS TO GCQ-HOURS (WS-REQ-COUNT).
044300     MOVE DRQ-DESC TO GCQ-DESC (WS-REQ-COUNT).
044400     MOVE 6 TO WS-MATCH-LEN.
044500     PERFORM UNTIL WS-MATCH-LEN = 0
044600             OR DRQ-COURSE-ID (WS-MATCH-LEN:1) NOT = SPACE
044700         SUBTRACT 1 FROM WS-MATCH-LEN
044800     END-PERFORM.
044900     MOVE WS-MATCH-LEN TO GCQ-MATCH-LEN (WS-REQ-COUNT).
045000 1250-LOAD-ONE-REQUIREMENT-EXIT.
045100     EXIT.
045200*--------------------------------------------------------------*
045300* 2000-WORK-ONE-APPLICATION - A PENDING OR HELD APPLICATION FOR *
045400* THE CLOSED TERM IS AUDITED; EVERY APPLICATION, TOUCHED OR     *
045500* NOT, STREAMS TO THE GRADWRK WORK FILE.                        *
045600*--------------------------------------------------------------*
045700 2000-WORK-ONE-APPLICATION.
045800     ADD 1 TO WS-APPLICATIONS-READ.
045900     IF GAP-TERM = WS-CLOSED-TERM
046000         AND GAP-TO-AUDIT
046100         PERFORM 3000-AUDIT-ONE-APPLICATION
046200             THRU 3000-AUDIT-ONE-APPLICATION-EXIT
046300     END-IF.
046400     MOVE GRAD-APPL-RECORD TO GC-WORK-RECORD.
046500     WRITE GC-WORK-RECORD.
046600     PERFORM 2100-READ-ONE-APPLICATION
046700         THRU 2100-READ-ONE-APPLICATION-EXIT.
046800 2000-WORK-ONE-APPLICATION-EXIT.
046900     EXIT.
047000*--------------------------------------------------------------*
047100* 2100-READ-ONE-APPLICATION - A SINGLE READ OF GRADAPPL.        *
047200*--------------------------------------------------------------*
047300 2100-READ-ONE-APPLICATION.
047400     READ GC-APPL-FILE
047500         AT END SET WS-AT-EOF TO TRUE
047600     END-READ.
047700 2100-READ-ONE-APPLICATION-EXIT.
047800     EXIT.
047900*--------------------------------------------------------------*
048000* 3000-AUDIT-ONE-APPLICATION - THE APPLICANT MUST BE ON STUMAST *
048100* AND NOT WITHDRAWN, IN A PROGRAM ACTIVE ON PGMTABLE, AND CLEAR *
048200* EVERY REQUIRED COURSE, EVERY ELECTIVE POOL AND THE TOTAL      *
048300* HOURS - IN THAT ORDER, SO A COURSE IS SPENT ON A REQUIRED     *
048400* SLOT BEFORE A POOL. THE FIRST REQUIREMENT FOUND UNMET IS THE  *
048500* ONE THE HOLD CARRIES.                                         *
048600*--------------------------------------------------------------*
048700 3000-AUDIT-ONE-APPLICATION.
048800     ADD 1 TO WS-APPLICATIONS-AUDITED.
048900     MOVE WS-TODAY-DATE TO GAP-AUDIT-DATE.
049000     MOVE SPACES TO GAP-UNMET-KIND.
049100     MOVE SPACES TO GAP-UNMET-ITEM.
049200     MOVE SPACES TO GAP-UNMET-DESC.
049300     MOVE 0 TO WS-UNMET-COUNT.
049400     MOVE SPACES TO STM-NAME.
049500     SET WS-NOT-FOUND TO TRUE.
049600     PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
049700             UNTIL WS-PGM-IDX > WS-PGM-COUNT
049800             OR WS-FOUND
049900         IF GCG-PROGRAM-CODE (WS-PGM-IDX) = GAP-PROGRAM-CODE
050000             SET WS-FOUND TO TRUE
050100             MOVE WS-PGM-IDX TO WS-PGM-SLOT
050200         END-IF
050300     END-PERFORM.
050400     IF WS-NOT-FOUND
050500         MOVE 0 TO WS-PGM-SLOT
050600         MOVE 'PROGRAM ' TO GAP-UNMET-KIND
050700         MOVE GAP-PROGRAM-CODE TO GAP-UNMET-ITEM
050800         MOVE 'INACTIVE ON PGMTABLE' TO GAP-UNMET-DESC
050900         PERFORM 6000-HOLD-APPLICATION
051000             THRU 6000-HOLD-APPLICATION-EXIT
051100         GO TO 3000-AUDIT-ONE-APPLICATION-EXIT
051200     END-IF.
051300     MOVE GCG-TITLE (WS-PGM-SLOT) TO WS-DEGREE-TITLE.
051400     MOVE GAP-STUDENT-ID TO STM-STUDENT-ID.
051500     READ GC-MASTER-FILE
051600         INVALID KEY
051700             MOVE SPACES TO STM-NAME
051800             MOVE 'STUDENT ' TO GAP-UNMET-KIND
051900             MOVE 'NOT ON STUMAST' TO GAP-UNMET-DESC
052000             PERFORM 6000-HOLD-APPLICATION
052100                 THRU 6000-HOLD-APPLICATION-EXIT
052200             GO TO 3000-AUDIT-ONE-APPLICATION-EXIT
052300     END-READ.
052400     IF STM-ENROLL-STATUS = 'W'
052500         MOVE 'STATUS  ' TO GAP-UNMET-KIND
052600         MOVE 'W' TO GAP-UNMET-ITEM
052700         MOVE 'WITHDRAWN' TO GAP-UNMET-DESC
052800         PERFORM 6000-HOLD-APPLICATION
052900             THRU 6000-HOLD-APPLICATION-EXIT
053000         GO TO 3000-AUDIT-ONE-APPLICATION-EXIT
053100     END-IF.
053200     PERFORM 4100-LOAD-EARNED-GRADES
053300         THRU 4100-LOAD-EARNED-GRADES-EXIT.
053400     PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
053500             UNTIL WS-REQ-IDX > WS-REQ-COUNT
053600         IF GCQ-PROGRAM-CODE (WS-REQ-IDX) = GAP-PROGRAM-CODE
053700             AND GCQ-REQ-TYPE (WS-REQ-IDX) = 'R'
053800             PERFORM 4200-CHECK-REQUIRED-COURSE
053900                 THRU 4200-CHECK-REQUIRED-COURSE-EXIT
054000         END-IF
054100     END-PERFORM.
054200     PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
054300             UNTIL WS-REQ-IDX > WS-REQ-COUNT
054400         IF GCQ-PROGRAM-CODE (WS-REQ-IDX) = GAP-PROGRAM-CODE
054500             AND GCQ-REQ-TYPE (WS-REQ-IDX) = 'P'
054600             PERFORM 4300-CHECK-ELECTIVE-POOL
054700                 THRU 4300-CHECK-ELECTIVE-POOL-EXIT
054800         END-IF
054900     END-PERFORM.
055000     PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
055100             UNTIL WS-REQ-IDX > WS-REQ-COUNT
055200         IF GCQ-PROGRAM-CODE (WS-REQ-IDX) = GAP-PROGRAM-CODE
055300             AND GCQ-REQ-TYPE (WS-REQ-IDX) = 'T'
055400             PERFORM 4400-CHECK-TOTAL-HOURS
055500                 THRU 4400-CHECK-TOTAL-HOURS-EXIT
055600         END-IF
055700     END-PERFORM.
055800     IF WS-UNMET-COUNT = 0
055900         PERFORM 5000-CONFER-DEGREE
056000             THRU 5000-CONFER-DEGREE-EXIT
056100     ELSE
056200         PERFORM 6000-HOLD-APPLICATION
056300             THRU 6000-HOLD-APPLICATION-EXIT
056400     END-IF.
056500 3000-AUDIT-ONE-APPLICATION-EXIT.
056600     EXIT.
056700*--------------------------------------------------------------*
056800* 4100-LOAD-EARNED-GRADES - KEYED START AT THE STUDENT ON       *
056900* ACADHIST, READ FORWARD WHILE THE ID HOLDS. ONLY GRADES THAT   *
057000* EARN HOURS ARE KEPT; A DEGREE ALREADY ON FILE IS NOT A GRADE. *
057100*--------------------------------------------------------------*
057200 4100-LOAD-EARNED-GRADES.
057300     MOVE 0 TO WS-HST-COUNT.
057400     SET WS-HIST-NOT-AT-EOF TO TRUE.
057500     MOVE LOW-VALUES TO AHS-KEY.
057600     MOVE GAP-STUDENT-ID TO AHS-STUDENT-ID.
057700     START GC-HIST-FILE KEY IS NOT LESS THAN AHS-KEY
057800         INVALID KEY
057900             SET WS-HIST-AT-EOF TO TRUE
058000     END-START.
058100     PERFORM UNTIL WS-HIST-AT-EOF
058200         READ GC-HIST-FILE NEXT RECORD
058300             AT END
058400                 SET WS-HIST-AT-EOF TO TRUE
058500             NOT AT END
058600                 IF AHS-STUDENT-ID NOT = GAP-STUDENT-ID
058700                     SET WS-HIST-AT-EOF TO TRUE
058800                 ELSE
058900                     IF AHS-HOURS-EARNED
059000                         AND AHS-SECTION NOT = 'DEG'
059100                         AND WS-HST-COUNT < WS-HST-MAX
059200                         ADD 1 TO WS-HST-COUNT
059300                         MOVE AHS-COURSE-ID
059400                             TO GCH-COURSE-ID (WS-HST-COUNT)
059500                         MOVE AHS-CREDIT-HOURS
059600                             TO GCH-HOURS (WS-HST-COUNT)
059700                         MOVE 'N' TO GCH-USED-FLAG (WS-HST-COUNT)
059800                     END-IF
059900                 END-IF
060000         END-READ
060100     END-PERFORM.
060200 4100-LOAD-EARNED-GRADES-EXIT.
060300     EXIT.
060400*--------------------------------------------------------------*
060500* 4200-CHECK-REQUIRED-COURSE - MET BY AN EARNED GRADE IN THE    *
060600* COURSE NOT ALREADY SPENT.                                     *
060700*--------------------------------------------------------------*
060800 4200-CHECK-REQUIRED-COURSE.
060900     SET WS-NOT-FOUND TO TRUE.
061000     PERFORM VARYING WS-HST-IDX FROM 1 BY 1
061100             UNTIL WS-HST-IDX > WS-HST-COUNT
061200             OR WS-FOUND
061300         IF GCH-COURSE-ID (WS-HST-IDX)
061400                 = GCQ-COURSE-ID (WS-REQ-IDX)
061500             AND GCH-USED-FLAG (WS-HST-IDX) = 'N'
061600             SET WS-FOUND TO TRUE
061700             MOVE 'Y' TO GCH-USED-FLAG (WS-HST-IDX)
061800         END-IF
061900     END-PERFORM.
062000     IF WS-NOT-FOUND
062100         MOVE 'REQUIRED' TO WS-UNMET-KIND-HOLD
062200         PERFORM 4900-NOTE-UNMET
062300             THRU 4900-NOTE-UNMET-EXIT
062400     END-IF.
062500 4200-CHECK-REQUIRED-COURSE-EXIT.
062600     EXIT.
062700*--------------------------------------------------------------*
062800* 4300-CHECK-ELECTIVE-POOL - EARNED HOURS IN UNSPENT COURSES    *
062900* MATCHING ANY OF THE POOL'S E ROWS, AGAINST THE POOL MINIMUM.  *
063000*--------------------------------------------------------------*
063100 4300-CHECK-ELECTIVE-POOL.
063200     MOVE 0 TO WS-HOURS-DONE.
063300     MOVE GCQ-HOURS (WS-REQ-IDX) TO WS-HOURS-NEEDED.
063400     PERFORM VARYING WS-POOL-IDX FROM 1 BY 1
063500             UNTIL WS-POOL-IDX > WS-REQ-COUNT
063600         IF GCQ-PROGRAM-CODE (WS-POOL-IDX) = GAP-PROGRAM-CODE
063700             AND GCQ-REQ-TYPE (WS-POOL-IDX) = 'E'
063800             AND GCQ-POOL-ID (WS-POOL-IDX)
063900                 = GCQ-POOL-ID (WS-REQ-IDX)
064000             AND GCQ-MATCH-LEN (WS-POOL-IDX) > 0
064100             PERFORM 4350-SPEND-POOL-COURSES
064200                 THRU 4350-SPEND-POOL-COURSES-EXIT
064300         END-IF
064400     END-PERFORM.
064500     IF WS-HOURS-DONE < WS-HOURS-NEEDED
064600         MOVE 'ELECTIVE' TO WS-UNMET-KIND-HOLD
064700         PERFORM 4900-NOTE-UNMET
064800             THRU 4900-NOTE-UNMET-EXIT
064900     END-IF.
065000 4300-CHECK-ELECTIVE-POOL-EXIT.
065100     EXIT.
065200*--------------------------------------------------------------*
065300* 4350-SPEND-POOL-COURSES - EVERY UNSPENT EARNED GRADE MATCHING *
065400* ONE POOL ROW, UNTIL THE POOL MINIMUM IS MET.                  *
065500*--------------------------------------------------------------*
065600 4350-SPEND-POOL-COURSES.
065700     MOVE GCQ-MATCH-LEN (WS-POOL-IDX) TO WS-MATCH-LEN.
065800     PERFORM VARYING WS-HST-IDX FROM 1 BY 1
065900             UNTIL WS-HST-IDX > WS-HST-COUNT
066000             OR WS-HOURS-DONE >= WS-HOURS-NEEDED
066100         IF GCH-COURSE-ID (WS-HST-IDX) (1:WS-MATCH-LEN)
066200                 = GCQ-COURSE-ID (WS-POOL-IDX) (1:WS-MATCH-LEN)
066300             AND GCH-USED-FLAG (WS-HST-IDX) = 'N'
066400             MOVE 'Y' TO GCH-USED-FLAG (WS-HST-IDX)
066500             ADD GCH-HOURS (WS-HST-IDX) TO WS-HOURS-DONE
066600         END-IF
066700     END-PERFORM.
066800 4350-SPEND-POOL-COURSES-EXIT.
066900     EXIT.
067000*--------------------------------------------------------------*
067100* 4400-CHECK-TOTAL-HOURS - ALL EARNED HOURS, SPENT OR NOT,      *
067200* AGAINST THE DEGREE TOTAL.                                     *
067300*--------------------------------------------------------------*
067400 4400-CHECK-TOTAL-HOURS.
067500     MOVE 0 TO WS-HOURS-DONE.
067600     MOVE GCQ-HOURS (WS-REQ-IDX) TO WS-HOURS-NEEDED.
067700     PERFORM VARYING WS-HST-IDX FROM 1 BY 1
067800             UNTIL WS-HST-IDX > WS-HST-COUNT
067900         ADD GCH-HOURS (WS-HST-IDX) TO WS-HOURS-DONE
068000     END-PERFORM.
068100     IF WS-HOURS-DONE < WS-HOURS-NEEDED
068200         MOVE 'TOTAL   ' TO WS-UNMET-KIND-HOLD
068300         PERFORM 4900-NOTE-UNMET
068400             THRU 4900-NOTE-UNMET-EXIT
068500     END-IF.
068600 4400-CHECK-TOTAL-HOURS-EXIT.
068700     EXIT.
068800*--------------------------------------------------------------*
068900* 4900-NOTE-UNMET - COUNTS AN UNMET REQUIREMENT; THE FIRST ONE  *
069000* IS KEPT ON THE APPLICATION AS THE REASON FOR THE HOLD.        *
069100*--------------------------------------------------------------*
069200 4900-NOTE-UNMET.
069300     ADD 1 TO WS-UNMET-COUNT.
069400     IF WS-UNMET-COUNT > 1
069500         GO TO 4900-NOTE-UNMET-EXIT
069600     END-IF.
069700     MOVE WS-UNMET-KIND-HOLD TO GAP-UNMET-KIND.
069800     IF GCQ-REQ-TYPE (WS-REQ-IDX) = 'P'
069900         MOVE GCQ-POOL-ID (WS-REQ-IDX) TO GAP-UNMET-ITEM
070000     ELSE
070100         MOVE GCQ-COURSE-ID (WS-REQ-IDX) TO GAP-UNMET-ITEM
070200     END-IF.
070300     MOVE GCQ-DESC (WS-REQ-IDX) TO GAP-UNMET-DESC.
070400 4900-NOTE-UNMET-EXIT.
070500     EXIT.
070600*--------------------------------------------------------------*
070700* 5000-CONFER-DEGREE - STUMAST TO GRADUATED WITH THE CONFERRAL  *
070800* DATE, THE STUHIST RECORD, THE DEGREE ON ACADHIST, AND THE     *
070810* DIPLOMA, COMMENCEMENT AND REGISTER LINES (THE COMMENCEMENT    *
070820* LINE SUBJECT TO THE GRADUATE'S DIRECTORY BLOCK). A MASTER     *
070830* THAT WILL NOT REWRITE LEAVES THE APPLICATION AS IT WAS FOR A  *
070830* RERUN.                                                        *
071100*--------------------------------------------------------------*
071200 5000-CONFER-DEGREE.
071300     MOVE STM-RECORD TO WS-BEFORE-IMAGE.
071400     MOVE 'G' TO STM-ENROLL-STATUS.
071500     MOVE WS-TODAY-DATE TO STM-CONFER-DATE.
071600     MOVE WS-TODAY-DATE TO STM-LAST-MAINT-DATE.
071700     REWRITE STM-RECORD
071800         INVALID KEY
071900             DISPLAY 'GRADCONF: REWRITE FAILED FOR '
072000                 STM-STUDENT-ID ', STATUS ' WS-MASTER-STATUS
072100             GO TO 5000-CONFER-DEGREE-EXIT
072200     END-REWRITE.
072200     PERFORM 8740-JOURNAL-MASTER-CHANGE
072200         THRU 8740-JOURNAL-MASTER-CHANGE-EXIT.
072300     MOVE SPACES TO SH-RECORD.
072400     MOVE STM-STUDENT-ID TO SH-STUDENT-ID.
072500     MOVE 'G' TO SH-ACTION.
072600     MOVE WS-TODAY-DATE TO SH-DATE.
072700     ACCEPT SH-TIME FROM TIME.
072800     MOVE WS-BEFORE-IMAGE TO SH-BEFORE-IMAGE.
072900     MOVE STM-RECORD TO SH-AFTER-IMAGE.
072910     MOVE 'GRADCONF' TO SH-OPERATOR.
073000     WRITE SH-RECORD.
073100     PERFORM 5100-ADD-DEGREE-TO-HISTORY
073200         THRU 5100-ADD-DEGREE-TO-HISTORY-EXIT.
073300     SET GAP-CONFERRED TO TRUE.
073400     MOVE WS-TODAY-DATE TO GAP-CONFER-DATE.
073500     ADD 1 TO WS-CONFERRED-COUNT.
073600     ADD 1 TO GCG-CONFERRED (WS-PGM-SLOT).
073700     MOVE SPACES TO GC-DIPLOMA-RECORD.
073800     MOVE GAP-STUDENT-ID TO GDP-STUDENT-ID.
073900     MOVE GAP-DIPLOMA-NAME TO GDP-DIPLOMA-NAME.
074000     MOVE GAP-PROGRAM-CODE TO GDP-PROGRAM-CODE.
074100     MOVE WS-DEGREE-TITLE TO GDP-DEGREE-TITLE.
074200     MOVE WS-TODAY-DATE TO GDP-CONFER-DATE.
074300     WRITE GC-DIPLOMA-RECORD.
074310     PERFORM 5050-WRITE-COMMENCE-LINE
074320         THRU 5050-WRITE-COMMENCE-LINE-EXIT.
075100     MOVE 'CONFERRED' TO WS-DISPOSITION.
075200     PERFORM 6500-WRITE-REGISTER-LINE
075300         THRU 6500-WRITE-REGISTER-LINE-EXIT.
075400 5000-CONFER-DEGREE-EXIT.
075500     EXIT.
075503*--------------------------------------------------------------*
075506* 5050-WRITE-COMMENCE-LINE - THE GRDCOMM LINE FOR ONE GRADUATE, *
075509* LEFT OFF OR MASKED FOR A DIRECTORY-INFORMATION BLOCK AS THE   *
075512* CONFRULE RULE FOR GRDCOMM SAYS.                               *
075515*--------------------------------------------------------------*
075518 5050-WRITE-COMMENCE-LINE.
075521     MOVE SPACES TO GC-COMMENCE-RECORD.
075524     MOVE GAP-PROGRAM-CODE TO GCM-PROGRAM-CODE.
075527     MOVE WS-DEGREE-TITLE TO GCM-DEGREE-TITLE.
075530     MOVE GAP-DIPLOMA-NAME TO GCM-DIPLOMA-NAME.
075533     MOVE GAP-TERM TO GCM-TERM.
075536     MOVE GAP-STUDENT-ID TO GCM-STUDENT-ID.
075539     IF STM-CONFIDENTIAL AND CF-SUPPRESS
075542         ADD 1 TO WS-COMM-SUPPRESSED
075545         GO TO 5050-WRITE-COMMENCE-LINE-EXIT
075548     END-IF.
075551     IF STM-CONFIDENTIAL AND CF-MASK
075554         MOVE 'NAME WITHHELD' TO GCM-DIPLOMA-NAME
075557         MOVE 0 TO GCM-STUDENT-ID
075560         ADD 1 TO WS-COMM-MASKED
075563     END-IF.
075566     WRITE GC-COMMENCE-RECORD.
075569     ADD 1 TO WS-COMM-LISTED.
075572 5050-WRITE-COMMENCE-LINE-EXIT.
075575     EXIT.
075600*--------------------------------------------------------------*
075700* 5100-ADD-DEGREE-TO-HISTORY - THE DEGREE GOES ON ACADHIST AS A *
075800* RECORD UNDER THE PROGRAM CODE, SECTION DEG, FOR THE CLOSED    *
075900* TERM. IT CARRIES NO HOURS, NO QUALITY POINTS AND NONE OF THE  *
076000* THREE FLAGS, SO NO GPA OR HOURS TOTAL EVER COUNTS IT.         *
076100*--------------------------------------------------------------*
076200 5100-ADD-DEGREE-TO-HISTORY.
076300     MOVE SPACES TO ACAD-HIST-RECORD.
076400     MOVE GAP-STUDENT-ID TO AHS-STUDENT-ID.
076500     MOVE GAP-PROGRAM-CODE TO AHS-COURSE-ID.
076600     MOVE 'DEG' TO AHS-SECTION.
076700     MOVE WS-CLOSED-TERM TO AHS-TERM.
076800     MOVE 0 TO AHS-CREDIT-HOURS.
076900     MOVE 0 TO AHS-QUALITY-POINTS.
077000     MOVE 'N' TO AHS-GPA-FLAG.
077100     MOVE 'N' TO AHS-EARNED-FLAG.
077200     MOVE 'N' TO AHS-ATTEMPTED-FLAG.
077300     MOVE WS-TODAY-DATE TO AHS-POST-DATE.
077400     WRITE ACAD-HIST-RECORD
077500         INVALID KEY
077600             DISPLAY 'GRADCONF: DEGREE ALREADY ON ACADHIST FOR '
077700                 GAP-STUDENT-ID ' ' GAP-PROGRAM-CODE
077800     END-WRITE.
077900 5100-ADD-DEGREE-TO-HISTORY-EXIT.
078000     EXIT.
078006*--------------------------------------------------------------*
078012* 5200-WRITE-COMMENCE-TRAILER - THE TRLR RECORD CLOSING         *
078018* GRDCOMM: GRADUATES LISTED, AND HOW MANY WERE SUPPRESSED OR    *
078024* MASKED FOR A DIRECTORY-INFORMATION BLOCK.                     *
078030*--------------------------------------------------------------*
078036 5200-WRITE-COMMENCE-TRAILER.
078042     MOVE SPACES TO GC-COMMENCE-RECORD.
078048     MOVE 'TRLR' TO GCX-TRAILER-ID.
078054     MOVE WS-COMM-LISTED TO GCX-LISTED-COUNT.
078060     MOVE WS-COMM-SUPPRESSED TO GCX-SUPPRESSED-COUNT.
078066     MOVE WS-COMM-MASKED TO GCX-MASKED-COUNT.
078072     WRITE GC-COMMENCE-RECORD.
078078 5200-WRITE-COMMENCE-TRAILER-EXIT.
078084     EXIT.
078100*--------------------------------------------------------------*
078200* 6000-HOLD-APPLICATION - THE APPLICATION STAYS ON FILE AS HELD *
078300* WITH THE UNMET REQUIREMENT ALREADY STAMPED ON IT.             *
078400*--------------------------------------------------------------*
078500 6000-HOLD-APPLICATION.
078600     SET GAP-HELD TO TRUE.
078700     MOVE 0 TO GAP-CONFER-DATE.
078800     ADD 1 TO WS-HELD-COUNT.
078900     IF WS-PGM-SLOT = 0
079000         ADD 1 TO WS-UNLISTED-HELD
079100     ELSE
079200         ADD 1 TO GCG-HELD (WS-PGM-SLOT)
079300     END-IF.
079400     MOVE 'HELD' TO WS-DISPOSITION.
079500     PERFORM 6500-WRITE-REGISTER-LINE
079600         THRU 6500-WRITE-REGISTER-LINE-EXIT.
079700 6000-HOLD-APPLICATION-EXIT.
079800     EXIT.
079900*--------------------------------------------------------------*
080000* 6500-WRITE-REGISTER-LINE - ONE GRDCONR LINE PER APPLICATION   *
080100* AUDITED, WITH THE UNMET REQUIREMENT FOR A HOLD.               *
080200*--------------------------------------------------------------*
080300 6500-WRITE-REGISTER-LINE.
080400     MOVE SPACES TO GC-REGISTER-RECORD.
080500     MOVE GAP-STUDENT-ID TO GCR-STUDENT-ID.
080600     MOVE STM-NAME TO GCR-NAME.
080700     MOVE GAP-PROGRAM-CODE TO GCR-PROGRAM-CODE.
080800     MOVE WS-DISPOSITION TO GCR-DISPOSITION.
080900     MOVE GAP-UNMET-KIND TO GCR-UNMET-KIND.
081000     MOVE GAP-UNMET-ITEM TO GCR-UNMET-ITEM.
081100     MOVE GAP-UNMET-DESC TO GCR-UNMET-DESC.
081200     WRITE GC-REGISTER-RECORD.
081300 6500-WRITE-REGISTER-LINE-EXIT.
081400     EXIT.
081500*--------------------------------------------------------------*
081600* 7000-WRITE-PROGRAM-TOTALS - CONFERRED AND HELD BY PROGRAM,    *
081700* EVERY ACTIVE PROGRAM THAT HAD AN APPLICANT, THEN THE HOLDS    *
081800* AGAINST A PROGRAM NOT ACTIVE ON PGMTABLE AND THE GRAND TOTAL. *
081900*--------------------------------------------------------------*
082000 7000-WRITE-PROGRAM-TOTALS.
082100     PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
082200             UNTIL WS-PGM-IDX > WS-PGM-COUNT
082300         IF GCG-CONFERRED (WS-PGM-IDX) > 0
082400             OR GCG-HELD (WS-PGM-IDX) > 0
082500             MOVE SPACES TO GC-REGISTER-RECORD
082600             MOVE 'PROGRAM TOTAL' TO GCT-LABEL
082700             MOVE GCG-PROGRAM-CODE (WS-PGM-IDX)
082800                 TO GCT-PROGRAM-CODE
082900             MOVE GCG-TITLE (WS-PGM-IDX) TO GCT-TITLE
083000             MOVE GCG-CONFERRED (WS-PGM-IDX) TO GCT-CONFERRED
083100             MOVE 'CONFERRED' TO GCT-CONFERRED-LIT
083200             MOVE GCG-HELD (WS-PGM-IDX) TO GCT-HELD
083300             MOVE 'HELD' TO GCT-HELD-LIT
083400             WRITE GC-REGISTER-RECORD
083500         END-IF
083600     END-PERFORM.
083700     IF WS-UNLISTED-HELD > 0
083800         MOVE SPACES TO GC-REGISTER-RECORD
083900         MOVE 'PROGRAM TOTAL' TO GCT-LABEL
084000         MOVE 'NOT ON PGMTABLE' TO GCT-TITLE
084100         MOVE 0 TO GCT-CONFERRED
084200         MOVE 'CONFERRED' TO GCT-CONFERRED-LIT
084300         MOVE WS-UNLISTED-HELD TO GCT-HELD
084400         MOVE 'HELD' TO GCT-HELD-LIT
084500         WRITE GC-REGISTER-RECORD
084600     END-IF.
084700     MOVE SPACES TO GC-REGISTER-RECORD.
084800     MOVE 'TERM TOTAL' TO GCT-LABEL.
084900     MOVE WS-CLOSED-TERM TO GCT-TITLE.
085000     MOVE WS-CONFERRED-COUNT TO GCT-CONFERRED.
085100     MOVE 'CONFERRED' TO GCT-CONFERRED-LIT.
085200     MOVE WS-HELD-COUNT TO GCT-HELD.
085300     MOVE 'HELD' TO GCT-HELD-LIT.
085400     WRITE GC-REGISTER-RECORD.
085500 7000-WRITE-PROGRAM-TOTALS-EXIT.
085600     EXIT.
085700*--------------------------------------------------------------*
085800* 8000-REWRITE-APPL-QUEUE - THE STAMPED IMAGE ON GRADWRK        *
085900* BECOMES THE NEW GRADAPPL, SO TONIGHT'S OUTCOMES ARE DURABLE.  *
086000*--------------------------------------------------------------*
086100 8000-REWRITE-APPL-QUEUE.
086200     SET WS-NOT-AT-EOF TO TRUE.
086300     OPEN INPUT GC-WORK-FILE.
086400     OPEN OUTPUT GC-APPL-FILE.
086500     PERFORM 8100-READ-ONE-WORK-RECORD
086600         THRU 8100-READ-ONE-WORK-RECORD-EXIT.
086700     PERFORM UNTIL WS-AT-EOF
086800         MOVE GC-WORK-RECORD TO GRAD-APPL-RECORD
086900         WRITE GRAD-APPL-RECORD
087000         PERFORM 8100-READ-ONE-WORK-RECORD
087100             THRU 8100-READ-ONE-WORK-RECORD-EXIT
087200     END-PERFORM.
087300     CLOSE GC-WORK-FILE.
087400     CLOSE GC-APPL-FILE.
087500 8000-REWRITE-APPL-QUEUE-EXIT.
087600     EXIT.
087700*--------------------------------------------------------------*
087800* 8100-READ-ONE-WORK-RECORD - A SINGLE READ OF GRADWRK.         *
087900*--------------------------------------------------------------*
088000 8100-READ-ONE-WORK-RECORD.
088100     READ GC-WORK-FILE
088200         AT END SET WS-AT-EOF TO TRUE
088300     END-READ.
088400 8100-READ-ONE-WORK-RECORD-EXIT.
088500     EXIT.
088500*--------------------------------------------------------------*
088500* 8740-JOURNAL-MASTER-CHANGE - THE STUMAST RECORD JUST         *
088500* REWRITTEN, WITH ITS BEFORE IMAGE, ONTO THE RCVJRNL FORWARD-  *
088500* RECOVERY JOURNAL.                                            *
088500*--------------------------------------------------------------*
088500 8740-JOURNAL-MASTER-CHANGE.
088500     MOVE 'GRADCONF' TO JR-PROGRAM-ID.
088500     SET JR-FILE-MASTER TO TRUE.
088500     SET JR-CHANGE TO TRUE.
088500     MOVE SPACES TO JR-RECORD-KEY.
088500     MOVE STM-STUDENT-ID TO JR-RECORD-KEY (1:9).
088500     MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE.
088500     MOVE STM-RECORD TO JR-AFTER-IMAGE.
088500     CALL 'JRNLLOG' USING JRNL-PARM-BLOCK.
088500 8740-JOURNAL-MASTER-CHANGE-EXIT.
088500     EXIT.
088600*--------------------------------------------------------------*
088700* 9999-EXIT                                                    *
088800*--------------------------------------------------------------*
088900 9999-EXIT.
089000     STOP RUN.
