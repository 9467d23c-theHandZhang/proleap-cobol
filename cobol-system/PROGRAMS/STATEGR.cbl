000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STATEGR.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - STATE GRANT ROSTER AND        *
001100*                RECONCILIATION, RUN FROM JCL/STATEGR.JCL. THE  *
001200*                ROSTER TERM AND THE STATE FUND'S AID CODE      *
001300*                COME OFF THE SGPARM CARD. EVERY STATE-FUND     *
001400*                DISBURSEMENT AND ADJUSTMENT AIDDISB POSTED TO  *
001500*                STUACCT INSIDE THE TERM'S ACADCAL WINDOW IS    *
001600*                SUMMED PER STUDENT, GIVEN THE STUDENT'S        *
001700*                CONDRES RESIDENCY AND ENRLMAST TERM HOURS, AND *
001800*                WRITTEN TO THE AGENCY'S SGROSTER FILE UNDER A  *
001900*                CONTROL TRAILER. THE AGENCY'S SGRACK           *
002000*                ACKNOWLEDGMENT FILE IS READ BACK ON EVERY RUN. *
002100*                SGRECON TIES THE YEAR'S STATE-FUND POSTINGS    *
002200*                ON STUACCT TO THE FUND S YEAR TOTAL ON         *
002300*                YTDLEDGR AND LISTS EVERY STUDENT THE AGENCY    *
002400*                REJECTED.                                      *
002400* 10/15/26  DW   CONDRES IS NOW INDEXED BY STUDENT AND TERM    *
002400*                AND READ IN KEY ORDER, NOT THE ORDER          *
002400*                DECISIONS WERE MADE, SO THE FALLBACK TO       *
002400*                ANOTHER TERM'S DECISION NOW TAKES THE ONE     *
002400*                WITH THE LATEST DECISION DATE.                *
002500*--------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT SG-PARM-FILE ASSIGN TO SGPARM
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS WS-PARM-STATUS.
003200     SELECT SG-ACADCAL-FILE ASSIGN TO ACADCAL
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-ACADCAL-STATUS.
003500     SELECT SG-ACCT-FILE ASSIGN TO STUACCT
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-ACCT-STATUS.
003800     SELECT SG-CONDRES-FILE ASSIGN TO CONDRES
003900         ORGANIZATION IS INDEXED
003910         ACCESS MODE IS SEQUENTIAL
003920         RECORD KEY IS RES-KEY
004000         FILE STATUS IS WS-CONDRES-STATUS.
004100     SELECT SG-ENROLL-FILE ASSIGN TO ENRLMAST
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS ENR-KEY
004500         FILE STATUS IS WS-ENROLL-STATUS.
004600     SELECT SG-YTD-LEDGER-FILE ASSIGN TO YTDLEDGR
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-YTD-STATUS.
004900     SELECT SG-ACK-FILE ASSIGN TO SGRACK
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-ACK-STATUS.
005200     SELECT SG-ROSTER-FILE ASSIGN TO SGROSTER
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-ROSTER-STATUS.
005500     SELECT SG-RECON-FILE ASSIGN TO SGRECON
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-RECON-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000*--------------------------------------------------------------*
006100* SGPARM - THE ROSTER TERM AND THE AID CODE PAID FROM THE STATE *
006200* FUND (AIDDISB'S FUND S). A BLANK AID CODE IS AID1.            *
006300*--------------------------------------------------------------*
006400 FD  SG-PARM-FILE.
006500 01  SGP-CARD.
006600     05  SGP-TERM             PIC X(06).
006700     05  SGP-AID-CODE         PIC X(04).
006800 FD  SG-ACADCAL-FILE.
006900 COPY ACADCREC.
007000 FD  SG-ACCT-FILE.
007100 COPY STUACREC.
007200 FD  SG-CONDRES-FILE.
007300 COPY CONDRREC.
007800 FD  SG-ENROLL-FILE.
007900 01  ENR-RECORD.
008000     05  ENR-KEY.
008100         10  ENR-STUDENT-ID   PIC 9(09).
008200         10  ENR-COURSE-ID    PIC X(06).
008300         10  ENR-SECTION      PIC X(03).
008400         10  ENR-TERM         PIC X(06).
008500     05  ENR-CREDIT-HOURS     PIC 9(02).
008600     05  ENR-ADD-DATE         PIC 9(08).
008700     05  ENR-STATUS           PIC X(01).
008800         88  ENR-ACTIVE       VALUE 'A' ' '.
008900         88  ENR-WITHDRAWN    VALUE 'W'.
009000     05  ENR-STATUS-DATE      PIC 9(08).
009100 FD  SG-YTD-LEDGER-FILE.
009200 01  SG-YTD-LEDGER-RECORD.
009300     05  YTD-CURRENT-YEAR.
009400         10  YTD-CAT-ENTRY OCCURS 5 TIMES.
009500             15  YTD-MONTH-AMOUNT OCCURS 12 TIMES
009600                                  PIC S9(07)V99.
009700             15  YTD-YEAR-TOTAL   PIC S9(07)V99.
009800     05  YTD-PRIOR-YEAR.
009900         10  PYR-CAT-ENTRY OCCURS 5 TIMES.
010000             15  PYR-MONTH-AMOUNT OCCURS 12 TIMES
010100                                  PIC S9(07)V99.
010200             15  PYR-YEAR-TOTAL   PIC S9(07)V99.
010300     05  YTD-FUND-TOTALS.
010400         10  YTD-FUND-ENTRY OCCURS 3 TIMES.
010500             15  YTD-FUND-CAT-TOTAL OCCURS 5 TIMES
010600                                  PIC S9(07)V99.
010700*--------------------------------------------------------------*
010800* SGRACK - THE AGENCY'S ACKNOWLEDGMENT OF A ROSTER, ONE RECORD  *
010900* PER STUDENT: A ACCEPTED WITH THE AMOUNT THE AGENCY WILL FUND, *
011000* R REJECTED WITH THE AGENCY'S REASON CODE AND TEXT.            *
011100*--------------------------------------------------------------*
011200 FD  SG-ACK-FILE.
011300 01  SGA-RECORD.
011400     05  SGA-STUDENT-ID       PIC 9(09).
011500     05  SGA-TERM             PIC X(06).
011600     05  SGA-STATUS           PIC X(01).
011700         88  SGA-ACCEPTED     VALUE 'A'.
011800         88  SGA-REJECTED     VALUE 'R'.
011900     05  SGA-AMOUNT           PIC 9(07)V99.
012000     05  SGA-REASON-CODE      PIC X(04).
012100     05  SGA-REASON-TEXT      PIC X(30).
012200*--------------------------------------------------------------*
012300* SGROSTER - THE ROSTER SENT TO THE AGENCY: ONE D RECORD PER    *
012400* STUDENT PAID FROM THE STATE FUND IN THE TERM, THEN ONE T      *
012500* TRAILER WITH THE RECORD COUNT AND THE NET TOTAL.              *
012600*--------------------------------------------------------------*
012700 FD  SG-ROSTER-FILE.
012800 01  SG-ROSTER-RECORD.
012900     05  SGR-RECORD-TYPE      PIC X(01).
013000         88  SGR-DETAIL       VALUE 'D'.
013100         88  SGR-TRAILER      VALUE 'T'.
013200     05  SGR-STUDENT-ID       PIC 9(09).
013300     05  SGR-TERM             PIC X(06).
013400     05  SGR-RESIDENCY        PIC X(01).
013500     05  SGR-TERM-HOURS       PIC 9(03).
013600     05  SGR-DISBURSED        PIC S9(07)V99
013700                              SIGN LEADING SEPARATE.
013800     05  SGR-ADJUSTED         PIC S9(07)V99
013900                              SIGN LEADING SEPARATE.
014000     05  SGR-NET-AMOUNT       PIC S9(07)V99
014100                              SIGN LEADING SEPARATE.
014200 01  SG-ROSTER-TRAILER REDEFINES SG-ROSTER-RECORD.
014300     05  SGT-RECORD-TYPE      PIC X(01).
014400     05  SGT-RECORD-COUNT     PIC 9(09).
014500     05  SGT-TERM             PIC X(06).
014600     05  SGT-NET-TOTAL        PIC S9(09)V99
014700                              SIGN LEADING SEPARATE.
014800     05  FILLER               PIC X(22).
014900 FD  SG-RECON-FILE.
015000 01  SG-RECON-RECORD.
015100     05  SRC-LABEL            PIC X(30).
015200     05  FILLER               PIC X(02).
015300     05  SRC-COUNT            PIC ZZZZZ9.
015400     05  FILLER               PIC X(02).
015500     05  SRC-AMOUNT           PIC -ZZZZZZZ9.99.
015600     05  FILLER               PIC X(02).
015700     05  SRC-COMPARE          PIC -ZZZZZZZ9.99.
015800     05  FILLER               PIC X(02).
015900     05  SRC-VARIANCE         PIC -ZZZZZZZ9.99.
016000     05  FILLER               PIC X(02).
016100     05  SRC-RESULT           PIC X(08).
016200 01  SG-RECON-REJECT-LINE.
016300     05  SRJ-TAG              PIC X(08).
016400     05  FILLER               PIC X(02).
016500     05  SRJ-STUDENT-ID       PIC 9(09).
016600     05  FILLER               PIC X(02).
016700     05  SRJ-TERM             PIC X(06).
016800     05  FILLER               PIC X(02).
016900     05  SRJ-NET-AMOUNT       PIC -ZZZZZZ9.99.
017000     05  FILLER               PIC X(02).
017100     05  SRJ-REASON-CODE      PIC X(04).
017200     05  FILLER               PIC X(02).
017300     05  SRJ-REASON-TEXT      PIC X(30).
017400     05  FILLER               PIC X(02).
017500     05  SRJ-NOTE             PIC X(14).
017600 WORKING-STORAGE SECTION.
017700 01  WS-PARM-STATUS           PIC X(02).
017800     88  WS-PARM-OK           VALUE '00'.
017900 01  WS-ACADCAL-STATUS        PIC X(02).
018000     88  WS-ACADCAL-OK        VALUE '00'.
018100 01  WS-ACCT-STATUS           PIC X(02).
018200     88  WS-ACCT-OK           VALUE '00'.
018300 01  WS-CONDRES-STATUS        PIC X(02).
018400     88  WS-CONDRES-OK        VALUE '00'.
018500 01  WS-ENROLL-STATUS         PIC X(02).
018600     88  WS-ENROLL-OK         VALUE '00'.
018700 01  WS-YTD-STATUS            PIC X(02).
018800     88  WS-YTD-OK            VALUE '00'.
018900 01  WS-ACK-STATUS            PIC X(02).
019000     88  WS-ACK-OK            VALUE '00'.
019100 01  WS-ROSTER-STATUS         PIC X(02).
019200     88  WS-ROSTER-OK         VALUE '00'.
019300 01  WS-RECON-STATUS          PIC X(02).
019400     88  WS-RECON-OK          VALUE '00'.
019500 01  WS-EOF-SWITCH            PIC X(01).
019600     88  WS-AT-EOF            VALUE 'Y'.
019700     88  WS-NOT-AT-EOF        VALUE 'N'.
019800 01  WS-ENROLL-OPEN-SWITCH    PIC X(01) VALUE 'N'.
019900     88  WS-ENROLL-FILE-OPEN  VALUE 'Y'.
020000 01  WS-ENROLL-EOF-SWITCH     PIC X(01).
020100     88  WS-ENROLL-AT-EOF     VALUE 'Y'.
020200     88  WS-ENROLL-NOT-AT-EOF VALUE 'N'.
020300 01  WS-TODAY-DATE            PIC 9(08).
020400 01  WS-ROSTER-TERM           PIC X(06) VALUE SPACES.
020500 01  WS-STATE-AID-CODE        PIC X(04) VALUE 'AID1'.
020600 01  WS-WINDOW-AFTER          PIC 9(08) VALUE 0.
020700 01  WS-WINDOW-END            PIC 9(08) VALUE 0.
020800 01  WS-TERM-FOUND-SWITCH     PIC X(01) VALUE 'N'.
020900     88  WS-TERM-FOUND        VALUE 'Y'.
021000     88  WS-TERM-NOT-FOUND    VALUE 'N'.
021100 01  WS-POST-KIND             PIC X(01).
021200     88  WS-POST-DISBURSED    VALUE 'D'.
021300     88  WS-POST-ADJUSTMENT   VALUE 'A'.
021400     88  WS-POST-NOT-STATE    VALUE ' '.
021500 01  WS-POST-AMOUNT           PIC S9(07)V99.
021600 01  WS-HOURS-STUDENT-ID      PIC 9(09).
021700 01  WS-TERM-HOURS            PIC 9(03).
021800 01  WS-YEAR-ACCT-PAID        PIC S9(09)V99 VALUE 0.
021900 01  WS-YEAR-LEDGER-PAID      PIC S9(09)V99 VALUE 0.
022000 01  WS-VARIANCE              PIC S9(09)V99 VALUE 0.
022100 01  WS-ROSTER-DISBURSED      PIC S9(09)V99 VALUE 0.
022200 01  WS-ROSTER-ADJUSTED       PIC S9(09)V99 VALUE 0.
022300 01  WS-ROSTER-NET            PIC S9(09)V99 VALUE 0.
022400 01  WS-ROSTER-WRITTEN        PIC 9(06) COMP VALUE 0.
022500 01  WS-ACK-READ              PIC 9(06) COMP VALUE 0.
022600 01  WS-ACK-ACCEPTED          PIC 9(06) COMP VALUE 0.
022700 01  WS-ACK-REJECTED          PIC 9(06) COMP VALUE 0.
022800 01  WS-ACK-UNMATCHED         PIC 9(06) COMP VALUE 0.
022900 01  WS-ACK-MISSING           PIC 9(06) COMP VALUE 0.
023000 01  WS-ACCEPTED-ROSTER       PIC S9(09)V99 VALUE 0.
023100 01  WS-ACCEPTED-AGENCY       PIC S9(09)V99 VALUE 0.
023200 01  WS-REJECTED-ROSTER       PIC S9(09)V99 VALUE 0.
023300 01  WS-CAL-COUNT             PIC 9(03) COMP VALUE 0.
023400 01  WS-CAL-MAX               PIC 9(03) COMP VALUE 100.
023500 01  WS-CAL-IDX               PIC 9(03) COMP.
023600*--------------------------------------------------------------*
023700* SG-CAL-TABLE - EVERY ACADCAL TERM WITH ITS REGISTRATION-OPEN  *
023800* AND TERM-END DATES, FOR THE ROSTER TERM'S POSTING WINDOW.     *
023900*--------------------------------------------------------------*
024000 01  SG-CAL-TABLE.
024100     05  SG-CAL-ENTRY OCCURS 100 TIMES.
024200         10  SCL-TERM         PIC X(06).
024300         10  SCL-REG-OPEN     PIC 9(08).
024400         10  SCL-TERM-END     PIC 9(08).
024500 01  WS-RST-COUNT             PIC 9(04) COMP VALUE 0.
024600 01  WS-RST-MAX               PIC 9(04) COMP VALUE 5000.
024700 01  WS-RST-IDX               PIC 9(04) COMP.
024800 01  WS-RST-FOUND-SWITCH      PIC X(01).
024900     88  WS-RST-FOUND         VALUE 'Y'.
025000     88  WS-RST-NOT-FOUND     VALUE 'N'.
025100 01  WS-RST-OVFL-SWITCH       PIC X(01) VALUE 'N'.
025200     88  WS-RST-OVERFLOWED    VALUE 'Y'.
025300*--------------------------------------------------------------*
025400* SG-ROSTER-TABLE - ONE ENTRY PER STUDENT PAID FROM THE STATE   *
025500* FUND IN THE TERM. RESIDENCY IS R OR N OFF CONDRES (THE ROSTER *
025600* TERM'S DECISION WINNING OVER ANY OTHER TERM'S), U WHEN COND   *
025700* NEVER DECIDED THE STUDENT, WITH THE TERM AND DATE OF THE      *
025710* DECISION TAKEN. THE ACK STATUS IS THE AGENCY'S ANSWER, BLANK  *
025800* UNTIL ONE ARRIVES.                                            *
025900*--------------------------------------------------------------*
026000 01  SG-ROSTER-TABLE.
026100     05  SG-ROSTER-ENTRY OCCURS 5000 TIMES.
026200         10  SRT-STUDENT-ID   PIC 9(09).
026300         10  SRT-DISBURSED    PIC S9(07)V99.
026400         10  SRT-ADJUSTED     PIC S9(07)V99.
026500         10  SRT-RESIDENCY    PIC X(01).
026600         10  SRT-RES-TERM     PIC X(06).
026610         10  SRT-RES-DATE     PIC 9(08).
026700         10  SRT-ACK-STATUS   PIC X(01).
026800 PROCEDURE DIVISION.
026900 0000-MAINLINE.
027000     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
027100     PERFORM 1000-READ-PARM
027200         THRU 1000-READ-PARM-EXIT.
027300     IF WS-ROSTER-TERM = SPACES
027400         DISPLAY 'STATEGR: NO ROSTER TERM ON SGPARM'
027500         MOVE 8 TO RETURN-CODE
027600         GO TO 9999-EXIT
027700     END-IF.
027800     PERFORM 1100-FIND-TERM-WINDOW
027900         THRU 1100-FIND-TERM-WINDOW-EXIT.
028000     IF WS-TERM-NOT-FOUND
028100         DISPLAY 'STATEGR: TERM ' WS-ROSTER-TERM
028200             ' NOT ON ACADCAL - NO ROSTER'
028300         MOVE 8 TO RETURN-CODE
028400         GO TO 9999-EXIT
028500     END-IF.
028600     PERFORM 2000-SCAN-SUBLEDGER
028700         THRU 2000-SCAN-SUBLEDGER-EXIT.
028800     IF NOT WS-ACCT-OK AND WS-ACCT-STATUS NOT = '10'
028900         DISPLAY 'STATEGR: STUACCT OPEN FAILED, STATUS '
029000             WS-ACCT-STATUS
029100         MOVE 8 TO RETURN-CODE
029200         GO TO 9999-EXIT
029300     END-IF.
029400     IF WS-RST-OVERFLOWED
029500         DISPLAY 'STATEGR: MORE STATE-FUND STUDENTS THAN THE '
029600             'ROSTER TABLE HOLDS - ROSTER NOT SENT'
029700         MOVE 8 TO RETURN-CODE
029800         GO TO 9999-EXIT
029900     END-IF.
030000     PERFORM 3000-APPLY-RESIDENCY
030100         THRU 3000-APPLY-RESIDENCY-EXIT.
030200     PERFORM 4000-WRITE-ROSTER
030300         THRU 4000-WRITE-ROSTER-EXIT.
030400     PERFORM 5000-READ-YTD-LEDGER
030500         THRU 5000-READ-YTD-LEDGER-EXIT.
030600     OPEN OUTPUT SG-RECON-FILE.
030700     PERFORM 6000-WRITE-TOTAL-LINES
030800         THRU 6000-WRITE-TOTAL-LINES-EXIT.
030900     PERFORM 7000-APPLY-AGENCY-ACK
031000         THRU 7000-APPLY-AGENCY-ACK-EXIT.
031100     CLOSE SG-RECON-FILE.
031200     DISPLAY 'STATEGR: TERM ' WS-ROSTER-TERM ' - '
031300         WS-ROSTER-WRITTEN ' STUDENTS ON THE ROSTER'.
031400     DISPLAY 'STATEGR: AGENCY ACK - ' WS-ACK-ACCEPTED
031500         ' ACCEPTED, ' WS-ACK-REJECTED ' REJECTED, '
031600         WS-ACK-UNMATCHED ' NOT ON ROSTER, ' WS-ACK-MISSING
031700         ' NOT ANSWERED'.
031800     IF WS-VARIANCE NOT = ZERO
031900         OR WS-ACK-REJECTED > 0
032000         OR WS-ACK-UNMATCHED > 0
032100         IF RETURN-CODE < 4
032200             MOVE 4 TO RETURN-CODE
032300         END-IF
032400     END-IF.
032500     GO TO 9999-EXIT.
032600*--------------------------------------------------------------*
032700* 1000-READ-PARM - THE FIRST NON-COMMENT SGPARM CARD.           *
032800*--------------------------------------------------------------*
032900 1000-READ-PARM.
033000     SET WS-NOT-AT-EOF TO TRUE.
033100     OPEN INPUT SG-PARM-FILE.
033200     IF NOT WS-PARM-OK
033300         GO TO 1000-READ-PARM-EXIT
033400     END-IF.
033500     PERFORM UNTIL WS-AT-EOF
033600         READ SG-PARM-FILE
033700             AT END
033800                 SET WS-AT-EOF TO TRUE
033900             NOT AT END
034000                 IF SGP-CARD (1:1) NOT = '*'
034100                     MOVE SGP-TERM TO WS-ROSTER-TERM
034200                     IF SGP-AID-CODE NOT = SPACES
034300                         MOVE SGP-AID-CODE TO WS-STATE-AID-CODE
034400                     END-IF
034500                     SET WS-AT-EOF TO TRUE
034600                 END-IF
034700         END-READ
034800     END-PERFORM.
034900     CLOSE SG-PARM-FILE.
035000 1000-READ-PARM-EXIT.
035100     EXIT.
035200*--------------------------------------------------------------*
035300* 1100-FIND-TERM-WINDOW - THE ROSTER TERM'S POSTING WINDOW. IT  *
035400* ENDS ON THE TERM-END DATE AND STARTS THE DAY AFTER THE        *
035500* LATEST OTHER ACADCAL TERM ENDS BEFORE IT, SO NO POSTING FALLS *
035600* IN TWO TERMS' ROSTERS. THE EARLIEST TERM ON THE CALENDAR      *
035700* STARTS ON ITS REGISTRATION-OPEN DATE.                         *
035800*--------------------------------------------------------------*
035900 1100-FIND-TERM-WINDOW.
036000     SET WS-TERM-NOT-FOUND TO TRUE.
036100     SET WS-NOT-AT-EOF TO TRUE.
036200     OPEN INPUT SG-ACADCAL-FILE.
036300     IF NOT WS-ACADCAL-OK
036400         GO TO 1100-FIND-TERM-WINDOW-EXIT
036500     END-IF.
036600     PERFORM UNTIL WS-AT-EOF
036700             OR WS-CAL-COUNT = WS-CAL-MAX
036800         READ SG-ACADCAL-FILE
036900             AT END
037000                 SET WS-AT-EOF TO TRUE
037100             NOT AT END
037200                 IF ACAD-CAL-RECORD (1:1) NOT = '*'
037300                     AND ACL-REG-OPEN-DATE NUMERIC
037400                     AND ACL-TERM-END-DATE NUMERIC
037500                     ADD 1 TO WS-CAL-COUNT
037600                     MOVE ACL-TERM TO SCL-TERM (WS-CAL-COUNT)
037700                     MOVE ACL-REG-OPEN-DATE
037800                         TO SCL-REG-OPEN (WS-CAL-COUNT)
037900                     MOVE ACL-TERM-END-DATE
038000                         TO SCL-TERM-END (WS-CAL-COUNT)
038100                 END-IF
038200         END-READ
038300     END-PERFORM.
038400     CLOSE SG-ACADCAL-FILE.
038500     PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
038600             UNTIL WS-CAL-IDX > WS-CAL-COUNT
038700             OR WS-TERM-FOUND
038800         IF SCL-TERM (WS-CAL-IDX) = WS-ROSTER-TERM
038900             SET WS-TERM-FOUND TO TRUE
039000             MOVE SCL-TERM-END (WS-CAL-IDX) TO WS-WINDOW-END
039100             COMPUTE WS-WINDOW-AFTER =
039200                 SCL-REG-OPEN (WS-CAL-IDX) - 1
039300         END-IF
039400     END-PERFORM.
039500     IF WS-TERM-NOT-FOUND
039600         GO TO 1100-FIND-TERM-WINDOW-EXIT
039700     END-IF.
039800     PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
039900             UNTIL WS-CAL-IDX > WS-CAL-COUNT
040000         IF SCL-TERM (WS-CAL-IDX) NOT = WS-ROSTER-TERM
040100             AND SCL-TERM-END (WS-CAL-IDX) < WS-WINDOW-END
040200             AND SCL-TERM-END (WS-CAL-IDX) > WS-WINDOW-AFTER
040300             MOVE SCL-TERM-END (WS-CAL-IDX) TO WS-WINDOW-AFTER
040400         END-IF
040500     END-PERFORM.
040600 1100-FIND-TERM-WINDOW-EXIT.
040700     EXIT.
040800*--------------------------------------------------------------*
040900* 2000-SCAN-SUBLEDGER - ONE PASS OVER STUACCT. EVERY STATE-FUND *
041000* POSTING AIDDISB MADE THIS CALENDAR YEAR GOES INTO THE YEAR    *
041100* TOTAL THE LEDGER IS PROVED TO; ONE INSIDE THE TERM WINDOW     *
041200* ALSO GOES TO ITS STUDENT'S ROSTER ENTRY. AID CREDITS CARRY    *
041300* NEGATIVE AMOUNTS ON STUACCT AND ARE TURNED POSITIVE HERE -    *
041400* THE ROSTER REPORTS WHAT WAS PAID.                             *
041500*--------------------------------------------------------------*
041600 2000-SCAN-SUBLEDGER.
041700     SET WS-NOT-AT-EOF TO TRUE.
041800     OPEN INPUT SG-ACCT-FILE.
041900     IF NOT WS-ACCT-OK
042000         GO TO 2000-SCAN-SUBLEDGER-EXIT
042100     END-IF.
042200     PERFORM 2100-READ-ONE-ACCT-RECORD
042300         THRU 2100-READ-ONE-ACCT-RECORD-EXIT.
042400     PERFORM UNTIL WS-AT-EOF
042500         PERFORM 2200-FILE-ONE-POSTING
042600             THRU 2200-FILE-ONE-POSTING-EXIT
042700         PERFORM 2100-READ-ONE-ACCT-RECORD
042800             THRU 2100-READ-ONE-ACCT-RECORD-EXIT
042900     END-PERFORM.
043000     CLOSE SG-ACCT-FILE.
043100     MOVE '00' TO WS-ACCT-STATUS.
043200 2000-SCAN-SUBLEDGER-EXIT.
043300     EXIT.
043400*--------------------------------------------------------------*
043500* 2100-READ-ONE-ACCT-RECORD - A SINGLE READ OF STUACCT.         *
043600*--------------------------------------------------------------*
043700 2100-READ-ONE-ACCT-RECORD.
043800     READ SG-ACCT-FILE
043900         AT END
044000             SET WS-AT-EOF TO TRUE
044100     END-READ.
044200 2100-READ-ONE-ACCT-RECORD-EXIT.
044300     EXIT.
044400*--------------------------------------------------------------*
044500* 2200-FILE-ONE-POSTING - A STATE-FUND POSTING IS AN AIDDISB    *
044600* AID CREDIT IN THE STATE AID CODE, EITHER A DISBURSEMENT OR A  *
044700* RECALC ADJUSTMENT.                                            *
044800*--------------------------------------------------------------*
044900 2200-FILE-ONE-POSTING.
045000     MOVE SPACE TO WS-POST-KIND.
045100     IF SUB-SOURCE = 'AIDDISB '
045200         AND SUB-DESC (1:4) = 'AID '
045300         AND SUB-DESC (5:4) = WS-STATE-AID-CODE
045400         AND SUB-AMOUNT NUMERIC
045500         AND SUB-POST-DATE NUMERIC
045600         EVALUATE TRUE
045700             WHEN SUB-DESC (10:9) = 'DISBURSED'
045800                 SET WS-POST-DISBURSED TO TRUE
045900             WHEN SUB-DESC (10:10) = 'ADJUSTMENT'
046000                 SET WS-POST-ADJUSTMENT TO TRUE
046100             WHEN OTHER
046200                 CONTINUE
046300         END-EVALUATE
046400     END-IF.
046500     IF WS-POST-NOT-STATE
046600         GO TO 2200-FILE-ONE-POSTING-EXIT
046700     END-IF.
046800     COMPUTE WS-POST-AMOUNT = 0 - SUB-AMOUNT.
046900     IF SUB-POST-DATE (1:4) = WS-TODAY-DATE (1:4)
047000         ADD WS-POST-AMOUNT TO WS-YEAR-ACCT-PAID
047100     END-IF.
047200     IF SUB-POST-DATE NOT > WS-WINDOW-AFTER
047300         OR SUB-POST-DATE > WS-WINDOW-END
047400         GO TO 2200-FILE-ONE-POSTING-EXIT
047500     END-IF.
047600     SET WS-RST-NOT-FOUND TO TRUE.
047700     PERFORM VARYING WS-RST-IDX FROM 1 BY 1
047800             UNTIL WS-RST-IDX > WS-RST-COUNT
047900             OR WS-RST-FOUND
048000         IF SRT-STUDENT-ID (WS-RST-IDX) = SUB-STUDENT-ID
048100             SET WS-RST-FOUND TO TRUE
048200         END-IF
048300     END-PERFORM.
048400     IF WS-RST-FOUND
048500         SUBTRACT 1 FROM WS-RST-IDX
048600     ELSE
048700         IF WS-RST-COUNT = WS-RST-MAX
048800             SET WS-RST-OVERFLOWED TO TRUE
048900             GO TO 2200-FILE-ONE-POSTING-EXIT
049000         END-IF
049100         ADD 1 TO WS-RST-COUNT
049200         MOVE WS-RST-COUNT TO WS-RST-IDX
049300         MOVE SUB-STUDENT-ID TO SRT-STUDENT-ID (WS-RST-IDX)
049400         MOVE 0 TO SRT-DISBURSED (WS-RST-IDX)
049500         MOVE 0 TO SRT-ADJUSTED (WS-RST-IDX)
049600         MOVE 'U' TO SRT-RESIDENCY (WS-RST-IDX)
049700         MOVE SPACES TO SRT-RES-TERM (WS-RST-IDX)
049710         MOVE 0 TO SRT-RES-DATE (WS-RST-IDX)
049800         MOVE SPACE TO SRT-ACK-STATUS (WS-RST-IDX)
049900     END-IF.
050000     IF WS-POST-DISBURSED
050100         ADD WS-POST-AMOUNT TO SRT-DISBURSED (WS-RST-IDX)
050200     ELSE
050300         ADD WS-POST-AMOUNT TO SRT-ADJUSTED (WS-RST-IDX)
050400     END-IF.
050500 2200-FILE-ONE-POSTING-EXIT.
050600     EXIT.
050700*--------------------------------------------------------------*
050800* 3000-APPLY-RESIDENCY - ONE PASS OVER CONDRES. THE DECISION    *
050900* FOR THE ROSTER TERM WINS; WITHOUT ONE, THE DECISION WITH THE  *
051000* LATEST DECISION DATE FOR ANY TERM. ELIGIBLE (1) IS RESIDENT.  *
051100*--------------------------------------------------------------*
051200 3000-APPLY-RESIDENCY.
051300     SET WS-NOT-AT-EOF TO TRUE.
051400     OPEN INPUT SG-CONDRES-FILE.
051500     IF NOT WS-CONDRES-OK
051600         DISPLAY 'STATEGR: NO CONDRES RESULTS - RESIDENCY '
051700             'REPORTED U'
051800         GO TO 3000-APPLY-RESIDENCY-EXIT
051900     END-IF.
052000     PERFORM UNTIL WS-AT-EOF
052100         READ SG-CONDRES-FILE
052200             AT END
052300                 SET WS-AT-EOF TO TRUE
052400             NOT AT END
052500                 PERFORM 3100-APPLY-ONE-DECISION
052600                     THRU 3100-APPLY-ONE-DECISION-EXIT
052700         END-READ
052800     END-PERFORM.
052900     CLOSE SG-CONDRES-FILE.
053000 3000-APPLY-RESIDENCY-EXIT.
053100     EXIT.
053200*--------------------------------------------------------------*
053300* 3100-APPLY-ONE-DECISION - ONE CONDRES DECISION ONTO ITS       *
053400* STUDENT'S ROSTER ENTRY, UNLESS THIS ONE IS FOR ANOTHER TERM  *
053500* AND THE ENTRY ALREADY HOLDS THE ROSTER TERM'S DECISION OR ONE *
053510* MADE LATER.                                                   *
053600*--------------------------------------------------------------*
053700 3100-APPLY-ONE-DECISION.
053800     SET WS-RST-NOT-FOUND TO TRUE.
053900     PERFORM VARYING WS-RST-IDX FROM 1 BY 1
054000             UNTIL WS-RST-IDX > WS-RST-COUNT
054100             OR WS-RST-FOUND
054200         IF SRT-STUDENT-ID (WS-RST-IDX) = RES-STUDENT-ID
054300             SET WS-RST-FOUND TO TRUE
054400         END-IF
054500     END-PERFORM.
054600     IF WS-RST-NOT-FOUND
054700         GO TO 3100-APPLY-ONE-DECISION-EXIT
054800     END-IF.
054900     SUBTRACT 1 FROM WS-RST-IDX.
055000     IF SRT-RES-TERM (WS-RST-IDX) = WS-ROSTER-TERM
055100         AND RES-TERM NOT = WS-ROSTER-TERM
055200         GO TO 3100-APPLY-ONE-DECISION-EXIT
055300     END-IF.
055310     IF RES-TERM NOT = WS-ROSTER-TERM
055320         AND SRT-RES-DATE (WS-RST-IDX) > RES-DECISION-DATE
055330         GO TO 3100-APPLY-ONE-DECISION-EXIT
055340     END-IF.
055400     IF RES-ELIGIBLE-FLAG = '1'
055500         MOVE 'R' TO SRT-RESIDENCY (WS-RST-IDX)
055600     ELSE
055700         MOVE 'N' TO SRT-RESIDENCY (WS-RST-IDX)
055800     END-IF.
055900     MOVE RES-TERM TO SRT-RES-TERM (WS-RST-IDX).
055910     MOVE RES-DECISION-DATE TO SRT-RES-DATE (WS-RST-IDX).
056000 3100-APPLY-ONE-DECISION-EXIT.
056100     EXIT.
056200*--------------------------------------------------------------*
056300* 4000-WRITE-ROSTER - ONE D RECORD PER ROSTER STUDENT WITH THE  *
056400* TERM HOURS OFF ENRLMAST, THEN THE CONTROL TRAILER.            *
056500*--------------------------------------------------------------*
056600 4000-WRITE-ROSTER.
056700     OPEN INPUT SG-ENROLL-FILE.
056800     IF WS-ENROLL-OK
056900         SET WS-ENROLL-FILE-OPEN TO TRUE
057000     ELSE
057100         DISPLAY 'STATEGR: NO ENRLMAST ENROLLMENTS - TERM '
057200             'HOURS REPORTED ZERO'
057300     END-IF.
057400     OPEN OUTPUT SG-ROSTER-FILE.
057500     PERFORM 4100-WRITE-ONE-STUDENT
057600         THRU 4100-WRITE-ONE-STUDENT-EXIT
057700         VARYING WS-RST-IDX FROM 1 BY 1
057800         UNTIL WS-RST-IDX > WS-RST-COUNT.
057900     MOVE SPACES TO SG-ROSTER-TRAILER.
058000     SET SGR-TRAILER TO TRUE.
058100     MOVE WS-ROSTER-WRITTEN TO SGT-RECORD-COUNT.
058200     MOVE WS-ROSTER-TERM TO SGT-TERM.
058300     MOVE WS-ROSTER-NET TO SGT-NET-TOTAL.
058400     WRITE SG-ROSTER-TRAILER.
058500     CLOSE SG-ROSTER-FILE.
058600     IF WS-ENROLL-FILE-OPEN
058700         CLOSE SG-ENROLL-FILE
058800     END-IF.
058900 4000-WRITE-ROSTER-EXIT.
059000     EXIT.
059100*--------------------------------------------------------------*
059200* 4100-WRITE-ONE-STUDENT - ONE ROSTER DETAIL RECORD.            *
059300*--------------------------------------------------------------*
059400 4100-WRITE-ONE-STUDENT.
059500     MOVE SRT-STUDENT-ID (WS-RST-IDX) TO WS-HOURS-STUDENT-ID.
059600     PERFORM 4200-SUM-TERM-HOURS
059700         THRU 4200-SUM-TERM-HOURS-EXIT.
059800     MOVE SPACES TO SG-ROSTER-RECORD.
059900     SET SGR-DETAIL TO TRUE.
060000     MOVE SRT-STUDENT-ID (WS-RST-IDX) TO SGR-STUDENT-ID.
060100     MOVE WS-ROSTER-TERM TO SGR-TERM.
060200     MOVE SRT-RESIDENCY (WS-RST-IDX) TO SGR-RESIDENCY.
060300     MOVE WS-TERM-HOURS TO SGR-TERM-HOURS.
060400     MOVE SRT-DISBURSED (WS-RST-IDX) TO SGR-DISBURSED.
060500     MOVE SRT-ADJUSTED (WS-RST-IDX) TO SGR-ADJUSTED.
060600     COMPUTE SGR-NET-AMOUNT = SRT-DISBURSED (WS-RST-IDX)
060700         + SRT-ADJUSTED (WS-RST-IDX).
060800     WRITE SG-ROSTER-RECORD.
060900     ADD 1 TO WS-ROSTER-WRITTEN.
061000     ADD SRT-DISBURSED (WS-RST-IDX) TO WS-ROSTER-DISBURSED.
061100     ADD SRT-ADJUSTED (WS-RST-IDX) TO WS-ROSTER-ADJUSTED.
061200     ADD SRT-DISBURSED (WS-RST-IDX) TO WS-ROSTER-NET.
061300     ADD SRT-ADJUSTED (WS-RST-IDX) TO WS-ROSTER-NET.
061400 4100-WRITE-ONE-STUDENT-EXIT.
061500     EXIT.
061600*--------------------------------------------------------------*
061700* 4200-SUM-TERM-HOURS - THE STUDENT'S ENRLMAST CREDIT HOURS IN  *
061800* THE ROSTER TERM, KEYED READ FORWARD FROM THE FIRST ENROLLMENT *
061900* FOR THE ID UNTIL THE ID CHANGES. A W ENROLLMENT CARRIES NO    *
062000* HOURS.                                                        *
062100*--------------------------------------------------------------*
062200 4200-SUM-TERM-HOURS.
062300     MOVE 0 TO WS-TERM-HOURS.
062400     IF NOT WS-ENROLL-FILE-OPEN
062500         GO TO 4200-SUM-TERM-HOURS-EXIT
062600     END-IF.
062700     SET WS-ENROLL-NOT-AT-EOF TO TRUE.
062800     MOVE LOW-VALUES TO ENR-KEY.
062900     MOVE WS-HOURS-STUDENT-ID TO ENR-STUDENT-ID.
063000     START SG-ENROLL-FILE KEY IS NOT LESS THAN ENR-KEY
063100         INVALID KEY
063200             SET WS-ENROLL-AT-EOF TO TRUE
063300     END-START.
063400     PERFORM UNTIL WS-ENROLL-AT-EOF
063500         READ SG-ENROLL-FILE NEXT RECORD
063600             AT END
063700                 SET WS-ENROLL-AT-EOF TO TRUE
063800             NOT AT END
063900                 IF ENR-STUDENT-ID NOT = WS-HOURS-STUDENT-ID
064000                     SET WS-ENROLL-AT-EOF TO TRUE
064100                 ELSE
064200                     IF ENR-TERM = WS-ROSTER-TERM
064300                         AND ENR-CREDIT-HOURS NUMERIC
064400                         AND ENR-ACTIVE
064500                         ADD ENR-CREDIT-HOURS TO WS-TERM-HOURS
064600                     END-IF
064700                 END-IF
064800         END-READ
064900     END-PERFORM.
065000 4200-SUM-TERM-HOURS-EXIT.
065100     EXIT.
065200*--------------------------------------------------------------*
065300* 5000-READ-YTD-LEDGER - THE STATE FUND'S AID-CREDIT (CATEGORY  *
065400* C) YEAR TOTAL ADDSTMT KEEPS ON YTDLEDGR, TURNED POSITIVE LIKE *
065500* THE ROSTER. A MISSING LEDGER COMPARES AGAINST ZERO.           *
065600*--------------------------------------------------------------*
065700 5000-READ-YTD-LEDGER.
065800     MOVE ALL '0' TO SG-YTD-LEDGER-RECORD.
065900     OPEN INPUT SG-YTD-LEDGER-FILE.
066000     IF WS-YTD-OK
066100         READ SG-YTD-LEDGER-FILE
066200             AT END
066300                 CONTINUE
066400         END-READ
066500         CLOSE SG-YTD-LEDGER-FILE
066600     END-IF.
066700     IF YTD-FUND-CAT-TOTAL (1 3) NUMERIC
066800         COMPUTE WS-YEAR-LEDGER-PAID =
066900             0 - YTD-FUND-CAT-TOTAL (1 3)
067000     END-IF.
067100     COMPUTE WS-VARIANCE = WS-YEAR-ACCT-PAID
067200         - WS-YEAR-LEDGER-PAID.
067300 5000-READ-YTD-LEDGER-EXIT.
067400     EXIT.
067500*--------------------------------------------------------------*
067600* 6000-WRITE-TOTAL-LINES - THE ROSTER'S OWN TOTALS, THEN THE    *
067700* YEAR'S STATE-FUND POSTINGS ON STUACCT (WHAT THIS YEAR'S       *
067800* ROSTERS ADD UP TO) PROVED AGAINST THE YTDLEDGR FUND S TOTAL.  *
067900*--------------------------------------------------------------*
068000 6000-WRITE-TOTAL-LINES.
068100     MOVE SPACES TO SG-RECON-RECORD.
068200     MOVE 'STATE GRANT ROSTER TERM' TO SRC-LABEL.
068300     MOVE WS-ROSTER-TERM TO SRC-LABEL (25:6).
068400     MOVE WS-ROSTER-WRITTEN TO SRC-COUNT.
068500     MOVE WS-ROSTER-NET TO SRC-AMOUNT.
068600     WRITE SG-RECON-RECORD.
068700     MOVE SPACES TO SG-RECON-RECORD.
068800     MOVE '  DISBURSED' TO SRC-LABEL.
068900     MOVE WS-ROSTER-DISBURSED TO SRC-AMOUNT.
069000     WRITE SG-RECON-RECORD.
069100     MOVE SPACES TO SG-RECON-RECORD.
069200     MOVE '  ADJUSTMENTS' TO SRC-LABEL.
069300     MOVE WS-ROSTER-ADJUSTED TO SRC-AMOUNT.
069400     WRITE SG-RECON-RECORD.
069500     MOVE SPACES TO SG-RECON-RECORD.
069600     MOVE 'YEAR STATE FUND VS YTDLEDGR' TO SRC-LABEL.
069700     MOVE WS-YEAR-ACCT-PAID TO SRC-AMOUNT.
069800     MOVE WS-YEAR-LEDGER-PAID TO SRC-COMPARE.
069900     MOVE WS-VARIANCE TO SRC-VARIANCE.
070000     IF WS-VARIANCE = ZERO
070100         MOVE 'MATCH' TO SRC-RESULT
070200     ELSE
070300         MOVE 'MISMATCH' TO SRC-RESULT
070400     END-IF.
070500     WRITE SG-RECON-RECORD.
070600 6000-WRITE-TOTAL-LINES-EXIT.
070700     EXIT.
070800*--------------------------------------------------------------*
070900* 7000-APPLY-AGENCY-ACK - THE AGENCY'S ANSWERS FOR THE ROSTER   *
071000* TERM. EVERY REJECTION, AND ANY ANSWER FOR A STUDENT NOT ON    *
071100* THE ROSTER, PRINTS ITS OWN LINE; THE ACCEPTED AMOUNT IS       *
071200* PROVED AGAINST WHAT THE ROSTER SENT FOR THOSE STUDENTS. NO    *
071300* ACK FILE YET MEANS THE ROSTER IS STILL WITH THE AGENCY.       *
071400*--------------------------------------------------------------*
071500 7000-APPLY-AGENCY-ACK.
071600     SET WS-NOT-AT-EOF TO TRUE.
071700     OPEN INPUT SG-ACK-FILE.
071800     IF NOT WS-ACK-OK
071900         MOVE SPACES TO SG-RECON-RECORD
072000         MOVE 'NO AGENCY ACKNOWLEDGMENT YET' TO SRC-LABEL
072100         WRITE SG-RECON-RECORD
072200         GO TO 7000-APPLY-AGENCY-ACK-EXIT
072300     END-IF.
072400     PERFORM UNTIL WS-AT-EOF
072500         READ SG-ACK-FILE
072600             AT END
072700                 SET WS-AT-EOF TO TRUE
072800             NOT AT END
072900                 IF SGA-TERM = WS-ROSTER-TERM
073000                     PERFORM 7100-MATCH-ONE-ACK
073100                         THRU 7100-MATCH-ONE-ACK-EXIT
073200                 END-IF
073300         END-READ
073400     END-PERFORM.
073500     CLOSE SG-ACK-FILE.
073600     IF WS-ACK-READ = 0
073700         MOVE SPACES TO SG-RECON-RECORD
073800         MOVE 'NO AGENCY ACKNOWLEDGMENT YET' TO SRC-LABEL
073900         WRITE SG-RECON-RECORD
074000         GO TO 7000-APPLY-AGENCY-ACK-EXIT
074100     END-IF.
074200     PERFORM VARYING WS-RST-IDX FROM 1 BY 1
074300             UNTIL WS-RST-IDX > WS-RST-COUNT
074400         IF SRT-ACK-STATUS (WS-RST-IDX) = SPACE
074500             ADD 1 TO WS-ACK-MISSING
074600         END-IF
074700     END-PERFORM.
074800     MOVE SPACES TO SG-RECON-RECORD.
074900     MOVE 'AGENCY ACCEPTED VS ROSTER' TO SRC-LABEL.
075000     MOVE WS-ACK-ACCEPTED TO SRC-COUNT.
075100     MOVE WS-ACCEPTED-AGENCY TO SRC-AMOUNT.
075200     MOVE WS-ACCEPTED-ROSTER TO SRC-COMPARE.
075300     COMPUTE WS-VARIANCE = WS-ACCEPTED-AGENCY
075400         - WS-ACCEPTED-ROSTER.
075500     MOVE WS-VARIANCE TO SRC-VARIANCE.
075600     IF WS-VARIANCE = ZERO
075700         MOVE 'MATCH' TO SRC-RESULT
075800     ELSE
075900         MOVE 'MISMATCH' TO SRC-RESULT
076000     END-IF.
076100     WRITE SG-RECON-RECORD.
076200     MOVE SPACES TO SG-RECON-RECORD.
076300     MOVE 'AGENCY REJECTED' TO SRC-LABEL.
076400     MOVE WS-ACK-REJECTED TO SRC-COUNT.
076500     MOVE WS-REJECTED-ROSTER TO SRC-AMOUNT.
076600     WRITE SG-RECON-RECORD.
076700     MOVE SPACES TO SG-RECON-RECORD.
076800     MOVE 'AGENCY ANSWERS NOT ON ROSTER' TO SRC-LABEL.
076900     MOVE WS-ACK-UNMATCHED TO SRC-COUNT.
077000     WRITE SG-RECON-RECORD.
077100     MOVE SPACES TO SG-RECON-RECORD.
077200     MOVE 'ROSTER STUDENTS NOT ANSWERED' TO SRC-LABEL.
077300     MOVE WS-ACK-MISSING TO SRC-COUNT.
077400     WRITE SG-RECON-RECORD.
077500 7000-APPLY-AGENCY-ACK-EXIT.
077600     EXIT.
077700*--------------------------------------------------------------*
077800* 7100-MATCH-ONE-ACK - ONE AGENCY ANSWER AGAINST THE ROSTER.    *
077900*--------------------------------------------------------------*
078000 7100-MATCH-ONE-ACK.
078100     ADD 1 TO WS-ACK-READ.
078200     SET WS-RST-NOT-FOUND TO TRUE.
078300     PERFORM VARYING WS-RST-IDX FROM 1 BY 1
078400             UNTIL WS-RST-IDX > WS-RST-COUNT
078500             OR WS-RST-FOUND
078600         IF SRT-STUDENT-ID (WS-RST-IDX) = SGA-STUDENT-ID
078700             SET WS-RST-FOUND TO TRUE
078800         END-IF
078900     END-PERFORM.
079000     MOVE SPACES TO SG-RECON-REJECT-LINE.
079100     MOVE SGA-STUDENT-ID TO SRJ-STUDENT-ID.
079200     MOVE SGA-TERM TO SRJ-TERM.
079300     MOVE SGA-REASON-CODE TO SRJ-REASON-CODE.
079400     MOVE SGA-REASON-TEXT TO SRJ-REASON-TEXT.
079500     IF WS-RST-NOT-FOUND
079600         ADD 1 TO WS-ACK-UNMATCHED
079700         IF SGA-REJECTED
079800             MOVE 'REJECTED' TO SRJ-TAG
079900         ELSE
080000             MOVE 'ACCEPTED' TO SRJ-TAG
080100         END-IF
080200         MOVE ZERO TO SRJ-NET-AMOUNT
080300         MOVE 'NOT ON ROSTER' TO SRJ-NOTE
080400         WRITE SG-RECON-REJECT-LINE
080500         GO TO 7100-MATCH-ONE-ACK-EXIT
080600     END-IF.
080700     SUBTRACT 1 FROM WS-RST-IDX.
080800     MOVE SGA-STATUS TO SRT-ACK-STATUS (WS-RST-IDX).
080900     IF SGA-REJECTED
081000         ADD 1 TO WS-ACK-REJECTED
081100         ADD SRT-DISBURSED (WS-RST-IDX) TO WS-REJECTED-ROSTER
081200         ADD SRT-ADJUSTED (WS-RST-IDX) TO WS-REJECTED-ROSTER
081300         MOVE 'REJECTED' TO SRJ-TAG
081400         COMPUTE SRJ-NET-AMOUNT = SRT-DISBURSED (WS-RST-IDX)
081500             + SRT-ADJUSTED (WS-RST-IDX)
081600         WRITE SG-RECON-REJECT-LINE
081700     ELSE
081800         ADD 1 TO WS-ACK-ACCEPTED
081900         ADD SRT-DISBURSED (WS-RST-IDX) TO WS-ACCEPTED-ROSTER
082000         ADD SRT-ADJUSTED (WS-RST-IDX) TO WS-ACCEPTED-ROSTER
082100         IF SGA-AMOUNT NUMERIC
082200             ADD SGA-AMOUNT TO WS-ACCEPTED-AGENCY
082300         END-IF
082400     END-IF.
082500 7100-MATCH-ONE-ACK-EXIT.
082600     EXIT.
082700*--------------------------------------------------------------*
082800* 9999-EXIT                                                    *
082900*--------------------------------------------------------------*
083000 9999-EXIT.
083100     STOP RUN.
