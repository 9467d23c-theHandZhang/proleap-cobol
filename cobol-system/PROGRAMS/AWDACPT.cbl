000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AWDACPT.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - AWARD OFFER ACCEPTANCE,       *
001100*                BETWEEN EVALSTMT AND AIDDISB IN THE NIGHTLY    *
001200*                RUN. EVERY AWARD EVALSTMT WRITES TO EVALAWRD   *
001300*                BECOMES AN OFFER ON THE INDEXED AWDOFFR FILE.  *
001400*                THE STUDENT'S REPLY ARRIVES ON THE AWDRESP     *
001500*                ACCEPTANCE FEED (OR IS KEYED BY THE AID        *
001600*                OFFICE IN LOOKUP) - ACCEPTED, DECLINED OR      *
001700*                REDUCED - AND ONLY THE ACCEPTED AMOUNT GOES TO *
001800*                AIDDISB, ON THE AWDACCT ACCEPTED-AWARDS FILE.  *
001900*                AN OFFER UNANSWERED FOR THE ACPTPARM REMINDER  *
002000*                DAYS QUEUES A REMINDER NOTICE ON NOTIFQUE;     *
002100*                UNANSWERED FOR THE CANCEL DAYS IT IS           *
002200*                CANCELLED. DECLINED, CANCELLED AND REDUCED-    *
002300*                AWAY FUNDS RETURN TO THEIR AID CODE'S POOL     *
002400*                (EVALPOOLP SHOWS THEM BACK) AND OFFER TO THE   *
002500*                NEXT APPLICANTS ON THE EVALWAIT WAITLIST IN    *
002600*                FEED ORDER, CARRIED NIGHT TO NIGHT ON AWDWAITQ *
002700*                WITH ANY FUNDS NOT YET RE-OFFERED ON AWDRETN.  *
002800*                THE AWDACPTR REGISTER LISTS EVERYTHING DONE.   *
002900*                TEST MODE WRITES THE REGISTER AND AWDACCT AND  *
003000*                CHANGES NOTHING ELSE.                          *
003100*--------------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT AC-AWARD-FILE ASSIGN TO EVALAWRD
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-AWARD-STATUS.
003800     SELECT AC-RESP-FILE ASSIGN TO AWDRESP
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-RESP-STATUS.
004100     SELECT AC-PARM-FILE ASSIGN TO ACPTPARM
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-PARM-STATUS.
004400     SELECT AC-OFFER-FILE ASSIGN TO AWDOFFR
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS OFR-KEY
004800         FILE STATUS IS WS-OFFER-STATUS.
004900     SELECT AC-WAIT-FILE ASSIGN TO EVALWAIT
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-WAIT-STATUS.
005200     SELECT AC-WAITQ-FILE ASSIGN TO AWDWAITQ
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-WAITQ-STATUS.
005500     SELECT AC-RETN-FILE ASSIGN TO AWDRETN
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-RETN-STATUS.
005800     SELECT AC-POOLPOS-FILE ASSIGN TO EVALPOOLP
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-POOLPOS-STATUS.
006100     SELECT AC-QUEUE-FILE ASSIGN TO NOTIFQUE
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-QUEUE-STATUS.
006400     SELECT AC-ACCEPT-FILE ASSIGN TO AWDACCT
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-ACCEPT-STATUS.
006700     SELECT AC-REGISTER-FILE ASSIGN TO AWDACPTR
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-REGISTER-STATUS.
007000     SELECT AC-CAL-FILE ASSIGN TO SUITECAL
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-CAL-STATUS.
007300     SELECT SUITE-PARM-FILE ASSIGN TO SUITEPRM
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-SUITE-STATUS.
007600     SELECT AC-CYCLENO-FILE ASSIGN TO CYCLENO
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-CYCLENO-STATUS.
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  AC-AWARD-FILE.
008200 01  AWARD-RECORD.
008300     05  AWD-STUDENT-ID       PIC 9(09).
008400     05  AWD-AGE-BRACKET      PIC X(07).
008500     05  AWD-DEPENDENT-VAR    PIC X(07).
008600     05  AWD-AID-CODE         PIC X(04).
008700     05  AWD-AWARD-AMOUNT     PIC 9(05)V99.
008800     05  AWD-OVERRIDE-FLAG    PIC X(01).
008900     05  AWD-TERM             PIC X(06).
009000*--------------------------------------------------------------*
009100* AWDRESP - THE STUDENTS' REPLIES FROM THE AID PORTAL, ONE PER  *
009200* OFFER: A ACCEPT IN FULL, D DECLINE, R REDUCE TO THE AMOUNT    *
009300* GIVEN. THE FILE EMPTIES ONCE APPLIED.                         *
009400*--------------------------------------------------------------*
009500 FD  AC-RESP-FILE.
009600 01  RSP-RECORD.
009700     05  RSP-STUDENT-ID       PIC 9(09).
009800     05  RSP-TERM             PIC X(06).
009900     05  RSP-AID-CODE         PIC X(04).
010000     05  RSP-RESPONSE         PIC X(01).
010100         88  RSP-ACCEPT       VALUE 'A'.
010200         88  RSP-DECLINE      VALUE 'D'.
010300         88  RSP-REDUCE       VALUE 'R'.
010400     05  RSP-AMOUNT           PIC 9(05)V99.
010500     05  RSP-DATE             PIC 9(08).
010600 FD  AC-PARM-FILE.
010700 01  APM-CARD.
010800     05  APM-CARD-TYPE        PIC X(01).
010900         88  APM-DAYS-CARD    VALUE 'D'.
011000     05  APM-REMIND-DAYS      PIC 9(03).
011100     05  APM-CANCEL-DAYS      PIC 9(03).
011200 FD  AC-OFFER-FILE.
011300 COPY AWDOFREC.
011400 FD  AC-WAIT-FILE.
011500 01  WAIT-RECORD.
011600     05  WTL-STUDENT-ID       PIC 9(09).
011700     05  WTL-AID-CODE         PIC X(04).
011800     05  WTL-AWARD-AMOUNT     PIC 9(05)V99.
011900     05  WTL-DATE             PIC 9(08).
012000     05  WTL-TIME             PIC 9(08).
012100     05  WTL-TERM             PIC X(06).
012200*--------------------------------------------------------------*
012300* AWDWAITQ - THE AID WAITLIST CARRIED FROM NIGHT TO NIGHT, IN   *
012400* FEED ORDER BY ARRIVAL NUMBER. ONLY WAITING ENTRIES ARE        *
012500* CARRIED FORWARD.                                              *
012600*--------------------------------------------------------------*
012700 FD  AC-WAITQ-FILE.
012800 01  AWQ-RECORD.
012900     05  AWQ-STUDENT-ID       PIC 9(09).
013000     05  AWQ-TERM             PIC X(06).
013100     05  AWQ-AID-CODE         PIC X(04).
013200     05  AWQ-AMOUNT           PIC 9(05)V99.
013300     05  AWQ-ARRIVAL-NO       PIC 9(08).
013400     05  AWQ-WAIT-DATE        PIC 9(08).
013500     05  AWQ-STATUS           PIC X(01).
013600         88  AWQ-WAITING      VALUE 'W'.
013700         88  AWQ-OFFERED      VALUE 'O'.
013800         88  AWQ-REMOVED      VALUE 'X'.
013900*--------------------------------------------------------------*
014000* AWDRETN - RETURNED FUNDS PER AID CODE NOT YET RE-OFFERED.     *
014100*--------------------------------------------------------------*
014200 FD  AC-RETN-FILE.
014300 01  ARN-RECORD.
014400     05  ARN-AID-CODE         PIC X(04).
014500     05  ARN-AVAILABLE        PIC 9(09)V99.
014600 FD  AC-POOLPOS-FILE.
014700 01  POOLPOS-RECORD.
014800     05  PLP-AID-CODE         PIC X(04).
014900     05  PLP-BUDGET-AMOUNT    PIC 9(09)V99.
015000     05  PLP-USED-AMOUNT      PIC 9(09)V99.
015100     05  PLP-REMAINING        PIC 9(09)V99.
015200     05  PLP-WAITLISTED       PIC 9(06).
015300 FD  AC-QUEUE-FILE.
015400 COPY NTFQREC.
015500 FD  AC-ACCEPT-FILE.
015600 01  ACA-RECORD.
015700     05  ACA-STUDENT-ID       PIC 9(09).
015800     05  ACA-AGE-BRACKET      PIC X(07).
015900     05  ACA-DEPENDENT-VAR    PIC X(07).
016000     05  ACA-AID-CODE         PIC X(04).
016100     05  ACA-AWARD-AMOUNT     PIC 9(05)V99.
016200     05  ACA-OVERRIDE-FLAG    PIC X(01).
016300     05  ACA-TERM             PIC X(06).
016400 FD  AC-REGISTER-FILE.
016500 01  AC-REGISTER-RECORD.
016600     05  ACR-STUDENT-ID       PIC 9(09).
016700     05  FILLER               PIC X(02).
016800     05  ACR-TERM             PIC X(06).
016900     05  FILLER               PIC X(02).
017000     05  ACR-AID-CODE         PIC X(04).
017100     05  FILLER               PIC X(02).
017200     05  ACR-AMOUNT           PIC ZZZZZ9.99.
017300     05  FILLER               PIC X(02).
017400     05  ACR-ACTION           PIC X(24).
017500 FD  AC-CAL-FILE.
017600 01  CAL-RECORD.
017700     05  CAL-BUSINESS-DATE    PIC 9(08).
017800     05  CAL-MONTH-END-FLAG   PIC X(01).
017900     05  CAL-YEAR-END-FLAG    PIC X(01).
018000 FD  SUITE-PARM-FILE.
018100 01  SP-PARM-CARD             PIC X(11).
018200 FD  AC-CYCLENO-FILE.
018300 01  CYCLENO-CARD.
018400     05  CYC-CYCLE-NUMBER     PIC 9(06).
018500 WORKING-STORAGE SECTION.
018600 01  WS-SUITE-STATUS          PIC X(02).
018700     88  WS-SUITE-OK          VALUE '00'.
018800 01  WS-CYCLENO-STATUS        PIC X(02).
018900     88  WS-CYCLENO-OK        VALUE '00'.
019000 01  WS-AWARD-STATUS          PIC X(02).
019100     88  WS-AWARD-OK          VALUE '00'.
019200 01  WS-RESP-STATUS           PIC X(02).
019300     88  WS-RESP-OK           VALUE '00'.
019400 01  WS-PARM-STATUS           PIC X(02).
019500     88  WS-PARM-OK           VALUE '00'.
019600 01  WS-OFFER-STATUS          PIC X(02).
019700     88  WS-OFFER-OK          VALUE '00'.
019800     88  WS-OFFER-NOT-FOUND   VALUE '35'.
019900 01  WS-WAIT-STATUS           PIC X(02).
020000     88  WS-WAIT-OK           VALUE '00'.
020100 01  WS-WAITQ-STATUS          PIC X(02).
020200     88  WS-WAITQ-OK          VALUE '00'.
020300 01  WS-RETN-STATUS           PIC X(02).
020400     88  WS-RETN-OK           VALUE '00'.
020500 01  WS-POOLPOS-STATUS        PIC X(02).
020600     88  WS-POOLPOS-OK        VALUE '00'.
020700 01  WS-QUEUE-STATUS          PIC X(02).
020800     88  WS-QUEUE-OK          VALUE '00'.
020900 01  WS-ACCEPT-STATUS         PIC X(02).
021000     88  WS-ACCEPT-OK         VALUE '00'.
021100 01  WS-REGISTER-STATUS       PIC X(02).
021200     88  WS-REGISTER-OK       VALUE '00'.
021300 01  WS-CAL-STATUS            PIC X(02).
021400     88  WS-CAL-OK            VALUE '00'.
021500 01  WS-EOF-SWITCH            PIC X(01).
021600     88  WS-AT-EOF            VALUE 'Y'.
021700     88  WS-NOT-AT-EOF        VALUE 'N'.
021800 01  WS-OFFER-CHANGE-SWITCH   PIC X(01).
021900     88  WS-OFFER-CHANGED     VALUE 'Y'.
022000     88  WS-OFFER-UNCHANGED   VALUE 'N'.
022100 01  WS-BUSINESS-DATE         PIC 9(08) VALUE 0.
022200 01  WS-BUSINESS-DAY-NO       PIC 9(08) VALUE 0.
022300 01  WS-OFFER-AGE-DAYS        PIC S9(08).
022400 01  WS-REMIND-DAYS           PIC 9(03) VALUE 14.
022500 01  WS-CANCEL-DAYS           PIC 9(03) VALUE 30.
022600 01  WS-RETURNABLE            PIC S9(07)V99.
022700 01  WS-RELEASE-AMOUNT        PIC 9(05)V99.
022800 01  WS-REG-ACTION            PIC X(24).
022900 01  WS-REG-AMOUNT            PIC 9(05)V99.
023000 01  WS-AMOUNT-DISPLAY        PIC ZZZZ9.99.
023100 01  WS-NOTICE-TYPE           PIC X(08).
023200 01  WS-NOTICE-TEXT           PIC X(30).
023300 01  WS-LAST-ARRIVAL          PIC 9(08) VALUE 0.
023400 01  WS-OFFERS-MADE           PIC 9(06) COMP VALUE 0.
023500 01  WS-OFFERS-REVISED        PIC 9(06) COMP VALUE 0.
023600 01  WS-RESPONSES-APPLIED     PIC 9(06) COMP VALUE 0.
023700 01  WS-RESPONSES-REFUSED     PIC 9(06) COMP VALUE 0.
023800 01  WS-REMINDERS-SENT        PIC 9(06) COMP VALUE 0.
023900 01  WS-OFFERS-CANCELLED      PIC 9(06) COMP VALUE 0.
024000 01  WS-AWARDS-RELEASED       PIC 9(06) COMP VALUE 0.
024100 01  WS-FUNDS-RETURNED        PIC 9(09)V99 VALUE 0.
024200 01  WS-WAITLIST-OFFERED      PIC 9(06) COMP VALUE 0.
024300 01  WS-WTQ-COUNT             PIC 9(04) COMP VALUE 0.
024400 01  WS-WTQ-MAX               PIC 9(04) COMP VALUE 2000.
024500 01  WS-WTQ-IDX               PIC 9(04) COMP.
024600 01  WS-RTN-COUNT             PIC 9(03) COMP VALUE 0.
024700 01  WS-RTN-MAX               PIC 9(03) COMP VALUE 050.
024800 01  WS-RTN-IDX               PIC 9(03) COMP.
024900 01  WS-RTN-FOUND-SWITCH      PIC X(01).
025000     88  WS-RTN-FOUND         VALUE 'Y'.
025100     88  WS-RTN-NOT-FOUND     VALUE 'N'.
025200 01  WS-RTN-AID-CODE          PIC X(04).
025300 01  WS-POS-COUNT             PIC 9(03) COMP VALUE 0.
025400 01  WS-POS-MAX               PIC 9(03) COMP VALUE 050.
025500 01  WS-POS-IDX               PIC 9(03) COMP.
025600*--------------------------------------------------------------*
025700* AC-WTQ-TABLE - THE WAITLIST: LAST NIGHT'S WAITING ENTRIES,    *
025800* THEN TONIGHT'S EVALWAIT APPLICANTS BEHIND THEM.               *
025900*--------------------------------------------------------------*
026000 01  AC-WTQ-TABLE.
026100     05  AC-WTQ-ENTRY OCCURS 2000 TIMES.
026200         10  AWT-STUDENT-ID   PIC 9(09).
026300         10  AWT-TERM         PIC X(06).
026400         10  AWT-AID-CODE     PIC X(04).
026500         10  AWT-AMOUNT       PIC 9(05)V99.
026600         10  AWT-ARRIVAL-NO   PIC 9(08).
026700         10  AWT-WAIT-DATE    PIC 9(08).
026800         10  AWT-STATUS       PIC X(01).
026900 01  WS-WTQ-OVFL-SWITCH       PIC X(01) VALUE 'N'.
027000     88  WS-WTQ-OVERFLOWED    VALUE 'Y'.
027100*--------------------------------------------------------------*
027200* AC-RTN-TABLE - PER AID CODE, THE RETURNED FUNDS AVAILABLE TO  *
027300* THE WAITLIST, WHAT CAME BACK AND WENT OUT TONIGHT, AND        *
027400* WHETHER THE HEAD OF THE LINE IS TOO BIG FOR WHAT IS LEFT - IN *
027500* FEED ORDER NOBODY BEHIND THEM IS OFFERED PAST THEM.           *
027600*--------------------------------------------------------------*
027700 01  AC-RTN-TABLE.
027800     05  AC-RTN-ENTRY OCCURS 50 TIMES.
027900         10  ART-AID-CODE     PIC X(04).
028000         10  ART-AVAILABLE    PIC 9(09)V99.
028100         10  ART-RETURNED     PIC 9(09)V99.
028200         10  ART-REOFFERED    PIC 9(09)V99.
028300         10  ART-RELEASED     PIC 9(06).
028400         10  ART-BLOCKED      PIC X(01).
028500*--------------------------------------------------------------*
028600* AC-POS-TABLE - TONIGHT'S EVALPOOLP POOL POSITIONS.            *
028700*--------------------------------------------------------------*
028800 01  AC-POS-TABLE.
028900     05  AC-POS-ENTRY OCCURS 50 TIMES.
029000         10  APS-AID-CODE     PIC X(04).
029100         10  APS-BUDGET       PIC 9(09)V99.
029200         10  APS-USED         PIC S9(09)V99.
029300         10  APS-WAITLISTED   PIC S9(06).
029400 COPY SUITEPRM.
029500 COPY CKPTPARM.
029600 COPY IOERRPRM.
029700 COPY STEPPARM.
029800 PROCEDURE DIVISION.
029900 0000-MAINLINE.
030000     PERFORM 0005-CHECK-CHECKPOINT
030100         THRU 0005-CHECK-CHECKPOINT-EXIT.
030200     MOVE 'AWDACPT ' TO SL-PROGRAM-ID.
030300     SET SL-PHASE-START TO TRUE.
030400     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
030500     PERFORM 0010-READ-SUITE-PARM THRU 0010-READ-SUITE-PARM-EXIT.
030600     PERFORM 0020-READ-BUSINESS-DATE
030700         THRU 0020-READ-BUSINESS-DATE-EXIT.
030800     PERFORM 0030-READ-ACCEPT-PARM
030900         THRU 0030-READ-ACCEPT-PARM-EXIT.
031000     PERFORM 0040-LOAD-RETURNED-FUNDS
031100         THRU 0040-LOAD-RETURNED-FUNDS-EXIT.
031200     PERFORM 0050-LOAD-WAITLIST
031300         THRU 0050-LOAD-WAITLIST-EXIT.
031400     IF WS-WTQ-OVERFLOWED
031500         DISPLAY 'AWDACPT: MORE THAN ' WS-WTQ-MAX
031600             ' WAITLISTED APPLICANTS - NOTHING CHANGED. RAISE '
031700             'THE TABLE AND RERUN.'
031800         MOVE 12 TO RETURN-CODE
031900         GO TO 9999-EXIT
032000     END-IF.
032100     PERFORM 0060-OPEN-OFFER-FILE
032200         THRU 0060-OPEN-OFFER-FILE-EXIT.
032300     OPEN OUTPUT AC-REGISTER-FILE.
032400     OPEN OUTPUT AC-ACCEPT-FILE.
032500     IF NOT SP-TEST-MODE
032600         OPEN EXTEND AC-QUEUE-FILE
032700         IF NOT WS-QUEUE-OK
032800             CLOSE AC-QUEUE-FILE
032900             OPEN OUTPUT AC-QUEUE-FILE
033000         END-IF
033100     END-IF.
033200     PERFORM 1000-OFFER-TONIGHTS-AWARDS
033300         THRU 1000-OFFER-TONIGHTS-AWARDS-EXIT.
033400     PERFORM 2000-APPLY-RESPONSES
033500         THRU 2000-APPLY-RESPONSES-EXIT.
033600     PERFORM 3000-SWEEP-OFFERS
033700         THRU 3000-SWEEP-OFFERS-EXIT.
033800     PERFORM 4000-RELEASE-WAITLIST
033900         THRU 4000-RELEASE-WAITLIST-EXIT.
034000     CLOSE AC-OFFER-FILE.
034100     CLOSE AC-ACCEPT-FILE.
034200     IF NOT SP-TEST-MODE
034300         CLOSE AC-QUEUE-FILE
034400     END-IF.
034500     PERFORM 5000-UPDATE-POOL-POSITIONS
034600         THRU 5000-UPDATE-POOL-POSITIONS-EXIT.
034700     PERFORM 8000-REWRITE-CARRY-FILES
034800         THRU 8000-REWRITE-CARRY-FILES-EXIT.
034900     CLOSE AC-REGISTER-FILE.
035000     DISPLAY 'AWDACPT: ' WS-OFFERS-MADE ' OFFERED, '
035100         WS-OFFERS-REVISED ' REVISED, ' WS-RESPONSES-APPLIED
035200         ' REPLIES TAKEN, ' WS-RESPONSES-REFUSED ' REFUSED'.
035300     DISPLAY 'AWDACPT: ' WS-AWARDS-RELEASED
035400         ' RELEASED TO AIDDISB, ' WS-REMINDERS-SENT
035500         ' REMINDED, ' WS-OFFERS-CANCELLED ' CANCELLED'.
035600     DISPLAY 'AWDACPT: ' WS-FUNDS-RETURNED
035700         ' RETURNED TO POOL, ' WS-WAITLIST-OFFERED
035800         ' WAITLISTED APPLICANTS OFFERED'.
035900     PERFORM 0900-MARK-CHECKPOINT
036000         THRU 0900-MARK-CHECKPOINT-EXIT.
036100     GO TO 9999-EXIT.
036200*--------------------------------------------------------------*
036300* 0005-CHECK-CHECKPOINT - ASKS CKPTCHK WHETHER AWDACPT ALREADY  *
036400* COMPLETED THIS CYCLE. IF SO, THE RUN ENDS HERE RATHER THAN    *
036500* RELEASING THE SAME ACCEPTED AWARDS TWICE.                     *
036600*--------------------------------------------------------------*
036700 0005-CHECK-CHECKPOINT.
036800     MOVE 'AWDACPT ' TO CK-PROGRAM-ID.
036900     SET CK-CHECK TO TRUE.
037000     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
037100     IF CK-ALREADY-DONE
037200         DISPLAY 'AWDACPT: ALREADY COMPLETED THIS CYCLE - '
037300             'SKIPPING'
037400         GO TO 9999-EXIT
037500     END-IF.
037600 0005-CHECK-CHECKPOINT-EXIT.
037700     EXIT.
037800*--------------------------------------------------------------*
037900* 0900-MARK-CHECKPOINT - TELLS CKPTCHK THAT AWDACPT COMPLETED   *
038000* THIS CYCLE'S OFFERS SUCCESSFULLY.                             *
038100*--------------------------------------------------------------*
038200 0900-MARK-CHECKPOINT.
038300     MOVE 'AWDACPT ' TO CK-PROGRAM-ID.
038400     SET CK-MARK TO TRUE.
038500     CALL 'CKPTCHK' USING CKPT-PARM-BLOCK.
038600     MOVE 'AWDACPT ' TO SL-PROGRAM-ID.
038700     SET SL-PHASE-END TO TRUE.
038800     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
038900 0900-MARK-CHECKPOINT-EXIT.
039000     EXIT.
039100*--------------------------------------------------------------*
039200* 0010-READ-SUITE-PARM - READS THE SUITE-WIDE CONTROL CARD      *
039300* FROM SUITEPRM, THEN THE CYCLE NUMBER OFF CYCLENO.             *
039400*--------------------------------------------------------------*
039500 0010-READ-SUITE-PARM.
039600     OPEN INPUT SUITE-PARM-FILE.
039700     IF WS-SUITE-OK
039800         READ SUITE-PARM-FILE
039900             AT END
040000                 CONTINUE
040100         END-READ
040200         IF WS-SUITE-OK
040300             MOVE SP-PARM-CARD (1:1)  TO SP-TEST-MODE-SWITCH
040400             MOVE SP-PARM-CARD (2:10) TO SP-BATCH-ID
040500         END-IF
040600         CLOSE SUITE-PARM-FILE
040700     END-IF.
040800     OPEN INPUT AC-CYCLENO-FILE.
040900     IF WS-CYCLENO-OK
041000         READ AC-CYCLENO-FILE
041100             AT END
041200                 CONTINUE
041300         END-READ
041400         IF WS-CYCLENO-OK
041500             AND CYC-CYCLE-NUMBER NUMERIC
041600             MOVE CYC-CYCLE-NUMBER TO SP-CYCLE-NUMBER
041700         END-IF
041800         CLOSE AC-CYCLENO-FILE
041900     END-IF.
042000 0010-READ-SUITE-PARM-EXIT.
042100     EXIT.
042200*--------------------------------------------------------------*
042300* 0020-READ-BUSINESS-DATE - THE SUITECAL BUSINESS DATE, WALL-   *
042400* CLOCK FALLBACK AS EVERYWHERE. OFFERS ARE DATED, AND AGED,     *
042500* FROM IT.                                                      *
042600*--------------------------------------------------------------*
042700 0020-READ-BUSINESS-DATE.
042800     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
042900     OPEN INPUT AC-CAL-FILE.
043000     IF WS-CAL-OK
043100         READ AC-CAL-FILE
043200             AT END
043300                 CONTINUE
043400         END-READ
043500         IF WS-CAL-OK
043600             AND CAL-BUSINESS-DATE NUMERIC
043700             AND CAL-BUSINESS-DATE > 0
043800             MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
043900         END-IF
044000         CLOSE AC-CAL-FILE
044100     END-IF.
044200     COMPUTE WS-BUSINESS-DAY-NO =
044300         FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
044400 0020-READ-BUSINESS-DATE-EXIT.
044500     EXIT.
044600*--------------------------------------------------------------*
044700* 0030-READ-ACCEPT-PARM - THE REMINDER AND CANCEL DAYS OFF THE  *
044800* ACPTPARM D CARD. A MISSING MEMBER IS LOGGED TO IOERR AND      *
044900* LEAVES THE DEFAULTS: A REMINDER AT 14 DAYS, CANCELLED AT 30.  *
045000*--------------------------------------------------------------*
045100 0030-READ-ACCEPT-PARM.
045200     OPEN INPUT AC-PARM-FILE.
045300     IF NOT WS-PARM-OK
045400         MOVE 'AWDACPT ' TO IO-PROGRAM-ID
045500         MOVE 'ACPTPARM' TO IO-FILE-NAME
045600         MOVE 'OPEN-IN ' TO IO-OPERATION
045700         MOVE WS-PARM-STATUS TO IO-FILE-STATUS
045800         MOVE 'N' TO IO-MANDATORY-FLAG
045900         CALL 'IOERR' USING IOERR-PARM-BLOCK
046000         GO TO 0030-READ-ACCEPT-PARM-EXIT
046100     END-IF.
046200     SET WS-NOT-AT-EOF TO TRUE.
046300     PERFORM UNTIL WS-AT-EOF
046400         READ AC-PARM-FILE
046500             AT END
046600                 SET WS-AT-EOF TO TRUE
046700             NOT AT END
046800                 IF APM-DAYS-CARD
046900                     AND APM-REMIND-DAYS NUMERIC
047000                     AND APM-CANCEL-DAYS NUMERIC
047100                     MOVE APM-REMIND-DAYS TO WS-REMIND-DAYS
047200                     MOVE APM-CANCEL-DAYS TO WS-CANCEL-DAYS
047300                 END-IF
047400         END-READ
047500     END-PERFORM.
047600     CLOSE AC-PARM-FILE.
047700 0030-READ-ACCEPT-PARM-EXIT.
047800     EXIT.
047900*--------------------------------------------------------------*
048000* 0040-LOAD-RETURNED-FUNDS - AWDRETN, THE FUNDS RETURNED ON     *
048100* EARLIER NIGHTS THAT NO WAITLISTED APPLICANT HAS TAKEN YET.    *
048200* NO FILE IS THE FIRST NIGHT - NOTHING RETURNED.                *
048300*--------------------------------------------------------------*
048400 0040-LOAD-RETURNED-FUNDS.
048500     OPEN INPUT AC-RETN-FILE.
048600     IF NOT WS-RETN-OK
048700         GO TO 0040-LOAD-RETURNED-FUNDS-EXIT
048800     END-IF.
048900     SET WS-NOT-AT-EOF TO TRUE.
049000     PERFORM UNTIL WS-AT-EOF
049100         READ AC-RETN-FILE
049200             AT END
049300                 SET WS-AT-EOF TO TRUE
049400             NOT AT END
049500                 IF ARN-AVAILABLE NUMERIC
049600                     AND ARN-AID-CODE NOT = SPACES
049700                     MOVE ARN-AID-CODE TO WS-RTN-AID-CODE
049800                     PERFORM 6000-FIND-RETURN-ENTRY
049900                         THRU 6000-FIND-RETURN-ENTRY-EXIT
050000                     IF WS-RTN-FOUND
050100                         ADD ARN-AVAILABLE
050200                             TO ART-AVAILABLE (WS-RTN-IDX)
050300                     END-IF
050400                 END-IF
050500         END-READ
050600     END-PERFORM.
050700     CLOSE AC-RETN-FILE.
050800 0040-LOAD-RETURNED-FUNDS-EXIT.
050900     EXIT.
051000*--------------------------------------------------------------*
051100* 0050-LOAD-WAITLIST - LAST NIGHT'S WAITING ENTRIES OFF         *
051200* AWDWAITQ, THEN TONIGHT'S EVALWAIT APPLICANTS BEHIND THEM IN   *
051300* THE ORDER EVALSTMT WROTE THEM, EACH GIVEN THE NEXT ARRIVAL     *
051400* NUMBER.                                                       *
051500*--------------------------------------------------------------*
051600 0050-LOAD-WAITLIST.
051700     OPEN INPUT AC-WAITQ-FILE.
051800     IF WS-WAITQ-OK
051900         SET WS-NOT-AT-EOF TO TRUE
052000         PERFORM UNTIL WS-AT-EOF
052100                 OR WS-WTQ-OVERFLOWED
052200             READ AC-WAITQ-FILE
052300                 AT END
052400                     SET WS-AT-EOF TO TRUE
052500                 NOT AT END
052600                     IF AWQ-WAITING
052700                         AND AWQ-ARRIVAL-NO NUMERIC
052800                         PERFORM 0055-LOAD-ONE-WAITQ-ENTRY
052900                             THRU 0055-LOAD-ONE-WAITQ-ENTRY-EXIT
053000                     END-IF
053100             END-READ
053200         END-PERFORM
053300         CLOSE AC-WAITQ-FILE
053400     END-IF.
053500     OPEN INPUT AC-WAIT-FILE.
053600     IF NOT WS-WAIT-OK
053700         GO TO 0050-LOAD-WAITLIST-EXIT
053800     END-IF.
053900     SET WS-NOT-AT-EOF TO TRUE.
054000     PERFORM UNTIL WS-AT-EOF
054100             OR WS-WTQ-OVERFLOWED
054200         READ AC-WAIT-FILE
054300             AT END
054400                 SET WS-AT-EOF TO TRUE
054500             NOT AT END
054600                 IF WTL-STUDENT-ID NUMERIC
054700                     AND WTL-AWARD-AMOUNT NUMERIC
054800                     MOVE WTL-STUDENT-ID TO AWQ-STUDENT-ID
054900                     MOVE WTL-TERM TO AWQ-TERM
055000                     MOVE WTL-AID-CODE TO AWQ-AID-CODE
055100                     MOVE WTL-AWARD-AMOUNT TO AWQ-AMOUNT
055200                     ADD 1 TO WS-LAST-ARRIVAL
055300                     MOVE WS-LAST-ARRIVAL TO AWQ-ARRIVAL-NO
055400                     MOVE WS-BUSINESS-DATE TO AWQ-WAIT-DATE
055500                     SET AWQ-WAITING TO TRUE
055600                     PERFORM 0055-LOAD-ONE-WAITQ-ENTRY
055700                         THRU 0055-LOAD-ONE-WAITQ-ENTRY-EXIT
055800                 END-IF
055900         END-READ
056000     END-PERFORM.
056100     CLOSE AC-WAIT-FILE.
056200 0050-LOAD-WAITLIST-EXIT.
056300     EXIT.
056400*--------------------------------------------------------------*
056500* 0055-LOAD-ONE-WAITQ-ENTRY - ONE WAITING ENTRY INTO THE TABLE. *
056600*--------------------------------------------------------------*
056700 0055-LOAD-ONE-WAITQ-ENTRY.
056800     IF WS-WTQ-COUNT = WS-WTQ-MAX
056900         SET WS-WTQ-OVERFLOWED TO TRUE
057000         GO TO 0055-LOAD-ONE-WAITQ-ENTRY-EXIT
057100     END-IF.
057200     ADD 1 TO WS-WTQ-COUNT.
057300     MOVE AWQ-STUDENT-ID TO AWT-STUDENT-ID (WS-WTQ-COUNT).
057400     MOVE AWQ-TERM TO AWT-TERM (WS-WTQ-COUNT).
057500     MOVE AWQ-AID-CODE TO AWT-AID-CODE (WS-WTQ-COUNT).
057600     MOVE AWQ-AMOUNT TO AWT-AMOUNT (WS-WTQ-COUNT).
057700     MOVE AWQ-ARRIVAL-NO TO AWT-ARRIVAL-NO (WS-WTQ-COUNT).
057800     MOVE AWQ-WAIT-DATE TO AWT-WAIT-DATE (WS-WTQ-COUNT).
057900     MOVE AWQ-STATUS TO AWT-STATUS (WS-WTQ-COUNT).
058000     IF AWQ-ARRIVAL-NO > WS-LAST-ARRIVAL
058100         MOVE AWQ-ARRIVAL-NO TO WS-LAST-ARRIVAL
058200     END-IF.
058300 0055-LOAD-ONE-WAITQ-ENTRY-EXIT.
058400     EXIT.
058500*--------------------------------------------------------------*
058600* 0060-OPEN-OFFER-FILE - AWDOFFR I-O. THE FIRST NIGHT THERE IS  *
058700* NO FILE AND AN EMPTY ONE IS CREATED.                          *
058800*--------------------------------------------------------------*
058900 0060-OPEN-OFFER-FILE.
059000     OPEN I-O AC-OFFER-FILE.
059100     IF WS-OFFER-NOT-FOUND
059200         OPEN OUTPUT AC-OFFER-FILE
059300         CLOSE AC-OFFER-FILE
059400         OPEN I-O AC-OFFER-FILE
059500     END-IF.
059600     IF NOT WS-OFFER-OK
059700         MOVE 'AWDACPT ' TO IO-PROGRAM-ID
059800         MOVE 'AWDOFFR ' TO IO-FILE-NAME
059900         MOVE 'OPEN-IO ' TO IO-OPERATION
060000         MOVE WS-OFFER-STATUS TO IO-FILE-STATUS
060100         MOVE 'Y' TO IO-MANDATORY-FLAG
060200         CALL 'IOERR' USING IOERR-PARM-BLOCK
060300     END-IF.
060400 0060-OPEN-OFFER-FILE-EXIT.
060500     EXIT.
060600*--------------------------------------------------------------*
060700* 1000-OFFER-TONIGHTS-AWARDS - EVERY EVALAWRD AWARD BECOMES AN  *
060800* OPEN OFFER. A STUDENT STILL HOLDING AN OPEN OFFER FOR THE     *
060900* SAME TERM AND AID CODE HAS IT REVISED TO TONIGHT'S AMOUNT;    *
061000* ONE ALREADY ANSWERED IS LEFT AS IT STANDS.                    *
061100*--------------------------------------------------------------*
061200 1000-OFFER-TONIGHTS-AWARDS.
061300     OPEN INPUT AC-AWARD-FILE.
061400     IF NOT WS-AWARD-OK
061500         DISPLAY 'AWDACPT: NO AWARDS FILE TONIGHT'
061600         GO TO 1000-OFFER-TONIGHTS-AWARDS-EXIT
061700     END-IF.
061800     SET WS-NOT-AT-EOF TO TRUE.
061900     PERFORM UNTIL WS-AT-EOF
062000         READ AC-AWARD-FILE
062100             AT END
062200                 SET WS-AT-EOF TO TRUE
062300             NOT AT END
062400                 IF AWD-STUDENT-ID NUMERIC
062500                     AND AWD-AWARD-AMOUNT NUMERIC
062600                     AND AWD-AWARD-AMOUNT > ZERO
062700                     PERFORM 1100-OFFER-ONE-AWARD
062800                         THRU 1100-OFFER-ONE-AWARD-EXIT
062900                 END-IF
063000         END-READ
063100     END-PERFORM.
063200     CLOSE AC-AWARD-FILE.
063300 1000-OFFER-TONIGHTS-AWARDS-EXIT.
063400     EXIT.
063500*--------------------------------------------------------------*
063600* 1100-OFFER-ONE-AWARD - ONE AWARD ONTO AWDOFFR.                *
063700*--------------------------------------------------------------*
063800 1100-OFFER-ONE-AWARD.
063900     MOVE AWD-STUDENT-ID TO OFR-STUDENT-ID.
064000     MOVE AWD-TERM TO OFR-TERM.
064100     MOVE AWD-AID-CODE TO OFR-AID-CODE.
064200     READ AC-OFFER-FILE
064300         INVALID KEY
064400             PERFORM 1200-WRITE-NEW-OFFER
064500                 THRU 1200-WRITE-NEW-OFFER-EXIT
064600             GO TO 1100-OFFER-ONE-AWARD-EXIT
064700     END-READ.
064800     IF NOT OFR-OFFERED
064900         MOVE AWD-AWARD-AMOUNT TO WS-REG-AMOUNT
065000         MOVE 'ALREADY ANSWERED' TO WS-REG-ACTION
065100         PERFORM 7000-WRITE-REGISTER-LINE
065200             THRU 7000-WRITE-REGISTER-LINE-EXIT
065300         GO TO 1100-OFFER-ONE-AWARD-EXIT
065400     END-IF.
065500     ADD 1 TO WS-OFFERS-REVISED.
065600     MOVE AWD-AWARD-AMOUNT TO OFR-OFFER-AMOUNT.
065700     MOVE AWD-AGE-BRACKET TO OFR-AGE-BRACKET.
065800     MOVE AWD-DEPENDENT-VAR TO OFR-DEPENDENT-VAR.
065900     MOVE AWD-OVERRIDE-FLAG TO OFR-OVERRIDE-FLAG.
066000     MOVE 'AWDACPT ' TO OFR-UPDATED-BY.
066100     IF NOT SP-TEST-MODE
066200         REWRITE AWD-OFFER-RECORD
066300     END-IF.
066400     MOVE OFR-OFFER-AMOUNT TO WS-REG-AMOUNT.
066500     MOVE 'OFFER REVISED' TO WS-REG-ACTION.
066600     PERFORM 7000-WRITE-REGISTER-LINE
066700         THRU 7000-WRITE-REGISTER-LINE-EXIT.
066800 1100-OFFER-ONE-AWARD-EXIT.
066900     EXIT.
067000*--------------------------------------------------------------*
067100* 1200-WRITE-NEW-OFFER - A NEW OPEN OFFER FOR TONIGHT'S AWARD.  *
067200*--------------------------------------------------------------*
067300 1200-WRITE-NEW-OFFER.
067400     ADD 1 TO WS-OFFERS-MADE.
067500     MOVE SPACES TO AWD-OFFER-RECORD.
067600     MOVE AWD-STUDENT-ID TO OFR-STUDENT-ID.
067700     MOVE AWD-TERM TO OFR-TERM.
067800     MOVE AWD-AID-CODE TO OFR-AID-CODE.
067900     SET OFR-OFFERED TO TRUE.
068000     MOVE AWD-AWARD-AMOUNT TO OFR-OFFER-AMOUNT.
068100     MOVE ZERO TO OFR-ACCEPTED-AMOUNT.
068200     MOVE ZERO TO OFR-RELEASED-AMOUNT.
068300     MOVE ZERO TO OFR-RETURNED-AMOUNT.
068400     MOVE WS-BUSINESS-DATE TO OFR-OFFER-DATE.
068500     MOVE ZERO TO OFR-RESPONSE-DATE.
068600     MOVE ZERO TO OFR-REMINDER-DATE.
068700     SET OFR-FROM-EVALSTMT TO TRUE.
068800     MOVE AWD-AGE-BRACKET TO OFR-AGE-BRACKET.
068900     MOVE AWD-DEPENDENT-VAR TO OFR-DEPENDENT-VAR.
069000     MOVE AWD-OVERRIDE-FLAG TO OFR-OVERRIDE-FLAG.
069100     MOVE 'AWDACPT ' TO OFR-UPDATED-BY.
069200     IF NOT SP-TEST-MODE
069300         WRITE AWD-OFFER-RECORD
069400     END-IF.
069500     MOVE OFR-OFFER-AMOUNT TO WS-REG-AMOUNT.
069600     MOVE 'OFFERED' TO WS-REG-ACTION.
069700     PERFORM 7000-WRITE-REGISTER-LINE
069800         THRU 7000-WRITE-REGISTER-LINE-EXIT.
069900 1200-WRITE-NEW-OFFER-EXIT.
070000     EXIT.
070100*--------------------------------------------------------------*
070200* 2000-APPLY-RESPONSES - EACH AWDRESP REPLY AGAINST ITS OFFER.  *
070300* ONLY AN OPEN OFFER TAKES A REPLY; A REDUCTION MUST BE ABOVE   *
070400* ZERO AND BELOW THE OFFER. REFUSED REPLIES ARE LISTED FOR THE  *
070500* AID OFFICE. THE FEED EMPTIES ONCE APPLIED, EXCEPT IN TEST     *
070600* MODE.                                                         *
070700*--------------------------------------------------------------*
070800 2000-APPLY-RESPONSES.
070900     OPEN INPUT AC-RESP-FILE.
071000     IF NOT WS-RESP-OK
071100         GO TO 2000-APPLY-RESPONSES-EXIT
071200     END-IF.
071300     SET WS-NOT-AT-EOF TO TRUE.
071400     PERFORM UNTIL WS-AT-EOF
071500         READ AC-RESP-FILE
071600             AT END
071700                 SET WS-AT-EOF TO TRUE
071800             NOT AT END
071900                 PERFORM 2100-APPLY-ONE-RESPONSE
072000                     THRU 2100-APPLY-ONE-RESPONSE-EXIT
072100         END-READ
072200     END-PERFORM.
072300     CLOSE AC-RESP-FILE.
072400     IF NOT SP-TEST-MODE
072500         OPEN OUTPUT AC-RESP-FILE
072600         CLOSE AC-RESP-FILE
072700     END-IF.
072800 2000-APPLY-RESPONSES-EXIT.
072900     EXIT.
073000*--------------------------------------------------------------*
073100* 2100-APPLY-ONE-RESPONSE - ONE REPLY. THE OFFER IS STAMPED     *
073200* WITH THE REPLY DATE; THE SWEEP THAT FOLLOWS RELEASES WHAT     *
073300* WAS ACCEPTED AND RETURNS WHAT WAS NOT.                        *
073400*--------------------------------------------------------------*
073500 2100-APPLY-ONE-RESPONSE.
073600     MOVE RSP-STUDENT-ID TO OFR-STUDENT-ID.
073700     MOVE RSP-TERM TO OFR-TERM.
073800     MOVE RSP-AID-CODE TO OFR-AID-CODE.
073900     MOVE ZERO TO WS-REG-AMOUNT.
074000     IF RSP-AMOUNT NUMERIC
074100         MOVE RSP-AMOUNT TO WS-REG-AMOUNT
074200     END-IF.
074300     IF NOT RSP-ACCEPT
074400         AND NOT RSP-DECLINE
074500         AND NOT RSP-REDUCE
074600         MOVE 'REFUSED - BAD REPLY' TO WS-REG-ACTION
074700         GO TO 2150-REFUSE-RESPONSE
074800     END-IF.
074900     READ AC-OFFER-FILE
075000         INVALID KEY
075100             MOVE 'REFUSED - NO OFFER' TO WS-REG-ACTION
075200             GO TO 2150-REFUSE-RESPONSE
075300     END-READ.
075400     IF NOT OFR-OFFERED
075500         MOVE 'REFUSED - NOT OPEN' TO WS-REG-ACTION
075600         GO TO 2150-REFUSE-RESPONSE
075700     END-IF.
075800     IF RSP-REDUCE
075900         IF RSP-AMOUNT NOT NUMERIC
076000             OR RSP-AMOUNT = ZERO
076100             OR RSP-AMOUNT NOT < OFR-OFFER-AMOUNT
076200             MOVE 'REFUSED - BAD AMOUNT' TO WS-REG-ACTION
076300             GO TO 2150-REFUSE-RESPONSE
076400         END-IF
076500     END-IF.
076600     ADD 1 TO WS-RESPONSES-APPLIED.
076700     EVALUATE TRUE
076800         WHEN RSP-ACCEPT
076900             SET OFR-ACCEPTED TO TRUE
077000             MOVE OFR-OFFER-AMOUNT TO OFR-ACCEPTED-AMOUNT
077100             MOVE 'ACCEPTED' TO WS-REG-ACTION
077200         WHEN RSP-DECLINE
077300             SET OFR-DECLINED TO TRUE
077400             MOVE ZERO TO OFR-ACCEPTED-AMOUNT
077500             MOVE 'DECLINED' TO WS-REG-ACTION
077600         WHEN RSP-REDUCE
077700             SET OFR-REDUCED TO TRUE
077800             MOVE RSP-AMOUNT TO OFR-ACCEPTED-AMOUNT
077900             MOVE 'REDUCED' TO WS-REG-ACTION
078000     END-EVALUATE.
078100     MOVE OFR-ACCEPTED-AMOUNT TO WS-REG-AMOUNT.
078200     IF RSP-DATE NUMERIC
078300         AND RSP-DATE > 0
078400         MOVE RSP-DATE TO OFR-RESPONSE-DATE
078500     ELSE
078600         MOVE WS-BUSINESS-DATE TO OFR-RESPONSE-DATE
078700     END-IF.
078800     MOVE 'AWDRESP ' TO OFR-UPDATED-BY.
078900     IF NOT SP-TEST-MODE
079000         REWRITE AWD-OFFER-RECORD
079100     END-IF.
079200     PERFORM 7000-WRITE-REGISTER-LINE
079300         THRU 7000-WRITE-REGISTER-LINE-EXIT.
079400     GO TO 2100-APPLY-ONE-RESPONSE-EXIT.
079500 2150-REFUSE-RESPONSE.
079600     ADD 1 TO WS-RESPONSES-REFUSED.
079700     MOVE RSP-STUDENT-ID TO OFR-STUDENT-ID.
079800     MOVE RSP-TERM TO OFR-TERM.
079900     MOVE RSP-AID-CODE TO OFR-AID-CODE.
080000     PERFORM 7000-WRITE-REGISTER-LINE
080100         THRU 7000-WRITE-REGISTER-LINE-EXIT.
080200 2100-APPLY-ONE-RESPONSE-EXIT.
080300     EXIT.
080400*--------------------------------------------------------------*
080500* 3000-SWEEP-OFFERS - ONE KEY-ORDERED PASS OVER AWDOFFR. AN     *
080600* OPEN OFFER IS AGED FOR ITS REMINDER OR CANCELLATION; AN       *
080700* ACCEPTED OR REDUCED ONE NOT YET RELEASED GOES TO AWDACCT FOR  *
080800* AIDDISB; WHATEVER A DECLINE, CANCELLATION OR REDUCTION LEFT   *
080900* UNTAKEN GOES BACK TO THE AID CODE'S POOL. THIS IS ALSO HOW    *
081000* AN ANSWER KEYED IN LOOKUP REACHES DISBURSEMENT.               *
081100*--------------------------------------------------------------*
081200 3000-SWEEP-OFFERS.
081300     MOVE LOW-VALUES TO OFR-KEY.
081400     SET WS-NOT-AT-EOF TO TRUE.
081500     START AC-OFFER-FILE KEY IS NOT LESS THAN OFR-KEY
081600         INVALID KEY
081700             SET WS-AT-EOF TO TRUE
081800     END-START.
081900     PERFORM UNTIL WS-AT-EOF
082000         READ AC-OFFER-FILE NEXT RECORD
082100             AT END
082200                 SET WS-AT-EOF TO TRUE
082300             NOT AT END
082400                 PERFORM 3100-SWEEP-ONE-OFFER
082500                     THRU 3100-SWEEP-ONE-OFFER-EXIT
082600         END-READ
082700     END-PERFORM.
082800 3000-SWEEP-OFFERS-EXIT.
082900     EXIT.
083000*--------------------------------------------------------------*
083100* 3100-SWEEP-ONE-OFFER - ONE OFFER THROUGH THE SWEEP.           *
083200*--------------------------------------------------------------*
083300 3100-SWEEP-ONE-OFFER.
083400     SET WS-OFFER-UNCHANGED TO TRUE.
083500     IF OFR-OFFERED
083600         PERFORM 3200-AGE-OPEN-OFFER
083700             THRU 3200-AGE-OPEN-OFFER-EXIT
083800     END-IF.
083900     IF (OFR-ACCEPTED OR OFR-REDUCED)
084000         AND OFR-RELEASED-AMOUNT < OFR-ACCEPTED-AMOUNT
084100         PERFORM 3300-RELEASE-ACCEPTED-AMOUNT
084200             THRU 3300-RELEASE-ACCEPTED-AMOUNT-EXIT
084300     END-IF.
084400     IF OFR-DECLINED OR OFR-CANCELLED OR OFR-REDUCED
084500         COMPUTE WS-RETURNABLE = OFR-OFFER-AMOUNT
084600             - OFR-ACCEPTED-AMOUNT - OFR-RETURNED-AMOUNT
084700         IF WS-RETURNABLE > ZERO
084800             PERFORM 3400-RETURN-TO-POOL
084900                 THRU 3400-RETURN-TO-POOL-EXIT
085000         END-IF
085100     END-IF.
085200     IF WS-OFFER-CHANGED
085300         AND NOT SP-TEST-MODE
085400         REWRITE AWD-OFFER-RECORD
085500     END-IF.
085600 3100-SWEEP-ONE-OFFER-EXIT.
085700     EXIT.
085800*--------------------------------------------------------------*
085900* 3200-AGE-OPEN-OFFER - AN OPEN OFFER PAST THE CANCEL DAYS IS   *
086000* CANCELLED; PAST THE REMINDER DAYS, AND NOT YET REMINDED, THE  *
086100* STUDENT IS REMINDED ONCE. ZERO CANCEL DAYS NEVER CANCELS.     *
086200*--------------------------------------------------------------*
086300 3200-AGE-OPEN-OFFER.
086400     IF OFR-OFFER-DATE NOT NUMERIC
086500         OR OFR-OFFER-DATE = 0
086600         GO TO 3200-AGE-OPEN-OFFER-EXIT
086700     END-IF.
086800     COMPUTE WS-OFFER-AGE-DAYS = WS-BUSINESS-DAY-NO
086900         - FUNCTION INTEGER-OF-DATE (OFR-OFFER-DATE).
087000     IF WS-CANCEL-DAYS > 0
087100         AND WS-OFFER-AGE-DAYS NOT < WS-CANCEL-DAYS
087200         SET WS-OFFER-CHANGED TO TRUE
087300         SET OFR-CANCELLED TO TRUE
087400         MOVE ZERO TO OFR-ACCEPTED-AMOUNT
087500         MOVE WS-BUSINESS-DATE TO OFR-RESPONSE-DATE
087600         MOVE 'AWDACPT ' TO OFR-UPDATED-BY
087700         ADD 1 TO WS-OFFERS-CANCELLED
087800         MOVE 'AIDCANCL' TO WS-NOTICE-TYPE
087900         MOVE SPACES TO WS-NOTICE-TEXT
088000         MOVE 'AID OFFER CANCELLED ' TO WS-NOTICE-TEXT (1:20)
088100         MOVE OFR-AID-CODE TO WS-NOTICE-TEXT (21:4)
088200         PERFORM 7100-QUEUE-NOTICE
088300             THRU 7100-QUEUE-NOTICE-EXIT
088400         MOVE OFR-OFFER-AMOUNT TO WS-REG-AMOUNT
088500         MOVE 'CANCELLED - NO REPLY' TO WS-REG-ACTION
088600         PERFORM 7000-WRITE-REGISTER-LINE
088700             THRU 7000-WRITE-REGISTER-LINE-EXIT
088800         GO TO 3200-AGE-OPEN-OFFER-EXIT
088900     END-IF.
089000     IF WS-OFFER-AGE-DAYS NOT < WS-REMIND-DAYS
089100         AND (OFR-REMINDER-DATE NOT NUMERIC
089200              OR OFR-REMINDER-DATE = 0)
089300         SET WS-OFFER-CHANGED TO TRUE
089400         MOVE WS-BUSINESS-DATE TO OFR-REMINDER-DATE
089500         ADD 1 TO WS-REMINDERS-SENT
089600         MOVE 'AIDREMND' TO WS-NOTICE-TYPE
089700         MOVE SPACES TO WS-NOTICE-TEXT
089800         MOVE 'REPLY TO AID OFFER ' TO WS-NOTICE-TEXT (1:19)
089900         MOVE OFR-AID-CODE TO WS-NOTICE-TEXT (20:4)
090000         PERFORM 7100-QUEUE-NOTICE
090100             THRU 7100-QUEUE-NOTICE-EXIT
090200         MOVE OFR-OFFER-AMOUNT TO WS-REG-AMOUNT
090300         MOVE 'REMINDED' TO WS-REG-ACTION
090400         PERFORM 7000-WRITE-REGISTER-LINE
090500             THRU 7000-WRITE-REGISTER-LINE-EXIT
090600     END-IF.
090700 3200-AGE-OPEN-OFFER-EXIT.
090800     EXIT.
090900*--------------------------------------------------------------*
091000* 3300-RELEASE-ACCEPTED-AMOUNT - THE ACCEPTED AMOUNT NOT YET    *
091100* RELEASED ONTO AWDACCT IN THE EVALAWRD LAYOUT AIDDISB PAYS     *
091200* FROM.                                                         *
091300*--------------------------------------------------------------*
091400 3300-RELEASE-ACCEPTED-AMOUNT.
091500     COMPUTE WS-RELEASE-AMOUNT =
091600         OFR-ACCEPTED-AMOUNT - OFR-RELEASED-AMOUNT.
091700     ADD 1 TO WS-AWARDS-RELEASED.
091800     MOVE SPACES TO ACA-RECORD.
091900     MOVE OFR-STUDENT-ID TO ACA-STUDENT-ID.
092000     MOVE OFR-AGE-BRACKET TO ACA-AGE-BRACKET.
092100     MOVE OFR-DEPENDENT-VAR TO ACA-DEPENDENT-VAR.
092200     MOVE OFR-AID-CODE TO ACA-AID-CODE.
092300     MOVE WS-RELEASE-AMOUNT TO ACA-AWARD-AMOUNT.
092400     MOVE OFR-OVERRIDE-FLAG TO ACA-OVERRIDE-FLAG.
092500     MOVE OFR-TERM TO ACA-TERM.
092600     WRITE ACA-RECORD.
092700     SET WS-OFFER-CHANGED TO TRUE.
092800     MOVE OFR-ACCEPTED-AMOUNT TO OFR-RELEASED-AMOUNT.
092900     MOVE WS-RELEASE-AMOUNT TO WS-REG-AMOUNT.
093000     MOVE 'RELEASED TO AIDDISB' TO WS-REG-ACTION.
093100     PERFORM 7000-WRITE-REGISTER-LINE
093200         THRU 7000-WRITE-REGISTER-LINE-EXIT.
093300 3300-RELEASE-ACCEPTED-AMOUNT-EXIT.
093400     EXIT.
093500*--------------------------------------------------------------*
093600* 3400-RETURN-TO-POOL - THE UNTAKEN PART OF THE OFFER BACK TO   *
093700* ITS AID CODE FOR THE WAITLIST, STAMPED ON THE OFFER SO IT IS  *
093800* NEVER RETURNED TWICE.                                         *
093900*--------------------------------------------------------------*
094000 3400-RETURN-TO-POOL.
094100     MOVE OFR-AID-CODE TO WS-RTN-AID-CODE.
094200     PERFORM 6000-FIND-RETURN-ENTRY
094300         THRU 6000-FIND-RETURN-ENTRY-EXIT.
094400     IF WS-RTN-NOT-FOUND
094500         GO TO 3400-RETURN-TO-POOL-EXIT
094600     END-IF.
094700     ADD WS-RETURNABLE TO ART-AVAILABLE (WS-RTN-IDX).
094800     ADD WS-RETURNABLE TO ART-RETURNED (WS-RTN-IDX).
094900     ADD WS-RETURNABLE TO WS-FUNDS-RETURNED.
095000     ADD WS-RETURNABLE TO OFR-RETURNED-AMOUNT.
095100     SET WS-OFFER-CHANGED TO TRUE.
095200     MOVE WS-RETURNABLE TO WS-REG-AMOUNT.
095300     MOVE 'RETURNED TO POOL' TO WS-REG-ACTION.
095400     PERFORM 7000-WRITE-REGISTER-LINE
095500         THRU 7000-WRITE-REGISTER-LINE-EXIT.
095600 3400-RETURN-TO-POOL-EXIT.
095700     EXIT.
095800*--------------------------------------------------------------*
095900* 4000-RELEASE-WAITLIST - THE WAITLIST IN ARRIVAL ORDER AGAINST *
096000* THE RETURNED FUNDS. EACH APPLICANT THE FUNDS OF THEIR AID     *
096100* CODE COVER IS OFFERED THEIR AWARD; THE FIRST ONE THEY DO NOT  *
096200* COVER STOPS THAT AID CODE FOR THE NIGHT, SO NOBODY IS OFFERED *
096300* AHEAD OF SOMEONE WHO WAITED LONGER.                           *
096400*--------------------------------------------------------------*
096500 4000-RELEASE-WAITLIST.
096600     PERFORM VARYING WS-WTQ-IDX FROM 1 BY 1
096700             UNTIL WS-WTQ-IDX > WS-WTQ-COUNT
096800         IF AWT-STATUS (WS-WTQ-IDX) = 'W'
096900             MOVE AWT-AID-CODE (WS-WTQ-IDX) TO WS-RTN-AID-CODE
097000             PERFORM 6000-FIND-RETURN-ENTRY
097100                 THRU 6000-FIND-RETURN-ENTRY-EXIT
097200             IF WS-RTN-FOUND
097300                 AND ART-BLOCKED (WS-RTN-IDX) NOT = 'Y'
097400                 PERFORM 4100-OFFER-ONE-WAITLISTED
097500                     THRU 4100-OFFER-ONE-WAITLISTED-EXIT
097600             END-IF
097700         END-IF
097800     END-PERFORM.
097900 4000-RELEASE-WAITLIST-EXIT.
098000     EXIT.
098100*--------------------------------------------------------------*
098200* 4100-OFFER-ONE-WAITLISTED - ONE WAITING APPLICANT. AN         *
098300* APPLICANT WHO ALREADY HOLDS AN OFFER FOR THE TERM AND AID     *
098400* CODE COMES OFF THE LINE WITHOUT TAKING ANY FUNDS.             *
098500*--------------------------------------------------------------*
098600 4100-OFFER-ONE-WAITLISTED.
098700     IF ART-AVAILABLE (WS-RTN-IDX) < AWT-AMOUNT (WS-WTQ-IDX)
098800         MOVE 'Y' TO ART-BLOCKED (WS-RTN-IDX)
098900         GO TO 4100-OFFER-ONE-WAITLISTED-EXIT
099000     END-IF.
099100     MOVE AWT-STUDENT-ID (WS-WTQ-IDX) TO OFR-STUDENT-ID.
099200     MOVE AWT-TERM (WS-WTQ-IDX) TO OFR-TERM.
099300     MOVE AWT-AID-CODE (WS-WTQ-IDX) TO OFR-AID-CODE.
099400     READ AC-OFFER-FILE
099500         INVALID KEY
099600             CONTINUE
099700         NOT INVALID KEY
099800             MOVE 'X' TO AWT-STATUS (WS-WTQ-IDX)
099900             MOVE AWT-AMOUNT (WS-WTQ-IDX) TO WS-REG-AMOUNT
100000             MOVE 'OFF WAITLIST - HAS OFFER' TO WS-REG-ACTION
100100             PERFORM 7000-WRITE-REGISTER-LINE
100200                 THRU 7000-WRITE-REGISTER-LINE-EXIT
100300             GO TO 4100-OFFER-ONE-WAITLISTED-EXIT
100400     END-READ.
100500     MOVE SPACES TO AWD-OFFER-RECORD.
100600     MOVE AWT-STUDENT-ID (WS-WTQ-IDX) TO OFR-STUDENT-ID.
100700     MOVE AWT-TERM (WS-WTQ-IDX) TO OFR-TERM.
100800     MOVE AWT-AID-CODE (WS-WTQ-IDX) TO OFR-AID-CODE.
100900     SET OFR-OFFERED TO TRUE.
101000     MOVE AWT-AMOUNT (WS-WTQ-IDX) TO OFR-OFFER-AMOUNT.
101100     MOVE ZERO TO OFR-ACCEPTED-AMOUNT.
101200     MOVE ZERO TO OFR-RELEASED-AMOUNT.
101300     MOVE ZERO TO OFR-RETURNED-AMOUNT.
101400     MOVE WS-BUSINESS-DATE TO OFR-OFFER-DATE.
101500     MOVE ZERO TO OFR-RESPONSE-DATE.
101600     MOVE ZERO TO OFR-REMINDER-DATE.
101700     SET OFR-FROM-WAITLIST TO TRUE.
101800     MOVE 'N' TO OFR-OVERRIDE-FLAG.
101900     MOVE 'AWDACPT ' TO OFR-UPDATED-BY.
102000     IF NOT SP-TEST-MODE
102100         WRITE AWD-OFFER-RECORD
102200     END-IF.
102300     SUBTRACT AWT-AMOUNT (WS-WTQ-IDX)
102400         FROM ART-AVAILABLE (WS-RTN-IDX).
102500     ADD AWT-AMOUNT (WS-WTQ-IDX) TO ART-REOFFERED (WS-RTN-IDX).
102600     ADD 1 TO ART-RELEASED (WS-RTN-IDX).
102700     ADD 1 TO WS-WAITLIST-OFFERED.
102800     MOVE 'O' TO AWT-STATUS (WS-WTQ-IDX).
102900     MOVE 'AWARD   ' TO WS-NOTICE-TYPE.
103000     MOVE SPACES TO WS-NOTICE-TEXT.
103100     MOVE 'AID OFFERED ' TO WS-NOTICE-TEXT (1:12).
103200     MOVE OFR-AID-CODE TO WS-NOTICE-TEXT (13:4).
103300     MOVE OFR-OFFER-AMOUNT TO WS-AMOUNT-DISPLAY.
103400     MOVE WS-AMOUNT-DISPLAY TO WS-NOTICE-TEXT (18:8).
103500     PERFORM 7100-QUEUE-NOTICE
103600         THRU 7100-QUEUE-NOTICE-EXIT.
103700     MOVE OFR-OFFER-AMOUNT TO WS-REG-AMOUNT.
103800     MOVE 'OFFERED FROM WAITLIST' TO WS-REG-ACTION.
103900     PERFORM 7000-WRITE-REGISTER-LINE
104000         THRU 7000-WRITE-REGISTER-LINE-EXIT.
104100 4100-OFFER-ONE-WAITLISTED-EXIT.
104200     EXIT.
104300*--------------------------------------------------------------*
104400* 5000-UPDATE-POOL-POSITIONS - TONIGHT'S EVALPOOLP POSITIONS    *
104500* WITH THE RETURNED FUNDS TAKEN BACK OFF EACH POOL'S USED       *
104600* AMOUNT, THE WAITLIST OFFERS DRAWN BACK ON, AND THE APPLICANTS *
104700* OFFERED TAKEN OFF ITS WAITLISTED COUNT. NO FILE - NO POOLS -  *
104800* NOTHING TO SHOW.                                              *
104900*--------------------------------------------------------------*
105000 5000-UPDATE-POOL-POSITIONS.
105100     IF SP-TEST-MODE
105200         GO TO 5000-UPDATE-POOL-POSITIONS-EXIT
105300     END-IF.
105400     OPEN INPUT AC-POOLPOS-FILE.
105500     IF NOT WS-POOLPOS-OK
105600         GO TO 5000-UPDATE-POOL-POSITIONS-EXIT
105700     END-IF.
105800     SET WS-NOT-AT-EOF TO TRUE.
105900     PERFORM UNTIL WS-AT-EOF
106000         READ AC-POOLPOS-FILE
106100             AT END
106200                 SET WS-AT-EOF TO TRUE
106300             NOT AT END
106400                 IF PLP-BUDGET-AMOUNT NUMERIC
106500                     AND PLP-USED-AMOUNT NUMERIC
106600                     AND PLP-WAITLISTED NUMERIC
106700                     AND WS-POS-COUNT < WS-POS-MAX
106800                     ADD 1 TO WS-POS-COUNT
106900                     MOVE PLP-AID-CODE
107000                         TO APS-AID-CODE (WS-POS-COUNT)
107100                     MOVE PLP-BUDGET-AMOUNT
107200                         TO APS-BUDGET (WS-POS-COUNT)
107300                     MOVE PLP-USED-AMOUNT
107400                         TO APS-USED (WS-POS-COUNT)
107500                     MOVE PLP-WAITLISTED
107600                         TO APS-WAITLISTED (WS-POS-COUNT)
107700                 END-IF
107800         END-READ
107900     END-PERFORM.
108000     CLOSE AC-POOLPOS-FILE.
108100     OPEN OUTPUT AC-POOLPOS-FILE.
108200     PERFORM VARYING WS-POS-IDX FROM 1 BY 1
108300             UNTIL WS-POS-IDX > WS-POS-COUNT
108400         MOVE APS-AID-CODE (WS-POS-IDX) TO WS-RTN-AID-CODE
108500         PERFORM 6000-FIND-RETURN-ENTRY
108600             THRU 6000-FIND-RETURN-ENTRY-EXIT
108700         IF WS-RTN-FOUND
108800             COMPUTE APS-USED (WS-POS-IDX) = APS-USED (WS-POS-IDX)
108900                 - ART-RETURNED (WS-RTN-IDX)
109000                 + ART-REOFFERED (WS-RTN-IDX)
109100             COMPUTE APS-WAITLISTED (WS-POS-IDX) =
109200                 APS-WAITLISTED (WS-POS-IDX)
109300                 - ART-RELEASED (WS-RTN-IDX)
109400             IF APS-USED (WS-POS-IDX) < ZERO
109500                 MOVE ZERO TO APS-USED (WS-POS-IDX)
109600             END-IF
109700             IF APS-WAITLISTED (WS-POS-IDX) < ZERO
109800                 MOVE ZERO TO APS-WAITLISTED (WS-POS-IDX)
109900             END-IF
110000         END-IF
110100         MOVE SPACES TO POOLPOS-RECORD
110200         MOVE APS-AID-CODE (WS-POS-IDX) TO PLP-AID-CODE
110300         MOVE APS-BUDGET (WS-POS-IDX) TO PLP-BUDGET-AMOUNT
110400         MOVE APS-USED (WS-POS-IDX) TO PLP-USED-AMOUNT
110500         IF APS-USED (WS-POS-IDX) > APS-BUDGET (WS-POS-IDX)
110600             MOVE ZERO TO PLP-REMAINING
110700         ELSE
110800             COMPUTE PLP-REMAINING = APS-BUDGET (WS-POS-IDX)
110900                 - APS-USED (WS-POS-IDX)
111000         END-IF
111100         MOVE APS-WAITLISTED (WS-POS-IDX) TO PLP-WAITLISTED
111200         WRITE POOLPOS-RECORD
111300     END-PERFORM.
111400     CLOSE AC-POOLPOS-FILE.
111500 5000-UPDATE-POOL-POSITIONS-EXIT.
111600     EXIT.
111700*--------------------------------------------------------------*
111800* 6000-FIND-RETURN-ENTRY - WS-RTN-AID-CODE'S RETURNED-FUNDS     *
111900* ENTRY, ADDED EMPTY THE FIRST TIME THE AID CODE IS SEEN. A     *
112000* FULL TABLE LEAVES IT NOT FOUND.                               *
112100*--------------------------------------------------------------*
112200 6000-FIND-RETURN-ENTRY.
112300     SET WS-RTN-NOT-FOUND TO TRUE.
112400     PERFORM VARYING WS-RTN-IDX FROM 1 BY 1
112500             UNTIL WS-RTN-IDX > WS-RTN-COUNT
112600             OR WS-RTN-FOUND
112700         IF ART-AID-CODE (WS-RTN-IDX) = WS-RTN-AID-CODE
112800             SET WS-RTN-FOUND TO TRUE
112900         END-IF
113000     END-PERFORM.
113100     IF WS-RTN-FOUND
113200         SUBTRACT 1 FROM WS-RTN-IDX
113300         GO TO 6000-FIND-RETURN-ENTRY-EXIT
113400     END-IF.
113500     IF WS-RTN-COUNT = WS-RTN-MAX
113600         DISPLAY 'AWDACPT: MORE THAN ' WS-RTN-MAX
113700             ' AID CODES - ' WS-RTN-AID-CODE ' NOT RETURNED'
113800         GO TO 6000-FIND-RETURN-ENTRY-EXIT
113900     END-IF.
114000     ADD 1 TO WS-RTN-COUNT.
114100     MOVE WS-RTN-COUNT TO WS-RTN-IDX.
114200     MOVE WS-RTN-AID-CODE TO ART-AID-CODE (WS-RTN-IDX).
114300     MOVE ZERO TO ART-AVAILABLE (WS-RTN-IDX).
114400     MOVE ZERO TO ART-RETURNED (WS-RTN-IDX).
114500     MOVE ZERO TO ART-REOFFERED (WS-RTN-IDX).
114600     MOVE ZERO TO ART-RELEASED (WS-RTN-IDX).
114700     MOVE 'N' TO ART-BLOCKED (WS-RTN-IDX).
114800     SET WS-RTN-FOUND TO TRUE.
114900 6000-FIND-RETURN-ENTRY-EXIT.
115000     EXIT.
115100*--------------------------------------------------------------*
115200* 7000-WRITE-REGISTER-LINE - ONE AWDACPTR LINE FOR THE OFFER    *
115300* KEY NOW IN THE RECORD AREA.                                   *
115400*--------------------------------------------------------------*
115500 7000-WRITE-REGISTER-LINE.
115600     MOVE SPACES TO AC-REGISTER-RECORD.
115700     MOVE OFR-STUDENT-ID TO ACR-STUDENT-ID.
115800     MOVE OFR-TERM TO ACR-TERM.
115900     MOVE OFR-AID-CODE TO ACR-AID-CODE.
116000     MOVE WS-REG-AMOUNT TO ACR-AMOUNT.
116100     MOVE WS-REG-ACTION TO ACR-ACTION.
116200     WRITE AC-REGISTER-RECORD.
116300 7000-WRITE-REGISTER-LINE-EXIT.
116400     EXIT.
116500*--------------------------------------------------------------*
116600* 7100-QUEUE-NOTICE - ONE NOTICE ON NOTIFQUE FOR THE OFFER'S    *
116700* STUDENT. TEST MODE QUEUES NOTHING.                            *
116800*--------------------------------------------------------------*
116900 7100-QUEUE-NOTICE.
117000     IF SP-TEST-MODE
117100         GO TO 7100-QUEUE-NOTICE-EXIT
117200     END-IF.
117300     MOVE SPACES TO NOTIF-QUEUE-RECORD.
117400     MOVE OFR-STUDENT-ID TO NQ-STUDENT-ID.
117500     MOVE WS-NOTICE-TYPE TO NQ-NOTICE-TYPE.
117600     MOVE WS-NOTICE-TEXT TO NQ-NOTICE-TEXT.
117700     MOVE 'AWDACPT ' TO NQ-SOURCE.
117800     MOVE WS-BUSINESS-DATE TO NQ-QUEUE-DATE.
117900     WRITE NOTIF-QUEUE-RECORD.
118000 7100-QUEUE-NOTICE-EXIT.
118100     EXIT.
118200*--------------------------------------------------------------*
118300* 8000-REWRITE-CARRY-FILES - THE APPLICANTS STILL WAITING BACK  *
118400* TO AWDWAITQ IN ARRIVAL ORDER, AND THE FUNDS NOT YET           *
118500* RE-OFFERED BACK TO AWDRETN. TEST MODE LEAVES BOTH ALONE.      *
118600*--------------------------------------------------------------*
118700 8000-REWRITE-CARRY-FILES.
118800     IF SP-TEST-MODE
118900         GO TO 8000-REWRITE-CARRY-FILES-EXIT
119000     END-IF.
119100     OPEN OUTPUT AC-WAITQ-FILE.
119200     PERFORM VARYING WS-WTQ-IDX FROM 1 BY 1
119300             UNTIL WS-WTQ-IDX > WS-WTQ-COUNT
119400         IF AWT-STATUS (WS-WTQ-IDX) = 'W'
119500             MOVE SPACES TO AWQ-RECORD
119600             MOVE AWT-STUDENT-ID (WS-WTQ-IDX) TO AWQ-STUDENT-ID
119700             MOVE AWT-TERM (WS-WTQ-IDX) TO AWQ-TERM
119800             MOVE AWT-AID-CODE (WS-WTQ-IDX) TO AWQ-AID-CODE
119900             MOVE AWT-AMOUNT (WS-WTQ-IDX) TO AWQ-AMOUNT
120000             MOVE AWT-ARRIVAL-NO (WS-WTQ-IDX) TO AWQ-ARRIVAL-NO
120100             MOVE AWT-WAIT-DATE (WS-WTQ-IDX) TO AWQ-WAIT-DATE
120200             MOVE AWT-STATUS (WS-WTQ-IDX) TO AWQ-STATUS
120300             WRITE AWQ-RECORD
120400         END-IF
120500     END-PERFORM.
120600     CLOSE AC-WAITQ-FILE.
120700     OPEN OUTPUT AC-RETN-FILE.
120800     PERFORM VARYING WS-RTN-IDX FROM 1 BY 1
120900             UNTIL WS-RTN-IDX > WS-RTN-COUNT
121000         IF ART-AVAILABLE (WS-RTN-IDX) > ZERO
121100             MOVE SPACES TO ARN-RECORD
121200             MOVE ART-AID-CODE (WS-RTN-IDX) TO ARN-AID-CODE
121300             MOVE ART-AVAILABLE (WS-RTN-IDX) TO ARN-AVAILABLE
121400             WRITE ARN-RECORD
121500         END-IF
121600     END-PERFORM.
121700     CLOSE AC-RETN-FILE.
121800 8000-REWRITE-CARRY-FILES-EXIT.
121900     EXIT.
122000*--------------------------------------------------------------*
122100* 9999-EXIT                                                    *
122200*--------------------------------------------------------------*
122300 9999-EXIT.
122400     STOP RUN.
