000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DOCTRACK.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - NIGHTLY REQUIRED-DOCUMENT     *
001100*                TRACKING, BETWEEN EVALSTMT AND AIDDISB. THE    *
001200*                DOCRECV FEED FROM THE IMAGING SYSTEM CHECKS    *
001300*                ITEMS OFF THE STUDOCS CHECKLISTS (RECEIVED OR  *
001400*                WAIVED); A RECEIVED DOCUMENT GOOD FOR THE      *
001500*                DOCREQS VALID DAYS EXPIRES WHEN THEY RUN OUT;  *
001600*                AND EVERY STUDENT STILL OWING A DOCUMENT GETS  *
001700*                A MISSING-DOCUMENT REMINDER ON NOTIFQUE EVERY  *
001800*                DOCREQS REMINDER INTERVAL. FEED RECORDS FOR AN *
001900*                ITEM NOT ON THE CHECKLIST GO TO DOCREJ. THE    *
002000*                DOCTRKR REGISTER LISTS EVERYTHING DONE. TEST   *
002100*                MODE WRITES THE REGISTER AND DOCREJ AND        *
002200*                CHANGES NOTHING ELSE.                          *
002300*--------------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT DT-REQS-FILE ASSIGN TO DOCREQS
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-REQS-STATUS.
003000     SELECT DT-DOCS-FILE ASSIGN TO STUDOCS
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS SDC-KEY
003400         FILE STATUS IS WS-DOCS-STATUS.
003500     SELECT DT-RECV-FILE ASSIGN TO DOCRECV
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-RECV-STATUS.
003800     SELECT DT-REJECT-FILE ASSIGN TO DOCREJ
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-REJECT-STATUS.
004100     SELECT DT-QUEUE-FILE ASSIGN TO NOTIFQUE
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-QUEUE-STATUS.
004400     SELECT DT-REGISTER-FILE ASSIGN TO DOCTRKR
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-REGISTER-STATUS.
004700     SELECT DT-CAL-FILE ASSIGN TO SUITECAL
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-CAL-STATUS.
005000     SELECT SUITE-PARM-FILE ASSIGN TO SUITEPRM
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-SUITE-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  DT-REQS-FILE.
005600     COPY DOCRQREC.
005700 FD  DT-DOCS-FILE.
005800     COPY STUDCREC.
005900*--------------------------------------------------------------*
006000* DOCRECV - THE IMAGING SYSTEM'S INDEXED DOCUMENTS, ONE PER     *
006100* CHECKLIST ITEM: R RECEIVED (WITH THE IMAGE REFERENCE) OR W    *
006200* WAIVED BY THE OFFICE. THE FILE EMPTIES ONCE APPLIED.          *
006300*--------------------------------------------------------------*
006400 FD  DT-RECV-FILE.
006500 01  DRV-RECORD.
006600     05  DRV-STUDENT-ID       PIC 9(09).
006700     05  DRV-PROCESS          PIC X(03).
006800     05  DRV-DOC-TYPE         PIC X(04).
006900     05  DRV-ACTION           PIC X(01).
007000         88  DRV-RECEIVED     VALUE 'R'.
007100         88  DRV-WAIVED       VALUE 'W'.
007200     05  DRV-DATE             PIC 9(08).
007300     05  DRV-IMAGE-REF        PIC X(12).
007400     05  DRV-OPERATOR         PIC X(08).
007500 FD  DT-REJECT-FILE.
007600 01  DRJ-RECORD.
007700     05  DRJ-FEED-RECORD      PIC X(45).
007800     05  FILLER               PIC X(02).
007900     05  DRJ-REASON           PIC X(20).
008000 FD  DT-QUEUE-FILE.
008100 COPY NTFQREC.
008200 FD  DT-REGISTER-FILE.
008300 01  DT-REGISTER-RECORD.
008400     05  DTR-STUDENT-ID       PIC 9(09).
008500     05  FILLER               PIC X(02).
008600     05  DTR-PROCESS          PIC X(03).
008700     05  FILLER               PIC X(02).
008800     05  DTR-DOC-TYPE         PIC X(04).
008900     05  FILLER               PIC X(02).
009000     05  DTR-DOC-DESC         PIC X(20).
009100     05  FILLER               PIC X(02).
009200     05  DTR-ACTION           PIC X(24).
009300 FD  DT-CAL-FILE.
009400 01  CAL-RECORD.
009500     05  CAL-BUSINESS-DATE    PIC 9(08).
009600     05  CAL-MONTH-END-FLAG   PIC X(01).
009700     05  CAL-YEAR-END-FLAG    PIC X(01).
009800 FD  SUITE-PARM-FILE.
009900 01  SP-PARM-CARD             PIC X(11).
010000 WORKING-STORAGE SECTION.
010100 01  WS-SUITE-STATUS          PIC X(02).
010200     88  WS-SUITE-OK          VALUE '00'.
010300 01  WS-REQS-STATUS           PIC X(02).
010400     88  WS-REQS-OK           VALUE '00'.
010500 01  WS-DOCS-STATUS           PIC X(02).
010600     88  WS-DOCS-OK           VALUE '00'.
010700     88  WS-DOCS-NOT-FOUND    VALUE '35'.
010800 01  WS-RECV-STATUS           PIC X(02).
010900     88  WS-RECV-OK           VALUE '00'.
011000 01  WS-REJECT-STATUS         PIC X(02).
011100     88  WS-REJECT-OK         VALUE '00'.
011200 01  WS-QUEUE-STATUS          PIC X(02).
011300     88  WS-QUEUE-OK          VALUE '00'.
011400 01  WS-REGISTER-STATUS       PIC X(02).
011500     88  WS-REGISTER-OK       VALUE '00'.
011600 01  WS-CAL-STATUS            PIC X(02).
011700     88  WS-CAL-OK            VALUE '00'.
011800 01  WS-EOF-SWITCH            PIC X(01).
011900     88  WS-AT-EOF            VALUE 'Y'.
012000     88  WS-NOT-AT-EOF        VALUE 'N'.
012100 01  WS-DOC-CHANGE-SWITCH     PIC X(01).
012200     88  WS-DOC-CHANGED       VALUE 'Y'.
012300     88  WS-DOC-UNCHANGED     VALUE 'N'.
012400 01  WS-BUSINESS-DATE         PIC 9(08) VALUE 0.
012500 01  WS-BUSINESS-DAY-NO       PIC 9(08) VALUE 0.
012600 01  WS-REMIND-DAYS           PIC 9(03) VALUE 7.
012700 01  WS-SINCE-REMIND-DAYS     PIC S9(08).
012800 01  WS-VALID-DAYS            PIC 9(04).
012900 01  WS-RECEIVED-DATE         PIC 9(08).
013000 01  WS-REG-ACTION            PIC X(24).
013100 01  WS-REJECT-REASON         PIC X(20).
013200 01  WS-NOTICE-TEXT.
013300     05  WS-NTC-PROCESS       PIC X(03).
013400     05  FILLER               PIC X(02) VALUE ': '.
013500     05  WS-NTC-DOC-DESC      PIC X(20).
013600     05  FILLER               PIC X(05) VALUE SPACES.
013700 01  WS-RECEIPTS-APPLIED      PIC 9(06) COMP VALUE 0.
013800 01  WS-WAIVERS-APPLIED       PIC 9(06) COMP VALUE 0.
013900 01  WS-RECEIPTS-REJECTED     PIC 9(06) COMP VALUE 0.
014000 01  WS-DOCS-EXPIRED          PIC 9(06) COMP VALUE 0.
014100 01  WS-REMINDERS-SENT        PIC 9(06) COMP VALUE 0.
014200 01  WS-REQ-COUNT             PIC 9(03) COMP VALUE 0.
014300 01  WS-REQ-MAX               PIC 9(03) COMP VALUE 100.
014400 01  WS-REQ-IDX               PIC 9(03) COMP.
014500*--------------------------------------------------------------*
014600* DT-REQ-TABLE - THE DOCREQS D CARDS, FOR EACH DOCUMENT'S VALID *
014700* DAYS ONCE RECEIVED.                                           *
014800*--------------------------------------------------------------*
014900 01  DT-REQ-TABLE.
015000     05  DT-REQ-ENTRY OCCURS 100 TIMES.
015100         10  DTQ-PROCESS      PIC X(03).
015200         10  DTQ-DOC-TYPE     PIC X(04).
015300         10  DTQ-VALID-DAYS   PIC 9(04).
015400 COPY SUITEPRM.
015500 COPY IOERRPRM.
015600 COPY STEPPARM.
015700 PROCEDURE DIVISION.
015800 0000-MAINLINE.
015900     MOVE 'DOCTRACK' TO SL-PROGRAM-ID.
016000     SET SL-PHASE-START TO TRUE.
016100     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
016200     PERFORM 0010-READ-SUITE-PARM THRU 0010-READ-SUITE-PARM-EXIT.
016300     PERFORM 0020-READ-BUSINESS-DATE
016400         THRU 0020-READ-BUSINESS-DATE-EXIT.
016500     PERFORM 0030-LOAD-REQUIREMENTS
016600         THRU 0030-LOAD-REQUIREMENTS-EXIT.
016700     OPEN I-O DT-DOCS-FILE.
016800     IF WS-DOCS-NOT-FOUND
016900         DISPLAY 'DOCTRACK: NO STUDOCS CHECKLISTS ON FILE - '
017000             'NOTHING TO TRACK'
017100         GO TO 9999-EXIT
017200     END-IF.
017300     IF NOT WS-DOCS-OK
017400         MOVE 'DOCTRACK' TO IO-PROGRAM-ID
017500         MOVE 'STUDOCS ' TO IO-FILE-NAME
017600         MOVE 'OPEN-IO ' TO IO-OPERATION
017700         MOVE WS-DOCS-STATUS TO IO-FILE-STATUS
017800         MOVE 'Y' TO IO-MANDATORY-FLAG
017900         CALL 'IOERR' USING IOERR-PARM-BLOCK
018000         MOVE 12 TO RETURN-CODE
018100         GO TO 9999-EXIT
018200     END-IF.
018300     OPEN OUTPUT DT-REGISTER-FILE.
018400     OPEN OUTPUT DT-REJECT-FILE.
018500     IF NOT SP-TEST-MODE
018600         OPEN EXTEND DT-QUEUE-FILE
018700         IF NOT WS-QUEUE-OK
018800             CLOSE DT-QUEUE-FILE
018900             OPEN OUTPUT DT-QUEUE-FILE
019000         END-IF
019100     END-IF.
019200     PERFORM 1000-APPLY-IMAGING-FEED
019300         THRU 1000-APPLY-IMAGING-FEED-EXIT.
019400     PERFORM 2000-SWEEP-CHECKLISTS
019500         THRU 2000-SWEEP-CHECKLISTS-EXIT.
019600     CLOSE DT-DOCS-FILE.
019700     CLOSE DT-REJECT-FILE.
019800     CLOSE DT-REGISTER-FILE.
019900     IF NOT SP-TEST-MODE
020000         CLOSE DT-QUEUE-FILE
020100     END-IF.
020200     IF WS-RECEIPTS-REJECTED > 0
020300         MOVE 4 TO RETURN-CODE
020400     END-IF.
020500     DISPLAY 'DOCTRACK: ' WS-RECEIPTS-APPLIED ' RECEIVED, '
020600         WS-WAIVERS-APPLIED ' WAIVED, ' WS-RECEIPTS-REJECTED
020700         ' REJECTED TO DOCREJ'.
020800     DISPLAY 'DOCTRACK: ' WS-DOCS-EXPIRED ' EXPIRED, '
020900         WS-REMINDERS-SENT ' MISSING-DOCUMENT REMINDERS QUEUED'.
021000     MOVE 'DOCTRACK' TO SL-PROGRAM-ID.
021100     SET SL-PHASE-END TO TRUE.
021200     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
021300     GO TO 9999-EXIT.
021400*--------------------------------------------------------------*
021500* 0010-READ-SUITE-PARM - READS THE SUITE-WIDE CONTROL CARD      *
021600* FROM SUITEPRM.                                                *
021700*--------------------------------------------------------------*
021800 0010-READ-SUITE-PARM.
021900     OPEN INPUT SUITE-PARM-FILE.
022000     IF WS-SUITE-OK
022100         READ SUITE-PARM-FILE
022200             AT END
022300                 CONTINUE
022400         END-READ
022500         IF WS-SUITE-OK
022600             MOVE SP-PARM-CARD (1:1)  TO SP-TEST-MODE-SWITCH
022700             MOVE SP-PARM-CARD (2:10) TO SP-BATCH-ID
022800         END-IF
022900         CLOSE SUITE-PARM-FILE
023000     END-IF.
023100 0010-READ-SUITE-PARM-EXIT.
023200     EXIT.
023300*--------------------------------------------------------------*
023400* 0020-READ-BUSINESS-DATE - THE SUITECAL BUSINESS DATE, WALL-   *
023500* CLOCK FALLBACK AS EVERYWHERE. EXPIRY AND REMINDERS ARE DATED  *
023600* FROM IT.                                                      *
023700*--------------------------------------------------------------*
023800 0020-READ-BUSINESS-DATE.
023900     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
024000     OPEN INPUT DT-CAL-FILE.
024100     IF WS-CAL-OK
024200         READ DT-CAL-FILE
024300             AT END
024400                 CONTINUE
024500         END-READ
024600         IF WS-CAL-OK
024700             AND CAL-BUSINESS-DATE NUMERIC
024800             AND CAL-BUSINESS-DATE > 0
024900             MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
025000         END-IF
025100         CLOSE DT-CAL-FILE
025200     END-IF.
025300     COMPUTE WS-BUSINESS-DAY-NO =
025400         FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
025500 0020-READ-BUSINESS-DATE-EXIT.
025600     EXIT.
025700*--------------------------------------------------------------*
025800* 0030-LOAD-REQUIREMENTS - THE DOCREQS D CARDS AND THE R CARD'S *
025900* REMINDER INTERVAL. A MISSING MEMBER IS LOGGED TO IOERR AND    *
026000* LEAVES EVERY DOCUMENT GOOD FOREVER, REMINDED WEEKLY.          *
026100*--------------------------------------------------------------*
026200 0030-LOAD-REQUIREMENTS.
026300     OPEN INPUT DT-REQS-FILE.
026400     IF NOT WS-REQS-OK
026500         MOVE 'DOCTRACK' TO IO-PROGRAM-ID
026600         MOVE 'DOCREQS ' TO IO-FILE-NAME
026700         MOVE 'OPEN-IN ' TO IO-OPERATION
026800         MOVE WS-REQS-STATUS TO IO-FILE-STATUS
026900         MOVE 'N' TO IO-MANDATORY-FLAG
027000         CALL 'IOERR' USING IOERR-PARM-BLOCK
027100         GO TO 0030-LOAD-REQUIREMENTS-EXIT
027200     END-IF.
027300     SET WS-NOT-AT-EOF TO TRUE.
027400     PERFORM UNTIL WS-AT-EOF
027500         READ DT-REQS-FILE
027600             AT END
027700                 SET WS-AT-EOF TO TRUE
027800             NOT AT END
027900                 IF DRQ-DOC-CARD
028000                     AND WS-REQ-COUNT < WS-REQ-MAX
028100                     ADD 1 TO WS-REQ-COUNT
028200                     MOVE DRQ-PROCESS
028300                         TO DTQ-PROCESS (WS-REQ-COUNT)
028400                     MOVE DRQ-DOC-TYPE
028500                         TO DTQ-DOC-TYPE (WS-REQ-COUNT)
028600                     MOVE 0 TO DTQ-VALID-DAYS (WS-REQ-COUNT)
028700                     IF DRQ-VALID-DAYS NUMERIC
028800                         MOVE DRQ-VALID-DAYS
028900                             TO DTQ-VALID-DAYS (WS-REQ-COUNT)
029000                     END-IF
029100                 END-IF
029200                 IF DRQ-REMIND-CARD
029300                     AND DRM-REMIND-DAYS NUMERIC
029400                     AND DRM-REMIND-DAYS > 0
029500                     MOVE DRM-REMIND-DAYS TO WS-REMIND-DAYS
029600                 END-IF
029700         END-READ
029800     END-PERFORM.
029900     CLOSE DT-REQS-FILE.
030000 0030-LOAD-REQUIREMENTS-EXIT.
030100     EXIT.
030200*--------------------------------------------------------------*
030300* 1000-APPLY-IMAGING-FEED - EVERY DOCRECV RECORD AGAINST ITS    *
030400* CHECKLIST ITEM, THEN THE FEED EMPTIED. NO FEED TONIGHT IS NOT *
030500* AN ERROR - THE SWEEP STILL RUNS.                              *
030600*--------------------------------------------------------------*
030700 1000-APPLY-IMAGING-FEED.
030800     OPEN INPUT DT-RECV-FILE.
030900     IF NOT WS-RECV-OK
031000         DISPLAY 'DOCTRACK: NO DOCRECV IMAGING FEED TONIGHT'
031100         GO TO 1000-APPLY-IMAGING-FEED-EXIT
031200     END-IF.
031300     SET WS-NOT-AT-EOF TO TRUE.
031400     PERFORM UNTIL WS-AT-EOF
031500         READ DT-RECV-FILE
031600             AT END
031700                 SET WS-AT-EOF TO TRUE
031800             NOT AT END
031900                 PERFORM 1100-APPLY-ONE-RECEIPT
032000                     THRU 1100-APPLY-ONE-RECEIPT-EXIT
032100         END-READ
032200     END-PERFORM.
032300     CLOSE DT-RECV-FILE.
032400     IF NOT SP-TEST-MODE
032500         OPEN OUTPUT DT-RECV-FILE
032600         CLOSE DT-RECV-FILE
032700     END-IF.
032800 1000-APPLY-IMAGING-FEED-EXIT.
032900     EXIT.
033000*--------------------------------------------------------------*
033100* 1100-APPLY-ONE-RECEIPT - ONE IMAGED DOCUMENT. A RECEIVED ITEM *
033200* TAKES ITS EXPIRY DATE FROM THE DOCREQS VALID DAYS; A WAIVED   *
033300* ONE NEVER EXPIRES. A DOCUMENT ARRIVING FOR AN ITEM ALREADY    *
033400* EXPIRED IS RECEIVED AFRESH.                                   *
033500*--------------------------------------------------------------*
033600 1100-APPLY-ONE-RECEIPT.
033700     IF NOT DRV-RECEIVED AND NOT DRV-WAIVED
033800         MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
033900         PERFORM 1900-REJECT-RECEIPT
034000             THRU 1900-REJECT-RECEIPT-EXIT
034100         GO TO 1100-APPLY-ONE-RECEIPT-EXIT
034200     END-IF.
034300     MOVE DRV-STUDENT-ID TO SDC-STUDENT-ID.
034400     MOVE DRV-PROCESS TO SDC-PROCESS.
034500     MOVE DRV-DOC-TYPE TO SDC-DOC-TYPE.
034600     READ DT-DOCS-FILE
034700         INVALID KEY
034800             MOVE 'NOT ON CHECKLIST' TO WS-REJECT-REASON
034900             PERFORM 1900-REJECT-RECEIPT
035000                 THRU 1900-REJECT-RECEIPT-EXIT
035100             GO TO 1100-APPLY-ONE-RECEIPT-EXIT
035200     END-READ.
035300     MOVE WS-BUSINESS-DATE TO WS-RECEIVED-DATE.
035400     IF DRV-DATE NUMERIC AND DRV-DATE > 0
035500         MOVE DRV-DATE TO WS-RECEIVED-DATE
035600     END-IF.
035700     IF DRV-RECEIVED
035800         SET SDC-RECEIVED TO TRUE
035900         MOVE WS-RECEIVED-DATE TO SDC-RECEIVED-DATE
036000         MOVE DRV-IMAGE-REF TO SDC-IMAGE-REF
036100         PERFORM 1200-FIND-VALID-DAYS
036200             THRU 1200-FIND-VALID-DAYS-EXIT
036300         MOVE 0 TO SDC-EXPIRE-DATE
036400         IF WS-VALID-DAYS > 0
036500             COMPUTE SDC-EXPIRE-DATE = FUNCTION DATE-OF-INTEGER
036600                 (FUNCTION INTEGER-OF-DATE (WS-RECEIVED-DATE)
036700                  + WS-VALID-DAYS)
036800         END-IF
036900         ADD 1 TO WS-RECEIPTS-APPLIED
037000         MOVE 'RECEIVED' TO WS-REG-ACTION
037100     ELSE
037200         SET SDC-WAIVED TO TRUE
037300         MOVE WS-RECEIVED-DATE TO SDC-WAIVED-DATE
037400         MOVE DRV-OPERATOR TO SDC-WAIVED-BY
037500         MOVE 0 TO SDC-EXPIRE-DATE
037600         ADD 1 TO WS-WAIVERS-APPLIED
037700         MOVE 'WAIVED' TO WS-REG-ACTION
037800     END-IF.
037900     IF NOT SP-TEST-MODE
038000         REWRITE STU-DOC-RECORD
038100     END-IF.
038200     PERFORM 7000-WRITE-REGISTER-LINE
038300         THRU 7000-WRITE-REGISTER-LINE-EXIT.
038400 1100-APPLY-ONE-RECEIPT-EXIT.
038500     EXIT.
038600*--------------------------------------------------------------*
038700* 1200-FIND-VALID-DAYS - THE DOCREQS VALID DAYS FOR THE ITEM,   *
038800* ZERO (NEVER EXPIRES) IF ITS CARD HAS SINCE BEEN REMOVED.      *
038900*--------------------------------------------------------------*
039000 1200-FIND-VALID-DAYS.
039100     MOVE 0 TO WS-VALID-DAYS.
039200     PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
039300             UNTIL WS-REQ-IDX > WS-REQ-COUNT
039400         IF DTQ-PROCESS (WS-REQ-IDX) = SDC-PROCESS
039500             AND DTQ-DOC-TYPE (WS-REQ-IDX) = SDC-DOC-TYPE
039600             MOVE DTQ-VALID-DAYS (WS-REQ-IDX) TO WS-VALID-DAYS
039700         END-IF
039800     END-PERFORM.
039900 1200-FIND-VALID-DAYS-EXIT.
040000     EXIT.
040100*--------------------------------------------------------------*
040200* 1900-REJECT-RECEIPT - THE FEED RECORD TO DOCREJ WITH ITS      *
040300* REASON, FOR THE IMAGING DESK TO CORRECT.                      *
040400*--------------------------------------------------------------*
040500 1900-REJECT-RECEIPT.
040600     MOVE SPACES TO DRJ-RECORD.
040700     MOVE DRV-RECORD TO DRJ-FEED-RECORD.
040800     MOVE WS-REJECT-REASON TO DRJ-REASON.
040900     WRITE DRJ-RECORD.
041000     ADD 1 TO WS-RECEIPTS-REJECTED.
041100 1900-REJECT-RECEIPT-EXIT.
041200     EXIT.
041300*--------------------------------------------------------------*
041400* 2000-SWEEP-CHECKLISTS - EVERY STUDOCS ITEM IN KEY ORDER.      *
041500*--------------------------------------------------------------*
041600 2000-SWEEP-CHECKLISTS.
041700     MOVE LOW-VALUES TO SDC-KEY.
041800     SET WS-NOT-AT-EOF TO TRUE.
041900     START DT-DOCS-FILE KEY IS NOT LESS THAN SDC-KEY
042000         INVALID KEY
042100             SET WS-AT-EOF TO TRUE
042200     END-START.
042300     PERFORM UNTIL WS-AT-EOF
042400         READ DT-DOCS-FILE NEXT RECORD
042500             AT END
042600                 SET WS-AT-EOF TO TRUE
042700             NOT AT END
042800                 PERFORM 2100-SWEEP-ONE-ITEM
042900                     THRU 2100-SWEEP-ONE-ITEM-EXIT
043000         END-READ
043100     END-PERFORM.
043200 2000-SWEEP-CHECKLISTS-EXIT.
043300     EXIT.
043400*--------------------------------------------------------------*
043500* 2100-SWEEP-ONE-ITEM - A RECEIVED DOCUMENT PAST ITS EXPIRY     *
043600* DATE GOES BACK TO OUTSTANDING AS EXPIRED; AN OUTSTANDING ONE  *
043700* NOT REMINDED WITHIN THE INTERVAL QUEUES A REMINDER.           *
043800*--------------------------------------------------------------*
043900 2100-SWEEP-ONE-ITEM.
044000     SET WS-DOC-UNCHANGED TO TRUE.
044100     IF SDC-RECEIVED
044200         AND SDC-EXPIRE-DATE > 0
044300         AND SDC-EXPIRE-DATE < WS-BUSINESS-DATE
044400         SET SDC-EXPIRED TO TRUE
044500         MOVE 0 TO SDC-LAST-REMIND-DATE
044600         SET WS-DOC-CHANGED TO TRUE
044700         ADD 1 TO WS-DOCS-EXPIRED
044800         MOVE 'EXPIRED' TO WS-REG-ACTION
044900         PERFORM 7000-WRITE-REGISTER-LINE
045000             THRU 7000-WRITE-REGISTER-LINE-EXIT
045100     END-IF.
045200     IF NOT SDC-OUTSTANDING
045300         GO TO 2100-SWEEP-ONE-ITEM-EXIT
045400     END-IF.
045500     IF SDC-LAST-REMIND-DATE > 0
045600         COMPUTE WS-SINCE-REMIND-DAYS = WS-BUSINESS-DAY-NO
045700             - FUNCTION INTEGER-OF-DATE (SDC-LAST-REMIND-DATE)
045800         IF WS-SINCE-REMIND-DAYS < WS-REMIND-DAYS
045900             GO TO 2100-SWEEP-ONE-ITEM-REWRITE
046000         END-IF
046100     END-IF.
046200     PERFORM 7100-QUEUE-NOTICE THRU 7100-QUEUE-NOTICE-EXIT.
046300     MOVE WS-BUSINESS-DATE TO SDC-LAST-REMIND-DATE.
046400     SET WS-DOC-CHANGED TO TRUE.
046500     ADD 1 TO WS-REMINDERS-SENT.
046600     MOVE 'REMINDED' TO WS-REG-ACTION.
046700     PERFORM 7000-WRITE-REGISTER-LINE
046800         THRU 7000-WRITE-REGISTER-LINE-EXIT.
046900 2100-SWEEP-ONE-ITEM-REWRITE.
047000     IF WS-DOC-CHANGED AND NOT SP-TEST-MODE
047100         REWRITE STU-DOC-RECORD
047200     END-IF.
047300 2100-SWEEP-ONE-ITEM-EXIT.
047400     EXIT.
047500*--------------------------------------------------------------*
047600* 7000-WRITE-REGISTER-LINE - ONE DOCTRKR LINE FOR THE ITEM.     *
047700*--------------------------------------------------------------*
047800 7000-WRITE-REGISTER-LINE.
047900     MOVE SPACES TO DT-REGISTER-RECORD.
048000     MOVE SDC-STUDENT-ID TO DTR-STUDENT-ID.
048100     MOVE SDC-PROCESS TO DTR-PROCESS.
048200     MOVE SDC-DOC-TYPE TO DTR-DOC-TYPE.
048300     MOVE SDC-DOC-DESC TO DTR-DOC-DESC.
048400     MOVE WS-REG-ACTION TO DTR-ACTION.
048500     WRITE DT-REGISTER-RECORD.
048600 7000-WRITE-REGISTER-LINE-EXIT.
048700     EXIT.
048800*--------------------------------------------------------------*
048900* 7100-QUEUE-NOTICE - ONE MISSING-DOCUMENT REMINDER ON NOTIFQUE *
049000* FOR THE ITEM'S STUDENT. TEST MODE QUEUES NOTHING.             *
049100*--------------------------------------------------------------*
049200 7100-QUEUE-NOTICE.
049300     IF SP-TEST-MODE
049400         GO TO 7100-QUEUE-NOTICE-EXIT
049500     END-IF.
049600     MOVE SDC-PROCESS TO WS-NTC-PROCESS.
049700     MOVE SDC-DOC-DESC TO WS-NTC-DOC-DESC.
049800     MOVE SPACES TO NOTIF-QUEUE-RECORD.
049900     MOVE SDC-STUDENT-ID TO NQ-STUDENT-ID.
050000     MOVE 'DOCREQ  ' TO NQ-NOTICE-TYPE.
050100     MOVE WS-NOTICE-TEXT TO NQ-NOTICE-TEXT.
050200     MOVE 'DOCTRACK' TO NQ-SOURCE.
050300     MOVE WS-BUSINESS-DATE TO NQ-QUEUE-DATE.
050400     WRITE NOTIF-QUEUE-RECORD.
050500 7100-QUEUE-NOTICE-EXIT.
050600     EXIT.
050700*--------------------------------------------------------------*
050800* 9999-EXIT                                                    *
050900*--------------------------------------------------------------*
051000 9999-EXIT.
051100     STOP RUN.
