000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. FWDRCVR.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - FORWARD RECOVERY FOR STUMAST, *
001100*                STUACCT AND ENRLMAST. RUN BEHIND A SUITERST    *
001200*                RESTORE OF THE THREE FILES, IT ROLLS THE       *
001300*                RCVJRNL GENERATION SUITEBKP STARTED WITH THAT  *
001400*                BACKUP FORWARD OVER THEM, ENTRY BY ENTRY, UP   *
001500*                TO THE STOP DATE AND TIME ON THE FRPARM CARD   *
001600*                (NONE MEANS THE WHOLE JOURNAL). THE JOURNAL    *
001700*                HEADER MUST MATCH THE BKPCTLF BACKUP DATE AND  *
001800*                COUNTS OR NOTHING IS APPLIED. AT THE END EACH  *
001900*                FILE IS RECOUNTED AND PROVED AGAINST ITS       *
002000*                BACKUP COUNT PLUS THE JOURNAL'S ADDS LESS ITS  *
002100*                DELETES; A COUNT THAT DOES NOT PROVE, OR AN    *
002200*                ENTRY THAT WOULD NOT APPLY, ENDS RC 8.         *
002300*--------------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT FR-PARM-FILE ASSIGN TO FRPARM
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-PARM-STATUS.
003000     SELECT FR-CONTROL-FILE ASSIGN TO BKPCTLF
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-CONTROL-STATUS.
003300     SELECT FR-JOURNAL-FILE ASSIGN TO RCVJRNL
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-JRNL-STATUS.
003600     SELECT FR-MASTER-FILE ASSIGN TO STUMAST
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS MAST-STUDENT-ID
004000         FILE STATUS IS WS-MASTER-STATUS.
004100     SELECT FR-ACCT-FILE ASSIGN TO STUACCT
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-ACCT-STATUS.
004400     SELECT FR-ENROLL-FILE ASSIGN TO ENRLMAST
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS ENRL-KEY
004800         FILE STATUS IS WS-ENROLL-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  FR-PARM-FILE.
005200 01  FR-PARM-CARD.
005300     05  FRP-STOP-DATE        PIC X(08).
005400     05  FRP-STOP-TIME        PIC X(08).
005500 FD  FR-CONTROL-FILE.
005600 01  BKC-RECORD.
005700     05  BKC-FILE-NAME        PIC X(08).
005800     05  BKC-RECORD-COUNT     PIC 9(08).
005900     05  BKC-SEQUENCE-VALUE   PIC 9(09).
006000     05  BKC-BACKUP-DATE      PIC 9(08).
006100 FD  FR-JOURNAL-FILE.
006200 COPY RCVJREC.
006300 FD  FR-MASTER-FILE.
006400 01  MAST-RECORD.
006500     05  MAST-STUDENT-ID      PIC 9(09).
006600     05  MAST-REST            PIC X(177).
006700 FD  FR-ACCT-FILE.
006800 COPY STUACREC.
006900 FD  FR-ENROLL-FILE.
007000 01  ENRL-RECORD.
007100     05  ENRL-KEY             PIC X(24).
007200     05  ENRL-REST            PIC X(19).
007300 WORKING-STORAGE SECTION.
007400 01  WS-PARM-STATUS           PIC X(02).
007500     88  WS-PARM-OK           VALUE '00'.
007600 01  WS-CONTROL-STATUS        PIC X(02).
007700     88  WS-CONTROL-OK        VALUE '00'.
007800 01  WS-JRNL-STATUS           PIC X(02).
007900     88  WS-JRNL-OK           VALUE '00'.
008000 01  WS-MASTER-STATUS         PIC X(02).
008100     88  WS-MASTER-OK         VALUE '00'.
008200 01  WS-ACCT-STATUS           PIC X(02).
008300     88  WS-ACCT-OK           VALUE '00'.
008400 01  WS-ENROLL-STATUS         PIC X(02).
008500     88  WS-ENROLL-OK         VALUE '00'.
008600 01  WS-EOF-SWITCH            PIC X(01).
008700     88  WS-AT-EOF            VALUE 'Y'.
008800     88  WS-NOT-AT-EOF        VALUE 'N'.
008900 01  WS-VERIFY-SWITCH         PIC X(01) VALUE 'Y'.
009000     88  WS-ALL-VERIFIED      VALUE 'Y'.
009100     88  WS-VERIFY-FAILED     VALUE 'N'.
009200*--------------------------------------------------------------*
009300* WS-STOP-STAMP / WS-ENTRY-STAMP - THE ROLL-FORWARD LIMIT AND   *
009400* EACH JOURNAL ENTRY'S STAMP, COMPARED DATE-THEN-TIME AS ONE    *
009500* FIELD. AN ENTRY STAMPED AFTER THE LIMIT ENDS THE ROLL.        *
009600*--------------------------------------------------------------*
009700 01  WS-STOP-STAMP.
009800     05  WS-STOP-DATE         PIC 9(08) VALUE 99999999.
009900     05  WS-STOP-TIME         PIC 9(08) VALUE 99999999.
010000 01  WS-ENTRY-STAMP.
010100     05  WS-ENTRY-DATE        PIC 9(08).
010200     05  WS-ENTRY-TIME        PIC 9(08).
010300*--------------------------------------------------------------*
010400* FR-FILE-TOTALS - PER JOURNALED FILE: THE BACKUP COUNT FROM    *
010500* BKPCTLF, THE COUNT THE JOURNAL SAYS THE FILE SHOULD NOW HOLD, *
010600* THE ENTRIES APPLIED, AND THE RECOUNT AT THE END.              *
010700*--------------------------------------------------------------*
010800 01  FR-FILE-TOTALS.
010900     05  FR-FILE-ENTRY OCCURS 3 TIMES.
011000         10  FR-FILE-NAME     PIC X(08).
011100         10  FR-BACKUP-COUNT  PIC 9(08).
011200         10  FR-EXPECT-COUNT  PIC S9(08).
011300         10  FR-APPLIED-COUNT PIC 9(08).
011400         10  FR-ACTUAL-COUNT  PIC 9(08).
011500 01  WS-FILE-IDX              PIC 9(01) COMP.
011600     88  WS-IDX-MASTER        VALUE 1.
011700     88  WS-IDX-ACCOUNT       VALUE 2.
011800     88  WS-IDX-ENROLL        VALUE 3.
011900 01  WS-BACKUP-DATE           PIC 9(08) VALUE 0.
012000 01  WS-ENTRIES-READ          PIC 9(08) VALUE 0.
012100 01  WS-ENTRIES-PAST-STOP     PIC 9(08) VALUE 0.
012200 01  WS-APPLY-ERRORS          PIC 9(08) VALUE 0.
012300 01  WS-RECORD-COUNT          PIC 9(08) COMP.
012400 PROCEDURE DIVISION.
012500 0000-MAINLINE.
012600     MOVE 'STUMAST ' TO FR-FILE-NAME (1).
012700     MOVE 'STUACCT ' TO FR-FILE-NAME (2).
012800     MOVE 'ENRLMAST' TO FR-FILE-NAME (3).
012900     PERFORM 1000-READ-RECOVERY-PARM
013000         THRU 1000-READ-RECOVERY-PARM-EXIT.
013100     PERFORM 1500-LOAD-BACKUP-COUNTS
013200         THRU 1500-LOAD-BACKUP-COUNTS-EXIT.
013300     PERFORM 2000-CHECK-JOURNAL-HEADER
013400         THRU 2000-CHECK-JOURNAL-HEADER-EXIT.
013500     IF WS-VERIFY-FAILED
013600         DISPLAY 'FWDRCVR: JOURNAL DOES NOT BELONG TO THE '
013700             'RESTORED BACKUP - NOTHING APPLIED'
013800         MOVE 8 TO RETURN-CODE
013900         GO TO 9999-EXIT
014000     END-IF.
014100     PERFORM 3000-ROLL-FORWARD
014200         THRU 3000-ROLL-FORWARD-EXIT.
014300     PERFORM 5000-PROVE-COUNTS
014400         THRU 5000-PROVE-COUNTS-EXIT.
014500     DISPLAY 'FWDRCVR: ' WS-ENTRIES-READ ' JOURNAL ENTRIES READ, '
014600         WS-ENTRIES-PAST-STOP ' PAST THE STOP POINT, '
014700         WS-APPLY-ERRORS ' WOULD NOT APPLY'.
014800     IF WS-APPLY-ERRORS > 0
014900         SET WS-VERIFY-FAILED TO TRUE
015000     END-IF.
015100     IF WS-VERIFY-FAILED
015200         DISPLAY 'FWDRCVR: RECOVERY DID NOT PROVE - SEE ABOVE'
015300         MOVE 8 TO RETURN-CODE
015400     ELSE
015500         DISPLAY 'FWDRCVR: RECOVERY PROVED'
015600     END-IF.
015700     GO TO 9999-EXIT.
015800*--------------------------------------------------------------*
015900* 1000-READ-RECOVERY-PARM - THE STOP DATE (YYYYMMDD) AND TIME   *
016000* (HHMMSSHH, AS JRNLLOG STAMPS IT). A MISSING CARD OR A BLANK   *
016100* DATE ROLLS THE WHOLE JOURNAL; A BLANK TIME WITH A DATE ROLLS  *
016200* THROUGH THE END OF THAT DAY.                                  *
016300*--------------------------------------------------------------*
016400 1000-READ-RECOVERY-PARM.
016500     OPEN INPUT FR-PARM-FILE.
016600     IF NOT WS-PARM-OK
016700         GO TO 1000-READ-RECOVERY-PARM-REPORT
016800     END-IF.
016900     READ FR-PARM-FILE
017000         AT END
017100             MOVE SPACES TO FR-PARM-CARD
017200     END-READ.
017300     IF FRP-STOP-DATE NOT = SPACES
017400         AND FRP-STOP-DATE IS NUMERIC
017500         MOVE FRP-STOP-DATE TO WS-STOP-DATE
017600         IF FRP-STOP-TIME NOT = SPACES
017700             AND FRP-STOP-TIME IS NUMERIC
017800             MOVE FRP-STOP-TIME TO WS-STOP-TIME
017900         END-IF
018000     END-IF.
018100     CLOSE FR-PARM-FILE.
018200 1000-READ-RECOVERY-PARM-REPORT.
018300     IF WS-STOP-DATE = 99999999
018400         DISPLAY 'FWDRCVR: ROLLING THE WHOLE JOURNAL FORWARD'
018500     ELSE
018600         DISPLAY 'FWDRCVR: ROLLING FORWARD THROUGH '
018700             WS-STOP-DATE ' ' WS-STOP-TIME
018800     END-IF.
018900 1000-READ-RECOVERY-PARM-EXIT.
019000     EXIT.
019100*--------------------------------------------------------------*
019200* 1500-LOAD-BACKUP-COUNTS - THE RESTORED GENERATION'S BKPCTLF   *
019300* COUNTS FOR THE THREE JOURNALED FILES, AND ITS BACKUP DATE.    *
019400* EACH EXPECTED COUNT STARTS AT ITS BACKUP COUNT.               *
019500*--------------------------------------------------------------*
019600 1500-LOAD-BACKUP-COUNTS.
019700     PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
019800             UNTIL WS-FILE-IDX > 3
019900         MOVE 0 TO FR-BACKUP-COUNT (WS-FILE-IDX)
020000         MOVE 0 TO FR-APPLIED-COUNT (WS-FILE-IDX)
020100         MOVE 0 TO FR-ACTUAL-COUNT (WS-FILE-IDX)
020200     END-PERFORM.
020300     SET WS-NOT-AT-EOF TO TRUE.
020400     OPEN INPUT FR-CONTROL-FILE.
020500     IF NOT WS-CONTROL-OK
020600         DISPLAY 'FWDRCVR: BKPCTLF NOT AVAILABLE'
020700         SET WS-VERIFY-FAILED TO TRUE
020800         SET WS-AT-EOF TO TRUE
020900     END-IF.
021000     PERFORM UNTIL WS-AT-EOF
021100         READ FR-CONTROL-FILE
021200             AT END
021300                 SET WS-AT-EOF TO TRUE
021400             NOT AT END
021500                 PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
021600                         UNTIL WS-FILE-IDX > 3
021700                     IF BKC-FILE-NAME = FR-FILE-NAME (WS-FILE-IDX)
021800                         MOVE BKC-RECORD-COUNT
021900                             TO FR-BACKUP-COUNT (WS-FILE-IDX)
022000                         MOVE BKC-BACKUP-DATE TO WS-BACKUP-DATE
022100                     END-IF
022200                 END-PERFORM
022300         END-READ
022400     END-PERFORM.
022500     IF WS-CONTROL-OK OR WS-CONTROL-STATUS = '10'
022600         CLOSE FR-CONTROL-FILE
022700     END-IF.
022800     PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
022900             UNTIL WS-FILE-IDX > 3
023000         MOVE FR-BACKUP-COUNT (WS-FILE-IDX)
023100             TO FR-EXPECT-COUNT (WS-FILE-IDX)
023200     END-PERFORM.
023300 1500-LOAD-BACKUP-COUNTS-EXIT.
023400     EXIT.
023500*--------------------------------------------------------------*
023600* 2000-CHECK-JOURNAL-HEADER - THE JOURNAL'S FIRST RECORD MUST   *
023700* BE THE HEADER SUITEBKP WROTE WITH THIS BACKUP: SAME BACKUP    *
023800* DATE, SAME THREE COUNTS. ANYTHING ELSE MEANS THE JCL POINTS   *
023900* AT THE WRONG JOURNAL OR THE WRONG BACKUP GENERATION.          *
024000*--------------------------------------------------------------*
024100 2000-CHECK-JOURNAL-HEADER.
024200     OPEN INPUT FR-JOURNAL-FILE.
024300     IF NOT WS-JRNL-OK
024400         DISPLAY 'FWDRCVR: RCVJRNL NOT AVAILABLE'
024500         SET WS-VERIFY-FAILED TO TRUE
024600         GO TO 2000-CHECK-JOURNAL-HEADER-EXIT
024700     END-IF.
024800     READ FR-JOURNAL-FILE
024900         AT END
025000             MOVE SPACES TO RCV-JOURNAL-RECORD
025100     END-READ.
025200     IF NOT JRN-HEADER
025300         DISPLAY 'FWDRCVR: RCVJRNL HAS NO SUITEBKP HEADER'
025400         SET WS-VERIFY-FAILED TO TRUE
025500         CLOSE FR-JOURNAL-FILE
025600         GO TO 2000-CHECK-JOURNAL-HEADER-EXIT
025700     END-IF.
025800     IF JRN-BACKUP-DATE NOT = WS-BACKUP-DATE
025900         DISPLAY 'FWDRCVR: JOURNAL BACKUP DATE ' JRN-BACKUP-DATE
026000             ' BKPCTLF ' WS-BACKUP-DATE
026100         SET WS-VERIFY-FAILED TO TRUE
026200     END-IF.
026300     IF JRN-MAST-COUNT NOT = FR-BACKUP-COUNT (1)
026400         OR JRN-ACCT-COUNT NOT = FR-BACKUP-COUNT (2)
026500         OR JRN-ENRL-COUNT NOT = FR-BACKUP-COUNT (3)
026600         DISPLAY 'FWDRCVR: JOURNAL HEADER COUNTS ' JRN-MAST-COUNT
026700             ' ' JRN-ACCT-COUNT ' ' JRN-ENRL-COUNT
026800             ' DO NOT MATCH BKPCTLF'
026900         SET WS-VERIFY-FAILED TO TRUE
027000     END-IF.
027100     IF WS-VERIFY-FAILED
027200         CLOSE FR-JOURNAL-FILE
027300     END-IF.
027400 2000-CHECK-JOURNAL-HEADER-EXIT.
027500     EXIT.
027600*--------------------------------------------------------------*
027700* 3000-ROLL-FORWARD - EVERY ENTRY BEHIND THE HEADER, IN THE     *
027800* ORDER IT WAS WRITTEN, UNTIL THE END OF THE JOURNAL OR THE     *
027900* FIRST ENTRY STAMPED PAST THE STOP POINT.                      *
028000*--------------------------------------------------------------*
028100 3000-ROLL-FORWARD.
028200     OPEN I-O FR-MASTER-FILE.
028300     OPEN I-O FR-ENROLL-FILE.
028400     OPEN EXTEND FR-ACCT-FILE.
028500     IF NOT WS-MASTER-OK OR NOT WS-ENROLL-OK OR NOT WS-ACCT-OK
028600         DISPLAY 'FWDRCVR: A RESTORED FILE WILL NOT OPEN - '
028700             'STUMAST ' WS-MASTER-STATUS ' ENRLMAST '
028800             WS-ENROLL-STATUS ' STUACCT ' WS-ACCT-STATUS
028900         SET WS-VERIFY-FAILED TO TRUE
029000         CLOSE FR-JOURNAL-FILE
029100         GO TO 3000-ROLL-FORWARD-EXIT
029200     END-IF.
029300     SET WS-NOT-AT-EOF TO TRUE.
029400     PERFORM 3100-READ-ONE-ENTRY
029500         THRU 3100-READ-ONE-ENTRY-EXIT.
029600     PERFORM UNTIL WS-AT-EOF
029700         MOVE JRN-STAMP-DATE TO WS-ENTRY-DATE
029800         MOVE JRN-STAMP-TIME TO WS-ENTRY-TIME
029900         IF WS-ENTRY-STAMP > WS-STOP-STAMP
030000             ADD 1 TO WS-ENTRIES-PAST-STOP
030100         ELSE
030200             PERFORM 3200-APPLY-ONE-ENTRY
030300                 THRU 3200-APPLY-ONE-ENTRY-EXIT
030400         END-IF
030500         PERFORM 3100-READ-ONE-ENTRY
030600             THRU 3100-READ-ONE-ENTRY-EXIT
030700     END-PERFORM.
030800     CLOSE FR-JOURNAL-FILE.
030900     CLOSE FR-MASTER-FILE.
031000     CLOSE FR-ENROLL-FILE.
031100     CLOSE FR-ACCT-FILE.
031200 3000-ROLL-FORWARD-EXIT.
031300     EXIT.
031400*--------------------------------------------------------------*
031500* 3100-READ-ONE-ENTRY - A SINGLE READ OF RCVJRNL.               *
031600*--------------------------------------------------------------*
031700 3100-READ-ONE-ENTRY.
031800     READ FR-JOURNAL-FILE
031900         AT END
032000             SET WS-AT-EOF TO TRUE
032100         NOT AT END
032200             ADD 1 TO WS-ENTRIES-READ
032300     END-READ.
032400 3100-READ-ONE-ENTRY-EXIT.
032500     EXIT.
032600*--------------------------------------------------------------*
032700* 3200-APPLY-ONE-ENTRY - ONE JOURNAL ENTRY AGAINST ITS FILE.    *
032800* THE EXPECTED COUNT MOVES WITH THE JOURNAL WHETHER OR NOT THE  *
032900* ENTRY APPLIES, SO A FAILED ENTRY SHOWS UP TWICE - AS AN APPLY *
033000* ERROR NOW AND AS A COUNT THAT DOES NOT PROVE AT THE END.      *
033100*--------------------------------------------------------------*
033200 3200-APPLY-ONE-ENTRY.
033300     EVALUATE JRN-FILE-ID
033400         WHEN 'STUMAST '
033500             SET WS-IDX-MASTER TO TRUE
033600             PERFORM 3300-APPLY-MASTER-ENTRY
033700                 THRU 3300-APPLY-MASTER-ENTRY-EXIT
033800         WHEN 'STUACCT '
033900             SET WS-IDX-ACCOUNT TO TRUE
034000             PERFORM 3400-APPLY-ACCOUNT-ENTRY
034100                 THRU 3400-APPLY-ACCOUNT-ENTRY-EXIT
034200         WHEN 'ENRLMAST'
034300             SET WS-IDX-ENROLL TO TRUE
034400             PERFORM 3500-APPLY-ENROLL-ENTRY
034500                 THRU 3500-APPLY-ENROLL-ENTRY-EXIT
034600         WHEN OTHER
034700             DISPLAY 'FWDRCVR: UNKNOWN FILE ' JRN-FILE-ID
034800                 ' ON ENTRY ' WS-ENTRIES-READ
034900             ADD 1 TO WS-APPLY-ERRORS
035000     END-EVALUATE.
035100 3200-APPLY-ONE-ENTRY-EXIT.
035200     EXIT.
035300*--------------------------------------------------------------*
035400* 3300-APPLY-MASTER-ENTRY - STUMAST ADD, CHANGE OR DELETE.      *
035500*--------------------------------------------------------------*
035600 3300-APPLY-MASTER-ENTRY.
035700     EVALUATE TRUE
035800         WHEN JRN-ADD
035900             ADD 1 TO FR-EXPECT-COUNT (WS-FILE-IDX)
036000             MOVE JRN-AFTER-IMAGE (1:186) TO MAST-RECORD
036100             WRITE MAST-RECORD
036200                 INVALID KEY
036300                     PERFORM 3900-REPORT-APPLY-ERROR
036400                         THRU 3900-REPORT-APPLY-ERROR-EXIT
036500                 NOT INVALID KEY
036600                     ADD 1 TO FR-APPLIED-COUNT (WS-FILE-IDX)
036700             END-WRITE
036800         WHEN JRN-CHANGE
036900             MOVE JRN-AFTER-IMAGE (1:186) TO MAST-RECORD
037000             REWRITE MAST-RECORD
037100                 INVALID KEY
037200                     PERFORM 3900-REPORT-APPLY-ERROR
037300                         THRU 3900-REPORT-APPLY-ERROR-EXIT
037400                 NOT INVALID KEY
037500                     ADD 1 TO FR-APPLIED-COUNT (WS-FILE-IDX)
037600             END-REWRITE
037700         WHEN JRN-DELETE
037800             SUBTRACT 1 FROM FR-EXPECT-COUNT (WS-FILE-IDX)
037900             MOVE JRN-RECORD-KEY (1:9) TO MAST-STUDENT-ID
038000             DELETE FR-MASTER-FILE RECORD
038100                 INVALID KEY
038200                     PERFORM 3900-REPORT-APPLY-ERROR
038300                         THRU 3900-REPORT-APPLY-ERROR-EXIT
038400                 NOT INVALID KEY
038500                     ADD 1 TO FR-APPLIED-COUNT (WS-FILE-IDX)
038600             END-DELETE
038700         WHEN OTHER
038800             PERFORM 3900-REPORT-APPLY-ERROR
038900                 THRU 3900-REPORT-APPLY-ERROR-EXIT
039000     END-EVALUATE.
039100 3300-APPLY-MASTER-ENTRY-EXIT.
039200     EXIT.
039300*--------------------------------------------------------------*
039400* 3400-APPLY-ACCOUNT-ENTRY - STUACCT IS APPEND-ONLY: AN ADD     *
039500* GOES ON THE END. A RELOAD MARKER, FROM A PROGRAM THAT REWROTE *
039600* THE WHOLE FILE, EMPTIES IT; THE RECORDS THAT PROGRAM WROTE    *
039700* BACK FOLLOW AS ADDS.                                          *
039800*--------------------------------------------------------------*
039900 3400-APPLY-ACCOUNT-ENTRY.
040000     EVALUATE TRUE
040100         WHEN JRN-ADD
040200             ADD 1 TO FR-EXPECT-COUNT (WS-FILE-IDX)
040300             MOVE JRN-AFTER-IMAGE (1:64) TO STU-ACCT-RECORD
040400             WRITE STU-ACCT-RECORD
040500             IF WS-ACCT-OK
040600                 ADD 1 TO FR-APPLIED-COUNT (WS-FILE-IDX)
040700             ELSE
040800                 PERFORM 3900-REPORT-APPLY-ERROR
040900                     THRU 3900-REPORT-APPLY-ERROR-EXIT
041000             END-IF
041100         WHEN JRN-RELOAD
041200             MOVE 0 TO FR-EXPECT-COUNT (WS-FILE-IDX)
041300             CLOSE FR-ACCT-FILE
041400             OPEN OUTPUT FR-ACCT-FILE
041500             ADD 1 TO FR-APPLIED-COUNT (WS-FILE-IDX)
041600         WHEN OTHER
041700             PERFORM 3900-REPORT-APPLY-ERROR
041800                 THRU 3900-REPORT-APPLY-ERROR-EXIT
041900     END-EVALUATE.
042000 3400-APPLY-ACCOUNT-ENTRY-EXIT.
042100     EXIT.
042200*--------------------------------------------------------------*
042300* 3500-APPLY-ENROLL-ENTRY - ENRLMAST ADD, CHANGE OR DELETE.     *
042400*--------------------------------------------------------------*
042500 3500-APPLY-ENROLL-ENTRY.
042600     EVALUATE TRUE
042700         WHEN JRN-ADD
042800             ADD 1 TO FR-EXPECT-COUNT (WS-FILE-IDX)
042900             MOVE JRN-AFTER-IMAGE (1:43) TO ENRL-RECORD
043000             WRITE ENRL-RECORD
043100                 INVALID KEY
043200                     PERFORM 3900-REPORT-APPLY-ERROR
043300                         THRU 3900-REPORT-APPLY-ERROR-EXIT
043400                 NOT INVALID KEY
043500                     ADD 1 TO FR-APPLIED-COUNT (WS-FILE-IDX)
043600             END-WRITE
043700         WHEN JRN-CHANGE
043800             MOVE JRN-AFTER-IMAGE (1:43) TO ENRL-RECORD
043900             REWRITE ENRL-RECORD
044000                 INVALID KEY
044100                     PERFORM 3900-REPORT-APPLY-ERROR
044200                         THRU 3900-REPORT-APPLY-ERROR-EXIT
044300                 NOT INVALID KEY
044400                     ADD 1 TO FR-APPLIED-COUNT (WS-FILE-IDX)
044500             END-REWRITE
044600         WHEN JRN-DELETE
044700             SUBTRACT 1 FROM FR-EXPECT-COUNT (WS-FILE-IDX)
044800             MOVE JRN-RECORD-KEY TO ENRL-KEY
044900             DELETE FR-ENROLL-FILE RECORD
045000                 INVALID KEY
045100                     PERFORM 3900-REPORT-APPLY-ERROR
045200                         THRU 3900-REPORT-APPLY-ERROR-EXIT
045300                 NOT INVALID KEY
045400                     ADD 1 TO FR-APPLIED-COUNT (WS-FILE-IDX)
045500             END-DELETE
045600         WHEN OTHER
045700             PERFORM 3900-REPORT-APPLY-ERROR
045800                 THRU 3900-REPORT-APPLY-ERROR-EXIT
045900     END-EVALUATE.
046000 3500-APPLY-ENROLL-ENTRY-EXIT.
046100     EXIT.
046200*--------------------------------------------------------------*
046300* 3900-REPORT-APPLY-ERROR - AN ENTRY THAT WOULD NOT APPLY: AN   *
046400* ADD WHOSE KEY IS ALREADY ON FILE, A CHANGE OR DELETE WHOSE    *
046500* KEY IS NOT, OR AN ACTION THE FILE DOES NOT TAKE.              *
046600*--------------------------------------------------------------*
046700 3900-REPORT-APPLY-ERROR.
046800     ADD 1 TO WS-APPLY-ERRORS.
046900     DISPLAY 'FWDRCVR: ENTRY ' WS-ENTRIES-READ ' ' JRN-FILE-ID
047000         ' ACTION ' JRN-ACTION ' KEY ' JRN-RECORD-KEY
047100         ' FROM ' JRN-PROGRAM-ID ' AT ' JRN-STAMP-DATE ' '
047200         JRN-STAMP-TIME ' WOULD NOT APPLY'.
047300 3900-REPORT-APPLY-ERROR-EXIT.
047400     EXIT.
047500*--------------------------------------------------------------*
047600* 5000-PROVE-COUNTS - EACH FILE RECOUNTED AND PROVED AGAINST    *
047700* ITS BACKUP COUNT PLUS THE JOURNAL'S ADDS LESS ITS DELETES.    *
047800*--------------------------------------------------------------*
047900 5000-PROVE-COUNTS.
048000     PERFORM 5100-COUNT-MASTER-FILE
048100         THRU 5100-COUNT-MASTER-FILE-EXIT.
048200     PERFORM 5200-COUNT-ACCOUNT-FILE
048300         THRU 5200-COUNT-ACCOUNT-FILE-EXIT.
048400     PERFORM 5300-COUNT-ENROLL-FILE
048500         THRU 5300-COUNT-ENROLL-FILE-EXIT.
048600     PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
048700             UNTIL WS-FILE-IDX > 3
048800         DISPLAY 'FWDRCVR: ' FR-FILE-NAME (WS-FILE-IDX)
048900             ' BACKUP ' FR-BACKUP-COUNT (WS-FILE-IDX)
049000             ' APPLIED ' FR-APPLIED-COUNT (WS-FILE-IDX)
049100             ' EXPECTED ' FR-EXPECT-COUNT (WS-FILE-IDX)
049200             ' ACTUAL ' FR-ACTUAL-COUNT (WS-FILE-IDX)
049300         IF FR-ACTUAL-COUNT (WS-FILE-IDX)
049400                 NOT = FR-EXPECT-COUNT (WS-FILE-IDX)
049500             DISPLAY 'FWDRCVR: ' FR-FILE-NAME (WS-FILE-IDX)
049600                 ' COUNT DOES NOT PROVE'
049700             SET WS-VERIFY-FAILED TO TRUE
049800         END-IF
049900     END-PERFORM.
050000 5000-PROVE-COUNTS-EXIT.
050100     EXIT.
050200*--------------------------------------------------------------*
050300* 5100-COUNT-MASTER-FILE - STUMAST, READ THROUGH IN KEY ORDER.  *
050400*--------------------------------------------------------------*
050500 5100-COUNT-MASTER-FILE.
050600     MOVE 0 TO WS-RECORD-COUNT.
050700     SET WS-NOT-AT-EOF TO TRUE.
050800     OPEN INPUT FR-MASTER-FILE.
050900     IF NOT WS-MASTER-OK
051000         SET WS-AT-EOF TO TRUE
051100     END-IF.
051200     PERFORM UNTIL WS-AT-EOF
051300         READ FR-MASTER-FILE NEXT RECORD
051400             AT END
051500                 SET WS-AT-EOF TO TRUE
051600             NOT AT END
051700                 ADD 1 TO WS-RECORD-COUNT
051800         END-READ
051900     END-PERFORM.
052000     IF WS-MASTER-OK OR WS-MASTER-STATUS = '10'
052100         CLOSE FR-MASTER-FILE
052200     END-IF.
052300     MOVE WS-RECORD-COUNT TO FR-ACTUAL-COUNT (1).
052400 5100-COUNT-MASTER-FILE-EXIT.
052500     EXIT.
052600*--------------------------------------------------------------*
052700* 5200-COUNT-ACCOUNT-FILE - STUACCT.                            *
052800*--------------------------------------------------------------*
052900 5200-COUNT-ACCOUNT-FILE.
053000     MOVE 0 TO WS-RECORD-COUNT.
053100     SET WS-NOT-AT-EOF TO TRUE.
053200     OPEN INPUT FR-ACCT-FILE.
053300     IF NOT WS-ACCT-OK
053400         SET WS-AT-EOF TO TRUE
053500     END-IF.
053600     PERFORM UNTIL WS-AT-EOF
053700         READ FR-ACCT-FILE
053800             AT END
053900                 SET WS-AT-EOF TO TRUE
054000             NOT AT END
054100                 ADD 1 TO WS-RECORD-COUNT
054200         END-READ
054300     END-PERFORM.
054400     IF WS-ACCT-OK OR WS-ACCT-STATUS = '10'
054500         CLOSE FR-ACCT-FILE
054600     END-IF.
054700     MOVE WS-RECORD-COUNT TO FR-ACTUAL-COUNT (2).
054800 5200-COUNT-ACCOUNT-FILE-EXIT.
054900     EXIT.
055000*--------------------------------------------------------------*
055100* 5300-COUNT-ENROLL-FILE - ENRLMAST, READ THROUGH IN KEY ORDER. *
055200*--------------------------------------------------------------*
055300 5300-COUNT-ENROLL-FILE.
055400     MOVE 0 TO WS-RECORD-COUNT.
055500     SET WS-NOT-AT-EOF TO TRUE.
055600     OPEN INPUT FR-ENROLL-FILE.
055700     IF NOT WS-ENROLL-OK
055800         SET WS-AT-EOF TO TRUE
055900     END-IF.
056000     PERFORM UNTIL WS-AT-EOF
056100         READ FR-ENROLL-FILE NEXT RECORD
056200             AT END
056300                 SET WS-AT-EOF TO TRUE
056400             NOT AT END
056500                 ADD 1 TO WS-RECORD-COUNT
056600         END-READ
056700     END-PERFORM.
056800     IF WS-ENROLL-OK OR WS-ENROLL-STATUS = '10'
056900         CLOSE FR-ENROLL-FILE
057000     END-IF.
057100     MOVE WS-RECORD-COUNT TO FR-ACTUAL-COUNT (3).
057200 5300-COUNT-ENROLL-FILE-EXIT.
057300     EXIT.
057400*--------------------------------------------------------------*
057500* 9999-EXIT                                                    *
057600*--------------------------------------------------------------*
057700 9999-EXIT.
057800     STOP RUN.
