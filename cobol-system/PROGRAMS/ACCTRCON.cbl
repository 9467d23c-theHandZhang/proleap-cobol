001600*                WITH ITS VARIANCE; A MISMATCH ALSO ALERTS ON   *
001700*                ALERTOUT SO THE BURSAR HEARS TONIGHT, NOT AT   *
001800*                THE NEXT STATEMENT RUN.                        *
001800* 10/15/26  DW   THE AGECTL AGING CONTROL RECORD ARAGING WRITES  *
001800*                IS PROVED BACK TO THE WHOLE STUACCT SUBLEDGER,  *
001800*                EVERY YEAR, ON A CATEGORY * LINE; A MISMATCH    *
001800*                ALERTS WITH THE CATEGORY MISMATCHES.            *
001800* 10/15/26  DW   STUACCT CATEGORY SUMS NOW ADD BACK THE SPONACCT *
001800*                SPONSOR RECEIVABLE SPONBILL MOVES COVERED       *
001800*                CHARGES TO, SO A SPONSORED CHARGE STILL TIES TO *
001800*                YTDLEDGR.                                       *
001800* 10/15/26  DW   STUBAL, THE NEW STUDENT BALANCE FILE EVERY    *
001800*                STUACCT WRITER POSTS THROUGH BALPOST, IS      *
001800*                PROVED BACK TO THE WHOLE SUBLEDGER, EVERY     *
001800*                YEAR: EACH CATEGORY BALANCE ON A STUBAL LINE, *
001800*                THE CURRENT BALANCE ON A STUBAL CATEGORY *    *
001800*                LINE. EVERY LINE NOW NAMES THE FILE IT PROVES *
001800*                TO. A STUBAL MISMATCH ALERTS WITH THE OTHERS, *
001800*                FLAGGED STUBAL - REBUILD IT WITH BALBLD       *
001800*                BEFORE IT IS TRUSTED AGAIN.                   *
001900*--------------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
003200     SELECT AR-ALERT-FILE ASSIGN TO ALERTOUT
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-ALERT-STATUS.
003410     SELECT AR-AGING-FILE ASSIGN TO AGECTL
003420         ORGANIZATION IS LINE SEQUENTIAL
003430         FILE STATUS IS WS-AGING-STATUS.
003440     SELECT AR-SPACCT-FILE ASSIGN TO SPONACCT
003450         ORGANIZATION IS LINE SEQUENTIAL
003460         FILE STATUS IS WS-SPACCT-STATUS.
003470     SELECT AR-BAL-FILE ASSIGN TO STUBAL
003470         ORGANIZATION IS INDEXED
003470         ACCESS MODE IS SEQUENTIAL
003470         RECORD KEY IS SBL-STUDENT-ID
003470         FILE STATUS IS WS-BAL-STATUS.
003500     SELECT SUITE-PARM-FILE ASSIGN TO SUITEPRM
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-SUITE-STATUS.
006500     05  ARR-VARIANCE            PIC -ZZZZZZZ9.99.
006600     05  FILLER                  PIC X(02).
006700     05  ARR-RESULT              PIC X(08).
006700     05  FILLER                  PIC X(02).
006700     05  ARR-PROVED-TO           PIC X(08).
006800 FD  AR-ALERT-FILE.
006900 COPY ALERTREC.
006910 FD  AR-AGING-FILE.
006920 COPY AGECTREC.
006930 FD  AR-SPACCT-FILE.
006940 COPY SPACTREC.
006950 FD  AR-BAL-FILE.
006960 COPY STUBLREC.
007000 FD  SUITE-PARM-FILE.
007100 01  SP-PARM-CARD                PIC X(11).
007200 FD  AR-CYCLENO-FILE.
008500     88  WS-REPORT-OK            VALUE '00'.
008600 01  WS-ALERT-STATUS             PIC X(02).
008700     88  WS-ALERT-OK             VALUE '00'.
008710 01  WS-AGING-STATUS             PIC X(02).
008720     88  WS-AGING-OK             VALUE '00'.
008723 01  WS-SPACCT-STATUS            PIC X(02).
008726     88  WS-SPACCT-OK            VALUE '00'.
008727 01  WS-BAL-STATUS               PIC X(02).
008728     88  WS-BAL-OK               VALUE '00'.
008730 01  WS-AGING-SWITCH             PIC X(01) VALUE 'N'.
008740     88  WS-AGING-PRESENT        VALUE 'Y'.
008750 01  WS-SUB-ALL-TOTAL            PIC S9(09)V99 VALUE 0.
008800 01  WS-EOF-SWITCH               PIC X(01).
008900     88  WS-AT-EOF               VALUE 'Y'.
009000     88  WS-NOT-AT-EOF           VALUE 'N'.
009300 01  WS-CAT-LETTERS              PIC X(05) VALUE 'ABCDE'.
009400 01  WS-VARIANCE                 PIC S9(08)V99 VALUE 0.
009500 01  WS-MISMATCH-COUNT           PIC 9(02) VALUE 0.
009500 01  WS-BAL-MISMATCH-COUNT       PIC 9(02) VALUE 0.
009500 01  WS-BAL-STUDENT-COUNT        PIC 9(08) COMP VALUE 0.
009510 01  WS-RUN-YEAR                 PIC 9(08) VALUE 0.
009600*--------------------------------------------------------------*
009700* WS-SUBLEDGER-TOTALS - THE FIVE CATEGORY SUMS OFF STUACCT.     *
009900 01  WS-SUBLEDGER-TOTALS.
010000     05  WS-SUB-CAT-TOTAL OCCURS 5 TIMES
010100                                 PIC S9(08)V99 VALUE 0.
010110*--------------------------------------------------------------*
010120* WS-ALL-YEARS-TOTALS - THE FIVE CATEGORY SUMS OFF STUACCT,     *
010130* EVERY YEAR, THAT THE STUBAL CATEGORY BALANCES PROVE TO.       *
010140*--------------------------------------------------------------*
010150 01  WS-ALL-YEARS-TOTALS.
010160     05  WS-ALL-CAT-TOTAL OCCURS 5 TIMES
010170                                 PIC S9(09)V99 VALUE 0.
010180*--------------------------------------------------------------*
010190* WS-BALANCE-FILE-TOTALS - STUBAL'S CURRENT AND CATEGORY        *
010191* BALANCES SUMMED OVER EVERY STUDENT.                           *
010192*--------------------------------------------------------------*
010193 01  WS-BALANCE-FILE-TOTALS.
010194     05  WS-BAL-CURRENT-TOTAL    PIC S9(09)V99 VALUE 0.
010195     05  WS-BAL-CAT-TOTAL OCCURS 5 TIMES
010196                                 PIC S9(09)V99 VALUE 0.
010200 COPY SUITEPRM.
010300 COPY CKPTPARM.
010400 COPY STEPPARM.
011300     PERFORM 0010-READ-SUITE-PARM THRU 0010-READ-SUITE-PARM-EXIT.
011400     PERFORM 1000-SUM-SUBLEDGER
011500         THRU 1000-SUM-SUBLEDGER-EXIT.
011510     PERFORM 1200-SUM-SPONSOR-ACCOUNTS
011520         THRU 1200-SUM-SPONSOR-ACCOUNTS-EXIT.
011530     PERFORM 1300-SUM-BALANCE-FILE
011540         THRU 1300-SUM-BALANCE-FILE-EXIT.
011600     PERFORM 2000-READ-YTD-LEDGER
011700         THRU 2000-READ-YTD-LEDGER-EXIT.
011710     PERFORM 2500-READ-AGING-CONTROL
011720         THRU 2500-READ-AGING-CONTROL-EXIT.
011800     PERFORM 3000-WRITE-TIE-OUT-REPORT
011900         THRU 3000-WRITE-TIE-OUT-REPORT-EXIT.
012000     PERFORM 0900-MARK-CHECKPOINT
018400* SIGNED AMOUNT INTO ITS CATEGORY SUM. ONLY CURRENT-YEAR        *
018410* POSTINGS COUNT - THE LEDGER LEG IS YTD-YEAR-TOTAL, SO A       *
018420* PRIOR-YEAR SUBLEDGER EVENT WOULD MISMATCH FOREVER AFTER THE   *
018430* YEAR-END ROLL. EVERY YEAR'S POSTINGS ALSO GO INTO THE ALL-    *
018440* YEARS TOTAL THE AGING PROVES TO, AND INTO THE ALL-YEARS      *
018445* CATEGORY SUMS STUBAL PROVES TO. A MISSING SUBLEDGER IS AN     *
018450* EMPTY ONE.                                                    *
018600*--------------------------------------------------------------*
018700 1000-SUM-SUBLEDGER.
018710     ACCEPT WS-RUN-YEAR FROM DATE YYYYMMDD.
019300     PERFORM 1100-READ-ONE-ACCT-RECORD
019400         THRU 1100-READ-ONE-ACCT-RECORD-EXIT.
019500     PERFORM UNTIL WS-AT-EOF
019510         IF SUB-AMOUNT NUMERIC
019520             AND SUB-STUDENT-ID NUMERIC
019530             ADD SUB-AMOUNT TO WS-SUB-ALL-TOTAL
019535             PERFORM 1050-ADD-ONE-ALL-YEARS-EVENT
019535                 THRU 1050-ADD-ONE-ALL-YEARS-EVENT-EXIT
019540         END-IF
019600         IF SUB-AMOUNT NUMERIC
019610             AND SUB-POST-DATE NUMERIC
019620             AND SUB-POST-DATE (1:4) = WS-RUN-YEAR (1:4)
021700     END-IF.
021800 1000-SUM-SUBLEDGER-EXIT.
021900     EXIT.
021900*--------------------------------------------------------------*
021900* 1050-ADD-ONE-ALL-YEARS-EVENT - ONE STUACCT AMOUNT, ANY YEAR, *
021900* INTO ITS CATEGORY'S ALL-YEARS SUM.                           *
021900*--------------------------------------------------------------*
021900 1050-ADD-ONE-ALL-YEARS-EVENT.
021900     PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
021900             UNTIL WS-CAT-SUB > 5
021900         IF WS-CAT-LETTERS (WS-CAT-SUB:1) = SUB-CATEGORY
021900             ADD SUB-AMOUNT TO WS-ALL-CAT-TOTAL (WS-CAT-SUB)
021900         END-IF
021900     END-PERFORM.
021900 1050-ADD-ONE-ALL-YEARS-EVENT-EXIT.
021900     EXIT.
022000*--------------------------------------------------------------*
022100* 1100-READ-ONE-ACCT-RECORD - A SINGLE READ OF STUACCT.         *
022200*--------------------------------------------------------------*
022600     END-READ.
022700 1100-READ-ONE-ACCT-RECORD-EXIT.
022800     EXIT.
022802*---------------------------------------------------------------*
022804* 1200-SUM-SPONSOR-ACCOUNTS - SPONBILL MOVES A COVERED CHARGE   *
022806* FROM THE STUDENT TO THE SPONSOR WITHOUT TOUCHING THE LEDGER,  *
022808* SO EACH CATEGORY ONLY TIES WHEN THE SPONACCT SPONSOR          *
022810* RECEIVABLE IS ADDED BACK, CURRENT-YEAR POSTINGS ONLY AS ABOVE.*
022812* A MISSING SPONACCT IS AN EMPTY ONE. THE AGING PROOF STAYS     *
022814* STUACCT ONLY - ARAGING AGES STUDENTS, NOT SPONSORS.           *
022816*---------------------------------------------------------------*
022818 1200-SUM-SPONSOR-ACCOUNTS.
022820     OPEN INPUT AR-SPACCT-FILE.
022822     IF NOT WS-SPACCT-OK
022824         GO TO 1200-SUM-SPONSOR-ACCOUNTS-EXIT
022826     END-IF.
022828     SET WS-NOT-AT-EOF TO TRUE.
022830     PERFORM UNTIL WS-AT-EOF
022832         READ AR-SPACCT-FILE
022834             AT END
022836                 SET WS-AT-EOF TO TRUE
022838             NOT AT END
022840                 IF SPR-AMOUNT NUMERIC
022842                     AND SPR-POST-DATE NUMERIC
022844                     AND SPR-POST-DATE (1:4) = WS-RUN-YEAR (1:4)
022846                     MOVE SPR-CATEGORY TO WS-CAT-LETTER
022848                     PERFORM 1250-ADD-ONE-SPONSOR-EVENT
022850                         THRU 1250-ADD-ONE-SPONSOR-EVENT-EXIT
022852                 END-IF
022854         END-READ
022856     END-PERFORM.
022858     CLOSE AR-SPACCT-FILE.
022860 1200-SUM-SPONSOR-ACCOUNTS-EXIT.
022862     EXIT.
022864*---------------------------------------------------------------*
022866* 1250-ADD-ONE-SPONSOR-EVENT - ONE SPONACCT AMOUNT INTO ITS     *
022868* CATEGORY SUM.                                                 *
022870*---------------------------------------------------------------*
022872 1250-ADD-ONE-SPONSOR-EVENT.
022874     PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
022876             UNTIL WS-CAT-SUB > 5
022878         IF WS-CAT-LETTERS (WS-CAT-SUB:1) = WS-CAT-LETTER
022880             ADD SPR-AMOUNT TO WS-SUB-CAT-TOTAL (WS-CAT-SUB)
022882         END-IF
022884     END-PERFORM.
022886 1250-ADD-ONE-SPONSOR-EVENT-EXIT.
022888     EXIT.
022888*--------------------------------------------------------------*
022888* 1300-SUM-BALANCE-FILE - ONE PASS OVER STUBAL, EVERY          *
022888* STUDENT'S CURRENT AND CATEGORY BALANCES INTO THE BALANCE-    *
022888* FILE TOTALS. A MISSING STUBAL IS AN EMPTY ONE, SO IT CANNOT  *
022888* PROVE TO A SUBLEDGER WITH ANYTHING ON IT.                    *
022888*--------------------------------------------------------------*
022888 1300-SUM-BALANCE-FILE.
022888     OPEN INPUT AR-BAL-FILE.
022888     IF NOT WS-BAL-OK
022888         GO TO 1300-SUM-BALANCE-FILE-EXIT
022888     END-IF.
022888     PERFORM UNTIL NOT WS-BAL-OK
022888         READ AR-BAL-FILE NEXT RECORD
022888             AT END
022888                 CONTINUE
022888             NOT AT END
022888                 ADD 1 TO WS-BAL-STUDENT-COUNT
022888                 ADD SBL-CURRENT-BALANCE TO WS-BAL-CURRENT-TOTAL
022888                 PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
022888                         UNTIL WS-CAT-SUB > 5
022888                     ADD SBL-CATEGORY-BALANCE (WS-CAT-SUB)
022888                         TO WS-BAL-CAT-TOTAL (WS-CAT-SUB)
022888                 END-PERFORM
022888         END-READ
022888     END-PERFORM.
022888     CLOSE AR-BAL-FILE.
022888     DISPLAY 'ACCTRCON: ' WS-BAL-STUDENT-COUNT
022888         ' STUDENTS ON STUBAL'.
022888 1300-SUM-BALANCE-FILE-EXIT.
022888     EXIT.
022900*--------------------------------------------------------------*
023000* 2000-READ-YTD-LEDGER - THE LEDGER LEG OF THE TIE-OUT. A       *
023100* MISSING LEDGER COMPARES AGAINST ZERO.                         *
024200     END-IF.
024300 2000-READ-YTD-LEDGER-EXIT.
024400     EXIT.
024405*--------------------------------------------------------------*
024410* 2500-READ-AGING-CONTROL - THE AGECTL TOTALS ARAGING AGED      *
024415* TONIGHT. NO CONTROL RECORD, NO AGING PROOF LINE.              *
024420*--------------------------------------------------------------*
024425 2500-READ-AGING-CONTROL.
024430     OPEN INPUT AR-AGING-FILE.
024435     IF WS-AGING-OK
024440         READ AR-AGING-FILE
024445             AT END
024450                 CONTINUE
024455         END-READ
024460         IF WS-AGING-OK
024465             AND AGC-NET-TOTAL NUMERIC
024470             SET WS-AGING-PRESENT TO TRUE
024475         END-IF
024480         CLOSE AR-AGING-FILE
024485     END-IF.
024490 2500-READ-AGING-CONTROL-EXIT.
024495     EXIT.
024500*--------------------------------------------------------------*
024600* 3000-WRITE-TIE-OUT-REPORT - ONE LINE PER CATEGORY, SUBLEDGER  *
024700* AGAINST LEDGER, WITH THE VARIANCE. ANY MISMATCH ALSO ALERTS.  *
025200         THRU 3100-TIE-OUT-ONE-CATEGORY-EXIT
025300         VARYING WS-CAT-SUB FROM 1 BY 1
025400         UNTIL WS-CAT-SUB > 5.
025410     IF WS-AGING-PRESENT
025420         PERFORM 3200-TIE-OUT-AGING
025430             THRU 3200-TIE-OUT-AGING-EXIT
025440     END-IF.
025450     PERFORM 3300-TIE-OUT-BALANCE-CATEGORY
025460         THRU 3300-TIE-OUT-BALANCE-CATEGORY-EXIT
025470         VARYING WS-CAT-SUB FROM 1 BY 1
025480         UNTIL WS-CAT-SUB > 5.
025490     PERFORM 3400-TIE-OUT-BALANCE-TOTAL
025495         THRU 3400-TIE-OUT-BALANCE-TOTAL-EXIT.
025500     CLOSE AR-REPORT-FILE.
025600     IF WS-MISMATCH-COUNT > 0
025700         PERFORM 3500-WRITE-MISMATCH-ALERT
027100     COMPUTE WS-VARIANCE = WS-SUB-CAT-TOTAL (WS-CAT-SUB)
027200         - YTD-YEAR-TOTAL (WS-CAT-SUB).
027300     MOVE WS-VARIANCE TO ARR-VARIANCE.
027300     MOVE 'YTDLEDGR' TO ARR-PROVED-TO.
027400     IF WS-VARIANCE = ZERO
027500         MOVE 'MATCH' TO ARR-RESULT
027600     ELSE
027900     END-IF.
028000     WRITE AR-REPORT-RECORD.
028100 3100-TIE-OUT-ONE-CATEGORY-EXIT.
028104     EXIT.
028108*--------------------------------------------------------------*
028112* 3200-TIE-OUT-AGING - THE AGING PROOF LINE, CATEGORY *: THE    *
028116* WHOLE SUBLEDGER, EVERY YEAR, AGAINST THE NET OF THE AGED      *
028120* BUCKETS AND UNAPPLIED CREDITS. A MISMATCH ALERTS LIKE ANY     *
028124* OTHER.                                                        *
028128*--------------------------------------------------------------*
028132 3200-TIE-OUT-AGING.
028136     MOVE SPACES TO AR-REPORT-RECORD.
028140     MOVE '*' TO ARR-CATEGORY.
028144     MOVE WS-SUB-ALL-TOTAL TO ARR-SUBLEDGER-TOTAL.
028148     MOVE AGC-NET-TOTAL TO ARR-LEDGER-TOTAL.
028152     COMPUTE WS-VARIANCE = WS-SUB-ALL-TOTAL - AGC-NET-TOTAL.
028156     MOVE WS-VARIANCE TO ARR-VARIANCE.
028158     MOVE 'AGECTL' TO ARR-PROVED-TO.
028160     IF WS-VARIANCE = ZERO
028164         MOVE 'MATCH' TO ARR-RESULT
028168     ELSE
028172         MOVE 'MISMATCH' TO ARR-RESULT
028176         ADD 1 TO WS-MISMATCH-COUNT
028180     END-IF.
028184     WRITE AR-REPORT-RECORD.
028188 3200-TIE-OUT-AGING-EXIT.
028200     EXIT.
028200*--------------------------------------------------------------*
028200* 3300-TIE-OUT-BALANCE-CATEGORY - ONE CATEGORY'S STUBAL PROOF  *
028200* LINE: THE CATEGORY'S SUBLEDGER SUM, EVERY YEAR, AGAINST THE  *
028200* CATEGORY BALANCES ON STUBAL. A MISMATCH ALERTS LIKE ANY      *
028200* OTHER AND IS COUNTED AGAINST STUBAL.                         *
028200*--------------------------------------------------------------*
028200 3300-TIE-OUT-BALANCE-CATEGORY.
028200     MOVE SPACES TO AR-REPORT-RECORD.
028200     MOVE WS-CAT-LETTERS (WS-CAT-SUB:1) TO ARR-CATEGORY.
028200     MOVE WS-ALL-CAT-TOTAL (WS-CAT-SUB) TO ARR-SUBLEDGER-TOTAL.
028200     MOVE WS-BAL-CAT-TOTAL (WS-CAT-SUB) TO ARR-LEDGER-TOTAL.
028200     COMPUTE WS-VARIANCE = WS-ALL-CAT-TOTAL (WS-CAT-SUB)
028200         - WS-BAL-CAT-TOTAL (WS-CAT-SUB).
028200     MOVE WS-VARIANCE TO ARR-VARIANCE.
028200     MOVE 'STUBAL' TO ARR-PROVED-TO.
028200     IF WS-VARIANCE = ZERO
028200         MOVE 'MATCH' TO ARR-RESULT
028200     ELSE
028200         MOVE 'MISMATCH' TO ARR-RESULT
028200         ADD 1 TO WS-MISMATCH-COUNT
028200         ADD 1 TO WS-BAL-MISMATCH-COUNT
028200     END-IF.
028200     WRITE AR-REPORT-RECORD.
028200 3300-TIE-OUT-BALANCE-CATEGORY-EXIT.
028200     EXIT.
028200*--------------------------------------------------------------*
028200* 3400-TIE-OUT-BALANCE-TOTAL - THE STUBAL TOTAL PROOF LINE,    *
028200* CATEGORY *: THE WHOLE SUBLEDGER, EVERY YEAR, AGAINST THE SUM *
028200* OF EVERY STUDENT'S CURRENT BALANCE ON STUBAL.                *
028200*--------------------------------------------------------------*
028200 3400-TIE-OUT-BALANCE-TOTAL.
028200     MOVE SPACES TO AR-REPORT-RECORD.
028200     MOVE '*' TO ARR-CATEGORY.
028200     MOVE WS-SUB-ALL-TOTAL TO ARR-SUBLEDGER-TOTAL.
028200     MOVE WS-BAL-CURRENT-TOTAL TO ARR-LEDGER-TOTAL.
028200     COMPUTE WS-VARIANCE = WS-SUB-ALL-TOTAL
028200         - WS-BAL-CURRENT-TOTAL.
028200     MOVE WS-VARIANCE TO ARR-VARIANCE.
028200     MOVE 'STUBAL' TO ARR-PROVED-TO.
028200     IF WS-VARIANCE = ZERO
028200         MOVE 'MATCH' TO ARR-RESULT
028200     ELSE
028200         MOVE 'MISMATCH' TO ARR-RESULT
028200         ADD 1 TO WS-MISMATCH-COUNT
028200         ADD 1 TO WS-BAL-MISMATCH-COUNT
028200     END-IF.
028200     WRITE AR-REPORT-RECORD.
028200 3400-TIE-OUT-BALANCE-TOTAL-EXIT.
028200     EXIT.
028300*--------------------------------------------------------------*
028400* 3500-WRITE-MISMATCH-ALERT - THE OUT-OF-TIE SUBLEDGER ON       *
030100     MOVE SPACES TO ALRT-DETAIL.
030200     MOVE WS-MISMATCH-COUNT TO ALRT-DETAIL (1:2).
030300     MOVE 'CATEGORIES' TO ALRT-DETAIL (4:10).
030300     IF WS-BAL-MISMATCH-COUNT > 0
030300         MOVE 'STUBAL' TO ALRT-DETAIL (15:6)
030300     END-IF.
030400     MOVE SP-CYCLE-NUMBER TO ALRT-CYCLE-NUMBER.
030500     MOVE ALRT-CATEGORY TO SV-CATEGORY.
030600     CALL 'ALRTSEV' USING SEV-PARM-BLOCK.
