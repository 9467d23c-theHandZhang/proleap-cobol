002213*                LOCK THAT FLIPS LOOKUP TO INQUIRY-ONLY FOR THE  *
002214*                NIGHT. THE CLOSE CLEARS THE BATCH LOCK SO THE   *
002215*                ONLINE DAY CAN UPDATE AGAIN.                    *
002215* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 145 BYTES FOR THE  *
002215*                ACADEMIC STANDING CODE AND ITS EFFECTIVE TERM,  *
002215*                STAMPED AT TERM END BY ACADSTND.                *
002215* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 153 BYTES FOR THE  *
002215*                DEGREE CONFERRAL DATE, STAMPED BY GRADCONF.     *
002215* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 170 BYTES FOR THE  *
002215*                DIRECTORY-INFORMATION CONFIDENTIALITY FLAG,     *
002215*                ITS DATE AND REQUESTING OPERATOR.               *
002215* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 186 BYTES FOR THE  *
002215*                DATE OF DEATH AND ITS VERIFICATION SOURCE.      *
002215* 10/15/26  DW   INTRADAY POSTING MINI-CYCLE FOR THE ADD/DROP  *
002215*                PEAK. RCPARM ACTION IOPEN REFUSES (RETURN     *
002215*                CODE 8) WHILE THE NIGHTLY CYCLE IS STILL OPEN *
002215*                OR ANY BATCH LOCK IS HELD, THEN NUMBERS THE   *
002215*                NEXT SUB-CYCLE UNDER THE LAST NIGHTLY CYCLE   *
002215*                ON RUNCTLF, COPIES SUITECAL TO THE INTRADAY   *
002215*                CALENDAR FOR CALADV TO ADVANCE, AND ADDS AN   *
002215*                INTRADAY BATCH LOCK TO SUITELOCK ALONGSIDE    *
002215*                THE LIVE LOOKUP SESSIONS. ACTION ICLOS COUNTS *
002215*                THE INTRADAY STEPTIME END MARKERS INTO THE    *
002215*                SUB-CYCLE CLOSE RECORD, RE-SEALS THE STATE    *
002215*                FILES UNDER THE LAST NIGHTLY CYCLE SO THE     *
002215*                INTRADAY POSTINGS DO NOT TRIP THE NEXT OPEN,  *
002215*                AND DROPS ONLY ITS OWN LOCK. THE NIGHTLY OPEN *
002215*                NOW ALSO REFUSES WHILE AN INTRADAY LOCK IS    *
002215*                HELD.                                         *
002216*--------------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
003515     SELECT RC-LOCK-FILE ASSIGN TO SUITELOCK
003516         ORGANIZATION IS LINE SEQUENTIAL
003517         FILE STATUS IS WS-LOCK-STATUS.
003518     SELECT RC-INTRA-CAL-FILE ASSIGN TO INTRACAL
003519         ORGANIZATION IS LINE SEQUENTIAL
003520         FILE STATUS IS WS-INTRA-CAL-STATUS.
003521     SELECT RC-STEPTIME-FILE ASSIGN TO STEPTIME
003522         ORGANIZATION IS LINE SEQUENTIAL
003523         FILE STATUS IS WS-STEPTIME-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  RC-PARM-FILE.
003900     05  RCP-ACTION              PIC X(05).
004000         88  RCP-OPEN-CYCLE      VALUE 'OPEN '.
004100         88  RCP-CLOSE-CYCLE     VALUE 'CLOSE'.
004110         88  RCP-OPEN-INTRADAY   VALUE 'IOPEN'.
004120         88  RCP-CLOSE-INTRADAY  VALUE 'ICLOS'.
004190 FD  RC-TERMCTL-FILE.
004191 01  TRM-RECORD.
004192     05  TRM-ACTIVE-TERM         PIC X(06).
004730     05  RCT-SEAL-FILE           PIC X(08).
004740     05  RCT-SEAL-COUNT          PIC 9(08).
004750     05  RCT-SEAL-HASH           PIC 9(10).
004760     05  RCT-SUB-CYCLE           PIC 9(03).
004800 FD  RC-CYCLENO-FILE.
004900 01  CYCLENO-CARD.
005000     05  CYC-CYCLE-NUMBER        PIC 9(06).
005093 FD  RC-SEAL-MASTER-FILE.
005094 01  SMA-RECORD.
005095     05  SMA-STUDENT-ID          PIC 9(09).
005096     05  FILLER                  PIC X(177).
005097 FD  RC-SEAL-POOL-FILE.
005098 01  SPO-RECORD.
005099     05  SPO-STUDENT-ID          PIC 9(09).
005118     05  LCK-RESOURCE            PIC X(08).
005119     05  LCK-DATE                PIC 9(08).
005120     05  LCK-TIME                PIC 9(08).
005121 FD  RC-INTRA-CAL-FILE.
005121 01  ICL-RECORD.
005121     05  ICL-BUSINESS-DATE       PIC 9(08).
005121     05  ICL-MONTH-END-FLAG      PIC X(01).
005121     05  ICL-YEAR-END-FLAG       PIC X(01).
005121 FD  RC-STEPTIME-FILE.
005121 01  STP-RECORD.
005121     05  STP-PROGRAM-ID          PIC X(08).
005121     05  STP-PHASE               PIC X(05).
005121     05  STP-STAMP-DATE          PIC 9(08).
005121     05  STP-STAMP-TIME          PIC 9(08).
005121 WORKING-STORAGE SECTION.
005200 01  WS-PARM-STATUS              PIC X(02).
005300     88  WS-PARM-OK              VALUE '00'.
006722 01  WS-HELD-LOCKS               PIC 9(03) VALUE 0.
006723 01  WS-HELD-BY                  PIC X(08) VALUE SPACES.
006724 01  WS-HELD-RESOURCE            PIC X(08) VALUE SPACES.
006724 01  WS-INTRA-CAL-STATUS         PIC X(02).
006724     88  WS-INTRA-CAL-OK         VALUE '00'.
006724 01  WS-STEPTIME-STATUS          PIC X(02).
006724     88  WS-STEPTIME-OK          VALUE '00'.
006724 01  WS-CYCLE-DONE-SWITCH        PIC X(01).
006724     88  WS-CYCLE-IS-DONE        VALUE 'Y'.
006724     88  WS-CYCLE-NOT-DONE       VALUE 'N'.
006724 01  WS-SUB-OPEN-SWITCH          PIC X(01).
006724     88  WS-SUB-IS-OPEN          VALUE 'Y'.
006724     88  WS-SUB-NOT-OPEN         VALUE 'N'.
006724 01  WS-LAST-SUB-CYCLE           PIC 9(03) VALUE 0.
006724 01  WS-THIS-SUB-CYCLE           PIC 9(03) VALUE 0.
006724 01  WS-SUB-OPEN-DATE            PIC 9(08) VALUE 0.
006724 01  WS-SUB-OPEN-TIME            PIC 9(08) VALUE 0.
006724 01  WS-BATCH-LOCKS              PIC 9(03) VALUE 0.
006724 01  WS-CAL-SEEDED-SWITCH        PIC X(01).
006724     88  WS-CAL-SEEDED           VALUE 'Y'.
006724     88  WS-CAL-NOT-SEEDED       VALUE 'N'.
006724 01  WS-LOCK-COUNT               PIC 9(03) COMP VALUE 0.
006724 01  WS-LOCK-SUB                 PIC 9(03) COMP VALUE 0.
006724 01  WS-LOCK-TABLE.
006724     05  WS-LOCK-ENTRY OCCURS 50 TIMES.
006724         10  LKT-TYPE            PIC X(01).
006724         10  LKT-HOLDER          PIC X(08).
006724         10  LKT-RESOURCE        PIC X(08).
006724         10  LKT-DATE            PIC 9(08).
006724         10  LKT-TIME            PIC 9(08).
006718 01  WS-CUR-COUNT                PIC 9(08) VALUE 0.
006719 01  WS-TALLY-HASH               PIC 9(10) VALUE 0.
006720 01  WS-HASH-PIECE               PIC 9(08).
007000         THRU 1000-READ-ACTION-PARM-EXIT.
007100     PERFORM 2000-FIND-LAST-CYCLE
007200         THRU 2000-FIND-LAST-CYCLE-EXIT.
007300     EVALUATE WS-ACTION
007310         WHEN 'CLOSE'
007400             PERFORM 4000-CLOSE-CYCLE
007500                 THRU 4000-CLOSE-CYCLE-EXIT
007510         WHEN 'IOPEN'
007520             PERFORM 5000-OPEN-INTRADAY
007530                 THRU 5000-OPEN-INTRADAY-EXIT
007540         WHEN 'ICLOS'
007550             PERFORM 6000-CLOSE-INTRADAY
007560                 THRU 6000-CLOSE-INTRADAY-EXIT
007600         WHEN OTHER
007700             PERFORM 3000-OPEN-CYCLE
007800                 THRU 3000-OPEN-CYCLE-EXIT
007900     END-EVALUATE.
008000     GO TO 9999-EXIT.
008010*--------------------------------------------------------------*
008011* 0010-READ-SUITE-PARM - READS THE SUITE-WIDE CONTROL CARD     *
008028 0010-READ-SUITE-PARM-EXIT.
008029     EXIT.
008100*--------------------------------------------------------------*
008200* 1000-READ-ACTION-PARM - OPEN OR CLOSE OFF THE RCPARM CARD     *
008300* (IOPEN/ICLOS FOR AN INTRADAY SUB-CYCLE). NO CARD MEANS OPEN,  *
008310* THE TOP-OF-CYCLE DEFAULT.                                     *
008400*--------------------------------------------------------------*
008500 1000-READ-ACTION-PARM.
008600     OPEN INPUT RC-PARM-FILE.
013400     END-READ.
013500 2100-READ-ONE-CONTROL-RECORD-EXIT.
013600     EXIT.
013600*--------------------------------------------------------------*
013600* 2200-SCAN-INTRADAY - THE NEWEST NIGHTLY CYCLE'S RUN-CONTROL  *
013600* HISTORY: WHETHER IT HAS CLOSED COMPLETE, THE HIGHEST         *
013600* INTRADAY SUB-CYCLE OPENED UNDER IT, AND WHETHER THAT SUB-    *
013600* CYCLE IS STILL OPEN (WITH ITS OPEN STAMP). RECORDS WRITTEN   *
013600* BEFORE SUB-CYCLES EXISTED CARRY NO SUB-CYCLE NUMBER.         *
013600*--------------------------------------------------------------*
013600 2200-SCAN-INTRADAY.
013600     SET WS-CYCLE-NOT-DONE TO TRUE.
013600     SET WS-SUB-NOT-OPEN TO TRUE.
013600     MOVE 0 TO WS-LAST-SUB-CYCLE.
013600     MOVE 0 TO WS-SUB-OPEN-DATE.
013600     MOVE 0 TO WS-SUB-OPEN-TIME.
013600     SET WS-NOT-AT-EOF TO TRUE.
013600     SET WS-CTL-FILE-NOT-OPEN TO TRUE.
013600     OPEN INPUT RC-CONTROL-FILE.
013600     IF NOT WS-CONTROL-OK
013600         SET WS-AT-EOF TO TRUE
013600     ELSE
013600         SET WS-CTL-FILE-IS-OPEN TO TRUE
013600     END-IF.
013600     PERFORM 2100-READ-ONE-CONTROL-RECORD
013600         THRU 2100-READ-ONE-CONTROL-RECORD-EXIT.
013600     PERFORM UNTIL WS-AT-EOF
013600         IF RCT-CYCLE-NUMBER NUMERIC
013600             AND RCT-CYCLE-NUMBER = WS-LAST-CYCLE
013600             EVALUATE RCT-STATUS
013600                 WHEN 'COMPLETE'
013600                     SET WS-CYCLE-IS-DONE TO TRUE
013600                 WHEN 'INTRAOPN'
013600                     IF RCT-SUB-CYCLE NUMERIC
013600                         MOVE RCT-SUB-CYCLE TO WS-LAST-SUB-CYCLE
013600                     END-IF
013600                     MOVE RCT-STAMP-DATE TO WS-SUB-OPEN-DATE
013600                     MOVE RCT-STAMP-TIME TO WS-SUB-OPEN-TIME
013600                     SET WS-SUB-IS-OPEN TO TRUE
013600                 WHEN 'INTRACMP'
013600                     SET WS-SUB-NOT-OPEN TO TRUE
013600             END-EVALUATE
013600         END-IF
013600         PERFORM 2100-READ-ONE-CONTROL-RECORD
013600             THRU 2100-READ-ONE-CONTROL-RECORD-EXIT
013600     END-PERFORM.
013600     IF WS-CTL-FILE-IS-OPEN
013600         CLOSE RC-CONTROL-FILE
013600     END-IF.
013600 2200-SCAN-INTRADAY-EXIT.
013600     EXIT.
013700*--------------------------------------------------------------*
013800* 3000-OPEN-CYCLE - THE NEXT CYCLE NUMBER GOES ON RUNCTLF AS    *
013900* OPEN AND OUT TO THE CYCLENO CARD FOR THE REST OF THE NIGHT.   *
016100     EXIT.
016001*--------------------------------------------------------------*
016002* 3050-CHECK-UPDATE-LOCKS - SCANS SUITELOCK FOR LOOKUP UPDATE   *
016003* LOCKS STILL HELD FROM THE ONLINE DAY, AND FOR AN INTRADAY     *
016004* SUB-CYCLE STILL POSTING. EACH ONE ALERTS; ANY AT ALL REFUSES  *
016005* THE OPEN SO BATCH NEVER REWRITES UNDER A LIVE TERMINAL        *
016005* SESSION OR A LIVE INTRADAY RUN. A MISSING LOCK FILE HOLDS NO  *
016005* LOCKS.                                                        *
016006*--------------------------------------------------------------*
016007 3050-CHECK-UPDATE-LOCKS.
016008     MOVE 0 TO WS-HELD-LOCKS.
016018         THRU 3060-READ-ONE-LOCK-EXIT.
016019     PERFORM UNTIL WS-AT-EOF
016020         IF LCK-UPDATE-LOCK
016020             OR (LCK-BATCH-LOCK AND LCK-RESOURCE = 'INTRADAY')
016021             ADD 1 TO WS-HELD-LOCKS
016022             MOVE LCK-HOLDER TO WS-HELD-BY
016023             MOVE LCK-RESOURCE TO WS-HELD-RESOURCE
018845     END-IF.
018846 4800-CLEAR-BATCH-LOCK-EXIT.
018847     EXIT.
018847*--------------------------------------------------------------*
018847* 5000-OPEN-INTRADAY - OPENS THE NEXT INTRADAY SUB-CYCLE UNDER *
018847* THE LAST NIGHTLY CYCLE. REFUSED (RETURN CODE 8) WHILE THAT   *
018847* CYCLE HAS NOT CLOSED, WHILE AN EARLIER SUB-CYCLE HAS NOT     *
018847* CLOSED, OR WHILE ANY BATCH LOCK IS HELD. LOOKUP UPDATE       *
018847* SESSIONS DO NOT STOP IT - THE LOCK IT ADDS TURNS THEM        *
018847* INQUIRY-ONLY FOR THE RUN. CYCLENO IS LEFT AS IT IS.          *
018847*--------------------------------------------------------------*
018847 5000-OPEN-INTRADAY.
018847     IF WS-LAST-CYCLE = 0
018847         DISPLAY 'RUNCTL: NO NIGHTLY CYCLE ON RECORD - INTRADAY '
018847             'RUN NOT OPENED'
018847         MOVE 8 TO RETURN-CODE
018847         GO TO 5000-OPEN-INTRADAY-EXIT
018847     END-IF.
018847     PERFORM 2200-SCAN-INTRADAY
018847         THRU 2200-SCAN-INTRADAY-EXIT.
018847     IF WS-CYCLE-NOT-DONE
018847         DISPLAY 'RUNCTL: CYCLE ' WS-LAST-CYCLE ' NOT COMPLETE - '
018847             'INTRADAY RUN NOT OPENED'
018847         MOVE 8 TO RETURN-CODE
018847         GO TO 5000-OPEN-INTRADAY-EXIT
018847     END-IF.
018847     IF WS-SUB-IS-OPEN
018847         DISPLAY 'RUNCTL: INTRADAY RUN ' WS-LAST-CYCLE '.'
018847             WS-LAST-SUB-CYCLE ' NEVER CLOSED - INTRADAY RUN NOT '
018847             'OPENED'
018847         MOVE 8 TO RETURN-CODE
018847         GO TO 5000-OPEN-INTRADAY-EXIT
018847     END-IF.
018847     PERFORM 5050-CHECK-BATCH-LOCKS
018847         THRU 5050-CHECK-BATCH-LOCKS-EXIT.
018847     IF WS-BATCH-LOCKS > 0
018847         DISPLAY 'RUNCTL: BATCH LOCK HELD BY ' WS-HELD-BY ' ON '
018847             WS-HELD-RESOURCE ' - INTRADAY RUN NOT OPENED'
018847         MOVE 8 TO RETURN-CODE
018847         GO TO 5000-OPEN-INTRADAY-EXIT
018847     END-IF.
018847     PERFORM 5100-SEED-INTRADAY-CALENDAR
018847         THRU 5100-SEED-INTRADAY-CALENDAR-EXIT.
018847     IF WS-CAL-NOT-SEEDED
018847         DISPLAY 'RUNCTL: SUITECAL UNREADABLE - STATUS '
018847             WS-CAL-STATUS ' - INTRADAY RUN NOT OPENED'
018847         MOVE 8 TO RETURN-CODE
018847         GO TO 5000-OPEN-INTRADAY-EXIT
018847     END-IF.
018847     COMPUTE WS-THIS-SUB-CYCLE = WS-LAST-SUB-CYCLE + 1.
018847     OPEN EXTEND RC-CONTROL-FILE.
018847     IF NOT WS-CONTROL-OK
018847         CLOSE RC-CONTROL-FILE
018847         OPEN OUTPUT RC-CONTROL-FILE
018847     END-IF.
018847     MOVE SPACES TO RCT-RECORD.
018847     MOVE WS-LAST-CYCLE TO RCT-CYCLE-NUMBER.
018847     MOVE 'INTRAOPN' TO RCT-STATUS.
018847     ACCEPT RCT-STAMP-DATE FROM DATE YYYYMMDD.
018847     ACCEPT RCT-STAMP-TIME FROM TIME.
018847     MOVE ZERO TO RCT-STEPS-DONE.
018847     MOVE WS-THIS-SUB-CYCLE TO RCT-SUB-CYCLE.
018847     WRITE RCT-RECORD.
018847     CLOSE RC-CONTROL-FILE.
018847     PERFORM 5200-ADD-INTRADAY-LOCK
018847         THRU 5200-ADD-INTRADAY-LOCK-EXIT.
018847     DISPLAY 'RUNCTL: INTRADAY RUN ' WS-LAST-CYCLE '.'
018847         WS-THIS-SUB-CYCLE ' OPEN'.
018847 5000-OPEN-INTRADAY-EXIT.
018847     EXIT.
018847*--------------------------------------------------------------*
018847* 5050-CHECK-BATCH-LOCKS - SCANS SUITELOCK FOR ANY BATCH LOCK  *
018847* - THE NIGHTLY WINDOW OR ANOTHER INTRADAY RUN. UPDATE LOCKS   *
018847* ARE THE ONLINE DAY AND ARE LEFT ALONE.                       *
018847*--------------------------------------------------------------*
018847 5050-CHECK-BATCH-LOCKS.
018847     MOVE 0 TO WS-BATCH-LOCKS.
018847     SET WS-NOT-AT-EOF TO TRUE.
018847     SET WS-LOCK-FILE-NOT-OPEN TO TRUE.
018847     OPEN INPUT RC-LOCK-FILE.
018847     IF NOT WS-LOCK-OK
018847         SET WS-AT-EOF TO TRUE
018847     ELSE
018847         SET WS-LOCK-FILE-IS-OPEN TO TRUE
018847     END-IF.
018847     PERFORM 3060-READ-ONE-LOCK
018847         THRU 3060-READ-ONE-LOCK-EXIT.
018847     PERFORM UNTIL WS-AT-EOF
018847         IF LCK-BATCH-LOCK
018847             ADD 1 TO WS-BATCH-LOCKS
018847             MOVE LCK-HOLDER TO WS-HELD-BY
018847             MOVE LCK-RESOURCE TO WS-HELD-RESOURCE
018847         END-IF
018847         PERFORM 3060-READ-ONE-LOCK
018847             THRU 3060-READ-ONE-LOCK-EXIT
018847     END-PERFORM.
018847     IF WS-LOCK-FILE-IS-OPEN
018847         CLOSE RC-LOCK-FILE
018847     END-IF.
018847 5050-CHECK-BATCH-LOCKS-EXIT.
018847     EXIT.
018847*--------------------------------------------------------------*
018847* 5100-SEED-INTRADAY-CALENDAR - SUITECAL STILL HOLDS LAST      *
018847* NIGHT'S BUSINESS DATE. IT IS COPIED TO THE INTRADAY          *
018847* CALENDAR, WHICH THE NEXT STEP'S CALADV ADVANCES TO THE       *
018847* BUSINESS DATE TONIGHT'S CYCLE WILL CLOSE, SO INTRADAY        *
018847* POSTINGS CARRY THE SAME DATE THE NIGHTLY WOULD HAVE GIVEN    *
018847* THEM.                                                        *
018847*--------------------------------------------------------------*
018847 5100-SEED-INTRADAY-CALENDAR.
018847     SET WS-CAL-NOT-SEEDED TO TRUE.
018847     OPEN INPUT RC-CAL-FILE.
018847     IF NOT WS-CAL-OK
018847         GO TO 5100-SEED-INTRADAY-CALENDAR-EXIT
018847     END-IF.
018847     READ RC-CAL-FILE
018847         AT END
018847             CONTINUE
018847     END-READ.
018847     IF WS-CAL-OK
018847         AND CAL-BUSINESS-DATE NUMERIC
018847         AND CAL-BUSINESS-DATE > 0
018847         MOVE CAL-RECORD TO ICL-RECORD
018847         SET WS-CAL-SEEDED TO TRUE
018847     END-IF.
018847     CLOSE RC-CAL-FILE.
018847     IF WS-CAL-NOT-SEEDED
018847         GO TO 5100-SEED-INTRADAY-CALENDAR-EXIT
018847     END-IF.
018847     OPEN OUTPUT RC-INTRA-CAL-FILE.
018847     IF NOT WS-INTRA-CAL-OK
018847         SET WS-CAL-NOT-SEEDED TO TRUE
018847         GO TO 5100-SEED-INTRADAY-CALENDAR-EXIT
018847     END-IF.
018847     WRITE ICL-RECORD.
018847     CLOSE RC-INTRA-CAL-FILE.
018847 5100-SEED-INTRADAY-CALENDAR-EXIT.
018847     EXIT.
018847*--------------------------------------------------------------*
018847* 5200-ADD-INTRADAY-LOCK - THE INTRADAY BATCH LOCK GOES ON THE *
018847* END OF SUITELOCK; THE LOOKUP SESSION LOCKS ALREADY THERE     *
018847* STAY. LOOKUP SEES IT AT SIGN-ON AND ON EVERY UPDATE CHOICE   *
018847* AND STAYS INQUIRY-ONLY UNTIL THE INTRADAY CLOSE DROPS IT.    *
018847*--------------------------------------------------------------*
018847 5200-ADD-INTRADAY-LOCK.
018847     OPEN EXTEND RC-LOCK-FILE.
018847     IF NOT WS-LOCK-OK
018847         CLOSE RC-LOCK-FILE
018847         OPEN OUTPUT RC-LOCK-FILE
018847     END-IF.
018847     IF NOT WS-LOCK-OK
018847         DISPLAY 'RUNCTL: SUITELOCK NOT WRITABLE - STATUS '
018847             WS-LOCK-STATUS
018847         GO TO 5200-ADD-INTRADAY-LOCK-EXIT
018847     END-IF.
018847     MOVE SPACES TO LCK-RECORD.
018847     MOVE 'B' TO LCK-TYPE.
018847     MOVE 'RUNCTL  ' TO LCK-HOLDER.
018847     MOVE 'INTRADAY' TO LCK-RESOURCE.
018847     ACCEPT LCK-DATE FROM DATE YYYYMMDD.
018847     ACCEPT LCK-TIME FROM TIME.
018847     WRITE LCK-RECORD.
018847     CLOSE RC-LOCK-FILE.
018847 5200-ADD-INTRADAY-LOCK-EXIT.
018847     EXIT.
018847*--------------------------------------------------------------*
018847* 6000-CLOSE-INTRADAY - CLOSES THE OPEN INTRADAY SUB-CYCLE:    *
018847* THE STEPS THAT LOGGED AN END STAMP SINCE ITS OPEN GO ON THE  *
018847* CLOSE RECORD, THE STATE FILES ARE RE-SEALED UNDER THE LAST   *
018847* NIGHTLY CYCLE (THE INTRADAY POSTINGS ARE LEGITIMATE CHANGES, *
018847* SO THE NEXT NIGHTLY OPEN MUST VERIFY AGAINST THE POSTED      *
018847* STATE) AND THE INTRADAY LOCK IS DROPPED. RUNS WHETHER OR NOT *
018847* THE POSTING STEPS SUCCEEDED, SO THE ONLINE DAY IS NEVER LEFT *
018847* LOCKED OUT.                                                  *
018847*--------------------------------------------------------------*
018847 6000-CLOSE-INTRADAY.
018847     IF WS-LAST-CYCLE = 0
018847         DISPLAY 'RUNCTL: NO INTRADAY RUN OPEN TO CLOSE'
018847         GO TO 6000-CLOSE-INTRADAY-EXIT
018847     END-IF.
018847     PERFORM 2200-SCAN-INTRADAY
018847         THRU 2200-SCAN-INTRADAY-EXIT.
018847     IF WS-SUB-NOT-OPEN
018847         DISPLAY 'RUNCTL: NO INTRADAY RUN OPEN TO CLOSE'
018847         GO TO 6000-CLOSE-INTRADAY-EXIT
018847     END-IF.
018847     PERFORM 6100-COUNT-INTRADAY-STEPS
018847         THRU 6100-COUNT-INTRADAY-STEPS-EXIT.
018847     OPEN EXTEND RC-CONTROL-FILE.
018847     IF NOT WS-CONTROL-OK
018847         CLOSE RC-CONTROL-FILE
018847         OPEN OUTPUT RC-CONTROL-FILE
018847     END-IF.
018847     MOVE SPACES TO RCT-RECORD.
018847     MOVE WS-LAST-CYCLE TO RCT-CYCLE-NUMBER.
018847     MOVE 'INTRACMP' TO RCT-STATUS.
018847     ACCEPT RCT-STAMP-DATE FROM DATE YYYYMMDD.
018847     ACCEPT RCT-STAMP-TIME FROM TIME.
018847     MOVE WS-STEPS-DONE TO RCT-STEPS-DONE.
018847     MOVE WS-LAST-SUB-CYCLE TO RCT-SUB-CYCLE.
018847     WRITE RCT-RECORD.
018847     PERFORM 4700-WRITE-SEALS
018847         THRU 4700-WRITE-SEALS-EXIT.
018847     CLOSE RC-CONTROL-FILE.
018847     PERFORM 6200-DROP-INTRADAY-LOCK
018847         THRU 6200-DROP-INTRADAY-LOCK-EXIT.
018847     DISPLAY 'RUNCTL: INTRADAY RUN ' WS-LAST-CYCLE '.'
018847         WS-LAST-SUB-CYCLE ' COMPLETE - ' WS-STEPS-DONE
018847         ' STEPS ENDED'.
018847 6000-CLOSE-INTRADAY-EXIT.
018847     EXIT.
018847*--------------------------------------------------------------*
018847* 6100-COUNT-INTRADAY-STEPS - THE END STAMPS ON THE INTRADAY   *
018847* STEPTIME FILE AT OR AFTER THE SUB-CYCLE'S OPEN STAMP, ONE    *
018847* PER POSTING STEP THAT RAN TO ITS END.                        *
018847*--------------------------------------------------------------*
018847 6100-COUNT-INTRADAY-STEPS.
018847     MOVE 0 TO WS-STEPS-DONE.
018847     SET WS-NOT-AT-EOF TO TRUE.
018847     OPEN INPUT RC-STEPTIME-FILE.
018847     IF NOT WS-STEPTIME-OK
018847         GO TO 6100-COUNT-INTRADAY-STEPS-EXIT
018847     END-IF.
018847     PERFORM UNTIL WS-AT-EOF
018847         READ RC-STEPTIME-FILE
018847             AT END
018847                 SET WS-AT-EOF TO TRUE
018847             NOT AT END
018847                 IF STP-PHASE = 'END  '
018847                     AND STP-STAMP-DATE NUMERIC
018847                     AND STP-STAMP-TIME NUMERIC
018847                     AND (STP-STAMP-DATE > WS-SUB-OPEN-DATE
018847                      OR (STP-STAMP-DATE = WS-SUB-OPEN-DATE
018847                      AND STP-STAMP-TIME NOT < WS-SUB-OPEN-TIME))
018847                     ADD 1 TO WS-STEPS-DONE
018847                 END-IF
018847         END-READ
018847     END-PERFORM.
018847     CLOSE RC-STEPTIME-FILE.
018847 6100-COUNT-INTRADAY-STEPS-EXIT.
018847     EXIT.
018847*--------------------------------------------------------------*
018847* 6200-DROP-INTRADAY-LOCK - SUITELOCK IS LOADED, AND WRITTEN   *
018847* BACK WITHOUT THE INTRADAY BATCH LOCK. THE LOOKUP SESSION     *
018847* LOCKS TAKEN DURING THE RUN ARE KEPT.                         *
018847*--------------------------------------------------------------*
018847 6200-DROP-INTRADAY-LOCK.
018847     MOVE 0 TO WS-LOCK-COUNT.
018847     SET WS-NOT-AT-EOF TO TRUE.
018847     OPEN INPUT RC-LOCK-FILE.
018847     IF NOT WS-LOCK-OK
018847         GO TO 6200-DROP-INTRADAY-LOCK-EXIT
018847     END-IF.
018847     PERFORM 3060-READ-ONE-LOCK
018847         THRU 3060-READ-ONE-LOCK-EXIT.
018847     PERFORM UNTIL WS-AT-EOF
018847         IF NOT (LCK-BATCH-LOCK AND LCK-RESOURCE = 'INTRADAY')
018847             AND WS-LOCK-COUNT < 50
018847             ADD 1 TO WS-LOCK-COUNT
018847             MOVE LCK-TYPE TO LKT-TYPE (WS-LOCK-COUNT)
018847             MOVE LCK-HOLDER TO LKT-HOLDER (WS-LOCK-COUNT)
018847             MOVE LCK-RESOURCE TO LKT-RESOURCE (WS-LOCK-COUNT)
018847             MOVE LCK-DATE TO LKT-DATE (WS-LOCK-COUNT)
018847             MOVE LCK-TIME TO LKT-TIME (WS-LOCK-COUNT)
018847         END-IF
018847         PERFORM 3060-READ-ONE-LOCK
018847             THRU 3060-READ-ONE-LOCK-EXIT
018847     END-PERFORM.
018847     CLOSE RC-LOCK-FILE.
018847     OPEN OUTPUT RC-LOCK-FILE.
018847     IF NOT WS-LOCK-OK
018847         DISPLAY 'RUNCTL: SUITELOCK NOT WRITABLE - STATUS '
018847             WS-LOCK-STATUS
018847         GO TO 6200-DROP-INTRADAY-LOCK-EXIT
018847     END-IF.
018847     PERFORM VARYING WS-LOCK-SUB FROM 1 BY 1
018847         UNTIL WS-LOCK-SUB > WS-LOCK-COUNT
018847         MOVE SPACES TO LCK-RECORD
018847         MOVE LKT-TYPE (WS-LOCK-SUB) TO LCK-TYPE
018847         MOVE LKT-HOLDER (WS-LOCK-SUB) TO LCK-HOLDER
018847         MOVE LKT-RESOURCE (WS-LOCK-SUB) TO LCK-RESOURCE
018847         MOVE LKT-DATE (WS-LOCK-SUB) TO LCK-DATE
018847         MOVE LKT-TIME (WS-LOCK-SUB) TO LCK-TIME
018847         WRITE LCK-RECORD
018847     END-PERFORM.
018847     CLOSE RC-LOCK-FILE.
018847 6200-DROP-INTRADAY-LOCK-EXIT.
018847     EXIT.
018837*--------------------------------------------------------------*
018838* 7000-SET-SEAL-NAMES - THE FIXED ROSTER OF PERSISTENT STATE    *
018839* FILES UNDER SEAL, IN TABLE ORDER.                             *
