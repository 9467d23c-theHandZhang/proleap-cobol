002498*                THE AUDCHAIN STATE FILE IS LEFT MATCHING THE    *
002499*                REWRITTEN TAIL, SO THE NIGHTLY VERIFIER         *
002501*                STILL PROVES THE FILE END TO END.               *
002501* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 145 BYTES FOR THE  *
002501*                ACADEMIC STANDING CODE AND ITS EFFECTIVE TERM,  *
002501*                STAMPED AT TERM END BY ACADSTND.                *
002501* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 153 BYTES FOR THE  *
002501*                DEGREE CONFERRAL DATE, STAMPED BY GRADCONF.     *
002501* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 170 BYTES FOR THE  *
002501*                DIRECTORY-INFORMATION CONFIDENTIALITY FLAG,     *
002501*                ITS DATE AND REQUESTING OPERATOR.               *
002501* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 186 BYTES FOR THE  *
002501*                DATE OF DEATH AND ITS VERIFICATION SOURCE.      *
002501* 10/15/26  DW   EACH STUMAST RE-KEY (DELETE OF THE OLD ID,    *
002501*                WRITE UNDER THE NEW) IS NOW ALSO WRITTEN TO   *
002501*                THE RCVJRNL FORWARD-RECOVERY JOURNAL THROUGH  *
002501*                JRNLLOG.                                      *
002501* 10/15/26  DW   CONDRES IS NOW INDEXED BY STUDENT AND TERM.   *
002501*                ITS LEG OF THE SWEEP FOLLOWS THE STUMAST RE-  *
002501*                KEY: PASS ONE STAGES EACH DECISION WHOSE ID   *
002501*                IS CORRECTED, PASS TWO DELETES THE OLD KEY    *
002501*                AND WRITES THE DECISION UNDER THE NEW ONE. A  *
002501*                DECISION ALREADY ON FILE FOR THE NEW ID AND   *
002501*                THE SAME TERM IS A CLASH - BOTH ARE LEFT IN   *
002501*                PLACE AND THE CLASH IS DISPLAYED.             *
002500*--------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
004350         ORGANIZATION IS LINE SEQUENTIAL
004360         FILE STATUS IS WS-CONDEXC-STATUS.
004370     SELECT SWP-CONDRES-FILE ASSIGN TO CONDRES
004380         ORGANIZATION IS INDEXED
004381         ACCESS MODE IS DYNAMIC
004382         RECORD KEY IS RES-KEY
004390         FILE STATUS IS WS-CONDRES-STATUS.
004391     SELECT SWP-AWARD-FILE ASSIGN TO EVALAWRD
004392         ORGANIZATION IS LINE SEQUENTIAL
006400     05  CPQ-REVIEW-DATE         PIC 9(08).
006500     05  CPQ-REASON              PIC X(20).
006600 FD  SWP-WORK-FILE.
006700 01  SWP-WORK-RECORD             PIC X(196).
006701 FD  SWP-HWM-FILE.
006702 01  HWM-RECORD.
006703     05  HWM-AUDIT-POSITION      PIC 9(09).
006800     05  EXC-PASS-COUNT          PIC 9(02).
006800     05  EXC-TERM                PIC X(06).
006801 FD  SWP-CONDRES-FILE.
006802 COPY CONDRREC.
006806 FD  SWP-AWARD-FILE.
006807 01  AWARD-RECORD.
006808     05  AWD-STUDENT-ID          PIC 9(09).
006822     05  STM-ZIP                 PIC X(05).
006822     05  STM-WITHDRAW-DATE       PIC 9(08).
006822     05  STM-DOB                 PIC 9(08).
006822     05  STM-STANDING-CODE       PIC X(01).
006822     05  STM-STANDING-TERM       PIC X(06).
006822     05  STM-CONFER-DATE         PIC 9(08).
006822     05  STM-CONFID-FLAG         PIC X(01).
006822     05  STM-CONFID-DATE         PIC 9(08).
006822     05  STM-CONFID-OPER         PIC X(08).
006822     05  STM-DEATH-DATE          PIC 9(08).
006822     05  STM-DEATH-SOURCE        PIC X(08).
006800 FD  SWP-REPORT-FILE.
006900 01  SWP-REPORT-RECORD.
007000     05  SWR-FILE-NAME           PIC X(10).
010370     05  WS-MWK-OLD-ID           PIC 9(09).
010380     05  WS-MWK-NEW-RECORD.
010390         10  WS-MWK-NEW-ID       PIC 9(09).
010391         10  WS-MWK-NEW-REST     PIC X(177).
010392*--------------------------------------------------------------*
010393* WS-RESULT-WORK - ONE CONDRES RE-KEY STAGED ON SWEEPWRK: THE   *
010394* OLD STUDENT ID (THE TERM HALF OF THE KEY NEVER CHANGES) AND   *
010395* THE DECISION IMAGE ALREADY CARRYING THE CORRECTED ID.         *
010396*--------------------------------------------------------------*
010397 01  WS-RESULT-WORK.
010398     05  WS-RWK-OLD-ID           PIC 9(09).
010399     05  WS-RWK-NEW-RECORD.
010399         10  WS-RWK-NEW-ID       PIC 9(09).
010399         10  WS-RWK-NEW-TERM     PIC X(06).
010399         10  WS-RWK-NEW-REST     PIC X(95).
010400*--------------------------------------------------------------*
010500* SWP-PAIR-TABLE - THE CORROLD/CORRNEW PAIRS WRITTEN TO         *
010600* UTLAUDIT SINCE THE LAST SWEEP, OLDEST FIRST. MAPPING APPLIES  *
011100     03  SWP-PAIR-ENTRY OCCURS 200 TIMES.
011200         05  SWP-OLD-ID          PIC 9(09).
011300         05  SWP-NEW-ID          PIC 9(09).
011300 COPY JRNLPARM.
011400 PROCEDURE DIVISION.
011500 0000-MAINLINE.
011510     PERFORM 0900-READ-HIGH-WATER-MARK
037223 5500-COPY-WORK-BACK-TO-EXC-EXIT.
037224     EXIT.
037225*--------------------------------------------------------------*
037226* 6000-SWEEP-CONDRES-FILE - PASS ONE WALKS CONDRES AND STAGES *
037227* EACH DECISION WHOSE STUDENT ID IS CORRECTED ON SWEEPWRK AS    *
037227* AN OLD ID AND A RE-KEYED IMAGE; PASS TWO (6500) APPLIES THEM. *
037228*--------------------------------------------------------------*
037229 6000-SWEEP-CONDRES-FILE.
037230     MOVE ZERO TO WS-RECORDS-READ WS-RECORDS-CHANGED.
037245         PERFORM 1500-MAP-ONE-ID
037246             THRU 1500-MAP-ONE-ID-EXIT
037247         IF WS-MAP-CHANGED
037248             ADD 1 TO WS-RECORDS-CHANGED
037249             MOVE RES-STUDENT-ID TO WS-RWK-OLD-ID
037250             MOVE RES-RECORD TO WS-RWK-NEW-RECORD
037251             MOVE WS-MAP-RESULT-ID TO WS-RWK-NEW-ID
037252             MOVE SPACES TO SWP-WORK-RECORD
037252             MOVE WS-RESULT-WORK TO SWP-WORK-RECORD (1:119)
037253             WRITE SWP-WORK-RECORD
037253         END-IF
037254         PERFORM 6100-READ-ONE-RES-RECORD
037255             THRU 6100-READ-ONE-RES-RECORD-EXIT
037256     END-PERFORM.
037257     IF WS-FILE-IS-OPEN
037258         CLOSE SWP-CONDRES-FILE
037259         CLOSE SWP-WORK-FILE
037260         PERFORM 6500-REKEY-RES-RECORDS
037261             THRU 6500-REKEY-RES-RECORDS-EXIT
037262     END-IF.
037263     MOVE SPACES TO SWP-REPORT-RECORD.
037264     MOVE 'CONDRES' TO SWR-FILE-NAME.
037268 6000-SWEEP-CONDRES-FILE-EXIT.
037269     EXIT.
037270*--------------------------------------------------------------*
037271* 6100-READ-ONE-RES-RECORD - A SINGLE SEQUENTIAL READ OF      *
037271* CONDRES.                                                      *
037272*--------------------------------------------------------------*
037273 6100-READ-ONE-RES-RECORD.
037274     READ SWP-CONDRES-FILE NEXT RECORD
037275         AT END SET WS-AT-EOF TO TRUE
037276     END-READ.
037277 6100-READ-ONE-RES-RECORD-EXIT.
037278     EXIT.
037279*--------------------------------------------------------------*
037280* 6500-REKEY-RES-RECORDS - PASS TWO FOR CONDRES: EACH STAGED   *
037280* RE-KEY IS A DELETE OF THE OLD STUDENT AND TERM AND A WRITE    *
037280* OF THE DECISION UNDER THE CORRECTED ID. A DECISION ALREADY ON *
037280* FILE FOR THE NEW ID AND THE SAME TERM IS A CONFLICT - BOTH    *
037280* ARE LEFT IN PLACE AND THE CLASH IS REPORTED, AS FOR STUMAST.  *
037281*--------------------------------------------------------------*
037282 6500-REKEY-RES-RECORDS.
037283     SET WS-NOT-AT-EOF TO TRUE.
037284     OPEN INPUT SWP-WORK-FILE.
037285     OPEN I-O SWP-CONDRES-FILE.
037286     PERFORM 2600-READ-ONE-WORK-RECORD
037287         THRU 2600-READ-ONE-WORK-RECORD-EXIT.
037288     PERFORM 6600-REKEY-ONE-RESULT
037289         THRU 6600-REKEY-ONE-RESULT-EXIT
037290         UNTIL WS-AT-EOF.
037294     CLOSE SWP-WORK-FILE.
037295     CLOSE SWP-CONDRES-FILE.
037296 6500-REKEY-RES-RECORDS-EXIT.
037297     EXIT.
037297*--------------------------------------------------------------*
037297* 6600-REKEY-ONE-RESULT - ONE STAGED CONDRES RE-KEY, GUARDED    *
037297* AGAINST A NEW KEY THAT IS ALREADY ON FILE.                    *
037297*--------------------------------------------------------------*
037297 6600-REKEY-ONE-RESULT.
037297     MOVE SWP-WORK-RECORD (1:119) TO WS-RESULT-WORK.
037297     MOVE WS-RWK-NEW-ID TO RES-STUDENT-ID.
037297     MOVE WS-RWK-NEW-TERM TO RES-TERM.
037297     READ SWP-CONDRES-FILE
037297         INVALID KEY
037297             MOVE WS-RWK-OLD-ID TO RES-STUDENT-ID
037297             DELETE SWP-CONDRES-FILE RECORD
037297                 INVALID KEY CONTINUE
037297             END-DELETE
037297             MOVE WS-RWK-NEW-RECORD TO RES-RECORD
037297             WRITE RES-RECORD
037297                 INVALID KEY CONTINUE
037297             END-WRITE
037297         NOT INVALID KEY
037297             DISPLAY 'CORRSWP: CONDRES KEY CLASH - ID '
037297                 WS-RWK-NEW-ID ' TERM ' WS-RWK-NEW-TERM
037297                 ' ALREADY DECIDED, OLD ID ' WS-RWK-OLD-ID
037297                 ' LEFT IN PLACE'
037297     END-READ.
037297     PERFORM 2600-READ-ONE-WORK-RECORD
037297         THRU 2600-READ-ONE-WORK-RECORD-EXIT.
037297 6600-REKEY-ONE-RESULT-EXIT.
037297     EXIT.
037298*--------------------------------------------------------------*
037299* 7000-SWEEP-AWARD-FILE - TWO-PASS SWEEP OF THE AWARD FILE ON   *
037399             MOVE STM-RECORD TO WS-MWK-NEW-RECORD
037400             MOVE WS-MAP-RESULT-ID TO WS-MWK-NEW-ID
037401             MOVE SPACES TO SWP-WORK-RECORD
037402             MOVE WS-MASTER-WORK TO SWP-WORK-RECORD (1:195)
037403             WRITE SWP-WORK-RECORD
037404         END-IF
037405         PERFORM 8100-READ-ONE-MASTER-RECORD
037455* NEW KEY THAT IS ALREADY ON FILE.                              *
037456*--------------------------------------------------------------*
037457 8600-REKEY-ONE-MASTER.
037458     MOVE SWP-WORK-RECORD (1:195) TO WS-MASTER-WORK.
037459     MOVE WS-MWK-NEW-ID TO STM-STUDENT-ID.
037460     READ SWP-MASTER-FILE
037461         INVALID KEY
037462             MOVE WS-MWK-OLD-ID TO STM-STUDENT-ID
037463             DELETE SWP-MASTER-FILE RECORD
037464                 INVALID KEY CONTINUE
037464                 NOT INVALID KEY
037464                     PERFORM 8610-JOURNAL-MASTER-DELETE
037464                         THRU 8610-JOURNAL-MASTER-DELETE-EXIT
037465             END-DELETE
037466             MOVE WS-MWK-NEW-RECORD TO STM-RECORD
037467             WRITE STM-RECORD
037468                 INVALID KEY CONTINUE
037468                 NOT INVALID KEY
037468                     PERFORM 8620-JOURNAL-MASTER-ADD
037468                         THRU 8620-JOURNAL-MASTER-ADD-EXIT
037469             END-WRITE
037470         NOT INVALID KEY
037471             DISPLAY 'CORRSWP: MASTER KEY CLASH - ID '
037476         THRU 2600-READ-ONE-WORK-RECORD-EXIT.
037477 8600-REKEY-ONE-MASTER-EXIT.
037478     EXIT.
037478*--------------------------------------------------------------*
037478* 8610-JOURNAL-MASTER-DELETE - THE OLD-KEY RECORD JUST         *
037478* DELETED, REBUILT FROM THE STAGED IMAGE UNDER ITS OLD ID,     *
037478* ONTO THE RCVJRNL FORWARD-RECOVERY JOURNAL.                   *
037478*--------------------------------------------------------------*
037478 8610-JOURNAL-MASTER-DELETE.
037478     MOVE 'CORRSWP ' TO JR-PROGRAM-ID.
037478     SET JR-FILE-MASTER TO TRUE.
037478     SET JR-DELETE TO TRUE.
037478     MOVE SPACES TO JR-RECORD-KEY.
037478     MOVE WS-MWK-OLD-ID TO JR-RECORD-KEY (1:9).
037478     MOVE WS-MWK-NEW-RECORD TO JR-BEFORE-IMAGE.
037478     MOVE WS-MWK-OLD-ID TO JR-BEFORE-IMAGE (1:9).
037478     MOVE SPACES TO JR-AFTER-IMAGE.
037478     CALL 'JRNLLOG' USING JRNL-PARM-BLOCK.
037478 8610-JOURNAL-MASTER-DELETE-EXIT.
037478     EXIT.
037478*--------------------------------------------------------------*
037478* 8620-JOURNAL-MASTER-ADD - THE RECORD JUST WRITTEN UNDER ITS  *
037478* CORRECTED ID ONTO THE RCVJRNL FORWARD-RECOVERY JOURNAL.      *
037478*--------------------------------------------------------------*
037478 8620-JOURNAL-MASTER-ADD.
037478     MOVE 'CORRSWP ' TO JR-PROGRAM-ID.
037478     SET JR-FILE-MASTER TO TRUE.
037478     SET JR-ADD TO TRUE.
037478     MOVE SPACES TO JR-RECORD-KEY.
037478     MOVE STM-STUDENT-ID TO JR-RECORD-KEY (1:9).
037478     MOVE SPACES TO JR-BEFORE-IMAGE.
037478     MOVE STM-RECORD TO JR-AFTER-IMAGE.
037478     CALL 'JRNLLOG' USING JRNL-PARM-BLOCK.
037478 8620-JOURNAL-MASTER-ADD-EXIT.
037478     EXIT.
037480*--------------------------------------------------------------*
037481* 9000-WRITE-HIGH-WATER-MARK - THE UTLAUDIT POSITION NOW FULLY  *
037482* APPLIED, FOR THE NEXT SWEEP TO START FROM.                    *
