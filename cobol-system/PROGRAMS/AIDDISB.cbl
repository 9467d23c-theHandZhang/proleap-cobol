002131*                PAY-TIME RESIDENCY RE-CHECK IS ALSO        *
002132*                TERM-MATCHED NOW AND A FULL RESIDENCY      *
002133*                TABLE WARNS INSTEAD OF HIDING DECISIONS.   *
002133* 10/15/26  DW   AWARDS OF A STUDENT ON SATISFACTORY ACADEMIC   *
002133*                PROGRESS SUSPENSION (SAPSTAT, SET BY SAPEVAL   *
002133*                AT TERM CLOSE) NOW HOLD THE SAME WAY AS        *
002133*                INELIGIBLE ONES. EVERY AIDHELD RECORD NOW      *
002133*                CARRIES A REASON CODE - NDEC NO CURRENT        *
002133*                DECISION, INEL GONE INELIGIBLE, SAPS SAP       *
002133*                SUSPENSION.                                    *
002133* 10/15/26  DW   EACH AWARD IS NOW PRORATED BY ENROLLMENT       *
002133*                INTENSITY: THE STUDENT'S ENRLMAST CREDIT HOURS *
002133*                IN THE AWARD TERM PICK THE AID CODE'S BAND ON  *
002133*                THE PRORATE MEMBER AND THE AWARD PAYS THAT     *
002133*                PERCENT. BELOW THE LOWEST BAND IT HOLDS WITH   *
002133*                REASON CODE INTN. PRORATED AWARDS ARE KEPT ON  *
002133*                AIDINTN AND REPRICED EACH NIGHT UNTIL THE      *
002133*                TERM'S ACADCAL CENSUS DATE; A SCHEDULE CHANGE  *
002133*                THAT MOVES THE AMOUNT IS RAISED AS A PENDING   *
002133*                EVALADJ DELTA AND POSTS WITH THE OTHER         *
002133*                ADJUSTMENTS.                                   *
002133* 10/15/26  DW   AWARDS NOW COME FROM AWDACCT, THE ACCEPTED     *
002133*                AWARDS AWDACPT RELEASES, INSTEAD OF STRAIGHT   *
002133*                FROM EVALAWRD - ONLY THE AMOUNT A STUDENT      *
002133*                ACCEPTED (OR REDUCED TO) IS PAID; DECLINED AND *
002133*                UNANSWERED OFFERS ARE NEVER DISBURSED.         *
002133* 10/15/26  DW   AN AWARD WHOSE AID DOCUMENT CHECKLIST          *
002133*                (STUDOCS, ASKED THROUGH DOCLIST) STILL HAS AN  *
002133*                ITEM OUTSTANDING OR EXPIRED IS HELD WITH CODE  *
002133*                DOCS.                                          *
002133* 10/15/26  DW   EVERY STUACCT POSTING IS NOW ALSO WRITTEN TO  *
002133*                THE RCVJRNL FORWARD-RECOVERY JOURNAL THROUGH  *
002133*                JRNLLOG.                                      *
002133* 10/15/26  DW   THE PAY-TIME ELIGIBILITY RE-CHECK IS NOW A    *
002133*                KEYED READ OF THE INDEXED CONDRES BY THE      *
002133*                AWARD'S STUDENT AND TERM; THE 1000-ENTRY      *
002133*                DECISION TABLE, AND THE AWARDS HELD WHEN IT   *
002133*                FILLED, ARE GONE.                             *
002133* 10/15/26  DW   EVERY STUACCT POSTING IS NOW ALSO POSTED TO   *
002133*                THE STUDENT'S STUBAL BALANCE RECORD THROUGH   *
002133*                BALPOST, STRAIGHT AFTER THE WRITE.            *
002200*--------------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT AD-AWARD-FILE ASSIGN TO AWDACCT
002700         ORGANIZATION IS LINE SEQUENTIAL
002800         FILE STATUS IS WS-AWARD-STATUS.
002885     SELECT AD-ADJWRK-FILE ASSIGN TO ADJWRK
002891         ORGANIZATION IS LINE SEQUENTIAL
002892         FILE STATUS IS WS-ADJ-STATUS.
002900     SELECT AD-CONDRES-FILE ASSIGN TO CONDRES
003000         ORGANIZATION IS INDEXED
003010         ACCESS MODE IS RANDOM
003020         RECORD KEY IS RES-KEY
003100         FILE STATUS IS WS-CONDRES-STATUS.
003110     SELECT AD-SAP-FILE ASSIGN TO SAPSTAT
003120         ORGANIZATION IS INDEXED
003130         ACCESS MODE IS RANDOM
003140         RECORD KEY IS SAP-STUDENT-ID
003150         FILE STATUS IS WS-SAP-STATUS.
003152     SELECT AD-ENROLL-FILE ASSIGN TO ENRLMAST
003154         ORGANIZATION IS INDEXED
003156         ACCESS MODE IS DYNAMIC
003158         RECORD KEY IS ENR-KEY
003160         FILE STATUS IS WS-ENROLL-STATUS.
003162     SELECT AD-PRO-FILE ASSIGN TO PRORATE
003164         ORGANIZATION IS LINE SEQUENTIAL
003166         FILE STATUS IS WS-PRO-STATUS.
003168     SELECT AD-ACADCAL-FILE ASSIGN TO ACADCAL
003170         ORGANIZATION IS LINE SEQUENTIAL
003172         FILE STATUS IS WS-ACADCAL-STATUS.
003174     SELECT AD-INTN-FILE ASSIGN TO AIDINTN
003176         ORGANIZATION IS LINE SEQUENTIAL
003178         FILE STATUS IS WS-INTN-STATUS.
003180     SELECT AD-INTNWRK-FILE ASSIGN TO INTNWRK
003182         ORGANIZATION IS LINE SEQUENTIAL
003184         FILE STATUS IS WS-INTNWRK-STATUS.
003186     SELECT AD-CAL-FILE ASSIGN TO SUITECAL
003188         ORGANIZATION IS LINE SEQUENTIAL
003190         FILE STATUS IS WS-CAL-STATUS.
003200     SELECT AD-ACCT-FILE ASSIGN TO STUACCT
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-ACCT-STATUS.
006191     05  ADJ-DELTA-AMOUNT     PIC S9(06)V99
006191                              SIGN LEADING SEPARATE.
006200 FD  AD-CONDRES-FILE.
006300 COPY CONDRREC.
006610 FD  AD-SAP-FILE.
006620 COPY SAPSTREC.
006622 FD  AD-ENROLL-FILE.
006624 01  ENR-RECORD.
006626     05  ENR-KEY.
006628         10  ENR-STUDENT-ID   PIC 9(09).
006630         10  ENR-COURSE-ID    PIC X(06).
006632         10  ENR-SECTION      PIC X(03).
006634         10  ENR-TERM         PIC X(06).
006636     05  ENR-CREDIT-HOURS     PIC 9(02).
006638     05  ENR-ADD-DATE         PIC 9(08).
006640     05  ENR-STATUS           PIC X(01).
006642         88  ENR-ACTIVE       VALUE 'A' ' '.
006644         88  ENR-WITHDRAWN    VALUE 'W'.
006646     05  ENR-STATUS-DATE      PIC 9(08).
006648 FD  AD-PRO-FILE.
006650 01  PRO-CARD.
006652     05  PRO-AID-CODE         PIC X(04).
006654     05  PRO-LOW-HOURS        PIC 9(02).
006656     05  PRO-PERCENT          PIC 9(03).
006658 FD  AD-ACADCAL-FILE.
006660 COPY ACADCREC.
006662 FD  AD-INTN-FILE.
006664 01  AD-INTN-RECORD           PIC X(55).
006666 FD  AD-INTNWRK-FILE.
006668 COPY AIDPRREC.
006670 FD  AD-CAL-FILE.
006672 01  CAL-RECORD.
006674     05  CAL-BUSINESS-DATE    PIC 9(08).
006676     05  CAL-MONTH-END-FLAG   PIC X(01).
006678     05  CAL-YEAR-END-FLAG    PIC X(01).
006700 FD  AD-ACCT-FILE.
006800 COPY STUACREC.
006900 FD  AD-HELD-FILE.
007300     05  HLD-AWARD-AMOUNT     PIC 9(05)V99.
007400     05  HLD-REASON           PIC X(20).
007500     05  HLD-DATE             PIC 9(08).
007510     05  HLD-REASON-CODE      PIC X(04).
007600 FD  AD-TXN-FILE.
007700 01  TXN-RECORD.
007800     05  TXN-RECORD-TYPE      PIC X(01).
014062     88  WS-ADJWRK-OK         VALUE '00'.
014070 01  WS-ADJ-POSTED-COUNT      PIC 9(06) COMP VALUE 0.
014100 01  WS-HOLD-REASON           PIC X(20).
014110 01  WS-HOLD-CODE             PIC X(04).
014120 01  WS-SAP-STATUS            PIC X(02).
014130     88  WS-SAP-OK            VALUE '00'.
014140 01  WS-SAP-OPEN-SWITCH       PIC X(01) VALUE 'N'.
014150     88  WS-SAP-FILE-OPEN     VALUE 'Y'.
014160 01  WS-SAP-HELD-COUNT        PIC 9(06) COMP VALUE 0.
014160 01  WS-DOCS-HELD-COUNT       PIC 9(06) COMP VALUE 0.
014161 01  WS-ENROLL-STATUS         PIC X(02).
014162     88  WS-ENROLL-OK         VALUE '00'.
014163 01  WS-ENROLL-OPEN-SWITCH    PIC X(01) VALUE 'N'.
014164     88  WS-ENROLL-FILE-OPEN  VALUE 'Y'.
014165 01  WS-ENROLL-EOF-SWITCH     PIC X(01).
014166     88  WS-ENROLL-AT-EOF     VALUE 'Y'.
014167     88  WS-ENROLL-NOT-AT-EOF VALUE 'N'.
014168 01  WS-PRO-STATUS            PIC X(02).
014169     88  WS-PRO-OK            VALUE '00'.
014170 01  WS-ACADCAL-STATUS        PIC X(02).
014171     88  WS-ACADCAL-OK        VALUE '00'.
014172 01  WS-INTN-STATUS           PIC X(02).
014173     88  WS-INTN-OK           VALUE '00'.
014174 01  WS-INTNWRK-STATUS        PIC X(02).
014175     88  WS-INTNWRK-OK        VALUE '00'.
014176 01  WS-CAL-STATUS            PIC X(02).
014177     88  WS-CAL-OK            VALUE '00'.
014178 01  WS-BUSINESS-DATE         PIC 9(08) VALUE 0.
014179 01  WS-HOURS-STUDENT-ID      PIC 9(09).
014180 01  WS-HOURS-TERM            PIC X(06).
014181 01  WS-TERM-HOURS            PIC 9(03).
014182 01  WS-PRO-AID-CODE          PIC X(04).
014183 01  WS-PRO-PERCENT           PIC 9(03).
014184 01  WS-PRO-BEST-HOURS        PIC 9(02).
014185 01  WS-PRO-SWITCH            PIC X(01).
014186     88  WS-PRO-NOT-PRORATED  VALUE 'N'.
014187     88  WS-PRO-BANDED        VALUE 'B'.
014188     88  WS-PRO-BELOW-MIN     VALUE 'M'.
014189 01  WS-PAY-AMOUNT            PIC 9(05)V99.
014190 01  WS-NEW-PAID-AMOUNT       PIC 9(05)V99.
014191 01  WS-INTENSITY-DELTA       PIC S9(06)V99.
014192 01  WS-TERM-CENSUS-DATE      PIC 9(08).
014193 01  WS-PRO-COUNT             PIC 9(04) COMP VALUE 0.
014194 01  WS-PRO-MAX               PIC 9(04) COMP VALUE 100.
014195 01  WS-PRO-IDX               PIC 9(04) COMP.
014196 01  WS-ACAL-COUNT            PIC 9(04) COMP VALUE 0.
014197 01  WS-ACAL-MAX              PIC 9(04) COMP VALUE 20.
014198 01  WS-ACAL-IDX              PIC 9(04) COMP.
014199 01  WS-PRORATED-COUNT        PIC 9(06) COMP VALUE 0.
014199 01  WS-INTN-HELD-COUNT       PIC 9(06) COMP VALUE 0.
014199 01  WS-INTN-ADJ-COUNT        PIC 9(06) COMP VALUE 0.
014199 01  WS-INTN-SETTLED-COUNT    PIC 9(06) COMP VALUE 0.
014200 01  WS-CREDIT-AMOUNT         PIC S9(07)V99 VALUE 0.
014300 01  WS-TXN-COUNT             PIC 9(06) COMP VALUE 0.
014400 01  WS-HASH-A                PIC S9(09)V99 COMP-3 VALUE 0.
014600 01  WS-HASH-C                PIC S9(09)V99 COMP-3 VALUE 0.
014700 01  WS-HASH-D                PIC S9(09)V99 COMP-3 VALUE 0.
014800 01  WS-HASH-E                PIC S9(09)V99 COMP-3 VALUE 0.
014900 01  WS-RES-OPEN-SWITCH       PIC X(01) VALUE 'N'.
015000     88  WS-RES-IS-OPEN       VALUE 'Y'.
015200 01  WS-ELIGIBLE-SWITCH       PIC X(01).
015300     88  WS-STILL-ELIGIBLE    VALUE 'Y'.
015400     88  WS-NOT-ELIGIBLE      VALUE 'N'.
016233*--------------------------------------------------------------*
016236* AD-PRO-TABLE - THE PRORATE BANDS: FOR EACH AID CODE THE       *
016239* LOWEST TERM CREDIT HOURS A BAND STARTS AT AND THE PERCENT OF  *
016242* THE AWARD IT PAYS.                                            *
016245*--------------------------------------------------------------*
016248 01  AD-PRO-TABLE.
016251     05  AD-PRO-ENTRY OCCURS 100 TIMES.
016254         10  APR-AID-CODE     PIC X(04).
016257         10  APR-LOW-HOURS    PIC 9(02).
016260         10  APR-PERCENT      PIC 9(03).
016263*--------------------------------------------------------------*
016266* AD-ACAL-TABLE - EACH ACADCAL TERM'S CENSUS DATE, THE FREEZE   *
016269* AFTER WHICH A SCHEDULE CHANGE NO LONGER MOVES THE AID.        *
016272*--------------------------------------------------------------*
016275 01  AD-ACAL-TABLE.
016278     05  AD-ACAL-ENTRY OCCURS 20 TIMES.
016281         10  AAC-TERM         PIC X(06).
016284         10  AAC-CENSUS-DATE  PIC 9(08).
016300 COPY SUITEPRM.
016400 COPY CKPTPARM.
016500 COPY STEPPARM.
016500 COPY JRNLPARM.
016500 COPY BALPARM.
016510 COPY DOCPARM.
016600 PROCEDURE DIVISION.
016700 0000-MAINLINE.
016800     PERFORM 0005-CHECK-CHECKPOINT
017000     MOVE 'AIDDISB ' TO SL-PROGRAM-ID.
017100     SET SL-PHASE-START TO TRUE.
017200     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
017210     PERFORM 0010-READ-SUITE-PARM THRU 0010-READ-SUITE-PARM-EXIT.
017220     PERFORM 0020-READ-BUSINESS-DATE
017230         THRU 0020-READ-BUSINESS-DATE-EXIT.
017400     PERFORM 0040-OPEN-RESIDENCY-FILE
017500         THRU 0040-OPEN-RESIDENCY-FILE-EXIT.
017510     PERFORM 0050-OPEN-SAP-STATUS
017520         THRU 0050-OPEN-SAP-STATUS-EXIT.
017530     PERFORM 0060-LOAD-PRORATION-TABLE
017540         THRU 0060-LOAD-PRORATION-TABLE-EXIT.
017550     PERFORM 0070-LOAD-CENSUS-DATES
017560         THRU 0070-LOAD-CENSUS-DATES-EXIT.
017570     PERFORM 0080-OPEN-ENROLLMENTS
017580         THRU 0080-OPEN-ENROLLMENTS-EXIT.
017600     PERFORM 0100-ABSORB-EXISTING-DETAIL
017700         THRU 0100-ABSORB-EXISTING-DETAIL-EXIT.
017800     PERFORM 1000-DISBURSE-AWARDS
017900         THRU 1000-DISBURSE-AWARDS-EXIT.
017902     PERFORM 4000-REPRICE-SCHEDULE-CHANGES
017904         THRU 4000-REPRICE-SCHEDULE-CHANGES-EXIT.
017906     IF WS-ENROLL-FILE-OPEN
017908         CLOSE AD-ENROLL-FILE
017910     END-IF.
017912     PERFORM 3000-POST-ADJUSTMENTS
017920         THRU 3000-POST-ADJUSTMENTS-EXIT.
017922     IF WS-SAP-FILE-OPEN
017924         CLOSE AD-SAP-FILE
017926     END-IF.
017930     CLOSE AD-REGISTER-FILE.
018000     PERFORM 8000-REWRITE-TXN-FEED
018100         THRU 8000-REWRITE-TXN-FEED-EXIT.
024300 0010-READ-SUITE-PARM-EXIT.
024400     EXIT.
024500*--------------------------------------------------------------*
024504* 0020-READ-BUSINESS-DATE - THE SUITECAL BUSINESS DATE, WALL-   *
024508* CLOCK FALLBACK AS EVERYWHERE. A TERM STILL ON OR BEFORE ITS   *
024512* CENSUS DATE ON THIS DATE IS OPEN TO SCHEDULE CHANGES.         *
024516*--------------------------------------------------------------*
024520 0020-READ-BUSINESS-DATE.
024524     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
024528     OPEN INPUT AD-CAL-FILE.
024532     IF WS-CAL-OK
024536         READ AD-CAL-FILE
024540             AT END
024544                 CONTINUE
024548         END-READ
024552         IF WS-CAL-OK
024556             AND CAL-BUSINESS-DATE NUMERIC
024560             AND CAL-BUSINESS-DATE > 0
024564             MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
024568         END-IF
024572         CLOSE AD-CAL-FILE
024576     END-IF.
024580 0020-READ-BUSINESS-DATE-EXIT.
024584     EXIT.
024588*--------------------------------------------------------------*
024600* 0040-OPEN-RESIDENCY-FILE - CONDRES OPENED FOR KEYED READS OF  *
024700* THE CURRENT DECISIONS. WITH NO RESULTS FILE, EVERY AWARD      *
024800* HOLDS - A DISBURSEMENT CANNOT RE-VERIFY AGAINST NOTHING.      *
024900*--------------------------------------------------------------*
025000 0040-OPEN-RESIDENCY-FILE.
025300     OPEN INPUT AD-CONDRES-FILE.
025400     IF NOT WS-CONDRES-OK
025500         DISPLAY 'AIDDISB: NO CONDRES DECISIONS - ALL AWARDS '
025600             'WILL HOLD'
025700         GO TO 0040-OPEN-RESIDENCY-FILE-EXIT
025800     END-IF.
025900     SET WS-RES-IS-OPEN TO TRUE.
027000 0040-OPEN-RESIDENCY-FILE-EXIT.
027100     EXIT.
028006*--------------------------------------------------------------*
028012* 0050-OPEN-SAP-STATUS - SAPSTAT, THE SATISFACTORY ACADEMIC     *
028018* PROGRESS STATUS SAPEVAL SETS AT EACH TERM CLOSE. UNTIL THE    *
028024* FIRST EVALUATION THERE IS NO FILE AND NO AWARD HOLDS FOR SAP. *
028030*--------------------------------------------------------------*
028036 0050-OPEN-SAP-STATUS.
028042     OPEN INPUT AD-SAP-FILE.
028048     IF WS-SAP-OK
028054         SET WS-SAP-FILE-OPEN TO TRUE
028060     ELSE
028066         DISPLAY 'AIDDISB: NO SAPSTAT PROGRESS STATUS - NO '
028072             'AWARD HELD FOR SAP'
028078     END-IF.
028084 0050-OPEN-SAP-STATUS-EXIT.
028085     EXIT.
028086*--------------------------------------------------------------*
028087* 0060-LOAD-PRORATION-TABLE - THE PRORATE ENROLLMENT-INTENSITY  *
028088* BANDS BY AID CODE. NO MEMBER PRORATES NOTHING - EVERY AWARD   *
028089* PAYS IN FULL AS IT ALWAYS DID.                                *
028089*--------------------------------------------------------------*
028089 0060-LOAD-PRORATION-TABLE.
028089     OPEN INPUT AD-PRO-FILE.
028089     IF NOT WS-PRO-OK
028089         DISPLAY 'AIDDISB: NO PRORATE TABLE - EVERY AWARD PAYS '
028089             'IN FULL'
028089         GO TO 0060-LOAD-PRORATION-TABLE-EXIT
028089     END-IF.
028089     SET WS-NOT-AT-EOF TO TRUE.
028089     PERFORM UNTIL WS-AT-EOF
028089         READ AD-PRO-FILE
028089             AT END
028089                 SET WS-AT-EOF TO TRUE
028089             NOT AT END
028089                 IF PRO-CARD (1:1) NOT = '*'
028089                     AND PRO-AID-CODE NOT = SPACES
028089                     AND PRO-LOW-HOURS NUMERIC
028089                     AND PRO-PERCENT NUMERIC
028089                     AND PRO-PERCENT NOT > 100
028089                     IF WS-PRO-COUNT < WS-PRO-MAX
028089                         ADD 1 TO WS-PRO-COUNT
028089                         MOVE PRO-AID-CODE
028089                             TO APR-AID-CODE (WS-PRO-COUNT)
028089                         MOVE PRO-LOW-HOURS
028089                             TO APR-LOW-HOURS (WS-PRO-COUNT)
028089                         MOVE PRO-PERCENT
028089                             TO APR-PERCENT (WS-PRO-COUNT)
028089                     ELSE
028089                         DISPLAY 'AIDDISB: MORE THAN ' WS-PRO-MAX
028089                             ' PRORATE BANDS - ' PRO-CARD
028089                             ' IGNORED'
028089                     END-IF
028089                 END-IF
028089         END-READ
028089     END-PERFORM.
028089     CLOSE AD-PRO-FILE.
028089 0060-LOAD-PRORATION-TABLE-EXIT.
028089     EXIT.
028089*--------------------------------------------------------------*
028089* 0070-LOAD-CENSUS-DATES - EACH ACADCAL TERM AND ITS CENSUS     *
028089* DATE. A TERM MISSING FROM THE CALENDAR IS TREATED AS FROZEN.  *
028089*--------------------------------------------------------------*
028089 0070-LOAD-CENSUS-DATES.
028089     OPEN INPUT AD-ACADCAL-FILE.
028089     IF NOT WS-ACADCAL-OK
028089         DISPLAY 'AIDDISB: NO ACADCAL CALENDAR - NO SCHEDULE '
028089             'CHANGE REPRICES AID TONIGHT'
028089         GO TO 0070-LOAD-CENSUS-DATES-EXIT
028089     END-IF.
028089     SET WS-NOT-AT-EOF TO TRUE.
028089     PERFORM UNTIL WS-AT-EOF
028089         READ AD-ACADCAL-FILE
028089             AT END
028089                 SET WS-AT-EOF TO TRUE
028089             NOT AT END
028089                 IF ACAD-CAL-RECORD (1:1) NOT = '*'
028089                     AND ACL-TERM NOT = SPACES
028089                     AND ACL-CENSUS-DATE NUMERIC
028089                     AND ACL-CENSUS-DATE > 0
028089                     AND WS-ACAL-COUNT < WS-ACAL-MAX
028089                     ADD 1 TO WS-ACAL-COUNT
028089                     MOVE ACL-TERM TO AAC-TERM (WS-ACAL-COUNT)
028089                     MOVE ACL-CENSUS-DATE
028089                         TO AAC-CENSUS-DATE (WS-ACAL-COUNT)
028089                 END-IF
028089         END-READ
028089     END-PERFORM.
028089     CLOSE AD-ACADCAL-FILE.
028089 0070-LOAD-CENSUS-DATES-EXIT.
028089     EXIT.
028089*--------------------------------------------------------------*
028089* 0080-OPEN-ENROLLMENTS - ENRLMAST FOR THE TERM CREDIT HOURS.   *
028089* WITHOUT IT EVERY STUDENT COUNTS ZERO HOURS AND EVERY AWARD OF *
028089* A PRORATED AID CODE HOLDS - AID IS NEVER PAID ON AN INTENSITY *
028089* NOBODY CAN SEE.                                               *
028089*--------------------------------------------------------------*
028089 0080-OPEN-ENROLLMENTS.
028089     OPEN INPUT AD-ENROLL-FILE.
028089     IF WS-ENROLL-OK
028089         SET WS-ENROLL-FILE-OPEN TO TRUE
028089     ELSE
028089         DISPLAY 'AIDDISB: NO ENRLMAST ENROLLMENTS - PRORATED '
028089             'AWARDS WILL HOLD'
028089     END-IF.
028089 0080-OPEN-ENROLLMENTS-EXIT.
028090     EXIT.
028100*--------------------------------------------------------------*
028200* 0100-ABSORB-EXISTING-DETAIL - DETAIL ALREADY ON ADTXN TO THE  *
028300* WORK FILE, FOLDED INTO THE CONTROL TOTALS, SO TONIGHT'S       *
033800 0170-TALLY-ONE-DETAIL-EXIT.
033900     EXIT.
034000*--------------------------------------------------------------*
034100* 1000-DISBURSE-AWARDS - EVERY AWDACCT AWARD THROUGH THE        *
034200* PAY-TIME RE-CHECK AND OUT AS A PAYMENT OR A HOLD.             *
034300*--------------------------------------------------------------*
034400 1000-DISBURSE-AWARDS.
034500     OPEN OUTPUT AD-REGISTER-FILE.
034510     OPEN OUTPUT AD-INTNWRK-FILE.
034600     SET WS-NOT-AT-EOF TO TRUE.
034700     OPEN INPUT AD-AWARD-FILE.
034800     IF NOT WS-AWARD-OK
036000     END-PERFORM.
036100     CLOSE AD-AWARD-FILE.
036300     DISPLAY 'AIDDISB: ' WS-PAID-COUNT ' AWARDS PAID, '
036310         WS-HELD-COUNT ' HELD (' WS-SAP-HELD-COUNT ' FOR SAP)'.
036320     DISPLAY 'AIDDISB: ' WS-PRORATED-COUNT ' PAID PRORATED, '
036330         WS-INTN-HELD-COUNT ' HELD BELOW MINIMUM INTENSITY'.
036340     DISPLAY 'AIDDISB: ' WS-DOCS-HELD-COUNT
036350         ' HELD FOR OUTSTANDING DOCUMENTS'.
036500 1000-DISBURSE-AWARDS-EXIT.
036600     EXIT.
036700*--------------------------------------------------------------*
036800* 1100-READ-ONE-AWARD - A SINGLE READ OF AWDACCT.               *
036900*--------------------------------------------------------------*
037000 1100-READ-ONE-AWARD.
037100     READ AD-AWARD-FILE
038500             THRU 2700-HOLD-ONE-AWARD-EXIT
038600         GO TO 2000-DISBURSE-ONE-AWARD-EXIT
038700     END-IF.
038710     PERFORM 2400-PRORATE-BY-INTENSITY
038720         THRU 2400-PRORATE-BY-INTENSITY-EXIT.
038730     IF WS-PRO-BELOW-MIN
038740         PERFORM 2700-HOLD-ONE-AWARD
038750             THRU 2700-HOLD-ONE-AWARD-EXIT
038760         PERFORM 2800-RECORD-INTENSITY
038770             THRU 2800-RECORD-INTENSITY-EXIT
038780         GO TO 2000-DISBURSE-ONE-AWARD-EXIT
038790     END-IF.
038800     ADD 1 TO WS-PAID-COUNT.
038900     PERFORM 2300-POST-TO-SUBLEDGER
039000         THRU 2300-POST-TO-SUBLEDGER-EXIT.
039300     MOVE SPACES TO AD-REGISTER-RECORD.
039400     MOVE AWD-STUDENT-ID TO ADR-STUDENT-ID.
039500     MOVE AWD-AID-CODE TO ADR-AID-CODE.
039600     MOVE WS-PAY-AMOUNT TO ADR-AMOUNT.
039610     IF WS-PRO-BANDED
039620         AND WS-PRO-PERCENT < 100
039630         MOVE 'DISBURSED PRORATED' TO ADR-DISPOSITION
039640     ELSE
039650         MOVE 'DISBURSED' TO ADR-DISPOSITION
039660     END-IF.
039800     WRITE AD-REGISTER-RECORD.
039810     IF NOT WS-PRO-NOT-PRORATED
039820         PERFORM 2800-RECORD-INTENSITY
039830             THRU 2800-RECORD-INTENSITY-EXIT
039840     END-IF.
039900 2000-DISBURSE-ONE-AWARD-EXIT.
040000     EXIT.
040100*--------------------------------------------------------------*
040500*--------------------------------------------------------------*
040600 2100-RECHECK-ELIGIBILITY.
040700     SET WS-NOT-ELIGIBLE TO TRUE.
040710     MOVE 'NO CURRENT DECISION' TO WS-HOLD-REASON.
040720     MOVE 'NDEC' TO WS-HOLD-CODE.
040900     IF WS-RES-IS-OPEN
041000         MOVE AWD-STUDENT-ID TO RES-STUDENT-ID
041100         MOVE AWD-TERM TO RES-TERM
041200         READ AD-CONDRES-FILE
041210             INVALID KEY
041220                 CONTINUE
041230         END-READ
041240         IF WS-CONDRES-OK
041300             IF RES-ELIGIBLE-FLAG = '1'
041400                 SET WS-STILL-ELIGIBLE TO TRUE
041500             ELSE
041510                 MOVE 'GONE INELIGIBLE' TO WS-HOLD-REASON
041520                 MOVE 'INEL' TO WS-HOLD-CODE
041700             END-IF
041800         END-IF
041900     END-IF.
041910     IF WS-STILL-ELIGIBLE
041920         AND WS-SAP-FILE-OPEN
041930         PERFORM 2200-CHECK-SAP-STATUS
041940             THRU 2200-CHECK-SAP-STATUS-EXIT
041950     END-IF.
041960     IF WS-STILL-ELIGIBLE
041970         PERFORM 2250-CHECK-DOCUMENTS
041980             THRU 2250-CHECK-DOCUMENTS-EXIT
041990     END-IF.
042000 2100-RECHECK-ELIGIBILITY-EXIT.
042100     EXIT.
042105*--------------------------------------------------------------*
042110* 2200-CHECK-SAP-STATUS - A STUDENT ON SAP SUSPENSION IS HELD   *
042115* LIKE AN INELIGIBLE ONE. WARNING AND PROBATION ON APPEAL PAY;  *
042120* SO DOES A STUDENT SAPEVAL HAS NOT YET EVALUATED.              *
042125*--------------------------------------------------------------*
042130 2200-CHECK-SAP-STATUS.
042135     MOVE AWD-STUDENT-ID TO SAP-STUDENT-ID.
042140     READ AD-SAP-FILE
042145         INVALID KEY
042150             GO TO 2200-CHECK-SAP-STATUS-EXIT
042155     END-READ.
042160     IF SAP-SUSPENDED
042165         SET WS-NOT-ELIGIBLE TO TRUE
042170         MOVE 'SAP SUSPENSION' TO WS-HOLD-REASON
042175         MOVE 'SAPS' TO WS-HOLD-CODE
042180         ADD 1 TO WS-SAP-HELD-COUNT
042185     END-IF.
042190 2200-CHECK-SAP-STATUS-EXIT.
042191     EXIT.
042192*--------------------------------------------------------------*
042193* 2250-CHECK-DOCUMENTS - AN AWARD IS HELD WHILE ANY DOCUMENT ON *
042194* THE STUDENT'S AID CHECKLIST IS STILL OUTSTANDING OR HAS       *
042194* EXPIRED. A STUDENT WITH NO CHECKLIST OWES NOTHING.            *
042194*--------------------------------------------------------------*
042194 2250-CHECK-DOCUMENTS.
042194     SET DP-COUNT-ONLY TO TRUE.
042194     MOVE AWD-STUDENT-ID TO DP-STUDENT-ID.
042194     MOVE 'AID' TO DP-PROCESS.
042194     MOVE 0 TO DP-RUN-DATE.
042194     CALL 'DOCLIST' USING DOC-PARM-BLOCK.
042194     IF DP-OK
042194         AND DP-OUTSTANDING-COUNT > 0
042194         SET WS-NOT-ELIGIBLE TO TRUE
042194         MOVE 'DOCUMENTS MISSING' TO WS-HOLD-REASON
042194         MOVE 'DOCS' TO WS-HOLD-CODE
042194         ADD 1 TO WS-DOCS-HELD-COUNT
042194     END-IF.
042194 2250-CHECK-DOCUMENTS-EXIT.
042195     EXIT.
042200*--------------------------------------------------------------*
042300* 2300-POST-TO-SUBLEDGER - THE DISBURSEMENT AS AN AID CREDIT    *
042400* ON THE STUDENT'S STUACCT ACCOUNT.                             *
043800     ACCEPT SUB-POST-TIME FROM TIME.
043900     MOVE 'AIDDISB ' TO SUB-SOURCE.
044000     MOVE 'C' TO SUB-CATEGORY.
044100     COMPUTE SUB-AMOUNT = 0 - WS-PAY-AMOUNT.
044200     MOVE SPACES TO SUB-DESC.
044300     MOVE 'AID ' TO SUB-DESC (1:4).
044400     MOVE AWD-AID-CODE TO SUB-DESC (5:4).
044500     MOVE 'DISBURSED' TO SUB-DESC (10:9).
044600     WRITE STU-ACCT-RECORD.
044600     IF WS-ACCT-OK
044600         PERFORM 8700-JOURNAL-ACCT-POST
044600             THRU 8700-JOURNAL-ACCT-POST-EXIT
044600         PERFORM 8780-POST-ACCT-BALANCE
044600             THRU 8780-POST-ACCT-BALANCE-EXIT
044600     END-IF.
044700     CLOSE AD-ACCT-FILE.
044800 2300-POST-TO-SUBLEDGER-EXIT.
044801     EXIT.
044802*--------------------------------------------------------------*
044803* 2400-PRORATE-BY-INTENSITY - THE AMOUNT TO PAY. THE STUDENT'S  *
044804* ENRLMAST CREDIT HOURS IN THE AWARD TERM PICK THE AID CODE'S   *
044805* PRORATE BAND AND THE AWARD PAYS THAT PERCENT. BELOW THE       *
044806* LOWEST BAND THE AWARD HOLDS; AN AID CODE WITH NO BANDS PAYS   *
044807* IN FULL.                                                      *
044808*--------------------------------------------------------------*
044809 2400-PRORATE-BY-INTENSITY.
044810     MOVE AWD-AWARD-AMOUNT TO WS-PAY-AMOUNT.
044811     MOVE AWD-STUDENT-ID TO WS-HOURS-STUDENT-ID.
044812     MOVE AWD-TERM TO WS-HOURS-TERM.
044813     PERFORM 2450-SUM-TERM-HOURS
044814         THRU 2450-SUM-TERM-HOURS-EXIT.
044815     MOVE AWD-AID-CODE TO WS-PRO-AID-CODE.
044816     PERFORM 2460-FIND-INTENSITY-BAND
044817         THRU 2460-FIND-INTENSITY-BAND-EXIT.
044818     EVALUATE TRUE
044819         WHEN WS-PRO-BELOW-MIN
044820             MOVE 0 TO WS-PAY-AMOUNT
044821             MOVE 'BELOW MIN INTENSITY' TO WS-HOLD-REASON
044822             MOVE 'INTN' TO WS-HOLD-CODE
044823             ADD 1 TO WS-INTN-HELD-COUNT
044824         WHEN WS-PRO-BANDED
044825             COMPUTE WS-PAY-AMOUNT ROUNDED =
044826                 AWD-AWARD-AMOUNT * WS-PRO-PERCENT / 100
044827             IF WS-PRO-PERCENT < 100
044828                 ADD 1 TO WS-PRORATED-COUNT
044829             END-IF
044830         WHEN OTHER
044831             CONTINUE
044832     END-EVALUATE.
044833 2400-PRORATE-BY-INTENSITY-EXIT.
044834     EXIT.
044835*--------------------------------------------------------------*
044836* 2450-SUM-TERM-HOURS - THE STUDENT'S ENRLMAST CREDIT HOURS IN  *
044837* THE TERM, KEYED READ FORWARD FROM THE FIRST ENROLLMENT FOR    *
044838* THE ID UNTIL THE ID CHANGES. A W ENROLLMENT CARRIES NO HOURS. *
044839*--------------------------------------------------------------*
044840 2450-SUM-TERM-HOURS.
044841     MOVE 0 TO WS-TERM-HOURS.
044842     IF NOT WS-ENROLL-FILE-OPEN
044843         GO TO 2450-SUM-TERM-HOURS-EXIT
044844     END-IF.
044845     SET WS-ENROLL-NOT-AT-EOF TO TRUE.
044846     MOVE LOW-VALUES TO ENR-KEY.
044847     MOVE WS-HOURS-STUDENT-ID TO ENR-STUDENT-ID.
044848     START AD-ENROLL-FILE KEY IS NOT LESS THAN ENR-KEY
044849         INVALID KEY
044850             SET WS-ENROLL-AT-EOF TO TRUE
044851     END-START.
044852     PERFORM UNTIL WS-ENROLL-AT-EOF
044853         READ AD-ENROLL-FILE NEXT RECORD
044854             AT END
044855                 SET WS-ENROLL-AT-EOF TO TRUE
044856             NOT AT END
044857                 IF ENR-STUDENT-ID NOT = WS-HOURS-STUDENT-ID
044858                     SET WS-ENROLL-AT-EOF TO TRUE
044859                 ELSE
044860                     IF ENR-TERM = WS-HOURS-TERM
044861                         AND ENR-CREDIT-HOURS NUMERIC
044862                         AND ENR-ACTIVE
044863                         ADD ENR-CREDIT-HOURS TO WS-TERM-HOURS
044864                     END-IF
044865                 END-IF
044866         END-READ
044867     END-PERFORM.
044868 2450-SUM-TERM-HOURS-EXIT.
044869     EXIT.
044870*--------------------------------------------------------------*
044871* 2460-FIND-INTENSITY-BAND - THE HIGHEST PRORATE BAND OF THE    *
044872* AID CODE AT OR BELOW THE TERM HOURS. NO BAND FOR THE CODE     *
044873* LEAVES IT UNPRORATED AT 100; BANDS BUT NONE LOW ENOUGH IS     *
044874* BELOW THE MINIMUM INTENSITY, AT 0.                            *
044875*--------------------------------------------------------------*
044876 2460-FIND-INTENSITY-BAND.
044877     SET WS-PRO-NOT-PRORATED TO TRUE.
044878     MOVE 100 TO WS-PRO-PERCENT.
044879     MOVE 0 TO WS-PRO-BEST-HOURS.
044880     PERFORM VARYING WS-PRO-IDX FROM 1 BY 1
044881             UNTIL WS-PRO-IDX > WS-PRO-COUNT
044882         IF APR-AID-CODE (WS-PRO-IDX) = WS-PRO-AID-CODE
044883             IF WS-PRO-NOT-PRORATED
044884                 SET WS-PRO-BELOW-MIN TO TRUE
044885                 MOVE 0 TO WS-PRO-PERCENT
044886             END-IF
044887             IF APR-LOW-HOURS (WS-PRO-IDX) NOT > WS-TERM-HOURS
044888                 IF WS-PRO-BELOW-MIN
044889                     OR APR-LOW-HOURS (WS-PRO-IDX) >
044890                        WS-PRO-BEST-HOURS
044891                     SET WS-PRO-BANDED TO TRUE
044892                     MOVE APR-LOW-HOURS (WS-PRO-IDX)
044893                         TO WS-PRO-BEST-HOURS
044894                     MOVE APR-PERCENT (WS-PRO-IDX)
044895                         TO WS-PRO-PERCENT
044896                 END-IF
044897             END-IF
044898         END-IF
044899     END-PERFORM.
044899 2460-FIND-INTENSITY-BAND-EXIT.
044900     EXIT.
045000*--------------------------------------------------------------*
045100* 2500-WRITE-AID-DETAIL - ONE CATEGORY-C CREDIT ON THE WORK     *
045760         WHEN OTHER
045770             MOVE 'I' TO TXN-FUND-CODE
045780     END-EVALUATE.
045800     COMPUTE WS-CREDIT-AMOUNT = 0 - WS-PAY-AMOUNT.
045900     MOVE WS-CREDIT-AMOUNT TO TXN-AMOUNT.
046000     PERFORM 0170-TALLY-ONE-DETAIL
046100         THRU 0170-TALLY-ONE-DETAIL-EXIT.
048800     MOVE AWD-AID-CODE TO HLD-AID-CODE.
048900     MOVE AWD-AWARD-AMOUNT TO HLD-AWARD-AMOUNT.
049000     MOVE WS-HOLD-REASON TO HLD-REASON.
049010     MOVE WS-HOLD-CODE TO HLD-REASON-CODE.
049100     ACCEPT HLD-DATE FROM DATE YYYYMMDD.
049200     WRITE HLD-RECORD.
049300     CLOSE AD-HELD-FILE.
049400 2700-HOLD-ONE-AWARD-EXIT.
049405     EXIT.
049410*--------------------------------------------------------------*
049415* 2800-RECORD-INTENSITY - A PRORATED AWARD, PAID OR HELD BELOW  *
049420* THE MINIMUM, ONTO THE INTENSITY WORK FILE SO LATER SCHEDULE   *
049425* CHANGES CAN REPRICE IT UNTIL THE CENSUS DATE.                 *
049430*--------------------------------------------------------------*
049435 2800-RECORD-INTENSITY.
049440     MOVE AWD-STUDENT-ID TO AIP-STUDENT-ID.
049445     MOVE AWD-TERM TO AIP-TERM.
049450     MOVE AWD-AID-CODE TO AIP-AID-CODE.
049455     MOVE AWD-AWARD-AMOUNT TO AIP-AWARD-AMOUNT.
049460     MOVE WS-TERM-HOURS TO AIP-CREDIT-HOURS.
049465     MOVE WS-PRO-PERCENT TO AIP-PERCENT.
049470     MOVE WS-PAY-AMOUNT TO AIP-PAID-AMOUNT.
049475     MOVE WS-BUSINESS-DATE TO AIP-PAID-DATE.
049480     MOVE WS-BUSINESS-DATE TO AIP-LAST-DATE.
049485     WRITE AIP-RECORD.
049490 2800-RECORD-INTENSITY-EXIT.
049500     EXIT.
049510*--------------------------------------------------------------*
049511* 3000-POST-ADJUSTMENTS - THE EVALADJ SIGNED ADJUSTMENTS FROM   *
049587     MOVE ADJ-AID-CODE TO SUB-DESC (5:4).
049588     MOVE 'ADJUSTMENT' TO SUB-DESC (10:10).
049589     WRITE STU-ACCT-RECORD.
049589     IF WS-ACCT-OK
049589         PERFORM 8700-JOURNAL-ACCT-POST
049589             THRU 8700-JOURNAL-ACCT-POST-EXIT
049589         PERFORM 8780-POST-ACCT-BALANCE
049589             THRU 8780-POST-ACCT-BALANCE-EXIT
049589     END-IF.
049591     CLOSE AD-ACCT-FILE.
049592     MOVE SPACES TO TXN-RECORD.
049593     MOVE 'D' TO TXN-RECORD-TYPE.
049602 3200-POST-ONE-ADJUSTMENT-EXIT.
049603     EXIT.
049600*--------------------------------------------------------------*
049601* 4000-REPRICE-SCHEDULE-CHANGES - EVERY PRORATED AWARD ON       *
049602* AIDINTN WHOSE TERM IS STILL ON OR BEFORE ITS CENSUS DATE IS   *
049603* REPRICED AGAINST TONIGHT'S ENRLMAST HOURS. A CHANGED AMOUNT   *
049604* IS RAISED AS A PENDING EVALADJ DELTA, WHICH THE ADJUSTMENT    *
049605* PASS THEN POSTS LIKE ANY RECALCULATION DELTA - AND LIKE ONE   *
049606* RE-VERIFIES NOTHING ELSE. A TERM PAST CENSUS IS SETTLED AND   *
049607* ITS AWARDS DROP OFF. TONIGHT'S NEW AWARDS ARE ALREADY ON      *
049608* INTNWRK; THE REPRICED ONES JOIN THEM AND INTNWRK BECOMES THE  *
049609* NEW AIDINTN. A TEST-MODE RUN LISTS THE CHANGES ON THE         *
049610* REGISTER AND LEAVES EVALADJ AND AIDINTN ALONE.                *
049611*--------------------------------------------------------------*
049612 4000-REPRICE-SCHEDULE-CHANGES.
049613     SET WS-NOT-AT-EOF TO TRUE.
049614     OPEN INPUT AD-INTN-FILE.
049615     IF WS-INTN-OK
049616         IF NOT SP-TEST-MODE
049617             OPEN EXTEND AD-ADJ-FILE
049618             IF NOT WS-ADJ-OK
049619                 CLOSE AD-ADJ-FILE
049620                 OPEN OUTPUT AD-ADJ-FILE
049621             END-IF
049622         END-IF
049623         PERFORM 4100-READ-ONE-INTENSITY
049624             THRU 4100-READ-ONE-INTENSITY-EXIT
049625         PERFORM UNTIL WS-AT-EOF
049626             PERFORM 4200-REPRICE-ONE-AWARD
049627                 THRU 4200-REPRICE-ONE-AWARD-EXIT
049628             PERFORM 4100-READ-ONE-INTENSITY
049629                 THRU 4100-READ-ONE-INTENSITY-EXIT
049630         END-PERFORM
049631         CLOSE AD-INTN-FILE
049632         IF NOT SP-TEST-MODE
049633             CLOSE AD-ADJ-FILE
049634         END-IF
049635     END-IF.
049636     CLOSE AD-INTNWRK-FILE.
049637     IF NOT SP-TEST-MODE
049638         PERFORM 4500-REWRITE-INTENSITY-FILE
049639             THRU 4500-REWRITE-INTENSITY-FILE-EXIT
049640     END-IF.
049641     DISPLAY 'AIDDISB: ' WS-INTN-ADJ-COUNT
049642         ' INTENSITY ADJUSTMENTS RAISED, ' WS-INTN-SETTLED-COUNT
049643         ' PRORATED AWARDS SETTLED AT CENSUS'.
049644 4000-REPRICE-SCHEDULE-CHANGES-EXIT.
049645     EXIT.
049646*--------------------------------------------------------------*
049647* 4100-READ-ONE-INTENSITY - A SINGLE READ OF AIDINTN.           *
049648*--------------------------------------------------------------*
049649 4100-READ-ONE-INTENSITY.
049650     READ AD-INTN-FILE
049651         AT END SET WS-AT-EOF TO TRUE
049652     END-READ.
049653 4100-READ-ONE-INTENSITY-EXIT.
049654     EXIT.
049655*--------------------------------------------------------------*
049656* 4200-REPRICE-ONE-AWARD - ONE AIDINTN AWARD AGAINST ITS TERM'S *
049657* CENSUS DATE AND THE STUDENT'S CURRENT HOURS.                  *
049658*--------------------------------------------------------------*
049659 4200-REPRICE-ONE-AWARD.
049660     MOVE AD-INTN-RECORD TO AIP-RECORD.
049661     MOVE 0 TO WS-TERM-CENSUS-DATE.
049662     PERFORM VARYING WS-ACAL-IDX FROM 1 BY 1
049663             UNTIL WS-ACAL-IDX > WS-ACAL-COUNT
049664         IF AAC-TERM (WS-ACAL-IDX) = AIP-TERM
049665             MOVE AAC-CENSUS-DATE (WS-ACAL-IDX)
049666                 TO WS-TERM-CENSUS-DATE
049667         END-IF
049668     END-PERFORM.
049669     IF WS-TERM-CENSUS-DATE = 0
049670         OR WS-BUSINESS-DATE > WS-TERM-CENSUS-DATE
049671         ADD 1 TO WS-INTN-SETTLED-COUNT
049672         GO TO 4200-REPRICE-ONE-AWARD-EXIT
049673     END-IF.
049674     MOVE AIP-STUDENT-ID TO WS-HOURS-STUDENT-ID.
049675     MOVE AIP-TERM TO WS-HOURS-TERM.
049676     PERFORM 2450-SUM-TERM-HOURS
049677         THRU 2450-SUM-TERM-HOURS-EXIT.
049678     MOVE AIP-AID-CODE TO WS-PRO-AID-CODE.
049679     PERFORM 2460-FIND-INTENSITY-BAND
049680         THRU 2460-FIND-INTENSITY-BAND-EXIT.
049681     IF WS-PRO-BELOW-MIN
049682         MOVE 0 TO WS-NEW-PAID-AMOUNT
049683     ELSE
049684         COMPUTE WS-NEW-PAID-AMOUNT ROUNDED =
049685             AIP-AWARD-AMOUNT * WS-PRO-PERCENT / 100
049686     END-IF.
049687     IF WS-NEW-PAID-AMOUNT NOT = AIP-PAID-AMOUNT
049688         PERFORM 4300-RAISE-INTENSITY-ADJUSTMENT
049689             THRU 4300-RAISE-INTENSITY-ADJUSTMENT-EXIT
049690         MOVE WS-NEW-PAID-AMOUNT TO AIP-PAID-AMOUNT
049691         MOVE WS-BUSINESS-DATE TO AIP-LAST-DATE
049692     END-IF.
049693     MOVE WS-TERM-HOURS TO AIP-CREDIT-HOURS.
049694     MOVE WS-PRO-PERCENT TO AIP-PERCENT.
049695     WRITE AIP-RECORD.
049696 4200-REPRICE-ONE-AWARD-EXIT.
049697     EXIT.
049698*--------------------------------------------------------------*
049699* 4300-RAISE-INTENSITY-ADJUSTMENT - THE DIFFERENCE AS A PENDING *
049699* EVALADJ DELTA, OR IN TEST MODE A REGISTER LINE ONLY.          *
049699*--------------------------------------------------------------*
049699 4300-RAISE-INTENSITY-ADJUSTMENT.
049699     ADD 1 TO WS-INTN-ADJ-COUNT.
049699     COMPUTE WS-INTENSITY-DELTA =
049699         WS-NEW-PAID-AMOUNT - AIP-PAID-AMOUNT.
049699     IF SP-TEST-MODE
049699         MOVE SPACES TO AD-REGISTER-RECORD
049699         MOVE AIP-STUDENT-ID TO ADR-STUDENT-ID
049699         MOVE AIP-AID-CODE TO ADR-AID-CODE
049699         MOVE WS-NEW-PAID-AMOUNT TO ADR-AMOUNT
049699         IF WS-INTENSITY-DELTA > ZERO
049699             MOVE 'INTENSITY UP' TO ADR-DISPOSITION
049699         ELSE
049699             MOVE 'INTENSITY DOWN' TO ADR-DISPOSITION
049699         END-IF
049699         WRITE AD-REGISTER-RECORD
049699         GO TO 4300-RAISE-INTENSITY-ADJUSTMENT-EXIT
049699     END-IF.
049699     MOVE SPACES TO ADJ-RECORD.
049699     SET ADJ-PENDING TO TRUE.
049699     MOVE AIP-STUDENT-ID TO ADJ-STUDENT-ID.
049699     MOVE AIP-AID-CODE TO ADJ-AID-CODE.
049699     MOVE AIP-PAID-AMOUNT TO ADJ-OLD-AMOUNT.
049699     MOVE WS-NEW-PAID-AMOUNT TO ADJ-NEW-AMOUNT.
049699     MOVE WS-INTENSITY-DELTA TO ADJ-DELTA-AMOUNT.
049699     WRITE ADJ-RECORD.
049699 4300-RAISE-INTENSITY-ADJUSTMENT-EXIT.
049699     EXIT.
049699*--------------------------------------------------------------*
049699* 4500-REWRITE-INTENSITY-FILE - INTNWRK BECOMES THE NEW AIDINTN.*
049699*--------------------------------------------------------------*
049699 4500-REWRITE-INTENSITY-FILE.
049699     SET WS-NOT-AT-EOF TO TRUE.
049699     OPEN INPUT AD-INTNWRK-FILE.
049699     OPEN OUTPUT AD-INTN-FILE.
049699     PERFORM 4600-READ-ONE-INTNWRK
049699         THRU 4600-READ-ONE-INTNWRK-EXIT.
049699     PERFORM UNTIL WS-AT-EOF
049699         MOVE AIP-RECORD TO AD-INTN-RECORD
049699         WRITE AD-INTN-RECORD
049699         PERFORM 4600-READ-ONE-INTNWRK
049699             THRU 4600-READ-ONE-INTNWRK-EXIT
049699     END-PERFORM.
049699     CLOSE AD-INTNWRK-FILE.
049699     CLOSE AD-INTN-FILE.
049699 4500-REWRITE-INTENSITY-FILE-EXIT.
049699     EXIT.
049699*--------------------------------------------------------------*
049699* 4600-READ-ONE-INTNWRK - A SINGLE READ OF INTNWRK.             *
049699*--------------------------------------------------------------*
049699 4600-READ-ONE-INTNWRK.
049699     READ AD-INTNWRK-FILE
049699         AT END SET WS-AT-EOF TO TRUE
049699     END-READ.
049699 4600-READ-ONE-INTNWRK-EXIT.
049699     EXIT.
049699*--------------------------------------------------------------*
049700* 8000-REWRITE-TXN-FEED - THE COMBINED FEED BACK TO ADTXN WITH  *
049800* ONE FRESH CONTROL HEADER. A TEST-MODE RUN LEAVES ADTXN        *
049900* EXACTLY AS IT FOUND IT.                                       *
053600     END-READ.
053700 8100-READ-ONE-WORK-RECORD-EXIT.
053800     EXIT.
053800*--------------------------------------------------------------*
053800* 8700-JOURNAL-ACCT-POST - THE STUACCT POSTING JUST WRITTEN,   *
053800* ONTO THE RCVJRNL FORWARD-RECOVERY JOURNAL.                   *
053800*--------------------------------------------------------------*
053800 8700-JOURNAL-ACCT-POST.
053800     MOVE 'AIDDISB ' TO JR-PROGRAM-ID.
053800     SET JR-FILE-ACCOUNT TO TRUE.
053800     SET JR-ADD TO TRUE.
053800     MOVE SPACES TO JR-RECORD-KEY.
053800     MOVE SUB-STUDENT-ID TO JR-RECORD-KEY (1:9).
053800     MOVE SPACES TO JR-BEFORE-IMAGE.
053800     MOVE STU-ACCT-RECORD TO JR-AFTER-IMAGE.
053800     CALL 'JRNLLOG' USING JRNL-PARM-BLOCK.
053800 8700-JOURNAL-ACCT-POST-EXIT.
053800     EXIT.
053800*--------------------------------------------------------------*
053800* 8780-POST-ACCT-BALANCE - THE STUACCT POSTING JUST WRITTEN,   *
053800* ONTO THE STUDENT'S STUBAL BALANCE RECORD THROUGH BALPOST, IN *
053800* THE SAME UNIT OF WORK AS THE WRITE.                          *
053800*--------------------------------------------------------------*
053800 8780-POST-ACCT-BALANCE.
053800     MOVE 'AIDDISB ' TO BP-PROGRAM-ID.
053800     SET BP-POST TO TRUE.
053800     MOVE STU-ACCT-RECORD TO BP-ACCT-RECORD.
053800     CALL 'BALPOST' USING BAL-PARM-BLOCK.
053800 8780-POST-ACCT-BALANCE-EXIT.
053800     EXIT.
053900*--------------------------------------------------------------*
054000* 9999-EXIT                                                    *
054100*--------------------------------------------------------------*
054200 9999-EXIT.
054210     IF WS-RES-IS-OPEN
054220         CLOSE AD-CONDRES-FILE
054230     END-IF.
054300     STOP RUN.
