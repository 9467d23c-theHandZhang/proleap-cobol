000008*                PRICE PER TERM, WITH THE RESIDENCY DECISION    *
000009*                MATCHED ON THE CONDRES TERM, SO FALL HOURS     *
000011*                NEVER PRICE ON A SUMMER RESIDENCY BASIS.       *
000011* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 145 BYTES FOR THE  *
000011*                ACADEMIC STANDING CODE AND ITS EFFECTIVE TERM,  *
000011*                STAMPED AT TERM END BY ACADSTND.                *
000011* 10/15/26  DW   TERM DATES NOW COME FROM THE SHARED ACADCAL     *
000011*                ACADEMIC CALENDAR. A NEW ENROLLMENT FOR A       *
000011*                CALENDAR TERM PRICES ONLY FROM REGISTRATION     *
000011*                OPEN THROUGH TERM END - ANYTHING OUTSIDE IS     *
000011*                COUNTED AND LEFT UNPRICED - AND AN ENROLLMENT   *
000011*                ALREADY WITHDRAWN (W) NEVER PRICES. ENRLMAST    *
000011*                RECORD LENGTHENED TO 43 BYTES FOR THE           *
000011*                ENROLLMENT STATUS AND ITS DATE.                 *
000011* 10/15/26  DW   DROPS AND WITHDRAWALS NOW EARN A TUITION REFUND *
000011*                ON THE REFSCHED SCHEDULE (RFSCHREC LAYOUT) -    *
000011*                THE PERCENTAGE OF THE WINDOW THE DROP OR        *
000011*                WITHDRAWAL DATE FALLS IN, BY TERM. EACH DROP    *
000011*                ENRLPOST LOGGED TO ENRLDROP, AND EACH ACTIVE    *
000011*                ENROLLMENT OF A STUDENT STUMAST SHOWS WITHDRAWN *
000011*                (THEN MARKED W), IS PRICED AS IT WAS CHARGED    *
000011*                AND THE REFUND POSTED AS A CATEGORY-A CREDIT TO *
000011*                ADTXN AND STUACCT. THE REGISTER SHOWS THE       *
000011*                ORIGINAL CHARGE, PERCENTAGE AND CREDIT.         *
000011*                ENRLMAST IS NOW OPENED I-O.                     *
000011* 10/15/26  DW   AN APPROVED RESIDENCY PETITION RESAPPL WRITES   *
000011*                TO RESREPR NOW RE-PRICES THE CREDITS ALREADY    *
000011*                CHARGED FOR ITS TERM ON TONIGHT'S CONDRES       *
000011*                DECISION AND POSTS THE DIFFERENCE FROM THE      *
000011*                NON-RESIDENT RATE AS A CATEGORY-A ADJUSTMENT.   *
000011* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 153 BYTES FOR THE  *
000011*                DEGREE CONFERRAL DATE, STAMPED BY GRADCONF.     *
000011* 10/15/26  DW   STUACCT NOW CARRIES TONIGHT'S ASSESSMENT ONE    *
000011*                RECORD PER ENROLLMENT, DESCRIBED BY TERM,       *
000011*                COURSE, SECTION AND CREDIT HOURS, SO CHGRECON   *
000011*                CAN TELL AN ENROLLMENT NEVER BILLED OR BILLED   *
000011*                TWICE. ADTXN STILL CARRIES ONE CHARGE PER       *
000011*                STUDENT AND TERM.                               *
000011* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 170 BYTES FOR THE  *
000011*                DIRECTORY-INFORMATION CONFIDENTIALITY FLAG,     *
000011*                ITS DATE AND REQUESTING OPERATOR.               *
000011* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 186 BYTES FOR THE  *
000011*                DATE OF DEATH AND ITS VERIFICATION SOURCE.      *
000011* 10/15/26  DW   EVERY ENRLMAST REWRITE AND STUACCT POSTING IS *
000011*                NOW ALSO WRITTEN TO THE RCVJRNL FORWARD-      *
000011*                RECOVERY JOURNAL THROUGH JRNLLOG.             *
000011* 10/15/26  DW   AN ACTIVE ENROLLMENT'S STATUS DATE NOW        *
000011*                RECORDS THE BUSINESS DATE IT WAS CHARGED, SO  *
000011*                THE INTRADAY POSTING RUN AND THE NIGHTLY CAN  *
000011*                BOTH PRICE THE SAME DAY'S ADDS WITHOUT        *
000011*                CHARGING ANY OF THEM TWICE. ONLY UNCHARGED    *
000011*                ADDS PRICE; A PRODUCTION RUN MARKS THEM AFTER *
000011*                THE RE-PRICE PASS. THE RE-PRICE COUNTS A      *
000011*                SAME-DAY ADD ALREADY CHARGED BY AN EARLIER    *
000011*                RUN, AND A SAME-DAY DROP OF ONE IS REFUNDED   *
000011*                OFF THE PRICED DATE ENRLPOST NOW CARRIES ON   *
000011*                ENRLDROP.                                     *
000011* 10/15/26  DW   RESIDENCY IS NOW A KEYED READ OF THE INDEXED  *
000011*                CONDRES BY STUDENT AND TERM. THE 1000-ENTRY   *
000011*                DECISION TABLE AND THE RUN REFUSAL WHEN IT    *
000011*                FILLED ARE GONE - NO STUDENT PAST A CAP CAN   *
000011*                PRICE NON-RESIDENT.                           *
000011* 10/15/26  DW   EVERY STUACCT POSTING IS NOW ALSO POSTED TO   *
000011*                THE STUDENT'S STUBAL BALANCE RECORD THROUGH   *
000011*                BALPOST, STRAIGHT AFTER THE WRITE.            *
002400*--------------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT TC-ENROLL-FILE ASSIGN TO ENRLMAST
002900         ORGANIZATION IS INDEXED
002910         ACCESS MODE IS SEQUENTIAL
003100         RECORD KEY IS ENR-KEY
003200         FILE STATUS IS WS-ENROLL-STATUS.
003300     SELECT TC-MASTER-FILE ASSIGN TO STUMAST
003600         RECORD KEY IS STM-STUDENT-ID
003700         FILE STATUS IS WS-MASTER-STATUS.
003800     SELECT TC-CONDRES-FILE ASSIGN TO CONDRES
003900         ORGANIZATION IS INDEXED
003910         ACCESS MODE IS RANDOM
003920         RECORD KEY IS RES-KEY
004000         FILE STATUS IS WS-CONDRES-STATUS.
004100     SELECT TC-RATE-FILE ASSIGN TO TUITRATE
004200         ORGANIZATION IS LINE SEQUENTIAL
005240     SELECT TC-CAL-FILE ASSIGN TO SUITECAL
005250         ORGANIZATION IS LINE SEQUENTIAL
005260         FILE STATUS IS WS-CAL-STATUS.
005270     SELECT TC-ACAL-FILE ASSIGN TO ACADCAL
005280         ORGANIZATION IS LINE SEQUENTIAL
005290         FILE STATUS IS WS-ACAL-STATUS.
005291     SELECT TC-DROP-FILE ASSIGN TO ENRLDROP
005292         ORGANIZATION IS LINE SEQUENTIAL
005293         FILE STATUS IS WS-DROP-STATUS.
005294     SELECT TC-REFSCHED-FILE ASSIGN TO REFSCHED
005295         ORGANIZATION IS LINE SEQUENTIAL
005296         FILE STATUS IS WS-REFSCHED-STATUS.
005297     SELECT TC-REPRICE-FILE ASSIGN TO RESREPR
005298         ORGANIZATION IS LINE SEQUENTIAL
005299         FILE STATUS IS WS-REPRICE-STATUS.
005300     SELECT SUITE-PARM-FILE ASSIGN TO SUITEPRM
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-SUITE-STATUS.
006700         10  ENR-TERM         PIC X(06).
006800     05  ENR-CREDIT-HOURS     PIC 9(02).
006900     05  ENR-ADD-DATE         PIC 9(08).
006900     05  ENR-STATUS           PIC X(01).
006900         88  ENR-ACTIVE       VALUE 'A' ' '.
006900         88  ENR-WITHDRAWN    VALUE 'W'.
006900     05  ENR-STATUS-DATE      PIC 9(08).
007000 FD  TC-MASTER-FILE.
007100 01  STM-RECORD.
007200     05  STM-STUDENT-ID       PIC 9(09).
007900     05  STM-ZIP              PIC X(05).
007900     05  STM-WITHDRAW-DATE    PIC 9(08).
007900     05  STM-DOB              PIC 9(08).
007900     05  STM-STANDING-CODE    PIC X(01).
007900     05  STM-STANDING-TERM    PIC X(06).
007900     05  STM-CONFER-DATE      PIC 9(08).
007900     05  STM-CONFID-FLAG      PIC X(01).
007900     05  STM-CONFID-DATE      PIC 9(08).
007900     05  STM-CONFID-OPER      PIC X(08).
007900     05  STM-DEATH-DATE       PIC 9(08).
007900     05  STM-DEATH-SOURCE     PIC X(08).
008000 FD  TC-CONDRES-FILE.
008100 COPY CONDRREC.
008500 FD  TC-RATE-FILE.
008600 01  TRT-CARD.
008700     05  TRT-PROGRAM-CODE     PIC X(04).
012700     05  TCR-CHARGE-AMOUNT    PIC -ZZZZZZ9.99.
012800     05  FILLER               PIC X(01).
012900     05  TCR-NOTE             PIC X(16).
012901*--------------------------------------------------------------*
012902* TC-REFUND-RECORD - THE REGISTER LINE FOR ONE REFUND: THE      *
012903* ENROLLMENT, THE TUITION IT WAS CHARGED, THE REFSCHED          *
012904* PERCENTAGE ITS DROP OR WITHDRAWAL DATE EARNED AND THE CREDIT. *
012905*--------------------------------------------------------------*
012906 01  TC-REFUND-RECORD.
012907     05  TCF-STUDENT-ID       PIC 9(09).
012908     05  FILLER               PIC X(01).
012909     05  TCF-COURSE-ID        PIC X(06).
012910     05  FILLER               PIC X(01).
012911     05  TCF-SECTION          PIC X(03).
012912     05  FILLER               PIC X(01).
012913     05  TCF-TERM             PIC X(06).
012914     05  FILLER               PIC X(01).
012915     05  TCF-CREDITS          PIC Z9.
012916     05  FILLER               PIC X(01).
012917     05  TCF-CHARGE-AMOUNT    PIC -ZZZZZZ9.99.
012918     05  FILLER               PIC X(01).
012919     05  TCF-PERCENT          PIC ZZ9.
012920     05  FILLER               PIC X(01).
012921     05  TCF-CREDIT-AMOUNT    PIC -ZZZZZZ9.99.
012922     05  FILLER               PIC X(01).
012923     05  TCF-NOTE             PIC X(16).
012910 FD  TC-ACCT-FILE.
012920 COPY STUACREC.
012930 FD  TC-CAL-FILE.
012950     05  CAL-BUSINESS-DATE    PIC 9(08).
012960     05  CAL-MONTH-END-FLAG   PIC X(01).
012970     05  CAL-YEAR-END-FLAG    PIC X(01).
012974*--------------------------------------------------------------*
012978* TC-ACAL-FILE - THE SHARED ACADEMIC CALENDAR. ONLY THE         *
012982* REGISTRATION-OPEN AND TERM-END DATES MATTER HERE.             *
012986*--------------------------------------------------------------*
012990 FD  TC-ACAL-FILE.
012994 COPY ACADCREC.
012995 FD  TC-DROP-FILE.
012996 COPY ENRDRREC.
012997 FD  TC-REFSCHED-FILE.
012998 COPY RFSCHREC.
012999*--------------------------------------------------------------*
012999* TC-REPRICE-FILE - ONE REQUEST PER RESIDENCY PETITION RESAPPL  *
012999* APPLIED: THE STUDENT AND THE TERM TO RE-PRICE.                *
012999*--------------------------------------------------------------*
012999 FD  TC-REPRICE-FILE.
012999 01  RRQ-RECORD.
012999     05  RRQ-STUDENT-ID       PIC 9(09).
012999     05  RRQ-TERM             PIC X(06).
012999     05  RRQ-CLAIMED-CODES    PIC X(03).
012999     05  RRQ-APPLIED-DATE     PIC 9(08).
013000 FD  SUITE-PARM-FILE.
013100 01  SP-PARM-CARD             PIC X(11).
013200 FD  TC-CYCLENO-FILE.
015300     88  WS-REPORT-OK         VALUE '00'.
015310 01  WS-ACCT-STATUS           PIC X(02).
015320     88  WS-ACCT-OK           VALUE '00'.
015330 01  WS-DROP-STATUS           PIC X(02).
015340     88  WS-DROP-OK           VALUE '00'.
015350 01  WS-REFSCHED-STATUS       PIC X(02).
015360     88  WS-REFSCHED-OK       VALUE '00'.
015370 01  WS-REPRICE-STATUS        PIC X(02).
015380     88  WS-REPRICE-OK        VALUE '00'.
015400 01  WS-EOF-SWITCH            PIC X(01).
015500     88  WS-AT-EOF            VALUE 'Y'.
015600     88  WS-NOT-AT-EOF        VALUE 'N'.
017300 01  WS-RATE-FOUND-SWITCH     PIC X(01).
017400     88  WS-RATE-FOUND        VALUE 'Y'.
017500     88  WS-RATE-NOT-FOUND    VALUE 'N'.
017900 01  WS-RES-FOUND-SWITCH      PIC X(01).
018000     88  WS-RES-FOUND         VALUE 'Y'.
018100     88  WS-RES-NOT-FOUND     VALUE 'N'.
018101 01  WS-RES-OPEN-SWITCH       PIC X(01) VALUE 'N'.
018102     88  WS-RES-IS-OPEN       VALUE 'Y'.
018110 01  WS-CAL-STATUS            PIC X(02).
018120     88  WS-CAL-OK            VALUE '00'.
018121 01  WS-ACAL-STATUS           PIC X(02).
018122     88  WS-ACAL-OK           VALUE '00'.
018123 01  WS-ACAL-COUNT            PIC 9(02) COMP VALUE 0.
018124 01  WS-ACAL-MAX              PIC 9(02) COMP VALUE 20.
018125 01  WS-ACAL-IDX              PIC 9(02) COMP.
018126 01  WS-TERM-OPEN-SWITCH      PIC X(01).
018127     88  WS-TERM-OPEN         VALUE 'Y'.
018128     88  WS-TERM-CLOSED       VALUE 'N'.
018129 01  WS-OUTSIDE-TERM          PIC 9(06) COMP VALUE 0.
018130 01  WS-BUSINESS-DATE         PIC 9(08) VALUE 0.
018140 01  WS-PRICE-TERM            PIC X(06).
018150 01  WS-TERM-COUNT            PIC 9(01) COMP VALUE 0.
018202     05  WS-TERM-ENTRY OCCURS 4 TIMES.
018203         10  WTT-TERM         PIC X(06).
018204         10  WTT-CREDITS      PIC 9(03) COMP.
018205 01  WS-ACCT-DESC             PIC X(20).
018205 01  WS-ACCT-TUITION-DESC REDEFINES WS-ACCT-DESC.
018205     05  WAT-TERM             PIC X(06).
018205     05  FILLER               PIC X(01).
018205     05  WAT-COURSE-ID        PIC X(06).
018205     05  FILLER               PIC X(01).
018205     05  WAT-SECTION          PIC X(03).
018205     05  FILLER               PIC X(01).
018205     05  WAT-CREDITS          PIC 9(02).
018205 01  WS-SUBLEDGER-SWITCH      PIC X(01) VALUE 'Y'.
018205     88  WS-POST-AS-ONE       VALUE 'Y'.
018205     88  WS-POST-BY-ENROLLMENT VALUE 'N'.
018205 01  WS-NEW-ENR-COUNT         PIC 9(02) COMP VALUE 0.
018205 01  WS-NEW-ENR-MAX           PIC 9(02) COMP VALUE 40.
018205 01  WS-NEW-ENR-IDX           PIC 9(02) COMP.
018205 01  WS-NEW-ENR-CREDITS       PIC 9(03) COMP VALUE 0.
018205*--------------------------------------------------------------*
018205* TC-NEW-ENR-TABLE - THE CURRENT STUDENT'S ENROLLMENTS PRICED   *
018205* TONIGHT, EACH POSTED TO STUACCT AS ITS OWN CHARGE.            *
018205*--------------------------------------------------------------*
018205 01  TC-NEW-ENR-TABLE.
018205     05  TC-NEW-ENR-ENTRY OCCURS 40 TIMES.
018205         10  TNE-TERM         PIC X(06).
018205         10  TNE-COURSE-ID    PIC X(06).
018205         10  TNE-SECTION      PIC X(03).
018205         10  TNE-CREDITS      PIC 9(02).
018206 01  WS-WDRAW-SWITCH          PIC X(01) VALUE 'N'.
018207     88  WS-STUDENT-WITHDRAWING VALUE 'Y'.
018208     88  WS-STUDENT-ENROLLED  VALUE 'N'.
018209 01  WS-WDRAW-DATE            PIC 9(08) VALUE 0.
018210 01  WS-CHARGED-SWITCH        PIC X(01).
018211     88  WS-WAS-CHARGED       VALUE 'Y'.
018212     88  WS-NEVER-CHARGED     VALUE 'N'.
018213 01  WS-REFUND-STUDENT-ID     PIC 9(09).
018214 01  WS-REFUND-COURSE-ID      PIC X(06).
018215 01  WS-REFUND-SECTION        PIC X(03).
018216 01  WS-REFUND-TERM           PIC X(06).
018217 01  WS-REFUND-CREDITS        PIC 9(02).
018218 01  WS-REFUND-ADD-DATE       PIC 9(08).
018219 01  WS-REFUND-DATE           PIC 9(08).
018220 01  WS-REFUND-KIND           PIC X(16).
018221 01  WS-REFUND-PERCENT        PIC 9(03) VALUE 0.
018222 01  WS-REFUND-BEST-DATE      PIC 9(08).
018223 01  WS-ORIGINAL-CHARGE       PIC S9(07)V99 VALUE 0.
018224 01  WS-REFUND-AMOUNT         PIC S9(07)V99 VALUE 0.
018225 01  WS-REFUND-TOTAL          PIC S9(09)V99 VALUE 0.
018226 01  WS-REFUND-DISP           PIC -ZZZZZZZZ9.99.
018227 01  WS-DROPS-REFUNDED        PIC 9(06) COMP VALUE 0.
018228 01  WS-WDRAWS-REFUNDED       PIC 9(06) COMP VALUE 0.
018228 01  WS-ENR-MARKED            PIC 9(06) COMP VALUE 0.
018229 01  WS-REFUNDS-NOT-DUE       PIC 9(06) COMP VALUE 0.
018230 01  WS-RFS-COUNT             PIC 9(03) COMP VALUE 0.
018231 01  WS-RFS-MAX               PIC 9(03) COMP VALUE 120.
018232 01  WS-RFS-IDX               PIC 9(03) COMP.
018233*--------------------------------------------------------------*
018234* TC-RFS-TABLE - THE REFSCHED REFUND WINDOWS FOR EVERY TERM.    *
018235*--------------------------------------------------------------*
018236 01  TC-RFS-TABLE.
018237     05  TC-RFS-ENTRY OCCURS 120 TIMES.
018238         10  TRF-TERM         PIC X(06).
018239         10  TRF-THROUGH-DATE PIC 9(08).
018240         10  TRF-PERCENT      PIC 9(03).
018240 01  WS-RPR-COUNT             PIC 9(03) COMP VALUE 0.
018240 01  WS-RPR-MAX               PIC 9(03) COMP VALUE 100.
018240 01  WS-RPR-IDX               PIC 9(03) COMP.
018240 01  WS-RPR-SUB               PIC 9(03) COMP.
018240 01  WS-RPR-OLD-CHARGE        PIC S9(07)V99 VALUE 0.
018240 01  WS-RPR-NEW-CHARGE        PIC S9(07)V99 VALUE 0.
018240 01  WS-RPR-ADJ-TOTAL         PIC S9(09)V99 VALUE 0.
018240 01  WS-RPR-ADJ-DISP          PIC -ZZZZZZZZ9.99.
018240 01  WS-REPRICED              PIC 9(04) COMP VALUE 0.
018240*--------------------------------------------------------------*
018240* TC-RPR-TABLE - TONIGHT'S RESREPR REQUESTS, EACH WITH THE      *
018240* CREDIT HOURS ALREADY CHARGED FOR THAT STUDENT AND TERM.       *
018240*--------------------------------------------------------------*
018240 01  TC-RPR-TABLE.
018240     05  TC-RPR-ENTRY OCCURS 100 TIMES.
018240         10  TRP-STUDENT-ID   PIC 9(09).
018240         10  TRP-TERM         PIC X(06).
018240         10  TRP-CREDITS      PIC 9(03) COMP.
018200*--------------------------------------------------------------*
018300* TC-RATE-TABLE - THE TUITRATE PER-CREDIT MATRIX: PROGRAM CODE  *
018400* CROSSED WITH RESIDENT (R) OR NON-RESIDENT (N). A '****'       *
018500* PROGRAM ROW IS THE CATCH-ALL RATE.                            *
018600*--------------------------------------------------------------*
018610*--------------------------------------------------------------*
018620* TC-ACAL-TABLE - EACH CALENDAR TERM'S PRICING WINDOW, FROM     *
018630* REGISTRATION OPEN THROUGH TERM END.                           *
018640*--------------------------------------------------------------*
018650 01  TC-ACAL-TABLE.
018660     05  TC-ACAL-ENTRY OCCURS 20 TIMES.
018670         10  TAC-TERM         PIC X(06).
018680         10  TAC-REG-OPEN-DATE PIC 9(08).
018690         10  TAC-TERM-END-DATE PIC 9(08).
018700 01  TC-RATE-TABLE.
018800     05  TC-RATE-ENTRY OCCURS 100 TIMES.
018900         10  TRTE-PROGRAM-CODE PIC X(04).
019000         10  TRTE-RESIDENT-FLAG PIC X(01).
019100         10  TRTE-RATE        PIC 9(03)V99.
020000 COPY SUITEPRM.
020100 COPY CKPTPARM.
020200 COPY IOERRPRM.
020300 COPY STEPPARM.
020300 COPY JRNLPARM.
020300 COPY BALPARM.
020400 PROCEDURE DIVISION.
020500 0000-MAINLINE.
020600     PERFORM 0005-CHECK-CHECKPOINT
021100     PERFORM 0010-READ-SUITE-PARM THRU 0010-READ-SUITE-PARM-EXIT.
021110     PERFORM 0020-READ-BUSINESS-DATE
021120         THRU 0020-READ-BUSINESS-DATE-EXIT.
021130     PERFORM 0025-LOAD-ACAD-CALENDAR
021140         THRU 0025-LOAD-ACAD-CALENDAR-EXIT.
021200     PERFORM 0030-LOAD-RATE-TABLE
021300         THRU 0030-LOAD-RATE-TABLE-EXIT.
021400     PERFORM 0040-OPEN-RESIDENCY-FILE
021500         THRU 0040-OPEN-RESIDENCY-FILE-EXIT.
021503     PERFORM 0050-LOAD-REFUND-SCHEDULE
021506         THRU 0050-LOAD-REFUND-SCHEDULE-EXIT.
021600     PERFORM 0100-ABSORB-EXISTING-DETAIL
021700         THRU 0100-ABSORB-EXISTING-DETAIL-EXIT.
021800     PERFORM 1000-ASSESS-ENROLLMENTS
021900         THRU 1000-ASSESS-ENROLLMENTS-EXIT.
021910     PERFORM 3000-REFUND-DROPS
021920         THRU 3000-REFUND-DROPS-EXIT.
021930     PERFORM 4000-REPRICE-PETITIONS
021940         THRU 4000-REPRICE-PETITIONS-EXIT.
021950     PERFORM 5000-MARK-PRICED-ENROLLMENTS
021960         THRU 5000-MARK-PRICED-ENROLLMENTS-EXIT.
022000     PERFORM 8000-REWRITE-TXN-FEED
022100         THRU 8000-REWRITE-TXN-FEED-EXIT.
022200     PERFORM 0900-MARK-CHECKPOINT
028503 0020-READ-BUSINESS-DATE-EXIT.
028504     EXIT.
028500*--------------------------------------------------------------*
028502* 0025-LOAD-ACAD-CALENDAR - THE ACADCAL PRICING WINDOWS. A      *
028504* MISSING MEMBER IS LOGGED TO IOERR AND PRICES EVERY TERM AS    *
028506* BEFORE THE CALENDAR EXISTED; SO DOES A TERM NOT ON IT.        *
028508*--------------------------------------------------------------*
028510 0025-LOAD-ACAD-CALENDAR.
028512     MOVE 0 TO WS-ACAL-COUNT.
028514     OPEN INPUT TC-ACAL-FILE.
028516     IF NOT WS-ACAL-OK
028518         MOVE 'TUITCALC' TO IO-PROGRAM-ID
028520         MOVE 'ACADCAL ' TO IO-FILE-NAME
028522         MOVE 'OPEN-IN ' TO IO-OPERATION
028524         MOVE WS-ACAL-STATUS TO IO-FILE-STATUS
028526         MOVE 'N' TO IO-MANDATORY-FLAG
028528         CALL 'IOERR' USING IOERR-PARM-BLOCK
028530         GO TO 0025-LOAD-ACAD-CALENDAR-EXIT
028532     END-IF.
028534     PERFORM UNTIL WS-ACAL-COUNT = WS-ACAL-MAX
028536             OR NOT WS-ACAL-OK
028538         READ TC-ACAL-FILE
028540             AT END
028542                 CONTINUE
028544             NOT AT END
028546                 IF ACL-TERM (1:1) NOT = '*'
028548                     AND ACL-TERM NOT = SPACES
028550                     AND ACL-REG-OPEN-DATE NUMERIC
028552                     AND ACL-TERM-END-DATE NUMERIC
028554                     ADD 1 TO WS-ACAL-COUNT
028556                     MOVE ACL-TERM TO TAC-TERM (WS-ACAL-COUNT)
028558                     MOVE ACL-REG-OPEN-DATE TO
028560                         TAC-REG-OPEN-DATE (WS-ACAL-COUNT)
028562                     MOVE ACL-TERM-END-DATE TO
028564                         TAC-TERM-END-DATE (WS-ACAL-COUNT)
028566                 END-IF
028568         END-READ
028570     END-PERFORM.
028572     CLOSE TC-ACAL-FILE.
028574 0025-LOAD-ACAD-CALENDAR-EXIT.
028576     EXIT.
028578*--------------------------------------------------------------*
028600* 0030-LOAD-RATE-TABLE - LOADS THE TUITRATE PER-CREDIT MATRIX.  *
028700* MARKED MANDATORY TO IOERR - WITHOUT RATES NOTHING CAN PRICE.  *
028800*--------------------------------------------------------------*
032000 0030-LOAD-RATE-TABLE-EXIT.
032100     EXIT.
032200*--------------------------------------------------------------*
032300* 0040-OPEN-RESIDENCY-FILE - CONDRES OPENED FOR KEYED READS BY  *
032400* STUDENT AND TERM. A MISSING RESULTS FILE PRICES EVERYONE      *
032500* NON-RESIDENT AND SAYS SO ON THE REGISTER.                     *
032600*--------------------------------------------------------------*
032700 0040-OPEN-RESIDENCY-FILE.
033000     OPEN INPUT TC-CONDRES-FILE.
033100     IF NOT WS-CONDRES-OK
033200         DISPLAY 'TUITCALC: NO CONDRES DECISIONS - PRICING '
033300             'NON-RESIDENT'
033400         GO TO 0040-OPEN-RESIDENCY-FILE-EXIT
033500     END-IF.
033600     SET WS-RES-IS-OPEN TO TRUE.
034700 0040-OPEN-RESIDENCY-FILE-EXIT.
034800     EXIT.
035702*--------------------------------------------------------------*
035704* 0050-LOAD-REFUND-SCHEDULE - THE REFSCHED REFUND WINDOWS INTO  *
035706* STORAGE. A MISSING MEMBER IS LOGGED TO IOERR; EVERY DROP AND  *
035708* WITHDRAWAL THEN SHOWS ON THE REGISTER AT ZERO PERCENT RATHER  *
035710* THAN REFUNDING ON A GUESS.                                    *
035712*--------------------------------------------------------------*
035714 0050-LOAD-REFUND-SCHEDULE.
035716     MOVE 0 TO WS-RFS-COUNT.
035718     OPEN INPUT TC-REFSCHED-FILE.
035720     IF NOT WS-REFSCHED-OK
035722         MOVE 'TUITCALC' TO IO-PROGRAM-ID
035724         MOVE 'REFSCHED' TO IO-FILE-NAME
035726         MOVE 'OPEN-IN ' TO IO-OPERATION
035728         MOVE WS-REFSCHED-STATUS TO IO-FILE-STATUS
035730         MOVE 'N' TO IO-MANDATORY-FLAG
035732         CALL 'IOERR' USING IOERR-PARM-BLOCK
035734         GO TO 0050-LOAD-REFUND-SCHEDULE-EXIT
035736     END-IF.
035738     PERFORM UNTIL WS-RFS-COUNT = WS-RFS-MAX
035740             OR NOT WS-REFSCHED-OK
035742         READ TC-REFSCHED-FILE
035744             AT END
035746                 CONTINUE
035748             NOT AT END
035750                 IF RFS-TERM (1:1) NOT = '*'
035752                     AND RFS-TERM NOT = SPACES
035754                     AND RFS-THROUGH-DATE NUMERIC
035756                     AND RFS-PERCENT NUMERIC
035758                     AND RFS-PERCENT NOT > 100
035760                     ADD 1 TO WS-RFS-COUNT
035762                     MOVE RFS-TERM TO TRF-TERM (WS-RFS-COUNT)
035764                     MOVE RFS-THROUGH-DATE TO
035766                         TRF-THROUGH-DATE (WS-RFS-COUNT)
035768                     MOVE RFS-PERCENT TO
035768                         TRF-PERCENT (WS-RFS-COUNT)
035770                 END-IF
035772         END-READ
035774     END-PERFORM.
035776     CLOSE TC-REFSCHED-FILE.
035778 0050-LOAD-REFUND-SCHEDULE-EXIT.
035780     EXIT.
035800*--------------------------------------------------------------*
035900* 0100-ABSORB-EXISTING-DETAIL - COPIES ANY DETAIL ALREADY ON    *
036000* ADTXN (ANOTHER OFFICE'S POSTINGS) TO THE WORK FILE AND FOLDS  *
042000*--------------------------------------------------------------*
042100* 1000-ASSESS-ENROLLMENTS - ONE KEY-ORDERED PASS OVER ENRLMAST  *
042200* WITH A CONTROL BREAK ON STUDENT ID. ONLY ENROLLMENTS ADDED    *
042300* ON THE BUSINESS DATE AND NOT YET CHARGED (NO STATUS DATE -    *
042301* AN INTRADAY RUN MAY ALREADY HAVE PRICED SOME) ACCUMULATE - BY *
042302* TERM - AND THE BREAK PRICES EACH TERM'S NEW CREDITS, SO       *
042310* NOTHING IS EVER CHARGED TWICE AND TWO OPEN TERMS PRICE        *
042320* INDEPENDENTLY. A STUDENT STUMAST SHOWS WITHDRAWN HAS EACH     *
042330* ACTIVE ENROLLMENT IN A TERM STILL RUNNING ON THE WITHDRAWAL   *
042340* DATE REFUNDED AND MARKED W.                                   *
042400*--------------------------------------------------------------*
042500 1000-ASSESS-ENROLLMENTS.
042600     OPEN OUTPUT TC-REPORT-FILE.
042700     SET WS-NOT-AT-EOF TO TRUE.
042710     IF SP-TEST-MODE
042720         OPEN INPUT TC-ENROLL-FILE
042730     ELSE
042740         OPEN I-O TC-ENROLL-FILE
042750     END-IF.
042900     IF NOT WS-ENROLL-OK
043000         DISPLAY 'TUITCALC: NO ENROLLMENT FILE - NOTHING '
043100             'ASSESSED'
043700         THRU 1100-READ-ONE-ENROLLMENT-EXIT.
043800     MOVE 0 TO WS-BREAK-STUDENT-ID.
043900     MOVE 0 TO WS-TERM-COUNT.
043910     MOVE 0 TO WS-NEW-ENR-COUNT.
044000     PERFORM UNTIL WS-AT-EOF
044100         IF ENR-STUDENT-ID NOT = WS-BREAK-STUDENT-ID
044200             IF WS-BREAK-STUDENT-ID > 0
044500             END-IF
044600             MOVE ENR-STUDENT-ID TO WS-BREAK-STUDENT-ID
044700             MOVE 0 TO WS-TERM-COUNT
044705             MOVE 0 TO WS-NEW-ENR-COUNT
044710             PERFORM 1050-CHECK-WITHDRAWAL
044720                 THRU 1050-CHECK-WITHDRAWAL-EXIT
044800         END-IF
044810         IF ENR-ADD-DATE NUMERIC
044820             AND ENR-ADD-DATE = WS-BUSINESS-DATE
044830             AND ENR-ACTIVE
044835             AND (ENR-STATUS-DATE NOT NUMERIC
044836              OR ENR-STATUS-DATE = 0)
044840             PERFORM 1150-CHECK-TERM-WINDOW
044850                 THRU 1150-CHECK-TERM-WINDOW-EXIT
044860             IF WS-TERM-OPEN
044870                 PERFORM 1200-TALLY-ONE-TERM
044880                     THRU 1200-TALLY-ONE-TERM-EXIT
044890             ELSE
044900                 ADD 1 TO WS-OUTSIDE-TERM
044910             END-IF
044920         END-IF
044930         IF WS-STUDENT-WITHDRAWING
044940             AND ENR-ACTIVE
044950             PERFORM 1300-REFUND-WITHDRAWAL
044960                 THRU 1300-REFUND-WITHDRAWAL-EXIT
044970         END-IF
045000         PERFORM 1100-READ-ONE-ENROLLMENT
045100             THRU 1100-READ-ONE-ENROLLMENT-EXIT
045200     END-PERFORM.
046000     DISPLAY 'TUITCALC: ' WS-STUDENTS-ASSESSED
046100         ' STUDENTS ASSESSED, ' WS-STUDENTS-SKIPPED
046200         ' SKIPPED'.
046210     IF WS-OUTSIDE-TERM > 0
046220         DISPLAY 'TUITCALC: ' WS-OUTSIDE-TERM
046230             ' NEW ENROLLMENTS OUTSIDE THEIR TERM CALENDAR - '
046240             'NOT PRICED'
046250     END-IF.
046300 1000-ASSESS-ENROLLMENTS-EXIT.
046400     EXIT.
046500*--------------------------------------------------------------*
047200 1100-READ-ONE-ENROLLMENT-EXIT.
047300     EXIT.
047310*--------------------------------------------------------------*
047311* 1150-CHECK-TERM-WINDOW - A TERM ON THE ACADCAL CALENDAR       *
047312* PRICES ONLY FROM ITS REGISTRATION-OPEN DATE THROUGH ITS TERM  *
047313* END; A TERM NOT ON THE CALENDAR IS ALWAYS OPEN.               *
047314*--------------------------------------------------------------*
047315 1150-CHECK-TERM-WINDOW.
047316     SET WS-TERM-OPEN TO TRUE.
047317     PERFORM VARYING WS-ACAL-IDX FROM 1 BY 1
047318             UNTIL WS-ACAL-IDX > WS-ACAL-COUNT
047319         IF TAC-TERM (WS-ACAL-IDX) = ENR-TERM
047320             IF WS-BUSINESS-DATE < TAC-REG-OPEN-DATE (WS-ACAL-IDX)
047321                 OR WS-BUSINESS-DATE >
047322                     TAC-TERM-END-DATE (WS-ACAL-IDX)
047323                 SET WS-TERM-CLOSED TO TRUE
047324             END-IF
047325         END-IF
047326     END-PERFORM.
047327 1150-CHECK-TERM-WINDOW-EXIT.
047328     EXIT.
047329*--------------------------------------------------------------*
047320* 1200-TALLY-ONE-TERM - ONE NEWLY ADDED ENROLLMENT'S CREDITS    *
047330* INTO ITS TERM'S SLOT FOR THE CURRENT STUDENT, AND ONTO THE   *
047335* STUDENT'S LIST OF ENROLLMENTS PRICED TONIGHT.                 *
047340*--------------------------------------------------------------*
047350 1200-TALLY-ONE-TERM.
047360     SET WS-TERM-NOT-FOUND TO TRUE.
047398         ADD 1 TO WS-TERM-COUNT
047399         MOVE ENR-TERM TO WTT-TERM (WS-TERM-COUNT)
047401         MOVE ENR-CREDIT-HOURS TO WTT-CREDITS (WS-TERM-COUNT)
047401         SET WS-TERM-FOUND TO TRUE
047402     END-IF.
047402     IF WS-TERM-FOUND
047402         AND WS-NEW-ENR-COUNT < WS-NEW-ENR-MAX
047402         ADD 1 TO WS-NEW-ENR-COUNT
047402         MOVE ENR-TERM TO TNE-TERM (WS-NEW-ENR-COUNT)
047402         MOVE ENR-COURSE-ID TO TNE-COURSE-ID (WS-NEW-ENR-COUNT)
047402         MOVE ENR-SECTION TO TNE-SECTION (WS-NEW-ENR-COUNT)
047402         MOVE ENR-CREDIT-HOURS TO TNE-CREDITS (WS-NEW-ENR-COUNT)
047402     END-IF.
047403 1200-TALLY-ONE-TERM-EXIT.
047404     EXIT.
047405*--------------------------------------------------------------*
047406* 1050-CHECK-WITHDRAWAL - AT EACH NEW STUDENT, WHETHER STUMAST  *
047407* SHOWS THEM WITHDRAWN (STATUS W WITH A WITHDRAWAL DATE). EACH  *
047408* ACTIVE ENROLLMENT THEY STILL HOLD IS THEN REFUNDED ONCE AND   *
047409* MARKED W, SO LATER CYCLES FIND NOTHING LEFT TO REFUND.        *
047410*--------------------------------------------------------------*
047411 1050-CHECK-WITHDRAWAL.
047412     SET WS-STUDENT-ENROLLED TO TRUE.
047413     MOVE ENR-STUDENT-ID TO STM-STUDENT-ID.
047414     READ TC-MASTER-FILE
047415         INVALID KEY
047416             GO TO 1050-CHECK-WITHDRAWAL-EXIT
047417     END-READ.
047418     IF STM-ENROLL-STATUS = 'W'
047419         AND STM-WITHDRAW-DATE NUMERIC
047420         AND STM-WITHDRAW-DATE > 0
047421         SET WS-STUDENT-WITHDRAWING TO TRUE
047422         MOVE STM-WITHDRAW-DATE TO WS-WDRAW-DATE
047423     END-IF.
047424 1050-CHECK-WITHDRAWAL-EXIT.
047425     EXIT.
047426*--------------------------------------------------------------*
047427* 1300-REFUND-WITHDRAWAL - ONE ACTIVE ENROLLMENT OF A WITHDRAWN *
047428* STUDENT. ONLY A TERM ON THE ACADCAL CALENDAR THAT HAD NOT     *
047429* ENDED BY THE WITHDRAWAL DATE IS TOUCHED: ITS TUITION IS       *
047430* REFUNDED ON THE REFSCHED WINDOW THE WITHDRAWAL DATE FALLS IN  *
047431* AND THE ENROLLMENT IS MARKED W AS OF THAT DATE. A TEST-MODE   *
047432* RUN SHOWS THE REFUND AND LEAVES ENRLMAST ALONE.               *
047433*--------------------------------------------------------------*
047434 1300-REFUND-WITHDRAWAL.
047435     SET WS-TERM-CLOSED TO TRUE.
047436     PERFORM VARYING WS-ACAL-IDX FROM 1 BY 1
047437             UNTIL WS-ACAL-IDX > WS-ACAL-COUNT
047438         IF TAC-TERM (WS-ACAL-IDX) = ENR-TERM
047439             AND TAC-TERM-END-DATE (WS-ACAL-IDX)
047439                 NOT < WS-WDRAW-DATE
047440             SET WS-TERM-OPEN TO TRUE
047441         END-IF
047442     END-PERFORM.
047443     IF WS-TERM-CLOSED
047444         GO TO 1300-REFUND-WITHDRAWAL-EXIT
047445     END-IF.
047446     MOVE ENR-STUDENT-ID TO WS-REFUND-STUDENT-ID.
047447     MOVE ENR-COURSE-ID TO WS-REFUND-COURSE-ID.
047448     MOVE ENR-SECTION TO WS-REFUND-SECTION.
047449     MOVE ENR-TERM TO WS-REFUND-TERM.
047450     MOVE ENR-CREDIT-HOURS TO WS-REFUND-CREDITS.
047451     MOVE ENR-ADD-DATE TO WS-REFUND-ADD-DATE.
047452     MOVE WS-WDRAW-DATE TO WS-REFUND-DATE.
047453     MOVE 'WITHDRAWAL' TO WS-REFUND-KIND.
047454     SET WS-WAS-CHARGED TO TRUE.
047455     IF ENR-ADD-DATE NOT NUMERIC
047456         OR ENR-ADD-DATE > WS-BUSINESS-DATE
047457         SET WS-NEVER-CHARGED TO TRUE
047458     END-IF.
047459     PERFORM 3200-PRICE-ONE-REFUND
047460         THRU 3200-PRICE-ONE-REFUND-EXIT.
047461     ADD 1 TO WS-WDRAWS-REFUNDED.
047462     MOVE ENR-RECORD TO JR-BEFORE-IMAGE.
047462     MOVE 'W' TO ENR-STATUS.
047463     MOVE WS-WDRAW-DATE TO ENR-STATUS-DATE.
047464     IF SP-PRODUCTION-MODE
047465         REWRITE ENR-RECORD
047465         IF WS-ENROLL-OK
047465             PERFORM 8720-JOURNAL-ENROLL-CHANGE
047465                 THRU 8720-JOURNAL-ENROLL-CHANGE-EXIT
047465         END-IF
047466     END-IF.
047467 1300-REFUND-WITHDRAWAL-EXIT.
047468     EXIT.
047400*--------------------------------------------------------------*
047500* 2000-PRICE-ONE-STUDENT - THE RATE LOOKUP AND THE CHARGE, ONE  *
047600* PASS PER TERM WITH NEW CREDITS. A STUDENT OFF THE MASTER, OR  *
051367         ADD 1 TO WS-STUDENTS-ASSESSED
051368         SET WS-STUDENT-COUNTED TO TRUE
051369     END-IF.
051370     SET WS-POST-BY-ENROLLMENT TO TRUE.
051371     PERFORM 2500-WRITE-CHARGE-DETAIL
051372         THRU 2500-WRITE-CHARGE-DETAIL-EXIT.
051372     SET WS-POST-AS-ONE TO TRUE.
051373     MOVE SPACES TO TC-REPORT-RECORD.
051374     MOVE WS-BREAK-STUDENT-ID TO TCR-STUDENT-ID.
051375     MOVE WS-STUDENT-CREDITS TO TCR-CREDITS.
051381     STRING 'ASSESSED ' WS-PRICE-TERM
051382         DELIMITED BY SIZE INTO TCR-NOTE.
051383     WRITE TC-REPORT-RECORD.
051383     PERFORM 2700-POST-ENROLLMENT-CHARGES
051383         THRU 2700-POST-ENROLLMENT-CHARGES-EXIT.
051384 2050-PRICE-ONE-TERM-EXIT.
051385     EXIT.
051400*--------------------------------------------------------------*
051900 2100-FIND-RESIDENCY.
052000     MOVE 'N' TO WS-RESIDENT-FLAG.
052100     SET WS-RES-NOT-FOUND TO TRUE.
052200     IF NOT WS-RES-IS-OPEN
052300         GO TO 2100-FIND-RESIDENCY-EXIT
052400     END-IF.
052500     MOVE WS-BREAK-STUDENT-ID TO RES-STUDENT-ID.
052510     MOVE WS-PRICE-TERM TO RES-TERM.
052600     READ TC-CONDRES-FILE
052700         INVALID KEY
052800             GO TO 2100-FIND-RESIDENCY-EXIT
052900     END-READ.
053000     SET WS-RES-FOUND TO TRUE.
053100     IF RES-ELIGIBLE-FLAG = '1'
053110         MOVE 'R' TO WS-RESIDENT-FLAG
053120     END-IF.
053200 2100-FIND-RESIDENCY-EXIT.
053300     EXIT.
053400*--------------------------------------------------------------*
057500         THRU 0170-TALLY-ONE-DETAIL-EXIT.
057600     MOVE TXN-RECORD TO TC-WORK-RECORD.
057700     WRITE TC-WORK-RECORD.
057710     IF WS-POST-AS-ONE
057720         PERFORM 2600-POST-TO-SUBLEDGER
057730             THRU 2600-POST-TO-SUBLEDGER-EXIT
057740     END-IF.
057800 2500-WRITE-CHARGE-DETAIL-EXIT.
057900     EXIT.
057910*--------------------------------------------------------------*
057920* 2600-POST-TO-SUBLEDGER - THE SAME CHARGE ONTO THE STUDENT'S   *
057926* STUACCT ACCOUNT (A REFUND AS A CREDIT), SO THE SUBLEDGER AND  *
057932* THE LEDGER SEE ONE EVENT. A TEST-MODE RUN POSTS NOTHING.      *
057950*--------------------------------------------------------------*
057960 2600-POST-TO-SUBLEDGER.
057970     IF SP-TEST-MODE
058110     MOVE 'TUITCALC' TO SUB-SOURCE.
058120     MOVE 'A' TO SUB-CATEGORY.
058130     MOVE WS-CHARGE-AMOUNT TO SUB-AMOUNT.
058140     MOVE WS-ACCT-DESC TO SUB-DESC.
058150     WRITE STU-ACCT-RECORD.
058150     IF WS-ACCT-OK
058150         PERFORM 8700-JOURNAL-ACCT-POST
058150             THRU 8700-JOURNAL-ACCT-POST-EXIT
058150         PERFORM 8780-POST-ACCT-BALANCE
058150             THRU 8780-POST-ACCT-BALANCE-EXIT
058150     END-IF.
058160     CLOSE TC-ACCT-FILE.
058170 2600-POST-TO-SUBLEDGER-EXIT.
058180     EXIT.
058180*--------------------------------------------------------------*
058180* 2700-POST-ENROLLMENT-CHARGES - THE TERM'S CHARGE ONTO STUACCT *
058180* ONE RECORD PER ENROLLMENT PRICED TONIGHT, DESCRIBED BY TERM,  *
058180* COURSE, SECTION AND HOURS SO CHGRECON CAN COUNT WHAT EACH     *
058180* ENROLLMENT WAS BILLED. CREDITS PAST THE TABLE POST AS ONE     *
058180* TUITION ASSESSED RECORD, SO STUACCT STILL TIES TO ADTXN.      *
058180*--------------------------------------------------------------*
058180 2700-POST-ENROLLMENT-CHARGES.
058180     MOVE 0 TO WS-NEW-ENR-CREDITS.
058180     PERFORM VARYING WS-NEW-ENR-IDX FROM 1 BY 1
058180             UNTIL WS-NEW-ENR-IDX > WS-NEW-ENR-COUNT
058180         IF TNE-TERM (WS-NEW-ENR-IDX) = WS-PRICE-TERM
058180             ADD TNE-CREDITS (WS-NEW-ENR-IDX)
058180                 TO WS-NEW-ENR-CREDITS
058180             COMPUTE WS-CHARGE-AMOUNT =
058180                 TNE-CREDITS (WS-NEW-ENR-IDX) * WS-RATE-PER-CREDIT
058180             MOVE SPACES TO WS-ACCT-DESC
058180             MOVE WS-PRICE-TERM TO WAT-TERM
058180             MOVE TNE-COURSE-ID (WS-NEW-ENR-IDX) TO WAT-COURSE-ID
058180             MOVE TNE-SECTION (WS-NEW-ENR-IDX) TO WAT-SECTION
058180             MOVE TNE-CREDITS (WS-NEW-ENR-IDX) TO WAT-CREDITS
058180             PERFORM 2600-POST-TO-SUBLEDGER
058180                 THRU 2600-POST-TO-SUBLEDGER-EXIT
058180         END-IF
058180     END-PERFORM.
058180     IF WS-NEW-ENR-CREDITS < WS-STUDENT-CREDITS
058180         COMPUTE WS-CHARGE-AMOUNT =
058180             (WS-STUDENT-CREDITS - WS-NEW-ENR-CREDITS)
058180                 * WS-RATE-PER-CREDIT
058180         MOVE 'TUITION ASSESSED' TO WS-ACCT-DESC
058180         PERFORM 2600-POST-TO-SUBLEDGER
058180             THRU 2600-POST-TO-SUBLEDGER-EXIT
058180     END-IF.
058180 2700-POST-ENROLLMENT-CHARGES-EXIT.
058180     EXIT.
058000*--------------------------------------------------------------*
058100* 2800-WRITE-SKIP-LINE - THE STUDENT NOBODY COULD PRICE.        *
058200*--------------------------------------------------------------*
058900     WRITE TC-REPORT-RECORD.
059000 2800-WRITE-SKIP-LINE-EXIT.
059100     EXIT.
059101*--------------------------------------------------------------*
059102* 3000-REFUND-DROPS - EVERY DROP ENRLPOST LOGGED TO ENRLDROP    *
059103* SINCE THE LAST RUN IS REFUNDED ON THE REFSCHED WINDOW ITS     *
059104* DROP DATE FALLS IN. A PRODUCTION RUN THEN EMPTIES ENRLDROP SO *
059105* NO DROP IS EVER REFUNDED TWICE; A TEST-MODE RUN LEAVES IT.    *
059106*--------------------------------------------------------------*
059107 3000-REFUND-DROPS.
059108     SET WS-NOT-AT-EOF TO TRUE.
059109     OPEN INPUT TC-DROP-FILE.
059110     IF NOT WS-DROP-OK
059111         GO TO 3000-REFUND-DROPS-DONE
059112     END-IF.
059113     OPEN EXTEND TC-REPORT-FILE.
059114     IF NOT WS-REPORT-OK
059115         CLOSE TC-REPORT-FILE
059116         OPEN OUTPUT TC-REPORT-FILE
059117     END-IF.
059118     OPEN INPUT TC-MASTER-FILE.
059119     PERFORM UNTIL WS-AT-EOF
059120         READ TC-DROP-FILE
059121             AT END
059122                 SET WS-AT-EOF TO TRUE
059123             NOT AT END
059124                 PERFORM 3100-REFUND-ONE-DROP
059125                     THRU 3100-REFUND-ONE-DROP-EXIT
059126         END-READ
059127     END-PERFORM.
059128     CLOSE TC-DROP-FILE.
059129     CLOSE TC-MASTER-FILE.
059130     CLOSE TC-REPORT-FILE.
059131     IF SP-PRODUCTION-MODE
059132         OPEN OUTPUT TC-DROP-FILE
059133         CLOSE TC-DROP-FILE
059134     END-IF.
059135 3000-REFUND-DROPS-DONE.
059136     MOVE WS-REFUND-TOTAL TO WS-REFUND-DISP.
059137     DISPLAY 'TUITCALC: ' WS-DROPS-REFUNDED ' DROPS AND '
059138         WS-WDRAWS-REFUNDED ' WITHDRAWN ENROLLMENTS PRICED FOR '
059139         'REFUND, ' WS-REFUNDS-NOT-DUE ' WITH NOTHING DUE'.
059140     DISPLAY 'TUITCALC: TUITION REFUNDED ' WS-REFUND-DISP.
059141 3000-REFUND-DROPS-EXIT.
059142     EXIT.
059143*--------------------------------------------------------------*
059144* 3100-REFUND-ONE-DROP - ONE ENRLDROP RECORD. AN ENROLLMENT     *
059145* DROPPED THE DAY IT WAS ADDED WAS NEVER CHARGED - TUITCALC HAD *
059146* NOT YET SEEN IT - UNLESS AN INTRADAY RUN PRICED IT BEFORE THE *
059146* DROP, WHICH THE DROP RECORD'S PRICED DATE SHOWS.              *
059147*--------------------------------------------------------------*
059148 3100-REFUND-ONE-DROP.
059149     MOVE EDR-STUDENT-ID TO WS-REFUND-STUDENT-ID.
059150     MOVE EDR-COURSE-ID TO WS-REFUND-COURSE-ID.
059151     MOVE EDR-SECTION TO WS-REFUND-SECTION.
059152     MOVE EDR-TERM TO WS-REFUND-TERM.
059153     MOVE EDR-CREDIT-HOURS TO WS-REFUND-CREDITS.
059154     MOVE EDR-ADD-DATE TO WS-REFUND-ADD-DATE.
059155     MOVE EDR-DROP-DATE TO WS-REFUND-DATE.
059156     MOVE 'DROP' TO WS-REFUND-KIND.
059157     SET WS-WAS-CHARGED TO TRUE.
059158     IF EDR-ADD-DATE NOT NUMERIC
059160         SET WS-NEVER-CHARGED TO TRUE
059161     END-IF.
059161     IF EDR-ADD-DATE NUMERIC
059161         AND EDR-ADD-DATE NOT < EDR-DROP-DATE
059161         AND (EDR-PRICED-DATE NOT NUMERIC
059161          OR EDR-PRICED-DATE = 0)
059161         SET WS-NEVER-CHARGED TO TRUE
059161     END-IF.
059162     MOVE EDR-STUDENT-ID TO STM-STUDENT-ID.
059163     READ TC-MASTER-FILE
059164         INVALID KEY
059165             SET WS-NEVER-CHARGED TO TRUE
059166     END-READ.
059167     PERFORM 3200-PRICE-ONE-REFUND
059168         THRU 3200-PRICE-ONE-REFUND-EXIT.
059169     ADD 1 TO WS-DROPS-REFUNDED.
059170 3100-REFUND-ONE-DROP-EXIT.
059171     EXIT.
059172*--------------------------------------------------------------*
059173* 3200-PRICE-ONE-REFUND - THE ENROLLMENT IN THE WS-REFUND       *
059174* FIELDS IS PRICED AS TUITCALC CHARGED IT - CREDITS TIMES THE   *
059175* STUDENT'S PROGRAM/RESIDENCY RATE FOR THE TERM - AND THE       *
059175* REFSCHED PERCENTAGE OF THAT CHARGE IS CREDITED TO ADTXN       *
059176* CATEGORY A AND STUACCT. AN ENROLLMENT ADDED OUTSIDE ITS       *
059177* TERM'S PRICING WINDOW WAS NEVER CHARGED AND EARNS NOTHING.    *
059178* EVERY REFUND, EVEN A ZERO ONE, IS SHOWN ON THE REGISTER.      *
059180*--------------------------------------------------------------*
059181 3200-PRICE-ONE-REFUND.
059182     MOVE 0 TO WS-ORIGINAL-CHARGE.
059183     MOVE 0 TO WS-REFUND-PERCENT.
059184     MOVE 0 TO WS-REFUND-AMOUNT.
059185     IF WS-WAS-CHARGED
059186         PERFORM VARYING WS-ACAL-IDX FROM 1 BY 1
059187                 UNTIL WS-ACAL-IDX > WS-ACAL-COUNT
059188             IF TAC-TERM (WS-ACAL-IDX) = WS-REFUND-TERM
059189                 IF WS-REFUND-ADD-DATE
059190                         < TAC-REG-OPEN-DATE (WS-ACAL-IDX)
059191                     OR WS-REFUND-ADD-DATE
059192                         > TAC-TERM-END-DATE (WS-ACAL-IDX)
059193                     SET WS-NEVER-CHARGED TO TRUE
059194                 END-IF
059195             END-IF
059196         END-PERFORM
059197     END-IF.
059198     IF WS-NEVER-CHARGED
059199         ADD 1 TO WS-REFUNDS-NOT-DUE
059200         MOVE 'NEVER CHARGED' TO WS-REFUND-KIND
059201         GO TO 3200-PRICE-ONE-REFUND-LINE
059202     END-IF.
059203     MOVE WS-REFUND-STUDENT-ID TO WS-BREAK-STUDENT-ID.
059204     MOVE WS-REFUND-TERM TO WS-PRICE-TERM.
059205     PERFORM 2100-FIND-RESIDENCY
059206         THRU 2100-FIND-RESIDENCY-EXIT.
059207     PERFORM 2200-FIND-RATE
059208         THRU 2200-FIND-RATE-EXIT.
059209     IF WS-RATE-NOT-FOUND
059210         ADD 1 TO WS-REFUNDS-NOT-DUE
059211         MOVE 'NO RATE' TO WS-REFUND-KIND
059212         GO TO 3200-PRICE-ONE-REFUND-LINE
059213     END-IF.
059214     COMPUTE WS-ORIGINAL-CHARGE =
059215         WS-REFUND-CREDITS * WS-RATE-PER-CREDIT.
059216     PERFORM 3300-FIND-REFUND-PERCENT
059217         THRU 3300-FIND-REFUND-PERCENT-EXIT.
059218     COMPUTE WS-REFUND-AMOUNT ROUNDED =
059219         0 - (WS-ORIGINAL-CHARGE * WS-REFUND-PERCENT / 100).
059220     IF WS-REFUND-AMOUNT = 0
059221         ADD 1 TO WS-REFUNDS-NOT-DUE
059222         GO TO 3200-PRICE-ONE-REFUND-LINE
059223     END-IF.
059224     MOVE WS-REFUND-AMOUNT TO WS-CHARGE-AMOUNT.
059225     MOVE 'TUITION REFUND' TO WS-ACCT-DESC.
059226     PERFORM 2500-WRITE-CHARGE-DETAIL
059227         THRU 2500-WRITE-CHARGE-DETAIL-EXIT.
059228     ADD WS-REFUND-AMOUNT TO WS-REFUND-TOTAL.
059229 3200-PRICE-ONE-REFUND-LINE.
059230     MOVE SPACES TO TC-REFUND-RECORD.
059231     MOVE WS-REFUND-STUDENT-ID TO TCF-STUDENT-ID.
059232     MOVE WS-REFUND-COURSE-ID TO TCF-COURSE-ID.
059233     MOVE WS-REFUND-SECTION TO TCF-SECTION.
059234     MOVE WS-REFUND-TERM TO TCF-TERM.
059235     MOVE WS-REFUND-CREDITS TO TCF-CREDITS.
059236     MOVE WS-ORIGINAL-CHARGE TO TCF-CHARGE-AMOUNT.
059237     MOVE WS-REFUND-PERCENT TO TCF-PERCENT.
059238     MOVE WS-REFUND-AMOUNT TO TCF-CREDIT-AMOUNT.
059239     MOVE WS-REFUND-KIND TO TCF-NOTE.
059240     WRITE TC-REFUND-RECORD.
059241 3200-PRICE-ONE-REFUND-EXIT.
059242     EXIT.
059243*--------------------------------------------------------------*
059244* 3300-FIND-REFUND-PERCENT - THE TERM'S REFSCHED WINDOW WITH    *
059245* THE EARLIEST THROUGH DATE NOT BEFORE THE REFUND DATE. NO SUCH *
059246* WINDOW REFUNDS NOTHING.                                       *
059247*--------------------------------------------------------------*
059248 3300-FIND-REFUND-PERCENT.
059249     MOVE 0 TO WS-REFUND-PERCENT.
059250     MOVE 99999999 TO WS-REFUND-BEST-DATE.
059251     PERFORM VARYING WS-RFS-IDX FROM 1 BY 1
059252             UNTIL WS-RFS-IDX > WS-RFS-COUNT
059253         IF TRF-TERM (WS-RFS-IDX) = WS-REFUND-TERM
059254             AND TRF-THROUGH-DATE (WS-RFS-IDX)
059254                 NOT < WS-REFUND-DATE
059255             AND TRF-THROUGH-DATE (WS-RFS-IDX)
059256                 NOT > WS-REFUND-BEST-DATE
059257             MOVE TRF-THROUGH-DATE (WS-RFS-IDX)
059258                 TO WS-REFUND-BEST-DATE
059259             MOVE TRF-PERCENT (WS-RFS-IDX) TO WS-REFUND-PERCENT
059260         END-IF
059261     END-PERFORM.
059262 3300-FIND-REFUND-PERCENT-EXIT.
059263     EXIT.
059263*--------------------------------------------------------------*
059263* 4000-REPRICE-PETITIONS - EACH RESIDENCY PETITION RESAPPL      *
059263* APPLIED TONIGHT RE-PRICES THE CREDITS ALREADY CHARGED FOR ITS *
059263* TERM. THOSE CHARGES WENT ON AT THE NON-RESIDENT RATE, SO THE  *
059263* SAME CREDITS ARE PRICED AT THAT RATE AND AGAIN ON TONIGHT'S   *
059263* CONDRES DECISION, AND THE DIFFERENCE POSTS AS A CATEGORY-A    *
059263* ADJUSTMENT. A PETITION COND DID NOT UPHOLD PRICES THE SAME    *
059263* BOTH WAYS AND POSTS NOTHING. A PRODUCTION RUN THEN EMPTIES    *
059263* RESREPR; A TEST-MODE RUN LEAVES IT.                           *
059263*--------------------------------------------------------------*
059263 4000-REPRICE-PETITIONS.
059263     MOVE 0 TO WS-RPR-COUNT.
059263     SET WS-NOT-AT-EOF TO TRUE.
059263     OPEN INPUT TC-REPRICE-FILE.
059263     IF NOT WS-REPRICE-OK
059263         GO TO 4000-REPRICE-PETITIONS-EXIT
059263     END-IF.
059263     PERFORM UNTIL WS-AT-EOF
059263             OR WS-RPR-COUNT = WS-RPR-MAX
059263         READ TC-REPRICE-FILE
059263             AT END
059263                 SET WS-AT-EOF TO TRUE
059263             NOT AT END
059263                 ADD 1 TO WS-RPR-COUNT
059263                 MOVE RRQ-STUDENT-ID
059263                     TO TRP-STUDENT-ID (WS-RPR-COUNT)
059263                 MOVE RRQ-TERM TO TRP-TERM (WS-RPR-COUNT)
059263                 MOVE 0 TO TRP-CREDITS (WS-RPR-COUNT)
059263         END-READ
059263     END-PERFORM.
059263     CLOSE TC-REPRICE-FILE.
059263     IF NOT WS-AT-EOF
059263         DISPLAY 'TUITCALC: RESREPR HOLDS MORE THAN '
059263             WS-RPR-MAX ' REQUESTS - THE REST ARE NOT '
059263             'RE-PRICED'
059263         MOVE 4 TO RETURN-CODE
059263     END-IF.
059263     IF WS-RPR-COUNT = 0
059263         GO TO 4000-REPRICE-PETITIONS-EXIT
059263     END-IF.
059263     SET WS-NOT-AT-EOF TO TRUE.
059263     OPEN INPUT TC-ENROLL-FILE.
059263     IF WS-ENROLL-OK
059263         PERFORM 1100-READ-ONE-ENROLLMENT
059263             THRU 1100-READ-ONE-ENROLLMENT-EXIT
059263         PERFORM UNTIL WS-AT-EOF
059263             PERFORM 4100-TALLY-CHARGED-CREDITS
059263                 THRU 4100-TALLY-CHARGED-CREDITS-EXIT
059263             PERFORM 1100-READ-ONE-ENROLLMENT
059263                 THRU 1100-READ-ONE-ENROLLMENT-EXIT
059263         END-PERFORM
059263         CLOSE TC-ENROLL-FILE
059263     END-IF.
059263     OPEN EXTEND TC-REPORT-FILE.
059263     IF NOT WS-REPORT-OK
059263         CLOSE TC-REPORT-FILE
059263         OPEN OUTPUT TC-REPORT-FILE
059263     END-IF.
059263     OPEN INPUT TC-MASTER-FILE.
059263     PERFORM 4200-REPRICE-ONE-TERM
059263         THRU 4200-REPRICE-ONE-TERM-EXIT
059263         VARYING WS-RPR-SUB FROM 1 BY 1
059263         UNTIL WS-RPR-SUB > WS-RPR-COUNT.
059263     CLOSE TC-MASTER-FILE.
059263     CLOSE TC-REPORT-FILE.
059263     IF SP-PRODUCTION-MODE
059263         OPEN OUTPUT TC-REPRICE-FILE
059263         CLOSE TC-REPRICE-FILE
059263     END-IF.
059263     MOVE WS-RPR-ADJ-TOTAL TO WS-RPR-ADJ-DISP.
059263     DISPLAY 'TUITCALC: ' WS-REPRICED ' RESIDENCY PETITIONS '
059263         'RE-PRICED, ADJUSTMENT ' WS-RPR-ADJ-DISP.
059263 4000-REPRICE-PETITIONS-EXIT.
059263     EXIT.
059263*--------------------------------------------------------------*
059263* 4100-TALLY-CHARGED-CREDITS - ONE ENRLMAST RECORD. AN ACTIVE   *
059263* ENROLLMENT FOR A REQUESTED STUDENT AND TERM, ADDED BEFORE     *
059263* TONIGHT (OR TODAY AND ALREADY CHARGED BY AN INTRADAY RUN) AND *
059263* INSIDE ITS TERM'S PRICING WINDOW, WAS CHARGED ON AN EARLIER   *
059263* DECISION AND COUNTS TOWARD THE RE-PRICE. TONIGHT'S UNMARKED   *
059263* ADDS ALREADY PRICED ON TONIGHT'S DECISION.                    *
059263*--------------------------------------------------------------*
059263 4100-TALLY-CHARGED-CREDITS.
059263     IF NOT ENR-ACTIVE
059263         OR ENR-ADD-DATE NOT NUMERIC
059263         GO TO 4100-TALLY-CHARGED-CREDITS-EXIT
059263     END-IF.
059263     IF ENR-ADD-DATE NOT < WS-BUSINESS-DATE
059263         AND (ENR-STATUS-DATE NOT NUMERIC
059263          OR ENR-STATUS-DATE = 0)
059263         GO TO 4100-TALLY-CHARGED-CREDITS-EXIT
059263     END-IF.
059263     PERFORM VARYING WS-ACAL-IDX FROM 1 BY 1
059263             UNTIL WS-ACAL-IDX > WS-ACAL-COUNT
059263         IF TAC-TERM (WS-ACAL-IDX) = ENR-TERM
059263             IF ENR-ADD-DATE < TAC-REG-OPEN-DATE (WS-ACAL-IDX)
059263                 OR ENR-ADD-DATE > TAC-TERM-END-DATE (WS-ACAL-IDX)
059263                 GO TO 4100-TALLY-CHARGED-CREDITS-EXIT
059263             END-IF
059263         END-IF
059263     END-PERFORM.
059263     PERFORM VARYING WS-RPR-IDX FROM 1 BY 1
059263             UNTIL WS-RPR-IDX > WS-RPR-COUNT
059263         IF TRP-STUDENT-ID (WS-RPR-IDX) = ENR-STUDENT-ID
059263             AND TRP-TERM (WS-RPR-IDX) = ENR-TERM
059263             ADD ENR-CREDIT-HOURS TO TRP-CREDITS (WS-RPR-IDX)
059263         END-IF
059263     END-PERFORM.
059263 4100-TALLY-CHARGED-CREDITS-EXIT.
059263     EXIT.
059263*--------------------------------------------------------------*
059263* 4200-REPRICE-ONE-TERM - ONE REQUEST: THE CHARGED CREDITS AT   *
059263* THE NON-RESIDENT RATE AGAINST THE SAME CREDITS ON TONIGHT'S   *
059263* DECISION, THE DIFFERENCE POSTED AND SHOWN ON THE REGISTER.    *
059263*--------------------------------------------------------------*
059263 4200-REPRICE-ONE-TERM.
059263     MOVE TRP-STUDENT-ID (WS-RPR-SUB) TO WS-BREAK-STUDENT-ID.
059263     MOVE TRP-TERM (WS-RPR-SUB) TO WS-PRICE-TERM.
059263     MOVE TRP-CREDITS (WS-RPR-SUB) TO WS-STUDENT-CREDITS.
059263     MOVE 0 TO WS-CHARGE-AMOUNT.
059263     MOVE WS-BREAK-STUDENT-ID TO STM-STUDENT-ID.
059263     READ TC-MASTER-FILE
059263         INVALID KEY
059263             PERFORM 2800-WRITE-SKIP-LINE
059263                 THRU 2800-WRITE-SKIP-LINE-EXIT
059263             GO TO 4200-REPRICE-ONE-TERM-EXIT
059263     END-READ.
059263     MOVE 'N' TO WS-RESIDENT-FLAG.
059263     PERFORM 2200-FIND-RATE
059263         THRU 2200-FIND-RATE-EXIT.
059263     IF WS-RATE-NOT-FOUND
059263         PERFORM 2800-WRITE-SKIP-LINE
059263             THRU 2800-WRITE-SKIP-LINE-EXIT
059263         GO TO 4200-REPRICE-ONE-TERM-EXIT
059263     END-IF.
059263     COMPUTE WS-RPR-OLD-CHARGE =
059263         WS-STUDENT-CREDITS * WS-RATE-PER-CREDIT.
059263     PERFORM 2100-FIND-RESIDENCY
059263         THRU 2100-FIND-RESIDENCY-EXIT.
059263     PERFORM 2200-FIND-RATE
059263         THRU 2200-FIND-RATE-EXIT.
059263     IF WS-RATE-NOT-FOUND
059263         PERFORM 2800-WRITE-SKIP-LINE
059263             THRU 2800-WRITE-SKIP-LINE-EXIT
059263         GO TO 4200-REPRICE-ONE-TERM-EXIT
059263     END-IF.
059263     COMPUTE WS-RPR-NEW-CHARGE =
059263         WS-STUDENT-CREDITS * WS-RATE-PER-CREDIT.
059263     COMPUTE WS-CHARGE-AMOUNT =
059263         WS-RPR-NEW-CHARGE - WS-RPR-OLD-CHARGE.
059263     ADD 1 TO WS-REPRICED.
059263     IF WS-CHARGE-AMOUNT NOT = 0
059263         MOVE 'RESIDENCY REPRICE' TO WS-ACCT-DESC
059263         PERFORM 2500-WRITE-CHARGE-DETAIL
059263             THRU 2500-WRITE-CHARGE-DETAIL-EXIT
059263         ADD WS-CHARGE-AMOUNT TO WS-RPR-ADJ-TOTAL
059263     END-IF.
059263     MOVE SPACES TO TC-REPORT-RECORD.
059263     MOVE WS-BREAK-STUDENT-ID TO TCR-STUDENT-ID.
059263     MOVE WS-STUDENT-CREDITS TO TCR-CREDITS.
059263     MOVE STM-PROGRAM-CODE TO TCR-PROGRAM-CODE.
059263     MOVE WS-RESIDENT-FLAG TO TCR-RESIDENT-FLAG.
059263     MOVE WS-CHARGE-AMOUNT TO TCR-CHARGE-AMOUNT.
059263     MOVE SPACES TO TCR-NOTE.
059263     STRING 'REPRICED ' WS-PRICE-TERM
059263         DELIMITED BY SIZE INTO TCR-NOTE.
059263     WRITE TC-REPORT-RECORD.
059263 4200-REPRICE-ONE-TERM-EXIT.
059263     EXIT.
059263*--------------------------------------------------------------*
059263* 5000-MARK-PRICED-ENROLLMENTS - A PRODUCTION RUN STAMPS THE   *
059263* BUSINESS DATE AS THE STATUS DATE ON EVERY ENROLLMENT THE     *
059263* ASSESSMENT PASS JUST PRICED - ACTIVE, ADDED TODAY, UNCHARGED *
059263* AND INSIDE ITS TERM'S PRICING WINDOW - SO A LATER RUN THE    *
059263* SAME DAY (INTRADAY OR THE NIGHTLY) PASSES OVER IT. DONE      *
059263* AFTER THE RE-PRICE PASS, WHICH MUST STILL TELL TONIGHT'S     *
059263* ADDS FROM ONES AN EARLIER RUN CHARGED. A TEST-MODE RUN MARKS *
059263* NOTHING.                                                     *
059263*--------------------------------------------------------------*
059263 5000-MARK-PRICED-ENROLLMENTS.
059263     IF NOT SP-PRODUCTION-MODE
059263         GO TO 5000-MARK-PRICED-ENROLLMENTS-EXIT
059263     END-IF.
059263     MOVE 0 TO WS-ENR-MARKED.
059263     SET WS-NOT-AT-EOF TO TRUE.
059263     OPEN I-O TC-ENROLL-FILE.
059263     IF NOT WS-ENROLL-OK
059263         GO TO 5000-MARK-PRICED-ENROLLMENTS-EXIT
059263     END-IF.
059263     PERFORM 1100-READ-ONE-ENROLLMENT
059263         THRU 1100-READ-ONE-ENROLLMENT-EXIT.
059263     PERFORM UNTIL WS-AT-EOF
059263         IF ENR-ADD-DATE NUMERIC
059263             AND ENR-ADD-DATE = WS-BUSINESS-DATE
059263             AND ENR-ACTIVE
059263             AND (ENR-STATUS-DATE NOT NUMERIC
059263              OR ENR-STATUS-DATE = 0)
059263             PERFORM 1150-CHECK-TERM-WINDOW
059263                 THRU 1150-CHECK-TERM-WINDOW-EXIT
059263             IF WS-TERM-OPEN
059263                 MOVE ENR-RECORD TO JR-BEFORE-IMAGE
059263                 MOVE WS-BUSINESS-DATE TO ENR-STATUS-DATE
059263                 REWRITE ENR-RECORD
059263                 IF WS-ENROLL-OK
059263                     ADD 1 TO WS-ENR-MARKED
059263                     PERFORM 8720-JOURNAL-ENROLL-CHANGE
059263                         THRU 8720-JOURNAL-ENROLL-CHANGE-EXIT
059263                 END-IF
059263             END-IF
059263         END-IF
059263         PERFORM 1100-READ-ONE-ENROLLMENT
059263             THRU 1100-READ-ONE-ENROLLMENT-EXIT
059263     END-PERFORM.
059263     CLOSE TC-ENROLL-FILE.
059263     DISPLAY 'TUITCALC: ' WS-ENR-MARKED
059263         ' ENROLLMENTS MARKED CHARGED'.
059263 5000-MARK-PRICED-ENROLLMENTS-EXIT.
059263     EXIT.
059200*--------------------------------------------------------------*
059300* 8000-REWRITE-TXN-FEED - THE COMBINED FEED BACK TO ADTXN: ONE  *
059400* CONTROL HEADER WITH THE COUNT AND PER-CATEGORY HASH TOTALS,   *
063300     END-READ.
063400 8100-READ-ONE-WORK-RECORD-EXIT.
063500     EXIT.
063500*--------------------------------------------------------------*
063500* 8700-JOURNAL-ACCT-POST - THE STUACCT POSTING JUST WRITTEN,   *
063500* ONTO THE RCVJRNL FORWARD-RECOVERY JOURNAL.                   *
063500*--------------------------------------------------------------*
063500 8700-JOURNAL-ACCT-POST.
063500     MOVE 'TUITCALC' TO JR-PROGRAM-ID.
063500     SET JR-FILE-ACCOUNT TO TRUE.
063500     SET JR-ADD TO TRUE.
063500     MOVE SPACES TO JR-RECORD-KEY.
063500     MOVE SUB-STUDENT-ID TO JR-RECORD-KEY (1:9).
063500     MOVE SPACES TO JR-BEFORE-IMAGE.
063500     MOVE STU-ACCT-RECORD TO JR-AFTER-IMAGE.
063500     CALL 'JRNLLOG' USING JRNL-PARM-BLOCK.
063500 8700-JOURNAL-ACCT-POST-EXIT.
063500     EXIT.
063500*--------------------------------------------------------------*
063500* 8720-JOURNAL-ENROLL-CHANGE - THE ENRLMAST ENROLLMENT JUST    *
063500* REWRITTEN ONTO THE RCVJRNL FORWARD-RECOVERY JOURNAL. THE     *
063500* CALLER SAVED THE RECORD AS IT STOOD IN JR-BEFORE-IMAGE       *
063500* BEFORE CHANGING IT.                                          *
063500*--------------------------------------------------------------*
063500 8720-JOURNAL-ENROLL-CHANGE.
063500     MOVE 'TUITCALC' TO JR-PROGRAM-ID.
063500     SET JR-FILE-ENROLL TO TRUE.
063500     SET JR-CHANGE TO TRUE.
063500     MOVE ENR-KEY TO JR-RECORD-KEY.
063500     MOVE ENR-RECORD TO JR-AFTER-IMAGE.
063500     CALL 'JRNLLOG' USING JRNL-PARM-BLOCK.
063500 8720-JOURNAL-ENROLL-CHANGE-EXIT.
063500     EXIT.
063500*--------------------------------------------------------------*
063500* 8780-POST-ACCT-BALANCE - THE STUACCT POSTING JUST WRITTEN,   *
063500* ONTO THE STUDENT'S STUBAL BALANCE RECORD THROUGH BALPOST, IN *
063500* THE SAME UNIT OF WORK AS THE WRITE.                          *
063500*--------------------------------------------------------------*
063500 8780-POST-ACCT-BALANCE.
063500     MOVE 'TUITCALC' TO BP-PROGRAM-ID.
063500     SET BP-POST TO TRUE.
063500     MOVE STU-ACCT-RECORD TO BP-ACCT-RECORD.
063500     CALL 'BALPOST' USING BAL-PARM-BLOCK.
063500 8780-POST-ACCT-BALANCE-EXIT.
063500     EXIT.
063600*--------------------------------------------------------------*
063700* 9999-EXIT                                                    *
063800*--------------------------------------------------------------*
063900 9999-EXIT.
063910     IF WS-RES-IS-OPEN
063920         CLOSE TC-CONDRES-FILE
063930     END-IF.
064000     STOP RUN.
