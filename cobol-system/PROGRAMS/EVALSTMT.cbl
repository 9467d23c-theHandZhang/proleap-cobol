003598* 09/02/26  DW   THE AUDITLOG OVERRIDE STAMP IS NOW SEQUENCE-  *
003598*                NUMBERED AND HASH-CHAINED THROUGH THE SHARED  *
003598*                AUDCHN ROUTINE BEFORE THE WRITE.              *
003598* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 145 BYTES FOR THE  *
003598*                ACADEMIC STANDING CODE AND ITS EFFECTIVE TERM,  *
003598*                STAMPED AT TERM END BY ACADSTND.                *
003598* 10/15/26  DW   THE CENSUS DATE NOW COMES FROM THE SHARED       *
003598*                ACADCAL ACADEMIC CALENDAR FOR THE TERMCTL       *
003598*                ACTIVE TERM INSTEAD OF THE EVALCENS CARD, WHICH *
003598*                IS RETIRED. THE ACTIVE TERM IS READ FIRST SO    *
003598*                THE RIGHT CALENDAR CARD IS PICKED; A TERM NOT   *
003598*                ON THE CALENDAR STILL FALLS BACK TO TONIGHT'S   *
003598*                DATE.                                           *
003598* 10/15/26  DW   AWARDS ARE NOW PACKAGED AGAINST COST OF         *
003598*                ATTENDANCE. THE COABUDG MEMBER BUDGETS EACH     *
003598*                CONDRES RESIDENCY AND HOUSING STATUS (A NEW     *
003598*                BYTE ON EVALAPPS); THE STUDENT'S OTHER AWARDS   *
003598*                FOR THE TERM OFF EVALTAWD, WHICH NOW CARRIES    *
003598*                THE AID CODE, AND ANY SPONAUTH COVERAGE COME    *
003598*                OFF THE BUDGET AND A NEW AWARD IS CUT TO WHAT   *
003598*                IS LEFT. CUTS PRINT ON EVALPKGR; A STUDENT      *
003598*                ALREADY OVER BUDGET GOES TO THE EVALOVAW        *
003598*                OVER-AWARD SUSPENSE.                            *
003598* 10/15/26  DW   EVALWAIT WAITLIST RECORDS NOW CARRY THE TERM    *
003598*                SO THE AWDACPT STEP CAN OFFER RETURNED FUNDS    *
003598*                TO WAITLISTED APPLICANTS FOR THE RIGHT TERM.    *
003598* 10/15/26  DW   AWARDS ARE NOW HELD TO THE ANNUAL AND           *
003598*                AGGREGATE LIMITS PER AID CODE ON THE NEW        *
003598*                AIDLIMIT MEMBER, AGAINST THE STUDENT'S HISTORY  *
003598*                ON THE TRMAWRD TERM ARCHIVES AND EVALTAWD, IN   *
003598*                BOTH THE NIGHTLY AND RECALC RUNS. AN AWARD IS   *
003598*                CUT TO THE REMAINING ELIGIBILITY AND PRINTS ON  *
003598*                EVALLIMR; A STUDENT ALREADY AT THE AGGREGATE    *
003598*                LIMIT SUSPENDS AS AGGREGATE LIMIT MET.          *
003598* 10/15/26  DW   EVERY AWARD WRITTEN OPENS THE STUDENT'S AID     *
003598*                DOCUMENT CHECKLIST ON STUDOCS THROUGH DOCLIST.  *
003598* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 153 BYTES FOR THE  *
003598*                DEGREE CONFERRAL DATE, STAMPED BY GRADCONF.     *
003598* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 170 BYTES FOR THE  *
003598*                DIRECTORY-INFORMATION CONFIDENTIALITY FLAG,     *
003598*                ITS DATE AND REQUESTING OPERATOR.               *
003598* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 186 BYTES FOR THE  *
003598*                DATE OF DEATH AND ITS VERIFICATION SOURCE.      *
003598* 10/15/26  DW   AN APPLICATION FOR A STUDENT WHOSE DEATH IS     *
003598*                RECORDED ON STUMAST (STATUS X) SUSPENDS AS      *
003598*                STUDENT DECEASED - NO AWARD IS MADE.            *
003598* 10/15/26  DW   THE PACKAGING CAP'S RESIDENCY IS NOW A KEYED  *
003598*                READ OF THE INDEXED CONDRES BY THE AWARD'S    *
003598*                STUDENT AND TERM; THE 1000-ENTRY DECISION     *
003598*                TABLE, PAST WHICH STUDENTS FELL TO THE NON-   *
003598*                RESIDENT BUDGET, IS GONE.                     *
002200*--------------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002893     SELECT SHADOW-LOG-FILE ASSIGN TO SHADOWLOG
002896         ORGANIZATION IS LINE SEQUENTIAL
002898         FILE STATUS IS WS-SHADOW-LOG-STATUS.
002898     SELECT EVAL-CENSUS-FILE ASSIGN TO ACADCAL
002897         ORGANIZATION IS LINE SEQUENTIAL
002897         FILE STATUS IS WS-CENSUS-STATUS.
002898     SELECT EVAL-RATE-FILE ASSIGN TO EVALRATE
002899     SELECT EVAL-BOTHDEP-FILE ASSIGN TO EVALBOTH
002899         ORGANIZATION IS LINE SEQUENTIAL
002899         FILE STATUS IS WS-BOTHDEP-STATUS.
002899     SELECT EVAL-COA-FILE ASSIGN TO COABUDG
002899         ORGANIZATION IS LINE SEQUENTIAL
002899         FILE STATUS IS WS-COA-STATUS.
002899     SELECT EVAL-CONDRES-FILE ASSIGN TO CONDRES
002899         ORGANIZATION IS INDEXED
002899         ACCESS MODE IS RANDOM
002899         RECORD KEY IS RES-KEY
002899         FILE STATUS IS WS-CONDRES-STATUS.
002899     SELECT EVAL-SPONSOR-FILE ASSIGN TO SPONAUTH
002899         ORGANIZATION IS LINE SEQUENTIAL
002899         FILE STATUS IS WS-SPONSOR-STATUS.
002899     SELECT EVAL-PKG-RPT-FILE ASSIGN TO EVALPKGR
002899         ORGANIZATION IS LINE SEQUENTIAL
002899         FILE STATUS IS WS-PKG-RPT-STATUS.
002899     SELECT EVAL-OVERAWD-FILE ASSIGN TO EVALOVAW
002899         ORGANIZATION IS LINE SEQUENTIAL
002899         FILE STATUS IS WS-OVERAWD-STATUS.
002899     SELECT EVAL-LIMIT-FILE ASSIGN TO AIDLIMIT
002899         ORGANIZATION IS LINE SEQUENTIAL
002899         FILE STATUS IS WS-LIMIT-STATUS.
002899     SELECT EVAL-TRMAWD-FILE ASSIGN TO TRMAWRD
002899         ORGANIZATION IS LINE SEQUENTIAL
002899         FILE STATUS IS WS-TRMAWD-STATUS.
002899     SELECT EVAL-LIMIT-RPT-FILE ASSIGN TO EVALLIMR
002899         ORGANIZATION IS LINE SEQUENTIAL
002899         FILE STATUS IS WS-LIMIT-RPT-STATUS.
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  EVAL-LOG-FILE.
003500     05  LOG-AGE-BRACKET     PIC X(07).
003600     05  LOG-DEPENDENT-VAR   PIC X(07).
003598 FD  EVAL-CENSUS-FILE.
003598     COPY ACADCREC.
003599 FD  EVAL-RATE-FILE.
003599 01  RATE-CARD.
003599     05  RTC-AGE-BRACKET     PIC X(07).
003595 FD  EVAL-MASTER-FILE.
003595 01  STM-RECORD.
003595     05  STM-STUDENT-ID      PIC 9(09).
003595     05  FILLER              PIC X(32).
003595     05  STM-ENROLL-STATUS   PIC X(01).
003595         88  STM-DECEASED    VALUE 'X'.
003595     05  FILLER              PIC X(144).
003596 FD  EVAL-XREF-FILE.
003596 01  XRF-RECORD.
003596     05  XRF-LEGACY-ID       PIC 9(09).
003599     05  WTL-AWARD-AMOUNT    PIC 9(05)V99.
003599     05  WTL-DATE            PIC 9(08).
003599     05  WTL-TIME            PIC 9(08).
003599     05  WTL-TERM            PIC X(06).
003599 FD  EVAL-POOLPOS-FILE.
003599 01  POOLPOS-RECORD.
003599     05  PLP-AID-CODE        PIC X(04).
003600     05  AWD-OVERRIDE-FLAG   PIC X(01).
003600     05  AWD-TERM            PIC X(06).
003600 FD  EVAL-TAPP-FILE.
003600 01  TAPP-RECORD             PIC X(31).
003600 FD  EVAL-TAWD-FILE.
003600 01  TAWD-RECORD.
003600     05  TWD-STUDENT-ID      PIC 9(09).
003600     05  TWD-TERM            PIC X(06).
003600     05  TWD-AMOUNT          PIC 9(05)V99.
003600     05  TWD-AID-CODE        PIC X(04).
003601 FD  EVAL-APPS-FILE.
003602 01  APP-RECORD.
003603     05  APP-STUDENT-ID      PIC 9(09).
003606     05  APP-AGE3            PIC 9(02).
003606     05  APP-DOB             PIC 9(08).
003606     05  APP-TERM            PIC X(06).
003606     05  APP-HOUSING-STATUS  PIC X(01).
003607 FD  EVAL-NODEP-FILE.
003607 01  NODEP-OUT-RECORD.
003607     05  NOD-STUDENT-ID      PIC 9(09).
003609     05  BTH-STUDENT-ID      PIC 9(09).
003609     05  BTH-AGE-BRACKET     PIC X(07).
003609     05  BTH-DEPENDENT-VAR   PIC X(07).
003609 FD  EVAL-COA-FILE.
003609 01  COA-CARD.
003609     05  COA-RESIDENT-FLAG   PIC X(01).
003609     05  COA-HOUSING-STATUS  PIC X(01).
003609     05  COA-BUDGET-AMOUNT   PIC 9(06)V99.
003609 FD  EVAL-CONDRES-FILE.
003609 COPY CONDRREC.
003609 FD  EVAL-SPONSOR-FILE.
003609 COPY SPNAUREC.
003609 FD  EVAL-PKG-RPT-FILE.
003609 01  EVAL-PKG-LINE.
003609     05  PKR-STUDENT-ID      PIC 9(09).
003609     05  FILLER              PIC X(02).
003609     05  PKR-TERM            PIC X(06).
003609     05  FILLER              PIC X(02).
003609     05  PKR-AID-CODE        PIC X(04).
003609     05  FILLER              PIC X(02).
003609     05  PKR-RESIDENT-FLAG   PIC X(01).
003609     05  PKR-HOUSING-STATUS  PIC X(01).
003609     05  FILLER              PIC X(02).
003609     05  PKR-COA-BUDGET      PIC ZZZZZ9.99.
003609     05  FILLER              PIC X(02).
003609     05  PKR-OTHER-AID       PIC ZZZZZZ9.99.
003609     05  FILLER              PIC X(02).
003609     05  PKR-SPONSOR-COVER   PIC ZZZZZZ9.99.
003609     05  FILLER              PIC X(02).
003609     05  PKR-OLD-AMOUNT      PIC ZZZZ9.99.
003609     05  FILLER              PIC X(02).
003609     05  PKR-NEW-AMOUNT      PIC ZZZZ9.99.
003609     05  FILLER              PIC X(02).
003609     05  PKR-ACTION          PIC X(12).
003609 FD  EVAL-OVERAWD-FILE.
003609 01  OVA-RECORD.
003609     05  OVA-STUDENT-ID      PIC 9(09).
003609     05  OVA-TERM            PIC X(06).
003609     05  OVA-AID-CODE        PIC X(04).
003609     05  OVA-COA-BUDGET      PIC 9(06)V99.
003609     05  OVA-OTHER-AID       PIC 9(07)V99.
003609     05  OVA-SPONSOR-COVER   PIC 9(07)V99.
003609     05  OVA-OVER-AMOUNT     PIC 9(07)V99.
003609     05  OVA-AWARD-AMOUNT    PIC 9(05)V99.
003609     05  OVA-DATE            PIC 9(08).
003609     05  OVA-TIME            PIC 9(08).
003609 FD  EVAL-LIMIT-FILE.
003609 01  LIMIT-CARD.
003609     05  LMC-AID-CODE        PIC X(04).
003609     05  LMC-ANNUAL-MAX      PIC 9(07)V99.
003609     05  LMC-AGGREGATE-MAX   PIC 9(07)V99.
003609     05  LMC-START-MONTH     PIC 9(02).
003609 FD  EVAL-TRMAWD-FILE.
003609 01  TRMAWD-RECORD.
003609     05  TMA-STUDENT-ID      PIC 9(09).
003609     05  TMA-AGE-BRACKET     PIC X(07).
003609     05  TMA-DEPENDENT-VAR   PIC X(07).
003609     05  TMA-AID-CODE        PIC X(04).
003609     05  TMA-AWARD-AMOUNT    PIC 9(05)V99.
003609     05  TMA-OVERRIDE-FLAG   PIC X(01).
003609     05  TMA-TERM            PIC X(06).
003609 FD  EVAL-LIMIT-RPT-FILE.
003609 01  EVAL-LIMIT-LINE.
003609     05  LMR-STUDENT-ID      PIC 9(09).
003609     05  FILLER              PIC X(02).
003609     05  LMR-TERM            PIC X(06).
003609     05  FILLER              PIC X(02).
003609     05  LMR-AID-CODE        PIC X(04).
003609     05  FILLER              PIC X(02).
003609     05  LMR-AWARD-YEAR      PIC 9(04).
003609     05  FILLER              PIC X(02).
003609     05  LMR-ANNUAL-MAX      PIC ZZZZZZ9.99.
003609     05  FILLER              PIC X(02).
003609     05  LMR-ANNUAL-USED     PIC ZZZZZZ9.99.
003609     05  FILLER              PIC X(02).
003609     05  LMR-AGGREGATE-MAX   PIC ZZZZZZ9.99.
003609     05  FILLER              PIC X(02).
003609     05  LMR-AGGREGATE-USED  PIC ZZZZZZ9.99.
003609     05  FILLER              PIC X(02).
003609     05  LMR-OLD-AMOUNT      PIC ZZZZ9.99.
003609     05  FILLER              PIC X(02).
003609     05  LMR-NEW-AMOUNT      PIC ZZZZ9.99.
003609     05  FILLER              PIC X(02).
003609     05  LMR-ACTION          PIC X(20).
003610 FD  SUITE-PARM-FILE.
003620 01  SP-PARM-CARD            PIC X(11).
       FD  EV-CYCLENO-FILE.
       COPY IOERRPRM.
       COPY STEPPARM.
       COPY CHNPARM.
       COPY DOCPARM.
003745 01  WS-SUSPENSE-STATUS       PIC X(02).
003746     88  WS-SUSPENSE-OK      VALUE '00'.
003750 01  WS-APPS-STATUS           PIC X(02).
003763     03  EV-TAPP-ENTRY OCCURS 2000 TIMES.
003763         05  ETA-STUDENT-ID   PIC 9(09).
003763         05  ETA-TERM         PIC X(06).
003763         05  ETA-RECORD       PIC X(31).
003764 01  WS-APP-STUDENT-ID        PIC 9(09).
003765 01  WS-APPS-PROCESSED        PIC 9(06) COMP VALUE 0.
003800 01  SOMEAGE                  PIC 9(03).
004498 01  WS-BRACKET-HIGH          PIC 9(03).
004499 01  WS-BRACKET-LOW-DISP      PIC 99.
004500 01  WS-BRACKET-HIGH-DISP     PIC 99.
004500 01  WS-COA-STATUS            PIC X(02).
004500     88  WS-COA-OK           VALUE '00'.
004500 01  WS-CONDRES-STATUS        PIC X(02).
004500     88  WS-CONDRES-OK       VALUE '00'.
004500 01  WS-SPONSOR-STATUS        PIC X(02).
004500     88  WS-SPONSOR-OK       VALUE '00'.
004500 01  WS-PKG-RPT-STATUS        PIC X(02).
004500     88  WS-PKG-RPT-OK       VALUE '00'.
004500 01  WS-OVERAWD-STATUS        PIC X(02).
004500     88  WS-OVERAWD-OK       VALUE '00'.
004500 01  WS-PKG-RPT-OPEN-SWITCH   PIC X(01) VALUE 'N'.
004500     88  WS-PKG-RPT-IS-OPEN  VALUE 'Y'.
004500 01  WS-COA-COUNT             PIC 9(03) COMP VALUE 0.
004500 01  WS-COA-MAX               PIC 9(03) COMP VALUE 020.
004500 01  WS-COA-IDX               PIC 9(03) COMP.
004500 01  WS-COA-FOUND-SWITCH      PIC X(01).
004500     88  WS-COA-FOUND        VALUE 'Y'.
004500     88  WS-COA-NOT-FOUND    VALUE 'N'.
004500*--------------------------------------------------------------*
004500* EVAL-COA-TABLE - THE COABUDG COST-OF-ATTENDANCE BUDGETS BY    *
004500* RESIDENCY AND HOUSING STATUS. A HOUSING OF * IS THE BUDGET    *
004500* FOR A RESIDENCY WHEN THE APPLICATION'S HOUSING HAS NO ROW.    *
004500*--------------------------------------------------------------*
004500 01  EVAL-COA-TABLE.
004500     05  EVAL-COA-ENTRY OCCURS 20 TIMES.
004500         10  ECB-RESIDENT-FLAG PIC X(01).
004500         10  ECB-HOUSING     PIC X(01).
004500         10  ECB-BUDGET      PIC 9(06)V99.
004500 01  WS-RES-OPEN-SWITCH       PIC X(01) VALUE 'N'.
004500     88  WS-RES-IS-OPEN      VALUE 'Y'.
004500 01  WS-RES-FOUND-SWITCH      PIC X(01).
004500     88  WS-RES-FOUND        VALUE 'Y'.
004500     88  WS-RES-NOT-FOUND    VALUE 'N'.
004500 01  WS-SPN-COUNT             PIC 9(03) COMP VALUE 0.
004500 01  WS-SPN-MAX               PIC 9(03) COMP VALUE 500.
004500 01  WS-SPN-IDX               PIC 9(03) COMP.
004500*--------------------------------------------------------------*
004500* EVAL-SPN-TABLE - ACTIVE SPONAUTH AUTHORIZATIONS. THE CAP IS   *
004500* WHAT THE SPONSOR HAS AGREED TO PAY; A ZERO CAP IS UNLIMITED   *
004500* AND COVERS THE WHOLE BUDGET.                                  *
004500*--------------------------------------------------------------*
004500 01  EVAL-SPN-TABLE.
004500     05  EVAL-SPN-ENTRY OCCURS 500 TIMES.
004500         10  ESP-STUDENT-ID  PIC 9(09).
004500         10  ESP-TERM        PIC X(06).
004500         10  ESP-CAP-AMOUNT  PIC 9(07)V99.
004500 01  WS-PKG-COUNT             PIC 9(04) COMP VALUE 0.
004500 01  WS-PKG-MAX               PIC 9(04) COMP VALUE 2000.
004500 01  WS-PKG-IDX               PIC 9(04) COMP.
004500 01  WS-PKG-FOUND-SWITCH      PIC X(01).
004500     88  WS-PKG-FOUND        VALUE 'Y'.
004500     88  WS-PKG-NOT-FOUND    VALUE 'N'.
004500 01  WS-PKG-OVFL-SWITCH       PIC X(01) VALUE 'N'.
004500     88  WS-PKG-OVERFLOWED   VALUE 'Y'.
004500*--------------------------------------------------------------*
004500* EVAL-PKG-TABLE - EVERY AWARD THE STUDENT HOLDS FOR A TERM OFF *
004500* THE EVALTAWD STORE, NEWEST AMOUNT PER AID CODE WINNING, KEPT  *
004500* CURRENT AS TONIGHT'S AWARDS WRITE.                            *
004500*--------------------------------------------------------------*
004500 01  EVAL-PKG-TABLE.
004500     05  EVAL-PKG-ENTRY OCCURS 2000 TIMES.
004500         10  EPK-STUDENT-ID  PIC 9(09).
004500         10  EPK-TERM        PIC X(06).
004500         10  EPK-AID-CODE    PIC X(04).
004500         10  EPK-AMOUNT      PIC 9(05)V99.
004500 01  WS-PKG-STUDENT-ID        PIC 9(09).
004500 01  WS-PKG-TERM              PIC X(06).
004500 01  WS-PKG-AID-CODE          PIC X(04).
004500 01  WS-PKG-AMOUNT            PIC 9(05)V99.
004500 01  WS-RESIDENT-FLAG         PIC X(01).
004500 01  WS-HOUSING-STATUS        PIC X(01).
004500 01  WS-COA-BUDGET            PIC 9(06)V99.
004500 01  WS-OTHER-AID             PIC 9(07)V99.
004500 01  WS-SPONSOR-COVER         PIC 9(07)V99.
004500 01  WS-PKG-ROOM              PIC S9(07)V99.
004500 01  WS-PKG-ORIGINAL          PIC 9(05)V99.
004500 01  WS-PKG-ACTION            PIC X(12).
004500 01  WS-PKG-CUT-SWITCH        PIC X(01).
004500     88  WS-PKG-CUT-TO-ZERO  VALUE 'Y'.
004500     88  WS-PKG-NOT-CUT      VALUE 'N'.
004500 01  WS-PKG-REDUCED-COUNT     PIC 9(06) COMP VALUE 0.
004500 01  WS-OVER-AWARD-COUNT      PIC 9(06) COMP VALUE 0.
004500 01  WS-LIMIT-STATUS          PIC X(02).
004500     88  WS-LIMIT-OK         VALUE '00'.
004500 01  WS-TRMAWD-STATUS         PIC X(02).
004500     88  WS-TRMAWD-OK        VALUE '00'.
004500 01  WS-LIMIT-RPT-STATUS      PIC X(02).
004500     88  WS-LIMIT-RPT-OK     VALUE '00'.
004500 01  WS-LIMIT-RPT-OPEN-SWITCH PIC X(01) VALUE 'N'.
004500     88  WS-LIMIT-RPT-IS-OPEN VALUE 'Y'.
004500 01  WS-LIM-COUNT             PIC 9(03) COMP VALUE 0.
004500 01  WS-LIM-MAX               PIC 9(03) COMP VALUE 050.
004500 01  WS-LIM-IDX               PIC 9(03) COMP.
004500 01  WS-LIM-FOUND-SWITCH      PIC X(01).
004500     88  WS-LIM-FOUND        VALUE 'Y'.
004500     88  WS-LIM-NOT-FOUND    VALUE 'N'.
004500 01  WS-LIM-AID-CODE          PIC X(04).
004500*--------------------------------------------------------------*
004500* EVAL-LIMIT-TABLE - THE AIDLIMIT ANNUAL AND AGGREGATE LIMITS   *
004500* PER AID CODE AND THE MONTH EACH AID CODE'S AWARD YEAR STARTS. *
004500* A ZERO MAXIMUM IS NO LIMIT OF THAT KIND; AN AID CODE ABSENT   *
004500* FROM THE TABLE IS PRICED ONE TERM AT A TIME AS BEFORE.        *
004500*--------------------------------------------------------------*
004500 01  EVAL-LIMIT-TABLE.
004500     05  EVAL-LIMIT-ENTRY OCCURS 50 TIMES.
004500         10  ELM-AID-CODE    PIC X(04).
004500         10  ELM-ANNUAL-MAX  PIC 9(07)V99.
004500         10  ELM-AGGREGATE-MAX PIC 9(07)V99.
004500         10  ELM-START-MONTH PIC 9(02).
004500 01  WS-CAL-COUNT             PIC 9(03) COMP VALUE 0.
004500 01  WS-CAL-MAX               PIC 9(03) COMP VALUE 100.
004500 01  WS-CAL-IDX               PIC 9(03) COMP.
004500 01  WS-CAL-FOUND-SWITCH      PIC X(01).
004500     88  WS-CAL-FOUND        VALUE 'Y'.
004500     88  WS-CAL-NOT-FOUND    VALUE 'N'.
004500*--------------------------------------------------------------*
004500* EVAL-CAL-TABLE - THE FIRST DAY OF CLASSES OF EVERY ACADCAL    *
004500* TERM, WHICH PLACES THE TERM IN ITS AWARD YEAR.                *
004500*--------------------------------------------------------------*
004500 01  EVAL-CAL-TABLE.
004500     05  EVAL-CAL-ENTRY OCCURS 100 TIMES.
004500         10  ECL-TERM        PIC X(06).
004500         10  ECL-START-DATE  PIC 9(08).
004500 01  WS-LMH-COUNT             PIC 9(04) COMP VALUE 0.
004500 01  WS-LMH-MAX               PIC 9(04) COMP VALUE 5000.
004500 01  WS-LMH-IDX               PIC 9(04) COMP.
004500 01  WS-LMH-FOUND-SWITCH      PIC X(01).
004500     88  WS-LMH-FOUND        VALUE 'Y'.
004500     88  WS-LMH-NOT-FOUND    VALUE 'N'.
004500 01  WS-LMH-OVFL-SWITCH       PIC X(01) VALUE 'N'.
004500     88  WS-LMH-OVERFLOWED   VALUE 'Y'.
004500*--------------------------------------------------------------*
004500* EVAL-LMH-TABLE - THE STUDENT'S AWARD HISTORY IN THE LIMITED   *
004500* AID CODES ACROSS TERMS: THE CLOSED TERMS OFF THE TRMAWRD      *
004500* ARCHIVES, THEN THE EVALTAWD STORE, NEWEST AMOUNT PER STUDENT, *
004500* TERM AND AID CODE WINNING, KEPT CURRENT AS AWARDS WRITE.      *
004500*--------------------------------------------------------------*
004500 01  EVAL-LMH-TABLE.
004500     05  EVAL-LMH-ENTRY OCCURS 5000 TIMES.
004500         10  ELH-STUDENT-ID  PIC 9(09).
004500         10  ELH-TERM        PIC X(06).
004500         10  ELH-AID-CODE    PIC X(04).
004500         10  ELH-AMOUNT      PIC 9(05)V99.
004500 01  WS-LMH-STUDENT-ID        PIC 9(09).
004500 01  WS-LMH-TERM              PIC X(06).
004500 01  WS-LMH-AID-CODE          PIC X(04).
004500 01  WS-LMH-AMOUNT            PIC 9(05)V99.
004500 01  WS-YEAR-TERM             PIC X(06).
004500 01  WS-YEAR-START-MONTH      PIC 9(02).
004500 01  WS-YEAR-RESULT           PIC 9(04).
004500 01  WS-YEAR-START-DATE       PIC 9(08).
004500 01  WS-YEAR-START-PARTS REDEFINES WS-YEAR-START-DATE.
004500     05  WS-YEAR-START-YYYY  PIC 9(04).
004500     05  WS-YEAR-START-MM    PIC 9(02).
004500     05  WS-YEAR-START-DD    PIC 9(02).
004500 01  WS-AWARD-YEAR            PIC 9(04).
004500 01  WS-ANNUAL-USED           PIC 9(07)V99.
004500 01  WS-AGGREGATE-USED        PIC 9(07)V99.
004500 01  WS-LIMIT-ROOM            PIC S9(07)V99.
004500 01  WS-AGGREGATE-ROOM        PIC S9(07)V99.
004500 01  WS-LIMIT-ORIGINAL        PIC 9(05)V99.
004500 01  WS-LIMIT-ACTION          PIC X(20).
004500 01  WS-LIMIT-CUT-SWITCH      PIC X(01).
004500     88  WS-LIMIT-CUT-TO-ZERO VALUE 'Y'.
004500     88  WS-LIMIT-NOT-CUT    VALUE 'N'.
004500 01  WS-LIMIT-REDUCED-COUNT   PIC 9(06) COMP VALUE 0.
004500 01  WS-LIMIT-MET-COUNT       PIC 9(06) COMP VALUE 0.
004500 PROCEDURE DIVISION.
004600 0000-MAINLINE.
004615     PERFORM 0015-READ-RUN-PARM
004650     PERFORM 0010-READ-SUITE-PARM THRU 0010-READ-SUITE-PARM-EXIT.
004660     PERFORM 0020-READ-SHADOW-PARM
004670         THRU 0020-READ-SHADOW-PARM-EXIT.
004670     PERFORM 0027-READ-ACTIVE-TERM
004670         THRU 0027-READ-ACTIVE-TERM-EXIT.
004685     PERFORM 0025-READ-CENSUS-DATE
004687         THRU 0025-READ-CENSUS-DATE-EXIT.
004690     PERFORM 0030-LOAD-RATE-TABLE
004695         THRU 0030-LOAD-RATE-TABLE-EXIT.
004696     PERFORM 0035-LOAD-OVERRIDE-TABLE
004697         THRU 0035-LOAD-OVERRIDE-TABLE-EXIT.
004698     PERFORM 0037-LOAD-FUNDING-POOLS
004699         THRU 0037-LOAD-FUNDING-POOLS-EXIT.
004700     PERFORM 0040-LOAD-COA-BUDGETS
004700         THRU 0040-LOAD-COA-BUDGETS-EXIT.
004700     PERFORM 0048-LOAD-AWARD-LIMITS
004700         THRU 0048-LOAD-AWARD-LIMITS-EXIT.
004700     IF WS-COA-COUNT > 0
004700         PERFORM 0042-OPEN-RESIDENCY
004700             THRU 0042-OPEN-RESIDENCY-EXIT
004700         PERFORM 0044-LOAD-SPONSOR-COVERAGE
004700             THRU 0044-LOAD-SPONSOR-COVERAGE-EXIT
004700         PERFORM 0046-LOAD-PACKAGED-AWARDS
004700             THRU 0046-LOAD-PACKAGED-AWARDS-EXIT
004700     END-IF.
004701     IF WS-RECALC-RUN
004702         PERFORM 0038-LOAD-PRIOR-AWARDS
004703             THRU 0038-LOAD-PRIOR-AWARDS-EXIT
005227 0020-READ-SHADOW-PARM-EXIT.
005228     EXIT.
005190*--------------------------------------------------------------*
005190* 0025-READ-CENSUS-DATE - THE CENSUS DATE OF THE ACTIVE TERM    *
005190* OFF THE SHARED ACADCAL CALENDAR. EVERY AGE DERIVED TONIGHT IS *
005190* AS OF THIS DATE. A TERM MISSING FROM THE CALENDAR, OR A CARD  *
005190* WITH NO USABLE DATE, USES TONIGHT'S DATE, WHICH IS THE OLD    *
005190* DRIFTING BEHAVIOR MADE EXPLICIT.                              *
005190*--------------------------------------------------------------*
005190 0025-READ-CENSUS-DATE.
005190     ACCEPT WS-CENSUS-DATE FROM DATE YYYYMMDD.
005190     OPEN INPUT EVAL-CENSUS-FILE.
005190     IF NOT WS-CENSUS-OK
005190         GO TO 0025-READ-CENSUS-DATE-EXIT
005190     END-IF.
005190 0025-READ-ONE-CAL-CARD.
005190     READ EVAL-CENSUS-FILE
005190         AT END
005190             CLOSE EVAL-CENSUS-FILE
005190             GO TO 0025-READ-CENSUS-DATE-EXIT
005190     END-READ.
005190     IF ACAD-CAL-RECORD (1:1) = '*'
005190         OR ACL-TERM NOT = WS-ACTIVE-TERM
005190         GO TO 0025-READ-ONE-CAL-CARD
005190     END-IF.
005190     IF ACL-CENSUS-DATE NUMERIC
005190         AND ACL-CENSUS-DATE > 0
005190         MOVE ACL-CENSUS-DATE TO WS-CENSUS-DATE
005190     END-IF.
005190     CLOSE EVAL-CENSUS-FILE.
005199 0025-READ-CENSUS-DATE-EXIT.
005199     EXIT.
005199*--------------------------------------------------------------*
005199 0650-CHECK-FEED-ID-DIGIT-EXIT.
005199     EXIT.
005199*--------------------------------------------------------------*
005199* 0700-VERIFY-ID-ON-MASTER - THE REFERENTIAL EDIT. AN ID NOT ON *
005199* STUMAST IS TRIED AGAINST UTLXREF FOR A SUPERSEDED MAPPING - A *
005199* HIT TRANSLATES AND RE-VERIFIES, A MISS SENDS THE APPLICATION  *
005199* TO SUSPENSE. SO DOES A STUDENT WHOSE DEATH IS RECORDED ON THE *
005199* MASTER - NO AWARD IS MADE TO A DECEASED STUDENT.              *
005199*--------------------------------------------------------------*
005199 0700-VERIFY-ID-ON-MASTER.
005199     IF NOT WS-MASTER-IS-OPEN
005199             MOVE 'ID NOT ON MASTER' TO WS-SUSPENSE-REASON
005199     END-READ.
005199     IF WS-FEED-ID-OK
005199         IF STM-DECEASED
005199             SET WS-FEED-ID-BAD TO TRUE
005199             MOVE 'STUDENT DECEASED' TO WS-SUSPENSE-REASON
005199         END-IF
005199         GO TO 0700-VERIFY-ID-ON-MASTER-EXIT
005199     END-IF.
005199     OPEN INPUT EVAL-XREF-FILE.
005199                 INVALID KEY
005199                     CONTINUE
005199                 NOT INVALID KEY
005199                     IF STM-DECEASED
005199                         MOVE 'STUDENT DECEASED'
005199                             TO WS-SUSPENSE-REASON
005199                     ELSE
005199                         SET WS-FEED-ID-OK TO TRUE
005199                     END-IF
005199             END-READ
005199     END-READ.
005199     CLOSE EVAL-XREF-FILE.
005241 0037-LOAD-FUNDING-POOLS-EXIT.
005241     EXIT.
005241*--------------------------------------------------------------*
005241* 0040-LOAD-COA-BUDGETS - THE COABUDG COST-OF-ATTENDANCE        *
005241* BUDGETS, ONE CARD PER RESIDENCY (R/N) AND HOUSING STATUS.     *
005241* A MISSING MEMBER LEAVES EVERY AWARD UNCAPPED, THE PRE-BUDGET  *
005241* BEHAVIOR, AND NOTHING ELSE FOR PACKAGING IS LOADED.           *
005241*--------------------------------------------------------------*
005241 0040-LOAD-COA-BUDGETS.
005241     MOVE 0 TO WS-COA-COUNT.
005241     OPEN INPUT EVAL-COA-FILE.
005241     IF NOT WS-COA-OK
005241         DISPLAY 'EVALSTMT: NO COABUDG BUDGETS - AWARDS NOT '
005241             'PACKAGED AGAINST COST OF ATTENDANCE'
005241         GO TO 0040-LOAD-COA-BUDGETS-EXIT
005241     END-IF.
005241     PERFORM UNTIL WS-COA-COUNT = WS-COA-MAX
005241             OR NOT WS-COA-OK
005241         READ EVAL-COA-FILE
005241             AT END
005241                 CONTINUE
005241             NOT AT END
005241                 IF COA-CARD (1:1) NOT = '*'
005241                     AND COA-BUDGET-AMOUNT NUMERIC
005241                     ADD 1 TO WS-COA-COUNT
005241                     MOVE COA-RESIDENT-FLAG TO
005241                         ECB-RESIDENT-FLAG (WS-COA-COUNT)
005241                     MOVE COA-HOUSING-STATUS TO
005241                         ECB-HOUSING (WS-COA-COUNT)
005241                     MOVE COA-BUDGET-AMOUNT TO
005241                         ECB-BUDGET (WS-COA-COUNT)
005241                 END-IF
005241         END-READ
005241     END-PERFORM.
005241     CLOSE EVAL-COA-FILE.
005241 0040-LOAD-COA-BUDGETS-EXIT.
005241     EXIT.
005241*--------------------------------------------------------------*
005241* 0042-OPEN-RESIDENCY - CONDRES OPENED FOR KEYED READS BY       *
005241* STUDENT AND TERM. A STUDENT WITH NO ELIGIBLE DECISION FOR THE *
005241* TERM TAKES THE NON-RESIDENT BUDGET, THE SAME RULE TUITCALC    *
005241* PRICES BY.                                                    *
005241*--------------------------------------------------------------*
005241 0042-OPEN-RESIDENCY.
005241     OPEN INPUT EVAL-CONDRES-FILE.
005241     IF NOT WS-CONDRES-OK
005241         DISPLAY 'EVALSTMT: NO CONDRES DECISIONS - NON-RESIDENT '
005241             'BUDGETS USED'
005241         GO TO 0042-OPEN-RESIDENCY-EXIT
005241     END-IF.
005241     SET WS-RES-IS-OPEN TO TRUE.
005241 0042-OPEN-RESIDENCY-EXIT.
005241     EXIT.
005241*--------------------------------------------------------------*
005241* 0044-LOAD-SPONSOR-COVERAGE - EVERY ACTIVE SPONAUTH            *
005241* AUTHORIZATION. WHAT A SPONSOR HAS AGREED TO PAY COUNTS        *
005241* TOWARD THE STUDENT'S COST OF ATTENDANCE LIKE ANY OTHER AID.   *
005241*--------------------------------------------------------------*
005241 0044-LOAD-SPONSOR-COVERAGE.
005241     MOVE 0 TO WS-SPN-COUNT.
005241     OPEN INPUT EVAL-SPONSOR-FILE.
005241     IF NOT WS-SPONSOR-OK
005241         GO TO 0044-LOAD-SPONSOR-COVERAGE-EXIT
005241     END-IF.
005241     PERFORM UNTIL NOT WS-SPONSOR-OK
005241             OR WS-SPN-COUNT = WS-SPN-MAX
005241         READ EVAL-SPONSOR-FILE
005241             AT END
005241                 CONTINUE
005241             NOT AT END
005241                 IF SPA-ACTIVE
005241                     AND SPA-STUDENT-ID NUMERIC
005241                     AND SPA-CAP-AMOUNT NUMERIC
005241                     ADD 1 TO WS-SPN-COUNT
005241                     MOVE SPA-STUDENT-ID TO
005241                         ESP-STUDENT-ID (WS-SPN-COUNT)
005241                     MOVE SPA-TERM TO ESP-TERM (WS-SPN-COUNT)
005241                     MOVE SPA-CAP-AMOUNT TO
005241                         ESP-CAP-AMOUNT (WS-SPN-COUNT)
005241                 END-IF
005241         END-READ
005241     END-PERFORM.
005241     CLOSE EVAL-SPONSOR-FILE.
005241 0044-LOAD-SPONSOR-COVERAGE-EXIT.
005241     EXIT.
005241*--------------------------------------------------------------*
005241* 0046-LOAD-PACKAGED-AWARDS - THE AWARDS ALREADY ON THE         *
005241* EVALTAWD STORE, NEWEST AMOUNT PER STUDENT, TERM AND AID CODE. *
005241* A STORE ROW WRITTEN BEFORE AWARDS CARRIED AN AID CODE CANNOT  *
005241* BE TOLD FROM A RE-AWARD OF THE SAME AID AND IS LEFT OUT.      *
005241*--------------------------------------------------------------*
005241 0046-LOAD-PACKAGED-AWARDS.
005241     MOVE 0 TO WS-PKG-COUNT.
005241     OPEN INPUT EVAL-TAWD-FILE.
005241     IF NOT WS-TAWD-OK
005241         GO TO 0046-LOAD-PACKAGED-AWARDS-EXIT
005241     END-IF.
005241     PERFORM UNTIL NOT WS-TAWD-OK
005241         READ EVAL-TAWD-FILE
005241             AT END
005241                 CONTINUE
005241             NOT AT END
005241                 IF TWD-AMOUNT NUMERIC
005241                     AND TWD-AID-CODE NOT = SPACES
005241                     MOVE TWD-STUDENT-ID TO WS-PKG-STUDENT-ID
005241                     MOVE TWD-TERM TO WS-PKG-TERM
005241                     MOVE TWD-AID-CODE TO WS-PKG-AID-CODE
005241                     MOVE TWD-AMOUNT TO WS-PKG-AMOUNT
005241                     PERFORM 0047-FILE-ONE-PACKAGED-AWARD
005241                         THRU 0047-FILE-ONE-PACKAGED-AWARD-EXIT
005241                 END-IF
005241         END-READ
005241     END-PERFORM.
005241     CLOSE EVAL-TAWD-FILE.
005241     IF WS-PKG-OVERFLOWED
005241         DISPLAY 'EVALSTMT: TERM AWARD STORE DEEPER THAN THE '
005241             'PACKAGING TABLE - SOME AWARDS NOT COUNTED'
005241     END-IF.
005241 0046-LOAD-PACKAGED-AWARDS-EXIT.
005241     EXIT.
005241*--------------------------------------------------------------*
005241* 0047-FILE-ONE-PACKAGED-AWARD - INSERT OR OVERWRITE ONE AWARD  *
005241* BY STUDENT, TERM AND AID CODE, SO THE NEWEST AMOUNT WINS.     *
005241* SHARED BY THE LOAD AND THE AWARD PATH.                        *
005241*--------------------------------------------------------------*
005241 0047-FILE-ONE-PACKAGED-AWARD.
005241     SET WS-PKG-NOT-FOUND TO TRUE.
005241     PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
005241             UNTIL WS-PKG-IDX > WS-PKG-COUNT
005241             OR WS-PKG-FOUND
005241         IF EPK-STUDENT-ID (WS-PKG-IDX) = WS-PKG-STUDENT-ID
005241             AND EPK-TERM (WS-PKG-IDX) = WS-PKG-TERM
005241             AND EPK-AID-CODE (WS-PKG-IDX) = WS-PKG-AID-CODE
005241             SET WS-PKG-FOUND TO TRUE
005241             MOVE WS-PKG-AMOUNT TO EPK-AMOUNT (WS-PKG-IDX)
005241         END-IF
005241     END-PERFORM.
005241     IF WS-PKG-FOUND
005241         GO TO 0047-FILE-ONE-PACKAGED-AWARD-EXIT
005241     END-IF.
005241     IF WS-PKG-COUNT = WS-PKG-MAX
005241         SET WS-PKG-OVERFLOWED TO TRUE
005241         GO TO 0047-FILE-ONE-PACKAGED-AWARD-EXIT
005241     END-IF.
005241     ADD 1 TO WS-PKG-COUNT.
005241     MOVE WS-PKG-STUDENT-ID TO EPK-STUDENT-ID (WS-PKG-COUNT).
005241     MOVE WS-PKG-TERM TO EPK-TERM (WS-PKG-COUNT).
005241     MOVE WS-PKG-AID-CODE TO EPK-AID-CODE (WS-PKG-COUNT).
005241     MOVE WS-PKG-AMOUNT TO EPK-AMOUNT (WS-PKG-COUNT).
005241 0047-FILE-ONE-PACKAGED-AWARD-EXIT.
005241     EXIT.
005241*--------------------------------------------------------------*
005241* 0048-LOAD-AWARD-LIMITS - THE AIDLIMIT ANNUAL AND AGGREGATE    *
005241* LIMITS PER AID CODE. A MISSING MEMBER LEAVES EVERY AWARD      *
005241* PRICED ONE TERM AT A TIME, THE PRE-LIMIT BEHAVIOR, AND        *
005241* NOTHING ELSE FOR THE LIMIT CHECK IS LOADED. AN AWARD YEAR     *
005241* START MONTH OUTSIDE 01-12 DEFAULTS TO JULY.                   *
005241*--------------------------------------------------------------*
005241 0048-LOAD-AWARD-LIMITS.
005241     MOVE 0 TO WS-LIM-COUNT.
005241     OPEN INPUT EVAL-LIMIT-FILE.
005241     IF NOT WS-LIMIT-OK
005241         DISPLAY 'EVALSTMT: NO AIDLIMIT LIMITS - AWARDS NOT '
005241             'HELD TO ANNUAL OR AGGREGATE LIMITS'
005241         GO TO 0048-LOAD-AWARD-LIMITS-EXIT
005241     END-IF.
005241     PERFORM UNTIL WS-LIM-COUNT = WS-LIM-MAX
005241             OR NOT WS-LIMIT-OK
005241         READ EVAL-LIMIT-FILE
005241             AT END
005241                 CONTINUE
005241             NOT AT END
005241                 IF LIMIT-CARD (1:1) NOT = '*'
005241                     AND LMC-AID-CODE NOT = SPACES
005241                     AND LMC-ANNUAL-MAX NUMERIC
005241                     AND LMC-AGGREGATE-MAX NUMERIC
005241                     ADD 1 TO WS-LIM-COUNT
005241                     MOVE LMC-AID-CODE TO
005241                         ELM-AID-CODE (WS-LIM-COUNT)
005241                     MOVE LMC-ANNUAL-MAX TO
005241                         ELM-ANNUAL-MAX (WS-LIM-COUNT)
005241                     MOVE LMC-AGGREGATE-MAX TO
005241                         ELM-AGGREGATE-MAX (WS-LIM-COUNT)
005241                     MOVE 07 TO ELM-START-MONTH (WS-LIM-COUNT)
005241                     IF LMC-START-MONTH NUMERIC
005241                         AND LMC-START-MONTH > 0
005241                         AND LMC-START-MONTH < 13
005241                         MOVE LMC-START-MONTH TO
005241                             ELM-START-MONTH (WS-LIM-COUNT)
005241                     END-IF
005241                 END-IF
005241         END-READ
005241     END-PERFORM.
005241     CLOSE EVAL-LIMIT-FILE.
005241     IF WS-LIM-COUNT > 0
005241         PERFORM 0049-LOAD-TERM-STARTS
005241             THRU 0049-LOAD-TERM-STARTS-EXIT
005241         PERFORM 0051-LOAD-LIMIT-HISTORY
005241             THRU 0051-LOAD-LIMIT-HISTORY-EXIT
005241     END-IF.
005241 0048-LOAD-AWARD-LIMITS-EXIT.
005241     EXIT.
005241*--------------------------------------------------------------*
005241* 0049-LOAD-TERM-STARTS - THE FIRST DAY OF CLASSES OF EVERY     *
005241* TERM ON THE ACADCAL CALENDAR, SO EACH TERM FALLS IN THE AWARD *
005241* YEAR ITS CLASSES BEGIN IN.                                    *
005241*--------------------------------------------------------------*
005241 0049-LOAD-TERM-STARTS.
005241     MOVE 0 TO WS-CAL-COUNT.
005241     OPEN INPUT EVAL-CENSUS-FILE.
005241     IF NOT WS-CENSUS-OK
005241         GO TO 0049-LOAD-TERM-STARTS-EXIT
005241     END-IF.
005241     PERFORM UNTIL WS-CAL-COUNT = WS-CAL-MAX
005241             OR NOT WS-CENSUS-OK
005241         READ EVAL-CENSUS-FILE
005241             AT END
005241                 CONTINUE
005241             NOT AT END
005241                 IF ACAD-CAL-RECORD (1:1) NOT = '*'
005241                     AND ACL-CLASS-START-DATE NUMERIC
005241                     AND ACL-CLASS-START-DATE > 0
005241                     ADD 1 TO WS-CAL-COUNT
005241                     MOVE ACL-TERM TO ECL-TERM (WS-CAL-COUNT)
005241                     MOVE ACL-CLASS-START-DATE TO
005241                         ECL-START-DATE (WS-CAL-COUNT)
005241                 END-IF
005241         END-READ
005241     END-PERFORM.
005241     CLOSE EVAL-CENSUS-FILE.
005241 0049-LOAD-TERM-STARTS-EXIT.
005241     EXIT.
005241*--------------------------------------------------------------*
005241* 0051-LOAD-LIMIT-HISTORY - EVERY AWARD THE STUDENT HAS HELD IN *
005241* A LIMITED AID CODE: THE CLOSED TERMS' TRMAWRD ARCHIVES FIRST, *
005241* THEN THE EVALTAWD STORE, SO THE NEWEST AMOUNT FOR A TERM WINS *
005241* WHERE THE TWO OVERLAP. AN ARCHIVE ROW WITH NO TERM CODE CANNOT *
005241* BE PLACED IN AN AWARD YEAR AND IS LEFT OUT.                   *
005241*--------------------------------------------------------------*
005241 0051-LOAD-LIMIT-HISTORY.
005241     MOVE 0 TO WS-LMH-COUNT.
005241     OPEN INPUT EVAL-TRMAWD-FILE.
005241     IF WS-TRMAWD-OK
005241         PERFORM UNTIL NOT WS-TRMAWD-OK
005241             READ EVAL-TRMAWD-FILE
005241                 AT END
005241                     CONTINUE
005241                 NOT AT END
005241                     IF TMA-AWARD-AMOUNT NUMERIC
005241                         AND TMA-TERM NOT = SPACES
005241                         MOVE TMA-STUDENT-ID TO WS-LMH-STUDENT-ID
005241                         MOVE TMA-TERM TO WS-LMH-TERM
005241                         MOVE TMA-AID-CODE TO WS-LMH-AID-CODE
005241                         MOVE TMA-AWARD-AMOUNT TO WS-LMH-AMOUNT
005241                         PERFORM 0052-FILE-ONE-LIMIT-AWARD
005241                             THRU 0052-FILE-ONE-LIMIT-AWARD-EXIT
005241                     END-IF
005241             END-READ
005241         END-PERFORM
005241         CLOSE EVAL-TRMAWD-FILE
005241     ELSE
005241         DISPLAY 'EVALSTMT: NO TRMAWRD ARCHIVES - LIMITS COUNT '
005241             'THE TERM AWARD STORE ONLY'
005241     END-IF.
005241     OPEN INPUT EVAL-TAWD-FILE.
005241     IF WS-TAWD-OK
005241         PERFORM UNTIL NOT WS-TAWD-OK
005241             READ EVAL-TAWD-FILE
005241                 AT END
005241                     CONTINUE
005241                 NOT AT END
005241                     IF TWD-AMOUNT NUMERIC
005241                         AND TWD-AID-CODE NOT = SPACES
005241                         AND TWD-TERM NOT = SPACES
005241                         MOVE TWD-STUDENT-ID TO WS-LMH-STUDENT-ID
005241                         MOVE TWD-TERM TO WS-LMH-TERM
005241                         MOVE TWD-AID-CODE TO WS-LMH-AID-CODE
005241                         MOVE TWD-AMOUNT TO WS-LMH-AMOUNT
005241                         PERFORM 0052-FILE-ONE-LIMIT-AWARD
005241                             THRU 0052-FILE-ONE-LIMIT-AWARD-EXIT
005241                     END-IF
005241             END-READ
005241         END-PERFORM
005241         CLOSE EVAL-TAWD-FILE
005241     END-IF.
005241     IF WS-LMH-OVERFLOWED
005241         DISPLAY 'EVALSTMT: AWARD HISTORY DEEPER THAN THE '
005241             'LIMIT TABLE - SOME AWARDS NOT COUNTED'
005241     END-IF.
005241 0051-LOAD-LIMIT-HISTORY-EXIT.
005241     EXIT.
005241*--------------------------------------------------------------*
005241* 0052-FILE-ONE-LIMIT-AWARD - INSERT OR OVERWRITE ONE AWARD IN  *
005241* A LIMITED AID CODE BY STUDENT, TERM AND AID CODE, SO THE      *
005241* NEWEST AMOUNT WINS. AN UNLIMITED AID CODE IS NOT KEPT. SHARED *
005241* BY THE LOAD AND THE AWARD PATH.                               *
005241*--------------------------------------------------------------*
005241 0052-FILE-ONE-LIMIT-AWARD.
005241     MOVE WS-LMH-AID-CODE TO WS-LIM-AID-CODE.
005241     PERFORM 0054-FIND-AID-LIMIT
005241         THRU 0054-FIND-AID-LIMIT-EXIT.
005241     IF WS-LIM-NOT-FOUND
005241         GO TO 0052-FILE-ONE-LIMIT-AWARD-EXIT
005241     END-IF.
005241     SET WS-LMH-NOT-FOUND TO TRUE.
005241     PERFORM VARYING WS-LMH-IDX FROM 1 BY 1
005241             UNTIL WS-LMH-IDX > WS-LMH-COUNT
005241             OR WS-LMH-FOUND
005241         IF ELH-STUDENT-ID (WS-LMH-IDX) = WS-LMH-STUDENT-ID
005241             AND ELH-TERM (WS-LMH-IDX) = WS-LMH-TERM
005241             AND ELH-AID-CODE (WS-LMH-IDX) = WS-LMH-AID-CODE
005241             SET WS-LMH-FOUND TO TRUE
005241             MOVE WS-LMH-AMOUNT TO ELH-AMOUNT (WS-LMH-IDX)
005241         END-IF
005241     END-PERFORM.
005241     IF WS-LMH-FOUND
005241         GO TO 0052-FILE-ONE-LIMIT-AWARD-EXIT
005241     END-IF.
005241     IF WS-LMH-COUNT = WS-LMH-MAX
005241         SET WS-LMH-OVERFLOWED TO TRUE
005241         GO TO 0052-FILE-ONE-LIMIT-AWARD-EXIT
005241     END-IF.
005241     ADD 1 TO WS-LMH-COUNT.
005241     MOVE WS-LMH-STUDENT-ID TO ELH-STUDENT-ID (WS-LMH-COUNT).
005241     MOVE WS-LMH-TERM TO ELH-TERM (WS-LMH-COUNT).
005241     MOVE WS-LMH-AID-CODE TO ELH-AID-CODE (WS-LMH-COUNT).
005241     MOVE WS-LMH-AMOUNT TO ELH-AMOUNT (WS-LMH-COUNT).
005241 0052-FILE-ONE-LIMIT-AWARD-EXIT.
005241     EXIT.
005241*--------------------------------------------------------------*
005241* 0053-DERIVE-AWARD-YEAR - THE AWARD YEAR OF WS-YEAR-TERM FOR   *
005241* AN AWARD YEAR STARTING IN WS-YEAR-START-MONTH, NAMED FOR THE  *
005241* CALENDAR YEAR IT STARTS IN. THE TERM'S FIRST DAY OF CLASSES   *
005241* COMES OFF ACADCAL; A TERM NO LONGER ON THE CALENDAR IS PLACED *
005241* BY ITS CODE - SPRING IN JANUARY, SUMMER IN MAY, FALL IN       *
005241* AUGUST.                                                       *
005241*--------------------------------------------------------------*
005241 0053-DERIVE-AWARD-YEAR.
005241     MOVE 0 TO WS-YEAR-RESULT.
005241     SET WS-CAL-NOT-FOUND TO TRUE.
005241     PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
005241             UNTIL WS-CAL-IDX > WS-CAL-COUNT
005241             OR WS-CAL-FOUND
005241         IF ECL-TERM (WS-CAL-IDX) = WS-YEAR-TERM
005241             SET WS-CAL-FOUND TO TRUE
005241         END-IF
005241     END-PERFORM.
005241     IF WS-CAL-FOUND
005241         SUBTRACT 1 FROM WS-CAL-IDX
005241         MOVE ECL-START-DATE (WS-CAL-IDX) TO WS-YEAR-START-DATE
005241     ELSE
005241         IF WS-YEAR-TERM (1:4) NOT NUMERIC
005241             GO TO 0053-DERIVE-AWARD-YEAR-EXIT
005241         END-IF
005241         MOVE WS-YEAR-TERM (1:4) TO WS-YEAR-START-YYYY
005241         MOVE 01 TO WS-YEAR-START-DD
005241         EVALUATE WS-YEAR-TERM (5:2)
005241             WHEN 'SU'
005241                 MOVE 05 TO WS-YEAR-START-MM
005241             WHEN 'FA'
005241                 MOVE 08 TO WS-YEAR-START-MM
005241             WHEN OTHER
005241                 MOVE 01 TO WS-YEAR-START-MM
005241         END-EVALUATE
005241     END-IF.
005241     MOVE WS-YEAR-START-YYYY TO WS-YEAR-RESULT.
005241     IF WS-YEAR-START-MM < WS-YEAR-START-MONTH
005241         SUBTRACT 1 FROM WS-YEAR-RESULT
005241     END-IF.
005241 0053-DERIVE-AWARD-YEAR-EXIT.
005241     EXIT.
005241*--------------------------------------------------------------*
005241* 0054-FIND-AID-LIMIT - LOOKS UP WS-LIM-AID-CODE ON THE LIMIT   *
005241* TABLE, LEAVING WS-LIM-IDX ON THE ENTRY WHEN FOUND.            *
005241*--------------------------------------------------------------*
005241 0054-FIND-AID-LIMIT.
005241     SET WS-LIM-NOT-FOUND TO TRUE.
005241     PERFORM VARYING WS-LIM-IDX FROM 1 BY 1
005241             UNTIL WS-LIM-IDX > WS-LIM-COUNT
005241             OR WS-LIM-FOUND
005241         IF ELM-AID-CODE (WS-LIM-IDX) = WS-LIM-AID-CODE
005241             SET WS-LIM-FOUND TO TRUE
005241         END-IF
005241     END-PERFORM.
005241     IF WS-LIM-FOUND
005241         SUBTRACT 1 FROM WS-LIM-IDX
005241     END-IF.
005241 0054-FIND-AID-LIMIT-EXIT.
005241     EXIT.
005241*--------------------------------------------------------------*
005241* 0015-READ-RUN-PARM - THE OPTIONAL EVPARM CARD. ACTION R PUTS  *
005241* THE RUN IN RECALCULATION MODE; NO CARD IS THE NORMAL NIGHTLY  *
005241* AWARD RUN.                                                    *
005248         OPEN OUTPUT EVAL-BOTHDEP-FILE
005248         OPEN OUTPUT EVAL-AWARD-FILE
005248         OPEN OUTPUT EVAL-WAIT-FILE
005248         OPEN OUTPUT EVAL-PKG-RPT-FILE
005248         IF WS-PKG-RPT-OK
005248             SET WS-PKG-RPT-IS-OPEN TO TRUE
005248         END-IF
005248         OPEN EXTEND EVAL-TAPP-FILE
005248         IF NOT WS-TAPP-OK
005248             CLOSE EVAL-TAPP-FILE
005248         END-IF
005248     END-IF.
005248     IF NOT SP-TEST-MODE
005248         OPEN OUTPUT EVAL-LIMIT-RPT-FILE
005248         IF WS-LIMIT-RPT-OK
005248             SET WS-LIMIT-RPT-IS-OPEN TO TRUE
005248         END-IF
005248         OPEN EXTEND EVAL-TAWD-FILE
005248         IF NOT WS-TAWD-OK
005248             CLOSE EVAL-TAWD-FILE
005264     IF WS-TAPP-IS-OPEN
005264         CLOSE EVAL-TAPP-FILE
005264     END-IF.
005264     IF WS-LIMIT-RPT-IS-OPEN
005264         CLOSE EVAL-LIMIT-RPT-FILE
005264     END-IF.
005264     IF WS-TAWD-IS-OPEN
005264         CLOSE EVAL-TAWD-FILE
005264     END-IF.
005268         CLOSE EVAL-BOTHDEP-FILE
005268         CLOSE EVAL-AWARD-FILE
005268         CLOSE EVAL-WAIT-FILE
005268         IF WS-PKG-RPT-IS-OPEN
005268             CLOSE EVAL-PKG-RPT-FILE
005268         END-IF
005268     END-IF.
005269     DISPLAY 'EVALSTMT: ' WS-APPS-PROCESSED
005271         ' APPLICATIONS EVALUATED, ' WS-ID-REJECT-COUNT
005272         ' ID REJECTS'.
005272     IF WS-COA-COUNT > 0
005272         DISPLAY 'EVALSTMT: ' WS-PKG-REDUCED-COUNT
005272             ' AWARDS REDUCED TO COST OF ATTENDANCE, '
005272             WS-OVER-AWARD-COUNT ' OVER-AWARDS'
005272     END-IF.
005272     IF WS-LIM-COUNT > 0
005272         DISPLAY 'EVALSTMT: ' WS-LIMIT-REDUCED-COUNT
005272             ' AWARDS CUT TO ANNUAL OR AGGREGATE LIMITS, '
005272             WS-LIMIT-MET-COUNT ' AT THE AGGREGATE LIMIT'
005272     END-IF.
005272 0500-PROCESS-APPLICATIONS-EXIT.
005273     EXIT.
005274*--------------------------------------------------------------*
010837         MOVE 'N' TO AWD-OVERRIDE-FLAG
010837         PERFORM 1360-CHECK-AWARD-OVERRIDE
010837             THRU 1360-CHECK-AWARD-OVERRIDE-EXIT
010837         PERFORM 1362-APPLY-AWARD-LIMITS
010837             THRU 1362-APPLY-AWARD-LIMITS-EXIT
010837         IF WS-LIMIT-NOT-CUT
010837             PERFORM 1365-APPLY-PACKAGING-CAP
010837                 THRU 1365-APPLY-PACKAGING-CAP-EXIT
010837         ELSE
010837             SET WS-PKG-NOT-CUT TO TRUE
010837         END-IF
010837         IF WS-RECALC-RUN
010837             PERFORM 1395-COMPARE-PRIOR-AWARD
010837                 THRU 1395-COMPARE-PRIOR-AWARD-EXIT
010837             MOVE AWD-STUDENT-ID TO WS-PKG-STUDENT-ID
010837             MOVE AWD-TERM TO WS-PKG-TERM
010837             MOVE AWD-AID-CODE TO WS-PKG-AID-CODE
010837             MOVE AWD-AWARD-AMOUNT TO WS-PKG-AMOUNT
010837             PERFORM 0047-FILE-ONE-PACKAGED-AWARD
010837                 THRU 0047-FILE-ONE-PACKAGED-AWARD-EXIT
010837             PERFORM 1364-FILE-LIMIT-HISTORY
010837                 THRU 1364-FILE-LIMIT-HISTORY-EXIT
010837             GO TO 1350-COMPUTE-AWARD-EXIT
010837         END-IF
010837         IF WS-PKG-CUT-TO-ZERO OR WS-LIMIT-CUT-TO-ZERO
010837             GO TO 1350-COMPUTE-AWARD-EXIT
010837         END-IF
010837         PERFORM 1380-CHECK-FUNDING-POOL
010838             WRITE AWARD-RECORD
010838             PERFORM 1398-STORE-ONE-AWARD
010838                 THRU 1398-STORE-ONE-AWARD-EXIT
010838             SET DP-OPEN-CHECKLIST TO TRUE
010838             MOVE AWD-STUDENT-ID TO DP-STUDENT-ID
010838             MOVE 'AID' TO DP-PROCESS
010838             MOVE 0 TO DP-RUN-DATE
010838             CALL 'DOCLIST' USING DOC-PARM-BLOCK
010838         END-IF
010838         MOVE AWD-STUDENT-ID TO WS-PKG-STUDENT-ID
010838         MOVE AWD-TERM TO WS-PKG-TERM
010838         MOVE AWD-AID-CODE TO WS-PKG-AID-CODE
010838         MOVE AWD-AWARD-AMOUNT TO WS-PKG-AMOUNT
010838         PERFORM 0047-FILE-ONE-PACKAGED-AWARD
010838             THRU 0047-FILE-ONE-PACKAGED-AWARD-EXIT
010838         PERFORM 1364-FILE-LIMIT-HISTORY
010838             THRU 1364-FILE-LIMIT-HISTORY-EXIT
010839     ELSE
010841         MOVE 'NO RATE TABLE ENTRY' TO WS-SUSPENSE-REASON
010842         PERFORM 1400-WRITE-SUSPENSE-RECORD
010846 1360-CHECK-AWARD-OVERRIDE-EXIT.
010846     EXIT.
010846*--------------------------------------------------------------*
010846* 1362-APPLY-AWARD-LIMITS - HOLDS THE AWARD TO THE AIDLIMIT     *
010846* ANNUAL AND AGGREGATE LIMITS FOR ITS AID CODE. WHAT THE        *
010846* STUDENT HOLDS IN THE AID CODE FOR EVERY OTHER TERM COUNTS     *
010846* AGAINST THE AGGREGATE LIMIT, AND WHAT THEY HOLD FOR THE OTHER *
010846* TERMS OF THIS TERM'S AWARD YEAR AGAINST THE ANNUAL ONE; THE   *
010846* AWARD IS CUT TO THE SMALLER REMAINING ELIGIBILITY. A STUDENT  *
010846* ALREADY AT THE AGGREGATE LIMIT GETS NO AWARD AND GOES TO      *
010846* EVALSUSP AS AGGREGATE LIMIT MET FOR THE AID OFFICE. EVERY CUT *
010846* PRINTS ON EVALLIMR.                                           *
010846*--------------------------------------------------------------*
010846 1362-APPLY-AWARD-LIMITS.
010846     SET WS-LIMIT-NOT-CUT TO TRUE.
010846     IF WS-LIM-COUNT = 0
010846         GO TO 1362-APPLY-AWARD-LIMITS-EXIT
010846     END-IF.
010846     MOVE AWD-AID-CODE TO WS-LIM-AID-CODE.
010846     PERFORM 0054-FIND-AID-LIMIT
010846         THRU 0054-FIND-AID-LIMIT-EXIT.
010846     IF WS-LIM-NOT-FOUND
010846         GO TO 1362-APPLY-AWARD-LIMITS-EXIT
010846     END-IF.
010846     MOVE ELM-START-MONTH (WS-LIM-IDX) TO WS-YEAR-START-MONTH.
010846     MOVE AWD-TERM TO WS-YEAR-TERM.
010846     PERFORM 0053-DERIVE-AWARD-YEAR
010846         THRU 0053-DERIVE-AWARD-YEAR-EXIT.
010846     MOVE WS-YEAR-RESULT TO WS-AWARD-YEAR.
010846     MOVE 0 TO WS-ANNUAL-USED.
010846     MOVE 0 TO WS-AGGREGATE-USED.
010846     PERFORM VARYING WS-LMH-IDX FROM 1 BY 1
010846             UNTIL WS-LMH-IDX > WS-LMH-COUNT
010846         IF ELH-STUDENT-ID (WS-LMH-IDX) = AWD-STUDENT-ID
010846             AND ELH-AID-CODE (WS-LMH-IDX) = AWD-AID-CODE
010846             AND ELH-TERM (WS-LMH-IDX) NOT = AWD-TERM
010846             ADD ELH-AMOUNT (WS-LMH-IDX) TO WS-AGGREGATE-USED
010846             MOVE ELH-TERM (WS-LMH-IDX) TO WS-YEAR-TERM
010846             PERFORM 0053-DERIVE-AWARD-YEAR
010846                 THRU 0053-DERIVE-AWARD-YEAR-EXIT
010846             IF WS-YEAR-RESULT = WS-AWARD-YEAR
010846                 ADD ELH-AMOUNT (WS-LMH-IDX) TO WS-ANNUAL-USED
010846             END-IF
010846         END-IF
010846     END-PERFORM.
010846     MOVE AWD-AWARD-AMOUNT TO WS-LIMIT-ORIGINAL.
010846     IF ELM-AGGREGATE-MAX (WS-LIM-IDX) > ZERO
010846         AND WS-AGGREGATE-USED NOT <
010846             ELM-AGGREGATE-MAX (WS-LIM-IDX)
010846         MOVE ZERO TO AWD-AWARD-AMOUNT
010846         SET WS-LIMIT-CUT-TO-ZERO TO TRUE
010846         MOVE 'AGGREGATE LIMIT MET' TO WS-LIMIT-ACTION
010846         ADD 1 TO WS-LIMIT-MET-COUNT
010846         MOVE 'AGGREGATE LIMIT MET' TO WS-SUSPENSE-REASON
010846         PERFORM 1400-WRITE-SUSPENSE-RECORD
010846             THRU 1400-WRITE-SUSPENSE-RECORD-EXIT
010846         PERFORM 1363-WRITE-LIMIT-LINE
010846             THRU 1363-WRITE-LIMIT-LINE-EXIT
010846         GO TO 1362-APPLY-AWARD-LIMITS-EXIT
010846     END-IF.
010846     MOVE 9999999.99 TO WS-LIMIT-ROOM.
010846     MOVE 'REDUCED TO ANNUAL' TO WS-LIMIT-ACTION.
010846     IF ELM-ANNUAL-MAX (WS-LIM-IDX) > ZERO
010846         COMPUTE WS-LIMIT-ROOM = ELM-ANNUAL-MAX (WS-LIM-IDX)
010846             - WS-ANNUAL-USED
010846     END-IF.
010846     IF ELM-AGGREGATE-MAX (WS-LIM-IDX) > ZERO
010846         COMPUTE WS-AGGREGATE-ROOM =
010846             ELM-AGGREGATE-MAX (WS-LIM-IDX) - WS-AGGREGATE-USED
010846         IF WS-AGGREGATE-ROOM < WS-LIMIT-ROOM
010846             MOVE WS-AGGREGATE-ROOM TO WS-LIMIT-ROOM
010846             MOVE 'REDUCED TO AGGREGATE' TO WS-LIMIT-ACTION
010846         END-IF
010846     END-IF.
010846     IF WS-LIMIT-ROOM NOT < AWD-AWARD-AMOUNT
010846         GO TO 1362-APPLY-AWARD-LIMITS-EXIT
010846     END-IF.
010846     ADD 1 TO WS-LIMIT-REDUCED-COUNT.
010846     IF WS-LIMIT-ROOM > ZERO
010846         MOVE WS-LIMIT-ROOM TO AWD-AWARD-AMOUNT
010846     ELSE
010846         MOVE ZERO TO AWD-AWARD-AMOUNT
010846         SET WS-LIMIT-CUT-TO-ZERO TO TRUE
010846         MOVE 'ANNUAL LIMIT MET' TO WS-LIMIT-ACTION
010846     END-IF.
010846     PERFORM 1363-WRITE-LIMIT-LINE
010846         THRU 1363-WRITE-LIMIT-LINE-EXIT.
010846 1362-APPLY-AWARD-LIMITS-EXIT.
010846     EXIT.
010846*--------------------------------------------------------------*
010846* 1363-WRITE-LIMIT-LINE - ONE EVALLIMR LINE PER AWARD THE       *
010846* LIMITS CUT: THE AWARD YEAR, EACH LIMIT AND WHAT IS ALREADY    *
010846* USED AGAINST IT, AND THE AWARD BEFORE AND AFTER.              *
010846*--------------------------------------------------------------*
010846 1363-WRITE-LIMIT-LINE.
010846     IF NOT WS-LIMIT-RPT-IS-OPEN
010846         GO TO 1363-WRITE-LIMIT-LINE-EXIT
010846     END-IF.
010846     MOVE SPACES TO EVAL-LIMIT-LINE.
010846     MOVE AWD-STUDENT-ID TO LMR-STUDENT-ID.
010846     MOVE AWD-TERM TO LMR-TERM.
010846     MOVE AWD-AID-CODE TO LMR-AID-CODE.
010846     MOVE WS-AWARD-YEAR TO LMR-AWARD-YEAR.
010846     MOVE ELM-ANNUAL-MAX (WS-LIM-IDX) TO LMR-ANNUAL-MAX.
010846     MOVE WS-ANNUAL-USED TO LMR-ANNUAL-USED.
010846     MOVE ELM-AGGREGATE-MAX (WS-LIM-IDX) TO LMR-AGGREGATE-MAX.
010846     MOVE WS-AGGREGATE-USED TO LMR-AGGREGATE-USED.
010846     MOVE WS-LIMIT-ORIGINAL TO LMR-OLD-AMOUNT.
010846     MOVE AWD-AWARD-AMOUNT TO LMR-NEW-AMOUNT.
010846     MOVE WS-LIMIT-ACTION TO LMR-ACTION.
010846     WRITE EVAL-LIMIT-LINE.
010846 1363-WRITE-LIMIT-LINE-EXIT.
010846     EXIT.
010846*--------------------------------------------------------------*
010846* 1364-FILE-LIMIT-HISTORY - THE AWARD JUST MADE (OR RE-PRICED)  *
010846* INTO THE LIMIT HISTORY, SO A LATER APPLICATION TONIGHT FOR    *
010846* ANOTHER TERM COUNTS IT.                                       *
010846*--------------------------------------------------------------*
010846 1364-FILE-LIMIT-HISTORY.
010846     IF WS-LIM-COUNT = 0
010846         GO TO 1364-FILE-LIMIT-HISTORY-EXIT
010846     END-IF.
010846     MOVE AWD-STUDENT-ID TO WS-LMH-STUDENT-ID.
010846     MOVE AWD-TERM TO WS-LMH-TERM.
010846     MOVE AWD-AID-CODE TO WS-LMH-AID-CODE.
010846     MOVE AWD-AWARD-AMOUNT TO WS-LMH-AMOUNT.
010846     PERFORM 0052-FILE-ONE-LIMIT-AWARD
010846         THRU 0052-FILE-ONE-LIMIT-AWARD-EXIT.
010846 1364-FILE-LIMIT-HISTORY-EXIT.
010846     EXIT.
010846*--------------------------------------------------------------*
010846* 1365-APPLY-PACKAGING-CAP - HOLDS THE STUDENT'S TOTAL AID FOR  *
010846* THE TERM TO THE COST-OF-ATTENDANCE BUDGET FOR THEIR CONDRES   *
010846* RESIDENCY AND THE APPLICATION'S HOUSING STATUS. EVERY OTHER   *
010846* AWARD THE STUDENT HOLDS FOR THE TERM (ON EVALTAWD OR WRITTEN  *
010846* EARLIER TONIGHT) AND WHAT A SPONSOR HAS AGREED TO PAY COME    *
010846* OFF THE BUDGET FIRST; THE NEW AWARD IS CUT TO WHAT IS LEFT.   *
010846* WHEN NOTHING IS LEFT THE AWARD IS NOT MADE, AND WHEN THE      *
010846* OTHER AID AND SPONSOR ALREADY EXCEED THE BUDGET THE CASE GOES *
010846* TO EVALOVAW FOR THE AID OFFICE - NO CUT HERE CAN FIX IT. A    *
010846* BUDGET ROW MISSING FOR THE COMBINATION LEAVES THE AWARD       *
010846* UNCAPPED.                                                     *
010846*--------------------------------------------------------------*
010846 1365-APPLY-PACKAGING-CAP.
010846     SET WS-PKG-NOT-CUT TO TRUE.
010846     IF WS-COA-COUNT = 0
010846         GO TO 1365-APPLY-PACKAGING-CAP-EXIT
010846     END-IF.
010846     MOVE 'N' TO WS-RESIDENT-FLAG.
010846     SET WS-RES-NOT-FOUND TO TRUE.
010846     IF WS-RES-IS-OPEN
010846         MOVE AWD-STUDENT-ID TO RES-STUDENT-ID
010846         MOVE AWD-TERM TO RES-TERM
010846         READ EVAL-CONDRES-FILE
010846             INVALID KEY
010846                 CONTINUE
010846         END-READ
010846         IF WS-CONDRES-OK
010846             SET WS-RES-FOUND TO TRUE
010846             IF RES-ELIGIBLE-FLAG = '1'
010846                 MOVE 'R' TO WS-RESIDENT-FLAG
010846             END-IF
010846         END-IF
010846     END-IF.
010846     MOVE APP-HOUSING-STATUS TO WS-HOUSING-STATUS.
010846     SET WS-COA-NOT-FOUND TO TRUE.
010846     PERFORM VARYING WS-COA-IDX FROM 1 BY 1
010846             UNTIL WS-COA-IDX > WS-COA-COUNT
010846             OR WS-COA-FOUND
010846         IF ECB-RESIDENT-FLAG (WS-COA-IDX) = WS-RESIDENT-FLAG
010846             AND ECB-HOUSING (WS-COA-IDX) = WS-HOUSING-STATUS
010846             SET WS-COA-FOUND TO TRUE
010846         END-IF
010846     END-PERFORM.
010846     IF WS-COA-NOT-FOUND
010846         PERFORM VARYING WS-COA-IDX FROM 1 BY 1
010846                 UNTIL WS-COA-IDX > WS-COA-COUNT
010846                 OR WS-COA-FOUND
010846             IF ECB-RESIDENT-FLAG (WS-COA-IDX) = WS-RESIDENT-FLAG
010846                 AND ECB-HOUSING (WS-COA-IDX) = '*'
010846                 SET WS-COA-FOUND TO TRUE
010846             END-IF
010846         END-PERFORM
010846     END-IF.
010846     IF WS-COA-NOT-FOUND
010846         GO TO 1365-APPLY-PACKAGING-CAP-EXIT
010846     END-IF.
010846     SUBTRACT 1 FROM WS-COA-IDX.
010846     MOVE ECB-BUDGET (WS-COA-IDX) TO WS-COA-BUDGET.
010846     MOVE 0 TO WS-OTHER-AID.
010846     PERFORM VARYING WS-PKG-IDX FROM 1 BY 1
010846             UNTIL WS-PKG-IDX > WS-PKG-COUNT
010846         IF EPK-STUDENT-ID (WS-PKG-IDX) = AWD-STUDENT-ID
010846             AND EPK-TERM (WS-PKG-IDX) = AWD-TERM
010846             AND EPK-AID-CODE (WS-PKG-IDX) NOT = AWD-AID-CODE
010846             ADD EPK-AMOUNT (WS-PKG-IDX) TO WS-OTHER-AID
010846         END-IF
010846     END-PERFORM.
010846     MOVE 0 TO WS-SPONSOR-COVER.
010846     PERFORM VARYING WS-SPN-IDX FROM 1 BY 1
010846             UNTIL WS-SPN-IDX > WS-SPN-COUNT
010846         IF ESP-STUDENT-ID (WS-SPN-IDX) = AWD-STUDENT-ID
010846             AND ESP-TERM (WS-SPN-IDX) = AWD-TERM
010846             IF ESP-CAP-AMOUNT (WS-SPN-IDX) = ZERO
010846                 ADD WS-COA-BUDGET TO WS-SPONSOR-COVER
010846             ELSE
010846                 ADD ESP-CAP-AMOUNT (WS-SPN-IDX)
010846                     TO WS-SPONSOR-COVER
010846             END-IF
010846         END-IF
010846     END-PERFORM.
010846     IF WS-SPONSOR-COVER > WS-COA-BUDGET
010846         MOVE WS-COA-BUDGET TO WS-SPONSOR-COVER
010846     END-IF.
010846     COMPUTE WS-PKG-ROOM = WS-COA-BUDGET - WS-OTHER-AID
010846         - WS-SPONSOR-COVER.
010846     IF WS-PKG-ROOM NOT < AWD-AWARD-AMOUNT
010846         GO TO 1365-APPLY-PACKAGING-CAP-EXIT
010846     END-IF.
010846     MOVE AWD-AWARD-AMOUNT TO WS-PKG-ORIGINAL.
010846     ADD 1 TO WS-PKG-REDUCED-COUNT.
010846     EVALUATE TRUE
010846         WHEN WS-PKG-ROOM > ZERO
010846             MOVE WS-PKG-ROOM TO AWD-AWARD-AMOUNT
010846             MOVE 'REDUCED' TO WS-PKG-ACTION
010846         WHEN WS-PKG-ROOM = ZERO
010846             MOVE ZERO TO AWD-AWARD-AMOUNT
010846             SET WS-PKG-CUT-TO-ZERO TO TRUE
010846             MOVE 'NOT AWARDED' TO WS-PKG-ACTION
010846         WHEN OTHER
010846             MOVE ZERO TO AWD-AWARD-AMOUNT
010846             SET WS-PKG-CUT-TO-ZERO TO TRUE
010846             MOVE 'OVER-AWARD' TO WS-PKG-ACTION
010846             ADD 1 TO WS-OVER-AWARD-COUNT
010846             PERFORM 1367-WRITE-OVER-AWARD
010846                 THRU 1367-WRITE-OVER-AWARD-EXIT
010846     END-EVALUATE.
010846     PERFORM 1366-WRITE-PACKAGING-LINE
010846         THRU 1366-WRITE-PACKAGING-LINE-EXIT.
010846 1365-APPLY-PACKAGING-CAP-EXIT.
010846     EXIT.
010846*--------------------------------------------------------------*
010846* 1366-WRITE-PACKAGING-LINE - ONE EVALPKGR LINE PER AWARD THE   *
010846* BUDGET CUT: THE BUDGET, THE AID AND SPONSOR COVERAGE ALREADY  *
010846* AGAINST IT, AND THE AWARD BEFORE AND AFTER.                   *
010846*--------------------------------------------------------------*
010846 1366-WRITE-PACKAGING-LINE.
010846     IF NOT WS-PKG-RPT-IS-OPEN
010846         GO TO 1366-WRITE-PACKAGING-LINE-EXIT
010846     END-IF.
010846     MOVE SPACES TO EVAL-PKG-LINE.
010846     MOVE AWD-STUDENT-ID TO PKR-STUDENT-ID.
010846     MOVE AWD-TERM TO PKR-TERM.
010846     MOVE AWD-AID-CODE TO PKR-AID-CODE.
010846     MOVE WS-RESIDENT-FLAG TO PKR-RESIDENT-FLAG.
010846     MOVE WS-HOUSING-STATUS TO PKR-HOUSING-STATUS.
010846     MOVE WS-COA-BUDGET TO PKR-COA-BUDGET.
010846     MOVE WS-OTHER-AID TO PKR-OTHER-AID.
010846     MOVE WS-SPONSOR-COVER TO PKR-SPONSOR-COVER.
010846     MOVE WS-PKG-ORIGINAL TO PKR-OLD-AMOUNT.
010846     MOVE AWD-AWARD-AMOUNT TO PKR-NEW-AMOUNT.
010846     MOVE WS-PKG-ACTION TO PKR-ACTION.
010846     WRITE EVAL-PKG-LINE.
010846 1366-WRITE-PACKAGING-LINE-EXIT.
010846     EXIT.
010846*--------------------------------------------------------------*
010846* 1367-WRITE-OVER-AWARD - THE OVER-AWARDED STUDENT TO THE       *
010846* EVALOVAW SUSPENSE: WHAT THE OTHER AID AND SPONSOR ALREADY     *
010846* EXCEED THE BUDGET BY, FOR THE AID OFFICE TO RESOLVE BY        *
010846* REDUCING AN EARLIER AWARD.                                    *
010846*--------------------------------------------------------------*
010846 1367-WRITE-OVER-AWARD.
010846     IF SP-TEST-MODE OR WS-RECALC-RUN
010846         GO TO 1367-WRITE-OVER-AWARD-EXIT
010846     END-IF.
010846     OPEN EXTEND EVAL-OVERAWD-FILE.
010846     IF NOT WS-OVERAWD-OK
010846         CLOSE EVAL-OVERAWD-FILE
010846         OPEN OUTPUT EVAL-OVERAWD-FILE
010846     END-IF.
010846     MOVE SPACES TO OVA-RECORD.
010846     MOVE AWD-STUDENT-ID TO OVA-STUDENT-ID.
010846     MOVE AWD-TERM TO OVA-TERM.
010846     MOVE AWD-AID-CODE TO OVA-AID-CODE.
010846     MOVE WS-COA-BUDGET TO OVA-COA-BUDGET.
010846     MOVE WS-OTHER-AID TO OVA-OTHER-AID.
010846     MOVE WS-SPONSOR-COVER TO OVA-SPONSOR-COVER.
010846     COMPUTE OVA-OVER-AMOUNT = 0 - WS-PKG-ROOM.
010846     MOVE WS-PKG-ORIGINAL TO OVA-AWARD-AMOUNT.
010846     ACCEPT OVA-DATE FROM DATE YYYYMMDD.
010846     ACCEPT OVA-TIME FROM TIME.
010846     WRITE OVA-RECORD.
010846     CLOSE EVAL-OVERAWD-FILE.
010846 1367-WRITE-OVER-AWARD-EXIT.
010846     EXIT.
010846*--------------------------------------------------------------*
010846* 1370-WRITE-OVERRIDE-AUDIT - ONE AUDITLOG ENTRY PER OVERRIDE   *
010846* TAKEN, SO EVERY APPEAL DECISION THAT CHANGED AN AWARD IS ON   *
010846* THE COMPLIANCE TRAIL WITH THE STUDENT IT TOUCHED.             *
010846     MOVE AWD-AWARD-AMOUNT TO WTL-AWARD-AMOUNT.
010846     ACCEPT WTL-DATE FROM DATE YYYYMMDD.
010846     ACCEPT WTL-TIME FROM TIME.
010846     MOVE AWD-TERM TO WTL-TERM.
010846     WRITE WAIT-RECORD.
010846 1390-WRITE-WAITLIST-RECORD-EXIT.
010846     EXIT.
010846     MOVE AWD-STUDENT-ID TO TWD-STUDENT-ID.
010846     MOVE AWD-TERM TO TWD-TERM.
010846     MOVE AWD-AWARD-AMOUNT TO TWD-AMOUNT.
010846     MOVE AWD-AID-CODE TO TWD-AID-CODE.
010846     WRITE TAWD-RECORD.
010846 1398-STORE-ONE-AWARD-EXIT.
010846     EXIT.
015300* 9999-EXIT                                                    *
015400*--------------------------------------------------------------*
015500 9999-EXIT.
015510     IF WS-RES-IS-OPEN
015520         CLOSE EVAL-CONDRES-FILE
015530     END-IF.
015600     STOP RUN.
