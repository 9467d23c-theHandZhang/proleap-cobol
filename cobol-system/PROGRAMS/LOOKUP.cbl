000384*                INSTEAD OF READING THE WHOLE MASTER. A         *
000385*                SYSTEM WITHOUT THE INDEX STILL FALLS BACK TO   *
000386*                THE OLD SCAN.                                  *
000386* 10/15/26  DW   STUMAST RECORD AND THE STUHIST BEFORE/AFTER     *
000386*                IMAGES LENGTHENED TO 145 BYTES FOR THE ACADEMIC *
000386*                STANDING CODE AND ITS EFFECTIVE TERM, STAMPED   *
000386*                AT TERM END BY ACADSTND.                        *
000386* 10/15/26  DW   ADDED MENU CHOICE O - QUEUES AN OFFICIAL        *
000386*                TRANSCRIPT REQUEST ON TRNRQST FOR THE NIGHTLY   *
000386*                TRANSCRP STEP.                                  *
000386* 10/15/26  DW   THE STUDENT SCHEDULE ON THE ID INQUIRY NOW ALSO *
000386*                LISTS EACH SECTION THE STUDENT IS WAITING FOR   *
000386*                ON SECWAIT WITH THEIR POSITION IN LINE.         *
000386* 10/15/26  DW   EACH LINE OF THE STUDENT SCHEDULE NOW SHOWS THE *
000386*                SECTION'S MEETING DAYS AND TIMES FROM CRSCATLG. *
000386* 10/15/26  DW   ENRLMAST RECORD LENGTHENED FOR THE ENROLLMENT   *
000386*                STATUS AND ITS DATE; A SCHEDULE LINE RECORDED   *
000386*                AS A W NOW SAYS SO WITH THE WITHDRAWAL DATE.    *
000386* 10/15/26  DW   CRSCATLG CARD LENGTHENED BY THE SECTION'S LAB   *
000386*                AND MATERIALS FEES, WHICH FEECALC ASSESSES.     *
000386* 10/15/26  DW   THE ACCOUNT VIEW NOW SHOWS EACH ACTIVE PAYMENT  *
000386*                PLAN ON PAYPLAN WITH ITS INSTALLMENT SCHEDULE   *
000386*                UNDER THE ACCOUNT BALANCE.                      *
000386* 10/15/26  DW   NEW MENU CHOICE L PLACES OR RELEASES A STUDENT  *
000386*                HOLD ON THE STUHOLD REGISTRATION HOLDS FILE FOR *
000386*                AN UPDATE OR SUPERVISOR OPERATOR, THE TYPE      *
000386*                CHECKED AGAINST HOLDTYPE AND THE CHANGE         *
000386*                SESSION-LOGGED. THE BURSAR BALANCE HOLD IS LEFT *
000386*                TO HOLDPOST. THE STUDENT ID INQUIRY NOW SHOWS   *
000386*                THE STUDENT'S HOLDS IN FORCE FIRST.             *
000386* 10/15/26  DW   A COLLECTIONS HOLD ARAGING PLACED WITH AN       *
000386*                ACCOUNT SENT TO THE AGENCY IS REFUSED FOR       *
000386*                RELEASE HERE - COLLPOST RELEASES IT WHEN THE    *
000386*                AGENCY CLOSES OR RECALLS THE ACCOUNT.           *
000386* 10/15/26  DW   REFPEND RECORD CARRIES THE REFUND RELEASE DATE; *
000386*                THE REVIEW PASS KEEPS IT ON REWRITE.            *
000386* 10/15/26  DW   NEW MENU CHOICE D (SUPERVISOR) ADDS, CHANGES    *
000386*                OR CLOSES A STUDENT'S DIRECT-DEPOSIT BANKING    *
000386*                ON THE SECURED STUBANK FILE THAT REFUNDRN PAYS  *
000386*                ACH REFUNDS FROM. THE ROUTING NUMBER IS ABA     *
000386*                CHECK-DIGIT EDITED, THE ACCOUNT KEYED TWICE,    *
000386*                AND ONLY ITS LAST FOUR DIGITS SHOWN OR          *
000386*                SESSION-LOGGED. REFPEND RECORD CARRIES THE PAY  *
000386*                METHOD, CHECK OR TRACE NUMBER AND VOID DATE.    *
000386* 10/15/26  DW   NEW MENU CHOICE A LISTS A STUDENT'S AID AWARD   *
000386*                OFFERS ON AWDOFFR AND LETS THE AID OFFICE       *
000386*                ACCEPT, DECLINE OR REDUCE AN OPEN ONE FOR THE   *
000386*                STUDENT. THE NIGHTLY AWDACPT STEP RELEASES THE  *
000386*                ACCEPTED AMOUNT TO AIDDISB.                     *
000386* 10/15/26  DW   ADDED CHOICE E - FILE A RESIDENCY               *
000386*                RECLASSIFICATION PETITION - AND SUPERVISOR      *
000386*                CHOICE F TO DECIDE THEM UNDER THE TWO-PERSON    *
000386*                RULE. APPROVAL NEEDS DOCUMENTATION RECEIVED.    *
000386* 10/15/26  DW   A RESIDENCY PETITION OPENS THE STUDENT'S RES    *
000386*                DOCUMENT CHECKLIST ON STUDOCS THROUGH DOCLIST;  *
000386*                THE SUPERVISOR SEES THE ITEMS STILL             *
000386*                OUTSTANDING AND CANNOT APPROVE WHILE ANY ARE.   *
000386* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 153 BYTES FOR THE  *
000386*                DEGREE CONFERRAL DATE, STAMPED BY GRADCONF.     *
000386* 10/15/26  DW   ADDED CHOICE G - FILE A GRADUATION APPLICATION  *
000386*                ON GRADAPPL FOR THE STUDENT AND TERM, WITH THE  *
000386*                DIPLOMA NAME, FOR GRADCONF TO AUDIT AND CONFER  *
000386*                AT TERM END.                                    *
000386* 10/15/26  DW   U - COUNTER NAME, ADDRESS AND PROGRAM CHANGES   *
000386*                UNDER MASTUPDT EDITS, HISTORY STAMPED WITH THE  *
000386*                OPERATOR                                        *
000386* 10/15/26  DW   STUMAST RECORD AND THE STUHIST BEFORE/AFTER     *
000386*                IMAGES LENGTHENED TO 170 BYTES FOR THE          *
000386*                DIRECTORY-INFORMATION CONFIDENTIALITY FLAG,     *
000386*                ITS DATE AND REQUESTING OPERATOR.               *
000386* 10/15/26  DW   EVERY STUDENT SCREEN NOW SHOWS A                *
000386*                CONFIDENTIALITY BANNER (DATE AND REQUESTING     *
000386*                OPERATOR) FOR A STUDENT UNDER A FERPA           *
000386*                DIRECTORY-INFORMATION BLOCK, AND THE MASTER     *
000386*                NAME SCAN MARKS THEM. THE U MAINTENANCE SCREEN  *
000386*                TAKES F TO SET OR LIFT THE BLOCK, STAMPED WITH  *
000386*                THE OPERATOR AND WRITTEN TO STUHIST.            *
000386* 10/15/26  DW   STUMAST RECORD AND THE STUHIST BEFORE/AFTER     *
000386*                IMAGES LENGTHENED TO 186 BYTES FOR THE DATE OF  *
000386*                DEATH AND ITS VERIFICATION SOURCE.              *
000386* 10/15/26  DW   SUPERVISOR CHOICE X RECORDS A STUDENT'S DEATH   *
000386*                - DATE OF DEATH AND VERIFICATION SOURCE         *
000386*                REQUIRED, STATUS X WITH A STUHIST RECORD, AND   *
000386*                THE STUDENT QUEUED ON DECDQUE FOR THE NIGHTLY   *
000386*                DECDPROC FOLLOW-UP. THE STUDENT BANNER SHOWS A  *
000386*                DECEASED STUDENT.                               *
000386* 10/15/26  DW   REFUND REVIEW SHOWS EACH ITEM'S REFSCRN FRAUD   *
000386*                SCREEN SCORE AND RED FLAGS. AN ITEM THE SCREEN  *
000386*                FLAGGED, OR NEVER SCREENED, NEEDS TWO           *
000386*                SUPERVISORS: THE FIRST APPROVAL LEAVES IT       *
000386*                AWAITING A SECOND, WHICH MUST COME FROM A       *
000386*                DIFFERENT SUPERVISOR.                           *
000386* 10/15/26  DW   LKPOPER CARRIES THE OPERATOR'S OFFICE           *
000386*                (OPR-OFFICE), KEPT WHEN A FORCED PASSWORD       *
000386*                CHANGE REWRITES THE FILE. ACCSRPT GROUPS        *
000386*                OPERATORS BY IT ON THE QUARTERLY                *
000386*                RECERTIFICATION SIGN-OFF SHEETS.                *
000386* 10/15/26  DW   UPDATE-ROLE CHOICE W IS THE FEED REJECT         *
000386*                WORKBENCH. IT BROWSES MASTREJ, ENRLREJ AND      *
000386*                RSREJECT WITH THE ACKPARM REASON TEXT; A        *
000386*                MASTREJ OR ENRLREJ RECORD IS CORRECTED FIELD    *
000386*                BY FIELD AND QUEUED, STAMPED WITH THE OPERATOR  *
000386*                AND DATE, ON MASTRSUB OR ENRLRSUB FOR THE NEXT  *
000386*                NIGHT'S MASTFEED OR ENRLFEED, WHERE IT TAKES    *
000386*                EVERY FEED EDIT AGAIN. RSREJECT LINES CAN ONLY  *
000386*                BE LEFT WITH THE OFFICE, ABANDONED OR PARKED.   *
000386*                EVERY DECISION IS KEPT ON REJTRACK SO NO        *
000386*                REJECT IS WORKED TWICE.                         *
000386* 10/15/26  DW   EVERY DEMOGRAPHIC AND DEATH REWRITE OF        *
000386*                STUMAST IS NOW ALSO WRITTEN TO THE RCVJRNL    *
000386*                FORWARD-RECOVERY JOURNAL THROUGH JRNLLOG.     *
000386* 10/15/26  DW   EVERY UPDATE CHOICE NOW RE-READS SUITELOCK    *
000386*                BEFORE IT RUNS. A BATCH LOCK TAKEN SINCE      *
000386*                SIGN-ON - THE INTRADAY POSTING RUN'S -        *
000386*                REFUSES THE CHOICE UNTIL THE RUN ENDS, SO A   *
000386*                SESSION ALREADY SIGNED ON NEVER UPDATES UNDER *
000386*                IT; A SESSION THAT SIGNED ON INQUIRY-ONLY     *
000386*                RESUMES UPDATES (TAKING ITS SESSION LOCK)     *
000386*                ONCE NO BATCH LOCK IS LEFT.                   *
000386* 10/15/26  DW   THE STUDENT ID INQUIRY NOW ALSO SHOWS THE     *
000386*                STUDENT'S RESIDENCY DECISIONS - ONE LINE PER  *
000386*                TERM WITH ITS DECISION DATE AND THE DECISIONS *
000386*                IT SUPERSEDED - READ BY KEY FROM THE INDEXED  *
000386*                CONDRES FILE.                                 *
000386* 10/15/26  DW   THE ACCOUNT BALANCE UNDER A STUDENT'S STUACCT *
000386*                ACTIVITY NOW COMES FROM THE STUDENT'S STUBAL  *
000386*                BALANCE RECORD BY KEY, WITH THE BALANCE BY    *
000386*                CATEGORY, THE LAST PAYMENT AND THE LAST       *
000386*                ACTIVITY DATE. A STUDENT NOT YET ON STUBAL    *
000386*                SHOWS THE RUNNING BALANCE AS BEFORE.          *
000270*--------------------------------------------------------------*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000360     SELECT LKP-HISTORY-FILE ASSIGN TO STUHIST
000360         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-HISTORY-STATUS.
000360     SELECT LKP-DECDQ-FILE ASSIGN TO DECDQUE
000360         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-DECDQ-STATUS.
000360     SELECT LKP-REFPEND-FILE ASSIGN TO REFPEND
000360         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-REFPEND-STATUS.
000360         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS ENR-KEY
000360         FILE STATUS IS WS-ENROLL-STATUS.
000360     SELECT LKP-PLAN-FILE ASSIGN TO PAYPLAN
000360         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS PPL-KEY
000360         FILE STATUS IS WS-PLAN-STATUS.
000360     SELECT LKP-RESULT-FILE ASSIGN TO CONDRES
000360         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS RES-KEY
000360         FILE STATUS IS WS-RESULT-STATUS.
000360     SELECT LKP-BAL-FILE ASSIGN TO STUBAL
000360         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS RANDOM
000360         RECORD KEY IS SBL-STUDENT-ID
000360         FILE STATUS IS WS-STUBAL-STATUS.
000361     SELECT LKP-CATARC-FILE ASSIGN TO MTCATARC
000361         ORGANIZATION IS LINE SEQUENTIAL
000361         FILE STATUS IS WS-CATARC-STATUS.
000374     SELECT LKP-TXNSEQ-FILE ASSIGN TO CSTXNSEQ
000374         ORGANIZATION IS LINE SEQUENTIAL
000374         FILE STATUS IS WS-TXNSEQ-STATUS.
000374     SELECT LKP-TRNRQ-FILE ASSIGN TO TRNRQST
000374         ORGANIZATION IS LINE SEQUENTIAL
000374         FILE STATUS IS WS-TRNRQ-STATUS.
000374     SELECT LKP-HOLD-FILE ASSIGN TO STUHOLD
000374         ORGANIZATION IS INDEXED
000374         ACCESS MODE IS DYNAMIC
000374         RECORD KEY IS SHD-KEY
000374         FILE STATUS IS WS-HOLD-STATUS.
000374     SELECT LKP-OFFER-FILE ASSIGN TO AWDOFFR
000374         ORGANIZATION IS INDEXED
000374         ACCESS MODE IS DYNAMIC
000374         RECORD KEY IS OFR-KEY
000374         FILE STATUS IS WS-OFFER-STATUS.
000374     SELECT LKP-PETITION-FILE ASSIGN TO RESPETN
000374         ORGANIZATION IS LINE SEQUENTIAL
000374         FILE STATUS IS WS-PETITION-STATUS.
000374     SELECT LKP-GRADAPPL-FILE ASSIGN TO GRADAPPL
000374         ORGANIZATION IS LINE SEQUENTIAL
000374         FILE STATUS IS WS-GRADAPPL-STATUS.
000374     SELECT LKP-BANK-FILE ASSIGN TO STUBANK
000374         ORGANIZATION IS INDEXED
000374         ACCESS MODE IS DYNAMIC
000374         RECORD KEY IS SBK-STUDENT-ID
000374         FILE STATUS IS WS-BANK-STATUS.
000374     SELECT LKP-HOLDTYPE-FILE ASSIGN TO HOLDTYPE
000374         ORGANIZATION IS LINE SEQUENTIAL
000374         FILE STATUS IS WS-HOLDTYPE-STATUS.
000374     SELECT LKP-WAIT-FILE ASSIGN TO SECWAIT
000374         ORGANIZATION IS LINE SEQUENTIAL
000374         FILE STATUS IS WS-WAIT-STATUS.
000374     SELECT LKP-CRSCAT-FILE ASSIGN TO CRSCATLG
000374         ORGANIZATION IS LINE SEQUENTIAL
000374         FILE STATUS IS WS-CRSCAT-STATUS.
000375     SELECT LKP-SESSION-LOG-FILE ASSIGN TO LKPSESS
000376         ORGANIZATION IS LINE SEQUENTIAL
000377         FILE STATUS IS WS-SESSION-STATUS.
000385         ACCESS MODE IS DYNAMIC
000385         RECORD KEY IS NIX-KEY
000385         FILE STATUS IS WS-NAMIX-STATUS.
000385     SELECT LKP-PGMTAB-FILE ASSIGN TO PGMTABLE
000385         ORGANIZATION IS LINE SEQUENTIAL
000385         FILE STATUS IS WS-PGMTAB-STATUS.
000386     SELECT LKP-LOCK-FILE ASSIGN TO SUITELOCK
000387         ORGANIZATION IS LINE SEQUENTIAL
000388         FILE STATUS IS WS-LOCK-STATUS.
000405         ACCESS MODE IS RANDOM
000406         RECORD KEY IS MTCAT-XFILE-NAME
000410         FILE STATUS IS WS-CATALOG-STATUS.
000391     SELECT LKP-MASTREJ-FILE ASSIGN TO MASTREJ
000391         ORGANIZATION IS LINE SEQUENTIAL
000391         FILE STATUS IS WS-MASTREJ-STATUS.
000391     SELECT LKP-ENRLREJ-FILE ASSIGN TO ENRLREJ
000391         ORGANIZATION IS LINE SEQUENTIAL
000391         FILE STATUS IS WS-ENRLREJ-STATUS.
000391     SELECT LKP-RSREJ-FILE ASSIGN TO RSREJECT
000391         ORGANIZATION IS LINE SEQUENTIAL
000391         FILE STATUS IS WS-RSREJ-STATUS.
000391     SELECT LKP-REJTRK-FILE ASSIGN TO REJTRACK
000391         ORGANIZATION IS LINE SEQUENTIAL
000391         FILE STATUS IS WS-REJTRK-STATUS.
000391     SELECT LKP-MASTRSUB-FILE ASSIGN TO MASTRSUB
000391         ORGANIZATION IS LINE SEQUENTIAL
000391         FILE STATUS IS WS-MASTRSUB-STATUS.
000391     SELECT LKP-ENRLRSUB-FILE ASSIGN TO ENRLRSUB
000391         ORGANIZATION IS LINE SEQUENTIAL
000391         FILE STATUS IS WS-ENRLRSUB-STATUS.
000391     SELECT LKP-ACKPARM-FILE ASSIGN TO ACKPARM
000391         ORGANIZATION IS LINE SEQUENTIAL
000391         FILE STATUS IS WS-ACKPARM-STATUS.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  LKP-AUDIT-FILE.
000486     05  STM-RES-CODE2           PIC 9(01).
000486     05  STM-RES-CODE3           PIC 9(01).
000486     05  STM-ENROLL-STATUS       PIC X(01).
000486         88  STM-DECEASED        VALUE 'X'.
000486     05  STM-LAST-MAINT-DATE     PIC 9(08).
000486     05  STM-ADDR-LINE1          PIC X(25).
000486     05  STM-ADDR-LINE2          PIC X(25).
000486     05  STM-ZIP                 PIC X(05).
000486     05  STM-WITHDRAW-DATE       PIC 9(08).
000486     05  STM-DOB                 PIC 9(08).
000486     05  STM-STANDING-CODE       PIC X(01).
000486     05  STM-STANDING-TERM       PIC X(06).
000486     05  STM-CONFER-DATE         PIC 9(08).
000486     05  STM-CONFID-FLAG         PIC X(01).
000486         88  STM-CONFIDENTIAL    VALUE 'Y'.
000486     05  STM-CONFID-DATE         PIC 9(08).
000486     05  STM-CONFID-OPER         PIC X(08).
000486     05  STM-DEATH-DATE          PIC 9(08).
000486     05  STM-DEATH-SOURCE        PIC X(08).
000486 FD  LKP-MRGPEND-FILE.
000486 01  MRG-RECORD.
000486     05  MRG-STATUS              PIC X(01).
000486         10  SHB-PROGRAM-CODE    PIC X(04).
000486         10  FILLER              PIC X(03).
000486         10  SHB-ENROLL-STATUS   PIC X(01).
000486         10  FILLER              PIC X(144).
000486     05  SH-AFTER-IMAGE.
000486         10  FILLER              PIC X(09).
000486         10  SHA-NAME            PIC X(25).
000486         10  SHA-PROGRAM-CODE    PIC X(04).
000486         10  FILLER              PIC X(03).
000486         10  SHA-ENROLL-STATUS   PIC X(01).
000486         10  FILLER              PIC X(144).
000486     05  SH-OPERATOR             PIC X(08).
000486 FD  LKP-DECDQ-FILE.
000486     COPY DECDQREC.
000486 FD  LKP-REFPEND-FILE.
000486 01  RFQ-RECORD.
000486     05  RFQ-STATUS              PIC X(01).
000486         88  RFQ-APPROVED        VALUE 'A'.
000486         88  RFQ-REJECTED        VALUE 'R'.
000486         88  RFQ-APPLIED         VALUE 'D'.
000486         88  RFQ-VOIDED          VALUE 'V'.
000486         88  RFQ-AWAITING-SECOND VALUE 'H'.
000486     05  RFQ-STUDENT-ID          PIC 9(09).
000486     05  RFQ-AMOUNT              PIC 9(07)V99.
000486     05  RFQ-REQUEST-DATE        PIC 9(08).
000486     05  RFQ-REVIEW-OPER         PIC X(08).
000486     05  RFQ-REVIEW-DATE         PIC 9(08).
000486     05  RFQ-REASON              PIC X(20).
000486     05  RFQ-RELEASE-DATE        PIC 9(08).
000486     05  RFQ-PAY-METHOD          PIC X(01).
000486     05  RFQ-PAY-REF             PIC X(15).
000486     05  RFQ-VOID-DATE           PIC 9(08).
000486     05  RFQ-SCREEN-DATE         PIC 9(08).
000486     05  RFQ-SCREEN-RESULT       PIC X(01).
000486     05  RFQ-RISK-SCORE          PIC 9(03).
000486     05  RFQ-RISK-FLAGS          PIC X(05).
000486     05  RFQ-SECOND-OPER         PIC X(08).
000486     05  RFQ-SECOND-DATE         PIC 9(08).
000486 FD  LKP-PAYSUSP-FILE.
000486 01  PSU-RECORD.
000486     05  PSU-RECEIPT-NO          PIC X(08).
000486         10  ENR-TERM            PIC X(06).
000486     05  ENR-CREDIT-HOURS        PIC 9(02).
000486     05  ENR-ADD-DATE            PIC 9(08).
000486     05  ENR-STATUS              PIC X(01).
000486         88  ENR-ACTIVE          VALUE 'A' ' '.
000486         88  ENR-WITHDRAWN       VALUE 'W'.
000486     05  ENR-STATUS-DATE         PIC 9(08).
000486 FD  LKP-PLAN-FILE.
000486 COPY PAYPLREC.
000486 FD  LKP-RESULT-FILE.
000486 COPY CONDRREC.
000486 FD  LKP-BAL-FILE.
000486 COPY STUBLREC.
000487 FD  LKP-CATARC-FILE.
000487 01  ARC-CAT-RECORD.
000487     05  ARC-XFILE-NAME          PIC X(40).
000498         88  OPR-ROLE-SUPER      VALUE 'S'.
000498     05  OPR-PASSWORD            PIC X(08).
000498     05  OPR-PWD-CHANGED-DATE    PIC 9(08).
000498     05  OPR-OFFICE              PIC X(08).
000498 FD  LKP-TXNQ-FILE.
000498 01  CS-TXN-RECORD.
000498     05  CTX-ROUTE-CODE          PIC 9(01).
000498 FD  LKP-TXNSEQ-FILE.
000498 01  TSQ-RECORD.
000498     05  TSQ-LAST-ID             PIC 9(08).
000498 FD  LKP-TRNRQ-FILE.
000498     COPY TRNRQREC.
000498 FD  LKP-HOLD-FILE.
000498     COPY STUHLREC.
000498 FD  LKP-OFFER-FILE.
000498     COPY AWDOFREC.
000498 FD  LKP-PETITION-FILE.
000498     COPY RSPETREC.
000498 FD  LKP-GRADAPPL-FILE.
000498     COPY GRDAPREC.
000498 FD  LKP-BANK-FILE.
000498     COPY STUBKREC.
000498 FD  LKP-HOLDTYPE-FILE.
000498 01  LHT-CARD.
000498     05  LHT-CARD-TYPE           PIC X(01).
000498         88  LHT-TYPE-CARD       VALUE 'T'.
000498     05  LHT-HOLD-TYPE           PIC X(04).
000498     05  LHT-OFFICE              PIC X(04).
000498     05  LHT-BLOCK-REG           PIC X(01).
000498     05  LHT-BLOCK-TRAN          PIC X(01).
000498     05  LHT-DESC                PIC X(20).
000498 FD  LKP-WAIT-FILE.
000498     COPY SECWTREC.
000498 FD  LKP-CRSCAT-FILE.
000498 01  CRC-CARD.
000498     05  CRC-COURSE-ID           PIC X(06).
000498     05  CRC-SECTION             PIC X(03).
000498     05  CRC-TITLE               PIC X(20).
000498     05  CRC-TERM                PIC X(06).
000498     05  CRC-CREDIT-HOURS        PIC 9(02).
000498     05  CRC-CAPACITY            PIC 9(03).
000498     05  CRC-OPEN-FLAG           PIC X(01).
000498     05  CRC-MEET-DAYS           PIC X(07).
000498     05  CRC-START-TIME          PIC X(04).
000498     05  CRC-END-TIME            PIC X(04).
000498     05  CRC-LAB-FEE             PIC 9(04)V99.
000498     05  CRC-MATL-FEE            PIC 9(04)V99.
000499 FD  LKP-SESSION-LOG-FILE.
000499 01  SESS-RECORD.
000499     05  SESS-OPERATOR           PIC X(08).
000542         10  NIX-STUDENT-ID      PIC 9(09).
000542     05  NIX-SOUNDEX             PIC X(04).
000542     05  NIX-NAME                PIC X(25).
000542 FD  LKP-PGMTAB-FILE.
000542 01  PGM-CARD.
000542     05  PGC-PROGRAM-CODE        PIC X(04).
000542     05  PGC-TITLE               PIC X(20).
000542     05  PGC-DEPARTMENT          PIC X(04).
000542     05  PGC-ACTIVE-FLAG         PIC X(01).
000543 FD  LKP-LOCK-FILE.
000544 01  LCK-RECORD.
000545     05  LCK-TYPE                PIC X(01).
000580     05  MTCAT-CATALOG-VERSION   PIC X(08).
000590     05  MTCAT-RUN-DATE          PIC 9(08).
000595     05  MTCAT-STATUS            PIC X(10).
000596*--------------------------------------------------------------*
000596* THE NIGHTLY FEED REJECT FILES, AS MASTUPDT, ENRLPOST AND      *
000596* READSTMT WRITE THEM, FOR THE REJECT WORKBENCH.                *
000596*--------------------------------------------------------------*
000596 FD  LKP-MASTREJ-FILE.
000596 01  RJM-RECORD.
000596     05  RJM-REASON-CODE         PIC X(04).
000596     05  RJM-FEED-RECORD         PIC X(164).
000596 FD  LKP-ENRLREJ-FILE.
000596 01  RJE-RECORD.
000596     05  RJE-REASON-CODE         PIC X(04).
000596     05  RJE-FEED-RECORD         PIC X(25).
000596     05  RJE-CONFLICT-COURSE     PIC X(06).
000596     05  RJE-CONFLICT-SECTION    PIC X(03).
000596     05  RJE-RESUB-STAMP         PIC X(16).
000596 FD  LKP-RSREJ-FILE.
000596 01  RJS-RECORD.
000596     05  RJS-FEED-KEY.
000596         10  RJS-FEED-NAME       PIC X(10).
000596         10  RJS-RECORD-NUMBER   PIC 9(06).
000596     05  RJS-REASON-CODE         PIC X(04).
000596     05  RJS-RECORD-IMAGE        PIC X(80).
000596*--------------------------------------------------------------*
000596* REJTRACK - ONE LINE PER WORKBENCH DECISION ON A FEED REJECT.  *
000596* THE REJECT IS KNOWN BY ITS FILE, CODE AND IMAGE; THE LAST     *
000596* LINE FOR A REJECT IS ITS STANDING: R RESUBMITTED, A           *
000596* ABANDONED, O LEFT WITH THE SENDING OFFICE, W WAITING.         *
000596*--------------------------------------------------------------*
000596 FD  LKP-REJTRK-FILE.
000596 01  RJT-RECORD.
000596     05  RJT-SOURCE              PIC X(08).
000596     05  RJT-STATUS              PIC X(01).
000596         88  RJT-RESUBMITTED     VALUE 'R'.
000596         88  RJT-ABANDONED       VALUE 'A'.
000596         88  RJT-LEFT-WITH-OFFICE VALUE 'O'.
000596         88  RJT-WAITING         VALUE 'W'.
000596     05  RJT-REASON-CODE         PIC X(04).
000596     05  RJT-OPERATOR            PIC X(08).
000596     05  RJT-DATE                PIC 9(08).
000596     05  RJT-TIME                PIC 9(08).
000596     05  RJT-NOTE                PIC X(20).
000596     05  RJT-IMAGE               PIC X(164).
000596     05  RJT-CORRECTED-IMAGE     PIC X(164).
000596 FD  LKP-MASTRSUB-FILE.
000596 01  RJQ-MAST-RECORD             PIC X(164).
000596 FD  LKP-ENRLRSUB-FILE.
000596 01  RJQ-ENRL-RECORD             PIC X(41).
000596 FD  LKP-ACKPARM-FILE.
000596 01  ACP-CARD.
000596     05  ACP-CARD-TYPE           PIC X(01).
000596     05  FILLER                  PIC X(01).
000596     05  ACP-SOURCE              PIC X(08).
000596     05  FILLER                  PIC X(01).
000596     05  ACP-CODE                PIC X(04).
000596     05  FILLER                  PIC X(01).
000596     05  ACP-TEXT                PIC X(40).
000596     05  FILLER                  PIC X(24).
000600 WORKING-STORAGE SECTION.
000610 01  WS-AUDIT-STATUS             PIC X(02).
000620     88  WS-AUDIT-OK             VALUE '00'.
000710     88  WS-DONE                 VALUE 'Y'.
000720 01  WS-MENU-CHOICE              PIC X(01).
000721     88  LKP-UPDATE-CHOICE       VALUES '3' '4' '5' '6' '7'
000721                                        '8' 'P' 'R' 'M' 'V' 'T'
000721                                        'O' 'L' 'D' 'A' 'E' 'F'
000721                                        'G' 'U' 'X' 'W'.
000724     88  LKP-SUPER-CHOICE        VALUES '4' 'R' 'V' 'D' 'F'
000727                                        'X'.
000730 01  WS-SEARCH-STUDENT-ID        PIC 9(09).
000740 01  WS-SEARCH-FILE-NAME         PIC X(40).
000750 01  WS-MATCH-COUNT              PIC 9(04) COMP VALUE 0.
000758         05  LKO-ROLE            PIC X(01).
000758         05  LKO-PASSWORD        PIC X(08).
000758         05  LKO-PWD-DATE        PIC 9(08).
000758         05  LKO-OFFICE          PIC X(08).
000758 01  WS-SIGNON-TRIES             PIC 9(01) COMP VALUE 0.
000758 01  WS-SIGNON-SWITCH            PIC X(01).
000758     88  WS-SIGNED-ON            VALUE 'Y'.
000758     88  WS-REFPEND-OK           VALUE '00'.
000758 01  WS-HISTORY-STATUS           PIC X(02).
000758     88  WS-HISTORY-OK           VALUE '00'.
000758 01  WS-DECDQ-STATUS             PIC X(02).
000758     88  WS-DECDQ-OK             VALUE '00'.
000758 01  WS-MRGPEND-STATUS           PIC X(02).
000758     88  WS-MRGPEND-OK           VALUE '00'.
000758 01  WS-MRG-FILE-OPEN-SWITCH     PIC X(01).
000758         05  LKH-AFTER-NAME      PIC X(25).
000758         05  LKH-AFTER-PROG      PIC X(04).
000758         05  LKH-AFTER-STATUS    PIC X(01).
000758         05  LKH-OPERATOR        PIC X(08).
000758 01  WS-RFQ-FILE-OPEN-SWITCH     PIC X(01).
000758     88  WS-RFQ-FILE-IS-OPEN     VALUE 'Y'.
000758     88  WS-RFQ-FILE-NOT-OPEN    VALUE 'N'.
000758         05  LKR-REVIEW-OPER     PIC X(08).
000758         05  LKR-REVIEW-DATE     PIC 9(08).
000758         05  LKR-REASON          PIC X(20).
000758         05  LKR-RELEASE-DATE    PIC 9(08).
000758         05  LKR-PAY-METHOD      PIC X(01).
000758         05  LKR-PAY-REF         PIC X(15).
000758         05  LKR-VOID-DATE       PIC 9(08).
000758         05  LKR-SCREEN-DATE     PIC 9(08).
000758         05  LKR-SCREEN-RESULT   PIC X(01).
000758         05  LKR-RISK-SCORE      PIC 9(03).
000758         05  LKR-RISK-FLAGS      PIC X(05).
000758         05  LKR-SECOND-OPER     PIC X(08).
000758         05  LKR-SECOND-DATE     PIC 9(08).
000758*--------------------------------------------------------------*
000758* LKP-RISK-REASONS - WHAT EACH REFSCRN RED FLAG MEANS, IN THE   *
000758* ORDER OF THE FLAG POSITIONS ON REFPEND (A L R M X).           *
000758*--------------------------------------------------------------*
000758 01  LKP-RISK-REASON-TEXTS.
000758     03  FILLER                  PIC X(34)
000758         VALUE 'ADDRESS CHANGED NEAR THE REQUEST'.
000758     03  FILLER                  PIC X(34)
000758         VALUE 'CREDIT MADE BY ONE LARGE PAYMENT'.
000758     03  FILLER                  PIC X(34)
000758         VALUE 'A PAYMENT WAS RETURNED'.
000758     03  FILLER                  PIC X(34)
000758         VALUE 'OTHER REFUNDS TO THE SAME ADDRESS'.
000758     03  FILLER                  PIC X(34)
000758         VALUE 'REFUND EXCEEDS PAYMENTS RECEIVED'.
000758 01  LKP-RISK-REASON-TABLE REDEFINES LKP-RISK-REASON-TEXTS.
000758     03  LKP-RISK-REASON         PIC X(34) OCCURS 5 TIMES.
000758 01  WS-RISK-IDX                 PIC 9(02) COMP.
000758 01  WS-ACCT-LINE-COUNT          PIC 9(04) COMP VALUE 0.
000758 01  WS-RUNNING-BALANCE          PIC S9(08)V99 VALUE 0.
000758 01  WS-BALANCE-DISPLAY          PIC -ZZZZZZZ9.99.
000758 01  WS-PLAN-STATUS              PIC X(02).
000758     88  WS-PLAN-OK              VALUE '00'.
000758 01  WS-PLAN-EOF-SWITCH          PIC X(01).
000758     88  WS-PLAN-AT-END          VALUE 'Y'.
000758     88  WS-PLAN-NOT-AT-END      VALUE 'N'.
000758 01  WS-PLAN-COUNT               PIC 9(02) COMP VALUE 0.
000758 01  WS-PLAN-INST-IDX            PIC 9(01) COMP.
000758 01  WS-PLAN-REMAINING           PIC S9(08)V99 VALUE 0.
000758 01  WS-PLAN-STATUS-TEXT         PIC X(14).
000758 01  WS-PLAN-AMOUNT-DISPLAY      PIC -ZZZZZZ9.99.
000758 01  WS-PLAN-PAID-DISPLAY        PIC -ZZZZZZ9.99.
000758 01  WS-RESULT-STATUS            PIC X(02).
000758     88  WS-RESULT-OK            VALUE '00'.
000758 01  WS-DECISION-COUNT           PIC 9(03) COMP VALUE 0.
000758 01  WS-PRIOR-IDX                PIC 9(01) COMP.
000758 01  WS-STUBAL-STATUS            PIC X(02).
000758     88  WS-STUBAL-OK            VALUE '00'.
000758 01  WS-BAL-CAT-SUB              PIC 9(01) COMP.
000758 01  WS-BAL-CAT-LETTERS          PIC X(05) VALUE 'ABCDE'.
000758 01  WS-SEARCH-NAME              PIC X(25).
000758 01  WS-NAME-LENGTH              PIC 9(02) COMP.
000758 01  WS-NAMIX-STATUS             PIC X(02).
000758 01  WS-XREF-STATUS              PIC X(02).
000758     88  WS-XREF-OK              VALUE '00'.
000758 COPY CKDGPARM.
000758 COPY DOCPARM.
000758 COPY JRNLPARM.
000758 01  WS-TXNQ-STATUS              PIC X(02).
000758     88  WS-TXNQ-OK              VALUE '00'.
000758 01  WS-TXN-ROUTE-CODE           PIC X(01).
000758 01  WS-TXN-STAMP-ID             PIC 9(08).
000758 01  WS-TXNSEQ-STATUS            PIC X(02).
000758     88  WS-TXNSEQ-OK            VALUE '00'.
000758 01  WS-TRNRQ-STATUS             PIC X(02).
000758     88  WS-TRNRQ-OK             VALUE '00'.
000758 01  WS-TRN-STUDENT-ID           PIC 9(09).
000758 01  WS-TRN-RECIPIENT            PIC X(30).
000758 01  WS-TRN-DELIVERY-TYPE        PIC X(01).
000758     88  WS-TRN-VALID-DELIVERY   VALUES 'M' 'E' 'P'.
000758 01  WS-TRN-REQUEST-NO           PIC 9(08).
000758 01  WS-HOLD-STATUS              PIC X(02).
000758     88  WS-HOLD-OK              VALUE '00'.
000758     88  WS-HOLD-NOT-FOUND       VALUE '23' '35'.
000758 01  WS-HOLDTYPE-STATUS          PIC X(02).
000758     88  WS-HOLDTYPE-OK          VALUE '00'.
000758 01  WS-HLD-STUDENT-ID           PIC 9(09).
000758 01  WS-HLD-ACTION               PIC X(01).
000758     88  WS-HLD-PLACE            VALUE 'P'.
000758     88  WS-HLD-RELEASE          VALUE 'R'.
000758 01  WS-HLD-TYPE                 PIC X(04).
000758 01  WS-HLD-OFFICE               PIC X(04).
000758 01  WS-HLD-BLOCK-REG            PIC X(01).
000758 01  WS-HLD-BLOCK-TRAN           PIC X(01).
000758 01  WS-HLD-REASON               PIC X(30).
000758 01  WS-HLD-TODAY                PIC 9(08).
000758 01  WS-HLD-COUNT                PIC 9(04) COMP VALUE 0.
000758 01  WS-HLD-TYPE-SWITCH          PIC X(01).
000758     88  WS-HLD-TYPE-FOUND       VALUE 'Y'.
000758     88  WS-HLD-TYPE-UNKNOWN     VALUE 'N'.
000758 01  WS-HLD-FOUND-SWITCH         PIC X(01).
000758     88  WS-HLD-IN-FORCE-FOUND   VALUE 'Y'.
000758     88  WS-HLD-IN-FORCE-NONE    VALUE 'N'.
000758 01  WS-HLD-SCAN-SWITCH          PIC X(01).
000758     88  WS-HLD-SCAN-DONE        VALUE 'Y'.
000758     88  WS-HLD-SCAN-GOING       VALUE 'N'.
000758 01  WS-BANK-STATUS              PIC X(02).
000758     88  WS-BANK-OK              VALUE '00'.
000758     88  WS-BANK-NOT-FOUND       VALUE '23' '35'.
000758 01  WS-BNK-STUDENT-ID           PIC 9(09).
000758 01  WS-BNK-ACTION               PIC X(01).
000758     88  WS-BNK-ADD              VALUE 'A'.
000758     88  WS-BNK-CLOSE            VALUE 'C'.
000758 01  WS-BNK-ROUTING              PIC X(09).
000758 01  WS-BNK-ROUTING-R REDEFINES WS-BNK-ROUTING.
000758     05  WS-BNK-ROUTING-DIGIT    PIC 9(01) OCCURS 9 TIMES.
000758 01  WS-BNK-ACCOUNT              PIC X(17).
000758 01  WS-BNK-ACCOUNT-AGAIN        PIC X(17).
000758 01  WS-BNK-TYPE                 PIC X(01).
000758     88  WS-BNK-VALID-TYPE       VALUES 'C' 'S'.
000758 01  WS-BNK-HOLDER               PIC X(22).
000758 01  WS-BNK-TODAY                PIC 9(08).
000758 01  WS-BNK-LEN                  PIC 9(02) COMP.
000758 01  WS-BNK-LAST4                PIC X(04).
000758 01  WS-BNK-ABA-SUM              PIC 9(04) COMP.
000758 01  WS-BNK-ABA-REM              PIC 9(04) COMP.
000758 01  WS-BNK-ABA-QUO              PIC 9(04) COMP.
000758 01  WS-BNK-ON-FILE-SWITCH       PIC X(01).
000758     88  WS-BNK-ON-FILE          VALUE 'Y'.
000758     88  WS-BNK-NOT-ON-FILE      VALUE 'N'.
000758 01  WS-BNK-ROUTING-SWITCH       PIC X(01).
000758     88  WS-BNK-ROUTING-GOOD     VALUE 'Y'.
000758     88  WS-BNK-ROUTING-BAD      VALUE 'N'.
000758 01  WS-PGMTAB-STATUS            PIC X(02).
000758     88  WS-PGMTAB-OK            VALUE '00'.
000758 01  WS-DMG-STUDENT-ID           PIC 9(09).
000758 01  WS-DMG-ACTION               PIC X(01).
000758     88  WS-DMG-NAME             VALUE 'N'.
000758     88  WS-DMG-ADDRESS          VALUE 'A'.
000758     88  WS-DMG-PROGRAM          VALUE 'P'.
000758     88  WS-DMG-CONFID           VALUE 'F'.
000758 01  WS-DMG-EDIT-SWITCH          PIC X(01).
000758     88  WS-DMG-EDIT-OK          VALUE 'Y'.
000758     88  WS-DMG-EDIT-FAILED      VALUE 'N'.
000758 01  WS-DMG-PGM-SWITCH           PIC X(01).
000758     88  WS-DMG-PGM-ACTIVE       VALUE 'Y'.
000758     88  WS-DMG-PGM-NOT-ACTIVE   VALUE 'N'.
000758 01  WS-DMG-CONFIRM              PIC X(01).
000758 01  WS-DMG-TODAY                PIC 9(08).
000758 01  WS-DMG-FIELD                PIC X(08).
000758 01  WS-DMG-NEW-NAME             PIC X(25).
000758 01  WS-DMG-OLD-NAME             PIC X(25).
000758 01  WS-DMG-NEW-PROGRAM          PIC X(04).
000758 01  WS-DMG-NEW-CONFID           PIC X(01).
000758 01  WS-DMG-BEFORE-IMAGE         PIC X(186).
000758 01  WS-DMG-HIST-ACTION          PIC X(01).
000758 01  WS-DTH-DEATH-DATE           PIC 9(08).
000758 01  WS-DTH-SOURCE               PIC X(08).
000758 01  WS-OFFER-STATUS             PIC X(02).
000758     88  WS-OFFER-OK             VALUE '00'.
000758 01  WS-OFA-STUDENT-ID           PIC 9(09).
000758 01  WS-OFA-TERM                 PIC X(06).
000758 01  WS-OFA-AID-CODE             PIC X(04).
000758 01  WS-OFA-ACTION               PIC X(01).
000758     88  WS-OFA-ACCEPT           VALUE 'A'.
000758     88  WS-OFA-DECLINE          VALUE 'D'.
000758     88  WS-OFA-REDUCE           VALUE 'R'.
000758 01  WS-OFA-AMOUNT               PIC 9(05)V99.
000758 01  WS-OFA-OFFER-DISP           PIC ZZZZ9.99.
000758 01  WS-OFA-ACCEPT-DISP          PIC ZZZZ9.99.
000758 01  WS-OFA-COUNT                PIC 9(03) COMP VALUE 0.
000758 01  WS-OFA-SCAN-SWITCH          PIC X(01).
000758     88  WS-OFA-SCAN-DONE        VALUE 'Y'.
000758     88  WS-OFA-SCAN-GOING       VALUE 'N'.
000758 01  WS-PETITION-STATUS          PIC X(02).
000758     88  WS-PETITION-OK          VALUE '00'.
000758 01  WS-PTN-STUDENT-ID           PIC 9(09).
000758 01  WS-PTN-TERM                 PIC X(06).
000758 01  WS-PTN-CODES                PIC X(03).
000758 01  WS-PTN-DOCS-FLAG            PIC X(01).
000758     88  WS-PTN-VALID-DOCS       VALUE 'Y' 'N'.
000758 01  WS-PTN-DOCS-DESC            PIC X(20).
000758 01  WS-PTN-FILE-SWITCH          PIC X(01).
000758     88  WS-PTN-FILE-IS-OPEN     VALUE 'Y'.
000758     88  WS-PTN-FILE-NOT-OPEN    VALUE 'N'.
000758*--------------------------------------------------------------*
000758* LKP-PETITION-QUEUE - THE RESPETN QUEUE HELD FOR THE     *
000758* SUPERVISOR DECISION PASS, REWRITTEN WHEN THE PASS ENDS. *
000758*--------------------------------------------------------------*
000758 01  LKP-PETITION-QUEUE.
000758     03  LKP-PETITION-ENTRY OCCURS 200 TIMES.
000758         05  LKT-STATUS          PIC X(01).
000758         05  LKT-STUDENT-ID      PIC 9(09).
000758         05  LKT-TERM            PIC X(06).
000758         05  LKT-CLAIMED-CODES   PIC X(03).
000758         05  LKT-DOCS-FLAG       PIC X(01).
000758         05  LKT-DOCS-DESC       PIC X(20).
000758         05  LKT-REQUEST-OPER    PIC X(08).
000758         05  LKT-REQUEST-DATE    PIC 9(08).
000758         05  LKT-REQUEST-TIME    PIC 9(08).
000758         05  LKT-REVIEW-OPER     PIC X(08).
000758         05  LKT-REVIEW-DATE     PIC 9(08).
000758         05  LKT-REASON          PIC X(20).
000758         05  LKT-APPLIED-DATE    PIC 9(08).
000758 01  WS-GRADAPPL-STATUS          PIC X(02).
000758     88  WS-GRADAPPL-OK          VALUE '00'.
000758 01  WS-GAP-STUDENT-ID           PIC 9(09).
000758 01  WS-GAP-TERM                 PIC X(06).
000758 01  WS-GAP-DIPLOMA-NAME         PIC X(40).
000758 01  WS-GAP-DUP-SWITCH           PIC X(01).
000758     88  WS-GAP-DUPLICATE        VALUE 'Y'.
000758     88  WS-GAP-NOT-DUPLICATE    VALUE 'N'.
000758 01  WS-GAP-EOF-SWITCH           PIC X(01).
000758     88  WS-GAP-AT-EOF           VALUE 'Y'.
000758     88  WS-GAP-NOT-AT-EOF       VALUE 'N'.
000758 01  WS-WAIT-STATUS              PIC X(02).
000758     88  WS-WAIT-OK              VALUE '00'.
000758 01  WS-WAIT-COUNT               PIC 9(02) COMP VALUE 0.
000758 01  WS-WAIT-MAX                 PIC 9(02) COMP VALUE 20.
000758 01  WS-WAIT-IDX                 PIC 9(02) COMP.
000758 01  WS-WAIT-POSITION-DISP       PIC ZZZ9.
000758*--------------------------------------------------------------*
000758* WS-WAIT-TABLE - THE SECTIONS THE STUDENT ON SCREEN IS WAITING *
000758* FOR, WITH THE NUMBER OF EARLIER ARRIVALS STILL AHEAD OF THEM. *
000758*--------------------------------------------------------------*
000758 01  WS-WAIT-TABLE.
000758     05  WS-WAIT-ENTRY OCCURS 20 TIMES.
000758         10  WWT-COURSE-ID       PIC X(06).
000758         10  WWT-SECTION         PIC X(03).
000758         10  WWT-TERM            PIC X(06).
000758         10  WWT-ARRIVAL-NO      PIC 9(08).
000758         10  WWT-AHEAD           PIC 9(04) COMP.
000758 01  WS-CRSCAT-STATUS            PIC X(02).
000758     88  WS-CRSCAT-OK            VALUE '00'.
000758 01  WS-CRSCAT-EOF-SWITCH        PIC X(01).
000758     88  WS-CRSCAT-AT-EOF        VALUE 'Y'.
000758     88  WS-CRSCAT-NOT-AT-EOF    VALUE 'N'.
000758 01  WS-LOCK-STATUS              PIC X(02).
000758     88  WS-LOCK-OK              VALUE '00'.
000758 01  WS-LOCK-FILE-OPEN-SWITCH    PIC X(01).
000758 01  WS-LOCK-BUSY-SWITCH         PIC X(01).
000758     88  WS-LOCK-BUSY            VALUE 'Y'.
000758     88  WS-LOCK-FREE            VALUE 'N'.
000758 01  WS-BATCH-LOCK-SWITCH        PIC X(01).
000758     88  WS-BATCH-LOCK-HELD      VALUE 'Y'.
000758     88  WS-BATCH-LOCK-CLEAR     VALUE 'N'.
000758 01  WS-LOCK-RESOURCE            PIC X(08).
000758 01  WS-LOCK-HELD-BY             PIC X(08).
000758 01  WS-LOCK-COUNT               PIC 9(02) COMP VALUE 0.
000758 01  WS-CORR-STATUS-CODE         PIC X(02).
000758     88  WS-CORR-OK              VALUE 'OK'.
000758     88  WS-CORR-WARNING         VALUE 'WN'.
000758 01  WS-MASTREJ-STATUS           PIC X(02).
000758     88  WS-MASTREJ-OK           VALUE '00'.
000758 01  WS-ENRLREJ-STATUS           PIC X(02).
000758     88  WS-ENRLREJ-OK           VALUE '00'.
000758 01  WS-RSREJ-STATUS             PIC X(02).
000758     88  WS-RSREJ-OK             VALUE '00'.
000758 01  WS-REJTRK-STATUS            PIC X(02).
000758     88  WS-REJTRK-OK            VALUE '00'.
000758 01  WS-MASTRSUB-STATUS          PIC X(02).
000758     88  WS-MASTRSUB-OK          VALUE '00'.
000758 01  WS-ENRLRSUB-STATUS          PIC X(02).
000758     88  WS-ENRLRSUB-OK          VALUE '00'.
000758 01  WS-ACKPARM-STATUS           PIC X(02).
000758     88  WS-ACKPARM-OK           VALUE '00'.
000758 01  WS-RJT-EOF-SWITCH           PIC X(01).
000758     88  WS-RJT-AT-EOF           VALUE 'Y'.
000758     88  WS-RJT-NOT-AT-EOF       VALUE 'N'.
000758 01  WS-REJ-FILE-ANSWER          PIC X(01).
000758     88  WS-REJ-MASTREJ          VALUE 'M'.
000758     88  WS-REJ-ENRLREJ          VALUE 'E'.
000758     88  WS-REJ-RSREJECT         VALUE 'S'.
000758 01  WS-REJ-LINE-NUMBER          PIC 9(06) VALUE 0.
000758 01  WS-REJ-CODE                 PIC X(04).
000758 01  WS-REJ-TEXT                 PIC X(40).
000758 01  WS-REJ-REFERENCE            PIC X(10).
000758 01  WS-REJ-IMAGE                PIC X(164).
000758 01  WS-REJ-NEW-IMAGE            PIC X(164).
000758 01  WS-REJ-DATA-LENGTH          PIC 9(03) COMP.
000758 01  WS-REJ-STAMP-POS            PIC 9(03) COMP.
000758 01  WS-REJ-STAMP.
000758     05  WS-REJ-STAMP-OPER       PIC X(08).
000758     05  WS-REJ-STAMP-DATE       PIC 9(08).
000758 01  WS-REJ-ENTRY                PIC X(25).
000758 01  WS-REJ-CONFIRM              PIC X(01).
000758 01  WS-REJ-STATUS               PIC X(01).
000758 01  WS-REJ-WORKED-SWITCH        PIC X(01).
000758     88  WS-REJ-WORKED           VALUE 'Y'.
000758     88  WS-REJ-OPEN             VALUE 'N'.
000758 01  WS-REJ-KEY-CODE             PIC X(04).
000758 01  WS-REJ-KEY-IMAGE            PIC X(164).
000758 01  WS-REJ-TRACK-MATCH          PIC 9(03) COMP.
000758 01  WS-REJ-TRACK-COUNT          PIC 9(03) COMP VALUE 0.
000758 01  WS-REJ-TRACK-MAX            PIC 9(03) COMP VALUE 300.
000758 01  WS-REJ-TRACK-IDX            PIC 9(03) COMP.
000758 01  WS-REJ-TRACK-DAYS           PIC 9(03) VALUE 30.
000758 01  WS-REJ-TRACK-FROM-INTEGER   PIC 9(08).
000758 01  WS-REJ-TRACK-FROM-DATE      PIC 9(08).
000758 01  WS-REJ-TRACK-FULL-SWITCH    PIC X(01).
000758     88  WS-REJ-TRACK-FULL       VALUE 'Y'.
000758     88  WS-REJ-TRACK-FIT        VALUE 'N'.
000758 01  WS-REJ-TEXT-COUNT           PIC 9(03) COMP VALUE 0.
000758 01  WS-REJ-TEXT-MAX             PIC 9(03) COMP VALUE 80.
000758 01  WS-REJ-TEXT-IDX             PIC 9(03) COMP.
000758 01  WS-REJ-FIELD-COUNT          PIC 9(02) COMP.
000758 01  WS-REJ-FIELD-IDX            PIC 9(02) COMP.
000758 01  WS-REJ-FIELD-LABEL          PIC X(14).
000758 01  WS-REJ-FIELD-START          PIC 9(03).
000758 01  WS-REJ-FIELD-LENGTH         PIC 9(02).
000758*--------------------------------------------------------------*
000758* LKP-REJ-TRACK-TABLE - THE STANDING OF EVERY REJECT OF THE     *
000758* FILE BEING WORKED THAT REJTRACK ALREADY KNOWS, LAST LINE      *
000758* WINNING, SO WORKED REJECTS DROP OUT OF THE WORKING VIEW.      *
000758*--------------------------------------------------------------*
000758 01  LKP-REJ-TRACK-TABLE.
000758     03  LKP-REJ-TRACK-ENTRY OCCURS 300 TIMES.
000758         05  LKW-REASON-CODE     PIC X(04).
000758         05  LKW-IMAGE           PIC X(164).
000758         05  LKW-STATUS          PIC X(01).
000758         05  LKW-OPERATOR        PIC X(08).
000758         05  LKW-DATE            PIC 9(08).
000758         05  LKW-NOTE            PIC X(20).
000758*--------------------------------------------------------------*
000758* LKP-REJ-TEXT-TABLE - THE PLAIN-LANGUAGE REASON FOR EACH       *
000758* REJECT CODE OF THE FILE BEING WORKED, FROM THE R CARDS OF     *
000758* FEEDACK'S ACKPARM, SO THE WORKBENCH SAYS WHAT THE SENDING     *
000758* OFFICE IS TOLD.                                               *
000758*--------------------------------------------------------------*
000758 01  LKP-REJ-TEXT-TABLE.
000758     03  LKP-REJ-TEXT-ENTRY OCCURS 80 TIMES.
000758         05  LKY-CODE            PIC X(04).
000758         05  LKY-TEXT            PIC X(40).
000758*--------------------------------------------------------------*
000758* LKP-MAST-FIELDS / LKP-ENRL-FIELDS - THE MASTFEED AND ENRLFEED *
000758* RECORD FIELDS THE WORKBENCH CORRECTS, AS LABEL, STARTING      *
000758* POSITION AND LENGTH, IN RECORD ORDER.                         *
000758*--------------------------------------------------------------*
000758 01  LKP-MAST-FIELD-VALUES.
000758     03  FILLER                  PIC X(19)
000758         VALUE 'ACTION        00101'.
000758     03  FILLER                  PIC X(19)
000758         VALUE 'STUDENT ID    00209'.
000758     03  FILLER                  PIC X(19)
000758         VALUE 'NAME          01125'.
000758     03  FILLER                  PIC X(19)
000758         VALUE 'PROGRAM CODE  03604'.
000758     03  FILLER                  PIC X(19)
000758         VALUE 'RES CODE 1    04001'.
000758     03  FILLER                  PIC X(19)
000758         VALUE 'RES CODE 2    04101'.
000758     03  FILLER                  PIC X(19)
000758         VALUE 'RES CODE 3    04201'.
000758     03  FILLER                  PIC X(19)
000758         VALUE 'ENROLL STATUS 04301'.
000758     03  FILLER                  PIC X(19)
000758         VALUE 'ADDRESS 1     04425'.
000758     03  FILLER                  PIC X(19)
000758         VALUE 'ADDRESS 2     06925'.
000758     03  FILLER                  PIC X(19)
000758         VALUE 'CITY          09415'.
000758     03  FILLER                  PIC X(19)
000758         VALUE 'STATE         10902'.
000758     03  FILLER                  PIC X(19)
000758         VALUE 'ZIP           11105'.
000758     03  FILLER                  PIC X(19)
000758         VALUE 'EFFECTIVE DATE11608'.
000758     03  FILLER                  PIC X(19)
000758         VALUE 'DATE OF BIRTH 12408'.
000758     03  FILLER                  PIC X(19)
000758         VALUE 'FERPA FLAG    13201'.
000758     03  FILLER                  PIC X(19)
000758         VALUE 'REQUEST OPER  13308'.
000758     03  FILLER                  PIC X(19)
000758         VALUE 'VERIFY SOURCE 14108'.
000758 01  LKP-MAST-FIELDS REDEFINES LKP-MAST-FIELD-VALUES.
000758     03  LKP-MAST-FIELD OCCURS 18 TIMES.
000758         05  LKF-LABEL           PIC X(14).
000758         05  LKF-START           PIC 9(03).
000758         05  LKF-LENGTH          PIC 9(02).
000758 01  LKP-ENRL-FIELD-VALUES.
000758     03  FILLER                  PIC X(19)
000758         VALUE 'ACTION        00101'.
000758     03  FILLER                  PIC X(19)
000758         VALUE 'STUDENT ID    00209'.
000758     03  FILLER                  PIC X(19)
000758         VALUE 'COURSE        01106'.
000758     03  FILLER                  PIC X(19)
000758         VALUE 'SECTION       01703'.
000758     03  FILLER                  PIC X(19)
000758         VALUE 'TERM          02006'.
000758 01  LKP-ENRL-FIELDS REDEFINES LKP-ENRL-FIELD-VALUES.
000758     03  LKP-ENRL-FIELD OCCURS 5 TIMES.
000758         05  LKN-LABEL           PIC X(14).
000758         05  LKN-START           PIC 9(03).
000758         05  LKN-LENGTH          PIC 9(02).
000774 PROCEDURE DIVISION.
000770 0000-MAINLINE.
000780     DISPLAY ' '.
000947         DISPLAY '5 - WORK EVALSTMT SUSPENSE (EVALSUSP)'
000948         DISPLAY '6 - WORK ELIGIBILITY EXCEPTIONS (CONDEXC)'
000948         DISPLAY 'P - WORK UNMATCHED PAYMENTS (PAYSUSP)'
000948         DISPLAY 'W - WORK FEED REJECTS (CORRECT AND RESUBMIT)'
000948         DISPLAY 'M - REQUEST A DUPLICATE-STUDENT MERGE'
000948         DISPLAY 'T - QUEUE A TRANSACTION FOR DISPATCH'
000948         DISPLAY 'O - REQUEST AN OFFICIAL TRANSCRIPT'
000948         DISPLAY 'L - PLACE OR RELEASE A STUDENT HOLD'
000948         DISPLAY 'A - WORK AID AWARD OFFERS'
000948         DISPLAY 'E - FILE A RESIDENCY PETITION'
000948         DISPLAY 'G - FILE A GRADUATION APPLICATION'
000948         DISPLAY 'U - UPDATE NAME, ADDRESS, PROGRAM OR FERPA FLAG'
000949         DISPLAY '7 - ISSUE A STUDENT ID (WALK-IN)'
000951         DISPLAY '8 - BROWSE / ACKNOWLEDGE OPEN ALERTS'
000951     END-IF.
000953         DISPLAY '4 - REVIEW PENDING CORRECTIONS (SUPERVISOR)'
000954         DISPLAY 'R - REVIEW PENDING REFUNDS (SUPERVISOR)'
000955         DISPLAY 'V - REVIEW PENDING MERGES (SUPERVISOR)'
000955         DISPLAY 'D - DIRECT-DEPOSIT BANKING (SUPERVISOR)'
000955         DISPLAY 'F - DECIDE RESIDENCY PETITIONS (SUPERVISOR)'
000955         DISPLAY 'X - RECORD A STUDENT DEATH (SUPERVISOR)'
000956     END-IF.
000950     DISPLAY '9 - EXIT LOOKUP'.
000960     DISPLAY 'ENTER CHOICE: ' WITH NO ADVANCING.
000990         MOVE OPR-NAME TO LKO-NAME (WS-OPER-COUNT)
000990         MOVE OPR-ROLE TO LKO-ROLE (WS-OPER-COUNT)
000990         MOVE OPR-PASSWORD TO LKO-PASSWORD (WS-OPER-COUNT)
000990         MOVE OPR-OFFICE TO LKO-OFFICE (WS-OPER-COUNT)
000990         MOVE 0 TO LKO-PWD-DATE (WS-OPER-COUNT)
000990         IF OPR-PWD-CHANGED-DATE NUMERIC
000990             MOVE OPR-PWD-CHANGED-DATE
000990         MOVE LKO-PASSWORD (WS-OPER-IDX) TO OPR-PASSWORD
000990         MOVE LKO-PWD-DATE (WS-OPER-IDX)
000990             TO OPR-PWD-CHANGED-DATE
000990         MOVE LKO-OFFICE (WS-OPER-IDX) TO OPR-OFFICE
000990         WRITE OPR-RECORD
000990     END-PERFORM.
000990     CLOSE LKP-OPERATOR-FILE.
000991     CLOSE LKP-LOCK-FILE.
000991 0260-DROP-LOCK-EXIT.
000991     EXIT.
000991*--------------------------------------------------------------*
000991* 0270-RECHECK-BATCH-LOCK - SUITELOCK AGAIN, AHEAD OF AN       *
000991* UPDATE CHOICE. A BATCH LOCK TAKEN SINCE SIGN-ON (AN INTRADAY *
000991* POSTING RUN) IS REPORTED HELD SO THE CHOICE IS REFUSED. A    *
000991* SESSION LEFT INQUIRY-ONLY AT SIGN-ON WHOSE BATCH LOCK HAS    *
000991* SINCE BEEN CLEARED GOES BACK TO UPDATE AND TAKES ITS SESSION *
000991* LOCK.                                                        *
000991*--------------------------------------------------------------*
000991 0270-RECHECK-BATCH-LOCK.
000991     PERFORM 0220-LOAD-LOCK-TABLE
000991         THRU 0220-LOAD-LOCK-TABLE-EXIT.
000991     SET WS-BATCH-LOCK-CLEAR TO TRUE.
000991     PERFORM VARYING WS-LOCK-IDX FROM 1 BY 1
000991         UNTIL WS-LOCK-IDX > WS-LOCK-COUNT
000991         IF LKL-TYPE (WS-LOCK-IDX) = 'B'
000991             SET WS-BATCH-LOCK-HELD TO TRUE
000991         END-IF
000991     END-PERFORM.
000991     IF WS-BATCH-LOCK-CLEAR AND WS-INQUIRY-ONLY
000991         SET WS-UPDATE-ALLOWED TO TRUE
000991         DISPLAY 'BATCH LOCK RELEASED - UPDATES RESUMED'
000991         MOVE 'RESUMED' TO WS-SESS-ACTION
000991         MOVE 'BATCH LOCK CLEARED' TO WS-SESS-DETAIL
000991         PERFORM 0180-WRITE-SESSION-LOG
000991             THRU 0180-WRITE-SESSION-LOG-EXIT
000991         MOVE 'SESSION ' TO WS-LOCK-RESOURCE
000991         PERFORM 0240-ADD-LOCK
000991             THRU 0240-ADD-LOCK-EXIT
000991     END-IF.
000991 0270-RECHECK-BATCH-LOCK-EXIT.
000991     EXIT.
001000*--------------------------------------------------------------*
001010* 2000-PROCESS-CHOICE - DISPATCHES ON THE OPERATOR'S MENU       *
001020* CHOICE. UNDER A BATCH LOCK (THE NIGHTLY WINDOW OR AN          *
001021* INTRADAY POSTING RUN) EVERY UPDATE CHOICE IS REFUSED AT THE   *
001021* DOOR; INQUIRIES STILL RUN.                                    *
001030*--------------------------------------------------------------*
001040 2000-PROCESS-CHOICE.
001040     IF LKP-UPDATE-CHOICE
001040         PERFORM 0270-RECHECK-BATCH-LOCK
001040             THRU 0270-RECHECK-BATCH-LOCK-EXIT
001040         IF WS-BATCH-LOCK-HELD
001040             DISPLAY 'BATCH POSTING IN PROGRESS - UPDATES ARE '
001040                 'LOCKED OUT UNTIL IT ENDS'
001040             GO TO 2000-PROCESS-CHOICE-EXIT
001040         END-IF
001040     END-IF.
001041     IF WS-INQUIRY-ONLY AND LKP-UPDATE-CHOICE
001042         DISPLAY 'BATCH WINDOW OPEN - UPDATES ARE LOCKED OUT '
001043             'UNTIL THE CYCLE CLOSES'
001127         WHEN 'P'
001128             PERFORM 7600-WORK-PAYSUSP-ITEMS
001129                 THRU 7600-WORK-PAYSUSP-ITEMS-EXIT
001129         WHEN 'W'
001129             PERFORM 7700-WORK-FEED-REJECTS
001129                 THRU 7700-WORK-FEED-REJECTS-EXIT
001131         WHEN 'R'
001132             PERFORM 6500-REVIEW-PENDING-REFUNDS
001133                 THRU 6500-REVIEW-PENDING-REFUNDS-EXIT
001144         WHEN 'T'
001145             PERFORM 9700-QUEUE-TRANSACTION
001146                 THRU 9700-QUEUE-TRANSACTION-EXIT
001146         WHEN 'O'
001146             PERFORM 9800-REQUEST-TRANSCRIPT
001146                 THRU 9800-REQUEST-TRANSCRIPT-EXIT
001146         WHEN 'L'
001146             PERFORM 9900-MAINTAIN-STUDENT-HOLD
001146                 THRU 9900-MAINTAIN-STUDENT-HOLD-EXIT
001146         WHEN 'A'
001146             PERFORM 9990-WORK-AWARD-OFFERS
001146                 THRU 9990-WORK-AWARD-OFFERS-EXIT
001146         WHEN 'D'
001146             PERFORM 9970-MAINTAIN-BANK-ACCOUNT
001146                 THRU 9970-MAINTAIN-BANK-ACCOUNT-EXIT
001146         WHEN 'E'
001146             PERFORM 9995-FILE-RES-PETITION
001146                 THRU 9995-FILE-RES-PETITION-EXIT
001146         WHEN 'G'
001146             PERFORM 9986-FILE-GRAD-APPLICATION
001146                 THRU 9986-FILE-GRAD-APPLICATION-EXIT
001146         WHEN 'F'
001146             PERFORM 9996-DECIDE-RES-PETITIONS
001146                 THRU 9996-DECIDE-RES-PETITIONS-EXIT
001146         WHEN 'U'
001146             PERFORM 9930-MAINTAIN-DEMOGRAPHICS
001146                 THRU 9930-MAINTAIN-DEMOGRAPHICS-EXIT
001146         WHEN 'X'
001146             PERFORM 9939-RECORD-STUDENT-DEATH
001146                 THRU 9939-RECORD-STUDENT-DEATH-EXIT
001127         WHEN '7'
001128             PERFORM 8000-ISSUE-STUDENT-ID
001129                 THRU 8000-ISSUE-STUDENT-ID-EXIT
001276     MOVE WS-SEARCH-STUDENT-ID TO WS-SESS-DETAIL.
001277     PERFORM 0180-WRITE-SESSION-LOG
001278         THRU 0180-WRITE-SESSION-LOG-EXIT.
001279     MOVE WS-SEARCH-STUDENT-ID TO WS-HLD-STUDENT-ID.
001279     PERFORM 3050-SHOW-ACTIVE-HOLDS
001279         THRU 3050-SHOW-ACTIVE-HOLDS-EXIT.
001280     MOVE 0 TO WS-MATCH-COUNT.
001290     SET WS-NOT-AT-EOF TO TRUE.
001300     OPEN INPUT LKP-AUDIT-FILE.
001624         THRU 3700-SHOW-STUDENT-SCHEDULE-EXIT.
001625     PERFORM 3800-SHOW-ACCOUNT-ACTIVITY
001626         THRU 3800-SHOW-ACCOUNT-ACTIVITY-EXIT.
001626     PERFORM 3890-SHOW-RESIDENCY-DECISIONS
001626         THRU 3890-SHOW-RESIDENCY-DECISIONS-EXIT.
001630 3000-LOOKUP-STUDENT-ID-EXIT.
001640     EXIT.
001640*--------------------------------------------------------------*
001640* 3050-SHOW-ACTIVE-HOLDS - EVERY HOLD IN FORCE ON STUHOLD FOR   *
001640* WS-HLD-STUDENT-ID, SHOWN AHEAD OF ANYTHING ELSE ABOUT THE     *
001640* STUDENT SO THE OPERATOR SEES IT FIRST.                        *
001640*--------------------------------------------------------------*
001640 3050-SHOW-ACTIVE-HOLDS.
001640     MOVE 0 TO WS-HLD-COUNT.
001640     OPEN INPUT LKP-HOLD-FILE.
001640     IF NOT WS-HOLD-OK
001640         GO TO 3050-SHOW-ACTIVE-HOLDS-EXIT
001640     END-IF.
001640     MOVE WS-HLD-STUDENT-ID TO SHD-STUDENT-ID.
001640     MOVE LOW-VALUES TO SHD-HOLD-TYPE.
001640     MOVE ZERO TO SHD-PLACED-DATE.
001640     SET WS-HLD-SCAN-GOING TO TRUE.
001640     START LKP-HOLD-FILE KEY IS NOT LESS THAN SHD-KEY
001640         INVALID KEY
001640             SET WS-HLD-SCAN-DONE TO TRUE
001640     END-START.
001640     PERFORM UNTIL WS-HLD-SCAN-DONE
001640         READ LKP-HOLD-FILE NEXT RECORD
001640             AT END
001640                 SET WS-HLD-SCAN-DONE TO TRUE
001640             NOT AT END
001640                 IF SHD-STUDENT-ID NOT = WS-HLD-STUDENT-ID
001640                     SET WS-HLD-SCAN-DONE TO TRUE
001640                 ELSE
001640                     IF SHD-IN-FORCE
001640                         ADD 1 TO WS-HLD-COUNT
001640                         DISPLAY '*** HOLD ' SHD-HOLD-TYPE
001640                             ' (' SHD-OFFICE ') SINCE '
001640                             SHD-PLACED-DATE ' REG '
001640                             SHD-BLOCK-REG ' TRAN '
001640                             SHD-BLOCK-TRAN ' ' SHD-REASON
001640                     END-IF
001640                 END-IF
001640         END-READ
001640     END-PERFORM.
001640     CLOSE LKP-HOLD-FILE.
001640     IF WS-HLD-COUNT = 0
001640         DISPLAY 'NO HOLDS IN FORCE'
001640     END-IF.
001640 3050-SHOW-ACTIVE-HOLDS-EXIT.
001640     EXIT.
001650*--------------------------------------------------------------*
001660* 3100-READ-ONE-AUDIT-RECORD - A SINGLE READ OF UTLAUDIT,       *
001670* SHARED BY THE PRIMING READ AND THE SCAN LOOP ABOVE.           *
001742* 3500-RESOLVE-LEGACY-ID - AN ID KEYED WITH FOUR DIGITS OR FEWER *
001743* PREDATES THE NINE-DIGIT CUTOVER, SO IT IS LOOKED UP ON THE     *
001744* UTLXREF CROSS-REFERENCE BUILT BY THE UTLCONV CONVERSION RUN    *
001745* AND REPLACED WITH ITS LONG ID. AN ID WITH NO UTLXREF ENTRY, OR *
001746* A MISSING UTLXREF FILE, IS LEFT AS KEYED. EITHER WAY THE       *
001746* RESOLVED STUDENT'S CONFIDENTIALITY BANNER FOLLOWS, SO EVERY    *
001746* STUDENT SCREEN CARRIES IT.                                     *
001747*--------------------------------------------------------------*
001748 3500-RESOLVE-LEGACY-ID.
001748     MOVE WS-RESOLVE-ID TO CD-STUDENT-ID.
001748     SET CD-VALIDATE TO TRUE.
001748     CALL 'CKDIGIT' USING CKDG-PARM-BLOCK.
001749     IF WS-RESOLVE-ID > 9999 AND CD-VALID
001750         PERFORM 3550-SHOW-CONFID-BANNER
001750             THRU 3550-SHOW-CONFID-BANNER-EXIT
001750         GO TO 3500-RESOLVE-LEGACY-ID-EXIT
001751     END-IF.
001751     IF WS-RESOLVE-ID > 9999
001762         END-READ
001763         CLOSE LKP-XREF-FILE
001764     END-IF.
001764     PERFORM 3550-SHOW-CONFID-BANNER
001764         THRU 3550-SHOW-CONFID-BANNER-EXIT.
001765 3500-RESOLVE-LEGACY-ID-EXIT.
001766     EXIT.
001766*--------------------------------------------------------------*
001766* 3550-SHOW-CONFID-BANNER - THE FERPA BANNER FOR A STUDENT WHO   *
001766* HAS ASKED THAT DIRECTORY INFORMATION BE WITHHELD, WITH THE     *
001766* DATE AND OPERATOR OF THE REQUEST. NO MASTER FILE OR NO MASTER  *
001766* RECORD SHOWS NOTHING; THE SCREEN ITSELF SAYS WHICH.            *
001766*--------------------------------------------------------------*
001766 3550-SHOW-CONFID-BANNER.
001766     OPEN INPUT LKP-MASTER-FILE.
001766     IF NOT WS-MASTER-OK
001766         GO TO 3550-SHOW-CONFID-BANNER-EXIT
001766     END-IF.
001766     MOVE WS-RESOLVE-ID TO STM-STUDENT-ID.
001766     READ LKP-MASTER-FILE
001766         INVALID KEY
001766             CONTINUE
001766         NOT INVALID KEY
001766             IF STM-CONFIDENTIAL
001766                 DISPLAY '*** CONFIDENTIAL - DIRECTORY '
001766                     'INFORMATION WITHHELD (FERPA) ***'
001766                 DISPLAY '*** REQUESTED ' STM-CONFID-DATE ' BY '
001766                     STM-CONFID-OPER ' - RELEASE NOTHING WITHOUT '
001766                     'CONSENT ***'
001766             END-IF
001766             IF STM-DECEASED
001766                 DISPLAY '*** DECEASED ' STM-DEATH-DATE
001766                     ' (VERIFIED ' STM-DEATH-SOURCE
001766                     ') - NO CONTACT WITH THE '
001766                     'STUDENT ***'
001766             END-IF
001766     END-READ.
001766     CLOSE LKP-MASTER-FILE.
001766 3550-SHOW-CONFID-BANNER-EXIT.
001766     EXIT.
001750*--------------------------------------------------------------*
001760* 4000-LOOKUP-CATALOG-FILE - ONE KEYED READ AGAINST THE INDEXED *
001770* MTCATLOG FOR THE FILE NAME THE OPERATOR KEYS IN. SUPERSEDED   *
002285*--------------------------------------------------------------*
002285* 6500-REVIEW-PENDING-REFUNDS - THE SUPERVISOR SIDE OF THE      *
002285* REFUND GATE, RUN UNDER ITS OWN SIGN-ON DISTINCT FROM THE      *
002285* SESSION OPERATOR. EVERY PENDING REFPEND ITEM, AND EVERY ONE   *
002285* AWAITING A SECOND SUPERVISOR, TAKES AN APPROVE,               *
002285* REJECT-WITH-REASON OR SKIP, AND THE WHOLE QUEUE IS REWRITTEN  *
002285* SO THE NIGHTLY RELEASE RUN PAYS ONLY APPROVALS.               *
002285*--------------------------------------------------------------*
002285 6500-REVIEW-PENDING-REFUNDS.
002285     DISPLAY 'SUPERVISOR SIGN-ON: ' WITH NO ADVANCING.
002285 6650-READ-ONE-REFPEND-EXIT.
002285     EXIT.
002285*--------------------------------------------------------------*
002285* 6700-REVIEW-ONE-REFUND - SHOWS ONE PENDING REFUND, WITH ITS   *
002285* REFSCRN FRAUD SCREEN RESULT, AND TAKES THE SUPERVISOR'S       *
002285* A(PPROVE), R(EJECT) OR S(KIP). A REJECT MUST CARRY A REASON;  *
002285* A SKIPPED ITEM STAYS PENDING. AN ITEM THE SCREEN FLAGGED, OR  *
002285* NEVER SCREENED, NEEDS TWO SUPERVISORS: THE FIRST APPROVAL     *
002285* LEAVES IT AWAITING A SECOND (H), AND ONLY A DIFFERENT         *
002285* SUPERVISOR'S APPROVAL MAKES IT RELEASABLE.                    *
002285*--------------------------------------------------------------*
002285 6700-REVIEW-ONE-REFUND.
002285     IF LKR-STATUS (WS-QUEUE-IDX) NOT = 'P'
002285         AND LKR-STATUS (WS-QUEUE-IDX) NOT = 'H'
002285         GO TO 6700-REVIEW-ONE-REFUND-EXIT
002285     END-IF.
002285     IF LKR-STATUS (WS-QUEUE-IDX) = 'H'
002285         AND LKR-REVIEW-OPER (WS-QUEUE-IDX) = WS-SUPERVISOR-ID
002285         DISPLAY 'REFUND FOR ID ' LKR-STUDENT-ID (WS-QUEUE-IDX)
002285             ' AWAITS A SECOND SUPERVISOR - YOU GAVE THE FIRST '
002285             'APPROVAL'
002285         GO TO 6700-REVIEW-ONE-REFUND-EXIT
002285     END-IF.
002285     ADD 1 TO WS-PENDING-SHOWN.
002285     MOVE LKR-AMOUNT (WS-QUEUE-IDX) TO WS-REFUND-AMT-DISPLAY.
002285     IF LKR-STATUS (WS-QUEUE-IDX) = 'H'
002285         DISPLAY 'SECOND APPROVAL: ID '
002285             LKR-STUDENT-ID (WS-QUEUE-IDX)
002285             ' AMT ' WS-REFUND-AMT-DISPLAY
002285             ' FIRST APPROVED BY ' LKR-REVIEW-OPER (WS-QUEUE-IDX)
002285     ELSE
002285         DISPLAY 'PENDING REFUND: ID '
002285             LKR-STUDENT-ID (WS-QUEUE-IDX)
002285             ' AMT ' WS-REFUND-AMT-DISPLAY
002285             ' QUEUED ' LKR-REQUEST-DATE (WS-QUEUE-IDX)
002285     END-IF.
002285     PERFORM 6750-SHOW-SCREEN-RESULT
002285         THRU 6750-SHOW-SCREEN-RESULT-EXIT.
002285     DISPLAY 'A=APPROVE R=REJECT S=SKIP: ' WITH NO ADVANCING.
002285     ACCEPT WS-REVIEW-ANSWER FROM CONSOLE.
002285     EVALUATE TRUE
002285         WHEN WS-REVIEW-ANSWER = 'A'
002285             AND LKR-STATUS (WS-QUEUE-IDX) = 'H'
002285             MOVE 'A' TO LKR-STATUS (WS-QUEUE-IDX)
002285             MOVE WS-SUPERVISOR-ID
002285                 TO LKR-SECOND-OPER (WS-QUEUE-IDX)
002285             ACCEPT LKR-SECOND-DATE (WS-QUEUE-IDX)
002285                 FROM DATE YYYYMMDD
002285             MOVE 'RFND APPRV2' TO WS-SESS-ACTION
002285             MOVE SPACES TO WS-SESS-DETAIL
002285             MOVE LKR-STUDENT-ID (WS-QUEUE-IDX)
002285                 TO WS-SESS-DETAIL (1:9)
002285             PERFORM 0180-WRITE-SESSION-LOG
002285                 THRU 0180-WRITE-SESSION-LOG-EXIT
002285         WHEN WS-REVIEW-ANSWER = 'A'
002285             AND LKR-SCREEN-RESULT (WS-QUEUE-IDX) NOT = 'C'
002285             MOVE 'H' TO LKR-STATUS (WS-QUEUE-IDX)
002285             MOVE WS-SUPERVISOR-ID
002285                 TO LKR-REVIEW-OPER (WS-QUEUE-IDX)
002285             ACCEPT LKR-REVIEW-DATE (WS-QUEUE-IDX)
002285                 FROM DATE YYYYMMDD
002285             DISPLAY 'APPROVAL RECORDED - A SECOND SUPERVISOR '
002285                 'MUST APPROVE BEFORE RELEASE'
002285             MOVE 'RFND APPRV1' TO WS-SESS-ACTION
002285             MOVE SPACES TO WS-SESS-DETAIL
002285             MOVE LKR-STUDENT-ID (WS-QUEUE-IDX)
002285                 TO WS-SESS-DETAIL (1:9)
002285             PERFORM 0180-WRITE-SESSION-LOG
002285                 THRU 0180-WRITE-SESSION-LOG-EXIT
002285         WHEN WS-REVIEW-ANSWER = 'A'
002285             MOVE 'A' TO LKR-STATUS (WS-QUEUE-IDX)
002285             MOVE WS-SUPERVISOR-ID
002285                 TO LKR-REVIEW-OPER (WS-QUEUE-IDX)
002285                 TO WS-SESS-DETAIL (1:9)
002285             PERFORM 0180-WRITE-SESSION-LOG
002285                 THRU 0180-WRITE-SESSION-LOG-EXIT
002285         WHEN WS-REVIEW-ANSWER = 'R'
002285             DISPLAY 'REJECTION REASON: ' WITH NO ADVANCING
002285             ACCEPT WS-REVIEW-REASON FROM CONSOLE
002285             IF LKR-STATUS (WS-QUEUE-IDX) = 'H'
002285                 MOVE WS-SUPERVISOR-ID
002285                     TO LKR-SECOND-OPER (WS-QUEUE-IDX)
002285                 ACCEPT LKR-SECOND-DATE (WS-QUEUE-IDX)
002285                     FROM DATE YYYYMMDD
002285             ELSE
002285                 MOVE WS-SUPERVISOR-ID
002285                     TO LKR-REVIEW-OPER (WS-QUEUE-IDX)
002285                 ACCEPT LKR-REVIEW-DATE (WS-QUEUE-IDX)
002285                     FROM DATE YYYYMMDD
002285             END-IF
002285             MOVE 'R' TO LKR-STATUS (WS-QUEUE-IDX)
002285             MOVE WS-REVIEW-REASON
002285                 TO LKR-REASON (WS-QUEUE-IDX)
002285             MOVE 'RFND REJECT' TO WS-SESS-ACTION
002285             MOVE WS-REVIEW-REASON TO WS-SESS-DETAIL
002285             PERFORM 0180-WRITE-SESSION-LOG
002285 6700-REVIEW-ONE-REFUND-EXIT.
002285     EXIT.
002285*--------------------------------------------------------------*
002285* 6750-SHOW-SCREEN-RESULT - THE REFSCRN SCORE AND, FOR A        *
002285* FLAGGED ITEM, EACH RED FLAG IT RAISED SPELLED OUT.            *
002285*--------------------------------------------------------------*
002285 6750-SHOW-SCREEN-RESULT.
002285     EVALUATE LKR-SCREEN-RESULT (WS-QUEUE-IDX)
002285         WHEN 'C'
002285             DISPLAY '  FRAUD SCREEN: CLEAR, SCORE '
002285                 LKR-RISK-SCORE (WS-QUEUE-IDX)
002285                 ' ON ' LKR-SCREEN-DATE (WS-QUEUE-IDX)
002285         WHEN 'F'
002285             DISPLAY '  FRAUD SCREEN: FLAGGED, SCORE '
002285                 LKR-RISK-SCORE (WS-QUEUE-IDX)
002285                 ' ON ' LKR-SCREEN-DATE (WS-QUEUE-IDX)
002285                 ' - TWO SUPERVISORS REQUIRED'
002285         WHEN OTHER
002285             DISPLAY '  FRAUD SCREEN: NOT SCREENED - TWO '
002285                 'SUPERVISORS REQUIRED'
002285     END-EVALUATE.
002285     IF LKR-RISK-FLAGS (WS-QUEUE-IDX) = SPACES
002285         GO TO 6750-SHOW-SCREEN-RESULT-EXIT
002285     END-IF.
002285     PERFORM VARYING WS-RISK-IDX FROM 1 BY 1
002285             UNTIL WS-RISK-IDX > 5
002285         IF LKR-RISK-FLAGS (WS-QUEUE-IDX) (WS-RISK-IDX:1)
002285                 NOT = SPACE
002285             DISPLAY '    RED FLAG: '
002285                 LKP-RISK-REASON (WS-RISK-IDX)
002285         END-IF
002285     END-PERFORM.
002285 6750-SHOW-SCREEN-RESULT-EXIT.
002285     EXIT.
002285*--------------------------------------------------------------*
002285* 6800-REWRITE-REFUND-QUEUE - WRITES THE WHOLE QUEUE BACK TO    *
002285* REFPEND SO EVERY DISPOSITION IS DURABLE BEFORE THE RELEASE    *
002285* RUN READS IT.                                                 *
002549     END-READ.
002549 7650-READ-ONE-PAYSUSP-EXIT.
002549     EXIT.
002549*--------------------------------------------------------------*
002549* 7700-WORK-FEED-REJECTS - THE FEED REJECT WORKBENCH. THE       *
002549* OPERATOR PICKS MASTREJ, ENRLREJ OR RSREJECT AND WALKS LAST    *
002549* NIGHT'S REJECTS. ONE ALREADY RESUBMITTED, ABANDONED OR LEFT   *
002549* WITH THE SENDING OFFICE (PER REJTRACK) IS SKIPPED; A PARKED   *
002549* ONE IS SHOWN AGAIN. A MASTREJ OR ENRLREJ RECORD CAN BE        *
002549* CORRECTED FIELD BY FIELD AND QUEUED, STAMPED WITH THE         *
002549* OPERATOR, ON MASTRSUB OR ENRLRSUB, WHICH THE NIGHTLY          *
002549* CONCATENATES ONTO MASTFEED OR ENRLFEED. NOTHING IS APPLIED    *
002549* HERE - THE CORRECTED RECORD TAKES EVERY MASTUPDT OR ENRLPOST  *
002549* EDIT AGAIN, THE SAME AS THE ORIGINAL FEED. AN RSREJECT LINE   *
002549* CANNOT BE RESUBMITTED: A STATEMENT FEED IS PROVEN WHOLE BY    *
002549* ITS TRAILER, SO ONLY THE OFFICE CAN SEND IT AGAIN.            *
002549*--------------------------------------------------------------*
002549 7700-WORK-FEED-REJECTS.
002549     DISPLAY 'REJECT FILE - M=MASTREJ E=ENRLREJ S=RSREJECT: '
002549         WITH NO ADVANCING.
002549     ACCEPT WS-REJ-FILE-ANSWER FROM CONSOLE.
002549     EVALUATE TRUE
002549         WHEN WS-REJ-MASTREJ
002549             MOVE 'MASTREJ ' TO WS-WORK-SOURCE
002549             MOVE 148 TO WS-REJ-DATA-LENGTH
002549             MOVE 18 TO WS-REJ-FIELD-COUNT
002549         WHEN WS-REJ-ENRLREJ
002549             MOVE 'ENRLREJ ' TO WS-WORK-SOURCE
002549             MOVE 25 TO WS-REJ-DATA-LENGTH
002549             MOVE 5 TO WS-REJ-FIELD-COUNT
002549         WHEN WS-REJ-RSREJECT
002549             MOVE 'RSREJECT' TO WS-WORK-SOURCE
002549             MOVE 96 TO WS-REJ-DATA-LENGTH
002549             MOVE 0 TO WS-REJ-FIELD-COUNT
002549         WHEN OTHER
002549             DISPLAY 'NOT A REJECT FILE - NOTHING TO WORK'
002549             GO TO 7700-WORK-FEED-REJECTS-EXIT
002549     END-EVALUATE.
002549     COMPUTE WS-REJ-STAMP-POS = WS-REJ-DATA-LENGTH + 1.
002549     PERFORM 7710-LOAD-REJECT-TRACKING
002549         THRU 7710-LOAD-REJECT-TRACKING-EXIT.
002549     PERFORM 7715-LOAD-REJECT-TEXTS
002549         THRU 7715-LOAD-REJECT-TEXTS-EXIT.
002549     MOVE 0 TO WS-ITEMS-SHOWN.
002549     MOVE 0 TO WS-REJ-LINE-NUMBER.
002549     SET WS-WORKBENCH-GO TO TRUE.
002549     SET WS-NOT-AT-EOF TO TRUE.
002549     SET WS-SUSP-FILE-NOT-OPEN TO TRUE.
002549     EVALUATE TRUE
002549         WHEN WS-REJ-MASTREJ
002549             OPEN INPUT LKP-MASTREJ-FILE
002549             IF WS-MASTREJ-OK
002549                 SET WS-SUSP-FILE-IS-OPEN TO TRUE
002549             END-IF
002549         WHEN WS-REJ-ENRLREJ
002549             OPEN INPUT LKP-ENRLREJ-FILE
002549             IF WS-ENRLREJ-OK
002549                 SET WS-SUSP-FILE-IS-OPEN TO TRUE
002549             END-IF
002549         WHEN OTHER
002549             OPEN INPUT LKP-RSREJ-FILE
002549             IF WS-RSREJ-OK
002549                 SET WS-SUSP-FILE-IS-OPEN TO TRUE
002549             END-IF
002549     END-EVALUATE.
002549     IF WS-SUSP-FILE-NOT-OPEN
002549         SET WS-AT-EOF TO TRUE
002549     ELSE
002549         PERFORM 7720-READ-ONE-REJECT
002549             THRU 7720-READ-ONE-REJECT-EXIT
002549     END-IF.
002549     PERFORM UNTIL WS-AT-EOF OR WS-WORKBENCH-QUIT
002549         PERFORM 7730-CHECK-REJECT-WORKED
002549             THRU 7730-CHECK-REJECT-WORKED-EXIT
002549         IF WS-REJ-OPEN
002549             ADD 1 TO WS-ITEMS-SHOWN
002549             PERFORM 7740-SHOW-ONE-REJECT
002549                 THRU 7740-SHOW-ONE-REJECT-EXIT
002549             PERFORM 7750-TAKE-REJECT-ACTION
002549                 THRU 7750-TAKE-REJECT-ACTION-EXIT
002549         END-IF
002549         IF NOT WS-WORKBENCH-QUIT
002549             PERFORM 7720-READ-ONE-REJECT
002549                 THRU 7720-READ-ONE-REJECT-EXIT
002549         END-IF
002549     END-PERFORM.
002549     IF WS-SUSP-FILE-IS-OPEN
002549         EVALUATE TRUE
002549             WHEN WS-REJ-MASTREJ
002549                 CLOSE LKP-MASTREJ-FILE
002549             WHEN WS-REJ-ENRLREJ
002549                 CLOSE LKP-ENRLREJ-FILE
002549             WHEN OTHER
002549                 CLOSE LKP-RSREJ-FILE
002549         END-EVALUATE
002549     END-IF.
002549     IF WS-ITEMS-SHOWN = 0
002549         DISPLAY 'NO OPEN ' WS-WORK-SOURCE ' REJECTS TO WORK'
002549     END-IF.
002549 7700-WORK-FEED-REJECTS-EXIT.
002549     EXIT.
002549*--------------------------------------------------------------*
002549* 7710-LOAD-REJECT-TRACKING - PULLS THE LAST 30 DAYS OF         *
002549* REJTRACK LINES FOR THE FILE BEING WORKED INTO                 *
002549* LKP-REJ-TRACK-TABLE. THE REJECT FILES ARE REBUILT EVERY       *
002549* NIGHT, SO AN OLDER DECISION CANNOT BELONG TO A REJECT STILL   *
002549* ON FILE - THE SAME RECORD REJECTED AGAIN LATER IS A NEW       *
002549* REJECT. A REJECT WORKED MORE THAN ONCE KEEPS ITS LATEST       *
002549* STANDING. ALSO RUN AGAIN JUST BEFORE A DECISION IS RECORDED,  *
002549* SO A REJECT ANOTHER OPERATOR HAS WORKED IN THE MEANTIME IS    *
002549* NOT WORKED TWICE.                                             *
002549*--------------------------------------------------------------*
002549 7710-LOAD-REJECT-TRACKING.
002549     MOVE 0 TO WS-REJ-TRACK-COUNT.
002549     SET WS-REJ-TRACK-FIT TO TRUE.
002549     SET WS-RJT-NOT-AT-EOF TO TRUE.
002549     COMPUTE WS-REJ-TRACK-FROM-INTEGER =
002549         WS-TODAY-INTEGER - WS-REJ-TRACK-DAYS.
002549     COMPUTE WS-REJ-TRACK-FROM-DATE =
002549         FUNCTION DATE-OF-INTEGER (WS-REJ-TRACK-FROM-INTEGER).
002549     OPEN INPUT LKP-REJTRK-FILE.
002549     IF NOT WS-REJTRK-OK
002549         GO TO 7710-LOAD-REJECT-TRACKING-EXIT
002549     END-IF.
002549     PERFORM 7712-READ-ONE-TRACKING
002549         THRU 7712-READ-ONE-TRACKING-EXIT.
002549     PERFORM UNTIL WS-RJT-AT-EOF
002549         IF RJT-SOURCE = WS-WORK-SOURCE
002549             AND RJT-DATE NUMERIC
002549             AND RJT-DATE >= WS-REJ-TRACK-FROM-DATE
002549             PERFORM 7714-NOTE-ONE-TRACKING
002549                 THRU 7714-NOTE-ONE-TRACKING-EXIT
002549         END-IF
002549         PERFORM 7712-READ-ONE-TRACKING
002549             THRU 7712-READ-ONE-TRACKING-EXIT
002549     END-PERFORM.
002549     CLOSE LKP-REJTRK-FILE.
002549     IF WS-REJ-TRACK-FULL
002549         DISPLAY 'REJTRACK HOLDS MORE THAN ' WS-REJ-TRACK-MAX
002549             ' ' WS-WORK-SOURCE ' REJECTS - SOME WORKED REJECTS '
002549             'MAY SHOW AGAIN'
002549     END-IF.
002549 7710-LOAD-REJECT-TRACKING-EXIT.
002549     EXIT.
002549*--------------------------------------------------------------*
002549* 7712-READ-ONE-TRACKING - A SINGLE READ OF REJTRACK, SHARED BY *
002549* THE PRIMING READ AND THE LOAD LOOP ABOVE.                     *
002549*--------------------------------------------------------------*
002549 7712-READ-ONE-TRACKING.
002549     READ LKP-REJTRK-FILE
002549         AT END SET WS-RJT-AT-EOF TO TRUE
002549     END-READ.
002549 7712-READ-ONE-TRACKING-EXIT.
002549     EXIT.
002549*--------------------------------------------------------------*
002549* 7714-NOTE-ONE-TRACKING - FILES THE STANDING ON RJT-RECORD IN  *
002549* LKP-REJ-TRACK-TABLE, OVER THE REJECT'S EARLIER ENTRY IF IT    *
002549* HAS ONE.                                                      *
002549*--------------------------------------------------------------*
002549 7714-NOTE-ONE-TRACKING.
002549     MOVE RJT-REASON-CODE TO WS-REJ-KEY-CODE.
002549     MOVE RJT-IMAGE TO WS-REJ-KEY-IMAGE.
002549     PERFORM 7735-FIND-TRACKING
002549         THRU 7735-FIND-TRACKING-EXIT.
002549     IF WS-REJ-TRACK-MATCH = 0
002549         IF WS-REJ-TRACK-COUNT = WS-REJ-TRACK-MAX
002549             SET WS-REJ-TRACK-FULL TO TRUE
002549             GO TO 7714-NOTE-ONE-TRACKING-EXIT
002549         END-IF
002549         ADD 1 TO WS-REJ-TRACK-COUNT
002549         MOVE WS-REJ-TRACK-COUNT TO WS-REJ-TRACK-MATCH
002549         MOVE RJT-REASON-CODE
002549             TO LKW-REASON-CODE (WS-REJ-TRACK-MATCH)
002549         MOVE RJT-IMAGE TO LKW-IMAGE (WS-REJ-TRACK-MATCH)
002549     END-IF.
002549     MOVE RJT-STATUS TO LKW-STATUS (WS-REJ-TRACK-MATCH).
002549     MOVE RJT-OPERATOR TO LKW-OPERATOR (WS-REJ-TRACK-MATCH).
002549     MOVE RJT-DATE TO LKW-DATE (WS-REJ-TRACK-MATCH).
002549     MOVE RJT-NOTE TO LKW-NOTE (WS-REJ-TRACK-MATCH).
002549 7714-NOTE-ONE-TRACKING-EXIT.
002549     EXIT.
002549*--------------------------------------------------------------*
002549* 7715-LOAD-REJECT-TEXTS - THE ACKPARM R CARDS FOR THE FILE     *
002549* BEING WORKED. NO ACKPARM SIMPLY MEANS THE CODES SHOW WITHOUT  *
002549* THEIR TEXT.                                                   *
002549*--------------------------------------------------------------*
002549 7715-LOAD-REJECT-TEXTS.
002549     MOVE 0 TO WS-REJ-TEXT-COUNT.
002549     SET WS-NOT-AT-EOF TO TRUE.
002549     OPEN INPUT LKP-ACKPARM-FILE.
002549     IF NOT WS-ACKPARM-OK
002549         GO TO 7715-LOAD-REJECT-TEXTS-EXIT
002549     END-IF.
002549     PERFORM 7717-READ-ONE-ACKPARM
002549         THRU 7717-READ-ONE-ACKPARM-EXIT.
002549     PERFORM UNTIL WS-AT-EOF
002549             OR WS-REJ-TEXT-COUNT = WS-REJ-TEXT-MAX
002549         IF ACP-CARD-TYPE = 'R'
002549             AND ACP-SOURCE = WS-WORK-SOURCE
002549             ADD 1 TO WS-REJ-TEXT-COUNT
002549             MOVE ACP-CODE TO LKY-CODE (WS-REJ-TEXT-COUNT)
002549             MOVE ACP-TEXT TO LKY-TEXT (WS-REJ-TEXT-COUNT)
002549         END-IF
002549         PERFORM 7717-READ-ONE-ACKPARM
002549             THRU 7717-READ-ONE-ACKPARM-EXIT
002549     END-PERFORM.
002549     CLOSE LKP-ACKPARM-FILE.
002549 7715-LOAD-REJECT-TEXTS-EXIT.
002549     EXIT.
002549*--------------------------------------------------------------*
002549* 7717-READ-ONE-ACKPARM - A SINGLE READ OF ACKPARM, SHARED BY   *
002549* THE PRIMING READ AND THE LOAD LOOP ABOVE.                     *
002549*--------------------------------------------------------------*
002549 7717-READ-ONE-ACKPARM.
002549     READ LKP-ACKPARM-FILE
002549         AT END SET WS-AT-EOF TO TRUE
002549     END-READ.
002549 7717-READ-ONE-ACKPARM-EXIT.
002549     EXIT.
002549*--------------------------------------------------------------*
002549* 7720-READ-ONE-REJECT - ONE LINE OF THE REJECT FILE BEING      *
002549* WORKED, LAID OUT THE SAME WAY WHICHEVER FILE IT IS: THE CODE, *
002549* THE RECORD IMAGE (A MASTFEED OR ENRLFEED RECORD WITH ANY      *
002549* RESUBMIT STAMP, OR THE RSREJECT FEED, RECORD NUMBER AND       *
002549* IMAGE) AND, FOR A TIME CONFLICT, THE CLASHING SECTION.        *
002549*--------------------------------------------------------------*
002549 7720-READ-ONE-REJECT.
002549     MOVE SPACES TO WS-REJ-CODE.
002549     MOVE SPACES TO WS-REJ-IMAGE.
002549     MOVE SPACES TO WS-REJ-REFERENCE.
002549     EVALUATE TRUE
002549         WHEN WS-REJ-MASTREJ
002549             MOVE SPACES TO RJM-RECORD
002549             READ LKP-MASTREJ-FILE
002549                 AT END SET WS-AT-EOF TO TRUE
002549             END-READ
002549             MOVE RJM-REASON-CODE TO WS-REJ-CODE
002549             MOVE RJM-FEED-RECORD TO WS-REJ-IMAGE
002549         WHEN WS-REJ-ENRLREJ
002549             MOVE SPACES TO RJE-RECORD
002549             READ LKP-ENRLREJ-FILE
002549                 AT END SET WS-AT-EOF TO TRUE
002549             END-READ
002549             MOVE RJE-REASON-CODE TO WS-REJ-CODE
002549             MOVE RJE-FEED-RECORD TO WS-REJ-IMAGE (1:25)
002549             MOVE RJE-RESUB-STAMP TO WS-REJ-IMAGE (26:16)
002549             IF RJE-CONFLICT-COURSE NOT = SPACES
002549                 MOVE RJE-CONFLICT-COURSE
002549                     TO WS-REJ-REFERENCE (1:6)
002549                 MOVE RJE-CONFLICT-SECTION
002549                     TO WS-REJ-REFERENCE (8:3)
002549             END-IF
002549         WHEN OTHER
002549             MOVE SPACES TO RJS-RECORD
002549             READ LKP-RSREJ-FILE
002549                 AT END SET WS-AT-EOF TO TRUE
002549             END-READ
002549             MOVE RJS-REASON-CODE TO WS-REJ-CODE
002549             MOVE RJS-FEED-KEY TO WS-REJ-IMAGE (1:16)
002549             MOVE RJS-RECORD-IMAGE TO WS-REJ-IMAGE (17:80)
002549     END-EVALUATE.
002549     ADD 1 TO WS-REJ-LINE-NUMBER.
002549 7720-READ-ONE-REJECT-EXIT.
002549     EXIT.
002549*--------------------------------------------------------------*
002549* 7730-CHECK-REJECT-WORKED - TRUE WHEN REJTRACK ALREADY HAS THE *
002549* CURRENT REJECT RESUBMITTED, ABANDONED OR LEFT WITH THE OFFICE.*
002549* A WAITING REJECT STAYS OPEN, WITH WS-REJ-TRACK-MATCH POINTING *
002549* AT ITS ENTRY.                                                 *
002549*--------------------------------------------------------------*
002549 7730-CHECK-REJECT-WORKED.
002549     SET WS-REJ-OPEN TO TRUE.
002549     MOVE WS-REJ-CODE TO WS-REJ-KEY-CODE.
002549     MOVE WS-REJ-IMAGE TO WS-REJ-KEY-IMAGE.
002549     PERFORM 7735-FIND-TRACKING
002549         THRU 7735-FIND-TRACKING-EXIT.
002549     IF WS-REJ-TRACK-MATCH > 0
002549         AND LKW-STATUS (WS-REJ-TRACK-MATCH) NOT = 'W'
002549         SET WS-REJ-WORKED TO TRUE
002549     END-IF.
002549 7730-CHECK-REJECT-WORKED-EXIT.
002549     EXIT.
002549*--------------------------------------------------------------*
002549* 7735-FIND-TRACKING - THE LKP-REJ-TRACK-TABLE ENTRY FOR THE    *
002549* CODE AND IMAGE IN WS-REJ-KEY-CODE/WS-REJ-KEY-IMAGE, OR ZERO.  *
002549*--------------------------------------------------------------*
002549 7735-FIND-TRACKING.
002549     MOVE 0 TO WS-REJ-TRACK-MATCH.
002549     PERFORM VARYING WS-REJ-TRACK-IDX FROM 1 BY 1
002549             UNTIL WS-REJ-TRACK-IDX > WS-REJ-TRACK-COUNT
002549             OR WS-REJ-TRACK-MATCH > 0
002549         IF LKW-REASON-CODE (WS-REJ-TRACK-IDX) = WS-REJ-KEY-CODE
002549             AND LKW-IMAGE (WS-REJ-TRACK-IDX) = WS-REJ-KEY-IMAGE
002549             MOVE WS-REJ-TRACK-IDX TO WS-REJ-TRACK-MATCH
002549         END-IF
002549     END-PERFORM.
002549 7735-FIND-TRACKING-EXIT.
002549     EXIT.
002549*--------------------------------------------------------------*
002549* 7740-SHOW-ONE-REJECT - THE REJECT, ITS REASON IN PLAIN WORDS  *
002549* AND ITS RECORD FIELD BY FIELD, WITH ANY EARLIER RESUBMIT      *
002549* STAMP AND ANY NOTE LEFT WHEN IT WAS PARKED.                   *
002549*--------------------------------------------------------------*
002549 7740-SHOW-ONE-REJECT.
002549     MOVE SPACES TO WS-REJ-TEXT.
002549     PERFORM VARYING WS-REJ-TEXT-IDX FROM 1 BY 1
002549             UNTIL WS-REJ-TEXT-IDX > WS-REJ-TEXT-COUNT
002549         IF LKY-CODE (WS-REJ-TEXT-IDX) = WS-REJ-CODE
002549             MOVE LKY-TEXT (WS-REJ-TEXT-IDX) TO WS-REJ-TEXT
002549         END-IF
002549     END-PERFORM.
002549     DISPLAY ' '.
002549     DISPLAY WS-WORK-SOURCE ' LINE ' WS-REJ-LINE-NUMBER
002549         ' CODE ' WS-REJ-CODE ' - ' WS-REJ-TEXT.
002549     IF WS-REJ-REFERENCE NOT = SPACES
002549         DISPLAY '  CLASHES WITH ' WS-REJ-REFERENCE
002549     END-IF.
002549     IF WS-REJ-FIELD-COUNT = 0
002549         DISPLAY '  FEED ' WS-REJ-IMAGE (1:10)
002549             ' RECORD ' WS-REJ-IMAGE (11:6)
002549         DISPLAY '  [' WS-REJ-IMAGE (17:80) ']'
002549     ELSE
002549         PERFORM VARYING WS-REJ-FIELD-IDX FROM 1 BY 1
002549                 UNTIL WS-REJ-FIELD-IDX > WS-REJ-FIELD-COUNT
002549             PERFORM 7745-SET-ONE-FIELD
002549                 THRU 7745-SET-ONE-FIELD-EXIT
002549             DISPLAY '  ' WS-REJ-FIELD-LABEL ' ['
002549                 WS-REJ-IMAGE (WS-REJ-FIELD-START:
002549                     WS-REJ-FIELD-LENGTH) ']'
002549         END-PERFORM
002549         MOVE WS-REJ-IMAGE (WS-REJ-STAMP-POS:16) TO WS-REJ-STAMP
002549         IF WS-REJ-STAMP-OPER NOT = SPACES
002549             DISPLAY '  ALREADY A RESUBMISSION - KEYED BY '
002549                 WS-REJ-STAMP-OPER ' ON ' WS-REJ-STAMP-DATE
002549         END-IF
002549     END-IF.
002549     IF WS-REJ-TRACK-MATCH > 0
002549         DISPLAY '  WAITING - PARKED BY '
002549             LKW-OPERATOR (WS-REJ-TRACK-MATCH) ' ON '
002549             LKW-DATE (WS-REJ-TRACK-MATCH) ': '
002549             LKW-NOTE (WS-REJ-TRACK-MATCH)
002549     END-IF.
002549 7740-SHOW-ONE-REJECT-EXIT.
002549     EXIT.
002549*--------------------------------------------------------------*
002549* 7745-SET-ONE-FIELD - LABEL, START AND LENGTH OF FIELD         *
002549* WS-REJ-FIELD-IDX OF THE FEED RECORD BEING WORKED.             *
002549*--------------------------------------------------------------*
002549 7745-SET-ONE-FIELD.
002549     IF WS-REJ-MASTREJ
002549         MOVE LKF-LABEL (WS-REJ-FIELD-IDX) TO WS-REJ-FIELD-LABEL
002549         MOVE LKF-START (WS-REJ-FIELD-IDX) TO WS-REJ-FIELD-START
002549         MOVE LKF-LENGTH (WS-REJ-FIELD-IDX)
002549             TO WS-REJ-FIELD-LENGTH
002549     ELSE
002549         MOVE LKN-LABEL (WS-REJ-FIELD-IDX) TO WS-REJ-FIELD-LABEL
002549         MOVE LKN-START (WS-REJ-FIELD-IDX) TO WS-REJ-FIELD-START
002549         MOVE LKN-LENGTH (WS-REJ-FIELD-IDX)
002549             TO WS-REJ-FIELD-LENGTH
002549     END-IF.
002549 7745-SET-ONE-FIELD-EXIT.
002549     EXIT.
002549*--------------------------------------------------------------*
002549* 7750-TAKE-REJECT-ACTION - C(ORRECT AND RESUBMIT), A(BANDON)   *
002549* WITH A REASON, W(AIT) WITH A NOTE, S(KIP) OR Q(UIT). AN       *
002549* RSREJECT LINE TAKES O (LEFT WITH THE SENDING OFFICE, WHICH    *
002549* FEEDACK HAS ALREADY TOLD) IN PLACE OF C. TRACKING IS READ     *
002549* AGAIN FIRST SO A REJECT WORKED AT ANOTHER TERMINAL SINCE IT   *
002549* WAS SHOWN IS NOT WORKED TWICE.                                *
002549*--------------------------------------------------------------*
002549 7750-TAKE-REJECT-ACTION.
002549     IF WS-REJ-FIELD-COUNT = 0
002549         DISPLAY 'O=LEFT WITH OFFICE A=ABANDON W=WAIT S=SKIP '
002549             'Q=QUIT: ' WITH NO ADVANCING
002549     ELSE
002549         DISPLAY 'C=CORRECT AND RESUBMIT A=ABANDON W=WAIT S=SKIP '
002549             'Q=QUIT: ' WITH NO ADVANCING
002549     END-IF.
002549     ACCEPT WS-WORKBENCH-ANSWER FROM CONSOLE.
002549     IF WS-WORKBENCH-ANSWER = 'Q'
002549         SET WS-WORKBENCH-QUIT TO TRUE
002549         GO TO 7750-TAKE-REJECT-ACTION-EXIT
002549     END-IF.
002549     IF WS-WORKBENCH-ANSWER NOT = 'C'
002549         AND WS-WORKBENCH-ANSWER NOT = 'A'
002549         AND WS-WORKBENCH-ANSWER NOT = 'W'
002549         AND WS-WORKBENCH-ANSWER NOT = 'O'
002549         GO TO 7750-TAKE-REJECT-ACTION-EXIT
002549     END-IF.
002549     PERFORM 7710-LOAD-REJECT-TRACKING
002549         THRU 7710-LOAD-REJECT-TRACKING-EXIT.
002549     PERFORM 7730-CHECK-REJECT-WORKED
002549         THRU 7730-CHECK-REJECT-WORKED-EXIT.
002549     IF WS-REJ-WORKED
002549         DISPLAY 'ALREADY WORKED BY '
002549             LKW-OPERATOR (WS-REJ-TRACK-MATCH)
002549             ' - STATUS ' LKW-STATUS (WS-REJ-TRACK-MATCH)
002549         GO TO 7750-TAKE-REJECT-ACTION-EXIT
002549     END-IF.
002549     MOVE SPACES TO WS-REVIEW-REASON.
002549     MOVE SPACES TO WS-REJ-NEW-IMAGE.
002549     EVALUATE TRUE
002549         WHEN WS-WORKBENCH-ANSWER = 'C'
002549             AND WS-REJ-FIELD-COUNT > 0
002549             PERFORM 7760-CORRECT-ONE-REJECT
002549                 THRU 7760-CORRECT-ONE-REJECT-EXIT
002549         WHEN WS-WORKBENCH-ANSWER = 'C'
002549             DISPLAY 'A STATEMENT FEED IS PROVEN WHOLE BY ITS '
002549                 'TRAILER - ONLY THE OFFICE CAN RESEND IT'
002549         WHEN WS-WORKBENCH-ANSWER = 'O'
002549             AND WS-REJ-FIELD-COUNT = 0
002549             MOVE 'O' TO WS-REJ-STATUS
002549             MOVE 'LEFT WITH OFFICE' TO WS-REVIEW-REASON
002549             MOVE 'REJ-OFFICE' TO WS-SESS-ACTION
002549             PERFORM 7780-APPEND-TRACKING
002549                 THRU 7780-APPEND-TRACKING-EXIT
002549         WHEN WS-WORKBENCH-ANSWER = 'A'
002549             DISPLAY 'ABANDON REASON: ' WITH NO ADVANCING
002549             ACCEPT WS-REVIEW-REASON FROM CONSOLE
002549             MOVE 'A' TO WS-REJ-STATUS
002549             MOVE 'REJ-ABANDON' TO WS-SESS-ACTION
002549             PERFORM 7780-APPEND-TRACKING
002549                 THRU 7780-APPEND-TRACKING-EXIT
002549         WHEN WS-WORKBENCH-ANSWER = 'W'
002549             DISPLAY 'WAITING ON: ' WITH NO ADVANCING
002549             ACCEPT WS-REVIEW-REASON FROM CONSOLE
002549             MOVE 'W' TO WS-REJ-STATUS
002549             MOVE 'REJ-WAIT' TO WS-SESS-ACTION
002549             PERFORM 7780-APPEND-TRACKING
002549                 THRU 7780-APPEND-TRACKING-EXIT
002549         WHEN OTHER
002549             CONTINUE
002549     END-EVALUATE.
002549 7750-TAKE-REJECT-ACTION-EXIT.
002549     EXIT.
002549*--------------------------------------------------------------*
002549* 7760-CORRECT-ONE-REJECT - WALKS THE RECORD FIELD BY FIELD ON  *
002549* A COPY OF THE IMAGE, SHOWS THE RESULT AND, ON THE OPERATOR'S  *
002549* Y, STAMPS IT AND QUEUES IT FOR TONIGHT'S FEED. ANY EARLIER    *
002549* STAMP IS CLEARED FIRST; A RECORD WITH NOTHING CHANGED IS NOT  *
002549* QUEUED.                                                       *
002549*--------------------------------------------------------------*
002549 7760-CORRECT-ONE-REJECT.
002549     MOVE WS-REJ-IMAGE TO WS-REJ-NEW-IMAGE.
002549     MOVE SPACES TO WS-REJ-NEW-IMAGE (WS-REJ-STAMP-POS:16).
002549     DISPLAY 'KEY A NEW VALUE, ENTER TO KEEP, * TO BLANK. KEY '
002549         'NUMBERS AT FULL WIDTH WITH LEADING ZEROS.'.
002549     PERFORM VARYING WS-REJ-FIELD-IDX FROM 1 BY 1
002549             UNTIL WS-REJ-FIELD-IDX > WS-REJ-FIELD-COUNT
002549         PERFORM 7765-KEY-ONE-FIELD
002549             THRU 7765-KEY-ONE-FIELD-EXIT
002549     END-PERFORM.
002549     IF WS-REJ-NEW-IMAGE (1:WS-REJ-DATA-LENGTH)
002549         = WS-REJ-IMAGE (1:WS-REJ-DATA-LENGTH)
002549         DISPLAY 'NOTHING CORRECTED - REJECT LEFT OPEN'
002549         GO TO 7760-CORRECT-ONE-REJECT-EXIT
002549     END-IF.
002549     DISPLAY 'CORRECTED RECORD:'.
002549     PERFORM VARYING WS-REJ-FIELD-IDX FROM 1 BY 1
002549             UNTIL WS-REJ-FIELD-IDX > WS-REJ-FIELD-COUNT
002549         PERFORM 7745-SET-ONE-FIELD
002549             THRU 7745-SET-ONE-FIELD-EXIT
002549         DISPLAY '  ' WS-REJ-FIELD-LABEL ' ['
002549             WS-REJ-NEW-IMAGE (WS-REJ-FIELD-START:
002549                 WS-REJ-FIELD-LENGTH) ']'
002549     END-PERFORM.
002549     DISPLAY 'QUEUE FOR TONIGHT''S FEED (Y/N): '
002549         WITH NO ADVANCING.
002549     ACCEPT WS-REJ-CONFIRM FROM CONSOLE.
002549     IF WS-REJ-CONFIRM NOT = 'Y'
002549         DISPLAY 'NOT QUEUED - REJECT LEFT OPEN'
002549         GO TO 7760-CORRECT-ONE-REJECT-EXIT
002549     END-IF.
002549     MOVE WS-OPERATOR-ID TO WS-REJ-STAMP-OPER.
002549     ACCEPT WS-REJ-STAMP-DATE FROM DATE YYYYMMDD.
002549     MOVE WS-REJ-STAMP TO WS-REJ-NEW-IMAGE (WS-REJ-STAMP-POS:16).
002549     PERFORM 7770-QUEUE-RESUBMISSION
002549         THRU 7770-QUEUE-RESUBMISSION-EXIT.
002549     MOVE 'R' TO WS-REJ-STATUS.
002549     MOVE 'RESUBMITTED' TO WS-REVIEW-REASON.
002549     MOVE 'REJ-RESUBMIT' TO WS-SESS-ACTION.
002549     PERFORM 7780-APPEND-TRACKING
002549         THRU 7780-APPEND-TRACKING-EXIT.
002549     IF WS-REJ-MASTREJ
002549         DISPLAY 'QUEUED ON MASTRSUB - MASTUPDT EDITS IT TONIGHT '
002549             'LIKE ANY MASTFEED RECORD'
002549     ELSE
002549         DISPLAY 'QUEUED ON ENRLRSUB - ENRLPOST EDITS IT TONIGHT '
002549             'LIKE ANY ENRLFEED RECORD'
002549     END-IF.
002549 7760-CORRECT-ONE-REJECT-EXIT.
002549     EXIT.
002549*--------------------------------------------------------------*
002549* 7765-KEY-ONE-FIELD - SHOWS ONE FIELD AND TAKES ITS NEW VALUE. *
002549* ENTER KEEPS THE FIELD, A LONE * BLANKS IT.                    *
002549*--------------------------------------------------------------*
002549 7765-KEY-ONE-FIELD.
002549     PERFORM 7745-SET-ONE-FIELD
002549         THRU 7745-SET-ONE-FIELD-EXIT.
002549     DISPLAY '  ' WS-REJ-FIELD-LABEL ' ['
002549         WS-REJ-NEW-IMAGE (WS-REJ-FIELD-START:WS-REJ-FIELD-LENGTH)
002549         ']: ' WITH NO ADVANCING.
002549     MOVE SPACES TO WS-REJ-ENTRY.
002549     ACCEPT WS-REJ-ENTRY FROM CONSOLE.
002549     IF WS-REJ-ENTRY = SPACES
002549         GO TO 7765-KEY-ONE-FIELD-EXIT
002549     END-IF.
002549     IF WS-REJ-ENTRY = '*'
002549         MOVE SPACES TO WS-REJ-NEW-IMAGE
002549             (WS-REJ-FIELD-START:WS-REJ-FIELD-LENGTH)
002549     ELSE
002549         MOVE WS-REJ-ENTRY TO WS-REJ-NEW-IMAGE
002549             (WS-REJ-FIELD-START:WS-REJ-FIELD-LENGTH)
002549     END-IF.
002549 7765-KEY-ONE-FIELD-EXIT.
002549     EXIT.
002549*--------------------------------------------------------------*
002549* 7770-QUEUE-RESUBMISSION - APPENDS THE STAMPED RECORD TO       *
002549* MASTRSUB OR ENRLRSUB, CREATING THE QUEUE IF THIS IS ITS FIRST *
002549* RECORD SINCE THE NIGHTLY EMPTIED IT.                          *
002549*--------------------------------------------------------------*
002549 7770-QUEUE-RESUBMISSION.
002549     IF WS-REJ-MASTREJ
002549         OPEN EXTEND LKP-MASTRSUB-FILE
002549         IF NOT WS-MASTRSUB-OK
002549             CLOSE LKP-MASTRSUB-FILE
002549             OPEN OUTPUT LKP-MASTRSUB-FILE
002549         END-IF
002549         MOVE WS-REJ-NEW-IMAGE TO RJQ-MAST-RECORD
002549         WRITE RJQ-MAST-RECORD
002549         CLOSE LKP-MASTRSUB-FILE
002549     ELSE
002549         OPEN EXTEND LKP-ENRLRSUB-FILE
002549         IF NOT WS-ENRLRSUB-OK
002549             CLOSE LKP-ENRLRSUB-FILE
002549             OPEN OUTPUT LKP-ENRLRSUB-FILE
002549         END-IF
002549         MOVE WS-REJ-NEW-IMAGE (1:41) TO RJQ-ENRL-RECORD
002549         WRITE RJQ-ENRL-RECORD
002549         CLOSE LKP-ENRLRSUB-FILE
002549     END-IF.
002549 7770-QUEUE-RESUBMISSION-EXIT.
002549     EXIT.
002549*--------------------------------------------------------------*
002549* 7780-APPEND-TRACKING - ONE REJTRACK LINE FOR THE DECISION     *
002549* JUST TAKEN, PLUS THE MATCHING SESSION-LOG LINE. THE DECISION  *
002549* ALSO JOINS THE IN-STORAGE TABLE SO A RESUBMITTED, ABANDONED   *
002549* OR RETURNED REJECT DROPS OUT OF THE WORKING VIEW AT ONCE.     *
002549*--------------------------------------------------------------*
002549 7780-APPEND-TRACKING.
002549     OPEN EXTEND LKP-REJTRK-FILE.
002549     IF NOT WS-REJTRK-OK
002549         CLOSE LKP-REJTRK-FILE
002549         OPEN OUTPUT LKP-REJTRK-FILE
002549     END-IF.
002549     MOVE SPACES TO RJT-RECORD.
002549     MOVE WS-WORK-SOURCE TO RJT-SOURCE.
002549     MOVE WS-REJ-STATUS TO RJT-STATUS.
002549     MOVE WS-REJ-CODE TO RJT-REASON-CODE.
002549     MOVE WS-OPERATOR-ID TO RJT-OPERATOR.
002549     ACCEPT RJT-DATE FROM DATE YYYYMMDD.
002549     ACCEPT RJT-TIME FROM TIME.
002549     MOVE WS-REVIEW-REASON TO RJT-NOTE.
002549     MOVE WS-REJ-IMAGE TO RJT-IMAGE.
002549     MOVE WS-REJ-NEW-IMAGE TO RJT-CORRECTED-IMAGE.
002549     WRITE RJT-RECORD.
002549     CLOSE LKP-REJTRK-FILE.
002549     PERFORM 7714-NOTE-ONE-TRACKING
002549         THRU 7714-NOTE-ONE-TRACKING-EXIT.
002549     MOVE SPACES TO WS-SESS-DETAIL.
002549     MOVE WS-WORK-SOURCE TO WS-SESS-DETAIL (1:8).
002549     MOVE WS-REJ-LINE-NUMBER TO WS-SESS-DETAIL (10:6).
002549     MOVE WS-REJ-CODE TO WS-SESS-DETAIL (17:4).
002549     PERFORM 0180-WRITE-SESSION-LOG
002549         THRU 0180-WRITE-SESSION-LOG-EXIT.
002549 7780-APPEND-TRACKING-EXIT.
002549     EXIT.
002551*--------------------------------------------------------------*
002552* 8000-ISSUE-STUDENT-ID - THE DAYTIME DOOR INTO UTIL'S ISSUANCE *
002553* PATH FOR WALK-IN REGISTRATIONS. THE SIGNED-ON OPERATOR IS THE *
002601         DISPLAY 'ENROLLED: ' ENR-COURSE-ID ' SECTION '
002601             ENR-SECTION ' TERM ' ENR-TERM ' CREDITS '
002601             ENR-CREDIT-HOURS ' SINCE ' ENR-ADD-DATE
002601         IF ENR-WITHDRAWN
002601             DISPLAY '          WITHDRAWN (W) ON ' ENR-STATUS-DATE
002601         END-IF
002601         PERFORM 3780-SHOW-MEETING-PATTERN
002601             THRU 3780-SHOW-MEETING-PATTERN-EXIT
002601         PERFORM 3750-READ-ONE-ENROLLMENT
002601             THRU 3750-READ-ONE-ENROLLMENT-EXIT
002601     END-PERFORM.
002601     IF WS-SCHEDULE-COUNT = 0
002601         DISPLAY 'NO CURRENT ENROLLMENTS ON FILE'
002601     END-IF.
002601     PERFORM 3760-SHOW-WAITLIST-POSITIONS
002601         THRU 3760-SHOW-WAITLIST-POSITIONS-EXIT.
002601 3700-SHOW-STUDENT-SCHEDULE-EXIT.
002601     EXIT.
002601*--------------------------------------------------------------*
002601 3750-READ-ONE-ENROLLMENT-EXIT.
002601     EXIT.
002601*--------------------------------------------------------------*
002601* 3760-SHOW-WAITLIST-POSITIONS - EACH SECTION THE STUDENT IS    *
002601* WAITING FOR ON SECWAIT, WITH THEIR PLACE IN LINE. ONE PASS    *
002601* PICKS UP THE STUDENT'S OWN ENTRIES, A SECOND COUNTS THE       *
002601* EARLIER ARRIVALS STILL WAITING FOR THE SAME SECTION.          *
002601*--------------------------------------------------------------*
002601 3760-SHOW-WAITLIST-POSITIONS.
002601     MOVE 0 TO WS-WAIT-COUNT.
002601     OPEN INPUT LKP-WAIT-FILE.
002601     IF NOT WS-WAIT-OK
002601         GO TO 3760-SHOW-WAITLIST-POSITIONS-EXIT
002601     END-IF.
002601     SET WS-NOT-AT-EOF TO TRUE.
002601     PERFORM 3770-READ-ONE-WAIT-ENTRY
002601         THRU 3770-READ-ONE-WAIT-ENTRY-EXIT.
002601     PERFORM UNTIL WS-AT-EOF
002601         IF SWT-WAITING
002601             AND SWT-STUDENT-ID = WS-SEARCH-STUDENT-ID
002601             AND WS-WAIT-COUNT < WS-WAIT-MAX
002601             ADD 1 TO WS-WAIT-COUNT
002601             MOVE SWT-COURSE-ID TO WWT-COURSE-ID (WS-WAIT-COUNT)
002601             MOVE SWT-SECTION TO WWT-SECTION (WS-WAIT-COUNT)
002601             MOVE SWT-TERM TO WWT-TERM (WS-WAIT-COUNT)
002601             MOVE SWT-ARRIVAL-NO TO WWT-ARRIVAL-NO (WS-WAIT-COUNT)
002601             MOVE 0 TO WWT-AHEAD (WS-WAIT-COUNT)
002601         END-IF
002601         PERFORM 3770-READ-ONE-WAIT-ENTRY
002601             THRU 3770-READ-ONE-WAIT-ENTRY-EXIT
002601     END-PERFORM.
002601     CLOSE LKP-WAIT-FILE.
002601     IF WS-WAIT-COUNT = 0
002601         GO TO 3760-SHOW-WAITLIST-POSITIONS-EXIT
002601     END-IF.
002601     OPEN INPUT LKP-WAIT-FILE.
002601     SET WS-NOT-AT-EOF TO TRUE.
002601     PERFORM 3770-READ-ONE-WAIT-ENTRY
002601         THRU 3770-READ-ONE-WAIT-ENTRY-EXIT.
002601     PERFORM UNTIL WS-AT-EOF
002601         IF SWT-WAITING
002601             PERFORM VARYING WS-WAIT-IDX FROM 1 BY 1
002601                     UNTIL WS-WAIT-IDX > WS-WAIT-COUNT
002601                 IF SWT-COURSE-ID = WWT-COURSE-ID (WS-WAIT-IDX)
002601                     AND SWT-SECTION = WWT-SECTION (WS-WAIT-IDX)
002601                     AND SWT-TERM = WWT-TERM (WS-WAIT-IDX)
002601                     AND SWT-ARRIVAL-NO
002601                         < WWT-ARRIVAL-NO (WS-WAIT-IDX)
002601                     ADD 1 TO WWT-AHEAD (WS-WAIT-IDX)
002601                 END-IF
002601             END-PERFORM
002601         END-IF
002601         PERFORM 3770-READ-ONE-WAIT-ENTRY
002601             THRU 3770-READ-ONE-WAIT-ENTRY-EXIT
002601     END-PERFORM.
002601     CLOSE LKP-WAIT-FILE.
002601     PERFORM VARYING WS-WAIT-IDX FROM 1 BY 1
002601             UNTIL WS-WAIT-IDX > WS-WAIT-COUNT
002601         COMPUTE WS-WAIT-POSITION-DISP =
002601             WWT-AHEAD (WS-WAIT-IDX) + 1
002601         DISPLAY 'WAITLIST: ' WWT-COURSE-ID (WS-WAIT-IDX)
002601             ' SECTION ' WWT-SECTION (WS-WAIT-IDX)
002601             ' TERM ' WWT-TERM (WS-WAIT-IDX)
002601             ' POSITION ' WS-WAIT-POSITION-DISP
002601     END-PERFORM.
002601 3760-SHOW-WAITLIST-POSITIONS-EXIT.
002601     EXIT.
002601*--------------------------------------------------------------*
002601* 3770-READ-ONE-WAIT-ENTRY - A SINGLE READ OF SECWAIT.          *
002601*--------------------------------------------------------------*
002601 3770-READ-ONE-WAIT-ENTRY.
002601     READ LKP-WAIT-FILE
002601         AT END SET WS-AT-EOF TO TRUE
002601     END-READ.
002601 3770-READ-ONE-WAIT-ENTRY-EXIT.
002601     EXIT.
002601*--------------------------------------------------------------*
002601* 3780-SHOW-MEETING-PATTERN - THE CRSCATLG MEETING DAYS AND     *
002601* TIMES UNDER EACH SCHEDULE LINE. A SECTION WITH NO DAYS ON THE *
002601* CATALOG SHOWS AS ARRANGED.                                    *
002601*--------------------------------------------------------------*
002601 3780-SHOW-MEETING-PATTERN.
002601     OPEN INPUT LKP-CRSCAT-FILE.
002601     IF NOT WS-CRSCAT-OK
002601         GO TO 3780-SHOW-MEETING-PATTERN-EXIT
002601     END-IF.
002601     SET WS-CRSCAT-NOT-AT-EOF TO TRUE.
002601     PERFORM UNTIL WS-CRSCAT-AT-EOF
002601         READ LKP-CRSCAT-FILE
002601             AT END
002601                 SET WS-CRSCAT-AT-EOF TO TRUE
002601             NOT AT END
002601                 IF CRC-COURSE-ID = ENR-COURSE-ID
002601                     AND CRC-SECTION = ENR-SECTION
002601                     AND CRC-TERM = ENR-TERM
002601                     SET WS-CRSCAT-AT-EOF TO TRUE
002601                     IF CRC-MEET-DAYS = SPACES
002601                         DISPLAY '          MEETS: ARRANGED'
002601                     ELSE
002601                         DISPLAY '          MEETS: ' CRC-MEET-DAYS
002601                             ' ' CRC-START-TIME '-' CRC-END-TIME
002601                     END-IF
002601                 END-IF
002601         END-READ
002601     END-PERFORM.
002601     CLOSE LKP-CRSCAT-FILE.
002601 3780-SHOW-MEETING-PATTERN-EXIT.
002601     EXIT.
002601*--------------------------------------------------------------*
002601* 3800-SHOW-ACCOUNT-ACTIVITY - THE STUDENT'S STUACCT ACTIVITY   *
002601* WITH A RUNNING BALANCE. CHARGES ARE POSITIVE, PAYMENTS AND    *
002601* AID CREDITS NEGATIVE, SO THE LAST LINE'S BALANCE IS WHAT THE  *
002601* STUDENT OWES (OR IS OWED, WHEN NEGATIVE). THE BALANCE SUMMARY *
002601* UNDER IT COMES FROM STUBAL.                                   *
002601*--------------------------------------------------------------*
002601 3800-SHOW-ACCOUNT-ACTIVITY.
002601     MOVE 0 TO WS-ACCT-LINE-COUNT.
002601     IF WS-ACCT-LINE-COUNT = 0
002601         DISPLAY 'NO ACCOUNT ACTIVITY ON FILE'
002601     ELSE
002601         PERFORM 3810-SHOW-BALANCE-SUMMARY
002601             THRU 3810-SHOW-BALANCE-SUMMARY-EXIT
002601         PERFORM 3870-SHOW-PAYMENT-PLANS
002601             THRU 3870-SHOW-PAYMENT-PLANS-EXIT
002601     END-IF.
002601 3800-SHOW-ACCOUNT-ACTIVITY-EXIT.
002601     EXIT.
002601*--------------------------------------------------------------*
002601* 3810-SHOW-BALANCE-SUMMARY - THE STUDENT'S STUBAL RECORD,     *
002601* READ BY KEY: CURRENT BALANCE, BALANCE BY LEDGER CATEGORY,    *
002601* LAST PAYMENT AND LAST ACTIVITY DATE. NO STUBAL, OR NO RECORD *
002601* ON IT, FALLS BACK TO THE RUNNING BALANCE JUST SUMMED.        *
002601*--------------------------------------------------------------*
002601 3810-SHOW-BALANCE-SUMMARY.
002601     OPEN INPUT LKP-BAL-FILE.
002601     IF WS-STUBAL-OK
002601         MOVE WS-SEARCH-STUDENT-ID TO SBL-STUDENT-ID
002601         READ LKP-BAL-FILE
002601             INVALID KEY
002601                 CONTINUE
002601         END-READ
002601     END-IF.
002601     IF NOT WS-STUBAL-OK
002601         MOVE WS-RUNNING-BALANCE TO WS-BALANCE-DISPLAY
002601         DISPLAY 'ACCOUNT BALANCE: ' WS-BALANCE-DISPLAY
002601         IF WS-STUBAL-STATUS = '23'
002601             CLOSE LKP-BAL-FILE
002601         END-IF
002601         GO TO 3810-SHOW-BALANCE-SUMMARY-EXIT
002601     END-IF.
002601     MOVE SBL-CURRENT-BALANCE TO WS-BALANCE-DISPLAY.
002601     DISPLAY 'ACCOUNT BALANCE: ' WS-BALANCE-DISPLAY.
002601     PERFORM VARYING WS-BAL-CAT-SUB FROM 1 BY 1
002601             UNTIL WS-BAL-CAT-SUB > 5
002601         IF SBL-CATEGORY-BALANCE (WS-BAL-CAT-SUB) NOT = ZERO
002601             MOVE SBL-CATEGORY-BALANCE (WS-BAL-CAT-SUB)
002601                 TO WS-BALANCE-DISPLAY
002601             DISPLAY '  CATEGORY '
002601                 WS-BAL-CAT-LETTERS (WS-BAL-CAT-SUB:1)
002601                 ' BALANCE: ' WS-BALANCE-DISPLAY
002601         END-IF
002601     END-PERFORM.
002601     IF SBL-LAST-PAY-DATE > 0
002601         MOVE SBL-LAST-PAY-AMOUNT TO WS-BALANCE-DISPLAY
002601         DISPLAY 'LAST PAYMENT: ' SBL-LAST-PAY-DATE ' '
002601             WS-BALANCE-DISPLAY
002601     ELSE
002601         DISPLAY 'LAST PAYMENT: NONE ON FILE'
002601     END-IF.
002601     DISPLAY 'LAST ACTIVITY: ' SBL-LAST-ACTIVITY-DATE.
002601     CLOSE LKP-BAL-FILE.
002601 3810-SHOW-BALANCE-SUMMARY-EXIT.
002601     EXIT.
002601*--------------------------------------------------------------*
002601* 3850-READ-ONE-ACCT-RECORD - A SINGLE READ OF STUACCT.         *
002601     END-READ.
002601 3850-READ-ONE-ACCT-RECORD-EXIT.
002601     EXIT.
002601*--------------------------------------------------------------*
002601* 3870-SHOW-PAYMENT-PLANS - A STUDENT ON A PAYMENT PLAN OWES    *
002601* THE BALANCE IN INSTALLMENTS, SO EACH ACTIVE PLAN ON PAYPLAN   *
002601* IS SHOWN WITH ITS SCHEDULE - DUE DATE, AMOUNT, WHAT HAS BEEN  *
002601* PAID AND WHERE IT STANDS - AND WHAT IS LEFT TO PAY ON IT.     *
002601*--------------------------------------------------------------*
002601 3870-SHOW-PAYMENT-PLANS.
002601     MOVE 0 TO WS-PLAN-COUNT.
002601     OPEN INPUT LKP-PLAN-FILE.
002601     IF NOT WS-PLAN-OK
002601         GO TO 3870-SHOW-PAYMENT-PLANS-EXIT
002601     END-IF.
002601     MOVE WS-SEARCH-STUDENT-ID TO PPL-STUDENT-ID.
002601     MOVE LOW-VALUES TO PPL-TERM.
002601     SET WS-PLAN-NOT-AT-END TO TRUE.
002601     START LKP-PLAN-FILE KEY IS NOT LESS THAN PPL-KEY
002601         INVALID KEY
002601             SET WS-PLAN-AT-END TO TRUE
002601     END-START.
002601     PERFORM UNTIL WS-PLAN-AT-END
002601         READ LKP-PLAN-FILE NEXT RECORD
002601             AT END
002601                 SET WS-PLAN-AT-END TO TRUE
002601             NOT AT END
002601                 IF PPL-STUDENT-ID NOT = WS-SEARCH-STUDENT-ID
002601                     SET WS-PLAN-AT-END TO TRUE
002601                 ELSE
002601                     IF PPL-ACTIVE
002601                         PERFORM 3880-SHOW-ONE-PLAN
002601                             THRU 3880-SHOW-ONE-PLAN-EXIT
002601                     END-IF
002601                 END-IF
002601         END-READ
002601     END-PERFORM.
002601     CLOSE LKP-PLAN-FILE.
002601 3870-SHOW-PAYMENT-PLANS-EXIT.
002601     EXIT.
002601*--------------------------------------------------------------*
002601* 3880-SHOW-ONE-PLAN - ONE ACTIVE PLAN AND ITS INSTALLMENTS.    *
002601*--------------------------------------------------------------*
002601 3880-SHOW-ONE-PLAN.
002601     ADD 1 TO WS-PLAN-COUNT.
002601     MOVE 0 TO WS-PLAN-REMAINING.
002601     MOVE PPL-PLAN-AMOUNT TO WS-PLAN-AMOUNT-DISPLAY.
002601     DISPLAY 'PAYMENT PLAN: TERM ' PPL-TERM ' TYPE ' PPL-PLAN-TYPE
002601         ' ENROLLED ' PPL-ENROLL-DATE ' AMOUNT '
002601         WS-PLAN-AMOUNT-DISPLAY.
002601     PERFORM VARYING WS-PLAN-INST-IDX FROM 1 BY 1
002601             UNTIL WS-PLAN-INST-IDX > PPL-INST-COUNT
002601         EVALUATE TRUE
002601             WHEN PPI-PAID (WS-PLAN-INST-IDX)
002601                 MOVE 'PAID' TO WS-PLAN-STATUS-TEXT
002601             WHEN PPI-PAST-DUE (WS-PLAN-INST-IDX)
002601                 MOVE 'PAST DUE' TO WS-PLAN-STATUS-TEXT
002601             WHEN PPI-PARTIAL (WS-PLAN-INST-IDX)
002601                 MOVE 'PARTIALLY PAID' TO WS-PLAN-STATUS-TEXT
002601             WHEN OTHER
002601                 MOVE 'OPEN' TO WS-PLAN-STATUS-TEXT
002601         END-EVALUATE
002601         COMPUTE WS-PLAN-REMAINING = WS-PLAN-REMAINING
002601             + PPI-AMOUNT (WS-PLAN-INST-IDX)
002601             - PPI-PAID-AMOUNT (WS-PLAN-INST-IDX)
002601         MOVE PPI-AMOUNT (WS-PLAN-INST-IDX)
002601             TO WS-PLAN-AMOUNT-DISPLAY
002601         MOVE PPI-PAID-AMOUNT (WS-PLAN-INST-IDX)
002601             TO WS-PLAN-PAID-DISPLAY
002601         DISPLAY '  INSTALLMENT ' WS-PLAN-INST-IDX ' DUE '
002601             PPI-DUE-DATE (WS-PLAN-INST-IDX) ' '
002601             WS-PLAN-AMOUNT-DISPLAY ' PAID ' WS-PLAN-PAID-DISPLAY
002601             ' ' WS-PLAN-STATUS-TEXT
002601     END-PERFORM.
002601     MOVE WS-PLAN-REMAINING TO WS-BALANCE-DISPLAY.
002601     DISPLAY '  REMAINING ON PLAN: ' WS-BALANCE-DISPLAY.
002601 3880-SHOW-ONE-PLAN-EXIT.
002601     EXIT.
002601*--------------------------------------------------------------*
002601* 3890-SHOW-RESIDENCY-DECISIONS - THE STUDENT'S RESIDENCY      *
002601* DECISIONS OFF CONDRES, KEYED READ FORWARD FROM THE STUDENT'S *
002601* FIRST TERM UNTIL THE ID CHANGES - EACH TERM'S DECISION AND   *
002601* THE DATE IT WAS MADE, THEN THE DECISIONS IT SUPERSEDED,      *
002601* NEWEST FIRST. NO RESULT FILE OR NO DECISIONS JUST SAYS SO.   *
002601*--------------------------------------------------------------*
002601 3890-SHOW-RESIDENCY-DECISIONS.
002601     MOVE 0 TO WS-DECISION-COUNT.
002601     SET WS-NOT-AT-EOF TO TRUE.
002601     OPEN INPUT LKP-RESULT-FILE.
002601     IF NOT WS-RESULT-OK
002601         DISPLAY 'NO RESIDENCY DECISION FILE ON THIS SYSTEM'
002601         GO TO 3890-SHOW-RESIDENCY-DECISIONS-EXIT
002601     END-IF.
002601     MOVE LOW-VALUES TO RES-KEY.
002601     MOVE WS-SEARCH-STUDENT-ID TO RES-STUDENT-ID.
002601     START LKP-RESULT-FILE KEY IS NOT LESS THAN RES-KEY
002601         INVALID KEY
002601             SET WS-AT-EOF TO TRUE
002601     END-START.
002601     PERFORM 3895-READ-ONE-DECISION
002601         THRU 3895-READ-ONE-DECISION-EXIT.
002601     PERFORM UNTIL WS-AT-EOF
002601             OR RES-STUDENT-ID NOT = WS-SEARCH-STUDENT-ID
002601         ADD 1 TO WS-DECISION-COUNT
002601         DISPLAY 'RESIDENCY: TERM ' RES-TERM ' ' RES-RESULT-TEXT
002601             ' DECIDED ' RES-DECISION-DATE ' SUPERSEDED '
002601             RES-SUPERSEDED-COUNT
002601         PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
002601                 UNTIL WS-PRIOR-IDX > 3
002601                 OR WS-PRIOR-IDX > RES-SUPERSEDED-COUNT
002601             DISPLAY '           WAS '
002601                 RES-PRIOR-TEXT (WS-PRIOR-IDX) ' DECIDED '
002601                 RES-PRIOR-DATE (WS-PRIOR-IDX)
002601                 ' UNTIL ' RES-SUPERSEDED-DATE (WS-PRIOR-IDX)
002601         END-PERFORM
002601         PERFORM 3895-READ-ONE-DECISION
002601             THRU 3895-READ-ONE-DECISION-EXIT
002601     END-PERFORM.
002601     CLOSE LKP-RESULT-FILE.
002601     IF WS-DECISION-COUNT = 0
002601         DISPLAY 'NO RESIDENCY DECISIONS ON FILE'
002601     END-IF.
002601 3890-SHOW-RESIDENCY-DECISIONS-EXIT.
002601     EXIT.
002601*--------------------------------------------------------------*
002601* 3895-READ-ONE-DECISION - A SINGLE SEQUENTIAL READ OF THE     *
002601* RESIDENCY DECISION FILE.                                     *
002601*--------------------------------------------------------------*
002601 3895-READ-ONE-DECISION.
002601     READ LKP-RESULT-FILE NEXT RECORD
002601         AT END SET WS-AT-EOF TO TRUE
002601     END-READ.
002601 3895-READ-ONE-DECISION-EXIT.
002601     EXIT.
002602*--------------------------------------------------------------*
002603* 8900-FIND-STUDENT-BY-NAME - KEYED SEARCH OF THE STUNAMIX      *
002604* NAME INDEX: A PARTIAL-NAME PICK LIST ON THE NORMALIZED        *
002694             ADD 1 TO WS-MATCH-COUNT
002695             DISPLAY STM-STUDENT-ID ' ' STM-NAME ' STATUS '
002696                 STM-ENROLL-STATUS
002696             IF STM-CONFIDENTIAL
002696                 DISPLAY '    *** CONFIDENTIAL - DIRECTORY '
002696                     'INFORMATION WITHHELD ***'
002696             END-IF
002697         END-IF
002698         PERFORM 8950-READ-ONE-MASTER-RECORD
002699             THRU 8950-READ-ONE-MASTER-RECORD-EXIT
002199                 TO LKH-AFTER-PROG (WS-HIST-COUNT)
002199             MOVE SHA-ENROLL-STATUS
002199                 TO LKH-AFTER-STATUS (WS-HIST-COUNT)
002199             MOVE SH-OPERATOR
002199                 TO LKH-OPERATOR (WS-HIST-COUNT)
002199         END-IF
002199         PERFORM 9150-READ-ONE-HISTORY
002199             THRU 9150-READ-ONE-HISTORY-EXIT
002199     END-PERFORM.
002199     CLOSE LKP-HISTORY-FILE.
002199     PERFORM 9944-JOURNAL-MASTER-CHANGE
002199         THRU 9944-JOURNAL-MASTER-CHANGE-EXIT.
002199     IF WS-HIST-COUNT = 0
002199         DISPLAY 'NO HISTORY ON FILE FOR THAT ID'
002199         GO TO 9100-BROWSE-STUDENT-HISTORY-EXIT
002199             ' NOW ' LKH-AFTER-NAME (WS-HIST-IDX)
002199             ' ' LKH-AFTER-PROG (WS-HIST-IDX)
002199             ' ' LKH-AFTER-STATUS (WS-HIST-IDX)
002199             ' BY ' LKH-OPERATOR (WS-HIST-IDX)
002199     END-PERFORM.
002199 9100-BROWSE-STUDENT-HISTORY-EXIT.
002199     EXIT.
002199     END-IF.
002199 9750-NEXT-TRANSACTION-ID-EXIT.
002199     EXIT.
002199*--------------------------------------------------------------*
002199* 9800-REQUEST-TRANSCRIPT - QUEUES AN OFFICIAL TRANSCRIPT ON    *
002199* TRNRQST UNDER THE SIGNED-ON OPERATOR. NOTHING PRINTS FROM     *
002199* HERE - THE NIGHTLY TRANSCRP STEP FORMATS, HOLD-CHECKS AND     *
002199* AUDIT-STAMPS EVERY PENDING REQUEST.                           *
002199*--------------------------------------------------------------*
002199 9800-REQUEST-TRANSCRIPT.
002199     DISPLAY 'ENTER STUDENT ID FOR TRANSCRIPT: '
002199         WITH NO ADVANCING.
002199     ACCEPT WS-TRN-STUDENT-ID FROM CONSOLE.
002199     MOVE WS-TRN-STUDENT-ID TO WS-RESOLVE-ID.
002199     PERFORM 3500-RESOLVE-LEGACY-ID
002199         THRU 3500-RESOLVE-LEGACY-ID-EXIT.
002199     MOVE WS-RESOLVE-ID TO WS-TRN-STUDENT-ID.
002199     OPEN INPUT LKP-MASTER-FILE.
002199     IF NOT WS-MASTER-OK
002199         DISPLAY 'NO STUDENT MASTER FILE ON THIS SYSTEM'
002199         GO TO 9800-REQUEST-TRANSCRIPT-EXIT
002199     END-IF.
002199     MOVE WS-TRN-STUDENT-ID TO STM-STUDENT-ID.
002199     READ LKP-MASTER-FILE
002199         INVALID KEY
002199             MOVE SPACES TO STM-NAME
002199     END-READ.
002199     CLOSE LKP-MASTER-FILE.
002199     IF STM-NAME = SPACES
002199         DISPLAY 'NOT ON THE STUDENT MASTER - NOTHING QUEUED'
002199         GO TO 9800-REQUEST-TRANSCRIPT-EXIT
002199     END-IF.
002199     DISPLAY 'STUDENT: ' STM-NAME.
002199     DISPLAY 'ENTER RECIPIENT: ' WITH NO ADVANCING.
002199     ACCEPT WS-TRN-RECIPIENT FROM CONSOLE.
002199     IF WS-TRN-RECIPIENT = SPACES
002199         DISPLAY 'RECIPIENT IS REQUIRED - NOTHING QUEUED'
002199         GO TO 9800-REQUEST-TRANSCRIPT-EXIT
002199     END-IF.
002199     DISPLAY 'DELIVERY (M=MAIL E=ELECTRONIC P=PICKUP): '
002199         WITH NO ADVANCING.
002199     ACCEPT WS-TRN-DELIVERY-TYPE FROM CONSOLE.
002199     IF NOT WS-TRN-VALID-DELIVERY
002199         DISPLAY 'INVALID DELIVERY TYPE - NOTHING QUEUED'
002199         GO TO 9800-REQUEST-TRANSCRIPT-EXIT
002199     END-IF.
002199     PERFORM 9850-NEXT-TRANSCRIPT-NUMBER
002199         THRU 9850-NEXT-TRANSCRIPT-NUMBER-EXIT.
002199     OPEN EXTEND LKP-TRNRQ-FILE.
002199     IF NOT WS-TRNRQ-OK
002199         CLOSE LKP-TRNRQ-FILE
002199         OPEN OUTPUT LKP-TRNRQ-FILE
002199     END-IF.
002199     MOVE SPACES TO TRN-REQUEST-RECORD.
002199     SET TRQ-PENDING TO TRUE.
002199     MOVE WS-TRN-REQUEST-NO TO TRQ-REQUEST-NO.
002199     MOVE WS-TRN-STUDENT-ID TO TRQ-STUDENT-ID.
002199     MOVE WS-TRN-RECIPIENT TO TRQ-RECIPIENT.
002199     MOVE WS-TRN-DELIVERY-TYPE TO TRQ-DELIVERY-TYPE.
002199     MOVE WS-OPERATOR-ID TO TRQ-REQUEST-OPER.
002199     ACCEPT TRQ-REQUEST-DATE FROM DATE YYYYMMDD.
002199     ACCEPT TRQ-REQUEST-TIME FROM TIME.
002199     MOVE ZERO TO TRQ-DISPOSE-DATE.
002199     WRITE TRN-REQUEST-RECORD.
002199     CLOSE LKP-TRNRQ-FILE.
002199     DISPLAY 'TRANSCRIPT REQUEST ' WS-TRN-REQUEST-NO
002199         ' QUEUED FOR TONIGHT'.
002199     MOVE 'TRANSCRIPT' TO WS-SESS-ACTION.
002199     MOVE SPACES TO WS-SESS-DETAIL.
002199     MOVE WS-TRN-REQUEST-NO TO WS-SESS-DETAIL (1:8).
002199     MOVE WS-TRN-STUDENT-ID TO WS-SESS-DETAIL (10:9).
002199     PERFORM 0180-WRITE-SESSION-LOG
002199         THRU 0180-WRITE-SESSION-LOG-EXIT.
002199 9800-REQUEST-TRANSCRIPT-EXIT.
002199     EXIT.
002199*--------------------------------------------------------------*
002199* 9850-NEXT-TRANSCRIPT-NUMBER - ONE PAST THE HIGHEST REQUEST    *
002199* NUMBER ON TRNRQST. THE QUEUE KEEPS ISSUED AND REFUSED ROWS,   *
002199* SO A NUMBER IS NEVER HANDED OUT TWICE.                        *
002199*--------------------------------------------------------------*
002199 9850-NEXT-TRANSCRIPT-NUMBER.
002199     MOVE 0 TO WS-TRN-REQUEST-NO.
002199     SET WS-NOT-AT-EOF TO TRUE.
002199     OPEN INPUT LKP-TRNRQ-FILE.
002199     IF NOT WS-TRNRQ-OK
002199         GO TO 9850-BUMP-NUMBER
002199     END-IF.
002199     PERFORM UNTIL WS-AT-EOF
002199         READ LKP-TRNRQ-FILE
002199             AT END
002199                 SET WS-AT-EOF TO TRUE
002199             NOT AT END
002199                 IF TRQ-REQUEST-NO NUMERIC
002199                     AND TRQ-REQUEST-NO > WS-TRN-REQUEST-NO
002199                     MOVE TRQ-REQUEST-NO TO WS-TRN-REQUEST-NO
002199                 END-IF
002199         END-READ
002199     END-PERFORM.
002199     CLOSE LKP-TRNRQ-FILE.
002199 9850-BUMP-NUMBER.
002199     ADD 1 TO WS-TRN-REQUEST-NO
002199         ON SIZE ERROR
002199             MOVE 1 TO WS-TRN-REQUEST-NO
002199     END-ADD.
002199 9850-NEXT-TRANSCRIPT-NUMBER-EXIT.
002199     EXIT.
002199*--------------------------------------------------------------*
002199* 9900-MAINTAIN-STUDENT-HOLD - PLACES OR RELEASES ONE HOLD ON   *
002199* STUHOLD UNDER THE SIGNED-ON OPERATOR. THE HOLD TYPE MUST BE   *
002199* ON HOLDTYPE, WHICH SUPPLIES ITS OFFICE AND BLOCK FLAGS. ONLY  *
002199* ONE HOLD OF A TYPE IS IN FORCE AT A TIME, AND THE BURSAR      *
002199* BALANCE HOLD HOLDPOST PLACES IS RELEASED ONLY BY HOLDPOST,    *
002199* ONCE THE BALANCE IS PAID DOWN.                                *
002199*--------------------------------------------------------------*
002199 9900-MAINTAIN-STUDENT-HOLD.
002199     DISPLAY 'ENTER STUDENT ID FOR HOLD: ' WITH NO ADVANCING.
002199     ACCEPT WS-HLD-STUDENT-ID FROM CONSOLE.
002199     MOVE WS-HLD-STUDENT-ID TO WS-RESOLVE-ID.
002199     PERFORM 3500-RESOLVE-LEGACY-ID
002199         THRU 3500-RESOLVE-LEGACY-ID-EXIT.
002199     MOVE WS-RESOLVE-ID TO WS-HLD-STUDENT-ID.
002199     OPEN INPUT LKP-MASTER-FILE.
002199     IF NOT WS-MASTER-OK
002199         DISPLAY 'NO STUDENT MASTER FILE ON THIS SYSTEM'
002199         GO TO 9900-MAINTAIN-STUDENT-HOLD-EXIT
002199     END-IF.
002199     MOVE WS-HLD-STUDENT-ID TO STM-STUDENT-ID.
002199     READ LKP-MASTER-FILE
002199         INVALID KEY
002199             MOVE SPACES TO STM-NAME
002199     END-READ.
002199     CLOSE LKP-MASTER-FILE.
002199     IF STM-NAME = SPACES
002199         DISPLAY 'NOT ON THE STUDENT MASTER - NO HOLD CHANGED'
002199         GO TO 9900-MAINTAIN-STUDENT-HOLD-EXIT
002199     END-IF.
002199     DISPLAY 'STUDENT: ' STM-NAME.
002199     PERFORM 3050-SHOW-ACTIVE-HOLDS
002199         THRU 3050-SHOW-ACTIVE-HOLDS-EXIT.
002199     DISPLAY 'P=PLACE R=RELEASE: ' WITH NO ADVANCING.
002199     ACCEPT WS-HLD-ACTION FROM CONSOLE.
002199     IF NOT WS-HLD-PLACE AND NOT WS-HLD-RELEASE
002199         DISPLAY 'INVALID ACTION - NO HOLD CHANGED'
002199         GO TO 9900-MAINTAIN-STUDENT-HOLD-EXIT
002199     END-IF.
002199     DISPLAY 'ENTER HOLD TYPE: ' WITH NO ADVANCING.
002199     ACCEPT WS-HLD-TYPE FROM CONSOLE.
002199     PERFORM 9950-FIND-HOLD-TYPE
002199         THRU 9950-FIND-HOLD-TYPE-EXIT.
002199     IF WS-HLD-TYPE-UNKNOWN
002199         DISPLAY 'NOT A HOLD TYPE ON HOLDTYPE - NO HOLD CHANGED'
002199         GO TO 9900-MAINTAIN-STUDENT-HOLD-EXIT
002199     END-IF.
002199     IF WS-HLD-PLACE
002199         DISPLAY 'ENTER REASON: ' WITH NO ADVANCING
002199         ACCEPT WS-HLD-REASON FROM CONSOLE
002199         IF WS-HLD-REASON = SPACES
002199             DISPLAY 'REASON IS REQUIRED - NO HOLD CHANGED'
002199             GO TO 9900-MAINTAIN-STUDENT-HOLD-EXIT
002199         END-IF
002199     END-IF.
002199     OPEN I-O LKP-HOLD-FILE.
002199     IF WS-HOLD-NOT-FOUND
002199         OPEN OUTPUT LKP-HOLD-FILE
002199         CLOSE LKP-HOLD-FILE
002199         OPEN I-O LKP-HOLD-FILE
002199     END-IF.
002199     IF NOT WS-HOLD-OK
002199         DISPLAY 'HOLD FILE UNAVAILABLE (' WS-HOLD-STATUS
002199             ') - NO HOLD CHANGED'
002199         GO TO 9900-MAINTAIN-STUDENT-HOLD-EXIT
002199     END-IF.
002199     PERFORM 9960-FIND-HOLD-IN-FORCE
002199         THRU 9960-FIND-HOLD-IN-FORCE-EXIT.
002199     ACCEPT WS-HLD-TODAY FROM DATE YYYYMMDD.
002199     IF WS-HLD-PLACE
002199         PERFORM 9910-PLACE-HOLD
002199             THRU 9910-PLACE-HOLD-EXIT
002199     ELSE
002199         PERFORM 9920-RELEASE-HOLD
002199             THRU 9920-RELEASE-HOLD-EXIT
002199     END-IF.
002199     CLOSE LKP-HOLD-FILE.
002199 9900-MAINTAIN-STUDENT-HOLD-EXIT.
002199     EXIT.
002199*--------------------------------------------------------------*
002199* 9910-PLACE-HOLD - A NEW HOLD AS OF TODAY, PLACED BY THE       *
002199* OPERATOR.                                                     *
002199*--------------------------------------------------------------*
002199 9910-PLACE-HOLD.
002199     IF WS-HLD-IN-FORCE-FOUND
002199         DISPLAY 'A ' WS-HLD-TYPE ' HOLD IS ALREADY IN FORCE - '
002199             'NO HOLD CHANGED'
002199         GO TO 9910-PLACE-HOLD-EXIT
002199     END-IF.
002199     MOVE SPACES TO STU-HOLD-RECORD.
002199     MOVE WS-HLD-STUDENT-ID TO SHD-STUDENT-ID.
002199     MOVE WS-HLD-TYPE TO SHD-HOLD-TYPE.
002199     MOVE WS-HLD-TODAY TO SHD-PLACED-DATE.
002199     MOVE WS-HLD-OFFICE TO SHD-OFFICE.
002199     MOVE WS-HLD-BLOCK-REG TO SHD-BLOCK-REG.
002199     MOVE WS-HLD-BLOCK-TRAN TO SHD-BLOCK-TRAN.
002199     MOVE ZERO TO SHD-RELEASED-DATE.
002199     MOVE WS-HLD-REASON TO SHD-REASON.
002199     MOVE WS-OPERATOR-ID TO SHD-PLACED-BY.
002199     WRITE STU-HOLD-RECORD
002199         INVALID KEY
002199             DISPLAY 'A ' WS-HLD-TYPE ' HOLD WAS ALREADY PLACED '
002199                 'TODAY - NO HOLD CHANGED'
002199             GO TO 9910-PLACE-HOLD-EXIT
002199     END-WRITE.
002199     DISPLAY WS-HLD-TYPE ' HOLD PLACED'.
002199     MOVE 'HOLD PLACE' TO WS-SESS-ACTION.
002199     MOVE SPACES TO WS-SESS-DETAIL.
002199     MOVE WS-HLD-TYPE TO WS-SESS-DETAIL (1:4).
002199     MOVE WS-HLD-STUDENT-ID TO WS-SESS-DETAIL (6:9).
002199     PERFORM 0180-WRITE-SESSION-LOG
002199         THRU 0180-WRITE-SESSION-LOG-EXIT.
002199 9910-PLACE-HOLD-EXIT.
002199     EXIT.
002199*--------------------------------------------------------------*
002199* 9920-RELEASE-HOLD - STAMPS THE HOLD IN FORCE RELEASED AS OF   *
002199* TODAY BY THE OPERATOR. IT STAYS ON FILE AS HISTORY.           *
002199*--------------------------------------------------------------*
002199 9920-RELEASE-HOLD.
002199     IF WS-HLD-IN-FORCE-NONE
002199         DISPLAY 'NO ' WS-HLD-TYPE ' HOLD IN FORCE - '
002199             'NO HOLD CHANGED'
002199         GO TO 9920-RELEASE-HOLD-EXIT
002199     END-IF.
002199     IF SHD-PLACED-BY = 'HOLDPOST'
002199         DISPLAY 'BALANCE HOLD - RELEASED BY THE NIGHTLY RUN '
002199             'ONCE THE BALANCE IS PAID'
002199         GO TO 9920-RELEASE-HOLD-EXIT
002199     END-IF.
002199     IF SHD-PLACED-BY = 'ARAGING '
002199         DISPLAY 'COLLECTIONS HOLD - RELEASED BY THE NIGHTLY RUN '
002199             'WHEN THE AGENCY CLOSES OR RECALLS THE ACCOUNT'
002199         GO TO 9920-RELEASE-HOLD-EXIT
002199     END-IF.
002199     MOVE WS-HLD-TODAY TO SHD-RELEASED-DATE.
002199     MOVE WS-OPERATOR-ID TO SHD-RELEASED-BY.
002199     REWRITE STU-HOLD-RECORD.
002199     DISPLAY WS-HLD-TYPE ' HOLD RELEASED'.
002199     MOVE 'HOLD RELEASE' TO WS-SESS-ACTION.
002199     MOVE SPACES TO WS-SESS-DETAIL.
002199     MOVE WS-HLD-TYPE TO WS-SESS-DETAIL (1:4).
002199     MOVE WS-HLD-STUDENT-ID TO WS-SESS-DETAIL (6:9).
002199     PERFORM 0180-WRITE-SESSION-LOG
002199         THRU 0180-WRITE-SESSION-LOG-EXIT.
002199 9920-RELEASE-HOLD-EXIT.
002199     EXIT.
002199*--------------------------------------------------------------*
002199* 9930-MAINTAIN-DEMOGRAPHICS - A COUNTER CHANGE TO ONE         *
002199* STUDENT'S NAME, MAILING ADDRESS OR PROGRAM OF STUDY, APPLIED *
002199* TO STUMAST AT ONCE INSTEAD OF RIDING TOMORROW'S MASTFEED.    *
002199* THE EDITS ARE MASTUPDT'S - A BLANK NAME IS REFUSED AND THE   *
002199* PROGRAM CODE MUST BE ACTIVE ON PGMTABLE - AND SO ARE THE     *
002199* STUHIST BEFORE/AFTER RECORD AND THE STUNAMIX NAME INDEX      *
002199* UPDATE, BOTH STAMPED WITH THE SIGNED-ON OPERATOR. UPDATE OR  *
002199* SUPERVISOR ROLE, AND NEVER UNDER THE BATCH-WINDOW LOCK.      *
002199*--------------------------------------------------------------*
002199 9930-MAINTAIN-DEMOGRAPHICS.
002199     DISPLAY 'ENTER STUDENT ID TO MAINTAIN: ' WITH NO ADVANCING.
002199     ACCEPT WS-DMG-STUDENT-ID FROM CONSOLE.
002199     MOVE WS-DMG-STUDENT-ID TO WS-RESOLVE-ID.
002199     PERFORM 3500-RESOLVE-LEGACY-ID
002199         THRU 3500-RESOLVE-LEGACY-ID-EXIT.
002199     MOVE WS-RESOLVE-ID TO WS-DMG-STUDENT-ID.
002199     OPEN I-O LKP-MASTER-FILE.
002199     IF NOT WS-MASTER-OK
002199         DISPLAY 'STUDENT MASTER UNAVAILABLE (' WS-MASTER-STATUS
002199             ') - MASTER UNCHANGED'
002199         GO TO 9930-MAINTAIN-DEMOGRAPHICS-EXIT
002199     END-IF.
002199     MOVE WS-DMG-STUDENT-ID TO STM-STUDENT-ID.
002199     READ LKP-MASTER-FILE
002199         INVALID KEY
002199             DISPLAY 'NOT ON THE STUDENT MASTER - '
002199                 'MASTER UNCHANGED'
002199             CLOSE LKP-MASTER-FILE
002199             GO TO 9930-MAINTAIN-DEMOGRAPHICS-EXIT
002199     END-READ.
002199     MOVE STM-RECORD TO WS-DMG-BEFORE-IMAGE.
002199     DISPLAY 'NAME:    ' STM-NAME.
002199     DISPLAY 'ADDRESS: ' STM-ADDR-LINE1.
002199     DISPLAY '         ' STM-ADDR-LINE2.
002199     DISPLAY '         ' STM-CITY ' ' STM-STATE ' ' STM-ZIP.
002199     DISPLAY 'PROGRAM: ' STM-PROGRAM-CODE.
002199     IF STM-CONFIDENTIAL
002199         DISPLAY 'CONFID:  Y SINCE ' STM-CONFID-DATE ' BY '
002199             STM-CONFID-OPER
002199     ELSE
002199         DISPLAY 'CONFID:  N'
002199     END-IF.
002199     DISPLAY 'N=NAME A=ADDRESS P=PROGRAM F=CONFIDENTIALITY: '
002199         WITH NO ADVANCING.
002199     ACCEPT WS-DMG-ACTION FROM CONSOLE.
002199     SET WS-DMG-EDIT-OK TO TRUE.
002199     EVALUATE TRUE
002199         WHEN WS-DMG-NAME
002199             PERFORM 9932-KEY-NEW-NAME
002199                 THRU 9932-KEY-NEW-NAME-EXIT
002199         WHEN WS-DMG-ADDRESS
002199             PERFORM 9934-KEY-NEW-ADDRESS
002199                 THRU 9934-KEY-NEW-ADDRESS-EXIT
002199         WHEN WS-DMG-PROGRAM
002199             PERFORM 9936-KEY-NEW-PROGRAM
002199                 THRU 9936-KEY-NEW-PROGRAM-EXIT
002199         WHEN WS-DMG-CONFID
002199             PERFORM 9938-KEY-NEW-CONFID
002199                 THRU 9938-KEY-NEW-CONFID-EXIT
002199         WHEN OTHER
002199             DISPLAY 'INVALID ACTION - MASTER UNCHANGED'
002199             SET WS-DMG-EDIT-FAILED TO TRUE
002199     END-EVALUATE.
002199     IF WS-DMG-EDIT-FAILED
002199         CLOSE LKP-MASTER-FILE
002199         GO TO 9930-MAINTAIN-DEMOGRAPHICS-EXIT
002199     END-IF.
002199     DISPLAY 'APPLY THIS CHANGE NOW (Y/N): ' WITH NO ADVANCING.
002199     ACCEPT WS-DMG-CONFIRM FROM CONSOLE.
002199     IF WS-DMG-CONFIRM NOT = 'Y'
002199         DISPLAY 'NOT CONFIRMED - MASTER UNCHANGED'
002199         CLOSE LKP-MASTER-FILE
002199         GO TO 9930-MAINTAIN-DEMOGRAPHICS-EXIT
002199     END-IF.
002199     ACCEPT WS-DMG-TODAY FROM DATE YYYYMMDD.
002199     MOVE WS-DMG-TODAY TO STM-LAST-MAINT-DATE.
002199     MOVE 'C' TO WS-DMG-HIST-ACTION.
002199     REWRITE STM-RECORD
002199         INVALID KEY
002199             DISPLAY 'REWRITE FAILED (' WS-MASTER-STATUS
002199                 ') - MASTER UNCHANGED'
002199             CLOSE LKP-MASTER-FILE
002199             GO TO 9930-MAINTAIN-DEMOGRAPHICS-EXIT
002199     END-REWRITE.
002199     CLOSE LKP-MASTER-FILE.
002199     PERFORM 9940-WRITE-DEMOG-HISTORY
002199         THRU 9940-WRITE-DEMOG-HISTORY-EXIT.
002199     IF WS-DMG-NAME
002199         PERFORM 9942-REINDEX-NAME
002199             THRU 9942-REINDEX-NAME-EXIT
002199     END-IF.
002199     DISPLAY 'STUDENT MASTER UPDATED'.
002199     MOVE 'DEMOG CHANGE' TO WS-SESS-ACTION.
002199     MOVE SPACES TO WS-SESS-DETAIL.
002199     MOVE WS-DMG-STUDENT-ID TO WS-SESS-DETAIL (1:9).
002199     MOVE WS-DMG-FIELD TO WS-SESS-DETAIL (11:8).
002199     PERFORM 0180-WRITE-SESSION-LOG
002199         THRU 0180-WRITE-SESSION-LOG-EXIT.
002199 9930-MAINTAIN-DEMOGRAPHICS-EXIT.
002199     EXIT.
002199*--------------------------------------------------------------*
002199* 9932-KEY-NEW-NAME - THE NEW NAME, REFUSED BLANK AS MASTUPDT  *
002199* REFUSES IT (BLNK) OR WHEN IT IS NO CHANGE AT ALL.            *
002199*--------------------------------------------------------------*
002199 9932-KEY-NEW-NAME.
002199     DISPLAY 'NEW NAME: ' WITH NO ADVANCING.
002199     ACCEPT WS-DMG-NEW-NAME FROM CONSOLE.
002199     IF WS-DMG-NEW-NAME = SPACES
002199         DISPLAY 'NAME MAY NOT BE BLANK - MASTER UNCHANGED'
002199         SET WS-DMG-EDIT-FAILED TO TRUE
002199         GO TO 9932-KEY-NEW-NAME-EXIT
002199     END-IF.
002199     IF WS-DMG-NEW-NAME = STM-NAME
002199         DISPLAY 'SAME AS THE NAME ON FILE - MASTER UNCHANGED'
002199         SET WS-DMG-EDIT-FAILED TO TRUE
002199         GO TO 9932-KEY-NEW-NAME-EXIT
002199     END-IF.
002199     MOVE STM-NAME TO WS-DMG-OLD-NAME.
002199     MOVE WS-DMG-NEW-NAME TO STM-NAME.
002199     MOVE 'NAME' TO WS-DMG-FIELD.
002199     DISPLAY 'NAME WILL BECOME: ' STM-NAME.
002199 9932-KEY-NEW-NAME-EXIT.
002199     EXIT.
002199*--------------------------------------------------------------*
002199* 9934-KEY-NEW-ADDRESS - THE WHOLE MAILING ADDRESS KEYED       *
002199* AFRESH, AS THE FEED CARRIES IT. MASTUPDT PUTS NO EDIT ON THE *
002199* ADDRESS, SO NEITHER DOES THE COUNTER; THE OPERATOR CONFIRMS  *
002199* WHAT WAS KEYED BEFORE IT IS APPLIED.                         *
002199*--------------------------------------------------------------*
002199 9934-KEY-NEW-ADDRESS.
002199     DISPLAY 'ADDRESS LINE 1: ' WITH NO ADVANCING.
002199     ACCEPT STM-ADDR-LINE1 FROM CONSOLE.
002199     DISPLAY 'ADDRESS LINE 2: ' WITH NO ADVANCING.
002199     ACCEPT STM-ADDR-LINE2 FROM CONSOLE.
002199     DISPLAY 'CITY: ' WITH NO ADVANCING.
002199     ACCEPT STM-CITY FROM CONSOLE.
002199     DISPLAY 'STATE: ' WITH NO ADVANCING.
002199     ACCEPT STM-STATE FROM CONSOLE.
002199     DISPLAY 'ZIP: ' WITH NO ADVANCING.
002199     ACCEPT STM-ZIP FROM CONSOLE.
002199     MOVE 'ADDRESS' TO WS-DMG-FIELD.
002199     DISPLAY 'ADDRESS WILL BECOME: ' STM-ADDR-LINE1.
002199     DISPLAY '                     ' STM-ADDR-LINE2.
002199     DISPLAY '                     ' STM-CITY ' ' STM-STATE
002199         ' ' STM-ZIP.
002199 9934-KEY-NEW-ADDRESS-EXIT.
002199     EXIT.
002199*--------------------------------------------------------------*
002199* 9936-KEY-NEW-PROGRAM - THE NEW PROGRAM-OF-STUDY CODE, WHICH  *
002199* MUST BE ACTIVE ON THE PGMTABLE REFERENCE (MASTUPDT'S BADP).  *
002199* WITHOUT PGMTABLE NO CODE CAN BE PROVED, SO NONE IS TAKEN.    *
002199*--------------------------------------------------------------*
002199 9936-KEY-NEW-PROGRAM.
002199     DISPLAY 'NEW PROGRAM CODE: ' WITH NO ADVANCING.
002199     ACCEPT WS-DMG-NEW-PROGRAM FROM CONSOLE.
002199     IF WS-DMG-NEW-PROGRAM = STM-PROGRAM-CODE
002199         DISPLAY 'SAME AS THE PROGRAM ON FILE - MASTER UNCHANGED'
002199         SET WS-DMG-EDIT-FAILED TO TRUE
002199         GO TO 9936-KEY-NEW-PROGRAM-EXIT
002199     END-IF.
002199     SET WS-DMG-PGM-NOT-ACTIVE TO TRUE.
002199     OPEN INPUT LKP-PGMTAB-FILE.
002199     IF NOT WS-PGMTAB-OK
002199         DISPLAY 'NO PGMTABLE ON THIS SYSTEM - MASTER UNCHANGED'
002199         SET WS-DMG-EDIT-FAILED TO TRUE
002199         GO TO 9936-KEY-NEW-PROGRAM-EXIT
002199     END-IF.
002199     PERFORM UNTIL WS-DMG-PGM-ACTIVE
002199             OR NOT WS-PGMTAB-OK
002199         READ LKP-PGMTAB-FILE
002199             AT END
002199                 CONTINUE
002199             NOT AT END
002199                 IF PGC-PROGRAM-CODE = WS-DMG-NEW-PROGRAM
002199                     AND PGC-ACTIVE-FLAG = 'A'
002199                     SET WS-DMG-PGM-ACTIVE TO TRUE
002199                 END-IF
002199         END-READ
002199     END-PERFORM.
002199     CLOSE LKP-PGMTAB-FILE.
002199     IF WS-DMG-PGM-NOT-ACTIVE
002199         DISPLAY 'PROGRAM CODE NOT ACTIVE ON PGMTABLE - '
002199             'MASTER UNCHANGED'
002199         SET WS-DMG-EDIT-FAILED TO TRUE
002199         GO TO 9936-KEY-NEW-PROGRAM-EXIT
002199     END-IF.
002199     MOVE WS-DMG-NEW-PROGRAM TO STM-PROGRAM-CODE.
002199     MOVE 'PROGRAM' TO WS-DMG-FIELD.
002199     DISPLAY 'PROGRAM WILL BECOME: ' STM-PROGRAM-CODE ' '
002199         PGC-TITLE.
002199 9936-KEY-NEW-PROGRAM-EXIT.
002199     EXIT.
002199*--------------------------------------------------------------*
002199* 9938-KEY-NEW-CONFID - SETS (Y) OR LIFTS (N) THE STUDENT'S     *
002199* FERPA DIRECTORY-INFORMATION BLOCK, STAMPED WITH TODAY AND THE *
002199* SIGNED-ON OPERATOR AS MASTUPDT STAMPS A MASTFEED F RECORD.    *
002199*--------------------------------------------------------------*
002199 9938-KEY-NEW-CONFID.
002199     DISPLAY 'WITHHOLD DIRECTORY INFORMATION (Y/N): '
002199         WITH NO ADVANCING.
002199     ACCEPT WS-DMG-NEW-CONFID FROM CONSOLE.
002199     IF WS-DMG-NEW-CONFID NOT = 'Y'
002199         AND WS-DMG-NEW-CONFID NOT = 'N'
002199         DISPLAY 'ANSWER Y OR N - MASTER UNCHANGED'
002199         SET WS-DMG-EDIT-FAILED TO TRUE
002199         GO TO 9938-KEY-NEW-CONFID-EXIT
002199     END-IF.
002199     IF WS-DMG-NEW-CONFID = STM-CONFID-FLAG
002199         DISPLAY 'SAME AS THE FLAG ON FILE - MASTER UNCHANGED'
002199         SET WS-DMG-EDIT-FAILED TO TRUE
002199         GO TO 9938-KEY-NEW-CONFID-EXIT
002199     END-IF.
002199     ACCEPT WS-DMG-TODAY FROM DATE YYYYMMDD.
002199     MOVE WS-DMG-NEW-CONFID TO STM-CONFID-FLAG.
002199     MOVE WS-DMG-TODAY TO STM-CONFID-DATE.
002199     MOVE WS-OPERATOR-ID TO STM-CONFID-OPER.
002199     MOVE 'CONFID' TO WS-DMG-FIELD.
002199     DISPLAY 'CONFIDENTIALITY WILL BECOME: ' STM-CONFID-FLAG.
002199 9938-KEY-NEW-CONFID-EXIT.
002199     EXIT.
002199*--------------------------------------------------------------*
002199* 9939-RECORD-STUDENT-DEATH - A SUPERVISOR RECORDS A STUDENT'S  *
002199* DEATH AT THE COUNTER: THE DATE OF DEATH (NOT IN THE FUTURE)   *
002199* AND HOW IT WAS VERIFIED ARE BOTH REQUIRED, AS MASTUPDT        *
002199* REQUIRES THEM ON A MASTFEED X RECORD. THE MASTER GOES TO      *
002199* STATUS X WITH A STUHIST BEFORE/AFTER RECORD, AND THE STUDENT  *
002199* IS QUEUED ON DECDQUE FOR TONIGHT'S DECDPROC RUN TO CANCEL     *
002199* THEIR OPEN AID, DROP FUTURE ENROLLMENTS AND LIST THE ACCOUNT  *
002199* FOR WRITE-OFF REVIEW.                                         *
002199*--------------------------------------------------------------*
002199 9939-RECORD-STUDENT-DEATH.
002199     DISPLAY 'ENTER STUDENT ID OF THE DECEASED: '
002199         WITH NO ADVANCING.
002199     ACCEPT WS-DMG-STUDENT-ID FROM CONSOLE.
002199     MOVE WS-DMG-STUDENT-ID TO WS-RESOLVE-ID.
002199     PERFORM 3500-RESOLVE-LEGACY-ID
002199         THRU 3500-RESOLVE-LEGACY-ID-EXIT.
002199     MOVE WS-RESOLVE-ID TO WS-DMG-STUDENT-ID.
002199     OPEN I-O LKP-MASTER-FILE.
002199     IF NOT WS-MASTER-OK
002199         DISPLAY 'STUDENT MASTER UNAVAILABLE (' WS-MASTER-STATUS
002199             ') - MASTER UNCHANGED'
002199         GO TO 9939-RECORD-STUDENT-DEATH-EXIT
002199     END-IF.
002199     MOVE WS-DMG-STUDENT-ID TO STM-STUDENT-ID.
002199     READ LKP-MASTER-FILE
002199         INVALID KEY
002199             DISPLAY 'NOT ON THE STUDENT MASTER - '
002199                 'MASTER UNCHANGED'
002199             CLOSE LKP-MASTER-FILE
002199             GO TO 9939-RECORD-STUDENT-DEATH-EXIT
002199     END-READ.
002199     IF STM-DECEASED
002199         DISPLAY 'DEATH ALREADY RECORDED ' STM-DEATH-DATE ' ('
002199             STM-DEATH-SOURCE ') - MASTER UNCHANGED'
002199         CLOSE LKP-MASTER-FILE
002199         GO TO 9939-RECORD-STUDENT-DEATH-EXIT
002199     END-IF.
002199     MOVE STM-RECORD TO WS-DMG-BEFORE-IMAGE.
002199     DISPLAY 'NAME:    ' STM-NAME.
002199     DISPLAY 'PROGRAM: ' STM-PROGRAM-CODE '  STATUS: '
002199         STM-ENROLL-STATUS.
002199     ACCEPT WS-DMG-TODAY FROM DATE YYYYMMDD.
002199     DISPLAY 'DATE OF DEATH (YYYYMMDD): ' WITH NO ADVANCING.
002199     ACCEPT WS-DTH-DEATH-DATE FROM CONSOLE.
002199     IF WS-DTH-DEATH-DATE NOT NUMERIC
002199         OR WS-DTH-DEATH-DATE = ZERO
002199         OR WS-DTH-DEATH-DATE > WS-DMG-TODAY
002199         DISPLAY 'DATE OF DEATH MISSING OR IN THE FUTURE - '
002199             'MASTER UNCHANGED'
002199         CLOSE LKP-MASTER-FILE
002199         GO TO 9939-RECORD-STUDENT-DEATH-EXIT
002199     END-IF.
002199     DISPLAY 'VERIFIED BY (E.G. DEATHCRT, OBITUARY, FAMILY): '
002199         WITH NO ADVANCING.
002199     ACCEPT WS-DTH-SOURCE FROM CONSOLE.
002199     IF WS-DTH-SOURCE = SPACES
002199         DISPLAY 'VERIFICATION SOURCE REQUIRED - MASTER UNCHANGED'
002199         CLOSE LKP-MASTER-FILE
002199         GO TO 9939-RECORD-STUDENT-DEATH-EXIT
002199     END-IF.
002199     DISPLAY 'RECORD ' STM-NAME ' AS DECEASED (Y/N): '
002199         WITH NO ADVANCING.
002199     ACCEPT WS-DMG-CONFIRM FROM CONSOLE.
002199     IF WS-DMG-CONFIRM NOT = 'Y'
002199         DISPLAY 'NOT CONFIRMED - MASTER UNCHANGED'
002199         CLOSE LKP-MASTER-FILE
002199         GO TO 9939-RECORD-STUDENT-DEATH-EXIT
002199     END-IF.
002199     SET STM-DECEASED TO TRUE.
002199     MOVE WS-DTH-DEATH-DATE TO STM-DEATH-DATE.
002199     MOVE WS-DTH-SOURCE TO STM-DEATH-SOURCE.
002199     MOVE WS-DMG-TODAY TO STM-LAST-MAINT-DATE.
002199     MOVE 'X' TO WS-DMG-HIST-ACTION.
002199     REWRITE STM-RECORD
002199         INVALID KEY
002199             DISPLAY 'REWRITE FAILED (' WS-MASTER-STATUS
002199                 ') - MASTER UNCHANGED'
002199             CLOSE LKP-MASTER-FILE
002199             GO TO 9939-RECORD-STUDENT-DEATH-EXIT
002199     END-REWRITE.
002199     CLOSE LKP-MASTER-FILE.
002199     PERFORM 9940-WRITE-DEMOG-HISTORY
002199         THRU 9940-WRITE-DEMOG-HISTORY-EXIT.
002199     OPEN EXTEND LKP-DECDQ-FILE.
002199     IF NOT WS-DECDQ-OK
002199         CLOSE LKP-DECDQ-FILE
002199         OPEN OUTPUT LKP-DECDQ-FILE
002199     END-IF.
002199     MOVE WS-DMG-STUDENT-ID TO DQ-STUDENT-ID.
002199     MOVE WS-DTH-DEATH-DATE TO DQ-DEATH-DATE.
002199     MOVE WS-DTH-SOURCE TO DQ-VERIFY-SOURCE.
002199     MOVE WS-OPERATOR-ID TO DQ-REQUEST-OPER.
002199     MOVE 'LOOKUP' TO DQ-SOURCE.
002199     MOVE WS-DMG-TODAY TO DQ-QUEUE-DATE.
002199     WRITE DECD-QUEUE-RECORD.
002199     CLOSE LKP-DECDQ-FILE.
002199     DISPLAY 'DEATH RECORDED - AID, ENROLLMENT AND ACCOUNT '
002199         'FOLLOW-UP QUEUED FOR TONIGHT'.
002199     MOVE 'DEATH RECORD' TO WS-SESS-ACTION.
002199     MOVE SPACES TO WS-SESS-DETAIL.
002199     MOVE WS-DMG-STUDENT-ID TO WS-SESS-DETAIL (1:9).
002199     MOVE WS-DTH-SOURCE TO WS-SESS-DETAIL (11:8).
002199     PERFORM 0180-WRITE-SESSION-LOG
002199         THRU 0180-WRITE-SESSION-LOG-EXIT.
002199 9939-RECORD-STUDENT-DEATH-EXIT.
002199     EXIT.
002199*--------------------------------------------------------------*
002199* 9940-WRITE-DEMOG-HISTORY - THE DATED BEFORE/AFTER RECORD ON  *
002199* STUHIST, THE SAME SHAPE MASTUPDT WRITES FOR A CHANGE, WITH   *
002199* THE SESSION OPERATOR AS WHO MADE IT.                         *
002199*--------------------------------------------------------------*
002199 9940-WRITE-DEMOG-HISTORY.
002199     OPEN EXTEND LKP-HISTORY-FILE.
002199     IF NOT WS-HISTORY-OK
002199         CLOSE LKP-HISTORY-FILE
002199         OPEN OUTPUT LKP-HISTORY-FILE
002199     END-IF.
002199     MOVE SPACES TO SH-RECORD.
002199     MOVE STM-STUDENT-ID TO SH-STUDENT-ID.
002199     MOVE WS-DMG-HIST-ACTION TO SH-ACTION.
002199     MOVE WS-DMG-TODAY TO SH-DATE.
002199     ACCEPT SH-TIME FROM TIME.
002199     MOVE WS-DMG-BEFORE-IMAGE TO SH-BEFORE-IMAGE.
002199     MOVE STM-RECORD TO SH-AFTER-IMAGE.
002199     MOVE WS-OPERATOR-ID TO SH-OPERATOR.
002199     WRITE SH-RECORD.
002199     CLOSE LKP-HISTORY-FILE.
002199 9940-WRITE-DEMOG-HISTORY-EXIT.
002199     EXIT.
002199*--------------------------------------------------------------*
002199* 9942-REINDEX-NAME - MOVES THE STUDENT'S STUNAMIX ENTRY FROM  *
002199* THE OLD NAME TO THE NEW ONE THE WAY MASTUPDT DOES, SO FIND-  *
002199* BY-NAME HAS IT AT ONCE. AN INDEX THAT WILL NOT OPEN IS LEFT  *
002199* FOR THE NAMIXBLD REBUILD; THE MASTER CHANGE STANDS EITHER    *
002199* WAY.                                                         *
002199*--------------------------------------------------------------*
002199 9942-REINDEX-NAME.
002199     OPEN I-O LKP-NAMIX-FILE.
002199     IF NOT WS-NAMIX-OK
002199         DISPLAY 'NAME INDEX UNAVAILABLE - FIND-BY-NAME WILL NOT '
002199             'SHOW THE NEW NAME UNTIL NAMIXBLD RUNS'
002199         GO TO 9942-REINDEX-NAME-EXIT
002199     END-IF.
002199     MOVE WS-DMG-OLD-NAME TO NN-NAME-IN.
002199     CALL 'NAMENORM' USING NN-PARM-BLOCK.
002199     IF NN-NORM-NAME NOT = SPACES
002199         MOVE NN-NORM-NAME TO NIX-NORM-NAME
002199         MOVE WS-DMG-STUDENT-ID TO NIX-STUDENT-ID
002199         DELETE LKP-NAMIX-FILE RECORD
002199             INVALID KEY CONTINUE
002199         END-DELETE
002199     END-IF.
002199     MOVE STM-NAME TO NN-NAME-IN.
002199     CALL 'NAMENORM' USING NN-PARM-BLOCK.
002199     IF NN-NORM-NAME NOT = SPACES
002199         MOVE SPACES TO NIX-RECORD
002199         MOVE NN-NORM-NAME TO NIX-NORM-NAME
002199         MOVE WS-DMG-STUDENT-ID TO NIX-STUDENT-ID
002199         MOVE NN-SOUNDEX TO NIX-SOUNDEX
002199         MOVE STM-NAME TO NIX-NAME
002199         WRITE NIX-RECORD
002199             INVALID KEY
002199                 REWRITE NIX-RECORD
002199                     INVALID KEY CONTINUE
002199                 END-REWRITE
002199         END-WRITE
002199     END-IF.
002199     CLOSE LKP-NAMIX-FILE.
002199 9942-REINDEX-NAME-EXIT.
002199     EXIT.
002199*--------------------------------------------------------------*
002199* 9944-JOURNAL-MASTER-CHANGE - THE DEMOGRAPHIC OR DEATH CHANGE *
002199* JUST RECORDED ON STUHIST, ALSO ONTO THE RCVJRNL FORWARD-     *
002199* RECOVERY JOURNAL, SO A ROLL-FORWARD FROM THE LAST BACKUP     *
002199* PICKS UP DESK CHANGES AS WELL AS BATCH ONES.                 *
002199*--------------------------------------------------------------*
002199 9944-JOURNAL-MASTER-CHANGE.
002199     MOVE 'LOOKUP  ' TO JR-PROGRAM-ID.
002199     SET JR-FILE-MASTER TO TRUE.
002199     SET JR-CHANGE TO TRUE.
002199     MOVE SPACES TO JR-RECORD-KEY.
002199     MOVE STM-STUDENT-ID TO JR-RECORD-KEY (1:9).
002199     MOVE WS-DMG-BEFORE-IMAGE TO JR-BEFORE-IMAGE.
002199     MOVE STM-RECORD TO JR-AFTER-IMAGE.
002199     CALL 'JRNLLOG' USING JRNL-PARM-BLOCK.
002199 9944-JOURNAL-MASTER-CHANGE-EXIT.
002199     EXIT.
002199*--------------------------------------------------------------*
002199* 9950-FIND-HOLD-TYPE - WS-HLD-TYPE'S T CARD ON HOLDTYPE, ITS   *
002199* OFFICE AND BLOCK FLAGS LEFT IN WS-HLD-OFFICE AND THE BLOCK    *
002199* SWITCHES.                                                     *
002199*--------------------------------------------------------------*
002199 9950-FIND-HOLD-TYPE.
002199     SET WS-HLD-TYPE-UNKNOWN TO TRUE.
002199     OPEN INPUT LKP-HOLDTYPE-FILE.
002199     IF NOT WS-HOLDTYPE-OK
002199         GO TO 9950-FIND-HOLD-TYPE-EXIT
002199     END-IF.
002199     SET WS-NOT-AT-EOF TO TRUE.
002199     PERFORM UNTIL WS-AT-EOF
002199             OR WS-HLD-TYPE-FOUND
002199         READ LKP-HOLDTYPE-FILE
002199             AT END
002199                 SET WS-AT-EOF TO TRUE
002199             NOT AT END
002199                 IF LHT-TYPE-CARD
002199                     AND LHT-HOLD-TYPE = WS-HLD-TYPE
002199                     AND WS-HLD-TYPE NOT = SPACES
002199                     SET WS-HLD-TYPE-FOUND TO TRUE
002199                     MOVE LHT-OFFICE TO WS-HLD-OFFICE
002199                     MOVE 'N' TO WS-HLD-BLOCK-REG
002199                     MOVE 'N' TO WS-HLD-BLOCK-TRAN
002199                     IF LHT-BLOCK-REG = 'Y'
002199                         MOVE 'Y' TO WS-HLD-BLOCK-REG
002199                     END-IF
002199                     IF LHT-BLOCK-TRAN = 'Y'
002199                         MOVE 'Y' TO WS-HLD-BLOCK-TRAN
002199                     END-IF
002199                 END-IF
002199         END-READ
002199     END-PERFORM.
002199     CLOSE LKP-HOLDTYPE-FILE.
002199 9950-FIND-HOLD-TYPE-EXIT.
002199     EXIT.
002199*--------------------------------------------------------------*
002199* 9960-FIND-HOLD-IN-FORCE - THE STUDENT'S HOLD OF WS-HLD-TYPE   *
002199* NOT YET RELEASED, LEFT IN THE RECORD AREA WHEN FOUND.         *
002199*--------------------------------------------------------------*
002199 9960-FIND-HOLD-IN-FORCE.
002199     SET WS-HLD-IN-FORCE-NONE TO TRUE.
002199     MOVE WS-HLD-STUDENT-ID TO SHD-STUDENT-ID.
002199     MOVE WS-HLD-TYPE TO SHD-HOLD-TYPE.
002199     MOVE ZERO TO SHD-PLACED-DATE.
002199     START LKP-HOLD-FILE KEY IS NOT LESS THAN SHD-KEY
002199         INVALID KEY
002199             GO TO 9960-FIND-HOLD-IN-FORCE-EXIT
002199     END-START.
002199     SET WS-HLD-SCAN-GOING TO TRUE.
002199     PERFORM UNTIL WS-HLD-SCAN-DONE
002199             OR WS-HLD-IN-FORCE-FOUND
002199         READ LKP-HOLD-FILE NEXT RECORD
002199             AT END
002199                 SET WS-HLD-SCAN-DONE TO TRUE
002199             NOT AT END
002199                 IF SHD-STUDENT-ID NOT = WS-HLD-STUDENT-ID
002199                     OR SHD-HOLD-TYPE NOT = WS-HLD-TYPE
002199                     SET WS-HLD-SCAN-DONE TO TRUE
002199                 ELSE
002199                     IF SHD-IN-FORCE
002199                         SET WS-HLD-IN-FORCE-FOUND TO TRUE
002199                     END-IF
002199                 END-IF
002199         END-READ
002199     END-PERFORM.
002199 9960-FIND-HOLD-IN-FORCE-EXIT.
002199     EXIT.
002199*--------------------------------------------------------------*
002199* 9970-MAINTAIN-BANK-ACCOUNT - ADDS, CHANGES OR CLOSES ONE      *
002199* STUDENT'S DIRECT-DEPOSIT BANKING ON THE SECURED STUBANK FILE, *
002199* WHICH REFUNDRN READS TO PAY A REFUND BY ACH. SUPERVISOR ONLY. *
002199* THE ROUTING NUMBER MUST PASS THE ABA CHECK DIGIT AND THE      *
002199* ACCOUNT NUMBER IS KEYED TWICE. ONLY THE LAST FOUR DIGITS ARE  *
002199* EVER SHOWN OR SESSION-LOGGED.                                 *
002199*--------------------------------------------------------------*
002199 9970-MAINTAIN-BANK-ACCOUNT.
002199     DISPLAY 'ENTER STUDENT ID FOR BANKING: ' WITH NO ADVANCING.
002199     ACCEPT WS-BNK-STUDENT-ID FROM CONSOLE.
002199     MOVE WS-BNK-STUDENT-ID TO WS-RESOLVE-ID.
002199     PERFORM 3500-RESOLVE-LEGACY-ID
002199         THRU 3500-RESOLVE-LEGACY-ID-EXIT.
002199     MOVE WS-RESOLVE-ID TO WS-BNK-STUDENT-ID.
002199     OPEN INPUT LKP-MASTER-FILE.
002199     IF NOT WS-MASTER-OK
002199         DISPLAY 'NO STUDENT MASTER FILE ON THIS SYSTEM'
002199         GO TO 9970-MAINTAIN-BANK-ACCOUNT-EXIT
002199     END-IF.
002199     MOVE WS-BNK-STUDENT-ID TO STM-STUDENT-ID.
002199     READ LKP-MASTER-FILE
002199         INVALID KEY
002199             MOVE SPACES TO STM-NAME
002199     END-READ.
002199     CLOSE LKP-MASTER-FILE.
002199     IF STM-NAME = SPACES
002199         DISPLAY 'NOT ON THE STUDENT MASTER - BANKING UNCHANGED'
002199         GO TO 9970-MAINTAIN-BANK-ACCOUNT-EXIT
002199     END-IF.
002199     DISPLAY 'STUDENT: ' STM-NAME.
002199     OPEN I-O LKP-BANK-FILE.
002199     IF WS-BANK-NOT-FOUND
002199         OPEN OUTPUT LKP-BANK-FILE
002199         CLOSE LKP-BANK-FILE
002199         OPEN I-O LKP-BANK-FILE
002199     END-IF.
002199     IF NOT WS-BANK-OK
002199         DISPLAY 'BANKING FILE UNAVAILABLE (' WS-BANK-STATUS
002199             ') - BANKING UNCHANGED'
002199         GO TO 9970-MAINTAIN-BANK-ACCOUNT-EXIT
002199     END-IF.
002199     SET WS-BNK-NOT-ON-FILE TO TRUE.
002199     MOVE WS-BNK-STUDENT-ID TO SBK-STUDENT-ID.
002199     READ LKP-BANK-FILE
002199         INVALID KEY
002199             CONTINUE
002199         NOT INVALID KEY
002199             SET WS-BNK-ON-FILE TO TRUE
002199     END-READ.
002199     IF WS-BNK-ON-FILE
002199         PERFORM 9980-SHOW-BANK-ACCOUNT
002199             THRU 9980-SHOW-BANK-ACCOUNT-EXIT
002199     ELSE
002199         DISPLAY 'NO BANKING ON FILE - REFUNDS GO BY CHECK'
002199     END-IF.
002199     DISPLAY 'A=ADD/CHANGE C=CLOSE: ' WITH NO ADVANCING.
002199     ACCEPT WS-BNK-ACTION FROM CONSOLE.
002199     ACCEPT WS-BNK-TODAY FROM DATE YYYYMMDD.
002199     EVALUATE TRUE
002199         WHEN WS-BNK-ADD
002199             PERFORM 9972-ENTER-BANK-ACCOUNT
002199                 THRU 9972-ENTER-BANK-ACCOUNT-EXIT
002199         WHEN WS-BNK-CLOSE
002199             PERFORM 9974-CLOSE-BANK-ACCOUNT
002199                 THRU 9974-CLOSE-BANK-ACCOUNT-EXIT
002199         WHEN OTHER
002199             DISPLAY 'INVALID ACTION - BANKING UNCHANGED'
002199     END-EVALUATE.
002199     CLOSE LKP-BANK-FILE.
002199 9970-MAINTAIN-BANK-ACCOUNT-EXIT.
002199     EXIT.
002199*--------------------------------------------------------------*
002199* 9972-ENTER-BANK-ACCOUNT - KEYS AND EDITS NEW BANKING AND      *
002199* WRITES OR REWRITES THE STUDENT'S RECORD AS ACTIVE, CLEARING   *
002199* ANY EARLIER ACH RETURN.                                       *
002199*--------------------------------------------------------------*
002199 9972-ENTER-BANK-ACCOUNT.
002199     DISPLAY 'ENTER ROUTING NUMBER: ' WITH NO ADVANCING.
002199     ACCEPT WS-BNK-ROUTING FROM CONSOLE.
002199     PERFORM 9975-CHECK-ROUTING-NUMBER
002199         THRU 9975-CHECK-ROUTING-NUMBER-EXIT.
002199     IF WS-BNK-ROUTING-BAD
002199         DISPLAY 'ROUTING NUMBER FAILS THE ABA CHECK - '
002199             'BANKING UNCHANGED'
002199         GO TO 9972-ENTER-BANK-ACCOUNT-EXIT
002199     END-IF.
002199     DISPLAY 'ENTER ACCOUNT NUMBER: ' WITH NO ADVANCING.
002199     ACCEPT WS-BNK-ACCOUNT FROM CONSOLE.
002199     DISPLAY 'RE-ENTER ACCOUNT NUMBER: ' WITH NO ADVANCING.
002199     ACCEPT WS-BNK-ACCOUNT-AGAIN FROM CONSOLE.
002199     IF WS-BNK-ACCOUNT = SPACES
002199         OR WS-BNK-ACCOUNT NOT = WS-BNK-ACCOUNT-AGAIN
002199         DISPLAY 'ACCOUNT NUMBERS BLANK OR DO NOT MATCH - '
002199             'BANKING UNCHANGED'
002199         GO TO 9972-ENTER-BANK-ACCOUNT-EXIT
002199     END-IF.
002199     DISPLAY 'C=CHECKING S=SAVINGS: ' WITH NO ADVANCING.
002199     ACCEPT WS-BNK-TYPE FROM CONSOLE.
002199     IF NOT WS-BNK-VALID-TYPE
002199         DISPLAY 'INVALID ACCOUNT TYPE - BANKING UNCHANGED'
002199         GO TO 9972-ENTER-BANK-ACCOUNT-EXIT
002199     END-IF.
002199     DISPLAY 'ACCOUNT HOLDER (BLANK = STUDENT NAME): '
002199         WITH NO ADVANCING.
002199     ACCEPT WS-BNK-HOLDER FROM CONSOLE.
002199     IF WS-BNK-HOLDER = SPACES
002199         MOVE STM-NAME TO WS-BNK-HOLDER
002199     END-IF.
002199     MOVE SPACES TO STU-BANK-RECORD.
002199     MOVE WS-BNK-STUDENT-ID TO SBK-STUDENT-ID.
002199     MOVE WS-BNK-ROUTING TO SBK-ROUTING-NO.
002199     MOVE WS-BNK-ACCOUNT TO SBK-ACCOUNT-NO.
002199     MOVE WS-BNK-TYPE TO SBK-ACCOUNT-TYPE.
002199     SET SBK-ACTIVE TO TRUE.
002199     MOVE WS-BNK-HOLDER TO SBK-HOLDER-NAME.
002199     MOVE WS-BNK-TODAY TO SBK-CHANGED-DATE.
002199     MOVE WS-OPERATOR-ID TO SBK-CHANGED-BY.
002199     IF WS-BNK-ON-FILE
002199         REWRITE STU-BANK-RECORD
002199         MOVE 'BANK CHANGE' TO WS-SESS-ACTION
002199     ELSE
002199         WRITE STU-BANK-RECORD
002199             INVALID KEY
002199                 DISPLAY 'BANKING ALREADY ON FILE - UNCHANGED'
002199                 GO TO 9972-ENTER-BANK-ACCOUNT-EXIT
002199         END-WRITE
002199         MOVE 'BANK ADD' TO WS-SESS-ACTION
002199     END-IF.
002199     DISPLAY 'DIRECT-DEPOSIT BANKING SAVED'.
002199     PERFORM 9985-LAST-FOUR-DIGITS
002199         THRU 9985-LAST-FOUR-DIGITS-EXIT.
002199     MOVE SPACES TO WS-SESS-DETAIL.
002199     MOVE WS-BNK-STUDENT-ID TO WS-SESS-DETAIL (1:9).
002199     MOVE 'ACCT' TO WS-SESS-DETAIL (11:4).
002199     MOVE WS-BNK-LAST4 TO WS-SESS-DETAIL (16:4).
002199     PERFORM 0180-WRITE-SESSION-LOG
002199         THRU 0180-WRITE-SESSION-LOG-EXIT.
002199 9972-ENTER-BANK-ACCOUNT-EXIT.
002199     EXIT.
002199*--------------------------------------------------------------*
002199* 9974-CLOSE-BANK-ACCOUNT - MARKS THE STUDENT'S BANKING CLOSED; *
002199* IT STAYS ON FILE AND THE NEXT REFUND GOES BY CHECK.           *
002199*--------------------------------------------------------------*
002199 9974-CLOSE-BANK-ACCOUNT.
002199     IF WS-BNK-NOT-ON-FILE
002199         OR SBK-CLOSED
002199         DISPLAY 'NO OPEN BANKING ON FILE - BANKING UNCHANGED'
002199         GO TO 9974-CLOSE-BANK-ACCOUNT-EXIT
002199     END-IF.
002199     SET SBK-CLOSED TO TRUE.
002199     MOVE WS-BNK-TODAY TO SBK-CHANGED-DATE.
002199     MOVE WS-OPERATOR-ID TO SBK-CHANGED-BY.
002199     REWRITE STU-BANK-RECORD.
002199     DISPLAY 'DIRECT-DEPOSIT BANKING CLOSED'.
002199     MOVE SBK-ACCOUNT-NO TO WS-BNK-ACCOUNT.
002199     PERFORM 9985-LAST-FOUR-DIGITS
002199         THRU 9985-LAST-FOUR-DIGITS-EXIT.
002199     MOVE 'BANK CLOSE' TO WS-SESS-ACTION.
002199     MOVE SPACES TO WS-SESS-DETAIL.
002199     MOVE WS-BNK-STUDENT-ID TO WS-SESS-DETAIL (1:9).
002199     MOVE 'ACCT' TO WS-SESS-DETAIL (11:4).
002199     MOVE WS-BNK-LAST4 TO WS-SESS-DETAIL (16:4).
002199     PERFORM 0180-WRITE-SESSION-LOG
002199         THRU 0180-WRITE-SESSION-LOG-EXIT.
002199 9974-CLOSE-BANK-ACCOUNT-EXIT.
002199     EXIT.
002199*--------------------------------------------------------------*
002199* 9975-CHECK-ROUTING-NUMBER - NINE DIGITS WEIGHTED 3-7-1 MUST   *
002199* SUM TO A MULTIPLE OF TEN.                                     *
002199*--------------------------------------------------------------*
002199 9975-CHECK-ROUTING-NUMBER.
002199     SET WS-BNK-ROUTING-BAD TO TRUE.
002199     IF WS-BNK-ROUTING NOT NUMERIC
002199         OR WS-BNK-ROUTING = ZERO
002199         GO TO 9975-CHECK-ROUTING-NUMBER-EXIT
002199     END-IF.
002199     COMPUTE WS-BNK-ABA-SUM =
002199           3 * (WS-BNK-ROUTING-DIGIT (1)
002199              + WS-BNK-ROUTING-DIGIT (4)
002199              + WS-BNK-ROUTING-DIGIT (7))
002199         + 7 * (WS-BNK-ROUTING-DIGIT (2)
002199              + WS-BNK-ROUTING-DIGIT (5)
002199              + WS-BNK-ROUTING-DIGIT (8))
002199         + WS-BNK-ROUTING-DIGIT (3)
002199         + WS-BNK-ROUTING-DIGIT (6)
002199         + WS-BNK-ROUTING-DIGIT (9).
002199     DIVIDE WS-BNK-ABA-SUM BY 10 GIVING WS-BNK-ABA-QUO
002199         REMAINDER WS-BNK-ABA-REM.
002199     IF WS-BNK-ABA-REM = ZERO
002199         SET WS-BNK-ROUTING-GOOD TO TRUE
002199     END-IF.
002199 9975-CHECK-ROUTING-NUMBER-EXIT.
002199     EXIT.
002199*--------------------------------------------------------------*
002199* 9980-SHOW-BANK-ACCOUNT - THE BANKING ON FILE WITH THE ACCOUNT *
002199* NUMBER MASKED TO ITS LAST FOUR DIGITS.                        *
002199*--------------------------------------------------------------*
002199 9980-SHOW-BANK-ACCOUNT.
002199     MOVE SBK-ACCOUNT-NO TO WS-BNK-ACCOUNT.
002199     PERFORM 9985-LAST-FOUR-DIGITS
002199         THRU 9985-LAST-FOUR-DIGITS-EXIT.
002199     DISPLAY 'ROUTING ' SBK-ROUTING-NO '  ACCOUNT ****'
002199         WS-BNK-LAST4 '  TYPE ' SBK-ACCOUNT-TYPE.
002199     DISPLAY 'HOLDER  ' SBK-HOLDER-NAME.
002199     EVALUATE TRUE
002199         WHEN SBK-ACTIVE
002199             DISPLAY 'STATUS  ACTIVE SINCE ' SBK-CHANGED-DATE
002199         WHEN SBK-CLOSED
002199             DISPLAY 'STATUS  CLOSED ' SBK-CHANGED-DATE
002199         WHEN SBK-ACH-RETURNED
002199             DISPLAY 'STATUS  ACH RETURNED ' SBK-CHANGED-DATE
002199                 ' REASON ' SBK-RETURN-CODE
002199         WHEN OTHER
002199             DISPLAY 'STATUS  ' SBK-STATUS
002199     END-EVALUATE.
002199 9980-SHOW-BANK-ACCOUNT-EXIT.
002199     EXIT.
002199*--------------------------------------------------------------*
002199* 9985-LAST-FOUR-DIGITS - THE LAST FOUR NON-BLANK CHARACTERS OF *
002199* WS-BNK-ACCOUNT INTO WS-BNK-LAST4.                             *
002199*--------------------------------------------------------------*
002199 9985-LAST-FOUR-DIGITS.
002199     MOVE SPACES TO WS-BNK-LAST4.
002199     PERFORM VARYING WS-BNK-LEN FROM 17 BY -1
002199             UNTIL WS-BNK-LEN < 1
002199             OR WS-BNK-ACCOUNT (WS-BNK-LEN:1) NOT = SPACE
002199         CONTINUE
002199     END-PERFORM.
002199     IF WS-BNK-LEN > 3
002199         MOVE WS-BNK-ACCOUNT (WS-BNK-LEN - 3:4) TO WS-BNK-LAST4
002199     END-IF.
002199 9985-LAST-FOUR-DIGITS-EXIT.
002199     EXIT.
002199*--------------------------------------------------------------*
002199* 9986-FILE-GRAD-APPLICATION - RECORDS A GRADUATION APPLICATION *
002199* ON GRADAPPL FOR THE STUDENT AND THE TERM THEY EXPECT TO       *
002199* FINISH, UNDER THE DEGREE PROGRAM ON THEIR MASTER AND WITH THE *
002199* NAME AS IT IS TO READ ON THE DIPLOMA (THE MASTER NAME IF LEFT *
002199* BLANK). ONE APPLICATION PER STUDENT AND TERM; A WITHDRAWN     *
002199* STUDENT CANNOT APPLY. GRADCONF AUDITS IT AT TERM END.         *
002199*--------------------------------------------------------------*
002199 9986-FILE-GRAD-APPLICATION.
002199     DISPLAY 'ENTER STUDENT ID FOR GRADUATION: '
002199         WITH NO ADVANCING.
002199     ACCEPT WS-GAP-STUDENT-ID FROM CONSOLE.
002199     MOVE WS-GAP-STUDENT-ID TO WS-RESOLVE-ID.
002199     PERFORM 3500-RESOLVE-LEGACY-ID
002199         THRU 3500-RESOLVE-LEGACY-ID-EXIT.
002199     MOVE WS-RESOLVE-ID TO WS-GAP-STUDENT-ID.
002199     OPEN INPUT LKP-MASTER-FILE.
002199     IF NOT WS-MASTER-OK
002199         DISPLAY 'NO STUDENT MASTER FILE ON THIS SYSTEM'
002199         GO TO 9986-FILE-GRAD-APPLICATION-EXIT
002199     END-IF.
002199     MOVE WS-GAP-STUDENT-ID TO STM-STUDENT-ID.
002199     READ LKP-MASTER-FILE
002199         INVALID KEY
002199             MOVE SPACES TO STM-NAME
002199     END-READ.
002199     CLOSE LKP-MASTER-FILE.
002199     IF STM-NAME = SPACES
002199         DISPLAY 'NOT ON THE STUDENT MASTER - NOTHING FILED'
002199         GO TO 9986-FILE-GRAD-APPLICATION-EXIT
002199     END-IF.
002199     IF STM-ENROLL-STATUS = 'W'
002199         DISPLAY 'STUDENT IS WITHDRAWN - NOTHING FILED'
002199         GO TO 9986-FILE-GRAD-APPLICATION-EXIT
002199     END-IF.
002199     DISPLAY 'STUDENT: ' STM-NAME ' PROGRAM ' STM-PROGRAM-CODE.
002199     DISPLAY 'GRADUATION TERM (E.G. 2026SP): ' WITH NO ADVANCING.
002199     ACCEPT WS-GAP-TERM FROM CONSOLE.
002199     IF WS-GAP-TERM = SPACES
002199         DISPLAY 'A GRADUATION TERM IS REQUIRED - NOTHING FILED'
002199         GO TO 9986-FILE-GRAD-APPLICATION-EXIT
002199     END-IF.
002199     SET WS-GAP-NOT-DUPLICATE TO TRUE.
002199     SET WS-GAP-NOT-AT-EOF TO TRUE.
002199     OPEN INPUT LKP-GRADAPPL-FILE.
002199     IF WS-GRADAPPL-OK
002199         PERFORM UNTIL WS-GAP-AT-EOF
002199             READ LKP-GRADAPPL-FILE
002199                 AT END
002199                     SET WS-GAP-AT-EOF TO TRUE
002199                 NOT AT END
002199                     IF GAP-STUDENT-ID = WS-GAP-STUDENT-ID
002199                         AND GAP-TERM = WS-GAP-TERM
002199                         SET WS-GAP-DUPLICATE TO TRUE
002199                     END-IF
002199             END-READ
002199         END-PERFORM
002199         CLOSE LKP-GRADAPPL-FILE
002199     END-IF.
002199     IF WS-GAP-DUPLICATE
002199         DISPLAY 'AN APPLICATION FOR THAT TERM IS ALREADY ON '
002199             'FILE - NOTHING FILED'
002199         GO TO 9986-FILE-GRAD-APPLICATION-EXIT
002199     END-IF.
002199     DISPLAY 'NAME FOR THE DIPLOMA (BLANK = MASTER NAME): '
002199         WITH NO ADVANCING.
002199     ACCEPT WS-GAP-DIPLOMA-NAME FROM CONSOLE.
002199     IF WS-GAP-DIPLOMA-NAME = SPACES
002199         MOVE STM-NAME TO WS-GAP-DIPLOMA-NAME
002199     END-IF.
002199     OPEN EXTEND LKP-GRADAPPL-FILE.
002199     IF NOT WS-GRADAPPL-OK
002199         CLOSE LKP-GRADAPPL-FILE
002199         OPEN OUTPUT LKP-GRADAPPL-FILE
002199     END-IF.
002199     MOVE SPACES TO GRAD-APPL-RECORD.
002199     SET GAP-PENDING TO TRUE.
002199     MOVE WS-GAP-STUDENT-ID TO GAP-STUDENT-ID.
002199     MOVE WS-GAP-TERM TO GAP-TERM.
002199     MOVE STM-PROGRAM-CODE TO GAP-PROGRAM-CODE.
002199     MOVE WS-GAP-DIPLOMA-NAME TO GAP-DIPLOMA-NAME.
002199     MOVE WS-OPERATOR-ID TO GAP-APPLY-OPER.
002199     ACCEPT GAP-APPLY-DATE FROM DATE YYYYMMDD.
002199     MOVE ZERO TO GAP-AUDIT-DATE GAP-CONFER-DATE.
002199     WRITE GRAD-APPL-RECORD.
002199     CLOSE LKP-GRADAPPL-FILE.
002199     DISPLAY 'GRADUATION APPLICATION FILED FOR ' WS-GAP-TERM.
002199     MOVE 'GRAD APPLY' TO WS-SESS-ACTION.
002199     MOVE SPACES TO WS-SESS-DETAIL.
002199     MOVE WS-GAP-STUDENT-ID TO WS-SESS-DETAIL (1:9).
002199     MOVE WS-GAP-TERM TO WS-SESS-DETAIL (11:6).
002199     PERFORM 0180-WRITE-SESSION-LOG
002199         THRU 0180-WRITE-SESSION-LOG-EXIT.
002199 9986-FILE-GRAD-APPLICATION-EXIT.
002199     EXIT.
002199*--------------------------------------------------------------*
002199* 9990-WORK-AWARD-OFFERS - THE AID OFFICE ANSWERS A STUDENT'S   *
002199* OPEN AID OFFER ON AWDOFFR FOR THEM - ACCEPTED, DECLINED OR    *
002199* REDUCED TO A LOWER AMOUNT - AS IF IT HAD COME IN ON THE       *
002199* AWDRESP FEED. THE NIGHTLY AWDACPT STEP THEN RELEASES WHAT WAS *
002199* ACCEPTED TO AIDDISB AND RETURNS THE REST TO THE POOL. AN      *
002199* OFFER ALREADY ANSWERED OR CANCELLED CANNOT BE CHANGED HERE.   *
002199*--------------------------------------------------------------*
002199 9990-WORK-AWARD-OFFERS.
002199     DISPLAY 'ENTER STUDENT ID FOR AID OFFERS: '
002199         WITH NO ADVANCING.
002199     ACCEPT WS-OFA-STUDENT-ID FROM CONSOLE.
002199     MOVE WS-OFA-STUDENT-ID TO WS-RESOLVE-ID.
002199     PERFORM 3500-RESOLVE-LEGACY-ID
002199         THRU 3500-RESOLVE-LEGACY-ID-EXIT.
002199     MOVE WS-RESOLVE-ID TO WS-OFA-STUDENT-ID.
002199     OPEN I-O LKP-OFFER-FILE.
002199     IF NOT WS-OFFER-OK
002199         DISPLAY 'AID OFFER FILE UNAVAILABLE (' WS-OFFER-STATUS
002199             ') - NO OFFER CHANGED'
002199         GO TO 9990-WORK-AWARD-OFFERS-EXIT
002199     END-IF.
002199     PERFORM 9992-LIST-AWARD-OFFERS
002199         THRU 9992-LIST-AWARD-OFFERS-EXIT.
002199     IF WS-OFA-COUNT = 0
002199         DISPLAY 'NO AID OFFERS ON FILE FOR THIS STUDENT'
002199         CLOSE LKP-OFFER-FILE
002199         GO TO 9990-WORK-AWARD-OFFERS-EXIT
002199     END-IF.
002199     DISPLAY 'ENTER TERM: ' WITH NO ADVANCING.
002199     ACCEPT WS-OFA-TERM FROM CONSOLE.
002199     DISPLAY 'ENTER AID CODE: ' WITH NO ADVANCING.
002199     ACCEPT WS-OFA-AID-CODE FROM CONSOLE.
002199     MOVE WS-OFA-STUDENT-ID TO OFR-STUDENT-ID.
002199     MOVE WS-OFA-TERM TO OFR-TERM.
002199     MOVE WS-OFA-AID-CODE TO OFR-AID-CODE.
002199     READ LKP-OFFER-FILE
002199         INVALID KEY
002199             DISPLAY 'NO SUCH OFFER - NO OFFER CHANGED'
002199             CLOSE LKP-OFFER-FILE
002199             GO TO 9990-WORK-AWARD-OFFERS-EXIT
002199     END-READ.
002199     IF NOT OFR-OFFERED
002199         DISPLAY 'OFFER IS NOT OPEN - NO OFFER CHANGED'
002199         CLOSE LKP-OFFER-FILE
002199         GO TO 9990-WORK-AWARD-OFFERS-EXIT
002199     END-IF.
002199     DISPLAY 'A=ACCEPT D=DECLINE R=REDUCE: ' WITH NO ADVANCING.
002199     ACCEPT WS-OFA-ACTION FROM CONSOLE.
002199     PERFORM 9994-ANSWER-AWARD-OFFER
002199         THRU 9994-ANSWER-AWARD-OFFER-EXIT.
002199     CLOSE LKP-OFFER-FILE.
002199 9990-WORK-AWARD-OFFERS-EXIT.
002199     EXIT.
002199*--------------------------------------------------------------*
002199* 9992-LIST-AWARD-OFFERS - EVERY AWDOFFR OFFER FOR THE STUDENT, *
002199* IN TERM AND AID CODE ORDER, WITH ITS STATUS AND AMOUNTS.      *
002199*--------------------------------------------------------------*
002199 9992-LIST-AWARD-OFFERS.
002199     MOVE 0 TO WS-OFA-COUNT.
002199     MOVE WS-OFA-STUDENT-ID TO OFR-STUDENT-ID.
002199     MOVE LOW-VALUES TO OFR-TERM.
002199     MOVE LOW-VALUES TO OFR-AID-CODE.
002199     SET WS-OFA-SCAN-GOING TO TRUE.
002199     START LKP-OFFER-FILE KEY IS NOT LESS THAN OFR-KEY
002199         INVALID KEY
002199             SET WS-OFA-SCAN-DONE TO TRUE
002199     END-START.
002199     PERFORM UNTIL WS-OFA-SCAN-DONE
002199         READ LKP-OFFER-FILE NEXT RECORD
002199             AT END
002199                 SET WS-OFA-SCAN-DONE TO TRUE
002199             NOT AT END
002199                 IF OFR-STUDENT-ID NOT = WS-OFA-STUDENT-ID
002199                     SET WS-OFA-SCAN-DONE TO TRUE
002199                 ELSE
002199                     ADD 1 TO WS-OFA-COUNT
002199                     MOVE OFR-OFFER-AMOUNT TO WS-OFA-OFFER-DISP
002199                     MOVE OFR-ACCEPTED-AMOUNT
002199                         TO WS-OFA-ACCEPT-DISP
002199                     DISPLAY OFR-TERM ' ' OFR-AID-CODE
002199                         ' STATUS ' OFR-STATUS
002199                         ' OFFERED ' WS-OFA-OFFER-DISP
002199                         ' ON ' OFR-OFFER-DATE
002199                         ' ACCEPTED ' WS-OFA-ACCEPT-DISP
002199                 END-IF
002199         END-READ
002199     END-PERFORM.
002199     DISPLAY 'STATUS O=OFFERED A=ACCEPTED D=DECLINED R=REDUCED '
002199         'C=CANCELLED'.
002199 9992-LIST-AWARD-OFFERS-EXIT.
002199     EXIT.
002199*--------------------------------------------------------------*
002199* 9994-ANSWER-AWARD-OFFER - RECORDS THE OPERATOR'S ANSWER ON    *
002199* THE OFFER NOW READ. A REDUCED AMOUNT MUST BE ABOVE ZERO AND   *
002199* BELOW THE OFFER.                                              *
002199*--------------------------------------------------------------*
002199 9994-ANSWER-AWARD-OFFER.
002199     EVALUATE TRUE
002199         WHEN WS-OFA-ACCEPT
002199             SET OFR-ACCEPTED TO TRUE
002199             MOVE OFR-OFFER-AMOUNT TO OFR-ACCEPTED-AMOUNT
002199             MOVE 'AID ACCEPT' TO WS-SESS-ACTION
002199         WHEN WS-OFA-DECLINE
002199             SET OFR-DECLINED TO TRUE
002199             MOVE ZERO TO OFR-ACCEPTED-AMOUNT
002199             MOVE 'AID DECLINE' TO WS-SESS-ACTION
002199         WHEN WS-OFA-REDUCE
002199             DISPLAY 'ENTER REDUCED AMOUNT AS 7 DIGITS (DOLLARS '
002199                 'AND CENTS, NO POINT): ' WITH NO ADVANCING
002199             ACCEPT WS-OFA-AMOUNT FROM CONSOLE
002199             IF WS-OFA-AMOUNT NOT NUMERIC
002199                 OR WS-OFA-AMOUNT = ZERO
002199                 OR WS-OFA-AMOUNT NOT < OFR-OFFER-AMOUNT
002199                 DISPLAY 'AMOUNT MUST BE ABOVE ZERO AND BELOW '
002199                     'THE OFFER - NO OFFER CHANGED'
002199                 GO TO 9994-ANSWER-AWARD-OFFER-EXIT
002199             END-IF
002199             SET OFR-REDUCED TO TRUE
002199             MOVE WS-OFA-AMOUNT TO OFR-ACCEPTED-AMOUNT
002199             MOVE 'AID REDUCE' TO WS-SESS-ACTION
002199         WHEN OTHER
002199             DISPLAY 'INVALID ACTION - NO OFFER CHANGED'
002199             GO TO 9994-ANSWER-AWARD-OFFER-EXIT
002199     END-EVALUATE.
002199     ACCEPT OFR-RESPONSE-DATE FROM DATE YYYYMMDD.
002199     MOVE WS-OPERATOR-ID TO OFR-UPDATED-BY.
002199     REWRITE AWD-OFFER-RECORD.
002199     MOVE OFR-ACCEPTED-AMOUNT TO WS-OFA-ACCEPT-DISP.
002199     DISPLAY 'OFFER ' OFR-AID-CODE ' NOW ' OFR-STATUS
002199         ' - ACCEPTED ' WS-OFA-ACCEPT-DISP.
002199     MOVE SPACES TO WS-SESS-DETAIL.
002199     MOVE OFR-AID-CODE TO WS-SESS-DETAIL (1:4).
002199     MOVE OFR-STUDENT-ID TO WS-SESS-DETAIL (6:9).
002199     MOVE OFR-TERM (1:5) TO WS-SESS-DETAIL (16:5).
002199     PERFORM 0180-WRITE-SESSION-LOG
002199         THRU 0180-WRITE-SESSION-LOG-EXIT.
002199 9994-ANSWER-AWARD-OFFER-EXIT.
002199     EXIT.
002199*--------------------------------------------------------------*
002199* 9995-FILE-RES-PETITION - QUEUES A RESIDENCY RECLASSIFICATION  *
002199* PETITION: THE STUDENT, THE TERM IT WOULD TAKE EFFECT, THE     *
002199* THREE CLAIMED RESIDENCY CODES AND WHETHER THE SUPPORTING      *
002199* DOCUMENTATION HAS COME IN - AND OPENS THE STUDENT'S RESIDENCY *
002199* DOCUMENT CHECKLIST ON STUDOCS THROUGH DOCLIST. NOTHING ELSE   *
002199* CHANGES HERE - A SUPERVISOR DECIDES ON CHOICE F AND RESAPPL   *
002199* FEEDS APPROVED PETITIONS TO COND THAT NIGHT.                  *
002199*--------------------------------------------------------------*
002199 9995-FILE-RES-PETITION.
002199     DISPLAY 'ENTER STUDENT ID FOR PETITION: '
002199         WITH NO ADVANCING.
002199     ACCEPT WS-PTN-STUDENT-ID FROM CONSOLE.
002199     MOVE WS-PTN-STUDENT-ID TO WS-RESOLVE-ID.
002199     PERFORM 3500-RESOLVE-LEGACY-ID
002199         THRU 3500-RESOLVE-LEGACY-ID-EXIT.
002199     MOVE WS-RESOLVE-ID TO WS-PTN-STUDENT-ID.
002199     OPEN INPUT LKP-MASTER-FILE.
002199     IF NOT WS-MASTER-OK
002199         DISPLAY 'NO STUDENT MASTER FILE ON THIS SYSTEM'
002199         GO TO 9995-FILE-RES-PETITION-EXIT
002199     END-IF.
002199     MOVE WS-PTN-STUDENT-ID TO STM-STUDENT-ID.
002199     READ LKP-MASTER-FILE
002199         INVALID KEY
002199             MOVE SPACES TO STM-NAME
002199     END-READ.
002199     CLOSE LKP-MASTER-FILE.
002199     IF STM-NAME = SPACES
002199         DISPLAY 'NOT ON THE STUDENT MASTER - NOTHING QUEUED'
002199         GO TO 9995-FILE-RES-PETITION-EXIT
002199     END-IF.
002199     DISPLAY 'STUDENT: ' STM-NAME ' CURRENT RES '
002199         STM-RES-CODE1 STM-RES-CODE2 STM-RES-CODE3.
002199     DISPLAY 'EFFECTIVE TERM (E.G. 2026FA): ' WITH NO ADVANCING.
002199     ACCEPT WS-PTN-TERM FROM CONSOLE.
002199     IF WS-PTN-TERM = SPACES
002199         DISPLAY 'AN EFFECTIVE TERM IS REQUIRED - NOTHING QUEUED'
002199         GO TO 9995-FILE-RES-PETITION-EXIT
002199     END-IF.
002199     DISPLAY 'CLAIMED RESIDENCY CODES (3 DIGITS): '
002199         WITH NO ADVANCING.
002199     ACCEPT WS-PTN-CODES FROM CONSOLE.
002199     IF WS-PTN-CODES NOT NUMERIC
002199         DISPLAY 'CLAIMED CODES MUST BE THREE DIGITS - '
002199             'NOTHING QUEUED'
002199         GO TO 9995-FILE-RES-PETITION-EXIT
002199     END-IF.
002199     DISPLAY 'DOCUMENTATION RECEIVED (Y/N): ' WITH NO ADVANCING.
002199     ACCEPT WS-PTN-DOCS-FLAG FROM CONSOLE.
002199     IF NOT WS-PTN-VALID-DOCS
002199         DISPLAY 'ANSWER Y OR N - NOTHING QUEUED'
002199         GO TO 9995-FILE-RES-PETITION-EXIT
002199     END-IF.
002199     MOVE SPACES TO WS-PTN-DOCS-DESC.
002199     IF WS-PTN-DOCS-FLAG = 'Y'
002199         DISPLAY 'DOCUMENTS RECEIVED: ' WITH NO ADVANCING
002199         ACCEPT WS-PTN-DOCS-DESC FROM CONSOLE
002199     END-IF.
002199     OPEN EXTEND LKP-PETITION-FILE.
002199     IF NOT WS-PETITION-OK
002199         CLOSE LKP-PETITION-FILE
002199         OPEN OUTPUT LKP-PETITION-FILE
002199     END-IF.
002199     MOVE SPACES TO RES-PETITION-RECORD.
002199     SET RPT-PENDING TO TRUE.
002199     MOVE WS-PTN-STUDENT-ID TO RPT-STUDENT-ID.
002199     MOVE WS-PTN-TERM TO RPT-TERM.
002199     MOVE WS-PTN-CODES TO RPT-CLAIMED-CODES.
002199     MOVE WS-PTN-DOCS-FLAG TO RPT-DOCS-FLAG.
002199     MOVE WS-PTN-DOCS-DESC TO RPT-DOCS-DESC.
002199     MOVE WS-OPERATOR-ID TO RPT-REQUEST-OPER.
002199     ACCEPT RPT-REQUEST-DATE FROM DATE YYYYMMDD.
002199     ACCEPT RPT-REQUEST-TIME FROM TIME.
002199     MOVE ZERO TO RPT-REVIEW-DATE RPT-APPLIED-DATE.
002199     WRITE RES-PETITION-RECORD.
002199     CLOSE LKP-PETITION-FILE.
002199     DISPLAY 'PETITION QUEUED FOR SUPERVISOR DECISION'.
002199     SET DP-OPEN-CHECKLIST TO TRUE.
002199     MOVE WS-PTN-STUDENT-ID TO DP-STUDENT-ID.
002199     MOVE 'RES' TO DP-PROCESS.
002199     MOVE 0 TO DP-RUN-DATE.
002199     CALL 'DOCLIST' USING DOC-PARM-BLOCK.
002199     IF DP-OK
002199         DISPLAY 'RESIDENCY DOCUMENTS STILL OUTSTANDING: '
002199             DP-OUTSTANDING-COUNT
002199     END-IF.
002199     MOVE 'RES PETITION' TO WS-SESS-ACTION.
002199     MOVE SPACES TO WS-SESS-DETAIL.
002199     MOVE WS-PTN-STUDENT-ID TO WS-SESS-DETAIL (1:9).
002199     MOVE WS-PTN-TERM TO WS-SESS-DETAIL (11:6).
002199     MOVE WS-PTN-CODES TO WS-SESS-DETAIL (18:3).
002199     PERFORM 0180-WRITE-SESSION-LOG
002199         THRU 0180-WRITE-SESSION-LOG-EXIT.
002199 9995-FILE-RES-PETITION-EXIT.
002199     EXIT.
002199*--------------------------------------------------------------*
002199* 9996-DECIDE-RES-PETITIONS - THE SUPERVISOR SIDE OF THE        *
002199* PETITION QUEUE, UNDER ITS OWN SIGN-ON DISTINCT FROM THE       *
002199* SESSION OPERATOR, EXACTLY AS THE CORRECTION REVIEW WORKS.     *
002199*--------------------------------------------------------------*
002199 9996-DECIDE-RES-PETITIONS.
002199     DISPLAY 'SUPERVISOR SIGN-ON: ' WITH NO ADVANCING.
002199     ACCEPT WS-SUPERVISOR-ID FROM CONSOLE.
002199     IF WS-SUPERVISOR-ID = SPACES
002199         DISPLAY 'A SUPERVISOR SIGN-ON IS REQUIRED'
002199         GO TO 9996-DECIDE-RES-PETITIONS-EXIT
002199     END-IF.
002199     IF WS-SUPERVISOR-ID = WS-OPERATOR-ID
002199         DISPLAY 'SUPERVISOR MUST DIFFER FROM THE SESSION '
002199             'OPERATOR - REVIEW REFUSED'
002199         GO TO 9996-DECIDE-RES-PETITIONS-EXIT
002199     END-IF.
002199     MOVE WS-SUPERVISOR-ID TO WS-VALIDATE-ID.
002199     PERFORM 0150-VALIDATE-OPERATOR-ID
002199         THRU 0150-VALIDATE-OPERATOR-ID-EXIT.
002199     IF WS-VALIDATE-NOT-FOUND
002199         DISPLAY 'SUPERVISOR NOT ON FILE - REVIEW REFUSED'
002199         GO TO 9996-DECIDE-RES-PETITIONS-EXIT
002199     END-IF.
002199     IF WS-VALIDATE-ROLE NOT = 'S'
002199         DISPLAY 'SUPERVISOR ROLE REQUIRED - REVIEW '
002199             'REFUSED'
002199         MOVE 'DENIED' TO WS-SESS-ACTION
002199         MOVE WS-SUPERVISOR-ID TO WS-SESS-DETAIL
002199         PERFORM 0180-WRITE-SESSION-LOG
002199             THRU 0180-WRITE-SESSION-LOG-EXIT
002199         GO TO 9996-DECIDE-RES-PETITIONS-EXIT
002199     END-IF.
002199     PERFORM 0155-CHECK-PASSWORD
002199         THRU 0155-CHECK-PASSWORD-EXIT.
002199     IF WS-PASSWORD-BAD
002199         DISPLAY 'PASSWORD NOT ACCEPTED - REVIEW REFUSED'
002199         MOVE 'DENIED' TO WS-SESS-ACTION
002199         MOVE WS-SUPERVISOR-ID TO WS-SESS-DETAIL
002199         PERFORM 0180-WRITE-SESSION-LOG
002199             THRU 0180-WRITE-SESSION-LOG-EXIT
002199         GO TO 9996-DECIDE-RES-PETITIONS-EXIT
002199     END-IF.
002199     MOVE 'RESPETN ' TO WS-LOCK-RESOURCE.
002199     PERFORM 0250-CHECK-RESOURCE-BUSY
002199         THRU 0250-CHECK-RESOURCE-BUSY-EXIT.
002199     IF WS-LOCK-BUSY
002199         DISPLAY 'PETITION QUEUE IN USE BY ' WS-LOCK-HELD-BY
002199             ' - REVIEW REFUSED'
002199         GO TO 9996-DECIDE-RES-PETITIONS-EXIT
002199     END-IF.
002199     PERFORM 0240-ADD-LOCK
002199         THRU 0240-ADD-LOCK-EXIT.
002199     PERFORM 9997-LOAD-PETITION-QUEUE
002199         THRU 9997-LOAD-PETITION-QUEUE-EXIT.
002199     IF WS-QUEUE-OVERFLOWED
002199         DISPLAY 'PETITION QUEUE EXCEEDS THE REVIEW LIMIT - '
002199             'REVIEW REFUSED. RUN AGAIN AFTER RESAPPL '
002199             'DRAINS THE QUEUE.'
002199         PERFORM 0260-DROP-LOCK
002199             THRU 0260-DROP-LOCK-EXIT
002199         GO TO 9996-DECIDE-RES-PETITIONS-EXIT
002199     END-IF.
002199     MOVE 0 TO WS-PENDING-SHOWN.
002199     PERFORM 9998-DECIDE-ONE-PETITION
002199         THRU 9998-DECIDE-ONE-PETITION-EXIT
002199         VARYING WS-QUEUE-IDX FROM 1 BY 1
002199         UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT.
002199     IF WS-PENDING-SHOWN = 0
002199         DISPLAY 'NO PENDING PETITIONS TO DECIDE'
002199     END-IF.
002199     IF WS-QUEUE-COUNT > 0
002199         OPEN OUTPUT LKP-PETITION-FILE
002199         PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
002199                 UNTIL WS-QUEUE-IDX > WS-QUEUE-COUNT
002199             MOVE LKP-PETITION-ENTRY (WS-QUEUE-IDX)
002199                 TO RES-PETITION-RECORD
002199             WRITE RES-PETITION-RECORD
002199         END-PERFORM
002199         CLOSE LKP-PETITION-FILE
002199     END-IF.
002199     PERFORM 0260-DROP-LOCK
002199         THRU 0260-DROP-LOCK-EXIT.
002199 9996-DECIDE-RES-PETITIONS-EXIT.
002199     EXIT.
002199*--------------------------------------------------------------*
002199* 9997-LOAD-PETITION-QUEUE - THE WHOLE RESPETN FILE INTO THE    *
002199* DECISION TABLE, OVERFLOW REFUSED.                             *
002199*--------------------------------------------------------------*
002199 9997-LOAD-PETITION-QUEUE.
002199     MOVE 0 TO WS-QUEUE-COUNT.
002199     SET WS-QUEUE-FIT TO TRUE.
002199     SET WS-NOT-AT-EOF TO TRUE.
002199     SET WS-PTN-FILE-NOT-OPEN TO TRUE.
002199     OPEN INPUT LKP-PETITION-FILE.
002199     IF NOT WS-PETITION-OK
002199         SET WS-AT-EOF TO TRUE
002199     ELSE
002199         SET WS-PTN-FILE-IS-OPEN TO TRUE
002199         READ LKP-PETITION-FILE
002199             AT END SET WS-AT-EOF TO TRUE
002199         END-READ
002199     END-IF.
002199     PERFORM UNTIL WS-AT-EOF
002199             OR WS-QUEUE-COUNT = WS-QUEUE-MAX
002199         ADD 1 TO WS-QUEUE-COUNT
002199         MOVE RES-PETITION-RECORD
002199             TO LKP-PETITION-ENTRY (WS-QUEUE-COUNT)
002199         READ LKP-PETITION-FILE
002199             AT END SET WS-AT-EOF TO TRUE
002199         END-READ
002199     END-PERFORM.
002199     IF NOT WS-AT-EOF
002199         SET WS-QUEUE-OVERFLOWED TO TRUE
002199     END-IF.
002199     IF WS-PTN-FILE-IS-OPEN
002199         CLOSE LKP-PETITION-FILE
002199     END-IF.
002199 9997-LOAD-PETITION-QUEUE-EXIT.
002199     EXIT.
002199*--------------------------------------------------------------*
002199* 9998-DECIDE-ONE-PETITION - ONE PENDING PETITION: A(PPROVE),   *
002199* R(EJECT) WITH A REASON, OR S(KIP). THE DECIDING SUPERVISOR    *
002199* MAY NOT BE THE OPERATOR WHO FILED IT, AND NO PETITION IS      *
002199* APPROVED UNTIL ITS DOCUMENTATION HAS BEEN RECEIVED AND EVERY  *
002199* ITEM ON THE STUDENT'S RESIDENCY CHECKLIST IS RECEIVED OR      *
002199* WAIVED.                                                       *
002199*--------------------------------------------------------------*
002199 9998-DECIDE-ONE-PETITION.
002199     IF LKT-STATUS (WS-QUEUE-IDX) NOT = 'P'
002199         GO TO 9998-DECIDE-ONE-PETITION-EXIT
002199     END-IF.
002199     ADD 1 TO WS-PENDING-SHOWN.
002199     DISPLAY 'PETITION: ' LKT-STUDENT-ID (WS-QUEUE-IDX)
002199         ' TERM ' LKT-TERM (WS-QUEUE-IDX)
002199         ' CLAIMS ' LKT-CLAIMED-CODES (WS-QUEUE-IDX)
002199         ' BY ' LKT-REQUEST-OPER (WS-QUEUE-IDX)
002199         ' ON ' LKT-REQUEST-DATE (WS-QUEUE-IDX).
002199     IF LKT-DOCS-FLAG (WS-QUEUE-IDX) = 'Y'
002199         DISPLAY '  DOCUMENTS: ' LKT-DOCS-DESC (WS-QUEUE-IDX)
002199     ELSE
002199         DISPLAY '  DOCUMENTS: NOT YET RECEIVED'
002199     END-IF.
002199     SET DP-COUNT-ONLY TO TRUE.
002199     MOVE LKT-STUDENT-ID (WS-QUEUE-IDX) TO DP-STUDENT-ID.
002199     MOVE 'RES' TO DP-PROCESS.
002199     MOVE 0 TO DP-RUN-DATE.
002199     CALL 'DOCLIST' USING DOC-PARM-BLOCK.
002199     IF DP-OK
002199         DISPLAY '  CHECKLIST ITEMS OUTSTANDING: '
002199             DP-OUTSTANDING-COUNT
002199     END-IF.
002199     IF LKT-REQUEST-OPER (WS-QUEUE-IDX) = WS-SUPERVISOR-ID
002199         DISPLAY '  FILED UNDER YOUR OWN SIGN-ON - SKIPPED'
002199         GO TO 9998-DECIDE-ONE-PETITION-EXIT
002199     END-IF.
002199     DISPLAY 'A=APPROVE R=REJECT S=SKIP: ' WITH NO ADVANCING.
002199     ACCEPT WS-REVIEW-ANSWER FROM CONSOLE.
002199     IF WS-REVIEW-ANSWER = 'A'
002199         AND LKT-DOCS-FLAG (WS-QUEUE-IDX) NOT = 'Y'
002199         DISPLAY 'DOCUMENTATION NOT RECEIVED - CANNOT APPROVE'
002199         GO TO 9998-DECIDE-ONE-PETITION-EXIT
002199     END-IF.
002199     IF WS-REVIEW-ANSWER = 'A'
002199         AND DP-OK
002199         AND DP-OUTSTANDING-COUNT > 0
002199         DISPLAY 'CHECKLIST DOCUMENTS OUTSTANDING - CANNOT '
002199             'APPROVE'
002199         GO TO 9998-DECIDE-ONE-PETITION-EXIT
002199     END-IF.
002199     EVALUATE WS-REVIEW-ANSWER
002199         WHEN 'A'
002199             MOVE 'A' TO LKT-STATUS (WS-QUEUE-IDX)
002199             MOVE WS-SUPERVISOR-ID
002199                 TO LKT-REVIEW-OPER (WS-QUEUE-IDX)
002199             ACCEPT LKT-REVIEW-DATE (WS-QUEUE-IDX)
002199                 FROM DATE YYYYMMDD
002199             MOVE 'RES APPROVE' TO WS-SESS-ACTION
002199             MOVE SPACES TO WS-SESS-DETAIL
002199             MOVE LKT-STUDENT-ID (WS-QUEUE-IDX)
002199                 TO WS-SESS-DETAIL (1:9)
002199             MOVE LKT-TERM (WS-QUEUE-IDX)
002199                 TO WS-SESS-DETAIL (11:6)
002199             PERFORM 0180-WRITE-SESSION-LOG
002199                 THRU 0180-WRITE-SESSION-LOG-EXIT
002199         WHEN 'R'
002199             DISPLAY 'REJECTION REASON: ' WITH NO ADVANCING
002199             ACCEPT WS-REVIEW-REASON FROM CONSOLE
002199             MOVE 'R' TO LKT-STATUS (WS-QUEUE-IDX)
002199             MOVE WS-REVIEW-REASON
002199                 TO LKT-REASON (WS-QUEUE-IDX)
002199             MOVE WS-SUPERVISOR-ID
002199                 TO LKT-REVIEW-OPER (WS-QUEUE-IDX)
002199             ACCEPT LKT-REVIEW-DATE (WS-QUEUE-IDX)
002199                 FROM DATE YYYYMMDD
002199             MOVE 'RES DENY' TO WS-SESS-ACTION
002199             MOVE WS-REVIEW-REASON TO WS-SESS-DETAIL
002199             PERFORM 0180-WRITE-SESSION-LOG
002199                 THRU 0180-WRITE-SESSION-LOG-EXIT
002199         WHEN OTHER
002199             CONTINUE
002199     END-EVALUATE.
002199 9998-DECIDE-ONE-PETITION-EXIT.
002199     EXIT.
002200*--------------------------------------------------------------*
002210* 9999-EXIT                                                    *
002220*--------------------------------------------------------------*
