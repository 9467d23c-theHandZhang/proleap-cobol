002290*                REGISTRAR HEARS THE MORNING IT OVERFILLS. THE  *
002291*                CATALOG'S CREDIT HOURS ARE STAMPED ON EACH     *
002292*                ENROLLMENT RECORD FOR DOWNSTREAM PRICING.      *
002292* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 145 BYTES FOR THE  *
002292*                ACADEMIC STANDING CODE AND ITS EFFECTIVE TERM,  *
002292*                STAMPED AT TERM END BY ACADSTND.                *
002292* 10/15/26  DW   ADDS ARE NOW HELD TO THE CRSREQS PREREQUISITE   *
002292*                AND COREQUISITE REFERENCE, LOADED ALONGSIDE     *
002292*                CRSCATLG. A REQUISITE IS MET BY A GRADE ON      *
002292*                ACADHIST AT OR ABOVE ITS MINIMUM (RANKED ON THE *
002292*                GRADSCAL SCALE) OR BY THE COURSE STILL IN       *
002292*                PROGRESS ON ENRLMAST IN AN EARLIER TERM (THE    *
002292*                SAME TERM FOR A COREQUISITE). AN UNMET ONE      *
002292*                REJECTS PREQ OR CREQ UNLESS A DEPARTMENT CHAIR  *
002292*                PERMISSION IS ON THE REQOVRD OVERRIDE FILE;     *
002292*                EACH ADD POSTED ON A PERMISSION IS COUNTED ON   *
002292*                ENRLUPDR AND STAMPED TO AUDITLOG THROUGH        *
002292*                AUDCHN.                                         *
002292* 10/15/26  DW   ADDS FOR A SECTION ALREADY AT CAPACITY NO       *
002292*                LONGER POST OVER IT - THEY JOIN THE SECTION'S   *
002292*                SECWAIT WAITLIST IN ARRIVAL ORDER. A DROP THAT  *
002292*                FREES A SEAT PROMOTES THE FIRST STUDENT         *
002292*                WAITING, WRITES THEIR ENRLMAST RECORD AND       *
002292*                QUEUES A WAITPROM NOTICE ON NOTIFQUE FOR        *
002292*                NOTIFEXT; A DROP FOR A STUDENT STILL WAITING    *
002292*                TAKES THEM OFF THE LINE. COUNTS ON ENRLUPDR.    *
002292* 10/15/26  DW   CRSCATLG NOW CARRIES EACH SECTION'S MEETING     *
002292*                DAYS AND START/END TIMES. AN ADD THAT MEETS AT  *
002292*                THE SAME TIME AS A SECTION ALREADY ON THE       *
002292*                STUDENT'S ENRLMAST SCHEDULE FOR THE TERM        *
002292*                REJECTS TIME, THE CLASHING COURSE AND SECTION   *
002292*                CARRIED ON THE ENRLREJ RECORD.                  *
002292* 10/15/26  DW   TERM DEADLINES NOW COME FROM THE ACADCAL        *
002292*                ACADEMIC CALENDAR. AN ADD BEFORE REGISTRATION   *
002292*                OPENS REJECTS NOPN AND ONE AFTER THE LAST DAY   *
002292*                TO ADD REJECTS LATE UNLESS A LATE-ADD           *
002292*                PERMISSION (NEW REQOVRD TYPE L) IS ON FILE,     *
002292*                COUNTED AND AUDITED LIKE A REQUISITE WAIVER. A  *
002292*                DROP AFTER THE LAST DAY TO DROP WITHOUT RECORD  *
002292*                NOW STAYS ON ENRLMAST MARKED W (NEW ENR-STATUS  *
002292*                AND ENR-STATUS-DATE FIELDS) INSTEAD OF BEING    *
002292*                DELETED, AND ONE AFTER THE LAST DAY TO WITHDRAW *
002292*                REJECTS WDDL. NO WAITLIST PROMOTION AFTER THE   *
002292*                LAST DAY TO ADD.                                *
002292* 10/15/26  DW   AN ADD FOR A SECTION SECCANCL HAS CANCELLED     *
002292*                (CRSCATLG OPEN FLAG X) NOW REJECTS CANC RATHER  *
002292*                THAN CLSD, SO THE DEPARTMENT SEES WHY.          *
002292* 10/15/26  DW   EVERY DROP POSTED IS NOW ALSO LOGGED TO         *
002292*                ENRLDROP (ENRDRREC LAYOUT) WITH THE             *
002292*                ENROLLMENT'S CREDITS AND ADD DATE, SO TUITCALC  *
002292*                CAN REFUND TUITION ON THE REFSCHED SCHEDULE     *
002292*                EVEN AFTER THE ENROLLMENT IS DELETED.           *
002292* 10/15/26  DW   CRSCATLG CARD LENGTHENED BY THE SECTION'S LAB   *
002292*                AND MATERIALS FEES, WHICH FEECALC ASSESSES. NOT *
002292*                USED HERE.                                      *
002292* 10/15/26  DW   AN ADD FOR A STUDENT CARRYING A HOLD IN FORCE   *
002292*                ON THE NEW STUHOLD FILE WHOSE TYPE BLOCKS       *
002292*                REGISTRATION NOW REJECTS HOLD. DROPS AND        *
002292*                WAITLIST PROMOTIONS ARE NOT HELD.               *
002292* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 153 BYTES FOR THE  *
002292*                DEGREE CONFERRAL DATE, STAMPED BY GRADCONF.     *
002292* 10/15/26  DW   THE FEED NOW CARRIES A NEVER-ATTENDED DROP      *
002292*                (ACTION N) THAT ROSTER QUEUES FROM THE FACULTY  *
002292*                RETURN. IT POSTS LIKE A DROP BUT IS ALWAYS      *
002292*                DELETED, NEVER KEPT AS A W, AND NEVER COMES     *
002292*                OFF A WAITLIST; ENRLDROP CARRIES IT TO          *
002292*                TUITCALC FOR THE REFUND-SCHEDULE REVERSAL.      *
002292*                COUNTED ON ENRLUPDR.                            *
002292* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 170 BYTES FOR THE  *
002292*                DIRECTORY-INFORMATION CONFIDENTIALITY FLAG,     *
002292*                ITS DATE AND REQUESTING OPERATOR.               *
002292* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 186 BYTES FOR THE  *
002292*                DATE OF DEATH AND ITS VERIFICATION SOURCE.      *
002292* 10/15/26  DW   ENRLFEED RECORDS CARRY A RESUBMIT STAMP         *
002292*                (OPERATOR AND DATE) SET BY THE LOOKUP REJECT    *
002292*                WORKBENCH; THE NIGHTLY CONCATENATES THE         *
002292*                ENRLRSUB QUEUE ONTO ENRLFEED. A STAMPED RECORD  *
002292*                TAKES THE SAME EDITS AS ANY OTHER, IS COUNTED   *
002292*                ON THE RUN REPORT AND KEEPS ITS STAMP ON        *
002292*                ENRLREJ IF IT FAILS AGAIN. ENRLRSUB IS EMPTIED  *
002292*                AFTER A PRODUCTION RUN.                         *
002292* 10/15/26  DW   EVERY ENRLMAST ADD, WITHDRAWAL REWRITE,       *
002292*                DELETE AND WAITLIST PROMOTION IS NOW ALSO     *
002292*                WRITTEN TO THE RCVJRNL FORWARD-RECOVERY       *
002292*                JOURNAL THROUGH JRNLLOG.                      *
002292* 10/15/26  DW   EACH ENRLDROP RECORD NOW CARRIES THE DATE     *
002292*                TUITCALC CHARGED THE DROPPED ENROLLMENT (ITS  *
002292*                STATUS DATE WHILE ACTIVE), SO A SAME-DAY DROP *
002292*                OF AN ADD THE INTRADAY RUN ALREADY PRICED IS  *
002292*                STILL REFUNDED. THE RUN NOW RECORDS START/END *
002292*                STAMPS TO STEPTIME THROUGH STEPLOG LIKE THE   *
002292*                OTHER POSTING STEPS.                          *
002292* 10/15/26  DW   ENRLINCR, THE INTRADAY REGISTRATION           *
002292*                INCREMENT, IS EMPTIED AFTER ANY NON-TEST RUN  *
002292*                THE SAME WAY AS ENRLRSUB. THE JCL             *
002292*                CONCATENATES IT ONTO ENRLFEED (THE INTRADAY   *
002292*                JOB POSTS IT ON ITS OWN), SO EACH INCREMENT   *
002292*                RECORD IS POSTED EXACTLY ONCE.                *
002300*--------------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
003410     SELECT EN-CATALOG-FILE ASSIGN TO CRSCATLG
003420         ORGANIZATION IS LINE SEQUENTIAL
003430         FILE STATUS IS WS-CATALOG-STATUS.
003431     SELECT EN-REQS-FILE ASSIGN TO CRSREQS
003432         ORGANIZATION IS LINE SEQUENTIAL
003433         FILE STATUS IS WS-REQS-STATUS.
003434     SELECT EN-SCALE-FILE ASSIGN TO GRADSCAL
003435         ORGANIZATION IS LINE SEQUENTIAL
003436         FILE STATUS IS WS-SCALE-STATUS.
003437     SELECT EN-OVERRIDE-FILE ASSIGN TO REQOVRD
003438         ORGANIZATION IS LINE SEQUENTIAL
003439         FILE STATUS IS WS-OVERRIDE-STATUS.
003440     SELECT EN-HIST-FILE ASSIGN TO ACADHIST
003441         ORGANIZATION IS INDEXED
003442         ACCESS MODE IS DYNAMIC
003443         RECORD KEY IS AHS-KEY
003444         FILE STATUS IS WS-HIST-STATUS.
003444     SELECT EN-HOLD-FILE ASSIGN TO STUHOLD
003444         ORGANIZATION IS INDEXED
003444         ACCESS MODE IS DYNAMIC
003444         RECORD KEY IS SHD-KEY
003444         FILE STATUS IS WS-HOLD-STATUS.
003445     SELECT EN-AUDIT-FILE ASSIGN TO AUDITLOG
003446         ORGANIZATION IS LINE SEQUENTIAL
003447         FILE STATUS IS WS-SUITE-AUDIT-STATUS.
003448     SELECT EN-WAIT-FILE ASSIGN TO SECWAIT
003449         ORGANIZATION IS LINE SEQUENTIAL
003450         FILE STATUS IS WS-WAIT-STATUS.
003451     SELECT EN-QUEUE-FILE ASSIGN TO NOTIFQUE
003452         ORGANIZATION IS LINE SEQUENTIAL
003453         FILE STATUS IS WS-QUEUE-STATUS.
003454     SELECT EN-DROP-FILE ASSIGN TO ENRLDROP
003455         ORGANIZATION IS LINE SEQUENTIAL
003456         FILE STATUS IS WS-DROP-STATUS.
003454     SELECT EN-ACAL-FILE ASSIGN TO ACADCAL
003455         ORGANIZATION IS LINE SEQUENTIAL
003456         FILE STATUS IS WS-ACAL-STATUS.
003440     SELECT EN-ALERT-FILE ASSIGN TO ALERTOUT
003450         ORGANIZATION IS LINE SEQUENTIAL
003460         FILE STATUS IS WS-ALERT-STATUS.
004600     SELECT SUITE-PARM-FILE ASSIGN TO SUITEPRM
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-SUITE-STATUS.
004810     SELECT EN-RESUB-FILE ASSIGN TO ENRLRSUB
004820         ORGANIZATION IS LINE SEQUENTIAL
004830         FILE STATUS IS WS-RESUB-STATUS.
004840     SELECT EN-INCR-FILE ASSIGN TO ENRLINCR
004850         ORGANIZATION IS LINE SEQUENTIAL
004860         FILE STATUS IS WS-INCR-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  EN-FEED-FILE.
005200 01  EFD-RECORD.
005300     05  EFD-ACTION           PIC X(01).
005400         88  EFD-ADD          VALUE 'A'.
005410         88  EFD-DROP         VALUE 'D' 'N'.
005420         88  EFD-NEVER-ATTENDED VALUE 'N'.
005600     05  EFD-STUDENT-ID       PIC 9(09).
005700     05  EFD-COURSE-ID        PIC X(06).
005800     05  EFD-SECTION          PIC X(03).
005900     05  EFD-TERM             PIC X(06).
005910     05  EFD-RESUB-STAMP.
005920         10  EFD-RESUB-OPER   PIC X(08).
005930         10  EFD-RESUB-DATE   PIC 9(08).
006000 FD  EN-ENROLL-FILE.
006100 01  ENR-RECORD.
006200     05  ENR-KEY.
006600         10  ENR-TERM         PIC X(06).
006700     05  ENR-CREDIT-HOURS     PIC 9(02).
006710     05  ENR-ADD-DATE         PIC 9(08).
006710     05  ENR-STATUS           PIC X(01).
006710         88  ENR-ACTIVE       VALUE 'A' ' '.
006710         88  ENR-WITHDRAWN    VALUE 'W'.
006710     05  ENR-STATUS-DATE      PIC 9(08).
006800 FD  EN-MASTER-FILE.
006900 01  STM-RECORD.
007000     05  STM-STUDENT-ID       PIC 9(09).
007700     05  STM-ZIP              PIC X(05).
007700     05  STM-WITHDRAW-DATE    PIC 9(08).
007700     05  STM-DOB              PIC 9(08).
007700     05  STM-STANDING-CODE    PIC X(01).
007700     05  STM-STANDING-TERM    PIC X(06).
007700     05  STM-CONFER-DATE      PIC 9(08).
007700     05  STM-CONFID-FLAG      PIC X(01).
007700     05  STM-CONFID-DATE      PIC 9(08).
007700     05  STM-CONFID-OPER      PIC X(08).
007700     05  STM-DEATH-DATE       PIC 9(08).
007700     05  STM-DEATH-SOURCE     PIC X(08).
007800 FD  EN-REJECT-FILE.
007900 01  ERJ-RECORD.
008000     05  ERJ-REASON-CODE      PIC X(04).
008100     05  ERJ-FEED-RECORD      PIC X(25).
008110     05  ERJ-CONFLICT-COURSE  PIC X(06).
008120     05  ERJ-CONFLICT-SECTION PIC X(03).
008130     05  ERJ-RESUB-STAMP      PIC X(16).
008190 FD  EN-RESUB-FILE.
008191 01  EN-RESUB-RECORD          PIC X(41).
008192 FD  EN-INCR-FILE.
008193 01  EN-INCR-RECORD           PIC X(41).
008200 FD  EN-REPORT-FILE.
008300 01  EN-REPORT-RECORD.
008400     05  ENR-LABEL            PIC X(24).
008710 FD  EN-CYCLENO-FILE.
008720 01  CYCLENO-CARD.
008730     05  CYC-CYCLE-NUMBER     PIC 9(06).
008731*--------------------------------------------------------------*
008732* CRSCATLG - ONE CARD PER SECTION OFFERED. THE MEETING DAYS ARE *
008733* POSITIONAL, M T W R F S U, A BLANK FOR A DAY THE SECTION DOES *
008734* NOT MEET; START AND END ARE 24-HOUR HHMM. A SECTION WITH NO   *
008735* DAYS (ONLINE, ARRANGED) NEVER CONFLICTS WITH ANYTHING.        *
008735* THE LAB AND MATERIALS FEES ON THE END OF THE CARD ARE FOR     *
008735* FEECALC AND ARE NOT USED HERE.                                *
008736*--------------------------------------------------------------*
008740 FD  EN-CATALOG-FILE.
008750 01  CRS-CARD.
008760     05  CRC-COURSE-ID        PIC X(06).
008791     05  CRC-CREDIT-HOURS     PIC 9(02).
008792     05  CRC-CAPACITY         PIC 9(03).
008793     05  CRC-OPEN-FLAG        PIC X(01).
008794     05  CRC-MEET-DAYS        PIC X(07).
008795     05  CRC-START-TIME       PIC 9(04).
008796     05  CRC-END-TIME         PIC 9(04).
008797     05  CRC-LAB-FEE          PIC 9(04)V99.
008798     05  CRC-MATL-FEE         PIC 9(04)V99.
008794 FD  EN-ALERT-FILE.
008795 COPY ALERTREC.
008796*--------------------------------------------------------------*
008797* CRSREQS - ONE CARD PER REQUISITE: THE COURSE, THE COURSE IT   *
008798* REQUIRES, THE MINIMUM GRADE (BLANK = ANY GRADE THAT EARNS     *
008799* HOURS) AND Y WHEN IT IS A COREQUISITE THAT MAY BE TAKEN IN    *
008800* THE SAME TERM RATHER THAN BEFORE.                             *
008801*--------------------------------------------------------------*
008802 FD  EN-REQS-FILE.
008803 01  CRQ-CARD.
008804     05  CRQ-COURSE-ID        PIC X(06).
008805     05  CRQ-REQ-COURSE-ID    PIC X(06).
008806     05  CRQ-MIN-GRADE        PIC X(02).
008807     05  CRQ-COREQ-FLAG       PIC X(01).
008808 FD  EN-SCALE-FILE.
008809 01  GSC-CARD.
008810     05  GSC-GRADE            PIC X(02).
008811     05  GSC-POINTS           PIC 9(01)V99.
008812     05  GSC-GPA-FLAG         PIC X(01).
008813     05  GSC-EARNED-FLAG      PIC X(01).
008814     05  GSC-ATTEMPTED-FLAG   PIC X(01).
008815     05  GSC-DESC             PIC X(12).
008816*--------------------------------------------------------------*
008817* REQOVRD - PERMISSIONS KEYED IN BY THE REGISTRAR: TYPE BLANK   *
008818* (OR R) IS A DEPARTMENT CHAIR'S REQUISITE WAIVER, TYPE L A     *
008819* LATE ADD PAST THE ACADCAL LAST DAY TO ADD. A BLANK TERM       *
008820* HONORS A REQUISITE WAIVER IN ANY TERM; A LATE ADD MUST NAME   *
008821* ITS TERM.                                                     *
008819*--------------------------------------------------------------*
008820 FD  EN-OVERRIDE-FILE.
008821 01  ROV-RECORD.
008822     05  ROV-STUDENT-ID       PIC 9(09).
008823     05  ROV-COURSE-ID        PIC X(06).
008824     05  ROV-TERM             PIC X(06).
008825     05  ROV-APPROVED-BY      PIC X(08).
008826     05  ROV-APPROVED-DATE    PIC 9(08).
008827     05  ROV-REASON           PIC X(20).
008828     05  ROV-OVERRIDE-TYPE    PIC X(01).
008828 FD  EN-HIST-FILE.
008829 COPY ACADHREC.
008829 FD  EN-HOLD-FILE.
008829 COPY STUHLREC.
008830 FD  EN-AUDIT-FILE.
008831 COPY AUDITREC.
008832 FD  EN-WAIT-FILE.
008833 COPY SECWTREC.
008834 FD  EN-QUEUE-FILE.
008835 COPY NTFQREC.
008836 FD  EN-DROP-FILE.
008837 COPY ENRDRREC.
008836 FD  EN-ACAL-FILE.
008837 COPY ACADCREC.
008800 WORKING-STORAGE SECTION.
008900 01  WS-SUITE-STATUS          PIC X(02).
008900 01  WS-RESUB-STATUS          PIC X(02).
008900 01  WS-INCR-STATUS           PIC X(02).
009000     88  WS-SUITE-OK          VALUE '00'.
009100 01  WS-FEED-STATUS           PIC X(02).
009200     88  WS-FEED-OK           VALUE '00'.
010900 01  WS-ADDS-APPLIED          PIC 9(06) COMP VALUE 0.
011000 01  WS-DROPS-APPLIED         PIC 9(06) COMP VALUE 0.
011100 01  WS-REJECT-COUNT          PIC 9(06) COMP VALUE 0.
011100 01  WS-RESUB-RECORDS         PIC 9(06) COMP VALUE 0.
011200 01  WS-POST-DATE             PIC 9(08).
011210 01  WS-CAL-STATUS            PIC X(02).
011220     88  WS-CAL-OK            VALUE '00'.
011240     88  WS-ALERT-OK          VALUE '00'.
011250 01  WS-CYCLENO-STATUS        PIC X(02).
011260     88  WS-CYCLENO-OK        VALUE '00'.
011261 01  WS-REQS-STATUS           PIC X(02).
011262     88  WS-REQS-OK           VALUE '00'.
011263 01  WS-SCALE-STATUS          PIC X(02).
011264     88  WS-SCALE-OK          VALUE '00'.
011265 01  WS-OVERRIDE-STATUS       PIC X(02).
011266     88  WS-OVERRIDE-OK       VALUE '00'.
011267 01  WS-HIST-STATUS           PIC X(02).
011268     88  WS-HIST-OK           VALUE '00'.
011269 01  WS-SUITE-AUDIT-STATUS    PIC X(02).
011270     88  WS-SUITE-AUDIT-OK    VALUE '00'.
011271 01  WS-HIST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
011272     88  WS-HIST-OPEN         VALUE 'Y'.
011273     88  WS-HIST-CLOSED       VALUE 'N'.
011273 01  WS-HOLD-STATUS           PIC X(02).
011273     88  WS-HOLD-OK           VALUE '00'.
011273 01  WS-HOLD-OPEN-SWITCH      PIC X(01) VALUE 'N'.
011273     88  WS-HOLD-OPEN         VALUE 'Y'.
011273 01  WS-HOLD-SCAN-SWITCH      PIC X(01).
011273     88  WS-HOLD-SCAN-DONE    VALUE 'Y'.
011273     88  WS-HOLD-SCAN-GOING   VALUE 'N'.
011274 01  WS-SCAN-EOF-SWITCH       PIC X(01).
011275     88  WS-SCAN-AT-EOF       VALUE 'Y'.
011276     88  WS-SCAN-NOT-AT-EOF   VALUE 'N'.
011277 01  WS-REQ-MET-SWITCH        PIC X(01).
011278     88  WS-REQ-MET           VALUE 'Y'.
011279     88  WS-REQ-NOT-MET       VALUE 'N'.
011280 01  WS-ONE-MET-SWITCH        PIC X(01).
011281     88  WS-ONE-MET           VALUE 'Y'.
011282     88  WS-ONE-NOT-MET       VALUE 'N'.
011283 01  WS-OVR-USED-SWITCH       PIC X(01) VALUE 'N'.
011284     88  WS-OVR-USED          VALUE 'Y'.
011285     88  WS-OVR-NOT-USED      VALUE 'N'.
011286 01  WS-REQ-COUNT             PIC 9(03) COMP VALUE 0.
011287 01  WS-REQ-MAX               PIC 9(03) COMP VALUE 300.
011288 01  WS-REQ-IDX               PIC 9(03) COMP.
011289 01  WS-SCL-COUNT             PIC 9(02) COMP VALUE 0.
011290 01  WS-SCL-MAX               PIC 9(02) COMP VALUE 30.
011291 01  WS-SCL-IDX               PIC 9(02) COMP.
011292 01  WS-OVR-COUNT             PIC 9(03) COMP VALUE 0.
011293 01  WS-OVR-MAX               PIC 9(03) COMP VALUE 500.
011294 01  WS-OVR-IDX               PIC 9(03) COMP.
011295 01  WS-OVR-MATCH             PIC 9(03) COMP VALUE 0.
011296 01  WS-FIND-GRADE            PIC X(02).
011297 01  WS-GRADE-POINTS          PIC 9(01)V99.
011298 01  WS-GRADE-EARNED          PIC X(01).
011299 01  WS-MIN-POINTS            PIC 9(01)V99.
011300 01  WS-SEQ-TERM              PIC X(06).
011301 01  WS-TERM-SEQ              PIC X(05).
011302 01  WS-ADD-TERM-SEQ          PIC X(05).
011303 01  WS-REQ-REASON            PIC X(04).
011304 01  WS-REQS-OVERRIDDEN       PIC 9(06) COMP VALUE 0.
011305 01  WS-WAIT-STATUS           PIC X(02).
011306     88  WS-WAIT-OK           VALUE '00'.
011307 01  WS-QUEUE-STATUS          PIC X(02).
011308     88  WS-QUEUE-OK          VALUE '00'.
011309 01  WS-DROP-STATUS           PIC X(02).
011310     88  WS-DROP-OK           VALUE '00'.
011310 01  WS-DROP-PRICED-DATE      PIC 9(08) VALUE 0.
011309 01  WS-WAIT-COUNT            PIC 9(04) COMP VALUE 0.
011310 01  WS-WAIT-MAX              PIC 9(04) COMP VALUE 2000.
011311 01  WS-WAIT-IDX              PIC 9(04) COMP.
011312 01  WS-WAIT-MATCH            PIC 9(04) COMP VALUE 0.
011313 01  WS-WAIT-LAST-ARRIVAL     PIC 9(08) VALUE 0.
011314 01  WS-WAIT-TRUNC-SWITCH     PIC X(01) VALUE 'N'.
011315     88  WS-WAIT-TRUNCATED    VALUE 'Y'.
011316 01  WS-PROMOTE-SWITCH        PIC X(01).
011317     88  WS-PROMOTE-DONE      VALUE 'Y'.
011318     88  WS-PROMOTE-PENDING   VALUE 'N'.
011319 01  WS-ADDS-WAITLISTED       PIC 9(06) COMP VALUE 0.
011320 01  WS-WAIT-PROMOTED         PIC 9(06) COMP VALUE 0.
011321 01  WS-WAIT-WITHDRAWN        PIC 9(06) COMP VALUE 0.
011322 01  WS-OTH-IDX               PIC 9(03) COMP.
011323 01  WS-OTH-MATCH             PIC 9(03) COMP VALUE 0.
011324 01  WS-DAY-IDX               PIC 9(01) COMP.
011325 01  WS-DAY-CLASH-SWITCH      PIC X(01).
011326     88  WS-DAY-CLASH         VALUE 'Y'.
011327     88  WS-NO-DAY-CLASH      VALUE 'N'.
011328 01  WS-REJECT-CONFLICT.
011329     05  WS-REJECT-CONF-COURSE PIC X(06).
011330     05  WS-REJECT-CONF-SECTION PIC X(03).
011331 01  WS-ACAL-STATUS           PIC X(02).
011332     88  WS-ACAL-OK           VALUE '00'.
011333 01  WS-ACAL-COUNT            PIC 9(02) COMP VALUE 0.
011334 01  WS-ACAL-MAX              PIC 9(02) COMP VALUE 20.
011335 01  WS-ACAL-IDX              PIC 9(02) COMP.
011336 01  WS-ACAL-MATCH            PIC 9(02) COMP VALUE 0.
011337 01  WS-LATE-OVR-SWITCH       PIC X(01) VALUE 'N'.
011338     88  WS-LATE-OVR-USED     VALUE 'Y'.
011339     88  WS-LATE-OVR-NOT-USED VALUE 'N'.
011340 01  WS-LATE-OVR-MATCH        PIC 9(03) COMP VALUE 0.
011341 01  WS-AUDIT-TAG             PIC X(04).
011342 01  WS-AUDIT-APPROVED-DATE   PIC 9(08).
011343 01  WS-LATE-ADDS-OVERRIDDEN  PIC 9(06) COMP VALUE 0.
011344 01  WS-DROPS-WITHDRAWN       PIC 9(06) COMP VALUE 0.
011344 01  WS-DROPS-NEVER-ATTENDED  PIC 9(06) COMP VALUE 0.
011270 01  WS-CRS-COUNT             PIC 9(03) COMP VALUE 0.
011280 01  WS-CRS-MAX               PIC 9(03) COMP VALUE 200.
011290 01  WS-CRS-IDX               PIC 9(03) COMP.
011308         10  CRS-CAPACITY     PIC 9(03).
011309         10  CRS-OPEN-FLAG    PIC X(01).
011311         10  CRS-ENROLLED     PIC 9(05) COMP.
011312         10  CRS-MEET-DAYS    PIC X(07).
011313         10  CRS-START-TIME   PIC 9(04).
011314         10  CRS-END-TIME     PIC 9(04).
011312*--------------------------------------------------------------*
011313* EN-REQ-TABLE - THE CRSREQS PREREQUISITE/COREQUISITE CARDS.    *
011314*--------------------------------------------------------------*
011315 01  EN-REQ-TABLE.
011316     05  EN-REQ-ENTRY OCCURS 300 TIMES.
011317         10  ERQ-COURSE-ID    PIC X(06).
011318         10  ERQ-REQ-COURSE-ID PIC X(06).
011319         10  ERQ-MIN-GRADE    PIC X(02).
011320         10  ERQ-COREQ-FLAG   PIC X(01).
011321*--------------------------------------------------------------*
011322* EN-SCALE-TABLE - THE GRADSCAL GRADE SCALE, FOR RANKING A      *
011323* HISTORY GRADE AGAINST A REQUISITE'S MINIMUM.                  *
011324*--------------------------------------------------------------*
011325 01  EN-SCALE-TABLE.
011326     05  EN-SCALE-ENTRY OCCURS 30 TIMES.
011327         10  ESC-GRADE        PIC X(02).
011328         10  ESC-POINTS       PIC 9(01)V99.
011329         10  ESC-EARNED-FLAG  PIC X(01).
011330*--------------------------------------------------------------*
011331* EN-OVR-TABLE - THE REQOVRD CHAIR PERMISSIONS.                 *
011332*--------------------------------------------------------------*
011333 01  EN-OVR-TABLE.
011334     05  EN-OVR-ENTRY OCCURS 500 TIMES.
011335         10  EOV-STUDENT-ID   PIC 9(09).
011336         10  EOV-COURSE-ID    PIC X(06).
011337         10  EOV-TERM         PIC X(06).
011338         10  EOV-APPROVED-BY  PIC X(08).
011339         10  EOV-APPROVED-DATE PIC 9(08).
011340         10  EOV-TYPE         PIC X(01).
011340*--------------------------------------------------------------*
011341* EN-WAIT-TABLE - THE SECWAIT SECTION WAITLIST, IN ARRIVAL      *
011342* ORDER. PROMOTED AND WITHDRAWN ENTRIES STAY IN THE TABLE FOR   *
011343* THE RUN BUT ARE NOT CARRIED FORWARD ON THE REWRITE.           *
011344*--------------------------------------------------------------*
011345 01  EN-WAIT-TABLE.
011346     05  EN-WAIT-ENTRY OCCURS 2000 TIMES.
011347         10  EWT-COURSE-ID    PIC X(06).
011348         10  EWT-SECTION      PIC X(03).
011349         10  EWT-TERM         PIC X(06).
011350         10  EWT-STUDENT-ID   PIC 9(09).
011351         10  EWT-ARRIVAL-NO   PIC 9(08).
011352         10  EWT-WAIT-DATE    PIC 9(08).
011353         10  EWT-STATUS       PIC X(01).
011354*--------------------------------------------------------------*
011355* EN-ACAL-TABLE - THE ACADCAL TERM DEADLINES ENRLPOST ENFORCES. *
011356*--------------------------------------------------------------*
011357 01  EN-ACAL-TABLE.
011358     05  EN-ACAL-ENTRY OCCURS 20 TIMES.
011359         10  EAC-TERM         PIC X(06).
011360         10  EAC-REG-OPEN-DATE PIC 9(08).
011361         10  EAC-LAST-ADD-DATE PIC 9(08).
011362         10  EAC-LAST-DROP-DATE PIC 9(08).
011363         10  EAC-LAST-WDRAW-DATE PIC 9(08).
011300 COPY SUITEPRM.
011310 COPY IOERRPRM.
011320 COPY SEVPARM.
011330 COPY CHNPARM.
011330 COPY JRNLPARM.
011330 COPY STEPPARM.
011400 PROCEDURE DIVISION.
011500 0000-MAINLINE.
011510     MOVE 'ENRLPOST' TO SL-PROGRAM-ID.
011520     SET SL-PHASE-START TO TRUE.
011530     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
011600     PERFORM 0010-READ-SUITE-PARM
011700         THRU 0010-READ-SUITE-PARM-EXIT.
011800     PERFORM 0020-READ-BUSINESS-DATE
011801         THRU 0020-READ-BUSINESS-DATE-EXIT.
011810     PERFORM 0200-LOAD-COURSE-CATALOG
011820         THRU 0200-LOAD-COURSE-CATALOG-EXIT.
011830     PERFORM 0400-LOAD-REQUISITES
011840         THRU 0400-LOAD-REQUISITES-EXIT.
011850     PERFORM 0450-LOAD-GRADE-SCALE
011860         THRU 0450-LOAD-GRADE-SCALE-EXIT.
011870     PERFORM 0500-LOAD-REQ-OVERRIDES
011880         THRU 0500-LOAD-REQ-OVERRIDES-EXIT.
011886     PERFORM 0600-LOAD-WAITLIST
011892         THRU 0600-LOAD-WAITLIST-EXIT.
011894     PERFORM 0700-LOAD-ACAD-CALENDAR
011896         THRU 0700-LOAD-ACAD-CALENDAR-EXIT.
011900     SET WS-NOT-AT-EOF TO TRUE.
012000     OPEN INPUT EN-FEED-FILE.
012100     IF NOT WS-FEED-OK
012620         THRU 0300-COUNT-CURRENT-ENROLLMENT-EXIT.
012630     SET WS-NOT-AT-EOF TO TRUE.
012700     OPEN INPUT EN-MASTER-FILE.
012710     OPEN INPUT EN-HIST-FILE.
012720     IF WS-HIST-OK
012730         SET WS-HIST-OPEN TO TRUE
012732     END-IF.
012734     OPEN INPUT EN-HOLD-FILE.
012736     IF WS-HOLD-OK
012738         SET WS-HOLD-OPEN TO TRUE
012740     END-IF.
012800     OPEN OUTPUT EN-REJECT-FILE.
012900     PERFORM 1000-READ-ONE-FEED-RECORD
013000         THRU 1000-READ-ONE-FEED-RECORD-EXIT.
014000         CLOSE EN-MASTER-FILE
014100     END-IF.
014200     CLOSE EN-REJECT-FILE.
014201     IF NOT SP-TEST-MODE
014202         PERFORM 2950-EMPTY-RESUBMIT-QUEUE
014203             THRU 2950-EMPTY-RESUBMIT-QUEUE-EXIT
014203         PERFORM 2960-EMPTY-FEED-INCREMENT
014203             THRU 2960-EMPTY-FEED-INCREMENT-EXIT
014204     END-IF.
014210     IF WS-HIST-OPEN
014220         CLOSE EN-HIST-FILE
014221     END-IF.
014221     IF WS-HOLD-OPEN
014221         CLOSE EN-HOLD-FILE
014222     END-IF.
014224     PERFORM 7000-REWRITE-WAITLIST
014226         THRU 7000-REWRITE-WAITLIST-EXIT.
014300 8000-WRITE-RUN-REPORT.
014400     OPEN OUTPUT EN-REPORT-FILE.
014500     MOVE 'ADDS APPLIED' TO ENR-LABEL.
015000     WRITE EN-REPORT-RECORD.
015100     MOVE 'RECORDS REJECTED' TO ENR-LABEL.
015200     MOVE WS-REJECT-COUNT TO ENR-VALUE.
015210     WRITE EN-REPORT-RECORD.
015220     MOVE 'REQUISITES OVERRIDDEN' TO ENR-LABEL.
015230     MOVE WS-REQS-OVERRIDDEN TO ENR-VALUE.
015237     WRITE EN-REPORT-RECORD.
015244     MOVE 'ADDS WAITLISTED' TO ENR-LABEL.
015251     MOVE WS-ADDS-WAITLISTED TO ENR-VALUE.
015258     WRITE EN-REPORT-RECORD.
015265     MOVE 'WAITLIST PROMOTIONS' TO ENR-LABEL.
015272     MOVE WS-WAIT-PROMOTED TO ENR-VALUE.
015279     WRITE EN-REPORT-RECORD.
015286     MOVE 'WAITLIST WITHDRAWALS' TO ENR-LABEL.
015293     MOVE WS-WAIT-WITHDRAWN TO ENR-VALUE.
015294     WRITE EN-REPORT-RECORD.
015295     MOVE 'DROPS RECORDED AS W' TO ENR-LABEL.
015296     MOVE WS-DROPS-WITHDRAWN TO ENR-VALUE.
015297     WRITE EN-REPORT-RECORD.
015298     MOVE 'LATE ADDS OVERRIDDEN' TO ENR-LABEL.
015299     MOVE WS-LATE-ADDS-OVERRIDDEN TO ENR-VALUE.
015299     WRITE EN-REPORT-RECORD.
015299     MOVE 'NEVER-ATTENDED DROPS' TO ENR-LABEL.
015299     MOVE WS-DROPS-NEVER-ATTENDED TO ENR-VALUE.
015300     WRITE EN-REPORT-RECORD.
015300     MOVE 'RESUBMITTED RECORDS' TO ENR-LABEL.
015300     MOVE WS-RESUB-RECORDS TO ENR-VALUE.
015300     WRITE EN-REPORT-RECORD.
015400     CLOSE EN-REPORT-FILE.
015410     MOVE 'ENRLPOST' TO SL-PROGRAM-ID.
015420     SET SL-PHASE-END TO TRUE.
015430     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
015500     GO TO 9999-EXIT.
015600*--------------------------------------------------------------*
015700* 0010-READ-SUITE-PARM - READS THE SUITE-WIDE CONTROL CARD     *
017623                             CRS-OPEN-FLAG (WS-CRS-COUNT)
017624                         MOVE ZERO TO
017625                             CRS-ENROLLED (WS-CRS-COUNT)
017626                         MOVE SPACES TO
017627                             CRS-MEET-DAYS (WS-CRS-COUNT)
017628                         MOVE ZERO TO
017629                             CRS-START-TIME (WS-CRS-COUNT)
017630                         MOVE ZERO TO
017631                             CRS-END-TIME (WS-CRS-COUNT)
017632                         IF CRC-MEET-DAYS NOT = SPACES
017633                             AND CRC-START-TIME NUMERIC
017634                             AND CRC-END-TIME NUMERIC
017635                             AND CRC-START-TIME < CRC-END-TIME
017636                             MOVE CRC-MEET-DAYS TO
017637                                 CRS-MEET-DAYS (WS-CRS-COUNT)
017638                             MOVE CRC-START-TIME TO
017639                                 CRS-START-TIME (WS-CRS-COUNT)
017640                             MOVE CRC-END-TIME TO
017641                                 CRS-END-TIME (WS-CRS-COUNT)
017642                         END-IF
017626                     END-IF
017627             END-READ
017628         END-PERFORM
017641* 0300-COUNT-CURRENT-ENROLLMENT - ONE PASS OVER THE ENROLLMENT  *
017642* FILE SEEDING EACH CATALOG ENTRY'S ENROLLED COUNT, SO THE      *
017643* CAPACITY CHECK MEASURES THE SECTION'S TRUE DEPTH AND NOT      *
017644* JUST TONIGHT'S ADDS. A W ENROLLMENT NO LONGER HOLDS A SEAT.   *
017645*--------------------------------------------------------------*
017646 0300-COUNT-CURRENT-ENROLLMENT.
017647     SET WS-NOT-AT-EOF TO TRUE.
017657         PERFORM 2400-FIND-CATALOG-SECTION
017658             THRU 2400-FIND-CATALOG-SECTION-EXIT
017659         IF WS-CRS-FOUND
017660             AND ENR-ACTIVE
017661             ADD 1 TO CRS-ENROLLED (WS-CRS-MATCH)
017662         END-IF
017663         PERFORM 0350-READ-NEXT-ENROLLMENT
017677     END-READ.
017678 0350-READ-NEXT-ENROLLMENT-EXIT.
017679     EXIT.
017680*--------------------------------------------------------------*
017681* 0400-LOAD-REQUISITES - THE REGISTRAR-MAINTAINED CRSREQS       *
017682* REQUISITE REFERENCE, LOADED ALONGSIDE CRSCATLG. A MISSING     *
017683* MEMBER IS LOGGED TO IOERR AND LEAVES EVERY COURSE WITHOUT     *
017684* REQUISITES, AS BEFORE THE MEMBER EXISTED.                     *
017685*--------------------------------------------------------------*
017686 0400-LOAD-REQUISITES.
017687     MOVE 0 TO WS-REQ-COUNT.
017688     OPEN INPUT EN-REQS-FILE.
017689     IF NOT WS-REQS-OK
017690         MOVE 'ENRLPOST' TO IO-PROGRAM-ID
017691         MOVE 'CRSREQS ' TO IO-FILE-NAME
017692         MOVE 'OPEN-IN ' TO IO-OPERATION
017693         MOVE WS-REQS-STATUS TO IO-FILE-STATUS
017694         MOVE 'N' TO IO-MANDATORY-FLAG
017695         CALL 'IOERR' USING IOERR-PARM-BLOCK
017696         GO TO 0400-LOAD-REQUISITES-EXIT
017697     END-IF.
017698     PERFORM UNTIL WS-REQ-COUNT = WS-REQ-MAX
017699             OR NOT WS-REQS-OK
017700         READ EN-REQS-FILE
017701             AT END
017702                 CONTINUE
017703             NOT AT END
017704                 IF CRQ-CARD (1:1) NOT = '*'
017705                     AND CRQ-COURSE-ID NOT = SPACES
017706                     AND CRQ-REQ-COURSE-ID NOT = SPACES
017707                     ADD 1 TO WS-REQ-COUNT
017708                     MOVE CRQ-COURSE-ID TO
017709                         ERQ-COURSE-ID (WS-REQ-COUNT)
017710                     MOVE CRQ-REQ-COURSE-ID TO
017711                         ERQ-REQ-COURSE-ID (WS-REQ-COUNT)
017712                     MOVE CRQ-MIN-GRADE TO
017713                         ERQ-MIN-GRADE (WS-REQ-COUNT)
017714                     MOVE CRQ-COREQ-FLAG TO
017715                         ERQ-COREQ-FLAG (WS-REQ-COUNT)
017716                 END-IF
017717         END-READ
017718     END-PERFORM.
017719     CLOSE EN-REQS-FILE.
017720 0400-LOAD-REQUISITES-EXIT.
017721     EXIT.
017722*--------------------------------------------------------------*
017723* 0450-LOAD-GRADE-SCALE - THE GRADSCAL GRADE SCALE GRADPOST     *
017724* EDITS AGAINST. MANDATORY ONCE ANY REQUISITE IS ON FILE -      *
017725* WITHOUT IT NO HISTORY GRADE COULD SATISFY ONE.                *
017726*--------------------------------------------------------------*
017727 0450-LOAD-GRADE-SCALE.
017728     MOVE 0 TO WS-SCL-COUNT.
017729     IF WS-REQ-COUNT = 0
017730         GO TO 0450-LOAD-GRADE-SCALE-EXIT
017731     END-IF.
017732     OPEN INPUT EN-SCALE-FILE.
017733     IF NOT WS-SCALE-OK
017734         MOVE 'ENRLPOST' TO IO-PROGRAM-ID
017735         MOVE 'GRADSCAL' TO IO-FILE-NAME
017736         MOVE 'OPEN-IN ' TO IO-OPERATION
017737         MOVE WS-SCALE-STATUS TO IO-FILE-STATUS
017738         MOVE 'Y' TO IO-MANDATORY-FLAG
017739         CALL 'IOERR' USING IOERR-PARM-BLOCK
017740     END-IF.
017741     IF WS-SCALE-OK
017742         PERFORM UNTIL WS-SCL-COUNT = WS-SCL-MAX
017743                 OR NOT WS-SCALE-OK
017744             READ EN-SCALE-FILE
017745                 AT END
017746                     CONTINUE
017747                 NOT AT END
017748                     IF GSC-POINTS NUMERIC
017749                         AND GSC-GRADE NOT = SPACES
017750                         ADD 1 TO WS-SCL-COUNT
017751                         MOVE GSC-GRADE TO
017752                             ESC-GRADE (WS-SCL-COUNT)
017753                         MOVE GSC-POINTS TO
017754                             ESC-POINTS (WS-SCL-COUNT)
017755                         MOVE GSC-EARNED-FLAG TO
017756                             ESC-EARNED-FLAG (WS-SCL-COUNT)
017757                     END-IF
017758             END-READ
017759         END-PERFORM
017760         CLOSE EN-SCALE-FILE
017761     END-IF.
017762 0450-LOAD-GRADE-SCALE-EXIT.
017763     EXIT.
017764*--------------------------------------------------------------*
017765* 0500-LOAD-REQ-OVERRIDES - THE REQOVRD CHAIR PERMISSIONS. NO   *
017766* FILE IS NO PERMISSIONS ON RECORD.                             *
017767*--------------------------------------------------------------*
017768 0500-LOAD-REQ-OVERRIDES.
017769     MOVE 0 TO WS-OVR-COUNT.
017770     OPEN INPUT EN-OVERRIDE-FILE.
017771     IF NOT WS-OVERRIDE-OK
017772         GO TO 0500-LOAD-REQ-OVERRIDES-EXIT
017773     END-IF.
017774     PERFORM UNTIL WS-OVR-COUNT = WS-OVR-MAX
017775             OR NOT WS-OVERRIDE-OK
017776         READ EN-OVERRIDE-FILE
017777             AT END
017778                 CONTINUE
017779             NOT AT END
017780                 IF ROV-STUDENT-ID NUMERIC
017781                     AND ROV-COURSE-ID NOT = SPACES
017782                     ADD 1 TO WS-OVR-COUNT
017783                     MOVE ROV-STUDENT-ID TO
017784                         EOV-STUDENT-ID (WS-OVR-COUNT)
017785                     MOVE ROV-COURSE-ID TO
017786                         EOV-COURSE-ID (WS-OVR-COUNT)
017787                     MOVE ROV-TERM TO
017788                         EOV-TERM (WS-OVR-COUNT)
017789                     MOVE ROV-APPROVED-BY TO
017790                         EOV-APPROVED-BY (WS-OVR-COUNT)
017791                     MOVE ROV-APPROVED-DATE TO
017792                         EOV-APPROVED-DATE (WS-OVR-COUNT)
017793                     MOVE ROV-OVERRIDE-TYPE TO
017794                         EOV-TYPE (WS-OVR-COUNT)
017793                 END-IF
017794         END-READ
017795     END-PERFORM.
017796     CLOSE EN-OVERRIDE-FILE.
017797 0500-LOAD-REQ-OVERRIDES-EXIT.
017798     EXIT.
017799*--------------------------------------------------------------*
017800* 0600-LOAD-WAITLIST - THE SECWAIT SECTION WAITLIST CARRIED     *
017801* FROM PRIOR NIGHTS. NO FILE IS AN EMPTY WAITLIST. A FILE       *
017802* LONGER THAN THE TABLE IS LOGGED TO IOERR AND LEFT UNTOUCHED   *
017803* AT THE END OF THE RUN SO NO WAITING STUDENT IS LOST.          *
017804*--------------------------------------------------------------*
017805 0600-LOAD-WAITLIST.
017806     MOVE 0 TO WS-WAIT-COUNT.
017807     OPEN INPUT EN-WAIT-FILE.
017808     IF NOT WS-WAIT-OK
017809         GO TO 0600-LOAD-WAITLIST-EXIT
017810     END-IF.
017811     PERFORM UNTIL NOT WS-WAIT-OK
017812         OR WS-WAIT-TRUNCATED
017813         READ EN-WAIT-FILE
017814             AT END
017815                 CONTINUE
017816             NOT AT END
017817                 IF SWT-WAITING
017818                     AND SWT-STUDENT-ID NUMERIC
017819                     AND SWT-ARRIVAL-NO NUMERIC
017820                     PERFORM 0650-LOAD-ONE-WAIT-ENTRY
017821                         THRU 0650-LOAD-ONE-WAIT-ENTRY-EXIT
017822                 END-IF
017823         END-READ
017824     END-PERFORM.
017825     CLOSE EN-WAIT-FILE.
017826 0600-LOAD-WAITLIST-EXIT.
017827     EXIT.
017828*--------------------------------------------------------------*
017829* 0650-LOAD-ONE-WAIT-ENTRY - ONE WAITING SECWAIT RECORD INTO    *
017830* THE TABLE, TRACKING THE HIGHEST ARRIVAL NUMBER ISSUED.        *
017831*--------------------------------------------------------------*
017832 0650-LOAD-ONE-WAIT-ENTRY.
017833     IF WS-WAIT-COUNT = WS-WAIT-MAX
017834         SET WS-WAIT-TRUNCATED TO TRUE
017835         MOVE 'ENRLPOST' TO IO-PROGRAM-ID
017836         MOVE 'SECWAIT ' TO IO-FILE-NAME
017837         MOVE 'READ    ' TO IO-OPERATION
017838         MOVE WS-WAIT-STATUS TO IO-FILE-STATUS
017839         MOVE 'N' TO IO-MANDATORY-FLAG
017840         CALL 'IOERR' USING IOERR-PARM-BLOCK
017841         GO TO 0650-LOAD-ONE-WAIT-ENTRY-EXIT
017842     END-IF.
017843     ADD 1 TO WS-WAIT-COUNT.
017844     MOVE SWT-COURSE-ID TO EWT-COURSE-ID (WS-WAIT-COUNT).
017845     MOVE SWT-SECTION TO EWT-SECTION (WS-WAIT-COUNT).
017846     MOVE SWT-TERM TO EWT-TERM (WS-WAIT-COUNT).
017847     MOVE SWT-STUDENT-ID TO EWT-STUDENT-ID (WS-WAIT-COUNT).
017848     MOVE SWT-ARRIVAL-NO TO EWT-ARRIVAL-NO (WS-WAIT-COUNT).
017849     MOVE SWT-WAIT-DATE TO EWT-WAIT-DATE (WS-WAIT-COUNT).
017850     MOVE SWT-STATUS TO EWT-STATUS (WS-WAIT-COUNT).
017851     IF SWT-ARRIVAL-NO > WS-WAIT-LAST-ARRIVAL
017852         MOVE SWT-ARRIVAL-NO TO WS-WAIT-LAST-ARRIVAL
017853     END-IF.
017854 0650-LOAD-ONE-WAIT-ENTRY-EXIT.
017855     EXIT.
017856*--------------------------------------------------------------*
017857* 0700-LOAD-ACAD-CALENDAR - THE ACADCAL TERM DEADLINES. A       *
017858* MISSING MEMBER IS LOGGED TO IOERR AND LEAVES EVERY TERM       *
017859* UNFENCED, AS BEFORE THE CALENDAR EXISTED; SO DOES A TERM NOT  *
017860* ON IT.                                                        *
017861*--------------------------------------------------------------*
017862 0700-LOAD-ACAD-CALENDAR.
017863     MOVE 0 TO WS-ACAL-COUNT.
017864     OPEN INPUT EN-ACAL-FILE.
017865     IF NOT WS-ACAL-OK
017866         MOVE 'ENRLPOST' TO IO-PROGRAM-ID
017867         MOVE 'ACADCAL ' TO IO-FILE-NAME
017868         MOVE 'OPEN-IN ' TO IO-OPERATION
017869         MOVE WS-ACAL-STATUS TO IO-FILE-STATUS
017870         MOVE 'N' TO IO-MANDATORY-FLAG
017871         CALL 'IOERR' USING IOERR-PARM-BLOCK
017872         GO TO 0700-LOAD-ACAD-CALENDAR-EXIT
017873     END-IF.
017874     PERFORM UNTIL WS-ACAL-COUNT = WS-ACAL-MAX
017875             OR NOT WS-ACAL-OK
017876         READ EN-ACAL-FILE
017877             AT END
017878                 CONTINUE
017879             NOT AT END
017880                 IF ACL-TERM (1:1) NOT = '*'
017881                     AND ACL-TERM NOT = SPACES
017882                     AND ACL-REG-OPEN-DATE NUMERIC
017883                     AND ACL-LAST-ADD-DATE NUMERIC
017884                     AND ACL-LAST-DROP-DATE NUMERIC
017885                     AND ACL-LAST-WDRAW-DATE NUMERIC
017886                     ADD 1 TO WS-ACAL-COUNT
017887                     MOVE ACL-TERM TO EAC-TERM (WS-ACAL-COUNT)
017888                     MOVE ACL-REG-OPEN-DATE TO
017889                         EAC-REG-OPEN-DATE (WS-ACAL-COUNT)
017890                     MOVE ACL-LAST-ADD-DATE TO
017891                         EAC-LAST-ADD-DATE (WS-ACAL-COUNT)
017892                     MOVE ACL-LAST-DROP-DATE TO
017893                         EAC-LAST-DROP-DATE (WS-ACAL-COUNT)
017894                     MOVE ACL-LAST-WDRAW-DATE TO
017895                         EAC-LAST-WDRAW-DATE (WS-ACAL-COUNT)
017896                 END-IF
017897         END-READ
017898     END-PERFORM.
017899     CLOSE EN-ACAL-FILE.
017900 0700-LOAD-ACAD-CALENDAR-EXIT.
017679     EXIT.
017600*--------------------------------------------------------------*
017700* 0100-OPEN-ENROLLMENT-FILE - OPENS THE INDEXED ENROLLMENT      *
017800* DETAIL; THE FIRST RUN EVER CREATES IT.                        *
020200* COURSE/SECTION/TERM, NOST = STUDENT NOT ON STUMAST, DUPL =    *
020300* ADD FOR AN ENROLLMENT ALREADY ON FILE, NFND = DROP FOR AN     *
020400* ENROLLMENT NOT ON FILE, NSEC = SECTION NOT ON THE CRSCATLG    *
020410* CATALOG, CLSD = SECTION CLOSED TO REGISTRATION, PREQ =        *
020420* PREREQUISITE NOT MET, CREQ = COREQUISITE NOT MET (EITHER ONE  *
020425* HONORED INSTEAD WHEN A REQOVRD CHAIR PERMISSION IS ON FILE),  *
020430* TIME = MEETS AT THE SAME TIME AS A SECTION ALREADY ON THE     *
020435* STUDENT'S SCHEDULE FOR THE TERM (NAMED ON THE REJECT),        *
020440* WDUP = ADD FOR A SECTION THE STUDENT IS ALREADY WAITING FOR,  *
020450* WFUL = ADD FOR A FULL SECTION WITH THE WAITLIST TABLE FULL,   *
020460* NOPN = ADD BEFORE THE TERM'S ACADCAL REGISTRATION OPEN DATE,  *
020470* LATE = ADD AFTER THE LAST DAY TO ADD WITH NO REQOVRD LATE-ADD *
020480* PERMISSION, WDDL = DROP AFTER THE LAST DAY TO WITHDRAW,       *
020486* WDRN = DROP FOR AN ENROLLMENT ALREADY RECORDED AS A W,        *
020492* CANC = ADD FOR A SECTION SECCANCL HAS CANCELLED,              *
020493* HOLD = ADD BLOCKED BY A REGISTRATION HOLD ON STUHOLD.         *
020500*--------------------------------------------------------------*
020600 2000-APPLY-ONE-REGISTRATION.
020610     IF EFD-RESUB-OPER NOT = SPACES
020620         ADD 1 TO WS-RESUB-RECORDS
020630     END-IF.
020700     PERFORM 2100-EDIT-ONE-FEED-RECORD
020800         THRU 2100-EDIT-ONE-FEED-RECORD-EXIT.
020900     IF WS-EDIT-FAILED
022600*--------------------------------------------------------------*
022700 2100-EDIT-ONE-FEED-RECORD.
022800     SET WS-EDIT-OK TO TRUE.
022810     MOVE SPACES TO WS-REJECT-CONFLICT.
022900     IF NOT EFD-ADD AND NOT EFD-DROP
023000         SET WS-EDIT-FAILED TO TRUE
023100         MOVE 'BADA' TO WS-REJECT-REASON
025210     IF WS-EDIT-FAILED
025220         GO TO 2100-EDIT-ONE-FEED-RECORD-EXIT
025230     END-IF.
025231     IF EFD-ADD
025232         PERFORM 2120-CHECK-REGISTRATION-HOLDS
025233             THRU 2120-CHECK-REGISTRATION-HOLDS-EXIT
025234         IF WS-EDIT-FAILED
025235             GO TO 2100-EDIT-ONE-FEED-RECORD-EXIT
025236         END-IF
025237     END-IF.
025240     MOVE EFD-COURSE-ID TO WS-FIND-COURSE-ID.
025250     MOVE EFD-SECTION TO WS-FIND-SECTION.
025260     MOVE EFD-TERM TO WS-FIND-TERM.
025293         GO TO 2100-EDIT-ONE-FEED-RECORD-EXIT
025294     END-IF.
025295     IF EFD-ADD
025296         AND CRS-OPEN-FLAG (WS-CRS-MATCH) = 'X'
025297         SET WS-EDIT-FAILED TO TRUE
025298         MOVE 'CANC' TO WS-REJECT-REASON
025299         GO TO 2100-EDIT-ONE-FEED-RECORD-EXIT
025300     END-IF.
025301     IF EFD-ADD
025296         AND CRS-OPEN-FLAG (WS-CRS-MATCH) NOT = 'O'
025297         SET WS-EDIT-FAILED TO TRUE
025298         MOVE 'CLSD' TO WS-REJECT-REASON
025299         GO TO 2100-EDIT-ONE-FEED-RECORD-EXIT
025299     END-IF.
025300     SET WS-OVR-NOT-USED TO TRUE.
025301     SET WS-LATE-OVR-NOT-USED TO TRUE.
025302     PERFORM 2150-CHECK-TERM-CALENDAR
025303         THRU 2150-CHECK-TERM-CALENDAR-EXIT.
025304     IF WS-EDIT-FAILED
025305         GO TO 2100-EDIT-ONE-FEED-RECORD-EXIT
025306     END-IF.
025301     IF EFD-ADD
025302         PERFORM 2800-CHECK-REQUISITES
025303             THRU 2800-CHECK-REQUISITES-EXIT
025304     END-IF.
025305     IF EFD-ADD
025306         AND WS-EDIT-OK
025307         PERFORM 2750-CHECK-TIME-CONFLICT
025308             THRU 2750-CHECK-TIME-CONFLICT-EXIT
025304     END-IF.
025300 2100-EDIT-ONE-FEED-RECORD-EXIT.
025301     EXIT.
025301*--------------------------------------------------------------*
025301* 2120-CHECK-REGISTRATION-HOLDS - THE STUDENT'S HOLDS ON        *
025301* STUHOLD. ANY HOLD IN FORCE WHOSE TYPE BLOCKS REGISTRATION     *
025301* REJECTS THE ADD AS HOLD. NO HOLD FILE, NO HOLDS.              *
025301*--------------------------------------------------------------*
025301 2120-CHECK-REGISTRATION-HOLDS.
025301     IF NOT WS-HOLD-OPEN
025301         GO TO 2120-CHECK-REGISTRATION-HOLDS-EXIT
025301     END-IF.
025301     MOVE EFD-STUDENT-ID TO SHD-STUDENT-ID.
025301     MOVE LOW-VALUES TO SHD-HOLD-TYPE.
025301     MOVE ZERO TO SHD-PLACED-DATE.
025301     START EN-HOLD-FILE KEY IS NOT LESS THAN SHD-KEY
025301         INVALID KEY
025301             GO TO 2120-CHECK-REGISTRATION-HOLDS-EXIT
025301     END-START.
025301     SET WS-HOLD-SCAN-GOING TO TRUE.
025301     PERFORM UNTIL WS-HOLD-SCAN-DONE
025301         READ EN-HOLD-FILE NEXT RECORD
025301             AT END
025301                 SET WS-HOLD-SCAN-DONE TO TRUE
025301             NOT AT END
025301                 IF SHD-STUDENT-ID NOT = EFD-STUDENT-ID
025301                     SET WS-HOLD-SCAN-DONE TO TRUE
025301                 ELSE
025301                     IF SHD-IN-FORCE
025301                         AND SHD-BLOCKS-REGISTRATION
025301                         SET WS-EDIT-FAILED TO TRUE
025301                         MOVE 'HOLD' TO WS-REJECT-REASON
025301                         SET WS-HOLD-SCAN-DONE TO TRUE
025301                     END-IF
025301                 END-IF
025301         END-READ
025301     END-PERFORM.
025301 2120-CHECK-REGISTRATION-HOLDS-EXIT.
025301     EXIT.
025302*--------------------------------------------------------------*
025303* 2150-CHECK-TERM-CALENDAR - THE TERM'S ACADCAL DEADLINES       *
025304* AGAINST TONIGHT'S BUSINESS DATE. AN ADD BEFORE REGISTRATION   *
025305* OPENS REJECTS NOPN; ONE AFTER THE LAST DAY TO ADD REJECTS     *
025306* LATE UNLESS A REQOVRD LATE-ADD PERMISSION IS ON FILE. A DROP  *
025307* AFTER THE LAST DAY TO WITHDRAW REJECTS WDDL. LEAVES THE TERM  *
025308* ENTRY IN WS-ACAL-MATCH (ZERO WHEN THE TERM IS NOT ON FILE).   *
025309*--------------------------------------------------------------*
025310 2150-CHECK-TERM-CALENDAR.
025311     MOVE 0 TO WS-ACAL-MATCH.
025312     PERFORM VARYING WS-ACAL-IDX FROM 1 BY 1
025313             UNTIL WS-ACAL-IDX > WS-ACAL-COUNT
025314             OR WS-ACAL-MATCH > 0
025315         IF EAC-TERM (WS-ACAL-IDX) = EFD-TERM
025316             MOVE WS-ACAL-IDX TO WS-ACAL-MATCH
025317         END-IF
025318     END-PERFORM.
025319     IF WS-ACAL-MATCH = 0
025320         GO TO 2150-CHECK-TERM-CALENDAR-EXIT
025321     END-IF.
025322     IF EFD-DROP
025323         IF WS-POST-DATE > EAC-LAST-WDRAW-DATE (WS-ACAL-MATCH)
025324             SET WS-EDIT-FAILED TO TRUE
025325             MOVE 'WDDL' TO WS-REJECT-REASON
025326         END-IF
025327         GO TO 2150-CHECK-TERM-CALENDAR-EXIT
025328     END-IF.
025329     IF WS-POST-DATE < EAC-REG-OPEN-DATE (WS-ACAL-MATCH)
025330         SET WS-EDIT-FAILED TO TRUE
025331         MOVE 'NOPN' TO WS-REJECT-REASON
025332         GO TO 2150-CHECK-TERM-CALENDAR-EXIT
025333     END-IF.
025334     IF WS-POST-DATE NOT > EAC-LAST-ADD-DATE (WS-ACAL-MATCH)
025335         GO TO 2150-CHECK-TERM-CALENDAR-EXIT
025336     END-IF.
025337     MOVE 0 TO WS-LATE-OVR-MATCH.
025338     PERFORM VARYING WS-OVR-IDX FROM 1 BY 1
025339             UNTIL WS-OVR-IDX > WS-OVR-COUNT
025340             OR WS-LATE-OVR-USED
025341         IF EOV-STUDENT-ID (WS-OVR-IDX) = EFD-STUDENT-ID
025342             AND EOV-COURSE-ID (WS-OVR-IDX) = EFD-COURSE-ID
025343             AND EOV-TERM (WS-OVR-IDX) = EFD-TERM
025344             AND EOV-TYPE (WS-OVR-IDX) = 'L'
025345             SET WS-LATE-OVR-USED TO TRUE
025346             MOVE WS-OVR-IDX TO WS-LATE-OVR-MATCH
025347         END-IF
025348     END-PERFORM.
025349     IF WS-LATE-OVR-NOT-USED
025350         SET WS-EDIT-FAILED TO TRUE
025351         MOVE 'LATE' TO WS-REJECT-REASON
025352     END-IF.
025353 2150-CHECK-TERM-CALENDAR-EXIT.
025400     EXIT.
025500*--------------------------------------------------------------*
025510* 2200-APPLY-ONE-ADD - A NEW ENROLLMENT RECORD; AN ENROLLMENT   *
025520* ALREADY ON FILE REJECTS AS A DUPLICATE. AN ADD FOR A SECTION  *
025530* ALREADY AT CAPACITY GOES ON THE SECTION'S WAITLIST INSTEAD.   *
025800*--------------------------------------------------------------*
025900 2200-APPLY-ONE-ADD.
026000     PERFORM 2500-BUILD-ENROLLMENT-KEY
026100         THRU 2500-BUILD-ENROLLMENT-KEY-EXIT.
026110     MOVE CRS-CREDIT-HOURS (WS-CRS-MATCH) TO ENR-CREDIT-HOURS.
026200     MOVE WS-POST-DATE TO ENR-ADD-DATE.
026203     MOVE 'A' TO ENR-STATUS.
026206     MOVE ZERO TO ENR-STATUS-DATE.
026210     IF CRS-ENROLLED (WS-CRS-MATCH)
026220             NOT < CRS-CAPACITY (WS-CRS-MATCH)
026230         PERFORM 2250-WAITLIST-ONE-ADD
026240             THRU 2250-WAITLIST-ONE-ADD-EXIT
026250         GO TO 2200-APPLY-ONE-ADD-EXIT
026260     END-IF.
026300     IF SP-TEST-MODE
026400         READ EN-ENROLL-FILE
026500             INVALID KEY
026600                 ADD 1 TO WS-ADDS-APPLIED
026610                 PERFORM 2600-CHECK-SECTION-CAPACITY
026620                     THRU 2600-CHECK-SECTION-CAPACITY-EXIT
026630                 PERFORM 2880-COUNT-OVERRIDE
026640                     THRU 2880-COUNT-OVERRIDE-EXIT
026650                 PERFORM 2885-COUNT-LATE-OVERRIDE
026660                     THRU 2885-COUNT-LATE-OVERRIDE-EXIT
026700             NOT INVALID KEY
026800                 MOVE 'DUPL' TO WS-REJECT-REASON
026900                 PERFORM 2900-WRITE-ONE-REJECT
028000             ADD 1 TO WS-ADDS-APPLIED
028010             PERFORM 2600-CHECK-SECTION-CAPACITY
028020                 THRU 2600-CHECK-SECTION-CAPACITY-EXIT
028030             PERFORM 2880-COUNT-OVERRIDE
028040                 THRU 2880-COUNT-OVERRIDE-EXIT
028050             PERFORM 2885-COUNT-LATE-OVERRIDE
028060                 THRU 2885-COUNT-LATE-OVERRIDE-EXIT
028060             PERFORM 8730-JOURNAL-ENROLL-ADD
028060                 THRU 8730-JOURNAL-ENROLL-ADD-EXIT
028100     END-WRITE.
028200 2200-APPLY-ONE-ADD-EXIT.
028201     EXIT.
028202*--------------------------------------------------------------*
028203* 2250-WAITLIST-ONE-ADD - AN ADD FOR A FULL SECTION. A STUDENT  *
028204* ALREADY ENROLLED STILL REJECTS DUPL; ONE ALREADY WAITING FOR  *
028205* THE SECTION REJECTS WDUP. OTHERWISE THE ADD TAKES THE NEXT    *
028206* ARRIVAL NUMBER AT THE BACK OF THE SECTION'S LINE.             *
028207*--------------------------------------------------------------*
028208 2250-WAITLIST-ONE-ADD.
028209     READ EN-ENROLL-FILE
028210         INVALID KEY
028211             CONTINUE
028212         NOT INVALID KEY
028213             MOVE 'DUPL' TO WS-REJECT-REASON
028214             PERFORM 2900-WRITE-ONE-REJECT
028215                 THRU 2900-WRITE-ONE-REJECT-EXIT
028216             GO TO 2250-WAITLIST-ONE-ADD-EXIT
028217     END-READ.
028218     MOVE 0 TO WS-WAIT-MATCH.
028219     PERFORM VARYING WS-WAIT-IDX FROM 1 BY 1
028220             UNTIL WS-WAIT-IDX > WS-WAIT-COUNT
028221             OR WS-WAIT-MATCH > 0
028222         IF EWT-STUDENT-ID (WS-WAIT-IDX) = EFD-STUDENT-ID
028223             AND EWT-COURSE-ID (WS-WAIT-IDX) = EFD-COURSE-ID
028224             AND EWT-SECTION (WS-WAIT-IDX) = EFD-SECTION
028225             AND EWT-TERM (WS-WAIT-IDX) = EFD-TERM
028226             AND EWT-STATUS (WS-WAIT-IDX) = 'W'
028227             MOVE WS-WAIT-IDX TO WS-WAIT-MATCH
028228         END-IF
028229     END-PERFORM.
028230     IF WS-WAIT-MATCH > 0
028231         MOVE 'WDUP' TO WS-REJECT-REASON
028232         PERFORM 2900-WRITE-ONE-REJECT
028233             THRU 2900-WRITE-ONE-REJECT-EXIT
028234         GO TO 2250-WAITLIST-ONE-ADD-EXIT
028235     END-IF.
028236     IF WS-WAIT-COUNT = WS-WAIT-MAX
028237         MOVE 'WFUL' TO WS-REJECT-REASON
028238         PERFORM 2900-WRITE-ONE-REJECT
028239             THRU 2900-WRITE-ONE-REJECT-EXIT
028240         GO TO 2250-WAITLIST-ONE-ADD-EXIT
028241     END-IF.
028242     ADD 1 TO WS-WAIT-COUNT.
028243     ADD 1 TO WS-WAIT-LAST-ARRIVAL.
028244     MOVE EFD-COURSE-ID TO EWT-COURSE-ID (WS-WAIT-COUNT).
028245     MOVE EFD-SECTION TO EWT-SECTION (WS-WAIT-COUNT).
028246     MOVE EFD-TERM TO EWT-TERM (WS-WAIT-COUNT).
028247     MOVE EFD-STUDENT-ID TO EWT-STUDENT-ID (WS-WAIT-COUNT).
028248     MOVE WS-WAIT-LAST-ARRIVAL TO EWT-ARRIVAL-NO (WS-WAIT-COUNT).
028249     MOVE WS-POST-DATE TO EWT-WAIT-DATE (WS-WAIT-COUNT).
028250     MOVE 'W' TO EWT-STATUS (WS-WAIT-COUNT).
028251     ADD 1 TO WS-ADDS-WAITLISTED.
028252 2250-WAITLIST-ONE-ADD-EXIT.
028300     EXIT.
028400*--------------------------------------------------------------*
028405* 2300-APPLY-ONE-DROP - DELETES AN EXISTING ENROLLMENT (OR,     *
028410* PAST THE TERM'S LAST DAY TO DROP WITHOUT RECORD, MARKS IT W)  *
028415* AND OFFERS THE FREED SEAT TO THE SECTION'S WAITLIST. A DROP   *
028420* FOR A STUDENT STILL WAITING TAKES THEM OFF THE LINE; ANY      *
028430* OTHER ENROLLMENT NOT ON FILE REJECTS RATHER THAN DROPPING     *
028440* NOTHING.                                                      *
028450* A NEVER-ATTENDED DROP (ACTION N, QUEUED BY ROSTER FROM THE    *
028460* FACULTY RETURN) NEVER COMES OFF A WAITLIST - NO ENROLLMENT ON  *
028470* FILE REJECTS NFND.                                             *
028700*--------------------------------------------------------------*
028800 2300-APPLY-ONE-DROP.
028900     PERFORM 2500-BUILD-ENROLLMENT-KEY
029000         THRU 2500-BUILD-ENROLLMENT-KEY-EXIT.
029100     READ EN-ENROLL-FILE
029200         INVALID KEY
029210             IF EFD-NEVER-ATTENDED
029220                 MOVE 'NFND' TO WS-REJECT-REASON
029230                 PERFORM 2900-WRITE-ONE-REJECT
029240                     THRU 2900-WRITE-ONE-REJECT-EXIT
029250             ELSE
029260                 PERFORM 2360-WITHDRAW-FROM-WAITLIST
029270                     THRU 2360-WITHDRAW-FROM-WAITLIST-EXIT
029280             END-IF
029600         NOT INVALID KEY
029700             PERFORM 2310-DROP-ONE-ENROLLMENT
029800                 THRU 2310-DROP-ONE-ENROLLMENT-EXIT
030100     END-READ.
030200 2300-APPLY-ONE-DROP-EXIT.
030201     EXIT.
030202*--------------------------------------------------------------*
030203* 2310-DROP-ONE-ENROLLMENT - THE ENROLLMENT JUST READ. THROUGH  *
030204* THE LAST DAY TO DROP WITHOUT RECORD IT IS DELETED; AFTER IT   *
030205* IT STAYS ON FILE MARKED W WITH TONIGHT'S DATE, SO THE         *
030206* TRANSCRIPT AND THE REFUND SCHEDULE STILL SEE IT. EITHER WAY   *
030207* THE SEAT IS FREED AND OFFERED TO THE WAITLIST, AND THE DROP   *
030208* IS LOGGED TO ENRLDROP FOR TUITCALC'S REFUND.                  *
030208* A NEVER-ATTENDED DROP IS DELETED WHATEVER THE DATE - A        *
030208* STUDENT WHO NEVER CAME TO CLASS CARRIES NO W - AND IS PRICED   *
030208* AS A DROP ON THE REFUND SCHEDULE LIKE ANY OTHER.               *
030208*--------------------------------------------------------------*
030209 2310-DROP-ONE-ENROLLMENT.
030210     IF ENR-WITHDRAWN
030211         MOVE 'WDRN' TO WS-REJECT-REASON
030212         PERFORM 2900-WRITE-ONE-REJECT
030213             THRU 2900-WRITE-ONE-REJECT-EXIT
030214         GO TO 2310-DROP-ONE-ENROLLMENT-EXIT
030215     END-IF.
030217     MOVE ENR-RECORD TO JR-BEFORE-IMAGE.
030217     MOVE 0 TO WS-DROP-PRICED-DATE.
030217     IF ENR-STATUS-DATE NUMERIC
030217         MOVE ENR-STATUS-DATE TO WS-DROP-PRICED-DATE
030217     END-IF.
030217     IF WS-ACAL-MATCH > 0
030217         AND WS-POST-DATE > EAC-LAST-DROP-DATE (WS-ACAL-MATCH)
030217         AND NOT EFD-NEVER-ATTENDED
030218         MOVE 'W' TO ENR-STATUS
030219         MOVE WS-POST-DATE TO ENR-STATUS-DATE
030220         IF NOT SP-TEST-MODE
030221             REWRITE ENR-RECORD
030221             IF WS-ENROLL-OK
030221                 PERFORM 8720-JOURNAL-ENROLL-CHANGE
030221                     THRU 8720-JOURNAL-ENROLL-CHANGE-EXIT
030221             END-IF
030222         END-IF
030223         ADD 1 TO WS-DROPS-WITHDRAWN
030224     ELSE
030225         IF NOT SP-TEST-MODE
030226             DELETE EN-ENROLL-FILE RECORD
030226             IF WS-ENROLL-OK
030226                 PERFORM 8710-JOURNAL-ENROLL-DELETE
030226                     THRU 8710-JOURNAL-ENROLL-DELETE-EXIT
030226             END-IF
030227         END-IF
030228         IF EFD-NEVER-ATTENDED
030228             ADD 1 TO WS-DROPS-NEVER-ATTENDED
030228         ELSE
030228             ADD 1 TO WS-DROPS-APPLIED
030228         END-IF
030229     END-IF.
030230     IF CRS-ENROLLED (WS-CRS-MATCH) > 0
030231         SUBTRACT 1 FROM CRS-ENROLLED (WS-CRS-MATCH)
030232     END-IF.
030232     PERFORM 2320-LOG-ONE-DROP
030232         THRU 2320-LOG-ONE-DROP-EXIT.
030233     PERFORM 2350-PROMOTE-FROM-WAITLIST
030234         THRU 2350-PROMOTE-FROM-WAITLIST-EXIT.
030235 2310-DROP-ONE-ENROLLMENT-EXIT.
030201     EXIT.
030202*--------------------------------------------------------------*
030203* 2320-LOG-ONE-DROP - ONE ENRLDROP RECORD FOR THE DROP JUST     *
030204* POSTED, WITH THE ENROLLMENT AS IT STOOD: CREDITS, ADD DATE,   *
030205* TONIGHT'S DATE AND WHETHER IT WAS DELETED (D) OR KEPT AS A W, *
030205* AND THE DATE TUITCALC CHARGED IT (ZERO IF IT NEVER DID).      *
030206* TUITCALC PRICES THE REFUND FROM IT. A TEST-MODE RUN LOGS      *
030207* NOTHING.                                                      *
030208*--------------------------------------------------------------*
030209 2320-LOG-ONE-DROP.
030210     IF SP-TEST-MODE
030211         GO TO 2320-LOG-ONE-DROP-EXIT
030212     END-IF.
030213     OPEN EXTEND EN-DROP-FILE.
030214     IF NOT WS-DROP-OK
030215         CLOSE EN-DROP-FILE
030216         OPEN OUTPUT EN-DROP-FILE
030217     END-IF.
030218     MOVE SPACES TO ENRL-DROP-RECORD.
030219     MOVE ENR-STUDENT-ID TO EDR-STUDENT-ID.
030220     MOVE ENR-COURSE-ID TO EDR-COURSE-ID.
030221     MOVE ENR-SECTION TO EDR-SECTION.
030222     MOVE ENR-TERM TO EDR-TERM.
030223     MOVE ENR-CREDIT-HOURS TO EDR-CREDIT-HOURS.
030224     MOVE ENR-ADD-DATE TO EDR-ADD-DATE.
030225     MOVE WS-POST-DATE TO EDR-DROP-DATE.
030225     MOVE WS-DROP-PRICED-DATE TO EDR-PRICED-DATE.
030226     IF ENR-WITHDRAWN
030227         SET EDR-WITHDRAWN TO TRUE
030228     ELSE
030229         SET EDR-DELETED TO TRUE
030230     END-IF.
030231     WRITE ENRL-DROP-RECORD.
030232     CLOSE EN-DROP-FILE.
030233 2320-LOG-ONE-DROP-EXIT.
030234     EXIT.
030202*--------------------------------------------------------------*
030203* 2350-PROMOTE-FROM-WAITLIST - WHILE THE SECTION HAS A FREE     *
030204* SEAT, THE FIRST STUDENT STILL WAITING FOR IT IS ENROLLED. ONE *
030205* WHO HAS MEANWHILE TAKEN THE SEAT ANOTHER WAY IS SIMPLY TAKEN  *
030206* OFF THE LINE AND THE NEXT ONE TRIED. NOBODY IS PROMOTED AFTER *
030207* THE TERM'S ACADCAL LAST DAY TO ADD.                           *
030207*--------------------------------------------------------------*
030208 2350-PROMOTE-FROM-WAITLIST.
030209     IF WS-ACAL-MATCH > 0
030210         AND WS-POST-DATE > EAC-LAST-ADD-DATE (WS-ACAL-MATCH)
030211         GO TO 2350-PROMOTE-FROM-WAITLIST-EXIT
030212     END-IF.
030209     SET WS-PROMOTE-PENDING TO TRUE.
030210     PERFORM UNTIL WS-PROMOTE-DONE
030211         IF CRS-ENROLLED (WS-CRS-MATCH)
030212                 NOT < CRS-CAPACITY (WS-CRS-MATCH)
030213             SET WS-PROMOTE-DONE TO TRUE
030214         ELSE
030215             PERFORM 2370-FIND-NEXT-WAITING
030216                 THRU 2370-FIND-NEXT-WAITING-EXIT
030217             IF WS-WAIT-MATCH = 0
030218                 SET WS-PROMOTE-DONE TO TRUE
030219             ELSE
030220                 PERFORM 2380-PROMOTE-ONE-STUDENT
030221                     THRU 2380-PROMOTE-ONE-STUDENT-EXIT
030222             END-IF
030223         END-IF
030224     END-PERFORM.
030225 2350-PROMOTE-FROM-WAITLIST-EXIT.
030226     EXIT.
030227*--------------------------------------------------------------*
030228* 2360-WITHDRAW-FROM-WAITLIST - A DROP WITH NO ENROLLMENT ON    *
030229* FILE. IF THE STUDENT IS WAITING FOR THE SECTION THEY COME OFF *
030230* THE LINE; OTHERWISE THE DROP REJECTS NFND.                    *
030231*--------------------------------------------------------------*
030232 2360-WITHDRAW-FROM-WAITLIST.
030233     MOVE 0 TO WS-WAIT-MATCH.
030234     PERFORM VARYING WS-WAIT-IDX FROM 1 BY 1
030235             UNTIL WS-WAIT-IDX > WS-WAIT-COUNT
030236             OR WS-WAIT-MATCH > 0
030237         IF EWT-STUDENT-ID (WS-WAIT-IDX) = EFD-STUDENT-ID
030238             AND EWT-COURSE-ID (WS-WAIT-IDX) = EFD-COURSE-ID
030239             AND EWT-SECTION (WS-WAIT-IDX) = EFD-SECTION
030240             AND EWT-TERM (WS-WAIT-IDX) = EFD-TERM
030241             AND EWT-STATUS (WS-WAIT-IDX) = 'W'
030242             MOVE WS-WAIT-IDX TO WS-WAIT-MATCH
030243         END-IF
030244     END-PERFORM.
030245     IF WS-WAIT-MATCH = 0
030246         MOVE 'NFND' TO WS-REJECT-REASON
030247         PERFORM 2900-WRITE-ONE-REJECT
030248             THRU 2900-WRITE-ONE-REJECT-EXIT
030249         GO TO 2360-WITHDRAW-FROM-WAITLIST-EXIT
030250     END-IF.
030251     MOVE 'X' TO EWT-STATUS (WS-WAIT-MATCH).
030252     ADD 1 TO WS-WAIT-WITHDRAWN.
030253 2360-WITHDRAW-FROM-WAITLIST-EXIT.
030254     EXIT.
030255*--------------------------------------------------------------*
030256* 2370-FIND-NEXT-WAITING - THE LOWEST ARRIVAL NUMBER STILL      *
030257* WAITING FOR THE SECTION IN THE WS-FIND FIELDS, OR ZERO.       *
030258*--------------------------------------------------------------*
030259 2370-FIND-NEXT-WAITING.
030260     MOVE 0 TO WS-WAIT-MATCH.
030261     PERFORM VARYING WS-WAIT-IDX FROM 1 BY 1
030262             UNTIL WS-WAIT-IDX > WS-WAIT-COUNT
030263         IF EWT-COURSE-ID (WS-WAIT-IDX) = WS-FIND-COURSE-ID
030264             AND EWT-SECTION (WS-WAIT-IDX) = WS-FIND-SECTION
030265             AND EWT-TERM (WS-WAIT-IDX) = WS-FIND-TERM
030266             AND EWT-STATUS (WS-WAIT-IDX) = 'W'
030267             IF WS-WAIT-MATCH = 0
030268                 MOVE WS-WAIT-IDX TO WS-WAIT-MATCH
030269             ELSE
030270                 IF EWT-ARRIVAL-NO (WS-WAIT-IDX)
030271                         < EWT-ARRIVAL-NO (WS-WAIT-MATCH)
030272                     MOVE WS-WAIT-IDX TO WS-WAIT-MATCH
030273                 END-IF
030274             END-IF
030275         END-IF
030276     END-PERFORM.
030277 2370-FIND-NEXT-WAITING-EXIT.
030278     EXIT.
030279*--------------------------------------------------------------*
030280* 2380-PROMOTE-ONE-STUDENT - WRITES THE WAITING STUDENT'S       *
030281* ENROLLMENT (STAMPED TONIGHT SO TUITCALC PRICES IT), TAKES THE *
030282* SEAT AND QUEUES A NOTICE ON NOTIFQUE FOR NOTIFEXT. TEST MODE  *
030283* ONLY PROBES FOR THE RECORD.                                   *
030284*--------------------------------------------------------------*
030285 2380-PROMOTE-ONE-STUDENT.
030286     MOVE EWT-STUDENT-ID (WS-WAIT-MATCH) TO ENR-STUDENT-ID.
030287     MOVE EWT-COURSE-ID (WS-WAIT-MATCH) TO ENR-COURSE-ID.
030288     MOVE EWT-SECTION (WS-WAIT-MATCH) TO ENR-SECTION.
030289     MOVE EWT-TERM (WS-WAIT-MATCH) TO ENR-TERM.
030290     MOVE CRS-CREDIT-HOURS (WS-CRS-MATCH) TO ENR-CREDIT-HOURS.
030291     MOVE WS-POST-DATE TO ENR-ADD-DATE.
030292     MOVE 'A' TO ENR-STATUS.
030293     MOVE ZERO TO ENR-STATUS-DATE.
030292     MOVE 'P' TO EWT-STATUS (WS-WAIT-MATCH).
030293     IF SP-TEST-MODE
030294         READ EN-ENROLL-FILE
030295             INVALID KEY
030296                 CONTINUE
030297             NOT INVALID KEY
030298                 MOVE 'X' TO EWT-STATUS (WS-WAIT-MATCH)
030299         END-READ
030300     ELSE
030301         WRITE ENR-RECORD
030302             INVALID KEY
030303                 MOVE 'X' TO EWT-STATUS (WS-WAIT-MATCH)
030303             NOT INVALID KEY
030303                 PERFORM 8730-JOURNAL-ENROLL-ADD
030303                     THRU 8730-JOURNAL-ENROLL-ADD-EXIT
030304         END-WRITE
030305     END-IF.
030306     IF EWT-STATUS (WS-WAIT-MATCH) NOT = 'P'
030307         GO TO 2380-PROMOTE-ONE-STUDENT-EXIT
030308     END-IF.
030309     ADD 1 TO CRS-ENROLLED (WS-CRS-MATCH).
030310     ADD 1 TO WS-WAIT-PROMOTED.
030311     IF SP-TEST-MODE
030312         GO TO 2380-PROMOTE-ONE-STUDENT-EXIT
030313     END-IF.
030314     OPEN EXTEND EN-QUEUE-FILE.
030315     IF NOT WS-QUEUE-OK
030316         CLOSE EN-QUEUE-FILE
030317         OPEN OUTPUT EN-QUEUE-FILE
030318     END-IF.
030319     MOVE SPACES TO NOTIF-QUEUE-RECORD.
030320     MOVE ENR-STUDENT-ID TO NQ-STUDENT-ID.
030321     MOVE 'WAITPROM' TO NQ-NOTICE-TYPE.
030322     MOVE 'SEAT OPENED' TO NQ-NOTICE-TEXT (1:11).
030323     MOVE ENR-COURSE-ID TO NQ-NOTICE-TEXT (13:6).
030324     MOVE ENR-SECTION TO NQ-NOTICE-TEXT (20:3).
030325     MOVE ENR-TERM TO NQ-NOTICE-TEXT (24:6).
030326     MOVE 'ENRLPOST' TO NQ-SOURCE.
030327     MOVE WS-POST-DATE TO NQ-QUEUE-DATE.
030328     WRITE NOTIF-QUEUE-RECORD.
030329     CLOSE EN-QUEUE-FILE.
030330 2380-PROMOTE-ONE-STUDENT-EXIT.
030300     EXIT.
030310*--------------------------------------------------------------*
030320* 2400-FIND-CATALOG-SECTION - MATCHES THE COURSE, SECTION AND   *
030402     EXIT.
030410*--------------------------------------------------------------*
030411* 2600-CHECK-SECTION-CAPACITY - BUMPS THE SECTION'S ENROLLED    *
030412* COUNT FOR THE ADD JUST POSTED AND, SHOULD THE COUNT EVER      *
030413* PASS CAPACITY (A CATALOG CAPACITY CUT BELOW THE SEATS ALREADY *
030414* TAKEN), FLAGS THE SECTION ON ALERTOUT. ADDS THAT FIND THE     *
030415* SECTION FULL ARE WAITLISTED BY 2200 AND NEVER REACH HERE.     *
030416*--------------------------------------------------------------*
030417 2600-CHECK-SECTION-CAPACITY.
030418     ADD 1 TO CRS-ENROLLED (WS-CRS-MATCH).
030459     CLOSE EN-ALERT-FILE.
030461 2700-WRITE-CAPACITY-ALERT-EXIT.
030462     EXIT.
030463*--------------------------------------------------------------*
030464* 2750-CHECK-TIME-CONFLICT - KEYED READ FORWARD THROUGH THE     *
030465* STUDENT'S ENRLMAST SCHEDULE FOR A SECTION IN THE SAME TERM    *
030466* WHOSE MEETING PATTERN OVERLAPS THE ONE BEING ADDED. THE FIRST *
030467* CLASH FAILS THE EDIT WITH REASON TIME.                        *
030468*--------------------------------------------------------------*
030469 2750-CHECK-TIME-CONFLICT.
030470     IF CRS-MEET-DAYS (WS-CRS-MATCH) = SPACES
030471         GO TO 2750-CHECK-TIME-CONFLICT-EXIT
030472     END-IF.
030473     SET WS-SCAN-NOT-AT-EOF TO TRUE.
030474     MOVE LOW-VALUES TO ENR-KEY.
030475     MOVE EFD-STUDENT-ID TO ENR-STUDENT-ID.
030476     START EN-ENROLL-FILE KEY IS NOT LESS THAN ENR-KEY
030477         INVALID KEY
030478             SET WS-SCAN-AT-EOF TO TRUE
030479     END-START.
030480     PERFORM UNTIL WS-SCAN-AT-EOF
030481             OR WS-EDIT-FAILED
030482         READ EN-ENROLL-FILE NEXT RECORD
030483             AT END
030484                 SET WS-SCAN-AT-EOF TO TRUE
030485             NOT AT END
030486                 IF ENR-STUDENT-ID NOT = EFD-STUDENT-ID
030487                     SET WS-SCAN-AT-EOF TO TRUE
030488                 ELSE
030489                     IF ENR-TERM = EFD-TERM
030490                         AND ENR-ACTIVE
030490                         PERFORM 2760-JUDGE-ONE-CONFLICT
030491                             THRU 2760-JUDGE-ONE-CONFLICT-EXIT
030492                     END-IF
030493                 END-IF
030494         END-READ
030495     END-PERFORM.
030496 2750-CHECK-TIME-CONFLICT-EXIT.
030497     EXIT.
030498*--------------------------------------------------------------*
030499* 2760-JUDGE-ONE-CONFLICT - ONE SCHEDULED SECTION AGAINST THE   *
030500* ONE BEING ADDED: A CLASH IS A SHARED MEETING DAY WITH EACH    *
030501* SECTION STARTING BEFORE THE OTHER ENDS.                       *
030502*--------------------------------------------------------------*
030503 2760-JUDGE-ONE-CONFLICT.
030504     IF ENR-COURSE-ID = EFD-COURSE-ID
030505         AND ENR-SECTION = EFD-SECTION
030506         GO TO 2760-JUDGE-ONE-CONFLICT-EXIT
030507     END-IF.
030508     MOVE 0 TO WS-OTH-MATCH.
030509     PERFORM VARYING WS-OTH-IDX FROM 1 BY 1
030510             UNTIL WS-OTH-IDX > WS-CRS-COUNT
030511             OR WS-OTH-MATCH > 0
030512         IF CRS-COURSE-ID (WS-OTH-IDX) = ENR-COURSE-ID
030513             AND CRS-SECTION (WS-OTH-IDX) = ENR-SECTION
030514             AND CRS-TERM (WS-OTH-IDX) = ENR-TERM
030515             MOVE WS-OTH-IDX TO WS-OTH-MATCH
030516         END-IF
030517     END-PERFORM.
030518     IF WS-OTH-MATCH = 0
030519         GO TO 2760-JUDGE-ONE-CONFLICT-EXIT
030520     END-IF.
030521     IF CRS-MEET-DAYS (WS-OTH-MATCH) = SPACES
030522         GO TO 2760-JUDGE-ONE-CONFLICT-EXIT
030523     END-IF.
030524     SET WS-NO-DAY-CLASH TO TRUE.
030525     PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
030526             UNTIL WS-DAY-IDX > 7
030527         IF CRS-MEET-DAYS (WS-CRS-MATCH) (WS-DAY-IDX:1)
030527                 NOT = SPACE
030528             AND CRS-MEET-DAYS (WS-OTH-MATCH) (WS-DAY-IDX:1)
030529                 NOT = SPACE
030530             SET WS-DAY-CLASH TO TRUE
030531         END-IF
030532     END-PERFORM.
030533     IF WS-NO-DAY-CLASH
030534         GO TO 2760-JUDGE-ONE-CONFLICT-EXIT
030535     END-IF.
030536     IF CRS-START-TIME (WS-CRS-MATCH)
030536             < CRS-END-TIME (WS-OTH-MATCH)
030537         AND CRS-START-TIME (WS-OTH-MATCH)
030538             < CRS-END-TIME (WS-CRS-MATCH)
030539         SET WS-EDIT-FAILED TO TRUE
030540         MOVE 'TIME' TO WS-REJECT-REASON
030541         MOVE ENR-COURSE-ID TO WS-REJECT-CONF-COURSE
030542         MOVE ENR-SECTION TO WS-REJECT-CONF-SECTION
030543     END-IF.
030544 2760-JUDGE-ONE-CONFLICT-EXIT.
030462     EXIT.
030400*--------------------------------------------------------------*
030500* 2500-BUILD-ENROLLMENT-KEY - THE FEED FIELDS INTO THE          *
030600* ENROLLMENT KEY.                                               *
031100     MOVE EFD-SECTION TO ENR-SECTION.
031200     MOVE EFD-TERM TO ENR-TERM.
031300 2500-BUILD-ENROLLMENT-KEY-EXIT.
031301     EXIT.
031302*--------------------------------------------------------------*
031303* 2800-CHECK-REQUISITES - EVERY CRSREQS CARD FOR THE COURSE     *
031304* BEING ADDED MUST BE MET. AN UNMET ONE REJECTS PREQ OR CREQ    *
031305* UNLESS A CHAIR PERMISSION FOR THE STUDENT AND COURSE IS ON    *
031306* REQOVRD, IN WHICH CASE THE ADD GOES THROUGH AND THE           *
031307* PERMISSION IS COUNTED AND AUDITED ONCE IT POSTS.              *
031308*--------------------------------------------------------------*
031309 2800-CHECK-REQUISITES.
031310     SET WS-REQ-MET TO TRUE.
031311     MOVE SPACES TO WS-REQ-REASON.
031312     MOVE EFD-TERM TO WS-SEQ-TERM.
031313     PERFORM 2860-BUILD-TERM-SEQUENCE
031314         THRU 2860-BUILD-TERM-SEQUENCE-EXIT.
031315     MOVE WS-TERM-SEQ TO WS-ADD-TERM-SEQ.
031316     PERFORM VARYING WS-REQ-IDX FROM 1 BY 1
031317             UNTIL WS-REQ-IDX > WS-REQ-COUNT
031318             OR WS-REQ-NOT-MET
031319         IF ERQ-COURSE-ID (WS-REQ-IDX) = EFD-COURSE-ID
031320             PERFORM 2810-CHECK-ONE-REQUISITE
031321                 THRU 2810-CHECK-ONE-REQUISITE-EXIT
031322         END-IF
031323     END-PERFORM.
031324     IF WS-REQ-MET
031325         GO TO 2800-CHECK-REQUISITES-EXIT
031326     END-IF.
031327     PERFORM 2850-FIND-OVERRIDE
031328         THRU 2850-FIND-OVERRIDE-EXIT.
031329     IF WS-OVR-USED
031330         GO TO 2800-CHECK-REQUISITES-EXIT
031331     END-IF.
031332     SET WS-EDIT-FAILED TO TRUE.
031333     MOVE WS-REQ-REASON TO WS-REJECT-REASON.
031334 2800-CHECK-REQUISITES-EXIT.
031335     EXIT.
031336*--------------------------------------------------------------*
031337* 2810-CHECK-ONE-REQUISITE - MET BY A GRADE ON ACADHIST AT OR   *
031338* ABOVE THE MINIMUM, OR BY THE COURSE STILL IN PROGRESS ON      *
031339* ENRLMAST (NO GRADE YET) IN AN EARLIER TERM - OR, FOR A        *
031340* COREQUISITE, IN THE SAME TERM.                                *
031341*--------------------------------------------------------------*
031342 2810-CHECK-ONE-REQUISITE.
031343     SET WS-ONE-NOT-MET TO TRUE.
031344     MOVE 0 TO WS-MIN-POINTS.
031345     IF ERQ-MIN-GRADE (WS-REQ-IDX) NOT = SPACES
031346         MOVE ERQ-MIN-GRADE (WS-REQ-IDX) TO WS-FIND-GRADE
031347         PERFORM 2840-FIND-GRADE-POINTS
031348             THRU 2840-FIND-GRADE-POINTS-EXIT
031349         MOVE WS-GRADE-POINTS TO WS-MIN-POINTS
031350     END-IF.
031351     IF WS-HIST-OPEN
031352         PERFORM 2820-SEARCH-HISTORY
031353             THRU 2820-SEARCH-HISTORY-EXIT
031354     END-IF.
031355     IF WS-ONE-NOT-MET
031356         PERFORM 2830-SEARCH-SCHEDULE
031357             THRU 2830-SEARCH-SCHEDULE-EXIT
031358     END-IF.
031359     IF WS-ONE-NOT-MET
031360         SET WS-REQ-NOT-MET TO TRUE
031361         IF ERQ-COREQ-FLAG (WS-REQ-IDX) = 'Y'
031362             MOVE 'CREQ' TO WS-REQ-REASON
031363         ELSE
031364             MOVE 'PREQ' TO WS-REQ-REASON
031365         END-IF
031366     END-IF.
031367 2810-CHECK-ONE-REQUISITE-EXIT.
031368     EXIT.
031369*--------------------------------------------------------------*
031370* 2820-SEARCH-HISTORY - KEYED READ FORWARD THROUGH THE          *
031371* STUDENT'S ACADHIST GRADES FOR A PASSING GRADE IN THE          *
031372* REQUIRED COURSE.                                              *
031373*--------------------------------------------------------------*
031374 2820-SEARCH-HISTORY.
031375     SET WS-SCAN-NOT-AT-EOF TO TRUE.
031376     MOVE LOW-VALUES TO AHS-KEY.
031377     MOVE EFD-STUDENT-ID TO AHS-STUDENT-ID.
031378     START EN-HIST-FILE KEY IS NOT LESS THAN AHS-KEY
031379         INVALID KEY
031380             SET WS-SCAN-AT-EOF TO TRUE
031381     END-START.
031382     PERFORM UNTIL WS-SCAN-AT-EOF
031383             OR WS-ONE-MET
031384         READ EN-HIST-FILE NEXT RECORD
031385             AT END
031386                 SET WS-SCAN-AT-EOF TO TRUE
031387             NOT AT END
031388                 IF AHS-STUDENT-ID NOT = EFD-STUDENT-ID
031389                     SET WS-SCAN-AT-EOF TO TRUE
031390                 ELSE
031391                     IF AHS-COURSE-ID =
031392                             ERQ-REQ-COURSE-ID (WS-REQ-IDX)
031393                         MOVE AHS-GRADE TO WS-FIND-GRADE
031394                         PERFORM 2840-FIND-GRADE-POINTS
031395                             THRU 2840-FIND-GRADE-POINTS-EXIT
031396                         IF WS-GRADE-EARNED = 'Y'
031397                             AND WS-GRADE-POINTS
031398                                 NOT < WS-MIN-POINTS
031399                             SET WS-ONE-MET TO TRUE
031400                         END-IF
031401                     END-IF
031402                 END-IF
031403         END-READ
031404     END-PERFORM.
031405 2820-SEARCH-HISTORY-EXIT.
031406     EXIT.
031407*--------------------------------------------------------------*
031408* 2830-SEARCH-SCHEDULE - KEYED READ FORWARD THROUGH THE         *
031409* STUDENT'S ENRLMAST SCHEDULE FOR THE REQUIRED COURSE STILL IN  *
031410* PROGRESS. AN ENROLLMENT ACADHIST ALREADY GRADED WAS JUDGED    *
031411* ABOVE AND DOES NOT COUNT AGAIN HERE.                          *
031412*--------------------------------------------------------------*
031413 2830-SEARCH-SCHEDULE.
031414     SET WS-SCAN-NOT-AT-EOF TO TRUE.
031415     MOVE LOW-VALUES TO ENR-KEY.
031416     MOVE EFD-STUDENT-ID TO ENR-STUDENT-ID.
031417     START EN-ENROLL-FILE KEY IS NOT LESS THAN ENR-KEY
031418         INVALID KEY
031419             SET WS-SCAN-AT-EOF TO TRUE
031420     END-START.
031421     PERFORM UNTIL WS-SCAN-AT-EOF
031422             OR WS-ONE-MET
031423         READ EN-ENROLL-FILE NEXT RECORD
031424             AT END
031425                 SET WS-SCAN-AT-EOF TO TRUE
031426             NOT AT END
031427                 IF ENR-STUDENT-ID NOT = EFD-STUDENT-ID
031428                     SET WS-SCAN-AT-EOF TO TRUE
031429                 ELSE
031430                     IF ENR-COURSE-ID =
031431                             ERQ-REQ-COURSE-ID (WS-REQ-IDX)
031432                         PERFORM 2835-JUDGE-SCHEDULED
031433                             THRU 2835-JUDGE-SCHEDULED-EXIT
031434                     END-IF
031435                 END-IF
031436         END-READ
031437     END-PERFORM.
031438 2830-SEARCH-SCHEDULE-EXIT.
031439     EXIT.
031440*--------------------------------------------------------------*
031441* 2835-JUDGE-SCHEDULED - ONE ENROLLMENT IN THE REQUIRED COURSE: *
031442* UNGRADED, AND IN AN EARLIER TERM (THE SAME TERM IS ENOUGH     *
031443* FOR A COREQUISITE).                                           *
031444*--------------------------------------------------------------*
031445 2835-JUDGE-SCHEDULED.
031446     IF ENR-WITHDRAWN
031447         GO TO 2835-JUDGE-SCHEDULED-EXIT
031448     END-IF.
031446     MOVE ENR-TERM TO WS-SEQ-TERM.
031447     PERFORM 2860-BUILD-TERM-SEQUENCE
031448         THRU 2860-BUILD-TERM-SEQUENCE-EXIT.
031449     IF WS-TERM-SEQ > WS-ADD-TERM-SEQ
031450         GO TO 2835-JUDGE-SCHEDULED-EXIT
031451     END-IF.
031452     IF WS-TERM-SEQ = WS-ADD-TERM-SEQ
031453         AND ERQ-COREQ-FLAG (WS-REQ-IDX) NOT = 'Y'
031454         GO TO 2835-JUDGE-SCHEDULED-EXIT
031455     END-IF.
031456     IF WS-HIST-OPEN
031457         MOVE ENR-KEY TO AHS-KEY
031458         READ EN-HIST-FILE
031459             INVALID KEY
031460                 SET WS-ONE-MET TO TRUE
031461         END-READ
031462     ELSE
031463         SET WS-ONE-MET TO TRUE
031464     END-IF.
031465 2835-JUDGE-SCHEDULED-EXIT.
031466     EXIT.
031467*--------------------------------------------------------------*
031468* 2840-FIND-GRADE-POINTS - THE GRADSCAL POINTS AND EARNED FLAG  *
031469* OF WS-FIND-GRADE. A GRADE NOT ON THE SCALE EARNS NOTHING.     *
031470*--------------------------------------------------------------*
031471 2840-FIND-GRADE-POINTS.
031472     MOVE 0 TO WS-GRADE-POINTS.
031473     MOVE 'N' TO WS-GRADE-EARNED.
031474     PERFORM VARYING WS-SCL-IDX FROM 1 BY 1
031475             UNTIL WS-SCL-IDX > WS-SCL-COUNT
031476         IF ESC-GRADE (WS-SCL-IDX) = WS-FIND-GRADE
031477             MOVE ESC-POINTS (WS-SCL-IDX) TO WS-GRADE-POINTS
031478             MOVE ESC-EARNED-FLAG (WS-SCL-IDX) TO WS-GRADE-EARNED
031479         END-IF
031480     END-PERFORM.
031481 2840-FIND-GRADE-POINTS-EXIT.
031482     EXIT.
031483*--------------------------------------------------------------*
031484* 2850-FIND-OVERRIDE - A REQOVRD PERMISSION FOR THIS STUDENT    *
031485* AND COURSE, IN THIS TERM OR OPEN AS TO TERM.                  *
031486*--------------------------------------------------------------*
031487 2850-FIND-OVERRIDE.
031488     SET WS-OVR-NOT-USED TO TRUE.
031489     MOVE 0 TO WS-OVR-MATCH.
031490     PERFORM VARYING WS-OVR-IDX FROM 1 BY 1
031491             UNTIL WS-OVR-IDX > WS-OVR-COUNT
031492             OR WS-OVR-USED
031493         IF EOV-STUDENT-ID (WS-OVR-IDX) = EFD-STUDENT-ID
031494             AND EOV-COURSE-ID (WS-OVR-IDX) = EFD-COURSE-ID
031495             AND (EOV-TERM (WS-OVR-IDX) = EFD-TERM
031496                 OR EOV-TERM (WS-OVR-IDX) = SPACES)
031497             AND EOV-TYPE (WS-OVR-IDX) NOT = 'L'
031497             SET WS-OVR-USED TO TRUE
031498             MOVE WS-OVR-IDX TO WS-OVR-MATCH
031499         END-IF
031500     END-PERFORM.
031501 2850-FIND-OVERRIDE-EXIT.
031502     EXIT.
031503*--------------------------------------------------------------*
031504* 2860-BUILD-TERM-SEQUENCE - THE CALENDAR SORT KEY FOR          *
031505* WS-SEQ-TERM: YEAR THEN 1/2/3 FOR SP/SU/FA, AS GRADPOST BUILDS *
031506* IT.                                                           *
031507*--------------------------------------------------------------*
031508 2860-BUILD-TERM-SEQUENCE.
031509     MOVE WS-SEQ-TERM (1:4) TO WS-TERM-SEQ (1:4).
031510     EVALUATE WS-SEQ-TERM (5:2)
031511         WHEN 'SP'
031512             MOVE '1' TO WS-TERM-SEQ (5:1)
031513         WHEN 'SU'
031514             MOVE '2' TO WS-TERM-SEQ (5:1)
031515         WHEN 'FA'
031516             MOVE '3' TO WS-TERM-SEQ (5:1)
031517         WHEN OTHER
031518             MOVE '9' TO WS-TERM-SEQ (5:1)
031519     END-EVALUATE.
031520 2860-BUILD-TERM-SEQUENCE-EXIT.
031521     EXIT.
031522*--------------------------------------------------------------*
031523* 2880-COUNT-OVERRIDE - AN ADD THAT POSTED ON A CHAIR           *
031524* PERMISSION IS COUNTED AND, IN PRODUCTION, STAMPED TO AUDITLOG *
031525* THROUGH AUDCHN (KEY FIELD THE STUDENT AND COURSE, KEY COUNT   *
031526* THE PERMISSION'S APPROVAL DATE) SO EVERY REQUISITE WAIVED IS  *
031527* PROVABLE.                                                     *
031528*--------------------------------------------------------------*
031529 2880-COUNT-OVERRIDE.
031530     IF WS-OVR-NOT-USED
031531         GO TO 2880-COUNT-OVERRIDE-EXIT
031532     END-IF.
031533     ADD 1 TO WS-REQS-OVERRIDDEN.
031534     IF SP-TEST-MODE
031535         GO TO 2880-COUNT-OVERRIDE-EXIT
031536     END-IF.
031537     MOVE 'RQOV' TO WS-AUDIT-TAG.
031538     MOVE EOV-APPROVED-DATE (WS-OVR-MATCH)
031538         TO WS-AUDIT-APPROVED-DATE.
031539     PERFORM 2890-WRITE-OVERRIDE-AUDIT
031540         THRU 2890-WRITE-OVERRIDE-AUDIT-EXIT.
031541 2880-COUNT-OVERRIDE-EXIT.
031542     EXIT.
031543*--------------------------------------------------------------*
031544* 2885-COUNT-LATE-OVERRIDE - AN ADD THAT POSTED PAST THE LAST   *
031545* DAY TO ADD ON A REQOVRD LATE-ADD PERMISSION, COUNTED AND      *
031546* AUDITED THE SAME WAY UNDER TAG LTAD.                          *
031547*--------------------------------------------------------------*
031548 2885-COUNT-LATE-OVERRIDE.
031549     IF WS-LATE-OVR-NOT-USED
031550         GO TO 2885-COUNT-LATE-OVERRIDE-EXIT
031551     END-IF.
031552     ADD 1 TO WS-LATE-ADDS-OVERRIDDEN.
031553     IF SP-TEST-MODE
031554         GO TO 2885-COUNT-LATE-OVERRIDE-EXIT
031555     END-IF.
031556     MOVE 'LTAD' TO WS-AUDIT-TAG.
031557     MOVE EOV-APPROVED-DATE (WS-LATE-OVR-MATCH)
031558         TO WS-AUDIT-APPROVED-DATE.
031559     PERFORM 2890-WRITE-OVERRIDE-AUDIT
031560         THRU 2890-WRITE-OVERRIDE-AUDIT-EXIT.
031561 2885-COUNT-LATE-OVERRIDE-EXIT.
031562     EXIT.
031563*--------------------------------------------------------------*
031564* 2890-WRITE-OVERRIDE-AUDIT - ONE PERMISSION HONORED, STAMPED   *
031565* TO AUDITLOG THROUGH AUDCHN: KEY FIELD THE TAG, STUDENT AND    *
031566* COURSE, KEY COUNT THE PERMISSION'S APPROVAL DATE.             *
031567*--------------------------------------------------------------*
031568 2890-WRITE-OVERRIDE-AUDIT.
031569     OPEN EXTEND EN-AUDIT-FILE.
031570     IF NOT WS-SUITE-AUDIT-OK
031571         CLOSE EN-AUDIT-FILE
031572         OPEN OUTPUT EN-AUDIT-FILE
031573     END-IF.
031574     MOVE 'ENRLPOST' TO AT-PROGRAM-ID.
031575     ACCEPT AT-RUN-DATE FROM DATE YYYYMMDD.
031576     ACCEPT AT-RUN-TIME FROM TIME.
031577     MOVE SPACES TO AT-KEY-FIELD.
031578     MOVE WS-AUDIT-TAG TO AT-KEY-FIELD (1:4).
031579     MOVE EFD-STUDENT-ID TO AT-KEY-FIELD (6:9).
031580     MOVE EFD-COURSE-ID TO AT-KEY-FIELD (15:6).
031581     MOVE WS-AUDIT-APPROVED-DATE TO AT-KEY-COUNT.
031582     MOVE SP-CYCLE-NUMBER TO AT-CYCLE-NUMBER.
031583     MOVE AT-RUN-DATE TO CHN-RUN-DATE.
031584     MOVE AT-RUN-TIME TO CHN-RUN-TIME.
031585     MOVE AT-KEY-COUNT TO CHN-KEY-COUNT.
031586     MOVE AT-PROGRAM-ID TO CHN-PROGRAM-ID.
031587     MOVE AT-KEY-FIELD TO CHN-KEY-FIELD.
031588     CALL 'AUDCHN' USING CHN-PARM-BLOCK.
031589     MOVE CHN-SEQUENCE TO AT-SEQUENCE.
031590     MOVE CHN-CHAIN-HASH TO AT-CHAIN-HASH.
031591     WRITE SUITE-AUDIT-RECORD.
031592     CLOSE EN-AUDIT-FILE.
031593 2890-WRITE-OVERRIDE-AUDIT-EXIT.
031594     EXIT.
031500*--------------------------------------------------------------*
031510* 2900-WRITE-ONE-REJECT - THE FEED RECORD AND ITS REASON, WITH  *
031520* THE CLASHING SECTION FOR A TIME CONFLICT.                     *
031700*--------------------------------------------------------------*
031800 2900-WRITE-ONE-REJECT.
031900     MOVE SPACES TO ERJ-RECORD.
032000     MOVE WS-REJECT-REASON TO ERJ-REASON-CODE.
032100     MOVE EFD-RECORD TO ERJ-FEED-RECORD.
032110     MOVE WS-REJECT-CONF-COURSE TO ERJ-CONFLICT-COURSE.
032120     MOVE WS-REJECT-CONF-SECTION TO ERJ-CONFLICT-SECTION.
032130     MOVE EFD-RESUB-STAMP TO ERJ-RESUB-STAMP.
032200     WRITE ERJ-RECORD.
032300     ADD 1 TO WS-REJECT-COUNT.
032400 2900-WRITE-ONE-REJECT-EXIT.
032500     EXIT.
032501*--------------------------------------------------------------*
032502* 2950-EMPTY-RESUBMIT-QUEUE - ENRLRSUB OPENED OUTPUT AND        *
032503* CLOSED ONCE THE FEED HAS BEEN POSTED. THE LOOKUP REJECT       *
032504* WORKBENCH QUEUES CORRECTED RECORDS THERE AND THE NIGHTLY      *
032505* CONCATENATES IT ONTO ENRLFEED, SO EACH CORRECTION IS EDITED   *
032506* AND POSTED EXACTLY ONCE, BY THIS PROGRAM, LIKE ANY OTHER      *
032507* FEED RECORD.                                                  *
032508*--------------------------------------------------------------*
032509 2950-EMPTY-RESUBMIT-QUEUE.
032510     OPEN OUTPUT EN-RESUB-FILE.
032511     IF WS-RESUB-STATUS = '00'
032512         CLOSE EN-RESUB-FILE
032513     END-IF.
032514 2950-EMPTY-RESUBMIT-QUEUE-EXIT.
032515     EXIT.
032515*--------------------------------------------------------------*
032515* 2960-EMPTY-FEED-INCREMENT - ENRLINCR OPENED OUTPUT AND       *
032515* CLOSED ONCE THE FEED HAS BEEN POSTED. REGISTRATION DROPS ITS *
032515* INTRADAY INCREMENTS THERE; THE INTRADAY JOB POSTS IT AS ITS  *
032515* WHOLE FEED AND THE NIGHTLY CONCATENATES IT ONTO ENRLFEED FOR *
032515* ANYTHING THAT ARRIVED AFTER THE LAST INTRADAY RUN, SO EACH   *
032515* RECORD POSTS ONCE. A STEP WITHOUT AN ENRLINCR DD EMPTIES     *
032515* NOTHING.                                                     *
032515*--------------------------------------------------------------*
032515 2960-EMPTY-FEED-INCREMENT.
032515     OPEN OUTPUT EN-INCR-FILE.
032515     IF WS-INCR-STATUS = '00'
032515         CLOSE EN-INCR-FILE
032515     END-IF.
032515 2960-EMPTY-FEED-INCREMENT-EXIT.
032515     EXIT.
032503*--------------------------------------------------------------*
032506* 7000-REWRITE-WAITLIST - CARRIES THE STILL-WAITING ENTRIES     *
032509* FORWARD ON SECWAIT IN ARRIVAL ORDER. TEST MODE LEAVES THE     *
032512* FILE AS IT WAS; SO DOES A LOAD THAT OVERFLOWED THE TABLE.     *
032515*--------------------------------------------------------------*
032518 7000-REWRITE-WAITLIST.
032521     IF SP-TEST-MODE
032524         OR WS-WAIT-TRUNCATED
032527         GO TO 7000-REWRITE-WAITLIST-EXIT
032530     END-IF.
032533     OPEN OUTPUT EN-WAIT-FILE.
032536     PERFORM VARYING WS-WAIT-IDX FROM 1 BY 1
032539             UNTIL WS-WAIT-IDX > WS-WAIT-COUNT
032542         IF EWT-STATUS (WS-WAIT-IDX) = 'W'
032545             MOVE SPACES TO SEC-WAIT-RECORD
032548             MOVE EWT-COURSE-ID (WS-WAIT-IDX) TO SWT-COURSE-ID
032551             MOVE EWT-SECTION (WS-WAIT-IDX) TO SWT-SECTION
032554             MOVE EWT-TERM (WS-WAIT-IDX) TO SWT-TERM
032557             MOVE EWT-STUDENT-ID (WS-WAIT-IDX) TO SWT-STUDENT-ID
032560             MOVE EWT-ARRIVAL-NO (WS-WAIT-IDX) TO SWT-ARRIVAL-NO
032563             MOVE EWT-WAIT-DATE (WS-WAIT-IDX) TO SWT-WAIT-DATE
032566             MOVE EWT-STATUS (WS-WAIT-IDX) TO SWT-STATUS
032569             WRITE SEC-WAIT-RECORD
032572         END-IF
032575     END-PERFORM.
032578     CLOSE EN-WAIT-FILE.
032581 7000-REWRITE-WAITLIST-EXIT.
032584     EXIT.
032584*--------------------------------------------------------------*
032584* 8710-JOURNAL-ENROLL-DELETE - THE ENRLMAST ENROLLMENT JUST    *
032584* DELETED, AS IT STOOD, ONTO THE RCVJRNL FORWARD-RECOVERY      *
032584* JOURNAL.                                                     *
032584*--------------------------------------------------------------*
032584 8710-JOURNAL-ENROLL-DELETE.
032584     MOVE 'ENRLPOST' TO JR-PROGRAM-ID.
032584     SET JR-FILE-ENROLL TO TRUE.
032584     SET JR-DELETE TO TRUE.
032584     MOVE ENR-KEY TO JR-RECORD-KEY.
032584     MOVE ENR-RECORD TO JR-BEFORE-IMAGE.
032584     MOVE SPACES TO JR-AFTER-IMAGE.
032584     CALL 'JRNLLOG' USING JRNL-PARM-BLOCK.
032584 8710-JOURNAL-ENROLL-DELETE-EXIT.
032584     EXIT.
032584*--------------------------------------------------------------*
032584* 8720-JOURNAL-ENROLL-CHANGE - THE ENRLMAST ENROLLMENT JUST    *
032584* REWRITTEN ONTO THE RCVJRNL FORWARD-RECOVERY JOURNAL. THE     *
032584* CALLER SAVED THE RECORD AS IT STOOD IN JR-BEFORE-IMAGE       *
032584* BEFORE CHANGING IT.                                          *
032584*--------------------------------------------------------------*
032584 8720-JOURNAL-ENROLL-CHANGE.
032584     MOVE 'ENRLPOST' TO JR-PROGRAM-ID.
032584     SET JR-FILE-ENROLL TO TRUE.
032584     SET JR-CHANGE TO TRUE.
032584     MOVE ENR-KEY TO JR-RECORD-KEY.
032584     MOVE ENR-RECORD TO JR-AFTER-IMAGE.
032584     CALL 'JRNLLOG' USING JRNL-PARM-BLOCK.
032584 8720-JOURNAL-ENROLL-CHANGE-EXIT.
032584     EXIT.
032584*--------------------------------------------------------------*
032584* 8730-JOURNAL-ENROLL-ADD - THE ENRLMAST ENROLLMENT JUST       *
032584* WRITTEN ONTO THE RCVJRNL FORWARD-RECOVERY JOURNAL.           *
032584*--------------------------------------------------------------*
032584 8730-JOURNAL-ENROLL-ADD.
032584     MOVE 'ENRLPOST' TO JR-PROGRAM-ID.
032584     SET JR-FILE-ENROLL TO TRUE.
032584     SET JR-ADD TO TRUE.
032584     MOVE ENR-KEY TO JR-RECORD-KEY.
032584     MOVE SPACES TO JR-BEFORE-IMAGE.
032584     MOVE ENR-RECORD TO JR-AFTER-IMAGE.
032584     CALL 'JRNLLOG' USING JRNL-PARM-BLOCK.
032584 8730-JOURNAL-ENROLL-ADD-EXIT.
032584     EXIT.
032600*--------------------------------------------------------------*
032700* 9999-EXIT                                                    *
032800*--------------------------------------------------------------*
