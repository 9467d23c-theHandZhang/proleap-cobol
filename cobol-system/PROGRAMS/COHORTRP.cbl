000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. COHORTRP.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - TERM-TO-TERM RETENTION AND    *
001100*                PERSISTENCE COHORTS, RUN NIGHTLY BEHIND        *
001200*                CENSUSRP. ON A CENSUS NIGHT CENSUSRP LEAVES    *
001300*                ITS COUNTED POPULATION ON CENSPOP; EVERY       *
001400*                STUDENT ON IT WITH AN ACTIVE ENRLMAST          *
001500*                ENROLLMENT IN THE TERM WHO IS NOT YET ON THE   *
001600*                COHORT FILE JOINS THE TERM'S ENTERING COHORT - *
001700*                FIRST-TIME WITH NO EARLIER ACADHIST CREDIT,    *
001800*                TRANSFER WITH IT (CONTINUING WHEN THE COHORT   *
001900*                FILE IS FIRST BUILT) - UNDER THEIR PROGRAM,    *
002000*                RESIDENCY AND WHETHER THEY ACCEPTED AID FOR    *
002100*                THE TERM ON AWDOFFR. EVERY COHORT STUDENT IS   *
002200*                THEN RESTAMPED ENROLLED, GRADUATED OR LEFT AS  *
002300*                OF THIS CENSUS, AND AT THE CENSUS OF THEIR     *
002400*                NEXT TERM AND NEXT FALL ON ACADCAL WHETHER     *
002500*                THEY CAME BACK. COHTRPT PRINTS EACH COHORT'S   *
002600*                OUTCOMES BY PROGRAM, RESIDENCY AND AID         *
002700*                RECIPIENT; COHTEXT CARRIES THE SAME CELLS IN   *
002800*                DWEXTRCT'S H/D/T SHAPE FOR INSTITUTIONAL       *
002900*                RESEARCH. CENSPOP EMPTIES ONCE APPLIED, SO ANY *
003000*                OTHER NIGHT THE STEP ENDS WITHOUT WORK.        *
003100*--------------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CH-POP-FILE ASSIGN TO CENSPOP
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-POP-STATUS.
003800     SELECT CH-COHORT-FILE ASSIGN TO COHORT
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS COH-STUDENT-ID
004200         FILE STATUS IS WS-COHORT-STATUS.
004300     SELECT CH-ACAL-FILE ASSIGN TO ACADCAL
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-ACAL-STATUS.
004600     SELECT CH-ENROLL-FILE ASSIGN TO ENRLMAST
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS ENR-KEY
005000         FILE STATUS IS WS-ENROLL-STATUS.
005100     SELECT CH-HIST-FILE ASSIGN TO ACADHIST
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS AHS-KEY
005500         FILE STATUS IS WS-HIST-STATUS.
005600     SELECT CH-OFFER-FILE ASSIGN TO AWDOFFR
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS OFR-KEY
006000         FILE STATUS IS WS-OFFER-STATUS.
006100     SELECT CH-REPORT-FILE ASSIGN TO COHTRPT
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-REPORT-STATUS.
006400     SELECT CH-EXTRACT-FILE ASSIGN TO COHTEXT
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-EXTRACT-STATUS.
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  CH-POP-FILE.
007000 COPY CENSPREC.
007100 FD  CH-COHORT-FILE.
007200 COPY COHRTREC.
007300 FD  CH-ACAL-FILE.
007400 COPY ACADCREC.
007500 FD  CH-ENROLL-FILE.
007600 01  ENR-RECORD.
007700     05  ENR-KEY.
007800         10  ENR-STUDENT-ID   PIC 9(09).
007900         10  ENR-COURSE-ID    PIC X(06).
008000         10  ENR-SECTION      PIC X(03).
008100         10  ENR-TERM         PIC X(06).
008200     05  ENR-CREDIT-HOURS     PIC 9(02).
008300     05  ENR-ADD-DATE         PIC 9(08).
008400     05  ENR-STATUS           PIC X(01).
008500         88  ENR-ACTIVE       VALUE 'A' ' '.
008600         88  ENR-WITHDRAWN    VALUE 'W'.
008700     05  ENR-STATUS-DATE      PIC 9(08).
008800 FD  CH-HIST-FILE.
008900 COPY ACADHREC.
009000 FD  CH-OFFER-FILE.
009100 COPY AWDOFREC.
009200 FD  CH-REPORT-FILE.
009300 01  CH-REPORT-LINE           PIC X(80).
009400 FD  CH-EXTRACT-FILE.
009500 01  COHTEXT-RECORD           PIC X(100).
009600 WORKING-STORAGE SECTION.
009700 01  WS-POP-STATUS            PIC X(02).
009800     88  WS-POP-OK            VALUE '00'.
009900 01  WS-COHORT-STATUS         PIC X(02).
010000     88  WS-COHORT-OK         VALUE '00'.
010100     88  WS-COHORT-NOT-FOUND  VALUE '35'.
010200 01  WS-ACAL-STATUS           PIC X(02).
010300     88  WS-ACAL-OK           VALUE '00'.
010400 01  WS-ENROLL-STATUS         PIC X(02).
010500     88  WS-ENROLL-OK         VALUE '00'.
010600 01  WS-HIST-STATUS           PIC X(02).
010700     88  WS-HIST-OK           VALUE '00'.
010800 01  WS-OFFER-STATUS          PIC X(02).
010900     88  WS-OFFER-OK          VALUE '00'.
011000 01  WS-REPORT-STATUS         PIC X(02).
011100     88  WS-REPORT-OK         VALUE '00'.
011200 01  WS-EXTRACT-STATUS        PIC X(02).
011300     88  WS-EXTRACT-OK        VALUE '00'.
011400 01  WS-EOF-SWITCH            PIC X(01).
011500     88  WS-AT-EOF            VALUE 'Y'.
011600     88  WS-NOT-AT-EOF        VALUE 'N'.
011700 01  WS-HIST-OPEN-SWITCH      PIC X(01) VALUE 'N'.
011800     88  WS-HIST-OPEN         VALUE 'Y'.
011900 01  WS-OFFER-OPEN-SWITCH     PIC X(01) VALUE 'N'.
012000     88  WS-OFFER-OPEN        VALUE 'Y'.
012100 01  WS-SEED-SWITCH           PIC X(01) VALUE 'N'.
012200     88  WS-SEEDING-RUN       VALUE 'Y'.
012300 01  WS-FOUND-SWITCH          PIC X(01).
012400     88  WS-COHORT-FOUND      VALUE 'Y'.
012500     88  WS-COHORT-NOT-ON-FILE VALUE 'N'.
012600 01  WS-ENROLLED-SWITCH       PIC X(01).
012700     88  WS-IS-ENROLLED       VALUE 'Y'.
012800     88  WS-NOT-ENROLLED      VALUE 'N'.
012900 01  WS-PRIOR-SWITCH          PIC X(01).
013000     88  WS-HAS-PRIOR-CREDIT  VALUE 'Y'.
013100     88  WS-NO-PRIOR-CREDIT   VALUE 'N'.
013200 01  WS-AID-SWITCH            PIC X(01).
013300     88  WS-TOOK-AID          VALUE 'Y'.
013400     88  WS-TOOK-NO-AID       VALUE 'N'.
013500 01  WS-CENSUS-TERM           PIC X(06) VALUE SPACES.
013600 01  WS-CENSUS-DATE           PIC 9(08) VALUE 0.
013700 01  WS-CENSUS-START          PIC 9(08) VALUE 0.
013800 01  WS-NEXT-START            PIC 9(08).
013900 01  WS-FALL-START            PIC 9(08).
014000 01  WS-NEXT-FOUND            PIC X(06).
014100 01  WS-FALL-FOUND            PIC X(06).
014200 01  WS-POP-READ              PIC 9(06) COMP VALUE 0.
014300 01  WS-COHORTS-RESTAMPED     PIC 9(06) COMP VALUE 0.
014400 01  WS-NEW-FIRST-TIME        PIC 9(06) COMP VALUE 0.
014500 01  WS-NEW-TRANSFER          PIC 9(06) COMP VALUE 0.
014600 01  WS-NEW-CONTINUING        PIC 9(06) COMP VALUE 0.
014700 01  WS-COHORTS-AGED          PIC 9(06) COMP VALUE 0.
014800 01  WS-CELLS-DROPPED         PIC 9(06) COMP VALUE 0.
014900 01  WS-DETAIL-COUNT          PIC 9(06) COMP VALUE 0.
015000 01  WS-ACAL-COUNT            PIC 9(02) COMP VALUE 0.
015100 01  WS-ACAL-MAX              PIC 9(02) COMP VALUE 20.
015200 01  WS-ACAL-IDX              PIC 9(02) COMP.
015300 01  WS-CELL-COUNT            PIC 9(03) COMP VALUE 0.
015400 01  WS-CELL-MAX              PIC 9(03) COMP VALUE 500.
015500 01  WS-CELL-IDX              PIC 9(03) COMP.
015600 01  WS-CELL-SLOT             PIC 9(03) COMP.
015700 01  WS-CELL-FOUND-SWITCH     PIC X(01).
015800     88  WS-CELL-FOUND        VALUE 'Y'.
015900     88  WS-CELL-NOT-FOUND    VALUE 'N'.
016000 01  WS-PCT                   PIC 9(03).
016100 01  WS-PCT-EDIT              PIC ZZ9.
016200 01  WS-PCT-TEXT              PIC X(04).
016300 01  WS-COUNT-DISPLAY         PIC 9(06).
016400 01  WS-BUILD-LINE            PIC X(100).
016500*--------------------------------------------------------------*
016600* WS-CELL-KEY - ONE REPORT CELL: THE ENTERING TERM (ORDERED BY  *
016700* ITS FIRST DAY OF CLASSES), ENTRY TYPE, PROGRAM, RESIDENCY AND *
016800* AID RECIPIENCY.                                               *
016900*--------------------------------------------------------------*
017000 01  WS-CELL-KEY.
017100     05  WK-COHORT-START      PIC 9(08).
017200     05  WK-COHORT-TERM       PIC X(06).
017300     05  WK-ENTRY-TYPE        PIC X(01).
017400     05  WK-PROGRAM-CODE      PIC X(04).
017500     05  WK-RESIDENT-FLAG     PIC X(01).
017600     05  WK-AID-FLAG          PIC X(01).
017700 01  WS-BREAK-KEY.
017800     05  WB-COHORT-TERM       PIC X(06).
017900     05  WB-ENTRY-TYPE        PIC X(01).
018000*--------------------------------------------------------------*
018100* CH-ACAL-TABLE - EACH ACADCAL TERM AND ITS FIRST DAY OF        *
018200* CLASSES, WHICH ORDERS THE TERMS. THE NEXT TERM AFTER ENTRY IS *
018300* THE FIRST LATER SPRING OR FALL; THE NEXT FALL IS THE FIRST    *
018400* LATER FALL. A TERM NOT YET ON THE CALENDAR IS LOOKED FOR      *
018500* AGAIN AT EVERY LATER CENSUS.                                  *
018600*--------------------------------------------------------------*
018700 01  CH-ACAL-TABLE.
018800     05  CH-ACAL-ENTRY OCCURS 20 TIMES.
018900         10  CAC-TERM         PIC X(06).
019000         10  CAC-SEASON REDEFINES CAC-TERM.
019100             15  FILLER       PIC X(04).
019200             15  CAC-SEASON-CODE PIC X(02).
019300                 88  CAC-SUMMER VALUE 'SU'.
019400                 88  CAC-FALL VALUE 'FA'.
019500         10  CAC-CLASS-START  PIC 9(08).
019600*--------------------------------------------------------------*
019700* CH-CELL-TABLE - THE REPORT CELLS, KEPT IN KEY ORDER AS THEY   *
019800* ARE ADDED. THE RETURN COUNTS ARE OVER THE STUDENTS WHOSE      *
019900* RETURN CENSUS HAS PASSED (DONE); THE REST ARE STILL TO COME.  *
020000*--------------------------------------------------------------*
020100 01  CH-CELL-TABLE.
020200     05  CH-CELL-ENTRY OCCURS 500 TIMES.
020300         10  CEL-KEY          PIC X(21).
020400         10  CEL-KEY-R REDEFINES CEL-KEY.
020500             15  CEL-COHORT-START PIC 9(08).
020600             15  CEL-COHORT-TERM PIC X(06).
020700             15  CEL-ENTRY-TYPE PIC X(01).
020800             15  CEL-PROGRAM-CODE PIC X(04).
020900             15  CEL-RESIDENT-FLAG PIC X(01).
021000             15  CEL-AID-FLAG PIC X(01).
021100         10  CEL-HEADCOUNT    PIC 9(06) COMP.
021200         10  CEL-NEXT-BACK    PIC 9(06) COMP.
021300         10  CEL-NEXT-DONE    PIC 9(06) COMP.
021400         10  CEL-FALL-BACK    PIC 9(06) COMP.
021500         10  CEL-FALL-DONE    PIC 9(06) COMP.
021600         10  CEL-GRADUATED    PIC 9(06) COMP.
021700         10  CEL-LEFT         PIC 9(06) COMP.
021800         10  CEL-ENROLLED     PIC 9(06) COMP.
021900*--------------------------------------------------------------*
022000* CH-TOTALS - THE SAME COUNTS ROLLED UP PER COHORT (ENTERING    *
022100* TERM AND TYPE) AND FOR THE WHOLE FILE.                        *
022200*--------------------------------------------------------------*
022300 01  CH-COHORT-TOTALS.
022400     05  CTT-HEADCOUNT        PIC 9(06) COMP.
022500     05  CTT-NEXT-BACK        PIC 9(06) COMP.
022600     05  CTT-NEXT-DONE        PIC 9(06) COMP.
022700     05  CTT-FALL-BACK        PIC 9(06) COMP.
022800     05  CTT-FALL-DONE        PIC 9(06) COMP.
022900     05  CTT-GRADUATED        PIC 9(06) COMP.
023000     05  CTT-LEFT             PIC 9(06) COMP.
023100     05  CTT-ENROLLED         PIC 9(06) COMP.
023200 01  CH-GRAND-TOTALS.
023300     05  CGT-HEADCOUNT        PIC 9(06) COMP VALUE 0.
023400     05  CGT-NEXT-BACK        PIC 9(06) COMP VALUE 0.
023500     05  CGT-NEXT-DONE        PIC 9(06) COMP VALUE 0.
023600     05  CGT-FALL-BACK        PIC 9(06) COMP VALUE 0.
023700     05  CGT-FALL-DONE        PIC 9(06) COMP VALUE 0.
023800     05  CGT-GRADUATED        PIC 9(06) COMP VALUE 0.
023900     05  CGT-LEFT             PIC 9(06) COMP VALUE 0.
024000     05  CGT-ENROLLED         PIC 9(06) COMP VALUE 0.
024100*--------------------------------------------------------------*
024200* CH-PRINT-COUNTS - THE COUNTS OF THE LINE BEING PRINTED, FROM  *
024300* A CELL OR A TOTAL.                                            *
024400*--------------------------------------------------------------*
024500 01  CH-PRINT-COUNTS.
024600     05  CPR-HEADCOUNT        PIC 9(06) COMP.
024700     05  CPR-NEXT-BACK        PIC 9(06) COMP.
024800     05  CPR-NEXT-DONE        PIC 9(06) COMP.
024900     05  CPR-FALL-BACK        PIC 9(06) COMP.
025000     05  CPR-FALL-DONE        PIC 9(06) COMP.
025100     05  CPR-GRADUATED        PIC 9(06) COMP.
025200     05  CPR-LEFT             PIC 9(06) COMP.
025300     05  CPR-ENROLLED         PIC 9(06) COMP.
025400*--------------------------------------------------------------*
025500* COHTRPT LINES - A TITLE, A LEGEND, THE COLUMN HEADINGS, ONE   *
025600* LINE PER CELL, A TOTAL LINE PER COHORT AND A FILE TOTAL.      *
025700*--------------------------------------------------------------*
025800 01  CH-HEADING-LINE.
025900     05  FILLER               PIC X(36) VALUE
026000         'COHORT T  PROG  R  A  HEADCT  NXTTRM'.
026100     05  FILLER               PIC X(44) VALUE
026200         '  PCT  NXTFAL  PCT    GRAD    LEFT  ENROLD'.
026300 01  CH-LEGEND-LINE.
026400     05  FILLER               PIC X(42) VALUE
026500         'T: F FIRST-TIME  T TRANSFER  C CONTINUING'.
026600     05  FILLER               PIC X(38) VALUE
026700         '  R: R RESIDENT   A: Y AID RECIPIENT'.
026800 01  CH-DETAIL-LINE.
026900     05  CRD-KEY-AREA.
027000         10  CRD-COHORT-TERM  PIC X(06).
027100         10  FILLER           PIC X(01).
027200         10  CRD-ENTRY-TYPE   PIC X(01).
027300         10  FILLER           PIC X(02).
027400         10  CRD-PROGRAM-CODE PIC X(04).
027500         10  FILLER           PIC X(02).
027600         10  CRD-RESIDENT-FLAG PIC X(01).
027700         10  FILLER           PIC X(02).
027800         10  CRD-AID-FLAG     PIC X(01).
027900         10  FILLER           PIC X(02).
028000     05  CRD-LABEL REDEFINES CRD-KEY-AREA PIC X(22).
028100     05  CRD-HEADCOUNT        PIC ZZZZZ9.
028200     05  FILLER               PIC X(02).
028300     05  CRD-NEXT-BACK        PIC ZZZZZ9.
028400     05  FILLER               PIC X(01).
028500     05  CRD-NEXT-PCT         PIC X(04).
028600     05  FILLER               PIC X(02).
028700     05  CRD-FALL-BACK        PIC ZZZZZ9.
028800     05  FILLER               PIC X(01).
028900     05  CRD-FALL-PCT         PIC X(04).
029000     05  FILLER               PIC X(02).
029100     05  CRD-GRADUATED        PIC ZZZZZ9.
029200     05  FILLER               PIC X(02).
029300     05  CRD-LEFT             PIC ZZZZZ9.
029400     05  FILLER               PIC X(02).
029500     05  CRD-ENROLLED         PIC ZZZZZ9.
029600     05  FILLER               PIC X(02).
029700*--------------------------------------------------------------*
029800* CH-EXTRACT-COUNTS - THE COUNTS OF ONE COHTEXT D ROW, UNEDITED.*
029900*--------------------------------------------------------------*
030000 01  CH-EXTRACT-COUNTS.
030100     05  CXD-HEADCOUNT        PIC 9(06).
030200     05  CXD-NEXT-BACK        PIC 9(06).
030300     05  CXD-NEXT-DONE        PIC 9(06).
030400     05  CXD-FALL-BACK        PIC 9(06).
030500     05  CXD-FALL-DONE        PIC 9(06).
030600     05  CXD-GRADUATED        PIC 9(06).
030700     05  CXD-LEFT             PIC 9(06).
030800     05  CXD-ENROLLED         PIC 9(06).
030900 COPY IOERRPRM.
031000 COPY STEPPARM.
031100 PROCEDURE DIVISION.
031200 0000-MAINLINE.
031300     MOVE 'COHORTRP' TO SL-PROGRAM-ID.
031400     SET SL-PHASE-START TO TRUE.
031500     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
031600     OPEN INPUT CH-POP-FILE.
031700     IF WS-POP-OK
031800         READ CH-POP-FILE
031900             AT END
032000                 CONTINUE
032100         END-READ
032200     END-IF.
032300     IF NOT WS-POP-OK
032400         DISPLAY 'COHORTRP: NO CENSUS POPULATION ON CENSPOP - '
032500             'NOTHING TO DO'
032600         IF WS-POP-STATUS NOT = '35'
032700             CLOSE CH-POP-FILE
032800         END-IF
032900         GO TO 0000-END-STEP
033000     END-IF.
033100     MOVE CPP-TERM TO WS-CENSUS-TERM.
033200     MOVE CPP-CENSUS-DATE TO WS-CENSUS-DATE.
033300     PERFORM 0030-LOAD-CALENDAR THRU 0030-LOAD-CALENDAR-EXIT.
033400     PERFORM 0100-OPEN-FILES THRU 0100-OPEN-FILES-EXIT.
033500     PERFORM 1000-APPLY-POPULATION
033600         THRU 1000-APPLY-POPULATION-EXIT.
033700     CLOSE CH-POP-FILE.
033800     OPEN OUTPUT CH-POP-FILE.
033900     CLOSE CH-POP-FILE.
034000     PERFORM 2000-AGE-COHORTS THRU 2000-AGE-COHORTS-EXIT.
034100     PERFORM 4000-WRITE-COHORT-REPORT
034200         THRU 4000-WRITE-COHORT-REPORT-EXIT.
034300     PERFORM 5000-WRITE-COHORT-EXTRACT
034400         THRU 5000-WRITE-COHORT-EXTRACT-EXIT.
034500     CLOSE CH-COHORT-FILE.
034600     CLOSE CH-ENROLL-FILE.
034700     IF WS-HIST-OPEN
034800         CLOSE CH-HIST-FILE
034900     END-IF.
035000     IF WS-OFFER-OPEN
035100         CLOSE CH-OFFER-FILE
035200     END-IF.
035300     IF WS-CELLS-DROPPED > 0
035400         DISPLAY 'COHORTRP: CELL TABLE FULL - ' WS-CELLS-DROPPED
035500             ' COHORT STUDENTS NOT REPORTED'
035600         MOVE 4 TO RETURN-CODE
035700     END-IF.
035800     DISPLAY 'COHORTRP: ' WS-CENSUS-TERM ' CENSUS - ' WS-POP-READ
035900         ' COUNTED, ' WS-COHORTS-RESTAMPED ' RESTAMPED'.
036000     DISPLAY 'COHORTRP: NEW COHORT STUDENTS - ' WS-NEW-FIRST-TIME
036100         ' FIRST-TIME, ' WS-NEW-TRANSFER ' TRANSFER, '
036200         WS-NEW-CONTINUING ' CONTINUING'.
036300     DISPLAY 'COHORTRP: ' WS-COHORTS-AGED ' COHORT STUDENTS IN '
036400         WS-CELL-COUNT ' CELLS'.
036500 0000-END-STEP.
036600     MOVE 'COHORTRP' TO SL-PROGRAM-ID.
036700     SET SL-PHASE-END TO TRUE.
036800     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
036900     GO TO 9999-EXIT.
037000*--------------------------------------------------------------*
037100* 0030-LOAD-CALENDAR - THE ACADCAL TERMS AND THEIR FIRST DAY OF *
037200* CLASSES. WITHOUT THE CALENDAR NO NEXT TERM OR NEXT FALL IS    *
037300* KNOWN AND THE RETURN FLAGS WAIT FOR A LATER CENSUS.           *
037400*--------------------------------------------------------------*
037500 0030-LOAD-CALENDAR.
037600     OPEN INPUT CH-ACAL-FILE.
037700     IF NOT WS-ACAL-OK
037800         MOVE 'COHORTRP' TO IO-PROGRAM-ID
037900         MOVE 'ACADCAL ' TO IO-FILE-NAME
038000         MOVE 'OPEN-IN ' TO IO-OPERATION
038100         MOVE WS-ACAL-STATUS TO IO-FILE-STATUS
038200         MOVE 'N' TO IO-MANDATORY-FLAG
038300         CALL 'IOERR' USING IOERR-PARM-BLOCK
038400         GO TO 0030-LOAD-CALENDAR-EXIT
038500     END-IF.
038600     SET WS-NOT-AT-EOF TO TRUE.
038700     PERFORM UNTIL WS-AT-EOF
038800         READ CH-ACAL-FILE
038900             AT END
039000                 SET WS-AT-EOF TO TRUE
039100             NOT AT END
039200                 IF ACAD-CAL-RECORD (1:1) NOT = '*'
039300                     AND ACL-CLASS-START-DATE NUMERIC
039400                     AND WS-ACAL-COUNT < WS-ACAL-MAX
039500                     ADD 1 TO WS-ACAL-COUNT
039600                     MOVE ACL-TERM TO CAC-TERM (WS-ACAL-COUNT)
039700                     MOVE ACL-CLASS-START-DATE
039800                         TO CAC-CLASS-START (WS-ACAL-COUNT)
039900                     IF ACL-TERM = WS-CENSUS-TERM
040000                         MOVE ACL-CLASS-START-DATE
040100                             TO WS-CENSUS-START
040200                     END-IF
040300                 END-IF
040400         END-READ
040500     END-PERFORM.
040600     CLOSE CH-ACAL-FILE.
040700 0030-LOAD-CALENDAR-EXIT.
040800     EXIT.
040900*--------------------------------------------------------------*
041000* 0100-OPEN-FILES - ENRLMAST AND THE COHORT FILE ARE MANDATORY; *
041100* THE COHORT FILE IS BUILT EMPTY THE FIRST TIME, AND THAT FIRST *
041200* BUILD TAGS STUDENTS WITH EARLIER CREDIT CONTINUING. WITHOUT   *
041300* ACADHIST EVERY NEW STUDENT IS FIRST-TIME; WITHOUT AWDOFFR     *
041400* NONE IS AN AID RECIPIENT.                                     *
041500*--------------------------------------------------------------*
041600 0100-OPEN-FILES.
041700     OPEN INPUT CH-ENROLL-FILE.
041800     IF NOT WS-ENROLL-OK
041900         MOVE 'COHORTRP' TO IO-PROGRAM-ID
042000         MOVE 'ENRLMAST' TO IO-FILE-NAME
042100         MOVE 'OPEN-IN ' TO IO-OPERATION
042200         MOVE WS-ENROLL-STATUS TO IO-FILE-STATUS
042300         MOVE 'Y' TO IO-MANDATORY-FLAG
042400         CALL 'IOERR' USING IOERR-PARM-BLOCK
042500         MOVE 12 TO RETURN-CODE
042600         GO TO 9999-EXIT
042700     END-IF.
042800     OPEN I-O CH-COHORT-FILE.
042900     IF WS-COHORT-NOT-FOUND
043000         OPEN OUTPUT CH-COHORT-FILE
043100         CLOSE CH-COHORT-FILE
043200         OPEN I-O CH-COHORT-FILE
043300     END-IF.
043400     IF NOT WS-COHORT-OK
043500         MOVE 'COHORTRP' TO IO-PROGRAM-ID
043600         MOVE 'COHORT  ' TO IO-FILE-NAME
043700         MOVE 'OPEN-IO ' TO IO-OPERATION
043800         MOVE WS-COHORT-STATUS TO IO-FILE-STATUS
043900         MOVE 'Y' TO IO-MANDATORY-FLAG
044000         CALL 'IOERR' USING IOERR-PARM-BLOCK
044100         MOVE 12 TO RETURN-CODE
044200         GO TO 9999-EXIT
044300     END-IF.
044400     MOVE 0 TO COH-STUDENT-ID.
044500     START CH-COHORT-FILE KEY IS NOT LESS THAN COH-STUDENT-ID
044600         INVALID KEY
044700             SET WS-SEEDING-RUN TO TRUE
044800     END-START.
044900     IF WS-SEEDING-RUN
045000         DISPLAY 'COHORTRP: COHORT FILE EMPTY - FIRST BUILD, '
045100             'EARLIER CREDIT TAGGED CONTINUING'
045200     END-IF.
045300     OPEN INPUT CH-HIST-FILE.
045400     IF WS-HIST-OK
045500         SET WS-HIST-OPEN TO TRUE
045600     ELSE
045700         MOVE 'COHORTRP' TO IO-PROGRAM-ID
045800         MOVE 'ACADHIST' TO IO-FILE-NAME
045900         MOVE 'OPEN-IN ' TO IO-OPERATION
046000         MOVE WS-HIST-STATUS TO IO-FILE-STATUS
046100         MOVE 'N' TO IO-MANDATORY-FLAG
046200         CALL 'IOERR' USING IOERR-PARM-BLOCK
046300     END-IF.
046400     OPEN INPUT CH-OFFER-FILE.
046500     IF WS-OFFER-OK
046600         SET WS-OFFER-OPEN TO TRUE
046700     ELSE
046800         MOVE 'COHORTRP' TO IO-PROGRAM-ID
046900         MOVE 'AWDOFFR ' TO IO-FILE-NAME
047000         MOVE 'OPEN-IN ' TO IO-OPERATION
047100         MOVE WS-OFFER-STATUS TO IO-FILE-STATUS
047200         MOVE 'N' TO IO-MANDATORY-FLAG
047300         CALL 'IOERR' USING IOERR-PARM-BLOCK
047400     END-IF.
047500 0100-OPEN-FILES-EXIT.
047600     EXIT.
047700*--------------------------------------------------------------*
047800* 1000-APPLY-POPULATION - EVERY STUDENT CENSUSRP COUNTED, THE   *
047900* FIRST ALREADY READ.                                           *
048000*--------------------------------------------------------------*
048100 1000-APPLY-POPULATION.
048200     SET WS-NOT-AT-EOF TO TRUE.
048300     PERFORM UNTIL WS-AT-EOF
048400         ADD 1 TO WS-POP-READ
048500         PERFORM 1100-APPLY-ONE-STUDENT
048600             THRU 1100-APPLY-ONE-STUDENT-EXIT
048700         READ CH-POP-FILE
048800             AT END
048900                 SET WS-AT-EOF TO TRUE
049000         END-READ
049100     END-PERFORM.
049200 1000-APPLY-POPULATION-EXIT.
049300     EXIT.
049400*--------------------------------------------------------------*
049500* 1100-APPLY-ONE-STUDENT - A STUDENT ALREADY IN A COHORT IS     *
049600* RESTAMPED ENROLLED, GRADUATED OR LEFT AS OF THIS CENSUS. A    *
049700* STUDENT NEW TO THE FILE JOINS THIS TERM'S COHORT ONLY WHEN    *
049800* ENROLLED IN IT.                                               *
049900*--------------------------------------------------------------*
050000 1100-APPLY-ONE-STUDENT.
050100     PERFORM 1200-CHECK-ENROLLED THRU 1200-CHECK-ENROLLED-EXIT.
050200     SET WS-COHORT-FOUND TO TRUE.
050300     MOVE CPP-STUDENT-ID TO COH-STUDENT-ID.
050400     READ CH-COHORT-FILE
050500         INVALID KEY
050600             SET WS-COHORT-NOT-ON-FILE TO TRUE
050700     END-READ.
050800     IF WS-COHORT-FOUND
050900         MOVE WS-CENSUS-DATE TO COH-OUTCOME-DATE
051000         EVALUATE TRUE
051100             WHEN WS-IS-ENROLLED
051200                 SET COH-ENROLLED TO TRUE
051300                 MOVE WS-CENSUS-TERM TO COH-LAST-TERM
051400             WHEN CPP-GRADUATED
051500                 SET COH-GRADUATED TO TRUE
051600             WHEN OTHER
051700                 SET COH-LEFT TO TRUE
051800         END-EVALUATE
051900         REWRITE COHORT-RECORD
052000         ADD 1 TO WS-COHORTS-RESTAMPED
052100         GO TO 1100-APPLY-ONE-STUDENT-EXIT
052200     END-IF.
052300     IF WS-NOT-ENROLLED
052400         GO TO 1100-APPLY-ONE-STUDENT-EXIT
052500     END-IF.
052600     PERFORM 1300-CHECK-PRIOR-CREDIT
052700         THRU 1300-CHECK-PRIOR-CREDIT-EXIT.
052800     PERFORM 1400-CHECK-AID THRU 1400-CHECK-AID-EXIT.
052900     MOVE SPACES TO COHORT-RECORD.
053000     MOVE CPP-STUDENT-ID TO COH-STUDENT-ID.
053100     MOVE WS-CENSUS-TERM TO COH-COHORT-TERM.
053200     MOVE WS-CENSUS-START TO COH-COHORT-START.
053300     EVALUATE TRUE
053400         WHEN WS-NO-PRIOR-CREDIT
053500             SET COH-FIRST-TIME TO TRUE
053600             ADD 1 TO WS-NEW-FIRST-TIME
053700         WHEN WS-SEEDING-RUN
053800             SET COH-CONTINUING TO TRUE
053900             ADD 1 TO WS-NEW-CONTINUING
054000         WHEN OTHER
054100             SET COH-TRANSFER TO TRUE
054200             ADD 1 TO WS-NEW-TRANSFER
054300     END-EVALUATE.
054400     MOVE CPP-PROGRAM-CODE TO COH-PROGRAM-CODE.
054500     MOVE CPP-RESIDENT-FLAG TO COH-RESIDENT-FLAG.
054600     MOVE WS-AID-SWITCH TO COH-AID-FLAG.
054700     MOVE WS-CENSUS-DATE TO COH-ENTRY-DATE.
054800     PERFORM 1500-FIND-NEXT-TERMS THRU 1500-FIND-NEXT-TERMS-EXIT.
054900     SET COH-ENROLLED TO TRUE.
055000     MOVE WS-CENSUS-TERM TO COH-LAST-TERM.
055100     MOVE WS-CENSUS-DATE TO COH-OUTCOME-DATE.
055200     WRITE COHORT-RECORD
055300         INVALID KEY
055400             DISPLAY 'COHORTRP: COHORT WRITE FAILED FOR '
055500                 COH-STUDENT-ID ' STATUS ' WS-COHORT-STATUS
055600     END-WRITE.
055700 1100-APPLY-ONE-STUDENT-EXIT.
055800     EXIT.
055900*--------------------------------------------------------------*
056000* 1200-CHECK-ENROLLED - WHETHER THE STUDENT HOLDS AN ACTIVE     *
056100* ENRLMAST ENROLLMENT IN THE CENSUS TERM.                       *
056200*--------------------------------------------------------------*
056300 1200-CHECK-ENROLLED.
056400     SET WS-NOT-ENROLLED TO TRUE.
056500     MOVE LOW-VALUES TO ENR-KEY.
056600     MOVE CPP-STUDENT-ID TO ENR-STUDENT-ID.
056700     START CH-ENROLL-FILE KEY IS NOT LESS THAN ENR-KEY
056800         INVALID KEY
056900             GO TO 1200-CHECK-ENROLLED-EXIT
057000     END-START.
057100 1210-READ-ONE-ENROLLMENT.
057200     READ CH-ENROLL-FILE NEXT RECORD
057300         AT END
057400             GO TO 1200-CHECK-ENROLLED-EXIT
057500     END-READ.
057600     IF ENR-STUDENT-ID NOT = CPP-STUDENT-ID
057700         GO TO 1200-CHECK-ENROLLED-EXIT
057800     END-IF.
057900     IF ENR-TERM = WS-CENSUS-TERM
058000         AND ENR-ACTIVE
058100         SET WS-IS-ENROLLED TO TRUE
058200         GO TO 1200-CHECK-ENROLLED-EXIT
058300     END-IF.
058400     GO TO 1210-READ-ONE-ENROLLMENT.
058500 1200-CHECK-ENROLLED-EXIT.
058600     EXIT.
058700*--------------------------------------------------------------*
058800* 1300-CHECK-PRIOR-CREDIT - WHETHER ACADHIST HOLDS A GRADE FOR  *
058900* THE STUDENT FROM ANY TERM BUT THIS ONE. A DEGREE CONFERRAL    *
059000* LINE (SECTION DEG) IS NOT CREDIT.                             *
059100*--------------------------------------------------------------*
059200 1300-CHECK-PRIOR-CREDIT.
059300     SET WS-NO-PRIOR-CREDIT TO TRUE.
059400     IF NOT WS-HIST-OPEN
059500         GO TO 1300-CHECK-PRIOR-CREDIT-EXIT
059600     END-IF.
059700     MOVE LOW-VALUES TO AHS-KEY.
059800     MOVE CPP-STUDENT-ID TO AHS-STUDENT-ID.
059900     START CH-HIST-FILE KEY IS NOT LESS THAN AHS-KEY
060000         INVALID KEY
060100             GO TO 1300-CHECK-PRIOR-CREDIT-EXIT
060200     END-START.
060300 1310-READ-ONE-GRADE.
060400     READ CH-HIST-FILE NEXT RECORD
060500         AT END
060600             GO TO 1300-CHECK-PRIOR-CREDIT-EXIT
060700     END-READ.
060800     IF AHS-STUDENT-ID NOT = CPP-STUDENT-ID
060900         GO TO 1300-CHECK-PRIOR-CREDIT-EXIT
061000     END-IF.
061100     IF AHS-TERM NOT = WS-CENSUS-TERM
061200         AND AHS-SECTION NOT = 'DEG'
061300         SET WS-HAS-PRIOR-CREDIT TO TRUE
061400         GO TO 1300-CHECK-PRIOR-CREDIT-EXIT
061500     END-IF.
061600     GO TO 1310-READ-ONE-GRADE.
061700 1300-CHECK-PRIOR-CREDIT-EXIT.
061800     EXIT.
061900*--------------------------------------------------------------*
062000* 1400-CHECK-AID - AN AID RECIPIENT HAS AN AWDOFFR OFFER FOR    *
062100* THE CENSUS TERM ACCEPTED IN FULL OR REDUCED, OR ANY AMOUNT    *
062200* ALREADY RELEASED FOR PAYMENT.                                 *
062300*--------------------------------------------------------------*
062400 1400-CHECK-AID.
062500     SET WS-TOOK-NO-AID TO TRUE.
062600     IF NOT WS-OFFER-OPEN
062700         GO TO 1400-CHECK-AID-EXIT
062800     END-IF.
062900     MOVE LOW-VALUES TO OFR-KEY.
063000     MOVE CPP-STUDENT-ID TO OFR-STUDENT-ID.
063100     MOVE WS-CENSUS-TERM TO OFR-TERM.
063200     START CH-OFFER-FILE KEY IS NOT LESS THAN OFR-KEY
063300         INVALID KEY
063400             GO TO 1400-CHECK-AID-EXIT
063500     END-START.
063600 1410-READ-ONE-OFFER.
063700     READ CH-OFFER-FILE NEXT RECORD
063800         AT END
063900             GO TO 1400-CHECK-AID-EXIT
064000     END-READ.
064100     IF OFR-STUDENT-ID NOT = CPP-STUDENT-ID
064200         OR OFR-TERM NOT = WS-CENSUS-TERM
064300         GO TO 1400-CHECK-AID-EXIT
064400     END-IF.
064500     IF OFR-ACCEPTED
064600         OR OFR-REDUCED
064700         OR OFR-RELEASED-AMOUNT > 0
064800         SET WS-TOOK-AID TO TRUE
064900         GO TO 1400-CHECK-AID-EXIT
065000     END-IF.
065100     GO TO 1410-READ-ONE-OFFER.
065200 1400-CHECK-AID-EXIT.
065300     EXIT.
065400*--------------------------------------------------------------*
065500* 1500-FIND-NEXT-TERMS - FILLS IN THE COHORT'S NEXT TERM AND    *
065600* NEXT FALL FROM THE CALENDAR WHEN NOT ALREADY KNOWN.           *
065700*--------------------------------------------------------------*
065800 1500-FIND-NEXT-TERMS.
065900     IF COH-COHORT-START = 0
066000         GO TO 1500-FIND-NEXT-TERMS-EXIT
066100     END-IF.
066200     MOVE 0 TO WS-NEXT-START.
066300     MOVE 0 TO WS-FALL-START.
066400     MOVE SPACES TO WS-NEXT-FOUND.
066500     MOVE SPACES TO WS-FALL-FOUND.
066600     PERFORM VARYING WS-ACAL-IDX FROM 1 BY 1
066700             UNTIL WS-ACAL-IDX > WS-ACAL-COUNT
066800         IF CAC-CLASS-START (WS-ACAL-IDX) > COH-COHORT-START
066900             IF NOT CAC-SUMMER (WS-ACAL-IDX)
067000                 AND (WS-NEXT-START = 0
067100                 OR CAC-CLASS-START (WS-ACAL-IDX) < WS-NEXT-START)
067200                 MOVE CAC-CLASS-START (WS-ACAL-IDX)
067300                     TO WS-NEXT-START
067400                 MOVE CAC-TERM (WS-ACAL-IDX) TO WS-NEXT-FOUND
067500             END-IF
067600             IF CAC-FALL (WS-ACAL-IDX)
067700                 AND (WS-FALL-START = 0
067800                 OR CAC-CLASS-START (WS-ACAL-IDX) < WS-FALL-START)
067900                 MOVE CAC-CLASS-START (WS-ACAL-IDX)
068000                     TO WS-FALL-START
068100                 MOVE CAC-TERM (WS-ACAL-IDX) TO WS-FALL-FOUND
068200             END-IF
068300         END-IF
068400     END-PERFORM.
068500     IF COH-NEXT-TERM = SPACES
068600         MOVE WS-NEXT-FOUND TO COH-NEXT-TERM
068700     END-IF.
068800     IF COH-NEXT-FALL = SPACES
068900         MOVE WS-FALL-FOUND TO COH-NEXT-FALL
069000     END-IF.
069100 1500-FIND-NEXT-TERMS-EXIT.
069200     EXIT.
069300*--------------------------------------------------------------*
069400* 2000-AGE-COHORTS - ONE PASS OVER THE WHOLE COHORT FILE. A     *
069500* STUDENT CENSUSRP DID NOT COUNT AT ALL HAS LEFT UNLESS ALREADY *
069600* GRADUATED. AT THE CENSUS OF A COHORT'S NEXT TERM OR NEXT FALL *
069700* THE RETURN FLAG IS SET. EVERY STUDENT GOES INTO A CELL.       *
069800*--------------------------------------------------------------*
069900 2000-AGE-COHORTS.
070000     MOVE 0 TO COH-STUDENT-ID.
070100     START CH-COHORT-FILE KEY IS NOT LESS THAN COH-STUDENT-ID
070200         INVALID KEY
070300             GO TO 2000-AGE-COHORTS-EXIT
070400     END-START.
070500 2010-READ-ONE-COHORT.
070600     READ CH-COHORT-FILE NEXT RECORD
070700         AT END
070800             GO TO 2000-AGE-COHORTS-EXIT
070900     END-READ.
071000     ADD 1 TO WS-COHORTS-AGED.
071100     PERFORM 2100-AGE-ONE-COHORT THRU 2100-AGE-ONE-COHORT-EXIT.
071200     REWRITE COHORT-RECORD.
071300     PERFORM 3000-ADD-TO-CELL THRU 3000-ADD-TO-CELL-EXIT.
071400     GO TO 2010-READ-ONE-COHORT.
071500 2000-AGE-COHORTS-EXIT.
071600     EXIT.
071700*--------------------------------------------------------------*
071800* 2100-AGE-ONE-COHORT - THE CENSUS OUTCOME AND RETURN FLAGS.    *
071900*--------------------------------------------------------------*
072000 2100-AGE-ONE-COHORT.
072100     IF COH-OUTCOME-DATE NOT = WS-CENSUS-DATE
072200         IF NOT COH-GRADUATED
072300             SET COH-LEFT TO TRUE
072400         END-IF
072500         MOVE WS-CENSUS-DATE TO COH-OUTCOME-DATE
072600     END-IF.
072700     PERFORM 1500-FIND-NEXT-TERMS THRU 1500-FIND-NEXT-TERMS-EXIT.
072800     IF COH-NEXT-TERM-DUE
072900         AND COH-NEXT-TERM = WS-CENSUS-TERM
073000         IF COH-ENROLLED
073100             SET COH-NEXT-TERM-BACK TO TRUE
073200         ELSE
073300             MOVE 'N' TO COH-NEXT-TERM-FLAG
073400         END-IF
073500     END-IF.
073600     IF COH-NEXT-FALL-DUE
073700         AND COH-NEXT-FALL = WS-CENSUS-TERM
073800         IF COH-ENROLLED
073900             SET COH-NEXT-FALL-BACK TO TRUE
074000         ELSE
074100             MOVE 'N' TO COH-NEXT-FALL-FLAG
074200         END-IF
074300     END-IF.
074400 2100-AGE-ONE-COHORT-EXIT.
074500     EXIT.
074600*--------------------------------------------------------------*
074700* 3000-ADD-TO-CELL - FINDS THE STUDENT'S CELL, OR OPENS ONE IN  *
074800* KEY ORDER, AND COUNTS THE STUDENT INTO IT.                    *
074900*--------------------------------------------------------------*
075000 3000-ADD-TO-CELL.
075100     MOVE COH-COHORT-START TO WK-COHORT-START.
075200     MOVE COH-COHORT-TERM TO WK-COHORT-TERM.
075300     MOVE COH-ENTRY-TYPE TO WK-ENTRY-TYPE.
075400     MOVE COH-PROGRAM-CODE TO WK-PROGRAM-CODE.
075500     MOVE COH-RESIDENT-FLAG TO WK-RESIDENT-FLAG.
075600     MOVE COH-AID-FLAG TO WK-AID-FLAG.
075700     SET WS-CELL-NOT-FOUND TO TRUE.
075800     PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
075900             UNTIL WS-CELL-IDX > WS-CELL-COUNT
076000             OR WS-CELL-FOUND
076100             OR CEL-KEY (WS-CELL-IDX) > WS-CELL-KEY
076200         IF CEL-KEY (WS-CELL-IDX) = WS-CELL-KEY
076300             SET WS-CELL-FOUND TO TRUE
076400         END-IF
076500     END-PERFORM.
076600     IF WS-CELL-FOUND
076700         SUBTRACT 1 FROM WS-CELL-IDX
076800     ELSE
076900         IF WS-CELL-COUNT NOT < WS-CELL-MAX
077000             ADD 1 TO WS-CELLS-DROPPED
077100             GO TO 3000-ADD-TO-CELL-EXIT
077200         END-IF
077300         PERFORM 3100-OPEN-ONE-CELL THRU 3100-OPEN-ONE-CELL-EXIT
077400     END-IF.
077500     ADD 1 TO CEL-HEADCOUNT (WS-CELL-IDX).
077600     EVALUATE TRUE
077700         WHEN COH-ENROLLED
077800             ADD 1 TO CEL-ENROLLED (WS-CELL-IDX)
077900         WHEN COH-GRADUATED
078000             ADD 1 TO CEL-GRADUATED (WS-CELL-IDX)
078100         WHEN OTHER
078200             ADD 1 TO CEL-LEFT (WS-CELL-IDX)
078300     END-EVALUATE.
078400     IF NOT COH-NEXT-TERM-DUE
078500         ADD 1 TO CEL-NEXT-DONE (WS-CELL-IDX)
078600         IF COH-NEXT-TERM-BACK
078700             ADD 1 TO CEL-NEXT-BACK (WS-CELL-IDX)
078800         END-IF
078900     END-IF.
079000     IF NOT COH-NEXT-FALL-DUE
079100         ADD 1 TO CEL-FALL-DONE (WS-CELL-IDX)
079200         IF COH-NEXT-FALL-BACK
079300             ADD 1 TO CEL-FALL-BACK (WS-CELL-IDX)
079400         END-IF
079500     END-IF.
079600 3000-ADD-TO-CELL-EXIT.
079700     EXIT.
079800*--------------------------------------------------------------*
079900* 3100-OPEN-ONE-CELL - MOVES EVERY CELL FROM WS-CELL-IDX ON DOWN *
080000* ONE SLOT AND OPENS THE NEW CELL IN THE GAP.                   *
080100*--------------------------------------------------------------*
080200 3100-OPEN-ONE-CELL.
080300     PERFORM VARYING WS-CELL-SLOT FROM WS-CELL-COUNT BY -1
080400             UNTIL WS-CELL-SLOT < WS-CELL-IDX
080500         MOVE CH-CELL-ENTRY (WS-CELL-SLOT)
080600             TO CH-CELL-ENTRY (WS-CELL-SLOT + 1)
080700     END-PERFORM.
080800     ADD 1 TO WS-CELL-COUNT.
080900     MOVE WS-CELL-KEY TO CEL-KEY (WS-CELL-IDX).
081000     MOVE 0 TO CEL-HEADCOUNT (WS-CELL-IDX).
081100     MOVE 0 TO CEL-NEXT-BACK (WS-CELL-IDX).
081200     MOVE 0 TO CEL-NEXT-DONE (WS-CELL-IDX).
081300     MOVE 0 TO CEL-FALL-BACK (WS-CELL-IDX).
081400     MOVE 0 TO CEL-FALL-DONE (WS-CELL-IDX).
081500     MOVE 0 TO CEL-GRADUATED (WS-CELL-IDX).
081600     MOVE 0 TO CEL-LEFT (WS-CELL-IDX).
081700     MOVE 0 TO CEL-ENROLLED (WS-CELL-IDX).
081800 3100-OPEN-ONE-CELL-EXIT.
081900     EXIT.
082000*--------------------------------------------------------------*
082100* 4000-WRITE-COHORT-REPORT - COHTRPT: ONE LINE PER CELL IN      *
082200* ENTERING-TERM ORDER, A TOTAL AT EACH CHANGE OF COHORT, AND A  *
082300* FILE TOTAL. THE PERCENTAGES ARE OF THE STUDENTS WHOSE RETURN  *
082400* CENSUS HAS PASSED; -- IS NONE YET.                            *
082500*--------------------------------------------------------------*
082600 4000-WRITE-COHORT-REPORT.
082700     OPEN OUTPUT CH-REPORT-FILE.
082800     MOVE SPACES TO CH-REPORT-LINE.
082900     STRING 'COHORTRP - RETENTION COHORTS AT THE ' WS-CENSUS-TERM
083000         ' CENSUS OF ' WS-CENSUS-DATE
083100         DELIMITED BY SIZE INTO CH-REPORT-LINE.
083200     WRITE CH-REPORT-LINE.
083300     MOVE CH-LEGEND-LINE TO CH-REPORT-LINE.
083400     WRITE CH-REPORT-LINE.
083500     MOVE CH-HEADING-LINE TO CH-REPORT-LINE.
083600     WRITE CH-REPORT-LINE.
083700     MOVE SPACES TO WS-BREAK-KEY.
083800     INITIALIZE CH-COHORT-TOTALS.
083900     PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
084000             UNTIL WS-CELL-IDX > WS-CELL-COUNT
084100         IF WS-BREAK-KEY NOT = SPACES
084200             AND (CEL-COHORT-TERM (WS-CELL-IDX)
084300                 NOT = WB-COHORT-TERM
084400             OR CEL-ENTRY-TYPE (WS-CELL-IDX) NOT = WB-ENTRY-TYPE)
084500             PERFORM 4200-PRINT-COHORT-TOTAL
084600                 THRU 4200-PRINT-COHORT-TOTAL-EXIT
084700         END-IF
084800         MOVE CEL-COHORT-TERM (WS-CELL-IDX) TO WB-COHORT-TERM
084900         MOVE CEL-ENTRY-TYPE (WS-CELL-IDX) TO WB-ENTRY-TYPE
085000         PERFORM 4100-PRINT-ONE-CELL THRU 4100-PRINT-ONE-CELL-EXIT
085100     END-PERFORM.
085200     IF WS-BREAK-KEY NOT = SPACES
085300         PERFORM 4200-PRINT-COHORT-TOTAL
085400             THRU 4200-PRINT-COHORT-TOTAL-EXIT
085500     END-IF.
085600     MOVE CH-GRAND-TOTALS TO CH-PRINT-COUNTS.
085700     MOVE SPACES TO CH-DETAIL-LINE.
085800     MOVE 'ALL COHORTS' TO CRD-LABEL.
085900     PERFORM 4300-PRINT-COUNTS THRU 4300-PRINT-COUNTS-EXIT.
086000     CLOSE CH-REPORT-FILE.
086100 4000-WRITE-COHORT-REPORT-EXIT.
086200     EXIT.
086300*--------------------------------------------------------------*
086400* 4100-PRINT-ONE-CELL - THE CELL LINE, ITS COUNTS ROLLED INTO   *
086500* THE COHORT AND FILE TOTALS.                                   *
086600*--------------------------------------------------------------*
086700 4100-PRINT-ONE-CELL.
086800     MOVE CEL-HEADCOUNT (WS-CELL-IDX) TO CPR-HEADCOUNT.
086900     MOVE CEL-NEXT-BACK (WS-CELL-IDX) TO CPR-NEXT-BACK.
087000     MOVE CEL-NEXT-DONE (WS-CELL-IDX) TO CPR-NEXT-DONE.
087100     MOVE CEL-FALL-BACK (WS-CELL-IDX) TO CPR-FALL-BACK.
087200     MOVE CEL-FALL-DONE (WS-CELL-IDX) TO CPR-FALL-DONE.
087300     MOVE CEL-GRADUATED (WS-CELL-IDX) TO CPR-GRADUATED.
087400     MOVE CEL-LEFT (WS-CELL-IDX) TO CPR-LEFT.
087500     MOVE CEL-ENROLLED (WS-CELL-IDX) TO CPR-ENROLLED.
087600     ADD CPR-HEADCOUNT TO CTT-HEADCOUNT CGT-HEADCOUNT.
087700     ADD CPR-NEXT-BACK TO CTT-NEXT-BACK CGT-NEXT-BACK.
087800     ADD CPR-NEXT-DONE TO CTT-NEXT-DONE CGT-NEXT-DONE.
087900     ADD CPR-FALL-BACK TO CTT-FALL-BACK CGT-FALL-BACK.
088000     ADD CPR-FALL-DONE TO CTT-FALL-DONE CGT-FALL-DONE.
088100     ADD CPR-GRADUATED TO CTT-GRADUATED CGT-GRADUATED.
088200     ADD CPR-LEFT TO CTT-LEFT CGT-LEFT.
088300     ADD CPR-ENROLLED TO CTT-ENROLLED CGT-ENROLLED.
088400     MOVE SPACES TO CH-DETAIL-LINE.
088500     MOVE CEL-COHORT-TERM (WS-CELL-IDX) TO CRD-COHORT-TERM.
088600     MOVE CEL-ENTRY-TYPE (WS-CELL-IDX) TO CRD-ENTRY-TYPE.
088700     MOVE CEL-PROGRAM-CODE (WS-CELL-IDX) TO CRD-PROGRAM-CODE.
088800     MOVE CEL-RESIDENT-FLAG (WS-CELL-IDX) TO CRD-RESIDENT-FLAG.
088900     MOVE CEL-AID-FLAG (WS-CELL-IDX) TO CRD-AID-FLAG.
089000     PERFORM 4300-PRINT-COUNTS THRU 4300-PRINT-COUNTS-EXIT.
089100 4100-PRINT-ONE-CELL-EXIT.
089200     EXIT.
089300*--------------------------------------------------------------*
089400* 4200-PRINT-COHORT-TOTAL - THE TOTAL LINE OF THE COHORT JUST   *
089500* PRINTED, AND A FRESH START FOR THE NEXT.                      *
089600*--------------------------------------------------------------*
089700 4200-PRINT-COHORT-TOTAL.
089800     MOVE CH-COHORT-TOTALS TO CH-PRINT-COUNTS.
089900     MOVE SPACES TO CH-DETAIL-LINE.
090000     STRING WB-COHORT-TERM ' ' WB-ENTRY-TYPE '  TOTAL'
090100         DELIMITED BY SIZE INTO CRD-LABEL.
090200     PERFORM 4300-PRINT-COUNTS THRU 4300-PRINT-COUNTS-EXIT.
090300     INITIALIZE CH-COHORT-TOTALS.
090400 4200-PRINT-COHORT-TOTAL-EXIT.
090500     EXIT.
090600*--------------------------------------------------------------*
090700* 4300-PRINT-COUNTS - EDITS CH-PRINT-COUNTS INTO THE LINE       *
090800* ALREADY LABELLED AND WRITES IT.                               *
090900*--------------------------------------------------------------*
091000 4300-PRINT-COUNTS.
091100     MOVE CPR-HEADCOUNT TO CRD-HEADCOUNT.
091200     MOVE CPR-NEXT-BACK TO CRD-NEXT-BACK.
091300     MOVE CPR-FALL-BACK TO CRD-FALL-BACK.
091400     MOVE CPR-GRADUATED TO CRD-GRADUATED.
091500     MOVE CPR-LEFT TO CRD-LEFT.
091600     MOVE CPR-ENROLLED TO CRD-ENROLLED.
091700     MOVE '  --' TO CRD-NEXT-PCT.
091800     IF CPR-NEXT-DONE > 0
091900         COMPUTE WS-PCT ROUNDED =
092000             CPR-NEXT-BACK * 100 / CPR-NEXT-DONE
092100         PERFORM 4350-EDIT-PERCENT THRU 4350-EDIT-PERCENT-EXIT
092200         MOVE WS-PCT-TEXT TO CRD-NEXT-PCT
092300     END-IF.
092400     MOVE '  --' TO CRD-FALL-PCT.
092500     IF CPR-FALL-DONE > 0
092600         COMPUTE WS-PCT ROUNDED =
092700             CPR-FALL-BACK * 100 / CPR-FALL-DONE
092800         PERFORM 4350-EDIT-PERCENT THRU 4350-EDIT-PERCENT-EXIT
092900         MOVE WS-PCT-TEXT TO CRD-FALL-PCT
093000     END-IF.
093100     MOVE CH-DETAIL-LINE TO CH-REPORT-LINE.
093200     WRITE CH-REPORT-LINE.
093300 4300-PRINT-COUNTS-EXIT.
093400     EXIT.
093500*--------------------------------------------------------------*
093600* 4350-EDIT-PERCENT - WS-PCT AS NNN%.                           *
093700*--------------------------------------------------------------*
093800 4350-EDIT-PERCENT.
093900     MOVE WS-PCT TO WS-PCT-EDIT.
094000     MOVE SPACES TO WS-PCT-TEXT.
094100     STRING WS-PCT-EDIT '%' DELIMITED BY SIZE INTO WS-PCT-TEXT.
094200 4350-EDIT-PERCENT-EXIT.
094300     EXIT.
094400*--------------------------------------------------------------*
094500* 5000-WRITE-COHORT-EXTRACT - COHTEXT IN DWEXTRCT'S SHAPE: AN H *
094600* HEADER WITH THE CENSUS DATE AND TERM, ONE D ROW PER CELL, A T *
094700* TRAILER WITH THE ROW COUNT. EACH D ROW CARRIES THE ENTERING   *
094800* TERM, TYPE, PROGRAM, RESIDENCY, AID FLAG, HEADCOUNT, NEXT-    *
094900* TERM RETURNED AND DECIDED, NEXT-FALL RETURNED AND DECIDED,    *
095000* GRADUATED, LEFT AND STILL ENROLLED.                           *
095100*--------------------------------------------------------------*
095200 5000-WRITE-COHORT-EXTRACT.
095300     OPEN OUTPUT CH-EXTRACT-FILE.
095400     MOVE SPACES TO WS-BUILD-LINE.
095500     STRING 'H,' WS-CENSUS-DATE ',' WS-CENSUS-TERM
095600         DELIMITED BY SIZE INTO WS-BUILD-LINE.
095700     MOVE WS-BUILD-LINE TO COHTEXT-RECORD.
095800     WRITE COHTEXT-RECORD.
095900     MOVE 0 TO WS-DETAIL-COUNT.
096000     PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
096100             UNTIL WS-CELL-IDX > WS-CELL-COUNT
096200         ADD 1 TO WS-DETAIL-COUNT
096300         MOVE CEL-HEADCOUNT (WS-CELL-IDX) TO CXD-HEADCOUNT
096400         MOVE CEL-NEXT-BACK (WS-CELL-IDX) TO CXD-NEXT-BACK
096500         MOVE CEL-NEXT-DONE (WS-CELL-IDX) TO CXD-NEXT-DONE
096600         MOVE CEL-FALL-BACK (WS-CELL-IDX) TO CXD-FALL-BACK
096700         MOVE CEL-FALL-DONE (WS-CELL-IDX) TO CXD-FALL-DONE
096800         MOVE CEL-GRADUATED (WS-CELL-IDX) TO CXD-GRADUATED
096900         MOVE CEL-LEFT (WS-CELL-IDX) TO CXD-LEFT
097000         MOVE CEL-ENROLLED (WS-CELL-IDX) TO CXD-ENROLLED
097100         MOVE SPACES TO WS-BUILD-LINE
097200         STRING 'D,' CEL-COHORT-TERM (WS-CELL-IDX)
097300             ',' CEL-ENTRY-TYPE (WS-CELL-IDX)
097400             ',' CEL-PROGRAM-CODE (WS-CELL-IDX)
097500             ',' CEL-RESIDENT-FLAG (WS-CELL-IDX)
097600             ',' CEL-AID-FLAG (WS-CELL-IDX)
097700             ',' CXD-HEADCOUNT ',' CXD-NEXT-BACK
097800             ',' CXD-NEXT-DONE ',' CXD-FALL-BACK
097900             ',' CXD-FALL-DONE ',' CXD-GRADUATED
098000             ',' CXD-LEFT ',' CXD-ENROLLED
098100             DELIMITED BY SIZE INTO WS-BUILD-LINE
098200         MOVE WS-BUILD-LINE TO COHTEXT-RECORD
098300         WRITE COHTEXT-RECORD
098400     END-PERFORM.
098500     MOVE WS-DETAIL-COUNT TO WS-COUNT-DISPLAY.
098600     MOVE SPACES TO WS-BUILD-LINE.
098700     STRING 'T,' WS-COUNT-DISPLAY
098800         DELIMITED BY SIZE INTO WS-BUILD-LINE.
098900     MOVE WS-BUILD-LINE TO COHTEXT-RECORD.
099000     WRITE COHTEXT-RECORD.
099100     CLOSE CH-EXTRACT-FILE.
099200 5000-WRITE-COHORT-EXTRACT-EXIT.
099300     EXIT.
099400*--------------------------------------------------------------*
099500* 9999-EXIT                                                    *
099600*--------------------------------------------------------------*
099700 9999-EXIT.
099800     STOP RUN.
