001800*                ACTIVE TERM SO TERM-OVER-TERM COMPARISONS      *
001900*                HAVE AN OFFICIAL BASE. ON ANY OTHER NIGHT THE  *
002000*                STEP SAYS SO AND ENDS WITHOUT COUNTING.        *
002000* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 145 BYTES FOR THE  *
002000*                ACADEMIC STANDING CODE AND ITS EFFECTIVE TERM,  *
002000*                STAMPED AT TERM END BY ACADSTND.                *
002000* 10/15/26  DW   THE CENSUS DATE IS NOW THE ACTIVE TERM'S CENSUS *
002000*                DATE ON THE SHARED ACADCAL ACADEMIC CALENDAR -  *
002000*                THE EVALCENS CARD IS RETIRED. THE ACTIVE TERM   *
002000*                IS READ FIRST TO PICK THE CALENDAR CARD; A TERM *
002000*                NOT ON THE CALENDAR COUNTS NOTHING.             *
002000* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 153 BYTES FOR THE  *
002000*                DEGREE CONFERRAL DATE, STAMPED BY GRADCONF.     *
002000* 10/15/26  DW   EVERY STUDENT COUNTED IS ALSO WRITTEN TO THE    *
002000*                NEW CENSPOP POPULATION FILE WITH THE PROGRAM,   *
002000*                STATUS AND RESIDENCY COUNTED, FOR COHORTRP'S    *
002000*                RETENTION COHORTS.                              *
002000* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 170 BYTES FOR THE  *
002000*                DIRECTORY-INFORMATION CONFIDENTIALITY FLAG,     *
002000*                ITS DATE AND REQUESTING OPERATOR.               *
002000* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 186 BYTES FOR THE  *
002000*                DATE OF DEATH AND ITS VERIFICATION SOURCE.      *
002000* 10/15/26  DW   THE RESIDENCY DETERMINATION IS NOW A KEYED    *
002000*                READ OF THE INDEXED CONDRES FOR THE STUDENT   *
002000*                AND THE ACTIVE TERM, NOT A 1000-ENTRY TABLE   *
002000*                THAT TOOK ANY TERM'S DECISION AND SILENTLY    *
002000*                DROPPED STUDENTS PAST THE CAP.                *
002100*--------------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002410     SELECT CN-CENSUS-FILE ASSIGN TO ACADCAL
002600         ORGANIZATION IS LINE SEQUENTIAL
002700         FILE STATUS IS WS-CENSUS-STATUS.
002800     SELECT CN-CAL-FILE ASSIGN TO SUITECAL
003700         RECORD KEY IS STM-STUDENT-ID
003800         FILE STATUS IS WS-MASTER-STATUS.
003900     SELECT CN-CONDRES-FILE ASSIGN TO CONDRES
004000         ORGANIZATION IS INDEXED
004010         ACCESS MODE IS RANDOM
004020         RECORD KEY IS RES-KEY
004100         FILE STATUS IS WS-CONDRES-STATUS.
004200     SELECT CN-REPORT-FILE ASSIGN TO CENSRPT
004300         ORGANIZATION IS LINE SEQUENTIAL
004800     SELECT CN-HISTORY-FILE ASSIGN TO CENSHIST
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-HISTORY-STATUS.
005010     SELECT CN-POP-FILE ASSIGN TO CENSPOP
005020         ORGANIZATION IS LINE SEQUENTIAL
005030         FILE STATUS IS WS-POP-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  CN-CENSUS-FILE.
005310     COPY ACADCREC.
005600 FD  CN-CAL-FILE.
005700 01  CAL-RECORD.
005800     05  CAL-BUSINESS-DATE    PIC 9(08).
007100     05  STM-RES-CODE2        PIC 9(01).
007200     05  STM-RES-CODE3        PIC 9(01).
007300     05  STM-ENROLL-STATUS    PIC X(01).
007400     05  STM-REST             PIC X(144).
007500 FD  CN-CONDRES-FILE.
007600 COPY CONDRREC.
008000 FD  CN-REPORT-FILE.
008100 01  CN-REPORT-RECORD.
008200     05  CNR-PROGRAM-CODE     PIC X(04).
009600     05  CNH-ENROLL-STATUS    PIC X(01).
009700     05  CNH-RESIDENT-FLAG    PIC X(01).
009800     05  CNH-HEADCOUNT        PIC 9(06).
009810 FD  CN-POP-FILE.
009820     COPY CENSPREC.
009900 WORKING-STORAGE SECTION.
010000 01  WS-CENSUS-STATUS         PIC X(02).
010100     88  WS-CENSUS-OK         VALUE '00'.
011300     88  WS-EXTRACT-OK        VALUE '00'.
011400 01  WS-HISTORY-STATUS        PIC X(02).
011500     88  WS-HISTORY-OK        VALUE '00'.
011510 01  WS-POP-STATUS            PIC X(02).
011520     88  WS-POP-OK            VALUE '00'.
011600 01  WS-EOF-SWITCH            PIC X(01).
011700     88  WS-AT-EOF            VALUE 'Y'.
011800     88  WS-NOT-AT-EOF        VALUE 'N'.
012000 01  WS-BUSINESS-DATE         PIC 9(08) VALUE 0.
012100 01  WS-ACTIVE-TERM           PIC X(06) VALUE SPACES.
012200 01  WS-RESIDENT-FLAG         PIC X(01).
012300 01  WS-RES-OPEN-SWITCH       PIC X(01) VALUE 'N'.
012400     88  WS-RES-IS-OPEN       VALUE 'Y'.
012600 01  WS-RES-FOUND-SWITCH      PIC X(01).
012700     88  WS-RES-FOUND         VALUE 'Y'.
012800     88  WS-RES-NOT-FOUND     VALUE 'N'.
013600 01  WS-DETAIL-COUNT          PIC 9(06) COMP VALUE 0.
013700 01  WS-BUILD-LINE            PIC X(60).
013800 01  WS-COUNT-DISPLAY         PIC 9(06).
014600*--------------------------------------------------------------*
014700* CN-CELL-TABLE - ONE HEADCOUNT CELL PER PROGRAM/STATUS/        *
014800* RESIDENCY COMBINATION SEEN ON THE MASTER.                     *
015500         10  CNC-HEADCOUNT    PIC 9(06) COMP.
015600 PROCEDURE DIVISION.
015700 0000-MAINLINE.
015710     PERFORM 1200-READ-ACTIVE-TERM
015720         THRU 1200-READ-ACTIVE-TERM-EXIT.
015800     PERFORM 1000-READ-CENSUS-DATE
015900         THRU 1000-READ-CENSUS-DATE-EXIT.
016000     IF WS-BUSINESS-DATE NOT = WS-CENSUS-DATE
016200             WS-CENSUS-DATE ') - NOTHING COUNTED'
016300         GO TO 9999-EXIT
016400     END-IF.
016700     PERFORM 1500-OPEN-RESIDENCY-FILE
016800         THRU 1500-OPEN-RESIDENCY-FILE-EXIT.
016900     PERFORM 2000-COUNT-MASTER
017000         THRU 2000-COUNT-MASTER-EXIT.
017100     PERFORM 8000-WRITE-CENSUS-REPORT
017600         THRU 9000-APPEND-CENSUS-HISTORY-EXIT.
017700     GO TO 9999-EXIT.
017800*--------------------------------------------------------------*
017810* 1000-READ-CENSUS-DATE - THE ACTIVE TERM'S CENSUS DATE OFF THE *
017820* ACADCAL CALENDAR AND THE SUITECAL BUSINESS DATE (WALL-CLOCK   *
017830* FALLBACK). THE COUNT RUNS ONLY WHEN THE TWO AGREE.            *
018200*--------------------------------------------------------------*
018300 1000-READ-CENSUS-DATE.
018400     ACCEPT WS-BUSINESS-DATE FROM DATE YYYYMMDD.
019500         END-IF
019600         CLOSE CN-CAL-FILE
019700     END-IF.
019710     OPEN INPUT CN-CENSUS-FILE.
019720     IF NOT WS-CENSUS-OK
019730         GO TO 1000-READ-CENSUS-DATE-EXIT
019740     END-IF.
019750 1000-READ-ONE-CAL-CARD.
019760     READ CN-CENSUS-FILE
019770         AT END
019780             CLOSE CN-CENSUS-FILE
019790             GO TO 1000-READ-CENSUS-DATE-EXIT
019800     END-READ.
019810     IF ACAD-CAL-RECORD (1:1) = '*'
019820         OR ACL-TERM NOT = WS-ACTIVE-TERM
019830         GO TO 1000-READ-ONE-CAL-CARD
019840     END-IF.
019850     IF ACL-CENSUS-DATE NUMERIC
019860         MOVE ACL-CENSUS-DATE TO WS-CENSUS-DATE
019870     END-IF.
019880     CLOSE CN-CENSUS-FILE.
021000 1000-READ-CENSUS-DATE-EXIT.
021100     EXIT.
021200*--------------------------------------------------------------*
022700 1200-READ-ACTIVE-TERM-EXIT.
022800     EXIT.
022900*--------------------------------------------------------------*
023000* 1500-OPEN-RESIDENCY-FILE - CONDRES OPENED FOR KEYED READS OF  *
023100* THE ACTIVE TERM'S DETERMINATIONS. NO RESULTS FILE COUNTS      *
023150* EVERYONE NON-RESIDENT.                                        *
023200*--------------------------------------------------------------*
023300 1500-OPEN-RESIDENCY-FILE.
023600     OPEN INPUT CN-CONDRES-FILE.
023700     IF NOT WS-CONDRES-OK
023800         GO TO 1500-OPEN-RESIDENCY-FILE-EXIT
023900     END-IF.
024000     SET WS-RES-IS-OPEN TO TRUE.
025100 1500-OPEN-RESIDENCY-FILE-EXIT.
025200     EXIT.
026200*--------------------------------------------------------------*
026300* 2000-COUNT-MASTER - ONE PASS OVER STUMAST, EACH STUDENT INTO  *
026400* THEIR PROGRAM/STATUS/RESIDENCY CELL.                          *
027000         DISPLAY 'CENSUSRP: NO STUDENT MASTER ON THIS SYSTEM'
027100         SET WS-AT-EOF TO TRUE
027200     END-IF.
027210     OPEN OUTPUT CN-POP-FILE.
027300     PERFORM 2100-READ-ONE-MASTER
027400         THRU 2100-READ-ONE-MASTER-EXIT.
027500     PERFORM UNTIL WS-AT-EOF
027600         ADD 1 TO WS-MASTERS-COUNTED
027700         PERFORM 2200-FIND-RESIDENCY
027800             THRU 2200-FIND-RESIDENCY-EXIT
027810         PERFORM 2400-WRITE-POPULATION
027820             THRU 2400-WRITE-POPULATION-EXIT
027900         PERFORM 2300-BUMP-ONE-CELL
028000             THRU 2300-BUMP-ONE-CELL-EXIT
028100         PERFORM 2100-READ-ONE-MASTER
028400     IF WS-MASTER-OK OR WS-MASTER-STATUS = '10'
028500         CLOSE CN-MASTER-FILE
028600     END-IF.
028610     CLOSE CN-POP-FILE.
028700 2000-COUNT-MASTER-EXIT.
028800     EXIT.
028900*--------------------------------------------------------------*
029600 2100-READ-ONE-MASTER-EXIT.
029700     EXIT.
029800*--------------------------------------------------------------*
029900* 2200-FIND-RESIDENCY - THE STUDENT'S DETERMINATION FOR THE     *
030000* ACTIVE TERM: R WHEN CONDRES SAYS ELIGIBLE, N OTHERWISE OR     *
030050* UNDECIDED.                                                    *
030100*--------------------------------------------------------------*
030200 2200-FIND-RESIDENCY.
030300     MOVE 'N' TO WS-RESIDENT-FLAG.
030400     SET WS-RES-NOT-FOUND TO TRUE.
030500     IF NOT WS-RES-IS-OPEN
030600         GO TO 2200-FIND-RESIDENCY-EXIT
030700     END-IF.
030800     MOVE STM-STUDENT-ID TO RES-STUDENT-ID.
030900     MOVE WS-ACTIVE-TERM TO RES-TERM.
031000     READ CN-CONDRES-FILE
031100         INVALID KEY
031200             GO TO 2200-FIND-RESIDENCY-EXIT
031300     END-READ.
031310     SET WS-RES-FOUND TO TRUE.
031320     IF RES-ELIGIBLE-FLAG = '1'
031330         MOVE 'R' TO WS-RESIDENT-FLAG
031400     END-IF.
031500 2200-FIND-RESIDENCY-EXIT.
031600     EXIT.
031700*--------------------------------------------------------------*
034700     END-IF.
034800 2300-BUMP-ONE-CELL-EXIT.
034900     EXIT.
034906*--------------------------------------------------------------*
034912* 2400-WRITE-POPULATION - THE STUDENT AS COUNTED, ONTO CENSPOP  *
034918* FOR COHORTRP'S RETENTION COHORTS.                             *
034924*--------------------------------------------------------------*
034930 2400-WRITE-POPULATION.
034936     MOVE SPACES TO CENS-POP-RECORD.
034942     MOVE WS-ACTIVE-TERM TO CPP-TERM.
034948     MOVE WS-CENSUS-DATE TO CPP-CENSUS-DATE.
034954     MOVE STM-STUDENT-ID TO CPP-STUDENT-ID.
034960     MOVE STM-PROGRAM-CODE TO CPP-PROGRAM-CODE.
034966     MOVE STM-ENROLL-STATUS TO CPP-ENROLL-STATUS.
034972     MOVE WS-RESIDENT-FLAG TO CPP-RESIDENT-FLAG.
034978     WRITE CENS-POP-RECORD.
034984 2400-WRITE-POPULATION-EXIT.
034990     EXIT.
035000*--------------------------------------------------------------*
035100* 8000-WRITE-CENSUS-REPORT - THE PRINTED HEADCOUNT GRID.        *
035200*--------------------------------------------------------------*
043500* 9999-EXIT                                                    *
043600*--------------------------------------------------------------*
043700 9999-EXIT.
043710     IF WS-RES-IS-OPEN
043720         CLOSE CN-CONDRES-FILE
043730     END-IF.
043800     STOP RUN.
