002000*                ONE CHRONOLOGICAL REPORT ON STULIFER.          *
002100*                UNDATED STATE (CURRENT DECISION, CURRENT       *
002200*                AWARD) PRINTS AHEAD OF THE DATED TIMELINE.     *
002200* 10/15/26  DW   STUMAST RECORD AND THE STUHIST BEFORE/AFTER     *
002200*                IMAGES LENGTHENED TO 145 BYTES FOR THE ACADEMIC *
002200*                STANDING CODE AND ITS EFFECTIVE TERM, STAMPED   *
002200*                AT TERM END BY ACADSTND.                        *
002200* 10/15/26  DW   STUMAST RECORD AND THE STUHIST BEFORE/AFTER     *
002200*                IMAGES LENGTHENED TO 153 BYTES FOR THE DEGREE   *
002200*                CONFERRAL DATE, STAMPED BY GRADCONF.            *
002200* 10/15/26  DW   STUHIST RECORD CARRIES THE OPERATOR OR PROGRAM  *
002200*                THAT MADE THE CHANGE                            *
002200* 10/15/26  DW   STUMAST RECORD AND THE STUHIST BEFORE/AFTER     *
002200*                IMAGES LENGTHENED TO 170 BYTES FOR THE          *
002200*                DIRECTORY-INFORMATION CONFIDENTIALITY FLAG,     *
002200*                ITS DATE AND REQUESTING OPERATOR.               *
002200* 10/15/26  DW   STUMAST RECORD AND THE STUHIST BEFORE/AFTER     *
002200*                IMAGES LENGTHENED TO 186 BYTES FOR THE DATE OF  *
002200*                DEATH AND ITS VERIFICATION SOURCE.              *
002200* 10/15/26  DW   CONDRES DECISIONS NOW JOIN THE TIMELINE ON    *
002200*                THEIR DECISION DATES - THE CURRENT DECISION   *
002200*                FOR EACH TERM AND EACH PRIOR ONE IT           *
002200*                SUPERSEDED - INSTEAD OF ONE UNDATED CURRENT   *
002200*                STATE.                                        *
002300*--------------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-HISTORY-STATUS.
004100     SELECT SL-CONDRES-FILE ASSIGN TO CONDRES
004200         ORGANIZATION IS INDEXED
004210         ACCESS MODE IS SEQUENTIAL
004220         RECORD KEY IS RES-KEY
004300         FILE STATUS IS WS-CONDRES-STATUS.
004400     SELECT SL-CONDEXC-FILE ASSIGN TO CONDEXC
004500         ORGANIZATION IS LINE SEQUENTIAL
007500     05  SH-ACTION            PIC X(01).
007600     05  SH-DATE              PIC 9(08).
007700     05  SH-TIME              PIC 9(08).
007800     05  SH-BEFORE-IMAGE      PIC X(186).
007900     05  SH-AFTER-IMAGE.
008000         10  FILLER           PIC X(09).
008100         10  SHA-NAME         PIC X(25).
008200         10  SHA-PROGRAM-CODE PIC X(04).
008300         10  FILLER           PIC X(148).
008310     05  SH-OPERATOR          PIC X(08).
008400 FD  SL-CONDRES-FILE.
008500 COPY CONDRREC.
008900 FD  SL-CONDEXC-FILE.
009000 01  EXC-RECORD.
009100     05  EXC-COND1            PIC 9(01).
015400 01  WS-NEW-TIME              PIC 9(08).
015500 01  WS-NEW-SOURCE            PIC X(08).
015600 01  WS-NEW-TEXT              PIC X(40).
015610 01  WS-PRIOR-IDX             PIC 9(01) COMP.
015700 01  WS-AMOUNT-DISPLAY        PIC -ZZZZZZ9.99.
015800*--------------------------------------------------------------*
015900* SL-ALIAS-TABLE - THE QUERIED ID PLUS EVERY RETIRED ID THAT    *
039500 2600-READ-ONE-HISTORY-EXIT.
039600     EXIT.
039700*--------------------------------------------------------------*
039800* 3000-GATHER-DECISIONS - THE CONDRES DECISIONS, EACH TERM'S    *
039900* CURRENT ONE ON THE DATE IT WAS MADE AND EACH PRIOR ONE IT     *
040000* SUPERSEDED ON THAT ONE'S OWN DATE. A DECISION CARRIED OVER    *
040100* UNDATED FROM THE OLD RESULTS FILE JOINS AT DATE ZERO AND      *
040110* PRINTS AS CURRENT STATE AHEAD OF THE DATED EVENTS.            *
040200*--------------------------------------------------------------*
040300 3000-GATHER-DECISIONS.
040400     SET WS-NOT-AT-EOF TO TRUE.
041300         PERFORM 1600-CHECK-ID-MATCH
041400             THRU 1600-CHECK-ID-MATCH-EXIT
041500         IF WS-ID-MATCHED
041600             MOVE RES-DECISION-DATE TO WS-NEW-DATE
041610             MOVE ZERO TO WS-NEW-TIME
041700             MOVE 'CONDRES ' TO WS-NEW-SOURCE
041800             MOVE SPACES TO WS-NEW-TEXT
041900             MOVE 'DECISION ' TO WS-NEW-TEXT (1:9)
041910             MOVE RES-TERM TO WS-NEW-TEXT (10:6)
042000             MOVE RES-RESULT-TEXT TO WS-NEW-TEXT (17:8)
042100             PERFORM 1700-INSERT-ONE-EVENT
042200                 THRU 1700-INSERT-ONE-EVENT-EXIT
042210             PERFORM VARYING WS-PRIOR-IDX FROM 1 BY 1
042220                     UNTIL WS-PRIOR-IDX > 3
042230                 IF RES-PRIOR-TEXT (WS-PRIOR-IDX) NOT = SPACES
042240                     MOVE RES-PRIOR-DATE (WS-PRIOR-IDX)
042250                         TO WS-NEW-DATE
042260                     MOVE SPACES TO WS-NEW-TEXT
042270                     MOVE 'DECISION ' TO WS-NEW-TEXT (1:9)
042280                     MOVE RES-TERM TO WS-NEW-TEXT (10:6)
042290                     MOVE RES-PRIOR-TEXT (WS-PRIOR-IDX)
042291                         TO WS-NEW-TEXT (17:8)
042292                     MOVE 'SUPERSEDED' TO WS-NEW-TEXT (26:10)
042293                     PERFORM 1700-INSERT-ONE-EVENT
042294                         THRU 1700-INSERT-ONE-EVENT-EXIT
042295                 END-IF
042296             END-PERFORM
042300         END-IF
042400         PERFORM 3100-READ-ONE-DECISION
042500             THRU 3100-READ-ONE-DECISION-EXIT
