001900*                KEY AND REASON; THE TOTAL IS CARRIED ON        *
002000*                ORPHHIST AND A COUNT THAT GREW CYCLE OVER      *
002100*                CYCLE ALERTS ON ALERTOUT.                      *
002100* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 145 BYTES FOR THE  *
002100*                ACADEMIC STANDING CODE AND ITS EFFECTIVE TERM,  *
002100*                STAMPED AT TERM END BY ACADSTND.                *
002100* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 153 BYTES FOR THE  *
002100*                DEGREE CONFERRAL DATE, STAMPED BY GRADCONF.     *
002100* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 170 BYTES FOR THE  *
002100*                DIRECTORY-INFORMATION CONFIDENTIALITY FLAG,     *
002100*                ITS DATE AND REQUESTING OPERATOR.               *
002100* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 186 BYTES FOR THE  *
002100*                DATE OF DEATH AND ITS VERIFICATION SOURCE.      *
002100* 10/15/26  DW   CONDRES IS NOW INDEXED BY STUDENT AND TERM    *
002100*                (CONDRREC LAYOUT); THE SWEEP READS IT IN KEY  *
002100*                ORDER.                                        *
002200*--------------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
003900         RECORD KEY IS XRF-LEGACY-ID
004000         FILE STATUS IS WS-XREF-STATUS.
004100     SELECT OS-RESULT-FILE ASSIGN TO CONDRES
004200         ORGANIZATION IS INDEXED
004210         ACCESS MODE IS SEQUENTIAL
004220         RECORD KEY IS RES-KEY
004300         FILE STATUS IS WS-RESULT-STATUS.
004400     SELECT OS-AWARD-FILE ASSIGN TO EVALAWRD
004500         ORGANIZATION IS LINE SEQUENTIAL
007000 FD  OS-MASTER-FILE.
007100 01  STM-RECORD.
007200     05  STM-STUDENT-ID      PIC 9(09).
007300     05  FILLER              PIC X(177).
007400 FD  OS-POOL-FILE.
007500 01  POOL-RECORD.
007600     05  POOL-STUDENT-ID     PIC 9(09).
008200     05  XRF-LEGACY-ID       PIC 9(09).
008300     05  XRF-LONG-ID         PIC 9(09).
008400 FD  OS-RESULT-FILE.
008500 COPY CONDRREC.
009000 FD  OS-AWARD-FILE.
009100 01  AWD-RECORD.
009200     05  AWD-STUDENT-ID      PIC 9(09).
