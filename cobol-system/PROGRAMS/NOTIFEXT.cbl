002000*                MASTER, OR ONE WITH NO MAILABLE ADDRESS, IS    *
002100*                REGISTERED AS UNDELIVERABLE INSTEAD OF SENT    *
002200*                TO PRINT BLANK.                                 *
002200* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 145 BYTES FOR THE  *
002200*                ACADEMIC STANDING CODE AND ITS EFFECTIVE TERM,  *
002200*                STAMPED AT TERM END BY ACADSTND.                *
002200* 10/15/26  DW   NOTICES QUEUED BY OTHER STEPS ON NOTIFQUE       *
002200*                (NTFQREC LAYOUT) NOW GO OUT UNDER THEIR OWN     *
002200*                NOTICE TYPE - FIRST OF THEM THE ACADSTND        *
002200*                SUSPEND NOTICE. THE QUEUE EMPTIES ONCE READ     *
002200*                OUTSIDE TEST MODE.                              *
002200* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 153 BYTES FOR THE  *
002200*                DEGREE CONFERRAL DATE, STAMPED BY GRADCONF.     *
002200* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 170 BYTES FOR THE  *
002200*                DIRECTORY-INFORMATION CONFIDENTIALITY FLAG,     *
002200*                ITS DATE AND REQUESTING OPERATOR.               *
002200* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 186 BYTES FOR THE  *
002200*                DATE OF DEATH AND ITS VERIFICATION SOURCE.      *
002200* 10/15/26  DW   NOTHING IS MAILED TO A DECEASED STUDENT. EVERY  *
002200*                NOTICE QUEUED FOR ONE REGISTERS SUPPRESSED AND  *
002200*                IS COUNTED.                                     *
002200* 10/15/26  DW   CONDRES NOW KEEPS EVERY STUDENT'S DECISIONS   *
002200*                FROM NIGHT TO NIGHT (INDEXED BY STUDENT AND   *
002200*                TERM), SO ONLY A DECISION DATED TODAY - NEW   *
002200*                OR CHANGED TONIGHT - BECOMES A NOTICE. A      *
002200*                DECISION RE-AFFIRMED UNCHANGED IS NOT SENT    *
002200*                AGAIN.                                        *
002300*--------------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT NX-CONDRES-FILE ASSIGN TO CONDRES
002800         ORGANIZATION IS INDEXED
002810         ACCESS MODE IS SEQUENTIAL
002820         RECORD KEY IS RES-KEY
002900         FILE STATUS IS WS-CONDRES-STATUS.
003000     SELECT NX-CONDEXC-FILE ASSIGN TO CONDEXC
003100         ORGANIZATION IS LINE SEQUENTIAL
005000     SELECT NX-CYCLENO-FILE ASSIGN TO CYCLENO
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-CYCLENO-STATUS.
005200     SELECT NX-QUEUE-FILE ASSIGN TO NOTIFQUE
005200         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-QUEUE-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  NX-CONDRES-FILE.
005600 COPY CONDRREC.
006000 FD  NX-CONDEXC-FILE.
006100 01  EXC-RECORD.
006200     05  EXC-COND1            PIC 9(01).
008400     05  STM-RES-CODE2        PIC 9(01).
008500     05  STM-RES-CODE3        PIC 9(01).
008600     05  STM-ENROLL-STATUS    PIC X(01).
008610         88  STM-DECEASED     VALUE 'X'.
008700     05  STM-LAST-MAINT-DATE  PIC 9(08).
008800     05  STM-ADDR-LINE1       PIC X(25).
008900     05  STM-ADDR-LINE2       PIC X(25).
009200     05  STM-ZIP              PIC X(05).
009200     05  STM-WITHDRAW-DATE    PIC 9(08).
009200     05  STM-DOB              PIC 9(08).
009200     05  STM-STANDING-CODE    PIC X(01).
009200     05  STM-STANDING-TERM    PIC X(06).
009200     05  STM-CONFER-DATE      PIC 9(08).
009200     05  STM-CONFID-FLAG      PIC X(01).
009200     05  STM-CONFID-DATE      PIC 9(08).
009200     05  STM-CONFID-OPER      PIC X(08).
009200     05  STM-DEATH-DATE       PIC 9(08).
009200     05  STM-DEATH-SOURCE     PIC X(08).
009300 FD  NX-NOTIF-FILE.
009400 01  NTF-RECORD.
009500     05  NTF-STUDENT-ID       PIC 9(09).
012100 FD  NX-CYCLENO-FILE.
012200 01  CYCLENO-CARD.
012300     05  CYC-CYCLE-NUMBER     PIC 9(06).
012300 FD  NX-QUEUE-FILE.
012300 COPY NTFQREC.
012400 WORKING-STORAGE SECTION.
012500 01  WS-SUITE-STATUS          PIC X(02).
012600     88  WS-SUITE-OK          VALUE '00'.
012800     88  WS-CYCLENO-OK        VALUE '00'.
012900 01  WS-CONDRES-STATUS        PIC X(02).
013000     88  WS-CONDRES-OK        VALUE '00'.
013010 01  WS-TODAY-DATE            PIC 9(08).
013100 01  WS-CONDEXC-STATUS        PIC X(02).
013200     88  WS-CONDEXC-OK        VALUE '00'.
013300 01  WS-AWARD-STATUS          PIC X(02).
013800     88  WS-NOTIF-OK          VALUE '00'.
013900 01  WS-REGISTER-STATUS       PIC X(02).
014000     88  WS-REGISTER-OK       VALUE '00'.
014000 01  WS-QUEUE-STATUS          PIC X(02).
014000     88  WS-QUEUE-OK          VALUE '00'.
014100 01  WS-EOF-SWITCH            PIC X(01).
014200     88  WS-AT-EOF            VALUE 'Y'.
014300     88  WS-NOT-AT-EOF        VALUE 'N'.
014650 01  WS-NOTICE-DISP           PIC X(16).
014700 01  WS-NOTICES-PRODUCED      PIC 9(06) COMP VALUE 0.
014800 01  WS-NOTICES-UNDELIV       PIC 9(06) COMP VALUE 0.
014810 01  WS-NOTICES-SUPPRESSED    PIC 9(06) COMP VALUE 0.
014900 01  WS-AMOUNT-DISPLAY        PIC ZZZZ9.99.
015000 COPY SUITEPRM.
015100 COPY CKPTPARM.
016700         THRU 2000-EXTRACT-EXCEPTIONS-EXIT.
016800     PERFORM 3000-EXTRACT-AWARDS
016900         THRU 3000-EXTRACT-AWARDS-EXIT.
016900     PERFORM 4000-EXTRACT-QUEUED-NOTICES
016900         THRU 4000-EXTRACT-QUEUED-NOTICES-EXIT.
017000     IF WS-MASTER-OK
017100         CLOSE NX-MASTER-FILE
017200     END-IF.
017400     CLOSE NX-REGISTER-FILE.
017500     DISPLAY 'NOTIFEXT: ' WS-NOTICES-PRODUCED
017600         ' NOTICES PRODUCED, ' WS-NOTICES-UNDELIV
017610         ' UNDELIVERABLE, ' WS-NOTICES-SUPPRESSED ' SUPPRESSED'.
017800     PERFORM 0900-MARK-CHECKPOINT
017900         THRU 0900-MARK-CHECKPOINT-EXIT.
018000     GO TO 9999-EXIT.
023900 0010-READ-SUITE-PARM-EXIT.
024000     EXIT.
024100*--------------------------------------------------------------*
024200* 1000-EXTRACT-DECISIONS - ONE NOTICE PER CONDRES DECISION MADE *
024210* TODAY, NEW OR CHANGED. EARLIER DECISIONS STILL ON FILE WERE   *
024220* NOTIFIED THE NIGHT THEY WERE MADE.                            *
024300*--------------------------------------------------------------*
024400 1000-EXTRACT-DECISIONS.
024410     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
024500     SET WS-NOT-AT-EOF TO TRUE.
024600     OPEN INPUT NX-CONDRES-FILE.
024700     IF NOT WS-CONDRES-OK
025000     PERFORM 1100-READ-ONE-DECISION
025100         THRU 1100-READ-ONE-DECISION-EXIT.
025200     PERFORM UNTIL WS-AT-EOF
025210         IF RES-DECISION-DATE = WS-TODAY-DATE
025300             MOVE RES-STUDENT-ID TO WS-NOTICE-STUDENT-ID
025400             MOVE 'RESIDNCY' TO WS-NOTICE-TYPE
025500             MOVE SPACES TO WS-NOTICE-TEXT
025600             IF RES-ELIGIBLE-FLAG = '1'
025700                 MOVE 'RESIDENCY ELIGIBLE' TO WS-NOTICE-TEXT
025800             ELSE
025900                 MOVE 'RESIDENCY NOT ELIGIBLE' TO WS-NOTICE-TEXT
026000             END-IF
026100             PERFORM 5000-WRITE-ONE-NOTICE
026200                 THRU 5000-WRITE-ONE-NOTICE-EXIT
026210         END-IF
026300         PERFORM 1100-READ-ONE-DECISION
026400             THRU 1100-READ-ONE-DECISION-EXIT
026500     END-PERFORM.
034600         AT END SET WS-AT-EOF TO TRUE
034700     END-READ.
034800 3100-READ-ONE-AWARD-EXIT.
034802     EXIT.
034804*--------------------------------------------------------------*
034806* 4000-EXTRACT-QUEUED-NOTICES - ONE NOTICE PER NOTIFQUE RECORD, *
034808* UNDER THE NOTICE TYPE AND TEXT THE QUEUING STEP GAVE IT. THE  *
034810* QUEUE IS EMPTIED ONCE READ, EXCEPT IN TEST MODE, SO A NOTICE  *
034812* IS MAILED ONCE.                                               *
034814*--------------------------------------------------------------*
034816 4000-EXTRACT-QUEUED-NOTICES.
034818     SET WS-NOT-AT-EOF TO TRUE.
034820     OPEN INPUT NX-QUEUE-FILE.
034822     IF NOT WS-QUEUE-OK
034824         GO TO 4000-EXTRACT-QUEUED-NOTICES-EXIT
034826     END-IF.
034828     PERFORM 4100-READ-ONE-QUEUED-NOTICE
034830         THRU 4100-READ-ONE-QUEUED-NOTICE-EXIT.
034832     PERFORM UNTIL WS-AT-EOF
034834         MOVE NQ-STUDENT-ID TO WS-NOTICE-STUDENT-ID
034836         MOVE NQ-NOTICE-TYPE TO WS-NOTICE-TYPE
034838         MOVE NQ-NOTICE-TEXT TO WS-NOTICE-TEXT
034840         PERFORM 5000-WRITE-ONE-NOTICE
034842             THRU 5000-WRITE-ONE-NOTICE-EXIT
034844         PERFORM 4100-READ-ONE-QUEUED-NOTICE
034846             THRU 4100-READ-ONE-QUEUED-NOTICE-EXIT
034848     END-PERFORM.
034850     CLOSE NX-QUEUE-FILE.
034852     IF SP-PRODUCTION-MODE
034854         OPEN OUTPUT NX-QUEUE-FILE
034856         CLOSE NX-QUEUE-FILE
034858     END-IF.
034860 4000-EXTRACT-QUEUED-NOTICES-EXIT.
034862     EXIT.
034864*--------------------------------------------------------------*
034866* 4100-READ-ONE-QUEUED-NOTICE - A SINGLE READ OF NOTIFQUE.      *
034868*--------------------------------------------------------------*
034870 4100-READ-ONE-QUEUED-NOTICE.
034872     READ NX-QUEUE-FILE
034874         AT END SET WS-AT-EOF TO TRUE
034876     END-READ.
034878 4100-READ-ONE-QUEUED-NOTICE-EXIT.
034900     EXIT.
035000*--------------------------------------------------------------*
035100* 5000-WRITE-ONE-NOTICE - THE MASTER LOOKUP, THE FORMATTED      *
035200* NOTICE AND ITS REGISTER LINE. NO MASTER RECORD OR A BLANK     *
035300* ADDRESS LINE 1 REGISTERS UNDELIVERABLE - THE PRINT SHOP GETS  *
035400* NOTHING IT CANNOT MAIL. NOTHING AT ALL IS MAILED TO A        *
035400* DECEASED STUDENT - THE NOTICE REGISTERS SUPPRESSED.           *
035500*--------------------------------------------------------------*
035600 5000-WRITE-ONE-NOTICE.
035700     MOVE WS-NOTICE-STUDENT-ID TO STM-STUDENT-ID.
036200                 THRU 5500-WRITE-REGISTER-LINE-EXIT
036300             GO TO 5000-WRITE-ONE-NOTICE-EXIT
036400     END-READ.
036410     IF STM-DECEASED
036420         MOVE 'SUPPRESSED' TO WS-NOTICE-DISP
036430         ADD 1 TO WS-NOTICES-SUPPRESSED
036440         PERFORM 5500-WRITE-REGISTER-LINE
036450             THRU 5500-WRITE-REGISTER-LINE-EXIT
036460         GO TO 5000-WRITE-ONE-NOTICE-EXIT
036470     END-IF.
036500     IF STM-ADDR-LINE1 = SPACES
036600         ADD 1 TO WS-NOTICES-UNDELIV
036700         PERFORM 5500-WRITE-REGISTER-LINE
