002420*                TRMWRK WORK FILE INSTEAD OF A 300-SLOT TABLE,  *
002430*                SO A SUSPENSE FILE DEEPER THAN THE OLD CAP CAN *
002440*                NO LONGER LOSE STILL-OPEN ITEMS AT ROLLOVER.   *
002440* 10/15/26  DW   CONDRES IS NOW INDEXED BY STUDENT AND TERM.   *
002440*                THE CLOSING TERM'S DECISIONS ARE ARCHIVED     *
002440*                WHOLE TO TRMRES, PRIOR DECISIONS AND ALL, AND *
002440*                DELETED IN PLACE; ANOTHER OPEN TERM'S         *
002440*                DECISIONS ARE SIMPLY LEFT ON FILE RATHER THAN *
002440*                CARRIED THROUGH TRMWRK.                       *
002500*--------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-IN-STATUS.
004400     SELECT TC-CONDRES-FILE ASSIGN TO CONDRES
004500         ORGANIZATION IS INDEXED
004510         ACCESS MODE IS DYNAMIC
004520         RECORD KEY IS RES-KEY
004600         FILE STATUS IS WS-IN-STATUS.
004700     SELECT TC-AWARD-FILE ASSIGN TO EVALAWRD
004800         ORGANIZATION IS LINE SEQUENTIAL
010100     05  EXC-REST             PIC X(31).
010110     05  EXC-TERM             PIC X(06).
010200 FD  TC-CONDRES-FILE.
010300 COPY CONDRREC.
010400 FD  TC-AWARD-FILE.
010500 01  AWARD-RECORD.
010510     05  AWD-STUDENT-ID       PIC 9(09).
012300 FD  TC-TRMEXC-FILE.
012400 01  TRMEXC-RECORD            PIC X(56).
012500 FD  TC-TRMRES-FILE.
012600 01  TRMRES-RECORD            PIC X(110).
012700 FD  TC-TRMAWRD-FILE.
012800 01  TRMAWRD-RECORD           PIC X(41).
012850 FD  TC-STATS-FILE.
044100     EXIT.
044200*--------------------------------------------------------------*
044300* 5000-ARCHIVE-CONDRES - DECISIONS OF THE CLOSING TERM (OR A    *
044400* BLANK LEGACY TERM) ARCHIVE TO TRMRES AND ARE DELETED FROM THE *
044410* INDEXED FILE WHERE THEY STAND; DECISIONS OF ANOTHER OPEN TERM *
044415* ARE LEFT ON FILE UNTOUCHED.                                   *
044420*--------------------------------------------------------------*
044500 5000-ARCHIVE-CONDRES.
044600     SET WS-NOT-AT-EOF TO TRUE.
044700     OPEN OUTPUT TC-TRMRES-FILE.
044800     OPEN I-O TC-CONDRES-FILE.
044900     IF NOT WS-IN-OK
045000         SET WS-AT-EOF TO TRUE
045100     END-IF.
045200     PERFORM UNTIL WS-AT-EOF
045300         READ TC-CONDRES-FILE NEXT RECORD
045400             AT END
045500                 SET WS-AT-EOF TO TRUE
045600             NOT AT END
045610                 IF RES-TERM = WS-ACTIVE-TERM
045620                     OR RES-TERM = SPACES
045650                     IF RES-ELIGIBLE-FLAG = '1'
045660                         ADD 1 TO WS-ELIG-YES
045670                     ELSE
045680                         ADD 1 TO WS-ELIG-NO
045690                     END-IF
045700                     MOVE RES-RECORD TO TRMRES-RECORD
045800                     WRITE TRMRES-RECORD
045801                     DELETE TC-CONDRES-FILE RECORD
045802                         INVALID KEY CONTINUE
045803                     END-DELETE
045810                 END-IF
045900         END-READ
046000     END-PERFORM.
046100     IF WS-IN-OK OR WS-IN-STATUS = '10'
046400         CLOSE TC-CONDRES-FILE
046500     END-IF.
046600     CLOSE TC-TRMRES-FILE.
