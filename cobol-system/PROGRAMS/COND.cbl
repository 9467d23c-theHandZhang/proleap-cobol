001559*                OR ALERT RECORD, SO THE REGISTRAR SEES A RULE   *
001559*                CHANGE'S BLAST RADIUS BEFORE ITS EFFECTIVE      *
001559*                DATE ARRIVES.                                   *
001559* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 145 BYTES FOR THE  *
001559*                ACADEMIC STANDING CODE AND ITS EFFECTIVE TERM,  *
001559*                STAMPED AT TERM END BY ACADSTND.                *
001559* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 153 BYTES FOR THE  *
001559*                DEGREE CONFERRAL DATE, STAMPED BY GRADCONF.     *
001559* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 170 BYTES FOR THE  *
001559*                DIRECTORY-INFORMATION CONFIDENTIALITY FLAG,     *
001559*                ITS DATE AND REQUESTING OPERATOR.               *
001559* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 186 BYTES FOR THE  *
001559*                DATE OF DEATH AND ITS VERIFICATION SOURCE.      *
001559* 10/15/26  DW   CONDRES IS NOW AN INDEXED FILE KEYED BY       *
001559*                STUDENT AND TERM (CONDRREC) INSTEAD OF A      *
001559*                SEQUENTIAL FILE REBUILT EVERY NIGHT. A        *
001559*                DECISION FOR A STUDENT AND TERM NOT YET ON    *
001559*                FILE IS WRITTEN WITH TODAY'S DECISION DATE; A *
001559*                CHANGED DECISION IS REWRITTEN IN PLACE, THE   *
001559*                ONE IT SUPERSEDES KEPT ON THE RECORD'S PRIOR  *
001559*                TABLE; AN UNCHANGED ONE IS LEFT ALONE. THE    *
001559*                RUN TOTALS COUNT EACH KIND.                   *
001559* 10/15/26  DW   A CONDRES WRITE OR REWRITE THAT FAILS IS      *
001559*                NOW MANDATORY TO IOERR, LIKE THE OPEN.        *
001561*--------------------------------------------------------------*
001600 ENVIRONMENT DIVISION.
001610 INPUT-OUTPUT SECTION.
001652         ORGANIZATION IS LINE SEQUENTIAL
001653         FILE STATUS IS WS-FEED-STATUS.
001654     SELECT COND-RESULT-FILE ASSIGN TO CONDRES
001654         ORGANIZATION IS INDEXED
001654         ACCESS MODE IS RANDOM
001654         RECORD KEY IS RES-KEY
001654         FILE STATUS IS WS-RESULT-STATUS.
001652     SELECT COND-MASTER-FILE ASSIGN TO STUMAST
001652         ORGANIZATION IS INDEXED
001794     05  CFD-COND3           PIC 9(01).
001794     05  CFD-TERM            PIC X(06).
001794 FD  COND-RESULT-FILE.
001794 COPY CONDRREC.
001792 FD  COND-MASTER-FILE.
001792 01  STM-RECORD.
001792     05  STM-STUDENT-ID      PIC 9(09).
001792     05  FILLER              PIC X(177).
001793 FD  COND-XREF-FILE.
001793 01  XRF-RECORD.
001793     05  XRF-LEGACY-ID       PIC 9(09).
001809     88  WS-FEED-OK          VALUE '00'.
001809 01  WS-RESULT-STATUS         PIC X(02).
001809     88  WS-RESULT-OK        VALUE '00'.
001809     88  WS-RESULT-NOT-FOUND VALUE '23' '35'.
001809 01  WS-NEW-ELIGIBLE-FLAG     PIC X(01).
001809 01  WS-NEW-RESULT-TEXT       PIC X(08).
001809 01  WS-DECISIONS-NEW         PIC 9(06) COMP VALUE 0.
001809 01  WS-DECISIONS-CHANGED     PIC 9(06) COMP VALUE 0.
001809 01  WS-DECISIONS-UNCHANGED   PIC 9(06) COMP VALUE 0.
001809 01  WS-EOF-SWITCH            PIC X(01).
001809     88  WS-AT-EOF           VALUE 'Y'.
001809     88  WS-NOT-AT-EOF       VALUE 'N'.
002169         GO TO 0500-PROCESS-RESIDENCY-FEED-EXIT
002169     END-IF.
002169     IF NOT SP-TEST-MODE
002169         PERFORM 0510-OPEN-RESULT-FILE
002169             THRU 0510-OPEN-RESULT-FILE-EXIT
002169     END-IF.
002169     PERFORM 0550-READ-ONE-FEED-RECORD
002169         THRU 0550-READ-ONE-FEED-RECORD-EXIT.
002169     END-IF.
002169     DISPLAY 'COND: ' WS-RECORDS-DECIDED ' STUDENTS DECIDED, '
002169         WS-ID-REJECT-COUNT ' ID REJECTS'.
002169     DISPLAY 'COND: ' WS-DECISIONS-NEW ' NEW DECISIONS, '
002169         WS-DECISIONS-CHANGED ' CHANGED, '
002169         WS-DECISIONS-UNCHANGED ' UNCHANGED'.
002169 0500-PROCESS-RESIDENCY-FEED-EXIT.
002169     EXIT.
002169*--------------------------------------------------------------*
002169* 0510-OPEN-RESULT-FILE - CONDRES OPENED I-O FOR THE NIGHT'S   *
002169* DECISIONS. A FILE NOT YET ALLOCATED IS CREATED EMPTY FIRST.  *
002169* ANY OTHER FAILURE IS MANDATORY TO IOERR - A DECISION THAT    *
002169* CANNOT BE RECORDED MUST NOT BE TAKEN FOR MADE.               *
002169*--------------------------------------------------------------*
002169 0510-OPEN-RESULT-FILE.
002169     OPEN I-O COND-RESULT-FILE.
002169     IF WS-RESULT-STATUS = '35'
002169         OPEN OUTPUT COND-RESULT-FILE
002169         CLOSE COND-RESULT-FILE
002169         OPEN I-O COND-RESULT-FILE
002169     END-IF.
002169     IF NOT WS-RESULT-OK
002169         MOVE 'COND    ' TO IO-PROGRAM-ID
002169         MOVE 'CONDRES ' TO IO-FILE-NAME
002169         MOVE 'OPEN-IO ' TO IO-OPERATION
002169         MOVE WS-RESULT-STATUS TO IO-FILE-STATUS
002169         MOVE 'Y' TO IO-MANDATORY-FLAG
002169         CALL 'IOERR' USING IOERR-PARM-BLOCK
002169     END-IF.
002169 0510-OPEN-RESULT-FILE-EXIT.
002169     EXIT.
002169*--------------------------------------------------------------*
002169* 0550-READ-ONE-FEED-RECORD - A SINGLE READ OF CONDFEED,        *
002169* SHARED BY THE PRIMING READ AND THE LOOP ABOVE.                *
002169*--------------------------------------------------------------*
002325 1000-CHECK-ELIGIBILITY-DECIDE.
002330     IF WS-RULE-MATCHED
002330         MOVE CR-RESULT (CR-IDX) TO WS-LIVE-RESULT
002340         IF CR-RESULT (CR-IDX) = '1'
002341             MOVE '1' TO WS-NEW-ELIGIBLE-FLAG
002342             MOVE 'ELIGIBLE' TO WS-NEW-RESULT-TEXT
002350             DISPLAY 'thentext'
002360         ELSE
002361             MOVE '0' TO WS-NEW-ELIGIBLE-FLAG
002362             MOVE 'NOTELIG ' TO WS-NEW-RESULT-TEXT
002370             DISPLAY 'elsetext'
002380         END-IF
002381         IF NOT SP-TEST-MODE
002381             PERFORM 1100-POST-DECISION
002381                 THRU 1100-POST-DECISION-EXIT
002381         END-IF
002390     ELSE
002395         MOVE 'NO RULE MATCH' TO WS-EXCEPTION-REASON
002424     END-IF.
002430 1000-CHECK-ELIGIBILITY-EXIT.
002440     EXIT.
002440*--------------------------------------------------------------*
002440* 1100-POST-DECISION - THE DECISION JUST MADE ONTO CONDRES     *
002440* UNDER THE STUDENT AND TERM. NONE ON FILE WRITES A NEW RECORD *
002440* DATED TODAY. ONE ON FILE WITH THE SAME FLAG AND TEXT IS LEFT *
002440* AS IT IS, ITS DECISION DATE STILL THE DAY IT WAS FIRST MADE. *
002440* A DIFFERENT ONE IS SUPERSEDED: IT MOVES TO THE HEAD OF THE   *
002440* PRIOR TABLE (THE OLDEST OF THREE DROPS OFF, THE COUNT KEEPS  *
002440* GOING) AND THE NEW DECISION IS REWRITTEN IN ITS PLACE.       *
002440*--------------------------------------------------------------*
002440 1100-POST-DECISION.
002440     MOVE WS-STUDENT-ID TO RES-STUDENT-ID.
002440     MOVE WS-CURRENT-TERM TO RES-TERM.
002440     READ COND-RESULT-FILE
002440         INVALID KEY
002440             CONTINUE
002440     END-READ.
002440     IF WS-RESULT-NOT-FOUND
002440         INITIALIZE RES-RECORD
002440         MOVE WS-STUDENT-ID TO RES-STUDENT-ID
002440         MOVE WS-CURRENT-TERM TO RES-TERM
002440         MOVE WS-NEW-ELIGIBLE-FLAG TO RES-ELIGIBLE-FLAG
002440         MOVE WS-NEW-RESULT-TEXT TO RES-RESULT-TEXT
002440         MOVE WS-PROCESS-DATE TO RES-DECISION-DATE
002440         WRITE RES-RECORD
002440         IF NOT WS-RESULT-OK
002440             MOVE 'COND    ' TO IO-PROGRAM-ID
002440             MOVE 'CONDRES ' TO IO-FILE-NAME
002440             MOVE 'WRITE   ' TO IO-OPERATION
002440             MOVE WS-RESULT-STATUS TO IO-FILE-STATUS
002440             MOVE 'Y' TO IO-MANDATORY-FLAG
002440             CALL 'IOERR' USING IOERR-PARM-BLOCK
002440         END-IF
002440         ADD 1 TO WS-DECISIONS-NEW
002440         GO TO 1100-POST-DECISION-EXIT
002440     END-IF.
002440     IF RES-ELIGIBLE-FLAG = WS-NEW-ELIGIBLE-FLAG
002440         AND RES-RESULT-TEXT = WS-NEW-RESULT-TEXT
002440         ADD 1 TO WS-DECISIONS-UNCHANGED
002440         GO TO 1100-POST-DECISION-EXIT
002440     END-IF.
002440     MOVE RES-PRIOR-DECISION (2) TO RES-PRIOR-DECISION (3).
002440     MOVE RES-PRIOR-DECISION (1) TO RES-PRIOR-DECISION (2).
002440     MOVE RES-ELIGIBLE-FLAG TO RES-PRIOR-FLAG (1).
002440     MOVE RES-RESULT-TEXT TO RES-PRIOR-TEXT (1).
002440     MOVE RES-DECISION-DATE TO RES-PRIOR-DATE (1).
002440     MOVE WS-PROCESS-DATE TO RES-SUPERSEDED-DATE (1).
002440     IF RES-SUPERSEDED-COUNT < 999
002440         ADD 1 TO RES-SUPERSEDED-COUNT
002440     END-IF.
002440     MOVE WS-NEW-ELIGIBLE-FLAG TO RES-ELIGIBLE-FLAG.
002440     MOVE WS-NEW-RESULT-TEXT TO RES-RESULT-TEXT.
002440     MOVE WS-PROCESS-DATE TO RES-DECISION-DATE.
002440     REWRITE RES-RECORD.
002440     IF NOT WS-RESULT-OK
002440         MOVE 'COND    ' TO IO-PROGRAM-ID
002440         MOVE 'CONDRES ' TO IO-FILE-NAME
002440         MOVE 'REWRITE ' TO IO-OPERATION
002440         MOVE WS-RESULT-STATUS TO IO-FILE-STATUS
002440         MOVE 'Y' TO IO-MANDATORY-FLAG
002440         CALL 'IOERR' USING IOERR-PARM-BLOCK
002440     END-IF.
002440     ADD 1 TO WS-DECISIONS-CHANGED.
002440 1100-POST-DECISION-EXIT.
002440     EXIT.
002441*--------------------------------------------------------------*
002442* 1500-SIMULATE-ONE-DECISION - THE SAME THREE CODES THROUGH     *
002443* THE CANDIDATE MATRIX, DECISIONS COMPARED. A DIFFERENCE JOINS  *
