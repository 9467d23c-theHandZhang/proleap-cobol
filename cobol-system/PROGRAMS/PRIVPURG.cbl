010398*                RETNMGR ARCHIVE GENERATIONS THE JOB POINTS    *
010399*                AT. THE VERIFICATION PASS AND CERTIFICATE     *
010401*                COVER EVERY ONE OF THEM.                      *
010401* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 145 BYTES FOR THE  *
010401*                ACADEMIC STANDING CODE AND ITS EFFECTIVE TERM,  *
010401*                STAMPED AT TERM END BY ACADSTND.                *
010401* 10/15/26  DW   ENRLMAST RECORD LENGTHENED TO 43 BYTES FOR THE  *
010401*                ENROLLMENT STATUS (W FOR A WITHDRAWAL AFTER THE *
010401*                NO-RECORD DROP DATE) AND ITS DATE.              *
010401* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 153 BYTES FOR THE  *
010401*                DEGREE CONFERRAL DATE, STAMPED BY GRADCONF.     *
010401* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 170 BYTES FOR THE  *
010401*                DIRECTORY-INFORMATION CONFIDENTIALITY FLAG,     *
010401*                ITS DATE AND REQUESTING OPERATOR.               *
010401* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 186 BYTES FOR THE  *
010401*                DATE OF DEATH AND ITS VERIFICATION SOURCE.      *
010401* 10/15/26  DW   EVERY STUMAST AND ENRLMAST KEY PURGED, AND    *
010401*                THE STUACCT REWRITE (A RELOAD MARKER THEN     *
010401*                EACH RECORD WRITTEN BACK), IS NOW ALSO        *
010401*                WRITTEN TO THE RCVJRNL FORWARD-RECOVERY       *
010401*                JOURNAL THROUGH JRNLLOG. PURGED RECORDS ARE   *
010401*                JOURNALED BY KEY ONLY.                        *
010401* 10/15/26  DW   CONDRES IS NOW INDEXED BY STUDENT AND TERM,   *
010401*                SO IT LEAVES THE GENERIC SEQUENTIAL PURGE:    *
010401*                EVERY DECISION UNDER THE ID IS DELETED BY     *
010401*                KEY, PRIOR DECISIONS GOING WITH THE RECORD,   *
010401*                AND THE KEY RANGE RE-READ TO VERIFY. THE      *
010401*                CONDRESA AND TRMRES ARCHIVES NOW HOLD THE     *
010401*                FULL DECISION RECORD; THE ID STILL LEADS IT.  *
010401* 10/15/26  DW   EACH STUACCT RECORD THE PURGE WRITES BACK IS  *
010401*                ALSO POSTED TO THE STUBAL STUDENT BALANCE     *
010401*                FILE THROUGH BALPOST, WHICH THE PURGE EMPTIES *
010401*                FIRST, SO THE BALANCES ARE REBUILT WITH THE   *
010401*                SUBLEDGER.                                    *
010401* 10/15/26  DW   THE SWEEP NOW ALSO COVERS THE STUDENT FILES   *
010401*                ADDED SINCE: STUBANK, ACADHIST, STUGPA,       *
010401*                STUHOLD, PAYPLAN, AWDOFFR, STUDOCS, COLLPLAC, *
010401*                SAPSTAT, COHORT AND STUBAL ARE DELETED BY KEY *
010401*                AND THE KEY RE-READ TO VERIFY; TRNRQST,       *
010401*                GRADAPPL, RESPETN, SECWAIT, ENRLDROP,         *
010401*                NOTIFQUE, SPONACCT, DECDQUE, CENSPOP,         *
010401*                R2T4TRK, FEEHIST, AWDACCT, AWDWAITQ,          *
010401*                ENRLVSNP, SPONAUTH AND EVALTAWD GO THROUGH    *
010401*                THE SEQUENTIAL PURGE. EVERY ONE IS ON THE     *
010401*                CERTIFICATE. THE SEQUENTIAL BUFFER IS WIDENED *
010401*                TO 420 BYTES SO THE 406-BYTE STUHIST RECORD   *
010401*                IS NO LONGER CUT SHORT.                       *
002700*--------------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
004830         ACCESS MODE IS DYNAMIC
004840         RECORD KEY IS NIX-KEY
004850         FILE STATUS IS WS-NAMIX-STATUS.
004860     SELECT PP-RES-FILE ASSIGN TO CONDRES
004870         ORGANIZATION IS INDEXED
004880         ACCESS MODE IS DYNAMIC
004890         RECORD KEY IS RES-KEY
004895         FILE STATUS IS WS-RES-STATUS.
004895     SELECT PP-BANK-FILE ASSIGN TO STUBANK
004895         ORGANIZATION IS INDEXED
004895         ACCESS MODE IS RANDOM
004895         RECORD KEY IS SBK-STUDENT-ID
004895         FILE STATUS IS WS-BANK-STATUS.
004895     SELECT PP-GRADE-FILE ASSIGN TO ACADHIST
004895         ORGANIZATION IS INDEXED
004895         ACCESS MODE IS DYNAMIC
004895         RECORD KEY IS AHS-KEY
004895         FILE STATUS IS WS-GRADE-STATUS.
004895     SELECT PP-GPA-FILE ASSIGN TO STUGPA
004895         ORGANIZATION IS INDEXED
004895         ACCESS MODE IS DYNAMIC
004895         RECORD KEY IS GPA-KEY
004895         FILE STATUS IS WS-GPA-STATUS.
004895     SELECT PP-HOLD-FILE ASSIGN TO STUHOLD
004895         ORGANIZATION IS INDEXED
004895         ACCESS MODE IS DYNAMIC
004895         RECORD KEY IS SHD-KEY
004895         FILE STATUS IS WS-HOLD-STATUS.
004895     SELECT PP-PLAN-FILE ASSIGN TO PAYPLAN
004895         ORGANIZATION IS INDEXED
004895         ACCESS MODE IS DYNAMIC
004895         RECORD KEY IS PPL-KEY
004895         FILE STATUS IS WS-PLAN-STATUS.
004895     SELECT PP-OFFER-FILE ASSIGN TO AWDOFFR
004895         ORGANIZATION IS INDEXED
004895         ACCESS MODE IS DYNAMIC
004895         RECORD KEY IS OFR-KEY
004895         FILE STATUS IS WS-OFFER-STATUS.
004895     SELECT PP-DOCS-FILE ASSIGN TO STUDOCS
004895         ORGANIZATION IS INDEXED
004895         ACCESS MODE IS DYNAMIC
004895         RECORD KEY IS SDC-KEY
004895         FILE STATUS IS WS-DOCS-STATUS.
004895     SELECT PP-PLACE-FILE ASSIGN TO COLLPLAC
004895         ORGANIZATION IS INDEXED
004895         ACCESS MODE IS DYNAMIC
004895         RECORD KEY IS COP-KEY
004895         FILE STATUS IS WS-PLACE-STATUS.
004895     SELECT PP-SAP-FILE ASSIGN TO SAPSTAT
004895         ORGANIZATION IS INDEXED
004895         ACCESS MODE IS RANDOM
004895         RECORD KEY IS SAP-STUDENT-ID
004895         FILE STATUS IS WS-SAP-STATUS.
004895     SELECT PP-COHORT-FILE ASSIGN TO COHORT
004895         ORGANIZATION IS INDEXED
004895         ACCESS MODE IS RANDOM
004895         RECORD KEY IS COH-STUDENT-ID
004895         FILE STATUS IS WS-COHORT-STATUS.
004895     SELECT PP-BAL-FILE ASSIGN TO STUBAL
004895         ORGANIZATION IS INDEXED
004895         ACCESS MODE IS RANDOM
004895         RECORD KEY IS SBL-STUDENT-ID
004895         FILE STATUS IS WS-BAL-STATUS.
004900     SELECT PP-SEQ-FILE ASSIGN TO WS-SEQ-FILE-NAME
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-SEQ-STATUS.
008200     05  STM-RES-CODE3        PIC 9(01).
008300     05  STM-ENROLL-STATUS    PIC X(01).
008400     05  STM-LAST-MAINT-DATE  PIC 9(08).
008500     05  STM-REST             PIC X(136).
008600 FD  PP-ENROLL-FILE.
008700 01  ENR-RECORD.
008800     05  ENR-KEY.
008900         10  ENR-STUDENT-ID   PIC 9(09).
009000         10  ENR-REST-KEY     PIC X(15).
009100     05  ENR-REST             PIC X(19).
009200 FD  PP-XREF-FILE.
009300 01  XRF-RECORD.
009400     05  XRF-LEGACY-ID        PIC 9(09).
009550         10  NIX-STUDENT-ID   PIC 9(09).
009560     05  NIX-SOUNDEX          PIC X(04).
009570     05  NIX-NAME             PIC X(25).
009580 FD  PP-RES-FILE.
009590 COPY CONDRREC.
009590 FD  PP-BANK-FILE.
009590 COPY STUBKREC.
009590 FD  PP-GRADE-FILE.
009590 COPY ACADHREC.
009590 FD  PP-GPA-FILE.
009590 COPY STUGPREC.
009590 FD  PP-HOLD-FILE.
009590 COPY STUHLREC.
009590 FD  PP-PLAN-FILE.
009590 COPY PAYPLREC.
009590 FD  PP-OFFER-FILE.
009590 COPY AWDOFREC.
009590 FD  PP-DOCS-FILE.
009590 COPY STUDCREC.
009590 FD  PP-PLACE-FILE.
009590 COPY COLLPREC.
009590 FD  PP-SAP-FILE.
009590 COPY SAPSTREC.
009590 FD  PP-COHORT-FILE.
009590 COPY COHRTREC.
009590 FD  PP-BAL-FILE.
009590 COPY STUBLREC.
009600 FD  PP-SEQ-FILE.
009700 01  PP-SEQ-RECORD            PIC X(420).
009800 01  PP-SEQ-RECORD-R REDEFINES PP-SEQ-RECORD.
009900     05  PSR-LEADING-ID       PIC 9(09).
010000     05  FILLER               PIC X(411).
010100 FD  PP-WORK-FILE.
010200 01  PP-WORK-RECORD           PIC X(420).
010300 FD  PP-AUDIT-FILE.
010400 COPY AUDITREC.
010500 FD  PP-REPORT-FILE.
015600 01  WS-FILE-LABEL            PIC X(08).
015610 01  WS-NAMIX-STATUS          PIC X(02).
015620     88  WS-NAMIX-OK          VALUE '00'.
015625 01  WS-RES-STATUS            PIC X(02).
015626     88  WS-RES-OK            VALUE '00'.
015626 01  WS-BANK-STATUS           PIC X(02).
015626     88  WS-BANK-OK           VALUE '00'.
015626 01  WS-GRADE-STATUS          PIC X(02).
015626     88  WS-GRADE-OK          VALUE '00'.
015626 01  WS-GPA-STATUS            PIC X(02).
015626     88  WS-GPA-OK            VALUE '00'.
015626 01  WS-HOLD-STATUS           PIC X(02).
015626     88  WS-HOLD-OK           VALUE '00'.
015626 01  WS-PLAN-STATUS           PIC X(02).
015626     88  WS-PLAN-OK           VALUE '00'.
015626 01  WS-OFFER-STATUS          PIC X(02).
015626     88  WS-OFFER-OK          VALUE '00'.
015626 01  WS-DOCS-STATUS           PIC X(02).
015626     88  WS-DOCS-OK           VALUE '00'.
015626 01  WS-PLACE-STATUS          PIC X(02).
015626     88  WS-PLACE-OK          VALUE '00'.
015626 01  WS-SAP-STATUS            PIC X(02).
015626     88  WS-SAP-OK            VALUE '00'.
015626 01  WS-COHORT-STATUS         PIC X(02).
015626     88  WS-COHORT-OK         VALUE '00'.
015626 01  WS-BAL-STATUS            PIC X(02).
015626     88  WS-BAL-OK            VALUE '00'.
015630 01  WS-NIX-KEY-COUNT         PIC 9(02) COMP VALUE 0.
015640 01  WS-NIX-KEY-MAX           PIC 9(02) COMP VALUE 50.
015650 01  WS-NIX-KEY-IDX           PIC 9(02) COMP.
015693                              PIC X(34).
015700 COPY SUITEPRM.
015710 COPY CHNPARM.
015710 COPY JRNLPARM.
015710 COPY BALPARM.
015800 PROCEDURE DIVISION.
015900 0000-MAINLINE.
016000     PERFORM 0010-READ-SUITE-PARM
018600         THRU 2700-PURGE-XREF-EXIT.
018610     PERFORM 2900-PURGE-NAME-INDEX
018620         THRU 2900-PURGE-NAME-INDEX-EXIT.
018700     PERFORM 2600-PURGE-DECISIONS
018800         THRU 2600-PURGE-DECISIONS-EXIT.
018800     PERFORM 4000-PURGE-BANK-ACCOUNT
018800         THRU 4000-PURGE-BANK-ACCOUNT-EXIT.
018800     PERFORM 4100-PURGE-GRADE-HISTORY
018800         THRU 4100-PURGE-GRADE-HISTORY-EXIT.
018800     PERFORM 4200-PURGE-GPA-HISTORY
018800         THRU 4200-PURGE-GPA-HISTORY-EXIT.
018800     PERFORM 4300-PURGE-HOLDS
018800         THRU 4300-PURGE-HOLDS-EXIT.
018800     PERFORM 4400-PURGE-PAYMENT-PLANS
018800         THRU 4400-PURGE-PAYMENT-PLANS-EXIT.
018800     PERFORM 4500-PURGE-AWARD-OFFERS
018800         THRU 4500-PURGE-AWARD-OFFERS-EXIT.
018800     PERFORM 4600-PURGE-DOCUMENTS
018800         THRU 4600-PURGE-DOCUMENTS-EXIT.
018800     PERFORM 4700-PURGE-PLACEMENTS
018800         THRU 4700-PURGE-PLACEMENTS-EXIT.
018800     PERFORM 4800-PURGE-SAP-STATUS
018800         THRU 4800-PURGE-SAP-STATUS-EXIT.
018800     PERFORM 4850-PURGE-COHORT
018800         THRU 4850-PURGE-COHORT-EXIT.
019300     MOVE 'CONDEXC ' TO WS-FILE-LABEL.
019400     MOVE 'CONDEXC   ' TO WS-SEQ-FILE-NAME.
019500     MOVE 40 TO WS-ID-OFFSET.
022313     SET WS-MODE-REMOVE TO TRUE.
022314     PERFORM 3000-PURGE-ONE-SEQ-FILE
022315         THRU 3000-PURGE-ONE-SEQ-FILE-EXIT.
022315     MOVE 'TRNRQST ' TO WS-FILE-LABEL.
022315     MOVE 'TRNRQST   ' TO WS-SEQ-FILE-NAME.
022315     MOVE 10 TO WS-ID-OFFSET.
022315     SET WS-MODE-REMOVE TO TRUE.
022315     PERFORM 3000-PURGE-ONE-SEQ-FILE
022315         THRU 3000-PURGE-ONE-SEQ-FILE-EXIT.
022315     MOVE 'GRADAPPL' TO WS-FILE-LABEL.
022315     MOVE 'GRADAPPL  ' TO WS-SEQ-FILE-NAME.
022315     MOVE 2 TO WS-ID-OFFSET.
022315     SET WS-MODE-REMOVE TO TRUE.
022315     PERFORM 3000-PURGE-ONE-SEQ-FILE
022315         THRU 3000-PURGE-ONE-SEQ-FILE-EXIT.
022315     MOVE 'RESPETN ' TO WS-FILE-LABEL.
022315     MOVE 'RESPETN   ' TO WS-SEQ-FILE-NAME.
022315     MOVE 2 TO WS-ID-OFFSET.
022315     SET WS-MODE-REMOVE TO TRUE.
022315     PERFORM 3000-PURGE-ONE-SEQ-FILE
022315         THRU 3000-PURGE-ONE-SEQ-FILE-EXIT.
022315     MOVE 'SECWAIT ' TO WS-FILE-LABEL.
022315     MOVE 'SECWAIT   ' TO WS-SEQ-FILE-NAME.
022315     MOVE 16 TO WS-ID-OFFSET.
022315     SET WS-MODE-REMOVE TO TRUE.
022315     PERFORM 3000-PURGE-ONE-SEQ-FILE
022315         THRU 3000-PURGE-ONE-SEQ-FILE-EXIT.
022315     MOVE 'ENRLDROP' TO WS-FILE-LABEL.
022315     MOVE 'ENRLDROP  ' TO WS-SEQ-FILE-NAME.
022315     MOVE 1 TO WS-ID-OFFSET.
022315     SET WS-MODE-REMOVE TO TRUE.
022315     PERFORM 3000-PURGE-ONE-SEQ-FILE
022315         THRU 3000-PURGE-ONE-SEQ-FILE-EXIT.
022315     MOVE 'NOTIFQUE' TO WS-FILE-LABEL.
022315     MOVE 'NOTIFQUE  ' TO WS-SEQ-FILE-NAME.
022315     MOVE 1 TO WS-ID-OFFSET.
022315     SET WS-MODE-REMOVE TO TRUE.
022315     PERFORM 3000-PURGE-ONE-SEQ-FILE
022315         THRU 3000-PURGE-ONE-SEQ-FILE-EXIT.
022315     MOVE 'SPONACCT' TO WS-FILE-LABEL.
022315     MOVE 'SPONACCT  ' TO WS-SEQ-FILE-NAME.
022315     MOVE 7 TO WS-ID-OFFSET.
022315     SET WS-MODE-REMOVE TO TRUE.
022315     PERFORM 3000-PURGE-ONE-SEQ-FILE
022315         THRU 3000-PURGE-ONE-SEQ-FILE-EXIT.
022315     MOVE 'DECDQUE ' TO WS-FILE-LABEL.
022315     MOVE 'DECDQUE   ' TO WS-SEQ-FILE-NAME.
022315     MOVE 1 TO WS-ID-OFFSET.
022315     SET WS-MODE-REMOVE TO TRUE.
022315     PERFORM 3000-PURGE-ONE-SEQ-FILE
022315         THRU 3000-PURGE-ONE-SEQ-FILE-EXIT.
022315     MOVE 'CENSPOP ' TO WS-FILE-LABEL.
022315     MOVE 'CENSPOP   ' TO WS-SEQ-FILE-NAME.
022315     MOVE 15 TO WS-ID-OFFSET.
022315     SET WS-MODE-REMOVE TO TRUE.
022315     PERFORM 3000-PURGE-ONE-SEQ-FILE
022315         THRU 3000-PURGE-ONE-SEQ-FILE-EXIT.
022315     MOVE 'R2T4TRK ' TO WS-FILE-LABEL.
022315     MOVE 'R2T4TRK   ' TO WS-SEQ-FILE-NAME.
022315     MOVE 2 TO WS-ID-OFFSET.
022315     SET WS-MODE-REMOVE TO TRUE.
022315     PERFORM 3000-PURGE-ONE-SEQ-FILE
022315         THRU 3000-PURGE-ONE-SEQ-FILE-EXIT.
022315     MOVE 'FEEHIST ' TO WS-FILE-LABEL.
022315     MOVE 'FEEHIST   ' TO WS-SEQ-FILE-NAME.
022315     MOVE 1 TO WS-ID-OFFSET.
022315     SET WS-MODE-REMOVE TO TRUE.
022315     PERFORM 3000-PURGE-ONE-SEQ-FILE
022315         THRU 3000-PURGE-ONE-SEQ-FILE-EXIT.
022315     MOVE 'AWDACCT ' TO WS-FILE-LABEL.
022315     MOVE 'AWDACCT   ' TO WS-SEQ-FILE-NAME.
022315     MOVE 1 TO WS-ID-OFFSET.
022315     SET WS-MODE-REMOVE TO TRUE.
022315     PERFORM 3000-PURGE-ONE-SEQ-FILE
022315         THRU 3000-PURGE-ONE-SEQ-FILE-EXIT.
022315     MOVE 'AWDWAITQ' TO WS-FILE-LABEL.
022315     MOVE 'AWDWAITQ  ' TO WS-SEQ-FILE-NAME.
022315     MOVE 1 TO WS-ID-OFFSET.
022315     SET WS-MODE-REMOVE TO TRUE.
022315     PERFORM 3000-PURGE-ONE-SEQ-FILE
022315         THRU 3000-PURGE-ONE-SEQ-FILE-EXIT.
022315     MOVE 'ENRLVSNP' TO WS-FILE-LABEL.
022315     MOVE 'ENRLVSNP  ' TO WS-SEQ-FILE-NAME.
022315     MOVE 1 TO WS-ID-OFFSET.
022315     SET WS-MODE-REMOVE TO TRUE.
022315     PERFORM 3000-PURGE-ONE-SEQ-FILE
022315         THRU 3000-PURGE-ONE-SEQ-FILE-EXIT.
022315     MOVE 'SPONAUTH' TO WS-FILE-LABEL.
022315     MOVE 'SPONAUTH  ' TO WS-SEQ-FILE-NAME.
022315     MOVE 1 TO WS-ID-OFFSET.
022315     SET WS-MODE-REMOVE TO TRUE.
022315     PERFORM 3000-PURGE-ONE-SEQ-FILE
022315         THRU 3000-PURGE-ONE-SEQ-FILE-EXIT.
022315     MOVE 'EVALTAWD' TO WS-FILE-LABEL.
022315     MOVE 'EVALTAWD  ' TO WS-SEQ-FILE-NAME.
022315     MOVE 1 TO WS-ID-OFFSET.
022315     SET WS-MODE-REMOVE TO TRUE.
022315     PERFORM 3000-PURGE-ONE-SEQ-FILE
022315         THRU 3000-PURGE-ONE-SEQ-FILE-EXIT.
022315     PERFORM 4900-PURGE-BALANCE
022315         THRU 4900-PURGE-BALANCE-EXIT.
022300     PERFORM 8500-WRITE-CERTIFICATE-TOTAL
022400         THRU 8500-WRITE-CERTIFICATE-TOTAL-EXIT.
022500     CLOSE PP-REPORT-FILE.
032500             CONTINUE
032600         NOT INVALID KEY
032700             ADD 1 TO WS-REMOVED-COUNT
032700             PERFORM 8750-JOURNAL-MASTER-DELETE
032700                 THRU 8750-JOURNAL-MASTER-DELETE-EXIT
032800     END-DELETE.
032900     MOVE WS-PURGE-ID TO STM-STUDENT-ID.
033000     READ PP-MASTER-FILE
036300             OR ENR-STUDENT-ID NOT = WS-PURGE-ID
036400         DELETE PP-ENROLL-FILE RECORD
036500             INVALID KEY CONTINUE
036500             NOT INVALID KEY
036500                 PERFORM 8710-JOURNAL-ENROLL-DELETE
036500                     THRU 8710-JOURNAL-ENROLL-DELETE-EXIT
036600         END-DELETE
036700         ADD 1 TO WS-REMOVED-COUNT
036800         MOVE LOW-VALUES TO ENR-KEY
040400     END-READ.
040500 2550-READ-ONE-ENROLLMENT-EXIT.
040600     EXIT.
040600*--------------------------------------------------------------*
040600* 2600-PURGE-DECISIONS - EVERY CONDRES DECISION UNDER THE ID,  *
040600* ONE PER TERM, EACH WITH THE PRIOR DECISIONS IT CARRIES.      *
040600*--------------------------------------------------------------*
040600 2600-PURGE-DECISIONS.
040600     MOVE 0 TO WS-REMOVED-COUNT.
040600     MOVE 0 TO WS-REMAINING-COUNT.
040600     SET WS-NOT-AT-EOF TO TRUE.
040600     OPEN I-O PP-RES-FILE.
040600     IF NOT WS-RES-OK
040600         GO TO 2600-PURGE-DECISIONS-REPORT
040600     END-IF.
040600     MOVE LOW-VALUES TO RES-KEY.
040600     MOVE WS-PURGE-ID TO RES-STUDENT-ID.
040600     START PP-RES-FILE KEY IS NOT LESS THAN RES-KEY
040600         INVALID KEY
040600             SET WS-AT-EOF TO TRUE
040600     END-START.
040600     PERFORM 2650-READ-ONE-DECISION
040600         THRU 2650-READ-ONE-DECISION-EXIT.
040600     PERFORM UNTIL WS-AT-EOF
040600             OR RES-STUDENT-ID NOT = WS-PURGE-ID
040600         DELETE PP-RES-FILE RECORD
040600             INVALID KEY CONTINUE
040600         END-DELETE
040600         ADD 1 TO WS-REMOVED-COUNT
040600         MOVE LOW-VALUES TO RES-KEY
040600         MOVE WS-PURGE-ID TO RES-STUDENT-ID
040600         START PP-RES-FILE KEY IS NOT LESS THAN RES-KEY
040600             INVALID KEY
040600                 SET WS-AT-EOF TO TRUE
040600         END-START
040600         PERFORM 2650-READ-ONE-DECISION
040600             THRU 2650-READ-ONE-DECISION-EXIT
040600     END-PERFORM.
040600     SET WS-NOT-AT-EOF TO TRUE.
040600     MOVE LOW-VALUES TO RES-KEY.
040600     MOVE WS-PURGE-ID TO RES-STUDENT-ID.
040600     START PP-RES-FILE KEY IS NOT LESS THAN RES-KEY
040600         INVALID KEY
040600             SET WS-AT-EOF TO TRUE
040600     END-START.
040600     PERFORM 2650-READ-ONE-DECISION
040600         THRU 2650-READ-ONE-DECISION-EXIT.
040600     IF NOT WS-AT-EOF
040600         AND RES-STUDENT-ID = WS-PURGE-ID
040600         ADD 1 TO WS-REMAINING-COUNT
040600     END-IF.
040600     CLOSE PP-RES-FILE.
040600 2600-PURGE-DECISIONS-REPORT.
040600     MOVE 'CONDRES ' TO WS-FILE-LABEL.
040600     PERFORM 8000-WRITE-ONE-CERTIFICATE
040600         THRU 8000-WRITE-ONE-CERTIFICATE-EXIT.
040600 2600-PURGE-DECISIONS-EXIT.
040600     EXIT.
040600*--------------------------------------------------------------*
040600* 2650-READ-ONE-DECISION - A SINGLE SEQUENTIAL READ OF         *
040600* CONDRES.                                                     *
040600*--------------------------------------------------------------*
040600 2650-READ-ONE-DECISION.
040600     READ PP-RES-FILE NEXT RECORD
040600         AT END SET WS-AT-EOF TO TRUE
040600     END-READ.
040600 2650-READ-ONE-DECISION-EXIT.
040600     EXIT.
040700*--------------------------------------------------------------*
040800* 2700-PURGE-XREF - EVERY UTLXREF ENTRY NAMING THE ID ON        *
040900* EITHER SIDE OF THE MAPPING.                                   *
050600     SET WS-NOT-AT-EOF TO TRUE.
050700     OPEN INPUT PP-WORK-FILE.
050800     OPEN OUTPUT PP-SEQ-FILE.
050800     IF WS-FILE-LABEL = 'STUACCT '
050800         PERFORM 8760-JOURNAL-ACCT-RELOAD
050800             THRU 8760-JOURNAL-ACCT-RELOAD-EXIT
050800         PERFORM 8790-BEGIN-BALANCE-REBUILD
050800             THRU 8790-BEGIN-BALANCE-REBUILD-EXIT
050800     END-IF.
050900     PERFORM 3200-READ-ONE-WORK-RECORD
051000         THRU 3200-READ-ONE-WORK-RECORD-EXIT.
051100     PERFORM UNTIL WS-AT-EOF
051200         MOVE PP-WORK-RECORD TO PP-SEQ-RECORD
051300         WRITE PP-SEQ-RECORD
051300         IF WS-FILE-LABEL = 'STUACCT '
051300             PERFORM 8700-JOURNAL-ACCT-POST
051300                 THRU 8700-JOURNAL-ACCT-POST-EXIT
051300             PERFORM 8780-POST-ACCT-BALANCE
051300                 THRU 8780-POST-ACCT-BALANCE-EXIT
051300         END-IF
051400         PERFORM 3200-READ-ONE-WORK-RECORD
051500             THRU 3200-READ-ONE-WORK-RECORD-EXIT
051600     END-PERFORM.
051600     IF WS-FILE-LABEL = 'STUACCT '
051600         PERFORM 8795-END-BALANCE-REBUILD
051600             THRU 8795-END-BALANCE-REBUILD-EXIT
051600     END-IF.
051700     CLOSE PP-WORK-FILE.
051800     CLOSE PP-SEQ-FILE.
051900     SET WS-NOT-AT-EOF TO TRUE.
055300     END-READ.
055400 3200-READ-ONE-WORK-RECORD-EXIT.
055500     EXIT.
055500*--------------------------------------------------------------*
055500* 4000-PURGE-BANK-ACCOUNT - THE STUBANK ROUTING AND ACCOUNT   *
055500* NUMBERS ON FILE FOR REFUND DEPOSITS.                        *
055500*--------------------------------------------------------------*
055500 4000-PURGE-BANK-ACCOUNT.
055500     MOVE 0 TO WS-REMOVED-COUNT.
055500     MOVE 0 TO WS-REMAINING-COUNT.
055500     OPEN I-O PP-BANK-FILE.
055500     IF NOT WS-BANK-OK
055500         GO TO 4000-PURGE-BANK-ACCOUNT-REPORT
055500     END-IF.
055500     MOVE WS-PURGE-ID TO SBK-STUDENT-ID.
055500     DELETE PP-BANK-FILE RECORD
055500         INVALID KEY
055500             CONTINUE
055500         NOT INVALID KEY
055500             ADD 1 TO WS-REMOVED-COUNT
055500     END-DELETE.
055500     MOVE WS-PURGE-ID TO SBK-STUDENT-ID.
055500     READ PP-BANK-FILE
055500         INVALID KEY
055500             CONTINUE
055500         NOT INVALID KEY
055500             ADD 1 TO WS-REMAINING-COUNT
055500     END-READ.
055500     CLOSE PP-BANK-FILE.
055500 4000-PURGE-BANK-ACCOUNT-REPORT.
055500     MOVE 'STUBANK ' TO WS-FILE-LABEL.
055500     PERFORM 8000-WRITE-ONE-CERTIFICATE
055500         THRU 8000-WRITE-ONE-CERTIFICATE-EXIT.
055500 4000-PURGE-BANK-ACCOUNT-EXIT.
055500     EXIT.
055500*--------------------------------------------------------------*
055500* 4100-PURGE-GRADE-HISTORY - EVERY ACADHIST GRADE UNDER THE ID,*
055500* ONE PER COURSE, SECTION AND TERM.                           *
055500*--------------------------------------------------------------*
055500 4100-PURGE-GRADE-HISTORY.
055500     MOVE 0 TO WS-REMOVED-COUNT.
055500     MOVE 0 TO WS-REMAINING-COUNT.
055500     SET WS-NOT-AT-EOF TO TRUE.
055500     OPEN I-O PP-GRADE-FILE.
055500     IF NOT WS-GRADE-OK
055500         GO TO 4100-PURGE-GRADE-HISTORY-REPORT
055500     END-IF.
055500     MOVE LOW-VALUES TO AHS-KEY.
055500     MOVE WS-PURGE-ID TO AHS-STUDENT-ID.
055500     START PP-GRADE-FILE KEY IS NOT LESS THAN AHS-KEY
055500         INVALID KEY
055500             SET WS-AT-EOF TO TRUE
055500     END-START.
055500     PERFORM 4150-READ-ONE-GRADE
055500         THRU 4150-READ-ONE-GRADE-EXIT.
055500     PERFORM UNTIL WS-AT-EOF
055500             OR AHS-STUDENT-ID NOT = WS-PURGE-ID
055500         DELETE PP-GRADE-FILE RECORD
055500             INVALID KEY CONTINUE
055500         END-DELETE
055500         ADD 1 TO WS-REMOVED-COUNT
055500         MOVE LOW-VALUES TO AHS-KEY
055500         MOVE WS-PURGE-ID TO AHS-STUDENT-ID
055500         START PP-GRADE-FILE KEY IS NOT LESS THAN AHS-KEY
055500             INVALID KEY
055500                 SET WS-AT-EOF TO TRUE
055500         END-START
055500         PERFORM 4150-READ-ONE-GRADE
055500             THRU 4150-READ-ONE-GRADE-EXIT
055500     END-PERFORM.
055500     SET WS-NOT-AT-EOF TO TRUE.
055500     MOVE LOW-VALUES TO AHS-KEY.
055500     MOVE WS-PURGE-ID TO AHS-STUDENT-ID.
055500     START PP-GRADE-FILE KEY IS NOT LESS THAN AHS-KEY
055500         INVALID KEY
055500             SET WS-AT-EOF TO TRUE
055500     END-START.
055500     PERFORM 4150-READ-ONE-GRADE
055500         THRU 4150-READ-ONE-GRADE-EXIT.
055500     IF NOT WS-AT-EOF
055500         AND AHS-STUDENT-ID = WS-PURGE-ID
055500         ADD 1 TO WS-REMAINING-COUNT
055500     END-IF.
055500     CLOSE PP-GRADE-FILE.
055500 4100-PURGE-GRADE-HISTORY-REPORT.
055500     MOVE 'ACADHIST' TO WS-FILE-LABEL.
055500     PERFORM 8000-WRITE-ONE-CERTIFICATE
055500         THRU 8000-WRITE-ONE-CERTIFICATE-EXIT.
055500 4100-PURGE-GRADE-HISTORY-EXIT.
055500     EXIT.
055500*--------------------------------------------------------------*
055500* 4150-READ-ONE-GRADE - A SINGLE SEQUENTIAL READ OF ACADHIST. *
055500*--------------------------------------------------------------*
055500 4150-READ-ONE-GRADE.
055500     READ PP-GRADE-FILE NEXT RECORD
055500         AT END SET WS-AT-EOF TO TRUE
055500     END-READ.
055500 4150-READ-ONE-GRADE-EXIT.
055500     EXIT.
055500*--------------------------------------------------------------*
055500* 4200-PURGE-GPA-HISTORY - EVERY STUGPA TERM AND CUMULATIVE   *
055500* FIGURE UNDER THE ID.                                        *
055500*--------------------------------------------------------------*
055500 4200-PURGE-GPA-HISTORY.
055500     MOVE 0 TO WS-REMOVED-COUNT.
055500     MOVE 0 TO WS-REMAINING-COUNT.
055500     SET WS-NOT-AT-EOF TO TRUE.
055500     OPEN I-O PP-GPA-FILE.
055500     IF NOT WS-GPA-OK
055500         GO TO 4200-PURGE-GPA-HISTORY-REPORT
055500     END-IF.
055500     MOVE LOW-VALUES TO GPA-KEY.
055500     MOVE WS-PURGE-ID TO GPA-STUDENT-ID.
055500     START PP-GPA-FILE KEY IS NOT LESS THAN GPA-KEY
055500         INVALID KEY
055500             SET WS-AT-EOF TO TRUE
055500     END-START.
055500     PERFORM 4250-READ-ONE-GPA
055500         THRU 4250-READ-ONE-GPA-EXIT.
055500     PERFORM UNTIL WS-AT-EOF
055500             OR GPA-STUDENT-ID NOT = WS-PURGE-ID
055500         DELETE PP-GPA-FILE RECORD
055500             INVALID KEY CONTINUE
055500         END-DELETE
055500         ADD 1 TO WS-REMOVED-COUNT
055500         MOVE LOW-VALUES TO GPA-KEY
055500         MOVE WS-PURGE-ID TO GPA-STUDENT-ID
055500         START PP-GPA-FILE KEY IS NOT LESS THAN GPA-KEY
055500             INVALID KEY
055500                 SET WS-AT-EOF TO TRUE
055500         END-START
055500         PERFORM 4250-READ-ONE-GPA
055500             THRU 4250-READ-ONE-GPA-EXIT
055500     END-PERFORM.
055500     SET WS-NOT-AT-EOF TO TRUE.
055500     MOVE LOW-VALUES TO GPA-KEY.
055500     MOVE WS-PURGE-ID TO GPA-STUDENT-ID.
055500     START PP-GPA-FILE KEY IS NOT LESS THAN GPA-KEY
055500         INVALID KEY
055500             SET WS-AT-EOF TO TRUE
055500     END-START.
055500     PERFORM 4250-READ-ONE-GPA
055500         THRU 4250-READ-ONE-GPA-EXIT.
055500     IF NOT WS-AT-EOF
055500         AND GPA-STUDENT-ID = WS-PURGE-ID
055500         ADD 1 TO WS-REMAINING-COUNT
055500     END-IF.
055500     CLOSE PP-GPA-FILE.
055500 4200-PURGE-GPA-HISTORY-REPORT.
055500     MOVE 'STUGPA  ' TO WS-FILE-LABEL.
055500     PERFORM 8000-WRITE-ONE-CERTIFICATE
055500         THRU 8000-WRITE-ONE-CERTIFICATE-EXIT.
055500 4200-PURGE-GPA-HISTORY-EXIT.
055500     EXIT.
055500*--------------------------------------------------------------*
055500* 4250-READ-ONE-GPA - A SINGLE SEQUENTIAL READ OF STUGPA.     *
055500*--------------------------------------------------------------*
055500 4250-READ-ONE-GPA.
055500     READ PP-GPA-FILE NEXT RECORD
055500         AT END SET WS-AT-EOF TO TRUE
055500     END-READ.
055500 4250-READ-ONE-GPA-EXIT.
055500     EXIT.
055500*--------------------------------------------------------------*
055500* 4300-PURGE-HOLDS - EVERY STUHOLD HOLD UNDER THE ID, IN FORCE*
055500* OR RELEASED.                                                *
055500*--------------------------------------------------------------*
055500 4300-PURGE-HOLDS.
055500     MOVE 0 TO WS-REMOVED-COUNT.
055500     MOVE 0 TO WS-REMAINING-COUNT.
055500     SET WS-NOT-AT-EOF TO TRUE.
055500     OPEN I-O PP-HOLD-FILE.
055500     IF NOT WS-HOLD-OK
055500         GO TO 4300-PURGE-HOLDS-REPORT
055500     END-IF.
055500     MOVE LOW-VALUES TO SHD-KEY.
055500     MOVE WS-PURGE-ID TO SHD-STUDENT-ID.
055500     START PP-HOLD-FILE KEY IS NOT LESS THAN SHD-KEY
055500         INVALID KEY
055500             SET WS-AT-EOF TO TRUE
055500     END-START.
055500     PERFORM 4350-READ-ONE-HOLD
055500         THRU 4350-READ-ONE-HOLD-EXIT.
055500     PERFORM UNTIL WS-AT-EOF
055500             OR SHD-STUDENT-ID NOT = WS-PURGE-ID
055500         DELETE PP-HOLD-FILE RECORD
055500             INVALID KEY CONTINUE
055500         END-DELETE
055500         ADD 1 TO WS-REMOVED-COUNT
055500         MOVE LOW-VALUES TO SHD-KEY
055500         MOVE WS-PURGE-ID TO SHD-STUDENT-ID
055500         START PP-HOLD-FILE KEY IS NOT LESS THAN SHD-KEY
055500             INVALID KEY
055500                 SET WS-AT-EOF TO TRUE
055500         END-START
055500         PERFORM 4350-READ-ONE-HOLD
055500             THRU 4350-READ-ONE-HOLD-EXIT
055500     END-PERFORM.
055500     SET WS-NOT-AT-EOF TO TRUE.
055500     MOVE LOW-VALUES TO SHD-KEY.
055500     MOVE WS-PURGE-ID TO SHD-STUDENT-ID.
055500     START PP-HOLD-FILE KEY IS NOT LESS THAN SHD-KEY
055500         INVALID KEY
055500             SET WS-AT-EOF TO TRUE
055500     END-START.
055500     PERFORM 4350-READ-ONE-HOLD
055500         THRU 4350-READ-ONE-HOLD-EXIT.
055500     IF NOT WS-AT-EOF
055500         AND SHD-STUDENT-ID = WS-PURGE-ID
055500         ADD 1 TO WS-REMAINING-COUNT
055500     END-IF.
055500     CLOSE PP-HOLD-FILE.
055500 4300-PURGE-HOLDS-REPORT.
055500     MOVE 'STUHOLD ' TO WS-FILE-LABEL.
055500     PERFORM 8000-WRITE-ONE-CERTIFICATE
055500         THRU 8000-WRITE-ONE-CERTIFICATE-EXIT.
055500 4300-PURGE-HOLDS-EXIT.
055500     EXIT.
055500*--------------------------------------------------------------*
055500* 4350-READ-ONE-HOLD - A SINGLE SEQUENTIAL READ OF STUHOLD.   *
055500*--------------------------------------------------------------*
055500 4350-READ-ONE-HOLD.
055500     READ PP-HOLD-FILE NEXT RECORD
055500         AT END SET WS-AT-EOF TO TRUE
055500     END-READ.
055500 4350-READ-ONE-HOLD-EXIT.
055500     EXIT.
055500*--------------------------------------------------------------*
055500* 4400-PURGE-PAYMENT-PLANS - EVERY PAYPLAN INSTALLMENT PLAN   *
055500* UNDER THE ID, ONE PER TERM.                                 *
055500*--------------------------------------------------------------*
055500 4400-PURGE-PAYMENT-PLANS.
055500     MOVE 0 TO WS-REMOVED-COUNT.
055500     MOVE 0 TO WS-REMAINING-COUNT.
055500     SET WS-NOT-AT-EOF TO TRUE.
055500     OPEN I-O PP-PLAN-FILE.
055500     IF NOT WS-PLAN-OK
055500         GO TO 4400-PURGE-PAYMENT-PLANS-REPORT
055500     END-IF.
055500     MOVE LOW-VALUES TO PPL-KEY.
055500     MOVE WS-PURGE-ID TO PPL-STUDENT-ID.
055500     START PP-PLAN-FILE KEY IS NOT LESS THAN PPL-KEY
055500         INVALID KEY
055500             SET WS-AT-EOF TO TRUE
055500     END-START.
055500     PERFORM 4450-READ-ONE-PLAN
055500         THRU 4450-READ-ONE-PLAN-EXIT.
055500     PERFORM UNTIL WS-AT-EOF
055500             OR PPL-STUDENT-ID NOT = WS-PURGE-ID
055500         DELETE PP-PLAN-FILE RECORD
055500             INVALID KEY CONTINUE
055500         END-DELETE
055500         ADD 1 TO WS-REMOVED-COUNT
055500         MOVE LOW-VALUES TO PPL-KEY
055500         MOVE WS-PURGE-ID TO PPL-STUDENT-ID
055500         START PP-PLAN-FILE KEY IS NOT LESS THAN PPL-KEY
055500             INVALID KEY
055500                 SET WS-AT-EOF TO TRUE
055500         END-START
055500         PERFORM 4450-READ-ONE-PLAN
055500             THRU 4450-READ-ONE-PLAN-EXIT
055500     END-PERFORM.
055500     SET WS-NOT-AT-EOF TO TRUE.
055500     MOVE LOW-VALUES TO PPL-KEY.
055500     MOVE WS-PURGE-ID TO PPL-STUDENT-ID.
055500     START PP-PLAN-FILE KEY IS NOT LESS THAN PPL-KEY
055500         INVALID KEY
055500             SET WS-AT-EOF TO TRUE
055500     END-START.
055500     PERFORM 4450-READ-ONE-PLAN
055500         THRU 4450-READ-ONE-PLAN-EXIT.
055500     IF NOT WS-AT-EOF
055500         AND PPL-STUDENT-ID = WS-PURGE-ID
055500         ADD 1 TO WS-REMAINING-COUNT
055500     END-IF.
055500     CLOSE PP-PLAN-FILE.
055500 4400-PURGE-PAYMENT-PLANS-REPORT.
055500     MOVE 'PAYPLAN ' TO WS-FILE-LABEL.
055500     PERFORM 8000-WRITE-ONE-CERTIFICATE
055500         THRU 8000-WRITE-ONE-CERTIFICATE-EXIT.
055500 4400-PURGE-PAYMENT-PLANS-EXIT.
055500     EXIT.
055500*--------------------------------------------------------------*
055500* 4450-READ-ONE-PLAN - A SINGLE SEQUENTIAL READ OF PAYPLAN.   *
055500*--------------------------------------------------------------*
055500 4450-READ-ONE-PLAN.
055500     READ PP-PLAN-FILE NEXT RECORD
055500         AT END SET WS-AT-EOF TO TRUE
055500     END-READ.
055500 4450-READ-ONE-PLAN-EXIT.
055500     EXIT.
055500*--------------------------------------------------------------*
055500* 4500-PURGE-AWARD-OFFERS - EVERY AWDOFFR AID OFFER UNDER THE *
055500* ID, WHATEVER ITS STATUS.                                    *
055500*--------------------------------------------------------------*
055500 4500-PURGE-AWARD-OFFERS.
055500     MOVE 0 TO WS-REMOVED-COUNT.
055500     MOVE 0 TO WS-REMAINING-COUNT.
055500     SET WS-NOT-AT-EOF TO TRUE.
055500     OPEN I-O PP-OFFER-FILE.
055500     IF NOT WS-OFFER-OK
055500         GO TO 4500-PURGE-AWARD-OFFERS-REPORT
055500     END-IF.
055500     MOVE LOW-VALUES TO OFR-KEY.
055500     MOVE WS-PURGE-ID TO OFR-STUDENT-ID.
055500     START PP-OFFER-FILE KEY IS NOT LESS THAN OFR-KEY
055500         INVALID KEY
055500             SET WS-AT-EOF TO TRUE
055500     END-START.
055500     PERFORM 4550-READ-ONE-OFFER
055500         THRU 4550-READ-ONE-OFFER-EXIT.
055500     PERFORM UNTIL WS-AT-EOF
055500             OR OFR-STUDENT-ID NOT = WS-PURGE-ID
055500         DELETE PP-OFFER-FILE RECORD
055500             INVALID KEY CONTINUE
055500         END-DELETE
055500         ADD 1 TO WS-REMOVED-COUNT
055500         MOVE LOW-VALUES TO OFR-KEY
055500         MOVE WS-PURGE-ID TO OFR-STUDENT-ID
055500         START PP-OFFER-FILE KEY IS NOT LESS THAN OFR-KEY
055500             INVALID KEY
055500                 SET WS-AT-EOF TO TRUE
055500         END-START
055500         PERFORM 4550-READ-ONE-OFFER
055500             THRU 4550-READ-ONE-OFFER-EXIT
055500     END-PERFORM.
055500     SET WS-NOT-AT-EOF TO TRUE.
055500     MOVE LOW-VALUES TO OFR-KEY.
055500     MOVE WS-PURGE-ID TO OFR-STUDENT-ID.
055500     START PP-OFFER-FILE KEY IS NOT LESS THAN OFR-KEY
055500         INVALID KEY
055500             SET WS-AT-EOF TO TRUE
055500     END-START.
055500     PERFORM 4550-READ-ONE-OFFER
055500         THRU 4550-READ-ONE-OFFER-EXIT.
055500     IF NOT WS-AT-EOF
055500         AND OFR-STUDENT-ID = WS-PURGE-ID
055500         ADD 1 TO WS-REMAINING-COUNT
055500     END-IF.
055500     CLOSE PP-OFFER-FILE.
055500 4500-PURGE-AWARD-OFFERS-REPORT.
055500     MOVE 'AWDOFFR ' TO WS-FILE-LABEL.
055500     PERFORM 8000-WRITE-ONE-CERTIFICATE
055500         THRU 8000-WRITE-ONE-CERTIFICATE-EXIT.
055500 4500-PURGE-AWARD-OFFERS-EXIT.
055500     EXIT.
055500*--------------------------------------------------------------*
055500* 4550-READ-ONE-OFFER - A SINGLE SEQUENTIAL READ OF AWDOFFR.  *
055500*--------------------------------------------------------------*
055500 4550-READ-ONE-OFFER.
055500     READ PP-OFFER-FILE NEXT RECORD
055500         AT END SET WS-AT-EOF TO TRUE
055500     END-READ.
055500 4550-READ-ONE-OFFER-EXIT.
055500     EXIT.
055500*--------------------------------------------------------------*
055500* 4600-PURGE-DOCUMENTS - EVERY STUDOCS CHECKLIST ITEM UNDER THE*
055500* ID, WITH ITS IMAGING REFERENCE.                             *
055500*--------------------------------------------------------------*
055500 4600-PURGE-DOCUMENTS.
055500     MOVE 0 TO WS-REMOVED-COUNT.
055500     MOVE 0 TO WS-REMAINING-COUNT.
055500     SET WS-NOT-AT-EOF TO TRUE.
055500     OPEN I-O PP-DOCS-FILE.
055500     IF NOT WS-DOCS-OK
055500         GO TO 4600-PURGE-DOCUMENTS-REPORT
055500     END-IF.
055500     MOVE LOW-VALUES TO SDC-KEY.
055500     MOVE WS-PURGE-ID TO SDC-STUDENT-ID.
055500     START PP-DOCS-FILE KEY IS NOT LESS THAN SDC-KEY
055500         INVALID KEY
055500             SET WS-AT-EOF TO TRUE
055500     END-START.
055500     PERFORM 4650-READ-ONE-DOCUMENT
055500         THRU 4650-READ-ONE-DOCUMENT-EXIT.
055500     PERFORM UNTIL WS-AT-EOF
055500             OR SDC-STUDENT-ID NOT = WS-PURGE-ID
055500         DELETE PP-DOCS-FILE RECORD
055500             INVALID KEY CONTINUE
055500         END-DELETE
055500         ADD 1 TO WS-REMOVED-COUNT
055500         MOVE LOW-VALUES TO SDC-KEY
055500         MOVE WS-PURGE-ID TO SDC-STUDENT-ID
055500         START PP-DOCS-FILE KEY IS NOT LESS THAN SDC-KEY
055500             INVALID KEY
055500                 SET WS-AT-EOF TO TRUE
055500         END-START
055500         PERFORM 4650-READ-ONE-DOCUMENT
055500             THRU 4650-READ-ONE-DOCUMENT-EXIT
055500     END-PERFORM.
055500     SET WS-NOT-AT-EOF TO TRUE.
055500     MOVE LOW-VALUES TO SDC-KEY.
055500     MOVE WS-PURGE-ID TO SDC-STUDENT-ID.
055500     START PP-DOCS-FILE KEY IS NOT LESS THAN SDC-KEY
055500         INVALID KEY
055500             SET WS-AT-EOF TO TRUE
055500     END-START.
055500     PERFORM 4650-READ-ONE-DOCUMENT
055500         THRU 4650-READ-ONE-DOCUMENT-EXIT.
055500     IF NOT WS-AT-EOF
055500         AND SDC-STUDENT-ID = WS-PURGE-ID
055500         ADD 1 TO WS-REMAINING-COUNT
055500     END-IF.
055500     CLOSE PP-DOCS-FILE.
055500 4600-PURGE-DOCUMENTS-REPORT.
055500     MOVE 'STUDOCS ' TO WS-FILE-LABEL.
055500     PERFORM 8000-WRITE-ONE-CERTIFICATE
055500         THRU 8000-WRITE-ONE-CERTIFICATE-EXIT.
055500 4600-PURGE-DOCUMENTS-EXIT.
055500     EXIT.
055500*--------------------------------------------------------------*
055500* 4650-READ-ONE-DOCUMENT - A SINGLE SEQUENTIAL READ OF STUDOCS.*
055500*--------------------------------------------------------------*
055500 4650-READ-ONE-DOCUMENT.
055500     READ PP-DOCS-FILE NEXT RECORD
055500         AT END SET WS-AT-EOF TO TRUE
055500     END-READ.
055500 4650-READ-ONE-DOCUMENT-EXIT.
055500     EXIT.
055500*--------------------------------------------------------------*
055500* 4700-PURGE-PLACEMENTS - EVERY COLLPLAC AGENCY PLACEMENT UNDER*
055500* THE ID.                                                     *
055500*--------------------------------------------------------------*
055500 4700-PURGE-PLACEMENTS.
055500     MOVE 0 TO WS-REMOVED-COUNT.
055500     MOVE 0 TO WS-REMAINING-COUNT.
055500     SET WS-NOT-AT-EOF TO TRUE.
055500     OPEN I-O PP-PLACE-FILE.
055500     IF NOT WS-PLACE-OK
055500         GO TO 4700-PURGE-PLACEMENTS-REPORT
055500     END-IF.
055500     MOVE LOW-VALUES TO COP-KEY.
055500     MOVE WS-PURGE-ID TO COP-STUDENT-ID.
055500     START PP-PLACE-FILE KEY IS NOT LESS THAN COP-KEY
055500         INVALID KEY
055500             SET WS-AT-EOF TO TRUE
055500     END-START.
055500     PERFORM 4750-READ-ONE-PLACEMENT
055500         THRU 4750-READ-ONE-PLACEMENT-EXIT.
055500     PERFORM UNTIL WS-AT-EOF
055500             OR COP-STUDENT-ID NOT = WS-PURGE-ID
055500         DELETE PP-PLACE-FILE RECORD
055500             INVALID KEY CONTINUE
055500         END-DELETE
055500         ADD 1 TO WS-REMOVED-COUNT
055500         MOVE LOW-VALUES TO COP-KEY
055500         MOVE WS-PURGE-ID TO COP-STUDENT-ID
055500         START PP-PLACE-FILE KEY IS NOT LESS THAN COP-KEY
055500             INVALID KEY
055500                 SET WS-AT-EOF TO TRUE
055500         END-START
055500         PERFORM 4750-READ-ONE-PLACEMENT
055500             THRU 4750-READ-ONE-PLACEMENT-EXIT
055500     END-PERFORM.
055500     SET WS-NOT-AT-EOF TO TRUE.
055500     MOVE LOW-VALUES TO COP-KEY.
055500     MOVE WS-PURGE-ID TO COP-STUDENT-ID.
055500     START PP-PLACE-FILE KEY IS NOT LESS THAN COP-KEY
055500         INVALID KEY
055500             SET WS-AT-EOF TO TRUE
055500     END-START.
055500     PERFORM 4750-READ-ONE-PLACEMENT
055500         THRU 4750-READ-ONE-PLACEMENT-EXIT.
055500     IF NOT WS-AT-EOF
055500         AND COP-STUDENT-ID = WS-PURGE-ID
055500         ADD 1 TO WS-REMAINING-COUNT
055500     END-IF.
055500     CLOSE PP-PLACE-FILE.
055500 4700-PURGE-PLACEMENTS-REPORT.
055500     MOVE 'COLLPLAC' TO WS-FILE-LABEL.
055500     PERFORM 8000-WRITE-ONE-CERTIFICATE
055500         THRU 8000-WRITE-ONE-CERTIFICATE-EXIT.
055500 4700-PURGE-PLACEMENTS-EXIT.
055500     EXIT.
055500*--------------------------------------------------------------*
055500* 4750-READ-ONE-PLACEMENT - A SINGLE SEQUENTIAL READ OF COLLPLAC.*
055500*--------------------------------------------------------------*
055500 4750-READ-ONE-PLACEMENT.
055500     READ PP-PLACE-FILE NEXT RECORD
055500         AT END SET WS-AT-EOF TO TRUE
055500     END-READ.
055500 4750-READ-ONE-PLACEMENT-EXIT.
055500     EXIT.
055500*--------------------------------------------------------------*
055500* 4800-PURGE-SAP-STATUS - THE SAPSTAT ACADEMIC PROGRESS RECORD.*
055500*--------------------------------------------------------------*
055500 4800-PURGE-SAP-STATUS.
055500     MOVE 0 TO WS-REMOVED-COUNT.
055500     MOVE 0 TO WS-REMAINING-COUNT.
055500     OPEN I-O PP-SAP-FILE.
055500     IF NOT WS-SAP-OK
055500         GO TO 4800-PURGE-SAP-STATUS-REPORT
055500     END-IF.
055500     MOVE WS-PURGE-ID TO SAP-STUDENT-ID.
055500     DELETE PP-SAP-FILE RECORD
055500         INVALID KEY
055500             CONTINUE
055500         NOT INVALID KEY
055500             ADD 1 TO WS-REMOVED-COUNT
055500     END-DELETE.
055500     MOVE WS-PURGE-ID TO SAP-STUDENT-ID.
055500     READ PP-SAP-FILE
055500         INVALID KEY
055500             CONTINUE
055500         NOT INVALID KEY
055500             ADD 1 TO WS-REMAINING-COUNT
055500     END-READ.
055500     CLOSE PP-SAP-FILE.
055500 4800-PURGE-SAP-STATUS-REPORT.
055500     MOVE 'SAPSTAT ' TO WS-FILE-LABEL.
055500     PERFORM 8000-WRITE-ONE-CERTIFICATE
055500         THRU 8000-WRITE-ONE-CERTIFICATE-EXIT.
055500 4800-PURGE-SAP-STATUS-EXIT.
055500     EXIT.
055500*--------------------------------------------------------------*
055500* 4850-PURGE-COHORT - THE COHORT RETENTION-TRACKING RECORD.   *
055500*--------------------------------------------------------------*
055500 4850-PURGE-COHORT.
055500     MOVE 0 TO WS-REMOVED-COUNT.
055500     MOVE 0 TO WS-REMAINING-COUNT.
055500     OPEN I-O PP-COHORT-FILE.
055500     IF NOT WS-COHORT-OK
055500         GO TO 4850-PURGE-COHORT-REPORT
055500     END-IF.
055500     MOVE WS-PURGE-ID TO COH-STUDENT-ID.
055500     DELETE PP-COHORT-FILE RECORD
055500         INVALID KEY
055500             CONTINUE
055500         NOT INVALID KEY
055500             ADD 1 TO WS-REMOVED-COUNT
055500     END-DELETE.
055500     MOVE WS-PURGE-ID TO COH-STUDENT-ID.
055500     READ PP-COHORT-FILE
055500         INVALID KEY
055500             CONTINUE
055500         NOT INVALID KEY
055500             ADD 1 TO WS-REMAINING-COUNT
055500     END-READ.
055500     CLOSE PP-COHORT-FILE.
055500 4850-PURGE-COHORT-REPORT.
055500     MOVE 'COHORT  ' TO WS-FILE-LABEL.
055500     PERFORM 8000-WRITE-ONE-CERTIFICATE
055500         THRU 8000-WRITE-ONE-CERTIFICATE-EXIT.
055500 4850-PURGE-COHORT-EXIT.
055500     EXIT.
055500*--------------------------------------------------------------*
055500* 4900-PURGE-BALANCE - THE STUBAL BALANCE RECORD. THE STUACCT *
055500* REWRITE HAS ALREADY REBUILT STUBAL WITHOUT THE ID; THIS     *
055500* CATCHES A RUN WHERE STUACCT COULD NOT BE OPENED, AND        *
055500* RE-READS THE KEY FOR THE CERTIFICATE.                       *
055500*--------------------------------------------------------------*
055500 4900-PURGE-BALANCE.
055500     MOVE 0 TO WS-REMOVED-COUNT.
055500     MOVE 0 TO WS-REMAINING-COUNT.
055500     OPEN I-O PP-BAL-FILE.
055500     IF NOT WS-BAL-OK
055500         GO TO 4900-PURGE-BALANCE-REPORT
055500     END-IF.
055500     MOVE WS-PURGE-ID TO SBL-STUDENT-ID.
055500     DELETE PP-BAL-FILE RECORD
055500         INVALID KEY
055500             CONTINUE
055500         NOT INVALID KEY
055500             ADD 1 TO WS-REMOVED-COUNT
055500     END-DELETE.
055500     MOVE WS-PURGE-ID TO SBL-STUDENT-ID.
055500     READ PP-BAL-FILE
055500         INVALID KEY
055500             CONTINUE
055500         NOT INVALID KEY
055500             ADD 1 TO WS-REMAINING-COUNT
055500     END-READ.
055500     CLOSE PP-BAL-FILE.
055500 4900-PURGE-BALANCE-REPORT.
055500     MOVE 'STUBAL  ' TO WS-FILE-LABEL.
055500     PERFORM 8000-WRITE-ONE-CERTIFICATE
055500         THRU 8000-WRITE-ONE-CERTIFICATE-EXIT.
055500 4900-PURGE-BALANCE-EXIT.
055500     EXIT.
055600*--------------------------------------------------------------*
055700* 8000-WRITE-ONE-CERTIFICATE - ONE FILE'S LINE ON THE           *
055800* DESTRUCTION CERTIFICATE: THE REPORT LINE AND THE AUDITLOG     *
061300     CLOSE PP-AUDIT-FILE.
061400 8500-WRITE-CERTIFICATE-TOTAL-EXIT.
061500     EXIT.
061500*--------------------------------------------------------------*
061500* 8700-JOURNAL-ACCT-POST - ONE STUACCT RECORD JUST WRITTEN     *
061500* BACK BY THE PURGE, ONTO THE RCVJRNL FORWARD-RECOVERY JOURNAL *
061500* AFTER THE RELOAD MARKER.                                     *
061500*--------------------------------------------------------------*
061500 8700-JOURNAL-ACCT-POST.
061500     MOVE 'PRIVPURG' TO JR-PROGRAM-ID.
061500     SET JR-FILE-ACCOUNT TO TRUE.
061500     SET JR-ADD TO TRUE.
061500     MOVE SPACES TO JR-RECORD-KEY.
061500     MOVE PP-SEQ-RECORD (WS-ID-OFFSET:9) TO JR-RECORD-KEY (1:9).
061500     MOVE SPACES TO JR-BEFORE-IMAGE.
061500     MOVE PP-SEQ-RECORD TO JR-AFTER-IMAGE.
061500     CALL 'JRNLLOG' USING JRNL-PARM-BLOCK.
061500 8700-JOURNAL-ACCT-POST-EXIT.
061500     EXIT.
061500*--------------------------------------------------------------*
061500* 8710-JOURNAL-ENROLL-DELETE - THE ENRLMAST KEY JUST PURGED    *
061500* ONTO THE RCVJRNL FORWARD-RECOVERY JOURNAL. THE KEY IS ALL A  *
061500* ROLL-FORWARD NEEDS; THE PURGED RECORD ITSELF IS NOT COPIED   *
061500* TO THE JOURNAL.                                              *
061500*--------------------------------------------------------------*
061500 8710-JOURNAL-ENROLL-DELETE.
061500     MOVE 'PRIVPURG' TO JR-PROGRAM-ID.
061500     SET JR-FILE-ENROLL TO TRUE.
061500     SET JR-DELETE TO TRUE.
061500     MOVE ENR-KEY TO JR-RECORD-KEY.
061500     MOVE SPACES TO JR-BEFORE-IMAGE.
061500     MOVE SPACES TO JR-AFTER-IMAGE.
061500     CALL 'JRNLLOG' USING JRNL-PARM-BLOCK.
061500 8710-JOURNAL-ENROLL-DELETE-EXIT.
061500     EXIT.
061500*--------------------------------------------------------------*
061500* 8750-JOURNAL-MASTER-DELETE - THE STUMAST KEY JUST PURGED     *
061500* ONTO THE RCVJRNL FORWARD-RECOVERY JOURNAL, KEY ONLY, AS FOR  *
061500* THE ENROLLMENTS.                                             *
061500*--------------------------------------------------------------*
061500 8750-JOURNAL-MASTER-DELETE.
061500     MOVE 'PRIVPURG' TO JR-PROGRAM-ID.
061500     SET JR-FILE-MASTER TO TRUE.
061500     SET JR-DELETE TO TRUE.
061500     MOVE SPACES TO JR-RECORD-KEY.
061500     MOVE WS-PURGE-ID TO JR-RECORD-KEY (1:9).
061500     MOVE SPACES TO JR-BEFORE-IMAGE.
061500     MOVE SPACES TO JR-AFTER-IMAGE.
061500     CALL 'JRNLLOG' USING JRNL-PARM-BLOCK.
061500 8750-JOURNAL-MASTER-DELETE-EXIT.
061500     EXIT.
061500*--------------------------------------------------------------*
061500* 8760-JOURNAL-ACCT-RELOAD - THE PURGE REWRITES STUACCT WHOLE, *
061500* SO THE JOURNAL GETS A RELOAD MARKER - A ROLL-FORWARD EMPTIES *
061500* THE FILE THERE - AND THEN EVERY RECORD WRITTEN BACK.         *
061500*--------------------------------------------------------------*
061500 8760-JOURNAL-ACCT-RELOAD.
061500     MOVE 'PRIVPURG' TO JR-PROGRAM-ID.
061500     SET JR-FILE-ACCOUNT TO TRUE.
061500     SET JR-RELOAD TO TRUE.
061500     MOVE SPACES TO JR-RECORD-KEY.
061500     MOVE SPACES TO JR-BEFORE-IMAGE.
061500     MOVE SPACES TO JR-AFTER-IMAGE.
061500     CALL 'JRNLLOG' USING JRNL-PARM-BLOCK.
061500 8760-JOURNAL-ACCT-RELOAD-EXIT.
061500     EXIT.
061500*--------------------------------------------------------------*
061500* 8780-POST-ACCT-BALANCE - THE STUACCT POSTING JUST WRITTEN,   *
061500* ONTO THE STUDENT'S STUBAL BALANCE RECORD THROUGH BALPOST, IN *
061500* THE SAME UNIT OF WORK AS THE WRITE.                          *
061500*--------------------------------------------------------------*
061500 8780-POST-ACCT-BALANCE.
061500     MOVE 'PRIVPURG' TO BP-PROGRAM-ID.
061500     SET BP-POST TO TRUE.
061500     MOVE PP-SEQ-RECORD (1:64) TO BP-ACCT-RECORD.
061500     CALL 'BALPOST' USING BAL-PARM-BLOCK.
061500 8780-POST-ACCT-BALANCE-EXIT.
061500     EXIT.
061500*--------------------------------------------------------------*
061500* 8790-BEGIN-BALANCE-REBUILD - THE PURGE REWRITES STUACCT      *
061500* WHOLE, SO STUBAL IS EMPTIED AND HELD OPEN; EACH RECORD       *
061500* WRITTEN BACK IS POSTED ONTO IT AGAIN THROUGH 8780.           *
061500*--------------------------------------------------------------*
061500 8790-BEGIN-BALANCE-REBUILD.
061500     MOVE 'PRIVPURG' TO BP-PROGRAM-ID.
061500     SET BP-BULK-BEGIN TO TRUE.
061500     CALL 'BALPOST' USING BAL-PARM-BLOCK.
061500 8790-BEGIN-BALANCE-REBUILD-EXIT.
061500     EXIT.
061500*--------------------------------------------------------------*
061500* 8795-END-BALANCE-REBUILD - STUBAL CLOSED ONCE STUACCT HAS    *
061500* BEEN WRITTEN BACK.                                           *
061500*--------------------------------------------------------------*
061500 8795-END-BALANCE-REBUILD.
061500     MOVE 'PRIVPURG' TO BP-PROGRAM-ID.
061500     SET BP-BULK-END TO TRUE.
061500     CALL 'BALPOST' USING BAL-PARM-BLOCK.
061500 8795-END-BALANCE-REBUILD-EXIT.
061500     EXIT.
061600*--------------------------------------------------------------*
061700* 9999-EXIT                                                    *
061800*--------------------------------------------------------------*
