002410*                FOLDS INTO MTINPUT. FAILURES GO TO ADMREJ      *
002420*                WITH A REASON; ADMRPT PROVES RECORDS IN =      *
002430*                NEW + KNOWN + REJECTED.                        *
002430* 10/15/26  DW   EVALAPPS RECORD CARRIES A HOUSING STATUS BYTE  *
002430*                FOR EVALSTMT'S COST-OF-ATTENDANCE BUDGETS; THE *
002430*                ADMISSIONS EXTRACT LEAVES IT BLANK.            *
002430* 10/15/26  DW   APPLICANT'S ADMISSION DOCUMENT CHECKLIST       *
002430*                OPENED ON STUDOCS THROUGH DOCLIST FOR EVERY    *
002430*                ADMAPPS RECORD WRITTEN.                        *
002430* 10/15/26  DW   MASTFEED RECORD WIDENED TO 140 BYTES FOR THE   *
002430*                CONFIDENTIALITY FLAG AND REQUESTING OPERATOR;  *
002430*                AN ADMISSIONS ADD LEAVES BOTH BLANK.           *
002430* 10/15/26  DW   MASTFEED RECORD WIDENED TO 148 BYTES FOR THE   *
002430*                DEATH VERIFICATION SOURCE, LEFT BLANK ON ADDS. *
002500*--------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
008000     05  APP-AGE3             PIC 9(02).
008100     05  APP-DOB              PIC 9(08).
008200     05  APP-TERM             PIC X(06).
008210     05  APP-HOUSING-STATUS   PIC X(01).
008300 FD  AI-MASTFEED-FILE.
008400 01  MFD-RECORD.
008500     05  MFD-ACTION           PIC X(01).
009700     05  MFD-ZIP              PIC X(05).
009800     05  MFD-EFFECTIVE-DATE   PIC 9(08).
009900     05  MFD-DOB              PIC 9(08).
009910     05  MFD-CONFID-FLAG      PIC X(01).
009920     05  MFD-REQUEST-OPER     PIC X(08).
009930     05  MFD-VERIFY-SOURCE    PIC X(08).
010000 FD  AI-REJECT-FILE.
010100 01  ARJ-RECORD.
010200     05  ARJ-REASON-CODE      PIC X(04).
014100     88  WS-UTIL-STATUS-WARN  VALUE 'WN'.
014200 COPY SUITEPRM.
014300 COPY CKDGPARM.
014310 COPY DOCPARM.
014400 PROCEDURE DIVISION.
014500 0000-MAINLINE.
014600     PERFORM 0010-READ-SUITE-PARM
035100* 5000-WRITE-ONE-APPLICATION - THE CLEAN EVALAPPS RECORD. THE   *
035200* AGE FIELD IS LEFT ZERO - EVALSTMT DERIVES AGE FROM THE DATE   *
035300* OF BIRTH AND THE CENSUS DATE.                                 *
035310* THE APPLICANT'S ADMISSION DOCUMENT CHECKLIST IS OPENED ON     *
035320* STUDOCS THROUGH DOCLIST AT THE SAME TIME.                     *
035400*--------------------------------------------------------------*
035500 5000-WRITE-ONE-APPLICATION.
035600     MOVE SPACES TO APP-RECORD.
036100     MOVE ADM-DOB TO APP-DOB.
036200     MOVE ADM-TERM TO APP-TERM.
036300     WRITE APP-RECORD.
036310     IF NOT SP-TEST-MODE
036320         SET DP-OPEN-CHECKLIST TO TRUE
036330         MOVE WS-STUDENT-ID TO DP-STUDENT-ID
036340         MOVE 'ADM' TO DP-PROCESS
036350         MOVE WS-RUN-DATE TO DP-RUN-DATE
036360         CALL 'DOCLIST' USING DOC-PARM-BLOCK
036370     END-IF.
036400 5000-WRITE-ONE-APPLICATION-EXIT.
036500     EXIT.
036600*--------------------------------------------------------------*
