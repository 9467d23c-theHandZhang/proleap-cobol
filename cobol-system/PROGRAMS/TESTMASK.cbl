002200*                COPIES STAY INTERNALLY CONSISTENT AND AN       *
002300*                SP-TEST-MODE CYCLE CAN RUN END TO END WITH NO  *
002400*                REAL IDENTITY IN THE TEST DATASETS.            *
002400* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 145 BYTES FOR THE  *
002400*                ACADEMIC STANDING CODE AND ITS EFFECTIVE TERM,  *
002400*                STAMPED AT TERM END BY ACADSTND.                *
002400* 10/15/26  DW   EVALAPPS RECORD LENGTHENED FOR THE HOUSING      *
002400*                STATUS BYTE.                                    *
002400* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 153 BYTES FOR THE  *
002400*                DEGREE CONFERRAL DATE, STAMPED BY GRADCONF.     *
002400* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 170 BYTES FOR THE  *
002400*                DIRECTORY-INFORMATION CONFIDENTIALITY FLAG,     *
002400*                ITS DATE AND REQUESTING OPERATOR.               *
002400* 10/15/26  DW   MASTFEED RECORD WIDENED TO 140 BYTES FOR THE    *
002400*                CONFIDENTIALITY FLAG AND REQUESTING OPERATOR,   *
002400*                CARRIED UNMASKED.                               *
002400* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 186 BYTES FOR THE  *
002400*                DATE OF DEATH AND ITS VERIFICATION SOURCE.      *
002400* 10/15/26  DW   MASTFEED RECORD WIDENED TO 148 BYTES FOR THE    *
002400*                DEATH VERIFICATION SOURCE, COPIED THROUGH AS    *
002400*                IS.                                             *
002400* 10/15/26  DW   MASTFEED RECORD WIDENED TO 164 BYTES FOR THE    *
002400*                RESUBMIT OPERATOR AND DATE STAMP, COPIED        *
002400*                THROUGH AS IS.                                  *
002500*--------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
007600     05  STM-ZIP              PIC X(05).
007700     05  STM-WITHDRAW-DATE    PIC 9(08).
007800     05  STM-DOB              PIC 9(08).
007800     05  STM-STANDING-CODE    PIC X(01).
007800     05  STM-STANDING-TERM    PIC X(06).
007800     05  STM-CONFER-DATE      PIC 9(08).
007800     05  STM-CONFID-FLAG      PIC X(01).
007800     05  STM-CONFID-DATE      PIC 9(08).
007800     05  STM-CONFID-OPER      PIC X(08).
007800     05  STM-DEATH-DATE       PIC 9(08).
007800     05  STM-DEATH-SOURCE     PIC X(08).
007900 FD  TM-MASTER-OUT.
008000 01  STT-RECORD.
008100     05  STT-STUDENT-ID       PIC 9(09).
008200     05  STT-REST             PIC X(177).
008300 FD  TM-APPS-IN.
008400 01  APP-RECORD.
008500     05  APP-STUDENT-ID       PIC 9(09).
008800     05  APP-AGE3             PIC 9(02).
008900     05  APP-DOB              PIC 9(08).
008910     05  APP-TERM             PIC X(06).
008920     05  APP-HOUSING-STATUS   PIC X(01).
009000 FD  TM-APPS-OUT.
009010 01  APT-RECORD               PIC X(31).
009200 FD  TM-CONDFEED-IN.
009300 01  CFD-RECORD.
009400     05  CFD-STUDENT-ID       PIC 9(09).
010500     05  MFD-REST             PIC X(80).
010600     05  MFD-EFFECTIVE-DATE   PIC 9(08).
010700     05  MFD-DOB              PIC 9(08).
010710     05  MFD-CONFID-FLAG      PIC X(01).
010720     05  MFD-REQUEST-OPER     PIC X(08).
010730     05  MFD-VERIFY-SOURCE    PIC X(08).
010740     05  MFD-RESUB-STAMP.
010750         10  MFD-RESUB-OPER   PIC X(08).
010760         10  MFD-RESUB-DATE   PIC 9(08).
010800 FD  TM-MASTFEED-OUT.
010810 01  MFT-RECORD               PIC X(164).
011000 FD  TM-XREF-OUT.
011100 01  MSK-RECORD.
011200     05  MSK-OLD-ID           PIC 9(09).
