002010*                ID RE-ISSUED FROM THE POOL WOULD OTHERWISE     *
002020*                FAIL THE CHECK EVERYWHERE WITH NO MAPPING.     *
002030*                CKDCONVR CARRIES THE SPLIT.                    *
002030* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 145 BYTES FOR THE  *
002030*                ACADEMIC STANDING CODE AND ITS EFFECTIVE TERM,  *
002030*                STAMPED AT TERM END BY ACADSTND.                *
002030* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 153 BYTES FOR THE  *
002030*                DEGREE CONFERRAL DATE, STAMPED BY GRADCONF.     *
002030* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 170 BYTES FOR THE  *
002030*                DIRECTORY-INFORMATION CONFIDENTIALITY FLAG,     *
002030*                ITS DATE AND REQUESTING OPERATOR.               *
002030* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 186 BYTES FOR THE  *
002030*                DATE OF DEATH AND ITS VERIFICATION SOURCE.      *
002100*--------------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
004000 FD  CK-MASTER-FILE.
004100 01  STM-RECORD.
004200     05  STM-STUDENT-ID       PIC 9(09).
004300     05  STM-REST             PIC X(177).
004400 FD  CK-XREF-FILE.
004500 01  XRF-RECORD.
004600     05  XRF-LEGACY-ID        PIC 9(09).
