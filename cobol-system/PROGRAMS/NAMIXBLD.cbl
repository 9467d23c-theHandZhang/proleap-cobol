001400*                WITH THE SOUNDEX CODE. RUN WITH THE CYCLE AND  *
001500*                LOOKUP HELD; MASTUPDT MAINTAINS THE INDEX      *
001600*                FROM THEN ON. PROOF COUNTS DISPLAY AT END.     *
001600* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 145 BYTES FOR THE  *
001600*                ACADEMIC STANDING CODE AND ITS EFFECTIVE TERM,  *
001600*                STAMPED AT TERM END BY ACADSTND.                *
001600* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 153 BYTES FOR THE  *
001600*                DEGREE CONFERRAL DATE, STAMPED BY GRADCONF.     *
001600* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 170 BYTES FOR THE  *
001600*                DIRECTORY-INFORMATION CONFIDENTIALITY FLAG,     *
001600*                ITS DATE AND REQUESTING OPERATOR.               *
001600* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 186 BYTES FOR THE  *
001600*                DATE OF DEATH AND ITS VERIFICATION SOURCE.      *
001700*--------------------------------------------------------------*
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
003400 01  STM-RECORD.
003500     05  STM-STUDENT-ID          PIC 9(09).
003600     05  STM-NAME                PIC X(25).
003700     05  FILLER                  PIC X(152).
003800 FD  NB-NAMIX-FILE.
003900 01  NIX-RECORD.
004000     05  NIX-KEY.
