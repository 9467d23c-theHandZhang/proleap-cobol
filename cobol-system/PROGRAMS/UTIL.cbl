002871* 09/02/26  DW   EVERY AUDITLOG ENTRY IS NOW SEQUENCE-         *
002871*                NUMBERED AND HASH-CHAINED THROUGH THE SHARED  *
002871*                AUDCHN ROUTINE BEFORE THE WRITE.              *
002871* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 145 BYTES FOR THE  *
002871*                ACADEMIC STANDING CODE AND ITS EFFECTIVE TERM,  *
002871*                STAMPED AT TERM END BY ACADSTND.                *
002871* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 153 BYTES FOR THE  *
002871*                DEGREE CONFERRAL DATE, STAMPED BY GRADCONF.     *
002871* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 170 BYTES FOR THE  *
002871*                DIRECTORY-INFORMATION CONFIDENTIALITY FLAG,     *
002871*                ITS DATE AND REQUESTING OPERATOR.               *
002871* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 186 BYTES FOR THE  *
002871*                DATE OF DEATH AND ITS VERIFICATION SOURCE.      *
001450*--------------------------------------------------------------*
001500 ENVIRONMENT DIVISION.
001600 INPUT-OUTPUT SECTION.
002887 FD  UTL-MASTER-FILE.
002888 01  STM-RECORD.
002888     05  STM-STUDENT-ID      PIC 9(09).
002888     05  FILLER              PIC X(177).
002880 FD  UTL-POOL-FILE.
002890 01  POOL-RECORD.
002891     05  POOL-STUDENT-ID     PIC 9(09).
