001500*                NURS/NRSG/NUR MESS BEFORE THE MASTUPDT EDIT    *
001600*                STARTS REJECTING THE CODES. RUN AD HOC; IT     *
001700*                WRITES NOTHING BUT THE PGMCLNR REPORT.         *
001700* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 145 BYTES FOR THE  *
001700*                ACADEMIC STANDING CODE AND ITS EFFECTIVE TERM,  *
001700*                STAMPED AT TERM END BY ACADSTND.                *
001700* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 153 BYTES FOR THE  *
001700*                DEGREE CONFERRAL DATE, STAMPED BY GRADCONF.     *
001700* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 170 BYTES FOR THE  *
001700*                DIRECTORY-INFORMATION CONFIDENTIALITY FLAG,     *
001700*                ITS DATE AND REQUESTING OPERATOR.               *
001700* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 186 BYTES FOR THE  *
001700*                DATE OF DEATH AND ITS VERIFICATION SOURCE.      *
001800*--------------------------------------------------------------*
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
004300     05  STM-STUDENT-ID       PIC 9(09).
004400     05  STM-NAME             PIC X(25).
004500     05  STM-PROGRAM-CODE     PIC X(04).
004600     05  STM-REST             PIC X(148).
004700 FD  PC-REPORT-FILE.
004800 01  PC-REPORT-RECORD.
004900     05  PCR-PROGRAM-CODE     PIC X(04).
