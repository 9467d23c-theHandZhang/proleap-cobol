      *----------------------------------------------------------*
      * ACADCREC - SHARED ACADEMIC CALENDAR RECORD, ONE PER TERM, *
      * KEYED IN BY THE REGISTRAR ON THE ACADCAL MEMBER. EVERY    *
      * TERM DEADLINE THE SUITE ENFORCES COMES FROM HERE:         *
      * ENRLPOST TAKES ADDS FROM REGISTRATION OPEN THROUGH THE    *
      * LAST ADD DAY, DELETES A DROP THROUGH THE LAST DAY TO DROP *
      * WITHOUT RECORD, MARKS IT W THROUGH THE LAST DAY TO        *
      * WITHDRAW AND REFUSES IT AFTER; EVALSTMT AND CENSUSRP TAKE *
      * THE CENSUS DATE AND TUITCALC THE PRICING WINDOW; R2T4CALC *
      * MEASURES A WITHDRAWAL FROM THE FIRST DAY OF CLASSES TO    *
      * THE TERM END FOR THE RETURN OF FEDERAL AID. A LINE        *
      * WITH * IN COLUMN 1 IS A COMMENT. DATES ARE YYYYMMDD.      *
      *----------------------------------------------------------*
       01  ACAD-CAL-RECORD.
           05  ACL-TERM             PIC X(06).
           05  ACL-REG-OPEN-DATE    PIC 9(08).
           05  ACL-LAST-ADD-DATE    PIC 9(08).
           05  ACL-LAST-DROP-DATE   PIC 9(08).
           05  ACL-CENSUS-DATE      PIC 9(08).
           05  ACL-LAST-WDRAW-DATE  PIC 9(08).
           05  ACL-TERM-END-DATE    PIC 9(08).
           05  ACL-CLASS-START-DATE PIC 9(08).
