      *----------------------------------------------------------*
      * DOCRQREC - ONE CARD OF THE DOCREQS MEMBER. A D CARD NAMES *
      * A DOCUMENT A PROCESS REQUIRES (ADM ADMISSION, AID         *
      * FINANCIAL AID, RES RESIDENCY PETITION), ITS DESCRIPTION   *
      * FOR THE STUDENT'S NOTICE, AND HOW MANY DAYS A RECEIVED    *
      * COPY STAYS GOOD (ZERO = NEVER EXPIRES). THE R CARD HOLDS  *
      * THE DAYS BETWEEN MISSING-DOCUMENT REMINDERS.              *
      *----------------------------------------------------------*
       01  DOC-REQ-CARD.
           05  DRQ-CARD-TYPE        PIC X(01).
               88  DRQ-DOC-CARD     VALUE 'D'.
               88  DRQ-REMIND-CARD  VALUE 'R'.
           05  DRQ-PROCESS          PIC X(03).
           05  DRQ-DOC-TYPE         PIC X(04).
           05  DRQ-VALID-DAYS       PIC 9(04).
           05  DRQ-DOC-DESC         PIC X(20).
       01  DOC-REMIND-CARD REDEFINES DOC-REQ-CARD.
           05  FILLER               PIC X(01).
           05  DRM-REMIND-DAYS      PIC 9(03).
           05  FILLER               PIC X(28).
