      *----------------------------------------------------------*
      * DECDQREC - SHARED DECEASED-PROCESSING QUEUE RECORD. THE   *
      * STEP THAT RECORDS A STUDENT'S DEATH ON STUMAST (MASTUPDT  *
      * FROM THE MASTFEED, LOOKUP FROM A SUPERVISOR'S SCREEN)     *
      * APPENDS ONE RECORD TO DECDQUE (OPEN EXTEND) WITH THE DATE *
      * OF DEATH, HOW IT WAS VERIFIED AND WHO ENTERED IT. THE     *
      * NEXT NIGHTLY DECDPROC RUN CANCELS THE STUDENT'S OPEN AID, *
      * DROPS THEIR FUTURE ENROLLMENTS, LISTS THE ACCOUNT FOR     *
      * WRITE-OFF REVIEW AND EMPTIES THE QUEUE.                   *
      *----------------------------------------------------------*
       01  DECD-QUEUE-RECORD.
           05  DQ-STUDENT-ID        PIC 9(09).
           05  DQ-DEATH-DATE        PIC 9(08).
           05  DQ-VERIFY-SOURCE     PIC X(08).
           05  DQ-REQUEST-OPER      PIC X(08).
           05  DQ-SOURCE            PIC X(08).
           05  DQ-QUEUE-DATE        PIC 9(08).
