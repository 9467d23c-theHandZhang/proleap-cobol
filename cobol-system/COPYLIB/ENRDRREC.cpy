      *----------------------------------------------------------*
      * ENRDRREC - SHARED ENROLLMENT DROP RECORD. ENRLPOST        *
      * APPENDS ONE TO ENRLDROP FOR EVERY DROP IT POSTS - A       *
      * DELETE THROUGH THE LAST DAY TO DROP (TYPE D) OR A W       *
      * RECORD AFTER IT (TYPE W) - CARRYING WHAT THE ENROLLMENT   *
      * LOOKED LIKE, SINCE A DELETED ONE IS NO LONGER ON          *
      * ENRLMAST. TUITCALC PRICES THE REFUND FROM IT AGAINST THE  *
      * REFSCHED SCHEDULE AND EMPTIES THE FILE ONCE POSTED. THE   *
      * PRICED DATE IS THE BUSINESS DATE TUITCALC CHARGED THE     *
      * ENROLLMENT (ZERO IF IT NEVER WAS), SO A SAME-DAY DROP OF  *
      * AN ADD AN INTRADAY RUN ALREADY PRICED STILL REFUNDS.      *
      *----------------------------------------------------------*
       01  ENRL-DROP-RECORD.
           05  EDR-STUDENT-ID       PIC 9(09).
           05  EDR-COURSE-ID        PIC X(06).
           05  EDR-SECTION          PIC X(03).
           05  EDR-TERM             PIC X(06).
           05  EDR-CREDIT-HOURS     PIC 9(02).
           05  EDR-ADD-DATE         PIC 9(08).
           05  EDR-DROP-DATE        PIC 9(08).
           05  EDR-DROP-TYPE        PIC X(01).
               88  EDR-DELETED      VALUE 'D'.
               88  EDR-WITHDRAWN    VALUE 'W'.
           05  EDR-PRICED-DATE      PIC 9(08).
