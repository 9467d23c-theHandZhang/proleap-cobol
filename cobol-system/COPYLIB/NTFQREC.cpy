      *----------------------------------------------------------*
      * NTFQREC - SHARED NOTIFICATION QUEUE RECORD. ANY STEP THAT *
      * NEEDS A STUDENT TOLD OF SOMETHING APPENDS ONE RECORD TO   *
      * NOTIFQUE (OPEN EXTEND) WITH ITS OWN NOTICE TYPE AND TEXT; *
      * THE NEXT NIGHTLY NOTIFEXT RUN ADDS THE NAME AND MAILING   *
      * ADDRESS, SENDS IT TO THE PRINT SHOP WITH THE REST OF THE  *
      * NIGHT'S NOTICES AND EMPTIES THE QUEUE.                    *
      *----------------------------------------------------------*
       01  NOTIF-QUEUE-RECORD.
           05  NQ-STUDENT-ID        PIC 9(09).
           05  NQ-NOTICE-TYPE       PIC X(08).
           05  NQ-NOTICE-TEXT       PIC X(30).
           05  NQ-SOURCE            PIC X(08).
           05  NQ-QUEUE-DATE        PIC 9(08).
