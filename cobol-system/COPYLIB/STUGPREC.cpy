      *----------------------------------------------------------*
      * STUGPREC - SHARED STUDENT GPA SUMMARY RECORD. ONE RECORD  *
      * PER STUDENT PER GRADED TERM ON THE INDEXED STUGPA FILE,   *
      * REBUILT BY GRADPOST FROM ACADHIST WHENEVER A GRADE FOR    *
      * THE STUDENT POSTS. THE TERM FIGURES COVER THAT TERM ONLY; *
      * THE CUMULATIVE FIGURES RUN THROUGH THAT TERM IN CALENDAR  *
      * ORDER (SP, SU, FA WITHIN THE YEAR), SO THE RECORD FOR THE *
      * LATEST TERM CARRIES THE STUDENT'S CURRENT CUMULATIVE GPA. *
      * GPA IS QUALITY POINTS OVER GPA HOURS, ROUNDED.            *
      *----------------------------------------------------------*
       01  STU-GPA-RECORD.
           05  GPA-KEY.
               10  GPA-STUDENT-ID   PIC 9(09).
               10  GPA-TERM         PIC X(06).
           05  GPA-TERM-ATTEMPTED   PIC 9(03).
           05  GPA-TERM-EARNED      PIC 9(03).
           05  GPA-TERM-GPA-HOURS   PIC 9(03).
           05  GPA-TERM-QUAL-POINTS PIC 9(05)V99.
           05  GPA-TERM-GPA         PIC 9(01)V99.
           05  GPA-CUM-ATTEMPTED    PIC 9(04).
           05  GPA-CUM-EARNED       PIC 9(04).
           05  GPA-CUM-GPA-HOURS    PIC 9(04).
           05  GPA-CUM-QUAL-POINTS  PIC 9(05)V99.
           05  GPA-CUM-GPA          PIC 9(01)V99.
           05  GPA-LAST-POST-DATE   PIC 9(08).
