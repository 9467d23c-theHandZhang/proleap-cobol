           05  SUB-AMOUNT           PIC S9(07)V99
                                    SIGN LEADING SEPARATE.
           05  SUB-DESC             PIC X(20).
      *----------------------------------------------------------*
      * SUB-TUITION-DESC - A TUITCALC ASSESSMENT IS POSTED ONE    *
      * RECORD PER ENROLLMENT, ITS DESCRIPTION THE TERM, COURSE,  *
      * SECTION AND CREDIT HOURS CHARGED.                         *
      *----------------------------------------------------------*
           05  SUB-TUITION-DESC REDEFINES SUB-DESC.
               10  SUB-TUIT-TERM    PIC X(06).
               10  FILLER           PIC X(01).
               10  SUB-TUIT-COURSE-ID PIC X(06).
               10  FILLER           PIC X(01).
               10  SUB-TUIT-SECTION PIC X(03).
               10  FILLER           PIC X(01).
               10  SUB-TUIT-CREDITS PIC 9(02).
