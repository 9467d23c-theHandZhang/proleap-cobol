      *----------------------------------------------------------*
      * SECWTREC - SHARED SECTION WAITLIST RECORD. ENRLPOST        *
      * APPENDS ONE WAITING RECORD WHEN AN ADD ARRIVES FOR A FULL  *
      * SECTION, STAMPED WITH A RUNNING ARRIVAL NUMBER SO EACH     *
      * SECTION'S LINE IS FIRST-COME FIRST-SERVED. A DROP THAT     *
      * FREES A SEAT PROMOTES THE LOWEST WAITING ARRIVAL FOR THAT  *
      * SECTION; A DROP FOR A STUDENT STILL WAITING TAKES THEM     *
      * OFF THE LINE. ONLY WAITING RECORDS ARE CARRIED FORWARD     *
      * WHEN ENRLPOST REWRITES THE FILE. LOOKUP COUNTS A STUDENT'S *
      * POSITION FROM THE SAME FILE.                               *
      *----------------------------------------------------------*
       01  SEC-WAIT-RECORD.
           05  SWT-COURSE-ID        PIC X(06).
           05  SWT-SECTION          PIC X(03).
           05  SWT-TERM             PIC X(06).
           05  SWT-STUDENT-ID       PIC 9(09).
           05  SWT-ARRIVAL-NO       PIC 9(08).
           05  SWT-WAIT-DATE        PIC 9(08).
           05  SWT-STATUS           PIC X(01).
               88  SWT-WAITING      VALUE 'W'.
               88  SWT-PROMOTED     VALUE 'P'.
               88  SWT-REMOVED      VALUE 'X'.
