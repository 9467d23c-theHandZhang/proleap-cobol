      *----------------------------------------------------------*
      * ACADHREC - SHARED ACADEMIC HISTORY RECORD. ONE RECORD PER *
      * GRADED ENROLLMENT, KEYED EXACTLY LIKE ENR-KEY (STUDENT,   *
      * COURSE, SECTION, TERM) ON THE INDEXED ACADHIST FILE THAT  *
      * GRADPOST MAINTAINS FROM THE FACULTY GRADE FEED. THE       *
      * CREDIT HOURS ARE CARRIED ACROSS FROM ENRLMAST AT POSTING  *
      * TIME; THE QUALITY POINTS ARE HOURS TIMES THE GRADE-SCALE  *
      * POINTS, AND THE THREE FLAGS SAY WHETHER THE GRADE COUNTS  *
      * TOWARD GPA HOURS, EARNED HOURS AND ATTEMPTED HOURS. A     *
      * GRADE CHANGE KEEPS THE GRADE IT REPLACED.                 *
      *----------------------------------------------------------*
       01  ACAD-HIST-RECORD.
           05  AHS-KEY.
               10  AHS-STUDENT-ID   PIC 9(09).
               10  AHS-COURSE-ID    PIC X(06).
               10  AHS-SECTION      PIC X(03).
               10  AHS-TERM         PIC X(06).
           05  AHS-CREDIT-HOURS     PIC 9(02).
           05  AHS-GRADE            PIC X(02).
           05  AHS-QUALITY-POINTS   PIC 9(03)V99.
           05  AHS-GPA-FLAG         PIC X(01).
               88  AHS-IN-GPA       VALUE 'Y'.
           05  AHS-EARNED-FLAG      PIC X(01).
               88  AHS-HOURS-EARNED VALUE 'Y'.
           05  AHS-ATTEMPTED-FLAG   PIC X(01).
               88  AHS-HOURS-ATTEMPTED VALUE 'Y'.
           05  AHS-POST-DATE        PIC 9(08).
           05  AHS-PRIOR-GRADE      PIC X(02).
