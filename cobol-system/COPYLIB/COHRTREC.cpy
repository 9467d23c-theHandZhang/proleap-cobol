      *----------------------------------------------------------*
      * COHRTREC - ONE STUDENT'S RETENTION COHORT ON THE INDEXED *
      * COHORT FILE, KEYED BY STUDENT. COHORTRP WRITES IT AT THE *
      * FIRST CENSUS THE STUDENT IS COUNTED WITH AN ACTIVE       *
      * ENRLMAST ENROLLMENT IN THE TERM: THE ENTERING TERM,      *
      * ENTRY TYPE, PROGRAM, RESIDENCY AND AID RECIPIENCY ARE    *
      * FROZEN THERE. ENTRY TYPE F IS FIRST-TIME - NO ACADHIST   *
      * CREDIT FROM ANY EARLIER TERM; T IS TRANSFER - NEW TO THE *
      * COHORTS BUT CARRYING EARLIER CREDIT; C IS CONTINUING -   *
      * ALREADY ENROLLED WITH EARLIER CREDIT WHEN THE COHORT     *
      * FILE WAS FIRST BUILT. EVERY LATER CENSUS RESTAMPS THE    *
      * OUTCOME (E ENROLLED AT THAT CENSUS, G GRADUATED, L LEFT) *
      * AND, AT THE CENSUS OF THE NEXT TERM AND THE NEXT FALL    *
      * AFTER ENTRY, WHETHER THE STUDENT CAME BACK FOR IT. A     *
      * BLANK RETURN FLAG IS STILL TO COME.                      *
      *----------------------------------------------------------*
       01  COHORT-RECORD.
           05  COH-STUDENT-ID       PIC 9(09).
           05  COH-COHORT-TERM      PIC X(06).
           05  COH-COHORT-START     PIC 9(08).
           05  COH-ENTRY-TYPE       PIC X(01).
               88  COH-FIRST-TIME   VALUE 'F'.
               88  COH-TRANSFER     VALUE 'T'.
               88  COH-CONTINUING   VALUE 'C'.
           05  COH-PROGRAM-CODE     PIC X(04).
           05  COH-RESIDENT-FLAG    PIC X(01).
           05  COH-AID-FLAG         PIC X(01).
               88  COH-AID-RECIPIENT VALUE 'Y'.
           05  COH-ENTRY-DATE       PIC 9(08).
           05  COH-NEXT-TERM        PIC X(06).
           05  COH-NEXT-TERM-FLAG   PIC X(01).
               88  COH-NEXT-TERM-BACK VALUE 'Y'.
               88  COH-NEXT-TERM-DUE VALUE ' '.
           05  COH-NEXT-FALL        PIC X(06).
           05  COH-NEXT-FALL-FLAG   PIC X(01).
               88  COH-NEXT-FALL-BACK VALUE 'Y'.
               88  COH-NEXT-FALL-DUE VALUE ' '.
           05  COH-OUTCOME          PIC X(01).
               88  COH-ENROLLED     VALUE 'E'.
               88  COH-GRADUATED    VALUE 'G'.
               88  COH-LEFT         VALUE 'L'.
           05  COH-LAST-TERM        PIC X(06).
           05  COH-OUTCOME-DATE     PIC 9(08).
