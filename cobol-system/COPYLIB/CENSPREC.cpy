      *----------------------------------------------------------*
      * CENSPREC - ONE STUDENT OF THE CENSUS POPULATION ON THE   *
      * CENSPOP FILE. ON THE ACTIVE TERM'S CENSUS DATE CENSUSRP  *
      * WRITES ONE RECORD FOR EVERY STUDENT IT COUNTS, IN        *
      * STUMAST ORDER, WITH THE SAME PROGRAM, STATUS AND         *
      * RESIDENCY IT COUNTED THEM UNDER. COHORTRP BUILDS AND     *
      * AGES THE RETENTION COHORTS FROM IT AND EMPTIES THE FILE  *
      * ONCE APPLIED.                                            *
      *----------------------------------------------------------*
       01  CENS-POP-RECORD.
           05  CPP-TERM             PIC X(06).
           05  CPP-CENSUS-DATE      PIC 9(08).
           05  CPP-STUDENT-ID       PIC 9(09).
           05  CPP-PROGRAM-CODE     PIC X(04).
           05  CPP-ENROLL-STATUS    PIC X(01).
               88  CPP-GRADUATED    VALUE 'G'.
           05  CPP-RESIDENT-FLAG    PIC X(01).
