      *----------------------------------------------------------*
      * SPONMREC - THIRD-PARTY SPONSOR MASTER, ONE RECORD PER     *
      * SPONSOR ON THE BURSAR'S SPONMAST FILE: THE EMPLOYER, STATE*
      * AGENCY OR SPONSORING GOVERNMENT THAT PAYS STUDENT CHARGES *
      * UNDER A SPONAUTH AUTHORIZATION. SPONBILL ADDRESSES THE    *
      * SPONSOR'S INVOICE FROM HERE AND DATES IT DUE THE TERMS    *
      * DAYS AFTER THE BILLING DATE. AN INACTIVE SPONSOR TAKES NO *
      * NEW CHARGES BUT IS STILL INVOICED FOR WHAT IT OWES.       *
      *----------------------------------------------------------*
       01  SPONSOR-MASTER-RECORD.
           05  SPM-SPONSOR-ID       PIC X(06).
           05  SPM-NAME             PIC X(30).
           05  SPM-TYPE             PIC X(01).
               88  SPM-EMPLOYER     VALUE 'E'.
               88  SPM-AGENCY       VALUE 'A'.
               88  SPM-GOVERNMENT   VALUE 'G'.
           05  SPM-ATTENTION        PIC X(25).
           05  SPM-ADDR-LINE1       PIC X(30).
           05  SPM-ADDR-LINE2       PIC X(30).
           05  SPM-CITY             PIC X(20).
           05  SPM-STATE            PIC X(02).
           05  SPM-ZIP              PIC X(10).
           05  SPM-TERMS-DAYS       PIC 9(03).
           05  SPM-STATUS           PIC X(01).
               88  SPM-ACTIVE       VALUE 'A' ' '.
               88  SPM-INACTIVE     VALUE 'I'.
