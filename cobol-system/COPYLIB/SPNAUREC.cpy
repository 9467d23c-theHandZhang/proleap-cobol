      *----------------------------------------------------------*
      * SPNAUREC - STUDENT SPONSOR AUTHORIZATION, ONE RECORD PER  *
      * STUDENT, TERM AND SPONSOR ON THE BURSAR'S SPONAUTH FILE.  *
      * AN EMPLOYER, AGENCY OR GOVERNMENT HAS AGREED TO PAY THE   *
      * STUDENT'S CHARGES IN THE LEDGER CATEGORIES LISTED (EACH   *
      * LETTER A-E, LEFT-JUSTIFIED) UP TO THE CAP; A ZERO CAP     *
      * MEANS NO LIMIT. A REVOKED AUTHORIZATION IS KEPT FOR THE   *
      * RECORD BUT COVERS NOTHING. A SPONSORED STUDENT IS NOT     *
      * CHARGED A LATE FEE FOR THE TERM. SPONBILL MOVES THE       *
      * COVERED CHARGES TO THE SPONSOR ON SPONACCT AND QUOTES THE *
      * SPONSOR'S OWN AUTHORIZATION OR PURCHASE ORDER REFERENCE   *
      * ON THE INVOICE.                                           *
      *----------------------------------------------------------*
       01  SPONSOR-AUTH-RECORD.
           05  SPA-STUDENT-ID       PIC 9(09).
           05  SPA-TERM             PIC X(06).
           05  SPA-SPONSOR-ID       PIC X(06).
           05  SPA-CATEGORIES       PIC X(05).
           05  SPA-CAP-AMOUNT       PIC 9(07)V99.
           05  SPA-STATUS           PIC X(01).
               88  SPA-ACTIVE       VALUE 'A' ' '.
               88  SPA-REVOKED      VALUE 'X'.
           05  SPA-AUTH-REF         PIC X(12).
