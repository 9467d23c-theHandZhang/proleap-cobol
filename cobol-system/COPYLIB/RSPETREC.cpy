      *----------------------------------------------------------*
      * RSPETREC - ONE RESIDENCY RECLASSIFICATION PETITION ON THE *
      * RESPETN QUEUE. AN UPDATE OPERATOR FILES IT IN LOOKUP WITH *
      * THE TERM THE RECLASSIFICATION TAKES EFFECT FOR, THE       *
      * THREE CONDFEED RESIDENCY CODES CLAIMED AND WHETHER THE    *
      * SUPPORTING DOCUMENTATION HAS BEEN RECEIVED. A SUPERVISOR  *
      * UNDER A SEPARATE SIGN-ON - THE DECIDING OFFICER - GRANTS  *
      * OR DENIES IT WITH A REASON. THE NIGHTLY RESAPPL STEP      *
      * FEEDS EACH GRANTED PETITION TO COND AND TO THE TUITCALC   *
      * RE-PRICE, THEN MARKS IT APPLIED. EVERY PETITION STAYS ON  *
      * THE QUEUE AS THE RECORD OF WHY THE STUDENT'S RESIDENCY    *
      * CHANGED.                                                  *
      *----------------------------------------------------------*
       01  RES-PETITION-RECORD.
           05  RPT-STATUS           PIC X(01).
               88  RPT-PENDING      VALUE 'P'.
               88  RPT-APPROVED     VALUE 'A'.
               88  RPT-DENIED       VALUE 'R'.
               88  RPT-APPLIED      VALUE 'D'.
           05  RPT-STUDENT-ID       PIC 9(09).
           05  RPT-TERM             PIC X(06).
           05  RPT-CLAIMED-CODES.
               10  RPT-COND1        PIC 9(01).
               10  RPT-COND2        PIC 9(01).
               10  RPT-COND3        PIC 9(01).
           05  RPT-DOCS-FLAG        PIC X(01).
               88  RPT-DOCS-RECEIVED VALUE 'Y'.
           05  RPT-DOCS-DESC        PIC X(20).
           05  RPT-REQUEST-OPER     PIC X(08).
           05  RPT-REQUEST-DATE     PIC 9(08).
           05  RPT-REQUEST-TIME     PIC 9(08).
           05  RPT-REVIEW-OPER      PIC X(08).
           05  RPT-REVIEW-DATE      PIC 9(08).
           05  RPT-REASON           PIC X(20).
           05  RPT-APPLIED-DATE     PIC 9(08).
