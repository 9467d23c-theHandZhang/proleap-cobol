      *----------------------------------------------------------*
      * TRNRQREC - SHARED TRANSCRIPT REQUEST QUEUE RECORD. LOOKUP *
      * APPENDS ONE PENDING RECORD PER OFFICIAL TRANSCRIPT ASKED  *
      * FOR (STUDENT, RECIPIENT, DELIVERY TYPE) UNDER THE SIGNED- *
      * ON OPERATOR; THE NIGHTLY TRANSCRP STEP ISSUES OR REFUSES  *
      * EACH ONE AND STAMPS THE DISPOSITION BACK ON THE RECORD,   *
      * WHICH STAYS ON THE QUEUE AS THE RECORD OF WHAT WAS SENT   *
      * TO WHOM. TRQ-REQUEST-NO IS THE AUDITLOG KEY COUNT.        *
      *----------------------------------------------------------*
       01  TRN-REQUEST-RECORD.
           05  TRQ-STATUS           PIC X(01).
               88  TRQ-PENDING      VALUE 'P'.
               88  TRQ-ISSUED       VALUE 'I'.
               88  TRQ-REFUSED      VALUE 'R'.
           05  TRQ-REQUEST-NO       PIC 9(08).
           05  TRQ-STUDENT-ID       PIC 9(09).
           05  TRQ-RECIPIENT        PIC X(30).
           05  TRQ-DELIVERY-TYPE    PIC X(01).
               88  TRQ-BY-MAIL      VALUE 'M'.
               88  TRQ-ELECTRONIC   VALUE 'E'.
               88  TRQ-PICKUP       VALUE 'P'.
               88  TRQ-VALID-DELIVERY VALUE 'M' 'E' 'P'.
           05  TRQ-REQUEST-OPER     PIC X(08).
           05  TRQ-REQUEST-DATE     PIC 9(08).
           05  TRQ-REQUEST-TIME     PIC 9(08).
           05  TRQ-DISPOSE-DATE     PIC 9(08).
           05  TRQ-REASON           PIC X(20).
