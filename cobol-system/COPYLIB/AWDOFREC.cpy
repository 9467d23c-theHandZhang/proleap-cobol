      *----------------------------------------------------------*
      * AWDOFREC - ONE AID AWARD OFFER PER STUDENT, TERM AND AID  *
      * CODE ON THE INDEXED AWDOFFR FILE. AWDACPT OFFERS EVERY    *
      * EVALSTMT AWARD (SOURCE E) AND EVERY WAITLISTED            *
      * APPLICANT THE RETURNED FUNDS CAN COVER (SOURCE W). THE    *
      * STUDENT'S REPLY COMES ON THE AWDRESP ACCEPTANCE FEED OR   *
      * IS KEYED BY THE AID OFFICE IN LOOKUP: ACCEPTED IN FULL,   *
      * DECLINED, OR REDUCED TO A LOWER ACCEPTED AMOUNT. AN       *
      * OFFER LEFT UNANSWERED IS REMINDED AND THEN CANCELLED BY   *
      * AWDACPT. THE RELEASED AMOUNT IS WHAT HAS GONE TO AIDDISB  *
      * FOR PAYMENT; THE RETURNED AMOUNT IS WHAT HAS GONE BACK TO *
      * THE POOL FOR THE WAITLIST.                                *
      *----------------------------------------------------------*
       01  AWD-OFFER-RECORD.
           05  OFR-KEY.
               10  OFR-STUDENT-ID   PIC 9(09).
               10  OFR-TERM         PIC X(06).
               10  OFR-AID-CODE     PIC X(04).
           05  OFR-STATUS           PIC X(01).
               88  OFR-OFFERED      VALUE 'O'.
               88  OFR-ACCEPTED     VALUE 'A'.
               88  OFR-DECLINED     VALUE 'D'.
               88  OFR-REDUCED      VALUE 'R'.
               88  OFR-CANCELLED    VALUE 'C'.
           05  OFR-OFFER-AMOUNT     PIC 9(05)V99.
           05  OFR-ACCEPTED-AMOUNT  PIC 9(05)V99.
           05  OFR-RELEASED-AMOUNT  PIC 9(05)V99.
           05  OFR-RETURNED-AMOUNT  PIC 9(05)V99.
           05  OFR-OFFER-DATE       PIC 9(08).
           05  OFR-RESPONSE-DATE    PIC 9(08).
           05  OFR-REMINDER-DATE    PIC 9(08).
           05  OFR-SOURCE           PIC X(01).
               88  OFR-FROM-EVALSTMT VALUE 'E'.
               88  OFR-FROM-WAITLIST VALUE 'W'.
           05  OFR-AGE-BRACKET      PIC X(07).
           05  OFR-DEPENDENT-VAR    PIC X(07).
           05  OFR-OVERRIDE-FLAG    PIC X(01).
           05  OFR-UPDATED-BY       PIC X(08).
