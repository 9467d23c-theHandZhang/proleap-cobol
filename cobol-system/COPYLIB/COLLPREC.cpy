      *----------------------------------------------------------*
      * COLLPREC - COLLECTION AGENCY PLACEMENT, ONE RECORD PER    *
      * ACCOUNT PLACED ON THE INDEXED COLLPLAC FILE, KEYED BY     *
      * STUDENT AND THE DATE PLACED SO A CLOSED OR RECALLED       *
      * PLACEMENT STAYS ON FILE AS HISTORY. ARAGING PLACES AN     *
      * INACTIVE ACCOUNT AT THE BALANCE THEN OWED; COLLPOST       *
      * CARRIES THE AGENCY'S GROSS COLLECTIONS AND COMMISSION     *
      * AGAINST IT, CLOSES IT ONCE THE PLACED BALANCE IS          *
      * COLLECTED AND MARKS IT RECALLED WHEN THE AGENCY RETURNS   *
      * IT. ONLY A PLACEMENT IN STATUS P IS OPEN WITH THE AGENCY. *
      *----------------------------------------------------------*
       01  COLL-PLACE-RECORD.
           05  COP-KEY.
               10  COP-STUDENT-ID   PIC 9(09).
               10  COP-PLACED-DATE  PIC 9(08).
           05  COP-AGENCY-ID        PIC X(06).
           05  COP-PLACED-BALANCE   PIC 9(07)V99.
           05  COP-LAST-ACTIVITY    PIC 9(08).
           05  COP-COLLECTED        PIC 9(07)V99.
           05  COP-COMMISSION       PIC 9(07)V99.
           05  COP-STATUS           PIC X(01).
               88  COP-PLACED       VALUE 'P'.
               88  COP-RECALLED     VALUE 'R'.
               88  COP-CLOSED       VALUE 'C'.
           05  COP-STATUS-DATE      PIC 9(08).
