      *----------------------------------------------------------*
      * CONDRREC - ONE RESIDENCY DECISION PER STUDENT AND TERM ON *
      * THE INDEXED CONDRES FILE. COND (AND SUSPREDR FOR A        *
      * CLEARED SUSPENSE RECORD) WRITES A NEW DECISION AND        *
      * REWRITES AN EXISTING ONE IN PLACE WHEN THE DECISION       *
      * CHANGES; A DECISION RE-AFFIRMED UNCHANGED IS LEFT ALONE.  *
      * THE DECISION DATE IS WHEN THE CURRENT DECISION WAS MADE.  *
      * EACH DECISION A CHANGE SUPERSEDES MOVES INTO THE PRIOR    *
      * TABLE, NEWEST FIRST, WITH THE DATE IT WAS MADE AND THE    *
      * DATE IT WAS SUPERSEDED; THE SUPERSEDED COUNT KEEPS        *
      * COUNTING PAST THE THREE KEPT.                             *
      *----------------------------------------------------------*
       01  RES-RECORD.
           05  RES-KEY.
               10  RES-STUDENT-ID   PIC 9(09).
               10  RES-TERM         PIC X(06).
           05  RES-ELIGIBLE-FLAG    PIC X(01).
           05  RES-RESULT-TEXT      PIC X(08).
           05  RES-DECISION-DATE    PIC 9(08).
           05  RES-SUPERSEDED-COUNT PIC 9(03).
           05  RES-PRIOR-DECISION OCCURS 3 TIMES.
               10  RES-PRIOR-FLAG   PIC X(01).
               10  RES-PRIOR-TEXT   PIC X(08).
               10  RES-PRIOR-DATE   PIC 9(08).
               10  RES-SUPERSEDED-DATE PIC 9(08).
