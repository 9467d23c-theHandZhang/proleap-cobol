      *----------------------------------------------------------*
      * SAPSTREC - SATISFACTORY ACADEMIC PROGRESS STATUS, ONE     *
      * RECORD PER STUDENT ON THE INDEXED SAPSTAT FILE. SAPEVAL   *
      * SETS IT AT EACH TERM CLOSE FROM THE STUDENT'S STUGPA      *
      * CUMULATIVE FIGURES AGAINST THE SAPPOL POLICY, AND AGAIN   *
      * WHEN THE AID OFFICE DECIDES AN APPEAL. THE THREE FAIL     *
      * FLAGS SAY WHICH MEASURE WAS MISSED AT THE LAST            *
      * EVALUATION; THE PRIOR STATUS IS THE ONE IT REPLACED.      *
      * AIDDISB HOLDS EVERY AWARD OF A STUDENT ON SUSPENSION.     *
      *----------------------------------------------------------*
       01  SAP-STATUS-RECORD.
           05  SAP-STUDENT-ID       PIC 9(09).
           05  SAP-STATUS           PIC X(01).
               88  SAP-MEETS        VALUE 'M'.
               88  SAP-WARNING      VALUE 'W'.
               88  SAP-SUSPENDED    VALUE 'S'.
               88  SAP-ON-APPEAL    VALUE 'P'.
           05  SAP-PRIOR-STATUS     PIC X(01).
           05  SAP-TERM             PIC X(06).
           05  SAP-CUM-GPA          PIC 9(01)V99.
           05  SAP-COMPLETION-PCT   PIC 9(03)V9.
           05  SAP-CUM-ATTEMPTED    PIC 9(04).
           05  SAP-MAX-ATTEMPTED    PIC 9(04).
           05  SAP-GPA-FAIL         PIC X(01).
           05  SAP-PACE-FAIL        PIC X(01).
           05  SAP-TIME-FAIL        PIC X(01).
           05  SAP-EVAL-DATE        PIC 9(08).
           05  SAP-APPEAL-DATE      PIC 9(08).
