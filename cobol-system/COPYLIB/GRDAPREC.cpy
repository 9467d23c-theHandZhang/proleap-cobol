      *----------------------------------------------------------*
      * GRDAPREC - ONE GRADUATION APPLICATION ON THE GRADAPPL     *
      * QUEUE, ONE PER STUDENT AND TERM OF INTENDED GRADUATION.   *
      * AN UPDATE OPERATOR FILES IT IN LOOKUP WITH THE DEGREE     *
      * PROGRAM TAKEN FROM STUMAST AND THE NAME AS IT IS TO READ  *
      * ON THE DIPLOMA. AT TERM END GRADCONF AUDITS EVERY PENDING *
      * OR HELD APPLICATION FOR THE TERM JUST CLOSED AGAINST THE  *
      * DEGREQ REQUIREMENTS, CONFERS THE DEGREE OR HOLDS IT WITH  *
      * THE FIRST REQUIREMENT STILL UNMET, AND STAMPS THE OUTCOME *
      * BACK HERE. EVERY APPLICATION STAYS ON THE QUEUE.          *
      *----------------------------------------------------------*
       01  GRAD-APPL-RECORD.
           05  GAP-STATUS           PIC X(01).
               88  GAP-PENDING      VALUE 'P'.
               88  GAP-CONFERRED    VALUE 'C'.
               88  GAP-HELD         VALUE 'H'.
               88  GAP-TO-AUDIT     VALUE 'P' 'H'.
           05  GAP-STUDENT-ID       PIC 9(09).
           05  GAP-TERM             PIC X(06).
           05  GAP-PROGRAM-CODE     PIC X(04).
           05  GAP-DIPLOMA-NAME     PIC X(40).
           05  GAP-APPLY-OPER       PIC X(08).
           05  GAP-APPLY-DATE       PIC 9(08).
           05  GAP-AUDIT-DATE       PIC 9(08).
           05  GAP-UNMET-KIND       PIC X(08).
           05  GAP-UNMET-ITEM       PIC X(06).
           05  GAP-UNMET-DESC       PIC X(20).
           05  GAP-CONFER-DATE      PIC 9(08).
