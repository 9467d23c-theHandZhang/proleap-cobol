      *----------------------------------------------------------*
      * PAYPLREC - SHARED STUDENT PAYMENT PLAN RECORD, ONE PER    *
      * STUDENT AND TERM ON THE INDEXED PAYPLAN FILE. PLANPOST    *
      * ENROLLS THE STUDENT OFF THE BURSAR'S PLANENRL REQUEST,    *
      * SPREADING THE PLAN AMOUNT OVER THE PLAN TYPE'S DATED      *
      * INSTALLMENTS; CASHPOST APPLIES EACH RECEIPT TO THE OLDEST *
      * INSTALLMENT STILL UNPAID, AND PLANPOST'S NIGHTLY STATUS   *
      * PASS MARKS EACH ONE OPEN, PARTIALLY PAID, PAID OR PAST    *
      * DUE. STMTRUN AND LOOKUP SHOW THE SCHEDULE FROM HERE.      *
      *----------------------------------------------------------*
       01  PAY-PLAN-RECORD.
           05  PPL-KEY.
               10  PPL-STUDENT-ID   PIC 9(09).
               10  PPL-TERM         PIC X(06).
           05  PPL-PLAN-TYPE        PIC X(04).
           05  PPL-STATUS           PIC X(01).
               88  PPL-ACTIVE       VALUE 'A'.
               88  PPL-COMPLETE     VALUE 'C'.
               88  PPL-CANCELLED    VALUE 'X'.
           05  PPL-ENROLL-DATE      PIC 9(08).
           05  PPL-PLAN-AMOUNT      PIC 9(07)V99.
           05  PPL-INST-COUNT       PIC 9(01).
           05  PPL-INSTALLMENT OCCURS 6 TIMES.
               10  PPI-DUE-DATE     PIC 9(08).
               10  PPI-AMOUNT       PIC 9(07)V99.
               10  PPI-PAID-AMOUNT  PIC 9(07)V99.
               10  PPI-STATUS       PIC X(01).
                   88  PPI-OPEN     VALUE 'O'.
                   88  PPI-PARTIAL  VALUE 'P'.
                   88  PPI-PAID     VALUE 'F'.
                   88  PPI-PAST-DUE VALUE 'D'.
