      *----------------------------------------------------------*
      * CASHJREC - SHARED CASH RECEIPTS JOURNAL RECORD, ONE PER  *
      * RECEIPT CASHPOST TAKES INTO THE BOOKS - POSTED TO THE    *
      * STUDENT'S STUACCT ACCOUNT OR HELD ON PAYSUSP - CARRYING  *
      * THE SOURCE (WINDOW OR LOCKBOX), THE WINDOW CASHIER AND   *
      * TENDER, AND THE NIGHT IT POSTED. CASHCLSE BALANCES EACH  *
      * CASHIER'S DRAWER AGAINST THEIR CLOSE-OUT COUNT FROM IT.  *
      * BANKREC TOTALS IT BY DAY AND SOURCE INTO THE DEPOSITS IT *
      * MATCHES TO THE BANK STATEMENT.                           *
      *----------------------------------------------------------*
       01  CASH-JRNL-RECORD.
           05  CJR-RECEIPT-NO       PIC X(08).
           05  CJR-STUDENT-ID       PIC 9(09).
           05  CJR-PAY-DATE         PIC 9(08).
           05  CJR-AMOUNT           PIC 9(07)V99.
           05  CJR-SOURCE           PIC X(01).
               88  CJR-FROM-WINDOW  VALUE 'W'.
               88  CJR-FROM-LOCKBOX VALUE 'L'.
           05  CJR-CASHIER-ID       PIC X(08).
           05  CJR-TENDER           PIC X(01).
               88  CJR-TENDER-CASH  VALUE 'C'.
               88  CJR-TENDER-CHECK VALUE 'K'.
               88  CJR-TENDER-CARD  VALUE 'R'.
           05  CJR-DISPOSITION      PIC X(01).
               88  CJR-POSTED       VALUE 'P'.
               88  CJR-SUSPENDED    VALUE 'S'.
           05  CJR-POST-DATE        PIC 9(08).
