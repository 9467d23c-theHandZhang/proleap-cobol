      *----------------------------------------------------------*
      * STUBLREC - ONE RECORD PER STUDENT ON THE INDEXED STUBAL   *
      * STUDENT BALANCE FILE, KEYED BY THE STUMAST STUDENT ID.    *
      * IT CARRIES THE RUNNING TOTALS OF THE STUDENT'S STUACCT    *
      * SUBLEDGER SO INQUIRY AND THE CREDIT-BALANCE SCAN NEED NOT *
      * RE-SUM THE WHOLE SUBLEDGER. EVERY STUACCT WRITER POSTS    *
      * EACH RECORD IT WRITES HERE THROUGH BALPOST STRAIGHT AFTER *
      * THE WRITE; BALBLD REBUILDS THE FILE FROM STUACCT AND      *
      * ACCTRCON PROVES ITS TOTALS BACK TO THE SUBLEDGER NIGHTLY. *
      * THE CURRENT BALANCE IS THE SUM OF EVERY POSTING, SIGNED   *
      * AS ON STUACCT (CHARGES POSITIVE, PAYMENTS AND AID         *
      * NEGATIVE); THE CATEGORY BALANCES SPLIT IT BY LEDGER       *
      * CATEGORY A-E. THE LAST PAYMENT IS THE LATEST CASHPOST OR  *
      * COLLPOST CREDIT, ITS AMOUNT AS POSTED (NEGATIVE). THE     *
      * LAST ACTIVITY DATE IS THE LATEST POSTING DATE OF ANY KIND.*
      *----------------------------------------------------------*
       01  SBL-RECORD.
           05  SBL-STUDENT-ID       PIC 9(09).
           05  SBL-CURRENT-BALANCE  PIC S9(09)V99
                                    SIGN LEADING SEPARATE.
           05  SBL-CATEGORY-BALANCE PIC S9(09)V99
                                    SIGN LEADING SEPARATE
                                    OCCURS 5 TIMES.
           05  SBL-LAST-PAY-DATE    PIC 9(08).
           05  SBL-LAST-PAY-AMOUNT  PIC S9(07)V99
                                    SIGN LEADING SEPARATE.
           05  SBL-LAST-ACTIVITY-DATE PIC 9(08).
           05  SBL-POSTING-COUNT    PIC 9(07).
           05  FILLER               PIC X(14).
