      *----------------------------------------------------------*
      * SPACTREC - SHARED SPONSOR RECEIVABLE RECORD, ONE PER EVENT*
      * ON A SPONSOR'S SPONACCT ACCOUNT. SPONBILL MOVES EACH      *
      * COVERED CHARGE HERE FROM THE STUDENT'S STUACCT ACCOUNT (A *
      * POSITIVE AMOUNT IN THE CHARGE'S OWN LEDGER CATEGORY, WITH *
      * THE MATCHING CREDIT ON STUACCT) AND MOVES IT BACK WHEN THE*
      * CHARGE IS REDUCED OR THE AUTHORIZATION REVOKED; SPONPOST  *
      * CREDITS THE SPONSOR'S PAYMENTS AS CATEGORY B. THE INVOICE *
      * NUMBER IS BLANK UNTIL THE MONTH-END BILLING RUN STAMPS THE*
      * EVENT ONTO AN INVOICE, SO THE STUACCT AND SPONACCT        *
      * CATEGORY SUMS TOGETHER TIE TO THE YTDLEDGR CATEGORIES.    *
      *----------------------------------------------------------*
       01  SPONSOR-ACCT-RECORD.
           05  SPR-SPONSOR-ID       PIC X(06).
           05  SPR-STUDENT-ID       PIC 9(09).
           05  SPR-TERM             PIC X(06).
           05  SPR-POST-DATE        PIC 9(08).
           05  SPR-POST-TIME        PIC 9(08).
           05  SPR-SOURCE           PIC X(08).
           05  SPR-CATEGORY         PIC X(01).
           05  SPR-AMOUNT           PIC S9(07)V99
                                    SIGN LEADING SEPARATE.
           05  SPR-INVOICE-NO       PIC X(12).
           05  SPR-DESC             PIC X(20).
