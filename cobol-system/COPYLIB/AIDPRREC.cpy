      *----------------------------------------------------------*
      * AIDPRREC - ONE RECORD PER AWARD AIDDISB HAS DISBURSED     *
      * UNDER AN ENROLLMENT-INTENSITY PRORATION, KEPT ON AIDINTN  *
      * UNTIL THE AWARD TERM'S ACADCAL CENSUS DATE. THE AWARD     *
      * AMOUNT IS THE FULL EVALAWRD AMOUNT; THE PAID AMOUNT IS    *
      * WHAT IS NOW ON STUACCT FOR IT AT THE PERCENT THE CREDIT   *
      * HOURS LAST EARNED. AN AWARD HELD BELOW THE AID CODE'S     *
      * MINIMUM INTENSITY CARRIES A ZERO PAID AMOUNT, SO A LATER  *
      * ADD THAT LIFTS THE STUDENT OVER THE MINIMUM PAYS IT.      *
      *----------------------------------------------------------*
       01  AIP-RECORD.
           05  AIP-STUDENT-ID       PIC 9(09).
           05  AIP-TERM             PIC X(06).
           05  AIP-AID-CODE         PIC X(04).
           05  AIP-AWARD-AMOUNT     PIC 9(05)V99.
           05  AIP-CREDIT-HOURS     PIC 9(03).
           05  AIP-PERCENT          PIC 9(03).
           05  AIP-PAID-AMOUNT      PIC 9(05)V99.
           05  AIP-PAID-DATE        PIC 9(08).
           05  AIP-LAST-DATE        PIC 9(08).
