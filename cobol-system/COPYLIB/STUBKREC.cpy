      *----------------------------------------------------------*
      * STUBKREC - STUDENT DIRECT-DEPOSIT BANKING, ONE RECORD PER*
      * STUDENT ON THE SECURED INDEXED STUBANK FILE. MAINTAINED  *
      * ONLY UNDER LOOKUP'S SUPERVISOR ROLE; REFUNDRN READS IT AT*
      * RELEASE TO PAY A REFUND BY ACH IN PLACE OF A CHECK. THE  *
      * ROUTING NUMBER IS ABA CHECK-DIGIT EDITED ON ENTRY. AN ACH*
      * RETURN POSTED BY REFUNDRN'S VOID RUN MARKS THE ACCOUNT   *
      * RETURNED WITH THE NACHA REASON SO THE NEXT REFUND GOES   *
      * BY CHECK UNTIL THE STUDENT SUPPLIES NEW DETAILS.         *
      *----------------------------------------------------------*
       01  STU-BANK-RECORD.
           05  SBK-STUDENT-ID       PIC 9(09).
           05  SBK-ROUTING-NO       PIC 9(09).
           05  SBK-ROUTING-PARTS REDEFINES SBK-ROUTING-NO.
               10  SBK-RDFI-ID      PIC 9(08).
               10  SBK-CHECK-DIGIT  PIC 9(01).
           05  SBK-ACCOUNT-NO       PIC X(17).
           05  SBK-ACCOUNT-TYPE     PIC X(01).
               88  SBK-CHECKING     VALUE 'C'.
               88  SBK-SAVINGS      VALUE 'S'.
           05  SBK-STATUS           PIC X(01).
               88  SBK-ACTIVE       VALUE 'A'.
               88  SBK-CLOSED       VALUE 'C'.
               88  SBK-ACH-RETURNED VALUE 'R'.
           05  SBK-HOLDER-NAME      PIC X(22).
           05  SBK-CHANGED-DATE     PIC 9(08).
           05  SBK-CHANGED-BY       PIC X(08).
           05  SBK-RETURN-CODE      PIC X(03).
           05  FILLER               PIC X(10).
