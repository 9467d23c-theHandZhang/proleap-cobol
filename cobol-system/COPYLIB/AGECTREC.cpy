      *----------------------------------------------------------*
      * AGECTREC - THE AR AGING CONTROL RECORD ARAGING WRITES TO  *
      * AGECTL EACH NIGHT: THE AGED BUCKET TOTALS, THE UNAPPLIED  *
      * CREDITS AND THE NET THEY PROVE TO. ACCTRCON TIES THE NET  *
      * BACK TO THE WHOLE STUACCT SUBLEDGER SO AN AGING THAT      *
      * DROPPED OR DOUBLED A POSTING SHOWS AS A MISMATCH.         *
      *----------------------------------------------------------*
       01  AGE-CONTROL-RECORD.
           05  AGC-AS-OF-DATE       PIC 9(08).
           05  AGC-STUDENT-COUNT    PIC 9(06).
           05  AGC-BUCKET-TOTAL OCCURS 5 TIMES
                                    PIC S9(09)V99
                                    SIGN LEADING SEPARATE.
           05  AGC-CREDIT-TOTAL     PIC S9(09)V99
                                    SIGN LEADING SEPARATE.
           05  AGC-NET-TOTAL        PIC S9(09)V99
                                    SIGN LEADING SEPARATE.
