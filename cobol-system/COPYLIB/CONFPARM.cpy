      *----------------------------------------------------------*
      * CONFPARM - SHARED PARAMETER BLOCK FOR CONFCHK, THE        *
      * SUITE'S FERPA DIRECTORY-INFORMATION RULE LOOKUP. A WRITER *
      * HANDS IN THE DDNAME OF THE OUTPUT IT IS PRODUCING AND     *
      * GETS BACK WHAT THE CONFRULE CONFIGURATION SAYS TO DO FOR  *
      * A STUDENT WHOSE MASTER CARRIES THE CONFIDENTIALITY FLAG   *
      * (S SUPPRESS THE STUDENT, M MASK THE DIRECTORY FIELDS, R   *
      * RELEASE AS USUAL; UNLISTED OUTPUTS COME BACK S), SO THE   *
      * DISCLOSURE POLICY LIVES ON ONE PARM CARD INSTEAD OF IN    *
      * EVERY WRITER.                                             *
      *----------------------------------------------------------*
       01  CONF-PARM-BLOCK.
           05  CF-OUTPUT-NAME       PIC X(08).
           05  CF-RULE              PIC X(01).
               88  CF-SUPPRESS      VALUE 'S'.
               88  CF-MASK          VALUE 'M'.
               88  CF-RELEASE       VALUE 'R'.
