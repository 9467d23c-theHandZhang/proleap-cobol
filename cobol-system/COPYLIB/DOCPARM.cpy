      *----------------------------------------------------------*
      * DOCPARM - SHARED PARAMETER BLOCK FOR DOCLIST, THE SUITE'S *
      * REQUIRED-DOCUMENT CHECKLIST ROUTINE. ACTION 'OPEN ' ADDS  *
      * TO STUDOCS, AS OUTSTANDING, EVERY DOCREQS DOCUMENT THE    *
      * PROCESS REQUIRES THAT THE STUDENT DOES NOT ALREADY HAVE A *
      * RECORD FOR; ACTION 'COUNT' ONLY LOOKS. BOTH RETURN HOW    *
      * MANY OF THE PROCESS'S DOCUMENTS ARE STILL OUTSTANDING     *
      * (REQUESTED, EXPIRED, OR RECEIVED BUT PAST ITS EXPIRY ON   *
      * THE RUN DATE). A ZERO RUN DATE MEANS TODAY.               *
      *----------------------------------------------------------*
       01  DOC-PARM-BLOCK.
           05  DP-ACTION             PIC X(05).
               88  DP-OPEN-CHECKLIST VALUE 'OPEN '.
               88  DP-COUNT-ONLY     VALUE 'COUNT'.
           05  DP-STUDENT-ID         PIC 9(09).
           05  DP-PROCESS            PIC X(03).
           05  DP-RUN-DATE           PIC 9(08).
           05  DP-ADDED-COUNT        PIC 9(02).
           05  DP-OUTSTANDING-COUNT  PIC 9(02).
           05  DP-STATUS             PIC X(02).
               88  DP-OK             VALUE 'OK'.
               88  DP-NO-FILE        VALUE 'NF'.
