      *----------------------------------------------------------*
      * BALPARM - SHARED PARAMETER BLOCK FOR BALPOST, THE STUBAL  *
      * STUDENT BALANCE POSTER. EVERY PROGRAM THAT WRITES A       *
      * STUACCT RECORD CALLS IT STRAIGHT AFTER THE SUCCESSFUL     *
      * WRITE (AND ITS JRNLLOG CALL) WITH THE RECORD JUST WRITTEN *
      * AND ACTION P. A PROGRAM THAT REWRITES STUACCT WHOLE CALLS *
      * IT ONCE WITH ACTION R TO EMPTY STUBAL FIRST, THEN POSTS   *
      * EACH RECORD IT WRITES BACK. A POST OPENS AND CLOSES       *
      * STUBAL ITSELF UNLESS THE CALLER HOLDS IT OPEN: ACTION B   *
      * EMPTIES STUBAL AND HOLDS IT OPEN FOR A BULK REBUILD, THE  *
      * POSTS THAT FOLLOW USE IT AS IT STANDS, AND ACTION E       *
      * CLOSES IT. A STUBAL THAT WILL NOT UPDATE IS MANDATORY TO  *
      * IOERR - A POSTING THE BALANCE FILE MISSED WOULD LEAVE IT  *
      * OUT OF TIE WITH THE SUBLEDGER.                            *
      *----------------------------------------------------------*
       01  BAL-PARM-BLOCK.
           05  BP-PROGRAM-ID        PIC X(08).
           05  BP-ACTION            PIC X(01).
               88  BP-POST          VALUE 'P'.
               88  BP-RESET         VALUE 'R'.
               88  BP-BULK-BEGIN    VALUE 'B'.
               88  BP-BULK-END      VALUE 'E'.
           05  BP-ACCT-RECORD       PIC X(64).
