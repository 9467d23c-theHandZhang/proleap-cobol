      *----------------------------------------------------------*
      * JRNLPARM - SHARED PARAMETER BLOCK FOR JRNLLOG, THE       *
      * SUITE'S FORWARD-RECOVERY JOURNAL WRITER. EVERY PROGRAM   *
      * THAT ADDS, CHANGES OR DELETES A RECORD ON STUMAST,       *
      * STUACCT OR ENRLMAST CALLS IT STRAIGHT AFTER THE          *
      * SUCCESSFUL WRITE, REWRITE OR DELETE WITH THE FILE, THE   *
      * ACTION, THE KEY AND THE RECORD AS IT STOOD BEFORE AND    *
      * AFTER. A RELOAD ACTION MEANS THE CALLER IS EMPTYING THE  *
      * FILE TO REBUILD IT - THE ADDS THAT FOLLOW ARE ITS WHOLE  *
      * NEW CONTENTS. FWDRCVR REPLAYS THE JOURNAL OVER A         *
      * RESTORED SUITEBKP GENERATION.                            *
      *----------------------------------------------------------*
       01  JRNL-PARM-BLOCK.
           05  JR-PROGRAM-ID        PIC X(08).
           05  JR-FILE-ID           PIC X(08).
               88  JR-FILE-MASTER   VALUE 'STUMAST '.
               88  JR-FILE-ACCOUNT  VALUE 'STUACCT '.
               88  JR-FILE-ENROLL   VALUE 'ENRLMAST'.
           05  JR-ACTION            PIC X(01).
               88  JR-ADD           VALUE 'A'.
               88  JR-CHANGE        VALUE 'C'.
               88  JR-DELETE        VALUE 'D'.
               88  JR-RELOAD        VALUE 'L'.
           05  JR-RECORD-KEY        PIC X(24).
           05  JR-BEFORE-IMAGE      PIC X(200).
           05  JR-AFTER-IMAGE       PIC X(200).
