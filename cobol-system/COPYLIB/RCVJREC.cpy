      *----------------------------------------------------------*
      * RCVJREC - ONE RECORD ON THE RCVJRNL FORWARD-RECOVERY     *
      * JOURNAL. JRNLLOG STAMPS AND APPENDS ONE PER UPDATE TO    *
      * STUMAST, STUACCT OR ENRLMAST. SUITEBKP OPENS EACH NEW    *
      * GENERATION WITH A HEADER RECORD (ACTION H) CARRYING THE  *
      * BACKUP DATE AND THE THREE FILES' BACKED-UP RECORD        *
      * COUNTS, SO FWDRCVR CAN PROVE IT IS ROLLING THE RIGHT     *
      * JOURNAL FORWARD OVER THE RIGHT BACKUP.                   *
      *----------------------------------------------------------*
       01  RCV-JOURNAL-RECORD.
           05  JRN-STAMP-DATE       PIC 9(08).
           05  JRN-STAMP-TIME       PIC 9(08).
           05  JRN-PROGRAM-ID       PIC X(08).
           05  JRN-FILE-ID          PIC X(08).
           05  JRN-ACTION           PIC X(01).
               88  JRN-HEADER       VALUE 'H'.
               88  JRN-ADD          VALUE 'A'.
               88  JRN-CHANGE       VALUE 'C'.
               88  JRN-DELETE       VALUE 'D'.
               88  JRN-RELOAD       VALUE 'L'.
           05  JRN-RECORD-KEY       PIC X(24).
           05  JRN-BEFORE-IMAGE     PIC X(200).
           05  JRN-AFTER-IMAGE      PIC X(200).
           05  JRN-HEADER-DATA REDEFINES JRN-AFTER-IMAGE.
               10  JRN-BACKUP-DATE  PIC 9(08).
               10  JRN-MAST-COUNT   PIC 9(08).
               10  JRN-ACCT-COUNT   PIC 9(08).
               10  JRN-ENRL-COUNT   PIC 9(08).
               10  FILLER           PIC X(168).
