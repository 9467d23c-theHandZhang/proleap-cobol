      *----------------------------------------------------------*
      * STUHLREC - STUDENT HOLD, ONE RECORD PER HOLD PLACED ON    *
      * THE INDEXED STUHOLD FILE, KEYED BY STUDENT, HOLD TYPE     *
      * AND THE DATE PLACED SO A RELEASED HOLD STAYS ON FILE AS   *
      * HISTORY. THE OFFICES' NIGHTLY HOLDFEED, LOOKUP UNDER AN   *
      * UPDATE ROLE AND HOLDPOST'S BURSAR BALANCE THRESHOLD       *
      * PLACE AND RELEASE HOLDS. THE BLOCK FLAGS ARE CARRIED      *
      * FROM THE HOLDTYPE MEMBER SO ENRLPOST (ADDS) AND TRANSCRP  *
      * (RELEASE) NEED ONLY THIS FILE; A ZERO RELEASED DATE IS A  *
      * HOLD STILL IN FORCE.                                      *
      *----------------------------------------------------------*
       01  STU-HOLD-RECORD.
           05  SHD-KEY.
               10  SHD-STUDENT-ID   PIC 9(09).
               10  SHD-HOLD-TYPE    PIC X(04).
               10  SHD-PLACED-DATE  PIC 9(08).
           05  SHD-OFFICE           PIC X(04).
           05  SHD-BLOCK-REG        PIC X(01).
               88  SHD-BLOCKS-REGISTRATION VALUE 'Y'.
           05  SHD-BLOCK-TRAN       PIC X(01).
               88  SHD-BLOCKS-TRANSCRIPT VALUE 'Y'.
           05  SHD-RELEASED-DATE    PIC 9(08).
               88  SHD-IN-FORCE     VALUE ZERO.
           05  SHD-REASON           PIC X(30).
           05  SHD-PLACED-BY        PIC X(08).
           05  SHD-RELEASED-BY      PIC X(08).
