      *----------------------------------------------------------*
      * STUDCREC - REQUIRED-DOCUMENT TRACKING, ONE RECORD PER     *
      * STUDENT, PROCESS AND DOCUMENT TYPE ON THE INDEXED STUDOCS *
      * FILE. DOCLIST OPENS EACH ITEM OUTSTANDING (O) FROM THE    *
      * DOCREQS MEMBER WHEN ADMINTFC, EVALSTMT OR A RESIDENCY     *
      * PETITION STARTS A PROCESS; DOCTRACK CHECKS IT OFF FROM    *
      * THE IMAGING FEED AS RECEIVED (R) OR WAIVED (W) AND FLIPS  *
      * A RECEIVED ITEM PAST ITS EXPIRY DATE TO EXPIRED (E),      *
      * WHICH IS OUTSTANDING AGAIN. LAST-REMIND IS THE DATE THE   *
      * LAST MISSING-DOCUMENT NOTICE WAS QUEUED.                  *
      *----------------------------------------------------------*
       01  STU-DOC-RECORD.
           05  SDC-KEY.
               10  SDC-STUDENT-ID   PIC 9(09).
               10  SDC-PROCESS      PIC X(03).
               10  SDC-DOC-TYPE     PIC X(04).
           05  SDC-STATUS           PIC X(01).
               88  SDC-REQUESTED    VALUE 'O'.
               88  SDC-RECEIVED     VALUE 'R'.
               88  SDC-WAIVED       VALUE 'W'.
               88  SDC-EXPIRED      VALUE 'E'.
               88  SDC-OUTSTANDING  VALUE 'O' 'E'.
           05  SDC-DOC-DESC         PIC X(20).
           05  SDC-REQUESTED-DATE   PIC 9(08).
           05  SDC-RECEIVED-DATE    PIC 9(08).
           05  SDC-EXPIRE-DATE      PIC 9(08).
           05  SDC-WAIVED-DATE      PIC 9(08).
           05  SDC-WAIVED-BY        PIC X(08).
           05  SDC-IMAGE-REF        PIC X(12).
           05  SDC-LAST-REMIND-DATE PIC 9(08).
