      *----------------------------------------------------------*
      * RFSCHREC - TUITION REFUND SCHEDULE CARD, KEYED BY THE     *
      * BURSAR ON THE REFSCHED MEMBER. EACH TERM CARRIES ONE CARD *
      * PER REFUND WINDOW: A DROP OR WITHDRAWAL DATED ON OR       *
      * BEFORE THE THROUGH DATE EARNS THAT PERCENTAGE OF THE      *
      * TUITION CHARGED BACK, THE EARLIEST WINDOW THAT STILL      *
      * COVERS THE DATE WINNING. PAST THE TERM'S LAST WINDOW, OR  *
      * FOR A TERM WITH NO CARDS, NOTHING IS REFUNDED. A LINE     *
      * WITH * IN COLUMN 1 IS A COMMENT. DATES ARE YYYYMMDD.      *
      *----------------------------------------------------------*
       01  REFUND-SCHED-CARD.
           05  RFS-TERM             PIC X(06).
           05  RFS-THROUGH-DATE     PIC 9(08).
           05  RFS-PERCENT          PIC 9(03).
