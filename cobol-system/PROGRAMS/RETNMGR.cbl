002300*                FILE IS REWRITTEN WITH ONLY THE KEEPERS VIA A  *
002400*                WORK FILE, AND RETNRPT PROVES IN = ARCHIVED +  *
002500*                RETAINED FOR EVERY FILE.                       *
002500* 10/15/26  DW   CONDRES IS NOW INDEXED BY STUDENT AND TERM.   *
002500*                ITS TRIM NO LONGER REWRITES THE FILE THROUGH  *
002500*                RETWORK2: EACH AGED DECISION (TERM NOW IN     *
002500*                BYTES 10-15) IS ARCHIVED WHOLE, PRIOR         *
002500*                DECISIONS AND ALL, AND DELETED IN PLACE;      *
002500*                KEEPERS ARE NOT TOUCHED.                      *
002600*--------------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-LIVE-STATUS.
004200     SELECT RT-CONDRES-FILE ASSIGN TO CONDRES
004300         ORGANIZATION IS INDEXED
004310         ACCESS MODE IS DYNAMIC
004320         RECORD KEY IS RES-KEY
004400         FILE STATUS IS WS-LIVE-STATUS.
004500     SELECT RT-CONDEXC-FILE ASSIGN TO CONDEXC
004600         ORGANIZATION IS LINE SEQUENTIAL
008100     SELECT RT-WRK-EVALLOG ASSIGN TO RETWORK1
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-WORK-STATUS.
008700     SELECT RT-WRK-CONDEXC ASSIGN TO RETWORK3
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-WORK-STATUS.
012300 FD  RT-EVALLOG-FILE.
012400 01  RT-EVALLOG-RECORD           PIC X(30).
012500 FD  RT-CONDRES-FILE.
012600 COPY CONDRREC.
012700 FD  RT-CONDEXC-FILE.
012800 01  RT-CONDEXC-RECORD           PIC X(56).
012900 FD  RT-AWARD-FILE.
013700 FD  RT-ARC-EVALLOG.
013800 01  ARC-EVALLOG-RECORD          PIC X(30).
013900 FD  RT-ARC-CONDRES.
014000 01  ARC-CONDRES-RECORD          PIC X(110).
014100 FD  RT-ARC-CONDEXC.
014200 01  ARC-CONDEXC-RECORD          PIC X(56).
014300 FD  RT-ARC-AWARD.
015000 01  ARC-ADDPOST-RECORD          PIC X(208).
015100 FD  RT-WRK-EVALLOG.
015200 01  WRK-EVALLOG-RECORD          PIC X(30).
015500 FD  RT-WRK-CONDEXC.
015600 01  WRK-CONDEXC-RECORD          PIC X(56).
015700 FD  RT-WRK-AWARD.
051600 2300-READ-ONE-EVALLOG-WORK-EXIT.
051700     EXIT.
051800*--------------------------------------------------------------*
051900* 3000-TRIM-CONDRES - CONDRES, TERM IN BYTES 10-15 (TERM-MODE  *
052000* POLICY). THE FILE IS INDEXED, SO AN AGED DECISION IS ARCHIVED *
052010* AND DELETED WHERE IT STANDS AND A KEEPER IS LEFT ALONE - NO   *
052020* WORK FILE AND NO REWRITE.                                     *
052100*--------------------------------------------------------------*
052200 3000-TRIM-CONDRES.
052300     MOVE 2 TO WS-P-FOUND-SUB.
052700     MOVE 0 TO WS-IN-COUNT WS-ARCHIVED-COUNT WS-RETAINED-COUNT.
052800     SET WS-NOT-AT-EOF TO TRUE.
052900     SET WS-LIVE-NOT-OPEN TO TRUE.
053000     OPEN I-O RT-CONDRES-FILE.
053100     IF NOT WS-LIVE-OK
053200         SET WS-AT-EOF TO TRUE
053300     ELSE
053400         SET WS-LIVE-IS-OPEN TO TRUE
053600         IF P-ARCHIVE (2)
053700             OPEN EXTEND RT-ARC-CONDRES
053800             IF NOT WS-ARC-OK
054600     PERFORM UNTIL WS-AT-EOF
054700         ADD 1 TO WS-IN-COUNT
054800         MOVE SPACES TO WS-REC-DATE
054900         MOVE RES-TERM TO WS-REC-TERM
055000         PERFORM 1500-DECIDE-ONE-RECORD
055100             THRU 1500-DECIDE-ONE-RECORD-EXIT
055200         IF WS-ARCHIVE-THIS
055300             ADD 1 TO WS-ARCHIVED-COUNT
055400             IF P-ARCHIVE (2)
055500                 MOVE RES-RECORD TO ARC-CONDRES-RECORD
055600                 WRITE ARC-CONDRES-RECORD
055700             END-IF
055710             DELETE RT-CONDRES-FILE RECORD
055720                 INVALID KEY CONTINUE
055730             END-DELETE
055800         ELSE
055900             ADD 1 TO WS-RETAINED-COUNT
056200         END-IF
056300         PERFORM 3100-READ-ONE-CONDRES
056400             THRU 3100-READ-ONE-CONDRES-EXIT
056500     END-PERFORM.
056600     IF WS-LIVE-IS-OPEN
056700         CLOSE RT-CONDRES-FILE
056900         IF P-ARCHIVE (2)
057000             CLOSE RT-ARC-CONDRES
057100         END-IF
057400     END-IF.
057500     PERFORM 1800-REPORT-ONE-FILE
057600         THRU 1800-REPORT-ONE-FILE-EXIT.
057700 3000-TRIM-CONDRES-EXIT.
057800     EXIT.
057900*--------------------------------------------------------------*
058000* 3100-READ-ONE-CONDRES - A SINGLE SEQUENTIAL READ OF CONDRES. *
058100*--------------------------------------------------------------*
058200 3100-READ-ONE-CONDRES.
058300     READ RT-CONDRES-FILE NEXT RECORD
058400         AT END SET WS-AT-EOF TO TRUE
058500     END-READ.
058600 3100-READ-ONE-CONDRES-EXIT.
058700     EXIT.
061600*--------------------------------------------------------------*
061700* 4000-TRIM-CONDEXC - CONDEXC, DATE IN BYTES 4-11.              *
061800*--------------------------------------------------------------*
