000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CONFCHK.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - SHARED FERPA DIRECTORY-       *
001100*                INFORMATION RULE LOOKUP, ALRTSEV-STYLE. LOADS  *
001200*                THE CONFRULE OUTPUT-TO-RULE TABLE ON FIRST     *
001300*                CALL AND ANSWERS EVERY WRITER FROM STORAGE     *
001400*                AFTER THAT. AN OUTPUT NOT ON THE CARD IS       *
001500*                SUPPRESSED, SO A NEW EXTRACT NEVER DISCLOSES   *
001600*                A CONFIDENTIAL STUDENT BY DEFAULT.             *
001700*--------------------------------------------------------------*
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002100     SELECT CONF-RULE-FILE ASSIGN TO CONFRULE
002200         ORGANIZATION IS LINE SEQUENTIAL
002300         FILE STATUS IS WS-RULE-STATUS.
002400 DATA DIVISION.
002500 FILE SECTION.
002600 FD  CONF-RULE-FILE.
002700 01  CONF-RULE-CARD.
002800     05  CFR-OUTPUT-NAME      PIC X(08).
002900     05  CFR-RULE             PIC X(01).
003000 WORKING-STORAGE SECTION.
003100 01  WS-RULE-STATUS           PIC X(02).
003200     88  WS-RULE-OK           VALUE '00'.
003300 01  WS-LOADED-SWITCH         PIC X(01) VALUE 'N'.
003400     88  WS-TABLE-LOADED      VALUE 'Y'.
003500 01  WS-MAP-COUNT             PIC 9(02) COMP VALUE 0.
003600 01  WS-MAP-IDX               PIC 9(02) COMP.
003700 01  WS-FOUND-SWITCH          PIC X(01).
003800     88  WS-RULE-FOUND        VALUE 'Y'.
003900     88  WS-RULE-NOT-FOUND    VALUE 'N'.
004000 01  CONF-MAP-TABLE.
004100     05  CONF-MAP-ENTRY OCCURS 30 TIMES.
004200         10  CFM-OUTPUT-NAME  PIC X(08).
004300         10  CFM-RULE         PIC X(01).
004400 LINKAGE SECTION.
004500 COPY CONFPARM.
004600 PROCEDURE DIVISION USING CONF-PARM-BLOCK.
004700 0000-MAINLINE.
004800     IF NOT WS-TABLE-LOADED
004900         PERFORM 1000-LOAD-RULE-TABLE
005000             THRU 1000-LOAD-RULE-TABLE-EXIT
005100     END-IF.
005200     MOVE 'S' TO CF-RULE.
005300     SET WS-RULE-NOT-FOUND TO TRUE.
005400     PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
005500             UNTIL WS-MAP-IDX > WS-MAP-COUNT
005600             OR WS-RULE-FOUND
005700         IF CFM-OUTPUT-NAME (WS-MAP-IDX) = CF-OUTPUT-NAME
005800             MOVE CFM-RULE (WS-MAP-IDX) TO CF-RULE
005900             SET WS-RULE-FOUND TO TRUE
006000         END-IF
006100     END-PERFORM.
006200     IF NOT CF-SUPPRESS AND NOT CF-MASK AND NOT CF-RELEASE
006300         MOVE 'S' TO CF-RULE
006400     END-IF.
006500     GOBACK.
006600*--------------------------------------------------------------*
006700* 1000-LOAD-RULE-TABLE - THE CONFRULE MAP, ONCE PER RUN UNIT.   *
006800* A MISSING CARD LEAVES EVERY OUTPUT SUPPRESSED.                *
006900*--------------------------------------------------------------*
007000 1000-LOAD-RULE-TABLE.
007100     SET WS-TABLE-LOADED TO TRUE.
007200     OPEN INPUT CONF-RULE-FILE.
007300     IF WS-RULE-OK
007400         PERFORM UNTIL WS-MAP-COUNT = 30
007500                 OR NOT WS-RULE-OK
007600             READ CONF-RULE-FILE
007700                 AT END
007800                     CONTINUE
007900                 NOT AT END
008000                     ADD 1 TO WS-MAP-COUNT
008100                     MOVE CFR-OUTPUT-NAME
008200                         TO CFM-OUTPUT-NAME (WS-MAP-COUNT)
008300                     MOVE CFR-RULE
008400                         TO CFM-RULE (WS-MAP-COUNT)
008500             END-READ
008600         END-PERFORM
008700         CLOSE CONF-RULE-FILE
008800     END-IF.
008900 1000-LOAD-RULE-TABLE-EXIT.
009000     EXIT.
