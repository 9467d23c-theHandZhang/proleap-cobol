002170*                OFF THE CYCLENO CARD INSTEAD OF CYCLE ZERO,    *
002180*                SO THE DIGEST AND INQUIRIES CAN TIE THEM TO    *
002190*                THE RUN THAT WROTE THEM.                       *
002190* 10/15/26  DW   THE RSMANFST CARD NOW CARRIES THE SENDING      *
002190*                OFFICE AFTER THE MODE BYTE FOR FEEDACK;        *
002190*                FEEDWAIT IGNORES IT.                           *
002200*--------------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
004500 01  FW-MANIFEST-CARD.
004510     05  FWM-FEED-NAME           PIC X(10).
004520     05  FWM-FEED-MODE           PIC X(01).
004520     05  FILLER                  PIC X(01).
004520     05  FWM-SEND-OFFICE         PIC X(08).
004600 FD  FEEDWAIT-CHECK-FILE.
004700 01  FW-CHECK-RECORD             PIC X(80).
004800 FD  FEEDWAIT-ALERT-FILE.
