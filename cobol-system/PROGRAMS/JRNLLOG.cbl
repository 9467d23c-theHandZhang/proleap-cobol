000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. JRNLLOG.
000300 AUTHOR. D-WATTS REGISTRAR SYSTEMS GROUP.
000400 INSTALLATION. REGISTRAR BATCH SUITE.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* MODIFICATION HISTORY                                        *
000900*--------------------------------------------------------------*
001000* 10/15/26  DW   ORIGINAL ISSUE - SHARED FORWARD-RECOVERY       *
001100*                JOURNAL WRITER, STEPLOG-STYLE. A CALLER NAMES  *
001200*                ITSELF, THE FILE (STUMAST, STUACCT OR          *
001300*                ENRLMAST), THE ACTION AND THE KEY, AND PASSES  *
001400*                THE RECORD AS IT STOOD BEFORE AND AFTER ITS    *
001500*                SUCCESSFUL WRITE, REWRITE OR DELETE. ONE       *
001600*                STAMPED RECORD GOES TO THE SHARED RCVJRNL      *
001700*                JOURNAL, WHICH SUITEBKP STARTS AFRESH AT EACH  *
001800*                BACKUP AND FWDRCVR ROLLS FORWARD OVER IT.      *
001900*--------------------------------------------------------------*
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT RCV-JOURNAL-FILE ASSIGN TO RCVJRNL
002400         ORGANIZATION IS LINE SEQUENTIAL
002500         FILE STATUS IS WS-JRNL-STATUS.
002600 DATA DIVISION.
002700 FILE SECTION.
002800 FD  RCV-JOURNAL-FILE.
002900 COPY RCVJREC.
003000 WORKING-STORAGE SECTION.
003100 01  WS-JRNL-STATUS           PIC X(02).
003200     88  WS-JRNL-OK           VALUE '00'.
003300 LINKAGE SECTION.
003400 COPY JRNLPARM.
003500 PROCEDURE DIVISION USING JRNL-PARM-BLOCK.
003600 0000-MAINLINE.
003700     OPEN EXTEND RCV-JOURNAL-FILE.
003800     IF NOT WS-JRNL-OK
003900         CLOSE RCV-JOURNAL-FILE
004000         OPEN OUTPUT RCV-JOURNAL-FILE
004100     END-IF.
004200     ACCEPT JRN-STAMP-DATE FROM DATE YYYYMMDD.
004300     ACCEPT JRN-STAMP-TIME FROM TIME.
004400     MOVE JR-PROGRAM-ID TO JRN-PROGRAM-ID.
004500     MOVE JR-FILE-ID TO JRN-FILE-ID.
004600     MOVE JR-ACTION TO JRN-ACTION.
004700     MOVE JR-RECORD-KEY TO JRN-RECORD-KEY.
004800     MOVE JR-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
004900     MOVE JR-AFTER-IMAGE TO JRN-AFTER-IMAGE.
005000     WRITE RCV-JOURNAL-RECORD.
005100     CLOSE RCV-JOURNAL-FILE.
005200     GOBACK.
