009998*                GENERATION - NOTHING FOR THE DELTA TO APPLY     *
009998*                AGAINST - ALERTS AND FAILS THE RUN. FULL        *
009998*                FEEDS BEHAVE EXACTLY AS BEFORE.                 *
009998* 10/15/26  DW   RSREJECT NOW CARRIES THE REJECTED RECORD IMAGE  *
009998*                BESIDE THE REASON CODE, AND THE RSMANFST CARD   *
009998*                CARRIES THE SENDING OFFICE AFTER THE MODE       *
009998*                BYTE, SO FEEDACK CAN RETURN EACH REJECT TO THE  *
009998*                OFFICE THAT SENT IT.                            *
003000*--------------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
010400 01  RS-MANIFEST-CARD.
010410     05  MAN-FEED-NAME           PIC X(10).
010420     05  MAN-FEED-MODE           PIC X(01).
010420     05  FILLER                  PIC X(01).
010420     05  MAN-SEND-OFFICE         PIC X(08).
010430 FD  READSTMT-DELTA-FILE.
010440 01  RS-DELTA-RECORD.
010450     05  DLT-FEED-NAME           PIC X(10).
011421     05  REJ-FEED-NAME           PIC X(10).
011422     05  REJ-RECORD-NUMBER       PIC 9(06).
011423     05  REJ-REASON-CODE         PIC X(04).
011424     05  REJ-RECORD-IMAGE        PIC X(80).
011450 FD  SUITE-PARM-FILE.
011460 01  SP-PARM-CARD                PIC X(11).
       FD  RS-CYCLENO-FILE.
046197         MOVE FS-RECORD-COUNT (WS-FEED-INDEX)
046197             TO REJ-RECORD-NUMBER
046197         MOVE 'DUPE' TO REJ-REASON-CODE
046197         MOVE WS-CURRENT-RECORD TO REJ-RECORD-IMAGE
046197         WRITE RS-REJECT-RECORD
046197         GO TO 3068-CHECK-IN-FILE-DUPLICATE-EXIT
046197     END-IF.
046335         MOVE FS-RECORD-COUNT (WS-FEED-INDEX)
046336             TO REJ-RECORD-NUMBER
046337         MOVE WS-REJECT-REASON TO REJ-REASON-CODE
046337         MOVE WS-CURRENT-RECORD TO REJ-RECORD-IMAGE
046338         WRITE RS-REJECT-RECORD
046339     END-IF.
046341 3070-VALIDATE-ONE-RECORD-EXIT.
