000001* 09/02/26  DW   THE REFUND DEBIT DETAIL NOW STAMPS ITS FUND   *
000001*                CODE (I - INSTITUTIONAL) ON EACH ADTXN RECORD  *
000001*                FOR THE LEDGER'S NEW FUND DIMENSION.           *
000001* 10/15/26  DW   REFPEND CARRIES THE DATE EACH REFUND WAS       *
000001*                RELEASED, STAMPED BY THE RELEASE RUN, SO THE   *
000001*                BANK RECONCILIATION CAN MATCH THE              *
000001*                DISBURSEMENT.                                  *
000001* 10/15/26  DW   RELEASE NOW PAYS EACH REFUND: ACH CREDIT       *
000001*                (NACHA PPD FILE REFACH) WHEN THE STUDENT HAS   *
000001*                ACTIVE DIRECT-DEPOSIT DETAILS ON THE NEW       *
000001*                STUBANK FILE, OTHERWISE A NUMBERED CHECK ON    *
000001*                THE CHECK REGISTER (REFCHKR) WITH A            *
000001*                POSITIVE-PAY ISSUE FOR THE BANK (REFPPAY).     *
000001*                REFPEND CARRIES THE PAY METHOD AND CHECK OR    *
000001*                TRACE NUMBER. NEW ACTION V READS VOIDED CHECKS *
000001*                AND ACH RETURNS OFF REFVOID, REVERSES THE      *
000001*                RELEASE TO REOPEN THE CREDIT BALANCE AND MARKS *
000001*                THE ITEM VOIDED.                               *
000001* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 153 BYTES FOR THE *
000001*                DEGREE CONFERRAL DATE, STAMPED BY GRADCONF.    *
000001* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 170 BYTES FOR THE *
000001*                DIRECTORY-INFORMATION CONFIDENTIALITY FLAG,    *
000001*                ITS DATE AND REQUESTING OPERATOR.              *
000001* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 186 BYTES FOR THE *
000001*                DATE OF DEATH AND ITS VERIFICATION SOURCE.     *
000001* 10/15/26  DW   REFPEND RECORD LENGTHENED TO 136 BYTES FOR THE *
000001*                REFSCRN FRAUD SCREEN RESULT, SCORE AND RED     *
000001*                FLAGS AND A SECOND SUPERVISOR'S APPROVAL. THE  *
000001*                RELEASE RUN HOLDS AN APPROVED ITEM THE SCREEN  *
000001*                FLAGGED, OR NEVER SCREENED, UNTIL A SECOND     *
000001*                SUPERVISOR HAS APPROVED IT.                    *
000001* 10/15/26  DW   EVERY STUACCT POSTING IS NOW ALSO WRITTEN TO  *
000001*                THE RCVJRNL FORWARD-RECOVERY JOURNAL THROUGH  *
000001*                JRNLLOG.                                      *
000001* 10/15/26  DW   THE CREDIT-BALANCE SCAN NOW READS THE STUBAL  *
000001*                STUDENT BALANCE FILE INSTEAD OF RE-SUMMING    *
000001*                THE WHOLE STUACCT SUBLEDGER, AND HOLDS ONLY   *
000001*                THE STUDENTS IN CREDIT. EVERY STUACCT POSTING *
000001*                IS ALSO POSTED TO STUBAL THROUGH BALPOST,     *
000001*                STRAIGHT AFTER THE WRITE.                     *
002300*--------------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
003000     SELECT RF-ACCT-FILE ASSIGN TO STUACCT
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-ACCT-STATUS.
003200     SELECT RF-BAL-FILE ASSIGN TO STUBAL
003200         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS SEQUENTIAL
003200         RECORD KEY IS SBL-STUDENT-ID
003200         FILE STATUS IS WS-STUBAL-STATUS.
003300     SELECT RF-PEND-FILE ASSIGN TO REFPEND
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-PEND-STATUS.
005100     SELECT RF-CYCLENO-FILE ASSIGN TO CYCLENO
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-CYCLENO-STATUS.
005303     SELECT RF-PAYPARM-FILE ASSIGN TO PAYPARM
005306         ORGANIZATION IS LINE SEQUENTIAL
005309         FILE STATUS IS WS-PAYPARM-STATUS.
005312     SELECT RF-BANK-FILE ASSIGN TO STUBANK
005315         ORGANIZATION IS INDEXED
005318         ACCESS MODE IS RANDOM
005321         RECORD KEY IS SBK-STUDENT-ID
005324         FILE STATUS IS WS-BANK-STATUS.
005327     SELECT RF-MASTER-FILE ASSIGN TO STUMAST
005330         ORGANIZATION IS INDEXED
005333         ACCESS MODE IS RANDOM
005336         RECORD KEY IS STM-STUDENT-ID
005339         FILE STATUS IS WS-MASTER-STATUS.
005342     SELECT RF-ACH-FILE ASSIGN TO REFACH
005345         ORGANIZATION IS LINE SEQUENTIAL
005348         FILE STATUS IS WS-ACH-STATUS.
005351     SELECT RF-CHKREG-FILE ASSIGN TO REFCHKR
005354         ORGANIZATION IS LINE SEQUENTIAL
005357         FILE STATUS IS WS-CHKREG-STATUS.
005360     SELECT RF-PPAY-FILE ASSIGN TO REFPPAY
005363         ORGANIZATION IS LINE SEQUENTIAL
005366         FILE STATUS IS WS-PPAY-STATUS.
005369     SELECT RF-CHKNO-FILE ASSIGN TO REFCHKNO
005372         ORGANIZATION IS LINE SEQUENTIAL
005375         FILE STATUS IS WS-CHKNO-STATUS.
005378     SELECT RF-VOID-FILE ASSIGN TO REFVOID
005381         ORGANIZATION IS LINE SEQUENTIAL
005384         FILE STATUS IS WS-VOID-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  RF-PARM-FILE.
005800     05  RFP-ACTION           PIC X(01).
005900         88  RFP-SCAN-RUN     VALUE 'S'.
006000         88  RFP-RELEASE-RUN  VALUE 'R'.
006010         88  RFP-VOID-RUN     VALUE 'V'.
006100 FD  RF-ACCT-FILE.
006200 COPY STUACREC.
006200 FD  RF-BAL-FILE.
006200 COPY STUBLREC.
006300 FD  RF-PEND-FILE.
006400 01  RFQ-RECORD.
006500     05  RFQ-STATUS           PIC X(01).
006600         88  RFQ-PENDING      VALUE 'P'.
006700         88  RFQ-APPROVED     VALUE 'A'.
006800         88  RFQ-REJECTED     VALUE 'R'.
006810         88  RFQ-APPLIED      VALUE 'D'.
006820         88  RFQ-VOIDED       VALUE 'V'.
006830         88  RFQ-AWAITING-SECOND VALUE 'H'.
007000     05  RFQ-STUDENT-ID       PIC 9(09).
007100     05  RFQ-AMOUNT           PIC 9(07)V99.
007200     05  RFQ-REQUEST-DATE     PIC 9(08).
007400     05  RFQ-REVIEW-OPER      PIC X(08).
007500     05  RFQ-REVIEW-DATE      PIC 9(08).
007600     05  RFQ-REASON           PIC X(20).
007610     05  RFQ-RELEASE-DATE     PIC 9(08).
007620     05  RFQ-PAY-METHOD       PIC X(01).
007630         88  RFQ-PAID-BY-ACH  VALUE 'A'.
007640         88  RFQ-PAID-BY-CHECK VALUE 'K'.
007650     05  RFQ-PAY-REF          PIC X(15).
007660     05  RFQ-VOID-DATE        PIC 9(08).
007664     05  RFQ-SCREEN-DATE      PIC 9(08).
007668     05  RFQ-SCREEN-RESULT    PIC X(01).
007672         88  RFQ-SCREEN-CLEAR VALUE 'C'.
007676         88  RFQ-SCREEN-FLAGGED VALUE 'F'.
007680     05  RFQ-RISK-SCORE       PIC 9(03).
007684     05  RFQ-RISK-FLAGS       PIC X(05).
007688     05  RFQ-SECOND-OPER      PIC X(08).
007692     05  RFQ-SECOND-DATE      PIC 9(08).
007700 FD  RF-WORK-FILE.
007710 01  RF-WORK-RECORD           PIC X(140).
007900 FD  RF-TXN-FILE.
008000 01  TXN-RECORD.
008100     05  TXN-RECORD-TYPE      PIC X(01).
011500 FD  RF-CYCLENO-FILE.
011600 01  CYCLENO-CARD.
011700     05  CYC-CYCLE-NUMBER     PIC 9(06).
011701*--------------------------------------------------------------*
011702* RF-PAY-CARD - PAYMENT ORIGINATION CARDS OFF PAYPARM. CARD A   *
011703* NAMES THE BANK THE ACH FILE GOES TO AND THE ORIGINATOR; CARD  *
011704* K NAMES THE DISBURSEMENT ACCOUNT THE REFUND CHECKS ARE DRAWN  *
011705* ON AND THE FIRST NUMBER OF THE CHECK STOCK. WITH NO CARD A    *
011706* EVERY REFUND IS PAID BY CHECK.                                *
011707*--------------------------------------------------------------*
011708 FD  RF-PAYPARM-FILE.
011709 01  RF-PAY-CARD.
011710     05  RPY-CARD-TYPE        PIC X(01).
011711         88  RPY-ACH-CARD     VALUE 'A'.
011712         88  RPY-CHECK-CARD   VALUE 'K'.
011713     05  FILLER               PIC X(99).
011714 01  RPY-ACH-CARD-R REDEFINES RF-PAY-CARD.
011715     05  FILLER               PIC X(02).
011716     05  RPY-DEST-ROUTING     PIC 9(09).
011717     05  FILLER               PIC X(01).
011718     05  RPY-ODFI-ID          PIC 9(08).
011719     05  FILLER               PIC X(01).
011720     05  RPY-COMPANY-ID       PIC X(10).
011721     05  FILLER               PIC X(01).
011722     05  RPY-COMPANY-NAME     PIC X(16).
011723     05  FILLER               PIC X(01).
011724     05  RPY-DEST-NAME        PIC X(23).
011725     05  FILLER               PIC X(01).
011726     05  RPY-ORIGIN-NAME      PIC X(23).
011727     05  FILLER               PIC X(04).
011728 01  RPY-CHECK-CARD-R REDEFINES RF-PAY-CARD.
011729     05  FILLER               PIC X(02).
011730     05  RPY-CHECK-ACCOUNT    PIC X(15).
011731     05  FILLER               PIC X(01).
011732     05  RPY-FIRST-CHECK-NO   PIC 9(10).
011733     05  FILLER               PIC X(72).
011734 FD  RF-BANK-FILE.
011735 COPY STUBKREC.
011736 FD  RF-MASTER-FILE.
011737 01  STM-RECORD.
011738     05  STM-STUDENT-ID       PIC 9(09).
011739     05  STM-NAME             PIC X(25).
011740     05  FILLER               PIC X(152).
011741*--------------------------------------------------------------*
011742* RF-ACH-RECORD - ONE 94-BYTE NACHA RECORD. THE FILE CARRIES   *
011743* ONE PPD CREDIT BATCH OF REFUND ENTRIES BETWEEN THE FILE      *
011744* HEADER (1) AND BATCH HEADER (5) AND THE BATCH CONTROL (8)    *
011745* AND FILE CONTROL (9), PADDED WITH ALL-NINES RECORDS TO A     *
011746* FULL BLOCK OF TEN.                                           *
011747*--------------------------------------------------------------*
011748 FD  RF-ACH-FILE.
011749 01  RF-ACH-RECORD.
011750     05  ACH-RECORD-TYPE      PIC X(01).
011751     05  FILLER               PIC X(93).
011752 01  ACH-FILE-HEADER-R REDEFINES RF-ACH-RECORD.
011753     05  FILLER               PIC X(01).
011754     05  AFH-PRIORITY         PIC X(02).
011755     05  AFH-DESTINATION      PIC X(10).
011756     05  AFH-ORIGIN           PIC X(10).
011757     05  AFH-CREATE-DATE      PIC 9(06).
011758     05  AFH-CREATE-TIME      PIC 9(04).
011759     05  AFH-ID-MODIFIER      PIC X(01).
011760     05  AFH-RECORD-SIZE      PIC X(03).
011761     05  AFH-BLOCKING         PIC X(02).
011762     05  AFH-FORMAT-CODE      PIC X(01).
011763     05  AFH-DEST-NAME        PIC X(23).
011764     05  AFH-ORIGIN-NAME      PIC X(23).
011765     05  AFH-REFERENCE        PIC X(08).
011766 01  ACH-BATCH-HEADER-R REDEFINES RF-ACH-RECORD.
011767     05  FILLER               PIC X(01).
011768     05  ABH-SERVICE-CLASS    PIC X(03).
011769     05  ABH-COMPANY-NAME     PIC X(16).
011770     05  ABH-DISCRETIONARY    PIC X(20).
011771     05  ABH-COMPANY-ID       PIC X(10).
011772     05  ABH-SEC-CODE         PIC X(03).
011773     05  ABH-ENTRY-DESC       PIC X(10).
011774     05  ABH-DESC-DATE        PIC X(06).
011775     05  ABH-EFFECTIVE-DATE   PIC 9(06).
011776     05  ABH-SETTLEMENT-DATE  PIC X(03).
011777     05  ABH-ORIGINATOR-STAT  PIC X(01).
011778     05  ABH-ODFI-ID          PIC 9(08).
011779     05  ABH-BATCH-NUMBER     PIC 9(07).
011780 01  ACH-ENTRY-R REDEFINES RF-ACH-RECORD.
011781     05  FILLER               PIC X(01).
011782     05  AEN-TRAN-CODE        PIC X(02).
011783     05  AEN-RDFI-ID          PIC 9(08).
011784     05  AEN-CHECK-DIGIT      PIC 9(01).
011785     05  AEN-ACCOUNT-NO       PIC X(17).
011786     05  AEN-AMOUNT           PIC 9(08)V99.
011787     05  AEN-INDIVIDUAL-ID    PIC X(15).
011788     05  AEN-INDIVIDUAL-NAME  PIC X(22).
011789     05  AEN-DISCRETIONARY    PIC X(02).
011790     05  AEN-ADDENDA-IND      PIC X(01).
011791     05  AEN-TRACE-NUMBER     PIC X(15).
011792 01  ACH-BATCH-CONTROL-R REDEFINES RF-ACH-RECORD.
011793     05  FILLER               PIC X(01).
011794     05  ABC-SERVICE-CLASS    PIC X(03).
011795     05  ABC-ENTRY-COUNT      PIC 9(06).
011796     05  ABC-ENTRY-HASH       PIC 9(10).
011797     05  ABC-TOTAL-DEBIT      PIC 9(10)V99.
011798     05  ABC-TOTAL-CREDIT     PIC 9(10)V99.
011799     05  ABC-COMPANY-ID       PIC X(10).
011799     05  ABC-AUTH-CODE        PIC X(19).
011799     05  ABC-RESERVED         PIC X(06).
011799     05  ABC-ODFI-ID          PIC 9(08).
011799     05  ABC-BATCH-NUMBER     PIC 9(07).
011799 01  ACH-FILE-CONTROL-R REDEFINES RF-ACH-RECORD.
011799     05  FILLER               PIC X(01).
011799     05  AFC-BATCH-COUNT      PIC 9(06).
011799     05  AFC-BLOCK-COUNT      PIC 9(06).
011799     05  AFC-ENTRY-COUNT      PIC 9(08).
011799     05  AFC-ENTRY-HASH       PIC 9(10).
011799     05  AFC-TOTAL-DEBIT      PIC 9(10)V99.
011799     05  AFC-TOTAL-CREDIT     PIC 9(10)V99.
011799     05  AFC-RESERVED         PIC X(39).
011799 FD  RF-CHKREG-FILE.
011799 01  RF-CHKREG-RECORD.
011799     05  RCK-CHECK-NO         PIC 9(10).
011799     05  FILLER               PIC X(02).
011799     05  RCK-STUDENT-ID       PIC 9(09).
011799     05  FILLER               PIC X(02).
011799     05  RCK-PAYEE-NAME       PIC X(25).
011799     05  FILLER               PIC X(02).
011799     05  RCK-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.
011799     05  FILLER               PIC X(02).
011799     05  RCK-ISSUE-DATE       PIC 9(08).
011799*--------------------------------------------------------------*
011799* RF-PPAY-RECORD - ONE POSITIVE-PAY ISSUE (I) OR VOID (V) LINE  *
011799* FOR THE BANK, AND A TRAILER (T) WITH THE COUNT AND TOTAL.     *
011799*--------------------------------------------------------------*
011799 FD  RF-PPAY-FILE.
011799 01  RF-PPAY-RECORD.
011799     05  PPY-RECORD-TYPE      PIC X(01).
011799         88  PPY-DETAIL       VALUE 'D'.
011799         88  PPY-TRAILER      VALUE 'T'.
011799     05  PPY-ISSUE-CODE       PIC X(01).
011799         88  PPY-ISSUED       VALUE 'I'.
011799         88  PPY-VOID         VALUE 'V'.
011799     05  PPY-ACCOUNT-NO       PIC X(15).
011799     05  PPY-CHECK-NO         PIC 9(10).
011799     05  PPY-AMOUNT           PIC 9(08)V99.
011799     05  PPY-ISSUE-DATE       PIC 9(08).
011799     05  PPY-PAYEE-NAME       PIC X(25).
011799 01  PPY-TRAILER-R REDEFINES RF-PPAY-RECORD.
011799     05  FILLER               PIC X(17).
011799     05  PPT-RECORD-COUNT     PIC 9(10).
011799     05  PPT-TOTAL-AMOUNT     PIC 9(08)V99.
011799     05  FILLER               PIC X(33).
011799*--------------------------------------------------------------*
011799* RF-CHKNO-CARD - THE LAST CHECK NUMBER ISSUED AND THE LAST ACH *
011799* TRACE SEQUENCE USED, CARRIED RUN TO RUN SO EVERY PAYMENT      *
011799* REFERENCE STAMPED ON REFPEND IS UNIQUE.                       *
011799*--------------------------------------------------------------*
011799 FD  RF-CHKNO-FILE.
011799 01  RF-CHKNO-CARD.
011799     05  RCN-LAST-CHECK-NO    PIC 9(10).
011799     05  RCN-LAST-TRACE-SEQ   PIC 9(07).
011799*--------------------------------------------------------------*
011799* RF-VOID-RECORD - ONE VOIDED CHECK (V) FROM THE BURSAR OR ONE  *
011799* ACH RETURN (R) FROM THE BANK'S RETURN FILE, BY THE CHECK      *
011799* NUMBER OR TRACE NUMBER THE RELEASE STAMPED ON REFPEND.        *
011799*--------------------------------------------------------------*
011799 FD  RF-VOID-FILE.
011799 01  RF-VOID-RECORD.
011799     05  RVI-PAY-REF          PIC X(15).
011799     05  FILLER               PIC X(01).
011799     05  RVI-TYPE             PIC X(01).
011799         88  RVI-CHECK-VOID   VALUE 'V'.
011799         88  RVI-ACH-RETURN   VALUE 'R'.
011799     05  FILLER               PIC X(01).
011799     05  RVI-RETURN-CODE      PIC X(03).
011799     05  FILLER               PIC X(01).
011799     05  RVI-DATE             PIC 9(08).
011800 WORKING-STORAGE SECTION.
011900 01  WS-SUITE-STATUS          PIC X(02).
012000     88  WS-SUITE-OK          VALUE '00'.
012400     88  WS-PARM-OK           VALUE '00'.
012500 01  WS-ACCT-STATUS           PIC X(02).
012600     88  WS-ACCT-OK           VALUE '00'.
012600 01  WS-STUBAL-STATUS         PIC X(02).
012600     88  WS-STUBAL-OK         VALUE '00'.
012600 01  WS-CREDIT-DROPPED        PIC 9(06) COMP VALUE 0.
012700 01  WS-PEND-STATUS           PIC X(02).
012800     88  WS-PEND-OK           VALUE '00'.
012900 01  WS-WORK-STATUS           PIC X(02).
013400     88  WS-TXNWRK-OK         VALUE '00'.
013500 01  WS-REGISTER-STATUS       PIC X(02).
013600     88  WS-REGISTER-OK       VALUE '00'.
013605 01  WS-PAYPARM-STATUS        PIC X(02).
013610     88  WS-PAYPARM-OK        VALUE '00'.
013615 01  WS-BANK-STATUS           PIC X(02).
013620     88  WS-BANK-OK           VALUE '00'.
013625 01  WS-MASTER-STATUS         PIC X(02).
013630     88  WS-MASTER-OK         VALUE '00'.
013635 01  WS-ACH-STATUS            PIC X(02).
013640     88  WS-ACH-OK            VALUE '00'.
013645 01  WS-CHKREG-STATUS         PIC X(02).
013650     88  WS-CHKREG-OK         VALUE '00'.
013655 01  WS-PPAY-STATUS           PIC X(02).
013660     88  WS-PPAY-OK           VALUE '00'.
013665 01  WS-CHKNO-STATUS          PIC X(02).
013670     88  WS-CHKNO-OK          VALUE '00'.
013675 01  WS-VOID-STATUS           PIC X(02).
013680     88  WS-VOID-OK           VALUE '00'.
013700 01  WS-EOF-SWITCH            PIC X(01).
013800     88  WS-AT-EOF            VALUE 'Y'.
013900     88  WS-NOT-AT-EOF        VALUE 'N'.
014000 01  WS-ACTION                PIC X(01) VALUE 'S'.
014100     88  WS-SCAN-RUN          VALUE 'S'.
014200     88  WS-RELEASE-RUN       VALUE 'R'.
014210     88  WS-VOID-RUN          VALUE 'V'.
014300 01  WS-BAL-COUNT             PIC 9(04) COMP VALUE 0.
014400 01  WS-BAL-MAX               PIC 9(04) COMP VALUE 1000.
014500 01  WS-BAL-IDX               PIC 9(04) COMP.
014800     88  WS-BAL-NOT-FOUND     VALUE 'N'.
014900 01  WS-REFUNDS-QUEUED        PIC 9(06) COMP VALUE 0.
015000 01  WS-REFUNDS-RELEASED      PIC 9(06) COMP VALUE 0.
015010 01  WS-REFUNDS-HELD          PIC 9(06) COMP VALUE 0.
015100 01  WS-REFUND-AMOUNT         PIC 9(07)V99 VALUE 0.
015200 01  WS-TXN-COUNT             PIC 9(06) COMP VALUE 0.
015300 01  WS-HASH-A                PIC S9(09)V99 COMP-3 VALUE 0.
015500 01  WS-HASH-C                PIC S9(09)V99 COMP-3 VALUE 0.
015600 01  WS-HASH-D                PIC S9(09)V99 COMP-3 VALUE 0.
015700 01  WS-HASH-E                PIC S9(09)V99 COMP-3 VALUE 0.
015701*--------------------------------------------------------------*
015702* PAYMENT ORIGINATION - THE PAYPARM SETTINGS, THE ACH BATCH     *
015703* TOTALS AND THE CHECK SEQUENCE FOR ONE RELEASE RUN.            *
015704*--------------------------------------------------------------*
015705 01  WS-ACH-SETUP-SWITCH      PIC X(01) VALUE 'N'.
015706     88  WS-ACH-CONFIGURED    VALUE 'Y'.
015707 01  WS-ACH-OPEN-SWITCH       PIC X(01) VALUE 'N'.
015708     88  WS-ACH-BATCH-OPEN    VALUE 'Y'.
015709 01  WS-DEST-ROUTING          PIC 9(09) VALUE 0.
015710 01  WS-ODFI-ID               PIC 9(08) VALUE 0.
015711 01  WS-COMPANY-ID            PIC X(10) VALUE SPACES.
015712 01  WS-COMPANY-NAME          PIC X(16) VALUE SPACES.
015713 01  WS-DEST-NAME             PIC X(23) VALUE SPACES.
015714 01  WS-ORIGIN-NAME           PIC X(23) VALUE SPACES.
015715 01  WS-CHECK-ACCOUNT         PIC X(15) VALUE SPACES.
015716 01  WS-FIRST-CHECK-NO        PIC 9(10) VALUE 0.
015717 01  WS-NEXT-CHECK-NO         PIC 9(10) VALUE 0.
015718 01  WS-CHECKS-ISSUED         PIC 9(06) COMP VALUE 0.
015719 01  WS-CHECK-TOTAL           PIC 9(09)V99 VALUE 0.
015720 01  WS-ACH-ENTRIES           PIC 9(06) COMP VALUE 0.
015721 01  WS-ACH-RECORDS           PIC 9(06) COMP VALUE 0.
015722 01  WS-ACH-BLOCKS            PIC 9(06) COMP VALUE 0.
015723 01  WS-ACH-HASH              PIC 9(12) VALUE 0.
015724 01  WS-ACH-TOTAL             PIC 9(10)V99 VALUE 0.
015725 01  WS-TRACE-NUMBER.
015726     05  WS-TRACE-ODFI        PIC 9(08).
015727     05  WS-TRACE-SEQ         PIC 9(07).
015728 01  WS-PPAY-COUNT            PIC 9(06) COMP VALUE 0.
015729 01  WS-PPAY-TOTAL            PIC 9(08)V99 VALUE 0.
015730 01  WS-TODAY                 PIC 9(08) VALUE 0.
015731 01  WS-TODAY-R REDEFINES WS-TODAY.
015732     05  FILLER               PIC 9(02).
015733     05  WS-TODAY-YYMMDD      PIC 9(06).
015734 01  WS-EFFECTIVE-DATE        PIC 9(08) VALUE 0.
015735 01  WS-EFFECTIVE-R REDEFINES WS-EFFECTIVE-DATE.
015736     05  FILLER               PIC 9(02).
015737     05  WS-EFFECTIVE-YYMMDD  PIC 9(06).
015738 01  WS-NOW-TIME              PIC 9(08) VALUE 0.
015739 01  WS-NOW-TIME-R REDEFINES WS-NOW-TIME.
015740     05  WS-NOW-HHMM          PIC 9(04).
015741     05  FILLER               PIC 9(04).
015742 01  WS-PAYEE-NAME            PIC X(25).
015743 01  WS-PAY-SWITCH            PIC X(01).
015744     88  WS-PAY-BY-ACH        VALUE 'A'.
015745     88  WS-PAY-BY-CHECK      VALUE 'K'.
015745 01  WS-PPAY-CODE             PIC X(01).
015745 01  WS-PPAY-DATE             PIC 9(08).
015745 01  WS-ACH-PAD               PIC 9(02) COMP VALUE 0.
015746*--------------------------------------------------------------*
015747* RF-VOID-TABLE - THE VOIDS AND ACH RETURNS FOR ONE VOID RUN,   *
015748* EACH FLAGGED ONCE IT FINDS ITS RELEASED REFUND.               *
015749*--------------------------------------------------------------*
015750 01  WS-VOID-COUNT            PIC 9(04) COMP VALUE 0.
015751 01  WS-VOID-MAX              PIC 9(04) COMP VALUE 500.
015752 01  WS-VOID-IDX              PIC 9(04) COMP.
015753 01  WS-VOID-HIT              PIC 9(04) COMP.
015754 01  WS-REFUNDS-VOIDED        PIC 9(06) COMP VALUE 0.
015755 01  RF-VOID-TABLE.
015756     05  RF-VOID-ENTRY OCCURS 500 TIMES.
015757         10  RFV-PAY-REF      PIC X(15).
015758         10  RFV-TYPE         PIC X(01).
015759             88  RFV-CHECK-VOID VALUE 'V'.
015760             88  RFV-ACH-RETURN VALUE 'R'.
015761         10  RFV-RETURN-CODE  PIC X(03).
015762         10  RFV-DATE         PIC 9(08).
015763         10  RFV-MATCHED-FLAG PIC X(01).
015764             88  RFV-MATCHED  VALUE 'Y'.
015800*--------------------------------------------------------------*
015900* RF-BALANCE-TABLE - THE STUDENTS IN CREDIT ON STUBAL, PLUS AN  *
016000* OPEN-QUEUE FLAG SO A STUDENT ALREADY PENDING OR APPROVED IS   *
016100* NOT QUEUED A SECOND TIME.                                     *
016200*--------------------------------------------------------------*
016300 01  RF-BALANCE-TABLE.
016400     05  RF-BALANCE-ENTRY OCCURS 1000 TIMES.
016900 COPY SUITEPRM.
017000 COPY CKPTPARM.
017100 COPY STEPPARM.
017100 COPY JRNLPARM.
017100 COPY BALPARM.
017200 PROCEDURE DIVISION.
017300 0000-MAINLINE.
017400     PERFORM 1000-READ-PARM-CARD
018000     CALL 'STEPLOG' USING STEP-PARM-BLOCK.
018100     PERFORM 0010-READ-SUITE-PARM THRU 0010-READ-SUITE-PARM-EXIT.
018200     OPEN OUTPUT RF-REGISTER-FILE.
018210     EVALUATE TRUE
018220         WHEN WS-RELEASE-RUN
018230             PERFORM 5000-RELEASE-APPROVED-REFUNDS
018240                 THRU 5000-RELEASE-APPROVED-REFUNDS-EXIT
018250         WHEN WS-VOID-RUN
018260             PERFORM 7000-VOID-RELEASED-REFUNDS
018270                 THRU 7000-VOID-RELEASED-REFUNDS-EXIT
018280         WHEN OTHER
018290             PERFORM 2000-SCAN-FOR-CREDIT-BALANCES
018300                 THRU 2000-SCAN-FOR-CREDIT-BALANCES-EXIT
018310     END-EVALUATE.
019000     CLOSE RF-REGISTER-FILE.
019100     PERFORM 0900-MARK-CHECKPOINT
019200         THRU 0900-MARK-CHECKPOINT-EXIT.
019300     GO TO 9999-EXIT.
019400*--------------------------------------------------------------*
019410* 0005-CHECK-CHECKPOINT - A RELEASE OR VOID RUN BYPASSES THE    *
019420* CHECK THE SAME WAY ADDSTMT'S REVERSAL DOES - THE MORNING SCAN *
019430* ALREADY COMPLETED THE CYCLE AND WOULD OTHERWISE SKIP IT.      *
019800*--------------------------------------------------------------*
019900 0005-CHECK-CHECKPOINT.
020000     IF NOT WS-SCAN-RUN
020100         GO TO 0005-CHECK-CHECKPOINT-EXIT
020200     END-IF.
020300     MOVE 'REFUNDRN' TO CK-PROGRAM-ID.
021100 0005-CHECK-CHECKPOINT-EXIT.
021200     EXIT.
021300*--------------------------------------------------------------*
021310* 0900-MARK-CHECKPOINT - THE SCAN RUN OWNS THE CYCLE MARKER; A  *
021320* RELEASE OR VOID RUN LEAVES IT ALONE.                          *
021600*--------------------------------------------------------------*
021700 0900-MARK-CHECKPOINT.
021800     IF NOT WS-SCAN-RUN
021900         GO TO 0900-MARK-CHECKPOINT-STEPLOG
022000     END-IF.
022100     MOVE 'REFUNDRN' TO CK-PROGRAM-ID.
022800 0900-MARK-CHECKPOINT-EXIT.
022900     EXIT.
023000*--------------------------------------------------------------*
023010* 1000-READ-PARM-CARD - SCAN, RELEASE OR VOID OFF REFPARM. NO   *
023020* CARD MEANS SCAN, THE NIGHTLY DEFAULT.                         *
023300*--------------------------------------------------------------*
023400 1000-READ-PARM-CARD.
023500     OPEN INPUT RF-PARM-FILE.
023900                 CONTINUE
024000         END-READ
024100         IF WS-PARM-OK
024110             AND (RFP-SCAN-RUN OR RFP-RELEASE-RUN
024120                  OR RFP-VOID-RUN)
024300             MOVE RFP-ACTION TO WS-ACTION
024400         END-IF
024500         CLOSE RF-PARM-FILE
027800 0010-READ-SUITE-PARM-EXIT.
027900     EXIT.
028000*--------------------------------------------------------------*
028100* 2000-SCAN-FOR-CREDIT-BALANCES - PICKS THE STUDENTS IN CREDIT *
028200* OFF STUBAL, FLAGS STUDENTS ALREADY ON THE QUEUE, AND QUEUES A *
028300* PENDING REFUND FOR EACH NEW CREDIT BALANCE.                   *
028400*--------------------------------------------------------------*
028500 2000-SCAN-FOR-CREDIT-BALANCES.
028600     PERFORM 2100-SUM-STUDENT-BALANCES
030000 2000-SCAN-FOR-CREDIT-BALANCES-EXIT.
030100     EXIT.
030200*--------------------------------------------------------------*
030300* 2100-SUM-STUDENT-BALANCES - ONE PASS OVER STUBAL, EVERY      *
030400* STUDENT WHOSE CURRENT BALANCE IS IN CREDIT INTO THE BALANCE  *
030500* TABLE. ACCTRCON PROVES STUBAL TO THE SUBLEDGER EACH NIGHT. A *
030600* MISSING STUBAL QUEUES NOTHING AND SAYS SO; A STUDENT IN      *
030700* CREDIT PAST THE TABLE'S SIZE IS COUNTED AND LEFT FOR THE     *
030800* NEXT SCAN.                                                   *
030900*--------------------------------------------------------------*
031000 2100-SUM-STUDENT-BALANCES.
031100     SET WS-NOT-AT-EOF TO TRUE.
031200     OPEN INPUT RF-BAL-FILE.
031300     IF NOT WS-STUBAL-OK
031400         DISPLAY 'REFUNDRN: STUBAL WILL NOT OPEN, STATUS '
031500             WS-STUBAL-STATUS ' - NO CREDIT BALANCES SCANNED'
031600         GO TO 2100-SUM-STUDENT-BALANCES-EXIT
031700     END-IF.
031800     PERFORM 2150-READ-ONE-BALANCE
031900         THRU 2150-READ-ONE-BALANCE-EXIT.
032000     PERFORM UNTIL WS-AT-EOF
032100         IF SBL-CURRENT-BALANCE < ZERO
032200             PERFORM 2200-POST-ONE-TO-BALANCE
032300                 THRU 2200-POST-ONE-TO-BALANCE-EXIT
032400         END-IF
032500         PERFORM 2150-READ-ONE-BALANCE
032600             THRU 2150-READ-ONE-BALANCE-EXIT
032700     END-PERFORM.
032800     CLOSE RF-BAL-FILE.
032900     IF WS-CREDIT-DROPPED > 0
033000         DISPLAY 'REFUNDRN: ' WS-CREDIT-DROPPED
033100             ' CREDIT BALANCES PAST THE TABLE - LEFT FOR '
033200             'THE NEXT SCAN'
033300     END-IF.
033400 2100-SUM-STUDENT-BALANCES-EXIT.
033500     EXIT.
033600*--------------------------------------------------------------*
033700* 2150-READ-ONE-BALANCE - A SINGLE READ OF STUBAL.             *
033800*--------------------------------------------------------------*
033900 2150-READ-ONE-BALANCE.
034000     READ RF-BAL-FILE NEXT RECORD
034100         AT END SET WS-AT-EOF TO TRUE
034200     END-READ.
034300 2150-READ-ONE-BALANCE-EXIT.
034400     EXIT.
034500*--------------------------------------------------------------*
034600* 2200-POST-ONE-TO-BALANCE - ONE STUDENT IN CREDIT INTO THE    *
034700* NEXT BALANCE SLOT. STUBAL HOLDS ONE RECORD PER STUDENT, SO   *
034800* THERE IS NO SLOT TO LOOK FOR FIRST.                          *
034900*--------------------------------------------------------------*
035000 2200-POST-ONE-TO-BALANCE.
035100     IF WS-BAL-COUNT NOT < WS-BAL-MAX
035200         ADD 1 TO WS-CREDIT-DROPPED
035300         GO TO 2200-POST-ONE-TO-BALANCE-EXIT
035400     END-IF.
035500     ADD 1 TO WS-BAL-COUNT.
035600     MOVE SBL-STUDENT-ID TO RFB-STUDENT-ID (WS-BAL-COUNT).
035700     MOVE SBL-CURRENT-BALANCE TO RFB-BALANCE (WS-BAL-COUNT).
035800     MOVE 'N' TO RFB-QUEUED-FLAG (WS-BAL-COUNT).
035800 2200-POST-ONE-TO-BALANCE-EXIT.
035800     EXIT.
035900*--------------------------------------------------------------*
036000* 2300-FLAG-QUEUED-STUDENTS - A STUDENT WITH A PENDING OR       *
036100* APPROVED REFPEND ENTRY, OR ONE AWAITING A SECOND SUPERVISOR,  *
036100* IS NOT QUEUED AGAIN.                                          *
036200*--------------------------------------------------------------*
036300 2300-FLAG-QUEUED-STUDENTS.
036400     SET WS-NOT-AT-EOF TO TRUE.
036900     PERFORM 2350-READ-ONE-PENDING
037000         THRU 2350-READ-ONE-PENDING-EXIT.
037100     PERFORM UNTIL WS-AT-EOF
037110         IF RFQ-PENDING OR RFQ-APPROVED OR RFQ-AWAITING-SECOND
037300             PERFORM VARYING WS-BAL-IDX FROM 1 BY 1
037400                     UNTIL WS-BAL-IDX > WS-BAL-COUNT
037500                 IF RFB-STUDENT-ID (WS-BAL-IDX)
042100     ACCEPT RFQ-REQUEST-DATE FROM DATE YYYYMMDD.
042200     ACCEPT RFQ-REQUEST-TIME FROM TIME.
042300     MOVE SPACES TO RFQ-REVIEW-OPER RFQ-REASON.
042310     MOVE ZERO TO RFQ-REVIEW-DATE RFQ-RELEASE-DATE.
042320     MOVE SPACES TO RFQ-PAY-METHOD RFQ-PAY-REF.
042330     MOVE ZERO TO RFQ-VOID-DATE.
042340     MOVE ZERO TO RFQ-SCREEN-DATE RFQ-RISK-SCORE.
042350     MOVE SPACES TO RFQ-SCREEN-RESULT RFQ-RISK-FLAGS.
042360     MOVE SPACES TO RFQ-SECOND-OPER.
042370     MOVE ZERO TO RFQ-SECOND-DATE.
042500     WRITE RFQ-RECORD.
042600     CLOSE RF-PEND-FILE.
042700 2500-QUEUE-ONE-REFUND-EXIT.
042800     EXIT.
042801*--------------------------------------------------------------*
042802* 4000-OPEN-PAYMENT-FILES - THE PAYPARM CARDS, THE CHECK AND    *
042803* TRACE SEQUENCE, AND THE PAYMENT OUTPUTS FOR A RELEASE RUN.    *
042804* THE ACH ENTRIES SETTLE THE DAY AFTER THE RUN. A TEST-MODE RUN *
042805* OPENS ONLY THE CHECK REGISTER.                                *
042806*--------------------------------------------------------------*
042807 4000-OPEN-PAYMENT-FILES.
042808     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
042809     ACCEPT WS-NOW-TIME FROM TIME.
042810     COMPUTE WS-EFFECTIVE-DATE = FUNCTION DATE-OF-INTEGER
042811         (FUNCTION INTEGER-OF-DATE (WS-TODAY) + 1).
042812     PERFORM 4010-READ-PAY-CARDS
042813         THRU 4010-READ-PAY-CARDS-EXIT.
042814     PERFORM 4020-READ-PAY-SEQUENCE
042815         THRU 4020-READ-PAY-SEQUENCE-EXIT.
042816     OPEN INPUT RF-BANK-FILE.
042817     IF NOT WS-BANK-OK
042818         DISPLAY 'REFUNDRN: STUBANK NOT AVAILABLE - REFUNDS PAID '
042819             'BY CHECK'
042820     END-IF.
042821     OPEN INPUT RF-MASTER-FILE.
042822     OPEN OUTPUT RF-CHKREG-FILE.
042823     IF SP-TEST-MODE
042824         GO TO 4000-OPEN-PAYMENT-FILES-EXIT
042825     END-IF.
042826     OPEN OUTPUT RF-ACH-FILE.
042827     OPEN OUTPUT RF-PPAY-FILE.
042828 4000-OPEN-PAYMENT-FILES-EXIT.
042829     EXIT.
042830*--------------------------------------------------------------*
042831* 4010-READ-PAY-CARDS - CARD A (ACH ORIGINATION) AND CARD K     *
042832* (CHECK ACCOUNT AND STOCK) OFF PAYPARM. A MISSING MEMBER OR A  *
042833* CARD A WITHOUT NUMERIC ROUTING LEAVES ACH SWITCHED OFF.       *
042834*--------------------------------------------------------------*
042835 4010-READ-PAY-CARDS.
042836     OPEN INPUT RF-PAYPARM-FILE.
042837     IF NOT WS-PAYPARM-OK
042838         DISPLAY 'REFUNDRN: NO PAYPARM - REFUNDS PAID BY CHECK'
042839         GO TO 4010-READ-PAY-CARDS-EXIT
042840     END-IF.
042841     SET WS-NOT-AT-EOF TO TRUE.
042842     PERFORM 4015-READ-ONE-PAY-CARD
042843         THRU 4015-READ-ONE-PAY-CARD-EXIT.
042844     PERFORM UNTIL WS-AT-EOF
042845         EVALUATE TRUE
042846             WHEN RPY-ACH-CARD
042847                 AND RPY-DEST-ROUTING NUMERIC
042848                 AND RPY-ODFI-ID NUMERIC
042849                 MOVE RPY-DEST-ROUTING TO WS-DEST-ROUTING
042850                 MOVE RPY-ODFI-ID TO WS-ODFI-ID
042851                 MOVE RPY-COMPANY-ID TO WS-COMPANY-ID
042852                 MOVE RPY-COMPANY-NAME TO WS-COMPANY-NAME
042853                 MOVE RPY-DEST-NAME TO WS-DEST-NAME
042854                 MOVE RPY-ORIGIN-NAME TO WS-ORIGIN-NAME
042855                 SET WS-ACH-CONFIGURED TO TRUE
042856             WHEN RPY-CHECK-CARD
042857                 MOVE RPY-CHECK-ACCOUNT TO WS-CHECK-ACCOUNT
042858                 IF RPY-FIRST-CHECK-NO NUMERIC
042859                     MOVE RPY-FIRST-CHECK-NO TO WS-FIRST-CHECK-NO
042860                 END-IF
042861             WHEN OTHER
042862                 CONTINUE
042863         END-EVALUATE
042864         PERFORM 4015-READ-ONE-PAY-CARD
042865             THRU 4015-READ-ONE-PAY-CARD-EXIT
042866     END-PERFORM.
042867     CLOSE RF-PAYPARM-FILE.
042868 4010-READ-PAY-CARDS-EXIT.
042869     EXIT.
042870*--------------------------------------------------------------*
042871* 4015-READ-ONE-PAY-CARD - A SINGLE READ OF PAYPARM.            *
042872*--------------------------------------------------------------*
042873 4015-READ-ONE-PAY-CARD.
042874     READ RF-PAYPARM-FILE
042875         AT END SET WS-AT-EOF TO TRUE
042876     END-READ.
042877 4015-READ-ONE-PAY-CARD-EXIT.
042878     EXIT.
042879*--------------------------------------------------------------*
042880* 4020-READ-PAY-SEQUENCE - THE NEXT CHECK NUMBER IS ONE PAST    *
042881* THE LAST ISSUED, OR THE FIRST OF THE STOCK ON CARD K WHEN A   *
042882* NEW STOCK STARTS HIGHER. THE TRACE SEQUENCE CARRIES ON FROM   *
042883* THE LAST RUN.                                                 *
042884*--------------------------------------------------------------*
042885 4020-READ-PAY-SEQUENCE.
042886     MOVE WS-FIRST-CHECK-NO TO WS-NEXT-CHECK-NO.
042887     MOVE ZERO TO WS-TRACE-SEQ.
042888     MOVE WS-ODFI-ID TO WS-TRACE-ODFI.
042889     OPEN INPUT RF-CHKNO-FILE.
042890     IF WS-CHKNO-OK
042891         READ RF-CHKNO-FILE
042892             AT END
042893                 CONTINUE
042894         END-READ
042895         IF WS-CHKNO-OK
042896             IF RCN-LAST-CHECK-NO NUMERIC
042897                 AND RCN-LAST-CHECK-NO NOT < WS-NEXT-CHECK-NO
042898                 COMPUTE WS-NEXT-CHECK-NO = RCN-LAST-CHECK-NO + 1
042899             END-IF
042899             IF RCN-LAST-TRACE-SEQ NUMERIC
042899                 MOVE RCN-LAST-TRACE-SEQ TO WS-TRACE-SEQ
042899             END-IF
042899         END-IF
042899         CLOSE RF-CHKNO-FILE
042899     END-IF.
042899     IF WS-NEXT-CHECK-NO = ZERO
042899         MOVE 1 TO WS-NEXT-CHECK-NO
042899     END-IF.
042899 4020-READ-PAY-SEQUENCE-EXIT.
042899     EXIT.
042899*--------------------------------------------------------------*
042899* 4100-CHOOSE-PAY-METHOD - ACH WHEN THE STUDENT HAS ACTIVE      *
042899* DIRECT-DEPOSIT DETAILS ON STUBANK AND CARD A IS PRESENT,      *
042899* STAMPING THE NEXT TRACE NUMBER; A CHECK OTHERWISE.            *
042899*--------------------------------------------------------------*
042899 4100-CHOOSE-PAY-METHOD.
042899     SET WS-PAY-BY-CHECK TO TRUE.
042899     PERFORM 4150-GET-PAYEE-NAME
042899         THRU 4150-GET-PAYEE-NAME-EXIT.
042899     IF NOT WS-ACH-CONFIGURED
042899         GO TO 4100-CHOOSE-PAY-METHOD-EXIT
042899     END-IF.
042899     MOVE RFQ-STUDENT-ID TO SBK-STUDENT-ID.
042899     READ RF-BANK-FILE
042899         INVALID KEY
042899             CONTINUE
042899     END-READ.
042899     IF NOT WS-BANK-OK
042899         GO TO 4100-CHOOSE-PAY-METHOD-EXIT
042899     END-IF.
042899     IF NOT SBK-ACTIVE
042899         GO TO 4100-CHOOSE-PAY-METHOD-EXIT
042899     END-IF.
042899     SET WS-PAY-BY-ACH TO TRUE.
042899     IF WS-TRACE-SEQ = 9999999
042899         MOVE ZERO TO WS-TRACE-SEQ
042899     END-IF.
042899     ADD 1 TO WS-TRACE-SEQ.
042899     MOVE WS-TRACE-NUMBER TO RFQ-PAY-REF.
042899 4100-CHOOSE-PAY-METHOD-EXIT.
042899     EXIT.
042899*--------------------------------------------------------------*
042899* 4150-GET-PAYEE-NAME - THE STUDENT'S NAME OFF STUMAST FOR THE  *
042899* CHECK AND THE BANK FILES; THE STUDENT ID STANDS IN WHEN THE   *
042899* MASTER RECORD IS GONE.                                        *
042899*--------------------------------------------------------------*
042899 4150-GET-PAYEE-NAME.
042899     MOVE RFQ-STUDENT-ID TO STM-STUDENT-ID.
042899     READ RF-MASTER-FILE
042899         INVALID KEY
042899             CONTINUE
042899     END-READ.
042899     IF WS-MASTER-OK
042899         AND STM-NAME NOT = SPACES
042899         MOVE STM-NAME TO WS-PAYEE-NAME
042899     ELSE
042899         MOVE SPACES TO WS-PAYEE-NAME
042899         STRING 'STUDENT ' RFQ-STUDENT-ID
042899             DELIMITED BY SIZE INTO WS-PAYEE-NAME
042899     END-IF.
042899 4150-GET-PAYEE-NAME-EXIT.
042899     EXIT.
042899*--------------------------------------------------------------*
042899* 4200-WRITE-ACH-ENTRY - ONE PPD CREDIT ENTRY (22 CHECKING, 32  *
042899* SAVINGS), OPENING THE FILE AND BATCH ON THE FIRST ENTRY AND   *
042899* ROLLING THE ENTRY HASH AND CREDIT TOTAL.                      *
042899*--------------------------------------------------------------*
042899 4200-WRITE-ACH-ENTRY.
042899     IF NOT WS-ACH-BATCH-OPEN
042899         PERFORM 4250-WRITE-ACH-HEADERS
042899             THRU 4250-WRITE-ACH-HEADERS-EXIT
042899     END-IF.
042899     MOVE SPACES TO RF-ACH-RECORD.
042899     MOVE '6' TO ACH-RECORD-TYPE.
042899     IF SBK-SAVINGS
042899         MOVE '32' TO AEN-TRAN-CODE
042899     ELSE
042899         MOVE '22' TO AEN-TRAN-CODE
042899     END-IF.
042899     MOVE SBK-RDFI-ID TO AEN-RDFI-ID.
042899     MOVE SBK-CHECK-DIGIT TO AEN-CHECK-DIGIT.
042899     MOVE SBK-ACCOUNT-NO TO AEN-ACCOUNT-NO.
042899     MOVE RFQ-AMOUNT TO AEN-AMOUNT.
042899     MOVE RFQ-STUDENT-ID TO AEN-INDIVIDUAL-ID.
042899     IF SBK-HOLDER-NAME NOT = SPACES
042899         MOVE SBK-HOLDER-NAME TO AEN-INDIVIDUAL-NAME
042899     ELSE
042899         MOVE WS-PAYEE-NAME TO AEN-INDIVIDUAL-NAME
042899     END-IF.
042899     MOVE '0' TO AEN-ADDENDA-IND.
042899     MOVE RFQ-PAY-REF TO AEN-TRACE-NUMBER.
042899     WRITE RF-ACH-RECORD.
042899     ADD 1 TO WS-ACH-RECORDS.
042899     ADD 1 TO WS-ACH-ENTRIES.
042899     ADD SBK-RDFI-ID TO WS-ACH-HASH.
042899     ADD RFQ-AMOUNT TO WS-ACH-TOTAL.
042899 4200-WRITE-ACH-ENTRY-EXIT.
042899     EXIT.
042899*--------------------------------------------------------------*
042899* 4250-WRITE-ACH-HEADERS - THE FILE HEADER (1) AND THE SINGLE   *
042899* PPD BATCH HEADER (5) FOR THE RUN'S REFUND CREDITS.            *
042899*--------------------------------------------------------------*
042899 4250-WRITE-ACH-HEADERS.
042899     SET WS-ACH-BATCH-OPEN TO TRUE.
042899     MOVE SPACES TO RF-ACH-RECORD.
042899     MOVE '1' TO ACH-RECORD-TYPE.
042899     MOVE '01' TO AFH-PRIORITY.
042899     MOVE WS-DEST-ROUTING TO AFH-DESTINATION (2:9).
042899     MOVE WS-COMPANY-ID TO AFH-ORIGIN.
042899     MOVE WS-TODAY-YYMMDD TO AFH-CREATE-DATE.
042899     MOVE WS-NOW-HHMM TO AFH-CREATE-TIME.
042899     MOVE 'A' TO AFH-ID-MODIFIER.
042899     MOVE '094' TO AFH-RECORD-SIZE.
042899     MOVE '10' TO AFH-BLOCKING.
042899     MOVE '1' TO AFH-FORMAT-CODE.
042899     MOVE WS-DEST-NAME TO AFH-DEST-NAME.
042899     MOVE WS-ORIGIN-NAME TO AFH-ORIGIN-NAME.
042899     WRITE RF-ACH-RECORD.
042899     ADD 1 TO WS-ACH-RECORDS.
042899     MOVE SPACES TO RF-ACH-RECORD.
042899     MOVE '5' TO ACH-RECORD-TYPE.
042899     MOVE '220' TO ABH-SERVICE-CLASS.
042899     MOVE WS-COMPANY-NAME TO ABH-COMPANY-NAME.
042899     MOVE WS-COMPANY-ID TO ABH-COMPANY-ID.
042899     MOVE 'PPD' TO ABH-SEC-CODE.
042899     MOVE 'REFUND' TO ABH-ENTRY-DESC.
042899     MOVE WS-EFFECTIVE-YYMMDD TO ABH-EFFECTIVE-DATE.
042899     MOVE '1' TO ABH-ORIGINATOR-STAT.
042899     MOVE WS-ODFI-ID TO ABH-ODFI-ID.
042899     MOVE 1 TO ABH-BATCH-NUMBER.
042899     WRITE RF-ACH-RECORD.
042899     ADD 1 TO WS-ACH-RECORDS.
042899 4250-WRITE-ACH-HEADERS-EXIT.
042899     EXIT.
042899*--------------------------------------------------------------*
042899* 4300-REGISTER-ONE-CHECK - THE NEXT CHECK NUMBER ONTO THE      *
042899* REFUND AND ITS LINE ON THE CHECK REGISTER.                    *
042899*--------------------------------------------------------------*
042899 4300-REGISTER-ONE-CHECK.
042899     MOVE WS-NEXT-CHECK-NO TO RFQ-PAY-REF.
042899     MOVE SPACES TO RF-CHKREG-RECORD.
042899     MOVE WS-NEXT-CHECK-NO TO RCK-CHECK-NO.
042899     MOVE RFQ-STUDENT-ID TO RCK-STUDENT-ID.
042899     MOVE WS-PAYEE-NAME TO RCK-PAYEE-NAME.
042899     MOVE RFQ-AMOUNT TO RCK-AMOUNT.
042899     MOVE WS-TODAY TO RCK-ISSUE-DATE.
042899     WRITE RF-CHKREG-RECORD.
042899     ADD 1 TO WS-CHECKS-ISSUED.
042899     ADD RFQ-AMOUNT TO WS-CHECK-TOTAL.
042899     ADD 1 TO WS-NEXT-CHECK-NO.
042899 4300-REGISTER-ONE-CHECK-EXIT.
042899     EXIT.
042899*--------------------------------------------------------------*
042899* 4400-WRITE-PPAY-LINE - ONE POSITIVE-PAY LINE FOR THE CHECK ON *
042899* RFQ-PAY-REF: AN ISSUE AT RELEASE, A VOID FROM THE VOID RUN.   *
042899*--------------------------------------------------------------*
042899 4400-WRITE-PPAY-LINE.
042899     MOVE SPACES TO RF-PPAY-RECORD.
042899     SET PPY-DETAIL TO TRUE.
042899     MOVE WS-PPAY-CODE TO PPY-ISSUE-CODE.
042899     MOVE WS-CHECK-ACCOUNT TO PPY-ACCOUNT-NO.
042899     MOVE RFQ-PAY-REF (1:10) TO PPY-CHECK-NO.
042899     MOVE RFQ-AMOUNT TO PPY-AMOUNT.
042899     MOVE WS-PPAY-DATE TO PPY-ISSUE-DATE.
042899     MOVE WS-PAYEE-NAME TO PPY-PAYEE-NAME.
042899     WRITE RF-PPAY-RECORD.
042899     ADD 1 TO WS-PPAY-COUNT.
042899     ADD RFQ-AMOUNT TO WS-PPAY-TOTAL.
042899 4400-WRITE-PPAY-LINE-EXIT.
042899     EXIT.
042899*--------------------------------------------------------------*
042899* 4900-CLOSE-PAYMENT-FILES - CHECK REGISTER TOTAL, ACH BATCH    *
042899* AND FILE CONTROLS, POSITIVE-PAY TRAILER, AND THE SEQUENCE     *
042899* CARRIED FORWARD. A TEST-MODE RUN ADVANCES NO SEQUENCE.        *
042899*--------------------------------------------------------------*
042899 4900-CLOSE-PAYMENT-FILES.
042899     MOVE SPACES TO RF-CHKREG-RECORD.
042899     MOVE ZERO TO RCK-CHECK-NO RCK-STUDENT-ID RCK-ISSUE-DATE.
042899     MOVE 'TOTAL CHECKS ISSUED' TO RCK-PAYEE-NAME.
042899     MOVE WS-CHECK-TOTAL TO RCK-AMOUNT.
042899     WRITE RF-CHKREG-RECORD.
042899     CLOSE RF-CHKREG-FILE.
042899     CLOSE RF-BANK-FILE.
042899     CLOSE RF-MASTER-FILE.
042899     DISPLAY 'REFUNDRN: ' WS-CHECKS-ISSUED ' CHECKS, '
042899         WS-ACH-ENTRIES ' ACH ENTRIES'.
042899     IF SP-TEST-MODE
042899         GO TO 4900-CLOSE-PAYMENT-FILES-EXIT
042899     END-IF.
042899     IF WS-ACH-BATCH-OPEN
042899         PERFORM 4950-CLOSE-ACH-BATCH
042899             THRU 4950-CLOSE-ACH-BATCH-EXIT
042899     END-IF.
042899     CLOSE RF-ACH-FILE.
042899     PERFORM 4960-WRITE-PPAY-TRAILER
042899         THRU 4960-WRITE-PPAY-TRAILER-EXIT.
042899     OPEN OUTPUT RF-CHKNO-FILE.
042899     COMPUTE RCN-LAST-CHECK-NO = WS-NEXT-CHECK-NO - 1.
042899     MOVE WS-TRACE-SEQ TO RCN-LAST-TRACE-SEQ.
042899     WRITE RF-CHKNO-CARD.
042899     CLOSE RF-CHKNO-FILE.
042899 4900-CLOSE-PAYMENT-FILES-EXIT.
042899     EXIT.
042899*--------------------------------------------------------------*
042899* 4950-CLOSE-ACH-BATCH - BATCH CONTROL (8) AND FILE CONTROL (9) *
042899* WITH THE ENTRY HASH (LOW TEN DIGITS OF THE SUMMED RDFI        *
042899* ROUTING NUMBERS), THEN NINES FILL TO THE BLOCK.               *
042899*--------------------------------------------------------------*
042899 4950-CLOSE-ACH-BATCH.
042899     MOVE SPACES TO RF-ACH-RECORD.
042899     MOVE '8' TO ACH-RECORD-TYPE.
042899     MOVE '220' TO ABC-SERVICE-CLASS.
042899     MOVE WS-ACH-ENTRIES TO ABC-ENTRY-COUNT.
042899     MOVE WS-ACH-HASH TO ABC-ENTRY-HASH.
042899     MOVE ZERO TO ABC-TOTAL-DEBIT.
042899     MOVE WS-ACH-TOTAL TO ABC-TOTAL-CREDIT.
042899     MOVE WS-COMPANY-ID TO ABC-COMPANY-ID.
042899     MOVE WS-ODFI-ID TO ABC-ODFI-ID.
042899     MOVE 1 TO ABC-BATCH-NUMBER.
042899     WRITE RF-ACH-RECORD.
042899     ADD 1 TO WS-ACH-RECORDS.
042899     ADD 1 TO WS-ACH-RECORDS.
042899     COMPUTE WS-ACH-BLOCKS = (WS-ACH-RECORDS + 9) / 10.
042899     COMPUTE WS-ACH-PAD = WS-ACH-BLOCKS * 10 - WS-ACH-RECORDS.
042899     MOVE SPACES TO RF-ACH-RECORD.
042899     MOVE '9' TO ACH-RECORD-TYPE.
042899     MOVE 1 TO AFC-BATCH-COUNT.
042899     MOVE WS-ACH-BLOCKS TO AFC-BLOCK-COUNT.
042899     MOVE WS-ACH-ENTRIES TO AFC-ENTRY-COUNT.
042899     MOVE WS-ACH-HASH TO AFC-ENTRY-HASH.
042899     MOVE ZERO TO AFC-TOTAL-DEBIT.
042899     MOVE WS-ACH-TOTAL TO AFC-TOTAL-CREDIT.
042899     WRITE RF-ACH-RECORD.
042899     MOVE ALL '9' TO RF-ACH-RECORD.
042899     PERFORM WS-ACH-PAD TIMES
042899         WRITE RF-ACH-RECORD
042899     END-PERFORM.
042899 4950-CLOSE-ACH-BATCH-EXIT.
042899     EXIT.
042899*--------------------------------------------------------------*
042899* 4960-WRITE-PPAY-TRAILER - THE POSITIVE-PAY COUNT AND TOTAL.   *
042899*--------------------------------------------------------------*
042899 4960-WRITE-PPAY-TRAILER.
042899     MOVE SPACES TO RF-PPAY-RECORD.
042899     SET PPY-TRAILER TO TRUE.
042899     MOVE WS-PPAY-COUNT TO PPT-RECORD-COUNT.
042899     MOVE WS-PPAY-TOTAL TO PPT-TOTAL-AMOUNT.
042899     WRITE RF-PPAY-RECORD.
042899     CLOSE RF-PPAY-FILE.
042899 4960-WRITE-PPAY-TRAILER-EXIT.
042899     EXIT.
042900*--------------------------------------------------------------*
042910* 5000-RELEASE-APPROVED-REFUNDS - STREAMS THE QUEUE THROUGH     *
043100* REFWRK, POSTING EACH SUPERVISOR-APPROVED ITEM TO STUACCT AND  *
043200* THE ADTXN FEED AND MARKING IT APPLIED. PENDING AND REJECTED   *
043210* ITEMS PASS THROUGH UNTOUCHED FOR THE AUDIT TRAIL; EACH        *
043220* RELEASE GOES OUT AS AN ACH CREDIT OR A CHECK (4000-4960). AN  *
043230* APPROVAL THE FRAUD SCREEN NEEDS SECONDED IS HELD (5080).      *
043400*--------------------------------------------------------------*
043500 5000-RELEASE-APPROVED-REFUNDS.
043510     PERFORM 4000-OPEN-PAYMENT-FILES
043520         THRU 4000-OPEN-PAYMENT-FILES-EXIT.
043600     PERFORM 5600-ABSORB-EXISTING-DETAIL
043700         THRU 5600-ABSORB-EXISTING-DETAIL-EXIT.
043800     OPEN OUTPUT RF-WORK-FILE.
044600     PERFORM 2350-READ-ONE-PENDING
044700         THRU 2350-READ-ONE-PENDING-EXIT.
044800     PERFORM UNTIL WS-AT-EOF
044810         IF RFQ-APPROVED
044820             IF NOT RFQ-SCREEN-CLEAR
044830                 AND RFQ-SECOND-OPER = SPACES
044840                 PERFORM 5080-HOLD-FOR-SECOND-APPROVAL
044850                     THRU 5080-HOLD-FOR-SECOND-APPROVAL-EXIT
044860             ELSE
044870                 PERFORM 5100-RELEASE-ONE-REFUND
044880                     THRU 5100-RELEASE-ONE-REFUND-EXIT
044890             END-IF
044900         END-IF
045300         MOVE SPACES TO RF-WORK-RECORD
045310         MOVE RFQ-RECORD TO RF-WORK-RECORD (1:136)
045500         WRITE RF-WORK-RECORD
045600         PERFORM 2350-READ-ONE-PENDING
045700             THRU 2350-READ-ONE-PENDING-EXIT
046000         CLOSE RF-PEND-FILE
046100     END-IF.
046200     CLOSE RF-WORK-FILE.
046210     PERFORM 4900-CLOSE-PAYMENT-FILES
046220         THRU 4900-CLOSE-PAYMENT-FILES-EXIT.
046230     PERFORM 5500-REWRITE-PENDING-QUEUE
046400         THRU 5500-REWRITE-PENDING-QUEUE-EXIT.
046500     PERFORM 8000-REWRITE-TXN-FEED
046600         THRU 8000-REWRITE-TXN-FEED-EXIT.
046700     DISPLAY 'REFUNDRN: ' WS-REFUNDS-RELEASED
046710         ' REFUNDS RELEASED, ' WS-REFUNDS-HELD
046720         ' HELD FOR A SECOND SUPERVISOR'.
046900 5000-RELEASE-APPROVED-REFUNDS-EXIT.
047000     EXIT.
047005*--------------------------------------------------------------*
047010* 5080-HOLD-FOR-SECOND-APPROVAL - AN APPROVED ITEM THE REFSCRN  *
047015* FRAUD SCREEN FLAGGED, OR NEVER SCREENED, IS NOT PAID ON ONE   *
047020* SUPERVISOR'S WORD. IT GOES BACK ON THE QUEUE AWAITING A       *
047025* SECOND SUPERVISOR (H), REGISTERED HELD, AND IS PAID ONLY ONCE *
047030* A DIFFERENT SUPERVISOR APPROVES IT IN LOOKUP.                 *
047035*--------------------------------------------------------------*
047040 5080-HOLD-FOR-SECOND-APPROVAL.
047045     ADD 1 TO WS-REFUNDS-HELD.
047050     MOVE SPACES TO RF-REGISTER-RECORD.
047055     MOVE RFQ-STUDENT-ID TO RFR-STUDENT-ID.
047060     MOVE RFQ-AMOUNT TO RFR-AMOUNT.
047065     MOVE 'HELD - 2ND SUPV' TO RFR-DISPOSITION.
047070     WRITE RF-REGISTER-RECORD.
047072     SET RFQ-AWAITING-SECOND TO TRUE.
047075 5080-HOLD-FOR-SECOND-APPROVAL-EXIT.
047080     EXIT.
047100*--------------------------------------------------------------*
047110* 5100-RELEASE-ONE-REFUND - ONE APPROVED REFUND: THE PAYMENT    *
047120* (ACH ENTRY OR CHECK), THE STUACCT DEBIT THAT CLEARS THE       *
047130* CREDIT BALANCE, THE ADTXN CATEGORY-B DETAIL, THE REGISTER     *
047140* LINE, AND THE APPLIED STAMP WITH THE CHECK OR TRACE NUMBER.   *
047150* A TEST-MODE RUN REGISTERS THE CHECKS BUT ISSUES NOTHING.      *
047500*--------------------------------------------------------------*
047600 5100-RELEASE-ONE-REFUND.
047610     ADD 1 TO WS-REFUNDS-RELEASED.
047620     PERFORM 4100-CHOOSE-PAY-METHOD
047630         THRU 4100-CHOOSE-PAY-METHOD-EXIT.
047640     MOVE SPACES TO RF-REGISTER-RECORD.
047650     MOVE RFQ-STUDENT-ID TO RFR-STUDENT-ID.
047660     MOVE RFQ-AMOUNT TO RFR-AMOUNT.
047670     IF WS-PAY-BY-ACH
047680         MOVE 'RELEASED ACH' TO RFR-DISPOSITION
047690     ELSE
047700         MOVE 'RELEASED CHECK' TO RFR-DISPOSITION
047710         PERFORM 4300-REGISTER-ONE-CHECK
047720             THRU 4300-REGISTER-ONE-CHECK-EXIT
047730     END-IF.
048300     IF SP-TEST-MODE
048400         GO TO 5100-RELEASE-ONE-REFUND-MARK
048500     END-IF.
049700     MOVE RFQ-AMOUNT TO SUB-AMOUNT.
049800     MOVE 'REFUND RELEASED' TO SUB-DESC.
049900     WRITE STU-ACCT-RECORD.
049900     IF WS-ACCT-OK
049900         PERFORM 8700-JOURNAL-ACCT-POST
049900             THRU 8700-JOURNAL-ACCT-POST-EXIT
049900         PERFORM 8780-POST-ACCT-BALANCE
049900             THRU 8780-POST-ACCT-BALANCE-EXIT
049900     END-IF.
050000     CLOSE RF-ACCT-FILE.
050100     MOVE SPACES TO TXN-RECORD.
050200     MOVE 'D' TO TXN-RECORD-TYPE.
050600         THRU 5650-TALLY-ONE-DETAIL-EXIT.
050700     MOVE TXN-RECORD TO RF-TXNWRK-RECORD.
050800     WRITE RF-TXNWRK-RECORD.
050810     IF WS-PAY-BY-ACH
050820         PERFORM 4200-WRITE-ACH-ENTRY
050830             THRU 4200-WRITE-ACH-ENTRY-EXIT
050840     ELSE
050845         MOVE 'I' TO WS-PPAY-CODE
050850         MOVE WS-TODAY TO WS-PPAY-DATE
050855         PERFORM 4400-WRITE-PPAY-LINE
050862             THRU 4400-WRITE-PPAY-LINE-EXIT
050870     END-IF.
050900 5100-RELEASE-ONE-REFUND-MARK.
051000     SET RFQ-APPLIED TO TRUE.
051010     MOVE WS-TODAY TO RFQ-RELEASE-DATE.
051020     MOVE WS-PAY-SWITCH TO RFQ-PAY-METHOD.
051030     MOVE ZERO TO RFQ-VOID-DATE.
051100 5100-RELEASE-ONE-REFUND-EXIT.
051200     EXIT.
051300*--------------------------------------------------------------*
052500     PERFORM 5550-READ-ONE-WORK-RECORD
052600         THRU 5550-READ-ONE-WORK-RECORD-EXIT.
052700     PERFORM UNTIL WS-AT-EOF
052710         MOVE RF-WORK-RECORD (1:136) TO RFQ-RECORD
052900         WRITE RFQ-RECORD
053000         PERFORM 5550-READ-ONE-WORK-RECORD
053100             THRU 5550-READ-ONE-WORK-RECORD-EXIT
060200     END-EVALUATE.
060300 5650-TALLY-ONE-DETAIL-EXIT.
060400     EXIT.
060401*--------------------------------------------------------------*
060402* 7000-VOID-RELEASED-REFUNDS - ACTION V. EACH VOIDED CHECK OR   *
060403* RETURNED ACH ENTRY ON REFVOID IS MATCHED BY ITS CHECK OR      *
060404* TRACE NUMBER TO THE APPLIED REFPEND ITEM, WHOSE RELEASE IS    *
060405* REVERSED ON STUACCT AND ADTXN SO THE CREDIT BALANCE REOPENS   *
060406* AND THE NEXT SCAN QUEUES IT AGAIN. THE ITEM IS MARKED VOIDED. *
060407*--------------------------------------------------------------*
060408 7000-VOID-RELEASED-REFUNDS.
060409     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
060410     PERFORM 7050-LOAD-VOID-TABLE
060411         THRU 7050-LOAD-VOID-TABLE-EXIT.
060412     IF WS-VOID-COUNT = ZERO
060413         DISPLAY 'REFUNDRN: NO VOIDS OR RETURNS ON REFVOID'
060414         GO TO 7000-VOID-RELEASED-REFUNDS-EXIT
060415     END-IF.
060416     PERFORM 4010-READ-PAY-CARDS
060417         THRU 4010-READ-PAY-CARDS-EXIT.
060418     OPEN INPUT RF-MASTER-FILE.
060419     IF NOT SP-TEST-MODE
060420         OPEN I-O RF-BANK-FILE
060421         OPEN OUTPUT RF-PPAY-FILE
060422     END-IF.
060423     PERFORM 5600-ABSORB-EXISTING-DETAIL
060424         THRU 5600-ABSORB-EXISTING-DETAIL-EXIT.
060425     OPEN OUTPUT RF-WORK-FILE.
060426     SET WS-NOT-AT-EOF TO TRUE.
060427     OPEN INPUT RF-PEND-FILE.
060428     IF NOT WS-PEND-OK
060429         SET WS-AT-EOF TO TRUE
060430     END-IF.
060431     PERFORM 2350-READ-ONE-PENDING
060432         THRU 2350-READ-ONE-PENDING-EXIT.
060433     PERFORM UNTIL WS-AT-EOF
060434         IF RFQ-APPLIED
060435             AND RFQ-PAY-REF NOT = SPACES
060436             PERFORM 7100-FIND-VOID-ENTRY
060437                 THRU 7100-FIND-VOID-ENTRY-EXIT
060438             IF WS-VOID-HIT > ZERO
060439                 PERFORM 7200-REVERSE-ONE-REFUND
060440                     THRU 7200-REVERSE-ONE-REFUND-EXIT
060441             END-IF
060442         END-IF
060443         MOVE SPACES TO RF-WORK-RECORD
060444         MOVE RFQ-RECORD TO RF-WORK-RECORD (1:136)
060445         WRITE RF-WORK-RECORD
060446         PERFORM 2350-READ-ONE-PENDING
060447             THRU 2350-READ-ONE-PENDING-EXIT
060448     END-PERFORM.
060449     IF WS-PEND-OK OR WS-PEND-STATUS = '10'
060450         CLOSE RF-PEND-FILE
060451     END-IF.
060452     CLOSE RF-WORK-FILE.
060453     PERFORM 7300-REGISTER-UNMATCHED
060454         THRU 7300-REGISTER-UNMATCHED-EXIT.
060455     CLOSE RF-MASTER-FILE.
060456     IF NOT SP-TEST-MODE
060457         CLOSE RF-BANK-FILE
060458         PERFORM 4960-WRITE-PPAY-TRAILER
060459             THRU 4960-WRITE-PPAY-TRAILER-EXIT
060460     END-IF.
060461     PERFORM 5500-REWRITE-PENDING-QUEUE
060462         THRU 5500-REWRITE-PENDING-QUEUE-EXIT.
060463     PERFORM 8000-REWRITE-TXN-FEED
060464         THRU 8000-REWRITE-TXN-FEED-EXIT.
060465     DISPLAY 'REFUNDRN: ' WS-REFUNDS-VOIDED
060466         ' REFUNDS VOIDED OR RETURNED'.
060467 7000-VOID-RELEASED-REFUNDS-EXIT.
060468     EXIT.
060469*--------------------------------------------------------------*
060470* 7050-LOAD-VOID-TABLE - REFVOID INTO RF-VOID-TABLE. A RECORD   *
060471* WITH NO PAYMENT REFERENCE OR AN UNKNOWN TYPE IS SKIPPED.      *
060472*--------------------------------------------------------------*
060473 7050-LOAD-VOID-TABLE.
060474     OPEN INPUT RF-VOID-FILE.
060475     IF NOT WS-VOID-OK
060476         GO TO 7050-LOAD-VOID-TABLE-EXIT
060477     END-IF.
060478     SET WS-NOT-AT-EOF TO TRUE.
060479     PERFORM 7060-READ-ONE-VOID
060480         THRU 7060-READ-ONE-VOID-EXIT.
060481     PERFORM UNTIL WS-AT-EOF
060482         IF RVI-PAY-REF NOT = SPACES
060483             AND (RVI-CHECK-VOID OR RVI-ACH-RETURN)
060484             AND WS-VOID-COUNT < WS-VOID-MAX
060485             ADD 1 TO WS-VOID-COUNT
060486             MOVE RVI-PAY-REF TO RFV-PAY-REF (WS-VOID-COUNT)
060487             MOVE RVI-TYPE TO RFV-TYPE (WS-VOID-COUNT)
060488             MOVE RVI-RETURN-CODE
060489                 TO RFV-RETURN-CODE (WS-VOID-COUNT)
060490             MOVE RVI-DATE TO RFV-DATE (WS-VOID-COUNT)
060491             MOVE 'N' TO RFV-MATCHED-FLAG (WS-VOID-COUNT)
060492         END-IF
060493         PERFORM 7060-READ-ONE-VOID
060494             THRU 7060-READ-ONE-VOID-EXIT
060495     END-PERFORM.
060496     CLOSE RF-VOID-FILE.
060497 7050-LOAD-VOID-TABLE-EXIT.
060498     EXIT.
060499*--------------------------------------------------------------*
060499* 7060-READ-ONE-VOID - A SINGLE READ OF REFVOID.                *
060499*--------------------------------------------------------------*
060499 7060-READ-ONE-VOID.
060499     READ RF-VOID-FILE
060499         AT END SET WS-AT-EOF TO TRUE
060499     END-READ.
060499 7060-READ-ONE-VOID-EXIT.
060499     EXIT.
060499*--------------------------------------------------------------*
060499* 7100-FIND-VOID-ENTRY - THE FIRST UNMATCHED VOID OR RETURN FOR *
060499* THIS REFUND'S CHECK OR TRACE NUMBER INTO WS-VOID-HIT.         *
060499*--------------------------------------------------------------*
060499 7100-FIND-VOID-ENTRY.
060499     MOVE ZERO TO WS-VOID-HIT.
060499     PERFORM VARYING WS-VOID-IDX FROM 1 BY 1
060499             UNTIL WS-VOID-IDX > WS-VOID-COUNT
060499             OR WS-VOID-HIT > ZERO
060499         IF RFV-PAY-REF (WS-VOID-IDX) = RFQ-PAY-REF
060499             AND NOT RFV-MATCHED (WS-VOID-IDX)
060499             MOVE WS-VOID-IDX TO WS-VOID-HIT
060499         END-IF
060499     END-PERFORM.
060499 7100-FIND-VOID-ENTRY-EXIT.
060499     EXIT.
060499*--------------------------------------------------------------*
060499* 7200-REVERSE-ONE-REFUND - THE CREDIT BACK ON STUACCT AND THE  *
060499* NEGATIVE CATEGORY-B DETAIL ON ADTXN, A POSITIVE-PAY VOID FOR  *
060499* A CHECK, AND A RETURNED ACH ACCOUNT MARKED ON STUBANK SO THE  *
060499* NEXT REFUND GOES BY CHECK. A TEST-MODE RUN ONLY REGISTERS.    *
060499*--------------------------------------------------------------*
060499 7200-REVERSE-ONE-REFUND.
060499     SET RFV-MATCHED (WS-VOID-HIT) TO TRUE.
060499     ADD 1 TO WS-REFUNDS-VOIDED.
060499     MOVE SPACES TO RF-REGISTER-RECORD.
060499     MOVE RFQ-STUDENT-ID TO RFR-STUDENT-ID.
060499     MOVE RFQ-AMOUNT TO RFR-AMOUNT.
060499     IF RFV-ACH-RETURN (WS-VOID-HIT)
060499         MOVE 'ACH RETURNED' TO RFR-DISPOSITION
060499     ELSE
060499         MOVE 'CHECK VOIDED' TO RFR-DISPOSITION
060499     END-IF.
060499     WRITE RF-REGISTER-RECORD.
060499     IF SP-TEST-MODE
060499         GO TO 7200-REVERSE-ONE-REFUND-MARK
060499     END-IF.
060499     OPEN EXTEND RF-ACCT-FILE.
060499     IF NOT WS-ACCT-OK
060499         CLOSE RF-ACCT-FILE
060499         OPEN OUTPUT RF-ACCT-FILE
060499     END-IF.
060499     MOVE SPACES TO STU-ACCT-RECORD.
060499     MOVE RFQ-STUDENT-ID TO SUB-STUDENT-ID.
060499     ACCEPT SUB-POST-DATE FROM DATE YYYYMMDD.
060499     ACCEPT SUB-POST-TIME FROM TIME.
060499     MOVE 'REFUNDRN' TO SUB-SOURCE.
060499     MOVE 'B' TO SUB-CATEGORY.
060499     COMPUTE SUB-AMOUNT = 0 - RFQ-AMOUNT.
060499     IF RFV-ACH-RETURN (WS-VOID-HIT)
060499         MOVE 'REFUND RETURNED' TO SUB-DESC
060499     ELSE
060499         MOVE 'REFUND VOIDED' TO SUB-DESC
060499     END-IF.
060499     WRITE STU-ACCT-RECORD.
060499     IF WS-ACCT-OK
060499         PERFORM 8700-JOURNAL-ACCT-POST
060499             THRU 8700-JOURNAL-ACCT-POST-EXIT
060499         PERFORM 8780-POST-ACCT-BALANCE
060499             THRU 8780-POST-ACCT-BALANCE-EXIT
060499     END-IF.
060499     CLOSE RF-ACCT-FILE.
060499     MOVE SPACES TO TXN-RECORD.
060499     MOVE 'D' TO TXN-RECORD-TYPE.
060499     MOVE 'B' TO TXN-CATEGORY.
060499     MOVE 'I' TO TXN-FUND-CODE.
060499     COMPUTE TXN-AMOUNT = 0 - RFQ-AMOUNT.
060499     PERFORM 5650-TALLY-ONE-DETAIL
060499         THRU 5650-TALLY-ONE-DETAIL-EXIT.
060499     MOVE TXN-RECORD TO RF-TXNWRK-RECORD.
060499     WRITE RF-TXNWRK-RECORD.
060499     IF RFQ-PAID-BY-CHECK
060499         PERFORM 4150-GET-PAYEE-NAME
060499             THRU 4150-GET-PAYEE-NAME-EXIT
060499         MOVE 'V' TO WS-PPAY-CODE
060499         MOVE RFQ-RELEASE-DATE TO WS-PPAY-DATE
060499         PERFORM 4400-WRITE-PPAY-LINE
060499             THRU 4400-WRITE-PPAY-LINE-EXIT
060499     END-IF.
060499     IF RFQ-PAID-BY-ACH
060499         AND RFV-ACH-RETURN (WS-VOID-HIT)
060499         PERFORM 7250-MARK-ACCOUNT-RETURNED
060499             THRU 7250-MARK-ACCOUNT-RETURNED-EXIT
060499     END-IF.
060499 7200-REVERSE-ONE-REFUND-MARK.
060499     SET RFQ-VOIDED TO TRUE.
060499     IF RFV-DATE (WS-VOID-HIT) NUMERIC
060499         AND RFV-DATE (WS-VOID-HIT) > ZERO
060499         MOVE RFV-DATE (WS-VOID-HIT) TO RFQ-VOID-DATE
060499     ELSE
060499         MOVE WS-TODAY TO RFQ-VOID-DATE
060499     END-IF.
060499 7200-REVERSE-ONE-REFUND-EXIT.
060499     EXIT.
060499*--------------------------------------------------------------*
060499* 7250-MARK-ACCOUNT-RETURNED - THE STUDENT'S STUBANK ACCOUNT    *
060499* TO RETURNED WITH THE BANK'S REASON CODE.                      *
060499*--------------------------------------------------------------*
060499 7250-MARK-ACCOUNT-RETURNED.
060499     MOVE RFQ-STUDENT-ID TO SBK-STUDENT-ID.
060499     READ RF-BANK-FILE
060499         INVALID KEY
060499             CONTINUE
060499     END-READ.
060499     IF NOT WS-BANK-OK
060499         GO TO 7250-MARK-ACCOUNT-RETURNED-EXIT
060499     END-IF.
060499     SET SBK-ACH-RETURNED TO TRUE.
060499     MOVE RFV-RETURN-CODE (WS-VOID-HIT) TO SBK-RETURN-CODE.
060499     MOVE WS-TODAY TO SBK-CHANGED-DATE.
060499     MOVE 'REFUNDRN' TO SBK-CHANGED-BY.
060499     REWRITE STU-BANK-RECORD
060499         INVALID KEY
060499             CONTINUE
060499     END-REWRITE.
060499 7250-MARK-ACCOUNT-RETURNED-EXIT.
060499     EXIT.
060499*--------------------------------------------------------------*
060499* 7300-REGISTER-UNMATCHED - A VOID OR RETURN THAT FOUND NO      *
060499* RELEASED REFUND GOES ON THE REGISTER FOR THE BURSAR TO CHASE. *
060499*--------------------------------------------------------------*
060499 7300-REGISTER-UNMATCHED.
060499     PERFORM VARYING WS-VOID-IDX FROM 1 BY 1
060499             UNTIL WS-VOID-IDX > WS-VOID-COUNT
060499         IF NOT RFV-MATCHED (WS-VOID-IDX)
060499             DISPLAY 'REFUNDRN: NO RELEASED REFUND FOR PAYMENT '
060499                 RFV-PAY-REF (WS-VOID-IDX)
060499             MOVE SPACES TO RF-REGISTER-RECORD
060499             MOVE ZERO TO RFR-STUDENT-ID RFR-AMOUNT
060499             MOVE 'NO SUCH PAYMENT' TO RFR-DISPOSITION
060499             WRITE RF-REGISTER-RECORD
060499         END-IF
060499     END-PERFORM.
060499 7300-REGISTER-UNMATCHED-EXIT.
060499     EXIT.
060500*--------------------------------------------------------------*
060600* 8000-REWRITE-TXN-FEED - THE COMBINED FEED BACK TO ADTXN WITH  *
060700* ONE FRESH CONTROL HEADER. A TEST-MODE RUN LEAVES ADTXN        *
064500     END-READ.
064600 8100-READ-ONE-TXNWRK-EXIT.
064700     EXIT.
064700*--------------------------------------------------------------*
064700* 8700-JOURNAL-ACCT-POST - THE STUACCT POSTING JUST WRITTEN,   *
064700* ONTO THE RCVJRNL FORWARD-RECOVERY JOURNAL.                   *
064700*--------------------------------------------------------------*
064700 8700-JOURNAL-ACCT-POST.
064700     MOVE 'REFUNDRN' TO JR-PROGRAM-ID.
064700     SET JR-FILE-ACCOUNT TO TRUE.
064700     SET JR-ADD TO TRUE.
064700     MOVE SPACES TO JR-RECORD-KEY.
064700     MOVE SUB-STUDENT-ID TO JR-RECORD-KEY (1:9).
064700     MOVE SPACES TO JR-BEFORE-IMAGE.
064700     MOVE STU-ACCT-RECORD TO JR-AFTER-IMAGE.
064700     CALL 'JRNLLOG' USING JRNL-PARM-BLOCK.
064700 8700-JOURNAL-ACCT-POST-EXIT.
064700     EXIT.
064700*--------------------------------------------------------------*
064700* 8780-POST-ACCT-BALANCE - THE STUACCT POSTING JUST WRITTEN,   *
064700* ONTO THE STUDENT'S STUBAL BALANCE RECORD THROUGH BALPOST, IN *
064700* THE SAME UNIT OF WORK AS THE WRITE.                          *
064700*--------------------------------------------------------------*
064700 8780-POST-ACCT-BALANCE.
064700     MOVE 'REFUNDRN' TO BP-PROGRAM-ID.
064700     SET BP-POST TO TRUE.
064700     MOVE STU-ACCT-RECORD TO BP-ACCT-RECORD.
064700     CALL 'BALPOST' USING BAL-PARM-BLOCK.
064700 8780-POST-ACCT-BALANCE-EXIT.
064700     EXIT.
064800*--------------------------------------------------------------*
064900* 9999-EXIT                                                    *
065000*--------------------------------------------------------------*
