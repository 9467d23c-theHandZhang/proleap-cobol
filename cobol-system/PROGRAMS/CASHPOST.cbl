000001* 09/02/26  DW   THE CASH SUMMARY DETAIL NOW STAMPS ITS FUND   *
000001*                CODE (I - INSTITUTIONAL) ON EACH ADTXN RECORD  *
000001*                FOR THE LEDGER'S NEW FUND DIMENSION.           *
000001* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 145 BYTES FOR THE  *
000001*                ACADEMIC STANDING CODE AND ITS EFFECTIVE TERM,  *
000001*                STAMPED AT TERM END BY ACADSTND.                *
000001* 10/15/26  DW   RECEIPTS NOW PAY DOWN THE STUDENT'S PAYMENT-    *
000001*                PLAN INSTALLMENTS ON PAYPLAN, OLDEST DUE DATE   *
000001*                FIRST, AND CASHRPT SHOWS THE AMOUNT APPLIED TO  *
000001*                PLANS.                                          *
000001* 10/15/26  DW   WINDOW RECEIPTS NOW CARRY THE CASHIER ID AND    *
000001*                TENDER (CASH, CHECK, CARD), AND EVERY RECEIPT   *
000001*                POSTED OR SUSPENDED IS WRITTEN TO THE CASHJRNL  *
000001*                RECEIPTS JOURNAL FOR CASHCLSE'S DRAWER CLOSE-   *
000001*                OUT.                                            *
000001* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 153 BYTES FOR THE  *
000001*                DEGREE CONFERRAL DATE, STAMPED BY GRADCONF.     *
000001* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 170 BYTES FOR THE  *
000001*                DIRECTORY-INFORMATION CONFIDENTIALITY FLAG,     *
000001*                ITS DATE AND REQUESTING OPERATOR.               *
000001* 10/15/26  DW   STUMAST RECORD LENGTHENED TO 186 BYTES FOR THE  *
000001*                DATE OF DEATH AND ITS VERIFICATION SOURCE.      *
000001* 10/15/26  DW   EVERY STUACCT POSTING IS NOW ALSO WRITTEN TO  *
000001*                THE RCVJRNL FORWARD-RECOVERY JOURNAL THROUGH  *
000001*                JRNLLOG.                                      *
000001* 10/15/26  DW   PAYINCR, THE INTRADAY PAYMENT INCREMENT THE   *
000001*                BURSAR DROPS RECEIPTS INTO DURING THE         *
000001*                ADD/DROP PEAK, IS EMPTIED AFTER A PRODUCTION  *
000001*                RUN. THE JCL CONCATENATES IT ONTO PAYFEED     *
000001*                (THE INTRADAY JOB POSTS IT ALONE), SO EACH    *
000001*                INCREMENT RECEIPT IS CREDITED EXACTLY ONCE,   *
000001*                BY WHICHEVER RUN SEES IT FIRST.               *
000001* 10/15/26  DW   EVERY STUACCT POSTING IS NOW ALSO POSTED TO   *
000001*                THE STUDENT'S STUBAL BALANCE RECORD THROUGH   *
000001*                BALPOST, STRAIGHT AFTER THE WRITE.            *
002400*--------------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
004800     SELECT CP-REPORT-FILE ASSIGN TO CASHRPT
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-REPORT-STATUS.
005010     SELECT CP-PLAN-FILE ASSIGN TO PAYPLAN
005020         ORGANIZATION IS INDEXED
005030         ACCESS MODE IS DYNAMIC
005040         RECORD KEY IS PPL-KEY
005050         FILE STATUS IS WS-PLAN-STATUS.
005060     SELECT CP-JRNL-FILE ASSIGN TO CASHJRNL
005070         ORGANIZATION IS LINE SEQUENTIAL
005080         FILE STATUS IS WS-JRNL-STATUS.
005100     SELECT SUITE-PARM-FILE ASSIGN TO SUITEPRM
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-SUITE-STATUS.
005400     SELECT CP-CYCLENO-FILE ASSIGN TO CYCLENO
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-CYCLENO-STATUS.
005610     SELECT CP-INCR-FILE ASSIGN TO PAYINCR
005620         ORGANIZATION IS LINE SEQUENTIAL
005630         FILE STATUS IS WS-INCR-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  CP-PAY-FILE.
006500     05  PAY-SOURCE           PIC X(01).
006600         88  PAY-FROM-WINDOW  VALUE 'W'.
006700         88  PAY-FROM-LOCKBOX VALUE 'L'.
006710     05  PAY-CASHIER-ID       PIC X(08).
006720     05  PAY-TENDER           PIC X(01).
006730         88  PAY-TENDER-CASH  VALUE 'C'.
006740         88  PAY-TENDER-CHECK VALUE 'K'.
006750         88  PAY-TENDER-CARD  VALUE 'R'.
006760 FD  CP-INCR-FILE.
006770 01  CP-INCR-RECORD           PIC X(44).
006800 FD  CP-MASTER-FILE.
006900 01  STM-RECORD.
007000     05  STM-STUDENT-ID       PIC 9(09).
007700     05  STM-ZIP              PIC X(05).
007700     05  STM-WITHDRAW-DATE    PIC 9(08).
007700     05  STM-DOB              PIC 9(08).
007700     05  STM-STANDING-CODE    PIC X(01).
007700     05  STM-STANDING-TERM    PIC X(06).
007700     05  STM-CONFER-DATE      PIC 9(08).
007700     05  STM-CONFID-FLAG      PIC X(01).
007700     05  STM-CONFID-DATE      PIC 9(08).
007700     05  STM-CONFID-OPER      PIC X(08).
007700     05  STM-DEATH-DATE       PIC 9(08).
007700     05  STM-DEATH-SOURCE     PIC X(08).
007800 FD  CP-ACCT-FILE.
007900 COPY STUACREC.
008000 FD  CP-SUSP-FILE.
011900     05  CPR-COUNT            PIC 9(06).
012000     05  FILLER               PIC X(02).
012100     05  CPR-AMOUNT           PIC -ZZZZZZZ9.99.
012110 FD  CP-PLAN-FILE.
012120 COPY PAYPLREC.
012130 FD  CP-JRNL-FILE.
012140 COPY CASHJREC.
012200 FD  SUITE-PARM-FILE.
012300 01  SP-PARM-CARD             PIC X(11).
012400 FD  CP-CYCLENO-FILE.
013100     88  WS-CYCLENO-OK        VALUE '00'.
013200 01  WS-PAY-STATUS            PIC X(02).
013300     88  WS-PAY-OK            VALUE '00'.
013310 01  WS-INCR-STATUS           PIC X(02).
013320     88  WS-INCR-OK           VALUE '00'.
013400 01  WS-MASTER-STATUS         PIC X(02).
013500     88  WS-MASTER-OK         VALUE '00'.
013600 01  WS-ACCT-STATUS           PIC X(02).
014300     88  WS-WORK-OK           VALUE '00'.
014400 01  WS-REPORT-STATUS         PIC X(02).
014500     88  WS-REPORT-OK         VALUE '00'.
014504 01  WS-PLAN-STATUS           PIC X(02).
014508     88  WS-PLAN-OK           VALUE '00'.
014509 01  WS-JRNL-STATUS           PIC X(02).
014510     88  WS-JRNL-OK           VALUE '00'.
014511 01  WS-JRNL-DISPOSITION      PIC X(01).
014512 01  WS-PLAN-OPEN-SWITCH      PIC X(01) VALUE 'N'.
014516     88  WS-PLAN-FILE-OPEN    VALUE 'Y'.
014520 01  WS-PLAN-SCAN-SWITCH      PIC X(01).
014524     88  WS-PLAN-SCAN-DONE    VALUE 'Y'.
014528     88  WS-PLAN-SCAN-MORE    VALUE 'N'.
014532 01  WS-PLAN-REMAINING        PIC 9(07)V99 VALUE 0.
014536 01  WS-PLAN-APPLY            PIC 9(07)V99 VALUE 0.
014540 01  WS-PLAN-INST-OPEN        PIC 9(07)V99 VALUE 0.
014544 01  WS-PLAN-APPLIED-COUNT    PIC 9(06) COMP VALUE 0.
014548 01  WS-PLAN-APPLIED-AMOUNT   PIC S9(09)V99 VALUE 0.
014552 01  WS-INST-IDX              PIC 9(01) COMP.
014556 01  WS-OLDEST-FOUND-SWITCH   PIC X(01).
014560     88  WS-OLDEST-FOUND      VALUE 'Y'.
014564     88  WS-OLDEST-NOT-FOUND  VALUE 'N'.
014568 01  WS-OLDEST-KEY            PIC X(15).
014572 01  WS-OLDEST-IDX            PIC 9(01) COMP.
014576 01  WS-OLDEST-DUE-DATE       PIC 9(08).
014580 01  WS-ALL-PAID-SWITCH       PIC X(01).
014584     88  WS-ALL-PAID          VALUE 'Y'.
014588     88  WS-NOT-ALL-PAID      VALUE 'N'.
014600 01  WS-EOF-SWITCH            PIC X(01).
014700     88  WS-AT-EOF            VALUE 'Y'.
014800     88  WS-NOT-AT-EOF        VALUE 'N'.
016100 COPY SUITEPRM.
016200 COPY CKPTPARM.
016300 COPY STEPPARM.
016300 COPY JRNLPARM.
016300 COPY BALPARM.
016400 PROCEDURE DIVISION.
016500 0000-MAINLINE.
016600     PERFORM 0005-CHECK-CHECKPOINT
017300         THRU 0100-ABSORB-EXISTING-DETAIL-EXIT.
017400     PERFORM 1000-POST-RECEIPTS
017500         THRU 1000-POST-RECEIPTS-EXIT.
017510     IF SP-PRODUCTION-MODE
017520         PERFORM 1900-EMPTY-PAYMENT-INCREMENT
017530             THRU 1900-EMPTY-PAYMENT-INCREMENT-EXIT
017540     END-IF.
017600     PERFORM 8000-REWRITE-TXN-FEED
017700         THRU 8000-REWRITE-TXN-FEED-EXIT.
017800     PERFORM 8500-WRITE-RUN-REPORT
031300         DISPLAY 'CASHPOST: NO PAYMENTS FEED TONIGHT'
031400         GO TO 1000-POST-RECEIPTS-EXIT
031500     END-IF.
031510     OPEN INPUT CP-MASTER-FILE.
031520     IF SP-PRODUCTION-MODE
031522         OPEN EXTEND CP-JRNL-FILE
031524         IF NOT WS-JRNL-OK
031526             CLOSE CP-JRNL-FILE
031528             OPEN OUTPUT CP-JRNL-FILE
031530         END-IF
031532         OPEN I-O CP-PLAN-FILE
031540         IF WS-PLAN-OK
031550             SET WS-PLAN-FILE-OPEN TO TRUE
031560         END-IF
031570     END-IF.
031700     PERFORM 1100-READ-ONE-RECEIPT
031800         THRU 1100-READ-ONE-RECEIPT-EXIT.
031900     PERFORM UNTIL WS-AT-EOF
032400     END-PERFORM.
032500     CLOSE CP-PAY-FILE.
032600     CLOSE CP-MASTER-FILE.
032600     IF SP-PRODUCTION-MODE
032600         CLOSE CP-JRNL-FILE
032600     END-IF.
032600     IF WS-PLAN-FILE-OPEN
032600         CLOSE CP-PLAN-FILE
032600     END-IF.
032700     IF WS-MATCHED-COUNT > 0
032800         PERFORM 2500-WRITE-CASH-DETAIL
032900             THRU 2500-WRITE-CASH-DETAIL-EXIT
033000     END-IF.
033100 1000-POST-RECEIPTS-EXIT.
033200     EXIT.
033200*--------------------------------------------------------------*
033200* 1900-EMPTY-PAYMENT-INCREMENT - PAYINCR OPENED OUTPUT AND     *
033200* CLOSED ONCE THE RECEIPTS HAVE BEEN POSTED. THE JCL READS IT  *
033200* AS (PART OF) PAYFEED, SO EVERY RECEIPT DROPPED INTO THE      *
033200* INTRADAY INCREMENT IS CREDITED BY THE FIRST RUN TO SEE IT,   *
033200* INTRADAY OR NIGHTLY, AND NEVER AGAIN. A STEP WITHOUT A       *
033200* PAYINCR DD EMPTIES NOTHING.                                  *
033200*--------------------------------------------------------------*
033200 1900-EMPTY-PAYMENT-INCREMENT.
033200     OPEN OUTPUT CP-INCR-FILE.
033200     IF WS-INCR-OK
033200         CLOSE CP-INCR-FILE
033200     END-IF.
033200 1900-EMPTY-PAYMENT-INCREMENT-EXIT.
033200     EXIT.
033300*--------------------------------------------------------------*
033400* 1100-READ-ONE-RECEIPT - A SINGLE READ OF PAYFEED.             *
033500*--------------------------------------------------------------*
034000 1100-READ-ONE-RECEIPT-EXIT.
034100     EXIT.
034200*--------------------------------------------------------------*
034210* 2000-APPLY-ONE-RECEIPT - ONE RECEIPT: A NON-NUMERIC ID OR     *
034400* AMOUNT IS COUNTED AND DROPPED; AN ID NOT ON THE MASTER GOES   *
034500* TO PAYSUSP; A MATCHED RECEIPT CREDITS THE STUDENT'S ACCOUNT.  *
034600*--------------------------------------------------------------*
036200     ADD PAY-AMOUNT TO WS-MATCHED-AMOUNT.
036300     PERFORM 2200-POST-TO-SUBLEDGER
036400         THRU 2200-POST-TO-SUBLEDGER-EXIT.
036400     MOVE 'P' TO WS-JRNL-DISPOSITION.
036400     PERFORM 2600-WRITE-JOURNAL
036400         THRU 2600-WRITE-JOURNAL-EXIT.
036400     IF WS-PLAN-FILE-OPEN
036400         PERFORM 2400-APPLY-TO-PAYMENT-PLAN
036400             THRU 2400-APPLY-TO-PAYMENT-PLAN-EXIT
036400     END-IF.
036500 2000-APPLY-ONE-RECEIPT-EXIT.
036600     EXIT.
036700*--------------------------------------------------------------*
038800     MOVE 'PAYMENT ' TO SUB-DESC (1:8).
038900     MOVE PAY-RECEIPT-NO TO SUB-DESC (9:8).
039000     WRITE STU-ACCT-RECORD.
039000     IF WS-ACCT-OK
039000         PERFORM 8700-JOURNAL-ACCT-POST
039000             THRU 8700-JOURNAL-ACCT-POST-EXIT
039000         PERFORM 8780-POST-ACCT-BALANCE
039000             THRU 8780-POST-ACCT-BALANCE-EXIT
039000     END-IF.
039100     CLOSE CP-ACCT-FILE.
039200 2200-POST-TO-SUBLEDGER-EXIT.
039300     EXIT.
041600     ACCEPT PSU-TIME FROM TIME.
041700     WRITE PSU-RECORD.
041800     CLOSE CP-SUSP-FILE.
041810     MOVE 'S' TO WS-JRNL-DISPOSITION.
041820     PERFORM 2600-WRITE-JOURNAL
041830         THRU 2600-WRITE-JOURNAL-EXIT.
041900 2300-WRITE-ONE-SUSPENSE-EXIT.
042000     EXIT.
042100*--------------------------------------------------------------*
042101* 2400-APPLY-TO-PAYMENT-PLAN - A MATCHED RECEIPT PAYS DOWN THE  *
042102* STUDENT'S PAYMENT-PLAN INSTALLMENTS, OLDEST DUE DATE FIRST,   *
042103* ACROSS EVERY ACTIVE PLAN THEY HOLD, UNTIL THE RECEIPT IS USED *
042104* UP OR NOTHING IS LEFT OWING. A STUDENT WITH NO PLAN IS LEFT   *
042105* AS BEFORE. PLANPOST'S STATUS PASS RE-MARKS EACH INSTALLMENT   *
042106* TONIGHT; THE STATUS IS SET HERE SO LOOKUP SHOWS IT AT ONCE.   *
042107*--------------------------------------------------------------*
042108 2400-APPLY-TO-PAYMENT-PLAN.
042109     MOVE PAY-AMOUNT TO WS-PLAN-REMAINING.
042110     SET WS-PLAN-SCAN-MORE TO TRUE.
042111     PERFORM UNTIL WS-PLAN-SCAN-DONE
042112         PERFORM 2410-FIND-OLDEST-INSTALLMENT
042113             THRU 2410-FIND-OLDEST-INSTALLMENT-EXIT
042114         IF WS-OLDEST-FOUND
042115             PERFORM 2450-APPLY-ONE-INSTALLMENT
042116                 THRU 2450-APPLY-ONE-INSTALLMENT-EXIT
042117         END-IF
042118         IF WS-OLDEST-NOT-FOUND
042119             OR WS-PLAN-REMAINING = 0
042120             SET WS-PLAN-SCAN-DONE TO TRUE
042121         END-IF
042122     END-PERFORM.
042123 2400-APPLY-TO-PAYMENT-PLAN-EXIT.
042124     EXIT.
042125*--------------------------------------------------------------*
042126* 2410-FIND-OLDEST-INSTALLMENT - BROWSES THE STUDENT'S PLANS    *
042127* FOR THE UNPAID INSTALLMENT WITH THE EARLIEST DUE DATE.        *
042128*--------------------------------------------------------------*
042129 2410-FIND-OLDEST-INSTALLMENT.
042130     SET WS-OLDEST-NOT-FOUND TO TRUE.
042131     MOVE 99999999 TO WS-OLDEST-DUE-DATE.
042132     MOVE PAY-STUDENT-ID TO PPL-STUDENT-ID.
042133     MOVE LOW-VALUES TO PPL-TERM.
042134     START CP-PLAN-FILE KEY IS NOT LESS THAN PPL-KEY
042135         INVALID KEY
042136             GO TO 2410-FIND-OLDEST-INSTALLMENT-EXIT
042137     END-START.
042138     SET WS-NOT-AT-EOF TO TRUE.
042139     PERFORM UNTIL WS-AT-EOF
042140         READ CP-PLAN-FILE NEXT RECORD
042141             AT END
042142                 SET WS-AT-EOF TO TRUE
042143             NOT AT END
042144                 IF PPL-STUDENT-ID NOT = PAY-STUDENT-ID
042145                     SET WS-AT-EOF TO TRUE
042146                 ELSE
042147                     IF PPL-ACTIVE
042148                         PERFORM 2420-CHECK-ONE-PLAN
042149                             THRU 2420-CHECK-ONE-PLAN-EXIT
042150                     END-IF
042151                 END-IF
042152         END-READ
042153     END-PERFORM.
042154     SET WS-NOT-AT-EOF TO TRUE.
042155 2410-FIND-OLDEST-INSTALLMENT-EXIT.
042156     EXIT.
042157*--------------------------------------------------------------*
042158* 2420-CHECK-ONE-PLAN - THE PLAN'S UNPAID INSTALLMENTS AGAINST  *
042159* THE OLDEST FOUND SO FAR.                                      *
042160*--------------------------------------------------------------*
042161 2420-CHECK-ONE-PLAN.
042162     PERFORM VARYING WS-INST-IDX FROM 1 BY 1
042163             UNTIL WS-INST-IDX > PPL-INST-COUNT
042164         IF PPI-PAID-AMOUNT (WS-INST-IDX)
042164             < PPI-AMOUNT (WS-INST-IDX)
042165             AND PPI-DUE-DATE (WS-INST-IDX) < WS-OLDEST-DUE-DATE
042166             SET WS-OLDEST-FOUND TO TRUE
042167             MOVE PPL-KEY TO WS-OLDEST-KEY
042168             MOVE WS-INST-IDX TO WS-OLDEST-IDX
042169             MOVE PPI-DUE-DATE (WS-INST-IDX) TO WS-OLDEST-DUE-DATE
042170         END-IF
042171     END-PERFORM.
042172 2420-CHECK-ONE-PLAN-EXIT.
042173     EXIT.
042174*--------------------------------------------------------------*
042175* 2450-APPLY-ONE-INSTALLMENT - AS MUCH OF WHAT IS LEFT OF THE   *
042176* RECEIPT AS THE OLDEST INSTALLMENT STILL OWES. PAID IN FULL IS *
042177* MARKED PAID; SHORT OF THAT IT STAYS PAST DUE IF IT WAS, ELSE  *
042178* PARTIALLY PAID. A PLAN WITH EVERY INSTALLMENT PAID IS CLOSED. *
042179*--------------------------------------------------------------*
042180 2450-APPLY-ONE-INSTALLMENT.
042181     MOVE WS-OLDEST-KEY TO PPL-KEY.
042182     READ CP-PLAN-FILE
042183         INVALID KEY
042184             SET WS-OLDEST-NOT-FOUND TO TRUE
042185             GO TO 2450-APPLY-ONE-INSTALLMENT-EXIT
042186     END-READ.
042187     COMPUTE WS-PLAN-INST-OPEN = PPI-AMOUNT (WS-OLDEST-IDX)
042188         - PPI-PAID-AMOUNT (WS-OLDEST-IDX).
042189     IF WS-PLAN-REMAINING < WS-PLAN-INST-OPEN
042190         MOVE WS-PLAN-REMAINING TO WS-PLAN-APPLY
042191     ELSE
042192         MOVE WS-PLAN-INST-OPEN TO WS-PLAN-APPLY
042193     END-IF.
042194     ADD WS-PLAN-APPLY TO PPI-PAID-AMOUNT (WS-OLDEST-IDX).
042195     SUBTRACT WS-PLAN-APPLY FROM WS-PLAN-REMAINING.
042196     ADD 1 TO WS-PLAN-APPLIED-COUNT.
042197     ADD WS-PLAN-APPLY TO WS-PLAN-APPLIED-AMOUNT.
042198     IF PPI-PAID-AMOUNT (WS-OLDEST-IDX)
042199         NOT < PPI-AMOUNT (WS-OLDEST-IDX)
042199         SET PPI-PAID (WS-OLDEST-IDX) TO TRUE
042199     ELSE
042199         IF NOT PPI-PAST-DUE (WS-OLDEST-IDX)
042199             SET PPI-PARTIAL (WS-OLDEST-IDX) TO TRUE
042199         END-IF
042199     END-IF.
042199     SET WS-ALL-PAID TO TRUE.
042199     PERFORM VARYING WS-INST-IDX FROM 1 BY 1
042199             UNTIL WS-INST-IDX > PPL-INST-COUNT
042199         IF NOT PPI-PAID (WS-INST-IDX)
042199             SET WS-NOT-ALL-PAID TO TRUE
042199         END-IF
042199     END-PERFORM.
042199     IF WS-ALL-PAID
042199         SET PPL-COMPLETE TO TRUE
042199     END-IF.
042199     REWRITE PAY-PLAN-RECORD.
042199 2450-APPLY-ONE-INSTALLMENT-EXIT.
042199     EXIT.
042199*--------------------------------------------------------------*
042200* 2500-WRITE-CASH-DETAIL - THE NIGHT'S MATCHED CASH AS ONE      *
042300* SUMMARIZED CATEGORY-B CREDIT ON THE WORK FILE, FOLDED INTO    *
042400* THE CONTROL TOTALS.                                           *
043500     WRITE CP-WORK-RECORD.
043600 2500-WRITE-CASH-DETAIL-EXIT.
043700     EXIT.
043704*--------------------------------------------------------------*
043708* 2600-WRITE-JOURNAL - THE RECEIPT ONTO THE CASHJRNL RECEIPTS   *
043712* JOURNAL WITH ITS SOURCE, CASHIER, TENDER AND WHETHER IT POSTED*
043716* OR WENT TO SUSPENSE, FOR CASHCLSE'S DRAWER BALANCING. A TEST- *
043720* MODE RUN JOURNALS NOTHING.                                    *
043724*--------------------------------------------------------------*
043728 2600-WRITE-JOURNAL.
043732     IF SP-TEST-MODE
043736         GO TO 2600-WRITE-JOURNAL-EXIT
043740     END-IF.
043744     MOVE SPACES TO CASH-JRNL-RECORD.
043748     MOVE PAY-RECEIPT-NO TO CJR-RECEIPT-NO.
043752     MOVE PAY-STUDENT-ID TO CJR-STUDENT-ID.
043756     MOVE PAY-DATE TO CJR-PAY-DATE.
043760     MOVE PAY-AMOUNT TO CJR-AMOUNT.
043764     MOVE PAY-SOURCE TO CJR-SOURCE.
043768     MOVE PAY-CASHIER-ID TO CJR-CASHIER-ID.
043772     MOVE PAY-TENDER TO CJR-TENDER.
043776     MOVE WS-JRNL-DISPOSITION TO CJR-DISPOSITION.
043780     ACCEPT CJR-POST-DATE FROM DATE YYYYMMDD.
043784     WRITE CASH-JRNL-RECORD.
043788 2600-WRITE-JOURNAL-EXIT.
043792     EXIT.
043800*--------------------------------------------------------------*
043900* 8000-REWRITE-TXN-FEED - THE COMBINED FEED BACK TO ADTXN WITH  *
044000* ONE FRESH CONTROL HEADER. A TEST-MODE RUN LEAVES ADTXN        *
049900     MOVE WS-REJECT-COUNT TO CPR-COUNT.
050000     MOVE ZERO TO CPR-AMOUNT.
050100     WRITE CP-REPORT-RECORD.
050110     MOVE SPACES TO CP-REPORT-RECORD.
050120     MOVE 'APPLIED TO PLANS' TO CPR-LABEL.
050130     MOVE WS-PLAN-APPLIED-COUNT TO CPR-COUNT.
050140     MOVE WS-PLAN-APPLIED-AMOUNT TO CPR-AMOUNT.
050150     WRITE CP-REPORT-RECORD.
050200     CLOSE CP-REPORT-FILE.
050300 8500-WRITE-RUN-REPORT-EXIT.
050400     EXIT.
050400*--------------------------------------------------------------*
050400* 8700-JOURNAL-ACCT-POST - THE STUACCT POSTING JUST WRITTEN,   *
050400* ONTO THE RCVJRNL FORWARD-RECOVERY JOURNAL.                   *
050400*--------------------------------------------------------------*
050400 8700-JOURNAL-ACCT-POST.
050400     MOVE 'CASHPOST' TO JR-PROGRAM-ID.
050400     SET JR-FILE-ACCOUNT TO TRUE.
050400     SET JR-ADD TO TRUE.
050400     MOVE SPACES TO JR-RECORD-KEY.
050400     MOVE SUB-STUDENT-ID TO JR-RECORD-KEY (1:9).
050400     MOVE SPACES TO JR-BEFORE-IMAGE.
050400     MOVE STU-ACCT-RECORD TO JR-AFTER-IMAGE.
050400     CALL 'JRNLLOG' USING JRNL-PARM-BLOCK.
050400 8700-JOURNAL-ACCT-POST-EXIT.
050400     EXIT.
050400*--------------------------------------------------------------*
050400* 8780-POST-ACCT-BALANCE - THE STUACCT POSTING JUST WRITTEN,   *
050400* ONTO THE STUDENT'S STUBAL BALANCE RECORD THROUGH BALPOST, IN *
050400* THE SAME UNIT OF WORK AS THE WRITE.                          *
050400*--------------------------------------------------------------*
050400 8780-POST-ACCT-BALANCE.
050400     MOVE 'CASHPOST' TO BP-PROGRAM-ID.
050400     SET BP-POST TO TRUE.
050400     MOVE STU-ACCT-RECORD TO BP-ACCT-RECORD.
050400     CALL 'BALPOST' USING BAL-PARM-BLOCK.
050400 8780-POST-ACCT-BALANCE-EXIT.
050400     EXIT.
050500*--------------------------------------------------------------*
050600* 9999-EXIT                                                    *
050700*--------------------------------------------------------------*
