      *    RECEIVABLE BALANCE FOR EACH CUSTOMER IN THE CUSTOMER
      *    FILE, WITH BRANCH SUBTOTALS AND A CREDIT-LIMIT EXCEPTION
      *    LISTING.  THE PROGRAM ALSO ACCUMULATES AND PRINTS THE
      *    GRAND TOTAL FOR ALL CUSTOMERS.  THE AGED COLUMNS ARE BY
      *    DAYS PAST THE DUE DATE THE CUSTOMER'S PAYMENT TERMS SET:
      *    1-30, 31-60, 61-90, AND OVER 90 DAYS PAST DUE.
      *
      *    BALANCES ARE CARRIED SIGNED: AN OVERPAID ACCOUNT SHOWS
      *    A CREDIT BALANCE, "CR" IS PRINTED ONLY WHEN AN AMOUNT
      *    ON THE CREDIT-BALANCE FILE SO THE OFFICE CAN DECIDE
      *    REFUND VERSUS LEAVE-ON-ACCOUNT.
      *
      *    CHECKS RETURNED BY THE BANK ARE CARRIED TO THE GENERAL
      *    LEDGER AS THEIR OWN ENTRY, A DEBIT TO THE RECEIVABLE
      *    AGAINST THE RETURNED-ITEMS ACCOUNT, SO THE CLEARING
      *    ENTRY STILL SHOWS THE CASH AS ORIGINALLY DEPOSITED.
      *
      *    CASH PARKED ON THE UNAPPLIED-CASH SUSPENSE FILE BY THE
      *    POSTING RUN, AND CASH LATER RE-DIRECTED FROM IT TO A
      *    CUSTOMER, IS CARRIED TO THE GENERAL LEDGER AGAINST THE
      *    SUSPENSE ACCOUNT, SO THE CLEARING ACCOUNT AGAIN MATCHES
      *    THE BANK DEPOSITS.  CASH FOR A CUSTOMER NOT ON FILE HAS
      *    NO BRANCH AND IS JOURNALLED UNDER BRANCH 0000.  THE GL
      *    PROOF SHOWS THE PERIOD'S SUSPENSE MOVEMENTS AND THE OPEN
      *    SUSPENSE BALANCE ON FILE.
      *
      *    CREDIT-BALANCE REFUNDS, WHICH THE POSTING RUN TAKES OFF
      *    THE CUSTOMER'S PAYMENTS, ARE LIKEWISE ADDED BACK TO THE
      *    CLEARING ENTRY AND POSTED AS A DEBIT TO THE RECEIVABLE
      *    AGAINST THE REFUNDS-PAYABLE ACCOUNT THAT ACCOUNTS PAYABLE
      *    CLEARS WHEN IT CUTS THE CHECK.
      *
      *    PROMPT-PAYMENT DISCOUNTS, WHICH THE POSTING RUN CARRIES
      *    IN THE CUSTOMER'S CREDITS, ARE CARVED OUT OF THE CLEARING
      *    ENTRY THE SAME WAY AS WRITE-OFFS AND POSTED AS A DEBIT TO
      *    DISCOUNTS ALLOWED AGAINST THE RECEIVABLE.
      *
      *    EACH BRANCH SUBTOTAL ALSO WRITES A PERIOD STATISTICS
      *    RECORD - OPENING BALANCE, BILLED SALES, CASH COLLECTED,
      *    CREDITS, WRITE-OFFS, CLOSING BALANCE AND THE FOUR AGED
      *    BUCKETS - TO THE BRANCH STATISTICS FILE, WHICH GROWS
      *    ACROSS RUNS AND FEEDS THE TREND REPORT ArTrend.  IT IS
      *    KEPT APART FROM THE CUSTOMER HISTORY FILE SO THAT THE
      *    HISTORY PURGE NEVER TOUCHES IT.
      *
      *    THE COMPANION PROGRAM SalesComm COMPUTES AND PRINTS THE
      *    NEW YEAR-TO-DATE SALES, RETURNS, AND NET FOR EACH
      *    SALESPERSON IN THE SALESPERSON FILE.
           SELECT HISTORY-FILE     ASSIGN TO "PERIODHS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HISTORY-STATUS.
           SELECT BRANCH-STATS-FILE ASSIGN TO "ARBRSTAT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BRSTAT-STATUS.
           SELECT VARIANCE-FILE    ASSIGN TO "VARIANCE.OUT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-VARIANCE-STATUS.
           SELECT WRITEOFF-FILE    ASSIGN TO "ARWOFF.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WRITEOFF-STATUS.
           SELECT RETURNED-FILE    ASSIGN TO "ARNSF.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RETURNED-STATUS.
           SELECT REFUND-FILE      ASSIGN TO "ARREFND.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REFUND-STATUS.
           SELECT DISCOUNT-FILE    ASSIGN TO "ARDISC.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DISCOUNT-STATUS.
           SELECT SUSP-ACTIVITY-FILE ASSIGN TO "ARSUSPAC.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SUSP-ACTIVITY-STATUS.
           SELECT SUSPENSE-FILE    ASSIGN TO "ARSUSP.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SP-SUSPENSE-KEY
                   FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "ARRUNCTL.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUN-CONTROL-STATUS.
           05  CHK-GL-TOTAL-DEBITS         PIC 9(8)V99.
           05  CHK-GL-TOTAL-CREDITS        PIC 9(8)V99.
           05  CHK-REJECTED-COUNT          PIC 9(6).
           05  CHK-BR-TOTAL-CUR-CREDITS    PIC 9(7)V99.
       FD  RUN-PARM-FILE.
       01  RUNPARM-RECORD.
           05  RP-PERIOD-ID                PIC X(6).
           05  RC-ACCOUNTS-ACTIVE-FLAG     PIC X.
           05  RC-FINCHG-PERIOD-ID         PIC X(6).
           05  RC-ROLL-PERIOD-ID           PIC X(6).
           05  RC-RECON-STATUS-FLAG        PIC X.
           05  FILLER                      PIC X(6).
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  HIST-PERIOD-ID              PIC X(6).
           05  HIST-CU-NAME                PIC X(18).
           05  HIST-CUR-BALANCE            PIC S9(7)V99.
           05  FILLER                      PIC X(5).
      * ONE RECORD PER BRANCH PER ACCOUNTS RUN.  CASH COLLECTED
      * IS THE BRANCH'S PAYMENTS AS POSTED; CREDITS ARE ITS
      * CREDITS LESS THE WRITE-OFFS, WHICH ARE CARRIED SEPARATELY.
      * A RERUN OF A PERIOD ADDS NEW RECORDS; THE READER TAKES
      * THE LAST ONE WRITTEN FOR EACH BRANCH AND PERIOD.
       FD  BRANCH-STATS-FILE.
       01  BRANCH-STATS-RECORD.
           05  BS-PERIOD-ID                PIC X(6).
           05  BS-BRANCH-CODE              PIC X(4).
           05  BS-RUN-DATE                 PIC 9(8).
           05  BS-OPEN-BALANCE             PIC S9(7)V99.
           05  BS-BILLED-SALES             PIC 9(7)V99.
           05  BS-CASH-COLLECTED           PIC 9(7)V99.
           05  BS-CREDITS                  PIC 9(7)V99.
           05  BS-WRITEOFFS                PIC 9(8)V99.
           05  BS-CLOSE-BALANCE            PIC S9(7)V99.
           05  BS-BAL-30                   PIC 9(7)V99.
           05  BS-BAL-60                   PIC 9(7)V99.
           05  BS-BAL-90                   PIC 9(7)V99.
           05  BS-BAL-120                  PIC 9(7)V99.
           05  FILLER                      PIC X(10).
       FD  VARIANCE-FILE.
       01  VARIANCE-DATA                   PIC X(100).
       FD  GL-EXTRACT-FILE.
           05  WO-TRAN-DATE                PIC 9(8).
           05  WO-APPROVAL-CODE            PIC X(4).
           05  FILLER                      PIC X(5).
       FD  RETURNED-FILE.
       01  RETURNED-RECORD.
           05  NR-CU-NUMBER                PIC X(5).
           05  NR-BRANCH-CODE              PIC X(4).
           05  NR-AMOUNT                   PIC 9(6)V99.
           05  NR-PAYMENT-DATE             PIC 9(8).
           05  NR-FEE-AMOUNT               PIC 9(4)V99.
           05  NR-RETURN-DATE              PIC 9(8).
           05  FILLER                      PIC X(3).
       FD  REFUND-FILE.
       01  REFUND-RECORD.
           05  RF-CU-NUMBER                PIC X(5).
           05  RF-BRANCH-CODE              PIC X(4).
           05  RF-AMOUNT                   PIC 9(6)V99.
           05  RF-TRAN-DATE                PIC 9(8).
           05  FILLER                      PIC X(5).
       FD  DISCOUNT-FILE.
       01  DISCOUNT-RECORD.
           05  DC-CU-NUMBER                PIC X(5).
           05  DC-BRANCH-CODE              PIC X(4).
           05  DC-AMOUNT                   PIC 9(6)V99.
           05  DC-TRAN-DATE                PIC 9(8).
           05  DC-INVOICE-REF              PIC X(4).
           05  FILLER                      PIC X.
       FD  SUSP-ACTIVITY-FILE.
       01  SUSP-ACTIVITY-RECORD.
           05  SA-ACTION                   PIC X.
           05  SA-DEPOSIT-DATE             PIC 9(8).
           05  SA-SEQ                      PIC 9(4).
           05  SA-BRANCH-CODE              PIC X(4).
           05  SA-CU-NUMBER                PIC X(5).
           05  SA-AMOUNT                   PIC 9(6)V99.
           05  SA-POST-DATE                PIC 9(8).
           05  FILLER                      PIC X(2).
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           05  SP-SUSPENSE-KEY.
               10  SP-DEPOSIT-DATE         PIC 9(8).
               10  SP-SEQ                  PIC 9(4).
           05  FILLER                      PIC X(22).
           05  SP-OPEN-AMOUNT              PIC 9(6)V99.
           05  FILLER                      PIC X(58).
       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD.
           05  RL-PROGRAM-ID               PIC X(10).
           05  WS-RUNPARM-STATUS       PIC XX.
           05  WS-HISTORY-STATUS       PIC XX.
           05  WS-HISTORY-EOF-FLAG     PIC X.
           05  WS-BRSTAT-STATUS        PIC XX.
           05  WS-PARM-FOUND-FLAG      PIC X.
           05  WS-REPORT-STATUS        PIC XX.
           05  WS-OVERLIMIT-STATUS     PIC XX.
           05  WS-CREDBAL-STATUS       PIC XX.
           05  WS-WRITEOFF-STATUS      PIC XX.
           05  WS-WRITEOFF-EOF-FLAG    PIC X.
           05  WS-RETURNED-STATUS      PIC XX.
           05  WS-RETURNED-EOF-FLAG    PIC X.
           05  WS-REFUND-STATUS        PIC XX.
           05  WS-REFUND-EOF-FLAG      PIC X.
           05  WS-DISCOUNT-STATUS      PIC XX.
           05  WS-DISCOUNT-EOF-FLAG    PIC X.
           05  WS-SUSP-ACTIVITY-STATUS PIC XX.
           05  WS-SUSP-ACTIVITY-EOF-FLAG PIC X.
           05  WS-SUSPENSE-STATUS      PIC XX.
           05  WS-SUSPENSE-EOF-FLAG    PIC X.
           05  WS-RUN-CONTROL-STATUS   PIC XX.
           05  WS-SEQ-REFUSED-FLAG     PIC X.
           05  WS-OVERRIDE-USED-FLAG   PIC X.
           05  WS-RC-ACCOUNTS-ACTIVE   PIC X.
           05  WS-RC-FINCHG-PERIOD-ID  PIC X(6).
           05  WS-RC-ROLL-PERIOD-ID    PIC X(6).
           05  WS-RC-RECON-STATUS      PIC X.
       01  WS-PRIOR-CONTROL.
           05  WS-PRIOR-ENTRY-COUNT    PIC 9(4)  VALUE ZERO.
           05  WS-PRIOR-TOTAL-CUR-BALANCE PIC S9(7)V99.
           05  WS-PREV-BALANCE         PIC S9(6)V99.
           05  WS-CUR-PURCHASES        PIC 9(6)V99.
           05  WS-CUR-PAYCREDS         PIC 9(6)V99.
           05  WS-CUR-CREDITS          PIC 9(6)V99.
           05  WS-CUR-BALANCE          PIC S9(6)V99.
           05  WS-BAL-30               PIC 9(6)V99.
           05  WS-BAL-60               PIC 9(6)V99.
           05  WS-BR-TOTAL-BAL-60         PIC 9(7)V99.
           05  WS-BR-TOTAL-BAL-90         PIC 9(7)V99.
           05  WS-BR-TOTAL-BAL-120        PIC 9(7)V99.
           05  WS-BR-TOTAL-CUR-CREDITS    PIC 9(7)V99.
           05  WS-BR-STAT-CASH            PIC S9(7)V99.
           05  WS-BR-STAT-CREDITS         PIC S9(8)V99.
       01  WS-BRANCH-CONTROL.
           05  WS-CURRENT-BRANCH-CODE  PIC X(4).
      * GENERAL-LEDGER INTERFACE CONTROL.  ONE BALANCED JOURNAL
           05  WS-GL-AR-ACCOUNT        PIC X(6)  VALUE "112000".
           05  WS-GL-CLEARING-ACCOUNT  PIC X(6)  VALUE "401000".
           05  WS-GL-BADDEBT-ACCOUNT   PIC X(6)  VALUE "671000".
           05  WS-GL-RETURNED-ACCOUNT  PIC X(6)  VALUE "101500".
           05  WS-GL-SUSPENSE-ACCOUNT  PIC X(6)  VALUE "209500".
           05  WS-GL-REFUND-ACCOUNT    PIC X(6)  VALUE "205000".
           05  WS-GL-DISCOUNT-ACCOUNT  PIC X(6)  VALUE "403000".
           05  WS-GL-UNASSIGNED-BRANCH PIC X(4)  VALUE "0000".
           05  WS-GL-CLEARING-PAYCREDS PIC S9(7)V99.
           05  WS-GL-NET-AMOUNT        PIC S9(7)V99.
           05  WS-GL-ENTRY-AMOUNT      PIC 9(7)V99.
                   DEPENDING ON WS-WO-COUNT.
               10  WS-WO-BRANCH        PIC X(4).
               10  WS-WO-AMOUNT        PIC 9(8)V99.
      * PERIOD-TO-DATE RETURNED CHECKS BY BRANCH, FROM THE EXTRACT
      * THE POSTING RUN MAINTAINS.  THE POSTING RUN TAKES A
      * RETURNED CHECK OFF THE CUSTOMER'S PAYMENTS, SO IT IS
      * ADDED BACK TO THE CLEARING ENTRY AND POSTED SEPARATELY.
       01  WS-RETURNED-CONTROL.
           05  WS-NR-COUNT             PIC 9(4)  VALUE ZERO.
           05  WS-NR-SUB               PIC 9(4).
           05  WS-NR-FOUND-SUB         PIC 9(4).
           05  WS-NR-FULL-FLAG         PIC X.
           05  WS-BR-RETURNED-AMOUNT   PIC 9(8)V99.
       01  WS-RETURNED-TABLE.
           05  WS-NR-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-NR-COUNT.
               10  WS-NR-BRANCH        PIC X(4).
               10  WS-NR-AMOUNT        PIC 9(8)V99.
      * PERIOD-TO-DATE REFUNDS BY BRANCH, FROM THE EXTRACT THE
      * POSTING RUN MAINTAINS.  A REFUND COMES OFF THE CUSTOMER'S
      * PAYMENTS, SO IT IS ADDED BACK TO THE CLEARING ENTRY AND
      * POSTED SEPARATELY.
       01  WS-REFUND-CONTROL.
           05  WS-RF-COUNT             PIC 9(4)  VALUE ZERO.
           05  WS-RF-SUB               PIC 9(4).
           05  WS-RF-FOUND-SUB         PIC 9(4).
           05  WS-RF-FULL-FLAG         PIC X.
           05  WS-BR-REFUND-AMOUNT     PIC 9(8)V99.
       01  WS-REFUND-TABLE.
           05  WS-RF-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-RF-COUNT.
               10  WS-RF-BRANCH        PIC X(4).
               10  WS-RF-AMOUNT        PIC 9(8)V99.
      * PERIOD-TO-DATE PROMPT-PAYMENT DISCOUNTS BY BRANCH, FROM
      * THE EXTRACT THE POSTING RUN MAINTAINS.  THE DISCOUNT
      * PORTION OF A BRANCH'S CREDITS IS CHARGED TO DISCOUNTS
      * ALLOWED INSTEAD OF THE CLEARING ACCOUNT.
       01  WS-DISCOUNT-CONTROL.
           05  WS-DC-COUNT             PIC 9(4)  VALUE ZERO.
           05  WS-DC-SUB               PIC 9(4).
           05  WS-DC-FOUND-SUB         PIC 9(4).
           05  WS-DC-FULL-FLAG         PIC X.
           05  WS-BR-DISCOUNT-AMOUNT   PIC 9(8)V99.
       01  WS-DISCOUNT-TABLE.
           05  WS-DC-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-DC-COUNT.
               10  WS-DC-BRANCH        PIC X(4).
               10  WS-DC-AMOUNT        PIC 9(8)V99.
      * PERIOD-TO-DATE SUSPENSE MOVEMENTS BY BRANCH, FROM THE
      * ACTIVITY EXTRACT THE POSTING RUN MAINTAINS.  CASH FOR A
      * CUSTOMER NOT ON FILE IS HELD UNDER A BLANK BRANCH, WHICH
      * NO CUSTOMER BRANCH CAN MATCH, AND JOURNALLED AT THE END.
       01  WS-SUSPENSE-CONTROL.
           05  WS-SA-COUNT             PIC 9(4)  VALUE ZERO.
           05  WS-SA-SUB               PIC 9(4).
           05  WS-SA-FOUND-SUB         PIC 9(4).
           05  WS-SA-FULL-FLAG         PIC X.
           05  WS-GL-SUSP-BRANCH       PIC X(4).
           05  WS-GL-SUSP-POST-BRANCH  PIC X(4).
           05  WS-BR-SUSP-PARKED       PIC 9(8)V99.
           05  WS-BR-SUSP-REDIRECTED   PIC 9(8)V99.
           05  WS-BR-SUSP-RETURNED     PIC 9(8)V99.
           05  WS-GL-SUSP-NET          PIC S9(8)V99.
           05  WS-SUSP-TOTAL-PARKED    PIC 9(8)V99.
           05  WS-SUSP-TOTAL-REDIRECTED PIC 9(8)V99.
           05  WS-SUSP-TOTAL-RETURNED  PIC 9(8)V99.
           05  WS-SUSP-OPEN-BALANCE    PIC 9(8)V99.
       01  WS-SUSPENSE-TABLE.
           05  WS-SA-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON WS-SA-COUNT.
               10  WS-SA-BRANCH        PIC X(4).
               10  WS-SA-PARKED        PIC 9(8)V99.
               10  WS-SA-REDIRECTED    PIC 9(8)V99.
               10  WS-SA-RETURNED      PIC 9(8)V99.
       01  WS-CONTROL-TOTALS.
           05  WS-CTL-RECORD-COUNT     PIC 9(6).
           05  WS-CTL-TOTAL-PREV-BALANCE PIC S9(7)V99.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  FILLER                  PIC X(24)  VALUE
                   "PMTS/CRDTS       BALANCE".
           05  FILLER                  PIC X(12)  VALUE SPACES.
           05  FILLER                  PIC X(13)  VALUE
                   "DAYS PAST DUE".
           05  FILLER                  PIC X(36)  VALUE SPACES.
       01  COLUMN-HEADING-LINE-3.
           05  FILLER                  PIC X(83)  VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "      1-30".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "     31-60".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "     61-90".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "   OVER 90".
           05  FILLER                  PIC X(21)  VALUE SPACES.
       01  DETAIL-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "CREDITS = ".
           05  GT-TOTAL-CREDITS        PIC ZZ,ZZZ,ZZZ.99.
       01  GL-PROOF-SUSPENSE-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  GS-LABEL                PIC X(30).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  GS-AMOUNT               PIC ZZ,ZZZ,ZZZ.99.
       01  VARIANCE-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  VR-NUMBER               PIC X(5).
           PERFORM B0191-MARK-ACCOUNTS-ACTIVE
           PERFORM B019-LOAD-PRIOR-PERIOD
           PERFORM B0194-LOAD-WRITEOFF-TOTALS
           PERFORM B0192-LOAD-RETURNED-TOTALS
           PERFORM B0188-LOAD-SUSPENSE-ACTIVITY
           PERFORM B0187-LOAD-REFUND-TOTALS
           PERFORM B0186-LOAD-DISCOUNT-TOTALS
           PERFORM B0193-OPEN-HISTORY-FOR-WRITE
           PERFORM B0184-OPEN-BRANCH-STATS
           PERFORM B010-INITIALIZE-WORKING-DATA
           PERFORM B015-READ-CONTROL-RECORD
           PERFORM B020-WRITE-HEADINGS
           CLOSE CREDIT-BAL-FILE
           CLOSE GL-EXTRACT-FILE, GL-PROOF-FILE
           CLOSE HISTORY-FILE
           CLOSE BRANCH-STATS-FILE
           CLOSE CHECKPOINT-FILE
           OPEN OUTPUT CHECKPOINT-FILE
           CLOSE CHECKPOINT-FILE
           MOVE ZERO TO WS-BR-TOTAL-BAL-60
           MOVE ZERO TO WS-BR-TOTAL-BAL-90
           MOVE ZERO TO WS-BR-TOTAL-BAL-120
           MOVE ZERO TO WS-BR-TOTAL-CUR-CREDITS
           MOVE SPACES TO WS-CURRENT-BRANCH-CODE
           MOVE ZERO TO WS-ACTUAL-RECORD-COUNT
           MOVE ZERO TO WS-GL-TOTAL-DEBITS
               MOVE CHK-BR-TOTAL-BAL-60 TO WS-BR-TOTAL-BAL-60
               MOVE CHK-BR-TOTAL-BAL-90 TO WS-BR-TOTAL-BAL-90
               MOVE CHK-BR-TOTAL-BAL-120 TO WS-BR-TOTAL-BAL-120
               MOVE CHK-BR-TOTAL-CUR-CREDITS TO WS-BR-TOTAL-CUR-CREDITS
               MOVE CHK-ACTUAL-RECORD-COUNT TO WS-ACTUAL-RECORD-COUNT
               MOVE CHK-PAGE-COUNTER TO WS-PAGE-COUNTER
               MOVE CHK-GL-TOTAL-DEBITS TO WS-GL-TOTAL-DEBITS
               CLOSE HISTORY-FILE
               OPEN EXTEND HISTORY-FILE
           END-IF.
      *
       B0184-OPEN-BRANCH-STATS.
           OPEN EXTEND BRANCH-STATS-FILE
           IF WS-BRSTAT-STATUS NOT EQUAL "00"
               OPEN OUTPUT BRANCH-STATS-FILE
               CLOSE BRANCH-STATS-FILE
               OPEN EXTEND BRANCH-STATS-FILE
           END-IF.
      *
      * A MISSING EXTRACT SIMPLY MEANS NO WRITE-OFFS THIS PERIOD.
       B0194-LOAD-WRITEOFF-TOTALS.
           END-IF
           ADD 1 TO WS-WO-SUB.
      *
      * A MISSING EXTRACT SIMPLY MEANS NO RETURNED CHECKS THIS
      * PERIOD.
       B0192-LOAD-RETURNED-TOTALS.
           MOVE ZERO TO WS-NR-COUNT
           MOVE "N" TO WS-NR-FULL-FLAG
           MOVE "N" TO WS-RETURNED-EOF-FLAG
           OPEN INPUT RETURNED-FILE
           IF WS-RETURNED-STATUS EQUAL "00"
               PERFORM B01921-READ-RETURNED-RECORD
                   UNTIL WS-RETURNED-EOF-FLAG EQUAL "Y"
               CLOSE RETURNED-FILE
           END-IF.
      *
       B01921-READ-RETURNED-RECORD.
           READ RETURNED-FILE INTO RETURNED-RECORD
               AT END MOVE "Y" TO WS-RETURNED-EOF-FLAG
           END-READ
           IF WS-RETURNED-EOF-FLAG NOT EQUAL "Y"
               AND NR-AMOUNT NUMERIC
               MOVE ZERO TO WS-NR-FOUND-SUB
               MOVE 1 TO WS-NR-SUB
               PERFORM B01922-MATCH-RETURNED-BRANCH
                   UNTIL WS-NR-SUB GREATER THAN WS-NR-COUNT
                       OR WS-NR-FOUND-SUB NOT EQUAL ZERO
               IF WS-NR-FOUND-SUB EQUAL ZERO
                   IF WS-NR-COUNT LESS THAN 100
                       ADD 1 TO WS-NR-COUNT
                       MOVE NR-BRANCH-CODE TO
                           WS-NR-BRANCH(WS-NR-COUNT)
                       MOVE ZERO TO WS-NR-AMOUNT(WS-NR-COUNT)
                       MOVE WS-NR-COUNT TO WS-NR-FOUND-SUB
                   ELSE
                       MOVE "Y" TO WS-NR-FULL-FLAG
                   END-IF
               END-IF
               IF WS-NR-FOUND-SUB NOT EQUAL ZERO
                   ADD NR-AMOUNT TO WS-NR-AMOUNT(WS-NR-FOUND-SUB)
               END-IF
           END-IF.
      *
       B01922-MATCH-RETURNED-BRANCH.
           IF WS-NR-BRANCH(WS-NR-SUB) EQUAL NR-BRANCH-CODE
               MOVE WS-NR-SUB TO WS-NR-FOUND-SUB
           END-IF
           ADD 1 TO WS-NR-SUB.
      *
      * A MISSING EXTRACT SIMPLY MEANS NO REFUNDS THIS PERIOD.
       B0187-LOAD-REFUND-TOTALS.
           MOVE ZERO TO WS-RF-COUNT
           MOVE "N" TO WS-RF-FULL-FLAG
           MOVE "N" TO WS-REFUND-EOF-FLAG
           OPEN INPUT REFUND-FILE
           IF WS-REFUND-STATUS EQUAL "00"
               PERFORM B01871-READ-REFUND-RECORD
                   UNTIL WS-REFUND-EOF-FLAG EQUAL "Y"
               CLOSE REFUND-FILE
           END-IF.
      *
       B01871-READ-REFUND-RECORD.
           READ REFUND-FILE INTO REFUND-RECORD
               AT END MOVE "Y" TO WS-REFUND-EOF-FLAG
           END-READ
           IF WS-REFUND-EOF-FLAG NOT EQUAL "Y"
               AND RF-AMOUNT NUMERIC
               MOVE ZERO TO WS-RF-FOUND-SUB
               MOVE 1 TO WS-RF-SUB
               PERFORM B01872-MATCH-REFUND-BRANCH
                   UNTIL WS-RF-SUB GREATER THAN WS-RF-COUNT
                       OR WS-RF-FOUND-SUB NOT EQUAL ZERO
               IF WS-RF-FOUND-SUB EQUAL ZERO
                   IF WS-RF-COUNT LESS THAN 100
                       ADD 1 TO WS-RF-COUNT
                       MOVE RF-BRANCH-CODE TO
                           WS-RF-BRANCH(WS-RF-COUNT)
                       MOVE ZERO TO WS-RF-AMOUNT(WS-RF-COUNT)
                       MOVE WS-RF-COUNT TO WS-RF-FOUND-SUB
                   ELSE
                       MOVE "Y" TO WS-RF-FULL-FLAG
                   END-IF
               END-IF
               IF WS-RF-FOUND-SUB NOT EQUAL ZERO
                   ADD RF-AMOUNT TO WS-RF-AMOUNT(WS-RF-FOUND-SUB)
               END-IF
           END-IF.
      *
       B01872-MATCH-REFUND-BRANCH.
           IF WS-RF-BRANCH(WS-RF-SUB) EQUAL RF-BRANCH-CODE
               MOVE WS-RF-SUB TO WS-RF-FOUND-SUB
           END-IF
           ADD 1 TO WS-RF-SUB.
      *
      * A MISSING EXTRACT SIMPLY MEANS NO DISCOUNTS THIS PERIOD.
       B0186-LOAD-DISCOUNT-TOTALS.
           MOVE ZERO TO WS-DC-COUNT
           MOVE "N" TO WS-DC-FULL-FLAG
           MOVE "N" TO WS-DISCOUNT-EOF-FLAG
           OPEN INPUT DISCOUNT-FILE
           IF WS-DISCOUNT-STATUS EQUAL "00"
               PERFORM B01861-READ-DISCOUNT-RECORD
                   UNTIL WS-DISCOUNT-EOF-FLAG EQUAL "Y"
               CLOSE DISCOUNT-FILE
           END-IF.
      *
       B01861-READ-DISCOUNT-RECORD.
           READ DISCOUNT-FILE INTO DISCOUNT-RECORD
               AT END MOVE "Y" TO WS-DISCOUNT-EOF-FLAG
           END-READ
           IF WS-DISCOUNT-EOF-FLAG NOT EQUAL "Y"
               AND DC-AMOUNT NUMERIC
               MOVE ZERO TO WS-DC-FOUND-SUB
               MOVE 1 TO WS-DC-SUB
               PERFORM B01862-MATCH-DISCOUNT-BRANCH
                   UNTIL WS-DC-SUB GREATER THAN WS-DC-COUNT
                       OR WS-DC-FOUND-SUB NOT EQUAL ZERO
               IF WS-DC-FOUND-SUB EQUAL ZERO
                   IF WS-DC-COUNT LESS THAN 100
                       ADD 1 TO WS-DC-COUNT
                       MOVE DC-BRANCH-CODE TO
                           WS-DC-BRANCH(WS-DC-COUNT)
                       MOVE ZERO TO WS-DC-AMOUNT(WS-DC-COUNT)
                       MOVE WS-DC-COUNT TO WS-DC-FOUND-SUB
                   ELSE
                       MOVE "Y" TO WS-DC-FULL-FLAG
                   END-IF
               END-IF
               IF WS-DC-FOUND-SUB NOT EQUAL ZERO
                   ADD DC-AMOUNT TO WS-DC-AMOUNT(WS-DC-FOUND-SUB)
               END-IF
           END-IF.
      *
       B01862-MATCH-DISCOUNT-BRANCH.
           IF WS-DC-BRANCH(WS-DC-SUB) EQUAL DC-BRANCH-CODE
               MOVE WS-DC-SUB TO WS-DC-FOUND-SUB
           END-IF
           ADD 1 TO WS-DC-SUB.
      *
      * A MISSING EXTRACT SIMPLY MEANS NO SUSPENSE MOVEMENT THIS
      * PERIOD.
       B0188-LOAD-SUSPENSE-ACTIVITY.
           MOVE ZERO TO WS-SA-COUNT
           MOVE "N" TO WS-SA-FULL-FLAG
           MOVE ZERO TO WS-SUSP-TOTAL-PARKED
           MOVE ZERO TO WS-SUSP-TOTAL-REDIRECTED
           MOVE ZERO TO WS-SUSP-TOTAL-RETURNED
           MOVE "N" TO WS-SUSP-ACTIVITY-EOF-FLAG
           OPEN INPUT SUSP-ACTIVITY-FILE
           IF WS-SUSP-ACTIVITY-STATUS EQUAL "00"
               PERFORM B01881-READ-SUSP-ACTIVITY
                   UNTIL WS-SUSP-ACTIVITY-EOF-FLAG EQUAL "Y"
               CLOSE SUSP-ACTIVITY-FILE
           END-IF.
      *
       B01881-READ-SUSP-ACTIVITY.
           READ SUSP-ACTIVITY-FILE INTO SUSP-ACTIVITY-RECORD
               AT END MOVE "Y" TO WS-SUSP-ACTIVITY-EOF-FLAG
           END-READ
           IF WS-SUSP-ACTIVITY-EOF-FLAG NOT EQUAL "Y"
               AND SA-AMOUNT NUMERIC
               MOVE ZERO TO WS-SA-FOUND-SUB
               MOVE 1 TO WS-SA-SUB
               PERFORM B01882-MATCH-SUSPENSE-BRANCH
                   UNTIL WS-SA-SUB GREATER THAN WS-SA-COUNT
                       OR WS-SA-FOUND-SUB NOT EQUAL ZERO
               IF WS-SA-FOUND-SUB EQUAL ZERO
                   IF WS-SA-COUNT LESS THAN 100
                       ADD 1 TO WS-SA-COUNT
                       MOVE SA-BRANCH-CODE TO
                           WS-SA-BRANCH(WS-SA-COUNT)
                       MOVE ZERO TO WS-SA-PARKED(WS-SA-COUNT)
                       MOVE ZERO TO WS-SA-REDIRECTED(WS-SA-COUNT)
                       MOVE ZERO TO WS-SA-RETURNED(WS-SA-COUNT)
                       MOVE WS-SA-COUNT TO WS-SA-FOUND-SUB
                   ELSE
                       MOVE "Y" TO WS-SA-FULL-FLAG
                   END-IF
               END-IF
               IF WS-SA-FOUND-SUB NOT EQUAL ZERO
                   IF SA-ACTION EQUAL "P"
                       ADD SA-AMOUNT TO WS-SA-PARKED(WS-SA-FOUND-SUB)
                       ADD SA-AMOUNT TO WS-SUSP-TOTAL-PARKED
                   END-IF
                   IF SA-ACTION EQUAL "D"
                       ADD SA-AMOUNT TO
                           WS-SA-REDIRECTED(WS-SA-FOUND-SUB)
                       ADD SA-AMOUNT TO WS-SUSP-TOTAL-REDIRECTED
                   END-IF
                   IF SA-ACTION EQUAL "R"
                       ADD SA-AMOUNT TO WS-SA-RETURNED(WS-SA-FOUND-SUB)
                       ADD SA-AMOUNT TO WS-SUSP-TOTAL-RETURNED
                   END-IF
               END-IF
           END-IF.
      *
       B01882-MATCH-SUSPENSE-BRANCH.
           IF WS-SA-BRANCH(WS-SA-SUB) EQUAL SA-BRANCH-CODE
               MOVE WS-SA-SUB TO WS-SA-FOUND-SUB
           END-IF
           ADD 1 TO WS-SA-SUB.
      *
      * THE OPEN SUSPENSE BALANCE IS TAKEN FROM THE SUSPENSE FILE
      * ITSELF, FOR COMPARISON WITH THE SUSPENSE ACCOUNT.
       B0189-TOTAL-SUSPENSE-FILE.
           MOVE ZERO TO WS-SUSP-OPEN-BALANCE
           MOVE "N" TO WS-SUSPENSE-EOF-FLAG
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS EQUAL "00"
               PERFORM B01891-READ-SUSPENSE-RECORD
                   UNTIL WS-SUSPENSE-EOF-FLAG EQUAL "Y"
               CLOSE SUSPENSE-FILE
           END-IF.
      *
       B01891-READ-SUSPENSE-RECORD.
           READ SUSPENSE-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-SUSPENSE-EOF-FLAG
           END-READ
           IF WS-SUSPENSE-EOF-FLAG NOT EQUAL "Y"
               AND SP-OPEN-AMOUNT NUMERIC
               ADD SP-OPEN-AMOUNT TO WS-SUSP-OPEN-BALANCE
           END-IF.
      *
      * THE REPORT MUST NOT RUN BEFORE THE DAY'S POSTING: THE
      * POSTING RUN STAMPS ITS RUN DATE ON THE SEQUENCE CONTROL
      * RECORD AND THIS RUN REFUSES TO START UNTIL THE STAMP
           MOVE "N" TO WS-RC-ACCOUNTS-ACTIVE
           MOVE SPACES TO WS-RC-FINCHG-PERIOD-ID
           MOVE SPACES TO WS-RC-ROLL-PERIOD-ID
           MOVE SPACES TO WS-RC-RECON-STATUS
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS EQUAL "00"
               READ RUN-CONTROL-FILE
                           WS-RC-FINCHG-PERIOD-ID
                       MOVE RC-ROLL-PERIOD-ID TO
                           WS-RC-ROLL-PERIOD-ID
                       MOVE RC-RECON-STATUS-FLAG TO
                           WS-RC-RECON-STATUS
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           MOVE WS-RC-ACCOUNTS-ACTIVE TO RC-ACCOUNTS-ACTIVE-FLAG
           MOVE WS-RC-FINCHG-PERIOD-ID TO RC-FINCHG-PERIOD-ID
           MOVE WS-RC-ROLL-PERIOD-ID TO RC-ROLL-PERIOD-ID
           MOVE WS-RC-RECON-STATUS TO RC-RECON-STATUS-FLAG
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
      *
               AFTER ADVANCING 3 LINES
           PERFORM B070-CHECK-CONTROL-TOTALS
           PERFORM B090-WRITE-HISTORY-TOTAL
           MOVE SPACES TO WS-GL-SUSP-BRANCH
           MOVE WS-GL-UNASSIGNED-BRANCH TO WS-GL-SUSP-POST-BRANCH
           PERFORM C114-WRITE-GL-SUSPENSE
           PERFORM B095-WRITE-GL-PROOF-TOTAL.
      *
       B060-WRITE-BRANCH-SUBTOTAL.
           WRITE REPORT-DATA FROM BRANCH-SUBTOTAL-LINE
               AFTER ADVANCING 2 LINES
           PERFORM C100-WRITE-GL-JOURNAL
           PERFORM C120-WRITE-BRANCH-STATS
           MOVE ZERO TO WS-BR-TOTAL-PREV-BALANCE
           MOVE ZERO TO WS-BR-TOTAL-CUR-PURCHASES
           MOVE ZERO TO WS-BR-TOTAL-CUR-PAYCREDS
           MOVE ZERO TO WS-BR-TOTAL-BAL-60
           MOVE ZERO TO WS-BR-TOTAL-BAL-90
           MOVE ZERO TO WS-BR-TOTAL-BAL-120
           MOVE ZERO TO WS-BR-TOTAL-CUR-CREDITS
           ADD 2 TO WS-LINE-COUNTER.
      *
       B070-CHECK-CONTROL-TOTALS.
           MOVE WS-GL-TOTAL-DEBITS TO CHK-GL-TOTAL-DEBITS
           MOVE WS-GL-TOTAL-CREDITS TO CHK-GL-TOTAL-CREDITS
           MOVE WS-REJECTED-COUNT TO CHK-REJECTED-COUNT
           MOVE WS-BR-TOTAL-CUR-CREDITS TO CHK-BR-TOTAL-CUR-CREDITS
           WRITE CHECKPOINT-RECORD.
      *
       B090-WRITE-HISTORY-TOTAL.
           MOVE WS-GL-TOTAL-CREDITS TO GT-TOTAL-CREDITS
           WRITE GL-PROOF-DATA FROM GL-PROOF-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           PERFORM B0189-TOTAL-SUSPENSE-FILE
           MOVE "CASH PARKED IN SUSPENSE" TO GS-LABEL
           MOVE WS-SUSP-TOTAL-PARKED TO GS-AMOUNT
           WRITE GL-PROOF-DATA FROM GL-PROOF-SUSPENSE-LINE
               AFTER ADVANCING 2 LINES
           MOVE "RE-DIRECTED FROM SUSPENSE" TO GS-LABEL
           MOVE WS-SUSP-TOTAL-REDIRECTED TO GS-AMOUNT
           WRITE GL-PROOF-DATA FROM GL-PROOF-SUSPENSE-LINE
               AFTER ADVANCING 1 LINE
           MOVE "RETURNED FROM SUSPENSE" TO GS-LABEL
           MOVE WS-SUSP-TOTAL-RETURNED TO GS-AMOUNT
           WRITE GL-PROOF-DATA FROM GL-PROOF-SUSPENSE-LINE
               AFTER ADVANCING 1 LINE
           MOVE "SUSPENSE OPEN BALANCE ON FILE" TO GS-LABEL
           MOVE WS-SUSP-OPEN-BALANCE TO GS-AMOUNT
           WRITE GL-PROOF-DATA FROM GL-PROOF-SUSPENSE-LINE
               AFTER ADVANCING 1 LINE
           IF WS-WO-FULL-FLAG EQUAL "Y"
               MOVE SPACES TO GL-PROOF-DATA
               MOVE "*** WRITE-OFF TABLE FULL - BAD DEBT UNDERSTATED"
                   TO REPORT-DATA
               WRITE REPORT-DATA
                   AFTER ADVANCING 1 LINE
           END-IF
           IF WS-NR-FULL-FLAG EQUAL "Y"
               MOVE SPACES TO GL-PROOF-DATA
               MOVE "*** RETURNED-ITEM TABLE FULL - RETURNS UNDERSTATED"
                   TO GL-PROOF-DATA
               WRITE GL-PROOF-DATA
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO REPORT-DATA
               MOVE "*** RETURNED-ITEM TABLE FULL - RETURNS UNDERSTATED"
                   TO REPORT-DATA
               WRITE REPORT-DATA
                   AFTER ADVANCING 1 LINE
           END-IF
           IF WS-RF-FULL-FLAG EQUAL "Y"
               MOVE SPACES TO GL-PROOF-DATA
               MOVE "*** REFUND TABLE FULL - REFUNDS UNDERSTATED"
                   TO GL-PROOF-DATA
               WRITE GL-PROOF-DATA
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO REPORT-DATA
               MOVE "*** REFUND TABLE FULL - REFUNDS UNDERSTATED"
                   TO REPORT-DATA
               WRITE REPORT-DATA
                   AFTER ADVANCING 1 LINE
           END-IF
           IF WS-DC-FULL-FLAG EQUAL "Y"
               MOVE SPACES TO GL-PROOF-DATA
               MOVE "*** DISCOUNT TABLE FULL - DISCOUNTS UNDERSTATED"
                   TO GL-PROOF-DATA
               WRITE GL-PROOF-DATA
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO REPORT-DATA
               MOVE "*** DISCOUNT TABLE FULL - DISCOUNTS UNDERSTATED"
                   TO REPORT-DATA
               WRITE REPORT-DATA
                   AFTER ADVANCING 1 LINE
           END-IF
           IF WS-SA-FULL-FLAG EQUAL "Y"
               MOVE SPACES TO GL-PROOF-DATA
               MOVE "*** SUSPENSE TABLE FULL - SUSPENSE UNDERSTATED"
                   TO GL-PROOF-DATA
               WRITE GL-PROOF-DATA
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO REPORT-DATA
               MOVE "*** SUSPENSE TABLE FULL - SUSPENSE UNDERSTATED"
                   TO REPORT-DATA
               WRITE REPORT-DATA
                   AFTER ADVANCING 1 LINE
           END-IF.
      *
      * ONE BALANCED JOURNAL ENTRY PER BRANCH, WRITTEN WITH THE
      * AND CREDITS PRODUCES NO ENTRY.  THE WRITE-OFF PORTION OF
      * THE BRANCH'S CREDITS IS CARVED OUT OF THE CLEARING ENTRY
      * AND POSTED AS A SEPARATE DEBIT TO BAD-DEBT EXPENSE
      * AGAINST THE RECEIVABLE ACCOUNT.  RETURNED CHECKS, ALREADY
      * NETTED OUT OF THE BRANCH'S PAYMENTS, ARE ADDED BACK TO THE
      * CLEARING ENTRY AND POSTED AS A SEPARATE DEBIT TO THE
      * RECEIVABLE AGAINST THE RETURNED-ITEMS ACCOUNT; REFUNDS
      * ARE TREATED THE SAME WAY AGAINST REFUNDS PAYABLE.
      * PROMPT-PAYMENT DISCOUNTS ARE CARVED OUT LIKE WRITE-OFFS
      * AND POSTED AS A DEBIT TO DISCOUNTS ALLOWED.  THE
      * BRANCH'S SUSPENSE MOVEMENTS FOLLOW.
       C100-WRITE-GL-JOURNAL.
           IF WS-CURRENT-BRANCH-CODE NOT EQUAL SPACES
               PERFORM C110-FIND-BRANCH-WRITEOFF
               PERFORM C112-FIND-BRANCH-RETURNED
               PERFORM C117-FIND-BRANCH-REFUND
               PERFORM C119-FIND-BRANCH-DISCOUNT
               SUBTRACT WS-BR-WRITEOFF-AMOUNT FROM
                   WS-BR-TOTAL-CUR-PAYCREDS
                   GIVING WS-GL-CLEARING-PAYCREDS
               SUBTRACT WS-BR-DISCOUNT-AMOUNT FROM
                   WS-GL-CLEARING-PAYCREDS
               ADD WS-BR-RETURNED-AMOUNT TO WS-GL-CLEARING-PAYCREDS
               ADD WS-BR-REFUND-AMOUNT TO WS-GL-CLEARING-PAYCREDS
               SUBTRACT WS-GL-CLEARING-PAYCREDS FROM
                   WS-BR-TOTAL-CUR-PURCHASES GIVING WS-GL-NET-AMOUNT
               IF WS-GL-NET-AMOUNT GREATER THAN ZERO
                   MOVE "C" TO GJ-DR-CR
                   PERFORM C105-WRITE-GL-RECORD
               END-IF
               IF WS-BR-RETURNED-AMOUNT GREATER THAN ZERO
                   MOVE WS-BR-RETURNED-AMOUNT TO WS-GL-ENTRY-AMOUNT
                   MOVE WS-PARM-PERIOD-ID TO GJ-PERIOD-ID
                   MOVE WS-CURRENT-BRANCH-CODE TO GJ-BRANCH-CODE
                   MOVE WS-GL-ENTRY-AMOUNT TO GJ-AMOUNT
                   MOVE WS-GL-AR-ACCOUNT TO GJ-ACCOUNT
                   MOVE "D" TO GJ-DR-CR
                   PERFORM C105-WRITE-GL-RECORD
                   MOVE WS-GL-RETURNED-ACCOUNT TO GJ-ACCOUNT
                   MOVE "C" TO GJ-DR-CR
                   PERFORM C105-WRITE-GL-RECORD
               END-IF
               IF WS-BR-REFUND-AMOUNT GREATER THAN ZERO
                   MOVE WS-BR-REFUND-AMOUNT TO WS-GL-ENTRY-AMOUNT
                   MOVE WS-PARM-PERIOD-ID TO GJ-PERIOD-ID
                   MOVE WS-CURRENT-BRANCH-CODE TO GJ-BRANCH-CODE
                   MOVE WS-GL-ENTRY-AMOUNT TO GJ-AMOUNT
                   MOVE WS-GL-AR-ACCOUNT TO GJ-ACCOUNT
                   MOVE "D" TO GJ-DR-CR
                   PERFORM C105-WRITE-GL-RECORD
                   MOVE WS-GL-REFUND-ACCOUNT TO GJ-ACCOUNT
                   MOVE "C" TO GJ-DR-CR
                   PERFORM C105-WRITE-GL-RECORD
               END-IF
               IF WS-BR-DISCOUNT-AMOUNT GREATER THAN ZERO
                   MOVE WS-BR-DISCOUNT-AMOUNT TO WS-GL-ENTRY-AMOUNT
                   MOVE WS-PARM-PERIOD-ID TO GJ-PERIOD-ID
                   MOVE WS-CURRENT-BRANCH-CODE TO GJ-BRANCH-CODE
                   MOVE WS-GL-ENTRY-AMOUNT TO GJ-AMOUNT
                   MOVE WS-GL-DISCOUNT-ACCOUNT TO GJ-ACCOUNT
                   MOVE "D" TO GJ-DR-CR
                   PERFORM C105-WRITE-GL-RECORD
                   MOVE WS-GL-AR-ACCOUNT TO GJ-ACCOUNT
                   MOVE "C" TO GJ-DR-CR
                   PERFORM C105-WRITE-GL-RECORD
               END-IF
               MOVE WS-CURRENT-BRANCH-CODE TO WS-GL-SUSP-BRANCH
               MOVE WS-CURRENT-BRANCH-CODE TO WS-GL-SUSP-POST-BRANCH
               PERFORM C114-WRITE-GL-SUSPENSE
           END-IF.
      *
      * CASH PARKED IN SUSPENSE NEVER REACHED A CUSTOMER'S
      * PAYMENTS, SO IT IS CREDITED TO SUSPENSE FROM CLEARING;
      * CASH RE-DIRECTED FROM SUSPENSE REACHED THE PAYMENTS
      * WITHOUT A NEW DEPOSIT, SO IT GOES BACK THE OTHER WAY.  ONE
      * NET ENTRY IS WRITTEN.  THE PART OF A RETURNED CHECK TAKEN
      * BACK OUT OF SUSPENSE IS A DEBIT TO SUSPENSE AGAINST THE
      * RETURNED-ITEMS ACCOUNT.
       C114-WRITE-GL-SUSPENSE.
           PERFORM C115-FIND-BRANCH-SUSPENSE
           SUBTRACT WS-BR-SUSP-REDIRECTED FROM WS-BR-SUSP-PARKED
               GIVING WS-GL-SUSP-NET
           MOVE WS-PARM-PERIOD-ID TO GJ-PERIOD-ID
           MOVE WS-GL-SUSP-POST-BRANCH TO GJ-BRANCH-CODE
           IF WS-GL-SUSP-NET GREATER THAN ZERO
               MOVE WS-GL-SUSP-NET TO WS-GL-ENTRY-AMOUNT
               MOVE WS-GL-ENTRY-AMOUNT TO GJ-AMOUNT
               MOVE WS-GL-CLEARING-ACCOUNT TO GJ-ACCOUNT
               MOVE "D" TO GJ-DR-CR
               PERFORM C105-WRITE-GL-RECORD
               MOVE WS-GL-SUSPENSE-ACCOUNT TO GJ-ACCOUNT
               MOVE "C" TO GJ-DR-CR
               PERFORM C105-WRITE-GL-RECORD
           END-IF
           IF WS-GL-SUSP-NET LESS THAN ZERO
               SUBTRACT WS-BR-SUSP-PARKED FROM WS-BR-SUSP-REDIRECTED
                   GIVING WS-GL-ENTRY-AMOUNT
               MOVE WS-GL-ENTRY-AMOUNT TO GJ-AMOUNT
               MOVE WS-GL-SUSPENSE-ACCOUNT TO GJ-ACCOUNT
               MOVE "D" TO GJ-DR-CR
               PERFORM C105-WRITE-GL-RECORD
               MOVE WS-GL-CLEARING-ACCOUNT TO GJ-ACCOUNT
               MOVE "C" TO GJ-DR-CR
               PERFORM C105-WRITE-GL-RECORD
           END-IF
           IF WS-BR-SUSP-RETURNED GREATER THAN ZERO
               MOVE WS-BR-SUSP-RETURNED TO WS-GL-ENTRY-AMOUNT
               MOVE WS-GL-ENTRY-AMOUNT TO GJ-AMOUNT
               MOVE WS-GL-SUSPENSE-ACCOUNT TO GJ-ACCOUNT
               MOVE "D" TO GJ-DR-CR
               PERFORM C105-WRITE-GL-RECORD
               MOVE WS-GL-RETURNED-ACCOUNT TO GJ-ACCOUNT
               MOVE "C" TO GJ-DR-CR
               PERFORM C105-WRITE-GL-RECORD
           END-IF.
      *
       C115-FIND-BRANCH-SUSPENSE.
           MOVE ZERO TO WS-BR-SUSP-PARKED
           MOVE ZERO TO WS-BR-SUSP-REDIRECTED
           MOVE ZERO TO WS-BR-SUSP-RETURNED
           MOVE ZERO TO WS-SA-FOUND-SUB
           MOVE 1 TO WS-SA-SUB
           PERFORM C116-MATCH-SUSPENSE-ENTRY
               UNTIL WS-SA-SUB GREATER THAN WS-SA-COUNT
                   OR WS-SA-FOUND-SUB NOT EQUAL ZERO
           IF WS-SA-FOUND-SUB NOT EQUAL ZERO
               MOVE WS-SA-PARKED(WS-SA-FOUND-SUB) TO
                   WS-BR-SUSP-PARKED
               MOVE WS-SA-REDIRECTED(WS-SA-FOUND-SUB) TO
                   WS-BR-SUSP-REDIRECTED
               MOVE WS-SA-RETURNED(WS-SA-FOUND-SUB) TO
                   WS-BR-SUSP-RETURNED
           END-IF.
      *
       C117-FIND-BRANCH-REFUND.
           MOVE ZERO TO WS-BR-REFUND-AMOUNT
           MOVE ZERO TO WS-RF-FOUND-SUB
           MOVE 1 TO WS-RF-SUB
           PERFORM C118-MATCH-REFUND-ENTRY
               UNTIL WS-RF-SUB GREATER THAN WS-RF-COUNT
                   OR WS-RF-FOUND-SUB NOT EQUAL ZERO
           IF WS-RF-FOUND-SUB NOT EQUAL ZERO
               MOVE WS-RF-AMOUNT(WS-RF-FOUND-SUB) TO
                   WS-BR-REFUND-AMOUNT
           END-IF.
      *
       C118-MATCH-REFUND-ENTRY.
           IF WS-RF-BRANCH(WS-RF-SUB) EQUAL WS-CURRENT-BRANCH-CODE
               MOVE WS-RF-SUB TO WS-RF-FOUND-SUB
           END-IF
           ADD 1 TO WS-RF-SUB.
      *
       C119-FIND-BRANCH-DISCOUNT.
           MOVE ZERO TO WS-BR-DISCOUNT-AMOUNT
           MOVE ZERO TO WS-DC-FOUND-SUB
           MOVE 1 TO WS-DC-SUB
           PERFORM C1191-MATCH-DISCOUNT-ENTRY
               UNTIL WS-DC-SUB GREATER THAN WS-DC-COUNT
                   OR WS-DC-FOUND-SUB NOT EQUAL ZERO
           IF WS-DC-FOUND-SUB NOT EQUAL ZERO
               MOVE WS-DC-AMOUNT(WS-DC-FOUND-SUB) TO
                   WS-BR-DISCOUNT-AMOUNT
           END-IF.
      *
       C1191-MATCH-DISCOUNT-ENTRY.
           IF WS-DC-BRANCH(WS-DC-SUB) EQUAL WS-CURRENT-BRANCH-CODE
               MOVE WS-DC-SUB TO WS-DC-FOUND-SUB
           END-IF
           ADD 1 TO WS-DC-SUB.
      *
       C116-MATCH-SUSPENSE-ENTRY.
           IF WS-SA-BRANCH(WS-SA-SUB) EQUAL WS-GL-SUSP-BRANCH
               MOVE WS-SA-SUB TO WS-SA-FOUND-SUB
           END-IF
           ADD 1 TO WS-SA-SUB.
      *
       C110-FIND-BRANCH-WRITEOFF.
           MOVE ZERO TO WS-BR-WRITEOFF-AMOUNT
               MOVE WS-WO-SUB TO WS-WO-FOUND-SUB
           END-IF
           ADD 1 TO WS-WO-SUB.
      *
       C112-FIND-BRANCH-RETURNED.
           MOVE ZERO TO WS-BR-RETURNED-AMOUNT
           MOVE ZERO TO WS-NR-FOUND-SUB
           MOVE 1 TO WS-NR-SUB
           PERFORM C113-MATCH-RETURNED-ENTRY
               UNTIL WS-NR-SUB GREATER THAN WS-NR-COUNT
                   OR WS-NR-FOUND-SUB NOT EQUAL ZERO
           IF WS-NR-FOUND-SUB NOT EQUAL ZERO
               MOVE WS-NR-AMOUNT(WS-NR-FOUND-SUB) TO
                   WS-BR-RETURNED-AMOUNT
           END-IF.
      *
       C113-MATCH-RETURNED-ENTRY.
           IF WS-NR-BRANCH(WS-NR-SUB) EQUAL WS-CURRENT-BRANCH-CODE
               MOVE WS-NR-SUB TO WS-NR-FOUND-SUB
           END-IF
           ADD 1 TO WS-NR-SUB.
      *
      * THE BRANCH'S PERIOD STATISTICS, WRITTEN AFTER THE JOURNAL
      * SO THE BRANCH'S WRITE-OFFS HAVE ALREADY BEEN LOOKED UP.
      * CASH IS THE PAYMENTS SIDE OF THE PAYMENTS-AND-CREDITS
      * TOTAL.  WRITE-OFFS ARE TAKEN OUT OF THE CREDITS SO THE
      * TWO ARE NOT COUNTED TWICE.
       C120-WRITE-BRANCH-STATS.
           IF WS-CURRENT-BRANCH-CODE NOT EQUAL SPACES
               MOVE SPACES TO BRANCH-STATS-RECORD
               MOVE WS-PARM-PERIOD-ID TO BS-PERIOD-ID
               MOVE WS-CURRENT-BRANCH-CODE TO BS-BRANCH-CODE
               MOVE WS-RUN-DATE TO BS-RUN-DATE
               MOVE WS-BR-TOTAL-PREV-BALANCE TO BS-OPEN-BALANCE
               MOVE WS-BR-TOTAL-CUR-PURCHASES TO BS-BILLED-SALES
               SUBTRACT WS-BR-TOTAL-CUR-CREDITS FROM
                   WS-BR-TOTAL-CUR-PAYCREDS GIVING WS-BR-STAT-CASH
               IF WS-BR-STAT-CASH LESS THAN ZERO
                   MOVE ZERO TO WS-BR-STAT-CASH
               END-IF
               MOVE WS-BR-STAT-CASH TO BS-CASH-COLLECTED
               SUBTRACT WS-BR-WRITEOFF-AMOUNT FROM
                   WS-BR-TOTAL-CUR-CREDITS GIVING WS-BR-STAT-CREDITS
               IF WS-BR-STAT-CREDITS LESS THAN ZERO
                   MOVE ZERO TO WS-BR-STAT-CREDITS
               END-IF
               MOVE WS-BR-STAT-CREDITS TO BS-CREDITS
               MOVE WS-BR-WRITEOFF-AMOUNT TO BS-WRITEOFFS
               MOVE WS-BR-TOTAL-CUR-BALANCE TO BS-CLOSE-BALANCE
               MOVE WS-BR-TOTAL-BAL-30 TO BS-BAL-30
               MOVE WS-BR-TOTAL-BAL-60 TO BS-BAL-60
               MOVE WS-BR-TOTAL-BAL-90 TO BS-BAL-90
               MOVE WS-BR-TOTAL-BAL-120 TO BS-BAL-120
               WRITE BRANCH-STATS-RECORD
           END-IF.
      *
       C105-WRITE-GL-RECORD.
           WRITE GL-EXTRACT-DATA FROM GL-JOURNAL-RECORD
           MOVE CU-CUR-PURCHASES TO WS-CUR-PURCHASES
           ADD CU-CUR-PAYMENTS, CU-CUR-CREDITS
               GIVING WS-CUR-PAYCREDS
           MOVE CU-CUR-CREDITS TO WS-CUR-CREDITS
           ADD WS-PREV-BALANCE, WS-CUR-PURCHASES
               GIVING WS-CUR-BALANCE
           SUBTRACT WS-CUR-PAYCREDS FROM WS-CUR-BALANCE
           ADD WS-BAL-60 TO WS-BR-TOTAL-BAL-60
           ADD WS-BAL-90 TO WS-BR-TOTAL-BAL-90
           ADD WS-BAL-120 TO WS-BR-TOTAL-BAL-120
           ADD WS-CUR-CREDITS TO WS-BR-TOTAL-CUR-CREDITS
           ADD 1 TO WS-ACTUAL-RECORD-COUNT.
      *
       C030-WRITE-DETAIL-OUTPUT.
