      *
      *    COMMISSION IS PAID ON CASH COLLECTED, NOT BOOKINGS: THE
      *    PROGRAM SUMS EACH SALESPERSON'S CUSTOMERS' CURRENT
      *    PAYMENTS FROM THE CUSTOMER FILE (THE BRANCH
      *    CODE ON THE CUSTOMER RECORD IS THE SALESPERSON CODE,
      *    MATCHED AGAINST THE FIRST FOUR CHARACTERS OF THE
      *    SALESPERSON NUMBER), APPLIES THE SALESPERSON'S RATE FROM
      *    DEFAULT RATE), AND EXTENDS THE DETAIL LINE WITH CASH
      *    COLLECTED AND COMMISSION PAYABLE.  A PAYROLL-READY
      *    EXTRACT RECORD IS WRITTEN FOR EACH SALESPERSON WITH A
      *    NON-ZERO NET PAYABLE.
      *
      *    CREDITS DO NOT EARN COMMISSION.  INSTEAD, WHEN A
      *    SALESPERSON'S ACCOUNT IS WRITTEN OFF OR GIVEN A CREDIT
      *    MEMO, THE COMMISSION ON THAT AMOUNT AT THE SALESPERSON'S
      *    RATE IS CHARGED BACK AGAINST THE PAYOUT.  WRITE-OFFS ARE
      *    TAKEN ONE BY ONE FROM THE POSTING RUN'S WRITE-OFF
      *    EXTRACT.  A CUSTOMER'S CREDIT MEMOS ARE ITS CURRENT
      *    CREDITS LESS ITS WRITE-OFFS AND ITS PROMPT-PAYMENT
      *    DISCOUNTS, WHICH ARE NOT RETURNS AND ARE NOT CHARGED
      *    BACK.  THE RUN MUST THEREFORE COME BEFORE THE PERIOD-END
      *    ROLL CLEARS THE CURRENT FIGURES AND THE EXTRACTS.
      *
      *    THE COMMISSION LEDGER KEEPS ONE RECORD PER SALESPERSON
      *    PER PERIOD: CASH COLLECTED, COMMISSION EARNED, CHARGED
      *    BACK, THE UNRECOVERED CHARGEBACK BROUGHT FORWARD, NET
      *    PAYABLE, AMOUNT PAID, AND ANY CHARGEBACK STILL
      *    UNRECOVERED, WHICH IS CARRIED FORWARD TO THE NEXT
      *    PERIOD'S PAYOUT.  A RERUN OF THE SAME PERIOD REPLACES
      *    THAT PERIOD'S RECORD.  WITHOUT A PERIOD ID ON THE RUN
      *    PARAMETER THE LEDGER IS LEFT ALONE AND NOTHING IS
      *    BROUGHT FORWARD.  THE CHARGEBACK STATEMENT LISTS, FOR
      *    EACH SALESPERSON WITH A CHARGEBACK OR AN UNRECOVERED
      *    BALANCE, THE CUSTOMERS AND WRITE-OFFS BEHIND EACH
      *    DEDUCTION AND HOW THE NET WAS ARRIVED AT.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT PAYROLL-EXTRACT-FILE ASSIGN TO "SCPAYEXT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAYROLL-STATUS.
           SELECT WRITEOFF-FILE    ASSIGN TO "ARWOFF.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WRITEOFF-STATUS.
           SELECT DISCOUNT-FILE    ASSIGN TO "ARDISC.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DISCOUNT-STATUS.
           SELECT COMM-LEDGER-FILE ASSIGN TO "SCLEDGER.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SL-LEDGER-KEY
                   FILE STATUS IS WS-LEDGER-STATUS.
           SELECT STATEMENT-FILE   ASSIGN TO "SCCHGBK.OUT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-STATEMENT-STATUS.
           SELECT RUN-LOG-FILE     ASSIGN TO "RUNLOG.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNLOG-STATUS.
       FD  SALESPERSON-FILE.
       01  SALESPERSON-DATA            PIC X(45).
       FD  REPORT-FILE.
       01  REPORT-DATA                 PIC X(150).
       FD  RUN-PARM-FILE.
       01  RUNPARM-RECORD.
           05  RP-PERIOD-ID                PIC X(6).
           05  PY-CASH-COLLECTED           PIC 9(8)V99.
           05  PY-COMMISSION               PIC 9(6)V99.
           05  FILLER                      PIC X(5).
      * THE POSTING RUN'S PERIOD-TO-DATE WRITE-OFF AND DISCOUNT
      * EXTRACTS, ONE RECORD PER TRANSACTION.
       FD  WRITEOFF-FILE.
       01  WRITEOFF-RECORD.
           05  WO-CU-NUMBER                PIC X(5).
           05  WO-BRANCH-CODE              PIC X(4).
           05  WO-AMOUNT                   PIC 9(6)V99.
           05  WO-TRAN-DATE                PIC 9(8).
           05  WO-APPROVAL-CODE            PIC X(4).
           05  FILLER                      PIC X(5).
       FD  DISCOUNT-FILE.
       01  DISCOUNT-RECORD.
           05  DC-CU-NUMBER                PIC X(5).
           05  DC-BRANCH-CODE              PIC X(4).
           05  DC-AMOUNT                   PIC 9(6)V99.
           05  DC-TRAN-DATE                PIC 9(8).
           05  DC-INVOICE-REF              PIC X(4).
           05  FILLER                      PIC X.
      * ONE RECORD PER SALESPERSON PER PERIOD.  NET PAYABLE IS
      * EARNED LESS CHARGED BACK LESS BROUGHT FORWARD; WHEN IT IS
      * NEGATIVE NOTHING IS PAID AND THE SHORTFALL IS CARRIED
      * FORWARD.
       FD  COMM-LEDGER-FILE.
       01  COMM-LEDGER-RECORD.
           05  SL-LEDGER-KEY.
               10  SL-SP-NUMBER            PIC X(5).
               10  SL-PERIOD-ID            PIC X(6).
           05  SL-RUN-DATE                 PIC 9(8).
           05  SL-CASH-COLLECTED           PIC 9(8)V99.
           05  SL-EARNED                   PIC 9(6)V99.
           05  SL-CHARGED-BACK             PIC 9(6)V99.
           05  SL-BROUGHT-FORWARD          PIC 9(6)V99.
           05  SL-NET-PAYABLE              PIC S9(6)V99.
           05  SL-PAID                     PIC 9(6)V99.
           05  SL-CARRIED-FORWARD          PIC 9(6)V99.
           05  FILLER                      PIC X(3).
       FD  STATEMENT-FILE.
       01  STATEMENT-DATA                  PIC X(100).
       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD.
           05  RL-PROGRAM-ID               PIC X(10).
           05  WS-RATE-EOF-FLAG        PIC X.
           05  WS-REPORT-STATUS        PIC XX.
           05  WS-RUNLOG-STATUS        PIC XX.
           05  WS-WRITEOFF-STATUS      PIC XX.
           05  WS-WRITEOFF-EOF-FLAG    PIC X.
           05  WS-DISCOUNT-STATUS      PIC XX.
           05  WS-DISCOUNT-EOF-FLAG    PIC X.
           05  WS-LEDGER-STATUS        PIC XX.
           05  WS-LEDGER-OPEN-FLAG     PIC X.
           05  WS-LEDGER-EOF-FLAG      PIC X.
           05  WS-LEDGER-FOUND-FLAG    PIC X.
           05  WS-STATEMENT-STATUS     PIC XX.
       01  WS-RUN-LOG-FIELDS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-RUN-TIME             PIC 9(8).
           05  WS-CASH-COLLECTED       PIC 9(8)V99.
           05  WS-COMMISSION           PIC 9(6)V99.
           05  WS-COMM-RATE            PIC 9V9(4).
           05  WS-CHARGEBACK           PIC 9(6)V99.
           05  WS-BROUGHT-FORWARD      PIC 9(6)V99.
           05  WS-NET-PAYABLE          PIC S9(7)V99.
           05  WS-PAID                 PIC 9(6)V99.
           05  WS-CARRIED-FORWARD      PIC 9(6)V99.
           05  WS-CU-WRITEOFF-AMOUNT   PIC 9(7)V99.
           05  WS-CU-DISCOUNT-AMOUNT   PIC 9(7)V99.
           05  WS-CU-CREDIT-MEMOS      PIC S9(7)V99.
       01  WS-TOTALING-FIELDS.
           05  WS-TOTAL-YTD-SALES      PIC 9(8)V99.
           05  WS-TOTAL-YTD-RETURNS    PIC 9(8)V99.
           05  WS-TOTAL-YTD-NET        PIC 9(8)V99.
           05  WS-TOTAL-CASH-COLLECTED PIC 9(8)V99.
           05  WS-TOTAL-COMMISSION     PIC 9(8)V99.
           05  WS-TOTAL-CHARGEBACK     PIC 9(8)V99.
           05  WS-TOTAL-PAID           PIC 9(8)V99.
           05  WS-TOTAL-CARRIED-FORWARD PIC 9(8)V99.
           05  WS-STATEMENT-COUNT      PIC 9(6).
       01  WS-CASH-TABLE-CONTROL.
           05  WS-CASH-COUNT           PIC 9(4)  VALUE ZERO.
           05  WS-CASH-SUB             PIC 9(4).
                   DEPENDING ON WS-RATE-COUNT.
               10  WS-RA-SP-NUMBER     PIC X(5).
               10  WS-RA-RATE          PIC 9V9(4).
      * THE PERIOD'S WRITE-OFFS, ONE ENTRY PER WRITE-OFF.  AN
      * ENTRY IS MARKED USED WHEN ITS CUSTOMER IS FOUND ON THE
      * CUSTOMER FILE; THE REST ARE STILL CHARGED BACK, WITHOUT A
      * NAME.
       01  WS-WRITEOFF-TABLE-CONTROL.
           05  WS-WO-COUNT             PIC 9(4)  VALUE ZERO.
           05  WS-WO-SUB               PIC 9(4).
           05  WS-WO-FULL-FLAG         PIC X.
       01  WS-WRITEOFF-TABLE.
           05  WS-WO-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-WO-COUNT.
               10  WS-WO-CU-NUMBER     PIC X(5).
               10  WS-WO-BRANCH        PIC X(4).
               10  WS-WO-AMOUNT        PIC 9(6)V99.
               10  WS-WO-TRAN-DATE     PIC 9(8).
               10  WS-WO-APPROVAL      PIC X(4).
               10  WS-WO-USED-FLAG     PIC X.
      * THE PERIOD'S PROMPT-PAYMENT DISCOUNTS, TOTALLED BY
      * CUSTOMER.
       01  WS-DISCOUNT-TABLE-CONTROL.
           05  WS-DC-COUNT             PIC 9(4)  VALUE ZERO.
           05  WS-DC-SUB               PIC 9(4).
           05  WS-DC-FOUND-SUB         PIC 9(4).
           05  WS-DC-FULL-FLAG         PIC X.
       01  WS-DISCOUNT-TABLE.
           05  WS-DC-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-DC-COUNT.
               10  WS-DC-CU-NUMBER     PIC X(5).
               10  WS-DC-AMOUNT        PIC 9(7)V99.
      * EVERY AMOUNT TO BE CHARGED BACK: TYPE "W" ONE WRITE-OFF,
      * TYPE "C" A CUSTOMER'S CREDIT MEMOS FOR THE PERIOD.  THE
      * CHARGE IS FILLED IN WHEN THE SALESPERSON IS REACHED.
       01  WS-CHARGEBACK-TABLE-CONTROL.
           05  WS-CB-COUNT             PIC 9(4)  VALUE ZERO.
           05  WS-CB-SUB               PIC 9(4).
           05  WS-CB-FULL-FLAG         PIC X.
           05  WS-CB-NAME-HOLD         PIC X(18).
           05  WS-CB-TOTAL-AMOUNT      PIC 9(9)V99.
       01  WS-CHARGEBACK-TABLE.
           05  WS-CB-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-CB-COUNT.
               10  WS-CB-BRANCH        PIC X(4).
               10  WS-CB-CU-NUMBER     PIC X(5).
               10  WS-CB-CU-NAME       PIC X(18).
               10  WS-CB-TYPE          PIC X.
               10  WS-CB-TRAN-DATE     PIC 9(8).
               10  WS-CB-APPROVAL      PIC X(4).
               10  WS-CB-AMOUNT        PIC 9(7)V99.
               10  WS-CB-CHARGE        PIC 9(6)V99.
       01  CUSTOMER-RECORD.
           05  CU-NUMBER               PIC XXXXX.
           05  CU-NAME                 PIC X(18).
                   "CASH COLLECTED".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "COMMISSION".
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "CHARGEBACK".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(11)  VALUE "NET PAYABLE".
       01  DETAIL-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  DL-NUMBER               PIC X(5).
           05  DL-CASH-COLLECTED       PIC Z,ZZZ,ZZZ.99.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  DL-COMMISSION           PIC ZZZ,ZZZ.99.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  DL-CHARGEBACK           PIC ZZZ,ZZZ.99.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  DL-NET-PAYABLE          PIC ZZZ,ZZZ.99.
       01  TOTAL-LINE.
           05  FILLER                  PIC X(24)  VALUE SPACES.
           05  FILLER                  PIC X(7)   VALUE "TOTALS ".
           05  TL-TOTAL-CASH           PIC ZZ,ZZZ,ZZZ.99.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  TL-TOTAL-COMMISSION     PIC Z,ZZZ,ZZZ.99.
           05  FILLER                  PIC X      VALUE SPACE.
           05  TL-TOTAL-CHARGEBACK     PIC Z,ZZZ,ZZZ.99.
           05  FILLER                  PIC X      VALUE SPACES.
           05  TL-TOTAL-PAID           PIC Z,ZZZ,ZZZ.99.
       01  STATEMENT-TITLE-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(32)  VALUE
                   "COMMISSION CHARGEBACK STATEMENT".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  ST-RUN-DATE             PIC 9(8).
           05  FILLER                  PIC X(9)   VALUE "  PERIOD ".
           05  ST-PERIOD-ID            PIC X(6).
       01  STATEMENT-SALESPERSON-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(12)  VALUE
                   "SALESPERSON ".
           05  SS-SP-NUMBER            PIC X(5).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  SS-SP-NAME              PIC X(18).
           05  FILLER                  PIC X(7)   VALUE "  RATE ".
           05  SS-RATE                 PIC 9.9999.
       01  STATEMENT-HEADING-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(5)   VALUE "CUST ".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(18)  VALUE
                   "CUSTOMER NAME".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(11)  VALUE "TYPE".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "DATE".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE "APPR".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(12)  VALUE
                   "      AMOUNT".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "CHARGEBACK".
       01  STATEMENT-DETAIL-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  SD-CU-NUMBER            PIC X(5).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  SD-CU-NAME              PIC X(18).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  SD-TYPE                 PIC X(11).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  SD-TRAN-DATE            PIC X(8).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  SD-APPROVAL             PIC X(4).
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  SD-AMOUNT               PIC Z,ZZZ,ZZZ.99.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  SD-CHARGE               PIC ZZZ,ZZZ.99.
       01  STATEMENT-AMOUNT-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  SA-LABEL                PIC X(28).
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  SA-AMOUNT               PIC ZZ,ZZZ,ZZZ.99.
       01  STATEMENT-TOTAL-LINE.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  STT-LABEL               PIC X(28).
           05  STT-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  STT-AMOUNT              PIC ZZ,ZZZ,ZZZ.99.
      *
       PROCEDURE DIVISION.
      *
           PERFORM B010-INITIALIZE-WORKING-DATA
           PERFORM B011-OPEN-RUN-LOG
           PERFORM B012-WRITE-RUN-LOG-START
           PERFORM B0161-LOAD-WRITEOFFS
           PERFORM B0163-LOAD-DISCOUNTS
           PERFORM B016-LOAD-CASH-COLLECTED
           PERFORM B0176-ADD-UNMATCHED-WRITEOFFS
           PERFORM B018-LOAD-COMM-RATES
           PERFORM B0181-OPEN-COMM-LEDGER
           PERFORM B0182-OPEN-STATEMENT
           PERFORM B020-WRITE-HEADINGS
           IF WS-LEDGER-OPEN-FLAG NOT EQUAL "Y"
               MOVE SPACES TO REPORT-DATA
               MOVE "*** NO PERIOD ID - LEDGER NOT UPDATED ***"
                   TO REPORT-DATA
               WRITE REPORT-DATA
                   AFTER ADVANCING 1 LINE
           END-IF
           IF WS-WO-FULL-FLAG EQUAL "Y"
               MOVE SPACES TO REPORT-DATA
               MOVE "*** WRITE-OFF TABLE FULL - SOME SKIPPED ***"
                   TO REPORT-DATA
               WRITE REPORT-DATA
                   AFTER ADVANCING 1 LINE
           END-IF
           IF WS-DC-FULL-FLAG EQUAL "Y"
               MOVE SPACES TO REPORT-DATA
               MOVE "*** DISCOUNT TABLE FULL - SOME SKIPPED ***"
                   TO REPORT-DATA
               WRITE REPORT-DATA
                   AFTER ADVANCING 1 LINE
           END-IF
           IF WS-CB-FULL-FLAG EQUAL "Y"
               MOVE SPACES TO REPORT-DATA
               MOVE "*** CHARGEBACK TABLE FULL - SOME ITEMS SKIPPED ***"
                   TO REPORT-DATA
               WRITE REPORT-DATA
                   AFTER ADVANCING 1 LINE
           END-IF
           IF WS-CASH-FULL-FLAG EQUAL "Y"
               MOVE SPACES TO REPORT-DATA
               MOVE "*** CASH TABLE FULL - SOME BRANCHES SKIPPED ***"
           PERFORM B040-PRODUCE-REPORT-BODY
               UNTIL WS-EOF-FLAG IS EQUAL TO "Y"
           PERFORM B050-WRITE-TOTALS
           PERFORM B055-WRITE-STATEMENT-TOTALS
           CLOSE SALESPERSON-FILE, REPORT-FILE,
               PAYROLL-EXTRACT-FILE, STATEMENT-FILE
           IF WS-LEDGER-OPEN-FLAG EQUAL "Y"
               CLOSE COMM-LEDGER-FILE
           END-IF
           PERFORM B013-WRITE-RUN-LOG-END
           CLOSE RUN-LOG-FILE
           STOP RUN.
           MOVE ZERO TO WS-TOTAL-YTD-NET
           MOVE ZERO TO WS-TOTAL-CASH-COLLECTED
           MOVE ZERO TO WS-TOTAL-COMMISSION
           MOVE ZERO TO WS-TOTAL-CHARGEBACK
           MOVE ZERO TO WS-TOTAL-PAID
           MOVE ZERO TO WS-TOTAL-CARRIED-FORWARD
           MOVE ZERO TO WS-STATEMENT-COUNT
           MOVE ZERO TO WS-ACTUAL-RECORD-COUNT.
      *
       B011-OPEN-RUN-LOG.
           MOVE WS-CUSTOMER-STATUS TO RL-FILE-STATUSES(5:2)
           MOVE WS-COMM-RATE-STATUS TO RL-FILE-STATUSES(7:2)
           MOVE WS-PAYROLL-STATUS TO RL-FILE-STATUSES(9:2)
           MOVE WS-LEDGER-STATUS TO RL-FILE-STATUSES(11:2)
           MOVE WS-WRITEOFF-STATUS TO RL-FILE-STATUSES(13:2)
           MOVE WS-STATEMENT-STATUS TO RL-FILE-STATUSES(15:2)
           WRITE RUN-LOG-RECORD.
      *
       B015-READ-RUN-PARM.
               END-IF
               CLOSE RUN-PARM-FILE
           END-IF.
      *
       B0161-LOAD-WRITEOFFS.
           MOVE ZERO TO WS-WO-COUNT
           MOVE ZERO TO WS-CB-COUNT
           MOVE ZERO TO WS-CB-TOTAL-AMOUNT
           MOVE "N" TO WS-WO-FULL-FLAG
           MOVE "N" TO WS-CB-FULL-FLAG
           MOVE "N" TO WS-WRITEOFF-EOF-FLAG
           OPEN INPUT WRITEOFF-FILE
           IF WS-WRITEOFF-STATUS EQUAL "00"
               PERFORM B0162-READ-WRITEOFF-RECORD
                   UNTIL WS-WRITEOFF-EOF-FLAG EQUAL "Y"
               CLOSE WRITEOFF-FILE
           END-IF.
      *
       B0162-READ-WRITEOFF-RECORD.
           READ WRITEOFF-FILE
               AT END MOVE "Y" TO WS-WRITEOFF-EOF-FLAG
           END-READ
           IF WS-WRITEOFF-EOF-FLAG NOT EQUAL "Y"
               AND WO-AMOUNT NUMERIC
               AND WO-AMOUNT GREATER THAN ZERO
               IF WS-WO-COUNT LESS THAN 1000
                   ADD 1 TO WS-WO-COUNT
                   MOVE WO-CU-NUMBER TO WS-WO-CU-NUMBER(WS-WO-COUNT)
                   MOVE WO-BRANCH-CODE TO WS-WO-BRANCH(WS-WO-COUNT)
                   MOVE WO-AMOUNT TO WS-WO-AMOUNT(WS-WO-COUNT)
                   IF WO-TRAN-DATE NUMERIC
                       MOVE WO-TRAN-DATE TO
                           WS-WO-TRAN-DATE(WS-WO-COUNT)
                   ELSE
                       MOVE ZERO TO WS-WO-TRAN-DATE(WS-WO-COUNT)
                   END-IF
                   MOVE WO-APPROVAL-CODE TO
                       WS-WO-APPROVAL(WS-WO-COUNT)
                   MOVE "N" TO WS-WO-USED-FLAG(WS-WO-COUNT)
               ELSE
                   MOVE "Y" TO WS-WO-FULL-FLAG
               END-IF
           END-IF.
      *
       B0163-LOAD-DISCOUNTS.
           MOVE ZERO TO WS-DC-COUNT
           MOVE "N" TO WS-DC-FULL-FLAG
           MOVE "N" TO WS-DISCOUNT-EOF-FLAG
           OPEN INPUT DISCOUNT-FILE
           IF WS-DISCOUNT-STATUS EQUAL "00"
               PERFORM B0164-READ-DISCOUNT-RECORD
                   UNTIL WS-DISCOUNT-EOF-FLAG EQUAL "Y"
               CLOSE DISCOUNT-FILE
           END-IF.
      *
       B0164-READ-DISCOUNT-RECORD.
           READ DISCOUNT-FILE
               AT END MOVE "Y" TO WS-DISCOUNT-EOF-FLAG
           END-READ
           IF WS-DISCOUNT-EOF-FLAG NOT EQUAL "Y"
               AND DC-AMOUNT NUMERIC
               MOVE ZERO TO WS-DC-FOUND-SUB
               MOVE 1 TO WS-DC-SUB
               PERFORM B0165-MATCH-DISCOUNT-ENTRY
                   UNTIL WS-DC-SUB GREATER THAN WS-DC-COUNT
                       OR WS-DC-FOUND-SUB NOT EQUAL ZERO
               IF WS-DC-FOUND-SUB EQUAL ZERO
                   IF WS-DC-COUNT LESS THAN 1000
                       ADD 1 TO WS-DC-COUNT
                       MOVE DC-CU-NUMBER TO
                           WS-DC-CU-NUMBER(WS-DC-COUNT)
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
       B0165-MATCH-DISCOUNT-ENTRY.
           IF WS-DC-CU-NUMBER(WS-DC-SUB) EQUAL DC-CU-NUMBER
               MOVE WS-DC-SUB TO WS-DC-FOUND-SUB
           END-IF
           ADD 1 TO WS-DC-SUB.
      *
       B016-LOAD-CASH-COLLECTED.
           MOVE ZERO TO WS-CASH-COUNT
               IF WS-CASH-FOUND-SUB NOT EQUAL ZERO
                   ADD CU-CUR-PAYMENTS TO
                       WS-CA-CASH(WS-CASH-FOUND-SUB)
               END-IF
               PERFORM B0172-ADD-CUSTOMER-CHARGEBACKS
           END-IF.
      *
       B0171-MATCH-CASH-ENTRY.
               MOVE WS-CASH-SUB TO WS-CASH-FOUND-SUB
           END-IF
           ADD 1 TO WS-CASH-SUB.
      *
      * EACH OF THE CUSTOMER'S WRITE-OFFS IS A CHARGEBACK ITEM OF
      * ITS OWN.  WHATEVER IS LEFT OF THE CURRENT CREDITS AFTER
      * THE WRITE-OFFS AND DISCOUNTS ARE TAKEN OUT IS CREDIT
      * MEMOS, CHARGED BACK AS ONE ITEM.
       B0172-ADD-CUSTOMER-CHARGEBACKS.
           MOVE CU-NAME TO WS-CB-NAME-HOLD
           MOVE ZERO TO WS-CU-WRITEOFF-AMOUNT
           PERFORM B0173-MATCH-CUSTOMER-WRITEOFF
               VARYING WS-WO-SUB FROM 1 BY 1
               UNTIL WS-WO-SUB GREATER THAN WS-WO-COUNT
           MOVE ZERO TO WS-CU-DISCOUNT-AMOUNT
           MOVE ZERO TO WS-DC-FOUND-SUB
           MOVE 1 TO WS-DC-SUB
           PERFORM B0174-MATCH-CUSTOMER-DISCOUNT
               UNTIL WS-DC-SUB GREATER THAN WS-DC-COUNT
                   OR WS-DC-FOUND-SUB NOT EQUAL ZERO
           IF WS-DC-FOUND-SUB NOT EQUAL ZERO
               MOVE WS-DC-AMOUNT(WS-DC-FOUND-SUB) TO
                   WS-CU-DISCOUNT-AMOUNT
           END-IF
           SUBTRACT WS-CU-WRITEOFF-AMOUNT WS-CU-DISCOUNT-AMOUNT
               FROM CU-CUR-CREDITS GIVING WS-CU-CREDIT-MEMOS
           IF WS-CU-CREDIT-MEMOS GREATER THAN ZERO
               IF WS-CB-COUNT LESS THAN 2000
                   ADD 1 TO WS-CB-COUNT
                   MOVE CU-BRANCH-CODE TO WS-CB-BRANCH(WS-CB-COUNT)
                   MOVE CU-NUMBER TO WS-CB-CU-NUMBER(WS-CB-COUNT)
                   MOVE CU-NAME TO WS-CB-CU-NAME(WS-CB-COUNT)
                   MOVE "C" TO WS-CB-TYPE(WS-CB-COUNT)
                   MOVE ZERO TO WS-CB-TRAN-DATE(WS-CB-COUNT)
                   MOVE SPACES TO WS-CB-APPROVAL(WS-CB-COUNT)
                   MOVE WS-CU-CREDIT-MEMOS TO
                       WS-CB-AMOUNT(WS-CB-COUNT)
                   MOVE ZERO TO WS-CB-CHARGE(WS-CB-COUNT)
                   ADD WS-CU-CREDIT-MEMOS TO WS-CB-TOTAL-AMOUNT
               ELSE
                   MOVE "Y" TO WS-CB-FULL-FLAG
               END-IF
           END-IF.
      *
       B0173-MATCH-CUSTOMER-WRITEOFF.
           IF WS-WO-CU-NUMBER(WS-WO-SUB) EQUAL CU-NUMBER
               AND WS-WO-USED-FLAG(WS-WO-SUB) NOT EQUAL "Y"
               MOVE "Y" TO WS-WO-USED-FLAG(WS-WO-SUB)
               ADD WS-WO-AMOUNT(WS-WO-SUB) TO WS-CU-WRITEOFF-AMOUNT
               PERFORM B0175-ADD-WRITEOFF-CHARGEBACK
           END-IF.
      *
       B0174-MATCH-CUSTOMER-DISCOUNT.
           IF WS-DC-CU-NUMBER(WS-DC-SUB) EQUAL CU-NUMBER
               MOVE WS-DC-SUB TO WS-DC-FOUND-SUB
           END-IF
           ADD 1 TO WS-DC-SUB.
      *
       B0175-ADD-WRITEOFF-CHARGEBACK.
           IF WS-CB-COUNT LESS THAN 2000
               ADD 1 TO WS-CB-COUNT
               MOVE WS-WO-BRANCH(WS-WO-SUB) TO
                   WS-CB-BRANCH(WS-CB-COUNT)
               MOVE WS-WO-CU-NUMBER(WS-WO-SUB) TO
                   WS-CB-CU-NUMBER(WS-CB-COUNT)
               MOVE WS-CB-NAME-HOLD TO WS-CB-CU-NAME(WS-CB-COUNT)
               MOVE "W" TO WS-CB-TYPE(WS-CB-COUNT)
               MOVE WS-WO-TRAN-DATE(WS-WO-SUB) TO
                   WS-CB-TRAN-DATE(WS-CB-COUNT)
               MOVE WS-WO-APPROVAL(WS-WO-SUB) TO
                   WS-CB-APPROVAL(WS-CB-COUNT)
               MOVE WS-WO-AMOUNT(WS-WO-SUB) TO
                   WS-CB-AMOUNT(WS-CB-COUNT)
               MOVE ZERO TO WS-CB-CHARGE(WS-CB-COUNT)
               ADD WS-WO-AMOUNT(WS-WO-SUB) TO WS-CB-TOTAL-AMOUNT
           ELSE
               MOVE "Y" TO WS-CB-FULL-FLAG
           END-IF.
      *
      * A WRITE-OFF WHOSE CUSTOMER IS NO LONGER ON THE CUSTOMER
      * FILE IS STILL CHARGED BACK TO THE BRANCH IT WAS WRITTEN
      * OFF UNDER.
       B0176-ADD-UNMATCHED-WRITEOFFS.
           MOVE "NOT ON MASTER" TO WS-CB-NAME-HOLD
           PERFORM B0177-CHECK-UNMATCHED-WRITEOFF
               VARYING WS-WO-SUB FROM 1 BY 1
               UNTIL WS-WO-SUB GREATER THAN WS-WO-COUNT.
      *
       B0177-CHECK-UNMATCHED-WRITEOFF.
           IF WS-WO-USED-FLAG(WS-WO-SUB) NOT EQUAL "Y"
               MOVE "Y" TO WS-WO-USED-FLAG(WS-WO-SUB)
               PERFORM B0175-ADD-WRITEOFF-CHARGEBACK
           END-IF.
      *
       B018-LOAD-COMM-RATES.
           MOVE ZERO TO WS-RATE-COUNT
                   END-IF
               END-IF
           END-IF.
      *
      * THE LEDGER IS KEYED BY SALESPERSON AND PERIOD, SO IT IS
      * ONLY USED WHEN THE RUN PARAMETER NAMES THE PERIOD.  IT IS
      * CREATED ON THE FIRST RUN.
       B0181-OPEN-COMM-LEDGER.
           MOVE "N" TO WS-LEDGER-OPEN-FLAG
           IF WS-PARM-PERIOD-ID NOT EQUAL SPACES
               OPEN I-O COMM-LEDGER-FILE
               IF WS-LEDGER-STATUS NOT EQUAL "00"
                   OPEN OUTPUT COMM-LEDGER-FILE
                   CLOSE COMM-LEDGER-FILE
                   OPEN I-O COMM-LEDGER-FILE
               END-IF
               IF WS-LEDGER-STATUS EQUAL "00"
                   MOVE "Y" TO WS-LEDGER-OPEN-FLAG
               END-IF
           END-IF.
      *
       B0182-OPEN-STATEMENT.
           OPEN OUTPUT STATEMENT-FILE
           MOVE WS-RUN-DATE TO ST-RUN-DATE
           MOVE WS-PARM-PERIOD-ID TO ST-PERIOD-ID
           WRITE STATEMENT-DATA FROM STATEMENT-TITLE-LINE
               AFTER ADVANCING PAGE
           IF WS-LEDGER-OPEN-FLAG NOT EQUAL "Y"
               MOVE SPACES TO STATEMENT-DATA
               MOVE "*** NO PERIOD ID - LEDGER NOT UPDATED ***"
                   TO STATEMENT-DATA
               WRITE STATEMENT-DATA
                   AFTER ADVANCING 2 LINES
           END-IF.
      *
       B020-WRITE-HEADINGS.
           ADD 1 TO WS-PAGE-COUNTER
           END-IF
           PERFORM C010-CALCULATE-VALUES
           PERFORM C015-COMPUTE-COMMISSION
           PERFORM C018-COMPUTE-CHARGEBACK
           PERFORM C019-FIND-BROUGHT-FORWARD
           PERFORM C025-COMPUTE-NET-PAYABLE
           PERFORM C020-ACCUMULATE-TOTALS
           PERFORM C030-WRITE-DETAIL-OUTPUT
           IF WS-PAID GREATER THAN ZERO
               PERFORM C040-WRITE-PAYROLL-EXTRACT
           END-IF
           IF WS-LEDGER-OPEN-FLAG EQUAL "Y"
               PERFORM C045-UPDATE-COMM-LEDGER
           END-IF
           IF WS-CHARGEBACK GREATER THAN ZERO
               OR WS-BROUGHT-FORWARD GREATER THAN ZERO
               PERFORM C050-WRITE-STATEMENT
           END-IF
           ADD 1 TO WS-LINE-COUNTER
           PERFORM B030-READ-INPUT.
      *
           MOVE WS-TOTAL-YTD-NET TO TL-TOTAL-YTD-NET
           MOVE WS-TOTAL-CASH-COLLECTED TO TL-TOTAL-CASH
           MOVE WS-TOTAL-COMMISSION TO TL-TOTAL-COMMISSION
           MOVE WS-TOTAL-CHARGEBACK TO TL-TOTAL-CHARGEBACK
           MOVE WS-TOTAL-PAID TO TL-TOTAL-PAID
           WRITE REPORT-DATA FROM TOTAL-LINE
               AFTER ADVANCING 3 LINES.
      *
       B055-WRITE-STATEMENT-TOTALS.
           MOVE "SALESPERSONS ON STATEMENT" TO STT-LABEL
           MOVE WS-STATEMENT-COUNT TO STT-COUNT
           MOVE WS-TOTAL-CHARGEBACK TO STT-AMOUNT
           WRITE STATEMENT-DATA FROM STATEMENT-TOTAL-LINE
               AFTER ADVANCING 3 LINES
           MOVE "CHARGEBACK ITEMS" TO STT-LABEL
           MOVE WS-CB-COUNT TO STT-COUNT
           MOVE WS-CB-TOTAL-AMOUNT TO STT-AMOUNT
           WRITE STATEMENT-DATA FROM STATEMENT-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           MOVE "TOTAL CARRIED FORWARD" TO SA-LABEL
           MOVE WS-TOTAL-CARRIED-FORWARD TO SA-AMOUNT
           WRITE STATEMENT-DATA FROM STATEMENT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
      *
       C010-CALCULATE-VALUES.
           MOVE SP-YTD-SALES TO WS-YTD-SALES
               GIVING WS-YTD-NET.
      *
      * CASH COLLECTED IS THE SUM OF THE SALESPERSON'S CUSTOMERS'
      * CURRENT PAYMENTS; THE CUSTOMER BRANCH CODE IS
      * MATCHED AGAINST THE FIRST FOUR CHARACTERS OF THE
      * SALESPERSON NUMBER.  THE RATE IS THE SALESPERSON'S OWN
      * RATE IF ONE IS ON THE RATE FILE, OTHERWISE THE DEFAULT.
               MOVE WS-RATE-SUB TO WS-RATE-FOUND-SUB
           END-IF
           ADD 1 TO WS-RATE-SUB.
      *
      * EACH CHARGEBACK ITEM FOR THE SALESPERSON'S BRANCH IS
      * CHARGED AT THE SALESPERSON'S RATE.
       C018-COMPUTE-CHARGEBACK.
           MOVE ZERO TO WS-CHARGEBACK
           PERFORM C0181-CHARGE-BACK-ITEM
               VARYING WS-CB-SUB FROM 1 BY 1
               UNTIL WS-CB-SUB GREATER THAN WS-CB-COUNT.
      *
       C0181-CHARGE-BACK-ITEM.
           IF WS-CB-BRANCH(WS-CB-SUB) EQUAL SP-NUMBER(1:4)
               MULTIPLY WS-CB-AMOUNT(WS-CB-SUB) BY WS-COMM-RATE
                   GIVING WS-CB-CHARGE(WS-CB-SUB) ROUNDED
               ADD WS-CB-CHARGE(WS-CB-SUB) TO WS-CHARGEBACK
           END-IF.
      *
      * THE UNRECOVERED CHARGEBACK BROUGHT FORWARD IS THE AMOUNT
      * CARRIED FORWARD ON THE SALESPERSON'S LATEST LEDGER RECORD
      * BEFORE THIS PERIOD.
       C019-FIND-BROUGHT-FORWARD.
           MOVE ZERO TO WS-BROUGHT-FORWARD
           IF WS-LEDGER-OPEN-FLAG EQUAL "Y"
               MOVE SP-NUMBER TO SL-SP-NUMBER
               MOVE LOW-VALUES TO SL-PERIOD-ID
               START COMM-LEDGER-FILE
                   KEY IS NOT LESS THAN SL-LEDGER-KEY
                   INVALID KEY MOVE "Y" TO WS-LEDGER-EOF-FLAG
                   NOT INVALID KEY MOVE "N" TO WS-LEDGER-EOF-FLAG
               END-START
               PERFORM C0191-READ-PRIOR-LEDGER
                   UNTIL WS-LEDGER-EOF-FLAG EQUAL "Y"
           END-IF.
      *
       C0191-READ-PRIOR-LEDGER.
           READ COMM-LEDGER-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-LEDGER-EOF-FLAG
           END-READ
           IF WS-LEDGER-EOF-FLAG NOT EQUAL "Y"
               IF SL-SP-NUMBER NOT EQUAL SP-NUMBER
                   OR SL-PERIOD-ID NOT LESS THAN WS-PARM-PERIOD-ID
                   MOVE "Y" TO WS-LEDGER-EOF-FLAG
               ELSE
                   MOVE SL-CARRIED-FORWARD TO WS-BROUGHT-FORWARD
               END-IF
           END-IF.
      *
      * NET PAYABLE IS EARNED LESS CHARGED BACK LESS BROUGHT
      * FORWARD.  A NEGATIVE NET IS NOT PAID; IT IS CARRIED
      * FORWARD AGAINST THE NEXT PERIOD.
       C025-COMPUTE-NET-PAYABLE.
           SUBTRACT WS-CHARGEBACK WS-BROUGHT-FORWARD
               FROM WS-COMMISSION GIVING WS-NET-PAYABLE
           IF WS-NET-PAYABLE GREATER THAN ZERO
               MOVE WS-NET-PAYABLE TO WS-PAID
               MOVE ZERO TO WS-CARRIED-FORWARD
           ELSE
               MOVE ZERO TO WS-PAID
               SUBTRACT WS-NET-PAYABLE FROM ZERO
                   GIVING WS-CARRIED-FORWARD
           END-IF.
      *
       C020-ACCUMULATE-TOTALS.
           ADD WS-YTD-SALES TO WS-TOTAL-YTD-SALES
           ADD WS-YTD-RETURNS TO WS-TOTAL-YTD-RETURNS
           ADD WS-YTD-NET TO WS-TOTAL-YTD-NET
           ADD WS-CASH-COLLECTED TO WS-TOTAL-CASH-COLLECTED
           ADD WS-COMMISSION TO WS-TOTAL-COMMISSION
           ADD WS-CHARGEBACK TO WS-TOTAL-CHARGEBACK
           ADD WS-PAID TO WS-TOTAL-PAID
           ADD WS-CARRIED-FORWARD TO WS-TOTAL-CARRIED-FORWARD.
      *
       C030-WRITE-DETAIL-OUTPUT.
           MOVE SP-NUMBER TO DL-NUMBER
           MOVE WS-YTD-NET TO DL-YTD-NET
           MOVE WS-CASH-COLLECTED TO DL-CASH-COLLECTED
           MOVE WS-COMMISSION TO DL-COMMISSION
           MOVE WS-CHARGEBACK TO DL-CHARGEBACK
           MOVE WS-PAID TO DL-NET-PAYABLE
           WRITE REPORT-DATA FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE.
      *
           MOVE SP-NUMBER TO PY-SP-NUMBER
           MOVE WS-PARM-PERIOD-ID TO PY-PERIOD-ID
           MOVE WS-CASH-COLLECTED TO PY-CASH-COLLECTED
           MOVE WS-PAID TO PY-COMMISSION
           WRITE PAYROLL-EXTRACT-RECORD.
      *
      * A RERUN OF THE PERIOD REWRITES THE PERIOD'S RECORD.
       C045-UPDATE-COMM-LEDGER.
           MOVE SP-NUMBER TO SL-SP-NUMBER
           MOVE WS-PARM-PERIOD-ID TO SL-PERIOD-ID
           READ COMM-LEDGER-FILE
               INVALID KEY MOVE "N" TO WS-LEDGER-FOUND-FLAG
               NOT INVALID KEY MOVE "Y" TO WS-LEDGER-FOUND-FLAG
           END-READ
           MOVE SPACES TO COMM-LEDGER-RECORD
           MOVE SP-NUMBER TO SL-SP-NUMBER
           MOVE WS-PARM-PERIOD-ID TO SL-PERIOD-ID
           MOVE WS-RUN-DATE TO SL-RUN-DATE
           MOVE WS-CASH-COLLECTED TO SL-CASH-COLLECTED
           MOVE WS-COMMISSION TO SL-EARNED
           MOVE WS-CHARGEBACK TO SL-CHARGED-BACK
           MOVE WS-BROUGHT-FORWARD TO SL-BROUGHT-FORWARD
           MOVE WS-NET-PAYABLE TO SL-NET-PAYABLE
           MOVE WS-PAID TO SL-PAID
           MOVE WS-CARRIED-FORWARD TO SL-CARRIED-FORWARD
           IF WS-LEDGER-FOUND-FLAG EQUAL "Y"
               REWRITE COMM-LEDGER-RECORD
           ELSE
               WRITE COMM-LEDGER-RECORD
           END-IF.
      *
       C050-WRITE-STATEMENT.
           ADD 1 TO WS-STATEMENT-COUNT
           MOVE SP-NUMBER TO SS-SP-NUMBER
           MOVE SP-NAME TO SS-SP-NAME
           MOVE WS-COMM-RATE TO SS-RATE
           WRITE STATEMENT-DATA FROM STATEMENT-SALESPERSON-LINE
               AFTER ADVANCING 3 LINES
           WRITE STATEMENT-DATA FROM STATEMENT-HEADING-LINE
               AFTER ADVANCING 2 LINES
           PERFORM C051-WRITE-STATEMENT-ITEM
               VARYING WS-CB-SUB FROM 1 BY 1
               UNTIL WS-CB-SUB GREATER THAN WS-CB-COUNT
           MOVE "COMMISSION EARNED" TO SA-LABEL
           MOVE WS-COMMISSION TO SA-AMOUNT
           WRITE STATEMENT-DATA FROM STATEMENT-AMOUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE "CHARGED BACK THIS PERIOD" TO SA-LABEL
           MOVE WS-CHARGEBACK TO SA-AMOUNT
           WRITE STATEMENT-DATA FROM STATEMENT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "BROUGHT FORWARD UNRECOVERED" TO SA-LABEL
           MOVE WS-BROUGHT-FORWARD TO SA-AMOUNT
           WRITE STATEMENT-DATA FROM STATEMENT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "NET PAYABLE" TO SA-LABEL
           MOVE WS-PAID TO SA-AMOUNT
           WRITE STATEMENT-DATA FROM STATEMENT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "CARRIED FORWARD UNRECOVERED" TO SA-LABEL
           MOVE WS-CARRIED-FORWARD TO SA-AMOUNT
           WRITE STATEMENT-DATA FROM STATEMENT-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
      *
       C051-WRITE-STATEMENT-ITEM.
           IF WS-CB-BRANCH(WS-CB-SUB) EQUAL SP-NUMBER(1:4)
               MOVE WS-CB-CU-NUMBER(WS-CB-SUB) TO SD-CU-NUMBER
               MOVE WS-CB-CU-NAME(WS-CB-SUB) TO SD-CU-NAME
               IF WS-CB-TYPE(WS-CB-SUB) EQUAL "W"
                   MOVE "WRITE-OFF" TO SD-TYPE
               ELSE
                   MOVE "CREDIT MEMO" TO SD-TYPE
               END-IF
               IF WS-CB-TRAN-DATE(WS-CB-SUB) EQUAL ZERO
                   MOVE SPACES TO SD-TRAN-DATE
               ELSE
                   MOVE WS-CB-TRAN-DATE(WS-CB-SUB) TO SD-TRAN-DATE
               END-IF
               MOVE WS-CB-APPROVAL(WS-CB-SUB) TO SD-APPROVAL
               MOVE WS-CB-AMOUNT(WS-CB-SUB) TO SD-AMOUNT
               MOVE WS-CB-CHARGE(WS-CB-SUB) TO SD-CHARGE
               WRITE STATEMENT-DATA FROM STATEMENT-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
